       MOVE SPACE TO AUD-REVERSAL-FLAG
       MOVE SPACES TO AUD-SOURCE-CODE
       MOVE SPACE TO AUD-FORCE-FLAG
       MOVE SPACE TO AUD-DORMANT-FLAG
       MOVE SPACES TO AUD-BUS-DATE
       MOVE 0 TO AUD-RUN-SEQ
       MOVE 0 TO AUD-CONV-RATE
      *> History predates multi-currency: everything was base,
      *> so the original amount is the amount itself.
       MOVE SPACES TO AUD-ORIG-CURRENCY
