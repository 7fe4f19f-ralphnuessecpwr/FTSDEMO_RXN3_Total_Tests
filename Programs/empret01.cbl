                   MOVE RTA-EMP-ID     TO PPH-EMP-ID
                   MOVE RTA-EFF-DATE   TO PPH-PERIOD-END
                   SET PPH-RETRO-ENTRY TO TRUE
                   MOVE SPACES         TO PPH-EARN-CODE
                   READ PAY-POSTING-FILE
                       INVALID KEY
                           PERFORM 1160-HOLD-OR-REFUSE
      *    DOES THE SALARIED STANDARD WEEK - SO THE GROSS ALREADY
      *    POSTED IS RESCALED FROM THE RATE IT WAS PAID AT TO THE
      *    NEW RATE. THIS ALSO HOLDS WHEN A POSTING ACCUMULATED TWO
      *    CHECKS FOR THE SAME PERIOD, AND FOR EACH EARNINGS LINE
      *    PRICED BY THE RATE WHATEVER ITS MULTIPLIER. FLAT-AMOUNT
      *    LINES ARE POSTED WITH NO RATE AND ARE NEVER RESCALED
       2400-ADJUST-ONE-POSTING.
           COMPUTE WS-NEW-GROSS ROUNDED =
               PPH-GROSS * PRH-PAY-RATE / PPH-PAY-RATE
