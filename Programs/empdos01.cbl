                   ADD 1 TO WS-PAY-LINE-COUNT
                   MOVE PPH-PERIOD-END    TO DOS-PAY-DATE
                   MOVE PPH-PERIOD-NUMBER TO DOS-PAY-PERIOD
                   EVALUATE TRUE
                       WHEN PPH-RETRO-ENTRY
                           MOVE 'RETRO' TO DOS-PAY-SOURCE
                       WHEN PPH-EARN-CODE = SPACES
                           MOVE 'HOURS' TO DOS-PAY-SOURCE
                       WHEN OTHER
                           MOVE PPH-EARN-CODE TO DOS-PAY-SOURCE
                   END-EVALUATE
                   MOVE PPH-HOURS         TO DOS-PAY-HOURS
                   MOVE PPH-PAY-RATE      TO DOS-PAY-RATE-AMT
                   MOVE PPH-GROSS         TO DOS-PAY-GROSS
