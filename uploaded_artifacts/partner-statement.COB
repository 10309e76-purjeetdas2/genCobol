                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ACKS-READ
      *> A certification order is a partner proving its 850s, not
      *> trading activity; it stays off the statement.
                       IF AckStatus NOT = "BLANKET-BALANCE" AND
                               AckDetail NOT = "CERTIFICATION"
                           PERFORM Accumulate-One-Ack
                       END-IF
                   END-READ
