      *> (with quantity and price as booked), the rejected lines and
      *> their reason codes are joined in from reject.csv, held
      *> orders report every line as pending review, and cancelled
      *> orders report their lines cancelled. A partner in
      *> certification has nothing booked, so its orders are
      *> answered from the certification lines the 850 run wrote
      *> instead of the history and reject files. The files follow the
      *> same ack855-<buyer>.csv naming the PO output split uses, so
      *> the response can go back over the channel the 850 came in
      *> on. Replaces the partner's EDI coordinator cross-referencing
           SELECT RejectFile ASSIGN TO 'reject.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
           SELECT CertLineFile ASSIGN TO 'certlines.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTLINE-FILE-STATUS.
           SELECT POHistoryFile ASSIGN TO 'pohistory.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 AckOrderID            PIC X(15).
           05 AckBuyerID            PIC X(15).
           05 AckStatus             PIC X(20).
      *> CERTIFICATION on the ack of a certifying partner's order.
           05 AckDetail             PIC X(20).

      *> Same layout EDI850Processor writes to reject.csv.
           05 RejUOM               PIC X(03).
           05 RejReasonCode        PIC X(20).

       FD CertLineFile.
       COPY CLREC.

       FD POHistoryFile.
       COPY PHREC.

               10 WS-REJ-MATCHED   PIC X(01).
       01 WS-REJ-SCAN-IDX          PIC 9(05) VALUE ZERO.

      *> The run's certification lines, loaded once the same way and
      *> joined to each certification ack by buyer and OrderID.
       01 WS-CERTLINE-FILE-STATUS  PIC XX VALUE "00".
       01 WS-CRT-COUNT             PIC 9(05) VALUE ZERO.
       01 WS-CRT-TABLE.
           05 WS-CRT-ENTRY OCCURS 10000 TIMES INDEXED BY WS-CRT-IDX.
               10 WS-CRT-BUYERID   PIC X(15).
               10 WS-CRT-ORDERID   PIC X(15).
               10 WS-CRT-TXNTYPE   PIC X(01).
               10 WS-CRT-ITEMID    PIC X(10).
               10 WS-CRT-QTY       PIC 9(05).
               10 WS-CRT-UOM       PIC X(03).
               10 WS-CRT-PRICE     PIC 9(07)V99.
               10 WS-CRT-STATUS    PIC X(10).
               10 WS-CRT-REASON    PIC X(20).
       01 WS-CRT-SCAN-IDX          PIC 9(05) VALUE ZERO.

      *> Output is split one file per buyer under the same naming
      *> convention as the PO output split; the first order of a
      *> buyer creates the cycle's file, later orders append.
           05 WS-CANCELLED-LINES   PIC 9(09) VALUE ZERO.
           05 WS-REJECTED-LINES    PIC 9(09) VALUE ZERO.
           05 WS-REJECTS-UNROUTED  PIC 9(09) VALUE ZERO.
           05 WS-CERT-ORDERS       PIC 9(09) VALUE ZERO.

       01 WS-REPORT-LINE           PIC X(80).
       01 WS-REPORT-NUM            PIC ZZZZZZZZ9.
           IF WS-FATAL-ERROR-FLAG = "N"
               PERFORM Load-Reject-Table
           END-IF
           IF WS-FATAL-ERROR-FLAG = "N"
               PERFORM Load-Cert-Line-Table
           END-IF
           IF WS-FATAL-ERROR-FLAG = "N"
               PERFORM Process-Ack-File
           END-IF
               MOVE 16 TO RETURN-CODE
           END-IF.

      *> No certification file just means no partner was in
      *> certification this cycle.
       Load-Cert-Line-Table.
           OPEN INPUT CertLineFile
           IF WS-CERTLINE-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                       OR WS-FATAL-ERROR-FLAG = "Y"
                   READ CertLineFile INTO CertLineRecord
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM Store-Cert-Line
                   END-READ
               END-PERFORM
               CLOSE CertLineFile
           END-IF.

       Store-Cert-Line.
           IF WS-CRT-COUNT < 10000
               ADD 1 TO WS-CRT-COUNT
               SET WS-CRT-IDX TO WS-CRT-COUNT
               MOVE CL-BuyerID TO WS-CRT-BUYERID(WS-CRT-IDX)
               MOVE CL-OrderID TO WS-CRT-ORDERID(WS-CRT-IDX)
               MOVE CL-TxnType TO WS-CRT-TXNTYPE(WS-CRT-IDX)
               MOVE CL-ItemID TO WS-CRT-ITEMID(WS-CRT-IDX)
               MOVE CL-Quantity TO WS-CRT-QTY(WS-CRT-IDX)
               MOVE CL-UOM TO WS-CRT-UOM(WS-CRT-IDX)
               MOVE CL-UnitPrice TO WS-CRT-PRICE(WS-CRT-IDX)
               MOVE CL-LineStatus TO WS-CRT-STATUS(WS-CRT-IDX)
               MOVE CL-ReasonCode TO WS-CRT-REASON(WS-CRT-IDX)
           ELSE
               DISPLAY "FATAL: certification line table full at "
                       WS-CRT-COUNT " entries -- split certlines.csv "
                       "and rerun"
               MOVE "Y" TO WS-FATAL-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
           END-IF.

       Process-Ack-File.
           OPEN INPUT AckFile
           IF WS-ACK-FILE-STATUS NOT = "00"
           PERFORM Route-Ack-File-For-Buyer
           IF WS-FATAL-ERROR-FLAG = "N"
               PERFORM Write-Order-Row
               IF AckDetail = "CERTIFICATION"
                   ADD 1 TO WS-CERT-ORDERS
                   PERFORM Write-Cert-Line-Rows
               ELSE
                   PERFORM Write-History-Line-Rows
                   PERFORM Write-Rejected-Line-Rows
               END-IF
           END-IF.

       Write-Order-Row.
               END-IF
           END-PERFORM.

      *> A certifying partner's lines answer the way the same lines
      *> would for a live partner: held when the order would have
      *> gone to review, cancelled on an accepted cancel.
       Write-Cert-Line-Rows.
           PERFORM VARYING WS-CRT-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-CRT-SCAN-IDX > WS-CRT-COUNT
               SET WS-CRT-IDX TO WS-CRT-SCAN-IDX
               IF WS-CRT-ORDERID(WS-CRT-IDX) = AckOrderID AND
                       WS-CRT-BUYERID(WS-CRT-IDX) = AckBuyerID
                   PERFORM Write-One-Cert-Line
               END-IF
           END-PERFORM.

       Write-One-Cert-Line.
           IF WS-CRT-STATUS(WS-CRT-IDX) = "REJECTED"
               MOVE "REJECTED" TO WS-LINE-STATUS
               MOVE WS-CRT-REASON(WS-CRT-IDX) TO WS-LINE-REASON
               ADD 1 TO WS-REJECTED-LINES
           ELSE
               IF WS-CRT-TXNTYPE(WS-CRT-IDX) = "X"
                   MOVE "CANCELLED" TO WS-LINE-STATUS
                   MOVE SPACES TO WS-LINE-REASON
                   ADD 1 TO WS-CANCELLED-LINES
               ELSE
                   IF AckStatus = "HELD-REVIEW"
                       MOVE "HELD" TO WS-LINE-STATUS
                       MOVE "PENDING-REVIEW" TO WS-LINE-REASON
                       ADD 1 TO WS-HELD-LINES
                   ELSE
                       MOVE "ACCEPTED" TO WS-LINE-STATUS
                       MOVE SPACES TO WS-LINE-REASON
                       ADD 1 TO WS-ACCEPTED-LINES
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO AckLineRecord
           MOVE WS-CRT-ORDERID(WS-CRT-IDX) TO ALN-OrderID
           MOVE WS-CRT-ITEMID(WS-CRT-IDX) TO ALN-ItemID
           MOVE WS-LINE-STATUS TO ALN-LineStatus
           MOVE WS-CRT-QTY(WS-CRT-IDX) TO ALN-Quantity
           MOVE WS-CRT-UOM(WS-CRT-IDX) TO ALN-UOM
           MOVE WS-CRT-PRICE(WS-CRT-IDX) TO ALN-UnitPrice
           MOVE WS-LINE-REASON TO ALN-Reason
           WRITE AckLineRecord.

       Count-Unrouted-Rejects.
           PERFORM VARYING WS-REJ-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-REJ-SCAN-IDX > WS-REJ-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BuildReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CERT-ORDERS TO WS-REPORT-NUM
           STRING "Certification Orders  : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BuildReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-REJECTS-UNROUTED TO WS-REPORT-NUM
           STRING "Rejects Not Routable  : " WS-REPORT-NUM
