       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReturnToVendor.
       AUTHOR. YourName.

      *> Return-to-vendor transactions -- goods refused on inspection
      *> or sent back damaged, one line per PO line returned, keyed
      *> by OrderID/ItemID with the quantity, return date and a
      *> reason code. Each return is validated against the PO
      *> history the way ReceiptIntake validates a receipt, then
      *> backed off the received quantity so the goods stop showing
      *> as received and payable. A return can never take back more
      *> than was received, and a cancelled line has nothing to
      *> return against. Where the goods coming back had already
      *> been invoiced, a debit memo goes to AP against the invoice
      *> on the register that billed them, and the register carries
      *> the debit so an unpaid invoice is paid net of it. The
      *> end-of-run report lists every return by supplier and reason
      *> for the quality team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReturnFile ASSIGN TO 'returns.csv'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POHistoryFile ASSIGN TO 'pohistory.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-Key
               FILE STATUS IS WS-PO-HISTORY-FILE-STATUS.
           SELECT POHistoryJournalFile ASSIGN TO 'pohjournal.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT InvoiceRegisterFile ASSIGN TO 'invregister.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IVR-InvoiceNumber
               FILE STATUS IS WS-REGISTER-FILE-STATUS.
           SELECT RejectFile ASSIGN TO 'returns-rejects.csv'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DebitMemoFile ASSIGN TO 'debitmemo.csv'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReturnReportFile ASSIGN TO 'returns-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SortFile ASSIGN TO 'returnsort.tmp'.

           SELECT RunControlFile ASSIGN TO 'runcontrol.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-ProgramName
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT OverrideFile ASSIGN TO 'runcontrol-override.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-FILE-STATUS.
           SELECT RestartFile ASSIGN TO 'restart.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Quantities are keyed in the item's stocking unit, the same
      *> as a receipt. The reason code is the quality team's own
      *> (DAMAGED, WRONGITEM, QCFAIL and so on) and is reported as
      *> keyed.
       FD ReturnFile.
       01 ReturnRecord.
           05 RTN-OrderID          PIC X(15).
           05 FILLER               PIC X.
           05 RTN-ItemID           PIC X(10).
           05 FILLER               PIC X.
           05 RTN-Quantity         PIC X(05).
           05 FILLER               PIC X.
           05 RTN-ReturnDate       PIC X(08).
           05 FILLER               PIC X.
           05 RTN-ReasonCode       PIC X(10).

       FD POHistoryFile.
       COPY PHREC.

      *> Before/after image of every history change this run makes.
       FD POHistoryJournalFile.
       COPY PJREC.

       FD InvoiceRegisterFile.
       COPY IVRREC.

       FD RejectFile.
       01 RejectRecord.
           05 REJ-OrderID          PIC X(15).
           05 REJ-ItemID           PIC X(10).
           05 REJ-Quantity         PIC X(05).
           05 REJ-ReturnDate       PIC X(08).
           05 REJ-ReturnReason     PIC X(10).
           05 REJ-ReasonCode       PIC X(20).

      *> One memo per return of already-invoiced goods. OPEN means
      *> the invoice was still unpaid and the payment run nets the
      *> memo off it; PAID means the money has gone and AP must
      *> recover it from the supplier; NOTONREG means the billing
      *> invoice could not be found on the register.
       FD DebitMemoFile.
       01 DebitMemoRecord.
           05 DBM-InvoiceNumber    PIC X(15).
           05 DBM-BuyerID          PIC X(15).
           05 DBM-OrderID          PIC X(15).
           05 DBM-ItemID           PIC X(10).
           05 DBM-ReturnDate       PIC X(08).
           05 DBM-ReasonCode       PIC X(10).
           05 DBM-Quantity         PIC 9(07).
           05 DBM-Amount           PIC 9(11)V99.
           05 DBM-InvoiceStatus    PIC X(08).

       FD ReturnReportFile.
       01 ReturnReportLine         PIC X(100).

       SD SortFile.
       01 SortRecord.
           05 SR-BuyerID           PIC X(15).
           05 SR-ReasonCode        PIC X(10).
           05 SR-OrderID           PIC X(15).
           05 SR-ItemID            PIC X(10).
           05 SR-ReturnDate        PIC X(08).
           05 SR-Quantity          PIC 9(07).
           05 SR-DebitAmount       PIC 9(11)V99.
           05 SR-InvoiceNumber     PIC X(15).

       FD RunControlFile.
       COPY RCREC.

       FD OverrideFile.
       01 OverrideRecord           PIC X(60).

      *> Only the leading fields of the 850 checkpoint record matter
      *> here: whether the last chain on file ended DONE.
       FD RestartFile.
       01 RestartRecord.
           05 RST-RecordCount        PIC 9(09).
           05 RST-Status             PIC X(04).

       WORKING-STORAGE SECTION.
      *> Run-control guard state; this program registers as
      *> ReturnToVendor.
       01 WS-RUNCTL-FILE-STATUS    PIC XX VALUE "00".
       01 WS-OVERRIDE-FILE-STATUS  PIC XX VALUE "00".
       01 WS-MY-PROGRAM            PIC X(20) VALUE "ReturnToVendor".
       01 WS-MY-UPDATER            PIC X VALUE "Y".
       01 WS-RUN-CONFLICT          PIC X VALUE "N".
       01 WS-CONFLICT-NAME         PIC X(20) VALUE SPACES.
       01 WS-OVERRIDE-REASON       PIC X(60) VALUE SPACES.
       01 WS-RUNCTL-SCAN-EOF       PIC X VALUE "N".
       01 WS-RUNCTL-REGISTERED     PIC X VALUE "N".
       01 WS-RC-STAMP              PIC X(14) VALUE SPACES.
       01 WS-RC-STAMP-TIME         PIC X(08) VALUE SPACES.
       01 WS-RESTART-FILE-STATUS   PIC XX VALUE "00".
       01 WS-RESTART-EOF           PIC X VALUE "N".
       01 WS-LAST-CHAIN-STATUS     PIC X(04) VALUE "DONE".

       01 WS-EOF-FLAG              PIC X VALUE "N".
       01 WS-SORT-EOF              PIC X VALUE "N".
       01 WS-VALID-RECORD          PIC X VALUE "Y".
       01 WS-REASON-CODE           PIC X(20) VALUE SPACES.
       01 WS-PO-HISTORY-FILE-STATUS PIC XX VALUE "00".

      *> Change-journal state: every history record this run adds,
      *> rewrites or deletes is journalled under the start stamp the
      *> run registered with, numbered in the order it was changed.
       01 WS-JOURNAL-FILE-STATUS   PIC XX VALUE "00".
       01 WS-JNL-RUN-STAMP         PIC X(14) VALUE SPACES.
       01 WS-JNL-SEQUENCE          PIC 9(09) VALUE ZERO.
       01 WS-JNL-ACTION            PIC X VALUE SPACE.
       01 WS-JNL-KEY               PIC X(25) VALUE SPACES.
       01 WS-JNL-BEFORE-IMAGE      PIC X(250) VALUE SPACES.
       01 WS-JNL-AFTER-IMAGE       PIC X(250) VALUE SPACES.
       01 WS-REGISTER-FILE-STATUS  PIC XX VALUE "00".
       01 WS-FATAL-ERROR-FLAG      PIC X VALUE "N".
       01 WS-RUN-DATE              PIC X(08).

      *> The return carries the quantity as unvalidated characters;
      *> it is only moved through this redefine once proven numeric.
       01 WS-QTY-X                 PIC X(05).
       01 WS-QTY-9 REDEFINES WS-QTY-X PIC 9(05).

      *> The part of a return that had already been billed: whatever
      *> the return takes the received quantity below the invoiced
      *> quantity by. It is priced at the line's average invoiced
      *> price, so the memo reverses exactly what AP was charged.
       01 WS-DEBIT-QTY             PIC 9(07) VALUE ZERO.
       01 WS-DEBIT-AMOUNT          PIC 9(11)V99 VALUE ZERO.

       01 WS-CONTROL-TOTALS.
           05 WS-RETURNS-READ      PIC 9(09) VALUE ZERO.
           05 WS-RETURNS-APPLIED   PIC 9(09) VALUE ZERO.
           05 WS-RETURNS-REJECTED  PIC 9(09) VALUE ZERO.
           05 WS-QTY-RETURNED      PIC 9(09) VALUE ZERO.
           05 WS-MEMOS-WRITTEN     PIC 9(09) VALUE ZERO.
           05 WS-MEMO-AMOUNT       PIC 9(13)V99 VALUE ZERO.
           05 WS-MEMOS-OPEN        PIC 9(09) VALUE ZERO.
           05 WS-MEMOS-PAID        PIC 9(09) VALUE ZERO.
           05 WS-MEMOS-NOTONREG    PIC 9(09) VALUE ZERO.

      *> Control-break state for the supplier/reason report.
       01 WS-BUYER-ACTIVE          PIC X VALUE "N".
       01 WS-CURRENT-BUYER         PIC X(15) VALUE SPACES.
       01 WS-CURRENT-REASON        PIC X(10) VALUE SPACES.
       01 WS-REASON-TOTALS.
           05 WS-REASON-RETURNS    PIC 9(09).
           05 WS-REASON-QTY        PIC 9(09).
           05 WS-REASON-DEBIT      PIC 9(13)V99.
       01 WS-BUYER-TOTALS.
           05 WS-BUYER-RETURNS     PIC 9(09).
           05 WS-BUYER-QTY         PIC 9(09).
           05 WS-BUYER-DEBIT       PIC 9(13)V99.

       01 WS-REPORT-LINE           PIC X(100).
       01 WS-REPORT-NUM            PIC ZZZZZZZZ9.
       01 WS-REPORT-AMT            PIC Z(12)9.99.

       01 WS-RETURN-DETAIL.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-RD-REASON         PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-RD-ORDERID        PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-RD-ITEMID         PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-RD-DATE           PIC X(08).
           05 FILLER               PIC X(05) VALUE " qty ".
           05 WS-RD-QTY            PIC Z(06)9.
           05 FILLER               PIC X(07) VALUE " debit ".
           05 WS-RD-DEBIT          PIC Z(10)9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-RD-INVOICE        PIC X(15).

       01 WS-GROUP-TOTAL-LINE.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 WS-GT-LABEL          PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-GT-KEY            PIC X(15).
           05 FILLER               PIC X(09) VALUE " returns ".
           05 WS-GT-RETURNS        PIC ZZZZZ9.
           05 FILLER               PIC X(05) VALUE " qty ".
           05 WS-GT-QTY            PIC Z(08)9.
           05 FILLER               PIC X(07) VALUE " debit ".
           05 WS-GT-DEBIT          PIC Z(12)9.99.

       01 WS-DATE-VALID             PIC X VALUE "Y".
       01 WS-RETURN-DATE            PIC X(08).
       01 WS-DATE-PARTS.
           05 WS-DATE-YYYY          PIC 9(4).
           05 WS-DATE-MM            PIC 9(2).
           05 WS-DATE-DD            PIC 9(2).
       01 WS-DAYS-IN-MONTH          PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM Register-Run-Start
           IF WS-FATAL-ERROR-FLAG = "Y"
               PERFORM Register-Run-End
               STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT ReturnFile.
           OPEN OUTPUT RejectFile.
           OPEN OUTPUT DebitMemoFile.
           OPEN OUTPUT ReturnReportFile.
           PERFORM Open-Journal-File
           OPEN I-O POHistoryFile.
           IF WS-PO-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: PO history file pohistory.dat could not "
                       "be opened (status " WS-PO-HISTORY-FILE-STATUS
                       ") -- cannot book returns without it"
               MOVE "Y" TO WS-FATAL-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
           END-IF
      *> No register only means nothing has been invoiced yet; any
      *> memo raised still goes to AP, marked as not on the register.
           OPEN I-O InvoiceRegisterFile.
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: invoice register invregister.dat "
                       "could not be opened (status "
                       WS-REGISTER-FILE-STATUS
                       ") -- debit memos will not be netted"
           END-IF

           PERFORM Write-Report-Heading

           IF WS-FATAL-ERROR-FLAG = "N"
               SORT SortFile
                   ON ASCENDING KEY SR-BuyerID SR-ReasonCode
                                    SR-OrderID SR-ItemID
                   INPUT PROCEDURE IS Process-Return-File
                   OUTPUT PROCEDURE IS Report-Returns
           END-IF

           PERFORM Write-Report-Totals

           CLOSE ReturnFile.
           CLOSE RejectFile.
           CLOSE DebitMemoFile.
           CLOSE ReturnReportFile.
           IF WS-PO-HISTORY-FILE-STATUS = "00"
               CLOSE POHistoryFile
           END-IF.
           IF WS-JOURNAL-FILE-STATUS = "00"
               CLOSE POHistoryJournalFile
           END-IF
           IF WS-REGISTER-FILE-STATUS = "00"
               CLOSE InvoiceRegisterFile
           END-IF.

           PERFORM Register-Run-End

           STOP RUN.

       Process-Return-File.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ ReturnFile INTO ReturnRecord
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RETURNS-READ
                   PERFORM Process-Return
               END-READ
           END-PERFORM.

       Process-Return.
           MOVE "Y" TO WS-VALID-RECORD
           MOVE SPACES TO WS-REASON-CODE
           IF RTN-Quantity IS NOT NUMERIC
               MOVE "N" TO WS-VALID-RECORD
               MOVE "BADQTY" TO WS-REASON-CODE
           ELSE
               MOVE RTN-Quantity TO WS-QTY-X
               IF WS-QTY-9 = ZERO
                   MOVE "N" TO WS-VALID-RECORD
                   MOVE "BADQTY" TO WS-REASON-CODE
               ELSE
                   MOVE RTN-ReturnDate TO WS-RETURN-DATE
                   PERFORM Validate-Date
                   IF WS-DATE-VALID = "N"
                       MOVE "N" TO WS-VALID-RECORD
                       MOVE "BADDATE" TO WS-REASON-CODE
                   ELSE
                       IF RTN-ReasonCode = SPACES
                           MOVE "N" TO WS-VALID-RECORD
                           MOVE "NOREASON" TO WS-REASON-CODE
                       ELSE
                           PERFORM Apply-Return
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-VALID-RECORD = "N"
               PERFORM Write-Reject-Record
               ADD 1 TO WS-RETURNS-REJECTED
           ELSE
               ADD 1 TO WS-RETURNS-APPLIED
               ADD WS-QTY-9 TO WS-QTY-RETURNED
           END-IF.

      *> The same prior-PO test a receipt gets, plus the one a
      *> return adds: nothing comes back that never arrived.
       Apply-Return.
           MOVE RTN-OrderID TO PH-OrderID
           MOVE RTN-ItemID TO PH-ItemID
           READ POHistoryFile
               INVALID KEY
                   MOVE "N" TO WS-VALID-RECORD
                   MOVE "NOPRIORPO" TO WS-REASON-CODE
               NOT INVALID KEY
                   IF PH-Status = "CANCELLED"
                       MOVE "N" TO WS-VALID-RECORD
                       MOVE "NOPRIORPO" TO WS-REASON-CODE
                   ELSE
                       IF WS-QTY-9 > PH-ReceivedQuantity
                           MOVE "N" TO WS-VALID-RECORD
                           MOVE "OVERRETURN" TO WS-REASON-CODE
                       ELSE
                           PERFORM Book-Return
                       END-IF
                   END-IF
           END-READ.

      *> Returned goods come out of the received-but-unbilled
      *> remainder first; only what goes beyond it was paid for (or
      *> is about to be) and needs a debit memo. The billed figures
      *> on the line come down by the same amount, so a replacement
      *> shipment can be received and invoiced again cleanly.
       Book-Return.
           SUBTRACT WS-QTY-9 FROM PH-ReceivedQuantity
           ADD WS-QTY-9 TO PH-ReturnedQuantity
           MOVE WS-RETURN-DATE TO PH-LastReturnDate
           MOVE ZERO TO WS-DEBIT-QTY
           MOVE ZERO TO WS-DEBIT-AMOUNT
           IF PH-InvoicedQuantity > PH-ReceivedQuantity
               COMPUTE WS-DEBIT-QTY =
                   PH-InvoicedQuantity - PH-ReceivedQuantity
               COMPUTE WS-DEBIT-AMOUNT ROUNDED =
                   PH-InvoicedAmount * WS-DEBIT-QTY
                       / PH-InvoicedQuantity
               SUBTRACT WS-DEBIT-QTY FROM PH-InvoicedQuantity
               SUBTRACT WS-DEBIT-AMOUNT FROM PH-InvoicedAmount
           END-IF
           PERFORM Rewrite-PO-History
           IF WS-DEBIT-QTY > ZERO
               PERFORM Write-Debit-Memo
           END-IF
           PERFORM Release-Return.

       Write-Debit-Memo.
           MOVE PH-LastInvoiceNumber TO DBM-InvoiceNumber
           MOVE PH-BuyerID TO DBM-BuyerID
           MOVE PH-OrderID TO DBM-OrderID
           MOVE PH-ItemID TO DBM-ItemID
           MOVE WS-RETURN-DATE TO DBM-ReturnDate
           MOVE RTN-ReasonCode TO DBM-ReasonCode
           MOVE WS-DEBIT-QTY TO DBM-Quantity
           MOVE WS-DEBIT-AMOUNT TO DBM-Amount
           MOVE "NOTONREG" TO DBM-InvoiceStatus
           IF WS-REGISTER-FILE-STATUS = "00"
               MOVE PH-LastInvoiceNumber TO IVR-InvoiceNumber
               READ InvoiceRegisterFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF IVR-PayStatus = "PAID"
                           MOVE "PAID" TO DBM-InvoiceStatus
                       ELSE
                           MOVE "OPEN" TO DBM-InvoiceStatus
                       END-IF
                       ADD WS-DEBIT-AMOUNT TO IVR-DebitAmount
                       REWRITE InvoiceRegisterRecord
               END-READ
           END-IF
           WRITE DebitMemoRecord
           ADD 1 TO WS-MEMOS-WRITTEN
           ADD WS-DEBIT-AMOUNT TO WS-MEMO-AMOUNT
           IF DBM-InvoiceStatus = "OPEN"
               ADD 1 TO WS-MEMOS-OPEN
           ELSE
               IF DBM-InvoiceStatus = "PAID"
                   ADD 1 TO WS-MEMOS-PAID
               ELSE
                   ADD 1 TO WS-MEMOS-NOTONREG
               END-IF
           END-IF.

       Release-Return.
           MOVE PH-BuyerID TO SR-BuyerID
           MOVE RTN-ReasonCode TO SR-ReasonCode
           MOVE PH-OrderID TO SR-OrderID
           MOVE PH-ItemID TO SR-ItemID
           MOVE WS-RETURN-DATE TO SR-ReturnDate
           MOVE WS-QTY-9 TO SR-Quantity
           MOVE WS-DEBIT-AMOUNT TO SR-DebitAmount
           IF WS-DEBIT-QTY > ZERO
               MOVE PH-LastInvoiceNumber TO SR-InvoiceNumber
           ELSE
               MOVE SPACES TO SR-InvoiceNumber
           END-IF
           RELEASE SortRecord.

       Write-Reject-Record.
           MOVE RTN-OrderID TO REJ-OrderID
           MOVE RTN-ItemID TO REJ-ItemID
           MOVE RTN-Quantity TO REJ-Quantity
           MOVE RTN-ReturnDate TO REJ-ReturnDate
           MOVE RTN-ReasonCode TO REJ-ReturnReason
           MOVE WS-REASON-CODE TO REJ-ReasonCode
           WRITE RejectRecord.

      *> Supplier, then reason within supplier, with a subtotal at
      *> each break -- the quality team reads it by supplier first.
       Report-Returns.
           MOVE "N" TO WS-SORT-EOF
           MOVE "N" TO WS-BUYER-ACTIVE
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SortFile
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                       IF WS-BUYER-ACTIVE = "Y"
                           PERFORM Write-Reason-Subtotals
                           PERFORM Write-Supplier-Subtotals
                       END-IF
                   NOT AT END
                       IF WS-BUYER-ACTIVE = "N" OR
                               SR-BuyerID NOT = WS-CURRENT-BUYER
                           IF WS-BUYER-ACTIVE = "Y"
                               PERFORM Write-Reason-Subtotals
                               PERFORM Write-Supplier-Subtotals
                           END-IF
                           PERFORM Start-Supplier-Group
                           PERFORM Start-Reason-Group
                       ELSE
                           IF SR-ReasonCode NOT = WS-CURRENT-REASON
                               PERFORM Write-Reason-Subtotals
                               PERFORM Start-Reason-Group
                           END-IF
                       END-IF
                       PERFORM Write-Return-Detail
               END-RETURN
           END-PERFORM.

       Start-Supplier-Group.
           MOVE "Y" TO WS-BUYER-ACTIVE
           MOVE SR-BuyerID TO WS-CURRENT-BUYER
           MOVE ZERO TO WS-BUYER-TOTALS
           MOVE SPACES TO WS-REPORT-LINE
           WRITE ReturnReportLine FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Supplier: " SR-BuyerID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ReturnReportLine FROM WS-REPORT-LINE.

       Start-Reason-Group.
           MOVE SR-ReasonCode TO WS-CURRENT-REASON
           MOVE ZERO TO WS-REASON-TOTALS.

       Write-Return-Detail.
           MOVE SR-ReasonCode TO WS-RD-REASON
           MOVE SR-OrderID TO WS-RD-ORDERID
           MOVE SR-ItemID TO WS-RD-ITEMID
           MOVE SR-ReturnDate TO WS-RD-DATE
           MOVE SR-Quantity TO WS-RD-QTY
           MOVE SR-DebitAmount TO WS-RD-DEBIT
           MOVE SR-InvoiceNumber TO WS-RD-INVOICE
           WRITE ReturnReportLine FROM WS-RETURN-DETAIL
           ADD 1 TO WS-REASON-RETURNS
           ADD SR-Quantity TO WS-REASON-QTY
           ADD SR-DebitAmount TO WS-REASON-DEBIT
           ADD 1 TO WS-BUYER-RETURNS
           ADD SR-Quantity TO WS-BUYER-QTY
           ADD SR-DebitAmount TO WS-BUYER-DEBIT.

       Write-Reason-Subtotals.
           MOVE "reason" TO WS-GT-LABEL
           MOVE WS-CURRENT-REASON TO WS-GT-KEY
           MOVE WS-REASON-RETURNS TO WS-GT-RETURNS
           MOVE WS-REASON-QTY TO WS-GT-QTY
           MOVE WS-REASON-DEBIT TO WS-GT-DEBIT
           WRITE ReturnReportLine FROM WS-GROUP-TOTAL-LINE.

       Write-Supplier-Subtotals.
           MOVE "supplier" TO WS-GT-LABEL
           MOVE WS-CURRENT-BUYER TO WS-GT-KEY
           MOVE WS-BUYER-RETURNS TO WS-GT-RETURNS
           MOVE WS-BUYER-QTY TO WS-GT-QTY
           MOVE WS-BUYER-DEBIT TO WS-GT-DEBIT
           WRITE ReturnReportLine FROM WS-GROUP-TOTAL-LINE.

       Write-Report-Heading.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ReturnToVendor - Returns By Supplier And Reason "
                   WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ReturnReportLine FROM WS-REPORT-LINE.

       Write-Report-Totals.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE ReturnReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-RETURNS-READ TO WS-REPORT-NUM
           STRING "Returns Read          : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ReturnReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-RETURNS-APPLIED TO WS-REPORT-NUM
           STRING "Returns Applied       : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ReturnReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-RETURNS-REJECTED TO WS-REPORT-NUM
           STRING "Returns Rejected      : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ReturnReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-QTY-RETURNED TO WS-REPORT-NUM
           STRING "Quantity Returned     : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ReturnReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-MEMOS-WRITTEN TO WS-REPORT-NUM
           STRING "Debit Memos Written   : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ReturnReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-MEMO-AMOUNT TO WS-REPORT-AMT
           STRING "Debit Memo Amount     : " WS-REPORT-AMT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ReturnReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-MEMOS-OPEN TO WS-REPORT-NUM
           STRING "  Netted On Unpaid    : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ReturnReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-MEMOS-PAID TO WS-REPORT-NUM
           STRING "  To Recover (Paid)   : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ReturnReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-MEMOS-NOTONREG TO WS-REPORT-NUM
           STRING "  Not On Register     : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ReturnReportLine FROM WS-REPORT-LINE.

       Validate-Date.
           MOVE "Y" TO WS-DATE-VALID
           IF WS-RETURN-DATE IS NOT NUMERIC
               MOVE "N" TO WS-DATE-VALID
           ELSE
               MOVE WS-RETURN-DATE(1:4) TO WS-DATE-YYYY
               MOVE WS-RETURN-DATE(5:2) TO WS-DATE-MM
               MOVE WS-RETURN-DATE(7:2) TO WS-DATE-DD
               IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
                   MOVE "N" TO WS-DATE-VALID
               ELSE
                   PERFORM Compute-Days-In-Month
                   IF WS-DATE-DD < 1 OR WS-DATE-DD > WS-DAYS-IN-MONTH
                       MOVE "N" TO WS-DATE-VALID
                   END-IF
               END-IF
           END-IF.

       Compute-Days-In-Month.
           IF WS-DATE-MM = 4 OR WS-DATE-MM = 6 OR WS-DATE-MM = 9
                   OR WS-DATE-MM = 11
               MOVE 30 TO WS-DAYS-IN-MONTH
           ELSE
               IF WS-DATE-MM = 2
                   IF FUNCTION MOD(WS-DATE-YYYY, 4) = 0 AND
                           (FUNCTION MOD(WS-DATE-YYYY, 100) NOT = 0 OR
                            FUNCTION MOD(WS-DATE-YYYY, 400) = 0)
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               ELSE
                   MOVE 31 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF.

      *> Change journal over pohistory.dat. It accumulates across
      *> runs -- each run's changes carry its own start stamp -- so a
      *> first-ever run creates it and every later run appends.
      *> Without it nothing this run changes could be backed out, so
      *> the run does not go ahead.
       Open-Journal-File.
           MOVE WS-RC-STAMP TO WS-JNL-RUN-STAMP
           OPEN EXTEND POHistoryJournalFile
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               OPEN OUTPUT POHistoryJournalFile
           END-IF
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: PO history journal pohjournal.dat could "
                       "not be opened (status " WS-JOURNAL-FILE-STATUS
                       ") -- history cannot be changed unjournalled"
               MOVE "Y" TO WS-FATAL-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
           END-IF.

      *> Every rewrite of a history record comes through here so the
      *> journal sees it. The record as it still stands on file is
      *> read back for the before-image, the new version goes over
      *> it, and both images are journalled together.
       Rewrite-PO-History.
           MOVE POHistoryRecord TO WS-JNL-AFTER-IMAGE
           MOVE PH-Key TO WS-JNL-KEY
           READ POHistoryFile
               INVALID KEY
                   MOVE SPACES TO WS-JNL-BEFORE-IMAGE
               NOT INVALID KEY
                   MOVE POHistoryRecord TO WS-JNL-BEFORE-IMAGE
           END-READ
           MOVE WS-JNL-AFTER-IMAGE TO POHistoryRecord
           REWRITE POHistoryRecord
           IF WS-PO-HISTORY-FILE-STATUS = "00"
               MOVE "C" TO WS-JNL-ACTION
               PERFORM Write-Journal-Record
           END-IF.

       Write-Journal-Record.
           ADD 1 TO WS-JNL-SEQUENCE
           MOVE WS-MY-PROGRAM TO PJ-ProgramName
           MOVE WS-JNL-RUN-STAMP TO PJ-RunStamp
           MOVE WS-JNL-SEQUENCE TO PJ-Sequence
           MOVE WS-JNL-ACTION TO PJ-Action
           MOVE WS-JNL-KEY TO PJ-Key
           MOVE WS-JNL-BEFORE-IMAGE TO PJ-BeforeImage
           MOVE WS-JNL-AFTER-IMAGE TO PJ-AfterImage
           WRITE POHistoryJournalRecord.

      *> Shared run-control guard over pohistory.dat: register this
      *> run, and refuse to start while a conflicting run is
      *> registered. An updater conflicts with any registered run; a
      *> reader only with updaters. A reason placed in
      *> runcontrol-override.csv lets the operator push through one
      *> start, and the reason is recorded on this program's
      *> run-control record.
       Register-Run-Start.
           PERFORM Open-Run-Control-File
           IF WS-FATAL-ERROR-FLAG = "N"
               PERFORM Check-Run-Conflicts
               PERFORM Check-Restart-Chain
               IF WS-RUN-CONFLICT = "Y"
                   PERFORM Read-Override-Reason
                   IF WS-OVERRIDE-REASON = SPACES
                       DISPLAY "FATAL: conflicting run "
                               WS-CONFLICT-NAME " is registered -- "
                               "refusing to start; place a reason in "
                               "runcontrol-override.csv to override"
                       MOVE "Y" TO WS-FATAL-ERROR-FLAG
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       DISPLAY "WARNING: overriding conflicting run "
                               WS-CONFLICT-NAME " -- reason: "
                               WS-OVERRIDE-REASON
                       PERFORM Consume-Override-Reason
                   END-IF
               END-IF
           END-IF
           IF WS-FATAL-ERROR-FLAG = "N"
               PERFORM Write-Run-Control-Start
           END-IF.

      *> First-ever run starts from an empty control file rather
      *> than falling over -- the same bootstrap the masters get.
       Open-Run-Control-File.
           OPEN I-O RunControlFile
           IF WS-RUNCTL-FILE-STATUS NOT = "00"
               OPEN OUTPUT RunControlFile
               CLOSE RunControlFile
               OPEN I-O RunControlFile
           END-IF
           IF WS-RUNCTL-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: run-control file runcontrol.dat could "
                       "not be opened (status " WS-RUNCTL-FILE-STATUS
                       ") -- cannot guard the shared PO history"
               MOVE "Y" TO WS-FATAL-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
           END-IF.

      *> A record left RUNNING by an abend is a real conflict too --
      *> that run's work may be half-applied -- so it blocks until
      *> an operator overrides with a reason.
       Check-Run-Conflicts.
           MOVE "N" TO WS-RUN-CONFLICT
           MOVE SPACES TO WS-CONFLICT-NAME
           MOVE LOW-VALUES TO RC-ProgramName
           START RunControlFile KEY IS NOT LESS THAN RC-ProgramName
               INVALID KEY
                   MOVE "Y" TO WS-RUNCTL-SCAN-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-RUNCTL-SCAN-EOF
           END-START
           PERFORM UNTIL WS-RUNCTL-SCAN-EOF = "Y"
               READ RunControlFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-RUNCTL-SCAN-EOF
                   NOT AT END
                       IF RC-Status = "RUNNING" AND
                               (WS-MY-UPDATER = "Y" OR
                                RC-UpdatesHistory = "Y")
                           MOVE "Y" TO WS-RUN-CONFLICT
                           MOVE RC-ProgramName TO WS-CONFLICT-NAME
                           MOVE "Y" TO WS-RUNCTL-SCAN-EOF
                       END-IF
               END-READ
           END-PERFORM.

       Read-Override-Reason.
           MOVE SPACES TO WS-OVERRIDE-REASON
           OPEN INPUT OverrideFile
           IF WS-OVERRIDE-FILE-STATUS = "00"
               READ OverrideFile INTO OverrideRecord
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE OverrideRecord TO WS-OVERRIDE-REASON
               END-READ
               CLOSE OverrideFile
           END-IF.

      *> The override answers exactly one start -- spent here, so a
      *> forgotten override file cannot quietly wave every later
      *> conflict through on a stale reason.
       Consume-Override-Reason.
           OPEN OUTPUT OverrideFile
           CLOSE OverrideFile.

       Write-Run-Control-Start.
           PERFORM Get-Run-Control-Stamp
           MOVE WS-MY-PROGRAM TO RC-ProgramName
           READ RunControlFile
               INVALID KEY
                   MOVE WS-MY-PROGRAM TO RC-ProgramName
                   PERFORM Fill-Run-Control-Start
                   WRITE RunControlRecord
               NOT INVALID KEY
                   PERFORM Fill-Run-Control-Start
                   REWRITE RunControlRecord
           END-READ
           MOVE "Y" TO WS-RUNCTL-REGISTERED.

       Fill-Run-Control-Start.
           MOVE "RUNNING" TO RC-Status
           MOVE WS-MY-UPDATER TO RC-UpdatesHistory
           MOVE WS-RC-STAMP TO RC-StartStamp
           MOVE SPACES TO RC-EndStamp
           MOVE ZERO TO RC-ReturnCode
           MOVE WS-OVERRIDE-REASON TO RC-OverrideReason.

      *> Only a run that got as far as registering marks itself
      *> ended; a crash between the two leaves RUNNING behind, which
      *> is exactly what makes the next start stop and ask.
       Register-Run-End.
           IF WS-RUNCTL-REGISTERED = "Y"
               MOVE WS-MY-PROGRAM TO RC-ProgramName
               READ RunControlFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM Get-Run-Control-Stamp
                       MOVE "ENDED" TO RC-Status
                       MOVE WS-RC-STAMP TO RC-EndStamp
                       MOVE RETURN-CODE TO RC-ReturnCode
                       REWRITE RunControlRecord
               END-READ
           END-IF
           IF WS-RUNCTL-FILE-STATUS = "00"
               CLOSE RunControlFile
           END-IF.

       Get-Run-Control-Stamp.
           ACCEPT WS-RC-STAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT WS-RC-STAMP-TIME FROM TIME
           MOVE WS-RC-STAMP-TIME(1:6) TO WS-RC-STAMP(9:6).

      *> The updating side of the shop must not touch the history
      *> while an 850 chain is still mid-checkpoint -- matching or
      *> archiving against half-applied history is exactly the
      *> incident this guard exists to stop.
       Check-Restart-Chain.
           MOVE "DONE" TO WS-LAST-CHAIN-STATUS
           OPEN INPUT RestartFile
           IF WS-RESTART-FILE-STATUS = "00"
               MOVE "N" TO WS-RESTART-EOF
               PERFORM UNTIL WS-RESTART-EOF = "Y"
                   READ RestartFile INTO RestartRecord
                       AT END
                           MOVE "Y" TO WS-RESTART-EOF
                       NOT AT END
                           MOVE RST-Status TO WS-LAST-CHAIN-STATUS
                   END-READ
               END-PERFORM
               CLOSE RestartFile
           END-IF
           IF WS-LAST-CHAIN-STATUS NOT = "DONE"
               MOVE "Y" TO WS-RUN-CONFLICT
               MOVE "EDI850-CKPT-CHAIN" TO WS-CONFLICT-NAME
           END-IF.
