       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDI850Processor.
       AUTHOR. YourName.

               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-Key
               FILE STATUS IS WS-PO-HISTORY-FILE-STATUS.
           SELECT POHistoryJournalFile ASSIGN TO 'pohjournal.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT RestartFile ASSIGN TO 'restart.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-FILE-STATUS.
           SELECT RunHistoryFile ASSIGN TO 'runhist.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-FILE-STATUS.
           SELECT CertLineFile ASSIGN TO 'certlines.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTLINE-FILE-STATUS.
           SELECT InterchangeScanFile ASSIGN TO 'edi850.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENV-SCAN-FILE-STATUS.
           SELECT InterchangeRegisterFile ASSIGN TO 'icregister.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ICR-Key
               FILE STATUS IS WS-ICREG-FILE-STATUS.
           SELECT RunControlFile ASSIGN TO 'runcontrol.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 AckBuyerID            PIC X(15).
           05 AckStatus             PIC X(20).
      *> Blank except on BLANKET-BALANCE rows, which carry the item
      *> drawn against and its remaining committed quantity, and on
      *> the ack of a certifying partner's order, which carries
      *> CERTIFICATION.
           05 AckDetail             PIC X(20).

       FD BuyerMasterFile.
       FD POHistoryFile.
       COPY PHREC.

      *> Before/after image of every history change this run makes.
       FD POHistoryJournalFile.
       COPY PJREC.

      *> Carries the header-in-progress and running control totals, not
      *> just the file position, so a restart resumes mid-order instead
      *> of rejecting the remaining detail lines of the order that was
           05 RST-OrderValue         PIC 9(13)V99.
           05 RST-HoldOverflow       PIC X(01).
           05 RST-HoldCount          PIC 9(03).
      *> Certification lines written so far, kept apart from the
      *> live totals above.
           05 RST-CertLines          PIC 9(09).

      *> Mirror of the in-storage hold buffer: appended to as lines
      *> buffer, truncated when the buffer flushes, instead of
           05 RH-TotalQuantity     PIC 9(11).
           05 RH-TotalPrice        PIC 9(13)V99.

      *> Where a certifying partner's lines go instead of the PO
      *> history, output, review and reject files.
       FD CertLineFile.
       COPY CLREC.

      *> Second view of the inbound file, read through once for its
      *> envelope before the run proper opens it.
       FD InterchangeScanFile.
       COPY ENVREC.

       FD InterchangeRegisterFile.
       COPY ICRREC.

       FD RunControlFile.
       COPY RCREC.

      *> lookup: one keyed read per detail line.
       01 WS-PO-HISTORY-FILE-STATUS  PIC XX VALUE "00".

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

      *> Prior image of a history record about to be rebooked. A "C"
      *> change and a cross-day retransmitted "N" both land on a key
      *> already on file, and the shipment tracking and blanket
       01 WS-PRIOR-RELEASED-QTY      PIC 9(07) VALUE ZERO.
       01 WS-PRIOR-RECEIVED-QTY      PIC 9(07) VALUE ZERO.
       01 WS-PRIOR-RECEIPT-DATE      PIC X(08) VALUE SPACES.
       01 WS-PRIOR-INVOICED-QTY      PIC 9(07) VALUE ZERO.
       01 WS-PRIOR-INVOICED-AMT      PIC 9(11)V99 VALUE ZERO.
       01 WS-PRIOR-PAYTERMS          PIC X(10) VALUE SPACES.
       01 WS-PRIOR-RETURNED-QTY      PIC 9(07) VALUE ZERO.
       01 WS-PRIOR-RETURN-DATE       PIC X(08) VALUE SPACES.
       01 WS-PRIOR-LAST-INVOICE      PIC X(15) VALUE SPACES.

      *> Run identification and logging state. The run ID is the
      *> start timestamp down to hundredths, unique enough to tell

       01 WS-DUP-FOUND               PIC X VALUE "N".

      *> Certification state for the order in progress. A partner
      *> in certification ("T" on the buyer master) has its orders
      *> put through every check a live order gets and acknowledged,
      *> but each line's outcome goes to the certification file
      *> instead of the PO history, output, review and reject files,
      *> and stays out of the run's control totals.
       01 WS-CERTLINE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-ORDER-CERTIFYING        PIC X VALUE "N".
       01 WS-CERT-LINES              PIC 9(09) VALUE ZERO.
       01 WS-CERT-LINE-STATUS        PIC X(10) VALUE SPACES.
       01 WS-CERT-RECTYPE            PIC X VALUE SPACE.

      *> Set when an in-run table fills and we cannot continue safely
      *> without risking silent data loss (e.g. re-truncating a
      *> buyer's output file) -- the run stops rather than keep going.
           05 WS-DATE-DD            PIC 9(2).
       01 WS-DAYS-IN-MONTH          PIC 9(2).

      *> Interchange envelope state for the inbound file; the
      *> register is keyed by sender, this document type and the
      *> control number.
       01 WS-ENV-DOC-TYPE          PIC X(03) VALUE "850".
       01 WS-ENV-SCAN-FILE-STATUS  PIC XX VALUE "00".
       01 WS-ICREG-FILE-STATUS     PIC XX VALUE "00".
       01 WS-ENV-PRESENT           PIC X VALUE "N".
       01 WS-ENV-REFUSED           PIC X VALUE "N".
       01 WS-ENV-RECORDED          PIC X VALUE "N".
       01 WS-ENV-REASON            PIC X(20) VALUE SPACES.
       01 WS-ENV-SENDER-ID         PIC X(15) VALUE SPACES.
       01 WS-ENV-CONTROL-X         PIC X(09) VALUE SPACES.
       01 WS-ENV-CONTROL-NUMBER    PIC 9(09) VALUE ZERO.
       01 WS-ENV-CREATION-DATE     PIC X(08) VALUE SPACES.
       01 WS-ENV-PRIOR-STAMP       PIC X(14) VALUE SPACES.
       01 WS-ENV-SCAN-EOF          PIC X VALUE "N".
       01 WS-ENV-TRAILER-SEEN      PIC X VALUE "N".
       01 WS-ENV-TRAILER-CONTROL   PIC X(09) VALUE SPACES.
       01 WS-ENV-TRAILER-COUNT     PIC X(09) VALUE SPACES.
       01 WS-ENV-TRAILER-COUNT-9 REDEFINES WS-ENV-TRAILER-COUNT
                                    PIC 9(09).
       01 WS-ENV-BODY-COUNT        PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *> The hold buffer is mirrored to its side file as displayable
               STOP RUN
           END-IF

      *> A duplicate or short interchange is refused before any
      *> output is opened -- the same early way out as a refused
      *> start, leaving the prior cycle's files and the checkpoint
      *> chain exactly as they were.
           PERFORM Check-Interchange-Envelope
           IF WS-ENV-REFUSED = "Y"
               MOVE "FATAL" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "interchange " WS-ENV-CONTROL-X " from "
                       WS-ENV-SENDER-ID " refused (" WS-ENV-REASON
                       ") -- edi850.csv not processed"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM Write-Run-Log
               IF WS-ENV-PRIOR-STAMP NOT = SPACES
                   MOVE "FATAL" TO WS-LOG-SEVERITY
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "interchange " WS-ENV-CONTROL-X
                           " was already taken by the run started "
                           WS-ENV-PRIOR-STAMP
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   PERFORM Write-Run-Log
               END-IF
               MOVE 16 TO RETURN-CODE
               PERFORM Register-Run-End
               PERFORM Write-Run-History
               CLOSE RunLogFile
               STOP RUN
           END-IF

           OPEN INPUT InputFile.
           OPEN INPUT BuyerMasterFile.
           IF WS-BUYER-MASTER-FILE-STATUS NOT = "00"
               OPEN EXTEND RejectFile
               OPEN EXTEND AckFile
               OPEN EXTEND ReviewFile
               OPEN EXTEND CertLineFile
               IF WS-CERTLINE-FILE-STATUS NOT = "00"
                   OPEN OUTPUT CertLineFile
               END-IF
               PERFORM Skip-To-Restart-Point
      *> The buffered held lines of the order in progress come back
      *> from the side file; the checkpoint only carried the count.
               IF WS-HEADER-SEEN = "Y" AND WS-FATAL-ERROR-FLAG = "N"
                   PERFORM Validate-Buyer-Master
                   IF WS-BUYER-VALID = "Y"
                       IF WS-ORDER-CERTIFYING = "N"
                           PERFORM Route-Output-File-For-Buyer
                       END-IF
                   ELSE
                       MOVE "N" TO WS-HEADER-VALID
                       MOVE WS-BUYER-REASON TO WS-HEADER-REASON
               OPEN OUTPUT RejectFile
               OPEN OUTPUT AckFile
               OPEN OUTPUT ReviewFile
               OPEN OUTPUT CertLineFile
           END-IF
           OPEN INPUT ItemMasterFile.
           IF WS-ITEM-MASTER-FILE-STATUS NOT = "00"
               PERFORM Write-Run-Log
               MOVE "Y" TO WS-FATAL-ERROR-FLAG
           END-IF
           PERFORM Open-Journal-File
           PERFORM Open-PO-History-File.
           PERFORM Open-Restart-File-For-Write.

                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
      *> The envelope was checked before the run began; its ISA and
      *> IEA records are counted (the checkpoint counts every record
      *> read) but carry no order.
                   IF WS-ENV-PRESENT = "Y" AND
                           (InputRecord(1:3) = "ISA" OR
                            InputRecord(1:3) = "IEA")
                       CONTINUE
                   ELSE
                       EVALUATE IR-RecordType
                           WHEN "H"
                               PERFORM Process-Header
                           WHEN "D"
                               PERFORM Process-Detail
                           WHEN "T"
                               PERFORM Process-Trailer
                           WHEN OTHER
                               PERFORM Process-Unknown-Record
                       END-EVALUATE
                   END-IF
      *> Checkpoint after every record, not every Nth one. A gap
      *> between the checkpoint and the actual abend point is exactly
      *> what let a restart replay records already committed to
               PERFORM Write-Checkpoint
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM Record-Interchange-Processed
               IF WS-ENV-PRESENT = "Y" AND WS-ENV-RECORDED = "N"
                   MOVE "WARN" TO WS-LOG-SEVERITY
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "interchange " WS-ENV-CONTROL-X
                           " could not be recorded in icregister.dat, "
                           "status " WS-ICREG-FILE-STATUS
                           " -- a resend of it will not be caught"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   PERFORM Write-Run-Log
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE "INFO" TO WS-LOG-SEVERITY
               MOVE "run completed" TO WS-LOG-MESSAGE
               PERFORM Write-Run-Log
           CLOSE RejectFile.
           CLOSE AckFile.
           CLOSE ReviewFile.
           CLOSE CertLineFile.
           CLOSE BuyerMasterFile.
           CLOSE ItemMasterFile.
           CLOSE ShipToLocationFile.
           CLOSE POHistoryFile.
           IF WS-JOURNAL-FILE-STATUS = "00"
               CLOSE POHistoryJournalFile
           END-IF
           CLOSE RestartFile.

           PERFORM Register-Run-End
           MOVE ZERO TO WS-ORDER-VALUE
           MOVE "N" TO WS-HOLD-OVERFLOW
           MOVE ZERO TO WS-HOLD-COUNT
           MOVE SPACES TO WS-HOLD-TABLE
           MOVE ZERO TO WS-CERT-LINES.

      *> Restores the order-in-progress and running control totals
      *> from the last checkpoint, so a restart resumes mid-order
           MOVE RST-TotalPrice      TO WS-TOTAL-PRICE
           MOVE RST-OrderValue      TO WS-ORDER-VALUE
           MOVE RST-HoldOverflow    TO WS-HOLD-OVERFLOW
           MOVE RST-HoldCount       TO WS-HOLD-COUNT
           MOVE RST-CertLines       TO WS-CERT-LINES.

       Skip-To-Restart-Point.
           PERFORM VARYING WS-SKIP-IDX FROM 1 BY 1
           MOVE WS-ORDER-VALUE       TO RST-OrderValue
           MOVE WS-HOLD-OVERFLOW     TO RST-HoldOverflow
           MOVE WS-HOLD-COUNT        TO RST-HoldCount
           MOVE WS-CERT-LINES        TO RST-CertLines
           WRITE RestartRecord.

      *> Append-only while an order buffers: each held line goes out
               MOVE SPACES TO WS-POItemUOM
               MOVE WS-HEADER-REASON TO WS-REASON-CODE
               PERFORM Write-Reject-Record
               MOVE "Y" TO WS-ORDER-HAS-ERRORS
           ELSE
      *> Nor for a partner in certification -- its orders are
      *> acknowledged but never routed downstream.
               IF WS-ORDER-CERTIFYING = "N"
                   PERFORM Route-Output-File-For-Buyer
               END-IF

               MOVE WS-HDR-DATE TO WS-PODate
               PERFORM Validate-Date
                   MOVE SPACES TO WS-POItemUOM
                   MOVE WS-HEADER-REASON TO WS-REASON-CODE
                   PERFORM Write-Reject-Record
                   MOVE "Y" TO WS-ORDER-HAS-ERRORS
               ELSE
                   PERFORM Validate-Ship-To
                       MOVE SPACES TO WS-POItemUOM
                       MOVE WS-HEADER-REASON TO WS-REASON-CODE
                       PERFORM Write-Reject-Record
                       MOVE "Y" TO WS-ORDER-HAS-ERRORS
                   ELSE
                       MOVE "Y" TO WS-HEADER-VALID
               MOVE "TRUNCATEDPO" TO WS-REASON-CODE
               MOVE "H" TO WS-REJ-RECTYPE-OVERRIDE
               PERFORM Write-Reject-Record
               MOVE "Y" TO WS-ORDER-HAS-ERRORS
               PERFORM Write-Ack-Record
               MOVE "N" TO WS-HEADER-SEEN
               MOVE "N" TO WS-ORDER-CERTIFYING
           END-IF.

       Process-Detail.
                               END-IF
                           END-IF
                           IF WS-VALID-RECORD = "Y"
                               IF WS-HDR-TXNTYPE = "C" OR
                                       WS-HDR-TXNTYPE = "X"
                                   PERFORM Validate-Prior-PO
                               END-IF
                               IF WS-HDR-TXNTYPE = "R"
             END-IF
           END-IF

           IF WS-VALID-RECORD = "Y" AND WS-ORDER-CERTIFYING = "Y"
               PERFORM Certify-Accepted-Line
           ELSE
             IF WS-VALID-RECORD = "Y"
                 IF WS-HDR-TXNTYPE = "X"
      *> A cancel must still show up downstream -- otherwise the line
      *> last shipped to the buyer's output file keeps whatever
      *> quantity/price the original 850 carried, and fulfillment has
      *> no way to learn it was called off. Zero out the quantity/
      *> price on the cancel row itself; PO history, not this row, is
      *> the source of truth for what was originally ordered.
                     PERFORM Apply-PO-Cancel
                     MOVE ZERO TO WS-POItemQuantity
                     MOVE ZERO TO WS-POItemUnitPrice
                     MOVE SPACES TO WS-POItemUOM
                     PERFORM Transform-Record
                     PERFORM Write-Or-Hold-Output-Line
                 ELSE
      *> A release draws down the blanket line rather than booking a
      *> history line of its own -- the blanket record stays the one
      *> source of truth for the committed and released quantities.
                     IF WS-HDR-TXNTYPE = "R"
                         PERFORM Apply-Blanket-Release
                         PERFORM Transform-Record
                         PERFORM Write-Or-Hold-Output-Line
                         ADD WS-POItemQuantity TO WS-TOTAL-QUANTITY
                         ADD WS-OutItemTotalPrice TO WS-TOTAL-PRICE
                         ADD WS-OutItemTotalPrice TO WS-ORDER-VALUE
                     ELSE
                         PERFORM Transform-Record
                         PERFORM Write-Or-Hold-Output-Line
                         ADD WS-POItemQuantity TO WS-TOTAL-QUANTITY
                         ADD WS-OutItemTotalPrice TO WS-TOTAL-PRICE
                         ADD WS-OutItemTotalPrice TO WS-ORDER-VALUE
                         PERFORM Record-PO-History
                     END-IF
                 END-IF
                 ADD 1 TO WS-RECORDS-ACCEPTED
             ELSE
               PERFORM Write-Reject-Record
               MOVE "Y" TO WS-ORDER-HAS-ERRORS
             END-IF
           END-IF.

      *> A trailer with no active header -- either a second trailer in
               MOVE SPACES TO WS-POItemUOM
               MOVE "NOHEADER" TO WS-REASON-CODE
               PERFORM Write-Reject-Record
           ELSE
               IF TRL-OrderID NOT = WS-HDR-ORDERID
                   MOVE TRL-OrderID TO WS-POOrderID
                   MOVE SPACES TO WS-POItemUOM
                   MOVE "ORDERIDMISMATCH" TO WS-REASON-CODE
                   PERFORM Write-Reject-Record
                   MOVE "Y" TO WS-ORDER-HAS-ERRORS
               END-IF
               IF TRL-LineCount NOT = WS-DETAIL-LINE-COUNT
                   MOVE SPACES TO WS-POItemUOM
                   MOVE "LINECOUNTMISMATCH" TO WS-REASON-CODE
                   PERFORM Write-Reject-Record
                   MOVE "Y" TO WS-ORDER-HAS-ERRORS
               END-IF
               PERFORM Write-Ack-Record
               MOVE "N" TO WS-HEADER-SEEN
               MOVE "N" TO WS-ORDER-CERTIFYING
           END-IF.

      *> A record type outside H/D/T is corruption in a strictly
           MOVE SPACES TO WS-POItemUOM
           MOVE "BADRECTYPE" TO WS-REASON-CODE
           PERFORM Write-Reject-Record
           MOVE "Y" TO WS-ORDER-HAS-ERRORS.

       Write-Ack-Record.
           MOVE WS-HDR-ORDERID TO AckOrderID
           MOVE WS-HDR-BUYERID TO AckBuyerID
           MOVE SPACES TO AckDetail
           IF WS-ORDER-CERTIFYING = "Y"
               MOVE "CERTIFICATION" TO AckDetail
           END-IF
           IF WS-ORDER-HAS-ERRORS = "Y"
               MOVE "REJECTED-ERRORS" TO AckStatus
           ELSE
           MOVE SPACES TO WS-BUYER-REASON
           MOVE "N" TO WS-BUYER-ALLOW-860
           MOVE ZERO TO WS-BUYER-REVIEW-LIMIT
           MOVE "N" TO WS-ORDER-CERTIFYING
           MOVE WS-HDR-BUYERID TO BM-BuyerID
           READ BuyerMasterFile
               INVALID KEY
                   MOVE "N" TO WS-BUYER-VALID
                   MOVE "NOBUYER" TO WS-BUYER-REASON
               NOT INVALID KEY
                   IF BM-StatusFlag NOT = "A" AND
                           BM-StatusFlag NOT = "T"
                       MOVE "N" TO WS-BUYER-VALID
                       MOVE "BUYERSUSPENDED" TO WS-BUYER-REASON
                   ELSE
                       IF BM-StatusFlag = "T"
                           MOVE "Y" TO WS-ORDER-CERTIFYING
                       END-IF
                       MOVE BM-Allow860 TO WS-BUYER-ALLOW-860
                       MOVE BM-ReviewLimit TO WS-BUYER-REVIEW-LIMIT
                       IF (WS-HDR-TXNTYPE = "C" OR
                   END-IF
                   MOVE SPACES TO WS-OUTPUT-FILENAME
                   STRING "output-" DELIMITED BY SIZE
                           FUNCTION TRIM(WS-HDR-BUYERID)
                               DELIMITED BY SIZE
                           ".csv" DELIMITED BY SIZE
                       INTO WS-OUTPUT-FILENAME
                   IF WS-BUYER-SEEN-FOUND = "Y"

       Apply-PO-Cancel.
           MOVE "CANCELLED" TO PH-Status
           PERFORM Rewrite-PO-History.

      *> A release must land on a blanket line with enough committed
      *> quantity left -- overdrawing a blanket is money we eat, so
           ADD WS-POItemQuantity TO PH-ReleasedQuantity
           COMPUTE WS-REL-REMAINING-QTY =
               PH-BlanketQuantity - PH-ReleasedQuantity
           PERFORM Rewrite-PO-History
           IF WS-REL-COUNT < 100
               ADD 1 TO WS-REL-COUNT
               MOVE WS-POItemID TO WS-REL-ITEMID(WS-REL-COUNT)
                   TO WS-REL-REMAINING(WS-REL-COUNT)
           END-IF.

      *> Only the ordered quantity, price, buyer, date, ship-to and
      *> payment terms (and, for a "B", the committed quantity) belong
      *> to the incoming line -- everything the 856, receipt, release
      *> and invoice-match paths have booked against the key since is
      *> read out first and carried forward, and the status is
      *> re-derived from the preserved shipped quantity so a
      *> part-shipped line stays part-shipped through a "C" change.
       Record-PO-History.
           MOVE WS-POOrderID TO PH-OrderID
           MOVE WS-POItemID TO PH-ItemID
                   MOVE ZERO TO WS-PRIOR-RELEASED-QTY
                   MOVE ZERO TO WS-PRIOR-RECEIVED-QTY
                   MOVE SPACES TO WS-PRIOR-RECEIPT-DATE
                   MOVE ZERO TO WS-PRIOR-INVOICED-QTY
                   MOVE ZERO TO WS-PRIOR-INVOICED-AMT
                   MOVE SPACES TO WS-PRIOR-PAYTERMS
                   MOVE ZERO TO WS-PRIOR-RETURNED-QTY
                   MOVE SPACES TO WS-PRIOR-RETURN-DATE
                   MOVE SPACES TO WS-PRIOR-LAST-INVOICE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PRIOR-PO-FOUND
                   MOVE PH-ShippedQuantity TO WS-PRIOR-SHIPPED-QTY
                   MOVE PH-ReleasedQuantity TO WS-PRIOR-RELEASED-QTY
                   MOVE PH-ReceivedQuantity TO WS-PRIOR-RECEIVED-QTY
                   MOVE PH-LastReceiptDate TO WS-PRIOR-RECEIPT-DATE
                   MOVE PH-InvoicedQuantity TO WS-PRIOR-INVOICED-QTY
                   MOVE PH-InvoicedAmount TO WS-PRIOR-INVOICED-AMT
                   MOVE PH-PayTerms TO WS-PRIOR-PAYTERMS
                   MOVE PH-ReturnedQuantity TO WS-PRIOR-RETURNED-QTY
                   MOVE PH-LastReturnDate TO WS-PRIOR-RETURN-DATE
                   MOVE PH-LastInvoiceNumber TO WS-PRIOR-LAST-INVOICE
           END-READ
           MOVE WS-POOrderID TO PH-OrderID
           MOVE WS-POItemID TO PH-ItemID
           MOVE WS-POItemQuantity TO PH-ItemQuantity
           MOVE WS-POItemUnitPrice TO PH-ItemUnitPrice
           MOVE WS-POItemUOM TO PH-UOM
           MOVE WS-HDR-SHIPTO-CODE TO PH-ShipToCode
           MOVE WS-PRIOR-SHIPPED-QTY TO PH-ShippedQuantity
           MOVE WS-PRIOR-SHIP-DATE TO PH-LastShipDate
           MOVE WS-PRIOR-CARRIER TO PH-LastCarrier
           MOVE WS-PRIOR-RELEASED-QTY TO PH-ReleasedQuantity
           MOVE WS-PRIOR-RECEIVED-QTY TO PH-ReceivedQuantity
           MOVE WS-PRIOR-RECEIPT-DATE TO PH-LastReceiptDate
           MOVE WS-PRIOR-INVOICED-QTY TO PH-InvoicedQuantity
           MOVE WS-PRIOR-INVOICED-AMT TO PH-InvoicedAmount
           MOVE WS-PRIOR-RETURNED-QTY TO PH-ReturnedQuantity
           MOVE WS-PRIOR-RETURN-DATE TO PH-LastReturnDate
           MOVE WS-PRIOR-LAST-INVOICE TO PH-LastInvoiceNumber
      *> A change that leaves the terms blank keeps the terms the
      *> order was accepted on.
           IF WS-HDR-PAYTERMS = SPACES
               MOVE WS-PRIOR-PAYTERMS TO PH-PayTerms
           ELSE
               MOVE WS-HDR-PAYTERMS TO PH-PayTerms
           END-IF
           IF PH-ShippedQuantity = ZERO
               MOVE "ACTIVE" TO PH-Status
           ELSE
               END-IF
           END-IF
           IF WS-PRIOR-PO-FOUND = "Y"
               PERFORM Rewrite-PO-History
           ELSE
               WRITE POHistoryRecord
                   INVALID KEY
                       PERFORM Rewrite-PO-History
                   NOT INVALID KEY
                       PERFORM Journal-PO-History-Add
               END-WRITE
           END-IF.


       Write-Control-Report.
           OPEN OUTPUT ControlReportFile
           MOVE "EDI850Processor - Control Total Report"
               TO WS-REPORT-LINE
           WRITE ControlReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ControlReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CERT-LINES TO WS-REPORT-NUM
           STRING "Certification Lines : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ControlReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-ENV-PRESENT = "Y"
               STRING "Interchange         : " WS-ENV-SENDER-ID " "
                       WS-ENV-CONTROL-X
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               MOVE "Interchange         : none (no envelope)"
                   TO WS-REPORT-LINE
           END-IF
           WRITE ControlReportLine FROM WS-REPORT-LINE

           CLOSE ControlReportFile.

      *> Counts the reject as well as writing it. A certifying
      *> partner's reject goes to the certification file instead and
      *> stays out of the run's reject count.
       Write-Reject-Record.
           IF WS-REJ-RECTYPE-OVERRIDE NOT = SPACES
               MOVE WS-REJ-RECTYPE-OVERRIDE TO RejRecordType
           MOVE WS-POItemUnitPrice TO RejItemUnitPrice
           MOVE WS-POItemUOM TO RejUOM
           MOVE WS-REASON-CODE TO RejReasonCode
           IF WS-ORDER-CERTIFYING = "Y"
               MOVE RejRecordType TO WS-CERT-RECTYPE
               MOVE "REJECTED" TO WS-CERT-LINE-STATUS
               PERFORM Write-Cert-Line
           ELSE
               WRITE RejectRecord
               ADD 1 TO WS-RECORDS-REJECTED
           END-IF.

      *> A certifying partner's good line is acknowledged like any
      *> other but goes no further: no history booking, no cancel or
      *> blanket draw-down applied, no output or review routing and
      *> nothing added to the run totals. Its value still counts
      *> toward the order, so the 997 shows whether the partner's
      *> review limit would have held it.
       Certify-Accepted-Line.
           IF WS-HDR-TXNTYPE NOT = "X"
               PERFORM Transform-Record
               ADD WS-OutItemTotalPrice TO WS-ORDER-VALUE
           END-IF
           MOVE IR-RecordType TO WS-CERT-RECTYPE
           MOVE "ACCEPTED" TO WS-CERT-LINE-STATUS
           MOVE SPACES TO WS-REASON-CODE
           PERFORM Write-Cert-Line.

       Write-Cert-Line.
           MOVE SPACES TO CertLineRecord
           MOVE WS-HDR-BUYERID TO CL-BuyerID
           MOVE WS-POOrderID TO CL-OrderID
           MOVE WS-PODate TO CL-Date
           MOVE WS-HDR-TXNTYPE TO CL-TxnType
           MOVE WS-CERT-RECTYPE TO CL-RecordType
           MOVE WS-POItemID TO CL-ItemID
           MOVE WS-POItemQuantity TO CL-Quantity
           MOVE WS-POItemUnitPrice TO CL-UnitPrice
           MOVE WS-POItemUOM TO CL-UOM
           MOVE WS-CERT-LINE-STATUS TO CL-LineStatus
           MOVE WS-REASON-CODE TO CL-ReasonCode
           WRITE CertLineRecord
           ADD 1 TO WS-CERT-LINES.

       Transform-Record.
           MOVE WS-HDR-TXNTYPE TO WS-OutTxnType
           MOVE WS-POItemID TO WS-OutItemID
           MOVE WS-POItemQuantity TO WS-OutItemQuantity
           MOVE WS-POItemUOM TO WS-OutUOM
           COMPUTE WS-OutItemTotalPrice =
               WS-POItemQuantity * WS-POItemUnitPrice.
           MOVE WS-OutTxnType TO OutTxnType
           MOVE WS-OutOrderID TO OutOrderID
           MOVE WS-OutBuyerID TO OutBuyerID
           MOVE WS-OutUOM TO OutUOM
           MOVE WS-OutItemTotalPrice TO OutItemTotalPrice.

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
               MOVE "FATAL" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "PO history journal pohjournal.dat open failed, "
                       "status " WS-JOURNAL-FILE-STATUS
                       " -- history cannot be changed unjournalled"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM Write-Run-Log
               MOVE "Y" TO WS-FATAL-ERROR-FLAG
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

      *> Called once a new history record is on file.
       Journal-PO-History-Add.
           MOVE PH-Key TO WS-JNL-KEY
           MOVE SPACES TO WS-JNL-BEFORE-IMAGE
           MOVE POHistoryRecord TO WS-JNL-AFTER-IMAGE
           MOVE "A" TO WS-JNL-ACTION
           PERFORM Write-Journal-Record.

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

      *> Interchange envelope check over the inbound file, made
      *> before anything is opened for output, so a refused file
      *> leaves every output of the prior cycle as it was. A file
      *> that does not open with an ISA record passes untouched.
       Check-Interchange-Envelope.
           MOVE "N" TO WS-ENV-PRESENT
           MOVE "N" TO WS-ENV-REFUSED
           MOVE SPACES TO WS-ENV-REASON
           MOVE "N" TO WS-ENV-TRAILER-SEEN
           MOVE ZERO TO WS-ENV-BODY-COUNT
           OPEN INPUT InterchangeScanFile
           IF WS-ENV-SCAN-FILE-STATUS = "00"
               READ InterchangeScanFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ISR-Tag = "ISA"
                           MOVE "Y" TO WS-ENV-PRESENT
                           PERFORM Validate-Envelope-Header
                           PERFORM Scan-Envelope-Body
                       END-IF
               END-READ
               CLOSE InterchangeScanFile
           END-IF
           IF WS-ENV-PRESENT = "Y" AND WS-ENV-REASON = SPACES
               PERFORM Check-Interchange-Register
           END-IF
           IF WS-ENV-REASON NOT = SPACES
               MOVE "Y" TO WS-ENV-REFUSED
           END-IF.

       Validate-Envelope-Header.
           MOVE ISA-SenderID TO WS-ENV-SENDER-ID
           MOVE ISA-ControlNumber TO WS-ENV-CONTROL-X
           MOVE ISA-CreationDate TO WS-ENV-CREATION-DATE
           MOVE ZERO TO WS-ENV-CONTROL-NUMBER
           IF ISA-SenderID = SPACES
               MOVE "ENVNOSENDER" TO WS-ENV-REASON
           ELSE
               IF ISA-ControlNumber IS NOT NUMERIC
                   MOVE "ENVBADCONTROLNO" TO WS-ENV-REASON
               ELSE
                   MOVE ISA-ControlNumber TO WS-ENV-CONTROL-NUMBER
                   IF ISA-CreationDate IS NOT NUMERIC
                       MOVE "ENVBADDATE" TO WS-ENV-REASON
                   END-IF
               END-IF
           END-IF.

      *> Every record between the ISA and the IEA is counted. Nothing
      *> may follow the IEA and no second envelope may open inside
      *> the first -- two interchanges run together in one file are
      *> refused rather than half-counted.
       Scan-Envelope-Body.
           MOVE "N" TO WS-ENV-SCAN-EOF
           PERFORM UNTIL WS-ENV-SCAN-EOF = "Y"
               READ InterchangeScanFile
                   AT END
                       MOVE "Y" TO WS-ENV-SCAN-EOF
                   NOT AT END
                       PERFORM Scan-Envelope-Record
               END-READ
           END-PERFORM
           IF WS-ENV-REASON = SPACES
               IF WS-ENV-TRAILER-SEEN = "N"
                   MOVE "ENVNOTRAILER" TO WS-ENV-REASON
               ELSE
                   IF WS-ENV-TRAILER-CONTROL NOT = WS-ENV-CONTROL-X
                       MOVE "ENVCTLMISMATCH" TO WS-ENV-REASON
                   ELSE
                       IF WS-ENV-TRAILER-COUNT IS NOT NUMERIC
                           MOVE "ENVBADCOUNT" TO WS-ENV-REASON
                       ELSE
                           IF WS-ENV-TRAILER-COUNT-9 NOT =
                                   WS-ENV-BODY-COUNT
                               MOVE "ENVCOUNTMISMATCH"
                                   TO WS-ENV-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       Scan-Envelope-Record.
           IF WS-ENV-TRAILER-SEEN = "Y"
               IF WS-ENV-REASON = SPACES
                   MOVE "ENVDATAAFTERIEA" TO WS-ENV-REASON
               END-IF
           ELSE
               IF ISR-Tag = "IEA"
                   MOVE "Y" TO WS-ENV-TRAILER-SEEN
                   MOVE IEA-ControlNumber TO WS-ENV-TRAILER-CONTROL
                   MOVE IEA-RecordCount TO WS-ENV-TRAILER-COUNT
               ELSE
                   IF ISR-Tag = "ISA"
                       IF WS-ENV-REASON = SPACES
                           MOVE "ENVNESTEDISA" TO WS-ENV-REASON
                       END-IF
                   ELSE
                       ADD 1 TO WS-ENV-BODY-COUNT
                   END-IF
               END-IF
           END-IF.

      *> The same partner, document type and control number already
      *> on the register means this interchange was taken before.
       Check-Interchange-Register.
           PERFORM Open-Interchange-Register
           IF WS-ICREG-FILE-STATUS NOT = "00"
               MOVE "ENVNOREGISTER" TO WS-ENV-REASON
           ELSE
               MOVE WS-ENV-SENDER-ID TO ICR-SenderID
               MOVE WS-ENV-DOC-TYPE TO ICR-DocType
               MOVE WS-ENV-CONTROL-NUMBER TO ICR-ControlNumber
               READ InterchangeRegisterFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "DUPINTERCHANGE" TO WS-ENV-REASON
                       MOVE ICR-ProcessedStamp TO WS-ENV-PRIOR-STAMP
               END-READ
               CLOSE InterchangeRegisterFile
           END-IF.

      *> First-ever run starts from an empty register rather than
      *> falling over -- the same bootstrap the masters get.
       Open-Interchange-Register.
           OPEN I-O InterchangeRegisterFile
           IF WS-ICREG-FILE-STATUS NOT = "00"
               OPEN OUTPUT InterchangeRegisterFile
               CLOSE InterchangeRegisterFile
               OPEN I-O InterchangeRegisterFile
           END-IF.

      *> Called only once the run has completed, under the start
      *> stamp it registered with.
       Record-Interchange-Processed.
           MOVE "N" TO WS-ENV-RECORDED
           IF WS-ENV-PRESENT = "Y"
               PERFORM Open-Interchange-Register
               IF WS-ICREG-FILE-STATUS = "00"
                   MOVE WS-ENV-SENDER-ID TO ICR-SenderID
                   MOVE WS-ENV-DOC-TYPE TO ICR-DocType
                   MOVE WS-ENV-CONTROL-NUMBER TO ICR-ControlNumber
                   MOVE WS-ENV-CREATION-DATE TO ICR-CreationDate
                   MOVE WS-MY-PROGRAM TO ICR-ProgramName
                   MOVE WS-RC-STAMP TO ICR-ProcessedStamp
                   MOVE WS-ENV-BODY-COUNT TO ICR-RecordCount
                   WRITE InterchangeRegisterRecord
                       INVALID KEY
                           REWRITE InterchangeRegisterRecord
                   END-WRITE
                   IF WS-ICREG-FILE-STATUS = "00"
                       MOVE "Y" TO WS-ENV-RECORDED
                   END-IF
                   CLOSE InterchangeRegisterFile
               END-IF
           END-IF.

      *> Shared run-control guard over pohistory.dat: register this
      *> run, and refuse to start while a conflicting run is
      *> registered. An updater conflicts with any registered run; a
