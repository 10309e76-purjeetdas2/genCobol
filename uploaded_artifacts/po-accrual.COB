       IDENTIFICATION DIVISION.
       PROGRAM-ID. MonthEndAccrual.
       AUTHOR. YourName.

      *> Month-end received-not-invoiced accrual. Reads the whole PO
      *> history and, for every line whose dock receipts and AP
      *> invoices have not caught up with each other, reports the
      *> received-not-invoiced and invoiced-not-received quantity and
      *> value by order line, subtotalled per buyer. Both sides are
      *> valued at the PO unit price, so the grand totals tie back to
      *> received value less invoiced value over every line read --
      *> the control-total tie-out finance signs the accrual off on.
      *> Replaces the accrual built by hand from receipts-report.txt
      *> and invoice-ok.csv.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POHistoryFile ASSIGN TO 'pohistory.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-Key
               FILE STATUS IS WS-PO-HISTORY-FILE-STATUS.
           SELECT AccrualReportFile ASSIGN TO 'accrual-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SortFile ASSIGN TO 'accrualsort.tmp'.

           SELECT RunControlFile ASSIGN TO 'runcontrol.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-ProgramName
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT OverrideFile ASSIGN TO 'runcontrol-override.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD POHistoryFile.
       COPY PHREC.

       FD AccrualReportFile.
       01 AccrualReportLine        PIC X(110).

       SD SortFile.
       01 SortRecord.
           05 SR-BuyerID           PIC X(15).
           05 SR-OrderID           PIC X(15).
           05 SR-ItemID            PIC X(10).
           05 SR-Status            PIC X(10).
           05 SR-ReceivedQty       PIC 9(07).
           05 SR-InvoicedQty       PIC 9(07).
           05 SR-RNIValue          PIC 9(13)V99.
           05 SR-INRValue          PIC 9(13)V99.

       FD RunControlFile.
       COPY RCREC.

       FD OverrideFile.
       01 OverrideRecord           PIC X(60).

       WORKING-STORAGE SECTION.
      *> Run-control guard state; this program registers as
      *> MonthEndAccrual.
       01 WS-RUNCTL-FILE-STATUS    PIC XX VALUE "00".
       01 WS-OVERRIDE-FILE-STATUS  PIC XX VALUE "00".
       01 WS-MY-PROGRAM            PIC X(20) VALUE "MonthEndAccrual".
       01 WS-MY-UPDATER            PIC X VALUE "N".
       01 WS-RUN-CONFLICT          PIC X VALUE "N".
       01 WS-CONFLICT-NAME         PIC X(20) VALUE SPACES.
       01 WS-OVERRIDE-REASON       PIC X(60) VALUE SPACES.
       01 WS-RUNCTL-SCAN-EOF       PIC X VALUE "N".
       01 WS-RUNCTL-REGISTERED     PIC X VALUE "N".
       01 WS-RC-STAMP              PIC X(14) VALUE SPACES.
       01 WS-RC-STAMP-TIME         PIC X(08) VALUE SPACES.

       01 WS-PO-HISTORY-FILE-STATUS PIC XX VALUE "00".
       01 WS-FATAL-ERROR-FLAG      PIC X VALUE "N".
       01 WS-HISTORY-SCAN-EOF      PIC X VALUE "N".
       01 WS-SORT-EOF              PIC X VALUE "N".

       01 WS-RUN-DATE              PIC X(08).

       01 WS-BUYER-ACTIVE          PIC X VALUE "N".
       01 WS-CURRENT-BUYER         PIC X(15) VALUE SPACES.

      *> Per-line figures, all at the PO unit price. Only one of the
      *> two accrual quantities can be non-zero on a given line.
       01 WS-RNI-QTY               PIC 9(07) VALUE ZERO.
       01 WS-INR-QTY               PIC 9(07) VALUE ZERO.
       01 WS-LINE-RECEIVED-VALUE   PIC 9(13)V99 VALUE ZERO.
       01 WS-LINE-INVOICED-VALUE   PIC 9(13)V99 VALUE ZERO.

       01 WS-BUYER-TOTALS.
           05 WS-BUYER-LINES       PIC 9(09).
           05 WS-BUYER-RNI         PIC 9(13)V99.
           05 WS-BUYER-INR         PIC 9(13)V99.

      *> The tie-out: received value less invoiced value over every
      *> line read must equal the RNI total less the INR total
      *> reported. Lines reported plus lines in balance must equal
      *> lines read.
       01 WS-CONTROL-TOTALS.
           05 WS-LINES-READ        PIC 9(09) VALUE ZERO.
           05 WS-LINES-IN-BALANCE  PIC 9(09) VALUE ZERO.
           05 WS-LINES-REPORTED    PIC 9(09) VALUE ZERO.
           05 WS-TOTAL-RECEIVED-VALUE PIC 9(13)V99 VALUE ZERO.
           05 WS-TOTAL-INVOICED-VALUE PIC 9(13)V99 VALUE ZERO.
           05 WS-TOTAL-BILLED-AMOUNT PIC 9(13)V99 VALUE ZERO.
           05 WS-TOTAL-RNI         PIC 9(13)V99 VALUE ZERO.
           05 WS-TOTAL-INR         PIC 9(13)V99 VALUE ZERO.
       01 WS-NET-HISTORY           PIC S9(13)V99 VALUE ZERO.
       01 WS-NET-ACCRUAL           PIC S9(13)V99 VALUE ZERO.
       01 WS-PRICE-VARIANCE        PIC S9(13)V99 VALUE ZERO.

       01 WS-REPORT-LINE           PIC X(110).
       01 WS-REPORT-NUM            PIC ZZZZZZZZ9.
       01 WS-REPORT-AMT            PIC Z(12)9.99.
       01 WS-REPORT-SAMT           PIC -(12)9.99.

       01 WS-BUYER-HEADING.
           05 FILLER               PIC X(07) VALUE "Buyer: ".
           05 WS-BH-BUYERID        PIC X(15).

       01 WS-ACCRUAL-DETAIL.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-ACD-ORDERID       PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-ACD-ITEMID        PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-ACD-STATUS        PIC X(10).
           05 FILLER               PIC X(06) VALUE " rcvd ".
           05 WS-ACD-RCVD          PIC Z(06)9.
           05 FILLER               PIC X(05) VALUE " inv ".
           05 WS-ACD-INV           PIC Z(06)9.
           05 FILLER               PIC X(05) VALUE " rni ".
           05 WS-ACD-RNI           PIC Z(10)9.99.
           05 FILLER               PIC X(05) VALUE " inr ".
           05 WS-ACD-INR           PIC Z(10)9.99.

       01 WS-BUYER-TOTAL-LINE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(13) VALUE "Buyer total  ".
           05 FILLER               PIC X(07) VALUE " lines ".
           05 WS-BTL-LINES         PIC ZZZZZZZZ9.
           05 FILLER               PIC X(05) VALUE " rni ".
           05 WS-BTL-RNI           PIC Z(12)9.99.
           05 FILLER               PIC X(05) VALUE " inr ".
           05 WS-BTL-INR           PIC Z(12)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM Register-Run-Start
           IF WS-FATAL-ERROR-FLAG = "Y"
               PERFORM Register-Run-End
               STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE ZERO TO WS-BUYER-TOTALS

           OPEN OUTPUT AccrualReportFile.
           OPEN INPUT POHistoryFile.
           IF WS-PO-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: PO history file pohistory.dat could not "
                       "be opened (status " WS-PO-HISTORY-FILE-STATUS
                       ") -- cannot build the accrual without it"
               MOVE "Y" TO WS-FATAL-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
           END-IF

           PERFORM Write-Report-Heading

           IF WS-FATAL-ERROR-FLAG = "N"
               SORT SortFile
                   ON ASCENDING KEY SR-BuyerID SR-OrderID SR-ItemID
                   INPUT PROCEDURE IS Select-Accrual-Lines
                   OUTPUT PROCEDURE IS Report-By-Buyer
               PERFORM Write-Grand-Totals
           END-IF

           CLOSE AccrualReportFile.
           IF WS-PO-HISTORY-FILE-STATUS = "00"
               CLOSE POHistoryFile
           END-IF.

           PERFORM Register-Run-End

           STOP RUN.

      *> Every line feeds the control totals; only the lines whose
      *> received and invoiced quantities differ go to the sort. A
      *> cancelled line still counts -- goods received against it
      *> before the cancel are owed all the same.
       Select-Accrual-Lines.
           MOVE LOW-VALUES TO PH-Key
           START POHistoryFile KEY IS NOT LESS THAN PH-Key
               INVALID KEY
                   MOVE "Y" TO WS-HISTORY-SCAN-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-HISTORY-SCAN-EOF
           END-START
           PERFORM UNTIL WS-HISTORY-SCAN-EOF = "Y"
               READ POHistoryFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HISTORY-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM Release-Accrual-Line
               END-READ
           END-PERFORM.

       Release-Accrual-Line.
           COMPUTE WS-LINE-RECEIVED-VALUE =
               PH-ReceivedQuantity * PH-ItemUnitPrice
           COMPUTE WS-LINE-INVOICED-VALUE =
               PH-InvoicedQuantity * PH-ItemUnitPrice
           ADD WS-LINE-RECEIVED-VALUE TO WS-TOTAL-RECEIVED-VALUE
           ADD WS-LINE-INVOICED-VALUE TO WS-TOTAL-INVOICED-VALUE
           ADD PH-InvoicedAmount TO WS-TOTAL-BILLED-AMOUNT
           IF PH-ReceivedQuantity = PH-InvoicedQuantity
               ADD 1 TO WS-LINES-IN-BALANCE
           ELSE
               MOVE ZERO TO WS-RNI-QTY
               MOVE ZERO TO WS-INR-QTY
               IF PH-ReceivedQuantity > PH-InvoicedQuantity
                   COMPUTE WS-RNI-QTY =
                       PH-ReceivedQuantity - PH-InvoicedQuantity
               ELSE
                   COMPUTE WS-INR-QTY =
                       PH-InvoicedQuantity - PH-ReceivedQuantity
               END-IF
               MOVE PH-BuyerID TO SR-BuyerID
               MOVE PH-OrderID TO SR-OrderID
               MOVE PH-ItemID TO SR-ItemID
               MOVE PH-Status TO SR-Status
               MOVE PH-ReceivedQuantity TO SR-ReceivedQty
               MOVE PH-InvoicedQuantity TO SR-InvoicedQty
               COMPUTE SR-RNIValue = WS-RNI-QTY * PH-ItemUnitPrice
               COMPUTE SR-INRValue = WS-INR-QTY * PH-ItemUnitPrice
               RELEASE SortRecord
           END-IF.

       Report-By-Buyer.
           MOVE "N" TO WS-SORT-EOF
           MOVE "N" TO WS-BUYER-ACTIVE
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SortFile
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                       IF WS-BUYER-ACTIVE = "Y"
                           PERFORM Write-Buyer-Subtotals
                       END-IF
                   NOT AT END
                       IF WS-BUYER-ACTIVE = "N" OR
                               SR-BuyerID NOT = WS-CURRENT-BUYER
                           IF WS-BUYER-ACTIVE = "Y"
                               PERFORM Write-Buyer-Subtotals
                           END-IF
                           PERFORM Start-Buyer-Group
                       END-IF
                       PERFORM Write-Accrual-Detail
               END-RETURN
           END-PERFORM.

       Start-Buyer-Group.
           MOVE "Y" TO WS-BUYER-ACTIVE
           MOVE SR-BuyerID TO WS-CURRENT-BUYER
           MOVE ZERO TO WS-BUYER-TOTALS
           MOVE SPACES TO WS-REPORT-LINE
           WRITE AccrualReportLine FROM WS-REPORT-LINE
           MOVE SR-BuyerID TO WS-BH-BUYERID
           WRITE AccrualReportLine FROM WS-BUYER-HEADING.

       Write-Accrual-Detail.
           MOVE SR-OrderID TO WS-ACD-ORDERID
           MOVE SR-ItemID TO WS-ACD-ITEMID
           MOVE SR-Status TO WS-ACD-STATUS
           MOVE SR-ReceivedQty TO WS-ACD-RCVD
           MOVE SR-InvoicedQty TO WS-ACD-INV
           MOVE SR-RNIValue TO WS-ACD-RNI
           MOVE SR-INRValue TO WS-ACD-INR
           WRITE AccrualReportLine FROM WS-ACCRUAL-DETAIL
           ADD 1 TO WS-BUYER-LINES
           ADD SR-RNIValue TO WS-BUYER-RNI
           ADD SR-INRValue TO WS-BUYER-INR
           ADD 1 TO WS-LINES-REPORTED
           ADD SR-RNIValue TO WS-TOTAL-RNI
           ADD SR-INRValue TO WS-TOTAL-INR.

       Write-Buyer-Subtotals.
           MOVE WS-BUYER-LINES TO WS-BTL-LINES
           MOVE WS-BUYER-RNI TO WS-BTL-RNI
           MOVE WS-BUYER-INR TO WS-BTL-INR
           WRITE AccrualReportLine FROM WS-BUYER-TOTAL-LINE.

       Write-Report-Heading.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MonthEndAccrual - Received/Invoiced Accrual As Of "
                   WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE AccrualReportLine FROM WS-REPORT-LINE.

      *> An accrual that does not tie is not signed off -- the run
      *> says so on the report and in the return code rather than
      *> leaving finance to find it.
       Write-Grand-Totals.
           COMPUTE WS-NET-HISTORY =
               WS-TOTAL-RECEIVED-VALUE - WS-TOTAL-INVOICED-VALUE
           COMPUTE WS-NET-ACCRUAL = WS-TOTAL-RNI - WS-TOTAL-INR
           COMPUTE WS-PRICE-VARIANCE =
               WS-TOTAL-BILLED-AMOUNT - WS-TOTAL-INVOICED-VALUE

           MOVE SPACES TO WS-REPORT-LINE
           WRITE AccrualReportLine FROM WS-REPORT-LINE
           MOVE "Grand Totals" TO WS-REPORT-LINE
           WRITE AccrualReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TOTAL-RNI TO WS-REPORT-AMT
           STRING "Received Not Invoiced : " WS-REPORT-AMT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE AccrualReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TOTAL-INR TO WS-REPORT-AMT
           STRING "Invoiced Not Received : " WS-REPORT-AMT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE AccrualReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-NET-ACCRUAL TO WS-REPORT-SAMT
           STRING "Net Accrual           : " WS-REPORT-SAMT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE AccrualReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           WRITE AccrualReportLine FROM WS-REPORT-LINE
           MOVE "Control Tie-Out" TO WS-REPORT-LINE
           WRITE AccrualReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-LINES-READ TO WS-REPORT-NUM
           STRING "History Lines Read    : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE AccrualReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-LINES-IN-BALANCE TO WS-REPORT-NUM
           STRING "  Lines In Balance    : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE AccrualReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-LINES-REPORTED TO WS-REPORT-NUM
           STRING "  Lines Accrued       : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE AccrualReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TOTAL-RECEIVED-VALUE TO WS-REPORT-AMT
           STRING "Received Value        : " WS-REPORT-AMT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE AccrualReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TOTAL-INVOICED-VALUE TO WS-REPORT-AMT
           STRING "Invoiced Value At PO  : " WS-REPORT-AMT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE AccrualReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-NET-HISTORY TO WS-REPORT-SAMT
           STRING "Received Less Invoiced: " WS-REPORT-SAMT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE AccrualReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TOTAL-BILLED-AMOUNT TO WS-REPORT-AMT
           STRING "Amount Billed To AP   : " WS-REPORT-AMT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE AccrualReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-PRICE-VARIANCE TO WS-REPORT-SAMT
           STRING "Billed Price Variance : " WS-REPORT-SAMT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE AccrualReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-NET-HISTORY = WS-NET-ACCRUAL AND
                   WS-LINES-IN-BALANCE + WS-LINES-REPORTED
                       = WS-LINES-READ
               MOVE "Tie-Out               : IN BALANCE"
                   TO WS-REPORT-LINE
           ELSE
               MOVE "Tie-Out               : OUT OF BALANCE"
                   TO WS-REPORT-LINE
               DISPLAY "WARNING: accrual totals do not tie back to the "
                       "PO history -- see accrual-report.txt"
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE AccrualReportLine FROM WS-REPORT-LINE.

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
