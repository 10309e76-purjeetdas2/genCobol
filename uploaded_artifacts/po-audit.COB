       IDENTIFICATION DIVISION.
       PROGRAM-ID. POHistoryAudit.
       AUTHOR. YourName.

      *> Nightly cross-file integrity audit of the PO history. Each
      *> intake program checks its own transaction against the
      *> masters only at the moment it arrives, so the files drift
      *> apart afterwards: lines stay open for items since
      *> deactivated, buyers since suspended and ship-to locations
      *> since closed. This run reads every history line against
      *> buyermaster.dat, itemmaster.dat and shiptoloc.dat and lists
      *> those, together with lines whose own fields contradict each
      *> other (SHIPPED but shipped short, released past the blanket,
      *> received with nothing shipped, booked in a unit that is no
      *> longer the item's stocking unit).
      *>
      *> The report is grouped by severity, then exception. The count
      *> summary at the end is also appended, one row per exception,
      *> to audit-summary.csv so operations can compare the counts
      *> night over night. Reads only -- nothing is corrected here.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POHistoryFile ASSIGN TO 'pohistory.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-Key
               FILE STATUS IS WS-PO-HISTORY-FILE-STATUS.
           SELECT BuyerMasterFile ASSIGN TO 'buyermaster.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-BuyerID
               FILE STATUS IS WS-BUYER-MASTER-FILE-STATUS.
           SELECT ItemMasterFile ASSIGN TO 'itemmaster.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ItemID
               FILE STATUS IS WS-ITEM-MASTER-FILE-STATUS.
           SELECT ShipToLocationFile ASSIGN TO 'shiptoloc.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SL-Key
               FILE STATUS IS WS-SHIPTO-FILE-STATUS.
           SELECT AuditReportFile ASSIGN TO 'audit-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AuditSummaryFile ASSIGN TO 'audit-summary.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-FILE-STATUS.
           SELECT SortFile ASSIGN TO 'auditsort.tmp'.

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

       FD BuyerMasterFile.
       COPY BMREC.

       FD ItemMasterFile.
       COPY IMREC.

       FD ShipToLocationFile.
       COPY SLREC.

       FD AuditReportFile.
       01 AuditReportLine          PIC X(120).

      *> One row per exception code per night, zero counts included,
      *> so consecutive nights line up row for row.
       FD AuditSummaryFile.
       01 AuditSummaryRecord.
           05 AUD-RunDate          PIC X(08).
           05 AUD-Severity         PIC X(06).
           05 AUD-ExceptionCode    PIC X(14).
           05 AUD-Count            PIC 9(09).

       SD SortFile.
       01 SortRecord.
           05 SR-Severity          PIC 9(01).
           05 SR-CodeIdx           PIC 9(02).
           05 SR-OrderID           PIC X(15).
           05 SR-ItemID            PIC X(10).
           05 SR-BuyerID           PIC X(15).
           05 SR-Status            PIC X(10).
           05 SR-OrderedQty        PIC 9(07).
           05 SR-ShippedQty        PIC 9(07).
           05 SR-ReceivedQty       PIC 9(07).
           05 SR-Note              PIC X(24).

       FD RunControlFile.
       COPY RCREC.

       FD OverrideFile.
       01 OverrideRecord           PIC X(60).

       WORKING-STORAGE SECTION.
      *> Run-control guard state; this program registers as
      *> POHistoryAudit.
       01 WS-RUNCTL-FILE-STATUS    PIC XX VALUE "00".
       01 WS-OVERRIDE-FILE-STATUS  PIC XX VALUE "00".
       01 WS-MY-PROGRAM            PIC X(20) VALUE "POHistoryAudit".
       01 WS-MY-UPDATER            PIC X VALUE "N".
       01 WS-RUN-CONFLICT          PIC X VALUE "N".
       01 WS-CONFLICT-NAME         PIC X(20) VALUE SPACES.
       01 WS-OVERRIDE-REASON       PIC X(60) VALUE SPACES.
       01 WS-RUNCTL-SCAN-EOF       PIC X VALUE "N".
       01 WS-RUNCTL-REGISTERED     PIC X VALUE "N".
       01 WS-RC-STAMP              PIC X(14) VALUE SPACES.
       01 WS-RC-STAMP-TIME         PIC X(08) VALUE SPACES.

       01 WS-PO-HISTORY-FILE-STATUS PIC XX VALUE "00".
       01 WS-BUYER-MASTER-FILE-STATUS PIC XX VALUE "00".
       01 WS-ITEM-MASTER-FILE-STATUS PIC XX VALUE "00".
       01 WS-SHIPTO-FILE-STATUS    PIC XX VALUE "00".
       01 WS-SUMMARY-FILE-STATUS   PIC XX VALUE "00".
       01 WS-FATAL-ERROR-FLAG      PIC X VALUE "N".
       01 WS-HISTORY-SCAN-EOF      PIC X VALUE "N".
       01 WS-SORT-EOF              PIC X VALUE "N".
       01 WS-RUN-DATE              PIC X(08).

       01 WS-BUYER-FOUND           PIC X VALUE "N".
       01 WS-ITEM-FOUND            PIC X VALUE "N".
       01 WS-LINE-OPEN             PIC X VALUE "N".
       01 WS-LINE-EXCEPTIONS       PIC 9(02) VALUE ZERO.
       01 WS-CODE-IDX              PIC 9(02) VALUE ZERO.
       01 WS-SEV-IDX               PIC 9(01) VALUE ZERO.
       01 WS-NOTE                  PIC X(24) VALUE SPACES.
       01 WS-NOTE-QTY-1            PIC Z(06)9.
       01 WS-NOTE-QTY-2            PIC Z(06)9.

      *> Every exception the audit knows, with its severity:
      *> 1 HIGH   -- the line contradicts itself or its item/buyer is
      *>             gone from the master; figures built on it are
      *>             wrong now.
      *> 2 MEDIUM -- an open line the masters no longer allow; it will
      *>             fail or mis-route when the next transaction hits.
      *> 3 LOW    -- worth a look, usually a missing 856.
       01 WS-EXCEPTION-CODES.
           05 FILLER               PIC X(15) VALUE "RELOVERBLANKET1".
           05 FILLER               PIC X(15) VALUE "SHIPPEDSHORT  1".
           05 FILLER               PIC X(15) VALUE "UOMMISMATCH   1".
           05 FILLER               PIC X(15) VALUE "NOITEM        1".
           05 FILLER               PIC X(15) VALUE "NOBUYER       1".
           05 FILLER               PIC X(15) VALUE "ITEMINACTIVE  2".
           05 FILLER               PIC X(15) VALUE "BUYERSUSPENDED2".
           05 FILLER               PIC X(15) VALUE "SHIPTOCLOSED  2".
           05 FILLER               PIC X(15) VALUE "NOSHIPTO      2".
           05 FILLER               PIC X(15) VALUE "RCVNOSHIP     3".
       01 WS-EXCEPTION-TABLE REDEFINES WS-EXCEPTION-CODES.
           05 WS-EXCEPTION-ENTRY OCCURS 10 TIMES.
               10 WS-EXC-CODE      PIC X(14).
               10 WS-EXC-SEVERITY  PIC 9(01).
       01 WS-EXCEPTION-COUNTS.
           05 WS-EXC-COUNT OCCURS 10 TIMES PIC 9(09).

       01 WS-SEVERITY-LABELS.
           05 FILLER               PIC X(06) VALUE "HIGH".
           05 FILLER               PIC X(06) VALUE "MEDIUM".
           05 FILLER               PIC X(06) VALUE "LOW".
       01 WS-SEVERITY-LABEL-TABLE REDEFINES WS-SEVERITY-LABELS.
           05 WS-SEVERITY-LABEL OCCURS 3 TIMES PIC X(06).
       01 WS-SEVERITY-COUNTS.
           05 WS-SEV-COUNT OCCURS 3 TIMES PIC 9(09).

       01 WS-GROUP-ACTIVE          PIC X VALUE "N".
       01 WS-CURRENT-SEVERITY      PIC 9(01) VALUE ZERO.
       01 WS-CURRENT-CODE          PIC 9(02) VALUE ZERO.
       01 WS-GROUP-COUNT           PIC 9(09) VALUE ZERO.

       01 WS-CONTROL-TOTALS.
           05 WS-LINES-READ        PIC 9(09) VALUE ZERO.
           05 WS-OPEN-LINES        PIC 9(09) VALUE ZERO.
           05 WS-LINES-WITH-EXC    PIC 9(09) VALUE ZERO.
           05 WS-TOTAL-EXCEPTIONS  PIC 9(09) VALUE ZERO.
           05 WS-NO-SHIPTO-CODE    PIC 9(09) VALUE ZERO.

       01 WS-REPORT-LINE           PIC X(120).
       01 WS-REPORT-NUM            PIC ZZZZZZZZ9.

       01 WS-EXCEPTION-DETAIL.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-ED-ORDERID        PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-ED-ITEMID         PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-ED-BUYERID        PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-ED-STATUS         PIC X(10).
           05 FILLER               PIC X(05) VALUE " ord ".
           05 WS-ED-ORDERED        PIC Z(06)9.
           05 FILLER               PIC X(05) VALUE " shp ".
           05 WS-ED-SHIPPED        PIC Z(06)9.
           05 FILLER               PIC X(05) VALUE " rcv ".
           05 WS-ED-RECEIVED       PIC Z(06)9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-ED-NOTE           PIC X(24).

       01 WS-SUMMARY-DETAIL.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-SD-SEVERITY       PIC X(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-SD-CODE           PIC X(14).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-SD-COUNT          PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM Register-Run-Start
           IF WS-FATAL-ERROR-FLAG = "Y"
               PERFORM Register-Run-End
               STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE ZERO TO WS-EXCEPTION-COUNTS
           MOVE ZERO TO WS-SEVERITY-COUNTS

           OPEN OUTPUT AuditReportFile.
           PERFORM Open-Audit-Files

           PERFORM Write-Report-Heading

           IF WS-FATAL-ERROR-FLAG = "N"
               SORT SortFile
                   ON ASCENDING KEY SR-Severity SR-CodeIdx
                                    SR-OrderID SR-ItemID
                   INPUT PROCEDURE IS Audit-History-Lines
                   OUTPUT PROCEDURE IS Report-By-Severity
               PERFORM Write-Count-Summary
               PERFORM Write-Summary-File
           END-IF

           CLOSE AuditReportFile.
           IF WS-PO-HISTORY-FILE-STATUS = "00"
               CLOSE POHistoryFile
           END-IF
           IF WS-BUYER-MASTER-FILE-STATUS = "00"
               CLOSE BuyerMasterFile
           END-IF
           IF WS-ITEM-MASTER-FILE-STATUS = "00"
               CLOSE ItemMasterFile
           END-IF
           IF WS-SHIPTO-FILE-STATUS = "00"
               CLOSE ShipToLocationFile
           END-IF
           IF WS-FATAL-ERROR-FLAG = "Y"
               MOVE 16 TO RETURN-CODE
           END-IF

           PERFORM Register-Run-End

           STOP RUN.

      *> An audit against a master that is not there would report
      *> every line as an orphan -- stop instead.
       Open-Audit-Files.
           OPEN INPUT POHistoryFile
           IF WS-PO-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: PO history file pohistory.dat could "
                       "not be opened (status "
                       WS-PO-HISTORY-FILE-STATUS
                       ") -- nothing to audit"
               MOVE "Y" TO WS-FATAL-ERROR-FLAG
           END-IF
           OPEN INPUT BuyerMasterFile
           IF WS-BUYER-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: buyer master buyermaster.dat could "
                       "not be opened (status "
                       WS-BUYER-MASTER-FILE-STATUS
                       ") -- history cannot be audited"
               MOVE "Y" TO WS-FATAL-ERROR-FLAG
           END-IF
           OPEN INPUT ItemMasterFile
           IF WS-ITEM-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: item master itemmaster.dat could "
                       "not be opened (status "
                       WS-ITEM-MASTER-FILE-STATUS
                       ") -- history cannot be audited"
               MOVE "Y" TO WS-FATAL-ERROR-FLAG
           END-IF
           OPEN INPUT ShipToLocationFile
           IF WS-SHIPTO-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: ship-to master shiptoloc.dat could "
                       "not be opened (status "
                       WS-SHIPTO-FILE-STATUS
                       ") -- history cannot be audited"
               MOVE "Y" TO WS-FATAL-ERROR-FLAG
           END-IF.

       Audit-History-Lines.
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
                       PERFORM Audit-History-Line
               END-READ
           END-PERFORM.

      *> Open means still expecting goods: accepted and not yet
      *> fully shipped. Only open lines are held to the masters'
      *> current status -- a closed line ordered from a buyer since
      *> suspended is history, not an exception.
       Audit-History-Line.
           MOVE ZERO TO WS-LINE-EXCEPTIONS
           IF PH-Status = "ACTIVE" OR PH-Status = "PARTSHIP"
               MOVE "Y" TO WS-LINE-OPEN
               ADD 1 TO WS-OPEN-LINES
           ELSE
               MOVE "N" TO WS-LINE-OPEN
           END-IF
           PERFORM Audit-Line-Against-Masters
           PERFORM Audit-Line-Internals
           IF WS-LINE-EXCEPTIONS > ZERO
               ADD 1 TO WS-LINES-WITH-EXC
           END-IF.

       Audit-Line-Against-Masters.
           MOVE PH-BuyerID TO BM-BuyerID
           READ BuyerMasterFile
               INVALID KEY
                   MOVE "N" TO WS-BUYER-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-BUYER-FOUND
           END-READ
           IF WS-BUYER-FOUND = "N"
               MOVE SPACES TO WS-NOTE
               MOVE 5 TO WS-CODE-IDX
               PERFORM Release-Exception
           ELSE
               IF WS-LINE-OPEN = "Y" AND BM-StatusFlag = "S"
                   MOVE SPACES TO WS-NOTE
                   MOVE 7 TO WS-CODE-IDX
                   PERFORM Release-Exception
               END-IF
           END-IF

           MOVE PH-ItemID TO IM-ItemID
           READ ItemMasterFile
               INVALID KEY
                   MOVE "N" TO WS-ITEM-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-ITEM-FOUND
           END-READ
           IF WS-ITEM-FOUND = "N"
               MOVE SPACES TO WS-NOTE
               MOVE 4 TO WS-CODE-IDX
               PERFORM Release-Exception
           ELSE
               IF WS-LINE-OPEN = "Y" AND IM-ActiveFlag NOT = "Y"
                   MOVE SPACES TO WS-NOTE
                   MOVE 6 TO WS-CODE-IDX
                   PERFORM Release-Exception
               END-IF
               IF PH-UOM NOT = IM-StockUOM
                   MOVE SPACES TO WS-NOTE
                   STRING "line " PH-UOM " item " IM-StockUOM
                       DELIMITED BY SIZE INTO WS-NOTE
                   MOVE 3 TO WS-CODE-IDX
                   PERFORM Release-Exception
               END-IF
           END-IF

      *> Lines booked before the ship-to code was kept on history
      *> have none to check; they are counted, not flagged.
           IF WS-LINE-OPEN = "Y"
               IF PH-ShipToCode = SPACES
                   ADD 1 TO WS-NO-SHIPTO-CODE
               ELSE
                   MOVE PH-BuyerID TO SL-BuyerID
                   MOVE PH-ShipToCode TO SL-LocationCode
                   MOVE SPACES TO WS-NOTE
                   STRING "ship-to " PH-ShipToCode
                       DELIMITED BY SIZE INTO WS-NOTE
                   READ ShipToLocationFile
                       INVALID KEY
                           MOVE 9 TO WS-CODE-IDX
                           PERFORM Release-Exception
                       NOT INVALID KEY
                           IF SL-StatusFlag NOT = "A"
                               MOVE 8 TO WS-CODE-IDX
                               PERFORM Release-Exception
                           END-IF
                   END-READ
               END-IF
           END-IF.

       Audit-Line-Internals.
           IF PH-Status = "SHIPPED" AND
                   PH-ShippedQuantity < PH-ItemQuantity
               MOVE SPACES TO WS-NOTE
               MOVE 2 TO WS-CODE-IDX
               PERFORM Release-Exception
           END-IF
           IF PH-ReleasedQuantity > PH-BlanketQuantity
               MOVE SPACES TO WS-NOTE
               MOVE PH-BlanketQuantity TO WS-NOTE-QTY-1
               MOVE PH-ReleasedQuantity TO WS-NOTE-QTY-2
               STRING "blk" WS-NOTE-QTY-1 " rel" WS-NOTE-QTY-2
                   DELIMITED BY SIZE INTO WS-NOTE
               MOVE 1 TO WS-CODE-IDX
               PERFORM Release-Exception
           END-IF
           IF PH-ReceivedQuantity > ZERO AND
                   PH-ShippedQuantity = ZERO
               MOVE SPACES TO WS-NOTE
               MOVE 10 TO WS-CODE-IDX
               PERFORM Release-Exception
           END-IF.

       Release-Exception.
           ADD 1 TO WS-LINE-EXCEPTIONS
           ADD 1 TO WS-TOTAL-EXCEPTIONS
           ADD 1 TO WS-EXC-COUNT(WS-CODE-IDX)
           MOVE WS-EXC-SEVERITY(WS-CODE-IDX) TO WS-SEV-IDX
           ADD 1 TO WS-SEV-COUNT(WS-SEV-IDX)
           MOVE WS-SEV-IDX TO SR-Severity
           MOVE WS-CODE-IDX TO SR-CodeIdx
           MOVE PH-OrderID TO SR-OrderID
           MOVE PH-ItemID TO SR-ItemID
           MOVE PH-BuyerID TO SR-BuyerID
           MOVE PH-Status TO SR-Status
           MOVE PH-ItemQuantity TO SR-OrderedQty
           MOVE PH-ShippedQuantity TO SR-ShippedQty
           MOVE PH-ReceivedQuantity TO SR-ReceivedQty
           MOVE WS-NOTE TO SR-Note
           RELEASE SortRecord.

       Report-By-Severity.
           MOVE "N" TO WS-SORT-EOF
           MOVE "N" TO WS-GROUP-ACTIVE
           MOVE ZERO TO WS-CURRENT-SEVERITY
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SortFile
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                       IF WS-GROUP-ACTIVE = "Y"
                           PERFORM Write-Group-Count
                       END-IF
                   NOT AT END
                       IF SR-Severity NOT = WS-CURRENT-SEVERITY
                           IF WS-GROUP-ACTIVE = "Y"
                               PERFORM Write-Group-Count
                               MOVE "N" TO WS-GROUP-ACTIVE
                           END-IF
                           PERFORM Write-Severity-Heading
                       END-IF
                       IF WS-GROUP-ACTIVE = "N" OR
                               SR-CodeIdx NOT = WS-CURRENT-CODE
                           IF WS-GROUP-ACTIVE = "Y"
                               PERFORM Write-Group-Count
                           END-IF
                           PERFORM Start-Group
                       END-IF
                       PERFORM Write-Exception-Detail
               END-RETURN
           END-PERFORM.

       Write-Severity-Heading.
           MOVE SR-Severity TO WS-CURRENT-SEVERITY
           MOVE SPACES TO WS-REPORT-LINE
           WRITE AuditReportLine FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-SEV-COUNT(SR-Severity) TO WS-REPORT-NUM
           STRING "Severity " WS-SEVERITY-LABEL(SR-Severity)
                   " - exceptions " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE AuditReportLine FROM WS-REPORT-LINE.

       Start-Group.
           MOVE "Y" TO WS-GROUP-ACTIVE
           MOVE SR-CodeIdx TO WS-CURRENT-CODE
           MOVE ZERO TO WS-GROUP-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           WRITE AuditReportLine FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Exception: " WS-EXC-CODE(SR-CodeIdx)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE AuditReportLine FROM WS-REPORT-LINE.

       Write-Exception-Detail.
           MOVE SR-OrderID TO WS-ED-ORDERID
           MOVE SR-ItemID TO WS-ED-ITEMID
           MOVE SR-BuyerID TO WS-ED-BUYERID
           MOVE SR-Status TO WS-ED-STATUS
           MOVE SR-OrderedQty TO WS-ED-ORDERED
           MOVE SR-ShippedQty TO WS-ED-SHIPPED
           MOVE SR-ReceivedQty TO WS-ED-RECEIVED
           MOVE SR-Note TO WS-ED-NOTE
           WRITE AuditReportLine FROM WS-EXCEPTION-DETAIL
           ADD 1 TO WS-GROUP-COUNT.

       Write-Group-Count.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-GROUP-COUNT TO WS-REPORT-NUM
           STRING "  lines               " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE AuditReportLine FROM WS-REPORT-LINE.

       Write-Report-Heading.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "POHistoryAudit - PO History Integrity Audit As Of "
                   WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE AuditReportLine FROM WS-REPORT-LINE.

       Write-Count-Summary.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE AuditReportLine FROM WS-REPORT-LINE
           MOVE "Exception Count Summary" TO WS-REPORT-LINE
           WRITE AuditReportLine FROM WS-REPORT-LINE
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > 10
               MOVE WS-EXC-SEVERITY(WS-CODE-IDX) TO WS-SEV-IDX
               MOVE WS-SEVERITY-LABEL(WS-SEV-IDX) TO WS-SD-SEVERITY
               MOVE WS-EXC-CODE(WS-CODE-IDX) TO WS-SD-CODE
               MOVE WS-EXC-COUNT(WS-CODE-IDX) TO WS-SD-COUNT
               WRITE AuditReportLine FROM WS-SUMMARY-DETAIL
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           WRITE AuditReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-LINES-READ TO WS-REPORT-NUM
           STRING "History Lines Read    : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE AuditReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-OPEN-LINES TO WS-REPORT-NUM
           STRING "Open Lines            : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE AuditReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-LINES-WITH-EXC TO WS-REPORT-NUM
           STRING "Lines With Exceptions : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE AuditReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TOTAL-EXCEPTIONS TO WS-REPORT-NUM
           STRING "Total Exceptions      : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE AuditReportLine FROM WS-REPORT-LINE

           PERFORM VARYING WS-SEV-IDX FROM 1 BY 1
                   UNTIL WS-SEV-IDX > 3
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-SEV-COUNT(WS-SEV-IDX) TO WS-REPORT-NUM
               STRING "  Severity " WS-SEVERITY-LABEL(WS-SEV-IDX)
                       "      : " WS-REPORT-NUM
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE AuditReportLine FROM WS-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-NO-SHIPTO-CODE TO WS-REPORT-NUM
           STRING "Open, No Ship-To Code : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE AuditReportLine FROM WS-REPORT-LINE.

      *> Kept across nights; the first-ever run creates it.
       Write-Summary-File.
           OPEN EXTEND AuditSummaryFile
           IF WS-SUMMARY-FILE-STATUS NOT = "00"
               OPEN OUTPUT AuditSummaryFile
           END-IF
           IF WS-SUMMARY-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: audit summary audit-summary.csv could "
                       "not be opened (status " WS-SUMMARY-FILE-STATUS
                       ") -- tonight's counts are on the report only"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                       UNTIL WS-CODE-IDX > 10
                   MOVE WS-RUN-DATE TO AUD-RunDate
                   MOVE WS-EXC-SEVERITY(WS-CODE-IDX) TO WS-SEV-IDX
                   MOVE WS-SEVERITY-LABEL(WS-SEV-IDX) TO AUD-Severity
                   MOVE WS-EXC-CODE(WS-CODE-IDX) TO AUD-ExceptionCode
                   MOVE WS-EXC-COUNT(WS-CODE-IDX) TO AUD-Count
                   WRITE AuditSummaryRecord
               END-PERFORM
               CLOSE AuditSummaryFile
           END-IF.

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
