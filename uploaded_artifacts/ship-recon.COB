       IDENTIFICATION DIVISION.
       PROGRAM-ID. ShipReceiptRecon.
       AUTHOR. YourName.

      *> Ship-notice against dock-receipt reconciliation. Reads the
      *> whole PO history and compares what the supplier's 856s say
      *> was shipped with what ReceiptIntake booked at our dock
      *> (returns sent back by ReturnToVendor count as having
      *> arrived). Every line shipped short of receipt is aged from
      *> its last ship date into in-transit buckets and reported per
      *> carrier, so receiving can tell goods still on the truck from
      *> goods gone missing. Lines in transit longer than the claim
      *> threshold in the parameter file also go to a carrier-claim
      *> extract for traffic to file against. A second section lists
      *> lines received with no ship notice on file at all, per
      *> supplier, so purchasing can chase suppliers who skip the
      *> 856.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ParameterFile ASSIGN TO 'shiprecon-parm.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT POHistoryFile ASSIGN TO 'pohistory.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-Key
               FILE STATUS IS WS-PO-HISTORY-FILE-STATUS.
           SELECT ReconReportFile ASSIGN TO 'shiprecon-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ClaimFile ASSIGN TO 'carrierclaim.csv'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SortFile ASSIGN TO 'reconsort.tmp'.

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
      *> One record: days in transit past which a short line is
      *> claimed against the carrier.
       FD ParameterFile.
       01 ParameterRecord.
           05 PARM-ClaimDays       PIC X(03).

       FD POHistoryFile.
       COPY PHREC.

       FD ReconReportFile.
       01 ReconReportLine          PIC X(100).

      *> One row per line in transit past the claim threshold.
       FD ClaimFile.
       01 ClaimRecord.
           05 CLM-Carrier          PIC X(15).
           05 CLM-OrderID          PIC X(15).
           05 CLM-ItemID           PIC X(10).
           05 CLM-BuyerID          PIC X(15).
           05 CLM-ShipDate         PIC X(08).
           05 CLM-DaysInTransit    PIC 9(05).
           05 CLM-ShippedQty       PIC 9(07).
           05 CLM-ReceivedQty      PIC 9(07).
           05 CLM-ShortQty         PIC 9(07).
           05 CLM-ShortValue       PIC 9(11)V99.

      *> Section 1 is the in-transit book, grouped by carrier;
      *> section 2 is received-without-856, grouped by supplier.
       SD SortFile.
       01 SortRecord.
           05 SR-Section           PIC 9(01).
           05 SR-GroupKey          PIC X(15).
           05 SR-OrderID           PIC X(15).
           05 SR-ItemID            PIC X(10).
           05 SR-Date              PIC X(08).
           05 SR-AgeDays           PIC 9(05).
           05 SR-Bucket            PIC 9(01).
           05 SR-ShippedQty        PIC 9(07).
           05 SR-ReceivedQty       PIC 9(07).
           05 SR-ShortQty          PIC 9(07).
           05 SR-ShortValue        PIC 9(11)V99.
           05 SR-Claimed           PIC X(01).

       FD RunControlFile.
       COPY RCREC.

       FD OverrideFile.
       01 OverrideRecord           PIC X(60).

       WORKING-STORAGE SECTION.
      *> Run-control guard state; this program registers as
      *> ShipReceiptRecon.
       01 WS-RUNCTL-FILE-STATUS    PIC XX VALUE "00".
       01 WS-OVERRIDE-FILE-STATUS  PIC XX VALUE "00".
       01 WS-MY-PROGRAM            PIC X(20) VALUE "ShipReceiptRecon".
       01 WS-MY-UPDATER            PIC X VALUE "N".
       01 WS-RUN-CONFLICT          PIC X VALUE "N".
       01 WS-CONFLICT-NAME         PIC X(20) VALUE SPACES.
       01 WS-OVERRIDE-REASON       PIC X(60) VALUE SPACES.
       01 WS-RUNCTL-SCAN-EOF       PIC X VALUE "N".
       01 WS-RUNCTL-REGISTERED     PIC X VALUE "N".
       01 WS-RC-STAMP              PIC X(14) VALUE SPACES.
       01 WS-RC-STAMP-TIME         PIC X(08) VALUE SPACES.

       01 WS-PARM-FILE-STATUS      PIC XX VALUE "00".
       01 WS-PO-HISTORY-FILE-STATUS PIC XX VALUE "00".
       01 WS-FATAL-ERROR-FLAG      PIC X VALUE "N".
       01 WS-HISTORY-SCAN-EOF      PIC X VALUE "N".
       01 WS-SORT-EOF              PIC X VALUE "N".

       01 WS-CLAIM-DAYS            PIC 9(03) VALUE ZERO.
       01 WS-RUN-DATE              PIC X(08).
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(08).
       01 WS-SHIP-DATE-N           PIC 9(08).
       01 WS-AGE-DAYS              PIC S9(09) COMP.

      *> Received here means booked at the dock, whether or not it
      *> has since gone back to the supplier.
       01 WS-ARRIVED-QTY           PIC 9(08) VALUE ZERO.

       01 WS-GROUP-ACTIVE          PIC X VALUE "N".
       01 WS-CURRENT-SECTION       PIC 9(01) VALUE ZERO.
       01 WS-CURRENT-GROUP         PIC X(15) VALUE SPACES.

      *> Bucket 1 is 0-7 days since the last ship date, 2 is 8-14,
      *> 3 is 15-30, 4 is over 30.
       01 WS-GROUP-TOTALS.
           05 WS-GROUP-BUCKET OCCURS 4 TIMES.
               10 WS-GROUP-LINES   PIC 9(09).
               10 WS-GROUP-QTY     PIC 9(09).
               10 WS-GROUP-VALUE   PIC 9(13)V99.
       01 WS-GRAND-TOTALS.
           05 WS-GRAND-BUCKET OCCURS 4 TIMES.
               10 WS-GRAND-LINES   PIC 9(09).
               10 WS-GRAND-QTY     PIC 9(09).
               10 WS-GRAND-VALUE   PIC 9(13)V99.
       01 WS-BUCKET-IDX            PIC 9(01).
       01 WS-GROUP-NOASN-LINES     PIC 9(09) VALUE ZERO.

       01 WS-CONTROL-TOTALS.
           05 WS-LINES-READ        PIC 9(09) VALUE ZERO.
           05 WS-TRANSIT-LINES     PIC 9(09) VALUE ZERO.
           05 WS-TRANSIT-QTY       PIC 9(09) VALUE ZERO.
           05 WS-TRANSIT-VALUE     PIC 9(13)V99 VALUE ZERO.
           05 WS-CLAIM-LINES       PIC 9(09) VALUE ZERO.
           05 WS-CLAIM-VALUE       PIC 9(13)V99 VALUE ZERO.
           05 WS-NOASN-LINES       PIC 9(09) VALUE ZERO.
           05 WS-BAD-DATE-LINES    PIC 9(09) VALUE ZERO.

       01 WS-REPORT-LINE           PIC X(100).
       01 WS-REPORT-NUM            PIC ZZZZZZZZ9.
       01 WS-REPORT-AMT            PIC Z(12)9.99.

       01 WS-TRANSIT-DETAIL.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-TD-ORDERID        PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-TD-ITEMID         PIC X(10).
           05 FILLER               PIC X(06) VALUE " ship ".
           05 WS-TD-SHIPDATE       PIC X(08).
           05 FILLER               PIC X(05) VALUE " age ".
           05 WS-TD-AGE            PIC Z(04)9.
           05 FILLER               PIC X(05) VALUE " shp ".
           05 WS-TD-SHIPPED        PIC Z(06)9.
           05 FILLER               PIC X(05) VALUE " rcv ".
           05 WS-TD-RECEIVED       PIC Z(06)9.
           05 FILLER               PIC X(07) VALUE " short ".
           05 WS-TD-SHORT          PIC Z(06)9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-TD-CLAIM          PIC X(05).

       01 WS-NOASN-DETAIL.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-ND-ORDERID        PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-ND-ITEMID         PIC X(10).
           05 FILLER               PIC X(14) VALUE " last receipt ".
           05 WS-ND-RCVDATE        PIC X(08).
           05 FILLER               PIC X(10) VALUE " received ".
           05 WS-ND-RECEIVED       PIC Z(06)9.

       01 WS-BUCKET-TOTAL-LINE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-BTL-LABEL         PIC X(12).
           05 FILLER               PIC X(07) VALUE " lines ".
           05 WS-BTL-LINES         PIC ZZZZZZZZ9.
           05 FILLER               PIC X(07) VALUE " short ".
           05 WS-BTL-QTY           PIC ZZZZZZZZ9.
           05 FILLER               PIC X(07) VALUE " value ".
           05 WS-BTL-VALUE         PIC Z(12)9.99.

       01 WS-BUCKET-LABELS.
           05 FILLER               PIC X(12) VALUE "0-7 days".
           05 FILLER               PIC X(12) VALUE "8-14 days".
           05 FILLER               PIC X(12) VALUE "15-30 days".
           05 FILLER               PIC X(12) VALUE "Over 30 days".
       01 WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
           05 WS-BUCKET-LABEL OCCURS 4 TIMES PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM Register-Run-Start
           IF WS-FATAL-ERROR-FLAG = "Y"
               PERFORM Register-Run-End
               STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE ZERO TO WS-GROUP-TOTALS
           MOVE ZERO TO WS-GRAND-TOTALS

           OPEN OUTPUT ReconReportFile.
           OPEN OUTPUT ClaimFile.
           PERFORM Read-Parameter-File
           IF WS-FATAL-ERROR-FLAG = "N"
               OPEN INPUT POHistoryFile
               IF WS-PO-HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "FATAL: PO history file pohistory.dat could "
                           "not be opened (status "
                           WS-PO-HISTORY-FILE-STATUS
                           ") -- nothing to reconcile"
                   MOVE "Y" TO WS-FATAL-ERROR-FLAG
               END-IF
           END-IF

           PERFORM Write-Report-Heading

           IF WS-FATAL-ERROR-FLAG = "N"
               SORT SortFile
                   ON ASCENDING KEY SR-Section SR-GroupKey
                                    SR-OrderID SR-ItemID
                   INPUT PROCEDURE IS Select-Recon-Lines
                   OUTPUT PROCEDURE IS Report-By-Group
           END-IF

           PERFORM Write-Grand-Totals

           CLOSE ReconReportFile.
           CLOSE ClaimFile.
           IF WS-PO-HISTORY-FILE-STATUS = "00"
               CLOSE POHistoryFile
           END-IF.
           IF WS-FATAL-ERROR-FLAG = "Y"
               MOVE 16 TO RETURN-CODE
           END-IF

           PERFORM Register-Run-End

           STOP RUN.

      *> No threshold means no way to tell a late truck from a lost
      *> one -- stop rather than guess and flood traffic with claims.
       Read-Parameter-File.
           OPEN INPUT ParameterFile
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: parameter file shiprecon-parm.csv could "
                       "not be opened (status " WS-PARM-FILE-STATUS
                       ") -- no claim threshold, nothing reconciled"
               MOVE "Y" TO WS-FATAL-ERROR-FLAG
           ELSE
               READ ParameterFile INTO ParameterRecord
                   AT END
                       MOVE "Y" TO WS-FATAL-ERROR-FLAG
                       DISPLAY "FATAL: parameter file is empty -- no "
                               "claim threshold, nothing reconciled"
                   NOT AT END
                       IF PARM-ClaimDays IS NOT NUMERIC
                           DISPLAY "FATAL: claim threshold '"
                                   PARM-ClaimDays "' is not a 3-digit "
                                   "day count -- nothing reconciled"
                           MOVE "Y" TO WS-FATAL-ERROR-FLAG
                       ELSE
                           MOVE PARM-ClaimDays TO WS-CLAIM-DAYS
                       END-IF
               END-READ
               CLOSE ParameterFile
           END-IF.

      *> Feeds the sort with every line shipped short of arrival,
      *> aged and valued at the PO price, and every line that
      *> arrived with nothing shipped against it.
       Select-Recon-Lines.
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
                       COMPUTE WS-ARRIVED-QTY =
                           PH-ReceivedQuantity + PH-ReturnedQuantity
                       IF PH-ShippedQuantity > WS-ARRIVED-QTY
                           PERFORM Release-Transit-Line
                       ELSE
                           IF PH-ShippedQuantity = ZERO AND
                                   WS-ARRIVED-QTY > ZERO
                               PERFORM Release-NoASN-Line
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       Release-Transit-Line.
           IF PH-LastShipDate IS NOT NUMERIC
      *> A line with an unusable ship date cannot be aged -- count it
      *> so the report says it was left out instead of losing it.
               ADD 1 TO WS-BAD-DATE-LINES
           ELSE
               MOVE PH-LastShipDate TO WS-SHIP-DATE-N
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N) -
                   FUNCTION INTEGER-OF-DATE(WS-SHIP-DATE-N)
               IF WS-AGE-DAYS < ZERO
                   MOVE ZERO TO WS-AGE-DAYS
               END-IF
               IF WS-AGE-DAYS > 30
                   MOVE 4 TO SR-Bucket
               ELSE
                   IF WS-AGE-DAYS > 14
                       MOVE 3 TO SR-Bucket
                   ELSE
                       IF WS-AGE-DAYS > 7
                           MOVE 2 TO SR-Bucket
                       ELSE
                           MOVE 1 TO SR-Bucket
                       END-IF
                   END-IF
               END-IF
               MOVE 1 TO SR-Section
               MOVE PH-LastCarrier TO SR-GroupKey
               MOVE PH-OrderID TO SR-OrderID
               MOVE PH-ItemID TO SR-ItemID
               MOVE PH-LastShipDate TO SR-Date
               MOVE WS-AGE-DAYS TO SR-AgeDays
               MOVE PH-ShippedQuantity TO SR-ShippedQty
               MOVE WS-ARRIVED-QTY TO SR-ReceivedQty
               COMPUTE SR-ShortQty =
                   PH-ShippedQuantity - WS-ARRIVED-QTY
               COMPUTE SR-ShortValue =
                   SR-ShortQty * PH-ItemUnitPrice
               MOVE "N" TO SR-Claimed
               IF WS-AGE-DAYS > WS-CLAIM-DAYS
                   MOVE "Y" TO SR-Claimed
                   PERFORM Write-Claim-Record
               END-IF
               RELEASE SortRecord
           END-IF.

       Write-Claim-Record.
           MOVE PH-LastCarrier TO CLM-Carrier
           MOVE PH-OrderID TO CLM-OrderID
           MOVE PH-ItemID TO CLM-ItemID
           MOVE PH-BuyerID TO CLM-BuyerID
           MOVE PH-LastShipDate TO CLM-ShipDate
           MOVE SR-AgeDays TO CLM-DaysInTransit
           MOVE SR-ShippedQty TO CLM-ShippedQty
           MOVE SR-ReceivedQty TO CLM-ReceivedQty
           MOVE SR-ShortQty TO CLM-ShortQty
           MOVE SR-ShortValue TO CLM-ShortValue
           WRITE ClaimRecord
           ADD 1 TO WS-CLAIM-LINES
           ADD SR-ShortValue TO WS-CLAIM-VALUE.

       Release-NoASN-Line.
           MOVE 2 TO SR-Section
           MOVE PH-BuyerID TO SR-GroupKey
           MOVE PH-OrderID TO SR-OrderID
           MOVE PH-ItemID TO SR-ItemID
           MOVE PH-LastReceiptDate TO SR-Date
           MOVE ZERO TO SR-AgeDays
           MOVE ZERO TO SR-Bucket
           MOVE ZERO TO SR-ShippedQty
           MOVE WS-ARRIVED-QTY TO SR-ReceivedQty
           MOVE ZERO TO SR-ShortQty
           MOVE ZERO TO SR-ShortValue
           MOVE "N" TO SR-Claimed
           RELEASE SortRecord.

       Report-By-Group.
           MOVE "N" TO WS-SORT-EOF
           MOVE "N" TO WS-GROUP-ACTIVE
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SortFile
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                       IF WS-GROUP-ACTIVE = "Y"
                           PERFORM Write-Group-Subtotals
                       END-IF
                   NOT AT END
                       IF WS-GROUP-ACTIVE = "N" OR
                               SR-Section NOT = WS-CURRENT-SECTION OR
                               SR-GroupKey NOT = WS-CURRENT-GROUP
                           IF WS-GROUP-ACTIVE = "Y"
                               PERFORM Write-Group-Subtotals
                           END-IF
                           IF SR-Section NOT = WS-CURRENT-SECTION
                               PERFORM Write-Section-Heading
                           END-IF
                           PERFORM Start-Group
                       END-IF
                       IF SR-Section = 1
                           PERFORM Write-Transit-Detail
                       ELSE
                           PERFORM Write-NoASN-Detail
                       END-IF
               END-RETURN
           END-PERFORM.

       Write-Section-Heading.
           MOVE SR-Section TO WS-CURRENT-SECTION
           MOVE SPACES TO WS-REPORT-LINE
           WRITE ReconReportLine FROM WS-REPORT-LINE
           IF SR-Section = 1
               MOVE "Shipped Not Received - By Carrier"
                   TO WS-REPORT-LINE
           ELSE
               MOVE "Received With No Ship Notice - By Supplier"
                   TO WS-REPORT-LINE
           END-IF
           WRITE ReconReportLine FROM WS-REPORT-LINE.

       Start-Group.
           MOVE "Y" TO WS-GROUP-ACTIVE
           MOVE SR-GroupKey TO WS-CURRENT-GROUP
           MOVE ZERO TO WS-GROUP-TOTALS
           MOVE ZERO TO WS-GROUP-NOASN-LINES
           MOVE SPACES TO WS-REPORT-LINE
           WRITE ReconReportLine FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF SR-Section = 1
               STRING "Carrier: " SR-GroupKey
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "Supplier: " SR-GroupKey
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE ReconReportLine FROM WS-REPORT-LINE.

       Write-Transit-Detail.
           MOVE SR-OrderID TO WS-TD-ORDERID
           MOVE SR-ItemID TO WS-TD-ITEMID
           MOVE SR-Date TO WS-TD-SHIPDATE
           MOVE SR-AgeDays TO WS-TD-AGE
           MOVE SR-ShippedQty TO WS-TD-SHIPPED
           MOVE SR-ReceivedQty TO WS-TD-RECEIVED
           MOVE SR-ShortQty TO WS-TD-SHORT
           IF SR-Claimed = "Y"
               MOVE "CLAIM" TO WS-TD-CLAIM
           ELSE
               MOVE SPACES TO WS-TD-CLAIM
           END-IF
           WRITE ReconReportLine FROM WS-TRANSIT-DETAIL
           ADD 1 TO WS-GROUP-LINES(SR-Bucket)
           ADD SR-ShortQty TO WS-GROUP-QTY(SR-Bucket)
           ADD SR-ShortValue TO WS-GROUP-VALUE(SR-Bucket)
           ADD 1 TO WS-GRAND-LINES(SR-Bucket)
           ADD SR-ShortQty TO WS-GRAND-QTY(SR-Bucket)
           ADD SR-ShortValue TO WS-GRAND-VALUE(SR-Bucket)
           ADD 1 TO WS-TRANSIT-LINES
           ADD SR-ShortQty TO WS-TRANSIT-QTY
           ADD SR-ShortValue TO WS-TRANSIT-VALUE.

       Write-NoASN-Detail.
           MOVE SR-OrderID TO WS-ND-ORDERID
           MOVE SR-ItemID TO WS-ND-ITEMID
           MOVE SR-Date TO WS-ND-RCVDATE
           MOVE SR-ReceivedQty TO WS-ND-RECEIVED
           WRITE ReconReportLine FROM WS-NOASN-DETAIL
           ADD 1 TO WS-GROUP-NOASN-LINES
           ADD 1 TO WS-NOASN-LINES.

       Write-Group-Subtotals.
           IF WS-CURRENT-SECTION = 1
               PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                       UNTIL WS-BUCKET-IDX > 4
                   MOVE WS-BUCKET-LABEL(WS-BUCKET-IDX) TO WS-BTL-LABEL
                   MOVE WS-GROUP-LINES(WS-BUCKET-IDX) TO WS-BTL-LINES
                   MOVE WS-GROUP-QTY(WS-BUCKET-IDX) TO WS-BTL-QTY
                   MOVE WS-GROUP-VALUE(WS-BUCKET-IDX) TO WS-BTL-VALUE
                   WRITE ReconReportLine FROM WS-BUCKET-TOTAL-LINE
               END-PERFORM
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-GROUP-NOASN-LINES TO WS-REPORT-NUM
               STRING "  lines with no 856  " WS-REPORT-NUM
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE ReconReportLine FROM WS-REPORT-LINE
           END-IF.

       Write-Report-Heading.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ShipReceiptRecon - Ship Notice vs Receipt As Of "
                   WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ReconReportLine FROM WS-REPORT-LINE
           IF WS-FATAL-ERROR-FLAG = "N"
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-CLAIM-DAYS TO WS-REPORT-NUM
               STRING "Claim Threshold Days  : " WS-REPORT-NUM
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE ReconReportLine FROM WS-REPORT-LINE
           END-IF.

       Write-Grand-Totals.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE ReconReportLine FROM WS-REPORT-LINE
           MOVE "Grand Totals - Shipped Not Received" TO WS-REPORT-LINE
           WRITE ReconReportLine FROM WS-REPORT-LINE

           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 4
               MOVE WS-BUCKET-LABEL(WS-BUCKET-IDX) TO WS-BTL-LABEL
               MOVE WS-GRAND-LINES(WS-BUCKET-IDX) TO WS-BTL-LINES
               MOVE WS-GRAND-QTY(WS-BUCKET-IDX) TO WS-BTL-QTY
               MOVE WS-GRAND-VALUE(WS-BUCKET-IDX) TO WS-BTL-VALUE
               WRITE ReconReportLine FROM WS-BUCKET-TOTAL-LINE
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-LINES-READ TO WS-REPORT-NUM
           STRING "History Lines Read    : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ReconReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TRANSIT-LINES TO WS-REPORT-NUM
           STRING "In-Transit Lines      : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ReconReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TRANSIT-QTY TO WS-REPORT-NUM
           STRING "In-Transit Quantity   : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ReconReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TRANSIT-VALUE TO WS-REPORT-AMT
           STRING "In-Transit Value      : " WS-REPORT-AMT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ReconReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CLAIM-LINES TO WS-REPORT-NUM
           STRING "Carrier Claim Lines   : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ReconReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CLAIM-VALUE TO WS-REPORT-AMT
           STRING "Carrier Claim Value   : " WS-REPORT-AMT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ReconReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-NOASN-LINES TO WS-REPORT-NUM
           STRING "Received No 856 Lines : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ReconReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-BAD-DATE-LINES TO WS-REPORT-NUM
           STRING "Lines Skipped BadDate : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ReconReportLine FROM WS-REPORT-LINE.

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
