       IDENTIFICATION DIVISION.
       PROGRAM-ID. ItemDemandReport.
       AUTHOR. YourName.

      *> Item demand and velocity report, with the replenishment
      *> planning extract. Summarizes the PO history by item: the
      *> quantity ordered in each of the last so many complete months
      *> (from demand-parm.csv), which buyers it came from, how much
      *> of it was released on blankets as against ordered spot, and
      *> what is open, shipped and not yet received, and received
      *> now. An item whose latest month is well above or below its
      *> trailing average is flagged. Average monthly demand and
      *> open-order quantity per item also go to a fixed-format
      *> extract the replenishment system loads. Reads only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ParameterFile ASSIGN TO 'demand-parm.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT POHistoryFile ASSIGN TO 'pohistory.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-Key
               FILE STATUS IS WS-PO-HISTORY-FILE-STATUS.
           SELECT POHistoryJournalFile ASSIGN TO 'pohjournal.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT DemandReportFile ASSIGN TO 'demand-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DemandExtractFile ASSIGN TO 'demand-extract.csv'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SortFile ASSIGN TO 'demandsort.tmp'.

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
      *> One record: the number of complete months to report (02 to
      *> 24), then the percentage off its trailing average at which
      *> an item's latest month is flagged.
       FD ParameterFile.
       01 ParameterRecord.
           05 PARM-Months          PIC X(02).
           05 PARM-FlagPercent     PIC X(03).

       FD POHistoryFile.
       COPY PHREC.

       FD POHistoryJournalFile.
       COPY PJREC.

       FD DemandReportFile.
       01 DemandReportLine         PIC X(100).

       FD DemandExtractFile.
       COPY DXREC.

      *> One per PO history line not cancelled ("H"), and one per
      *> journalled release against a blanket ("R"). Month 1 is the
      *> oldest month reported and the last the latest complete
      *> month; zero is demand outside them, or none -- a history
      *> line still counts in what is open and received. A release
      *> undone by a backout journals a negative quantity.
       SD SortFile.
       01 SortRecord.
           05 SR-ItemID            PIC X(10).
           05 SR-BuyerID           PIC X(15).
           05 SR-Source            PIC X(01).
           05 SR-UOM               PIC X(03).
           05 SR-MonthIdx          PIC 9(02).
           05 SR-DemandQty         PIC S9(07).
           05 SR-Blanket           PIC X(01).
           05 SR-OpenQty           PIC 9(07).
           05 SR-InTransitQty      PIC 9(07).
           05 SR-ReceivedQty       PIC 9(07).

       FD RunControlFile.
       COPY RCREC.

       FD OverrideFile.
       01 OverrideRecord           PIC X(60).

       WORKING-STORAGE SECTION.
      *> Run-control guard state; this program registers as
      *> ItemDemandReport.
       01 WS-RUNCTL-FILE-STATUS    PIC XX VALUE "00".
       01 WS-OVERRIDE-FILE-STATUS  PIC XX VALUE "00".
       01 WS-MY-PROGRAM            PIC X(20) VALUE "ItemDemandReport".
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
       01 WS-JOURNAL-FILE-STATUS   PIC XX VALUE "00".
       01 WS-FATAL-ERROR-FLAG      PIC X VALUE "N".
       01 WS-HISTORY-SCAN-EOF      PIC X VALUE "N".
       01 WS-JOURNAL-EOF           PIC X VALUE "N".
       01 WS-SORT-EOF              PIC X VALUE "N".

       01 WS-MONTHS                PIC 9(02) VALUE ZERO.
       01 WS-FLAG-PERCENT          PIC 9(03) VALUE ZERO.
       01 WS-RUN-DATE              PIC X(08).

      *> Months are counted as year * 12 + month - 1, so a line's
      *> distance back from the run month is a subtraction.
       01 WS-RUN-YEAR              PIC 9(04) VALUE ZERO.
       01 WS-RUN-MONTH             PIC 9(02) VALUE ZERO.
       01 WS-RUN-PERIOD            PIC 9(06) VALUE ZERO.
       01 WS-DEMAND-DATE           PIC X(08) VALUE SPACES.
       01 WS-LINE-YEAR             PIC 9(04) VALUE ZERO.
       01 WS-LINE-MONTH            PIC 9(02) VALUE ZERO.
       01 WS-LINE-PERIOD           PIC 9(06) VALUE ZERO.
       01 WS-MONTHS-BACK           PIC S9(06) VALUE ZERO.
       01 WS-LABEL-PERIOD          PIC 9(06) VALUE ZERO.
       01 WS-LABEL-REMAINDER       PIC 9(02) VALUE ZERO.
       01 WS-LABEL-BUILD.
           05 WS-LB-YEAR           PIC 9(04).
           05 WS-LB-MONTH          PIC 9(02).
       01 WS-MONTH-LABELS.
           05 WS-MONTH-LABEL       PIC X(06) OCCURS 24 TIMES.
       01 WS-MONTH-IDX             PIC 9(02) VALUE ZERO.
       01 WS-CELL-IDX              PIC 9(02) VALUE ZERO.

       01 WS-ARRIVED-QTY           PIC 9(08) VALUE ZERO.
       01 WS-LINE-DEMAND           PIC 9(07) VALUE ZERO.
       01 WS-BEFORE-RELEASED       PIC 9(07) VALUE ZERO.
       01 WS-RELEASE-QTY           PIC S9(07) VALUE ZERO.

      *> Control break on item, then buyer within item.
       01 WS-ITEM-ACTIVE           PIC X VALUE "N".
       01 WS-BUYER-ACTIVE          PIC X VALUE "N".
       01 WS-CURRENT-ITEM          PIC X(10) VALUE SPACES.
       01 WS-CURRENT-BUYER         PIC X(15) VALUE SPACES.
       01 WS-ITEM-UOM              PIC X(03) VALUE SPACES.

       01 WS-ITEM-TOTALS.
           05 WS-ITEM-MONTH-QTY    PIC S9(09) OCCURS 24 TIMES.
           05 WS-ITEM-DEMAND       PIC S9(09).
           05 WS-ITEM-BLANKET      PIC S9(09).
           05 WS-ITEM-OPEN         PIC 9(09).
           05 WS-ITEM-IN-TRANSIT   PIC 9(09).
           05 WS-ITEM-RECEIVED     PIC 9(09).
       01 WS-BUYER-TOTALS.
           05 WS-BUYER-LINES       PIC 9(09).
           05 WS-BUYER-DEMAND      PIC S9(09).
           05 WS-BUYER-BLANKET     PIC S9(09).
           05 WS-BUYER-OPEN        PIC 9(09).

       01 WS-AVG-DEMAND            PIC 9(07)V99 VALUE ZERO.
       01 WS-LATEST-QTY            PIC 9(09) VALUE ZERO.
       01 WS-TRAILING-AVG          PIC 9(09)V99 VALUE ZERO.
       01 WS-HIGH-LIMIT            PIC 9(11)V99 VALUE ZERO.
       01 WS-LOW-LIMIT             PIC S9(11)V99 VALUE ZERO.
       01 WS-BLANKET-PCT           PIC 9(03)V99 VALUE ZERO.
       01 WS-SPOT-PCT              PIC 9(03)V99 VALUE ZERO.
       01 WS-VELOCITY-FLAG         PIC X(04) VALUE SPACES.

       01 WS-CONTROL-TOTALS.
           05 WS-LINES-READ        PIC 9(09) VALUE ZERO.
           05 WS-CANCELLED-LINES   PIC 9(09) VALUE ZERO.
           05 WS-BAD-DATE-LINES    PIC 9(09) VALUE ZERO.
           05 WS-WINDOW-LINES      PIC 9(09) VALUE ZERO.
           05 WS-JOURNAL-READ      PIC 9(09) VALUE ZERO.
           05 WS-RELEASES-FOUND    PIC 9(09) VALUE ZERO.
           05 WS-WINDOW-RELEASES   PIC 9(09) VALUE ZERO.
           05 WS-ITEMS-REPORTED    PIC 9(09) VALUE ZERO.
           05 WS-ITEMS-HIGH        PIC 9(09) VALUE ZERO.
           05 WS-ITEMS-LOW         PIC 9(09) VALUE ZERO.
           05 WS-EXTRACT-RECORDS   PIC 9(09) VALUE ZERO.

       01 WS-REPORT-LINE           PIC X(100).
       01 WS-REPORT-NUM            PIC ZZZZZZZZ9.

       01 WS-MONTH-ROW.
           05 WS-MONTH-CELL OCCURS 5 TIMES.
               10 FILLER           PIC X(02).
               10 WS-MC-LABEL      PIC X(06).
               10 FILLER           PIC X(01).
               10 WS-MC-QTY        PIC ZZZZZZZZ9.

       01 WS-BUYER-DETAIL.
           05 FILLER               PIC X(10) VALUE "    buyer ".
           05 WS-BD-BUYER          PIC X(15).
           05 FILLER               PIC X(07) VALUE " lines ".
           05 WS-BD-LINES          PIC ZZZZZ9.
           05 FILLER               PIC X(09) VALUE " ordered ".
           05 WS-BD-DEMAND         PIC ZZZZZZZZ9.
           05 FILLER               PIC X(09) VALUE " blanket ".
           05 WS-BD-BLANKET        PIC ZZZZZZZZ9.
           05 FILLER               PIC X(06) VALUE " open ".
           05 WS-BD-OPEN           PIC ZZZZZZZZ9.

       01 WS-ITEM-DEMAND-LINE.
           05 FILLER               PIC X(10) VALUE "  ordered ".
           05 WS-ID-DEMAND         PIC ZZZZZZZZ9.
           05 FILLER               PIC X(10) VALUE " avg/mth  ".
           05 WS-ID-AVG            PIC ZZZZZZ9.99.
           05 FILLER               PIC X(09) VALUE " blanket ".
           05 WS-ID-BLANKET-PCT    PIC ZZ9.99.
           05 FILLER               PIC X(07) VALUE "% spot ".
           05 WS-ID-SPOT-PCT       PIC ZZ9.99.
           05 FILLER               PIC X(01) VALUE "%".

       01 WS-ITEM-STATUS-LINE.
           05 FILLER               PIC X(07) VALUE "  open ".
           05 WS-IS-OPEN           PIC ZZZZZZZZ9.
           05 FILLER               PIC X(24)
                                    VALUE " shipped-not-received ".
           05 WS-IS-IN-TRANSIT     PIC ZZZZZZZZ9.
           05 FILLER               PIC X(10) VALUE " received ".
           05 WS-IS-RECEIVED       PIC ZZZZZZZZ9.

       01 WS-ITEM-FLAG-LINE.
           05 FILLER               PIC X(05) VALUE "  ** ".
           05 WS-IF-FLAG           PIC X(04).
           05 FILLER               PIC X(14) VALUE " latest month ".
           05 WS-IF-LATEST         PIC ZZZZZZZZ9.
           05 FILLER               PIC X(19)
                                    VALUE " trailing average ".
           05 WS-IF-TRAILING       PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM Register-Run-Start
           IF WS-FATAL-ERROR-FLAG = "Y"
               PERFORM Register-Run-End
               STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT DemandReportFile.
           OPEN OUTPUT DemandExtractFile.
           PERFORM Read-Parameter-File
           IF WS-FATAL-ERROR-FLAG = "N"
               OPEN INPUT POHistoryFile
               IF WS-PO-HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "FATAL: PO history file pohistory.dat could "
                           "not be opened (status "
                           WS-PO-HISTORY-FILE-STATUS
                           ") -- no demand to report"
                   MOVE "Y" TO WS-FATAL-ERROR-FLAG
               END-IF
           END-IF

           PERFORM Write-Report-Heading

           IF WS-FATAL-ERROR-FLAG = "N"
               PERFORM Build-Month-Labels
               SORT SortFile
                   ON ASCENDING KEY SR-ItemID SR-BuyerID
                   INPUT PROCEDURE IS Select-Demand-Lines
                   OUTPUT PROCEDURE IS Report-By-Item
           END-IF

           PERFORM Write-Report-Totals

           CLOSE DemandReportFile.
           CLOSE DemandExtractFile.
           IF WS-PO-HISTORY-FILE-STATUS = "00"
               CLOSE POHistoryFile
           END-IF.
           IF WS-FATAL-ERROR-FLAG = "Y"
               MOVE 16 TO RETURN-CODE
           END-IF

           PERFORM Register-Run-End

           STOP RUN.

      *> At least two months, so the latest has a trailing average
      *> to be measured against.
       Read-Parameter-File.
           OPEN INPUT ParameterFile
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: parameter file demand-parm.csv could "
                       "not be opened (status " WS-PARM-FILE-STATUS
                       ") -- no month count, nothing reported"
               MOVE "Y" TO WS-FATAL-ERROR-FLAG
           ELSE
               READ ParameterFile INTO ParameterRecord
                   AT END
                       MOVE "Y" TO WS-FATAL-ERROR-FLAG
                       DISPLAY "FATAL: parameter file is empty -- no "
                               "month count, nothing reported"
                   NOT AT END
                       IF PARM-Months IS NOT NUMERIC OR
                               PARM-FlagPercent IS NOT NUMERIC
                           DISPLAY "FATAL: month count '" PARM-Months
                                   "' or flag percentage '"
                                   PARM-FlagPercent "' is not numeric "
                                   "-- nothing reported"
                           MOVE "Y" TO WS-FATAL-ERROR-FLAG
                       ELSE
                           MOVE PARM-Months TO WS-MONTHS
                           MOVE PARM-FlagPercent TO WS-FLAG-PERCENT
                           IF WS-MONTHS < 2 OR WS-MONTHS > 24
                               DISPLAY "FATAL: month count "
                                       WS-MONTHS " is not 02 to 24 "
                                       "-- nothing reported"
                               MOVE "Y" TO WS-FATAL-ERROR-FLAG
                           END-IF
                       END-IF
               END-READ
               CLOSE ParameterFile
           END-IF.

      *> The current month is still filling, so the months reported
      *> are the complete ones before it, oldest first.
       Build-Month-Labels.
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-MONTH
           COMPUTE WS-RUN-PERIOD = WS-RUN-YEAR * 12 + WS-RUN-MONTH - 1
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > WS-MONTHS
               COMPUTE WS-LABEL-PERIOD =
                   WS-RUN-PERIOD - (WS-MONTHS - WS-MONTH-IDX + 1)
               DIVIDE WS-LABEL-PERIOD BY 12 GIVING WS-LB-YEAR
                   REMAINDER WS-LABEL-REMAINDER
               COMPUTE WS-LB-MONTH = WS-LABEL-REMAINDER + 1
               MOVE WS-LABEL-BUILD TO WS-MONTH-LABEL(WS-MONTH-IDX)
           END-PERFORM.

       Select-Demand-Lines.
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
                       IF PH-Status = "CANCELLED"
                           ADD 1 TO WS-CANCELLED-LINES
                       ELSE
                           PERFORM Release-Demand-Line
                       END-IF
               END-READ
           END-PERFORM
           PERFORM Select-Release-Demand.

      *> A spot line's demand is its ordered quantity, in the month
      *> of its PO date. A blanket's demand is what is released
      *> against it, in the month each release was taken, so it
      *> comes from the journal instead; its history line carries
      *> only what is open and received. Open is what has been
      *> ordered (or released) and not yet shipped;
      *> shipped-not-received is what was shipped and has not
      *> arrived at the dock, returns counting as arrived.
       Release-Demand-Line.
           MOVE PH-ItemID TO SR-ItemID
           MOVE PH-BuyerID TO SR-BuyerID
           MOVE "H" TO SR-Source
           MOVE PH-UOM TO SR-UOM
           IF PH-BlanketQuantity > ZERO
               MOVE "Y" TO SR-Blanket
               MOVE PH-ReleasedQuantity TO WS-LINE-DEMAND
               MOVE ZERO TO SR-DemandQty
               MOVE ZERO TO SR-MonthIdx
           ELSE
               MOVE "N" TO SR-Blanket
               MOVE PH-ItemQuantity TO WS-LINE-DEMAND
               MOVE WS-LINE-DEMAND TO SR-DemandQty
               MOVE PH-Date TO WS-DEMAND-DATE
               PERFORM Find-Demand-Month
               IF SR-MonthIdx > ZERO
                   ADD 1 TO WS-WINDOW-LINES
               END-IF
           END-IF
           IF PH-ShippedQuantity < WS-LINE-DEMAND
               COMPUTE SR-OpenQty = WS-LINE-DEMAND - PH-ShippedQuantity
           ELSE
               MOVE ZERO TO SR-OpenQty
           END-IF
           COMPUTE WS-ARRIVED-QTY =
               PH-ReceivedQuantity + PH-ReturnedQuantity
           IF PH-ShippedQuantity > WS-ARRIVED-QTY
               COMPUTE SR-InTransitQty =
                   PH-ShippedQuantity - WS-ARRIVED-QTY
           ELSE
               MOVE ZERO TO SR-InTransitQty
           END-IF
           MOVE PH-ReceivedQuantity TO SR-ReceivedQty
           RELEASE SortRecord.

      *> Every rewrite of a history record is journalled with its
      *> before and after images, so each release against a blanket
      *> is a changed record whose released quantity went up, dated
      *> by the run that took it; a backout of that run journals
      *> the same change the other way. Releases count even where
      *> the blanket has since been cancelled -- they were ordered.
      *> With no journal there is no release demand to count.
       Select-Release-Demand.
           OPEN INPUT POHistoryJournalFile
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: PO history journal pohjournal.dat "
                       "could not be opened (status "
                       WS-JOURNAL-FILE-STATUS
                       ") -- no blanket release demand counted"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-JOURNAL-EOF
               PERFORM UNTIL WS-JOURNAL-EOF = "Y"
                   READ POHistoryJournalFile
                       AT END
                           MOVE "Y" TO WS-JOURNAL-EOF
                       NOT AT END
                           ADD 1 TO WS-JOURNAL-READ
                           IF PJ-Action = "C"
                               PERFORM Release-Journal-Release
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POHistoryJournalFile
           END-IF.

      *> The images are laid over the history record area, the way
      *> the backout reads them; the history scan is finished with
      *> it by now.
       Release-Journal-Release.
           MOVE PJ-BeforeImage TO POHistoryRecord
           IF PH-ReleasedQuantity IS NUMERIC
               MOVE PH-ReleasedQuantity TO WS-BEFORE-RELEASED
               MOVE PJ-AfterImage TO POHistoryRecord
               IF PH-ReleasedQuantity IS NUMERIC AND
                       PH-BlanketQuantity IS NUMERIC
                 IF PH-BlanketQuantity > ZERO AND
                         PH-ReleasedQuantity NOT = WS-BEFORE-RELEASED
                   COMPUTE WS-RELEASE-QTY =
                       PH-ReleasedQuantity - WS-BEFORE-RELEASED
                   ADD 1 TO WS-RELEASES-FOUND
                   MOVE PH-ItemID TO SR-ItemID
                   MOVE PH-BuyerID TO SR-BuyerID
                   MOVE "R" TO SR-Source
                   MOVE PH-UOM TO SR-UOM
                   MOVE WS-RELEASE-QTY TO SR-DemandQty
                   MOVE "Y" TO SR-Blanket
                   MOVE ZERO TO SR-OpenQty
                   MOVE ZERO TO SR-InTransitQty
                   MOVE ZERO TO SR-ReceivedQty
                   MOVE PJ-RunStamp(1:8) TO WS-DEMAND-DATE
                   PERFORM Find-Demand-Month
                   IF SR-MonthIdx > ZERO
                       ADD 1 TO WS-WINDOW-RELEASES
                   END-IF
                   RELEASE SortRecord
                 END-IF
               END-IF
           END-IF.

      *> Demand with an unusable date cannot be placed in a month --
      *> count it so the report says it was left out.
       Find-Demand-Month.
           MOVE ZERO TO SR-MonthIdx
           IF WS-DEMAND-DATE IS NOT NUMERIC
               ADD 1 TO WS-BAD-DATE-LINES
           ELSE
               MOVE WS-DEMAND-DATE(1:4) TO WS-LINE-YEAR
               MOVE WS-DEMAND-DATE(5:2) TO WS-LINE-MONTH
               COMPUTE WS-LINE-PERIOD =
                   WS-LINE-YEAR * 12 + WS-LINE-MONTH - 1
               COMPUTE WS-MONTHS-BACK = WS-RUN-PERIOD - WS-LINE-PERIOD
               IF WS-MONTHS-BACK > ZERO AND
                       WS-MONTHS-BACK NOT > WS-MONTHS
                   COMPUTE SR-MonthIdx =
                       WS-MONTHS - WS-MONTHS-BACK + 1
               END-IF
           END-IF.

       Report-By-Item.
           MOVE "N" TO WS-SORT-EOF
           MOVE "N" TO WS-ITEM-ACTIVE
           MOVE "N" TO WS-BUYER-ACTIVE
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SortFile
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                       IF WS-ITEM-ACTIVE = "Y"
                           PERFORM Finish-Buyer
                           PERFORM Finish-Item
                       END-IF
                   NOT AT END
                       IF WS-ITEM-ACTIVE = "N" OR
                               SR-ItemID NOT = WS-CURRENT-ITEM
                           IF WS-ITEM-ACTIVE = "Y"
                               PERFORM Finish-Buyer
                               PERFORM Finish-Item
                           END-IF
                           PERFORM Start-Item
                           PERFORM Start-Buyer
                       ELSE
                           IF SR-BuyerID NOT = WS-CURRENT-BUYER
                               PERFORM Finish-Buyer
                               PERFORM Start-Buyer
                           END-IF
                       END-IF
                       PERFORM Accumulate-Demand-Line
               END-RETURN
           END-PERFORM.

       Start-Item.
           MOVE "Y" TO WS-ITEM-ACTIVE
           MOVE SR-ItemID TO WS-CURRENT-ITEM
           MOVE SR-UOM TO WS-ITEM-UOM
           MOVE ZERO TO WS-ITEM-TOTALS
           ADD 1 TO WS-ITEMS-REPORTED
           MOVE SPACES TO WS-REPORT-LINE
           WRITE DemandReportLine FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Item: " SR-ItemID "  Stocking unit: " SR-UOM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DemandReportLine FROM WS-REPORT-LINE.

       Start-Buyer.
           MOVE "Y" TO WS-BUYER-ACTIVE
           MOVE SR-BuyerID TO WS-CURRENT-BUYER
           MOVE ZERO TO WS-BUYER-TOTALS.

       Accumulate-Demand-Line.
           IF SR-Source = "H"
               ADD 1 TO WS-BUYER-LINES
           END-IF
           ADD SR-OpenQty TO WS-BUYER-OPEN
           ADD SR-OpenQty TO WS-ITEM-OPEN
           ADD SR-InTransitQty TO WS-ITEM-IN-TRANSIT
           ADD SR-ReceivedQty TO WS-ITEM-RECEIVED
           IF SR-MonthIdx > ZERO
               ADD SR-DemandQty TO WS-ITEM-MONTH-QTY(SR-MonthIdx)
               ADD SR-DemandQty TO WS-ITEM-DEMAND
               ADD SR-DemandQty TO WS-BUYER-DEMAND
               IF SR-Blanket = "Y"
                   ADD SR-DemandQty TO WS-ITEM-BLANKET
                   ADD SR-DemandQty TO WS-BUYER-BLANKET
               END-IF
           END-IF.

      *> A backout in a later month than the release it undoes can
      *> leave a buyer or a month short of nothing; that shows as
      *> zero.
       Finish-Buyer.
           IF WS-BUYER-DEMAND < ZERO
               MOVE ZERO TO WS-BUYER-DEMAND
           END-IF
           IF WS-BUYER-BLANKET < ZERO
               MOVE ZERO TO WS-BUYER-BLANKET
           END-IF
           MOVE WS-CURRENT-BUYER TO WS-BD-BUYER
           MOVE WS-BUYER-LINES TO WS-BD-LINES
           MOVE WS-BUYER-DEMAND TO WS-BD-DEMAND
           MOVE WS-BUYER-BLANKET TO WS-BD-BLANKET
           MOVE WS-BUYER-OPEN TO WS-BD-OPEN
           WRITE DemandReportLine FROM WS-BUYER-DETAIL.

       Finish-Item.
           PERFORM Settle-Item-Demand
           PERFORM Write-Month-Rows
           COMPUTE WS-AVG-DEMAND ROUNDED = WS-ITEM-DEMAND / WS-MONTHS
           IF WS-ITEM-DEMAND > ZERO
               COMPUTE WS-BLANKET-PCT ROUNDED =
                   WS-ITEM-BLANKET * 100 / WS-ITEM-DEMAND
               COMPUTE WS-SPOT-PCT = 100 - WS-BLANKET-PCT
           ELSE
               MOVE ZERO TO WS-BLANKET-PCT
               MOVE ZERO TO WS-SPOT-PCT
           END-IF
           MOVE WS-ITEM-DEMAND TO WS-ID-DEMAND
           MOVE WS-AVG-DEMAND TO WS-ID-AVG
           MOVE WS-BLANKET-PCT TO WS-ID-BLANKET-PCT
           MOVE WS-SPOT-PCT TO WS-ID-SPOT-PCT
           WRITE DemandReportLine FROM WS-ITEM-DEMAND-LINE
           MOVE WS-ITEM-OPEN TO WS-IS-OPEN
           MOVE WS-ITEM-IN-TRANSIT TO WS-IS-IN-TRANSIT
           MOVE WS-ITEM-RECEIVED TO WS-IS-RECEIVED
           WRITE DemandReportLine FROM WS-ITEM-STATUS-LINE
           PERFORM Check-Item-Velocity
           PERFORM Write-Extract-Record.

       Settle-Item-Demand.
           MOVE ZERO TO WS-ITEM-DEMAND
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > WS-MONTHS
               IF WS-ITEM-MONTH-QTY(WS-MONTH-IDX) < ZERO
                   MOVE ZERO TO WS-ITEM-MONTH-QTY(WS-MONTH-IDX)
               END-IF
               ADD WS-ITEM-MONTH-QTY(WS-MONTH-IDX) TO WS-ITEM-DEMAND
           END-PERFORM
           IF WS-ITEM-BLANKET < ZERO
               MOVE ZERO TO WS-ITEM-BLANKET
           END-IF
           IF WS-ITEM-BLANKET > WS-ITEM-DEMAND
               MOVE WS-ITEM-DEMAND TO WS-ITEM-BLANKET
           END-IF.

      *> Five months to a row, oldest first.
       Write-Month-Rows.
           MOVE SPACES TO WS-MONTH-ROW
           MOVE ZERO TO WS-CELL-IDX
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > WS-MONTHS
               ADD 1 TO WS-CELL-IDX
               MOVE WS-MONTH-LABEL(WS-MONTH-IDX)
                   TO WS-MC-LABEL(WS-CELL-IDX)
               MOVE WS-ITEM-MONTH-QTY(WS-MONTH-IDX)
                   TO WS-MC-QTY(WS-CELL-IDX)
               IF WS-CELL-IDX = 5
                   WRITE DemandReportLine FROM WS-MONTH-ROW
                   MOVE SPACES TO WS-MONTH-ROW
                   MOVE ZERO TO WS-CELL-IDX
               END-IF
           END-PERFORM
           IF WS-CELL-IDX > ZERO
               WRITE DemandReportLine FROM WS-MONTH-ROW
           END-IF.

      *> The latest complete month against the average of the months
      *> before it. Demand out of nowhere -- a latest month with
      *> nothing before it -- is flagged high.
       Check-Item-Velocity.
           MOVE SPACES TO WS-VELOCITY-FLAG
           MOVE WS-ITEM-MONTH-QTY(WS-MONTHS) TO WS-LATEST-QTY
           COMPUTE WS-TRAILING-AVG ROUNDED =
               (WS-ITEM-DEMAND - WS-LATEST-QTY) / (WS-MONTHS - 1)
           IF WS-TRAILING-AVG = ZERO
               IF WS-LATEST-QTY > ZERO
                   MOVE "HIGH" TO WS-VELOCITY-FLAG
               END-IF
           ELSE
               COMPUTE WS-HIGH-LIMIT ROUNDED =
                   WS-TRAILING-AVG * (100 + WS-FLAG-PERCENT) / 100
               COMPUTE WS-LOW-LIMIT ROUNDED =
                   WS-TRAILING-AVG * (100 - WS-FLAG-PERCENT) / 100
               IF WS-LATEST-QTY > WS-HIGH-LIMIT
                   MOVE "HIGH" TO WS-VELOCITY-FLAG
               ELSE
                   IF WS-LATEST-QTY < WS-LOW-LIMIT
                       MOVE "LOW" TO WS-VELOCITY-FLAG
                   END-IF
               END-IF
           END-IF
           IF WS-VELOCITY-FLAG NOT = SPACES
               IF WS-VELOCITY-FLAG = "HIGH"
                   ADD 1 TO WS-ITEMS-HIGH
               ELSE
                   ADD 1 TO WS-ITEMS-LOW
               END-IF
               MOVE WS-VELOCITY-FLAG TO WS-IF-FLAG
               MOVE WS-LATEST-QTY TO WS-IF-LATEST
               MOVE WS-TRAILING-AVG TO WS-IF-TRAILING
               WRITE DemandReportLine FROM WS-ITEM-FLAG-LINE
           END-IF.

       Write-Extract-Record.
           MOVE WS-CURRENT-ITEM TO DX-ItemID
           MOVE WS-ITEM-UOM TO DX-StockUOM
           MOVE WS-RUN-DATE TO DX-ExtractDate
           MOVE WS-MONTHS TO DX-MonthsAveraged
           MOVE WS-AVG-DEMAND TO DX-AvgMonthlyDemand
           MOVE WS-ITEM-OPEN TO DX-OpenOrderQty
           MOVE WS-VELOCITY-FLAG TO DX-VelocityFlag
           WRITE DemandExtractRecord
           ADD 1 TO WS-EXTRACT-RECORDS.

       Write-Report-Heading.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ItemDemandReport - Item Demand And Velocity As Of "
                   WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DemandReportLine FROM WS-REPORT-LINE
           IF WS-FATAL-ERROR-FLAG = "N"
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-MONTHS TO WS-REPORT-NUM
               STRING "Complete months reported: " WS-REPORT-NUM
                       "   flagged at " WS-FLAG-PERCENT
                       "% off the trailing average"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE DemandReportLine FROM WS-REPORT-LINE
           END-IF.

       Write-Report-Totals.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE DemandReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-LINES-READ TO WS-REPORT-NUM
           STRING "History Lines Read    : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DemandReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CANCELLED-LINES TO WS-REPORT-NUM
           STRING "Cancelled, Left Out   : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DemandReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-BAD-DATE-LINES TO WS-REPORT-NUM
           STRING "Unusable PO Date      : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DemandReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-WINDOW-LINES TO WS-REPORT-NUM
           STRING "Lines In Months Shown : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DemandReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-JOURNAL-READ TO WS-REPORT-NUM
           STRING "Journal Records Read  : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DemandReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-RELEASES-FOUND TO WS-REPORT-NUM
           STRING "Blanket Releases      : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DemandReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-WINDOW-RELEASES TO WS-REPORT-NUM
           STRING "Releases In Months    : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DemandReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-ITEMS-REPORTED TO WS-REPORT-NUM
           STRING "Items Reported        : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DemandReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-ITEMS-HIGH TO WS-REPORT-NUM
           STRING "Items Flagged High    : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DemandReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-ITEMS-LOW TO WS-REPORT-NUM
           STRING "Items Flagged Low     : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DemandReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-EXTRACT-RECORDS TO WS-REPORT-NUM
           STRING "Extract Records       : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DemandReportLine FROM WS-REPORT-LINE.

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
