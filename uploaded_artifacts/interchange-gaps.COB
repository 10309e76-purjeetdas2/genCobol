       IDENTIFICATION DIVISION.
       PROGRAM-ID. InterchangeGapReport.
       AUTHOR. YourName.

      *> Missing-interchange report over the interchange control-
      *> number register the 850, 856 and 810 intake runs keep. Each
      *> trading partner numbers its interchanges in sequence per
      *> document type, so a number skipped between two that did
      *> arrive is a file that was dropped somewhere between the
      *> partner and us. Lists every such gap per partner and
      *> document type, with the last interchange received, so the
      *> EDI coordinator can ask for a resend before the orders or
      *> invoices in it are missed. Reads only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InterchangeRegisterFile ASSIGN TO 'icregister.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ICR-Key
               FILE STATUS IS WS-ICREG-FILE-STATUS.
           SELECT GapReportFile ASSIGN TO 'interchange-gaps.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD InterchangeRegisterFile.
       COPY ICRREC.

       FD GapReportFile.
       01 GapReportLine            PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ICREG-FILE-STATUS     PIC XX VALUE "00".
       01 WS-REGISTER-EOF          PIC X VALUE "N".
       01 WS-RUN-DATE              PIC X(08).

      *> Control break on partner and document type.
       01 WS-GROUP-ACTIVE          PIC X VALUE "N".
       01 WS-CURRENT-SENDER        PIC X(15) VALUE SPACES.
       01 WS-CURRENT-DOC-TYPE      PIC X(03) VALUE SPACES.
       01 WS-PRIOR-CONTROL         PIC 9(09) VALUE ZERO.
       01 WS-FIRST-CONTROL         PIC 9(09) VALUE ZERO.
       01 WS-LAST-CREATION-DATE    PIC X(08) VALUE SPACES.
       01 WS-GROUP-RECEIVED        PIC 9(09) VALUE ZERO.
       01 WS-GROUP-MISSING         PIC 9(09) VALUE ZERO.
       01 WS-GAP-FROM              PIC 9(09) VALUE ZERO.
       01 WS-GAP-THRU              PIC 9(09) VALUE ZERO.
       01 WS-GAP-COUNT             PIC 9(09) VALUE ZERO.

       01 WS-CONTROL-TOTALS.
           05 WS-GROUPS-READ       PIC 9(09) VALUE ZERO.
           05 WS-INTERCHANGES-READ PIC 9(09) VALUE ZERO.
           05 WS-GAPS-FOUND        PIC 9(09) VALUE ZERO.
           05 WS-TOTAL-MISSING     PIC 9(09) VALUE ZERO.
           05 WS-GROUPS-WITH-GAPS  PIC 9(09) VALUE ZERO.

       01 WS-REPORT-LINE           PIC X(100).
       01 WS-REPORT-NUM            PIC ZZZZZZZZ9.

       01 WS-GAP-DETAIL.
           05 FILLER               PIC X(10) VALUE "  missing ".
           05 WS-GD-FROM           PIC 9(09).
           05 FILLER               PIC X(06) VALUE " thru ".
           05 WS-GD-THRU           PIC 9(09).
           05 FILLER               PIC X(08) VALUE " count  ".
           05 WS-GD-COUNT          PIC ZZZZZZZZ9.

       01 WS-GROUP-SUMMARY.
           05 FILLER               PIC X(11) VALUE "  received ".
           05 WS-GS-RECEIVED       PIC ZZZZZZZZ9.
           05 FILLER               PIC X(07) VALUE " first ".
           05 WS-GS-FIRST          PIC 9(09).
           05 FILLER               PIC X(06) VALUE " last ".
           05 WS-GS-LAST           PIC 9(09).
           05 FILLER               PIC X(09) VALUE " created ".
           05 WS-GS-CREATED        PIC X(08).
           05 FILLER               PIC X(09) VALUE " missing ".
           05 WS-GS-MISSING        PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT GapReportFile.
           PERFORM Write-Report-Heading

           OPEN INPUT InterchangeRegisterFile
           IF WS-ICREG-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: interchange register icregister.dat "
                       "could not be opened (status "
                       WS-ICREG-FILE-STATUS
                       ") -- no enveloped file has been taken yet"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-REGISTER-EOF = "Y"
                   READ InterchangeRegisterFile NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-REGISTER-EOF
                       NOT AT END
                           ADD 1 TO WS-INTERCHANGES-READ
                           PERFORM Check-Interchange-Sequence
                   END-READ
               END-PERFORM
               IF WS-GROUP-ACTIVE = "Y"
                   PERFORM Write-Group-Summary
               END-IF
               CLOSE InterchangeRegisterFile
           END-IF

           PERFORM Write-Report-Totals

           CLOSE GapReportFile.

           STOP RUN.

      *> The register reads in partner, document type and control
      *> number order, so within a group each number should be one
      *> past the last; anything more is a run of numbers never
      *> received.
       Check-Interchange-Sequence.
           IF WS-GROUP-ACTIVE = "N" OR
                   ICR-SenderID NOT = WS-CURRENT-SENDER OR
                   ICR-DocType NOT = WS-CURRENT-DOC-TYPE
               IF WS-GROUP-ACTIVE = "Y"
                   PERFORM Write-Group-Summary
               END-IF
               PERFORM Start-Group
           ELSE
               IF ICR-ControlNumber > WS-PRIOR-CONTROL + 1
                   COMPUTE WS-GAP-FROM = WS-PRIOR-CONTROL + 1
                   COMPUTE WS-GAP-THRU = ICR-ControlNumber - 1
                   COMPUTE WS-GAP-COUNT =
                       WS-GAP-THRU - WS-GAP-FROM + 1
                   PERFORM Write-Gap-Detail
               END-IF
           END-IF
           ADD 1 TO WS-GROUP-RECEIVED
           MOVE ICR-ControlNumber TO WS-PRIOR-CONTROL
           MOVE ICR-CreationDate TO WS-LAST-CREATION-DATE.

       Start-Group.
           MOVE "Y" TO WS-GROUP-ACTIVE
           MOVE ICR-SenderID TO WS-CURRENT-SENDER
           MOVE ICR-DocType TO WS-CURRENT-DOC-TYPE
           MOVE ICR-ControlNumber TO WS-FIRST-CONTROL
           MOVE ZERO TO WS-GROUP-RECEIVED
           MOVE ZERO TO WS-GROUP-MISSING
           ADD 1 TO WS-GROUPS-READ
           MOVE SPACES TO WS-REPORT-LINE
           WRITE GapReportLine FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Partner: " ICR-SenderID "  Document: " ICR-DocType
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE GapReportLine FROM WS-REPORT-LINE.

       Write-Gap-Detail.
           IF WS-GROUP-MISSING = ZERO
               ADD 1 TO WS-GROUPS-WITH-GAPS
           END-IF
           MOVE WS-GAP-FROM TO WS-GD-FROM
           MOVE WS-GAP-THRU TO WS-GD-THRU
           MOVE WS-GAP-COUNT TO WS-GD-COUNT
           WRITE GapReportLine FROM WS-GAP-DETAIL
           ADD WS-GAP-COUNT TO WS-GROUP-MISSING
           ADD 1 TO WS-GAPS-FOUND
           ADD WS-GAP-COUNT TO WS-TOTAL-MISSING.

       Write-Group-Summary.
           MOVE WS-GROUP-RECEIVED TO WS-GS-RECEIVED
           MOVE WS-FIRST-CONTROL TO WS-GS-FIRST
           MOVE WS-PRIOR-CONTROL TO WS-GS-LAST
           MOVE WS-LAST-CREATION-DATE TO WS-GS-CREATED
           MOVE WS-GROUP-MISSING TO WS-GS-MISSING
           WRITE GapReportLine FROM WS-GROUP-SUMMARY.

       Write-Report-Heading.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "InterchangeGapReport - Missing Interchanges As Of "
                   WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE GapReportLine FROM WS-REPORT-LINE.

       Write-Report-Totals.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE GapReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-GROUPS-READ TO WS-REPORT-NUM
           STRING "Partner/Document Pairs: " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE GapReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-INTERCHANGES-READ TO WS-REPORT-NUM
           STRING "Interchanges Received : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE GapReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-GROUPS-WITH-GAPS TO WS-REPORT-NUM
           STRING "Pairs With Gaps       : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE GapReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-GAPS-FOUND TO WS-REPORT-NUM
           STRING "Gaps Found            : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE GapReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TOTAL-MISSING TO WS-REPORT-NUM
           STRING "Interchanges Missing  : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE GapReportLine FROM WS-REPORT-LINE.
