      *> leaves the online file holding only the recent history the
      *> 850/860 validation actually replays on restart. An open
      *> blanket is never archived, whatever its age: its remaining
      *> balance is what keeps releases honest. Nor is a line whose
      *> receipts and invoices have not caught up with each other --
      *> the month-end accrual still owes it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-Key
               FILE STATUS IS WS-PO-HISTORY-FILE-STATUS.
           SELECT POHistoryJournalFile ASSIGN TO 'pohjournal.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT ArchiveFile ASSIGN DYNAMIC WS-ARCHIVE-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD POHistoryFile.
       COPY PHREC.

      *> Before/after image of every history change this run makes.
       FD POHistoryJournalFile.
       COPY PJREC.

       FD ArchiveFile.
       COPY PHREC REPLACING ==POHistoryRecord== BY ==ArchiveRecord==
                            LEADING ==PH== BY ==AR==.

       01 WS-PARM-FILE-STATUS      PIC XX VALUE "00".
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
       01 WS-ARCHIVE-FILE-STATUS   PIC XX VALUE "00".
       01 WS-FATAL-ERROR-FLAG      PIC X VALUE "N".
       01 WS-EOF-FLAG              PIC X VALUE "N".
           05 WS-ARCHIVED-CANCELLED PIC 9(09) VALUE ZERO.
           05 WS-ARCHIVED-AGED     PIC 9(09) VALUE ZERO.
           05 WS-BLANKETS-RETAINED PIC 9(09) VALUE ZERO.
           05 WS-UNBILLED-RETAINED PIC 9(09) VALUE ZERO.
           05 WS-RECORDS-RETAINED  PIC 9(09) VALUE ZERO.
           05 WS-ARCHIVED-VALUE    PIC 9(13)V99 VALUE ZERO.
           05 WS-RETAINED-VALUE    PIC 9(13)V99 VALUE ZERO.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT ArchiveReportFile.
           PERFORM Read-Parameter-File
           IF WS-FATAL-ERROR-FLAG = "N"
               PERFORM Open-Journal-File
           END-IF
           IF WS-FATAL-ERROR-FLAG = "N"
               PERFORM Open-History-And-Archive
           END-IF
               CLOSE POHistoryFile
               CLOSE ArchiveFile
           END-IF
           IF WS-JOURNAL-FILE-STATUS = "00"
               CLOSE POHistoryJournalFile
           END-IF
           PERFORM Write-Report-Totals
           CLOSE ArchiveReportFile.
           IF WS-FATAL-ERROR-FLAG = "Y"
               IF WS-ARCHIVE-FILE-STATUS NOT = "00"
                   DISPLAY "FATAL: archive file " WS-ARCHIVE-FILENAME
                           " could not be opened (status "
                           WS-ARCHIVE-FILE-STATUS
                           ") -- nothing archived"
                   MOVE "Y" TO WS-FATAL-ERROR-FLAG
                   CLOSE POHistoryFile
               END-IF

      *> CANCELLED goes whatever its date; anything else goes only
      *> when older than the cutoff -- except an open blanket, which
      *> stays online because releases still validate against it,
      *> and a line received but not fully invoiced (or invoiced
      *> beyond its receipts), which the accrual still carries.
       Judge-History-Record.
           COMPUTE WS-LINE-VALUE =
               PH-ItemQuantity * PH-ItemUnitPrice
                           PH-ReleasedQuantity < PH-BlanketQuantity
                       ADD 1 TO WS-BLANKETS-RETAINED
                   ELSE
                       IF PH-ReceivedQuantity NOT = PH-InvoicedQuantity
                           ADD 1 TO WS-UNBILLED-RETAINED
                       ELSE
                           MOVE "Y" TO WS-ARCHIVE-THIS-RECORD
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *> keep the copy already there and still purge the online one.
                   CONTINUE
           END-WRITE
           PERFORM Delete-PO-History
           IF PH-Status = "CANCELLED"
               ADD 1 TO WS-ARCHIVED-CANCELLED
           ELSE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ArchiveReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-UNBILLED-RETAINED TO WS-REPORT-NUM
           STRING "  Unbilled Lines Kept : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ArchiveReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-RETAINED-VALUE TO WS-REPORT-AMT
           STRING "Retained Value        : " WS-REPORT-AMT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ArchiveReportLine FROM WS-REPORT-LINE.

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

      *> The record being deleted is the before-image; nothing is
      *> left after.
       Delete-PO-History.
           MOVE PH-Key TO WS-JNL-KEY
           MOVE POHistoryRecord TO WS-JNL-BEFORE-IMAGE
           MOVE SPACES TO WS-JNL-AFTER-IMAGE
           DELETE POHistoryFile RECORD
           IF WS-PO-HISTORY-FILE-STATUS = "00"
               MOVE "D" TO WS-JNL-ACTION
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
