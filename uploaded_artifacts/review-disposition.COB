               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-Key
               FILE STATUS IS WS-PO-HISTORY-FILE-STATUS.
           SELECT POHistoryJournalFile ASSIGN TO 'pohjournal.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT AckFile ASSIGN TO 'ack-review.csv'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DispositionReportFile
       FD POHistoryFile.
       COPY PHREC.

      *> Before/after image of every history change this run makes.
       FD POHistoryJournalFile.
       COPY PJREC.

      *> Same layout as ack997.csv, so the corrected acknowledgment
      *> can ride the channel the original HELD-REVIEW ack used.
       FD AckFile.
       01 WS-OUTSTANDING-FILE-STATUS PIC XX VALUE "00".
       01 WS-OUTPUT-FILE-STATUS    PIC XX VALUE "00".
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
       01 WS-FATAL-ERROR-FLAG      PIC X VALUE "N".

      *> The held line being dispositioned, whichever file it came
           OPEN OUTPUT DispositionReportFile.
           PERFORM Write-Report-Heading
           PERFORM Load-Decision-Table
           PERFORM Open-Journal-File
           PERFORM Open-PO-History-File

           IF WS-FATAL-ERROR-FLAG = "N"
           IF WS-PO-HISTORY-FILE-STATUS = "00"
               CLOSE POHistoryFile
           END-IF
           IF WS-JOURNAL-FILE-STATUS = "00"
               CLOSE POHistoryJournalFile
           END-IF

           IF WS-FATAL-ERROR-FLAG = "Y"
               MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   IF PH-Status NOT = "CANCELLED"
                       MOVE "CANCELLED" TO PH-Status
                       PERFORM Rewrite-PO-History
                   END-IF
           END-READ.

               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DispositionReportLine FROM WS-REPORT-LINE.

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
