       IDENTIFICATION DIVISION.
       PROGRAM-ID. POHistoryBackout.
       AUTHOR. YourName.

      *> Backs one run's changes out of the PO history using the
      *> change journal every updater writes. The run is named in
      *> the parameter file by program and, optionally, the start
      *> stamp it registered in runcontrol.dat -- left blank, the
      *> program's most recent registered run is taken. Replaces
      *> restoring last night's backup and rerunning everything
      *> since whenever a bad input file (an 856 sent twice, the
      *> wrong receipts extract) has been processed.
      *>
      *> The run's journal entries are undone newest first: an added
      *> record is deleted, a rewritten one put back as it was, a
      *> deleted one written back. Nothing at all is undone when a
      *> later run has touched any of the same keys -- reversing
      *> under a later run's changes would silently throw that run's
      *> work away -- and the report lists the keys in the way. An
      *> entry whose record no longer matches what the run left on
      *> file is skipped and reported rather than forced. The
      *> backout journals its own changes like any other updater.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ParameterFile ASSIGN TO 'pobackout-parm.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT POHistoryFile ASSIGN TO 'pohistory.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-Key
               FILE STATUS IS WS-PO-HISTORY-FILE-STATUS.
           SELECT POHistoryJournalFile ASSIGN TO 'pohjournal.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT BackoutReportFile ASSIGN TO 'pobackout-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ConflictSortFile ASSIGN TO 'bkconflict.tmp'.
           SELECT UndoSortFile ASSIGN TO 'bkundo.tmp'.

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
      *> One record: the program whose run is to be backed out and,
      *> optionally, that run's registered start stamp.
       FD ParameterFile.
       01 ParameterRecord.
           05 PARM-ProgramName     PIC X(20).
           05 PARM-RunStamp        PIC X(14).

       FD POHistoryFile.
       COPY PHREC.

      *> Read whole to find the run, then reopened to journal the
      *> backout's own changes.
       FD POHistoryJournalFile.
       COPY PJREC.

       FD BackoutReportFile.
       01 BackoutReportLine        PIC X(100).

      *> Every journal entry from the start of the named run on,
      *> by key then position, so each key's history after the run
      *> began reads in one group.
       SD ConflictSortFile.
       01 ConflictSortRecord.
           05 CS-Key               PIC X(25).
           05 CS-Position          PIC 9(09).
           05 CS-Target            PIC X(01).
           05 CS-ProgramName       PIC X(20).
           05 CS-RunStamp          PIC X(14).

      *> The named run's entries, newest first.
       SD UndoSortFile.
       01 UndoSortRecord.
           05 US-Position          PIC 9(09).
           05 US-Sequence          PIC 9(09).
           05 US-Action            PIC X(01).
           05 US-Key               PIC X(25).
           05 US-BeforeImage       PIC X(250).
           05 US-AfterImage        PIC X(250).

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
      *> POHistoryBackout.
       01 WS-RUNCTL-FILE-STATUS    PIC XX VALUE "00".
       01 WS-OVERRIDE-FILE-STATUS  PIC XX VALUE "00".
       01 WS-MY-PROGRAM            PIC X(20) VALUE "POHistoryBackout".
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

       01 WS-FATAL-ERROR-FLAG      PIC X VALUE "N".
       01 WS-HISTORY-OPEN          PIC X VALUE "N".
       01 WS-JOURNAL-APPENDING     PIC X VALUE "N".
       01 WS-JOURNAL-EOF           PIC X VALUE "N".
       01 WS-SORT-EOF              PIC X VALUE "N".
       01 WS-RUN-DATE              PIC X(08).

       01 WS-TARGET-PROGRAM        PIC X(20) VALUE SPACES.
       01 WS-TARGET-STAMP          PIC X(14) VALUE SPACES.
       01 WS-JOURNAL-POSITION      PIC 9(09) VALUE ZERO.
       01 WS-TARGET-FIRST-POSITION PIC 9(09) VALUE ZERO.

      *> Conflict scan state for the key group in hand.
       01 WS-GROUP-ACTIVE          PIC X VALUE "N".
       01 WS-CURRENT-KEY           PIC X(25) VALUE SPACES.
       01 WS-GROUP-TARGET-SEEN     PIC X VALUE "N".
       01 WS-GROUP-CONFLICT        PIC X VALUE "N".

      *> The history record as it stands now, for comparing against
      *> what the named run left behind.
       01 WS-CURRENT-IMAGE         PIC X(250) VALUE SPACES.
       01 WS-CURRENT-FOUND         PIC X VALUE "N".
       01 WS-UNDO-RESULT           PIC X(10) VALUE SPACES.

       01 WS-CONTROL-TOTALS.
           05 WS-JOURNAL-READ      PIC 9(09) VALUE ZERO.
           05 WS-TARGET-ENTRIES    PIC 9(09) VALUE ZERO.
           05 WS-CONFLICT-KEYS     PIC 9(09) VALUE ZERO.
           05 WS-RECORDS-DELETED   PIC 9(09) VALUE ZERO.
           05 WS-RECORDS-RESTORED  PIC 9(09) VALUE ZERO.
           05 WS-RECORDS-REINSERTED PIC 9(09) VALUE ZERO.
           05 WS-ENTRIES-MISMATCHED PIC 9(09) VALUE ZERO.

       01 WS-REPORT-LINE           PIC X(100).
       01 WS-REPORT-NUM            PIC ZZZZZZZZ9.

       01 WS-CONFLICT-DETAIL.
           05 FILLER               PIC X(11) VALUE "  CONFLICT ".
           05 WS-CD-ORDERID        PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-CD-ITEMID         PIC X(10).
           05 FILLER               PIC X(12) VALUE " changed by ".
           05 WS-CD-PROGRAM        PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-CD-STAMP          PIC X(14).

       01 WS-UNDO-DETAIL.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-UD-SEQUENCE       PIC Z(08)9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-UD-ACTION         PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-UD-ORDERID        PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-UD-ITEMID         PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-UD-RESULT         PIC X(10).

       01 WS-KEY-VIEW.
           05 WS-KV-ORDERID        PIC X(15).
           05 WS-KV-ITEMID         PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM Register-Run-Start
           IF WS-FATAL-ERROR-FLAG = "Y"
               PERFORM Register-Run-End
               STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT BackoutReportFile.
           PERFORM Read-Parameter-File
           IF WS-FATAL-ERROR-FLAG = "N"
               PERFORM Resolve-Target-Run
           END-IF
           IF WS-FATAL-ERROR-FLAG = "N"
               OPEN I-O POHistoryFile
               IF WS-PO-HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "FATAL: PO history file pohistory.dat could "
                           "not be opened (status "
                           WS-PO-HISTORY-FILE-STATUS
                           ") -- nothing backed out"
                   MOVE "Y" TO WS-FATAL-ERROR-FLAG
               ELSE
                   MOVE "Y" TO WS-HISTORY-OPEN
               END-IF
           END-IF

           PERFORM Write-Report-Heading

           IF WS-FATAL-ERROR-FLAG = "N"
               SORT ConflictSortFile
                   ON ASCENDING KEY CS-Key CS-Position
                   INPUT PROCEDURE IS Scan-Journal-For-Run
                   OUTPUT PROCEDURE IS Check-Key-Conflicts
           END-IF
           IF WS-FATAL-ERROR-FLAG = "N"
               IF WS-TARGET-ENTRIES = ZERO
                   DISPLAY "WARNING: no journal entries for "
                           WS-TARGET-PROGRAM " run " WS-TARGET-STAMP
                           " -- nothing backed out"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-CONFLICT-KEYS > ZERO
                       DISPLAY "FATAL: later runs changed "
                               WS-CONFLICT-KEYS " of the keys "
                               WS-TARGET-PROGRAM " run "
                               WS-TARGET-STAMP " touched -- "
                               "refusing to back out"
                       MOVE "Y" TO WS-FATAL-ERROR-FLAG
                   ELSE
                       SORT UndoSortFile
                           ON DESCENDING KEY US-Position
                           INPUT PROCEDURE IS Select-Run-Entries
                           OUTPUT PROCEDURE IS Undo-Run-Entries
                   END-IF
               END-IF
           END-IF

           PERFORM Write-Report-Totals

           CLOSE BackoutReportFile.
           IF WS-HISTORY-OPEN = "Y"
               CLOSE POHistoryFile
           END-IF
           IF WS-JOURNAL-APPENDING = "Y"
               CLOSE POHistoryJournalFile
           END-IF
           IF WS-FATAL-ERROR-FLAG = "Y"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-ENTRIES-MISMATCHED > ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM Register-Run-End

           STOP RUN.

       Read-Parameter-File.
           OPEN INPUT ParameterFile
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: parameter file pobackout-parm.csv could "
                       "not be opened (status " WS-PARM-FILE-STATUS
                       ") -- no run named, nothing backed out"
               MOVE "Y" TO WS-FATAL-ERROR-FLAG
           ELSE
               READ ParameterFile INTO ParameterRecord
                   AT END
                       MOVE "Y" TO WS-FATAL-ERROR-FLAG
                       DISPLAY "FATAL: parameter file is empty -- no "
                               "run named, nothing backed out"
                   NOT AT END
                       IF PARM-ProgramName = SPACES
                           DISPLAY "FATAL: no program named in the "
                                   "parameter file -- nothing backed "
                                   "out"
                           MOVE "Y" TO WS-FATAL-ERROR-FLAG
                       ELSE
                           MOVE PARM-ProgramName TO WS-TARGET-PROGRAM
                           MOVE PARM-RunStamp TO WS-TARGET-STAMP
                       END-IF
               END-READ
               CLOSE ParameterFile
           END-IF.

      *> A blank stamp means the program's latest run -- the start
      *> stamp still on its run-control record.
       Resolve-Target-Run.
           IF WS-TARGET-STAMP = SPACES
               MOVE WS-TARGET-PROGRAM TO RC-ProgramName
               READ RunControlFile
                   INVALID KEY
                       DISPLAY "FATAL: no run of " WS-TARGET-PROGRAM
                               " is registered in runcontrol.dat -- "
                               "name the run stamp to back out"
                       MOVE "Y" TO WS-FATAL-ERROR-FLAG
                   NOT INVALID KEY
                       MOVE RC-StartStamp TO WS-TARGET-STAMP
               END-READ
           END-IF.

      *> Numbers every journal entry by its place in the file --
      *> the journal only ever grows at the end, so place is time
      *> order -- and releases everything from the named run's first
      *> entry onwards.
       Scan-Journal-For-Run.
           OPEN INPUT POHistoryJournalFile
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: PO history journal pohjournal.dat could "
                       "not be opened (status " WS-JOURNAL-FILE-STATUS
                       ") -- nothing backed out"
               MOVE "Y" TO WS-FATAL-ERROR-FLAG
           ELSE
               MOVE "N" TO WS-JOURNAL-EOF
               PERFORM UNTIL WS-JOURNAL-EOF = "Y"
                   READ POHistoryJournalFile
                       AT END
                           MOVE "Y" TO WS-JOURNAL-EOF
                       NOT AT END
                           ADD 1 TO WS-JOURNAL-READ
                           ADD 1 TO WS-JOURNAL-POSITION
                           PERFORM Release-Conflict-Entry
                   END-READ
               END-PERFORM
               CLOSE POHistoryJournalFile
           END-IF.

       Release-Conflict-Entry.
           IF PJ-ProgramName = WS-TARGET-PROGRAM AND
                   PJ-RunStamp = WS-TARGET-STAMP
               ADD 1 TO WS-TARGET-ENTRIES
               IF WS-TARGET-FIRST-POSITION = ZERO
                   MOVE WS-JOURNAL-POSITION
                       TO WS-TARGET-FIRST-POSITION
               END-IF
               MOVE "Y" TO CS-Target
           ELSE
               MOVE "N" TO CS-Target
           END-IF
           IF WS-TARGET-FIRST-POSITION > ZERO
               MOVE PJ-Key TO CS-Key
               MOVE WS-JOURNAL-POSITION TO CS-Position
               MOVE PJ-ProgramName TO CS-ProgramName
               MOVE PJ-RunStamp TO CS-RunStamp
               RELEASE ConflictSortRecord
           END-IF.

      *> A key conflicts when any other run's entry for it comes
      *> after one of the named run's own.
       Check-Key-Conflicts.
           MOVE "N" TO WS-SORT-EOF
           MOVE "N" TO WS-GROUP-ACTIVE
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN ConflictSortFile
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       IF WS-GROUP-ACTIVE = "N" OR
                               CS-Key NOT = WS-CURRENT-KEY
                           MOVE "Y" TO WS-GROUP-ACTIVE
                           MOVE CS-Key TO WS-CURRENT-KEY
                           MOVE "N" TO WS-GROUP-TARGET-SEEN
                           MOVE "N" TO WS-GROUP-CONFLICT
                       END-IF
                       IF CS-Target = "Y"
                           MOVE "Y" TO WS-GROUP-TARGET-SEEN
                       ELSE
                           IF WS-GROUP-TARGET-SEEN = "Y" AND
                                   WS-GROUP-CONFLICT = "N"
                               MOVE "Y" TO WS-GROUP-CONFLICT
                               PERFORM Write-Conflict-Detail
                           END-IF
                       END-IF
               END-RETURN
           END-PERFORM.

       Write-Conflict-Detail.
           ADD 1 TO WS-CONFLICT-KEYS
           MOVE CS-Key TO WS-KEY-VIEW
           MOVE WS-KV-ORDERID TO WS-CD-ORDERID
           MOVE WS-KV-ITEMID TO WS-CD-ITEMID
           MOVE CS-ProgramName TO WS-CD-PROGRAM
           MOVE CS-RunStamp TO WS-CD-STAMP
           WRITE BackoutReportLine FROM WS-CONFLICT-DETAIL.

       Select-Run-Entries.
           MOVE ZERO TO WS-JOURNAL-POSITION
           OPEN INPUT POHistoryJournalFile
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: PO history journal pohjournal.dat could "
                       "not be reopened (status "
                       WS-JOURNAL-FILE-STATUS
                       ") -- nothing backed out"
               MOVE "Y" TO WS-FATAL-ERROR-FLAG
           ELSE
               MOVE "N" TO WS-JOURNAL-EOF
               PERFORM UNTIL WS-JOURNAL-EOF = "Y"
                   READ POHistoryJournalFile
                       AT END
                           MOVE "Y" TO WS-JOURNAL-EOF
                       NOT AT END
                           ADD 1 TO WS-JOURNAL-POSITION
                           IF PJ-ProgramName = WS-TARGET-PROGRAM AND
                                   PJ-RunStamp = WS-TARGET-STAMP
                               MOVE WS-JOURNAL-POSITION TO US-Position
                               MOVE PJ-Sequence TO US-Sequence
                               MOVE PJ-Action TO US-Action
                               MOVE PJ-Key TO US-Key
                               MOVE PJ-BeforeImage TO US-BeforeImage
                               MOVE PJ-AfterImage TO US-AfterImage
                               RELEASE UndoSortRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POHistoryJournalFile
           END-IF.

      *> The journal was read to the end above; from here on it is
      *> appended to with the backout's own changes.
       Undo-Run-Entries.
           IF WS-FATAL-ERROR-FLAG = "N"
               PERFORM Open-Journal-File
               IF WS-FATAL-ERROR-FLAG = "N"
                   MOVE "Y" TO WS-JOURNAL-APPENDING
               END-IF
           END-IF
           MOVE "N" TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = "Y" OR WS-FATAL-ERROR-FLAG = "Y"
               RETURN UndoSortFile
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM Undo-Journal-Entry
               END-RETURN
           END-PERFORM.

      *> Each entry is only undone if the record still stands as the
      *> run left it; with no later run in the way anything else
      *> means it was changed outside the journal.
       Undo-Journal-Entry.
           MOVE "MISMATCH" TO WS-UNDO-RESULT
           MOVE US-Key TO PH-Key
           READ POHistoryFile
               INVALID KEY
                   MOVE "N" TO WS-CURRENT-FOUND
                   MOVE SPACES TO WS-CURRENT-IMAGE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CURRENT-FOUND
                   MOVE POHistoryRecord TO WS-CURRENT-IMAGE
           END-READ
           EVALUATE US-Action
               WHEN "A"
                   IF WS-CURRENT-FOUND = "Y" AND
                           WS-CURRENT-IMAGE = US-AfterImage
                       PERFORM Delete-PO-History
                       IF WS-PO-HISTORY-FILE-STATUS = "00"
                           MOVE "DELETED" TO WS-UNDO-RESULT
                           ADD 1 TO WS-RECORDS-DELETED
                       END-IF
                   END-IF
               WHEN "C"
                   IF WS-CURRENT-FOUND = "Y" AND
                           WS-CURRENT-IMAGE = US-AfterImage
                       MOVE US-BeforeImage TO POHistoryRecord
                       PERFORM Rewrite-PO-History
                       IF WS-PO-HISTORY-FILE-STATUS = "00"
                           MOVE "RESTORED" TO WS-UNDO-RESULT
                           ADD 1 TO WS-RECORDS-RESTORED
                       END-IF
                   END-IF
               WHEN "D"
                   IF WS-CURRENT-FOUND = "N"
                       MOVE US-BeforeImage TO POHistoryRecord
                       WRITE POHistoryRecord
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM Journal-PO-History-Add
                               MOVE "REINSERTED" TO WS-UNDO-RESULT
                               ADD 1 TO WS-RECORDS-REINSERTED
                       END-WRITE
                   END-IF
           END-EVALUATE
           IF WS-UNDO-RESULT = "MISMATCH"
               ADD 1 TO WS-ENTRIES-MISMATCHED
           END-IF
           MOVE US-Sequence TO WS-UD-SEQUENCE
           MOVE US-Action TO WS-UD-ACTION
           MOVE US-Key TO WS-KEY-VIEW
           MOVE WS-KV-ORDERID TO WS-UD-ORDERID
           MOVE WS-KV-ITEMID TO WS-UD-ITEMID
           MOVE WS-UNDO-RESULT TO WS-UD-RESULT
           WRITE BackoutReportLine FROM WS-UNDO-DETAIL.

       Write-Report-Heading.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "POHistoryBackout - Backout Run " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BackoutReportLine FROM WS-REPORT-LINE
           IF WS-TARGET-PROGRAM NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Run Backed Out        : " WS-TARGET-PROGRAM
                       " " WS-TARGET-STAMP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE BackoutReportLine FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE BackoutReportLine FROM WS-REPORT-LINE.

       Write-Report-Totals.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE BackoutReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-JOURNAL-READ TO WS-REPORT-NUM
           STRING "Journal Records Read  : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BackoutReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TARGET-ENTRIES TO WS-REPORT-NUM
           STRING "Entries For The Run   : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BackoutReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CONFLICT-KEYS TO WS-REPORT-NUM
           STRING "Keys Changed Later    : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BackoutReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-RECORDS-DELETED TO WS-REPORT-NUM
           STRING "Added Records Deleted : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BackoutReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-RECORDS-RESTORED TO WS-REPORT-NUM
           STRING "Changed Recs Restored : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BackoutReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-RECORDS-REINSERTED TO WS-REPORT-NUM
           STRING "Deleted Recs Rewritten: " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BackoutReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-ENTRIES-MISMATCHED TO WS-REPORT-NUM
           STRING "Entries Mismatched    : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BackoutReportLine FROM WS-REPORT-LINE.
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

      *> Called once a new history record is on file.
       Journal-PO-History-Add.
           MOVE PH-Key TO WS-JNL-KEY
           MOVE SPACES TO WS-JNL-BEFORE-IMAGE
           MOVE POHistoryRecord TO WS-JNL-AFTER-IMAGE
           MOVE "A" TO WS-JNL-ACTION
           PERFORM Write-Journal-Record.

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
