               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-Key
               FILE STATUS IS WS-PO-HISTORY-FILE-STATUS.
           SELECT POHistoryJournalFile ASSIGN TO 'pohjournal.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT RejectFile ASSIGN TO 'receipts-rejects.csv'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReceiptReportFile ASSIGN TO 'receipts-report.txt'
       FD POHistoryFile.
       COPY PHREC.

      *> Before/after image of every history change this run makes.
       FD POHistoryJournalFile.
       COPY PJREC.

       FD RejectFile.
       01 RejectRecord.
           05 REJ-OrderID          PIC X(15).
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
       01 WS-FATAL-ERROR-FLAG      PIC X VALUE "N".

      *> The receipt carries the quantity as unvalidated characters;
           OPEN INPUT ReceiptFile.
           OPEN OUTPUT RejectFile.
           OPEN OUTPUT ReceiptReportFile.
           PERFORM Open-Journal-File
           OPEN I-O POHistoryFile.
           IF WS-PO-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: PO history file pohistory.dat could not "
           IF WS-PO-HISTORY-FILE-STATUS = "00"
               CLOSE POHistoryFile
           END-IF.
           IF WS-JOURNAL-FILE-STATUS = "00"
               CLOSE POHistoryJournalFile
           END-IF

           PERFORM Register-Run-End

                   ELSE
                       ADD WS-QTY-9 TO PH-ReceivedQuantity
                       MOVE WS-RECEIPT-DATE TO PH-LastReceiptDate
                       PERFORM Rewrite-PO-History
                       IF PH-ReceivedQuantity > PH-ItemQuantity
                           PERFORM Write-Overreceipt-Detail
                           ADD 1 TO WS-LINES-OVERRECEIVED
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
