               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-Key
               FILE STATUS IS WS-PO-HISTORY-FILE-STATUS.
           SELECT POHistoryJournalFile ASSIGN TO 'pohjournal.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT RejectFile ASSIGN TO 'ship856-rejects.csv'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ItemMasterFile ASSIGN TO 'itemmaster.dat'
           SELECT ShipReportFile ASSIGN TO 'ship856-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT InterchangeScanFile ASSIGN TO 'ship856.csv'
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
       FD POHistoryFile.
       COPY PHREC.

      *> Before/after image of every history change this run makes.
       FD POHistoryJournalFile.
       COPY PJREC.

       FD ItemMasterFile.
       COPY IMREC.

       FD ShipReportFile.
       01 ShipReportLine           PIC X(80).

      *> Second view of the inbound file, read through once for its
      *> envelope before the run proper opens it.
       FD InterchangeScanFile.
       COPY ENVREC.

       FD InterchangeRegisterFile.
       COPY ICRREC.

       FD RunControlFile.
       COPY RCREC.

      *> ShipNoticeProcessor.
       01 WS-RUNCTL-FILE-STATUS    PIC XX VALUE "00".
       01 WS-OVERRIDE-FILE-STATUS  PIC XX VALUE "00".
       01 WS-MY-PROGRAM            PIC X(20)
                                    VALUE "ShipNoticeProcessor".
       01 WS-MY-UPDATER            PIC X VALUE "Y".
       01 WS-RUN-CONFLICT          PIC X VALUE "N".
       01 WS-CONFLICT-NAME         PIC X(20) VALUE SPACES.
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

      *> The notice carries the quantity as unvalidated characters;
           05 WS-DATE-DD            PIC 9(2).
       01 WS-DAYS-IN-MONTH          PIC 9(2).

      *> Interchange envelope state for the inbound file; the
      *> register is keyed by sender, this document type and the
      *> control number.
       01 WS-ENV-DOC-TYPE          PIC X(03) VALUE "856".
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
           PERFORM Register-Run-Start
               PERFORM Register-Run-End
               STOP RUN
           END-IF
           PERFORM Check-Interchange-Envelope
           IF WS-ENV-REFUSED = "Y"
               DISPLAY "FATAL: interchange " WS-ENV-CONTROL-X " from "
                       WS-ENV-SENDER-ID " refused (" WS-ENV-REASON
                       ") -- ship856.csv not processed"
               IF WS-ENV-PRIOR-STAMP NOT = SPACES
                   DISPLAY "FATAL: already taken by the run started "
                           WS-ENV-PRIOR-STAMP
               END-IF
               MOVE 16 TO RETURN-CODE
               PERFORM Register-Run-End
               STOP RUN
           END-IF
           OPEN INPUT ShipNoticeFile.
           OPEN OUTPUT RejectFile.
           OPEN OUTPUT ShipReportFile.
           PERFORM Open-Journal-File
           OPEN I-O POHistoryFile.
           IF WS-PO-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: PO history file pohistory.dat could not "
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
      *> The envelope was checked before the run began; its ISA and
      *> IEA records carry no notice.
                   IF WS-ENV-PRESENT = "Y" AND
                           (ShipNoticeRecord(1:3) = "ISA" OR
                            ShipNoticeRecord(1:3) = "IEA")
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-NOTICES-READ
                       PERFORM Process-Ship-Notice
                   END-IF
               END-READ
           END-PERFORM

           IF WS-FATAL-ERROR-FLAG = "N"
               PERFORM Record-Interchange-Processed
               IF WS-ENV-PRESENT = "Y" AND WS-ENV-RECORDED = "N"
                   DISPLAY "WARNING: interchange " WS-ENV-CONTROL-X
                           " could not be recorded in icregister.dat "
                           "(status " WS-ICREG-FILE-STATUS
                           ") -- a resend of it will not be caught"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM Write-Report-Totals

           CLOSE ShipNoticeFile.
           IF WS-PO-HISTORY-FILE-STATUS = "00"
               CLOSE POHistoryFile
           END-IF.
           IF WS-JOURNAL-FILE-STATUS = "00"
               CLOSE POHistoryJournalFile
           END-IF
           IF WS-ITEM-MASTER-FILE-STATUS = "00"
               CLOSE ItemMasterFile
           END-IF.
                       END-IF
                       MOVE WS-SHIP-DATE TO PH-LastShipDate
                       MOVE SN-Carrier TO PH-LastCarrier
                       PERFORM Rewrite-PO-History
                       IF PH-ShippedQuantity > PH-ItemQuantity
                           PERFORM Write-Overship-Detail
                           ADD 1 TO WS-LINES-OVERSHIPPED
           MOVE WS-LINES-OVERSHIPPED TO WS-REPORT-NUM
           STRING "Over-Shipped Notices  : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ShipReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-ENV-PRESENT = "Y"
               STRING "Interchange           : " WS-ENV-SENDER-ID " "
                       WS-ENV-CONTROL-X " of " WS-ENV-CREATION-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               MOVE "Interchange           : none (no envelope)"
                   TO WS-REPORT-LINE
           END-IF
           WRITE ShipReportLine FROM WS-REPORT-LINE.

       Validate-Date.
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
