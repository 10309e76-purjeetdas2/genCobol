      *> PO history change journal -- one record for every history
      *> record an updater adds, rewrites or deletes, carrying the
      *> record as it stood before the change and as it stood after.
      *> Stamped with the updating program and the start stamp that
      *> run registered in runcontrol.dat, so one run's changes can
      *> be picked out and reversed by POHistoryBackout. The
      *> sequence numbers a run's changes in the order it made them.
      *> A blank before-image means the record was added, a blank
      *> after-image that it was deleted. The images are sized with
      *> room to spare over POHistoryRecord, so the history record
      *> can grow without the journal layout changing with it.
       01 POHistoryJournalRecord.
           05 PJ-ProgramName          PIC X(20).
           05 PJ-RunStamp             PIC X(14).
           05 PJ-Sequence             PIC 9(09).
      *> A = added, C = changed (rewritten), D = deleted.
           05 PJ-Action               PIC X(01).
           05 PJ-Key                  PIC X(25).
           05 PJ-BeforeImage          PIC X(250).
           05 PJ-AfterImage           PIC X(250).
