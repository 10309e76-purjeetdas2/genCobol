      *> Interchange control-number register, one record per
      *> enveloped inbound file accepted, keyed by sending partner,
      *> document type (850, 856, 810) and control number. Written by
      *> each intake program only once its run completes, so a
      *> refused or abended file can be sent again under the same
      *> number; checked before the next file is taken, so the same
      *> interchange delivered twice is refused whole. Read in key
      *> order by InterchangeGapReport to find numbers never
      *> received.
       01 InterchangeRegisterRecord.
           05 ICR-Key.
               10 ICR-SenderID       PIC X(15).
               10 ICR-DocType        PIC X(03).
               10 ICR-ControlNumber  PIC 9(09).
           05 ICR-CreationDate       PIC X(08).
           05 ICR-ProgramName        PIC X(20).
           05 ICR-ProcessedStamp     PIC X(14).
           05 ICR-RecordCount        PIC 9(09).
