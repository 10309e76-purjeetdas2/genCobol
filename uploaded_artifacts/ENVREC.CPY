      *> Interchange envelope for the inbound EDI files (edi850.csv,
      *> ship856.csv, invoice810.csv). A file may open with an ISA
      *> record naming the sending partner, the interchange control
      *> number and the date the partner created it, and close with
      *> an IEA record repeating the control number with a count of
      *> the records between the two. A file with no ISA record is
      *> taken as it always has been. Read through a scan of the
      *> whole file before the intake run touches anything, so a
      *> duplicate or short interchange is refused whole.
       01 InterchangeScanRecord.
           05 ISR-Tag                PIC X(03).
           05 ISR-Rest               PIC X(97).

       01 InterchangeHeaderRecord REDEFINES InterchangeScanRecord.
           05 ISA-Tag                PIC X(03).
           05 FILLER                 PIC X.
           05 ISA-SenderID           PIC X(15).
           05 FILLER                 PIC X.
           05 ISA-ControlNumber      PIC X(09).
           05 FILLER                 PIC X.
           05 ISA-CreationDate       PIC X(08).

       01 InterchangeTrailerRecord REDEFINES InterchangeScanRecord.
           05 IEA-Tag                PIC X(03).
           05 FILLER                 PIC X.
           05 IEA-ControlNumber      PIC X(09).
           05 FILLER                 PIC X.
           05 IEA-RecordCount        PIC X(09).
