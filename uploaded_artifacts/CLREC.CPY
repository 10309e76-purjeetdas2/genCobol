      *> Certification line record -- one per order line, or per
      *> header-level reject, that EDI850Processor took from a
      *> trading partner in certification ("T" on the buyer master).
      *> It stands in for the PO history, output and reject records
      *> a live partner's lines would produce. Read back by
      *> POAck855Builder for the partner's line acknowledgment and by
      *> CertificationReport for sign-off.
       01 CertLineRecord.
           05 CL-BuyerID              PIC X(15).
           05 CL-OrderID              PIC X(15).
           05 CL-Date                 PIC X(08).
      *> Header transaction type (N/C/X/B/R) and the record type the
      *> outcome was raised on (H/D/T).
           05 CL-TxnType              PIC X(01).
           05 CL-RecordType           PIC X(01).
           05 CL-ItemID               PIC X(10).
      *> In the stocking unit for an accepted line; as sent for a
      *> rejected one, the same as reject.csv carries it.
           05 CL-Quantity             PIC S9(05)
                                       SIGN IS LEADING SEPARATE.
           05 CL-UnitPrice            PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.
           05 CL-UOM                  PIC X(03).
      *> ACCEPTED or REJECTED; a rejected line carries the same
      *> reason code a live partner's line would get on reject.csv.
           05 CL-LineStatus           PIC X(10).
           05 CL-ReasonCode           PIC X(20).
