           05 BM-BuyerID             PIC X(15).
      *> Proper name for reports, instead of the raw interchange ID.
           05 BM-BuyerName           PIC X(30).
      *> "A" active, "S" suspended, "T" in certification. A
      *> suspended partner's orders reject instead of silently
      *> spawning an output file nobody downstream is watching; a
      *> certifying partner's orders are validated and acknowledged
      *> but never booked or routed to an output file.
           05 BM-StatusFlag          PIC X(01).
      *> "Y" when the partner may send 860 changes and cancels.
           05 BM-Allow860            PIC X(01).
