      *> like the shipped quantity so an over-receipt is recordable.
           05 PH-ReceivedQuantity     PIC 9(07).
           05 PH-LastReceiptDate      PIC X(08).
      *> Cumulative quantity and amount InvoiceMatcher has passed to
      *> accounts payable against the line, in the stocking unit.
      *> Every later invoice matches against what is received and
      *> not yet billed, so one receipt split across two invoice
      *> numbers cannot be paid twice; received-versus-invoiced is
      *> also what the month-end accrual is built from.
           05 PH-InvoicedQuantity     PIC 9(07).
           05 PH-InvoicedAmount       PIC 9(11)V99.
      *> Payment terms from the accepted 850 header (NET30, 2/10
      *> NET30 and so on), kept so the payment run can work out when
      *> an invoice against the line falls due and what early-pay
      *> discount it earns.
           05 PH-PayTerms             PIC X(10).
      *> Cumulative quantity sent back to the supplier by
      *> ReturnToVendor, with the most recent return date. Returns
      *> are backed off the received quantity above; this keeps what
      *> came back visible against what was shipped. The last
      *> invoice InvoiceMatcher passed against the line is what a
      *> return of already-billed goods raises its debit memo on.
           05 PH-ReturnedQuantity     PIC 9(07).
           05 PH-LastReturnDate       PIC X(08).
           05 PH-LastInvoiceNumber    PIC X(15).
      *> Ship-to location code the order was accepted for, resolved
      *> against the ship-to master at intake, so a line left open
      *> for a location since closed can be found afterwards. Blank
      *> on lines booked before the code was kept.
           05 PH-ShipToCode           PIC X(10).
