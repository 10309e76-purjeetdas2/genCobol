      *> Invoice register -- one record per supplier invoice that
      *> produced at least one payable line, written by
      *> InvoiceMatcher as the invoice's lines close out. Checked at
      *> the start of every invoice, so a retransmitted file cannot
      *> feed the same invoice number to AP twice; the run date and
      *> amount answer a supplier's payment-status call.
       01 InvoiceRegisterRecord.
           05 IVR-InvoiceNumber    PIC X(15).
           05 IVR-InvoiceDate      PIC X(08).
           05 IVR-BuyerID          PIC X(15).
           05 IVR-MatchRunDate     PIC X(08).
           05 IVR-PayableLines     PIC 9(05).
           05 IVR-PayableAmount    PIC 9(11)V99.
      *> Terms on the PO the invoice's first payable line matched,
      *> booked by InvoiceMatcher; then the payment schedule worked
      *> out from them by PaymentProposal: net due date, and the
      *> last date the early-pay discount percentage can still be
      *> taken (blank and zero when the terms carry no discount).
           05 IVR-PayTerms         PIC X(10).
           05 IVR-DueDate          PIC X(08).
           05 IVR-DiscountDate     PIC X(08).
           05 IVR-DiscountPct      PIC 9(02)V99.
      *> Blank until a payment run pays the invoice, then PAID with
      *> the payment date, the discount taken and the amount paid.
           05 IVR-PayStatus        PIC X(08).
           05 IVR-PaidDate         PIC X(08).
           05 IVR-DiscountTaken    PIC 9(09)V99.
           05 IVR-PaidAmount       PIC 9(11)V99.
      *> Debit memos ReturnToVendor has raised against the invoice
      *> for goods sent back after billing. An invoice still unpaid
      *> has them netted off when the payment run pays it.
           05 IVR-DebitAmount      PIC 9(11)V99.
