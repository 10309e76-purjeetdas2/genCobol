      *> Item master record, one per item authorized for purchase.
      *> Shared by EDI850Processor (PO line validation),
      *> InvoiceMatcher (contract price on the invoice's PO date),
      *> ItemMasterMaint (vendor add/price-change/deactivation feed)
      *> and PriceCatalog832 (the catalog sent to each buyer).
       01 ItemMasterRecord.
           05 IM-ItemID              PIC X(10).
           05 IM-ActiveFlag          PIC X(01).
           05 IM-PriceEntry OCCURS 12 TIMES.
               10 IM-EffDate          PIC X(08).
               10 IM-Price            PIC 9(07)V99.
      *> Stamped by ItemMasterMaint: the day the item was added, and
      *> the day and action ("A", "P", "U", "D") of the last change
      *> a buyer's catalog must carry -- what the changes-only
      *> catalog selects on.
           05 IM-AddDate             PIC X(08).
           05 IM-ChangeDate          PIC X(08).
           05 IM-ChangeAction        PIC X(01).
