      *> Catalog-sent register, one record per buyer that has been
      *> sent a price catalog, keyed by buyer. Written by
      *> PriceCatalog832 after each buyer's catalog is produced; the
      *> last-sent date is where that buyer's next changes-only
      *> catalog starts from.
       01 CatalogSentRecord.
           05 CS-BuyerID             PIC X(15).
           05 CS-LastSentDate        PIC X(08).
      *> "F" or "C", and the items the last catalog carried.
           05 CS-LastMode            PIC X(01).
           05 CS-LastItemCount       PIC 9(09).
