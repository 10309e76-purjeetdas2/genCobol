      *> One line of the per-buyer price catalog -- the layout
      *> PriceCatalog832 writes to every catalog-<buyer>.csv for the
      *> 832 translator. One line per item, carrying the units the
      *> buyer may order it in and the contract price in force today
      *> and the next one scheduled, so a price change reaches the
      *> buyer before it is the reason an 850 line bounces.
       01 CatalogRecord.
           05 CT-BuyerID             PIC X(15).
           05 CT-CatalogDate         PIC X(08).
      *> "F" full catalog, "C" changes since the last one sent.
           05 CT-CatalogMode         PIC X(01).
           05 CT-ItemID              PIC X(10).
      *> LISTED on a full catalog; ADDED, REPRICED, UOMCHANGE or
      *> DEACTIVATED on a changes-only one.
           05 CT-ChangeReason        PIC X(11).
           05 CT-ActiveFlag          PIC X(01).
           05 CT-StockUOM            PIC X(03).
           05 CT-UOMCount            PIC 9(02).
           05 CT-UOMEntry OCCURS 5 TIMES.
               10 CT-AltUOM          PIC X(03).
               10 CT-AltFactor       PIC 9(05)V99.
      *> Latest price effective on or before the catalog date, and
      *> the first one effective after it; spaces and zero when
      *> there is none.
           05 CT-CurrentEffDate      PIC X(08).
           05 CT-CurrentPrice        PIC 9(07)V99.
           05 CT-NextEffDate         PIC X(08).
           05 CT-NextPrice           PIC 9(07)V99.
