      *> Replenishment planning extract, one record per item with
      *> demand or orders on file, written by ItemDemandReport for
      *> the replenishment system's load. Quantities are in the
      *> item's stocking unit.
       01 DemandExtractRecord.
           05 DX-ItemID              PIC X(10).
           05 DX-StockUOM            PIC X(03).
           05 DX-ExtractDate         PIC X(08).
      *> Complete months the average is taken over.
           05 DX-MonthsAveraged      PIC 9(02).
           05 DX-AvgMonthlyDemand    PIC 9(07)V99.
      *> Ordered (or, on a blanket, released) and not yet shipped.
           05 DX-OpenOrderQty        PIC 9(09).
      *> HIGH or LOW when the latest month is well off the trailing
      *> average; spaces otherwise.
           05 DX-VelocityFlag        PIC X(04).
