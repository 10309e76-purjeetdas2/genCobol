       IDENTIFICATION DIVISION.
       PROGRAM-ID. PriceCatalog832.
       AUTHOR. YourName.

      *> Outbound price catalog per buyer, for the 832 translator.
      *> Buyers only learned of a contract price change when their
      *> 850 line bounced on it; this sends each active buyer on the
      *> buyer master a catalog-<buyer>.csv -- named the way the
      *> output-<buyer>.csv split is -- listing every item with its
      *> stocking unit, alternate units and factors, and the current
      *> and next-effective contract prices from the item master.
      *> A full catalog lists every active item; a changes-only one
      *> lists only the items added, repriced, given a new unit
      *> conversion or deactivated since the last catalog that buyer
      *> was sent, per the catalog-sent register. A buyer never sent
      *> one gets a full catalog either way. Ends with a report of
      *> what went to whom.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ParameterFile ASSIGN TO 'catalog-parm.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT BuyerMasterFile ASSIGN TO 'buyermaster.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-BuyerID
               FILE STATUS IS WS-BUYER-MASTER-FILE-STATUS.
           SELECT ItemMasterFile ASSIGN TO 'itemmaster.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ItemID
               FILE STATUS IS WS-ITEM-MASTER-FILE-STATUS.
           SELECT CatalogSentFile ASSIGN TO 'catalogsent.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-BuyerID
               FILE STATUS IS WS-CATSENT-FILE-STATUS.
           SELECT CatalogFile ASSIGN DYNAMIC WS-CATALOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.
           SELECT CatalogReportFile ASSIGN TO 'catalog-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Column 1 is the mode, "F" full or "C" changes only; columns
      *> 2-16 a single buyer to catalog, or spaces for every active
      *> buyer on the master.
       FD ParameterFile.
       01 ParameterRecord.
           05 PARM-CatalogMode     PIC X(01).
           05 PARM-BuyerID         PIC X(15).

       FD BuyerMasterFile.
       COPY BMREC.

       FD ItemMasterFile.
       COPY IMREC.

       FD CatalogSentFile.
       COPY CSREC.

       FD CatalogFile.
       COPY CATREC.

       FD CatalogReportFile.
       01 CatalogReportLine        PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PARM-FILE-STATUS      PIC XX VALUE "00".
       01 WS-BUYER-MASTER-FILE-STATUS PIC XX VALUE "00".
       01 WS-ITEM-MASTER-FILE-STATUS PIC XX VALUE "00".
       01 WS-CATSENT-FILE-STATUS   PIC XX VALUE "00".
       01 WS-CATALOG-FILE-STATUS   PIC XX VALUE "00".
       01 WS-FATAL-ERROR-FLAG      PIC X VALUE "N".
       01 WS-BUYER-SCAN-EOF        PIC X VALUE "N".
       01 WS-ITEM-SCAN-EOF         PIC X VALUE "N".
       01 WS-RUN-DATE              PIC X(08).
       01 WS-CATALOG-FILENAME      PIC X(40) VALUE SPACES.

       01 WS-REQUESTED-MODE        PIC X VALUE "F".
       01 WS-REQUESTED-BUYER       PIC X(15) VALUE SPACES.

      *> Per buyer: the mode actually sent, and for a changes-only
      *> catalog the last-sent date it starts from.
       01 WS-BUYER-MODE            PIC X VALUE "F".
       01 WS-SINCE-DATE            PIC X(08) VALUE SPACES.
       01 WS-SENT-FOUND            PIC X VALUE "N".
       01 WS-FULL-FALLBACK         PIC X VALUE "N".
       01 WS-CATALOG-OPEN          PIC X VALUE "N".
       01 WS-ITEM-SELECTED         PIC X VALUE "N".
       01 WS-CHANGE-REASON         PIC X(11) VALUE SPACES.
       01 WS-UOM-IDX               PIC 9(02) VALUE ZERO.
       01 WS-PRICE-IDX             PIC 9(02) VALUE ZERO.

       01 WS-BUYER-COUNTS.
           05 WS-BUYER-ITEMS       PIC 9(09) VALUE ZERO.
           05 WS-BUYER-LISTED      PIC 9(09) VALUE ZERO.
           05 WS-BUYER-ADDED       PIC 9(09) VALUE ZERO.
           05 WS-BUYER-REPRICED    PIC 9(09) VALUE ZERO.
           05 WS-BUYER-UOMCHANGE   PIC 9(09) VALUE ZERO.
           05 WS-BUYER-DEACTIVATED PIC 9(09) VALUE ZERO.

       01 WS-CONTROL-TOTALS.
           05 WS-BUYERS-READ       PIC 9(09) VALUE ZERO.
           05 WS-BUYERS-NOT-ACTIVE PIC 9(09) VALUE ZERO.
           05 WS-FULL-SENT         PIC 9(09) VALUE ZERO.
           05 WS-CHANGES-SENT      PIC 9(09) VALUE ZERO.
           05 WS-NO-CHANGES        PIC 9(09) VALUE ZERO.
           05 WS-CATALOG-LINES     PIC 9(09) VALUE ZERO.

       01 WS-REPORT-LINE           PIC X(100).
       01 WS-REPORT-NUM            PIC ZZZZZZZZ9.

       01 WS-BUYER-DETAIL.
           05 WS-BD-BUYER          PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-BD-NAME           PIC X(30).
           05 FILLER               PIC X(06) VALUE " mode ".
           05 WS-BD-MODE           PIC X(01).
           05 FILLER               PIC X(07) VALUE " since ".
           05 WS-BD-SINCE          PIC X(08).
           05 FILLER               PIC X(07) VALUE " items ".
           05 WS-BD-ITEMS          PIC ZZZZZZZZ9.

       01 WS-BUYER-REASONS.
           05 FILLER               PIC X(10) VALUE "    added ".
           05 WS-BR-ADDED          PIC ZZZZZZ9.
           05 FILLER               PIC X(10) VALUE " repriced ".
           05 WS-BR-REPRICED       PIC ZZZZZZ9.
           05 FILLER               PIC X(05) VALUE " uom ".
           05 WS-BR-UOMCHANGE      PIC ZZZZZZ9.
           05 FILLER               PIC X(13) VALUE " deactivated ".
           05 WS-BR-DEACTIVATED    PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT CatalogReportFile.
           PERFORM Write-Report-Heading

           PERFORM Read-Parameter-File
           IF WS-FATAL-ERROR-FLAG = "N"
               OPEN INPUT BuyerMasterFile
               IF WS-BUYER-MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "FATAL: buyer master buyermaster.dat could "
                           "not be opened (status "
                           WS-BUYER-MASTER-FILE-STATUS
                           ") -- no buyers to send catalogs to"
                   MOVE "Y" TO WS-FATAL-ERROR-FLAG
               END-IF
               OPEN INPUT ItemMasterFile
               IF WS-ITEM-MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "FATAL: item master itemmaster.dat could "
                           "not be opened (status "
                           WS-ITEM-MASTER-FILE-STATUS
                           ") -- no items to catalog"
                   MOVE "Y" TO WS-FATAL-ERROR-FLAG
               END-IF
               PERFORM Open-Catalog-Sent-Register
               IF WS-CATSENT-FILE-STATUS NOT = "00"
                   DISPLAY "FATAL: catalog-sent register "
                           "catalogsent.dat could not be opened "
                           "(status "
                           WS-CATSENT-FILE-STATUS
                           ") -- cannot tell what each buyer last got"
                   MOVE "Y" TO WS-FATAL-ERROR-FLAG
               END-IF
           END-IF

           IF WS-FATAL-ERROR-FLAG = "N"
               IF WS-REQUESTED-BUYER NOT = SPACES
                   MOVE WS-REQUESTED-BUYER TO BM-BuyerID
                   READ BuyerMasterFile
                       INVALID KEY
                           DISPLAY "FATAL: buyer " WS-REQUESTED-BUYER
                                   " is not on the buyer master -- "
                                   "no catalog sent"
                           MOVE "Y" TO WS-FATAL-ERROR-FLAG
                       NOT INVALID KEY
                           PERFORM Catalog-Buyer
                   END-READ
               ELSE
                   PERFORM Catalog-All-Buyers
               END-IF
               PERFORM Write-Report-Totals
           END-IF

           IF WS-FATAL-ERROR-FLAG = "Y"
               MOVE 16 TO RETURN-CODE
           END-IF

           CLOSE CatalogReportFile.
           IF WS-BUYER-MASTER-FILE-STATUS = "00"
               CLOSE BuyerMasterFile
           END-IF
           IF WS-ITEM-MASTER-FILE-STATUS = "00"
               CLOSE ItemMasterFile
           END-IF
           IF WS-CATSENT-FILE-STATUS = "00"
               CLOSE CatalogSentFile
           END-IF

           STOP RUN.

       Read-Parameter-File.
           OPEN INPUT ParameterFile
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: parameter file catalog-parm.csv could "
                       "not be opened (status " WS-PARM-FILE-STATUS
                       ") -- no catalog mode, nothing sent"
               MOVE "Y" TO WS-FATAL-ERROR-FLAG
           ELSE
               READ ParameterFile INTO ParameterRecord
                   AT END
                       MOVE "Y" TO WS-FATAL-ERROR-FLAG
                       DISPLAY "FATAL: parameter file is empty -- no "
                               "catalog mode, nothing sent"
                   NOT AT END
                       IF PARM-CatalogMode NOT = "F" AND
                               PARM-CatalogMode NOT = "C"
                           DISPLAY "FATAL: catalog mode '"
                                   PARM-CatalogMode "' is not F (full) "
                                   "or C (changes only) -- nothing sent"
                           MOVE "Y" TO WS-FATAL-ERROR-FLAG
                       ELSE
                           MOVE PARM-CatalogMode TO WS-REQUESTED-MODE
                           MOVE PARM-BuyerID TO WS-REQUESTED-BUYER
                       END-IF
               END-READ
               CLOSE ParameterFile
           END-IF.

      *> A first run finds no register yet; create it empty rather
      *> than falling over -- the same bootstrap the masters get.
       Open-Catalog-Sent-Register.
           OPEN I-O CatalogSentFile
           IF WS-CATSENT-FILE-STATUS NOT = "00"
               OPEN OUTPUT CatalogSentFile
               CLOSE CatalogSentFile
               OPEN I-O CatalogSentFile
           END-IF.

       Catalog-All-Buyers.
           MOVE LOW-VALUES TO BM-BuyerID
           START BuyerMasterFile KEY IS NOT LESS THAN BM-BuyerID
               INVALID KEY
                   MOVE "Y" TO WS-BUYER-SCAN-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-BUYER-SCAN-EOF
           END-START
           PERFORM UNTIL WS-BUYER-SCAN-EOF = "Y"
                   OR WS-FATAL-ERROR-FLAG = "Y"
               READ BuyerMasterFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-BUYER-SCAN-EOF
                   NOT AT END
                       PERFORM Catalog-Buyer
               END-READ
           END-PERFORM.

      *> Suspended partners and partners still in certification are
      *> not sent a catalog -- they are not ordering from it yet.
       Catalog-Buyer.
           ADD 1 TO WS-BUYERS-READ
           INITIALIZE WS-BUYER-COUNTS
           MOVE "N" TO WS-CATALOG-OPEN
           IF BM-StatusFlag NOT = "A"
               ADD 1 TO WS-BUYERS-NOT-ACTIVE
               MOVE SPACE TO WS-BUYER-MODE
               MOVE SPACES TO WS-SINCE-DATE
               PERFORM Write-Buyer-Detail
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    not sent -- partner status " BM-StatusFlag
                       " is not active"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CatalogReportLine FROM WS-REPORT-LINE
           ELSE
               PERFORM Determine-Buyer-Mode
               PERFORM Scan-Item-Master
               IF WS-CATALOG-OPEN = "Y"
                   CLOSE CatalogFile
               END-IF
               IF WS-FATAL-ERROR-FLAG = "N"
                   PERFORM Record-Buyer-Catalog
               END-IF
           END-IF.

      *> A changes-only catalog starts from the buyer's last-sent
      *> date; a buyer with nothing on the register has never had a
      *> catalog to change, so gets the full one.
       Determine-Buyer-Mode.
           MOVE WS-REQUESTED-MODE TO WS-BUYER-MODE
           MOVE SPACES TO WS-SINCE-DATE
           MOVE "N" TO WS-FULL-FALLBACK
           MOVE BM-BuyerID TO CS-BuyerID
           READ CatalogSentFile
               INVALID KEY
                   MOVE "N" TO WS-SENT-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-SENT-FOUND
           END-READ
           IF WS-BUYER-MODE = "C"
               IF WS-SENT-FOUND = "Y" AND CS-LastSentDate NOT = SPACES
                   MOVE CS-LastSentDate TO WS-SINCE-DATE
               ELSE
                   MOVE "F" TO WS-BUYER-MODE
                   MOVE "Y" TO WS-FULL-FALLBACK
               END-IF
           END-IF.

       Scan-Item-Master.
           MOVE LOW-VALUES TO IM-ItemID
           START ItemMasterFile KEY IS NOT LESS THAN IM-ItemID
               INVALID KEY
                   MOVE "Y" TO WS-ITEM-SCAN-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-ITEM-SCAN-EOF
           END-START
           PERFORM UNTIL WS-ITEM-SCAN-EOF = "Y"
               READ ItemMasterFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ITEM-SCAN-EOF
                   NOT AT END
                       PERFORM Select-Catalog-Item
                       IF WS-ITEM-SELECTED = "Y"
                           PERFORM Write-Catalog-Line
                       END-IF
               END-READ
           END-PERFORM.

      *> The change date is inclusive: a change made on the day the
      *> last catalog went out may have come after it, so it goes
      *> again rather than risk never going. Items last changed
      *> before the dates were kept carry none and are only ever on
      *> a full catalog.
       Select-Catalog-Item.
           MOVE "N" TO WS-ITEM-SELECTED
           IF WS-BUYER-MODE = "F"
               IF IM-ActiveFlag = "Y"
                   MOVE "Y" TO WS-ITEM-SELECTED
                   MOVE "LISTED" TO WS-CHANGE-REASON
               END-IF
           ELSE
               IF IM-ChangeDate NOT = SPACES AND
                       IM-ChangeDate NOT < WS-SINCE-DATE
                   MOVE "Y" TO WS-ITEM-SELECTED
                   EVALUATE TRUE
                       WHEN IM-ActiveFlag NOT = "Y"
                           MOVE "DEACTIVATED" TO WS-CHANGE-REASON
                       WHEN IM-AddDate NOT = SPACES AND
                               IM-AddDate NOT < WS-SINCE-DATE
                           MOVE "ADDED" TO WS-CHANGE-REASON
                       WHEN IM-ChangeAction = "U"
                           MOVE "UOMCHANGE" TO WS-CHANGE-REASON
                       WHEN OTHER
                           MOVE "REPRICED" TO WS-CHANGE-REASON
                   END-EVALUATE
               END-IF
           END-IF.

      *> The buyer's file is opened on its first line, so a
      *> changes-only run with nothing changed sends nothing.
       Write-Catalog-Line.
           IF WS-CATALOG-OPEN = "N"
               MOVE SPACES TO WS-CATALOG-FILENAME
               STRING "catalog-" DELIMITED BY SIZE
                       FUNCTION TRIM(BM-BuyerID) DELIMITED BY SIZE
                       ".csv" DELIMITED BY SIZE
                   INTO WS-CATALOG-FILENAME
               OPEN OUTPUT CatalogFile
               IF WS-CATALOG-FILE-STATUS NOT = "00"
                   DISPLAY "FATAL: catalog file "
                           FUNCTION TRIM(WS-CATALOG-FILENAME)
                           " could not be opened (status "
                           WS-CATALOG-FILE-STATUS ")"
                   MOVE "Y" TO WS-FATAL-ERROR-FLAG
                   MOVE "Y" TO WS-ITEM-SCAN-EOF
               ELSE
                   MOVE "Y" TO WS-CATALOG-OPEN
               END-IF
           END-IF
           IF WS-CATALOG-OPEN = "Y"
               MOVE BM-BuyerID TO CT-BuyerID
               MOVE WS-RUN-DATE TO CT-CatalogDate
               MOVE WS-BUYER-MODE TO CT-CatalogMode
               MOVE IM-ItemID TO CT-ItemID
               MOVE WS-CHANGE-REASON TO CT-ChangeReason
               MOVE IM-ActiveFlag TO CT-ActiveFlag
               MOVE IM-StockUOM TO CT-StockUOM
               MOVE IM-UOMCount TO CT-UOMCount
               PERFORM VARYING WS-UOM-IDX FROM 1 BY 1
                       UNTIL WS-UOM-IDX > 5
                   IF WS-UOM-IDX > IM-UOMCount
                       MOVE SPACES TO CT-AltUOM(WS-UOM-IDX)
                       MOVE ZERO TO CT-AltFactor(WS-UOM-IDX)
                   ELSE
                       MOVE IM-AltUOM(WS-UOM-IDX)
                           TO CT-AltUOM(WS-UOM-IDX)
                       MOVE IM-AltFactor(WS-UOM-IDX)
                           TO CT-AltFactor(WS-UOM-IDX)
                   END-IF
               END-PERFORM
               PERFORM Find-Catalog-Prices
               WRITE CatalogRecord
               ADD 1 TO WS-BUYER-ITEMS
               ADD 1 TO WS-CATALOG-LINES
               EVALUATE WS-CHANGE-REASON
                   WHEN "LISTED"
                       ADD 1 TO WS-BUYER-LISTED
                   WHEN "ADDED"
                       ADD 1 TO WS-BUYER-ADDED
                   WHEN "UOMCHANGE"
                       ADD 1 TO WS-BUYER-UOMCHANGE
                   WHEN "DEACTIVATED"
                       ADD 1 TO WS-BUYER-DEACTIVATED
                   WHEN OTHER
                       ADD 1 TO WS-BUYER-REPRICED
               END-EVALUATE
           END-IF.

      *> The price table is kept in ascending effective-date order:
      *> the current price is the last one already in effect on the
      *> catalog date, the next price the first one after it.
       Find-Catalog-Prices.
           MOVE SPACES TO CT-CurrentEffDate
           MOVE ZERO TO CT-CurrentPrice
           MOVE SPACES TO CT-NextEffDate
           MOVE ZERO TO CT-NextPrice
           PERFORM VARYING WS-PRICE-IDX FROM 1 BY 1
                   UNTIL WS-PRICE-IDX > IM-PriceCount
               IF IM-EffDate(WS-PRICE-IDX) NOT > WS-RUN-DATE
                   MOVE IM-EffDate(WS-PRICE-IDX) TO CT-CurrentEffDate
                   MOVE IM-Price(WS-PRICE-IDX) TO CT-CurrentPrice
               ELSE
                 IF CT-NextEffDate = SPACES
                   MOVE IM-EffDate(WS-PRICE-IDX) TO CT-NextEffDate
                   MOVE IM-Price(WS-PRICE-IDX) TO CT-NextPrice
                 END-IF
               END-IF
           END-PERFORM.

      *> A changes-only run that found nothing leaves the buyer's
      *> last-sent date where it was, so nothing is skipped next
      *> time; a catalog that went out moves it to today.
       Record-Buyer-Catalog.
           PERFORM Write-Buyer-Detail
           IF WS-BUYER-MODE = "C" AND WS-BUYER-ITEMS = ZERO
               ADD 1 TO WS-NO-CHANGES
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    no changes since " WS-SINCE-DATE
                       " -- nothing sent"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CatalogReportLine FROM WS-REPORT-LINE
           ELSE
               IF WS-BUYER-MODE = "F"
                   ADD 1 TO WS-FULL-SENT
               ELSE
                   ADD 1 TO WS-CHANGES-SENT
                   MOVE WS-BUYER-ADDED TO WS-BR-ADDED
                   MOVE WS-BUYER-REPRICED TO WS-BR-REPRICED
                   MOVE WS-BUYER-UOMCHANGE TO WS-BR-UOMCHANGE
                   MOVE WS-BUYER-DEACTIVATED TO WS-BR-DEACTIVATED
                   WRITE CatalogReportLine FROM WS-BUYER-REASONS
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-CATALOG-OPEN = "Y"
                   STRING "    sent as "
                           FUNCTION TRIM(WS-CATALOG-FILENAME)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   STRING "    no active items -- nothing sent"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
               WRITE CatalogReportLine FROM WS-REPORT-LINE
               IF WS-FULL-FALLBACK = "Y"
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "    no catalog on record for this buyer -- "
                           "full catalog sent"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE CatalogReportLine FROM WS-REPORT-LINE
               END-IF
               PERFORM Update-Catalog-Sent
           END-IF.

       Update-Catalog-Sent.
           MOVE BM-BuyerID TO CS-BuyerID
           MOVE WS-RUN-DATE TO CS-LastSentDate
           MOVE WS-BUYER-MODE TO CS-LastMode
           MOVE WS-BUYER-ITEMS TO CS-LastItemCount
           IF WS-SENT-FOUND = "Y"
               REWRITE CatalogSentRecord
                   INVALID KEY
                       DISPLAY "WARNING: catalog-sent register not "
                               "updated for buyer " BM-BuyerID
                       MOVE 8 TO RETURN-CODE
               END-REWRITE
           ELSE
               WRITE CatalogSentRecord
                   INVALID KEY
                       DISPLAY "WARNING: catalog-sent register not "
                               "updated for buyer " BM-BuyerID
                       MOVE 8 TO RETURN-CODE
               END-WRITE
           END-IF.

       Write-Buyer-Detail.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE CatalogReportLine FROM WS-REPORT-LINE
           MOVE BM-BuyerID TO WS-BD-BUYER
           MOVE BM-BuyerName TO WS-BD-NAME
           MOVE WS-BUYER-MODE TO WS-BD-MODE
           MOVE WS-SINCE-DATE TO WS-BD-SINCE
           MOVE WS-BUYER-ITEMS TO WS-BD-ITEMS
           WRITE CatalogReportLine FROM WS-BUYER-DETAIL.

       Write-Report-Heading.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PriceCatalog832 - Price Catalogs Sent "
                   WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CatalogReportLine FROM WS-REPORT-LINE.

       Write-Report-Totals.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE CatalogReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-BUYERS-READ TO WS-REPORT-NUM
           STRING "Buyers Read           : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CatalogReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-BUYERS-NOT-ACTIVE TO WS-REPORT-NUM
           STRING "Buyers Not Active     : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CatalogReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-FULL-SENT TO WS-REPORT-NUM
           STRING "Full Catalogs         : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CatalogReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CHANGES-SENT TO WS-REPORT-NUM
           STRING "Changes-Only Catalogs : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CatalogReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-NO-CHANGES TO WS-REPORT-NUM
           STRING "Buyers With No Changes: " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CatalogReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CATALOG-LINES TO WS-REPORT-NUM
           STRING "Catalog Lines Written : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CatalogReportLine FROM WS-REPORT-LINE.
