       IDENTIFICATION DIVISION.
       PROGRAM-ID. CertificationReport.
       AUTHOR. YourName.

      *> Trading-partner certification report, run after the 850
      *> cycle. A partner in certification ("T" on the buyer master)
      *> has its test orders fully validated and acknowledged by
      *> EDI850Processor, but every line outcome goes to
      *> certlines.csv instead of the PO history and reject files.
      *> This run gives one section per partner found there: orders
      *> and lines taken clean or with errors, then each error class
      *> found with every line that raised it, so the partner's
      *> developer can fix them all from one report. A partner with
      *> no errors is shown ready for the EDI coordinator to sign off
      *> (the "R" action in BuyerMasterMaint). Reads only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CertLineFile ASSIGN TO 'certlines.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTLINE-FILE-STATUS.
           SELECT BuyerMasterFile ASSIGN TO 'buyermaster.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-BuyerID
               FILE STATUS IS WS-BUYER-MASTER-FILE-STATUS.
           SELECT CertReportFile ASSIGN TO 'cert-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SortFile ASSIGN TO 'certsort.tmp'.

       DATA DIVISION.
       FILE SECTION.
       FD CertLineFile.
       COPY CLREC.

       FD BuyerMasterFile.
       COPY BMREC.

       FD CertReportFile.
       01 CertReportLine           PIC X(100).

      *> Accepted lines carry a blank reason and sort ahead of each
      *> partner's error classes; they only feed the counts.
       SD SortFile.
       01 SortRecord.
           05 SR-BuyerID           PIC X(15).
           05 SR-ReasonCode        PIC X(20).
           05 SR-OrderID           PIC X(15).
           05 SR-Sequence          PIC 9(09).
           05 SR-ItemID            PIC X(10).
           05 SR-RecordType        PIC X(01).
           05 SR-TxnType           PIC X(01).
           05 SR-Quantity          PIC S9(05).
           05 SR-UnitPrice         PIC S9(07)V99.
           05 SR-UOM               PIC X(03).

       WORKING-STORAGE SECTION.
       01 WS-CERTLINE-FILE-STATUS  PIC XX VALUE "00".
       01 WS-BUYER-MASTER-FILE-STATUS PIC XX VALUE "00".
       01 WS-BUYER-MASTER-OPEN     PIC X VALUE "N".
       01 WS-CERTLINE-EOF          PIC X VALUE "N".
       01 WS-SORT-EOF              PIC X VALUE "N".
       01 WS-RUN-DATE              PIC X(08).

      *> Order-level counts per partner, taken as the lines are read:
      *> the 850 run writes an order's lines together, so a change of
      *> buyer or OrderID closes the order before.
       01 WS-CP-COUNT              PIC 9(04) VALUE ZERO.
       01 WS-CP-TABLE.
           05 WS-CP-ENTRY OCCURS 500 TIMES INDEXED BY WS-CP-IDX.
               10 WS-CP-BUYERID    PIC X(15).
               10 WS-CP-ORDERS     PIC 9(07).
               10 WS-CP-ORD-ERRORS PIC 9(07).
               10 WS-CP-ACCEPTED   PIC 9(07).
               10 WS-CP-REJECTED   PIC 9(07).
       01 WS-CP-FOUND              PIC X VALUE "N".
       01 WS-CP-FOUND-IDX          PIC 9(04) VALUE ZERO.
       01 WS-CP-SCAN-IDX           PIC 9(04) VALUE ZERO.
       01 WS-CP-LOOKUP-ID          PIC X(15) VALUE SPACES.
       01 WS-CP-OVERFLOW           PIC X VALUE "N".

       01 WS-ORDER-ACTIVE          PIC X VALUE "N".
       01 WS-ORDER-BUYERID         PIC X(15) VALUE SPACES.
       01 WS-ORDER-ORDERID         PIC X(15) VALUE SPACES.
       01 WS-ORDER-HAS-ERRORS      PIC X VALUE "N".

      *> Control break on partner, then error class.
       01 WS-PARTNER-ACTIVE        PIC X VALUE "N".
       01 WS-CLASS-ACTIVE          PIC X VALUE "N".
       01 WS-CURRENT-BUYER         PIC X(15) VALUE SPACES.
       01 WS-CURRENT-REASON        PIC X(20) VALUE SPACES.
       01 WS-CLASS-LINES           PIC 9(07) VALUE ZERO.
       01 WS-PARTNER-CLASSES       PIC 9(05) VALUE ZERO.
       01 WS-PARTNER-NAME          PIC X(30) VALUE SPACES.
       01 WS-PARTNER-STATUS        PIC X(20) VALUE SPACES.

      *> What each reject code means, for the partner's developer.
       01 WS-REASON-TEXT-VALUES.
           05 FILLER PIC X(20) VALUE "860NOTALLOWED".
           05 FILLER PIC X(40)
               VALUE "change/cancel sent without 860 authority".
           05 FILLER PIC X(20) VALUE "BADDATE".
           05 FILLER PIC X(40)
               VALUE "header PO date not a valid YYYYMMDD".
           05 FILLER PIC X(20) VALUE "BADRECTYPE".
           05 FILLER PIC X(40)
               VALUE "record type other than H, D or T".
           05 FILLER PIC X(20) VALUE "BADUOM".
           05 FILLER PIC X(40)
               VALUE "unit not stocked or convertible for item".
           05 FILLER PIC X(20) VALUE "BLANKETOVERDRAW".
           05 FILLER PIC X(40)
               VALUE "release exceeds quantity left on blanket".
           05 FILLER PIC X(20) VALUE "BUYERSUSPENDED".
           05 FILLER PIC X(40)
               VALUE "partner suspended on the buyer master".
           05 FILLER PIC X(20) VALUE "DUPLINE".
           05 FILLER PIC X(40)
               VALUE "order/item already taken".
           05 FILLER PIC X(20) VALUE "LINECOUNTMISMATCH".
           05 FILLER PIC X(40)
               VALUE "trailer count differs from lines sent".
           05 FILLER PIC X(20) VALUE "NEGPRICE".
           05 FILLER PIC X(40)
               VALUE "unit price is negative".
           05 FILLER PIC X(20) VALUE "NEGQTY".
           05 FILLER PIC X(40)
               VALUE "quantity is negative".
           05 FILLER PIC X(20) VALUE "NOBLANKET".
           05 FILLER PIC X(40)
               VALUE "release against no open blanket line".
           05 FILLER PIC X(20) VALUE "NOHEADER".
           05 FILLER PIC X(40)
               VALUE "detail or trailer with no open header".
           05 FILLER PIC X(20) VALUE "NOITEM".
           05 FILLER PIC X(40)
               VALUE "item not on item master or inactive".
           05 FILLER PIC X(20) VALUE "NOPRICE".
           05 FILLER PIC X(40)
               VALUE "no contract price in effect on PO date".
           05 FILLER PIC X(20) VALUE "NOPRIORPO".
           05 FILLER PIC X(40)
               VALUE "change/cancel of an order never taken".
           05 FILLER PIC X(20) VALUE "NOSHIPTO".
           05 FILLER PIC X(40)
               VALUE "ship-to code not on our location master".
           05 FILLER PIC X(20) VALUE "NOTBLANKET".
           05 FILLER PIC X(40)
               VALUE "release against a line not a blanket".
           05 FILLER PIC X(20) VALUE "ORDERIDMISMATCH".
           05 FILLER PIC X(40)
               VALUE "OrderID differs from its header".
           05 FILLER PIC X(20) VALUE "PRICEMISMATCH".
           05 FILLER PIC X(40)
               VALUE "price differs from the contract price".
           05 FILLER PIC X(20) VALUE "SHIPTOCLOSED".
           05 FILLER PIC X(40)
               VALUE "ship-to location is closed".
           05 FILLER PIC X(20) VALUE "TRUNCATEDPO".
           05 FILLER PIC X(40)
               VALUE "order ended with no trailer".
           05 FILLER PIC X(20) VALUE "UOMOVERFLOW".
           05 FILLER PIC X(40)
               VALUE "converted quantity too large".
       01 WS-REASON-TEXT-TABLE REDEFINES WS-REASON-TEXT-VALUES.
           05 WS-RT-ENTRY OCCURS 22 TIMES.
               10 WS-RT-CODE       PIC X(20).
               10 WS-RT-TEXT       PIC X(40).
       01 WS-RT-IDX                PIC 9(02) VALUE ZERO.
       01 WS-REASON-TEXT           PIC X(40) VALUE SPACES.

       01 WS-CONTROL-TOTALS.
           05 WS-LINES-READ        PIC 9(09) VALUE ZERO.
           05 WS-PARTNERS-REPORTED PIC 9(09) VALUE ZERO.
           05 WS-PARTNERS-READY    PIC 9(09) VALUE ZERO.
           05 WS-PARTNERS-NOT-READY PIC 9(09) VALUE ZERO.

       01 WS-REPORT-LINE           PIC X(100).
       01 WS-REPORT-NUM            PIC ZZZZZZZZ9.

       01 WS-PARTNER-HEADING.
           05 FILLER               PIC X(09) VALUE "Partner: ".
           05 WS-PH-NAME           PIC X(30).
           05 FILLER               PIC X(02) VALUE " (".
           05 WS-PH-BUYERID        PIC X(15).
           05 FILLER               PIC X(10) VALUE ")  status ".
           05 WS-PH-STATUS         PIC X(20).

       01 WS-LINE-DETAIL.
           05 FILLER               PIC X(10) VALUE "    order ".
           05 WS-LD-ORDERID        PIC X(15).
           05 FILLER               PIC X(06) VALUE " item ".
           05 WS-LD-ITEMID         PIC X(10).
           05 FILLER               PIC X(05) VALUE " rec ".
           05 WS-LD-RECTYPE        PIC X(01).
           05 FILLER               PIC X(05) VALUE " txn ".
           05 WS-LD-TXNTYPE        PIC X(01).
           05 FILLER               PIC X(05) VALUE " qty ".
           05 WS-LD-QTY            PIC -ZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LD-UOM            PIC X(03).
           05 FILLER               PIC X(07) VALUE " price ".
           05 WS-LD-PRICE          PIC -ZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT CertReportFile.
           PERFORM Write-Report-Heading

           OPEN INPUT BuyerMasterFile
           IF WS-BUYER-MASTER-FILE-STATUS = "00"
               MOVE "Y" TO WS-BUYER-MASTER-OPEN
           ELSE
               DISPLAY "WARNING: buyer master buyermaster.dat could "
                       "not be opened (status "
                       WS-BUYER-MASTER-FILE-STATUS
                       ") -- partners reported without name or status"
               MOVE 8 TO RETURN-CODE
           END-IF

           OPEN INPUT CertLineFile
           IF WS-CERTLINE-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: certification file certlines.csv "
                       "could not be opened (status "
                       WS-CERTLINE-FILE-STATUS
                       ") -- run this after the nightly 850 cycle"
               MOVE 8 TO RETURN-CODE
           ELSE
               CLOSE CertLineFile
               SORT SortFile
                   ON ASCENDING KEY SR-BuyerID SR-ReasonCode
                                    SR-OrderID SR-Sequence
                   INPUT PROCEDURE IS Read-Cert-Lines
                   OUTPUT PROCEDURE IS Report-By-Partner
           END-IF

           PERFORM Write-Report-Totals

           IF WS-BUYER-MASTER-OPEN = "Y"
               CLOSE BuyerMasterFile
           END-IF
           CLOSE CertReportFile.

           STOP RUN.

       Read-Cert-Lines.
           OPEN INPUT CertLineFile
           MOVE "N" TO WS-CERTLINE-EOF
           PERFORM UNTIL WS-CERTLINE-EOF = "Y"
               READ CertLineFile INTO CertLineRecord
                   AT END
                       MOVE "Y" TO WS-CERTLINE-EOF
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM Count-Cert-Line
                       PERFORM Release-Cert-Line
               END-READ
           END-PERFORM
           IF WS-ORDER-ACTIVE = "Y"
               PERFORM Close-Order
           END-IF
           CLOSE CertLineFile.

       Count-Cert-Line.
           IF WS-ORDER-ACTIVE = "N" OR
                   CL-BuyerID NOT = WS-ORDER-BUYERID OR
                   CL-OrderID NOT = WS-ORDER-ORDERID
               IF WS-ORDER-ACTIVE = "Y"
                   PERFORM Close-Order
               END-IF
               MOVE "Y" TO WS-ORDER-ACTIVE
               MOVE CL-BuyerID TO WS-ORDER-BUYERID
               MOVE CL-OrderID TO WS-ORDER-ORDERID
               MOVE "N" TO WS-ORDER-HAS-ERRORS
           END-IF
           MOVE CL-BuyerID TO WS-CP-LOOKUP-ID
           PERFORM Find-Or-Add-Partner
           IF WS-CP-FOUND = "Y"
               IF CL-LineStatus = "REJECTED"
                   ADD 1 TO WS-CP-REJECTED(WS-CP-FOUND-IDX)
                   MOVE "Y" TO WS-ORDER-HAS-ERRORS
               ELSE
                   ADD 1 TO WS-CP-ACCEPTED(WS-CP-FOUND-IDX)
               END-IF
           END-IF.

       Close-Order.
           MOVE WS-ORDER-BUYERID TO WS-CP-LOOKUP-ID
           PERFORM Find-Or-Add-Partner
           IF WS-CP-FOUND = "Y"
               ADD 1 TO WS-CP-ORDERS(WS-CP-FOUND-IDX)
               IF WS-ORDER-HAS-ERRORS = "Y"
                   ADD 1 TO WS-CP-ORD-ERRORS(WS-CP-FOUND-IDX)
               END-IF
           END-IF
           MOVE "N" TO WS-ORDER-ACTIVE.

      *> Far more partners than are ever in certification at once;
      *> one past the table still reports its error classes, only
      *> without the order counts.
       Find-Or-Add-Partner.
           MOVE "N" TO WS-CP-FOUND
           PERFORM VARYING WS-CP-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-CP-SCAN-IDX > WS-CP-COUNT
                   OR WS-CP-FOUND = "Y"
               IF WS-CP-BUYERID(WS-CP-SCAN-IDX) = WS-CP-LOOKUP-ID
                   MOVE "Y" TO WS-CP-FOUND
                   MOVE WS-CP-SCAN-IDX TO WS-CP-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-CP-FOUND = "N"
               IF WS-CP-COUNT < 500
                   ADD 1 TO WS-CP-COUNT
                   MOVE WS-CP-COUNT TO WS-CP-FOUND-IDX
                   MOVE WS-CP-LOOKUP-ID
                       TO WS-CP-BUYERID(WS-CP-FOUND-IDX)
                   MOVE ZERO TO WS-CP-ORDERS(WS-CP-FOUND-IDX)
                   MOVE ZERO TO WS-CP-ORD-ERRORS(WS-CP-FOUND-IDX)
                   MOVE ZERO TO WS-CP-ACCEPTED(WS-CP-FOUND-IDX)
                   MOVE ZERO TO WS-CP-REJECTED(WS-CP-FOUND-IDX)
                   MOVE "Y" TO WS-CP-FOUND
               ELSE
                   IF WS-CP-OVERFLOW = "N"
                       DISPLAY "WARNING: certification partner table "
                               "full at " WS-CP-COUNT " partners -- "
                               "order counts incomplete"
                       MOVE "Y" TO WS-CP-OVERFLOW
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       Release-Cert-Line.
           MOVE CL-BuyerID TO SR-BuyerID
           IF CL-LineStatus = "REJECTED"
               MOVE CL-ReasonCode TO SR-ReasonCode
           ELSE
               MOVE SPACES TO SR-ReasonCode
           END-IF
           MOVE CL-OrderID TO SR-OrderID
           MOVE WS-LINES-READ TO SR-Sequence
           MOVE CL-ItemID TO SR-ItemID
           MOVE CL-RecordType TO SR-RecordType
           MOVE CL-TxnType TO SR-TxnType
           MOVE CL-Quantity TO SR-Quantity
           MOVE CL-UnitPrice TO SR-UnitPrice
           MOVE CL-UOM TO SR-UOM
           RELEASE SortRecord.

       Report-By-Partner.
           MOVE "N" TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SortFile
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                       IF WS-PARTNER-ACTIVE = "Y"
                           PERFORM Close-Partner
                       END-IF
                   NOT AT END
                       IF WS-PARTNER-ACTIVE = "N" OR
                               SR-BuyerID NOT = WS-CURRENT-BUYER
                           IF WS-PARTNER-ACTIVE = "Y"
                               PERFORM Close-Partner
                           END-IF
                           PERFORM Start-Partner
                       END-IF
                       IF SR-ReasonCode NOT = SPACES
                           IF WS-CLASS-ACTIVE = "N" OR
                                   SR-ReasonCode NOT = WS-CURRENT-REASON
                               IF WS-CLASS-ACTIVE = "Y"
                                   PERFORM Write-Class-Count
                               END-IF
                               PERFORM Start-Class
                           END-IF
                           PERFORM Write-Line-Detail
                       END-IF
               END-RETURN
           END-PERFORM.

       Start-Partner.
           MOVE "Y" TO WS-PARTNER-ACTIVE
           MOVE "N" TO WS-CLASS-ACTIVE
           MOVE SR-BuyerID TO WS-CURRENT-BUYER
           MOVE ZERO TO WS-PARTNER-CLASSES
           ADD 1 TO WS-PARTNERS-REPORTED
           PERFORM Look-Up-Partner

           MOVE SPACES TO WS-REPORT-LINE
           WRITE CertReportLine FROM WS-REPORT-LINE
           MOVE WS-PARTNER-NAME TO WS-PH-NAME
           MOVE SR-BuyerID TO WS-PH-BUYERID
           MOVE WS-PARTNER-STATUS TO WS-PH-STATUS
           WRITE CertReportLine FROM WS-PARTNER-HEADING

           MOVE SR-BuyerID TO WS-CP-LOOKUP-ID
           PERFORM Find-Or-Add-Partner
           IF WS-CP-FOUND = "Y"
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-CP-ORDERS(WS-CP-FOUND-IDX) TO WS-REPORT-NUM
               STRING "  Orders Received     : " WS-REPORT-NUM
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CertReportLine FROM WS-REPORT-LINE

               MOVE SPACES TO WS-REPORT-LINE
               COMPUTE WS-REPORT-NUM =
                   WS-CP-ORDERS(WS-CP-FOUND-IDX) -
                   WS-CP-ORD-ERRORS(WS-CP-FOUND-IDX)
               STRING "  Orders Clean        : " WS-REPORT-NUM
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CertReportLine FROM WS-REPORT-LINE

               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-CP-ORD-ERRORS(WS-CP-FOUND-IDX) TO WS-REPORT-NUM
               STRING "  Orders With Errors  : " WS-REPORT-NUM
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CertReportLine FROM WS-REPORT-LINE

               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-CP-ACCEPTED(WS-CP-FOUND-IDX) TO WS-REPORT-NUM
               STRING "  Lines Accepted      : " WS-REPORT-NUM
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CertReportLine FROM WS-REPORT-LINE

               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-CP-REJECTED(WS-CP-FOUND-IDX) TO WS-REPORT-NUM
               STRING "  Lines Rejected      : " WS-REPORT-NUM
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CertReportLine FROM WS-REPORT-LINE
           END-IF.

      *> The master is read for the name and to show where the
      *> partner stands now -- one already signed off or suspended
      *> since the test run is reported all the same.
       Look-Up-Partner.
           MOVE SPACES TO WS-PARTNER-NAME
           MOVE "NOT ON MASTER" TO WS-PARTNER-STATUS
           IF WS-BUYER-MASTER-OPEN = "Y"
               MOVE SR-BuyerID TO BM-BuyerID
               READ BuyerMasterFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BM-BuyerName TO WS-PARTNER-NAME
                       EVALUATE BM-StatusFlag
                           WHEN "T"
                               MOVE "IN CERTIFICATION"
                                   TO WS-PARTNER-STATUS
                           WHEN "A"
                               MOVE "ACTIVE" TO WS-PARTNER-STATUS
                           WHEN "S"
                               MOVE "SUSPENDED" TO WS-PARTNER-STATUS
                           WHEN OTHER
                               MOVE BM-StatusFlag
                                   TO WS-PARTNER-STATUS
                       END-EVALUATE
               END-READ
           ELSE
               MOVE "UNKNOWN" TO WS-PARTNER-STATUS
           END-IF.

       Start-Class.
           MOVE "Y" TO WS-CLASS-ACTIVE
           MOVE SR-ReasonCode TO WS-CURRENT-REASON
           MOVE ZERO TO WS-CLASS-LINES
           ADD 1 TO WS-PARTNER-CLASSES
           PERFORM Look-Up-Reason-Text
           MOVE SPACES TO WS-REPORT-LINE
           WRITE CertReportLine FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Error class: " SR-ReasonCode " " WS-REASON-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CertReportLine FROM WS-REPORT-LINE.

       Look-Up-Reason-Text.
           MOVE SPACES TO WS-REASON-TEXT
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > 22
               IF WS-RT-CODE(WS-RT-IDX) = SR-ReasonCode
                   MOVE WS-RT-TEXT(WS-RT-IDX) TO WS-REASON-TEXT
               END-IF
           END-PERFORM.

       Write-Line-Detail.
           MOVE SR-OrderID TO WS-LD-ORDERID
           MOVE SR-ItemID TO WS-LD-ITEMID
           MOVE SR-RecordType TO WS-LD-RECTYPE
           MOVE SR-TxnType TO WS-LD-TXNTYPE
           MOVE SR-Quantity TO WS-LD-QTY
           MOVE SR-UOM TO WS-LD-UOM
           MOVE SR-UnitPrice TO WS-LD-PRICE
           WRITE CertReportLine FROM WS-LINE-DETAIL
           ADD 1 TO WS-CLASS-LINES.

       Write-Class-Count.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CLASS-LINES TO WS-REPORT-NUM
           STRING "    lines             " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CertReportLine FROM WS-REPORT-LINE.

       Close-Partner.
           IF WS-CLASS-ACTIVE = "Y"
               PERFORM Write-Class-Count
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE CertReportLine FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-PARTNER-CLASSES = ZERO
               MOVE "  Result: READY FOR SIGN-OFF -- no errors found"
                   TO WS-REPORT-LINE
               ADD 1 TO WS-PARTNERS-READY
           ELSE
               MOVE WS-PARTNER-CLASSES TO WS-REPORT-NUM
               STRING "  Result: NOT READY -- error classes found "
                       WS-REPORT-NUM
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               ADD 1 TO WS-PARTNERS-NOT-READY
           END-IF
           WRITE CertReportLine FROM WS-REPORT-LINE
           MOVE "N" TO WS-PARTNER-ACTIVE.

       Write-Report-Heading.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CertificationReport - Trading Partner "
                   "Certification As Of " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CertReportLine FROM WS-REPORT-LINE.

       Write-Report-Totals.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE CertReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-LINES-READ TO WS-REPORT-NUM
           STRING "Certification Lines   : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CertReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-PARTNERS-REPORTED TO WS-REPORT-NUM
           STRING "Partners Reported     : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CertReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-PARTNERS-READY TO WS-REPORT-NUM
           STRING "Partners Ready        : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CertReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-PARTNERS-NOT-READY TO WS-REPORT-NUM
           STRING "Partners Not Ready    : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CertReportLine FROM WS-REPORT-LINE.
