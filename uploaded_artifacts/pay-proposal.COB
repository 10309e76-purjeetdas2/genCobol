       IDENTIFICATION DIVISION.
       PROGRAM-ID. PaymentProposal.
       AUTHOR. YourName.

      *> Payment scheduling and remittance run for accounts payable.
      *> First schedules every invoice InvoiceMatcher has registered
      *> since the last run: the terms it booked onto the register
      *> from the invoice's original PO (NET30, 2/10 NET30 and so
      *> on) give a net due date and, where the terms carry one, the
      *> last date an early-pay discount can be taken, both booked
      *> onto the invoice register. Then picks
      *> every unpaid register entry that is due, or still inside its
      *> discount window, on the payment date named in the parameter
      *> file, writes a remittance advice per supplier under the
      *> same remit-<buyer>.csv naming the other per-partner files
      *> use, and marks each entry paid with the payment date,
      *> discount taken and amount paid. Replaces paying everything
      *> in invoice-ok.csv on the next check run, which threw away
      *> every early-pay discount on offer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ParameterFile ASSIGN TO 'payprop-parm.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT InvoiceRegisterFile ASSIGN TO 'invregister.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IVR-InvoiceNumber
               FILE STATUS IS WS-REGISTER-FILE-STATUS.
           SELECT RemittanceFile ASSIGN DYNAMIC WS-REMIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-FILE-STATUS.
           SELECT ProposalReportFile ASSIGN TO 'payment-proposal.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SortFile ASSIGN TO 'paysort.tmp'.

           SELECT RunControlFile ASSIGN TO 'runcontrol.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-ProgramName
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT OverrideFile ASSIGN TO 'runcontrol-override.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ParameterFile.
      *> One record: the YYYYMMDD date this payment run pays on.
       01 ParameterRecord.
           05 PARM-PaymentDate     PIC X(08).

       FD InvoiceRegisterFile.
       COPY IVRREC.

      *> One row per invoice paid to the supplier on this run: what
      *> the invoice was for, any debit memos netted off it, the
      *> discount taken and the net paid.
       FD RemittanceFile.
       01 RemittanceRecord.
           05 RMT-BuyerID          PIC X(15).
           05 RMT-InvoiceNumber    PIC X(15).
           05 RMT-InvoiceDate      PIC X(08).
           05 RMT-PaymentDate      PIC X(08).
           05 RMT-PayTerms         PIC X(10).
           05 RMT-GrossAmount      PIC 9(11)V99.
           05 RMT-DebitAmount      PIC 9(11)V99.
           05 RMT-DiscountAmount   PIC 9(09)V99.
           05 RMT-PaidAmount       PIC 9(11)V99.

       FD ProposalReportFile.
       01 ProposalReportLine       PIC X(100).

       SD SortFile.
       01 SortRecord.
           05 SR-BuyerID           PIC X(15).
           05 SR-InvoiceNumber     PIC X(15).
           05 SR-InvoiceDate       PIC X(08).
           05 SR-DueDate           PIC X(08).
           05 SR-PayTerms          PIC X(10).
           05 SR-Reason            PIC X(08).
           05 SR-GrossAmount       PIC 9(11)V99.
           05 SR-DebitAmount       PIC 9(11)V99.
           05 SR-DiscountAmount    PIC 9(09)V99.
           05 SR-PaidAmount        PIC 9(11)V99.

       FD RunControlFile.
       COPY RCREC.

       FD OverrideFile.
       01 OverrideRecord           PIC X(60).

       WORKING-STORAGE SECTION.
      *> Run-control guard state; this program registers as
      *> PaymentProposal. It runs as a reader, so it is held off
      *> while InvoiceMatcher or ReturnToVendor, which write the
      *> invoice register it schedules and pays from, is running.
       01 WS-RUNCTL-FILE-STATUS    PIC XX VALUE "00".
       01 WS-OVERRIDE-FILE-STATUS  PIC XX VALUE "00".
       01 WS-MY-PROGRAM            PIC X(20) VALUE "PaymentProposal".
       01 WS-MY-UPDATER            PIC X VALUE "N".
       01 WS-RUN-CONFLICT          PIC X VALUE "N".
       01 WS-CONFLICT-NAME         PIC X(20) VALUE SPACES.
       01 WS-OVERRIDE-REASON       PIC X(60) VALUE SPACES.
       01 WS-RUNCTL-SCAN-EOF       PIC X VALUE "N".
       01 WS-RUNCTL-REGISTERED     PIC X VALUE "N".
       01 WS-RC-STAMP              PIC X(14) VALUE SPACES.
       01 WS-RC-STAMP-TIME         PIC X(08) VALUE SPACES.

       01 WS-PARM-FILE-STATUS      PIC XX VALUE "00".
       01 WS-REGISTER-FILE-STATUS  PIC XX VALUE "00".
       01 WS-REMIT-FILE-STATUS     PIC XX VALUE "00".
       01 WS-FATAL-ERROR-FLAG      PIC X VALUE "N".
       01 WS-REGISTER-SCAN-EOF     PIC X VALUE "N".
       01 WS-SORT-EOF              PIC X VALUE "N".

       01 WS-RUN-DATE              PIC X(08).
       01 WS-PAYMENT-DATE          PIC X(08) VALUE SPACES.

      *> Terms parsing. An optional "pct/days " discount part may
      *> precede "NET"; the net days follow it.
       01 WS-TERMS                 PIC X(10) VALUE SPACES.
       01 WS-TERMS-VALID           PIC X VALUE "Y".
       01 WS-NET-POS               PIC 9(02) VALUE ZERO.
       01 WS-NET-DAYS              PIC 9(03) VALUE ZERO.
       01 WS-DISC-DAYS             PIC 9(03) VALUE ZERO.
       01 WS-DISC-PCT              PIC 9(02)V99 VALUE ZERO.
       01 WS-TERMS-PCT-X           PIC X(10) VALUE SPACES.
       01 WS-TERMS-DAYS-X          PIC X(10) VALUE SPACES.
       01 WS-TERMS-NUM-X           PIC X(10) VALUE SPACES.
       01 WS-TERMS-NUM-T           PIC X(10) VALUE SPACES.
       01 WS-TERMS-NUM-LEN         PIC 9(02) VALUE ZERO.
       01 WS-TERMS-NUM             PIC 9(03) VALUE ZERO.
       01 WS-TERMS-NUM-OK          PIC X VALUE "N".

      *> Date arithmetic for the schedule.
       01 WS-SCHEDULE-OK           PIC X VALUE "N".
       01 WS-INVOICE-DATE-N        PIC 9(08) VALUE ZERO.
       01 WS-RESULT-DATE-N         PIC 9(08) VALUE ZERO.

       01 WS-SELECTED              PIC X VALUE "N".
       01 WS-DISCOUNT-AMOUNT       PIC 9(09)V99 VALUE ZERO.
       01 WS-NET-DUE               PIC 9(11)V99 VALUE ZERO.

       01 WS-DATE-VALID             PIC X VALUE "Y".
       01 WS-CHECK-DATE             PIC X(08).
       01 WS-DATE-PARTS.
           05 WS-DATE-YYYY          PIC 9(4).
           05 WS-DATE-MM            PIC 9(2).
           05 WS-DATE-DD            PIC 9(2).
       01 WS-DAYS-IN-MONTH          PIC 9(2).

      *> Remittance output is split one file per supplier; the sort
      *> hands each supplier's invoices over in one unbroken group.
       01 WS-REMIT-FILENAME        PIC X(40) VALUE SPACES.
       01 WS-REMIT-FILE-OPEN       PIC X VALUE "N".
       01 WS-BUYER-ACTIVE          PIC X VALUE "N".
       01 WS-CURRENT-BUYER         PIC X(15) VALUE SPACES.

       01 WS-BUYER-TOTALS.
           05 WS-BUYER-INVOICES    PIC 9(09).
           05 WS-BUYER-GROSS       PIC 9(13)V99.
           05 WS-BUYER-DISCOUNT    PIC 9(13)V99.
           05 WS-BUYER-PAID        PIC 9(13)V99.

       01 WS-CONTROL-TOTALS.
           05 WS-NEWLY-SCHEDULED   PIC 9(09) VALUE ZERO.
           05 WS-TERMS-DEFAULTED   PIC 9(09) VALUE ZERO.
           05 WS-REGISTER-READ     PIC 9(09) VALUE ZERO.
           05 WS-ALREADY-PAID      PIC 9(09) VALUE ZERO.
           05 WS-UNSCHEDULABLE     PIC 9(09) VALUE ZERO.
           05 WS-NOT-YET-DUE       PIC 9(09) VALUE ZERO.
           05 WS-NOT-YET-DUE-AMT   PIC 9(13)V99 VALUE ZERO.
           05 WS-SELECTED-DUE      PIC 9(09) VALUE ZERO.
           05 WS-SELECTED-DISCOUNT PIC 9(09) VALUE ZERO.
           05 WS-INVOICES-PAID     PIC 9(09) VALUE ZERO.
           05 WS-GROSS-PAID        PIC 9(13)V99 VALUE ZERO.
           05 WS-DEBITS-NETTED     PIC 9(13)V99 VALUE ZERO.
           05 WS-DISCOUNT-TAKEN    PIC 9(13)V99 VALUE ZERO.
           05 WS-NET-PAID          PIC 9(13)V99 VALUE ZERO.
           05 WS-REMIT-FILES       PIC 9(09) VALUE ZERO.

       01 WS-REPORT-LINE           PIC X(100).
       01 WS-REPORT-NUM            PIC ZZZZZZZZ9.
       01 WS-REPORT-AMT            PIC Z(12)9.99.

       01 WS-SUPPLIER-HEADING.
           05 FILLER               PIC X(10) VALUE "Supplier: ".
           05 WS-SH-BUYERID        PIC X(15).
           05 FILLER               PIC X(08) VALUE "  file: ".
           05 WS-SH-FILENAME       PIC X(40).

       01 WS-PAYMENT-DETAIL.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-PD-INVNO          PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-PD-REASON         PIC X(08).
           05 FILLER               PIC X(05) VALUE " due ".
           05 WS-PD-DUE            PIC X(08).
           05 FILLER               PIC X(07) VALUE " gross ".
           05 WS-PD-GROSS          PIC Z(10)9.99.
           05 FILLER               PIC X(06) VALUE " disc ".
           05 WS-PD-DISC           PIC Z(08)9.99.
           05 FILLER               PIC X(06) VALUE " paid ".
           05 WS-PD-PAID           PIC Z(10)9.99.

       01 WS-SUPPLIER-TOTAL-LINE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(09) VALUE "invoices ".
           05 WS-STL-INVOICES      PIC ZZZZZ9.
           05 FILLER               PIC X(07) VALUE " gross ".
           05 WS-STL-GROSS         PIC Z(12)9.99.
           05 FILLER               PIC X(06) VALUE " disc ".
           05 WS-STL-DISC          PIC Z(10)9.99.
           05 FILLER               PIC X(06) VALUE " paid ".
           05 WS-STL-PAID          PIC Z(12)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM Register-Run-Start
           IF WS-FATAL-ERROR-FLAG = "Y"
               PERFORM Register-Run-End
               STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE ZERO TO WS-BUYER-TOTALS
           OPEN OUTPUT ProposalReportFile.
           PERFORM Read-Parameter-File
           IF WS-FATAL-ERROR-FLAG = "N"
               PERFORM Open-Invoice-Register
           END-IF

           PERFORM Write-Report-Heading

           IF WS-FATAL-ERROR-FLAG = "N"
               SORT SortFile
                   ON ASCENDING KEY SR-BuyerID SR-InvoiceNumber
                   INPUT PROCEDURE IS Select-Payable-Invoices
                   OUTPUT PROCEDURE IS Pay-By-Supplier
               IF WS-REMIT-FILE-OPEN = "Y"
                   CLOSE RemittanceFile
               END-IF
           END-IF

           PERFORM Write-Report-Totals

           CLOSE ProposalReportFile.
           IF WS-REGISTER-FILE-STATUS = "00"
               CLOSE InvoiceRegisterFile
           END-IF
           IF WS-FATAL-ERROR-FLAG = "Y"
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM Register-Run-End

           STOP RUN.

      *> No payment date means no way to tell due from not due --
      *> stop rather than guess at today and pay the wrong set.
       Read-Parameter-File.
           OPEN INPUT ParameterFile
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: parameter file payprop-parm.csv could "
                       "not be opened (status " WS-PARM-FILE-STATUS
                       ") -- no payment date, nothing paid"
               MOVE "Y" TO WS-FATAL-ERROR-FLAG
           ELSE
               READ ParameterFile INTO ParameterRecord
                   AT END
                       MOVE "Y" TO WS-FATAL-ERROR-FLAG
                       DISPLAY "FATAL: parameter file is empty -- no "
                               "payment date, nothing paid"
                   NOT AT END
                       MOVE PARM-PaymentDate TO WS-CHECK-DATE
                       PERFORM Validate-Date
                       IF WS-DATE-VALID = "N"
                           DISPLAY "FATAL: payment date '"
                                   PARM-PaymentDate "' is not a valid "
                                   "YYYYMMDD date -- nothing paid"
                           MOVE "Y" TO WS-FATAL-ERROR-FLAG
                       ELSE
                           MOVE PARM-PaymentDate TO WS-PAYMENT-DATE
                       END-IF
               END-READ
               CLOSE ParameterFile
           END-IF.

       Open-Invoice-Register.
           OPEN I-O InvoiceRegisterFile
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: invoice register invregister.dat could "
                       "not be opened (status " WS-REGISTER-FILE-STATUS
                       ") -- nothing to schedule or pay"
               MOVE "Y" TO WS-FATAL-ERROR-FLAG
           END-IF.

      *> Due date is the invoice date plus the net days of the terms
      *> on the register; the discount date is the invoice date plus
      *> the discount days. An invoice date that is not a real date
      *> cannot be scheduled at all and is left for AP to correct.
       Schedule-Invoice.
           MOVE IVR-InvoiceDate TO WS-CHECK-DATE
           PERFORM Validate-Date
           IF WS-DATE-VALID = "N"
               MOVE "N" TO WS-SCHEDULE-OK
           ELSE
               MOVE "Y" TO WS-SCHEDULE-OK
               MOVE IVR-PayTerms TO WS-TERMS
               PERFORM Parse-Pay-Terms
               IF WS-TERMS-VALID = "N"
                   ADD 1 TO WS-TERMS-DEFAULTED
                   MOVE "NET30" TO IVR-PayTerms
               ELSE
                   MOVE WS-TERMS TO IVR-PayTerms
               END-IF
               MOVE IVR-InvoiceDate TO WS-INVOICE-DATE-N
               COMPUTE WS-RESULT-DATE-N = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-INVOICE-DATE-N)
                   + WS-NET-DAYS)
               MOVE WS-RESULT-DATE-N TO IVR-DueDate
               IF WS-DISC-PCT > ZERO
                   COMPUTE WS-RESULT-DATE-N = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-INVOICE-DATE-N)
                       + WS-DISC-DAYS)
                   MOVE WS-RESULT-DATE-N TO IVR-DiscountDate
                   MOVE WS-DISC-PCT TO IVR-DiscountPct
               ELSE
                   MOVE SPACES TO IVR-DiscountDate
                   MOVE ZERO TO IVR-DiscountPct
               END-IF
           END-IF.

      *> "NET30", "2/10 NET30", "1/15 NET45". Blank or unreadable
      *> terms fall back to the house standard of NET30 with no
      *> discount, and are counted so AP can chase the PO.
       Parse-Pay-Terms.
           MOVE "Y" TO WS-TERMS-VALID
           MOVE ZERO TO WS-DISC-PCT
           MOVE ZERO TO WS-DISC-DAYS
           MOVE ZERO TO WS-NET-DAYS
           MOVE ZERO TO WS-NET-POS
           INSPECT WS-TERMS TALLYING WS-NET-POS
               FOR CHARACTERS BEFORE INITIAL "NET"
           IF WS-NET-POS > 6
               MOVE "N" TO WS-TERMS-VALID
           ELSE
               MOVE WS-TERMS(WS-NET-POS + 4:) TO WS-TERMS-NUM-X
               PERFORM Parse-Terms-Number
               IF WS-TERMS-NUM-OK = "N"
                   MOVE "N" TO WS-TERMS-VALID
               ELSE
                   MOVE WS-TERMS-NUM TO WS-NET-DAYS
               END-IF
           END-IF
           IF WS-TERMS-VALID = "Y" AND WS-NET-POS > ZERO
               MOVE SPACES TO WS-TERMS-PCT-X
               MOVE SPACES TO WS-TERMS-DAYS-X
               UNSTRING WS-TERMS(1:WS-NET-POS) DELIMITED BY "/"
                   INTO WS-TERMS-PCT-X WS-TERMS-DAYS-X
               END-UNSTRING
               MOVE WS-TERMS-PCT-X TO WS-TERMS-NUM-X
               PERFORM Parse-Terms-Number
               IF WS-TERMS-NUM-OK = "N" OR WS-TERMS-NUM > 99
                   MOVE "N" TO WS-TERMS-VALID
               ELSE
                   MOVE WS-TERMS-NUM TO WS-DISC-PCT
               END-IF
               MOVE WS-TERMS-DAYS-X TO WS-TERMS-NUM-X
               PERFORM Parse-Terms-Number
               IF WS-TERMS-NUM-OK = "N" OR WS-TERMS-NUM > WS-NET-DAYS
                   MOVE "N" TO WS-TERMS-VALID
               ELSE
                   MOVE WS-TERMS-NUM TO WS-DISC-DAYS
               END-IF
           END-IF
           IF WS-TERMS-VALID = "N"
               MOVE 30 TO WS-NET-DAYS
               MOVE ZERO TO WS-DISC-PCT
               MOVE ZERO TO WS-DISC-DAYS
           END-IF.

      *> One to three digits, blanks either side allowed.
       Parse-Terms-Number.
           MOVE "N" TO WS-TERMS-NUM-OK
           MOVE ZERO TO WS-TERMS-NUM
           MOVE FUNCTION TRIM(WS-TERMS-NUM-X) TO WS-TERMS-NUM-T
           MOVE ZERO TO WS-TERMS-NUM-LEN
           INSPECT WS-TERMS-NUM-T TALLYING WS-TERMS-NUM-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-TERMS-NUM-LEN > ZERO AND WS-TERMS-NUM-LEN < 4
               IF WS-TERMS-NUM-T(1:WS-TERMS-NUM-LEN) IS NUMERIC
                   MOVE "Y" TO WS-TERMS-NUM-OK
                   MOVE WS-TERMS-NUM-T(1:WS-TERMS-NUM-LEN)
                       TO WS-TERMS-NUM
               END-IF
           END-IF.

      *> Feeds the sort with every unpaid register entry payable on
      *> the payment date: inside its discount window (pay now and
      *> take the discount) or at or past its net due date. An entry
      *> not yet scheduled is scheduled first, on the terms booked
      *> with it.
       Select-Payable-Invoices.
           MOVE LOW-VALUES TO IVR-InvoiceNumber
           START InvoiceRegisterFile
                   KEY IS NOT LESS THAN IVR-InvoiceNumber
               INVALID KEY
                   MOVE "Y" TO WS-REGISTER-SCAN-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-REGISTER-SCAN-EOF
           END-START
           PERFORM UNTIL WS-REGISTER-SCAN-EOF = "Y"
               READ InvoiceRegisterFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-REGISTER-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-REGISTER-READ
                       PERFORM Judge-Register-Entry
               END-READ
           END-PERFORM.

       Judge-Register-Entry.
           IF IVR-PayStatus = "PAID"
               ADD 1 TO WS-ALREADY-PAID
           ELSE
               MOVE "Y" TO WS-SCHEDULE-OK
               IF IVR-DueDate = SPACES
                   PERFORM Schedule-Invoice
                   IF WS-SCHEDULE-OK = "Y"
                       REWRITE InvoiceRegisterRecord
                       ADD 1 TO WS-NEWLY-SCHEDULED
                   END-IF
               END-IF
               IF WS-SCHEDULE-OK = "N"
                   ADD 1 TO WS-UNSCHEDULABLE
               ELSE
                   PERFORM Select-If-Payable
               END-IF
           END-IF.

      *> Debit memos raised against the invoice for goods returned
      *> after billing come off first; the discount is worked on
      *> what is left.
       Select-If-Payable.
           MOVE "N" TO WS-SELECTED
           MOVE ZERO TO WS-DISCOUNT-AMOUNT
           IF IVR-DebitAmount NOT < IVR-PayableAmount
               MOVE ZERO TO WS-NET-DUE
           ELSE
               COMPUTE WS-NET-DUE =
                   IVR-PayableAmount - IVR-DebitAmount
           END-IF
           IF IVR-DiscountPct > ZERO AND
                   WS-PAYMENT-DATE NOT > IVR-DiscountDate
               MOVE "Y" TO WS-SELECTED
               MOVE "DISCOUNT" TO SR-Reason
               COMPUTE WS-DISCOUNT-AMOUNT ROUNDED =
                   WS-NET-DUE * IVR-DiscountPct / 100
               ADD 1 TO WS-SELECTED-DISCOUNT
           ELSE
               IF IVR-DueDate NOT > WS-PAYMENT-DATE
                   MOVE "Y" TO WS-SELECTED
                   MOVE "DUE" TO SR-Reason
                   ADD 1 TO WS-SELECTED-DUE
               END-IF
           END-IF
           IF WS-SELECTED = "Y"
               MOVE IVR-BuyerID TO SR-BuyerID
               MOVE IVR-InvoiceNumber TO SR-InvoiceNumber
               MOVE IVR-InvoiceDate TO SR-InvoiceDate
               MOVE IVR-DueDate TO SR-DueDate
               MOVE IVR-PayTerms TO SR-PayTerms
               MOVE IVR-PayableAmount TO SR-GrossAmount
               COMPUTE SR-DebitAmount =
                   IVR-PayableAmount - WS-NET-DUE
               MOVE WS-DISCOUNT-AMOUNT TO SR-DiscountAmount
               COMPUTE SR-PaidAmount =
                   WS-NET-DUE - WS-DISCOUNT-AMOUNT
               RELEASE SortRecord
           ELSE
               ADD 1 TO WS-NOT-YET-DUE
               ADD WS-NET-DUE TO WS-NOT-YET-DUE-AMT
           END-IF.

       Pay-By-Supplier.
           MOVE "N" TO WS-SORT-EOF
           MOVE "N" TO WS-BUYER-ACTIVE
           PERFORM UNTIL WS-SORT-EOF = "Y" OR WS-FATAL-ERROR-FLAG = "Y"
               RETURN SortFile
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                       IF WS-BUYER-ACTIVE = "Y"
                           PERFORM Write-Supplier-Subtotals
                       END-IF
                   NOT AT END
                       IF WS-BUYER-ACTIVE = "N" OR
                               SR-BuyerID NOT = WS-CURRENT-BUYER
                           IF WS-BUYER-ACTIVE = "Y"
                               PERFORM Write-Supplier-Subtotals
                           END-IF
                           PERFORM Start-Supplier-Group
                       END-IF
                       IF WS-FATAL-ERROR-FLAG = "N"
                           PERFORM Pay-One-Invoice
                       END-IF
               END-RETURN
           END-PERFORM.

       Start-Supplier-Group.
           MOVE "Y" TO WS-BUYER-ACTIVE
           MOVE SR-BuyerID TO WS-CURRENT-BUYER
           MOVE ZERO TO WS-BUYER-TOTALS
           IF WS-REMIT-FILE-OPEN = "Y"
               CLOSE RemittanceFile
               MOVE "N" TO WS-REMIT-FILE-OPEN
           END-IF
           MOVE SPACES TO WS-REMIT-FILENAME
           STRING "remit-" DELIMITED BY SIZE
                   FUNCTION TRIM(SR-BuyerID) DELIMITED BY SIZE
                   ".csv" DELIMITED BY SIZE
               INTO WS-REMIT-FILENAME
           OPEN OUTPUT RemittanceFile
           IF WS-REMIT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: remittance file " WS-REMIT-FILENAME
                       " could not be opened (status "
                       WS-REMIT-FILE-STATUS
                       ") -- payment run stopped"
               MOVE "Y" TO WS-FATAL-ERROR-FLAG
           ELSE
               MOVE "Y" TO WS-REMIT-FILE-OPEN
               ADD 1 TO WS-REMIT-FILES
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE ProposalReportLine FROM WS-REPORT-LINE
           MOVE SR-BuyerID TO WS-SH-BUYERID
           MOVE WS-REMIT-FILENAME TO WS-SH-FILENAME
           WRITE ProposalReportLine FROM WS-SUPPLIER-HEADING.

      *> The remittance row goes out first; the register is marked
      *> paid straight after, so the supplier's advice and AP's
      *> payment-status answer always agree.
       Pay-One-Invoice.
           MOVE SR-BuyerID TO RMT-BuyerID
           MOVE SR-InvoiceNumber TO RMT-InvoiceNumber
           MOVE SR-InvoiceDate TO RMT-InvoiceDate
           MOVE WS-PAYMENT-DATE TO RMT-PaymentDate
           MOVE SR-PayTerms TO RMT-PayTerms
           MOVE SR-GrossAmount TO RMT-GrossAmount
           MOVE SR-DebitAmount TO RMT-DebitAmount
           MOVE SR-DiscountAmount TO RMT-DiscountAmount
           MOVE SR-PaidAmount TO RMT-PaidAmount
           WRITE RemittanceRecord

           MOVE SR-InvoiceNumber TO IVR-InvoiceNumber
           READ InvoiceRegisterFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "PAID" TO IVR-PayStatus
                   MOVE WS-PAYMENT-DATE TO IVR-PaidDate
                   MOVE SR-DiscountAmount TO IVR-DiscountTaken
                   MOVE SR-PaidAmount TO IVR-PaidAmount
                   REWRITE InvoiceRegisterRecord
           END-READ

           MOVE SR-InvoiceNumber TO WS-PD-INVNO
           MOVE SR-Reason TO WS-PD-REASON
           MOVE SR-DueDate TO WS-PD-DUE
           MOVE SR-GrossAmount TO WS-PD-GROSS
           MOVE SR-DiscountAmount TO WS-PD-DISC
           MOVE SR-PaidAmount TO WS-PD-PAID
           WRITE ProposalReportLine FROM WS-PAYMENT-DETAIL

           ADD 1 TO WS-BUYER-INVOICES
           ADD SR-GrossAmount TO WS-BUYER-GROSS
           ADD SR-DiscountAmount TO WS-BUYER-DISCOUNT
           ADD SR-PaidAmount TO WS-BUYER-PAID
           ADD 1 TO WS-INVOICES-PAID
           ADD SR-GrossAmount TO WS-GROSS-PAID
           ADD SR-DebitAmount TO WS-DEBITS-NETTED
           ADD SR-DiscountAmount TO WS-DISCOUNT-TAKEN
           ADD SR-PaidAmount TO WS-NET-PAID.

       Write-Supplier-Subtotals.
           MOVE WS-BUYER-INVOICES TO WS-STL-INVOICES
           MOVE WS-BUYER-GROSS TO WS-STL-GROSS
           MOVE WS-BUYER-DISCOUNT TO WS-STL-DISC
           MOVE WS-BUYER-PAID TO WS-STL-PAID
           WRITE ProposalReportLine FROM WS-SUPPLIER-TOTAL-LINE.

       Write-Report-Heading.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PaymentProposal - Payment Run " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ProposalReportLine FROM WS-REPORT-LINE
           IF WS-PAYMENT-DATE NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Payment Date          : " WS-PAYMENT-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE ProposalReportLine FROM WS-REPORT-LINE
           END-IF.

       Write-Report-Totals.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE ProposalReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-NEWLY-SCHEDULED TO WS-REPORT-NUM
           STRING "Invoices Scheduled    : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ProposalReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TERMS-DEFAULTED TO WS-REPORT-NUM
           STRING "  Terms Defaulted     : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ProposalReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-REGISTER-READ TO WS-REPORT-NUM
           STRING "Register Entries Read : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ProposalReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-ALREADY-PAID TO WS-REPORT-NUM
           STRING "  Already Paid        : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ProposalReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-UNSCHEDULABLE TO WS-REPORT-NUM
           STRING "  Bad Invoice Date    : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ProposalReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-NOT-YET-DUE TO WS-REPORT-NUM
           STRING "  Not Yet Due         : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ProposalReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-NOT-YET-DUE-AMT TO WS-REPORT-AMT
           STRING "  Not Yet Due Amount  : " WS-REPORT-AMT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ProposalReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-SELECTED-DUE TO WS-REPORT-NUM
           STRING "  Selected As Due     : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ProposalReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-SELECTED-DISCOUNT TO WS-REPORT-NUM
           STRING "  Selected For Disc.  : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ProposalReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-INVOICES-PAID TO WS-REPORT-NUM
           STRING "Invoices Paid         : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ProposalReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-GROSS-PAID TO WS-REPORT-AMT
           STRING "Gross Amount          : " WS-REPORT-AMT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ProposalReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-DEBITS-NETTED TO WS-REPORT-AMT
           STRING "Debit Memos Netted    : " WS-REPORT-AMT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ProposalReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-DISCOUNT-TAKEN TO WS-REPORT-AMT
           STRING "Discount Taken        : " WS-REPORT-AMT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ProposalReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-NET-PAID TO WS-REPORT-AMT
           STRING "Net Amount Paid       : " WS-REPORT-AMT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ProposalReportLine FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-REMIT-FILES TO WS-REPORT-NUM
           STRING "Remittance Files      : " WS-REPORT-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ProposalReportLine FROM WS-REPORT-LINE.

       Validate-Date.
           MOVE "Y" TO WS-DATE-VALID
           IF WS-CHECK-DATE IS NOT NUMERIC
               MOVE "N" TO WS-DATE-VALID
           ELSE
               MOVE WS-CHECK-DATE(1:4) TO WS-DATE-YYYY
               MOVE WS-CHECK-DATE(5:2) TO WS-DATE-MM
               MOVE WS-CHECK-DATE(7:2) TO WS-DATE-DD
               IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
                   MOVE "N" TO WS-DATE-VALID
               ELSE
                   PERFORM Compute-Days-In-Month
                   IF WS-DATE-DD < 1 OR WS-DATE-DD > WS-DAYS-IN-MONTH
                       MOVE "N" TO WS-DATE-VALID
                   END-IF
               END-IF
           END-IF.

       Compute-Days-In-Month.
           IF WS-DATE-MM = 4 OR WS-DATE-MM = 6 OR WS-DATE-MM = 9
                   OR WS-DATE-MM = 11
               MOVE 30 TO WS-DAYS-IN-MONTH
           ELSE
               IF WS-DATE-MM = 2
                   IF FUNCTION MOD(WS-DATE-YYYY, 4) = 0 AND
                           (FUNCTION MOD(WS-DATE-YYYY, 100) NOT = 0 OR
                            FUNCTION MOD(WS-DATE-YYYY, 400) = 0)
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               ELSE
                   MOVE 31 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF.

      *> Shared run-control guard over pohistory.dat: register this
      *> run, and refuse to start while a conflicting run is
      *> registered. An updater conflicts with any registered run; a
      *> reader only with updaters. A reason placed in
      *> runcontrol-override.csv lets the operator push through one
      *> start, and the reason is recorded on this program's
      *> run-control record.
       Register-Run-Start.
           PERFORM Open-Run-Control-File
           IF WS-FATAL-ERROR-FLAG = "N"
               PERFORM Check-Run-Conflicts
               IF WS-RUN-CONFLICT = "Y"
                   PERFORM Read-Override-Reason
                   IF WS-OVERRIDE-REASON = SPACES
                       DISPLAY "FATAL: conflicting run "
                               WS-CONFLICT-NAME " is registered -- "
                               "refusing to start; place a reason in "
                               "runcontrol-override.csv to override"
                       MOVE "Y" TO WS-FATAL-ERROR-FLAG
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       DISPLAY "WARNING: overriding conflicting run "
                               WS-CONFLICT-NAME " -- reason: "
                               WS-OVERRIDE-REASON
                       PERFORM Consume-Override-Reason
                   END-IF
               END-IF
           END-IF
           IF WS-FATAL-ERROR-FLAG = "N"
               PERFORM Write-Run-Control-Start
           END-IF.

      *> First-ever run starts from an empty control file rather
      *> than falling over -- the same bootstrap the masters get.
       Open-Run-Control-File.
           OPEN I-O RunControlFile
           IF WS-RUNCTL-FILE-STATUS NOT = "00"
               OPEN OUTPUT RunControlFile
               CLOSE RunControlFile
               OPEN I-O RunControlFile
           END-IF
           IF WS-RUNCTL-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: run-control file runcontrol.dat could "
                       "not be opened (status " WS-RUNCTL-FILE-STATUS
                       ") -- cannot guard the shared PO history"
               MOVE "Y" TO WS-FATAL-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
           END-IF.

      *> A record left RUNNING by an abend is a real conflict too --
      *> that run's work may be half-applied -- so it blocks until
      *> an operator overrides with a reason.
       Check-Run-Conflicts.
           MOVE "N" TO WS-RUN-CONFLICT
           MOVE SPACES TO WS-CONFLICT-NAME
           MOVE LOW-VALUES TO RC-ProgramName
           START RunControlFile KEY IS NOT LESS THAN RC-ProgramName
               INVALID KEY
                   MOVE "Y" TO WS-RUNCTL-SCAN-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-RUNCTL-SCAN-EOF
           END-START
           PERFORM UNTIL WS-RUNCTL-SCAN-EOF = "Y"
               READ RunControlFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-RUNCTL-SCAN-EOF
                   NOT AT END
                       IF RC-Status = "RUNNING" AND
                               (WS-MY-UPDATER = "Y" OR
                                RC-UpdatesHistory = "Y")
                           MOVE "Y" TO WS-RUN-CONFLICT
                           MOVE RC-ProgramName TO WS-CONFLICT-NAME
                           MOVE "Y" TO WS-RUNCTL-SCAN-EOF
                       END-IF
               END-READ
           END-PERFORM.

       Read-Override-Reason.
           MOVE SPACES TO WS-OVERRIDE-REASON
           OPEN INPUT OverrideFile
           IF WS-OVERRIDE-FILE-STATUS = "00"
               READ OverrideFile INTO OverrideRecord
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE OverrideRecord TO WS-OVERRIDE-REASON
               END-READ
               CLOSE OverrideFile
           END-IF.

      *> The override answers exactly one start -- spent here, so a
      *> forgotten override file cannot quietly wave every later
      *> conflict through on a stale reason.
       Consume-Override-Reason.
           OPEN OUTPUT OverrideFile
           CLOSE OverrideFile.

       Write-Run-Control-Start.
           PERFORM Get-Run-Control-Stamp
           MOVE WS-MY-PROGRAM TO RC-ProgramName
           READ RunControlFile
               INVALID KEY
                   MOVE WS-MY-PROGRAM TO RC-ProgramName
                   PERFORM Fill-Run-Control-Start
                   WRITE RunControlRecord
               NOT INVALID KEY
                   PERFORM Fill-Run-Control-Start
                   REWRITE RunControlRecord
           END-READ
           MOVE "Y" TO WS-RUNCTL-REGISTERED.

       Fill-Run-Control-Start.
           MOVE "RUNNING" TO RC-Status
           MOVE WS-MY-UPDATER TO RC-UpdatesHistory
           MOVE WS-RC-STAMP TO RC-StartStamp
           MOVE SPACES TO RC-EndStamp
           MOVE ZERO TO RC-ReturnCode
           MOVE WS-OVERRIDE-REASON TO RC-OverrideReason.

      *> Only a run that got as far as registering marks itself
      *> ended; a crash between the two leaves RUNNING behind, which
      *> is exactly what makes the next start stop and ask.
       Register-Run-End.
           IF WS-RUNCTL-REGISTERED = "Y"
               MOVE WS-MY-PROGRAM TO RC-ProgramName
               READ RunControlFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM Get-Run-Control-Stamp
                       MOVE "ENDED" TO RC-Status
                       MOVE WS-RC-STAMP TO RC-EndStamp
                       MOVE RETURN-CODE TO RC-ReturnCode
                       REWRITE RunControlRecord
               END-READ
           END-IF
           IF WS-RUNCTL-FILE-STATUS = "00"
               CLOSE RunControlFile
           END-IF.

       Get-Run-Control-Stamp.
           ACCEPT WS-RC-STAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT WS-RC-STAMP-TIME FROM TIME
           MOVE WS-RC-STAMP-TIME(1:6) TO WS-RC-STAMP(9:6).
