      *> updates, suspensions and reinstatements, an error file for
      *> malformed or conflicting transactions, and a before/after
      *> audit report of every record touched. Onboarding a partner
      *> is a master-file add, not a shrug -- and a partner still
      *> proving its 850s is put into certification until the EDI
      *> coordinator signs it off and makes it active.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
       FD TransFile.
      *> "A" adds, "U" updates name/permissions/limit (blank fields
      *> keep their current value), "S" suspends, "T" puts the
      *> partner into certification, "R" reinstates a suspended
      *> partner or signs off a certifying one, making it active.
       01 TransRecord.
           05 BT-Action            PIC X(01).
           05 FILLER               PIC X.
                       PERFORM Apply-Suspension
                   WHEN "R"
                       PERFORM Apply-Reinstatement
                   WHEN "T"
                       PERFORM Apply-Certification
                   WHEN OTHER
                       MOVE "N" TO WS-VALID-RECORD
                       MOVE "BADACTION" TO WS-REASON-CODE
               MOVE "N" TO WS-VALID-RECORD
               MOVE "NOBUYER" TO WS-REASON-CODE
           ELSE
               IF BM-StatusFlag NOT = "S" AND BM-StatusFlag NOT = "T"
                   MOVE "N" TO WS-VALID-RECORD
                   MOVE "NOTSUSPENDED" TO WS-REASON-CODE
               ELSE
               END-IF
           END-IF.

      *> A partner in certification has its 850s fully validated and
      *> acknowledged but nothing booked or routed downstream, so a
      *> live partner can be put back through it after a platform
      *> change as well as a new one before its first live order.
       Apply-Certification.
           PERFORM Read-Buyer-Master
           IF WS-BUYER-FOUND = "N"
               MOVE "N" TO WS-VALID-RECORD
               MOVE "NOBUYER" TO WS-REASON-CODE
           ELSE
               IF BM-StatusFlag = "T"
                   MOVE "N" TO WS-VALID-RECORD
                   MOVE "ALREADYTEST" TO WS-REASON-CODE
               ELSE
                   MOVE "T" TO BM-StatusFlag
                   REWRITE BuyerMasterRecord
                   PERFORM Write-Audit-Detail
               END-IF
           END-IF.

       Validate-Attributes.
           IF BT-Allow860 NOT = "Y" AND BT-Allow860 NOT = "N"
                   AND BT-Allow860 NOT = SPACE
