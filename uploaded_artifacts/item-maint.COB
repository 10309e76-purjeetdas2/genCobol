      *> EDI850Processor validates PO lines against. Malformed or
      *> conflicting transactions go to their own error file, and
      *> every record touched is written to a before/after audit
      *> report for purchasing's contract-compliance trail. Each
      *> change is dated on the item so the buyers' changes-only
      *> price catalog can pick it up.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01 WS-ITEM-MASTER-FILE-STATUS PIC XX VALUE "00".
       01 WS-ITEM-FOUND            PIC X VALUE "N".
       01 WS-RUN-DATE              PIC X(08).

      *> The feed carries the price and conversion factor as
      *> unvalidated characters; they are only moved through these

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT TransFile.
           OPEN OUTPUT ErrorFile.
           OPEN OUTPUT AuditReportFile.
                   MOVE 1 TO IM-PriceCount
                   MOVE IT-EffDate TO IM-EffDate(1)
                   MOVE WS-PRICE-9 TO IM-Price(1)
                   MOVE WS-RUN-DATE TO IM-AddDate
                   PERFORM Stamp-Item-Change
                   WRITE ItemMasterRecord
                   ADD 1 TO WS-ADDS-APPLIED
      *> An add has no before-image; show zeros and a blank flag so
                       END-IF
                   END-IF
                   IF WS-VALID-RECORD = "Y"
                       PERFORM Stamp-Item-Change
                       REWRITE ItemMasterRecord
                       ADD 1 TO WS-CHANGES-APPLIED
                       PERFORM Write-Audit-Detail
                           ELSE
                               PERFORM Insert-Price-Entry
                           END-IF
                           PERFORM Stamp-Item-Change
                           REWRITE ItemMasterRecord
                           ADD 1 TO WS-CHANGES-APPLIED
                           PERFORM Write-Audit-Detail
                   MOVE "ALREADYINACTIVE" TO WS-REASON-CODE
               ELSE
                   MOVE "N" TO IM-ActiveFlag
                   PERFORM Stamp-Item-Change
                   REWRITE ItemMasterRecord
                   ADD 1 TO WS-DEACTS-APPLIED
                   PERFORM Write-Audit-Detail
               END-IF
           END-IF.

      *> Every change a buyer's catalog shows is dated, so the next
      *> changes-only catalog knows to carry the item.
       Stamp-Item-Change.
           MOVE WS-RUN-DATE TO IM-ChangeDate
           MOVE IT-Action TO IM-ChangeAction.

       Validate-Price.
           IF IT-NewPrice IS NOT NUMERIC
               MOVE "N" TO WS-VALID-RECORD
