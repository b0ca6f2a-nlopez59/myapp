      *
      * REPORT answers the auditor's "what ran on March 3rd" - point
      * the DATAUDIT DD at an archive generation and it lists every
      * record for REPORT-DATE. A record belongs to the business
      * date it was stamped under (AUD-BUSINESS-DATE), or to its
      * timestamp date when it was written before that was carried.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DATAUDIT.

       FD  AUDKEEP-FILE.
       01  AUDKEEP-RECORD           PIC X(77).

       FD  AUDARCH-FILE.
       01  AUDARCH-RECORD           PIC X(77).

      * Unloaded Q.RULE_AUDIT rows, in the RULEAUD host-variable
      * column order, so the archived DB2 side stays readable next to
           88  WS-FUNC-REPORT            VALUE 'R'.
       01  WS-CUTOFF-DATE           PIC X(08) VALUE SPACES.
       01  WS-REPORT-DATE           PIC X(08) VALUE SPACES.
       01  WS-AUD-DATE              PIC X(08).
       01  WS-ARCHDSN               PIC X(44) VALUE SPACES.

      * Date range of the records actually archived this cut, for
           READ DATAUDIT-FILE
               AT END set WS-DATAUDIT-EOF to true
               NOT AT END
                   if AUD-BUSINESS-DATE is numeric
                       and AUD-BUSINESS-DATE > ZERO
                       Move AUD-BUSINESS-DATE to WS-AUD-DATE
                   else
                       Move AUD-TIMESTAMP(1:8) to WS-AUD-DATE
                   end-if
                   if WS-AUD-DATE = WS-REPORT-DATE
                       Display 'Rule ' AUD-RULE
                           ' result ' AUD-RESULT
                           ' caller ' AUD-CALLER
