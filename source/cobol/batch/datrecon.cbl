      * Matches DATAUDIT records with AUD-CALLER = 'DATBATCH' against
      * Q.RULE_AUDIT rows by rule, result, and timestamp, and reports
      * unmatched records on both sides. Driven by RECOPARM:
      *   DATE=YYYYMMDD     the business date to reconcile
      *                     (defaults to the BUSDATE control record's
      *                     business date, through DATBDGT)
      *
      * Both sides are selected by the business date they were
      * stamped under - AUD-BUSINESS-DATE and BUSINESS_DATE - so a
      * nightly that slips past midnight reconciles as one day.
      * Records and rows written before the business date was
      * carried fall back to their timestamp date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-PARM-KEYWORD          PIC X(12).
       01  WS-PARM-VALUE-TEXT       PIC X(20).
       01  WS-RECON-DATE            PIC X(08) VALUE SPACES.
       01  WS-AUD-DATE              PIC X(08).

       COPY DATBDGP.

       01  WS-DATAUDIT-STATUS       PIC X(02).
           88  WS-DATAUDIT-OK            VALUE '00'.
               DECLARE RECON-CURSOR CURSOR FOR
               SELECT RULE_CODE, RESULT_CODE, RUN_TIMESTAMP
                 FROM Q.RULE_AUDIT
                WHERE BUSINESS_DATE = :WS-RECON-DATE
                   OR (BUSINESS_DATE IS NULL
                  AND RUN_TIMESTAMP >= :WS-RECON-TS-LO
                  AND RUN_TIMESTAMP <= :WS-RECON-TS-HI)
           END-EXEC.

       PROCEDURE DIVISION.
      *
          0100-Read-Recoparm.
      * RECOPARM is optional - with no member (or no DATE= record)
      * the run reconciles the business date, which is what the
      * nightly wants.
           CALL 'DATBDGT' USING DATBDGT-PARMS.
           Move BG-BUSINESS-DATE to WS-RECON-DATE.
           if BG-No-Control
               Display 'WARNING-999: no BUSDATE control record -'
                   ' defaulting to the clock date'
           end-if.
           OPEN INPUT RECOPARM-FILE.
           if WS-RECOPARM-OK
               perform 0110-Read-Recoparm-Record
               AT END set WS-DATAUDIT-EOF to true
               NOT AT END
                   add 1 to WS-CT-AUDIT-READ
                   if AUD-BUSINESS-DATE is numeric
                       and AUD-BUSINESS-DATE > ZERO
                       Move AUD-BUSINESS-DATE to WS-AUD-DATE
                   else
                       Move AUD-TIMESTAMP(1:8) to WS-AUD-DATE
                   end-if
                   if AUD-CALLER = 'DATBATCH'
                       and WS-AUD-DATE = WS-RECON-DATE
                       add 1 to WS-CT-AUDIT-BATCH
                       perform 2200-Find-DB2-Match
                           thru 2200-Find-DB2-Match-Exit
