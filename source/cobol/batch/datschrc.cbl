      * matches it against the day's DATAUDIT records, and raises
      * an ALERTDS item (rule code, result 904) for every
      * due-but-absent rule. RC 4 = absences found. Run as an
      * end-of-day step after the nightly completes. A rule outside
      * its RT-EFFECTIVE-FROM/RT-RETIRE-ON window is not due - the
      * run skipped it on purpose - so a retired rule is never
      * reported missing.
      *
      * "Tonight" is the business date from the BUSDATE control
      * record (DATBDTE, through DATBDGT), and a DATAUDIT record
      * counts for the date it was stamped under, AUD-BUSINESS-DATE
      * - a nightly that slips past midnight still reconciles
      * against the day it ran for. Records written before the
      * business date was carried fall back to the timestamp date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       01  WS-RUN-DATE              PIC 9(08).
       01  WS-RUN-MMDD              PIC X(04).
       01  WS-AUD-DATE              PIC 9(08).
       01  WS-CURRENT-DATE          PIC 9(08).
       01  WS-CURRENT-TIME          PIC 9(08).
       01  WS-CURRENT-TIMESTAMP     PIC X(14).

                   88  WS-RC-DUE             VALUE 'Y'.
               10  WS-RC-RAN-SW         PIC X(01).
                   88  WS-RC-RAN             VALUE 'Y'.
               10  WS-RC-EFFECTIVE-FROM PIC 9(08).
               10  WS-RC-RETIRE-ON      PIC 9(08).
       01  WS-RECON-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-RULE-SUB              PIC 9(04) COMP VALUE ZERO.

       01  WS-CT-DUE                PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-RAN                PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-ABSENT             PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-OUT-OF-WINDOW      PIC 9(05) COMP-3 VALUE ZERO.

      * Alert record staged and written FROM it, mirroring the
      * ALERTDS copybook field for field - same pattern as DATBATCH.
           05  WS-AW-FIRST-SEEN     PIC X(14).
           05  WS-AW-OCCUR-COUNT    PIC 9(05).

       COPY DATBDGP.

       PROCEDURE DIVISION.
          0000-Mainline.
           CALL 'DATBDGT' USING DATBDGT-PARMS.
           Move BG-BUSINESS-DATE to WS-RUN-DATE.
           if BG-No-Control
               Display 'WARNING-999: no BUSDATE control record -'
                   ' reconciling the clock date ' WS-RUN-DATE
           end-if.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-TIMESTAMP(1:8).
           MOVE WS-CURRENT-TIME TO WS-CURRENT-TIMESTAMP(9:6).
           Move WS-RUN-DATE(5:4) to WS-RUN-MMDD.
           perform 1000-Load-Rule-Table
                         to WS-RC-FREQ-VALUE(RC-IDX)
                       Move 'N' to WS-RC-DUE-SW(RC-IDX)
                       Move 'N' to WS-RC-RAN-SW(RC-IDX)
      * A blank date (a pre-conversion row) is no bound, like zero.
                       Move zero to WS-RC-EFFECTIVE-FROM(RC-IDX)
                                    WS-RC-RETIRE-ON(RC-IDX)
                       if RT-EFFECTIVE-FROM is numeric
                           Move RT-EFFECTIVE-FROM
                             to WS-RC-EFFECTIVE-FROM(RC-IDX)
                       end-if
                       if RT-RETIRE-ON is numeric
                           Move RT-RETIRE-ON
                             to WS-RC-RETIRE-ON(RC-IDX)
                       end-if
                   else
                       Display 'ERROR-999: RULETAB row for rule '
                           RT-RULE-NUM ' ignored - table is full'
      *
          3100-Derive-One-Rule.
           Move 'Y' to WS-RC-DUE-SW(WS-RULE-SUB).
      * Outside its effective window the run skips the rule with or
      * without a calendar record, so neither is it due here.
           if (WS-RC-EFFECTIVE-FROM(WS-RULE-SUB) > ZERO
                   and WS-RUN-DATE
                       < WS-RC-EFFECTIVE-FROM(WS-RULE-SUB))
               or (WS-RC-RETIRE-ON(WS-RULE-SUB) > ZERO
                   and WS-RUN-DATE
                       not < WS-RC-RETIRE-ON(WS-RULE-SUB))
               Move 'N' to WS-RC-DUE-SW(WS-RULE-SUB)
               add 1 to WS-CT-OUT-OF-WINDOW
               GO TO 3100-Derive-One-Rule-Exit
           end-if.
           if not WS-Cal-Found
               GO TO 3100-Derive-One-Rule-Exit
           end-if.
           READ DATAUDIT-FILE
               AT END set WS-DATAUDIT-EOF to true
               NOT AT END
                   if AUD-BUSINESS-DATE is numeric
                       and AUD-BUSINESS-DATE > ZERO
                       Move AUD-BUSINESS-DATE to WS-AUD-DATE
                   else
                       Move AUD-TIMESTAMP(1:8) to WS-AUD-DATE
                   end-if
                   if WS-AUD-DATE = WS-RUN-DATE
                       set RC-IDX to 1
                       search WS-RC-ENTRY
                           at end continue
               until WS-RULE-SUB > WS-RECON-COUNT.
           Display '------------------------------------------------'.
           Display '  Rules due today. . . . . . . : ' WS-CT-DUE.
           Display '  Not in effect today. . . . . : '
               WS-CT-OUT-OF-WINDOW.
           Display '  Due rules that ran . . . . . : ' WS-CT-RAN.
           Display '  Due but absent . . . . . . . : '
               WS-CT-ABSENT.
