               10  WS-RT-FREQ-VALUE     PIC X(08).
               10  WS-RT-PREREQ-RULE    PIC X(04).
               10  WS-RT-RETRY-MAX      PIC 9(01).
               10  WS-RT-EFFECTIVE-FROM PIC 9(08).
               10  WS-RT-RETIRE-ON      PIC 9(08).
       01  WS-RULETAB-COUNT         PIC 9(04) COMP VALUE ZERO.
      * A catalog past the table limit refuses the load outright -
      * a rule that exists but quietly doesn't run is worse than a
       01  WS-TABLE-OVERFLOW-SW     PIC X(01) VALUE 'N'.
           88  WS-TABLE-OVERFLOW         VALUE 'Y' FALSE 'N'.
       01  WS-CURRENT-EXPECTED      PIC 9(03) VALUE ZERO.
      * A rule is dispatched only on a date inside its effective-from
      * / retire-on window - the caller's business date when it
      * passes one in WS-RULE-DATE, the BUSDATE control record's
      * business date otherwise (DATBDGT - the clock date where
      * there is no record). The same date is stamped on the audit
      * record and keys the AUDSUMM daily summary.
       01  WS-WINDOW-DATE           PIC 9(08) VALUE ZERO.
       01  WS-CALL-BUS-DATE         PIC 9(08) VALUE ZERO.
           COPY DATBDGP.
       01  WS-IN-EFFECT-SW          PIC X(01) VALUE 'Y'.
           88  WS-RULE-IN-EFFECT         VALUE 'Y' FALSE 'N'.

       01  WS-DATAUDIT-STATUS       PIC X(02).
           88  WS-DATAUDIT-OK            VALUE '00'.
      * each audited call chains the new record from it, and the
      * anchor is rewritten after every append. The check value is
      * the prior check times 31 plus the byte sum of the record's
      * original 51 bytes (plus its business date, where it carries
      * one) plus the sequence number, mod 999999989 - DATAVRF
      * recomputes exactly this.
       01  WS-AUDANCHR-STATUS       PIC X(02).
           88  WS-AUDANCHR-OK            VALUE '00'.
       01  WS-ANCHOR-RRN            PIC 9(04) COMP VALUE 1.
           else
               perform 2000-Find-Rule
               if WS-Rule-Found
                   perform 2200-Check-Window
                       thru 2200-Check-Window-Exit
               end-if
               if WS-Rule-Found and WS-Rule-In-Effect
                   perform 2500-Dispatch-Rule
               end-if
               if WS-Rule-Found and not WS-Rule-In-Effect
                   perform Not-In-Effect-Rule
               end-if
               if WS-Rule-Not-Found
                   perform None-Supported-Rule
               end-if
           end-if.
               end-search
           end-if.
           Exit Paragraph.
      *
          2150-Set-Business-Date.
           if WS-RULE-DATE is numeric
               and WS-RULE-DATE not = '00000000'
               Move WS-RULE-DATE to WS-CALL-BUS-DATE
           else
               CALL 'DATBDGT' USING DATBDGT-PARMS
               Move BG-BUSINESS-DATE to WS-CALL-BUS-DATE
           end-if.
           Exit Paragraph.
          2150-Set-Business-Date-Exit.
           Exit Paragraph.
      *
          2200-Check-Window.
      * RT-IDX still points at the row 2000-Find-Rule matched. A zero
      * or blank date leaves that side of the window open, so a rule
      * converted without dates stays in effect as before.
           set WS-Rule-In-Effect to true.
           perform 2150-Set-Business-Date
               thru 2150-Set-Business-Date-Exit.
           Move WS-CALL-BUS-DATE to WS-WINDOW-DATE.
           if WS-RT-EFFECTIVE-FROM(RT-IDX) is numeric
               and WS-RT-EFFECTIVE-FROM(RT-IDX) > ZERO
               and WS-WINDOW-DATE < WS-RT-EFFECTIVE-FROM(RT-IDX)
               set WS-Rule-In-Effect to false
           end-if.
           if WS-RT-RETIRE-ON(RT-IDX) is numeric
               and WS-RT-RETIRE-ON(RT-IDX) > ZERO
               and WS-WINDOW-DATE not < WS-RT-RETIRE-ON(RT-IDX)
               set WS-Rule-In-Effect to false
           end-if.
           Exit Paragraph.
          2200-Check-Window-Exit.
           Exit Paragraph.
      *
          2500-Dispatch-Rule.
      * A fresh diagnostic block for every dispatch, so a rule that
           Display 'ERROR-999: Rule ' WS-Rule ' is not supported'.
           Move 999 to WS-RESULT.
           Exit Paragraph.
      *
          Not-In-Effect-Rule.
      * Known to RULETAB but not yet live or already retired on this
      * date - 997, distinct from an unknown rule's 999.
           Display 'ERROR-997: Rule ' WS-Rule ' is not in effect on '
               WS-WINDOW-DATE ' (effective '
               WS-RT-EFFECTIVE-FROM(RT-IDX) ' retire '
               WS-RT-RETIRE-ON(RT-IDX) ')'.
           Move 997 to WS-RESULT.
           Move 'RULE NOT IN EFFECT' to WS-MSG1.
           Exit Paragraph.
      *
          Missing-Parm-Error.
           Display 'ERROR-999: No rule passed in PARM'.
           Move WS-CALLER to AUD-CALLER.
           Move WS-RUN-ID to AUD-RUN-ID.
           Move WS-RULE-VERSION to AUD-RULE-VERSION.
           perform 2150-Set-Business-Date
               thru 2150-Set-Business-Date-Exit.
           Move WS-CALL-BUS-DATE to AUD-BUSINESS-DATE.
           perform 4600-Chain-Audit-Record
               thru 4600-Chain-Audit-Record-Exit.
      * Opened on the first audited call and held for the rest of
               compute WS-CHAIN-SUM = WS-CHAIN-SUM
                   + function ord(DATAUDIT-RECORD(WS-CHAIN-SUB:1))
           end-perform.
           if AUD-BUSINESS-DATE is numeric
               add AUD-BUSINESS-DATE to WS-CHAIN-SUM
           end-if.
           compute WS-CHAIN-CHECK = function mod(
               WS-CHAIN-CHECK * 31 + WS-CHAIN-SUM + WS-CHAIN-SEQ,
               999999989).
           Exit Paragraph.
      *
          4500-Bump-Daily-Summary.
      * The AUDSUMM record for the business date and this rule gets
      * the call counted the moment the audit record lands, so DAT2
      * never rescans the trail. The summary is bookkeeping over the
      * trail, never the trail itself - a missing AUDSUMM DD only
      * costs the shortcut.
           if not WS-Summ-Open
                   WS-AUDSUMM-STATUS ' - daily summary not bumped'
               GO TO 4500-Bump-Daily-Summary-Exit
           end-if.
           Move AUD-BUSINESS-DATE to AS-DATE.
           Move WS-Rule           to AS-RULE.
           READ AUDSUMM-FILE
               INVALID KEY
                   Move AUD-BUSINESS-DATE to AS-DATE
                   Move WS-Rule           to AS-RULE
                   Move zero to AS-RUN-COUNT AS-ERROR-COUNT
           end-read.
           add 1 to AS-RUN-COUNT.
