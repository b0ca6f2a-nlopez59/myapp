      * via DATSUBC. The outcome is written to the DATR reply
      * queue, and a DATAUDIT record is appended with the
      * requesting system as the caller so the normal audit trail
      * shows who asked - denials included. A rule outside its
      * RULETAB effective-from/retire-on window is answered 997 and
      * not dispatched. Every outcome, denials included, is also
      * published to the DAT/OUTCOME topic through DATPUB; one the
      * topic refuses is appended to the PUBDLTR ESDS for the
      * DATPBRP replay and the request carries on.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       COPY DATVARS.
       COPY DATEVRQ.
       COPY DATAUDIT.
       COPY DATBDTE.
       COPY DATAANCH.
       COPY DATASUM.
       COPY DATENTL.
       COPY RULETAB.
       COPY DATRQST.
       COPY DATPUBM.
       COPY DATPDLT.
       COPY DFHAID.

       01  WS-RESP          PIC S9(08) COMP.
       01  WS-CURRENT-DATE      PIC 9(08).
       01  WS-CURRENT-TIME      PIC 9(08).
       01  WS-CURRENT-TIMESTAMP PIC X(14).
      * Business date from the BUSDATE control record (DATBDTE) -
      * the override date while one is in force, the clock date
      * where there is no record - read per request, so a roll or
      * an override takes effect on the next request.
       01  WS-BUSINESS-DATE     PIC 9(08) VALUE ZERO.
       01  WS-BUSDATE-RRN       PIC S9(08) COMP VALUE 1.

      * RBA fullword handed back by the ESDS append.
       01  WS-AUD-RBA       PIC S9(08) COMP.
       01  WS-PUB-RBA       PIC S9(08) COMP.

      * Tamper-evident chaining (see DATAANCH): the AUDANCHR
      * single record is read for update, the new record chained
       01  WS-ASSIGN-SEQ        PIC 9(02) VALUE ZERO.
       01  WS-ENTITLED-SW       PIC X(01) VALUE 'N'.
           88  WS-ENTITLED          VALUE 'Y' FALSE 'N'.
       01  WS-IN-EFFECT-SW      PIC X(01) VALUE 'Y'.
           88  WS-RULE-IN-EFFECT    VALUE 'Y' FALSE 'N'.
      *
       PROCEDURE DIVISION.
          Mainline.
           Display 'DATEVNT: ' WS-CT-REQUESTS
               ' queued requests processed, ' WS-CT-DENIED
               ' denied'.
           set PB-Disconnect to true.
           CALL 'DATPUB' USING DATPUB-PARMS.
           EXEC CICS RETURN END-EXEC.
      *
          1000-Process-One-Request.
               thru 1500-Register-Request-Exit.
           perform 2000-Run-Rule thru 2000-Run-Rule-Exit.
           perform 3000-Write-Audit thru 3000-Write-Audit-Exit.
           perform 3900-Publish-Outcome
               thru 3900-Publish-Outcome-Exit.
           perform 3500-Complete-Request
               thru 3500-Complete-Request-Exit.
           perform 4000-Write-Reply thru 4000-Write-Reply-Exit.
               Move EV-SYSTEM to WS-CALLER
           end-if.
           Move 'N' to WS-SIMULATE-FLAG.
           perform 2050-Read-Business-Date
               thru 2050-Read-Business-Date-Exit.
           Move WS-BUSINESS-DATE to WS-RULE-DATE.
           Move 'Y' to WS-REFRESH-FLAG.
           Move SPACES to WS-RULE-VERSION.
      * A denied or out-of-window request never reaches DATSUBC,
      * which is what clears the diagnostic block - cleared here so
      * its published counts are not the previous request's.
           Move zero   to WS-DIAG-RECORDS WS-DIAG-EXCEPTIONS
                          WS-DIAG-MSG-COUNT.
           Move spaces to WS-DIAG-MSG(1) WS-DIAG-MSG(2)
                          WS-DIAG-MSG(3) WS-DIAG-MSG(4)
                          WS-DIAG-MSG(5).
           Display 'DATEVNT: Rule ' WS-Rule ' for ' WS-CALLER.
           perform 2500-Check-Entitlement
               thru 2500-Check-Entitlement-Exit.
           if WS-Entitled
               perform 2600-Check-Window
                   thru 2600-Check-Window-Exit
           end-if.
           evaluate true
               when not WS-Entitled
                   add 1 to WS-CT-DENIED
                   Move 998 to WS-RESULT
                   Move 'CALLER NOT ENTITLED' to WS-MSG1
               when not WS-Rule-In-Effect
                   Move 997 to WS-RESULT
                   Move 'RULE NOT IN EFFECT' to WS-MSG1
               when other
                   CALL 'DATSUBC' USING WS-PARAMETERS
           end-evaluate.
           Exit Paragraph.
          2000-Run-Rule-Exit.
           Exit Paragraph.
           Exit Paragraph.
          2500-Check-Entitlement-Exit.
           Exit Paragraph.
      *
          2050-Read-Business-Date.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
           Move 1 to WS-BUSDATE-RRN.
           EXEC CICS READ FILE('BUSDATE')
                     INTO(BUSDATE-RECORD)
                     RIDFLD(WS-BUSDATE-RRN)
                     RRN
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               GO TO 2050-Read-Business-Date-Exit
           end-if.
           if BD-OVERRIDE-DATE is numeric
               and BD-OVERRIDE-DATE > ZERO
               Move BD-OVERRIDE-DATE to WS-BUSINESS-DATE
           else
               if BD-BUSINESS-DATE is numeric
                   and BD-BUSINESS-DATE > ZERO
                   Move BD-BUSINESS-DATE to WS-BUSINESS-DATE
               end-if
           end-if.
           Exit Paragraph.
          2050-Read-Business-Date-Exit.
           Exit Paragraph.
      *
          2600-Check-Window.
      * The production RULETAB row says when the rule is live:
      * RT-EFFECTIVE-FROM is the first date it may run, RT-RETIRE-ON
      * the first it may not, and a zero or blank date leaves that
      * side open. No RULETAB row leaves the answer to DATSUBC.
           set WS-Rule-In-Effect to true.
           Move WS-Rule to RT-RULE-NUM.
           EXEC CICS READ FILE('RULETAB')
                     INTO(RULETAB-RECORD)
                     RIDFLD(RT-RULE-NUM)
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               GO TO 2600-Check-Window-Exit
           end-if.
           if RT-EFFECTIVE-FROM is numeric
               and RT-EFFECTIVE-FROM > ZERO
               and WS-BUSINESS-DATE < RT-EFFECTIVE-FROM
               set WS-Rule-In-Effect to false
           end-if.
           if RT-RETIRE-ON is numeric
               and RT-RETIRE-ON > ZERO
               and WS-BUSINESS-DATE not < RT-RETIRE-ON
               set WS-Rule-In-Effect to false
           end-if.
           if not WS-Rule-In-Effect
               Display 'DATEVNT: Rule ' WS-Rule ' not in effect on '
                   WS-BUSINESS-DATE ' - not dispatched'
           end-if.
           Exit Paragraph.
          2600-Check-Window-Exit.
           Exit Paragraph.
      *
          3000-Write-Audit.
      * Same record DATSUB's 4000-Write-Audit appends in batch, with
           Move WS-CALLER to AUD-CALLER.
           Move SPACES    to AUD-RUN-ID.
           Move WS-RULE-VERSION to AUD-RULE-VERSION.
           Move WS-BUSINESS-DATE to AUD-BUSINESS-DATE.
           perform 3700-Chain-Audit-Record
               thru 3700-Chain-Audit-Record-Exit.
           Move zero to WS-AUD-RBA.
           perform 3710-Sum-One-Byte thru 3710-Sum-One-Byte-Exit
               varying WS-CHAIN-SUB from 1 by 1
               until WS-CHAIN-SUB > 51.
           if AUD-BUSINESS-DATE is numeric
               add AUD-BUSINESS-DATE to WS-CHAIN-SUM
           end-if.
           compute WS-CHAIN-CHECK = function mod(
               WS-CHAIN-CHECK * 31 + WS-CHAIN-SUM + WS-CHAIN-SEQ,
               999999989).
      * The AUDSUMM per-rule daily count, bumped alongside the
      * audit append the same way DATSUB bumps it in batch, so
      * DAT2's summary covers event-driven calls too.
           Move AUD-BUSINESS-DATE to AS-DATE.
           Move WS-Rule           to AS-RULE.
           EXEC CICS READ FILE('AUDSUMM')
                     INTO(AUDSUMM-RECORD)
                     RIDFLD(AS-KEY)
                             RESP(WS-RESP)
                   END-EXEC
               when DFHRESP(NOTFND)
                   Move AUD-BUSINESS-DATE to AS-DATE
                   Move WS-Rule           to AS-RULE
                   Move 1    to AS-RUN-COUNT
                   Move zero to AS-ERROR-COUNT
                   if WS-RESULT >= 900
           Exit Paragraph.
          3600-Bump-Daily-Summary-Exit.
           Exit Paragraph.
      *
          3900-Publish-Outcome.
      * The same outcome message DATBATCH publishes, source DATQ,
      * with no run id (a queued request belongs to no DATBATCH
      * run) and the default department. DATPUB puts it outside
      * syncpoint - a refusal is captured, never a reason to hold
      * the reply.
           Move SPACES               to PB-MESSAGE.
           Move WS-Rule              to PM-RULE.
           Move WS-RESULT            to PM-RESULT.
           Move SPACES               to PM-RUN-ID.
           Move '000'                to PM-DEPT.
           Move WS-DIAG-RECORDS      to PM-DIAG-RECORDS.
           Move WS-DIAG-EXCEPTIONS   to PM-DIAG-EXCEPTIONS.
           Move WS-DIAG-MSG-COUNT    to PM-DIAG-MSG-COUNT.
           Move 'DATQ'               to PM-SOURCE.
           Move WS-CALLER            to PM-CALLER.
           Move WS-CURRENT-TIMESTAMP to PM-TIMESTAMP.
           set PM-Replay             to false.
           Move SPACES               to PB-QMGR.
           set PB-Publish            to true.
           CALL 'DATPUB' USING DATPUB-PARMS.
           if not PB-Put-Failed
               GO TO 3900-Publish-Outcome-Exit
           end-if.
           Move WS-CURRENT-TIMESTAMP to PL-TIMESTAMP.
           Move PB-COMP-CODE         to PL-COMP-CODE.
           Move PB-REASON            to PL-REASON.
           Move PB-MESSAGE           to PL-MESSAGE.
           Move zero to WS-PUB-RBA.
           EXEC CICS WRITE FILE('PUBDLTR')
                     FROM(PUBDLTR-RECORD)
                     RIDFLD(WS-PUB-RBA)
                     RBA
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP = DFHRESP(NORMAL)
               Display 'WARNING-999: Outcome for rule ' WS-Rule
                   ' not published, reason=' PL-REASON
                   ' - held in PUBDLTR for DATPBRP'
           else
               Display 'ERROR-999: PUBDLTR write failed, RESP='
                   WS-RESP ' - outcome message for rule ' WS-Rule
                   ' is lost'
           end-if.
           Exit Paragraph.
          3900-Publish-Outcome-Exit.
           Exit Paragraph.
      *
          4000-Write-Reply.
           Move WS-Rule              to EVR-RULE.
