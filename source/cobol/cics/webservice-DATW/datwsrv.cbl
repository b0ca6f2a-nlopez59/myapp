      * requesting application as WS-CALLER, and answered with the
      * result code and its DATRSLT description:
      *   RESULT=nnn DESC=... MSG=...
      * Every outcome, refusals included, is also published to the
      * DAT/OUTCOME topic through DATPUB; one the topic refuses is
      * appended to the PUBDLTR ESDS for the DATPBRP replay and the
      * caller is answered all the same.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       COPY DATRSLT.
       COPY RULETAB.
       COPY DATAUDIT.
       COPY DATBDTE.
       COPY DATAANCH.
       COPY DATASUM.
       COPY DATENTL.
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
           88  WS-RULE-VALID    VALUE 'Y' FALSE 'N'.
       01  WS-ENTITLED-SW   PIC X(01) VALUE 'N'.
           88  WS-ENTITLED      VALUE 'Y' FALSE 'N'.
      * A catalogued rule outside its effective-from/retire-on window
      * is answered 997, not dispatched.
       01  WS-IN-EFFECT-SW  PIC X(01) VALUE 'N'.
           88  WS-RULE-IN-EFFECT VALUE 'Y' FALSE 'N'.

      * REQID= turns the call into a status inquiry against the
      * REQSTAT file the DATQ event service maintains - no rule is
               when not WS-Entitled
                   Move 998 to WS-RESULT
                   Move 'CALLER NOT ENTITLED' to WS-MSG1
               when not WS-Rule-In-Effect
                   Move 997 to WS-RESULT
                   Move 'RULE NOT IN EFFECT' to WS-MSG1
               when other
                   perform 3000-Dispatch-Rule
                       thru 3000-Dispatch-Rule-Exit
           end-evaluate.
           perform 4000-Write-Audit thru 4000-Write-Audit-Exit.
           perform 4800-Publish-Outcome
               thru 4800-Publish-Outcome-Exit.
           perform 5000-Send-Response
               thru 5000-Send-Response-Exit.
           set PB-Disconnect to true.
           CALL 'DATPUB' USING DATPUB-PARMS.
           EXEC CICS RETURN END-EXEC.
      *
          1000-Receive-Request.
           Move SPACES to WS-Rule WS-RULE-ARGS WS-MSG1.
           Move ZERO   to WS-RESULT.
           Move 'N'    to WS-SIMULATE-FLAG.
           perform 1050-Read-Business-Date
               thru 1050-Read-Business-Date-Exit.
           Move WS-BUSINESS-DATE to WS-RULE-DATE.
           Move SPACES to WS-RUN-ID WS-RULE-VERSION.
           Move 'WEBCLNT' to WS-CALLER.
           Move SPACES to WS-REQID.
      * Zero until a dispatched rule fills it - a refused call
      * publishes zero counts.
           Move zero   to WS-DIAG-RECORDS WS-DIAG-EXCEPTIONS
                          WS-DIAG-MSG-COUNT.
           Move spaces to WS-DIAG-MSG(1) WS-DIAG-MSG(2)
                          WS-DIAG-MSG(3) WS-DIAG-MSG(4)
                          WS-DIAG-MSG(5).
           perform 1100-Scan-Keywords thru 1100-Scan-Keywords-Exit.
           Exit Paragraph.
          1000-Receive-Request-Exit.
           Exit Paragraph.
      *
          1050-Read-Business-Date.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
           Move 1 to WS-BUSDATE-RRN.
           EXEC CICS READ FILE('BUSDATE')
                     INTO(BUSDATE-RECORD)
                     RIDFLD(WS-BUSDATE-RRN)
                     RRN
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               GO TO 1050-Read-Business-Date-Exit
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
          1050-Read-Business-Date-Exit.
           Exit Paragraph.
      *
          1100-Scan-Keywords.
           perform 1110-Scan-One-Position
           END-EXEC.
           if WS-RESP = DFHRESP(NORMAL)
               set WS-Rule-Valid to true
               perform 2100-Check-Window
                   thru 2100-Check-Window-Exit
           end-if.
           Exit Paragraph.
          2000-Validate-Rule-Exit.
           Exit Paragraph.
      *
          2100-Check-Window.
      * Held against the business date: RT-EFFECTIVE-FROM is the
      * first date the rule may run and RT-RETIRE-ON the first it
      * may not. A zero or blank date leaves that side of the
      * window open.
           set WS-Rule-In-Effect to true.
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
           Exit Paragraph.
          2100-Check-Window-Exit.
           Exit Paragraph.
      *
          2500-Check-Entitlement.
      * The caller system id must hold an ENTITLE record for this
           Move WS-CALLER to AUD-CALLER.
           Move SPACES    to AUD-RUN-ID.
           Move WS-RULE-VERSION to AUD-RULE-VERSION.
           Move WS-BUSINESS-DATE to AUD-BUSINESS-DATE.
           perform 4600-Chain-Audit-Record
               thru 4600-Chain-Audit-Record-Exit.
           Move zero to WS-AUD-RBA.
           perform 4610-Sum-One-Byte thru 4610-Sum-One-Byte-Exit
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
      * DAT2's summary covers web calls too without a trail scan.
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
          4500-Bump-Daily-Summary-Exit.
           Exit Paragraph.
      *
          4800-Publish-Outcome.
      * The same outcome message DATBATCH publishes, source DATW,
      * with no run id (a web call belongs to no DATBATCH run) and
      * the default department. DATPUB puts it outside syncpoint -
      * a refusal is captured, never a reason to fail the call.
           Move SPACES               to PB-MESSAGE.
           Move WS-Rule              to PM-RULE.
           Move WS-RESULT            to PM-RESULT.
           Move SPACES               to PM-RUN-ID.
           Move '000'                to PM-DEPT.
           Move WS-DIAG-RECORDS      to PM-DIAG-RECORDS.
           Move WS-DIAG-EXCEPTIONS   to PM-DIAG-EXCEPTIONS.
           Move WS-DIAG-MSG-COUNT    to PM-DIAG-MSG-COUNT.
           Move 'DATW'               to PM-SOURCE.
           Move WS-CALLER            to PM-CALLER.
           Move WS-CURRENT-TIMESTAMP to PM-TIMESTAMP.
           set PM-Replay             to false.
           Move SPACES               to PB-QMGR.
           set PB-Publish            to true.
           CALL 'DATPUB' USING DATPUB-PARMS.
           if not PB-Put-Failed
               GO TO 4800-Publish-Outcome-Exit
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
          4800-Publish-Outcome-Exit.
           Exit Paragraph.
      *
          5000-Send-Response.
           Move WS-RESULT to WS-RESULT-EDIT.
