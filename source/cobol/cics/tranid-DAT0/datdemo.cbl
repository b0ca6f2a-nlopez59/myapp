       COPY DATHIST.
       COPY RULETAB.
       COPY DATAUTH.
       COPY DATBDTE.
       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-CURRENT-DATE      PIC 9(08).
       01  WS-CURRENT-TIME      PIC 9(08).
       01  WS-CURRENT-TIMESTAMP PIC X(14).
      * Business date the rule is run for, from the BUSDATE control
      * record (DATBDTE): the override date while one is in force,
      * the clock date where there is no record.
       01  WS-BUSINESS-DATE     PIC 9(08) VALUE ZERO.
       01  WS-BUSDATE-RRN       PIC S9(08) COMP VALUE 1.

       01  WS-RESP          PIC S9(08) COMP.
       01  WS-RESP2         PIC S9(08) COMP.
       01  WS-MAP-ERR-RESP  PIC Z(7)9.
       01  WS-MAP-ERR-LINE  PIC X(45).

      * Before/after images held for the pending-change record while
      * the maintenance action reuses the RULETAB record area.
       01  WS-CHG-BEFORE    PIC X(107).
       01  WS-CHG-AFTER     PIC X(107).
       01  WS-CHG-ACTION    PIC X(01).
       01  WS-WINDOW-ERROR-SW PIC X(01) VALUE 'N'.
           88  WS-Window-Error     VALUE 'Y' FALSE 'N'.
       01  WS-CHG-USERID    PIC X(08).
       01  WS-PEND-FOUND-SW PIC X(01) VALUE 'N'.
           88  WS-PEND-FOUND    VALUE 'Y' FALSE 'N'.

      * Authority of the signed-on operator for the requested
      * maintenance action, from the OPERAUTH file.
       01  WS-AUTH-USERID   PIC X(08).
       01  WS-AUTH-OK-SW    PIC X(01) VALUE 'N'.
           88  WS-AUTH-OK       VALUE 'Y' FALSE 'N'.
       COPY DATPCHG.

       01  DATCOMM-AREA.
           COPY DATCOMM.
           Move HII(6:25) to WS-RULE-ARGS(1:25).
           Move 'DATDEMO' to WS-CALLER.
           Move 'N' to WS-SIMULATE-FLAG.
           perform 3050-Read-Business-Date
               thru 3050-Read-Business-Date-Exit.
           Move WS-BUSINESS-DATE to WS-RULE-DATE.
      * Ad hoc caller - a fresh catalog load every call, so a DAT0
      * maintenance change shows up on the very next run.
           Move 'Y' to WS-REFRESH-FLAG.
           Exit Paragraph.
          3000-Run-Rule-Exit.
           Exit Paragraph.
      *
          3050-Read-Business-Date.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
           Move 1 to WS-BUSDATE-RRN.
           EXEC CICS READ FILE('BUSDATE')
                     INTO(BUSDATE-RECORD)
                     RIDFLD(WS-BUSDATE-RRN)
                     RRN
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               GO TO 3050-Read-Business-Date-Exit
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
          3050-Read-Business-Date-Exit.
           Exit Paragraph.
      *
          3100-Lookup-Result-Desc.
           Move WS-RESULT to WS-RESULT-EDIT.
      * for an add, the dispatch program name for RT-PARA-NAME in
      * HII(4:8) - the program a RULETAB row names is CALLed
      * dynamically by DATSUB, so an add with no program name would
      * never be dispatchable. HII(12:8) and HII(20:8) carry the
      * rule's effective-from and retire-on dates (see 5050).
      * RULETAB is production, so nothing keyed here changes it
      * directly: the before and after images go to PENDCHG and the
      * change takes effect only when a second, different user
      * approves it on DATV (DATAPRV), which also writes RULECHG.
           perform 4500-Check-Authority
               thru 4500-Check-Authority-Exit.
           if not WS-Auth-Ok
                   if HII(4:8) = SPACES
                       Move 'PROGRAM NAME REQUIRED IN HII(4:8)'
                           to HIO
                       GO TO 5000-Maintain-Rule-Exit
                   end-if
                   EXEC CICS READ FILE('RULETAB')
                             INTO(RULETAB-RECORD)
                             RIDFLD(RT-RULE-NUM)
                             RESP(WS-RESP)
                   END-EXEC
                   if WS-RESP = DFHRESP(NORMAL)
                       Move 'RULE ALREADY ON RULETAB' to HIO
                       GO TO 5000-Maintain-Rule-Exit
                   end-if
                   Move HIK(1:4) to RT-RULE-NUM
                   Move HII(4:8) to RT-PARA-NAME
                   Move 'Added interactively from DAT0'
                       to RT-DESCRIPTION
                   Move HII(1:3) to RT-EXPECTED-RSLT
      * New rules default to the daily schedule - the frequency
      * columns are set by the scheduling group in batch, not here.
                   Move 'D' to RT-FREQ-CODE
                   Move SPACES to RT-FREQ-VALUE
      * No prerequisite and no retries on an interactive add - the
      * scheduling group sets those columns in batch, like the
      * frequency, and the record area must not leak a prior read.
                   Move SPACES to RT-PREREQ-RULE
                   Move ZERO to RT-RETRY-MAX
                   Move ZERO to RT-EFFECTIVE-FROM RT-RETIRE-ON
                   perform 5050-Apply-Window
                       thru 5050-Apply-Window-Exit
                   if WS-Window-Error
                       GO TO 5000-Maintain-Rule-Exit
                   end-if
                   Move SPACES to WS-CHG-BEFORE
                   Move RULETAB-RECORD to WS-CHG-AFTER
                   Move 'A' to WS-CHG-ACTION
               when 'C'
                   EXEC CICS READ FILE('RULETAB')
                             INTO(RULETAB-RECORD)
                             RIDFLD(RT-RULE-NUM)
                             RESP(WS-RESP)
                   END-EXEC
                   if WS-RESP not = DFHRESP(NORMAL)
                       Move 'RULE NOT FOUND' to HIO
                       GO TO 5000-Maintain-Rule-Exit
                   end-if
                   Move RULETAB-RECORD to WS-CHG-BEFORE
                   if HII(1:3) not = SPACES
                       Move HII(1:3) to RT-EXPECTED-RSLT
                   end-if
                   perform 5050-Apply-Window
                       thru 5050-Apply-Window-Exit
                   if WS-Window-Error
                       GO TO 5000-Maintain-Rule-Exit
                   end-if
                   Move RULETAB-RECORD to WS-CHG-AFTER
                   Move 'C' to WS-CHG-ACTION
               when 'D'
      * Read first so the pending change carries the image the
      * delete is about to destroy.
                   EXEC CICS READ FILE('RULETAB')
                             INTO(RULETAB-RECORD)
                             RIDFLD(RT-RULE-NUM)
                             RESP(WS-RESP)
                   END-EXEC
                   if WS-RESP not = DFHRESP(NORMAL)
                       Move 'RULE NOT FOUND' to HIO
                       GO TO 5000-Maintain-Rule-Exit
                   end-if
                   Move RULETAB-RECORD to WS-CHG-BEFORE
                   Move SPACES to WS-CHG-AFTER
                   Move 'D' to WS-CHG-ACTION
               when other
                   Move 'INVALID MAINTENANCE ACTION' to HIO
                   GO TO 5000-Maintain-Rule-Exit
           end-evaluate.
           perform 5100-Queue-Pending-Change
               thru 5100-Queue-Pending-Change-Exit.
           Exit Paragraph.
          5000-Maintain-Rule-Exit.
           Exit Paragraph.
      *
          5050-Apply-Window.
      * HII(12:8) is the effective-from date and HII(20:8) the
      * retire-on date, both CCYYMMDD. Either is applied only when
      * keyed as eight digits - 00000000 clears that side of the
      * window, anything else leaves the column as it was.
           set WS-Window-Error to false.
           if HII(12:8) is numeric
               Move HII(12:8) to RT-EFFECTIVE-FROM
           end-if.
           if HII(20:8) is numeric
               Move HII(20:8) to RT-RETIRE-ON
           end-if.
           if RT-EFFECTIVE-FROM is not numeric
               Move ZERO to RT-EFFECTIVE-FROM
           end-if.
           if RT-RETIRE-ON is not numeric
               Move ZERO to RT-RETIRE-ON
           end-if.
           if RT-EFFECTIVE-FROM > ZERO and RT-RETIRE-ON > ZERO
               and RT-RETIRE-ON not > RT-EFFECTIVE-FROM
               Move 'RETIRE-ON MUST FOLLOW EFFECTIVE' to HIO
               set WS-Window-Error to true
           end-if.
           Exit Paragraph.
          5050-Apply-Window-Exit.
           Exit Paragraph.
      *
          4500-Check-Authority.
      * Anyone who can reach DAT0 can still inquire, but a
          4500-Check-Authority-Exit.
           Exit Paragraph.
      *
          5100-Queue-Pending-Change.
      * One PENDCHG record per rule. A change already waiting for
      * the rule blocks this one - the approver must never be
      * looking at a before image a second request has overtaken.
      * A resolved record (approved, rejected, expired) is simply
      * replaced.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-TIMESTAMP(1:8).
           EXEC CICS ASSIGN USERID(WS-CHG-USERID)
                     RESP(WS-RESP)
           END-EXEC.
           Move HIK(1:4) to PC-RULE-NUM.
           EXEC CICS READ FILE('PENDCHG')
                     INTO(PENDCHG-RECORD)
                     RIDFLD(PC-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.
           evaluate true
               when WS-RESP = DFHRESP(NORMAL) and PC-Pending
                   EXEC CICS UNLOCK FILE('PENDCHG')
                             RESP(WS-RESP)
                   END-EXEC
                   Move SPACES to HIO
                   STRING 'CHANGE BY ' PC-REQ-USER ' PENDING'
                          DELIMITED BY SIZE INTO HIO
                   GO TO 5100-Queue-Pending-Change-Exit
               when WS-RESP = DFHRESP(NORMAL)
                   set WS-Pend-Found to true
               when other
                   set WS-Pend-Found to false
           end-evaluate.
           Move HIK(1:4)             to PC-RULE-NUM.
           set PC-Pending to true.
           Move WS-CHG-ACTION        to PC-ACTION.
           Move WS-CHG-USERID        to PC-REQ-USER.
           Move EIBTRMID             to PC-REQ-TERMINAL.
           Move WS-CURRENT-TIMESTAMP to PC-REQ-TIMESTAMP.
           Move SPACES               to PC-RVW-USER PC-RVW-TIMESTAMP
                                        PC-REASON.
           Move WS-CHG-BEFORE        to PC-BEFORE-IMAGE.
           Move WS-CHG-AFTER         to PC-AFTER-IMAGE.
           if WS-Pend-Found
               EXEC CICS REWRITE FILE('PENDCHG')
                         FROM(PENDCHG-RECORD)
                         RESP(WS-RESP)
               END-EXEC
           else
               EXEC CICS WRITE FILE('PENDCHG')
                         FROM(PENDCHG-RECORD)
                         RIDFLD(PC-KEY)
                         RESP(WS-RESP)
               END-EXEC
           end-if.
           if WS-RESP not = DFHRESP(NORMAL)
               Display 'ERROR-999: PENDCHG write failed, RESP='
                   WS-RESP ' - rule ' PC-RULE-NUM
               Move 'CHANGE NOT QUEUED' to HIO
               GO TO 5100-Queue-Pending-Change-Exit
           end-if.
           evaluate WS-CHG-ACTION
               when 'A'
                   Move 'ADD QUEUED FOR APPROVAL' to HIO
               when 'C'
                   Move 'CHANGE QUEUED FOR APPROVAL' to HIO
               when other
                   Move 'DELETE QUEUED FOR APPROVAL' to HIO
           end-evaluate.
           Exit Paragraph.
          5100-Queue-Pending-Change-Exit.
           Exit Paragraph.
      *
          9000-Send-Map-Error.
