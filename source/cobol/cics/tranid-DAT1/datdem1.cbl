
      * Before/after images held for the change-log record while the
      * maintenance action reuses the RULETAB record area.
       01  WS-CHG-BEFORE    PIC X(107).
       01  WS-CHG-AFTER     PIC X(107).
       01  WS-CHG-ACTION    PIC X(01).
       01  WS-WINDOW-ERROR-SW PIC X(01) VALUE 'N'.
           88  WS-Window-Error     VALUE 'Y' FALSE 'N'.
       01  WS-CHG-USERID    PIC X(08).
      * RBA fullword handed back by the ESDS append.
       01  WS-CHG-RBA       PIC S9(08) COMP.
           Move HII(6:25) to WS-RULE-ARGS(1:25).
           Move 'DATDEM1' to WS-CALLER.
           Move 'N' to WS-SIMULATE-FLAG.
           Move SPACES to WS-RULE-DATE.
           Move 'Y' to WS-REFRESH-FLAG.
           Move SPACES to WS-RUN-ID WS-RULE-VERSION.
           Display 'Calling DATSUB With Input RULE=' WS-Rule.
      * for an add, the dispatch program name for RT-PARA-NAME in
      * HII(4:8) - the program a RULETABT row names is CALLed
      * dynamically by DATSUBC, so an add with no program name would
      * never be dispatchable. HII(12:8) and HII(20:8) carry the
      * rule's effective-from and retire-on dates (see 5050).
           Move HIK(1:4) to RT-RULE-NUM.
           evaluate HIM
               when 'A'
      * record area must not leak a prior read.
                       Move SPACES to RT-PREREQ-RULE
                       Move ZERO to RT-RETRY-MAX
                       Move ZERO to RT-EFFECTIVE-FROM RT-RETIRE-ON
                       perform 5050-Apply-Window
                           thru 5050-Apply-Window-Exit
                       if WS-Window-Error
                           GO TO 5000-Maintain-Rule-Exit
                       end-if
                       EXEC CICS WRITE FILE('RULETABT')
                                 FROM(RULETAB-RECORD)
                                 RIDFLD(RT-RULE-NUM)
                   END-EXEC
                   if WS-RESP = DFHRESP(NORMAL)
                       Move RULETAB-RECORD to WS-CHG-BEFORE
                       if HII(1:3) not = SPACES
                           Move HII(1:3) to RT-EXPECTED-RSLT
                       end-if
                       perform 5050-Apply-Window
                           thru 5050-Apply-Window-Exit
                       if WS-Window-Error
                           EXEC CICS UNLOCK FILE('RULETABT')
                                     RESP(WS-RESP)
                           END-EXEC
                           GO TO 5000-Maintain-Rule-Exit
                       end-if
                       EXEC CICS REWRITE FILE('RULETABT')
                                 FROM(RULETAB-RECORD)
                                 RESP(WS-RESP)
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
          5100-Write-Change-Log.
      * One RULECHG record per maintenance action - terminal and
           Move WS-CHG-ACTION        to CG-ACTION.
           Move WS-CHG-BEFORE        to CG-BEFORE-IMAGE.
           Move WS-CHG-AFTER         to CG-AFTER-IMAGE.
      * Test-table maintenance needs no second user.
           Move SPACES               to CG-APPROVER.
           Move zero to WS-CHG-RBA.
           EXEC CICS WRITE FILE('RULECHG')
                     FROM(RULECHG-RECORD)
