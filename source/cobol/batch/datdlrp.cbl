           COPY DATDLTR.

       FD  DEADLTRO-FILE.
       01  DEADLTRO-RECORD          PIC X(55).

       FD  SQLERRLG-FILE.
           COPY SQLERRLG.
       01  WS-CURRENT-TIME          PIC 9(08).

       01  WS-DUP-COUNT             PIC S9(09) COMP.
      * Null BUSINESS_DATE for a record dead-lettered before the
      * business date was carried.
       01  WS-BUSDATE-IND           PIC S9(04) COMP VALUE ZERO.

       01  WS-CT-RECORDS-READ       PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-REPLAYED           PIC 9(07) COMP-3 VALUE ZERO.
                   Move DL-RESULT to RULE-AUDIT-RESULT
                   Move DL-TSTAMP to RULE-AUDIT-TSTAMP
                   Move DL-DEPT   to RULE-AUDIT-DEPT
                   Move DL-BUSDATE to RULE-AUDIT-BUSDATE
                   if DL-BUSDATE = SPACES
                       Move -1 to WS-BUSDATE-IND
                   else
                       Move ZERO to WS-BUSDATE-IND
                   end-if
                   perform 1100-Check-Duplicate
                       thru 1100-Check-Duplicate-Exit
           end-read.
          1200-Reinsert-Row.
           EXEC SQL
               INSERT INTO Q.RULE_AUDIT
                   (RULE_CODE, RESULT_CODE, RUN_TIMESTAMP, DEPT_CODE,
                    BUSINESS_DATE)
               VALUES
                   (:RULE-AUDIT-RULE, :RULE-AUDIT-RESULT,
                    :RULE-AUDIT-TSTAMP, :RULE-AUDIT-DEPT,
                    :RULE-AUDIT-BUSDATE:WS-BUSDATE-IND)
           END-EXEC.
           Move 'INSERT INTO Q.RULE_AUDIT' to WS-SQL-STATEMENT.
           if SQLCODE = 0
