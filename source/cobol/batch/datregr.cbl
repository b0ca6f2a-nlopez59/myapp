           Move ZERO         to WS-RESULT.
           Move 'DATREGR'    to WS-CALLER.
           Move 'N'          to WS-SIMULATE-FLAG.
           Move SPACES       to WS-RULE-DATE.
           Move 'Y'          to WS-REFRESH-FLAG.
           Move SPACES       to WS-RUN-ID WS-RULE-VERSION.
           CALL 'DATSUBT' USING WS-PARAMETERS.
