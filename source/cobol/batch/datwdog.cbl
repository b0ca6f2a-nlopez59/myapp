      *   TARGET-END=HHMMSS          cycle must finish by this time
      *                              (taken as tomorrow when it is
      *                              earlier than the current time)
      *
      * The in-flight run's records are those stamped with the
      * business date from the BUSDATE control record (DATBDTE,
      * through DATBDGT), so a run still going after midnight is not
      * mistaken for history; records written before the business
      * date was carried fall back to PF-DATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-ALERTDS-STATUS        PIC X(02).

       01  WS-RUN-DATE              PIC 9(08).
       01  WS-REC-DATE              PIC 9(08).
       01  WS-CURRENT-DATE          PIC 9(08).
       01  WS-CURRENT-TIME          PIC 9(08).
       01  WS-CURRENT-TIMESTAMP     PIC X(14).

           05  WS-AW-FIRST-SEEN     PIC X(14).
           05  WS-AW-OCCUR-COUNT    PIC 9(05).

       COPY DATBDGP.

       PROCEDURE DIVISION.
          0000-Mainline.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-TIMESTAMP(1:8).
           CALL 'DATBDGT' USING DATBDGT-PARMS.
           Move BG-BUSINESS-DATE to WS-RUN-DATE.
           MOVE WS-CURRENT-TIME TO WS-CURRENT-TIMESTAMP(9:6).
           perform 0100-Read-Wdogparm thru 0100-Read-Wdogparm-Exit.
           If WS-Wdogparm-Error
           if not WS-Entry-Ok
               GO TO 1200-Tally-One-Perfstat-Exit
           end-if.
           if PF-BUSINESS-DATE is numeric
               and PF-BUSINESS-DATE > ZERO
               Move PF-BUSINESS-DATE to WS-REC-DATE
           else
               Move PF-DATE to WS-REC-DATE
           end-if.
           if WS-REC-DATE = WS-RUN-DATE
               add 1 to WS-PF-TODAY-COUNT(PF-IDX)
           else
               add 1 to WS-PF-PRIOR-COUNT(PF-IDX)
