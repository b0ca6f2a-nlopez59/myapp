       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATBDGT.
      * Business-date lookup - the one place a batch program gets
      * "today" from. Reads record 1 of the BUSDATE control dataset
      * (DATBDTE) on the first call and hands back, on that call and
      * every call after it in the same run, the business date to
      * stamp and select by: the override date while DATBDRL has an
      * override in force, otherwise the rolled business date. A
      * run that slips past midnight keeps the date it started
      * under, and every program in the run agrees on it.
      *
      * No BUSDATE DD, or no record on it, falls back to the clock
      * with BG-No-Control set - the caller says so in its listing,
      * and nothing stops.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-FILE  ASSIGN TO 'BUSDATE'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-BUSDATE-RRN
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE.
           COPY DATBDTE.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS        PIC X(02).
           88  WS-BUSDATE-OK             VALUE '00'.
       01  WS-BUSDATE-RRN           PIC 9(04) COMP VALUE 1.
       01  WS-LOADED-SW             PIC X(01) VALUE 'N'.
           88  WS-Date-Loaded             VALUE 'Y' FALSE 'N'.
      * The answer held for the rest of the run.
       01  WS-HELD-PARMS            PIC X(65).

       LINKAGE SECTION.

       COPY DATBDGP.

       PROCEDURE DIVISION USING DATBDGT-PARMS.
          Mainline.
           if not WS-Date-Loaded
               perform 1000-Load-Business-Date
                   thru 1000-Load-Business-Date-Exit
               Move DATBDGT-PARMS to WS-HELD-PARMS
               set WS-Date-Loaded to true
           else
               Move WS-HELD-PARMS to DATBDGT-PARMS
           end-if.
           EXIT PROGRAM.
      *
          1000-Load-Business-Date.
           Move SPACES to BG-OVERRIDE-REASON BG-OVERRIDE-BY.
           Move ZERO   to BG-CONTROL-DATE.
           set BG-No-Control to true.
           ACCEPT BG-BUSINESS-DATE FROM DATE YYYYMMDD.
           Move 1 to WS-BUSDATE-RRN.
           OPEN INPUT BUSDATE-FILE.
           if not WS-BUSDATE-OK
               GO TO 1000-Load-Business-Date-Exit
           end-if.
           READ BUSDATE-FILE
               INVALID KEY continue
           end-read.
           if WS-BUSDATE-OK
               and BD-BUSINESS-DATE numeric
               and BD-BUSINESS-DATE > ZERO
               Move BD-BUSINESS-DATE to BG-CONTROL-DATE
                                        BG-BUSINESS-DATE
               set BG-Control-Found to true
               if BD-OVERRIDE-DATE numeric
                   and BD-OVERRIDE-DATE > ZERO
                   Move BD-OVERRIDE-DATE   to BG-BUSINESS-DATE
                   Move BD-OVERRIDE-REASON to BG-OVERRIDE-REASON
                   Move BD-OVERRIDE-BY     to BG-OVERRIDE-BY
                   set BG-Override-Active to true
               end-if
           end-if.
           CLOSE BUSDATE-FILE.
           Exit Paragraph.
          1000-Load-Business-Date-Exit.
           Exit Paragraph.
