      * DATRPTR - Report repository record. The RPTREPO KSDS keeps
      *           every section of the bound end-of-day document
      *           (the sections DATDIST distributes - see DATDCTL)
      *           one print line per record, keyed by section name,
      *           business date and line number, so last Thursday's
      *           DATRPT pages are a keyed read away instead of a
      *           reprint. Written by DATRSTR after DATDIST, read
      *           online by DATP.
      *
      *           Line zero of each section/date is its header: how
      *           many lines were stored and when, how long the
      *           section is kept (RPTKEEP, see DATRKEP) and the date
      *           it expires, and the DISTCTL recipients subscribed
      *           to the section when it was stored - the only
      *           audiences DATP shows it to. DISTCTL has four
      *           outputs, so four recipients at most.
      *           Lines one onward are the print lines as bound,
      *           carriage-control byte first.
       01  RPTREPO-RECORD.
           05  RP-KEY.
               10  RP-SECTION           PIC X(08).
               10  RP-BUS-DATE          PIC 9(08).
               10  RP-LINE-NO           PIC 9(07).
           05  RP-LINE                  PIC X(133).
           05  RP-HEADER REDEFINES RP-LINE.
               10  RP-HDR-LINES         PIC 9(07).
               10  RP-HDR-STORED-TS     PIC X(14).
               10  RP-HDR-KEEP-DAYS     PIC 9(04).
               10  RP-HDR-EXPIRES       PIC 9(08).
               10  RP-HDR-RECIPIENT     PIC X(20) OCCURS 4 TIMES.
               10  FILLER               PIC X(20).
