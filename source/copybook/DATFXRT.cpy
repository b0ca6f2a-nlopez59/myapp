      * DATFXRT - Exchange-rate record. FXRATE is a VSAM KSDS keyed
      *           on business date and currency, loaded by DATFXLD
      *           from treasury's daily rate feed, so an account held
      *           in a foreign currency (see ACCT-CURRENCY in DATACCT)
      *           is converted at the rate for the day being reported
      *           on and the history of rates stays on file for a
      *           rerun of an earlier day.
      *
      *           FX-RATE is how many units of the reporting currency
      *           (FX-REPORT-CCY) one unit of FX-CURRENCY buys on
      *           FX-RATE-DATE; an amount converts as amount times
      *           rate, rounded to the cent. DATFXLD also writes, for
      *           every date it loads, the reporting currency at rate
      *           1 under its own code and under blank - what a blank
      *           ACCT-CURRENCY means - so a reader can name the
      *           reporting currency without being told it. A blank
      *           currency is converted at 1 whether or not the day's
      *           rates are loaded.
      *
      *           A currency in use with no record for the business
      *           date has no rate: the reader reports it missing
      *           and converts nothing for it. A rate is never taken
      *           as 1, nor borrowed from another day.
       01  FXRATE-RECORD.
           05  FX-KEY.
               10  FX-RATE-DATE         PIC 9(08).
               10  FX-CURRENCY          PIC X(03).
           05  FX-REPORT-CCY        PIC X(03).
           05  FX-RATE              PIC 9(05)V9(06).
           05  FX-LOADED-TS         PIC X(14).
