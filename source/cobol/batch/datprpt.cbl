      * run date on file, and flags rules trending slower than their
      * average over the prior seven days, which is the evidence to
      * bring before asking for a bigger window or a RULELIST
      * reorder. A record's date is the business date the run was
      * working to (PF-BUSINESS-DATE), so a night that slipped past
      * midnight profiles as one date; records written before that
      * was carried fall back to PF-DATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * latest date and the prior-seven-day window separately, the
      * same two-bucket shape the week-over-week compare needs.
       01  WS-LATEST-DATE           PIC 9(08) VALUE ZERO.
       01  WS-REC-DATE              PIC 9(08) VALUE ZERO.
       01  WS-LATEST-INT            PIC 9(07) VALUE ZERO.
       01  WS-RECORD-INT            PIC 9(07) VALUE ZERO.
       01  WS-PASS-SW               PIC X(01) VALUE '1'.
           READ PERFSTAT-FILE
               AT END set WS-PERFSTAT-EOF to true
               NOT AT END
                   if PF-BUSINESS-DATE is numeric
                       and PF-BUSINESS-DATE > ZERO
                       Move PF-BUSINESS-DATE to WS-REC-DATE
                   else
                       Move PF-DATE to WS-REC-DATE
                   end-if
                   if WS-Pass-One
                       if WS-REC-DATE > WS-LATEST-DATE
                           Move WS-REC-DATE to WS-LATEST-DATE
                       end-if
                   else
                       perform 2100-Tally-One-Record
          2100-Tally-One-Record.
           add 1 to WS-CNT-TOTAL.
           compute WS-RECORD-INT =
               function integer-of-date(WS-REC-DATE).
           perform 2200-Find-Rule-Entry
               thru 2200-Find-Rule-Entry-Exit.
           if WS-Entry-Ok
               if WS-REC-DATE = WS-LATEST-DATE
                   add 1 to WS-PF-RUN-COUNT(PF-IDX)
                   add PF-ELAPSED-HNDS to WS-PF-TOTAL-HNDS(PF-IDX)
                   if PF-ELAPSED-HNDS > WS-PF-MAX-HNDS(PF-IDX)
