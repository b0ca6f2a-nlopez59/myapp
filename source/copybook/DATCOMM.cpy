      *        REVIEWQ item) - PF7/PF8 then page the detail rows
      *        and PF3 returns to the item, not out of the tran.
               88  CA-PANEL-DETAIL        VALUE '3'.
      *        '4' is DAT3's proposal view (PF6 behind a REVIEWQ
      *        item) - paged by CA-DETAIL-ITEM the same way.
               88  CA-PANEL-PROPOSAL      VALUE '4'.
      *        '5' is DATP's report view - PF7/PF8 page the lines of
      *        the report named below, PF10/PF11 shift it sideways.
               88  CA-PANEL-REPORT        VALUE '5'.
           05  CA-HIST-ITEM         PIC 9(04) COMP VALUE 1.
      *    Which exception-detail row (or proposal) is showing while
      *    CA-PANEL is '3' (or '4'); the item position above survives
      *    untouched so the analyst comes back to the record they
      *    were working.
           05  CA-DETAIL-ITEM       PIC 9(04) COMP VALUE 1.
      *    Which open items DAT3 pages: the signed-on analyst's own
      *    (RQ-ASSIGNEE, the default) or their whole team's queue,
      *    assigned and unassigned alike - PF10 switches between
      *    the two and rebuilds the queue. A user not on the ANALYST
      *    roster has no items of their own and always sees the
      *    whole open queue.
           05  CA-QUEUE-VIEW        PIC X(01) VALUE 'M'.
               88  CA-VIEW-MINE           VALUE 'M'.
               88  CA-VIEW-TEAM           VALUE 'T'.
      *    The report DATP has open - section, business date, the
      *    line on the screen and the print column it starts at - so
      *    paging and a find carry on from where the reader is.
           05  CA-RPT-SECTION       PIC X(08) VALUE SPACES.
           05  CA-RPT-DATE          PIC 9(08) VALUE ZERO.
           05  CA-RPT-LINE          PIC 9(07) VALUE ZERO.
           05  CA-RPT-COLUMN        PIC 9(03) VALUE 2.
