      * EXCPCASE - Exception case record. A VSAM KSDS keyed on the
      *            rule, the key of the failing record and the
      *            finding type - the same three EXCPDTL fields that
      *            say "this is the same finding" - so the duplicate
      *            account RULE24 reports every night until somebody
      *            fixes it is one case with a climbing night count,
      *            not a fortieth EXCPDTL row nobody can tell from a
      *            new one.
      *
      *            DATCASE maintains the file after each night's run:
      *            a finding seen for the first time opens a case, a
      *            finding seen again bumps the last-seen date and
      *            the night count, and an open case whose rule swept
      *            clean that night without reporting it closes - the
      *            fix worked. A closed case that comes back is
      *            reopened and the reopen counted. DAT3's exception
      *            view and the DATCAGR weekly aging report read it.
       01  EXCPCASE-RECORD.
           05  XC-KEY.
               10  XC-RULE              PIC X(04).
               10  XC-RECORD-KEY        PIC X(20).
               10  XC-FIND-TYPE         PIC X(08).
           05  XC-STATUS            PIC X(01).
               88  XC-OPEN               VALUE 'O'.
               88  XC-CLOSED             VALUE 'C'.
      *    First night the finding ever appeared, and the last night
      *    it did; nights is every night it appeared, reopens
      *    included.
           05  XC-FIRST-SEEN        PIC 9(08).
           05  XC-LAST-SEEN         PIC 9(08).
           05  XC-NIGHTS            PIC 9(05).
      *    Night the case last opened (first seen, or reopened) and
      *    the night it last closed - zero while it has never
      *    closed.
           05  XC-OPENED-DATE       PIC 9(08).
           05  XC-CLOSED-DATE       PIC 9(08).
           05  XC-REOPENS           PIC 9(03).
      *    Detail text from the latest EXCPDTL row for the finding.
           05  XC-LAST-DETAIL       PIC X(40).
