      * DATHREX - HR system daily employee extract, read by DATHRLD
      *           to bring Q.EMP into line with HR. One header record
      *           (H - the extract date and the sending system), one
      *           detail record (D) per current employee in ascending
      *           EMPNO order, and one trailer record (T - the count
      *           of detail records). An employee missing from the
      *           extract has left; one whose WORKDEPT differs from
      *           Q.EMP has transferred; one not yet on Q.EMP is a new
      *           hire.
       01  HREXTRCT-RECORD.
           05  HX-REC-TYPE          PIC X(01).
               88  HX-HEADER             VALUE 'H'.
               88  HX-DETAIL              VALUE 'D'.
               88  HX-TRAILER             VALUE 'T'.
           05  HX-DETAIL-DATA.
               10  HX-EMPNO             PIC X(06).
               10  HX-FIRSTNME          PIC X(12).
               10  HX-LASTNAME          PIC X(15).
               10  HX-WORKDEPT          PIC X(03).
               10  FILLER               PIC X(43).
           05  HX-HEADER-DATA REDEFINES HX-DETAIL-DATA.
               10  HXH-EXTRACT-DATE     PIC 9(08).
               10  HXH-SOURCE           PIC X(08).
               10  FILLER               PIC X(63).
           05  HX-TRAILER-DATA REDEFINES HX-DETAIL-DATA.
               10  HXT-RECORD-COUNT     PIC 9(07).
               10  FILLER               PIC X(72).
