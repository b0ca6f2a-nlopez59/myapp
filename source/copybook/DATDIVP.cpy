      * DATDIVP - Parameter block for DATDIVN, the division lookup
      *           every report CALLs to roll a department up to its
      *           division. DATDIVN loads the department hierarchy
      *           (Q.ORG, or Q.ORG_HIST as at DV-AS-AT) on the first
      *           call and again only when DV-AS-AT changes, then
      *           walks DV-DEPT's PARENT_DEPT chain to the top.
      *
      *           DV-AS-AT     spaces for the hierarchy as it stands
      *                        now, or a YYYYMMDDHHMMSS timestamp for
      *                        the hierarchy in force at that moment
      *           DV-DEPT      the department, as the three display
      *                        digits DEPT_CODE and ACCT-DEPT carry
      *
      *           Back come the division and its name, the immediate
      *           parent, and how many levels were climbed. A
      *           department not in the hierarchy, or whose chain is
      *           broken (a parent not on file, a loop, or deeper
      *           than DATDIVN will climb), comes back as division
      *           000 NO DIVISION with DV-STATUS saying why. A load
      *           that fails sets DV-Load-Failed and DV-SQLCODE on
      *           every call, for the caller to log.
       01  DATDIVN-PARMS.
           05  DV-AS-AT             PIC X(14).
           05  DV-DEPT              PIC X(03).
           05  DV-DIVISION          PIC X(03).
           05  DV-DIVISION-NAME     PIC X(14).
           05  DV-PARENT            PIC X(03).
           05  DV-LEVELS            PIC 9(02).
           05  DV-STATUS            PIC X(01).
               88  DV-Resolved           VALUE 'R'.
               88  DV-Not-On-File        VALUE 'N'.
               88  DV-Orphan             VALUE 'O'.
               88  DV-Cycle              VALUE 'C'.
               88  DV-Too-Deep           VALUE 'D'.
               88  DV-Load-Failed        VALUE 'X'.
           05  DV-SQLCODE           PIC S9(09) COMP.
           05  DV-DEPT-COUNT        PIC 9(04) COMP.
