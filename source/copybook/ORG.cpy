               49  DEPTNAME-TEXT PIC X(14).
           05  MGRNO            PIC X(6).
           05  LOCATION         PIC X(13).
      * The department this one reports into - 0 for a division.
           05  PARENT-DEPT      PIC S9(3)   COMP.
