      * DEPTMAP - Host variable layout matching the Q.DEPT_MAP DB2
      *           table: the department an account in a retired or
      *           mistyped department belongs in now (see
      *           db2/deptmap.ddl).
       01  DEPT-MAP.
           05  DM-OLD-DEPT      PIC S9(3)   COMP.
           05  DM-NEW-DEPT      PIC S9(3)   COMP.
           05  DM-CHANGED-BY    PIC X(8).
           05  DM-CHANGED-AT    PIC X(14).
