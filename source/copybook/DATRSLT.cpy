               '124WARNING - ACCT RANGE GAPS FOUND     '.
           05  FILLER PIC X(40) VALUE
               '134WARNING - ACCTS OUT OF GIVEN RANGE  '.
           05  FILLER PIC X(40) VALUE
               '144WARNING - ACCT CHECK DIGITS FAILING '.
           05  FILLER PIC X(40) VALUE
               '924ERROR - ACCT DUPLICATES FOUND       '.
           05  FILLER PIC X(40) VALUE
               '125WARNING - DEPT BALANCE IN TOLERANCE '.
           05  FILLER PIC X(40) VALUE
               '925ERROR - DEPT BALANCE HARD BREAK     '.
           05  FILLER PIC X(40) VALUE
               '935ERROR - CTLFIG NOT FOR BUSINESS DATE'.
           05  FILLER PIC X(40) VALUE
               '945ERROR - NO FX RATE FOR CCY IN USE   '.
           05  FILLER PIC X(40) VALUE
               '026SUCCESS - ACCT DEPTS ALL ON Q.ORG   '.
           05  FILLER PIC X(40) VALUE
               '126WARNING - Q.ORG DEPTS WITHOUT ACCTS '.
           05  FILLER PIC X(40) VALUE
               '926ERROR - ACCTS IN UNKNOWN DEPARTMENT '.
           05  FILLER PIC X(40) VALUE
               '997ERROR - RULE NOT IN EFFECT ON DATE '.
           05  FILLER PIC X(40) VALUE
               '998ERROR - CALLER NOT ENTITLED TO RULE '.
           05  FILLER PIC X(40) VALUE
               '999ERROR - MISSING OR UNSUPPORTED RULE '.
       01  WS-RESULT-DESC-TABLE REDEFINES WS-RESULT-DESC-VALUES.
           05  WS-RD-ENTRY OCCURS 18 TIMES INDEXED BY WS-RD-IDX.
               10  WS-RD-CODE PIC X(03).
               10  WS-RD-TEXT PIC X(37).
