      *                      production rule
      *
      * Both directions print a before/after compare of RT-RULE-NUM,
      * RT-PARA-NAME, RT-EXPECTED-RSLT, and the effective-from/
      * retire-on window so the change is
      * reviewable before it lands - retyping definitions between
      * the two files is how a wrong expected-result got into
      * production.
           05  TT-FREQ-VALUE        PIC X(08).
           05  TT-PREREQ-RULE       PIC X(04).
           05  TT-RETRY-MAX         PIC 9(01).
           05  TT-EFFECTIVE-FROM    PIC 9(08).
           05  TT-RETIRE-ON         PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-PROMPARM-STATUS       PIC X(02).
           05  WS-BF-RULE-NUM       PIC X(04).
           05  WS-BF-PARA-NAME      PIC X(30).
           05  WS-BF-EXPECTED-RSLT  PIC 9(03).
           05  WS-BF-EFFECTIVE-FROM PIC X(08).
           05  WS-BF-RETIRE-ON      PIC X(08).
       01  WS-TARGET-FOUND-SW       PIC X(01) VALUE 'N'.
           88  WS-TARGET-FOUND           VALUE 'Y' FALSE 'N'.

                   Move RT-FREQ-VALUE    to TT-FREQ-VALUE
                   Move RT-PREREQ-RULE   to TT-PREREQ-RULE
                   Move RT-RETRY-MAX     to TT-RETRY-MAX
                   Move RT-EFFECTIVE-FROM to TT-EFFECTIVE-FROM
                   Move RT-RETIRE-ON     to TT-RETIRE-ON
                   perform 1120-Apply-To-Target
                       thru 1120-Apply-To-Target-Exit
           end-read.
                   Move TT-RULE-NUM       to WS-BF-RULE-NUM
                   Move TT-PARA-NAME      to WS-BF-PARA-NAME
                   Move TT-EXPECTED-RSLT  to WS-BF-EXPECTED-RSLT
                   Move TT-EFFECTIVE-FROM to WS-BF-EFFECTIVE-FROM
                   Move TT-RETIRE-ON      to WS-BF-RETIRE-ON
           end-read.
           Exit Paragraph.
          1110-Read-Target-Before-Exit.
           if WS-Target-Found
               if TT-PARA-NAME = WS-BF-PARA-NAME
                   and TT-EXPECTED-RSLT = WS-BF-EXPECTED-RSLT
                   and TT-EFFECTIVE-FROM = WS-BF-EFFECTIVE-FROM
                   and TT-RETIRE-ON = WS-BF-RETIRE-ON
                   add 1 to WS-CT-UNCHANGED
               else
                   add 1 to WS-CT-CHANGED
          1130-Print-Compare.
           Display 'CHANGED  ' TT-RULE-NUM.
           Display '  before pgm=' WS-BF-PARA-NAME
               ' expected=' WS-BF-EXPECTED-RSLT
               ' window=' WS-BF-EFFECTIVE-FROM '-' WS-BF-RETIRE-ON.
           Display '  after  pgm=' TT-PARA-NAME
               ' expected=' TT-EXPECTED-RSLT
               ' window=' TT-EFFECTIVE-FROM '-' TT-RETIRE-ON.
           Exit Paragraph.
          1130-Print-Compare-Exit.
           Exit Paragraph.
                   Move TT-FREQ-VALUE    to RT-FREQ-VALUE
                   Move TT-PREREQ-RULE   to RT-PREREQ-RULE
                   Move TT-RETRY-MAX     to RT-RETRY-MAX
                   Move TT-EFFECTIVE-FROM to RT-EFFECTIVE-FROM
                   Move TT-RETIRE-ON     to RT-RETIRE-ON
                   perform 2120-Apply-To-Prod
                       thru 2120-Apply-To-Prod-Exit
           end-read.
                   Move RT-RULE-NUM       to WS-BF-RULE-NUM
                   Move RT-PARA-NAME      to WS-BF-PARA-NAME
                   Move RT-EXPECTED-RSLT  to WS-BF-EXPECTED-RSLT
                   Move RT-EFFECTIVE-FROM to WS-BF-EFFECTIVE-FROM
                   Move RT-RETIRE-ON      to WS-BF-RETIRE-ON
           end-read.
           Exit Paragraph.
          2110-Read-Prod-Before-Exit.
           if WS-Target-Found
               if RT-PARA-NAME = WS-BF-PARA-NAME
                   and RT-EXPECTED-RSLT = WS-BF-EXPECTED-RSLT
                   and RT-EFFECTIVE-FROM = WS-BF-EFFECTIVE-FROM
                   and RT-RETIRE-ON = WS-BF-RETIRE-ON
                   add 1 to WS-CT-UNCHANGED
               else
                   add 1 to WS-CT-CHANGED
                   Display 'CHANGED  ' RT-RULE-NUM
                   Display '  before pgm=' WS-BF-PARA-NAME
                       ' expected=' WS-BF-EXPECTED-RSLT
                       ' window=' WS-BF-EFFECTIVE-FROM
                       '-' WS-BF-RETIRE-ON
                   Display '  after  pgm=' RT-PARA-NAME
                       ' expected=' RT-EXPECTED-RSLT
                       ' window=' RT-EFFECTIVE-FROM
                       '-' RT-RETIRE-ON
               end-if
               REWRITE RULETAB-RECORD
           else
