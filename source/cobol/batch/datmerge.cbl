       01  WS-TOT-RECORDS-SKIPPED   PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-TOT-SKIPPED-SCHED     PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-TOT-SKIPPED-PREREQ    PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-TOT-SKIPPED-INPUT     PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-TOT-CALLS-COMPLETED   PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-TOT-ERRORS            PIC 9(07) COMP-3 VALUE ZERO.

                   add CT-RECORDS-SKIPPED to WS-TOT-RECORDS-SKIPPED
                   add CT-SKIPPED-SCHED   to WS-TOT-SKIPPED-SCHED
                   add CT-SKIPPED-PREREQ  to WS-TOT-SKIPPED-PREREQ
                   if CT-SKIPPED-INPUT is numeric
                       add CT-SKIPPED-INPUT to WS-TOT-SKIPPED-INPUT
                   end-if
                   add CT-CALLS-COMPLETED to WS-TOT-CALLS-COMPLETED
                   add CT-ERRORS          to WS-TOT-ERRORS
           end-read.
               WS-TOT-SKIPPED-SCHED.
           Display '  Skipped (prereq failed). . . : '
               WS-TOT-SKIPPED-PREREQ.
           Display '  Skipped (input not ready). . : '
               WS-TOT-SKIPPED-INPUT.
           Display '  DATSUB calls completed . . . : '
               WS-TOT-CALLS-COMPLETED.
           Display '  Errors (severity ERROR). . . : '
           if WS-TOT-RECORDS-READ not =
               WS-TOT-CALLS-COMPLETED + WS-TOT-RECORDS-SKIPPED
               + WS-TOT-SKIPPED-SCHED + WS-TOT-SKIPPED-PREREQ
               + WS-TOT-SKIPPED-INPUT
               Display 'WARNING-999: Records read does not match'
                   ' calls completed plus records skipped - check'
                   ' for a record silently dropped in a partition'
