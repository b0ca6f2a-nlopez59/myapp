               88  RQ-RESOLVED            VALUE 'R'.
           05  RQ-DISP-USER         PIC X(08).
           05  RQ-DISP-TIMESTAMP    PIC X(14).
      *
      *           RQ-TEAM/RQ-ASSIGNEE say whose item it is. The
      *           writer CALLs DATASGN as the item is queued: the
      *           team is the rule's RUNBOOK owner, the assignee the
      *           next analyst of that team in turn who is not on
      *           leave (see DATASGN). An item no analyst could take
      *           is written with RQ-ASSIGNEE blank and waits on its
      *           team's queue; one with no owning team has RQ-TEAM
      *           blank too and shows in every team's queue. A
      *           supervisor reassigning through DAT3 overwrites all
      *           four, RQ-ASSIGNED-BY then the supervisor's user id
      *           instead of DATASGN.
           05  RQ-TEAM              PIC X(20).
           05  RQ-ASSIGNEE          PIC X(08).
           05  RQ-ASSIGNED-BY       PIC X(08).
           05  RQ-ASSIGNED-TS       PIC X(14).
