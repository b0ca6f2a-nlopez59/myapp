      *    minutes later. Zero (or space, on old records) keeps
      *    the straight-to-ERROR behavior.
           05  RT-RETRY-MAX         PIC 9(01).
      *    The rule's live window. RT-EFFECTIVE-FROM is the first
      *    business date the rule may run; RT-RETIRE-ON, when set,
      *    is the first date it may not. Outside the window the rule
      *    is not available: DATBATCH skips it with its own reason,
      *    and DATSUB, DATW and DATQ answer result 997. Zero or
      *    blank (a record from before the window existed) means no
      *    bound on that side, so a go-live or a retirement is keyed
      *    ahead of time instead of on the night.
           05  RT-EFFECTIVE-FROM    PIC 9(08).
           05  RT-RETIRE-ON         PIC 9(08).
