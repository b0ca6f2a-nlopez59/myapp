       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATSPACE.
      * Weekly capacity report for every dataset the system writes -
      * DATAUDIT, PERFSTAT and RULECHG have each run out of extents
      * mid-nightly, and the DATARCH and DATHSKP retention settings
      * were picked without knowing how fast anything grows.
      *
      * For each dataset below the report shows the records on file
      * now, the daily growth over the last 30 days, and the days
      * left until it reaches its allocation at that rate:
      *
      *   DATAUDIT   aged by DATARCH (ARCHPARM CUTOFF=)
      *   ACCTMAST   the account master - closed accounts purged by
      *              DATPURG (PURGPARM RETAIN-YEARS=)
      *   ALERTDS    aged by DATHSKP (HSKPPARM ALERTDS=)
      *   REVIEWQ    aged by DATHSKP (HSKPPARM REVIEWQ=)
      *   SUPERQ     not aged
      *   SQLERRLG   aged by DATHSKP (HSKPPARM SQLERRLG=)
      *   DIAGLOG    aged by DATHSKP (HSKPPARM DIAGLOG=)
      *   PERFSTAT   aged by DATHSKP (HSKPPARM PERFSTAT=)
      *   EXCPDTL    not aged
      *   RULECHG    not aged
      *   RUNJRNL    not aged
      *
      * Daily growth is the records dated within the last 30 days
      * over the days they cover - fewer than 30 where housekeeping
      * keeps less than that, so a short retention does not read as
      * slow growth. ACCTMAST carries no arrival date; its growth is
      * the count now against the oldest count this report left on
      * SPACEHST (DATSPHS) within the last 30 days, so it shows NO
      * HISTORY until the report has run once before.
      *
      * Under each dataset the report says what retention would hold
      * it steady - the days of arrivals that fill TARGET per cent of
      * the allocation, the rest being headroom for the days between
      * housekeeping runs - put as the ARCHPARM CUTOFF= or HSKPPARM
      * setting that ages it, beside the setting in force now (read
      * from the same members). REVIEWQ items still open or
      * escalated survive DATHSKP regardless of age, so its setting
      * holds only if the queue is being worked. A dataset nothing
      * ages gets the days it would need.
      *
      * A dataset projected to reach its allocation in fewer than
      * THRESHOLD days, or already at it, raises an ALERTDS record
      * (rule SPCE, result 806, warning band) naming it and the days
      * left.
      *
      * Driven by SPCEPARM, a KEYWORD=VALUE member the same shape as
      * DATBATCH's PARMLIB:
      *   dataset=nnnnnnnnn   allocation in records, nine digits, one
      *                       record per dataset, e.g.
      *                       ALERTDS=000200000; a dataset with no
      *                       allocation is counted but not projected
      *   THRESHOLD=nnn       alert inside this many days (default
      *                       030)
      *   TARGET=nn           per cent of the allocation the retention
      *                       setting aims to fill (default 80)
      * HSKPPARM and ARCHPARM are the members DATHSKP and DATARCH run
      * from, read only for the settings in force - both optional.
      *
      * RC 0 = every dataset measured and none inside the threshold;
      * RC 4 = alerts raised or a dataset could not be read; RC 999 =
      * SPCEPARM could not be read.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPCEPARM-FILE  ASSIGN TO 'SPCEPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPCEPARM-STATUS.
           SELECT HSKPPARM-FILE  ASSIGN TO 'HSKPPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HSKPPARM-STATUS.
           SELECT ARCHPARM-FILE  ASSIGN TO 'ARCHPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHPARM-STATUS.
           SELECT SPACEHST-FILE  ASSIGN TO 'SPACEHST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPACEHST-STATUS.
      * DATAUDIT and RULECHG (the CHGLOG cluster) are VSAM entry-
      * sequenced datasets, read front to back as DATARCH and DATCHGR
      * read them.
           SELECT DATAUDIT-FILE  ASSIGN TO 'DATAUDIT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT ACCTMAST-FILE  ASSIGN TO 'ACCTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT ALERTDS-FILE   ASSIGN TO 'ALERTDS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT REVIEWQ-FILE   ASSIGN TO 'REVIEWQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT SUPERQ-FILE    ASSIGN TO 'SUPERQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT SQLERRLG-FILE  ASSIGN TO 'SQLERRLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT DIAGLOG-FILE   ASSIGN TO 'DIAGLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT PERFSTAT-FILE  ASSIGN TO 'PERFSTAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT EXCPDTL-FILE   ASSIGN TO 'EXCPDTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT RULECHG-FILE   ASSIGN TO 'RULECHG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT RUNJRNL-FILE   ASSIGN TO 'RUNJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPCEPARM-FILE.
       01  SPCEPARM-RECORD          PIC X(80).

       FD  HSKPPARM-FILE.
       01  HSKPPARM-RECORD          PIC X(80).

       FD  ARCHPARM-FILE.
       01  ARCHPARM-RECORD          PIC X(80).

       FD  SPACEHST-FILE.
           COPY DATSPHS.

       FD  DATAUDIT-FILE.
           COPY DATAUDIT.

       FD  ACCTMAST-FILE.
           COPY DATACCT.

       FD  ALERTDS-FILE.
           COPY ALERTDS.

       FD  REVIEWQ-FILE.
           COPY REVIEWQ.

       FD  SUPERQ-FILE.
           COPY DATSUPQ.

       FD  SQLERRLG-FILE.
           COPY SQLERRLG.

       FD  DIAGLOG-FILE.
           COPY DATDIAG.

       FD  PERFSTAT-FILE.
           COPY DATPERF.

       FD  EXCPDTL-FILE.
           COPY DATEXCP.

       FD  RULECHG-FILE.
           COPY DATCHLG.

       FD  RUNJRNL-FILE.
           COPY DATJRNL.

       WORKING-STORAGE SECTION.
       01  WS-SPCEPARM-STATUS       PIC X(02).
           88  WS-SPCEPARM-OK            VALUE '00'.
           88  WS-SPCEPARM-EOF            VALUE '10'.
       01  WS-HSKPPARM-STATUS       PIC X(02).
           88  WS-HSKPPARM-OK            VALUE '00'.
           88  WS-HSKPPARM-EOF            VALUE '10'.
       01  WS-ARCHPARM-STATUS       PIC X(02).
           88  WS-ARCHPARM-OK            VALUE '00'.
           88  WS-ARCHPARM-EOF            VALUE '10'.
       01  WS-SPACEHST-STATUS       PIC X(02).
           88  WS-SPACEHST-OK            VALUE '00'.
           88  WS-SPACEHST-EOF            VALUE '10'.
       01  WS-SPCEPARM-ERROR-SW     PIC X(01) VALUE 'N'.
           88  WS-SPCEPARM-ERROR         VALUE 'Y' FALSE 'N'.
       01  WS-PARM-KEYWORD          PIC X(12).
       01  WS-PARM-VALUE-TEXT       PIC X(20).

      * One status shared across the dataset passes - the passes run
      * one at a time, never overlapped, and the ALERTDS records go
      * out after the last of them.
       01  WS-INPUT-STATUS          PIC X(02).
           88  WS-INPUT-OK               VALUE '00'.
           88  WS-INPUT-EOF               VALUE '10'.

       01  WS-THRESHOLD-DAYS        PIC 9(03) VALUE 30.
       01  WS-TARGET-PCT            PIC 9(02) VALUE 80.
       01  WS-WINDOW-DAYS           PIC 9(03) VALUE 30.

       01  WS-RUN-DATE              PIC 9(08).
       01  WS-CURRENT-TIME          PIC 9(08).
       01  WS-CURRENT-TIMESTAMP     PIC X(14).
       01  WS-TODAY-INT             PIC 9(07).
       01  WS-WINDOW-INT            PIC 9(07).
       01  WS-START-INT             PIC 9(07).
       01  WS-ITEM-INT              PIC 9(07).
       01  WS-SPAN-DAYS             PIC 9(05) COMP-3.
       01  WS-CUTOFF-INT            PIC 9(07).
       01  WS-CUTOFF-DATE           PIC 9(08).
       01  WS-REC-DATE              PIC X(08).
       01  WS-REC-DATE-N REDEFINES WS-REC-DATE
                                    PIC 9(08).

      * The datasets in report order, with how each one is aged:
      * A by DATARCH, H by DATHSKP, M the master, N by nothing.
       01  WS-DS-NAME-VALUES.
           05  FILLER               PIC X(09) VALUE 'DATAUDITA'.
           05  FILLER               PIC X(09) VALUE 'ACCTMASTM'.
           05  FILLER               PIC X(09) VALUE 'ALERTDS H'.
           05  FILLER               PIC X(09) VALUE 'REVIEWQ H'.
           05  FILLER               PIC X(09) VALUE 'SUPERQ  N'.
           05  FILLER               PIC X(09) VALUE 'SQLERRLGH'.
           05  FILLER               PIC X(09) VALUE 'DIAGLOG H'.
           05  FILLER               PIC X(09) VALUE 'PERFSTATH'.
           05  FILLER               PIC X(09) VALUE 'EXCPDTL N'.
           05  FILLER               PIC X(09) VALUE 'RULECHG N'.
           05  FILLER               PIC X(09) VALUE 'RUNJRNL N'.
       01  WS-DS-NAME-TABLE REDEFINES WS-DS-NAME-VALUES.
           05  WS-DN-ENTRY OCCURS 11 TIMES.
               10  WS-DN-NAME           PIC X(08).
               10  WS-DN-KIND           PIC X(01).
       01  WS-DS-COUNT              PIC 9(04) COMP VALUE 11.

      * What was found for each dataset. OLDEST-INT is the earliest
      * record date seen (zero when nothing was dated); HIST-INT and
      * HIST-RECORDS the oldest SPACEHST count within the window.
       01  WS-DS-TABLE.
           05  WS-DS-ENTRY OCCURS 11 TIMES
                                 INDEXED BY DS-IDX.
               10  WS-DS-NAME           PIC X(08).
               10  WS-DS-KIND           PIC X(01).
                   88  WS-DS-ARCHPARM        VALUE 'A'.
                   88  WS-DS-HSKPPARM        VALUE 'H'.
                   88  WS-DS-MASTER          VALUE 'M'.
                   88  WS-DS-NOT-AGED        VALUE 'N'.
               10  WS-DS-READ-SW        PIC X(01).
                   88  WS-DS-READ            VALUE 'Y' FALSE 'N'.
               10  WS-DS-RATE-SW        PIC X(01).
                   88  WS-DS-RATE-KNOWN      VALUE 'Y' FALSE 'N'.
               10  WS-DS-ALERT-SW       PIC X(01).
                   88  WS-DS-ALERT           VALUE 'Y' FALSE 'N'.
               10  WS-DS-NOW-SW         PIC X(01).
                   88  WS-DS-NOW-SET         VALUE 'Y' FALSE 'N'.
               10  WS-DS-RECORDS        PIC 9(09) COMP-3.
               10  WS-DS-RECENT         PIC 9(09) COMP-3.
               10  WS-DS-OLDEST-INT     PIC 9(07).
               10  WS-DS-ALLOC          PIC 9(09) COMP-3.
               10  WS-DS-PER-DAY        PIC 9(07)V99 COMP-3.
               10  WS-DS-DAYS-LEFT      PIC 9(05) COMP-3.
               10  WS-DS-NOW-DAYS       PIC 9(05) COMP-3.
               10  WS-DS-HOLD-DAYS      PIC 9(07) COMP-3.
               10  WS-DS-HIST-INT       PIC 9(07).
               10  WS-DS-HIST-RECORDS   PIC 9(09) COMP-3.
       01  WS-DS-SUB                PIC 9(04) COMP VALUE ZERO.
       01  WS-FOUND-SW              PIC X(01) VALUE 'N'.
           88  WS-Dataset-Found          VALUE 'Y' FALSE 'N'.

       01  WS-EDIT-RECORDS          PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-ALLOC            PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-PER-DAY          PIC ZZZ,ZZ9.99.
       01  WS-EDIT-DAYS             PIC ZZZZ9.
       01  WS-EDIT-HOLD             PIC ZZZZZZ9.
       01  WS-EDIT-NOW              PIC ZZZZ9.
       01  WS-EDIT-HSKP             PIC 9(03).
       01  WS-LEFT-TEXT             PIC X(10).
       01  WS-NOW-TEXT              PIC X(16).
       01  WS-HOLD-TEXT             PIC X(60).
       01  WS-HOLD-PTR              PIC 9(04) COMP VALUE ZERO.
       01  WS-MARK                  PIC X(04).

       01  WS-ALERTDS-OPEN-SW       PIC X(01) VALUE 'N'.
           88  WS-Alertds-Open           VALUE 'Y' FALSE 'N'.

       01  WS-CT-MEASURED           PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-CT-NOT-READ           PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-CT-ALERTS             PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-CT-HISTORY            PIC 9(03) COMP-3 VALUE ZERO.

      * Alert record staged and written FROM it, mirroring the
      * ALERTDS copybook field for field - same pattern as DATBATCH.
       01  WS-ALERT-WORK.
           05  WS-AW-TIMESTAMP      PIC X(14).
           05  WS-AW-RULE           PIC X(04).
           05  WS-AW-RESULT         PIC 9(03).
           05  WS-AW-DESC           PIC X(37).
           05  WS-AW-FIRST-SEEN     PIC X(14).
           05  WS-AW-OCCUR-COUNT    PIC 9(05).

       PROCEDURE DIVISION.
          0000-Mainline.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           Move WS-RUN-DATE TO WS-CURRENT-TIMESTAMP(1:8).
           Move WS-CURRENT-TIME TO WS-CURRENT-TIMESTAMP(9:6).
           compute WS-TODAY-INT =
               function integer-of-date(WS-RUN-DATE).
           compute WS-WINDOW-INT = WS-TODAY-INT - WS-WINDOW-DAYS.
           perform 0050-Load-One-Dataset
               thru 0050-Load-One-Dataset-Exit
               varying WS-DS-SUB from 1 by 1
               until WS-DS-SUB > WS-DS-COUNT.
           perform 0100-Read-Spaceparm thru 0100-Read-Spaceparm-Exit.
           if WS-Spceparm-Error
               Move 999 to RETURN-CODE
               STOP RUN
           end-if.
           perform 0200-Read-Hskpparm thru 0200-Read-Hskpparm-Exit.
           perform 0300-Read-Archparm thru 0300-Read-Archparm-Exit.
           perform 0400-Read-History thru 0400-Read-History-Exit.
           perform 2100-Count-Dataudit thru 2100-Count-Dataudit-Exit.
           perform 2110-Count-Acctmast thru 2110-Count-Acctmast-Exit.
           perform 2120-Count-Alertds thru 2120-Count-Alertds-Exit.
           perform 2130-Count-Reviewq thru 2130-Count-Reviewq-Exit.
           perform 2140-Count-Superq thru 2140-Count-Superq-Exit.
           perform 2150-Count-Sqlerrlg thru 2150-Count-Sqlerrlg-Exit.
           perform 2160-Count-Diaglog thru 2160-Count-Diaglog-Exit.
           perform 2170-Count-Perfstat thru 2170-Count-Perfstat-Exit.
           perform 2180-Count-Excpdtl thru 2180-Count-Excpdtl-Exit.
           perform 2190-Count-Rulechg thru 2190-Count-Rulechg-Exit.
           perform 2200-Count-Runjrnl thru 2200-Count-Runjrnl-Exit.
           Display '================================================'.
           Display 'DATSPACE - DATASET CAPACITY AS OF ' WS-RUN-DATE.
           Display '  growth over the last ' WS-WINDOW-DAYS
               ' days, alert inside ' WS-THRESHOLD-DAYS ' days'.
           Display '================================================'.
           Display 'DATASET      RECORDS  ALLOCATION    PER DAY'
               '  DAYS LEFT'.
           perform 3000-Project-One-Dataset
               thru 3000-Project-One-Dataset-Exit
               varying WS-DS-SUB from 1 by 1
               until WS-DS-SUB > WS-DS-COUNT.
           perform 4000-Raise-One-Alert thru 4000-Raise-One-Alert-Exit
               varying WS-DS-SUB from 1 by 1
               until WS-DS-SUB > WS-DS-COUNT.
           if WS-Alertds-Open
               CLOSE ALERTDS-FILE
           end-if.
           perform 5000-Write-History thru 5000-Write-History-Exit.
           perform 6000-Print-Totals thru 6000-Print-Totals-Exit.
           if WS-CT-ALERTS > 0 or WS-CT-NOT-READ > 0
               Move 4 to RETURN-CODE
           else
               Move ZERO to RETURN-CODE
           end-if.
           STOP RUN.
      *
          0050-Load-One-Dataset.
           Move WS-DN-NAME(WS-DS-SUB) to WS-DS-NAME(WS-DS-SUB).
           Move WS-DN-KIND(WS-DS-SUB) to WS-DS-KIND(WS-DS-SUB).
           set WS-DS-READ(WS-DS-SUB)       to false.
           set WS-DS-RATE-KNOWN(WS-DS-SUB) to false.
           set WS-DS-ALERT(WS-DS-SUB)      to false.
           set WS-DS-NOW-SET(WS-DS-SUB)    to false.
           Move ZERO to WS-DS-RECORDS(WS-DS-SUB)
                        WS-DS-RECENT(WS-DS-SUB)
                        WS-DS-OLDEST-INT(WS-DS-SUB)
                        WS-DS-ALLOC(WS-DS-SUB)
                        WS-DS-PER-DAY(WS-DS-SUB)
                        WS-DS-DAYS-LEFT(WS-DS-SUB)
                        WS-DS-NOW-DAYS(WS-DS-SUB)
                        WS-DS-HOLD-DAYS(WS-DS-SUB)
                        WS-DS-HIST-INT(WS-DS-SUB)
                        WS-DS-HIST-RECORDS(WS-DS-SUB).
           Exit Paragraph.
          0050-Load-One-Dataset-Exit.
           Exit Paragraph.
      *
          0060-Find-Dataset.
      * Looks WS-PARM-KEYWORD up among the dataset names, leaving
      * DS-IDX on it when found.
           set WS-Dataset-Found to false.
           set DS-IDX to 1.
           search WS-DS-ENTRY
               at end continue
               when WS-DS-NAME(DS-IDX) = WS-PARM-KEYWORD
                   set WS-Dataset-Found to true
           end-search.
           Exit Paragraph.
          0060-Find-Dataset-Exit.
           Exit Paragraph.
      *
          0100-Read-Spaceparm.
           OPEN INPUT SPCEPARM-FILE.
           if not WS-SPCEPARM-OK
               Display 'ERROR-999: Unable to open SPCEPARM status='
                   WS-SPCEPARM-STATUS ' - no allocations to project'
                   ' against'
               set WS-Spceparm-Error to true
               GO TO 0100-Read-Spaceparm-Exit
           end-if.
           perform 0110-Read-Spaceparm-Record
               thru 0110-Read-Spaceparm-Record-Exit
               until WS-SPCEPARM-EOF.
           CLOSE SPCEPARM-FILE.
           Exit Paragraph.
          0100-Read-Spaceparm-Exit.
           Exit Paragraph.
      *
          0110-Read-Spaceparm-Record.
           READ SPCEPARM-FILE
               AT END set WS-SPCEPARM-EOF to true
               NOT AT END
                   Move SPACES to WS-PARM-KEYWORD WS-PARM-VALUE-TEXT
                   UNSTRING SPCEPARM-RECORD DELIMITED BY '='
                       INTO WS-PARM-KEYWORD WS-PARM-VALUE-TEXT
                   perform 0120-Apply-Spaceparm-Keyword
                       thru 0120-Apply-Spaceparm-Keyword-Exit
           end-read.
           Exit Paragraph.
          0110-Read-Spaceparm-Record-Exit.
           Exit Paragraph.
      *
          0120-Apply-Spaceparm-Keyword.
           evaluate WS-PARM-KEYWORD
               when 'THRESHOLD'
                   if WS-PARM-VALUE-TEXT(1:3) is numeric
                       Move WS-PARM-VALUE-TEXT(1:3)
                         to WS-THRESHOLD-DAYS
                   else
                       Display 'WARNING-999: SPCEPARM THRESHOLD='
                           ' value is not three digits - using '
                           WS-THRESHOLD-DAYS
                   end-if
                   GO TO 0120-Apply-Spaceparm-Keyword-Exit
               when 'TARGET'
                   if WS-PARM-VALUE-TEXT(1:2) is numeric
                       and WS-PARM-VALUE-TEXT(1:2) not = '00'
                       Move WS-PARM-VALUE-TEXT(1:2)
                         to WS-TARGET-PCT
                   else
                       Display 'WARNING-999: SPCEPARM TARGET='
                           ' value is not 01-99 - using '
                           WS-TARGET-PCT
                   end-if
                   GO TO 0120-Apply-Spaceparm-Keyword-Exit
               when SPACES
                   GO TO 0120-Apply-Spaceparm-Keyword-Exit
           end-evaluate.
           perform 0060-Find-Dataset thru 0060-Find-Dataset-Exit.
           if not WS-Dataset-Found
               Display 'DATSPACE: Ignoring unknown SPCEPARM'
                   ' keyword ' WS-PARM-KEYWORD
               GO TO 0120-Apply-Spaceparm-Keyword-Exit
           end-if.
           if WS-PARM-VALUE-TEXT(1:9) is numeric
               Move WS-PARM-VALUE-TEXT(1:9) to WS-DS-ALLOC(DS-IDX)
           else
               Display 'WARNING-999: SPCEPARM ' WS-PARM-KEYWORD
                   ' allocation is not nine digits - not projected'
           end-if.
           Exit Paragraph.
          0120-Apply-Spaceparm-Keyword-Exit.
           Exit Paragraph.
      *
          0200-Read-Hskpparm.
      * The retention days DATHSKP runs with now, keyed the same way.
           OPEN INPUT HSKPPARM-FILE.
           if not WS-HSKPPARM-OK
               Display 'DATSPACE: No HSKPPARM - DATHSKP settings in'
                   ' force not shown'
               GO TO 0200-Read-Hskpparm-Exit
           end-if.
           perform 0210-Read-Hskpparm-Record
               thru 0210-Read-Hskpparm-Record-Exit
               until WS-HSKPPARM-EOF.
           CLOSE HSKPPARM-FILE.
           Exit Paragraph.
          0200-Read-Hskpparm-Exit.
           Exit Paragraph.
      *
          0210-Read-Hskpparm-Record.
           READ HSKPPARM-FILE
               AT END set WS-HSKPPARM-EOF to true
                   GO TO 0210-Read-Hskpparm-Record-Exit
           end-read.
           Move SPACES to WS-PARM-KEYWORD WS-PARM-VALUE-TEXT.
           UNSTRING HSKPPARM-RECORD DELIMITED BY '='
               INTO WS-PARM-KEYWORD WS-PARM-VALUE-TEXT.
           if WS-PARM-VALUE-TEXT(1:3) is not numeric
               GO TO 0210-Read-Hskpparm-Record-Exit
           end-if.
           perform 0060-Find-Dataset thru 0060-Find-Dataset-Exit.
           if WS-Dataset-Found and WS-DS-HSKPPARM(DS-IDX)
               Move WS-PARM-VALUE-TEXT(1:3) to WS-DS-NOW-DAYS(DS-IDX)
               set WS-DS-NOW-SET(DS-IDX) to true
           end-if.
           Exit Paragraph.
          0210-Read-Hskpparm-Record-Exit.
           Exit Paragraph.
      *
          0300-Read-Archparm.
      * DATAUDIT's retention now is however far back ARCHPARM's
      * CUTOFF= stands from today.
           OPEN INPUT ARCHPARM-FILE.
           if not WS-ARCHPARM-OK
               Display 'DATSPACE: No ARCHPARM - DATARCH setting in'
                   ' force not shown'
               GO TO 0300-Read-Archparm-Exit
           end-if.
           perform 0310-Read-Archparm-Record
               thru 0310-Read-Archparm-Record-Exit
               until WS-ARCHPARM-EOF.
           CLOSE ARCHPARM-FILE.
           Exit Paragraph.
          0300-Read-Archparm-Exit.
           Exit Paragraph.
      *
          0310-Read-Archparm-Record.
           READ ARCHPARM-FILE
               AT END set WS-ARCHPARM-EOF to true
                   GO TO 0310-Read-Archparm-Record-Exit
           end-read.
           Move SPACES to WS-PARM-KEYWORD WS-PARM-VALUE-TEXT.
           UNSTRING ARCHPARM-RECORD DELIMITED BY '='
               INTO WS-PARM-KEYWORD WS-PARM-VALUE-TEXT.
           if WS-PARM-KEYWORD not = 'CUTOFF'
               or WS-PARM-VALUE-TEXT(1:8) is not numeric
               GO TO 0310-Read-Archparm-Record-Exit
           end-if.
           Move WS-PARM-VALUE-TEXT(1:8) to WS-CUTOFF-DATE.
           compute WS-CUTOFF-INT =
               function integer-of-date(WS-CUTOFF-DATE).
           if WS-CUTOFF-INT > 0 and WS-CUTOFF-INT <= WS-TODAY-INT
               Move 'DATAUDIT' to WS-PARM-KEYWORD
               perform 0060-Find-Dataset thru 0060-Find-Dataset-Exit
               compute WS-DS-NOW-DAYS(DS-IDX) =
                   WS-TODAY-INT - WS-CUTOFF-INT
               set WS-DS-NOW-SET(DS-IDX) to true
           end-if.
           Exit Paragraph.
          0310-Read-Archparm-Record-Exit.
           Exit Paragraph.
      *
          0400-Read-History.
      * The oldest count each dataset had within the window - what
      * ACCTMAST's growth is measured from. No SPACEHST yet is the
      * first run.
           OPEN INPUT SPACEHST-FILE.
           if not WS-SPACEHST-OK
               Display 'DATSPACE: No SPACEHST history yet - ACCTMAST'
                   ' growth starts from this run'
               GO TO 0400-Read-History-Exit
           end-if.
           perform 0410-Read-History-Record
               thru 0410-Read-History-Record-Exit
               until WS-SPACEHST-EOF.
           CLOSE SPACEHST-FILE.
           Exit Paragraph.
          0400-Read-History-Exit.
           Exit Paragraph.
      *
          0410-Read-History-Record.
           READ SPACEHST-FILE
               AT END set WS-SPACEHST-EOF to true
                   GO TO 0410-Read-History-Record-Exit
           end-read.
           if SP-RUN-DATE is not numeric
               or SP-RECORDS is not numeric
               GO TO 0410-Read-History-Record-Exit
           end-if.
           compute WS-ITEM-INT = function integer-of-date(SP-RUN-DATE).
           if WS-ITEM-INT < WS-WINDOW-INT
               or WS-ITEM-INT >= WS-TODAY-INT
               GO TO 0410-Read-History-Record-Exit
           end-if.
           Move SP-DATASET to WS-PARM-KEYWORD.
           perform 0060-Find-Dataset thru 0060-Find-Dataset-Exit.
           if not WS-Dataset-Found
               GO TO 0410-Read-History-Record-Exit
           end-if.
           if WS-DS-HIST-INT(DS-IDX) = ZERO
               or WS-ITEM-INT < WS-DS-HIST-INT(DS-IDX)
               Move WS-ITEM-INT to WS-DS-HIST-INT(DS-IDX)
               Move SP-RECORDS  to WS-DS-HIST-RECORDS(DS-IDX)
           end-if.
           Exit Paragraph.
          0410-Read-History-Record-Exit.
           Exit Paragraph.
      *
          2100-Count-Dataudit.
           Move 1 to WS-DS-SUB.
           OPEN INPUT DATAUDIT-FILE.
           if not WS-INPUT-OK
               perform 2950-Report-Not-Read
                   thru 2950-Report-Not-Read-Exit
               GO TO 2100-Count-Dataudit-Exit
           end-if.
           perform 2105-Read-Dataudit thru 2105-Read-Dataudit-Exit
               until WS-INPUT-EOF.
           CLOSE DATAUDIT-FILE.
           set WS-DS-READ(WS-DS-SUB) to true.
           Exit Paragraph.
          2100-Count-Dataudit-Exit.
           Exit Paragraph.
      *
          2105-Read-Dataudit.
           READ DATAUDIT-FILE
               AT END set WS-INPUT-EOF to true
               NOT AT END
                   Move AUD-TIMESTAMP(1:8) to WS-REC-DATE
                   perform 2900-Tally-Record
                       thru 2900-Tally-Record-Exit
           end-read.
           Exit Paragraph.
          2105-Read-Dataudit-Exit.
           Exit Paragraph.
      *
          2110-Count-Acctmast.
           Move 2 to WS-DS-SUB.
           OPEN INPUT ACCTMAST-FILE.
           if not WS-INPUT-OK
               perform 2950-Report-Not-Read
                   thru 2950-Report-Not-Read-Exit
               GO TO 2110-Count-Acctmast-Exit
           end-if.
           perform 2115-Read-Acctmast thru 2115-Read-Acctmast-Exit
               until WS-INPUT-EOF.
           CLOSE ACCTMAST-FILE.
           set WS-DS-READ(WS-DS-SUB) to true.
           Exit Paragraph.
          2110-Count-Acctmast-Exit.
           Exit Paragraph.
      *
          2115-Read-Acctmast.
      * Counted only - an account carries no date it was opened.
           READ ACCTMAST-FILE NEXT RECORD
               AT END set WS-INPUT-EOF to true
               NOT AT END
                   Move SPACES to WS-REC-DATE
                   perform 2900-Tally-Record
                       thru 2900-Tally-Record-Exit
           end-read.
           Exit Paragraph.
          2115-Read-Acctmast-Exit.
           Exit Paragraph.
      *
          2120-Count-Alertds.
           Move 3 to WS-DS-SUB.
           OPEN INPUT ALERTDS-FILE.
           if not WS-INPUT-OK
               perform 2950-Report-Not-Read
                   thru 2950-Report-Not-Read-Exit
               GO TO 2120-Count-Alertds-Exit
           end-if.
           perform 2125-Read-Alertds thru 2125-Read-Alertds-Exit
               until WS-INPUT-EOF.
           CLOSE ALERTDS-FILE.
           set WS-DS-READ(WS-DS-SUB) to true.
           Exit Paragraph.
          2120-Count-Alertds-Exit.
           Exit Paragraph.
      *
          2125-Read-Alertds.
           READ ALERTDS-FILE
               AT END set WS-INPUT-EOF to true
               NOT AT END
                   Move AL-TIMESTAMP(1:8) to WS-REC-DATE
                   perform 2900-Tally-Record
                       thru 2900-Tally-Record-Exit
           end-read.
           Exit Paragraph.
          2125-Read-Alertds-Exit.
           Exit Paragraph.
      *
          2130-Count-Reviewq.
           Move 4 to WS-DS-SUB.
           OPEN INPUT REVIEWQ-FILE.
           if not WS-INPUT-OK
               perform 2950-Report-Not-Read
                   thru 2950-Report-Not-Read-Exit
               GO TO 2130-Count-Reviewq-Exit
           end-if.
           perform 2135-Read-Reviewq thru 2135-Read-Reviewq-Exit
               until WS-INPUT-EOF.
           CLOSE REVIEWQ-FILE.
           set WS-DS-READ(WS-DS-SUB) to true.
           Exit Paragraph.
          2130-Count-Reviewq-Exit.
           Exit Paragraph.
      *
          2135-Read-Reviewq.
           READ REVIEWQ-FILE
               AT END set WS-INPUT-EOF to true
               NOT AT END
                   Move RQ-TIMESTAMP(1:8) to WS-REC-DATE
                   perform 2900-Tally-Record
                       thru 2900-Tally-Record-Exit
           end-read.
           Exit Paragraph.
          2135-Read-Reviewq-Exit.
           Exit Paragraph.
      *
          2140-Count-Superq.
           Move 5 to WS-DS-SUB.
           OPEN INPUT SUPERQ-FILE.
           if not WS-INPUT-OK
               perform 2950-Report-Not-Read
                   thru 2950-Report-Not-Read-Exit
               GO TO 2140-Count-Superq-Exit
           end-if.
           perform 2145-Read-Superq thru 2145-Read-Superq-Exit
               until WS-INPUT-EOF.
           CLOSE SUPERQ-FILE.
           set WS-DS-READ(WS-DS-SUB) to true.
           Exit Paragraph.
          2140-Count-Superq-Exit.
           Exit Paragraph.
      *
          2145-Read-Superq.
           READ SUPERQ-FILE
               AT END set WS-INPUT-EOF to true
               NOT AT END
                   Move SQ-TIMESTAMP(1:8) to WS-REC-DATE
                   perform 2900-Tally-Record
                       thru 2900-Tally-Record-Exit
           end-read.
           Exit Paragraph.
          2145-Read-Superq-Exit.
           Exit Paragraph.
      *
          2150-Count-Sqlerrlg.
           Move 6 to WS-DS-SUB.
           OPEN INPUT SQLERRLG-FILE.
           if not WS-INPUT-OK
               perform 2950-Report-Not-Read
                   thru 2950-Report-Not-Read-Exit
               GO TO 2150-Count-Sqlerrlg-Exit
           end-if.
           perform 2155-Read-Sqlerrlg thru 2155-Read-Sqlerrlg-Exit
               until WS-INPUT-EOF.
           CLOSE SQLERRLG-FILE.
           set WS-DS-READ(WS-DS-SUB) to true.
           Exit Paragraph.
          2150-Count-Sqlerrlg-Exit.
           Exit Paragraph.
      *
          2155-Read-Sqlerrlg.
           READ SQLERRLG-FILE
               AT END set WS-INPUT-EOF to true
               NOT AT END
                   Move SE-TIMESTAMP(1:8) to WS-REC-DATE
                   perform 2900-Tally-Record
                       thru 2900-Tally-Record-Exit
           end-read.
           Exit Paragraph.
          2155-Read-Sqlerrlg-Exit.
           Exit Paragraph.
      *
          2160-Count-Diaglog.
           Move 7 to WS-DS-SUB.
           OPEN INPUT DIAGLOG-FILE.
           if not WS-INPUT-OK
               perform 2950-Report-Not-Read
                   thru 2950-Report-Not-Read-Exit
               GO TO 2160-Count-Diaglog-Exit
           end-if.
           perform 2165-Read-Diaglog thru 2165-Read-Diaglog-Exit
               until WS-INPUT-EOF.
           CLOSE DIAGLOG-FILE.
           set WS-DS-READ(WS-DS-SUB) to true.
           Exit Paragraph.
          2160-Count-Diaglog-Exit.
           Exit Paragraph.
      *
          2165-Read-Diaglog.
           READ DIAGLOG-FILE
               AT END set WS-INPUT-EOF to true
               NOT AT END
                   Move DG-TIMESTAMP(1:8) to WS-REC-DATE
                   perform 2900-Tally-Record
                       thru 2900-Tally-Record-Exit
           end-read.
           Exit Paragraph.
          2165-Read-Diaglog-Exit.
           Exit Paragraph.
      *
          2170-Count-Perfstat.
           Move 8 to WS-DS-SUB.
           OPEN INPUT PERFSTAT-FILE.
           if not WS-INPUT-OK
               perform 2950-Report-Not-Read
                   thru 2950-Report-Not-Read-Exit
               GO TO 2170-Count-Perfstat-Exit
           end-if.
           perform 2175-Read-Perfstat thru 2175-Read-Perfstat-Exit
               until WS-INPUT-EOF.
           CLOSE PERFSTAT-FILE.
           set WS-DS-READ(WS-DS-SUB) to true.
           Exit Paragraph.
          2170-Count-Perfstat-Exit.
           Exit Paragraph.
      *
          2175-Read-Perfstat.
           READ PERFSTAT-FILE
               AT END set WS-INPUT-EOF to true
               NOT AT END
                   Move PF-DATE to WS-REC-DATE
                   perform 2900-Tally-Record
                       thru 2900-Tally-Record-Exit
           end-read.
           Exit Paragraph.
          2175-Read-Perfstat-Exit.
           Exit Paragraph.
      *
          2180-Count-Excpdtl.
           Move 9 to WS-DS-SUB.
           OPEN INPUT EXCPDTL-FILE.
           if not WS-INPUT-OK
               perform 2950-Report-Not-Read
                   thru 2950-Report-Not-Read-Exit
               GO TO 2180-Count-Excpdtl-Exit
           end-if.
           perform 2185-Read-Excpdtl thru 2185-Read-Excpdtl-Exit
               until WS-INPUT-EOF.
           CLOSE EXCPDTL-FILE.
           set WS-DS-READ(WS-DS-SUB) to true.
           Exit Paragraph.
          2180-Count-Excpdtl-Exit.
           Exit Paragraph.
      *
          2185-Read-Excpdtl.
           READ EXCPDTL-FILE
               AT END set WS-INPUT-EOF to true
               NOT AT END
                   Move XD-TIMESTAMP(1:8) to WS-REC-DATE
                   perform 2900-Tally-Record
                       thru 2900-Tally-Record-Exit
           end-read.
           Exit Paragraph.
          2185-Read-Excpdtl-Exit.
           Exit Paragraph.
      *
          2190-Count-Rulechg.
           Move 10 to WS-DS-SUB.
           OPEN INPUT RULECHG-FILE.
           if not WS-INPUT-OK
               perform 2950-Report-Not-Read
                   thru 2950-Report-Not-Read-Exit
               GO TO 2190-Count-Rulechg-Exit
           end-if.
           perform 2195-Read-Rulechg thru 2195-Read-Rulechg-Exit
               until WS-INPUT-EOF.
           CLOSE RULECHG-FILE.
           set WS-DS-READ(WS-DS-SUB) to true.
           Exit Paragraph.
          2190-Count-Rulechg-Exit.
           Exit Paragraph.
      *
          2195-Read-Rulechg.
           READ RULECHG-FILE
               AT END set WS-INPUT-EOF to true
               NOT AT END
                   Move CG-TIMESTAMP(1:8) to WS-REC-DATE
                   perform 2900-Tally-Record
                       thru 2900-Tally-Record-Exit
           end-read.
           Exit Paragraph.
          2195-Read-Rulechg-Exit.
           Exit Paragraph.
      *
          2200-Count-Runjrnl.
           Move 11 to WS-DS-SUB.
           OPEN INPUT RUNJRNL-FILE.
           if not WS-INPUT-OK
               perform 2950-Report-Not-Read
                   thru 2950-Report-Not-Read-Exit
               GO TO 2200-Count-Runjrnl-Exit
           end-if.
           perform 2205-Read-Runjrnl thru 2205-Read-Runjrnl-Exit
               until WS-INPUT-EOF.
           CLOSE RUNJRNL-FILE.
           set WS-DS-READ(WS-DS-SUB) to true.
           Exit Paragraph.
          2200-Count-Runjrnl-Exit.
           Exit Paragraph.
      *
          2205-Read-Runjrnl.
           READ RUNJRNL-FILE
               AT END set WS-INPUT-EOF to true
               NOT AT END
                   Move JR-TIMESTAMP(1:8) to WS-REC-DATE
                   perform 2900-Tally-Record
                       thru 2900-Tally-Record-Exit
           end-read.
           Exit Paragraph.
          2205-Read-Runjrnl-Exit.
           Exit Paragraph.
      *
          2900-Tally-Record.
      * Every record counts toward the total; a dated one also sets
      * the oldest date on file and, inside the window, the growth.
           add 1 to WS-DS-RECORDS(WS-DS-SUB).
           if WS-REC-DATE is not numeric or WS-REC-DATE-N = ZERO
               GO TO 2900-Tally-Record-Exit
           end-if.
           compute WS-ITEM-INT =
               function integer-of-date(WS-REC-DATE-N).
           if WS-ITEM-INT = ZERO
               GO TO 2900-Tally-Record-Exit
           end-if.
           if WS-DS-OLDEST-INT(WS-DS-SUB) = ZERO
               or WS-ITEM-INT < WS-DS-OLDEST-INT(WS-DS-SUB)
               Move WS-ITEM-INT to WS-DS-OLDEST-INT(WS-DS-SUB)
           end-if.
           if WS-ITEM-INT >= WS-WINDOW-INT
               add 1 to WS-DS-RECENT(WS-DS-SUB)
           end-if.
           Exit Paragraph.
          2900-Tally-Record-Exit.
           Exit Paragraph.
      *
          2950-Report-Not-Read.
           Display 'WARNING-999: Unable to open '
               WS-DS-NAME(WS-DS-SUB) ' status=' WS-INPUT-STATUS
               ' - not measured'.
           Exit Paragraph.
          2950-Report-Not-Read-Exit.
           Exit Paragraph.
      *
          3000-Project-One-Dataset.
           if not WS-DS-READ(WS-DS-SUB)
               add 1 to WS-CT-NOT-READ
               Display WS-DS-NAME(WS-DS-SUB) '  NOT READ'
               GO TO 3000-Project-One-Dataset-Exit
           end-if.
           add 1 to WS-CT-MEASURED.
           perform 3100-Work-Out-Growth thru 3100-Work-Out-Growth-Exit.
           Move SPACES to WS-MARK.
           evaluate true
               when WS-DS-ALLOC(WS-DS-SUB) = ZERO
                   Move 'NO ALLOC' to WS-LEFT-TEXT
               when WS-DS-RECORDS(WS-DS-SUB)
                       >= WS-DS-ALLOC(WS-DS-SUB)
                   Move ZERO to WS-DS-DAYS-LEFT(WS-DS-SUB)
                   Move '      FULL' to WS-LEFT-TEXT
                   set WS-DS-ALERT(WS-DS-SUB) to true
               when not WS-DS-RATE-KNOWN(WS-DS-SUB)
                   if WS-DS-MASTER(WS-DS-SUB)
                       Move 'NO HISTORY' to WS-LEFT-TEXT
                   else
                       Move '   UNDATED' to WS-LEFT-TEXT
                   end-if
               when WS-DS-PER-DAY(WS-DS-SUB) = ZERO
                   Move ' NO GROWTH' to WS-LEFT-TEXT
               when other
                   compute WS-DS-DAYS-LEFT(WS-DS-SUB) =
                       (WS-DS-ALLOC(WS-DS-SUB)
                        - WS-DS-RECORDS(WS-DS-SUB))
                       / WS-DS-PER-DAY(WS-DS-SUB)
                       on size error
                           Move 99999 to WS-DS-DAYS-LEFT(WS-DS-SUB)
                   end-compute
                   Move WS-DS-DAYS-LEFT(WS-DS-SUB) to WS-EDIT-DAYS
                   Move SPACES to WS-LEFT-TEXT
                   Move WS-EDIT-DAYS to WS-LEFT-TEXT(6:5)
                   if WS-DS-DAYS-LEFT(WS-DS-SUB) < WS-THRESHOLD-DAYS
                       set WS-DS-ALERT(WS-DS-SUB) to true
                   end-if
           end-evaluate.
           if WS-DS-ALERT(WS-DS-SUB)
               Move ' <<<' to WS-MARK
           end-if.
           Move WS-DS-RECORDS(WS-DS-SUB) to WS-EDIT-RECORDS.
           Move WS-DS-ALLOC(WS-DS-SUB)   to WS-EDIT-ALLOC.
           Move WS-DS-PER-DAY(WS-DS-SUB) to WS-EDIT-PER-DAY.
           Display WS-DS-NAME(WS-DS-SUB) ' ' WS-EDIT-RECORDS ' '
               WS-EDIT-ALLOC ' ' WS-EDIT-PER-DAY ' ' WS-LEFT-TEXT
               WS-MARK.
           perform 3200-Print-Retention thru 3200-Print-Retention-Exit.
           Exit Paragraph.
          3000-Project-One-Dataset-Exit.
           Exit Paragraph.
      *
          3100-Work-Out-Growth.
      * A dated dataset grows by its records inside the window over
      * the days the window covers - back to its oldest record where
      * that is younger than the window. The master grows by its
      * count against the oldest SPACEHST count in the window; a
      * shrinking master is not growing.
           if WS-DS-MASTER(WS-DS-SUB)
               if WS-DS-HIST-INT(WS-DS-SUB) = ZERO
                   GO TO 3100-Work-Out-Growth-Exit
               end-if
               compute WS-SPAN-DAYS =
                   WS-TODAY-INT - WS-DS-HIST-INT(WS-DS-SUB)
               if WS-DS-RECORDS(WS-DS-SUB)
                       > WS-DS-HIST-RECORDS(WS-DS-SUB)
                   compute WS-DS-PER-DAY(WS-DS-SUB) rounded =
                       (WS-DS-RECORDS(WS-DS-SUB)
                        - WS-DS-HIST-RECORDS(WS-DS-SUB))
                       / WS-SPAN-DAYS
               end-if
               set WS-DS-RATE-KNOWN(WS-DS-SUB) to true
               GO TO 3100-Work-Out-Growth-Exit
           end-if.
           if WS-DS-OLDEST-INT(WS-DS-SUB) = ZERO
               GO TO 3100-Work-Out-Growth-Exit
           end-if.
           if WS-DS-OLDEST-INT(WS-DS-SUB) > WS-WINDOW-INT
               Move WS-DS-OLDEST-INT(WS-DS-SUB) to WS-START-INT
           else
               Move WS-WINDOW-INT to WS-START-INT
           end-if.
           if WS-START-INT < WS-TODAY-INT
               compute WS-SPAN-DAYS = WS-TODAY-INT - WS-START-INT
           else
               Move 1 to WS-SPAN-DAYS
           end-if.
           compute WS-DS-PER-DAY(WS-DS-SUB) rounded =
               WS-DS-RECENT(WS-DS-SUB) / WS-SPAN-DAYS
               on size error
                   Move 9999999.99 to WS-DS-PER-DAY(WS-DS-SUB)
           end-compute.
           set WS-DS-RATE-KNOWN(WS-DS-SUB) to true.
           Exit Paragraph.
          3100-Work-Out-Growth-Exit.
           Exit Paragraph.
      *
          3200-Print-Retention.
      * The days of arrivals that fill TARGET per cent of the
      * allocation, put the way the member that ages it takes it.
           if WS-DS-MASTER(WS-DS-SUB)
               Display '         master file - not aged by retention'
               GO TO 3200-Print-Retention-Exit
           end-if.
           if WS-DS-ALLOC(WS-DS-SUB) = ZERO
               or not WS-DS-RATE-KNOWN(WS-DS-SUB)
               GO TO 3200-Print-Retention-Exit
           end-if.
           if WS-DS-NOW-SET(WS-DS-SUB)
               Move WS-DS-NOW-DAYS(WS-DS-SUB) to WS-EDIT-NOW
               Move SPACES to WS-NOW-TEXT
               STRING ' (now' WS-EDIT-NOW ' days)'
                   DELIMITED BY SIZE INTO WS-NOW-TEXT
           else
               Move ' (now not set)' to WS-NOW-TEXT
           end-if.
           if WS-DS-PER-DAY(WS-DS-SUB) = ZERO
               Display '         hold steady: any retention - no'
                   ' growth' WS-NOW-TEXT
               GO TO 3200-Print-Retention-Exit
           end-if.
           compute WS-DS-HOLD-DAYS(WS-DS-SUB) =
               WS-DS-ALLOC(WS-DS-SUB) * WS-TARGET-PCT / 100
               / WS-DS-PER-DAY(WS-DS-SUB)
               on size error
                   Move 9999999 to WS-DS-HOLD-DAYS(WS-DS-SUB)
           end-compute.
           Move WS-DS-HOLD-DAYS(WS-DS-SUB) to WS-EDIT-HOLD.
           Move SPACES to WS-HOLD-TEXT.
           Move 1 to WS-HOLD-PTR.
           evaluate true
               when WS-DS-ARCHPARM(WS-DS-SUB)
                   if WS-DS-HOLD-DAYS(WS-DS-SUB) < WS-TODAY-INT
                       compute WS-CUTOFF-INT = WS-TODAY-INT
                           - WS-DS-HOLD-DAYS(WS-DS-SUB)
                       compute WS-CUTOFF-DATE =
                           function date-of-integer(WS-CUTOFF-INT)
                   else
                       Move ZERO to WS-CUTOFF-DATE
                   end-if
                   STRING 'ARCHPARM CUTOFF=' WS-CUTOFF-DATE
                       ' -' WS-EDIT-HOLD ' days'
                       DELIMITED BY SIZE INTO WS-HOLD-TEXT
                       WITH POINTER WS-HOLD-PTR
               when WS-DS-HSKPPARM(WS-DS-SUB)
      * DATHSKP takes three digits; past 999 days any setting holds.
                   if WS-DS-HOLD-DAYS(WS-DS-SUB) > 999
                       Move 999 to WS-EDIT-HSKP
                   else
                       Move WS-DS-HOLD-DAYS(WS-DS-SUB) to WS-EDIT-HSKP
                   end-if
                   STRING 'HSKPPARM ' DELIMITED BY SIZE
                       WS-DS-NAME(WS-DS-SUB) DELIMITED BY SPACE
                       '=' WS-EDIT-HSKP
                       DELIMITED BY SIZE INTO WS-HOLD-TEXT
                       WITH POINTER WS-HOLD-PTR
               when other
                   STRING WS-EDIT-HOLD ' days - no ARCHPARM or'
                       ' HSKPPARM setting ages it'
                       DELIMITED BY SIZE INTO WS-HOLD-TEXT
           end-evaluate.
      * The setting in force follows the one suggested.
           if not WS-DS-NOT-AGED(WS-DS-SUB)
               STRING WS-NOW-TEXT DELIMITED BY SIZE
                   INTO WS-HOLD-TEXT WITH POINTER WS-HOLD-PTR
           end-if.
           Display '         hold steady: ' WS-HOLD-TEXT.
           Exit Paragraph.
          3200-Print-Retention-Exit.
           Exit Paragraph.
      *
          4000-Raise-One-Alert.
           if not WS-DS-ALERT(WS-DS-SUB)
               GO TO 4000-Raise-One-Alert-Exit
           end-if.
           add 1 to WS-CT-ALERTS.
           Move SPACES to WS-AW-DESC.
           if WS-DS-DAYS-LEFT(WS-DS-SUB) = ZERO
               STRING WS-DS-NAME(WS-DS-SUB) DELIMITED BY SPACE
                   ' AT ALLOCATION' DELIMITED BY SIZE
                   INTO WS-AW-DESC
           else
               Move WS-DS-DAYS-LEFT(WS-DS-SUB) to WS-EDIT-DAYS
               STRING WS-DS-NAME(WS-DS-SUB) DELIMITED BY SPACE
                   ' FULL IN' WS-EDIT-DAYS ' DAYS'
                   DELIMITED BY SIZE INTO WS-AW-DESC
           end-if.
           Display 'WARNING-999: ' WS-AW-DESC.
           if not WS-Alertds-Open
               OPEN EXTEND ALERTDS-FILE
               if WS-INPUT-STATUS not = '00'
                   and WS-INPUT-STATUS not = '05'
                   OPEN OUTPUT ALERTDS-FILE
               end-if
               if WS-INPUT-STATUS not = '00'
                   Display 'ERROR-999: Unable to open ALERTDS status='
                       WS-INPUT-STATUS ' - capacity alert for '
                       WS-DS-NAME(WS-DS-SUB) ' not recorded'
                   GO TO 4000-Raise-One-Alert-Exit
               end-if
               set WS-Alertds-Open to true
           end-if.
           Move WS-CURRENT-TIMESTAMP to WS-AW-TIMESTAMP.
           Move 'SPCE'               to WS-AW-RULE.
           Move 806                  to WS-AW-RESULT.
           Move WS-CURRENT-TIMESTAMP to WS-AW-FIRST-SEEN.
           Move 1                    to WS-AW-OCCUR-COUNT.
           WRITE ALERTDS-RECORD from WS-ALERT-WORK.
           Exit Paragraph.
          4000-Raise-One-Alert-Exit.
           Exit Paragraph.
      *
          5000-Write-History.
      * Tonight's counts go on SPACEHST for next week's growth; a
      * failure here costs the trend, not this report.
           OPEN EXTEND SPACEHST-FILE.
           if WS-SPACEHST-STATUS not = '00'
               and WS-SPACEHST-STATUS not = '05'
               OPEN OUTPUT SPACEHST-FILE
           end-if.
           if WS-SPACEHST-STATUS not = '00'
               Display 'WARNING-999: Unable to open SPACEHST status='
                   WS-SPACEHST-STATUS ' - counts not kept for the'
                   ' next run'
               GO TO 5000-Write-History-Exit
           end-if.
           perform 5100-Write-One-History
               thru 5100-Write-One-History-Exit
               varying WS-DS-SUB from 1 by 1
               until WS-DS-SUB > WS-DS-COUNT.
           CLOSE SPACEHST-FILE.
           Exit Paragraph.
          5000-Write-History-Exit.
           Exit Paragraph.
      *
          5100-Write-One-History.
           if not WS-DS-READ(WS-DS-SUB)
               GO TO 5100-Write-One-History-Exit
           end-if.
           Move WS-RUN-DATE              to SP-RUN-DATE.
           Move WS-DS-NAME(WS-DS-SUB)    to SP-DATASET.
           Move WS-DS-RECORDS(WS-DS-SUB) to SP-RECORDS.
           Move WS-DS-ALLOC(WS-DS-SUB)   to SP-ALLOCATION.
           Move WS-DS-PER-DAY(WS-DS-SUB) to SP-PER-DAY.
           WRITE SPACEHST-RECORD.
           if WS-SPACEHST-OK
               add 1 to WS-CT-HISTORY
           end-if.
           Exit Paragraph.
          5100-Write-One-History-Exit.
           Exit Paragraph.
      *
          6000-Print-Totals.
           Display '------------------------------------------------'.
           Display '  Datasets measured. . . . . : ' WS-CT-MEASURED.
           Display '  Datasets not read. . . . . : ' WS-CT-NOT-READ.
           Display '  Inside ' WS-THRESHOLD-DAYS
               ' days of allocation : ' WS-CT-ALERTS.
           Display '  Retention aims to fill . . : ' WS-TARGET-PCT
               '% of allocation'.
           Display '  History records written. . : ' WS-CT-HISTORY.
           Display '================================================'.
           Exit Paragraph.
          6000-Print-Totals-Exit.
           Exit Paragraph.
