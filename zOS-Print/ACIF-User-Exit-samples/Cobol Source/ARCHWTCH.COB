       PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
      * LAST UPDATE ON 15 Oct 2026 AT 09:00:00 BY MAINT    VERSION 01  *
       ID DIVISION.
       PROGRAM-ID. ARCHWTCH.
       AUTHOR. TURETZKY--HYDRA.
       INSTALLATION. IBM BOULDER PROGRAMMING CENTER.

                 Nightly expected-run watch for the ACIFOBDT print
                 archive.  ARCHBALN balances the generations that
                 ran; this program asks whether the right jobs ran
                 at all, and whether they ran at their usual size.
                 For the requested day it reports:

                   - expected runs missing: a job the schedule
                     (ARCHSCHD, layout ARCHSCHR) expects that day
                     with no accounting record and no catalog entry
                   - unexpected runs: a job that ran but is not in
                     the schedule, or is not expected that day
                   - runs whose pages, lines, suppressed pages or
                     generation count fall outside the job's band

                 A job's band is built from its own trailing history
                 in ACIFACCT: the average of its last HISTORY= run
                 days of the same kind, plus or minus TOLERANCE=
                 percent.  "Same kind" follows the schedule statement
                 that made the job expected -- DAILY and WEEKDAYS
                 jobs compare with the same weekday, MONTHEND jobs
                 with earlier month-ends, DATE jobs with any earlier
                 run.  A job with fewer than MINHISTORY= such days
                 is listed but not judged.  A run day's figures are
                 the sum of its type-G accounting records; a run
                 cataloged but never accounted (ARCHBALN reports the
                 discrepancy itself) is judged on its catalog
                 entries instead.  ARCHCONS merged entries (.MERGE)
                 are not runs and are ignored.

                 Every exception is written to the report and, as a
                 run event, to the ACIFEVLG dataset (layout
                 ACIFEVTR, messages ACF0301E-ACF0306E) and the
                 console, so automation can page the on-call analyst
                 exactly as it does for ACF0201S.  ACF0310I closes
                 each watch with its exception count.

                 Parameter statements (WTCHPARM DD, keyword=value,
                 all optional):
                   DATE=yymmdd      run date to watch (default
                                    today)
                   HISTORY=nn       run days a band is built from
                                    (default 8, at most 20)
                   TOLERANCE=nnn    band width, percent either side
                                    of the average (default 30)
                   MINHISTORY=nn    fewest run days a band needs
                                    (default 3)
                   EVENTDSN=dsn     cumulative event log, allocated
                                    MOD CATLG (else the ACIFEVLG
                                    DD; neither writes no events)
                 Cards with * in column 1 are comments.  ARCHSCHD,
                 ARCHCAT and ACIFACCT come from JCL; the report goes
                 to WTCHRPRT.

                 RC=0 every expected run ran within its band, RC=4
                 nothing expected or run, or events not recorded,
                 RC=8 exceptions on the report, RC=12 schedule,
                 catalog, accounting or parameters unusable.
       DATE-WRITTEN. 15 Oct 2026.
       DATE-COMPILED.
       SECURITY. IBM SAMPLE CODE ONLY.
       TITLE 'Expected-Run Watch'.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHCAT-FILE        ASSIGN TO ARCHCAT,
                                      ORGANIZATION INDEXED,
                                      ACCESS SEQUENTIAL,
                                      RECORD KEY CAT-ARCHIVE-DSN,
                                      FILE STATUS ARCHCAT-STATUS.
           SELECT ACIFACCT-FILE       ASSIGN TO ACIFACCT,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS ACIFACCT-STATUS.
           SELECT ARCHSCHD-FILE       ASSIGN TO ARCHSCHD,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS ARCHSCHD-STATUS.
      * Run event log, from the EVENTDSN card or an ACIFEVLG DD.
           SELECT ACIFEVLG-FILE       ASSIGN TO ACIFEVLG,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS ACIFEVLG-STATUS.
           SELECT OPTIONAL WTCHPARM-FILE ASSIGN TO WTCHPARM,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WTCHPARM-STATUS.
           SELECT WTCHRPRT-FILE       ASSIGN TO WTCHRPRT,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WTCHRPRT-STATUS.
        EJECT
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHCAT-FILE
           RECORD CONTAINS 256 CHARACTERS.
           COPY ARCHCATR SUPPRESS.
       FD  ACIFACCT-FILE
           RECORD CONTAINS 132 CHARACTERS.
           COPY ACIFACTR SUPPRESS.
       FD  ARCHSCHD-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY ARCHSCHR SUPPRESS.
       FD  ACIFEVLG-FILE
           RECORD CONTAINS 132 CHARACTERS.
           COPY ACIFEVTR SUPPRESS.
       FD  WTCHPARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WTCHPARM-RECORD            PIC X(80).
       FD  WTCHRPRT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  WTCHRPRT-RECORD            PIC X(132).
       WORKING-STORAGE SECTION.
       01  PGMNAME                 PIC X(8) VALUE 'ARCHWTCH'.
       77  ARCHCAT-STATUS          PIC 99.
           88  ARCHCAT-OK          VALUE 00.
           88  ARCHCAT-EOF         VALUE 10.
       77  ACIFACCT-STATUS         PIC 99.
           88  ACIFACCT-OK         VALUE 00.
           88  ACIFACCT-EOF        VALUE 10.
       77  ARCHSCHD-STATUS         PIC 99.
           88  ARCHSCHD-OK         VALUE 00.
           88  ARCHSCHD-EOF        VALUE 10.
       77  ACIFEVLG-STATUS         PIC 99.
           88  ACIFEVLG-OK         VALUE 00.
           88  ACIFEVLG-NOTAVAIL   VALUE 35.
       77  WTCHPARM-STATUS         PIC 99.
           88  WTCHPARM-OK         VALUE 00.
           88  WTCHPARM-EOF        VALUE 10.
       77  WTCHRPRT-STATUS         PIC 99.
           88  WTCHRPRT-OK         VALUE 00.
            SKIP1
       01  WS-PARM-CARD.
           05  WS-CARD-KEYWORD     PIC X(16).
           05  WS-CARD-VALUE       PIC X(64).
       77  WS-CHECK-DATE           PIC 9(6) VALUE ZERO.
       77  WS-DEF-HISTORY          PIC 9(2) VALUE 8.
       77  WS-MAX-HISTORY          PIC 9(2) VALUE 20.
       77  WS-DEF-TOLERANCE        PIC 9(3) VALUE 30.
       77  WS-MIN-HISTORY          PIC 9(2) VALUE 3.
       01  WS-CURRENT-DATE.
           05  WS-CUR-YY           PIC 99.
           05  WS-CUR-MM           PIC 99.
           05  WS-CUR-DD           PIC 99.
            SKIP1
      * Calendar facts for one yymmdd date (0150-DATE-FACTS), on the
      * same 20yy window ARCHRETN ages generations with.  Weekday 0
      * is Monday: INTEGER-OF-DATE counts from Monday 1 Jan 1601.
       01  WS-WORK-DATE            PIC 9(6).
       01  WS-WORK-DATE-X          REDEFINES WS-WORK-DATE.
           05  WS-WORK-YY          PIC 99.
           05  WS-WORK-MM          PIC 99.
           05  WS-WORK-DD          PIC 99.
       77  WS-YYYYMMDD             PIC 9(8) VALUE ZERO.
       01  WS-NEXT-YYYYMMDD        PIC 9(8) VALUE ZERO.
       01  WS-NEXT-YYYYMMDD-X      REDEFINES WS-NEXT-YYYYMMDD.
           05  FILLER              PIC 9(4).
           05  WS-NEXT-MM          PIC 99.
           05  FILLER              PIC 99.
       77  WS-DAY-INTEGER          PIC S9(9) BINARY VALUE ZERO.
       77  WS-WORK-DOW             PIC 9 VALUE ZERO.
       77  WS-WORK-DATE-FLAG       PIC X VALUE 'N'.
           88  WS-WORK-DATE-VALID  VALUE 'Y'.
           88  WS-WORK-DATE-BAD    VALUE 'N'.
       77  WS-WORK-MONTHEND-FLAG   PIC X VALUE 'N'.
           88  WS-WORK-MONTHEND    VALUE 'Y'.
           88  WS-WORK-NOT-MONTHEND VALUE 'N'.
       77  WS-CHECK-DOW            PIC 9 VALUE ZERO.
       77  WS-CHECK-MONTHEND-FLAG  PIC X VALUE 'N'.
           88  WS-CHECK-MONTHEND   VALUE 'Y'.
       01  WS-DAY-NAMES            PIC X(21) VALUE
           'MONTUEWEDTHUFRISATSUN'.
       01  WS-DAY-NAME-TABLE       REDEFINES WS-DAY-NAMES.
           05  WS-DAY-NAME         PIC X(3) OCCURS 7 TIMES.
            SKIP1
      * Scheduled jobs.  WS-JB-BASIS says which earlier run days the
      * job's band is built from: the same weekday (W), earlier
      * month-ends (M) or any earlier run (A).  Each job keeps its
      * latest run days, oldest replaced first.
       77  WS-MAX-JOBS             PIC 9(4) BINARY VALUE 300.
       77  WS-JOB-COUNT            PIC 9(4) BINARY VALUE ZERO.
       77  WS-JOB-OVERFLOW         PIC 9(8) BINARY VALUE ZERO.
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY OCCURS 300 TIMES INDEXED BY JOB-IDX.
               10  WS-JB-JOBNAME   PIC X(8).
               10  WS-JB-EXPECT-FLG PIC X.
                   88  WS-JB-EXPECTED      VALUE 'Y'.
                   88  WS-JB-NOT-EXPECTED  VALUE 'N'.
               10  WS-JB-SKIP-FLG  PIC X.
                   88  WS-JB-SKIPPED       VALUE 'Y'.
                   88  WS-JB-NOT-SKIPPED   VALUE 'N'.
               10  WS-JB-BASIS     PIC X.
                   88  WS-JB-SAME-WEEKDAY  VALUE 'W'.
                   88  WS-JB-MONTHENDS     VALUE 'M'.
                   88  WS-JB-ANY-RUN       VALUE 'A'.
                   88  WS-JB-NO-BASIS      VALUE ' '.
               10  WS-JB-TOLERANCE PIC 9(3).
               10  WS-JB-TOL-FLG   PIC X.
                   88  WS-JB-TOL-SET       VALUE 'Y'.
               10  WS-JB-HISTORY   PIC 9(2).
               10  WS-JB-HIST-FLG  PIC X.
                   88  WS-JB-HIST-SET      VALUE 'Y'.
               10  WS-JB-HIST-COUNT PIC 9(4) BINARY.
               10  WS-JB-HIST-DAY OCCURS 20 TIMES INDEXED BY HST-IDX.
                   15  WS-JH-DATE    PIC 9(6).
                   15  WS-JH-GENS    PIC 9(4) BINARY.
                   15  WS-JH-PAGES   PIC 9(9) BINARY.
                   15  WS-JH-LINES   PIC 9(9) BINARY.
                   15  WS-JH-SUPPR   PIC 9(9) BINARY.
       77  WS-OLDEST-DATE          PIC 9(6) VALUE ZERO.
       77  WS-OLDEST-SLOT          PIC 9(4) BINARY VALUE ZERO.
            SKIP1
      * Jobs seen on the day, from the catalog and from accounting.
       77  WS-MAX-DAY-JOBS         PIC 9(4) BINARY VALUE 500.
       77  WS-DAY-COUNT            PIC 9(4) BINARY VALUE ZERO.
       77  WS-DAY-OVERFLOW         PIC 9(8) BINARY VALUE ZERO.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 500 TIMES INDEXED BY DAY-IDX.
               10  WS-DY-JOBNAME   PIC X(8).
               10  WS-DY-DSN       PIC X(44).
               10  WS-DY-ACCT-GENS PIC 9(4) BINARY.
               10  WS-DY-ACCT-PAGES PIC 9(9) BINARY.
               10  WS-DY-ACCT-LINES PIC 9(9) BINARY.
               10  WS-DY-ACCT-SUPPR PIC 9(9) BINARY.
               10  WS-DY-CAT-GENS  PIC 9(4) BINARY.
               10  WS-DY-CAT-PAGES PIC 9(9) BINARY.
               10  WS-DY-CAT-LINES PIC 9(9) BINARY.
               10  WS-DY-CAT-SUPPR PIC 9(9) BINARY.
               10  WS-DY-SCHED-FLG PIC X.
                   88  WS-DY-SCHEDULED     VALUE 'Y'.
                   88  WS-DY-UNSCHEDULED   VALUE 'N'.
       01  WS-SEARCH-JOB           PIC X(8).
       77  WS-MATCH-FLAG           PIC X VALUE 'N'.
           88  WS-ENTRY-FOUND      VALUE 'Y'.
           88  WS-ENTRY-NOTFOUND   VALUE 'N'.
       77  WS-DSN-LEN              PIC S9(4) BINARY VALUE ZERO.
            SKIP1
      * Band arithmetic for one figure of one job (0430).
       77  WS-METRIC               PIC 9 VALUE ZERO.
           88  WS-METRIC-PAGES     VALUE 1.
           88  WS-METRIC-LINES     VALUE 2.
           88  WS-METRIC-SUPPR     VALUE 3.
           88  WS-METRIC-GENS      VALUE 4.
       77  WS-RUN-GENS             PIC 9(4) BINARY VALUE ZERO.
       77  WS-RUN-PAGES            PIC 9(9) BINARY VALUE ZERO.
       77  WS-RUN-LINES            PIC 9(9) BINARY VALUE ZERO.
       77  WS-RUN-SUPPR            PIC 9(9) BINARY VALUE ZERO.
       77  WS-ACTUAL               PIC 9(9) BINARY VALUE ZERO.
       77  WS-HIST-SUM             PIC 9(15) BINARY VALUE ZERO.
       77  WS-BAND-AVG             PIC 9(9) BINARY VALUE ZERO.
       77  WS-BAND-LOW             PIC 9(9) BINARY VALUE ZERO.
       77  WS-BAND-HIGH            PIC 9(9) BINARY VALUE ZERO.
       77  WS-TOLERANCE            PIC 9(3) VALUE ZERO.
       01  WS-METRIC-MSG-ID        PIC X(8).
       01  WS-METRIC-CONDITION     PIC X(24).
            SKIP1
      * Run totals.
       77  WS-STATEMENTS-READ      PIC 9(8) BINARY VALUE ZERO.
       77  WS-STATEMENTS-BAD       PIC 9(8) BINARY VALUE ZERO.
       77  WS-JOBS-EXPECTED        PIC 9(8) BINARY VALUE ZERO.
       77  WS-JOBS-RAN             PIC 9(8) BINARY VALUE ZERO.
       77  WS-ACCT-DAY-READ        PIC 9(8) BINARY VALUE ZERO.
       77  WS-ACCT-HIST-READ       PIC 9(8) BINARY VALUE ZERO.
       77  WS-CAT-DAY-READ         PIC 9(8) BINARY VALUE ZERO.
       77  WS-EXCEPTIONS           PIC 9(8) BINARY VALUE ZERO.
       77  WS-NOT-JUDGED           PIC 9(8) BINARY VALUE ZERO.
            SKIP1
      * Run event log state, as in ACIFOBDT.
       01  WS-EVENT-DSN            PIC X(44) VALUE SPACES.
       77  WS-EVENT-ALLOC-FLAG     PIC X VALUE 'N'.
           88  WS-EVENT-ALLOCATED  VALUE 'Y'.
       77  WS-EVENT-OFF-FLAG       PIC X VALUE 'N'.
           88  WS-EVENT-OFF        VALUE 'Y'.
       77  WS-EVENT-ERROR-FLAG     PIC X VALUE 'N'.
           88  WS-EVENT-ERROR      VALUE 'Y'.
            SKIP1
       01  DYN-ALLOC-PARM.
           05  DYN-PARM-LEN        PIC S9(4) BINARY.
           05  DYN-PARM-TEXT       PIC X(160).
       77  BPXWDYN                 PIC X(8) VALUE 'BPXWDYN'.
       77  WS-DYN-RC               PIC S9(8) BINARY VALUE ZERO.
            SKIP1
       01  WS-HEAD-1.
           05  FILLER              PIC X(40) VALUE
               '  PRINT ARCHIVE EXPECTED-RUN WATCH --'.
           05  HD1-DAY             PIC X(3).
           05  FILLER              PIC X     VALUE SPACES.
           05  HD1-DATE            PIC 9(6).
           05  FILLER              PIC X(12) VALUE '   MONTH-END'.
           05  HD1-MONTHEND        PIC X(3).
           05  FILLER              PIC X(67) VALUE SPACES.
       01  WS-HEAD-2.
           05  FILLER              PIC X(12) VALUE '  JOBNAME'.
           05  FILLER              PIC X(26) VALUE 'CONDITION'.
           05  FILLER              PIC X(11) VALUE '     ACTUAL'.
           05  FILLER              PIC X(11) VALUE '   BAND LOW'.
           05  FILLER              PIC X(11) VALUE '  BAND HIGH'.
           05  FILLER              PIC X(7)  VALUE '   DAYS'.
           05  FILLER              PIC X(54) VALUE
               '  ARCHIVE DATASET NAME'.
       01  WS-DETAIL-LINE.
           05  FILLER              PIC XX    VALUE SPACES.
           05  DET-JOBNAME         PIC X(8).
           05  FILLER              PIC XX    VALUE SPACES.
           05  DET-CONDITION       PIC X(24).
           05  FILLER              PIC XX    VALUE SPACES.
           05  DET-ACTUAL          PIC ZZZZZZZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  DET-LOW             PIC ZZZZZZZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  DET-HIGH            PIC ZZZZZZZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  DET-DAYS            PIC ZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  DET-DSN             PIC X(44).
           05  FILLER              PIC X(12) VALUE SPACES.
       TITLE 'Mainline'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY PGMNAME ' EXPECTED-RUN WATCH STARTING'.
           ACCEPT WS-CURRENT-DATE FROM DATE.
           PERFORM 0100-READ-PARMS.
           IF WS-CHECK-DATE = ZERO
              COMPUTE WS-CHECK-DATE =
                      WS-CUR-YY * 10000 + WS-CUR-MM * 100 + WS-CUR-DD
              END-COMPUTE
           END-IF.
           MOVE WS-CHECK-DATE TO WS-WORK-DATE.
           PERFORM 0150-DATE-FACTS.
           IF WS-WORK-DATE-BAD
              DISPLAY PGMNAME ' DATE=' WS-CHECK-DATE
                      ' IS NOT A CALENDAR DATE'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WS-WORK-DOW TO WS-CHECK-DOW.
           MOVE WS-WORK-MONTHEND-FLAG TO WS-CHECK-MONTHEND-FLAG.
           DISPLAY PGMNAME ' WATCHING RUN DATE ' WS-CHECK-DATE ' ('
                   WS-DAY-NAME(WS-CHECK-DOW + 1) ')'.
           OPEN OUTPUT WTCHRPRT-FILE.
           IF NOT WTCHRPRT-OK
              DISPLAY PGMNAME ' WTCHRPRT STATUS AFTER OPEN '
                      WTCHRPRT-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WS-DAY-NAME(WS-CHECK-DOW + 1) TO HD1-DAY.
           MOVE WS-CHECK-DATE TO HD1-DATE.
           IF WS-CHECK-MONTHEND
              MOVE 'YES' TO HD1-MONTHEND
           ELSE
              MOVE 'NO' TO HD1-MONTHEND
           END-IF.
           WRITE WTCHRPRT-RECORD FROM WS-HEAD-1.
           WRITE WTCHRPRT-RECORD FROM WS-HEAD-2.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM 0200-LOAD-SCHEDULE.
           PERFORM 0300-LOAD-CATALOG-DAY.
           PERFORM 0350-LOAD-ACCOUNTING.
           PERFORM 0160-OPEN-EVENT-LOG.
           PERFORM 0400-CHECK-EXPECTED.
           PERFORM 0500-REPORT-UNEXPECTED.
           PERFORM 0900-WRAP-UP.
           GOBACK.
        EJECT
       TITLE 'Parameters'.
       0100-READ-PARMS.
           OPEN INPUT WTCHPARM-FILE.
           IF WTCHPARM-OK
              PERFORM 0110-READ-ONE-CARD
                UNTIL WTCHPARM-EOF
              CLOSE WTCHPARM-FILE
           END-IF.

       0110-READ-ONE-CARD.
           READ WTCHPARM-FILE
              AT END
                 CONTINUE
              NOT AT END
                 PERFORM 0120-PARSE-CARD
           END-READ.

       0120-PARSE-CARD.
           IF WTCHPARM-RECORD = SPACES
              OR WTCHPARM-RECORD(1:1) = '*'
              CONTINUE
           ELSE
              MOVE SPACES TO WS-CARD-KEYWORD WS-CARD-VALUE
              UNSTRING WTCHPARM-RECORD DELIMITED BY '='
                 INTO WS-CARD-KEYWORD WS-CARD-VALUE
              END-UNSTRING
              EVALUATE FUNCTION TRIM(WS-CARD-KEYWORD)
                 WHEN 'DATE'
                    COMPUTE WS-CHECK-DATE =
                       FUNCTION NUMVAL(WS-CARD-VALUE)
                    END-COMPUTE
                 WHEN 'HISTORY'
                    COMPUTE WS-DEF-HISTORY =
                       FUNCTION NUMVAL(WS-CARD-VALUE)
                    END-COMPUTE
                    IF WS-DEF-HISTORY > WS-MAX-HISTORY
                       OR WS-DEF-HISTORY = ZERO
                       DISPLAY PGMNAME ' HISTORY= MUST BE 1 TO '
                               WS-MAX-HISTORY ', ' WS-MAX-HISTORY
                               ' USED'
                       MOVE WS-MAX-HISTORY TO WS-DEF-HISTORY
                    END-IF
                 WHEN 'TOLERANCE'
                    COMPUTE WS-DEF-TOLERANCE =
                       FUNCTION NUMVAL(WS-CARD-VALUE)
                    END-COMPUTE
                 WHEN 'MINHISTORY'
                    COMPUTE WS-MIN-HISTORY =
                       FUNCTION NUMVAL(WS-CARD-VALUE)
                    END-COMPUTE
                    IF WS-MIN-HISTORY = ZERO
                       MOVE 1 TO WS-MIN-HISTORY
                    END-IF
                 WHEN 'EVENTDSN'
                    MOVE FUNCTION TRIM(WS-CARD-VALUE)
                      TO WS-EVENT-DSN
                 WHEN OTHER
                    DISPLAY PGMNAME ' UNRECOGNIZED PARM CARD: '
                            WTCHPARM-RECORD(1:40)
              END-EVALUATE
           END-IF.

      ******************************************************************
      * Calendar facts for WS-WORK-DATE: whether it is a real date,
      * its weekday, and whether it is the last weekday of its month
      * (the next weekday falls in another month).
      ******************************************************************
       0150-DATE-FACTS.
           SET WS-WORK-DATE-BAD TO TRUE.
           SET WS-WORK-NOT-MONTHEND TO TRUE.
           MOVE ZERO TO WS-WORK-DOW.
           IF WS-WORK-DATE IS NUMERIC
              AND WS-WORK-MM > 0 AND WS-WORK-MM < 13
              AND WS-WORK-DD > 0 AND WS-WORK-DD < 32
              SET WS-WORK-DATE-VALID TO TRUE
              COMPUTE WS-YYYYMMDD = 20000000 + WS-WORK-DATE
              COMPUTE WS-DAY-INTEGER =
                      FUNCTION INTEGER-OF-DATE(WS-YYYYMMDD)
              COMPUTE WS-WORK-DOW =
                      FUNCTION MOD(WS-DAY-INTEGER - 1, 7)
              IF WS-WORK-DOW < 5
                 IF WS-WORK-DOW = 4
                    ADD 3 TO WS-DAY-INTEGER
                 ELSE
                    ADD 1 TO WS-DAY-INTEGER
                 END-IF
                 COMPUTE WS-NEXT-YYYYMMDD =
                         FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
                 IF WS-NEXT-MM NOT = WS-WORK-MM
                    SET WS-WORK-MONTHEND TO TRUE
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * Open the run event log: EVENTDSN names the cumulative dataset
      * (allocated MOD CATLG, as ACIFOBDT does); without the card an
      * ACIFEVLG DD from JCL serves.  Neither turns events off with
      * one note -- the report still carries every exception.
      ******************************************************************
       0160-OPEN-EVENT-LOG.
           IF WS-EVENT-DSN NOT = SPACES
              PERFORM 0165-DYNAMIC-ALLOC-EVENT
           END-IF.
           IF WS-EVENT-OFF
              CONTINUE
           ELSE
              OPEN EXTEND ACIFEVLG-FILE
              IF ACIFEVLG-NOTAVAIL
                 DISPLAY PGMNAME ' ACIFEVLG NOT AVAILABLE, WATCH '
                         'EVENTS NOT RECORDED'
                 SET WS-EVENT-OFF TO TRUE
                 SET WS-EVENT-ERROR TO TRUE
              ELSE
                 IF NOT ACIFEVLG-OK
                    DISPLAY PGMNAME ' ACIFEVLG STATUS AFTER OPEN '
                            ACIFEVLG-STATUS
                    SET WS-EVENT-OFF TO TRUE
                    SET WS-EVENT-ERROR TO TRUE
                 END-IF
              END-IF
           END-IF.

       0165-DYNAMIC-ALLOC-EVENT.
           MOVE SPACES TO DYN-PARM-TEXT.
           STRING 'ALLOC DD(ACIFEVLG) DSN('      DELIMITED BY SIZE
                  WS-EVENT-DSN                   DELIMITED BY SPACE
                  ') MOD CATLG RECFM(F,B) LRECL(132) BLKSIZE(0) '
                                                  DELIMITED BY SIZE
                  'SPACE(1,5) CYL REUSE'        DELIMITED BY SIZE
             INTO DYN-PARM-TEXT
           END-STRING.
           COMPUTE DYN-PARM-LEN = FUNCTION LENGTH
                   (FUNCTION TRIM(DYN-PARM-TEXT)).
           CALL BPXWDYN USING DYN-ALLOC-PARM RETURNING WS-DYN-RC.
           IF WS-DYN-RC NOT = ZERO
              DISPLAY PGMNAME ' DYNAMIC ALLOCATION FAILED, RC='
                      WS-DYN-RC ' FOR ' WS-EVENT-DSN
              SET WS-EVENT-OFF TO TRUE
              SET WS-EVENT-ERROR TO TRUE
           ELSE
              SET WS-EVENT-ALLOCATED TO TRUE
           END-IF.
        EJECT
       TITLE 'Schedule'.
      ******************************************************************
      * Build the job table from the schedule and decide, for each
      * job, whether the day is one it is expected on.  A SKIP for
      * the day beats any other statement; a MONTHEND match beats a
      * DATE match, which beats DAILY/WEEKDAYS, in choosing the run
      * days the job's band is built from.
      ******************************************************************
       0200-LOAD-SCHEDULE.
           OPEN INPUT ARCHSCHD-FILE.
           IF NOT ARCHSCHD-OK
              DISPLAY PGMNAME ' ARCHSCHD STATUS AFTER OPEN '
                      ARCHSCHD-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0210-READ-ONE-STATEMENT
             UNTIL ARCHSCHD-EOF.
           CLOSE ARCHSCHD-FILE.
           PERFORM VARYING JOB-IDX FROM 1 BY 1
                   UNTIL JOB-IDX > WS-JOB-COUNT
              IF WS-JB-SKIPPED(JOB-IDX)
                 SET WS-JB-NOT-EXPECTED(JOB-IDX) TO TRUE
              END-IF
              IF WS-JB-EXPECTED(JOB-IDX)
                 ADD 1 TO WS-JOBS-EXPECTED
              END-IF
              IF NOT WS-JB-TOL-SET(JOB-IDX)
                 MOVE WS-DEF-TOLERANCE TO WS-JB-TOLERANCE(JOB-IDX)
              END-IF
              IF NOT WS-JB-HIST-SET(JOB-IDX)
                 MOVE WS-DEF-HISTORY TO WS-JB-HISTORY(JOB-IDX)
              END-IF
           END-PERFORM.
           DISPLAY PGMNAME ' SCHEDULED JOBS: ' WS-JOB-COUNT
                   ', EXPECTED TODAY: ' WS-JOBS-EXPECTED.
           IF WS-JOB-OVERFLOW > ZERO
              DISPLAY PGMNAME ' JOB TABLE FULL, '
                      WS-JOB-OVERFLOW ' STATEMENTS NOT WATCHED'
              ADD 1 TO WS-EXCEPTIONS
           END-IF.
           IF WS-STATEMENTS-BAD > ZERO
              ADD 1 TO WS-EXCEPTIONS
           END-IF.

       0210-READ-ONE-STATEMENT.
           READ ARCHSCHD-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF ARCHSCHD-RECORD = SPACES
                    OR ARCHSCHD-RECORD(1:1) = '*'
                    CONTINUE
                 ELSE
                    ADD 1 TO WS-STATEMENTS-READ
                    PERFORM 0220-APPLY-STATEMENT
                 END-IF
           END-READ.

       0220-APPLY-STATEMENT.
           IF SCH-JOBNAME = SPACES
              OR (NOT SCH-DAILY AND NOT SCH-WEEKDAYS
                  AND NOT SCH-MONTHEND AND NOT SCH-ON-DATE
                  AND NOT SCH-SKIP-DATE)
              OR ((SCH-ON-DATE OR SCH-SKIP-DATE)
                  AND SCH-DATE-X IS NOT NUMERIC)
              OR (SCH-TOLERANCE-X NOT = SPACES
                  AND SCH-TOLERANCE-X IS NOT NUMERIC)
              OR (SCH-HISTORY-X NOT = SPACES
                  AND SCH-HISTORY-X IS NOT NUMERIC)
              ADD 1 TO WS-STATEMENTS-BAD
              MOVE SCH-JOBNAME TO DET-JOBNAME
              MOVE 'BAD SCHEDULE STATEMENT' TO DET-CONDITION
              MOVE ARCHSCHD-RECORD(1:44) TO DET-DSN
              PERFORM 0800-WRITE-DETAIL
           ELSE
              MOVE SCH-JOBNAME TO WS-SEARCH-JOB
              PERFORM 0225-FIND-JOB
              IF WS-ENTRY-FOUND
                 PERFORM 0230-MATCH-FREQUENCY
              END-IF
           END-IF.

       0225-FIND-JOB.
           SET WS-ENTRY-NOTFOUND TO TRUE.
           PERFORM VARYING JOB-IDX FROM 1 BY 1
                   UNTIL JOB-IDX > WS-JOB-COUNT
                      OR WS-ENTRY-FOUND
              IF WS-JB-JOBNAME(JOB-IDX) = WS-SEARCH-JOB
                 SET WS-ENTRY-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF WS-ENTRY-FOUND
              SET JOB-IDX DOWN BY 1
           ELSE
              IF WS-JOB-COUNT < WS-MAX-JOBS
                 ADD 1 TO WS-JOB-COUNT
                 SET JOB-IDX TO WS-JOB-COUNT
                 MOVE WS-SEARCH-JOB TO WS-JB-JOBNAME(JOB-IDX)
                 SET WS-JB-NOT-EXPECTED(JOB-IDX) TO TRUE
                 SET WS-JB-NOT-SKIPPED(JOB-IDX) TO TRUE
                 SET WS-JB-NO-BASIS(JOB-IDX) TO TRUE
                 MOVE 'N' TO WS-JB-TOL-FLG(JOB-IDX)
                 MOVE 'N' TO WS-JB-HIST-FLG(JOB-IDX)
                 MOVE ZERO TO WS-JB-TOLERANCE(JOB-IDX)
                 MOVE ZERO TO WS-JB-HISTORY(JOB-IDX)
                 MOVE ZERO TO WS-JB-HIST-COUNT(JOB-IDX)
                 SET WS-ENTRY-FOUND TO TRUE
              ELSE
                 ADD 1 TO WS-JOB-OVERFLOW
              END-IF
           END-IF.

       0230-MATCH-FREQUENCY.
           IF SCH-TOLERANCE-X NOT = SPACES
              AND NOT WS-JB-TOL-SET(JOB-IDX)
              MOVE SCH-TOLERANCE TO WS-JB-TOLERANCE(JOB-IDX)
              SET WS-JB-TOL-SET(JOB-IDX) TO TRUE
           END-IF.
           IF SCH-HISTORY-X NOT = SPACES
              AND NOT WS-JB-HIST-SET(JOB-IDX)
              AND SCH-HISTORY > ZERO
              MOVE SCH-HISTORY TO WS-JB-HISTORY(JOB-IDX)
              IF WS-JB-HISTORY(JOB-IDX) > WS-MAX-HISTORY
                 MOVE WS-MAX-HISTORY TO WS-JB-HISTORY(JOB-IDX)
              END-IF
              SET WS-JB-HIST-SET(JOB-IDX) TO TRUE
           END-IF.
           EVALUATE TRUE
              WHEN SCH-DAILY
                 SET WS-JB-EXPECTED(JOB-IDX) TO TRUE
                 IF WS-JB-NO-BASIS(JOB-IDX)
                    SET WS-JB-SAME-WEEKDAY(JOB-IDX) TO TRUE
                 END-IF
              WHEN SCH-WEEKDAYS
                 IF WS-CHECK-DOW < 5
                    SET WS-JB-EXPECTED(JOB-IDX) TO TRUE
                    IF WS-JB-NO-BASIS(JOB-IDX)
                       SET WS-JB-SAME-WEEKDAY(JOB-IDX) TO TRUE
                    END-IF
                 END-IF
              WHEN SCH-MONTHEND
                 IF WS-CHECK-MONTHEND
                    SET WS-JB-EXPECTED(JOB-IDX) TO TRUE
                    SET WS-JB-MONTHENDS(JOB-IDX) TO TRUE
                 END-IF
              WHEN SCH-ON-DATE
                 IF SCH-DATE = WS-CHECK-DATE
                    SET WS-JB-EXPECTED(JOB-IDX) TO TRUE
                    IF NOT WS-JB-MONTHENDS(JOB-IDX)
                       SET WS-JB-ANY-RUN(JOB-IDX) TO TRUE
                    END-IF
                 END-IF
              WHEN SCH-SKIP-DATE
                 IF SCH-DATE = WS-CHECK-DATE
                    SET WS-JB-SKIPPED(JOB-IDX) TO TRUE
                 END-IF
           END-EVALUATE.
        EJECT
       TITLE 'The day and its history'.
      ******************************************************************
      * The day's catalog entries: which jobs ran, with the first
      * generation's DSN for the report and figures to fall back on
      * when a run was never accounted.
      ******************************************************************
       0300-LOAD-CATALOG-DAY.
           OPEN INPUT ARCHCAT-FILE.
           IF NOT ARCHCAT-OK
              DISPLAY PGMNAME ' ARCHCAT STATUS AFTER OPEN '
                      ARCHCAT-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0310-READ-ONE-ENTRY
             UNTIL ARCHCAT-EOF.
           CLOSE ARCHCAT-FILE.

       0310-READ-ONE-ENTRY.
           READ ARCHCAT-FILE NEXT
              AT END
                 CONTINUE
              NOT AT END
                 IF CAT-RUN-DATE = WS-CHECK-DATE
                    COMPUTE WS-DSN-LEN = FUNCTION LENGTH
                            (FUNCTION TRIM(CAT-ARCHIVE-DSN))
                    IF WS-DSN-LEN > 6
                       AND CAT-ARCHIVE-DSN(WS-DSN-LEN - 5:6) = '.MERGE'
                       CONTINUE
                    ELSE
                       ADD 1 TO WS-CAT-DAY-READ
                       MOVE CAT-JOBNAME TO WS-SEARCH-JOB
                       PERFORM 0315-FIND-DAY-JOB
                       IF WS-ENTRY-FOUND
                          IF WS-DY-DSN(DAY-IDX) = SPACES
                             MOVE CAT-ARCHIVE-DSN TO WS-DY-DSN(DAY-IDX)
                          END-IF
                          ADD 1 TO WS-DY-CAT-GENS(DAY-IDX)
                          ADD CAT-PAGES TO WS-DY-CAT-PAGES(DAY-IDX)
                          ADD CAT-LINES TO WS-DY-CAT-LINES(DAY-IDX)
                          ADD CAT-PAGES-SUPPRESSED
                            TO WS-DY-CAT-SUPPR(DAY-IDX)
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       0315-FIND-DAY-JOB.
           SET WS-ENTRY-NOTFOUND TO TRUE.
           PERFORM VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > WS-DAY-COUNT
                      OR WS-ENTRY-FOUND
              IF WS-DY-JOBNAME(DAY-IDX) = WS-SEARCH-JOB
                 SET WS-ENTRY-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF WS-ENTRY-FOUND
              SET DAY-IDX DOWN BY 1
           ELSE
              IF WS-DAY-COUNT < WS-MAX-DAY-JOBS
                 ADD 1 TO WS-DAY-COUNT
                 SET DAY-IDX TO WS-DAY-COUNT
                 MOVE WS-SEARCH-JOB TO WS-DY-JOBNAME(DAY-IDX)
                 MOVE SPACES TO WS-DY-DSN(DAY-IDX)
                 MOVE ZERO TO WS-DY-ACCT-GENS(DAY-IDX)
                              WS-DY-ACCT-PAGES(DAY-IDX)
                              WS-DY-ACCT-LINES(DAY-IDX)
                              WS-DY-ACCT-SUPPR(DAY-IDX)
                              WS-DY-CAT-GENS(DAY-IDX)
                              WS-DY-CAT-PAGES(DAY-IDX)
                              WS-DY-CAT-LINES(DAY-IDX)
                              WS-DY-CAT-SUPPR(DAY-IDX)
                 SET WS-DY-UNSCHEDULED(DAY-IDX) TO TRUE
                 SET WS-ENTRY-FOUND TO TRUE
              ELSE
                 ADD 1 TO WS-DAY-OVERFLOW
              END-IF
           END-IF.

      ******************************************************************
      * Stream the cumulative accounting dataset once.  The day's
      * type-G records give each run's figures; earlier ones build
      * the bands of the jobs expected today.  Records dated after
      * the watched day (a watch rerun for an old date) are ignored.
      ******************************************************************
       0350-LOAD-ACCOUNTING.
           OPEN INPUT ACIFACCT-FILE.
           IF NOT ACIFACCT-OK
              DISPLAY PGMNAME ' ACIFACCT STATUS AFTER OPEN '
                      ACIFACCT-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0360-READ-ONE-ACCT
             UNTIL ACIFACCT-EOF.
           CLOSE ACIFACCT-FILE.
           DISPLAY PGMNAME ' ACCOUNTING RECORDS FOR THE DAY: '
                   WS-ACCT-DAY-READ ', FOR HISTORY: '
                   WS-ACCT-HIST-READ.
           IF WS-DAY-OVERFLOW > ZERO
              DISPLAY PGMNAME ' DAY TABLE FULL, '
                      WS-DAY-OVERFLOW ' RECORDS NOT WATCHED'
              ADD 1 TO WS-EXCEPTIONS
           END-IF.

       0360-READ-ONE-ACCT.
           READ ACIFACCT-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF ACT-TYPE-GEN
                    EVALUATE TRUE
                       WHEN ACT-RUN-DATE = WS-CHECK-DATE
                          ADD 1 TO WS-ACCT-DAY-READ
                          MOVE ACT-JOBNAME TO WS-SEARCH-JOB
                          PERFORM 0315-FIND-DAY-JOB
                          IF WS-ENTRY-FOUND
                             ADD 1 TO WS-DY-ACCT-GENS(DAY-IDX)
                             ADD ACT-PAGES TO WS-DY-ACCT-PAGES(DAY-IDX)
                             ADD ACT-LINES TO WS-DY-ACCT-LINES(DAY-IDX)
                             ADD ACT-PAGES-SUPPRESSED
                               TO WS-DY-ACCT-SUPPR(DAY-IDX)
                          END-IF
                       WHEN ACT-RUN-DATE < WS-CHECK-DATE
                          PERFORM 0370-NOTE-HISTORY
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
                 END-IF
           END-READ.

       0370-NOTE-HISTORY.
           SET WS-ENTRY-NOTFOUND TO TRUE.
           PERFORM VARYING JOB-IDX FROM 1 BY 1
                   UNTIL JOB-IDX > WS-JOB-COUNT
                      OR WS-ENTRY-FOUND
              IF WS-JB-JOBNAME(JOB-IDX) = ACT-JOBNAME
                 SET WS-ENTRY-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF WS-ENTRY-FOUND
              SET JOB-IDX DOWN BY 1
              IF WS-JB-EXPECTED(JOB-IDX)
                 MOVE ACT-RUN-DATE TO WS-WORK-DATE
                 PERFORM 0150-DATE-FACTS
                 IF WS-WORK-DATE-VALID
                    EVALUATE TRUE
                       WHEN WS-JB-SAME-WEEKDAY(JOB-IDX)
                          IF WS-WORK-DOW = WS-CHECK-DOW
                             PERFORM 0375-ADD-HISTORY-DAY
                          END-IF
                       WHEN WS-JB-MONTHENDS(JOB-IDX)
                          IF WS-WORK-MONTHEND
                             PERFORM 0375-ADD-HISTORY-DAY
                          END-IF
                       WHEN OTHER
                          PERFORM 0375-ADD-HISTORY-DAY
                    END-EVALUATE
                 END-IF
              END-IF
           END-IF.

      * Fold the record into its run day's slot.  A new run day takes
      * a free slot, or the oldest one when the job already holds
      * HISTORY= days and this one is later -- the accounting dataset
      * is appended in run order, so the slots end up holding the
      * latest days.
       0375-ADD-HISTORY-DAY.
           ADD 1 TO WS-ACCT-HIST-READ.
           SET WS-ENTRY-NOTFOUND TO TRUE.
           PERFORM VARYING HST-IDX FROM 1 BY 1
                   UNTIL HST-IDX > WS-JB-HIST-COUNT(JOB-IDX)
                      OR WS-ENTRY-FOUND
              IF WS-JH-DATE(JOB-IDX HST-IDX) = ACT-RUN-DATE
                 SET WS-ENTRY-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF WS-ENTRY-FOUND
              SET HST-IDX DOWN BY 1
           ELSE
              IF WS-JB-HIST-COUNT(JOB-IDX) < WS-JB-HISTORY(JOB-IDX)
                 ADD 1 TO WS-JB-HIST-COUNT(JOB-IDX)
                 SET HST-IDX TO WS-JB-HIST-COUNT(JOB-IDX)
                 SET WS-ENTRY-FOUND TO TRUE
              ELSE
                 MOVE 999999 TO WS-OLDEST-DATE
                 MOVE ZERO TO WS-OLDEST-SLOT
                 PERFORM VARYING HST-IDX FROM 1 BY 1
                         UNTIL HST-IDX > WS-JB-HIST-COUNT(JOB-IDX)
                    IF WS-JH-DATE(JOB-IDX HST-IDX) < WS-OLDEST-DATE
                       MOVE WS-JH-DATE(JOB-IDX HST-IDX)
                         TO WS-OLDEST-DATE
                       SET WS-OLDEST-SLOT TO HST-IDX
                    END-IF
                 END-PERFORM
                 IF ACT-RUN-DATE > WS-OLDEST-DATE
                    SET HST-IDX TO WS-OLDEST-SLOT
                    SET WS-ENTRY-FOUND TO TRUE
                 END-IF
              END-IF
              IF WS-ENTRY-FOUND
                 MOVE ACT-RUN-DATE TO WS-JH-DATE(JOB-IDX HST-IDX)
                 MOVE ZERO TO WS-JH-GENS(JOB-IDX HST-IDX)
                              WS-JH-PAGES(JOB-IDX HST-IDX)
                              WS-JH-LINES(JOB-IDX HST-IDX)
                              WS-JH-SUPPR(JOB-IDX HST-IDX)
              END-IF
           END-IF.
           IF WS-ENTRY-FOUND
              ADD 1 TO WS-JH-GENS(JOB-IDX HST-IDX)
              ADD ACT-PAGES TO WS-JH-PAGES(JOB-IDX HST-IDX)
              ADD ACT-LINES TO WS-JH-LINES(JOB-IDX HST-IDX)
              ADD ACT-PAGES-SUPPRESSED
                TO WS-JH-SUPPR(JOB-IDX HST-IDX)
           END-IF.
        EJECT
       TITLE 'Expected runs and volume bands'.
       0400-CHECK-EXPECTED.
           PERFORM 0410-CHECK-ONE-JOB
              VARYING JOB-IDX FROM 1 BY 1
              UNTIL JOB-IDX > WS-JOB-COUNT.

       0410-CHECK-ONE-JOB.
           IF WS-JB-EXPECTED(JOB-IDX)
              MOVE WS-JB-JOBNAME(JOB-IDX) TO WS-SEARCH-JOB
              SET WS-ENTRY-NOTFOUND TO TRUE
              PERFORM VARYING DAY-IDX FROM 1 BY 1
                      UNTIL DAY-IDX > WS-DAY-COUNT
                         OR WS-ENTRY-FOUND
                 IF WS-DY-JOBNAME(DAY-IDX) = WS-SEARCH-JOB
                    SET WS-ENTRY-FOUND TO TRUE
                 END-IF
              END-PERFORM
              IF WS-ENTRY-FOUND
                 SET DAY-IDX DOWN BY 1
                 SET WS-DY-SCHEDULED(DAY-IDX) TO TRUE
                 PERFORM 0420-CHECK-VOLUMES
              ELSE
                 MOVE WS-SEARCH-JOB TO DET-JOBNAME
                 MOVE 'EXPECTED RUN MISSING' TO DET-CONDITION
                 MOVE WS-JB-HIST-COUNT(JOB-IDX) TO DET-DAYS
                 PERFORM 0991-INIT-EVENT
                 MOVE 'ACF0301E' TO EVT-MSG-ID
                 MOVE WS-CHECK-DATE TO EVT-COUNT-1
                 PERFORM 0810-WRITE-EXCEPTION
              END-IF
           END-IF.

      * The run's figures come from accounting; a run with catalog
      * entries but no accounting is judged on the catalog's.
       0420-CHECK-VOLUMES.
           ADD 1 TO WS-JOBS-RAN.
           IF WS-DY-ACCT-GENS(DAY-IDX) > ZERO
              MOVE WS-DY-ACCT-GENS(DAY-IDX) TO WS-RUN-GENS
              MOVE WS-DY-ACCT-PAGES(DAY-IDX) TO WS-RUN-PAGES
              MOVE WS-DY-ACCT-LINES(DAY-IDX) TO WS-RUN-LINES
              MOVE WS-DY-ACCT-SUPPR(DAY-IDX) TO WS-RUN-SUPPR
           ELSE
              MOVE WS-DY-CAT-GENS(DAY-IDX) TO WS-RUN-GENS
              MOVE WS-DY-CAT-PAGES(DAY-IDX) TO WS-RUN-PAGES
              MOVE WS-DY-CAT-LINES(DAY-IDX) TO WS-RUN-LINES
              MOVE WS-DY-CAT-SUPPR(DAY-IDX) TO WS-RUN-SUPPR
           END-IF.
           MOVE WS-JB-TOLERANCE(JOB-IDX) TO WS-TOLERANCE.
           IF WS-JB-HIST-COUNT(JOB-IDX) < WS-MIN-HISTORY
              ADD 1 TO WS-NOT-JUDGED
              MOVE WS-JB-JOBNAME(JOB-IDX) TO DET-JOBNAME
              MOVE 'RAN, TOO LITTLE HISTORY' TO DET-CONDITION
              MOVE WS-RUN-PAGES TO DET-ACTUAL
              MOVE WS-JB-HIST-COUNT(JOB-IDX) TO DET-DAYS
              MOVE WS-DY-DSN(DAY-IDX) TO DET-DSN
              PERFORM 0800-WRITE-DETAIL
           ELSE
              PERFORM 0430-CHECK-METRIC
                 VARYING WS-METRIC FROM 1 BY 1
                 UNTIL WS-METRIC > 4
           END-IF.

      * One figure against the band: the history average plus or
      * minus the job's tolerance percent.
       0430-CHECK-METRIC.
           MOVE ZERO TO WS-HIST-SUM.
           PERFORM VARYING HST-IDX FROM 1 BY 1
                   UNTIL HST-IDX > WS-JB-HIST-COUNT(JOB-IDX)
              EVALUATE TRUE
                 WHEN WS-METRIC-PAGES
                    ADD WS-JH-PAGES(JOB-IDX HST-IDX) TO WS-HIST-SUM
                 WHEN WS-METRIC-LINES
                    ADD WS-JH-LINES(JOB-IDX HST-IDX) TO WS-HIST-SUM
                 WHEN WS-METRIC-SUPPR
                    ADD WS-JH-SUPPR(JOB-IDX HST-IDX) TO WS-HIST-SUM
                 WHEN WS-METRIC-GENS
                    ADD WS-JH-GENS(JOB-IDX HST-IDX) TO WS-HIST-SUM
              END-EVALUATE
           END-PERFORM.
           EVALUATE TRUE
              WHEN WS-METRIC-PAGES
                 MOVE WS-RUN-PAGES TO WS-ACTUAL
                 MOVE 'ACF0303E' TO WS-METRIC-MSG-ID
                 MOVE 'PAGES OUTSIDE BAND' TO WS-METRIC-CONDITION
              WHEN WS-METRIC-LINES
                 MOVE WS-RUN-LINES TO WS-ACTUAL
                 MOVE 'ACF0304E' TO WS-METRIC-MSG-ID
                 MOVE 'LINES OUTSIDE BAND' TO WS-METRIC-CONDITION
              WHEN WS-METRIC-SUPPR
                 MOVE WS-RUN-SUPPR TO WS-ACTUAL
                 MOVE 'ACF0305E' TO WS-METRIC-MSG-ID
                 MOVE 'SUPPRESSED OUTSIDE BAND' TO WS-METRIC-CONDITION
              WHEN WS-METRIC-GENS
                 MOVE WS-RUN-GENS TO WS-ACTUAL
                 MOVE 'ACF0306E' TO WS-METRIC-MSG-ID
                 MOVE 'GENERATIONS OUTSIDE BAND' TO WS-METRIC-CONDITION
           END-EVALUATE.
           COMPUTE WS-BAND-AVG ROUNDED =
                   WS-HIST-SUM / WS-JB-HIST-COUNT(JOB-IDX).
           IF WS-TOLERANCE NOT < 100
              MOVE ZERO TO WS-BAND-LOW
           ELSE
              COMPUTE WS-BAND-LOW =
                      WS-BAND-AVG * (100 - WS-TOLERANCE) / 100
           END-IF.
           COMPUTE WS-BAND-HIGH ROUNDED =
                   WS-BAND-AVG * (100 + WS-TOLERANCE) / 100.
           IF WS-ACTUAL < WS-BAND-LOW
              OR WS-ACTUAL > WS-BAND-HIGH
              MOVE WS-JB-JOBNAME(JOB-IDX) TO DET-JOBNAME
              MOVE WS-METRIC-CONDITION TO DET-CONDITION
              MOVE WS-ACTUAL TO DET-ACTUAL
              MOVE WS-BAND-LOW TO DET-LOW
              MOVE WS-BAND-HIGH TO DET-HIGH
              MOVE WS-JB-HIST-COUNT(JOB-IDX) TO DET-DAYS
              MOVE WS-DY-DSN(DAY-IDX) TO DET-DSN
              PERFORM 0991-INIT-EVENT
              MOVE WS-METRIC-MSG-ID TO EVT-MSG-ID
              MOVE WS-ACTUAL TO EVT-COUNT-1
              MOVE WS-BAND-AVG TO EVT-COUNT-2
              MOVE WS-DY-DSN(DAY-IDX) TO EVT-DSN
              PERFORM 0810-WRITE-EXCEPTION
           END-IF.

      * Whatever ran that no expected job accounts for: a job not in
      * the schedule, or one the schedule does not expect today.
       0500-REPORT-UNEXPECTED.
           PERFORM VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > WS-DAY-COUNT
              IF WS-DY-UNSCHEDULED(DAY-IDX)
                 IF WS-DY-ACCT-GENS(DAY-IDX) > ZERO
                    MOVE WS-DY-ACCT-GENS(DAY-IDX) TO WS-RUN-GENS
                    MOVE WS-DY-ACCT-PAGES(DAY-IDX) TO WS-RUN-PAGES
                 ELSE
                    MOVE WS-DY-CAT-GENS(DAY-IDX) TO WS-RUN-GENS
                    MOVE WS-DY-CAT-PAGES(DAY-IDX) TO WS-RUN-PAGES
                 END-IF
                 MOVE WS-DY-JOBNAME(DAY-IDX) TO WS-SEARCH-JOB
                 SET WS-ENTRY-NOTFOUND TO TRUE
                 PERFORM VARYING JOB-IDX FROM 1 BY 1
                         UNTIL JOB-IDX > WS-JOB-COUNT
                            OR WS-ENTRY-FOUND
                    IF WS-JB-JOBNAME(JOB-IDX) = WS-SEARCH-JOB
                       SET WS-ENTRY-FOUND TO TRUE
                    END-IF
                 END-PERFORM
                 MOVE WS-SEARCH-JOB TO DET-JOBNAME
                 IF WS-ENTRY-FOUND
                    MOVE 'RAN, NOT EXPECTED TODAY' TO DET-CONDITION
                 ELSE
                    MOVE 'RAN, NOT IN SCHEDULE' TO DET-CONDITION
                 END-IF
                 MOVE WS-RUN-PAGES TO DET-ACTUAL
                 MOVE WS-DY-DSN(DAY-IDX) TO DET-DSN
                 PERFORM 0991-INIT-EVENT
                 MOVE 'ACF0302E' TO EVT-MSG-ID
                 MOVE WS-RUN-GENS TO EVT-COUNT-1
                 MOVE WS-RUN-PAGES TO EVT-COUNT-2
                 MOVE WS-DY-DSN(DAY-IDX) TO EVT-DSN
                 PERFORM 0810-WRITE-EXCEPTION
              END-IF
           END-PERFORM.
        EJECT
       TITLE 'Exceptions and wrap-up'.
       0800-WRITE-DETAIL.
           WRITE WTCHRPRT-RECORD FROM WS-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.

      * An exception: report line, event record (the caller has
      * filled the event), and the console message automation traps.
       0810-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS.
           DISPLAY EVT-MSG-ID ' ' PGMNAME ' ' DET-JOBNAME ' '
                   DET-CONDITION ' RUN DATE ' WS-CHECK-DATE
                   UPON CONSOLE.
           PERFORM 0992-WRITE-EVENT.
           PERFORM 0800-WRITE-DETAIL.

       0900-WRAP-UP.
           PERFORM 0991-INIT-EVENT.
           MOVE 'ACF0310I' TO EVT-MSG-ID.
           MOVE WS-EXCEPTIONS TO EVT-COUNT-1.
           MOVE WS-JOBS-EXPECTED TO EVT-COUNT-2.
           PERFORM 0992-WRITE-EVENT.
           PERFORM 0993-CLOSE-EVENT-LOG.
           MOVE SPACES TO WTCHRPRT-RECORD.
           WRITE WTCHRPRT-RECORD.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-EXCEPTIONS = ZERO
              MOVE 'ALL EXPECTED RUNS RAN WITHIN BAND' TO DET-DSN
           ELSE
              MOVE 'EXCEPTIONS LISTED ABOVE' TO DET-CONDITION
              MOVE WS-EXCEPTIONS TO DET-ACTUAL
           END-IF.
           WRITE WTCHRPRT-RECORD FROM WS-DETAIL-LINE.
           CLOSE WTCHRPRT-FILE.
           DISPLAY PGMNAME ' SCHEDULE STATEMENTS:    '
                   WS-STATEMENTS-READ.
           DISPLAY PGMNAME ' BAD STATEMENTS:         '
                   WS-STATEMENTS-BAD.
           DISPLAY PGMNAME ' JOBS EXPECTED:          ' WS-JOBS-EXPECTED.
           DISPLAY PGMNAME ' EXPECTED JOBS THAT RAN: ' WS-JOBS-RAN.
           DISPLAY PGMNAME ' JOBS NOT YET JUDGED:    ' WS-NOT-JUDGED.
           DISPLAY PGMNAME ' EXCEPTIONS:             ' WS-EXCEPTIONS.
           IF WS-EXCEPTIONS > ZERO
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-JOBS-EXPECTED = ZERO AND WS-DAY-COUNT = ZERO
                 DISPLAY PGMNAME ' NOTHING EXPECTED OR RUN ON '
                         WS-CHECK-DATE
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           IF WS-EVENT-ERROR
              DISPLAY PGMNAME ' *** WARNING - RUN EVENT LOG '
                 '(ACIFEVLG) NOT WRITTEN, EXCEPTIONS ON THE REPORT '
                 'AND CONSOLE ONLY ***'
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
        EJECT
       TITLE 'Run event log support'.
      * Common fields of every watch event; id, counts and DSN are
      * the caller's to fill.
       0991-INIT-EVENT.
           MOVE SPACES TO ACIFEVLG-RECORD.
           ACCEPT EVT-DATE FROM DATE.
           ACCEPT EVT-TIME FROM TIME.
           MOVE DET-JOBNAME TO EVT-JOBNAME.
           MOVE ZERO TO EVT-ARCHIVE-GEN.
           MOVE ZERO TO EVT-COUNT-1.
           MOVE ZERO TO EVT-COUNT-2.

      * The first write failure abandons event recording for the
      * watch, as in ACIFOBDT.
       0992-WRITE-EVENT.
           IF WS-EVENT-OFF
              CONTINUE
           ELSE
              WRITE ACIFEVLG-RECORD
              IF NOT ACIFEVLG-OK
                 DISPLAY PGMNAME ' ACIFEVLG WRITE STATUS '
                         ACIFEVLG-STATUS ', EVENTS ABANDONED'
                 SET WS-EVENT-OFF TO TRUE
                 SET WS-EVENT-ERROR TO TRUE
              END-IF
           END-IF.

       0993-CLOSE-EVENT-LOG.
           IF NOT WS-EVENT-OFF
              CLOSE ACIFEVLG-FILE
           END-IF.
           IF WS-EVENT-ALLOCATED
              MOVE SPACES TO DYN-PARM-TEXT
              STRING 'FREE DD(ACIFEVLG)' DELIMITED BY SIZE
                INTO DYN-PARM-TEXT
              END-STRING
              COMPUTE DYN-PARM-LEN = FUNCTION LENGTH
                      (FUNCTION TRIM(DYN-PARM-TEXT))
              CALL BPXWDYN USING DYN-ALLOC-PARM RETURNING WS-DYN-RC
           END-IF.
       END PROGRAM ARCHWTCH.
