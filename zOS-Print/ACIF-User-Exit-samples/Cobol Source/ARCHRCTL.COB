       PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
      * LAST UPDATE ON 15 Oct 2026 AT 09:00:00 BY MAINT    VERSION 03  *
       ID DIVISION.
       PROGRAM-ID. ARCHRCTL.
       AUTHOR. TURETZKY--HYDRA.
       INSTALLATION. IBM BOULDER PROGRAMMING CENTER.

                 Upstream control-total reconciliation for the
                 ACIFOBDT print archive.  ACIFOBDT's own end-of-job
                 reconciliation proves the exit wrote what ACIF
                 handed it; it cannot prove ACIF was handed
                 everything the statement application produced.  The
                 application's control-total record (CTLTOTAL DD,
                 see the ARCHCTLR copybook) says how many documents
                 and pages it produced and, for billing runs, the
                 hash total of its account numbers.  Run as the step
                 after the ACIF step, this program reads every
                 generation the run archived and compares:

                   - documents: complete BNG/ENG groups in the
                     archive (a group left open by the end of a
                     generation is an incomplete document -- the mark
                     of a truncated print file)
                   - pages: pages archived (counted from the archive
                     itself) plus pages suppressed, per generation
                     and in total
                   - account hash: the sum of the account-number keys
                     indexed in the run's AFPKYIDX, one per document

                 Short of the control totals, any incomplete
                 document, a hash total that differs, or a generation
                 that cannot be read is a hard mismatch; more
                 documents or pages than the control totals is a
                 warning.  Each result is written to the run event
                 log (ACIFEVLG, message IDs ACF0401I-ACF0407S -- see
                 ACIFEVTR) and to the report, and the run's result is
                 stamped on every one of its ARCHCAT entries
                 (CAT-RECON-FLAG), so ARCHVLT will not ship a
                 generation that failed.  A run whose control totals
                 are missing or unusable cannot be proved either:
                 its generations are stamped as a hard mismatch
                 before the step ends RC=12.

                 The run is the job's generations with one catalog
                 run date and time (ACIFOBDT stamps every generation
                 of a run with the run's start): the latest run of
                 the job on the date unless TIME= names one.
                 Consolidated generations are left out (their merged
                 generation carries their content).

                 Parameter statements (RCTLPARM DD, keyword=value):
                   JOB=jobname      job whose run is reconciled
                                    (required)
                   DATE=yymmdd      run date as cataloged (default
                                    the date of the job's latest
                                    cataloged run, so a step after
                                    midnight still finds its run)
                   TIME=hhmmsshh    run time as cataloged (default
                                    the job's latest run on DATE);
                                    TIME=ALL takes every run of the
                                    job on DATE, for a run that was
                                    restarted
                   KEY=name         account-number attribute hashed
                                    (default ACCTNO)
                   FAIL=Y           abend the step on a hard mismatch
                                    or unusable control totals, so
                                    no later step prints or ships
                                    the file (default N: RC=8)
                   EVENTDSN=dsn     run event log dataset (default
                                    the ACIFEVLG DD)
                 Cards with * in column 1 are comments.  The report
                 goes to RCTLRPT.

                 RC=0 balanced, RC=4 over the control totals,
                 RC=8 hard mismatch or catalog stamping errors,
                 RC=12 control totals, catalog or parameters not
                 usable.  FAIL=Y turns RC=8 and RC=12 into abend
                 U0016.

                 Maintenance history:
                 - Unusable control totals stamp the run's catalog
                   entries H (hard mismatch) before ending RC=12, so
                   the generations are held back from the vault.
                 - DATE= defaults to the job's latest cataloged run
                   date rather than today: a generation is cataloged
                   with its run's start date, which a step running
                   past midnight no longer matches.
       DATE-WRITTEN. 15 Oct 2026.
       DATE-COMPILED.
       SECURITY. IBM SAMPLE CODE ONLY.
       TITLE 'Upstream Control-Total Reconciliation'.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The catalog is walked for the run's generations, then read
      * by key to stamp the result on each of them.
           SELECT ARCHCAT-FILE        ASSIGN TO ARCHCAT,
                                      ORGANIZATION INDEXED,
                                      ACCESS DYNAMIC,
                                      RECORD KEY CAT-ARCHIVE-DSN,
                                      FILE STATUS ARCHCAT-STATUS.
           SELECT CTLTOTAL-FILE       ASSIGN TO CTLTOTAL,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS CTLTOTAL-STATUS.
      * One generation's archive dataset and its run's key index,
      * attached per catalog entry through dynamic allocation.
           SELECT AFPARCIN-FILE       ASSIGN TO AFPARCIN,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS AFPARCIN-STATUS.
           SELECT AFPKEYIN-FILE       ASSIGN TO AFPKEYIN,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS AFPKEYIN-STATUS.
      * Run event log, from the EVENTDSN card or an ACIFEVLG DD.
           SELECT ACIFEVLG-FILE       ASSIGN TO ACIFEVLG,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS ACIFEVLG-STATUS.
           SELECT RCTLPARM-FILE       ASSIGN TO RCTLPARM,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS RCTLPARM-STATUS.
           SELECT RCTLRPT-FILE        ASSIGN TO RCTLRPT,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS RCTLRPT-STATUS.
        EJECT
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHCAT-FILE
           RECORD CONTAINS 256 CHARACTERS.
           COPY ARCHCATR SUPPRESS.
       FD  CTLTOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY ARCHCTLR SUPPRESS.
       FD  AFPARCIN-FILE
           RECORDING MODE V,
           BLOCK CONTAINS 0 RECORDS,
           RECORD VARYING DEPENDING ON WS-ARCIN-LEN.
       01  ARCIN-RECORD.
           05  ARCIN-BYTE             OCCURS 1 TO 32756,
                                      DEPENDING ON WS-ARCIN-LEN,
                                      PIC X.
      * Flat view of the same record area, used by the compressed-
      * record expansion (COPY AFPRLEXP).
       01  ARCIN-FLAT                 PIC X(32756).
      * Business-key index entries as written by ACIFOBDT (AFPKYIDX).
       FD  AFPKEYIN-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  AFPKEYIN-RECORD.
           05  KEYIDX-ATTR-NAME       PIC X(32).
           05  KEYIDX-ATTR-VALUE      PIC X(60).
           05  KEYIDX-ARCHIVE-GEN     PIC 9(4) BINARY.
           05  KEYIDX-DOC-RECNUM      PIC 9(8) BINARY.
           05  KEYIDX-PAGE-NUMBER     PIC 9(8) BINARY.
           05  FILLER                 PIC X(18).
       FD  ACIFEVLG-FILE
           RECORD CONTAINS 132 CHARACTERS.
           COPY ACIFEVTR SUPPRESS.
       FD  RCTLPARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RCTLPARM-RECORD            PIC X(80).
       FD  RCTLRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RCTLRPT-RECORD             PIC X(132).
       WORKING-STORAGE SECTION.
       01  PGMNAME                 PIC X(8) VALUE 'ARCHRCTL'.
       77  ABND-PGM                PIC X(8) VALUE 'CEE3ABD'.
      * Fullword, as CEE3ABD's abend_code parameter is documented
      * (see ACIFOBDT).
       77  ABEND-CODE              PIC S9(9) BINARY VALUE 16.
       77  ARCHCAT-STATUS          PIC 99.
           88  ARCHCAT-OK          VALUE 00.
           88  ARCHCAT-EOF         VALUE 10.
       77  CTLTOTAL-STATUS         PIC 99.
           88  CTLTOTAL-OK         VALUE 00.
           88  CTLTOTAL-EOF        VALUE 10.
       77  AFPARCIN-STATUS         PIC 99.
           88  AFPARCIN-OK         VALUE 00.
           88  AFPARCIN-EOF        VALUE 10.
       77  AFPKEYIN-STATUS         PIC 99.
           88  AFPKEYIN-OK         VALUE 00.
           88  AFPKEYIN-EOF        VALUE 10.
       77  ACIFEVLG-STATUS         PIC 99.
           88  ACIFEVLG-OK         VALUE 00.
           88  ACIFEVLG-NOTAVAIL   VALUE 35.
       77  RCTLPARM-STATUS         PIC 99.
           88  RCTLPARM-OK         VALUE 00.
           88  RCTLPARM-EOF        VALUE 10.
       77  RCTLRPT-STATUS          PIC 99.
           88  RCTLRPT-OK          VALUE 00.
       77  WS-ARCIN-LEN            PIC 9(8) BINARY.
            SKIP1
       01  WS-PARM-CARD.
           05  WS-CARD-KEYWORD     PIC X(16).
           05  WS-CARD-VALUE       PIC X(64).
       01  WS-RUN-JOB              PIC X(8)  VALUE SPACES.
       77  WS-RUN-DATE             PIC 9(6)  VALUE ZERO.
       77  WS-RUN-TIME             PIC 9(8)  VALUE ZERO.
       77  WS-TIME-FLAG            PIC X VALUE 'L'.
           88  WS-TIME-LATEST      VALUE 'L'.
           88  WS-TIME-GIVEN       VALUE 'G'.
           88  WS-TIME-ALL         VALUE 'A'.
       01  WS-HASH-KEY             PIC X(32) VALUE 'ACCTNO'.
       77  WS-FAIL-FLAG            PIC X VALUE 'N'.
           88  WS-FAIL-ON-HARD     VALUE 'Y'.
       77  WS-DATE-FLAG            PIC X VALUE 'L'.
           88  WS-DATE-LATEST      VALUE 'L'.
           88  WS-DATE-GIVEN       VALUE 'G'.
            SKIP1
      * Upstream control totals, summed over the control records.
       77  WS-CTL-RECORDS          PIC 9(8) BINARY VALUE ZERO.
       77  WS-CTL-HASH-RECORDS     PIC 9(8) BINARY VALUE ZERO.
       77  WS-CTL-DOCS             PIC 9(15) VALUE ZERO.
       77  WS-CTL-PAGES            PIC 9(15) VALUE ZERO.
       77  WS-CTL-HASH             PIC 9(15) VALUE ZERO.
       01  WS-CTL-APPLS            PIC X(44) VALUE SPACES.
       77  WS-CTL-APPL-PTR         PIC S9(4) BINARY VALUE 1.
       77  WS-CTL-ERROR-FLAG       PIC X VALUE 'N'.
           88  WS-CTL-UNUSABLE     VALUE 'Y'.
       77  WS-HASH-COMPARE-FLAG    PIC X VALUE 'N'.
           88  WS-HASH-COMPARED    VALUE 'Y'.
            SKIP1
      * The job's catalog entries on the run date; WS-GE-IN-RUN marks
      * the ones that make up the run being reconciled.
       77  WS-MAX-GENS             PIC 9(4) BINARY VALUE 200.
       77  WS-GEN-COUNT            PIC 9(4) BINARY VALUE ZERO.
       77  WS-GEN-OVERFLOW         PIC 9(8) BINARY VALUE ZERO.
       77  WS-RUN-GENS             PIC 9(4) BINARY VALUE ZERO.
       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY OCCURS 200 TIMES INDEXED BY GEN-IDX.
               10  WS-GE-DSN       PIC X(44).
               10  WS-GE-KEYIDX-DSN PIC X(44).
               10  WS-GE-RUN-TIME  PIC 9(8).
               10  WS-GE-GEN       PIC 9(4).
               10  WS-GE-STATUS    PIC X.
               10  WS-GE-CAT-PAGES PIC 9(8).
               10  WS-GE-SUPPR     PIC 9(8).
               10  WS-GE-PAGES     PIC 9(8) BINARY.
               10  WS-GE-DOCS      PIC 9(8) BINARY.
               10  WS-GE-INCOMPLETE PIC 9(8) BINARY.
               10  WS-GE-NOTE      PIC X(24).
               10  WS-GE-RUN-FLAG  PIC X.
                   88  WS-GE-IN-RUN        VALUE 'Y'.
                   88  WS-GE-NOT-IN-RUN    VALUE 'N'.
               10  WS-GE-READ-FLAG PIC X.
                   88  WS-GE-READ-OK       VALUE 'Y'.
                   88  WS-GE-UNREADABLE    VALUE 'N'.
            SKIP1
      * What the archive holds.
       77  WS-ARC-DOCS             PIC 9(15) VALUE ZERO.
       77  WS-ARC-INCOMPLETE       PIC 9(15) VALUE ZERO.
       77  WS-ARC-PAGES            PIC 9(15) VALUE ZERO.
       77  WS-ARC-SUPPR            PIC 9(15) VALUE ZERO.
       77  WS-ARC-RECEIVED         PIC 9(15) VALUE ZERO.
       77  WS-ARC-HASH             PIC 9(15) VALUE ZERO.
       77  WS-ARC-KEYS             PIC 9(15) VALUE ZERO.
       77  WS-ARC-BAD-KEYS         PIC 9(15) VALUE ZERO.
       77  WS-GENS-UNREADABLE      PIC 9(8) BINARY VALUE ZERO.
       77  WS-KEYIDX-UNREADABLE    PIC 9(8) BINARY VALUE ZERO.
       77  WS-ARC-RECNUM           PIC 9(8) BINARY VALUE ZERO.
       77  WS-GROUP-FLAG           PIC X VALUE 'N'.
           88  WS-IN-GROUP         VALUE 'Y'.
           88  WS-NOT-IN-GROUP     VALUE 'N'.
       01  WS-SF-TYPE              PIC XXX.
       01  WS-BANNER-ID            PIC X(8) VALUE 'BANNER=='.
       01  WS-TRAILER-ID           PIC X(8) VALUE 'TRAILER='.
       77  WS-LAST-KEY-RECNUM      PIC 9(8) BINARY VALUE ZERO.
       77  WS-KEY-SEEN-FLAG        PIC X VALUE 'N'.
           88  WS-KEY-SEEN         VALUE 'Y'.
           88  WS-KEY-NOT-SEEN     VALUE 'N'.
            SKIP1
      * Hash-total arithmetic: an account number is taken as a whole
      * number of up to 18 digits, its low-order 15 digits added, and
      * the sum kept to 15 digits, the same rule for the control
      * records' own hashes when several are added together.
       01  WS-KEY-TEXT             PIC X(60).
       77  WS-KEY-LEN              PIC S9(4) BINARY VALUE ZERO.
       01  WS-ACCT-NUM             PIC 9(18) VALUE ZERO.
       01  WS-ACCT-NUM-X           REDEFINES WS-ACCT-NUM PIC X(18).
       77  WS-HASH-ADDEND          PIC 9(15) VALUE ZERO.
       77  WS-HASH-SUM             PIC 9(16) VALUE ZERO.
       77  WS-HASH-MODULUS         PIC 9(16) VALUE 1000000000000000.
            SKIP1
      * The run's result: B balanced, W over the control totals, H
      * hard mismatch -- the values CAT-RECON-FLAG takes.
       77  WS-RESULT-FLAG          PIC X VALUE 'B'.
           88  WS-RESULT-BALANCED  VALUE 'B'.
           88  WS-RESULT-WARNING   VALUE 'W'.
           88  WS-RESULT-HARD      VALUE 'H'.
       77  WS-ENTRIES-STAMPED      PIC 9(8) BINARY VALUE ZERO.
       77  WS-STAMP-ERRORS         PIC 9(8) BINARY VALUE ZERO.
       77  WS-ENTRIES-READ         PIC 9(8) BINARY VALUE ZERO.
       01  WS-EVENT-DSN-FIRST      PIC X(44) VALUE SPACES.
            SKIP1
      * Run event log state, as in ACIFOBDT.
       01  WS-EVENT-DSN            PIC X(44) VALUE SPACES.
       77  WS-EVENT-ALLOC-FLAG     PIC X VALUE 'N'.
           88  WS-EVENT-ALLOCATED  VALUE 'Y'.
       77  WS-EVENT-OFF-FLAG       PIC X VALUE 'N'.
           88  WS-EVENT-OFF        VALUE 'Y'.
       77  WS-EVENT-ERROR-FLAG     PIC X VALUE 'N'.
           88  WS-EVENT-ERROR      VALUE 'Y'.
       77  WS-EVENT-COUNT-1        PIC 9(15) VALUE ZERO.
       77  WS-EVENT-COUNT-2        PIC 9(15) VALUE ZERO.
            SKIP1
       01  DYN-ALLOC-PARM.
           05  DYN-PARM-LEN        PIC S9(4) BINARY.
           05  DYN-PARM-TEXT       PIC X(160).
       77  BPXWDYN                 PIC X(8) VALUE 'BPXWDYN'.
       77  WS-DYN-RC               PIC S9(8) BINARY VALUE ZERO.
            SKIP1
       01  WS-TITLE-LINE.
           05  FILLER              PIC X(46) VALUE
               '  UPSTREAM CONTROL-TOTAL RECONCILIATION  JOB '.
           05  TTL-JOB             PIC X(8).
           05  FILLER              PIC X(7)  VALUE '  RUN '.
           05  TTL-DATE            PIC 9(6).
           05  FILLER              PIC X     VALUE SPACE.
           05  TTL-TIME            PIC X(8).
           05  FILLER              PIC X(56) VALUE SPACES.
       01  WS-CONTROL-LINE.
           05  FILLER              PIC X(28) VALUE
               '  CONTROL RECORDS READ:'.
           05  CLN-RECORDS         PIC ZZZZZZZ9.
           05  FILLER              PIC X(18) VALUE
               '   APPLICATIONS: '.
           05  CLN-APPLS           PIC X(44).
           05  FILLER              PIC X(34) VALUE SPACES.
       01  WS-GEN-HEADING.
           05  FILLER              PIC X(48) VALUE
               '  ARCHIVE DATASET NAME'.
           05  FILLER              PIC X(6)  VALUE 'GEN'.
           05  FILLER              PIC X(4)  VALUE 'ST'.
           05  FILLER              PIC X(10) VALUE ' CAT PGS'.
           05  FILLER              PIC X(10) VALUE ' ARC PGS'.
           05  FILLER              PIC X(10) VALUE '   SUPPR'.
           05  FILLER              PIC X(10) VALUE '    DOCS'.
           05  FILLER              PIC X(10) VALUE 'INCOMPLT'.
           05  FILLER              PIC X(24) VALUE 'NOTE'.
       01  WS-GEN-LINE.
           05  FILLER              PIC XX    VALUE SPACES.
           05  GNL-DSN             PIC X(44).
           05  FILLER              PIC XX    VALUE SPACES.
           05  GNL-GEN             PIC 9(4).
           05  FILLER              PIC XX    VALUE SPACES.
           05  GNL-STATUS          PIC X.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  GNL-CAT-PAGES       PIC ZZZZZZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  GNL-PAGES           PIC ZZZZZZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  GNL-SUPPR           PIC ZZZZZZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  GNL-DOCS            PIC ZZZZZZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  GNL-INCOMPLETE      PIC ZZZZZZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  GNL-NOTE            PIC X(24).
       01  WS-COMPARE-HEADING.
           05  FILLER              PIC X(36) VALUE
               '  CONTROL TOTAL'.
           05  FILLER              PIC X(17) VALUE '        CONTROL'.
           05  FILLER              PIC X(17) VALUE '       ARCHIVED'.
           05  FILLER              PIC X(17) VALUE '     DIFFERENCE'.
           05  FILLER              PIC X(45) VALUE 'RESULT'.
       01  WS-COMPARE-LINE.
           05  FILLER              PIC XX    VALUE SPACES.
           05  CMP-LABEL           PIC X(32).
           05  FILLER              PIC XX    VALUE SPACES.
           05  CMP-CONTROL         PIC Z(14)9.
           05  CMP-CONTROL-X       REDEFINES CMP-CONTROL PIC X(15).
           05  FILLER              PIC XX    VALUE SPACES.
           05  CMP-ARCHIVED        PIC Z(14)9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  CMP-DIFF            PIC -(14)9.
           05  CMP-DIFF-X          REDEFINES CMP-DIFF PIC X(15).
           05  FILLER              PIC XX    VALUE SPACES.
           05  CMP-RESULT          PIC X(30).
           05  FILLER              PIC X(15) VALUE SPACES.
       01  WS-RESULT-LINE.
           05  FILLER              PIC X(14) VALUE '  RUN RESULT: '.
           05  RSL-TEXT            PIC X(40).
           05  FILLER              PIC X(22) VALUE
               '  CATALOG ENTRIES SET:'.
           05  RSL-STAMPED         PIC ZZZZZZZ9.
           05  FILLER              PIC X(48) VALUE SPACES.
       01  WS-NOTE-LINE.
           05  FILLER              PIC XX    VALUE SPACES.
           05  NTL-TEXT            PIC X(130).
        EJECT
      / COMPRESSED-RECORD EXPANSION WORK AREAS.
           COPY AFPRLEWS SUPPRESS.
      / AFP STRUCTURED FIELD DEFINITIONS.
           COPY STRFLDS SUPPRESS.
       TITLE 'Mainline'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY PGMNAME ' CONTROL-TOTAL RECONCILIATION STARTING'.
           PERFORM 0100-READ-PARMS.
           IF WS-RUN-DATE NOT = ZERO
              SET WS-DATE-GIVEN TO TRUE
           END-IF.
           OPEN OUTPUT RCTLRPT-FILE.
           IF NOT RCTLRPT-OK
              DISPLAY PGMNAME ' RCTLRPT STATUS AFTER OPEN '
                      RCTLRPT-STATUS
              PERFORM 0990-ABORT-RUN
           END-IF.
           PERFORM 0160-OPEN-EVENT-LOG.
           IF WS-RUN-JOB = SPACES
              DISPLAY PGMNAME ' NO JOB= STATEMENT, NO RUN TO RECONCILE'
              PERFORM 0990-ABORT-RUN
           END-IF.
           PERFORM 0200-READ-CONTROL-TOTALS.
           OPEN I-O ARCHCAT-FILE.
           IF NOT ARCHCAT-OK
              DISPLAY PGMNAME ' ARCHCAT STATUS AFTER OPEN '
                      ARCHCAT-STATUS
              PERFORM 0990-ABORT-RUN
           END-IF.
           PERFORM 0300-LOAD-ONE-ENTRY
             UNTIL ARCHCAT-EOF.
           PERFORM 0320-PICK-RUN.
           IF WS-CTL-UNUSABLE
              PERFORM 0250-HOLD-BACK-RUN
           END-IF.
           PERFORM 0350-WRITE-HEADINGS.
           PERFORM 0400-COUNT-GENERATION
              VARYING GEN-IDX FROM 1 BY 1
              UNTIL GEN-IDX > WS-GEN-COUNT.
           PERFORM 0500-COMPARE-TOTALS.
           PERFORM 0600-STAMP-GENERATION
              VARYING GEN-IDX FROM 1 BY 1
              UNTIL GEN-IDX > WS-GEN-COUNT.
           CLOSE ARCHCAT-FILE.
           PERFORM 0700-WRAP-UP.
           GOBACK.
        EJECT
       TITLE 'Parameters'.
       0100-READ-PARMS.
           OPEN INPUT RCTLPARM-FILE.
           IF NOT RCTLPARM-OK
              DISPLAY PGMNAME ' RCTLPARM STATUS AFTER OPEN '
                      RCTLPARM-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0110-READ-ONE-CARD
             UNTIL RCTLPARM-EOF.
           CLOSE RCTLPARM-FILE.

       0110-READ-ONE-CARD.
           READ RCTLPARM-FILE
              AT END
                 CONTINUE
              NOT AT END
                 PERFORM 0120-PARSE-CARD
           END-READ.

       0120-PARSE-CARD.
           IF RCTLPARM-RECORD = SPACES
              OR RCTLPARM-RECORD(1:1) = '*'
              CONTINUE
           ELSE
              MOVE SPACES TO WS-CARD-KEYWORD WS-CARD-VALUE
              UNSTRING RCTLPARM-RECORD DELIMITED BY '='
                 INTO WS-CARD-KEYWORD WS-CARD-VALUE
              END-UNSTRING
              EVALUATE FUNCTION TRIM(WS-CARD-KEYWORD)
                 WHEN 'JOB'
                    MOVE FUNCTION TRIM(WS-CARD-VALUE) TO WS-RUN-JOB
                 WHEN 'DATE'
                    COMPUTE WS-RUN-DATE =
                       FUNCTION NUMVAL(WS-CARD-VALUE)
                    END-COMPUTE
                 WHEN 'TIME'
                    IF FUNCTION TRIM(WS-CARD-VALUE) = 'ALL'
                       SET WS-TIME-ALL TO TRUE
                    ELSE
                       COMPUTE WS-RUN-TIME =
                          FUNCTION NUMVAL(WS-CARD-VALUE)
                       END-COMPUTE
                       SET WS-TIME-GIVEN TO TRUE
                    END-IF
                 WHEN 'KEY'
                    MOVE FUNCTION TRIM(WS-CARD-VALUE) TO WS-HASH-KEY
                 WHEN 'FAIL'
                    MOVE WS-CARD-VALUE(1:1) TO WS-FAIL-FLAG
                 WHEN 'EVENTDSN'
                    MOVE FUNCTION TRIM(WS-CARD-VALUE)
                      TO WS-EVENT-DSN
                 WHEN OTHER
                    DISPLAY PGMNAME ' UNRECOGNIZED PARM CARD: '
                            RCTLPARM-RECORD(1:40)
              END-EVALUATE
           END-IF.

      ******************************************************************
      * Open the run event log: EVENTDSN names the cumulative dataset
      * (allocated MOD CATLG, as ACIFOBDT does); without the card an
      * ACIFEVLG DD from JCL serves.  Neither turns events off with
      * one note -- the report still carries every result.
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
                 DISPLAY PGMNAME ' ACIFEVLG NOT AVAILABLE, '
                         'RECONCILIATION EVENTS NOT RECORDED'
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
       TITLE 'Upstream control totals'.
      ******************************************************************
      * Read and add up the control records.  A missing or empty
      * control file, a record that is not a control-total record,
      * a count that is not numeric, or a record addressed to another
      * print job leaves nothing to reconcile against: the run is
      * refused (ACF0406E) rather than passed.
      ******************************************************************
       0200-READ-CONTROL-TOTALS.
           OPEN INPUT CTLTOTAL-FILE.
           IF NOT CTLTOTAL-OK
              DISPLAY PGMNAME ' CTLTOTAL STATUS AFTER OPEN '
                      CTLTOTAL-STATUS
              MOVE 'CONTROL-TOTAL FILE NOT AVAILABLE' TO NTL-TEXT
              SET WS-CTL-UNUSABLE TO TRUE
           ELSE
              PERFORM 0210-READ-ONE-CONTROL
                UNTIL CTLTOTAL-EOF OR WS-CTL-UNUSABLE
              CLOSE CTLTOTAL-FILE
              IF WS-CTL-RECORDS = ZERO AND NOT WS-CTL-UNUSABLE
                 MOVE 'CONTROL-TOTAL FILE IS EMPTY' TO NTL-TEXT
                 SET WS-CTL-UNUSABLE TO TRUE
              END-IF
           END-IF.
           IF WS-CTL-UNUSABLE
              DISPLAY PGMNAME ' ' NTL-TEXT(1:60)
              WRITE RCTLRPT-RECORD FROM WS-NOTE-LINE
              PERFORM 0991-INIT-EVENT
              MOVE 'ACF0406E' TO EVT-MSG-ID
              MOVE WS-CTL-RECORDS TO EVT-COUNT-1
              PERFORM 0992-WRITE-EVENT
              DISPLAY 'ACF0406E ' PGMNAME ' ' WS-RUN-JOB
                      ' CONTROL TOTALS NOT USABLE, RUN NOT RECONCILED'
                      UPON CONSOLE
           ELSE
              IF WS-CTL-HASH-RECORDS = WS-CTL-RECORDS
                 SET WS-HASH-COMPARED TO TRUE
              END-IF
           END-IF.

       0210-READ-ONE-CONTROL.
           READ CTLTOTAL-FILE
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-CTL-RECORDS
                 PERFORM 0220-ADD-CONTROL
           END-READ.

       0220-ADD-CONTROL.
           MOVE SPACES TO NTL-TEXT.
           EVALUATE TRUE
              WHEN NOT CTL-ID-VALID
                 MOVE 'CONTROL RECORD HAS NO CTLTOTAL IDENTIFIER'
                   TO NTL-TEXT
              WHEN CTL-DOC-COUNT IS NOT NUMERIC
                OR CTL-PAGE-COUNT IS NOT NUMERIC
                 MOVE 'CONTROL RECORD COUNTS ARE NOT NUMERIC'
                   TO NTL-TEXT
              WHEN CTL-HASH-PRESENT
               AND CTL-ACCT-HASH IS NOT NUMERIC
                 MOVE 'CONTROL RECORD HASH TOTAL IS NOT NUMERIC'
                   TO NTL-TEXT
              WHEN CTL-JOBNAME NOT = SPACES
               AND CTL-JOBNAME NOT = WS-RUN-JOB
                 STRING 'CONTROL RECORD IS FOR JOB '
                                               DELIMITED BY SIZE
                        CTL-JOBNAME            DELIMITED BY SPACE
                        ', NOT '               DELIMITED BY SIZE
                        WS-RUN-JOB             DELIMITED BY SPACE
                   INTO NTL-TEXT
                 END-STRING
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF NTL-TEXT NOT = SPACES
              SET WS-CTL-UNUSABLE TO TRUE
           ELSE
              ADD CTL-DOC-COUNT TO WS-CTL-DOCS
              ADD CTL-PAGE-COUNT TO WS-CTL-PAGES
              IF CTL-HASH-PRESENT
                 ADD 1 TO WS-CTL-HASH-RECORDS
                 MOVE CTL-ACCT-HASH TO WS-HASH-ADDEND
                 MOVE WS-CTL-HASH TO WS-HASH-SUM
                 PERFORM 0470-ADD-TO-HASH
                 MOVE WS-HASH-SUM TO WS-CTL-HASH
              END-IF
              IF CTL-APPL-ID NOT = SPACES
                 AND WS-CTL-APPL-PTR < 36
                 STRING CTL-APPL-ID DELIMITED BY SPACE
                        ' '         DELIMITED BY SIZE
                   INTO WS-CTL-APPLS
                   WITH POINTER WS-CTL-APPL-PTR
                 END-STRING
              END-IF
           END-IF.
        EJECT
       TITLE 'The run in the catalog'.
      * No usable control totals: nothing can be compared, so the
      * run's generations are stamped as a hard mismatch -- ARCHVLT
      * will not ship them -- and the step ends RC=12.
       0250-HOLD-BACK-RUN.
           SET WS-RESULT-HARD TO TRUE.
           PERFORM 0600-STAMP-GENERATION
              VARYING GEN-IDX FROM 1 BY 1
              UNTIL GEN-IDX > WS-GEN-COUNT.
           CLOSE ARCHCAT-FILE.
           MOVE SPACES TO WS-NOTE-LINE.
           MOVE WS-ENTRIES-STAMPED TO RSL-STAMPED.
           STRING 'RUN NOT RECONCILED, CATALOG ENTRIES SET TO HARD '
                  'MISMATCH:' RSL-STAMPED
                  DELIMITED BY SIZE INTO NTL-TEXT
           END-STRING.
           WRITE RCTLRPT-RECORD FROM WS-NOTE-LINE.
           CLOSE RCTLRPT-FILE.
           DISPLAY PGMNAME ' RUN ' WS-RUN-JOB ' ' WS-RUN-DATE
                   ' NOT RECONCILED, CATALOG ENTRIES SET TO HARD '
                   'MISMATCH: ' WS-ENTRIES-STAMPED.
           IF WS-STAMP-ERRORS > ZERO
              DISPLAY PGMNAME ' *** ' WS-STAMP-ERRORS
                      ' CATALOG ENTRIES COULD NOT BE SET ***'
           END-IF.
           PERFORM 0990-ABORT-RUN.

       0300-LOAD-ONE-ENTRY.
           READ ARCHCAT-FILE NEXT
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-ENTRIES-READ
                 IF CAT-JOBNAME = WS-RUN-JOB
                    AND NOT CAT-STATUS-CONSOLIDATED
                    IF WS-DATE-GIVEN
                       IF CAT-RUN-DATE = WS-RUN-DATE
                          PERFORM 0310-NOTE-ENTRY
                       END-IF
                    ELSE
                       IF NOT WS-TIME-GIVEN
                          OR CAT-RUN-TIME = WS-RUN-TIME
                          PERFORM 0305-NOTE-LATEST-DATE
                       END-IF
                    END-IF
                 END-IF
           END-READ.
           IF NOT ARCHCAT-OK AND NOT ARCHCAT-EOF
              DISPLAY PGMNAME ' ARCHCAT READ STATUS ' ARCHCAT-STATUS
              PERFORM 0990-ABORT-RUN
           END-IF.

      * No DATE=: the run date is the latest the job was cataloged
      * under (with TIME=, the latest with that run time).  A later
      * date than any seen so far discards the entries collected for
      * the earlier one.
       0305-NOTE-LATEST-DATE.
           IF CAT-RUN-DATE > WS-RUN-DATE
              MOVE CAT-RUN-DATE TO WS-RUN-DATE
              MOVE ZERO TO WS-GEN-COUNT
              MOVE ZERO TO WS-GEN-OVERFLOW
           END-IF.
           IF CAT-RUN-DATE = WS-RUN-DATE
              PERFORM 0310-NOTE-ENTRY
           END-IF.

       0310-NOTE-ENTRY.
           IF WS-GEN-COUNT < WS-MAX-GENS
              ADD 1 TO WS-GEN-COUNT
              SET GEN-IDX TO WS-GEN-COUNT
              MOVE CAT-ARCHIVE-DSN TO WS-GE-DSN(GEN-IDX)
              MOVE CAT-KEYIDX-DSN TO WS-GE-KEYIDX-DSN(GEN-IDX)
              MOVE CAT-RUN-TIME TO WS-GE-RUN-TIME(GEN-IDX)
              MOVE CAT-ARCHIVE-GEN TO WS-GE-GEN(GEN-IDX)
              MOVE CAT-STATUS TO WS-GE-STATUS(GEN-IDX)
              MOVE CAT-PAGES TO WS-GE-CAT-PAGES(GEN-IDX)
              MOVE CAT-PAGES-SUPPRESSED TO WS-GE-SUPPR(GEN-IDX)
              MOVE ZERO TO WS-GE-PAGES(GEN-IDX)
              MOVE ZERO TO WS-GE-DOCS(GEN-IDX)
              MOVE ZERO TO WS-GE-INCOMPLETE(GEN-IDX)
              MOVE SPACES TO WS-GE-NOTE(GEN-IDX)
              SET WS-GE-NOT-IN-RUN(GEN-IDX) TO TRUE
              SET WS-GE-READ-OK(GEN-IDX) TO TRUE
           ELSE
              ADD 1 TO WS-GEN-OVERFLOW
           END-IF.

      * The run: the latest run time among the job's entries unless
      * TIME= names one, or every entry for TIME=ALL.  Entries left
      * out of the table because it was full make the run unprovable.
       0320-PICK-RUN.
           IF WS-TIME-LATEST
              PERFORM VARYING GEN-IDX FROM 1 BY 1
                      UNTIL GEN-IDX > WS-GEN-COUNT
                 IF WS-GE-RUN-TIME(GEN-IDX) > WS-RUN-TIME
                    MOVE WS-GE-RUN-TIME(GEN-IDX) TO WS-RUN-TIME
                 END-IF
              END-PERFORM
           END-IF.
           PERFORM VARYING GEN-IDX FROM 1 BY 1
                   UNTIL GEN-IDX > WS-GEN-COUNT
              IF WS-TIME-ALL
                 OR WS-GE-RUN-TIME(GEN-IDX) = WS-RUN-TIME
                 SET WS-GE-IN-RUN(GEN-IDX) TO TRUE
                 ADD 1 TO WS-RUN-GENS
                 IF WS-EVENT-DSN-FIRST = SPACES
                    MOVE WS-GE-DSN(GEN-IDX) TO WS-EVENT-DSN-FIRST
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-GEN-OVERFLOW > ZERO
              DISPLAY PGMNAME ' MORE THAN ' WS-MAX-GENS
                      ' CATALOG ENTRIES FOR ' WS-RUN-JOB
                      ' ON ' WS-RUN-DATE
              ADD WS-GEN-OVERFLOW TO WS-GENS-UNREADABLE
           END-IF.

       0350-WRITE-HEADINGS.
           MOVE WS-RUN-JOB TO TTL-JOB.
           MOVE WS-RUN-DATE TO TTL-DATE.
           IF WS-TIME-ALL
              MOVE 'ALL' TO TTL-TIME
           ELSE
              MOVE WS-RUN-TIME TO TTL-TIME
           END-IF.
           WRITE RCTLRPT-RECORD FROM WS-TITLE-LINE.
           MOVE WS-CTL-RECORDS TO CLN-RECORDS.
           MOVE WS-CTL-APPLS TO CLN-APPLS.
           WRITE RCTLRPT-RECORD FROM WS-CONTROL-LINE.
           MOVE SPACES TO RCTLRPT-RECORD.
           WRITE RCTLRPT-RECORD.
           WRITE RCTLRPT-RECORD FROM WS-GEN-HEADING.
        EJECT
       TITLE 'What the archive holds'.
      ******************************************************************
      * One generation of the run: count its pages and its BNG/ENG
      * documents from the archive itself, then (billing runs) hash
      * its account keys.  A generation no longer on DASD, or one
      * that cannot be read through, cannot be proved.
      ******************************************************************
       0400-COUNT-GENERATION.
           IF WS-GE-IN-RUN(GEN-IDX)
              EVALUATE WS-GE-STATUS(GEN-IDX)
                 WHEN 'M'
                    MOVE 'MIGRATED, NOT READ' TO WS-GE-NOTE(GEN-IDX)
                    SET WS-GE-UNREADABLE(GEN-IDX) TO TRUE
                 WHEN 'S'
                    MOVE 'SCRATCHED, NOT READ' TO WS-GE-NOTE(GEN-IDX)
                    SET WS-GE-UNREADABLE(GEN-IDX) TO TRUE
                 WHEN OTHER
                    PERFORM 0410-READ-ARCHIVE
              END-EVALUATE
              IF WS-GE-READ-OK(GEN-IDX) AND WS-HASH-COMPARED
                 PERFORM 0450-HASH-KEYS
              END-IF
              IF WS-GE-UNREADABLE(GEN-IDX)
                 ADD 1 TO WS-GENS-UNREADABLE
              END-IF
              ADD WS-GE-DOCS(GEN-IDX) TO WS-ARC-DOCS
              ADD WS-GE-INCOMPLETE(GEN-IDX) TO WS-ARC-INCOMPLETE
              ADD WS-GE-PAGES(GEN-IDX) TO WS-ARC-PAGES
              ADD WS-GE-SUPPR(GEN-IDX) TO WS-ARC-SUPPR
              MOVE WS-GE-DSN(GEN-IDX) TO GNL-DSN
              MOVE WS-GE-GEN(GEN-IDX) TO GNL-GEN
              MOVE WS-GE-STATUS(GEN-IDX) TO GNL-STATUS
              MOVE WS-GE-CAT-PAGES(GEN-IDX) TO GNL-CAT-PAGES
              MOVE WS-GE-PAGES(GEN-IDX) TO GNL-PAGES
              MOVE WS-GE-SUPPR(GEN-IDX) TO GNL-SUPPR
              MOVE WS-GE-DOCS(GEN-IDX) TO GNL-DOCS
              MOVE WS-GE-INCOMPLETE(GEN-IDX) TO GNL-INCOMPLETE
              MOVE WS-GE-NOTE(GEN-IDX) TO GNL-NOTE
              WRITE RCTLRPT-RECORD FROM WS-GEN-LINE
           END-IF.

       0410-READ-ARCHIVE.
           MOVE SPACES TO DYN-PARM-TEXT.
           STRING 'ALLOC DD(AFPARCIN) DSN('  DELIMITED BY SIZE
                  WS-GE-DSN(GEN-IDX)         DELIMITED BY SPACE
                  ') SHR REUSE'              DELIMITED BY SIZE
             INTO DYN-PARM-TEXT
           END-STRING.
           COMPUTE DYN-PARM-LEN = FUNCTION LENGTH
                   (FUNCTION TRIM(DYN-PARM-TEXT)).
           CALL BPXWDYN USING DYN-ALLOC-PARM RETURNING WS-DYN-RC.
           IF WS-DYN-RC NOT = ZERO
              DISPLAY PGMNAME ' DYNAMIC ALLOCATION FAILED, RC='
                      WS-DYN-RC ' FOR ' WS-GE-DSN(GEN-IDX)
              MOVE 'ARCHIVE NOT ALLOCATED' TO WS-GE-NOTE(GEN-IDX)
              SET WS-GE-UNREADABLE(GEN-IDX) TO TRUE
           ELSE
              OPEN INPUT AFPARCIN-FILE
              IF NOT AFPARCIN-OK
                 DISPLAY PGMNAME ' AFPARCIN STATUS AFTER OPEN '
                         AFPARCIN-STATUS ' FOR ' WS-GE-DSN(GEN-IDX)
                 MOVE 'ARCHIVE UNREADABLE' TO WS-GE-NOTE(GEN-IDX)
                 SET WS-GE-UNREADABLE(GEN-IDX) TO TRUE
              ELSE
                 MOVE ZERO TO WS-ARC-RECNUM
                 SET WS-NOT-IN-GROUP TO TRUE
                 PERFORM 0420-READ-ONE-RECORD
                   UNTIL AFPARCIN-EOF OR WS-GE-UNREADABLE(GEN-IDX)
                 IF WS-IN-GROUP
                    ADD 1 TO WS-GE-INCOMPLETE(GEN-IDX)
                 END-IF
                 CLOSE AFPARCIN-FILE
              END-IF
           END-IF.

       0420-READ-ONE-RECORD.
           READ AFPARCIN-FILE
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-ARC-RECNUM
                 PERFORM 8100-EXPAND-ARC-RECORD
                 IF WS-RLE-BAD
                    DISPLAY PGMNAME ' RECORD ' WS-ARC-RECNUM
                            ' OF ' WS-GE-DSN(GEN-IDX)
                            ' COMPRESSED DATA UNREADABLE'
                    MOVE 'COMPRESSED RECORD UNREADABLE'
                      TO WS-GE-NOTE(GEN-IDX)
                    SET WS-GE-UNREADABLE(GEN-IDX) TO TRUE
                 ELSE
                    PERFORM 0430-COUNT-RECORD
                 END-IF
           END-READ.
           IF NOT AFPARCIN-OK AND NOT AFPARCIN-EOF
              DISPLAY PGMNAME ' AFPARCIN READ STATUS '
                      AFPARCIN-STATUS ' FOR ' WS-GE-DSN(GEN-IDX)
              MOVE 'ARCHIVE READ ERROR' TO WS-GE-NOTE(GEN-IDX)
              SET WS-GE-UNREADABLE(GEN-IDX) TO TRUE
           END-IF.

      * Banner and trailer are the archive's own bookkeeping.  A BNG
      * opens a document and its ENG completes it; a BNG met while a
      * document is still open, or a generation ending inside one,
      * leaves that document incomplete.
       0430-COUNT-RECORD.
           IF WS-ARCIN-LEN > 7
              AND (ARCIN-FLAT(1:8) = WS-BANNER-ID
                   OR ARCIN-FLAT(1:8) = WS-TRAILER-ID)
              CONTINUE
           ELSE
              IF WS-ARCIN-LEN > 5 AND ARCIN-FLAT(1:1) = X'5A'
                 MOVE ARCIN-FLAT(4:3) TO WS-SF-TYPE
              ELSE
                 MOVE SPACES TO WS-SF-TYPE
              END-IF
              EVALUATE TRUE
                 WHEN WS-SF-TYPE = SF-BNG
                    IF WS-IN-GROUP
                       ADD 1 TO WS-GE-INCOMPLETE(GEN-IDX)
                    END-IF
                    SET WS-IN-GROUP TO TRUE
                 WHEN WS-SF-TYPE = SF-ENG
                    IF WS-IN-GROUP
                       ADD 1 TO WS-GE-DOCS(GEN-IDX)
                       SET WS-NOT-IN-GROUP TO TRUE
                    END-IF
                 WHEN WS-SF-TYPE = SF-BPG
                    ADD 1 TO WS-GE-PAGES(GEN-IDX)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      ******************************************************************
      * The generation's account keys, one per document (the first
      * the document carries), added into the hash.  The key index
      * is shared by the run's generations, so only this
      * generation's entries are taken.  A key that is not a whole
      * number cannot be hashed and is counted instead; a key index
      * that cannot be read leaves the hash unprovable.
      ******************************************************************
       0450-HASH-KEYS.
           IF WS-GE-KEYIDX-DSN(GEN-IDX) = SPACES
              MOVE 'NO KEY INDEX FOR HASH' TO WS-GE-NOTE(GEN-IDX)
              ADD 1 TO WS-KEYIDX-UNREADABLE
           ELSE
              MOVE SPACES TO DYN-PARM-TEXT
              STRING 'ALLOC DD(AFPKEYIN) DSN('  DELIMITED BY SIZE
                     WS-GE-KEYIDX-DSN(GEN-IDX)  DELIMITED BY SPACE
                     ') SHR REUSE'              DELIMITED BY SIZE
                INTO DYN-PARM-TEXT
              END-STRING
              COMPUTE DYN-PARM-LEN = FUNCTION LENGTH
                      (FUNCTION TRIM(DYN-PARM-TEXT))
              CALL BPXWDYN USING DYN-ALLOC-PARM RETURNING WS-DYN-RC
              IF WS-DYN-RC NOT = ZERO
                 DISPLAY PGMNAME ' DYNAMIC ALLOCATION FAILED, RC='
                         WS-DYN-RC ' FOR ' WS-GE-KEYIDX-DSN(GEN-IDX)
                 MOVE 'KEY INDEX NOT ALLOCATED' TO WS-GE-NOTE(GEN-IDX)
                 ADD 1 TO WS-KEYIDX-UNREADABLE
              ELSE
                 OPEN INPUT AFPKEYIN-FILE
                 IF NOT AFPKEYIN-OK
                    DISPLAY PGMNAME ' AFPKEYIN STATUS AFTER OPEN '
                            AFPKEYIN-STATUS ' FOR '
                            WS-GE-KEYIDX-DSN(GEN-IDX)
                    MOVE 'KEY INDEX UNREADABLE' TO WS-GE-NOTE(GEN-IDX)
                    ADD 1 TO WS-KEYIDX-UNREADABLE
                 ELSE
                    SET WS-KEY-NOT-SEEN TO TRUE
                    PERFORM 0460-READ-ONE-KEY
                      UNTIL AFPKEYIN-EOF
                    CLOSE AFPKEYIN-FILE
                 END-IF
              END-IF
           END-IF.

      * Entries of one document run together under its record number
      * (see ACIFOBDT 0465); a zero record number is a document whose
      * start was never indexed, so each such entry is its own.
       0460-READ-ONE-KEY.
           READ AFPKEYIN-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF KEYIDX-ARCHIVE-GEN = WS-GE-GEN(GEN-IDX)
                    AND KEYIDX-ATTR-NAME = WS-HASH-KEY
                    IF WS-KEY-NOT-SEEN
                       OR KEYIDX-DOC-RECNUM = ZERO
                       OR KEYIDX-DOC-RECNUM NOT = WS-LAST-KEY-RECNUM
                       SET WS-KEY-SEEN TO TRUE
                       MOVE KEYIDX-DOC-RECNUM TO WS-LAST-KEY-RECNUM
                       PERFORM 0465-HASH-ONE-KEY
                    END-IF
                 END-IF
           END-READ.
           IF NOT AFPKEYIN-OK AND NOT AFPKEYIN-EOF
              DISPLAY PGMNAME ' AFPKEYIN READ STATUS '
                      AFPKEYIN-STATUS ' FOR '
                      WS-GE-KEYIDX-DSN(GEN-IDX)
              MOVE 'KEY INDEX READ ERROR' TO WS-GE-NOTE(GEN-IDX)
              ADD 1 TO WS-KEYIDX-UNREADABLE
              MOVE 10 TO AFPKEYIN-STATUS
           END-IF.

       0465-HASH-ONE-KEY.
           ADD 1 TO WS-ARC-KEYS.
           MOVE FUNCTION TRIM(KEYIDX-ATTR-VALUE) TO WS-KEY-TEXT.
           COMPUTE WS-KEY-LEN = FUNCTION LENGTH
                   (FUNCTION TRIM(KEYIDX-ATTR-VALUE)).
           IF KEYIDX-ATTR-VALUE = SPACES
              OR WS-KEY-LEN > 18
              ADD 1 TO WS-ARC-BAD-KEYS
           ELSE
              IF WS-KEY-TEXT(1:WS-KEY-LEN) IS NOT NUMERIC
                 ADD 1 TO WS-ARC-BAD-KEYS
              ELSE
                 MOVE ZERO TO WS-ACCT-NUM
                 MOVE WS-KEY-TEXT(1:WS-KEY-LEN)
                   TO WS-ACCT-NUM-X(19 - WS-KEY-LEN:WS-KEY-LEN)
                 MOVE WS-ACCT-NUM TO WS-HASH-ADDEND
                 MOVE WS-ARC-HASH TO WS-HASH-SUM
                 PERFORM 0470-ADD-TO-HASH
                 MOVE WS-HASH-SUM TO WS-ARC-HASH
              END-IF
           END-IF.

      * WS-HASH-SUM + WS-HASH-ADDEND, kept to 15 digits.
       0470-ADD-TO-HASH.
           ADD WS-HASH-ADDEND TO WS-HASH-SUM.
           IF WS-HASH-SUM NOT < WS-HASH-MODULUS
              SUBTRACT WS-HASH-MODULUS FROM WS-HASH-SUM
           END-IF.
        EJECT
       TITLE 'Comparison'.
      ******************************************************************
      * Compare the archive with the control totals.  Short is hard
      * (the print file lost documents or pages on the way in); over
      * is a warning (pages or groups the application did not count,
      * such as inserted banner documents).  A differing hash, any
      * incomplete document, or anything that could not be read is
      * hard.  Every finding is an event of its own.
      ******************************************************************
       0500-COMPARE-TOTALS.
           MOVE SPACES TO RCTLRPT-RECORD.
           WRITE RCTLRPT-RECORD.
           WRITE RCTLRPT-RECORD FROM WS-COMPARE-HEADING.
           SET WS-RESULT-BALANCED TO TRUE.
           IF WS-RUN-GENS = ZERO
              MOVE 'NO GENERATIONS CATALOGED FOR THE RUN' TO NTL-TEXT
              WRITE RCTLRPT-RECORD FROM WS-NOTE-LINE
              SET WS-RESULT-HARD TO TRUE
           END-IF.
           MOVE 'DOCUMENTS (BNG/ENG GROUPS)' TO CMP-LABEL.
           MOVE WS-CTL-DOCS TO WS-EVENT-COUNT-1.
           MOVE WS-ARC-DOCS TO WS-EVENT-COUNT-2.
           MOVE 'ACF0402E' TO EVT-MSG-ID.
           PERFORM 0510-COMPARE-COUNT.
           MOVE 'PAGES (ARCHIVED + SUPPRESSED)' TO CMP-LABEL.
           COMPUTE WS-ARC-RECEIVED = WS-ARC-PAGES + WS-ARC-SUPPR.
           MOVE WS-CTL-PAGES TO WS-EVENT-COUNT-1.
           MOVE WS-ARC-RECEIVED TO WS-EVENT-COUNT-2.
           MOVE 'ACF0403E' TO EVT-MSG-ID.
           PERFORM 0510-COMPARE-COUNT.
           PERFORM 0520-COMPARE-HASH.
           MOVE 'INCOMPLETE DOCUMENTS' TO CMP-LABEL.
           MOVE ZERO TO CMP-CONTROL.
           MOVE WS-ARC-INCOMPLETE TO CMP-ARCHIVED.
           MOVE WS-ARC-INCOMPLETE TO CMP-DIFF.
           IF WS-ARC-INCOMPLETE > ZERO
              MOVE 'TRUNCATED - HARD MISMATCH' TO CMP-RESULT
              SET WS-RESULT-HARD TO TRUE
              MOVE ZERO TO WS-EVENT-COUNT-1
              MOVE WS-ARC-INCOMPLETE TO WS-EVENT-COUNT-2
              MOVE 'ACF0405E' TO EVT-MSG-ID
              PERFORM 0530-MISMATCH-EVENT
           ELSE
              MOVE 'NONE' TO CMP-RESULT
           END-IF.
           WRITE RCTLRPT-RECORD FROM WS-COMPARE-LINE.
           IF WS-GENS-UNREADABLE > ZERO
              MOVE 'GENERATIONS NOT READ' TO CMP-LABEL
              MOVE SPACES TO CMP-CONTROL-X
              MOVE WS-GENS-UNREADABLE TO CMP-ARCHIVED
              MOVE SPACES TO CMP-DIFF-X
              MOVE 'NOT PROVED - HARD MISMATCH' TO CMP-RESULT
              WRITE RCTLRPT-RECORD FROM WS-COMPARE-LINE
              SET WS-RESULT-HARD TO TRUE
              MOVE ZERO TO WS-EVENT-COUNT-1
              MOVE WS-GENS-UNREADABLE TO WS-EVENT-COUNT-2
              MOVE 'ACF0406E' TO EVT-MSG-ID
              PERFORM 0530-MISMATCH-EVENT
           END-IF.

      * One count: control in WS-EVENT-COUNT-1, archived in -2, the
      * event ID to use for a difference in EVT-MSG-ID.
       0510-COMPARE-COUNT.
           MOVE WS-EVENT-COUNT-1 TO CMP-CONTROL.
           MOVE WS-EVENT-COUNT-2 TO CMP-ARCHIVED.
           COMPUTE CMP-DIFF = WS-EVENT-COUNT-2 - WS-EVENT-COUNT-1.
           EVALUATE TRUE
              WHEN WS-EVENT-COUNT-2 = WS-EVENT-COUNT-1
                 MOVE 'BALANCED' TO CMP-RESULT
              WHEN WS-EVENT-COUNT-2 < WS-EVENT-COUNT-1
                 MOVE 'SHORT - HARD MISMATCH' TO CMP-RESULT
                 SET WS-RESULT-HARD TO TRUE
                 PERFORM 0530-MISMATCH-EVENT
              WHEN OTHER
                 MOVE 'OVER - WARNING' TO CMP-RESULT
                 IF WS-RESULT-BALANCED
                    SET WS-RESULT-WARNING TO TRUE
                 END-IF
                 PERFORM 0530-MISMATCH-EVENT
           END-EVALUATE.
           WRITE RCTLRPT-RECORD FROM WS-COMPARE-LINE.

       0520-COMPARE-HASH.
           MOVE SPACES TO CMP-LABEL.
           STRING 'HASH TOTAL OF '   DELIMITED BY SIZE
                  WS-HASH-KEY        DELIMITED BY SPACE
             INTO CMP-LABEL
           END-STRING.
           MOVE SPACES TO CMP-DIFF-X.
           IF NOT WS-HASH-COMPARED
              MOVE SPACES TO CMP-CONTROL-X
              MOVE WS-ARC-HASH TO CMP-ARCHIVED
              IF WS-CTL-HASH-RECORDS = ZERO
                 MOVE 'NO HASH IN CONTROL TOTALS' TO CMP-RESULT
              ELSE
                 MOVE 'HASH NOT ON EVERY RECORD' TO CMP-RESULT
              END-IF
              WRITE RCTLRPT-RECORD FROM WS-COMPARE-LINE
           ELSE
              MOVE WS-CTL-HASH TO CMP-CONTROL
              MOVE WS-ARC-HASH TO CMP-ARCHIVED
              EVALUATE TRUE
                 WHEN WS-KEYIDX-UNREADABLE > ZERO
                    MOVE 'KEY INDEX NOT READ - HARD' TO CMP-RESULT
                 WHEN WS-ARC-BAD-KEYS > ZERO
                    MOVE 'KEYS NOT NUMERIC - HARD' TO CMP-RESULT
                 WHEN WS-ARC-HASH NOT = WS-CTL-HASH
                    MOVE 'DIFFERENT - HARD MISMATCH' TO CMP-RESULT
                 WHEN OTHER
                    MOVE 'BALANCED' TO CMP-RESULT
              END-EVALUATE
              WRITE RCTLRPT-RECORD FROM WS-COMPARE-LINE
              IF CMP-RESULT NOT = 'BALANCED'
                 SET WS-RESULT-HARD TO TRUE
                 MOVE WS-CTL-HASH TO WS-EVENT-COUNT-1
                 MOVE WS-ARC-HASH TO WS-EVENT-COUNT-2
                 MOVE 'ACF0404E' TO EVT-MSG-ID
                 PERFORM 0530-MISMATCH-EVENT
              END-IF
              MOVE 'ACCOUNT KEYS HASHED' TO CMP-LABEL
              MOVE SPACES TO CMP-CONTROL-X CMP-DIFF-X
              MOVE WS-ARC-KEYS TO CMP-ARCHIVED
              MOVE SPACES TO CMP-RESULT
              IF WS-ARC-BAD-KEYS > ZERO
                 MOVE WS-ARC-BAD-KEYS TO WS-EVENT-COUNT-1
                 MOVE SPACES TO CMP-RESULT
                 STRING 'OF WHICH NOT NUMERIC: ' DELIMITED BY SIZE
                        WS-EVENT-COUNT-1(8:8)    DELIMITED BY SIZE
                   INTO CMP-RESULT
                 END-STRING
              END-IF
              WRITE RCTLRPT-RECORD FROM WS-COMPARE-LINE
           END-IF.

      * A finding: event record plus console message.  The event's
      * counts are eight digits; larger figures (hash totals) are
      * carried by their low-order eight.
       0530-MISMATCH-EVENT.
           MOVE EVT-MSG-ID TO WS-CARD-KEYWORD.
           PERFORM 0991-INIT-EVENT.
           MOVE WS-CARD-KEYWORD(1:8) TO EVT-MSG-ID.
           MOVE WS-EVENT-COUNT-1 TO EVT-COUNT-1.
           MOVE WS-EVENT-COUNT-2 TO EVT-COUNT-2.
           PERFORM 0992-WRITE-EVENT.
           DISPLAY EVT-MSG-ID ' ' PGMNAME ' ' WS-RUN-JOB ' '
                   CMP-LABEL ' ' CMP-RESULT
                   UPON CONSOLE.
        EJECT
       TITLE 'Catalog stamping and wrap-up'.
      * Every generation of the run carries the run's result.
       0600-STAMP-GENERATION.
           IF WS-GE-IN-RUN(GEN-IDX)
              MOVE WS-GE-DSN(GEN-IDX) TO CAT-ARCHIVE-DSN
              READ ARCHCAT-FILE
                 KEY IS CAT-ARCHIVE-DSN
              END-READ
              IF ARCHCAT-OK
                 MOVE WS-RESULT-FLAG TO CAT-RECON-FLAG
                 REWRITE ARCHCAT-RECORD
              END-IF
              IF ARCHCAT-OK
                 ADD 1 TO WS-ENTRIES-STAMPED
              ELSE
                 DISPLAY PGMNAME ' ARCHCAT STATUS ' ARCHCAT-STATUS
                         ' STAMPING ' WS-GE-DSN(GEN-IDX)
                 ADD 1 TO WS-STAMP-ERRORS
              END-IF
           END-IF.

       0700-WRAP-UP.
           EVALUATE TRUE
              WHEN WS-RESULT-BALANCED
                 MOVE 'BALANCED' TO RSL-TEXT
                 MOVE 0 TO RETURN-CODE
                 PERFORM 0991-INIT-EVENT
                 MOVE 'ACF0401I' TO EVT-MSG-ID
                 MOVE WS-ARC-DOCS TO EVT-COUNT-1
                 MOVE WS-ARC-RECEIVED TO EVT-COUNT-2
                 PERFORM 0992-WRITE-EVENT
              WHEN WS-RESULT-WARNING
                 MOVE 'OVER THE CONTROL TOTALS - WARNING' TO RSL-TEXT
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 'HARD MISMATCH' TO RSL-TEXT
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           IF WS-STAMP-ERRORS > ZERO AND RETURN-CODE < 8
              MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO RCTLRPT-RECORD.
           WRITE RCTLRPT-RECORD.
           MOVE WS-ENTRIES-STAMPED TO RSL-STAMPED.
           WRITE RCTLRPT-RECORD FROM WS-RESULT-LINE.
           CLOSE RCTLRPT-FILE.
           DISPLAY PGMNAME ' RUN ' WS-RUN-JOB ' ' WS-RUN-DATE ' '
                   TTL-TIME ' GENERATIONS: ' WS-RUN-GENS.
           DISPLAY PGMNAME ' RESULT: ' RSL-TEXT.
           DISPLAY PGMNAME ' CATALOG ENTRIES SET: ' WS-ENTRIES-STAMPED.
           IF WS-EVENT-ERROR
              DISPLAY PGMNAME ' *** WARNING - RUN EVENT LOG '
                 '(ACIFEVLG) NOT WRITTEN, RESULTS ON THE REPORT '
                 'AND CONSOLE ONLY ***'
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           IF WS-RESULT-HARD AND WS-FAIL-ON-HARD
              PERFORM 0980-FAIL-STEP
           END-IF.
           PERFORM 0993-CLOSE-EVENT-LOG.

      * FAIL=Y: the step comes down so nothing downstream prints or
      * ships the file.  ACF0407S goes out (and the log is closed so
      * it is on disk) before the abend, as ACIFOBDT does for
      * ACF0201S.
       0980-FAIL-STEP.
           PERFORM 0991-INIT-EVENT.
           MOVE 'ACF0407S' TO EVT-MSG-ID.
           MOVE ABEND-CODE TO EVT-COUNT-1.
           PERFORM 0992-WRITE-EVENT.
           PERFORM 0993-CLOSE-EVENT-LOG.
           DISPLAY 'ACF0407S ' PGMNAME ' ' WS-RUN-JOB
                   ' NOT RECONCILED WITH CONTROL TOTALS, STEP '
                   'ABENDING' UPON CONSOLE.
           CALL ABND-PGM USING ABEND-CODE.

       0990-ABORT-RUN.
           MOVE 12 TO RETURN-CODE.
           IF WS-FAIL-ON-HARD
              PERFORM 0980-FAIL-STEP
           END-IF.
           PERFORM 0993-CLOSE-EVENT-LOG.
           GOBACK.
        EJECT
       TITLE 'Run event log support'.
      * Common fields of every reconciliation event: the run's job
      * and first generation DSN; id and counts are the caller's.
       0991-INIT-EVENT.
           MOVE SPACES TO ACIFEVLG-RECORD.
           ACCEPT EVT-DATE FROM DATE.
           ACCEPT EVT-TIME FROM TIME.
           MOVE WS-RUN-JOB TO EVT-JOBNAME.
           MOVE ZERO TO EVT-ARCHIVE-GEN.
           MOVE ZERO TO EVT-COUNT-1.
           MOVE ZERO TO EVT-COUNT-2.
           MOVE WS-EVENT-DSN-FIRST TO EVT-DSN.

      * The first write failure abandons event recording for the
      * run, as in ACIFOBDT.
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
              SET WS-EVENT-OFF TO TRUE
           END-IF.
           IF WS-EVENT-ALLOCATED
              MOVE SPACES TO DYN-PARM-TEXT
              STRING 'FREE DD(ACIFEVLG)' DELIMITED BY SIZE
                INTO DYN-PARM-TEXT
              END-STRING
              COMPUTE DYN-PARM-LEN = FUNCTION LENGTH
                      (FUNCTION TRIM(DYN-PARM-TEXT))
              CALL BPXWDYN USING DYN-ALLOC-PARM RETURNING WS-DYN-RC
              MOVE 'N' TO WS-EVENT-ALLOC-FLAG
           END-IF.
        EJECT
       TITLE 'Compressed-record expansion'.
           COPY AFPRLEXP SUPPRESS.
       END PROGRAM ARCHRCTL.
