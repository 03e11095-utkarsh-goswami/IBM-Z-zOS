       PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
      * LAST UPDATE ON 15 Oct 2026 AT 09:00:00 BY MAINT    VERSION 01  *
       ID DIVISION.
       PROGRAM-ID. AFPKEYDP.
       AUTHOR. TURETZKY--HYDRA.
       INSTALLATION. IBM BOULDER PROGRAMMING CENTER.

                 Cross-run duplicate document detection for the
                 ACIFOBDT print archive.  ACIFOBDT's own duplicate
                 page suppression only sees adjacent pages inside one
                 run; a statement job rerun after a partial failure,
                 or two applications producing the same customer's
                 document, puts the same piece in the mail twice.
                 This program takes the documents of the newest runs
                 (their generations found through ARCHCAT, their
                 business keys read from each run's flat AFPKYIDX
                 index) and looks each document's key up in the
                 permanent AFPKEYDB KSDS (see AFPKEYLD) across a
                 window of run days.  The same key value -- for
                 example ACCTNO, qualified by the statement date --
                 archived in more than one generation is a duplicate.

                 Each duplicate group is reported once, with every
                 occurrence's archive DSN, job, run date and time,
                 document record and page: the earliest occurrence is
                 the ORIGINAL, the rest are DUPLICATEs to be pulled
                 from the mail.  A group whose occurrences all come
                 from one job is a SAME JOB RERUN; otherwise two
                 DIFFERENT APPLICATIONS produced it.  The closing
                 table counts the duplicates per job that produced
                 them, so chargeback can take them off that job's
                 bill.  Occurrences in generations since consolidated
                 (ARCHCONS) or scratched are not counted, so a merged
                 generation is never its own sources' duplicate.
                 Run it after the night's AFPKEYLD so the newest runs
                 are in the KSDS; a new document not yet loaded is
                 still compared against what is.

                 Parameter statements (DUPPARM DD, keyword=value):
                   KEY=name         business key attribute compared
                                    (required), e.g. KEY=ACCTNO
                   WITH=name        qualifying attribute that must
                                    also match, e.g. WITH=STMTDATE;
                                    up to 3 cards
                   WINDOW=nnn       run days searched for earlier
                                    occurrences, counting DATE
                                    (default 7)
                   NEWDAYS=nnn      run days, counting DATE, whose
                                    documents are checked (default 1)
                   DATE=yymmdd      last run day (default today)
                   JOB=jobname      only that job's new runs are
                                    checked, or prefix*; earlier
                                    occurrences from any job count
                 Cards with * in column 1 are comments.  The report
                 goes to DUPRPRT.

                 A key with more than 50 occurrences in the window
                 is judged on its earliest 49 and the document being
                 checked; the group is listed with a note and the
                 run ends RC=8, as it has not been seen whole.

                 RC=0 no duplicates, RC=4 duplicates listed,
                 RC=8 some indexes unreadable, KSDS/catalog I/O
                 errors or a group over 50 occurrences, RC=12
                 parameters, catalog or KSDS not usable.
       DATE-WRITTEN. 15 Oct 2026.
       DATE-COMPILED.
       SECURITY. IBM SAMPLE CODE ONLY.
       TITLE 'Cross-Run Duplicate Document Detection'.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The catalog is walked once to pick the new generations, then
      * read by key to check each occurrence's generation status.
           SELECT ARCHCAT-FILE        ASSIGN TO ARCHCAT,
                                      ORGANIZATION INDEXED,
                                      ACCESS DYNAMIC,
                                      RECORD KEY CAT-ARCHIVE-DSN,
                                      FILE STATUS ARCHCAT-STATUS.
           SELECT AFPKEYDB-FILE       ASSIGN TO AFPKEYDB,
                                      ORGANIZATION INDEXED,
                                      ACCESS DYNAMIC,
                                      RECORD KEY KYX-KEY,
                                      FILE STATUS AFPKEYDB-STATUS.
      * One run's flat key index, attached per catalog entry through
      * dynamic allocation (the DSN comes from the entry itself).
           SELECT AFPKYXIN-FILE       ASSIGN TO AFPKYXIN,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS AFPKYXIN-STATUS.
           SELECT DUPPARM-FILE        ASSIGN TO DUPPARM,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS DUPPARM-STATUS.
           SELECT DUPRPRT-FILE        ASSIGN TO DUPRPRT,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS DUPRPRT-STATUS.
        EJECT
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHCAT-FILE
           RECORD CONTAINS 256 CHARACTERS.
           COPY ARCHCATR SUPPRESS.
       FD  AFPKEYDB-FILE
           RECORD CONTAINS 256 CHARACTERS.
           COPY AFPKYXR SUPPRESS.
      * Flat key-index entries as written by ACIFOBDT (AFPKYIDX).  A
      * document's entries are written together as its TLEs are met,
      * so they arrive as one run of the same document record number.
       FD  AFPKYXIN-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  AFPKYXIN-RECORD.
           05  KEYIDX-ATTR-NAME       PIC X(32).
           05  KEYIDX-ATTR-VALUE      PIC X(60).
           05  KEYIDX-ARCHIVE-GEN     PIC 9(4) BINARY.
           05  KEYIDX-DOC-RECNUM      PIC 9(8) BINARY.
           05  KEYIDX-PAGE-NUMBER     PIC 9(8) BINARY.
           05  FILLER                 PIC X(18).
       FD  DUPPARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DUPPARM-RECORD             PIC X(80).
       FD  DUPRPRT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  DUPRPRT-RECORD             PIC X(132).
       WORKING-STORAGE SECTION.
       01  PGMNAME                 PIC X(8) VALUE 'AFPKEYDP'.
       77  ARCHCAT-STATUS          PIC 99.
           88  ARCHCAT-OK          VALUE 00.
           88  ARCHCAT-EOF         VALUE 10.
           88  ARCHCAT-NOTFND      VALUE 23.
       77  AFPKEYDB-STATUS         PIC 99.
           88  AFPKEYDB-OK         VALUE 00.
           88  AFPKEYDB-EOF        VALUE 10.
           88  AFPKEYDB-NOTFND     VALUE 23.
       77  AFPKYXIN-STATUS         PIC 99.
           88  AFPKYXIN-OK         VALUE 00.
           88  AFPKYXIN-EOF        VALUE 10.
       77  DUPPARM-STATUS          PIC 99.
           88  DUPPARM-OK          VALUE 00.
           88  DUPPARM-EOF         VALUE 10.
       77  DUPRPRT-STATUS          PIC 99.
           88  DUPRPRT-OK          VALUE 00.
            SKIP1
       01  WS-PARM-CARD.
           05  WS-CARD-KEYWORD     PIC X(16).
           05  WS-CARD-VALUE       PIC X(64).
       77  WS-PARM-ERROR-FLAG      PIC X VALUE 'N'.
           88  WS-PARM-ERROR       VALUE 'Y'.
       01  WS-KEY-NAME             PIC X(32) VALUE SPACES.
      * Qualifying attributes (WITH= cards), all of which must match
      * as well as the key for two documents to be the same piece.
       77  WS-MAX-WITH             PIC 9(4) BINARY VALUE 3.
       77  WS-WITH-COUNT           PIC 9(4) BINARY VALUE ZERO.
       01  WS-WITH-TABLE.
           05  WS-WITH-NAME        PIC X(32) OCCURS 3 TIMES
                                   INDEXED BY WTH-IDX.
       77  WS-WINDOW-DAYS          PIC 9(3) VALUE 7.
       77  WS-NEW-DAYS             PIC 9(3) VALUE 1.
       77  WS-ASOF-DATE            PIC 9(6) VALUE ZERO.
       77  WS-WINDOW-FROM          PIC 9(6) VALUE ZERO.
       77  WS-NEW-FROM             PIC 9(6) VALUE ZERO.
       01  WS-FILTER-JOB           PIC X(8)  VALUE SPACES.
       77  WS-FILTER-JOB-LEN       PIC S9(4) BINARY VALUE ZERO.
       77  WS-JOB-PREFIX-FLAG      PIC X VALUE 'N'.
           88  WS-JOB-PREFIX       VALUE 'Y'.
       01  WS-TEST-JOB             PIC X(8).
       77  WS-JOB-TEST-FLAG        PIC X VALUE 'N'.
           88  WS-JOB-PASSES       VALUE 'Y'.
           88  WS-JOB-FAILS        VALUE 'N'.
       01  WS-CURRENT-DATE.
           05  WS-CUR-YY           PIC 99.
           05  WS-CUR-MM           PIC 99.
           05  WS-CUR-DD           PIC 99.
      * Window arithmetic on the same 20yy window ARCHRETN ages
      * generations with.
       01  WS-ASOF-DATE-X.
           05  WS-ASOF-YY          PIC 99.
           05  WS-ASOF-MM          PIC 99.
           05  WS-ASOF-DD          PIC 99.
       01  WS-YYYYMMDD             PIC 9(8) VALUE ZERO.
       01  WS-YYYYMMDD-X           REDEFINES WS-YYYYMMDD.
           05  FILLER              PIC 99.
           05  WS-YYMMDD           PIC 9(6).
       77  WS-ASOF-INTEGER         PIC S9(9) BINARY VALUE ZERO.
            SKIP1
      * Generations whose documents are checked, gathered on the
      * catalog walk so the catalog is free for keyed reads after.
       77  WS-MAX-GENS             PIC 9(4) BINARY VALUE 500.
       77  WS-GEN-COUNT            PIC 9(4) BINARY VALUE ZERO.
       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY OCCURS 500 TIMES INDEXED BY GEN-IDX.
               10  WS-GN-DSN       PIC X(44).
               10  WS-GN-KEYIDX-DSN PIC X(44).
               10  WS-GN-GEN       PIC 9(4).
               10  WS-GN-JOBNAME   PIC X(8).
               10  WS-GN-RUN-DATE  PIC 9(6).
               10  WS-GN-RUN-TIME  PIC 9(8).
            SKIP1
      * The document being assembled from the flat index: its
      * record number, and the key and qualifier values it carries
      * (the first of each, should a TLE repeat).
       77  WS-DOC-FLAG             PIC X VALUE 'N'.
           88  WS-DOC-IN-PROGRESS  VALUE 'Y'.
           88  WS-DOC-NONE         VALUE 'N'.
       77  WS-DOC-RECNUM           PIC 9(8) BINARY VALUE ZERO.
       77  WS-DOC-PAGE             PIC 9(8) BINARY VALUE ZERO.
       77  WS-DOC-KEY-FLAG         PIC X VALUE 'N'.
           88  WS-DOC-HAS-KEY      VALUE 'Y'.
       01  WS-DOC-KEY-VALUE        PIC X(60).
       01  WS-DOC-QUAL-TABLE.
           05  WS-DOC-QUAL OCCURS 3 TIMES.
               10  WS-DQ-FLAG      PIC X.
                   88  WS-DQ-PRESENT VALUE 'Y'.
               10  WS-DQ-VALUE     PIC X(60).
       77  WS-DOC-USABLE-FLAG      PIC X VALUE 'N'.
           88  WS-DOC-USABLE       VALUE 'Y'.
           88  WS-DOC-UNUSABLE     VALUE 'N'.
       77  WS-KEYIDX-FLAG          PIC X VALUE 'N'.
           88  WS-KEYIDX-DONE      VALUE 'Y'.
           88  WS-KEYIDX-MORE      VALUE 'N'.
            SKIP1
      * Every occurrence of one document's key inside the window.
      * The last entry is kept for the document being checked, so a
      * key seen more often than the table holds is judged on its
      * earliest 49 occurrences and that document, and reported with
      * a note and counted as an error.
       77  WS-MAX-OCCS             PIC 9(4) BINARY VALUE 50.
       77  WS-OCC-COUNT            PIC 9(4) BINARY VALUE ZERO.
       01  WS-OCC-TABLE.
           05  WS-OCC-ENTRY OCCURS 50 TIMES INDEXED BY OCC-IDX.
               10  WS-OC-ORDER.
                   15  WS-OC-RUN-DATE PIC 9(6).
                   15  WS-OC-RUN-TIME PIC 9(8).
                   15  WS-OC-DSN   PIC X(44).
                   15  WS-OC-RECNUM PIC 9(8).
               10  WS-OC-JOBNAME   PIC X(8).
               10  WS-OC-GEN       PIC 9(4).
               10  WS-OC-PAGE      PIC 9(8).
               10  WS-OC-KEEP-FLAG PIC X.
                   88  WS-OC-KEPT      VALUE 'Y'.
                   88  WS-OC-DROPPED   VALUE 'N'.
       77  WS-OCC-TRUNC-FLAG       PIC X VALUE 'N'.
           88  WS-OCC-TRUNCATED    VALUE 'Y'.
           88  WS-OCC-COMPLETE     VALUE 'N'.
       77  WS-BROWSE-DONE-FLAG     PIC X VALUE 'N'.
           88  WS-BROWSE-DONE      VALUE 'Y'.
           88  WS-BROWSE-MORE      VALUE 'N'.
            SKIP1
      * The judgement on one group.  Occurrences order by run date,
      * run time, DSN and document record (WS-OC-ORDER); the earliest
      * is the original, and the latest that is itself one of this
      * run's new documents reports the group, so a group met from
      * several of its new documents is listed only once.
       77  WS-OCC-KEPT             PIC 9(4) BINARY VALUE ZERO.
       77  WS-SELF-SUB             PIC 9(4) BINARY VALUE ZERO.
       77  WS-ORIGINAL-SUB         PIC 9(4) BINARY VALUE ZERO.
       77  WS-REPORTER-SUB         PIC 9(4) BINARY VALUE ZERO.
       01  WS-FIRST-DSN            PIC X(44).
       01  WS-FIRST-JOBNAME        PIC X(8).
       77  WS-MULTI-DSN-FLAG       PIC X VALUE 'N'.
           88  WS-MULTI-DSN        VALUE 'Y'.
       77  WS-ONE-JOB-FLAG         PIC X VALUE 'Y'.
           88  WS-ONE-JOB          VALUE 'Y'.
           88  WS-SEVERAL-JOBS     VALUE 'N'.
            SKIP1
      * Duplicate documents per producing job, for chargeback.  More
      * jobs than the table holds are lumped together.
       77  WS-JOB-COUNT            PIC 9(4) BINARY VALUE ZERO.
       77  WS-JOB-FOUND-SUB        PIC 9(4) BINARY VALUE ZERO.
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY OCCURS 200 TIMES INDEXED BY JOB-IDX.
               10  WS-JT-JOBNAME   PIC X(8).
               10  WS-JT-RERUN-DUPS PIC 9(8) BINARY.
               10  WS-JT-OTHER-DUPS PIC 9(8) BINARY.
       77  WS-OTHER-JOB-RERUN-DUPS PIC 9(8) BINARY VALUE ZERO.
       77  WS-OTHER-JOB-OTHER-DUPS PIC 9(8) BINARY VALUE ZERO.
            SKIP1
      * Run totals.
       77  WS-ENTRIES-READ         PIC 9(8) BINARY VALUE ZERO.
       77  WS-GENS-SELECTED        PIC 9(8) BINARY VALUE ZERO.
       77  WS-GENS-OVERFLOW        PIC 9(8) BINARY VALUE ZERO.
       77  WS-DOCS-READ            PIC 9(8) BINARY VALUE ZERO.
       77  WS-DOCS-CHECKED         PIC 9(8) BINARY VALUE ZERO.
       77  WS-DOCS-NO-KEYS         PIC 9(8) BINARY VALUE ZERO.
       77  WS-DOCS-UNPLACED        PIC 9(8) BINARY VALUE ZERO.
       77  WS-OCCS-SUPERSEDED      PIC 9(8) BINARY VALUE ZERO.
       77  WS-GROUPS-FOUND         PIC 9(8) BINARY VALUE ZERO.
       77  WS-GROUPS-RERUN         PIC 9(8) BINARY VALUE ZERO.
       77  WS-GROUPS-OTHER         PIC 9(8) BINARY VALUE ZERO.
       77  WS-DUP-DOCS             PIC 9(8) BINARY VALUE ZERO.
       77  WS-GROUPS-TRUNCATED     PIC 9(8) BINARY VALUE ZERO.
       77  WS-ERRORS               PIC 9(8) BINARY VALUE ZERO.
            SKIP1
       01  DYN-ALLOC-PARM.
           05  DYN-PARM-LEN        PIC S9(4) BINARY.
           05  DYN-PARM-TEXT       PIC X(160).
       77  BPXWDYN                 PIC X(8) VALUE 'BPXWDYN'.
       77  WS-DYN-RC               PIC S9(8) BINARY VALUE ZERO.
            SKIP1
       01  WS-TITLE-LINE.
           05  FILLER              PIC X(40) VALUE
               '  CROSS-RUN DUPLICATE DOCUMENTS  AS OF '.
           05  TTL-ASOF            PIC 9(6).
           05  FILLER              PIC X(10) VALUE '  WINDOW '.
           05  TTL-WINDOW-FROM     PIC 9(6).
           05  FILLER              PIC X(4)  VALUE ' TO '.
           05  TTL-WINDOW-TO       PIC 9(6).
           05  FILLER              PIC X(18) VALUE
               '  NEW RUNS FROM '.
           05  TTL-NEW-FROM        PIC 9(6).
           05  FILLER              PIC X(36) VALUE SPACES.
       01  WS-KEY-TITLE-LINE.
           05  FILLER              PIC X(8)  VALUE '  KEY  '.
           05  KTL-NAME            PIC X(32).
           05  FILLER              PIC X(92) VALUE SPACES.
       01  WS-HEADING-1.
           05  FILLER              PIC X(16) VALUE '    OCCURRENCE'.
           05  FILLER              PIC X(46) VALUE
               'ARCHIVE DATASET NAME'.
           05  FILLER              PIC X(6)  VALUE 'GEN'.
           05  FILLER              PIC X(10) VALUE 'DOCREC'.
           05  FILLER              PIC X(10) VALUE 'PAGE'.
           05  FILLER              PIC X(8)  VALUE 'RUNDATE'.
           05  FILLER              PIC X(10) VALUE 'RUNTIME'.
           05  FILLER              PIC X(26) VALUE 'JOBNAME'.
       01  WS-GROUP-LINE.
           05  FILLER              PIC XX    VALUE SPACES.
           05  GRP-TYPE            PIC X(24).
           05  GRP-NAME            PIC X(32).
           05  FILLER              PIC X     VALUE '='.
           05  GRP-VALUE           PIC X(60).
           05  FILLER              PIC X(13) VALUE SPACES.
       01  WS-QUALIFIER-LINE.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE 'WITH'.
           05  QUL-NAME            PIC X(32).
           05  FILLER              PIC X     VALUE '='.
           05  QUL-VALUE           PIC X(60).
           05  FILLER              PIC X(13) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  DET-ROLE            PIC X(10).
           05  FILLER              PIC XX    VALUE SPACES.
           05  DET-DSN             PIC X(44).
           05  FILLER              PIC XX    VALUE SPACES.
           05  DET-GEN             PIC 9(4).
           05  FILLER              PIC XX    VALUE SPACES.
           05  DET-DOC-RECNUM      PIC 9(8).
           05  FILLER              PIC XX    VALUE SPACES.
           05  DET-PAGE            PIC 9(8).
           05  FILLER              PIC XX    VALUE SPACES.
           05  DET-RUN-DATE        PIC 9(6).
           05  FILLER              PIC XX    VALUE SPACES.
           05  DET-RUN-TIME        PIC 9(8).
           05  FILLER              PIC XX    VALUE SPACES.
           05  DET-JOBNAME         PIC X(8).
           05  FILLER              PIC X(18) VALUE SPACES.
       01  WS-TRUNCATED-LINE.
           05  FILLER              PIC X(16) VALUE SPACES.
           05  FILLER              PIC X(56) VALUE
               'OVER 50 OCCURRENCES -- EARLIEST 49 AND THIS ONE SHOWN'.
           05  FILLER              PIC X(60) VALUE SPACES.
       01  WS-NONE-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(40) VALUE
               'NO DUPLICATE DOCUMENTS FOUND'.
           05  FILLER              PIC X(88) VALUE SPACES.
       01  WS-JOB-HEADING.
           05  FILLER              PIC X(40) VALUE
               '  DUPLICATES BY PRODUCING JOB'.
           05  FILLER              PIC X(48) VALUE
               '   SAME JOB RERUN   OTHER APPLICATION     TOTAL'.
           05  FILLER              PIC X(44) VALUE SPACES.
       01  WS-JOB-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  JBL-JOBNAME         PIC X(20).
           05  FILLER              PIC X(25) VALUE SPACES.
           05  JBL-RERUN           PIC ZZZZZZZ9.
           05  FILLER              PIC X(12) VALUE SPACES.
           05  JBL-OTHER           PIC ZZZZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  JBL-TOTAL           PIC ZZZZZZZ9.
           05  FILLER              PIC X(45) VALUE SPACES.
       01  WS-SUMMARY-LINE.
           05  FILLER              PIC XX    VALUE SPACES.
           05  SUM-LABEL           PIC X(44).
           05  FILLER              PIC XX    VALUE SPACES.
           05  SUM-COUNT           PIC ZZZZZZZ9.
           05  FILLER              PIC X(76) VALUE SPACES.
        EJECT
       TITLE 'Mainline'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY PGMNAME ' DUPLICATE DOCUMENT DETECTION STARTING'.
           ACCEPT WS-CURRENT-DATE FROM DATE.
           PERFORM 0100-READ-PARMS.
           IF WS-KEY-NAME = SPACES
              DISPLAY PGMNAME ' NO KEY= STATEMENT, NOTHING TO COMPARE'
              SET WS-PARM-ERROR TO TRUE
           END-IF.
           IF WS-ASOF-DATE = ZERO
              COMPUTE WS-ASOF-DATE =
                      WS-CUR-YY * 10000 + WS-CUR-MM * 100 + WS-CUR-DD
              END-COMPUTE
           END-IF.
           PERFORM 0150-SET-WINDOW.
           IF WS-PARM-ERROR
              PERFORM 0990-ABORT-RUN
           END-IF.
           DISPLAY PGMNAME ' KEY ' WS-KEY-NAME.
           DISPLAY PGMNAME ' NEW RUNS ' WS-NEW-FROM ' TO ' WS-ASOF-DATE
                   ', WINDOW FROM ' WS-WINDOW-FROM.
           PERFORM 0200-OPEN-FILES.
           PERFORM 0250-WRITE-HEADINGS.
           PERFORM 0300-SELECT-ONE-ENTRY
             UNTIL ARCHCAT-EOF.
           PERFORM 0400-CHECK-GENERATION
              VARYING GEN-IDX FROM 1 BY 1
              UNTIL GEN-IDX > WS-GEN-COUNT.
           PERFORM 0700-SUMMARY.
           CLOSE ARCHCAT-FILE.
           CLOSE AFPKEYDB-FILE.
           CLOSE DUPRPRT-FILE.
           PERFORM 0900-SET-RETURN-CODE.
           GOBACK.
        EJECT
       TITLE 'Parameters'.
       0100-READ-PARMS.
           OPEN INPUT DUPPARM-FILE.
           IF NOT DUPPARM-OK
              DISPLAY PGMNAME ' DUPPARM STATUS AFTER OPEN '
                      DUPPARM-STATUS
              PERFORM 0990-ABORT-RUN
           END-IF.
           PERFORM 0110-READ-ONE-CARD
             UNTIL DUPPARM-EOF.
           CLOSE DUPPARM-FILE.

       0110-READ-ONE-CARD.
           READ DUPPARM-FILE
              AT END
                 CONTINUE
              NOT AT END
                 PERFORM 0120-PARSE-CARD
           END-READ.

       0120-PARSE-CARD.
           IF DUPPARM-RECORD = SPACES
              OR DUPPARM-RECORD(1:1) = '*'
              CONTINUE
           ELSE
              MOVE SPACES TO WS-CARD-KEYWORD WS-CARD-VALUE
              UNSTRING DUPPARM-RECORD DELIMITED BY '='
                 INTO WS-CARD-KEYWORD WS-CARD-VALUE
              END-UNSTRING
              EVALUATE FUNCTION TRIM(WS-CARD-KEYWORD)
                 WHEN 'KEY'
                    MOVE FUNCTION TRIM(WS-CARD-VALUE) TO WS-KEY-NAME
                 WHEN 'WITH'
                    PERFORM 0125-ADD-QUALIFIER
                 WHEN 'WINDOW'
                    COMPUTE WS-WINDOW-DAYS =
                       FUNCTION NUMVAL(WS-CARD-VALUE)
                    END-COMPUTE
                 WHEN 'NEWDAYS'
                    COMPUTE WS-NEW-DAYS =
                       FUNCTION NUMVAL(WS-CARD-VALUE)
                    END-COMPUTE
                 WHEN 'DATE'
                    COMPUTE WS-ASOF-DATE =
                       FUNCTION NUMVAL(WS-CARD-VALUE)
                    END-COMPUTE
                 WHEN 'JOB'
                    PERFORM 0130-SET-JOB-FILTER
                 WHEN OTHER
                    DISPLAY PGMNAME ' UNRECOGNIZED PARM CARD: '
                            DUPPARM-RECORD(1:40)
              END-EVALUATE
           END-IF.

      * A qualifier that cannot be kept would make documents that
      * differ in it look the same, so a fourth WITH= card stops the
      * run rather than being dropped.
       0125-ADD-QUALIFIER.
           IF WS-CARD-VALUE = SPACES
              DISPLAY PGMNAME ' WITH= NAMES NO ATTRIBUTE'
              SET WS-PARM-ERROR TO TRUE
           ELSE
              IF WS-WITH-COUNT < WS-MAX-WITH
                 ADD 1 TO WS-WITH-COUNT
                 SET WTH-IDX TO WS-WITH-COUNT
                 MOVE FUNCTION TRIM(WS-CARD-VALUE)
                   TO WS-WITH-NAME(WTH-IDX)
              ELSE
                 DISPLAY PGMNAME ' MORE THAN ' WS-MAX-WITH
                         ' WITH= STATEMENTS: ' DUPPARM-RECORD(1:40)
                 SET WS-PARM-ERROR TO TRUE
              END-IF
           END-IF.

      * JOB=name matches exactly; JOB=prefix* matches any job that
      * starts with the prefix.
       0130-SET-JOB-FILTER.
           MOVE FUNCTION TRIM(WS-CARD-VALUE) TO WS-FILTER-JOB.
           COMPUTE WS-FILTER-JOB-LEN = FUNCTION LENGTH
                   (FUNCTION TRIM(WS-FILTER-JOB)).
           IF WS-FILTER-JOB-LEN > 0
              AND WS-FILTER-JOB(WS-FILTER-JOB-LEN:1) = '*'
              SET WS-JOB-PREFIX TO TRUE
              SUBTRACT 1 FROM WS-FILTER-JOB-LEN
              MOVE SPACE TO WS-FILTER-JOB(WS-FILTER-JOB-LEN + 1:1)
           END-IF.

      * Whether WS-TEST-JOB passes the JOB= filter.
       0140-TEST-JOB.
           SET WS-JOB-PASSES TO TRUE.
           IF WS-FILTER-JOB-LEN > 0
              IF WS-JOB-PREFIX
                 IF WS-TEST-JOB(1:WS-FILTER-JOB-LEN) NOT =
                    WS-FILTER-JOB(1:WS-FILTER-JOB-LEN)
                    SET WS-JOB-FAILS TO TRUE
                 END-IF
              ELSE
                 IF WS-TEST-JOB NOT = WS-FILTER-JOB
                    SET WS-JOB-FAILS TO TRUE
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * The window: WINDOW= run days ending on DATE are searched for
      * occurrences, and the NEWDAYS= days ending on DATE supply the
      * documents checked.  New days beyond the window would have no
      * window to be compared in, so NEWDAYS is held to WINDOW.
      ******************************************************************
       0150-SET-WINDOW.
           MOVE WS-ASOF-DATE TO WS-ASOF-DATE-X.
           IF WS-ASOF-DATE-X IS NOT NUMERIC
              OR WS-ASOF-MM = 0 OR WS-ASOF-MM > 12
              OR WS-ASOF-DD = 0 OR WS-ASOF-DD > 31
              DISPLAY PGMNAME ' DATE=' WS-ASOF-DATE
                      ' IS NOT A CALENDAR DATE'
              SET WS-PARM-ERROR TO TRUE
           ELSE
              IF WS-WINDOW-DAYS = ZERO
                 MOVE 1 TO WS-WINDOW-DAYS
              END-IF
              IF WS-NEW-DAYS = ZERO
                 MOVE 1 TO WS-NEW-DAYS
              END-IF
              IF WS-NEW-DAYS > WS-WINDOW-DAYS
                 DISPLAY PGMNAME ' NEWDAYS= EXCEEDS WINDOW=, '
                         WS-WINDOW-DAYS ' USED'
                 MOVE WS-WINDOW-DAYS TO WS-NEW-DAYS
              END-IF
              COMPUTE WS-YYYYMMDD = 20000000 + WS-ASOF-DATE
              COMPUTE WS-ASOF-INTEGER =
                      FUNCTION INTEGER-OF-DATE(WS-YYYYMMDD)
              COMPUTE WS-YYYYMMDD = FUNCTION DATE-OF-INTEGER
                      (WS-ASOF-INTEGER - WS-WINDOW-DAYS + 1)
              MOVE WS-YYMMDD TO WS-WINDOW-FROM
              COMPUTE WS-YYYYMMDD = FUNCTION DATE-OF-INTEGER
                      (WS-ASOF-INTEGER - WS-NEW-DAYS + 1)
              MOVE WS-YYMMDD TO WS-NEW-FROM
           END-IF.

       0200-OPEN-FILES.
           OPEN INPUT ARCHCAT-FILE.
           IF NOT ARCHCAT-OK
              DISPLAY PGMNAME ' ARCHCAT STATUS AFTER OPEN '
                      ARCHCAT-STATUS
              PERFORM 0990-ABORT-RUN
           END-IF.
           OPEN INPUT AFPKEYDB-FILE.
           IF NOT AFPKEYDB-OK
              DISPLAY PGMNAME ' AFPKEYDB STATUS AFTER OPEN '
                      AFPKEYDB-STATUS
              PERFORM 0990-ABORT-RUN
           END-IF.
           OPEN OUTPUT DUPRPRT-FILE.
           IF NOT DUPRPRT-OK
              DISPLAY PGMNAME ' DUPRPRT STATUS AFTER OPEN '
                      DUPRPRT-STATUS
              PERFORM 0990-ABORT-RUN
           END-IF.

       0250-WRITE-HEADINGS.
           MOVE WS-ASOF-DATE TO TTL-ASOF.
           MOVE WS-WINDOW-FROM TO TTL-WINDOW-FROM.
           MOVE WS-ASOF-DATE TO TTL-WINDOW-TO.
           MOVE WS-NEW-FROM TO TTL-NEW-FROM.
           WRITE DUPRPRT-RECORD FROM WS-TITLE-LINE.
           MOVE WS-KEY-NAME TO KTL-NAME.
           WRITE DUPRPRT-RECORD FROM WS-KEY-TITLE-LINE.
           PERFORM VARYING WTH-IDX FROM 1 BY 1
                   UNTIL WTH-IDX > WS-WITH-COUNT
              MOVE SPACES TO DUPRPRT-RECORD
              MOVE '  WITH' TO DUPRPRT-RECORD(1:8)
              MOVE WS-WITH-NAME(WTH-IDX) TO DUPRPRT-RECORD(9:32)
              WRITE DUPRPRT-RECORD
           END-PERFORM.
           MOVE SPACES TO DUPRPRT-RECORD.
           WRITE DUPRPRT-RECORD.
           WRITE DUPRPRT-RECORD FROM WS-HEADING-1.
        EJECT
       TITLE 'New generations'.
      ******************************************************************
      * The catalog walk: generations run in the NEWDAYS days that
      * still have a key index to read.  Scratched and consolidated
      * generations are left out -- a consolidated source's documents
      * live on in the merged generation, which is checked instead.
      ******************************************************************
       0300-SELECT-ONE-ENTRY.
           READ ARCHCAT-FILE NEXT
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-ENTRIES-READ
                 PERFORM 0310-APPLY-FILTERS
           END-READ.
           IF NOT ARCHCAT-OK AND NOT ARCHCAT-EOF
              DISPLAY PGMNAME ' ARCHCAT READ STATUS ' ARCHCAT-STATUS
              PERFORM 0990-ABORT-RUN
           END-IF.

       0310-APPLY-FILTERS.
           IF CAT-RUN-DATE NOT < WS-NEW-FROM
              AND CAT-RUN-DATE NOT > WS-ASOF-DATE
              AND CAT-KEYIDX-DSN NOT = SPACES
              AND NOT CAT-STATUS-SCRATCHED
              AND NOT CAT-STATUS-CONSOLIDATED
              MOVE CAT-JOBNAME TO WS-TEST-JOB
              PERFORM 0140-TEST-JOB
              IF WS-JOB-PASSES
                 PERFORM 0320-ADD-GENERATION
              END-IF
           END-IF.

       0320-ADD-GENERATION.
           IF WS-GEN-COUNT < WS-MAX-GENS
              ADD 1 TO WS-GEN-COUNT
              ADD 1 TO WS-GENS-SELECTED
              SET GEN-IDX TO WS-GEN-COUNT
              MOVE CAT-ARCHIVE-DSN TO WS-GN-DSN(GEN-IDX)
              MOVE CAT-KEYIDX-DSN TO WS-GN-KEYIDX-DSN(GEN-IDX)
              MOVE CAT-ARCHIVE-GEN TO WS-GN-GEN(GEN-IDX)
              MOVE CAT-JOBNAME TO WS-GN-JOBNAME(GEN-IDX)
              MOVE CAT-RUN-DATE TO WS-GN-RUN-DATE(GEN-IDX)
              MOVE CAT-RUN-TIME TO WS-GN-RUN-TIME(GEN-IDX)
           ELSE
              ADD 1 TO WS-GENS-OVERFLOW
              ADD 1 TO WS-ERRORS
              DISPLAY PGMNAME ' GENERATION TABLE FULL, NOT CHECKED: '
                      CAT-ARCHIVE-DSN
           END-IF.
        EJECT
       TITLE 'Documents of one generation'.
      ******************************************************************
      * One new generation: attach its run's key index, read the
      * entries of this generation, and assemble them a document at a
      * time -- a change of document record number closes the
      * document before it.  An index that cannot be read is reported
      * and skipped; the rest of the night's runs are still checked.
      ******************************************************************
       0400-CHECK-GENERATION.
           MOVE SPACES TO DYN-PARM-TEXT.
           STRING 'ALLOC DD(AFPKYXIN) DSN('       DELIMITED BY SIZE
                  WS-GN-KEYIDX-DSN(GEN-IDX)       DELIMITED BY SPACE
                  ') SHR REUSE'                   DELIMITED BY SIZE
             INTO DYN-PARM-TEXT
           END-STRING.
           COMPUTE DYN-PARM-LEN = FUNCTION LENGTH
                   (FUNCTION TRIM(DYN-PARM-TEXT)).
           CALL BPXWDYN USING DYN-ALLOC-PARM RETURNING WS-DYN-RC.
           IF WS-DYN-RC NOT = ZERO
              DISPLAY PGMNAME ' DYNAMIC ALLOCATION FAILED, RC='
                      WS-DYN-RC ' FOR ' WS-GN-KEYIDX-DSN(GEN-IDX)
              ADD 1 TO WS-ERRORS
           ELSE
              OPEN INPUT AFPKYXIN-FILE
              IF NOT AFPKYXIN-OK
                 DISPLAY PGMNAME ' AFPKYXIN STATUS AFTER OPEN '
                         AFPKYXIN-STATUS ' FOR '
                         WS-GN-KEYIDX-DSN(GEN-IDX)
                 ADD 1 TO WS-ERRORS
              ELSE
                 SET WS-DOC-NONE TO TRUE
                 SET WS-KEYIDX-MORE TO TRUE
                 PERFORM 0410-READ-ONE-KEY
                   UNTIL WS-KEYIDX-DONE
                 IF WS-DOC-IN-PROGRESS
                    PERFORM 0500-CHECK-DOCUMENT
                 END-IF
                 CLOSE AFPKYXIN-FILE
              END-IF
           END-IF.

       0410-READ-ONE-KEY.
           READ AFPKYXIN-FILE
              AT END
                 SET WS-KEYIDX-DONE TO TRUE
              NOT AT END
                 IF KEYIDX-ARCHIVE-GEN = WS-GN-GEN(GEN-IDX)
                    PERFORM 0420-NOTE-KEY
                 END-IF
           END-READ.
           IF NOT AFPKYXIN-OK AND NOT AFPKYXIN-EOF
              DISPLAY PGMNAME ' AFPKYXIN READ STATUS '
                      AFPKYXIN-STATUS ' FOR '
                      WS-GN-KEYIDX-DSN(GEN-IDX)
              ADD 1 TO WS-ERRORS
              SET WS-KEYIDX-DONE TO TRUE
           END-IF.

       0420-NOTE-KEY.
           IF WS-DOC-IN-PROGRESS
              AND KEYIDX-DOC-RECNUM NOT = WS-DOC-RECNUM
              PERFORM 0500-CHECK-DOCUMENT
              SET WS-DOC-NONE TO TRUE
           END-IF.
           IF WS-DOC-NONE
              SET WS-DOC-IN-PROGRESS TO TRUE
              MOVE KEYIDX-DOC-RECNUM TO WS-DOC-RECNUM
              MOVE ZERO TO WS-DOC-PAGE
              MOVE 'N' TO WS-DOC-KEY-FLAG
              MOVE SPACES TO WS-DOC-KEY-VALUE
              MOVE SPACES TO WS-DOC-QUAL-TABLE
           END-IF.
           IF KEYIDX-ATTR-NAME = WS-KEY-NAME
              AND NOT WS-DOC-HAS-KEY
              SET WS-DOC-HAS-KEY TO TRUE
              MOVE KEYIDX-ATTR-VALUE TO WS-DOC-KEY-VALUE
              MOVE KEYIDX-PAGE-NUMBER TO WS-DOC-PAGE
           END-IF.
           PERFORM VARYING WTH-IDX FROM 1 BY 1
                   UNTIL WTH-IDX > WS-WITH-COUNT
              IF KEYIDX-ATTR-NAME = WS-WITH-NAME(WTH-IDX)
                 AND NOT WS-DQ-PRESENT(WTH-IDX)
                 SET WS-DQ-PRESENT(WTH-IDX) TO TRUE
                 MOVE KEYIDX-ATTR-VALUE TO WS-DQ-VALUE(WTH-IDX)
              END-IF
           END-PERFORM.
        EJECT
       TITLE 'Duplicate check'.
      ******************************************************************
      * One assembled document.  It is checked only when it carries
      * the key and every qualifier, and when its starting record is
      * known (a zero record number is the whole generation's start,
      * shared by every document that never produced an indexed page,
      * so it cannot stand for one piece of mail).
      ******************************************************************
       0500-CHECK-DOCUMENT.
           ADD 1 TO WS-DOCS-READ.
           SET WS-DOC-USABLE TO TRUE.
           IF WS-DOC-RECNUM = ZERO
              ADD 1 TO WS-DOCS-UNPLACED
              SET WS-DOC-UNUSABLE TO TRUE
           ELSE
              IF NOT WS-DOC-HAS-KEY
                 SET WS-DOC-UNUSABLE TO TRUE
              END-IF
              PERFORM VARYING WTH-IDX FROM 1 BY 1
                      UNTIL WTH-IDX > WS-WITH-COUNT
                 IF NOT WS-DQ-PRESENT(WTH-IDX)
                    SET WS-DOC-UNUSABLE TO TRUE
                 END-IF
              END-PERFORM
              IF WS-DOC-UNUSABLE
                 ADD 1 TO WS-DOCS-NO-KEYS
              END-IF
           END-IF.
           IF WS-DOC-USABLE
              ADD 1 TO WS-DOCS-CHECKED
              PERFORM 0510-GATHER-OCCURRENCES
              PERFORM 0520-CONFIRM-OCCURRENCE
                 VARYING OCC-IDX FROM 1 BY 1
                 UNTIL OCC-IDX > WS-OCC-COUNT
              PERFORM 0530-FIND-SELF
              PERFORM 0540-JUDGE-GROUP
              IF WS-MULTI-DSN AND WS-SELF-SUB > ZERO
                 AND WS-REPORTER-SUB = WS-SELF-SUB
                 PERFORM 0600-REPORT-GROUP
              END-IF
           END-IF.

      * Every KSDS entry for the key value inside the window: one
      * positioned browse, as AFPKEYIQ answers an inquiry.  The
      * qualifiers are confirmed after the browse, since the keyed
      * reads that confirm them would lose its position.
       0510-GATHER-OCCURRENCES.
           MOVE ZERO TO WS-OCC-COUNT.
           SET WS-OCC-COMPLETE TO TRUE.
           MOVE SPACES TO AFPKEYDB-RECORD.
           MOVE WS-KEY-NAME TO KYX-ATTR-NAME.
           MOVE WS-DOC-KEY-VALUE TO KYX-ATTR-VALUE.
           MOVE WS-WINDOW-FROM TO KYX-RUN-DATE.
           MOVE LOW-VALUES TO KYX-ARCHIVE-DSN.
           MOVE ZERO TO KYX-DOC-RECNUM.
           SET WS-BROWSE-MORE TO TRUE.
           START AFPKEYDB-FILE KEY NOT < KYX-KEY
              INVALID KEY
                 SET WS-BROWSE-DONE TO TRUE
           END-START.
           IF NOT AFPKEYDB-OK AND NOT AFPKEYDB-NOTFND
              DISPLAY PGMNAME ' AFPKEYDB START STATUS '
                      AFPKEYDB-STATUS
              ADD 1 TO WS-ERRORS
           END-IF.
           PERFORM 0515-READ-OCCURRENCE
             UNTIL WS-BROWSE-DONE.

       0515-READ-OCCURRENCE.
           READ AFPKEYDB-FILE NEXT
              AT END
                 SET WS-BROWSE-DONE TO TRUE
              NOT AT END
                 IF KYX-ATTR-NAME NOT = WS-KEY-NAME
                    OR KYX-ATTR-VALUE NOT = WS-DOC-KEY-VALUE
                    OR KYX-RUN-DATE > WS-ASOF-DATE
                    SET WS-BROWSE-DONE TO TRUE
                 ELSE
                    IF WS-OCC-COUNT < WS-MAX-OCCS - 1
                       ADD 1 TO WS-OCC-COUNT
                       SET OCC-IDX TO WS-OCC-COUNT
                       MOVE KYX-RUN-DATE TO WS-OC-RUN-DATE(OCC-IDX)
                       MOVE KYX-RUN-TIME TO WS-OC-RUN-TIME(OCC-IDX)
                       MOVE KYX-ARCHIVE-DSN TO WS-OC-DSN(OCC-IDX)
                       MOVE KYX-DOC-RECNUM TO WS-OC-RECNUM(OCC-IDX)
                       MOVE KYX-JOBNAME TO WS-OC-JOBNAME(OCC-IDX)
                       MOVE KYX-ARCHIVE-GEN TO WS-OC-GEN(OCC-IDX)
                       MOVE KYX-PAGE-NUMBER TO WS-OC-PAGE(OCC-IDX)
                       SET WS-OC-KEPT(OCC-IDX) TO TRUE
                    ELSE
                       SET WS-OCC-TRUNCATED TO TRUE
                       SET WS-BROWSE-DONE TO TRUE
                    END-IF
                 END-IF
           END-READ.
           IF NOT AFPKEYDB-OK AND NOT AFPKEYDB-EOF
              DISPLAY PGMNAME ' AFPKEYDB READ STATUS '
                      AFPKEYDB-STATUS
              ADD 1 TO WS-ERRORS
              SET WS-BROWSE-DONE TO TRUE
           END-IF.

      * An occurrence stands only when the same document also carries
      * each qualifier with this document's value -- one exact keyed
      * read per qualifier, since the qualifier's KSDS entry shares
      * the occurrence's run date, DSN and document record -- and
      * when its generation has not since been consolidated or
      * scratched.  A generation missing from the catalog still
      * counts: its documents were archived and may have been mailed.
       0520-CONFIRM-OCCURRENCE.
           PERFORM VARYING WTH-IDX FROM 1 BY 1
                   UNTIL WTH-IDX > WS-WITH-COUNT
                      OR WS-OC-DROPPED(OCC-IDX)
              MOVE WS-WITH-NAME(WTH-IDX) TO KYX-ATTR-NAME
              MOVE WS-DQ-VALUE(WTH-IDX) TO KYX-ATTR-VALUE
              MOVE WS-OC-RUN-DATE(OCC-IDX) TO KYX-RUN-DATE
              MOVE WS-OC-DSN(OCC-IDX) TO KYX-ARCHIVE-DSN
              MOVE WS-OC-RECNUM(OCC-IDX) TO KYX-DOC-RECNUM
              READ AFPKEYDB-FILE
                 KEY IS KYX-KEY
              END-READ
              IF NOT AFPKEYDB-OK
                 SET WS-OC-DROPPED(OCC-IDX) TO TRUE
                 IF NOT AFPKEYDB-NOTFND
                    DISPLAY PGMNAME ' AFPKEYDB READ STATUS '
                            AFPKEYDB-STATUS
                    ADD 1 TO WS-ERRORS
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-OC-KEPT(OCC-IDX)
              MOVE WS-OC-DSN(OCC-IDX) TO CAT-ARCHIVE-DSN
              READ ARCHCAT-FILE
                 KEY IS CAT-ARCHIVE-DSN
              END-READ
              IF ARCHCAT-OK
                 IF CAT-STATUS-SCRATCHED OR CAT-STATUS-CONSOLIDATED
                    SET WS-OC-DROPPED(OCC-IDX) TO TRUE
                    ADD 1 TO WS-OCCS-SUPERSEDED
                 END-IF
              ELSE
                 IF NOT ARCHCAT-NOTFND
                    DISPLAY PGMNAME ' ARCHCAT READ STATUS '
                            ARCHCAT-STATUS ' FOR ' WS-OC-DSN(OCC-IDX)
                    ADD 1 TO WS-ERRORS
                 END-IF
              END-IF
           END-IF.

      * The document being checked among its own occurrences.  If the
      * KSDS does not hold it yet (AFPKEYLD has not loaded its run),
      * or the browse was cut short before reaching it, it joins from
      * the flat index in the entry the browse leaves free.
       0530-FIND-SELF.
           MOVE ZERO TO WS-SELF-SUB.
           PERFORM VARYING OCC-IDX FROM 1 BY 1
                   UNTIL OCC-IDX > WS-OCC-COUNT
                      OR WS-SELF-SUB > ZERO
              IF WS-OC-DSN(OCC-IDX) = WS-GN-DSN(GEN-IDX)
                 AND WS-OC-RECNUM(OCC-IDX) = WS-DOC-RECNUM
                 SET WS-SELF-SUB TO OCC-IDX
                 SET WS-OC-KEPT(OCC-IDX) TO TRUE
              END-IF
           END-PERFORM.
           IF WS-SELF-SUB = ZERO
              IF WS-OCC-COUNT < WS-MAX-OCCS
                 ADD 1 TO WS-OCC-COUNT
                 SET OCC-IDX TO WS-OCC-COUNT
                 MOVE WS-GN-RUN-DATE(GEN-IDX)
                   TO WS-OC-RUN-DATE(OCC-IDX)
                 MOVE WS-GN-RUN-TIME(GEN-IDX)
                   TO WS-OC-RUN-TIME(OCC-IDX)
                 MOVE WS-GN-DSN(GEN-IDX) TO WS-OC-DSN(OCC-IDX)
                 MOVE WS-DOC-RECNUM TO WS-OC-RECNUM(OCC-IDX)
                 MOVE WS-GN-JOBNAME(GEN-IDX)
                   TO WS-OC-JOBNAME(OCC-IDX)
                 MOVE WS-GN-GEN(GEN-IDX) TO WS-OC-GEN(OCC-IDX)
                 MOVE WS-DOC-PAGE TO WS-OC-PAGE(OCC-IDX)
                 SET WS-OC-KEPT(OCC-IDX) TO TRUE
                 MOVE WS-OCC-COUNT TO WS-SELF-SUB
              ELSE
                 SET WS-OCC-TRUNCATED TO TRUE
              END-IF
           END-IF.

      ******************************************************************
      * Judge the surviving occurrences: a duplicate needs at least
      * two archive DSNs (several documents of one generation are the
      * application's own business, not a rerun).  One jobname
      * throughout makes it a rerun.  The reporter is the latest
      * occurrence that is itself a new document under the JOB=
      * filter; only that document's check lists the group.
      ******************************************************************
       0540-JUDGE-GROUP.
           MOVE ZERO TO WS-OCC-KEPT WS-ORIGINAL-SUB WS-REPORTER-SUB.
           MOVE 'N' TO WS-MULTI-DSN-FLAG.
           SET WS-ONE-JOB TO TRUE.
           PERFORM VARYING OCC-IDX FROM 1 BY 1
                   UNTIL OCC-IDX > WS-OCC-COUNT
              IF WS-OC-KEPT(OCC-IDX)
                 ADD 1 TO WS-OCC-KEPT
                 IF WS-OCC-KEPT = 1
                    MOVE WS-OC-DSN(OCC-IDX) TO WS-FIRST-DSN
                    MOVE WS-OC-JOBNAME(OCC-IDX) TO WS-FIRST-JOBNAME
                    SET WS-ORIGINAL-SUB TO OCC-IDX
                 ELSE
                    IF WS-OC-DSN(OCC-IDX) NOT = WS-FIRST-DSN
                       SET WS-MULTI-DSN TO TRUE
                    END-IF
                    IF WS-OC-JOBNAME(OCC-IDX) NOT = WS-FIRST-JOBNAME
                       SET WS-SEVERAL-JOBS TO TRUE
                    END-IF
                    IF WS-OC-ORDER(OCC-IDX) <
                       WS-OC-ORDER(WS-ORIGINAL-SUB)
                       SET WS-ORIGINAL-SUB TO OCC-IDX
                    END-IF
                 END-IF
                 PERFORM 0545-CONSIDER-REPORTER
              END-IF
           END-PERFORM.

       0545-CONSIDER-REPORTER.
           IF WS-OC-RUN-DATE(OCC-IDX) NOT < WS-NEW-FROM
              MOVE WS-OC-JOBNAME(OCC-IDX) TO WS-TEST-JOB
              PERFORM 0140-TEST-JOB
              IF WS-JOB-PASSES
                 IF WS-REPORTER-SUB = ZERO
                    SET WS-REPORTER-SUB TO OCC-IDX
                 ELSE
                    IF WS-OC-ORDER(OCC-IDX) >
                       WS-OC-ORDER(WS-REPORTER-SUB)
                       SET WS-REPORTER-SUB TO OCC-IDX
                    END-IF
                 END-IF
              END-IF
           END-IF.
        EJECT
       TITLE 'Duplicate report'.
       0600-REPORT-GROUP.
           ADD 1 TO WS-GROUPS-FOUND.
           MOVE SPACES TO DUPRPRT-RECORD.
           WRITE DUPRPRT-RECORD.
           IF WS-ONE-JOB
              ADD 1 TO WS-GROUPS-RERUN
              MOVE 'SAME JOB RERUN' TO GRP-TYPE
           ELSE
              ADD 1 TO WS-GROUPS-OTHER
              MOVE 'DIFFERENT APPLICATIONS' TO GRP-TYPE
           END-IF.
           MOVE WS-KEY-NAME TO GRP-NAME.
           MOVE WS-DOC-KEY-VALUE TO GRP-VALUE.
           WRITE DUPRPRT-RECORD FROM WS-GROUP-LINE.
           PERFORM VARYING WTH-IDX FROM 1 BY 1
                   UNTIL WTH-IDX > WS-WITH-COUNT
              MOVE WS-WITH-NAME(WTH-IDX) TO QUL-NAME
              MOVE WS-DQ-VALUE(WTH-IDX) TO QUL-VALUE
              WRITE DUPRPRT-RECORD FROM WS-QUALIFIER-LINE
           END-PERFORM.
           PERFORM 0610-REPORT-OCCURRENCE
              VARYING OCC-IDX FROM 1 BY 1
              UNTIL OCC-IDX > WS-OCC-COUNT.
           IF WS-OCC-TRUNCATED
              WRITE DUPRPRT-RECORD FROM WS-TRUNCATED-LINE
              DISPLAY PGMNAME ' ' FUNCTION TRIM(WS-KEY-NAME) '='
                      FUNCTION TRIM(WS-DOC-KEY-VALUE)
                      ' HAS OVER 50 OCCURRENCES, GROUP NOT SEEN WHOLE'
              ADD 1 TO WS-GROUPS-TRUNCATED
              ADD 1 TO WS-ERRORS
           END-IF.

      * One occurrence line.  Each duplicate is charged to the job
      * that produced it: the rerun for a rerun, the later
      * application when two produced the same piece.
       0610-REPORT-OCCURRENCE.
           IF WS-OC-KEPT(OCC-IDX)
              IF OCC-IDX = WS-ORIGINAL-SUB
                 MOVE 'ORIGINAL' TO DET-ROLE
              ELSE
                 MOVE 'DUPLICATE' TO DET-ROLE
                 ADD 1 TO WS-DUP-DOCS
                 PERFORM 0620-CHARGE-JOB
              END-IF
              MOVE WS-OC-DSN(OCC-IDX) TO DET-DSN
              MOVE WS-OC-GEN(OCC-IDX) TO DET-GEN
              MOVE WS-OC-RECNUM(OCC-IDX) TO DET-DOC-RECNUM
              MOVE WS-OC-PAGE(OCC-IDX) TO DET-PAGE
              MOVE WS-OC-RUN-DATE(OCC-IDX) TO DET-RUN-DATE
              MOVE WS-OC-RUN-TIME(OCC-IDX) TO DET-RUN-TIME
              MOVE WS-OC-JOBNAME(OCC-IDX) TO DET-JOBNAME
              WRITE DUPRPRT-RECORD FROM WS-DETAIL-LINE
           END-IF.

       0620-CHARGE-JOB.
           MOVE ZERO TO WS-JOB-FOUND-SUB.
           PERFORM VARYING JOB-IDX FROM 1 BY 1
                   UNTIL JOB-IDX > WS-JOB-COUNT
                      OR WS-JOB-FOUND-SUB > ZERO
              IF WS-JT-JOBNAME(JOB-IDX) = WS-OC-JOBNAME(OCC-IDX)
                 SET WS-JOB-FOUND-SUB TO JOB-IDX
              END-IF
           END-PERFORM.
           IF WS-JOB-FOUND-SUB = ZERO AND WS-JOB-COUNT < 200
              ADD 1 TO WS-JOB-COUNT
              MOVE WS-JOB-COUNT TO WS-JOB-FOUND-SUB
              SET JOB-IDX TO WS-JOB-COUNT
              MOVE WS-OC-JOBNAME(OCC-IDX) TO WS-JT-JOBNAME(JOB-IDX)
              MOVE ZERO TO WS-JT-RERUN-DUPS(JOB-IDX)
              MOVE ZERO TO WS-JT-OTHER-DUPS(JOB-IDX)
           END-IF.
           IF WS-JOB-FOUND-SUB > ZERO
              SET JOB-IDX TO WS-JOB-FOUND-SUB
              IF WS-ONE-JOB
                 ADD 1 TO WS-JT-RERUN-DUPS(JOB-IDX)
              ELSE
                 ADD 1 TO WS-JT-OTHER-DUPS(JOB-IDX)
              END-IF
           ELSE
              IF WS-ONE-JOB
                 ADD 1 TO WS-OTHER-JOB-RERUN-DUPS
              ELSE
                 ADD 1 TO WS-OTHER-JOB-OTHER-DUPS
              END-IF
           END-IF.
        EJECT
       TITLE 'Summary'.
       0700-SUMMARY.
           IF WS-GROUPS-FOUND = ZERO
              MOVE SPACES TO DUPRPRT-RECORD
              WRITE DUPRPRT-RECORD
              WRITE DUPRPRT-RECORD FROM WS-NONE-LINE
           ELSE
              PERFORM 0720-JOB-TOTALS
           END-IF.
           MOVE SPACES TO DUPRPRT-RECORD.
           WRITE DUPRPRT-RECORD.
           MOVE 'CATALOG ENTRIES READ' TO SUM-LABEL.
           MOVE WS-ENTRIES-READ TO SUM-COUNT.
           PERFORM 0710-SUMMARY-LINE.
           MOVE 'NEW GENERATIONS CHECKED' TO SUM-LABEL.
           MOVE WS-GENS-SELECTED TO SUM-COUNT.
           PERFORM 0710-SUMMARY-LINE.
           IF WS-GENS-OVERFLOW > ZERO
              MOVE '  NOT CHECKED (TABLE FULL)' TO SUM-LABEL
              MOVE WS-GENS-OVERFLOW TO SUM-COUNT
              PERFORM 0710-SUMMARY-LINE
           END-IF.
           MOVE 'NEW DOCUMENTS READ' TO SUM-LABEL.
           MOVE WS-DOCS-READ TO SUM-COUNT.
           PERFORM 0710-SUMMARY-LINE.
           MOVE '  CHECKED FOR DUPLICATES' TO SUM-LABEL.
           MOVE WS-DOCS-CHECKED TO SUM-COUNT.
           PERFORM 0710-SUMMARY-LINE.
           MOVE '  WITHOUT THE KEY OR A QUALIFIER' TO SUM-LABEL.
           MOVE WS-DOCS-NO-KEYS TO SUM-COUNT.
           PERFORM 0710-SUMMARY-LINE.
           MOVE '  WITH NO DOCUMENT START RECORD' TO SUM-LABEL.
           MOVE WS-DOCS-UNPLACED TO SUM-COUNT.
           PERFORM 0710-SUMMARY-LINE.
           MOVE 'OCCURRENCES IN CONSOLIDATED/SCRATCHED GENS' TO
                SUM-LABEL.
           MOVE WS-OCCS-SUPERSEDED TO SUM-COUNT.
           PERFORM 0710-SUMMARY-LINE.
           MOVE 'DUPLICATE GROUPS' TO SUM-LABEL.
           MOVE WS-GROUPS-FOUND TO SUM-COUNT.
           PERFORM 0710-SUMMARY-LINE.
           MOVE '  SAME JOB RERUN' TO SUM-LABEL.
           MOVE WS-GROUPS-RERUN TO SUM-COUNT.
           PERFORM 0710-SUMMARY-LINE.
           MOVE '  DIFFERENT APPLICATIONS' TO SUM-LABEL.
           MOVE WS-GROUPS-OTHER TO SUM-COUNT.
           PERFORM 0710-SUMMARY-LINE.
           MOVE 'DUPLICATE DOCUMENTS' TO SUM-LABEL.
           MOVE WS-DUP-DOCS TO SUM-COUNT.
           PERFORM 0710-SUMMARY-LINE.
           MOVE '  OVER 50 OCCURRENCES, NOT SEEN WHOLE' TO SUM-LABEL.
           MOVE WS-GROUPS-TRUNCATED TO SUM-COUNT.
           PERFORM 0710-SUMMARY-LINE.
           MOVE 'ERRORS (INCLUDING GROUPS NOT SEEN WHOLE)'
             TO SUM-LABEL.
           MOVE WS-ERRORS TO SUM-COUNT.
           PERFORM 0710-SUMMARY-LINE.

       0710-SUMMARY-LINE.
           WRITE DUPRPRT-RECORD FROM WS-SUMMARY-LINE.

       0720-JOB-TOTALS.
           MOVE SPACES TO DUPRPRT-RECORD.
           WRITE DUPRPRT-RECORD.
           WRITE DUPRPRT-RECORD FROM WS-JOB-HEADING.
           PERFORM VARYING JOB-IDX FROM 1 BY 1
                   UNTIL JOB-IDX > WS-JOB-COUNT
              MOVE WS-JT-JOBNAME(JOB-IDX) TO JBL-JOBNAME
              MOVE WS-JT-RERUN-DUPS(JOB-IDX) TO JBL-RERUN
              MOVE WS-JT-OTHER-DUPS(JOB-IDX) TO JBL-OTHER
              COMPUTE JBL-TOTAL = WS-JT-RERUN-DUPS(JOB-IDX)
                                + WS-JT-OTHER-DUPS(JOB-IDX)
              WRITE DUPRPRT-RECORD FROM WS-JOB-LINE
           END-PERFORM.
           IF WS-OTHER-JOB-RERUN-DUPS > ZERO
              OR WS-OTHER-JOB-OTHER-DUPS > ZERO
              MOVE '(ALL OTHER JOBS)' TO JBL-JOBNAME
              MOVE WS-OTHER-JOB-RERUN-DUPS TO JBL-RERUN
              MOVE WS-OTHER-JOB-OTHER-DUPS TO JBL-OTHER
              COMPUTE JBL-TOTAL = WS-OTHER-JOB-RERUN-DUPS
                                + WS-OTHER-JOB-OTHER-DUPS
              WRITE DUPRPRT-RECORD FROM WS-JOB-LINE
           END-IF.

      * Operations pulls the listed pieces before the mail leaves, so
      * a run with duplicates says so on the console as well.
       0900-SET-RETURN-CODE.
           DISPLAY PGMNAME ' NEW DOCUMENTS CHECKED: ' WS-DOCS-CHECKED.
           DISPLAY PGMNAME ' DUPLICATE GROUPS:      ' WS-GROUPS-FOUND.
           DISPLAY PGMNAME ' DUPLICATE DOCUMENTS:   ' WS-DUP-DOCS.
           DISPLAY PGMNAME ' ERRORS:                ' WS-ERRORS.
           IF WS-GROUPS-FOUND > ZERO
              DISPLAY PGMNAME ' ' WS-DUP-DOCS
                      ' DUPLICATE DOCUMENTS ARCHIVED AS OF '
                      WS-ASOF-DATE ' - SEE DUPRPRT'
                      UPON CONSOLE
           END-IF.
           IF WS-ERRORS > ZERO
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-GROUPS-FOUND > ZERO
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.

       0990-ABORT-RUN.
           MOVE 12 TO RETURN-CODE.
           GOBACK.
       END PROGRAM AFPKEYDP.
