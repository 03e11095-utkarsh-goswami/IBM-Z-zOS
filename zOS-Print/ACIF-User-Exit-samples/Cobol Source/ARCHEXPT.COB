       PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
      * LAST UPDATE ON 15 Oct 2026 AT 09:00:00 BY MAINT    VERSION 01  *
       ID DIVISION.
       PROGRAM-ID. ARCHEXPT.
       AUTHOR. TURETZKY--HYDRA.
       INSTALLATION. IBM BOULDER PROGRAMMING CENTER.

                 Content-management export for the ACIFOBDT print
                 archive.  Selects generations through the central
                 archive catalog (ARCHCAT) by job and run date, splits
                 each one into its individual documents at the BNG/ENG
                 group boundaries, and writes:
                   - the documents themselves, one after another, to
                     an export data dataset (EXPDATA, RECFM VB), every
                     compressed record expanded through the shared
                     AFPRLEXP logic so the repository gets plain AFP
                   - a generic-indexer control file (EXPINDX, RECFM
                     FB LRECL 80) with one group per document: the
                     run's identification, the FORMDEF and PAGEDEF
                     the run printed with (from its ACIFACCT type-R
                     records), every TLE attribute name/value pair
                     the run's AFPKYIDX index holds for the document,
                     then GROUP_OFFSET, GROUP_LENGTH and
                     GROUP_FILENAME locating the document in EXPDATA
                 Offsets and lengths count record data bytes (record
                 descriptor words excluded).  A page outside any
                 BNG/ENG group opens a document of its own that runs
                 to the next group boundary or the end of the
                 generation, so a run that never grouped its output
                 exports as one document.  Documents without pages
                 are not indexed, and keys the index ties to no
                 exported document (a zero document-start record)
                 are counted rather than attached to a stranger's
                 statement.

                 Each generation's index groups go to a work file
                 first and are copied to EXPINDX only when the whole
                 generation split cleanly, so a generation that fails
                 part way contributes no groups at all.  When both
                 outputs close cleanly, every exported generation's
                 catalog entry is flagged exported (CAT-EXPORT-FLAG),
                 and a flagged generation is never selected again.
                 A run that dies flags nothing: discard its output
                 and rerun.

                 Selection skips scratched and consolidated entries
                 (a consolidated generation's documents are exported
                 through its merged archive), and reports without
                 exporting entries that are already exported, merged
                 from partly exported sources, awaiting rebuild
                 review, migrated (recall them first), closed with
                 index errors, not closed at all, or failed by
                 AFPPAGVF verification.

                 Parameter statements (EXPTPARM DD, keyword=value):
                   JOB=jobname      job to export, or prefix*
                                    (required)
                   FROM=yymmdd      earliest run date (default
                                    today)
                   TO=yymmdd        latest run date (default FROM)
                   DSN=prefix       archive DSN prefix, to narrow
                                    the selection further
                   DATADSN=dsn      export data dataset, allocated
                                    new and cataloged (required --
                                    it is the GROUP_FILENAME)
                   INDEXDSN=dsn     control file, allocated new and
                                    cataloged (else the EXPINDX DD)
                   CODEPAGE=nnn     code page named in the control
                                    file (default 37)
                 Cards with * in column 1 are comments.  ARCHCAT and
                 ACIFACCT come from JCL; without ACIFACCT the
                 documents are exported without resource names and
                 the report says so.  The report goes to EXPTRPT.

                 RC=0 generations exported, RC=4 nothing exported or
                 entries needing attention (see the report), RC=8
                 generations failed or not flagged, RC=12 catalog,
                 parameters or outputs unusable (nothing flagged).
       DATE-WRITTEN. 15 Oct 2026.
       DATE-COMPILED.
       SECURITY. IBM SAMPLE CODE ONLY.
       TITLE 'Content-Management Export'.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHCAT-FILE        ASSIGN TO ARCHCAT,
                                      ORGANIZATION INDEXED,
                                      ACCESS DYNAMIC,
                                      RECORD KEY CAT-ARCHIVE-DSN,
                                      FILE STATUS ARCHCAT-STATUS.
           SELECT EXPTPARM-FILE       ASSIGN TO EXPTPARM,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS EXPTPARM-STATUS.
           SELECT EXPTRPT-FILE        ASSIGN TO EXPTRPT,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS EXPTRPT-STATUS.
           SELECT OPTIONAL ACIFACCT-FILE ASSIGN TO ACIFACCT,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS ACIFACCT-STATUS.
      * One generation and its run's key index at a time, attached
      * through dynamic allocation from the catalog entry.
           SELECT AFPARCIN-FILE       ASSIGN TO AFPARCIN,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS AFPARCIN-STATUS.
           SELECT AFPKEYIN-FILE       ASSIGN TO AFPKEYIN,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS AFPKEYIN-STATUS.
      * The export itself, and the per-generation work file the
      * index groups are staged in.
           SELECT EXPDATA-FILE        ASSIGN TO EXPDATA,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS EXPDATA-STATUS.
           SELECT EXPINDX-FILE        ASSIGN TO EXPINDX,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS EXPINDX-STATUS.
           SELECT EXPWORK-FILE        ASSIGN TO EXPWORK,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS EXPWORK-STATUS.
        EJECT
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHCAT-FILE
           RECORD CONTAINS 256 CHARACTERS.
           COPY ARCHCATR SUPPRESS.
       FD  EXPTPARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  EXPTPARM-RECORD            PIC X(80).
       FD  EXPTRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  EXPTRPT-RECORD             PIC X(132).
       FD  ACIFACCT-FILE
           RECORD CONTAINS 132 CHARACTERS.
           COPY ACIFACTR SUPPRESS.
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
       FD  EXPDATA-FILE
           RECORDING MODE V,
           BLOCK CONTAINS 0 RECORDS,
           RECORD VARYING DEPENDING ON WS-EXPDATA-LEN.
       01  EXPDATA-RECORD.
           05  EXPDATA-BYTE           OCCURS 1 TO 32756,
                                      DEPENDING ON WS-EXPDATA-LEN,
                                      PIC X.
       FD  EXPINDX-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  EXPINDX-RECORD             PIC X(80).
       FD  EXPWORK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  EXPWORK-RECORD             PIC X(80).
       WORKING-STORAGE SECTION.
       01  PGMNAME                 PIC X(8) VALUE 'ARCHEXPT'.
       77  ARCHCAT-STATUS          PIC 99.
           88  ARCHCAT-OK          VALUE 00.
           88  ARCHCAT-EOF         VALUE 10.
       77  EXPTPARM-STATUS         PIC 99.
           88  EXPTPARM-OK         VALUE 00.
           88  EXPTPARM-EOF        VALUE 10.
       77  EXPTRPT-STATUS          PIC 99.
           88  EXPTRPT-OK          VALUE 00.
       77  ACIFACCT-STATUS         PIC 99.
           88  ACIFACCT-OK         VALUE 00.
           88  ACIFACCT-EOF        VALUE 10.
       77  AFPARCIN-STATUS         PIC 99.
           88  AFPARCIN-OK         VALUE 00.
           88  AFPARCIN-EOF        VALUE 10.
       77  AFPKEYIN-STATUS         PIC 99.
           88  AFPKEYIN-OK         VALUE 00.
           88  AFPKEYIN-EOF        VALUE 10.
       77  EXPDATA-STATUS          PIC 99.
           88  EXPDATA-OK          VALUE 00.
       77  EXPINDX-STATUS          PIC 99.
           88  EXPINDX-OK          VALUE 00.
       77  EXPWORK-STATUS          PIC 99.
           88  EXPWORK-OK          VALUE 00.
           88  EXPWORK-EOF         VALUE 10.
       77  WS-ARCIN-LEN            PIC 9(8) BINARY.
       77  WS-EXPDATA-LEN          PIC 9(8) BINARY.
            SKIP1
       01  WS-PARM-CARD.
           05  WS-CARD-KEYWORD     PIC X(16).
           05  WS-CARD-VALUE       PIC X(64).
       01  WS-FILTER-JOB           PIC X(8)  VALUE SPACES.
       77  WS-FILTER-JOB-LEN       PIC S9(4) BINARY VALUE ZERO.
       77  WS-JOB-PREFIX-FLAG      PIC X VALUE 'N'.
           88  WS-JOB-PREFIX       VALUE 'Y'.
       01  WS-FILTER-DSN           PIC X(44) VALUE SPACES.
       77  WS-FILTER-DSN-LEN       PIC S9(4) BINARY VALUE ZERO.
       77  WS-FILTER-FROM          PIC 9(6) VALUE ZERO.
       77  WS-FILTER-TO            PIC 9(6) VALUE ZERO.
       01  WS-DATA-DSN             PIC X(44) VALUE SPACES.
       01  WS-INDEX-DSN            PIC X(44) VALUE SPACES.
       01  WS-CODEPAGE             PIC X(8)  VALUE '37'.
       77  WS-MATCH-FLAG           PIC X VALUE 'N'.
           88  WS-ENTRY-MATCHES    VALUE 'Y'.
           88  WS-ENTRY-SKIPPED    VALUE 'N'.
       01  WS-CURRENT-DATE.
           05  WS-CUR-YY           PIC 99.
           05  WS-CUR-MM           PIC 99.
           05  WS-CUR-DD           PIC 99.
       01  WS-CURRENT-TIME.
           05  WS-CUR-HH           PIC 99.
           05  WS-CUR-MI           PIC 99.
           05  WS-CUR-SS           PIC 99.
           05  WS-CUR-MS           PIC 99.
            SKIP1
      * FORMDEF/PAGEDEF combinations the selected runs printed with,
      * from the ACIFACCT type-R records of the selection's dates.
      * A run that used several is named by the one that carried the
      * most pages.
       77  WS-MAX-RESOURCES        PIC 9(4) BINARY VALUE 1000.
       77  WS-RES-COUNT            PIC 9(4) BINARY VALUE ZERO.
       77  WS-RES-OVERFLOW         PIC 9(8) BINARY VALUE ZERO.
       77  WS-ACCT-FLAG            PIC X VALUE 'N'.
           88  WS-ACCT-READ        VALUE 'Y'.
           88  WS-ACCT-MISSING     VALUE 'N'.
       01  WS-RESOURCE-TABLE.
           05  WS-RES-ENTRY OCCURS 1000 TIMES INDEXED BY RES-IDX.
               10  WS-RS-JOBNAME   PIC X(8).
               10  WS-RS-RUN-DATE  PIC 9(6).
               10  WS-RS-RUN-TIME  PIC 9(8).
               10  WS-RS-FORMDEF   PIC X(8).
               10  WS-RS-PAGEDEF   PIC X(8).
               10  WS-RS-PAGES     PIC 9(8) BINARY.
       01  WS-GEN-FORMDEF          PIC X(8)  VALUE SPACES.
       01  WS-GEN-PAGEDEF          PIC X(8)  VALUE SPACES.
       77  WS-GEN-RES-PAGES        PIC 9(8) BINARY VALUE ZERO.
       77  WS-GEN-RES-SETS         PIC 9(4) BINARY VALUE ZERO.
            SKIP1
      * The generation's business keys, in index order.  WS-KT-DOC is
      * the document (within the generation) the key was attached
      * to; zero until then.
       77  WS-MAX-GEN-KEYS         PIC 9(8) BINARY VALUE 5000.
       77  WS-KEY-COUNT            PIC 9(8) BINARY VALUE ZERO.
       77  WS-KEY-OVERFLOW         PIC 9(8) BINARY VALUE ZERO.
       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY OCCURS 5000 TIMES
                            INDEXED BY KEY-IDX DUP-IDX.
               10  WS-KT-NAME      PIC X(32).
               10  WS-KT-VALUE     PIC X(60).
               10  WS-KT-RECNUM    PIC 9(8) BINARY.
               10  WS-KT-DOC       PIC 9(8) BINARY.
       77  WS-DUP-FLAG             PIC X VALUE 'N'.
           88  WS-KEY-DUPLICATE    VALUE 'Y'.
           88  WS-KEY-FIRST        VALUE 'N'.
            SKIP1
      * Generations exported this run, flagged in the catalog once
      * the outputs are safely closed.  A selection larger than the
      * table is left for the next run.
       77  WS-MAX-EXPORTS          PIC 9(4) BINARY VALUE 500.
       77  WS-EXP-COUNT            PIC 9(4) BINARY VALUE ZERO.
       01  WS-EXPORTED-TABLE.
           05  WS-EXPORTED-DSN OCCURS 500 TIMES INDEXED BY EXP-IDX
                                   PIC X(44).
            SKIP1
      * Generation and document state.  WS-ARC-RECNUM numbers the
      * archive's records from 1 (the banner) exactly as AFPWRITE
      * did, which is the numbering KEYIDX-DOC-RECNUM uses; a
      * document's start is the record number of its first page.
       77  WS-GEN-FLAG             PIC X VALUE 'Y'.
           88  WS-GEN-OK           VALUE 'Y'.
           88  WS-GEN-FAILED       VALUE 'N'.
       01  WS-GEN-NOTE             PIC X(44) VALUE SPACES.
       77  WS-ARC-RECNUM           PIC 9(8) BINARY VALUE ZERO.
       77  WS-DOC-FLAG             PIC X VALUE 'N'.
           88  WS-IN-DOC           VALUE 'Y'.
           88  WS-NO-DOC           VALUE 'N'.
       77  WS-DOC-SEQ              PIC 9(8) BINARY VALUE ZERO.
       77  WS-DOC-START-RECNUM     PIC 9(8) BINARY VALUE ZERO.
       77  WS-DOC-PAGES            PIC 9(8) BINARY VALUE ZERO.
       77  WS-DOC-OFFSET           PIC 9(15) BINARY VALUE ZERO.
       77  WS-DOC-LENGTH           PIC 9(15) BINARY VALUE ZERO.
       77  WS-DATA-OFFSET          PIC 9(15) BINARY VALUE ZERO.
       77  WS-GEN-DOCS             PIC 9(8) BINARY VALUE ZERO.
       77  WS-GEN-PAGES            PIC 9(8) BINARY VALUE ZERO.
       77  WS-GEN-EMPTY-DOCS       PIC 9(8) BINARY VALUE ZERO.
       77  WS-GEN-OUTSIDE          PIC 9(8) BINARY VALUE ZERO.
       77  WS-GEN-KEYS-PLACED      PIC 9(8) BINARY VALUE ZERO.
       77  WS-GEN-KEYS-UNPLACED    PIC 9(8) BINARY VALUE ZERO.
       01  WS-SF-TYPE              PIC XXX.
       01  WS-BANNER-ID            PIC X(8) VALUE 'BANNER=='.
       01  WS-TRAILER-ID           PIC X(8) VALUE 'TRAILER='.
            SKIP1
      * Run totals.
       77  WS-ENTRIES-READ         PIC 9(8) BINARY VALUE ZERO.
       77  WS-GENS-SELECTED        PIC 9(8) BINARY VALUE ZERO.
       77  WS-GENS-FAILED          PIC 9(8) BINARY VALUE ZERO.
       77  WS-GENS-ATTENTION       PIC 9(8) BINARY VALUE ZERO.
       77  WS-GENS-FLAGGED         PIC 9(8) BINARY VALUE ZERO.
       77  WS-TOT-DOCS             PIC 9(8) BINARY VALUE ZERO.
       77  WS-TOT-PAGES            PIC 9(8) BINARY VALUE ZERO.
       77  WS-TOT-RECORDS          PIC 9(8) BINARY VALUE ZERO.
       77  WS-TOT-KEYS-UNPLACED    PIC 9(8) BINARY VALUE ZERO.
       77  WS-RETURN-CODE          PIC S9(4) BINARY VALUE ZERO.
       77  WS-OUTPUT-FLAG          PIC X VALUE 'N'.
           88  WS-OUTPUTS-OPEN     VALUE 'Y'.
           88  WS-OUTPUTS-CLOSED   VALUE 'N'.
            SKIP1
      * Control-file line building.
       01  WS-INDEX-LINE           PIC X(80).
       01  WS-FLD-NAME             PIC X(32).
       01  WS-FLD-VALUE            PIC X(60).
       01  WS-NUM-EDIT             PIC Z(14)9.
       01  WS-NUM-8                PIC 9(8).
       01  WS-NUM-6                PIC 9(6).
            SKIP1
       01  DYN-ALLOC-PARM.
           05  DYN-PARM-LEN        PIC S9(4) BINARY.
           05  DYN-PARM-TEXT       PIC X(160).
       77  BPXWDYN                 PIC X(8) VALUE 'BPXWDYN'.
       77  WS-DYN-RC               PIC S9(8) BINARY VALUE ZERO.
            SKIP1
       01  WS-HEADING-1.
           05  FILLER              PIC X(48) VALUE
               '  ARCHIVE DATASET NAME'.
           05  FILLER              PIC X(20) VALUE 'DISPOSITION'.
           05  FILLER              PIC X(10) VALUE '    DOCS'.
           05  FILLER              PIC X(10) VALUE '   PAGES'.
           05  FILLER              PIC X(44) VALUE 'NOTE'.
       01  WS-REPORT-LINE.
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-DSN             PIC X(44).
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-DISPOSITION     PIC X(18).
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-DOCS            PIC ZZZZZZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-PAGES           PIC ZZZZZZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-NOTE            PIC X(44).
        EJECT
      / COMPRESSED-RECORD EXPANSION WORK AREAS.
           COPY AFPRLEWS SUPPRESS.
      / AFP STRUCTURED FIELD DEFINITIONS.
           COPY STRFLDS SUPPRESS.
       TITLE 'Mainline'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY PGMNAME ' CONTENT-MANAGEMENT EXPORT STARTING'.
           ACCEPT WS-CURRENT-DATE FROM DATE.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           PERFORM 0100-READ-PARMS.
           IF WS-FILTER-JOB-LEN = ZERO
              DISPLAY PGMNAME ' JOB= STATEMENT IS REQUIRED'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-DATA-DSN = SPACES
              DISPLAY PGMNAME ' DATADSN= STATEMENT IS REQUIRED'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-FILTER-FROM = ZERO
              COMPUTE WS-FILTER-FROM =
                      WS-CUR-YY * 10000 + WS-CUR-MM * 100 + WS-CUR-DD
              END-COMPUTE
           END-IF.
           IF WS-FILTER-TO = ZERO
              MOVE WS-FILTER-FROM TO WS-FILTER-TO
           END-IF.
           DISPLAY PGMNAME ' EXPORTING JOB ' WS-FILTER-JOB
                   ' RUN DATES ' WS-FILTER-FROM ' TO ' WS-FILTER-TO.
           OPEN OUTPUT EXPTRPT-FILE.
           IF NOT EXPTRPT-OK
              DISPLAY PGMNAME ' EXPTRPT STATUS AFTER OPEN '
                      EXPTRPT-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           WRITE EXPTRPT-RECORD FROM WS-HEADING-1.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 0200-LOAD-RESOURCES.
           OPEN I-O ARCHCAT-FILE.
           IF NOT ARCHCAT-OK
              DISPLAY PGMNAME ' ARCHCAT STATUS AFTER OPEN '
                      ARCHCAT-STATUS
              MOVE 12 TO RETURN-CODE
              CLOSE EXPTRPT-FILE
              GOBACK
           END-IF.
           PERFORM 0300-SELECT-ONE-ENTRY
             UNTIL ARCHCAT-EOF.
           IF WS-OUTPUTS-OPEN
              PERFORM 0800-CLOSE-OUTPUTS
              PERFORM 0850-FLAG-EXPORTED
           END-IF.
           CLOSE ARCHCAT-FILE.
           PERFORM 0900-WRAP-UP.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
        EJECT
       TITLE 'Parameters'.
       0100-READ-PARMS.
           OPEN INPUT EXPTPARM-FILE.
           IF NOT EXPTPARM-OK
              DISPLAY PGMNAME ' EXPTPARM STATUS AFTER OPEN '
                      EXPTPARM-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0110-READ-ONE-CARD
             UNTIL EXPTPARM-EOF.
           CLOSE EXPTPARM-FILE.

       0110-READ-ONE-CARD.
           READ EXPTPARM-FILE
              AT END
                 CONTINUE
              NOT AT END
                 PERFORM 0120-PARSE-CARD
           END-READ.

       0120-PARSE-CARD.
           IF EXPTPARM-RECORD = SPACES
              OR EXPTPARM-RECORD(1:1) = '*'
              CONTINUE
           ELSE
              MOVE SPACES TO WS-CARD-KEYWORD WS-CARD-VALUE
              UNSTRING EXPTPARM-RECORD DELIMITED BY '='
                 INTO WS-CARD-KEYWORD WS-CARD-VALUE
              END-UNSTRING
              EVALUATE FUNCTION TRIM(WS-CARD-KEYWORD)
                 WHEN 'JOB'
                    PERFORM 0130-SET-JOB-FILTER
                 WHEN 'FROM'
                    COMPUTE WS-FILTER-FROM =
                       FUNCTION NUMVAL(WS-CARD-VALUE)
                    END-COMPUTE
                 WHEN 'TO'
                    COMPUTE WS-FILTER-TO =
                       FUNCTION NUMVAL(WS-CARD-VALUE)
                    END-COMPUTE
                 WHEN 'DSN'
                    MOVE FUNCTION TRIM(WS-CARD-VALUE)
                      TO WS-FILTER-DSN
                    COMPUTE WS-FILTER-DSN-LEN = FUNCTION LENGTH
                       (FUNCTION TRIM(WS-FILTER-DSN))
                    END-COMPUTE
                 WHEN 'DATADSN'
                    MOVE FUNCTION TRIM(WS-CARD-VALUE)
                      TO WS-DATA-DSN
                 WHEN 'INDEXDSN'
                    MOVE FUNCTION TRIM(WS-CARD-VALUE)
                      TO WS-INDEX-DSN
                 WHEN 'CODEPAGE'
                    MOVE FUNCTION TRIM(WS-CARD-VALUE)
                      TO WS-CODEPAGE
                 WHEN OTHER
                    DISPLAY PGMNAME ' UNRECOGNIZED PARM CARD: '
                            EXPTPARM-RECORD(1:40)
              END-EVALUATE
           END-IF.

      * JOB=name matches exactly; JOB=prefix* matches any job that
      * starts with the prefix.
       0130-SET-JOB-FILTER.
           MOVE FUNCTION TRIM(WS-CARD-VALUE) TO WS-FILTER-JOB.
           COMPUTE WS-FILTER-JOB-LEN = FUNCTION LENGTH
                   (FUNCTION TRIM(WS-FILTER-JOB)).
           IF WS-FILTER-JOB = SPACES
              MOVE ZERO TO WS-FILTER-JOB-LEN
           END-IF.
           IF WS-FILTER-JOB-LEN > 0
              AND WS-FILTER-JOB(WS-FILTER-JOB-LEN:1) = '*'
              SET WS-JOB-PREFIX TO TRUE
              SUBTRACT 1 FROM WS-FILTER-JOB-LEN
              MOVE SPACE TO WS-FILTER-JOB(WS-FILTER-JOB-LEN + 1:1)
           END-IF.
        EJECT
       TITLE 'Run resources from accounting'.
      ******************************************************************
      * Keep the type-R (resource) records of the selected dates and
      * job.  Type-R records carry the run's date and time, the same
      * values its catalog entries carry, so a generation finds its
      * run's FORMDEF/PAGEDEF by job + run date + run time.
      ******************************************************************
       0200-LOAD-RESOURCES.
           OPEN INPUT ACIFACCT-FILE.
           IF ACIFACCT-OK
              SET WS-ACCT-READ TO TRUE
              PERFORM 0210-READ-ONE-ACCT
                UNTIL ACIFACCT-EOF
              CLOSE ACIFACCT-FILE
           ELSE
              DISPLAY PGMNAME ' ACIFACCT NOT READABLE (STATUS '
                      ACIFACCT-STATUS '), RESOURCES NOT NAMED'
           END-IF.
           IF WS-RES-OVERFLOW > ZERO
              DISPLAY PGMNAME ' RESOURCE TABLE FULL, '
                      WS-RES-OVERFLOW ' ACCOUNTING RECORDS IGNORED'
           END-IF.

       0210-READ-ONE-ACCT.
           READ ACIFACCT-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF ACT-TYPE-RES
                    AND ACT-RUN-DATE NOT < WS-FILTER-FROM
                    AND ACT-RUN-DATE NOT > WS-FILTER-TO
                    AND ACT-JOBNAME(1:WS-FILTER-JOB-LEN) =
                        WS-FILTER-JOB(1:WS-FILTER-JOB-LEN)
                    PERFORM 0220-NOTE-RESOURCE
                 END-IF
           END-READ.

       0220-NOTE-RESOURCE.
           IF WS-RES-COUNT < WS-MAX-RESOURCES
              ADD 1 TO WS-RES-COUNT
              SET RES-IDX TO WS-RES-COUNT
              MOVE ACT-JOBNAME TO WS-RS-JOBNAME(RES-IDX)
              MOVE ACT-RUN-DATE TO WS-RS-RUN-DATE(RES-IDX)
              MOVE ACT-RUN-TIME TO WS-RS-RUN-TIME(RES-IDX)
              MOVE ACT-FORMDEF TO WS-RS-FORMDEF(RES-IDX)
              MOVE ACT-PAGEDEF TO WS-RS-PAGEDEF(RES-IDX)
              IF ACT-RES-PAGES IS NUMERIC
                 MOVE ACT-RES-PAGES TO WS-RS-PAGES(RES-IDX)
              ELSE
                 MOVE ZERO TO WS-RS-PAGES(RES-IDX)
              END-IF
           ELSE
              ADD 1 TO WS-RES-OVERFLOW
           END-IF.
        EJECT
       TITLE 'Catalog selection'.
       0300-SELECT-ONE-ENTRY.
           READ ARCHCAT-FILE NEXT
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-ENTRIES-READ
                 PERFORM 0310-APPLY-FILTERS
                 IF WS-ENTRY-MATCHES
                    PERFORM 0320-CLASSIFY-ENTRY
                 END-IF
           END-READ.

       0310-APPLY-FILTERS.
           SET WS-ENTRY-MATCHES TO TRUE.
           IF WS-JOB-PREFIX
              IF CAT-JOBNAME(1:WS-FILTER-JOB-LEN) NOT =
                 WS-FILTER-JOB(1:WS-FILTER-JOB-LEN)
                 SET WS-ENTRY-SKIPPED TO TRUE
              END-IF
           ELSE
              IF CAT-JOBNAME NOT = WS-FILTER-JOB
                 SET WS-ENTRY-SKIPPED TO TRUE
              END-IF
           END-IF.
           IF WS-ENTRY-MATCHES
              AND (CAT-RUN-DATE < WS-FILTER-FROM
                   OR CAT-RUN-DATE > WS-FILTER-TO)
              SET WS-ENTRY-SKIPPED TO TRUE
           END-IF.
           IF WS-ENTRY-MATCHES AND WS-FILTER-DSN-LEN > 0
              IF CAT-ARCHIVE-DSN(1:WS-FILTER-DSN-LEN) NOT =
                 WS-FILTER-DSN(1:WS-FILTER-DSN-LEN)
                 SET WS-ENTRY-SKIPPED TO TRUE
              END-IF
           END-IF.

      * Scratched entries have nothing left to export, and a
      * consolidated entry's documents go out through its merged
      * archive; both pass silently.  Everything else that cannot be
      * exported is reported so nobody has to wonder where it went.
       0320-CLASSIFY-ENTRY.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE CAT-ARCHIVE-DSN TO RPT-DSN.
           EVALUATE TRUE
              WHEN CAT-STATUS-SCRATCHED
                 OR CAT-STATUS-CONSOLIDATED
                 CONTINUE
              WHEN CAT-EXPORTED
                 MOVE 'ALREADY EXPORTED' TO RPT-DISPOSITION
                 PERFORM 0890-WRITE-REPORT-LINE
              WHEN CAT-EXPORT-PARTIAL
                 MOVE 'NOT EXPORTED' TO RPT-DISPOSITION
                 MOVE 'MERGED FROM PARTLY EXPORTED SOURCES'
                   TO RPT-NOTE
                 PERFORM 0330-NEEDS-ATTENTION
              WHEN CAT-REVIEW-PENDING
                 MOVE 'NOT EXPORTED' TO RPT-DISPOSITION
                 MOVE 'REBUILT ENTRY AWAITING REVIEW' TO RPT-NOTE
                 PERFORM 0330-NEEDS-ATTENTION
              WHEN CAT-STATUS-MIGRATED
                 MOVE 'NOT EXPORTED' TO RPT-DISPOSITION
                 MOVE 'MIGRATED, RECALL BEFORE EXPORT' TO RPT-NOTE
                 PERFORM 0330-NEEDS-ATTENTION
              WHEN CAT-STATUS-ERRORS
                 MOVE 'NOT EXPORTED' TO RPT-DISPOSITION
                 MOVE 'CLOSED WITH INDEX ERRORS' TO RPT-NOTE
                 PERFORM 0330-NEEDS-ATTENTION
              WHEN NOT CAT-STATUS-CLOSED
                 MOVE 'NOT EXPORTED' TO RPT-DISPOSITION
                 MOVE 'CATALOG STATUS NOT CLOSED' TO RPT-NOTE
                 PERFORM 0330-NEEDS-ATTENTION
              WHEN CAT-VERIFY-FAILED
                 MOVE 'NOT EXPORTED' TO RPT-DISPOSITION
                 MOVE 'FAILED VERIFICATION' TO RPT-NOTE
                 PERFORM 0330-NEEDS-ATTENTION
              WHEN WS-EXP-COUNT NOT < WS-MAX-EXPORTS
                 MOVE 'NOT EXPORTED' TO RPT-DISPOSITION
                 MOVE 'EXPORT TABLE FULL, LEFT FOR NEXT RUN'
                   TO RPT-NOTE
                 PERFORM 0330-NEEDS-ATTENTION
              WHEN OTHER
                 ADD 1 TO WS-GENS-SELECTED
                 PERFORM 0400-EXPORT-GENERATION
           END-EVALUATE.

       0330-NEEDS-ATTENTION.
           ADD 1 TO WS-GENS-ATTENTION.
           IF WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF.
           PERFORM 0890-WRITE-REPORT-LINE.
        EJECT
       TITLE 'Generation export'.
      ******************************************************************
      * One generation: its keys, its run's resources, then the split
      * into documents.  The generation's index groups are staged in
      * EXPWORK and reach EXPINDX only when the whole generation went
      * through; a generation that fails leaves at most orphan bytes
      * in EXPDATA that no index group points at.
      ******************************************************************
       0400-EXPORT-GENERATION.
           SET WS-GEN-OK TO TRUE.
           MOVE SPACES TO WS-GEN-NOTE.
           IF WS-OUTPUTS-CLOSED
              PERFORM 0500-OPEN-OUTPUTS
           END-IF.
           PERFORM 0410-LOAD-GEN-KEYS.
           IF WS-GEN-OK
              PERFORM 0420-FIND-RESOURCES
              PERFORM 0430-SPLIT-GENERATION
           END-IF.
           IF WS-GEN-OK
              PERFORM 0470-COMMIT-GEN-INDEX
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE CAT-ARCHIVE-DSN TO RPT-DSN.
           MOVE WS-GEN-NOTE TO RPT-NOTE.
           IF WS-GEN-OK
              MOVE 'EXPORTED' TO RPT-DISPOSITION
              MOVE WS-GEN-DOCS TO RPT-DOCS
              MOVE WS-GEN-PAGES TO RPT-PAGES
              ADD 1 TO WS-EXP-COUNT
              SET EXP-IDX TO WS-EXP-COUNT
              MOVE CAT-ARCHIVE-DSN TO WS-EXPORTED-DSN(EXP-IDX)
              ADD WS-GEN-DOCS TO WS-TOT-DOCS
              ADD WS-GEN-PAGES TO WS-TOT-PAGES
              ADD WS-GEN-KEYS-UNPLACED TO WS-TOT-KEYS-UNPLACED
           ELSE
              MOVE 'FAILED' TO RPT-DISPOSITION
              ADD 1 TO WS-GENS-FAILED
              IF WS-RETURN-CODE < 8
                 MOVE 8 TO WS-RETURN-CODE
              END-IF
           END-IF.
           PERFORM 0890-WRITE-REPORT-LINE.

      * The run's key index is shared by its generations; only this
      * generation's entries are kept.  An entry with no key index
      * recorded exports without TLE pairs; an index that is named
      * but unreadable, or too large for the table, fails the
      * generation -- an export missing its keys would load
      * documents nobody can find.
       0410-LOAD-GEN-KEYS.
           MOVE ZERO TO WS-KEY-COUNT WS-KEY-OVERFLOW.
           IF CAT-KEYIDX-DSN = SPACES
              MOVE 'NO KEY INDEX RECORDED, NO TLE PAIRS' TO WS-GEN-NOTE
           ELSE
              MOVE SPACES TO DYN-PARM-TEXT
              STRING 'ALLOC DD(AFPKEYIN) DSN('  DELIMITED BY SIZE
                     CAT-KEYIDX-DSN             DELIMITED BY SPACE
                     ') SHR REUSE'              DELIMITED BY SIZE
                INTO DYN-PARM-TEXT
              END-STRING
              COMPUTE DYN-PARM-LEN = FUNCTION LENGTH
                      (FUNCTION TRIM(DYN-PARM-TEXT))
              CALL BPXWDYN USING DYN-ALLOC-PARM RETURNING WS-DYN-RC
              IF WS-DYN-RC NOT = ZERO
                 DISPLAY PGMNAME ' DYNAMIC ALLOCATION FAILED, RC='
                         WS-DYN-RC ' FOR ' CAT-KEYIDX-DSN
                 SET WS-GEN-FAILED TO TRUE
                 MOVE 'KEY INDEX NOT ALLOCATED' TO WS-GEN-NOTE
              ELSE
                 OPEN INPUT AFPKEYIN-FILE
                 IF NOT AFPKEYIN-OK
                    DISPLAY PGMNAME ' AFPKEYIN STATUS AFTER OPEN '
                            AFPKEYIN-STATUS ' FOR ' CAT-KEYIDX-DSN
                    SET WS-GEN-FAILED TO TRUE
                    MOVE 'KEY INDEX UNREADABLE' TO WS-GEN-NOTE
                 ELSE
                    PERFORM 0415-READ-ONE-KEY
                      UNTIL AFPKEYIN-EOF
                    CLOSE AFPKEYIN-FILE
                 END-IF
              END-IF
           END-IF.
           IF WS-KEY-OVERFLOW > ZERO
              DISPLAY PGMNAME ' ' CAT-ARCHIVE-DSN ' HAS MORE THAN '
                      WS-MAX-GEN-KEYS ' KEYS'
              SET WS-GEN-FAILED TO TRUE
              MOVE 'KEY TABLE FULL' TO WS-GEN-NOTE
           END-IF.

       0415-READ-ONE-KEY.
           READ AFPKEYIN-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF KEYIDX-ARCHIVE-GEN = CAT-ARCHIVE-GEN
                    IF WS-KEY-COUNT < WS-MAX-GEN-KEYS
                       ADD 1 TO WS-KEY-COUNT
                       SET KEY-IDX TO WS-KEY-COUNT
                       MOVE KEYIDX-ATTR-NAME TO WS-KT-NAME(KEY-IDX)
                       MOVE KEYIDX-ATTR-VALUE TO WS-KT-VALUE(KEY-IDX)
                       MOVE KEYIDX-DOC-RECNUM
                         TO WS-KT-RECNUM(KEY-IDX)
                       MOVE ZERO TO WS-KT-DOC(KEY-IDX)
                    ELSE
                       ADD 1 TO WS-KEY-OVERFLOW
                    END-IF
                 END-IF
           END-READ.

      * The run's most-used FORMDEF/PAGEDEF.  None on file is a
      * warning, not a failure: the documents still go out, and the
      * report says their resources were not named.
       0420-FIND-RESOURCES.
           MOVE SPACES TO WS-GEN-FORMDEF WS-GEN-PAGEDEF.
           MOVE ZERO TO WS-GEN-RES-PAGES WS-GEN-RES-SETS.
           PERFORM VARYING RES-IDX FROM 1 BY 1
                   UNTIL RES-IDX > WS-RES-COUNT
              IF WS-RS-JOBNAME(RES-IDX) = CAT-JOBNAME
                 AND WS-RS-RUN-DATE(RES-IDX) = CAT-RUN-DATE
                 AND WS-RS-RUN-TIME(RES-IDX) = CAT-RUN-TIME
                 ADD 1 TO WS-GEN-RES-SETS
                 IF WS-GEN-RES-SETS = 1
                    OR WS-RS-PAGES(RES-IDX) > WS-GEN-RES-PAGES
                    MOVE WS-RS-FORMDEF(RES-IDX) TO WS-GEN-FORMDEF
                    MOVE WS-RS-PAGEDEF(RES-IDX) TO WS-GEN-PAGEDEF
                    MOVE WS-RS-PAGES(RES-IDX) TO WS-GEN-RES-PAGES
                 END-IF
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN WS-GEN-RES-SETS = ZERO
                 MOVE 'RESOURCES NOT IN ACIFACCT, NOT NAMED'
                   TO WS-GEN-NOTE
                 IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                 END-IF
              WHEN WS-GEN-RES-SETS > 1
                 MOVE 'SEVERAL FORMDEF/PAGEDEF, MOST-USED NAMED'
                   TO WS-GEN-NOTE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       0430-SPLIT-GENERATION.
           MOVE SPACES TO DYN-PARM-TEXT.
           STRING 'ALLOC DD(AFPARCIN) DSN('  DELIMITED BY SIZE
                  CAT-ARCHIVE-DSN            DELIMITED BY SPACE
                  ') SHR REUSE'              DELIMITED BY SIZE
             INTO DYN-PARM-TEXT
           END-STRING.
           COMPUTE DYN-PARM-LEN = FUNCTION LENGTH
                   (FUNCTION TRIM(DYN-PARM-TEXT)).
           CALL BPXWDYN USING DYN-ALLOC-PARM RETURNING WS-DYN-RC.
           IF WS-DYN-RC NOT = ZERO
              DISPLAY PGMNAME ' DYNAMIC ALLOCATION FAILED, RC='
                      WS-DYN-RC ' FOR ' CAT-ARCHIVE-DSN
              SET WS-GEN-FAILED TO TRUE
              MOVE 'ARCHIVE NOT ALLOCATED' TO WS-GEN-NOTE
           ELSE
              OPEN INPUT AFPARCIN-FILE
              IF NOT AFPARCIN-OK
                 DISPLAY PGMNAME ' AFPARCIN STATUS AFTER OPEN '
                         AFPARCIN-STATUS ' FOR ' CAT-ARCHIVE-DSN
                 SET WS-GEN-FAILED TO TRUE
                 MOVE 'ARCHIVE UNREADABLE' TO WS-GEN-NOTE
              ELSE
                 OPEN OUTPUT EXPWORK-FILE
                 IF NOT EXPWORK-OK
                    DISPLAY PGMNAME ' EXPWORK STATUS AFTER OPEN '
                            EXPWORK-STATUS
                    PERFORM 0990-ABORT-RUN
                 END-IF
                 MOVE ZERO TO WS-ARC-RECNUM WS-DOC-SEQ WS-GEN-DOCS
                              WS-GEN-PAGES WS-GEN-EMPTY-DOCS
                              WS-GEN-OUTSIDE WS-GEN-KEYS-PLACED
                 SET WS-NO-DOC TO TRUE
                 PERFORM 0440-READ-ONE-RECORD
                   UNTIL AFPARCIN-EOF OR WS-GEN-FAILED
                 IF WS-IN-DOC AND WS-GEN-OK
                    PERFORM 0460-CLOSE-DOCUMENT
                 END-IF
                 SET WS-NO-DOC TO TRUE
                 CLOSE AFPARCIN-FILE
                 CLOSE EXPWORK-FILE
              END-IF
           END-IF.
           IF WS-GEN-OK
              PERFORM 0468-COUNT-UNPLACED-KEYS
           END-IF.

       0440-READ-ONE-RECORD.
           READ AFPARCIN-FILE
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-ARC-RECNUM
                 PERFORM 8100-EXPAND-ARC-RECORD
                 IF WS-RLE-BAD
                    DISPLAY PGMNAME ' RECORD ' WS-ARC-RECNUM
                            ' OF ' CAT-ARCHIVE-DSN
                            ' COMPRESSED DATA UNREADABLE'
                    SET WS-GEN-FAILED TO TRUE
                    MOVE 'COMPRESSED RECORD UNREADABLE' TO WS-GEN-NOTE
                 ELSE
                    PERFORM 0445-ROUTE-RECORD
                 END-IF
           END-READ.

      * Banner and trailer are the archive's own bookkeeping and
      * BDT/EDT frame the generation, not a document; none of them is
      * exported and each ends whatever document is open.  A BNG
      * opens a document and an ENG closes it; a page met outside a
      * group opens one of its own.  Anything else outside a document
      * (resources, inter-group NOPs) is counted and left behind.
       0445-ROUTE-RECORD.
           IF WS-ARCIN-LEN > 7
              AND (ARCIN-FLAT(1:8) = WS-BANNER-ID
                   OR ARCIN-FLAT(1:8) = WS-TRAILER-ID)
              IF WS-IN-DOC
                 PERFORM 0460-CLOSE-DOCUMENT
              END-IF
           ELSE
              IF WS-ARCIN-LEN > 5 AND ARCIN-FLAT(1:1) = X'5A'
                 MOVE ARCIN-FLAT(4:3) TO WS-SF-TYPE
              ELSE
                 MOVE SPACES TO WS-SF-TYPE
              END-IF
              EVALUATE TRUE
                 WHEN WS-SF-TYPE = SF-BNG
                    IF WS-IN-DOC
                       PERFORM 0460-CLOSE-DOCUMENT
                    END-IF
                    PERFORM 0450-OPEN-DOCUMENT
                    PERFORM 0455-WRITE-DOC-RECORD
                 WHEN WS-SF-TYPE = SF-ENG
                    IF WS-IN-DOC
                       PERFORM 0455-WRITE-DOC-RECORD
                       PERFORM 0460-CLOSE-DOCUMENT
                    ELSE
                       ADD 1 TO WS-GEN-OUTSIDE
                    END-IF
                 WHEN WS-SF-TYPE = SF-BDT
                   OR WS-SF-TYPE = SF-EDT
                    IF WS-IN-DOC
                       PERFORM 0460-CLOSE-DOCUMENT
                    END-IF
                 WHEN WS-SF-TYPE = SF-BPG
                    IF WS-NO-DOC
                       PERFORM 0450-OPEN-DOCUMENT
                    END-IF
                    IF WS-DOC-START-RECNUM = ZERO
                       MOVE WS-ARC-RECNUM TO WS-DOC-START-RECNUM
                    END-IF
                    ADD 1 TO WS-DOC-PAGES
                    PERFORM 0455-WRITE-DOC-RECORD
                 WHEN OTHER
                    IF WS-IN-DOC
                       PERFORM 0455-WRITE-DOC-RECORD
                    ELSE
                       ADD 1 TO WS-GEN-OUTSIDE
                    END-IF
              END-EVALUATE
           END-IF.

       0450-OPEN-DOCUMENT.
           SET WS-IN-DOC TO TRUE.
           ADD 1 TO WS-DOC-SEQ.
           MOVE WS-DATA-OFFSET TO WS-DOC-OFFSET.
           MOVE ZERO TO WS-DOC-LENGTH WS-DOC-PAGES
                        WS-DOC-START-RECNUM.

      * Records go out expanded: the repository gets plain AFP.
       0455-WRITE-DOC-RECORD.
           MOVE WS-ARCIN-LEN TO WS-EXPDATA-LEN.
           WRITE EXPDATA-RECORD FROM ARCIN-FLAT.
           IF NOT EXPDATA-OK
              DISPLAY PGMNAME ' EXPDATA WRITE STATUS '
                      EXPDATA-STATUS
              PERFORM 0990-ABORT-RUN
           END-IF.
           ADD WS-ARCIN-LEN TO WS-DATA-OFFSET WS-DOC-LENGTH.
           ADD 1 TO WS-TOT-RECORDS.

      * One generic-indexer group per document with pages: the run's
      * identification and resources, the document's TLE pairs, then
      * where the document lies in EXPDATA.
       0460-CLOSE-DOCUMENT.
           SET WS-NO-DOC TO TRUE.
           IF WS-DOC-PAGES = ZERO
              ADD 1 TO WS-GEN-EMPTY-DOCS
           ELSE
              ADD 1 TO WS-GEN-DOCS
              ADD WS-DOC-PAGES TO WS-GEN-PAGES
              MOVE 'JOBNAME' TO WS-FLD-NAME
              MOVE CAT-JOBNAME TO WS-FLD-VALUE
              PERFORM 0465-WRITE-FIELD
              MOVE 'RUNDATE' TO WS-FLD-NAME
              MOVE CAT-RUN-DATE TO WS-NUM-6
              MOVE WS-NUM-6 TO WS-FLD-VALUE
              PERFORM 0465-WRITE-FIELD
              MOVE 'RUNTIME' TO WS-FLD-NAME
              MOVE CAT-RUN-TIME TO WS-NUM-8
              MOVE WS-NUM-8 TO WS-FLD-VALUE
              PERFORM 0465-WRITE-FIELD
              MOVE 'ARCHDSN' TO WS-FLD-NAME
              MOVE CAT-ARCHIVE-DSN TO WS-FLD-VALUE
              PERFORM 0465-WRITE-FIELD
              MOVE 'PAGES' TO WS-FLD-NAME
              MOVE WS-DOC-PAGES TO WS-NUM-EDIT
              MOVE FUNCTION TRIM(WS-NUM-EDIT) TO WS-FLD-VALUE
              PERFORM 0465-WRITE-FIELD
              IF WS-GEN-RES-SETS > ZERO
                 MOVE 'FORMDEF' TO WS-FLD-NAME
                 MOVE WS-GEN-FORMDEF TO WS-FLD-VALUE
                 PERFORM 0465-WRITE-FIELD
                 MOVE 'PAGEDEF' TO WS-FLD-NAME
                 MOVE WS-GEN-PAGEDEF TO WS-FLD-VALUE
                 PERFORM 0465-WRITE-FIELD
              END-IF
              PERFORM 0462-WRITE-DOC-KEYS
              MOVE SPACES TO WS-INDEX-LINE
              MOVE WS-DOC-OFFSET TO WS-NUM-EDIT
              STRING 'GROUP_OFFSET:'          DELIMITED BY SIZE
                     FUNCTION TRIM(WS-NUM-EDIT) DELIMITED BY SIZE
                INTO WS-INDEX-LINE
              END-STRING
              PERFORM 0467-WRITE-INDEX-LINE
              MOVE SPACES TO WS-INDEX-LINE
              MOVE WS-DOC-LENGTH TO WS-NUM-EDIT
              STRING 'GROUP_LENGTH:'          DELIMITED BY SIZE
                     FUNCTION TRIM(WS-NUM-EDIT) DELIMITED BY SIZE
                INTO WS-INDEX-LINE
              END-STRING
              PERFORM 0467-WRITE-INDEX-LINE
              MOVE SPACES TO WS-INDEX-LINE
              STRING 'GROUP_FILENAME:'        DELIMITED BY SIZE
                     WS-DATA-DSN              DELIMITED BY SPACE
                INTO WS-INDEX-LINE
              END-STRING
              PERFORM 0467-WRITE-INDEX-LINE
           END-IF.

      * The keys whose document-start record is this document's
      * first page.  The same name/value indexed twice for one
      * document (a TLE repeated on every page) goes out once.
       0462-WRITE-DOC-KEYS.
           PERFORM VARYING KEY-IDX FROM 1 BY 1
                   UNTIL KEY-IDX > WS-KEY-COUNT
              IF WS-KT-RECNUM(KEY-IDX) = WS-DOC-START-RECNUM
                 AND WS-KT-DOC(KEY-IDX) = ZERO
                 MOVE WS-DOC-SEQ TO WS-KT-DOC(KEY-IDX)
                 ADD 1 TO WS-GEN-KEYS-PLACED
                 SET WS-KEY-FIRST TO TRUE
                 PERFORM VARYING DUP-IDX FROM 1 BY 1
                         UNTIL DUP-IDX NOT < KEY-IDX
                            OR WS-KEY-DUPLICATE
                    IF WS-KT-DOC(DUP-IDX) = WS-DOC-SEQ
                       AND WS-KT-NAME(DUP-IDX) = WS-KT-NAME(KEY-IDX)
                       AND WS-KT-VALUE(DUP-IDX) =
                           WS-KT-VALUE(KEY-IDX)
                       SET WS-KEY-DUPLICATE TO TRUE
                    END-IF
                 END-PERFORM
                 IF WS-KEY-FIRST
                    MOVE WS-KT-NAME(KEY-IDX) TO WS-FLD-NAME
                    MOVE WS-KT-VALUE(KEY-IDX) TO WS-FLD-VALUE
                    PERFORM 0465-WRITE-FIELD
                 END-IF
              END-IF
           END-PERFORM.

       0465-WRITE-FIELD.
           MOVE SPACES TO WS-INDEX-LINE.
           STRING 'GROUP_FIELD_NAME:'          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FLD-NAME)   DELIMITED BY SIZE
             INTO WS-INDEX-LINE
           END-STRING.
           PERFORM 0467-WRITE-INDEX-LINE.
           MOVE SPACES TO WS-INDEX-LINE.
           STRING 'GROUP_FIELD_VALUE:'         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FLD-VALUE)  DELIMITED BY SIZE
             INTO WS-INDEX-LINE
           END-STRING.
           PERFORM 0467-WRITE-INDEX-LINE.

       0467-WRITE-INDEX-LINE.
           WRITE EXPWORK-RECORD FROM WS-INDEX-LINE.
           IF NOT EXPWORK-OK
              DISPLAY PGMNAME ' EXPWORK WRITE STATUS '
                      EXPWORK-STATUS
              PERFORM 0990-ABORT-RUN
           END-IF.

      * Keys the split could not attach: a zero document start (the
      * key's document produced no indexed page) or a start record
      * that opened no exported document.
       0468-COUNT-UNPLACED-KEYS.
           COMPUTE WS-GEN-KEYS-UNPLACED =
                   WS-KEY-COUNT - WS-GEN-KEYS-PLACED.
           IF WS-GEN-KEYS-UNPLACED > ZERO
              AND WS-GEN-NOTE = SPACES
              MOVE SPACES TO WS-GEN-NOTE
              MOVE WS-GEN-KEYS-UNPLACED TO WS-NUM-EDIT
              STRING FUNCTION TRIM(WS-NUM-EDIT) DELIMITED BY SIZE
                     ' KEYS WITH NO EXPORTED DOCUMENT'
                                               DELIMITED BY SIZE
                INTO WS-GEN-NOTE
              END-STRING
           END-IF.

      * The generation went through: its staged groups join EXPINDX.
       0470-COMMIT-GEN-INDEX.
           OPEN INPUT EXPWORK-FILE.
           IF NOT EXPWORK-OK
              DISPLAY PGMNAME ' EXPWORK STATUS AFTER OPEN '
                      EXPWORK-STATUS
              PERFORM 0990-ABORT-RUN
           END-IF.
           PERFORM 0475-COPY-ONE-LINE
             UNTIL EXPWORK-EOF.
           CLOSE EXPWORK-FILE.

       0475-COPY-ONE-LINE.
           READ EXPWORK-FILE
              AT END
                 CONTINUE
              NOT AT END
                 WRITE EXPINDX-RECORD FROM EXPWORK-RECORD
                 IF NOT EXPINDX-OK
                    DISPLAY PGMNAME ' EXPINDX WRITE STATUS '
                            EXPINDX-STATUS
                    PERFORM 0990-ABORT-RUN
                 END-IF
           END-READ.
        EJECT
       TITLE 'Export outputs'.
      * Opened on the first generation actually exported, so a run
      * with nothing to do creates nothing.  The data dataset is
      * always allocated new: an export never appends to, or
      * overwrites, one that may already have been loaded.
       0500-OPEN-OUTPUTS.
           MOVE SPACES TO DYN-PARM-TEXT.
           STRING 'ALLOC DD(EXPDATA) DSN('      DELIMITED BY SIZE
                  WS-DATA-DSN                   DELIMITED BY SPACE
                  ') NEW CATLG RECFM(V,B) LRECL(32756) BLKSIZE(0) '
                                                 DELIMITED BY SIZE
                  'SPACE(50,100) CYL REUSE'     DELIMITED BY SIZE
             INTO DYN-PARM-TEXT
           END-STRING.
           PERFORM 0550-CALL-BPXWDYN.
           IF WS-INDEX-DSN NOT = SPACES
              MOVE SPACES TO DYN-PARM-TEXT
              STRING 'ALLOC DD(EXPINDX) DSN('   DELIMITED BY SIZE
                     WS-INDEX-DSN               DELIMITED BY SPACE
                     ') NEW CATLG RECFM(F,B) LRECL(80) BLKSIZE(0) '
                                                 DELIMITED BY SIZE
                     'SPACE(5,20) CYL REUSE'    DELIMITED BY SIZE
                INTO DYN-PARM-TEXT
              END-STRING
              PERFORM 0550-CALL-BPXWDYN
           END-IF.
           MOVE SPACES TO DYN-PARM-TEXT.
           STRING 'ALLOC DD(EXPWORK) NEW DELETE RECFM(F,B) '
                                                 DELIMITED BY SIZE
                  'LRECL(80) BLKSIZE(0) SPACE(5,20) CYL REUSE'
                                                 DELIMITED BY SIZE
             INTO DYN-PARM-TEXT
           END-STRING.
           PERFORM 0550-CALL-BPXWDYN.
           OPEN OUTPUT EXPDATA-FILE.
           OPEN OUTPUT EXPINDX-FILE.
           IF NOT EXPDATA-OK OR NOT EXPINDX-OK
              DISPLAY PGMNAME ' EXPORT OUTPUT OPEN STATUS '
                      EXPDATA-STATUS ' ' EXPINDX-STATUS
              PERFORM 0990-ABORT-RUN
           END-IF.
           SET WS-OUTPUTS-OPEN TO TRUE.
           MOVE ZERO TO WS-DATA-OFFSET.
           MOVE SPACES TO WS-INDEX-LINE.
           STRING 'COMMENT: ' DELIMITED BY SIZE
                  PGMNAME     DELIMITED BY SIZE
                  ' EXPORT OF JOB ' DELIMITED BY SIZE
                  WS-FILTER-JOB DELIMITED BY SPACE
                  ' RUN DATES ' DELIMITED BY SIZE
                  WS-FILTER-FROM DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-FILTER-TO DELIMITED BY SIZE
             INTO WS-INDEX-LINE
           END-STRING.
           WRITE EXPINDX-RECORD FROM WS-INDEX-LINE.
           MOVE SPACES TO WS-INDEX-LINE.
           STRING 'CODEPAGE:' DELIMITED BY SIZE
                  WS-CODEPAGE DELIMITED BY SPACE
             INTO WS-INDEX-LINE
           END-STRING.
           WRITE EXPINDX-RECORD FROM WS-INDEX-LINE.
           IF NOT EXPINDX-OK
              DISPLAY PGMNAME ' EXPINDX WRITE STATUS '
                      EXPINDX-STATUS
              PERFORM 0990-ABORT-RUN
           END-IF.
           DISPLAY PGMNAME ' EXPORT DATA DSN=' WS-DATA-DSN.

       0550-CALL-BPXWDYN.
           COMPUTE DYN-PARM-LEN = FUNCTION LENGTH
                   (FUNCTION TRIM(DYN-PARM-TEXT)).
           CALL BPXWDYN USING DYN-ALLOC-PARM RETURNING WS-DYN-RC.
           IF WS-DYN-RC NOT = ZERO
              DISPLAY PGMNAME ' DYNAMIC ALLOCATION FAILED, RC='
                      WS-DYN-RC ' FOR ' DYN-PARM-TEXT(1:70)
              PERFORM 0990-ABORT-RUN
           END-IF.
        EJECT
       TITLE 'Close and catalog flagging'.
       0800-CLOSE-OUTPUTS.
           CLOSE EXPDATA-FILE.
           IF NOT EXPDATA-OK
              DISPLAY PGMNAME ' EXPDATA CLOSE STATUS '
                      EXPDATA-STATUS
              PERFORM 0990-ABORT-RUN
           END-IF.
           CLOSE EXPINDX-FILE.
           IF NOT EXPINDX-OK
              DISPLAY PGMNAME ' EXPINDX CLOSE STATUS '
                      EXPINDX-STATUS
              PERFORM 0990-ABORT-RUN
           END-IF.
           SET WS-OUTPUTS-CLOSED TO TRUE.

      * Only now, with both outputs safely closed, are the exported
      * generations marked -- the flag is what stops a second load,
      * so it must never be set on output that does not exist.
       0850-FLAG-EXPORTED.
           PERFORM 0860-FLAG-ONE-GENERATION
              VARYING EXP-IDX FROM 1 BY 1
              UNTIL EXP-IDX > WS-EXP-COUNT.

       0860-FLAG-ONE-GENERATION.
           MOVE WS-EXPORTED-DSN(EXP-IDX) TO CAT-ARCHIVE-DSN.
           READ ARCHCAT-FILE
              INVALID KEY
                 DISPLAY PGMNAME ' EXPORTED ENTRY VANISHED: '
                         WS-EXPORTED-DSN(EXP-IDX)
                 PERFORM 0870-NOT-FLAGGED
              NOT INVALID KEY
                 SET CAT-EXPORTED TO TRUE
                 REWRITE ARCHCAT-RECORD
                 IF ARCHCAT-OK
                    ADD 1 TO WS-GENS-FLAGGED
                 ELSE
                    DISPLAY PGMNAME ' ARCHCAT REWRITE STATUS '
                            ARCHCAT-STATUS ' FOR '
                            WS-EXPORTED-DSN(EXP-IDX)
                    PERFORM 0870-NOT-FLAGGED
                 END-IF
           END-READ.

       0870-NOT-FLAGGED.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-EXPORTED-DSN(EXP-IDX) TO RPT-DSN.
           MOVE 'NOT FLAGGED' TO RPT-DISPOSITION.
           MOVE 'EXPORTED BUT CATALOG NOT UPDATED, SET BY HAND'
             TO RPT-NOTE.
           PERFORM 0890-WRITE-REPORT-LINE.
           IF WS-RETURN-CODE < 8
              MOVE 8 TO WS-RETURN-CODE
           END-IF.
        EJECT
       TITLE 'Report and wrap-up'.
       0890-WRITE-REPORT-LINE.
           WRITE EXPTRPT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.

       0900-WRAP-UP.
           MOVE SPACES TO EXPTRPT-RECORD.
           WRITE EXPTRPT-RECORD.
           MOVE 'GENERATIONS' TO RPT-DISPOSITION.
           MOVE WS-EXP-COUNT TO RPT-DOCS.
           MOVE 'EXPORTED' TO RPT-NOTE.
           PERFORM 0890-WRITE-REPORT-LINE.
           MOVE 'DOCUMENTS' TO RPT-DISPOSITION.
           MOVE WS-TOT-DOCS TO RPT-DOCS.
           MOVE WS-TOT-PAGES TO RPT-PAGES.
           MOVE 'INDEXED IN THE CONTROL FILE' TO RPT-NOTE.
           PERFORM 0890-WRITE-REPORT-LINE.
           MOVE 'GENERATIONS' TO RPT-DISPOSITION.
           MOVE WS-GENS-FAILED TO RPT-DOCS.
           MOVE 'FAILED, NOT FLAGGED' TO RPT-NOTE.
           PERFORM 0890-WRITE-REPORT-LINE.
           MOVE 'GENERATIONS' TO RPT-DISPOSITION.
           MOVE WS-GENS-ATTENTION TO RPT-DOCS.
           MOVE 'NOT EXPORTED, NEED ATTENTION' TO RPT-NOTE.
           PERFORM 0890-WRITE-REPORT-LINE.
           CLOSE EXPTRPT-FILE.
           DISPLAY PGMNAME ' CATALOG ENTRIES READ:  ' WS-ENTRIES-READ.
           DISPLAY PGMNAME ' GENERATIONS SELECTED:  '
                   WS-GENS-SELECTED.
           DISPLAY PGMNAME ' GENERATIONS EXPORTED:  ' WS-EXP-COUNT.
           DISPLAY PGMNAME ' GENERATIONS FLAGGED:   ' WS-GENS-FLAGGED.
           DISPLAY PGMNAME ' GENERATIONS FAILED:    ' WS-GENS-FAILED.
           DISPLAY PGMNAME ' DOCUMENTS EXPORTED:    ' WS-TOT-DOCS.
           DISPLAY PGMNAME ' RECORDS WRITTEN:       ' WS-TOT-RECORDS.
           DISPLAY PGMNAME ' BYTES WRITTEN:         ' WS-DATA-OFFSET.
           IF WS-TOT-KEYS-UNPLACED > ZERO
              DISPLAY PGMNAME ' KEYS WITH NO EXPORTED DOCUMENT: '
                      WS-TOT-KEYS-UNPLACED
           END-IF.
           IF WS-EXP-COUNT = ZERO AND WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF.

      * Abnormal end.  Nothing has been flagged yet (flagging is the
      * last thing a good run does), so the catalog still shows every
      * selected generation as unexported; whatever reached EXPDATA
      * and EXPINDX must be discarded, not loaded.  Does not return.
       0990-ABORT-RUN.
           DISPLAY PGMNAME ' *** EXPORT ABANDONED, NO GENERATION '
                   'FLAGGED -- DISCARD ' WS-DATA-DSN ' ***'.
           MOVE 12 TO RETURN-CODE.
           GOBACK.
        EJECT
       TITLE 'Compressed-record expansion'.
           COPY AFPRLEXP SUPPRESS.
       END PROGRAM ARCHEXPT.
