       PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
      * LAST UPDATE ON 15 Oct 2026 AT 09:00:00 BY MAINT    VERSION 02  *
       ID DIVISION.
       PROGRAM-ID. ARCHSRCH.
       AUTHOR. TURETZKY--HYDRA.
       INSTALLATION. IBM BOULDER PROGRAMMING CENTER.

                 Full-text content search of the ACIFOBDT print
                 archive.  Runs and applications that never produced
                 TLEs have nothing in AFPKYIDX or AFPKEYDB, so the
                 only way to find every statement that mentions a
                 name or reference number is to read the archive
                 itself.  This program selects generations from
                 ARCHCAT by job, run-date range and DSN prefix,
                 reads each one (compressed records expand through
                 the shared AFPRLEXP logic, as AFPPAGRD's do), and
                 matches one or more search strings against the
                 print-line data of every page.

                 Every hit is reported with archive DSN, generation,
                 page number (from the generation's page index) and
                 line (the n-th record after the page's BPG, the
                 numbering AFPPAGRD's redaction LINE= rules use),
                 the column the string starts in and the line text
                 around it.  For each generation with hits an
                 AFPPAGRD request (ARCHDSN=, INDEXDSN=, GEN=, PAGES=)
                 is written for the pages hit, so a search feeds a
                 reprint directly: to the SRCHREQ DD, each request
                 led by a comment card, or with REQHLQ= to a stamped
                 dataset of its own per generation that AFPPAGRD
                 takes as RETRQST unchanged.

                 A generation the catalog shows as migrated is
                 probed first, as AFPPAGRD probes one: if it is back
                 on DASD its catalog entry is reset to closed and it
                 is searched.  One still migrated is not searched: it
                 is listed as such and an HRECALL command is written
                 to AFPRECAL for a following IKJEFT01 step
                 (AFPPAGRD's handoff), so a rerun after the recall
                 searches it.
                 Scratched generations are listed as not searched;
                 consolidated ones pass silently, their content is
                 searched through the merged generation.

                 Searching the archive is access to customer data:
                 every generation searched is audited to AFPAUDIT
                 like a retrieval (type SRCH, see AFPAUDTR) under the
                 userid and jobname the search runs as, and a search
                 that cannot be audited is not run -- an audit write
                 that fails part way stops the search there.

                 Parameter statements (SRCHPARM DD, keyword=value):
                   JOB=jobname      job whose generations are
                                    searched, or prefix* form
                   FROM=yymmdd      earliest run date (default
                                    today)
                   TO=yymmdd        latest run date (default FROM)
                   DSN=prefix       archive DSN prefix
                                    (JOB= or DSN= is required)
                   STRING=text      a search string, 1-60
                                    characters, the card's whole
                                    remainder; enclose it in
                                    apostrophes to keep leading or
                                    trailing blanks.  Up to 10
                                    may be given; a line is a hit
                                    for each one found in it
                   COLUMNS=c-c      column range the STRING= cards
                                    that follow are matched in
                                    (columns count from the first
                                    data byte after the introducer);
                                    COLUMNS=ALL (default) the whole
                                    line
                   CASE=ANY         ignore upper/lower case (default
                                    EXACT)
                   MAXHITS=n        hit lines listed on the report
                                    (default 5000; the rest are
                                    counted, and still requested)
                   REQHLQ=prefix    high-level qualifier of the
                                    per-generation request datasets
                                    (1-23 characters)
                   AUDITDSN=dsn     cumulative retrieval audit
                                    dataset (or an AFPAUDIT DD)
                   JOBNAME=name     requesting job, optional: must
                                    match the job the search runs in
                   USERID=user      requesting user, optional: must
                                    match the userid the search runs
                                    under
                 Cards with * in column 1 are comments.  The report
                 goes to SRCHRPT.

                 A request carries at most 500 pages, as many as
                 AFPPAGRD takes; a generation with more pages hit is
                 requested for its first 500 and says so.

                 RC=0 hits found, RC=4 no hits, generations not
                 searched or requests cut short, RC=8 a generation,
                 request, recall or audit write failed, RC=12
                 parameters, catalog or audit dataset unusable.

                 Maintenance history:
                 - The requester is the executing task (its ACEE
                   userid and TIOT jobname, the shared AFPTIDEN
                   logic), not the JOBNAME=/USERID= cards, which may
                   only confirm it; the audit records carry it.  The
                   reprint requests no longer carry JOBNAME=/USERID=:
                   AFPPAGRD takes the requester from whoever runs
                   them.  A failed audit write stops the search and
                   the report says what was left unsearched.  A
                   migrated generation found back on DASD is reset
                   to closed in the catalog and searched.
       DATE-WRITTEN. 15 Oct 2026.
       DATE-COMPILED.
       SECURITY. IBM SAMPLE CODE ONLY.
       TITLE 'Archive Content Search'.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Read through in key order; opened I-O so a migrated entry
      * found back on DASD can be reset to closed.
           SELECT ARCHCAT-FILE        ASSIGN TO ARCHCAT,
                                      ORGANIZATION INDEXED,
                                      ACCESS SEQUENTIAL,
                                      RECORD KEY CAT-ARCHIVE-DSN,
                                      FILE STATUS ARCHCAT-STATUS.
      * One generation's archive dataset and page index, attached
      * per catalog entry through dynamic allocation.
           SELECT AFPARCIN-FILE       ASSIGN TO AFPARCIN,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS AFPARCIN-STATUS.
           SELECT AFPIDXIN-FILE       ASSIGN TO AFPIDXIN,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS AFPIDXIN-STATUS.
      * AFPPAGRD request cards: the SRCHREQ DD, or a fresh dataset
      * per generation allocated to SRCHREQ when REQHLQ= is given.
           SELECT SRCHREQ-FILE        ASSIGN TO SRCHREQ,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS SRCHREQ-STATUS.
      * Recall-command handoff (HRECALL statements for a following
      * IKJEFT01 step), appended as AFPPAGRD appends it.
           SELECT AFPRECAL-FILE       ASSIGN TO AFPRECAL,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS AFPRECAL-STATUS.
      * Retrieval audit trail, from AUDITDSN= or an AFPAUDIT DD.
           SELECT AFPAUDIT-FILE       ASSIGN TO AFPAUDIT,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS AFPAUDIT-STATUS.
           SELECT SRCHPARM-FILE       ASSIGN TO SRCHPARM,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS SRCHPARM-STATUS.
           SELECT SRCHRPT-FILE        ASSIGN TO SRCHRPT,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS SRCHRPT-STATUS.
        EJECT
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHCAT-FILE
           RECORD CONTAINS 256 CHARACTERS.
           COPY ARCHCATR SUPPRESS.
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
      * Page index entries as written by ACIFOBDT (AFPPGIDX).
       FD  AFPIDXIN-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  AFPIDXIN-RECORD.
           05  IDX-PAGE-NUMBER        PIC 9(8) BINARY.
           05  IDX-AFPPAGOT-RECNUM    PIC 9(8) BINARY.
           05  IDX-ARCHIVE-GEN        PIC 9(4) BINARY.
           05  IDX-PAGE-CHECKSUM      PIC 9(8) BINARY.
           05  IDX-PAGE-RECORDS       PIC 9(8) BINARY.
           05  FILLER                 PIC X(2).
       FD  SRCHREQ-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SRCHREQ-RECORD             PIC X(80).
       FD  AFPRECAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AFPRECAL-RECORD            PIC X(80).
       FD  AFPAUDIT-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY AFPAUDTR SUPPRESS.
       FD  SRCHPARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SRCHPARM-RECORD            PIC X(80).
       FD  SRCHRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  SRCHRPT-RECORD             PIC X(132).
       WORKING-STORAGE SECTION.
       01  PGMNAME                 PIC X(8) VALUE 'ARCHSRCH'.
       77  ARCHCAT-STATUS          PIC 99.
           88  ARCHCAT-OK          VALUE 00.
           88  ARCHCAT-EOF         VALUE 10.
       77  AFPARCIN-STATUS         PIC 99.
           88  AFPARCIN-OK         VALUE 00.
           88  AFPARCIN-EOF        VALUE 10.
       77  AFPIDXIN-STATUS         PIC 99.
           88  AFPIDXIN-OK         VALUE 00.
           88  AFPIDXIN-EOF        VALUE 10.
       77  SRCHREQ-STATUS          PIC 99.
           88  SRCHREQ-OK          VALUE 00.
       77  AFPRECAL-STATUS         PIC 99.
           88  AFPRECAL-OK         VALUE 00.
       77  AFPAUDIT-STATUS         PIC 99.
           88  AFPAUDIT-OK         VALUE 00.
       77  SRCHPARM-STATUS         PIC 99.
           88  SRCHPARM-OK         VALUE 00.
           88  SRCHPARM-EOF        VALUE 10.
       77  SRCHRPT-STATUS          PIC 99.
           88  SRCHRPT-OK          VALUE 00.
       77  WS-ARCIN-LEN            PIC 9(8) BINARY.
            SKIP1
       01  WS-PARM-CARD.
           05  WS-CARD-KEYWORD     PIC X(16).
           05  WS-CARD-VALUE       PIC X(64).
       77  WS-CARD-PTR             PIC S9(4) BINARY VALUE 1.
       01  WS-CARD-REST            PIC X(80).
       77  WS-PARM-ERRORS          PIC 9(4) BINARY VALUE ZERO.
       01  WS-FILTER-JOB           PIC X(8)  VALUE SPACES.
       77  WS-FILTER-JOB-LEN       PIC S9(4) BINARY VALUE ZERO.
       77  WS-JOB-PREFIX-FLAG      PIC X VALUE 'N'.
           88  WS-JOB-PREFIX       VALUE 'Y'.
       01  WS-FILTER-DSN           PIC X(44) VALUE SPACES.
       77  WS-FILTER-DSN-LEN       PIC S9(4) BINARY VALUE ZERO.
       77  WS-FILTER-FROM          PIC 9(6) VALUE ZERO.
       77  WS-FILTER-TO            PIC 9(6) VALUE ZERO.
       77  WS-CASE-FLAG            PIC X VALUE 'E'.
           88  WS-CASE-EXACT       VALUE 'E'.
           88  WS-CASE-ANY         VALUE 'A'.
       77  WS-MAX-HIT-LINES        PIC 9(8) BINARY VALUE 5000.
       01  WS-REQ-HLQ              PIC X(24) VALUE SPACES.
       01  WS-AUDIT-DSN            PIC X(44) VALUE SPACES.
       01  WS-REQ-JOBNAME          PIC X(8)  VALUE SPACES.
       01  WS-REQ-USERID           PIC X(8)  VALUE SPACES.
       77  WS-MATCH-FLAG           PIC X VALUE 'N'.
           88  WS-ENTRY-MATCHES    VALUE 'Y'.
           88  WS-ENTRY-SKIPPED    VALUE 'N'.
       01  WS-CURRENT-DATE.
           05  WS-CUR-YY           PIC 99.
           05  WS-CUR-MM           PIC 99.
           05  WS-CUR-DD           PIC 99.
       01  WS-CURRENT-DATE-X       REDEFINES WS-CURRENT-DATE
                                   PIC X(6).
       01  WS-CURRENT-TIME         PIC 9(8).
       01  WS-CURRENT-TIME-X       REDEFINES WS-CURRENT-TIME
                                   PIC X(8).
       01  WS-LOWER-CASE           PIC X(26) VALUE
               'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE           PIC X(26) VALUE
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
            SKIP1
      * Search strings.  The column range in force when a STRING=
      * card is read goes with that string; a zero upper column is
      * the end of the line.
       77  WS-MAX-STRINGS          PIC 9(4) BINARY VALUE 10.
       77  WS-STRING-COUNT         PIC 9(4) BINARY VALUE ZERO.
       77  WS-COL-FROM             PIC 9(5) BINARY VALUE 1.
       77  WS-COL-TO               PIC 9(5) BINARY VALUE ZERO.
       01  WS-COL-FROM-X           PIC X(8).
       01  WS-COL-TO-X             PIC X(8).
       01  WS-STRING-TABLE.
           05  WS-STRING-ENTRY OCCURS 10 TIMES INDEXED BY STR-IDX.
               10  WS-ST-TEXT      PIC X(60).
               10  WS-ST-LEN       PIC 9(4) BINARY.
               10  WS-ST-FROM      PIC 9(5) BINARY.
               10  WS-ST-TO        PIC 9(5) BINARY.
               10  WS-ST-HITS      PIC 9(8) BINARY.
       77  WS-STR-LEN              PIC S9(4) BINARY VALUE ZERO.
            SKIP1
      * The generation being searched.
       01  WS-GEN-DSN              PIC X(44).
       01  WS-GEN-INDEX-DSN        PIC X(44).
       77  WS-GEN-NUMBER           PIC 9(4) VALUE ZERO.
       01  WS-GEN-RESULT           PIC X(12).
       01  WS-GEN-NOTE             PIC X(22).
       77  WS-GEN-RC               PIC 9(3) VALUE ZERO.
       77  WS-GEN-RECORDS          PIC 9(8) BINARY VALUE ZERO.
       77  WS-GEN-PAGES            PIC 9(8) BINARY VALUE ZERO.
       77  WS-GEN-LINES            PIC 9(10) BINARY VALUE ZERO.
       77  WS-GEN-HITS             PIC 9(8) BINARY VALUE ZERO.
       77  WS-GEN-PAGES-HIT        PIC 9(8) BINARY VALUE ZERO.
       77  WS-GEN-ERROR-FLAG       PIC X VALUE 'N'.
           88  WS-GEN-ERROR        VALUE 'Y'.
           88  WS-GEN-NO-ERROR     VALUE 'N'.
       77  WS-IDX-FLAG             PIC X VALUE 'N'.
           88  WS-IDX-AVAILABLE    VALUE 'Y'.
           88  WS-IDX-NOT-AVAILABLE VALUE 'N'.
       77  WS-IDX-UNNUMBERED       PIC 9(8) BINARY VALUE ZERO.
       77  WS-ARC-RECNUM           PIC 9(8) BINARY VALUE ZERO.
       77  WS-PAGE-FLAG            PIC X VALUE 'N'.
           88  WS-IN-PAGE          VALUE 'Y'.
           88  WS-NOT-IN-PAGE      VALUE 'N'.
       77  WS-PAGE-NUMBER          PIC 9(8) BINARY VALUE ZERO.
       77  WS-PAGE-LINE            PIC 9(5) BINARY VALUE ZERO.
       77  WS-PAGE-HIT-FLAG        PIC X VALUE 'N'.
           88  WS-PAGE-HIT         VALUE 'Y'.
           88  WS-PAGE-NOT-HIT     VALUE 'N'.
       01  WS-SF-TYPE              PIC XXX.
       01  WS-BANNER-ID            PIC X(8) VALUE 'BANNER=='.
       01  WS-TRAILER-ID           PIC X(8) VALUE 'TRAILER='.
            SKIP1
      * The print line being matched: the record's data after its
      * carriage control and introducer, upper-cased for CASE=ANY.
       01  WS-LINE-DATA            PIC X(32756).
       77  WS-LINE-LEN             PIC S9(8) BINARY VALUE ZERO.
       77  WS-SCAN-FROM            PIC S9(8) BINARY VALUE ZERO.
       77  WS-SCAN-TO              PIC S9(8) BINARY VALUE ZERO.
       77  WS-SCAN-POS             PIC S9(8) BINARY VALUE ZERO.
       77  WS-HIT-COLUMN           PIC S9(8) BINARY VALUE ZERO.
       77  WS-EXCERPT-FROM         PIC S9(8) BINARY VALUE ZERO.
       77  WS-EXCERPT-LEN          PIC S9(8) BINARY VALUE ZERO.
            SKIP1
      * Pages hit in the generation, in page order, for its request.
       77  WS-MAX-HIT-PAGES        PIC 9(4) BINARY VALUE 500.
       77  WS-HIT-PAGE-COUNT       PIC 9(4) BINARY VALUE ZERO.
       77  WS-HIT-PAGE-OVERFLOW    PIC 9(8) BINARY VALUE ZERO.
       01  WS-HIT-PAGE-TABLE.
           05  WS-HIT-PAGE         OCCURS 500 TIMES
                                   INDEXED BY HPG-IDX
                                   PIC 9(8) BINARY.
            SKIP1
      * AFPPAGRD request building: PAGES= values of up to 20 tokens
      * and 64 characters, consecutive pages written as a range.
       01  WS-REQ-CARD             PIC X(80).
       77  WS-REQ-PTR              PIC S9(4) BINARY VALUE 1.
       77  WS-REQ-TOKENS           PIC 9(4) BINARY VALUE ZERO.
       77  WS-RANGE-FROM           PIC 9(8) BINARY VALUE ZERO.
       77  WS-RANGE-TO             PIC 9(8) BINARY VALUE ZERO.
       01  WS-TOKEN                PIC X(17).
       77  WS-TOKEN-LEN            PIC S9(4) BINARY VALUE ZERO.
       01  WS-NUM-EDIT             PIC Z(7)9.
       77  WS-NUM-LEAD             PIC S9(4) BINARY VALUE ZERO.
       01  WS-NUM-TEXT             PIC X(8).
       77  WS-NUM-LEN              PIC S9(4) BINARY VALUE ZERO.
       77  WS-REQ-SEQ              PIC 9(3) VALUE ZERO.
       01  WS-REQ-DSN              PIC X(44) VALUE SPACES.
       77  WS-REQ-OPEN-FLAG        PIC X VALUE 'N'.
           88  WS-REQ-FILE-OPEN    VALUE 'Y'.
           88  WS-REQ-FILE-CLOSED  VALUE 'N'.
       01  WS-HSM-LINE             PIC X(80).
            SKIP1
      * Run totals.
       77  WS-ENTRIES-READ         PIC 9(8) BINARY VALUE ZERO.
       77  WS-GENS-SELECTED        PIC 9(8) BINARY VALUE ZERO.
       77  WS-GENS-SEARCHED        PIC 9(8) BINARY VALUE ZERO.
       77  WS-GENS-WITH-HITS       PIC 9(8) BINARY VALUE ZERO.
       77  WS-GENS-MIGRATED        PIC 9(8) BINARY VALUE ZERO.
       77  WS-GENS-SCRATCHED       PIC 9(8) BINARY VALUE ZERO.
       77  WS-GENS-FAILED          PIC 9(8) BINARY VALUE ZERO.
       77  WS-TOTAL-PAGES          PIC 9(10) BINARY VALUE ZERO.
       77  WS-TOTAL-LINES          PIC 9(10) BINARY VALUE ZERO.
       77  WS-TOTAL-HITS           PIC 9(10) BINARY VALUE ZERO.
       77  WS-TOTAL-PAGES-HIT      PIC 9(10) BINARY VALUE ZERO.
       77  WS-HIT-LINES-LISTED     PIC 9(8) BINARY VALUE ZERO.
       77  WS-HIT-LINES-UNLISTED   PIC 9(8) BINARY VALUE ZERO.
       77  WS-REQUESTS-WRITTEN     PIC 9(8) BINARY VALUE ZERO.
       77  WS-REQUESTS-PARTIAL     PIC 9(8) BINARY VALUE ZERO.
       77  WS-RECALLS-WRITTEN      PIC 9(8) BINARY VALUE ZERO.
       77  WS-AUDIT-WRITTEN        PIC 9(8) BINARY VALUE ZERO.
       77  WS-RETURN-CODE          PIC S9(4) BINARY VALUE ZERO.
       77  WS-AUDIT-ALLOC-FLAG     PIC X VALUE 'N'.
           88  WS-AUDIT-ERROR      VALUE 'Y'.
       77  WS-STOPPED-FLAG         PIC X VALUE 'N'.
           88  WS-SEARCH-STOPPED   VALUE 'Y'.
            SKIP1
      * Generations selected, for the summary after the hit list.
       77  WS-MAX-GENS             PIC 9(4) BINARY VALUE 500.
       77  WS-GEN-COUNT            PIC 9(4) BINARY VALUE ZERO.
       77  WS-GEN-OVERFLOW         PIC 9(8) BINARY VALUE ZERO.
       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY OCCURS 500 TIMES INDEXED BY GEN-IDX.
               10  WS-GE-DSN       PIC X(44).
               10  WS-GE-GEN       PIC 9(4).
               10  WS-GE-RESULT    PIC X(12).
               10  WS-GE-PAGES     PIC 9(8) BINARY.
               10  WS-GE-LINES     PIC 9(10) BINARY.
               10  WS-GE-HITS      PIC 9(8) BINARY.
               10  WS-GE-PAGES-HIT PIC 9(8) BINARY.
               10  WS-GE-NOTE      PIC X(22).
            SKIP1
       01  DYN-ALLOC-PARM.
           05  DYN-PARM-LEN        PIC S9(4) BINARY.
           05  DYN-PARM-TEXT       PIC X(160).
       77  BPXWDYN                 PIC X(8) VALUE 'BPXWDYN'.
       77  WS-DYN-RC               PIC S9(8) BINARY VALUE ZERO.
            SKIP1
       01  WS-TITLE-LINE.
           05  FILLER              PIC X(30) VALUE
               '  ARCHIVE CONTENT SEARCH  JOB '.
           05  TTL-JOB             PIC X(9).
           05  FILLER              PIC X(12) VALUE '  RUN DATES '.
           05  TTL-FROM            PIC 9(6).
           05  FILLER              PIC X(4)  VALUE ' TO '.
           05  TTL-TO              PIC 9(6).
           05  FILLER              PIC X(7)  VALUE '  DSN '.
           05  TTL-DSN             PIC X(44).
           05  FILLER              PIC X(14) VALUE SPACES.
       01  WS-STRING-LINE.
           05  FILLER              PIC X(9)  VALUE '  STRING '.
           05  STL-NUMBER          PIC Z9.
           05  FILLER              PIC X(3)  VALUE ':  '.
           05  STL-TEXT            PIC X(62).
           05  FILLER              PIC X(10) VALUE ' COLUMNS '.
           05  STL-COLUMNS         PIC X(12).
           05  FILLER              PIC X(34) VALUE SPACES.
       01  WS-HIT-HEADING.
           05  FILLER              PIC X(48) VALUE
               '  ARCHIVE DATASET NAME'.
           05  FILLER              PIC X(6)  VALUE 'GEN'.
           05  FILLER              PIC X(10) VALUE '    PAGE'.
           05  FILLER              PIC X(7)  VALUE ' LINE'.
           05  FILLER              PIC X(7)  VALUE '  COL'.
           05  FILLER              PIC X(4)  VALUE 'ST'.
           05  FILLER              PIC X(50) VALUE 'LINE TEXT'.
       01  WS-HIT-LINE.
           05  FILLER              PIC XX    VALUE SPACES.
           05  HTL-DSN             PIC X(44).
           05  FILLER              PIC XX    VALUE SPACES.
           05  HTL-GEN             PIC 9(4).
           05  FILLER              PIC XX    VALUE SPACES.
           05  HTL-PAGE            PIC ZZZZZZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  HTL-LINE            PIC ZZZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  HTL-COLUMN          PIC ZZZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  HTL-STRING          PIC Z9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  HTL-EXCERPT         PIC X(50).
       01  WS-GEN-HEADING.
           05  FILLER              PIC X(48) VALUE
               '  ARCHIVE DATASET NAME'.
           05  FILLER              PIC X(6)  VALUE 'GEN'.
           05  FILLER              PIC X(14) VALUE 'RESULT'.
           05  FILLER              PIC X(10) VALUE '   PAGES'.
           05  FILLER              PIC X(12) VALUE '     LINES'.
           05  FILLER              PIC X(10) VALUE '    HITS'.
           05  FILLER              PIC X(10) VALUE 'PAGES HIT'.
           05  FILLER              PIC X(22) VALUE 'NOTE'.
       01  WS-GEN-LINE.
           05  FILLER              PIC XX    VALUE SPACES.
           05  GNL-DSN             PIC X(44).
           05  FILLER              PIC XX    VALUE SPACES.
           05  GNL-GEN             PIC 9(4).
           05  FILLER              PIC XX    VALUE SPACES.
           05  GNL-RESULT          PIC X(12).
           05  FILLER              PIC XX    VALUE SPACES.
           05  GNL-PAGES           PIC ZZZZZZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  GNL-LINES           PIC Z(9)9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  GNL-HITS            PIC ZZZZZZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  GNL-PAGES-HIT       PIC ZZZZZZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  GNL-NOTE            PIC X(22).
       01  WS-SUMMARY-LINE.
           05  FILLER              PIC XX    VALUE SPACES.
           05  SUM-LABEL           PIC X(44).
           05  SUM-COUNT           PIC Z(9)9.
           05  FILLER              PIC X(76) VALUE SPACES.
       01  WS-NOTE-LINE.
           05  FILLER              PIC XX    VALUE SPACES.
           05  NTL-TEXT            PIC X(130).
        EJECT
      / COMPRESSED-RECORD EXPANSION WORK AREAS.
           COPY AFPRLEWS SUPPRESS.
      / EXECUTING TASK IDENTITY.
           COPY AFPTIDWS SUPPRESS.
      / AFP STRUCTURED FIELD DEFINITIONS.
           COPY STRFLDS SUPPRESS.
       LINKAGE SECTION.
           COPY AFPTIDLK SUPPRESS.
       TITLE 'Mainline'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY PGMNAME ' ARCHIVE CONTENT SEARCH STARTING'.
           ACCEPT WS-CURRENT-DATE FROM DATE.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           PERFORM 0100-READ-PARMS.
           PERFORM 0155-CHECK-REQUESTER.
           IF WS-FILTER-JOB-LEN = ZERO AND WS-FILTER-DSN-LEN = ZERO
              DISPLAY PGMNAME ' JOB= OR DSN= STATEMENT IS REQUIRED'
              ADD 1 TO WS-PARM-ERRORS
           END-IF.
           IF WS-STRING-COUNT = ZERO
              DISPLAY PGMNAME ' NO STRING= STATEMENT, NOTHING TO '
                      'SEARCH FOR'
              ADD 1 TO WS-PARM-ERRORS
           END-IF.
           IF WS-PARM-ERRORS > ZERO
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
           DISPLAY PGMNAME ' SEARCHING RUN DATES ' WS-FILTER-FROM
                   ' TO ' WS-FILTER-TO ' FOR ' WS-STRING-COUNT
                   ' STRING(S)'.
           OPEN OUTPUT SRCHRPT-FILE.
           IF NOT SRCHRPT-OK
              DISPLAY PGMNAME ' SRCHRPT STATUS AFTER OPEN '
                      SRCHRPT-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0150-OPEN-AUDIT.
           IF WS-REQ-HLQ = SPACES
              OPEN OUTPUT SRCHREQ-FILE
              IF SRCHREQ-OK
                 SET WS-REQ-FILE-OPEN TO TRUE
              ELSE
                 DISPLAY PGMNAME ' SRCHREQ STATUS AFTER OPEN '
                         SRCHREQ-STATUS ', NO REPRINT REQUESTS WRITTEN'
              END-IF
           END-IF.
           OPEN I-O ARCHCAT-FILE.
           IF NOT ARCHCAT-OK
              DISPLAY PGMNAME ' ARCHCAT STATUS AFTER OPEN '
                      ARCHCAT-STATUS
              PERFORM 0990-ABORT-RUN
           END-IF.
           PERFORM 0200-WRITE-HEADINGS.
           PERFORM 0300-SELECT-ONE-ENTRY
             UNTIL ARCHCAT-EOF OR WS-AUDIT-ERROR.
           IF WS-AUDIT-ERROR AND NOT ARCHCAT-EOF
              DISPLAY PGMNAME ' *** SEARCH STOPPED AFTER ' WS-GEN-DSN
                      ', REMAINING GENERATIONS NOT SEARCHED ***'
              SET WS-SEARCH-STOPPED TO TRUE
           END-IF.
           CLOSE ARCHCAT-FILE.
           IF WS-REQ-FILE-OPEN
              CLOSE SRCHREQ-FILE
              SET WS-REQ-FILE-CLOSED TO TRUE
           END-IF.
           CLOSE AFPAUDIT-FILE.
           PERFORM 0900-WRAP-UP.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
        EJECT
       TITLE 'Parameters'.
       0100-READ-PARMS.
           OPEN INPUT SRCHPARM-FILE.
           IF NOT SRCHPARM-OK
              DISPLAY PGMNAME ' SRCHPARM STATUS AFTER OPEN '
                      SRCHPARM-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0110-READ-ONE-CARD
             UNTIL SRCHPARM-EOF.
           CLOSE SRCHPARM-FILE.
           IF WS-CASE-ANY
              PERFORM VARYING STR-IDX FROM 1 BY 1
                      UNTIL STR-IDX > WS-STRING-COUNT
                 INSPECT WS-ST-TEXT(STR-IDX)
                    CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
              END-PERFORM
           END-IF.

       0110-READ-ONE-CARD.
           READ SRCHPARM-FILE
              AT END
                 CONTINUE
              NOT AT END
                 PERFORM 0120-PARSE-CARD
           END-READ.

      * The value is the card's whole remainder (AFPPAGRD's rule-card
      * parse), so a search string containing '=' survives.
       0120-PARSE-CARD.
           IF SRCHPARM-RECORD = SPACES
              OR SRCHPARM-RECORD(1:1) = '*'
              CONTINUE
           ELSE
              MOVE SPACES TO WS-CARD-KEYWORD WS-CARD-VALUE
                             WS-CARD-REST
              MOVE 1 TO WS-CARD-PTR
              UNSTRING SRCHPARM-RECORD DELIMITED BY '='
                 INTO WS-CARD-KEYWORD
                 WITH POINTER WS-CARD-PTR
              END-UNSTRING
              IF WS-CARD-PTR NOT > 80
                 MOVE SRCHPARM-RECORD(WS-CARD-PTR:) TO WS-CARD-REST
                 MOVE WS-CARD-REST TO WS-CARD-VALUE
              END-IF
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
                    IF WS-FILTER-DSN = SPACES
                       MOVE ZERO TO WS-FILTER-DSN-LEN
                    END-IF
                 WHEN 'STRING'
                    PERFORM 0140-ADD-STRING
                 WHEN 'COLUMNS'
                    PERFORM 0145-SET-COLUMNS
                 WHEN 'CASE'
                    EVALUATE FUNCTION TRIM(WS-CARD-VALUE)
                       WHEN 'ANY'
                          SET WS-CASE-ANY TO TRUE
                       WHEN 'EXACT'
                          SET WS-CASE-EXACT TO TRUE
                       WHEN OTHER
                          DISPLAY PGMNAME ' CASE MUST BE ANY OR '
                                  'EXACT: ' SRCHPARM-RECORD(1:40)
                          ADD 1 TO WS-PARM-ERRORS
                    END-EVALUATE
                 WHEN 'MAXHITS'
                    COMPUTE WS-MAX-HIT-LINES =
                       FUNCTION NUMVAL(WS-CARD-VALUE)
                    END-COMPUTE
                 WHEN 'REQHLQ'
                    MOVE FUNCTION TRIM(WS-CARD-VALUE) TO WS-REQ-HLQ
                    IF WS-REQ-HLQ(24:1) NOT = SPACE
                       DISPLAY PGMNAME ' REQHLQ LONGER THAN 23 '
                               'CHARACTERS: ' SRCHPARM-RECORD(1:40)
                       ADD 1 TO WS-PARM-ERRORS
                    END-IF
                 WHEN 'AUDITDSN'
                    MOVE FUNCTION TRIM(WS-CARD-VALUE)
                      TO WS-AUDIT-DSN
                 WHEN 'JOBNAME'
                    MOVE FUNCTION TRIM(WS-CARD-VALUE)
                      TO WS-REQ-JOBNAME
                 WHEN 'USERID'
                    MOVE FUNCTION TRIM(WS-CARD-VALUE)
                      TO WS-REQ-USERID
                 WHEN OTHER
                    DISPLAY PGMNAME ' UNRECOGNIZED PARM CARD: '
                            SRCHPARM-RECORD(1:40)
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

      * A string in quotes keeps its blanks; otherwise it is the
      * trimmed remainder of the card.
       0140-ADD-STRING.
           MOVE FUNCTION TRIM(WS-CARD-REST) TO WS-CARD-REST.
           COMPUTE WS-STR-LEN = FUNCTION LENGTH
                   (FUNCTION TRIM(WS-CARD-REST)).
           IF WS-STR-LEN > 2
              AND WS-CARD-REST(1:1) = QUOTE
              AND WS-CARD-REST(WS-STR-LEN:1) = QUOTE
              SUBTRACT 2 FROM WS-STR-LEN
              MOVE WS-CARD-REST(2:WS-STR-LEN) TO WS-CARD-VALUE
              MOVE WS-CARD-VALUE TO WS-CARD-REST
           END-IF.
           EVALUATE TRUE
              WHEN WS-CARD-REST = SPACES
                 DISPLAY PGMNAME ' EMPTY SEARCH STRING: '
                         SRCHPARM-RECORD(1:40)
                 ADD 1 TO WS-PARM-ERRORS
              WHEN WS-STR-LEN > 60
                 DISPLAY PGMNAME ' SEARCH STRING LONGER THAN 60 '
                         'CHARACTERS: ' SRCHPARM-RECORD(1:40)
                 ADD 1 TO WS-PARM-ERRORS
              WHEN WS-STRING-COUNT NOT < WS-MAX-STRINGS
                 DISPLAY PGMNAME ' MORE THAN ' WS-MAX-STRINGS
                         ' SEARCH STRINGS: ' SRCHPARM-RECORD(1:40)
                 ADD 1 TO WS-PARM-ERRORS
              WHEN WS-COL-TO > ZERO
               AND WS-COL-TO - WS-COL-FROM + 1 < WS-STR-LEN
                 DISPLAY PGMNAME ' SEARCH STRING LONGER THAN ITS '
                         'COLUMN RANGE: ' SRCHPARM-RECORD(1:40)
                 ADD 1 TO WS-PARM-ERRORS
              WHEN OTHER
                 ADD 1 TO WS-STRING-COUNT
                 SET STR-IDX TO WS-STRING-COUNT
                 MOVE WS-CARD-REST(1:WS-STR-LEN) TO WS-ST-TEXT(STR-IDX)
                 MOVE WS-STR-LEN TO WS-ST-LEN(STR-IDX)
                 MOVE WS-COL-FROM TO WS-ST-FROM(STR-IDX)
                 MOVE WS-COL-TO TO WS-ST-TO(STR-IDX)
                 MOVE ZERO TO WS-ST-HITS(STR-IDX)
           END-EVALUATE.

       0145-SET-COLUMNS.
           IF FUNCTION TRIM(WS-CARD-VALUE) = 'ALL'
              MOVE 1 TO WS-COL-FROM
              MOVE ZERO TO WS-COL-TO
           ELSE
              MOVE SPACES TO WS-COL-FROM-X WS-COL-TO-X
              UNSTRING WS-CARD-VALUE DELIMITED BY '-'
                 INTO WS-COL-FROM-X WS-COL-TO-X
              END-UNSTRING
              IF WS-COL-FROM-X = SPACES OR WS-COL-TO-X = SPACES
                 DISPLAY PGMNAME ' COLUMNS MUST BE c-c OR ALL: '
                         SRCHPARM-RECORD(1:40)
                 ADD 1 TO WS-PARM-ERRORS
              ELSE
                 COMPUTE WS-COL-FROM = FUNCTION NUMVAL(WS-COL-FROM-X)
                 COMPUTE WS-COL-TO = FUNCTION NUMVAL(WS-COL-TO-X)
                 IF WS-COL-FROM = ZERO OR WS-COL-TO < WS-COL-FROM
                    DISPLAY PGMNAME ' INVALID COLUMN RANGE: '
                            SRCHPARM-RECORD(1:40)
                    ADD 1 TO WS-PARM-ERRORS
                    MOVE 1 TO WS-COL-FROM
                    MOVE ZERO TO WS-COL-TO
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * The requester is whoever the search runs as: the executing
      * task's userid and jobname.  A JOBNAME=/USERID= card may only
      * confirm it; one naming anybody else, or a task whose userid
      * cannot be found, is a parameter error and nothing is read.
      * From here on WS-REQ-USERID/WS-REQ-JOBNAME hold the task's
      * values, for the audit records (0700).
      ******************************************************************
       0155-CHECK-REQUESTER.
           PERFORM 8200-RESOLVE-TASK-IDENTITY.
           IF WS-TID-USERID = SPACES
              DISPLAY PGMNAME ' REQUESTING USERID CANNOT BE '
                      'DETERMINED, SEARCH REFUSED'
              ADD 1 TO WS-PARM-ERRORS
           END-IF.
           IF WS-REQ-USERID NOT = SPACES
              AND WS-REQ-USERID NOT = WS-TID-USERID
              DISPLAY PGMNAME ' USERID=' WS-REQ-USERID
                      ' IS NOT THE REQUESTING USERID '
                      WS-TID-USERID ', SEARCH REFUSED'
              ADD 1 TO WS-PARM-ERRORS
           END-IF.
           IF WS-REQ-JOBNAME NOT = SPACES
              AND WS-REQ-JOBNAME NOT = WS-TID-JOBNAME
              DISPLAY PGMNAME ' JOBNAME=' WS-REQ-JOBNAME
                      ' IS NOT THE REQUESTING JOB '
                      WS-TID-JOBNAME ', SEARCH REFUSED'
              ADD 1 TO WS-PARM-ERRORS
           END-IF.
           MOVE WS-TID-USERID TO WS-REQ-USERID.
           MOVE WS-TID-JOBNAME TO WS-REQ-JOBNAME.

      ******************************************************************
      * The audit trail is opened before anything is read: a search
      * that cannot be audited is not run at all.  AUDITDSN= names
      * the cumulative dataset (allocated MOD CATLG, as AFPPAGRD
      * does); without the card an AFPAUDIT DD serves.
      ******************************************************************
       0150-OPEN-AUDIT.
           IF WS-AUDIT-DSN NOT = SPACES
              MOVE SPACES TO DYN-PARM-TEXT
              STRING 'ALLOC DD(AFPAUDIT) DSN('      DELIMITED BY SIZE
                     WS-AUDIT-DSN                   DELIMITED BY SPACE
                     ') MOD CATLG RECFM(F,B) LRECL(160) BLKSIZE(0) '
                                                     DELIMITED BY SIZE
                     'SPACE(1,5) CYL REUSE'        DELIMITED BY SIZE
                INTO DYN-PARM-TEXT
              END-STRING
              COMPUTE DYN-PARM-LEN = FUNCTION LENGTH
                      (FUNCTION TRIM(DYN-PARM-TEXT))
              CALL BPXWDYN USING DYN-ALLOC-PARM RETURNING WS-DYN-RC
              IF WS-DYN-RC NOT = ZERO
                 DISPLAY PGMNAME ' DYNAMIC ALLOCATION FAILED, RC='
                         WS-DYN-RC ' FOR ' WS-AUDIT-DSN
                 PERFORM 0990-ABORT-RUN
              END-IF
           END-IF.
           OPEN EXTEND AFPAUDIT-FILE.
           IF NOT AFPAUDIT-OK
              DISPLAY PGMNAME ' AFPAUDIT STATUS AFTER OPEN '
                      AFPAUDIT-STATUS ', SEARCH NOT RUN UNAUDITED'
              PERFORM 0990-ABORT-RUN
           END-IF.

       0200-WRITE-HEADINGS.
           IF WS-FILTER-JOB-LEN = ZERO
              MOVE '(ANY)' TO TTL-JOB
           ELSE
              MOVE WS-FILTER-JOB TO TTL-JOB
              IF WS-JOB-PREFIX
                 MOVE '*' TO TTL-JOB(WS-FILTER-JOB-LEN + 1:1)
              END-IF
           END-IF.
           MOVE WS-FILTER-FROM TO TTL-FROM.
           MOVE WS-FILTER-TO TO TTL-TO.
           IF WS-FILTER-DSN-LEN = ZERO
              MOVE '(ANY)' TO TTL-DSN
           ELSE
              MOVE WS-FILTER-DSN TO TTL-DSN
           END-IF.
           WRITE SRCHRPT-RECORD FROM WS-TITLE-LINE.
           PERFORM VARYING STR-IDX FROM 1 BY 1
                   UNTIL STR-IDX > WS-STRING-COUNT
              SET STL-NUMBER TO STR-IDX
              MOVE SPACES TO STL-TEXT
              STRING QUOTE                   DELIMITED BY SIZE
                     WS-ST-TEXT(STR-IDX)(1:WS-ST-LEN(STR-IDX))
                                             DELIMITED BY SIZE
                     QUOTE                   DELIMITED BY SIZE
                INTO STL-TEXT
              END-STRING
              IF WS-ST-TO(STR-IDX) = ZERO
                 MOVE 'ALL' TO STL-COLUMNS
              ELSE
                 MOVE SPACES TO STL-COLUMNS
                 MOVE WS-ST-FROM(STR-IDX) TO WS-NUM-EDIT
                 PERFORM 0690-TRIM-NUMBER
                 MOVE 1 TO WS-REQ-PTR
                 STRING WS-NUM-TEXT(1:WS-NUM-LEN) DELIMITED BY SIZE
                        '-'                       DELIMITED BY SIZE
                   INTO STL-COLUMNS
                   WITH POINTER WS-REQ-PTR
                 END-STRING
                 MOVE WS-ST-TO(STR-IDX) TO WS-NUM-EDIT
                 PERFORM 0690-TRIM-NUMBER
                 STRING WS-NUM-TEXT(1:WS-NUM-LEN) DELIMITED BY SIZE
                   INTO STL-COLUMNS
                   WITH POINTER WS-REQ-PTR
                 END-STRING
              END-IF
              WRITE SRCHRPT-RECORD FROM WS-STRING-LINE
           END-PERFORM.
           IF WS-CASE-ANY
              MOVE 'UPPER AND LOWER CASE MATCH ALIKE (CASE=ANY)'
                TO NTL-TEXT
              WRITE SRCHRPT-RECORD FROM WS-NOTE-LINE
           END-IF.
           MOVE SPACES TO SRCHRPT-RECORD.
           WRITE SRCHRPT-RECORD.
           WRITE SRCHRPT-RECORD FROM WS-HIT-HEADING.
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
           IF NOT ARCHCAT-OK AND NOT ARCHCAT-EOF
              DISPLAY PGMNAME ' ARCHCAT READ STATUS ' ARCHCAT-STATUS
              PERFORM 0990-ABORT-RUN
           END-IF.

       0310-APPLY-FILTERS.
           SET WS-ENTRY-MATCHES TO TRUE.
           IF WS-FILTER-JOB-LEN > 0
              IF WS-JOB-PREFIX
                 IF CAT-JOBNAME(1:WS-FILTER-JOB-LEN) NOT =
                    WS-FILTER-JOB(1:WS-FILTER-JOB-LEN)
                    SET WS-ENTRY-SKIPPED TO TRUE
                 END-IF
              ELSE
                 IF CAT-JOBNAME NOT = WS-FILTER-JOB
                    SET WS-ENTRY-SKIPPED TO TRUE
                 END-IF
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

      * A consolidated entry's content is searched through its merged
      * generation and passes silently.  Scratched generations, and
      * migrated ones not yet back on DASD, are listed as not
      * searched -- a migrated one with its recall command written --
      * so nobody takes a clean search for proof of absence.
       0320-CLASSIFY-ENTRY.
           MOVE CAT-ARCHIVE-DSN TO WS-GEN-DSN.
           MOVE CAT-INDEX-DSN TO WS-GEN-INDEX-DSN.
           MOVE CAT-ARCHIVE-GEN TO WS-GEN-NUMBER.
           MOVE ZERO TO WS-GEN-RECORDS WS-GEN-PAGES WS-GEN-LINES
                        WS-GEN-HITS WS-GEN-PAGES-HIT.
           MOVE SPACES TO WS-GEN-NOTE.
           EVALUATE TRUE
              WHEN CAT-STATUS-CONSOLIDATED
                 CONTINUE
              WHEN CAT-STATUS-SCRATCHED
                 ADD 1 TO WS-GENS-SELECTED
                 ADD 1 TO WS-GENS-SCRATCHED
                 MOVE 'NOT SEARCHED' TO WS-GEN-RESULT
                 MOVE 'SCRATCHED' TO WS-GEN-NOTE
                 PERFORM 0330-NOTE-GENERATION
              WHEN CAT-STATUS-MIGRATED
                 ADD 1 TO WS-GENS-SELECTED
                 PERFORM 0340-PROBE-MIGRATED
                 PERFORM 0330-NOTE-GENERATION
              WHEN OTHER
                 ADD 1 TO WS-GENS-SELECTED
                 PERFORM 0400-SEARCH-GENERATION
                 PERFORM 0330-NOTE-GENERATION
           END-EVALUATE.

       0330-NOTE-GENERATION.
           IF WS-GEN-COUNT < WS-MAX-GENS
              ADD 1 TO WS-GEN-COUNT
              SET GEN-IDX TO WS-GEN-COUNT
              MOVE WS-GEN-DSN TO WS-GE-DSN(GEN-IDX)
              MOVE WS-GEN-NUMBER TO WS-GE-GEN(GEN-IDX)
              MOVE WS-GEN-RESULT TO WS-GE-RESULT(GEN-IDX)
              MOVE WS-GEN-PAGES TO WS-GE-PAGES(GEN-IDX)
              MOVE WS-GEN-LINES TO WS-GE-LINES(GEN-IDX)
              MOVE WS-GEN-HITS TO WS-GE-HITS(GEN-IDX)
              MOVE WS-GEN-PAGES-HIT TO WS-GE-PAGES-HIT(GEN-IDX)
              MOVE WS-GEN-NOTE TO WS-GE-NOTE(GEN-IDX)
           ELSE
              ADD 1 TO WS-GEN-OVERFLOW
           END-IF.

      * The catalog can lag HSM: a generation recalled since it was
      * marked migrated allocates, and is reset to closed and searched
      * as AFPPAGRD's 0165 does for a retrieval.  One that does not
      * allocate is still migrated and gets its recall command.
       0340-PROBE-MIGRATED.
           MOVE SPACES TO DYN-PARM-TEXT.
           STRING 'ALLOC DD(AFPARCIN) DSN('  DELIMITED BY SIZE
                  WS-GEN-DSN                 DELIMITED BY SPACE
                  ') SHR REUSE'              DELIMITED BY SIZE
             INTO DYN-PARM-TEXT
           END-STRING.
           COMPUTE DYN-PARM-LEN = FUNCTION LENGTH
                   (FUNCTION TRIM(DYN-PARM-TEXT)).
           CALL BPXWDYN USING DYN-ALLOC-PARM RETURNING WS-DYN-RC.
           IF WS-DYN-RC = ZERO
              SET CAT-STATUS-CLOSED TO TRUE
              REWRITE ARCHCAT-RECORD
              IF NOT ARCHCAT-OK
                 DISPLAY PGMNAME ' ARCHCAT REWRITE STATUS '
                         ARCHCAT-STATUS ' FOR ' CAT-ARCHIVE-DSN
              END-IF
              DISPLAY PGMNAME ' ' WS-GEN-DSN
                      ' RECALLED FROM HSM, SEARCHING'
              MOVE 'RECALLED FROM HSM' TO WS-GEN-NOTE
              PERFORM 0400-SEARCH-GENERATION
           ELSE
              ADD 1 TO WS-GENS-MIGRATED
              MOVE 'NOT SEARCHED' TO WS-GEN-RESULT
              PERFORM 0350-WRITE-RECALL
           END-IF.

      * The HRECALL handoff, the same shape as AFPPAGRD's: the recall
      * step runs after this one and a rerun of the search picks the
      * generation up once it is back on DASD.
       0350-WRITE-RECALL.
           OPEN EXTEND AFPRECAL-FILE.
           IF NOT AFPRECAL-OK
              DISPLAY PGMNAME ' AFPRECAL STATUS AFTER OPEN '
                      AFPRECAL-STATUS ' FOR ' WS-GEN-DSN
              MOVE 'MIGRATED, NO RECALL' TO WS-GEN-NOTE
              IF WS-RETURN-CODE < 8
                 MOVE 8 TO WS-RETURN-CODE
              END-IF
           ELSE
              MOVE SPACES TO WS-HSM-LINE
              STRING ' HRECALL '   DELIMITED BY SIZE
                     QUOTE          DELIMITED BY SIZE
                     WS-GEN-DSN     DELIMITED BY SPACE
                     QUOTE          DELIMITED BY SIZE
                     ' WAIT'        DELIMITED BY SIZE
                INTO WS-HSM-LINE
              END-STRING
              WRITE AFPRECAL-RECORD FROM WS-HSM-LINE
              IF AFPRECAL-OK
                 ADD 1 TO WS-RECALLS-WRITTEN
                 MOVE 'MIGRATED, RECALL SENT' TO WS-GEN-NOTE
              ELSE
                 DISPLAY PGMNAME ' AFPRECAL WRITE STATUS '
                         AFPRECAL-STATUS ' FOR ' WS-GEN-DSN
                 MOVE 'MIGRATED, NO RECALL' TO WS-GEN-NOTE
                 IF WS-RETURN-CODE < 8
                    MOVE 8 TO WS-RETURN-CODE
                 END-IF
              END-IF
              CLOSE AFPRECAL-FILE
           END-IF.
        EJECT
       TITLE 'Generation search'.
      ******************************************************************
      * One generation: read it through, numbering its pages from the
      * page index as each BPG goes by, and match every line of every
      * page.  The index is read alongside the archive -- its entries
      * for the generation run in archive order -- so no table of it
      * is kept.  A generation that cannot be read through is counted
      * as failed; what was searched before the failure still stands.
      ******************************************************************
       0400-SEARCH-GENERATION.
           SET WS-GEN-NO-ERROR TO TRUE.
           MOVE ZERO TO WS-HIT-PAGE-COUNT WS-HIT-PAGE-OVERFLOW
                        WS-IDX-UNNUMBERED WS-GEN-RC.
           MOVE 'SEARCHED' TO WS-GEN-RESULT.
           MOVE SPACES TO DYN-PARM-TEXT.
           STRING 'ALLOC DD(AFPARCIN) DSN('  DELIMITED BY SIZE
                  WS-GEN-DSN                 DELIMITED BY SPACE
                  ') SHR REUSE'              DELIMITED BY SIZE
             INTO DYN-PARM-TEXT
           END-STRING.
           COMPUTE DYN-PARM-LEN = FUNCTION LENGTH
                   (FUNCTION TRIM(DYN-PARM-TEXT)).
           CALL BPXWDYN USING DYN-ALLOC-PARM RETURNING WS-DYN-RC.
           IF WS-DYN-RC NOT = ZERO
              DISPLAY PGMNAME ' DYNAMIC ALLOCATION FAILED, RC='
                      WS-DYN-RC ' FOR ' WS-GEN-DSN
              MOVE 'ARCHIVE NOT ALLOCATED' TO WS-GEN-NOTE
              SET WS-GEN-ERROR TO TRUE
           ELSE
              OPEN INPUT AFPARCIN-FILE
              IF NOT AFPARCIN-OK
                 DISPLAY PGMNAME ' AFPARCIN STATUS AFTER OPEN '
                         AFPARCIN-STATUS ' FOR ' WS-GEN-DSN
                 MOVE 'ARCHIVE UNREADABLE' TO WS-GEN-NOTE
                 SET WS-GEN-ERROR TO TRUE
              ELSE
                 PERFORM 0410-OPEN-INDEX
                 MOVE ZERO TO WS-ARC-RECNUM
                 SET WS-NOT-IN-PAGE TO TRUE
                 PERFORM 0420-READ-ONE-RECORD
                   UNTIL AFPARCIN-EOF OR WS-GEN-ERROR
                 CLOSE AFPARCIN-FILE
                 IF WS-IDX-AVAILABLE
                    CLOSE AFPIDXIN-FILE
                 END-IF
              END-IF
           END-IF.
           IF WS-GEN-ERROR
              MOVE 'FAILED' TO WS-GEN-RESULT
              ADD 1 TO WS-GENS-FAILED
              MOVE 8 TO WS-GEN-RC
              IF WS-RETURN-CODE < 8
                 MOVE 8 TO WS-RETURN-CODE
              END-IF
           ELSE
              ADD 1 TO WS-GENS-SEARCHED
              IF WS-GEN-HITS = ZERO
                 MOVE 4 TO WS-GEN-RC
              END-IF
           END-IF.
           IF WS-IDX-UNNUMBERED > ZERO AND WS-GEN-NOTE = SPACES
              MOVE 'PAGES NOT IN INDEX' TO WS-GEN-NOTE
           END-IF.
           ADD WS-GEN-PAGES TO WS-TOTAL-PAGES.
           ADD WS-GEN-LINES TO WS-TOTAL-LINES.
           ADD WS-GEN-HITS TO WS-TOTAL-HITS.
           ADD WS-GEN-PAGES-HIT TO WS-TOTAL-PAGES-HIT.
           IF WS-GEN-HITS > ZERO
              ADD 1 TO WS-GENS-WITH-HITS
              PERFORM 0600-WRITE-REQUEST
           END-IF.
           PERFORM 0700-WRITE-AUDIT.

      * The page index gives the page numbers AFPPAGRD asks by.  With
      * no usable index the pages are still searched, their hits
      * shown as page zero, and no reprint request can be made.
       0410-OPEN-INDEX.
           SET WS-IDX-NOT-AVAILABLE TO TRUE.
           IF WS-GEN-INDEX-DSN = SPACES
              MOVE 'NO PAGE INDEX' TO WS-GEN-NOTE
           ELSE
              MOVE SPACES TO DYN-PARM-TEXT
              STRING 'ALLOC DD(AFPIDXIN) DSN('  DELIMITED BY SIZE
                     WS-GEN-INDEX-DSN           DELIMITED BY SPACE
                     ') SHR REUSE'              DELIMITED BY SIZE
                INTO DYN-PARM-TEXT
              END-STRING
              COMPUTE DYN-PARM-LEN = FUNCTION LENGTH
                      (FUNCTION TRIM(DYN-PARM-TEXT))
              CALL BPXWDYN USING DYN-ALLOC-PARM RETURNING WS-DYN-RC
              IF WS-DYN-RC NOT = ZERO
                 DISPLAY PGMNAME ' DYNAMIC ALLOCATION FAILED, RC='
                         WS-DYN-RC ' FOR ' WS-GEN-INDEX-DSN
                 MOVE 'INDEX NOT ALLOCATED' TO WS-GEN-NOTE
              ELSE
                 OPEN INPUT AFPIDXIN-FILE
                 IF AFPIDXIN-OK
                    SET WS-IDX-AVAILABLE TO TRUE
                    MOVE ZERO TO IDX-AFPPAGOT-RECNUM
                 ELSE
                    DISPLAY PGMNAME ' AFPIDXIN STATUS AFTER OPEN '
                            AFPIDXIN-STATUS ' FOR ' WS-GEN-INDEX-DSN
                    MOVE 'PAGE INDEX UNREADABLE' TO WS-GEN-NOTE
                 END-IF
              END-IF
           END-IF.

       0420-READ-ONE-RECORD.
           READ AFPARCIN-FILE
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-ARC-RECNUM
                 ADD 1 TO WS-GEN-RECORDS
                 PERFORM 8100-EXPAND-ARC-RECORD
                 IF WS-RLE-BAD
                    DISPLAY PGMNAME ' RECORD ' WS-ARC-RECNUM
                            ' OF ' WS-GEN-DSN
                            ' COMPRESSED DATA UNREADABLE'
                    MOVE 'COMPRESSED RECORD BAD' TO WS-GEN-NOTE
                    SET WS-GEN-ERROR TO TRUE
                 ELSE
                    PERFORM 0430-CLASSIFY-RECORD
                 END-IF
           END-READ.
           IF NOT AFPARCIN-OK AND NOT AFPARCIN-EOF
              DISPLAY PGMNAME ' AFPARCIN READ STATUS '
                      AFPARCIN-STATUS ' FOR ' WS-GEN-DSN
              MOVE 'ARCHIVE READ ERROR' TO WS-GEN-NOTE
              SET WS-GEN-ERROR TO TRUE
           END-IF.

      * A BPG starts a page and its lines; an EPG, or any group or
      * document boundary, ends it.  Banner and trailer are the
      * archive's own bookkeeping.  Every other record inside a page
      * is a line.
       0430-CLASSIFY-RECORD.
           IF WS-ARCIN-LEN > 7
              AND (ARCIN-FLAT(1:8) = WS-BANNER-ID
                   OR ARCIN-FLAT(1:8) = WS-TRAILER-ID)
              SET WS-NOT-IN-PAGE TO TRUE
           ELSE
              IF WS-ARCIN-LEN > 5 AND ARCIN-FLAT(1:1) = X'5A'
                 MOVE ARCIN-FLAT(4:3) TO WS-SF-TYPE
              ELSE
                 MOVE SPACES TO WS-SF-TYPE
              END-IF
              EVALUATE TRUE
                 WHEN WS-SF-TYPE = SF-BPG
                    PERFORM 0440-START-PAGE
                 WHEN WS-SF-TYPE = SF-EPG
                   OR WS-SF-TYPE = SF-BDT OR WS-SF-TYPE = SF-EDT
                   OR WS-SF-TYPE = SF-BNG OR WS-SF-TYPE = SF-ENG
                    SET WS-NOT-IN-PAGE TO TRUE
                 WHEN WS-IN-PAGE
                    ADD 1 TO WS-PAGE-LINE
                    ADD 1 TO WS-GEN-LINES
                    PERFORM 0500-SEARCH-LINE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       0440-START-PAGE.
           SET WS-IN-PAGE TO TRUE.
           SET WS-PAGE-NOT-HIT TO TRUE.
           MOVE ZERO TO WS-PAGE-LINE.
           MOVE ZERO TO WS-PAGE-NUMBER.
           ADD 1 TO WS-GEN-PAGES.
           IF WS-IDX-AVAILABLE
              PERFORM 0450-READ-INDEX
                UNTIL AFPIDXIN-EOF
                   OR IDX-AFPPAGOT-RECNUM NOT < WS-ARC-RECNUM
              IF NOT AFPIDXIN-EOF
                 AND IDX-AFPPAGOT-RECNUM = WS-ARC-RECNUM
                 MOVE IDX-PAGE-NUMBER TO WS-PAGE-NUMBER
              END-IF
           END-IF.
           IF WS-PAGE-NUMBER = ZERO
              ADD 1 TO WS-IDX-UNNUMBERED
           END-IF.

      * Next index entry of this generation; other generations'
      * entries in a shared index are passed over.
       0450-READ-INDEX.
           READ AFPIDXIN-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF IDX-ARCHIVE-GEN NOT = WS-GEN-NUMBER
                    MOVE ZERO TO IDX-AFPPAGOT-RECNUM
                 END-IF
           END-READ.
           IF NOT AFPIDXIN-OK AND NOT AFPIDXIN-EOF
              DISPLAY PGMNAME ' AFPIDXIN READ STATUS '
                      AFPIDXIN-STATUS ' FOR ' WS-GEN-INDEX-DSN
              MOVE 'PAGE INDEX READ ERROR' TO WS-GEN-NOTE
              MOVE 10 TO AFPIDXIN-STATUS
           END-IF.
        EJECT
       TITLE 'Line matching'.
      ******************************************************************
      * Match every search string against the line's data -- the
      * record after its carriage control and 8-byte introducer, the
      * text AFPPAGRD's FORMAT=TEXT delivers -- within the string's
      * column range.  Each string found in the line is one hit, at
      * the first column it is found in.
      ******************************************************************
       0500-SEARCH-LINE.
           COMPUTE WS-LINE-LEN = WS-ARCIN-LEN - 9.
           IF WS-LINE-LEN > ZERO
              MOVE ARCIN-FLAT(10:WS-LINE-LEN)
                TO WS-LINE-DATA(1:WS-LINE-LEN)
              IF WS-CASE-ANY
                 INSPECT WS-LINE-DATA(1:WS-LINE-LEN)
                    CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
              END-IF
              PERFORM 0510-MATCH-STRING
                 VARYING STR-IDX FROM 1 BY 1
                 UNTIL STR-IDX > WS-STRING-COUNT
           END-IF.

       0510-MATCH-STRING.
           MOVE WS-ST-FROM(STR-IDX) TO WS-SCAN-FROM.
           IF WS-ST-TO(STR-IDX) = ZERO
              OR WS-ST-TO(STR-IDX) > WS-LINE-LEN
              MOVE WS-LINE-LEN TO WS-SCAN-TO
           ELSE
              MOVE WS-ST-TO(STR-IDX) TO WS-SCAN-TO
           END-IF.
           COMPUTE WS-SCAN-TO = WS-SCAN-TO - WS-ST-LEN(STR-IDX) + 1.
           MOVE ZERO TO WS-HIT-COLUMN.
           PERFORM VARYING WS-SCAN-POS FROM WS-SCAN-FROM BY 1
                   UNTIL WS-SCAN-POS > WS-SCAN-TO
                      OR WS-HIT-COLUMN > ZERO
              IF WS-LINE-DATA(WS-SCAN-POS:WS-ST-LEN(STR-IDX)) =
                 WS-ST-TEXT(STR-IDX)(1:WS-ST-LEN(STR-IDX))
                 MOVE WS-SCAN-POS TO WS-HIT-COLUMN
              END-IF
           END-PERFORM.
           IF WS-HIT-COLUMN > ZERO
              PERFORM 0520-RECORD-HIT
           END-IF.

      * A hit: counted, listed while under MAXHITS, and its page
      * noted once for the reprint request.
       0520-RECORD-HIT.
           ADD 1 TO WS-GEN-HITS.
           ADD 1 TO WS-ST-HITS(STR-IDX).
           IF WS-PAGE-NOT-HIT
              SET WS-PAGE-HIT TO TRUE
              ADD 1 TO WS-GEN-PAGES-HIT
              IF WS-PAGE-NUMBER > ZERO
                 IF WS-HIT-PAGE-COUNT < WS-MAX-HIT-PAGES
                    ADD 1 TO WS-HIT-PAGE-COUNT
                    MOVE WS-PAGE-NUMBER
                      TO WS-HIT-PAGE(WS-HIT-PAGE-COUNT)
                 ELSE
                    ADD 1 TO WS-HIT-PAGE-OVERFLOW
                 END-IF
              END-IF
           END-IF.
           IF WS-HIT-LINES-LISTED < WS-MAX-HIT-LINES
              ADD 1 TO WS-HIT-LINES-LISTED
              MOVE WS-GEN-DSN TO HTL-DSN
              MOVE WS-GEN-NUMBER TO HTL-GEN
              MOVE WS-PAGE-NUMBER TO HTL-PAGE
              MOVE WS-PAGE-LINE TO HTL-LINE
              MOVE WS-HIT-COLUMN TO HTL-COLUMN
              SET HTL-STRING TO STR-IDX
              PERFORM 0530-FORMAT-EXCERPT
              WRITE SRCHRPT-RECORD FROM WS-HIT-LINE
           ELSE
              ADD 1 TO WS-HIT-LINES-UNLISTED
           END-IF.

      * Up to 50 bytes of the archived line, starting ten columns
      * before the hit so the string is seen in context.
       0530-FORMAT-EXCERPT.
           MOVE SPACES TO HTL-EXCERPT.
           IF WS-HIT-COLUMN > 10
              COMPUTE WS-EXCERPT-FROM = WS-HIT-COLUMN - 10
           ELSE
              MOVE 1 TO WS-EXCERPT-FROM
           END-IF.
           COMPUTE WS-EXCERPT-LEN = WS-ARCIN-LEN - 9
                                  - WS-EXCERPT-FROM + 1.
           IF WS-EXCERPT-LEN > 50
              MOVE 50 TO WS-EXCERPT-LEN
           END-IF.
           MOVE ARCIN-FLAT(9 + WS-EXCERPT-FROM:WS-EXCERPT-LEN)
             TO HTL-EXCERPT(1:WS-EXCERPT-LEN).
           INSPECT HTL-EXCERPT REPLACING ALL LOW-VALUE BY SPACE.
        EJECT
       TITLE 'Reprint requests'.
      ******************************************************************
      * The generation's AFPPAGRD request: ARCHDSN=, INDEXDSN=, GEN=
      * and the pages hit as PAGES= statements, consecutive pages as
      * a range.  Hits on pages the index could not number cannot be
      * requested and are left to the report.
      ******************************************************************
       0600-WRITE-REQUEST.
           IF WS-HIT-PAGE-COUNT = ZERO
              MOVE 'UNNUMBERED, NO REQUEST' TO WS-GEN-NOTE
           ELSE
              IF WS-REQ-HLQ NOT = SPACES
                 PERFORM 0610-ALLOC-REQUEST
              END-IF
              IF WS-REQ-FILE-OPEN
                 MOVE SPACES TO WS-REQ-CARD
                 STRING '* ARCHSRCH '       DELIMITED BY SIZE
                        WS-CURRENT-DATE-X   DELIMITED BY SIZE
                        ' SEARCH HITS IN '  DELIMITED BY SIZE
                        WS-GEN-DSN          DELIMITED BY SPACE
                   INTO WS-REQ-CARD
                 END-STRING
                 PERFORM 0680-WRITE-CARD
                 MOVE SPACES TO WS-REQ-CARD
                 STRING 'ARCHDSN='          DELIMITED BY SIZE
                        WS-GEN-DSN          DELIMITED BY SPACE
                   INTO WS-REQ-CARD
                 END-STRING
                 PERFORM 0680-WRITE-CARD
                 MOVE SPACES TO WS-REQ-CARD
                 STRING 'INDEXDSN='         DELIMITED BY SIZE
                        WS-GEN-INDEX-DSN    DELIMITED BY SPACE
                   INTO WS-REQ-CARD
                 END-STRING
                 PERFORM 0680-WRITE-CARD
                 MOVE WS-GEN-NUMBER TO WS-NUM-EDIT
                 PERFORM 0690-TRIM-NUMBER
                 MOVE SPACES TO WS-REQ-CARD
                 STRING 'GEN='                    DELIMITED BY SIZE
                        WS-NUM-TEXT(1:WS-NUM-LEN) DELIMITED BY SIZE
                   INTO WS-REQ-CARD
                 END-STRING
                 PERFORM 0680-WRITE-CARD
                 PERFORM 0620-WRITE-PAGES
                 ADD 1 TO WS-REQUESTS-WRITTEN
                 IF WS-HIT-PAGE-OVERFLOW > ZERO
                    ADD 1 TO WS-REQUESTS-PARTIAL
                    MOVE 'REQUEST HAS FIRST 500' TO WS-GEN-NOTE
                    IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                    END-IF
                 END-IF
                 IF WS-REQ-HLQ NOT = SPACES
                    CLOSE SRCHREQ-FILE
                    SET WS-REQ-FILE-CLOSED TO TRUE
                 END-IF
              ELSE
                 MOVE 'REQUEST NOT WRITTEN' TO WS-GEN-NOTE
                 IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                 END-IF
              END-IF
           END-IF.

      * REQHLQ=: a fresh dataset per request, stamped with the search
      * run's date and time and a sequence number, so each is one
      * AFPPAGRD RETRQST as it stands.
       0610-ALLOC-REQUEST.
           ADD 1 TO WS-REQ-SEQ.
           MOVE SPACES TO WS-REQ-DSN.
           STRING WS-REQ-HLQ            DELIMITED BY SPACE
                  '.D'                  DELIMITED BY SIZE
                  WS-CURRENT-DATE-X     DELIMITED BY SIZE
                  '.T'                  DELIMITED BY SIZE
                  WS-CURRENT-TIME-X(1:6) DELIMITED BY SIZE
                  '.S'                  DELIMITED BY SIZE
                  WS-REQ-SEQ            DELIMITED BY SIZE
             INTO WS-REQ-DSN
           END-STRING.
           MOVE SPACES TO DYN-PARM-TEXT.
           STRING 'ALLOC DD(SRCHREQ) DSN('       DELIMITED BY SIZE
                  WS-REQ-DSN                     DELIMITED BY SPACE
                  ') NEW CATLG RECFM(F,B) LRECL(80) BLKSIZE(0) '
                                                  DELIMITED BY SIZE
                  'SPACE(1,1) TRK REUSE'         DELIMITED BY SIZE
             INTO DYN-PARM-TEXT
           END-STRING.
           COMPUTE DYN-PARM-LEN = FUNCTION LENGTH
                   (FUNCTION TRIM(DYN-PARM-TEXT)).
           CALL BPXWDYN USING DYN-ALLOC-PARM RETURNING WS-DYN-RC.
           IF WS-DYN-RC NOT = ZERO
              DISPLAY PGMNAME ' DYNAMIC ALLOCATION FAILED, RC='
                      WS-DYN-RC ' FOR ' WS-REQ-DSN
              MOVE 'REQUEST NOT WRITTEN' TO WS-GEN-NOTE
              IF WS-RETURN-CODE < 8
                 MOVE 8 TO WS-RETURN-CODE
              END-IF
           ELSE
              OPEN OUTPUT SRCHREQ-FILE
              IF SRCHREQ-OK
                 SET WS-REQ-FILE-OPEN TO TRUE
                 DISPLAY PGMNAME ' REPRINT REQUEST FOR ' WS-GEN-DSN
                         ' IN DSN=' WS-REQ-DSN
              ELSE
                 DISPLAY PGMNAME ' SRCHREQ STATUS AFTER OPEN '
                         SRCHREQ-STATUS ' FOR ' WS-REQ-DSN
                 MOVE 'REQUEST NOT WRITTEN' TO WS-GEN-NOTE
                 IF WS-RETURN-CODE < 8
                    MOVE 8 TO WS-RETURN-CODE
                 END-IF
              END-IF
           END-IF.

      * Pages hit arrive in page order; a run of consecutive pages
      * becomes one n-m token.  A card is written when it has 20
      * tokens (AFPPAGRD's limit) or the next token would take its
      * value past 64 characters.
       0620-WRITE-PAGES.
           MOVE SPACES TO WS-REQ-CARD.
           MOVE 'PAGES=' TO WS-REQ-CARD.
           MOVE 7 TO WS-REQ-PTR.
           MOVE ZERO TO WS-REQ-TOKENS.
           MOVE WS-HIT-PAGE(1) TO WS-RANGE-FROM WS-RANGE-TO.
           PERFORM VARYING HPG-IDX FROM 2 BY 1
                   UNTIL HPG-IDX > WS-HIT-PAGE-COUNT
              IF WS-HIT-PAGE(HPG-IDX) = WS-RANGE-TO + 1
                 MOVE WS-HIT-PAGE(HPG-IDX) TO WS-RANGE-TO
              ELSE
                 PERFORM 0630-ADD-PAGE-TOKEN
                 MOVE WS-HIT-PAGE(HPG-IDX)
                   TO WS-RANGE-FROM WS-RANGE-TO
              END-IF
           END-PERFORM.
           PERFORM 0630-ADD-PAGE-TOKEN.
           PERFORM 0680-WRITE-CARD.

       0630-ADD-PAGE-TOKEN.
           MOVE SPACES TO WS-TOKEN.
           MOVE WS-RANGE-FROM TO WS-NUM-EDIT.
           PERFORM 0690-TRIM-NUMBER.
           MOVE WS-NUM-TEXT(1:WS-NUM-LEN) TO WS-TOKEN.
           MOVE WS-NUM-LEN TO WS-TOKEN-LEN.
           IF WS-RANGE-TO > WS-RANGE-FROM
              MOVE WS-RANGE-TO TO WS-NUM-EDIT
              PERFORM 0690-TRIM-NUMBER
              STRING WS-TOKEN(1:WS-TOKEN-LEN)  DELIMITED BY SIZE
                     '-'                       DELIMITED BY SIZE
                     WS-NUM-TEXT(1:WS-NUM-LEN) DELIMITED BY SIZE
                INTO WS-TOKEN
              END-STRING
              COMPUTE WS-TOKEN-LEN = WS-TOKEN-LEN + 1 + WS-NUM-LEN
           END-IF.
           IF WS-REQ-TOKENS > ZERO
              AND (WS-REQ-TOKENS NOT < 20
                   OR WS-REQ-PTR + WS-TOKEN-LEN > 70)
              PERFORM 0680-WRITE-CARD
              MOVE SPACES TO WS-REQ-CARD
              MOVE 'PAGES=' TO WS-REQ-CARD
              MOVE 7 TO WS-REQ-PTR
              MOVE ZERO TO WS-REQ-TOKENS
           END-IF.
           IF WS-REQ-TOKENS > ZERO
              STRING ',' DELIMITED BY SIZE
                INTO WS-REQ-CARD
                WITH POINTER WS-REQ-PTR
              END-STRING
           END-IF.
           STRING WS-TOKEN(1:WS-TOKEN-LEN) DELIMITED BY SIZE
             INTO WS-REQ-CARD
             WITH POINTER WS-REQ-PTR
           END-STRING.
           ADD 1 TO WS-REQ-TOKENS.

       0680-WRITE-CARD.
           WRITE SRCHREQ-RECORD FROM WS-REQ-CARD.
           IF NOT SRCHREQ-OK
              DISPLAY PGMNAME ' SRCHREQ WRITE STATUS '
                      SRCHREQ-STATUS ' FOR ' WS-GEN-DSN
              MOVE 'REQUEST WRITE FAILED' TO WS-GEN-NOTE
              IF WS-RETURN-CODE < 8
                 MOVE 8 TO WS-RETURN-CODE
              END-IF
           END-IF.

      * WS-NUM-EDIT without its leading blanks, in WS-NUM-TEXT for
      * WS-NUM-LEN characters.
       0690-TRIM-NUMBER.
           MOVE ZERO TO WS-NUM-LEAD.
           INSPECT WS-NUM-EDIT TALLYING WS-NUM-LEAD
              FOR LEADING SPACES.
           COMPUTE WS-NUM-LEN = 8 - WS-NUM-LEAD.
           MOVE WS-NUM-EDIT(WS-NUM-LEAD + 1:WS-NUM-LEN)
             TO WS-NUM-TEXT.
        EJECT
       TITLE 'Search audit'.
      ******************************************************************
      * One audit record per generation searched (AFPAUDTR, type
      * SRCH): pages searched, search strings, pages hit and records
      * read, with the generation's own return code, under the
      * task's own userid and jobname (0155).  The audit dataset was
      * proved usable at start; a write that fails now stops the
      * search after this generation and ends the run RC=8 -- the
      * trail must say what was searched, so nothing more is.
      ******************************************************************
       0700-WRITE-AUDIT.
           MOVE SPACES TO AFPAUDIT-RECORD.
           ACCEPT AUD-DATE FROM DATE.
           ACCEPT AUD-TIME FROM TIME.
           MOVE WS-REQ-JOBNAME TO AUD-JOBNAME.
           MOVE WS-REQ-USERID TO AUD-USERID.
           SET AUD-TYPE-SEARCH TO TRUE.
           MOVE WS-GEN-DSN TO AUD-ARCHIVE-DSN.
           MOVE WS-GEN-PAGES TO AUD-PAGES-REQ.
           MOVE WS-STRING-COUNT TO AUD-KEYS-REQ.
           MOVE WS-GEN-PAGES-HIT TO AUD-PAGES-DLV.
           MOVE ZERO TO AUD-KEYS-DLV.
           MOVE WS-GEN-RECORDS TO AUD-RECORDS.
           MOVE WS-GEN-RC TO AUD-RETCODE.
           WRITE AFPAUDIT-RECORD.
           IF AFPAUDIT-OK
              ADD 1 TO WS-AUDIT-WRITTEN
           ELSE
              DISPLAY PGMNAME ' AFPAUDIT WRITE STATUS '
                      AFPAUDIT-STATUS ' FOR ' WS-GEN-DSN
              SET WS-AUDIT-ERROR TO TRUE
              IF WS-RETURN-CODE < 8
                 MOVE 8 TO WS-RETURN-CODE
              END-IF
           END-IF.
        EJECT
       TITLE 'Generation list and totals'.
       0900-WRAP-UP.
           IF WS-HIT-LINES-LISTED = ZERO
              MOVE 'NO HITS' TO NTL-TEXT
              WRITE SRCHRPT-RECORD FROM WS-NOTE-LINE
           END-IF.
           MOVE SPACES TO SRCHRPT-RECORD.
           WRITE SRCHRPT-RECORD.
           WRITE SRCHRPT-RECORD FROM WS-GEN-HEADING.
           PERFORM VARYING GEN-IDX FROM 1 BY 1
                   UNTIL GEN-IDX > WS-GEN-COUNT
              MOVE WS-GE-DSN(GEN-IDX) TO GNL-DSN
              MOVE WS-GE-GEN(GEN-IDX) TO GNL-GEN
              MOVE WS-GE-RESULT(GEN-IDX) TO GNL-RESULT
              MOVE WS-GE-PAGES(GEN-IDX) TO GNL-PAGES
              MOVE WS-GE-LINES(GEN-IDX) TO GNL-LINES
              MOVE WS-GE-HITS(GEN-IDX) TO GNL-HITS
              MOVE WS-GE-PAGES-HIT(GEN-IDX) TO GNL-PAGES-HIT
              MOVE WS-GE-NOTE(GEN-IDX) TO GNL-NOTE
              WRITE SRCHRPT-RECORD FROM WS-GEN-LINE
           END-PERFORM.
           IF WS-GEN-OVERFLOW > ZERO
              MOVE 'GENERATION LIST FULL, LATER GENERATIONS COUNTED '
                TO NTL-TEXT
              MOVE 'IN THE TOTALS ONLY' TO NTL-TEXT(50:)
              WRITE SRCHRPT-RECORD FROM WS-NOTE-LINE
           END-IF.
           IF WS-SEARCH-STOPPED
              MOVE SPACES TO NTL-TEXT
              STRING '*** AUDIT WRITE FAILED, SEARCH STOPPED AFTER '
                                          DELIMITED BY SIZE
                     WS-GEN-DSN           DELIMITED BY SPACE
                     ' -- REMAINING GENERATIONS NOT SEARCHED ***'
                                          DELIMITED BY SIZE
                INTO NTL-TEXT
              END-STRING
              WRITE SRCHRPT-RECORD FROM WS-NOTE-LINE
           END-IF.
           MOVE SPACES TO SRCHRPT-RECORD.
           WRITE SRCHRPT-RECORD.
           MOVE 'CATALOG ENTRIES READ' TO SUM-LABEL.
           MOVE WS-ENTRIES-READ TO SUM-COUNT.
           PERFORM 0910-SUMMARY-LINE.
           MOVE 'GENERATIONS SELECTED' TO SUM-LABEL.
           MOVE WS-GENS-SELECTED TO SUM-COUNT.
           PERFORM 0910-SUMMARY-LINE.
           MOVE '  SEARCHED' TO SUM-LABEL.
           MOVE WS-GENS-SEARCHED TO SUM-COUNT.
           PERFORM 0910-SUMMARY-LINE.
           MOVE '  WITH HITS' TO SUM-LABEL.
           MOVE WS-GENS-WITH-HITS TO SUM-COUNT.
           PERFORM 0910-SUMMARY-LINE.
           MOVE '  NOT SEARCHED, MIGRATED (RECALL QUEUED)'
             TO SUM-LABEL.
           MOVE WS-GENS-MIGRATED TO SUM-COUNT.
           PERFORM 0910-SUMMARY-LINE.
           MOVE '  NOT SEARCHED, SCRATCHED' TO SUM-LABEL.
           MOVE WS-GENS-SCRATCHED TO SUM-COUNT.
           PERFORM 0910-SUMMARY-LINE.
           MOVE '  FAILED' TO SUM-LABEL.
           MOVE WS-GENS-FAILED TO SUM-COUNT.
           PERFORM 0910-SUMMARY-LINE.
           MOVE 'PAGES SEARCHED' TO SUM-LABEL.
           MOVE WS-TOTAL-PAGES TO SUM-COUNT.
           PERFORM 0910-SUMMARY-LINE.
           MOVE 'LINES SEARCHED' TO SUM-LABEL.
           MOVE WS-TOTAL-LINES TO SUM-COUNT.
           PERFORM 0910-SUMMARY-LINE.
           MOVE 'HITS' TO SUM-LABEL.
           MOVE WS-TOTAL-HITS TO SUM-COUNT.
           PERFORM 0910-SUMMARY-LINE.
           PERFORM VARYING STR-IDX FROM 1 BY 1
                   UNTIL STR-IDX > WS-STRING-COUNT
              MOVE SPACES TO SUM-LABEL
              SET STL-NUMBER TO STR-IDX
              STRING '  STRING '   DELIMITED BY SIZE
                     STL-NUMBER    DELIMITED BY SIZE
                INTO SUM-LABEL
              END-STRING
              MOVE WS-ST-HITS(STR-IDX) TO SUM-COUNT
              PERFORM 0910-SUMMARY-LINE
           END-PERFORM.
           MOVE '  NOT LISTED (OVER MAXHITS)' TO SUM-LABEL.
           MOVE WS-HIT-LINES-UNLISTED TO SUM-COUNT.
           PERFORM 0910-SUMMARY-LINE.
           MOVE 'PAGES HIT' TO SUM-LABEL.
           MOVE WS-TOTAL-PAGES-HIT TO SUM-COUNT.
           PERFORM 0910-SUMMARY-LINE.
           MOVE 'REPRINT REQUESTS WRITTEN' TO SUM-LABEL.
           MOVE WS-REQUESTS-WRITTEN TO SUM-COUNT.
           PERFORM 0910-SUMMARY-LINE.
           MOVE '  CUT SHORT AT 500 PAGES' TO SUM-LABEL.
           MOVE WS-REQUESTS-PARTIAL TO SUM-COUNT.
           PERFORM 0910-SUMMARY-LINE.
           MOVE 'RECALL COMMANDS WRITTEN' TO SUM-LABEL.
           MOVE WS-RECALLS-WRITTEN TO SUM-COUNT.
           PERFORM 0910-SUMMARY-LINE.
           MOVE 'AUDIT RECORDS WRITTEN' TO SUM-LABEL.
           MOVE WS-AUDIT-WRITTEN TO SUM-COUNT.
           PERFORM 0910-SUMMARY-LINE.
           CLOSE SRCHRPT-FILE.
           DISPLAY PGMNAME ' GENERATIONS SEARCHED: ' WS-GENS-SEARCHED.
           DISPLAY PGMNAME ' HITS:                 ' WS-TOTAL-HITS.
           DISPLAY PGMNAME ' PAGES HIT:            '
                   WS-TOTAL-PAGES-HIT.
           DISPLAY PGMNAME ' NOT SEARCHED:         '
                   WS-GENS-MIGRATED ' MIGRATED, '
                   WS-GENS-SCRATCHED ' SCRATCHED'.
           IF WS-AUDIT-ERROR
              DISPLAY PGMNAME ' *** WARNING - SEARCH NOT FULLY '
                      'AUDITED (AFPAUDIT) ***'
           END-IF.
           IF WS-RETURN-CODE < 4
              IF WS-TOTAL-HITS = ZERO
                 OR WS-GENS-MIGRATED > ZERO
                 OR WS-GENS-SCRATCHED > ZERO
                 OR WS-HIT-LINES-UNLISTED > ZERO
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF.

       0910-SUMMARY-LINE.
           WRITE SRCHRPT-RECORD FROM WS-SUMMARY-LINE.

       0990-ABORT-RUN.
           DISPLAY PGMNAME ' SEARCH ENDED EARLY'.
           MOVE 12 TO RETURN-CODE.
           GOBACK.
        EJECT
       TITLE 'Compressed-record expansion'.
           COPY AFPRLEXP SUPPRESS.
        EJECT
       TITLE 'Executing task identity'.
           COPY AFPTIDEN SUPPRESS.
       END PROGRAM ARCHSRCH.
