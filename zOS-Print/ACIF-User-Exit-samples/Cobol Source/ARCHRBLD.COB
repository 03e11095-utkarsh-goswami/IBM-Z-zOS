       PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
      * LAST UPDATE ON 15 Oct 2026 AT 09:00:00 BY MAINT    VERSION 05  *
       ID DIVISION.
       PROGRAM-ID. ARCHRBLD.
       AUTHOR. TURETZKY--HYDRA.
       INSTALLATION. IBM BOULDER PROGRAMMING CENTER.

                 Archive catalog rebuild for the ACIFOBDT print
                 archive.  When the ARCHCAT KSDS is damaged or lost
                 (or at the DR site after a restore), this utility
                 recreates its entries from the archive datasets
                 themselves.  A preceding IDCAMS step lists the
                 archive and mirror levels:

                   LISTCAT LEVEL(archhlq) VOLUME
                   LISTCAT LEVEL(mirrorhlq) VOLUME

                 and its SYSPRINT is this program's RBLDLIST input
                 (a plain list of dataset names, one per line
                 starting in column 1, is accepted as well).  From
                 the stamped names it recognizes each generation
                 (.Gnnnn), merged archive (.MERGE), the run's page
                 and key indexes (.INDEX/.KEYIX, .MINDX/.MKYIX) and
                 each generation's duplex mirror, then:

                   - reads every on-DASD generation through, taking
                     the run date and time and the page and line
                     counts from its TRAILER= record (BANNER== when
                     the trailer is missing); compressed records are
                     expanded on the way
                   - takes the jobname from the ACF0001I event for
                     the dataset, else from the ACIFACCT type-G
                     record, else from the DSN's .J qualifier
                   - cross-checks the counts against the ACIFACCT
                     type-G record and the ACF0002I event, and takes
                     the suppressed-page count from accounting
                   - registers the entry in ARCHCAT with status C,
                     or E (no trailer, unreadable, or an index
                     missing), M (migrated -- listed MIGRAT, rebuilt
                     from its name, accounting and events without a
                     recall) or X (a source generation whose merged
                     archive also exists)

                 AFPPAGVF's certificate and the legal hold cannot be
                 read back out of a dataset, so every rebuilt entry
                 carries CAT-REVIEW-FLAG R.  ARCHRETN keeps a flagged
                 entry whatever its rules say (re-applying any
                 ARCHHOLD hold that matches it) until the flag is
                 cleared.  Once AFPPAGVF has re-certified and the
                 holds have been re-applied, a run with REVIEWED=
                 cards clears the flag and rebuilds nothing.

                 Every entry that could not be fully reconstructed
                 is reported with the reason, as is each accounted
                 generation that has no dataset left (scratched or
                 lost) and each mirror with no primary.

                 Parameter statements (RBLDPARM DD, keyword=value,
                 all optional):
                   ARCHHLQ=hlq      archive HLQ (default
                                    PRT.AFPARCH.OUTPUT)
                   MIRRORHLQ=hlq    mirror HLQ (default
                                    PRT.AFPMIRR.OUTPUT)
                   REPLACE=Y        rewrite entries already in the
                                    catalog, keeping their verify
                                    and hold fields (default N:
                                    existing entries are left alone
                                    and reported)
                   SINCE=yymmdd     earliest accounting date to
                                    report as having no dataset
                                    (default the oldest run found)
                   REVIEWED=dsn     clear the review flag on this
                                    entry (prefix* form accepted);
                                    a run with any REVIEWED= card
                                    does only that
                 Cards with * in column 1 are comments.  ARCHCAT,
                 ACIFACCT and ACIFEVLG come from JCL; the accounting
                 and event datasets are optional, and without them
                 the matching cross-check is not made.  An empty
                 (just-defined) ARCHCAT is loaded.  The report goes
                 to RBLDRPT.

                 RC=0 every entry fully rebuilt, RC=4 nothing found
                 to rebuild, RC=8 entries incomplete or not written
                 (see the report), RC=12 catalog, dataset list or
                 parameters unusable.

                 Maintenance history:
                 - The generation digest ACIFOBDT and ARCHCONS now
                   write in the trailer is carried into the rebuilt
                   entry's CAT-PAGE-DIGEST, so AFPPAGVF can still
                   prove a generation's page checksums against its
                   catalog entry after a rebuild.  Trailers written
                   before digests existed leave the field blank.
                 - REPLACE=Y also keeps the content-management export
                   flag of the entry it rewrites, so a generation
                   ARCHEXPT has already loaded is not exported again.
                 - REPLACE=Y keeps the offsite vault flag too.  A
                   vault shipment cannot be read back out of the
                   dataset, so a freshly rebuilt entry is unvaulted
                   until ARCHVREC's reconciliation against the vault
                   inventory is worked through.
                 - REPLACE=Y keeps the control-total reconciliation
                   result as well.  A freshly rebuilt entry is not
                   reconciled; ARCHRCTL can be rerun for its run.
       DATE-WRITTEN. 14 Oct 2026.
       DATE-COMPILED.
       SECURITY. IBM SAMPLE CODE ONLY.
       TITLE 'Archive Catalog Rebuild'.
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
      * IDCAMS LISTCAT output (or a plain dataset-name list).
           SELECT RBLDLIST-FILE       ASSIGN TO RBLDLIST,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS RBLDLIST-STATUS.
           SELECT OPTIONAL ACIFACCT-FILE ASSIGN TO ACIFACCT,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS ACIFACCT-STATUS.
           SELECT OPTIONAL ACIFEVLG-FILE ASSIGN TO ACIFEVLG,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS ACIFEVLG-STATUS.
      * One generation's archive dataset, attached per entry through
      * dynamic allocation, read through to its trailer.
           SELECT AFPARCIN-FILE       ASSIGN TO AFPARCIN,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS AFPARCIN-STATUS.
           SELECT OPTIONAL RBLDPARM-FILE ASSIGN TO RBLDPARM,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS RBLDPARM-STATUS.
           SELECT RBLDRPT-FILE        ASSIGN TO RBLDRPT,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS RBLDRPT-STATUS.
        EJECT
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHCAT-FILE
           RECORD CONTAINS 256 CHARACTERS.
           COPY ARCHCATR SUPPRESS.
       FD  RBLDLIST-FILE
           RECORD VARYING FROM 1 TO 255 CHARACTERS
                  DEPENDING ON WS-LIST-LEN.
       01  RBLDLIST-RECORD            PIC X(255).
       FD  ACIFACCT-FILE
           RECORD CONTAINS 132 CHARACTERS.
           COPY ACIFACTR SUPPRESS.
       FD  ACIFEVLG-FILE
           RECORD CONTAINS 132 CHARACTERS.
           COPY ACIFEVTR SUPPRESS.
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
       FD  RBLDPARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RBLDPARM-RECORD            PIC X(80).
       FD  RBLDRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RBLDRPT-RECORD             PIC X(132).
       WORKING-STORAGE SECTION.
       01  PGMNAME                 PIC X(8) VALUE 'ARCHRBLD'.
       77  ARCHCAT-STATUS          PIC 99.
           88  ARCHCAT-OK          VALUE 00.
           88  ARCHCAT-EOF         VALUE 10.
           88  ARCHCAT-DUPKEY      VALUE 22.
           88  ARCHCAT-NOTAVAIL    VALUE 35.
       77  RBLDLIST-STATUS         PIC 99.
           88  RBLDLIST-OK         VALUE 00.
           88  RBLDLIST-EOF        VALUE 10.
       77  ACIFACCT-STATUS         PIC 99.
           88  ACIFACCT-OK         VALUE 00.
           88  ACIFACCT-EOF        VALUE 10.
       77  ACIFEVLG-STATUS         PIC 99.
           88  ACIFEVLG-OK         VALUE 00.
           88  ACIFEVLG-EOF        VALUE 10.
       77  AFPARCIN-STATUS         PIC 99.
           88  AFPARCIN-OK         VALUE 00.
           88  AFPARCIN-EOF        VALUE 10.
       77  RBLDPARM-STATUS         PIC 99.
           88  RBLDPARM-OK         VALUE 00.
           88  RBLDPARM-EOF        VALUE 10.
       77  RBLDRPT-STATUS          PIC 99.
           88  RBLDRPT-OK          VALUE 00.
       77  WS-ARCIN-LEN            PIC 9(8) BINARY.
       77  WS-LIST-LEN             PIC 9(4) BINARY.
            SKIP1
       01  WS-PARM-CARD.
           05  WS-CARD-KEYWORD     PIC X(16).
           05  WS-CARD-VALUE       PIC X(64).
       01  WS-ARCHIVE-HLQ          PIC X(20) VALUE 'PRT.AFPARCH.OUTPUT'.
       01  WS-MIRROR-HLQ           PIC X(20) VALUE 'PRT.AFPMIRR.OUTPUT'.
       77  WS-ARCHHLQ-LEN          PIC S9(4) BINARY VALUE ZERO.
       77  WS-MIRRHLQ-LEN          PIC S9(4) BINARY VALUE ZERO.
       77  WS-REPLACE-FLAG         PIC X VALUE 'N'.
           88  WS-REPLACE-ON       VALUE 'Y'.
       77  WS-SINCE-DATE           PIC 9(6) VALUE ZERO.
       77  WS-OLDEST-DATE          PIC 9(6) VALUE 999999.
       01  WS-CURRENT-DATE.
           05  WS-CUR-YY           PIC 99.
           05  WS-CUR-MM           PIC 99.
           05  WS-CUR-DD           PIC 99.
            SKIP1
      * REVIEWED= cards: entries (exact DSN, or prefix* form) whose
      * review flag is to be cleared.
       77  WS-MAX-REVIEWS          PIC 9(4) BINARY VALUE 50.
       77  WS-REVIEW-COUNT         PIC 9(4) BINARY VALUE ZERO.
       01  WS-REVIEW-TABLE.
           05  WS-REVIEW-ENTRY OCCURS 50 TIMES INDEXED BY REV-IDX.
               10  WS-REV-TARGET   PIC X(44).
               10  WS-REV-TGT-LEN  PIC S9(4) BINARY.
               10  WS-REV-PFX-FLG  PIC X.
                   88  WS-REV-PREFIX    VALUE 'Y'.
       77  WS-REVIEW-MATCH-FLAG    PIC X VALUE 'N'.
           88  WS-REVIEW-MATCH     VALUE 'Y'.
           88  WS-REVIEW-NOMATCH   VALUE 'N'.
            SKIP1
      * Dataset-list scanning.  LISTCAT names each dataset on a
      * "NONVSAM ------- dsname" line; a following VOLSER line
      * reading MIGRAT marks it migrated by HSM.
       01  WS-LIST-LINE            PIC X(255).
       01  WS-LIST-DSN             PIC X(44).
       77  WS-TAG-POS              PIC S9(4) BINARY VALUE ZERO.
       77  WS-TAG-COUNT            PIC S9(4) BINARY VALUE ZERO.
       01  WS-NONVSAM-TAG          PIC X(16) VALUE 'NONVSAM ------- '.
       77  WS-LAST-DSN-SUB         PIC 9(4) BINARY VALUE ZERO.
            SKIP1
      * Stamped-name parsing: HLQ.Dyymmdd.Thhmmss[.Jjobname].last,
      * where last is Gnnnn, MERGE, INDEX, KEYIX, MINDX, MKYIX or
      * EXCPT (see ACIFOBDT 0110-0114 and ARCHCONS 0300).
       01  WS-PARSE-DSN            PIC X(44).
       77  WS-PARSE-HLQ-LEN        PIC S9(4) BINARY VALUE ZERO.
       77  WS-PARSE-DSN-LEN        PIC S9(4) BINARY VALUE ZERO.
       77  WS-PARSE-OK-FLAG        PIC X VALUE 'N'.
           88  WS-PARSE-OK         VALUE 'Y'.
           88  WS-PARSE-FAILED     VALUE 'N'.
       01  WS-STAMP-Q1.
           05  WS-Q1-ID            PIC X.
           05  WS-Q1-DATE          PIC 9(6).
           05  WS-Q1-REST          PIC X.
       01  WS-STAMP-Q2.
           05  WS-Q2-ID            PIC X.
           05  WS-Q2-TIME          PIC 9(6).
           05  WS-Q2-REST          PIC X.
       01  WS-STAMP-Q3             PIC X(8).
       01  WS-STAMP-Q4             PIC X(8).
       01  WS-STAMP-Q5             PIC X(8).
       01  WS-STAMP-LAST.
           05  WS-LAST-ID          PIC X.
           05  WS-LAST-GEN         PIC 9(4).
           05  WS-LAST-REST        PIC X(3).
       01  WS-STAMP-JOB            PIC X(8).
       77  WS-STAMP-KIND           PIC X.
            SKIP1
      * Every archive-level dataset listed.  Primary generations and
      * merged archives become catalog entries; indexes and mirrors
      * are paired to them by their common stamped prefix.
       77  WS-MAX-DSNS             PIC 9(4) BINARY VALUE 2000.
       77  WS-DSN-COUNT            PIC 9(4) BINARY VALUE ZERO.
       77  WS-DSN-OVERFLOW         PIC 9(8) BINARY VALUE ZERO.
       01  WS-DSN-TABLE.
           05  WS-DSN-ENTRY OCCURS 2000 TIMES
                            INDEXED BY DSN-IDX MAT-IDX.
               10  WS-DE-DSN       PIC X(44).
               10  WS-DE-KIND      PIC X.
                   88  WS-DE-GEN           VALUE 'G'.
                   88  WS-DE-MERGED        VALUE 'M'.
                   88  WS-DE-INDEX         VALUE 'I'.
                   88  WS-DE-KEYIDX        VALUE 'K'.
                   88  WS-DE-MERGED-INDEX  VALUE 'J'.
                   88  WS-DE-MERGED-KEYIDX VALUE 'L'.
                   88  WS-DE-CATALOGABLE   VALUES 'G' 'M'.
               10  WS-DE-MIRROR-FLG PIC X.
                   88  WS-DE-IS-MIRROR     VALUE 'Y'.
                   88  WS-DE-IS-PRIMARY    VALUE 'N'.
               10  WS-DE-MIGRAT-FLG PIC X.
                   88  WS-DE-MIGRATED      VALUE 'Y'.
               10  WS-DE-PREFIX-LEN PIC S9(4) BINARY.
               10  WS-DE-STAMP-DATE PIC 9(6).
               10  WS-DE-STAMP-TIME PIC 9(6).
               10  WS-DE-STAMP-JOB  PIC X(8).
               10  WS-DE-SJOB-LEN   PIC S9(4) BINARY.
               10  WS-DE-GEN-NUM    PIC 9(4).
      * Reconstruction, filled in as the sources are read.  The -SRC
      * bytes record where each value came from: T trailer, B banner,
      * E event, A accounting, S the merged run's source generation,
      * D the dataset name, space not known.
               10  WS-DE-JOBNAME    PIC X(8).
               10  WS-DE-JOB-SRC    PIC X.
               10  WS-DE-RUN-DATE   PIC 9(6).
               10  WS-DE-RUN-TIME   PIC 9(8).
               10  WS-DE-TIME-SRC   PIC X.
               10  WS-DE-READ-FLG   PIC X.
                   88  WS-DE-READ-OK       VALUE 'R'.
                   88  WS-DE-UNREADABLE    VALUE 'U'.
                   88  WS-DE-NOT-READ      VALUE ' '.
               10  WS-DE-BANNER-FLG PIC X.
                   88  WS-DE-BANNER-SEEN   VALUE 'Y'.
               10  WS-DE-TRAILER-FLG PIC X.
                   88  WS-DE-TRAILER-SEEN  VALUE 'Y'.
               10  WS-DE-TRL-PAGES  PIC 9(8).
               10  WS-DE-TRL-LINES  PIC 9(8).
               10  WS-DE-TRL-DIGEST PIC 9(8).
               10  WS-DE-EV-OPEN-FLG PIC X.
                   88  WS-DE-EV-OPENED     VALUE 'Y'.
               10  WS-DE-EV-CLOSE-FLG PIC X.
                   88  WS-DE-EV-CLOSED     VALUE 'Y'.
               10  WS-DE-EV-PAGES   PIC 9(8).
               10  WS-DE-EV-LINES   PIC 9(8).
               10  WS-DE-EV-SUPPR   PIC 9(8).
               10  WS-DE-ACCT-FLG   PIC X.
                   88  WS-DE-ACCOUNTED     VALUE 'Y'.
               10  WS-DE-ACT-PAGES  PIC 9(8).
               10  WS-DE-ACT-LINES  PIC 9(8).
               10  WS-DE-ACT-SUPPR  PIC 9(8).
               10  WS-DE-CONS-FLG   PIC X.
                   88  WS-DE-CONSOLIDATED  VALUE 'Y'.
               10  WS-DE-MIRROR-DSN PIC X(44).
               10  WS-DE-INDEX-DSN  PIC X(44).
               10  WS-DE-IDX-FOUND  PIC X.
                   88  WS-DE-INDEX-FOUND   VALUE 'Y'.
               10  WS-DE-KEYIDX-DSN PIC X(44).
               10  WS-DE-KIX-FOUND  PIC X.
                   88  WS-DE-KEYIDX-FOUND  VALUE 'Y'.
            SKIP1
       77  WS-ACCT-READ-FLAG       PIC X VALUE 'N'.
           88  WS-ACCT-WAS-READ    VALUE 'Y'.
       77  WS-EVENTS-READ-FLAG     PIC X VALUE 'N'.
           88  WS-EVENTS-WERE-READ VALUE 'Y'.
       77  WS-CAT-LOAD-FLAG        PIC X VALUE 'N'.
           88  WS-CAT-LOADING      VALUE 'Y'.
       77  WS-MATCH-FLAG           PIC X VALUE 'N'.
           88  WS-ENTRY-FOUND      VALUE 'Y'.
           88  WS-ENTRY-NOTFOUND   VALUE 'N'.
       77  WS-ACT-HHMMSS           PIC 9(6) VALUE ZERO.
       77  WS-ACCT-AGREE-FLAG      PIC X VALUE 'Y'.
           88  WS-ACCT-AGREES      VALUE 'Y'.
           88  WS-ACCT-DIFFERS     VALUE 'N'.
       01  WS-WORK-DSN             PIC X(44).
       77  WS-OVERFLOW-FLAG        PIC X VALUE 'N'.
           88  WS-NAME-OVERFLOW    VALUE 'Y'.
       77  WS-ENTRY-CONDITIONS     PIC 9(4) BINARY VALUE ZERO.
            SKIP1
      * Verify, hold, export, vault and reconciliation fields of an
      * entry already in the catalog, carried over when REPLACE=Y
      * rewrites it.
       01  WS-KEPT-FIELDS.
           05  WS-KEPT-VERIFY-STATUS PIC X.
           05  WS-KEPT-VERIFY-DATE PIC X(6).
           05  WS-KEPT-HOLD-FLAG   PIC X.
           05  WS-KEPT-HOLD-REF    PIC X(8).
           05  WS-KEPT-EXPORT-FLAG PIC X.
           05  WS-KEPT-VAULT-FLAG  PIC X.
           05  WS-KEPT-RECON-FLAG  PIC X.
       01  WS-NEW-ENTRY            PIC X(256).
            SKIP1
       77  WS-DSNS-LISTED          PIC 9(8) BINARY VALUE ZERO.
       77  WS-OTHER-DSNS           PIC 9(8) BINARY VALUE ZERO.
       77  WS-MIRRORS-PAIRED       PIC 9(8) BINARY VALUE ZERO.
       77  WS-ENTRIES-FOUND        PIC 9(8) BINARY VALUE ZERO.
       77  WS-ENTRIES-WRITTEN      PIC 9(8) BINARY VALUE ZERO.
       77  WS-ENTRIES-REPLACED     PIC 9(8) BINARY VALUE ZERO.
       77  WS-ENTRIES-SKIPPED      PIC 9(8) BINARY VALUE ZERO.
       77  WS-ENTRIES-INCOMPLETE   PIC 9(8) BINARY VALUE ZERO.
       77  WS-ACCT-NO-DATASET      PIC 9(8) BINARY VALUE ZERO.
       77  WS-REVIEWS-CLEARED      PIC 9(8) BINARY VALUE ZERO.
       77  WS-REBUILD-ERRORS       PIC 9(8) BINARY VALUE ZERO.
       77  WS-CONDITIONS           PIC 9(8) BINARY VALUE ZERO.
            SKIP1
      * Trailer and banner capture for the generation being read.
       01  WS-TRAILER-IMAGE.
           05  WS-TRL-ID           PIC X(8).
           05  WS-TRL-PAGES        PIC 9(8).
           05  WS-TRL-LINES        PIC 9(8).
           05  WS-TRL-RUN-DATE     PIC 9(6).
           05  WS-TRL-RUN-TIME     PIC 9(8).
           05  WS-TRL-DIGEST       PIC 9(8).
       01  WS-BANNER-IMAGE.
           05  WS-BAN-ID           PIC X(8).
           05  WS-BAN-COMP-DATE    PIC X(8).
           05  WS-BAN-COMP-TIME    PIC X(12).
           05  WS-BAN-RUN-DATE     PIC 9(6).
           05  WS-BAN-RUN-TIME     PIC 9(8).
           05  FILLER              PIC X(8).
       01  WS-TRAILER-ID           PIC X(8) VALUE 'TRAILER='.
       01  WS-BANNER-ID            PIC X(8) VALUE 'BANNER=='.
            SKIP1
       01  DYN-ALLOC-PARM.
           05  DYN-PARM-LEN        PIC S9(4) BINARY.
           05  DYN-PARM-TEXT       PIC X(160).
       77  BPXWDYN                 PIC X(8) VALUE 'BPXWDYN'.
       77  WS-DYN-RC               PIC S9(8) BINARY VALUE ZERO.
            SKIP1
       01  WS-HEAD-1.
           05  FILLER              PIC X(42) VALUE
               '  ARCHIVE CATALOG REBUILD REPORT -- DATE'.
           05  FILLER              PIC X     VALUE SPACES.
           05  HD1-DATE            PIC 9(6).
           05  FILLER              PIC X(83) VALUE SPACES.
       01  WS-HEAD-2.
           05  FILLER              PIC X(46) VALUE
               '  ARCHIVE DATASET NAME'.
           05  FILLER              PIC X(10) VALUE 'JOBNAME'.
           05  FILLER              PIC X(24) VALUE 'CONDITION'.
           05  FILLER              PIC X(13) VALUE 'REBUILT'.
           05  FILLER              PIC X(13) VALUE 'COMPARED'.
           05  FILLER              PIC X(26) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  FILLER              PIC XX    VALUE SPACES.
           05  DET-DSN             PIC X(44).
           05  DET-JOBNAME         PIC X(8).
           05  FILLER              PIC XX    VALUE SPACES.
           05  DET-CONDITION       PIC X(22).
           05  FILLER              PIC XX    VALUE SPACES.
           05  DET-CAT-COUNT       PIC ZZZZZZZ9.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  DET-CMP-COUNT       PIC ZZZZZZZ9.
           05  FILLER              PIC X(31) VALUE SPACES.
        EJECT
      / COMPRESSED-RECORD EXPANSION WORK AREAS.
           COPY AFPRLEWS SUPPRESS.
       TITLE 'Mainline'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY PGMNAME ' ARCHIVE CATALOG REBUILD STARTING'.
           ACCEPT WS-CURRENT-DATE FROM DATE.
           PERFORM 0100-READ-PARMS.
           PERFORM 0150-SIZE-PREFIXES.
           OPEN OUTPUT RBLDRPT-FILE.
           IF NOT RBLDRPT-OK
              DISPLAY PGMNAME ' RBLDRPT STATUS AFTER OPEN '
                      RBLDRPT-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           COMPUTE HD1-DATE =
                   WS-CUR-YY * 10000 + WS-CUR-MM * 100 + WS-CUR-DD.
           WRITE RBLDRPT-RECORD FROM WS-HEAD-1.
           WRITE RBLDRPT-RECORD FROM WS-HEAD-2.
           IF WS-REVIEW-COUNT > ZERO
              PERFORM 0800-CLEAR-REVIEW-FLAGS
           ELSE
              PERFORM 0200-LOAD-DSN-LIST
              PERFORM 0300-PAIR-DATASETS
              PERFORM 0400-READ-EVENTS
              PERFORM 0500-READ-GENERATIONS
              PERFORM 0600-MATCH-ACCOUNTING
              PERFORM 0650-RESOLVE-MERGED
              PERFORM 0700-REBUILD-CATALOG
           END-IF.
           PERFORM 0900-WRAP-UP.
           GOBACK.
        EJECT
       TITLE 'Parameters'.
       0100-READ-PARMS.
           OPEN INPUT RBLDPARM-FILE.
           IF RBLDPARM-OK
              PERFORM 0110-READ-ONE-CARD
                UNTIL RBLDPARM-EOF
              CLOSE RBLDPARM-FILE
           END-IF.

       0110-READ-ONE-CARD.
           READ RBLDPARM-FILE
              AT END
                 CONTINUE
              NOT AT END
                 PERFORM 0120-PARSE-CARD
           END-READ.

       0120-PARSE-CARD.
           IF RBLDPARM-RECORD = SPACES
              OR RBLDPARM-RECORD(1:1) = '*'
              CONTINUE
           ELSE
              MOVE SPACES TO WS-CARD-KEYWORD WS-CARD-VALUE
              UNSTRING RBLDPARM-RECORD DELIMITED BY '='
                 INTO WS-CARD-KEYWORD WS-CARD-VALUE
              END-UNSTRING
              EVALUATE FUNCTION TRIM(WS-CARD-KEYWORD)
                 WHEN 'ARCHHLQ'
                    MOVE WS-CARD-VALUE TO WS-ARCHIVE-HLQ
                 WHEN 'MIRRORHLQ'
                    MOVE WS-CARD-VALUE TO WS-MIRROR-HLQ
                 WHEN 'REPLACE'
                    MOVE WS-CARD-VALUE(1:1) TO WS-REPLACE-FLAG
                 WHEN 'SINCE'
                    COMPUTE WS-SINCE-DATE =
                       FUNCTION NUMVAL(WS-CARD-VALUE)
                    END-COMPUTE
                 WHEN 'REVIEWED'
                    PERFORM 0130-STORE-REVIEWED
                 WHEN OTHER
                    DISPLAY PGMNAME ' UNRECOGNIZED PARM CARD: '
                            RBLDPARM-RECORD(1:40)
              END-EVALUATE
           END-IF.

       0130-STORE-REVIEWED.
           IF WS-CARD-VALUE = SPACES
              DISPLAY PGMNAME ' REVIEWED= CARD HAS NO DSN, IGNORED'
           ELSE
              IF WS-REVIEW-COUNT < WS-MAX-REVIEWS
                 ADD 1 TO WS-REVIEW-COUNT
                 SET REV-IDX TO WS-REVIEW-COUNT
                 MOVE 'N' TO WS-REV-PFX-FLG(REV-IDX)
                 MOVE SPACES TO WS-REV-TARGET(REV-IDX)
                 COMPUTE WS-REV-TGT-LEN(REV-IDX) = FUNCTION LENGTH
                         (FUNCTION TRIM(WS-CARD-VALUE))
                 END-COMPUTE
                 IF WS-CARD-VALUE(WS-REV-TGT-LEN(REV-IDX):1) = '*'
                    SET WS-REV-PREFIX(REV-IDX) TO TRUE
                    SUBTRACT 1 FROM WS-REV-TGT-LEN(REV-IDX)
                 END-IF
                 IF WS-REV-TGT-LEN(REV-IDX) > 44
                    MOVE 44 TO WS-REV-TGT-LEN(REV-IDX)
                 END-IF
                 IF WS-REV-TGT-LEN(REV-IDX) > ZERO
                    MOVE WS-CARD-VALUE(1:WS-REV-TGT-LEN(REV-IDX))
                      TO WS-REV-TARGET(REV-IDX)
                 END-IF
              ELSE
                 DISPLAY PGMNAME ' TOO MANY REVIEWED= CARDS, '
                         'IGNORED: ' WS-CARD-VALUE(1:44)
              END-IF
           END-IF.

      * Both prefixes must leave room for the stamped qualifiers.
       0150-SIZE-PREFIXES.
           COMPUTE WS-ARCHHLQ-LEN = FUNCTION LENGTH
                   (FUNCTION TRIM(WS-ARCHIVE-HLQ)).
           COMPUTE WS-MIRRHLQ-LEN = FUNCTION LENGTH
                   (FUNCTION TRIM(WS-MIRROR-HLQ)).
           IF WS-ARCHIVE-HLQ = SPACES OR WS-MIRROR-HLQ = SPACES
              OR WS-ARCHHLQ-LEN > 22 OR WS-MIRRHLQ-LEN > 22
              DISPLAY PGMNAME ' ARCHHLQ/MIRRORHLQ UNUSABLE: '
                      WS-ARCHIVE-HLQ ' ' WS-MIRROR-HLQ
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY PGMNAME ' ARCHIVE HLQ ' WS-ARCHIVE-HLQ
                   ' MIRROR HLQ ' WS-MIRROR-HLQ.
        EJECT
       TITLE 'Dataset list'.
      ******************************************************************
      * Collect every dataset under the two prefixes from the LISTCAT
      * output.  Anything else in the listing (headers, attribute
      * lines, other levels) is passed over; a dataset under the
      * prefixes whose name is not one this archive stamps is counted
      * and left alone.
      ******************************************************************
       0200-LOAD-DSN-LIST.
           OPEN INPUT RBLDLIST-FILE.
           IF NOT RBLDLIST-OK
              DISPLAY PGMNAME ' RBLDLIST STATUS AFTER OPEN '
                      RBLDLIST-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0210-READ-ONE-LINE
             UNTIL RBLDLIST-EOF.
           CLOSE RBLDLIST-FILE.
           DISPLAY PGMNAME ' DATASETS LISTED UNDER THE PREFIXES: '
                   WS-DSNS-LISTED.
           IF WS-DSN-OVERFLOW > ZERO
              DISPLAY PGMNAME ' DATASET TABLE FULL, '
                      WS-DSN-OVERFLOW ' DATASETS NOT REBUILT'
              ADD 1 TO WS-REBUILD-ERRORS
           END-IF.
           IF WS-SINCE-DATE = ZERO
              MOVE WS-OLDEST-DATE TO WS-SINCE-DATE
           END-IF.

       0210-READ-ONE-LINE.
           READ RBLDLIST-FILE
              AT END
                 CONTINUE
              NOT AT END
                 MOVE SPACES TO WS-LIST-LINE
                 MOVE RBLDLIST-RECORD(1:WS-LIST-LEN)
                   TO WS-LIST-LINE(1:WS-LIST-LEN)
                 PERFORM 0220-SCAN-LINE
           END-READ.

       0220-SCAN-LINE.
           MOVE SPACES TO WS-LIST-DSN.
           MOVE ZERO TO WS-TAG-POS.
           INSPECT WS-LIST-LINE TALLYING WS-TAG-POS
                   FOR CHARACTERS BEFORE INITIAL WS-NONVSAM-TAG.
           IF WS-TAG-POS < 230
              UNSTRING WS-LIST-LINE(WS-TAG-POS + 17:)
                 DELIMITED BY SPACE
                 INTO WS-LIST-DSN
              END-UNSTRING
              PERFORM 0230-NOTE-DSN
           ELSE
              MOVE ZERO TO WS-TAG-COUNT
              INSPECT WS-LIST-LINE TALLYING WS-TAG-COUNT
                      FOR ALL 'VOLSER' ALL '-MIGRAT'
              IF WS-TAG-COUNT = 2
                 IF WS-LAST-DSN-SUB > ZERO
                    SET DSN-IDX TO WS-LAST-DSN-SUB
                    SET WS-DE-MIGRATED(DSN-IDX) TO TRUE
                 END-IF
              ELSE
      * Plain-list form: a dataset name starting in column 1.
                 IF WS-LIST-LINE(1:1) NOT = SPACE
                    AND WS-LIST-LINE(1:1) NOT = '*'
                    UNSTRING WS-LIST-LINE DELIMITED BY SPACE
                       INTO WS-LIST-DSN
                    END-UNSTRING
                    PERFORM 0230-NOTE-DSN
                 END-IF
              END-IF
           END-IF.

      * A listed name is under the archive prefix or the mirror
      * prefix, or it is none of ours.  The archive prefix is tried
      * first; a mirror name fails that parse at its first stamped
      * qualifier even when one prefix begins with the other.
       0230-NOTE-DSN.
           MOVE ZERO TO WS-LAST-DSN-SUB.
           MOVE WS-LIST-DSN TO WS-PARSE-DSN.
           SET WS-PARSE-FAILED TO TRUE.
           IF WS-LIST-DSN(1:WS-ARCHHLQ-LEN) =
              WS-ARCHIVE-HLQ(1:WS-ARCHHLQ-LEN)
              AND WS-LIST-DSN(WS-ARCHHLQ-LEN + 1:1) = '.'
              MOVE WS-ARCHHLQ-LEN TO WS-PARSE-HLQ-LEN
              PERFORM 0240-PARSE-STAMP
              IF WS-PARSE-OK
                 PERFORM 0250-ADD-DSN-ENTRY
                 IF WS-LAST-DSN-SUB > ZERO
                    SET DSN-IDX TO WS-LAST-DSN-SUB
                    SET WS-DE-IS-PRIMARY(DSN-IDX) TO TRUE
                 END-IF
              END-IF
           END-IF.
           IF WS-PARSE-FAILED
              AND WS-LIST-DSN(1:WS-MIRRHLQ-LEN) =
                  WS-MIRROR-HLQ(1:WS-MIRRHLQ-LEN)
              AND WS-LIST-DSN(WS-MIRRHLQ-LEN + 1:1) = '.'
              MOVE WS-MIRRHLQ-LEN TO WS-PARSE-HLQ-LEN
              PERFORM 0240-PARSE-STAMP
              IF WS-PARSE-OK
                 PERFORM 0250-ADD-DSN-ENTRY
                 IF WS-LAST-DSN-SUB > ZERO
                    SET DSN-IDX TO WS-LAST-DSN-SUB
                    SET WS-DE-IS-MIRROR(DSN-IDX) TO TRUE
                 END-IF
              ELSE
                 ADD 1 TO WS-OTHER-DSNS
              END-IF
           ELSE
              IF WS-PARSE-FAILED
                 AND WS-LIST-DSN(1:WS-ARCHHLQ-LEN) =
                     WS-ARCHIVE-HLQ(1:WS-ARCHHLQ-LEN)
                 ADD 1 TO WS-OTHER-DSNS
              END-IF
           END-IF.

       0240-PARSE-STAMP.
           SET WS-PARSE-FAILED TO TRUE.
           MOVE SPACES TO WS-STAMP-Q1 WS-STAMP-Q2 WS-STAMP-Q3
                          WS-STAMP-Q4 WS-STAMP-Q5 WS-STAMP-LAST
                          WS-STAMP-JOB.
           MOVE SPACE TO WS-STAMP-KIND.
           COMPUTE WS-PARSE-DSN-LEN = FUNCTION LENGTH
                   (FUNCTION TRIM(WS-PARSE-DSN)).
           IF WS-PARSE-DSN-LEN > WS-PARSE-HLQ-LEN + 22
              UNSTRING WS-PARSE-DSN(WS-PARSE-HLQ-LEN + 2:)
                 DELIMITED BY '.' OR ALL SPACE
                 INTO WS-STAMP-Q1 WS-STAMP-Q2 WS-STAMP-Q3
                      WS-STAMP-Q4 WS-STAMP-Q5
              END-UNSTRING
              IF WS-Q1-ID = 'D' AND WS-Q1-DATE IS NUMERIC
                 AND WS-Q1-REST = SPACE
                 AND WS-Q2-ID = 'T' AND WS-Q2-TIME IS NUMERIC
                 AND WS-Q2-REST = SPACE
                 IF WS-STAMP-Q3(1:1) = 'J'
                    AND WS-STAMP-Q4 NOT = SPACES
                    AND WS-STAMP-Q5 = SPACES
                    MOVE WS-STAMP-Q3(2:7) TO WS-STAMP-JOB
                    MOVE WS-STAMP-Q4 TO WS-STAMP-LAST
                 ELSE
                    IF WS-STAMP-Q4 = SPACES
                       MOVE WS-STAMP-Q3 TO WS-STAMP-LAST
                    END-IF
                 END-IF
                 PERFORM 0245-CLASSIFY-LAST
              END-IF
           END-IF.

       0245-CLASSIFY-LAST.
           EVALUATE TRUE
              WHEN WS-LAST-ID = 'G' AND WS-LAST-GEN IS NUMERIC
                   AND WS-LAST-REST = SPACES
                 MOVE 'G' TO WS-STAMP-KIND
              WHEN WS-STAMP-LAST = 'MERGE'
                 MOVE 'M' TO WS-STAMP-KIND
              WHEN WS-STAMP-LAST = 'INDEX'
                 MOVE 'I' TO WS-STAMP-KIND
              WHEN WS-STAMP-LAST = 'KEYIX'
                 MOVE 'K' TO WS-STAMP-KIND
              WHEN WS-STAMP-LAST = 'MINDX'
                 MOVE 'J' TO WS-STAMP-KIND
              WHEN WS-STAMP-LAST = 'MKYIX'
                 MOVE 'L' TO WS-STAMP-KIND
              WHEN OTHER
                 MOVE SPACE TO WS-STAMP-KIND
           END-EVALUATE.
      * The exception review dataset (.EXCPT) is stamped like the
      * rest but has no place in the catalog; it parses, and is
      * passed over quietly.
           IF WS-STAMP-KIND NOT = SPACE
              OR WS-STAMP-LAST = 'EXCPT'
              SET WS-PARSE-OK TO TRUE
           END-IF.

       0250-ADD-DSN-ENTRY.
           IF WS-STAMP-KIND = SPACE
              CONTINUE
           ELSE
              SET WS-ENTRY-NOTFOUND TO TRUE
              PERFORM VARYING MAT-IDX FROM 1 BY 1
                      UNTIL MAT-IDX > WS-DSN-COUNT
                         OR WS-ENTRY-FOUND
                 IF WS-DE-DSN(MAT-IDX) = WS-PARSE-DSN
                    SET WS-ENTRY-FOUND TO TRUE
                    SET WS-LAST-DSN-SUB TO MAT-IDX
                 END-IF
              END-PERFORM
              IF WS-ENTRY-NOTFOUND
                 IF WS-DSN-COUNT < WS-MAX-DSNS
                    ADD 1 TO WS-DSN-COUNT
                    ADD 1 TO WS-DSNS-LISTED
                    SET DSN-IDX TO WS-DSN-COUNT
                    MOVE WS-DSN-COUNT TO WS-LAST-DSN-SUB
                    INITIALIZE WS-DSN-ENTRY(DSN-IDX)
                    MOVE WS-PARSE-DSN TO WS-DE-DSN(DSN-IDX)
                    MOVE WS-STAMP-KIND TO WS-DE-KIND(DSN-IDX)
                    MOVE 'N' TO WS-DE-MIRROR-FLG(DSN-IDX)
                    COMPUTE WS-DE-PREFIX-LEN(DSN-IDX) =
                            WS-PARSE-DSN-LEN - 6
                    END-COMPUTE
                    MOVE WS-Q1-DATE TO WS-DE-STAMP-DATE(DSN-IDX)
                    MOVE WS-Q2-TIME TO WS-DE-STAMP-TIME(DSN-IDX)
                    MOVE WS-STAMP-JOB TO WS-DE-STAMP-JOB(DSN-IDX)
                    IF WS-STAMP-JOB = SPACES
                       MOVE ZERO TO WS-DE-SJOB-LEN(DSN-IDX)
                    ELSE
                       COMPUTE WS-DE-SJOB-LEN(DSN-IDX) =
                               FUNCTION LENGTH
                               (FUNCTION TRIM(WS-STAMP-JOB))
                       END-COMPUTE
                    END-IF
                    IF WS-STAMP-KIND = 'G'
                       MOVE WS-LAST-GEN TO WS-DE-GEN-NUM(DSN-IDX)
                    ELSE
                       MOVE 1 TO WS-DE-GEN-NUM(DSN-IDX)
                    END-IF
                    IF WS-Q1-DATE < WS-OLDEST-DATE
                       MOVE WS-Q1-DATE TO WS-OLDEST-DATE
                    END-IF
                 ELSE
                    ADD 1 TO WS-DSN-OVERFLOW
                 END-IF
              END-IF
           END-IF.
        EJECT
       TITLE 'Pairing'.
      ******************************************************************
      * Tie each primary generation or merged archive to its run's
      * indexes (same stamped prefix), mark a source generation
      * consolidated when its run's merged archive is also present,
      * and attach each mirror to the primary it duplicates.  An
      * index that is not listed is still named in the entry -- its
      * name follows from the prefix -- but the entry goes to status
      * E and is reported.
      ******************************************************************
       0300-PAIR-DATASETS.
           PERFORM 0310-PAIR-ONE-ENTRY
              VARYING DSN-IDX FROM 1 BY 1
              UNTIL DSN-IDX > WS-DSN-COUNT.
           PERFORM 0320-PAIR-ONE-MIRROR
              VARYING DSN-IDX FROM 1 BY 1
              UNTIL DSN-IDX > WS-DSN-COUNT.

       0310-PAIR-ONE-ENTRY.
           IF WS-DE-CATALOGABLE(DSN-IDX)
              AND WS-DE-IS-PRIMARY(DSN-IDX)
              ADD 1 TO WS-ENTRIES-FOUND
              MOVE SPACES TO WS-DE-INDEX-DSN(DSN-IDX)
                             WS-DE-KEYIDX-DSN(DSN-IDX)
              IF WS-DE-GEN(DSN-IDX)
                 STRING WS-DE-DSN(DSN-IDX)
                           (1:WS-DE-PREFIX-LEN(DSN-IDX))
                                           DELIMITED BY SIZE
                        '.INDEX'           DELIMITED BY SIZE
                   INTO WS-DE-INDEX-DSN(DSN-IDX)
                 END-STRING
                 STRING WS-DE-DSN(DSN-IDX)
                           (1:WS-DE-PREFIX-LEN(DSN-IDX))
                                           DELIMITED BY SIZE
                        '.KEYIX'           DELIMITED BY SIZE
                   INTO WS-DE-KEYIDX-DSN(DSN-IDX)
                 END-STRING
              ELSE
                 STRING WS-DE-DSN(DSN-IDX)
                           (1:WS-DE-PREFIX-LEN(DSN-IDX))
                                           DELIMITED BY SIZE
                        '.MINDX'           DELIMITED BY SIZE
                   INTO WS-DE-INDEX-DSN(DSN-IDX)
                 END-STRING
                 STRING WS-DE-DSN(DSN-IDX)
                           (1:WS-DE-PREFIX-LEN(DSN-IDX))
                                           DELIMITED BY SIZE
                        '.MKYIX'           DELIMITED BY SIZE
                   INTO WS-DE-KEYIDX-DSN(DSN-IDX)
                 END-STRING
              END-IF
              PERFORM VARYING MAT-IDX FROM 1 BY 1
                      UNTIL MAT-IDX > WS-DSN-COUNT
                 IF WS-DE-IS-PRIMARY(MAT-IDX)
                    IF WS-DE-DSN(MAT-IDX) = WS-DE-INDEX-DSN(DSN-IDX)
                       MOVE 'Y' TO WS-DE-IDX-FOUND(DSN-IDX)
                    END-IF
                    IF WS-DE-DSN(MAT-IDX) = WS-DE-KEYIDX-DSN(DSN-IDX)
                       MOVE 'Y' TO WS-DE-KIX-FOUND(DSN-IDX)
                    END-IF
                    IF WS-DE-GEN(DSN-IDX)
                       AND WS-DE-MERGED(MAT-IDX)
                       AND WS-DE-PREFIX-LEN(MAT-IDX) =
                           WS-DE-PREFIX-LEN(DSN-IDX)
                       AND WS-DE-DSN(MAT-IDX)
                              (1:WS-DE-PREFIX-LEN(MAT-IDX)) =
                           WS-DE-DSN(DSN-IDX)
                              (1:WS-DE-PREFIX-LEN(DSN-IDX))
                       SET WS-DE-CONSOLIDATED(DSN-IDX) TO TRUE
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

      * The mirror's name is the primary's with the mirror HLQ in
      * place of the archive HLQ (ACIFOBDT 0128).
       0320-PAIR-ONE-MIRROR.
           IF WS-DE-GEN(DSN-IDX) AND WS-DE-IS-MIRROR(DSN-IDX)
              MOVE SPACES TO WS-WORK-DSN
              MOVE 'N' TO WS-OVERFLOW-FLAG
              STRING WS-ARCHIVE-HLQ      DELIMITED BY SPACE
                     WS-DE-DSN(DSN-IDX)(WS-MIRRHLQ-LEN + 1:)
                                         DELIMITED BY SPACE
                INTO WS-WORK-DSN
                ON OVERFLOW
                   SET WS-NAME-OVERFLOW TO TRUE
              END-STRING
              SET WS-ENTRY-NOTFOUND TO TRUE
              IF NOT WS-NAME-OVERFLOW
                 PERFORM VARYING MAT-IDX FROM 1 BY 1
                         UNTIL MAT-IDX > WS-DSN-COUNT
                            OR WS-ENTRY-FOUND
                    IF WS-DE-IS-PRIMARY(MAT-IDX)
                       AND WS-DE-DSN(MAT-IDX) = WS-WORK-DSN
                       SET WS-ENTRY-FOUND TO TRUE
                       MOVE WS-DE-DSN(DSN-IDX)
                         TO WS-DE-MIRROR-DSN(MAT-IDX)
                       ADD 1 TO WS-MIRRORS-PAIRED
                    END-IF
                 END-PERFORM
              END-IF
              IF WS-ENTRY-NOTFOUND
                 MOVE WS-DE-DSN(DSN-IDX) TO DET-DSN
                 MOVE SPACES TO DET-JOBNAME
                 MOVE 'MIRROR, NO PRIMARY' TO DET-CONDITION
                 MOVE ZERO TO DET-CAT-COUNT DET-CMP-COUNT
                 PERFORM 0850-WRITE-CONDITION
                 ADD 1 TO WS-REBUILD-ERRORS
              END-IF
           END-IF.
        EJECT
       TITLE 'Event log'.
      ******************************************************************
      * ACF0001I (generation opened) names the dataset and the job
      * that wrote it; ACF0002I (closed) carries the pages and lines
      * archived; ACF0004I the pages suppressed.  A restarted
      * generation is opened twice -- the later events win.
      ******************************************************************
       0400-READ-EVENTS.
           OPEN INPUT ACIFEVLG-FILE.
           IF ACIFEVLG-OK
              SET WS-EVENTS-WERE-READ TO TRUE
              PERFORM 0410-READ-ONE-EVENT
                UNTIL ACIFEVLG-EOF
              CLOSE ACIFEVLG-FILE
           ELSE
              DISPLAY PGMNAME ' ACIFEVLG NOT READABLE (STATUS '
                      ACIFEVLG-STATUS '), NO EVENT CROSS-CHECK'
           END-IF.

       0410-READ-ONE-EVENT.
           READ ACIFEVLG-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF EVT-MSG-ID = 'ACF0001I'
                    OR EVT-MSG-ID = 'ACF0002I'
                    OR EVT-MSG-ID = 'ACF0004I'
                    PERFORM 0420-MATCH-EVENT
                 END-IF
           END-READ.

       0420-MATCH-EVENT.
           SET WS-ENTRY-NOTFOUND TO TRUE.
           PERFORM VARYING DSN-IDX FROM 1 BY 1
                   UNTIL DSN-IDX > WS-DSN-COUNT
                      OR WS-ENTRY-FOUND
              IF WS-DE-GEN(DSN-IDX)
                 AND WS-DE-IS-PRIMARY(DSN-IDX)
                 AND WS-DE-DSN(DSN-IDX) = EVT-DSN
                 SET WS-ENTRY-FOUND TO TRUE
                 EVALUATE EVT-MSG-ID
                    WHEN 'ACF0001I'
                       SET WS-DE-EV-OPENED(DSN-IDX) TO TRUE
                       IF EVT-JOBNAME NOT = SPACES
                          MOVE EVT-JOBNAME TO WS-DE-JOBNAME(DSN-IDX)
                          MOVE 'E' TO WS-DE-JOB-SRC(DSN-IDX)
                       END-IF
                    WHEN 'ACF0002I'
                       SET WS-DE-EV-CLOSED(DSN-IDX) TO TRUE
                       MOVE EVT-COUNT-1 TO WS-DE-EV-PAGES(DSN-IDX)
                       MOVE EVT-COUNT-2 TO WS-DE-EV-LINES(DSN-IDX)
                    WHEN OTHER
                       MOVE EVT-COUNT-1 TO WS-DE-EV-SUPPR(DSN-IDX)
                 END-EVALUATE
              END-IF
           END-PERFORM.
        EJECT
       TITLE 'Generation read'.
      ******************************************************************
      * Read each on-DASD primary through.  The TRAILER= record is
      * written by the closing run and carries the run date and time
      * the catalog entry was registered under (a restarted
      * generation's closing run, not the abended one); the BANNER==
      * record is the fallback when the trailer never got written.
      * A merged archive's banner and trailer carry the consolidation
      * date instead, so only its counts are taken here.  Migrated
      * datasets are not recalled.
      ******************************************************************
       0500-READ-GENERATIONS.
           PERFORM 0510-READ-ONE-GENERATION
              VARYING DSN-IDX FROM 1 BY 1
              UNTIL DSN-IDX > WS-DSN-COUNT.

       0510-READ-ONE-GENERATION.
           IF WS-DE-CATALOGABLE(DSN-IDX)
              AND WS-DE-IS-PRIMARY(DSN-IDX)
              AND NOT WS-DE-MIGRATED(DSN-IDX)
              MOVE SPACES TO DYN-PARM-TEXT
              STRING 'ALLOC DD(AFPARCIN) DSN('  DELIMITED BY SIZE
                     WS-DE-DSN(DSN-IDX)         DELIMITED BY SPACE
                     ') SHR REUSE'              DELIMITED BY SIZE
                INTO DYN-PARM-TEXT
              END-STRING
              COMPUTE DYN-PARM-LEN = FUNCTION LENGTH
                      (FUNCTION TRIM(DYN-PARM-TEXT))
              END-COMPUTE
              CALL BPXWDYN USING DYN-ALLOC-PARM RETURNING WS-DYN-RC
              IF WS-DYN-RC NOT = ZERO
                 SET WS-DE-UNREADABLE(DSN-IDX) TO TRUE
              ELSE
                 PERFORM 0520-READ-BANNER-TRAILER
              END-IF
           END-IF.

       0520-READ-BANNER-TRAILER.
           OPEN INPUT AFPARCIN-FILE.
           IF NOT AFPARCIN-OK
              SET WS-DE-UNREADABLE(DSN-IDX) TO TRUE
           ELSE
              SET WS-DE-READ-OK(DSN-IDX) TO TRUE
              PERFORM 0525-READ-ONE-RECORD
                UNTIL AFPARCIN-EOF
              CLOSE AFPARCIN-FILE
              IF WS-DE-GEN(DSN-IDX)
                 IF WS-DE-TRAILER-SEEN(DSN-IDX)
                    AND WS-TRL-RUN-DATE IS NUMERIC
                    AND WS-TRL-RUN-TIME IS NUMERIC
                    MOVE WS-TRL-RUN-DATE TO WS-DE-RUN-DATE(DSN-IDX)
                    MOVE WS-TRL-RUN-TIME TO WS-DE-RUN-TIME(DSN-IDX)
                    MOVE 'T' TO WS-DE-TIME-SRC(DSN-IDX)
                 ELSE
                    IF WS-DE-BANNER-SEEN(DSN-IDX)
                       AND WS-BAN-RUN-DATE IS NUMERIC
                       AND WS-BAN-RUN-TIME IS NUMERIC
                       MOVE WS-BAN-RUN-DATE TO WS-DE-RUN-DATE(DSN-IDX)
                       MOVE WS-BAN-RUN-TIME TO WS-DE-RUN-TIME(DSN-IDX)
                       MOVE 'B' TO WS-DE-TIME-SRC(DSN-IDX)
                    END-IF
                 END-IF
              END-IF
           END-IF.

      * The first banner and the last trailer count: a restarted
      * generation carries a second banner from the resumed run.
       0525-READ-ONE-RECORD.
           READ AFPARCIN-FILE
              AT END
                 CONTINUE
              NOT AT END
                 PERFORM 8100-EXPAND-ARC-RECORD
                 IF WS-RLE-BAD
                    CONTINUE
                 ELSE
                    IF WS-ARCIN-LEN > 37
                       AND ARCIN-FLAT(1:8) = WS-TRAILER-ID
                       SET WS-DE-TRAILER-SEEN(DSN-IDX) TO TRUE
                       MOVE SPACES TO WS-TRAILER-IMAGE
                       IF WS-ARCIN-LEN > 45
                          MOVE ARCIN-FLAT(1:46) TO WS-TRAILER-IMAGE
                       ELSE
                          MOVE ARCIN-FLAT(1:38)
                            TO WS-TRAILER-IMAGE(1:38)
                       END-IF
                       IF WS-TRL-PAGES IS NUMERIC
                          MOVE WS-TRL-PAGES
                            TO WS-DE-TRL-PAGES(DSN-IDX)
                       END-IF
                       IF WS-TRL-LINES IS NUMERIC
                          MOVE WS-TRL-LINES
                            TO WS-DE-TRL-LINES(DSN-IDX)
                       END-IF
                       IF WS-TRL-DIGEST IS NUMERIC
                          MOVE WS-TRL-DIGEST
                            TO WS-DE-TRL-DIGEST(DSN-IDX)
                       END-IF
                    END-IF
                    IF WS-ARCIN-LEN > 41
                       AND ARCIN-FLAT(1:8) = WS-BANNER-ID
                       AND NOT WS-DE-BANNER-SEEN(DSN-IDX)
                       SET WS-DE-BANNER-SEEN(DSN-IDX) TO TRUE
                       MOVE SPACES TO WS-BANNER-IMAGE
                       MOVE ARCIN-FLAT(1:42) TO WS-BANNER-IMAGE(1:42)
                    END-IF
                 END-IF
           END-READ.
        EJECT
       TITLE 'Accounting match'.
      ******************************************************************
      * Stream the accounting dataset.  A type-G record belongs to a
      * generation when the run date, generation and jobname agree
      * and the run time agrees exactly with a trailer time already
      * read, or to the second with the time in the dataset name
      * when no trailer was read.  A merged archive takes its run's
      * suppressed pages (summed over every generation) and, when it
      * has no source generation left to copy from, its run time and
      * jobname from generation 1's record.  A type-G record that
      * lands on nothing, from SINCE= onward, is a generation whose
      * dataset is gone -- scratched, or lost -- and is reported.
      ******************************************************************
       0600-MATCH-ACCOUNTING.
           OPEN INPUT ACIFACCT-FILE.
           IF ACIFACCT-OK
              SET WS-ACCT-WAS-READ TO TRUE
              PERFORM 0610-READ-ONE-ACCT
                UNTIL ACIFACCT-EOF
              CLOSE ACIFACCT-FILE
           ELSE
              DISPLAY PGMNAME ' ACIFACCT NOT READABLE (STATUS '
                      ACIFACCT-STATUS '), NO ACCOUNTING CROSS-CHECK'
           END-IF.

       0610-READ-ONE-ACCT.
           READ ACIFACCT-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF ACT-TYPE-GEN
                    PERFORM 0620-MATCH-ONE-ACCT
                 END-IF
           END-READ.

       0620-MATCH-ONE-ACCT.
           SET WS-ENTRY-NOTFOUND TO TRUE.
           COMPUTE WS-ACT-HHMMSS = ACT-RUN-TIME / 100.
           PERFORM VARYING DSN-IDX FROM 1 BY 1
                   UNTIL DSN-IDX > WS-DSN-COUNT
              IF WS-DE-CATALOGABLE(DSN-IDX)
                 AND WS-DE-IS-PRIMARY(DSN-IDX)
                 PERFORM 0630-TEST-ACCT-MATCH
              END-IF
           END-PERFORM.
           IF WS-ENTRY-NOTFOUND
              AND ACT-RUN-DATE NOT < WS-SINCE-DATE
              ADD 1 TO WS-ACCT-NO-DATASET
              MOVE SPACES TO DET-DSN
              STRING 'RUN ' ACT-RUN-DATE '.' ACT-RUN-TIME
                     ' GEN ' ACT-ARCHIVE-GEN
                     DELIMITED BY SIZE
                INTO DET-DSN
              END-STRING
              MOVE ACT-JOBNAME TO DET-JOBNAME
              MOVE 'ACCTD, NO DATASET' TO DET-CONDITION
              MOVE ZERO TO DET-CAT-COUNT
              MOVE ACT-PAGES TO DET-CMP-COUNT
              PERFORM 0850-WRITE-CONDITION
           END-IF.

       0630-TEST-ACCT-MATCH.
           SET WS-ACCT-AGREES TO TRUE.
      * Run date and time.
           IF WS-DE-TIME-SRC(DSN-IDX) = 'T'
              OR WS-DE-TIME-SRC(DSN-IDX) = 'B'
              IF ACT-RUN-DATE NOT = WS-DE-RUN-DATE(DSN-IDX)
                 OR ACT-RUN-TIME NOT = WS-DE-RUN-TIME(DSN-IDX)
                 SET WS-ACCT-DIFFERS TO TRUE
              END-IF
           ELSE
              IF ACT-RUN-DATE NOT = WS-DE-STAMP-DATE(DSN-IDX)
                 OR WS-ACT-HHMMSS NOT = WS-DE-STAMP-TIME(DSN-IDX)
                 SET WS-ACCT-DIFFERS TO TRUE
              END-IF
           END-IF.
      * Generation (any, for a merged archive's run).
           IF WS-DE-GEN(DSN-IDX)
              AND ACT-ARCHIVE-GEN NOT = WS-DE-GEN-NUM(DSN-IDX)
              SET WS-ACCT-DIFFERS TO TRUE
           END-IF.
      * Jobname: exact against an event's, else against what the
      * DSN's .J qualifier kept of it.
           IF WS-DE-JOB-SRC(DSN-IDX) = 'E'
              IF ACT-JOBNAME NOT = WS-DE-JOBNAME(DSN-IDX)
                 SET WS-ACCT-DIFFERS TO TRUE
              END-IF
           ELSE
              IF WS-DE-SJOB-LEN(DSN-IDX) > ZERO
                 AND ACT-JOBNAME(1:WS-DE-SJOB-LEN(DSN-IDX)) NOT =
                     WS-DE-STAMP-JOB(DSN-IDX)
                        (1:WS-DE-SJOB-LEN(DSN-IDX))
                 SET WS-ACCT-DIFFERS TO TRUE
              END-IF
           END-IF.
           IF WS-ACCT-AGREES
              SET WS-ENTRY-FOUND TO TRUE
              IF WS-DE-GEN(DSN-IDX)
                 SET WS-DE-ACCOUNTED(DSN-IDX) TO TRUE
                 MOVE ACT-PAGES TO WS-DE-ACT-PAGES(DSN-IDX)
                 MOVE ACT-LINES TO WS-DE-ACT-LINES(DSN-IDX)
                 MOVE ACT-PAGES-SUPPRESSED
                   TO WS-DE-ACT-SUPPR(DSN-IDX)
                 IF WS-DE-TIME-SRC(DSN-IDX) NOT = 'T'
                    AND WS-DE-TIME-SRC(DSN-IDX) NOT = 'B'
                    MOVE ACT-RUN-DATE TO WS-DE-RUN-DATE(DSN-IDX)
                    MOVE ACT-RUN-TIME TO WS-DE-RUN-TIME(DSN-IDX)
                    MOVE 'A' TO WS-DE-TIME-SRC(DSN-IDX)
                 END-IF
              ELSE
                 SET WS-DE-ACCOUNTED(DSN-IDX) TO TRUE
                 ADD ACT-PAGES-SUPPRESSED
                   TO WS-DE-ACT-SUPPR(DSN-IDX)
                 IF ACT-ARCHIVE-GEN = 1
                    AND WS-DE-TIME-SRC(DSN-IDX) = SPACE
                    MOVE ACT-RUN-DATE TO WS-DE-RUN-DATE(DSN-IDX)
                    MOVE ACT-RUN-TIME TO WS-DE-RUN-TIME(DSN-IDX)
                    MOVE 'A' TO WS-DE-TIME-SRC(DSN-IDX)
                 END-IF
              END-IF
              IF WS-DE-JOB-SRC(DSN-IDX) NOT = 'E'
                 MOVE ACT-JOBNAME TO WS-DE-JOBNAME(DSN-IDX)
                 MOVE 'A' TO WS-DE-JOB-SRC(DSN-IDX)
              END-IF
           END-IF.

      * A merged archive was registered under its first source
      * generation's run date, time and jobname (ARCHCONS 0800).
       0650-RESOLVE-MERGED.
           PERFORM VARYING DSN-IDX FROM 1 BY 1
                   UNTIL DSN-IDX > WS-DSN-COUNT
              IF WS-DE-MERGED(DSN-IDX)
                 AND WS-DE-IS-PRIMARY(DSN-IDX)
                 PERFORM VARYING MAT-IDX FROM 1 BY 1
                         UNTIL MAT-IDX > WS-DSN-COUNT
                    IF WS-DE-GEN(MAT-IDX)
                       AND WS-DE-IS-PRIMARY(MAT-IDX)
                       AND WS-DE-GEN-NUM(MAT-IDX) = 1
                       AND WS-DE-PREFIX-LEN(MAT-IDX) =
                           WS-DE-PREFIX-LEN(DSN-IDX)
                       AND WS-DE-DSN(MAT-IDX)
                              (1:WS-DE-PREFIX-LEN(MAT-IDX)) =
                           WS-DE-DSN(DSN-IDX)
                              (1:WS-DE-PREFIX-LEN(DSN-IDX))
                       IF WS-DE-TIME-SRC(MAT-IDX) NOT = SPACE
                          MOVE WS-DE-RUN-DATE(MAT-IDX)
                            TO WS-DE-RUN-DATE(DSN-IDX)
                          MOVE WS-DE-RUN-TIME(MAT-IDX)
                            TO WS-DE-RUN-TIME(DSN-IDX)
                          MOVE 'S' TO WS-DE-TIME-SRC(DSN-IDX)
                       END-IF
                       IF WS-DE-JOB-SRC(MAT-IDX) = 'E'
                          OR WS-DE-JOB-SRC(MAT-IDX) = 'A'
                          MOVE WS-DE-JOBNAME(MAT-IDX)
                            TO WS-DE-JOBNAME(DSN-IDX)
                          MOVE 'S' TO WS-DE-JOB-SRC(DSN-IDX)
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
        EJECT
       TITLE 'Catalog rebuild'.
      ******************************************************************
      * Register one entry per primary generation and merged archive.
      * A just-defined (empty) ARCHCAT will not open I-O; it is then
      * loaded with OPEN OUTPUT, which the keyed writes below allow in
      * any order.
      ******************************************************************
       0700-REBUILD-CATALOG.
           OPEN I-O ARCHCAT-FILE.
           IF ARCHCAT-NOTAVAIL
              OPEN OUTPUT ARCHCAT-FILE
              SET WS-CAT-LOADING TO TRUE
              DISPLAY PGMNAME ' ARCHCAT EMPTY, LOADING IT'
           END-IF.
           IF NOT ARCHCAT-OK
              DISPLAY PGMNAME ' ARCHCAT STATUS AFTER OPEN '
                      ARCHCAT-STATUS
              MOVE 12 TO RETURN-CODE
              CLOSE RBLDRPT-FILE
              GOBACK
           END-IF.
           PERFORM 0710-REBUILD-ONE-ENTRY
              VARYING DSN-IDX FROM 1 BY 1
              UNTIL DSN-IDX > WS-DSN-COUNT.
           CLOSE ARCHCAT-FILE.

       0710-REBUILD-ONE-ENTRY.
           IF WS-DE-CATALOGABLE(DSN-IDX)
              AND WS-DE-IS-PRIMARY(DSN-IDX)
              PERFORM 0720-BUILD-ENTRY
              PERFORM 0740-WRITE-ENTRY
           END-IF.

       0720-BUILD-ENTRY.
           MOVE SPACES TO ARCHCAT-RECORD.
           MOVE WS-DE-DSN(DSN-IDX) TO CAT-ARCHIVE-DSN.
           MOVE WS-DE-INDEX-DSN(DSN-IDX) TO CAT-INDEX-DSN.
           MOVE WS-DE-KEYIDX-DSN(DSN-IDX) TO CAT-KEYIDX-DSN.
           IF WS-DE-JOB-SRC(DSN-IDX) = SPACE
              MOVE WS-DE-STAMP-JOB(DSN-IDX) TO CAT-JOBNAME
           ELSE
              MOVE WS-DE-JOBNAME(DSN-IDX) TO CAT-JOBNAME
           END-IF.
           IF WS-DE-TIME-SRC(DSN-IDX) = SPACE
              MOVE WS-DE-STAMP-DATE(DSN-IDX) TO CAT-RUN-DATE
              COMPUTE CAT-RUN-TIME = WS-DE-STAMP-TIME(DSN-IDX) * 100
           ELSE
              MOVE WS-DE-RUN-DATE(DSN-IDX) TO CAT-RUN-DATE
              MOVE WS-DE-RUN-TIME(DSN-IDX) TO CAT-RUN-TIME
           END-IF.
           MOVE WS-DE-GEN-NUM(DSN-IDX) TO CAT-ARCHIVE-GEN.
           EVALUATE TRUE
              WHEN WS-DE-TRAILER-SEEN(DSN-IDX)
                 MOVE WS-DE-TRL-PAGES(DSN-IDX) TO CAT-PAGES
                 MOVE WS-DE-TRL-LINES(DSN-IDX) TO CAT-LINES
              WHEN WS-DE-EV-CLOSED(DSN-IDX)
                 MOVE WS-DE-EV-PAGES(DSN-IDX) TO CAT-PAGES
                 MOVE WS-DE-EV-LINES(DSN-IDX) TO CAT-LINES
              WHEN WS-DE-ACCOUNTED(DSN-IDX) AND WS-DE-GEN(DSN-IDX)
                 MOVE WS-DE-ACT-PAGES(DSN-IDX) TO CAT-PAGES
                 MOVE WS-DE-ACT-LINES(DSN-IDX) TO CAT-LINES
              WHEN OTHER
                 MOVE ZERO TO CAT-PAGES CAT-LINES
           END-EVALUATE.
           IF WS-DE-TRL-DIGEST(DSN-IDX) > ZERO
              MOVE WS-DE-TRL-DIGEST(DSN-IDX) TO CAT-PAGE-DIGEST
           END-IF.
           EVALUATE TRUE
              WHEN WS-DE-ACCOUNTED(DSN-IDX)
                 MOVE WS-DE-ACT-SUPPR(DSN-IDX)
                   TO CAT-PAGES-SUPPRESSED
              WHEN WS-DE-EV-CLOSED(DSN-IDX)
                 MOVE WS-DE-EV-SUPPR(DSN-IDX)
                   TO CAT-PAGES-SUPPRESSED
              WHEN OTHER
                 MOVE ZERO TO CAT-PAGES-SUPPRESSED
           END-EVALUATE.
           EVALUATE TRUE
              WHEN WS-DE-MIGRATED(DSN-IDX)
                 SET CAT-STATUS-MIGRATED TO TRUE
              WHEN WS-DE-CONSOLIDATED(DSN-IDX)
                 SET CAT-STATUS-CONSOLIDATED TO TRUE
              WHEN WS-DE-UNREADABLE(DSN-IDX)
                 OR NOT WS-DE-TRAILER-SEEN(DSN-IDX)
                 OR NOT WS-DE-INDEX-FOUND(DSN-IDX)
                 OR NOT WS-DE-KEYIDX-FOUND(DSN-IDX)
                 SET CAT-STATUS-ERRORS TO TRUE
              WHEN OTHER
                 SET CAT-STATUS-CLOSED TO TRUE
           END-EVALUATE.
           MOVE WS-DE-MIRROR-DSN(DSN-IDX) TO CAT-MIRROR-DSN.
           MOVE ZERO TO CAT-VERIFY-DATE.
           MOVE SPACE TO CAT-VERIFY-STATUS.
           SET CAT-REVIEW-PENDING TO TRUE.

      * A new key is written; an existing one is left alone unless
      * REPLACE=Y, in which case it is rewritten with its own verify,
      * hold and export fields carried over.
       0740-WRITE-ENTRY.
           WRITE ARCHCAT-RECORD.
           EVALUATE TRUE
              WHEN ARCHCAT-OK
                 ADD 1 TO WS-ENTRIES-WRITTEN
                 MOVE 'REBUILT, STATUS' TO DET-CONDITION
                 MOVE CAT-STATUS TO DET-CONDITION(17:1)
                 PERFORM 0760-REPORT-ENTRY
              WHEN ARCHCAT-DUPKEY AND WS-REPLACE-ON
                   AND NOT WS-CAT-LOADING
                 MOVE ARCHCAT-RECORD TO WS-NEW-ENTRY
                 READ ARCHCAT-FILE
                    INVALID KEY
                       CONTINUE
                 END-READ
                 MOVE CAT-VERIFY-STATUS TO WS-KEPT-VERIFY-STATUS
                 MOVE CAT-VERIFY-DATE TO WS-KEPT-VERIFY-DATE
                 MOVE CAT-HOLD-FLAG TO WS-KEPT-HOLD-FLAG
                 MOVE CAT-HOLD-REF TO WS-KEPT-HOLD-REF
                 MOVE CAT-EXPORT-FLAG TO WS-KEPT-EXPORT-FLAG
                 MOVE CAT-VAULT-FLAG TO WS-KEPT-VAULT-FLAG
                 MOVE CAT-RECON-FLAG TO WS-KEPT-RECON-FLAG
                 MOVE WS-NEW-ENTRY TO ARCHCAT-RECORD
                 MOVE WS-KEPT-VERIFY-STATUS TO CAT-VERIFY-STATUS
                 MOVE WS-KEPT-VERIFY-DATE TO CAT-VERIFY-DATE
                 MOVE WS-KEPT-HOLD-FLAG TO CAT-HOLD-FLAG
                 MOVE WS-KEPT-HOLD-REF TO CAT-HOLD-REF
                 MOVE WS-KEPT-EXPORT-FLAG TO CAT-EXPORT-FLAG
                 MOVE WS-KEPT-VAULT-FLAG TO CAT-VAULT-FLAG
                 MOVE WS-KEPT-RECON-FLAG TO CAT-RECON-FLAG
                 REWRITE ARCHCAT-RECORD
                 IF ARCHCAT-OK
                    ADD 1 TO WS-ENTRIES-REPLACED
                    MOVE 'REPLACED, STATUS' TO DET-CONDITION
                    MOVE CAT-STATUS TO DET-CONDITION(18:1)
                    PERFORM 0760-REPORT-ENTRY
                 ELSE
                    DISPLAY PGMNAME ' ARCHCAT REWRITE STATUS '
                            ARCHCAT-STATUS ' FOR ' CAT-ARCHIVE-DSN
                    ADD 1 TO WS-REBUILD-ERRORS
                    MOVE 'CATALOG REWRITE FAILED' TO DET-CONDITION
                    PERFORM 0770-REPORT-NOT-WRITTEN
                 END-IF
              WHEN ARCHCAT-DUPKEY
                 ADD 1 TO WS-ENTRIES-SKIPPED
                 MOVE 'ALREADY CATALOGED' TO DET-CONDITION
                 PERFORM 0770-REPORT-NOT-WRITTEN
              WHEN OTHER
                 DISPLAY PGMNAME ' ARCHCAT WRITE STATUS '
                         ARCHCAT-STATUS ' FOR ' CAT-ARCHIVE-DSN
                 ADD 1 TO WS-REBUILD-ERRORS
                 MOVE 'CATALOG WRITE FAILED' TO DET-CONDITION
                 PERFORM 0770-REPORT-NOT-WRITTEN
           END-EVALUATE.

      * The entry's own line, then one line for each part of it that
      * could not be fully reconstructed or did not cross-check.
       0760-REPORT-ENTRY.
           MOVE CAT-ARCHIVE-DSN TO DET-DSN.
           MOVE CAT-JOBNAME TO DET-JOBNAME.
           MOVE CAT-PAGES TO DET-CAT-COUNT.
           MOVE ZERO TO DET-CMP-COUNT.
           WRITE RBLDRPT-RECORD FROM WS-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE ZERO TO WS-ENTRY-CONDITIONS.
           PERFORM 0780-CHECK-SOURCES.
           PERFORM 0790-CHECK-CROSS-COUNTS.
           IF WS-ENTRY-CONDITIONS > ZERO
              ADD 1 TO WS-ENTRIES-INCOMPLETE
           END-IF.

       0770-REPORT-NOT-WRITTEN.
           MOVE CAT-ARCHIVE-DSN TO DET-DSN.
           MOVE CAT-JOBNAME TO DET-JOBNAME.
           MOVE CAT-PAGES TO DET-CAT-COUNT.
           MOVE ZERO TO DET-CMP-COUNT.
           PERFORM 0850-WRITE-CONDITION.

       0780-CHECK-SOURCES.
           EVALUATE TRUE
              WHEN WS-DE-MIGRATED(DSN-IDX)
                 MOVE 'MIGRATED, NOT READ' TO DET-CONDITION
                 PERFORM 0795-ENTRY-CONDITION
              WHEN WS-DE-UNREADABLE(DSN-IDX)
                 MOVE 'DATASET UNREADABLE' TO DET-CONDITION
                 PERFORM 0795-ENTRY-CONDITION
              WHEN NOT WS-DE-TRAILER-SEEN(DSN-IDX)
                 MOVE 'NO TRAILER RECORD' TO DET-CONDITION
                 PERFORM 0795-ENTRY-CONDITION
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF WS-DE-READ-OK(DSN-IDX)
              AND NOT WS-DE-BANNER-SEEN(DSN-IDX)
              MOVE 'NO BANNER RECORD' TO DET-CONDITION
              PERFORM 0795-ENTRY-CONDITION
           END-IF.
           IF NOT WS-DE-INDEX-FOUND(DSN-IDX)
              MOVE 'INDEX DSN NOT LISTED' TO DET-CONDITION
              PERFORM 0795-ENTRY-CONDITION
           END-IF.
           IF NOT WS-DE-KEYIDX-FOUND(DSN-IDX)
              MOVE 'KEYIDX DSN NOT LISTED' TO DET-CONDITION
              PERFORM 0795-ENTRY-CONDITION
           END-IF.
           EVALUATE WS-DE-JOB-SRC(DSN-IDX)
              WHEN SPACE
                 IF WS-DE-STAMP-JOB(DSN-IDX) = SPACES
                    MOVE 'JOBNAME UNKNOWN' TO DET-CONDITION
                 ELSE
                    MOVE 'JOBNAME FROM DSN ONLY' TO DET-CONDITION
                 END-IF
                 PERFORM 0795-ENTRY-CONDITION
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF WS-DE-TIME-SRC(DSN-IDX) = SPACE
              MOVE 'RUN TIME FROM DSN ONLY' TO DET-CONDITION
              PERFORM 0795-ENTRY-CONDITION
           END-IF.
           IF NOT WS-DE-TRAILER-SEEN(DSN-IDX)
              EVALUATE TRUE
                 WHEN WS-DE-EV-CLOSED(DSN-IDX)
                    MOVE 'COUNTS FROM EVENT LOG' TO DET-CONDITION
                 WHEN WS-DE-ACCOUNTED(DSN-IDX) AND WS-DE-GEN(DSN-IDX)
                    MOVE 'COUNTS FROM ACCOUNTING' TO DET-CONDITION
                 WHEN OTHER
                    MOVE 'COUNTS UNKNOWN' TO DET-CONDITION
              END-EVALUATE
              PERFORM 0795-ENTRY-CONDITION
           END-IF.
           IF NOT WS-DE-ACCOUNTED(DSN-IDX)
              AND NOT WS-DE-EV-CLOSED(DSN-IDX)
              MOVE 'SUPPR COUNT UNKNOWN' TO DET-CONDITION
              PERFORM 0795-ENTRY-CONDITION
           END-IF.

      * Accounting and event cross-checks apply to generations; a
      * merged archive has no accounting or events of its own.
       0790-CHECK-CROSS-COUNTS.
           IF WS-DE-GEN(DSN-IDX)
              IF WS-ACCT-WAS-READ
                 IF NOT WS-DE-ACCOUNTED(DSN-IDX)
                    MOVE 'NOT IN ACCOUNTING' TO DET-CONDITION
                    PERFORM 0795-ENTRY-CONDITION
                 ELSE
                    IF WS-DE-ACT-PAGES(DSN-IDX) NOT = CAT-PAGES
                       MOVE 'ACCT PAGES DIFFER' TO DET-CONDITION
                       MOVE WS-DE-ACT-PAGES(DSN-IDX) TO DET-CMP-COUNT
                       PERFORM 0795-ENTRY-CONDITION
                    END-IF
                    IF WS-DE-ACT-LINES(DSN-IDX) NOT = CAT-LINES
                       MOVE 'ACCT LINES DIFFER' TO DET-CONDITION
                       MOVE CAT-LINES TO DET-CAT-COUNT
                       MOVE WS-DE-ACT-LINES(DSN-IDX) TO DET-CMP-COUNT
                       PERFORM 0795-ENTRY-CONDITION
                    END-IF
                 END-IF
              END-IF
              IF WS-EVENTS-WERE-READ
                 IF NOT WS-DE-EV-OPENED(DSN-IDX)
                    MOVE 'NO ACF0001I EVENT' TO DET-CONDITION
                    PERFORM 0795-ENTRY-CONDITION
                 END-IF
                 IF NOT WS-DE-EV-CLOSED(DSN-IDX)
                    MOVE 'NO ACF0002I EVENT' TO DET-CONDITION
                    PERFORM 0795-ENTRY-CONDITION
                 ELSE
                    IF WS-DE-EV-PAGES(DSN-IDX) NOT = CAT-PAGES
                       MOVE 'EVENT PAGES DIFFER' TO DET-CONDITION
                       MOVE WS-DE-EV-PAGES(DSN-IDX) TO DET-CMP-COUNT
                       PERFORM 0795-ENTRY-CONDITION
                    END-IF
                    IF WS-DE-EV-LINES(DSN-IDX) NOT = CAT-LINES
                       MOVE 'EVENT LINES DIFFER' TO DET-CONDITION
                       MOVE CAT-LINES TO DET-CAT-COUNT
                       MOVE WS-DE-EV-LINES(DSN-IDX) TO DET-CMP-COUNT
                       PERFORM 0795-ENTRY-CONDITION
                    END-IF
                 END-IF
              END-IF
           END-IF.

       0795-ENTRY-CONDITION.
           ADD 1 TO WS-ENTRY-CONDITIONS.
           MOVE CAT-ARCHIVE-DSN TO DET-DSN.
           MOVE CAT-JOBNAME TO DET-JOBNAME.
           IF DET-CAT-COUNT = SPACES
              MOVE CAT-PAGES TO DET-CAT-COUNT
           END-IF.
           PERFORM 0850-WRITE-CONDITION.
        EJECT
       TITLE 'Review flag clearing'.
      ******************************************************************
      * REVIEWED= run: clear the review flag on each matching entry.
      * Nothing is rebuilt.
      ******************************************************************
       0800-CLEAR-REVIEW-FLAGS.
           OPEN I-O ARCHCAT-FILE.
           IF NOT ARCHCAT-OK
              DISPLAY PGMNAME ' ARCHCAT STATUS AFTER OPEN '
                      ARCHCAT-STATUS
              MOVE 12 TO RETURN-CODE
              CLOSE RBLDRPT-FILE
              GOBACK
           END-IF.
           PERFORM 0810-CLEAR-ONE-ENTRY
             UNTIL ARCHCAT-EOF.
           CLOSE ARCHCAT-FILE.

       0810-CLEAR-ONE-ENTRY.
           READ ARCHCAT-FILE NEXT
              AT END
                 CONTINUE
              NOT AT END
                 IF CAT-REVIEW-PENDING
                    SET WS-REVIEW-NOMATCH TO TRUE
                    PERFORM VARYING REV-IDX FROM 1 BY 1
                            UNTIL REV-IDX > WS-REVIEW-COUNT
                               OR WS-REVIEW-MATCH
                       IF WS-REV-PREFIX(REV-IDX)
                          IF WS-REV-TGT-LEN(REV-IDX) = ZERO
                             OR CAT-ARCHIVE-DSN
                                (1:WS-REV-TGT-LEN(REV-IDX)) =
                                WS-REV-TARGET(REV-IDX)
                                (1:WS-REV-TGT-LEN(REV-IDX))
                             SET WS-REVIEW-MATCH TO TRUE
                          END-IF
                       ELSE
                          IF CAT-ARCHIVE-DSN = WS-REV-TARGET(REV-IDX)
                             SET WS-REVIEW-MATCH TO TRUE
                          END-IF
                       END-IF
                    END-PERFORM
                    IF WS-REVIEW-MATCH
                       MOVE SPACE TO CAT-REVIEW-FLAG
                       REWRITE ARCHCAT-RECORD
                       MOVE CAT-ARCHIVE-DSN TO DET-DSN
                       MOVE CAT-JOBNAME TO DET-JOBNAME
                       IF ARCHCAT-OK
                          ADD 1 TO WS-REVIEWS-CLEARED
                          MOVE 'REVIEW FLAG CLEARED' TO DET-CONDITION
                          WRITE RBLDRPT-RECORD FROM WS-DETAIL-LINE
                          MOVE SPACES TO WS-DETAIL-LINE
                       ELSE
                          DISPLAY PGMNAME ' ARCHCAT REWRITE STATUS '
                                  ARCHCAT-STATUS ' FOR '
                                  CAT-ARCHIVE-DSN
                          ADD 1 TO WS-REBUILD-ERRORS
                          MOVE 'CATALOG REWRITE FAILED'
                            TO DET-CONDITION
                          PERFORM 0850-WRITE-CONDITION
                       END-IF
                    END-IF
                 END-IF
           END-READ.
        EJECT
       TITLE 'Report and wrap-up'.
       0850-WRITE-CONDITION.
           ADD 1 TO WS-CONDITIONS.
           WRITE RBLDRPT-RECORD FROM WS-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.

       0900-WRAP-UP.
           MOVE SPACES TO RBLDRPT-RECORD.
           WRITE RBLDRPT-RECORD.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-REVIEW-COUNT > ZERO
              MOVE 'REVIEW FLAGS CLEARED:' TO DET-DSN
              MOVE WS-REVIEWS-CLEARED TO DET-CAT-COUNT
           ELSE
              MOVE 'ENTRIES REBUILT / INCOMPLETE:' TO DET-DSN
              COMPUTE DET-CAT-COUNT =
                      WS-ENTRIES-WRITTEN + WS-ENTRIES-REPLACED
              END-COMPUTE
              MOVE WS-ENTRIES-INCOMPLETE TO DET-CMP-COUNT
           END-IF.
           WRITE RBLDRPT-RECORD FROM WS-DETAIL-LINE.
           CLOSE RBLDRPT-FILE.
           IF WS-REVIEW-COUNT > ZERO
              DISPLAY PGMNAME ' REVIEW FLAGS CLEARED:    '
                      WS-REVIEWS-CLEARED
           ELSE
              DISPLAY PGMNAME ' DATASETS LISTED:         '
                      WS-DSNS-LISTED
              DISPLAY PGMNAME ' OTHER DATASETS SKIPPED:  '
                      WS-OTHER-DSNS
              DISPLAY PGMNAME ' ENTRIES FOUND:           '
                      WS-ENTRIES-FOUND
              DISPLAY PGMNAME ' ENTRIES WRITTEN:         '
                      WS-ENTRIES-WRITTEN
              DISPLAY PGMNAME ' ENTRIES REPLACED:        '
                      WS-ENTRIES-REPLACED
              DISPLAY PGMNAME ' ENTRIES ALREADY PRESENT: '
                      WS-ENTRIES-SKIPPED
              DISPLAY PGMNAME ' ENTRIES INCOMPLETE:      '
                      WS-ENTRIES-INCOMPLETE
              DISPLAY PGMNAME ' MIRRORS PAIRED:          '
                      WS-MIRRORS-PAIRED
              DISPLAY PGMNAME ' ACCOUNTED, NO DATASET:   '
                      WS-ACCT-NO-DATASET
           END-IF.
           DISPLAY PGMNAME ' ERRORS:                  '
                   WS-REBUILD-ERRORS.
           IF WS-REBUILD-ERRORS > ZERO
              OR WS-ENTRIES-INCOMPLETE > ZERO
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-REVIEW-COUNT > ZERO
                 IF WS-REVIEWS-CLEARED = ZERO
                    MOVE 4 TO RETURN-CODE
                 END-IF
              ELSE
                 IF WS-ENTRIES-FOUND = ZERO
                    DISPLAY PGMNAME ' NO ARCHIVE GENERATIONS FOUND '
                            'IN RBLDLIST'
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
        EJECT
       TITLE 'Compressed-record expansion'.
           COPY AFPRLEXP SUPPRESS.
       END PROGRAM ARCHRBLD.
