       PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
      * LAST UPDATE ON 15 Oct 2026 AT 09:00:00 BY MAINT    VERSION 04  *
       ID DIVISION.
       PROGRAM-ID. ARCHVLT.
       AUTHOR. TURETZKY--HYDRA.
       INSTALLATION. IBM BOULDER PROGRAMMING CENTER.

                 Offsite vault shipment and inventory maintenance for
                 the ACIFOBDT print archive.  Keeps the vault
                 inventory (VAULTINV KSDS, ARCHVLTR), one entry per
                 generation copied to offsite media, and mirrors each
                 entry's state in the catalog's CAT-VAULT-FLAG.

                 MODE=SHIP selects, through ARCHCAT, the closed
                 generations AFPPAGVF has certified clean
                 (CAT-VERIFY-STATUS V) that have never been vaulted,
                 and for them:
                   - prints the shipping manifest (VLTMANF): manifest
                     id, vault, volume and slot, then every
                     generation's DSN, job, run date, generation,
                     pages and scheduled return date, and a receipt
                     block for the vault to sign.  The site's media
                     copy job works from the same manifest.
                   - writes each generation's inventory entry,
                     status S (shipped, receipt unconfirmed), with the
                     volume, slot, ship date and scheduled return date
                     (ship date + RETAIN= days)
                   - flags the catalog entry S, which is what stops
                     ARCHRETN scratching the DASD copy before the
                     vault has confirmed it holds the media
                 Inventory entries and flags are written only after
                 the manifest has closed, so a run that dies ships
                 nothing on paper that the inventory does not know.
                 Generations in the selection that cannot go
                 (review pending, migrated, index errors, failed
                 verification) are reported; generations still
                 waiting for AFPPAGVF are listed as waiting.

                 MODE=UPDATE applies the vault transactions in
                 VLTTRAN (keyword=value, one per card):
                   RECEIVED=dsn     vault confirms receipt (S to V)
                   MANIFEST=id      vault confirms a whole manifest
                   RECALL=dsn       media recalled to site (V or T
                                    to R)
                   REVAULT=dsn      recalled media sent back (R to V)
                   RETURNED=dsn     media returned for destruction
                                    (T to D) -- only once ARCHRETN
                                    has authorized the return, and
                                    refused while the catalog entry
                                    is on legal hold or cannot be
                                    read
                   EXTEND=dsn,yymmdd  new scheduled return date; an
                                    authorized return not yet made
                                    reverts to in-vault
                 Each transaction is reported with its result.

                 Parameter statements (VLTPARM DD, keyword=value):
                   MODE=SHIP|UPDATE (default SHIP)
                   JOB=jobname      job to ship, or prefix* (default
                                    every job)
                   FROM=yymmdd      earliest run date (default none)
                   TO=yymmdd        latest run date (default none)
                   DSN=prefix       archive DSN prefix
                   VAULT=id         offsite vault location (required
                                    for SHIP)
                   VOLUME=volser    media volume the copy goes on
                                    (required for SHIP)
                   SLOT=slot        vault slot or container
                   RETAIN=days      days the copy stays in the vault
                                    (default 2555)
                   MAXGENS=n        most generations on one manifest
                                    (default and limit 500)
                   DATE=yymmdd      effective date of the UPDATE
                                    transactions (default today)
                 Cards with * in column 1 are comments.  ARCHCAT and
                 VAULTINV come from JCL; an empty (just-defined)
                 VAULTINV is loaded by the first shipment.  The
                 report goes to VLTRPRT.

                 RC=0 shipped or all transactions applied, RC=4
                 nothing shipped, entries needing attention or
                 transactions refused (see the report), RC=8
                 inventory or catalog updates failed, RC=12 catalog,
                 inventory, manifest or parameters unusable.

                 Maintenance history:
                 - A generation flagged for re-verification through
                   the online catalog transaction (verify status R)
                   is held back as WAITING like an uncertified one
                   until AFPPAGVF certifies it again.
                 - A generation whose run failed ARCHRCTL's
                   reconciliation against the application's control
                   totals (CAT-RECON-FLAG H) is not shipped; it is
                   listed for attention as CONTROL TOTALS MISMATCH.
                 - A RETURNED= transaction refused for a legal hold
                   whose inventory entry cannot be rewritten is
                   reported as an update failure (RC=8); an abandoned
                   run closes its report.
       DATE-WRITTEN. 15 Oct 2026.
       DATE-COMPILED.
       SECURITY. IBM SAMPLE CODE ONLY.
       TITLE 'Offsite Vault Shipment and Inventory'.
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
      * Vault inventory, keyed by archive DSN like the catalog.
           SELECT VAULTINV-FILE       ASSIGN TO VAULTINV,
                                      ORGANIZATION INDEXED,
                                      ACCESS DYNAMIC,
                                      RECORD KEY VLT-ARCHIVE-DSN,
                                      FILE STATUS VAULTINV-STATUS.
           SELECT VLTPARM-FILE        ASSIGN TO VLTPARM,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS VLTPARM-STATUS.
           SELECT OPTIONAL VLTTRAN-FILE ASSIGN TO VLTTRAN,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS VLTTRAN-STATUS.
           SELECT VLTRPRT-FILE        ASSIGN TO VLTRPRT,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS VLTRPRT-STATUS.
           SELECT VLTMANF-FILE        ASSIGN TO VLTMANF,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS VLTMANF-STATUS.
        EJECT
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHCAT-FILE
           RECORD CONTAINS 256 CHARACTERS.
           COPY ARCHCATR SUPPRESS.
       FD  VAULTINV-FILE
           RECORD CONTAINS 256 CHARACTERS.
           COPY ARCHVLTR SUPPRESS.
       FD  VLTPARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  VLTPARM-RECORD             PIC X(80).
       FD  VLTTRAN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  VLTTRAN-RECORD             PIC X(80).
       FD  VLTRPRT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  VLTRPRT-RECORD             PIC X(132).
       FD  VLTMANF-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  VLTMANF-RECORD             PIC X(132).
       WORKING-STORAGE SECTION.
       01  PGMNAME                 PIC X(8) VALUE 'ARCHVLT'.
       77  ARCHCAT-STATUS          PIC 99.
           88  ARCHCAT-OK          VALUE 00.
           88  ARCHCAT-EOF         VALUE 10.
           88  ARCHCAT-NOTFND      VALUE 23.
       77  VAULTINV-STATUS         PIC 99.
           88  VAULTINV-OK         VALUE 00.
           88  VAULTINV-EOF        VALUE 10.
           88  VAULTINV-NOTFND     VALUE 23.
           88  VAULTINV-NOTAVAIL   VALUE 35.
       77  VLTPARM-STATUS          PIC 99.
           88  VLTPARM-OK          VALUE 00.
           88  VLTPARM-EOF         VALUE 10.
       77  VLTTRAN-STATUS          PIC 99.
           88  VLTTRAN-OK          VALUE 00.
           88  VLTTRAN-EOF         VALUE 10.
       77  VLTRPRT-STATUS          PIC 99.
           88  VLTRPRT-OK          VALUE 00.
       77  VLTMANF-STATUS          PIC 99.
           88  VLTMANF-OK          VALUE 00.
            SKIP1
       01  WS-PARM-CARD.
           05  WS-CARD-KEYWORD     PIC X(16).
           05  WS-CARD-VALUE       PIC X(64).
       77  WS-MODE-FLAG            PIC X VALUE 'S'.
           88  WS-MODE-SHIP        VALUE 'S'.
           88  WS-MODE-UPDATE      VALUE 'U'.
       01  WS-FILTER-JOB           PIC X(8)  VALUE SPACES.
       77  WS-FILTER-JOB-LEN       PIC S9(4) BINARY VALUE ZERO.
       77  WS-JOB-PREFIX-FLAG      PIC X VALUE 'N'.
           88  WS-JOB-PREFIX       VALUE 'Y'.
       01  WS-FILTER-DSN           PIC X(44) VALUE SPACES.
       77  WS-FILTER-DSN-LEN       PIC S9(4) BINARY VALUE ZERO.
       77  WS-FILTER-FROM          PIC 9(6) VALUE ZERO.
       77  WS-FILTER-TO            PIC 9(6) VALUE 999999.
       01  WS-VAULT-ID             PIC X(8)  VALUE SPACES.
       01  WS-VOLUME               PIC X(6)  VALUE SPACES.
       01  WS-SLOT                 PIC X(8)  VALUE SPACES.
       77  WS-RETAIN-DAYS          PIC 9(5) VALUE 2555.
       77  WS-MAX-GENS             PIC 9(4) BINARY VALUE 500.
       77  WS-EFFECTIVE-DATE       PIC 9(6) VALUE ZERO.
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
       77  WS-TODAY                PIC 9(6) VALUE ZERO.
       77  WS-RETURN-DATE          PIC 9(6) VALUE ZERO.
       77  WS-YYYYMMDD             PIC 9(8) VALUE ZERO.
       77  WS-DAY-INTEGER          PIC S9(9) BINARY VALUE ZERO.
      * Manifest id: MF + yymmddhhmm of this run.
       01  WS-MANIFEST-ID.
           05  FILLER              PIC XX VALUE 'MF'.
           05  WS-MF-DATE          PIC 9(6).
           05  WS-MF-HH            PIC 99.
           05  WS-MF-MI            PIC 99.
       77  WS-INV-FLAG             PIC X VALUE 'N'.
           88  WS-INV-LOADING      VALUE 'Y'.
           88  WS-INV-OPEN         VALUE 'N'.
            SKIP1
      * Generations chosen for this shipment, held until the manifest
      * has closed.  WS-SG-REPLACE marks a generation whose earlier
      * copy was destroyed, whose inventory entry is rewritten.
       77  WS-SHIP-COUNT           PIC 9(4) BINARY VALUE ZERO.
       01  WS-SHIP-TABLE.
           05  WS-SHIP-ENTRY OCCURS 500 TIMES INDEXED BY SHP-IDX.
               10  WS-SG-DSN       PIC X(44).
               10  WS-SG-JOBNAME   PIC X(8).
               10  WS-SG-RUN-DATE  PIC 9(6).
               10  WS-SG-RUN-TIME  PIC 9(8).
               10  WS-SG-GEN       PIC 9(4).
               10  WS-SG-PAGES     PIC 9(8).
               10  WS-SG-DIGEST    PIC X(8).
               10  WS-SG-REPLACE   PIC X.
            SKIP1
      * Transaction work.
       01  WS-TRAN-ACTION          PIC X(8)  VALUE SPACES.
       01  WS-TRAN-DSN             PIC X(44) VALUE SPACES.
       01  WS-TRAN-DATE-X          PIC X(6)  VALUE SPACES.
       01  WS-TRAN-DATE            REDEFINES WS-TRAN-DATE-X
                                   PIC 9(6).
       01  WS-TRAN-MANIFEST        PIC X(12) VALUE SPACES.
       77  WS-MANIFEST-HITS        PIC 9(8) BINARY VALUE ZERO.
       01  WS-CAT-NEW-FLAG         PIC X     VALUE SPACE.
       01  WS-OLD-STATUS           PIC X     VALUE SPACE.
            SKIP1
      * Run totals.
       77  WS-ENTRIES-READ         PIC 9(8) BINARY VALUE ZERO.
       77  WS-GENS-SHIPPED         PIC 9(8) BINARY VALUE ZERO.
       77  WS-GENS-WAITING         PIC 9(8) BINARY VALUE ZERO.
       77  WS-GENS-ATTENTION       PIC 9(8) BINARY VALUE ZERO.
       77  WS-TRANS-READ           PIC 9(8) BINARY VALUE ZERO.
       77  WS-TRANS-APPLIED        PIC 9(8) BINARY VALUE ZERO.
       77  WS-TRANS-REFUSED        PIC 9(8) BINARY VALUE ZERO.
       77  WS-UPDATE-ERRORS        PIC 9(8) BINARY VALUE ZERO.
       77  WS-RETURN-CODE          PIC S9(4) BINARY VALUE ZERO.
            SKIP1
       01  WS-HEADING-1.
           05  FILLER              PIC X(48) VALUE
               '  ARCHIVE DATASET NAME'.
           05  FILLER              PIC X(10) VALUE 'ACTION'.
           05  FILLER              PIC X(20) VALUE 'RESULT'.
           05  FILLER              PIC X(10) VALUE 'DATE'.
           05  FILLER              PIC X(44) VALUE 'NOTE'.
       01  WS-REPORT-LINE.
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-DSN             PIC X(44).
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-ACTION          PIC X(8).
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-RESULT          PIC X(18).
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-DATE            PIC X(8).
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-NOTE            PIC X(44).
       01  WS-TOTAL-LINE.
           05  FILLER              PIC XX    VALUE SPACES.
           05  TOT-LABEL           PIC X(44).
           05  FILLER              PIC XX    VALUE SPACES.
           05  TOT-COUNT           PIC ZZZZZZZ9.
           05  FILLER              PIC X(76) VALUE SPACES.
            SKIP1
      * Shipping manifest lines.
       01  WS-MANF-TITLE.
           05  FILLER              PIC X(34) VALUE
               'OFFSITE VAULT SHIPPING MANIFEST '.
           05  MNT-MANIFEST        PIC X(12).
           05  FILLER              PIC X(8)  VALUE '  VAULT '.
           05  MNT-VAULT           PIC X(8).
           05  FILLER              PIC X(9)  VALUE '  VOLUME '.
           05  MNT-VOLUME          PIC X(6).
           05  FILLER              PIC X(7)  VALUE '  SLOT '.
           05  MNT-SLOT            PIC X(8).
           05  FILLER              PIC X(12) VALUE '  SHIPPED '.
           05  MNT-SHIP-DATE       PIC 9(6).
           05  FILLER              PIC X(22) VALUE SPACES.
       01  WS-MANF-HEADING.
           05  FILLER              PIC X(48) VALUE
               '  ARCHIVE DATASET NAME'.
           05  FILLER              PIC X(10) VALUE 'JOBNAME'.
           05  FILLER              PIC X(10) VALUE 'RUN DATE'.
           05  FILLER              PIC X(6)  VALUE ' GEN'.
           05  FILLER              PIC X(10) VALUE '   PAGES'.
           05  FILLER              PIC X(48) VALUE 'RETURN DATE'.
       01  WS-MANF-LINE.
           05  FILLER              PIC XX    VALUE SPACES.
           05  MNL-DSN             PIC X(44).
           05  FILLER              PIC XX    VALUE SPACES.
           05  MNL-JOBNAME         PIC X(8).
           05  FILLER              PIC XX    VALUE SPACES.
           05  MNL-RUN-DATE        PIC 9(6).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  MNL-GEN             PIC ZZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  MNL-PAGES           PIC ZZZZZZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  MNL-RETURN-DATE     PIC 9(6).
           05  FILLER              PIC X(42) VALUE SPACES.
       01  WS-MANF-TOTAL.
           05  FILLER              PIC X(26) VALUE
               '  GENERATIONS ON MANIFEST:'.
           05  MNX-COUNT           PIC ZZZ9.
           05  FILLER              PIC X(102) VALUE SPACES.
       01  WS-MANF-RECEIPT.
           05  FILLER              PIC X(44) VALUE
               '  RECEIVED COMPLETE BY ____________________'.
           05  FILLER              PIC X(16) VALUE '  DATE ________'.
           05  FILLER              PIC X(72) VALUE SPACES.
        EJECT
       TITLE 'Mainline'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY PGMNAME ' OFFSITE VAULT SHIPMENT/INVENTORY STARTING'.
           ACCEPT WS-CURRENT-DATE FROM DATE.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           COMPUTE WS-TODAY =
                   WS-CUR-YY * 10000 + WS-CUR-MM * 100 + WS-CUR-DD.
           MOVE WS-TODAY TO WS-EFFECTIVE-DATE.
           PERFORM 0100-READ-PARMS.
           IF WS-MODE-SHIP
              AND (WS-VAULT-ID = SPACES OR WS-VOLUME = SPACES)
              DISPLAY PGMNAME ' VAULT= AND VOLUME= ARE REQUIRED TO SHIP'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT VLTRPRT-FILE.
           IF NOT VLTRPRT-OK
              DISPLAY PGMNAME ' VLTRPRT STATUS AFTER OPEN '
                      VLTRPRT-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           WRITE VLTRPRT-RECORD FROM WS-HEADING-1.
           MOVE SPACES TO WS-REPORT-LINE.
           OPEN I-O ARCHCAT-FILE.
           IF NOT ARCHCAT-OK
              DISPLAY PGMNAME ' ARCHCAT STATUS AFTER OPEN '
                      ARCHCAT-STATUS
              MOVE 12 TO RETURN-CODE
              CLOSE VLTRPRT-FILE
              GOBACK
           END-IF.
           PERFORM 0150-OPEN-INVENTORY.
           IF WS-MODE-SHIP
              PERFORM 0200-SELECT-GENERATIONS
              IF WS-SHIP-COUNT > ZERO
                 PERFORM 0300-WRITE-MANIFEST
                 PERFORM 0400-RECORD-SHIPMENTS
              END-IF
           ELSE
              PERFORM 0500-APPLY-TRANSACTIONS
           END-IF.
           CLOSE VAULTINV-FILE.
           CLOSE ARCHCAT-FILE.
           PERFORM 0900-WRAP-UP.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
        EJECT
       TITLE 'Parameters'.
       0100-READ-PARMS.
           OPEN INPUT VLTPARM-FILE.
           IF NOT VLTPARM-OK
              DISPLAY PGMNAME ' VLTPARM STATUS AFTER OPEN '
                      VLTPARM-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0110-READ-ONE-CARD
             UNTIL VLTPARM-EOF.
           CLOSE VLTPARM-FILE.
           IF WS-MAX-GENS = ZERO OR WS-MAX-GENS > 500
              MOVE 500 TO WS-MAX-GENS
           END-IF.

       0110-READ-ONE-CARD.
           READ VLTPARM-FILE
              AT END
                 CONTINUE
              NOT AT END
                 PERFORM 0120-PARSE-CARD
           END-READ.

       0120-PARSE-CARD.
           IF VLTPARM-RECORD = SPACES
              OR VLTPARM-RECORD(1:1) = '*'
              CONTINUE
           ELSE
              MOVE SPACES TO WS-CARD-KEYWORD WS-CARD-VALUE
              UNSTRING VLTPARM-RECORD DELIMITED BY '='
                 INTO WS-CARD-KEYWORD WS-CARD-VALUE
              END-UNSTRING
              EVALUATE FUNCTION TRIM(WS-CARD-KEYWORD)
                 WHEN 'MODE'
                    EVALUATE FUNCTION TRIM(WS-CARD-VALUE)
                       WHEN 'SHIP'
                          SET WS-MODE-SHIP TO TRUE
                       WHEN 'UPDATE'
                          SET WS-MODE-UPDATE TO TRUE
                       WHEN OTHER
                          DISPLAY PGMNAME ' MODE MUST BE SHIP OR '
                                  'UPDATE: ' WS-CARD-VALUE(1:20)
                          MOVE 12 TO RETURN-CODE
                          GOBACK
                    END-EVALUATE
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
                 WHEN 'VAULT'
                    MOVE FUNCTION TRIM(WS-CARD-VALUE)
                      TO WS-VAULT-ID
                 WHEN 'VOLUME'
                    MOVE FUNCTION TRIM(WS-CARD-VALUE)
                      TO WS-VOLUME
                 WHEN 'SLOT'
                    MOVE FUNCTION TRIM(WS-CARD-VALUE)
                      TO WS-SLOT
                 WHEN 'RETAIN'
                    COMPUTE WS-RETAIN-DAYS =
                       FUNCTION NUMVAL(WS-CARD-VALUE)
                    END-COMPUTE
                 WHEN 'MAXGENS'
                    COMPUTE WS-MAX-GENS =
                       FUNCTION NUMVAL(WS-CARD-VALUE)
                    END-COMPUTE
                 WHEN 'DATE'
                    COMPUTE WS-EFFECTIVE-DATE =
                       FUNCTION NUMVAL(WS-CARD-VALUE)
                    END-COMPUTE
                 WHEN OTHER
                    DISPLAY PGMNAME ' UNRECOGNIZED PARM CARD: '
                            VLTPARM-RECORD(1:40)
              END-EVALUATE
           END-IF.

      * JOB=name matches exactly; JOB=prefix* matches any job that
      * starts with the prefix.  No JOB= card ships every job.
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

      * A just-defined (empty) inventory cannot be opened for update;
      * the first shipment loads it instead, in the catalog's key
      * order.  There is nothing to update in an empty inventory.
       0150-OPEN-INVENTORY.
           OPEN I-O VAULTINV-FILE.
           IF VAULTINV-NOTAVAIL AND WS-MODE-SHIP
              OPEN OUTPUT VAULTINV-FILE
              SET WS-INV-LOADING TO TRUE
              DISPLAY PGMNAME ' VAULTINV EMPTY, LOADING IT'
           END-IF.
           IF NOT VAULTINV-OK
              DISPLAY PGMNAME ' VAULTINV STATUS AFTER OPEN '
                      VAULTINV-STATUS
              CLOSE ARCHCAT-FILE
              PERFORM 0990-ABORT-RUN
           END-IF.
        EJECT
       TITLE 'Shipment selection'.
      ******************************************************************
      * Browse the catalog for closed, certified, never-vaulted
      * generations inside the filters.  Selection only: nothing is
      * written until the manifest exists.
      ******************************************************************
       0200-SELECT-GENERATIONS.
           MOVE WS-TODAY TO WS-MF-DATE.
           MOVE WS-CUR-HH TO WS-MF-HH.
           MOVE WS-CUR-MI TO WS-MF-MI.
           COMPUTE WS-YYYYMMDD = 20000000 + WS-TODAY.
           COMPUTE WS-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-YYYYMMDD)
                   + WS-RETAIN-DAYS.
           COMPUTE WS-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER).
           COMPUTE WS-RETURN-DATE = WS-YYYYMMDD - 20000000.
           DISPLAY PGMNAME ' SHIPPING TO VAULT ' WS-VAULT-ID
                   ' VOLUME ' WS-VOLUME ' MANIFEST ' WS-MANIFEST-ID.
           PERFORM 0210-SELECT-ONE-ENTRY
             UNTIL ARCHCAT-EOF.

       0210-SELECT-ONE-ENTRY.
           READ ARCHCAT-FILE NEXT
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-ENTRIES-READ
                 PERFORM 0220-APPLY-FILTERS
                 IF WS-ENTRY-MATCHES
                    PERFORM 0230-CLASSIFY-ENTRY
                 END-IF
           END-READ.

       0220-APPLY-FILTERS.
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

      * Scratched and consolidated entries have nothing to ship (a
      * consolidated generation goes out through its merged archive)
      * and vaulted ones have gone; all pass silently.  A generation
      * AFPPAGVF has not reached yet is listed as waiting; anything
      * else that cannot go is reported for attention.
       0230-CLASSIFY-ENTRY.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE CAT-ARCHIVE-DSN TO RPT-DSN.
           MOVE 'SHIP' TO RPT-ACTION.
           EVALUATE TRUE
              WHEN CAT-STATUS-SCRATCHED
                 OR CAT-STATUS-CONSOLIDATED
                 OR NOT CAT-NOT-VAULTED
                 CONTINUE
              WHEN CAT-REVIEW-PENDING
                 MOVE 'NOT SHIPPED' TO RPT-RESULT
                 MOVE 'REBUILT ENTRY AWAITING REVIEW' TO RPT-NOTE
                 PERFORM 0240-NEEDS-ATTENTION
              WHEN CAT-STATUS-MIGRATED
                 MOVE 'NOT SHIPPED' TO RPT-RESULT
                 MOVE 'MIGRATED, RECALL BEFORE SHIPPING' TO RPT-NOTE
                 PERFORM 0240-NEEDS-ATTENTION
              WHEN CAT-STATUS-ERRORS
                 MOVE 'NOT SHIPPED' TO RPT-RESULT
                 MOVE 'CLOSED WITH INDEX ERRORS' TO RPT-NOTE
                 PERFORM 0240-NEEDS-ATTENTION
              WHEN NOT CAT-STATUS-CLOSED
                 MOVE 'NOT SHIPPED' TO RPT-RESULT
                 MOVE 'CATALOG STATUS NOT CLOSED' TO RPT-NOTE
                 PERFORM 0240-NEEDS-ATTENTION
              WHEN CAT-VERIFY-FAILED
                 MOVE 'NOT SHIPPED' TO RPT-RESULT
                 MOVE 'FAILED VERIFICATION' TO RPT-NOTE
                 PERFORM 0240-NEEDS-ATTENTION
              WHEN CAT-RECON-HARD
                 MOVE 'NOT SHIPPED' TO RPT-RESULT
                 MOVE 'CONTROL TOTALS MISMATCH' TO RPT-NOTE
                 PERFORM 0240-NEEDS-ATTENTION
              WHEN CAT-NEVER-VERIFIED
                 ADD 1 TO WS-GENS-WAITING
                 MOVE 'WAITING' TO RPT-RESULT
                 MOVE 'NOT YET CERTIFIED BY AFPPAGVF' TO RPT-NOTE
                 PERFORM 0890-WRITE-REPORT-LINE
              WHEN CAT-REVERIFY-REQUESTED
                 ADD 1 TO WS-GENS-WAITING
                 MOVE 'WAITING' TO RPT-RESULT
                 MOVE 'RE-VERIFICATION REQUESTED' TO RPT-NOTE
                 PERFORM 0890-WRITE-REPORT-LINE
              WHEN WS-SHIP-COUNT NOT < WS-MAX-GENS
                 MOVE 'NOT SHIPPED' TO RPT-RESULT
                 MOVE 'MANIFEST FULL, LEFT FOR NEXT SHIPMENT'
                   TO RPT-NOTE
                 PERFORM 0240-NEEDS-ATTENTION
              WHEN OTHER
                 PERFORM 0250-CHECK-INVENTORY
           END-EVALUATE.

       0240-NEEDS-ATTENTION.
           ADD 1 TO WS-GENS-ATTENTION.
           IF WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF.
           PERFORM 0890-WRITE-REPORT-LINE.

      * The catalog says never vaulted; the inventory must agree.  An
      * entry there for a copy since destroyed is replaced by the new
      * shipment; any other means catalog and inventory have parted
      * company, which ARCHVREC reports and a person settles.
       0250-CHECK-INVENTORY.
           MOVE 'N' TO WS-OLD-STATUS.
           IF WS-INV-OPEN
              MOVE CAT-ARCHIVE-DSN TO VLT-ARCHIVE-DSN
              READ VAULTINV-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE VLT-STATUS TO WS-OLD-STATUS
              END-READ
           END-IF.
           EVALUATE WS-OLD-STATUS
              WHEN 'N'
              WHEN 'D'
                 SET SHP-IDX TO WS-SHIP-COUNT
                 SET SHP-IDX UP BY 1
                 ADD 1 TO WS-SHIP-COUNT
                 MOVE CAT-ARCHIVE-DSN TO WS-SG-DSN(SHP-IDX)
                 MOVE CAT-JOBNAME TO WS-SG-JOBNAME(SHP-IDX)
                 MOVE CAT-RUN-DATE TO WS-SG-RUN-DATE(SHP-IDX)
                 MOVE CAT-RUN-TIME TO WS-SG-RUN-TIME(SHP-IDX)
                 MOVE CAT-ARCHIVE-GEN TO WS-SG-GEN(SHP-IDX)
                 MOVE CAT-PAGES TO WS-SG-PAGES(SHP-IDX)
                 MOVE CAT-PAGE-DIGEST TO WS-SG-DIGEST(SHP-IDX)
                 MOVE WS-OLD-STATUS TO WS-SG-REPLACE(SHP-IDX)
              WHEN OTHER
                 MOVE 'NOT SHIPPED' TO RPT-RESULT
                 MOVE 'ALREADY IN VAULT INVENTORY, STATUS'
                   TO RPT-NOTE
                 MOVE WS-OLD-STATUS TO RPT-NOTE(36:1)
                 PERFORM 0240-NEEDS-ATTENTION
           END-EVALUATE.
        EJECT
       TITLE 'Shipping manifest'.
      ******************************************************************
      * The manifest travels with the media and drives the site's
      * copy job; it must be complete before anything is recorded.
      ******************************************************************
       0300-WRITE-MANIFEST.
           OPEN OUTPUT VLTMANF-FILE.
           IF NOT VLTMANF-OK
              DISPLAY PGMNAME ' VLTMANF STATUS AFTER OPEN '
                      VLTMANF-STATUS
              PERFORM 0990-ABORT-RUN
           END-IF.
           MOVE WS-MANIFEST-ID TO MNT-MANIFEST.
           MOVE WS-VAULT-ID TO MNT-VAULT.
           MOVE WS-VOLUME TO MNT-VOLUME.
           MOVE WS-SLOT TO MNT-SLOT.
           MOVE WS-TODAY TO MNT-SHIP-DATE.
           WRITE VLTMANF-RECORD FROM WS-MANF-TITLE.
           MOVE SPACES TO VLTMANF-RECORD.
           WRITE VLTMANF-RECORD.
           WRITE VLTMANF-RECORD FROM WS-MANF-HEADING.
           PERFORM 0310-MANIFEST-LINE
              VARYING SHP-IDX FROM 1 BY 1
              UNTIL SHP-IDX > WS-SHIP-COUNT.
           MOVE SPACES TO VLTMANF-RECORD.
           WRITE VLTMANF-RECORD.
           MOVE WS-SHIP-COUNT TO MNX-COUNT.
           WRITE VLTMANF-RECORD FROM WS-MANF-TOTAL.
           MOVE SPACES TO VLTMANF-RECORD.
           WRITE VLTMANF-RECORD.
           WRITE VLTMANF-RECORD FROM WS-MANF-RECEIPT.
           IF NOT VLTMANF-OK
              DISPLAY PGMNAME ' VLTMANF WRITE STATUS '
                      VLTMANF-STATUS
              PERFORM 0990-ABORT-RUN
           END-IF.
           CLOSE VLTMANF-FILE.
           IF NOT VLTMANF-OK
              DISPLAY PGMNAME ' VLTMANF CLOSE STATUS '
                      VLTMANF-STATUS
              PERFORM 0990-ABORT-RUN
           END-IF.

       0310-MANIFEST-LINE.
           MOVE WS-SG-DSN(SHP-IDX) TO MNL-DSN.
           MOVE WS-SG-JOBNAME(SHP-IDX) TO MNL-JOBNAME.
           MOVE WS-SG-RUN-DATE(SHP-IDX) TO MNL-RUN-DATE.
           MOVE WS-SG-GEN(SHP-IDX) TO MNL-GEN.
           MOVE WS-SG-PAGES(SHP-IDX) TO MNL-PAGES.
           MOVE WS-RETURN-DATE TO MNL-RETURN-DATE.
           WRITE VLTMANF-RECORD FROM WS-MANF-LINE.
        EJECT
       TITLE 'Inventory and catalog recording'.
      ******************************************************************
      * With the manifest closed, each shipped generation gets its
      * inventory entry and its catalog flag.  A generation whose
      * inventory entry cannot be written is not flagged, so it is
      * offered again next time; one whose flag cannot be set is
      * reported for ARCHVREC to catch.
      ******************************************************************
       0400-RECORD-SHIPMENTS.
           PERFORM 0410-RECORD-ONE-SHIPMENT
              VARYING SHP-IDX FROM 1 BY 1
              UNTIL SHP-IDX > WS-SHIP-COUNT.

       0410-RECORD-ONE-SHIPMENT.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-SG-DSN(SHP-IDX) TO RPT-DSN.
           MOVE 'SHIP' TO RPT-ACTION.
           MOVE WS-RETURN-DATE TO RPT-DATE.
           MOVE SPACES TO VAULTINV-RECORD.
           MOVE WS-SG-DSN(SHP-IDX) TO VLT-ARCHIVE-DSN.
           MOVE WS-SG-JOBNAME(SHP-IDX) TO VLT-JOBNAME.
           MOVE WS-SG-RUN-DATE(SHP-IDX) TO VLT-RUN-DATE.
           MOVE WS-SG-RUN-TIME(SHP-IDX) TO VLT-RUN-TIME.
           MOVE WS-SG-GEN(SHP-IDX) TO VLT-ARCHIVE-GEN.
           MOVE WS-SG-PAGES(SHP-IDX) TO VLT-PAGES.
           MOVE WS-SG-DIGEST(SHP-IDX) TO VLT-PAGE-DIGEST.
           SET VLT-SHIPPED TO TRUE.
           MOVE WS-VAULT-ID TO VLT-VAULT-ID.
           MOVE WS-VOLUME TO VLT-VOLUME.
           MOVE WS-SLOT TO VLT-SLOT.
           MOVE WS-MANIFEST-ID TO VLT-MANIFEST.
           MOVE WS-TODAY TO VLT-SHIP-DATE.
           MOVE ZERO TO VLT-RECEIVED-DATE VLT-RECALL-DATE
                        VLT-CLOSED-DATE.
           MOVE WS-RETURN-DATE TO VLT-RETURN-DATE.
           MOVE 'SHIP' TO VLT-LAST-ACTION.
           MOVE WS-TODAY TO VLT-LAST-DATE.
           IF WS-SG-REPLACE(SHP-IDX) = 'D'
              REWRITE VAULTINV-RECORD
           ELSE
              WRITE VAULTINV-RECORD
           END-IF.
           IF NOT VAULTINV-OK
              DISPLAY PGMNAME ' VAULTINV WRITE STATUS '
                      VAULTINV-STATUS ' FOR ' WS-SG-DSN(SHP-IDX)
              MOVE 'NOT RECORDED' TO RPT-RESULT
              MOVE 'ON MANIFEST BUT NOT IN INVENTORY, ADD BY HAND'
                TO RPT-NOTE
              PERFORM 0590-UPDATE-FAILED
           ELSE
              ADD 1 TO WS-GENS-SHIPPED
              MOVE 'SHIPPED' TO RPT-RESULT
              MOVE WS-MANIFEST-ID TO RPT-NOTE
              MOVE 'S' TO WS-CAT-NEW-FLAG
              MOVE WS-SG-DSN(SHP-IDX) TO WS-TRAN-DSN
              PERFORM 0580-SET-CATALOG-FLAG
              PERFORM 0890-WRITE-REPORT-LINE
           END-IF.
        EJECT
       TITLE 'Vault transactions'.
      ******************************************************************
      * Receipt, recall, re-vault, return and extension transactions
      * from the vault provider's confirmations, applied in the order
      * they appear.  Every transaction is reported; a refused one
      * changes nothing.
      ******************************************************************
       0500-APPLY-TRANSACTIONS.
           DISPLAY PGMNAME ' APPLYING VAULT TRANSACTIONS EFFECTIVE '
                   WS-EFFECTIVE-DATE.
           OPEN INPUT VLTTRAN-FILE.
           IF NOT VLTTRAN-OK
              DISPLAY PGMNAME ' VLTTRAN STATUS AFTER OPEN '
                      VLTTRAN-STATUS
              PERFORM 0990-ABORT-RUN
           END-IF.
           PERFORM 0510-READ-ONE-TRAN
             UNTIL VLTTRAN-EOF.
           CLOSE VLTTRAN-FILE.

       0510-READ-ONE-TRAN.
           READ VLTTRAN-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF VLTTRAN-RECORD NOT = SPACES
                    AND VLTTRAN-RECORD(1:1) NOT = '*'
                    ADD 1 TO WS-TRANS-READ
                    PERFORM 0520-PARSE-TRAN
                 END-IF
           END-READ.

       0520-PARSE-TRAN.
           MOVE SPACES TO WS-CARD-KEYWORD WS-CARD-VALUE.
           UNSTRING VLTTRAN-RECORD DELIMITED BY '='
              INTO WS-CARD-KEYWORD WS-CARD-VALUE
           END-UNSTRING.
           MOVE FUNCTION TRIM(WS-CARD-KEYWORD) TO WS-TRAN-ACTION.
           MOVE SPACES TO WS-TRAN-DSN WS-TRAN-DATE-X.
           UNSTRING WS-CARD-VALUE DELIMITED BY ',' OR ' '
              INTO WS-TRAN-DSN WS-TRAN-DATE-X
           END-UNSTRING.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-TRAN-DSN TO RPT-DSN.
           MOVE WS-TRAN-ACTION TO RPT-ACTION.
           EVALUATE WS-TRAN-ACTION
              WHEN 'RECEIVED'
                 PERFORM 0530-RECEIVE
              WHEN 'MANIFEST'
                 PERFORM 0535-RECEIVE-MANIFEST
              WHEN 'RECALL'
                 PERFORM 0540-RECALL
              WHEN 'REVAULT'
                 PERFORM 0545-REVAULT
              WHEN 'RETURNED'
                 PERFORM 0550-RETURNED
              WHEN 'EXTEND'
                 PERFORM 0560-EXTEND
              WHEN OTHER
                 MOVE VLTTRAN-RECORD(1:44) TO RPT-DSN
                 MOVE SPACES TO RPT-ACTION
                 MOVE 'UNRECOGNIZED CARD' TO RPT-NOTE
                 PERFORM 0595-REFUSE
           END-EVALUATE.

      * Receipt confirmed: the DASD copy becomes scratchable.
       0530-RECEIVE.
           PERFORM 0570-READ-INVENTORY.
           IF VAULTINV-OK
              EVALUATE TRUE
                 WHEN VLT-SHIPPED
                    PERFORM 0532-MARK-RECEIVED
                 WHEN VLT-IN-VAULT
                    MOVE 'NO CHANGE' TO RPT-RESULT
                    MOVE 'ALREADY RECEIVED' TO RPT-NOTE
                    PERFORM 0890-WRITE-REPORT-LINE
                 WHEN OTHER
                    MOVE 'NOT SHIPPED, STATUS' TO RPT-NOTE
                    MOVE VLT-STATUS TO RPT-NOTE(21:1)
                    PERFORM 0595-REFUSE
              END-EVALUATE
           END-IF.

       0532-MARK-RECEIVED.
           SET VLT-IN-VAULT TO TRUE.
           MOVE WS-EFFECTIVE-DATE TO VLT-RECEIVED-DATE.
           MOVE 'V' TO WS-CAT-NEW-FLAG.
           PERFORM 0575-REWRITE-INVENTORY.

      * A whole manifest confirmed at once: every entry still shipped
      * under that manifest id is received.
       0535-RECEIVE-MANIFEST.
           MOVE WS-TRAN-DSN TO WS-TRAN-MANIFEST.
           MOVE ZERO TO WS-MANIFEST-HITS.
           MOVE LOW-VALUES TO VLT-ARCHIVE-DSN.
           START VAULTINV-FILE KEY NOT < VLT-ARCHIVE-DSN
              INVALID KEY
                 CONTINUE
           END-START.
           IF VAULTINV-OK
              PERFORM 0536-SCAN-MANIFEST-ENTRY
                UNTIL NOT VAULTINV-OK
           END-IF.
           IF WS-MANIFEST-HITS = ZERO
              MOVE SPACES TO WS-REPORT-LINE
              MOVE WS-TRAN-MANIFEST TO RPT-DSN
              MOVE 'MANIFEST' TO RPT-ACTION
              MOVE 'NO SHIPPED ENTRIES ON THIS MANIFEST' TO RPT-NOTE
              PERFORM 0595-REFUSE
           END-IF.

       0536-SCAN-MANIFEST-ENTRY.
           READ VAULTINV-FILE NEXT
              AT END
                 CONTINUE
              NOT AT END
                 IF VLT-MANIFEST = WS-TRAN-MANIFEST
                    AND VLT-SHIPPED
                    ADD 1 TO WS-MANIFEST-HITS
                    MOVE SPACES TO WS-REPORT-LINE
                    MOVE VLT-ARCHIVE-DSN TO RPT-DSN WS-TRAN-DSN
                    MOVE 'RECEIVED' TO RPT-ACTION
                    PERFORM 0532-MARK-RECEIVED
                 END-IF
           END-READ.

       0540-RECALL.
           PERFORM 0570-READ-INVENTORY.
           IF VAULTINV-OK
              IF VLT-IN-VAULT OR VLT-RETURN-AUTHORIZED
                 SET VLT-RECALLED TO TRUE
                 MOVE WS-EFFECTIVE-DATE TO VLT-RECALL-DATE
                 MOVE 'R' TO WS-CAT-NEW-FLAG
                 PERFORM 0575-REWRITE-INVENTORY
              ELSE
                 MOVE 'NOT IN VAULT, STATUS' TO RPT-NOTE
                 MOVE VLT-STATUS TO RPT-NOTE(22:1)
                 PERFORM 0595-REFUSE
              END-IF
           END-IF.

       0545-REVAULT.
           PERFORM 0570-READ-INVENTORY.
           IF VAULTINV-OK
              IF VLT-RECALLED
                 SET VLT-IN-VAULT TO TRUE
                 MOVE WS-EFFECTIVE-DATE TO VLT-RECEIVED-DATE
                 MOVE 'V' TO WS-CAT-NEW-FLAG
                 PERFORM 0575-REWRITE-INVENTORY
              ELSE
                 MOVE 'NOT RECALLED, STATUS' TO RPT-NOTE
                 MOVE VLT-STATUS TO RPT-NOTE(22:1)
                 PERFORM 0595-REFUSE
              END-IF
           END-IF.

      * Media back for destruction.  Only a return ARCHRETN has
      * authorized, and never while the generation is on legal hold
      * -- a hold placed since the sweep authorized it still stops
      * it.  Without a readable catalog entry the hold cannot be
      * ruled out, so the return is refused.
       0550-RETURNED.
           PERFORM 0570-READ-INVENTORY.
           IF VAULTINV-OK
              IF NOT VLT-RETURN-AUTHORIZED
                 MOVE 'RETURN NOT AUTHORIZED, STATUS' TO RPT-NOTE
                 MOVE VLT-STATUS TO RPT-NOTE(31:1)
                 PERFORM 0595-REFUSE
              ELSE
                 MOVE WS-TRAN-DSN TO CAT-ARCHIVE-DSN
                 READ ARCHCAT-FILE
                    INVALID KEY
                       MOVE 'NO CATALOG ENTRY, HOLD NOT CHECKED'
                         TO RPT-NOTE
                       PERFORM 0595-REFUSE
                    NOT INVALID KEY
                       IF CAT-ON-HOLD
                          MOVE 'ON LEGAL HOLD' TO RPT-NOTE
                          MOVE CAT-HOLD-REF TO RPT-NOTE(15:8)
                          MOVE CAT-HOLD-REF TO VLT-HOLD-REF
                          SET VLT-IN-VAULT TO TRUE
                          MOVE 'HELD' TO VLT-LAST-ACTION
                          MOVE WS-EFFECTIVE-DATE TO VLT-LAST-DATE
                          REWRITE VAULTINV-RECORD
                          IF VAULTINV-OK
                             PERFORM 0595-REFUSE
                          ELSE
                             DISPLAY PGMNAME ' VAULTINV REWRITE STATUS '
                                     VAULTINV-STATUS ' FOR '
                                     VLT-ARCHIVE-DSN
                             ADD 1 TO WS-TRANS-REFUSED
                             MOVE 'REFUSED' TO RPT-RESULT
                             MOVE 'ON HOLD, INVENTORY REWRITE FAILED'
                               TO RPT-NOTE
                             PERFORM 0590-UPDATE-FAILED
                          END-IF
                       ELSE
                          SET VLT-DESTROYED TO TRUE
                          MOVE WS-EFFECTIVE-DATE TO VLT-CLOSED-DATE
                          MOVE 'D' TO WS-CAT-NEW-FLAG
                          PERFORM 0575-REWRITE-INVENTORY
                       END-IF
                 END-READ
              END-IF
           END-IF.

      * New scheduled return date.  An authorized return not yet made
      * goes back to in-vault when the new date is still to come.
       0560-EXTEND.
           PERFORM 0570-READ-INVENTORY.
           IF VAULTINV-OK
              EVALUATE TRUE
                 WHEN WS-TRAN-DATE-X IS NOT NUMERIC
                    MOVE 'EXTEND NEEDS DSN,YYMMDD' TO RPT-NOTE
                    PERFORM 0595-REFUSE
                 WHEN VLT-DESTROYED
                    MOVE 'COPY ALREADY DESTROYED' TO RPT-NOTE
                    PERFORM 0595-REFUSE
                 WHEN OTHER
                    MOVE WS-TRAN-DATE TO VLT-RETURN-DATE
                    MOVE WS-TRAN-DATE TO RPT-DATE
                    MOVE SPACE TO WS-CAT-NEW-FLAG
                    IF VLT-RETURN-AUTHORIZED
                       AND WS-TRAN-DATE > WS-EFFECTIVE-DATE
                       SET VLT-IN-VAULT TO TRUE
                    END-IF
                    PERFORM 0575-REWRITE-INVENTORY
              END-EVALUATE
           END-IF.
        EJECT
       TITLE 'Inventory and catalog updates'.
       0570-READ-INVENTORY.
           MOVE WS-TRAN-DSN TO VLT-ARCHIVE-DSN.
           READ VAULTINV-FILE
              INVALID KEY
                 MOVE 'NOT IN VAULT INVENTORY' TO RPT-NOTE
                 PERFORM 0595-REFUSE
           END-READ.

      * Rewrite the transaction's inventory entry, then carry the new
      * state to the catalog flag (WS-CAT-NEW-FLAG space: the
      * transaction does not change the flag).
       0575-REWRITE-INVENTORY.
           MOVE WS-TRAN-ACTION TO VLT-LAST-ACTION.
           MOVE WS-EFFECTIVE-DATE TO VLT-LAST-DATE.
           REWRITE VAULTINV-RECORD.
           IF VAULTINV-OK
              ADD 1 TO WS-TRANS-APPLIED
              MOVE 'APPLIED, STATUS' TO RPT-RESULT
              MOVE VLT-STATUS TO RPT-RESULT(17:1)
              IF WS-CAT-NEW-FLAG NOT = SPACE
                 PERFORM 0580-SET-CATALOG-FLAG
              END-IF
              PERFORM 0890-WRITE-REPORT-LINE
           ELSE
              DISPLAY PGMNAME ' VAULTINV REWRITE STATUS '
                      VAULTINV-STATUS ' FOR ' VLT-ARCHIVE-DSN
              MOVE 'NOT APPLIED' TO RPT-RESULT
              MOVE 'INVENTORY REWRITE FAILED' TO RPT-NOTE
              PERFORM 0590-UPDATE-FAILED
           END-IF.

      * Mirror the inventory state in the catalog.  A missing entry
      * or a failed rewrite is noted on the line being reported.
       0580-SET-CATALOG-FLAG.
           MOVE WS-TRAN-DSN TO CAT-ARCHIVE-DSN.
           READ ARCHCAT-FILE
              INVALID KEY
                 MOVE 'NO CATALOG ENTRY TO FLAG' TO RPT-NOTE
                 ADD 1 TO WS-GENS-ATTENTION
                 IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                 END-IF
              NOT INVALID KEY
                 MOVE WS-CAT-NEW-FLAG TO CAT-VAULT-FLAG
                 REWRITE ARCHCAT-RECORD
                 IF NOT ARCHCAT-OK
                    DISPLAY PGMNAME ' ARCHCAT REWRITE STATUS '
                            ARCHCAT-STATUS ' FOR ' CAT-ARCHIVE-DSN
                    MOVE 'CATALOG FLAG NOT SET, SET BY HAND'
                      TO RPT-NOTE
                    ADD 1 TO WS-UPDATE-ERRORS
                    IF WS-RETURN-CODE < 8
                       MOVE 8 TO WS-RETURN-CODE
                    END-IF
                 END-IF
           END-READ.

       0590-UPDATE-FAILED.
           ADD 1 TO WS-UPDATE-ERRORS.
           IF WS-RETURN-CODE < 8
              MOVE 8 TO WS-RETURN-CODE
           END-IF.
           PERFORM 0890-WRITE-REPORT-LINE.

       0595-REFUSE.
           ADD 1 TO WS-TRANS-REFUSED.
           MOVE 'REFUSED' TO RPT-RESULT.
           IF WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF.
           PERFORM 0890-WRITE-REPORT-LINE.
        EJECT
       TITLE 'Report and wrap-up'.
       0890-WRITE-REPORT-LINE.
           WRITE VLTRPRT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.

       0900-WRAP-UP.
           MOVE SPACES TO VLTRPRT-RECORD.
           WRITE VLTRPRT-RECORD.
           IF WS-MODE-SHIP
              MOVE 'GENERATIONS SHIPPED' TO TOT-LABEL
              MOVE WS-GENS-SHIPPED TO TOT-COUNT
              WRITE VLTRPRT-RECORD FROM WS-TOTAL-LINE
              MOVE 'GENERATIONS WAITING FOR CERTIFICATION'
                TO TOT-LABEL
              MOVE WS-GENS-WAITING TO TOT-COUNT
              WRITE VLTRPRT-RECORD FROM WS-TOTAL-LINE
              MOVE 'GENERATIONS NEEDING ATTENTION' TO TOT-LABEL
              MOVE WS-GENS-ATTENTION TO TOT-COUNT
              WRITE VLTRPRT-RECORD FROM WS-TOTAL-LINE
              DISPLAY PGMNAME ' CATALOG ENTRIES READ:  '
                      WS-ENTRIES-READ
              DISPLAY PGMNAME ' GENERATIONS SHIPPED:   '
                      WS-GENS-SHIPPED ' ON ' WS-MANIFEST-ID
              DISPLAY PGMNAME ' GENERATIONS WAITING:   '
                      WS-GENS-WAITING
              IF WS-GENS-SHIPPED = ZERO AND WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           ELSE
              MOVE 'TRANSACTIONS READ' TO TOT-LABEL
              MOVE WS-TRANS-READ TO TOT-COUNT
              WRITE VLTRPRT-RECORD FROM WS-TOTAL-LINE
              MOVE 'INVENTORY ENTRIES UPDATED' TO TOT-LABEL
              MOVE WS-TRANS-APPLIED TO TOT-COUNT
              WRITE VLTRPRT-RECORD FROM WS-TOTAL-LINE
              MOVE 'TRANSACTIONS REFUSED' TO TOT-LABEL
              MOVE WS-TRANS-REFUSED TO TOT-COUNT
              WRITE VLTRPRT-RECORD FROM WS-TOTAL-LINE
              DISPLAY PGMNAME ' TRANSACTIONS READ:     ' WS-TRANS-READ
              DISPLAY PGMNAME ' ENTRIES UPDATED:       '
                      WS-TRANS-APPLIED
              DISPLAY PGMNAME ' TRANSACTIONS REFUSED:  '
                      WS-TRANS-REFUSED
           END-IF.
           MOVE 'UPDATES FAILED' TO TOT-LABEL.
           MOVE WS-UPDATE-ERRORS TO TOT-COUNT.
           WRITE VLTRPRT-RECORD FROM WS-TOTAL-LINE.
           CLOSE VLTRPRT-FILE.
           IF WS-UPDATE-ERRORS > ZERO
              DISPLAY PGMNAME ' UPDATES FAILED:        '
                      WS-UPDATE-ERRORS
           END-IF.

      * Abnormal end before anything was recorded: no inventory entry
      * or catalog flag has been written, and a manifest that may
      * exist must not be acted on.  Does not return.
       0990-ABORT-RUN.
           DISPLAY PGMNAME ' *** VAULT RUN ABANDONED, NOTHING '
                   'RECORDED -- DO NOT SHIP FROM THIS MANIFEST ***'.
           CLOSE VLTRPRT-FILE.
           MOVE 12 TO RETURN-CODE.
           GOBACK.
       END PROGRAM ARCHVLT.
