       PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
      * LAST UPDATE ON 15 Oct 2026 AT 09:00:00 BY MAINT    VERSION 08  *
       ID DIVISION.
       PROGRAM-ID. ARCHRETN.
       AUTHOR. TURETZKY--HYDRA.
                     days      retention period in days
                     action    DELETE or MIGRATE
                   ASOF=yymmdd  optional as-of date (default today)
                   VAULT=REQUIRED  optional: no generation is
                                scratched until its offsite vault
                                copy exists and is confirmed
                 Rules are tried in the order coded; the first match
                 wins.  An entry matching no rule is always kept and
                 reported, so an unlisted application can never be
                   original dataset and its mirror are deleted, the
                   entry goes to status S, and the disposition is
                   reported as CONSOLIDATED.
                 - Entries ARCHRBLD rebuilt after catalog loss carry
                   CAT-REVIEW-FLAG R: their verify status and hold
                   could not be recovered, so they are kept whatever
                   the rules say (or whatever consolidation says),
                   reported REVIEW, until ARCHRBLD REVIEWED= clears
                   the flag.  Holds in ARCHHOLD still apply to them
                   and are recorded in the entry as usual.
                 - Offsite vault: a generation whose vault copy is
                   shipped but not yet confirmed received
                   (CAT-VAULT-FLAG S) is never scratched -- expired or
                   consolidated, it is kept and reported VAULT UNCONF
                   until ARCHVLT records the receipt.  VAULT=REQUIRED
                   also keeps (NOT VAULTED) expired generations that
                   were never shipped.  With the vault inventory on a
                   VAULTINV DD (optional), every vaulted generation
                   whose scheduled return date has come is checked
                   against the legal holds: unheld, its return for
                   destruction is authorized in the inventory (VAULT
                   RETURN); held, the copy stays in the vault and any
                   authorization not yet acted on is withdrawn (VAULT
                   HELD, with the hold reference).
                 - Holds entered online through the catalog
                   transaction (ARCHCATO, hold flag O) are honored
                   like file holds but are never cleared by the
                   sweep, and a matching ARCHHOLD card does not
                   overwrite them; only an online release lifts them.
                 - The legal holds are checked once per catalog entry:
                   a vaulted entry's return check and its DASD
                   disposition share the one result, so a key index
                   that cannot be read is one sweep error, not two.
                 - A scratched or migrated entry's key index is not
                   allocated for the key-hold check (it is gone or
                   offline with the archive), so its vault return is
                   settled on the job, DSN and recorded holds alone.
       DATE-WRITTEN. 23 Aug 2026.
       DATE-COMPILED.
       SECURITY. IBM SAMPLE CODE ONLY.
           SELECT RETNKIDX-FILE       ASSIGN TO RETNKIDX,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS RETNKIDX-STATUS.
      * Offsite vault inventory; no VAULTINV DD means no vault
      * returns are authorized this sweep.
           SELECT OPTIONAL VAULTINV-FILE ASSIGN TO VAULTINV,
                                      ORGANIZATION INDEXED,
                                      ACCESS RANDOM,
                                      RECORD KEY VLT-ARCHIVE-DSN,
                                      FILE STATUS VAULTINV-STATUS.
        EJECT
       DATA DIVISION.
       FILE SECTION.
           05  KEYIDX-DOC-RECNUM      PIC 9(8) BINARY.
           05  KEYIDX-PAGE-NUMBER     PIC 9(8) BINARY.
           05  FILLER                 PIC X(18).
       FD  VAULTINV-FILE
           RECORD CONTAINS 256 CHARACTERS.
           COPY ARCHVLTR SUPPRESS.
       WORKING-STORAGE SECTION.
       01  PGMNAME                 PIC X(8) VALUE 'ARCHRETN'.
       77  ARCHCAT-STATUS          PIC 99.
       77  RETNKIDX-STATUS         PIC 99.
           88  RETNKIDX-OK         VALUE 00.
           88  RETNKIDX-EOF        VALUE 10.
       77  VAULTINV-STATUS         PIC 99.
           88  VAULTINV-OK         VALUE 00.
            SKIP1
      * Offsite vault.  VAULT=REQUIRED keeps never-vaulted
      * generations from being scratched; the inventory flag is on
      * only when VAULTINV opened cleanly.
       77  WS-VAULT-RULE-FLAG      PIC X VALUE 'N'.
           88  WS-VAULT-REQUIRED   VALUE 'Y'.
       77  WS-VAULT-INV-FLAG       PIC X VALUE 'N'.
           88  WS-VAULT-INV-OPEN   VALUE 'Y'.
       77  WS-ENTRIES-VAULT-UNCONF PIC 9(8) BINARY VALUE ZERO.
       77  WS-ENTRIES-NOT-VAULTED  PIC 9(8) BINARY VALUE ZERO.
       77  WS-VAULT-RETURNS        PIC 9(8) BINARY VALUE ZERO.
       77  WS-VAULT-HELD           PIC 9(8) BINARY VALUE ZERO.
       01  WS-VAULT-HOLD-REF       PIC X(8).
            SKIP1
      * Legal holds, loaded from ARCHHOLD.  A JOB hold matches the
      * entry's jobname (prefix* form accepted), a DSN hold matches
      * recorded CAT-HOLD-REF.
       77  WS-HOLD-RECORDED-FLAG   PIC X VALUE 'N'.
           88  WS-HOLD-RECORDED    VALUE 'Y'.
      * On once the current entry's holds have been checked; both the
      * vault return and the disposition use that one result.
       77  WS-HOLDS-CHECKED-FLAG   PIC X VALUE 'N'.
           88  WS-HOLDS-CHECKED    VALUE 'Y'.
           88  WS-HOLDS-NOT-CHECKED VALUE 'N'.
       77  WS-ENTRIES-HELD         PIC 9(8) BINARY VALUE ZERO.
       77  WS-ENTRIES-REVIEW       PIC 9(8) BINARY VALUE ZERO.
       01  WS-HOLD-TYPE-X          PIC X(16).
       01  WS-HOLD-TARGET-X        PIC X(64).
       01  WS-HOLD-REF-X           PIC X(16).
           CLOSE ARCHCAT-FILE.
           CLOSE RETNRPT-FILE.
           CLOSE RETNHSM-FILE.
           IF WS-VAULT-INV-OPEN
              CLOSE VAULTINV-FILE
           END-IF.
           IF WS-SWEEP-ERRORS > ZERO
              MOVE 8 TO RETURN-CODE
           ELSE
                    COMPUTE WS-ASOF-DATE =
                       FUNCTION NUMVAL(WS-CARD-VALUE)
                    END-COMPUTE
                 WHEN 'VAULT'
                    IF FUNCTION TRIM(WS-CARD-VALUE) = 'REQUIRED'
                       SET WS-VAULT-REQUIRED TO TRUE
                    ELSE
                       DISPLAY PGMNAME ' INVALID VAULT CARD IGNORED: '
                               RETNRULS-RECORD(1:40)
                    END-IF
                 WHEN OTHER
                    DISPLAY PGMNAME ' UNRECOGNIZED RULE CARD: '
                            RETNRULS-RECORD(1:40)
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O VAULTINV-FILE.
           IF VAULTINV-OK
              SET WS-VAULT-INV-OPEN TO TRUE
           ELSE
              DISPLAY PGMNAME ' VAULTINV NOT AVAILABLE (STATUS '
                      VAULTINV-STATUS '), NO VAULT RETURNS '
                      'AUTHORIZED'
              CLOSE VAULTINV-FILE
           END-IF.
           IF WS-VAULT-REQUIRED
              DISPLAY PGMNAME ' VAULT COPY REQUIRED BEFORE SCRATCH'
           END-IF.
        EJECT
       TITLE 'Catalog sweep'.
       0300-SWEEP-ONE-ENTRY.
           END-READ.

      * Entries already scratched or migrated keep their catalog
      * record (history) but take no further part in the sweep --
      * except that a vault copy's return is settled whatever has
      * become of the DASD copy.
       0310-DISPOSE-ENTRY.
           SET WS-HOLDS-NOT-CHECKED TO TRUE.
           IF WS-VAULT-INV-OPEN AND CAT-VAULT-RECEIVED
              PERFORM 0800-CHECK-VAULT-RETURN
           END-IF.
           IF CAT-STATUS-SCRATCHED OR CAT-STATUS-MIGRATED
              CONTINUE
           ELSE
           IF CAT-REVIEW-PENDING
      * Rebuilt from the dataset after catalog loss: nothing is
      * disposed of until someone has looked at it.
              PERFORM 0390-KEEP-FOR-REVIEW
           ELSE
           IF CAT-STATUS-CONSOLIDATED
      * A consolidated source's content lives on in the merged
      * archive ARCHCONS built; the original dataset is scratched
                 PERFORM 0340-AGE-AND-DISPOSE
              END-IF
           END-IF
           END-IF
           END-IF.

      * Scratch a consolidated source like 0410 scratches an expired
              OR WS-HOLD-RECORDED
              PERFORM 0380-REPORT-HELD
           ELSE
              IF CAT-VAULT-SHIPPED
                 PERFORM 0460-KEEP-FOR-VAULT
              ELSE
                 PERFORM 0365-SCRATCH-CONS-DATASET
              END-IF
           END-IF.

       0365-SCRATCH-CONS-DATASET.
      * releases anything.
      ******************************************************************
       0370-CHECK-HOLDS.
           IF WS-HOLDS-NOT-CHECKED
              PERFORM 0371-EVALUATE-HOLDS
              SET WS-HOLDS-CHECKED TO TRUE
           END-IF.

       0371-EVALUATE-HOLDS.
           MOVE ZERO TO WS-HOLD-FOUND-SUB.
           SET WS-HOLD-SURE TO TRUE.
           MOVE 'N' TO WS-HOLD-RECORDED-FLAG.
                    CONTINUE
              END-EVALUATE
           END-PERFORM.
      * Only a vault return check reaches here for a scratched or
      * migrated entry, whose key index went with its archive.
           IF WS-HOLD-FOUND-SUB = ZERO
              AND WS-KEY-HOLD-COUNT > ZERO
              AND CAT-KEYIDX-DSN NOT = SPACES
              AND NOT CAT-STATUS-SCRATCHED
              AND NOT CAT-STATUS-MIGRATED
              PERFORM 0375-CHECK-KEY-HOLDS
           END-IF.
      * A recorded hold is only cleared on the strength of a hold
      * file that was actually read this run; with no readable
      * ARCHHOLD the recorded hold is honored as it stands instead.
      * A hold entered online (ARCHCATO) is not the hold file's to
      * clear: it stands until it is released online.
           IF WS-HOLD-FOUND-SUB = ZERO AND CAT-ON-HOLD
              IF WS-HOLDS-READ AND NOT CAT-HOLD-ONLINE
                 IF NOT WS-HOLD-UNSURE
                    MOVE SPACE TO CAT-HOLD-FLAG
                    MOVE SPACES TO CAT-HOLD-REF
           IF WS-HOLD-FOUND-SUB > ZERO
              SET HOLD-IDX TO WS-HOLD-FOUND-SUB
              MOVE WS-HOLD-REF(HOLD-IDX) TO RPT-RULE
              IF NOT CAT-HOLD-ONLINE
                 AND (NOT CAT-ON-HOLD
                 OR CAT-HOLD-REF NOT = WS-HOLD-REF(HOLD-IDX))
                 SET CAT-HOLD-FROM-FILE TO TRUE
                 MOVE WS-HOLD-REF(HOLD-IDX) TO CAT-HOLD-REF
                 PERFORM 0440-UPDATE-CATALOG
              END-IF
           MOVE 'HELD' TO RPT-DISPOSITION.
           PERFORM 0500-WRITE-REPORT-LINE.

      * An entry awaiting review after a catalog rebuild.  A hold that
      * matches it is recorded and reported as for any entry;
      * otherwise it is kept and reported REVIEW.
       0390-KEEP-FOR-REVIEW.
           PERFORM 0370-CHECK-HOLDS.
           IF WS-HOLD-FOUND-SUB > ZERO OR WS-HOLD-UNSURE
              OR WS-HOLD-RECORDED
              PERFORM 0380-REPORT-HELD
           ELSE
              ADD 1 TO WS-ENTRIES-REVIEW
              ADD 1 TO WS-ENTRIES-KEPT
              PERFORM 0330-NOTE-KEPT-INDEXES
              MOVE 'REVIEW' TO RPT-DISPOSITION
              MOVE 'REBUILT' TO RPT-RULE
              PERFORM 0500-WRITE-REPORT-LINE
           END-IF.

       0320-FIND-RULE.
           MOVE ZERO TO WS-RULE-FOUND-SUB.
           PERFORM VARYING RULE-IDX FROM 1 BY 1
       TITLE 'Expiry actions'.
       0400-EXPIRE-ENTRY.
           IF WS-RULE-DELETE(WS-RULE-FOUND-SUB)
              IF CAT-VAULT-SHIPPED
                 OR (WS-VAULT-REQUIRED AND CAT-NOT-VAULTED)
                 PERFORM 0460-KEEP-FOR-VAULT
              ELSE
                 PERFORM 0410-SCRATCH-ARCHIVE
              END-IF
           ELSE
              PERFORM 0420-MIGRATE-ARCHIVE
           END-IF.
                 END-IF
              END-IF
           END-IF.

      * The DASD copy is the only one until the vault confirms it
      * holds the media (or, under VAULT=REQUIRED, until there is a
      * vault copy at all): keep it and say why.
       0460-KEEP-FOR-VAULT.
           ADD 1 TO WS-ENTRIES-KEPT.
           PERFORM 0330-NOTE-KEPT-INDEXES.
           IF CAT-VAULT-SHIPPED
              ADD 1 TO WS-ENTRIES-VAULT-UNCONF
              MOVE 'VAULT UNCONF' TO RPT-DISPOSITION
           ELSE
              ADD 1 TO WS-ENTRIES-NOT-VAULTED
              MOVE 'NOT VAULTED' TO RPT-DISPOSITION
           END-IF.
           IF CAT-STATUS-CONSOLIDATED
              MOVE SPACES TO RPT-RULE
           ELSE
              PERFORM 0510-FORMAT-RULE
           END-IF.
           PERFORM 0500-WRITE-REPORT-LINE.
        EJECT
       TITLE 'Report and orphan index cleanup'.
       0500-WRITE-REPORT-LINE.
           WRITE RETNRPT-RECORD.
           PERFORM 0710-SUMMARY-LINE
              VARYING WS-RULE-FOUND-SUB FROM 1 BY 1
              UNTIL WS-RULE-FOUND-SUB > 12.
           DISPLAY PGMNAME ' ENTRIES READ:      ' WS-ENTRIES-READ.
           DISPLAY PGMNAME ' ENTRIES KEPT:      ' WS-ENTRIES-KEPT.
           DISPLAY PGMNAME ' ENTRIES SCRATCHED: '
           DISPLAY PGMNAME ' ENTRIES WITH NO RULE: '
                   WS-ENTRIES-NO-RULE.
           DISPLAY PGMNAME ' ENTRIES HELD:      ' WS-ENTRIES-HELD.
           DISPLAY PGMNAME ' ENTRIES IN REVIEW: ' WS-ENTRIES-REVIEW.
           DISPLAY PGMNAME ' KEPT, VAULT UNCONFIRMED: '
                   WS-ENTRIES-VAULT-UNCONF.
           DISPLAY PGMNAME ' KEPT, NOT VAULTED: '
                   WS-ENTRIES-NOT-VAULTED.
           DISPLAY PGMNAME ' VAULT RETURNS AUTHORIZED: '
                   WS-VAULT-RETURNS.
           DISPLAY PGMNAME ' VAULT COPIES HELD: ' WS-VAULT-HELD.
           DISPLAY PGMNAME ' INDEX DATASETS SCRATCHED: '
                   WS-INDEXES-SCRATCHED.
           DISPLAY PGMNAME ' SWEEP ERRORS:      ' WS-SWEEP-ERRORS.
              WHEN 7
                 MOVE WS-ENTRIES-HELD TO WS-COUNT-EDIT
                 MOVE 'HELD' TO RPT-DISPOSITION
              WHEN 8
                 MOVE WS-ENTRIES-REVIEW TO WS-COUNT-EDIT
                 MOVE 'REVIEW' TO RPT-DISPOSITION
              WHEN 9
                 MOVE WS-ENTRIES-VAULT-UNCONF TO WS-COUNT-EDIT
                 MOVE 'VAULT UNCONF' TO RPT-DISPOSITION
              WHEN 10
                 MOVE WS-ENTRIES-NOT-VAULTED TO WS-COUNT-EDIT
                 MOVE 'NOT VAULTED' TO RPT-DISPOSITION
              WHEN 11
                 MOVE WS-VAULT-RETURNS TO WS-COUNT-EDIT
                 MOVE 'VAULT RETURN' TO RPT-DISPOSITION
              WHEN 12
                 MOVE WS-VAULT-HELD TO WS-COUNT-EDIT
                 MOVE 'VAULT HELD' TO RPT-DISPOSITION
           END-EVALUATE.
           MOVE SPACES TO RPT-DSN.
           STRING '  TOTAL ' DELIMITED BY SIZE
             INTO RPT-DSN
           END-STRING.
           WRITE RETNRPT-RECORD FROM WS-REPORT-LINE.
        EJECT
       TITLE 'Offsite vault returns'.
      ******************************************************************
      * A vaulted generation whose scheduled return date has come.
      * The legal holds are checked exactly as for a DASD disposition
      * (and a hold already recorded in the catalog counts whatever
      * the hold file says): held, the copy stays in the vault and an
      * authorization ARCHVLT has not yet acted on is withdrawn;
      * unheld, the inventory entry is marked return-authorized and
      * the vault may send the media back for destruction.
      ******************************************************************
       0800-CHECK-VAULT-RETURN.
           MOVE CAT-ARCHIVE-DSN TO VLT-ARCHIVE-DSN.
           READ VAULTINV-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF VLT-RETURN-AUTHORIZED
                    OR (VLT-IN-VAULT
                        AND VLT-RETURN-DATE NOT > WS-ASOF-DATE)
                    PERFORM 0370-CHECK-HOLDS
                    IF WS-HOLD-FOUND-SUB > ZERO OR WS-HOLD-UNSURE
                       OR WS-HOLD-RECORDED OR CAT-ON-HOLD
                       PERFORM 0820-VAULT-HELD
                    ELSE
                       IF VLT-IN-VAULT
                          PERFORM 0810-AUTHORIZE-RETURN
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       0810-AUTHORIZE-RETURN.
           SET VLT-RETURN-AUTHORIZED TO TRUE.
           MOVE SPACES TO VLT-HOLD-REF.
           MOVE 'AUTHRTN' TO VLT-LAST-ACTION.
           MOVE WS-ASOF-DATE TO VLT-LAST-DATE.
           PERFORM 0830-REWRITE-VAULT.
           IF VAULTINV-OK
              ADD 1 TO WS-VAULT-RETURNS
              MOVE 'VAULT RETURN' TO RPT-DISPOSITION
              MOVE SPACES TO RPT-RULE
              STRING VLT-VOLUME DELIMITED BY SPACE
                     '/'        DELIMITED BY SIZE
                     VLT-SLOT   DELIMITED BY SPACE
                INTO RPT-RULE
              END-STRING
              PERFORM 0500-WRITE-REPORT-LINE
           END-IF.

      * The inventory entry is only rewritten when the hold changes
      * something: an authorization withdrawn or a new reference.
       0820-VAULT-HELD.
           EVALUATE TRUE
              WHEN WS-HOLD-FOUND-SUB > ZERO
                 SET HOLD-IDX TO WS-HOLD-FOUND-SUB
                 MOVE WS-HOLD-REF(HOLD-IDX) TO WS-VAULT-HOLD-REF
              WHEN WS-HOLD-UNSURE
                 MOVE 'UNVERIFD' TO WS-VAULT-HOLD-REF
              WHEN OTHER
                 MOVE CAT-HOLD-REF TO WS-VAULT-HOLD-REF
           END-EVALUATE.
           IF VLT-RETURN-AUTHORIZED
              OR VLT-HOLD-REF NOT = WS-VAULT-HOLD-REF
              SET VLT-IN-VAULT TO TRUE
              MOVE WS-VAULT-HOLD-REF TO VLT-HOLD-REF
              MOVE 'HELD' TO VLT-LAST-ACTION
              MOVE WS-ASOF-DATE TO VLT-LAST-DATE
              PERFORM 0830-REWRITE-VAULT
           END-IF.
           ADD 1 TO WS-VAULT-HELD.
           MOVE 'VAULT HELD' TO RPT-DISPOSITION.
           MOVE WS-VAULT-HOLD-REF TO RPT-RULE.
           PERFORM 0500-WRITE-REPORT-LINE.

       0830-REWRITE-VAULT.
           REWRITE VAULTINV-RECORD.
           IF NOT VAULTINV-OK
              DISPLAY PGMNAME ' VAULTINV REWRITE STATUS '
                      VAULTINV-STATUS ' FOR ' VLT-ARCHIVE-DSN
              ADD 1 TO WS-SWEEP-ERRORS
           END-IF.
       END PROGRAM ARCHRETN.
