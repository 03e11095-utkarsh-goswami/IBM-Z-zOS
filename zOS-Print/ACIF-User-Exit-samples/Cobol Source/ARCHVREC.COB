       PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
      * LAST UPDATE ON 15 Oct 2026 AT 09:00:00 BY MAINT    VERSION 01  *
       ID DIVISION.
       PROGRAM-ID. ARCHVREC.
       AUTHOR. TURETZKY--HYDRA.
       INSTALLATION. IBM BOULDER PROGRAMMING CENTER.

                 Monthly offsite vault reconciliation for the ACIFOBDT
                 print archive.  Reads the archive catalog (ARCHCAT)
                 and the vault inventory (VAULTINV, ARCHVLTR) side by
                 side in archive DSN order and lists every entry on
                 which they disagree:
                   - catalog flagged vaulted, no inventory entry
                   - inventory entry (not yet destroyed) with no
                     catalog entry
                   - catalog vault flag not the one the inventory
                     status calls for (S for S, V for V and T, R for
                     R, D for D; a rebuilt catalog entry shows here
                     with a blank flag)
                   - catalog run date, time, generation or digest no
                     longer those the copy was shipped with (the
                     generation was re-registered after shipment)
                   - DASD copy scratched while the vault copy was
                     still unconfirmed
                 and, as exceptions of the inventory against the
                 catalog's hold:
                   - shipments unconfirmed longer than SHIPDAYS=
                   - returns authorized for destruction on a
                     generation that is now on legal hold
                 The report ends with the inventory by status and
                 the count of each kind of mismatch.  Nothing is
                 updated: the mismatches are settled with ARCHVLT
                 transactions or by hand.

                 Parameter statements (VRECPARM DD, keyword=value,
                 optional):
                   ASOF=yymmdd      reconciliation date (default
                                    today)
                   SHIPDAYS=n       days a shipment may stay
                                    unconfirmed (default 14)
                 Cards with * in column 1 are comments.  ARCHCAT and
                 VAULTINV come from JCL.  The report goes to
                 VRECRPT.

                 RC=0 catalog and inventory agree, RC=4 mismatches
                 listed, RC=12 catalog, inventory or parameters
                 unusable.
       DATE-WRITTEN. 15 Oct 2026.
       DATE-COMPILED.
       SECURITY. IBM SAMPLE CODE ONLY.
       TITLE 'Offsite Vault Reconciliation'.
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
           SELECT VAULTINV-FILE       ASSIGN TO VAULTINV,
                                      ORGANIZATION INDEXED,
                                      ACCESS SEQUENTIAL,
                                      RECORD KEY VLT-ARCHIVE-DSN,
                                      FILE STATUS VAULTINV-STATUS.
           SELECT OPTIONAL VRECPARM-FILE ASSIGN TO VRECPARM,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS VRECPARM-STATUS.
           SELECT VRECRPT-FILE        ASSIGN TO VRECRPT,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS VRECRPT-STATUS.
        EJECT
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHCAT-FILE
           RECORD CONTAINS 256 CHARACTERS.
           COPY ARCHCATR SUPPRESS.
       FD  VAULTINV-FILE
           RECORD CONTAINS 256 CHARACTERS.
           COPY ARCHVLTR SUPPRESS.
       FD  VRECPARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  VRECPARM-RECORD            PIC X(80).
       FD  VRECRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  VRECRPT-RECORD             PIC X(132).
       WORKING-STORAGE SECTION.
       01  PGMNAME                 PIC X(8) VALUE 'ARCHVREC'.
       77  ARCHCAT-STATUS          PIC 99.
           88  ARCHCAT-OK          VALUE 00.
           88  ARCHCAT-EOF         VALUE 10.
       77  VAULTINV-STATUS         PIC 99.
           88  VAULTINV-OK         VALUE 00.
           88  VAULTINV-EOF        VALUE 10.
           88  VAULTINV-NOTAVAIL   VALUE 35.
       77  VRECPARM-STATUS         PIC 99.
           88  VRECPARM-OK         VALUE 00.
           88  VRECPARM-EOF        VALUE 10.
       77  VRECRPT-STATUS          PIC 99.
           88  VRECRPT-OK          VALUE 00.
            SKIP1
       01  WS-PARM-CARD.
           05  WS-CARD-KEYWORD     PIC X(16).
           05  WS-CARD-VALUE       PIC X(64).
       77  WS-ASOF-DATE            PIC 9(6) VALUE ZERO.
       77  WS-SHIP-DAYS            PIC 9(5) VALUE 14.
       01  WS-CURRENT-DATE.
           05  WS-CUR-YY           PIC 99.
           05  WS-CUR-MM           PIC 99.
           05  WS-CUR-DD           PIC 99.
       77  WS-YYYYMMDD             PIC 9(8) VALUE ZERO.
       77  WS-ASOF-INT             PIC S9(9) BINARY VALUE ZERO.
       77  WS-SHIP-INT             PIC S9(9) BINARY VALUE ZERO.
            SKIP1
      * Match keys: the current record's DSN on each side, HIGH-VALUES
      * once that side is exhausted.
       01  WS-CAT-KEY              PIC X(44).
       01  WS-VLT-KEY              PIC X(44).
       01  WS-EXPECTED-FLAG        PIC X.
            SKIP1
      * Counts.
       77  WS-CAT-READ             PIC 9(8) BINARY VALUE ZERO.
       77  WS-VLT-READ             PIC 9(8) BINARY VALUE ZERO.
       77  WS-MISMATCHES           PIC 9(8) BINARY VALUE ZERO.
       01  WS-STATUS-COUNTS.
           05  WS-VLT-SHIPPED      PIC 9(8) BINARY VALUE ZERO.
           05  WS-VLT-IN-VAULT     PIC 9(8) BINARY VALUE ZERO.
           05  WS-VLT-AUTHORIZED   PIC 9(8) BINARY VALUE ZERO.
           05  WS-VLT-RECALLED     PIC 9(8) BINARY VALUE ZERO.
           05  WS-VLT-DESTROYED    PIC 9(8) BINARY VALUE ZERO.
       01  WS-MISMATCH-COUNTS.
           05  WS-MM-NO-INVENTORY  PIC 9(8) BINARY VALUE ZERO.
           05  WS-MM-NO-CATALOG    PIC 9(8) BINARY VALUE ZERO.
           05  WS-MM-FLAG          PIC 9(8) BINARY VALUE ZERO.
           05  WS-MM-REREGISTERED  PIC 9(8) BINARY VALUE ZERO.
           05  WS-MM-SCRATCHED     PIC 9(8) BINARY VALUE ZERO.
           05  WS-MM-OVERDUE       PIC 9(8) BINARY VALUE ZERO.
           05  WS-MM-HELD          PIC 9(8) BINARY VALUE ZERO.
       77  WS-SUM-IDX              PIC 9(4) BINARY VALUE ZERO.
            SKIP1
       01  WS-TITLE-LINE.
           05  FILLER              PIC X(40) VALUE
               '  OFFSITE VAULT RECONCILIATION AS OF'.
           05  TTL-ASOF            PIC 9(6).
           05  FILLER              PIC X(86) VALUE SPACES.
       01  WS-HEADING-1.
           05  FILLER              PIC X(48) VALUE
               '  ARCHIVE DATASET NAME'.
           05  FILLER              PIC X(6)  VALUE 'CAT'.
           05  FILLER              PIC X(6)  VALUE 'FLAG'.
           05  FILLER              PIC X(6)  VALUE 'VAULT'.
           05  FILLER              PIC X(8)  VALUE 'VOLUME'.
           05  FILLER              PIC X(10) VALUE 'SLOT'.
           05  FILLER              PIC X(48) VALUE 'MISMATCH'.
       01  WS-REPORT-LINE.
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-DSN             PIC X(44).
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-CAT-STATUS      PIC X.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  RPT-CAT-FLAG        PIC X.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  RPT-VLT-STATUS      PIC X.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  RPT-VOLUME          PIC X(6).
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-SLOT            PIC X(8).
           05  FILLER              PIC XX    VALUE SPACES.
           05  RPT-MISMATCH        PIC X(48).
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
           DISPLAY PGMNAME ' OFFSITE VAULT RECONCILIATION STARTING'.
           ACCEPT WS-CURRENT-DATE FROM DATE.
           PERFORM 0100-READ-PARMS.
           IF WS-ASOF-DATE = ZERO
              COMPUTE WS-ASOF-DATE =
                      WS-CUR-YY * 10000 + WS-CUR-MM * 100 + WS-CUR-DD
              END-COMPUTE
           END-IF.
           COMPUTE WS-YYYYMMDD = 20000000 + WS-ASOF-DATE.
           COMPUTE WS-ASOF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-YYYYMMDD).
           IF WS-ASOF-INT = ZERO
              DISPLAY PGMNAME ' INVALID ASOF DATE ' WS-ASOF-DATE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0200-OPEN-FILES.
           PERFORM 0210-READ-CATALOG.
           PERFORM 0220-READ-INVENTORY.
           PERFORM 0300-MATCH-ONE-KEY
             UNTIL WS-CAT-KEY = HIGH-VALUES
               AND WS-VLT-KEY = HIGH-VALUES.
           CLOSE ARCHCAT-FILE.
           IF NOT VAULTINV-NOTAVAIL
              CLOSE VAULTINV-FILE
           END-IF.
           PERFORM 0700-SUMMARY.
           CLOSE VRECRPT-FILE.
           IF WS-MISMATCHES > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
        EJECT
       TITLE 'Parameters and files'.
       0100-READ-PARMS.
           OPEN INPUT VRECPARM-FILE.
           IF VRECPARM-OK
              PERFORM 0110-READ-ONE-CARD
                UNTIL VRECPARM-EOF
              CLOSE VRECPARM-FILE
           END-IF.

       0110-READ-ONE-CARD.
           READ VRECPARM-FILE
              AT END
                 CONTINUE
              NOT AT END
                 PERFORM 0120-PARSE-CARD
           END-READ.

       0120-PARSE-CARD.
           IF VRECPARM-RECORD = SPACES
              OR VRECPARM-RECORD(1:1) = '*'
              CONTINUE
           ELSE
              MOVE SPACES TO WS-CARD-KEYWORD WS-CARD-VALUE
              UNSTRING VRECPARM-RECORD DELIMITED BY '='
                 INTO WS-CARD-KEYWORD WS-CARD-VALUE
              END-UNSTRING
              EVALUATE FUNCTION TRIM(WS-CARD-KEYWORD)
                 WHEN 'ASOF'
                    COMPUTE WS-ASOF-DATE =
                       FUNCTION NUMVAL(WS-CARD-VALUE)
                    END-COMPUTE
                 WHEN 'SHIPDAYS'
                    COMPUTE WS-SHIP-DAYS =
                       FUNCTION NUMVAL(WS-CARD-VALUE)
                    END-COMPUTE
                 WHEN OTHER
                    DISPLAY PGMNAME ' UNRECOGNIZED PARM CARD: '
                            VRECPARM-RECORD(1:40)
              END-EVALUATE
           END-IF.

      * A just-defined (empty) inventory reads as having no entries,
      * so every vaulted catalog entry is listed against it.
       0200-OPEN-FILES.
           OPEN OUTPUT VRECRPT-FILE.
           IF NOT VRECRPT-OK
              DISPLAY PGMNAME ' VRECRPT STATUS AFTER OPEN '
                      VRECRPT-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT ARCHCAT-FILE.
           IF NOT ARCHCAT-OK
              DISPLAY PGMNAME ' ARCHCAT STATUS AFTER OPEN '
                      ARCHCAT-STATUS
              MOVE 12 TO RETURN-CODE
              CLOSE VRECRPT-FILE
              GOBACK
           END-IF.
           OPEN INPUT VAULTINV-FILE.
           IF VAULTINV-NOTAVAIL
              DISPLAY PGMNAME ' VAULTINV EMPTY, NO INVENTORY ENTRIES'
           ELSE
              IF NOT VAULTINV-OK
                 DISPLAY PGMNAME ' VAULTINV STATUS AFTER OPEN '
                         VAULTINV-STATUS
                 MOVE 12 TO RETURN-CODE
                 CLOSE ARCHCAT-FILE VRECRPT-FILE
                 GOBACK
              END-IF
           END-IF.
           MOVE WS-ASOF-DATE TO TTL-ASOF.
           WRITE VRECRPT-RECORD FROM WS-TITLE-LINE.
           MOVE SPACES TO VRECRPT-RECORD.
           WRITE VRECRPT-RECORD.
           WRITE VRECRPT-RECORD FROM WS-HEADING-1.
           MOVE SPACES TO WS-REPORT-LINE.

       0210-READ-CATALOG.
           READ ARCHCAT-FILE NEXT
              AT END
                 MOVE HIGH-VALUES TO WS-CAT-KEY
              NOT AT END
                 ADD 1 TO WS-CAT-READ
                 MOVE CAT-ARCHIVE-DSN TO WS-CAT-KEY
           END-READ.

       0220-READ-INVENTORY.
           IF VAULTINV-NOTAVAIL
              MOVE HIGH-VALUES TO WS-VLT-KEY
           ELSE
              READ VAULTINV-FILE NEXT
                 AT END
                    MOVE HIGH-VALUES TO WS-VLT-KEY
                 NOT AT END
                    ADD 1 TO WS-VLT-READ
                    MOVE VLT-ARCHIVE-DSN TO WS-VLT-KEY
                    PERFORM 0230-COUNT-STATUS
              END-READ
           END-IF.

       0230-COUNT-STATUS.
           EVALUATE TRUE
              WHEN VLT-SHIPPED
                 ADD 1 TO WS-VLT-SHIPPED
              WHEN VLT-IN-VAULT
                 ADD 1 TO WS-VLT-IN-VAULT
              WHEN VLT-RETURN-AUTHORIZED
                 ADD 1 TO WS-VLT-AUTHORIZED
              WHEN VLT-RECALLED
                 ADD 1 TO WS-VLT-RECALLED
              WHEN VLT-DESTROYED
                 ADD 1 TO WS-VLT-DESTROYED
           END-EVALUATE.
        EJECT
       TITLE 'Match'.
      ******************************************************************
      * Both files are in archive DSN order.  A catalog entry alone
      * matters only when it claims a vault copy; an inventory entry
      * alone matters unless its copy is already destroyed.
      ******************************************************************
       0300-MATCH-ONE-KEY.
           MOVE SPACES TO WS-REPORT-LINE.
           EVALUATE TRUE
              WHEN WS-CAT-KEY < WS-VLT-KEY
                 IF NOT CAT-NOT-VAULTED
                    PERFORM 0310-CATALOG-SIDE
                    MOVE 'CATALOG FLAGGED VAULTED, NOT IN INVENTORY'
                      TO RPT-MISMATCH
                    ADD 1 TO WS-MM-NO-INVENTORY
                    PERFORM 0390-WRITE-MISMATCH
                 END-IF
                 PERFORM 0210-READ-CATALOG
              WHEN WS-CAT-KEY > WS-VLT-KEY
                 IF NOT VLT-DESTROYED
                    PERFORM 0320-INVENTORY-SIDE
                    MOVE 'IN INVENTORY, NO CATALOG ENTRY'
                      TO RPT-MISMATCH
                    ADD 1 TO WS-MM-NO-CATALOG
                    PERFORM 0390-WRITE-MISMATCH
                 END-IF
                 PERFORM 0220-READ-INVENTORY
              WHEN OTHER
                 PERFORM 0330-COMPARE-ENTRY
                 PERFORM 0210-READ-CATALOG
                 PERFORM 0220-READ-INVENTORY
           END-EVALUATE.

       0310-CATALOG-SIDE.
           MOVE CAT-ARCHIVE-DSN TO RPT-DSN.
           MOVE CAT-STATUS TO RPT-CAT-STATUS.
           MOVE CAT-VAULT-FLAG TO RPT-CAT-FLAG.

       0320-INVENTORY-SIDE.
           MOVE VLT-ARCHIVE-DSN TO RPT-DSN.
           MOVE VLT-STATUS TO RPT-VLT-STATUS.
           MOVE VLT-VOLUME TO RPT-VOLUME.
           MOVE VLT-SLOT TO RPT-SLOT.

      * Same DSN on both sides: each disagreement is a line of its
      * own, so one entry may be listed more than once.
       0330-COMPARE-ENTRY.
           IF VLT-RETURN-AUTHORIZED
              MOVE 'V' TO WS-EXPECTED-FLAG
           ELSE
              MOVE VLT-STATUS TO WS-EXPECTED-FLAG
           END-IF.
           IF CAT-VAULT-FLAG NOT = WS-EXPECTED-FLAG
              PERFORM 0340-BOTH-SIDES
              IF CAT-REVIEW-PENDING
                 MOVE 'CATALOG FLAG WRONG, REBUILT ENTRY'
                   TO RPT-MISMATCH
              ELSE
                 MOVE 'CATALOG FLAG DOES NOT MATCH INVENTORY'
                   TO RPT-MISMATCH
              END-IF
              ADD 1 TO WS-MM-FLAG
              PERFORM 0390-WRITE-MISMATCH
           END-IF.
           IF CAT-RUN-DATE NOT = VLT-RUN-DATE
              OR CAT-RUN-TIME NOT = VLT-RUN-TIME
              OR CAT-ARCHIVE-GEN NOT = VLT-ARCHIVE-GEN
              OR (CAT-PAGE-DIGEST IS NUMERIC
                  AND VLT-PAGE-DIGEST IS NUMERIC
                  AND CAT-PAGE-DIGEST NOT = VLT-PAGE-DIGEST)
              PERFORM 0340-BOTH-SIDES
              MOVE 'CATALOG ENTRY CHANGED SINCE SHIPMENT'
                TO RPT-MISMATCH
              ADD 1 TO WS-MM-REREGISTERED
              PERFORM 0390-WRITE-MISMATCH
           END-IF.
           IF CAT-STATUS-SCRATCHED AND VLT-SHIPPED
              PERFORM 0340-BOTH-SIDES
              MOVE 'DASD COPY SCRATCHED BEFORE VAULT RECEIPT'
                TO RPT-MISMATCH
              ADD 1 TO WS-MM-SCRATCHED
              PERFORM 0390-WRITE-MISMATCH
           END-IF.
           IF VLT-SHIPPED
              COMPUTE WS-YYYYMMDD = 20000000 + VLT-SHIP-DATE
              COMPUTE WS-SHIP-INT =
                      FUNCTION INTEGER-OF-DATE(WS-YYYYMMDD)
              IF WS-ASOF-INT - WS-SHIP-INT > WS-SHIP-DAYS
                 PERFORM 0340-BOTH-SIDES
                 MOVE 'SHIPPED       , RECEIPT OVERDUE'
                   TO RPT-MISMATCH
                 MOVE VLT-SHIP-DATE TO RPT-MISMATCH(9:6)
                 ADD 1 TO WS-MM-OVERDUE
                 PERFORM 0390-WRITE-MISMATCH
              END-IF
           END-IF.
           IF VLT-RETURN-AUTHORIZED AND CAT-ON-HOLD
              PERFORM 0340-BOTH-SIDES
              MOVE 'RETURN AUTHORIZED BUT ON HOLD'
                TO RPT-MISMATCH
              MOVE CAT-HOLD-REF TO RPT-MISMATCH(31:8)
              ADD 1 TO WS-MM-HELD
              PERFORM 0390-WRITE-MISMATCH
           END-IF.

       0340-BOTH-SIDES.
           PERFORM 0310-CATALOG-SIDE.
           PERFORM 0320-INVENTORY-SIDE.

       0390-WRITE-MISMATCH.
           ADD 1 TO WS-MISMATCHES.
           WRITE VRECRPT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
        EJECT
       TITLE 'Summary'.
       0700-SUMMARY.
           MOVE SPACES TO VRECRPT-RECORD.
           WRITE VRECRPT-RECORD.
           PERFORM 0710-SUMMARY-LINE
              VARYING WS-SUM-IDX FROM 1 BY 1
              UNTIL WS-SUM-IDX > 15.
           DISPLAY PGMNAME ' CATALOG ENTRIES READ:   ' WS-CAT-READ.
           DISPLAY PGMNAME ' INVENTORY ENTRIES READ: ' WS-VLT-READ.
           DISPLAY PGMNAME ' MISMATCHES LISTED:      ' WS-MISMATCHES.

       0710-SUMMARY-LINE.
           MOVE SPACES TO WS-SUMMARY-LINE.
           EVALUATE WS-SUM-IDX
              WHEN 1
                 MOVE 'CATALOG ENTRIES READ' TO SUM-LABEL
                 MOVE WS-CAT-READ TO SUM-COUNT
              WHEN 2
                 MOVE 'INVENTORY ENTRIES READ' TO SUM-LABEL
                 MOVE WS-VLT-READ TO SUM-COUNT
              WHEN 3
                 MOVE '  SHIPPED, RECEIPT UNCONFIRMED' TO SUM-LABEL
                 MOVE WS-VLT-SHIPPED TO SUM-COUNT
              WHEN 4
                 MOVE '  IN VAULT' TO SUM-LABEL
                 MOVE WS-VLT-IN-VAULT TO SUM-COUNT
              WHEN 5
                 MOVE '  RETURN AUTHORIZED' TO SUM-LABEL
                 MOVE WS-VLT-AUTHORIZED TO SUM-COUNT
              WHEN 6
                 MOVE '  RECALLED TO SITE' TO SUM-LABEL
                 MOVE WS-VLT-RECALLED TO SUM-COUNT
              WHEN 7
                 MOVE '  RETURNED AND DESTROYED' TO SUM-LABEL
                 MOVE WS-VLT-DESTROYED TO SUM-COUNT
              WHEN 8
                 MOVE 'MISMATCHES LISTED' TO SUM-LABEL
                 MOVE WS-MISMATCHES TO SUM-COUNT
              WHEN 9
                 MOVE '  FLAGGED VAULTED, NOT IN INVENTORY'
                   TO SUM-LABEL
                 MOVE WS-MM-NO-INVENTORY TO SUM-COUNT
              WHEN 10
                 MOVE '  IN INVENTORY, NO CATALOG ENTRY' TO SUM-LABEL
                 MOVE WS-MM-NO-CATALOG TO SUM-COUNT
              WHEN 11
                 MOVE '  CATALOG FLAG WRONG' TO SUM-LABEL
                 MOVE WS-MM-FLAG TO SUM-COUNT
              WHEN 12
                 MOVE '  CATALOG ENTRY CHANGED SINCE SHIPMENT'
                   TO SUM-LABEL
                 MOVE WS-MM-REREGISTERED TO SUM-COUNT
              WHEN 13
                 MOVE '  SCRATCHED BEFORE VAULT RECEIPT' TO SUM-LABEL
                 MOVE WS-MM-SCRATCHED TO SUM-COUNT
              WHEN 14
                 MOVE '  RECEIPT OVERDUE' TO SUM-LABEL
                 MOVE WS-MM-OVERDUE TO SUM-COUNT
              WHEN 15
                 MOVE '  RETURN AUTHORIZED BUT ON HOLD' TO SUM-LABEL
                 MOVE WS-MM-HELD TO SUM-COUNT
           END-EVALUATE.
           WRITE VRECRPT-RECORD FROM WS-SUMMARY-LINE.
       END PROGRAM ARCHVREC.
