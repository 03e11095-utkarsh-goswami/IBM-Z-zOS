       PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
      * LAST UPDATE ON 15 Oct 2026 AT 09:00:00 BY MAINT    VERSION 04  *
       ID DIVISION.
       PROGRAM-ID. AFPPAGVF.
       AUTHOR. TURETZKY--HYDRA.
                     actually counted in the dataset
                   - every page-index entry for the generation lands
                     on a real begin-page record
                   - every page's content matches the checksum its
                     index entry recorded at archive time, and the
                     digest of those checksums matches the trailer
                     and the catalog entry (pages are named when they
                     fail)

                 Parameter statements (VFYPARM DD, keyword=value; DDs
                 AFPARCIN/AFPIDXIN from JCL when DSNs are omitted):
                   MODE=SINGLE      one generation, as above (default)
                   MODE=SWEEP       walk the archive catalog and
                                    verify every closed-but-unverified
                                    generation (and every one flagged
                                    for re-verification online) in
                                    one step; ARCHDSN/INDEXDSN/GEN are
                                    taken from each catalog entry
                                    instead

                 RC=0 certifies the generation(s); RC=4 a sweep found
                 nothing to verify; RC=8 integrity errors (do not
                   DSN.  A generation whose datasets cannot even be
                   opened is certified F ("unusable") rather than
                   left unverified forever.
                 - Page checksums: each index entry's checksum is
                   recomputed over the page's records (expanded, so
                   COMPRESS=Y and consolidated archives prove the
                   same way) and the generation digest over those
                   checksums is compared with the trailer's and the
                   catalog entry's.  Any mismatch fails
                   certification and names the page(s).  Entries and
                   trailers written before checksums existed are
                   verified structurally as before.
                 - MODE=SWEEP also re-verifies closed generations
                   flagged for re-verification through the online
                   catalog transaction (ARCHCATO, verify status R);
                   the new V or F certificate replaces the flag.
       DATE-WRITTEN. 23 Aug 2026.
       DATE-COMPILED.
       SECURITY. IBM SAMPLE CODE ONLY.
           05  IDX-PAGE-NUMBER        PIC 9(8) BINARY.
           05  IDX-AFPPAGOT-RECNUM    PIC 9(8) BINARY.
           05  IDX-ARCHIVE-GEN        PIC 9(4) BINARY.
           05  IDX-PAGE-CHECKSUM      PIC 9(8) BINARY.
           05  IDX-PAGE-RECORDS       PIC 9(8) BINARY.
           05  FILLER                 PIC X(2).
       FD  ARCHCAT-FILE
           RECORD CONTAINS 256 CHARACTERS.
           COPY ARCHCATR SUPPRESS.
           05  WS-IDX-ENTRY OCCURS 50000 TIMES INDEXED BY IDX-IDX.
               10  WS-IDX-PAGE     PIC 9(8) BINARY.
               10  WS-IDX-RECNUM   PIC 9(8) BINARY.
               10  WS-IDX-CHECKSUM PIC 9(8) BINARY.
               10  WS-IDX-RECORDS  PIC 9(8) BINARY.
       77  WS-IDX-NEXT             PIC 9(8) BINARY VALUE 1.
            SKIP1
      * Page checksum being recomputed: the index entry it belongs to
      * and how many of its records are still to be folded in.
       77  WS-CKS-ENTRY            PIC 9(8) BINARY VALUE ZERO.
       77  WS-CKS-REMAINING        PIC 9(8) BINARY VALUE ZERO.
       77  WS-CKS-PAGES-PROVED     PIC 9(8) BINARY VALUE ZERO.
       77  WS-CKS-PAGES-FAILED     PIC 9(8) BINARY VALUE ZERO.
       77  WS-CKS-ENTRIES-WITH     PIC 9(8) BINARY VALUE ZERO.
       77  WS-TRAILER-DIGEST       PIC 9(8) VALUE ZERO.
       77  WS-TRL-DIGEST-FLAG      PIC X VALUE 'N'.
           88  WS-TRL-HAS-DIGEST   VALUE 'Y'.
           88  WS-TRL-NO-DIGEST    VALUE 'N'.
            SKIP1
      * Derived state from the archive pass.
       77  WS-REC-COUNT            PIC 9(8) BINARY VALUE ZERO.
       77  WS-PAGE-COUNT           PIC 9(8) BINARY VALUE ZERO.
       77  WS-EXPECTED-LEN         PIC 9(8) BINARY VALUE ZERO.
            SKIP1
      * The trailer record as the exit writes it (TRAILER-LINE in
      * ACIFOBDT): identifier, then display page and line counts,
      * run date and time, and the generation digest.
       01  WS-TRAILER-IMAGE.
           05  WS-TRL-ID           PIC X(8).
           05  WS-TRL-PAGES        PIC 9(8).
           05  WS-TRL-LINES        PIC 9(8).
           05  FILLER              PIC X(14).
           05  WS-TRL-DIGEST       PIC 9(8).
            SKIP1
       01  DYN-ALLOC-PARM.
           05  DYN-PARM-LEN        PIC S9(4) BINARY.
        EJECT
      / COMPRESSED-RECORD EXPANSION WORK AREAS.
           COPY AFPRLEWS SUPPRESS.
      / PAGE CHECKSUM AND GENERATION DIGEST WORK AREAS.
           COPY AFPCKSWS SUPPRESS.
      / AFP STRUCTURED FIELD DEFINITIONS.
           COPY STRFLDS SUPPRESS.
       TITLE 'Mainline'.
           MOVE 'N' TO WS-CUR-IS-BPG-FLAG.
           MOVE ZERO TO WS-TRAILER-PAGES.
           MOVE ZERO TO WS-TRAILER-LINES.
           MOVE ZERO TO WS-CKS-ENTRY.
           MOVE ZERO TO WS-CKS-REMAINING.
           MOVE ZERO TO WS-CKS-PAGES-PROVED.
           MOVE ZERO TO WS-CKS-PAGES-FAILED.
           MOVE ZERO TO WS-CKS-ENTRIES-WITH.
           MOVE ZERO TO WS-TRAILER-DIGEST.
           SET WS-TRL-NO-DIGEST TO TRUE.
           PERFORM 8230-START-GEN-DIGEST.
        EJECT
       TITLE 'Parameters and allocation'.
       0100-READ-PARMS.
                       MOVE IDX-PAGE-NUMBER TO WS-IDX-PAGE(IDX-IDX)
                       MOVE IDX-AFPPAGOT-RECNUM
                         TO WS-IDX-RECNUM(IDX-IDX)
                       MOVE IDX-PAGE-CHECKSUM
                         TO WS-IDX-CHECKSUM(IDX-IDX)
                       MOVE IDX-PAGE-RECORDS
                         TO WS-IDX-RECORDS(IDX-IDX)
                       IF IDX-PAGE-CHECKSUM > ZERO
                          ADD 1 TO WS-CKS-ENTRIES-WITH
                       END-IF
                    ELSE
                       ADD 1 TO WS-IDX-OVERFLOW
                    END-IF
                    ADD 1 TO WS-ERROR-COUNT
                 ELSE
                    PERFORM 0420-VERIFY-ONE-RECORD
                    PERFORM 0470-CHECKSUM-RECORD
                 END-IF
           END-READ.


       0440-VERIFY-TRAILER.
           SET WS-TRAILER-SEEN TO TRUE.
           IF WS-CKS-REMAINING > ZERO
              PERFORM 0478-ABANDON-PAGE-CHECKSUM
           END-IF.
           MOVE SPACES TO WS-TRAILER-IMAGE.
           IF WS-ARCIN-LEN > 45
              MOVE ARCIN-RECORD(1:46) TO WS-TRAILER-IMAGE(1:46)
              IF WS-TRL-DIGEST IS NUMERIC
                 AND WS-TRL-DIGEST > ZERO
                 MOVE WS-TRL-DIGEST TO WS-TRAILER-DIGEST
                 SET WS-TRL-HAS-DIGEST TO TRUE
              END-IF
           END-IF.
           IF WS-ARCIN-LEN > 23
              MOVE ARCIN-RECORD(1:24) TO WS-TRAILER-IMAGE(1:24)
              IF WS-TRL-PAGES IS NUMERIC
                            ' DOES NOT LAND ON A BEGIN-PAGE'
                            ' (RECORD ' WS-REC-COUNT ')'
                    ADD 1 TO WS-ERROR-COUNT
                 ELSE
                    PERFORM 0465-START-PAGE-CHECKSUM
                 END-IF
              END-IF
              ADD 1 TO WS-IDX-NEXT
           END-PERFORM.

      * A page whose entry carries a checksum is recomputed over the
      * entry's record count from its begin-page on.  The previous
      * page's extent must already be complete: running into the next
      * page means the records were rearranged or the count altered.
       0465-START-PAGE-CHECKSUM.
           IF WS-CKS-REMAINING > ZERO
              PERFORM 0478-ABANDON-PAGE-CHECKSUM
           END-IF.
           IF WS-IDX-CHECKSUM(WS-IDX-NEXT) > ZERO
              IF WS-IDX-RECORDS(WS-IDX-NEXT) > ZERO
                 MOVE WS-IDX-NEXT TO WS-CKS-ENTRY
                 MOVE WS-IDX-RECORDS(WS-IDX-NEXT) TO WS-CKS-REMAINING
                 PERFORM 8200-START-PAGE-CHECKSUM
              ELSE
                 DISPLAY PGMNAME ' PAGE ' WS-IDX-PAGE(WS-IDX-NEXT)
                         ' CHECKSUM ENTRY COVERS NO RECORDS'
                 ADD 1 TO WS-CKS-PAGES-FAILED
                 ADD 1 TO WS-ERROR-COUNT
              END-IF
           END-IF.

      * Fold each expanded record of an open page extent; the last
      * one completes the page and it is compared with the entry.
       0470-CHECKSUM-RECORD.
           IF WS-CKS-REMAINING > ZERO
              PERFORM 8210-ADD-RECORD-TO-PAGE
              SUBTRACT 1 FROM WS-CKS-REMAINING
              IF WS-CKS-REMAINING = ZERO
                 PERFORM 0475-END-PAGE-CHECKSUM
              END-IF
           END-IF.

       0475-END-PAGE-CHECKSUM.
           PERFORM 8220-END-PAGE-CHECKSUM.
           PERFORM 8250-ADD-PAGE-TO-DIGEST.
           IF WS-CKS-PAGE-SUM = WS-IDX-CHECKSUM(WS-CKS-ENTRY)
              ADD 1 TO WS-CKS-PAGES-PROVED
           ELSE
              DISPLAY PGMNAME ' PAGE ' WS-IDX-PAGE(WS-CKS-ENTRY)
                      ' CHECKSUM MISMATCH (RECORD '
                      WS-IDX-RECNUM(WS-CKS-ENTRY) ') RECORDED '
                      WS-IDX-CHECKSUM(WS-CKS-ENTRY) ' COMPUTED '
                      WS-CKS-PAGE-SUM
              ADD 1 TO WS-CKS-PAGES-FAILED
              ADD 1 TO WS-ERROR-COUNT
           END-IF.

      * The page's extent was cut short (by the next page, the
      * trailer, or the end of the dataset): it cannot be proved.
       0478-ABANDON-PAGE-CHECKSUM.
           DISPLAY PGMNAME ' PAGE ' WS-IDX-PAGE(WS-CKS-ENTRY)
                   ' CHECKSUM EXTENT SHORT BY ' WS-CKS-REMAINING
                   ' RECORDS (RECORD ' WS-IDX-RECNUM(WS-CKS-ENTRY)
                   ')'.
           ADD 1 TO WS-CKS-PAGES-FAILED.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE ZERO TO WS-CKS-REMAINING.
        EJECT
       TITLE 'Final checks and report'.
       0800-FINAL-CHECKS.
           IF WS-CKS-REMAINING > ZERO
              PERFORM 0478-ABANDON-PAGE-CHECKSUM
           END-IF.
           PERFORM 8240-END-GEN-DIGEST.
           IF WS-TRL-HAS-DIGEST
              IF WS-TRAILER-DIGEST NOT = WS-CKS-GEN-DIGEST
                 DISPLAY PGMNAME ' TRAILER DIGEST ' WS-TRAILER-DIGEST
                         ' BUT COMPUTED ' WS-CKS-GEN-DIGEST
                 ADD 1 TO WS-ERROR-COUNT
              END-IF
           ELSE
      * Checksummed index entries with no digest in the trailer: the
      * trailer is not the one the exit wrote for these pages.
              IF WS-CKS-ENTRIES-WITH > ZERO AND WS-TRAILER-SEEN
                 DISPLAY PGMNAME ' INDEX CARRIES PAGE CHECKSUMS BUT '
                         'THE TRAILER HAS NO DIGEST'
                 ADD 1 TO WS-ERROR-COUNT
              END-IF
           END-IF.
           IF NOT WS-BANNER-SEEN
              DISPLAY PGMNAME ' NO BANNER RECORD FOUND'
              ADD 1 TO WS-ERROR-COUNT
           DISPLAY '  PAGES COUNTED:  ' WS-PAGE-COUNT.
           DISPLAY '  LINES COUNTED:  ' WS-LINE-COUNT.
           DISPLAY '  INDEX ENTRIES:  ' WS-IDX-COUNT.
           DISPLAY '  PAGES PROVED:   ' WS-CKS-PAGES-PROVED.
           DISPLAY '  PAGES FAILING:  ' WS-CKS-PAGES-FAILED.
           IF WS-TRL-HAS-DIGEST
              DISPLAY '  GEN DIGEST:     ' WS-CKS-GEN-DIGEST
           END-IF.
           DISPLAY '  ERRORS:         ' WS-ERROR-COUNT.
           IF WS-ERROR-COUNT = ZERO
              DISPLAY PGMNAME ' GENERATION VERIFIED CLEAN'
                               'CERTIFICATION NOT RECORDED: '
                               WS-ARCHIVE-DSN
                    NOT INVALID KEY
                       PERFORM 0965-CHECK-CATALOG-DIGEST
                       PERFORM 0960-CERTIFY-ENTRY
                 END-READ
                 CLOSE ARCHCAT-FILE

      ******************************************************************
      * Sweep mode: walk the whole catalog and verify every entry
      * still closed ('C') and never verified (or flagged R for
      * re-verification online), taking the datasets
      * and generation number from the entry itself.  Each entry is
      * certified V or F in place -- an unusable generation is
      * certified F rather than left to fail every future sweep --
              AT END
                 CONTINUE
              NOT AT END
                 IF CAT-STATUS-CLOSED
                    AND (CAT-NEVER-VERIFIED OR CAT-REVERIFY-REQUESTED)
                    PERFORM 0620-VERIFY-CATALOG-ENTRY
                 END-IF
           END-READ.
           MOVE CAT-ARCHIVE-GEN TO WS-REQUEST-GEN.
           DISPLAY PGMNAME ' SWEEP VERIFYING ' WS-ARCHIVE-DSN.
           PERFORM 0500-VERIFY-GENERATION.
           IF WS-GEN-USABLE
              PERFORM 0965-CHECK-CATALOG-DIGEST
           END-IF.
           IF WS-GEN-UNUSABLE
              ADD 1 TO WS-GENS-FAILED
              DISPLAY PGMNAME ' SWEEP FAIL (UNUSABLE) '
           END-IF.
           PERFORM 0960-CERTIFY-ENTRY.

      * The digest the catalog entry was registered with must match the
      * one just recomputed from the pages; an entry registered before
      * digests existed carries spaces and is not compared.  In single
      * mode the report has already been written, so a mismatch found
      * here repeats the verdict and sets the return code itself.
       0965-CHECK-CATALOG-DIGEST.
           IF CAT-PAGE-DIGEST IS NUMERIC
              AND CAT-PAGE-DIGEST > ZERO
              IF CAT-PAGE-DIGEST NOT = WS-CKS-GEN-DIGEST
                 DISPLAY PGMNAME ' CATALOG DIGEST ' CAT-PAGE-DIGEST
                         ' BUT COMPUTED ' WS-CKS-GEN-DIGEST
                         ' FOR ' CAT-ARCHIVE-DSN
                 ADD 1 TO WS-ERROR-COUNT
                 IF WS-SINGLE-MODE
                    DISPLAY PGMNAME ' *** GENERATION FAILED '
                            'VERIFICATION, DO NOT VAULT ***'
                    MOVE 8 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.

       0985-NOTE-CATALOG-ERROR.
           SET WS-CAT-ERROR TO TRUE.
           IF RETURN-CODE < 8
        EJECT
       TITLE 'Compressed-record expansion'.
           COPY AFPRLEXP SUPPRESS.
        EJECT
       TITLE 'Page checksum and generation digest'.
           COPY AFPCKSUM SUPPRESS.
       END PROGRAM AFPPAGVF.
