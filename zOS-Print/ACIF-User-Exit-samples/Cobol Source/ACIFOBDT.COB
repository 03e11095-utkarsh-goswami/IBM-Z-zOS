000200 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ            00020000
000210* LAST UPDATE ON 15 Oct 2026 AT 09:00:00 BY MAINT    VERSION 06  *00010004
000400 ID DIVISION.                                                     00040002
000500 PROGRAM-ID. ACIFOBDT.                                            00050002
000600 AUTHOR. TURETZKY--HYDRA.                                         00060002
003206             copied, in addition to its normal archiving, to a
003207             stamped AFPEXCPT review dataset, with per-trigger
003208             page and line tallies in the end-of-job report.
                 - Tamper evidence: every page's archived records are
                   checksummed as the page is committed (0930 for a
                   buffered page; an immediate or pass-through page
                   when it ends) and the checksum and the page's
                   record count go into its page-index entry.  A
                   digest of all the generation's page checksums is
                   written in the trailer and the ARCHCAT entry, for
                   AFPPAGVF to prove (see the AFPCKSWS copybook).
                 - A restart that resumes after a page was committed
                   but before the next page began no longer leaves
                   that page unindexed: its records are read back
                   from the archive, its checksum rebuilt, and its
                   index entry written at the next page boundary.
003200 DATE-WRITTEN. 10 Dec 2000.                                       00310002
003200 DATE-COMPILED.                                                   00320002
003300 SECURITY. IBM SAMPLE CODE ONLY.                                  00330002
008500                                 DEPENDING ON AFPPAGOT-RECLEN,    00850002
008600                                 INDEXED BY AFPPAGOT-INDX,        00860002
008700                                 PIC X.                           00870002
      * Whole-record view, for reading a resumed generation back.
       01  AFPPAGOT-FLAT           PIC X(32752).
       FD  AFPPAGO2-FILE    GLOBAL,
           RECORDING MODE V,
           BLOCK CONTAINS 0 RECORDS,
           05  IDX-PAGE-NUMBER         PIC 9(8) BINARY.
           05  IDX-AFPPAGOT-RECNUM     PIC 9(8) BINARY.
           05  IDX-ARCHIVE-GEN         PIC 9(4) BINARY.
      * The page's checksum and the number of archive records it
      * covers, starting at IDX-AFPPAGOT-RECNUM; zero in an entry
      * written before checksums were recorded.
           05  IDX-PAGE-CHECKSUM       PIC 9(8) BINARY.
           05  IDX-PAGE-RECORDS        PIC 9(8) BINARY.
           05  FILLER                  PIC X(2).
      * Business-key index: one entry per TLE attribute name/value
      * pair (and per BNG group name) found in the datastream, mapping
      * the key (e.g. ACCTNO=12345678) to the archive generation and
           05  TRAILER-LINES       PIC 9(8).
           05  TRAILER-RUN-DATE    PIC 9(6).
           05  TRAILER-RUN-TIME    PIC 9(8).
      * The generation digest (AFPCKSWS); spaces in trailers written
      * before it existed.
           05  TRAILER-DIGEST      PIC 9(8).
       77  TRAILER-LENGTH          PIC 9(4) BINARY VALUE ZERO.
       01  BANNER-LINE.
           05  BANNER-ID           PIC X(8)  VALUE 'BANNER=='.
               10  PEND-ATTR-NAME  PIC X(32).
               10  PEND-ATTR-VALUE PIC X(60).
               10  PEND-PAGE-NUM   PIC 9(8) BINARY.
      * The page whose index entry is still open: its begin-page is
      * archived, and every record 0500-ARCHIVE-WRITE sends after it
      * is folded into its checksum until the page ends (the buffered
      * page is committed, the next page begins, or a document or
      * generation boundary flushes it).  Only then is the entry,
      * checksum and record count included, written to the index.
       77  WS-PEND-IDX-FLAG        PIC X VALUE 'N'.
           88  WS-PEND-IDX-OPEN    VALUE 'Y'.
           88  WS-PEND-IDX-NONE    VALUE 'N'.
       77  WS-PEND-IDX-PAGE        PIC 9(8) BINARY VALUE ZERO.
       77  WS-PEND-IDX-RECNUM      PIC 9(8) BINARY VALUE ZERO.
       77  WS-PEND-IDX-RECS        PIC 9(8) BINARY VALUE ZERO.
      * Restart: entries of the resumed generation already on file,
      * read back so the generation digest includes their checksums.
       77  WS-RESEED-EOF-FLAG      PIC X VALUE 'N'.
           88  WS-RESEED-EOF       VALUE 'Y'.
       77  WS-RESEED-COUNT         PIC 9(8) BINARY VALUE ZERO.
      * The abended run writes a page's entry only when the next page
      * begins, so the last page it committed may have none.  The
      * highest page of the generation on the index, and the archive
      * record that follows its extent, locate that page; it is read
      * back from the archive (expanding compressed records) and its
      * entry left open for the resumed run to finish.
       77  WS-RESEED-LAST-PAGE     PIC 9(8) BINARY VALUE ZERO.
       77  WS-RESEED-NEXT-RECNUM   PIC 9(8) BINARY VALUE 1.
       77  WS-RESEED-RECNUM        PIC 9(8) BINARY VALUE ZERO.
       77  WS-RESEED-BPG-RECNUM    PIC 9(8) BINARY VALUE ZERO.
       77  WS-RESEED-BPG-COUNT     PIC 9(8) BINARY VALUE ZERO.
       77  WS-RESEED-READ-FLAG     PIC X VALUE 'N'.
           88  WS-RESEED-READ-EOF  VALUE 'Y'.
       77  WS-RESEED-BAD-FLAG      PIC X VALUE 'N'.
           88  WS-RESEED-BAD       VALUE 'Y'.
           COPY AFPRLEWS SUPPRESS
                REPLACING ==WS-RLE-IN== BY ==WS-RLX-IN==
                          ==WS-RLE-OUT== BY ==WS-RLX-OUT==.
            SKIP2
      / PAGE CHECKSUM AND GENERATION DIGEST WORK AREAS.
           COPY AFPCKSWS SUPPRESS.
            SKIP2
013000/ AFP STRUCTURED FIELD DEFINITIONS.                               01300002
013100     COPY STRFLDS SUPPRESS.                                       01310002
                 PERFORM 0124-DYNAMIC-ALLOC-EXCPT
              END-IF
           END-IF.
           PERFORM 8230-START-GEN-DIGEST.
           SET WS-PEND-IDX-NONE TO TRUE.
           IF WS-RESTART-ACTIVE
              PERFORM 0135-RESEED-GEN-DIGEST
           END-IF.
           IF WS-RESTART-ACTIVE
              OPEN EXTEND AFPPAGOT-FILE
           ELSE
           OPEN OUTPUT RESTART-CTL-FILE.
           CLOSE RESTART-CTL-FILE.

      * A resumed generation's digest must cover the pages the
      * abended run already committed: fold the checksums recorded in
      * their index entries, in file order, before the index is
      * reopened for extension.  An entry without a checksum was
      * written before checksums existed and contributes nothing.
      * When the restart page is beyond the highest page indexed, the
      * abended run committed that page without writing its entry,
      * and 0137 rebuilds it from the archive before the archive is
      * reopened for extension.
       0135-RESEED-GEN-DIGEST.
           MOVE ZERO TO WS-RESEED-COUNT.
           MOVE ZERO TO WS-RESEED-LAST-PAGE.
           MOVE 1 TO WS-RESEED-NEXT-RECNUM.
           MOVE 'N' TO WS-RESEED-EOF-FLAG.
           OPEN INPUT AFPPAGOT-INDEX-FILE.
           IF AFPPGIDX-OK
              PERFORM 0136-RESEED-ONE-ENTRY
                UNTIL WS-RESEED-EOF
              CLOSE AFPPAGOT-INDEX-FILE
              DISPLAY PGMNAME ' GENERATION DIGEST RESEEDED FROM '
                      WS-RESEED-COUNT ' INDEX ENTRIES'
              IF WS-RESEED-LAST-PAGE < WS-RESTART-PAGE
                 AND WS-RESEED-NEXT-RECNUM NOT > WS-RESTART-RECNUM
                 PERFORM 0137-REOPEN-LAST-PAGE
              END-IF
           ELSE
              DISPLAY PGMNAME ' AFPPGIDX STATUS ' AFPPGIDX-STATUS
                      ' READING BACK THE RESTARTED INDEX'
              SET WS-INDEX-ERROR TO TRUE
           END-IF.

       0136-RESEED-ONE-ENTRY.
           READ AFPPAGOT-INDEX-FILE
              AT END
                 SET WS-RESEED-EOF TO TRUE
              NOT AT END
                 IF IDX-ARCHIVE-GEN = WS-ARCHIVE-GEN
                    AND IDX-PAGE-CHECKSUM > ZERO
                    MOVE IDX-PAGE-CHECKSUM TO WS-CKS-PAGE-SUM
                    PERFORM 8250-ADD-PAGE-TO-DIGEST
                    ADD 1 TO WS-RESEED-COUNT
                 END-IF
                 IF IDX-ARCHIVE-GEN = WS-ARCHIVE-GEN
                    MOVE IDX-PAGE-NUMBER TO WS-RESEED-LAST-PAGE
                    IF IDX-PAGE-RECORDS > ZERO
                       COMPUTE WS-RESEED-NEXT-RECNUM =
                               IDX-AFPPAGOT-RECNUM + IDX-PAGE-RECORDS
                    ELSE
                       COMPUTE WS-RESEED-NEXT-RECNUM =
                               IDX-AFPPAGOT-RECNUM + 1
                    END-IF
                 END-IF
           END-READ.

      * Read the resumed generation back up to the restart record.
      * Past the last indexed extent there should be exactly one BPG,
      * the unindexed page: from it on every record is folded into a
      * fresh page checksum, and the entry is left open so the next
      * page boundary finishes the checksum, adds it to the digest
      * and writes the entry, as in an uninterrupted run.  Anything
      * else (no archive, a short archive, a second BPG, a record
      * that does not expand) is an index error.
       0137-REOPEN-LAST-PAGE.
           MOVE ZERO TO WS-RESEED-RECNUM.
           MOVE ZERO TO WS-RESEED-BPG-RECNUM.
           MOVE ZERO TO WS-RESEED-BPG-COUNT.
           MOVE 'N' TO WS-RESEED-READ-FLAG.
           MOVE 'N' TO WS-RESEED-BAD-FLAG.
           OPEN INPUT AFPPAGOT-FILE.
           IF NOT AFPPAGOT-OK
              DISPLAY PGMNAME ' AFPPAGOT STATUS ' AFPPAGOT-STATUS
                      ' READING BACK THE RESTARTED ARCHIVE'
              SET WS-INDEX-ERROR TO TRUE
           ELSE
              PERFORM 0138-RESEED-ARCHIVE-RECORD
                UNTIL WS-RESEED-READ-EOF
              CLOSE AFPPAGOT-FILE
              IF WS-RESEED-RECNUM < WS-RESTART-RECNUM
                 OR WS-RESEED-BPG-COUNT > 1
                 SET WS-RESEED-BAD TO TRUE
              END-IF
              EVALUATE TRUE
                 WHEN WS-RESEED-BAD
                    DISPLAY PGMNAME ' PAGE ' WS-RESTART-PAGE
                            ' NOT INDEXED, ARCHIVE READ BACK FAILED'
                            ' AT RECORD ' WS-RESEED-RECNUM
                    SET WS-INDEX-ERROR TO TRUE
                 WHEN WS-RESEED-BPG-COUNT = ZERO
                    CONTINUE
                 WHEN OTHER
                    MOVE WS-RESTART-PAGE TO WS-PEND-IDX-PAGE
                    MOVE WS-RESEED-BPG-RECNUM TO WS-PEND-IDX-RECNUM
                    COMPUTE WS-PEND-IDX-RECS =
                            WS-RESEED-RECNUM - WS-RESEED-BPG-RECNUM + 1
                    SET WS-PEND-IDX-OPEN TO TRUE
                    DISPLAY PGMNAME ' PAGE ' WS-RESTART-PAGE
                            ' INDEX ENTRY REOPENED FROM ARCHIVE RECORD '
                            WS-RESEED-BPG-RECNUM
              END-EVALUATE
           END-IF.

       0138-RESEED-ARCHIVE-RECORD.
           READ AFPPAGOT-FILE
              AT END
                 SET WS-RESEED-READ-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-RESEED-RECNUM
                 IF WS-RESEED-RECNUM NOT < WS-RESEED-NEXT-RECNUM
                    MOVE AFPPAGOT-LENGTH TO WS-ARCHIVE-WRITE-LEN
                    MOVE AFPPAGOT-FLAT(1:AFPPAGOT-LENGTH)
                      TO WS-ARCHIVE-WRITE-DATA
                    PERFORM 8100-EXPAND-ARC-RECORD
                    IF WS-RLE-BAD
                       SET WS-RESEED-BAD TO TRUE
                    ELSE
                       IF WS-ARCHIVE-WRITE-LEN > 5
                          AND WS-ARCHIVE-WRITE-DATA(4:3) = SF-BPG
                          ADD 1 TO WS-RESEED-BPG-COUNT
                          IF WS-RESEED-BPG-COUNT = 1
                             MOVE WS-RESEED-RECNUM
                               TO WS-RESEED-BPG-RECNUM
                             PERFORM 8200-START-PAGE-CHECKSUM
                          END-IF
                       END-IF
                       IF WS-RESEED-BPG-COUNT = 1
                          PERFORM 8210-ADD-RECORD-TO-PAGE
                       END-IF
                    END-IF
                 END-IF
           END-READ.
           IF NOT AFPPAGOT-OK AND NOT WS-RESEED-READ-EOF
              SET WS-RESEED-BAD TO TRUE
           END-IF.
           IF WS-RESEED-RECNUM NOT < WS-RESTART-RECNUM
              OR WS-RESEED-BAD
              OR WS-RESEED-BPG-COUNT > 1
              SET WS-RESEED-READ-EOF TO TRUE
           END-IF.

      * Run banner (request 008): which load module (by compile date)
      * ran, and when, both DISPLAYed for the joblog and written as a
      * comment record into the archive itself.
           END-IF.

      * Suppression disabled: unchanged behavior, archive the
      * begin-page as soon as it is seen.  The previous page ends
      * here, so its index entry is written, and this page's entry
      * opens to checksum the records that follow.
       0360-ARCHIVE-BPG-IMMEDIATE.
           PERFORM 0936-CLOSE-PAGE-INDEX.
           MOVE PAGE-COUNT TO WS-PEND-IDX-PAGE.
           PERFORM 0932-OPEN-PAGE-INDEX.
           MOVE OUT-LINE TO WS-ARCHIVE-WRITE-DATA.
           MOVE OUT-RECLEN TO WS-ARCHIVE-WRITE-LEN.
           PERFORM 0500-ARCHIVE-WRITE.
           ADD 1 TO WS-PAGES-ARCHIVED.
           MOVE AFPPAGOT-REC TO WS-PEND-IDX-RECNUM.
           PERFORM 0470-CAPTURE-DOC-START.

      * Suppression enabled: start a new page buffer instead of
      * differing solely on ACIF's internal sequence counter.
           MOVE 1 TO OUT-SFSEQ.
           IF OUT-RECLEN > WS-MAX-LINE-LEN
              PERFORM 0936-CLOSE-PAGE-INDEX
              MOVE PAGE-COUNT TO WS-PEND-IDX-PAGE
              PERFORM 0932-OPEN-PAGE-INDEX
              MOVE OUT-LINE TO WS-ARCHIVE-WRITE-DATA
              MOVE OUT-RECLEN TO WS-ARCHIVE-WRITE-LEN
              PERFORM 0500-ARCHIVE-WRITE
              ADD 1 TO WS-PAGES-ARCHIVED
              SET CP-IN-PASSTHRU TO TRUE
              MOVE AFPPAGOT-REC TO WS-PEND-IDX-RECNUM
              PERFORM 0470-CAPTURE-DOC-START
           ELSE
              ADD 1 TO CP-LINE-COUNT
      * Commit whatever is currently buffered for this page as-is
      * (no suppression decision -- the page is not yet complete) and
      * switch the rest of the page to pass-through.
      * Pass-through is set first so 0930 leaves the page's index
      * entry open for the records still to come.
       0415-SWITCH-PAGE-TO-PASSTHRU.
           SET CP-IN-PASSTHRU TO TRUE.
           PERFORM 0930-ARCHIVE-BUFFERED-PAGE.
      * A page already matched by a trigger keeps its buffered records
      * in the review copy; records of an oversized page whose match
           IF EP-PAGE-MATCHED
              PERFORM 0935-COPY-PAGE-TO-EXCEPTIONS
           END-IF.
           MOVE 0 TO CP-LINE-COUNT.

      ******************************************************************
           END-PERFORM.
           MOVE ZERO TO WS-PEND-KEY-COUNT.

      * Called as every page's begin-page is archived: the first page
      * committed while the document start is unknown becomes the
      * document's starting record, and any keys parked before it
      * flush now.
       0470-CAPTURE-DOC-START.
           IF WS-DOC-START-UNKNOWN
              MOVE WS-PEND-IDX-RECNUM TO WS-DOC-START-RECNUM
              SET WS-DOC-START-KNOWN TO TRUE
              PERFORM 0468-FLUSH-PENDING-KEYS
           END-IF.
      * accurate (request 009).
       0500-ARCHIVE-WRITE.
           ADD 1 TO WS-EXPECTED-REC-COUNT.
      * The logical record, before any compression, is what the open
      * page's checksum covers.
           IF WS-PEND-IDX-OPEN
              ADD 1 TO WS-PEND-IDX-RECS
              PERFORM 8210-ADD-RECORD-TO-PAGE
           END-IF.
           IF WS-COMPRESS-ON AND WS-ARCHIVE-WRITE-LEN > 16
              PERFORM 0510-COMPRESS-RECORD
           ELSE
      ******************************************************************
       0900-CLOSE-ARCHIVE.
           PERFORM 0910-FLUSH-PENDING-PAGE.
           PERFORM 8240-END-GEN-DIGEST.
           MOVE WS-CKS-GEN-DIGEST TO TRAILER-DIGEST.
           MOVE WS-PAGES-ARCHIVED TO TRAILER-PAGES.
           MOVE WS-LINES-ARCHIVED TO TRAILER-LINES.
           COMPUTE TRAILER-RUN-DATE =
           IF WS-DUPLEX-ON AND NOT WS-MIRROR-ERROR
              MOVE WS-MIRROR-DSN TO CAT-MIRROR-DSN
           END-IF.
           MOVE WS-CKS-GEN-DIGEST TO CAT-PAGE-DIGEST.
           IF WS-INDEX-ERROR
              SET CAT-STATUS-ERRORS TO TRUE
           ELSE
              PERFORM 0945-RESET-CURRENT-PAGE-BUFFER
           END-IF.
           PERFORM 0942-ROLLUP-TRIGGER-HITS.
      * An immediate or pass-through page ends at the boundary too.
           PERFORM 0936-CLOSE-PAGE-INDEX.

       0920-DECIDE-PAGE-DISPOSITION.
           SET WS-KEEP-PAGE TO TRUE.
           END-IF.

      * Write every buffered line to the archive and index the page's
      * first (begin-page) line.  The page is checksummed as it is
      * committed; a complete page's index entry is written as soon
      * as its last line is out, while a page switching to
      * pass-through keeps its entry open for the records to come.
       0930-ARCHIVE-BUFFERED-PAGE.
           PERFORM VARYING CP-IDX FROM 1 BY 1
                   UNTIL CP-IDX > CP-LINE-COUNT
              MOVE CP-DATA(CP-IDX)(1:CP-LEN(CP-IDX))
                TO WS-ARCHIVE-WRITE-DATA(1:CP-LEN(CP-IDX))
              MOVE CP-LEN(CP-IDX) TO WS-ARCHIVE-WRITE-LEN
              IF CP-IDX = 1 AND CP-HAS-BPG
                 PERFORM 0936-CLOSE-PAGE-INDEX
                 MOVE CP-PAGE-NUMBER TO WS-PEND-IDX-PAGE
                 PERFORM 0932-OPEN-PAGE-INDEX
              END-IF
              PERFORM 0500-ARCHIVE-WRITE
              IF CP-IDX = 1 AND CP-HAS-BPG
                 ADD 1 TO WS-PAGES-ARCHIVED
                 MOVE AFPPAGOT-REC TO WS-PEND-IDX-RECNUM
                 PERFORM 0470-CAPTURE-DOC-START
              ELSE
                 ADD 1 TO WS-LINES-ARCHIVED
              END-IF
           END-PERFORM.
           IF CP-NOT-IN-PASSTHRU
              PERFORM 0936-CLOSE-PAGE-INDEX
           END-IF.

      * Open the index entry for the page whose begin-page is about
      * to be archived (page number already in WS-PEND-IDX-PAGE).
       0932-OPEN-PAGE-INDEX.
           PERFORM 8200-START-PAGE-CHECKSUM.
           MOVE ZERO TO WS-PEND-IDX-RECS.
           MOVE ZERO TO WS-PEND-IDX-RECNUM.
           SET WS-PEND-IDX-OPEN TO TRUE.

      * The open page has ended: finish its checksum, fold it into the
      * generation digest, and write its index entry.
       0936-CLOSE-PAGE-INDEX.
           IF WS-PEND-IDX-OPEN
              PERFORM 8220-END-PAGE-CHECKSUM
              PERFORM 8250-ADD-PAGE-TO-DIGEST
              MOVE SPACES TO AFPPAGOT-INDEX-RECORD
              MOVE WS-PEND-IDX-PAGE TO IDX-PAGE-NUMBER
              MOVE WS-PEND-IDX-RECNUM TO IDX-AFPPAGOT-RECNUM
              MOVE WS-ARCHIVE-GEN TO IDX-ARCHIVE-GEN
              MOVE WS-CKS-PAGE-SUM TO IDX-PAGE-CHECKSUM
              MOVE WS-PEND-IDX-RECS TO IDX-PAGE-RECORDS
              WRITE AFPPAGOT-INDEX-RECORD
              IF NOT AFPPGIDX-OK
                 DISPLAY PGMNAME ' PAGE INDEX WRITE STATUS '
                         AFPPGIDX-STATUS
                 SET WS-INDEX-ERROR TO TRUE
              END-IF
              SET WS-PEND-IDX-NONE TO TRUE
           END-IF.

       0940-SAVE-AS-PREV-ARCHIVED-PAGE.
           MOVE CP-LINE-COUNT TO PA-LINE-COUNT.
           PERFORM 0992-WRITE-EVENT.
           DISPLAY 'ACF0101E ACIFOBDT DUPLEX MIRROR FAILED, '
                   'PRIMARY CONTINUES' UPON CONSOLE.
        EJECT
       TITLE 'Page checksum and generation digest'.
           COPY AFPCKSUM SUPPRESS
                REPLACING ==ARCIN-FLAT== BY ==WS-ARCHIVE-WRITE-DATA==
                          ==WS-ARCIN-LEN== BY ==WS-ARCHIVE-WRITE-LEN==.
        EJECT
       TITLE 'Archive record expansion'.
           COPY AFPRLEXP SUPPRESS
                REPLACING ==ARCIN-FLAT== BY ==WS-ARCHIVE-WRITE-DATA==
                          ==WS-ARCIN-LEN== BY ==WS-ARCHIVE-WRITE-LEN==
                          ==WS-RLE-IN== BY ==WS-RLX-IN==
                          ==WS-RLE-OUT== BY ==WS-RLX-OUT==.

026900 ID DIVISION.                                                     02690002
027000* This routine writes a record to the exit's output file,         02700002
