       PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
      * LAST UPDATE ON 14 Oct 2026 AT 09:00:00 BY MAINT    VERSION 05  *
       ID DIVISION.
       PROGRAM-ID. ARCHCONS.
       AUTHOR. TURETZKY--HYDRA.
                 RC=0 consolidated, RC=4 fewer than two generations
                 to merge, RC=8 copy or catalog errors (sources left
                 unmarked), RC=12 catalog or parameters unusable.

                 Maintenance history:
                 - Page checksums carry over: each rebuilt index entry
                   keeps its page checksum and record count (the
                   records are copied unchanged), and the merged
                   trailer and catalog entry get a generation digest
                   folded from the source pages' checksums in merged
                   order, so AFPPAGVF proves the merged archive the
                   same way it proved the sources.
                 - Export flag carries over: the merged entry is
                   flagged exported when every source had been
                   exported to content management, partly exported
                   (P) when only some had -- ARCHEXPT refuses those
                   and they are settled by hand -- and unexported
                   when none had.
                 - Control-total reconciliation carries over: the
                   merged entry takes the worst of its sources'
                   results (mismatch, then warning, then balanced),
                   and is not reconciled if any source was not.
                 - Review and hold flags carry over: the merged entry
                   is marked for review if any source was, and takes
                   the strongest hold among its sources (an online
                   hold, then a file hold) with that hold's reference,
                   so neither a rebuilt nor a held generation loses
                   its protection by being consolidated.
       DATE-WRITTEN. 02 Sep 2026.
       DATE-COMPILED.
       SECURITY. IBM SAMPLE CODE ONLY.
           05  IDX-PAGE-NUMBER        PIC 9(8) BINARY.
           05  IDX-AFPPAGOT-RECNUM    PIC 9(8) BINARY.
           05  IDX-ARCHIVE-GEN        PIC 9(4) BINARY.
           05  IDX-PAGE-CHECKSUM      PIC 9(8) BINARY.
           05  IDX-PAGE-RECORDS       PIC 9(8) BINARY.
           05  FILLER                 PIC X(2).
       FD  AFPKEYIN-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  AFPKEYIN-RECORD.
           05  MIX-PAGE-NUMBER        PIC 9(8) BINARY.
           05  MIX-AFPPAGOT-RECNUM    PIC 9(8) BINARY.
           05  MIX-ARCHIVE-GEN        PIC 9(4) BINARY.
           05  MIX-PAGE-CHECKSUM      PIC 9(8) BINARY.
           05  MIX-PAGE-RECORDS       PIC 9(8) BINARY.
           05  FILLER                 PIC X(2).
       FD  AFPMRGKX-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  AFPMRGKX-RECORD.
               10  WS-SE-PAGES     PIC 9(8).
               10  WS-SE-LINES     PIC 9(8).
               10  WS-SE-SUPPR     PIC 9(8).
               10  WS-SE-EXPORT-FLAG PIC X.
               10  WS-SE-RECON-FLAG PIC X.
               10  WS-SE-REVIEW-FLAG PIC X.
               10  WS-SE-HOLD-FLAG PIC X.
               10  WS-SE-HOLD-REF  PIC X(8).
       77  WS-SRC-EXPORTED         PIC 9(4) BINARY VALUE ZERO.
       77  WS-SRC-NOT-RECONCILED   PIC 9(4) BINARY VALUE ZERO.
       77  WS-SRC-RECON-HARD       PIC 9(4) BINARY VALUE ZERO.
       77  WS-SRC-RECON-WARNING    PIC 9(4) BINARY VALUE ZERO.
      * Record-number mapping for the generation being copied: a
      * source record r lands at merged record WS-REC-BASE + r - 1
      * (record 1, the source banner, is dropped and the merged
           05  WS-TRL-LINES        PIC 9(8).
           05  WS-TRL-RUN-DATE     PIC 9(6).
           05  WS-TRL-RUN-TIME     PIC 9(8).
           05  WS-TRL-DIGEST       PIC 9(8).
       01  WS-COMPILE-STAMP.
           05  WS-COMP-DATE        PIC X(8).
           05  WS-COMP-TIME        PIC X(12).
        EJECT
      / COMPRESSED-RECORD EXPANSION WORK AREAS.
           COPY AFPRLEWS SUPPRESS.
      / PAGE CHECKSUM AND GENERATION DIGEST WORK AREAS.
           COPY AFPCKSWS SUPPRESS.
       TITLE 'Mainline'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
                 MOVE CAT-LINES TO WS-SE-LINES(SRC-IDX)
                 MOVE CAT-PAGES-SUPPRESSED
                   TO WS-SE-SUPPR(SRC-IDX)
                 MOVE CAT-EXPORT-FLAG
                   TO WS-SE-EXPORT-FLAG(SRC-IDX)
                 MOVE CAT-RECON-FLAG
                   TO WS-SE-RECON-FLAG(SRC-IDX)
                 MOVE CAT-REVIEW-FLAG
                   TO WS-SE-REVIEW-FLAG(SRC-IDX)
                 MOVE CAT-HOLD-FLAG TO WS-SE-HOLD-FLAG(SRC-IDX)
                 MOVE CAT-HOLD-REF TO WS-SE-HOLD-REF(SRC-IDX)
              ELSE
                 ADD 1 TO WS-SRC-OVERFLOW
              END-IF
              ADD 1 TO WS-CONS-ERRORS
           END-IF.
           MOVE 1 TO WS-MERGED-RECNUM.
           PERFORM 8230-START-GEN-DIGEST.
        EJECT
       TITLE 'Source copy and index rebuild'.
       0600-COPY-ONE-SOURCE.
      * This generation's page-index entries, renumbered into the
      * merged dataset: merged record = base + source record - 1,
      * merged page = page offset + source page, all generation 1.
      * A page's checksum and record count carry over unchanged (its
      * records are copied as they are, and banner and trailer were
      * never part of a page), and the checksum is folded into the
      * merged digest in merged-archive order.
       0630-REBUILD-PAGE-INDEX.
           MOVE SPACES TO DYN-PARM-TEXT.
           STRING 'ALLOC DD(AFPIDXIN) DSN('  DELIMITED BY SIZE
                            WS-REC-BASE + IDX-AFPPAGOT-RECNUM - 1
                    END-COMPUTE
                    MOVE 1 TO MIX-ARCHIVE-GEN
                    MOVE IDX-PAGE-CHECKSUM TO MIX-PAGE-CHECKSUM
                    MOVE IDX-PAGE-RECORDS TO MIX-PAGE-RECORDS
                    IF IDX-PAGE-CHECKSUM > ZERO
                       MOVE IDX-PAGE-CHECKSUM TO WS-CKS-PAGE-SUM
                       PERFORM 8250-ADD-PAGE-TO-DIGEST
                    END-IF
                    WRITE AFPMRGIX-RECORD
                    IF NOT AFPMRGIX-OK
                       DISPLAY PGMNAME ' AFPMRGIX WRITE STATUS '
           END-READ.

       0700-WRITE-MERGED-TRAILER.
           PERFORM 8240-END-GEN-DIGEST.
           MOVE WS-CKS-GEN-DIGEST TO WS-TRL-DIGEST.
           MOVE WS-TOT-PAGES TO WS-TRL-PAGES.
           MOVE WS-TOT-LINES TO WS-TRL-LINES.
           COMPUTE WS-TRL-RUN-DATE =
              MOVE WS-TOT-PAGES TO CAT-PAGES
              MOVE WS-TOT-LINES TO CAT-LINES
              MOVE WS-TOT-SUPPR TO CAT-PAGES-SUPPRESSED
              MOVE WS-CKS-GEN-DIGEST TO CAT-PAGE-DIGEST
              MOVE ZERO TO WS-SRC-EXPORTED
              PERFORM VARYING SRC-IDX FROM 1 BY 1
                      UNTIL SRC-IDX > WS-SRC-COUNT
                 IF WS-SE-EXPORT-FLAG(SRC-IDX) = 'Y'
                    ADD 1 TO WS-SRC-EXPORTED
                 END-IF
              END-PERFORM
              EVALUATE TRUE
                 WHEN WS-SRC-EXPORTED = ZERO
                    CONTINUE
                 WHEN WS-SRC-EXPORTED = WS-SRC-COUNT
                    SET CAT-EXPORTED TO TRUE
                 WHEN OTHER
                    SET CAT-EXPORT-PARTIAL TO TRUE
              END-EVALUATE
              MOVE ZERO TO WS-SRC-NOT-RECONCILED
              MOVE ZERO TO WS-SRC-RECON-HARD
              MOVE ZERO TO WS-SRC-RECON-WARNING
              PERFORM VARYING SRC-IDX FROM 1 BY 1
                      UNTIL SRC-IDX > WS-SRC-COUNT
                 EVALUATE WS-SE-RECON-FLAG(SRC-IDX)
                    WHEN 'H'
                       ADD 1 TO WS-SRC-RECON-HARD
                    WHEN 'W'
                       ADD 1 TO WS-SRC-RECON-WARNING
                    WHEN 'B'
                       CONTINUE
                    WHEN OTHER
                       ADD 1 TO WS-SRC-NOT-RECONCILED
                 END-EVALUATE
              END-PERFORM
              EVALUATE TRUE
                 WHEN WS-SRC-NOT-RECONCILED > ZERO
                    SET CAT-NOT-RECONCILED TO TRUE
                 WHEN WS-SRC-RECON-HARD > ZERO
                    SET CAT-RECON-HARD TO TRUE
                 WHEN WS-SRC-RECON-WARNING > ZERO
                    SET CAT-RECON-WARNING TO TRUE
                 WHEN OTHER
                    SET CAT-RECON-BALANCED TO TRUE
              END-EVALUATE
      * A source still awaiting review, or under legal hold, passes
      * that on: the sweep scratches consolidated sources, so the
      * merged entry is all that is left to protect.  An online hold
      * outranks a file hold, which the sweep re-derives anyway.
              PERFORM VARYING SRC-IDX FROM 1 BY 1
                      UNTIL SRC-IDX > WS-SRC-COUNT
                 IF WS-SE-REVIEW-FLAG(SRC-IDX) = 'R'
                    SET CAT-REVIEW-PENDING TO TRUE
                 END-IF
                 EVALUATE TRUE
                    WHEN WS-SE-HOLD-FLAG(SRC-IDX) = 'O'
                         AND NOT CAT-HOLD-ONLINE
                       SET CAT-HOLD-ONLINE TO TRUE
                       MOVE WS-SE-HOLD-REF(SRC-IDX) TO CAT-HOLD-REF
                    WHEN WS-SE-HOLD-FLAG(SRC-IDX) = 'Y'
                         AND NOT CAT-ON-HOLD
                       SET CAT-HOLD-FROM-FILE TO TRUE
                       MOVE WS-SE-HOLD-REF(SRC-IDX) TO CAT-HOLD-REF
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-PERFORM
              SET CAT-STATUS-CLOSED TO TRUE
              WRITE ARCHCAT-RECORD
              IF ARCHCAT-DUPKEY
        EJECT
       TITLE 'Compressed-record expansion'.
           COPY AFPRLEXP SUPPRESS.
        EJECT
       TITLE 'Generation digest'.
           COPY AFPCKSUM SUPPRESS.
       END PROGRAM ARCHCONS.
