       PROCESS NODYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
      * LAST UPDATE ON 15 Oct 2026 AT 09:00:00 BY MAINT    VERSION 02  *
       ID DIVISION.
       PROGRAM-ID. ARCHCATO.
       AUTHOR. TURETZKY--HYDRA.
       INSTALLATION. IBM BOULDER PROGRAMMING CENTER.

                 Online archive catalog transaction (ACAT).  Browses
                 the central archive catalog (ARCHCAT KSDS) by job,
                 run-date range or archive DSN prefix, shows the whole
                 catalog entry of a selected generation, and lets an
                 authorized user:
                   H  hold the generation under a hold reference
                      (hold flag O; ARCHRETN keeps it, whatever its
                      rules or ARCHHOLD say, until it is released)
                   R  release an online hold (a hold ARCHRETN applied
                      from ARCHHOLD, flag Y, is refused: it is lifted
                      by taking the card out of ARCHHOLD)
                   V  flag a closed generation for re-verification
                      (verify status R; the next AFPPAGVF MODE=SWEEP
                      certifies it again and ARCHVLT holds it back
                      from shipment until then)
                 A reason is required for every change.

                 Every change is journaled to the ARCHJRNL KSDS
                 (layout ARCHJRNR) with the userid, terminal, date and
                 time, the reason, and the entry before and after.  The
                 journal entry is written before the catalog entry is
                 rewritten, in the same unit of work: ARCHCAT and
                 ARCHJRNL must both be defined recoverable to CICS, so
                 a failed rewrite is backed out with its journal entry.
                 ARCHJRPT reports the journal for compliance.

                 Browsing needs only authority to the transaction.
                 Changes need UPDATE access to the FACILITY class
                 resource AFPARCH.CATALOG.UPDATE, checked through
                 QUERY SECURITY at each change.

                 Screens (mapset ARCHCMS, symbolic map ARCHCMM):
                   ARCHML  list: JOB (exact or prefix*), FROM/TO run
                           dates (yymmdd) and DSN prefix, twelve
                           entries a page; S selects an entry.
                           ENTER applies the filter or selection,
                           PF7/PF8 page, PF3 or CLEAR ends.
                   ARCHMD  detail: ENTER applies the action, PF3
                           returns to the list, CLEAR ends.
                 The browse starts at the DSN prefix and stops past
                 it; job and date filters are applied entry by entry,
                 and a page stops after WS-SCAN-LIMIT entries read so
                 a narrow filter over a large catalog cannot hold the
                 region -- PF8 carries the search on from there.

                 Pseudo-conversational: the browse position and filter
                 travel in the COMMAREA between tasks, no resources
                 are held across a screen.  The catalog is read
                 through the CICS FCT entry ARCHCAT, shared with the
                 batch utilities as the site shares VSAM between CICS
                 and batch.

                 Maintenance history:
                 - The detail screen shows the generation's result
                   from ARCHRCTL's control-total reconciliation.
       DATE-WRITTEN. 15 Oct 2026.
       DATE-COMPILED.
       SECURITY. IBM SAMPLE CODE ONLY.
       TITLE 'Online Archive Catalog Browse and Maintenance'.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
        EJECT
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  PGMNAME                 PIC X(8) VALUE 'ARCHCATO'.
       01  WS-MAPSET               PIC X(8) VALUE 'ARCHCMS'.
       01  WS-LIST-MAP             PIC X(8) VALUE 'ARCHML'.
       01  WS-DETAIL-MAP           PIC X(8) VALUE 'ARCHMD'.
       01  WS-CATALOG-FILE         PIC X(8) VALUE 'ARCHCAT'.
       01  WS-JOURNAL-FILE         PIC X(8) VALUE 'ARCHJRNL'.
      * Resource whose UPDATE access entitles a user to change the
      * catalog.
       01  WS-SEC-CLASS            PIC X(8) VALUE 'FACILITY'.
       01  WS-SEC-RESOURCE         PIC X(22)
                                   VALUE 'AFPARCH.CATALOG.UPDATE'.
       77  WS-SEC-RESOURCE-LEN     PIC S9(8) BINARY VALUE 22.
       77  WS-UPDATE-CVDA          PIC S9(8) BINARY VALUE ZERO.
       77  WS-RESP                 PIC S9(8) BINARY VALUE ZERO.
       77  WS-RESP-DISPLAY         PIC ZZZZZZZ9.
       01  WS-FAILED-OP            PIC X(16) VALUE SPACES.
            SKIP1
      * Entries read per page before the browse gives the terminal
      * back; list rows per page and pages remembered for PF7.
       77  WS-SCAN-LIMIT           PIC 9(8) BINARY VALUE 2000.
       77  WS-PAGE-ROWS            PIC 9(4) BINARY VALUE 12.
       77  WS-MAX-PAGES            PIC 9(4) BINARY VALUE 50.
            SKIP1
      * Carried between tasks.  WS-CA-START-AFTER(n) is the key the
      * browse of page n starts after (LOW-VALUES: from the start of
      * the DSN prefix); WS-CA-ROW-KEY holds the keys on show so a
      * selection finds its entry.
       01  WS-COMMAREA.
           05  WS-CA-SCREEN        PIC X.
               88  WS-CA-ON-LIST   VALUE 'L'.
               88  WS-CA-ON-DETAIL VALUE 'D'.
           05  WS-CA-FILTER-JOB    PIC X(8).
           05  WS-CA-FILTER-FROM   PIC X(6).
           05  WS-CA-FILTER-TO     PIC X(6).
           05  WS-CA-FILTER-DSN    PIC X(44).
           05  WS-CA-PAGE-NO       PIC S9(4) BINARY.
           05  WS-CA-MORE-FLAG     PIC X.
               88  WS-CA-MORE      VALUE 'Y'.
               88  WS-CA-NO-MORE   VALUE 'N'.
           05  WS-CA-LAST-SCANNED  PIC X(44).
           05  WS-CA-DETAIL-KEY    PIC X(44).
           05  WS-CA-ROW-KEY       PIC X(44) OCCURS 12 TIMES.
           05  WS-CA-START-AFTER   PIC X(44) OCCURS 50 TIMES.
            SKIP1
      * Filter in working form.
       01  WS-FILTER-JOB           PIC X(8)  VALUE SPACES.
       77  WS-FILTER-JOB-LEN       PIC S9(4) BINARY VALUE ZERO.
       77  WS-JOB-PREFIX-FLAG      PIC X VALUE 'N'.
           88  WS-JOB-PREFIX       VALUE 'Y'.
       01  WS-FILTER-DSN           PIC X(44) VALUE SPACES.
       77  WS-FILTER-DSN-LEN       PIC S9(4) BINARY VALUE ZERO.
       77  WS-FILTER-FROM          PIC 9(6) VALUE ZERO.
       77  WS-FILTER-TO            PIC 9(6) VALUE 999999.
       77  WS-MATCH-FLAG           PIC X VALUE 'N'.
           88  WS-ENTRY-MATCHES    VALUE 'Y'.
           88  WS-ENTRY-SKIPPED    VALUE 'N'.
            SKIP1
      * Filter as keyed on the list screen.
       01  WS-NEW-FILTER.
           05  WS-NEW-JOB          PIC X(8).
           05  WS-NEW-FROM         PIC X(6).
           05  WS-NEW-TO           PIC X(6).
           05  WS-NEW-DSN          PIC X(44).
            SKIP1
      * Browse work.
       01  WS-BROWSE-KEY           PIC X(44) VALUE SPACES.
       01  WS-SKIP-KEY             PIC X(44) VALUE SPACES.
       77  WS-ROW-COUNT            PIC 9(4) BINARY VALUE ZERO.
       77  WS-ENTRIES-SCANNED      PIC 9(8) BINARY VALUE ZERO.
       77  WS-ROW-SUB              PIC 9(4) BINARY VALUE ZERO.
       77  WS-SELECT-SUB           PIC 9(4) BINARY VALUE ZERO.
       77  WS-BROWSE-FLAG          PIC X VALUE 'N'.
           88  WS-BROWSE-DONE      VALUE 'Y'.
           88  WS-BROWSE-GOING     VALUE 'N'.
       77  WS-SELECT-FLAG          PIC X VALUE 'N'.
           88  WS-SELECT-BAD       VALUE 'Y'.
       01  WS-LIST-ROW.
           05  ROW-DSN             PIC X(44).
           05  FILLER              PIC X     VALUE SPACE.
           05  ROW-JOBNAME         PIC X(8).
           05  FILLER              PIC X     VALUE SPACE.
           05  ROW-RUN-DATE        PIC 9(6).
           05  FILLER              PIC X     VALUE SPACE.
           05  ROW-STATUS          PIC X.
           05  FILLER              PIC XX    VALUE SPACES.
           05  ROW-VERIFIED        PIC X.
           05  FILLER              PIC XX    VALUE SPACES.
           05  ROW-HOLD-FLAG       PIC X.
           05  FILLER              PIC XX    VALUE SPACES.
           05  ROW-VAULT-FLAG      PIC X.
           05  FILLER              PIC X(3)  VALUE SPACES.
       01  WS-PAGE-LINE.
           05  FILLER              PIC X(5)  VALUE 'PAGE '.
           05  PGL-PAGE-NO         PIC ZZZ9.
           05  FILLER              PIC X     VALUE SPACE.
            SKIP1
      * Detail action as keyed, and its outcome.
       01  WS-ACTION               PIC X     VALUE SPACE.
           88  WS-ACTION-HOLD      VALUE 'H'.
           88  WS-ACTION-RELEASE   VALUE 'R'.
           88  WS-ACTION-REVERIFY  VALUE 'V'.
       01  WS-NEW-HOLD-REF         PIC X(8)  VALUE SPACES.
       01  WS-REASON               PIC X(40) VALUE SPACES.
       77  WS-KEEP-INPUT-FLAG      PIC X VALUE 'N'.
           88  WS-KEEP-INPUT       VALUE 'Y'.
       77  WS-REFUSED-FLAG         PIC X VALUE 'N'.
           88  WS-ACTION-REFUSED   VALUE 'Y'.
           88  WS-ACTION-ALLOWED   VALUE 'N'.
       77  WS-CURSOR-FIELD         PIC X VALUE SPACE.
           88  WS-CURSOR-ACTION    VALUE 'A'.
           88  WS-CURSOR-REF       VALUE 'F'.
           88  WS-CURSOR-REASON    VALUE 'R'.
           88  WS-CURSOR-FROM      VALUE 'M'.
           88  WS-CURSOR-TO        VALUE 'T'.
       01  WS-MESSAGE              PIC X(79) VALUE SPACES.
       01  WS-DONE-MESSAGE         PIC X(79) VALUE SPACES.
       01  WS-END-TEXT             PIC X(40) VALUE
               'ARCHIVE CATALOG SESSION ENDED'.
            SKIP1
      * Journal stamp.
       77  WS-ABSTIME              PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-STAMP-DATE-X         PIC X(6)  VALUE SPACES.
       01  WS-STAMP-DATE           REDEFINES WS-STAMP-DATE-X
                                   PIC 9(6).
       01  WS-STAMP-TIME-X         PIC X(6)  VALUE SPACES.
       01  WS-STAMP-TIME           REDEFINES WS-STAMP-TIME-X
                                   PIC 9(6).
            SKIP1
           COPY ARCHCATR.
       01  WS-BEFORE-IMAGE         PIC X(256).
            SKIP1
           COPY ARCHJRNR.
            SKIP1
           COPY ARCHCMM.
            SKIP1
           COPY DFHAID.
        EJECT
       LINKAGE SECTION.
      * Same length as WS-COMMAREA.
       01  DFHCOMMAREA.
           05  FILLER              PIC X(2884).
        EJECT
       TITLE 'Mainline'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           IF EIBCALEN = LENGTH OF WS-COMMAREA
              MOVE DFHCOMMAREA TO WS-COMMAREA
              IF WS-CA-ON-DETAIL
                 PERFORM 0500-DETAIL-INPUT
              ELSE
                 PERFORM 0200-LIST-INPUT
              END-IF
           ELSE
              PERFORM 0100-FIRST-TIME
           END-IF.
           EXEC CICS RETURN TRANSID(EIBTRNID)
                     COMMAREA(WS-COMMAREA)
                     LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.
           GOBACK.
        EJECT
       TITLE 'Browse list'.
      * A new conversation opens on the first page of the whole
      * catalog.
       0100-FIRST-TIME.
           MOVE SPACES TO WS-COMMAREA.
           SET WS-CA-ON-LIST TO TRUE.
           MOVE 1 TO WS-CA-PAGE-NO.
           SET WS-CA-NO-MORE TO TRUE.
           MOVE LOW-VALUES TO WS-CA-START-AFTER(1).
           PERFORM 0300-FILL-PAGE.
           PERFORM 0390-SEND-LIST.

       0200-LIST-INPUT.
           EVALUATE EIBAID
              WHEN DFHPF3
              WHEN DFHCLEAR
                 PERFORM 0950-END-SESSION
              WHEN DFHPF7
                 IF WS-CA-PAGE-NO > 1
                    SUBTRACT 1 FROM WS-CA-PAGE-NO
                 ELSE
                    MOVE 'ALREADY AT THE FIRST PAGE' TO WS-MESSAGE
                 END-IF
              WHEN DFHPF8
                 PERFORM 0220-PAGE-FORWARD
              WHEN DFHENTER
                 PERFORM 0210-RECEIVE-LIST
              WHEN OTHER
                 MOVE 'KEY NOT ACTIVE ON THIS SCREEN' TO WS-MESSAGE
           END-EVALUATE.
           IF WS-CA-ON-LIST
              PERFORM 0300-FILL-PAGE
              PERFORM 0390-SEND-LIST
           END-IF.

      * ENTER: a changed filter starts the browse again from page one
      * (selections on the old page are ignored); otherwise an S
      * against a row opens that entry.
       0210-RECEIVE-LIST.
           EXEC CICS RECEIVE MAP(WS-LIST-MAP) MAPSET(WS-MAPSET)
                     INTO(ARCHMLI)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(MAPFAIL)
              CONTINUE
           ELSE
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'RECEIVE ARCHML' TO WS-FAILED-OP
                 PERFORM 0990-ABORT-TASK
              END-IF
              MOVE LJOBI TO WS-NEW-JOB
              MOVE LFROMI TO WS-NEW-FROM
              MOVE LTOI TO WS-NEW-TO
              MOVE LDSNI TO WS-NEW-DSN
              INSPECT WS-NEW-FILTER REPLACING ALL LOW-VALUE BY SPACE
              INSPECT WS-NEW-FILTER CONVERTING
                      'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
              IF WS-NEW-FROM NOT = SPACES
                 AND WS-NEW-FROM IS NOT NUMERIC
                 MOVE 'FROM DATE MUST BE YYMMDD' TO WS-MESSAGE
                 SET WS-CURSOR-FROM TO TRUE
              ELSE
                 IF WS-NEW-TO NOT = SPACES
                    AND WS-NEW-TO IS NOT NUMERIC
                    MOVE 'TO DATE MUST BE YYMMDD' TO WS-MESSAGE
                    SET WS-CURSOR-TO TO TRUE
                 ELSE
                    IF WS-NEW-JOB NOT = WS-CA-FILTER-JOB
                       OR WS-NEW-FROM NOT = WS-CA-FILTER-FROM
                       OR WS-NEW-TO NOT = WS-CA-FILTER-TO
                       OR WS-NEW-DSN NOT = WS-CA-FILTER-DSN
                       MOVE WS-NEW-JOB TO WS-CA-FILTER-JOB
                       MOVE WS-NEW-FROM TO WS-CA-FILTER-FROM
                       MOVE WS-NEW-TO TO WS-CA-FILTER-TO
                       MOVE WS-NEW-DSN TO WS-CA-FILTER-DSN
                       MOVE 1 TO WS-CA-PAGE-NO
                       MOVE LOW-VALUES TO WS-CA-START-AFTER(1)
                    ELSE
                       PERFORM 0230-FIND-SELECTION
                    END-IF
                 END-IF
              END-IF
           END-IF.

       0220-PAGE-FORWARD.
           IF WS-CA-NO-MORE
              MOVE 'NO MORE ENTRIES' TO WS-MESSAGE
           ELSE
              IF WS-CA-PAGE-NO NOT < WS-MAX-PAGES
                 MOVE 'PAGE LIMIT REACHED, NARROW THE FILTER'
                   TO WS-MESSAGE
              ELSE
                 ADD 1 TO WS-CA-PAGE-NO
                 MOVE WS-CA-LAST-SCANNED
                   TO WS-CA-START-AFTER(WS-CA-PAGE-NO)
              END-IF
           END-IF.

       0230-FIND-SELECTION.
           MOVE ZERO TO WS-SELECT-SUB.
           MOVE 'N' TO WS-SELECT-FLAG.
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-PAGE-ROWS
              EVALUATE LSELI(WS-ROW-SUB)
                 WHEN 'S'
                 WHEN 's'
                    IF WS-SELECT-SUB = ZERO
                       AND WS-CA-ROW-KEY(WS-ROW-SUB) NOT = SPACES
                       MOVE WS-ROW-SUB TO WS-SELECT-SUB
                    END-IF
                 WHEN SPACE
                 WHEN LOW-VALUE
                    CONTINUE
                 WHEN OTHER
                    SET WS-SELECT-BAD TO TRUE
              END-EVALUATE
           END-PERFORM.
           IF WS-SELECT-SUB > ZERO
              MOVE WS-CA-ROW-KEY(WS-SELECT-SUB) TO WS-CA-DETAIL-KEY
              PERFORM 0400-SHOW-DETAIL
           ELSE
              IF WS-SELECT-BAD
                 MOVE 'ONLY S SELECTS AN ENTRY' TO WS-MESSAGE
              END-IF
           END-IF.

      ******************************************************************
      * Build the current page: browse from the page's start key,
      * keep the entries the filter lets through, and look one match
      * ahead so PF8 knows whether there is anything after the page.
      ******************************************************************
       0300-FILL-PAGE.
           PERFORM 0250-LOAD-FILTERS.
           MOVE LOW-VALUES TO ARCHMLO.
           MOVE SPACES TO WS-CA-LAST-SCANNED.
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-PAGE-ROWS
              MOVE SPACES TO WS-CA-ROW-KEY(WS-ROW-SUB)
           END-PERFORM.
           MOVE ZERO TO WS-ROW-COUNT WS-ENTRIES-SCANNED.
           SET WS-CA-NO-MORE TO TRUE.
           SET WS-BROWSE-GOING TO TRUE.
           IF WS-CA-START-AFTER(WS-CA-PAGE-NO) = LOW-VALUES
              IF WS-FILTER-DSN-LEN > ZERO
                 MOVE WS-FILTER-DSN TO WS-BROWSE-KEY
              ELSE
                 MOVE LOW-VALUES TO WS-BROWSE-KEY
              END-IF
              MOVE LOW-VALUES TO WS-SKIP-KEY
           ELSE
              MOVE WS-CA-START-AFTER(WS-CA-PAGE-NO) TO WS-BROWSE-KEY
              MOVE WS-BROWSE-KEY TO WS-SKIP-KEY
           END-IF.
           EXEC CICS STARTBR FILE(WS-CATALOG-FILE)
                     RIDFLD(WS-BROWSE-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 PERFORM 0310-NEXT-ENTRY
                   UNTIL WS-BROWSE-DONE
                 EXEC CICS ENDBR FILE(WS-CATALOG-FILE)
                 END-EXEC
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 MOVE 'STARTBR ARCHCAT' TO WS-FAILED-OP
                 PERFORM 0990-ABORT-TASK
           END-EVALUATE.
           MOVE WS-CA-PAGE-NO TO PGL-PAGE-NO.
           MOVE WS-PAGE-LINE TO LPAGEO.
           MOVE WS-CA-FILTER-JOB TO LJOBO.
           MOVE WS-CA-FILTER-FROM TO LFROMO.
           MOVE WS-CA-FILTER-TO TO LTOO.
           MOVE WS-CA-FILTER-DSN TO LDSNO.
           IF WS-ROW-COUNT = ZERO AND WS-MESSAGE = SPACES
              MOVE 'NO CATALOG ENTRIES MATCH THE FILTER' TO WS-MESSAGE
           END-IF.

       0250-LOAD-FILTERS.
           MOVE SPACES TO WS-FILTER-JOB WS-FILTER-DSN.
           MOVE ZERO TO WS-FILTER-JOB-LEN WS-FILTER-DSN-LEN.
           MOVE 'N' TO WS-JOB-PREFIX-FLAG.
           IF WS-CA-FILTER-JOB NOT = SPACES
              MOVE FUNCTION TRIM(WS-CA-FILTER-JOB) TO WS-FILTER-JOB
              COMPUTE WS-FILTER-JOB-LEN = FUNCTION LENGTH
                      (FUNCTION TRIM(WS-FILTER-JOB))
              IF WS-FILTER-JOB(WS-FILTER-JOB-LEN:1) = '*'
                 SET WS-JOB-PREFIX TO TRUE
                 SUBTRACT 1 FROM WS-FILTER-JOB-LEN
                 MOVE SPACE TO WS-FILTER-JOB(WS-FILTER-JOB-LEN + 1:1)
              END-IF
           END-IF.
           IF WS-CA-FILTER-FROM IS NUMERIC
              MOVE WS-CA-FILTER-FROM TO WS-FILTER-FROM
           ELSE
              MOVE ZERO TO WS-FILTER-FROM
           END-IF.
           IF WS-CA-FILTER-TO IS NUMERIC
              MOVE WS-CA-FILTER-TO TO WS-FILTER-TO
           ELSE
              MOVE 999999 TO WS-FILTER-TO
           END-IF.
           IF WS-CA-FILTER-DSN NOT = SPACES
              MOVE FUNCTION TRIM(WS-CA-FILTER-DSN) TO WS-FILTER-DSN
              COMPUTE WS-FILTER-DSN-LEN = FUNCTION LENGTH
                      (FUNCTION TRIM(WS-FILTER-DSN))
           END-IF.

      * Once the page is full the browse only looks for one more
      * match; WS-CA-LAST-SCANNED stays on the last entry the page
      * itself covered, so the next page starts right after it.
       0310-NEXT-ENTRY.
           EXEC CICS READNEXT FILE(WS-CATALOG-FILE)
                     INTO(ARCHCAT-RECORD)
                     RIDFLD(WS-BROWSE-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 PERFORM 0320-CONSIDER-ENTRY
              WHEN DFHRESP(ENDFILE)
                 SET WS-BROWSE-DONE TO TRUE
              WHEN OTHER
                 MOVE 'READNEXT ARCHCAT' TO WS-FAILED-OP
                 PERFORM 0990-ABORT-TASK
           END-EVALUATE.

       0320-CONSIDER-ENTRY.
           IF WS-BROWSE-KEY = WS-SKIP-KEY
              CONTINUE
           ELSE
              IF WS-FILTER-DSN-LEN > ZERO
                 AND CAT-ARCHIVE-DSN(1:WS-FILTER-DSN-LEN) NOT =
                     WS-FILTER-DSN(1:WS-FILTER-DSN-LEN)
                 SET WS-BROWSE-DONE TO TRUE
              ELSE
                 ADD 1 TO WS-ENTRIES-SCANNED
                 PERFORM 0330-APPLY-FILTERS
                 IF WS-ROW-COUNT < WS-PAGE-ROWS
                    MOVE CAT-ARCHIVE-DSN TO WS-CA-LAST-SCANNED
                    IF WS-ENTRY-MATCHES
                       PERFORM 0340-FORMAT-ROW
                    END-IF
                 ELSE
                    IF WS-ENTRY-MATCHES
                       SET WS-CA-MORE TO TRUE
                       SET WS-BROWSE-DONE TO TRUE
                    END-IF
                 END-IF
                 IF WS-ENTRIES-SCANNED NOT < WS-SCAN-LIMIT
                    AND WS-BROWSE-GOING
                    SET WS-CA-MORE TO TRUE
                    SET WS-BROWSE-DONE TO TRUE
                    MOVE 'SEARCH LIMIT REACHED, PF8 CONTINUES'
                      TO WS-MESSAGE
                 END-IF
              END-IF
           END-IF.

       0330-APPLY-FILTERS.
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

       0340-FORMAT-ROW.
           ADD 1 TO WS-ROW-COUNT.
           MOVE CAT-ARCHIVE-DSN TO WS-CA-ROW-KEY(WS-ROW-COUNT).
           MOVE CAT-ARCHIVE-DSN TO ROW-DSN.
           MOVE CAT-JOBNAME TO ROW-JOBNAME.
           MOVE CAT-RUN-DATE TO ROW-RUN-DATE.
           MOVE CAT-STATUS TO ROW-STATUS.
           MOVE CAT-VERIFY-STATUS TO ROW-VERIFIED.
           MOVE CAT-HOLD-FLAG TO ROW-HOLD-FLAG.
           MOVE CAT-VAULT-FLAG TO ROW-VAULT-FLAG.
           MOVE WS-LIST-ROW TO LROWO(WS-ROW-COUNT).

       0390-SEND-LIST.
           SET WS-CA-ON-LIST TO TRUE.
           MOVE WS-MESSAGE TO LMSGO.
           EVALUATE TRUE
              WHEN WS-CURSOR-FROM
                 MOVE -1 TO LFROML
              WHEN WS-CURSOR-TO
                 MOVE -1 TO LTOL
              WHEN WS-ROW-COUNT > ZERO
                 MOVE -1 TO LSELL(1)
              WHEN OTHER
                 MOVE -1 TO LJOBL
           END-EVALUATE.
           EXEC CICS SEND MAP(WS-LIST-MAP) MAPSET(WS-MAPSET)
                     FROM(ARCHMLO)
                     ERASE
                     CURSOR
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'SEND ARCHML' TO WS-FAILED-OP
              PERFORM 0990-ABORT-TASK
           END-IF.
        EJECT
       TITLE 'Entry detail'.
      * Show the entry as it stands now.  An action that was refused
      * leaves what the user keyed on the screen to be corrected.
       0400-SHOW-DETAIL.
           EXEC CICS READ FILE(WS-CATALOG-FILE)
                     INTO(ARCHCAT-RECORD)
                     RIDFLD(WS-CA-DETAIL-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 MOVE LOW-VALUES TO ARCHMDO
                 PERFORM 0410-FORMAT-DETAIL
                 IF WS-KEEP-INPUT
                    MOVE WS-ACTION TO DACTO
                    MOVE WS-NEW-HOLD-REF TO DNRFO
                    MOVE WS-REASON TO DRSNO
                 END-IF
                 PERFORM 0490-SEND-DETAIL
              WHEN DFHRESP(NOTFND)
                 MOVE 'ENTRY IS NO LONGER IN THE CATALOG' TO WS-MESSAGE
                 SET WS-CA-ON-LIST TO TRUE
              WHEN OTHER
                 MOVE 'READ ARCHCAT' TO WS-FAILED-OP
                 PERFORM 0990-ABORT-TASK
           END-EVALUATE.

       0410-FORMAT-DETAIL.
           MOVE CAT-ARCHIVE-DSN TO DDSNO.
           MOVE CAT-INDEX-DSN TO DIDXO.
           MOVE CAT-KEYIDX-DSN TO DKIXO.
           MOVE CAT-MIRROR-DSN TO DMIRO.
           MOVE CAT-JOBNAME TO DJOBO.
           MOVE CAT-RUN-DATE TO DRDTO.
           MOVE CAT-RUN-TIME TO DRTMO.
           MOVE CAT-ARCHIVE-GEN TO DGENO.
           MOVE CAT-PAGES TO DPGSO.
           MOVE CAT-LINES TO DLNSO.
           MOVE CAT-PAGES-SUPPRESSED TO DSUPO.
           MOVE CAT-STATUS TO DSTAO.
           EVALUATE TRUE
              WHEN CAT-STATUS-CLOSED
                 MOVE 'CLOSED' TO DSTTO
              WHEN CAT-STATUS-ERRORS
                 MOVE 'CLOSED WITH ERRORS' TO DSTTO
              WHEN CAT-STATUS-MIGRATED
                 MOVE 'MIGRATED' TO DSTTO
              WHEN CAT-STATUS-SCRATCHED
                 MOVE 'SCRATCHED' TO DSTTO
              WHEN CAT-STATUS-CONSOLIDATED
                 MOVE 'CONSOLIDATED' TO DSTTO
              WHEN OTHER
                 MOVE 'UNKNOWN' TO DSTTO
           END-EVALUATE.
           MOVE CAT-VERIFY-STATUS TO DVFSO.
           EVALUATE TRUE
              WHEN CAT-NEVER-VERIFIED
                 MOVE 'NOT YET VERIFIED' TO DVFTO
              WHEN CAT-VERIFIED-CLEAN
                 MOVE 'CERTIFIED CLEAN' TO DVFTO
              WHEN CAT-VERIFY-FAILED
                 MOVE 'FAILED' TO DVFTO
              WHEN CAT-REVERIFY-REQUESTED
                 MOVE 'RE-VERIFY PENDING' TO DVFTO
              WHEN OTHER
                 MOVE 'UNKNOWN' TO DVFTO
           END-EVALUATE.
           IF CAT-VERIFY-DATE IS NUMERIC
              MOVE CAT-VERIFY-DATE TO DVFDO
           ELSE
              MOVE SPACES TO DVFDO
           END-IF.
           MOVE CAT-PAGE-DIGEST TO DDIGO.
           MOVE CAT-HOLD-FLAG TO DHDFO.
           EVALUATE TRUE
              WHEN CAT-HOLD-FROM-FILE
                 MOVE 'HELD (ARCHHOLD)' TO DHDTO
              WHEN CAT-HOLD-ONLINE
                 MOVE 'HELD (ONLINE)' TO DHDTO
              WHEN OTHER
                 MOVE 'NOT HELD' TO DHDTO
           END-EVALUATE.
           MOVE CAT-HOLD-REF TO DHDRO.
           MOVE CAT-REVIEW-FLAG TO DREVO.
           MOVE CAT-EXPORT-FLAG TO DEXPO.
           MOVE CAT-VAULT-FLAG TO DVLTO.
           EVALUATE TRUE
              WHEN CAT-NOT-VAULTED
                 MOVE 'NOT VAULTED' TO DVLTTO
              WHEN CAT-VAULT-SHIPPED
                 MOVE 'SHIPPED' TO DVLTTO
              WHEN CAT-VAULT-RECEIVED
                 MOVE 'IN VAULT' TO DVLTTO
              WHEN CAT-VAULT-RECALLED
                 MOVE 'RECALLED' TO DVLTTO
              WHEN CAT-VAULT-DESTROYED
                 MOVE 'DESTROYED' TO DVLTTO
              WHEN OTHER
                 MOVE 'UNKNOWN' TO DVLTTO
           END-EVALUATE.
           MOVE CAT-RECON-FLAG TO DRCNO.
           EVALUATE TRUE
              WHEN CAT-NOT-RECONCILED
                 MOVE 'NOT RECONCILED' TO DRCNTO
              WHEN CAT-RECON-BALANCED
                 MOVE 'BALANCED' TO DRCNTO
              WHEN CAT-RECON-WARNING
                 MOVE 'OVER CONTROL TOTALS' TO DRCNTO
              WHEN CAT-RECON-HARD
                 MOVE 'MISMATCH' TO DRCNTO
              WHEN OTHER
                 MOVE 'UNKNOWN' TO DRCNTO
           END-EVALUATE.

       0490-SEND-DETAIL.
           SET WS-CA-ON-DETAIL TO TRUE.
           MOVE WS-MESSAGE TO DMSGO.
           EVALUATE TRUE
              WHEN WS-CURSOR-REF
                 MOVE -1 TO DNRFL
              WHEN WS-CURSOR-REASON
                 MOVE -1 TO DRSNL
              WHEN OTHER
                 MOVE -1 TO DACTL
           END-EVALUATE.
           EXEC CICS SEND MAP(WS-DETAIL-MAP) MAPSET(WS-MAPSET)
                     FROM(ARCHMDO)
                     ERASE
                     CURSOR
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'SEND ARCHMD' TO WS-FAILED-OP
              PERFORM 0990-ABORT-TASK
           END-IF.

       0500-DETAIL-INPUT.
           EVALUATE EIBAID
              WHEN DFHCLEAR
                 PERFORM 0950-END-SESSION
              WHEN DFHPF3
                 SET WS-CA-ON-LIST TO TRUE
              WHEN DFHENTER
                 PERFORM 0510-RECEIVE-DETAIL
              WHEN OTHER
                 MOVE 'KEY NOT ACTIVE ON THIS SCREEN' TO WS-MESSAGE
                 PERFORM 0400-SHOW-DETAIL
           END-EVALUATE.
           IF WS-CA-ON-LIST
              PERFORM 0300-FILL-PAGE
              PERFORM 0390-SEND-LIST
           END-IF.

       0510-RECEIVE-DETAIL.
           EXEC CICS RECEIVE MAP(WS-DETAIL-MAP) MAPSET(WS-MAPSET)
                     INTO(ARCHMDI)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(MAPFAIL)
              MOVE LOW-VALUES TO ARCHMDI
           ELSE
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'RECEIVE ARCHMD' TO WS-FAILED-OP
                 PERFORM 0990-ABORT-TASK
              END-IF
           END-IF.
           MOVE DACTI TO WS-ACTION.
           MOVE DNRFI TO WS-NEW-HOLD-REF.
           MOVE DRSNI TO WS-REASON.
           INSPECT WS-ACTION REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-NEW-HOLD-REF REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-REASON REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-ACTION CONVERTING 'hrv' TO 'HRV'.
           INSPECT WS-NEW-HOLD-REF CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           SET WS-KEEP-INPUT TO TRUE.
           EVALUATE TRUE
              WHEN WS-ACTION = SPACE
                 MOVE 'ENTER AN ACTION, OR PF3 FOR THE LIST'
                   TO WS-MESSAGE
                 SET WS-CURSOR-ACTION TO TRUE
              WHEN NOT WS-ACTION-HOLD
               AND NOT WS-ACTION-RELEASE
               AND NOT WS-ACTION-REVERIFY
                 MOVE 'ACTION MUST BE H, R OR V' TO WS-MESSAGE
                 SET WS-CURSOR-ACTION TO TRUE
              WHEN WS-ACTION-HOLD AND WS-NEW-HOLD-REF = SPACES
                 MOVE 'A HOLD NEEDS A HOLD REFERENCE' TO WS-MESSAGE
                 SET WS-CURSOR-REF TO TRUE
              WHEN WS-REASON = SPACES
                 MOVE 'GIVE THE REASON FOR THE CHANGE' TO WS-MESSAGE
                 SET WS-CURSOR-REASON TO TRUE
              WHEN OTHER
                 PERFORM 0520-CHECK-AUTHORITY
           END-EVALUATE.
           IF WS-CA-ON-DETAIL
              PERFORM 0400-SHOW-DETAIL
           END-IF.

       0520-CHECK-AUTHORITY.
           EXEC CICS QUERY SECURITY RESCLASS(WS-SEC-CLASS)
                     RESID(WS-SEC-RESOURCE)
                     RESIDLENGTH(WS-SEC-RESOURCE-LEN)
                     UPDATE(WS-UPDATE-CVDA)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              AND WS-UPDATE-CVDA = DFHVALUE(UPDATABLE)
              PERFORM 0600-APPLY-ACTION
           ELSE
              MOVE 'NOT AUTHORIZED TO CHANGE THE ARCHIVE CATALOG'
                TO WS-MESSAGE
           END-IF.
        EJECT
       TITLE 'Catalog changes and journal'.
      ******************************************************************
      * Apply the action to the entry as it stands now (not as it was
      * when the screen went out).  Order matters: the journal entry
      * is written first, then the catalog rewritten; a failed
      * rewrite rolls the unit of work back, journal entry included.
      ******************************************************************
       0600-APPLY-ACTION.
           EXEC CICS READ FILE(WS-CATALOG-FILE)
                     INTO(ARCHCAT-RECORD)
                     RIDFLD(WS-CA-DETAIL-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'ENTRY IS NO LONGER IN THE CATALOG' TO WS-MESSAGE
                 SET WS-CA-ON-LIST TO TRUE
              WHEN OTHER
                 MOVE 'READ UPDATE ARCHCAT' TO WS-FAILED-OP
                 PERFORM 0990-ABORT-TASK
           END-EVALUATE.
           IF WS-CA-ON-DETAIL
              PERFORM 0690-START-JOURNAL
              SET WS-ACTION-ALLOWED TO TRUE
              EVALUATE TRUE
                 WHEN WS-ACTION-HOLD
                    PERFORM 0610-HOLD-ENTRY
                 WHEN WS-ACTION-RELEASE
                    PERFORM 0620-RELEASE-ENTRY
                 WHEN WS-ACTION-REVERIFY
                    PERFORM 0630-REVERIFY-ENTRY
              END-EVALUATE
              IF WS-ACTION-REFUSED
                 EXEC CICS UNLOCK FILE(WS-CATALOG-FILE)
                 END-EXEC
              ELSE
                 PERFORM 0700-WRITE-CHANGE
              END-IF
           END-IF.

      * A hold from ARCHHOLD may be taken over by an online hold; the
      * ARCHHOLD card still applies at the sweep either way.
       0610-HOLD-ENTRY.
           EVALUATE TRUE
              WHEN CAT-STATUS-SCRATCHED
                 SET WS-ACTION-REFUSED TO TRUE
                 MOVE 'GENERATION IS ALREADY SCRATCHED' TO WS-MESSAGE
              WHEN CAT-HOLD-ONLINE
               AND CAT-HOLD-REF = WS-NEW-HOLD-REF
                 SET WS-ACTION-REFUSED TO TRUE
                 MOVE 'ALREADY HELD ONLINE UNDER THAT REFERENCE'
                   TO WS-MESSAGE
              WHEN OTHER
                 SET CAT-HOLD-ONLINE TO TRUE
                 MOVE WS-NEW-HOLD-REF TO CAT-HOLD-REF
                 SET JRN-ACTION-HOLD TO TRUE
                 MOVE 'HOLD RECORDED; ARCHRETN WILL KEEP THE GENERATION'
                   TO WS-DONE-MESSAGE
           END-EVALUATE.

       0620-RELEASE-ENTRY.
           EVALUATE TRUE
              WHEN NOT CAT-ON-HOLD
                 SET WS-ACTION-REFUSED TO TRUE
                 MOVE 'GENERATION IS NOT ON HOLD' TO WS-MESSAGE
              WHEN CAT-HOLD-FROM-FILE
                 SET WS-ACTION-REFUSED TO TRUE
                 MOVE 'HOLD COMES FROM ARCHHOLD - LIFT IT THERE'
                   TO WS-MESSAGE
              WHEN OTHER
                 MOVE SPACE TO CAT-HOLD-FLAG
                 MOVE SPACES TO CAT-HOLD-REF
                 SET JRN-ACTION-RELEASE TO TRUE
                 MOVE 'ONLINE HOLD RELEASED; ARCHHOLD STILL APPLIES'
                   TO WS-DONE-MESSAGE
           END-EVALUATE.

       0630-REVERIFY-ENTRY.
           EVALUATE TRUE
              WHEN NOT CAT-STATUS-CLOSED
                 SET WS-ACTION-REFUSED TO TRUE
                 MOVE 'ONLY A CLOSED GENERATION CAN BE RE-VERIFIED'
                   TO WS-MESSAGE
              WHEN CAT-NEVER-VERIFIED
              WHEN CAT-REVERIFY-REQUESTED
                 SET WS-ACTION-REFUSED TO TRUE
                 MOVE 'ALREADY WAITING FOR THE AFPPAGVF SWEEP'
                   TO WS-MESSAGE
              WHEN OTHER
                 SET CAT-REVERIFY-REQUESTED TO TRUE
                 SET JRN-ACTION-REVERIFY TO TRUE
                 MOVE 'RE-VERIFICATION REQUESTED FOR THE NEXT SWEEP'
                   TO WS-DONE-MESSAGE
           END-EVALUATE.

       0690-START-JOURNAL.
           MOVE SPACES TO ARCHJRNL-RECORD.
           MOVE ARCHCAT-RECORD TO WS-BEFORE-IMAGE.
           MOVE CAT-HOLD-FLAG TO JRN-BEF-HOLD-FLAG.
           MOVE CAT-HOLD-REF TO JRN-BEF-HOLD-REF.
           MOVE CAT-VERIFY-STATUS TO JRN-BEF-VERIFY-STATUS.
           MOVE CAT-VERIFY-DATE TO JRN-BEF-VERIFY-DATE.

       0700-WRITE-CHANGE.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYMMDD(WS-STAMP-DATE-X)
                     TIME(WS-STAMP-TIME-X)
           END-EXEC.
           MOVE WS-STAMP-DATE TO JRN-DATE.
           MOVE WS-STAMP-TIME TO JRN-TIME.
           MOVE EIBTRMID TO JRN-TERMID.
           MOVE EIBTASKN TO JRN-TASKNO.
           EXEC CICS ASSIGN USERID(JRN-USERID)
           END-EXEC.
           MOVE EIBTRNID TO JRN-TRANID.
           MOVE CAT-ARCHIVE-DSN TO JRN-ARCHIVE-DSN.
           MOVE WS-REASON TO JRN-REASON.
           MOVE CAT-HOLD-FLAG TO JRN-AFT-HOLD-FLAG.
           MOVE CAT-HOLD-REF TO JRN-AFT-HOLD-REF.
           MOVE CAT-VERIFY-STATUS TO JRN-AFT-VERIFY-STATUS.
           MOVE CAT-VERIFY-DATE TO JRN-AFT-VERIFY-DATE.
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE ARCHCAT-RECORD TO JRN-AFTER-IMAGE.
           EXEC CICS WRITE FILE(WS-JOURNAL-FILE)
                     FROM(ARCHJRNL-RECORD)
                     RIDFLD(JRN-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS UNLOCK FILE(WS-CATALOG-FILE)
              END-EXEC
              MOVE WS-RESP TO WS-RESP-DISPLAY
              STRING 'JOURNAL WRITE FAILED (RESP '
                     WS-RESP-DISPLAY
                     '), NOTHING CHANGED'
                DELIMITED BY SIZE INTO WS-MESSAGE
              END-STRING
           ELSE
              EXEC CICS REWRITE FILE(WS-CATALOG-FILE)
                        FROM(ARCHCAT-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 EXEC CICS SYNCPOINT ROLLBACK
                 END-EXEC
                 MOVE WS-RESP TO WS-RESP-DISPLAY
                 STRING 'CATALOG REWRITE FAILED (RESP '
                        WS-RESP-DISPLAY
                        '), CHANGE BACKED OUT'
                   DELIMITED BY SIZE INTO WS-MESSAGE
                 END-STRING
              ELSE
                 MOVE WS-DONE-MESSAGE TO WS-MESSAGE
                 MOVE 'N' TO WS-KEEP-INPUT-FLAG
              END-IF
           END-IF.
        EJECT
       TITLE 'Session end and abort'.
       0950-END-SESSION.
           EXEC CICS SEND TEXT FROM(WS-END-TEXT)
                     LENGTH(LENGTH OF WS-END-TEXT)
                     ERASE
                     FREEKB
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.

      * Anything unexpected from CICS ends the conversation with the
      * failing request and its RESP on the screen; a catalog update
      * in flight is backed out with the task.
       0990-ABORT-TASK.
           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC.
           MOVE WS-RESP TO WS-RESP-DISPLAY.
           MOVE SPACES TO WS-MESSAGE.
           STRING PGMNAME ' ' DELIMITED BY SIZE
                  WS-FAILED-OP DELIMITED BY '  '
                  ' FAILED, RESP ' WS-RESP-DISPLAY
                  DELIMITED BY SIZE INTO WS-MESSAGE
           END-STRING.
           EXEC CICS SEND TEXT FROM(WS-MESSAGE)
                     LENGTH(LENGTH OF WS-MESSAGE)
                     ERASE
                     FREEKB
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.
