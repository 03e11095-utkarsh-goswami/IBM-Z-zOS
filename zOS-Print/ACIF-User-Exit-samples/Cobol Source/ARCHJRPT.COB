       PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
      * LAST UPDATE ON 15 Oct 2026 AT 09:00:00 BY MAINT    VERSION 03  *
       ID DIVISION.
       PROGRAM-ID. ARCHJRPT.
       AUTHOR. TURETZKY--HYDRA.
       INSTALLATION. IBM BOULDER PROGRAMMING CENTER.

                 Archive catalog change journal report.  Lists the
                 changes made to ARCHCAT entries through the online
                 catalog transaction (ARCHCATO), as recorded in the
                 ARCHJRNL KSDS: when, by which userid from which
                 terminal, what was done to which generation and why,
                 and the hold and verification fields before and
                 after.  The totals break the changes out by action
                 and by userid, for the periodic compliance review.

                 Selection statements (JRPTPARM DD, one per card,
                 keyword=value; all optional, all applied together):
                   FROM=yymmdd      earliest change date to list
                   TO=yymmdd        latest change date to list
                   USER=userid      changes by one userid only
                   DSN=prefix       archive DSN prefix
                   ACTION=action    HOLD, RELEASE or REVERIFY only
                 With neither FROM nor TO the report covers the
                 previous calendar month, so the monthly compliance
                 job needs no cards.  Cards with * in column 1 are
                 comments.  The report goes to JRPTRPT.

                 RC=0 changes listed, RC=4 no changes in the period,
                 RC=12 journal not usable; a read error part way
                 through ends the listing there, notes it on the
                 report and is also RC=12.

                 Maintenance history:
                 - A journal read error ends the listing with RC=12
                   instead of being taken for the end of the period.
                 - An empty journal (nothing changed online since it
                   was defined) is reported as no changes, RC=4,
                   instead of failing the open.
       DATE-WRITTEN. 15 Oct 2026.
       DATE-COMPILED.
       SECURITY. IBM SAMPLE CODE ONLY.
       TITLE 'Archive Catalog Change Journal Report'.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The journal key leads with the change date, so the report
      * starts at the FROM date and stops past the TO date.
           SELECT ARCHJRNL-FILE       ASSIGN TO ARCHJRNL,
                                      ORGANIZATION INDEXED,
                                      ACCESS DYNAMIC,
                                      RECORD KEY JRN-KEY,
                                      FILE STATUS ARCHJRNL-STATUS.
           SELECT OPTIONAL JRPTPARM-FILE ASSIGN TO JRPTPARM,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS JRPTPARM-STATUS.
           SELECT JRPTRPT-FILE        ASSIGN TO JRPTRPT,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS JRPTRPT-STATUS.
        EJECT
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHJRNL-FILE
           RECORD CONTAINS 704 CHARACTERS.
           COPY ARCHJRNR SUPPRESS.
       FD  JRPTPARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  JRPTPARM-RECORD            PIC X(80).
       FD  JRPTRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  JRPTRPT-RECORD             PIC X(132).
       WORKING-STORAGE SECTION.
       01  PGMNAME                 PIC X(8) VALUE 'ARCHJRPT'.
       77  ARCHJRNL-STATUS         PIC 99.
           88  ARCHJRNL-OK         VALUE 00.
           88  ARCHJRNL-EOF        VALUE 10.
           88  ARCHJRNL-NOTFND     VALUE 23.
           88  ARCHJRNL-EMPTY      VALUE 35.
       77  JRPTPARM-STATUS         PIC 99.
           88  JRPTPARM-OK         VALUE 00.
           88  JRPTPARM-EOF        VALUE 10.
       77  JRPTRPT-STATUS          PIC 99.
           88  JRPTRPT-OK          VALUE 00.
            SKIP1
       01  WS-PARM-CARD.
           05  WS-CARD-KEYWORD     PIC X(16).
           05  WS-CARD-VALUE       PIC X(64).
       77  WS-FILTER-FROM          PIC 9(6) VALUE ZERO.
       77  WS-FILTER-TO            PIC 9(6) VALUE 999999.
       77  WS-PERIOD-FLAG          PIC X VALUE 'N'.
           88  WS-PERIOD-GIVEN     VALUE 'Y'.
       01  WS-FILTER-USER          PIC X(8)  VALUE SPACES.
       01  WS-FILTER-DSN           PIC X(44) VALUE SPACES.
       77  WS-FILTER-DSN-LEN       PIC S9(4) BINARY VALUE ZERO.
       01  WS-FILTER-ACTION        PIC X(8)  VALUE SPACES.
       77  WS-MATCH-FLAG           PIC X VALUE 'N'.
           88  WS-ENTRY-MATCHES    VALUE 'Y'.
           88  WS-ENTRY-SKIPPED    VALUE 'N'.
       77  WS-READ-FLAG            PIC X VALUE 'N'.
           88  WS-READ-DONE        VALUE 'Y'.
       77  WS-JRNL-ERROR-FLAG      PIC X VALUE 'N'.
           88  WS-JRNL-ERROR       VALUE 'Y'.
       77  WS-JRNL-EMPTY-FLAG      PIC X VALUE 'N'.
           88  WS-JRNL-EMPTY       VALUE 'Y'.
       01  WS-CURRENT-DATE.
           05  WS-CUR-YY           PIC 99.
           05  WS-CUR-MM           PIC 99.
           05  WS-CUR-DD           PIC 99.
       77  WS-PRIOR-YY             PIC 99 VALUE ZERO.
       77  WS-PRIOR-MM             PIC 99 VALUE ZERO.
            SKIP1
      * Changes per userid for the totals.  A period with more
      * userids than the table holds lumps the rest together.
       77  WS-USER-COUNT           PIC 9(4) BINARY VALUE ZERO.
       77  WS-USER-FOUND-SUB       PIC 9(4) BINARY VALUE ZERO.
       01  WS-USER-TABLE.
           05  WS-USER-ENTRY OCCURS 200 TIMES INDEXED BY USR-IDX.
               10  WS-USR-USERID   PIC X(8).
               10  WS-USR-CHANGES  PIC 9(8) BINARY.
       77  WS-OTHER-USER-CHANGES   PIC 9(8) BINARY VALUE ZERO.
            SKIP1
      * Run totals.
       77  WS-ENTRIES-READ         PIC 9(8) BINARY VALUE ZERO.
       77  WS-ENTRIES-LISTED       PIC 9(8) BINARY VALUE ZERO.
       77  WS-HOLDS                PIC 9(8) BINARY VALUE ZERO.
       77  WS-RELEASES             PIC 9(8) BINARY VALUE ZERO.
       77  WS-REVERIFIES           PIC 9(8) BINARY VALUE ZERO.
            SKIP1
       01  WS-TITLE-LINE.
           05  FILLER              PIC X(40) VALUE
               '  ARCHIVE CATALOG CHANGE JOURNAL  FROM '.
           05  TTL-FROM            PIC 9(6).
           05  FILLER              PIC X(4)  VALUE ' TO '.
           05  TTL-TO              PIC 9(6).
           05  FILLER              PIC X(76) VALUE SPACES.
       01  WS-HEADING-1.
           05  FILLER              PIC X(10) VALUE '  DATE'.
           05  FILLER              PIC X(8)  VALUE 'TIME'.
           05  FILLER              PIC X(10) VALUE 'USERID'.
           05  FILLER              PIC X(6)  VALUE 'TERM'.
           05  FILLER              PIC X(10) VALUE 'ACTION'.
           05  FILLER              PIC X(88) VALUE
               'ARCHIVE DATASET NAME'.
       01  WS-HEADING-2.
           05  FILLER              PIC X(12) VALUE SPACES.
           05  FILLER              PIC X(31) VALUE
               'HOLD BEFORE -> AFTER'.
           05  FILLER              PIC X(29) VALUE
               'VERIFY BEFORE -> AFTER'.
           05  FILLER              PIC X(60) VALUE 'REASON'.
       01  WS-DETAIL-LINE.
           05  FILLER              PIC XX    VALUE SPACES.
           05  DET-DATE            PIC 9(6).
           05  FILLER              PIC XX    VALUE SPACES.
           05  DET-TIME            PIC 9(6).
           05  FILLER              PIC XX    VALUE SPACES.
           05  DET-USERID          PIC X(8).
           05  FILLER              PIC XX    VALUE SPACES.
           05  DET-TERMID          PIC X(4).
           05  FILLER              PIC XX    VALUE SPACES.
           05  DET-ACTION          PIC X(8).
           05  FILLER              PIC XX    VALUE SPACES.
           05  DET-DSN             PIC X(44).
           05  FILLER              PIC X(44) VALUE SPACES.
       01  WS-CHANGE-LINE.
           05  FILLER              PIC X(12) VALUE SPACES.
           05  CHG-BEF-HOLD-FLAG   PIC X.
           05  FILLER              PIC X     VALUE '/'.
           05  CHG-BEF-HOLD-REF    PIC X(8).
           05  FILLER              PIC X(4)  VALUE ' -> '.
           05  CHG-AFT-HOLD-FLAG   PIC X.
           05  FILLER              PIC X     VALUE '/'.
           05  CHG-AFT-HOLD-REF    PIC X(8).
           05  FILLER              PIC X(7)  VALUE SPACES.
           05  CHG-BEF-VERIFY-STATUS PIC X.
           05  FILLER              PIC X     VALUE '/'.
           05  CHG-BEF-VERIFY-DATE PIC X(6).
           05  FILLER              PIC X(4)  VALUE ' -> '.
           05  CHG-AFT-VERIFY-STATUS PIC X.
           05  FILLER              PIC X     VALUE '/'.
           05  CHG-AFT-VERIFY-DATE PIC X(6).
           05  FILLER              PIC X(9)  VALUE SPACES.
           05  CHG-REASON          PIC X(40).
           05  FILLER              PIC X(20) VALUE SPACES.
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
           DISPLAY PGMNAME ' CATALOG CHANGE JOURNAL REPORT STARTING'.
           ACCEPT WS-CURRENT-DATE FROM DATE.
           PERFORM 0100-READ-PARMS.
           IF NOT WS-PERIOD-GIVEN
              PERFORM 0150-DEFAULT-PERIOD
           END-IF.
      * A journal defined but never written to opens with status 35:
      * nothing has changed online, which is an empty report, not an
      * unusable journal.
           OPEN INPUT ARCHJRNL-FILE.
           IF ARCHJRNL-EMPTY
              DISPLAY PGMNAME ' ARCHJRNL EMPTY, NO CHANGES JOURNALED'
              SET WS-JRNL-EMPTY TO TRUE
           ELSE
              IF NOT ARCHJRNL-OK
                 DISPLAY PGMNAME ' ARCHJRNL STATUS AFTER OPEN '
                         ARCHJRNL-STATUS
                 PERFORM 0990-ABORT-RUN
              END-IF
           END-IF.
           OPEN OUTPUT JRPTRPT-FILE.
           IF NOT JRPTRPT-OK
              DISPLAY PGMNAME ' JRPTRPT STATUS AFTER OPEN '
                      JRPTRPT-STATUS
              IF NOT WS-JRNL-EMPTY
                 CLOSE ARCHJRNL-FILE
              END-IF
              PERFORM 0990-ABORT-RUN
           END-IF.
           PERFORM 0200-WRITE-HEADINGS.
           IF NOT WS-JRNL-EMPTY
              PERFORM 0300-POSITION-JOURNAL
              PERFORM 0310-LIST-ONE-ENTRY
                UNTIL WS-READ-DONE
           END-IF.
           PERFORM 0700-SUMMARY.
           IF NOT WS-JRNL-EMPTY
              CLOSE ARCHJRNL-FILE
           END-IF.
           CLOSE JRPTRPT-FILE.
           DISPLAY PGMNAME ' JOURNAL ENTRIES READ:   ' WS-ENTRIES-READ.
           DISPLAY PGMNAME ' JOURNAL ENTRIES LISTED: '
                   WS-ENTRIES-LISTED.
           EVALUATE TRUE
              WHEN WS-JRNL-ERROR
                 MOVE 12 TO RETURN-CODE
              WHEN WS-ENTRIES-LISTED = ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
        EJECT
       TITLE 'Parameters'.
       0100-READ-PARMS.
           OPEN INPUT JRPTPARM-FILE.
           IF JRPTPARM-OK
              PERFORM 0110-READ-ONE-CARD
                UNTIL JRPTPARM-EOF
              CLOSE JRPTPARM-FILE
           END-IF.

       0110-READ-ONE-CARD.
           READ JRPTPARM-FILE
              AT END
                 CONTINUE
              NOT AT END
                 PERFORM 0120-PARSE-CARD
           END-READ.

       0120-PARSE-CARD.
           IF JRPTPARM-RECORD = SPACES
              OR JRPTPARM-RECORD(1:1) = '*'
              CONTINUE
           ELSE
              MOVE SPACES TO WS-CARD-KEYWORD WS-CARD-VALUE
              UNSTRING JRPTPARM-RECORD DELIMITED BY '='
                 INTO WS-CARD-KEYWORD WS-CARD-VALUE
              END-UNSTRING
              EVALUATE FUNCTION TRIM(WS-CARD-KEYWORD)
                 WHEN 'FROM'
                    COMPUTE WS-FILTER-FROM =
                       FUNCTION NUMVAL(WS-CARD-VALUE)
                    END-COMPUTE
                    SET WS-PERIOD-GIVEN TO TRUE
                 WHEN 'TO'
                    COMPUTE WS-FILTER-TO =
                       FUNCTION NUMVAL(WS-CARD-VALUE)
                    END-COMPUTE
                    SET WS-PERIOD-GIVEN TO TRUE
                 WHEN 'USER'
                    MOVE FUNCTION TRIM(WS-CARD-VALUE)
                      TO WS-FILTER-USER
                 WHEN 'DSN'
                    MOVE FUNCTION TRIM(WS-CARD-VALUE)
                      TO WS-FILTER-DSN
                    COMPUTE WS-FILTER-DSN-LEN = FUNCTION LENGTH
                       (FUNCTION TRIM(WS-FILTER-DSN))
                    END-COMPUTE
                 WHEN 'ACTION'
                    MOVE FUNCTION TRIM(WS-CARD-VALUE)
                      TO WS-FILTER-ACTION
                 WHEN OTHER
                    DISPLAY PGMNAME ' UNRECOGNIZED PARM CARD: '
                            JRPTPARM-RECORD(1:40)
              END-EVALUATE
           END-IF.

      * No FROM/TO: the whole of the previous calendar month (day 31
      * as the upper bound serves every month).
       0150-DEFAULT-PERIOD.
           IF WS-CUR-MM = 1
              MOVE 12 TO WS-PRIOR-MM
              IF WS-CUR-YY = ZERO
                 MOVE 99 TO WS-PRIOR-YY
              ELSE
                 COMPUTE WS-PRIOR-YY = WS-CUR-YY - 1
              END-IF
           ELSE
              MOVE WS-CUR-YY TO WS-PRIOR-YY
              COMPUTE WS-PRIOR-MM = WS-CUR-MM - 1
           END-IF.
           COMPUTE WS-FILTER-FROM =
                   WS-PRIOR-YY * 10000 + WS-PRIOR-MM * 100 + 1.
           COMPUTE WS-FILTER-TO =
                   WS-PRIOR-YY * 10000 + WS-PRIOR-MM * 100 + 31.
        EJECT
       TITLE 'Journal listing'.
       0200-WRITE-HEADINGS.
           MOVE WS-FILTER-FROM TO TTL-FROM.
           MOVE WS-FILTER-TO TO TTL-TO.
           WRITE JRPTRPT-RECORD FROM WS-TITLE-LINE.
           MOVE SPACES TO JRPTRPT-RECORD.
           WRITE JRPTRPT-RECORD.
           WRITE JRPTRPT-RECORD FROM WS-HEADING-1.
           WRITE JRPTRPT-RECORD FROM WS-HEADING-2.
           MOVE SPACES TO JRPTRPT-RECORD.
           WRITE JRPTRPT-RECORD.

       0300-POSITION-JOURNAL.
           MOVE LOW-VALUES TO JRN-KEY.
           MOVE WS-FILTER-FROM TO JRN-DATE.
           START ARCHJRNL-FILE KEY NOT < JRN-KEY
              INVALID KEY
                 SET WS-READ-DONE TO TRUE
           END-START.

       0310-LIST-ONE-ENTRY.
           READ ARCHJRNL-FILE NEXT
              AT END
                 SET WS-READ-DONE TO TRUE
              NOT AT END
                 IF JRN-DATE > WS-FILTER-TO
                    SET WS-READ-DONE TO TRUE
                 ELSE
                    ADD 1 TO WS-ENTRIES-READ
                    PERFORM 0320-APPLY-FILTERS
                    IF WS-ENTRY-MATCHES
                       PERFORM 0330-WRITE-ENTRY
                    END-IF
                 END-IF
           END-READ.
           IF NOT ARCHJRNL-OK AND NOT ARCHJRNL-EOF
              DISPLAY PGMNAME ' ARCHJRNL STATUS ' ARCHJRNL-STATUS
                      ' ON READ, LISTING ENDED'
              SET WS-JRNL-ERROR TO TRUE
              SET WS-READ-DONE TO TRUE
           END-IF.

       0320-APPLY-FILTERS.
           SET WS-ENTRY-MATCHES TO TRUE.
           IF WS-FILTER-USER NOT = SPACES
              AND JRN-USERID NOT = WS-FILTER-USER
              SET WS-ENTRY-SKIPPED TO TRUE
           END-IF.
           IF WS-FILTER-ACTION NOT = SPACES
              AND JRN-ACTION NOT = WS-FILTER-ACTION
              SET WS-ENTRY-SKIPPED TO TRUE
           END-IF.
           IF WS-ENTRY-MATCHES AND WS-FILTER-DSN-LEN > 0
              IF JRN-ARCHIVE-DSN(1:WS-FILTER-DSN-LEN) NOT =
                 WS-FILTER-DSN(1:WS-FILTER-DSN-LEN)
                 SET WS-ENTRY-SKIPPED TO TRUE
              END-IF
           END-IF.

       0330-WRITE-ENTRY.
           MOVE JRN-DATE TO DET-DATE.
           MOVE JRN-TIME TO DET-TIME.
           MOVE JRN-USERID TO DET-USERID.
           MOVE JRN-TERMID TO DET-TERMID.
           MOVE JRN-ACTION TO DET-ACTION.
           MOVE JRN-ARCHIVE-DSN TO DET-DSN.
           WRITE JRPTRPT-RECORD FROM WS-DETAIL-LINE.
           MOVE JRN-BEF-HOLD-FLAG TO CHG-BEF-HOLD-FLAG.
           MOVE JRN-BEF-HOLD-REF TO CHG-BEF-HOLD-REF.
           MOVE JRN-AFT-HOLD-FLAG TO CHG-AFT-HOLD-FLAG.
           MOVE JRN-AFT-HOLD-REF TO CHG-AFT-HOLD-REF.
           MOVE JRN-BEF-VERIFY-STATUS TO CHG-BEF-VERIFY-STATUS.
           MOVE JRN-BEF-VERIFY-DATE TO CHG-BEF-VERIFY-DATE.
           MOVE JRN-AFT-VERIFY-STATUS TO CHG-AFT-VERIFY-STATUS.
           MOVE JRN-AFT-VERIFY-DATE TO CHG-AFT-VERIFY-DATE.
           MOVE JRN-REASON TO CHG-REASON.
           WRITE JRPTRPT-RECORD FROM WS-CHANGE-LINE.
           ADD 1 TO WS-ENTRIES-LISTED.
           EVALUATE TRUE
              WHEN JRN-ACTION-HOLD
                 ADD 1 TO WS-HOLDS
              WHEN JRN-ACTION-RELEASE
                 ADD 1 TO WS-RELEASES
              WHEN JRN-ACTION-REVERIFY
                 ADD 1 TO WS-REVERIFIES
           END-EVALUATE.
           PERFORM 0340-COUNT-USER.

       0340-COUNT-USER.
           MOVE ZERO TO WS-USER-FOUND-SUB.
           PERFORM VARYING USR-IDX FROM 1 BY 1
                   UNTIL USR-IDX > WS-USER-COUNT
                      OR WS-USER-FOUND-SUB > ZERO
              IF WS-USR-USERID(USR-IDX) = JRN-USERID
                 SET WS-USER-FOUND-SUB TO USR-IDX
              END-IF
           END-PERFORM.
           IF WS-USER-FOUND-SUB > ZERO
              SET USR-IDX TO WS-USER-FOUND-SUB
              ADD 1 TO WS-USR-CHANGES(USR-IDX)
           ELSE
              IF WS-USER-COUNT < 200
                 ADD 1 TO WS-USER-COUNT
                 SET USR-IDX TO WS-USER-COUNT
                 MOVE JRN-USERID TO WS-USR-USERID(USR-IDX)
                 MOVE 1 TO WS-USR-CHANGES(USR-IDX)
              ELSE
                 ADD 1 TO WS-OTHER-USER-CHANGES
              END-IF
           END-IF.
        EJECT
       TITLE 'Summary'.
       0700-SUMMARY.
           MOVE SPACES TO JRPTRPT-RECORD.
           WRITE JRPTRPT-RECORD.
           IF WS-JRNL-ERROR
              MOVE '*** JOURNAL READ ERROR -- REPORT INCOMPLETE ***'
                TO JRPTRPT-RECORD
              WRITE JRPTRPT-RECORD
              MOVE SPACES TO JRPTRPT-RECORD
              WRITE JRPTRPT-RECORD
           END-IF.
           MOVE 'JOURNAL ENTRIES IN PERIOD' TO SUM-LABEL.
           MOVE WS-ENTRIES-READ TO SUM-COUNT.
           PERFORM 0710-SUMMARY-LINE.
           MOVE 'CHANGES LISTED' TO SUM-LABEL.
           MOVE WS-ENTRIES-LISTED TO SUM-COUNT.
           PERFORM 0710-SUMMARY-LINE.
           MOVE '  HOLDS ENTERED' TO SUM-LABEL.
           MOVE WS-HOLDS TO SUM-COUNT.
           PERFORM 0710-SUMMARY-LINE.
           MOVE '  HOLDS RELEASED' TO SUM-LABEL.
           MOVE WS-RELEASES TO SUM-COUNT.
           PERFORM 0710-SUMMARY-LINE.
           MOVE '  RE-VERIFICATIONS REQUESTED' TO SUM-LABEL.
           MOVE WS-REVERIFIES TO SUM-COUNT.
           PERFORM 0710-SUMMARY-LINE.
           MOVE SPACES TO JRPTRPT-RECORD.
           WRITE JRPTRPT-RECORD.
           MOVE SPACES TO JRPTRPT-RECORD.
           MOVE '  CHANGES BY USERID' TO JRPTRPT-RECORD.
           WRITE JRPTRPT-RECORD.
           PERFORM VARYING USR-IDX FROM 1 BY 1
                   UNTIL USR-IDX > WS-USER-COUNT
              MOVE SPACES TO SUM-LABEL
              MOVE WS-USR-USERID(USR-IDX) TO SUM-LABEL(3:8)
              MOVE WS-USR-CHANGES(USR-IDX) TO SUM-COUNT
              PERFORM 0710-SUMMARY-LINE
           END-PERFORM.
           IF WS-OTHER-USER-CHANGES > ZERO
              MOVE '  (ALL OTHER USERIDS)' TO SUM-LABEL
              MOVE WS-OTHER-USER-CHANGES TO SUM-COUNT
              PERFORM 0710-SUMMARY-LINE
           END-IF.

       0710-SUMMARY-LINE.
           WRITE JRPTRPT-RECORD FROM WS-SUMMARY-LINE.

       0990-ABORT-RUN.
           MOVE 12 TO RETURN-CODE.
           GOBACK.
