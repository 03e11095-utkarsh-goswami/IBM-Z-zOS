       PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
      * LAST UPDATE ON 15 Oct 2026 AT 09:00:00 BY MAINT    VERSION 03  *
       ID DIVISION.
       PROGRAM-ID. AFPAUDRP.
       AUTHOR. TURETZKY--HYDRA.
                 retrieved what, when, from which archive dataset,
                 how much was delivered, and with what return code.
                 Exception-review pulls (type EXCP) are flagged on
                 their detail lines and totaled separately.  Content
                 searches (type SRCH, one record per generation
                 ARCHSRCH searched) are listed with the pages hit
                 as delivered and totaled as searches, apart from
                 the full-content and redacted retrievals.

                 Filter statements (AUDPARM DD, one per card,
                 keyword=value; all optional, all applied together):
                   USER=userid      requesting user
                   FROM=yymmdd      earliest request date
                   TO=yymmdd        latest request date
                   CONTENT=REDACTED only deliveries masked under a
                                    redaction profile, or
                   CONTENT=FULL     only full-content deliveries
                                    (either CONTENT= leaves out
                                    content searches)
                 Cards with * in column 1 are comments.  With no
                 AUDPARM DD (or no cards) every record is reported.


                 RC=0 requests reported, RC=4 nothing matched,
                 RC=12 audit dataset unusable.

                 Maintenance history:
                 - Redacted retrievals are broken out from full-
                   content ones: each detail line shows the redaction
                   profile the delivery was masked under (blank for
                   full content), the per-job summary counts redacted
                   and full-content requests and the fields masked,
                   the run totals say the same, and CONTENT= selects
                   either kind.  AFPAUDIT is now LRECL 160 (see the
                   AFPAUDTR copybook).
                 - ARCHSRCH content searches (type SRCH) are counted
                   as searches per job and in the run totals instead
                   of as full-content retrievals; CONTENT= leaves
                   them out.
       DATE-WRITTEN. 02 Sep 2026.
       DATE-COMPILED.
       SECURITY. IBM SAMPLE CODE ONLY.
       DATA DIVISION.
       FILE SECTION.
       FD  AFPAUDIT-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY AFPAUDTR SUPPRESS.
       FD  AUDPARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-FILTER-USER          PIC X(8)  VALUE SPACES.
       77  WS-FILTER-FROM          PIC 9(6) VALUE ZERO.
       77  WS-FILTER-TO            PIC 9(6) VALUE 999999.
       01  WS-FILTER-CONTENT       PIC X(8)  VALUE SPACES.
           88  WS-ONLY-REDACTED    VALUE 'REDACTED'.
           88  WS-ONLY-FULL        VALUE 'FULL'.
            SKIP1
       77  WS-RECORDS-READ         PIC 9(8) BINARY VALUE ZERO.
       77  WS-RECORDS-LISTED       PIC 9(8) BINARY VALUE ZERO.
       77  WS-EXCP-PULLS           PIC 9(8) BINARY VALUE ZERO.
       77  WS-REDACTED-PULLS       PIC 9(8) BINARY VALUE ZERO.
       77  WS-FULL-PULLS           PIC 9(8) BINARY VALUE ZERO.
       77  WS-SEARCHES             PIC 9(8) BINARY VALUE ZERO.
       77  WS-FIELDS-MASKED        PIC 9(10) BINARY VALUE ZERO.
      * Fields masked on the current record; blank on records that
      * predate the redaction fields.
       77  WS-REC-MASKED           PIC 9(8) BINARY VALUE ZERO.
       77  WS-MATCH-FLAG           PIC X VALUE 'N'.
           88  WS-ENTRY-MATCHES    VALUE 'Y'.
           88  WS-ENTRY-SKIPPED    VALUE 'N'.
               10  WS-JT-REQUESTS  PIC 9(8) BINARY.
               10  WS-JT-RECORDS   PIC 9(10) BINARY.
               10  WS-JT-EXCP      PIC 9(8) BINARY.
               10  WS-JT-REDACTED  PIC 9(8) BINARY.
               10  WS-JT-FULL      PIC 9(8) BINARY.
               10  WS-JT-MASKED    PIC 9(10) BINARY.
               10  WS-JT-SEARCHES  PIC 9(8) BINARY.
       77  WS-FOUND-FLAG           PIC X VALUE 'N'.
           88  WS-JOB-FOUND        VALUE 'Y'.
           88  WS-JOB-NOTFOUND     VALUE 'N'.
               'ARCHIVE DATASET NAME'.
           05  FILLER              PIC X(10) VALUE 'DELIVERED'.
           05  FILLER              PIC X(10) VALUE 'RECORDS'.
           05  FILLER              PIC X(7)  VALUE 'RC'.
           05  FILLER              PIC X(8)  VALUE 'PROFILE'.
           05  FILLER              PIC X(7)  VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  FILLER              PIC XX    VALUE SPACES.
           05  DET-DATE            PIC 9(6).
           05  DET-RECORDS         PIC ZZZZZZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  DET-RC              PIC ZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  DET-PROFILE         PIC X(8).
           05  FILLER              PIC X(5)  VALUE SPACES.
       01  WS-JOB-HEAD.
           05  FILLER              PIC X(12) VALUE '  JOBNAME'.
           05  FILLER              PIC X(12) VALUE 'REQUESTS'.
           05  FILLER              PIC X(14) VALUE 'RECORDS'.
           05  FILLER              PIC X(12) VALUE 'EXCP PULLS'.
           05  FILLER              PIC X(10) VALUE 'REDACTED'.
           05  FILLER              PIC X(10) VALUE 'FULL'.
           05  FILLER              PIC X(14) VALUE 'FIELDS MASKED'.
           05  FILLER              PIC X(10) VALUE 'SEARCHES'.
           05  FILLER              PIC X(38) VALUE SPACES.
       01  WS-JOB-LINE.
           05  FILLER              PIC XX    VALUE SPACES.
           05  JBL-JOBNAME         PIC X(8).
           05  JBL-RECORDS         PIC Z(12)9    .
           05  FILLER              PIC X     VALUE SPACES.
           05  JBL-EXCP            PIC ZZZZZZZ9.
           05  FILLER              PIC X(6)  VALUE SPACES.
           05  JBL-REDACTED        PIC ZZZZZZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  JBL-FULL            PIC ZZZZZZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  JBL-MASKED          PIC Z(9)9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  JBL-SEARCHES        PIC ZZZZZZZ9.
           05  FILLER              PIC X(40) VALUE SPACES.
       77  WS-DELIVERED-SUM        PIC 9(8) VALUE ZERO.
        EJECT
       TITLE 'Mainline'.
                   WS-RECORDS-LISTED.
           DISPLAY PGMNAME ' EXCEPTION-REVIEW PULLS: '
                   WS-EXCP-PULLS.
           DISPLAY PGMNAME ' REDACTED RETRIEVALS:  '
                   WS-REDACTED-PULLS.
           DISPLAY PGMNAME ' FULL-CONTENT RETRIEVALS: '
                   WS-FULL-PULLS.
           DISPLAY PGMNAME ' FIELDS MASKED:        '
                   WS-FIELDS-MASKED.
           DISPLAY PGMNAME ' CONTENT SEARCHES:     '
                   WS-SEARCHES.
           IF WS-RECORDS-LISTED = ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
                    COMPUTE WS-FILTER-TO =
                       FUNCTION NUMVAL(WS-CARD-VALUE)
                    END-COMPUTE
                 WHEN 'CONTENT'
                    MOVE FUNCTION TRIM(WS-CARD-VALUE)
                      TO WS-FILTER-CONTENT
                    IF NOT WS-ONLY-REDACTED AND NOT WS-ONLY-FULL
                       DISPLAY PGMNAME ' CONTENT MUST BE REDACTED '
                               'OR FULL: ' AUDPARM-RECORD(1:40)
                       MOVE SPACES TO WS-FILTER-CONTENT
                    END-IF
                 WHEN OTHER
                    DISPLAY PGMNAME ' UNRECOGNIZED FILTER CARD: '
                            AUDPARM-RECORD(1:40)
                 SET WS-ENTRY-SKIPPED TO TRUE
              END-IF
           END-IF.
           IF WS-ENTRY-MATCHES
              IF (WS-ONLY-REDACTED AND AUD-FULL-CONTENT)
                 OR (WS-ONLY-FULL AND NOT AUD-FULL-CONTENT)
                 OR (WS-FILTER-CONTENT NOT = SPACES
                     AND AUD-TYPE-SEARCH)
                 SET WS-ENTRY-SKIPPED TO TRUE
              END-IF
           END-IF.

       0220-WRITE-DETAIL.
           MOVE AUD-DATE TO DET-DATE.
           MOVE WS-DELIVERED-SUM TO DET-DELIVERED.
           MOVE AUD-RECORDS TO DET-RECORDS.
           MOVE AUD-RETCODE TO DET-RC.
           MOVE AUD-RDX-PROFILE TO DET-PROFILE.
           WRITE AUDRPRT-RECORD FROM WS-DETAIL-LINE.
           ADD 1 TO WS-RECORDS-LISTED.
           IF AUD-TYPE-EXCEPT
              ADD 1 TO WS-EXCP-PULLS
           END-IF.
           MOVE ZERO TO WS-REC-MASKED.
           IF AUD-RDX-MASKED-X NOT = SPACES
              AND AUD-RDX-MASKED IS NUMERIC
              MOVE AUD-RDX-MASKED TO WS-REC-MASKED
           END-IF.
           EVALUATE TRUE
              WHEN AUD-TYPE-SEARCH
                 ADD 1 TO WS-SEARCHES
              WHEN AUD-FULL-CONTENT
                 ADD 1 TO WS-FULL-PULLS
              WHEN OTHER
                 ADD 1 TO WS-REDACTED-PULLS
                 ADD WS-REC-MASKED TO WS-FIELDS-MASKED
           END-EVALUATE.

       0300-ROLL-UP-JOB.
           SET WS-JOB-NOTFOUND TO TRUE.
                 IF AUD-TYPE-EXCEPT
                    ADD 1 TO WS-JT-EXCP(JOB-IDX)
                 END-IF
                 PERFORM 0310-ROLL-UP-CONTENT
              END-IF
           END-PERFORM.
           IF WS-JOB-NOTFOUND
                 ELSE
                    MOVE ZERO TO WS-JT-EXCP(JOB-IDX)
                 END-IF
                 MOVE ZERO TO WS-JT-REDACTED(JOB-IDX)
                              WS-JT-FULL(JOB-IDX)
                              WS-JT-MASKED(JOB-IDX)
                              WS-JT-SEARCHES(JOB-IDX)
                 PERFORM 0310-ROLL-UP-CONTENT
              ELSE
                 ADD 1 TO WS-JOB-OVERFLOW
              END-IF
           END-IF.

       0310-ROLL-UP-CONTENT.
           EVALUATE TRUE
              WHEN AUD-TYPE-SEARCH
                 ADD 1 TO WS-JT-SEARCHES(JOB-IDX)
              WHEN AUD-FULL-CONTENT
                 ADD 1 TO WS-JT-FULL(JOB-IDX)
              WHEN OTHER
                 ADD 1 TO WS-JT-REDACTED(JOB-IDX)
                 ADD WS-REC-MASKED TO WS-JT-MASKED(JOB-IDX)
           END-EVALUATE.
        EJECT
       TITLE 'Per-job summary'.
       0400-WRITE-JOB-SUMMARY.
              MOVE WS-JT-REQUESTS(JOB-IDX) TO JBL-REQUESTS
              MOVE WS-JT-RECORDS(JOB-IDX) TO JBL-RECORDS
              MOVE WS-JT-EXCP(JOB-IDX) TO JBL-EXCP
              MOVE WS-JT-REDACTED(JOB-IDX) TO JBL-REDACTED
              MOVE WS-JT-FULL(JOB-IDX) TO JBL-FULL
              MOVE WS-JT-MASKED(JOB-IDX) TO JBL-MASKED
              MOVE WS-JT-SEARCHES(JOB-IDX) TO JBL-SEARCHES
              WRITE AUDRPRT-RECORD FROM WS-JOB-LINE
           END-PERFORM.
           IF WS-JOB-OVERFLOW > ZERO
