       PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
      * LAST UPDATE ON 15 Oct 2026 AT 09:00:00 BY MAINT    VERSION 08  *
       ID DIVISION.
       PROGRAM-ID. AFPPAGRD.
       AUTHOR. TURETZKY--HYDRA.
                                    stamped pending-request dataset
                                    a migrated archive's request is
                                    parked in (1-24 characters)
                   JOBNAME=name     requesting job, optional: must
                                    match the job the request runs
                                    in
                   USERID=user      requesting user, optional: must
                                    match the userid the request
                                    runs under
                   CHECKSUM=Y       stamp each delivered page with
                                    the checksum recorded for it in
                                    the page index, and prove the
                                    page against it as it is read
                   REDACT=profile   deliver the pages masked under
                                    the named redaction profile (a
                                    profile the redaction rules force
                                    on the requester takes precedence)
                 Cards with * in column 1 are comments.  When ARCHDSN,
                 INDEXDSN or KEYIDXDSN is omitted the AFPARCIN /
                 AFPIDXIN / AFPKEYIN DD is expected from JCL instead.
                   accumulated trail.  A run that cannot take its
                   audit record says so and ends RC=8: an unaudited
                   retrieval is itself a compliance exception.
                 - CHECKSUM=Y stamps every delivered page with the
                   page checksum ACIFOBDT recorded in the page index
                   on the day of the run: a NOP structured field
                   (AFPPAGRD PAGE n CHECKSUM n) right after the
                   page's BPG in AFP output, or the checksum on the
                   page-break line in text output.  The page's
                   archived extent is recomputed (AFPCKSUM) as it is
                   read, and a page whose content no longer matches
                   its recorded checksum is named on the report and
                   ends RC=8.  Pages indexed before checksums were
                   recorded are stamped NONE and counted.
                 - Delivered pages can be redacted.  The redaction
                   rules dataset (WS-RDX-RULES-DSN, a site constant
                   allocated here to AFPRDACT so no request can
                   substitute rules of its own) defines named
                   profiles, each a list of masking rules:
                     PROFILE=name       starts a profile's rules
                     LINE=n,c-c         columns c-c of line n of
                                        every page (n=* any line)
                     TEXT=literal       every occurrence of literal
                     TLEKEY=name        every occurrence of the
                                        document's own value(s) of
                                        that TLE, from the AFPKYIDX
                                        index (KEYIDXDSN=, the
                                        catalog entry's key index,
                                        or an AFPKEYIN DD)
                     MASK=c             masking character (def. *)
                     KEEP=n             TEXT/TLEKEY matches keep
                                        their last n characters
                   and forces profiles on requesters:
                     USER=userid=name   requests run by that userid
                     JOB=jobname=name   that job (or prefix*)
                     DEFAULT=name       every other request
                   A forced profile overrides the request's REDACT=
                   card; NONE forces nothing.  Line n is the n-th
                   record after the page's BPG -- the n-th line under
                   the page-break line in text output -- and columns
                   count from the first data byte after the
                   introducer.  Masking is done on a copy of each
                   record just before it is written, in both output
                   formats, so the CHECKSUM=Y proof still runs on the
                   archived bytes.  The profile applied and the
                   number of fields masked go on the report and the
                   audit record.  Any rules dataset, rules card or
                   profile problem ends the run RC=12 before anything
                   is delivered: a masked view is never quietly
                   widened to a full one.  A site that does not
                   redact sets WS-RDX-RULES-DSN to spaces.
                 - The requester is now the executing task itself:
                   the userid from its ACEE and the jobname from its
                   TIOT (the shared AFPTIDEN logic), not the request's
                   own JOBNAME=/USERID= cards, so a forced USER=/JOB=
                   redaction profile cannot be escaped by naming
                   someone else.  That identity selects the profile
                   and goes on the audit record.  A JOBNAME= or
                   USERID= card that disagrees with it, or a task
                   whose userid cannot be found, ends the run RC=12
                   before anything is read.  The cards are no longer
                   parked with a request queued for recall: the
                   follow-up run is delivered, redacted and audited
                   as whoever runs it.
       DATE-WRITTEN. 23 Aug 2026.
       DATE-COMPILED.
       SECURITY. IBM SAMPLE CODE ONLY.
           SELECT AFPAUDIT-FILE       ASSIGN TO AFPAUDIT,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS AFPAUDIT-STATUS.
      * Redaction rules, dynamically allocated from the site's
      * rules dataset (see 0500).
           SELECT AFPRDACT-FILE       ASSIGN TO AFPRDACT,
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS AFPRDACT-STATUS.
        EJECT
       DATA DIVISION.
       FILE SECTION.
      * Flat view of the same record area, used by the compressed-
      * record expansion (COPY AFPRLEXP).
       01  ARCIN-FLAT                 PIC X(32756).
      * Page index entries as written by ACIFOBDT (AFPPGIDX).  A
      * zero checksum is an entry written before checksums were
      * recorded.
       FD  AFPIDXIN-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  AFPIDXIN-RECORD.
           05  IDX-PAGE-NUMBER        PIC 9(8) BINARY.
           05  IDX-AFPPAGOT-RECNUM    PIC 9(8) BINARY.
           05  IDX-ARCHIVE-GEN        PIC 9(4) BINARY.
           05  IDX-PAGE-CHECKSUM      PIC 9(8) BINARY.
           05  IDX-PAGE-RECORDS       PIC 9(8) BINARY.
           05  FILLER                 PIC X(2).
      * Business-key index entries as written by ACIFOBDT (AFPKYIDX).
       FD  AFPKEYIN-FILE
           RECORD CONTAINS 120 CHARACTERS.
           RECORD CONTAINS 80 CHARACTERS.
       01  AFPPEND-RECORD             PIC X(80).
       FD  AFPAUDIT-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY AFPAUDTR SUPPRESS.
       FD  AFPRDACT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AFPRDACT-RECORD            PIC X(80).
       WORKING-STORAGE SECTION.
       01  PGMNAME                 PIC X(8) VALUE 'AFPPAGRD'.
       77  RETRQST-STATUS          PIC 99.
       77  AFPAUDIT-STATUS         PIC 99.
           88  AFPAUDIT-OK         VALUE 00.
           88  AFPAUDIT-NOTAVAIL   VALUE 35.
       77  AFPRDACT-STATUS         PIC 99.
           88  AFPRDACT-OK         VALUE 00.
           88  AFPRDACT-EOF        VALUE 10.
       77  WS-ARCIN-LEN            PIC 9(8) BINARY.
       77  WS-PAGRP-LEN            PIC 9(8) BINARY.
            SKIP1
       77  WS-QUEUED-FLAG          PIC X VALUE 'N'.
           88  WS-REQUEST-QUEUED   VALUE 'Y'.
           88  WS-REQUEST-RUNNABLE VALUE 'N'.
      * Cleared by 0120 for a card that must not be parked with a
      * queued request (the requester's JOBNAME=/USERID=).
       77  WS-CARD-PARK-FLAG       PIC X VALUE 'Y'.
           88  WS-CARD-PARKED      VALUE 'Y'.
           88  WS-CARD-NOT-PARKED  VALUE 'N'.
       01  WS-HSM-LINE             PIC X(80).
      * Stamped per-request pending dataset: PENDHLQ (site-
      * customizable, PENDHLQ= card) plus date/time qualifiers, the
       77  WS-PENDHLQ-LEN          PIC S9(4) BINARY VALUE ZERO.
            SKIP1
      * FORMAT=TEXT support.  The page-number map is the whole page
      * index for the generation, loaded in text mode or when pages
      * are to be checksum-stamped, so a page-break line or stamp can
      * name the true page number (and its recorded checksum) even
      * for pages reached through a KEY= document rather than a
      * PAGES= entry.
      * Audit state.  The requester is the executing task (0155);
      * a JOBNAME=/USERID= card may only confirm it.
      * AUDITDSN= names the cumulative dataset (allocated MOD CATLG
      * on first use, like ACIFOBDT's ACCTDSN), else the AFPAUDIT DD
      * serves.
       01  WS-REQ-USERID           PIC X(8)  VALUE SPACES.
       77  WS-AUDIT-ERROR-FLAG     PIC X VALUE 'N'.
           88  WS-AUDIT-ERROR      VALUE 'Y'.
       77  WS-REQUESTER-FLAG       PIC X VALUE 'N'.
           88  WS-REQUESTER-REFUSED VALUE 'Y'.
       77  WS-AUD-DSN-LEN          PIC S9(4) BINARY VALUE ZERO.
       77  WS-FORMAT-FLAG          PIC X VALUE 'A'.
           88  WS-AFP-MODE         VALUE 'A'.
                                    INDEXED BY TXT-IDX.
               10  WS-TM-PAGE      PIC 9(8) BINARY.
               10  WS-TM-RECNUM    PIC 9(8) BINARY.
               10  WS-TM-CHECKSUM  PIC 9(8) BINARY.
               10  WS-TM-RECORDS   PIC 9(8) BINARY.
       77  WS-TXT-DATA-LEN         PIC S9(4) BINARY VALUE ZERO.
       77  WS-TEXT-TRUNCATED       PIC 9(8) BINARY VALUE ZERO.
       77  WS-TXT-NO-MAP-FLAG      PIC X VALUE 'N'.
           05  FILLER              PIC X(6)  VALUE '  DSN '.
           05  BRK-DSN             PIC X(44).
           05  FILLER              PIC X(5)  VALUE ' ----'.
           05  BRK-CKSUM-AREA      VALUE SPACES.
               10  BRK-CKSUM-LIT   PIC X(10).
               10  BRK-CKSUM       PIC X(8).
           05  FILLER              PIC X(41) VALUE SPACES.
            SKIP1
      * CHECKSUM=Y state.  The page a BPG opens is looked up in the
      * page map (0458); its recorded checksum is stamped on the
      * output, and its archived extent -- the BPG and the
      * WS-STAMP-RECORDS records from it, expanded -- is refolded
      * while it streams past and compared at the extent's end.
       77  WS-CKS-STAMP-FLAG       PIC X VALUE 'N'.
           88  WS-CKS-STAMPING     VALUE 'Y'.
           88  WS-CKS-NOT-STAMPING VALUE 'N'.
       77  WS-STAMP-PAGE           PIC 9(8) BINARY VALUE ZERO.
       77  WS-STAMP-CHECKSUM       PIC 9(8) BINARY VALUE ZERO.
       77  WS-STAMP-RECORDS        PIC 9(8) BINARY VALUE ZERO.
       01  WS-STAMP-CKSUM-D        PIC 9(8).
       01  WS-STAMP-CKSUM-X        REDEFINES WS-STAMP-CKSUM-D
                                   PIC X(8).
       77  WS-CKS-EXTENT-FLAG      PIC X VALUE 'N'.
           88  WS-CKS-EXTENT-OPEN  VALUE 'Y'.
           88  WS-CKS-EXTENT-NONE  VALUE 'N'.
       77  WS-CKS-REMAINING        PIC 9(8) BINARY VALUE ZERO.
       77  WS-PAGES-STAMPED        PIC 9(8) BINARY VALUE ZERO.
       77  WS-PAGES-PROVED         PIC 9(8) BINARY VALUE ZERO.
       77  WS-PAGES-MISMATCHED     PIC 9(8) BINARY VALUE ZERO.
       77  WS-PAGES-NO-CHECKSUM    PIC 9(8) BINARY VALUE ZERO.
      * The stamp itself: a NOP structured field, shaped like the
      * BDT/EDT wrappers, whose data is printable page/checksum text.
       01  WS-NOP-RECORD.
           05  WS-NOP-CC           PIC X.
           05  WS-NOP-RECLEN       PIC 9(4) BINARY.
           05  WS-NOP-TYPE         PIC XXX.
           05  WS-NOP-FLAG         PIC X.
           05  WS-NOP-SEQNUM       PIC 9(4) BINARY.
           05  WS-NOP-TEXT.
               10  FILLER          PIC X(14) VALUE 'AFPPAGRD PAGE '.
               10  WS-NOP-PAGE     PIC 9(8).
               10  FILLER          PIC X(10) VALUE ' CHECKSUM '.
               10  WS-NOP-CKSUM    PIC X(8).
            SKIP1
      * Redaction.  The rules dataset is a site constant rather than
      * a request card, and is allocated to AFPRDACT with REUSE, so a
      * requester can neither point the program at rules of their
      * own nor run without the site's.  Spaces = no redaction here.
       01  WS-RDX-RULES-DSN        PIC X(44) VALUE
                                   'PRT.AFPARCH.REDACT.RULES'.
      * REDACT= as requested; the profile actually applied, and what
      * chose it (USERID, JOBNAME, DEFAULT or REQUEST).
       01  WS-RDX-REQ-PROFILE      PIC X(8)  VALUE SPACES.
       01  WS-RDX-PROFILE          PIC X(8)  VALUE SPACES.
       01  WS-RDX-SOURCE           PIC X(8)  VALUE SPACES.
       01  WS-RDX-FORCED           PIC X(8)  VALUE SPACES.
       01  WS-RDX-DEFAULT          PIC X(8)  VALUE SPACES.
       77  WS-RDX-FLAG             PIC X VALUE 'N'.
           88  WS-RDX-ACTIVE       VALUE 'Y'.
           88  WS-RDX-INACTIVE     VALUE 'N'.
       77  WS-RDX-PROF-SUB         PIC 9(4) BINARY VALUE ZERO.
       77  WS-RDX-CUR-PROF         PIC 9(4) BINARY VALUE ZERO.
       77  WS-RDX-CARD-ERRORS      PIC 9(8) BINARY VALUE ZERO.
       77  WS-RDX-KEY-RULES        PIC 9(4) BINARY VALUE ZERO.
       01  WS-CAT-KEYIDX-DSN       PIC X(44) VALUE SPACES.
      * Profiles and their rules, as read from the rules dataset.
      * A rule's type: L = line/column position, T = literal text,
      * K = TLE key value (WS-RR-TEXT holds the attribute name).
       77  WS-MAX-RDX-PROFS        PIC 9(4) BINARY VALUE 20.
       77  WS-RDX-PROF-COUNT       PIC 9(4) BINARY VALUE ZERO.
       01  WS-RDX-PROF-TABLE.
           05  WS-RDX-PROF-ENTRY OCCURS 20 TIMES INDEXED BY PRF-IDX.
               10  WS-RP-NAME      PIC X(8).
               10  WS-RP-MASK      PIC X.
               10  WS-RP-KEEP      PIC 9(4) BINARY.
       77  WS-MAX-RDX-RULES        PIC 9(4) BINARY VALUE 100.
       77  WS-RDX-RULE-COUNT       PIC 9(4) BINARY VALUE ZERO.
       01  WS-RDX-RULE-TABLE.
           05  WS-RDX-RULE-ENTRY OCCURS 100 TIMES INDEXED BY RUL-IDX.
               10  WS-RR-PROF      PIC 9(4) BINARY.
               10  WS-RR-TYPE      PIC X.
                   88  WS-RR-LINE-RULE     VALUE 'L'.
                   88  WS-RR-TEXT-RULE     VALUE 'T'.
                   88  WS-RR-KEY-RULE      VALUE 'K'.
               10  WS-RR-LINE      PIC 9(8) BINARY.
               10  WS-RR-FROM      PIC 9(8) BINARY.
               10  WS-RR-TO        PIC 9(8) BINARY.
               10  WS-RR-TEXT      PIC X(60).
               10  WS-RR-TEXT-LEN  PIC 9(4) BINARY.
      * Forced-profile assignments: U = by USERID, J = by JOBNAME
      * (a trailing * makes the name a prefix).  First match wins.
       77  WS-MAX-RDX-ASSIGN       PIC 9(4) BINARY VALUE 200.
       77  WS-RDX-ASSIGN-COUNT     PIC 9(4) BINARY VALUE ZERO.
       01  WS-RDX-ASSIGN-TABLE.
           05  WS-RDX-ASSIGN-ENTRY OCCURS 200 TIMES
                                    INDEXED BY ASG-IDX.
               10  WS-RA-TYPE      PIC X.
                   88  WS-RA-BY-USER       VALUE 'U'.
                   88  WS-RA-BY-JOB        VALUE 'J'.
               10  WS-RA-NAME      PIC X(8).
               10  WS-RA-NAME-LEN  PIC 9(4) BINARY.
               10  WS-RA-PREFIX    PIC X.
               10  WS-RA-PROFILE   PIC X(8).
      * TLE values the applied profile masks, loaded from the key
      * index for the requested generation with the document-start
      * record each belongs to.  The values in force are the
      * current document's (plus any indexed with a zero document
      * start, which belong to the whole generation).
       77  WS-MAX-RDX-VALUES       PIC 9(8) BINARY VALUE 20000.
       77  WS-RDX-VALUE-COUNT      PIC 9(8) BINARY VALUE ZERO.
       77  WS-RDX-VALUE-OVERFLOW   PIC 9(8) BINARY VALUE ZERO.
       01  WS-RDX-VALUE-TABLE.
           05  WS-RDX-VALUE-ENTRY OCCURS 20000 TIMES
                                    INDEXED BY VAL-IDX.
               10  WS-RV-DOC       PIC 9(8) BINARY.
               10  WS-RV-RULE      PIC 9(4) BINARY.
               10  WS-RV-VALUE     PIC X(60).
               10  WS-RV-LEN       PIC 9(4) BINARY.
       77  WS-MAX-RDX-ACTIVE       PIC 9(4) BINARY VALUE 200.
       77  WS-RDX-ACTIVE-COUNT     PIC 9(4) BINARY VALUE ZERO.
       01  WS-RDX-ACTIVE-TABLE.
           05  WS-RX-SUB OCCURS 200 TIMES INDEXED BY ACT-IDX
                                   PIC 9(8) BINARY.
       77  WS-RDX-DOC-FLAG         PIC X VALUE 'N'.
           88  WS-RDX-DOC-STARTS   VALUE 'Y'.
           88  WS-RDX-NO-DOC-START VALUE 'N'.
      * The masked copy of the record being delivered.
       01  WS-RDX-RECORD           PIC X(32756).
       77  WS-RDX-RECORD-FLAG      PIC X VALUE 'N'.
           88  WS-RDX-RECORD-READY VALUE 'Y'.
           88  WS-RDX-RECORD-NONE  VALUE 'N'.
       77  WS-RDX-DATA-LEN         PIC S9(8) BINARY VALUE ZERO.
       77  WS-RDX-PAGE-LINE        PIC 9(8) BINARY VALUE ZERO.
       77  WS-RDX-MASKED           PIC 9(8) BINARY VALUE ZERO.
       77  WS-RDX-HITS             PIC 9(8) BINARY VALUE ZERO.
       77  WS-RDX-COL-LEN          PIC 9(8) BINARY VALUE ZERO.
       77  WS-RDX-SHOWN            PIC 9(4) BINARY VALUE ZERO.
       01  WS-RDX-VALUE            PIC X(60).
       77  WS-RDX-VALUE-LEN        PIC 9(4) BINARY VALUE ZERO.
       01  WS-RDX-REPL             PIC X(60).
       77  WS-RDX-RULE-SUB         PIC 9(4) BINARY VALUE ZERO.
       77  WS-RDX-DUP-SUB          PIC 9(4) BINARY VALUE ZERO.
       77  WS-RDX-NAME-LEN         PIC S9(4) BINARY VALUE ZERO.
       77  WS-RDX-CARD-FLAG        PIC X VALUE 'Y'.
           88  WS-RDX-CARD-OK      VALUE 'Y'.
           88  WS-RDX-CARD-BAD     VALUE 'N'.
       01  WS-RDX-NEW-TYPE         PIC X.
       01  WS-RDX-CARD-NAME        PIC X(16).
       01  WS-RDX-CARD-REST        PIC X(64).
       01  WS-RDX-LINE-X           PIC X(16).
       01  WS-RDX-COLS-X           PIC X(16).
        EJECT
      / COMPRESSED-RECORD EXPANSION WORK AREAS.
           COPY AFPRLEWS SUPPRESS.
      / PAGE CHECKSUM WORK AREAS.
           COPY AFPCKSWS SUPPRESS.
      / EXECUTING TASK IDENTITY.
           COPY AFPTIDWS SUPPRESS.
      / AFP STRUCTURED FIELD DEFINITIONS.
           COPY STRFLDS SUPPRESS.
       LINKAGE SECTION.
           COPY AFPTIDLK SUPPRESS.
       TITLE 'Mainline'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY PGMNAME ' ARCHIVE PAGE RETRIEVAL STARTING'.
           PERFORM 0100-READ-REQUESTS.
           PERFORM 0155-CHECK-REQUESTER.
           IF WS-REQ-COUNT = ZERO AND WS-KEY-COUNT = ZERO
              DISPLAY PGMNAME ' NO PAGES OR KEYS REQUESTED, '
                      'NOTHING TO DO'
              MOVE WS-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0500-LOAD-REDACTION.
           PERFORM 0200-ALLOC-INPUTS.
           IF WS-RDX-KEY-RULES > ZERO
              PERFORM 0530-LOAD-KEY-VALUES
           END-IF.
      * Text mode and checksum stamping read the index even for a
      * key-only request, to build the record-to-page map the page-
      * break lines and stamps use.
           IF WS-REQ-COUNT > ZERO
              OR ((WS-TEXT-MODE OR WS-CKS-STAMPING)
                  AND WS-KEY-COUNT > ZERO)
              PERFORM 0300-SCAN-INDEX
           END-IF.
           IF WS-KEY-COUNT > ZERO
              AT END
                 CONTINUE
              NOT AT END
                 SET WS-CARD-PARKED TO TRUE
                 PERFORM 0120-PARSE-CARD
                 IF RETRQST-RECORD NOT = SPACES
                    AND RETRQST-RECORD(1:1) NOT = '*'
                    AND WS-CARD-PARKED
                    IF WS-SAVED-CARD-COUNT < WS-MAX-SAVED-CARDS
                       ADD 1 TO WS-SAVED-CARD-COUNT
                       MOVE RETRQST-RECORD
                       ADD 1 TO WS-SAVED-CARD-OVERFLOW
                    END-IF
                 END-IF
           END-READ.

       0120-PARSE-CARD.
                 WHEN 'JOBNAME'
                    MOVE FUNCTION TRIM(WS-CARD-VALUE)
                      TO WS-REQ-JOBNAME
                    SET WS-CARD-NOT-PARKED TO TRUE
                 WHEN 'USERID'
                    MOVE FUNCTION TRIM(WS-CARD-VALUE)
                      TO WS-REQ-USERID
                    SET WS-CARD-NOT-PARKED TO TRUE
                 WHEN 'KEY'
                    PERFORM 0150-PARSE-KEY
                 WHEN 'REDACT'
                    MOVE FUNCTION TRIM(WS-CARD-VALUE)
                      TO WS-RDX-REQ-PROFILE
                 WHEN 'FORMAT'
                    EVALUATE FUNCTION TRIM(WS-CARD-VALUE)
                       WHEN 'AFP'
                 WHEN 'PAGES'
                 WHEN 'PAGE'
                    PERFORM 0130-PARSE-PAGES
                 WHEN 'CHECKSUM'
                    EVALUATE FUNCTION TRIM(WS-CARD-VALUE)
                       WHEN 'Y'
                          SET WS-CKS-STAMPING TO TRUE
                       WHEN 'N'
                          SET WS-CKS-NOT-STAMPING TO TRUE
                       WHEN OTHER
                          DISPLAY PGMNAME ' CHECKSUM MUST BE Y OR '
                                  'N: ' RETRQST-RECORD(1:40)
                          MOVE 4 TO WS-RETURN-CODE
                    END-EVALUATE
                 WHEN OTHER
                    DISPLAY PGMNAME ' UNRECOGNIZED REQUEST CARD: '
                            RETRQST-RECORD(1:40)
                 ADD 1 TO WS-KEY-OVERFLOW
              END-IF
           END-IF.

      ******************************************************************
      * The requester is whoever the request runs as: the executing
      * task's userid and jobname, never the request's word for it.
      * A JOBNAME=/USERID= card is accepted only as confirmation --
      * one naming anybody else ends the run before anything is
      * read, as does a task whose userid cannot be found (a forced
      * USER= redaction profile could not be applied to it).  From
      * here on WS-REQ-USERID/WS-REQ-JOBNAME hold the task's values,
      * for the profile choice (0520) and the audit record (0960).
      ******************************************************************
       0155-CHECK-REQUESTER.
           PERFORM 8200-RESOLVE-TASK-IDENTITY.
           IF WS-TID-USERID = SPACES
              DISPLAY PGMNAME ' REQUESTING USERID CANNOT BE '
                      'DETERMINED, REQUEST REFUSED'
              MOVE SPACES TO WS-REQ-USERID
              MOVE WS-TID-JOBNAME TO WS-REQ-JOBNAME
              PERFORM 0990-ABORT-RUN
           END-IF.
           IF WS-REQ-USERID NOT = SPACES
              AND WS-REQ-USERID NOT = WS-TID-USERID
              DISPLAY PGMNAME ' USERID=' WS-REQ-USERID
                      ' IS NOT THE REQUESTING USERID '
                      WS-TID-USERID ', REQUEST REFUSED'
              SET WS-REQUESTER-REFUSED TO TRUE
           END-IF.
           IF WS-REQ-JOBNAME NOT = SPACES
              AND WS-REQ-JOBNAME NOT = WS-TID-JOBNAME
              DISPLAY PGMNAME ' JOBNAME=' WS-REQ-JOBNAME
                      ' IS NOT THE REQUESTING JOB '
                      WS-TID-JOBNAME ', REQUEST REFUSED'
              SET WS-REQUESTER-REFUSED TO TRUE
           END-IF.
           MOVE WS-TID-USERID TO WS-REQ-USERID.
           MOVE WS-TID-JOBNAME TO WS-REQ-JOBNAME.
           IF WS-REQUESTER-REFUSED
              PERFORM 0990-ABORT-RUN
           END-IF.
           DISPLAY PGMNAME ' REQUESTED BY ' WS-REQ-USERID
                   ' IN JOB ' WS-REQ-JOBNAME.
        EJECT
       TITLE 'Catalog check for migrated generations'.
      ******************************************************************
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE CAT-KEYIDX-DSN TO WS-CAT-KEYIDX-DSN
                       IF CAT-STATUS-MIGRATED
                          PERFORM 0165-PROBE-MIGRATED
                       END-IF
              END-STRING
              PERFORM 0210-CALL-BPXWDYN
           END-IF.
      * A redaction profile with TLEKEY rules needs the key index
      * even when no key was requested; the catalog entry names it
      * when the request does not.
           IF WS-KEYIDX-DSN = SPACES AND WS-KEY-COUNT = ZERO
              AND WS-RDX-KEY-RULES > ZERO
              MOVE WS-CAT-KEYIDX-DSN TO WS-KEYIDX-DSN
           END-IF.
           IF WS-KEYIDX-DSN NOT = SPACES
              AND (WS-KEY-COUNT > ZERO OR WS-RDX-KEY-RULES > ZERO)
              MOVE SPACES TO DYN-PARM-TEXT
              STRING 'ALLOC DD(AFPKEYIN) DSN('  DELIMITED BY SIZE
                     WS-KEYIDX-DSN              DELIMITED BY SPACE
                            TO WS-REQ-RECNUM(REQ-IDX)
                       END-IF
                    END-PERFORM
                    IF WS-TEXT-MODE OR WS-CKS-STAMPING
                       IF WS-TXT-MAP-COUNT < WS-MAX-TXT-MAP
                          ADD 1 TO WS-TXT-MAP-COUNT
                          SET TXT-IDX TO WS-TXT-MAP-COUNT
                          MOVE IDX-PAGE-NUMBER TO WS-TM-PAGE(TXT-IDX)
                          MOVE IDX-AFPPAGOT-RECNUM
                            TO WS-TM-RECNUM(TXT-IDX)
                          MOVE IDX-PAGE-CHECKSUM
                            TO WS-TM-CHECKSUM(TXT-IDX)
                          MOVE IDX-PAGE-RECORDS
                            TO WS-TM-RECORDS(TXT-IDX)
                       ELSE
                          ADD 1 TO WS-TXT-MAP-OVERFLOW
                       END-IF
           SET WS-NOT-COPYING TO TRUE.
           PERFORM 0410-READ-ONE-RECORD
             UNTIL AFPARCIN-EOF.
           IF WS-CKS-EXTENT-OPEN
              PERFORM 0478-EXTENT-CUT-SHORT
           END-IF.
           IF WS-BDT-WRITTEN
              PERFORM 0440-WRITE-EDT
           END-IF.
                    MOVE 8 TO WS-RETURN-CODE
                 ELSE
                    PERFORM 0420-PROCESS-ARC-RECORD
                    IF WS-CKS-EXTENT-OPEN
                       PERFORM 0475-CHECKSUM-RECORD
                    END-IF
                 END-IF
           END-READ.

              OR ARCIN-RECORD(1:8) = WS-TRAILER-ID
              SET WS-NOT-COPYING TO TRUE
              SET WS-DOC-NOT-COPYING TO TRUE
              IF WS-CKS-EXTENT-OPEN
                 PERFORM 0478-EXTENT-CUT-SHORT
              END-IF
           ELSE
              IF ARCIN-CC = X'5A' AND ARCIN-TYPE = SF-BPG
                 IF WS-CKS-EXTENT-OPEN
                    PERFORM 0478-EXTENT-CUT-SHORT
                 END-IF
                 MOVE ZERO TO WS-RDX-PAGE-LINE
                 IF WS-RDX-VALUE-COUNT > ZERO
                    PERFORM 0540-CHECK-DOC-VALUES
                 END-IF
                 PERFORM 0425-PAGE-BOUNDARY
                 IF WS-KEY-COUNT > ZERO
                    PERFORM 0427-CHECK-DOC-START
                 END-IF
                 IF WS-CKS-STAMPING
                    AND (WS-COPYING OR WS-DOC-COPYING)
                    PERFORM 0458-LOOKUP-PAGE-MAP
                    PERFORM 0470-START-PAGE-CHECKSUM
                 END-IF
                 SET WS-NOT-FIRST-BPG TO TRUE
              ELSE
                 ADD 1 TO WS-RDX-PAGE-LINE
                 IF ARCIN-TYPE = SF-BDT OR ARCIN-TYPE = SF-EDT
                    OR ARCIN-TYPE = SF-BNG OR ARCIN-TYPE = SF-ENG
                    SET WS-NOT-COPYING TO TRUE
      * request was pulling; the boundary record itself is not part
      * of the delivered document.
                    SET WS-DOC-NOT-COPYING TO TRUE
                    IF WS-RDX-VALUE-COUNT > ZERO
                       PERFORM 0541-RESET-ACTIVE-VALUES
                    END-IF
                 END-IF
              END-IF
              SET WS-RDX-RECORD-NONE TO TRUE
              IF WS-COPYING OR WS-DOC-COPYING
                 IF WS-RDX-ACTIVE
                    AND NOT (ARCIN-CC = X'5A' AND ARCIN-TYPE = SF-BPG)
                    PERFORM 0550-REDACT-RECORD
                 END-IF
                 IF WS-TEXT-MODE
                    PERFORM 0450-WRITE-TEXT-RECORD
                 ELSE
              PERFORM 0435-WRITE-BDT
           END-IF.
           MOVE WS-ARCIN-LEN TO WS-PAGRP-LEN.
           IF WS-RDX-RECORD-READY
              WRITE AFPPAGRP-RECORD FROM WS-RDX-RECORD
           ELSE
              WRITE AFPPAGRP-RECORD FROM ARCIN-RECORD
           END-IF.
           IF NOT AFPPAGRP-OK
              DISPLAY PGMNAME ' AFPPAGRP WRITE STATUS '
                      AFPPAGRP-STATUS
              PERFORM 0990-ABORT-RUN
           END-IF.
           ADD 1 TO WS-RECORDS-COPIED.
           IF WS-CKS-STAMPING
              AND ARCIN-CC = X'5A' AND ARCIN-TYPE = SF-BPG
              PERFORM 0460-WRITE-CHECKSUM-STAMP
           END-IF.

       0435-WRITE-BDT.
           MOVE X'5A' TO WS-XDT-CC.
                 MOVE 132 TO WS-TXT-DATA-LEN
              END-IF
              IF WS-TXT-DATA-LEN > 0
                 IF WS-RDX-RECORD-READY
                    MOVE WS-RDX-RECORD(10:WS-TXT-DATA-LEN)
                      TO WS-TEXT-LINE(1:WS-TXT-DATA-LEN)
                 ELSE
                    MOVE ARCIN-RECORD(10:WS-TXT-DATA-LEN)
                      TO WS-TEXT-LINE(1:WS-TXT-DATA-LEN)
                 END-IF
              END-IF
              MOVE 132 TO WS-PAGRP-LEN
              WRITE AFPPAGRP-RECORD FROM WS-TEXT-LINE
      * The break line names the page by looking the current record
      * up in the index map; a page the index does not know (the map
      * overflowed, or no index was supplied for a key-only request)
      * shows page zero rather than a wrong number.  With CHECKSUM=Y
      * the lookup was already made at the BPG, and the line carries
      * the page's recorded checksum as well.
       0455-WRITE-PAGE-BREAK.
           IF WS-CKS-STAMPING
              MOVE 'CKSUM ' TO BRK-CKSUM-LIT
              PERFORM 0459-FORMAT-STAMP-CHECKSUM
              MOVE WS-STAMP-CKSUM-X TO BRK-CKSUM
              ADD 1 TO WS-PAGES-STAMPED
           ELSE
              PERFORM 0458-LOOKUP-PAGE-MAP
           END-IF.
           MOVE WS-STAMP-PAGE TO BRK-PAGE.
           IF WS-ARCHIVE-DSN NOT = SPACES
              MOVE WS-ARCHIVE-DSN TO BRK-DSN
           ELSE
                      AFPPAGRP-STATUS
              PERFORM 0990-ABORT-RUN
           END-IF.

      * Page number, recorded checksum and extent length of the page
      * whose BPG is the current record; zeros when the map does not
      * know it.
       0458-LOOKUP-PAGE-MAP.
           MOVE ZERO TO WS-STAMP-PAGE WS-STAMP-CHECKSUM
                        WS-STAMP-RECORDS.
           PERFORM VARYING TXT-IDX FROM 1 BY 1
                   UNTIL TXT-IDX > WS-TXT-MAP-COUNT
              IF WS-TM-RECNUM(TXT-IDX) = WS-ARC-RECNUM
                 MOVE WS-TM-PAGE(TXT-IDX) TO WS-STAMP-PAGE
                 MOVE WS-TM-CHECKSUM(TXT-IDX) TO WS-STAMP-CHECKSUM
                 MOVE WS-TM-RECORDS(TXT-IDX) TO WS-STAMP-RECORDS
              END-IF
           END-PERFORM.

       0459-FORMAT-STAMP-CHECKSUM.
           IF WS-STAMP-CHECKSUM = ZERO
              MOVE 'NONE' TO WS-STAMP-CKSUM-X
           ELSE
              MOVE WS-STAMP-CHECKSUM TO WS-STAMP-CKSUM-D
           END-IF.
        EJECT
       TITLE 'Page checksum stamp and proof'.
      ******************************************************************
      * CHECKSUM=Y.  In AFP output the stamp is a NOP structured field
      * written straight after the page's BPG, where it travels with
      * the page but prints nothing.  Independently of the stamp, the
      * page's archived extent is refolded as it is read and must
      * reproduce the checksum recorded on the day of the run: a
      * mismatch means the archive no longer holds what was printed,
      * and the delivery is reported RC=8.
      ******************************************************************
       0460-WRITE-CHECKSUM-STAMP.
           PERFORM 0459-FORMAT-STAMP-CHECKSUM.
           MOVE X'5A' TO WS-NOP-CC.
           MOVE 48 TO WS-NOP-RECLEN.
           MOVE SF-NOP TO WS-NOP-TYPE.
           MOVE X'00' TO WS-NOP-FLAG.
           MOVE 1 TO WS-NOP-SEQNUM.
           MOVE WS-STAMP-PAGE TO WS-NOP-PAGE.
           MOVE WS-STAMP-CKSUM-X TO WS-NOP-CKSUM.
           MOVE 49 TO WS-PAGRP-LEN.
           WRITE AFPPAGRP-RECORD FROM WS-NOP-RECORD.
           IF NOT AFPPAGRP-OK
              DISPLAY PGMNAME ' AFPPAGRP WRITE STATUS '
                      AFPPAGRP-STATUS
              PERFORM 0990-ABORT-RUN
           END-IF.
           ADD 1 TO WS-PAGES-STAMPED.

      * A page with no recorded checksum (indexed before checksums
      * existed, or not in the map) is stamped NONE and not proved.
       0470-START-PAGE-CHECKSUM.
           IF WS-STAMP-CHECKSUM = ZERO OR WS-STAMP-RECORDS = ZERO
              ADD 1 TO WS-PAGES-NO-CHECKSUM
           ELSE
              PERFORM 8200-START-PAGE-CHECKSUM
              MOVE WS-STAMP-RECORDS TO WS-CKS-REMAINING
              SET WS-CKS-EXTENT-OPEN TO TRUE
           END-IF.

       0475-CHECKSUM-RECORD.
           PERFORM 8210-ADD-RECORD-TO-PAGE.
           SUBTRACT 1 FROM WS-CKS-REMAINING.
           IF WS-CKS-REMAINING = ZERO
              PERFORM 8220-END-PAGE-CHECKSUM
              SET WS-CKS-EXTENT-NONE TO TRUE
              IF WS-CKS-PAGE-SUM = WS-STAMP-CHECKSUM
                 ADD 1 TO WS-PAGES-PROVED
              ELSE
                 DISPLAY PGMNAME ' PAGE ' WS-STAMP-PAGE
                         ' CHECKSUM MISMATCH, RECORDED '
                         WS-STAMP-CHECKSUM ' COMPUTED '
                         WS-CKS-PAGE-SUM
                 PERFORM 0479-NOTE-MISMATCH
              END-IF
           END-IF.

      * The page ended (next BPG, banner, trailer or end of file)
      * before its recorded extent did -- records are missing.
       0478-EXTENT-CUT-SHORT.
           SET WS-CKS-EXTENT-NONE TO TRUE.
           DISPLAY PGMNAME ' PAGE ' WS-STAMP-PAGE
                   ' CHECKSUM EXTENT SHORT BY ' WS-CKS-REMAINING
                   ' RECORDS'.
           PERFORM 0479-NOTE-MISMATCH.

       0479-NOTE-MISMATCH.
           ADD 1 TO WS-PAGES-MISMATCHED.
           IF WS-RETURN-CODE < 8
              MOVE 8 TO WS-RETURN-CODE
           END-IF.
        EJECT
       TITLE 'Redaction rules'.
      ******************************************************************
      * Load the site's redaction rules and settle which profile this
      * request is delivered under.  Every failure here -- rules not
      * allocatable or readable, a card in error, a profile named but
      * not defined -- ends the run before anything is written: the
      * requester may only ever get less than they asked for.
      ******************************************************************
       0500-LOAD-REDACTION.
           IF WS-RDX-RULES-DSN = SPACES
              IF WS-RDX-REQ-PROFILE NOT = SPACES
                 AND WS-RDX-REQ-PROFILE NOT = 'NONE'
                 DISPLAY PGMNAME ' NO REDACTION RULES AT THIS SITE, '
                         'REDACT=' WS-RDX-REQ-PROFILE
                         ' CANNOT BE APPLIED'
                 PERFORM 0990-ABORT-RUN
              END-IF
           ELSE
              MOVE SPACES TO DYN-PARM-TEXT
              STRING 'ALLOC DD(AFPRDACT) DSN('  DELIMITED BY SIZE
                     WS-RDX-RULES-DSN           DELIMITED BY SPACE
                     ') SHR REUSE'              DELIMITED BY SIZE
                INTO DYN-PARM-TEXT
              END-STRING
              PERFORM 0210-CALL-BPXWDYN
              OPEN INPUT AFPRDACT-FILE
              IF NOT AFPRDACT-OK
                 DISPLAY PGMNAME ' AFPRDACT STATUS AFTER OPEN '
                         AFPRDACT-STATUS
                 PERFORM 0990-ABORT-RUN
              END-IF
              PERFORM 0510-READ-RULE-CARD
                UNTIL AFPRDACT-EOF
              CLOSE AFPRDACT-FILE
              IF WS-RDX-CARD-ERRORS > ZERO
                 DISPLAY PGMNAME ' ' WS-RDX-CARD-ERRORS
                         ' REDACTION RULES CARD(S) IN ERROR, '
                         'NOTHING DELIVERED'
                 PERFORM 0990-ABORT-RUN
              END-IF
              PERFORM 0520-RESOLVE-PROFILE
           END-IF.

       0510-READ-RULE-CARD.
           READ AFPRDACT-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF AFPRDACT-RECORD NOT = SPACES
                    AND AFPRDACT-RECORD(1:1) NOT = '*'
                    PERFORM 0515-PARSE-RULE-CARD
                 END-IF
           END-READ.

      * Same keyword=value parse as the request cards; the value is
      * the card's whole remainder, so USER=/JOB= assignments and
      * TEXT= literals that contain '=' survive.
       0515-PARSE-RULE-CARD.
           SET WS-RDX-CARD-OK TO TRUE.
           MOVE SPACES TO WS-CARD-KEYWORD WS-CARD-VALUE.
           MOVE 1 TO WS-CARD-PTR.
           UNSTRING AFPRDACT-RECORD DELIMITED BY '='
              INTO WS-CARD-KEYWORD
              WITH POINTER WS-CARD-PTR
           END-UNSTRING.
           IF WS-CARD-PTR NOT > 80
              MOVE AFPRDACT-RECORD(WS-CARD-PTR:)
                TO WS-CARD-VALUE
           END-IF.
           IF WS-CARD-VALUE = SPACES
              SET WS-RDX-CARD-BAD TO TRUE
           ELSE
              EVALUATE FUNCTION TRIM(WS-CARD-KEYWORD)
                 WHEN 'PROFILE'
                    PERFORM 0516-START-PROFILE
                 WHEN 'LINE'
                    PERFORM 0517-ADD-LINE-RULE
                 WHEN 'TEXT'
                    MOVE 'T' TO WS-RDX-NEW-TYPE
                    PERFORM 0518-ADD-TEXT-RULE
                 WHEN 'TLEKEY'
                    MOVE 'K' TO WS-RDX-NEW-TYPE
                    PERFORM 0518-ADD-TEXT-RULE
                 WHEN 'MASK'
                    IF WS-RDX-CUR-PROF = ZERO
                       SET WS-RDX-CARD-BAD TO TRUE
                    ELSE
                       MOVE FUNCTION TRIM(WS-CARD-VALUE)
                         TO WS-RDX-VALUE
                       MOVE WS-RDX-VALUE(1:1)
                         TO WS-RP-MASK(WS-RDX-CUR-PROF)
                    END-IF
                 WHEN 'KEEP'
                    IF WS-RDX-CUR-PROF = ZERO
                       SET WS-RDX-CARD-BAD TO TRUE
                    ELSE
                       COMPUTE WS-RDX-SHOWN =
                          FUNCTION NUMVAL(WS-CARD-VALUE)
                       END-COMPUTE
                       IF WS-RDX-SHOWN > 20
                          SET WS-RDX-CARD-BAD TO TRUE
                       ELSE
                          MOVE WS-RDX-SHOWN
                            TO WS-RP-KEEP(WS-RDX-CUR-PROF)
                       END-IF
                    END-IF
                 WHEN 'USER'
                    MOVE 'U' TO WS-RDX-NEW-TYPE
                    PERFORM 0519-ADD-ASSIGNMENT
                 WHEN 'JOB'
                    MOVE 'J' TO WS-RDX-NEW-TYPE
                    PERFORM 0519-ADD-ASSIGNMENT
                 WHEN 'DEFAULT'
                    COMPUTE WS-RDX-NAME-LEN = FUNCTION LENGTH
                       (FUNCTION TRIM(WS-CARD-VALUE))
                    END-COMPUTE
                    IF WS-RDX-NAME-LEN > 8
                       SET WS-RDX-CARD-BAD TO TRUE
                    ELSE
                       MOVE FUNCTION TRIM(WS-CARD-VALUE)
                         TO WS-RDX-DEFAULT
                    END-IF
                 WHEN OTHER
                    SET WS-RDX-CARD-BAD TO TRUE
              END-EVALUATE
           END-IF.
           IF WS-RDX-CARD-BAD
              DISPLAY PGMNAME ' REDACTION RULES CARD IN ERROR: '
                      AFPRDACT-RECORD(1:40)
              ADD 1 TO WS-RDX-CARD-ERRORS
           END-IF.

      * PROFILE=name opens a profile; the rule, MASK and KEEP cards
      * that follow belong to it.  NONE is reserved (it forces no
      * masking) and a name may be defined only once.
       0516-START-PROFILE.
           COMPUTE WS-RDX-NAME-LEN = FUNCTION LENGTH
                   (FUNCTION TRIM(WS-CARD-VALUE)).
           MOVE ZERO TO WS-RDX-DUP-SUB.
           PERFORM VARYING PRF-IDX FROM 1 BY 1
                   UNTIL PRF-IDX > WS-RDX-PROF-COUNT
              IF WS-RP-NAME(PRF-IDX) = FUNCTION TRIM(WS-CARD-VALUE)
                 SET WS-RDX-DUP-SUB TO PRF-IDX
              END-IF
           END-PERFORM.
           IF WS-RDX-NAME-LEN > 8
              OR FUNCTION TRIM(WS-CARD-VALUE) = 'NONE'
              OR WS-RDX-DUP-SUB > ZERO
              OR WS-RDX-PROF-COUNT NOT < WS-MAX-RDX-PROFS
              SET WS-RDX-CARD-BAD TO TRUE
           ELSE
              ADD 1 TO WS-RDX-PROF-COUNT
              MOVE WS-RDX-PROF-COUNT TO WS-RDX-CUR-PROF
              MOVE FUNCTION TRIM(WS-CARD-VALUE)
                TO WS-RP-NAME(WS-RDX-CUR-PROF)
              MOVE '*' TO WS-RP-MASK(WS-RDX-CUR-PROF)
              MOVE ZERO TO WS-RP-KEEP(WS-RDX-CUR-PROF)
           END-IF.

      * LINE=n,c-c (or LINE=*,c-c for every line of the page; a
      * single column c stands for c-c).
       0517-ADD-LINE-RULE.
           MOVE SPACES TO WS-RDX-LINE-X WS-RDX-COLS-X
                          WS-RANGE-FROM-X WS-RANGE-TO-X.
           UNSTRING WS-CARD-VALUE DELIMITED BY ','
              INTO WS-RDX-LINE-X WS-RDX-COLS-X
           END-UNSTRING.
           UNSTRING WS-RDX-COLS-X DELIMITED BY '-'
              INTO WS-RANGE-FROM-X WS-RANGE-TO-X
           END-UNSTRING.
           IF WS-RDX-LINE-X = '*'
              MOVE ZERO TO WS-RANGE-PAGE
           ELSE
              COMPUTE WS-RANGE-PAGE = FUNCTION NUMVAL(WS-RDX-LINE-X)
              IF WS-RANGE-PAGE = ZERO
                 SET WS-RDX-CARD-BAD TO TRUE
              END-IF
           END-IF.
           COMPUTE WS-RANGE-FROM = FUNCTION NUMVAL(WS-RANGE-FROM-X).
           IF WS-RANGE-TO-X = SPACES
              MOVE WS-RANGE-FROM TO WS-RANGE-TO
           ELSE
              COMPUTE WS-RANGE-TO = FUNCTION NUMVAL(WS-RANGE-TO-X)
           END-IF.
           IF WS-RANGE-FROM = ZERO OR WS-RANGE-TO < WS-RANGE-FROM
              OR WS-RANGE-TO > 32747
              SET WS-RDX-CARD-BAD TO TRUE
           END-IF.
           IF WS-RDX-CARD-OK
              MOVE 'L' TO WS-RDX-NEW-TYPE
              PERFORM 0526-NEW-RULE
           END-IF.
           IF WS-RDX-CARD-OK
              MOVE WS-RANGE-PAGE TO WS-RR-LINE(RUL-IDX)
              MOVE WS-RANGE-FROM TO WS-RR-FROM(RUL-IDX)
              MOVE WS-RANGE-TO TO WS-RR-TO(RUL-IDX)
           END-IF.

      * TEXT=literal, or TLEKEY=attribute-name.  Leading and trailing
      * blanks are not part of either.
       0518-ADD-TEXT-RULE.
           COMPUTE WS-RDX-NAME-LEN = FUNCTION LENGTH
                   (FUNCTION TRIM(WS-CARD-VALUE)).
           IF WS-RDX-NAME-LEN > 60
              OR (WS-RDX-NEW-TYPE = 'K' AND WS-RDX-NAME-LEN > 32)
              SET WS-RDX-CARD-BAD TO TRUE
           ELSE
              PERFORM 0526-NEW-RULE
           END-IF.
           IF WS-RDX-CARD-OK
              MOVE FUNCTION TRIM(WS-CARD-VALUE)
                TO WS-RR-TEXT(RUL-IDX)
              MOVE WS-RDX-NAME-LEN TO WS-RR-TEXT-LEN(RUL-IDX)
           END-IF.

      * USER=userid=profile or JOB=jobname=profile; a jobname ending
      * in * is a prefix (a lone * is not -- that is DEFAULT=).
       0519-ADD-ASSIGNMENT.
           MOVE SPACES TO WS-RDX-CARD-NAME WS-RDX-CARD-REST.
           UNSTRING WS-CARD-VALUE DELIMITED BY '='
              INTO WS-RDX-CARD-NAME WS-RDX-CARD-REST
           END-UNSTRING.
           COMPUTE WS-RDX-NAME-LEN = FUNCTION LENGTH
                   (FUNCTION TRIM(WS-RDX-CARD-NAME)).
           IF WS-RDX-CARD-NAME = SPACES OR WS-RDX-NAME-LEN > 8
              OR WS-RDX-CARD-REST = SPACES
              OR FUNCTION LENGTH(FUNCTION TRIM(WS-RDX-CARD-REST)) > 8
              OR WS-RDX-ASSIGN-COUNT NOT < WS-MAX-RDX-ASSIGN
              SET WS-RDX-CARD-BAD TO TRUE
           ELSE
              ADD 1 TO WS-RDX-ASSIGN-COUNT
              SET ASG-IDX TO WS-RDX-ASSIGN-COUNT
              MOVE WS-RDX-NEW-TYPE TO WS-RA-TYPE(ASG-IDX)
              MOVE FUNCTION TRIM(WS-RDX-CARD-NAME)
                TO WS-RA-NAME(ASG-IDX)
              MOVE FUNCTION TRIM(WS-RDX-CARD-REST)
                TO WS-RA-PROFILE(ASG-IDX)
              MOVE 'N' TO WS-RA-PREFIX(ASG-IDX)
              MOVE WS-RDX-NAME-LEN TO WS-RA-NAME-LEN(ASG-IDX)
              IF WS-RA-BY-JOB(ASG-IDX)
                 AND WS-RA-NAME(ASG-IDX)(WS-RDX-NAME-LEN:1) = '*'
                 IF WS-RDX-NAME-LEN = 1
                    SET WS-RDX-CARD-BAD TO TRUE
                    SUBTRACT 1 FROM WS-RDX-ASSIGN-COUNT
                 ELSE
                    MOVE 'Y' TO WS-RA-PREFIX(ASG-IDX)
                    SUBTRACT 1 FROM WS-RA-NAME-LEN(ASG-IDX)
                    MOVE SPACE TO
                         WS-RA-NAME(ASG-IDX)(WS-RDX-NAME-LEN:1)
                 END-IF
              END-IF
           END-IF.

      * A rule card must follow a PROFILE= card.
       0526-NEW-RULE.
           IF WS-RDX-CUR-PROF = ZERO
              OR WS-RDX-RULE-COUNT NOT < WS-MAX-RDX-RULES
              SET WS-RDX-CARD-BAD TO TRUE
           ELSE
              ADD 1 TO WS-RDX-RULE-COUNT
              SET RUL-IDX TO WS-RDX-RULE-COUNT
              MOVE WS-RDX-CUR-PROF TO WS-RR-PROF(RUL-IDX)
              MOVE WS-RDX-NEW-TYPE TO WS-RR-TYPE(RUL-IDX)
              MOVE ZERO TO WS-RR-LINE(RUL-IDX) WS-RR-FROM(RUL-IDX)
                           WS-RR-TO(RUL-IDX) WS-RR-TEXT-LEN(RUL-IDX)
              MOVE SPACES TO WS-RR-TEXT(RUL-IDX)
           END-IF.

      ******************************************************************
      * Which profile applies: a USER= assignment for the requesting
      * USERID first, then a JOB= assignment for its JOBNAME, then
      * DEFAULT=.  A forced profile outranks the request's own REDACT=
      * card; a forced NONE leaves the choice to the request.
      ******************************************************************
       0520-RESOLVE-PROFILE.
           MOVE SPACES TO WS-RDX-FORCED WS-RDX-SOURCE.
           IF WS-REQ-USERID NOT = SPACES
              PERFORM VARYING ASG-IDX FROM 1 BY 1
                      UNTIL ASG-IDX > WS-RDX-ASSIGN-COUNT
                         OR WS-RDX-FORCED NOT = SPACES
                 IF WS-RA-BY-USER(ASG-IDX)
                    AND WS-RA-NAME(ASG-IDX) = WS-REQ-USERID
                    MOVE WS-RA-PROFILE(ASG-IDX) TO WS-RDX-FORCED
                    MOVE 'USERID' TO WS-RDX-SOURCE
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-RDX-FORCED = SPACES AND WS-REQ-JOBNAME NOT = SPACES
              PERFORM VARYING ASG-IDX FROM 1 BY 1
                      UNTIL ASG-IDX > WS-RDX-ASSIGN-COUNT
                         OR WS-RDX-FORCED NOT = SPACES
                 IF WS-RA-BY-JOB(ASG-IDX)
                    PERFORM 0521-MATCH-JOB-ASSIGNMENT
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-RDX-FORCED = SPACES AND WS-RDX-DEFAULT NOT = SPACES
              MOVE WS-RDX-DEFAULT TO WS-RDX-FORCED
              MOVE 'DEFAULT' TO WS-RDX-SOURCE
           END-IF.
           IF WS-RDX-FORCED NOT = SPACES AND WS-RDX-FORCED NOT = 'NONE'
              MOVE WS-RDX-FORCED TO WS-RDX-PROFILE
              IF WS-RDX-REQ-PROFILE NOT = SPACES
                 AND WS-RDX-REQ-PROFILE NOT = WS-RDX-FORCED
                 DISPLAY PGMNAME ' REDACT=' WS-RDX-REQ-PROFILE
                         ' OVERRIDDEN, PROFILE ' WS-RDX-FORCED
                         ' IS FORCED BY ' WS-RDX-SOURCE
              END-IF
           ELSE
              IF WS-RDX-REQ-PROFILE NOT = SPACES
                 AND WS-RDX-REQ-PROFILE NOT = 'NONE'
                 MOVE WS-RDX-REQ-PROFILE TO WS-RDX-PROFILE
                 MOVE 'REQUEST' TO WS-RDX-SOURCE
              END-IF
           END-IF.
           IF WS-RDX-PROFILE NOT = SPACES
              PERFORM 0522-ACTIVATE-PROFILE
           END-IF.

       0521-MATCH-JOB-ASSIGNMENT.
           IF WS-RA-PREFIX(ASG-IDX) = 'Y'
              IF WS-REQ-JOBNAME(1:WS-RA-NAME-LEN(ASG-IDX)) =
                 WS-RA-NAME(ASG-IDX)(1:WS-RA-NAME-LEN(ASG-IDX))
                 MOVE WS-RA-PROFILE(ASG-IDX) TO WS-RDX-FORCED
                 MOVE 'JOBNAME' TO WS-RDX-SOURCE
              END-IF
           ELSE
              IF WS-RA-NAME(ASG-IDX) = WS-REQ-JOBNAME
                 MOVE WS-RA-PROFILE(ASG-IDX) TO WS-RDX-FORCED
                 MOVE 'JOBNAME' TO WS-RDX-SOURCE
              END-IF
           END-IF.

       0522-ACTIVATE-PROFILE.
           MOVE ZERO TO WS-RDX-PROF-SUB.
           PERFORM VARYING PRF-IDX FROM 1 BY 1
                   UNTIL PRF-IDX > WS-RDX-PROF-COUNT
                      OR WS-RDX-PROF-SUB > ZERO
              IF WS-RP-NAME(PRF-IDX) = WS-RDX-PROFILE
                 SET WS-RDX-PROF-SUB TO PRF-IDX
              END-IF
           END-PERFORM.
           IF WS-RDX-PROF-SUB = ZERO
              DISPLAY PGMNAME ' REDACTION PROFILE ' WS-RDX-PROFILE
                      ' (BY ' FUNCTION TRIM(WS-RDX-SOURCE)
                      ') IS NOT DEFINED, NOTHING DELIVERED'
              PERFORM 0990-ABORT-RUN
           END-IF.
           SET WS-RDX-ACTIVE TO TRUE.
           PERFORM VARYING RUL-IDX FROM 1 BY 1
                   UNTIL RUL-IDX > WS-RDX-RULE-COUNT
              IF WS-RR-PROF(RUL-IDX) = WS-RDX-PROF-SUB
                 AND WS-RR-KEY-RULE(RUL-IDX)
                 ADD 1 TO WS-RDX-KEY-RULES
              END-IF
           END-PERFORM.
           DISPLAY PGMNAME ' REDACTION PROFILE ' WS-RDX-PROFILE
                   ' APPLIED (BY ' FUNCTION TRIM(WS-RDX-SOURCE) ')'.

      ******************************************************************
      * TLEKEY rules: collect the requested generation's values of the
      * named attributes from the key index, each with the document
      * it was indexed for.  A key index that cannot be read, or more
      * values than the table holds, ends the run -- the values would
      * otherwise go out unmasked.
      ******************************************************************
       0530-LOAD-KEY-VALUES.
           OPEN INPUT AFPKEYIN-FILE.
           IF NOT AFPKEYIN-OK
              DISPLAY PGMNAME ' AFPKEYIN STATUS AFTER OPEN '
                      AFPKEYIN-STATUS ', TLEKEY REDACTION NOT '
                      'POSSIBLE'
              PERFORM 0990-ABORT-RUN
           END-IF.
           PERFORM 0535-READ-KEY-VALUE
             UNTIL AFPKEYIN-EOF.
           CLOSE AFPKEYIN-FILE.
           IF WS-RDX-VALUE-OVERFLOW > ZERO
              DISPLAY PGMNAME ' ' WS-RDX-VALUE-OVERFLOW
                      ' TLEKEY VALUES OVER THE TABLE, NOTHING '
                      'DELIVERED'
              PERFORM 0990-ABORT-RUN
           END-IF.
           PERFORM 0541-RESET-ACTIVE-VALUES.

       0535-READ-KEY-VALUE.
           READ AFPKEYIN-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF KEYIDX-ARCHIVE-GEN = WS-REQUEST-GEN
                    AND KEYIDX-ATTR-VALUE NOT = SPACES
                    PERFORM VARYING RUL-IDX FROM 1 BY 1
                            UNTIL RUL-IDX > WS-RDX-RULE-COUNT
                       IF WS-RR-PROF(RUL-IDX) = WS-RDX-PROF-SUB
                          AND WS-RR-KEY-RULE(RUL-IDX)
                          AND KEYIDX-ATTR-NAME = WS-RR-TEXT(RUL-IDX)
                          PERFORM 0537-NOTE-KEY-VALUE
                       END-IF
                    END-PERFORM
                 END-IF
           END-READ.

       0537-NOTE-KEY-VALUE.
           IF WS-RDX-VALUE-COUNT < WS-MAX-RDX-VALUES
              ADD 1 TO WS-RDX-VALUE-COUNT
              SET VAL-IDX TO WS-RDX-VALUE-COUNT
              MOVE KEYIDX-DOC-RECNUM TO WS-RV-DOC(VAL-IDX)
              SET WS-RV-RULE(VAL-IDX) TO RUL-IDX
              MOVE FUNCTION TRIM(KEYIDX-ATTR-VALUE)
                TO WS-RV-VALUE(VAL-IDX)
              COMPUTE WS-RV-LEN(VAL-IDX) = FUNCTION LENGTH
                      (FUNCTION TRIM(KEYIDX-ATTR-VALUE))
           ELSE
              ADD 1 TO WS-RDX-VALUE-OVERFLOW
           END-IF.

      * At a begin-page record: if a document indexed under TLEKEY
      * values starts here, its values become the ones in force.
       0540-CHECK-DOC-VALUES.
           SET WS-RDX-NO-DOC-START TO TRUE.
           PERFORM VARYING VAL-IDX FROM 1 BY 1
                   UNTIL VAL-IDX > WS-RDX-VALUE-COUNT
                      OR WS-RDX-DOC-STARTS
              IF WS-RV-DOC(VAL-IDX) = WS-ARC-RECNUM
                 SET WS-RDX-DOC-STARTS TO TRUE
              END-IF
           END-PERFORM.
           IF WS-RDX-DOC-STARTS
              PERFORM 0541-RESET-ACTIVE-VALUES
              PERFORM VARYING VAL-IDX FROM 1 BY 1
                      UNTIL VAL-IDX > WS-RDX-VALUE-COUNT
                 IF WS-RV-DOC(VAL-IDX) = WS-ARC-RECNUM
                    PERFORM 0542-ACTIVATE-VALUE
                 END-IF
              END-PERFORM
           END-IF.

      * Back to the generation-wide values only (those indexed with a
      * zero document start): at the end of a document, and at load.
       0541-RESET-ACTIVE-VALUES.
           MOVE ZERO TO WS-RDX-ACTIVE-COUNT.
           PERFORM VARYING VAL-IDX FROM 1 BY 1
                   UNTIL VAL-IDX > WS-RDX-VALUE-COUNT
              IF WS-RV-DOC(VAL-IDX) = ZERO
                 PERFORM 0542-ACTIVATE-VALUE
              END-IF
           END-PERFORM.

       0542-ACTIVATE-VALUE.
           IF WS-RDX-ACTIVE-COUNT < WS-MAX-RDX-ACTIVE
              ADD 1 TO WS-RDX-ACTIVE-COUNT
              SET WS-RX-SUB(WS-RDX-ACTIVE-COUNT) TO VAL-IDX
           ELSE
              DISPLAY PGMNAME ' MORE THAN ' WS-MAX-RDX-ACTIVE
                      ' TLEKEY VALUES FOR THE DOCUMENT AT RECORD '
                      WS-ARC-RECNUM ', NOTHING FURTHER DELIVERED'
              PERFORM 0990-ABORT-RUN
           END-IF.
        EJECT
       TITLE 'Redaction'.
      ******************************************************************
      * Mask a copy of the record about to be delivered.  The archived
      * record itself is left alone -- the checksum proof (0475) reads
      * it after the write.  Rules apply in the order the profile
      * lists them; each column range masked and each literal or key
      * value occurrence masked counts as one field.
      ******************************************************************
       0550-REDACT-RECORD.
           MOVE ARCIN-FLAT(1:WS-ARCIN-LEN)
             TO WS-RDX-RECORD(1:WS-ARCIN-LEN).
           SET WS-RDX-RECORD-READY TO TRUE.
           COMPUTE WS-RDX-DATA-LEN = WS-ARCIN-LEN - 9.
           IF WS-RDX-DATA-LEN > ZERO
              PERFORM VARYING RUL-IDX FROM 1 BY 1
                      UNTIL RUL-IDX > WS-RDX-RULE-COUNT
                 IF WS-RR-PROF(RUL-IDX) = WS-RDX-PROF-SUB
                    EVALUATE TRUE
                       WHEN WS-RR-LINE-RULE(RUL-IDX)
                          PERFORM 0555-MASK-COLUMNS
                       WHEN WS-RR-TEXT-RULE(RUL-IDX)
                          MOVE WS-RR-TEXT(RUL-IDX) TO WS-RDX-VALUE
                          MOVE WS-RR-TEXT-LEN(RUL-IDX)
                            TO WS-RDX-VALUE-LEN
                          PERFORM 0560-MASK-VALUE
                       WHEN WS-RR-KEY-RULE(RUL-IDX)
                          PERFORM 0557-MASK-KEY-VALUES
                    END-EVALUATE
                 END-IF
              END-PERFORM
           END-IF.

      * Columns count from the first data byte after the introducer;
      * a range running past the end of a short line masks what is
      * there.
       0555-MASK-COLUMNS.
           IF (WS-RR-LINE(RUL-IDX) = ZERO
               OR WS-RR-LINE(RUL-IDX) = WS-RDX-PAGE-LINE)
              AND WS-RR-FROM(RUL-IDX) NOT > WS-RDX-DATA-LEN
              IF WS-RR-TO(RUL-IDX) > WS-RDX-DATA-LEN
                 COMPUTE WS-RDX-COL-LEN =
                         WS-RDX-DATA-LEN - WS-RR-FROM(RUL-IDX) + 1
              ELSE
                 COMPUTE WS-RDX-COL-LEN =
                         WS-RR-TO(RUL-IDX) - WS-RR-FROM(RUL-IDX) + 1
              END-IF
              INSPECT WS-RDX-RECORD(WS-RR-FROM(RUL-IDX) + 9:
                                    WS-RDX-COL-LEN)
                 REPLACING CHARACTERS BY WS-RP-MASK(WS-RDX-PROF-SUB)
              ADD 1 TO WS-RDX-MASKED
           END-IF.

       0557-MASK-KEY-VALUES.
           SET WS-RDX-RULE-SUB TO RUL-IDX.
           PERFORM VARYING ACT-IDX FROM 1 BY 1
                   UNTIL ACT-IDX > WS-RDX-ACTIVE-COUNT
              SET VAL-IDX TO WS-RX-SUB(ACT-IDX)
              IF WS-RV-RULE(VAL-IDX) = WS-RDX-RULE-SUB
                 MOVE WS-RV-VALUE(VAL-IDX) TO WS-RDX-VALUE
                 MOVE WS-RV-LEN(VAL-IDX) TO WS-RDX-VALUE-LEN
                 PERFORM 0560-MASK-VALUE
              END-IF
           END-PERFORM.

      * Every occurrence of WS-RDX-VALUE in the data is overlaid with
      * the mask character, keeping the profile's KEEP= trailing
      * characters visible (all of it is masked when the value is no
      * longer than that).
       0560-MASK-VALUE.
           IF WS-RDX-VALUE-LEN > ZERO
              AND WS-RDX-VALUE-LEN NOT > WS-RDX-DATA-LEN
              MOVE ZERO TO WS-RDX-HITS
              INSPECT WS-RDX-RECORD(10:WS-RDX-DATA-LEN)
                 TALLYING WS-RDX-HITS
                 FOR ALL WS-RDX-VALUE(1:WS-RDX-VALUE-LEN)
              IF WS-RDX-HITS > ZERO
                 MOVE WS-RDX-VALUE TO WS-RDX-REPL
                 MOVE WS-RP-KEEP(WS-RDX-PROF-SUB) TO WS-RDX-SHOWN
                 IF WS-RDX-SHOWN NOT < WS-RDX-VALUE-LEN
                    MOVE ZERO TO WS-RDX-SHOWN
                 END-IF
                 INSPECT WS-RDX-REPL(1:WS-RDX-VALUE-LEN - WS-RDX-SHOWN)
                    REPLACING CHARACTERS
                    BY WS-RP-MASK(WS-RDX-PROF-SUB)
                 INSPECT WS-RDX-RECORD(10:WS-RDX-DATA-LEN)
                    REPLACING ALL WS-RDX-VALUE(1:WS-RDX-VALUE-LEN)
                    BY WS-RDX-REPL(1:WS-RDX-VALUE-LEN)
                 ADD WS-RDX-HITS TO WS-RDX-MASKED
              END-IF
           END-IF.
        EJECT
       TITLE 'Delivery report'.
       0900-REPORT.
              DISPLAY '  NO PAGE INDEX AVAILABLE, BREAK LINES '
                      'SHOW PAGE ZERO'
           END-IF.
           IF WS-CKS-STAMPING
              DISPLAY '  PAGES CHECKSUM-STAMPED: ' WS-PAGES-STAMPED
              DISPLAY '  PAGES PROVED AGAINST RECORDED CHECKSUM: '
                      WS-PAGES-PROVED
              DISPLAY '  PAGES WITH NO RECORDED CHECKSUM: '
                      WS-PAGES-NO-CHECKSUM
              IF WS-PAGES-MISMATCHED > 0
                 DISPLAY '  *** PAGES NOT MATCHING RECORDED '
                         'CHECKSUM: ' WS-PAGES-MISMATCHED ' ***'
              END-IF
           END-IF.
           IF WS-RDX-ACTIVE
              DISPLAY '  REDACTION PROFILE: ' WS-RDX-PROFILE
                      ' (BY ' FUNCTION TRIM(WS-RDX-SOURCE) ')'
              DISPLAY '  FIELDS MASKED:     ' WS-RDX-MASKED
           ELSE
              DISPLAY '  REDACTION:         NONE, FULL CONTENT'
           END-IF.
           DISPLAY '================================================'.
        EJECT
       TITLE 'Retrieval audit'.
           MOVE SPACES TO DYN-PARM-TEXT.
           STRING 'ALLOC DD(AFPAUDIT) DSN('      DELIMITED BY SIZE
                  WS-AUDIT-DSN                   DELIMITED BY SPACE
                  ') MOD CATLG RECFM(F,B) LRECL(160) BLKSIZE(0) '
                                                  DELIMITED BY SIZE
                  'SPACE(1,5) CYL REUSE'        DELIMITED BY SIZE
             INTO DYN-PARM-TEXT
           MOVE WS-KEYS-DELIVERED TO AUD-KEYS-DLV.
           MOVE WS-RECORDS-COPIED TO AUD-RECORDS.
           MOVE WS-RETURN-CODE TO AUD-RETCODE.
           IF WS-RDX-ACTIVE
              MOVE WS-RDX-PROFILE TO AUD-RDX-PROFILE
              MOVE WS-RDX-MASKED TO AUD-RDX-MASKED
           END-IF.

      * Abnormal end.  Every fatal exit routes through here so the
      * request still leaves its audit record -- a retrieval that
        EJECT
       TITLE 'Compressed-record expansion'.
           COPY AFPRLEXP SUPPRESS.
        EJECT
       TITLE 'Page checksum'.
           COPY AFPCKSUM SUPPRESS.
        EJECT
       TITLE 'Executing task identity'.
           COPY AFPTIDEN SUPPRESS.
       END PROGRAM AFPPAGRD.
