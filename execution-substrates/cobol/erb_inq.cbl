      *> ERB Master Inquiry / Browse Utility
      *> The day-to-day lookup against LANGCAND without an ERBUNLD or a
      *> wait for the next batch report. Reads a parameter card file
      *> ERBINQPARM carrying exactly one selector line:
      *>   FAMILY=<RECORD-FAMILY-CODE>     every candidate in the family
      *>   DOMAIN=<RECORD-DOMAIN>          every candidate in the domain
      *>   TYPE=<RECORD-CANDIDATE-TYPE>    every candidate of the type
      *>   NAME=<prefix>                   every RECORD-NAME starting so
      *>   FULL=<RECORD-NAME>              one candidate, full record
      *> FAMILY/DOMAIN/TYPE browse the master's alternate keys; NAME
      *> and FULL position on the prime key. Each hit prints on one
      *> line of ERBINQRPT with its persisted verdict fields -
      *> predicted answer, IS-LANGUAGE, Hockett score and tier, formal
      *> score and tier, domain - as the last ERBDRVR pass left them;
      *> nothing is recalculated. A browse that finds exactly one
      *> candidate, and every FULL= lookup, also prints that
      *> candidate's full record, one field per line. Candidates
      *> sharing an alternate-key value come back in the order the
      *> file holds them, not name order. The master is opened INPUT;
      *> nothing is rewritten.
      *> GnuCOBOL free-format: cobc -free -x erb_inq.cbl
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERBINQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANDIDATE-FILE ASSIGN TO "LANGCAND"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS RECORD-NAME OF CAND-FILE-RECORD
               ALTERNATE RECORD KEY IS RECORD-FAMILY-CODE OF CAND-FILE-RECORD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RECORD-DOMAIN OF CAND-FILE-RECORD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RECORD-CANDIDATE-TYPE OF CAND-FILE-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-CANDIDATE-FILE-STATUS.
           SELECT INQ-PARM-FILE ASSIGN TO "ERBINQPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INQ-PARM-STATUS.
           SELECT INQ-REPORT-FILE ASSIGN TO "ERBINQRPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CANDIDATE-FILE.
           COPY "erb_copy" REPLACING ==CANDIDATE-RECORD== BY ==CAND-FILE-RECORD==.
       FD INQ-PARM-FILE.
       01 INQ-PARM-LINE               PIC X(200).
       FD INQ-REPORT-FILE.
       01 INQ-REPORT-LINE             PIC X(560).
       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE                 PIC 9(08).
       01 WS-CANDIDATE-FILE-STATUS    PIC X(02).
       01 WS-INQ-PARM-STATUS          PIC X(02).
       01 WS-EOF-SWITCH               PIC X(05) VALUE "false".
       01 WS-PARM-KEYWORD             PIC X(45).
       01 WS-PARM-VALUE               PIC X(60).
      *> The one selector the card asked for.
       01 WS-INQ-SELECTOR             PIC X(06) VALUE SPACES.
       01 WS-INQ-VALUE                PIC X(60) VALUE SPACES.
       01 WS-INQ-SELECTOR-COUNT       PIC 9(02) VALUE 0.
       01 WS-INQ-PREFIX-LEN           PIC 9(02).
       01 WS-HIT-COUNT                PIC 9(06) VALUE 0.
      *> The last candidate listed - printed in full when it turns out
      *> to be the only hit.
           COPY "erb_copy" REPLACING ==CANDIDATE-RECORD== BY ==CAND-HIT-RECORD==.
      *> One browse line, fixed columns like the ERBDRVR mismatch print.
       01 WS-INQ-DETAIL.
           05 WS-INQ-NAME             PIC X(60).
           05 FILLER                  PIC X(01).
           05 WS-INQ-PREDICTED        PIC X(09).
           05 FILLER                  PIC X(01).
           05 WS-INQ-ISLANG           PIC X(09).
           05 FILLER                  PIC X(01).
           05 WS-INQ-HOCKETT-SCORE    PIC X(07).
           05 FILLER                  PIC X(01).
           05 WS-INQ-HOCKETT-TIER     PIC X(08).
           05 FILLER                  PIC X(01).
           05 WS-INQ-FORMAL-SCORE     PIC X(06).
           05 FILLER                  PIC X(01).
           05 WS-INQ-FORMAL-TIER      PIC X(08).
           05 FILLER                  PIC X(01).
           05 WS-INQ-DOMAIN           PIC X(13).
      *> One field of the full-record block.
       01 WS-FULL-LABEL               PIC X(45).
       01 WS-FULL-VALUE               PIC X(500).
       01 WS-NUMBER-EDIT              PIC -(4)9.
       PROCEDURE DIVISION.
       INQ-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-INQ-PARM-CARD
           IF WS-INQ-SELECTOR-COUNT NOT = 1 OR WS-INQ-VALUE = SPACES
               DISPLAY "ERBINQ: ERBINQPARM must carry exactly one "
                       "FAMILY=, DOMAIN=, TYPE=, NAME= or FULL= line"
               GOBACK
           END-IF
           OPEN INPUT CANDIDATE-FILE
           IF WS-CANDIDATE-FILE-STATUS = "35"
               DISPLAY "ERBINQ: LANGCAND master not found"
               GOBACK
           END-IF
           OPEN OUTPUT INQ-REPORT-FILE
           PERFORM WRITE-INQ-REPORT-HEADER
           EVALUATE WS-INQ-SELECTOR
               WHEN "FAMILY"
                   PERFORM BROWSE-BY-FAMILY
               WHEN "DOMAIN"
                   PERFORM BROWSE-BY-DOMAIN
               WHEN "TYPE"
                   PERFORM BROWSE-BY-CANDIDATE-TYPE
               WHEN "NAME"
                   PERFORM BROWSE-BY-NAME-PREFIX
               WHEN "FULL"
                   PERFORM LOOK-UP-ONE-CANDIDATE
           END-EVALUATE
           CLOSE CANDIDATE-FILE
           IF WS-HIT-COUNT = 0
               MOVE "  (no candidates found)" TO INQ-REPORT-LINE
               WRITE INQ-REPORT-LINE
           END-IF
           IF WS-HIT-COUNT = 1
               PERFORM WRITE-FULL-RECORD-BLOCK
           END-IF
           MOVE SPACES TO INQ-REPORT-LINE
           WRITE INQ-REPORT-LINE
           MOVE SPACES TO INQ-REPORT-LINE
           STRING "Total candidates found: " DELIMITED BY SIZE
                  WS-HIT-COUNT DELIMITED BY SIZE
                  INTO INQ-REPORT-LINE
           WRITE INQ-REPORT-LINE
           CLOSE INQ-REPORT-FILE
           DISPLAY "ERBINQ: " FUNCTION TRIM(WS-INQ-SELECTOR) "="
                   FUNCTION TRIM(WS-INQ-VALUE) " - "
                   WS-HIT-COUNT " candidates found"
           GOBACK
       .

       LOAD-INQ-PARM-CARD.
           OPEN INPUT INQ-PARM-FILE
           IF WS-INQ-PARM-STATUS NOT = "35"
               MOVE "false" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-PARM-LINE
               PERFORM UNTIL WS-EOF-SWITCH = "true"
                   PERFORM STORE-ONE-PARM-LINE
                   PERFORM READ-NEXT-PARM-LINE
               END-PERFORM
               CLOSE INQ-PARM-FILE
           END-IF
       .

       READ-NEXT-PARM-LINE.
           READ INQ-PARM-FILE
               AT END
                   MOVE "true" TO WS-EOF-SWITCH
           END-READ
       .

      *> Blank lines are comment space and skipped; anything that is
      *> not one of the five selectors is warned about and ignored.
       STORE-ONE-PARM-LINE.
           IF INQ-PARM-LINE NOT = SPACES
               MOVE SPACES TO WS-PARM-KEYWORD
               MOVE SPACES TO WS-PARM-VALUE
               UNSTRING INQ-PARM-LINE DELIMITED BY "="
                   INTO WS-PARM-KEYWORD, WS-PARM-VALUE
               IF WS-PARM-KEYWORD = "FAMILY" OR "DOMAIN" OR "TYPE"
                                 OR "NAME" OR "FULL"
                   ADD 1 TO WS-INQ-SELECTOR-COUNT
                   MOVE WS-PARM-KEYWORD TO WS-INQ-SELECTOR
                   MOVE WS-PARM-VALUE TO WS-INQ-VALUE
               ELSE
                   DISPLAY "ERBINQ: WARNING - ERBINQPARM line not "
                           "understood, ignored: " INQ-PARM-LINE
               END-IF
           END-IF
       .

       WRITE-INQ-REPORT-HEADER.
           MOVE SPACES TO INQ-REPORT-LINE
           STRING "ERBINQ MASTER INQUIRY - RUN DATE " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INQ-SELECTOR) DELIMITED BY SIZE
                  "=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INQ-VALUE) DELIMITED BY SIZE
                  INTO INQ-REPORT-LINE
           WRITE INQ-REPORT-LINE
           MOVE SPACES TO INQ-REPORT-LINE
           WRITE INQ-REPORT-LINE
           MOVE SPACES TO WS-INQ-DETAIL
           MOVE "RECORD-NAME" TO WS-INQ-NAME
           MOVE "PREDICTED" TO WS-INQ-PREDICTED
           MOVE "IS-LANG" TO WS-INQ-ISLANG
           MOVE "HOCKETT" TO WS-INQ-HOCKETT-SCORE
           MOVE "TIER" TO WS-INQ-HOCKETT-TIER
           MOVE "FORMAL" TO WS-INQ-FORMAL-SCORE
           MOVE "TIER" TO WS-INQ-FORMAL-TIER
           MOVE "DOMAIN" TO WS-INQ-DOMAIN
           MOVE WS-INQ-DETAIL TO INQ-REPORT-LINE
           WRITE INQ-REPORT-LINE
       .

       READ-NEXT-CANDIDATE.
           READ CANDIDATE-FILE NEXT
               AT END
                   MOVE "true" TO WS-EOF-SWITCH
           END-READ
       .

      *> The three alternate-key browses: START at the first record
      *> carrying the value, then READ NEXT along that key until the
      *> value changes.
       BROWSE-BY-FAMILY.
           MOVE "false" TO WS-EOF-SWITCH
           MOVE WS-INQ-VALUE TO RECORD-FAMILY-CODE OF CAND-FILE-RECORD
           START CANDIDATE-FILE
               KEY IS EQUAL TO RECORD-FAMILY-CODE OF CAND-FILE-RECORD
               INVALID KEY
                   MOVE "true" TO WS-EOF-SWITCH
           END-START
           IF WS-EOF-SWITCH = "false"
               PERFORM READ-NEXT-CANDIDATE
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = "true"
                      OR RECORD-FAMILY-CODE OF CAND-FILE-RECORD
                         NOT = WS-INQ-VALUE
               PERFORM WRITE-CANDIDATE-LINE
               PERFORM READ-NEXT-CANDIDATE
           END-PERFORM
       .

       BROWSE-BY-DOMAIN.
           MOVE "false" TO WS-EOF-SWITCH
           MOVE WS-INQ-VALUE TO RECORD-DOMAIN OF CAND-FILE-RECORD
           START CANDIDATE-FILE
               KEY IS EQUAL TO RECORD-DOMAIN OF CAND-FILE-RECORD
               INVALID KEY
                   MOVE "true" TO WS-EOF-SWITCH
           END-START
           IF WS-EOF-SWITCH = "false"
               PERFORM READ-NEXT-CANDIDATE
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = "true"
                      OR RECORD-DOMAIN OF CAND-FILE-RECORD
                         NOT = WS-INQ-VALUE
               PERFORM WRITE-CANDIDATE-LINE
               PERFORM READ-NEXT-CANDIDATE
           END-PERFORM
       .

       BROWSE-BY-CANDIDATE-TYPE.
           MOVE "false" TO WS-EOF-SWITCH
           MOVE WS-INQ-VALUE TO RECORD-CANDIDATE-TYPE OF CAND-FILE-RECORD
           START CANDIDATE-FILE
               KEY IS EQUAL TO RECORD-CANDIDATE-TYPE OF CAND-FILE-RECORD
               INVALID KEY
                   MOVE "true" TO WS-EOF-SWITCH
           END-START
           IF WS-EOF-SWITCH = "false"
               PERFORM READ-NEXT-CANDIDATE
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = "true"
                      OR RECORD-CANDIDATE-TYPE OF CAND-FILE-RECORD
                         NOT = WS-INQ-VALUE
               PERFORM WRITE-CANDIDATE-LINE
               PERFORM READ-NEXT-CANDIDATE
           END-PERFORM
       .

      *> Prime-key browse from the first name at or after the prefix,
      *> for as long as names still start with it. Trailing spaces on
      *> the card are not part of the prefix.
       BROWSE-BY-NAME-PREFIX.
           MOVE "false" TO WS-EOF-SWITCH
           COMPUTE WS-INQ-PREFIX-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-INQ-VALUE TRAILING))
           MOVE WS-INQ-VALUE TO RECORD-NAME OF CAND-FILE-RECORD
           START CANDIDATE-FILE
               KEY IS NOT LESS THAN RECORD-NAME OF CAND-FILE-RECORD
               INVALID KEY
                   MOVE "true" TO WS-EOF-SWITCH
           END-START
           IF WS-EOF-SWITCH = "false"
               PERFORM READ-NEXT-CANDIDATE
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = "true"
                      OR RECORD-NAME OF CAND-FILE-RECORD(1:WS-INQ-PREFIX-LEN)
                         NOT = WS-INQ-VALUE(1:WS-INQ-PREFIX-LEN)
               PERFORM WRITE-CANDIDATE-LINE
               PERFORM READ-NEXT-CANDIDATE
           END-PERFORM
       .

       LOOK-UP-ONE-CANDIDATE.
           MOVE WS-INQ-VALUE TO RECORD-NAME OF CAND-FILE-RECORD
           READ CANDIDATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM WRITE-CANDIDATE-LINE
           END-READ
       .

       WRITE-CANDIDATE-LINE.
           ADD 1 TO WS-HIT-COUNT
           MOVE CAND-FILE-RECORD TO CAND-HIT-RECORD
           MOVE SPACES TO WS-INQ-DETAIL
           MOVE RECORD-NAME OF CAND-FILE-RECORD TO WS-INQ-NAME
           MOVE RECORD-PREDICTED-ANSWER OF CAND-FILE-RECORD
               TO WS-INQ-PREDICTED
           MOVE RECORD-IS-LANGUAGE OF CAND-FILE-RECORD TO WS-INQ-ISLANG
           MOVE RECORD-BIO-HOCKETT-SCORE OF CAND-FILE-RECORD
               TO WS-INQ-HOCKETT-SCORE
           MOVE RECORD-BIO-HOCKETT-TIER OF CAND-FILE-RECORD
               TO WS-INQ-HOCKETT-TIER
           MOVE RECORD-FORMAL-SCORE OF CAND-FILE-RECORD
               TO WS-INQ-FORMAL-SCORE
           MOVE RECORD-FORMAL-TIER OF CAND-FILE-RECORD
               TO WS-INQ-FORMAL-TIER
           MOVE RECORD-DOMAIN OF CAND-FILE-RECORD TO WS-INQ-DOMAIN
           MOVE WS-INQ-DETAIL TO INQ-REPORT-LINE
           WRITE INQ-REPORT-LINE
       .

      *> Every field of the single hit in copybook order, input fields
      *> first, then what ERBCALC derived.
       WRITE-FULL-RECORD-BLOCK.
           MOVE SPACES TO INQ-REPORT-LINE
           WRITE INQ-REPORT-LINE
           MOVE SPACES TO INQ-REPORT-LINE
           STRING "FULL RECORD - " DELIMITED BY SIZE
                  FUNCTION TRIM(RECORD-NAME OF CAND-HIT-RECORD)
                      DELIMITED BY SIZE
                  INTO INQ-REPORT-LINE
           WRITE INQ-REPORT-LINE
           MOVE "RECORD-NAME" TO WS-FULL-LABEL
           MOVE RECORD-NAME OF CAND-HIT-RECORD TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-FAMILY-CODE" TO WS-FULL-LABEL
           MOVE RECORD-FAMILY-CODE OF CAND-HIT-RECORD TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-CANDIDATE-TYPE" TO WS-FULL-LABEL
           MOVE RECORD-CANDIDATE-TYPE OF CAND-HIT-RECORD TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-IS-LANGUAGE" TO WS-FULL-LABEL
           MOVE RECORD-IS-LANGUAGE OF CAND-HIT-RECORD TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-HAS-SYNTAX" TO WS-FULL-LABEL
           MOVE RECORD-HAS-SYNTAX OF CAND-HIT-RECORD TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-IS-PARSED" TO WS-FULL-LABEL
           MOVE RECORD-IS-PARSED OF CAND-HIT-RECORD TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-HAS-LINEAR-DECODING-PRESSURE" TO WS-FULL-LABEL
           MOVE RECORD-HAS-LINEAR-DECODING-PRESSURE OF CAND-HIT-RECORD
               TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-RESOLVES-TO-AN-AST" TO WS-FULL-LABEL
           MOVE RECORD-RESOLVES-TO-AN-AST OF CAND-HIT-RECORD
               TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-IS-STABLE-ONTOLOGY-REFERENCE" TO WS-FULL-LABEL
           MOVE RECORD-IS-STABLE-ONTOLOGY-REFERENCE OF CAND-HIT-RECORD
               TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-CAN-BE-HELD" TO WS-FULL-LABEL
           MOVE RECORD-CAN-BE-HELD OF CAND-HIT-RECORD TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-HAS-IDENTITY" TO WS-FULL-LABEL
           MOVE RECORD-HAS-IDENTITY OF CAND-HIT-RECORD TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-IS-OPEN-WORLD" TO WS-FULL-LABEL
           MOVE RECORD-IS-OPEN-WORLD OF CAND-HIT-RECORD TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-IS-CLOSED-WORLD" TO WS-FULL-LABEL
           MOVE RECORD-IS-CLOSED-WORLD OF CAND-HIT-RECORD
               TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-DISTANCE-FROM-CONCEPT" TO WS-FULL-LABEL
           MOVE RECORD-DISTANCE-FROM-CONCEPT OF CAND-HIT-RECORD
               TO WS-NUMBER-EDIT
           MOVE FUNCTION TRIM(WS-NUMBER-EDIT) TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-BIO-IS-EVOLVED-COMMUNICATION-SYSTEM"
               TO WS-FULL-LABEL
           MOVE RECORD-BIO-IS-EVOLVED-COMMUNICATION-SYSTEM
                    OF CAND-HIT-RECORD
               TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-BIO-HAS-SEMANTICITY" TO WS-FULL-LABEL
           MOVE RECORD-BIO-HAS-SEMANTICITY OF CAND-HIT-RECORD
               TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-BIO-HAS-ARBITRARINESS" TO WS-FULL-LABEL
           MOVE RECORD-BIO-HAS-ARBITRARINESS OF CAND-HIT-RECORD
               TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-BIO-HAS-DISCRETENESS" TO WS-FULL-LABEL
           MOVE RECORD-BIO-HAS-DISCRETENESS OF CAND-HIT-RECORD
               TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-BIO-HAS-DUALITY-OF-PATTERNING" TO WS-FULL-LABEL
           MOVE RECORD-BIO-HAS-DUALITY-OF-PATTERNING OF CAND-HIT-RECORD
               TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-BIO-HAS-PRODUCTIVITY" TO WS-FULL-LABEL
           MOVE RECORD-BIO-HAS-PRODUCTIVITY OF CAND-HIT-RECORD
               TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-BIO-HAS-DISPLACEMENT" TO WS-FULL-LABEL
           MOVE RECORD-BIO-HAS-DISPLACEMENT OF CAND-HIT-RECORD
               TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-BIO-HAS-CULTURAL-TRANSMISSION" TO WS-FULL-LABEL
           MOVE RECORD-BIO-HAS-CULTURAL-TRANSMISSION OF CAND-HIT-RECORD
               TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-BIO-HAS-INTERCHANGEABILITY" TO WS-FULL-LABEL
           MOVE RECORD-BIO-HAS-INTERCHANGEABILITY OF CAND-HIT-RECORD
               TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-BIO-HAS-FEEDBACK" TO WS-FULL-LABEL
           MOVE RECORD-BIO-HAS-FEEDBACK OF CAND-HIT-RECORD
               TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-BIO-HAS-BROADCAST-TRANSMISSION" TO WS-FULL-LABEL
           MOVE RECORD-BIO-HAS-BROADCAST-TRANSMISSION OF CAND-HIT-RECORD
               TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-BIO-HAS-RAPID-FADING" TO WS-FULL-LABEL
           MOVE RECORD-BIO-HAS-RAPID-FADING OF CAND-HIT-RECORD
               TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-HAS-GRAMMAR" TO WS-FULL-LABEL
           MOVE RECORD-HAS-GRAMMAR OF CAND-HIT-RECORD TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-QUESTION" TO WS-FULL-LABEL
           MOVE RECORD-QUESTION OF CAND-HIT-RECORD TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-PREDICTED-BIOLOGICAL-LANGUAGE-CORE"
               TO WS-FULL-LABEL
           MOVE RECORD-PREDICTED-BIOLOGICAL-LANGUAGE-CORE
                    OF CAND-HIT-RECORD
               TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-BIO-HOCKETT-SCORE" TO WS-FULL-LABEL
           MOVE RECORD-BIO-HOCKETT-SCORE OF CAND-HIT-RECORD
               TO WS-NUMBER-EDIT
           MOVE FUNCTION TRIM(WS-NUMBER-EDIT) TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-BIO-HOCKETT-TIER" TO WS-FULL-LABEL
           MOVE RECORD-BIO-HOCKETT-TIER OF CAND-HIT-RECORD
               TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-DISTANCE-ERROR" TO WS-FULL-LABEL
           MOVE RECORD-DISTANCE-ERROR OF CAND-HIT-RECORD TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-IS-DESCRIPTION-OF" TO WS-FULL-LABEL
           MOVE RECORD-IS-DESCRIPTION-OF OF CAND-HIT-RECORD
               TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-IS-OPEN-CLOSED-WORLD-CONFLICTED" TO WS-FULL-LABEL
           MOVE RECORD-IS-OPEN-CLOSED-WORLD-CONFLICTED OF CAND-HIT-RECORD
               TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-RELATIONSHIP-TO-CONCEPT" TO WS-FULL-LABEL
           MOVE RECORD-RELATIONSHIP-TO-CONCEPT OF CAND-HIT-RECORD
               TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-PREDICTED-ANSWER" TO WS-FULL-LABEL
           MOVE RECORD-PREDICTED-ANSWER OF CAND-HIT-RECORD
               TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-PREDICTED-BIOLOGICAL-LANGUAGE-STRICT"
               TO WS-FULL-LABEL
           MOVE RECORD-PREDICTED-BIOLOGICAL-LANGUAGE-STRICT
                    OF CAND-HIT-RECORD
               TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-PREDICTION-PREDICATES" TO WS-FULL-LABEL
           MOVE RECORD-PREDICTION-PREDICATES OF CAND-HIT-RECORD
               TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-PREDICTION-FAIL" TO WS-FULL-LABEL
           MOVE RECORD-PREDICTION-FAIL OF CAND-HIT-RECORD
               TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-DOMAIN" TO WS-FULL-LABEL
           MOVE RECORD-DOMAIN OF CAND-HIT-RECORD TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-FORMAL-SCORE" TO WS-FULL-LABEL
           MOVE RECORD-FORMAL-SCORE OF CAND-HIT-RECORD TO WS-NUMBER-EDIT
           MOVE FUNCTION TRIM(WS-NUMBER-EDIT) TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
           MOVE "RECORD-FORMAL-TIER" TO WS-FULL-LABEL
           MOVE RECORD-FORMAL-TIER OF CAND-HIT-RECORD TO WS-FULL-VALUE
           PERFORM WRITE-FULL-FIELD-LINE
       .

       WRITE-FULL-FIELD-LINE.
           MOVE SPACES TO INQ-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-FULL-LABEL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FULL-VALUE TRAILING) DELIMITED BY SIZE
                  INTO INQ-REPORT-LINE
           WRITE INQ-REPORT-LINE
       .
