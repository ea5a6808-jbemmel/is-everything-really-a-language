      *> ERB Contradictory-Twins Report
      *> Finds candidates the rulebook cannot tell apart but the ground
      *> truth treats differently. Every candidate's input profile -
      *> the formal flags RECORD-HAS-SYNTAX through
      *> RECORD-IS-CLOSED-WORLD, RECORD-DISTANCE-FROM-CONCEPT, and the
      *> twelve RECORD-BIO-* features - is compared with every other
      *> candidate's. Two candidates whose profiles are identical, or
      *> differ in only one of those twenty-two fields, are twins; twins
      *> of twins are chained into one group, so a group is every
      *> candidate reachable one field at a time.
      *> ERBTWINRPT lists first the CONTRADICTORY groups - those whose
      *> members disagree on RECORD-IS-LANGUAGE - with each disagreeing
      *> twin pair and the one field (if any) that separates them.
      *> These are data-quality items for an analyst: one of the pair
      *> is mis-coded, and no rulebook change can separate them. The
      *> consistent groups follow, then the totals. The cross-record
      *> checks in ERBDRVR's consistency pre-pass (ERBCONSRPT) look at
      *> names and candidate type only; this report is their
      *> input-flag counterpart. Records that fail ERBEDIT's field
      *> edits are left out, as the batch pass leaves them out. The
      *> master is opened INPUT; nothing is rewritten.
      *> GnuCOBOL free-format:
      *>   cobc -free -x erb_twins.cbl erb_edit.cbl
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERBTWINS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANDIDATE-FILE ASSIGN TO "LANGCAND"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS RECORD-NAME OF CAND-FILE-RECORD
               ALTERNATE RECORD KEY IS RECORD-FAMILY-CODE OF CAND-FILE-RECORD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RECORD-DOMAIN OF CAND-FILE-RECORD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RECORD-CANDIDATE-TYPE OF CAND-FILE-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-CANDIDATE-FILE-STATUS.
           SELECT TWIN-REPORT-FILE ASSIGN TO "ERBTWINRPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CANDIDATE-FILE.
           COPY "erb_copy" REPLACING ==CANDIDATE-RECORD== BY ==CAND-FILE-RECORD==.
       FD TWIN-REPORT-FILE.
       01 TWIN-REPORT-LINE            PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE                 PIC 9(08).
       01 WS-CANDIDATE-FILE-STATUS    PIC X(02).
       01 WS-EOF-SWITCH               PIC X(05) VALUE "false".
       01 WS-CANDIDATE-COUNT          PIC 9(06) VALUE 0.
       01 WS-EDIT-REJECT-COUNT        PIC 9(06) VALUE 0.
       01 WS-TWIN-GROUP-COUNT         PIC 9(06) VALUE 0.
       01 WS-CONTRA-GROUP-COUNT       PIC 9(06) VALUE 0.
       01 WS-CONTRA-PAIR-COUNT        PIC 9(06) VALUE 0.
       01 WS-GROUPED-CANDIDATE-COUNT  PIC 9(06) VALUE 0.
           COPY "erb_editrec".
      *> The twenty-two compared fields in record order, as the
      *> comparison and the report name them.
       01 WS-FIELD-LABEL-VALUES.
           05 FILLER PIC X(45) VALUE "RECORD-HAS-SYNTAX".
           05 FILLER PIC X(45) VALUE "RECORD-IS-PARSED".
           05 FILLER PIC X(45) VALUE "RECORD-HAS-LINEAR-DECODING-PRESSURE".
           05 FILLER PIC X(45) VALUE "RECORD-RESOLVES-TO-AN-AST".
           05 FILLER PIC X(45) VALUE "RECORD-IS-STABLE-ONTOLOGY-REFERENCE".
           05 FILLER PIC X(45) VALUE "RECORD-CAN-BE-HELD".
           05 FILLER PIC X(45) VALUE "RECORD-HAS-IDENTITY".
           05 FILLER PIC X(45) VALUE "RECORD-IS-OPEN-WORLD".
           05 FILLER PIC X(45) VALUE "RECORD-IS-CLOSED-WORLD".
           05 FILLER PIC X(45) VALUE "RECORD-DISTANCE-FROM-CONCEPT".
           05 FILLER PIC X(45) VALUE "RECORD-BIO-IS-EVOLVED-COMMUNICATION-SYSTEM".
           05 FILLER PIC X(45) VALUE "RECORD-BIO-HAS-SEMANTICITY".
           05 FILLER PIC X(45) VALUE "RECORD-BIO-HAS-ARBITRARINESS".
           05 FILLER PIC X(45) VALUE "RECORD-BIO-HAS-DISCRETENESS".
           05 FILLER PIC X(45) VALUE "RECORD-BIO-HAS-DUALITY-OF-PATTERNING".
           05 FILLER PIC X(45) VALUE "RECORD-BIO-HAS-PRODUCTIVITY".
           05 FILLER PIC X(45) VALUE "RECORD-BIO-HAS-DISPLACEMENT".
           05 FILLER PIC X(45) VALUE "RECORD-BIO-HAS-CULTURAL-TRANSMISSION".
           05 FILLER PIC X(45) VALUE "RECORD-BIO-HAS-INTERCHANGEABILITY".
           05 FILLER PIC X(45) VALUE "RECORD-BIO-HAS-FEEDBACK".
           05 FILLER PIC X(45) VALUE "RECORD-BIO-HAS-BROADCAST-TRANSMISSION".
           05 FILLER PIC X(45) VALUE "RECORD-BIO-HAS-RAPID-FADING".
       01 WS-FIELD-LABEL-TABLE REDEFINES WS-FIELD-LABEL-VALUES.
           05 WS-FIELD-LABEL OCCURS 22 TIMES
                   PIC X(45).
       01 WS-FIELD-COUNT-MAX          PIC 9(02) VALUE 22.
       01 WS-FIELD-IDX                PIC 9(02).
      *> One candidate's profile, built field by field in the label
      *> order above - the distance as its edited number, so +0002
      *> and 2 compare and print alike.
       01 WS-CURRENT-PROFILE.
           05 WS-CUR-HAS-SYNTAX           PIC X(05).
           05 WS-CUR-IS-PARSED            PIC X(05).
           05 WS-CUR-HAS-LINEAR-DECODING  PIC X(05).
           05 WS-CUR-RESOLVES-TO-AN-AST   PIC X(05).
           05 WS-CUR-IS-STABLE-ONTOLOGY   PIC X(05).
           05 WS-CUR-CAN-BE-HELD          PIC X(05).
           05 WS-CUR-HAS-IDENTITY         PIC X(05).
           05 WS-CUR-IS-OPEN-WORLD        PIC X(05).
           05 WS-CUR-IS-CLOSED-WORLD      PIC X(05).
           05 WS-CUR-DISTANCE             PIC X(05).
           05 WS-CUR-BIO-IS-EVOLVED       PIC X(05).
           05 WS-CUR-BIO-SEMANTICITY      PIC X(05).
           05 WS-CUR-BIO-ARBITRARINESS    PIC X(05).
           05 WS-CUR-BIO-DISCRETENESS     PIC X(05).
           05 WS-CUR-BIO-DUALITY          PIC X(05).
           05 WS-CUR-BIO-PRODUCTIVITY     PIC X(05).
           05 WS-CUR-BIO-DISPLACEMENT     PIC X(05).
           05 WS-CUR-BIO-CULTURAL         PIC X(05).
           05 WS-CUR-BIO-INTERCHANGE      PIC X(05).
           05 WS-CUR-BIO-FEEDBACK         PIC X(05).
           05 WS-CUR-BIO-BROADCAST        PIC X(05).
           05 WS-CUR-BIO-RAPID-FADING     PIC X(05).
       01 WS-DISTANCE-EDIT            PIC -(4)9.
      *> Every candidate that passed the edits, in RECORD-NAME order.
      *> WS-TWIN-GROUP is the group the candidate currently belongs to
      *> - its own table position until a twin is found, after which
      *> the two groups are merged under one number.
       01 WS-TWIN-TABLE.
           05 WS-TWIN-ENTRY OCCURS 2000 TIMES.
               10 WS-TWIN-NAME            PIC X(60).
               10 WS-TWIN-FAMILY          PIC X(20).
               10 WS-TWIN-TYPE            PIC X(13).
               10 WS-TWIN-IS-LANGUAGE     PIC X(05).
               10 WS-TWIN-GROUP           PIC 9(04).
               10 WS-TWIN-PROFILE.
                   15 WS-TWIN-FIELD OCCURS 22 TIMES
                           PIC X(05).
       01 WS-TWIN-COUNT               PIC 9(04) VALUE 0.
       01 WS-TWIN-TABLE-MAX           PIC 9(04) VALUE 2000.
       01 WS-TWIN-IDX                 PIC 9(04).
       01 WS-TWIN-OTHER-IDX           PIC 9(04).
       01 WS-TWIN-SCAN-IDX            PIC 9(04).
      *> Per-group tallies, indexed by group number.
       01 WS-GROUP-TABLE.
           05 WS-GROUP-ENTRY OCCURS 2000 TIMES.
               10 WS-GROUP-SIZE           PIC 9(04).
               10 WS-GROUP-FIRST-ANSWER   PIC X(05).
               10 WS-GROUP-CONTRADICTORY  PIC X(05).
       01 WS-GROUP-IDX                PIC 9(04).
       01 WS-GROUP-SEQUENCE           PIC 9(04).
       01 WS-MERGE-FROM-GROUP         PIC 9(04).
       01 WS-MERGE-TO-GROUP           PIC 9(04).
      *> Result of comparing two profiles - how many fields differ
      *> (the scan stops at two) and which one when it is only one.
       01 WS-DIFF-COUNT               PIC 9(02).
       01 WS-DIFF-FIELD-IDX           PIC 9(02).
       01 WS-LIST-CONTRADICTORY       PIC X(05).
       PROCEDURE DIVISION.
       TWINS-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT CANDIDATE-FILE
      *> With FILE STATUS declared, a failed OPEN no longer abends -
      *> READ NEXT after it returns status 47 and fires neither AT END
      *> nor INVALID KEY, which would loop forever - so a missing
      *> master is checked for by name and stops the run.
           IF WS-CANDIDATE-FILE-STATUS = "35"
               DISPLAY "ERBTWINS: LANGCAND master not found - "
                       "run stopped"
               GOBACK
           END-IF
           MOVE "false" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-CANDIDATE
           PERFORM UNTIL WS-EOF-SWITCH = "true"
               PERFORM LOAD-ONE-CANDIDATE
               PERFORM READ-NEXT-CANDIDATE
           END-PERFORM
           CLOSE CANDIDATE-FILE
           PERFORM FIND-TWIN-GROUPS
           PERFORM TALLY-TWIN-GROUPS
           OPEN OUTPUT TWIN-REPORT-FILE
           MOVE SPACES TO TWIN-REPORT-LINE
           STRING "ERBTWINS CONTRADICTORY-TWINS REPORT - RUN DATE "
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO TWIN-REPORT-LINE
           WRITE TWIN-REPORT-LINE
           MOVE SPACES TO TWIN-REPORT-LINE
           WRITE TWIN-REPORT-LINE
           MOVE "CONTRADICTORY GROUPS - RECORD-IS-LANGUAGE DISAGREES:"
               TO TWIN-REPORT-LINE
           WRITE TWIN-REPORT-LINE
           MOVE "true" TO WS-LIST-CONTRADICTORY
           PERFORM WRITE-GROUP-SECTION
           MOVE SPACES TO TWIN-REPORT-LINE
           WRITE TWIN-REPORT-LINE
           MOVE "CONSISTENT GROUPS - RECORD-IS-LANGUAGE AGREES:"
               TO TWIN-REPORT-LINE
           WRITE TWIN-REPORT-LINE
           MOVE "false" TO WS-LIST-CONTRADICTORY
           PERFORM WRITE-GROUP-SECTION
           MOVE SPACES TO TWIN-REPORT-LINE
           WRITE TWIN-REPORT-LINE
           MOVE SPACES TO TWIN-REPORT-LINE
           STRING "Total compared: " DELIMITED BY SIZE
                  WS-TWIN-COUNT DELIMITED BY SIZE
                  ", twin groups: " DELIMITED BY SIZE
                  WS-TWIN-GROUP-COUNT DELIMITED BY SIZE
                  ", candidates in groups: " DELIMITED BY SIZE
                  WS-GROUPED-CANDIDATE-COUNT DELIMITED BY SIZE
                  ", contradictory groups: " DELIMITED BY SIZE
                  WS-CONTRA-GROUP-COUNT DELIMITED BY SIZE
                  ", contradictory pairs: " DELIMITED BY SIZE
                  WS-CONTRA-PAIR-COUNT DELIMITED BY SIZE
                  ", rejected by field edits: " DELIMITED BY SIZE
                  WS-EDIT-REJECT-COUNT DELIMITED BY SIZE
                  INTO TWIN-REPORT-LINE
           WRITE TWIN-REPORT-LINE
           CLOSE TWIN-REPORT-FILE
           DISPLAY "ERBTWINS: " WS-CANDIDATE-COUNT " candidates read, "
                   WS-TWIN-GROUP-COUNT " twin groups, "
                   WS-CONTRA-GROUP-COUNT " contradictory, "
                   WS-EDIT-REJECT-COUNT " rejected by field edits"
           GOBACK
       .

       READ-NEXT-CANDIDATE.
           READ CANDIDATE-FILE NEXT
               AT END
                   MOVE "true" TO WS-EOF-SWITCH
           END-READ
       .

       LOAD-ONE-CANDIDATE.
           ADD 1 TO WS-CANDIDATE-COUNT
           CALL "ERBEDIT" USING CAND-FILE-RECORD, EDIT-RESULT
           IF EDIT-PASSED NOT = "true"
               ADD 1 TO WS-EDIT-REJECT-COUNT
           ELSE
               IF WS-TWIN-COUNT >= WS-TWIN-TABLE-MAX
                   DISPLAY "ERBTWINS: WARNING - candidate table is full "
                           "at " WS-TWIN-TABLE-MAX " entries, ignoring "
                           RECORD-NAME OF CAND-FILE-RECORD
               ELSE
                   PERFORM BUILD-CURRENT-PROFILE
                   ADD 1 TO WS-TWIN-COUNT
                   MOVE RECORD-NAME OF CAND-FILE-RECORD
                       TO WS-TWIN-NAME(WS-TWIN-COUNT)
                   MOVE RECORD-FAMILY-CODE OF CAND-FILE-RECORD
                       TO WS-TWIN-FAMILY(WS-TWIN-COUNT)
                   MOVE RECORD-CANDIDATE-TYPE OF CAND-FILE-RECORD
                       TO WS-TWIN-TYPE(WS-TWIN-COUNT)
                   MOVE RECORD-IS-LANGUAGE OF CAND-FILE-RECORD
                       TO WS-TWIN-IS-LANGUAGE(WS-TWIN-COUNT)
                   MOVE WS-TWIN-COUNT TO WS-TWIN-GROUP(WS-TWIN-COUNT)
                   MOVE WS-CURRENT-PROFILE
                       TO WS-TWIN-PROFILE(WS-TWIN-COUNT)
               END-IF
           END-IF
       .

       BUILD-CURRENT-PROFILE.
           MOVE RECORD-HAS-SYNTAX OF CAND-FILE-RECORD
               TO WS-CUR-HAS-SYNTAX
           MOVE RECORD-IS-PARSED OF CAND-FILE-RECORD
               TO WS-CUR-IS-PARSED
           MOVE RECORD-HAS-LINEAR-DECODING-PRESSURE OF CAND-FILE-RECORD
               TO WS-CUR-HAS-LINEAR-DECODING
           MOVE RECORD-RESOLVES-TO-AN-AST OF CAND-FILE-RECORD
               TO WS-CUR-RESOLVES-TO-AN-AST
           MOVE RECORD-IS-STABLE-ONTOLOGY-REFERENCE OF CAND-FILE-RECORD
               TO WS-CUR-IS-STABLE-ONTOLOGY
           MOVE RECORD-CAN-BE-HELD OF CAND-FILE-RECORD
               TO WS-CUR-CAN-BE-HELD
           MOVE RECORD-HAS-IDENTITY OF CAND-FILE-RECORD
               TO WS-CUR-HAS-IDENTITY
           MOVE RECORD-IS-OPEN-WORLD OF CAND-FILE-RECORD
               TO WS-CUR-IS-OPEN-WORLD
           MOVE RECORD-IS-CLOSED-WORLD OF CAND-FILE-RECORD
               TO WS-CUR-IS-CLOSED-WORLD
           MOVE RECORD-DISTANCE-FROM-CONCEPT OF CAND-FILE-RECORD
               TO WS-DISTANCE-EDIT
           MOVE FUNCTION TRIM(WS-DISTANCE-EDIT) TO WS-CUR-DISTANCE
           MOVE RECORD-BIO-IS-EVOLVED-COMMUNICATION-SYSTEM
                    OF CAND-FILE-RECORD
               TO WS-CUR-BIO-IS-EVOLVED
           MOVE RECORD-BIO-HAS-SEMANTICITY OF CAND-FILE-RECORD
               TO WS-CUR-BIO-SEMANTICITY
           MOVE RECORD-BIO-HAS-ARBITRARINESS OF CAND-FILE-RECORD
               TO WS-CUR-BIO-ARBITRARINESS
           MOVE RECORD-BIO-HAS-DISCRETENESS OF CAND-FILE-RECORD
               TO WS-CUR-BIO-DISCRETENESS
           MOVE RECORD-BIO-HAS-DUALITY-OF-PATTERNING OF CAND-FILE-RECORD
               TO WS-CUR-BIO-DUALITY
           MOVE RECORD-BIO-HAS-PRODUCTIVITY OF CAND-FILE-RECORD
               TO WS-CUR-BIO-PRODUCTIVITY
           MOVE RECORD-BIO-HAS-DISPLACEMENT OF CAND-FILE-RECORD
               TO WS-CUR-BIO-DISPLACEMENT
           MOVE RECORD-BIO-HAS-CULTURAL-TRANSMISSION OF CAND-FILE-RECORD
               TO WS-CUR-BIO-CULTURAL
           MOVE RECORD-BIO-HAS-INTERCHANGEABILITY OF CAND-FILE-RECORD
               TO WS-CUR-BIO-INTERCHANGE
           MOVE RECORD-BIO-HAS-FEEDBACK OF CAND-FILE-RECORD
               TO WS-CUR-BIO-FEEDBACK
           MOVE RECORD-BIO-HAS-BROADCAST-TRANSMISSION OF CAND-FILE-RECORD
               TO WS-CUR-BIO-BROADCAST
           MOVE RECORD-BIO-HAS-RAPID-FADING OF CAND-FILE-RECORD
               TO WS-CUR-BIO-RAPID-FADING
       .

      *> Every pair is compared once; a twin pair in two different
      *> groups merges them.
       FIND-TWIN-GROUPS.
           MOVE 1 TO WS-TWIN-IDX
           PERFORM UNTIL WS-TWIN-IDX >= WS-TWIN-COUNT
               COMPUTE WS-TWIN-OTHER-IDX = WS-TWIN-IDX + 1
               PERFORM UNTIL WS-TWIN-OTHER-IDX > WS-TWIN-COUNT
                   PERFORM COMPARE-TWIN-PROFILES
                   IF WS-DIFF-COUNT <= 1
                      AND WS-TWIN-GROUP(WS-TWIN-IDX)
                          NOT = WS-TWIN-GROUP(WS-TWIN-OTHER-IDX)
                       PERFORM MERGE-TWIN-GROUPS
                   END-IF
                   ADD 1 TO WS-TWIN-OTHER-IDX
               END-PERFORM
               ADD 1 TO WS-TWIN-IDX
           END-PERFORM
       .

       COMPARE-TWIN-PROFILES.
           MOVE 0 TO WS-DIFF-COUNT
           MOVE 0 TO WS-DIFF-FIELD-IDX
           MOVE 1 TO WS-FIELD-IDX
           PERFORM UNTIL WS-FIELD-IDX > WS-FIELD-COUNT-MAX
                      OR WS-DIFF-COUNT > 1
               IF WS-TWIN-FIELD(WS-TWIN-IDX, WS-FIELD-IDX)
                      NOT = WS-TWIN-FIELD(WS-TWIN-OTHER-IDX, WS-FIELD-IDX)
                   ADD 1 TO WS-DIFF-COUNT
                   MOVE WS-FIELD-IDX TO WS-DIFF-FIELD-IDX
               END-IF
               ADD 1 TO WS-FIELD-IDX
           END-PERFORM
       .

       MERGE-TWIN-GROUPS.
           MOVE WS-TWIN-GROUP(WS-TWIN-OTHER-IDX) TO WS-MERGE-FROM-GROUP
           MOVE WS-TWIN-GROUP(WS-TWIN-IDX) TO WS-MERGE-TO-GROUP
           MOVE 1 TO WS-TWIN-SCAN-IDX
           PERFORM UNTIL WS-TWIN-SCAN-IDX > WS-TWIN-COUNT
               IF WS-TWIN-GROUP(WS-TWIN-SCAN-IDX) = WS-MERGE-FROM-GROUP
                   MOVE WS-MERGE-TO-GROUP
                       TO WS-TWIN-GROUP(WS-TWIN-SCAN-IDX)
               END-IF
               ADD 1 TO WS-TWIN-SCAN-IDX
           END-PERFORM
       .

      *> A group of one is a candidate with no twin and is not
      *> reported.
       TALLY-TWIN-GROUPS.
           MOVE 1 TO WS-GROUP-IDX
           PERFORM UNTIL WS-GROUP-IDX > WS-TWIN-COUNT
               MOVE 0 TO WS-GROUP-SIZE(WS-GROUP-IDX)
               MOVE SPACES TO WS-GROUP-FIRST-ANSWER(WS-GROUP-IDX)
               MOVE "false" TO WS-GROUP-CONTRADICTORY(WS-GROUP-IDX)
               ADD 1 TO WS-GROUP-IDX
           END-PERFORM
           MOVE 1 TO WS-TWIN-IDX
           PERFORM UNTIL WS-TWIN-IDX > WS-TWIN-COUNT
               MOVE WS-TWIN-GROUP(WS-TWIN-IDX) TO WS-GROUP-IDX
               ADD 1 TO WS-GROUP-SIZE(WS-GROUP-IDX)
               IF WS-GROUP-SIZE(WS-GROUP-IDX) = 1
                   MOVE WS-TWIN-IS-LANGUAGE(WS-TWIN-IDX)
                       TO WS-GROUP-FIRST-ANSWER(WS-GROUP-IDX)
               ELSE
                   IF WS-TWIN-IS-LANGUAGE(WS-TWIN-IDX)
                          NOT = WS-GROUP-FIRST-ANSWER(WS-GROUP-IDX)
                       MOVE "true" TO WS-GROUP-CONTRADICTORY(WS-GROUP-IDX)
                   END-IF
               END-IF
               ADD 1 TO WS-TWIN-IDX
           END-PERFORM
           MOVE 1 TO WS-GROUP-IDX
           PERFORM UNTIL WS-GROUP-IDX > WS-TWIN-COUNT
               IF WS-GROUP-SIZE(WS-GROUP-IDX) > 1
                   ADD 1 TO WS-TWIN-GROUP-COUNT
                   ADD WS-GROUP-SIZE(WS-GROUP-IDX)
                       TO WS-GROUPED-CANDIDATE-COUNT
                   IF WS-GROUP-CONTRADICTORY(WS-GROUP-IDX) = "true"
                       ADD 1 TO WS-CONTRA-GROUP-COUNT
                   END-IF
               END-IF
               ADD 1 TO WS-GROUP-IDX
           END-PERFORM
       .

      *> Groups are numbered in the order they are printed, so a
      *> group number on this report is only a reference within it.
       WRITE-GROUP-SECTION.
           MOVE 0 TO WS-GROUP-SEQUENCE
           MOVE 1 TO WS-GROUP-IDX
           PERFORM UNTIL WS-GROUP-IDX > WS-TWIN-COUNT
               IF WS-GROUP-SIZE(WS-GROUP-IDX) > 1
                  AND WS-GROUP-CONTRADICTORY(WS-GROUP-IDX)
                      = WS-LIST-CONTRADICTORY
                   ADD 1 TO WS-GROUP-SEQUENCE
                   PERFORM WRITE-ONE-GROUP-BLOCK
               END-IF
               ADD 1 TO WS-GROUP-IDX
           END-PERFORM
           IF WS-GROUP-SEQUENCE = 0
               MOVE "  (none)" TO TWIN-REPORT-LINE
               WRITE TWIN-REPORT-LINE
           END-IF
       .

       WRITE-ONE-GROUP-BLOCK.
           MOVE SPACES TO TWIN-REPORT-LINE
           IF WS-LIST-CONTRADICTORY = "true"
               STRING "  CONTRADICTORY GROUP " DELIMITED BY SIZE
                      WS-GROUP-SEQUENCE DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      WS-GROUP-SIZE(WS-GROUP-IDX) DELIMITED BY SIZE
                      " MEMBERS" DELIMITED BY SIZE
                      INTO TWIN-REPORT-LINE
           ELSE
               STRING "  GROUP " DELIMITED BY SIZE
                      WS-GROUP-SEQUENCE DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      WS-GROUP-SIZE(WS-GROUP-IDX) DELIMITED BY SIZE
                      " MEMBERS" DELIMITED BY SIZE
                      INTO TWIN-REPORT-LINE
           END-IF
           WRITE TWIN-REPORT-LINE
           MOVE 1 TO WS-TWIN-IDX
           PERFORM UNTIL WS-TWIN-IDX > WS-TWIN-COUNT
               IF WS-TWIN-GROUP(WS-TWIN-IDX) = WS-GROUP-IDX
                   PERFORM WRITE-GROUP-MEMBER-LINE
               END-IF
               ADD 1 TO WS-TWIN-IDX
           END-PERFORM
           IF WS-LIST-CONTRADICTORY = "true"
               PERFORM WRITE-CONTRADICTORY-PAIRS
           END-IF
       .

       WRITE-GROUP-MEMBER-LINE.
           MOVE SPACES TO TWIN-REPORT-LINE
           STRING "    " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TWIN-NAME(WS-TWIN-IDX))
                      DELIMITED BY SIZE
                  " FAMILY=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TWIN-FAMILY(WS-TWIN-IDX))
                      DELIMITED BY SIZE
                  " TYPE=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TWIN-TYPE(WS-TWIN-IDX))
                      DELIMITED BY SIZE
                  " IS-LANGUAGE=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TWIN-IS-LANGUAGE(WS-TWIN-IDX))
                      DELIMITED BY SIZE
                  INTO TWIN-REPORT-LINE
           WRITE TWIN-REPORT-LINE
       .

      *> Within a contradictory group, every directly-twinned pair
      *> whose RECORD-IS-LANGUAGE differs - the pairs an analyst has
      *> to settle - with what separates them.
       WRITE-CONTRADICTORY-PAIRS.
           MOVE 1 TO WS-TWIN-IDX
           PERFORM UNTIL WS-TWIN-IDX >= WS-TWIN-COUNT
               IF WS-TWIN-GROUP(WS-TWIN-IDX) = WS-GROUP-IDX
                   COMPUTE WS-TWIN-OTHER-IDX = WS-TWIN-IDX + 1
                   PERFORM UNTIL WS-TWIN-OTHER-IDX > WS-TWIN-COUNT
                       IF WS-TWIN-GROUP(WS-TWIN-OTHER-IDX) = WS-GROUP-IDX
                          AND WS-TWIN-IS-LANGUAGE(WS-TWIN-IDX)
                              NOT = WS-TWIN-IS-LANGUAGE(WS-TWIN-OTHER-IDX)
                           PERFORM COMPARE-TWIN-PROFILES
                           IF WS-DIFF-COUNT <= 1
                               ADD 1 TO WS-CONTRA-PAIR-COUNT
                               PERFORM WRITE-CONTRADICTORY-PAIR-LINE
                           END-IF
                       END-IF
                       ADD 1 TO WS-TWIN-OTHER-IDX
                   END-PERFORM
               END-IF
               ADD 1 TO WS-TWIN-IDX
           END-PERFORM
       .

       WRITE-CONTRADICTORY-PAIR-LINE.
           MOVE SPACES TO TWIN-REPORT-LINE
           IF WS-DIFF-COUNT = 0
               STRING "    ** " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-TWIN-NAME(WS-TWIN-IDX))
                          DELIMITED BY SIZE
                      " vs " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-TWIN-NAME(WS-TWIN-OTHER-IDX))
                          DELIMITED BY SIZE
                      ": IDENTICAL PROFILE" DELIMITED BY SIZE
                      INTO TWIN-REPORT-LINE
           ELSE
               STRING "    ** " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-TWIN-NAME(WS-TWIN-IDX))
                          DELIMITED BY SIZE
                      " vs " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-TWIN-NAME(WS-TWIN-OTHER-IDX))
                          DELIMITED BY SIZE
                      ": DIFFER ONLY IN " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FIELD-LABEL(WS-DIFF-FIELD-IDX))
                          DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-TWIN-FIELD(WS-TWIN-IDX,
                          WS-DIFF-FIELD-IDX)) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-TWIN-FIELD(WS-TWIN-OTHER-IDX,
                          WS-DIFF-FIELD-IDX)) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO TWIN-REPORT-LINE
           END-IF
           WRITE TWIN-REPORT-LINE
       .
