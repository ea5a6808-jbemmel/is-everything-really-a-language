      *> ERB Verdict Sensitivity Sweep ("one flip away" report)
      *> Finds the verdicts that hinge on a single debatable input.
      *> Every candidate on LANGCAND is scored by ERBCALC as it stands,
      *> then re-scored nineteen more times on a work copy, each time
      *> with exactly one input flipped:
      *>   - the eight predicates of the formal branch of
      *>     CALC-PREDICTED-ANSWER - HAS-SYNTAX, IS-PARSED,
      *>     HAS-LINEAR-DECODING-PRESSURE, RESOLVES-TO-AN-AST,
      *>     IS-STABLE-ONTOLOGY-REFERENCE, CAN-BE-HELD, HAS-IDENTITY,
      *>     and IS-DESCRIPTION-OF, which has no flag of its own and is
      *>     flipped by moving RECORD-DISTANCE-FROM-CONCEPT across its
      *>     ">1" boundary (to 1 when it was past it, to 2 when not);
      *>   - the eleven RECORD-BIO-HAS-* Hockett features.
      *> A flag reads "true" or not-"true" to ERBCALC, so the flip of
      *> anything other than "true" is "true". IS-OPEN-WORLD and
      *> IS-CLOSED-WORLD feed only the open/closed-world conflict, never
      *> the predicted answer or tier, so they are not swept.
      *> ERBSENSRPT lists, per candidate, every flip that changes
      *> RECORD-PREDICTED-ANSWER or moves RECORD-BIO-HOCKETT-TIER, with
      *> the candidate's fragility count (how many of the nineteen do),
      *> then totals by field, by RECORD-FAMILY-CODE and by
      *> RECORD-DOMAIN. Verdicts are ERBCALC's own, as ERBWHATIF and
      *> ERBCHAMP show them - ERBOVRD overrides and ERBDOMCOR
      *> corrections are not applied. Records that fail ERBEDIT's field
      *> edits are skipped, as the batch pass skips them. The master is
      *> opened INPUT; nothing is rewritten.
      *> GnuCOBOL free-format:
      *>   cobc -free -x erb_sens.cbl erb_calc.cbl erb_edit.cbl
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERBSENS.
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
           SELECT SENS-REPORT-FILE ASSIGN TO "ERBSENSRPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CANDIDATE-FILE.
           COPY "erb_copy" REPLACING ==CANDIDATE-RECORD== BY ==CAND-FILE-RECORD==.
       FD SENS-REPORT-FILE.
       01 SENS-REPORT-LINE            PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE                 PIC 9(08).
       01 WS-CANDIDATE-FILE-STATUS    PIC X(02).
       01 WS-EOF-SWITCH               PIC X(05) VALUE "false".
       01 WS-CANDIDATE-COUNT          PIC 9(06) VALUE 0.
       01 WS-EDIT-REJECT-COUNT        PIC 9(06) VALUE 0.
       01 WS-SWEPT-COUNT              PIC 9(06) VALUE 0.
       01 WS-FRAGILE-CANDIDATE-COUNT  PIC 9(06) VALUE 0.
       01 WS-ANSWER-FLIP-COUNT        PIC 9(06) VALUE 0.
       01 WS-TIER-FLIP-COUNT          PIC 9(06) VALUE 0.
      *> The candidate as it stands, scored once - every flip is
      *> compared against this.
           COPY "erb_copy" REPLACING ==CANDIDATE-RECORD== BY ==CAND-BASE-RECORD==.
      *> The copy one field is flipped on and re-scored, rebuilt from
      *> CAND-FILE-RECORD before every flip so flips never accumulate.
           COPY "erb_copy" REPLACING ==CANDIDATE-RECORD== BY ==CAND-WORK-RECORD==.
           COPY "erb_editrec".
      *> Every score here is on the live ERBPROFILE.
           COPY "erb_calcreq".
      *> The nineteen fields in the order they are flipped - formal
      *> predicates in CALC-PREDICTED-ANSWER's order, then the Hockett
      *> features in CALC-BIO-HOCKETT-SCORE's summing order.
      *> FLIP-ONE-WORK-FIELD below works through the same order.
       01 WS-FLIP-LABEL-VALUES.
           05 FILLER PIC X(40) VALUE "RECORD-HAS-SYNTAX".
           05 FILLER PIC X(40) VALUE "RECORD-IS-PARSED".
           05 FILLER PIC X(40) VALUE "RECORD-DISTANCE-FROM-CONCEPT".
           05 FILLER PIC X(40) VALUE "RECORD-HAS-LINEAR-DECODING-PRESSURE".
           05 FILLER PIC X(40) VALUE "RECORD-RESOLVES-TO-AN-AST".
           05 FILLER PIC X(40) VALUE "RECORD-IS-STABLE-ONTOLOGY-REFERENCE".
           05 FILLER PIC X(40) VALUE "RECORD-CAN-BE-HELD".
           05 FILLER PIC X(40) VALUE "RECORD-HAS-IDENTITY".
           05 FILLER PIC X(40) VALUE "RECORD-BIO-HAS-SEMANTICITY".
           05 FILLER PIC X(40) VALUE "RECORD-BIO-HAS-ARBITRARINESS".
           05 FILLER PIC X(40) VALUE "RECORD-BIO-HAS-DISCRETENESS".
           05 FILLER PIC X(40) VALUE "RECORD-BIO-HAS-DUALITY-OF-PATTERNING".
           05 FILLER PIC X(40) VALUE "RECORD-BIO-HAS-PRODUCTIVITY".
           05 FILLER PIC X(40) VALUE "RECORD-BIO-HAS-DISPLACEMENT".
           05 FILLER PIC X(40) VALUE "RECORD-BIO-HAS-CULTURAL-TRANSMISSION".
           05 FILLER PIC X(40) VALUE "RECORD-BIO-HAS-INTERCHANGEABILITY".
           05 FILLER PIC X(40) VALUE "RECORD-BIO-HAS-FEEDBACK".
           05 FILLER PIC X(40) VALUE "RECORD-BIO-HAS-BROADCAST-TRANSMISSION".
           05 FILLER PIC X(40) VALUE "RECORD-BIO-HAS-RAPID-FADING".
       01 WS-FLIP-LABEL-TABLE REDEFINES WS-FLIP-LABEL-VALUES.
           05 WS-FLIP-LABEL OCCURS 19 TIMES
                   PIC X(40).
       01 WS-FLIP-COUNT-MAX           PIC 9(02) VALUE 19.
       01 WS-FLIP-IDX                 PIC 9(02).
      *> Outcome of each flip for the current candidate, kept until
      *> all nineteen are done so the candidate's block can open with
      *> its fragility count.
       01 WS-FLIP-RESULTS.
           05 WS-FLIP-RESULT OCCURS 19 TIMES.
               10 WS-FLIP-HIT             PIC X(05).
               10 WS-FLIP-FROM            PIC X(05).
               10 WS-FLIP-TO              PIC X(05).
               10 WS-FLIP-ANSWER          PIC X(05).
               10 WS-FLIP-TIER            PIC X(08).
       01 WS-FLIP-OLD-TEXT            PIC X(05).
       01 WS-FLIP-NEW-TEXT            PIC X(05).
       01 WS-DISTANCE-EDIT            PIC -(4)9.
       01 WS-FRAGILITY-COUNT          PIC 9(02).
       01 WS-CAND-ANSWER-FLIPS        PIC 9(02).
       01 WS-CAND-TIER-FLIPS          PIC 9(02).
      *> Per-field totals across the whole master.
       01 WS-FIELD-TOTALS.
           05 WS-FIELD-TOTAL OCCURS 19 TIMES.
               10 WS-FIELD-ANSWER-FLIPS   PIC 9(06).
               10 WS-FIELD-TIER-FLIPS     PIC 9(06).
      *> Per-RECORD-FAMILY-CODE rollup.
       01 WS-FAM-TABLE.
           05 WS-FAM-ENTRY OCCURS 500 TIMES.
               10 WS-FAM-CODE             PIC X(20).
               10 WS-FAM-TOTAL            PIC 9(05).
               10 WS-FAM-FRAGILE          PIC 9(05).
               10 WS-FAM-ANSWER-FLIPS     PIC 9(06).
               10 WS-FAM-TIER-FLIPS       PIC 9(06).
       01 WS-FAM-COUNT                PIC 9(04) VALUE 0.
       01 WS-FAM-TABLE-MAX            PIC 9(04) VALUE 0500.
       01 WS-FAM-IDX                  PIC 9(04).
       01 WS-FAM-MATCH-INDEX          PIC 9(04).
      *> Per-RECORD-DOMAIN rollup.
       01 WS-DOM-TABLE.
           05 WS-DOM-ENTRY OCCURS 50 TIMES.
               10 WS-DOM-CODE             PIC X(13).
               10 WS-DOM-TOTAL            PIC 9(05).
               10 WS-DOM-FRAGILE          PIC 9(05).
               10 WS-DOM-ANSWER-FLIPS     PIC 9(06).
               10 WS-DOM-TIER-FLIPS       PIC 9(06).
       01 WS-DOM-COUNT                PIC 9(02) VALUE 0.
       01 WS-DOM-TABLE-MAX            PIC 9(02) VALUE 50.
       01 WS-DOM-IDX                  PIC 9(02).
       01 WS-DOM-MATCH-INDEX          PIC 9(02).
       PROCEDURE DIVISION.
       SENS-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "LIVE" TO CALC-REQ-PROFILE-SOURCE
           MOVE 1 TO WS-FLIP-IDX
           PERFORM UNTIL WS-FLIP-IDX > WS-FLIP-COUNT-MAX
               MOVE 0 TO WS-FIELD-ANSWER-FLIPS(WS-FLIP-IDX)
               MOVE 0 TO WS-FIELD-TIER-FLIPS(WS-FLIP-IDX)
               ADD 1 TO WS-FLIP-IDX
           END-PERFORM
           OPEN INPUT CANDIDATE-FILE
      *> With FILE STATUS declared, a failed OPEN no longer abends -
      *> READ NEXT after it returns status 47 and fires neither AT END
      *> nor INVALID KEY, which would loop forever - so a missing
      *> master is checked for by name and stops the run.
           IF WS-CANDIDATE-FILE-STATUS = "35"
               DISPLAY "ERBSENS: LANGCAND master not found - "
                       "run stopped"
               GOBACK
           END-IF
           OPEN OUTPUT SENS-REPORT-FILE
           MOVE SPACES TO SENS-REPORT-LINE
           STRING "ERBSENS VERDICT SENSITIVITY SWEEP - RUN DATE "
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO SENS-REPORT-LINE
           WRITE SENS-REPORT-LINE
           MOVE SPACES TO SENS-REPORT-LINE
           WRITE SENS-REPORT-LINE
           MOVE "CANDIDATES ONE FLIP AWAY FROM A DIFFERENT VERDICT OR TIER:"
               TO SENS-REPORT-LINE
           WRITE SENS-REPORT-LINE
           MOVE "false" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-CANDIDATE
           PERFORM UNTIL WS-EOF-SWITCH = "true"
               PERFORM SWEEP-ONE-CANDIDATE
               PERFORM READ-NEXT-CANDIDATE
           END-PERFORM
           CLOSE CANDIDATE-FILE
           PERFORM WRITE-FIELD-TOTALS-SECTION
           PERFORM WRITE-FAMILY-TOTALS-SECTION
           PERFORM WRITE-DOMAIN-TOTALS-SECTION
           MOVE SPACES TO SENS-REPORT-LINE
           WRITE SENS-REPORT-LINE
           MOVE SPACES TO SENS-REPORT-LINE
           STRING "Total swept: " DELIMITED BY SIZE
                  WS-SWEPT-COUNT DELIMITED BY SIZE
                  ", total fragile: " DELIMITED BY SIZE
                  WS-FRAGILE-CANDIDATE-COUNT DELIMITED BY SIZE
                  ", answer-changing flips: " DELIMITED BY SIZE
                  WS-ANSWER-FLIP-COUNT DELIMITED BY SIZE
                  ", tier-crossing flips: " DELIMITED BY SIZE
                  WS-TIER-FLIP-COUNT DELIMITED BY SIZE
                  ", rejected by field edits: " DELIMITED BY SIZE
                  WS-EDIT-REJECT-COUNT DELIMITED BY SIZE
                  INTO SENS-REPORT-LINE
           WRITE SENS-REPORT-LINE
           CLOSE SENS-REPORT-FILE
           DISPLAY "ERBSENS: " WS-CANDIDATE-COUNT " candidates read, "
                   WS-SWEPT-COUNT " swept, "
                   WS-FRAGILE-CANDIDATE-COUNT " one flip away, "
                   WS-EDIT-REJECT-COUNT " rejected by field edits"
           GOBACK
       .

       READ-NEXT-CANDIDATE.
           READ CANDIDATE-FILE NEXT
               AT END
                   MOVE "true" TO WS-EOF-SWITCH
           END-READ
       .

       SWEEP-ONE-CANDIDATE.
           ADD 1 TO WS-CANDIDATE-COUNT
           MOVE CAND-FILE-RECORD TO CAND-BASE-RECORD
           CALL "ERBEDIT" USING CAND-BASE-RECORD, EDIT-RESULT
           IF EDIT-PASSED NOT = "true"
               ADD 1 TO WS-EDIT-REJECT-COUNT
           ELSE
               ADD 1 TO WS-SWEPT-COUNT
               CALL "ERBCALC" USING CAND-BASE-RECORD, CALC-REQUEST
               MOVE 0 TO WS-FRAGILITY-COUNT
               MOVE 0 TO WS-CAND-ANSWER-FLIPS
               MOVE 0 TO WS-CAND-TIER-FLIPS
               MOVE 1 TO WS-FLIP-IDX
               PERFORM UNTIL WS-FLIP-IDX > WS-FLIP-COUNT-MAX
                   PERFORM TRY-ONE-FLIP
                   ADD 1 TO WS-FLIP-IDX
               END-PERFORM
               PERFORM ACCUMULATE-FAMILY-ENTRY
               PERFORM ACCUMULATE-DOMAIN-ENTRY
               IF WS-FRAGILITY-COUNT > 0
                   ADD 1 TO WS-FRAGILE-CANDIDATE-COUNT
                   PERFORM WRITE-FRAGILE-CANDIDATE-BLOCK
               END-IF
           END-IF
       .

      *> A flip that moves both the answer and the tier is one fragile
      *> flip but counts toward both flip totals.
       TRY-ONE-FLIP.
           MOVE CAND-FILE-RECORD TO CAND-WORK-RECORD
           PERFORM FLIP-ONE-WORK-FIELD
           CALL "ERBCALC" USING CAND-WORK-RECORD, CALC-REQUEST
           MOVE "false" TO WS-FLIP-HIT(WS-FLIP-IDX)
           MOVE WS-FLIP-OLD-TEXT TO WS-FLIP-FROM(WS-FLIP-IDX)
           MOVE WS-FLIP-NEW-TEXT TO WS-FLIP-TO(WS-FLIP-IDX)
           MOVE RECORD-PREDICTED-ANSWER OF CAND-WORK-RECORD
               TO WS-FLIP-ANSWER(WS-FLIP-IDX)
           MOVE RECORD-BIO-HOCKETT-TIER OF CAND-WORK-RECORD
               TO WS-FLIP-TIER(WS-FLIP-IDX)
           IF RECORD-PREDICTED-ANSWER OF CAND-WORK-RECORD
                  NOT = RECORD-PREDICTED-ANSWER OF CAND-BASE-RECORD
               MOVE "true" TO WS-FLIP-HIT(WS-FLIP-IDX)
               ADD 1 TO WS-CAND-ANSWER-FLIPS
               ADD 1 TO WS-ANSWER-FLIP-COUNT
               ADD 1 TO WS-FIELD-ANSWER-FLIPS(WS-FLIP-IDX)
           END-IF
           IF RECORD-BIO-HOCKETT-TIER OF CAND-WORK-RECORD
                  NOT = RECORD-BIO-HOCKETT-TIER OF CAND-BASE-RECORD
               MOVE "true" TO WS-FLIP-HIT(WS-FLIP-IDX)
               ADD 1 TO WS-CAND-TIER-FLIPS
               ADD 1 TO WS-TIER-FLIP-COUNT
               ADD 1 TO WS-FIELD-TIER-FLIPS(WS-FLIP-IDX)
           END-IF
           IF WS-FLIP-HIT(WS-FLIP-IDX) = "true"
               ADD 1 TO WS-FRAGILITY-COUNT
           END-IF
       .

      *> Same order as WS-FLIP-LABEL-VALUES above. WS-FLIP-OLD-TEXT
      *> and WS-FLIP-NEW-TEXT carry the before/after value for the
      *> report line.
       FLIP-ONE-WORK-FIELD.
           EVALUATE WS-FLIP-IDX
               WHEN 1
                   MOVE RECORD-HAS-SYNTAX OF CAND-WORK-RECORD
                       TO WS-FLIP-OLD-TEXT
                   PERFORM TOGGLE-FLIP-VALUE
                   MOVE WS-FLIP-NEW-TEXT
                       TO RECORD-HAS-SYNTAX OF CAND-WORK-RECORD
               WHEN 2
                   MOVE RECORD-IS-PARSED OF CAND-WORK-RECORD
                       TO WS-FLIP-OLD-TEXT
                   PERFORM TOGGLE-FLIP-VALUE
                   MOVE WS-FLIP-NEW-TEXT
                       TO RECORD-IS-PARSED OF CAND-WORK-RECORD
      *> IS-DESCRIPTION-OF is "distance > 1" - the flip moves the
      *> distance to the nearest value on the other side of that line.
               WHEN 3
                   MOVE RECORD-DISTANCE-FROM-CONCEPT OF CAND-WORK-RECORD
                       TO WS-DISTANCE-EDIT
                   MOVE FUNCTION TRIM(WS-DISTANCE-EDIT) TO WS-FLIP-OLD-TEXT
                   IF RECORD-IS-DESCRIPTION-OF OF CAND-BASE-RECORD = "true"
                       MOVE 1 TO RECORD-DISTANCE-FROM-CONCEPT OF CAND-WORK-RECORD
                   ELSE
                       MOVE 2 TO RECORD-DISTANCE-FROM-CONCEPT OF CAND-WORK-RECORD
                   END-IF
                   MOVE RECORD-DISTANCE-FROM-CONCEPT OF CAND-WORK-RECORD
                       TO WS-DISTANCE-EDIT
                   MOVE FUNCTION TRIM(WS-DISTANCE-EDIT) TO WS-FLIP-NEW-TEXT
               WHEN 4
                   MOVE RECORD-HAS-LINEAR-DECODING-PRESSURE OF CAND-WORK-RECORD
                       TO WS-FLIP-OLD-TEXT
                   PERFORM TOGGLE-FLIP-VALUE
                   MOVE WS-FLIP-NEW-TEXT
                       TO RECORD-HAS-LINEAR-DECODING-PRESSURE OF CAND-WORK-RECORD
               WHEN 5
                   MOVE RECORD-RESOLVES-TO-AN-AST OF CAND-WORK-RECORD
                       TO WS-FLIP-OLD-TEXT
                   PERFORM TOGGLE-FLIP-VALUE
                   MOVE WS-FLIP-NEW-TEXT
                       TO RECORD-RESOLVES-TO-AN-AST OF CAND-WORK-RECORD
               WHEN 6
                   MOVE RECORD-IS-STABLE-ONTOLOGY-REFERENCE OF CAND-WORK-RECORD
                       TO WS-FLIP-OLD-TEXT
                   PERFORM TOGGLE-FLIP-VALUE
                   MOVE WS-FLIP-NEW-TEXT
                       TO RECORD-IS-STABLE-ONTOLOGY-REFERENCE OF CAND-WORK-RECORD
               WHEN 7
                   MOVE RECORD-CAN-BE-HELD OF CAND-WORK-RECORD
                       TO WS-FLIP-OLD-TEXT
                   PERFORM TOGGLE-FLIP-VALUE
                   MOVE WS-FLIP-NEW-TEXT
                       TO RECORD-CAN-BE-HELD OF CAND-WORK-RECORD
               WHEN 8
                   MOVE RECORD-HAS-IDENTITY OF CAND-WORK-RECORD
                       TO WS-FLIP-OLD-TEXT
                   PERFORM TOGGLE-FLIP-VALUE
                   MOVE WS-FLIP-NEW-TEXT
                       TO RECORD-HAS-IDENTITY OF CAND-WORK-RECORD
               WHEN 9
                   MOVE RECORD-BIO-HAS-SEMANTICITY OF CAND-WORK-RECORD
                       TO WS-FLIP-OLD-TEXT
                   PERFORM TOGGLE-FLIP-VALUE
                   MOVE WS-FLIP-NEW-TEXT
                       TO RECORD-BIO-HAS-SEMANTICITY OF CAND-WORK-RECORD
               WHEN 10
                   MOVE RECORD-BIO-HAS-ARBITRARINESS OF CAND-WORK-RECORD
                       TO WS-FLIP-OLD-TEXT
                   PERFORM TOGGLE-FLIP-VALUE
                   MOVE WS-FLIP-NEW-TEXT
                       TO RECORD-BIO-HAS-ARBITRARINESS OF CAND-WORK-RECORD
               WHEN 11
                   MOVE RECORD-BIO-HAS-DISCRETENESS OF CAND-WORK-RECORD
                       TO WS-FLIP-OLD-TEXT
                   PERFORM TOGGLE-FLIP-VALUE
                   MOVE WS-FLIP-NEW-TEXT
                       TO RECORD-BIO-HAS-DISCRETENESS OF CAND-WORK-RECORD
               WHEN 12
                   MOVE RECORD-BIO-HAS-DUALITY-OF-PATTERNING OF CAND-WORK-RECORD
                       TO WS-FLIP-OLD-TEXT
                   PERFORM TOGGLE-FLIP-VALUE
                   MOVE WS-FLIP-NEW-TEXT
                       TO RECORD-BIO-HAS-DUALITY-OF-PATTERNING OF CAND-WORK-RECORD
               WHEN 13
                   MOVE RECORD-BIO-HAS-PRODUCTIVITY OF CAND-WORK-RECORD
                       TO WS-FLIP-OLD-TEXT
                   PERFORM TOGGLE-FLIP-VALUE
                   MOVE WS-FLIP-NEW-TEXT
                       TO RECORD-BIO-HAS-PRODUCTIVITY OF CAND-WORK-RECORD
               WHEN 14
                   MOVE RECORD-BIO-HAS-DISPLACEMENT OF CAND-WORK-RECORD
                       TO WS-FLIP-OLD-TEXT
                   PERFORM TOGGLE-FLIP-VALUE
                   MOVE WS-FLIP-NEW-TEXT
                       TO RECORD-BIO-HAS-DISPLACEMENT OF CAND-WORK-RECORD
               WHEN 15
                   MOVE RECORD-BIO-HAS-CULTURAL-TRANSMISSION OF CAND-WORK-RECORD
                       TO WS-FLIP-OLD-TEXT
                   PERFORM TOGGLE-FLIP-VALUE
                   MOVE WS-FLIP-NEW-TEXT
                       TO RECORD-BIO-HAS-CULTURAL-TRANSMISSION OF CAND-WORK-RECORD
               WHEN 16
                   MOVE RECORD-BIO-HAS-INTERCHANGEABILITY OF CAND-WORK-RECORD
                       TO WS-FLIP-OLD-TEXT
                   PERFORM TOGGLE-FLIP-VALUE
                   MOVE WS-FLIP-NEW-TEXT
                       TO RECORD-BIO-HAS-INTERCHANGEABILITY OF CAND-WORK-RECORD
               WHEN 17
                   MOVE RECORD-BIO-HAS-FEEDBACK OF CAND-WORK-RECORD
                       TO WS-FLIP-OLD-TEXT
                   PERFORM TOGGLE-FLIP-VALUE
                   MOVE WS-FLIP-NEW-TEXT
                       TO RECORD-BIO-HAS-FEEDBACK OF CAND-WORK-RECORD
               WHEN 18
                   MOVE RECORD-BIO-HAS-BROADCAST-TRANSMISSION OF CAND-WORK-RECORD
                       TO WS-FLIP-OLD-TEXT
                   PERFORM TOGGLE-FLIP-VALUE
                   MOVE WS-FLIP-NEW-TEXT
                       TO RECORD-BIO-HAS-BROADCAST-TRANSMISSION OF CAND-WORK-RECORD
               WHEN 19
                   MOVE RECORD-BIO-HAS-RAPID-FADING OF CAND-WORK-RECORD
                       TO WS-FLIP-OLD-TEXT
                   PERFORM TOGGLE-FLIP-VALUE
                   MOVE WS-FLIP-NEW-TEXT
                       TO RECORD-BIO-HAS-RAPID-FADING OF CAND-WORK-RECORD
           END-EVALUATE
       .

       TOGGLE-FLIP-VALUE.
           IF WS-FLIP-OLD-TEXT = "true"
               MOVE "false" TO WS-FLIP-NEW-TEXT
           ELSE
               MOVE "true" TO WS-FLIP-NEW-TEXT
           END-IF
       .

       WRITE-FRAGILE-CANDIDATE-BLOCK.
           MOVE SPACES TO SENS-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM(RECORD-NAME OF CAND-BASE-RECORD)
                      DELIMITED BY SIZE
                  " FAMILY=" DELIMITED BY SIZE
                  FUNCTION TRIM(RECORD-FAMILY-CODE OF CAND-BASE-RECORD)
                      DELIMITED BY SIZE
                  " DOMAIN=" DELIMITED BY SIZE
                  FUNCTION TRIM(RECORD-DOMAIN OF CAND-BASE-RECORD)
                      DELIMITED BY SIZE
                  " PREDICTED-ANSWER=" DELIMITED BY SIZE
                  FUNCTION TRIM(RECORD-PREDICTED-ANSWER OF CAND-BASE-RECORD)
                      DELIMITED BY SIZE
                  " TIER=" DELIMITED BY SIZE
                  FUNCTION TRIM(RECORD-BIO-HOCKETT-TIER OF CAND-BASE-RECORD)
                      DELIMITED BY SIZE
                  " FRAGILITY=" DELIMITED BY SIZE
                  WS-FRAGILITY-COUNT DELIMITED BY SIZE
                  " OF " DELIMITED BY SIZE
                  WS-FLIP-COUNT-MAX DELIMITED BY SIZE
                  INTO SENS-REPORT-LINE
           WRITE SENS-REPORT-LINE
           MOVE 1 TO WS-FLIP-IDX
           PERFORM UNTIL WS-FLIP-IDX > WS-FLIP-COUNT-MAX
               IF WS-FLIP-HIT(WS-FLIP-IDX) = "true"
                   PERFORM WRITE-ONE-FLIP-LINE
               END-IF
               ADD 1 TO WS-FLIP-IDX
           END-PERFORM
       .

       WRITE-ONE-FLIP-LINE.
           MOVE SPACES TO SENS-REPORT-LINE
           STRING "    " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FLIP-LABEL(WS-FLIP-IDX))
                      DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FLIP-FROM(WS-FLIP-IDX))
                      DELIMITED BY SIZE
                  "->" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FLIP-TO(WS-FLIP-IDX))
                      DELIMITED BY SIZE
                  ": PREDICTED-ANSWER=" DELIMITED BY SIZE
                  FUNCTION TRIM(RECORD-PREDICTED-ANSWER OF CAND-BASE-RECORD)
                      DELIMITED BY SIZE
                  "->" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FLIP-ANSWER(WS-FLIP-IDX))
                      DELIMITED BY SIZE
                  " TIER=" DELIMITED BY SIZE
                  FUNCTION TRIM(RECORD-BIO-HOCKETT-TIER OF CAND-BASE-RECORD)
                      DELIMITED BY SIZE
                  "->" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FLIP-TIER(WS-FLIP-IDX))
                      DELIMITED BY SIZE
                  INTO SENS-REPORT-LINE
           WRITE SENS-REPORT-LINE
       .

       ACCUMULATE-FAMILY-ENTRY.
           MOVE 0 TO WS-FAM-MATCH-INDEX
           MOVE 1 TO WS-FAM-IDX
           PERFORM UNTIL WS-FAM-IDX > WS-FAM-COUNT
               IF WS-FAM-CODE(WS-FAM-IDX)
                      = RECORD-FAMILY-CODE OF CAND-BASE-RECORD
                   MOVE WS-FAM-IDX TO WS-FAM-MATCH-INDEX
               END-IF
               ADD 1 TO WS-FAM-IDX
           END-PERFORM
           IF WS-FAM-MATCH-INDEX = 0
              AND WS-FAM-COUNT >= WS-FAM-TABLE-MAX
               DISPLAY "ERBSENS: WARNING - family table is full at "
                       WS-FAM-TABLE-MAX " entries, ignoring "
                       RECORD-FAMILY-CODE OF CAND-BASE-RECORD
           ELSE
               IF WS-FAM-MATCH-INDEX = 0
                   ADD 1 TO WS-FAM-COUNT
                   MOVE WS-FAM-COUNT TO WS-FAM-MATCH-INDEX
                   MOVE RECORD-FAMILY-CODE OF CAND-BASE-RECORD
                       TO WS-FAM-CODE(WS-FAM-MATCH-INDEX)
                   MOVE 0 TO WS-FAM-TOTAL(WS-FAM-MATCH-INDEX)
                   MOVE 0 TO WS-FAM-FRAGILE(WS-FAM-MATCH-INDEX)
                   MOVE 0 TO WS-FAM-ANSWER-FLIPS(WS-FAM-MATCH-INDEX)
                   MOVE 0 TO WS-FAM-TIER-FLIPS(WS-FAM-MATCH-INDEX)
               END-IF
               ADD 1 TO WS-FAM-TOTAL(WS-FAM-MATCH-INDEX)
               IF WS-FRAGILITY-COUNT > 0
                   ADD 1 TO WS-FAM-FRAGILE(WS-FAM-MATCH-INDEX)
               END-IF
               ADD WS-CAND-ANSWER-FLIPS
                   TO WS-FAM-ANSWER-FLIPS(WS-FAM-MATCH-INDEX)
               ADD WS-CAND-TIER-FLIPS
                   TO WS-FAM-TIER-FLIPS(WS-FAM-MATCH-INDEX)
           END-IF
       .

       ACCUMULATE-DOMAIN-ENTRY.
           MOVE 0 TO WS-DOM-MATCH-INDEX
           MOVE 1 TO WS-DOM-IDX
           PERFORM UNTIL WS-DOM-IDX > WS-DOM-COUNT
               IF WS-DOM-CODE(WS-DOM-IDX)
                      = RECORD-DOMAIN OF CAND-BASE-RECORD
                   MOVE WS-DOM-IDX TO WS-DOM-MATCH-INDEX
               END-IF
               ADD 1 TO WS-DOM-IDX
           END-PERFORM
           IF WS-DOM-MATCH-INDEX = 0
              AND WS-DOM-COUNT >= WS-DOM-TABLE-MAX
               DISPLAY "ERBSENS: WARNING - domain table is full at "
                       WS-DOM-TABLE-MAX " entries, ignoring "
                       RECORD-DOMAIN OF CAND-BASE-RECORD
           ELSE
               IF WS-DOM-MATCH-INDEX = 0
                   ADD 1 TO WS-DOM-COUNT
                   MOVE WS-DOM-COUNT TO WS-DOM-MATCH-INDEX
                   MOVE RECORD-DOMAIN OF CAND-BASE-RECORD
                       TO WS-DOM-CODE(WS-DOM-MATCH-INDEX)
                   MOVE 0 TO WS-DOM-TOTAL(WS-DOM-MATCH-INDEX)
                   MOVE 0 TO WS-DOM-FRAGILE(WS-DOM-MATCH-INDEX)
                   MOVE 0 TO WS-DOM-ANSWER-FLIPS(WS-DOM-MATCH-INDEX)
                   MOVE 0 TO WS-DOM-TIER-FLIPS(WS-DOM-MATCH-INDEX)
               END-IF
               ADD 1 TO WS-DOM-TOTAL(WS-DOM-MATCH-INDEX)
               IF WS-FRAGILITY-COUNT > 0
                   ADD 1 TO WS-DOM-FRAGILE(WS-DOM-MATCH-INDEX)
               END-IF
               ADD WS-CAND-ANSWER-FLIPS
                   TO WS-DOM-ANSWER-FLIPS(WS-DOM-MATCH-INDEX)
               ADD WS-CAND-TIER-FLIPS
                   TO WS-DOM-TIER-FLIPS(WS-DOM-MATCH-INDEX)
           END-IF
       .

      *> Which inputs the published verdicts lean on hardest, across
      *> the whole master.
       WRITE-FIELD-TOTALS-SECTION.
           MOVE SPACES TO SENS-REPORT-LINE
           WRITE SENS-REPORT-LINE
           MOVE "VERDICT-CHANGING FLIPS BY FIELD:" TO SENS-REPORT-LINE
           WRITE SENS-REPORT-LINE
           MOVE 1 TO WS-FLIP-IDX
           PERFORM UNTIL WS-FLIP-IDX > WS-FLIP-COUNT-MAX
               MOVE SPACES TO SENS-REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FLIP-LABEL(WS-FLIP-IDX))
                          DELIMITED BY SIZE
                      ": ANSWER FLIPS=" DELIMITED BY SIZE
                      WS-FIELD-ANSWER-FLIPS(WS-FLIP-IDX) DELIMITED BY SIZE
                      " TIER FLIPS=" DELIMITED BY SIZE
                      WS-FIELD-TIER-FLIPS(WS-FLIP-IDX) DELIMITED BY SIZE
                      INTO SENS-REPORT-LINE
               WRITE SENS-REPORT-LINE
               ADD 1 TO WS-FLIP-IDX
           END-PERFORM
       .

       WRITE-FAMILY-TOTALS-SECTION.
           MOVE SPACES TO SENS-REPORT-LINE
           WRITE SENS-REPORT-LINE
           MOVE "FRAGILITY BY RECORD-FAMILY-CODE:" TO SENS-REPORT-LINE
           WRITE SENS-REPORT-LINE
           MOVE 1 TO WS-FAM-IDX
           PERFORM UNTIL WS-FAM-IDX > WS-FAM-COUNT
               MOVE SPACES TO SENS-REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FAM-CODE(WS-FAM-IDX))
                          DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      WS-FAM-TOTAL(WS-FAM-IDX) DELIMITED BY SIZE
                      " candidates): FRAGILE=" DELIMITED BY SIZE
                      WS-FAM-FRAGILE(WS-FAM-IDX) DELIMITED BY SIZE
                      " ANSWER FLIPS=" DELIMITED BY SIZE
                      WS-FAM-ANSWER-FLIPS(WS-FAM-IDX) DELIMITED BY SIZE
                      " TIER FLIPS=" DELIMITED BY SIZE
                      WS-FAM-TIER-FLIPS(WS-FAM-IDX) DELIMITED BY SIZE
                      INTO SENS-REPORT-LINE
               WRITE SENS-REPORT-LINE
               ADD 1 TO WS-FAM-IDX
           END-PERFORM
       .

       WRITE-DOMAIN-TOTALS-SECTION.
           MOVE SPACES TO SENS-REPORT-LINE
           WRITE SENS-REPORT-LINE
           MOVE "FRAGILITY BY RECORD-DOMAIN:" TO SENS-REPORT-LINE
           WRITE SENS-REPORT-LINE
           MOVE 1 TO WS-DOM-IDX
           PERFORM UNTIL WS-DOM-IDX > WS-DOM-COUNT
               MOVE SPACES TO SENS-REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DOM-CODE(WS-DOM-IDX))
                          DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      WS-DOM-TOTAL(WS-DOM-IDX) DELIMITED BY SIZE
                      " candidates): FRAGILE=" DELIMITED BY SIZE
                      WS-DOM-FRAGILE(WS-DOM-IDX) DELIMITED BY SIZE
                      " ANSWER FLIPS=" DELIMITED BY SIZE
                      WS-DOM-ANSWER-FLIPS(WS-DOM-IDX) DELIMITED BY SIZE
                      " TIER FLIPS=" DELIMITED BY SIZE
                      WS-DOM-TIER-FLIPS(WS-DOM-IDX) DELIMITED BY SIZE
                      INTO SENS-REPORT-LINE
               WRITE SENS-REPORT-LINE
               ADD 1 TO WS-DOM-IDX
           END-PERFORM
       .
