      *> ERB Champion/Challenger Scoring-Profile Comparison
      *> Proves a proposed ERBPROFILE change on evidence before it goes
      *> live. Every candidate on LANGCAND is run through ERBCALC
      *> twice - once against the live ERBPROFILE (the champion) and
      *> once against the proposed profile in ERBPROFCHAL (the
      *> challenger, same erb_profrec.cpy layout) - and ERBCHAMPRPT
      *> lists every candidate whose RECORD-BIO-HOCKETT-TIER,
      *> RECORD-PREDICTED-ANSWER or mismatch status would change, then
      *> totals by RECORD-FAMILY-CODE the mismatches the challenger
      *> would gain and lose.
      *> Mismatch status is the same test PROCESS-ONE-CANDIDATE uses
      *> to write MMRAW (predicted answer against RECORD-IS-LANGUAGE,
      *> or an open/closed-world conflict), on the verdict the batch
      *> run would actually report: after every ERBCALC call the
      *> ERBDOMCOR domain corrections and ERBOVRD manual overrides are
      *> applied exactly as ERBDRVR applies them, so an overridden
      *> candidate is never counted as a mismatch gained or lost that
      *> the live run would not flag. Nothing is written to ERBOVRDLOG.
      *> Records that fail ERBEDIT's field edits are skipped, as the
      *> batch pass skips them.
      *> Pass one scores the champion (CALC-REQ-PROFILE-SOURCE LIVE)
      *> and parks each result in the ERBCHAMPWK work file; pass two
      *> re-reads the master in the same key order, scores it on the
      *> CHALLENGER, and match-merges it with the work file on
      *> RECORD-NAME the way ERBXDIFF merges its two exports, so a
      *> candidate added or removed between the passes costs only that
      *> one comparison. Both passes work on a copy of each record -
      *> the master is opened INPUT and no production output (MMRPT,
      *> ERBXPRT, ...) is touched.
      *> GnuCOBOL free-format:
      *>   cobc -free -x erb_champ.cbl erb_calc.cbl erb_edit.cbl
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERBCHAMP.
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
      *> Opened here only to prove the challenger exists before any
      *> work is done - ERBCALC does the actual reading.
           SELECT CHALLENGER-PROFILE-FILE ASSIGN TO "ERBPROFCHAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHALLENGER-FILE-STATUS.
      *> The same optional lookup files ERBDRVR applies after ERBCALC;
      *> an absent file just means nothing to apply.
           SELECT OVERRIDE-FILE ASSIGN TO "ERBOVRD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-FILE-STATUS.
           SELECT DOMAIN-CORRECTION-FILE ASSIGN TO "ERBDOMCOR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DOMAIN-CORRECTION-STATUS.
           SELECT CHAMP-WORK-FILE ASSIGN TO "ERBCHAMPWK"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CHAMP-REPORT-FILE ASSIGN TO "ERBCHAMPRPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CANDIDATE-FILE.
           COPY "erb_copy" REPLACING ==CANDIDATE-RECORD== BY ==CAND-FILE-RECORD==.
       FD CHALLENGER-PROFILE-FILE.
           COPY "erb_profrec".
       FD OVERRIDE-FILE.
           COPY "erb_ovrrec".
       FD DOMAIN-CORRECTION-FILE.
           COPY "erb_domrec".
      *> One champion result per candidate scored in pass one.
       FD CHAMP-WORK-FILE.
       01 CHAMP-WORK-RECORD.
           05 CW-RECORD-NAME          PIC X(60).
           05 CW-HOCKETT-TIER         PIC X(08).
           05 CW-PREDICTED-ANSWER     PIC X(05).
           05 CW-MISMATCH             PIC X(05).
       FD CHAMP-REPORT-FILE.
       01 CHAMP-REPORT-LINE           PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE                 PIC 9(08).
       01 WS-CANDIDATE-FILE-STATUS    PIC X(02).
       01 WS-CHALLENGER-FILE-STATUS   PIC X(02).
       01 WS-EOF-SWITCH               PIC X(05) VALUE "false".
       01 WS-WORK-EOF-SWITCH          PIC X(05) VALUE "false".
       01 WS-CANDIDATE-COUNT          PIC 9(06) VALUE 0.
       01 WS-EDIT-REJECT-COUNT        PIC 9(06) VALUE 0.
       01 WS-COMPARED-COUNT           PIC 9(06) VALUE 0.
       01 WS-CHANGED-COUNT            PIC 9(06) VALUE 0.
      *> Master records in pass two with no champion row, and
      *> champion rows with no master record left in pass two.
       01 WS-OUT-OF-STEP-COUNT        PIC 9(06) VALUE 0.
       01 WS-ORPHAN-WORK-COUNT        PIC 9(06) VALUE 0.
       01 WS-MISMATCH-GAINED-COUNT    PIC 9(06) VALUE 0.
       01 WS-MISMATCH-LOST-COUNT      PIC 9(06) VALUE 0.
       01 WS-WORK-MISMATCH            PIC X(05).
       01 WS-TIER-CHANGED             PIC X(05).
       01 WS-ANSWER-CHANGED           PIC X(05).
       01 WS-MISMATCH-CHANGED         PIC X(05).
      *> Work copy ERBEDIT and ERBCALC see - CAND-FILE-RECORD stays
      *> exactly as read.
           COPY "erb_copy" REPLACING ==CANDIDATE-RECORD== BY ==CAND-WORK-RECORD==.
           COPY "erb_editrec".
      *> LIVE for pass one, CHALLENGER for pass two.
           COPY "erb_calcreq".
      *> Manual overrides and domain corrections, loaded once at
      *> startup the way ERBDRVR loads them and matched by RECORD-NAME.
       01 WS-OVERRIDE-FILE-STATUS     PIC X(02).
       01 WS-OVERRIDE-TABLE.
           05 WS-OVERRIDE-ENTRY OCCURS 500 TIMES.
               10 WS-OVR-NAME         PIC X(60).
               10 WS-OVR-PRED-ANSWER  PIC X(05).
               10 WS-OVR-IS-LANG      PIC X(05).
       01 WS-OVERRIDE-COUNT           PIC 9(04) VALUE 0.
       01 WS-OVERRIDE-TABLE-MAX       PIC 9(04) VALUE 0500.
       01 WS-OVR-IDX                  PIC 9(04).
       01 WS-OVERRIDE-MATCH-INDEX     PIC 9(04) VALUE 0.
       01 WS-DOMAIN-CORRECTION-STATUS PIC X(02).
       01 WS-DOMAIN-TABLE.
           05 WS-DOMAIN-ENTRY OCCURS 500 TIMES.
               10 WS-DOM-NAME         PIC X(60).
               10 WS-DOM-DOMAIN       PIC X(13).
       01 WS-DOMAIN-COUNT             PIC 9(04) VALUE 0.
       01 WS-DOMAIN-TABLE-MAX         PIC 9(04) VALUE 0500.
       01 WS-DOM-IDX                  PIC 9(04).
       01 WS-DOMAIN-MATCH-INDEX       PIC 9(04) VALUE 0.
      *> Per-RECORD-FAMILY-CODE projection - mismatches under each
      *> profile and the movement between them.
       01 WS-FAM-TABLE.
           05 WS-FAM-ENTRY OCCURS 500 TIMES.
               10 WS-FAM-CODE             PIC X(20).
               10 WS-FAM-TOTAL            PIC 9(05).
               10 WS-FAM-CHANGED          PIC 9(05).
               10 WS-FAM-CHAMP-MISMATCH   PIC 9(05).
               10 WS-FAM-CHAL-MISMATCH    PIC 9(05).
               10 WS-FAM-GAINED           PIC 9(05).
               10 WS-FAM-LOST             PIC 9(05).
       01 WS-FAM-COUNT                PIC 9(04) VALUE 0.
       01 WS-FAM-TABLE-MAX            PIC 9(04) VALUE 0500.
       01 WS-FAM-IDX                  PIC 9(04).
       01 WS-FAM-MATCH-INDEX          PIC 9(04).
       PROCEDURE DIVISION.
       CHAMP-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT CHALLENGER-PROFILE-FILE
      *> Without a challenger ERBCALC would quietly score pass two on
      *> the global defaults and the report would compare the live
      *> profile against no profile at all.
           IF WS-CHALLENGER-FILE-STATUS = "35"
               DISPLAY "ERBCHAMP: ERBPROFCHAL challenger profile not "
                       "found - run stopped"
               GOBACK
           END-IF
           CLOSE CHALLENGER-PROFILE-FILE
           PERFORM LOAD-OVERRIDE-TABLE
           PERFORM LOAD-DOMAIN-TABLE
           MOVE "LIVE" TO CALC-REQ-PROFILE-SOURCE
           PERFORM SCORE-CHAMPION-PASS
           MOVE "CHALLENGER" TO CALC-REQ-PROFILE-SOURCE
           OPEN OUTPUT CHAMP-REPORT-FILE
           MOVE SPACES TO CHAMP-REPORT-LINE
           STRING "ERBCHAMP CHAMPION/CHALLENGER PROFILE COMPARISON - "
                      DELIMITED BY SIZE
                  "RUN DATE " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO CHAMP-REPORT-LINE
           WRITE CHAMP-REPORT-LINE
           MOVE "CHAMPION=ERBPROFILE CHALLENGER=ERBPROFCHAL"
               TO CHAMP-REPORT-LINE
           WRITE CHAMP-REPORT-LINE
           MOVE SPACES TO CHAMP-REPORT-LINE
           WRITE CHAMP-REPORT-LINE
           MOVE "CANDIDATES WHOSE VERDICT WOULD CHANGE (CHAMPION -> CHALLENGER):"
               TO CHAMP-REPORT-LINE
           WRITE CHAMP-REPORT-LINE
           PERFORM SCORE-CHALLENGER-PASS
           PERFORM WRITE-FAMILY-TOTALS-SECTION
           MOVE SPACES TO CHAMP-REPORT-LINE
           WRITE CHAMP-REPORT-LINE
           MOVE SPACES TO CHAMP-REPORT-LINE
           STRING "Total compared: " DELIMITED BY SIZE
                  WS-COMPARED-COUNT DELIMITED BY SIZE
                  ", total changed: " DELIMITED BY SIZE
                  WS-CHANGED-COUNT DELIMITED BY SIZE
                  ", mismatches gained: " DELIMITED BY SIZE
                  WS-MISMATCH-GAINED-COUNT DELIMITED BY SIZE
                  ", mismatches lost: " DELIMITED BY SIZE
                  WS-MISMATCH-LOST-COUNT DELIMITED BY SIZE
                  ", rejected by field edits: " DELIMITED BY SIZE
                  WS-EDIT-REJECT-COUNT DELIMITED BY SIZE
                  ", not compared: " DELIMITED BY SIZE
                  WS-OUT-OF-STEP-COUNT DELIMITED BY SIZE
                  ", champion rows unmatched: " DELIMITED BY SIZE
                  WS-ORPHAN-WORK-COUNT DELIMITED BY SIZE
                  INTO CHAMP-REPORT-LINE
           WRITE CHAMP-REPORT-LINE
           CLOSE CHAMP-REPORT-FILE
           DISPLAY "ERBCHAMP: " WS-CANDIDATE-COUNT " candidates read, "
                   WS-COMPARED-COUNT " compared, "
                   WS-CHANGED-COUNT " would change, "
                   WS-MISMATCH-GAINED-COUNT " mismatches gained, "
                   WS-MISMATCH-LOST-COUNT " lost, "
                   WS-OUT-OF-STEP-COUNT " not compared, "
                   WS-ORPHAN-WORK-COUNT " champion rows unmatched"
           GOBACK
       .

      *> Pass one - the champion verdict for every candidate that
      *> passes the field edits, parked in ERBCHAMPWK in key order.
       SCORE-CHAMPION-PASS.
           OPEN INPUT CANDIDATE-FILE
      *> With FILE STATUS declared, a failed OPEN no longer abends -
      *> READ NEXT after it returns status 47 and fires neither AT END
      *> nor INVALID KEY, which would loop forever - so a missing
      *> master is checked for by name and stops the run.
           IF WS-CANDIDATE-FILE-STATUS = "35"
               DISPLAY "ERBCHAMP: LANGCAND master not found - "
                       "run stopped"
               GOBACK
           END-IF
           OPEN OUTPUT CHAMP-WORK-FILE
           MOVE "false" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-CANDIDATE
           PERFORM UNTIL WS-EOF-SWITCH = "true"
               ADD 1 TO WS-CANDIDATE-COUNT
               MOVE CAND-FILE-RECORD TO CAND-WORK-RECORD
               CALL "ERBEDIT" USING CAND-WORK-RECORD, EDIT-RESULT
               IF EDIT-PASSED = "true"
                   CALL "ERBCALC" USING CAND-WORK-RECORD, CALC-REQUEST
                   PERFORM APPLY-DOMAIN-CORRECTION-IF-ANY
                   PERFORM APPLY-OVERRIDE-IF-ANY
                   MOVE RECORD-NAME OF CAND-WORK-RECORD TO CW-RECORD-NAME
                   MOVE RECORD-BIO-HOCKETT-TIER OF CAND-WORK-RECORD
                       TO CW-HOCKETT-TIER
                   MOVE RECORD-PREDICTED-ANSWER OF CAND-WORK-RECORD
                       TO CW-PREDICTED-ANSWER
                   PERFORM TEST-WORK-RECORD-MISMATCH
                   MOVE WS-WORK-MISMATCH TO CW-MISMATCH
                   WRITE CHAMP-WORK-RECORD
               ELSE
                   ADD 1 TO WS-EDIT-REJECT-COUNT
               END-IF
               PERFORM READ-NEXT-CANDIDATE
           END-PERFORM
           CLOSE CHAMP-WORK-FILE
           CLOSE CANDIDATE-FILE
       .

      *> Pass two - the same records in the same order, now scored on
      *> the challenger, each merged with its parked champion row by
      *> RECORD-NAME. Champion rows left over once the master runs out
      *> belong to candidates deleted between the passes.
       SCORE-CHALLENGER-PASS.
           OPEN INPUT CANDIDATE-FILE
      *> Same status-47 guard as pass one - the master vanishing
      *> between the two passes still must not spin the read loop.
           IF WS-CANDIDATE-FILE-STATUS = "35"
               DISPLAY "ERBCHAMP: LANGCAND master not found - "
                       "run stopped"
               CLOSE CHAMP-REPORT-FILE
               GOBACK
           END-IF
           OPEN INPUT CHAMP-WORK-FILE
           MOVE "false" TO WS-WORK-EOF-SWITCH
           PERFORM READ-NEXT-CHAMP-WORK
           MOVE "false" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-CANDIDATE
           PERFORM UNTIL WS-EOF-SWITCH = "true"
               MOVE CAND-FILE-RECORD TO CAND-WORK-RECORD
               CALL "ERBEDIT" USING CAND-WORK-RECORD, EDIT-RESULT
               IF EDIT-PASSED = "true"
                   CALL "ERBCALC" USING CAND-WORK-RECORD, CALC-REQUEST
                   PERFORM APPLY-DOMAIN-CORRECTION-IF-ANY
                   PERFORM APPLY-OVERRIDE-IF-ANY
                   PERFORM MERGE-WITH-CHAMPION
               END-IF
               PERFORM READ-NEXT-CANDIDATE
           END-PERFORM
           PERFORM UNTIL WS-WORK-EOF-SWITCH = "true"
               PERFORM COUNT-ORPHAN-CHAMP-WORK
           END-PERFORM
           CLOSE CHAMP-WORK-FILE
           CLOSE CANDIDATE-FILE
       .

       READ-NEXT-CANDIDATE.
           READ CANDIDATE-FILE NEXT
               AT END
                   MOVE "true" TO WS-EOF-SWITCH
           END-READ
       .

       READ-NEXT-CHAMP-WORK.
           READ CHAMP-WORK-FILE
               AT END
                   MOVE "true" TO WS-WORK-EOF-SWITCH
                   MOVE SPACES TO CHAMP-WORK-RECORD
           END-READ
       .

      *> Same as ERBDRVR's LOAD-OVERRIDE-TABLE - only the two verdict
      *> fields are kept, since nothing here is logged or aged.
       LOAD-OVERRIDE-TABLE.
           MOVE 0 TO WS-OVERRIDE-COUNT
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVERRIDE-FILE-STATUS NOT = "35"
               MOVE "false" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-OVERRIDE
               PERFORM UNTIL WS-EOF-SWITCH = "true"
                   PERFORM STORE-OVERRIDE-ENTRY
                   PERFORM READ-NEXT-OVERRIDE
               END-PERFORM
               CLOSE OVERRIDE-FILE
               MOVE "false" TO WS-EOF-SWITCH
           END-IF
       .

       READ-NEXT-OVERRIDE.
           READ OVERRIDE-FILE
               AT END
                   MOVE "true" TO WS-EOF-SWITCH
           END-READ
       .

       STORE-OVERRIDE-ENTRY.
           IF WS-OVERRIDE-COUNT >= WS-OVERRIDE-TABLE-MAX
               DISPLAY "ERBCHAMP: WARNING - override table is full at "
                       WS-OVERRIDE-TABLE-MAX " entries, ignoring "
                       OVR-RECORD-NAME
           ELSE
               ADD 1 TO WS-OVERRIDE-COUNT
               MOVE OVR-RECORD-NAME TO WS-OVR-NAME(WS-OVERRIDE-COUNT)
               MOVE OVR-PREDICTED-ANSWER TO WS-OVR-PRED-ANSWER(WS-OVERRIDE-COUNT)
               MOVE OVR-IS-LANGUAGE TO WS-OVR-IS-LANG(WS-OVERRIDE-COUNT)
           END-IF
       .

       LOAD-DOMAIN-TABLE.
           MOVE 0 TO WS-DOMAIN-COUNT
           OPEN INPUT DOMAIN-CORRECTION-FILE
           IF WS-DOMAIN-CORRECTION-STATUS NOT = "35"
               MOVE "false" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-DOMAIN-CORRECTION
               PERFORM UNTIL WS-EOF-SWITCH = "true"
                   PERFORM STORE-DOMAIN-ENTRY
                   PERFORM READ-NEXT-DOMAIN-CORRECTION
               END-PERFORM
               CLOSE DOMAIN-CORRECTION-FILE
               MOVE "false" TO WS-EOF-SWITCH
           END-IF
       .

       READ-NEXT-DOMAIN-CORRECTION.
           READ DOMAIN-CORRECTION-FILE
               AT END
                   MOVE "true" TO WS-EOF-SWITCH
           END-READ
       .

       STORE-DOMAIN-ENTRY.
           IF WS-DOMAIN-COUNT >= WS-DOMAIN-TABLE-MAX
               DISPLAY "ERBCHAMP: WARNING - domain table is full at "
                       WS-DOMAIN-TABLE-MAX " entries, ignoring "
                       DOMCOR-RECORD-NAME
           ELSE
               ADD 1 TO WS-DOMAIN-COUNT
               MOVE DOMCOR-RECORD-NAME TO WS-DOM-NAME(WS-DOMAIN-COUNT)
               MOVE DOMCOR-DOMAIN TO WS-DOM-DOMAIN(WS-DOMAIN-COUNT)
           END-IF
       .

      *> Applied to the work copy after each ERBCALC call, in the order
      *> PROCESS-ONE-CANDIDATE applies them - domain correction, then
      *> manual override. The override replaces both the predicted
      *> answer and RECORD-IS-LANGUAGE, so TEST-WORK-RECORD-MISMATCH
      *> sees exactly what the batch run would write to MMRAW.
       APPLY-DOMAIN-CORRECTION-IF-ANY.
           MOVE 0 TO WS-DOMAIN-MATCH-INDEX
           MOVE 1 TO WS-DOM-IDX
           PERFORM UNTIL WS-DOM-IDX > WS-DOMAIN-COUNT
               IF WS-DOM-NAME(WS-DOM-IDX) = RECORD-NAME OF CAND-WORK-RECORD
                   MOVE WS-DOM-IDX TO WS-DOMAIN-MATCH-INDEX
               END-IF
               ADD 1 TO WS-DOM-IDX
           END-PERFORM
           IF WS-DOMAIN-MATCH-INDEX > 0
               MOVE WS-DOM-DOMAIN(WS-DOMAIN-MATCH-INDEX)
                   TO RECORD-DOMAIN OF CAND-WORK-RECORD
           END-IF
       .

       APPLY-OVERRIDE-IF-ANY.
           MOVE 0 TO WS-OVERRIDE-MATCH-INDEX
           MOVE 1 TO WS-OVR-IDX
           PERFORM UNTIL WS-OVR-IDX > WS-OVERRIDE-COUNT
               IF WS-OVR-NAME(WS-OVR-IDX) = RECORD-NAME OF CAND-WORK-RECORD
                   MOVE WS-OVR-IDX TO WS-OVERRIDE-MATCH-INDEX
               END-IF
               ADD 1 TO WS-OVR-IDX
           END-PERFORM
           IF WS-OVERRIDE-MATCH-INDEX > 0
               MOVE WS-OVR-PRED-ANSWER(WS-OVERRIDE-MATCH-INDEX)
                   TO RECORD-PREDICTED-ANSWER OF CAND-WORK-RECORD
               MOVE WS-OVR-IS-LANG(WS-OVERRIDE-MATCH-INDEX)
                   TO RECORD-IS-LANGUAGE OF CAND-WORK-RECORD
           END-IF
       .

      *> The MMRAW test from PROCESS-ONE-CANDIDATE, on the work copy.
       TEST-WORK-RECORD-MISMATCH.
           MOVE "false" TO WS-WORK-MISMATCH
           IF RECORD-PREDICTED-ANSWER OF CAND-WORK-RECORD
                  NOT = RECORD-IS-LANGUAGE OF CAND-WORK-RECORD
              OR RECORD-IS-OPEN-CLOSED-WORLD-CONFLICTED OF CAND-WORK-RECORD
                  = "true"
               MOVE "true" TO WS-WORK-MISMATCH
           END-IF
       .

      *> Match-merge step, as in ERBXDIFF's MERGE-ONE-STEP. A champion
      *> row lower than the candidate is for a record gone from the
      *> master (or failing its edits) by pass two and is skipped; a
      *> champion row higher than it, or none left, means the
      *> candidate arrived after pass one - it is counted and left
      *> out, and the work file is not read, so the next candidate
      *> still meets its own row. A maintenance run alongside this one
      *> costs only the records it actually touched.
       MERGE-WITH-CHAMPION.
           PERFORM UNTIL WS-WORK-EOF-SWITCH = "true"
                      OR CW-RECORD-NAME NOT < RECORD-NAME OF CAND-WORK-RECORD
               PERFORM COUNT-ORPHAN-CHAMP-WORK
           END-PERFORM
           IF WS-WORK-EOF-SWITCH = "true"
              OR CW-RECORD-NAME > RECORD-NAME OF CAND-WORK-RECORD
               ADD 1 TO WS-OUT-OF-STEP-COUNT
               DISPLAY "ERBCHAMP: WARNING - "
                       FUNCTION TRIM(RECORD-NAME OF CAND-WORK-RECORD)
                       " has no champion verdict (master changed "
                       "between passes), not compared"
           ELSE
               PERFORM COMPARE-WITH-CHAMPION
               PERFORM READ-NEXT-CHAMP-WORK
           END-IF
       .

       COUNT-ORPHAN-CHAMP-WORK.
           ADD 1 TO WS-ORPHAN-WORK-COUNT
           DISPLAY "ERBCHAMP: WARNING - " FUNCTION TRIM(CW-RECORD-NAME)
                   " no longer on the master (or fails its edits) "
                   "in pass two, not compared"
           PERFORM READ-NEXT-CHAMP-WORK
       .

       COMPARE-WITH-CHAMPION.
           ADD 1 TO WS-COMPARED-COUNT
           PERFORM TEST-WORK-RECORD-MISMATCH
           MOVE "false" TO WS-TIER-CHANGED
           MOVE "false" TO WS-ANSWER-CHANGED
           MOVE "false" TO WS-MISMATCH-CHANGED
           IF RECORD-BIO-HOCKETT-TIER OF CAND-WORK-RECORD
                  NOT = CW-HOCKETT-TIER
               MOVE "true" TO WS-TIER-CHANGED
           END-IF
           IF RECORD-PREDICTED-ANSWER OF CAND-WORK-RECORD
                  NOT = CW-PREDICTED-ANSWER
               MOVE "true" TO WS-ANSWER-CHANGED
           END-IF
           IF WS-WORK-MISMATCH NOT = CW-MISMATCH
               MOVE "true" TO WS-MISMATCH-CHANGED
               IF WS-WORK-MISMATCH = "true"
                   ADD 1 TO WS-MISMATCH-GAINED-COUNT
               ELSE
                   ADD 1 TO WS-MISMATCH-LOST-COUNT
               END-IF
           END-IF
           PERFORM ACCUMULATE-FAMILY-ENTRY
           IF WS-TIER-CHANGED = "true"
              OR WS-ANSWER-CHANGED = "true"
              OR WS-MISMATCH-CHANGED = "true"
               ADD 1 TO WS-CHANGED-COUNT
               PERFORM WRITE-CHANGED-CANDIDATE-LINE
           END-IF
       .

       WRITE-CHANGED-CANDIDATE-LINE.
           MOVE SPACES TO CHAMP-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM(RECORD-NAME OF CAND-WORK-RECORD)
                      DELIMITED BY SIZE
                  " FAMILY=" DELIMITED BY SIZE
                  FUNCTION TRIM(RECORD-FAMILY-CODE OF CAND-WORK-RECORD)
                      DELIMITED BY SIZE
                  " TIER=" DELIMITED BY SIZE
                  FUNCTION TRIM(CW-HOCKETT-TIER) DELIMITED BY SIZE
                  "->" DELIMITED BY SIZE
                  FUNCTION TRIM(RECORD-BIO-HOCKETT-TIER OF CAND-WORK-RECORD)
                      DELIMITED BY SIZE
                  " PREDICTED-ANSWER=" DELIMITED BY SIZE
                  FUNCTION TRIM(CW-PREDICTED-ANSWER) DELIMITED BY SIZE
                  "->" DELIMITED BY SIZE
                  FUNCTION TRIM(RECORD-PREDICTED-ANSWER OF CAND-WORK-RECORD)
                      DELIMITED BY SIZE
                  " MISMATCH=" DELIMITED BY SIZE
                  FUNCTION TRIM(CW-MISMATCH) DELIMITED BY SIZE
                  "->" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-WORK-MISMATCH) DELIMITED BY SIZE
                  INTO CHAMP-REPORT-LINE
           WRITE CHAMP-REPORT-LINE
       .

       ACCUMULATE-FAMILY-ENTRY.
           MOVE 0 TO WS-FAM-MATCH-INDEX
           MOVE 1 TO WS-FAM-IDX
           PERFORM UNTIL WS-FAM-IDX > WS-FAM-COUNT
               IF WS-FAM-CODE(WS-FAM-IDX)
                      = RECORD-FAMILY-CODE OF CAND-WORK-RECORD
                   MOVE WS-FAM-IDX TO WS-FAM-MATCH-INDEX
               END-IF
               ADD 1 TO WS-FAM-IDX
           END-PERFORM
           IF WS-FAM-MATCH-INDEX = 0
              AND WS-FAM-COUNT >= WS-FAM-TABLE-MAX
               DISPLAY "ERBCHAMP: WARNING - family table is full at "
                       WS-FAM-TABLE-MAX " entries, ignoring "
                       RECORD-FAMILY-CODE OF CAND-WORK-RECORD
           ELSE
               IF WS-FAM-MATCH-INDEX = 0
                   ADD 1 TO WS-FAM-COUNT
                   MOVE WS-FAM-COUNT TO WS-FAM-MATCH-INDEX
                   MOVE RECORD-FAMILY-CODE OF CAND-WORK-RECORD
                       TO WS-FAM-CODE(WS-FAM-MATCH-INDEX)
                   MOVE 0 TO WS-FAM-TOTAL(WS-FAM-MATCH-INDEX)
                   MOVE 0 TO WS-FAM-CHANGED(WS-FAM-MATCH-INDEX)
                   MOVE 0 TO WS-FAM-CHAMP-MISMATCH(WS-FAM-MATCH-INDEX)
                   MOVE 0 TO WS-FAM-CHAL-MISMATCH(WS-FAM-MATCH-INDEX)
                   MOVE 0 TO WS-FAM-GAINED(WS-FAM-MATCH-INDEX)
                   MOVE 0 TO WS-FAM-LOST(WS-FAM-MATCH-INDEX)
               END-IF
               ADD 1 TO WS-FAM-TOTAL(WS-FAM-MATCH-INDEX)
               IF CW-MISMATCH = "true"
                   ADD 1 TO WS-FAM-CHAMP-MISMATCH(WS-FAM-MATCH-INDEX)
               END-IF
               IF WS-WORK-MISMATCH = "true"
                   ADD 1 TO WS-FAM-CHAL-MISMATCH(WS-FAM-MATCH-INDEX)
               END-IF
               IF WS-MISMATCH-CHANGED = "true"
                   IF WS-WORK-MISMATCH = "true"
                       ADD 1 TO WS-FAM-GAINED(WS-FAM-MATCH-INDEX)
                   ELSE
                       ADD 1 TO WS-FAM-LOST(WS-FAM-MATCH-INDEX)
                   END-IF
               END-IF
               IF WS-TIER-CHANGED = "true"
                  OR WS-ANSWER-CHANGED = "true"
                  OR WS-MISMATCH-CHANGED = "true"
                   ADD 1 TO WS-FAM-CHANGED(WS-FAM-MATCH-INDEX)
               END-IF
           END-IF
       .

       WRITE-FAMILY-TOTALS-SECTION.
           MOVE SPACES TO CHAMP-REPORT-LINE
           WRITE CHAMP-REPORT-LINE
           MOVE "PROJECTED MISMATCHES BY RECORD-FAMILY-CODE:"
               TO CHAMP-REPORT-LINE
           WRITE CHAMP-REPORT-LINE
           MOVE 1 TO WS-FAM-IDX
           PERFORM UNTIL WS-FAM-IDX > WS-FAM-COUNT
               MOVE SPACES TO CHAMP-REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FAM-CODE(WS-FAM-IDX))
                          DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      WS-FAM-TOTAL(WS-FAM-IDX) DELIMITED BY SIZE
                      " candidates): CHAMPION MISMATCHES=" DELIMITED BY SIZE
                      WS-FAM-CHAMP-MISMATCH(WS-FAM-IDX) DELIMITED BY SIZE
                      " CHALLENGER MISMATCHES=" DELIMITED BY SIZE
                      WS-FAM-CHAL-MISMATCH(WS-FAM-IDX) DELIMITED BY SIZE
                      " GAINED=" DELIMITED BY SIZE
                      WS-FAM-GAINED(WS-FAM-IDX) DELIMITED BY SIZE
                      " LOST=" DELIMITED BY SIZE
                      WS-FAM-LOST(WS-FAM-IDX) DELIMITED BY SIZE
                      " CHANGED=" DELIMITED BY SIZE
                      WS-FAM-CHANGED(WS-FAM-IDX) DELIMITED BY SIZE
                      INTO CHAMP-REPORT-LINE
               WRITE CHAMP-REPORT-LINE
               ADD 1 TO WS-FAM-IDX
           END-PERFORM
       .
