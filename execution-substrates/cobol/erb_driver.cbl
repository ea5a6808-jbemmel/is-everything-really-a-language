      *> record, and produces a report of every candidate where the
      *> ruleset's predicted answer disagrees with the recorded
      *> "Is Language" ground truth - sorted by candidate name.
      *> Every master record the pass (or a RECALC NAME=) actually
      *> changes is also written to the LANGCANDHIST change history
      *> (erb_histrec.cpy), before and after, under the run id.
      *> Every completed batch run's outputs are then filed by
      *> ERBGENARC as a numbered generation under the run id; the
      *> GENLIST and GENRESTORE modes list and pull back generations.
      *> Before filing, ERBBAL balances the run's outputs against the
      *> master and each other (ERBBALRPT) and marks the registry.
      *> ERBWORKLIST and MMRPTPRN are split into one section per owning
      *> analyst named for the candidate's family on ERBFAMREF.
      *> GnuCOBOL free-format:
      *>   cobc -free -x erb_driver.cbl erb_calc.cbl erb_edit.cbl
      *>        erb_genarc.cbl erb_bal.cbl
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERBDRVR.
       ENVIRONMENT DIVISION.
      *> REWRITTEN in place after each ERBCALC call and a single
      *> candidate can be recomputed by keyed read (RECALC NAME=...)
      *> without a full-file pass. ERBLOAD/ERBUNLD convert to and from
      *> the LANGCANDSEQ line-sequential layout for backup. The
      *> alternate keys serve ERBINQ's browses by family, domain and
      *> candidate type; RECORD-DOMAIN's key follows each REWRITE.
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
           SELECT MISMATCH-RAW-FILE ASSIGN TO "MMRAW"
               ORGANIZATION LINE SEQUENTIAL
           SELECT DOMAIN-CORRECTION-FILE ASSIGN TO "ERBDOMCOR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DOMAIN-CORRECTION-STATUS.
      *> Family reference list (erb_frefrec.cpy) - ERBEDIT checks
      *> family codes against it; here it only supplies each family's
      *> owning analyst. Absent file leaves every candidate UNASSIGNED.
           SELECT FAMILY-REFERENCE-FILE ASSIGN TO "ERBFAMREF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FAMILY-REFERENCE-STATUS.
           SELECT MISMATCH-PRINT-FILE ASSIGN TO "MMRPTPRN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT WORKLIST-RAW-FILE ASSIGN TO "WLRAW"
           SELECT GATE-CONFIG-FILE ASSIGN TO "ERBGATECFG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GATE-CONFIG-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "LANGCANDHIST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CANDIDATE-FILE.
       01 CONSISTENCY-REPORT-LINE     PIC X(160).
       FD DOMAIN-CORRECTION-FILE.
           COPY "erb_domrec".
       FD FAMILY-REFERENCE-FILE.
           COPY "erb_frefrec".
       FD MISMATCH-PRINT-FILE.
       01 MISMATCH-PRINT-LINE        PIC X(132).
       FD WORKLIST-RAW-FILE.
       01 RUN-REGISTRY-LINE          PIC X(250).
       FD GATE-CONFIG-FILE.
       01 GATE-CONFIG-LINE           PIC X(80).
       FD HISTORY-FILE.
           COPY "erb_histrec".
       WORKING-STORAGE SECTION.
      *> Append-only log of rulebook prediction accuracy, one line per
      *> batch run, so accuracy can be tracked across runs and
       01 WS-DOM-IDX                  PIC 9(04).
       01 WS-DOMAIN-MATCH-INDEX       PIC 9(04) VALUE 0.
       01 WS-DOMAIN-APPLIED-COUNT     PIC 9(06) VALUE 0.
      *> Family-owner table - ERBFAMREF's family code and owning
      *> analyst, loaded once at startup like WS-DOMAIN-TABLE and looked
      *> up by RECORD-FAMILY-CODE so each MMRAW/WLRAW row carries the
      *> analyst its report section is filed under.
       01 WS-FAMILY-REFERENCE-STATUS  PIC X(02).
       01 WS-FAMILY-OWNER-TABLE.
           05 WS-FOWN-ENTRY OCCURS 500 TIMES.
               10 WS-FOWN-FAMILY      PIC X(20).
               10 WS-FOWN-OWNER       PIC X(20).
       01 WS-FOWN-COUNT               PIC 9(04) VALUE 0.
       01 WS-FOWN-TABLE-MAX           PIC 9(04) VALUE 0500.
       01 WS-FOWN-IDX                 PIC 9(04).
       01 WS-CANDIDATE-OWNER          PIC X(20) VALUE SPACES.
       01 WS-OWNER-LOOKUP-FOUND       PIC X(05).
      *> Section heading text for the current owner - the owner, or
      *> UNASSIGNED for a family with no owner or not on ERBFAMREF.
       01 WS-OWNER-SECTION-NAME       PIC X(20).
      *> Fixed-width printable mismatch report - same candidates as
      *> MMRPT, lined up in columns with a page header/footer and a
      *> page break every WS-PRINT-LINES-PER-PAGE detail lines, so it
       01 WS-PRINT-PAGE-NUMBER        PIC 9(04) VALUE 0.
       01 WS-PRINT-PAGE-NUMBER-EDIT   PIC ZZZ9.
       01 WS-PRINT-REPORT-DATE        PIC 9(08).
      *> One section per owning analyst, each starting on a fresh page
      *> numbered from 1, so a section can be handed to its analyst on
      *> its own.
       01 WS-PRINT-FIRST-SECTION      PIC X(05).
       01 WS-PRINT-CURRENT-OWNER      PIC X(20).
       01 WS-PRINT-OWNER-HEADING      PIC X(20).
       01 WS-PRINT-SECTION-COUNT      PIC 9(06) VALUE 0.
       01 WS-PRINT-DETAIL.
           05 WS-PRINT-NAME           PIC X(60).
           05 FILLER                  PIC X(02) VALUE SPACES.
       01 WS-WORKLIST-RAW-STATUS      PIC X(02).
       01 WS-WORKLIST-REPORT-COUNT    PIC 9(06) VALUE 0.
       01 WS-WORKLIST-REASON-LINE     PIC X(90).
       01 WS-WORKLIST-FIRST-SECTION   PIC X(05).
       01 WS-WORKLIST-CURRENT-OWNER   PIC X(20).
       01 WS-WORKLIST-SECTION-COUNT   PIC 9(06) VALUE 0.
      *> Field-level input edit pass - every CANDIDATE-RECORD is handed
      *> to ERBEDIT before ERBCALC sees it, so a flag byte holding
      *> "TRUE ", "yes  ", or shifted garbage is rejected by field name
      *> as the mismatch and worklist reports.
       01 WS-NEARMISS-RAW-STATUS      PIC X(02).
       01 WS-NEARMISS-REPORT-COUNT    PIC 9(06) VALUE 0.
      *> Change history - the master record as read, kept so that once
      *> ERBCALC and the corrections have run it can be compared with
      *> what is about to be rewritten. Most records come out of a
      *> pass byte-for-byte unchanged; only the ones that don't get a
      *> LANGCANDHIST entry, so the history records real changes and
      *> not one entry per candidate per run.
       01 WS-HISTORY-FILE-STATUS      PIC X(02).
       01 WS-HISTORY-SEQUENCE         PIC 9(06) VALUE 0.
       01 WS-HISTORY-ACTION           PIC X(06).
           COPY "erb_copy" REPLACING ==CANDIDATE-RECORD== BY ==CAND-BEFORE-RECORD==.
      *> Output generations - once the COMPLETED registry line is
      *> written, ERBGENARC files every output of the run under the
      *> run id (rolling the previous export to ERBXPRTPRV and
      *> purging old generations as it goes). GENLIST rewrites the
      *> ERBGENLST listing; GENRESTORE GEN=n|RUN=<run id>
      *> OUTPUT=<name> copies one archived output back to ERBGENRST.
           COPY "erb_genreq".
           COPY "erb_balreq".
      *> Production runs always score on the live ERBPROFILE.
           COPY "erb_calcreq".
       01 WS-GEN-PARM-VALUE           PIC X(20).
       01 WS-GEN-PARM-LEN             PIC 9(02).
       PROCEDURE DIVISION.
       DRIVER-MAINLINE.
           MOVE "LIVE" TO CALC-REQ-PROFILE-SOURCE
           PERFORM PARSE-RUN-PARAMETERS
           IF WS-RUN-MODE = "TREND"
               PERFORM BUILD-ACCURACY-TREND-REPORT
               PERFORM RECALC-SINGLE-CANDIDATE
               GOBACK
           END-IF
           IF WS-RUN-MODE = "GENLIST" OR WS-RUN-MODE = "GENRESTORE"
               PERFORM RUN-GENERATION-REQUEST
               GOBACK
           END-IF
           PERFORM RUN-CONSISTENCY-CHECK
           PERFORM BUILD-RUN-IDENTIFIER
           PERFORM CHECK-INPUT-SANITY-GATE
           PERFORM OPEN-CANDIDATE-FILES
           PERFORM LOAD-OVERRIDE-TABLE
           PERFORM LOAD-DOMAIN-TABLE
           PERFORM LOAD-FAMILY-OWNER-TABLE
           PERFORM WRITE-STALE-OVERRIDE-LISTING
           IF WS-RUN-MODE = "RESTART"
               PERFORM RESTART-SKIP-TO-CHECKPOINT
           PERFORM PROCESS-ALL-CANDIDATES
           PERFORM CLOSE-CANDIDATE-FILES
           PERFORM CLEAR-CHECKPOINT-FILE
           PERFORM RESTAMP-CARRIED-OVER-OWNERS
           PERFORM BUILD-SORTED-MISMATCH-FILE
           PERFORM WRITE-MISMATCH-REPORT
           PERFORM WRITE-MISMATCH-PRINT-REPORT
           PERFORM BUILD-SORTED-NEARMISS-FILE
           PERFORM WRITE-NEARMISS-REPORT
           PERFORM WRITE-RUN-REGISTRY-END
           PERFORM BALANCE-RUN-OUTPUTS
           PERFORM ARCHIVE-RUN-GENERATION
           DISPLAY "ERBDRVR: " WS-CANDIDATE-COUNT " candidates read, "
                   WS-EDIT-REJECT-COUNT " records rejected by field edits, "
                   WS-MISMATCH-COUNT " mismatches reported, "
           CLOSE RUN-REGISTRY-FILE
       .

      *> Runs after the COMPLETED line, which it balances against,
      *> and before the archive, so ERBBALRPT is filed with the run.
      *> An out-of-balance run still completes and is archived - the
      *> report and the registry's BALANCE= line say what to look at.
       BALANCE-RUN-OUTPUTS.
           INITIALIZE BAL-REQUEST
           MOVE WS-RUN-ID TO BAL-REQ-RUN-ID
           MOVE WS-RUN-MODE-TEXT TO BAL-REQ-RUN-MODE
           CALL "ERBBAL" USING BAL-REQUEST
           DISPLAY "ERBDRVR: " FUNCTION TRIM(BAL-REQ-MESSAGE)
       .

      *> Runs only after the COMPLETED line, so a run that stops
      *> part-way never becomes a generation.
       ARCHIVE-RUN-GENERATION.
           INITIALIZE GEN-REQUEST
           MOVE "ARCHIVE" TO GEN-REQ-ACTION
           MOVE WS-RUN-ID TO GEN-REQ-RUN-ID
           MOVE WS-RUN-MODE-TEXT TO GEN-REQ-RUN-MODE
           CALL "ERBGENARC" USING GEN-REQUEST
           DISPLAY "ERBDRVR: " FUNCTION TRIM(GEN-REQ-MESSAGE)
       .

      *> GENLIST / GENRESTORE - no candidate is read and no output
      *> other than ERBGENLST or ERBGENRST is touched. The words after
      *> the mode were already split out by PARSE-FORCE-WORD.
       RUN-GENERATION-REQUEST.
           INITIALIZE GEN-REQUEST
           IF WS-RUN-MODE = "GENLIST"
               MOVE "LIST" TO GEN-REQ-ACTION
           ELSE
               MOVE "RESTORE" TO GEN-REQ-ACTION
               MOVE WS-PARM-WORD-2 TO WS-GEN-PARM-VALUE
               PERFORM PARSE-GENERATION-WORD
               MOVE WS-PARM-WORD-3 TO WS-GEN-PARM-VALUE
               PERFORM PARSE-GENERATION-WORD
           END-IF
           IF GEN-REQ-ACTION = "RESTORE"
              AND (GEN-REQ-OUTPUT-NAME = SPACES
                   OR (GEN-REQ-GENERATION = 0
                       AND GEN-REQ-RUN-ID = SPACES))
               DISPLAY "ERBDRVR: GENRESTORE requires GEN=<number> or "
                       "RUN=<run id>, and OUTPUT=<name>"
           ELSE
               CALL "ERBGENARC" USING GEN-REQUEST
               DISPLAY "ERBDRVR: " FUNCTION TRIM(GEN-REQ-MESSAGE)
           END-IF
       .

      *> GEN= is class-tested at its trimmed length, the same way the
      *> ERBGATECFG tolerance is, so GEN=12X is refused, not misread.
       PARSE-GENERATION-WORD.
           EVALUATE TRUE
               WHEN WS-GEN-PARM-VALUE(1:4) = "GEN="
                   COMPUTE WS-GEN-PARM-LEN = FUNCTION LENGTH(
                       FUNCTION TRIM(WS-GEN-PARM-VALUE(5:)))
                   IF WS-GEN-PARM-VALUE(5:) NOT = SPACES
                      AND WS-GEN-PARM-LEN <= 6
                      AND WS-GEN-PARM-VALUE(5:WS-GEN-PARM-LEN) NUMERIC
                       MOVE WS-GEN-PARM-VALUE(5:WS-GEN-PARM-LEN)
                           TO GEN-REQ-GENERATION
                   ELSE
                       DISPLAY "ERBDRVR: WARNING - generation number "
                               "not understood: " WS-GEN-PARM-VALUE
                   END-IF
               WHEN WS-GEN-PARM-VALUE(1:4) = "RUN="
                   MOVE WS-GEN-PARM-VALUE(5:) TO GEN-REQ-RUN-ID
               WHEN WS-GEN-PARM-VALUE(1:7) = "OUTPUT="
                   MOVE WS-GEN-PARM-VALUE(8:) TO GEN-REQ-OUTPUT-NAME
           END-EVALUATE
       .

      *> RECALC NAME=<candidate> - recomputes and rewrites exactly one
      *> master record by keyed read, for the program that wants a
      *> fresh derived value without a full batch pass. The run's
           IF WS-RECALC-NAME = SPACES
               DISPLAY "ERBDRVR: RECALC requires NAME=<record-name>"
           ELSE
               PERFORM BUILD-RUN-IDENTIFIER
               PERFORM LOAD-OVERRIDE-TABLE
               PERFORM LOAD-DOMAIN-TABLE
               OPEN I-O CANDIDATE-FILE
               IF WS-CANDIDATE-FILE-STATUS = "35"
                   DISPLAY "ERBDRVR: RECALC - LANGCAND master not found"
               ELSE
                   PERFORM OPEN-HISTORY-FILE
                   MOVE "RECALC" TO WS-HISTORY-ACTION
                   MOVE WS-RECALC-NAME
                       TO RECORD-NAME OF CAND-FILE-RECORD
                   READ CANDIDATE-FILE
                       NOT INVALID KEY
                           PERFORM RECALC-AND-REWRITE-CANDIDATE
                   END-READ
                   CLOSE HISTORY-FILE
                   CLOSE CANDIDATE-FILE
               END-IF
           END-IF
       RECALC-AND-REWRITE-CANDIDATE.
           CALL "ERBEDIT" USING CAND-FILE-RECORD, EDIT-RESULT
           IF EDIT-PASSED = "true"
               MOVE CAND-FILE-RECORD TO CAND-BEFORE-RECORD
               CALL "ERBCALC" USING CAND-FILE-RECORD, CALC-REQUEST
               PERFORM APPLY-DOMAIN-CORRECTION-IF-ANY
               PERFORM APPLY-OVERRIDE-IF-ANY
               REWRITE CAND-FILE-RECORD
               PERFORM WRITE-HISTORY-RECORD-IF-CHANGED
               DISPLAY "ERBDRVR: RECALC "
                       FUNCTION TRIM(WS-RECALC-NAME)
                       " - PREDICTED-ANSWER="
           END-IF
       .

       LOAD-FAMILY-OWNER-TABLE.
           MOVE 0 TO WS-FOWN-COUNT
           OPEN INPUT FAMILY-REFERENCE-FILE
           IF WS-FAMILY-REFERENCE-STATUS NOT = "35"
               MOVE "false" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-FAMILY-REFERENCE
               PERFORM UNTIL WS-EOF-SWITCH = "true"
                   PERFORM STORE-FAMILY-OWNER-ENTRY
                   PERFORM READ-NEXT-FAMILY-REFERENCE
               END-PERFORM
               CLOSE FAMILY-REFERENCE-FILE
               MOVE "false" TO WS-EOF-SWITCH
           END-IF
       .

       READ-NEXT-FAMILY-REFERENCE.
           READ FAMILY-REFERENCE-FILE
               AT END
                   MOVE "true" TO WS-EOF-SWITCH
           END-READ
       .

       STORE-FAMILY-OWNER-ENTRY.
           IF WS-FOWN-COUNT >= WS-FOWN-TABLE-MAX
               DISPLAY "ERBDRVR: WARNING - family owner table is full at "
                       WS-FOWN-TABLE-MAX " entries, ignoring "
                       FREF-FAMILY-CODE
           ELSE
               ADD 1 TO WS-FOWN-COUNT
               MOVE FREF-FAMILY-CODE TO WS-FOWN-FAMILY(WS-FOWN-COUNT)
               MOVE FREF-OWNER TO WS-FOWN-OWNER(WS-FOWN-COUNT)
           END-IF
       .

      *> Leaves WS-CANDIDATE-OWNER at SPACES when the family has no
      *> owner or isn't on ERBFAMREF at all.
       FIND-FAMILY-OWNER-FOR-CANDIDATE.
           MOVE SPACES TO WS-CANDIDATE-OWNER
           MOVE 1 TO WS-FOWN-IDX
           PERFORM UNTIL WS-FOWN-IDX > WS-FOWN-COUNT
               IF WS-FOWN-FAMILY(WS-FOWN-IDX)
                      = RECORD-FAMILY-CODE OF CAND-FILE-RECORD
                   MOVE WS-FOWN-OWNER(WS-FOWN-IDX) TO WS-CANDIDATE-OWNER
               END-IF
               ADD 1 TO WS-FOWN-IDX
           END-PERFORM
       .

      *> WS-OVERRIDE-TABLE only has room for WS-OVERRIDE-TABLE-MAX
      *> entries (it has to match the OCCURS count above) - an
      *> ERBOVRD row past that capacity is reported and skipped rather
      *> and the override/domain corrections have run.
       OPEN-CANDIDATE-FILES.
           OPEN I-O CANDIDATE-FILE
           PERFORM OPEN-HISTORY-FILE
           MOVE "BATCH" TO WS-HISTORY-ACTION
           IF WS-RUN-MODE = "RESTART"
               OPEN EXTEND MISMATCH-RAW-FILE
               IF WS-MISMATCH-RAW-STATUS = "35"
       .

       PROCESS-ONE-CANDIDATE.
           MOVE CAND-FILE-RECORD TO CAND-BEFORE-RECORD
           CALL "ERBCALC" USING CAND-FILE-RECORD, CALC-REQUEST
           PERFORM APPLY-DOMAIN-CORRECTION-IF-ANY
           PERFORM APPLY-OVERRIDE-IF-ANY
           PERFORM WRITE-EXPORT-RECORD
           PERFORM WRITE-FAMILY-RAW-RECORD
           PERFORM WRITE-BIO-DISAGREE-RECORD-IF-ANY
           PERFORM FIND-FAMILY-OWNER-FOR-CANDIDATE
           PERFORM WRITE-WORKLIST-RECORD-IF-ANY-REASON
           PERFORM WRITE-NEARMISS-RECORD-IF-ANY
      *> Tests RECORD-PREDICTED-ANSWER/RECORD-IS-LANGUAGE/RECORD-IS-
      *> can read computed values by key instead of re-running the
      *> batch or parsing ERBXPRT.
           REWRITE CAND-FILE-RECORD
           PERFORM WRITE-HISTORY-RECORD-IF-CHANGED
       .

      *> LANGCANDHIST is created by whichever program first has a
      *> change to record - status "35" on the I-O open means it
      *> doesn't exist yet, so it is opened OUTPUT instead.
       OPEN-HISTORY-FILE.
           OPEN I-O HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF
       .

      *> WS-HISTORY-ACTION is BATCH for the batch pass (any run mode)
      *> and RECALC for RECALC NAME=; either way the run id stands in
      *> for the analyst as who made the change.
       WRITE-HISTORY-RECORD-IF-CHANGED.
           IF CAND-FILE-RECORD NOT = CAND-BEFORE-RECORD
               ADD 1 TO WS-HISTORY-SEQUENCE
               MOVE RECORD-NAME OF CAND-FILE-RECORD TO HIST-RECORD-NAME
               ACCEPT HIST-EFFECTIVE-DATE FROM DATE YYYYMMDD
               ACCEPT HIST-EFFECTIVE-TIME FROM TIME
               MOVE WS-HISTORY-SEQUENCE TO HIST-SEQUENCE
               MOVE WS-HISTORY-ACTION TO HIST-ACTION
               MOVE "ERBDRVR" TO HIST-SOURCE-PROGRAM
               MOVE WS-RUN-ID TO HIST-CHANGED-BY
               MOVE CAND-BEFORE-RECORD TO HIST-BEFORE-IMAGE
               MOVE CAND-FILE-RECORD TO HIST-AFTER-IMAGE
               WRITE HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "ERBDRVR: WARNING - history entry for "
                               FUNCTION TRIM(RECORD-NAME OF CAND-FILE-RECORD)
                               " not written, file status "
                               WS-HISTORY-FILE-STATUS
               END-WRITE
           END-IF
       .

      *> After ERBCALC derives RECORD-PREDICTED-ANSWER (and carries
              OR WL-DISTANCE-ERROR OF WL-RAW-RECORD = "true"
              OR WL-WORLD-CONFLICT OF WL-RAW-RECORD = "true"
               MOVE RECORD-NAME OF CAND-FILE-RECORD TO WL-RECORD-NAME OF WL-RAW-RECORD
               MOVE WS-CANDIDATE-OWNER TO WL-OWNER OF WL-RAW-RECORD
               WRITE WL-RAW-RECORD
           END-IF
       .
               TO MM-IS-LANGUAGE OF MM-RAW-RECORD
           MOVE RECORD-PREDICTION-FAIL OF CAND-FILE-RECORD
               TO MM-PREDICTION-FAIL OF MM-RAW-RECORD
           MOVE WS-CANDIDATE-OWNER TO MM-OWNER OF MM-RAW-RECORD
           WRITE MM-RAW-RECORD
       .

       CLOSE-CANDIDATE-FILES.
           CLOSE CANDIDATE-FILE
           CLOSE HISTORY-FILE
           CLOSE MISMATCH-RAW-FILE
           CLOSE EXPORT-FILE
           CLOSE FAMILY-RAW-FILE
           CLOSE NEARMISS-RAW-FILE
       .

      *> A FAMILY= or RESTART run writes fresh MMRAW/WLRAW rows only
      *> for the candidates it processed; the rows it carried over
      *> still hold the owner stamped by whichever run wrote them -
      *> blank if that run predates the family's owner on ERBFAMREF,
      *> the old analyst if the family has been reassigned since. So
      *> both files are re-stamped here, through FAMILY-WORK-FILE the
      *> way PRESERVE-OTHER-FAMILY-ROWS parks them, from each row's
      *> family on the master and the owner table loaded for this
      *> run. A row whose candidate is no longer on the master keeps
      *> the owner it had.
       RESTAMP-CARRIED-OVER-OWNERS.
           IF WS-RUN-MODE = "FAMILY" OR WS-RUN-MODE = "RESTART"
               OPEN INPUT CANDIDATE-FILE
               PERFORM RESTAMP-MISMATCH-RAW-OWNERS
               PERFORM RESTAMP-WORKLIST-RAW-OWNERS
               CLOSE CANDIDATE-FILE
           END-IF
       .

       RESTAMP-MISMATCH-RAW-OWNERS.
           OPEN OUTPUT FAMILY-WORK-FILE
           OPEN INPUT MISMATCH-RAW-FILE
           MOVE "false" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-MISMATCH-RAW
           PERFORM UNTIL WS-EOF-SWITCH = "true"
               MOVE MM-RECORD-NAME OF MM-RAW-RECORD
                   TO RECORD-NAME OF CAND-FILE-RECORD
               PERFORM LOOK-UP-CURRENT-OWNER
               IF WS-OWNER-LOOKUP-FOUND = "true"
                   MOVE WS-CANDIDATE-OWNER TO MM-OWNER OF MM-RAW-RECORD
               END-IF
               MOVE MM-RAW-RECORD TO FAMILY-WORK-LINE
               WRITE FAMILY-WORK-LINE
               PERFORM READ-NEXT-MISMATCH-RAW
           END-PERFORM
           CLOSE MISMATCH-RAW-FILE
           CLOSE FAMILY-WORK-FILE
           OPEN OUTPUT MISMATCH-RAW-FILE
           OPEN INPUT FAMILY-WORK-FILE
           MOVE "false" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-FAMILY-WORK-LINE
           PERFORM UNTIL WS-EOF-SWITCH = "true"
               MOVE FAMILY-WORK-LINE TO MM-RAW-RECORD
               WRITE MM-RAW-RECORD
               PERFORM READ-NEXT-FAMILY-WORK-LINE
           END-PERFORM
           CLOSE FAMILY-WORK-FILE
           CLOSE MISMATCH-RAW-FILE
           MOVE "false" TO WS-EOF-SWITCH
       .

       RESTAMP-WORKLIST-RAW-OWNERS.
           OPEN OUTPUT FAMILY-WORK-FILE
           OPEN INPUT WORKLIST-RAW-FILE
           MOVE "false" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-WORKLIST-RAW
           PERFORM UNTIL WS-EOF-SWITCH = "true"
               MOVE WL-RECORD-NAME OF WL-RAW-RECORD
                   TO RECORD-NAME OF CAND-FILE-RECORD
               PERFORM LOOK-UP-CURRENT-OWNER
               IF WS-OWNER-LOOKUP-FOUND = "true"
                   MOVE WS-CANDIDATE-OWNER TO WL-OWNER OF WL-RAW-RECORD
               END-IF
               MOVE WL-RAW-RECORD TO FAMILY-WORK-LINE
               WRITE FAMILY-WORK-LINE
               PERFORM READ-NEXT-WORKLIST-RAW
           END-PERFORM
           CLOSE WORKLIST-RAW-FILE
           CLOSE FAMILY-WORK-FILE
           OPEN OUTPUT WORKLIST-RAW-FILE
           OPEN INPUT FAMILY-WORK-FILE
           MOVE "false" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-FAMILY-WORK-LINE
           PERFORM UNTIL WS-EOF-SWITCH = "true"
               MOVE FAMILY-WORK-LINE TO WL-RAW-RECORD
               WRITE WL-RAW-RECORD
               PERFORM READ-NEXT-FAMILY-WORK-LINE
           END-PERFORM
           CLOSE FAMILY-WORK-FILE
           CLOSE WORKLIST-RAW-FILE
           MOVE "false" TO WS-EOF-SWITCH
       .

       LOOK-UP-CURRENT-OWNER.
           READ CANDIDATE-FILE
               INVALID KEY
                   MOVE "false" TO WS-OWNER-LOOKUP-FOUND
               NOT INVALID KEY
                   MOVE "true" TO WS-OWNER-LOOKUP-FOUND
                   PERFORM FIND-FAMILY-OWNER-FOR-CANDIDATE
           END-READ
       .

       BUILD-SORTED-MISMATCH-FILE.
           SORT MISMATCH-SORT-FILE
               ON ASCENDING KEY MM-RECORD-NAME OF MM-SORT-RECORD
           END-READ
       .

      *> Re-sorts MMRAW by owning analyst, then RECORD-NAME, into
      *> MISMATCH-SORTED-FILE (WRITE-MISMATCH-REPORT is already done
      *> with the by-name copy) to build the fixed-width printable
      *> companion to MMRPT - one section per analyst, each with its
      *> own page numbering, a page header/footer and a break every
      *> WS-PRINT-LINES-PER-PAGE detail lines.
       WRITE-MISMATCH-PRINT-REPORT.
           ACCEPT WS-PRINT-REPORT-DATE FROM DATE YYYYMMDD
           SORT MISMATCH-SORT-FILE
               ON ASCENDING KEY MM-OWNER OF MM-SORT-RECORD
                                MM-RECORD-NAME OF MM-SORT-RECORD
               USING MISMATCH-RAW-FILE
               GIVING MISMATCH-SORTED-FILE
           MOVE 0 TO WS-PRINT-PAGE-NUMBER
           MOVE SPACES TO WS-PRINT-OWNER-HEADING
           OPEN OUTPUT MISMATCH-PRINT-FILE
           OPEN INPUT MISMATCH-SORTED-FILE
           MOVE "true" TO WS-PRINT-FIRST-SECTION
           MOVE "false" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-SORTED-MISMATCH
           PERFORM UNTIL WS-EOF-SWITCH = "true"
               IF WS-PRINT-FIRST-SECTION = "true"
                  OR MM-OWNER OF MM-SORTED-RECORD NOT = WS-PRINT-CURRENT-OWNER
                   PERFORM START-NEW-PRINT-SECTION
               END-IF
               IF WS-PRINT-LINE-COUNT >= WS-PRINT-LINES-PER-PAGE
                   PERFORM WRITE-PRINT-PAGE-FOOTER
                   PERFORM START-NEW-PRINT-PAGE
               PERFORM WRITE-PRINT-DETAIL-LINE
               PERFORM READ-NEXT-SORTED-MISMATCH
           END-PERFORM
           IF WS-PRINT-FIRST-SECTION = "true"
               PERFORM START-NEW-PRINT-PAGE
           ELSE
               PERFORM WRITE-PRINT-SECTION-TOTAL
           END-IF
           PERFORM WRITE-PRINT-PAGE-FOOTER
           CLOSE MISMATCH-SORTED-FILE
           CLOSE MISMATCH-PRINT-FILE
       .

      *> Closes off the previous analyst's section, if any, and starts
      *> the next one on page 1.
       START-NEW-PRINT-SECTION.
           IF WS-PRINT-FIRST-SECTION = "false"
               PERFORM WRITE-PRINT-SECTION-TOTAL
               PERFORM WRITE-PRINT-PAGE-FOOTER
           END-IF
           MOVE "false" TO WS-PRINT-FIRST-SECTION
           MOVE MM-OWNER OF MM-SORTED-RECORD TO WS-PRINT-CURRENT-OWNER
           MOVE WS-PRINT-CURRENT-OWNER TO WS-CANDIDATE-OWNER
           PERFORM SET-OWNER-SECTION-NAME
           MOVE WS-OWNER-SECTION-NAME TO WS-PRINT-OWNER-HEADING
           MOVE 0 TO WS-PRINT-SECTION-COUNT
           MOVE 0 TO WS-PRINT-PAGE-NUMBER
           PERFORM START-NEW-PRINT-PAGE
       .

       SET-OWNER-SECTION-NAME.
           IF WS-CANDIDATE-OWNER = SPACES
               MOVE "UNASSIGNED" TO WS-OWNER-SECTION-NAME
           ELSE
               MOVE WS-CANDIDATE-OWNER TO WS-OWNER-SECTION-NAME
           END-IF
       .

       WRITE-PRINT-SECTION-TOTAL.
           MOVE WS-PRINT-SECTION-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO MISMATCH-PRINT-LINE
           WRITE MISMATCH-PRINT-LINE
           MOVE SPACES TO MISMATCH-PRINT-LINE
           STRING "Mismatches for " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRINT-OWNER-HEADING) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO MISMATCH-PRINT-LINE
           WRITE MISMATCH-PRINT-LINE
       .

       START-NEW-PRINT-PAGE.
           ADD 1 TO WS-PRINT-PAGE-NUMBER
           MOVE WS-PRINT-PAGE-NUMBER TO WS-PRINT-PAGE-NUMBER-EDIT
                  WS-PRINT-PAGE-NUMBER-EDIT DELIMITED BY SIZE
                  INTO MISMATCH-PRINT-LINE
           WRITE MISMATCH-PRINT-LINE
           IF WS-PRINT-OWNER-HEADING NOT = SPACES
               MOVE SPACES TO MISMATCH-PRINT-LINE
               STRING "OWNING ANALYST: " DELIMITED BY SIZE
                      WS-PRINT-OWNER-HEADING DELIMITED BY SIZE
                      INTO MISMATCH-PRINT-LINE
               WRITE MISMATCH-PRINT-LINE
           END-IF
           MOVE SPACES TO MISMATCH-PRINT-LINE
           WRITE MISMATCH-PRINT-LINE
           MOVE SPACES TO WS-PRINT-DETAIL
           MOVE WS-PRINT-DETAIL TO MISMATCH-PRINT-LINE
           WRITE MISMATCH-PRINT-LINE
           ADD 1 TO WS-PRINT-LINE-COUNT
           ADD 1 TO WS-PRINT-SECTION-COUNT
       .

       WRITE-PRINT-PAGE-FOOTER.

       BUILD-SORTED-WORKLIST-FILE.
           SORT WORKLIST-SORT-FILE
               ON ASCENDING KEY WL-OWNER OF WL-SORT-RECORD
                                WL-RECORD-NAME OF WL-SORT-RECORD
               USING WORKLIST-RAW-FILE
               GIVING WORKLIST-SORTED-FILE
       .
      *> rulebook look (mismatch), a bio-feature review (bio-disagree),
      *> a data-entry fix (distance-error), or a world-flag cleanup
      *> (world-conflict) - instead of cross-referencing MMRPT,
      *> BIODISRAW, and the export file by hand. One section per owning
      *> analyst, each with its own count, so every analyst works only
      *> the candidates in the families they own; the grand total
      *> still closes the report.
       WRITE-WORKLIST-REPORT.
           OPEN INPUT WORKLIST-SORTED-FILE
           OPEN OUTPUT WORKLIST-REPORT-FILE
           MOVE SPACES TO WORKLIST-REPORT-LINE
           STRING "ERBDRVR ANALYST WORKLIST - sorted by "
                      DELIMITED BY SIZE
                  "OWNING ANALYST, RECORD-NAME - RUN-ID " DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
                  INTO WORKLIST-REPORT-LINE
           WRITE WORKLIST-REPORT-LINE
           MOVE SPACES TO WORKLIST-REPORT-LINE
           WRITE WORKLIST-REPORT-LINE
           MOVE 0 TO WS-WORKLIST-REPORT-COUNT
           MOVE "true" TO WS-WORKLIST-FIRST-SECTION
           MOVE "false" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-SORTED-WORKLIST
           PERFORM UNTIL WS-EOF-SWITCH = "true"
               IF WS-WORKLIST-FIRST-SECTION = "true"
                  OR WL-OWNER OF WL-SORTED-RECORD NOT = WS-WORKLIST-CURRENT-OWNER
                   PERFORM START-WORKLIST-SECTION
               END-IF
               PERFORM WRITE-WORKLIST-DETAIL-LINE
               PERFORM READ-NEXT-SORTED-WORKLIST
           END-PERFORM
           IF WS-WORKLIST-FIRST-SECTION = "false"
               PERFORM WRITE-WORKLIST-SECTION-TOTAL
           END-IF
           MOVE WS-WORKLIST-REPORT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WORKLIST-REPORT-LINE
           STRING "Total candidates needing attention: " DELIMITED BY SIZE
           CLOSE WORKLIST-REPORT-FILE
       .

       START-WORKLIST-SECTION.
           IF WS-WORKLIST-FIRST-SECTION = "false"
               PERFORM WRITE-WORKLIST-SECTION-TOTAL
           END-IF
           MOVE "false" TO WS-WORKLIST-FIRST-SECTION
           MOVE WL-OWNER OF WL-SORTED-RECORD TO WS-WORKLIST-CURRENT-OWNER
           MOVE WS-WORKLIST-CURRENT-OWNER TO WS-CANDIDATE-OWNER
           PERFORM SET-OWNER-SECTION-NAME
           MOVE 0 TO WS-WORKLIST-SECTION-COUNT
           MOVE SPACES TO WORKLIST-REPORT-LINE
           STRING "OWNING ANALYST: " DELIMITED BY SIZE
                  WS-OWNER-SECTION-NAME DELIMITED BY SIZE
                  INTO WORKLIST-REPORT-LINE
           WRITE WORKLIST-REPORT-LINE
       .

       WRITE-WORKLIST-SECTION-TOTAL.
           MOVE WS-WORKLIST-SECTION-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WORKLIST-REPORT-LINE
           STRING "Candidates for " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OWNER-SECTION-NAME) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO WORKLIST-REPORT-LINE
           WRITE WORKLIST-REPORT-LINE
           MOVE SPACES TO WORKLIST-REPORT-LINE
           WRITE WORKLIST-REPORT-LINE
       .

       READ-NEXT-SORTED-WORKLIST.
           READ WORKLIST-SORTED-FILE
               AT END

       WRITE-WORKLIST-DETAIL-LINE.
           ADD 1 TO WS-WORKLIST-REPORT-COUNT
           ADD 1 TO WS-WORKLIST-SECTION-COUNT
           MOVE SPACES TO WS-WORKLIST-REASON-LINE
           STRING
              "MISMATCH=" DELIMITED BY SIZE
