      *> ERB Post-Run Balancing
      *> Called by ERBDRVR (request layout in erb_balreq.cpy) once a
      *> batch run has written its ERBRUNREG COMPLETED line. The input
      *> sanity gate proves the master looked right going in; this
      *> module proves the outputs came out complete and agreeing with
      *> each other - which matters most after a RESTART or FAMILY=
      *> run, where MMRAW, ERBXPRT, FAMRAW, BIODISRAW, WLRAW and NMRAW
      *> are part carried-over rows and part this run's rows, and a
      *> bad splice would otherwise only show up when someone noticed
      *> a report didn't add up.
      *> Every file is recounted from disk, independently of the
      *> driver's in-memory totals:
      *>   - LANGCAND records, split by ERBEDIT pass/fail, with hash
      *>     totals of RECORD-BIO-HOCKETT-SCORE and RECORD-FORMAL-SCORE
      *>     over the records that pass;
      *>   - ERBXPRT header and data rows, the same two hash totals
      *>     from the score columns, and the flag columns the other
      *>     raw files are derived from;
      *>   - LANGCANDERR, FAMRAW, ERBFAMRPT, MMRAW, WLRAW, BIODISRAW
      *>     and NMRAW rows (and their flag columns);
      *>   - the last ERBACCLG line and the run's ERBRUNREG COMPLETED
      *>     line.
      *> ERBBALRPT prints one line per control - the two totals and IN
      *> BALANCE or OUT OF BALANCE - and the run's verdict. The verdict
      *> is also appended to ERBRUNREG as a BALANCE= line under the
      *> run id, so the registry shows which runs balanced.
      *> ERBRUNREG's EXPORTED= counts only the rows written by the run
      *> itself; it is compared with ERBXPRT for a plain batch run and
      *> listed as not compared for RESTART and FAMILY runs, whose
      *> export also carries preserved rows.
      *> GnuCOBOL free-format: cobc -free -m erb_bal.cbl
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERBBAL.
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
      *> The run outputs and logs, read back once the run has closed
      *> them. They share one status field - only one is open at a
      *> time.
           SELECT EXPORT-FILE ASSIGN TO "ERBXPRT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT CANDIDATE-ERROR-FILE ASSIGN TO "LANGCANDERR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT FAMILY-RAW-FILE ASSIGN TO "FAMRAW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT FAMILY-REPORT-FILE ASSIGN TO "ERBFAMRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT MISMATCH-RAW-FILE ASSIGN TO "MMRAW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT WORKLIST-RAW-FILE ASSIGN TO "WLRAW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT BIO-DISAGREE-FILE ASSIGN TO "BIODISRAW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT NEARMISS-RAW-FILE ASSIGN TO "NMRAW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT ACCURACY-LOG-FILE ASSIGN TO "ERBACCLG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT RUN-REGISTRY-FILE ASSIGN TO "ERBRUNREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-REGISTRY-STATUS.
           SELECT BALANCE-REPORT-FILE ASSIGN TO "ERBBALRPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CANDIDATE-FILE.
           COPY "erb_copy" REPLACING ==CANDIDATE-RECORD== BY ==CAND-FILE-RECORD==.
       FD EXPORT-FILE.
       01 EXPORT-LINE                 PIC X(2000).
       FD CANDIDATE-ERROR-FILE.
       01 CANDIDATE-ERROR-LINE        PIC X(200).
       FD FAMILY-RAW-FILE.
           COPY "erb_famrec" REPLACING ==FAM-RECORD== BY ==FAM-RAW-RECORD==.
       FD FAMILY-REPORT-FILE.
       01 FAMILY-REPORT-LINE          PIC X(80).
       FD MISMATCH-RAW-FILE.
           COPY "erb_mmrec" REPLACING ==MM-RECORD== BY ==MM-RAW-RECORD==.
       FD WORKLIST-RAW-FILE.
           COPY "erb_wlrec" REPLACING ==WORKLIST-RECORD== BY ==WL-RAW-RECORD==.
       FD BIO-DISAGREE-FILE.
       01 BIO-DISAGREE-LINE           PIC X(60).
       FD NEARMISS-RAW-FILE.
           COPY "erb_nmrec" REPLACING ==NM-RECORD== BY ==NM-RAW-RECORD==.
       FD ACCURACY-LOG-FILE.
       01 ACCURACY-LOG-LINE           PIC X(132).
       FD RUN-REGISTRY-FILE.
       01 RUN-REGISTRY-LINE           PIC X(250).
       FD BALANCE-REPORT-FILE.
       01 BALANCE-REPORT-LINE         PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE                 PIC 9(08).
       01 WS-CANDIDATE-FILE-STATUS    PIC X(02).
       01 WS-SOURCE-FILE-STATUS       PIC X(02).
       01 WS-RUN-REGISTRY-STATUS      PIC X(02).
       01 WS-EOF-SWITCH               PIC X(05) VALUE "false".
           COPY "erb_editrec".
      *> LANGCAND totals.
       01 WS-MASTER-COUNT             PIC 9(06) VALUE 0.
       01 WS-MASTER-PASSED-COUNT      PIC 9(06) VALUE 0.
       01 WS-MASTER-FAILED-COUNT      PIC 9(06) VALUE 0.
       01 WS-MASTER-HOCKETT-HASH      PIC 9(08) VALUE 0.
       01 WS-MASTER-FORMAL-HASH       PIC 9(08) VALUE 0.
      *> ERBXPRT totals. Only the columns a control needs are kept;
      *> the rest of each row is split into WS-XPRT-UNUSED.
       01 WS-XPRT-HEADER-COUNT        PIC 9(06) VALUE 0.
       01 WS-XPRT-DATA-COUNT          PIC 9(06) VALUE 0.
       01 WS-XPRT-HOCKETT-HASH        PIC 9(08) VALUE 0.
       01 WS-XPRT-FORMAL-HASH         PIC 9(08) VALUE 0.
       01 WS-XPRT-DISTANCE-COUNT      PIC 9(06) VALUE 0.
       01 WS-XPRT-CORE-STRICT-COUNT   PIC 9(06) VALUE 0.
       01 WS-XPRT-NEARMISS-COUNT      PIC 9(06) VALUE 0.
       01 WS-XPRT-UNUSED              PIC X(500).
       01 WS-XPRT-CORE                PIC X(05).
       01 WS-XPRT-HOCKETT-TXT         PIC X(02).
       01 WS-XPRT-DISTANCE-ERROR      PIC X(05).
       01 WS-XPRT-STRICT              PIC X(05).
       01 WS-XPRT-FORMAL-TXT          PIC X(02).
       01 WS-XPRT-SCORE               PIC 9(02).
      *> Raw-file and report totals.
       01 WS-REJECT-COUNT             PIC 9(06) VALUE 0.
       01 WS-FAMRAW-COUNT             PIC 9(06) VALUE 0.
       01 WS-FAMRAW-MISMATCH-COUNT    PIC 9(06) VALUE 0.
       01 WS-FAMRAW-CONFLICT-COUNT    PIC 9(06) VALUE 0.
       01 WS-FAMRAW-EITHER-COUNT      PIC 9(06) VALUE 0.
       01 WS-FAMRPT-ANSWER-TOTAL      PIC 9(06) VALUE 0.
       01 WS-FAMRPT-CONFLICT-TOTAL    PIC 9(06) VALUE 0.
       01 WS-FAMRPT-MISMATCH-TOTAL    PIC 9(06) VALUE 0.
       01 WS-MMRAW-COUNT              PIC 9(06) VALUE 0.
       01 WS-MMRAW-ANSWER-COUNT       PIC 9(06) VALUE 0.
       01 WS-WLRAW-COUNT              PIC 9(06) VALUE 0.
       01 WS-WL-MISMATCH-COUNT        PIC 9(06) VALUE 0.
       01 WS-WL-BIO-COUNT             PIC 9(06) VALUE 0.
       01 WS-WL-DISTANCE-COUNT        PIC 9(06) VALUE 0.
       01 WS-WL-WORLD-COUNT           PIC 9(06) VALUE 0.
       01 WS-BIODIS-COUNT             PIC 9(06) VALUE 0.
       01 WS-NMRAW-COUNT              PIC 9(06) VALUE 0.
       01 WS-EXPECTED-CALC            PIC 9(06) VALUE 0.
      *> The values parsed back out of the ERBACCLG and ERBRUNREG
      *> lines. Every count on those lines is a six-digit field
      *> strung DELIMITED BY SIZE, so each token is taken into six
      *> characters and class-tested before use.
       01 WS-PARSE-PREFIX             PIC X(250).
       01 WS-TOKEN-TEXTS.
           05 WS-TOKEN-TEXT OCCURS 8 TIMES
                   PIC X(06).
       01 WS-TOKEN-COUNTS.
           05 WS-TOKEN-COUNT OCCURS 8 TIMES
                   PIC 9(06).
       01 WS-TOKEN-IDX                PIC 9(02).
       01 WS-TOKEN-TALLY              PIC 9(04).
       01 WS-ACCLG-FOUND              PIC X(05) VALUE "false".
       01 WS-ACCLG-LAST-LINE          PIC X(132).
       01 WS-ACCLG-CANDIDATES         PIC 9(06) VALUE 0.
       01 WS-ACCLG-MATCHES            PIC 9(06) VALUE 0.
       01 WS-ACCLG-MISMATCHES         PIC 9(06) VALUE 0.
       01 WS-ACCLG-BIO-DISAGREE       PIC 9(06) VALUE 0.
       01 WS-ACCLG-REJECTS            PIC 9(06) VALUE 0.
       01 WS-REG-FOUND                PIC X(05) VALUE "false".
       01 WS-REG-LAST-LINE            PIC X(250).
       01 WS-REG-INPUT                PIC 9(06) VALUE 0.
       01 WS-REG-EXPORTED             PIC 9(06) VALUE 0.
       01 WS-REG-MISMATCHES           PIC 9(06) VALUE 0.
       01 WS-REG-WORKLIST             PIC 9(06) VALUE 0.
       01 WS-REG-NEARMISS             PIC 9(06) VALUE 0.
       01 WS-REG-REJECTS              PIC 9(06) VALUE 0.
       01 WS-REGISTRY-SCRATCH         PIC X(250).
      *> One control: the total being checked, the total it must
      *> equal, and the running tallies across all controls.
       01 WS-CONTROL-LABEL            PIC X(62).
       01 WS-CONTROL-REPORTED         PIC 9(08).
       01 WS-CONTROL-EXPECTED         PIC 9(08).
       01 WS-CONTROL-COUNT            PIC 9(03) VALUE 0.
       01 WS-IN-BALANCE-COUNT         PIC 9(03) VALUE 0.
       01 WS-OUT-OF-BALANCE-COUNT     PIC 9(03) VALUE 0.
       01 WS-BALANCE-VERDICT          PIC X(14).
       01 WS-BALANCE-DETAIL.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-DETAIL-LABEL         PIC X(62).
           05 WS-DETAIL-REPORTED      PIC Z(07)9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-DETAIL-EXPECTED      PIC Z(07)9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-DETAIL-RESULT        PIC X(14).
       LINKAGE SECTION.
       COPY "erb_balreq".
       PROCEDURE DIVISION USING BAL-REQUEST.
       BAL-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO BAL-REQ-MESSAGE
           PERFORM TALLY-CANDIDATE-MASTER
           PERFORM TALLY-EXPORT-FILE
           PERFORM TALLY-CANDIDATE-ERRORS
           PERFORM TALLY-FAMILY-RAW
           PERFORM TALLY-FAMILY-REPORT
           PERFORM TALLY-MISMATCH-RAW
           PERFORM TALLY-WORKLIST-RAW
           PERFORM TALLY-BIO-DISAGREE
           PERFORM TALLY-NEARMISS-RAW
           PERFORM FIND-LAST-ACCURACY-LOG-LINE
           PERFORM FIND-RUN-COMPLETED-LINE
           OPEN OUTPUT BALANCE-REPORT-FILE
           PERFORM WRITE-BALANCE-HEADING
           PERFORM BALANCE-INPUT-AND-REJECTS
           PERFORM BALANCE-EXPORT-FILE
           PERFORM BALANCE-FAMILY-ROLLUP
           PERFORM BALANCE-MISMATCHES
           PERFORM BALANCE-WORKLIST
           PERFORM BALANCE-NEARMISSES
           PERFORM WRITE-BALANCE-TOTALS
           CLOSE BALANCE-REPORT-FILE
           PERFORM MARK-RUN-REGISTRY
           MOVE WS-CONTROL-COUNT TO BAL-REQ-CONTROL-COUNT
           MOVE WS-OUT-OF-BALANCE-COUNT TO BAL-REQ-OUT-OF-BALANCE-COUNT
           STRING "run " DELIMITED BY SIZE
                  BAL-REQ-RUN-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BALANCE-VERDICT) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-OUT-OF-BALANCE-COUNT DELIMITED BY SIZE
                  " of " DELIMITED BY SIZE
                  WS-CONTROL-COUNT DELIMITED BY SIZE
                  " controls out of balance, see ERBBALRPT"
                      DELIMITED BY SIZE
                  INTO BAL-REQ-MESSAGE
           GOBACK
       .

      *> The hash totals cover only records that pass ERBEDIT - the
      *> records the batch pass exported - and are taken from the
      *> master as the run rewrote it.
       TALLY-CANDIDATE-MASTER.
           OPEN INPUT CANDIDATE-FILE
           IF WS-CANDIDATE-FILE-STATUS NOT = "35"
               MOVE "false" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-CANDIDATE
               PERFORM UNTIL WS-EOF-SWITCH = "true"
                   ADD 1 TO WS-MASTER-COUNT
                   CALL "ERBEDIT" USING CAND-FILE-RECORD, EDIT-RESULT
                   IF EDIT-PASSED = "true"
                       ADD 1 TO WS-MASTER-PASSED-COUNT
                       ADD RECORD-BIO-HOCKETT-SCORE OF CAND-FILE-RECORD
                           TO WS-MASTER-HOCKETT-HASH
                       ADD RECORD-FORMAL-SCORE OF CAND-FILE-RECORD
                           TO WS-MASTER-FORMAL-HASH
                   ELSE
                       ADD 1 TO WS-MASTER-FAILED-COUNT
                   END-IF
                   PERFORM READ-NEXT-CANDIDATE
               END-PERFORM
               CLOSE CANDIDATE-FILE
           END-IF
       .

       READ-NEXT-CANDIDATE.
           READ CANDIDATE-FILE NEXT
               AT END
                   MOVE "true" TO WS-EOF-SWITCH
           END-READ
       .

      *> The "RECORD-NAME|..." header row is told apart from data
      *> rows the way ERBXDIFF tells it - by its leading column name.
      *> Column order is WRITE-EXPORT-RECORD's in ERBDRVR.
       TALLY-EXPORT-FILE.
           OPEN INPUT EXPORT-FILE
           IF WS-SOURCE-FILE-STATUS NOT = "35"
               MOVE "false" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-EXPORT-LINE
               PERFORM UNTIL WS-EOF-SWITCH = "true"
                   IF EXPORT-LINE(1:12) = "RECORD-NAME|"
                       ADD 1 TO WS-XPRT-HEADER-COUNT
                   ELSE
                       PERFORM TALLY-EXPORT-DATA-ROW
                   END-IF
                   PERFORM READ-NEXT-EXPORT-LINE
               END-PERFORM
               CLOSE EXPORT-FILE
           END-IF
       .

       READ-NEXT-EXPORT-LINE.
           READ EXPORT-FILE
               AT END
                   MOVE "true" TO WS-EOF-SWITCH
           END-READ
       .

       TALLY-EXPORT-DATA-ROW.
           ADD 1 TO WS-XPRT-DATA-COUNT
           MOVE SPACES TO WS-XPRT-CORE
           MOVE SPACES TO WS-XPRT-HOCKETT-TXT
           MOVE SPACES TO WS-XPRT-DISTANCE-ERROR
           MOVE SPACES TO WS-XPRT-STRICT
           MOVE SPACES TO WS-XPRT-FORMAL-TXT
           UNSTRING EXPORT-LINE DELIMITED BY "|"
               INTO WS-XPRT-UNUSED, WS-XPRT-UNUSED, WS-XPRT-UNUSED,
                    WS-XPRT-CORE, WS-XPRT-HOCKETT-TXT, WS-XPRT-UNUSED,
                    WS-XPRT-DISTANCE-ERROR, WS-XPRT-UNUSED,
                    WS-XPRT-UNUSED, WS-XPRT-UNUSED, WS-XPRT-UNUSED,
                    WS-XPRT-UNUSED, WS-XPRT-STRICT, WS-XPRT-UNUSED,
                    WS-XPRT-UNUSED, WS-XPRT-FORMAL-TXT
           IF WS-XPRT-HOCKETT-TXT NUMERIC
               MOVE WS-XPRT-HOCKETT-TXT TO WS-XPRT-SCORE
               ADD WS-XPRT-SCORE TO WS-XPRT-HOCKETT-HASH
           END-IF
           IF WS-XPRT-FORMAL-TXT NUMERIC
               MOVE WS-XPRT-FORMAL-TXT TO WS-XPRT-SCORE
               ADD WS-XPRT-SCORE TO WS-XPRT-FORMAL-HASH
               IF WS-XPRT-FORMAL-TXT = "07"
                   ADD 1 TO WS-XPRT-NEARMISS-COUNT
               END-IF
           END-IF
           IF WS-XPRT-DISTANCE-ERROR = "true"
               ADD 1 TO WS-XPRT-DISTANCE-COUNT
           END-IF
           IF WS-XPRT-CORE NOT = WS-XPRT-STRICT
               ADD 1 TO WS-XPRT-CORE-STRICT-COUNT
           END-IF
       .

       TALLY-CANDIDATE-ERRORS.
           OPEN INPUT CANDIDATE-ERROR-FILE
           IF WS-SOURCE-FILE-STATUS NOT = "35"
               MOVE "false" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-CANDIDATE-ERROR
               PERFORM UNTIL WS-EOF-SWITCH = "true"
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM READ-NEXT-CANDIDATE-ERROR
               END-PERFORM
               CLOSE CANDIDATE-ERROR-FILE
           END-IF
       .

       READ-NEXT-CANDIDATE-ERROR.
           READ CANDIDATE-ERROR-FILE
               AT END
                   MOVE "true" TO WS-EOF-SWITCH
           END-READ
       .

       TALLY-FAMILY-RAW.
           OPEN INPUT FAMILY-RAW-FILE
           IF WS-SOURCE-FILE-STATUS NOT = "35"
               MOVE "false" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-FAMILY-RAW
               PERFORM UNTIL WS-EOF-SWITCH = "true"
                   ADD 1 TO WS-FAMRAW-COUNT
                   IF FAM-MISMATCH OF FAM-RAW-RECORD = "true"
                       ADD 1 TO WS-FAMRAW-MISMATCH-COUNT
                   END-IF
                   IF FAM-WORLD-CONFLICTED OF FAM-RAW-RECORD = "true"
                       ADD 1 TO WS-FAMRAW-CONFLICT-COUNT
                   END-IF
                   IF FAM-MISMATCH OF FAM-RAW-RECORD = "true"
                      OR FAM-WORLD-CONFLICTED OF FAM-RAW-RECORD = "true"
                       ADD 1 TO WS-FAMRAW-EITHER-COUNT
                   END-IF
                   PERFORM READ-NEXT-FAMILY-RAW
               END-PERFORM
               CLOSE FAMILY-RAW-FILE
           END-IF
       .

       READ-NEXT-FAMILY-RAW.
           READ FAMILY-RAW-FILE
               AT END
                   MOVE "true" TO WS-EOF-SWITCH
           END-READ
       .

      *> Only the per-family lines carry " TRUE="; the heading line
      *> and blank line ahead of them are skipped by that test.
       TALLY-FAMILY-REPORT.
           OPEN INPUT FAMILY-REPORT-FILE
           IF WS-SOURCE-FILE-STATUS NOT = "35"
               MOVE "false" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-FAMILY-REPORT-LINE
               PERFORM UNTIL WS-EOF-SWITCH = "true"
                   MOVE 0 TO WS-TOKEN-TALLY
                   INSPECT FAMILY-REPORT-LINE
                       TALLYING WS-TOKEN-TALLY FOR ALL " TRUE="
                   IF WS-TOKEN-TALLY > 0
                       PERFORM TAKE-FAMILY-REPORT-TOTALS
                   END-IF
                   PERFORM READ-NEXT-FAMILY-REPORT-LINE
               END-PERFORM
               CLOSE FAMILY-REPORT-FILE
           END-IF
       .

       READ-NEXT-FAMILY-REPORT-LINE.
           READ FAMILY-REPORT-FILE
               AT END
                   MOVE "true" TO WS-EOF-SWITCH
           END-READ
       .

       TAKE-FAMILY-REPORT-TOTALS.
           MOVE SPACES TO WS-TOKEN-TEXTS
           UNSTRING FAMILY-REPORT-LINE
               DELIMITED BY " TRUE=" OR " FALSE=" OR " CONFLICTS="
                   OR " MISMATCHES="
               INTO WS-PARSE-PREFIX, WS-TOKEN-TEXT(1), WS-TOKEN-TEXT(2),
                    WS-TOKEN-TEXT(3), WS-TOKEN-TEXT(4)
           PERFORM CONVERT-TOKEN-COUNTS
           ADD WS-TOKEN-COUNT(1) TO WS-FAMRPT-ANSWER-TOTAL
           ADD WS-TOKEN-COUNT(2) TO WS-FAMRPT-ANSWER-TOTAL
           ADD WS-TOKEN-COUNT(3) TO WS-FAMRPT-CONFLICT-TOTAL
           ADD WS-TOKEN-COUNT(4) TO WS-FAMRPT-MISMATCH-TOTAL
       .

      *> MMRAW holds answer mismatches and world-conflicted
      *> candidates alike; only the answer mismatches are what
      *> ERBFAMRPT's MISMATCHES= counts.
       TALLY-MISMATCH-RAW.
           OPEN INPUT MISMATCH-RAW-FILE
           IF WS-SOURCE-FILE-STATUS NOT = "35"
               MOVE "false" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-MISMATCH-RAW
               PERFORM UNTIL WS-EOF-SWITCH = "true"
                   ADD 1 TO WS-MMRAW-COUNT
                   IF MM-PREDICTED-ANSWER OF MM-RAW-RECORD
                          NOT = MM-IS-LANGUAGE OF MM-RAW-RECORD
                       ADD 1 TO WS-MMRAW-ANSWER-COUNT
                   END-IF
                   PERFORM READ-NEXT-MISMATCH-RAW
               END-PERFORM
               CLOSE MISMATCH-RAW-FILE
           END-IF
       .

       READ-NEXT-MISMATCH-RAW.
           READ MISMATCH-RAW-FILE
               AT END
                   MOVE "true" TO WS-EOF-SWITCH
           END-READ
       .

       TALLY-WORKLIST-RAW.
           OPEN INPUT WORKLIST-RAW-FILE
           IF WS-SOURCE-FILE-STATUS NOT = "35"
               MOVE "false" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-WORKLIST-RAW
               PERFORM UNTIL WS-EOF-SWITCH = "true"
                   ADD 1 TO WS-WLRAW-COUNT
                   IF WL-MISMATCH OF WL-RAW-RECORD = "true"
                       ADD 1 TO WS-WL-MISMATCH-COUNT
                   END-IF
                   IF WL-BIO-DISAGREE OF WL-RAW-RECORD = "true"
                       ADD 1 TO WS-WL-BIO-COUNT
                   END-IF
                   IF WL-DISTANCE-ERROR OF WL-RAW-RECORD = "true"
                       ADD 1 TO WS-WL-DISTANCE-COUNT
                   END-IF
                   IF WL-WORLD-CONFLICT OF WL-RAW-RECORD = "true"
                       ADD 1 TO WS-WL-WORLD-COUNT
                   END-IF
                   PERFORM READ-NEXT-WORKLIST-RAW
               END-PERFORM
               CLOSE WORKLIST-RAW-FILE
           END-IF
       .

       READ-NEXT-WORKLIST-RAW.
           READ WORKLIST-RAW-FILE
               AT END
                   MOVE "true" TO WS-EOF-SWITCH
           END-READ
       .

       TALLY-BIO-DISAGREE.
           OPEN INPUT BIO-DISAGREE-FILE
           IF WS-SOURCE-FILE-STATUS NOT = "35"
               MOVE "false" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-BIO-DISAGREE
               PERFORM UNTIL WS-EOF-SWITCH = "true"
                   ADD 1 TO WS-BIODIS-COUNT
                   PERFORM READ-NEXT-BIO-DISAGREE
               END-PERFORM
               CLOSE BIO-DISAGREE-FILE
           END-IF
       .

       READ-NEXT-BIO-DISAGREE.
           READ BIO-DISAGREE-FILE
               AT END
                   MOVE "true" TO WS-EOF-SWITCH
           END-READ
       .

       TALLY-NEARMISS-RAW.
           OPEN INPUT NEARMISS-RAW-FILE
           IF WS-SOURCE-FILE-STATUS NOT = "35"
               MOVE "false" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-NEARMISS-RAW
               PERFORM UNTIL WS-EOF-SWITCH = "true"
                   ADD 1 TO WS-NMRAW-COUNT
                   PERFORM READ-NEXT-NEARMISS-RAW
               END-PERFORM
               CLOSE NEARMISS-RAW-FILE
           END-IF
       .

       READ-NEXT-NEARMISS-RAW.
           READ NEARMISS-RAW-FILE
               AT END
                   MOVE "true" TO WS-EOF-SWITCH
           END-READ
       .

      *> ERBACCLG lines carry no run id, but ERBDRVR appends this
      *> run's line just before calling here, so the run's line is
      *> the last one. Markers are the ones WRITE-ACCURACY-LOG-RECORD
      *> strings in, in the same order.
       FIND-LAST-ACCURACY-LOG-LINE.
           OPEN INPUT ACCURACY-LOG-FILE
           IF WS-SOURCE-FILE-STATUS NOT = "35"
               MOVE "false" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-ACCURACY-LOG-LINE
               PERFORM UNTIL WS-EOF-SWITCH = "true"
                   MOVE ACCURACY-LOG-LINE TO WS-ACCLG-LAST-LINE
                   MOVE "true" TO WS-ACCLG-FOUND
                   PERFORM READ-NEXT-ACCURACY-LOG-LINE
               END-PERFORM
               CLOSE ACCURACY-LOG-FILE
           END-IF
           IF WS-ACCLG-FOUND = "true"
               MOVE SPACES TO WS-TOKEN-TEXTS
               UNSTRING WS-ACCLG-LAST-LINE
                   DELIMITED BY " CANDIDATES=" OR " MATCHES="
                       OR " MISMATCHES="
                       OR " BIO-CORE-STRICT-DISAGREEMENTS="
                       OR " REJECTS="
                   INTO WS-PARSE-PREFIX, WS-TOKEN-TEXT(1),
                        WS-TOKEN-TEXT(2), WS-TOKEN-TEXT(3),
                        WS-TOKEN-TEXT(4), WS-TOKEN-TEXT(5)
               PERFORM CONVERT-TOKEN-COUNTS
               MOVE WS-TOKEN-COUNT(1) TO WS-ACCLG-CANDIDATES
               MOVE WS-TOKEN-COUNT(2) TO WS-ACCLG-MATCHES
               MOVE WS-TOKEN-COUNT(3) TO WS-ACCLG-MISMATCHES
               MOVE WS-TOKEN-COUNT(4) TO WS-ACCLG-BIO-DISAGREE
               MOVE WS-TOKEN-COUNT(5) TO WS-ACCLG-REJECTS
           END-IF
       .

       READ-NEXT-ACCURACY-LOG-LINE.
           READ ACCURACY-LOG-FILE
               AT END
                   MOVE "true" TO WS-EOF-SWITCH
           END-READ
       .

      *> The run's own COMPLETED line, found by run id - the newest
      *> one wins should the same id ever appear twice.
       FIND-RUN-COMPLETED-LINE.
           OPEN INPUT RUN-REGISTRY-FILE
           IF WS-RUN-REGISTRY-STATUS NOT = "35"
               MOVE "false" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-REGISTRY-LINE
               PERFORM UNTIL WS-EOF-SWITCH = "true"
                   MOVE 0 TO WS-TOKEN-TALLY
                   INSPECT RUN-REGISTRY-LINE
                       TALLYING WS-TOKEN-TALLY FOR ALL " COMPLETED START="
                   IF RUN-REGISTRY-LINE(1:14) = BAL-REQ-RUN-ID
                      AND WS-TOKEN-TALLY > 0
                       MOVE RUN-REGISTRY-LINE TO WS-REG-LAST-LINE
                       MOVE "true" TO WS-REG-FOUND
                   END-IF
                   PERFORM READ-NEXT-REGISTRY-LINE
               END-PERFORM
               CLOSE RUN-REGISTRY-FILE
           END-IF
           IF WS-REG-FOUND = "true"
               MOVE SPACES TO WS-TOKEN-TEXTS
               UNSTRING WS-REG-LAST-LINE
                   DELIMITED BY " START=" OR " END=" OR " INPUT="
                       OR " EXPORTED=" OR " MISMATCHES=" OR " WORKLIST="
                       OR " NEARMISS=" OR " REJECTS="
                   INTO WS-PARSE-PREFIX, WS-TOKEN-TEXT(1),
                        WS-TOKEN-TEXT(2), WS-TOKEN-TEXT(3),
                        WS-TOKEN-TEXT(4), WS-TOKEN-TEXT(5),
                        WS-TOKEN-TEXT(6), WS-TOKEN-TEXT(7),
                        WS-TOKEN-TEXT(8)
               PERFORM CONVERT-TOKEN-COUNTS
               MOVE WS-TOKEN-COUNT(3) TO WS-REG-INPUT
               MOVE WS-TOKEN-COUNT(4) TO WS-REG-EXPORTED
               MOVE WS-TOKEN-COUNT(5) TO WS-REG-MISMATCHES
               MOVE WS-TOKEN-COUNT(6) TO WS-REG-WORKLIST
               MOVE WS-TOKEN-COUNT(7) TO WS-REG-NEARMISS
               MOVE WS-TOKEN-COUNT(8) TO WS-REG-REJECTS
           END-IF
       .

       READ-NEXT-REGISTRY-LINE.
           READ RUN-REGISTRY-FILE
               AT END
                   MOVE "true" TO WS-EOF-SWITCH
           END-READ
       .

      *> A token that isn't six digits counts as zero, which then
      *> shows up as an out-of-balance control rather than a data
      *> exception.
       CONVERT-TOKEN-COUNTS.
           MOVE 1 TO WS-TOKEN-IDX
           PERFORM UNTIL WS-TOKEN-IDX > 8
               IF WS-TOKEN-TEXT(WS-TOKEN-IDX) NUMERIC
                   MOVE WS-TOKEN-TEXT(WS-TOKEN-IDX)
                       TO WS-TOKEN-COUNT(WS-TOKEN-IDX)
               ELSE
                   MOVE 0 TO WS-TOKEN-COUNT(WS-TOKEN-IDX)
               END-IF
               ADD 1 TO WS-TOKEN-IDX
           END-PERFORM
       .

       WRITE-BALANCE-HEADING.
           MOVE SPACES TO BALANCE-REPORT-LINE
           STRING "ERBBAL RUN BALANCING REPORT - RUN-ID " DELIMITED BY SIZE
                  BAL-REQ-RUN-ID DELIMITED BY SIZE
                  " MODE=" DELIMITED BY SIZE
                  FUNCTION TRIM(BAL-REQ-RUN-MODE) DELIMITED BY SIZE
                  " - RUN DATE " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE
           MOVE SPACES TO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE
           MOVE SPACES TO WS-BALANCE-DETAIL
           MOVE "CONTROL (REPORTED vs EXPECTED)" TO WS-DETAIL-LABEL
           MOVE WS-BALANCE-DETAIL TO BALANCE-REPORT-LINE
           MOVE "REPORTED" TO BALANCE-REPORT-LINE(65:8)
           MOVE "EXPECTED" TO BALANCE-REPORT-LINE(75:8)
           MOVE "RESULT" TO BALANCE-REPORT-LINE(85:6)
           WRITE BALANCE-REPORT-LINE
           IF WS-REG-FOUND = "false"
               MOVE SPACES TO BALANCE-REPORT-LINE
               STRING "WARNING - no ERBRUNREG COMPLETED line for run "
                          DELIMITED BY SIZE
                      BAL-REQ-RUN-ID DELIMITED BY SIZE
                      ", registry counts taken as zero" DELIMITED BY SIZE
                      INTO BALANCE-REPORT-LINE
               WRITE BALANCE-REPORT-LINE
           END-IF
           IF WS-ACCLG-FOUND = "false"
               MOVE "WARNING - ERBACCLG is empty, accuracy-log counts taken as zero"
                   TO BALANCE-REPORT-LINE
               WRITE BALANCE-REPORT-LINE
           END-IF
       .

       WRITE-SECTION-HEADING.
           MOVE SPACES TO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE
           MOVE WS-CONTROL-LABEL TO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE
       .

       BALANCE-INPUT-AND-REJECTS.
           MOVE "LANGCAND INPUT AND ERBEDIT REJECTS" TO WS-CONTROL-LABEL
           PERFORM WRITE-SECTION-HEADING
           MOVE "ERBRUNREG INPUT= vs LANGCAND records" TO WS-CONTROL-LABEL
           MOVE WS-REG-INPUT TO WS-CONTROL-REPORTED
           MOVE WS-MASTER-COUNT TO WS-CONTROL-EXPECTED
           PERFORM WRITE-CONTROL-LINE
           MOVE "ERBACCLG CANDIDATES= vs LANGCAND records" TO WS-CONTROL-LABEL
           MOVE WS-ACCLG-CANDIDATES TO WS-CONTROL-REPORTED
           MOVE WS-MASTER-COUNT TO WS-CONTROL-EXPECTED
           PERFORM WRITE-CONTROL-LINE
           MOVE "LANGCANDERR rows vs LANGCAND records failing ERBEDIT"
               TO WS-CONTROL-LABEL
           MOVE WS-REJECT-COUNT TO WS-CONTROL-REPORTED
           MOVE WS-MASTER-FAILED-COUNT TO WS-CONTROL-EXPECTED
           PERFORM WRITE-CONTROL-LINE
           MOVE "ERBACCLG REJECTS= vs LANGCANDERR rows" TO WS-CONTROL-LABEL
           MOVE WS-ACCLG-REJECTS TO WS-CONTROL-REPORTED
           MOVE WS-REJECT-COUNT TO WS-CONTROL-EXPECTED
           PERFORM WRITE-CONTROL-LINE
           MOVE "ERBRUNREG REJECTS= vs LANGCANDERR rows" TO WS-CONTROL-LABEL
           MOVE WS-REG-REJECTS TO WS-CONTROL-REPORTED
           MOVE WS-REJECT-COUNT TO WS-CONTROL-EXPECTED
           PERFORM WRITE-CONTROL-LINE
       .

       BALANCE-EXPORT-FILE.
           MOVE "EXPORT FILE ERBXPRT" TO WS-CONTROL-LABEL
           PERFORM WRITE-SECTION-HEADING
           MOVE "ERBXPRT header rows vs one header" TO WS-CONTROL-LABEL
           MOVE WS-XPRT-HEADER-COUNT TO WS-CONTROL-REPORTED
           MOVE 1 TO WS-CONTROL-EXPECTED
           PERFORM WRITE-CONTROL-LINE
           MOVE "ERBXPRT data rows vs LANGCAND records passing ERBEDIT"
               TO WS-CONTROL-LABEL
           MOVE WS-XPRT-DATA-COUNT TO WS-CONTROL-REPORTED
           MOVE WS-MASTER-PASSED-COUNT TO WS-CONTROL-EXPECTED
           PERFORM WRITE-CONTROL-LINE
           MOVE "ERBXPRT BIO-HOCKETT-SCORE hash vs LANGCAND hash"
               TO WS-CONTROL-LABEL
           MOVE WS-XPRT-HOCKETT-HASH TO WS-CONTROL-REPORTED
           MOVE WS-MASTER-HOCKETT-HASH TO WS-CONTROL-EXPECTED
           PERFORM WRITE-CONTROL-LINE
           MOVE "ERBXPRT FORMAL-SCORE hash vs LANGCAND hash"
               TO WS-CONTROL-LABEL
           MOVE WS-XPRT-FORMAL-HASH TO WS-CONTROL-REPORTED
           MOVE WS-MASTER-FORMAL-HASH TO WS-CONTROL-EXPECTED
           PERFORM WRITE-CONTROL-LINE
           MOVE "ERBRUNREG EXPORTED= vs ERBXPRT data rows" TO WS-CONTROL-LABEL
           MOVE WS-REG-EXPORTED TO WS-CONTROL-REPORTED
           MOVE WS-XPRT-DATA-COUNT TO WS-CONTROL-EXPECTED
           IF BAL-REQ-RUN-MODE = "BATCH"
               PERFORM WRITE-CONTROL-LINE
           ELSE
               PERFORM WRITE-UNCOMPARED-LINE
           END-IF
       .

       BALANCE-FAMILY-ROLLUP.
           MOVE "FAMILY ROLLUP" TO WS-CONTROL-LABEL
           PERFORM WRITE-SECTION-HEADING
           SUBTRACT WS-REJECT-COUNT FROM WS-MASTER-COUNT
               GIVING WS-EXPECTED-CALC
           MOVE "FAMRAW rows vs LANGCAND records less LANGCANDERR rows"
               TO WS-CONTROL-LABEL
           MOVE WS-FAMRAW-COUNT TO WS-CONTROL-REPORTED
           MOVE WS-EXPECTED-CALC TO WS-CONTROL-EXPECTED
           PERFORM WRITE-CONTROL-LINE
           MOVE "ERBFAMRPT TRUE= plus FALSE= vs FAMRAW rows" TO WS-CONTROL-LABEL
           MOVE WS-FAMRPT-ANSWER-TOTAL TO WS-CONTROL-REPORTED
           MOVE WS-FAMRAW-COUNT TO WS-CONTROL-EXPECTED
           PERFORM WRITE-CONTROL-LINE
           MOVE "ERBFAMRPT CONFLICTS= vs FAMRAW world-conflicted rows"
               TO WS-CONTROL-LABEL
           MOVE WS-FAMRPT-CONFLICT-TOTAL TO WS-CONTROL-REPORTED
           MOVE WS-FAMRAW-CONFLICT-COUNT TO WS-CONTROL-EXPECTED
           PERFORM WRITE-CONTROL-LINE
           MOVE "ERBFAMRPT MISMATCHES= vs FAMRAW mismatch rows"
               TO WS-CONTROL-LABEL
           MOVE WS-FAMRPT-MISMATCH-TOTAL TO WS-CONTROL-REPORTED
           MOVE WS-FAMRAW-MISMATCH-COUNT TO WS-CONTROL-EXPECTED
           PERFORM WRITE-CONTROL-LINE
       .

       BALANCE-MISMATCHES.
           MOVE "MISMATCHES" TO WS-CONTROL-LABEL
           PERFORM WRITE-SECTION-HEADING
           MOVE "MMRAW answer mismatches vs ERBFAMRPT MISMATCHES="
               TO WS-CONTROL-LABEL
           MOVE WS-MMRAW-ANSWER-COUNT TO WS-CONTROL-REPORTED
           MOVE WS-FAMRPT-MISMATCH-TOTAL TO WS-CONTROL-EXPECTED
           PERFORM WRITE-CONTROL-LINE
           MOVE "MMRAW rows vs FAMRAW mismatch or conflicted rows"
               TO WS-CONTROL-LABEL
           MOVE WS-MMRAW-COUNT TO WS-CONTROL-REPORTED
           MOVE WS-FAMRAW-EITHER-COUNT TO WS-CONTROL-EXPECTED
           PERFORM WRITE-CONTROL-LINE
           MOVE "ERBACCLG MISMATCHES= vs MMRAW rows" TO WS-CONTROL-LABEL
           MOVE WS-ACCLG-MISMATCHES TO WS-CONTROL-REPORTED
           MOVE WS-MMRAW-COUNT TO WS-CONTROL-EXPECTED
           PERFORM WRITE-CONTROL-LINE
           MOVE "ERBRUNREG MISMATCHES= vs MMRAW rows" TO WS-CONTROL-LABEL
           MOVE WS-REG-MISMATCHES TO WS-CONTROL-REPORTED
           MOVE WS-MMRAW-COUNT TO WS-CONTROL-EXPECTED
           PERFORM WRITE-CONTROL-LINE
      *> MATCHES= is derived by WRITE-ACCURACY-LOG-RECORD by
      *> subtraction; the guard keeps a garbled line from going
      *> negative here.
           MOVE 0 TO WS-EXPECTED-CALC
           IF WS-ACCLG-CANDIDATES >= WS-ACCLG-MISMATCHES + WS-ACCLG-REJECTS
               COMPUTE WS-EXPECTED-CALC = WS-ACCLG-CANDIDATES
                   - WS-ACCLG-MISMATCHES - WS-ACCLG-REJECTS
           END-IF
           MOVE "ERBACCLG MATCHES= vs CANDIDATES= less MISMATCHES=, REJECTS="
               TO WS-CONTROL-LABEL
           MOVE WS-ACCLG-MATCHES TO WS-CONTROL-REPORTED
           MOVE WS-EXPECTED-CALC TO WS-CONTROL-EXPECTED
           PERFORM WRITE-CONTROL-LINE
       .

       BALANCE-WORKLIST.
           MOVE "ANALYST WORKLIST" TO WS-CONTROL-LABEL
           PERFORM WRITE-SECTION-HEADING
           MOVE "WLRAW MISMATCH flags vs FAMRAW mismatch rows"
               TO WS-CONTROL-LABEL
           MOVE WS-WL-MISMATCH-COUNT TO WS-CONTROL-REPORTED
           MOVE WS-FAMRAW-MISMATCH-COUNT TO WS-CONTROL-EXPECTED
           PERFORM WRITE-CONTROL-LINE
           MOVE "WLRAW BIO-DISAGREE flags vs BIODISRAW rows"
               TO WS-CONTROL-LABEL
           MOVE WS-WL-BIO-COUNT TO WS-CONTROL-REPORTED
           MOVE WS-BIODIS-COUNT TO WS-CONTROL-EXPECTED
           PERFORM WRITE-CONTROL-LINE
           MOVE "WLRAW DISTANCE-ERROR flags vs ERBXPRT DISTANCE-ERROR rows"
               TO WS-CONTROL-LABEL
           MOVE WS-WL-DISTANCE-COUNT TO WS-CONTROL-REPORTED
           MOVE WS-XPRT-DISTANCE-COUNT TO WS-CONTROL-EXPECTED
           PERFORM WRITE-CONTROL-LINE
           MOVE "WLRAW WORLD-CONFLICT flags vs FAMRAW world-conflicted rows"
               TO WS-CONTROL-LABEL
           MOVE WS-WL-WORLD-COUNT TO WS-CONTROL-REPORTED
           MOVE WS-FAMRAW-CONFLICT-COUNT TO WS-CONTROL-EXPECTED
           PERFORM WRITE-CONTROL-LINE
           MOVE "ERBRUNREG WORKLIST= vs WLRAW rows" TO WS-CONTROL-LABEL
           MOVE WS-REG-WORKLIST TO WS-CONTROL-REPORTED
           MOVE WS-WLRAW-COUNT TO WS-CONTROL-EXPECTED
           PERFORM WRITE-CONTROL-LINE
           MOVE "BIODISRAW rows vs ERBXPRT core/strict disagreements"
               TO WS-CONTROL-LABEL
           MOVE WS-BIODIS-COUNT TO WS-CONTROL-REPORTED
           MOVE WS-XPRT-CORE-STRICT-COUNT TO WS-CONTROL-EXPECTED
           PERFORM WRITE-CONTROL-LINE
           MOVE "ERBACCLG BIO-CORE-STRICT-DISAGREEMENTS= vs BIODISRAW rows"
               TO WS-CONTROL-LABEL
           MOVE WS-ACCLG-BIO-DISAGREE TO WS-CONTROL-REPORTED
           MOVE WS-BIODIS-COUNT TO WS-CONTROL-EXPECTED
           PERFORM WRITE-CONTROL-LINE
       .

       BALANCE-NEARMISSES.
           MOVE "FORMAL-BRANCH NEAR MISSES" TO WS-CONTROL-LABEL
           PERFORM WRITE-SECTION-HEADING
           MOVE "NMRAW rows vs ERBXPRT FORMAL-SCORE 07 rows" TO WS-CONTROL-LABEL
           MOVE WS-NMRAW-COUNT TO WS-CONTROL-REPORTED
           MOVE WS-XPRT-NEARMISS-COUNT TO WS-CONTROL-EXPECTED
           PERFORM WRITE-CONTROL-LINE
           MOVE "ERBRUNREG NEARMISS= vs NMRAW rows" TO WS-CONTROL-LABEL
           MOVE WS-REG-NEARMISS TO WS-CONTROL-REPORTED
           MOVE WS-NMRAW-COUNT TO WS-CONTROL-EXPECTED
           PERFORM WRITE-CONTROL-LINE
       .

       WRITE-CONTROL-LINE.
           ADD 1 TO WS-CONTROL-COUNT
           MOVE SPACES TO WS-BALANCE-DETAIL
           MOVE WS-CONTROL-LABEL TO WS-DETAIL-LABEL
           MOVE WS-CONTROL-REPORTED TO WS-DETAIL-REPORTED
           MOVE WS-CONTROL-EXPECTED TO WS-DETAIL-EXPECTED
           IF WS-CONTROL-REPORTED = WS-CONTROL-EXPECTED
               ADD 1 TO WS-IN-BALANCE-COUNT
               MOVE "IN BALANCE" TO WS-DETAIL-RESULT
           ELSE
               ADD 1 TO WS-OUT-OF-BALANCE-COUNT
               MOVE "OUT OF BALANCE" TO WS-DETAIL-RESULT
           END-IF
           MOVE WS-BALANCE-DETAIL TO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE
       .

      *> Printed with both totals for the record, but neither counted
      *> nor allowed to put the run out of balance.
       WRITE-UNCOMPARED-LINE.
           MOVE SPACES TO WS-BALANCE-DETAIL
           MOVE WS-CONTROL-LABEL TO WS-DETAIL-LABEL
           MOVE WS-CONTROL-REPORTED TO WS-DETAIL-REPORTED
           MOVE WS-CONTROL-EXPECTED TO WS-DETAIL-EXPECTED
           MOVE "NOT COMPARED" TO WS-DETAIL-RESULT
           MOVE WS-BALANCE-DETAIL TO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE
           MOVE SPACES TO BALANCE-REPORT-LINE
           STRING "    (EXPORTED= covers only this run's own rows in "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(BAL-REQ-RUN-MODE) DELIMITED BY SIZE
                  " mode)" DELIMITED BY SIZE
                  INTO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE
       .

       WRITE-BALANCE-TOTALS.
           IF WS-OUT-OF-BALANCE-COUNT = 0
               MOVE "true" TO BAL-REQ-RESULT
               MOVE "IN BALANCE" TO WS-BALANCE-VERDICT
           ELSE
               MOVE "false" TO BAL-REQ-RESULT
               MOVE "OUT OF BALANCE" TO WS-BALANCE-VERDICT
           END-IF
           MOVE SPACES TO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE
           MOVE SPACES TO BALANCE-REPORT-LINE
           STRING "Total controls: " DELIMITED BY SIZE
                  WS-CONTROL-COUNT DELIMITED BY SIZE
                  ", in balance: " DELIMITED BY SIZE
                  WS-IN-BALANCE-COUNT DELIMITED BY SIZE
                  ", out of balance: " DELIMITED BY SIZE
                  WS-OUT-OF-BALANCE-COUNT DELIMITED BY SIZE
                  INTO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE
           MOVE SPACES TO BALANCE-REPORT-LINE
           STRING "RUN " DELIMITED BY SIZE
                  BAL-REQ-RUN-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BALANCE-VERDICT) DELIMITED BY SIZE
                  INTO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE
       .

      *> The registry is append-only, so the run's entry is marked
      *> by a BALANCE= line under the same run id rather than by
      *> rewriting its COMPLETED line. The line carries no INPUT=,
      *> so ERBDRVR's sanity gate never mistakes it for a baseline.
       MARK-RUN-REGISTRY.
           MOVE SPACES TO WS-REGISTRY-SCRATCH
           IF WS-OUT-OF-BALANCE-COUNT = 0
               STRING BAL-REQ-RUN-ID DELIMITED BY SIZE
                      " MODE=" DELIMITED BY SIZE
                      FUNCTION TRIM(BAL-REQ-RUN-MODE) DELIMITED BY SIZE
                      " BALANCE=IN-BALANCE CONTROLS=" DELIMITED BY SIZE
                      WS-CONTROL-COUNT DELIMITED BY SIZE
                      " FAILED=" DELIMITED BY SIZE
                      WS-OUT-OF-BALANCE-COUNT DELIMITED BY SIZE
                      INTO WS-REGISTRY-SCRATCH
           ELSE
               STRING BAL-REQ-RUN-ID DELIMITED BY SIZE
                      " MODE=" DELIMITED BY SIZE
                      FUNCTION TRIM(BAL-REQ-RUN-MODE) DELIMITED BY SIZE
                      " BALANCE=OUT-OF-BALANCE CONTROLS=" DELIMITED BY SIZE
                      WS-CONTROL-COUNT DELIMITED BY SIZE
                      " FAILED=" DELIMITED BY SIZE
                      WS-OUT-OF-BALANCE-COUNT DELIMITED BY SIZE
                      INTO WS-REGISTRY-SCRATCH
           END-IF
           OPEN EXTEND RUN-REGISTRY-FILE
           IF WS-RUN-REGISTRY-STATUS = "35"
               OPEN OUTPUT RUN-REGISTRY-FILE
           END-IF
           MOVE WS-REGISTRY-SCRATCH TO RUN-REGISTRY-LINE
           WRITE RUN-REGISTRY-LINE
           CLOSE RUN-REGISTRY-FILE
       .
