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
           SELECT WHATIF-PARM-FILE ASSIGN TO "ERBWHATIFPARM"
               ORGANIZATION LINE SEQUENTIAL
           COPY "erb_copy" REPLACING ==CANDIDATE-RECORD== BY ==CAND-BASE-RECORD==.
           COPY "erb_copy" REPLACING ==CANDIDATE-RECORD== BY ==CAND-WORK-RECORD==.
           COPY "erb_editrec".
      *> Every score here is on the live ERBPROFILE.
           COPY "erb_calcreq".
      *> Effective tier cutoffs and where they came from - mirrors
      *> RESOLVE-HOCKETT-THRESHOLDS in ERBCALC (defaults included), so
      *> the trace names the same numbers the scoring actually used.
       PROCEDURE DIVISION.
       WHATIF-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "LIVE" TO CALC-REQ-PROFILE-SOURCE
           PERFORM LOAD-WHATIF-PARM-CARD
           IF WS-WHATIF-NAME = SPACES
               DISPLAY "ERBWHATIF: ERBWHATIFPARM must carry a NAME= line"
               GOBACK
           END-IF
           IF WS-WIO-COUNT > 0
               CALL "ERBCALC" USING CAND-BASE-RECORD, CALC-REQUEST
           END-IF
           CALL "ERBCALC" USING CAND-WORK-RECORD, CALC-REQUEST
           PERFORM RESOLVE-REPORT-THRESHOLDS
           PERFORM WRITE-WHATIF-REPORT
           DISPLAY "ERBWHATIF: " FUNCTION TRIM(WS-WHATIF-NAME)
