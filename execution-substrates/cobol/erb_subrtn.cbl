      *> ERB Submission Verdict Return
      *> Run after each ERBDRVR batch run. Sends external contributors
      *> the verdicts the rulebook reached on the candidates ERBINTAKE
      *> accepted from them - the second half of the conversation
      *> ERBSUBACK's acknowledgment starts.
      *> Every PENDING entry on the ERBSUBTRK tracking file
      *> (erb_subrec.cpy) is looked up on the LANGCAND master:
      *>   - a candidate a batch run has been over since it was taken
      *>     in - the newest ERBRUNREG COMPLETED run of MODE=BATCH or
      *>     MODE=RESTART is later than the intake run, and the master
      *>     carries a computed RECORD-PREDICTED-ANSWER - is RETURNED
      *>     with its predicted answer, Hockett tier, formal tier,
      *>     domain, the IS-LANGUAGE value as submitted, and whether
      *>     the predicted answer agrees with it; a FAMILY= run only
      *>     rescores one family and so never counts here; the entry
      *>     is marked RETURNED under that run id and is not sent
      *>     again;
      *>   - a candidate no longer on the master is reported WITHDRAWN
      *>     and closed off;
      *>   - anything else is listed as PENDING, with the days it has
      *>     waited, and stays outstanding for the next run.
      *> ERBSUBVRD is pipe-delimited, one row per entry, in submitter
      *> then batch order, every row carrying its submitter id:
      *>   SUBMITTER-ID|BATCH-REF|RECORD-NAME|STATUS|PREDICTED-ANSWER|
      *>   BIO-HOCKETT-TIER|FORMAL-TIER|DOMAIN|SUBMITTED-IS-LANGUAGE|
      *>   RULEBOOK-AGREES|SUBMITTED-DATE|DAYS-WAITING|RUN-ID
      *> The master is opened INPUT; only ERBSUBTRK is rewritten.
      *> GnuCOBOL free-format: cobc -free -x erb_subrtn.cbl
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERBSUBRTN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBMISSION-TRACK-FILE ASSIGN TO "ERBSUBTRK"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SUB-KEY
               FILE STATUS IS WS-SUBMISSION-TRACK-STATUS.
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
           SELECT RUN-REGISTRY-FILE ASSIGN TO "ERBRUNREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-REGISTRY-STATUS.
           SELECT VERDICT-RETURN-FILE ASSIGN TO "ERBSUBVRD"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SUBMISSION-TRACK-FILE.
           COPY "erb_subrec".
       FD CANDIDATE-FILE.
           COPY "erb_copy" REPLACING ==CANDIDATE-RECORD== BY ==CAND-FILE-RECORD==.
       FD RUN-REGISTRY-FILE.
       01 RUN-REGISTRY-LINE           PIC X(250).
       FD VERDICT-RETURN-FILE.
       01 VERDICT-RETURN-LINE         PIC X(300).
       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE                 PIC 9(08).
       01 WS-SUBMISSION-TRACK-STATUS  PIC X(02).
       01 WS-CANDIDATE-FILE-STATUS    PIC X(02).
       01 WS-RUN-REGISTRY-STATUS      PIC X(02).
       01 WS-EOF-SWITCH               PIC X(05) VALUE "false".
       01 WS-MASTER-FOUND             PIC X(05).
       01 WS-COMPLETED-TALLY          PIC 9(04).
      *> The newest full-population run on the registry - the run a
      *> verdict is returned under. A FAMILY= run only rescores one
      *> family, so its COMPLETED line is passed over; otherwise its
      *> id would be stamped on candidates an earlier run scored.
       01 WS-LAST-RUN-ID              PIC X(14) VALUE SPACES.
       01 WS-RETURNED-COUNT           PIC 9(06) VALUE 0.
       01 WS-PENDING-COUNT            PIC 9(06) VALUE 0.
       01 WS-WITHDRAWN-COUNT          PIC 9(06) VALUE 0.
       01 WS-DAYS-WAITING             PIC 9(05).
       01 WS-RULEBOOK-AGREES          PIC X(05).
       PROCEDURE DIVISION.
       SUBRTN-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM FIND-LAST-COMPLETED-RUN
           OPEN OUTPUT VERDICT-RETURN-FILE
           MOVE SPACES TO VERDICT-RETURN-LINE
           STRING "SUBMITTER-ID|BATCH-REF|RECORD-NAME|STATUS|"
                      DELIMITED BY SIZE
                  "PREDICTED-ANSWER|BIO-HOCKETT-TIER|FORMAL-TIER|DOMAIN|"
                      DELIMITED BY SIZE
                  "SUBMITTED-IS-LANGUAGE|RULEBOOK-AGREES|SUBMITTED-DATE|"
                      DELIMITED BY SIZE
                  "DAYS-WAITING|RUN-ID" DELIMITED BY SIZE
                  INTO VERDICT-RETURN-LINE
           WRITE VERDICT-RETURN-LINE
      *> No tracking file means nothing has ever been taken in; a
      *> missing master stops the return rather than reporting every
      *> submission WITHDRAWN.
           OPEN I-O SUBMISSION-TRACK-FILE
           IF WS-SUBMISSION-TRACK-STATUS = "35"
               DISPLAY "ERBSUBRTN: ERBSUBTRK not found - no submissions "
                       "to return"
           ELSE
               OPEN INPUT CANDIDATE-FILE
               IF WS-CANDIDATE-FILE-STATUS = "35"
                   DISPLAY "ERBSUBRTN: LANGCAND master not found - "
                           "nothing returned"
               ELSE
                   MOVE "false" TO WS-EOF-SWITCH
                   PERFORM READ-NEXT-SUBMISSION
                   PERFORM UNTIL WS-EOF-SWITCH = "true"
                       IF SUB-STATUS = "PENDING"
                           PERFORM RETURN-ONE-SUBMISSION
                       END-IF
                       PERFORM READ-NEXT-SUBMISSION
                   END-PERFORM
                   CLOSE CANDIDATE-FILE
               END-IF
               CLOSE SUBMISSION-TRACK-FILE
           END-IF
           CLOSE VERDICT-RETURN-FILE
           DISPLAY "ERBSUBRTN: " WS-RETURNED-COUNT " verdicts returned, "
                   WS-PENDING-COUNT " still pending, "
                   WS-WITHDRAWN-COUNT " withdrawn"
           GOBACK
       .

      *> Run ids are the run's date and time, so the last COMPLETED
      *> line is also the highest id. REFUSED and BALANCE= lines are
      *> not completed runs and are passed over.
       FIND-LAST-COMPLETED-RUN.
           OPEN INPUT RUN-REGISTRY-FILE
           IF WS-RUN-REGISTRY-STATUS NOT = "35"
               MOVE "false" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-REGISTRY-LINE
               PERFORM UNTIL WS-EOF-SWITCH = "true"
                   MOVE 0 TO WS-COMPLETED-TALLY
                   INSPECT RUN-REGISTRY-LINE
                       TALLYING WS-COMPLETED-TALLY
                       FOR ALL " MODE=BATCH COMPLETED START="
                           ALL " MODE=RESTART COMPLETED START="
                   IF WS-COMPLETED-TALLY > 0
                       MOVE RUN-REGISTRY-LINE(1:14) TO WS-LAST-RUN-ID
                   END-IF
                   PERFORM READ-NEXT-REGISTRY-LINE
               END-PERFORM
               CLOSE RUN-REGISTRY-FILE
           END-IF
       .

       READ-NEXT-REGISTRY-LINE.
           READ RUN-REGISTRY-FILE
               AT END
                   MOVE "true" TO WS-EOF-SWITCH
           END-READ
       .

       READ-NEXT-SUBMISSION.
           READ SUBMISSION-TRACK-FILE NEXT
               AT END
                   MOVE "true" TO WS-EOF-SWITCH
           END-READ
       .

       RETURN-ONE-SUBMISSION.
           MOVE SUB-RECORD-NAME TO RECORD-NAME OF CAND-FILE-RECORD
           READ CANDIDATE-FILE
               INVALID KEY
                   MOVE "false" TO WS-MASTER-FOUND
               NOT INVALID KEY
                   MOVE "true" TO WS-MASTER-FOUND
           END-READ
           EVALUATE TRUE
               WHEN WS-MASTER-FOUND = "false"
                   ADD 1 TO WS-WITHDRAWN-COUNT
                   MOVE "WITHDRAWN" TO SUB-STATUS
                   MOVE WS-RUN-DATE TO SUB-RETURNED-DATE
                   PERFORM WRITE-WITHDRAWN-LINE
                   REWRITE SUBMISSION-RECORD
               WHEN WS-LAST-RUN-ID > SUB-INTAKE-RUN-ID
                AND RECORD-PREDICTED-ANSWER OF CAND-FILE-RECORD NOT = SPACES
                   ADD 1 TO WS-RETURNED-COUNT
                   MOVE "RETURNED" TO SUB-STATUS
                   MOVE WS-LAST-RUN-ID TO SUB-RETURN-RUN-ID
                   MOVE WS-RUN-DATE TO SUB-RETURNED-DATE
                   PERFORM WRITE-RETURNED-LINE
                   REWRITE SUBMISSION-RECORD
               WHEN OTHER
                   ADD 1 TO WS-PENDING-COUNT
                   PERFORM WRITE-PENDING-LINE
           END-EVALUATE
       .

       WRITE-RETURNED-LINE.
           IF RECORD-PREDICTED-ANSWER OF CAND-FILE-RECORD = SUB-IS-LANGUAGE
               MOVE "true" TO WS-RULEBOOK-AGREES
           ELSE
               MOVE "false" TO WS-RULEBOOK-AGREES
           END-IF
           COMPUTE WS-DAYS-WAITING =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(SUB-SUBMITTED-DATE)
           MOVE SPACES TO VERDICT-RETURN-LINE
           STRING FUNCTION TRIM(SUB-SUBMITTER-ID) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(SUB-BATCH-REF) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(SUB-RECORD-NAME) DELIMITED BY SIZE
                  "|RETURNED|" DELIMITED BY SIZE
                  FUNCTION TRIM(RECORD-PREDICTED-ANSWER OF CAND-FILE-RECORD)
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(RECORD-BIO-HOCKETT-TIER OF CAND-FILE-RECORD)
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(RECORD-FORMAL-TIER OF CAND-FILE-RECORD)
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(RECORD-DOMAIN OF CAND-FILE-RECORD)
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(SUB-IS-LANGUAGE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RULEBOOK-AGREES) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  SUB-SUBMITTED-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-DAYS-WAITING DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  SUB-RETURN-RUN-ID DELIMITED BY SIZE
                  INTO VERDICT-RETURN-LINE
           WRITE VERDICT-RETURN-LINE
       .

       WRITE-PENDING-LINE.
           COMPUTE WS-DAYS-WAITING =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(SUB-SUBMITTED-DATE)
           MOVE SPACES TO VERDICT-RETURN-LINE
           STRING FUNCTION TRIM(SUB-SUBMITTER-ID) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(SUB-BATCH-REF) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(SUB-RECORD-NAME) DELIMITED BY SIZE
                  "|PENDING|||||" DELIMITED BY SIZE
                  FUNCTION TRIM(SUB-IS-LANGUAGE) DELIMITED BY SIZE
                  "||" DELIMITED BY SIZE
                  SUB-SUBMITTED-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-DAYS-WAITING DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  INTO VERDICT-RETURN-LINE
           WRITE VERDICT-RETURN-LINE
       .

       WRITE-WITHDRAWN-LINE.
           COMPUTE WS-DAYS-WAITING =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(SUB-SUBMITTED-DATE)
           MOVE SPACES TO VERDICT-RETURN-LINE
           STRING FUNCTION TRIM(SUB-SUBMITTER-ID) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(SUB-BATCH-REF) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(SUB-RECORD-NAME) DELIMITED BY SIZE
                  "|WITHDRAWN|||||" DELIMITED BY SIZE
                  FUNCTION TRIM(SUB-IS-LANGUAGE) DELIMITED BY SIZE
                  "||" DELIMITED BY SIZE
                  SUB-SUBMITTED-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-DAYS-WAITING DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  INTO VERDICT-RETURN-LINE
           WRITE VERDICT-RETURN-LINE
       .
