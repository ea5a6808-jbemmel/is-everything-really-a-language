      *>   CAN-BE-HELD|HAS-IDENTITY|IS-OPEN-WORLD|IS-CLOSED-WORLD|
      *>   DISTANCE-FROM-CONCEPT|BIO-IS-EVOLVED-COMMUNICATION-SYSTEM|
      *>   BIO-HAS-SEMANTICITY|...|BIO-HAS-RAPID-FADING
      *> Each submission batch opens with a control row naming the
      *> contributor and their reference for the batch:
      *>   BATCH|<submitter id>|<batch reference>
      *> and every candidate row after it belongs to that batch until
      *> the next BATCH row. A candidate row with no BATCH row ahead
      *> of it is rejected - there is nobody to answer.
      *> A header row starting RECORD-NAME| is skipped by name, the
      *> same way ERBXDIFF skips the export header. Every row is
      *> edited by ERBEDIT (flags exactly true/false, known candidate
      *> type, signed distance) and checked against the master for a
      *> duplicate name. A name that is not on the master but was
      *> deleted from it is also checked against the RECORD-IS-LANGUAGE
      *> it last had on LANGCANDHIST: a submission that flips it is
      *> rejected, since a contributor must not be able to re-classify
      *> a candidate past the second-analyst approval ERBMAINT holds
      *> such a re-ADD for. Accepted rows are appended by keyed WRITE
      *> and rejected rows never touch the master. ERBINTAKELOG lists
      *> every row as ACCEPTED or REJECTED with the reason. Each
      *> accepted row is also written to the LANGCANDHIST change
      *> history (erb_histrec.cpy) as an ADD, with this run's id
      *> (run date and time) as who made it.
      *> The contributor's answer is ERBSUBACK, a pipe-delimited
      *> acknowledgment with one row per candidate row:
      *>   SUBMITTER-ID|BATCH-REF|RECORD-NAME|ACCEPTED|
      *>   SUBMITTER-ID|BATCH-REF|RECORD-NAME|REJECTED|<reason>
      *> Every row carries its submitter id, so a file holding several
      *> contributors' batches splits cleanly into one per submitter.
      *> Accepted rows are also entered on the ERBSUBTRK tracking file
      *> (erb_subrec.cpy) as PENDING; ERBSUBRTN returns their verdicts
      *> after the next ERBDRVR batch run.
      *> GnuCOBOL free-format: cobc -free -x erb_intake.cbl erb_edit.cbl
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERBINTAKE.
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
           SELECT HISTORY-FILE ASSIGN TO "LANGCANDHIST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT INTAKE-LOG-FILE ASSIGN TO "ERBINTAKELOG"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SUBMISSION-TRACK-FILE ASSIGN TO "ERBSUBTRK"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SUB-KEY
               FILE STATUS IS WS-SUBMISSION-TRACK-STATUS.
           SELECT ACKNOWLEDGMENT-FILE ASSIGN TO "ERBSUBACK"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SUBMIT-FILE.
       01 SUBMIT-LINE                 PIC X(500).
       FD CANDIDATE-FILE.
           COPY "erb_copy" REPLACING ==CANDIDATE-RECORD== BY ==CAND-FILE-RECORD==.
       FD HISTORY-FILE.
           COPY "erb_histrec".
       FD INTAKE-LOG-FILE.
       01 INTAKE-LOG-LINE             PIC X(250).
       FD SUBMISSION-TRACK-FILE.
           COPY "erb_subrec".
       FD ACKNOWLEDGMENT-FILE.
       01 ACKNOWLEDGMENT-LINE         PIC X(250).
       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE                 PIC 9(08).
       01 WS-SUBMIT-FILE-STATUS       PIC X(02).
       01 WS-CANDIDATE-FILE-STATUS    PIC X(02).
       01 WS-HISTORY-FILE-STATUS      PIC X(02).
       01 WS-HISTORY-SEQUENCE         PIC 9(06) VALUE 0.
       01 WS-TIME-TEXT                PIC 9(08).
       01 WS-RUN-ID                   PIC X(14).
       01 WS-EOF-SWITCH               PIC X(05) VALUE "false".
       01 WS-SUBMIT-READ-COUNT        PIC 9(06) VALUE 0.
       01 WS-INTAKE-ACCEPTED-COUNT    PIC 9(06) VALUE 0.
       01 WS-INTAKE-REJECTED-COUNT    PIC 9(06) VALUE 0.
       01 WS-INTAKE-REASON            PIC X(100).
       01 WS-MASTER-FOUND             PIC X(05).
       01 WS-PRIOR-IS-LANGUAGE        PIC X(05).
       01 WS-HIST-SCAN-DONE           PIC X(05).
       01 WS-SUBMISSION-TRACK-STATUS  PIC X(02).
      *> The batch the current row belongs to, from the last BATCH
      *> control row read.
       01 WS-BATCH-KEYWORD            PIC X(05).
       01 WS-SUBMITTER-ID             PIC X(20) VALUE SPACES.
       01 WS-BATCH-REF                PIC X(20) VALUE SPACES.
       01 WS-BATCH-COUNT              PIC 9(06) VALUE 0.
      *> Submitted distance arrives as text ("+0002") and is validated
      *> through this sign/digits overlay before touching the work
      *> record's SIGN LEADING SEPARATE field - the NUMERIC class test
      *> check has passed.
           COPY "erb_copy" REPLACING ==CANDIDATE-RECORD== BY ==CAND-WORK-RECORD==.
           COPY "erb_editrec".
      *> The state a deleted name last had, taken from its newest
      *> LANGCANDHIST entry.
           COPY "erb_copy" REPLACING ==CANDIDATE-RECORD== BY ==CAND-PRIOR-RECORD==.
       PROCEDURE DIVISION.
       INTAKE-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-TEXT FROM TIME
           MOVE SPACES TO WS-RUN-ID
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  WS-TIME-TEXT(1:6) DELIMITED BY SIZE
                  INTO WS-RUN-ID
           OPEN OUTPUT INTAKE-LOG-FILE
           MOVE SPACES TO INTAKE-LOG-LINE
           STRING "ERBINTAKE SUBMISSION LISTING - RUN DATE "
           WRITE INTAKE-LOG-LINE
           MOVE SPACES TO INTAKE-LOG-LINE
           WRITE INTAKE-LOG-LINE
           OPEN OUTPUT ACKNOWLEDGMENT-FILE
           MOVE "SUBMITTER-ID|BATCH-REF|RECORD-NAME|STATUS|REASON"
               TO ACKNOWLEDGMENT-LINE
           WRITE ACKNOWLEDGMENT-LINE
           OPEN INPUT SUBMIT-FILE
           IF WS-SUBMIT-FILE-STATUS = "35"
               DISPLAY "ERBINTAKE: ERBSUBMIT not found - nothing to take in"
                       TO INTAKE-LOG-LINE
                   WRITE INTAKE-LOG-LINE
               ELSE
                   PERFORM OPEN-HISTORY-FILE
                   PERFORM OPEN-SUBMISSION-TRACK-FILE
                   MOVE "false" TO WS-EOF-SWITCH
                   PERFORM READ-NEXT-SUBMIT-LINE
                   PERFORM UNTIL WS-EOF-SWITCH = "true"
                       PERFORM PROCESS-ONE-SUBMISSION
                       PERFORM READ-NEXT-SUBMIT-LINE
                   END-PERFORM
                   CLOSE HISTORY-FILE
                   CLOSE SUBMISSION-TRACK-FILE
                   CLOSE CANDIDATE-FILE
               END-IF
               CLOSE SUBMIT-FILE
                  INTO INTAKE-LOG-LINE
           WRITE INTAKE-LOG-LINE
           CLOSE INTAKE-LOG-FILE
           CLOSE ACKNOWLEDGMENT-FILE
           DISPLAY "ERBINTAKE: " WS-SUBMIT-READ-COUNT " rows read in "
                   WS-BATCH-COUNT " batches, "
                   WS-INTAKE-ACCEPTED-COUNT " accepted, "
                   WS-INTAKE-REJECTED-COUNT " rejected"
           GOBACK
           END-READ
       .

      *> Blank lines and the header row pass through silently; a
      *> BATCH row switches the current submitter; every other row is
      *> either appended to the master or logged with the first
      *> reason it failed on.
       PROCESS-ONE-SUBMISSION.
           IF SUBMIT-LINE NOT = SPACES
               IF SUBMIT-LINE(1:6) = "BATCH|"
                   PERFORM START-SUBMISSION-BATCH
               ELSE
                   PERFORM PARSE-SUBMISSION-FIELDS
                   IF RECORD-NAME OF CAND-WORK-RECORD NOT = "RECORD-NAME"
                       ADD 1 TO WS-SUBMIT-READ-COUNT
                       PERFORM VALIDATE-AND-APPLY-SUBMISSION
                   END-IF
               END-IF
           END-IF
       .

      *> A BATCH row without a submitter id leaves the rows after it
      *> with nobody to answer, so they are rejected the same way as
      *> rows ahead of any BATCH row.
       START-SUBMISSION-BATCH.
           MOVE SPACES TO WS-BATCH-KEYWORD
           MOVE SPACES TO WS-SUBMITTER-ID
           MOVE SPACES TO WS-BATCH-REF
           UNSTRING SUBMIT-LINE DELIMITED BY "|"
               INTO WS-BATCH-KEYWORD, WS-SUBMITTER-ID, WS-BATCH-REF
           ADD 1 TO WS-BATCH-COUNT
           MOVE SPACES TO INTAKE-LOG-LINE
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  " BATCH " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BATCH-REF) DELIMITED BY SIZE
                  " FROM " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUBMITTER-ID) DELIMITED BY SIZE
                  INTO INTAKE-LOG-LINE
           IF WS-SUBMITTER-ID = SPACES
               MOVE SPACES TO INTAKE-LOG-LINE
               STRING WS-RUN-DATE DELIMITED BY SIZE
                      " BATCH row names no submitter - its rows "
                          DELIMITED BY SIZE
                      "will be rejected" DELIMITED BY SIZE
                      INTO INTAKE-LOG-LINE
           END-IF
           WRITE INTAKE-LOG-LINE
       .

       PARSE-SUBMISSION-FIELDS.
           MOVE SPACES TO CAND-WORK-RECORD
           MOVE SPACES TO WS-SUB-DISTANCE
                   IF WS-MASTER-FOUND = "true"
                       MOVE "RECORD-NAME already exists on the master"
                           TO WS-INTAKE-REASON
                   ELSE
                       PERFORM FIND-PRIOR-IN-HISTORY
                       IF WS-PRIOR-IS-LANGUAGE NOT = SPACES
                          AND WS-PRIOR-IS-LANGUAGE
                              NOT = RECORD-IS-LANGUAGE OF CAND-WORK-RECORD
                           MOVE SPACES TO WS-INTAKE-REASON
                           STRING "deleted RECORD-NAME had IS-LANGUAGE "
                                      DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-PRIOR-IS-LANGUAGE)
                                      DELIMITED BY SIZE
                                  " - re-add needs ERBMAINT approval"
                                      DELIMITED BY SIZE
                                  INTO WS-INTAKE-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-INTAKE-REASON = SPACES
              AND WS-SUBMITTER-ID = SPACES
               MOVE "no BATCH|submitter|reference row names the submitter"
                   TO WS-INTAKE-REASON
           END-IF
           IF WS-INTAKE-REASON = SPACES
               ADD 1 TO WS-INTAKE-ACCEPTED-COUNT
               MOVE CAND-WORK-RECORD TO CAND-FILE-RECORD
               WRITE CAND-FILE-RECORD
               PERFORM WRITE-HISTORY-RECORD
               PERFORM WRITE-SUBMISSION-TRACK-RECORD
               PERFORM WRITE-INTAKE-LOG-LINE-ACCEPTED
           ELSE
               ADD 1 TO WS-INTAKE-REJECTED-COUNT
               PERFORM WRITE-INTAKE-LOG-LINE-REJECTED
           END-IF
           PERFORM WRITE-ACKNOWLEDGMENT-LINE
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

      *> ERBSUBTRK is created by the first intake run, the way
      *> ERBAPPRV creates its queue.
       OPEN-SUBMISSION-TRACK-FILE.
           OPEN I-O SUBMISSION-TRACK-FILE
           IF WS-SUBMISSION-TRACK-STATUS = "35"
               OPEN OUTPUT SUBMISSION-TRACK-FILE
               CLOSE SUBMISSION-TRACK-FILE
               OPEN I-O SUBMISSION-TRACK-FILE
           END-IF
       .

      *> The same submitter, batch and name can only recur if the
      *> candidate was deleted from the master and sent again; the
      *> fresh submission then replaces the old entry.
       WRITE-SUBMISSION-TRACK-RECORD.
           MOVE WS-SUBMITTER-ID TO SUB-SUBMITTER-ID
           MOVE WS-BATCH-REF TO SUB-BATCH-REF
           MOVE RECORD-NAME OF CAND-WORK-RECORD TO SUB-RECORD-NAME
           MOVE "PENDING" TO SUB-STATUS
           MOVE WS-RUN-DATE TO SUB-SUBMITTED-DATE
           MOVE WS-RUN-ID TO SUB-INTAKE-RUN-ID
           MOVE RECORD-IS-LANGUAGE OF CAND-WORK-RECORD TO SUB-IS-LANGUAGE
           MOVE SPACES TO SUB-RETURN-RUN-ID
           MOVE 0 TO SUB-RETURNED-DATE
           WRITE SUBMISSION-RECORD
               INVALID KEY
                   REWRITE SUBMISSION-RECORD
           END-WRITE
       .

       WRITE-ACKNOWLEDGMENT-LINE.
           MOVE SPACES TO ACKNOWLEDGMENT-LINE
           IF WS-INTAKE-REASON = SPACES
               STRING FUNCTION TRIM(WS-SUBMITTER-ID) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BATCH-REF) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(RECORD-NAME OF CAND-WORK-RECORD)
                          DELIMITED BY SIZE
                      "|ACCEPTED|" DELIMITED BY SIZE
                      INTO ACKNOWLEDGMENT-LINE
           ELSE
               STRING FUNCTION TRIM(WS-SUBMITTER-ID) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BATCH-REF) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(RECORD-NAME OF CAND-WORK-RECORD)
                          DELIMITED BY SIZE
                      "|REJECTED|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-INTAKE-REASON) DELIMITED BY SIZE
                      INTO ACKNOWLEDGMENT-LINE
           END-IF
           WRITE ACKNOWLEDGMENT-LINE
       .

      *> An intake only ever adds, so there is no before image.
       WRITE-HISTORY-RECORD.
           ADD 1 TO WS-HISTORY-SEQUENCE
           MOVE RECORD-NAME OF CAND-WORK-RECORD TO HIST-RECORD-NAME
           ACCEPT HIST-EFFECTIVE-DATE FROM DATE YYYYMMDD
           ACCEPT HIST-EFFECTIVE-TIME FROM TIME
           MOVE WS-HISTORY-SEQUENCE TO HIST-SEQUENCE
           MOVE "ADD" TO HIST-ACTION
           MOVE "ERBINTAKE" TO HIST-SOURCE-PROGRAM
           MOVE WS-RUN-ID TO HIST-CHANGED-BY
           MOVE SPACES TO HIST-BEFORE-IMAGE
           MOVE CAND-WORK-RECORD TO HIST-AFTER-IMAGE
           WRITE HISTORY-RECORD
               INVALID KEY
                   DISPLAY "ERBINTAKE: WARNING - history entry for "
                           FUNCTION TRIM(RECORD-NAME OF CAND-WORK-RECORD)
                           " not written, file status "
                           WS-HISTORY-FILE-STATUS
           END-WRITE
       .

       CHECK-MASTER-FOR-DUPLICATE.
           END-READ
       .

      *> Same walk as ERBMAINT's: HIST-KEY leads with
      *> HIST-RECORD-NAME, so a START at the name with a zero date,
      *> time and sequence lands on its oldest entry and READ NEXT
      *> walks forward to its newest. A DELETE's after image is
      *> SPACES, so its before image is the state the name last had.
      *> A LANGCANDHIST opened OUTPUT because it didn't exist yet has
      *> no entries to find.
       FIND-PRIOR-IN-HISTORY.
           MOVE SPACES TO WS-PRIOR-IS-LANGUAGE
           MOVE RECORD-NAME OF CAND-WORK-RECORD TO HIST-RECORD-NAME
           MOVE 0 TO HIST-EFFECTIVE-DATE
           MOVE 0 TO HIST-EFFECTIVE-TIME
           MOVE 0 TO HIST-SEQUENCE
           MOVE "false" TO WS-HIST-SCAN-DONE
           START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE "true" TO WS-HIST-SCAN-DONE
           END-START
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               MOVE "true" TO WS-HIST-SCAN-DONE
           END-IF
           PERFORM UNTIL WS-HIST-SCAN-DONE = "true"
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "true" TO WS-HIST-SCAN-DONE
               END-READ
               IF WS-HISTORY-FILE-STATUS NOT = "00"
                  OR HIST-RECORD-NAME NOT = RECORD-NAME OF CAND-WORK-RECORD
                   MOVE "true" TO WS-HIST-SCAN-DONE
               ELSE
                   IF HIST-AFTER-IMAGE NOT = SPACES
                       MOVE HIST-AFTER-IMAGE TO CAND-PRIOR-RECORD
                   ELSE
                       MOVE HIST-BEFORE-IMAGE TO CAND-PRIOR-RECORD
                   END-IF
                   MOVE RECORD-IS-LANGUAGE OF CAND-PRIOR-RECORD
                       TO WS-PRIOR-IS-LANGUAGE
               END-IF
           END-PERFORM
       .

       WRITE-INTAKE-LOG-LINE-ACCEPTED.
           MOVE SPACES TO INTAKE-LOG-LINE
           STRING WS-RUN-DATE DELIMITED BY SIZE
