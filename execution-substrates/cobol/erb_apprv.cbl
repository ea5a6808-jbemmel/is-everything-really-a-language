      *> ERB Maker-Checker Approval Queue
      *> Holds the two kinds of change that move the accuracy figures
      *> most - a ground-truth flip of RECORD-IS-LANGUAGE and a new
      *> manual override - until a second, different analyst has
      *> approved them. Items wait on the ERBPENDING queue
      *> (erb_pendrec.cpy):
      *>   - ERBMAINT queues every CHANGE transaction that flips
      *>     RECORD-IS-LANGUAGE, and every ADD that brings back a
      *>     deleted name with the opposite RECORD-IS-LANGUAGE, instead
      *>     of applying it (type TXN);
      *>   - proposed overrides are no longer added to ERBOVRD by hand
      *>     but submitted in ERBOVRDREQ (erb_ovrrec.cpy layout, with
      *>     OVR-OVERRIDDEN-BY naming the analyst asking for it); each
      *>     run takes every line in it onto the queue (type OVRD) and
      *>     empties the file, keeping only lines ERBPENDING would not
      *>     take; a request naming no OVR-OVERRIDDEN-BY is refused.
      *> Reviewers' decisions arrive in ERBAPPRVDEC, one per line:
      *>   <item-id>|APPROVE|<reviewer>|<optional note>
      *>   <item-id>|REJECT|<reviewer>|<reason>
      *> An approved TXN is applied to the LANGCAND master the way
      *> ERBMAINT applies a CHANGE or an ADD (field edits, keyed
      *> REWRITE or WRITE, a LANGCANDHIST entry); an approved OVRD
      *> is appended to ERBOVRD and takes effect on the next ERBDRVR
      *> run. A rejected item is returned to its submitter in
      *> ERBAPPRVRTN with the reviewer's reason. A decision is
      *> REFUSED - and the item stays pending - when the reviewer is
      *> the submitter (names compared without regard to case or
      *> surrounding spaces), the item is unknown or already decided,
      *> a rejection carries no reason, an approval is for an item
      *> naming no submitter, or an approved change can no longer be
      *> applied (including a CHANGE whose master record has changed
      *> since it was held). Every decision,
      *> refused or not, is appended to ERBAPPRVLOG with both names;
      *> ERBAPPRVDEC is emptied once read.
      *> ERBPENDRPT lists every item still pending and how many days
      *> it has been waiting.
      *> GnuCOBOL free-format: cobc -free -x erb_apprv.cbl erb_edit.cbl
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERBAPPRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "ERBPENDING"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PEND-ITEM-ID
               FILE STATUS IS WS-PENDING-FILE-STATUS.
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
           SELECT HISTORY-FILE ASSIGN TO "LANGCANDHIST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT OVERRIDE-REQUEST-FILE ASSIGN TO "ERBOVRDREQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-REQUEST-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "ERBOVRD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-FILE-STATUS.
           SELECT DECISION-FILE ASSIGN TO "ERBAPPRVDEC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-FILE-STATUS.
           SELECT APPROVAL-LOG-FILE ASSIGN TO "ERBAPPRVLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-LOG-STATUS.
           SELECT RETURN-FILE ASSIGN TO "ERBAPPRVRTN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PENDING-REPORT-FILE ASSIGN TO "ERBPENDRPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PENDING-FILE.
           COPY "erb_pendrec".
       FD CANDIDATE-FILE.
           COPY "erb_copy" REPLACING ==CANDIDATE-RECORD== BY ==CAND-FILE-RECORD==.
       FD HISTORY-FILE.
           COPY "erb_histrec".
       FD OVERRIDE-REQUEST-FILE.
           COPY "erb_ovrrec".
      *> Approved OVRD payloads are already erb_ovrrec.cpy lines.
       FD OVERRIDE-FILE.
       01 OVERRIDE-LINE               PIC X(106).
       FD DECISION-FILE.
       01 DECISION-LINE               PIC X(200).
       FD APPROVAL-LOG-FILE.
       01 APPROVAL-LOG-LINE           PIC X(250).
       FD RETURN-FILE.
       01 RETURN-LINE                 PIC X(250).
       FD PENDING-REPORT-FILE.
       01 PENDING-REPORT-LINE         PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE                 PIC 9(08).
       01 WS-TIME-TEXT                PIC 9(08).
       01 WS-RUN-STAMP                PIC X(16).
       01 WS-PENDING-FILE-STATUS      PIC X(02).
       01 WS-CANDIDATE-FILE-STATUS    PIC X(02).
       01 WS-HISTORY-FILE-STATUS      PIC X(02).
       01 WS-OVERRIDE-REQUEST-STATUS  PIC X(02).
       01 WS-OVERRIDE-FILE-STATUS     PIC X(02).
       01 WS-DECISION-FILE-STATUS     PIC X(02).
       01 WS-APPROVAL-LOG-STATUS      PIC X(02).
       01 WS-EOF-SWITCH               PIC X(05) VALUE "false".
       01 WS-MASTER-AVAILABLE         PIC X(05) VALUE "false".
       01 WS-PENDING-SEQUENCE         PIC 9(04) VALUE 0.
       01 WS-HISTORY-SEQUENCE         PIC 9(06) VALUE 0.
       01 WS-QUEUED-COUNT             PIC 9(06) VALUE 0.
       01 WS-NOT-QUEUED-COUNT         PIC 9(06) VALUE 0.
       01 WS-DECISION-READ-COUNT      PIC 9(06) VALUE 0.
       01 WS-APPROVED-COUNT           PIC 9(06) VALUE 0.
       01 WS-REJECTED-COUNT           PIC 9(06) VALUE 0.
       01 WS-REFUSED-COUNT            PIC 9(06) VALUE 0.
       01 WS-PENDING-COUNT            PIC 9(06) VALUE 0.
      *> ERBOVRDREQ lines ERBPENDING would not take, written back to
      *> ERBOVRDREQ in place of the lines that were queued so they are
      *> tried again next run instead of being lost when it is emptied.
       01 WS-UNQUEUED-TABLE.
           05 WS-UNQUEUED-LINE OCCURS 500 TIMES PIC X(106).
       01 WS-UNQUEUED-COUNT           PIC 9(04) VALUE 0.
       01 WS-UNQUEUED-TABLE-MAX       PIC 9(04) VALUE 0500.
       01 WS-UNQ-IDX                  PIC 9(04).
       01 WS-UNQUEUED-OVERFLOW        PIC X(05) VALUE "false".
      *> One decision line, split on "|".
       01 WS-DEC-ITEM-ID              PIC X(21).
       01 WS-DEC-ACTION               PIC X(10).
       01 WS-DEC-REVIEWER             PIC X(20).
       01 WS-DEC-REASON               PIC X(60).
       01 WS-REFUSAL-REASON           PIC X(80).
       01 WS-LOG-OUTCOME              PIC X(08).
      *> Age of a pending item in days; the oldest is carried to the
      *> listing's total line.
       01 WS-AGE-DAYS                 PIC 9(05).
       01 WS-OLDEST-AGE-DAYS          PIC 9(05) VALUE 0.
      *> A held TXN payload, unpacked for applying.
           COPY "erb_txnrec".
      *> Work copy the approved change is applied to and ERBEDIT
      *> examines - the FD record keeps the before image.
           COPY "erb_copy" REPLACING ==CANDIDATE-RECORD== BY ==CAND-WORK-RECORD==.
           COPY "erb_editrec".
       PROCEDURE DIVISION.
       APPRV-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-TEXT FROM TIME
           MOVE SPACES TO WS-RUN-STAMP
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  WS-TIME-TEXT DELIMITED BY SIZE
                  INTO WS-RUN-STAMP
           PERFORM OPEN-PENDING-FILE
           OPEN EXTEND APPROVAL-LOG-FILE
           IF WS-APPROVAL-LOG-STATUS = "35"
               OPEN OUTPUT APPROVAL-LOG-FILE
           END-IF
           OPEN OUTPUT RETURN-FILE
           PERFORM QUEUE-OVERRIDE-REQUESTS
           PERFORM APPLY-REVIEW-DECISIONS
           PERFORM WRITE-PENDING-LISTING
           CLOSE RETURN-FILE
           CLOSE APPROVAL-LOG-FILE
           CLOSE PENDING-FILE
           DISPLAY "ERBAPPRV: " WS-QUEUED-COUNT " override requests queued, "
                   WS-NOT-QUEUED-COUNT " not queued, "
                   WS-DECISION-READ-COUNT " decisions read, "
                   WS-APPROVED-COUNT " approved, "
                   WS-REJECTED-COUNT " rejected, "
                   WS-REFUSED-COUNT " refused, "
                   WS-PENDING-COUNT " still pending"
           GOBACK
       .

      *> A queue that doesn't exist yet is created empty and reopened
      *> I-O, since this program both reads and rewrites it.
       OPEN-PENDING-FILE.
           OPEN I-O PENDING-FILE
           IF WS-PENDING-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF
       .

      *> ERBOVRDREQ is optional - no file means no new requests. Once
      *> read it is emptied (re-opened OUTPUT, the way ERBDRVR clears
      *> its checkpoint) so the next run doesn't queue them again -
      *> all but the lines ERBPENDING refused, which are written back.
      *> If more were refused than WS-UNQUEUED-TABLE holds, the file
      *> is left exactly as it was: queuing a request twice is caught
      *> by the reviewer, losing one is not caught at all.
       QUEUE-OVERRIDE-REQUESTS.
           OPEN INPUT OVERRIDE-REQUEST-FILE
           IF WS-OVERRIDE-REQUEST-STATUS NOT = "35"
               MOVE "false" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-OVERRIDE-REQUEST
               PERFORM UNTIL WS-EOF-SWITCH = "true"
                   IF OVR-RECORD-NAME NOT = SPACES
                       PERFORM QUEUE-ONE-OVERRIDE-REQUEST
                   END-IF
                   PERFORM READ-NEXT-OVERRIDE-REQUEST
               END-PERFORM
               CLOSE OVERRIDE-REQUEST-FILE
               IF WS-UNQUEUED-OVERFLOW = "true"
                   DISPLAY "ERBAPPRV: WARNING - more than "
                           WS-UNQUEUED-TABLE-MAX " override requests "
                           "not queued, ERBOVRDREQ left unchanged"
               ELSE
                   OPEN OUTPUT OVERRIDE-REQUEST-FILE
                   MOVE 1 TO WS-UNQ-IDX
                   PERFORM UNTIL WS-UNQ-IDX > WS-UNQUEUED-COUNT
                       MOVE WS-UNQUEUED-LINE(WS-UNQ-IDX) TO OVERRIDE-RECORD
                       WRITE OVERRIDE-RECORD
                       ADD 1 TO WS-UNQ-IDX
                   END-PERFORM
                   CLOSE OVERRIDE-REQUEST-FILE
               END-IF
           END-IF
       .

       READ-NEXT-OVERRIDE-REQUEST.
           READ OVERRIDE-REQUEST-FILE
               AT END
                   MOVE "true" TO WS-EOF-SWITCH
           END-READ
       .

      *> A request that names no OVR-OVERRIDDEN-BY is refused and
      *> dropped - with no submitter, the check that the approver is
      *> someone else has nothing to compare against.
       QUEUE-ONE-OVERRIDE-REQUEST.
           MOVE SPACES TO PENDING-RECORD
           MOVE "OVRD" TO PEND-ITEM-TYPE
           MOVE OVR-RECORD-NAME TO PEND-RECORD-NAME
           MOVE SPACES TO WS-DEC-REVIEWER
           MOVE SPACES TO WS-REFUSAL-REASON
           IF OVR-OVERRIDDEN-BY = SPACES
               ADD 1 TO WS-NOT-QUEUED-COUNT
               MOVE "request names no OVR-OVERRIDDEN-BY - not queued"
                   TO WS-REFUSAL-REASON
               MOVE "REFUSED" TO WS-LOG-OUTCOME
               PERFORM WRITE-APPROVAL-LOG-LINE
           ELSE
               ADD 1 TO WS-PENDING-SEQUENCE
               STRING WS-RUN-STAMP DELIMITED BY SIZE
                      "A" DELIMITED BY SIZE
                      WS-PENDING-SEQUENCE DELIMITED BY SIZE
                      INTO PEND-ITEM-ID
               MOVE "PENDING" TO PEND-STATUS
               MOVE OVR-OVERRIDDEN-BY TO PEND-SUBMITTED-BY
               MOVE WS-RUN-DATE TO PEND-SUBMITTED-DATE
               MOVE 0 TO PEND-REVIEWED-DATE
               MOVE OVERRIDE-RECORD TO PEND-PAYLOAD
               WRITE PENDING-RECORD
                   INVALID KEY
                       ADD 1 TO WS-NOT-QUEUED-COUNT
                       DISPLAY "ERBAPPRV: WARNING - override request for "
                               FUNCTION TRIM(OVR-RECORD-NAME)
                               " not queued, file status "
                               WS-PENDING-FILE-STATUS
                       PERFORM KEEP-UNQUEUED-REQUEST
                   NOT INVALID KEY
                       ADD 1 TO WS-QUEUED-COUNT
                       MOVE "QUEUED" TO WS-LOG-OUTCOME
                       PERFORM WRITE-APPROVAL-LOG-LINE
               END-WRITE
           END-IF
       .

       KEEP-UNQUEUED-REQUEST.
           IF WS-UNQUEUED-COUNT >= WS-UNQUEUED-TABLE-MAX
               MOVE "true" TO WS-UNQUEUED-OVERFLOW
           ELSE
               ADD 1 TO WS-UNQUEUED-COUNT
               MOVE OVERRIDE-RECORD TO WS-UNQUEUED-LINE(WS-UNQUEUED-COUNT)
           END-IF
       .

      *> The master is opened only when there are decisions to apply;
      *> a missing master doesn't stop the run - approved TXN items
      *> are refused (and stay pending) while OVRD items still apply.
       APPLY-REVIEW-DECISIONS.
           OPEN INPUT DECISION-FILE
           IF WS-DECISION-FILE-STATUS NOT = "35"
               OPEN I-O CANDIDATE-FILE
               IF WS-CANDIDATE-FILE-STATUS = "35"
                   MOVE "false" TO WS-MASTER-AVAILABLE
               ELSE
                   MOVE "true" TO WS-MASTER-AVAILABLE
                   PERFORM OPEN-HISTORY-FILE
               END-IF
               MOVE "false" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-DECISION
               PERFORM UNTIL WS-EOF-SWITCH = "true"
                   IF DECISION-LINE NOT = SPACES
                       ADD 1 TO WS-DECISION-READ-COUNT
                       PERFORM APPLY-ONE-DECISION
                   END-IF
                   PERFORM READ-NEXT-DECISION
               END-PERFORM
               IF WS-MASTER-AVAILABLE = "true"
                   CLOSE HISTORY-FILE
                   CLOSE CANDIDATE-FILE
               END-IF
               CLOSE DECISION-FILE
               OPEN OUTPUT DECISION-FILE
               CLOSE DECISION-FILE
           END-IF
       .

       READ-NEXT-DECISION.
           READ DECISION-FILE
               AT END
                   MOVE "true" TO WS-EOF-SWITCH
           END-READ
       .

       APPLY-ONE-DECISION.
           MOVE SPACES TO WS-DEC-ITEM-ID
           MOVE SPACES TO WS-DEC-ACTION
           MOVE SPACES TO WS-DEC-REVIEWER
           MOVE SPACES TO WS-DEC-REASON
           UNSTRING DECISION-LINE DELIMITED BY "|"
               INTO WS-DEC-ITEM-ID, WS-DEC-ACTION,
                    WS-DEC-REVIEWER, WS-DEC-REASON
           MOVE WS-DEC-ITEM-ID TO PEND-ITEM-ID
           READ PENDING-FILE
               INVALID KEY
                   MOVE SPACES TO PENDING-RECORD
                   MOVE WS-DEC-ITEM-ID TO PEND-ITEM-ID
                   MOVE "no such item on ERBPENDING"
                       TO WS-REFUSAL-REASON
                   PERFORM REFUSE-DECISION
               NOT INVALID KEY
                   PERFORM DECIDE-PENDING-ITEM
           END-READ
       .

      *> Every check that can refuse a decision comes before anything
      *> is applied, so a refused decision changes nothing but the log.
       DECIDE-PENDING-ITEM.
           MOVE SPACES TO WS-REFUSAL-REASON
           IF PEND-STATUS NOT = "PENDING"
               STRING "item was already " DELIMITED BY SIZE
                      FUNCTION TRIM(PEND-STATUS) DELIMITED BY SIZE
                      " by " DELIMITED BY SIZE
                      FUNCTION TRIM(PEND-REVIEWED-BY) DELIMITED BY SIZE
                      INTO WS-REFUSAL-REASON
           ELSE
               IF WS-DEC-REVIEWER = SPACES
                   MOVE "reviewer name is required"
                       TO WS-REFUSAL-REASON
               ELSE
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DEC-REVIEWER))
                      = FUNCTION UPPER-CASE(FUNCTION TRIM(PEND-SUBMITTED-BY))
                       MOVE "reviewer is the submitter - a second analyst must decide"
                           TO WS-REFUSAL-REASON
                   ELSE
                       IF WS-DEC-ACTION NOT = "APPROVE"
                          AND WS-DEC-ACTION NOT = "REJECT"
                           MOVE "decision must be APPROVE or REJECT"
                               TO WS-REFUSAL-REASON
                       ELSE
                           IF WS-DEC-ACTION = "REJECT"
                              AND WS-DEC-REASON = SPACES
                               MOVE "a rejection must give a reason"
                                   TO WS-REFUSAL-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
      *> Neither program queues an item without a submitter, but one
      *> that has none can't be shown to have had a second analyst's
      *> eyes on it - it may still be rejected off the queue.
           IF WS-REFUSAL-REASON = SPACES
              AND WS-DEC-ACTION = "APPROVE"
              AND PEND-SUBMITTED-BY = SPACES
               MOVE "item names no submitter - it can be rejected but not approved"
                   TO WS-REFUSAL-REASON
           END-IF
           IF WS-REFUSAL-REASON = SPACES
              AND WS-DEC-ACTION = "APPROVE"
               IF PEND-ITEM-TYPE = "TXN"
                   PERFORM APPLY-APPROVED-CHANGE
               ELSE
                   PERFORM APPLY-APPROVED-OVERRIDE
               END-IF
           END-IF
           IF WS-REFUSAL-REASON = SPACES
               PERFORM RECORD-DECISION-ON-ITEM
           ELSE
               PERFORM REFUSE-DECISION
           END-IF
       .

      *> Applied exactly as APPLY-CHANGE-TXN in ERBMAINT would have:
      *> the transaction's fields replace the input portion of the
      *> record as it stands now, the derived portion is carried
      *> forward for the next ERBDRVR run to recompute - provided
      *> that input portion is still what it was when the change was
      *> held, or the approval would quietly undo whatever changed it
      *> since (and LANGCANDHIST would credit that to the submitter).
      *> A held ADD (a deleted name coming back) is applied as
      *> APPLY-ADD-TXN would have, and only while the name is still
      *> off the master.
       APPLY-APPROVED-CHANGE.
           IF WS-MASTER-AVAILABLE = "false"
               MOVE "LANGCAND master not found - change not applied"
                   TO WS-REFUSAL-REASON
           ELSE
               MOVE PEND-PAYLOAD TO MAINT-TXN-RECORD
               MOVE TXN-RECORD-NAME TO RECORD-NAME OF CAND-FILE-RECORD
               READ CANDIDATE-FILE
                   INVALID KEY
                       IF TXN-ACTION = "ADD"
                           PERFORM WRITE-APPROVED-ADD
                       ELSE
                           MOVE "RECORD-NAME is no longer on the master"
                               TO WS-REFUSAL-REASON
                       END-IF
                   NOT INVALID KEY
                       IF TXN-ACTION = "ADD"
                           MOVE "RECORD-NAME is already back on the master"
                               TO WS-REFUSAL-REASON
                       ELSE
                           PERFORM REWRITE-APPROVED-CHANGE
                       END-IF
               END-READ
           END-IF
       .

       REWRITE-APPROVED-CHANGE.
           IF CAND-FILE-RECORD(1:208) NOT = PEND-BASE-IMAGE
               MOVE "master changed since submitted - resubmit against the current record"
                   TO WS-REFUSAL-REASON
           ELSE
               PERFORM APPLY-CHANGE-TO-MASTER
           END-IF
       .

       APPLY-CHANGE-TO-MASTER.
           MOVE CAND-FILE-RECORD TO CAND-WORK-RECORD
           MOVE TXN-CANDIDATE-FIELDS TO CAND-WORK-RECORD(1:208)
           CALL "ERBEDIT" USING CAND-WORK-RECORD, EDIT-RESULT
           IF EDIT-PASSED NOT = "true"
               STRING "field " DELIMITED BY SIZE
                      FUNCTION TRIM(EDIT-FIELD-NAME) DELIMITED BY SIZE
                      " holds '" DELIMITED BY SIZE
                      FUNCTION TRIM(EDIT-FIELD-VALUE) DELIMITED BY SIZE
                      "'" DELIMITED BY SIZE
                      INTO WS-REFUSAL-REASON
           ELSE
               MOVE CAND-FILE-RECORD TO HIST-BEFORE-IMAGE
               MOVE CAND-WORK-RECORD TO HIST-AFTER-IMAGE
               MOVE CAND-WORK-RECORD TO CAND-FILE-RECORD
               REWRITE CAND-FILE-RECORD
               PERFORM WRITE-HISTORY-RECORD
           END-IF
       .

       WRITE-APPROVED-ADD.
           MOVE SPACES TO CAND-WORK-RECORD
           MOVE TXN-CANDIDATE-FIELDS TO CAND-WORK-RECORD(1:208)
           CALL "ERBEDIT" USING CAND-WORK-RECORD, EDIT-RESULT
           IF EDIT-PASSED NOT = "true"
               STRING "field " DELIMITED BY SIZE
                      FUNCTION TRIM(EDIT-FIELD-NAME) DELIMITED BY SIZE
                      " holds '" DELIMITED BY SIZE
                      FUNCTION TRIM(EDIT-FIELD-VALUE) DELIMITED BY SIZE
                      "'" DELIMITED BY SIZE
                      INTO WS-REFUSAL-REASON
           ELSE
               MOVE SPACES TO HIST-BEFORE-IMAGE
               MOVE CAND-WORK-RECORD TO HIST-AFTER-IMAGE
               MOVE CAND-WORK-RECORD TO CAND-FILE-RECORD
               WRITE CAND-FILE-RECORD
               PERFORM WRITE-HISTORY-RECORD
           END-IF
       .

       APPLY-APPROVED-OVERRIDE.
           OPEN EXTEND OVERRIDE-FILE
           IF WS-OVERRIDE-FILE-STATUS = "35"
               OPEN OUTPUT OVERRIDE-FILE
           END-IF
           MOVE PEND-PAYLOAD TO OVERRIDE-LINE
           WRITE OVERRIDE-LINE
           CLOSE OVERRIDE-FILE
       .

       RECORD-DECISION-ON-ITEM.
           IF WS-DEC-ACTION = "APPROVE"
               MOVE "APPROVED" TO PEND-STATUS
               ADD 1 TO WS-APPROVED-COUNT
           ELSE
               MOVE "REJECTED" TO PEND-STATUS
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM WRITE-RETURN-LINE
           END-IF
           MOVE WS-DEC-REVIEWER TO PEND-REVIEWED-BY
           MOVE WS-RUN-DATE TO PEND-REVIEWED-DATE
           MOVE WS-DEC-REASON TO PEND-REASON
           REWRITE PENDING-RECORD
           MOVE PEND-STATUS TO WS-LOG-OUTCOME
           PERFORM WRITE-APPROVAL-LOG-LINE
       .

       REFUSE-DECISION.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE "REFUSED" TO WS-LOG-OUTCOME
           PERFORM WRITE-APPROVAL-LOG-LINE
       .

      *> Pipe-delimited so it can go straight back to the submitter:
      *>   SUBMITTED-BY|ITEM-ID|TYPE|RECORD-NAME|REVIEWED-BY|REASON
       WRITE-RETURN-LINE.
           MOVE SPACES TO RETURN-LINE
           STRING FUNCTION TRIM(PEND-SUBMITTED-BY) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  PEND-ITEM-ID DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(PEND-ITEM-TYPE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(PEND-RECORD-NAME) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DEC-REVIEWER) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DEC-REASON) DELIMITED BY SIZE
                  INTO RETURN-LINE
           WRITE RETURN-LINE
       .

      *> Both names on every line - the submitter from the queue, the
      *> reviewer from the decision - plus the reason or note given.
       WRITE-APPROVAL-LOG-LINE.
           MOVE SPACES TO APPROVAL-LOG-LINE
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PEND-ITEM-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PEND-ITEM-TYPE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(PEND-RECORD-NAME) DELIMITED BY SIZE
                  " SUBMITTED-BY=" DELIMITED BY SIZE
                  FUNCTION TRIM(PEND-SUBMITTED-BY) DELIMITED BY SIZE
                  " REVIEWED-BY=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DEC-REVIEWER) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOG-OUTCOME) DELIMITED BY SIZE
                  INTO APPROVAL-LOG-LINE
           WRITE APPROVAL-LOG-LINE
           IF WS-REFUSAL-REASON NOT = SPACES
               MOVE SPACES TO APPROVAL-LOG-LINE
               STRING "  REFUSED - " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-REFUSAL-REASON) DELIMITED BY SIZE
                      INTO APPROVAL-LOG-LINE
               WRITE APPROVAL-LOG-LINE
           ELSE
               IF WS-LOG-OUTCOME NOT = "QUEUED"
                  AND WS-DEC-REASON NOT = SPACES
                   MOVE SPACES TO APPROVAL-LOG-LINE
                   STRING "  REASON: " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-DEC-REASON) DELIMITED BY SIZE
                          INTO APPROVAL-LOG-LINE
                   WRITE APPROVAL-LOG-LINE
               END-IF
           END-IF
       .

       WRITE-PENDING-LISTING.
           OPEN OUTPUT PENDING-REPORT-FILE
           MOVE SPACES TO PENDING-REPORT-LINE
           STRING "ERBAPPRV ITEMS AWAITING APPROVAL - RUN DATE "
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO PENDING-REPORT-LINE
           WRITE PENDING-REPORT-LINE
           MOVE SPACES TO PENDING-REPORT-LINE
           WRITE PENDING-REPORT-LINE
           MOVE LOW-VALUES TO PEND-ITEM-ID
           MOVE "false" TO WS-EOF-SWITCH
           START PENDING-FILE KEY IS NOT LESS THAN PEND-ITEM-ID
               INVALID KEY
                   MOVE "true" TO WS-EOF-SWITCH
           END-START
           IF WS-EOF-SWITCH = "false"
               PERFORM READ-NEXT-PENDING-ITEM
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = "true"
               IF PEND-STATUS = "PENDING"
                   PERFORM WRITE-PENDING-DETAIL-LINE
               END-IF
               PERFORM READ-NEXT-PENDING-ITEM
           END-PERFORM
           MOVE SPACES TO PENDING-REPORT-LINE
           WRITE PENDING-REPORT-LINE
           MOVE SPACES TO PENDING-REPORT-LINE
           STRING "Total pending: " DELIMITED BY SIZE
                  WS-PENDING-COUNT DELIMITED BY SIZE
                  ", oldest waiting: " DELIMITED BY SIZE
                  WS-OLDEST-AGE-DAYS DELIMITED BY SIZE
                  " days" DELIMITED BY SIZE
                  INTO PENDING-REPORT-LINE
           WRITE PENDING-REPORT-LINE
           CLOSE PENDING-REPORT-FILE
       .

       READ-NEXT-PENDING-ITEM.
           READ PENDING-FILE NEXT
               AT END
                   MOVE "true" TO WS-EOF-SWITCH
           END-READ
       .

       WRITE-PENDING-DETAIL-LINE.
           ADD 1 TO WS-PENDING-COUNT
           MOVE 0 TO WS-AGE-DAYS
           IF PEND-SUBMITTED-DATE NUMERIC
              AND PEND-SUBMITTED-DATE > 0
              AND PEND-SUBMITTED-DATE <= WS-RUN-DATE
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(PEND-SUBMITTED-DATE)
           END-IF
           IF WS-AGE-DAYS > WS-OLDEST-AGE-DAYS
               MOVE WS-AGE-DAYS TO WS-OLDEST-AGE-DAYS
           END-IF
           MOVE SPACES TO PENDING-REPORT-LINE
           STRING PEND-ITEM-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PEND-ITEM-TYPE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(PEND-RECORD-NAME) DELIMITED BY SIZE
                  " SUBMITTED-BY=" DELIMITED BY SIZE
                  FUNCTION TRIM(PEND-SUBMITTED-BY) DELIMITED BY SIZE
                  " ON " DELIMITED BY SIZE
                  PEND-SUBMITTED-DATE DELIMITED BY SIZE
                  " WAITING " DELIMITED BY SIZE
                  WS-AGE-DAYS DELIMITED BY SIZE
                  " DAYS" DELIMITED BY SIZE
                  INTO PENDING-REPORT-LINE
           WRITE PENDING-REPORT-LINE
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

      *> The analyst who asked for the change is who made it; the
      *> reviewer who let it through is on the ERBAPPRVLOG line.
       WRITE-HISTORY-RECORD.
           ADD 1 TO WS-HISTORY-SEQUENCE
           MOVE TXN-RECORD-NAME TO HIST-RECORD-NAME
           ACCEPT HIST-EFFECTIVE-DATE FROM DATE YYYYMMDD
           ACCEPT HIST-EFFECTIVE-TIME FROM TIME
           MOVE WS-HISTORY-SEQUENCE TO HIST-SEQUENCE
           MOVE TXN-ACTION TO HIST-ACTION
           MOVE "ERBAPPRV" TO HIST-SOURCE-PROGRAM
           MOVE TXN-SUBMITTED-BY TO HIST-CHANGED-BY
           WRITE HISTORY-RECORD
               INVALID KEY
                   DISPLAY "ERBAPPRV: WARNING - history entry for "
                           FUNCTION TRIM(TXN-RECORD-NAME)
                           " not written, file status "
                           WS-HISTORY-FILE-STATUS
           END-WRITE
       .
