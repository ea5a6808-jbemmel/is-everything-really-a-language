      *> overrides. Every field of an ADD or CHANGE is edited by
      *> ERBEDIT first; a rejected transaction (unknown name on
      *> CHANGE/DELETE, duplicate name on ADD, or a failed field
      *> edit) leaves the master untouched. Every applied transaction
      *> is also written to the LANGCANDHIST change history
      *> (erb_histrec.cpy) with the full before and after record images
      *> and TXN-SUBMITTED-BY as the analyst who made it.
      *> A CHANGE that flips RECORD-IS-LANGUAGE is ground truth moving
      *> on one analyst's say-so, so it is not applied here: it passes
      *> the same edits, then is HELD on the ERBPENDING approval queue
      *> (erb_pendrec.cpy) until a different analyst approves it
      *> through ERBAPPRV (or rejected, if it names no SUBMITTED-BY
      *> for the approver to differ from). So is an ADD that brings
      *> back a deleted RECORD-NAME with the opposite
      *> RECORD-IS-LANGUAGE - a DELETE followed by an ADD is the same
      *> flip in two steps. The value the name last held comes from
      *> the names deleted earlier in this run, or else from its
      *> latest LANGCANDHIST entry.
      *> GnuCOBOL free-format: cobc -free -x erb_maint.cbl erb_edit.cbl
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERBMAINT.
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
           SELECT PENDING-FILE ASSIGN TO "ERBPENDING"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PEND-ITEM-ID
               FILE STATUS IS WS-PENDING-FILE-STATUS.
           SELECT MAINT-TXN-FILE ASSIGN TO "LANGCANDTXN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-TXN-STATUS.
       FILE SECTION.
       FD CANDIDATE-FILE.
           COPY "erb_copy" REPLACING ==CANDIDATE-RECORD== BY ==CAND-FILE-RECORD==.
       FD HISTORY-FILE.
           COPY "erb_histrec".
       FD PENDING-FILE.
           COPY "erb_pendrec".
       FD MAINT-TXN-FILE.
           COPY "erb_txnrec".
       FD MAINT-LOG-FILE.
       01 WS-RUN-DATE                 PIC 9(08).
       01 WS-CANDIDATE-FILE-STATUS    PIC X(02).
       01 WS-MAINT-TXN-STATUS         PIC X(02).
       01 WS-HISTORY-FILE-STATUS      PIC X(02).
       01 WS-HISTORY-SEQUENCE         PIC 9(06) VALUE 0.
       01 WS-PENDING-FILE-STATUS      PIC X(02).
       01 WS-PENDING-SEQUENCE         PIC 9(04) VALUE 0.
       01 WS-MAINT-HELD-COUNT         PIC 9(06) VALUE 0.
       01 WS-TIME-TEXT                PIC 9(08).
       01 WS-RUN-STAMP                PIC X(16).
       01 WS-EOF-SWITCH               PIC X(05) VALUE "false".
       01 WS-TXN-READ-COUNT           PIC 9(06) VALUE 0.
       01 WS-MAINT-APPLIED-COUNT      PIC 9(06) VALUE 0.
       01 WS-MAINT-REJECTED-COUNT     PIC 9(06) VALUE 0.
       01 WS-TXN-STATE                PIC X(10).
       01 WS-MASTER-FOUND             PIC X(05).
       01 WS-HOLD-REASON              PIC X(50).
       01 WS-ITEM-QUEUED              PIC X(05).
      *> Names deleted earlier in this run, with the RECORD-IS-LANGUAGE
      *> each held when it went. LANGCANDHIST carries the same fact,
      *> but a history entry that failed to write must not open the
      *> way to a re-ADD that skips approval.
       01 WS-DELETED-TABLE.
           05 WS-DELETED-ENTRY OCCURS 500 TIMES.
               10 WS-DEL-NAME         PIC X(60).
               10 WS-DEL-IS-LANG      PIC X(05).
       01 WS-DELETED-COUNT            PIC 9(04) VALUE 0.
       01 WS-DELETED-TABLE-MAX        PIC 9(04) VALUE 0500.
       01 WS-DEL-IDX                  PIC 9(04).
      *> RECORD-IS-LANGUAGE the name last held before an ADD - SPACES
      *> when it has never been on the master.
       01 WS-PRIOR-IS-LANGUAGE        PIC X(05).
       01 WS-HIST-SCAN-DONE           PIC X(05).
      *> Work copy of the candidate record handed to ERBEDIT - the FD
      *> record keeps the as-read master row until the edit passes, so
      *> a rejected CHANGE rewrites nothing and the before image in
      *> the audit listing is the row exactly as it stood.
           COPY "erb_copy" REPLACING ==CANDIDATE-RECORD== BY ==CAND-WORK-RECORD==.
      *> A LANGCANDHIST image laid back out as a record, so the
      *> RECORD-IS-LANGUAGE it carried can be read.
           COPY "erb_copy" REPLACING ==CANDIDATE-RECORD== BY ==CAND-PRIOR-RECORD==.
           COPY "erb_editrec".
       PROCEDURE DIVISION.
       MAINT-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-TEXT FROM TIME
           MOVE SPACES TO WS-RUN-STAMP
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  WS-TIME-TEXT DELIMITED BY SIZE
                  INTO WS-RUN-STAMP
           OPEN OUTPUT MAINT-LOG-FILE
           MOVE SPACES TO MAINT-LOG-LINE
           STRING "ERBMAINT MASTER MAINTENANCE AUDIT LISTING - RUN DATE "
                   TO MAINT-LOG-LINE
               WRITE MAINT-LOG-LINE
           ELSE
               PERFORM OPEN-HISTORY-FILE
               PERFORM OPEN-PENDING-FILE
               PERFORM APPLY-ALL-TRANSACTIONS
               CLOSE PENDING-FILE
               CLOSE HISTORY-FILE
               CLOSE CANDIDATE-FILE
           END-IF
           MOVE SPACES TO MAINT-LOG-LINE
                  WS-MAINT-APPLIED-COUNT DELIMITED BY SIZE
                  ", total rejected: " DELIMITED BY SIZE
                  WS-MAINT-REJECTED-COUNT DELIMITED BY SIZE
                  ", total held for approval: " DELIMITED BY SIZE
                  WS-MAINT-HELD-COUNT DELIMITED BY SIZE
                  INTO MAINT-LOG-LINE
           WRITE MAINT-LOG-LINE
           CLOSE MAINT-LOG-FILE
           DISPLAY "ERBMAINT: " WS-TXN-READ-COUNT " transactions read, "
                   WS-MAINT-APPLIED-COUNT " applied, "
                   WS-MAINT-REJECTED-COUNT " rejected, "
                   WS-MAINT-HELD-COUNT " held for approval"
           GOBACK
       .

               MOVE TXN-CANDIDATE-FIELDS TO CAND-WORK-RECORD(1:208)
               CALL "ERBEDIT" USING CAND-WORK-RECORD, EDIT-RESULT
               IF EDIT-PASSED = "true"
                   PERFORM FIND-PRIOR-IS-LANGUAGE
                   IF WS-PRIOR-IS-LANGUAGE NOT = SPACES
                      AND WS-PRIOR-IS-LANGUAGE
                          NOT = RECORD-IS-LANGUAGE OF CAND-WORK-RECORD
                       PERFORM HOLD-CHANGE-FOR-APPROVAL
                   ELSE
                       MOVE "APPLIED" TO WS-TXN-STATE
                       ADD 1 TO WS-MAINT-APPLIED-COUNT
                       PERFORM WRITE-TXN-HEADER-LINE
                       PERFORM WRITE-AFTER-IMAGE-LINE
                       MOVE CAND-WORK-RECORD TO CAND-FILE-RECORD
                       WRITE CAND-FILE-RECORD
                       MOVE SPACES TO HIST-BEFORE-IMAGE
                       MOVE CAND-WORK-RECORD TO HIST-AFTER-IMAGE
                       PERFORM WRITE-HISTORY-RECORD
                   END-IF
               ELSE
                   MOVE "REJECTED" TO WS-TXN-STATE
                   ADD 1 TO WS-MAINT-REJECTED-COUNT
               MOVE TXN-CANDIDATE-FIELDS TO CAND-WORK-RECORD(1:208)
               CALL "ERBEDIT" USING CAND-WORK-RECORD, EDIT-RESULT
               IF EDIT-PASSED = "true"
                   IF RECORD-IS-LANGUAGE OF CAND-WORK-RECORD
                          NOT = RECORD-IS-LANGUAGE OF CAND-FILE-RECORD
                       PERFORM HOLD-CHANGE-FOR-APPROVAL
                   ELSE
                       MOVE "APPLIED" TO WS-TXN-STATE
                       ADD 1 TO WS-MAINT-APPLIED-COUNT
                       PERFORM WRITE-TXN-HEADER-LINE
                       PERFORM WRITE-BEFORE-IMAGE-LINE
                       PERFORM WRITE-AFTER-IMAGE-LINE
                       MOVE CAND-FILE-RECORD TO HIST-BEFORE-IMAGE
                       MOVE CAND-WORK-RECORD TO HIST-AFTER-IMAGE
                       MOVE CAND-WORK-RECORD TO CAND-FILE-RECORD
                       REWRITE CAND-FILE-RECORD
                       PERFORM WRITE-HISTORY-RECORD
                   END-IF
               ELSE
                   MOVE "REJECTED" TO WS-TXN-STATE
                   ADD 1 TO WS-MAINT-REJECTED-COUNT
           END-IF
       .

      *> The name's latest state wins: a DELETE earlier in this run
      *> is later than anything LANGCANDHIST held when the run began,
      *> and within each source the last entry for the name is the
      *> newest.
       FIND-PRIOR-IS-LANGUAGE.
           MOVE SPACES TO WS-PRIOR-IS-LANGUAGE
           MOVE 1 TO WS-DEL-IDX
           PERFORM UNTIL WS-DEL-IDX > WS-DELETED-COUNT
               IF WS-DEL-NAME(WS-DEL-IDX) = TXN-RECORD-NAME
                   MOVE WS-DEL-IS-LANG(WS-DEL-IDX) TO WS-PRIOR-IS-LANGUAGE
               END-IF
               ADD 1 TO WS-DEL-IDX
           END-PERFORM
           IF WS-PRIOR-IS-LANGUAGE = SPACES
               PERFORM FIND-PRIOR-IN-HISTORY
           END-IF
       .

      *> HIST-KEY leads with HIST-RECORD-NAME, so a START at the name
      *> with a zero date, time and sequence lands on its oldest
      *> entry and READ NEXT walks forward to its newest. Each entry's
      *> after image is the state it left behind - or, for a DELETE,
      *> whose after image is SPACES, the before image is the state
      *> the name last had. A LANGCANDHIST opened OUTPUT because it
      *> didn't exist yet has no entries to find.
       FIND-PRIOR-IN-HISTORY.
           MOVE TXN-RECORD-NAME TO HIST-RECORD-NAME
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
                  OR HIST-RECORD-NAME NOT = TXN-RECORD-NAME
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

      *> The held transaction goes onto ERBPENDING exactly as it was
      *> submitted; ERBAPPRV re-reads the master and applies it the
      *> same way APPLY-CHANGE-TXN (or, for a re-ADD, APPLY-ADD-TXN)
      *> would once a second analyst approves. A transaction with no
      *> SUBMITTED-BY is rejected instead - the approver has to be a
      *> different analyst from the submitter, and an anonymous one
      *> can't be told apart. So is one ERBPENDING won't take: a
      *> change that isn't on the queue must not be logged as held.
       HOLD-CHANGE-FOR-APPROVAL.
           IF TXN-SUBMITTED-BY = SPACES
               MOVE "REJECTED" TO WS-TXN-STATE
               ADD 1 TO WS-MAINT-REJECTED-COUNT
               PERFORM WRITE-TXN-HEADER-LINE
               MOVE "  REJECTED - SUBMITTED-BY is required on a change held for approval"
                   TO MAINT-LOG-LINE
               WRITE MAINT-LOG-LINE
           ELSE
               PERFORM QUEUE-HELD-TRANSACTION
               IF WS-ITEM-QUEUED = "true"
                   MOVE "HELD" TO WS-TXN-STATE
                   ADD 1 TO WS-MAINT-HELD-COUNT
                   PERFORM WRITE-HELD-TXN-LINES
               ELSE
                   MOVE "REJECTED" TO WS-TXN-STATE
                   ADD 1 TO WS-MAINT-REJECTED-COUNT
                   PERFORM WRITE-TXN-HEADER-LINE
                   MOVE SPACES TO MAINT-LOG-LINE
                   STRING "  REJECTED - not queued on ERBPENDING, file status "
                              DELIMITED BY SIZE
                          WS-PENDING-FILE-STATUS DELIMITED BY SIZE
                          INTO MAINT-LOG-LINE
                   WRITE MAINT-LOG-LINE
               END-IF
           END-IF
       .

      *> A held CHANGE carries the master's input portion as it stood
      *> now, so ERBAPPRV can tell whether the record has moved on
      *> before the approval lands; a held ADD has no record to carry.
       QUEUE-HELD-TRANSACTION.
           ADD 1 TO WS-PENDING-SEQUENCE
           MOVE SPACES TO PENDING-RECORD
           STRING WS-RUN-STAMP DELIMITED BY SIZE
                  "M" DELIMITED BY SIZE
                  WS-PENDING-SEQUENCE DELIMITED BY SIZE
                  INTO PEND-ITEM-ID
           MOVE "TXN" TO PEND-ITEM-TYPE
           MOVE "PENDING" TO PEND-STATUS
           MOVE TXN-RECORD-NAME TO PEND-RECORD-NAME
           MOVE TXN-SUBMITTED-BY TO PEND-SUBMITTED-BY
           MOVE WS-RUN-DATE TO PEND-SUBMITTED-DATE
           MOVE 0 TO PEND-REVIEWED-DATE
           MOVE MAINT-TXN-RECORD TO PEND-PAYLOAD
           IF TXN-ACTION = "CHANGE"
               MOVE CAND-FILE-RECORD(1:208) TO PEND-BASE-IMAGE
           END-IF
           WRITE PENDING-RECORD
               INVALID KEY
                   MOVE "false" TO WS-ITEM-QUEUED
                   DISPLAY "ERBMAINT: WARNING - approval item for "
                           FUNCTION TRIM(TXN-RECORD-NAME)
                           " not queued, file status "
                           WS-PENDING-FILE-STATUS
               NOT INVALID KEY
                   MOVE "true" TO WS-ITEM-QUEUED
           END-WRITE
       .

      *> The listing shows the change the item is waiting on - for a
      *> re-ADD there is no master row to show as the before image,
      *> so the value the name last held is shown instead.
       WRITE-HELD-TXN-LINES.
           PERFORM WRITE-TXN-HEADER-LINE
           IF TXN-ACTION = "ADD"
               MOVE SPACES TO MAINT-LOG-LINE
               STRING "  BEFORE: not on the master - RECORD-IS-LANGUAGE was "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PRIOR-IS-LANGUAGE) DELIMITED BY SIZE
                      " when last held" DELIMITED BY SIZE
                      INTO MAINT-LOG-LINE
               WRITE MAINT-LOG-LINE
               MOVE "re-ADD with a different RECORD-IS-LANGUAGE"
                   TO WS-HOLD-REASON
           ELSE
               PERFORM WRITE-BEFORE-IMAGE-LINE
               MOVE "RECORD-IS-LANGUAGE change" TO WS-HOLD-REASON
           END-IF
           PERFORM WRITE-AFTER-IMAGE-LINE
           MOVE SPACES TO MAINT-LOG-LINE
           STRING "  HELD - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOLD-REASON) DELIMITED BY SIZE
                  " awaits a second " DELIMITED BY SIZE
                  "analyst's approval, ERBPENDING item " DELIMITED BY SIZE
                  PEND-ITEM-ID DELIMITED BY SIZE
                  INTO MAINT-LOG-LINE
           WRITE MAINT-LOG-LINE
       .

       APPLY-DELETE-TXN.
           IF WS-MASTER-FOUND = "false"
               PERFORM REJECT-NAME-NOT-FOUND
               ADD 1 TO WS-MAINT-APPLIED-COUNT
               PERFORM WRITE-TXN-HEADER-LINE
               PERFORM WRITE-BEFORE-IMAGE-LINE
               PERFORM STORE-DELETED-NAME
               MOVE CAND-FILE-RECORD TO HIST-BEFORE-IMAGE
               MOVE SPACES TO HIST-AFTER-IMAGE
               DELETE CANDIDATE-FILE
               PERFORM WRITE-HISTORY-RECORD
           END-IF
       .

      *> WS-DELETED-TABLE only has room for WS-DELETED-TABLE-MAX
      *> entries (it has to match the OCCURS count above); past that,
      *> a re-ADD of the name is still caught through LANGCANDHIST.
       STORE-DELETED-NAME.
           IF WS-DELETED-COUNT >= WS-DELETED-TABLE-MAX
               DISPLAY "ERBMAINT: WARNING - deleted-name table is full at "
                       WS-DELETED-TABLE-MAX " entries, not tracking "
                       FUNCTION TRIM(TXN-RECORD-NAME)
           ELSE
               ADD 1 TO WS-DELETED-COUNT
               MOVE TXN-RECORD-NAME TO WS-DEL-NAME(WS-DELETED-COUNT)
               MOVE RECORD-IS-LANGUAGE OF CAND-FILE-RECORD
                   TO WS-DEL-IS-LANG(WS-DELETED-COUNT)
           END-IF
       .

                  INTO MAINT-LOG-LINE
           WRITE MAINT-LOG-LINE
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

      *> Same create-on-first-use fall-back as LANGCANDHIST.
       OPEN-PENDING-FILE.
           OPEN I-O PENDING-FILE
           IF WS-PENDING-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
           END-IF
       .

      *> The caller has already set HIST-BEFORE-IMAGE and
      *> HIST-AFTER-IMAGE; the entry is stamped with the moment it was
      *> applied, not the run date, so two changes to one name in the
      *> same run still read back in order.
       WRITE-HISTORY-RECORD.
           ADD 1 TO WS-HISTORY-SEQUENCE
           MOVE TXN-RECORD-NAME TO HIST-RECORD-NAME
           ACCEPT HIST-EFFECTIVE-DATE FROM DATE YYYYMMDD
           ACCEPT HIST-EFFECTIVE-TIME FROM TIME
           MOVE WS-HISTORY-SEQUENCE TO HIST-SEQUENCE
           MOVE TXN-ACTION TO HIST-ACTION
           MOVE "ERBMAINT" TO HIST-SOURCE-PROGRAM
           MOVE TXN-SUBMITTED-BY TO HIST-CHANGED-BY
           WRITE HISTORY-RECORD
               INVALID KEY
                   DISPLAY "ERBMAINT: WARNING - history entry for "
                           FUNCTION TRIM(TXN-RECORD-NAME)
                           " not written, file status "
                           WS-HISTORY-FILE-STATUS
           END-WRITE
       .
