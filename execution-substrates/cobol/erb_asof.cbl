      *> ERB Master "As Of" Reconstruction Utility
      *> Rebuilds the LANGCAND master as it stood at the end of a given
      *> day from the LANGCANDHIST change history (erb_histrec.cpy) -
      *> so "what did Morse Code look like when the March report went
      *> out" is answered from the record itself instead of from
      *> ERBMNTLOG listings and old exports. Run with
      *>   ASOF=YYYYMMDD
      *> on the command line. The snapshot is written to LANGCANDASOF
      *> in the LANGCANDSEQ layout (full erb_copy.cpy record, RECORD-
      *> NAME order), so it can be reloaded into an indexed master by
      *> pointing ERBLOAD's LANGCANDSEQ at it. ERBASOFRPT lists every
      *> candidate the snapshot holds or leaves out, and where its
      *> image came from.
      *> The current master and the history are match-merged on
      *> RECORD-NAME (both read in key order). For a name with history:
      *>   - the after image of its last entry dated on or before the
      *>     as-of date is the record as of that date (a DELETE's
      *>     blank after image means it was off the master);
      *>   - with no entry that early, the before image of its first
      *>     later entry is (an ADD's blank before image means it was
      *>     not on the master yet).
      *> A master record with no history at all has not changed since
      *> the history began and is taken from the master as it stands.
      *> Neither file is written - ERBLOAD restoring a snapshot is a
      *> restore, not a change, and writes no history of its own.
      *> GnuCOBOL free-format: cobc -free -x erb_asof.cbl
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERBASOF.
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
           SELECT HISTORY-FILE ASSIGN TO "LANGCANDHIST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT ASOF-CANDIDATE-FILE ASSIGN TO "LANGCANDASOF"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ASOF-REPORT-FILE ASSIGN TO "ERBASOFRPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CANDIDATE-FILE.
           COPY "erb_copy" REPLACING ==CANDIDATE-RECORD== BY ==CAND-FILE-RECORD==.
       FD HISTORY-FILE.
           COPY "erb_histrec".
       FD ASOF-CANDIDATE-FILE.
           COPY "erb_copy" REPLACING ==CANDIDATE-RECORD== BY ==CAND-SEQ-RECORD==.
       FD ASOF-REPORT-FILE.
       01 ASOF-REPORT-LINE            PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE                 PIC 9(08).
       01 WS-COMMAND-LINE             PIC X(200).
       01 WS-ASOF-DATE                PIC 9(08) VALUE 0.
       01 WS-CANDIDATE-FILE-STATUS    PIC X(02).
       01 WS-HISTORY-FILE-STATUS      PIC X(02).
       01 WS-MASTER-EOF-SWITCH        PIC X(05) VALUE "false".
       01 WS-HISTORY-EOF-SWITCH       PIC X(05) VALUE "false".
      *> Merge keys - set to HIGH-VALUES at end of file, the way
      *> ERBXDIFF's merge-join does, so the side that has run out
      *> always compares high and the other side drains.
       01 WS-MASTER-NAME              PIC X(60).
       01 WS-HISTORY-NAME             PIC X(60).
      *> The candidate whose history entries are being walked, the
      *> image chosen for it so far, and where that image came from.
       01 WS-ASOF-GROUP-NAME          PIC X(60).
       01 WS-ASOF-IMAGE-TAKEN         PIC X(05).
       01 WS-ASOF-SOURCE-DATE         PIC 9(08).
       01 WS-ASOF-SOURCE-ACTION       PIC X(06).
       01 WS-ASOF-SOURCE-BY           PIC X(20).
       01 WS-ASOF-SOURCE-SIDE         PIC X(06).
           COPY "erb_copy" REPLACING ==CANDIDATE-RECORD== BY ==CAND-ASOF-RECORD==.
       01 WS-FROM-MASTER-COUNT        PIC 9(06) VALUE 0.
       01 WS-FROM-HISTORY-COUNT       PIC 9(06) VALUE 0.
       01 WS-NOT-PRESENT-COUNT        PIC 9(06) VALUE 0.
       01 WS-WRITTEN-COUNT            PIC 9(06) VALUE 0.
       PROCEDURE DIVISION.
       ASOF-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE(1:5) = "ASOF="
              AND WS-COMMAND-LINE(6:8) NUMERIC
               MOVE WS-COMMAND-LINE(6:8) TO WS-ASOF-DATE
           ELSE
               DISPLAY "ERBASOF: ASOF=YYYYMMDD is required"
               GOBACK
           END-IF
           PERFORM OPEN-ASOF-INPUT-FILES
           OPEN OUTPUT ASOF-CANDIDATE-FILE
           OPEN OUTPUT ASOF-REPORT-FILE
           MOVE SPACES TO ASOF-REPORT-LINE
           STRING "ERBASOF MASTER RECONSTRUCTION AS OF " DELIMITED BY SIZE
                  WS-ASOF-DATE DELIMITED BY SIZE
                  " - RUN DATE " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO ASOF-REPORT-LINE
           WRITE ASOF-REPORT-LINE
           MOVE SPACES TO ASOF-REPORT-LINE
           WRITE ASOF-REPORT-LINE
           PERFORM READ-NEXT-MASTER-RECORD
           PERFORM READ-NEXT-HISTORY-RECORD
           PERFORM UNTIL WS-MASTER-EOF-SWITCH = "true"
                      AND WS-HISTORY-EOF-SWITCH = "true"
               PERFORM ASOF-MERGE-ONE-STEP
           END-PERFORM
           MOVE SPACES TO ASOF-REPORT-LINE
           WRITE ASOF-REPORT-LINE
           MOVE SPACES TO ASOF-REPORT-LINE
           STRING "Total written: " DELIMITED BY SIZE
                  WS-WRITTEN-COUNT DELIMITED BY SIZE
                  " (from history " DELIMITED BY SIZE
                  WS-FROM-HISTORY-COUNT DELIMITED BY SIZE
                  ", unchanged on master " DELIMITED BY SIZE
                  WS-FROM-MASTER-COUNT DELIMITED BY SIZE
                  "), total not on the master as of that date: "
                      DELIMITED BY SIZE
                  WS-NOT-PRESENT-COUNT DELIMITED BY SIZE
                  INTO ASOF-REPORT-LINE
           WRITE ASOF-REPORT-LINE
           PERFORM CLOSE-ASOF-INPUT-FILES
           CLOSE ASOF-CANDIDATE-FILE
           CLOSE ASOF-REPORT-FILE
           DISPLAY "ERBASOF: as of " WS-ASOF-DATE " - "
                   WS-WRITTEN-COUNT " records written ("
                   WS-FROM-HISTORY-COUNT " from history, "
                   WS-FROM-MASTER-COUNT " unchanged on master), "
                   WS-NOT-PRESENT-COUNT " not on the master then"
           GOBACK
       .

      *> Either file may be missing - no history yet means the master
      *> is its own snapshot, and a lost master can still be rebuilt
      *> as far as the history reaches - so a "35" just marks that
      *> side as already at end of file.
       OPEN-ASOF-INPUT-FILES.
           OPEN INPUT CANDIDATE-FILE
           IF WS-CANDIDATE-FILE-STATUS = "35"
               DISPLAY "ERBASOF: WARNING - LANGCAND master not found, "
                       "rebuilding from history alone"
               MOVE "true" TO WS-MASTER-EOF-SWITCH
               MOVE HIGH-VALUES TO WS-MASTER-NAME
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               DISPLAY "ERBASOF: WARNING - LANGCANDHIST not found, "
                       "snapshot is the master as it stands"
               MOVE "true" TO WS-HISTORY-EOF-SWITCH
               MOVE HIGH-VALUES TO WS-HISTORY-NAME
           END-IF
       .

       CLOSE-ASOF-INPUT-FILES.
           IF WS-CANDIDATE-FILE-STATUS NOT = "35"
               CLOSE CANDIDATE-FILE
           END-IF
           IF WS-HISTORY-FILE-STATUS NOT = "35"
               CLOSE HISTORY-FILE
           END-IF
       .

       READ-NEXT-MASTER-RECORD.
           IF WS-MASTER-EOF-SWITCH = "false"
               READ CANDIDATE-FILE
                   AT END
                       MOVE "true" TO WS-MASTER-EOF-SWITCH
                       MOVE HIGH-VALUES TO WS-MASTER-NAME
                   NOT AT END
                       MOVE RECORD-NAME OF CAND-FILE-RECORD
                           TO WS-MASTER-NAME
               END-READ
           END-IF
       .

       READ-NEXT-HISTORY-RECORD.
           IF WS-HISTORY-EOF-SWITCH = "false"
               READ HISTORY-FILE
                   AT END
                       MOVE "true" TO WS-HISTORY-EOF-SWITCH
                       MOVE HIGH-VALUES TO WS-HISTORY-NAME
                   NOT AT END
                       MOVE HIST-RECORD-NAME TO WS-HISTORY-NAME
               END-READ
           END-IF
       .

      *> A name with history is settled by its history alone, so the
      *> matching master record (if there is one) is simply stepped
      *> past.
       ASOF-MERGE-ONE-STEP.
           IF WS-MASTER-NAME < WS-HISTORY-NAME
               PERFORM WRITE-MASTER-RECORD-AS-IS
               PERFORM READ-NEXT-MASTER-RECORD
           ELSE
               IF WS-MASTER-NAME = WS-HISTORY-NAME
                   PERFORM READ-NEXT-MASTER-RECORD
               END-IF
               PERFORM RESOLVE-ONE-HISTORY-GROUP
           END-IF
       .

       WRITE-MASTER-RECORD-AS-IS.
           MOVE CAND-FILE-RECORD TO CAND-SEQ-RECORD
           WRITE CAND-SEQ-RECORD
           ADD 1 TO WS-WRITTEN-COUNT
           ADD 1 TO WS-FROM-MASTER-COUNT
           MOVE SPACES TO ASOF-REPORT-LINE
           STRING FUNCTION TRIM(RECORD-NAME OF CAND-FILE-RECORD)
                      DELIMITED BY SIZE
                  " - MASTER (no change recorded)" DELIMITED BY SIZE
                  INTO ASOF-REPORT-LINE
           WRITE ASOF-REPORT-LINE
       .

      *> Entries for one name arrive oldest first (HIST-KEY order), so
      *> every entry on or before the as-of date overwrites the image
      *> with its after image and the last of them wins; only the
      *> FIRST later entry's before image is wanted, and only when no
      *> earlier entry was found.
       RESOLVE-ONE-HISTORY-GROUP.
           MOVE WS-HISTORY-NAME TO WS-ASOF-GROUP-NAME
           MOVE "false" TO WS-ASOF-IMAGE-TAKEN
           MOVE SPACES TO CAND-ASOF-RECORD
           PERFORM UNTIL WS-HISTORY-NAME NOT = WS-ASOF-GROUP-NAME
               PERFORM TAKE-ONE-HISTORY-ENTRY
               PERFORM READ-NEXT-HISTORY-RECORD
           END-PERFORM
           IF CAND-ASOF-RECORD = SPACES
               PERFORM WRITE-NOT-PRESENT-LINE
           ELSE
               MOVE CAND-ASOF-RECORD TO CAND-SEQ-RECORD
               WRITE CAND-SEQ-RECORD
               ADD 1 TO WS-WRITTEN-COUNT
               ADD 1 TO WS-FROM-HISTORY-COUNT
               PERFORM WRITE-FROM-HISTORY-LINE
           END-IF
       .

       TAKE-ONE-HISTORY-ENTRY.
           IF HIST-EFFECTIVE-DATE <= WS-ASOF-DATE
               MOVE HIST-AFTER-IMAGE TO CAND-ASOF-RECORD
               MOVE "AFTER" TO WS-ASOF-SOURCE-SIDE
               PERFORM NOTE-ASOF-IMAGE-SOURCE
           ELSE
               IF WS-ASOF-IMAGE-TAKEN = "false"
                   MOVE HIST-BEFORE-IMAGE TO CAND-ASOF-RECORD
                   MOVE "BEFORE" TO WS-ASOF-SOURCE-SIDE
                   PERFORM NOTE-ASOF-IMAGE-SOURCE
               END-IF
           END-IF
       .

       NOTE-ASOF-IMAGE-SOURCE.
           MOVE "true" TO WS-ASOF-IMAGE-TAKEN
           MOVE HIST-EFFECTIVE-DATE TO WS-ASOF-SOURCE-DATE
           MOVE HIST-ACTION TO WS-ASOF-SOURCE-ACTION
           MOVE HIST-CHANGED-BY TO WS-ASOF-SOURCE-BY
       .

       WRITE-FROM-HISTORY-LINE.
           MOVE SPACES TO ASOF-REPORT-LINE
           STRING FUNCTION TRIM(WS-ASOF-GROUP-NAME) DELIMITED BY SIZE
                  " - HISTORY " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ASOF-SOURCE-SIDE) DELIMITED BY SIZE
                  " image of " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ASOF-SOURCE-ACTION) DELIMITED BY SIZE
                  " dated " DELIMITED BY SIZE
                  WS-ASOF-SOURCE-DATE DELIMITED BY SIZE
                  " BY=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ASOF-SOURCE-BY) DELIMITED BY SIZE
                  " PREDICTED-ANSWER=" DELIMITED BY SIZE
                  FUNCTION TRIM(RECORD-PREDICTED-ANSWER OF CAND-ASOF-RECORD)
                      DELIMITED BY SIZE
                  " IS-LANGUAGE=" DELIMITED BY SIZE
                  FUNCTION TRIM(RECORD-IS-LANGUAGE OF CAND-ASOF-RECORD)
                      DELIMITED BY SIZE
                  INTO ASOF-REPORT-LINE
           WRITE ASOF-REPORT-LINE
       .

       WRITE-NOT-PRESENT-LINE.
           ADD 1 TO WS-NOT-PRESENT-COUNT
           MOVE SPACES TO ASOF-REPORT-LINE
           STRING FUNCTION TRIM(WS-ASOF-GROUP-NAME) DELIMITED BY SIZE
                  " - NOT ON MASTER (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ASOF-SOURCE-ACTION) DELIMITED BY SIZE
                  " dated " DELIMITED BY SIZE
                  WS-ASOF-SOURCE-DATE DELIMITED BY SIZE
                  " BY=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ASOF-SOURCE-BY) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO ASOF-REPORT-LINE
           WRITE ASOF-REPORT-LINE
       .
