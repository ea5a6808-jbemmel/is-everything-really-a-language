      *> ERB Output-Generation Archive
      *> Called by ERBDRVR (request layout in erb_genreq.cpy). Every
      *> batch run opens its reports and export OUTPUT and overwrites
      *> the previous run's copies; at the end of each completed run
      *> ERBDRVR hands this module the run id and it files every
      *> output - MMRPT, MMRPTPRN, ERBXPRT, ERBFAMRPT, ERBWORKLIST,
      *> ERBNEARMISS, ERBOVRDSTALE, ERBOVRDBIO, ERBCONSRPT,
      *> LANGCANDERR and ERBBALRPT - as the next numbered generation on the INDEXED
      *> ERBGENARC archive (erb_genrec.cpy), tagged with the ERBRUNREG
      *> run id. The append-only logs (ERBACCLG, ERBRUNREG,
      *> ERBOVRDLOG) keep their own history and are not archived.
      *> The same call:
      *>   - rolls the previous generation's ERBXPRT out to
      *>     ERBXPRTPRV, so ERBXDIFF always compares this run's export
      *>     with the last completed run's without anyone copying it;
      *>   - keeps the newest KEEP-GENERATIONS=nnn generations (from
      *>     the optional ERBGENCFG file, default below) and deletes
      *>     everything older;
      *>   - rewrites ERBGENLST, the listing of which generations
      *>     exist, for which run, with how many lines per output.
      *> ERBDRVR's GENLIST and GENRESTORE modes reach the listing and
      *> the copy-back (one output of one generation to ERBGENRST)
      *> through the same module.
      *> GnuCOBOL free-format: cobc -free -m erb_genarc.cbl
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERBGENARC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO "ERBGENARC"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS GEN-KEY
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
      *> Optional retention setting - a single KEEP-GENERATIONS=nnn
      *> line; absent file leaves the default in force.
           SELECT GEN-CONFIG-FILE ASSIGN TO "ERBGENCFG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-CONFIG-STATUS.
      *> The run outputs, read back once the run has closed them.
      *> They share one status field - only one is open at a time.
           SELECT MISMATCH-REPORT-FILE ASSIGN TO "MMRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT MISMATCH-PRINT-FILE ASSIGN TO "MMRPTPRN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT EXPORT-FILE ASSIGN TO "ERBXPRT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT FAMILY-REPORT-FILE ASSIGN TO "ERBFAMRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT WORKLIST-REPORT-FILE ASSIGN TO "ERBWORKLIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT NEARMISS-REPORT-FILE ASSIGN TO "ERBNEARMISS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT STALE-OVERRIDE-FILE ASSIGN TO "ERBOVRDSTALE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT OVERRIDE-BIO-CONFLICT-FILE ASSIGN TO "ERBOVRDBIO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT CONSISTENCY-REPORT-FILE ASSIGN TO "ERBCONSRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT CANDIDATE-ERROR-FILE ASSIGN TO "LANGCANDERR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT BALANCE-REPORT-FILE ASSIGN TO "ERBBALRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT PREVIOUS-EXPORT-FILE ASSIGN TO "ERBXPRTPRV"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RESTORE-FILE ASSIGN TO "ERBGENRST"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT GEN-LISTING-FILE ASSIGN TO "ERBGENLST"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVE-FILE.
           COPY "erb_genrec".
       FD GEN-CONFIG-FILE.
       01 GEN-CONFIG-LINE             PIC X(80).
       FD MISMATCH-REPORT-FILE.
       01 MISMATCH-REPORT-LINE        PIC X(500).
       FD MISMATCH-PRINT-FILE.
       01 MISMATCH-PRINT-LINE         PIC X(132).
       FD EXPORT-FILE.
       01 EXPORT-LINE                 PIC X(2000).
       FD FAMILY-REPORT-FILE.
       01 FAMILY-REPORT-LINE          PIC X(80).
       FD WORKLIST-REPORT-FILE.
       01 WORKLIST-REPORT-LINE        PIC X(200).
       FD NEARMISS-REPORT-FILE.
       01 NEARMISS-REPORT-LINE        PIC X(150).
       FD STALE-OVERRIDE-FILE.
       01 STALE-OVERRIDE-LINE         PIC X(150).
       FD OVERRIDE-BIO-CONFLICT-FILE.
       01 OVERRIDE-BIO-CONFLICT-LINE  PIC X(150).
       FD CONSISTENCY-REPORT-FILE.
       01 CONSISTENCY-REPORT-LINE     PIC X(160).
       FD CANDIDATE-ERROR-FILE.
       01 CANDIDATE-ERROR-LINE        PIC X(200).
       FD BALANCE-REPORT-FILE.
       01 BALANCE-REPORT-LINE         PIC X(132).
       FD PREVIOUS-EXPORT-FILE.
       01 PREVIOUS-EXPORT-LINE        PIC X(2000).
       FD RESTORE-FILE.
       01 RESTORE-LINE                PIC X(2000).
       FD GEN-LISTING-FILE.
       01 GEN-LISTING-LINE            PIC X(150).
       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE                 PIC 9(08).
       01 WS-ARCHIVE-FILE-STATUS      PIC X(02).
       01 WS-GEN-CONFIG-STATUS        PIC X(02).
       01 WS-SOURCE-FILE-STATUS       PIC X(02).
       01 WS-EOF-SWITCH               PIC X(05) VALUE "false".
      *> Retention - how many generations survive a purge. Zero or a
      *> line that doesn't parse leaves the default.
       01 WS-KEEP-GENERATIONS         PIC 9(03) VALUE 012.
       01 WS-KEEP-GENERATIONS-DEFAULT PIC 9(03) VALUE 012.
       01 WS-GEN-KEYWORD              PIC X(20).
       01 WS-GEN-CONFIG-VALUE         PIC X(10).
       01 WS-GEN-VALUE-TRIMMED        PIC X(10).
       01 WS-GEN-VALUE-LEN            PIC 9(02).
      *> Generation bookkeeping for one call.
       01 WS-NEWEST-GENERATION        PIC 9(06).
       01 WS-NEW-GENERATION           PIC 9(06).
       01 WS-PURGE-CUTOFF             PIC 9(06).
       01 WS-LAST-PURGED-GENERATION   PIC 9(06).
       01 WS-PURGED-GENERATION-COUNT  PIC 9(06).
       01 WS-PURGED-LINE-COUNT        PIC 9(07).
       01 WS-GENERATION-COUNT         PIC 9(06).
       01 WS-LISTED-GENERATION        PIC 9(06).
       01 WS-ARCHIVED-LINE-TOTAL      PIC 9(07).
       01 WS-ROLLED-LINE-COUNT        PIC 9(07).
       01 WS-RESTORED-LINE-COUNT      PIC 9(07).
       01 WS-FOUND-SWITCH             PIC X(05).
      *> The output currently being filed.
       01 WS-ARCHIVE-OUTPUT-NAME      PIC X(12).
       01 WS-ARCHIVE-OUTPUT-PRESENT   PIC X(05).
       01 WS-ARCHIVE-LINE-COUNT       PIC 9(07).
       01 WS-ARCHIVE-TEXT             PIC X(2000).
       LINKAGE SECTION.
       COPY "erb_genreq".
       PROCEDURE DIVISION USING GEN-REQUEST.
       GENARC-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "true" TO GEN-REQ-RESULT
           MOVE SPACES TO GEN-REQ-MESSAGE
           PERFORM LOAD-KEEP-GENERATIONS
           PERFORM OPEN-ARCHIVE-FILE
           EVALUATE GEN-REQ-ACTION
               WHEN "ARCHIVE"
                   PERFORM ARCHIVE-RUN-OUTPUTS
                   PERFORM WRITE-GENERATION-LISTING
               WHEN "LIST"
                   PERFORM WRITE-GENERATION-LISTING
                   MOVE SPACES TO GEN-REQ-MESSAGE
                   STRING WS-GENERATION-COUNT DELIMITED BY SIZE
                          " generations listed in ERBGENLST"
                              DELIMITED BY SIZE
                          INTO GEN-REQ-MESSAGE
               WHEN "RESTORE"
                   PERFORM RESTORE-ONE-OUTPUT
               WHEN OTHER
                   MOVE "false" TO GEN-REQ-RESULT
                   STRING "unknown request " DELIMITED BY SIZE
                          GEN-REQ-ACTION DELIMITED BY SIZE
                          INTO GEN-REQ-MESSAGE
           END-EVALUATE
           CLOSE ARCHIVE-FILE
           GOBACK
       .

      *> A missing archive is created empty and reopened I-O - the
      *> first completed run starts it.
       OPEN-ARCHIVE-FILE.
           OPEN I-O ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS = "35"
               OPEN OUTPUT ARCHIVE-FILE
               CLOSE ARCHIVE-FILE
               OPEN I-O ARCHIVE-FILE
           END-IF
       .

       LOAD-KEEP-GENERATIONS.
           MOVE WS-KEEP-GENERATIONS-DEFAULT TO WS-KEEP-GENERATIONS
           OPEN INPUT GEN-CONFIG-FILE
           IF WS-GEN-CONFIG-STATUS NOT = "35"
               READ GEN-CONFIG-FILE
                   NOT AT END
                       PERFORM PARSE-KEEP-GENERATIONS-LINE
               END-READ
               CLOSE GEN-CONFIG-FILE
           END-IF
       .

      *> Same parsing as ERBDRVR's TOLERANCE-PCT= line - the trimmed
      *> token is class-tested at its own length, and anything that
      *> doesn't parse is warned about rather than silently ignored.
       PARSE-KEEP-GENERATIONS-LINE.
           MOVE SPACES TO WS-GEN-KEYWORD
           MOVE SPACES TO WS-GEN-CONFIG-VALUE
           UNSTRING GEN-CONFIG-LINE DELIMITED BY "="
               INTO WS-GEN-KEYWORD, WS-GEN-CONFIG-VALUE
           MOVE FUNCTION TRIM(WS-GEN-CONFIG-VALUE)
               TO WS-GEN-VALUE-TRIMMED
           COMPUTE WS-GEN-VALUE-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-GEN-VALUE-TRIMMED))
           IF WS-GEN-KEYWORD = "KEEP-GENERATIONS"
              AND WS-GEN-VALUE-LEN >= 1
              AND WS-GEN-VALUE-LEN <= 3
              AND WS-GEN-VALUE-TRIMMED(1:WS-GEN-VALUE-LEN) NUMERIC
               MOVE WS-GEN-VALUE-TRIMMED(1:WS-GEN-VALUE-LEN)
                   TO WS-KEEP-GENERATIONS
           ELSE
               DISPLAY "ERBGENARC: WARNING - ERBGENCFG line not "
                       "understood, default of "
                       WS-KEEP-GENERATIONS-DEFAULT
                       " generations stays in force: "
                       GEN-CONFIG-LINE
           END-IF
           IF WS-KEEP-GENERATIONS = 0
               MOVE WS-KEEP-GENERATIONS-DEFAULT TO WS-KEEP-GENERATIONS
           END-IF
       .

       ARCHIVE-RUN-OUTPUTS.
           PERFORM FIND-NEWEST-GENERATION
           COMPUTE WS-NEW-GENERATION = WS-NEWEST-GENERATION + 1
           MOVE 0 TO WS-ARCHIVED-LINE-TOTAL
           PERFORM ARCHIVE-MISMATCH-REPORT
           PERFORM ARCHIVE-MISMATCH-PRINT
           PERFORM ARCHIVE-EXPORT
           PERFORM ARCHIVE-FAMILY-REPORT
           PERFORM ARCHIVE-WORKLIST-REPORT
           PERFORM ARCHIVE-NEARMISS-REPORT
           PERFORM ARCHIVE-STALE-OVERRIDE-LISTING
           PERFORM ARCHIVE-OVERRIDE-BIO-CONFLICTS
           PERFORM ARCHIVE-CONSISTENCY-REPORT
           PERFORM ARCHIVE-CANDIDATE-ERRORS
           PERFORM ARCHIVE-BALANCE-REPORT
           MOVE 0 TO WS-ROLLED-LINE-COUNT
           IF WS-NEWEST-GENERATION > 0
               PERFORM ROLL-PREVIOUS-EXPORT
           END-IF
           PERFORM PURGE-OLD-GENERATIONS
           STRING "generation " DELIMITED BY SIZE
                  WS-NEW-GENERATION DELIMITED BY SIZE
                  " archived (" DELIMITED BY SIZE
                  WS-ARCHIVED-LINE-TOTAL DELIMITED BY SIZE
                  " lines), " DELIMITED BY SIZE
                  WS-ROLLED-LINE-COUNT DELIMITED BY SIZE
                  " export lines rolled to ERBXPRTPRV, " DELIMITED BY SIZE
                  WS-PURGED-GENERATION-COUNT DELIMITED BY SIZE
                  " generations purged" DELIMITED BY SIZE
                  INTO GEN-REQ-MESSAGE
       .

      *> Generation numbers only ever go up, so the last generation
      *> read in key order is the newest. SKIP-TO-NEXT-GENERATION
      *> steps over each generation's lines without reading them.
       FIND-NEWEST-GENERATION.
           MOVE 0 TO WS-NEWEST-GENERATION
           MOVE 0 TO WS-GENERATION-COUNT
           MOVE LOW-VALUES TO GEN-KEY
           PERFORM START-AT-CURRENT-KEY
           PERFORM UNTIL WS-EOF-SWITCH = "true"
               MOVE GEN-NUMBER TO WS-NEWEST-GENERATION
               ADD 1 TO WS-GENERATION-COUNT
               PERFORM SKIP-TO-NEXT-GENERATION
           END-PERFORM
       .

      *> Positions on the first entry at or after GEN-KEY and reads
      *> it; WS-EOF-SWITCH says whether there was one.
       START-AT-CURRENT-KEY.
           MOVE "false" TO WS-EOF-SWITCH
           START ARCHIVE-FILE KEY IS NOT LESS THAN GEN-KEY
               INVALID KEY
                   MOVE "true" TO WS-EOF-SWITCH
           END-START
           IF WS-EOF-SWITCH = "false"
               PERFORM READ-NEXT-ARCHIVE-ENTRY
           END-IF
       .

       READ-NEXT-ARCHIVE-ENTRY.
           READ ARCHIVE-FILE NEXT
               AT END
                   MOVE "true" TO WS-EOF-SWITCH
           END-READ
       .

       SKIP-TO-NEXT-GENERATION.
           MOVE HIGH-VALUES TO GEN-OUTPUT-NAME
           MOVE 9999999 TO GEN-LINE-SEQ
           PERFORM START-AFTER-CURRENT-KEY
       .

       SKIP-TO-NEXT-OUTPUT.
           MOVE 9999999 TO GEN-LINE-SEQ
           PERFORM START-AFTER-CURRENT-KEY
       .

       START-AFTER-CURRENT-KEY.
           MOVE "false" TO WS-EOF-SWITCH
           START ARCHIVE-FILE KEY IS GREATER THAN GEN-KEY
               INVALID KEY
                   MOVE "true" TO WS-EOF-SWITCH
           END-START
           IF WS-EOF-SWITCH = "false"
               PERFORM READ-NEXT-ARCHIVE-ENTRY
           END-IF
       .

      *> One paragraph per output, since each is its own file; all
      *> of them file their lines through STORE-ARCHIVE-LINE and
      *> finish with the output's header entry.
       ARCHIVE-MISMATCH-REPORT.
           MOVE "MMRPT" TO WS-ARCHIVE-OUTPUT-NAME
           PERFORM BEGIN-ARCHIVE-OUTPUT
           OPEN INPUT MISMATCH-REPORT-FILE
           IF WS-SOURCE-FILE-STATUS = "35"
               MOVE "false" TO WS-ARCHIVE-OUTPUT-PRESENT
           ELSE
               PERFORM UNTIL WS-EOF-SWITCH = "true"
                   READ MISMATCH-REPORT-FILE
                       AT END
                           MOVE "true" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE MISMATCH-REPORT-LINE TO WS-ARCHIVE-TEXT
                           PERFORM STORE-ARCHIVE-LINE
                   END-READ
               END-PERFORM
               CLOSE MISMATCH-REPORT-FILE
           END-IF
           PERFORM STORE-ARCHIVE-HEADER
       .

       ARCHIVE-MISMATCH-PRINT.
           MOVE "MMRPTPRN" TO WS-ARCHIVE-OUTPUT-NAME
           PERFORM BEGIN-ARCHIVE-OUTPUT
           OPEN INPUT MISMATCH-PRINT-FILE
           IF WS-SOURCE-FILE-STATUS = "35"
               MOVE "false" TO WS-ARCHIVE-OUTPUT-PRESENT
           ELSE
               PERFORM UNTIL WS-EOF-SWITCH = "true"
                   READ MISMATCH-PRINT-FILE
                       AT END
                           MOVE "true" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE MISMATCH-PRINT-LINE TO WS-ARCHIVE-TEXT
                           PERFORM STORE-ARCHIVE-LINE
                   END-READ
               END-PERFORM
               CLOSE MISMATCH-PRINT-FILE
           END-IF
           PERFORM STORE-ARCHIVE-HEADER
       .

       ARCHIVE-EXPORT.
           MOVE "ERBXPRT" TO WS-ARCHIVE-OUTPUT-NAME
           PERFORM BEGIN-ARCHIVE-OUTPUT
           OPEN INPUT EXPORT-FILE
           IF WS-SOURCE-FILE-STATUS = "35"
               MOVE "false" TO WS-ARCHIVE-OUTPUT-PRESENT
           ELSE
               PERFORM UNTIL WS-EOF-SWITCH = "true"
                   READ EXPORT-FILE
                       AT END
                           MOVE "true" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE EXPORT-LINE TO WS-ARCHIVE-TEXT
                           PERFORM STORE-ARCHIVE-LINE
                   END-READ
               END-PERFORM
               CLOSE EXPORT-FILE
           END-IF
           PERFORM STORE-ARCHIVE-HEADER
       .

       ARCHIVE-FAMILY-REPORT.
           MOVE "ERBFAMRPT" TO WS-ARCHIVE-OUTPUT-NAME
           PERFORM BEGIN-ARCHIVE-OUTPUT
           OPEN INPUT FAMILY-REPORT-FILE
           IF WS-SOURCE-FILE-STATUS = "35"
               MOVE "false" TO WS-ARCHIVE-OUTPUT-PRESENT
           ELSE
               PERFORM UNTIL WS-EOF-SWITCH = "true"
                   READ FAMILY-REPORT-FILE
                       AT END
                           MOVE "true" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE FAMILY-REPORT-LINE TO WS-ARCHIVE-TEXT
                           PERFORM STORE-ARCHIVE-LINE
                   END-READ
               END-PERFORM
               CLOSE FAMILY-REPORT-FILE
           END-IF
           PERFORM STORE-ARCHIVE-HEADER
       .

       ARCHIVE-WORKLIST-REPORT.
           MOVE "ERBWORKLIST" TO WS-ARCHIVE-OUTPUT-NAME
           PERFORM BEGIN-ARCHIVE-OUTPUT
           OPEN INPUT WORKLIST-REPORT-FILE
           IF WS-SOURCE-FILE-STATUS = "35"
               MOVE "false" TO WS-ARCHIVE-OUTPUT-PRESENT
           ELSE
               PERFORM UNTIL WS-EOF-SWITCH = "true"
                   READ WORKLIST-REPORT-FILE
                       AT END
                           MOVE "true" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE WORKLIST-REPORT-LINE TO WS-ARCHIVE-TEXT
                           PERFORM STORE-ARCHIVE-LINE
                   END-READ
               END-PERFORM
               CLOSE WORKLIST-REPORT-FILE
           END-IF
           PERFORM STORE-ARCHIVE-HEADER
       .

       ARCHIVE-NEARMISS-REPORT.
           MOVE "ERBNEARMISS" TO WS-ARCHIVE-OUTPUT-NAME
           PERFORM BEGIN-ARCHIVE-OUTPUT
           OPEN INPUT NEARMISS-REPORT-FILE
           IF WS-SOURCE-FILE-STATUS = "35"
               MOVE "false" TO WS-ARCHIVE-OUTPUT-PRESENT
           ELSE
               PERFORM UNTIL WS-EOF-SWITCH = "true"
                   READ NEARMISS-REPORT-FILE
                       AT END
                           MOVE "true" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE NEARMISS-REPORT-LINE TO WS-ARCHIVE-TEXT
                           PERFORM STORE-ARCHIVE-LINE
                   END-READ
               END-PERFORM
               CLOSE NEARMISS-REPORT-FILE
           END-IF
           PERFORM STORE-ARCHIVE-HEADER
       .

       ARCHIVE-STALE-OVERRIDE-LISTING.
           MOVE "ERBOVRDSTALE" TO WS-ARCHIVE-OUTPUT-NAME
           PERFORM BEGIN-ARCHIVE-OUTPUT
           OPEN INPUT STALE-OVERRIDE-FILE
           IF WS-SOURCE-FILE-STATUS = "35"
               MOVE "false" TO WS-ARCHIVE-OUTPUT-PRESENT
           ELSE
               PERFORM UNTIL WS-EOF-SWITCH = "true"
                   READ STALE-OVERRIDE-FILE
                       AT END
                           MOVE "true" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE STALE-OVERRIDE-LINE TO WS-ARCHIVE-TEXT
                           PERFORM STORE-ARCHIVE-LINE
                   END-READ
               END-PERFORM
               CLOSE STALE-OVERRIDE-FILE
           END-IF
           PERFORM STORE-ARCHIVE-HEADER
       .

       ARCHIVE-OVERRIDE-BIO-CONFLICTS.
           MOVE "ERBOVRDBIO" TO WS-ARCHIVE-OUTPUT-NAME
           PERFORM BEGIN-ARCHIVE-OUTPUT
           OPEN INPUT OVERRIDE-BIO-CONFLICT-FILE
           IF WS-SOURCE-FILE-STATUS = "35"
               MOVE "false" TO WS-ARCHIVE-OUTPUT-PRESENT
           ELSE
               PERFORM UNTIL WS-EOF-SWITCH = "true"
                   READ OVERRIDE-BIO-CONFLICT-FILE
                       AT END
                           MOVE "true" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE OVERRIDE-BIO-CONFLICT-LINE
                               TO WS-ARCHIVE-TEXT
                           PERFORM STORE-ARCHIVE-LINE
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-BIO-CONFLICT-FILE
           END-IF
           PERFORM STORE-ARCHIVE-HEADER
       .

       ARCHIVE-CONSISTENCY-REPORT.
           MOVE "ERBCONSRPT" TO WS-ARCHIVE-OUTPUT-NAME
           PERFORM BEGIN-ARCHIVE-OUTPUT
           OPEN INPUT CONSISTENCY-REPORT-FILE
           IF WS-SOURCE-FILE-STATUS = "35"
               MOVE "false" TO WS-ARCHIVE-OUTPUT-PRESENT
           ELSE
               PERFORM UNTIL WS-EOF-SWITCH = "true"
                   READ CONSISTENCY-REPORT-FILE
                       AT END
                           MOVE "true" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE CONSISTENCY-REPORT-LINE TO WS-ARCHIVE-TEXT
                           PERFORM STORE-ARCHIVE-LINE
                   END-READ
               END-PERFORM
               CLOSE CONSISTENCY-REPORT-FILE
           END-IF
           PERFORM STORE-ARCHIVE-HEADER
       .

       ARCHIVE-CANDIDATE-ERRORS.
           MOVE "LANGCANDERR" TO WS-ARCHIVE-OUTPUT-NAME
           PERFORM BEGIN-ARCHIVE-OUTPUT
           OPEN INPUT CANDIDATE-ERROR-FILE
           IF WS-SOURCE-FILE-STATUS = "35"
               MOVE "false" TO WS-ARCHIVE-OUTPUT-PRESENT
           ELSE
               PERFORM UNTIL WS-EOF-SWITCH = "true"
                   READ CANDIDATE-ERROR-FILE
                       AT END
                           MOVE "true" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE CANDIDATE-ERROR-LINE TO WS-ARCHIVE-TEXT
                           PERFORM STORE-ARCHIVE-LINE
                   END-READ
               END-PERFORM
               CLOSE CANDIDATE-ERROR-FILE
           END-IF
           PERFORM STORE-ARCHIVE-HEADER
       .

       ARCHIVE-BALANCE-REPORT.
           MOVE "ERBBALRPT" TO WS-ARCHIVE-OUTPUT-NAME
           PERFORM BEGIN-ARCHIVE-OUTPUT
           OPEN INPUT BALANCE-REPORT-FILE
           IF WS-SOURCE-FILE-STATUS = "35"
               MOVE "false" TO WS-ARCHIVE-OUTPUT-PRESENT
           ELSE
               PERFORM UNTIL WS-EOF-SWITCH = "true"
                   READ BALANCE-REPORT-FILE
                       AT END
                           MOVE "true" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE BALANCE-REPORT-LINE TO WS-ARCHIVE-TEXT
                           PERFORM STORE-ARCHIVE-LINE
                   END-READ
               END-PERFORM
               CLOSE BALANCE-REPORT-FILE
           END-IF
           PERFORM STORE-ARCHIVE-HEADER
       .

       BEGIN-ARCHIVE-OUTPUT.
           MOVE 0 TO WS-ARCHIVE-LINE-COUNT
           MOVE "true" TO WS-ARCHIVE-OUTPUT-PRESENT
           MOVE "false" TO WS-EOF-SWITCH
       .

       STORE-ARCHIVE-LINE.
           ADD 1 TO WS-ARCHIVE-LINE-COUNT
           ADD 1 TO WS-ARCHIVED-LINE-TOTAL
           MOVE WS-NEW-GENERATION TO GEN-NUMBER
           MOVE WS-ARCHIVE-OUTPUT-NAME TO GEN-OUTPUT-NAME
           MOVE WS-ARCHIVE-LINE-COUNT TO GEN-LINE-SEQ
           MOVE GEN-REQ-RUN-ID TO GEN-RUN-ID
           MOVE GEN-REQ-RUN-MODE TO GEN-RUN-MODE
           MOVE WS-RUN-DATE TO GEN-ARCHIVED-DATE
           MOVE "true" TO GEN-OUTPUT-PRESENT
           MOVE 0 TO GEN-LINE-COUNT
           MOVE WS-ARCHIVE-TEXT TO GEN-LINE-TEXT
           WRITE GEN-ARCHIVE-RECORD
               INVALID KEY
                   DISPLAY "ERBGENARC: WARNING - line "
                           WS-ARCHIVE-LINE-COUNT " of "
                           FUNCTION TRIM(WS-ARCHIVE-OUTPUT-NAME)
                           " not archived, file status "
                           WS-ARCHIVE-FILE-STATUS
           END-WRITE
       .

      *> Written last, once the line count is known. An output the
      *> run never produced still gets a header, marked not present,
      *> so the listing shows it was looked for.
       STORE-ARCHIVE-HEADER.
           MOVE WS-NEW-GENERATION TO GEN-NUMBER
           MOVE WS-ARCHIVE-OUTPUT-NAME TO GEN-OUTPUT-NAME
           MOVE 0 TO GEN-LINE-SEQ
           MOVE GEN-REQ-RUN-ID TO GEN-RUN-ID
           MOVE GEN-REQ-RUN-MODE TO GEN-RUN-MODE
           MOVE WS-RUN-DATE TO GEN-ARCHIVED-DATE
           MOVE WS-ARCHIVE-OUTPUT-PRESENT TO GEN-OUTPUT-PRESENT
           MOVE WS-ARCHIVE-LINE-COUNT TO GEN-LINE-COUNT
           MOVE SPACES TO GEN-LINE-TEXT
           WRITE GEN-ARCHIVE-RECORD
               INVALID KEY
                   DISPLAY "ERBGENARC: WARNING - header for "
                           FUNCTION TRIM(WS-ARCHIVE-OUTPUT-NAME)
                           " not archived, file status "
                           WS-ARCHIVE-FILE-STATUS
           END-WRITE
       .

      *> ERBXPRTPRV becomes the export of the generation before the
      *> one just filed - the last completed run. When that run left
      *> no export, ERBXPRTPRV is left as it was rather than emptied.
       ROLL-PREVIOUS-EXPORT.
           MOVE WS-NEWEST-GENERATION TO GEN-NUMBER
           MOVE "ERBXPRT" TO GEN-OUTPUT-NAME
           MOVE 0 TO GEN-LINE-SEQ
           MOVE "false" TO WS-FOUND-SWITCH
           READ ARCHIVE-FILE
               INVALID KEY
                   MOVE "false" TO WS-FOUND-SWITCH
               NOT INVALID KEY
                   IF GEN-OUTPUT-PRESENT = "true"
                       MOVE "true" TO WS-FOUND-SWITCH
                   END-IF
           END-READ
           IF WS-FOUND-SWITCH = "true"
               OPEN OUTPUT PREVIOUS-EXPORT-FILE
               MOVE 1 TO GEN-LINE-SEQ
               PERFORM START-AT-CURRENT-KEY
               PERFORM UNTIL WS-EOF-SWITCH = "true"
                          OR GEN-NUMBER NOT = WS-NEWEST-GENERATION
                          OR GEN-OUTPUT-NAME NOT = "ERBXPRT"
                   MOVE GEN-LINE-TEXT TO PREVIOUS-EXPORT-LINE
                   WRITE PREVIOUS-EXPORT-LINE
                   ADD 1 TO WS-ROLLED-LINE-COUNT
                   PERFORM READ-NEXT-ARCHIVE-ENTRY
               END-PERFORM
               CLOSE PREVIOUS-EXPORT-FILE
           END-IF
       .

      *> Everything at or below the cutoff goes - the newest
      *> WS-KEEP-GENERATIONS generations (the one just filed
      *> included) stay.
       PURGE-OLD-GENERATIONS.
           MOVE 0 TO WS-PURGED-GENERATION-COUNT
           MOVE 0 TO WS-PURGED-LINE-COUNT
           MOVE 0 TO WS-LAST-PURGED-GENERATION
           IF WS-NEW-GENERATION > WS-KEEP-GENERATIONS
               COMPUTE WS-PURGE-CUTOFF =
                   WS-NEW-GENERATION - WS-KEEP-GENERATIONS
               MOVE LOW-VALUES TO GEN-KEY
               PERFORM START-AT-CURRENT-KEY
               PERFORM UNTIL WS-EOF-SWITCH = "true"
                          OR GEN-NUMBER > WS-PURGE-CUTOFF
                   IF GEN-NUMBER NOT = WS-LAST-PURGED-GENERATION
                       ADD 1 TO WS-PURGED-GENERATION-COUNT
                       MOVE GEN-NUMBER TO WS-LAST-PURGED-GENERATION
                   END-IF
                   DELETE ARCHIVE-FILE RECORD
                       INVALID KEY
                           DISPLAY "ERBGENARC: WARNING - generation "
                                   GEN-NUMBER " entry not purged, "
                                   "file status " WS-ARCHIVE-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-PURGED-LINE-COUNT
                   END-DELETE
                   PERFORM READ-NEXT-ARCHIVE-ENTRY
               END-PERFORM
           END-IF
       .

      *> Walks only the header entries - one START per output skips
      *> its lines - so the listing costs one read per output, not
      *> one per archived line.
       WRITE-GENERATION-LISTING.
           MOVE 0 TO WS-GENERATION-COUNT
           MOVE 0 TO WS-LISTED-GENERATION
           OPEN OUTPUT GEN-LISTING-FILE
           MOVE SPACES TO GEN-LISTING-LINE
           STRING "ERBGENARC OUTPUT GENERATIONS - RUN DATE "
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO GEN-LISTING-LINE
           WRITE GEN-LISTING-LINE
           MOVE SPACES TO GEN-LISTING-LINE
           WRITE GEN-LISTING-LINE
           MOVE LOW-VALUES TO GEN-KEY
           PERFORM START-AT-CURRENT-KEY
           PERFORM UNTIL WS-EOF-SWITCH = "true"
               IF GEN-NUMBER NOT = WS-LISTED-GENERATION
                   PERFORM WRITE-GENERATION-HEADING
               END-IF
               PERFORM WRITE-GENERATION-OUTPUT-LINE
               PERFORM SKIP-TO-NEXT-OUTPUT
           END-PERFORM
           MOVE SPACES TO GEN-LISTING-LINE
           WRITE GEN-LISTING-LINE
           MOVE SPACES TO GEN-LISTING-LINE
           STRING "Total generations: " DELIMITED BY SIZE
                  WS-GENERATION-COUNT DELIMITED BY SIZE
                  ", generations kept: " DELIMITED BY SIZE
                  WS-KEEP-GENERATIONS DELIMITED BY SIZE
                  INTO GEN-LISTING-LINE
           WRITE GEN-LISTING-LINE
           CLOSE GEN-LISTING-FILE
       .

       WRITE-GENERATION-HEADING.
           ADD 1 TO WS-GENERATION-COUNT
           MOVE GEN-NUMBER TO WS-LISTED-GENERATION
           MOVE SPACES TO GEN-LISTING-LINE
           STRING "GENERATION " DELIMITED BY SIZE
                  GEN-NUMBER DELIMITED BY SIZE
                  " RUN " DELIMITED BY SIZE
                  GEN-RUN-ID DELIMITED BY SIZE
                  " MODE=" DELIMITED BY SIZE
                  FUNCTION TRIM(GEN-RUN-MODE) DELIMITED BY SIZE
                  " ARCHIVED " DELIMITED BY SIZE
                  GEN-ARCHIVED-DATE DELIMITED BY SIZE
                  INTO GEN-LISTING-LINE
           WRITE GEN-LISTING-LINE
       .

       WRITE-GENERATION-OUTPUT-LINE.
           MOVE SPACES TO GEN-LISTING-LINE
           IF GEN-OUTPUT-PRESENT = "true"
               STRING "  " DELIMITED BY SIZE
                      GEN-OUTPUT-NAME DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      GEN-LINE-COUNT DELIMITED BY SIZE
                      " LINES" DELIMITED BY SIZE
                      INTO GEN-LISTING-LINE
           ELSE
               STRING "  " DELIMITED BY SIZE
                      GEN-OUTPUT-NAME DELIMITED BY SIZE
                      " NOT PRODUCED BY THIS RUN" DELIMITED BY SIZE
                      INTO GEN-LISTING-LINE
           END-IF
           WRITE GEN-LISTING-LINE
       .

      *> GEN-REQ-GENERATION names the generation directly; when it is
      *> zero the generation filed for GEN-REQ-RUN-ID is looked up.
       RESTORE-ONE-OUTPUT.
           MOVE 0 TO WS-RESTORED-LINE-COUNT
           IF GEN-REQ-GENERATION = 0
               PERFORM FIND-GENERATION-FOR-RUN
           END-IF
           IF GEN-REQ-GENERATION = 0
               MOVE "false" TO GEN-REQ-RESULT
               STRING "no archived generation for run " DELIMITED BY SIZE
                      GEN-REQ-RUN-ID DELIMITED BY SIZE
                      INTO GEN-REQ-MESSAGE
           ELSE
               MOVE GEN-REQ-GENERATION TO GEN-NUMBER
               MOVE GEN-REQ-OUTPUT-NAME TO GEN-OUTPUT-NAME
               MOVE 0 TO GEN-LINE-SEQ
               MOVE "false" TO WS-FOUND-SWITCH
               READ ARCHIVE-FILE
                   INVALID KEY
                       MOVE "false" TO WS-FOUND-SWITCH
                   NOT INVALID KEY
                       MOVE "true" TO WS-FOUND-SWITCH
               END-READ
               IF WS-FOUND-SWITCH = "false"
                   MOVE "false" TO GEN-REQ-RESULT
                   STRING FUNCTION TRIM(GEN-REQ-OUTPUT-NAME)
                              DELIMITED BY SIZE
                          " is not archived in generation "
                              DELIMITED BY SIZE
                          GEN-REQ-GENERATION DELIMITED BY SIZE
                          INTO GEN-REQ-MESSAGE
               ELSE
                   PERFORM COPY-ARCHIVED-OUTPUT-TO-RESTORE
               END-IF
           END-IF
       .

       FIND-GENERATION-FOR-RUN.
           MOVE LOW-VALUES TO GEN-KEY
           PERFORM START-AT-CURRENT-KEY
           PERFORM UNTIL WS-EOF-SWITCH = "true"
                      OR GEN-REQ-GENERATION NOT = 0
               IF GEN-RUN-ID = GEN-REQ-RUN-ID
                   MOVE GEN-NUMBER TO GEN-REQ-GENERATION
               ELSE
                   PERFORM SKIP-TO-NEXT-GENERATION
               END-IF
           END-PERFORM
       .

      *> Positioned on the output's header entry - its lines follow.
       COPY-ARCHIVED-OUTPUT-TO-RESTORE.
           MOVE GEN-RUN-ID TO GEN-REQ-RUN-ID
           OPEN OUTPUT RESTORE-FILE
           MOVE 1 TO GEN-LINE-SEQ
           PERFORM START-AT-CURRENT-KEY
           PERFORM UNTIL WS-EOF-SWITCH = "true"
                      OR GEN-NUMBER NOT = GEN-REQ-GENERATION
                      OR GEN-OUTPUT-NAME NOT = GEN-REQ-OUTPUT-NAME
               MOVE GEN-LINE-TEXT TO RESTORE-LINE
               WRITE RESTORE-LINE
               ADD 1 TO WS-RESTORED-LINE-COUNT
               PERFORM READ-NEXT-ARCHIVE-ENTRY
           END-PERFORM
           CLOSE RESTORE-FILE
           STRING WS-RESTORED-LINE-COUNT DELIMITED BY SIZE
                  " lines of " DELIMITED BY SIZE
                  FUNCTION TRIM(GEN-REQ-OUTPUT-NAME) DELIMITED BY SIZE
                  " from generation " DELIMITED BY SIZE
                  GEN-REQ-GENERATION DELIMITED BY SIZE
                  " (run " DELIMITED BY SIZE
                  GEN-REQ-RUN-ID DELIMITED BY SIZE
                  ") written to ERBGENRST" DELIMITED BY SIZE
                  INTO GEN-REQ-MESSAGE
       .
