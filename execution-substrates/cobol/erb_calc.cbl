       *> (LOAD-SCORING-PROFILE-TABLE / RESOLVE-HOCKETT-THRESHOLDS and
       *> their working storage) and the graded formal score
       *> (CALC-FORMAL-SCORE / CALC-FORMAL-TIER, plus their PERFORMs
       *> in COMPUTE-ALL-FIELDS), and the CALC-REQUEST profile
       *> selection (erb_calcreq.cpy, SELECT-PROFILE-SOURCE and the
       *> ERBPROFCHAL file) ERBCHAMP uses for its challenger pass.
       *> Regenerating this member verbatim
       *> from the rulebook JSON would DROP all of them - and the
       *> formal-score fields they fill are part of the erb_copy.cpy
       *> record the indexed master is built with - so after any
           SELECT SCORING-PROFILE-FILE ASSIGN TO "ERBPROFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-FILE-STATUS.
      *> A proposed replacement for ERBPROFILE, same layout, read
      *> instead of it only when CALC-REQ-PROFILE-SOURCE asks for the
      *> CHALLENGER - ERBCHAMP's challenger pass. Production callers
      *> never do, so for them this file is never opened.
           SELECT CHALLENGER-PROFILE-FILE ASSIGN TO "ERBPROFCHAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SCORING-PROFILE-FILE.
       COPY "erb_profrec".
       FD CHALLENGER-PROFILE-FILE.
       COPY "erb_profrec" REPLACING ==SCORING-PROFILE-RECORD== BY ==CHALLENGER-PROFILE-RECORD==.
       WORKING-STORAGE SECTION.
       01 WS-FIND-NEEDLE   PIC X(500).
       01 WS-FIND-HAYSTACK PIC X(500).
       01 WS-HOCKETT-WEAK-MIN       PIC 9(02).
       01 WS-HOCKETT-MODERATE-MIN   PIC 9(02).
       01 WS-HOCKETT-STRONG-MIN     PIC 9(02).
      *> WS-PROFILE-TABLE is loaded the first time MAIN-CALC is
      *> entered and reused after that, the same lazy-load-then-reuse
      *> pattern ERBDRVR uses for its own lookup tables - reloaded only
      *> if a later call asks for the other profile source.
       01 WS-PROFILE-TABLE-LOADED   PIC X(05) VALUE "false".
       01 WS-PROFILE-FILE-STATUS    PIC X(02).
      *> LIVE (ERBPROFILE) or CHALLENGER (ERBPROFCHAL) - the source the
      *> table was loaded from, and the one this call asks for.
       01 WS-PROFILE-SOURCE         PIC X(10) VALUE "LIVE".
       01 WS-REQUESTED-SOURCE       PIC X(10).
      *> Each profile row is read INTO this one record, whichever file
      *> it came from, so a single store paragraph serves both.
       COPY "erb_profrec" REPLACING ==SCORING-PROFILE-RECORD== BY ==WS-PROFILE-LOAD-RECORD==.
       01 WS-PROFILE-EOF-SWITCH     PIC X(05) VALUE "false".
       01 WS-PROFILE-COUNT          PIC 9(04) VALUE 0.
       01 WS-PROFILE-TABLE-MAX      PIC 9(04) VALUE 0100.
       01 WS-TEMP-10      PIC X(500).
       LINKAGE SECTION.
       COPY "erb_copy".
       COPY "erb_calcreq".
       PROCEDURE DIVISION USING CANDIDATE-RECORD, CALC-REQUEST.
       MAIN-CALC.
           PERFORM SELECT-PROFILE-SOURCE
           IF WS-PROFILE-TABLE-LOADED = "false"
               PERFORM LOAD-SCORING-PROFILE-TABLE
               MOVE "true" TO WS-PROFILE-TABLE-LOADED
           GOBACK.
       .

      *> Anything but CHALLENGER is the live profile. A call naming a
      *> different source from the loaded one marks the table unloaded
      *> so MAIN-CALC reloads it; nothing else about the calculation
      *> changes.
       SELECT-PROFILE-SOURCE.
           IF CALC-REQ-PROFILE-SOURCE = "CHALLENGER"
               MOVE "CHALLENGER" TO WS-REQUESTED-SOURCE
           ELSE
               MOVE "LIVE" TO WS-REQUESTED-SOURCE
           END-IF
           IF WS-REQUESTED-SOURCE NOT = WS-PROFILE-SOURCE
               MOVE WS-REQUESTED-SOURCE TO WS-PROFILE-SOURCE
               MOVE "false" TO WS-PROFILE-TABLE-LOADED
           END-IF
       .

      *> Loads from whichever file WS-PROFILE-SOURCE names. Both are
      *> optional - a missing file (FILE STATUS "35") just leaves
      *> WS-PROFILE-COUNT at zero, so every family falls back to the
      *> WS-HOCKETT-*-MIN-DEFAULT cutoffs (ERBCHAMP checks ERBPROFCHAL
      *> is there before it asks for it).
       LOAD-SCORING-PROFILE-TABLE.
           MOVE 0 TO WS-PROFILE-COUNT
           IF WS-PROFILE-SOURCE = "CHALLENGER"
               OPEN INPUT CHALLENGER-PROFILE-FILE
           ELSE
               OPEN INPUT SCORING-PROFILE-FILE
           END-IF
           IF WS-PROFILE-FILE-STATUS NOT = "35"
               MOVE "false" TO WS-PROFILE-EOF-SWITCH
               PERFORM READ-NEXT-SCORING-PROFILE
                   PERFORM STORE-SCORING-PROFILE-ENTRY
                   PERFORM READ-NEXT-SCORING-PROFILE
               END-PERFORM
               IF WS-PROFILE-SOURCE = "CHALLENGER"
                   CLOSE CHALLENGER-PROFILE-FILE
               ELSE
                   CLOSE SCORING-PROFILE-FILE
               END-IF
               MOVE "false" TO WS-PROFILE-EOF-SWITCH
           END-IF
       .

       READ-NEXT-SCORING-PROFILE.
           IF WS-PROFILE-SOURCE = "CHALLENGER"
               READ CHALLENGER-PROFILE-FILE INTO WS-PROFILE-LOAD-RECORD
                   AT END
                       MOVE "true" TO WS-PROFILE-EOF-SWITCH
               END-READ
           ELSE
               READ SCORING-PROFILE-FILE INTO WS-PROFILE-LOAD-RECORD
                   AT END
                       MOVE "true" TO WS-PROFILE-EOF-SWITCH
               END-READ
           END-IF
       .

       STORE-SCORING-PROFILE-ENTRY.
           IF WS-PROFILE-COUNT >= WS-PROFILE-TABLE-MAX
               DISPLAY "ERBCALC: WARNING - scoring profile table is full "
                       "at " WS-PROFILE-TABLE-MAX " entries, ignoring "
                       PROF-FAMILY-CODE OF WS-PROFILE-LOAD-RECORD
           ELSE
               ADD 1 TO WS-PROFILE-COUNT
               MOVE PROF-FAMILY-CODE OF WS-PROFILE-LOAD-RECORD
                   TO WS-PROF-FAMILY(WS-PROFILE-COUNT)
               MOVE PROF-WEAK-MIN OF WS-PROFILE-LOAD-RECORD
                   TO WS-PROF-WEAK-MIN(WS-PROFILE-COUNT)
               MOVE PROF-MODERATE-MIN OF WS-PROFILE-LOAD-RECORD
                   TO WS-PROF-MODERATE-MIN(WS-PROFILE-COUNT)
               MOVE PROF-STRONG-MIN OF WS-PROFILE-LOAD-RECORD
                   TO WS-PROF-STRONG-MIN(WS-PROFILE-COUNT)
           END-IF
       .

