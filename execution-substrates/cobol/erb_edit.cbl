      *> number - so a row holding "TRUE ", "yes  ", or
      *> column-shifted garbage is caught by name before ERBCALC's
      *> IF ... = 'true' tests silently score it as false.
      *> RECORD-FAMILY-CODE must also be on the ERBFAMREF family
      *> reference file (erb_frefrec.cpy), and RECORD-CANDIDATE-TYPE
      *> must agree with that family's expected type, so a mistyped
      *> family code is rejected instead of quietly founding a new
      *> one-member family.
      *> Called by any program that takes candidate fields from
      *> outside (maintenance transactions, batch edits, intake).
      *> GnuCOBOL free-format: cobc -free -m erb_edit.cbl
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERBEDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Loaded once per run unit by LOAD-FAMILY-REFERENCE-TABLE. An
      *> absent file is warned about once and turns the two family
      *> checks off, so a site that hasn't built its reference list yet
      *> keeps editing every other field as before.
           SELECT FAMILY-REFERENCE-FILE ASSIGN TO "ERBFAMREF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FAMREF-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FAMILY-REFERENCE-FILE.
       COPY "erb_frefrec".
       WORKING-STORAGE SECTION.
      *> scratch pair loaded by CHECK-ONE-FLAG's callers - the flag
      *> value under test and the field name to report if it fails.
       01 WS-EDIT-FLAG-VALUE          PIC X(05).
       01 WS-EDIT-FLAG-NAME           PIC X(45).
      *> WS-FAMREF-TABLE is loaded the first time MAIN-EDIT is entered
      *> and reused for every later call, the same lazy-load pattern
      *> ERBCALC uses for its scoring-profile table.
       01 WS-FAMREF-TABLE-LOADED      PIC X(05) VALUE "false".
       01 WS-FAMREF-FILE-STATUS       PIC X(02).
       01 WS-FAMREF-FILE-PRESENT      PIC X(05) VALUE "false".
       01 WS-FAMREF-EOF-SWITCH        PIC X(05) VALUE "false".
       01 WS-FAMREF-COUNT             PIC 9(04) VALUE 0.
       01 WS-FAMREF-TABLE-MAX         PIC 9(04) VALUE 0500.
       01 WS-FAMREF-TABLE.
           05 WS-FAMREF-ENTRY OCCURS 500 TIMES.
               10 WS-FAMREF-FAMILY        PIC X(20).
               10 WS-FAMREF-EXPECTED-TYPE PIC X(13).
       01 WS-FAMREF-SUB               PIC 9(04).
       01 WS-FAMREF-MATCH-INDEX       PIC 9(04) VALUE 0.
      *> RECORD-CANDIDATE-TYPE as CHECK-FAMILY-TYPE compares it - a
      *> blank type counts as BIOLOGICAL, as it does in ERBCALC.
       01 WS-FAMREF-CANDIDATE-TYPE    PIC X(13).
       LINKAGE SECTION.
       COPY "erb_copy".
       COPY "erb_editrec".
       PROCEDURE DIVISION USING CANDIDATE-RECORD, EDIT-RESULT.
       MAIN-EDIT.
           IF WS-FAMREF-TABLE-LOADED = "false"
               PERFORM LOAD-FAMILY-REFERENCE-TABLE
               MOVE "true" TO WS-FAMREF-TABLE-LOADED
           END-IF
           MOVE "true" TO EDIT-PASSED
           MOVE SPACES TO EDIT-FIELD-NAME
           MOVE SPACES TO EDIT-FIELD-VALUE
           PERFORM CHECK-RECORD-NAME
           PERFORM CHECK-CANDIDATE-TYPE
           PERFORM CHECK-FAMILY-CODE
           PERFORM CHECK-FAMILY-TYPE
           PERFORM CHECK-ALL-FLAG-FIELDS
           PERFORM CHECK-DISTANCE-FROM-CONCEPT
           GOBACK
           END-IF
       .

      *> A blank family code is not on the reference file either, so
      *> it fails here the same as a misspelt one.
       CHECK-FAMILY-CODE.
           MOVE 0 TO WS-FAMREF-MATCH-INDEX
           IF EDIT-PASSED = "true"
              AND WS-FAMREF-FILE-PRESENT = "true"
               PERFORM FIND-FAMILY-REFERENCE-ENTRY
               IF WS-FAMREF-MATCH-INDEX = 0
                   MOVE "false" TO EDIT-PASSED
                   MOVE "RECORD-FAMILY-CODE (not on ERBFAMREF)"
                       TO EDIT-FIELD-NAME
                   MOVE RECORD-FAMILY-CODE TO EDIT-FIELD-VALUE
               END-IF
           END-IF
       .

      *> Runs only once CHECK-FAMILY-CODE has found the family, and
      *> only when the family names an expected type.
       CHECK-FAMILY-TYPE.
           IF EDIT-PASSED = "true"
              AND WS-FAMREF-MATCH-INDEX > 0
              AND WS-FAMREF-EXPECTED-TYPE(WS-FAMREF-MATCH-INDEX) NOT = SPACES
               MOVE RECORD-CANDIDATE-TYPE TO WS-FAMREF-CANDIDATE-TYPE
               IF WS-FAMREF-CANDIDATE-TYPE = SPACES
                   MOVE "BIOLOGICAL" TO WS-FAMREF-CANDIDATE-TYPE
               END-IF
               IF WS-FAMREF-CANDIDATE-TYPE
                      NOT = WS-FAMREF-EXPECTED-TYPE(WS-FAMREF-MATCH-INDEX)
                   MOVE "false" TO EDIT-PASSED
                   MOVE SPACES TO EDIT-FIELD-NAME
                   STRING "RECORD-CANDIDATE-TYPE (family expects "
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-FAMREF-EXPECTED-TYPE(WS-FAMREF-MATCH-INDEX))
                              DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO EDIT-FIELD-NAME
                   MOVE RECORD-CANDIDATE-TYPE TO EDIT-FIELD-VALUE
               END-IF
           END-IF
       .

       FIND-FAMILY-REFERENCE-ENTRY.
           MOVE 0 TO WS-FAMREF-MATCH-INDEX
           MOVE 1 TO WS-FAMREF-SUB
           PERFORM UNTIL WS-FAMREF-SUB > WS-FAMREF-COUNT
                      OR WS-FAMREF-MATCH-INDEX > 0
               IF WS-FAMREF-FAMILY(WS-FAMREF-SUB) = RECORD-FAMILY-CODE
                   MOVE WS-FAMREF-SUB TO WS-FAMREF-MATCH-INDEX
               END-IF
               ADD 1 TO WS-FAMREF-SUB
           END-PERFORM
       .

       CHECK-ALL-FLAG-FIELDS.
           MOVE RECORD-IS-LANGUAGE TO WS-EDIT-FLAG-VALUE
           MOVE "RECORD-IS-LANGUAGE" TO WS-EDIT-FLAG-NAME
               MOVE RECORD-DISTANCE-FROM-CONCEPT(1:5) TO EDIT-FIELD-VALUE
           END-IF
       .

       LOAD-FAMILY-REFERENCE-TABLE.
           MOVE 0 TO WS-FAMREF-COUNT
           OPEN INPUT FAMILY-REFERENCE-FILE
           IF WS-FAMREF-FILE-STATUS = "35"
               MOVE "false" TO WS-FAMREF-FILE-PRESENT
               DISPLAY "ERBEDIT: WARNING - ERBFAMREF not found, "
                       "RECORD-FAMILY-CODE is not being checked"
           ELSE
               MOVE "true" TO WS-FAMREF-FILE-PRESENT
               MOVE "false" TO WS-FAMREF-EOF-SWITCH
               PERFORM READ-NEXT-FAMILY-REFERENCE
               PERFORM UNTIL WS-FAMREF-EOF-SWITCH = "true"
                   PERFORM STORE-FAMILY-REFERENCE-ENTRY
                   PERFORM READ-NEXT-FAMILY-REFERENCE
               END-PERFORM
               CLOSE FAMILY-REFERENCE-FILE
           END-IF
       .

       READ-NEXT-FAMILY-REFERENCE.
           READ FAMILY-REFERENCE-FILE
               AT END
                   MOVE "true" TO WS-FAMREF-EOF-SWITCH
           END-READ
       .

       STORE-FAMILY-REFERENCE-ENTRY.
           IF WS-FAMREF-COUNT >= WS-FAMREF-TABLE-MAX
               DISPLAY "ERBEDIT: WARNING - family reference table is full "
                       "at " WS-FAMREF-TABLE-MAX " entries, ignoring "
                       FREF-FAMILY-CODE
           ELSE
               ADD 1 TO WS-FAMREF-COUNT
               MOVE FREF-FAMILY-CODE TO WS-FAMREF-FAMILY(WS-FAMREF-COUNT)
               MOVE FREF-EXPECTED-TYPE
                   TO WS-FAMREF-EXPECTED-TYPE(WS-FAMREF-COUNT)
           END-IF
       .
