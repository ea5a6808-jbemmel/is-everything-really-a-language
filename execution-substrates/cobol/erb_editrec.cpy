      *> (later fields are not examined, so one rerun fixes one field
      *> at a time the same way the compiler reports its first error)
      *> and EDIT-FIELD-VALUE carries the offending value as found.
      *> A family-reference failure names the field with the reason
      *> attached, e.g. "RECORD-FAMILY-CODE (not on ERBFAMREF)".
       01  EDIT-RESULT.
           05  EDIT-PASSED               PIC X(05).
           05  EDIT-FIELD-NAME           PIC X(60).
           05  EDIT-FIELD-VALUE          PIC X(20).
