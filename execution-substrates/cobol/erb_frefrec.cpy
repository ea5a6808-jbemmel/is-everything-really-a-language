      *> Family-reference record, the maintained list of every
      *> RECORD-FAMILY-CODE a candidate may carry. Read by ERBEDIT into
      *> an in-memory table so a family code that isn't on the list (a
      *> typo that would otherwise start a new one-member family) or a
      *> RECORD-CANDIDATE-TYPE that contradicts FREF-EXPECTED-TYPE is
      *> rejected by every program that edits candidate fields, and by
      *> ERBDRVR to split its analyst worklist and printed mismatch
      *> report into one section per FREF-OWNER. A blank
      *> FREF-EXPECTED-TYPE accepts any candidate type; a blank
      *> FREF-OWNER files the family's candidates under UNASSIGNED.
       01  FAMILY-REFERENCE-RECORD.
           05  FREF-FAMILY-CODE          PIC X(20).
           05  FREF-DESCRIPTION          PIC X(60).
           05  FREF-EXPECTED-TYPE        PIC X(13).
           05  FREF-OWNER                PIC X(20).
