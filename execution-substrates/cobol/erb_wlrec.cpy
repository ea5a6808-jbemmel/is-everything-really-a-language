      *> candidate that tripped at least one of the checks ERBDRVR
      *> otherwise reports on separately (prediction mismatch, bio
      *> core/strict disagreement, distance-from-concept validation
      *> error, open/closed-world conflict). WL-OWNER is the owning
      *> analyst ERBFAMREF gives the candidate's family (SPACES when
      *> none) - the report is sorted and sectioned on it.
       01  WORKLIST-RECORD.
           05  WL-RECORD-NAME            PIC X(60).
           05  WL-MISMATCH               PIC X(05).
           05  WL-BIO-DISAGREE           PIC X(05).
           05  WL-DISTANCE-ERROR         PIC X(05).
           05  WL-WORLD-CONFLICT         PIC X(05).
           05  WL-OWNER                  PIC X(20).
