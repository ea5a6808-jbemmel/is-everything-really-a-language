      *> Submission-tracking record, INDEXED on SUB-KEY in the
      *> ERBSUBTRK file - one entry per ERBSUBMIT row that ERBINTAKE
      *> accepted onto the master, so the computed verdict can be sent
      *> back to whoever submitted it once a batch run has been over
      *> the candidate. The key orders the file by submitter, then
      *> batch, so ERBSUBRTN's return file comes out grouped the same
      *> way. SUB-IS-LANGUAGE is the ground truth as the submitter sent
      *> it - kept here because the master's copy can later be
      *> corrected through ERBMAINT. SUB-STATUS moves from PENDING to
      *> RETURNED (verdict sent, under SUB-RETURN-RUN-ID's batch run)
      *> or WITHDRAWN (the candidate left the master before a verdict
      *> could be sent); entries are never deleted.
       01  SUBMISSION-RECORD.
           05  SUB-KEY.
               10  SUB-SUBMITTER-ID          PIC X(20).
               10  SUB-BATCH-REF             PIC X(20).
               10  SUB-RECORD-NAME           PIC X(60).
           05  SUB-STATUS                    PIC X(08).
           05  SUB-SUBMITTED-DATE            PIC 9(08).
           05  SUB-INTAKE-RUN-ID             PIC X(14).
           05  SUB-IS-LANGUAGE               PIC X(05).
           05  SUB-RETURN-RUN-ID             PIC X(14).
           05  SUB-RETURNED-DATE             PIC 9(08).
