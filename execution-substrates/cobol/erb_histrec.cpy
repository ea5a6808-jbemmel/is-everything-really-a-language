      *> Candidate history record, INDEXED on HIST-KEY in the
      *> LANGCANDHIST file - one entry per change to a LANGCAND master
      *> record, written by every program that changes the master:
      *> ERBMAINT (ADD/CHANGE/DELETE), ERBINTAKE (accepted rows, ADD),
      *> ERBAPPRV (approved RECORD-IS-LANGUAGE changes, CHANGE, and
      *> approved re-ADDs of a deleted name, ADD) and
      *> ERBDRVR (the batch pass's REWRITE as BATCH, RECALC NAME= as
      *> RECALC). HIST-BEFORE-IMAGE and HIST-AFTER-IMAGE each hold
      *> the full erb_copy.cpy record byte for byte - input AND derived
      *> portions - so they are sized to that layout's length and have
      *> to grow with it. The before image is SPACES on an ADD and the
      *> after image is SPACES on a DELETE.
      *> HIST-KEY orders the file by RECORD-NAME and then by effective
      *> date/time, so every change to one candidate reads back in the
      *> order it happened - ERBASOF walks the file that way to rebuild
      *> the master as of a given date. HIST-SEQUENCE is a per-run
      *> counter that keeps two entries one run writes inside the same
      *> hundredth of a second apart.
      *> HIST-CHANGED-BY names who made the change: the analyst
      *> (TXN-SUBMITTED-BY) for an ERBMAINT transaction or a change
      *> ERBAPPRV applied once approved, or the run id
      *> of the ERBDRVR/ERBINTAKE run that made it.
       01  HISTORY-RECORD.
           05  HIST-KEY.
               10  HIST-RECORD-NAME          PIC X(60).
               10  HIST-EFFECTIVE-DATE       PIC 9(08).
               10  HIST-EFFECTIVE-TIME       PIC 9(08).
               10  HIST-SEQUENCE             PIC 9(06).
           05  HIST-ACTION                   PIC X(06).
           05  HIST-SOURCE-PROGRAM           PIC X(10).
           05  HIST-CHANGED-BY               PIC X(20).
           05  HIST-BEFORE-IMAGE             PIC X(1791).
           05  HIST-AFTER-IMAGE              PIC X(1791).
