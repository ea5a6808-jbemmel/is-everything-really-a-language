      *> ERB Export Diff Utility
      *> Compares the current ERBXPRT export (built by WRITE-EXPORT-
      *> RECORD in ERBDRVR) against a saved copy of a prior run's
      *> export, ERBXPRTPRV - rolled out of the generation archive by
      *> ERBGENARC at the end of every completed ERBDRVR run, so it is
      *> always the last completed run before the current one - and
      *> lists every RECORD-NAME whose RECORD-PREDICTED-ANSWER,
      *> RECORD-DOMAIN, or RECORD-BIO-HOCKETT-TIER flipped between the
      *> two, plus candidates only present on one side.
           OPEN OUTPUT PREVIOUS-KEYED-FILE
           OPEN INPUT PREVIOUS-EXPORT-FILE
           MOVE "false" TO WS-PREVIOUS-EOF-SWITCH
      *> ERBXPRTPRV is the prior run's ERBXPRT as ERBGENARC rolled it
      *> and will not exist until a second run completes - a
      *> missing file just means there is nothing to compare against,
      *> so every current-side record reports as ADDED.
           IF WS-PREVIOUS-EXPORT-STATUS NOT = "35"
