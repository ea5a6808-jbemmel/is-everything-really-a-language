      *> now compute on its own; ERBDRVR flags entries past that date
      *> in the stale-override listing instead of silently continuing
      *> to apply them.
      *> New overrides are not added to ERBOVRD directly: they are
      *> submitted in ERBOVRDREQ (same layout) and ERBAPPRV appends
      *> each one to ERBOVRD only after a second analyst approves it.
       01  OVERRIDE-RECORD.
           05  OVR-RECORD-NAME           PIC X(60).
           05  OVR-PREDICTED-ANSWER      PIC X(05).
