      *> Request/result record passed to ERBGENARC by ERBDRVR.
      *> GEN-REQ-ACTION is one of:
      *>   ARCHIVE - file the outputs of the run named by
      *>             GEN-REQ-RUN-ID/-RUN-MODE as a new generation,
      *>             roll the previous generation's export to
      *>             ERBXPRTPRV, purge generations past the retention
      *>             count, and rewrite the ERBGENLST listing;
      *>   LIST    - rewrite the ERBGENLST listing only;
      *>   RESTORE - copy one archived output (GEN-REQ-OUTPUT-NAME) of
      *>             one generation - GEN-REQ-GENERATION, or when that
      *>             is zero the generation archived for GEN-REQ-RUN-ID
      *>             - out to ERBGENRST.
      *> ERBGENARC sets GEN-REQ-RESULT to "true"/"false" and leaves a
      *> one-line summary or the reason for failure in
      *> GEN-REQ-MESSAGE for the caller to DISPLAY.
       01  GEN-REQUEST.
           05  GEN-REQ-ACTION                PIC X(08).
           05  GEN-REQ-RUN-ID                PIC X(14).
           05  GEN-REQ-RUN-MODE              PIC X(10).
           05  GEN-REQ-GENERATION            PIC 9(06).
           05  GEN-REQ-OUTPUT-NAME           PIC X(12).
           05  GEN-REQ-RESULT                PIC X(05).
           05  GEN-REQ-MESSAGE               PIC X(120).
