      *> Output-generation archive record, INDEXED on GEN-KEY in the
      *> ERBGENARC file - every line of every output a completed
      *> ERBDRVR run left behind, kept as numbered generations by
      *> ERBGENARC so last month's worklist or mismatch print can be
      *> pulled back without anyone having copied it by hand.
      *> GEN-NUMBER counts up by one per archived run; within a
      *> generation each output (GEN-OUTPUT-NAME is the file's ASSIGN
      *> name - MMRPT, ERBXPRT, ...) has a header entry at
      *> GEN-LINE-SEQ zero carrying GEN-LINE-COUNT and whether the
      *> file existed at all, followed by its lines at GEN-LINE-SEQ
      *> 1 onward in file order. GEN-RUN-ID/-RUN-MODE are the
      *> ERBRUNREG run id and mode, stamped on every entry so any one
      *> line can be traced to its run.
      *> GEN-LINE-TEXT is as wide as the widest output line (an
      *> ERBXPRT export row).
       01  GEN-ARCHIVE-RECORD.
           05  GEN-KEY.
               10  GEN-NUMBER                PIC 9(06).
               10  GEN-OUTPUT-NAME           PIC X(12).
               10  GEN-LINE-SEQ              PIC 9(07).
           05  GEN-RUN-ID                    PIC X(14).
           05  GEN-RUN-MODE                  PIC X(10).
           05  GEN-ARCHIVED-DATE             PIC 9(08).
           05  GEN-OUTPUT-PRESENT            PIC X(05).
           05  GEN-LINE-COUNT                PIC 9(07).
           05  GEN-LINE-TEXT                 PIC X(2000).
