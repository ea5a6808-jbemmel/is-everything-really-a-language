      *> Request/result record passed to ERBBAL by ERBDRVR at the end
      *> of every completed batch run. BAL-REQ-RUN-ID/-RUN-MODE name
      *> the run whose ERBRUNREG COMPLETED line and outputs are to be
      *> balanced. ERBBAL sets BAL-REQ-RESULT to "true" when every
      *> control is in balance, "false" otherwise, counts the controls
      *> checked and those out of balance, and leaves a one-line
      *> summary in BAL-REQ-MESSAGE for the caller to DISPLAY.
       01  BAL-REQUEST.
           05  BAL-REQ-RUN-ID                PIC X(14).
           05  BAL-REQ-RUN-MODE              PIC X(10).
           05  BAL-REQ-RESULT                PIC X(05).
           05  BAL-REQ-CONTROL-COUNT         PIC 9(03).
           05  BAL-REQ-OUT-OF-BALANCE-COUNT  PIC 9(03).
           05  BAL-REQ-MESSAGE               PIC X(120).
