      *> consistency check over the sequential copy first if the
      *> duplicate is a surprise.
      *> ERBUNLD is the inverse (indexed master back to LANGCANDSEQ).
      *> The master also carries alternate keys (duplicates allowed)
      *> on RECORD-FAMILY-CODE, RECORD-DOMAIN and RECORD-CANDIDATE-TYPE
      *> for ERBINQ's browses; every program that opens LANGCAND
      *> declares the same three, and a master built before they were
      *> added is rebuilt once through ERBUNLD and this load.
      *> GnuCOBOL free-format: cobc -free -x erb_load.cbl
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERBLOAD.
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS RECORD-NAME OF CAND-FILE-RECORD
               ALTERNATE RECORD KEY IS RECORD-FAMILY-CODE OF CAND-FILE-RECORD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RECORD-DOMAIN OF CAND-FILE-RECORD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RECORD-CANDIDATE-TYPE OF CAND-FILE-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-CANDIDATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
