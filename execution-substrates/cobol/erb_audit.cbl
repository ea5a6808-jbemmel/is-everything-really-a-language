               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS RECORD-NAME OF CAND-FILE-RECORD
               ALTERNATE RECORD KEY IS RECORD-FAMILY-CODE OF CAND-FILE-RECORD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RECORD-DOMAIN OF CAND-FILE-RECORD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RECORD-CANDIDATE-TYPE OF CAND-FILE-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-CANDIDATE-FILE-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "ERBOVRD"
               ORGANIZATION LINE SEQUENTIAL
