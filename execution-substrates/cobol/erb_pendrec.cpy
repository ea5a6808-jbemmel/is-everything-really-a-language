      *> Approval-queue record, INDEXED on PEND-ITEM-ID in the
      *> ERBPENDING file - one entry per change that needs a second
      *> analyst's sign-off before it takes effect:
      *>   TXN  - an ERBMAINT CHANGE that flips RECORD-IS-LANGUAGE,
      *>          or an ADD that brings back a deleted RECORD-NAME
      *>          with the opposite RECORD-IS-LANGUAGE;
      *>          PEND-PAYLOAD holds the erb_txnrec.cpy transaction
      *>          exactly as it was submitted.
      *>   OVRD - a proposed manual override from ERBOVRDREQ;
      *>          PEND-PAYLOAD holds the erb_ovrrec.cpy line that will
      *>          be appended to ERBOVRD once approved.
      *> PEND-ITEM-ID is the queuing run's date and time (to the
      *> hundredth of a second), a letter for the program that queued
      *> it - M for ERBMAINT, A for ERBAPPRV - and a sequence number
      *> within that run, so the file reads back in the order items
      *> were queued and two programs run back to back in the same
      *> moment can never hand out the same id.
      *> PEND-BASE-IMAGE holds the input portion of the master record
      *> (erb_copy.cpy bytes 1-208) as it stood when a TXN CHANGE was
      *> held; ERBAPPRV refuses to apply the change once the master no
      *> longer matches it, so approving an old item can't quietly
      *> undo a change made to the record since. It is SPACES for a
      *> held ADD (there was no record) and for an OVRD item.
      *> PEND-SUBMITTED-BY is never blank: with no submitter there is
      *> no one for the reviewer to differ from, so neither program
      *> queues such an item. Entries are never deleted -
      *> PEND-STATUS moves from PENDING to APPROVED or REJECTED, and
      *> PEND-REVIEWED-BY/-DATE/-REASON record the decision alongside
      *> PEND-SUBMITTED-BY, so the file is its own audit trail.
       01  PENDING-RECORD.
           05  PEND-ITEM-ID                  PIC X(21).
           05  PEND-ITEM-TYPE                PIC X(04).
           05  PEND-STATUS                   PIC X(08).
           05  PEND-RECORD-NAME              PIC X(60).
           05  PEND-SUBMITTED-BY             PIC X(20).
           05  PEND-SUBMITTED-DATE           PIC 9(08).
           05  PEND-REVIEWED-BY              PIC X(20).
           05  PEND-REVIEWED-DATE            PIC 9(08).
           05  PEND-REASON                   PIC X(60).
           05  PEND-PAYLOAD                  PIC X(234).
           05  PEND-BASE-IMAGE               PIC X(208).
