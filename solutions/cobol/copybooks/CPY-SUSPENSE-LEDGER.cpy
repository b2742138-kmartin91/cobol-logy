      *> reprocess pass re-scores it, when the entry is marked
      *> cleared rather than removed. SUSPAGE reports the open
      *> entries aged by tournament nights so a reject that never
      *> gets fixed stops disappearing. PURGE moves an entry that
      *> has stood cleared for long enough to a dated archive.
       01 SUSPENSE-LEDGER-RECORD.
           05 SL-PLAYER-ID      PIC X(10).
           05 SL-ROUND-NUMBER   PIC 99.
