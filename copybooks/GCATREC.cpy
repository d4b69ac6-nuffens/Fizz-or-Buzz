      *> awaiting that confirmation is held by FIZZPURG the same way
      *> the pointer-named one is. GCAT-CONF-DATE is the date the
      *> acknowledgment reconciled.
      *> GCAT-DELTA-SW is "N" for a full feed, "Y" for a delta feed,
      *> and "S" for a spot run's feed - a delta-style feed of only
      *> the numbers its SPOTCARD deck named, every one of them sent
      *> to billing. Generations cataloged before spot runs were
      *> marked carry "Y" for a spot run too.
       01 GCAT-RECORD.
           05 GCAT-GEN-ID            PIC X(15).
           05 GCAT-RUN-ID            PIC X(8).
