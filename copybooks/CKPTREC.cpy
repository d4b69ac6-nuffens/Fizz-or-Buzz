      *> refused if the parameter card no longer matches. CKPT-PAGE-NO
      *> and CKPT-LINE-CT let a resumed run carry the print-file page
      *> position forward instead of restarting pagination at page 1.
      *> CKPT-KEY is the profile plus CKPT-PART-NO: the checkpoint
      *> file holds one record per profile and partition, with
      *> partition zero for an ordinary run and the partition number
      *> for a slice of a partitioned run. Two profiles in flight at
      *> once keep separate checkpoints, each concurrent partition
      *> step keeps its own, and a restart reads (and is validated
      *> against) its own profile's and partition's record.
      *> CKPT-RULE-CT carries one running count per rules-table entry
      *> (numbers classed solely by that rule); numbers matching more
      *> than one rule are in CKPT-COMBO-CT, matching the control
      *> a restart whose RUNCARD mode disagrees is refused the same
      *> way a profile or range mismatch is.
       01 CKPT-RECORD.
           05 CKPT-KEY.
               10 CKPT-PROFILE       PIC X(8).
               10 CKPT-PART-NO       PIC 9(2).
           05 CKPT-START-NO          PIC 9(7).
           05 CKPT-END-NO            PIC 9(7).
           05 CKPT-LAST-I            PIC 9(7).
