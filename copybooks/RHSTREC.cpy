      *> table as the run loaded it; the counts are the final control
      *> totals (zeros when the run was refused before classifying).
      *> FIZZRLOG prints the last N of these for the ops turnover.
      *> RHST-GEN-ID is the generation the run cut (the checkpointed
      *> one on a resume), so a run can be matched to its GENCAT
      *> record; FIZZRCVR uses it to prove no generation in a
      *> recovery chain has been purged. Records filed before the
      *> field was added carry spaces.
      *> A run that abended never files its own record; FIZZABND
      *> files one for it when the run is cleaned up, with return
      *> code 20 and the checkpoint's totals as far as it got.
       01 RHST-RECORD.
           05 RHST-KEY.
               10 RHST-START-DATE    PIC X(8).
           05 RHST-CHANGED-CT        PIC 9(7).
           05 RHST-EXCLUDED-CT       PIC 9(7).
           05 RHST-FORCED-CT         PIC 9(7).
           05 RHST-GEN-ID            PIC X(15).
