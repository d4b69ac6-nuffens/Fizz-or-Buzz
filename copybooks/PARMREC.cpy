      *> operator forces the save with action F, and the batch side
      *> flags the exception report if the record changed under an
      *> in-flight run.
      *> FZPM never writes this record straight from a save or
      *> delete: the change waits on PARMPEND (see PPNDREC) until a
      *> second userid approves it, and the run interlock is applied
      *> at approval, when the record actually changes.
       01 PARM-RECORD.
           05 PARM-KEY               PIC X(8).
           05 PARM-START-NO         PIC X(7).
