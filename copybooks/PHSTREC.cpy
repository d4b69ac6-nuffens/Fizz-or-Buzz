      *> clock second still file as distinct history records.
      *> The image fields must stay the same width as PARM-RECORD in
      *> PARMREC - widen them in step if the parameter record grows.
      *> Saves and deletes are two-person changes: PHST-EVENT is P
      *> when the maker's change goes pending, A when a second userid
      *> approves it onto PARMFILE, R when it is rejected (space on
      *> records filed before approval was required). PHST-ACTION is
      *> the change asked for - S save, F forced save, D delete.
      *> PHST-USERID is whoever performed this step; the maker and
      *> checker userids are carried on every step so one record
      *> answers who asked and who signed.
       01 PHST-RECORD.
           05 PHST-KEY.
               10 PHST-PARM-KEY      PIC X(8).
           05 PHST-TERMID            PIC X(4).
           05 PHST-BEFORE-IMAGE      PIC X(142).
           05 PHST-AFTER-IMAGE       PIC X(142).
           05 PHST-EVENT             PIC X(1).
           05 PHST-ACTION            PIC X(1).
           05 PHST-MAKER-USERID      PIC X(8).
           05 PHST-CHECKER-USERID    PIC X(8).
