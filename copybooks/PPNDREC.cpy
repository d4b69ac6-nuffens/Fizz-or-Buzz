      *> PPNDREC - pending parameter change, written to the keyed
      *> PARMPEND file by the FZPM screen when an operator saves or
      *> deletes a profile. Nothing reaches PARMFILE until a second,
      *> different userid approves the change (FZPM action A) or it
      *> is thrown away (action R); until then every batch run keeps
      *> using the last approved record. PPND-PARM-KEY is the record
      *> key - one change can be pending per profile at a time; the
      *> maker may re-save over their own pending change, anyone else
      *> has to approve or reject it first.
      *> PPND-ACTION is S (save) or D (delete). PPND-FORCE-SW is "Y"
      *> when the maker keyed action F, so the approval goes through
      *> even if a batch run has the profile flagged active.
      *> PPND-BEFORE-IMAGE is the live record as it stood when the
      *> change was requested (spaces for a brand-new profile);
      *> PPND-AFTER-IMAGE is the record as it will be written on
      *> approval (spaces for a delete). Both images must stay the
      *> same width as PARM-RECORD in PARMREC.
       01 PPND-RECORD.
           05 PPND-PARM-KEY          PIC X(8).
           05 PPND-ACTION            PIC X(1).
           05 PPND-FORCE-SW          PIC X(1).
           05 PPND-MAKER-USERID      PIC X(8).
           05 PPND-MAKER-TERMID      PIC X(4).
           05 PPND-REQ-DATE          PIC X(8).
           05 PPND-REQ-TIME          PIC X(6).
           05 PPND-BEFORE-IMAGE      PIC X(142).
           05 PPND-AFTER-IMAGE       PIC X(142).
