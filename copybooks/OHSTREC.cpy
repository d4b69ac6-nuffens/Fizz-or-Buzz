      *> OHSTREC - override change history record, one per add,
      *> change, or delete made through the FZOV screen, written to
      *> the keyed OVRDHIST file the way PARMHIST logs FZPM. Carries
      *> the before- and after-image of the override master record
      *> plus who changed it, from which terminal, and when.
      *> OHST-ACTION is A (added), C (changed), or D (deleted).
      *> OHST-CHG-TASKNO is the CICS task number, kept in the key so
      *> two changes inside the same clock second still file
      *> separately. The image fields must stay the same width as
      *> OMST-RECORD in OMSTREC.
       01 OHST-RECORD.
           05 OHST-KEY.
               10 OHST-PROFILE       PIC X(8).
               10 OHST-CHG-DATE      PIC X(8).
               10 OHST-CHG-TIME      PIC X(6).
               10 OHST-CHG-TASKNO    PIC 9(7).
           05 OHST-USERID            PIC X(8).
           05 OHST-TERMID            PIC X(4).
           05 OHST-ACTION            PIC X(1).
           05 OHST-BEFORE-IMAGE      PIC X(70).
           05 OHST-AFTER-IMAGE       PIC X(70).
