      *> OMSTREC - override master record on the keyed OVRDMAST file,
      *> maintained online through the FZOV screen (FIZZOVRM) and
      *> read by FIZZORBUZZ in place of the old hand-edited card deck.
      *> One record per profile and number range; OMST-END-NO equals
      *> OMST-START-NO for a single number. Both numbers are kept as
      *> zero-filled digits so key order is number order within a
      *> profile, and key order is the order a run matches them in -
      *> the first record covering a number wins, and FIZZOVRP
      *> reports any two that overlap so the loser is never hidden.
      *> OMST-ACTION is EXCLUDE or the class label the range is
      *> forced to, OMST-REASON the audit reason code, exactly as on
      *> the card layout in OVRDREC. A record is in force from
      *> OMST-EFF-DATE through OMST-EXP-DATE inclusive (YYYYMMDD);
      *> outside those dates the run skips it. The entered-by fields
      *> are restamped on every add or change; the full trail is on
      *> OVRDHIST (see OHSTREC).
       01 OMST-RECORD.
           05 OMST-KEY.
               10 OMST-PROFILE       PIC X(8).
               10 OMST-START-NO      PIC X(7).
               10 OMST-END-NO        PIC X(7).
           05 OMST-ACTION            PIC X(8).
           05 OMST-REASON            PIC X(4).
           05 OMST-EFF-DATE          PIC X(8).
           05 OMST-EXP-DATE          PIC X(8).
           05 OMST-ENTERED-BY        PIC X(8).
           05 OMST-ENTERED-DATE      PIC X(8).
           05 OMST-ENTERED-TERMID    PIC X(4).
