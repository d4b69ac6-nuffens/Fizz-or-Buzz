      *> OVRDREC - override/exclusion card image. The overrides now
      *> live on the keyed OVRDMAST master (see OMSTREC); FIZZORBUZZ
      *> and FIZZWHAT move each master record in force on the run
      *> date into this layout and edit it as they always edited the
      *> card, and FIZZOVLD reads the old per-profile decks in it to
      *> load the master. One card per number or number range.
      *> OVRD-END-NO blank means the single number in OVRD-START-NO.
      *> OVRD-ACTION is either the literal EXCLUDE (drop the range
      *> from the billing feed entirely; the retained record and
      *> listing carry class EXCLUDED) or a class label the range is
      *> forced to regardless of the divisor math. OVRD-REASON is the
      *> audit reason code carried onto the retained record, the
      *> classification master, and the billing extract. Cards are
      *> matched in load order - the first card covering a number
      *> wins.
       01 OVRD-CARD.
           05 OVRD-START-NO          PIC X(7).
           05 OVRD-END-NO            PIC X(7).
