      *> WHATREC - proposed-rule card read by the FIZZWHAT what-if
      *> simulation from its WHATCARD deck. The first card of the
      *> deck names the profile (columns 1-8) and is read as a plain
      *> card image; every card after it is one entry of the
      *> proposed rules table, in priority order, exactly as it
      *> would be keyed on the FZPM rules lines: divisor in columns
      *> 1-3, label in columns 5-12. At most ten entries.
       01 WHAT-RULE-CARD.
           05 WHAT-RULE-DIV          PIC X(3).
           05 FILLER                 PIC X(1).
           05 WHAT-RULE-LABEL        PIC X(8).
           05 FILLER                 PIC X(68).
