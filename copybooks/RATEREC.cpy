      *> RATEREC - class rate record on the keyed RATEFILE, one per
      *> billing class code and effective date. RATE-CLASS is a
      *> class code exactly as it reaches the billing extract: a
      *> rule label, a combined label (the matching labels run
      *> together, as FIZZORBUZZ 3110 builds them), a label forced
      *> by an override, or NUMBER. EXCLUDED is never billed and is
      *> priced at zero without a rate. The rate in force for a
      *> generation is the class's record with the latest
      *> RATE-EFF-DATE on or before the generation's run date, so a
      *> rate change is filed ahead under its own date and the old
      *> rate stays on file for repricing earlier generations.
      *> RATE-UNIT-RATE is the charge per billed record. FIZZRATE
      *> maintains the file from a card deck; FIZZPRCE prices a
      *> generation's billing extract with it.
       01 RATE-RECORD.
           05 RATE-KEY.
               10 RATE-CLASS         PIC X(16).
               10 RATE-EFF-DATE      PIC X(8).
           05 RATE-UNIT-RATE         PIC 9(5)V9(4).
           05 RATE-ENTERED-BY        PIC X(8).
           05 RATE-ENTERED-DATE      PIC X(8).
