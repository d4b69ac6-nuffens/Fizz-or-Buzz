      *> FIZZCMAP - symbolic map for mapset FIZZCYM / map FIZZCY1.
      *> Hand-maintained mirror of the BMS in bms/FIZZCY.bms - keep
      *> the two in step if a field is added, moved, or resized.
      *> Each XXXXA attribute byte REDEFINES its preceding XXXXF flag
      *> byte, per the standard DFHMDF symbolic-map layout. The seven
      *> CYSTP step lines are carried as a subscripted group so
      *> FIZZCYST can fill them in a loop, one per cycle step.
       01 FIZZCY1I.
           05 FILLER             PIC X(12).
           05 CYPROFL            PIC S9(4) COMP.
           05 CYPROFF            PIC X.
           05 CYPROFA REDEFINES CYPROFF PIC X.
           05 CYPROFI            PIC X(8).
           05 CYDATEL            PIC S9(4) COMP.
           05 CYDATEF            PIC X.
           05 CYDATEA REDEFINES CYDATEF PIC X.
           05 CYDATEI            PIC X(8).
           05 CYSTP-GROUP-I.
               10 CYSTP-ENTRY-I OCCURS 7.
                   15 CYSTPL     PIC S9(4) COMP.
                   15 CYSTPF     PIC X.
                   15 CYSTPI     PIC X(70).
           05 CYSUML             PIC S9(4) COMP.
           05 CYSUMF             PIC X.
           05 CYSUMA REDEFINES CYSUMF PIC X.
           05 CYSUMI             PIC X(70).
           05 CYMSGL             PIC S9(4) COMP.
           05 CYMSGF             PIC X.
           05 CYMSGA REDEFINES CYMSGF PIC X.
           05 CYMSGI             PIC X(79).

       01 FIZZCY1O REDEFINES FIZZCY1I.
           05 FILLER             PIC X(12).
           05 FILLER             PIC X(3).
           05 CYPROFO            PIC X(8).
           05 FILLER             PIC X(3).
           05 CYDATEO            PIC X(8).
           05 CYSTP-GROUP-O.
               10 CYSTP-ENTRY-O OCCURS 7.
                   15 FILLER     PIC X(3).
                   15 CYSTPO     PIC X(70).
           05 FILLER             PIC X(3).
           05 CYSUMO             PIC X(70).
           05 FILLER             PIC X(3).
           05 CYMSGO             PIC X(79).
