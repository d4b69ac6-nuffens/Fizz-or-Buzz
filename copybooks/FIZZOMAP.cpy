      *> FIZZOMAP - symbolic map for mapset FIZZOVM / map FIZZOV1.
      *> Hand-maintained mirror of the BMS in bms/FIZZOV.bms - keep
      *> the two in step if a field is added, moved, or resized.
      *> Each XXXXA attribute byte REDEFINES its preceding XXXXF flag
      *> byte, per the standard DFHMDF symbolic-map layout. The eight
      *> identical OVLST1-OVLST8 list lines are carried here as one
      *> subscripted group so the program can fill them in a loop.
       01 FIZZOV1I.
           05 FILLER             PIC X(12).
           05 OVPROFL            PIC S9(4) COMP.
           05 OVPROFF            PIC X.
           05 OVPROFA REDEFINES OVPROFF PIC X.
           05 OVPROFI            PIC X(8).
           05 OVACTL             PIC S9(4) COMP.
           05 OVACTF             PIC X.
           05 OVACTA REDEFINES OVACTF PIC X.
           05 OVACTI             PIC X(1).
           05 OVSTARTL           PIC S9(4) COMP.
           05 OVSTARTF           PIC X.
           05 OVSTARTA REDEFINES OVSTARTF PIC X.
           05 OVSTARTI           PIC X(7).
           05 OVENDL             PIC S9(4) COMP.
           05 OVENDF             PIC X.
           05 OVENDA REDEFINES OVENDF PIC X.
           05 OVENDI             PIC X(7).
           05 OVACTNL            PIC S9(4) COMP.
           05 OVACTNF            PIC X.
           05 OVACTNA REDEFINES OVACTNF PIC X.
           05 OVACTNI            PIC X(8).
           05 OVRSNL             PIC S9(4) COMP.
           05 OVRSNF             PIC X.
           05 OVRSNA REDEFINES OVRSNF PIC X.
           05 OVRSNI             PIC X(4).
           05 OVEFFL             PIC S9(4) COMP.
           05 OVEFFF             PIC X.
           05 OVEFFA REDEFINES OVEFFF PIC X.
           05 OVEFFI             PIC X(8).
           05 OVEXPL             PIC S9(4) COMP.
           05 OVEXPF             PIC X.
           05 OVEXPA REDEFINES OVEXPF PIC X.
           05 OVEXPI             PIC X(8).
           05 OVBYL              PIC S9(4) COMP.
           05 OVBYF              PIC X.
           05 OVBYA REDEFINES OVBYF PIC X.
           05 OVBYI              PIC X(8).
           05 OVONL              PIC S9(4) COMP.
           05 OVONF              PIC X.
           05 OVONA REDEFINES OVONF PIC X.
           05 OVONI              PIC X(8).
           05 OVLST-GROUP-I.
               10 OVLST-ENTRY-I OCCURS 8.
                   15 OVLSTL     PIC S9(4) COMP.
                   15 OVLSTF     PIC X.
                   15 OVLSTI     PIC X(62).
           05 OVMSGL             PIC S9(4) COMP.
           05 OVMSGF             PIC X.
           05 OVMSGA REDEFINES OVMSGF PIC X.
           05 OVMSGI             PIC X(79).

       01 FIZZOV1O REDEFINES FIZZOV1I.
           05 FILLER             PIC X(12).
           05 FILLER             PIC X(3).
           05 OVPROFO            PIC X(8).
           05 FILLER             PIC X(3).
           05 OVACTO             PIC X(1).
           05 FILLER             PIC X(3).
           05 OVSTARTO           PIC X(7).
           05 FILLER             PIC X(3).
           05 OVENDO             PIC X(7).
           05 FILLER             PIC X(3).
           05 OVACTNO            PIC X(8).
           05 FILLER             PIC X(3).
           05 OVRSNO             PIC X(4).
           05 FILLER             PIC X(3).
           05 OVEFFO             PIC X(8).
           05 FILLER             PIC X(3).
           05 OVEXPO             PIC X(8).
           05 FILLER             PIC X(3).
           05 OVBYO              PIC X(8).
           05 FILLER             PIC X(3).
           05 OVONO              PIC X(8).
           05 OVLST-GROUP-O.
               10 OVLST-ENTRY-O OCCURS 8.
                   15 FILLER     PIC X(3).
                   15 OVLSTO     PIC X(62).
           05 FILLER             PIC X(3).
           05 OVMSGO             PIC X(79).
