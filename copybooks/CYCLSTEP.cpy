      *> CYCLSTEP - display names of the seven cycle-control steps,
      *> in CYCL-STEP order, for the programs that report on or
      *> explain a cycle record.
       01 CYCL-STEP-NAMES.
           05 FILLER                 PIC X(10) VALUE "FIZZGATE".
           05 FILLER                 PIC X(10) VALUE "FIZZORBUZZ".
           05 FILLER                 PIC X(10) VALUE "FIZZBAL".
           05 FILLER                 PIC X(10) VALUE "PICKUP".
           05 FILLER                 PIC X(10) VALUE "FIZZBACK".
           05 FILLER                 PIC X(10) VALUE "FIZZPURG".
           05 FILLER                 PIC X(10) VALUE "FIZZAUDT".
       01 CYCL-STEP-NAME-R REDEFINES CYCL-STEP-NAMES.
           05 CYCL-STEP-NAME OCCURS 7 PIC X(10).
