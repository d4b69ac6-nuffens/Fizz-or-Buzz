      *>                      so a missed DAILY surfaces at the next
      *>                      turnover; those warnings alone give
      *>                      return code 4.
      *>   SEP 30 - Amber   - opens the night's batch cycle: stamps
      *>                      the cycle-control step for the profile
      *>                      and today's business date through
      *>                      FIZZCYCL, complete when the gate passes
      *>                      and failed when it refuses, so
      *>                      FIZZORBUZZ can no longer run on a night
      *>                      the gate never passed. A cycle that
      *>                      cannot be stamped closes the gate.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-CX PIC 9(3).
       01 WS-HX PIC 9(3).
       01 WS-HIST-CT PIC 9(3) VALUE 0.
       COPY CYCLCALL.

      *> One entry per RUNCAL card, plus room for the day-of-week
      *> and doubles rules the gate applies.
               PERFORM 4000-CHECK-OFFERED-PROFILE
               PERFORM 5000-REPORT-MISSED-PROFILES
           END-IF
           PERFORM 6000-STAMP-CYCLE
           MOVE SPACES TO GTE-LINE
           WRITE GTE-LINE
           EVALUATE TRUE
               WRITE GTE-LINE
               MOVE "Y" TO WS-MISSED-SW
           END-IF.

      *> The gate is step 1 of the cycle and acts on no generation.
      *> A refusal is stamped failed so the rest of the stream holds;
      *> a cycle that cannot be stamped at all holds it too, since
      *> FIZZORBUZZ would refuse a night with no cycle open anyway.
       6000-STAMP-CYCLE.
           MOVE "S" TO CYCL-CL-FUNCTION
           MOVE WS-PROFILE TO CYCL-CL-PROFILE
           MOVE WS-RUN-DATE TO CYCL-CL-BUS-DATE
           MOVE 1 TO CYCL-CL-STEP
           MOVE SPACES TO CYCL-CL-GEN-ID
           EVALUATE TRUE
               WHEN WS-REFUSED-SW = "Y"
                   MOVE 8 TO CYCL-CL-RC
               WHEN WS-MISSED-SW = "Y"
                   MOVE 4 TO CYCL-CL-RC
               WHEN OTHER
                   MOVE 0 TO CYCL-CL-RC
           END-EVALUATE
           CALL "FIZZCYCL" USING CYCL-CALL
           IF CYCL-CL-OK-SW = "Y"
               MOVE SPACES TO GTE-LINE
               STRING "GATE STAMPED ON CYCLE FOR BUSINESS DATE "
                   CYCL-CL-BUS-DATE
                   DELIMITED BY SIZE INTO GTE-LINE
               END-STRING
               WRITE GTE-LINE
           ELSE
               MOVE CYCL-CL-MESSAGE TO GTE-LINE
               WRITE GTE-LINE
               MOVE "CYCLE CONTROL NOT STAMPED - GATE CLOSED"
                   TO GTE-LINE
               WRITE GTE-LINE
               MOVE "Y" TO WS-REFUSED-SW
           END-IF.
       END PROGRAM FIZZGATE.
