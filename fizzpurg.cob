      *>                      central OPSLOG event file through
      *>                      FIZZOLOG for the FIZZOPSR morning
      *>                      report.
      *>   SEP 30 - Amber   - the purge is now a step of the nightly
      *>                      cycle: the PURGCARD card names the
      *>                      profile whose cycle it closes out in
      *>                      columns 4-11 (default DAILY), and
      *>                      nothing is purged, return code 12,
      *>                      unless FIZZBACK is stamped complete on
      *>                      that profile's night cycle through
      *>                      FIZZCYCL. The purge is stamped on the
      *>                      cycle against the generation FIZZBACK
      *>                      reconciled. A blank count field keeps
      *>                      the default retention without a note.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       WORKING-STORAGE SECTION.
       COPY OLOGEVNT.
       COPY CYCLCALL.
       01 WS-PROFILE PIC X(8) VALUE "DAILY".
       01 WS-CYCLE-OK-SW PIC X VALUE "N".
       01 WS-GCAT-STATUS PIC XX VALUE "00".
       01 WS-CARD-STATUS PIC XX VALUE "00".
       01 WS-PTR-STATUS PIC XX VALUE "00".
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-HEADING-1 TO PRG-LINE
           WRITE PRG-LINE
           PERFORM 1200-CHECK-CYCLE
           IF WS-CYCLE-OK-SW = "Y"
               OPEN I-O GENCAT
               IF WS-GCAT-STATUS NOT = "00"
                   MOVE "NO GENERATION CATALOG ON FILE - NOTHING TO PURGE"
                       TO PRG-LINE
                   WRITE PRG-LINE
               ELSE
                   PERFORM 2000-LOAD-CATALOG
                   PERFORM 3000-PURGE-OLD-GENERATIONS
                   CLOSE GENCAT
               END-IF
               PERFORM 4000-STAMP-CYCLE
           END-IF
           MOVE SPACES TO PRG-LINE
           WRITE PRG-LINE
               READ RUN-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       IF CARD-REC(4:8) NOT = SPACES
                           MOVE CARD-REC(4:8) TO WS-PROFILE
                       END-IF
                       EVALUATE TRUE
                           WHEN CARD-REC(1:2) = SPACES
                               CONTINUE
                           WHEN CARD-REC(1:2) IS NUMERIC
                               AND CARD-REC(1:2) NOT = "00"
                               MOVE CARD-REC(1:2) TO WS-KEEP-CT
               CLOSE BILLING-POINTER
           END-IF.

      *> The purge runs last but one: FIZZBACK must have reconciled
      *> the profile's night generation first, or an unconfirmed
      *> feed could be purged out from under billing. A purge the
      *> cycle refuses touches nothing and is not stamped.
       1200-CHECK-CYCLE.
           MOVE "C" TO CYCL-CL-FUNCTION
           MOVE WS-PROFILE TO CYCL-CL-PROFILE
           MOVE SPACES TO CYCL-CL-BUS-DATE
           MOVE 6 TO CYCL-CL-STEP
           MOVE SPACES TO CYCL-CL-GEN-ID
           CALL "FIZZCYCL" USING CYCL-CALL
           IF CYCL-CL-OK-SW = "Y"
               MOVE "Y" TO WS-CYCLE-OK-SW
               MOVE SPACES TO PRG-LINE
               STRING "CYCLE " CYCL-CL-BUS-DATE " PROFILE "
                   WS-PROFILE " - FIZZBACK COMPLETE FOR "
                   CYCL-CL-GEN-ID
                   DELIMITED BY SIZE INTO PRG-LINE
               END-STRING
               WRITE PRG-LINE
           ELSE
               MOVE SPACES TO PRG-LINE
               STRING "CYCLE CONTROL: " CYCL-CL-MESSAGE
                   DELIMITED BY SIZE INTO PRG-LINE
               END-STRING
               WRITE PRG-LINE
               MOVE "PURGE REFUSED - OUT OF CYCLE ORDER" TO PRG-LINE
               WRITE PRG-LINE
               MOVE "E" TO OLOG-EV-SEVERITY
               MOVE CYCL-CL-MESSAGE TO OLOG-EV-MESSAGE
               PERFORM 9900-LOG-EVENT
               MOVE 12 TO RETURN-CODE
           END-IF
           MOVE SPACES TO PRG-LINE
           WRITE PRG-LINE.

      *> The generation the check handed back is the one FIZZBACK
      *> reconciled, which is what FIZZAUDT will look for.
       4000-STAMP-CYCLE.
           MOVE "S" TO CYCL-CL-FUNCTION
           MOVE 6 TO CYCL-CL-STEP
           MOVE 0 TO CYCL-CL-RC
           CALL "FIZZCYCL" USING CYCL-CALL
           IF CYCL-CL-OK-SW NOT = "Y"
               MOVE "W" TO OLOG-EV-SEVERITY
               MOVE CYCL-CL-MESSAGE TO OLOG-EV-MESSAGE
               PERFORM 9900-LOG-EVENT
           END-IF
           MOVE 0 TO RETURN-CODE.

       2000-LOAD-CATALOG.
           MOVE LOW-VALUES TO GCAT-GEN-ID
           START GENCAT KEY NOT < GCAT-GEN-ID
