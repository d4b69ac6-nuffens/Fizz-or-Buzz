      *>                      billed check applies to full feeds
      *>                      only; the A/C flag counts still prove
      *>                      the delta feed.
      *>   SEP 30 - Amber   - checks the batch cycle control through
      *>                      FIZZCYCL once the control record names
      *>                      the profile: the classification step
      *>                      must be complete on the night's cycle
      *>                      for this same generation, or the
      *>                      balance is refused with return code 12.
      *>                      The balance step is stamped on the
      *>                      cycle at end of job, failed when the
      *>                      generation is out of balance, so the
      *>                      billing pickup and FIZZBACK hold.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       WORKING-STORAGE SECTION.
       COPY OLOGEVNT.
       COPY CYCLCALL.
       01 WS-CYCLE-OK-SW PIC X VALUE "N".
       01 WS-LOG-RUN-ID PIC X(8) VALUE SPACES.
       01 WS-CARD-STATUS PIC XX VALUE "00".
       01 WS-CTL-STATUS PIC XX VALUE "00".
           IF RETURN-CODE = 0
               PERFORM 1000-READ-CONTROL-TOTALS
           END-IF
           IF RETURN-CODE = 0
               PERFORM 1050-CHECK-CYCLE
           END-IF
           IF RETURN-CODE = 0
               PERFORM 2000-TALLY-RETAINED
           END-IF
                   PERFORM 9000-RELEASE-TO-BILLING
               END-IF
           END-IF
           IF WS-CYCLE-OK-SW = "Y"
               PERFORM 9200-STAMP-CYCLE
           END-IF
           STOP RUN.

      *> The balance must follow the classification run that cut
      *> this generation on the profile's current cycle - a BALCARD
      *> left pointing at an older generation, or a rerun ahead of
      *> FIZZORBUZZ, is refused here. A refused balance is not
      *> stamped; it never ran.
       1050-CHECK-CYCLE.
           MOVE "C" TO CYCL-CL-FUNCTION
           MOVE CTLT-PROFILE TO CYCL-CL-PROFILE
           MOVE SPACES TO CYCL-CL-BUS-DATE
           MOVE 3 TO CYCL-CL-STEP
           MOVE WS-GEN-ID TO CYCL-CL-GEN-ID
           CALL "FIZZCYCL" USING CYCL-CALL
           IF CYCL-CL-OK-SW = "Y"
               MOVE "Y" TO WS-CYCLE-OK-SW
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "CYCLE CONTROL REFUSED THE BALANCE - "
                   CYCL-CL-MESSAGE
               MOVE "E" TO OLOG-EV-SEVERITY
               MOVE CYCL-CL-MESSAGE TO OLOG-EV-MESSAGE
               PERFORM 9900-LOG-EVENT
               MOVE 12 TO RETURN-CODE
           END-IF.

      *> Out of balance stamps the step failed, which holds every
      *> step after it on the cycle. The profile is still in the
      *> call area from the check. The job's return code is put
      *> back after the CALLs, which would otherwise leave their own.
       9200-STAMP-CYCLE.
           MOVE "S" TO CYCL-CL-FUNCTION
           MOVE 3 TO CYCL-CL-STEP
           MOVE WS-GEN-ID TO CYCL-CL-GEN-ID
           MOVE RETURN-CODE TO CYCL-CL-RC
           CALL "FIZZCYCL" USING CYCL-CALL
           IF CYCL-CL-OK-SW NOT = "Y"
               MOVE "W" TO OLOG-EV-SEVERITY
               MOVE CYCL-CL-MESSAGE TO OLOG-EV-MESSAGE
               PERFORM 9900-LOG-EVENT
           END-IF
           MOVE CYCL-CL-RC TO RETURN-CODE.

      *> The BALCARD names the generation under balance - with two
      *> profiles able to run at once there is no longer one control
      *> record to trust. The generation's control-totals dataset is
