      *>                      at turnover. An unconfirmed balanced
      *>                      generation is held by FIZZPURG until
      *>                      this job confirms it.
      *>   SEP 19 - Amber   - every reject is now also filed on the
      *>                      keyed BILLSUSP suspense file (profile,
      *>                      number, generation, BACK-REASON, date
      *>                      first rejected), and an open suspense
      *>                      item is closed here when a later
      *>                      generation's acknowledgment accepts
      *>                      the same number, so a reject can no
      *>                      longer be lost in an old listing. The
      *>                      totals show items opened and closed.
      *>                      FIZZSUSP ages the open items and
      *>                      FIZZRSUB builds a SPOTCARD deck from
      *>                      them.
      *>   SEP 30 - Amber   - checks the batch cycle control through
      *>                      FIZZCYCL once the pointer has named the
      *>                      generation: the billing pickup must be
      *>                      stamped complete on the profile's
      *>                      night cycle for that same generation,
      *>                      so the job can no longer reconcile a
      *>                      generation that never balanced or that
      *>                      billing never took; otherwise return
      *>                      code 12. The reconciliation is stamped
      *>                      on the cycle at end of job. Rejects
      *>                      alone, every one filed on BILLSUSP,
      *>                      stamp the step complete with a warning
      *>                      - they are worked from the suspense
      *>                      file, not by holding FIZZPURG.
      *>   OCT 11 - Amber   - a suspense write or rewrite that fails
      *>                      is noted on the reject line with its
      *>                      file status and counted in the totals,
      *>                      and ends the run 12, so a reject that
      *>                      never reached BILLSUSP cannot pass as
      *>                      the rejects-only warning.
      *>   OCT 15 - Amber   - a cycle-control refusal is also filed
      *>                      on OPSLOG through FIZZOLOG, as the
      *>                      other cycle-gated steps do.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS GCAT-GEN-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-GCAT-STATUS.
           SELECT BILL-SUSPENSE ASSIGN TO "BILLSUSP"
               ORGANIZATION INDEXED
               RECORD KEY IS BSUS-KEY
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-BSUS-STATUS.
           SELECT REJECT-RPT ASSIGN TO "FIZZBACK.LST"
               ORGANIZATION LINE SEQUENTIAL.

       FD  GENCAT.
       COPY GCATREC.

       FD  BILL-SUSPENSE.
       COPY BSUSREC.

       FD  REJECT-RPT.
       01 RJT-LINE PIC X(80).

       01 WS-BIL-STATUS PIC XX VALUE "00".
       01 WS-ACK-STATUS PIC XX VALUE "00".
       01 WS-GCAT-STATUS PIC XX VALUE "00".
       01 WS-BSUS-STATUS PIC XX VALUE "00".
       01 WS-BSUS-OPEN-SW PIC X VALUE "N".
       01 WS-PROFILE PIC X(8) VALUE SPACES.
       01 WS-SUSP-OPENED-CT PIC 9(7) VALUE 0.
       01 WS-SUSP-REPEAT-CT PIC 9(7) VALUE 0.
       01 WS-SUSP-CLOSED-CT PIC 9(7) VALUE 0.
       01 WS-SUSP-FAILED-CT PIC 9(7) VALUE 0.
       01 WS-BIL-FILE PIC X(30) VALUE SPACES.
       COPY OLOGEVNT.
       COPY CYCLCALL.
       01 WS-CYCLE-OK-SW PIC X VALUE "N".
       01 WS-SAVE-RC PIC 9(2) VALUE 0.
       01 WS-GEN-ID PIC X(15) VALUE SPACES.
       01 WS-RUN-DATE PIC X(8).
       01 WS-EOF-SW PIC X VALUE "N".
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RJT-REASON PIC X(16).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RJT-NOTE PIC X(40).

       01 WS-TOTAL-LINE.
           05 WS-TOT-TAG PIC X(20).
           IF RETURN-CODE = 0
               PERFORM 1100-FIND-GENERATION
           END-IF
           IF RETURN-CODE = 0
               PERFORM 1200-CHECK-CYCLE
           END-IF
           IF RETURN-CODE = 0
               PERFORM 2000-MATCH-ACK-TO-EXTRACT
               PERFORM 3000-WRITE-TOTALS
                       TO RJT-LINE
                   WRITE RJT-LINE
               END-IF
               IF WS-SUSP-FAILED-CT > 0
                   MOVE 12 TO RETURN-CODE
                   MOVE "SUSPENSE NOT UPDATED FOR EVERY ITEM - SEE EXCEPTIONS"
                       TO RJT-LINE
                   WRITE RJT-LINE
               END-IF
           END-IF
           IF WS-CYCLE-OK-SW = "Y"
               PERFORM 5000-STAMP-CYCLE
           END-IF
           CLOSE REJECT-RPT
           STOP RUN.
                       NOT AT END
                           IF GCAT-BIL-FILE = WS-BIL-FILE
                               MOVE GCAT-GEN-ID TO WS-GEN-ID
                               MOVE GCAT-PROFILE TO WS-PROFILE
                               MOVE "Y" TO WS-EOF-SW
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *> Billing must have taken this generation on the profile's
      *> current cycle - which means FIZZBAL balanced it first. A
      *> reconciliation the cycle refuses is not stamped.
       1200-CHECK-CYCLE.
           MOVE "C" TO CYCL-CL-FUNCTION
           MOVE WS-PROFILE TO CYCL-CL-PROFILE
           MOVE SPACES TO CYCL-CL-BUS-DATE
           MOVE 5 TO CYCL-CL-STEP
           MOVE WS-GEN-ID TO CYCL-CL-GEN-ID
           CALL "FIZZCYCL" USING CYCL-CALL
           IF CYCL-CL-OK-SW = "Y"
               MOVE "Y" TO WS-CYCLE-OK-SW
               MOVE 0 TO RETURN-CODE
           ELSE
               PERFORM 9100-WRITE-PAGE-HEADER
               MOVE SPACES TO RJT-LINE
               STRING "CYCLE CONTROL: " CYCL-CL-MESSAGE
                   DELIMITED BY SIZE INTO RJT-LINE
               END-STRING
               WRITE RJT-LINE
               MOVE "RESULT: RECONCILIATION REFUSED - OUT OF CYCLE ORDER"
                   TO RJT-LINE
               WRITE RJT-LINE
               MOVE "E" TO OLOG-EV-SEVERITY
               MOVE CYCL-CL-MESSAGE TO OLOG-EV-MESSAGE
               PERFORM 9900-LOG-EVENT
               MOVE 12 TO RETURN-CODE
           END-IF.

      *> Billing acknowledges in feed order, one record per extract
      *> record, so the two files are read side by side: an ack that
      *> runs out first is short, one that names a different number
                   MOVE 12 TO RETURN-CODE
                   CLOSE BILLING-EXTRACT
               ELSE
                   PERFORM 2050-OPEN-SUSPENSE
                   PERFORM 2100-MATCH-ONE-PAIR
                       UNTIL WS-BIL-EOF-SW = "Y"
                   PERFORM 2300-CHECK-EXTRA-ACKS
                       UNTIL WS-ACK-EOF-SW = "Y"
                   CLOSE BILLING-EXTRACT
                   CLOSE BILLING-ACK
                   IF WS-BSUS-OPEN-SW = "Y"
                       CLOSE BILL-SUSPENSE
                   END-IF
               END-IF
           END-IF.

      *> The suspense file is created on first use. If it cannot be
      *> opened the reconciliation still runs - the rejects are on
      *> the listing - but the generation is not confirmed, since
      *> its rejects would then be tracked nowhere.
       2050-OPEN-SUSPENSE.
           OPEN I-O BILL-SUSPENSE
           IF WS-BSUS-STATUS = "35"
               OPEN OUTPUT BILL-SUSPENSE
               CLOSE BILL-SUSPENSE
               OPEN I-O BILL-SUSPENSE
           END-IF
           IF WS-BSUS-STATUS = "00"
               MOVE "Y" TO WS-BSUS-OPEN-SW
           ELSE
               MOVE "N" TO WS-CLEAN-SW
               MOVE SPACES TO RJT-LINE
               STRING "BILLSUSP COULD NOT BE OPENED - STATUS "
                      DELIMITED BY SIZE
                      WS-BSUS-STATUS DELIMITED BY SIZE
                      " - REJECTS NOT SUSPENDED" DELIMITED BY SIZE
                      INTO RJT-LINE
               WRITE RJT-LINE
               ADD 1 TO WS-LINE-CT
           END-IF.

       2100-MATCH-ONE-PAIR.
           READ BILLING-EXTRACT
               AT END MOVE "Y" TO WS-BIL-EOF-SW
                           MOVE BACK-RUN-ID TO WS-RJT-RUN-ID
                           MOVE BACK-REASON TO WS-RJT-REASON
                           MOVE "REJECTED BY BILLING" TO WS-RJT-NOTE
                           PERFORM 2400-SUSPEND-REJECT
                           PERFORM 9000-WRITE-REJECT-LINE
                       WHEN BACK-STATUS = "A"
                           ADD 1 TO WS-ACCEPT-CT
                           PERFORM 2500-CLOSE-SUSPENSE-ITEM
      *> This job exists to prove the pickup - a status that is
      *> neither A nor R is a malformed acknowledgment, not an
      *> accept, and must not confirm the generation.
                   PERFORM 9000-WRITE-REJECT-LINE
           END-READ.

      *> A number with no item, or only a closed one, opens a new
      *> item dated today. An open item rejected again keeps its
      *> first-rejected date and generation. Rerunning the same
      *> acknowledgment finds the item already carrying this
      *> generation and leaves it alone.
       2400-SUSPEND-REJECT.
           IF WS-BSUS-OPEN-SW = "Y"
               MOVE WS-PROFILE TO BSUS-PROFILE
               MOVE BACK-NUMBER TO BSUS-NUMBER
               READ BILL-SUSPENSE
                   INVALID KEY
                       PERFORM 2410-OPEN-NEW-ITEM
                       WRITE BSUS-RECORD
                           INVALID KEY
                               PERFORM 2420-NOTE-SUSPENSE-FAILURE
                           NOT INVALID KEY
                               ADD 1 TO WS-SUSP-OPENED-CT
                               MOVE "REJECTED - SUSPENSE ITEM OPENED"
                                   TO WS-RJT-NOTE
                       END-WRITE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN BSUS-LAST-GEN-ID = WS-GEN-ID
                               MOVE "REJECTED - ALREADY IN SUSPENSE"
                                   TO WS-RJT-NOTE
                           WHEN BSUS-STATUS = "O"
                               MOVE WS-GEN-ID TO BSUS-LAST-GEN-ID
                               MOVE WS-RUN-DATE TO BSUS-LAST-DATE
                               MOVE BACK-REASON TO BSUS-REASON
                               ADD 1 TO BSUS-REJECT-CT
                               REWRITE BSUS-RECORD
                                   INVALID KEY
                                       PERFORM 2420-NOTE-SUSPENSE-FAILURE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-SUSP-REPEAT-CT
                                       MOVE SPACES TO WS-RJT-NOTE
                                       STRING "REJECTED AGAIN - OPEN SINCE "
                                           DELIMITED BY SIZE
                                           BSUS-FIRST-DATE
                                           DELIMITED BY SIZE
                                           INTO WS-RJT-NOTE
                               END-REWRITE
                           WHEN OTHER
                               PERFORM 2410-OPEN-NEW-ITEM
                               REWRITE BSUS-RECORD
                                   INVALID KEY
                                       PERFORM 2420-NOTE-SUSPENSE-FAILURE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-SUSP-OPENED-CT
                                       MOVE "REJECTED - SUSPENSE ITEM REOPENED"
                                           TO WS-RJT-NOTE
                               END-REWRITE
                       END-EVALUATE
               END-READ
           END-IF.

       2410-OPEN-NEW-ITEM.
           MOVE "O" TO BSUS-STATUS
           MOVE BACK-REASON TO BSUS-REASON
           MOVE WS-GEN-ID TO BSUS-FIRST-GEN-ID
           MOVE WS-RUN-DATE TO BSUS-FIRST-DATE
           MOVE WS-GEN-ID TO BSUS-LAST-GEN-ID
           MOVE WS-RUN-DATE TO BSUS-LAST-DATE
           MOVE 1 TO BSUS-REJECT-CT
           MOVE SPACES TO BSUS-RESUB-DATE
           MOVE 0 TO BSUS-RESUB-CT
           MOVE SPACES TO BSUS-CLOSE-GEN-ID
           MOVE SPACES TO BSUS-CLOSE-DATE.

      *> A reject that could not be filed is not on BILLSUSP, so it
      *> is noted on its own reject line and the run ends 12 - the
      *> rejects-only warning no longer applies.
       2420-NOTE-SUSPENSE-FAILURE.
           ADD 1 TO WS-SUSP-FAILED-CT
           MOVE SPACES TO WS-RJT-NOTE
           STRING "REJECTED - NOT FILED ON SUSPENSE, FS "
                  DELIMITED BY SIZE
                  WS-BSUS-STATUS DELIMITED BY SIZE
                  INTO WS-RJT-NOTE.

      *> Only an accept from a later generation than the reject
      *> closes the item - generation IDs sort in run order.
       2500-CLOSE-SUSPENSE-ITEM.
           IF WS-BSUS-OPEN-SW = "Y"
               MOVE WS-PROFILE TO BSUS-PROFILE
               MOVE BACK-NUMBER TO BSUS-NUMBER
               READ BILL-SUSPENSE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF BSUS-STATUS = "O"
                           AND WS-GEN-ID > BSUS-LAST-GEN-ID
                           MOVE "C" TO BSUS-STATUS
                           MOVE WS-GEN-ID TO BSUS-CLOSE-GEN-ID
                           MOVE WS-RUN-DATE TO BSUS-CLOSE-DATE
                           REWRITE BSUS-RECORD
                               INVALID KEY
                                   ADD 1 TO WS-SUSP-FAILED-CT
                                   MOVE "N" TO WS-CLEAN-SW
                                   MOVE BACK-NUMBER TO WS-RJT-NUMBER
                                   MOVE BACK-RUN-ID TO WS-RJT-RUN-ID
                                   MOVE SPACES TO WS-RJT-REASON
                                   MOVE SPACES TO WS-RJT-NOTE
                                   STRING "SUSPENSE NOT CLOSED, FS "
                                          DELIMITED BY SIZE
                                          WS-BSUS-STATUS
                                          DELIMITED BY SIZE
                                          INTO WS-RJT-NOTE
                                   PERFORM 9000-WRITE-REJECT-LINE
                               NOT INVALID KEY
                                   ADD 1 TO WS-SUSP-CLOSED-CT
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

       3000-WRITE-TOTALS.
           MOVE SPACES TO RJT-LINE
           WRITE RJT-LINE
           MOVE WS-MISMATCH-CT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RJT-LINE
           WRITE RJT-LINE
           MOVE "SUSPENSE OPENED  :" TO WS-TOT-TAG
           MOVE WS-SUSP-OPENED-CT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RJT-LINE
           WRITE RJT-LINE
           MOVE "SUSPENSE REPEATS :" TO WS-TOT-TAG
           MOVE WS-SUSP-REPEAT-CT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RJT-LINE
           WRITE RJT-LINE
           MOVE "SUSPENSE CLOSED  :" TO WS-TOT-TAG
           MOVE WS-SUSP-CLOSED-CT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RJT-LINE
           WRITE RJT-LINE
           MOVE "SUSPENSE FAILED  :" TO WS-TOT-TAG
           MOVE WS-SUSP-FAILED-CT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RJT-LINE
           WRITE RJT-LINE
           MOVE SPACES TO RJT-LINE
           WRITE RJT-LINE.

               CLOSE GENCAT
           END-IF.

      *> A complete, in-step acknowledgment whose only trouble is
      *> rejects - every one now on the suspense file - has done its
      *> job, so the step is stamped complete with return code 4 and
      *> the stream goes on to FIZZPURG; anything else above 4 is
      *> stamped failed. The job's own return code is left as set.
       5000-STAMP-CYCLE.
           MOVE "S" TO CYCL-CL-FUNCTION
           MOVE 5 TO CYCL-CL-STEP
           MOVE WS-GEN-ID TO CYCL-CL-GEN-ID
           MOVE RETURN-CODE TO WS-SAVE-RC
           MOVE RETURN-CODE TO CYCL-CL-RC
           IF RETURN-CODE = 8
               AND WS-REJECT-CT > 0
               AND WS-MISMATCH-CT = 0
               AND WS-ACK-CT = WS-EXTRACT-CT
               AND WS-BSUS-OPEN-SW = "Y"
               MOVE 4 TO CYCL-CL-RC
           END-IF
           CALL "FIZZCYCL" USING CYCL-CALL
           IF CYCL-CL-OK-SW NOT = "Y"
               MOVE SPACES TO RJT-LINE
               STRING "CYCLE CONTROL: " CYCL-CL-MESSAGE
                   DELIMITED BY SIZE INTO RJT-LINE
               END-STRING
               WRITE RJT-LINE
           END-IF
           MOVE WS-SAVE-RC TO RETURN-CODE.

       9000-WRITE-REJECT-LINE.
           IF WS-LINE-CT >= WS-LINES-PER-PAGE
               PERFORM 9100-WRITE-PAGE-HEADER
           MOVE WS-HEADING-3 TO RJT-LINE
           WRITE RJT-LINE
           MOVE 3 TO WS-LINE-CT.

      *> The generation ID opens with the run ID that cut it.
       9900-LOG-EVENT.
           MOVE "FIZZBACK" TO OLOG-EV-PROGRAM
           MOVE WS-GEN-ID(1:8) TO OLOG-EV-RUN-ID
           CALL "FIZZOLOG" USING OLOG-EVENT.
       END PROGRAM FIZZBACK.
