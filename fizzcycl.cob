           >>source format free
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZCYCL.
       AUTHOR. Amber.
       DATE-WRITTEN. SEP 30.
      *> MOD-LOG:
      *>   SEP 30 - Amber   - batch cycle-control keeper, CALLed by
      *>                      every step of the nightly stream
      *>                      (FIZZGATE, FIZZORBUZZ, FIZZBAL, FIZZPICK
      *>                      for the billing pickup, FIZZBACK,
      *>                      FIZZPURG, FIZZAUDT). A check tells the
      *>                      caller whether the step ahead of it is
      *>                      complete on the profile's latest cycle
      *>                      for the same generation, so an operator
      *>                      rerun or a hand submission can no longer
      *>                      run a step out of order; a stamp records
      *>                      the step done, with the generation it
      *>                      acted on, on the keyed CYCLFILE,
      *>                      creating the file on first use. The
      *>                      caller decides what a refusal means -
      *>                      this program only answers.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLFILE ASSIGN TO "CYCLFILE"
               ORGANIZATION INDEXED
               RECORD KEY IS CYCL-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CYCL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLFILE.
       COPY CYCLREC.

       WORKING-STORAGE SECTION.
       01 WS-CYCL-STATUS PIC XX VALUE "00".
       01 WS-FOUND-SW PIC X VALUE "N".
       01 WS-END-SW PIC X VALUE "N".
       01 WS-LATEST-KEY PIC X(16).
       01 WS-PRED PIC 9(1).
       01 WS-IX PIC 9(2).
       01 WS-STAMP-DATE PIC X(8).
       01 WS-STAMP-TIME PIC X(8).
       01 WS-OLD-STATUS PIC X(1).
       01 WS-OLD-GEN-ID PIC X(15).
       COPY CYCLSTEP.

       LINKAGE SECTION.
       COPY CYCLCALL.

       PROCEDURE DIVISION USING CYCL-CALL.
       0000-MAIN.
           MOVE "Y" TO CYCL-CL-OK-SW
           MOVE SPACES TO CYCL-CL-MESSAGE
           IF CYCL-CL-STEP < 1 OR CYCL-CL-STEP > 7
               MOVE "N" TO CYCL-CL-OK-SW
               MOVE "CYCLE STEP NUMBER OUT OF RANGE" TO CYCL-CL-MESSAGE
           ELSE
               PERFORM 0100-OPEN-AND-SERVE
           END-IF
           GOBACK.

       0100-OPEN-AND-SERVE.
           OPEN I-O CYCLFILE
           IF WS-CYCL-STATUS = "35"
               OPEN OUTPUT CYCLFILE
               CLOSE CYCLFILE
               OPEN I-O CYCLFILE
           END-IF
           IF WS-CYCL-STATUS NOT = "00"
               MOVE "N" TO CYCL-CL-OK-SW
               STRING "CYCLFILE COULD NOT BE OPENED - STATUS "
                   WS-CYCL-STATUS
                   DELIMITED BY SIZE INTO CYCL-CL-MESSAGE
               END-STRING
           ELSE
               PERFORM 0200-SERVE-CALL
               CLOSE CYCLFILE
           END-IF.

       0200-SERVE-CALL.
           EVALUATE CYCL-CL-FUNCTION
               WHEN "C"
                   PERFORM 1000-CHECK-PREDECESSOR
               WHEN "S"
                   PERFORM 2000-STAMP-STEP
               WHEN OTHER
                   MOVE "N" TO CYCL-CL-OK-SW
                   MOVE "CYCLE FUNCTION NOT C OR S" TO CYCL-CL-MESSAGE
           END-EVALUATE.

      *> FIZZGATE starts the stream, so step 1 has nothing ahead of
      *> it. Any other step needs the profile's latest cycle to show
      *> the step ahead complete; when the caller names its
      *> generation the predecessor must have acted on that same one
      *> (FIZZGATE acts on none, so FIZZORBUZZ only needs it done).
      *> A caller that acts on whatever its predecessor did passes
      *> the generation as spaces and gets the predecessor's back.
       1000-CHECK-PREDECESSOR.
           IF CYCL-CL-STEP > 1
               PERFORM 3000-FIND-LATEST-CYCLE
               IF WS-FOUND-SW = "N"
                   MOVE "N" TO CYCL-CL-OK-SW
                   STRING "NO CYCLE OPEN FOR PROFILE "
                       FUNCTION TRIM(CYCL-CL-PROFILE)
                       " - FIZZGATE HAS NOT RUN"
                       DELIMITED BY SIZE INTO CYCL-CL-MESSAGE
                   END-STRING
               ELSE
                   MOVE CYCL-BUS-DATE TO CYCL-CL-BUS-DATE
                   COMPUTE WS-PRED = CYCL-CL-STEP - 1
                   PERFORM 1100-CHECK-STEP-AHEAD
               END-IF
           END-IF.

       1100-CHECK-STEP-AHEAD.
           IF CYCL-STEP-STATUS (WS-PRED) NOT = "C"
               MOVE "N" TO CYCL-CL-OK-SW
               STRING FUNCTION TRIM(CYCL-STEP-NAME (WS-PRED))
                   " NOT COMPLETE FOR CYCLE " CYCL-BUS-DATE
                   DELIMITED BY SIZE INTO CYCL-CL-MESSAGE
               END-STRING
           ELSE
               IF CYCL-CL-GEN-ID = SPACES
                   MOVE CYCL-STEP-GEN-ID (WS-PRED) TO CYCL-CL-GEN-ID
               ELSE
                   IF CYCL-STEP-GEN-ID (WS-PRED) NOT = SPACES
                       AND CYCL-STEP-GEN-ID (WS-PRED)
                           NOT = CYCL-CL-GEN-ID
                       MOVE "N" TO CYCL-CL-OK-SW
                       STRING FUNCTION TRIM(CYCL-STEP-NAME (WS-PRED))
                           " COMPLETED GEN " CYCL-STEP-GEN-ID (WS-PRED)
                           " NOT " CYCL-CL-GEN-ID
                           DELIMITED BY SIZE INTO CYCL-CL-MESSAGE
                       END-STRING
                   END-IF
               END-IF
           END-IF.

      *> FIZZGATE opens (or, on a rerun, restamps) the cycle for the
      *> business date it passes; every later step stamps the
      *> profile's latest cycle. A step stamped with a generation
      *> other than the one it last completed sets every step after
      *> it back to pending, since their stamps were for the old one.
       2000-STAMP-STEP.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           IF CYCL-CL-STEP = 1
               PERFORM 2100-OPEN-CYCLE
           ELSE
               PERFORM 3000-FIND-LATEST-CYCLE
               IF WS-FOUND-SW = "N"
                   MOVE "N" TO CYCL-CL-OK-SW
                   STRING "NO CYCLE OPEN FOR PROFILE "
                       FUNCTION TRIM(CYCL-CL-PROFILE)
                       " - STEP NOT STAMPED"
                       DELIMITED BY SIZE INTO CYCL-CL-MESSAGE
                   END-STRING
               ELSE
                   MOVE CYCL-BUS-DATE TO CYCL-CL-BUS-DATE
               END-IF
           END-IF
           IF CYCL-CL-OK-SW = "Y"
               PERFORM 2200-SET-STEP
               IF CYCL-CL-STEP = 1 AND WS-FOUND-SW = "N"
                   WRITE CYCL-RECORD
                       INVALID KEY
                           MOVE "N" TO CYCL-CL-OK-SW
                           MOVE "CYCLE RECORD COULD NOT BE WRITTEN"
                               TO CYCL-CL-MESSAGE
                   END-WRITE
               ELSE
                   REWRITE CYCL-RECORD
                       INVALID KEY
                           MOVE "N" TO CYCL-CL-OK-SW
                           MOVE "CYCLE RECORD COULD NOT BE REWRITTEN"
                               TO CYCL-CL-MESSAGE
                   END-REWRITE
               END-IF
           END-IF.

       2100-OPEN-CYCLE.
           IF CYCL-CL-BUS-DATE = SPACES
               MOVE WS-STAMP-DATE TO CYCL-CL-BUS-DATE
           END-IF
           MOVE CYCL-CL-PROFILE TO CYCL-PROFILE
           MOVE CYCL-CL-BUS-DATE TO CYCL-BUS-DATE
           MOVE "Y" TO WS-FOUND-SW
           READ CYCLFILE
               INVALID KEY MOVE "N" TO WS-FOUND-SW
           END-READ
           IF WS-FOUND-SW = "N"
               MOVE SPACES TO CYCL-RECORD
               MOVE CYCL-CL-PROFILE TO CYCL-PROFILE
               MOVE CYCL-CL-BUS-DATE TO CYCL-BUS-DATE
               PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 7
                   MOVE 0 TO CYCL-STEP-RC (WS-IX)
               END-PERFORM
           END-IF.

       2200-SET-STEP.
           MOVE CYCL-STEP-STATUS (CYCL-CL-STEP) TO WS-OLD-STATUS
           MOVE CYCL-STEP-GEN-ID (CYCL-CL-STEP) TO WS-OLD-GEN-ID
           IF CYCL-CL-RC > 4
               MOVE "F" TO CYCL-STEP-STATUS (CYCL-CL-STEP)
           ELSE
               MOVE "C" TO CYCL-STEP-STATUS (CYCL-CL-STEP)
           END-IF
           MOVE CYCL-CL-GEN-ID TO CYCL-STEP-GEN-ID (CYCL-CL-STEP)
           MOVE WS-STAMP-DATE TO CYCL-STEP-DATE (CYCL-CL-STEP)
           MOVE WS-STAMP-TIME TO CYCL-STEP-TIME (CYCL-CL-STEP)
           MOVE CYCL-CL-RC TO CYCL-STEP-RC (CYCL-CL-STEP)
           IF WS-OLD-STATUS NOT = SPACE
               AND WS-OLD-GEN-ID NOT = CYCL-CL-GEN-ID
               COMPUTE WS-IX = CYCL-CL-STEP + 1
               PERFORM VARYING WS-IX FROM WS-IX BY 1 UNTIL WS-IX > 7
                   MOVE SPACES TO CYCL-STEP-STATUS (WS-IX)
                                  CYCL-STEP-GEN-ID (WS-IX)
                                  CYCL-STEP-DATE (WS-IX)
                                  CYCL-STEP-TIME (WS-IX)
                   MOVE 0 TO CYCL-STEP-RC (WS-IX)
               END-PERFORM
           END-IF.

      *> Business dates are YYYYMMDD, so the profile's last record
      *> in key order is its latest cycle. The browse leaves the
      *> file positioned past it, so the record is re-read by key
      *> before anyone rewrites it.
       3000-FIND-LATEST-CYCLE.
           MOVE "N" TO WS-FOUND-SW
           MOVE "N" TO WS-END-SW
           MOVE CYCL-CL-PROFILE TO CYCL-PROFILE
           MOVE LOW-VALUES TO CYCL-BUS-DATE
           START CYCLFILE KEY IS NOT LESS THAN CYCL-KEY
               INVALID KEY MOVE "Y" TO WS-END-SW
           END-START
           PERFORM UNTIL WS-END-SW = "Y"
               READ CYCLFILE NEXT RECORD
                   AT END MOVE "Y" TO WS-END-SW
               END-READ
               IF WS-END-SW = "N"
                   IF CYCL-PROFILE = CYCL-CL-PROFILE
                       MOVE "Y" TO WS-FOUND-SW
                       MOVE CYCL-KEY TO WS-LATEST-KEY
                   ELSE
                       MOVE "Y" TO WS-END-SW
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = "Y"
               MOVE WS-LATEST-KEY TO CYCL-KEY
               READ CYCLFILE
                   INVALID KEY MOVE "N" TO WS-FOUND-SW
               END-READ
           END-IF.
       END PROGRAM FIZZCYCL.
