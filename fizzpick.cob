           >>source format free
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZPICK.
       AUTHOR. Amber.
       DATE-WRITTEN. SEP 30.
      *> MOD-LOG:
      *>   SEP 30 - Amber   - billing pickup cycle step, run inside
      *>                      the billing job on either side of the
      *>                      step that reads the extract the
      *>                      FIZZORBUZZ.BILPTR handoff names. With
      *>                      CHECK on the PICKCARD card (the
      *>                      default) it runs ahead of the pickup
      *>                      and refuses it, return code 12, unless
      *>                      FIZZBAL is stamped complete on the
      *>                      profile's night cycle for the very
      *>                      generation the pointer names. With
      *>                      DONE after a good pickup it stamps the
      *>                      pickup step complete for that
      *>                      generation, which is what FIZZBACK
      *>                      waits on; FAIL in the pickup's failure
      *>                      path stamps it failed. Reports to
      *>                      FIZZPICK.LST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL ASSIGN TO "PICKCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT BILLING-POINTER ASSIGN TO "FIZZORBUZZ.BILPTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PTR-STATUS.
           SELECT GENCAT ASSIGN TO "GENCAT"
               ORGANIZATION INDEXED
               RECORD KEY IS GCAT-GEN-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-GCAT-STATUS.
           SELECT PICK-RPT ASSIGN TO "FIZZPICK.LST"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL.
       01 CARD-REC PIC X(80).

       FD  BILLING-POINTER.
       01 PTR-LINE PIC X(30).

       FD  GENCAT.
       COPY GCATREC.

       FD  PICK-RPT.
       01 PCK-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CYCLCALL.
       01 WS-CARD-STATUS PIC XX VALUE "00".
       01 WS-PTR-STATUS PIC XX VALUE "00".
       01 WS-GCAT-STATUS PIC XX VALUE "00".
       01 WS-ACTION PIC X(5) VALUE "CHECK".
       01 WS-BIL-FILE PIC X(30) VALUE SPACES.
       01 WS-GEN-ID PIC X(15) VALUE SPACES.
       01 WS-PROFILE PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE PIC X(8).
       01 WS-EOF-SW PIC X VALUE "N".

       01 WS-HEADING-1.
           05 FILLER PIC X(40) VALUE "FIZZORBUZZ BILLING PICKUP CYCLE STEP".
           05 FILLER PIC X(10) VALUE "RUN DATE:".
           05 WS-HDG-RUN-DATE PIC X(8).

       01 WS-HEADING-2.
           05 FILLER PIC X(8) VALUE "ACTION:".
           05 WS-HDG-ACTION PIC X(5).
           05 FILLER PIC X(14) VALUE "  GENERATION:".
           05 WS-HDG-GEN-ID PIC X(15).
           05 FILLER PIC X(11) VALUE "  PROFILE:".
           05 WS-HDG-PROFILE PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-READ-PICK-CARD
           OPEN OUTPUT PICK-RPT
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-HEADING-1 TO PCK-LINE
           WRITE PCK-LINE
           IF RETURN-CODE = 0
               PERFORM 1100-READ-BILLING-POINTER
           END-IF
           IF RETURN-CODE = 0
               PERFORM 1200-FIND-GENERATION
           END-IF
           MOVE WS-ACTION TO WS-HDG-ACTION
           MOVE WS-GEN-ID TO WS-HDG-GEN-ID
           MOVE WS-PROFILE TO WS-HDG-PROFILE
           MOVE WS-HEADING-2 TO PCK-LINE
           WRITE PCK-LINE
           MOVE SPACES TO PCK-LINE
           WRITE PCK-LINE
           IF RETURN-CODE = 0
               PERFORM 2000-CHECK-CYCLE
           END-IF
           IF RETURN-CODE = 0
               AND WS-ACTION NOT = "CHECK"
               PERFORM 3000-STAMP-PICKUP
           END-IF
           PERFORM 4000-WRITE-RESULT
           CLOSE PICK-RPT
           STOP RUN.

      *> CHECK ahead of the pickup, DONE after it took the extract,
      *> FAIL when it did not; a blank card is a CHECK.
       1000-READ-PICK-CARD.
           OPEN INPUT RUN-CONTROL
           IF WS-CARD-STATUS = "00"
               READ RUN-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       IF CARD-REC(1:5) NOT = SPACES
                           MOVE CARD-REC(1:5) TO WS-ACTION
                       END-IF
               END-READ
               CLOSE RUN-CONTROL
           END-IF
           IF WS-ACTION NOT = "CHECK"
               AND WS-ACTION NOT = "DONE "
               AND WS-ACTION NOT = "FAIL "
               DISPLAY "PICKCARD ACTION " WS-ACTION
                   " IS NOT CHECK, DONE, OR FAIL"
               MOVE 12 TO RETURN-CODE
           END-IF.

      *> The handoff pointer names the extract billing is told to
      *> pick up - that is the generation this step vouches for.
       1100-READ-BILLING-POINTER.
           OPEN INPUT BILLING-POINTER
           IF WS-PTR-STATUS = "00"
               READ BILLING-POINTER
                   AT END CONTINUE
                   NOT AT END MOVE PTR-LINE TO WS-BIL-FILE
               END-READ
               CLOSE BILLING-POINTER
           END-IF
           IF WS-BIL-FILE = SPACES
               MOVE "NO BILLING HANDOFF POINTER ON FILE - NOTHING TO PICK UP"
                   TO PCK-LINE
               WRITE PCK-LINE
               MOVE 12 TO RETURN-CODE
           END-IF.

      *> The catalog record is found by the extract name the pointer
      *> carries, the same compare FIZZBACK and FIZZPURG use.
       1200-FIND-GENERATION.
           OPEN INPUT GENCAT
           IF WS-GCAT-STATUS NOT = "00"
               MOVE SPACES TO PCK-LINE
               STRING "GENCAT COULD NOT BE OPENED - STATUS "
                      WS-GCAT-STATUS
                      DELIMITED BY SIZE INTO PCK-LINE
               END-STRING
               WRITE PCK-LINE
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE LOW-VALUES TO GCAT-GEN-ID
               START GENCAT KEY NOT < GCAT-GEN-ID
                   INVALID KEY MOVE "Y" TO WS-EOF-SW
               END-START
               PERFORM UNTIL WS-EOF-SW = "Y"
                   READ GENCAT NEXT
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF GCAT-BIL-FILE = WS-BIL-FILE
                               MOVE GCAT-GEN-ID TO WS-GEN-ID
                               MOVE GCAT-PROFILE TO WS-PROFILE
                               MOVE "Y" TO WS-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GENCAT
               IF WS-GEN-ID = SPACES
                   MOVE "POINTER-NAMED EXTRACT IS NOT ON THE GENCAT CATALOG"
                       TO PCK-LINE
                   WRITE PCK-LINE
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

      *> Every action is checked, DONE and FAIL included, so a
      *> pickup stamp can never land on a cycle whose balance did
      *> not pass for this generation.
       2000-CHECK-CYCLE.
           MOVE "C" TO CYCL-CL-FUNCTION
           MOVE WS-PROFILE TO CYCL-CL-PROFILE
           MOVE SPACES TO CYCL-CL-BUS-DATE
           MOVE 4 TO CYCL-CL-STEP
           MOVE WS-GEN-ID TO CYCL-CL-GEN-ID
           CALL "FIZZCYCL" USING CYCL-CALL
           IF CYCL-CL-OK-SW = "Y"
               MOVE 0 TO RETURN-CODE
               MOVE SPACES TO PCK-LINE
               STRING "FIZZBAL COMPLETE ON CYCLE " CYCL-CL-BUS-DATE
                   " FOR THIS GENERATION"
                   DELIMITED BY SIZE INTO PCK-LINE
               END-STRING
               WRITE PCK-LINE
           ELSE
               MOVE SPACES TO PCK-LINE
               STRING "CYCLE CONTROL: " CYCL-CL-MESSAGE
                   DELIMITED BY SIZE INTO PCK-LINE
               END-STRING
               WRITE PCK-LINE
               MOVE 12 TO RETURN-CODE
           END-IF.

      *> A failed pickup is stamped with return code 8 so the cycle
      *> shows it failed and FIZZBACK holds; this step's own return
      *> code stays zero - the billing job already knows it failed.
       3000-STAMP-PICKUP.
           MOVE "S" TO CYCL-CL-FUNCTION
           MOVE 4 TO CYCL-CL-STEP
           MOVE WS-GEN-ID TO CYCL-CL-GEN-ID
           IF WS-ACTION = "DONE "
               MOVE 0 TO CYCL-CL-RC
           ELSE
               MOVE 8 TO CYCL-CL-RC
           END-IF
           CALL "FIZZCYCL" USING CYCL-CALL
           IF CYCL-CL-OK-SW = "Y"
               MOVE 0 TO RETURN-CODE
               MOVE SPACES TO PCK-LINE
               STRING "PICKUP STAMPED ON CYCLE " CYCL-CL-BUS-DATE
                   DELIMITED BY SIZE INTO PCK-LINE
               END-STRING
               WRITE PCK-LINE
           ELSE
               MOVE SPACES TO PCK-LINE
               STRING "CYCLE CONTROL: " CYCL-CL-MESSAGE
                   DELIMITED BY SIZE INTO PCK-LINE
               END-STRING
               WRITE PCK-LINE
               MOVE 12 TO RETURN-CODE
           END-IF.

       4000-WRITE-RESULT.
           MOVE SPACES TO PCK-LINE
           WRITE PCK-LINE
           EVALUATE TRUE
               WHEN RETURN-CODE NOT = 0
                   MOVE "RESULT: PICKUP REFUSED - HOLD THE BILLING JOB"
                       TO PCK-LINE
               WHEN WS-ACTION = "CHECK"
                   MOVE "RESULT: PICKUP MAY PROCEED" TO PCK-LINE
               WHEN WS-ACTION = "DONE "
                   MOVE "RESULT: PICKUP STAMPED COMPLETE" TO PCK-LINE
               WHEN OTHER
                   MOVE "RESULT: PICKUP STAMPED FAILED" TO PCK-LINE
           END-EVALUATE
           WRITE PCK-LINE.
       END PROGRAM FIZZPICK.
