      *>                      incident would have shown here the
      *>                      same day. Discrepancies also file an
      *>                      OPSLOG event through FIZZOLOG.
      *>   SEP 26 - Amber   - the master is keyed on profile and
      *>                      number, so the audit now works within
      *>                      one profile: the one on the RUNCARD
      *>                      card the night's run used (DAILY when
      *>                      there is no card). It audits that
      *>                      profile's latest balanced generation
      *>                      against that profile's master records;
      *>                      another profile's later run no longer
      *>                      shows up as a discrepancy.
      *>   SEP 30 - Amber   - the audit is now the last step of the
      *>                      nightly cycle: it is refused, return
      *>                      code 12, unless FIZZPURG is stamped
      *>                      complete on the profile's night cycle
      *>                      for the generation about to be
      *>                      audited, checked through FIZZCYCL, and
      *>                      it stamps its own step at end of job -
      *>                      failed when it finds discrepancies.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL ASSIGN TO "RUNCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT GENCAT ASSIGN TO "GENCAT"
               ORGANIZATION INDEXED
               RECORD KEY IS GCAT-GEN-ID
               FILE STATUS IS WS-OUT-STATUS.
           SELECT CLSF-MASTER ASSIGN TO "FIZZBUZZ.MST"
               ORGANIZATION INDEXED
               RECORD KEY IS CMST-KEY
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-MST-STATUS.
           SELECT AUDIT-RPT ASSIGN TO "FIZZAUDT.LST"

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL.
       01 CARD-REC PIC X(80).

       FD  GENCAT.
       COPY GCATREC.


       WORKING-STORAGE SECTION.
       COPY OLOGEVNT.
       COPY CYCLCALL.
       01 WS-CYCLE-OK-SW PIC X VALUE "N".
       01 WS-CARD-STATUS PIC XX VALUE "00".
       01 WS-GCAT-STATUS PIC XX VALUE "00".
       01 WS-OUT-STATUS PIC XX VALUE "00".
       01 WS-MST-STATUS PIC XX VALUE "00".
       01 WS-GEN-ID PIC X(15) VALUE SPACES.
       01 WS-GEN-RUN-ID PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE PIC X(8).
       01 WS-PROFILE PIC X(8) VALUE "DAILY".
       01 WS-EOF-SW PIC X VALUE "N".
       01 WS-CLEAN-SW PIC X VALUE "Y".
       01 WS-RETAINED-CT PIC 9(7) VALUE 0.
           05 WS-HDG-GEN-ID PIC X(15).
           05 FILLER PIC X(9) VALUE "  RUN ID:".
           05 WS-HDG-RUN-ID PIC X(8).
           05 FILLER PIC X(11) VALUE "  PROFILE:".
           05 WS-HDG-PROFILE PIC X(8).

       01 WS-HEADING-3 PIC X(80) VALUE
           "NUMBER   FINDING                       RETAINED          MASTER".
       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 0100-READ-RUN-CARD
           OPEN OUTPUT AUDIT-RPT
           PERFORM 1000-FIND-BALANCED-GENERATION
           IF RETURN-CODE = 0
               PERFORM 1100-CHECK-CYCLE
           END-IF
           IF RETURN-CODE = 0
               PERFORM 2000-AUDIT-MASTER
           END-IF
                   PERFORM 9900-LOG-EVENT
               END-IF
           END-IF
           IF WS-CYCLE-OK-SW = "Y"
               PERFORM 4000-STAMP-CYCLE
           END-IF
           CLOSE AUDIT-RPT
           STOP RUN.

       0100-READ-RUN-CARD.
           OPEN INPUT RUN-CONTROL
           IF WS-CARD-STATUS = "00"
               READ RUN-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       IF CARD-REC(1:8) NOT = SPACES
                           MOVE CARD-REC(1:8) TO WS-PROFILE
                       END-IF
               END-READ
               CLOSE RUN-CONTROL
           ELSE
               DISPLAY "NO RUNCARD FOUND - AUDITING PROFILE " WS-PROFILE
           END-IF.

      *> Ascending key order is execution order, so the last record
      *> of the profile seen with the balanced switch on is its
      *> latest balanced generation - the one billing was actually
      *> offered and the one the profile's delta runs implicitly
      *> compare against.
       1000-FIND-BALANCED-GENERATION.
           OPEN INPUT GENCAT
           IF WS-GCAT-STATUS NOT = "00"
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF GCAT-BALANCED-SW = "Y"
                               AND GCAT-PROFILE = WS-PROFILE
                               MOVE GCAT-GEN-ID TO WS-GEN-ID
                               MOVE GCAT-RUN-ID TO WS-GEN-RUN-ID
                               MOVE GCAT-CLSF-FILE TO WS-CLSF-FILE
               CLOSE GENCAT
               IF WS-GEN-ID = SPACES
                   PERFORM 9100-WRITE-PAGE-HEADER
                   MOVE "NO BALANCED GENERATION FOR THE PROFILE - NOT AUDITED"
                       TO AUD-LINE
                   WRITE AUD-LINE
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

      *> The audit closes the night: the purge must be complete on
      *> the profile's cycle for the generation found above. An
      *> audit the cycle refuses is not stamped.
       1100-CHECK-CYCLE.
           MOVE "C" TO CYCL-CL-FUNCTION
           MOVE WS-PROFILE TO CYCL-CL-PROFILE
           MOVE SPACES TO CYCL-CL-BUS-DATE
           MOVE 7 TO CYCL-CL-STEP
           MOVE WS-GEN-ID TO CYCL-CL-GEN-ID
           CALL "FIZZCYCL" USING CYCL-CALL
           IF CYCL-CL-OK-SW = "Y"
               MOVE "Y" TO WS-CYCLE-OK-SW
               MOVE 0 TO RETURN-CODE
           ELSE
               PERFORM 9100-WRITE-PAGE-HEADER
               MOVE SPACES TO AUD-LINE
               STRING "CYCLE CONTROL: " CYCL-CL-MESSAGE
                   DELIMITED BY SIZE INTO AUD-LINE
               END-STRING
               WRITE AUD-LINE
               MOVE "RESULT: AUDIT REFUSED - OUT OF CYCLE ORDER"
                   TO AUD-LINE
               WRITE AUD-LINE
               MOVE "E" TO OLOG-EV-SEVERITY
               MOVE CYCL-CL-MESSAGE TO OLOG-EV-MESSAGE
               PERFORM 9900-LOG-EVENT
               MOVE 12 TO RETURN-CODE
           END-IF.

      *> Discrepancies stamp the step failed. The job's return code
      *> is put back after the CALLs, which would otherwise leave
      *> their own.
       4000-STAMP-CYCLE.
           MOVE "S" TO CYCL-CL-FUNCTION
           MOVE 7 TO CYCL-CL-STEP
           MOVE WS-GEN-ID TO CYCL-CL-GEN-ID
           MOVE RETURN-CODE TO CYCL-CL-RC
           CALL "FIZZCYCL" USING CYCL-CALL
           IF CYCL-CL-OK-SW NOT = "Y"
               MOVE "W" TO OLOG-EV-SEVERITY
               MOVE CYCL-CL-MESSAGE TO OLOG-EV-MESSAGE
               PERFORM 9900-LOG-EVENT
           END-IF
           MOVE CYCL-CL-RC TO RETURN-CODE.

       2000-AUDIT-MASTER.
           PERFORM 9100-WRITE-PAGE-HEADER
           OPEN INPUT FIZZBUZZ-OUT
           END-READ.

       2200-COMPARE-TO-MASTER.
           MOVE WS-PROFILE TO CMST-PROFILE
           MOVE CLSF-NUMBER TO CMST-NUMBER
           READ CLSF-MASTER
               INVALID KEY
           WRITE AUD-LINE
           MOVE WS-GEN-ID TO WS-HDG-GEN-ID
           MOVE WS-GEN-RUN-ID TO WS-HDG-RUN-ID
           MOVE WS-PROFILE TO WS-HDG-PROFILE
           MOVE WS-HEADING-2 TO AUD-LINE
           WRITE AUD-LINE
           MOVE WS-HEADING-3 TO AUD-LINE
