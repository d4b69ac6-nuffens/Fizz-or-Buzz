           >>source format free
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZCYCR.
       AUTHOR. Amber.
       DATE-WRITTEN. SEP 30.
      *> MOD-LOG:
      *>   SEP 30 - Amber   - batch cycle status report off the keyed
      *>                      CYCLFILE that FIZZCYCL keeps. With a
      *>                      business date in columns 1-8 of the
      *>                      CYCRCARD card it lists every profile's
      *>                      cycle for that date; with no card, or a
      *>                      blank date, each profile's latest cycle.
      *>                      Every step of the nightly stream is
      *>                      shown DONE, FAILED, or PENDING with the
      *>                      generation it acted on, when it was
      *>                      stamped, and its return code. Return
      *>                      code 8 when any step failed, 4 when any
      *>                      is still pending, 0 when every cycle
      *>                      listed ran through. Prints FIZZCYCR.LST.
      *>   OCT 11 - Amber   - report lines are built in working
      *>                      storage and moved to the print record
      *>                      after the page check, so a page break
      *>                      no longer overprints the pending line.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL ASSIGN TO "CYCRCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT CYCLFILE ASSIGN TO "CYCLFILE"
               ORGANIZATION INDEXED
               RECORD KEY IS CYCL-KEY
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CYCL-STATUS.
           SELECT CYCLE-RPT ASSIGN TO "FIZZCYCR.LST"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL.
       01 CARD-REC PIC X(80).

       FD  CYCLFILE.
       COPY CYCLREC.

       FD  CYCLE-RPT.
       01 CYC-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CARD-STATUS PIC XX VALUE "00".
       01 WS-CYCL-STATUS PIC XX VALUE "00".
       01 WS-EOF-SW PIC X VALUE "N".
       01 WS-HELD-SW PIC X VALUE "N".
       01 WS-RUN-DATE PIC X(8).
       01 WS-BUS-DATE PIC X(8) VALUE SPACES.
       01 WS-SX PIC 9(2).
       01 WS-CYCLE-CT PIC 9(7) VALUE 0.
       01 WS-DONE-CT PIC 9(7) VALUE 0.
       01 WS-FAILED-CT PIC 9(7) VALUE 0.
       01 WS-PENDING-CT PIC 9(7) VALUE 0.
       01 WS-PRINT-LINE PIC X(80).
       01 WS-LINE-CT PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 55.
       01 WS-PAGE-NO PIC 9(7) VALUE 0.
       COPY CYCLSTEP.

      *> With no date asked for, a profile's cycles are read in date
      *> order and only the last one is reported, so each record is
      *> held here until the next one shows it was not the latest.
       01 WS-HELD-CYCLE PIC X(254).
       01 WS-THIS-CYCLE PIC X(254).

       01 WS-HEADING-1.
           05 FILLER PIC X(40) VALUE "FIZZORBUZZ BATCH CYCLE STATUS".
           05 FILLER PIC X(10) VALUE "RUN DATE:".
           05 WS-HDG-RUN-DATE PIC X(8).
           05 FILLER PIC X(7) VALUE "  PAGE:".
           05 WS-HDG-PAGE-NO PIC ZZZZZZ9.

       01 WS-HEADING-2 PIC X(70) VALUE
           "  STEP          STATUS   GENERATION       DATE     TIME    RC".

       01 WS-CYCLE-LINE.
           05 FILLER PIC X(9) VALUE "PROFILE: ".
           05 WS-CYL-PROFILE PIC X(8).
           05 FILLER PIC X(17) VALUE "  BUSINESS DATE: ".
           05 WS-CYL-BUS-DATE PIC X(8).

       01 WS-STEP-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-STL-STEP-NO PIC 9(1).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-STL-STEP PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-STL-STATUS PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-STL-GEN-ID PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-STL-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-STL-TIME PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-STL-RC PIC Z9.

       01 WS-TOTAL-LINE.
           05 WS-TOT-TAG PIC X(36).
           05 WS-TOT-COUNT PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-READ-CYCLE-CARD
           OPEN OUTPUT CYCLE-RPT
           PERFORM 9100-WRITE-PAGE-HEADER
           OPEN INPUT CYCLFILE
           IF WS-CYCL-STATUS NOT = "00"
               MOVE "NO CYCLE FILE ON FILE - NO CYCLE HAS BEEN OPENED YET"
                   TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           ELSE
               PERFORM UNTIL WS-EOF-SW = "Y"
                   READ CYCLFILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END PERFORM 2000-TAKE-ONE-CYCLE
                   END-READ
               END-PERFORM
               IF WS-HELD-SW = "Y"
                   MOVE WS-HELD-CYCLE TO CYCL-RECORD
                   PERFORM 3000-REPORT-ONE-CYCLE
               END-IF
               CLOSE CYCLFILE
           END-IF
           IF WS-CYCLE-CT = 0
               MOVE "NO CYCLE ON FILE FOR THE DATE ASKED FOR" TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           END-IF
           PERFORM 4000-WRITE-TOTALS
           EVALUATE TRUE
               WHEN WS-FAILED-CT > 0
                   MOVE "RESULT: STEPS FAILED - SEE FAILED STEPS ABOVE"
                       TO WS-PRINT-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PENDING-CT > 0 OR WS-CYCLE-CT = 0
                   MOVE "RESULT: STEPS STILL PENDING - CYCLE NOT THROUGH"
                       TO WS-PRINT-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "RESULT: EVERY CYCLE LISTED RAN THROUGH"
                       TO WS-PRINT-LINE
           END-EVALUATE
           PERFORM 9000-WRITE-REPORT-LINE
           CLOSE CYCLE-RPT
           STOP RUN.

       1000-READ-CYCLE-CARD.
           OPEN INPUT RUN-CONTROL
           IF WS-CARD-STATUS = "00"
               READ RUN-CONTROL
                   AT END CONTINUE
                   NOT AT END MOVE CARD-REC(1:8) TO WS-BUS-DATE
               END-READ
               CLOSE RUN-CONTROL
           END-IF.

      *> The file is in profile/date order. A date asked for is
      *> matched record by record; otherwise a change of profile
      *> shows the held record was that profile's latest.
       2000-TAKE-ONE-CYCLE.
           IF WS-BUS-DATE NOT = SPACES
               IF CYCL-BUS-DATE = WS-BUS-DATE
                   PERFORM 3000-REPORT-ONE-CYCLE
               END-IF
           ELSE
               IF WS-HELD-SW = "Y"
                   AND CYCL-PROFILE NOT = WS-HELD-CYCLE(1:8)
                   PERFORM 2100-REPORT-HELD-CYCLE
               END-IF
               MOVE CYCL-RECORD TO WS-HELD-CYCLE
               MOVE "Y" TO WS-HELD-SW
           END-IF.

       2100-REPORT-HELD-CYCLE.
           MOVE CYCL-RECORD TO WS-THIS-CYCLE
           MOVE WS-HELD-CYCLE TO CYCL-RECORD
           PERFORM 3000-REPORT-ONE-CYCLE
           MOVE WS-THIS-CYCLE TO CYCL-RECORD.

       3000-REPORT-ONE-CYCLE.
           ADD 1 TO WS-CYCLE-CT
           IF WS-LINE-CT + 10 > WS-LINES-PER-PAGE
               PERFORM 9100-WRITE-PAGE-HEADER
           END-IF
           MOVE CYCL-PROFILE TO WS-CYL-PROFILE
           MOVE CYCL-BUS-DATE TO WS-CYL-BUS-DATE
           MOVE WS-CYCLE-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 7
               PERFORM 3100-REPORT-ONE-STEP
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       3100-REPORT-ONE-STEP.
           MOVE SPACES TO WS-STEP-LINE
           MOVE WS-SX TO WS-STL-STEP-NO
           MOVE CYCL-STEP-NAME(WS-SX) TO WS-STL-STEP
           EVALUATE CYCL-STEP-STATUS(WS-SX)
               WHEN "C"
                   MOVE "DONE" TO WS-STL-STATUS
                   ADD 1 TO WS-DONE-CT
               WHEN "F"
                   MOVE "FAILED" TO WS-STL-STATUS
                   ADD 1 TO WS-FAILED-CT
               WHEN OTHER
                   MOVE "PENDING" TO WS-STL-STATUS
                   ADD 1 TO WS-PENDING-CT
           END-EVALUATE
           IF CYCL-STEP-STATUS(WS-SX) NOT = SPACE
               MOVE CYCL-STEP-GEN-ID(WS-SX) TO WS-STL-GEN-ID
               MOVE CYCL-STEP-DATE(WS-SX) TO WS-STL-DATE
               MOVE CYCL-STEP-TIME(WS-SX)(1:6) TO WS-STL-TIME
               MOVE CYCL-STEP-RC(WS-SX) TO WS-STL-RC
           END-IF
           MOVE WS-STEP-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       4000-WRITE-TOTALS.
           MOVE "CYCLES REPORTED                    :" TO WS-TOT-TAG
           MOVE WS-CYCLE-CT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "STEPS DONE                         :" TO WS-TOT-TAG
           MOVE WS-DONE-CT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "STEPS FAILED                       :" TO WS-TOT-TAG
           MOVE WS-FAILED-CT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "STEPS PENDING                      :" TO WS-TOT-TAG
           MOVE WS-PENDING-CT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       9000-WRITE-REPORT-LINE.
           IF WS-LINE-CT >= WS-LINES-PER-PAGE
               PERFORM 9100-WRITE-PAGE-HEADER
           END-IF
           MOVE WS-PRINT-LINE TO CYC-LINE
           WRITE CYC-LINE
           ADD 1 TO WS-LINE-CT.

       9100-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-PAGE-NO TO WS-HDG-PAGE-NO
           MOVE WS-HEADING-1 TO CYC-LINE
           WRITE CYC-LINE
           MOVE WS-HEADING-2 TO CYC-LINE
           WRITE CYC-LINE
           MOVE 2 TO WS-LINE-CT.
       END PROGRAM FIZZCYCR.
