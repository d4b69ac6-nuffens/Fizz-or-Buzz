           >>source format free
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZSUSP.
       AUTHOR. Amber.
       DATE-WRITTEN. SEP 19.
      *> MOD-LOG:
      *>   SEP 19 - Amber   - daily aging report of the billing reject
      *>                      suspense file BILLSUSP that FIZZBACK
      *>                      keeps. Every open item is listed by
      *>                      profile and number with the date it was
      *>                      first rejected, its age in days, and
      *>                      its bucket (0-2, 3-7, 8+ days), with
      *>                      bucket totals per profile and overall.
      *>                      Items closed by a later accept are
      *>                      counted, not listed. Return code 4,
      *>                      with a warning on OPSLOG, when anything
      *>                      is in the 8+ bucket, so the turnover
      *>                      meeting chases it; 0 otherwise.
      *>   OCT 11 - Amber   - report lines are built in working
      *>                      storage and moved to the print record
      *>                      after the page check, so a page break
      *>                      no longer overprints the pending line.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILL-SUSPENSE ASSIGN TO "BILLSUSP"
               ORGANIZATION INDEXED
               RECORD KEY IS BSUS-KEY
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BSUS-STATUS.
           SELECT AGING-RPT ASSIGN TO "FIZZSUSP.LST"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BILL-SUSPENSE.
       COPY BSUSREC.

       FD  AGING-RPT.
       01 AGE-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-BSUS-STATUS PIC XX VALUE "00".
       01 WS-EOF-SW PIC X VALUE "N".
       01 WS-RUN-DATE PIC X(8).
       01 WS-AGE-DAYS PIC 9(5).
       01 WS-CUR-PROFILE PIC X(8) VALUE SPACES.
       01 WS-BX PIC 9(1).
       01 WS-CLOSED-CT PIC 9(7) VALUE 0.
       01 WS-OPEN-CT PIC 9(7) VALUE 0.
       01 WS-COUNT-EDIT PIC ZZZZZZ9.
       01 WS-PRINT-LINE PIC X(100).
       01 WS-LINE-CT PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 55.
       01 WS-PAGE-NO PIC 9(7) VALUE 0.

      *> Bucket 1 is 0-2 days, 2 is 3-7 days, 3 is 8 days and over.
       01 WS-BUCKET-NAMES.
           05 FILLER PIC X(8) VALUE "0-2 DAYS".
           05 FILLER PIC X(8) VALUE "3-7 DAYS".
           05 FILLER PIC X(8) VALUE "8+ DAYS ".
       01 WS-BUCKET-NAME-R REDEFINES WS-BUCKET-NAMES.
           05 WS-BUCKET-NAME OCCURS 3 PIC X(8).
       01 WS-PROFILE-BUCKETS.
           05 WS-PRF-BUCKET-CT OCCURS 3 PIC 9(7).
       01 WS-TOTAL-BUCKETS.
           05 WS-TOT-BUCKET-CT OCCURS 3 PIC 9(7).

       COPY OLOGEVNT.

       01 WS-HEADING-1.
           05 FILLER PIC X(40) VALUE "FIZZORBUZZ BILLING REJECT AGING".
           05 FILLER PIC X(10) VALUE "RUN DATE:".
           05 WS-HDG-RUN-DATE PIC X(8).
           05 FILLER PIC X(7) VALUE "  PAGE:".
           05 WS-HDG-PAGE-NO PIC ZZZZZZ9.

       01 WS-HEADING-2.
           05 FILLER PIC X(45) VALUE
               "PROFILE   NUMBER   FIRST REJ  AGE  BUCKET    ".
           05 FILLER PIC X(50) VALUE
               "REJ  LAST GENERATION  REASON            RESUBMIT".

       01 WS-DETAIL-LINE.
           05 WS-DTL-PROFILE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-NUMBER PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-FIRST-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-AGE PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-BUCKET PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-REJECT-CT PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-LAST-GEN PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-REASON PIC X(16).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-RESUB-DATE PIC X(8).

       01 WS-BUCKET-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-BKL-TAG PIC X(18).
           05 WS-BKL-NAME-1 PIC X(8).
           05 FILLER PIC X(1) VALUE ":".
           05 WS-BKL-CT-1 PIC ZZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-BKL-NAME-2 PIC X(8).
           05 FILLER PIC X(1) VALUE ":".
           05 WS-BKL-CT-2 PIC ZZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-BKL-NAME-3 PIC X(8).
           05 FILLER PIC X(1) VALUE ":".
           05 WS-BKL-CT-3 PIC ZZZZZZ9.

       01 WS-TOTAL-LINE.
           05 WS-TOT-TAG PIC X(36).
           05 WS-TOT-COUNT PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT AGING-RPT
           PERFORM 9100-WRITE-PAGE-HEADER
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 3
               MOVE 0 TO WS-TOT-BUCKET-CT(WS-BX)
               MOVE 0 TO WS-PRF-BUCKET-CT(WS-BX)
           END-PERFORM
           OPEN INPUT BILL-SUSPENSE
           IF WS-BSUS-STATUS NOT = "00"
               MOVE "NO SUSPENSE FILE ON FILE - NO REJECTS TRACKED YET"
                   TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           ELSE
               PERFORM UNTIL WS-EOF-SW = "Y"
                   READ BILL-SUSPENSE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END PERFORM 2000-TAKE-ONE-ITEM
                   END-READ
               END-PERFORM
               CLOSE BILL-SUSPENSE
               IF WS-CUR-PROFILE NOT = SPACES
                   PERFORM 3000-WRITE-PROFILE-BUCKETS
               END-IF
           END-IF
           PERFORM 4000-WRITE-TOTALS
           IF WS-TOT-BUCKET-CT(3) > 0
               MOVE "RESULT: REJECTS OPEN 8 DAYS OR MORE - WORK THEM"
                   TO WS-PRINT-LINE
               MOVE 4 TO RETURN-CODE
               MOVE WS-TOT-BUCKET-CT(3) TO WS-COUNT-EDIT
               MOVE "W" TO OLOG-EV-SEVERITY
               MOVE SPACES TO OLOG-EV-MESSAGE
               STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                      " BILLING REJECT(S) OPEN 8 DAYS OR MORE"
                      DELIMITED BY SIZE
                      INTO OLOG-EV-MESSAGE
               PERFORM 9900-LOG-EVENT
           ELSE
               MOVE "RESULT: NO REJECT OPEN 8 DAYS OR MORE" TO WS-PRINT-LINE
           END-IF
           PERFORM 9000-WRITE-REPORT-LINE
           CLOSE AGING-RPT
           STOP RUN.

       9900-LOG-EVENT.
           MOVE "FIZZSUSP" TO OLOG-EV-PROGRAM
           MOVE SPACES TO OLOG-EV-RUN-ID
           CALL "FIZZOLOG" USING OLOG-EVENT.

      *> The file is in profile/number order, so a change of profile
      *> closes off the previous profile's bucket line.
       2000-TAKE-ONE-ITEM.
           IF BSUS-STATUS NOT = "O"
               ADD 1 TO WS-CLOSED-CT
           ELSE
               IF BSUS-PROFILE NOT = WS-CUR-PROFILE
                   IF WS-CUR-PROFILE NOT = SPACES
                       PERFORM 3000-WRITE-PROFILE-BUCKETS
                   END-IF
                   MOVE BSUS-PROFILE TO WS-CUR-PROFILE
               END-IF
               PERFORM 2100-AGE-ONE-ITEM
           END-IF.

       2100-AGE-ONE-ITEM.
           ADD 1 TO WS-OPEN-CT
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(BSUS-FIRST-DATE))
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 2
                   MOVE 1 TO WS-BX
               WHEN WS-AGE-DAYS <= 7
                   MOVE 2 TO WS-BX
               WHEN OTHER
                   MOVE 3 TO WS-BX
           END-EVALUATE
           ADD 1 TO WS-PRF-BUCKET-CT(WS-BX)
           ADD 1 TO WS-TOT-BUCKET-CT(WS-BX)
           MOVE BSUS-PROFILE TO WS-DTL-PROFILE
           MOVE BSUS-NUMBER TO WS-DTL-NUMBER
           MOVE BSUS-FIRST-DATE TO WS-DTL-FIRST-DATE
           MOVE WS-AGE-DAYS TO WS-DTL-AGE
           MOVE WS-BUCKET-NAME(WS-BX) TO WS-DTL-BUCKET
           MOVE BSUS-REJECT-CT TO WS-DTL-REJECT-CT
           MOVE BSUS-LAST-GEN-ID TO WS-DTL-LAST-GEN
           MOVE BSUS-REASON TO WS-DTL-REASON
           MOVE BSUS-RESUB-DATE TO WS-DTL-RESUB-DATE
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       3000-WRITE-PROFILE-BUCKETS.
           MOVE SPACES TO WS-BKL-TAG
           STRING "PROFILE " DELIMITED BY SIZE
                  WS-CUR-PROFILE DELIMITED BY SIZE
                  INTO WS-BKL-TAG
           MOVE WS-PRF-BUCKET-CT(1) TO WS-BKL-CT-1
           MOVE WS-PRF-BUCKET-CT(2) TO WS-BKL-CT-2
           MOVE WS-PRF-BUCKET-CT(3) TO WS-BKL-CT-3
           PERFORM 3100-WRITE-BUCKET-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 3
               MOVE 0 TO WS-PRF-BUCKET-CT(WS-BX)
           END-PERFORM.

       3100-WRITE-BUCKET-LINE.
           MOVE WS-BUCKET-NAME(1) TO WS-BKL-NAME-1
           MOVE WS-BUCKET-NAME(2) TO WS-BKL-NAME-2
           MOVE WS-BUCKET-NAME(3) TO WS-BKL-NAME-3
           MOVE WS-BUCKET-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       4000-WRITE-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "ALL PROFILES" TO WS-BKL-TAG
           MOVE WS-TOT-BUCKET-CT(1) TO WS-BKL-CT-1
           MOVE WS-TOT-BUCKET-CT(2) TO WS-BKL-CT-2
           MOVE WS-TOT-BUCKET-CT(3) TO WS-BKL-CT-3
           PERFORM 3100-WRITE-BUCKET-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "SUSPENSE ITEMS OPEN                :" TO WS-TOT-TAG
           MOVE WS-OPEN-CT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "SUSPENSE ITEMS CLOSED BY AN ACCEPT :" TO WS-TOT-TAG
           MOVE WS-CLOSED-CT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       9000-WRITE-REPORT-LINE.
           IF WS-LINE-CT >= WS-LINES-PER-PAGE
               PERFORM 9100-WRITE-PAGE-HEADER
           END-IF
           MOVE WS-PRINT-LINE TO AGE-LINE
           WRITE AGE-LINE
           ADD 1 TO WS-LINE-CT.

       9100-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-PAGE-NO TO WS-HDG-PAGE-NO
           MOVE WS-HEADING-1 TO AGE-LINE
           WRITE AGE-LINE
           MOVE WS-HEADING-2 TO AGE-LINE
           WRITE AGE-LINE
           MOVE 2 TO WS-LINE-CT.
       END PROGRAM FIZZSUSP.
