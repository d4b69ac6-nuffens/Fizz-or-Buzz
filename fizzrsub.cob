           >>source format free
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZRSUB.
       AUTHOR. Amber.
       DATE-WRITTEN. SEP 19.
      *> MOD-LOG:
      *>   SEP 19 - Amber   - on-request job that turns the open
      *>                      billing rejects on BILLSUSP for one
      *>                      profile into a SPOTCARD deck, so the
      *>                      rejected numbers are reclassified and
      *>                      resent by a FIZZORBUZZ SPOT run instead
      *>                      of being keyed up by hand. The RSUBCARD
      *>                      card carries the profile in columns 1-8
      *>                      and, optionally, a minimum age in days
      *>                      in columns 10-12 (default 0, every open
      *>                      item). Consecutive numbers are written
      *>                      as one range card. Items outside the
      *>                      profile's current range cannot go on a
      *>                      spot deck and are listed and left open,
      *>                      as are any that would take the deck
      *>                      past the 100 cards FIZZORBUZZ accepts.
      *>                      Each number put on the deck has its
      *>                      resubmit date and count stamped on the
      *>                      suspense item; the item stays open until
      *>                      billing accepts the number. Return code
      *>                      0 when every eligible item is on the
      *>                      deck, 4 when some were left off or there
      *>                      was nothing to resubmit, 12 when the card
      *>                      or profile is unusable.
      *>   OCT 11 - Amber   - the SPOTCARD deck is opened before any
      *>                      suspense item is read, and a failed
      *>                      open stops the job with return code 12
      *>                      and no resubmits stamped.
      *>   OCT 11 - Amber   - report lines are built in working
      *>                      storage and moved to the print record
      *>                      after the page check, so a page break
      *>                      no longer overprints the pending line.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL ASSIGN TO "RSUBCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT PARMFILE ASSIGN TO "PARMFILE"
               ORGANIZATION INDEXED
               RECORD KEY IS PARM-KEY
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BILL-SUSPENSE ASSIGN TO "BILLSUSP"
               ORGANIZATION INDEXED
               RECORD KEY IS BSUS-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-BSUS-STATUS.
           SELECT SPOT-FILE ASSIGN TO "SPOTCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SPOT-STATUS.
           SELECT RESUB-RPT ASSIGN TO "FIZZRSUB.LST"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL.
       01 CARD-REC PIC X(80).

       FD  PARMFILE.
       COPY PARMREC.

       FD  BILL-SUSPENSE.
       COPY BSUSREC.

       FD  SPOT-FILE.
       COPY SPOTREC.

       FD  RESUB-RPT.
       01 RSB-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CARD-STATUS PIC XX VALUE "00".
       01 WS-PARM-STATUS PIC XX VALUE "00".
       01 WS-BSUS-STATUS PIC XX VALUE "00".
       01 WS-SPOT-STATUS PIC XX VALUE "00".
       01 WS-EOF-SW PIC X VALUE "N".
       01 WS-VALID-SW PIC X VALUE "Y".
       01 WS-REASON-TEXT PIC X(50) VALUE SPACES.
       01 WS-RUN-DATE PIC X(8).
       01 WS-PROFILE PIC X(8) VALUE SPACES.
       01 WS-MIN-AGE PIC 9(3) VALUE 0.
       01 WS-AGE-DAYS PIC 9(5).
       01 WS-START-NO PIC 9(7) VALUE 0.
       01 WS-END-NO PIC 9(7) VALUE 0.
       01 WS-CARD-OPEN-SW PIC X VALUE "N".
       01 WS-CARD-START-NO PIC 9(7) VALUE 0.
       01 WS-CARD-END-NO PIC 9(7) VALUE 0.
       01 WS-CARD-NUM-CT PIC 9(7) VALUE 0.
       01 WS-DECK-CT PIC 9(3) VALUE 0.
       01 WS-DECK-MAX PIC 9(3) VALUE 100.
       01 WS-OPEN-CT PIC 9(7) VALUE 0.
       01 WS-TOO-NEW-CT PIC 9(7) VALUE 0.
       01 WS-ON-DECK-CT PIC 9(7) VALUE 0.
       01 WS-OUT-RANGE-CT PIC 9(7) VALUE 0.
       01 WS-DECK-FULL-CT PIC 9(7) VALUE 0.
       01 WS-COUNT-EDIT PIC ZZZZZZ9.
       01 WS-PRINT-LINE PIC X(100).
       01 WS-LINE-CT PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 55.
       01 WS-PAGE-NO PIC 9(7) VALUE 0.

       COPY OLOGEVNT.

       01 WS-HEADING-1.
           05 FILLER PIC X(40) VALUE "FIZZORBUZZ REJECT RESUBMISSION DECK".
           05 FILLER PIC X(10) VALUE "RUN DATE:".
           05 WS-HDG-RUN-DATE PIC X(8).
           05 FILLER PIC X(7) VALUE "  PAGE:".
           05 WS-HDG-PAGE-NO PIC ZZZZZZ9.

       01 WS-HEADING-2.
           05 FILLER PIC X(9) VALUE "PROFILE: ".
           05 WS-HDG-PROFILE PIC X(8).
           05 FILLER PIC X(20) VALUE "   MINIMUM AGE DAYS:".
           05 WS-HDG-MIN-AGE PIC ZZ9.
           05 FILLER PIC X(9) VALUE "   RANGE:".
           05 WS-HDG-START-NO PIC X(8).
           05 FILLER PIC X(3) VALUE "TO ".
           05 WS-HDG-END-NO PIC X(7).

       01 WS-DECK-HDG.
           05 FILLER PIC X(40) VALUE
               "CARD  START    END      NUMBERS".

       01 WS-DECK-LINE.
           05 WS-DKL-CARD PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DKL-START PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DKL-END PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DKL-NUM-CT PIC ZZZZZZ9.

       01 WS-LEFT-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LFL-NUMBER PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LFL-FIRST-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LFL-REASON PIC X(16).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LFL-WHY PIC X(40).

       01 WS-TOTAL-LINE.
           05 WS-TOT-TAG PIC X(36).
           05 WS-TOT-COUNT PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-READ-CONTROL-CARD
           OPEN OUTPUT RESUB-RPT
           IF WS-VALID-SW = "Y"
               PERFORM 1100-READ-PROFILE
           END-IF
           PERFORM 9100-WRITE-PAGE-HEADER
           IF WS-VALID-SW = "Y"
               PERFORM 1200-OPEN-SUSPENSE
           END-IF
           IF WS-VALID-SW = "Y"
               PERFORM 1300-OPEN-SPOT-DECK
           END-IF
           IF WS-VALID-SW = "N"
               MOVE SPACES TO WS-PRINT-LINE
               STRING "RESULT: NO DECK BUILT - " DELIMITED BY SIZE
                      WS-REASON-TEXT DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
               MOVE 12 TO RETURN-CODE
               MOVE "E" TO OLOG-EV-SEVERITY
               MOVE SPACES TO OLOG-EV-MESSAGE
               STRING "NO RESUBMISSION DECK - " DELIMITED BY SIZE
                      WS-REASON-TEXT DELIMITED BY SIZE
                      INTO OLOG-EV-MESSAGE
               PERFORM 9900-LOG-EVENT
           ELSE
               PERFORM 2000-BUILD-DECK
               PERFORM 3000-WRITE-TOTALS
               PERFORM 4000-WRITE-RESULT
           END-IF
           CLOSE RESUB-RPT
           STOP RUN.

       9900-LOG-EVENT.
           MOVE "FIZZRSUB" TO OLOG-EV-PROGRAM
           MOVE SPACES TO OLOG-EV-RUN-ID
           CALL "FIZZOLOG" USING OLOG-EVENT.

      *> Card layout: profile in 1-8 (required), minimum age in days
      *> in 10-12 (optional - an unusable field keeps the default).
       1000-READ-CONTROL-CARD.
           OPEN INPUT RUN-CONTROL
           IF WS-CARD-STATUS NOT = "00"
               MOVE "N" TO WS-VALID-SW
               MOVE "RSUBCARD COULD NOT BE OPENED" TO WS-REASON-TEXT
           ELSE
               READ RUN-CONTROL
                   AT END
                       MOVE "N" TO WS-VALID-SW
                       MOVE "RSUBCARD IS EMPTY" TO WS-REASON-TEXT
                   NOT AT END
                       MOVE CARD-REC(1:8) TO WS-PROFILE
                       IF CARD-REC(10:3) IS NUMERIC
                           MOVE CARD-REC(10:3) TO WS-MIN-AGE
                       END-IF
               END-READ
               CLOSE RUN-CONTROL
               IF WS-VALID-SW = "Y" AND WS-PROFILE = SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "RSUBCARD NAMES NO PROFILE" TO WS-REASON-TEXT
               END-IF
           END-IF.

      *> The deck has to pass FIZZORBUZZ's spot edits, so the
      *> profile's current range is taken from PARMFILE here.
       1100-READ-PROFILE.
           OPEN INPUT PARMFILE
           IF WS-PARM-STATUS NOT = "00"
               MOVE "N" TO WS-VALID-SW
               MOVE "PARMFILE COULD NOT BE OPENED" TO WS-REASON-TEXT
           ELSE
               MOVE WS-PROFILE TO PARM-KEY
               READ PARMFILE
                   INVALID KEY
                       MOVE "N" TO WS-VALID-SW
                       MOVE "PROFILE NOT ON PARMFILE" TO WS-REASON-TEXT
               END-READ
               CLOSE PARMFILE
           END-IF
           IF WS-VALID-SW = "Y"
               IF PARM-START-NO IS NUMERIC AND PARM-END-NO IS NUMERIC
                   MOVE PARM-START-NO TO WS-START-NO
                   MOVE PARM-END-NO TO WS-END-NO
               ELSE
                   MOVE "N" TO WS-VALID-SW
                   MOVE "PROFILE RANGE ON PARMFILE IS NOT NUMERIC"
                       TO WS-REASON-TEXT
               END-IF
           END-IF.

       1200-OPEN-SUSPENSE.
           OPEN I-O BILL-SUSPENSE
           IF WS-BSUS-STATUS NOT = "00"
               MOVE "N" TO WS-VALID-SW
               MOVE "BILLSUSP COULD NOT BE OPENED" TO WS-REASON-TEXT
           END-IF.

      *> No suspense item is stamped resubmitted unless the deck it
      *> goes on can be written.
       1300-OPEN-SPOT-DECK.
           OPEN OUTPUT SPOT-FILE
           IF WS-SPOT-STATUS NOT = "00"
               MOVE "N" TO WS-VALID-SW
               MOVE SPACES TO WS-REASON-TEXT
               STRING "SPOTCARD COULD NOT BE OPENED - STATUS "
                      DELIMITED BY SIZE
                      WS-SPOT-STATUS DELIMITED BY SIZE
                      INTO WS-REASON-TEXT
               CLOSE BILL-SUSPENSE
           END-IF.

      *> One pass of the profile's suspense items in number order.
      *> A number that follows on from the card being built extends
      *> it; anything else closes the card and starts the next one.
       2000-BUILD-DECK.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "SPOT CARDS WRITTEN" TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-DECK-HDG TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-PROFILE TO BSUS-PROFILE
           MOVE 0 TO BSUS-NUMBER
           START BILL-SUSPENSE KEY IS NOT LESS THAN BSUS-KEY
               INVALID KEY MOVE "Y" TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ BILL-SUSPENSE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF BSUS-PROFILE NOT = WS-PROFILE
                           MOVE "Y" TO WS-EOF-SW
                       ELSE
                           PERFORM 2100-TAKE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CARD-OPEN-SW = "Y"
               PERFORM 2300-WRITE-SPOT-CARD
           END-IF
           IF WS-DECK-CT = 0
               MOVE "  NONE" TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           END-IF
           CLOSE SPOT-FILE
           CLOSE BILL-SUSPENSE.

       2100-TAKE-ONE-ITEM.
           IF BSUS-STATUS = "O"
               ADD 1 TO WS-OPEN-CT
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
                   - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(BSUS-FIRST-DATE))
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS < WS-MIN-AGE
                       ADD 1 TO WS-TOO-NEW-CT
                   WHEN BSUS-NUMBER < WS-START-NO
                       OR BSUS-NUMBER > WS-END-NO
                       ADD 1 TO WS-OUT-RANGE-CT
                       MOVE "OUTSIDE PROFILE RANGE - LEFT OPEN"
                           TO WS-LFL-WHY
                       PERFORM 2400-WRITE-LEFT-LINE
                   WHEN OTHER
                       PERFORM 2200-ADD-TO-DECK
               END-EVALUATE
           END-IF.

       2200-ADD-TO-DECK.
           IF WS-CARD-OPEN-SW = "Y"
               AND BSUS-NUMBER = WS-CARD-END-NO + 1
               MOVE BSUS-NUMBER TO WS-CARD-END-NO
               ADD 1 TO WS-CARD-NUM-CT
               PERFORM 2500-STAMP-RESUBMIT
           ELSE
               IF WS-CARD-OPEN-SW = "Y"
                   PERFORM 2300-WRITE-SPOT-CARD
               END-IF
               IF WS-DECK-CT >= WS-DECK-MAX
                   ADD 1 TO WS-DECK-FULL-CT
                   MOVE "SPOT DECK FULL - LEFT FOR THE NEXT DECK"
                       TO WS-LFL-WHY
                   PERFORM 2400-WRITE-LEFT-LINE
               ELSE
                   MOVE "Y" TO WS-CARD-OPEN-SW
                   MOVE BSUS-NUMBER TO WS-CARD-START-NO
                   MOVE BSUS-NUMBER TO WS-CARD-END-NO
                   MOVE 1 TO WS-CARD-NUM-CT
                   PERFORM 2500-STAMP-RESUBMIT
               END-IF
           END-IF.

       2300-WRITE-SPOT-CARD.
           ADD 1 TO WS-DECK-CT
           MOVE SPACES TO SPOT-CARD
           MOVE WS-CARD-START-NO TO SPOT-START-NO
           IF WS-CARD-END-NO NOT = WS-CARD-START-NO
               MOVE WS-CARD-END-NO TO SPOT-END-NO
           END-IF
           WRITE SPOT-CARD
           MOVE WS-DECK-CT TO WS-DKL-CARD
           MOVE WS-CARD-START-NO TO WS-DKL-START
           MOVE WS-CARD-END-NO TO WS-DKL-END
           MOVE WS-CARD-NUM-CT TO WS-DKL-NUM-CT
           MOVE WS-DECK-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "N" TO WS-CARD-OPEN-SW.

       2400-WRITE-LEFT-LINE.
           MOVE BSUS-NUMBER TO WS-LFL-NUMBER
           MOVE BSUS-FIRST-DATE TO WS-LFL-FIRST-DATE
           MOVE BSUS-REASON TO WS-LFL-REASON
           MOVE WS-LEFT-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       2500-STAMP-RESUBMIT.
           ADD 1 TO WS-ON-DECK-CT
           MOVE WS-RUN-DATE TO BSUS-RESUB-DATE
           IF BSUS-RESUB-CT < 999
               ADD 1 TO BSUS-RESUB-CT
           END-IF
           REWRITE BSUS-RECORD
               INVALID KEY
                   MOVE "RESUBMIT STAMP NOT SAVED ON BILLSUSP"
                       TO WS-LFL-WHY
                   PERFORM 2400-WRITE-LEFT-LINE
           END-REWRITE.

       3000-WRITE-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "OPEN REJECTS FOR THE PROFILE       :" TO WS-TOT-TAG
           MOVE WS-OPEN-CT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "YOUNGER THAN THE MINIMUM AGE       :" TO WS-TOT-TAG
           MOVE WS-TOO-NEW-CT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "NUMBERS PUT ON THE DECK            :" TO WS-TOT-TAG
           MOVE WS-ON-DECK-CT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "SPOT CARDS WRITTEN                 :" TO WS-TOT-TAG
           MOVE WS-DECK-CT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "LEFT OPEN - OUTSIDE PROFILE RANGE  :" TO WS-TOT-TAG
           MOVE WS-OUT-RANGE-CT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "LEFT OPEN - SPOT DECK FULL         :" TO WS-TOT-TAG
           MOVE WS-DECK-FULL-CT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       4000-WRITE-RESULT.
           EVALUATE TRUE
               WHEN WS-DECK-CT = 0
                   MOVE "RESULT: NOTHING TO RESUBMIT - SPOTCARD IS EMPTY"
                       TO WS-PRINT-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN WS-OUT-RANGE-CT > 0 OR WS-DECK-FULL-CT > 0
                   MOVE "RESULT: DECK BUILT - SOME REJECTS LEFT OFF IT"
                       TO WS-PRINT-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "RESULT: DECK BUILT" TO WS-PRINT-LINE
           END-EVALUATE
           PERFORM 9000-WRITE-REPORT-LINE
           IF WS-DECK-CT > 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "RUN FIZZORBUZZ IN SPOT MODE FOR PROFILE "
                      DELIMITED BY SIZE
                      WS-PROFILE DELIMITED BY SPACE
                      " TO RESUBMIT" DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           END-IF
           MOVE WS-ON-DECK-CT TO WS-COUNT-EDIT
           MOVE SPACES TO OLOG-EV-MESSAGE
           STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                  " REJECT(S) ON SPOTCARD FOR PROFILE " DELIMITED BY SIZE
                  WS-PROFILE DELIMITED BY SPACE
                  INTO OLOG-EV-MESSAGE
           IF RETURN-CODE = 0
               MOVE "I" TO OLOG-EV-SEVERITY
           ELSE
               MOVE "W" TO OLOG-EV-SEVERITY
           END-IF
           PERFORM 9900-LOG-EVENT.

       9000-WRITE-REPORT-LINE.
           IF WS-LINE-CT >= WS-LINES-PER-PAGE
               PERFORM 9100-WRITE-PAGE-HEADER
           END-IF
           MOVE WS-PRINT-LINE TO RSB-LINE
           WRITE RSB-LINE
           ADD 1 TO WS-LINE-CT.

       9100-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-PAGE-NO TO WS-HDG-PAGE-NO
           MOVE WS-HEADING-1 TO RSB-LINE
           WRITE RSB-LINE
           MOVE WS-PROFILE TO WS-HDG-PROFILE
           MOVE WS-MIN-AGE TO WS-HDG-MIN-AGE
           MOVE WS-START-NO TO WS-HDG-START-NO
           MOVE WS-END-NO TO WS-HDG-END-NO
           MOVE WS-HEADING-2 TO RSB-LINE
           WRITE RSB-LINE
           MOVE 2 TO WS-LINE-CT.
       END PROGRAM FIZZRSUB.
