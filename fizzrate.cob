           >>source format free
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZRATE.
       AUTHOR. Amber.
       DATE-WRITTEN. OCT 10.
      *> MOD-LOG:
      *>   OCT 10 - Amber   - class rate table maintenance. Applies a
      *>                      RATECARD deck to the keyed RATEFILE (see
      *>                      RATEREC) that FIZZPRCE prices billing
      *>                      extracts with, then lists the whole
      *>                      table with the rate in force today for
      *>                      each class marked. One card per change:
      *>                      class code in columns 1-16, effective
      *>                      date YYYYMMDD in 18-25, unit rate as
      *>                      NNNNN.NNNN in 27-36 (leading spaces and
      *>                      short decimals allowed, the point in
      *>                      column 32), action in 38 - blank or A
      *>                      adds, C changes the rate on an existing
      *>                      date, D deletes it (no rate needed). A
      *>                      rate change going forward is an add
      *>                      under the new effective date; C is for
      *>                      correcting one keyed wrong. Each card
      *>                      is listed with its result, each change
      *>                      logged to OPSLOG. Return code 4 when a
      *>                      card was rejected, 12 when RATEFILE
      *>                      could not be opened or the deck was
      *>                      empty.
      *>   OCT 11 - Amber   - an effective date that is not a real
      *>                      calendar date (20260231) is rejected.
      *>                      The listing keeps the 100-byte print
      *>                      line FIZZBAL and FIZZAUDT use; the
      *>                      card result lines run to 92. Report
      *>                      lines are built in working storage and
      *>                      moved to the print record after the
      *>                      page check, so a page break no longer
      *>                      overprints the pending line.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-CARDS ASSIGN TO "RATECARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT RATEFILE ASSIGN TO "RATEFILE"
               ORGANIZATION INDEXED
               RECORD KEY IS RATE-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-RATE-STATUS.
           SELECT RATE-RPT ASSIGN TO "FIZZRATE.LST"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-CARDS.
       01 CARD-REC PIC X(80).

       FD  RATEFILE.
       COPY RATEREC.

       FD  RATE-RPT.
       01 RAT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       COPY OLOGEVNT.
       01 WS-CARD-STATUS PIC XX VALUE "00".
       01 WS-RATE-STATUS PIC XX VALUE "00".
       01 WS-RUN-DATE PIC X(8).
       01 WS-VALID-SW PIC X VALUE "Y".
       01 WS-EOF-SW PIC X VALUE "N".
       01 WS-CARD-OK-SW PIC X VALUE "Y".
       01 WS-HELD-SW PIC X VALUE "N".
       01 WS-CARD-CT PIC 9(7) VALUE 0.
       01 WS-ADDED-CT PIC 9(7) VALUE 0.
       01 WS-CHANGED-CT PIC 9(7) VALUE 0.
       01 WS-DELETED-CT PIC 9(7) VALUE 0.
       01 WS-REJECTED-CT PIC 9(7) VALUE 0.
       01 WS-ON-FILE-CT PIC 9(7) VALUE 0.
       01 WS-RESULT-TEXT PIC X(40).
       01 WS-PRINT-LINE PIC X(100).
       01 WS-LINE-CT PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 55.
       01 WS-PAGE-NO PIC 9(7) VALUE 0.

      *> The card as keyed, and the rate it carries put back
      *> together as a number once the point has been checked.
       01 WS-RATE-CARD.
           05 WS-RC-CLASS PIC X(16).
           05 FILLER PIC X(1).
           05 WS-RC-EFF-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 WS-RC-RATE-TEXT.
               10 WS-RC-RATE-INT PIC X(5).
               10 WS-RC-RATE-POINT PIC X(1).
               10 WS-RC-RATE-DEC PIC X(4).
           05 FILLER PIC X(1).
           05 WS-RC-ACTION PIC X(1).
           05 FILLER PIC X(42).
       01 WS-EFF-DATE-TEXT PIC X(8).
       01 WS-EFF-DATE-NUM REDEFINES WS-EFF-DATE-TEXT PIC 9(8).
       01 WS-RATE-DIGITS.
           05 WS-RD-INT PIC X(5).
           05 WS-RD-DEC PIC X(4).
       01 WS-RATE-VALUE REDEFINES WS-RATE-DIGITS PIC 9(5)V9(4).

      *> Each table record is printed one behind, so whether the
      *> next record of the same class has also taken effect is
      *> known when its status is settled.
       01 WS-HELD-RATE.
           05 WS-HR-CLASS PIC X(16).
           05 WS-HR-EFF-DATE PIC X(8).
           05 WS-HR-UNIT-RATE PIC 9(5)V9(4).
           05 WS-HR-ENTERED-BY PIC X(8).
           05 WS-HR-ENTERED-DATE PIC X(8).

       01 WS-HEADING-1.
           05 FILLER PIC X(40) VALUE "FIZZORBUZZ CLASS RATE TABLE".
           05 FILLER PIC X(10) VALUE "RUN DATE:".
           05 WS-HDG-RUN-DATE PIC X(8).
           05 FILLER PIC X(7) VALUE "  PAGE:".
           05 WS-HDG-PAGE-NO PIC ZZZZZZ9.

       01 WS-CARD-HEADING PIC X(70) VALUE
           "CARD  CLASS CODE        EFFECTIVE  UNIT RATE   ACT  RESULT".

       01 WS-CARD-LINE.
           05 WS-CDL-SEQ PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CDL-CLASS PIC X(16).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CDL-EFF-DATE PIC X(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-CDL-RATE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CDL-ACTION PIC X(1).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-CDL-RESULT PIC X(40).

       01 WS-TABLE-HEADING.
           05 FILLER PIC X(40) VALUE
               "CLASS CODE        EFFECTIVE  UNIT RATE  ".
           05 FILLER PIC X(28) VALUE "ENTERED BY  ON        STATUS".

       01 WS-TABLE-LINE.
           05 WS-TBL-CLASS PIC X(16).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-TBL-EFF-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-TBL-RATE PIC ZZZZ9.9999.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-TBL-ENTERED-BY PIC X(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-TBL-ENTERED-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-TBL-STATUS PIC X(10).

       01 WS-TOTAL-LINE.
           05 WS-TOT-TAG PIC X(36).
           05 WS-TOT-COUNT PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT RATE-RPT
           PERFORM 9100-WRITE-PAGE-HEADER
           PERFORM 1000-OPEN-RATEFILE
           IF WS-VALID-SW = "Y"
               PERFORM 2000-APPLY-DECK
               PERFORM 3000-LIST-TABLE
               CLOSE RATEFILE
               PERFORM 8000-WRITE-TOTALS
           END-IF
           EVALUATE TRUE
               WHEN WS-VALID-SW NOT = "Y"
                   MOVE "RESULT: RATE TABLE NOT MAINTAINED" TO WS-PRINT-LINE
                   MOVE 12 TO RETURN-CODE
               WHEN WS-CARD-CT = 0
                   MOVE "RESULT: NO RATE CARDS - TABLE LISTED ONLY"
                       TO WS-PRINT-LINE
                   MOVE 12 TO RETURN-CODE
               WHEN WS-REJECTED-CT > 0
                   MOVE "RESULT: APPLIED - REVIEW REJECTED CARDS ABOVE"
                       TO WS-PRINT-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "RESULT: RATE DECK APPLIED IN FULL" TO WS-PRINT-LINE
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9000-WRITE-REPORT-LINE
           CLOSE RATE-RPT
           STOP RUN.

       9900-LOG-EVENT.
           MOVE "FIZZRATE" TO OLOG-EV-PROGRAM
           MOVE SPACES TO OLOG-EV-RUN-ID
           CALL "FIZZOLOG" USING OLOG-EVENT.

      *> The table is created on first use, as every keyed file in
      *> the stream is.
       1000-OPEN-RATEFILE.
           OPEN I-O RATEFILE
           IF WS-RATE-STATUS = "35"
               OPEN OUTPUT RATEFILE
               CLOSE RATEFILE
               OPEN I-O RATEFILE
           END-IF
           IF WS-RATE-STATUS NOT = "00"
               MOVE SPACES TO WS-PRINT-LINE
               STRING "RATEFILE COULD NOT BE OPENED - STATUS "
                   WS-RATE-STATUS
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 9000-WRITE-REPORT-LINE
               MOVE "N" TO WS-VALID-SW
               MOVE "E" TO OLOG-EV-SEVERITY
               MOVE "RATEFILE COULD NOT BE OPENED - RATES NOT MAINTAINED"
                   TO OLOG-EV-MESSAGE
               PERFORM 9900-LOG-EVENT
           END-IF.

       2000-APPLY-DECK.
           MOVE WS-CARD-HEADING TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           OPEN INPUT RATE-CARDS
           IF WS-CARD-STATUS = "00"
               PERFORM UNTIL WS-EOF-SW = "Y"
                   READ RATE-CARDS
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF CARD-REC NOT = SPACES
                               PERFORM 2100-APPLY-ONE-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-CARDS
           END-IF
           IF WS-CARD-CT = 0
               MOVE "  NO RATE CARDS" TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

      *> EXCLUDED is reserved: it never reaches a full feed, and on
      *> a delta feed it says a billed number was withdrawn, which
      *> is worth nothing.
       2100-APPLY-ONE-CARD.
           ADD 1 TO WS-CARD-CT
           MOVE "Y" TO WS-CARD-OK-SW
           MOVE CARD-REC TO WS-RATE-CARD
           IF WS-RC-ACTION = SPACE
               MOVE "A" TO WS-RC-ACTION
           END-IF
           MOVE WS-RC-EFF-DATE TO WS-EFF-DATE-TEXT
           MOVE WS-RC-RATE-INT TO WS-RD-INT
           INSPECT WS-RD-INT REPLACING LEADING SPACE BY ZERO
           MOVE WS-RC-RATE-DEC TO WS-RD-DEC
           INSPECT WS-RD-DEC REPLACING ALL SPACE BY ZERO
           EVALUATE TRUE
               WHEN WS-RC-CLASS = SPACES
                   MOVE "REJECTED - NO CLASS CODE" TO WS-RESULT-TEXT
                   MOVE "N" TO WS-CARD-OK-SW
               WHEN WS-RC-CLASS = "EXCLUDED"
                   MOVE "REJECTED - EXCLUDED IS NEVER BILLED"
                       TO WS-RESULT-TEXT
                   MOVE "N" TO WS-CARD-OK-SW
               WHEN WS-RC-ACTION NOT = "A" AND WS-RC-ACTION NOT = "C"
                   AND WS-RC-ACTION NOT = "D"
                   MOVE "REJECTED - ACTION NOT A, C OR D"
                       TO WS-RESULT-TEXT
                   MOVE "N" TO WS-CARD-OK-SW
               WHEN WS-RC-EFF-DATE IS NOT NUMERIC
                   MOVE "REJECTED - DATE NOT YYYYMMDD" TO WS-RESULT-TEXT
                   MOVE "N" TO WS-CARD-OK-SW
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-DATE-NUM) NOT = 0
                   MOVE "REJECTED - NOT A CALENDAR DATE" TO WS-RESULT-TEXT
                   MOVE "N" TO WS-CARD-OK-SW
               WHEN WS-RC-ACTION = "D"
                   CONTINUE
               WHEN WS-RC-RATE-POINT NOT = "."
                   OR WS-RATE-DIGITS IS NOT NUMERIC
                   MOVE "REJECTED - RATE NOT NNNNN.NNNN" TO WS-RESULT-TEXT
                   MOVE "N" TO WS-CARD-OK-SW
           END-EVALUATE
           IF WS-CARD-OK-SW = "Y"
               EVALUATE WS-RC-ACTION
                   WHEN "A"
                       PERFORM 2200-ADD-RATE
                   WHEN "C"
                       PERFORM 2300-CHANGE-RATE
                   WHEN "D"
                       PERFORM 2400-DELETE-RATE
               END-EVALUATE
           END-IF
           IF WS-CARD-OK-SW NOT = "Y"
               ADD 1 TO WS-REJECTED-CT
           END-IF
           MOVE WS-CARD-CT TO WS-CDL-SEQ
           MOVE WS-RC-CLASS TO WS-CDL-CLASS
           MOVE WS-RC-EFF-DATE TO WS-CDL-EFF-DATE
           MOVE WS-RC-RATE-TEXT TO WS-CDL-RATE
           MOVE WS-RC-ACTION TO WS-CDL-ACTION
           MOVE WS-RESULT-TEXT TO WS-CDL-RESULT
           MOVE WS-CARD-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       2200-ADD-RATE.
           MOVE WS-RC-CLASS TO RATE-CLASS
           MOVE WS-RC-EFF-DATE TO RATE-EFF-DATE
           MOVE WS-RATE-VALUE TO RATE-UNIT-RATE
           MOVE "FIZZRATE" TO RATE-ENTERED-BY
           MOVE WS-RUN-DATE TO RATE-ENTERED-DATE
           WRITE RATE-RECORD
               INVALID KEY
                   MOVE "REJECTED - ALREADY ON FILE, USE C"
                       TO WS-RESULT-TEXT
                   MOVE "N" TO WS-CARD-OK-SW
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED-CT
                   MOVE "ADDED" TO WS-RESULT-TEXT
                   PERFORM 2900-LOG-CHANGE
           END-WRITE.

       2300-CHANGE-RATE.
           MOVE WS-RC-CLASS TO RATE-CLASS
           MOVE WS-RC-EFF-DATE TO RATE-EFF-DATE
           READ RATEFILE
               INVALID KEY
                   MOVE "REJECTED - NOT ON FILE, USE A"
                       TO WS-RESULT-TEXT
                   MOVE "N" TO WS-CARD-OK-SW
               NOT INVALID KEY
                   MOVE WS-RATE-VALUE TO RATE-UNIT-RATE
                   MOVE "FIZZRATE" TO RATE-ENTERED-BY
                   MOVE WS-RUN-DATE TO RATE-ENTERED-DATE
                   REWRITE RATE-RECORD
                       INVALID KEY
                           MOVE "REJECTED - REWRITE FAILED"
                               TO WS-RESULT-TEXT
                           MOVE "N" TO WS-CARD-OK-SW
                       NOT INVALID KEY
                           ADD 1 TO WS-CHANGED-CT
                           MOVE "CHANGED" TO WS-RESULT-TEXT
                           PERFORM 2900-LOG-CHANGE
                   END-REWRITE
           END-READ.

       2400-DELETE-RATE.
           MOVE WS-RC-CLASS TO RATE-CLASS
           MOVE WS-RC-EFF-DATE TO RATE-EFF-DATE
           DELETE RATEFILE RECORD
               INVALID KEY
                   MOVE "REJECTED - NOT ON FILE" TO WS-RESULT-TEXT
                   MOVE "N" TO WS-CARD-OK-SW
               NOT INVALID KEY
                   ADD 1 TO WS-DELETED-CT
                   MOVE "DELETED" TO WS-RESULT-TEXT
                   PERFORM 2900-LOG-CHANGE
           END-DELETE.

      *> There is no history file for rates; OPSLOG carries who
      *> changed what, and when, for finance to audit.
       2900-LOG-CHANGE.
           MOVE "I" TO OLOG-EV-SEVERITY
           MOVE SPACES TO OLOG-EV-MESSAGE
           STRING "RATE " DELIMITED BY SIZE
               WS-RESULT-TEXT DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-RC-CLASS DELIMITED BY SPACE
               " EFF " DELIMITED BY SIZE
               WS-RC-EFF-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RC-RATE-TEXT DELIMITED BY SIZE
               INTO OLOG-EV-MESSAGE
           END-STRING
           PERFORM 9900-LOG-EVENT.

       3000-LIST-TABLE.
           MOVE WS-TABLE-HEADING TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "N" TO WS-EOF-SW
           MOVE "N" TO WS-HELD-SW
           MOVE LOW-VALUES TO RATE-KEY
           START RATEFILE KEY NOT < RATE-KEY
               INVALID KEY MOVE "Y" TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ RATEFILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END PERFORM 3100-TAKE-TABLE-RECORD
               END-READ
           END-PERFORM
           IF WS-HELD-SW = "Y"
               PERFORM 3200-WRITE-HELD-RECORD
           END-IF
           IF WS-ON-FILE-CT = 0
               MOVE "  NO RATES ON FILE" TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           END-IF.

      *> The held record is superseded when the record just read is
      *> the same class and has also taken effect by today.
       3100-TAKE-TABLE-RECORD.
           ADD 1 TO WS-ON-FILE-CT
           IF WS-HELD-SW = "Y"
               PERFORM 3200-WRITE-HELD-RECORD
           END-IF
           MOVE RATE-RECORD TO WS-HELD-RATE
           MOVE "Y" TO WS-HELD-SW.

       3200-WRITE-HELD-RECORD.
           MOVE WS-HR-CLASS TO WS-TBL-CLASS
           MOVE WS-HR-EFF-DATE TO WS-TBL-EFF-DATE
           MOVE WS-HR-UNIT-RATE TO WS-TBL-RATE
           MOVE WS-HR-ENTERED-BY TO WS-TBL-ENTERED-BY
           MOVE WS-HR-ENTERED-DATE TO WS-TBL-ENTERED-DATE
           EVALUATE TRUE
               WHEN WS-HR-EFF-DATE > WS-RUN-DATE
                   MOVE "FUTURE" TO WS-TBL-STATUS
               WHEN WS-EOF-SW NOT = "Y"
                   AND RATE-CLASS = WS-HR-CLASS
                   AND RATE-EFF-DATE NOT > WS-RUN-DATE
                   MOVE "SUPERSEDED" TO WS-TBL-STATUS
               WHEN OTHER
                   MOVE "IN FORCE" TO WS-TBL-STATUS
           END-EVALUATE
           MOVE WS-TABLE-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       8000-WRITE-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "RATE CARDS READ                    :" TO WS-TOT-TAG
           MOVE WS-CARD-CT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "RATES ADDED                        :" TO WS-TOT-TAG
           MOVE WS-ADDED-CT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "RATES CHANGED                      :" TO WS-TOT-TAG
           MOVE WS-CHANGED-CT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "RATES DELETED                      :" TO WS-TOT-TAG
           MOVE WS-DELETED-CT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "CARDS REJECTED                     :" TO WS-TOT-TAG
           MOVE WS-REJECTED-CT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "RATES ON FILE                      :" TO WS-TOT-TAG
           MOVE WS-ON-FILE-CT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       8100-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       9000-WRITE-REPORT-LINE.
           IF WS-LINE-CT >= WS-LINES-PER-PAGE
               PERFORM 9100-WRITE-PAGE-HEADER
           END-IF
           MOVE WS-PRINT-LINE TO RAT-LINE
           WRITE RAT-LINE
           ADD 1 TO WS-LINE-CT.

       9100-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-PAGE-NO TO WS-HDG-PAGE-NO
           MOVE WS-HEADING-1 TO RAT-LINE
           WRITE RAT-LINE
           MOVE 1 TO WS-LINE-CT.
       END PROGRAM FIZZRATE.
