           >>source format free
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZPRCE.
       AUTHOR. Amber.
       DATE-WRITTEN. OCT 10.
      *> MOD-LOG:
      *>   OCT 10 - Amber   - prices a generation's billing extract
      *>                      off the RATEFILE class rate table and
      *>                      prints a revenue summary by class, so
      *>                      what a generation is worth no longer
      *>                      has to be worked out by hand from the
      *>                      control totals. PRCECARD names the
      *>                      generation in columns 1-15, as BALCARD
      *>                      does. Each class is priced at the rate
      *>                      in force on the generation's run date.
      *>                      A full feed shows records and revenue
      *>                      per class. A delta or spot feed shows
      *>                      the revenue of the added records, and
      *>                      for the changed ones the effect against
      *>                      the number's prior class off
      *>                      FIZZBUZZ.HST - the new class gains the
      *>                      record, the prior class loses it - and
      *>                      the net of the two. The billed counts
      *>                      are proven against the generation's
      *>                      CTLTREC as FIZZBAL proves them. Return
      *>                      code 8 when a class has no rate on file
      *>                      or the counts do not prove, so the
      *>                      figures are held from finance; 4 when
      *>                      the generation is not yet balanced or a
      *>                      changed number has no prior class on
      *>                      file; 12 when it could not be priced.
      *>   OCT 11 - Amber   - the summary prints on the 100-byte line
      *>                      FIZZBAL and FIZZAUDT use, as the delta
      *>                      class line runs to 96. Report lines are
      *>                      built in working storage and moved to
      *>                      the print record after the page check,
      *>                      so a page break no longer overprints
      *>                      the pending line.
      *>   OCT 15 - Amber   - a spot generation, cataloged "S" on
      *>                      GENCAT, is priced as the delta-style
      *>                      feed it is and headed SPOT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL ASSIGN TO "PRCECARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT CONTROL-TOTALS ASSIGN TO DYNAMIC WS-CTL-FILE
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT BILLING-EXTRACT ASSIGN TO DYNAMIC WS-BIL-FILE
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-BIL-STATUS.
           SELECT GENCAT ASSIGN TO "GENCAT"
               ORGANIZATION INDEXED
               RECORD KEY IS GCAT-GEN-ID
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-GCAT-STATUS.
           SELECT RATEFILE ASSIGN TO "RATEFILE"
               ORGANIZATION INDEXED
               RECORD KEY IS RATE-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-RATE-STATUS.
           SELECT CLSF-HISTORY ASSIGN TO "FIZZBUZZ.HST"
               ORGANIZATION INDEXED
               RECORD KEY IS CHST-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-HST-STATUS.
           SELECT PRICE-RPT ASSIGN TO "FIZZPRCE.LST"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL.
       01 CARD-REC PIC X(80).

       FD  CONTROL-TOTALS.
       COPY CTLTREC.

       FD  BILLING-EXTRACT.
       COPY BILLEXT.

       FD  GENCAT.
       COPY GCATREC.

       FD  RATEFILE.
       COPY RATEREC.

       FD  CLSF-HISTORY.
       COPY CHSTREC.

       FD  PRICE-RPT.
       01 PRC-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       COPY OLOGEVNT.
       01 WS-CARD-STATUS PIC XX VALUE "00".
       01 WS-CTL-STATUS PIC XX VALUE "00".
       01 WS-BIL-STATUS PIC XX VALUE "00".
       01 WS-GCAT-STATUS PIC XX VALUE "00".
       01 WS-RATE-STATUS PIC XX VALUE "00".
       01 WS-HST-STATUS PIC XX VALUE "00".
       01 WS-RUN-DATE PIC X(8).
       01 WS-GEN-ID PIC X(15) VALUE SPACES.
       01 WS-LOG-RUN-ID PIC X(8) VALUE SPACES.
       01 WS-PROFILE PIC X(8) VALUE SPACES.
       01 WS-PRICE-DATE PIC X(8) VALUE SPACES.
       01 WS-DELTA-SW PIC X VALUE "N".
       01 WS-SPOT-SW PIC X VALUE "N".
       01 WS-CTL-FILE PIC X(30) VALUE SPACES.
       01 WS-BIL-FILE PIC X(30) VALUE SPACES.
       01 WS-REFUSED-SW PIC X VALUE "N".
       01 WS-PROVEN-SW PIC X VALUE "Y".
       01 WS-BALANCED-SW PIC X VALUE "Y".
       01 WS-RATE-OPEN-SW PIC X VALUE "N".
       01 WS-HST-OPEN-SW PIC X VALUE "N".
       01 WS-COLUMNS-SW PIC X VALUE "N".
       01 WS-EOF-SW PIC X VALUE "N".
       01 WS-SCAN-SW PIC X VALUE "N".
       01 WS-PRIOR-FOUND-SW PIC X VALUE "N".
       01 WS-TALLY-CODE PIC X(16).
       01 WS-PRIOR-CODE PIC X(16).
       01 WS-CLASS-CT PIC 9(4) VALUE 0.
       01 WS-CX PIC 9(4).
       01 WS-NX PIC 9(4).
       01 WS-PX PIC 9(4).
       01 WS-RX PIC 9(4).

       01 WS-BIL-TOTAL PIC 9(7) VALUE 0.
       01 WS-BIL-ADDED-CT PIC 9(7) VALUE 0.
       01 WS-BIL-CHANGED-CT PIC 9(7) VALUE 0.
       01 WS-BIL-EXPECTED PIC 9(7) VALUE 0.
       01 WS-COMBO-FOUND PIC 9(7) VALUE 0.
       01 WS-COMBO-EXPECTED PIC 9(7) VALUE 0.
       01 WS-NO-PRIOR-CT PIC 9(7) VALUE 0.
       01 WS-UNRATED-CT PIC 9(7) VALUE 0.

      *> Revenue is carried to the cent per class, each class's
      *> figure rounded once, so the class lines foot to the totals.
       01 WS-TOT-REVENUE PIC S9(11)V99 VALUE 0.
       01 WS-TOT-ADDED-REV PIC S9(11)V99 VALUE 0.
       01 WS-TOT-IN-REV PIC S9(11)V99 VALUE 0.
       01 WS-TOT-OUT-REV PIC S9(11)V99 VALUE 0.
       01 WS-TOT-CHANGE-REV PIC S9(11)V99 VALUE 0.
       01 WS-NET-EFFECT PIC S9(11)V99 VALUE 0.
       01 WS-MONEY PIC S9(11)V99.

      *> Sized as FIZZBAL's class table is, for every code a ten-rule
      *> profile can produce. On a delta feed a prior class the
      *> changed records moved away from gets an entry too.
       01 WS-CLASS-TABLE.
           05 WS-CLASS OCCURS 1100.
               10 WS-CLS-CODE PIC X(16).
               10 WS-CLS-RATED-SW PIC X(1).
               10 WS-CLS-RATE PIC 9(5)V9(4).
               10 WS-CLS-EFF-DATE PIC X(8).
               10 WS-CLS-BIL-CT PIC 9(7).
               10 WS-CLS-ADDED-CT PIC 9(7).
               10 WS-CLS-IN-CT PIC 9(7).
               10 WS-CLS-OUT-CT PIC 9(7).
               10 WS-CLS-EXPECTED PIC 9(7).
               10 WS-CLS-COMBO-SW PIC X(1).
               10 WS-CLS-REVENUE PIC S9(11)V99.
               10 WS-CLS-ADDED-REV PIC S9(11)V99.
               10 WS-CLS-CHANGE-REV PIC S9(11)V99.

       01 WS-PRINT-LINE PIC X(100).
       01 WS-LINE-CT PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 55.
       01 WS-PAGE-NO PIC 9(7) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER PIC X(40) VALUE "FIZZORBUZZ PRICED BILLING SUMMARY".
           05 FILLER PIC X(10) VALUE "RUN DATE:".
           05 WS-HDG-RUN-DATE PIC X(8).
           05 FILLER PIC X(7) VALUE "  PAGE:".
           05 WS-HDG-PAGE-NO PIC ZZZZZZ9.

       01 WS-HEADING-2.
           05 FILLER PIC X(12) VALUE "GENERATION: ".
           05 WS-HDG-GEN-ID PIC X(15).
           05 FILLER PIC X(11) VALUE "  PROFILE: ".
           05 WS-HDG-PROFILE PIC X(8).
           05 FILLER PIC X(13) VALUE "  PRICED AT: ".
           05 WS-HDG-PRICE-DATE PIC X(8).
           05 FILLER PIC X(8) VALUE "  FEED: ".
           05 WS-HDG-FEED PIC X(5).

       01 WS-FULL-HEADING.
           05 FILLER PIC X(40) VALUE
               "CLASS CODE        UNIT RATE EFF DATE REC".
           05 FILLER PIC X(36) VALUE
               "ORDS    CONTROL         REVENUE FLAG".

       01 WS-FULL-LINE.
           05 WS-FLN-CODE PIC X(16).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-FLN-RATE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-FLN-EFF-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-FLN-BIL-CT PIC ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-FLN-EXPECTED PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-FLN-REVENUE PIC ZZZZZZZZZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-FLN-FLAG PIC X(12).

       01 WS-DELTA-HEADING.
           05 FILLER PIC X(40) VALUE
               "CLASS CODE        UNIT RATE   ADDED   AD".
           05 FILLER PIC X(40) VALUE
               "DED REVENUE  CHG IN CHG OUT   CHANGE EFF".
           05 FILLER PIC X(8) VALUE
               "ECT FLAG".

       01 WS-DELTA-LINE.
           05 WS-DLN-CODE PIC X(16).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DLN-RATE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DLN-ADDED-CT PIC ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DLN-ADDED-REV PIC ZZZZZZZZZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DLN-IN-CT PIC ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DLN-OUT-CT PIC ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DLN-CHANGE-REV PIC ZZZZZZZZZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DLN-FLAG PIC X(12).

       01 WS-RATE-EDIT PIC ZZZZ9.9999.
       01 WS-RATE-TEXT PIC X(10).

       01 WS-PROOF-LINE.
           05 WS-PRF-TAG PIC X(36).
           05 WS-PRF-FOUND PIC ZZZZZZ9.
           05 FILLER PIC X(11) VALUE "  CONTROL: ".
           05 WS-PRF-EXPECTED PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-PRF-FLAG PIC X(12).

       01 WS-MONEY-LINE.
           05 WS-MNY-TAG PIC X(36).
           05 WS-MNY-AMOUNT PIC ZZZZZZZZZZ9.99-.

       01 WS-TOTAL-LINE.
           05 WS-TOT-TAG PIC X(36).
           05 WS-TOT-COUNT PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT PRICE-RPT
           PERFORM 9100-WRITE-PAGE-HEADER
           PERFORM 1000-READ-CONTROL-CARD
           IF WS-REFUSED-SW = "N"
               PERFORM 1100-READ-GENCAT
           END-IF
           IF WS-REFUSED-SW = "N"
               PERFORM 1200-READ-CONTROL-TOTALS
           END-IF
           IF WS-REFUSED-SW = "N"
               PERFORM 1300-OPEN-LOOKUP-FILES
           END-IF
           IF WS-REFUSED-SW = "N"
               PERFORM 1400-WRITE-RUN-HEADINGS
               PERFORM 2000-PRICE-EXTRACT
           END-IF
           IF WS-REFUSED-SW = "N"
               PERFORM 3000-PROVE-COUNTS
               PERFORM 4000-WRITE-SUMMARY
           END-IF
           IF WS-RATE-OPEN-SW = "Y"
               CLOSE RATEFILE
           END-IF
           IF WS-HST-OPEN-SW = "Y"
               CLOSE CLSF-HISTORY
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-REFUSED-SW = "Y"
                   MOVE "RESULT: GENERATION NOT PRICED" TO WS-PRINT-LINE
                   MOVE 12 TO RETURN-CODE
               WHEN WS-UNRATED-CT > 0
                   MOVE "RESULT: CLASS WITHOUT A RATE - HOLD THE FIGURES"
                       TO WS-PRINT-LINE
                   MOVE 8 TO RETURN-CODE
                   MOVE "E" TO OLOG-EV-SEVERITY
                   MOVE "CLASS CODE WITH NO RATE ON FILE - FIGURES HELD"
                       TO OLOG-EV-MESSAGE
                   PERFORM 9900-LOG-EVENT
               WHEN WS-PROVEN-SW = "N"
                   MOVE "RESULT: NOT PROVEN TO CONTROL TOTALS - HOLD FIGURES"
                       TO WS-PRINT-LINE
                   MOVE 8 TO RETURN-CODE
                   MOVE "E" TO OLOG-EV-SEVERITY
                   MOVE "PRICED COUNTS DO NOT PROVE TO CTLTREC - FIGURES HELD"
                       TO OLOG-EV-MESSAGE
                   PERFORM 9900-LOG-EVENT
               WHEN WS-BALANCED-SW = "N" OR WS-NO-PRIOR-CT > 0
                   MOVE "RESULT: PRICED AND PROVEN - REVIEW WARNINGS ABOVE"
                       TO WS-PRINT-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "RESULT: PRICED AND PROVEN - FIGURES MAY GO TO FINANCE"
                       TO WS-PRINT-LINE
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9000-WRITE-REPORT-LINE
           CLOSE PRICE-RPT
           STOP RUN.

       9900-LOG-EVENT.
           MOVE "FIZZPRCE" TO OLOG-EV-PROGRAM
           MOVE WS-LOG-RUN-ID TO OLOG-EV-RUN-ID
           CALL "FIZZOLOG" USING OLOG-EVENT.

       1000-READ-CONTROL-CARD.
           OPEN INPUT RUN-CONTROL
           IF WS-CARD-STATUS = "00"
               READ RUN-CONTROL
                   AT END CONTINUE
                   NOT AT END MOVE CARD-REC(1:15) TO WS-GEN-ID
               END-READ
               CLOSE RUN-CONTROL
           END-IF
           IF WS-GEN-ID = SPACES
               MOVE "NO PRCECARD GENERATION NAMED - NOTHING TO PRICE"
                   TO WS-PRINT-LINE
               PERFORM 9200-REFUSE-PRICING
           END-IF.

      *> The catalog record says which profile and feed the
      *> generation was, and names its billing extract. Pricing
      *> does not wait on FIZZBAL, but figures for a generation that
      *> has not balanced are flagged.
       1100-READ-GENCAT.
           OPEN INPUT GENCAT
           IF WS-GCAT-STATUS NOT = "00"
               MOVE SPACES TO WS-PRINT-LINE
               STRING "GENCAT COULD NOT BE OPENED - STATUS "
                   WS-GCAT-STATUS
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 9200-REFUSE-PRICING
           ELSE
               MOVE WS-GEN-ID TO GCAT-GEN-ID
               READ GENCAT
                   INVALID KEY
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING "GENERATION " WS-GEN-ID " NOT ON GENCAT"
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                       END-STRING
                       PERFORM 9200-REFUSE-PRICING
                   NOT INVALID KEY
                       MOVE GCAT-RUN-ID TO WS-LOG-RUN-ID
                       MOVE GCAT-PROFILE TO WS-PROFILE
                       MOVE GCAT-RUN-DATE TO WS-PRICE-DATE
                       IF GCAT-DELTA-SW = "S"
                           MOVE "Y" TO WS-DELTA-SW
                           MOVE "Y" TO WS-SPOT-SW
                       ELSE
                           MOVE GCAT-DELTA-SW TO WS-DELTA-SW
                       END-IF
                       MOVE GCAT-BIL-FILE TO WS-BIL-FILE
                       MOVE GCAT-CTL-FILE TO WS-CTL-FILE
                       MOVE GCAT-BALANCED-SW TO WS-BALANCED-SW
               END-READ
               CLOSE GENCAT
           END-IF.

       1200-READ-CONTROL-TOTALS.
           OPEN INPUT CONTROL-TOTALS
           IF WS-CTL-STATUS NOT = "00"
               MOVE SPACES TO WS-PRINT-LINE
               STRING "CONTROL TOTALS " WS-CTL-FILE
                   " COULD NOT BE OPENED"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 9200-REFUSE-PRICING
           ELSE
               READ CONTROL-TOTALS
                   AT END
                       MOVE "CONTROL TOTALS FILE IS EMPTY" TO WS-PRINT-LINE
                       PERFORM 9200-REFUSE-PRICING
                   NOT AT END
                       IF CTLT-GEN-ID NOT = WS-GEN-ID
                           MOVE "CONTROL RECORD DOES NOT MATCH THE PRCECARD"
                               TO WS-PRINT-LINE
                           PERFORM 9200-REFUSE-PRICING
                       END-IF
               END-READ
               CLOSE CONTROL-TOTALS
           END-IF.

      *> A delta feed cannot be priced without the prior classes its
      *> changed records moved away from.
       1300-OPEN-LOOKUP-FILES.
           OPEN INPUT RATEFILE
           IF WS-RATE-STATUS NOT = "00"
               MOVE SPACES TO WS-PRINT-LINE
               STRING "RATEFILE COULD NOT BE OPENED - STATUS "
                   WS-RATE-STATUS
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 9200-REFUSE-PRICING
           ELSE
               MOVE "Y" TO WS-RATE-OPEN-SW
           END-IF
           IF WS-REFUSED-SW = "N" AND WS-DELTA-SW = "Y"
               OPEN INPUT CLSF-HISTORY
               IF WS-HST-STATUS NOT = "00"
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "FIZZBUZZ.HST COULD NOT BE OPENED - STATUS "
                       WS-HST-STATUS
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM 9200-REFUSE-PRICING
               ELSE
                   MOVE "Y" TO WS-HST-OPEN-SW
               END-IF
           END-IF.

       1400-WRITE-RUN-HEADINGS.
           MOVE "Y" TO WS-COLUMNS-SW
           PERFORM 9110-WRITE-RUN-HEADINGS
           IF WS-BALANCED-SW NOT = "Y"
               MOVE "WARNING: GENERATION NOT YET BALANCED BY FIZZBAL"
                   TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
               MOVE "W" TO OLOG-EV-SEVERITY
               MOVE "PRICED A GENERATION NOT YET BALANCED BY FIZZBAL"
                   TO OLOG-EV-MESSAGE
               PERFORM 9900-LOG-EVENT
           END-IF.

       2000-PRICE-EXTRACT.
           OPEN INPUT BILLING-EXTRACT
           IF WS-BIL-STATUS NOT = "00"
               MOVE SPACES TO WS-PRINT-LINE
               STRING "BILLING EXTRACT " WS-BIL-FILE
                   " COULD NOT BE OPENED"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 9200-REFUSE-PRICING
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = "Y"
                   READ BILLING-EXTRACT
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END PERFORM 2100-PRICE-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE BILLING-EXTRACT
           END-IF.

      *> On a delta feed an added record is new revenue; a changed
      *> record is revenue moved from its prior class to its new
      *> one, both at the rates in force on the run date, so the
      *> effect is the reclassification alone.
       2100-PRICE-ONE-RECORD.
           ADD 1 TO WS-BIL-TOTAL
           MOVE BILL-CODE TO WS-TALLY-CODE
           PERFORM 2200-FIND-CLASS
           MOVE WS-CX TO WS-NX
           IF WS-NX > 0
               ADD 1 TO WS-CLS-BIL-CT(WS-NX)
           END-IF
           IF WS-DELTA-SW = "Y"
               EVALUATE BILL-DELTA-FLAG
                   WHEN "A"
                       ADD 1 TO WS-BIL-ADDED-CT
                       IF WS-NX > 0
                           ADD 1 TO WS-CLS-ADDED-CT(WS-NX)
                       END-IF
                   WHEN "C"
                       ADD 1 TO WS-BIL-CHANGED-CT
                       IF WS-NX > 0
                           ADD 1 TO WS-CLS-IN-CT(WS-NX)
                       END-IF
                       PERFORM 2300-FIND-PRIOR-CLASS
               END-EVALUATE
           END-IF.

       2200-FIND-CLASS.
           MOVE 0 TO WS-CX
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > WS-CLASS-CT
               IF WS-CLS-CODE(WS-RX) = WS-TALLY-CODE
                   MOVE WS-RX TO WS-CX
               END-IF
           END-PERFORM
           IF WS-CX = 0
               IF WS-CLASS-CT < 1100
                   ADD 1 TO WS-CLASS-CT
                   MOVE WS-CLASS-CT TO WS-CX
                   MOVE WS-TALLY-CODE TO WS-CLS-CODE(WS-CX)
                   MOVE 0 TO WS-CLS-BIL-CT(WS-CX)
                   MOVE 0 TO WS-CLS-ADDED-CT(WS-CX)
                   MOVE 0 TO WS-CLS-IN-CT(WS-CX)
                   MOVE 0 TO WS-CLS-OUT-CT(WS-CX)
                   MOVE 0 TO WS-CLS-EXPECTED(WS-CX)
                   MOVE SPACE TO WS-CLS-COMBO-SW(WS-CX)
                   MOVE 0 TO WS-CLS-REVENUE(WS-CX)
                   MOVE 0 TO WS-CLS-ADDED-REV(WS-CX)
                   MOVE 0 TO WS-CLS-CHANGE-REV(WS-CX)
                   PERFORM 2210-LOOK-UP-RATE
               ELSE
                   MOVE "N" TO WS-PROVEN-SW
                   MOVE "E" TO OLOG-EV-SEVERITY
                   MOVE "CLASS TABLE FULL - A CODE WAS NOT PRICED"
                       TO OLOG-EV-MESSAGE
                   PERFORM 9900-LOG-EVENT
               END-IF
           END-IF.

      *> A class's rates file in effective-date order under it; the
      *> last one on or before the run date is the one in force.
      *> EXCLUDED is worth nothing and needs no rate.
       2210-LOOK-UP-RATE.
           MOVE "N" TO WS-CLS-RATED-SW(WS-CX)
           MOVE 0 TO WS-CLS-RATE(WS-CX)
           MOVE SPACES TO WS-CLS-EFF-DATE(WS-CX)
           IF WS-TALLY-CODE = "EXCLUDED"
               MOVE "Y" TO WS-CLS-RATED-SW(WS-CX)
           ELSE
               MOVE WS-TALLY-CODE TO RATE-CLASS
               MOVE LOW-VALUES TO RATE-EFF-DATE
               MOVE "Y" TO WS-SCAN-SW
               START RATEFILE KEY NOT < RATE-KEY
                   INVALID KEY MOVE "N" TO WS-SCAN-SW
               END-START
               PERFORM UNTIL WS-SCAN-SW = "N"
                   READ RATEFILE NEXT RECORD
                       AT END MOVE "N" TO WS-SCAN-SW
                       NOT AT END
                           IF RATE-CLASS NOT = WS-TALLY-CODE
                               OR RATE-EFF-DATE > WS-PRICE-DATE
                               MOVE "N" TO WS-SCAN-SW
                           ELSE
                               MOVE "Y" TO WS-CLS-RATED-SW(WS-CX)
                               MOVE RATE-UNIT-RATE TO WS-CLS-RATE(WS-CX)
                               MOVE RATE-EFF-DATE
                                   TO WS-CLS-EFF-DATE(WS-CX)
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CLS-RATED-SW(WS-CX) = "N"
                   ADD 1 TO WS-UNRATED-CT
               END-IF
           END-IF.

      *> The number's history under the profile runs in generation
      *> order; the last class filed before this generation is the
      *> one the change moved it from.
       2300-FIND-PRIOR-CLASS.
           MOVE "N" TO WS-PRIOR-FOUND-SW
           MOVE WS-PROFILE TO CHST-PROFILE
           MOVE BILL-NUMBER TO CHST-NUMBER
           MOVE LOW-VALUES TO CHST-GEN-ID
           MOVE "Y" TO WS-SCAN-SW
           START CLSF-HISTORY KEY NOT < CHST-KEY
               INVALID KEY MOVE "N" TO WS-SCAN-SW
           END-START
           PERFORM UNTIL WS-SCAN-SW = "N"
               READ CLSF-HISTORY NEXT RECORD
                   AT END MOVE "N" TO WS-SCAN-SW
                   NOT AT END
                       IF CHST-PROFILE NOT = WS-PROFILE
                           OR CHST-NUMBER NOT = BILL-NUMBER
                           OR CHST-GEN-ID NOT < WS-GEN-ID
                           MOVE "N" TO WS-SCAN-SW
                       ELSE
                           MOVE "Y" TO WS-PRIOR-FOUND-SW
                           MOVE CHST-CODE TO WS-PRIOR-CODE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PRIOR-FOUND-SW = "Y"
               MOVE WS-PRIOR-CODE TO WS-TALLY-CODE
               PERFORM 2200-FIND-CLASS
               MOVE WS-CX TO WS-PX
               IF WS-PX > 0
                   ADD 1 TO WS-CLS-OUT-CT(WS-PX)
               END-IF
           ELSE
               ADD 1 TO WS-NO-PRIOR-CT
           END-IF.

      *> The proof is FIZZBAL's, against the billing extract alone:
      *> the record count against the control total, the A and C
      *> counts on a delta feed, and on a full feed each class
      *> against its control count - rule labels to their rules,
      *> NUMBER to the unmatched count, combined and forced-other
      *> labels in aggregate.
       3000-PROVE-COUNTS.
           IF WS-DELTA-SW = "Y"
               COMPUTE WS-BIL-EXPECTED = CTLT-ADDED-CT + CTLT-CHANGED-CT
               IF WS-BIL-ADDED-CT NOT = CTLT-ADDED-CT
                   OR WS-BIL-CHANGED-CT NOT = CTLT-CHANGED-CT
                   MOVE "N" TO WS-PROVEN-SW
               END-IF
           ELSE
               COMPUTE WS-BIL-EXPECTED = CTLT-TOTAL-CT - CTLT-EXCLUDED-CT
               PERFORM 3100-SET-EXPECTED-COUNTS
               COMPUTE WS-COMBO-EXPECTED =
                   CTLT-COMBO-CT + CTLT-FORCED-OTHER-CT
               IF WS-COMBO-FOUND NOT = WS-COMBO-EXPECTED
                   MOVE "N" TO WS-PROVEN-SW
               END-IF
           END-IF
           IF WS-BIL-TOTAL NOT = WS-BIL-EXPECTED
               MOVE "N" TO WS-PROVEN-SW
           END-IF.

       3100-SET-EXPECTED-COUNTS.
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > WS-CLASS-CT
               MOVE "Y" TO WS-CLS-COMBO-SW(WS-CX)
               IF WS-CLS-CODE(WS-CX) = "NUMBER"
                   MOVE CTLT-NUMBER-CT TO WS-CLS-EXPECTED(WS-CX)
                   MOVE SPACE TO WS-CLS-COMBO-SW(WS-CX)
               END-IF
               IF WS-CLS-CODE(WS-CX) = "EXCLUDED"
                   MOVE 0 TO WS-CLS-EXPECTED(WS-CX)
                   MOVE SPACE TO WS-CLS-COMBO-SW(WS-CX)
               END-IF
               PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > CTLT-RULE-CT
                   IF WS-CLS-CODE(WS-CX)(1:8) = CTLT-RULE-LABEL(WS-RX)
                       AND WS-CLS-CODE(WS-CX)(9:8) = SPACES
                       MOVE CTLT-RULE-HIT-CT(WS-RX)
                           TO WS-CLS-EXPECTED(WS-CX)
                       MOVE SPACE TO WS-CLS-COMBO-SW(WS-CX)
                   END-IF
               END-PERFORM
               IF WS-CLS-COMBO-SW(WS-CX) = "Y"
                   ADD WS-CLS-BIL-CT(WS-CX) TO WS-COMBO-FOUND
               ELSE
                   IF WS-CLS-BIL-CT(WS-CX) NOT = WS-CLS-EXPECTED(WS-CX)
                       MOVE "N" TO WS-PROVEN-SW
                   END-IF
               END-IF
           END-PERFORM.

       4000-WRITE-SUMMARY.
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > WS-CLASS-CT
               IF WS-DELTA-SW = "Y"
                   PERFORM 4200-WRITE-DELTA-CLASS-LINE
               ELSE
                   PERFORM 4100-WRITE-FULL-CLASS-LINE
               END-IF
           END-PERFORM
           IF WS-CLASS-CT = 0
               MOVE "  NO BILLING RECORDS IN THE EXTRACT" TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           PERFORM 4300-WRITE-PROOF-LINES
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           PERFORM 4400-WRITE-REVENUE-LINES.

       4100-WRITE-FULL-CLASS-LINE.
           MOVE WS-CLS-CODE(WS-CX) TO WS-FLN-CODE
           PERFORM 4500-FORMAT-RATE
           MOVE WS-RATE-TEXT TO WS-FLN-RATE
           MOVE WS-CLS-EFF-DATE(WS-CX) TO WS-FLN-EFF-DATE
           MOVE WS-CLS-BIL-CT(WS-CX) TO WS-FLN-BIL-CT
           COMPUTE WS-CLS-REVENUE(WS-CX) ROUNDED =
               WS-CLS-BIL-CT(WS-CX) * WS-CLS-RATE(WS-CX)
           ADD WS-CLS-REVENUE(WS-CX) TO WS-TOT-REVENUE
           MOVE WS-CLS-REVENUE(WS-CX) TO WS-FLN-REVENUE
           MOVE SPACES TO WS-FLN-FLAG
           IF WS-CLS-COMBO-SW(WS-CX) = "Y"
               MOVE "(COMBINED)" TO WS-FLN-EXPECTED
           ELSE
               MOVE WS-CLS-EXPECTED(WS-CX) TO WS-TOT-COUNT
               MOVE SPACES TO WS-FLN-EXPECTED
               MOVE WS-TOT-COUNT TO WS-FLN-EXPECTED(4:7)
               IF WS-CLS-BIL-CT(WS-CX) NOT = WS-CLS-EXPECTED(WS-CX)
                   MOVE "*MISMATCH*" TO WS-FLN-FLAG
               END-IF
           END-IF
           IF WS-CLS-RATED-SW(WS-CX) = "N"
               MOVE "*NO RATE*" TO WS-FLN-FLAG
           END-IF
           MOVE WS-FULL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

      *> The change effect is what the class gained from records
      *> changed into it less what it lost from records changed out.
       4200-WRITE-DELTA-CLASS-LINE.
           MOVE WS-CLS-CODE(WS-CX) TO WS-DLN-CODE
           PERFORM 4500-FORMAT-RATE
           MOVE WS-RATE-TEXT TO WS-DLN-RATE
           MOVE WS-CLS-ADDED-CT(WS-CX) TO WS-DLN-ADDED-CT
           COMPUTE WS-CLS-ADDED-REV(WS-CX) ROUNDED =
               WS-CLS-ADDED-CT(WS-CX) * WS-CLS-RATE(WS-CX)
           ADD WS-CLS-ADDED-REV(WS-CX) TO WS-TOT-ADDED-REV
           MOVE WS-CLS-ADDED-REV(WS-CX) TO WS-DLN-ADDED-REV
           MOVE WS-CLS-IN-CT(WS-CX) TO WS-DLN-IN-CT
           MOVE WS-CLS-OUT-CT(WS-CX) TO WS-DLN-OUT-CT
           COMPUTE WS-MONEY ROUNDED =
               WS-CLS-IN-CT(WS-CX) * WS-CLS-RATE(WS-CX)
           ADD WS-MONEY TO WS-TOT-IN-REV
           MOVE WS-MONEY TO WS-CLS-CHANGE-REV(WS-CX)
           COMPUTE WS-MONEY ROUNDED =
               WS-CLS-OUT-CT(WS-CX) * WS-CLS-RATE(WS-CX)
           ADD WS-MONEY TO WS-TOT-OUT-REV
           SUBTRACT WS-MONEY FROM WS-CLS-CHANGE-REV(WS-CX)
           MOVE WS-CLS-CHANGE-REV(WS-CX) TO WS-DLN-CHANGE-REV
           MOVE SPACES TO WS-DLN-FLAG
           IF WS-CLS-BIL-CT(WS-CX) = 0
               MOVE "(PRIOR ONLY)" TO WS-DLN-FLAG
           END-IF
           IF WS-CLS-RATED-SW(WS-CX) = "N"
               MOVE "*NO RATE*" TO WS-DLN-FLAG
           END-IF
           MOVE WS-DELTA-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       4300-WRITE-PROOF-LINES.
           MOVE "BILLING RECORDS PRICED             :" TO WS-PRF-TAG
           MOVE WS-BIL-TOTAL TO WS-PRF-FOUND
           MOVE WS-BIL-EXPECTED TO WS-PRF-EXPECTED
           PERFORM 4310-FLAG-AND-WRITE-PROOF
           IF WS-DELTA-SW = "Y"
               MOVE "ADDED RECORDS                      :" TO WS-PRF-TAG
               MOVE WS-BIL-ADDED-CT TO WS-PRF-FOUND
               MOVE CTLT-ADDED-CT TO WS-PRF-EXPECTED
               PERFORM 4310-FLAG-AND-WRITE-PROOF
               MOVE "CHANGED RECORDS                    :" TO WS-PRF-TAG
               MOVE WS-BIL-CHANGED-CT TO WS-PRF-FOUND
               MOVE CTLT-CHANGED-CT TO WS-PRF-EXPECTED
               PERFORM 4310-FLAG-AND-WRITE-PROOF
               MOVE "CHANGED WITH NO PRIOR CLASS ON FILE:" TO WS-TOT-TAG
               MOVE WS-NO-PRIOR-CT TO WS-TOT-COUNT
               MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           ELSE
               MOVE "COMBINED/FORCED RECORDS            :" TO WS-PRF-TAG
               MOVE WS-COMBO-FOUND TO WS-PRF-FOUND
               MOVE WS-COMBO-EXPECTED TO WS-PRF-EXPECTED
               PERFORM 4310-FLAG-AND-WRITE-PROOF
           END-IF
           MOVE "CLASS CODES WITHOUT A RATE         :" TO WS-TOT-TAG
           MOVE WS-UNRATED-CT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       4310-FLAG-AND-WRITE-PROOF.
           MOVE SPACES TO WS-PRF-FLAG
           IF WS-PRF-FOUND NOT = WS-PRF-EXPECTED
               MOVE "*MISMATCH*" TO WS-PRF-FLAG
           END-IF
           MOVE WS-PROOF-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       4400-WRITE-REVENUE-LINES.
           IF WS-DELTA-SW = "Y"
               MOVE "REVENUE OF ADDED RECORDS           :" TO WS-MNY-TAG
               MOVE WS-TOT-ADDED-REV TO WS-MNY-AMOUNT
               PERFORM 4410-WRITE-MONEY-LINE
               MOVE "CHANGED INTO NEW CLASSES           :" TO WS-MNY-TAG
               MOVE WS-TOT-IN-REV TO WS-MNY-AMOUNT
               PERFORM 4410-WRITE-MONEY-LINE
               MOVE "CHANGED OUT OF PRIOR CLASSES       :" TO WS-MNY-TAG
               COMPUTE WS-MONEY = 0 - WS-TOT-OUT-REV
               MOVE WS-MONEY TO WS-MNY-AMOUNT
               PERFORM 4410-WRITE-MONEY-LINE
               COMPUTE WS-TOT-CHANGE-REV = WS-TOT-IN-REV - WS-TOT-OUT-REV
               MOVE "REVENUE EFFECT OF CHANGES          :" TO WS-MNY-TAG
               MOVE WS-TOT-CHANGE-REV TO WS-MNY-AMOUNT
               PERFORM 4410-WRITE-MONEY-LINE
               COMPUTE WS-NET-EFFECT =
                   WS-TOT-ADDED-REV + WS-TOT-CHANGE-REV
               MOVE "NET REVENUE EFFECT OF THE FEED     :" TO WS-MNY-TAG
               MOVE WS-NET-EFFECT TO WS-MNY-AMOUNT
               PERFORM 4410-WRITE-MONEY-LINE
           ELSE
               MOVE "TOTAL REVENUE OF THE GENERATION    :" TO WS-MNY-TAG
               MOVE WS-TOT-REVENUE TO WS-MNY-AMOUNT
               PERFORM 4410-WRITE-MONEY-LINE
           END-IF.

       4410-WRITE-MONEY-LINE.
           MOVE WS-MONEY-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       4500-FORMAT-RATE.
           MOVE SPACES TO WS-RATE-TEXT
           IF WS-CLS-RATED-SW(WS-CX) = "Y"
               MOVE WS-CLS-RATE(WS-CX) TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO WS-RATE-TEXT
           END-IF.

       9200-REFUSE-PRICING.
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "Y" TO WS-REFUSED-SW
           MOVE "E" TO OLOG-EV-SEVERITY
           MOVE WS-PRINT-LINE(1:60) TO OLOG-EV-MESSAGE
           PERFORM 9900-LOG-EVENT.

       9000-WRITE-REPORT-LINE.
           IF WS-LINE-CT >= WS-LINES-PER-PAGE
               PERFORM 9100-WRITE-PAGE-HEADER
           END-IF
           MOVE WS-PRINT-LINE TO PRC-LINE
           WRITE PRC-LINE
           ADD 1 TO WS-LINE-CT.

       9100-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-PAGE-NO TO WS-HDG-PAGE-NO
           MOVE WS-HEADING-1 TO PRC-LINE
           WRITE PRC-LINE
           MOVE 1 TO WS-LINE-CT
           IF WS-COLUMNS-SW = "Y"
               PERFORM 9110-WRITE-RUN-HEADINGS
           END-IF.

       9110-WRITE-RUN-HEADINGS.
           MOVE WS-GEN-ID TO WS-HDG-GEN-ID
           MOVE WS-PROFILE TO WS-HDG-PROFILE
           MOVE WS-PRICE-DATE TO WS-HDG-PRICE-DATE
           EVALUATE TRUE
               WHEN WS-SPOT-SW = "Y"
                   MOVE "SPOT" TO WS-HDG-FEED
               WHEN WS-DELTA-SW = "Y"
                   MOVE "DELTA" TO WS-HDG-FEED
               WHEN OTHER
                   MOVE "FULL" TO WS-HDG-FEED
           END-EVALUATE
           MOVE WS-HEADING-2 TO PRC-LINE
           WRITE PRC-LINE
           MOVE SPACES TO PRC-LINE
           WRITE PRC-LINE
           IF WS-DELTA-SW = "Y"
               MOVE WS-DELTA-HEADING TO PRC-LINE
           ELSE
               MOVE WS-FULL-HEADING TO PRC-LINE
           END-IF
           WRITE PRC-LINE
           ADD 3 TO WS-LINE-CT.
       END PROGRAM FIZZPRCE.
