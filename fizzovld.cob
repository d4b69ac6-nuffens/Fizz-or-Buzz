           >>source format free
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZOVLD.
       AUTHOR. Amber.
       DATE-WRITTEN. SEP 16.
      *> MOD-LOG:
      *>   SEP 16 - Amber   - one-time load of a profile's old
      *>                      FIZZORBUZZ.OVR.<profile> override deck
      *>                      into the keyed OVRDMAST master, so the
      *>                      switch to the FZOV screen does not
      *>                      lose a standing exclusion. The OVLDCARD
      *>                      card names the profile and the dates
      *>                      the loaded overrides run (effective
      *>                      defaults to today, expiry to 99991231,
      *>                      i.e. in force until someone ends it).
      *>                      Each card gets the same edits the run
      *>                      gave it; a bad card or one whose range
      *>                      is already on the master is listed and
      *>                      skipped. Every add is logged to
      *>                      OVRDHIST like a screen add. The deck
      *>                      matched in card order and the master
      *>                      matches in key order, so every pair of
      *>                      overlapping cards is listed, marked
      *>                      where the winner changes. Return code
      *>                      4 when anything was skipped or needs a
      *>                      look, 12 when nothing could be loaded.
      *>   OCT 11 - Amber   - report lines are built in working
      *>                      storage and moved to the print record
      *>                      after the page check, so a page break
      *>                      no longer overprints the pending line.
      *>   OCT 15 - Amber   - the control card's effective and expiry
      *>                      dates must be real calendar dates, as
      *>                      FIZZOVRM and FIZZRATE already require.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL ASSIGN TO "OVLDCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO DYNAMIC WS-OVR-FILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OVRD-STATUS.
           SELECT OVRD-MASTER ASSIGN TO "OVRDMAST"
               ORGANIZATION INDEXED
               RECORD KEY IS OMST-KEY
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-OMST-STATUS.
           SELECT OVRD-HISTORY ASSIGN TO "OVRDHIST"
               ORGANIZATION INDEXED
               RECORD KEY IS OHST-KEY
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-OHST-STATUS.
           SELECT LOAD-RPT ASSIGN TO "FIZZOVLD.LST"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL.
       01 CARD-REC PIC X(80).

       FD  OVERRIDE-FILE.
       COPY OVRDREC.

       FD  OVRD-MASTER.
       COPY OMSTREC.

       FD  OVRD-HISTORY.
       COPY OHSTREC.

       FD  LOAD-RPT.
       01 LDR-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CARD-STATUS PIC XX VALUE "00".
       01 WS-OVRD-STATUS PIC XX VALUE "00".
       01 WS-OMST-STATUS PIC XX VALUE "00".
       01 WS-OHST-STATUS PIC XX VALUE "00".
       01 WS-OVR-FILE PIC X(30) VALUE SPACES.
       01 WS-PROFILE PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-TIME PIC X(8).
       01 WS-EFF-DATE PIC X(8).
       01 WS-EFF-DATE-NUM REDEFINES WS-EFF-DATE PIC 9(8).
       01 WS-EXP-DATE PIC X(8) VALUE "99991231".
       01 WS-EXP-DATE-NUM REDEFINES WS-EXP-DATE PIC 9(8).
       01 WS-VALID-SW PIC X VALUE "Y".
       01 WS-EOF-SW PIC X VALUE "N".
       01 WS-CARD-OK-SW PIC X VALUE "Y".
       01 WS-CARD-CT PIC 9(7) VALUE 0.
       01 WS-LOADED-CT PIC 9(7) VALUE 0.
       01 WS-SKIPPED-CT PIC 9(7) VALUE 0.
       01 WS-OVERLAP-CT PIC 9(7) VALUE 0.
       01 WS-HIST-SEQ PIC 9(7) VALUE 0.
       01 WS-REASON-TEXT PIC X(50).
       01 WS-LX PIC 9(3).
       01 WS-LY PIC 9(3).
       01 WS-PRINT-LINE PIC X(100).
       01 WS-LINE-CT PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 55.
       01 WS-PAGE-NO PIC 9(7) VALUE 0.

      *> Cards loaded this run, in deck order, for the overlap pass.
       01 WS-LOADED-TABLE.
           05 WS-LOADED OCCURS 100.
               10 WS-LD-SEQ PIC 9(3).
               10 WS-LD-START-NO PIC 9(7).
               10 WS-LD-END-NO PIC 9(7).
       01 WS-LD-CT PIC 9(3) VALUE 0.

       COPY OLOGEVNT.

       01 WS-HEADING-1.
           05 FILLER PIC X(40) VALUE "FIZZORBUZZ OVERRIDE DECK LOAD".
           05 FILLER PIC X(10) VALUE "RUN DATE:".
           05 WS-HDG-RUN-DATE PIC X(8).
           05 FILLER PIC X(7) VALUE "  PAGE:".
           05 WS-HDG-PAGE-NO PIC ZZZZZZ9.

       01 WS-HEADING-2.
           05 FILLER PIC X(9) VALUE "PROFILE: ".
           05 WS-HDG-PROFILE PIC X(8).
           05 FILLER PIC X(8) VALUE "  DECK: ".
           05 WS-HDG-DECK PIC X(30).
           05 FILLER PIC X(6) VALUE "  IN: ".
           05 WS-HDG-EFF PIC X(8).
           05 FILLER PIC X(3) VALUE " - ".
           05 WS-HDG-EXP PIC X(8).

       01 WS-HEADING-3.
           05 FILLER PIC X(40) VALUE
               "CARD  START    END      ACTION    RSN  ".
           05 FILLER PIC X(7) VALUE "RESULT".

       01 WS-DETAIL-LINE.
           05 WS-DTL-SEQ PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DTL-START PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-END PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-ACTION PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-REASON PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-RESULT PIC X(40).

       01 WS-OVERLAP-LINE.
           05 FILLER PIC X(5) VALUE "CARD ".
           05 WS-OVL-SEQ-1 PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-OVL-RANGE-1 PIC X(15).
           05 FILLER PIC X(9) VALUE " OVERLAPS".
           05 FILLER PIC X(6) VALUE " CARD ".
           05 WS-OVL-SEQ-2 PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-OVL-RANGE-2 PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-OVL-NOTE PIC X(30).

       01 WS-TOTAL-LINE.
           05 WS-TOT-TAG PIC X(36).
           05 WS-TOT-COUNT PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-EFF-DATE
           OPEN OUTPUT LOAD-RPT
           PERFORM 1000-READ-CONTROL-CARD
           PERFORM 9100-WRITE-PAGE-HEADER
           IF WS-VALID-SW = "Y"
               PERFORM 2000-LOAD-DECK
           END-IF
           IF WS-VALID-SW = "Y"
               PERFORM 3000-CHECK-OVERLAPS
               PERFORM 4000-WRITE-TOTALS
           END-IF
           EVALUATE TRUE
               WHEN WS-VALID-SW NOT = "Y"
                   MOVE 12 TO RETURN-CODE
               WHEN WS-LOADED-CT = 0
                   MOVE "RESULT: NOTHING LOADED" TO WS-PRINT-LINE
                   PERFORM 9000-WRITE-REPORT-LINE
                   MOVE 12 TO RETURN-CODE
               WHEN WS-SKIPPED-CT > 0 OR WS-OVERLAP-CT > 0
                   MOVE "RESULT: LOADED - REVIEW SKIPS AND OVERLAPS ABOVE"
                       TO WS-PRINT-LINE
                   PERFORM 9000-WRITE-REPORT-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "RESULT: DECK LOADED IN FULL" TO WS-PRINT-LINE
                   PERFORM 9000-WRITE-REPORT-LINE
           END-EVALUATE
           IF WS-LOADED-CT > 0
               MOVE "I" TO OLOG-EV-SEVERITY
               MOVE SPACES TO OLOG-EV-MESSAGE
               STRING "OVERRIDE DECK LOADED TO OVRDMAST FOR PROFILE "
                      DELIMITED BY SIZE
                      WS-PROFILE DELIMITED BY SIZE
                      INTO OLOG-EV-MESSAGE
               PERFORM 9900-LOG-EVENT
           END-IF
           CLOSE LOAD-RPT
           STOP RUN.

       9900-LOG-EVENT.
           MOVE "FIZZOVLD" TO OLOG-EV-PROGRAM
           MOVE SPACES TO OLOG-EV-RUN-ID
           CALL "FIZZOLOG" USING OLOG-EVENT.

      *> Card layout: profile in 1-8, effective date in 10-17,
      *> expiry date in 19-26. The profile is required; a date left
      *> blank keeps its default, a date keyed wrong refuses the
      *> load rather than guessing.
       1000-READ-CONTROL-CARD.
           MOVE SPACES TO CARD-REC
           OPEN INPUT RUN-CONTROL
           IF WS-CARD-STATUS = "00"
               READ RUN-CONTROL
                   AT END MOVE SPACES TO CARD-REC
               END-READ
               CLOSE RUN-CONTROL
           END-IF
           MOVE CARD-REC(1:8) TO WS-PROFILE
           IF CARD-REC(10:8) NOT = SPACES
               MOVE CARD-REC(10:8) TO WS-EFF-DATE
           END-IF
           IF CARD-REC(19:8) NOT = SPACES
               MOVE CARD-REC(19:8) TO WS-EXP-DATE
           END-IF
           MOVE SPACES TO WS-OVR-FILE
           STRING "FIZZORBUZZ.OVR." DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PROFILE) DELIMITED BY SIZE
                  INTO WS-OVR-FILE
           EVALUATE TRUE
               WHEN WS-PROFILE = SPACES
                   MOVE "OVLDCARD MUST NAME THE PROFILE IN COLUMNS 1-8"
                       TO WS-REASON-TEXT
                   MOVE "N" TO WS-VALID-SW
               WHEN WS-EFF-DATE IS NOT NUMERIC
                   OR WS-EXP-DATE IS NOT NUMERIC
                   MOVE "OVLDCARD DATES MUST BE YYYYMMDD"
                       TO WS-REASON-TEXT
                   MOVE "N" TO WS-VALID-SW
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-DATE-NUM) NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-EXP-DATE-NUM) NOT = 0
                   MOVE "OVLDCARD DATES MUST BE YYYYMMDD"
                       TO WS-REASON-TEXT
                   MOVE "N" TO WS-VALID-SW
               WHEN WS-EXP-DATE < WS-EFF-DATE
                   MOVE "OVLDCARD EXPIRY PRECEDES EFFECTIVE DATE"
                       TO WS-REASON-TEXT
                   MOVE "N" TO WS-VALID-SW
           END-EVALUATE.

       2000-LOAD-DECK.
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVRD-STATUS NOT = "00"
               MOVE SPACES TO WS-PRINT-LINE
               STRING "OVERRIDE DECK " DELIMITED BY SIZE
                      WS-OVR-FILE DELIMITED BY SPACE
                      " COULD NOT BE OPENED - NOTHING TO LOAD"
                      DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
               MOVE "N" TO WS-VALID-SW
           ELSE
               OPEN I-O OVRD-MASTER
               IF WS-OMST-STATUS = "35"
                   OPEN OUTPUT OVRD-MASTER
                   CLOSE OVRD-MASTER
                   OPEN I-O OVRD-MASTER
               END-IF
               OPEN I-O OVRD-HISTORY
               IF WS-OHST-STATUS = "35"
                   OPEN OUTPUT OVRD-HISTORY
                   CLOSE OVRD-HISTORY
                   OPEN I-O OVRD-HISTORY
               END-IF
               IF WS-OMST-STATUS NOT = "00"
                   OR WS-OHST-STATUS NOT = "00"
                   MOVE "OVRDMAST OR OVRDHIST COULD NOT BE OPENED"
                       TO WS-PRINT-LINE
                   PERFORM 9000-WRITE-REPORT-LINE
                   MOVE "N" TO WS-VALID-SW
               ELSE
                   PERFORM UNTIL WS-EOF-SW = "Y"
                       READ OVERRIDE-FILE
                           AT END MOVE "Y" TO WS-EOF-SW
                           NOT AT END
                               IF OVRD-CARD NOT = SPACES
                                   PERFORM 2100-LOAD-ONE-CARD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OVRD-MASTER
                   CLOSE OVRD-HISTORY
               END-IF
               CLOSE OVERRIDE-FILE
           END-IF.

      *> The same edits FIZZORBUZZ gave the deck, so nothing goes on
      *> the master that the run would have refused.
       2100-LOAD-ONE-CARD.
           ADD 1 TO WS-CARD-CT
           MOVE "Y" TO WS-CARD-OK-SW
           IF OVRD-END-NO = SPACES
               MOVE OVRD-START-NO TO OVRD-END-NO
           END-IF
           EVALUATE TRUE
               WHEN OVRD-START-NO IS NOT NUMERIC
                   OR OVRD-END-NO IS NOT NUMERIC
                   MOVE "SKIPPED - NUMBERS NOT NUMERIC"
                       TO WS-REASON-TEXT
                   MOVE "N" TO WS-CARD-OK-SW
               WHEN OVRD-ACTION = SPACES
                   MOVE "SKIPPED - NO ACTION" TO WS-REASON-TEXT
                   MOVE "N" TO WS-CARD-OK-SW
               WHEN OVRD-ACTION = "NUMBER" OR "EXCLUDED"
                   MOVE "SKIPPED - RESERVED CLASS NAME"
                       TO WS-REASON-TEXT
                   MOVE "N" TO WS-CARD-OK-SW
               WHEN OVRD-END-NO < OVRD-START-NO
                   MOVE "SKIPPED - RANGE IS BACKWARDS"
                       TO WS-REASON-TEXT
                   MOVE "N" TO WS-CARD-OK-SW
               WHEN WS-LD-CT >= 100
                   MOVE "SKIPPED - MORE THAN 100 CARDS"
                       TO WS-REASON-TEXT
                   MOVE "N" TO WS-CARD-OK-SW
           END-EVALUATE
           IF WS-CARD-OK-SW = "Y"
               PERFORM 2200-WRITE-MASTER-RECORD
           END-IF
           IF WS-CARD-OK-SW = "Y"
               MOVE "LOADED" TO WS-REASON-TEXT
           ELSE
               ADD 1 TO WS-SKIPPED-CT
           END-IF
           MOVE WS-CARD-CT TO WS-DTL-SEQ
           MOVE OVRD-START-NO TO WS-DTL-START
           MOVE OVRD-END-NO TO WS-DTL-END
           MOVE OVRD-ACTION TO WS-DTL-ACTION
           MOVE OVRD-REASON TO WS-DTL-REASON
           MOVE WS-REASON-TEXT TO WS-DTL-RESULT
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       2200-WRITE-MASTER-RECORD.
           MOVE SPACES TO OMST-RECORD
           MOVE WS-PROFILE TO OMST-PROFILE
           MOVE OVRD-START-NO TO OMST-START-NO
           MOVE OVRD-END-NO TO OMST-END-NO
           MOVE OVRD-ACTION TO OMST-ACTION
           MOVE OVRD-REASON TO OMST-REASON
           MOVE WS-EFF-DATE TO OMST-EFF-DATE
           MOVE WS-EXP-DATE TO OMST-EXP-DATE
           MOVE "FIZZOVLD" TO OMST-ENTERED-BY
           MOVE WS-RUN-DATE TO OMST-ENTERED-DATE
           MOVE "BTCH" TO OMST-ENTERED-TERMID
           WRITE OMST-RECORD
               INVALID KEY
                   MOVE "SKIPPED - RANGE ALREADY ON OVRDMAST"
                       TO WS-REASON-TEXT
                   MOVE "N" TO WS-CARD-OK-SW
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-CT
                   ADD 1 TO WS-LD-CT
                   MOVE WS-CARD-CT TO WS-LD-SEQ(WS-LD-CT)
                   MOVE OVRD-START-NO TO WS-LD-START-NO(WS-LD-CT)
                   MOVE OVRD-END-NO TO WS-LD-END-NO(WS-LD-CT)
                   PERFORM 2210-WRITE-HISTORY
           END-WRITE.

      *> Logged as an add, the way a screen add is; the batch job
      *> has no task number, so a running sequence keeps the keys
      *> apart.
       2210-WRITE-HISTORY.
           ADD 1 TO WS-HIST-SEQ
           MOVE WS-PROFILE TO OHST-PROFILE
           MOVE WS-RUN-DATE TO OHST-CHG-DATE
           MOVE WS-RUN-TIME(1:6) TO OHST-CHG-TIME
           MOVE WS-HIST-SEQ TO OHST-CHG-TASKNO
           MOVE "FIZZOVLD" TO OHST-USERID
           MOVE "BTCH" TO OHST-TERMID
           MOVE "A" TO OHST-ACTION
           MOVE SPACES TO OHST-BEFORE-IMAGE
           MOVE OMST-RECORD TO OHST-AFTER-IMAGE
           WRITE OHST-RECORD
               INVALID KEY
                   DISPLAY "OVRDHIST KEY IN USE - ADD NOT LOGGED FOR "
                       OMST-KEY
           END-WRITE.

      *> The deck gave a number to the first card covering it; the
      *> master gives it to the lowest key. Any two loaded cards
      *> that overlap are listed, and marked where the later card
      *> in the deck now sorts first and so takes the overlap.
       3000-CHECK-OVERLAPS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "OVERLAPPING CARDS (MASTER MATCHES IN KEY ORDER)"
               TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > WS-LD-CT
               PERFORM VARYING WS-LY FROM WS-LX BY 1
                   UNTIL WS-LY > WS-LD-CT
                   IF WS-LY > WS-LX
                       AND WS-LD-START-NO(WS-LX) <= WS-LD-END-NO(WS-LY)
                       AND WS-LD-START-NO(WS-LY) <= WS-LD-END-NO(WS-LX)
                       PERFORM 3100-WRITE-OVERLAP-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-OVERLAP-CT = 0
               MOVE "  NONE" TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           END-IF.

       3100-WRITE-OVERLAP-LINE.
           ADD 1 TO WS-OVERLAP-CT
           MOVE WS-LD-SEQ(WS-LX) TO WS-OVL-SEQ-1
           MOVE WS-LD-SEQ(WS-LY) TO WS-OVL-SEQ-2
           MOVE SPACES TO WS-OVL-RANGE-1
           STRING WS-LD-START-NO(WS-LX) "-" WS-LD-END-NO(WS-LX)
               DELIMITED BY SIZE INTO WS-OVL-RANGE-1
           MOVE SPACES TO WS-OVL-RANGE-2
           STRING WS-LD-START-NO(WS-LY) "-" WS-LD-END-NO(WS-LY)
               DELIMITED BY SIZE INTO WS-OVL-RANGE-2
           IF WS-LD-START-NO(WS-LY) < WS-LD-START-NO(WS-LX)
               OR (WS-LD-START-NO(WS-LY) = WS-LD-START-NO(WS-LX)
                   AND WS-LD-END-NO(WS-LY) < WS-LD-END-NO(WS-LX))
               MOVE "*WINNER CHANGES - SEE FZOV*" TO WS-OVL-NOTE
           ELSE
               MOVE "SAME WINNER" TO WS-OVL-NOTE
           END-IF
           MOVE WS-OVERLAP-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       4000-WRITE-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "CARDS READ                         :" TO WS-TOT-TAG
           MOVE WS-CARD-CT TO WS-TOT-COUNT
           PERFORM 4100-WRITE-TOTAL-LINE
           MOVE "LOADED TO OVRDMAST                 :" TO WS-TOT-TAG
           MOVE WS-LOADED-CT TO WS-TOT-COUNT
           PERFORM 4100-WRITE-TOTAL-LINE
           MOVE "SKIPPED                            :" TO WS-TOT-TAG
           MOVE WS-SKIPPED-CT TO WS-TOT-COUNT
           PERFORM 4100-WRITE-TOTAL-LINE
           MOVE "OVERLAPPING PAIRS                  :" TO WS-TOT-TAG
           MOVE WS-OVERLAP-CT TO WS-TOT-COUNT
           PERFORM 4100-WRITE-TOTAL-LINE.

       4100-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       9000-WRITE-REPORT-LINE.
           IF WS-LINE-CT >= WS-LINES-PER-PAGE
               PERFORM 9100-WRITE-PAGE-HEADER
           END-IF
           MOVE WS-PRINT-LINE TO LDR-LINE
           WRITE LDR-LINE
           ADD 1 TO WS-LINE-CT.

       9100-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-PAGE-NO TO WS-HDG-PAGE-NO
           MOVE WS-HEADING-1 TO LDR-LINE
           WRITE LDR-LINE
           MOVE WS-PROFILE TO WS-HDG-PROFILE
           MOVE WS-OVR-FILE TO WS-HDG-DECK
           MOVE WS-EFF-DATE TO WS-HDG-EFF
           MOVE WS-EXP-DATE TO WS-HDG-EXP
           MOVE WS-HEADING-2 TO LDR-LINE
           WRITE LDR-LINE
           IF WS-VALID-SW NOT = "Y"
               MOVE WS-REASON-TEXT TO LDR-LINE
               WRITE LDR-LINE
           END-IF
           MOVE WS-HEADING-3 TO LDR-LINE
           WRITE LDR-LINE
           MOVE 3 TO WS-LINE-CT.
       END PROGRAM FIZZOVLD.
