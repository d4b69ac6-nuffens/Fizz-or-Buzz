           >>source format free
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZOVRP.
       AUTHOR. Amber.
       DATE-WRITTEN. SEP 16.
      *> MOD-LOG:
      *>   SEP 16 - Amber   - nightly override master report. Lists
      *>                      every override on OVRDMAST that expires
      *>                      within the next N days, so a cycle's
      *>                      exclusions are either renewed on FZOV
      *>                      or allowed to lapse on purpose; every
      *>                      pair of live overrides in one profile
      *>                      whose number ranges and date windows
      *>                      both overlap, naming the one the run
      *>                      applies (lowest key wins) so the other
      *>                      is never hidden; and the changes logged
      *>                      on OVRDHIST over the last M days. The
      *>                      OVRPCARD card carries N in columns 1-3
      *>                      (default 7) and M in columns 5-7
      *>                      (default 1). Return code 4, with a
      *>                      warning on OPSLOG, when any overlap is
      *>                      found.
      *>   OCT 11 - Amber   - report lines are built in working
      *>                      storage and moved to the print record
      *>                      after the page check, so a page break
      *>                      no longer overprints the pending line.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL ASSIGN TO "OVRPCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT OVRD-MASTER ASSIGN TO "OVRDMAST"
               ORGANIZATION INDEXED
               RECORD KEY IS OMST-KEY
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OMST-STATUS.
           SELECT OVRD-HISTORY ASSIGN TO "OVRDHIST"
               ORGANIZATION INDEXED
               RECORD KEY IS OHST-KEY
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OHST-STATUS.
           SELECT OVERRIDE-RPT ASSIGN TO "FIZZOVRP.LST"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL.
       01 CARD-REC PIC X(80).

       FD  OVRD-MASTER.
       COPY OMSTREC.

       FD  OVRD-HISTORY.
       COPY OHSTREC.

       FD  OVERRIDE-RPT.
       01 OVR-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CARD-STATUS PIC XX VALUE "00".
       01 WS-OMST-STATUS PIC XX VALUE "00".
       01 WS-OHST-STATUS PIC XX VALUE "00".
       01 WS-EOF-SW PIC X VALUE "N".
       01 WS-RUN-DATE PIC X(8).
       01 WS-HORIZON-DATE PIC 9(8).
       01 WS-SINCE-DATE PIC 9(8).
       01 WS-DAYS-AHEAD PIC 9(3) VALUE 7.
       01 WS-DAYS-BACK PIC 9(3) VALUE 1.
       01 WS-DAYS-LEFT PIC 9(5).
       01 WS-ON-FILE-CT PIC 9(7) VALUE 0.
       01 WS-EXPIRING-CT PIC 9(7) VALUE 0.
       01 WS-LAPSED-CT PIC 9(7) VALUE 0.
       01 WS-FUTURE-CT PIC 9(7) VALUE 0.
       01 WS-OVERLAP-CT PIC 9(7) VALUE 0.
       01 WS-CHANGE-CT PIC 9(7) VALUE 0.
       01 WS-OMITTED-CT PIC 9(7) VALUE 0.
       01 WS-COUNT-EDIT PIC ZZZZZZ9.
       01 WS-MX PIC 9(4).
       01 WS-MY PIC 9(4).
       01 WS-PRINT-LINE PIC X(100).
       01 WS-LINE-CT PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 55.
       01 WS-PAGE-NO PIC 9(7) VALUE 0.

      *> Live overrides (not yet lapsed), in key order, for the
      *> overlap pass. Key order within a profile is match order.
       01 WS-LIVE-TABLE.
           05 WS-LIVE OCCURS 1000.
               10 WS-LV-PROFILE PIC X(8).
               10 WS-LV-START-NO PIC X(7).
               10 WS-LV-END-NO PIC X(7).
               10 WS-LV-ACTION PIC X(8).
               10 WS-LV-EFF-DATE PIC X(8).
               10 WS-LV-EXP-DATE PIC X(8).
       01 WS-LIVE-CT PIC 9(4) VALUE 0.

       COPY OLOGEVNT.

       01 WS-HEADING-1.
           05 FILLER PIC X(40) VALUE "FIZZORBUZZ OVERRIDE MASTER REPORT".
           05 FILLER PIC X(10) VALUE "RUN DATE:".
           05 WS-HDG-RUN-DATE PIC X(8).
           05 FILLER PIC X(7) VALUE "  PAGE:".
           05 WS-HDG-PAGE-NO PIC ZZZZZZ9.

       01 WS-HEADING-2.
           05 FILLER PIC X(24) VALUE "EXPIRING ON OR BEFORE: ".
           05 WS-HDG-HORIZON PIC X(8).
           05 FILLER PIC X(23) VALUE "   CHANGES LOGGED SINCE".
           05 FILLER PIC X(2) VALUE ": ".
           05 WS-HDG-SINCE PIC X(8).

       01 WS-EXPIRE-HDG.
           05 FILLER PIC X(45) VALUE
               "PROFILE   START    END      ACTION    RSN    ".
           05 FILLER PIC X(40) VALUE
               "EFFECTIVE EXPIRES   DAYS  ENTERED BY".

       01 WS-EXPIRE-LINE.
           05 WS-EXL-PROFILE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-EXL-START PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-EXL-END PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-EXL-ACTION PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-EXL-REASON PIC X(4).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-EXL-EFF PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-EXL-EXP PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-EXL-DAYS PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-EXL-BY PIC X(8).

       01 WS-OVERLAP-LINE.
           05 WS-OVL-PROFILE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "APPLIED ".
           05 WS-OVL-RANGE-1 PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-OVL-ACTION-1 PIC X(8).
           05 FILLER PIC X(11) VALUE "  HIDES    ".
           05 WS-OVL-RANGE-2 PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-OVL-ACTION-2 PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-OVL-WINDOW PIC X(17).

       01 WS-CHANGE-HDG.
           05 FILLER PIC X(45) VALUE
               "PROFILE   DATE      TIME    USER      TERM  ".
           05 FILLER PIC X(40) VALUE
               "CHG  START    END      ACTION    EXPIRES".

       01 WS-CHANGE-LINE.
           05 WS-CHL-PROFILE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CHL-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CHL-TIME PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CHL-USER PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CHL-TERM PIC X(4).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-CHL-ACTION PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CHL-START PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CHL-END PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CHL-OVR-ACTION PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CHL-EXP PIC X(8).

      *> The image the change line is built from - the after-image
      *> for an add or change, the before-image for a delete.
       01 WS-HIST-IMAGE.
           05 WS-HI-KEY.
               10 WS-HI-PROFILE PIC X(8).
               10 WS-HI-START-NO PIC X(7).
               10 WS-HI-END-NO PIC X(7).
           05 WS-HI-ACTION PIC X(8).
           05 WS-HI-REASON PIC X(4).
           05 WS-HI-EFF-DATE PIC X(8).
           05 WS-HI-EXP-DATE PIC X(8).
           05 FILLER PIC X(20).

       01 WS-TOTAL-LINE.
           05 WS-TOT-TAG PIC X(36).
           05 WS-TOT-COUNT PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-READ-CONTROL-CARD
           OPEN OUTPUT OVERRIDE-RPT
           PERFORM 9100-WRITE-PAGE-HEADER
           OPEN INPUT OVRD-MASTER
           IF WS-OMST-STATUS NOT = "00"
               MOVE "NO OVERRIDE MASTER ON FILE - NO OVERRIDES TO REPORT"
                   TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           ELSE
               PERFORM 2000-LIST-EXPIRING
               CLOSE OVRD-MASTER
               PERFORM 3000-LIST-OVERLAPS
           END-IF
           PERFORM 4000-LIST-CHANGES
           PERFORM 5000-WRITE-TOTALS
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           IF WS-OVERLAP-CT > 0
               MOVE "RESULT: OVERLAPPING OVERRIDES - REVIEW ON FZOV"
                   TO WS-PRINT-LINE
               MOVE 4 TO RETURN-CODE
               MOVE WS-OVERLAP-CT TO WS-COUNT-EDIT
               MOVE "W" TO OLOG-EV-SEVERITY
               MOVE SPACES TO OLOG-EV-MESSAGE
               STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                      " OVERLAPPING OVERRIDE PAIR(S) ON OVRDMAST"
                      DELIMITED BY SIZE
                      INTO OLOG-EV-MESSAGE
               PERFORM 9900-LOG-EVENT
           ELSE
               MOVE "RESULT: NO OVERLAPPING OVERRIDES" TO WS-PRINT-LINE
           END-IF
           PERFORM 9000-WRITE-REPORT-LINE
           CLOSE OVERRIDE-RPT
           STOP RUN.

       9900-LOG-EVENT.
           MOVE "FIZZOVRP" TO OLOG-EV-PROGRAM
           MOVE SPACES TO OLOG-EV-RUN-ID
           CALL "FIZZOLOG" USING OLOG-EVENT.

      *> Card layout: days ahead in 1-3, days of change history in
      *> 5-7, both optional - an unusable field keeps its default
      *> rather than refusing the report.
       1000-READ-CONTROL-CARD.
           OPEN INPUT RUN-CONTROL
           IF WS-CARD-STATUS = "00"
               READ RUN-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       IF CARD-REC(1:3) IS NUMERIC
                           MOVE CARD-REC(1:3) TO WS-DAYS-AHEAD
                       END-IF
                       IF CARD-REC(5:3) IS NUMERIC
                           MOVE CARD-REC(5:3) TO WS-DAYS-BACK
                       END-IF
               END-READ
               CLOSE RUN-CONTROL
           END-IF
           COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
               + WS-DAYS-AHEAD)
           COMPUTE WS-SINCE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
               - WS-DAYS-BACK).

      *> One pass of the master: anything expiring from today up to
      *> the horizon is listed; anything already lapsed is only
      *> counted (it can never apply again and is there to be
      *> deleted); everything else is kept for the overlap pass.
       2000-LIST-EXPIRING.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "OVERRIDES EXPIRING WITHIN THE LOOKAHEAD" TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-EXPIRE-HDG TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ OVRD-MASTER NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END PERFORM 2100-TAKE-ONE-OVERRIDE
               END-READ
           END-PERFORM
           IF WS-EXPIRING-CT = 0
               MOVE "  NONE" TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           END-IF.

       2100-TAKE-ONE-OVERRIDE.
           ADD 1 TO WS-ON-FILE-CT
           EVALUATE TRUE
               WHEN OMST-EXP-DATE < WS-RUN-DATE
                   ADD 1 TO WS-LAPSED-CT
               WHEN OTHER
                   IF OMST-EFF-DATE > WS-RUN-DATE
                       ADD 1 TO WS-FUTURE-CT
                   END-IF
                   IF OMST-EXP-DATE <= WS-HORIZON-DATE
                       PERFORM 2200-WRITE-EXPIRE-LINE
                   END-IF
                   PERFORM 2300-KEEP-LIVE-OVERRIDE
           END-EVALUATE.

       2200-WRITE-EXPIRE-LINE.
           ADD 1 TO WS-EXPIRING-CT
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(OMST-EXP-DATE))
               - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
           MOVE OMST-PROFILE TO WS-EXL-PROFILE
           MOVE OMST-START-NO TO WS-EXL-START
           MOVE OMST-END-NO TO WS-EXL-END
           MOVE OMST-ACTION TO WS-EXL-ACTION
           MOVE OMST-REASON TO WS-EXL-REASON
           MOVE OMST-EFF-DATE TO WS-EXL-EFF
           MOVE OMST-EXP-DATE TO WS-EXL-EXP
           MOVE WS-DAYS-LEFT TO WS-EXL-DAYS
           MOVE OMST-ENTERED-BY TO WS-EXL-BY
           MOVE WS-EXPIRE-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       2300-KEEP-LIVE-OVERRIDE.
           IF WS-LIVE-CT < 1000
               ADD 1 TO WS-LIVE-CT
               MOVE OMST-PROFILE TO WS-LV-PROFILE(WS-LIVE-CT)
               MOVE OMST-START-NO TO WS-LV-START-NO(WS-LIVE-CT)
               MOVE OMST-END-NO TO WS-LV-END-NO(WS-LIVE-CT)
               MOVE OMST-ACTION TO WS-LV-ACTION(WS-LIVE-CT)
               MOVE OMST-EFF-DATE TO WS-LV-EFF-DATE(WS-LIVE-CT)
               MOVE OMST-EXP-DATE TO WS-LV-EXP-DATE(WS-LIVE-CT)
           ELSE
               ADD 1 TO WS-OMITTED-CT
           END-IF.

      *> Two overrides conflict only when they share a profile,
      *> their number ranges overlap, and they are in force on at
      *> least one common day. The table is in key order, so the
      *> earlier entry of a pair is the one the run applies.
       3000-LIST-OVERLAPS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "OVERLAPPING OVERRIDES (FIRST IN KEY ORDER IS APPLIED)"
               TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > WS-LIVE-CT
               COMPUTE WS-MY = WS-MX + 1
               PERFORM UNTIL WS-MY > WS-LIVE-CT
                   IF WS-LV-PROFILE(WS-MY) NOT = WS-LV-PROFILE(WS-MX)
                       MOVE WS-LIVE-CT TO WS-MY
                   ELSE
                       IF WS-LV-START-NO(WS-MY) <= WS-LV-END-NO(WS-MX)
                           AND WS-LV-START-NO(WS-MX)
                               <= WS-LV-END-NO(WS-MY)
                           AND WS-LV-EFF-DATE(WS-MY)
                               <= WS-LV-EXP-DATE(WS-MX)
                           AND WS-LV-EFF-DATE(WS-MX)
                               <= WS-LV-EXP-DATE(WS-MY)
                           PERFORM 3100-WRITE-OVERLAP-LINE
                       END-IF
                   END-IF
                   ADD 1 TO WS-MY
               END-PERFORM
           END-PERFORM
           IF WS-OVERLAP-CT = 0
               MOVE "  NONE" TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           END-IF.

      *> The window shown is the span both are in force.
       3100-WRITE-OVERLAP-LINE.
           ADD 1 TO WS-OVERLAP-CT
           MOVE WS-LV-PROFILE(WS-MX) TO WS-OVL-PROFILE
           MOVE SPACES TO WS-OVL-RANGE-1
           STRING WS-LV-START-NO(WS-MX) "-" WS-LV-END-NO(WS-MX)
               DELIMITED BY SIZE INTO WS-OVL-RANGE-1
           MOVE WS-LV-ACTION(WS-MX) TO WS-OVL-ACTION-1
           MOVE SPACES TO WS-OVL-RANGE-2
           STRING WS-LV-START-NO(WS-MY) "-" WS-LV-END-NO(WS-MY)
               DELIMITED BY SIZE INTO WS-OVL-RANGE-2
           MOVE WS-LV-ACTION(WS-MY) TO WS-OVL-ACTION-2
           MOVE SPACES TO WS-OVL-WINDOW
           IF WS-LV-EFF-DATE(WS-MX) > WS-LV-EFF-DATE(WS-MY)
               MOVE WS-LV-EFF-DATE(WS-MX) TO WS-OVL-WINDOW(1:8)
           ELSE
               MOVE WS-LV-EFF-DATE(WS-MY) TO WS-OVL-WINDOW(1:8)
           END-IF
           MOVE "-" TO WS-OVL-WINDOW(9:1)
           IF WS-LV-EXP-DATE(WS-MX) < WS-LV-EXP-DATE(WS-MY)
               MOVE WS-LV-EXP-DATE(WS-MX) TO WS-OVL-WINDOW(10:8)
           ELSE
               MOVE WS-LV-EXP-DATE(WS-MY) TO WS-OVL-WINDOW(10:8)
           END-IF
           MOVE WS-OVERLAP-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

      *> The history file is keyed profile first, so the whole file
      *> is read and filtered on the change date.
       4000-LIST-CHANGES.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "OVERRIDE CHANGES LOGGED ON OVRDHIST" TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-CHANGE-HDG TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           OPEN INPUT OVRD-HISTORY
           IF WS-OHST-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = "Y"
                   READ OVRD-HISTORY NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF OHST-CHG-DATE >= WS-SINCE-DATE
                               PERFORM 4100-WRITE-CHANGE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVRD-HISTORY
           END-IF
           IF WS-CHANGE-CT = 0
               MOVE "  NONE" TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           END-IF.

       4100-WRITE-CHANGE-LINE.
           ADD 1 TO WS-CHANGE-CT
           IF OHST-ACTION = "D"
               MOVE OHST-BEFORE-IMAGE TO WS-HIST-IMAGE
               MOVE "DEL" TO WS-CHL-ACTION
           ELSE
               MOVE OHST-AFTER-IMAGE TO WS-HIST-IMAGE
               IF OHST-ACTION = "A"
                   MOVE "ADD" TO WS-CHL-ACTION
               ELSE
                   MOVE "CHG" TO WS-CHL-ACTION
               END-IF
           END-IF
           MOVE OHST-PROFILE TO WS-CHL-PROFILE
           MOVE OHST-CHG-DATE TO WS-CHL-DATE
           MOVE OHST-CHG-TIME TO WS-CHL-TIME
           MOVE OHST-USERID TO WS-CHL-USER
           MOVE OHST-TERMID TO WS-CHL-TERM
           MOVE WS-HI-START-NO TO WS-CHL-START
           MOVE WS-HI-END-NO TO WS-CHL-END
           MOVE WS-HI-ACTION TO WS-CHL-OVR-ACTION
           MOVE WS-HI-EXP-DATE TO WS-CHL-EXP
           MOVE WS-CHANGE-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       5000-WRITE-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "OVERRIDES ON FILE                  :" TO WS-TOT-TAG
           MOVE WS-ON-FILE-CT TO WS-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL-LINE
           MOVE "  EXPIRING WITHIN LOOKAHEAD        :" TO WS-TOT-TAG
           MOVE WS-EXPIRING-CT TO WS-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL-LINE
           MOVE "  NOT YET IN EFFECT                :" TO WS-TOT-TAG
           MOVE WS-FUTURE-CT TO WS-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL-LINE
           MOVE "  LAPSED - NEVER APPLIED AGAIN     :" TO WS-TOT-TAG
           MOVE WS-LAPSED-CT TO WS-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL-LINE
           MOVE "OVERLAPPING PAIRS                  :" TO WS-TOT-TAG
           MOVE WS-OVERLAP-CT TO WS-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL-LINE
           MOVE "CHANGES LOGGED IN THE WINDOW       :" TO WS-TOT-TAG
           MOVE WS-CHANGE-CT TO WS-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL-LINE
           IF WS-OMITTED-CT > 0
               MOVE "LIVE OVERRIDES NOT OVERLAP-CHECKED :" TO WS-TOT-TAG
               MOVE WS-OMITTED-CT TO WS-TOT-COUNT
               PERFORM 5100-WRITE-TOTAL-LINE
           END-IF.

       5100-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       9000-WRITE-REPORT-LINE.
           IF WS-LINE-CT >= WS-LINES-PER-PAGE
               PERFORM 9100-WRITE-PAGE-HEADER
           END-IF
           MOVE WS-PRINT-LINE TO OVR-LINE
           WRITE OVR-LINE
           ADD 1 TO WS-LINE-CT.

       9100-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-PAGE-NO TO WS-HDG-PAGE-NO
           MOVE WS-HEADING-1 TO OVR-LINE
           WRITE OVR-LINE
           MOVE WS-HORIZON-DATE TO WS-HDG-HORIZON
           MOVE WS-SINCE-DATE TO WS-HDG-SINCE
           MOVE WS-HEADING-2 TO OVR-LINE
           WRITE OVR-LINE
           MOVE 2 TO WS-LINE-CT.
       END PROGRAM FIZZOVRP.
