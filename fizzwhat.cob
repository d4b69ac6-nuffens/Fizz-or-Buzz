           >>source format free
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZWHAT.
       AUTHOR. Amber.
       DATE-WRITTEN. SEP 12.
      *> MOD-LOG:
      *>   SEP 12 - Amber   - what-if impact simulation of a proposed
      *>                      rules table. The WHATCARD deck names
      *>                      the profile and either carries the
      *>                      proposed divisor/label entries or says
      *>                      PENDING to take the change waiting on
      *>                      PARMPEND for approval. Every number in
      *>                      the profile's range is put through the
      *>                      proposed table with the profile's
      *>                      overrides applied lowest start number
      *>                      first, in OVRDMAST key order, the way
      *>                      FIZZORBUZZ applies them, and
      *>                      compared with its class on
      *>                      FIZZBUZZ.MST. FIZZWHAT.LST carries the
      *>                      current and proposed tables, a
      *>                      from-class/to-class transition matrix
      *>                      with sample numbers for each cell, and
      *>                      how many "C" records the next delta run
      *>                      would feed billing. Every file but the
      *>                      listing is opened INPUT - nothing live
      *>                      is touched. Return code 4 when the
      *>                      proposal would change anything billed,
      *>                      12 when it cannot be simulated.
      *>   SEP 16 - Amber   - overrides are read from the keyed
      *>                      OVRDMAST master, in force on the run
      *>                      date, exactly as FIZZORBUZZ now reads
      *>                      them; the totals show how many were
      *>                      skipped as not in effect.
      *>   SEP 26 - Amber   - the master is keyed on profile and
      *>                      number; the simulation compares against
      *>                      the named profile's own records, as the
      *>                      profile's delta run would.
      *>   OCT 11 - Amber   - the rule card is edited from a working
      *>                      storage copy, and PARMFILE and PARMPEND
      *>                      stay open until their records have been
      *>                      used, so nothing is taken from the
      *>                      record area of a closed file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO "PARMFILE"
               ORGANIZATION INDEXED
               RECORD KEY IS PARM-KEY
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PARMPEND ASSIGN TO "PARMPEND"
               ORGANIZATION INDEXED
               RECORD KEY IS PPND-PARM-KEY
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-PPND-STATUS.
           SELECT RUN-CONTROL ASSIGN TO "WHATCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT OVRD-MASTER ASSIGN TO "OVRDMAST"
               ORGANIZATION INDEXED
               RECORD KEY IS OMST-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-OVRD-STATUS.
           SELECT CLSF-MASTER ASSIGN TO "FIZZBUZZ.MST"
               ORGANIZATION INDEXED
               RECORD KEY IS CMST-KEY
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-MST-STATUS.
           SELECT WHATIF-RPT ASSIGN TO "FIZZWHAT.LST"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMFILE.
       COPY PARMREC.

       FD  PARMPEND.
       COPY PPNDREC.

       FD  RUN-CONTROL.
       01 CARD-REC PIC X(80).

       FD  OVRD-MASTER.
       COPY OMSTREC.

       FD  CLSF-MASTER.
       COPY CMSTREC.

       FD  WHATIF-RPT.
       01 WHT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC XX VALUE "00".
       01 WS-PPND-STATUS PIC XX VALUE "00".
       01 WS-CARD-STATUS PIC XX VALUE "00".
       01 WS-OVRD-STATUS PIC XX VALUE "00".
       01 WS-MST-STATUS PIC XX VALUE "00".
       01 WS-VALID-SW PIC X VALUE "Y".
       01 WS-EOF-SW PIC X VALUE "N".
       01 WS-PENDING-SW PIC X VALUE "N".
       01 WS-PROFILE PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE PIC X(8).
       01 WS-START-NO PIC 9(7) VALUE 0.
       01 WS-END-NO PIC 9(7) VALUE 0.
       01 WS-I PIC 9(7).
       01 WS-NO PIC 9(7).
       01 WS-REM PIC 9(7).
       01 WS-EDIT-DIV PIC 9(3).
       01 WS-RX PIC 9(2).
       01 WS-MATCH-CT PIC 9(2).
       01 WS-LAST-MATCH PIC 9(2).
       01 WS-CPOS PIC 9(3).
       01 WS-LPOS PIC 9(3).
       01 WS-COMBO-LABEL PIC X(16).
       01 WS-CLASS-CODE PIC X(16).
       01 WS-FROM-CODE PIC X(16).
       01 WS-ERROR-TEXT PIC X(60).

      *> The table in force (off PARMFILE) is printed for reference
      *> only; the proposed table is what the numbers are run
      *> through.
       01 WS-CURRENT-TABLE PIC X(110) VALUE SPACES.
       01 WS-RULE-CT PIC 9(2) VALUE 0.
       01 WS-RULES.
           05 WS-RULE OCCURS 10.
               10 WS-RULE-DIV PIC 9(3).
               10 WS-RULE-LABEL PIC X(8).
               10 WS-RULE-HIT-SW PIC X.

      *> Each proposed rule, off a card or off the pending image, is
      *> edited from this copy, so it outlives the file it came from.
       COPY WHATREC.

      *> Loaded and edited exactly as FIZZORBUZZ 2200-2220 load the
      *> master, so a record the real run would refuse refuses the
      *> simulation too.
       COPY OVRDREC.
       01 WS-OVRD-EOF-SW PIC X VALUE "N".
       01 WS-OVRD-SKIP-CT PIC 9(7) VALUE 0.
       01 WS-OVERRIDE-SW PIC X VALUE "N".
       01 WS-OVRD-LABEL PIC X(8) VALUE SPACES.
       01 WS-OVRD-CT PIC 9(3) VALUE 0.
       01 WS-OX PIC 9(3).
       01 WS-OVERRIDES.
           05 WS-OVERRIDE OCCURS 100.
               10 WS-OV-START-NO PIC 9(7).
               10 WS-OV-END-NO PIC 9(7).
               10 WS-OV-LABEL PIC X(8).
               10 WS-OV-REASON PIC X(4).
               10 WS-OV-EXCL-SW PIC X.

      *> One entry per from-class/to-class cell actually hit, with
      *> the first five numbers that landed in it. A cell past the
      *> 200th is still counted in the totals and called out on the
      *> report.
       01 WS-TRANS-CT PIC 9(3) VALUE 0.
       01 WS-TX PIC 9(3).
       01 WS-TY PIC 9(3).
       01 WS-SX PIC 9(1).
       01 WS-TRANS-OVER-CT PIC 9(7) VALUE 0.
       01 WS-TRANSITIONS.
           05 WS-TRANS OCCURS 200.
               10 WS-TR-FROM PIC X(16).
               10 WS-TR-TO PIC X(16).
               10 WS-TR-CT PIC 9(7).
               10 WS-TR-PRINTED-SW PIC X.
               10 WS-TR-SAMPLE-CT PIC 9(1).
               10 WS-TR-SAMPLE OCCURS 5 PIC 9(7).

       01 WS-ON-MASTER-CT PIC 9(7) VALUE 0.
       01 WS-UNCHANGED-CT PIC 9(7) VALUE 0.
       01 WS-CHANGED-CT PIC 9(7) VALUE 0.
       01 WS-NEWLY-EXCL-CT PIC 9(7) VALUE 0.
       01 WS-ADDED-CT PIC 9(7) VALUE 0.
       01 WS-NOT-ON-MASTER-CT PIC 9(7) VALUE 0.
       01 WS-LINE-CT PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 55.
       01 WS-PAGE-NO PIC 9(7) VALUE 0.
       01 WS-COUNT-EDIT PIC ZZZZZZ9.
       01 WS-NUMBER-EDIT PIC ZZZZZZ9.

       01 WS-HEADING-1.
           05 FILLER PIC X(40) VALUE "FIZZORBUZZ RULE CHANGE WHAT-IF REPORT".
           05 FILLER PIC X(10) VALUE "RUN DATE:".
           05 WS-HDG-RUN-DATE PIC X(8).
           05 FILLER PIC X(7) VALUE "  PAGE:".
           05 WS-HDG-PAGE-NO PIC ZZZZZZ9.

       01 WS-HEADING-2.
           05 FILLER PIC X(9) VALUE "PROFILE: ".
           05 WS-HDG-PROFILE PIC X(8).
           05 FILLER PIC X(9) VALUE "  RANGE: ".
           05 WS-HDG-START-NO PIC ZZZZZZ9.
           05 FILLER PIC X(3) VALUE " - ".
           05 WS-HDG-END-NO PIC ZZZZZZ9.
           05 FILLER PIC X(10) VALUE "  SOURCE: ".
           05 WS-HDG-SOURCE PIC X(20).

       01 WS-HEADING-3.
           05 FILLER PIC X(43) VALUE
               "FROM CLASS        TO CLASS          NUMBERS".
           05 FILLER PIC X(23) VALUE "  DELTA  SAMPLE NUMBERS".

       01 WS-TRANS-LINE.
           05 WS-TRL-FROM PIC X(16).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-TRL-TO PIC X(16).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-TRL-CT PIC ZZZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-TRL-DELTA PIC X(1).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-TRL-SAMPLES PIC X(44).

       01 WS-TOTAL-LINE.
           05 WS-TOT-TAG PIC X(36).
           05 WS-TOT-COUNT PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT WHATIF-RPT
           PERFORM 1000-READ-WHAT-CARDS
           IF WS-VALID-SW = "Y"
               PERFORM 1100-READ-PROFILE
           END-IF
           IF WS-VALID-SW = "Y"
               PERFORM 1300-LOAD-OVERRIDES
           END-IF
           PERFORM 9100-WRITE-PAGE-HEADER
           IF WS-VALID-SW = "Y"
               PERFORM 2000-SIMULATE-RANGE
           END-IF
           IF WS-VALID-SW = "N"
               PERFORM 9000-WRITE-REFUSAL
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 4000-PRINT-TRANSITIONS
               PERFORM 5000-WRITE-TOTALS
               IF WS-CHANGED-CT > 0
                   MOVE "RESULT: PROPOSAL CHANGES BILLED CLASSES - REVIEW IT"
                       TO WHT-LINE
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE "RESULT: PROPOSAL CHANGES NO BILLED CLASS"
                       TO WHT-LINE
               END-IF
               WRITE WHT-LINE
           END-IF
           CLOSE WHATIF-RPT
           STOP RUN.

      *> First card: profile in 1-8, and PENDING in 10-16 to take the
      *> rules table off the change waiting on PARMPEND instead of
      *> off the cards that follow.
       1000-READ-WHAT-CARDS.
           OPEN INPUT RUN-CONTROL
           IF WS-CARD-STATUS NOT = "00"
               MOVE "WHATCARD COULD NOT BE OPENED - NO PROPOSAL TO TEST"
                   TO WS-ERROR-TEXT
               MOVE "N" TO WS-VALID-SW
           ELSE
               READ RUN-CONTROL
                   AT END MOVE "Y" TO WS-EOF-SW
               END-READ
               IF WS-EOF-SW = "Y" OR CARD-REC(1:8) = SPACES
                   MOVE "FIRST WHATCARD MUST NAME THE PROFILE"
                       TO WS-ERROR-TEXT
                   MOVE "N" TO WS-VALID-SW
               ELSE
                   MOVE CARD-REC(1:8) TO WS-PROFILE
                   IF CARD-REC(10:7) = "PENDING"
                       MOVE "Y" TO WS-PENDING-SW
                   ELSE
                       PERFORM UNTIL WS-EOF-SW = "Y"
                           OR WS-VALID-SW = "N"
                           READ RUN-CONTROL
                               AT END MOVE "Y" TO WS-EOF-SW
                               NOT AT END
                                   MOVE CARD-REC TO WHAT-RULE-CARD
                                   PERFORM 1010-LOAD-RULE-CARD
                           END-READ
                       END-PERFORM
                   END-IF
               END-IF
               CLOSE RUN-CONTROL
           END-IF.

       1010-LOAD-RULE-CARD.
           IF WHAT-RULE-CARD = SPACES
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN WS-RULE-CT >= 10
                       MOVE "MORE THAN 10 PROPOSED RULE CARDS PRESENT"
                           TO WS-ERROR-TEXT
                       MOVE "N" TO WS-VALID-SW
                   WHEN WHAT-RULE-DIV IS NOT NUMERIC
                       MOVE "A PROPOSED RULE DIVISOR IS NOT NUMERIC"
                           TO WS-ERROR-TEXT
                       MOVE "N" TO WS-VALID-SW
                   WHEN OTHER
                       MOVE WHAT-RULE-DIV TO WS-EDIT-DIV
                       EVALUATE TRUE
                           WHEN WS-EDIT-DIV = 0
                               MOVE "RULE DIVISORS MUST BE GREATER THAN ZERO"
                                   TO WS-ERROR-TEXT
                               MOVE "N" TO WS-VALID-SW
                           WHEN WHAT-RULE-LABEL = SPACES
                               MOVE "A PROPOSED RULE HAS NO LABEL"
                                   TO WS-ERROR-TEXT
                               MOVE "N" TO WS-VALID-SW
                           WHEN OTHER
                               ADD 1 TO WS-RULE-CT
                               MOVE WS-EDIT-DIV TO WS-RULE-DIV(WS-RULE-CT)
                               MOVE WHAT-RULE-LABEL
                                   TO WS-RULE-LABEL(WS-RULE-CT)
                       END-EVALUATE
               END-EVALUATE
           END-IF.

      *> The range comes off the approved record - or off the
      *> pending image when the pending change is what is being
      *> tested, since a pending save can move the range too.
       1100-READ-PROFILE.
           OPEN INPUT PARMFILE
           IF WS-PARM-STATUS NOT = "00"
               MOVE "PARMFILE COULD NOT BE OPENED" TO WS-ERROR-TEXT
               MOVE "N" TO WS-VALID-SW
           ELSE
               MOVE WS-PROFILE TO PARM-KEY
               READ PARMFILE
                   INVALID KEY
                       MOVE "PROFILE NOT FOUND ON PARMFILE"
                           TO WS-ERROR-TEXT
                       MOVE "N" TO WS-VALID-SW
               END-READ
               IF WS-VALID-SW = "Y"
                   PERFORM 1110-LIST-CURRENT-RULES
                   IF WS-PENDING-SW = "Y"
                       PERFORM 1200-READ-PENDING-CHANGE
                   END-IF
               END-IF
               IF WS-VALID-SW = "Y"
                   EVALUATE TRUE
                       WHEN PARM-START-NO IS NOT NUMERIC
                           OR PARM-END-NO IS NOT NUMERIC
                           MOVE "PROFILE START OR END NUMBER IS NOT NUMERIC"
                               TO WS-ERROR-TEXT
                           MOVE "N" TO WS-VALID-SW
                       WHEN OTHER
                           MOVE PARM-START-NO TO WS-START-NO
                           MOVE PARM-END-NO TO WS-END-NO
                   END-EVALUATE
               END-IF
               CLOSE PARMFILE
           END-IF
           IF WS-VALID-SW = "Y" AND WS-RULE-CT = 0
               MOVE "PROPOSAL HAS NO CLASSIFICATION RULES"
                   TO WS-ERROR-TEXT
               MOVE "N" TO WS-VALID-SW
           END-IF
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > WS-RULE-CT
               MOVE "N" TO WS-RULE-HIT-SW(WS-RX)
           END-PERFORM.

       1110-LIST-CURRENT-RULES.
           MOVE SPACES TO WS-CURRENT-TABLE
           MOVE 1 TO WS-LPOS
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 10
               IF PARM-RULE-ENTRY(WS-RX) NOT = SPACES
                   STRING FUNCTION TRIM(PARM-RULE-DIV(WS-RX))
                       DELIMITED BY SIZE
                       "=" DELIMITED BY SIZE
                       FUNCTION TRIM(PARM-RULE-LABEL(WS-RX))
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       INTO WS-CURRENT-TABLE
                       WITH POINTER WS-LPOS
                       ON OVERFLOW CONTINUE
                   END-STRING
               END-IF
           END-PERFORM.

      *> A pending delete has no table to test.
       1200-READ-PENDING-CHANGE.
           OPEN INPUT PARMPEND
           IF WS-PPND-STATUS NOT = "00"
               MOVE "NO CHANGE PENDING FOR THIS PROFILE" TO WS-ERROR-TEXT
               MOVE "N" TO WS-VALID-SW
           ELSE
               MOVE WS-PROFILE TO PPND-PARM-KEY
               READ PARMPEND
                   INVALID KEY
                       MOVE "NO CHANGE PENDING FOR THIS PROFILE"
                           TO WS-ERROR-TEXT
                       MOVE "N" TO WS-VALID-SW
               END-READ
               IF WS-VALID-SW = "Y"
                   IF PPND-ACTION = "D"
                       MOVE "PENDING CHANGE IS A DELETE - NOTHING TO SIMULATE"
                           TO WS-ERROR-TEXT
                       MOVE "N" TO WS-VALID-SW
                   ELSE
                       MOVE PPND-AFTER-IMAGE TO PARM-RECORD
                       PERFORM 1210-LOAD-PENDING-RULES
                   END-IF
               END-IF
               CLOSE PARMPEND
           END-IF.

       1210-LOAD-PENDING-RULES.
           MOVE 0 TO WS-RULE-CT
           PERFORM VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > 10 OR WS-VALID-SW = "N"
               IF PARM-RULE-ENTRY(WS-RX) NOT = SPACES
                   MOVE PARM-RULE-DIV(WS-RX) TO WHAT-RULE-DIV
                   MOVE PARM-RULE-LABEL(WS-RX) TO WHAT-RULE-LABEL
                   PERFORM 1010-LOAD-RULE-CARD
               END-IF
           END-PERFORM.

      *> Same master, same run-date filter, same edits as the real
      *> run: no master means no overrides, a bad record refuses
      *> the simulation.
       1300-LOAD-OVERRIDES.
           MOVE 0 TO WS-OVRD-CT
           MOVE 0 TO WS-OVRD-SKIP-CT
           MOVE "N" TO WS-OVRD-EOF-SW
           OPEN INPUT OVRD-MASTER
           IF WS-OVRD-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-OVRD-STATUS NOT = "00"
                   MOVE "OVERRIDE MASTER COULD NOT BE OPENED"
                       TO WS-ERROR-TEXT
                   MOVE "N" TO WS-VALID-SW
               ELSE
                   MOVE LOW-VALUES TO OMST-KEY
                   MOVE WS-PROFILE TO OMST-PROFILE
                   START OVRD-MASTER KEY IS NOT LESS THAN OMST-KEY
                       INVALID KEY MOVE "Y" TO WS-OVRD-EOF-SW
                   END-START
                   PERFORM UNTIL WS-OVRD-EOF-SW = "Y"
                       OR WS-VALID-SW = "N"
                       READ OVRD-MASTER NEXT RECORD
                           AT END MOVE "Y" TO WS-OVRD-EOF-SW
                           NOT AT END PERFORM 1305-TAKE-MASTER-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE OVRD-MASTER
               END-IF
           END-IF.

       1305-TAKE-MASTER-RECORD.
           EVALUATE TRUE
               WHEN OMST-PROFILE NOT = WS-PROFILE
                   MOVE "Y" TO WS-OVRD-EOF-SW
               WHEN OMST-EFF-DATE > WS-RUN-DATE
                   OR OMST-EXP-DATE < WS-RUN-DATE
                   ADD 1 TO WS-OVRD-SKIP-CT
               WHEN OTHER
                   MOVE SPACES TO OVRD-CARD
                   MOVE OMST-START-NO TO OVRD-START-NO
                   MOVE OMST-END-NO TO OVRD-END-NO
                   MOVE OMST-ACTION TO OVRD-ACTION
                   MOVE OMST-REASON TO OVRD-REASON
                   PERFORM 1310-LOAD-ONE-OVERRIDE
           END-EVALUATE.

       1310-LOAD-ONE-OVERRIDE.
           IF OVRD-CARD = SPACES
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN WS-OVRD-CT >= 100
                       MOVE "MORE THAN 100 OVERRIDES IN EFFECT"
                           TO WS-ERROR-TEXT
                       MOVE "N" TO WS-VALID-SW
                   WHEN OVRD-START-NO IS NOT NUMERIC
                       MOVE "AN OVERRIDE CARD START NUMBER IS NOT NUMERIC"
                           TO WS-ERROR-TEXT
                       MOVE "N" TO WS-VALID-SW
                   WHEN OVRD-END-NO NOT = SPACES
                       AND OVRD-END-NO IS NOT NUMERIC
                       MOVE "AN OVERRIDE CARD END NUMBER IS NOT NUMERIC"
                           TO WS-ERROR-TEXT
                       MOVE "N" TO WS-VALID-SW
                   WHEN OVRD-ACTION = SPACES
                       MOVE "AN OVERRIDE CARD HAS NO ACTION"
                           TO WS-ERROR-TEXT
                       MOVE "N" TO WS-VALID-SW
                   WHEN OVRD-ACTION = "NUMBER" OR "EXCLUDED"
                       MOVE "NUMBER AND EXCLUDED ARE RESERVED CLASS NAMES"
                           TO WS-ERROR-TEXT
                       MOVE "N" TO WS-VALID-SW
                   WHEN OTHER
                       PERFORM 1320-STORE-OVERRIDE
               END-EVALUATE
           END-IF.

       1320-STORE-OVERRIDE.
           ADD 1 TO WS-OVRD-CT
           MOVE OVRD-START-NO TO WS-OV-START-NO(WS-OVRD-CT)
           IF OVRD-END-NO = SPACES
               MOVE OVRD-START-NO TO WS-OV-END-NO(WS-OVRD-CT)
           ELSE
               MOVE OVRD-END-NO TO WS-OV-END-NO(WS-OVRD-CT)
           END-IF
           MOVE OVRD-REASON TO WS-OV-REASON(WS-OVRD-CT)
           IF OVRD-ACTION = "EXCLUDE"
               MOVE "Y" TO WS-OV-EXCL-SW(WS-OVRD-CT)
               MOVE SPACES TO WS-OV-LABEL(WS-OVRD-CT)
           ELSE
               MOVE "N" TO WS-OV-EXCL-SW(WS-OVRD-CT)
               MOVE OVRD-ACTION TO WS-OV-LABEL(WS-OVRD-CT)
           END-IF
           IF WS-OV-END-NO(WS-OVRD-CT) < WS-OV-START-NO(WS-OVRD-CT)
               MOVE "AN OVERRIDE CARD RANGE IS BACKWARDS"
                   TO WS-ERROR-TEXT
               MOVE "N" TO WS-VALID-SW
           END-IF.

      *> The master is read, never written. A number on the master
      *> whose simulated class differs is what a delta run would
      *> send as "C"; one not on the master would go as an add
      *> unless an override excludes it, exactly as 3240/3245 in
      *> FIZZORBUZZ decide it.
       2000-SIMULATE-RANGE.
           OPEN INPUT CLSF-MASTER
           IF WS-MST-STATUS NOT = "00"
               MOVE "CLASSIFICATION MASTER COULD NOT BE OPENED"
                   TO WS-ERROR-TEXT
               MOVE "N" TO WS-VALID-SW
           ELSE
               MOVE WS-START-NO TO WS-I
               PERFORM UNTIL WS-I > WS-END-NO
                   PERFORM 2100-SIMULATE-ONE-NUMBER
                   ADD 1 TO WS-I
               END-PERFORM
               CLOSE CLSF-MASTER
           END-IF.

       2100-SIMULATE-ONE-NUMBER.
           PERFORM 3100-CLASSIFY-NUMBER
           MOVE WS-PROFILE TO CMST-PROFILE
           MOVE WS-I TO CMST-NUMBER
           READ CLSF-MASTER
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-MASTER-CT
                   IF WS-OVERRIDE-SW NOT = "E"
                       ADD 1 TO WS-ADDED-CT
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-ON-MASTER-CT
                   MOVE CMST-CODE TO WS-FROM-CODE
                   IF CMST-CODE = WS-CLASS-CODE
                       ADD 1 TO WS-UNCHANGED-CT
                   ELSE
                       ADD 1 TO WS-CHANGED-CT
                       IF WS-OVERRIDE-SW = "E"
                           ADD 1 TO WS-NEWLY-EXCL-CT
                       END-IF
                   END-IF
                   PERFORM 2200-TALLY-TRANSITION
           END-READ.

       2200-TALLY-TRANSITION.
           MOVE 0 TO WS-TY
           PERFORM VARYING WS-TX FROM 1 BY 1
               UNTIL WS-TX > WS-TRANS-CT OR WS-TY > 0
               IF WS-TR-FROM(WS-TX) = WS-FROM-CODE
                   AND WS-TR-TO(WS-TX) = WS-CLASS-CODE
                   MOVE WS-TX TO WS-TY
               END-IF
           END-PERFORM
           IF WS-TY = 0
               IF WS-TRANS-CT < 200
                   ADD 1 TO WS-TRANS-CT
                   MOVE WS-TRANS-CT TO WS-TY
                   MOVE WS-FROM-CODE TO WS-TR-FROM(WS-TY)
                   MOVE WS-CLASS-CODE TO WS-TR-TO(WS-TY)
                   MOVE 0 TO WS-TR-CT(WS-TY)
                   MOVE "N" TO WS-TR-PRINTED-SW(WS-TY)
                   MOVE 0 TO WS-TR-SAMPLE-CT(WS-TY)
               ELSE
                   ADD 1 TO WS-TRANS-OVER-CT
               END-IF
           END-IF
           IF WS-TY > 0
               ADD 1 TO WS-TR-CT(WS-TY)
               IF WS-TR-SAMPLE-CT(WS-TY) < 5
                   ADD 1 TO WS-TR-SAMPLE-CT(WS-TY)
                   MOVE WS-I
                       TO WS-TR-SAMPLE(WS-TY, WS-TR-SAMPLE-CT(WS-TY))
               END-IF
           END-IF.

      *> 3100 through 3150 are FIZZORBUZZ's classification, override
      *> check first, against the proposed table.
       3100-CLASSIFY-NUMBER.
           PERFORM 3120-CHECK-OVERRIDES
           EVALUATE WS-OVERRIDE-SW
               WHEN "E"
                   MOVE "EXCLUDED" TO WS-CLASS-CODE
               WHEN "F"
                   MOVE WS-OVRD-LABEL TO WS-CLASS-CODE
               WHEN OTHER
                   PERFORM 3150-CLASSIFY-BY-RULES
           END-EVALUATE.

      *> The override with the lowest start number covering the number
      *> wins, in OVRDMAST key order (profile, start number).
       3120-CHECK-OVERRIDES.
           MOVE "N" TO WS-OVERRIDE-SW
           MOVE SPACES TO WS-OVRD-LABEL
           PERFORM VARYING WS-OX FROM 1 BY 1
               UNTIL WS-OX > WS-OVRD-CT OR WS-OVERRIDE-SW NOT = "N"
               IF WS-I >= WS-OV-START-NO(WS-OX)
                   AND WS-I <= WS-OV-END-NO(WS-OX)
                   IF WS-OV-EXCL-SW(WS-OX) = "Y"
                       MOVE "E" TO WS-OVERRIDE-SW
                   ELSE
                       MOVE "F" TO WS-OVERRIDE-SW
                       MOVE WS-OV-LABEL(WS-OX) TO WS-OVRD-LABEL
                   END-IF
               END-IF
           END-PERFORM.

       3150-CLASSIFY-BY-RULES.
           MOVE 0 TO WS-MATCH-CT
           MOVE 0 TO WS-LAST-MATCH
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > WS-RULE-CT
               DIVIDE WS-I BY WS-RULE-DIV(WS-RX)
                   GIVING WS-NO REMAINDER WS-REM
               IF WS-REM = 0
                   MOVE "Y" TO WS-RULE-HIT-SW(WS-RX)
                   ADD 1 TO WS-MATCH-CT
                   MOVE WS-RX TO WS-LAST-MATCH
               ELSE
                   MOVE "N" TO WS-RULE-HIT-SW(WS-RX)
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-MATCH-CT = 0
                   MOVE "NUMBER" TO WS-CLASS-CODE
               WHEN WS-MATCH-CT = 1
                   MOVE WS-RULE-LABEL(WS-LAST-MATCH) TO WS-CLASS-CODE
               WHEN OTHER
                   PERFORM 3110-BUILD-COMBO-LABEL
                   MOVE WS-COMBO-LABEL TO WS-CLASS-CODE
           END-EVALUATE.

       3110-BUILD-COMBO-LABEL.
           MOVE SPACES TO WS-COMBO-LABEL
           MOVE 1 TO WS-CPOS
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > WS-RULE-CT
               IF WS-RULE-HIT-SW(WS-RX) = "Y"
                   STRING FUNCTION TRIM(WS-RULE-LABEL(WS-RX))
                       DELIMITED BY SIZE
                       INTO WS-COMBO-LABEL
                       WITH POINTER WS-CPOS
                       ON OVERFLOW CONTINUE
                   END-STRING
               END-IF
           END-PERFORM.

      *> The matrix prints one block per from-class, in the order
      *> the classes were first met, each cell on its own line with
      *> its sample numbers. Cells that change the class carry "C",
      *> the flag a delta run would put on the billing record.
       4000-PRINT-TRANSITIONS.
           PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > WS-TRANS-CT
               IF WS-TR-PRINTED-SW(WS-TX) = "N"
                   PERFORM VARYING WS-TY FROM WS-TX BY 1
                       UNTIL WS-TY > WS-TRANS-CT
                       IF WS-TR-PRINTED-SW(WS-TY) = "N"
                           AND WS-TR-FROM(WS-TY) = WS-TR-FROM(WS-TX)
                           PERFORM 4100-PRINT-ONE-CELL
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-TRANS-OVER-CT > 0
               MOVE WS-TRANS-OVER-CT TO WS-COUNT-EDIT
               MOVE SPACES TO WHT-LINE
               STRING "NOTE: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                      " NUMBER(S) FELL IN CELLS PAST THE 200-CELL TABLE"
                      " - COUNTED IN THE TOTALS ONLY" DELIMITED BY SIZE
                      INTO WHT-LINE
               WRITE WHT-LINE
           END-IF.

       4100-PRINT-ONE-CELL.
           IF WS-LINE-CT >= WS-LINES-PER-PAGE
               PERFORM 9100-WRITE-PAGE-HEADER
           END-IF
           MOVE "Y" TO WS-TR-PRINTED-SW(WS-TY)
           MOVE WS-TR-FROM(WS-TY) TO WS-TRL-FROM
           MOVE WS-TR-TO(WS-TY) TO WS-TRL-TO
           MOVE WS-TR-CT(WS-TY) TO WS-TRL-CT
           IF WS-TR-FROM(WS-TY) = WS-TR-TO(WS-TY)
               MOVE SPACE TO WS-TRL-DELTA
           ELSE
               MOVE "C" TO WS-TRL-DELTA
           END-IF
           MOVE SPACES TO WS-TRL-SAMPLES
           MOVE 1 TO WS-LPOS
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-TR-SAMPLE-CT(WS-TY)
               MOVE WS-TR-SAMPLE(WS-TY, WS-SX) TO WS-NUMBER-EDIT
               STRING FUNCTION TRIM(WS-NUMBER-EDIT) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      INTO WS-TRL-SAMPLES
                      WITH POINTER WS-LPOS
                      ON OVERFLOW CONTINUE
               END-STRING
           END-PERFORM
           MOVE WS-TRANS-LINE TO WHT-LINE
           WRITE WHT-LINE
           ADD 1 TO WS-LINE-CT.

       5000-WRITE-TOTALS.
           MOVE SPACES TO WHT-LINE
           WRITE WHT-LINE
           MOVE "NUMBERS ON MASTER IN RANGE        :" TO WS-TOT-TAG
           MOVE WS-ON-MASTER-CT TO WS-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL-LINE
           MOVE "  CLASS UNCHANGED                 :" TO WS-TOT-TAG
           MOVE WS-UNCHANGED-CT TO WS-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL-LINE
           MOVE "  DELTA RUN WOULD FEED AS C       :" TO WS-TOT-TAG
           MOVE WS-CHANGED-CT TO WS-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL-LINE
           MOVE "    OF WHICH NEWLY EXCLUDED       :" TO WS-TOT-TAG
           MOVE WS-NEWLY-EXCL-CT TO WS-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL-LINE
           MOVE "NUMBERS IN RANGE NOT ON MASTER    :" TO WS-TOT-TAG
           MOVE WS-NOT-ON-MASTER-CT TO WS-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL-LINE
           MOVE "  DELTA RUN WOULD FEED AS A       :" TO WS-TOT-TAG
           MOVE WS-ADDED-CT TO WS-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL-LINE
           MOVE "OVERRIDES IN EFFECT APPLIED       :" TO WS-TOT-TAG
           MOVE WS-OVRD-CT TO WS-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL-LINE
           MOVE "OVERRIDES NOT IN EFFECT, SKIPPED  :" TO WS-TOT-TAG
           MOVE WS-OVRD-SKIP-CT TO WS-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL-LINE
           MOVE SPACES TO WHT-LINE
           WRITE WHT-LINE.

       5100-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO WHT-LINE
           WRITE WHT-LINE.

       9000-WRITE-REFUSAL.
           MOVE SPACES TO WHT-LINE
           STRING "NOT SIMULATED: " DELIMITED BY SIZE
                  WS-ERROR-TEXT DELIMITED BY SIZE
                  INTO WHT-LINE
           WRITE WHT-LINE.

      *> The first page also carries both rules tables, so the
      *> listing stands on its own at the approval desk.
       9100-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-PAGE-NO TO WS-HDG-PAGE-NO
           MOVE WS-HEADING-1 TO WHT-LINE
           WRITE WHT-LINE
           MOVE WS-PROFILE TO WS-HDG-PROFILE
           MOVE WS-START-NO TO WS-HDG-START-NO
           MOVE WS-END-NO TO WS-HDG-END-NO
           IF WS-PENDING-SW = "Y"
               MOVE "PENDING FZPM CHANGE" TO WS-HDG-SOURCE
           ELSE
               MOVE "WHATCARD RULE CARDS" TO WS-HDG-SOURCE
           END-IF
           MOVE WS-HEADING-2 TO WHT-LINE
           WRITE WHT-LINE
           IF WS-PAGE-NO = 1
               PERFORM 9110-WRITE-RULE-TABLES
           END-IF
           MOVE WS-HEADING-3 TO WHT-LINE
           WRITE WHT-LINE
           MOVE 3 TO WS-LINE-CT.

       9110-WRITE-RULE-TABLES.
           MOVE SPACES TO WHT-LINE
           STRING "CURRENT RULES : " DELIMITED BY SIZE
                  WS-CURRENT-TABLE DELIMITED BY SIZE
                  INTO WHT-LINE
           WRITE WHT-LINE
           MOVE SPACES TO WHT-LINE
           MOVE 1 TO WS-LPOS
           STRING "PROPOSED RULES: " DELIMITED BY SIZE
                  INTO WHT-LINE
                  WITH POINTER WS-LPOS
           END-STRING
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > WS-RULE-CT
               MOVE WS-RULE-DIV(WS-RX) TO WS-COUNT-EDIT
               STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                      "=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RULE-LABEL(WS-RX))
                      DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      INTO WHT-LINE
                      WITH POINTER WS-LPOS
                      ON OVERFLOW CONTINUE
               END-STRING
           END-PERFORM
           WRITE WHT-LINE
           MOVE SPACES TO WHT-LINE
           WRITE WHT-LINE.
       END PROGRAM FIZZWHAT.
