           >>source format free
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZRCVR.
       AUTHOR. Amber.
       DATE-WRITTEN. SEP 23.
      *> MOD-LOG:
      *>   SEP 23 - Amber   - forward-recovery rebuild of the keyed
      *>                      classification master FIZZBUZZ.MST and
      *>                      history FIZZBUZZ.HST from the retained
      *>                      generations on GENCAT, for when
      *>                      FIZZAUDT reports master discrepancies
      *>                      or the master is damaged - the only
      *>                      other way back was a cold full run,
      *>                      which wrecks the next delta compare.
      *>                      The RCVRCARD card names the base
      *>                      generation in columns 1-15; it must be
      *>                      on GENCAT and balanced. The master is
      *>                      reloaded from the base generation's
      *>                      retained FIZZBUZZ-OUT file and every
      *>                      later generation's retained file is
      *>                      then replayed in GENCAT key order
      *>                      (execution order), full, delta, and
      *>                      spot alike, refiling each number's
      *>                      history record with the delta flag the
      *>                      run assigned. Refused, with nothing
      *>                      touched, when a generation in the
      *>                      chain has been purged (a retained file
      *>                      is gone, or RUNHIST shows a completed
      *>                      run whose generation is no longer
      *>                      cataloged) or a profile has a run in
      *>                      flight. Prints FIZZRCVR.LST with each
      *>                      generation applied and its counts.
      *>                      Return code 0 when rebuilt, 4 when
      *>                      rebuilt without RUNHIST to prove the
      *>                      chain, 8 when the rebuild stopped part
      *>                      way, 12 when refused.
      *>   SEP 26 - Amber   - the master and history are keyed on
      *>                      profile, so recovery is per profile:
      *>                      the chain is the base generation and
      *>                      the later generations of the base's
      *>                      profile only, only that profile's
      *>                      master records are deleted and
      *>                      reloaded, and only that profile's run
      *>                      flag and run history are checked. The
      *>                      other profiles' records are left alone.
      *>   OCT 11 - Amber   - report lines are built in working
      *>                      storage and moved to the print record
      *>                      after the page check, so a page break
      *>                      no longer overprints the pending line.
      *>   OCT 15 - Amber   - the base generation's retained file must
      *>                      hold every number in the profile's
      *>                      PARMFILE range. GENCAT cannot tell a
      *>                      spot generation from a delta one, and a
      *>                      balanced spot run taken as the base
      *>                      would clear the profile and reload only
      *>                      its handful of numbers.
      *>   OCT 15 - Amber   - a spot generation, cataloged "S", is
      *>                      replayed as it ran: an unchanged class
      *>                      is filed "C", not "U", unless the
      *>                      number is still excluded. It is listed
      *>                      as a SPOT feed and refused as a base.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL ASSIGN TO "RCVRCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT GENCAT ASSIGN TO "GENCAT"
               ORGANIZATION INDEXED
               RECORD KEY IS GCAT-GEN-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-GCAT-STATUS.
           SELECT PARMFILE ASSIGN TO "PARMFILE"
               ORGANIZATION INDEXED
               RECORD KEY IS PARM-KEY
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RUNHIST ASSIGN TO "RUNHIST"
               ORGANIZATION INDEXED
               RECORD KEY IS RHST-KEY
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RHST-STATUS.
           SELECT FIZZBUZZ-OUT ASSIGN TO DYNAMIC WS-CLSF-FILE
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT CLSF-MASTER ASSIGN TO "FIZZBUZZ.MST"
               ORGANIZATION INDEXED
               RECORD KEY IS CMST-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-MST-STATUS.
           SELECT CLSF-HISTORY ASSIGN TO "FIZZBUZZ.HST"
               ORGANIZATION INDEXED
               RECORD KEY IS CHST-KEY
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-HST-STATUS.
           SELECT RECOVERY-RPT ASSIGN TO "FIZZRCVR.LST"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL.
       01 CARD-REC PIC X(80).

       FD  GENCAT.
       COPY GCATREC.

       FD  PARMFILE.
       COPY PARMREC.

       FD  RUNHIST.
       COPY RHSTREC.

       FD  FIZZBUZZ-OUT.
       COPY CLSFREC.

       FD  CLSF-MASTER.
       COPY CMSTREC.

       FD  CLSF-HISTORY.
       COPY CHSTREC.

       FD  RECOVERY-RPT.
       01 RCV-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       COPY OLOGEVNT.
       01 WS-CARD-STATUS PIC XX VALUE "00".
       01 WS-GCAT-STATUS PIC XX VALUE "00".
       01 WS-PARM-STATUS PIC XX VALUE "00".
       01 WS-RHST-STATUS PIC XX VALUE "00".
       01 WS-OUT-STATUS PIC XX VALUE "00".
       01 WS-MST-STATUS PIC XX VALUE "00".
       01 WS-HST-STATUS PIC XX VALUE "00".
       01 WS-EOF-SW PIC X VALUE "N".
       01 WS-VALID-SW PIC X VALUE "Y".
       01 WS-WARN-SW PIC X VALUE "N".
       01 WS-STOPPED-SW PIC X VALUE "N".
       01 WS-FOUND-SW PIC X VALUE "N".
       01 WS-PRIOR-SW PIC X VALUE "N".
       01 WS-REASON-TEXT PIC X(50) VALUE SPACES.
       01 WS-RUN-DATE PIC X(8).
       01 WS-BASE-GEN-ID PIC X(15) VALUE SPACES.
       01 WS-BASE-PROFILE PIC X(8) VALUE SPACES.
       01 WS-RH-GEN-ID PIC X(15).
       01 WS-BASE-RANGE-SW PIC X VALUE "N".
       01 WS-BASE-START-NO PIC 9(7) VALUE 0.
       01 WS-BASE-END-NO PIC 9(7) VALUE 0.
       01 WS-BASE-RANGE-CT PIC 9(7) VALUE 0.
       01 WS-BASE-COVER-CT PIC 9(7) VALUE 0.
       01 WS-CLSF-FILE PIC X(30) VALUE SPACES.
       01 WS-DELTA-FLAG PIC X VALUE SPACE.
       01 WS-GX PIC 9(3).
       01 WS-GY PIC 9(3).
       01 WS-APPLIED-CT PIC 9(7) VALUE 0.
       01 WS-READ-CT PIC 9(7) VALUE 0.
       01 WS-MASTER-CT PIC 9(7) VALUE 0.
       01 WS-HIST-CT PIC 9(7) VALUE 0.
       01 WS-KEPT-CT PIC 9(7) VALUE 0.
       01 WS-CLEARED-CT PIC 9(7) VALUE 0.
       01 WS-COUNT-EDIT PIC ZZZZZZ9.
       01 WS-RANGE-EDIT PIC ZZZZZZ9.
       01 WS-PRINT-LINE PIC X(100).
       01 WS-LINE-CT PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 55.
       01 WS-PAGE-NO PIC 9(7) VALUE 0.

      *> The recovery chain: the base generation first, then every
      *> later GENCAT record for the base's profile in key order,
      *> which is execution order.
       01 WS-CHAIN-TABLE.
           05 WS-CHAIN OCCURS 500.
               10 WS-CH-GEN-ID PIC X(15).
               10 WS-CH-PROFILE PIC X(8).
               10 WS-CH-DELTA-SW PIC X(1).
               10 WS-CH-BALANCED-SW PIC X(1).
               10 WS-CH-CLSF-FILE PIC X(30).
               10 WS-CH-READ-CT PIC 9(7).
               10 WS-CH-NEW-CT PIC 9(7).
               10 WS-CH-UPD-CT PIC 9(7).
               10 WS-CH-HIST-CT PIC 9(7).
       01 WS-CHAIN-CT PIC 9(3) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER PIC X(40) VALUE "FIZZORBUZZ MASTER FORWARD RECOVERY".
           05 FILLER PIC X(10) VALUE "RUN DATE:".
           05 WS-HDG-RUN-DATE PIC X(8).
           05 FILLER PIC X(7) VALUE "  PAGE:".
           05 WS-HDG-PAGE-NO PIC ZZZZZZ9.

       01 WS-HEADING-2.
           05 FILLER PIC X(17) VALUE "BASE GENERATION: ".
           05 WS-HDG-BASE-GEN-ID PIC X(15).
           05 FILLER PIC X(11) VALUE "  PROFILE: ".
           05 WS-HDG-PROFILE PIC X(8).

       01 WS-GEN-HDG.
           05 FILLER PIC X(45) VALUE
               "GENERATION       PROFILE   FEED   BAL    READ".
           05 FILLER PIC X(40) VALUE
               "  MST ADDED  MST UPDTD  HIST FILED".

       01 WS-GEN-LINE.
           05 WS-GNL-GEN-ID PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-GNL-PROFILE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-GNL-FEED PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-GNL-BALANCED PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-GNL-READ PIC ZZZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-GNL-NEW PIC ZZZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-GNL-UPD PIC ZZZZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-GNL-HIST PIC ZZZZZZZ9.

       01 WS-PROBLEM-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-PBL-KEY PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-PBL-TEXT PIC X(60).

       01 WS-TOTAL-LINE.
           05 WS-TOT-TAG PIC X(36).
           05 WS-TOT-COUNT PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-READ-CONTROL-CARD
           IF WS-VALID-SW = "Y"
               PERFORM 1100-LOAD-CHAIN
           END-IF
           OPEN OUTPUT RECOVERY-RPT
           PERFORM 9100-WRITE-PAGE-HEADER
           IF WS-VALID-SW = "Y"
               PERFORM 1200-CHECK-RUNS-IN-FLIGHT
           END-IF
           IF WS-VALID-SW = "Y"
               PERFORM 1300-CHECK-RETAINED-FILES
               PERFORM 1400-CHECK-RUN-HISTORY
           END-IF
           IF WS-VALID-SW = "Y"
               PERFORM 1350-CHECK-BASE-COVERAGE
           END-IF
           IF WS-VALID-SW = "N"
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "RESULT: RECOVERY REFUSED - " DELIMITED BY SIZE
                      WS-REASON-TEXT DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
               MOVE "MASTER AND HISTORY NOT TOUCHED" TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
               MOVE 12 TO RETURN-CODE
               MOVE "E" TO OLOG-EV-SEVERITY
               MOVE SPACES TO OLOG-EV-MESSAGE
               STRING "MASTER RECOVERY REFUSED - " DELIMITED BY SIZE
                      WS-REASON-TEXT DELIMITED BY SIZE
                      INTO OLOG-EV-MESSAGE
               PERFORM 9900-LOG-EVENT
           ELSE
               PERFORM 2000-REBUILD-MASTER
               PERFORM 3000-WRITE-TOTALS
               PERFORM 4000-WRITE-RESULT
           END-IF
           CLOSE RECOVERY-RPT
           STOP RUN.

       9900-LOG-EVENT.
           MOVE "FIZZRCVR" TO OLOG-EV-PROGRAM
           MOVE SPACES TO OLOG-EV-RUN-ID
           CALL "FIZZOLOG" USING OLOG-EVENT.

      *> Card layout: base generation ID in 1-15, required - the
      *> recovery point is an operator decision, never a default.
       1000-READ-CONTROL-CARD.
           OPEN INPUT RUN-CONTROL
           IF WS-CARD-STATUS = "00"
               READ RUN-CONTROL
                   AT END CONTINUE
                   NOT AT END MOVE CARD-REC(1:15) TO WS-BASE-GEN-ID
               END-READ
               CLOSE RUN-CONTROL
           END-IF
           IF WS-BASE-GEN-ID = SPACES
               MOVE "N" TO WS-VALID-SW
               MOVE "NO BASE GENERATION ON THE RCVRCARD CARD"
                   TO WS-REASON-TEXT
           END-IF.

      *> The base has to be a generation that proved out, or the
      *> rebuild starts from numbers nobody balanced. Everything
      *> cataloged after it is replayed whether it balanced or not:
      *> an unbalanced run still upserted the master when it ran.
      *> Other profiles' generations are passed over: they never
      *> touched this profile's master records.
       1100-LOAD-CHAIN.
           OPEN INPUT GENCAT
           IF WS-GCAT-STATUS NOT = "00"
               MOVE "N" TO WS-VALID-SW
               MOVE "GENCAT COULD NOT BE OPENED" TO WS-REASON-TEXT
           ELSE
               MOVE WS-BASE-GEN-ID TO GCAT-GEN-ID
               READ GENCAT
                   INVALID KEY
                       MOVE "N" TO WS-VALID-SW
                       MOVE "BASE GENERATION IS NOT ON GENCAT"
                           TO WS-REASON-TEXT
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN GCAT-BALANCED-SW NOT = "Y"
                               MOVE "N" TO WS-VALID-SW
                               MOVE "BASE GENERATION NEVER BALANCED"
                                   TO WS-REASON-TEXT
                           WHEN GCAT-DELTA-SW = "S"
                               MOVE "N" TO WS-VALID-SW
                               MOVE "BASE GENERATION IS A SPOT RUN"
                                   TO WS-REASON-TEXT
                           WHEN OTHER
                               MOVE GCAT-PROFILE TO WS-BASE-PROFILE
                               PERFORM 1110-ADD-CHAIN-ENTRY
                       END-EVALUATE
               END-READ
               IF WS-VALID-SW = "Y"
                   START GENCAT KEY > GCAT-GEN-ID
                       INVALID KEY MOVE "Y" TO WS-EOF-SW
                   END-START
                   PERFORM UNTIL WS-EOF-SW = "Y" OR WS-VALID-SW = "N"
                       READ GENCAT NEXT
                           AT END MOVE "Y" TO WS-EOF-SW
                           NOT AT END
                               IF GCAT-PROFILE = WS-BASE-PROFILE
                                   PERFORM 1110-ADD-CHAIN-ENTRY
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE GENCAT
           END-IF.

       1110-ADD-CHAIN-ENTRY.
           IF WS-CHAIN-CT >= 500
               MOVE "N" TO WS-VALID-SW
               MOVE "MORE THAN 500 GENERATIONS TO REPLAY"
                   TO WS-REASON-TEXT
           ELSE
               ADD 1 TO WS-CHAIN-CT
               MOVE GCAT-GEN-ID TO WS-CH-GEN-ID(WS-CHAIN-CT)
               MOVE GCAT-PROFILE TO WS-CH-PROFILE(WS-CHAIN-CT)
               MOVE GCAT-DELTA-SW TO WS-CH-DELTA-SW(WS-CHAIN-CT)
               MOVE GCAT-BALANCED-SW TO WS-CH-BALANCED-SW(WS-CHAIN-CT)
               MOVE GCAT-CLSF-FILE TO WS-CH-CLSF-FILE(WS-CHAIN-CT)
               MOVE 0 TO WS-CH-READ-CT(WS-CHAIN-CT)
               MOVE 0 TO WS-CH-NEW-CT(WS-CHAIN-CT)
               MOVE 0 TO WS-CH-UPD-CT(WS-CHAIN-CT)
               MOVE 0 TO WS-CH-HIST-CT(WS-CHAIN-CT)
           END-IF.

      *> A run in flight under the base's profile is upserting the
      *> same master records this job is about to reload; neither
      *> would end up right. Other profiles may run meanwhile.
       1200-CHECK-RUNS-IN-FLIGHT.
           OPEN INPUT PARMFILE
           IF WS-PARM-STATUS NOT = "00"
               MOVE "N" TO WS-VALID-SW
               MOVE "PARMFILE COULD NOT BE OPENED TO CHECK RUN FLAGS"
                   TO WS-REASON-TEXT
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = "Y"
                   READ PARMFILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF PARM-KEY = WS-BASE-PROFILE
                               AND PARM-START-NO IS NUMERIC
                               AND PARM-END-NO IS NUMERIC
                               MOVE "Y" TO WS-BASE-RANGE-SW
                               MOVE PARM-START-NO TO WS-BASE-START-NO
                               MOVE PARM-END-NO TO WS-BASE-END-NO
                           END-IF
                           IF PARM-RUN-SW = "A"
                               AND PARM-KEY = WS-BASE-PROFILE
                               MOVE "N" TO WS-VALID-SW
                               MOVE "A RUN IS IN FLIGHT - SEE ABOVE"
                                   TO WS-REASON-TEXT
                               MOVE PARM-KEY TO WS-PBL-KEY
                               MOVE "PROFILE HAS A RUN IN FLIGHT"
                                   TO WS-PBL-TEXT
                               PERFORM 9200-WRITE-PROBLEM-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARMFILE
           END-IF.

      *> FIZZPURG deletes a generation's files before its catalog
      *> record, so a chain generation whose retained file will not
      *> open has been purged (or lost) and cannot be replayed.
       1300-CHECK-RETAINED-FILES.
           PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > WS-CHAIN-CT
               MOVE WS-CH-CLSF-FILE(WS-GX) TO WS-CLSF-FILE
               OPEN INPUT FIZZBUZZ-OUT
               IF WS-OUT-STATUS = "00"
                   CLOSE FIZZBUZZ-OUT
               ELSE
                   MOVE "N" TO WS-VALID-SW
                   MOVE "A GENERATION IN THE CHAIN HAS BEEN PURGED"
                       TO WS-REASON-TEXT
                   MOVE WS-CH-GEN-ID(WS-GX) TO WS-PBL-KEY
                   MOVE "RETAINED FILE IS GONE - GENERATION PURGED"
                       TO WS-PBL-TEXT
                   PERFORM 9200-WRITE-PROBLEM-LINE
               END-IF
           END-PERFORM.

      *> The rebuild clears the whole profile and reloads it from the
      *> base, so the base has to have classified every number in
      *> the profile's range. A full or delta run retains them all;
      *> a spot run retains only the numbers its deck named. A spot
      *> generation is refused by its "S" on GENCAT, but one
      *> cataloged before spot runs were marked says "Y". The
      *> base's retained numbers inside the PARMFILE range are
      *> counted against the size of that range. After a range
      *> change the base has to be a generation run since it.
       1350-CHECK-BASE-COVERAGE.
           IF WS-BASE-RANGE-SW NOT = "Y"
               OR WS-BASE-END-NO < WS-BASE-START-NO
               MOVE "N" TO WS-VALID-SW
               MOVE "BASE PROFILE'S RANGE IS NOT ON PARMFILE"
                   TO WS-REASON-TEXT
           ELSE
               COMPUTE WS-BASE-RANGE-CT =
                   WS-BASE-END-NO - WS-BASE-START-NO + 1
               MOVE 0 TO WS-BASE-COVER-CT
               MOVE WS-CH-CLSF-FILE(1) TO WS-CLSF-FILE
               OPEN INPUT FIZZBUZZ-OUT
               IF WS-OUT-STATUS = "00"
                   MOVE "N" TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = "Y"
                       READ FIZZBUZZ-OUT
                           AT END MOVE "Y" TO WS-EOF-SW
                           NOT AT END
                               IF CLSF-NUMBER >= WS-BASE-START-NO
                                   AND CLSF-NUMBER <= WS-BASE-END-NO
                                   ADD 1 TO WS-BASE-COVER-CT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FIZZBUZZ-OUT
               END-IF
               IF WS-BASE-COVER-CT < WS-BASE-RANGE-CT
                   MOVE "N" TO WS-VALID-SW
                   MOVE "BASE DOES NOT COVER THE PROFILE - SPOT RUN?"
                       TO WS-REASON-TEXT
                   MOVE WS-BASE-GEN-ID TO WS-PBL-KEY
                   MOVE WS-BASE-COVER-CT TO WS-COUNT-EDIT
                   MOVE WS-BASE-RANGE-CT TO WS-RANGE-EDIT
                   MOVE SPACES TO WS-PBL-TEXT
                   STRING "RETAINS " WS-COUNT-EDIT
                          " OF THE RANGE'S " WS-RANGE-EDIT
                          " NUMBERS" DELIMITED BY SIZE
                          INTO WS-PBL-TEXT
                   END-STRING
                   PERFORM 9200-WRITE-PROBLEM-LINE
               END-IF
           END-IF.

      *> A purged generation's catalog record is gone too, so GENCAT
      *> alone cannot show the gap. RUNHIST can: every completed run
      *> of the profile after the base must have its generation in
      *> the chain.
      *> Records filed before RUNHIST carried the generation ID are
      *> matched on the ID a cold start builds from its start date
      *> and time; an old resumed run cannot be matched that way and
      *> is passed over.
       1400-CHECK-RUN-HISTORY.
           OPEN INPUT RUNHIST
           IF WS-RHST-STATUS NOT = "00"
               MOVE "Y" TO WS-WARN-SW
               MOVE SPACES TO WS-PBL-KEY
               MOVE "RUNHIST NOT OPENED - ONLY RETAINED FILES CHECKED"
                   TO WS-PBL-TEXT
               PERFORM 9200-WRITE-PROBLEM-LINE
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = "Y"
                   READ RUNHIST NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF RHST-RETURN-CODE = 0
                               AND RHST-PROFILE = WS-BASE-PROFILE
                               PERFORM 1410-CHECK-ONE-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNHIST
           END-IF.

       1410-CHECK-ONE-RUN.
           MOVE SPACES TO WS-RH-GEN-ID
           IF RHST-GEN-ID NOT = SPACES AND RHST-GEN-ID NOT = LOW-VALUES
               MOVE RHST-GEN-ID TO WS-RH-GEN-ID
           ELSE
               IF RHST-RESUME-SW NOT = "Y"
                   STRING "FZ" DELIMITED BY SIZE
                          RHST-START-DATE(3:6) DELIMITED BY SIZE
                          "-" DELIMITED BY SIZE
                          RHST-START-TIME(1:6) DELIMITED BY SIZE
                          INTO WS-RH-GEN-ID
               END-IF
           END-IF
           IF WS-RH-GEN-ID NOT = SPACES
               AND WS-RH-GEN-ID > WS-BASE-GEN-ID
               MOVE "N" TO WS-FOUND-SW
               PERFORM VARYING WS-GY FROM 1 BY 1
                   UNTIL WS-GY > WS-CHAIN-CT OR WS-FOUND-SW = "Y"
                   IF WS-CH-GEN-ID(WS-GY) = WS-RH-GEN-ID
                       MOVE "Y" TO WS-FOUND-SW
                   END-IF
               END-PERFORM
               IF WS-FOUND-SW = "N"
                   MOVE "N" TO WS-VALID-SW
                   MOVE "A GENERATION IN THE CHAIN HAS BEEN PURGED"
                       TO WS-REASON-TEXT
                   MOVE WS-RH-GEN-ID TO WS-PBL-KEY
                   MOVE "COMPLETED RUN ON RUNHIST IS NOT ON GENCAT"
                       TO WS-PBL-TEXT
                   PERFORM 9200-WRITE-PROBLEM-LINE
               END-IF
           END-IF.

      *> The profile's master records are deleted and reloaded; the
      *> history file is kept and each replayed generation's records
      *> are refiled on their own keys, so history older than the
      *> base survives. A damaged master or history file is deleted
      *> before the job is run and comes back empty, to be rebuilt
      *> one profile at a time.
       2000-REBUILD-MASTER.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-GEN-HDG TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           OPEN I-O CLSF-MASTER
           IF WS-MST-STATUS = "35"
               OPEN OUTPUT CLSF-MASTER
               IF WS-MST-STATUS = "00"
                   CLOSE CLSF-MASTER
                   OPEN I-O CLSF-MASTER
               END-IF
           END-IF
           OPEN I-O CLSF-HISTORY
           IF WS-HST-STATUS = "35"
               OPEN OUTPUT CLSF-HISTORY
               IF WS-HST-STATUS = "00"
                   CLOSE CLSF-HISTORY
                   OPEN I-O CLSF-HISTORY
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-MST-STATUS NOT = "00"
                   MOVE "Y" TO WS-STOPPED-SW
                   MOVE "CLASSIFICATION MASTER COULD NOT BE RELOADED"
                       TO WS-REASON-TEXT
                   IF WS-HST-STATUS = "00"
                       CLOSE CLSF-HISTORY
                   END-IF
               WHEN WS-HST-STATUS NOT = "00"
                   MOVE "Y" TO WS-STOPPED-SW
                   MOVE "CLASSIFICATION HISTORY COULD NOT BE OPENED"
                       TO WS-REASON-TEXT
                   CLOSE CLSF-MASTER
               WHEN OTHER
                   PERFORM 2050-CLEAR-PROFILE
                   PERFORM VARYING WS-GX FROM 1 BY 1
                       UNTIL WS-GX > WS-CHAIN-CT OR WS-STOPPED-SW = "Y"
                       PERFORM 2100-APPLY-GENERATION
                   END-PERFORM
                   CLOSE CLSF-MASTER
                   CLOSE CLSF-HISTORY
           END-EVALUATE.

       2050-CLEAR-PROFILE.
           MOVE WS-BASE-PROFILE TO CMST-PROFILE
           MOVE 0 TO CMST-NUMBER
           MOVE "N" TO WS-EOF-SW
           START CLSF-MASTER KEY >= CMST-KEY
               INVALID KEY MOVE "Y" TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ CLSF-MASTER NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF CMST-PROFILE NOT = WS-BASE-PROFILE
                           MOVE "Y" TO WS-EOF-SW
                       ELSE
                           DELETE CLSF-MASTER RECORD
                           ADD 1 TO WS-CLEARED-CT
                       END-IF
               END-READ
           END-PERFORM.

       2100-APPLY-GENERATION.
           MOVE WS-CH-CLSF-FILE(WS-GX) TO WS-CLSF-FILE
           OPEN INPUT FIZZBUZZ-OUT
           IF WS-OUT-STATUS NOT = "00"
               MOVE "Y" TO WS-STOPPED-SW
               MOVE "A RETAINED FILE COULD NOT BE REOPENED"
                   TO WS-REASON-TEXT
               MOVE WS-CH-GEN-ID(WS-GX) TO WS-PBL-KEY
               MOVE "RETAINED FILE COULD NOT BE REOPENED - STOPPED"
                   TO WS-PBL-TEXT
               PERFORM 9200-WRITE-PROBLEM-LINE
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = "Y"
                   READ FIZZBUZZ-OUT
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END PERFORM 2200-APPLY-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE FIZZBUZZ-OUT
               ADD 1 TO WS-APPLIED-CT
               PERFORM 2400-WRITE-GENERATION-LINE
           END-IF.

      *> The same compare 3240-CHECK-DELTA made when the run was
      *> live, against the master as rebuilt so far - which is what
      *> the master held then - so a delta or spot generation's
      *> history gets back the A/C/U flag it was fed with. A spot
      *> generation ("S") sent every number it named, so an unchanged
      *> class is "C" there unless the number is still excluded.
      *> The base is compared against nothing; its history records
      *> are refiled only where missing, since the flag on a delta
      *> base cannot be recomputed.
       2200-APPLY-ONE-RECORD.
           ADD 1 TO WS-CH-READ-CT(WS-GX)
           ADD 1 TO WS-READ-CT
           MOVE WS-BASE-PROFILE TO CMST-PROFILE
           MOVE CLSF-NUMBER TO CMST-NUMBER
           READ CLSF-MASTER
               INVALID KEY MOVE "N" TO WS-PRIOR-SW
               NOT INVALID KEY MOVE "Y" TO WS-PRIOR-SW
           END-READ
           EVALUATE TRUE
               WHEN (WS-CH-DELTA-SW(WS-GX) NOT = "Y"
                     AND WS-CH-DELTA-SW(WS-GX) NOT = "S")
                   OR WS-GX = 1
                   MOVE SPACE TO WS-DELTA-FLAG
               WHEN WS-PRIOR-SW = "N" AND CLSF-CODE = "EXCLUDED"
                   MOVE SPACE TO WS-DELTA-FLAG
               WHEN WS-PRIOR-SW = "N"
                   MOVE "A" TO WS-DELTA-FLAG
               WHEN CMST-CODE = CLSF-CODE
                   AND WS-CH-DELTA-SW(WS-GX) = "S"
                   AND CLSF-CODE NOT = "EXCLUDED"
                   MOVE "C" TO WS-DELTA-FLAG
               WHEN CMST-CODE = CLSF-CODE
                   MOVE "U" TO WS-DELTA-FLAG
               WHEN OTHER
                   MOVE "C" TO WS-DELTA-FLAG
           END-EVALUATE
           MOVE WS-BASE-PROFILE TO CMST-PROFILE
           MOVE CLSF-NUMBER TO CMST-NUMBER
           MOVE CLSF-CODE TO CMST-CODE
           MOVE CLSF-RUN-DATE TO CMST-RUN-DATE
           MOVE CLSF-RUN-ID TO CMST-RUN-ID
           MOVE CLSF-REASON-CD TO CMST-REASON-CD
           IF WS-PRIOR-SW = "Y"
               REWRITE CMST-RECORD
               ADD 1 TO WS-CH-UPD-CT(WS-GX)
           ELSE
               WRITE CMST-RECORD
               ADD 1 TO WS-CH-NEW-CT(WS-GX)
               ADD 1 TO WS-MASTER-CT
           END-IF
           PERFORM 2300-FILE-HISTORY.

       2300-FILE-HISTORY.
           MOVE WS-BASE-PROFILE TO CHST-PROFILE
           MOVE CLSF-NUMBER TO CHST-NUMBER
           MOVE WS-CH-GEN-ID(WS-GX) TO CHST-GEN-ID
           MOVE CLSF-RUN-ID TO CHST-RUN-ID
           MOVE CLSF-CODE TO CHST-CODE
           MOVE CLSF-RUN-DATE TO CHST-RUN-DATE
           MOVE WS-DELTA-FLAG TO CHST-DELTA-FLAG
           MOVE CLSF-REASON-CD TO CHST-REASON-CD
           IF WS-GX = 1
               WRITE CHST-RECORD
                   INVALID KEY ADD 1 TO WS-KEPT-CT
                   NOT INVALID KEY
                       ADD 1 TO WS-CH-HIST-CT(WS-GX)
                       ADD 1 TO WS-HIST-CT
               END-WRITE
           ELSE
               WRITE CHST-RECORD
                   INVALID KEY REWRITE CHST-RECORD
               END-WRITE
               ADD 1 TO WS-CH-HIST-CT(WS-GX)
               ADD 1 TO WS-HIST-CT
           END-IF.

       2400-WRITE-GENERATION-LINE.
           MOVE WS-CH-GEN-ID(WS-GX) TO WS-GNL-GEN-ID
           MOVE WS-CH-PROFILE(WS-GX) TO WS-GNL-PROFILE
           EVALUATE WS-CH-DELTA-SW(WS-GX)
               WHEN "Y"
                   MOVE "DELTA" TO WS-GNL-FEED
               WHEN "S"
                   MOVE "SPOT" TO WS-GNL-FEED
               WHEN OTHER
                   MOVE "FULL" TO WS-GNL-FEED
           END-EVALUATE
           MOVE WS-CH-BALANCED-SW(WS-GX) TO WS-GNL-BALANCED
           MOVE WS-CH-READ-CT(WS-GX) TO WS-GNL-READ
           MOVE WS-CH-NEW-CT(WS-GX) TO WS-GNL-NEW
           MOVE WS-CH-UPD-CT(WS-GX) TO WS-GNL-UPD
           MOVE WS-CH-HIST-CT(WS-GX) TO WS-GNL-HIST
           MOVE WS-GEN-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       3000-WRITE-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "GENERATIONS IN THE CHAIN           :" TO WS-TOT-TAG
           MOVE WS-CHAIN-CT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "GENERATIONS APPLIED                :" TO WS-TOT-TAG
           MOVE WS-APPLIED-CT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "RETAINED RECORDS READ              :" TO WS-TOT-TAG
           MOVE WS-READ-CT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "MASTER RECORDS CLEARED FOR PROFILE :" TO WS-TOT-TAG
           MOVE WS-CLEARED-CT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "MASTER RECORDS REBUILT             :" TO WS-TOT-TAG
           MOVE WS-MASTER-CT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "HISTORY RECORDS FILED              :" TO WS-TOT-TAG
           MOVE WS-HIST-CT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "BASE HISTORY RECORDS KEPT AS FILED :" TO WS-TOT-TAG
           MOVE WS-KEPT-CT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

      *> FIZZAUDT proves the master against the latest balanced
      *> generation; a later unbalanced one replayed here changed
      *> the master when it ran, and the audit will show that too.
       4000-WRITE-RESULT.
           IF WS-STOPPED-SW = "Y"
               MOVE SPACES TO WS-PRINT-LINE
               STRING "RESULT: REBUILD STOPPED - " DELIMITED BY SIZE
                      WS-REASON-TEXT DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
               MOVE "MASTER IS INCOMPLETE - HOLD DELTA RUNS AND RERUN"
                   TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
               MOVE 8 TO RETURN-CODE
               MOVE "E" TO OLOG-EV-SEVERITY
               MOVE "MASTER RECOVERY STOPPED PART WAY - HOLD DELTA RUNS"
                   TO OLOG-EV-MESSAGE
           ELSE
               MOVE "RESULT: MASTER AND HISTORY REBUILT - RUN FIZZAUDT"
                   TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
               IF WS-CH-BALANCED-SW(WS-CHAIN-CT) NOT = "Y"
                   MOVE "NOTE: LATEST GENERATION IS UNBALANCED - FIZZAUDT"
                       TO WS-PRINT-LINE
                   PERFORM 9000-WRITE-REPORT-LINE
                   MOVE "      AUDITS AN EARLIER ONE AND WILL SHOW ITS CHANGES"
                       TO WS-PRINT-LINE
                   PERFORM 9000-WRITE-REPORT-LINE
               END-IF
               MOVE WS-APPLIED-CT TO WS-COUNT-EDIT
               MOVE SPACES TO OLOG-EV-MESSAGE
               STRING "MASTER REBUILT FROM " DELIMITED BY SIZE
                      WS-BASE-GEN-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-BASE-PROFILE DELIMITED BY SPACE
                      " - " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                      " GENERATION(S)" DELIMITED BY SIZE
                      INTO OLOG-EV-MESSAGE
               IF WS-WARN-SW = "Y"
                   MOVE 4 TO RETURN-CODE
                   MOVE "W" TO OLOG-EV-SEVERITY
               ELSE
                   MOVE "I" TO OLOG-EV-SEVERITY
               END-IF
           END-IF
           PERFORM 9900-LOG-EVENT.

       9000-WRITE-REPORT-LINE.
           IF WS-LINE-CT >= WS-LINES-PER-PAGE
               PERFORM 9100-WRITE-PAGE-HEADER
           END-IF
           MOVE WS-PRINT-LINE TO RCV-LINE
           WRITE RCV-LINE
           ADD 1 TO WS-LINE-CT.

       9100-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-PAGE-NO TO WS-HDG-PAGE-NO
           MOVE WS-HEADING-1 TO RCV-LINE
           WRITE RCV-LINE
           MOVE WS-BASE-GEN-ID TO WS-HDG-BASE-GEN-ID
           MOVE WS-BASE-PROFILE TO WS-HDG-PROFILE
           MOVE WS-HEADING-2 TO RCV-LINE
           WRITE RCV-LINE
           MOVE 2 TO WS-LINE-CT.

       9200-WRITE-PROBLEM-LINE.
           MOVE WS-PROBLEM-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.
       END PROGRAM FIZZRCVR.
