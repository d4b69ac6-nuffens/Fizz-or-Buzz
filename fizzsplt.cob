           >>source format free
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZSPLT.
       AUTHOR. Amber.
       DATE-WRITTEN. OCT 7.
      *> MOD-LOG:
      *>   OCT 7  - Amber   - partitioned-run split step. A MONTHEND
      *>                      sweep of the full range is one pass
      *>                      through FIZZORBUZZ 3000, so its elapsed
      *>                      time grows with volume. This cuts a
      *>                      profile's range into N slices on the
      *>                      keyed PARTCTL file (see PRTNREC) for N
      *>                      FIZZORBUZZ partition steps to run side
      *>                      by side, each with its own checkpoint
      *>                      and partial outputs, and FIZZMRGE to
      *>                      join into one generation. It does once,
      *>                      for the whole run, what an ordinary
      *>                      FIZZORBUZZ start does: checks the cycle,
      *>                      stamps the generation ID, run ID, and
      *>                      run date every slice files under, and
      *>                      flags the profile active. SPLTCARD:
      *>                      profile in columns 1-8 (blank for
      *>                      DAILY), DELTA or blank in columns 10-14,
      *>                      partition count 02-10 in columns 16-17.
      *>                      Reports to FIZZSPLT.LST. Return code 0
      *>                      split filed, 8 PARTCTL or PARMFILE could
      *>                      not be updated, 12 split refused.
      *>   OCT 11 - Amber   - report lines are built in working
      *>                      storage and moved to the print record
      *>                      after the page check, so a page break
      *>                      no longer overprints the pending line.
      *>   OCT 15 - Amber   - setting the run flag files the same "RUN
      *>                      FLAG SET" event on OPSLOG as FIZZORBUZZ,
      *>                      so FIZZABND can time the flag of a
      *>                      partitioned run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL ASSIGN TO "SPLTCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT PARMFILE ASSIGN TO "PARMFILE"
               ORGANIZATION INDEXED
               RECORD KEY IS PARM-KEY
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PARTCTL ASSIGN TO "PARTCTL"
               ORGANIZATION INDEXED
               RECORD KEY IS PRTN-KEY
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-PRTN-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "FIZZORBUZZ.CKPT"
               ORGANIZATION INDEXED
               RECORD KEY IS CKPT-KEY
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT CLSF-MASTER ASSIGN TO "FIZZBUZZ.MST"
               ORGANIZATION INDEXED
               RECORD KEY IS CMST-KEY
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-MST-STATUS.
           SELECT CLSF-HISTORY ASSIGN TO "FIZZBUZZ.HST"
               ORGANIZATION INDEXED
               RECORD KEY IS CHST-KEY
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-HST-STATUS.
           SELECT SPLT-RPT ASSIGN TO "FIZZSPLT.LST"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL.
       01 CARD-REC PIC X(80).

       FD  PARMFILE.
       COPY PARMREC.

       FD  PARTCTL.
       COPY PRTNREC.

       FD  CHECKPOINT-FILE.
       COPY CKPTREC.

       FD  CLSF-MASTER.
       COPY CMSTREC.

       FD  CLSF-HISTORY.
       COPY CHSTREC.

       FD  SPLT-RPT.
       01 SPL-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       COPY OLOGEVNT.
       COPY CYCLCALL.
       01 WS-CARD-STATUS PIC XX VALUE "00".
       01 WS-PARM-STATUS PIC XX VALUE "00".
       01 WS-PRTN-STATUS PIC XX VALUE "00".
       01 WS-CKPT-STATUS PIC XX VALUE "00".
       01 WS-MST-STATUS PIC XX VALUE "00".
       01 WS-HST-STATUS PIC XX VALUE "00".
       01 WS-RUN-DATE PIC X(8).
       01 WS-START-TIME PIC X(8).
       01 WS-RUN-ID PIC X(8) VALUE SPACES.
       01 WS-GEN-ID PIC X(15) VALUE SPACES.
       01 WS-PROFILE PIC X(8) VALUE "DAILY".
       01 WS-DELTA-SW PIC X VALUE "N".
       01 WS-PART-CARD PIC X(2) VALUE SPACES.
       01 WS-PART-CT PIC 9(2) VALUE 0.
       01 WS-REFUSED-SW PIC X VALUE "N".
       01 WS-PARM-OPEN-SW PIC X VALUE "N".
       01 WS-PRTN-OPEN-SW PIC X VALUE "N".
       01 WS-FLAG-SET-SW PIC X VALUE "N".
       01 WS-FILED-SW PIC X VALUE "N".
       01 WS-RULE-SEEN-SW PIC X VALUE "N".
       01 WS-PX PIC 9(2).
       01 WS-RX PIC 9(2).

      *> The range and how it is cut. The slices are as even as the
      *> span allows: each gets the span divided by the count, and
      *> the first (span mod count) of them one number more.
       01 WS-START-NO PIC 9(7) VALUE 0.
       01 WS-END-NO PIC 9(7) VALUE 0.
       01 WS-SPAN PIC 9(7) VALUE 0.
       01 WS-SLICE-BASE PIC 9(7) VALUE 0.
       01 WS-SLICE-EXTRA PIC 9(7) VALUE 0.
       01 WS-SLICE-SIZE PIC 9(7) VALUE 0.
       01 WS-NEXT-START PIC 9(7) VALUE 0.
       01 WS-PARM-SNAPSHOT PIC X(142) VALUE SPACES.
       01 WS-SLICES.
           05 WS-SLICE OCCURS 10.
               10 WS-SL-START-NO PIC 9(7).
               10 WS-SL-END-NO PIC 9(7).

       01 WS-PRINT-LINE PIC X(80).
       01 WS-LINE-CT PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 55.
       01 WS-PAGE-NO PIC 9(7) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER PIC X(40) VALUE "FIZZORBUZZ PARTITIONED RUN SPLIT".
           05 FILLER PIC X(10) VALUE "RUN DATE:".
           05 WS-HDG-RUN-DATE PIC X(8).
           05 FILLER PIC X(7) VALUE "  PAGE:".
           05 WS-HDG-PAGE-NO PIC ZZZZZZ9.

       01 WS-HEADING-2.
           05 FILLER PIC X(9) VALUE "PROFILE: ".
           05 WS-HDG-PROFILE PIC X(8).
           05 FILLER PIC X(8) VALUE "  MODE: ".
           05 WS-HDG-MODE PIC X(5).
           05 FILLER PIC X(14) VALUE "  PARTITIONS: ".
           05 WS-HDG-PART-CARD PIC X(2).

       01 WS-GEN-LINE.
           05 FILLER PIC X(12) VALUE "GENERATION: ".
           05 WS-GNL-GEN-ID PIC X(15).
           05 FILLER PIC X(10) VALUE "  RUN ID: ".
           05 WS-GNL-RUN-ID PIC X(8).
           05 FILLER PIC X(9) VALUE "  RANGE: ".
           05 WS-GNL-START-NO PIC ZZZZZZ9.
           05 FILLER PIC X(4) VALUE " TO ".
           05 WS-GNL-END-NO PIC ZZZZZZ9.

       01 WS-SLICE-LINE.
           05 FILLER PIC X(12) VALUE "  PARTITION ".
           05 WS-SLL-PART-NO PIC 9(2).
           05 FILLER PIC X(8) VALUE "  FROM ".
           05 WS-SLL-START-NO PIC ZZZZZZ9.
           05 FILLER PIC X(4) VALUE " TO ".
           05 WS-SLL-END-NO PIC ZZZZZZ9.
           05 FILLER PIC X(10) VALUE "  NUMBERS ".
           05 WS-SLL-COUNT PIC ZZZZZZ9.

       01 WS-TOTAL-LINE.
           05 WS-TOT-TAG PIC X(36).
           05 WS-TOT-COUNT PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           STRING "FZ" WS-RUN-DATE(3:6) DELIMITED BY SIZE
                  INTO WS-RUN-ID
           STRING WS-RUN-ID DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-START-TIME(1:6) DELIMITED BY SIZE
                  INTO WS-GEN-ID
           OPEN OUTPUT SPLT-RPT
           PERFORM 9100-WRITE-PAGE-HEADER
           PERFORM 1000-READ-CONTROL-CARD
           IF WS-REFUSED-SW = "N"
               PERFORM 2000-READ-PROFILE
           END-IF
           IF WS-REFUSED-SW = "N"
               PERFORM 2100-CHECK-CYCLE
           END-IF
           IF WS-REFUSED-SW = "N"
               PERFORM 2200-CHECK-PARTCTL
           END-IF
           IF WS-REFUSED-SW = "N"
               PERFORM 2300-CUT-SLICES
               PERFORM 2400-PRECREATE-SHARED-FILES
               PERFORM 3000-SET-RUN-ACTIVE
           END-IF
           IF WS-FLAG-SET-SW = "Y"
               PERFORM 4000-FILE-PARTITIONS
               IF WS-FILED-SW = "N"
                   PERFORM 4900-CLEAR-RUN-FLAG
               END-IF
           END-IF
           IF WS-PARM-OPEN-SW = "Y"
               CLOSE PARMFILE
           END-IF
           IF WS-PRTN-OPEN-SW = "Y"
               CLOSE PARTCTL
           END-IF
           PERFORM 8000-WRITE-TOTALS
           EVALUATE TRUE
               WHEN WS-REFUSED-SW = "Y"
                   MOVE "RESULT: SPLIT REFUSED - NO PARTITION MAY RUN"
                       TO WS-PRINT-LINE
                   MOVE 12 TO RETURN-CODE
               WHEN WS-FILED-SW = "N"
                   MOVE "RESULT: SPLIT NOT FILED - SEE OPSLOG"
                       TO WS-PRINT-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE "RESULT: SPLIT FILED - RUN THE PARTITIONS THEN FIZZMRGE"
                       TO WS-PRINT-LINE
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9000-WRITE-REPORT-LINE
           CLOSE SPLT-RPT
           STOP RUN.

       9900-LOG-EVENT.
           MOVE "FIZZSPLT" TO OLOG-EV-PROGRAM
           MOVE WS-RUN-ID TO OLOG-EV-RUN-ID
           CALL "FIZZOLOG" USING OLOG-EVENT.

      *> A spot run is a handful of numbers and is never split; the
      *> partition count is required, since a split of one is just
      *> an ordinary run with extra steps.
       1000-READ-CONTROL-CARD.
           OPEN INPUT RUN-CONTROL
           IF WS-CARD-STATUS = "00"
               READ RUN-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       IF CARD-REC(1:8) NOT = SPACES
                           MOVE CARD-REC(1:8) TO WS-PROFILE
                       END-IF
                       EVALUATE CARD-REC(10:5)
                           WHEN SPACES
                               CONTINUE
                           WHEN "DELTA"
                               MOVE "Y" TO WS-DELTA-SW
                           WHEN "SPOT "
                               MOVE "A SPOT RUN IS NEVER PARTITIONED"
                                   TO WS-PRINT-LINE
                               PERFORM 9200-REFUSE-SPLIT
                           WHEN OTHER
                               MOVE "SPLTCARD MODE NOT DELTA OR BLANK"
                                   TO WS-PRINT-LINE
                               PERFORM 9200-REFUSE-SPLIT
                       END-EVALUATE
                       MOVE CARD-REC(16:2) TO WS-PART-CARD
               END-READ
               CLOSE RUN-CONTROL
           END-IF
           IF WS-REFUSED-SW = "N"
               IF WS-PART-CARD IS NUMERIC
                   MOVE WS-PART-CARD TO WS-PART-CT
               END-IF
               IF WS-PART-CT < 2 OR WS-PART-CT > 10
                   MOVE "SPLTCARD PARTITION COUNT MUST BE 02 TO 10"
                       TO WS-PRINT-LINE
                   PERFORM 9200-REFUSE-SPLIT
               END-IF
           END-IF
           MOVE WS-PROFILE TO WS-HDG-PROFILE
           IF WS-DELTA-SW = "Y"
               MOVE "DELTA" TO WS-HDG-MODE
           ELSE
               MOVE "FULL" TO WS-HDG-MODE
           END-IF
           MOVE WS-PART-CARD TO WS-HDG-PART-CARD
           MOVE WS-HEADING-2 TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

      *> The profile is read for update and held open, so the flag
      *> goes up on the record the edits were made against. The
      *> edits are FIZZORBUZZ 2000's, plus the interlock: a profile
      *> with a run in flight, or a checkpoint restart still to be
      *> run, is not split.
       2000-READ-PROFILE.
           OPEN I-O PARMFILE
           IF WS-PARM-STATUS NOT = "00"
               MOVE SPACES TO WS-PRINT-LINE
               STRING "PARMFILE COULD NOT BE OPENED - STATUS "
                   WS-PARM-STATUS
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 9200-REFUSE-SPLIT
           ELSE
               MOVE "Y" TO WS-PARM-OPEN-SW
               MOVE WS-PROFILE TO PARM-KEY
               READ PARMFILE
                   INVALID KEY
                       MOVE "PROFILE NOT FOUND ON PARMFILE" TO WS-PRINT-LINE
                       PERFORM 9200-REFUSE-SPLIT
                   NOT INVALID KEY
                       PERFORM 2010-EDIT-PROFILE
               END-READ
           END-IF.

       2010-EDIT-PROFILE.
           MOVE "N" TO WS-RULE-SEEN-SW
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 10
               IF PARM-RULE-ENTRY(WS-RX) NOT = SPACES
                   MOVE "Y" TO WS-RULE-SEEN-SW
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN PARM-START-NO IS NOT NUMERIC
                   OR PARM-END-NO IS NOT NUMERIC
                   MOVE "START OR END NUMBER IS NOT NUMERIC" TO WS-PRINT-LINE
                   PERFORM 9200-REFUSE-SPLIT
               WHEN PARM-START-NO > PARM-END-NO
                   MOVE "START NUMBER MUST NOT EXCEED END NUMBER"
                       TO WS-PRINT-LINE
                   PERFORM 9200-REFUSE-SPLIT
               WHEN WS-RULE-SEEN-SW = "N"
                   MOVE "PROFILE HAS NO CLASSIFICATION RULES" TO WS-PRINT-LINE
                   PERFORM 9200-REFUSE-SPLIT
               WHEN PARM-RUN-SW = "A"
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "PROFILE ALREADY HAS RUN " PARM-RUN-ID
                       " IN FLIGHT - NOT SPLIT"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM 9200-REFUSE-SPLIT
               WHEN PARM-RESTART-SW = "Y"
                   MOVE "A CHECKPOINT RESTART IS PENDING - RUN IT FIRST"
                       TO WS-PRINT-LINE
                   PERFORM 9200-REFUSE-SPLIT
               WHEN OTHER
                   MOVE PARM-START-NO TO WS-START-NO
                   MOVE PARM-END-NO TO WS-END-NO
                   COMPUTE WS-SPAN = WS-END-NO - WS-START-NO + 1
                   IF WS-PART-CT > WS-SPAN
                       MOVE "MORE PARTITIONS THAN NUMBERS IN THE RANGE"
                           TO WS-PRINT-LINE
                       PERFORM 9200-REFUSE-SPLIT
                   END-IF
           END-EVALUATE.

      *> The split stands in for the FIZZORBUZZ step on the cycle, so
      *> it makes the step's own check; FIZZMRGE makes it again and
      *> stamps the step when the generation is whole.
       2100-CHECK-CYCLE.
           MOVE "C" TO CYCL-CL-FUNCTION
           MOVE WS-PROFILE TO CYCL-CL-PROFILE
           MOVE SPACES TO CYCL-CL-BUS-DATE
           MOVE 2 TO CYCL-CL-STEP
           MOVE WS-GEN-ID TO CYCL-CL-GEN-ID
           CALL "FIZZCYCL" USING CYCL-CALL
           MOVE 0 TO RETURN-CODE
           IF CYCL-CL-OK-SW NOT = "Y"
               MOVE SPACES TO WS-PRINT-LINE
               STRING "CYCLE CONTROL: " CYCL-CL-MESSAGE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 9200-REFUSE-SPLIT
           END-IF.

      *> One open partitioned run per profile: a header still "O"
      *> belongs to a run that is neither merged nor abandoned.
       2200-CHECK-PARTCTL.
           OPEN I-O PARTCTL
           IF WS-PRTN-STATUS = "35"
               OPEN OUTPUT PARTCTL
               IF WS-PRTN-STATUS = "00"
                   CLOSE PARTCTL
                   OPEN I-O PARTCTL
               END-IF
           END-IF
           IF WS-PRTN-STATUS NOT = "00"
               MOVE SPACES TO WS-PRINT-LINE
               STRING "PARTCTL COULD NOT BE OPENED - STATUS "
                   WS-PRTN-STATUS
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 9200-REFUSE-SPLIT
           ELSE
               MOVE "Y" TO WS-PRTN-OPEN-SW
               MOVE WS-PROFILE TO PRTN-PROFILE
               MOVE 0 TO PRTN-PART-NO
               READ PARTCTL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PRTN-STATUS = "O"
                           MOVE SPACES TO WS-PRINT-LINE
                           STRING "PARTITIONED RUN " PRTN-GEN-ID
                               " STILL OPEN - MERGE OR CLEAN IT"
                               DELIMITED BY SIZE INTO WS-PRINT-LINE
                           END-STRING
                           PERFORM 9200-REFUSE-SPLIT
                       END-IF
               END-READ
           END-IF.

       2300-CUT-SLICES.
           DIVIDE WS-SPAN BY WS-PART-CT GIVING WS-SLICE-BASE
               REMAINDER WS-SLICE-EXTRA
           MOVE WS-START-NO TO WS-NEXT-START
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PART-CT
               MOVE WS-SLICE-BASE TO WS-SLICE-SIZE
               IF WS-PX <= WS-SLICE-EXTRA
                   ADD 1 TO WS-SLICE-SIZE
               END-IF
               MOVE WS-NEXT-START TO WS-SL-START-NO(WS-PX)
               COMPUTE WS-SL-END-NO(WS-PX) =
                   WS-NEXT-START + WS-SLICE-SIZE - 1
               COMPUTE WS-NEXT-START = WS-SL-END-NO(WS-PX) + 1
           END-PERFORM.

      *> The classification master, its history, and the checkpoint
      *> file are created on first use by whichever run opens them
      *> first. N partitions starting together would race to create
      *> them, so any not there yet are created empty here.
       2400-PRECREATE-SHARED-FILES.
           OPEN I-O CHECKPOINT-FILE
           IF WS-CKPT-STATUS = "35"
               OPEN OUTPUT CHECKPOINT-FILE
           END-IF
           IF WS-CKPT-STATUS = "00"
               CLOSE CHECKPOINT-FILE
           END-IF
           OPEN I-O CLSF-MASTER
           IF WS-MST-STATUS = "35"
               OPEN OUTPUT CLSF-MASTER
           END-IF
           IF WS-MST-STATUS = "00"
               CLOSE CLSF-MASTER
           END-IF
           OPEN I-O CLSF-HISTORY
           IF WS-HST-STATUS = "35"
               OPEN OUTPUT CLSF-HISTORY
           END-IF
           IF WS-HST-STATUS = "00"
               CLOSE CLSF-HISTORY
           END-IF.

      *> As FIZZORBUZZ 1200 does for an ordinary run; the snapshot
      *> goes on the PARTCTL header for every partition to check
      *> and for the merge to compare at end of run. The flag is
      *> timed on OPSLOG by the same "RUN FLAG SET" event.
       3000-SET-RUN-ACTIVE.
           MOVE "A" TO PARM-RUN-SW
           MOVE WS-RUN-ID TO PARM-RUN-ID
           REWRITE PARM-RECORD
               INVALID KEY
                   MOVE "E" TO OLOG-EV-SEVERITY
                   MOVE "PARMFILE REWRITE REJECTED - SPLIT NOT FILED"
                       TO OLOG-EV-MESSAGE
                   PERFORM 9900-LOG-EVENT
                   MOVE OLOG-EV-MESSAGE TO WS-PRINT-LINE
                   PERFORM 9000-WRITE-REPORT-LINE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FLAG-SET-SW
                   MOVE PARM-RECORD TO WS-PARM-SNAPSHOT
                   MOVE "I" TO OLOG-EV-SEVERITY
                   MOVE SPACES TO OLOG-EV-MESSAGE
                   STRING "RUN FLAG SET ON PROFILE " WS-PROFILE
                       DELIMITED BY SIZE INTO OLOG-EV-MESSAGE
                   END-STRING
                   PERFORM 9900-LOG-EVENT
           END-REWRITE.

      *> The partition records go on first and the header last: it
      *> is the open header that lets a partition step run, so a
      *> split that fails part way leaves nothing runnable. Records
      *> left over from an earlier split with more partitions are
      *> removed.
       4000-FILE-PARTITIONS.
           MOVE "Y" TO WS-FILED-SW
           MOVE WS-GEN-ID TO WS-GNL-GEN-ID
           MOVE WS-RUN-ID TO WS-GNL-RUN-ID
           MOVE WS-START-NO TO WS-GNL-START-NO
           MOVE WS-END-NO TO WS-GNL-END-NO
           MOVE WS-GEN-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PART-CT
               IF WS-FILED-SW = "Y"
                   PERFORM 4100-FILE-ONE-PARTITION
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PX FROM WS-PX BY 1 UNTIL WS-PX > 10
               MOVE WS-PROFILE TO PRTN-PROFILE
               MOVE WS-PX TO PRTN-PART-NO
               DELETE PARTCTL RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           END-PERFORM
           IF WS-FILED-SW = "Y"
               PERFORM 4200-FILE-HEADER
           END-IF
           MOVE SPACES TO OLOG-EV-MESSAGE
           IF WS-FILED-SW = "Y"
               MOVE "I" TO OLOG-EV-SEVERITY
               STRING "PARTITIONED RUN " WS-GEN-ID " SPLIT "
                   WS-PART-CT " WAYS FOR " WS-PROFILE
                   DELIMITED BY SIZE INTO OLOG-EV-MESSAGE
               END-STRING
           ELSE
               MOVE "E" TO OLOG-EV-SEVERITY
               STRING "PARTCTL WRITE FAILED - SPLIT NOT FILED - STATUS "
                   WS-PRTN-STATUS
                   DELIMITED BY SIZE INTO OLOG-EV-MESSAGE
               END-STRING
               MOVE OLOG-EV-MESSAGE TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           END-IF
           PERFORM 9900-LOG-EVENT.

       4100-FILE-ONE-PARTITION.
           PERFORM 4300-BUILD-COMMON-FIELDS
           MOVE WS-PX TO PRTN-PART-NO
           MOVE WS-SL-START-NO(WS-PX) TO PRTN-START-NO
           MOVE WS-SL-END-NO(WS-PX) TO PRTN-END-NO
           MOVE SPACE TO PRTN-STATUS
           WRITE PRTN-RECORD
               INVALID KEY REWRITE PRTN-RECORD
           END-WRITE
           IF WS-PRTN-STATUS NOT = "00"
               MOVE "N" TO WS-FILED-SW
           ELSE
               MOVE WS-PX TO WS-SLL-PART-NO
               MOVE PRTN-START-NO TO WS-SLL-START-NO
               MOVE PRTN-END-NO TO WS-SLL-END-NO
               COMPUTE WS-SLL-COUNT = PRTN-END-NO - PRTN-START-NO + 1
               MOVE WS-SLICE-LINE TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           END-IF.

       4200-FILE-HEADER.
           PERFORM 4300-BUILD-COMMON-FIELDS
           MOVE 0 TO PRTN-PART-NO
           MOVE WS-START-NO TO PRTN-START-NO
           MOVE WS-END-NO TO PRTN-END-NO
           MOVE "O" TO PRTN-STATUS
           MOVE WS-PARM-SNAPSHOT TO PRTN-PARM-SNAPSHOT
           WRITE PRTN-RECORD
               INVALID KEY REWRITE PRTN-RECORD
           END-WRITE
           IF WS-PRTN-STATUS NOT = "00"
               MOVE "N" TO WS-FILED-SW
           END-IF.

       4300-BUILD-COMMON-FIELDS.
           MOVE SPACES TO PRTN-RECORD
           MOVE WS-PROFILE TO PRTN-PROFILE
           MOVE WS-GEN-ID TO PRTN-GEN-ID
           MOVE WS-RUN-ID TO PRTN-RUN-ID
           MOVE WS-RUN-DATE TO PRTN-RUN-DATE
           MOVE WS-START-TIME TO PRTN-START-TIME
           MOVE WS-DELTA-SW TO PRTN-DELTA-SW
           MOVE 0 TO PRTN-RETURN-CODE
           MOVE "N" TO PRTN-RESUME-SW
           ACCEPT PRTN-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT PRTN-STAMP-TIME FROM TIME
           MOVE WS-PART-CT TO PRTN-PART-CT.

      *> A split that could not be filed takes the flag back off, as
      *> FIZZORBUZZ 9300 does for a refused run.
       4900-CLEAR-RUN-FLAG.
           MOVE "N" TO PARM-RUN-SW
           MOVE SPACES TO PARM-RUN-ID
           REWRITE PARM-RECORD
               INVALID KEY
                   MOVE "E" TO OLOG-EV-SEVERITY
                   MOVE "PARMFILE REWRITE REJECTED - RUN FLAG STILL UP"
                       TO OLOG-EV-MESSAGE
                   PERFORM 9900-LOG-EVENT
                   MOVE OLOG-EV-MESSAGE TO WS-PRINT-LINE
                   PERFORM 9000-WRITE-REPORT-LINE
           END-REWRITE.

       8000-WRITE-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "PARTITIONS FILED                   :" TO WS-TOT-TAG
           IF WS-FILED-SW = "Y"
               MOVE WS-PART-CT TO WS-TOT-COUNT
           ELSE
               MOVE 0 TO WS-TOT-COUNT
           END-IF
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "NUMBERS IN THE PROFILE RANGE       :" TO WS-TOT-TAG
           MOVE WS-SPAN TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       9200-REFUSE-SPLIT.
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "Y" TO WS-REFUSED-SW
           MOVE "E" TO OLOG-EV-SEVERITY
           MOVE WS-PRINT-LINE(1:60) TO OLOG-EV-MESSAGE
           PERFORM 9900-LOG-EVENT.

       9000-WRITE-REPORT-LINE.
           IF WS-LINE-CT >= WS-LINES-PER-PAGE
               PERFORM 9100-WRITE-PAGE-HEADER
           END-IF
           MOVE WS-PRINT-LINE TO SPL-LINE
           WRITE SPL-LINE
           ADD 1 TO WS-LINE-CT.

       9100-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-PAGE-NO TO WS-HDG-PAGE-NO
           MOVE WS-HEADING-1 TO SPL-LINE
           WRITE SPL-LINE
           MOVE 1 TO WS-LINE-CT.
       END PROGRAM FIZZSPLT.
