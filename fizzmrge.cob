           >>source format free
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZMRGE.
       AUTHOR. Amber.
       DATE-WRITTEN. OCT 7.
      *> MOD-LOG:
      *>   OCT 7  - Amber   - partitioned-run merge step, run after
      *>                      the FIZZORBUZZ partition steps of a run
      *>                      FIZZSPLT cut on PARTCTL. Refuses, with
      *>                      nothing touched, until every partition
      *>                      shows complete for the split's
      *>                      generation, and lists the ones still to
      *>                      run or rerun. It proves each partial's
      *>                      classification file and listing against
      *>                      that partition's control totals, then
      *>                      joins the partials in partition order
      *>                      into one generation: one FIZZBUZZ-OUT,
      *>                      one listing paged afresh, one billing
      *>                      extract, and one CTLTREC totals record
      *>                      summed across the partitions, for
      *>                      FIZZBAL to balance like any other run.
      *>                      It then does what FIZZORBUZZ does at end
      *>                      of an ordinary run - one GENCAT record,
      *>                      one RUNHIST record, the profile's run
      *>                      flags cleared, and the FIZZORBUZZ step
      *>                      stamped on the cycle - marks the PARTCTL
      *>                      header merged, and removes the partial
      *>                      datasets and partition checkpoints.
      *>                      MRGECARD: profile in columns 1-8 (blank
      *>                      for DAILY). Reports to FIZZMRGE.LST.
      *>                      Return code 0 merged, 8 merged but a
      *>                      catalog, log, or flag update failed (the
      *>                      merge may be rerun), 12 merge refused.
      *>   OCT 11 - Amber   - report lines are built in working
      *>                      storage and moved to the print record
      *>                      after the page check, so a page break
      *>                      no longer overprints the pending line.
      *>   OCT 15 - Amber   - a profile missing from PARMFILE, or a
      *>                      rewrite refused, when the run flag is
      *>                      cleared now fails the merge with a
      *>                      line naming the profile, as a RUNHIST
      *>                      failure does, instead of passing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL ASSIGN TO "MRGECARD"
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
           SELECT GENCAT ASSIGN TO "GENCAT"
               ORGANIZATION INDEXED
               RECORD KEY IS GCAT-GEN-ID
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-GCAT-STATUS.
           SELECT RUNHIST ASSIGN TO "RUNHIST"
               ORGANIZATION INDEXED
               RECORD KEY IS RHST-KEY
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-RHST-STATUS.
           SELECT TOTALS-FILE ASSIGN TO DYNAMIC WS-CTL-FILE
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT PART-OUT-IN ASSIGN TO DYNAMIC WS-PART-FILE
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-PIN-STATUS.
           SELECT PART-LST-IN ASSIGN TO DYNAMIC WS-PART-FILE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PIN-STATUS.
           SELECT PART-BIL-IN ASSIGN TO DYNAMIC WS-PART-FILE
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-PIN-STATUS.
           SELECT FIZZBUZZ-OUT ASSIGN TO DYNAMIC WS-CLSF-FILE
               ORGANIZATION SEQUENTIAL.
           SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-FILE
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BILLING-EXTRACT ASSIGN TO DYNAMIC WS-BIL-FILE
               ORGANIZATION SEQUENTIAL.
           SELECT MRGE-RPT ASSIGN TO "FIZZMRGE.LST"
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

       FD  GENCAT.
       COPY GCATREC.

       FD  RUNHIST.
       COPY RHSTREC.

      *> Read for each partition's partial totals, then written once
      *> more under the generation's own name for the merged record.
       FD  TOTALS-FILE.
       COPY CTLTREC.

       FD  PART-OUT-IN.
       01 PART-OUT-REC PIC X(43).

       FD  PART-LST-IN.
       01 PART-LST-LINE PIC X(80).

       FD  PART-BIL-IN.
       01 PART-BIL-REC PIC X(44).

       FD  FIZZBUZZ-OUT.
       COPY CLSFREC.

       FD  REPORT-OUT.
       01 RPT-LINE PIC X(80).

       FD  BILLING-EXTRACT.
       COPY BILLEXT.

       FD  MRGE-RPT.
       01 MRG-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       COPY OLOGEVNT.
       COPY CYCLCALL.
       01 WS-CARD-STATUS PIC XX VALUE "00".
       01 WS-PARM-STATUS PIC XX VALUE "00".
       01 WS-PRTN-STATUS PIC XX VALUE "00".
       01 WS-CKPT-STATUS PIC XX VALUE "00".
       01 WS-GCAT-STATUS PIC XX VALUE "00".
       01 WS-RHST-STATUS PIC XX VALUE "00".
       01 WS-CTL-STATUS PIC XX VALUE "00".
       01 WS-PIN-STATUS PIC XX VALUE "00".
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-TIME PIC X(8).
       01 WS-PROFILE PIC X(8) VALUE "DAILY".
       01 WS-REFUSED-SW PIC X VALUE "N".
       01 WS-FAIL-SW PIC X VALUE "N".
       01 WS-PRTN-OPEN-SW PIC X VALUE "N".
       01 WS-RESUMED-SW PIC X VALUE "N".
       01 WS-EOF-SW PIC X VALUE "N".
       01 WS-FINAL-RC PIC 9(2) VALUE 0.
       01 WS-PX PIC 9(2).
       01 WS-RX PIC 9(2).
       01 WS-SX PIC 9(2).
       01 WS-NOT-DONE-CT PIC 9(2) VALUE 0.
       01 WS-EDIT7 PIC X(7).

      *> The run as the split filed it on the PARTCTL header.
       01 WS-GEN-ID PIC X(15) VALUE SPACES.
       01 WS-RUN-ID PIC X(8) VALUE SPACES.
       01 WS-SPLIT-DATE PIC X(8).
       01 WS-START-TIME PIC X(8).
       01 WS-DELTA-SW PIC X.
       01 WS-START-NO PIC 9(7).
       01 WS-END-NO PIC 9(7).
       01 WS-PART-CT PIC 9(2) VALUE 0.
       01 WS-PARM-SNAPSHOT.
           05 WS-SNAP-KEY PIC X(8).
           05 WS-SNAP-START-NO PIC X(7).
           05 WS-SNAP-END-NO PIC X(7).
           05 WS-SNAP-RULE OCCURS 10.
               10 WS-SNAP-RULE-DIV PIC X(3).
               10 WS-SNAP-RULE-LABEL PIC X(8).
           05 FILLER PIC X(10).

       01 WS-PARTS.
           05 WS-PART OCCURS 10.
               10 WS-PT-START-NO PIC 9(7).
               10 WS-PT-END-NO PIC 9(7).
               10 WS-PT-STATUS PIC X(1).
               10 WS-PT-RC PIC 9(2).
               10 WS-PT-TOTAL-CT PIC 9(7).
               10 WS-PT-OUT-CT PIC 9(7).
               10 WS-PT-LST-CT PIC 9(7).

      *> The partial totals summed; the rules table must read the
      *> same on every partial, since the split held it fixed.
       01 WS-RULE-CT PIC 9(2) VALUE 0.
       01 WS-RULES.
           05 WS-RULE OCCURS 10.
               10 WS-RULE-LABEL PIC X(8).
               10 WS-RULE-HIT-CT PIC 9(7).
       01 WS-COMBO-CT PIC 9(7) VALUE 0.
       01 WS-NUMBER-CT PIC 9(7) VALUE 0.
       01 WS-TOTAL-CT PIC 9(7) VALUE 0.
       01 WS-UNCHANGED-CT PIC 9(7) VALUE 0.
       01 WS-ADDED-CT PIC 9(7) VALUE 0.
       01 WS-CHANGED-CT PIC 9(7) VALUE 0.
       01 WS-EXCLUDED-CT PIC 9(7) VALUE 0.
       01 WS-FORCED-CT PIC 9(7) VALUE 0.
       01 WS-FORCED-OTHER-CT PIC 9(7) VALUE 0.

       01 WS-PART-FILE PIC X(30).
       01 WS-PART-SUFFIX PIC X(4).
       01 WS-CLSF-FILE PIC X(30).
       01 WS-RPT-FILE PIC X(30).
       01 WS-BIL-FILE PIC X(30).
       01 WS-CTL-FILE PIC X(30).
       01 WS-OUT-WRITTEN-CT PIC 9(7) VALUE 0.
       01 WS-LST-WRITTEN-CT PIC 9(7) VALUE 0.
       01 WS-BIL-WRITTEN-CT PIC 9(7) VALUE 0.
       01 WS-REMOVED-CT PIC 9(7) VALUE 0.

      *> The merged listing is paged afresh, exactly as FIZZORBUZZ
      *> pages its own.
       01 WS-LST-PAGE-NO PIC 9(7) VALUE 0.
       01 WS-LST-LINE-CT PIC 9(3) VALUE 0.
       01 WS-LST-HEADING-1.
           05 FILLER PIC X(40) VALUE "FIZZORBUZZ CLASSIFICATION LISTING".
           05 FILLER PIC X(10) VALUE "RUN DATE:".
           05 WS-LHD-RUN-DATE PIC X(8).
           05 FILLER PIC X(7) VALUE "  PAGE:".
           05 WS-LHD-PAGE-NO PIC ZZZZZZ9.
       01 WS-LST-HEADING-2 PIC X(30) VALUE "NUMBER     CLASSIFICATION".

       01 WS-PRINT-LINE PIC X(80).
       01 WS-LINE-CT PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 55.
       01 WS-PAGE-NO PIC 9(7) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER PIC X(40) VALUE "FIZZORBUZZ PARTITIONED RUN MERGE".
           05 FILLER PIC X(10) VALUE "RUN DATE:".
           05 WS-HDG-RUN-DATE PIC X(8).
           05 FILLER PIC X(7) VALUE "  PAGE:".
           05 WS-HDG-PAGE-NO PIC ZZZZZZ9.

       01 WS-HEADING-2.
           05 FILLER PIC X(9) VALUE "PROFILE: ".
           05 WS-HDG-PROFILE PIC X(8).
           05 FILLER PIC X(14) VALUE "  GENERATION: ".
           05 WS-HDG-GEN-ID PIC X(15).
           05 FILLER PIC X(14) VALUE "  PARTITIONS: ".
           05 WS-HDG-PART-CT PIC Z9.

       01 WS-PART-LINE.
           05 FILLER PIC X(12) VALUE "  PARTITION ".
           05 WS-PTL-PART-NO PIC 9(2).
           05 FILLER PIC X(8) VALUE "  FROM ".
           05 WS-PTL-START-NO PIC ZZZZZZ9.
           05 FILLER PIC X(4) VALUE " TO ".
           05 WS-PTL-END-NO PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-PTL-STATUS PIC X(8).
           05 FILLER PIC X(5) VALUE "  RC ".
           05 WS-PTL-RC PIC Z9.
           05 FILLER PIC X(8) VALUE "  TOTAL ".
           05 WS-PTL-TOTAL PIC ZZZZZZ9.

       01 WS-TOTAL-LINE.
           05 WS-TOT-TAG PIC X(36).
           05 WS-TOT-COUNT PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT MRGE-RPT
           PERFORM 9100-WRITE-PAGE-HEADER
           PERFORM 1000-READ-CONTROL-CARD
           PERFORM 2000-READ-PARTCTL
           IF WS-REFUSED-SW = "N"
               PERFORM 2200-CHECK-CYCLE
           END-IF
           IF WS-REFUSED-SW = "N"
               PERFORM 3000-READ-PARTIAL-TOTALS
           END-IF
           IF WS-REFUSED-SW = "N"
               PERFORM 4000-PROVE-PARTIALS
           END-IF
           IF WS-REFUSED-SW = "N"
               PERFORM 5000-BUILD-GENERATION
               PERFORM 6000-WRITE-GENERATION-CAT
               PERFORM 6100-WRITE-RUN-HISTORY
               IF WS-FAIL-SW = "N"
                   PERFORM 6200-END-OF-RUN-PARM-UPDATE
               END-IF
               IF WS-FAIL-SW = "N"
                   PERFORM 6400-CLOSE-PARTCTL-HEADER
               END-IF
               IF WS-FAIL-SW = "N"
                   PERFORM 6500-REMOVE-PARTIALS
                   MOVE 0 TO WS-FINAL-RC
               ELSE
                   MOVE 8 TO WS-FINAL-RC
               END-IF
               PERFORM 6300-STAMP-CYCLE
           END-IF
           IF WS-PRTN-OPEN-SW = "Y"
               CLOSE PARTCTL
           END-IF
           PERFORM 8000-WRITE-TOTALS
           EVALUATE TRUE
               WHEN WS-REFUSED-SW = "Y"
                   MOVE "RESULT: MERGE REFUSED - NOTHING WRITTEN"
                       TO WS-PRINT-LINE
                   MOVE 12 TO WS-FINAL-RC
               WHEN WS-FAIL-SW = "Y"
                   MOVE "RESULT: GENERATION CUT BUT NOT CLOSED OUT - RERUN IT"
                       TO WS-PRINT-LINE
               WHEN OTHER
                   MOVE "RESULT: PARTITIONS MERGED - READY FOR FIZZBAL"
                       TO WS-PRINT-LINE
           END-EVALUATE
           PERFORM 9000-WRITE-REPORT-LINE
           CLOSE MRGE-RPT
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       9900-LOG-EVENT.
           MOVE "FIZZMRGE" TO OLOG-EV-PROGRAM
           MOVE WS-RUN-ID TO OLOG-EV-RUN-ID
           CALL "FIZZOLOG" USING OLOG-EVENT.

       1000-READ-CONTROL-CARD.
           OPEN INPUT RUN-CONTROL
           IF WS-CARD-STATUS = "00"
               READ RUN-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       IF CARD-REC(1:8) NOT = SPACES
                           MOVE CARD-REC(1:8) TO WS-PROFILE
                       END-IF
               END-READ
               CLOSE RUN-CONTROL
           END-IF.

      *> Nothing is merged short: every partition of the open split
      *> must show complete for its generation. The ones that do not
      *> are listed so the operator knows which steps to rerun.
       2000-READ-PARTCTL.
           OPEN I-O PARTCTL
           IF WS-PRTN-STATUS NOT = "00"
               PERFORM 2900-WRITE-HEADING-2
               MOVE SPACES TO WS-PRINT-LINE
               STRING "PARTCTL COULD NOT BE OPENED - STATUS "
                   WS-PRTN-STATUS
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 9200-REFUSE-MERGE
           ELSE
               MOVE "Y" TO WS-PRTN-OPEN-SW
               MOVE WS-PROFILE TO PRTN-PROFILE
               MOVE 0 TO PRTN-PART-NO
               READ PARTCTL
                   INVALID KEY
                       MOVE "23" TO WS-PRTN-STATUS
                   NOT INVALID KEY
                       IF PRTN-STATUS NOT = "O"
                           MOVE "23" TO WS-PRTN-STATUS
                       ELSE
                           PERFORM 2010-TAKE-HEADER
                       END-IF
               END-READ
               PERFORM 2900-WRITE-HEADING-2
               IF WS-PRTN-STATUS NOT = "00"
                   MOVE "NO OPEN PARTITIONED RUN ON PARTCTL FOR THE PROFILE"
                       TO WS-PRINT-LINE
                   PERFORM 9200-REFUSE-MERGE
               ELSE
                   PERFORM VARYING WS-PX FROM 1 BY 1
                       UNTIL WS-PX > WS-PART-CT
                       PERFORM 2100-READ-ONE-PARTITION
                   END-PERFORM
                   MOVE SPACES TO WS-PRINT-LINE
                   PERFORM 9000-WRITE-REPORT-LINE
                   IF WS-NOT-DONE-CT > 0
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING WS-NOT-DONE-CT " PARTITION(S) NOT COMPLETE"
                           " - RUN THEM, THEN RERUN THE MERGE"
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                       END-STRING
                       PERFORM 9200-REFUSE-MERGE
                   END-IF
               END-IF
           END-IF.

       2010-TAKE-HEADER.
           MOVE PRTN-GEN-ID TO WS-GEN-ID
           MOVE PRTN-RUN-ID TO WS-RUN-ID
           MOVE PRTN-RUN-DATE TO WS-SPLIT-DATE
           MOVE PRTN-START-TIME TO WS-START-TIME
           MOVE PRTN-DELTA-SW TO WS-DELTA-SW
           MOVE PRTN-START-NO TO WS-START-NO
           MOVE PRTN-END-NO TO WS-END-NO
           MOVE PRTN-PART-CT TO WS-PART-CT
           MOVE PRTN-PARM-SNAPSHOT TO WS-PARM-SNAPSHOT.

       2100-READ-ONE-PARTITION.
           MOVE ZEROS TO WS-PART(WS-PX)
           MOVE SPACE TO WS-PT-STATUS(WS-PX)
           MOVE WS-PROFILE TO PRTN-PROFILE
           MOVE WS-PX TO PRTN-PART-NO
           MOVE SPACES TO WS-PTL-STATUS
           READ PARTCTL
               INVALID KEY
                   MOVE "MISSING" TO WS-PTL-STATUS
               NOT INVALID KEY
                   IF PRTN-GEN-ID NOT = WS-GEN-ID
                       MOVE "STALE" TO WS-PTL-STATUS
                   ELSE
                       MOVE PRTN-STATUS TO WS-PT-STATUS(WS-PX)
                       MOVE PRTN-RETURN-CODE TO WS-PT-RC(WS-PX)
                       MOVE PRTN-START-NO TO WS-PT-START-NO(WS-PX)
                       MOVE PRTN-END-NO TO WS-PT-END-NO(WS-PX)
                       IF PRTN-RESUME-SW = "Y"
                           MOVE "Y" TO WS-RESUMED-SW
                       END-IF
                       EVALUATE PRTN-STATUS
                           WHEN "C"
                               MOVE "COMPLETE" TO WS-PTL-STATUS
                           WHEN "F"
                               MOVE "FAILED" TO WS-PTL-STATUS
                           WHEN "R"
                               MOVE "RUNNING" TO WS-PTL-STATUS
                           WHEN OTHER
                               MOVE "NOT RUN" TO WS-PTL-STATUS
                       END-EVALUATE
                   END-IF
           END-READ
           IF WS-PT-STATUS(WS-PX) NOT = "C"
               ADD 1 TO WS-NOT-DONE-CT
           END-IF
           MOVE WS-PX TO WS-PTL-PART-NO
           MOVE WS-PT-START-NO(WS-PX) TO WS-PTL-START-NO
           MOVE WS-PT-END-NO(WS-PX) TO WS-PTL-END-NO
           MOVE WS-PT-RC(WS-PX) TO WS-PTL-RC
           MOVE 0 TO WS-PTL-TOTAL
           MOVE WS-PART-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

      *> The cycle is checked again for the split's generation, in
      *> case the night moved on while the partitions ran.
       2200-CHECK-CYCLE.
           MOVE "C" TO CYCL-CL-FUNCTION
           MOVE WS-PROFILE TO CYCL-CL-PROFILE
           MOVE SPACES TO CYCL-CL-BUS-DATE
           MOVE 2 TO CYCL-CL-STEP
           MOVE WS-GEN-ID TO CYCL-CL-GEN-ID
           CALL "FIZZCYCL" USING CYCL-CALL
           IF CYCL-CL-OK-SW NOT = "Y"
               MOVE SPACES TO WS-PRINT-LINE
               STRING "CYCLE CONTROL: " CYCL-CL-MESSAGE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 9200-REFUSE-MERGE
           END-IF.

       2900-WRITE-HEADING-2.
           MOVE WS-PROFILE TO WS-HDG-PROFILE
           MOVE WS-GEN-ID TO WS-HDG-GEN-ID
           MOVE WS-PART-CT TO WS-HDG-PART-CT
           MOVE WS-HEADING-2 TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

      *> Built as FIZZORBUZZ 1065 names them.
       2950-BUILD-PART-NAME.
           MOVE SPACES TO WS-PART-FILE
           STRING "FZPART." WS-PART-SUFFIX WS-GEN-ID "." WS-PX
               DELIMITED BY SIZE INTO WS-PART-FILE
           END-STRING.

       3000-READ-PARTIAL-TOTALS.
           PERFORM VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX > WS-PART-CT OR WS-REFUSED-SW = "Y"
               PERFORM 3100-TAKE-ONE-PARTIAL
           END-PERFORM.

       3100-TAKE-ONE-PARTIAL.
           MOVE "CTL." TO WS-PART-SUFFIX
           PERFORM 2950-BUILD-PART-NAME
           MOVE WS-PART-FILE TO WS-CTL-FILE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT TOTALS-FILE
           IF WS-CTL-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-SW
           ELSE
               READ TOTALS-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
               END-READ
               CLOSE TOTALS-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-EOF-SW = "Y"
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "PARTIAL TOTALS MISSING: " WS-CTL-FILE
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM 9200-REFUSE-MERGE
               WHEN CTLT-GEN-ID NOT = WS-GEN-ID
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "PARTIAL TOTALS ARE FOR ANOTHER GENERATION: "
                       WS-CTL-FILE
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM 9200-REFUSE-MERGE
               WHEN WS-PX = 1
                   MOVE CTLT-RULE-CT TO WS-RULE-CT
                   PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 10
                       MOVE CTLT-RULE-LABEL(WS-RX) TO WS-RULE-LABEL(WS-RX)
                       MOVE 0 TO WS-RULE-HIT-CT(WS-RX)
                   END-PERFORM
                   PERFORM 3110-ADD-PARTIAL
               WHEN OTHER
                   MOVE "N" TO WS-EOF-SW
                   IF CTLT-RULE-CT NOT = WS-RULE-CT
                       MOVE "Y" TO WS-EOF-SW
                   END-IF
                   PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 10
                       IF CTLT-RULE-LABEL(WS-RX) NOT = WS-RULE-LABEL(WS-RX)
                           MOVE "Y" TO WS-EOF-SW
                       END-IF
                   END-PERFORM
                   IF WS-EOF-SW = "Y"
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING "PARTITION " WS-PX
                           " TOTALS DISAGREE ON THE RULES TABLE"
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                       END-STRING
                       PERFORM 9200-REFUSE-MERGE
                   ELSE
                       PERFORM 3110-ADD-PARTIAL
                   END-IF
           END-EVALUATE.

       3110-ADD-PARTIAL.
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 10
               ADD CTLT-RULE-HIT-CT(WS-RX) TO WS-RULE-HIT-CT(WS-RX)
           END-PERFORM
           ADD CTLT-COMBO-CT TO WS-COMBO-CT
           ADD CTLT-NUMBER-CT TO WS-NUMBER-CT
           ADD CTLT-TOTAL-CT TO WS-TOTAL-CT
           ADD CTLT-UNCHANGED-CT TO WS-UNCHANGED-CT
           ADD CTLT-ADDED-CT TO WS-ADDED-CT
           ADD CTLT-CHANGED-CT TO WS-CHANGED-CT
           ADD CTLT-EXCLUDED-CT TO WS-EXCLUDED-CT
           ADD CTLT-FORCED-CT TO WS-FORCED-CT
           ADD CTLT-FORCED-OTHER-CT TO WS-FORCED-OTHER-CT
           MOVE CTLT-TOTAL-CT TO WS-PT-TOTAL-CT(WS-PX).

      *> Every partial classification file and listing must carry
      *> as many records as its partition's totals say it wrote, the
      *> test FIZZBAL applies to a whole generation. Proving before
      *> anything is written keeps a short partial out of the
      *> generation; the partition is then rerun from scratch.
       4000-PROVE-PARTIALS.
           PERFORM VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX > WS-PART-CT OR WS-REFUSED-SW = "Y"
               PERFORM 4100-PROVE-ONE-PARTIAL
           END-PERFORM.

       4100-PROVE-ONE-PARTIAL.
           MOVE "OUT." TO WS-PART-SUFFIX
           PERFORM 2950-BUILD-PART-NAME
           MOVE 0 TO WS-PT-OUT-CT(WS-PX)
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PART-OUT-IN
           IF WS-PIN-STATUS = "00"
               PERFORM UNTIL WS-EOF-SW = "Y"
                   READ PART-OUT-IN
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END ADD 1 TO WS-PT-OUT-CT(WS-PX)
                   END-READ
               END-PERFORM
               CLOSE PART-OUT-IN
           END-IF
           MOVE "LST." TO WS-PART-SUFFIX
           PERFORM 2950-BUILD-PART-NAME
           MOVE 0 TO WS-PT-LST-CT(WS-PX)
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PART-LST-IN
           IF WS-PIN-STATUS = "00"
               PERFORM UNTIL WS-EOF-SW = "Y"
                   READ PART-LST-IN
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 9300-TEST-DETAIL-LINE
                           IF WS-EDIT7 IS NUMERIC
                               ADD 1 TO WS-PT-LST-CT(WS-PX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PART-LST-IN
           END-IF
           IF WS-PT-OUT-CT(WS-PX) NOT = WS-PT-TOTAL-CT(WS-PX)
               OR WS-PT-LST-CT(WS-PX) NOT = WS-PT-TOTAL-CT(WS-PX)
               MOVE SPACES TO WS-PRINT-LINE
               STRING "PARTITION " WS-PX " TOTAL " WS-PT-TOTAL-CT(WS-PX)
                   " FILE " WS-PT-OUT-CT(WS-PX)
                   " LISTING " WS-PT-LST-CT(WS-PX) " - RERUN IT"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 9200-REFUSE-MERGE
           END-IF.

      *> The partials go in partition order, which is number order,
      *> so the generation reads exactly as one pass would have cut
      *> it. A partial listing's page headers and trailer are left
      *> behind; its detail lines are paged afresh.
       5000-BUILD-GENERATION.
           MOVE SPACES TO WS-CLSF-FILE
           STRING "FIZZBUZZ.OUT." WS-GEN-ID
               DELIMITED BY SIZE INTO WS-CLSF-FILE
           END-STRING
           MOVE SPACES TO WS-RPT-FILE
           STRING "FIZZORBUZZ.LST." WS-GEN-ID
               DELIMITED BY SIZE INTO WS-RPT-FILE
           END-STRING
           MOVE SPACES TO WS-BIL-FILE
           STRING "FIZZORBUZZ.BIL." WS-GEN-ID
               DELIMITED BY SIZE INTO WS-BIL-FILE
           END-STRING
           OPEN OUTPUT FIZZBUZZ-OUT
           OPEN OUTPUT REPORT-OUT
           OPEN OUTPUT BILLING-EXTRACT
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PART-CT
               PERFORM 5100-COPY-ONE-PARTITION
           END-PERFORM
           MOVE "END OF REPORT" TO RPT-LINE
           WRITE RPT-LINE
           CLOSE FIZZBUZZ-OUT
           CLOSE REPORT-OUT
           CLOSE BILLING-EXTRACT
           PERFORM 5200-WRITE-TOTALS-FILE.

       5100-COPY-ONE-PARTITION.
           MOVE "OUT." TO WS-PART-SUFFIX
           PERFORM 2950-BUILD-PART-NAME
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PART-OUT-IN
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ PART-OUT-IN
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       MOVE PART-OUT-REC TO CLSF-RECORD
                       WRITE CLSF-RECORD
                       ADD 1 TO WS-OUT-WRITTEN-CT
               END-READ
           END-PERFORM
           CLOSE PART-OUT-IN
           MOVE "LST." TO WS-PART-SUFFIX
           PERFORM 2950-BUILD-PART-NAME
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PART-LST-IN
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ PART-LST-IN
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       PERFORM 9300-TEST-DETAIL-LINE
                       IF WS-EDIT7 IS NUMERIC
                           PERFORM 5110-WRITE-LISTING-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PART-LST-IN
           MOVE "BIL." TO WS-PART-SUFFIX
           PERFORM 2950-BUILD-PART-NAME
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PART-BIL-IN
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ PART-BIL-IN
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       MOVE PART-BIL-REC TO BILL-EXTRACT-RECORD
                       WRITE BILL-EXTRACT-RECORD
                       ADD 1 TO WS-BIL-WRITTEN-CT
               END-READ
           END-PERFORM
           CLOSE PART-BIL-IN.

       5110-WRITE-LISTING-LINE.
           IF WS-LST-LINE-CT >= WS-LINES-PER-PAGE OR WS-LST-PAGE-NO = 0
               ADD 1 TO WS-LST-PAGE-NO
               MOVE WS-SPLIT-DATE TO WS-LHD-RUN-DATE
               MOVE WS-LST-PAGE-NO TO WS-LHD-PAGE-NO
               MOVE WS-LST-HEADING-1 TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-LST-HEADING-2 TO RPT-LINE
               WRITE RPT-LINE
               MOVE 0 TO WS-LST-LINE-CT
           END-IF
           MOVE PART-LST-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LST-LINE-CT
           ADD 1 TO WS-LST-WRITTEN-CT.

      *> One record for the generation, laid out as FIZZORBUZZ 8100
      *> lays it out, so FIZZBAL cannot tell it from a single pass.
       5200-WRITE-TOTALS-FILE.
           MOVE SPACES TO WS-CTL-FILE
           STRING "FIZZORBUZZ.CTL." WS-GEN-ID
               DELIMITED BY SIZE INTO WS-CTL-FILE
           END-STRING
           OPEN OUTPUT TOTALS-FILE
           MOVE SPACES TO CTLT-RECORD
           MOVE WS-PROFILE TO CTLT-PROFILE
           MOVE WS-RUN-ID TO CTLT-RUN-ID
           MOVE WS-SPLIT-DATE TO CTLT-RUN-DATE
           MOVE WS-RULE-CT TO CTLT-RULE-CT
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 10
               MOVE WS-RULE-LABEL(WS-RX) TO CTLT-RULE-LABEL(WS-RX)
               MOVE WS-RULE-HIT-CT(WS-RX) TO CTLT-RULE-HIT-CT(WS-RX)
           END-PERFORM
           MOVE WS-COMBO-CT TO CTLT-COMBO-CT
           MOVE WS-NUMBER-CT TO CTLT-NUMBER-CT
           MOVE WS-TOTAL-CT TO CTLT-TOTAL-CT
           MOVE WS-DELTA-SW TO CTLT-DELTA-SW
           MOVE WS-UNCHANGED-CT TO CTLT-UNCHANGED-CT
           MOVE WS-ADDED-CT TO CTLT-ADDED-CT
           MOVE WS-CHANGED-CT TO CTLT-CHANGED-CT
           MOVE WS-EXCLUDED-CT TO CTLT-EXCLUDED-CT
           MOVE WS-FORCED-CT TO CTLT-FORCED-CT
           MOVE WS-FORCED-OTHER-CT TO CTLT-FORCED-OTHER-CT
           MOVE WS-GEN-ID TO CTLT-GEN-ID
           WRITE CTLT-RECORD
           CLOSE TOTALS-FILE.

      *> As FIZZORBUZZ 8300; a merge rerun rewrites its own record.
       6000-WRITE-GENERATION-CAT.
           OPEN I-O GENCAT
           IF WS-GCAT-STATUS = "35"
               OPEN OUTPUT GENCAT
           END-IF
           IF WS-GCAT-STATUS NOT = "00"
               MOVE "Y" TO WS-FAIL-SW
               MOVE "E" TO OLOG-EV-SEVERITY
               MOVE "GENCAT NOT OPENED - GENERATION NOT CATALOGED"
                   TO OLOG-EV-MESSAGE
               PERFORM 9900-LOG-EVENT
               MOVE OLOG-EV-MESSAGE TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           ELSE
               MOVE SPACES TO GCAT-RECORD
               MOVE WS-GEN-ID TO GCAT-GEN-ID
               MOVE WS-RUN-ID TO GCAT-RUN-ID
               MOVE WS-SPLIT-DATE TO GCAT-RUN-DATE
               MOVE WS-PROFILE TO GCAT-PROFILE
               MOVE WS-DELTA-SW TO GCAT-DELTA-SW
               MOVE "N" TO GCAT-BALANCED-SW
               MOVE "N" TO GCAT-CONFIRMED-SW
               MOVE WS-CLSF-FILE TO GCAT-CLSF-FILE
               MOVE WS-RPT-FILE TO GCAT-RPT-FILE
               MOVE WS-BIL-FILE TO GCAT-BIL-FILE
               MOVE WS-CTL-FILE TO GCAT-CTL-FILE
               WRITE GCAT-RECORD
                   INVALID KEY REWRITE GCAT-RECORD
               END-WRITE
               CLOSE GENCAT
           END-IF.

      *> One record for the whole run, keyed on the split's start
      *> stamp as an ordinary run is keyed on its own. The rules
      *> table is the one the split held fixed, packed as FIZZORBUZZ
      *> 2100 packs it so each entry lines up with its count.
       6100-WRITE-RUN-HISTORY.
           OPEN I-O RUNHIST
           IF WS-RHST-STATUS = "35"
               OPEN OUTPUT RUNHIST
           END-IF
           IF WS-RHST-STATUS NOT = "00"
               MOVE "Y" TO WS-FAIL-SW
               MOVE "E" TO OLOG-EV-SEVERITY
               MOVE "RUNHIST COULD NOT BE OPENED - RUN NOT LOGGED"
                   TO OLOG-EV-MESSAGE
               PERFORM 9900-LOG-EVENT
               MOVE OLOG-EV-MESSAGE TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           ELSE
               MOVE SPACES TO RHST-RECORD
               MOVE WS-SPLIT-DATE TO RHST-START-DATE
               MOVE WS-START-TIME TO RHST-START-TIME
               MOVE WS-RUN-ID TO RHST-RUN-ID
               MOVE WS-PROFILE TO RHST-PROFILE
               ACCEPT RHST-END-DATE FROM DATE YYYYMMDD
               ACCEPT RHST-END-TIME FROM TIME
               MOVE WS-RESUMED-SW TO RHST-RESUME-SW
               MOVE WS-START-NO TO RHST-START-NO
               MOVE WS-END-NO TO RHST-END-NO
               MOVE 0 TO WS-SX
               PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 10
                   MOVE 0 TO RHST-RULE-HIT-CT(WS-RX)
                   IF WS-SNAP-RULE(WS-RX) NOT = SPACES
                       ADD 1 TO WS-SX
                       MOVE WS-SNAP-RULE(WS-RX) TO RHST-RULE-ENTRY(WS-SX)
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > WS-RULE-CT
                   MOVE WS-RULE-HIT-CT(WS-RX) TO RHST-RULE-HIT-CT(WS-RX)
               END-PERFORM
               MOVE WS-COMBO-CT TO RHST-COMBO-CT
               MOVE WS-NUMBER-CT TO RHST-NUMBER-CT
               MOVE WS-TOTAL-CT TO RHST-TOTAL-CT
               MOVE 0 TO RHST-RETURN-CODE
               MOVE WS-DELTA-SW TO RHST-DELTA-SW
               MOVE WS-UNCHANGED-CT TO RHST-UNCHANGED-CT
               MOVE WS-ADDED-CT TO RHST-ADDED-CT
               MOVE WS-CHANGED-CT TO RHST-CHANGED-CT
               MOVE WS-EXCLUDED-CT TO RHST-EXCLUDED-CT
               MOVE WS-FORCED-CT TO RHST-FORCED-CT
               MOVE WS-GEN-ID TO RHST-GEN-ID
               IF WS-FAIL-SW = "Y"
                   MOVE 8 TO RHST-RETURN-CODE
               END-IF
               WRITE RHST-RECORD
                   INVALID KEY REWRITE RHST-RECORD
               END-WRITE
               IF WS-RHST-STATUS NOT = "00"
                   MOVE "Y" TO WS-FAIL-SW
                   MOVE "E" TO OLOG-EV-SEVERITY
                   MOVE "RUNHIST WRITE REJECTED - RUN NOT LOGGED"
                       TO OLOG-EV-MESSAGE
                   PERFORM 9900-LOG-EVENT
                   MOVE OLOG-EV-MESSAGE TO WS-PRINT-LINE
                   PERFORM 9000-WRITE-REPORT-LINE
               END-IF
               CLOSE RUNHIST
           END-IF.

      *> As FIZZORBUZZ 9200: the flags the split raised come down,
      *> and a change forced through while the partitions ran is
      *> flagged where the sign-off will be read.
       6200-END-OF-RUN-PARM-UPDATE.
           OPEN I-O PARMFILE
           IF WS-PARM-STATUS = "00"
               MOVE WS-PROFILE TO PARM-KEY
               READ PARMFILE
                   INVALID KEY
                       MOVE SPACES TO OLOG-EV-MESSAGE
                       STRING "PROFILE " WS-PROFILE
                           " NOT ON PARMFILE - RUN FLAG NOT CLEARED"
                           DELIMITED BY SIZE INTO OLOG-EV-MESSAGE
                       END-STRING
                       PERFORM 6220-NOTE-FLAG-NOT-CLEARED
                   NOT INVALID KEY
                       IF PARM-RECORD NOT = WS-PARM-SNAPSHOT
                           PERFORM 6210-FLAG-PARM-CHANGED
                       END-IF
                       MOVE "N" TO PARM-RESTART-SW
                       MOVE "N" TO PARM-RUN-SW
                       MOVE SPACES TO PARM-RUN-ID
                       REWRITE PARM-RECORD
                           INVALID KEY
                               MOVE SPACES TO OLOG-EV-MESSAGE
                               STRING "PROFILE " WS-PROFILE
                                   " REWRITE FAILED - RUN FLAG STANDS"
                                   DELIMITED BY SIZE INTO OLOG-EV-MESSAGE
                               END-STRING
                               PERFORM 6220-NOTE-FLAG-NOT-CLEARED
                       END-REWRITE
               END-READ
               CLOSE PARMFILE
           ELSE
               MOVE "Y" TO WS-FAIL-SW
               MOVE "W" TO OLOG-EV-SEVERITY
               MOVE "PARMFILE NOT REOPENED AT END OF RUN - FLAGS STAND"
                   TO OLOG-EV-MESSAGE
               PERFORM 9900-LOG-EVENT
               MOVE OLOG-EV-MESSAGE TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           END-IF.

       6210-FLAG-PARM-CHANGED.
           MOVE "W" TO OLOG-EV-SEVERITY
           MOVE "PARAMETER RECORD CHANGED UNDER THIS RUN - SEE PARMHIST"
               TO OLOG-EV-MESSAGE
           PERFORM 9900-LOG-EVENT
           MOVE "WARNING: PARAMETER RECORD CHANGED DURING THE RUN"
               TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "OUTPUTS REFLECT THE VALUES IN FORCE AT THE SPLIT"
               TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       6220-NOTE-FLAG-NOT-CLEARED.
           MOVE "Y" TO WS-FAIL-SW
           MOVE "E" TO OLOG-EV-SEVERITY
           PERFORM 9900-LOG-EVENT
           MOVE OLOG-EV-MESSAGE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

      *> The merge is the FIZZORBUZZ step on the cycle for a
      *> partitioned run; a merge that could not close the run out
      *> stamps it failed, and the rerun restamps it.
       6300-STAMP-CYCLE.
           MOVE "S" TO CYCL-CL-FUNCTION
           MOVE WS-PROFILE TO CYCL-CL-PROFILE
           MOVE 2 TO CYCL-CL-STEP
           MOVE WS-GEN-ID TO CYCL-CL-GEN-ID
           MOVE WS-FINAL-RC TO CYCL-CL-RC
           CALL "FIZZCYCL" USING CYCL-CALL
           MOVE SPACES TO WS-PRINT-LINE
           IF CYCL-CL-OK-SW = "Y"
               STRING "FIZZORBUZZ STAMPED ON CYCLE " CYCL-CL-BUS-DATE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
           ELSE
               MOVE "W" TO OLOG-EV-SEVERITY
               MOVE CYCL-CL-MESSAGE TO OLOG-EV-MESSAGE
               PERFORM 9900-LOG-EVENT
               STRING "CYCLE CONTROL: " CYCL-CL-MESSAGE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
           END-IF
           PERFORM 9000-WRITE-REPORT-LINE.

       6400-CLOSE-PARTCTL-HEADER.
           MOVE WS-PROFILE TO PRTN-PROFILE
           MOVE 0 TO PRTN-PART-NO
           READ PARTCTL
               INVALID KEY
                   MOVE "23" TO WS-PRTN-STATUS
               NOT INVALID KEY
                   MOVE "M" TO PRTN-STATUS
                   ACCEPT PRTN-STAMP-DATE FROM DATE YYYYMMDD
                   ACCEPT PRTN-STAMP-TIME FROM TIME
                   REWRITE PRTN-RECORD
           END-READ
           MOVE SPACES TO OLOG-EV-MESSAGE
           IF WS-PRTN-STATUS = "00"
               MOVE "I" TO OLOG-EV-SEVERITY
               STRING "PARTITIONED RUN " WS-GEN-ID " MERGED FROM "
                   WS-PART-CT " PARTITIONS"
                   DELIMITED BY SIZE INTO OLOG-EV-MESSAGE
               END-STRING
           ELSE
               MOVE "Y" TO WS-FAIL-SW
               MOVE "E" TO OLOG-EV-SEVERITY
               STRING "PARTCTL HEADER NOT MARKED MERGED - STATUS "
                   WS-PRTN-STATUS
                   DELIMITED BY SIZE INTO OLOG-EV-MESSAGE
               END-STRING
           END-IF
           PERFORM 9900-LOG-EVENT
           MOVE OLOG-EV-MESSAGE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

      *> The partials have served their turn once the header reads
      *> merged. A partial that will not delete is only noted; it is
      *> named for a generation nothing else will read.
       6500-REMOVE-PARTIALS.
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PART-CT
               MOVE "OUT." TO WS-PART-SUFFIX
               PERFORM 6510-DELETE-ONE-PARTIAL
               MOVE "LST." TO WS-PART-SUFFIX
               PERFORM 6510-DELETE-ONE-PARTIAL
               MOVE "BIL." TO WS-PART-SUFFIX
               PERFORM 6510-DELETE-ONE-PARTIAL
               MOVE "CTL." TO WS-PART-SUFFIX
               PERFORM 6510-DELETE-ONE-PARTIAL
           END-PERFORM
           OPEN I-O CHECKPOINT-FILE
           IF WS-CKPT-STATUS = "00"
               PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PART-CT
                   MOVE WS-PROFILE TO CKPT-PROFILE
                   MOVE WS-PX TO CKPT-PART-NO
                   DELETE CHECKPOINT-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
               END-PERFORM
               CLOSE CHECKPOINT-FILE
           END-IF.

       6510-DELETE-ONE-PARTIAL.
           PERFORM 2950-BUILD-PART-NAME
           CALL "CBL_DELETE_FILE" USING WS-PART-FILE
           IF RETURN-CODE = 0
               ADD 1 TO WS-REMOVED-CT
           ELSE
               MOVE "W" TO OLOG-EV-SEVERITY
               MOVE SPACES TO OLOG-EV-MESSAGE
               STRING "PARTIAL NOT DELETED: " WS-PART-FILE
                   DELIMITED BY SIZE INTO OLOG-EV-MESSAGE
               END-STRING
               PERFORM 9900-LOG-EVENT
           END-IF
           MOVE 0 TO RETURN-CODE.

       8000-WRITE-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "CONTROL TOTAL ACROSS PARTITIONS    :" TO WS-TOT-TAG
           MOVE WS-TOTAL-CT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "CLASSIFICATION RECORDS MERGED      :" TO WS-TOT-TAG
           MOVE WS-OUT-WRITTEN-CT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "LISTING DETAIL LINES MERGED        :" TO WS-TOT-TAG
           MOVE WS-LST-WRITTEN-CT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "BILLING RECORDS MERGED             :" TO WS-TOT-TAG
           MOVE WS-BIL-WRITTEN-CT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "PARTIAL DATASETS REMOVED           :" TO WS-TOT-TAG
           MOVE WS-REMOVED-CT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       9200-REFUSE-MERGE.
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "Y" TO WS-REFUSED-SW
           MOVE "E" TO OLOG-EV-SEVERITY
           MOVE WS-PRINT-LINE(1:60) TO OLOG-EV-MESSAGE
           PERFORM 9900-LOG-EVENT.

      *> FIZZBAL's test for a listing detail line: the number,
      *> zero-suppressed, in columns 1-7.
       9300-TEST-DETAIL-LINE.
           MOVE PART-LST-LINE(1:7) TO WS-EDIT7
           INSPECT WS-EDIT7 REPLACING LEADING SPACE BY ZERO.

       9000-WRITE-REPORT-LINE.
           IF WS-LINE-CT >= WS-LINES-PER-PAGE
               PERFORM 9100-WRITE-PAGE-HEADER
           END-IF
           MOVE WS-PRINT-LINE TO MRG-LINE
           WRITE MRG-LINE
           ADD 1 TO WS-LINE-CT.

       9100-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-PAGE-NO TO WS-HDG-PAGE-NO
           MOVE WS-HEADING-1 TO MRG-LINE
           WRITE MRG-LINE
           MOVE 1 TO WS-LINE-CT.
       END PROGRAM FIZZMRGE.
