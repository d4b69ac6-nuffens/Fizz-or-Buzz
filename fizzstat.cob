      *>                      so concurrent runs keep separate
      *>                      checkpoints); the ESDS browse became
      *>                      a keyed read of the profile's record.
      *>   OCT 7  - Amber   - checkpoint key is profile plus
      *>                      partition number; an ordinary run
      *>                      reads partition zero. A run the
      *>                      PARTCTL header shows split into
      *>                      partitions is shown whole - counts and
      *>                      percent complete summed across the
      *>                      partition checkpoints, and how many of
      *>                      the partitions have finished.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY PARMREC.
       COPY CKPTREC.
       COPY RHSTREC.
       COPY PRTNREC.

       01 WS-RESP PIC S9(8) COMP VALUE 0.
       01 WS-PROFILE PIC X(8).
       01 WS-READ-CT PIC 9(3).
       01 WS-CPOS PIC 9(3).
       01 WS-COUNT-EDIT PIC ZZZZZZ9.
       01 WS-SPLIT-SW PIC X VALUE "N".
       01 WS-PX PIC 9(2).
       01 WS-PART-EDIT PIC Z9.
       01 WS-PT-GEN-ID PIC X(15).
       01 WS-PT-PART-CT PIC 9(2).
       01 WS-PT-START-NO PIC 9(7).
       01 WS-PT-END-NO PIC 9(7).
       01 WS-PT-DELTA-SW PIC X.
       01 WS-PT-COMPLETE-CT PIC 9(2).
       01 WS-PT-DONE-CT PIC 9(8).
       01 WS-PT-RULE-CT PIC 9(7) OCCURS 10.
       01 WS-PT-COMBO-CT PIC 9(7).
       01 WS-PT-NUMBER-CT PIC 9(7).
       01 WS-PT-UNCHANGED-CT PIC 9(7).
       01 WS-PT-ADDED-CT PIC 9(7).
       01 WS-PT-CHANGED-CT PIC 9(7).
       01 WS-PT-EXCLUDED-CT PIC 9(7).
       01 WS-PT-FORCED-CT PIC 9(7).
       01 WS-CNT-LINE PIC X(70).
       01 WS-RANGE-TEXT.
           05 WS-RNG-START PIC 9(7).
                   MOVE PARM-RUN-ID TO RSRUNIDO
                   MOVE "RUN STATUS REFRESHED - ENTER REFRESHES AGAIN"
                       TO RSMSGO
                   PERFORM 3100-CHECK-PARTITIONED-RUN
                   IF WS-SPLIT-SW = "Y"
                       PERFORM 4300-SHOW-PARTITIONS
                   ELSE
                       PERFORM 4000-SHOW-CHECKPOINT
                   END-IF
               ELSE
                   MOVE "IDLE - NO RUN ACTIVE" TO RSSTATO
                   MOVE "NO RUN IN FLIGHT - LAST RUNS LISTED BELOW"
               END-IF
           END-IF.

      *> The active run is a partitioned one when the profile's
      *> PARTCTL header is open under the same run ID.
       3100-CHECK-PARTITIONED-RUN.
           MOVE "N" TO WS-SPLIT-SW
           MOVE WS-PROFILE TO PRTN-PROFILE
           MOVE 0 TO PRTN-PART-NO
           EXEC CICS READ FILE('PARTCTL')
               INTO(PRTN-RECORD)
               RIDFLD(PRTN-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF PRTN-STATUS = "O" AND PRTN-RUN-ID = PARM-RUN-ID
                   MOVE "Y" TO WS-SPLIT-SW
                   MOVE PRTN-GEN-ID TO WS-PT-GEN-ID
                   MOVE PRTN-PART-CT TO WS-PT-PART-CT
                   MOVE PRTN-START-NO TO WS-PT-START-NO
                   MOVE PRTN-END-NO TO WS-PT-END-NO
                   MOVE PRTN-DELTA-SW TO WS-PT-DELTA-SW
               END-IF
           END-IF.

      *> The checkpoint file holds one record per profile and
      *> partition, keyed on both and rewritten as the run advances;
      *> an ordinary run's record is partition zero. A keyed read
      *> picks up whatever the run last cut without disturbing it.
       4000-SHOW-CHECKPOINT.
           MOVE WS-PROFILE TO CKPT-PROFILE
           MOVE 0 TO CKPT-PART-NO
           EXEC CICS READ FILE('CKPTFILE')
               INTO(CKPT-RECORD)
               RIDFLD(CKPT-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
           END-STRING
           MOVE WS-CNT-LINE TO RSCNTI(4).

      *> Each partition checkpoints its own slice; the run's
      *> progress is the sum of them all against the whole range.
      *> A checkpoint left from an earlier split of the profile is
      *> not counted. The summed counts go through the checkpoint
      *> record area so the count lines format as for any run.
       4300-SHOW-PARTITIONS.
           MOVE 0 TO WS-PT-COMPLETE-CT WS-PT-DONE-CT
           MOVE 0 TO WS-PT-COMBO-CT WS-PT-NUMBER-CT
                     WS-PT-UNCHANGED-CT WS-PT-ADDED-CT
                     WS-PT-CHANGED-CT WS-PT-EXCLUDED-CT
                     WS-PT-FORCED-CT
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 10
               MOVE 0 TO WS-PT-RULE-CT(WS-RX)
           END-PERFORM
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PT-PART-CT
               PERFORM 4310-TAKE-ONE-PARTITION
           END-PERFORM
           MOVE "ACTIVE - PARTITIONED" TO RSSTATO
           IF WS-PT-DELTA-SW = "Y"
               MOVE "DELTA" TO RSMODEO
           ELSE
               MOVE "FULL" TO RSMODEO
           END-IF
           MOVE WS-PT-START-NO TO WS-RNG-START
           MOVE WS-PT-END-NO TO WS-RNG-END
           MOVE WS-RANGE-TEXT TO RSRANGEO
           MOVE SPACES TO RSLASTO
           COMPUTE WS-RANGE-SPAN = WS-PT-END-NO - WS-PT-START-NO + 1
           IF WS-RANGE-SPAN > 0
               COMPUTE WS-PCT = WS-PT-DONE-CT * 100 / WS-RANGE-SPAN
               MOVE WS-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO RSPCTO(1:3)
               MOVE "%" TO RSPCTO(4:1)
           END-IF
           MOVE WS-PT-START-NO TO CKPT-START-NO
           MOVE WS-PT-END-NO TO CKPT-END-NO
           MOVE WS-PT-DELTA-SW TO CKPT-DELTA-SW
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 10
               MOVE WS-PT-RULE-CT(WS-RX) TO CKPT-RULE-CT(WS-RX)
           END-PERFORM
           MOVE WS-PT-COMBO-CT TO CKPT-COMBO-CT
           MOVE WS-PT-NUMBER-CT TO CKPT-NUMBER-CT
           MOVE WS-PT-UNCHANGED-CT TO CKPT-UNCHANGED-CT
           MOVE WS-PT-ADDED-CT TO CKPT-ADDED-CT
           MOVE WS-PT-CHANGED-CT TO CKPT-CHANGED-CT
           MOVE WS-PT-EXCLUDED-CT TO CKPT-EXCLUDED-CT
           MOVE WS-PT-FORCED-CT TO CKPT-FORCED-CT
           PERFORM 4200-FORMAT-COUNT-LINES
           MOVE SPACES TO RSMSGO
           MOVE 1 TO WS-CPOS
           MOVE WS-PT-COMPLETE-CT TO WS-PART-EDIT
           STRING "PARTITIONED RUN - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PART-EDIT) DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               INTO RSMSGO
               WITH POINTER WS-CPOS
           END-STRING
           MOVE WS-PT-PART-CT TO WS-PART-EDIT
           STRING FUNCTION TRIM(WS-PART-EDIT) DELIMITED BY SIZE
               " PARTITIONS COMPLETE" DELIMITED BY SIZE
               INTO RSMSGO
               WITH POINTER WS-CPOS
           END-STRING.

       4310-TAKE-ONE-PARTITION.
           MOVE WS-PROFILE TO PRTN-PROFILE
           MOVE WS-PX TO PRTN-PART-NO
           EXEC CICS READ FILE('PARTCTL')
               INTO(PRTN-RECORD)
               RIDFLD(PRTN-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL) AND PRTN-STATUS = "C"
               ADD 1 TO WS-PT-COMPLETE-CT
           END-IF
           MOVE WS-PROFILE TO CKPT-PROFILE
           MOVE WS-PX TO CKPT-PART-NO
           EXEC CICS READ FILE('CKPTFILE')
               INTO(CKPT-RECORD)
               RIDFLD(CKPT-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               AND CKPT-GEN-ID = WS-PT-GEN-ID
               COMPUTE WS-PT-DONE-CT = WS-PT-DONE-CT
                   + CKPT-LAST-I - CKPT-START-NO + 1
               PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 10
                   ADD CKPT-RULE-CT(WS-RX) TO WS-PT-RULE-CT(WS-RX)
               END-PERFORM
               ADD CKPT-COMBO-CT TO WS-PT-COMBO-CT
               ADD CKPT-NUMBER-CT TO WS-PT-NUMBER-CT
               ADD CKPT-UNCHANGED-CT TO WS-PT-UNCHANGED-CT
               ADD CKPT-ADDED-CT TO WS-PT-ADDED-CT
               ADD CKPT-CHANGED-CT TO WS-PT-CHANGED-CT
               ADD CKPT-EXCLUDED-CT TO WS-PT-EXCLUDED-CT
               ADD CKPT-FORCED-CT TO WS-PT-FORCED-CT
           END-IF.

      *> RUNHIST keys are the start timestamp, so a backwards browse
      *> from high key walks newest-first; the four most recent
      *> completed (return code zero) runs of the keyed profile
