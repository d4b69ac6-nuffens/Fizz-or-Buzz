           >>source format free
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZABND.
       AUTHOR. Amber.
       DATE-WRITTEN. OCT 3.
      *> MOD-LOG:
      *>   OCT 3  - Amber   - abended-run cleanup utility. A
      *>                      FIZZORBUZZ run that abends never reaches
      *>                      9200/9300, so it leaves PARM-RUN-SW "A"
      *>                      (FZPM refuses saves), a live checkpoint
      *>                      record, no RUNHIST record, and a
      *>                      generation's OUT/LST/BIL/CTL datasets
      *>                      with no GENCAT record, which FIZZPURG
      *>                      therefore never removes. This finds
      *>                      them by cross-checking PARMFILE, the
      *>                      FIZZORBUZZ.CKPT checkpoint, GENCAT,
      *>                      RUNHIST, and the generation datasets on
      *>                      disk, and reports them to FIZZABND.LST.
      *>                      ABNDCARD: profile in columns 1-8 (blank
      *>                      for every profile), CLEAN in columns
      *>                      10-14 to act as well as report (only for
      *>                      a named profile), DELETE in columns
      *>                      16-21 to delete the orphan datasets
      *>                      instead of quarantining them under a
      *>                      .QUAR suffix. Cleaning clears the flag,
      *>                      files an abended RUNHIST record with
      *>                      return code 20, retires the checkpoint
      *>                      record, disposes of the datasets, and
      *>                      stamps FIZZORBUZZ failed on the cycle;
      *>                      every action goes to OPSLOG through
      *>                      FIZZOLOG. Return code 0 nothing left
      *>                      behind or all cleaned, 4 leftovers
      *>                      reported, 8 a cleanup action failed,
      *>                      12 card or PARMFILE unusable.
      *>   OCT 7  - Amber   - checkpoint key is now profile plus
      *>                      partition number; an ordinary run's
      *>                      record is partition zero. A profile
      *>                      with a partitioned run still open on
      *>                      PARTCTL is reported as such, partition
      *>                      by partition, with the partition
      *>                      checkpoints' totals; the way on is to
      *>                      rerun the failed partitions and the
      *>                      merge. CLEAN abandons it instead: the
      *>                      partial datasets and any merged ones go,
      *>                      the partition checkpoints are retired,
      *>                      RUNHIST gets the abended record, the
      *>                      header is marked abandoned, the flag
      *>                      comes down, and the cycle is stamped.
      *>   OCT 11 - Amber   - report lines are built in working
      *>                      storage and moved to the print record
      *>                      after the page check, so a page break
      *>                      no longer overprints the pending line.
      *>   OCT 15 - Amber   - a flag with no checkpoint is matched to
      *>                      a RUNHIST record only if that run ended
      *>                      after the flag was last set, as the
      *>                      FIZZORBUZZ "RUN FLAG SET" event on
      *>                      OPSLOG times it. The run ID is one per
      *>                      day, so an earlier run that finished
      *>                      the same day no longer makes a later
      *>                      abend look finished; with no such event
      *>                      on file the run is taken as abended.
      *>   OCT 15 - Amber   - FIZZSPLT's "RUN FLAG SET" event times
      *>                      the flag of a partitioned run as well.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL ASSIGN TO "ABNDCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT PARMFILE ASSIGN TO "PARMFILE"
               ORGANIZATION INDEXED
               RECORD KEY IS PARM-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-PARM-STATUS.
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
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-RHST-STATUS.
           SELECT PARTCTL ASSIGN TO "PARTCTL"
               ORGANIZATION INDEXED
               RECORD KEY IS PRTN-KEY
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-PRTN-STATUS.
           SELECT OPSLOG ASSIGN TO "OPSLOG"
               ORGANIZATION INDEXED
               RECORD KEY IS OLOG-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-OLOG-STATUS.
           SELECT PROBE-FILE ASSIGN TO DYNAMIC WS-PROBE-FILE
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-PROBE-STATUS.
           SELECT ABND-RPT ASSIGN TO "FIZZABND.LST"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL.
       01 CARD-REC PIC X(80).

       FD  PARMFILE.
       COPY PARMREC.

       FD  CHECKPOINT-FILE.
       COPY CKPTREC.

       FD  GENCAT.
       COPY GCATREC.

       FD  RUNHIST.
       COPY RHSTREC.

       FD  PARTCTL.
       COPY PRTNREC.

       FD  OPSLOG.
       COPY OLOGREC.

       FD  PROBE-FILE.
       01 PROBE-REC PIC X(80).

       FD  ABND-RPT.
       01 ABN-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       COPY OLOGEVNT.
       COPY CYCLCALL.
       01 WS-CARD-STATUS PIC XX VALUE "00".
       01 WS-PARM-STATUS PIC XX VALUE "00".
       01 WS-CKPT-STATUS PIC XX VALUE "00".
       01 WS-GCAT-STATUS PIC XX VALUE "00".
       01 WS-RHST-STATUS PIC XX VALUE "00".
       01 WS-PROBE-STATUS PIC XX VALUE "00".
       01 WS-PRTN-STATUS PIC XX VALUE "00".
       01 WS-OLOG-STATUS PIC XX VALUE "00".
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-TIME PIC X(8).
       01 WS-SEL-PROFILE PIC X(8) VALUE SPACES.
       01 WS-CLEAN-SW PIC X VALUE "N".
       01 WS-DELETE-SW PIC X VALUE "N".
       01 WS-REFUSED-SW PIC X VALUE "N".
       01 WS-PARM-EOF-SW PIC X VALUE "N".
       01 WS-RHST-EOF-SW PIC X VALUE "N".
       01 WS-OLOG-EOF-SW PIC X VALUE "N".
       01 WS-CKPT-OPEN-SW PIC X VALUE "N".
       01 WS-GCAT-OPEN-SW PIC X VALUE "N".
       01 WS-RHST-OPEN-SW PIC X VALUE "N".
       01 WS-PRTN-OPEN-SW PIC X VALUE "N".
       01 WS-FX PIC 9(2).
       01 WS-RX PIC 9(2).

      *> Return code filed on the RUNHIST record of a run this
      *> utility closes out - above anything FIZZORBUZZ itself sets,
      *> so FIZZRLOG and FZRS show the run abended, not refused.
       01 WS-ABEND-RC PIC 9(2) VALUE 20.

      *> What was found for the profile in hand.
       01 WS-PROFILE PIC X(8).
       01 WS-RUN-ID PIC X(8).
       01 WS-GEN-ID PIC X(15).
       01 WS-FLAG-SW PIC X.
       01 WS-CKPT-FOUND-SW PIC X.
       01 WS-CANDIDATE-SW PIC X.
       01 WS-CATALOGED-SW PIC X.
       01 WS-LOGGED-SW PIC X.
       01 WS-LOGGED-RC PIC 9(2).
       01 WS-ON-DISK-CT PIC 9(1).
       01 WS-FINDING PIC X.
       01 WS-ACTION-OK-SW PIC X.
       01 WS-FLAG-SET-STAMP PIC X(16).
       01 WS-RHST-END-STAMP PIC X(16).
       01 WS-FLAG-EVENT-TEXT PIC X(60).

      *> An open partitioned run for the profile, as its PARTCTL
      *> header has it, with the partition checkpoints' totals summed
      *> across the partitions as far as each got.
       01 WS-SPLIT-SW PIC X.
       01 WS-SP-CATALOGED-SW PIC X.
       01 WS-SP-RUN-DATE PIC X(8).
       01 WS-SP-START-TIME PIC X(8).
       01 WS-SP-DELTA-SW PIC X.
       01 WS-SP-START-NO PIC 9(7).
       01 WS-SP-END-NO PIC 9(7).
       01 WS-SP-PART-CT PIC 9(2).
       01 WS-SP-GEN-ID PIC X(15).
       01 WS-SP-RUN-ID PIC X(8).
       01 WS-PX PIC 9(2).
       01 WS-SP-PARTS.
           05 WS-SP-PART OCCURS 10.
               10 WS-SP-STATUS PIC X(8).
               10 WS-SP-SLICE-START PIC 9(7).
               10 WS-SP-SLICE-END PIC 9(7).
               10 WS-SP-LAST-I PIC 9(7).
       01 WS-SP-RULE-CT PIC 9(7) OCCURS 10.
       01 WS-SP-COMBO-CT PIC 9(7).
       01 WS-SP-NUMBER-CT PIC 9(7).
       01 WS-SP-UNCHANGED-CT PIC 9(7).
       01 WS-SP-ADDED-CT PIC 9(7).
       01 WS-SP-CHANGED-CT PIC 9(7).
       01 WS-SP-EXCLUDED-CT PIC 9(7).
       01 WS-SP-FORCED-CT PIC 9(7).
       01 WS-SP-FORCED-OTHER-CT PIC 9(7).

      *> The four datasets a generation is cut to, named exactly as
      *> FIZZORBUZZ 1060-BUILD-GENERATION-NAMES names them.
       01 WS-GEN-FILES.
           05 WS-GEN-FILE OCCURS 4.
               10 WS-GF-NAME PIC X(30).
               10 WS-GF-ON-DISK-SW PIC X(1).
       01 WS-PROBE-FILE PIC X(30).
       01 WS-DISPOSE-FILE PIC X(30).
       01 WS-QUAR-FILE PIC X(40).

       01 WS-PROFILE-CT PIC 9(7) VALUE 0.
       01 WS-LEFTOVER-CT PIC 9(7) VALUE 0.
       01 WS-CLEANED-CT PIC 9(7) VALUE 0.
       01 WS-HELD-CT PIC 9(7) VALUE 0.
       01 WS-FILE-CT PIC 9(7) VALUE 0.
       01 WS-FAIL-CT PIC 9(7) VALUE 0.
       01 WS-PRINT-LINE PIC X(80).
       01 WS-LINE-CT PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 55.
       01 WS-PAGE-NO PIC 9(7) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER PIC X(40) VALUE "FIZZORBUZZ ABENDED-RUN CLEANUP".
           05 FILLER PIC X(10) VALUE "RUN DATE:".
           05 WS-HDG-RUN-DATE PIC X(8).
           05 FILLER PIC X(7) VALUE "  PAGE:".
           05 WS-HDG-PAGE-NO PIC ZZZZZZ9.

       01 WS-HEADING-2.
           05 FILLER PIC X(9) VALUE "PROFILE: ".
           05 WS-HDG-PROFILE PIC X(8).
           05 FILLER PIC X(10) VALUE "  ACTION: ".
           05 WS-HDG-ACTION PIC X(6).
           05 FILLER PIC X(11) VALUE "  ORPHANS: ".
           05 WS-HDG-DISPOSAL PIC X(10).

       01 WS-PROFILE-LINE.
           05 FILLER PIC X(9) VALUE "PROFILE: ".
           05 WS-PRL-PROFILE PIC X(8).
           05 FILLER PIC X(12) VALUE "  RUN FLAG: ".
           05 WS-PRL-RUN-SW PIC X(1).
           05 FILLER PIC X(10) VALUE "  RUN ID: ".
           05 WS-PRL-RUN-ID PIC X(8).
           05 FILLER PIC X(11) VALUE "  RESTART: ".
           05 WS-PRL-RESTART-SW PIC X(1).

       01 WS-CKPT-LINE.
           05 FILLER PIC X(17) VALUE "  CHECKPOINT GEN ".
           05 WS-CKL-GEN-ID PIC X(15).
           05 FILLER PIC X(5) VALUE "  AT ".
           05 WS-CKL-LAST-I PIC ZZZZZZ9.
           05 FILLER PIC X(4) VALUE " OF ".
           05 WS-CKL-END-NO PIC ZZZZZZ9.
           05 FILLER PIC X(9) VALUE " GENCAT: ".
           05 WS-CKL-GENCAT PIC X(3).
           05 FILLER PIC X(10) VALUE " RUNHIST: ".
           05 WS-CKL-RUNHIST PIC X(3).

       01 WS-SPLIT-LINE.
           05 FILLER PIC X(18) VALUE "  PARTITIONED RUN ".
           05 WS-SPL-GEN-ID PIC X(15).
           05 FILLER PIC X(9) VALUE "  RANGE: ".
           05 WS-SPL-START-NO PIC ZZZZZZ9.
           05 FILLER PIC X(4) VALUE " TO ".
           05 WS-SPL-END-NO PIC ZZZZZZ9.
           05 FILLER PIC X(14) VALUE "  PARTITIONS: ".
           05 WS-SPL-PART-CT PIC Z9.

       01 WS-PART-LINE.
           05 FILLER PIC X(14) VALUE "    PARTITION ".
           05 WS-PTL-PART-NO PIC 9(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-PTL-START-NO PIC ZZZZZZ9.
           05 FILLER PIC X(4) VALUE " TO ".
           05 WS-PTL-END-NO PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-PTL-STATUS PIC X(8).
           05 FILLER PIC X(15) VALUE "  CHECKPOINT AT".
           05 WS-PTL-LAST-I PIC ZZZZZZ9.

       01 WS-FILE-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-FLL-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-FLL-STATE PIC X(40).

       01 WS-TOTAL-LINE.
           05 WS-TOT-TAG PIC X(36).
           05 WS-TOT-COUNT PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT ABND-RPT
           PERFORM 9100-WRITE-PAGE-HEADER
           PERFORM 1000-READ-CONTROL-CARD
           IF WS-REFUSED-SW = "N"
               PERFORM 2000-OPEN-FILES
           END-IF
           IF WS-REFUSED-SW = "N"
               PERFORM 3000-SCAN-PROFILES
               PERFORM 2900-CLOSE-FILES
           END-IF
           PERFORM 8000-WRITE-TOTALS
           EVALUATE TRUE
               WHEN WS-REFUSED-SW = "Y"
                   MOVE "RESULT: NOTHING EXAMINED - SEE ABOVE" TO WS-PRINT-LINE
                   MOVE 12 TO RETURN-CODE
               WHEN WS-FAIL-CT > 0
                   MOVE "RESULT: CLEANUP ACTIONS FAILED - SEE OPSLOG"
                       TO WS-PRINT-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-LEFTOVER-CT > WS-CLEANED-CT
                   MOVE "RESULT: ABENDED-RUN LEFTOVERS STILL ON FILE"
                       TO WS-PRINT-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN WS-CLEANED-CT > 0
                   MOVE "RESULT: ABENDED-RUN LEFTOVERS CLEANED UP"
                       TO WS-PRINT-LINE
                   MOVE 0 TO RETURN-CODE
               WHEN OTHER
                   MOVE "RESULT: NO ABENDED-RUN LEFTOVERS FOUND"
                       TO WS-PRINT-LINE
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9000-WRITE-REPORT-LINE
           CLOSE ABND-RPT
           STOP RUN.

      *> Every action taken goes to the central OPSLOG under the run
      *> ID of the run being cleaned up, so the FIZZOPSR morning
      *> report shows the cleanup against the run it closed out.
       9900-LOG-EVENT.
           MOVE "FIZZABND" TO OLOG-EV-PROGRAM
           MOVE WS-RUN-ID TO OLOG-EV-RUN-ID
           CALL "FIZZOLOG" USING OLOG-EVENT.

      *> No card, or a blank one, reports on every profile. Acting
      *> on what is found needs the profile named: only the operator
      *> can know the job that set the flag is no longer running, so
      *> an all-profiles CLEAN is refused rather than guessed at.
       1000-READ-CONTROL-CARD.
           MOVE SPACES TO WS-RUN-ID
           OPEN INPUT RUN-CONTROL
           IF WS-CARD-STATUS = "00"
               READ RUN-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       MOVE CARD-REC(1:8) TO WS-SEL-PROFILE
                       EVALUATE CARD-REC(10:5)
                           WHEN SPACES
                               CONTINUE
                           WHEN "CLEAN"
                               MOVE "Y" TO WS-CLEAN-SW
                           WHEN OTHER
                               MOVE "ABNDCARD ACTION NOT CLEAN OR BLANK"
                                   TO WS-PRINT-LINE
                               PERFORM 9000-WRITE-REPORT-LINE
                               MOVE "Y" TO WS-REFUSED-SW
                       END-EVALUATE
                       EVALUATE CARD-REC(16:6)
                           WHEN SPACES
                               CONTINUE
                           WHEN "DELETE"
                               MOVE "Y" TO WS-DELETE-SW
                           WHEN OTHER
                               MOVE "ABNDCARD DISPOSAL NOT DELETE OR BLANK"
                                   TO WS-PRINT-LINE
                               PERFORM 9000-WRITE-REPORT-LINE
                               MOVE "Y" TO WS-REFUSED-SW
                       END-EVALUATE
               END-READ
               CLOSE RUN-CONTROL
           END-IF
           IF WS-CLEAN-SW = "Y" AND WS-SEL-PROFILE = SPACES
               MOVE "CLEAN NEEDS A PROFILE IN COLUMNS 1-8 - REFUSED"
                   TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
               MOVE "Y" TO WS-REFUSED-SW
           END-IF
           IF WS-SEL-PROFILE = SPACES
               MOVE "(ALL)" TO WS-HDG-PROFILE
           ELSE
               MOVE WS-SEL-PROFILE TO WS-HDG-PROFILE
           END-IF
           IF WS-CLEAN-SW = "Y"
               MOVE "CLEAN" TO WS-HDG-ACTION
           ELSE
               MOVE "REPORT" TO WS-HDG-ACTION
           END-IF
           IF WS-DELETE-SW = "Y"
               MOVE "DELETE" TO WS-HDG-DISPOSAL
           ELSE
               MOVE "QUARANTINE" TO WS-HDG-DISPOSAL
           END-IF
           MOVE WS-HEADING-2 TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           IF WS-CLEAN-SW = "Y" AND WS-REFUSED-SW = "N"
               MOVE "CLEAN - THE PROFILE'S JOB MUST NOT STILL BE RUNNING"
                   TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

      *> Only PARMFILE is essential. A checkpoint file, catalog, or
      *> run history not there yet simply has nothing on it; a
      *> cleanup that must file a RUNHIST record creates the file
      *> the way FIZZORBUZZ 8200 would.
       2000-OPEN-FILES.
           IF WS-CLEAN-SW = "Y"
               OPEN I-O PARMFILE
           ELSE
               OPEN INPUT PARMFILE
           END-IF
           IF WS-PARM-STATUS NOT = "00"
               MOVE SPACES TO WS-PRINT-LINE
               STRING "PARMFILE COULD NOT BE OPENED - STATUS "
                   WS-PARM-STATUS
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 9000-WRITE-REPORT-LINE
               MOVE "E" TO OLOG-EV-SEVERITY
               MOVE "PARMFILE COULD NOT BE OPENED - NO PROFILE EXAMINED"
                   TO OLOG-EV-MESSAGE
               PERFORM 9900-LOG-EVENT
               MOVE "Y" TO WS-REFUSED-SW
           ELSE
               IF WS-CLEAN-SW = "Y"
                   OPEN I-O CHECKPOINT-FILE
               ELSE
                   OPEN INPUT CHECKPOINT-FILE
               END-IF
               IF WS-CKPT-STATUS = "00"
                   MOVE "Y" TO WS-CKPT-OPEN-SW
               END-IF
               OPEN INPUT GENCAT
               IF WS-GCAT-STATUS = "00"
                   MOVE "Y" TO WS-GCAT-OPEN-SW
               END-IF
               IF WS-CLEAN-SW = "Y"
                   OPEN I-O RUNHIST
                   IF WS-RHST-STATUS = "35"
                       OPEN OUTPUT RUNHIST
                       IF WS-RHST-STATUS = "00"
                           CLOSE RUNHIST
                           OPEN I-O RUNHIST
                       END-IF
                   END-IF
               ELSE
                   OPEN INPUT RUNHIST
               END-IF
               IF WS-RHST-STATUS = "00"
                   MOVE "Y" TO WS-RHST-OPEN-SW
               END-IF
               IF WS-CLEAN-SW = "Y"
                   OPEN I-O PARTCTL
               ELSE
                   OPEN INPUT PARTCTL
               END-IF
               IF WS-PRTN-STATUS = "00"
                   MOVE "Y" TO WS-PRTN-OPEN-SW
               END-IF
           END-IF.

       2900-CLOSE-FILES.
           CLOSE PARMFILE
           IF WS-CKPT-OPEN-SW = "Y"
               CLOSE CHECKPOINT-FILE
           END-IF
           IF WS-GCAT-OPEN-SW = "Y"
               CLOSE GENCAT
           END-IF
           IF WS-RHST-OPEN-SW = "Y"
               CLOSE RUNHIST
           END-IF
           IF WS-PRTN-OPEN-SW = "Y"
               CLOSE PARTCTL
           END-IF.

       3000-SCAN-PROFILES.
           IF WS-SEL-PROFILE = SPACES
               MOVE LOW-VALUES TO PARM-KEY
           ELSE
               MOVE WS-SEL-PROFILE TO PARM-KEY
           END-IF
           START PARMFILE KEY IS NOT LESS THAN PARM-KEY
               INVALID KEY MOVE "Y" TO WS-PARM-EOF-SW
           END-START
           PERFORM UNTIL WS-PARM-EOF-SW = "Y"
               READ PARMFILE NEXT RECORD
                   AT END MOVE "Y" TO WS-PARM-EOF-SW
                   NOT AT END
                       IF WS-SEL-PROFILE NOT = SPACES
                           AND PARM-KEY NOT = WS-SEL-PROFILE
                           MOVE "Y" TO WS-PARM-EOF-SW
                       ELSE
                           PERFORM 3100-EXAMINE-PROFILE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PROFILE-CT = 0
               MOVE "NO MATCHING PROFILE ON PARMFILE" TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
               IF WS-SEL-PROFILE NOT = SPACES
                   MOVE "Y" TO WS-REFUSED-SW
               END-IF
           END-IF.

      *> An abended run shows as a checkpoint whose generation never
      *> reached GENCAT and was never logged on RUNHIST, normally
      *> with the profile's run flag still up. A run that abended
      *> before its first checkpoint leaves only the flag, with no
      *> RUNHIST record for its run ID. A spot run never checkpoints,
      *> so its datasets can only be found by hand.
       3100-EXAMINE-PROFILE.
           ADD 1 TO WS-PROFILE-CT
           MOVE PARM-KEY TO WS-PROFILE
           MOVE PARM-RUN-ID TO WS-RUN-ID
           MOVE SPACES TO WS-GEN-ID
           MOVE "N" TO WS-FLAG-SW
           MOVE "N" TO WS-CKPT-FOUND-SW
           MOVE "N" TO WS-CANDIDATE-SW
           MOVE "N" TO WS-CATALOGED-SW
           MOVE "N" TO WS-LOGGED-SW
           MOVE 0 TO WS-LOGGED-RC
           MOVE 0 TO WS-ON-DISK-CT
           MOVE SPACE TO WS-FINDING
           MOVE SPACES TO WS-FLAG-SET-STAMP
           IF PARM-RUN-SW = "A"
               MOVE "Y" TO WS-FLAG-SW
           END-IF
           PERFORM 3250-CHECK-PARTITIONED-RUN
           PERFORM 3200-CHECK-CHECKPOINT
           IF WS-SPLIT-SW = "Y"
               MOVE "N" TO WS-CANDIDATE-SW
               MOVE WS-SP-GEN-ID TO WS-GEN-ID
               MOVE WS-SP-RUN-ID TO WS-RUN-ID
               PERFORM 3290-CHECK-SPLIT-CATALOGED
           END-IF
           IF WS-CANDIDATE-SW = "N" AND WS-FLAG-SW = "Y"
               AND WS-SPLIT-SW NOT = "Y"
               PERFORM 3320-FIND-FLAG-SET
           END-IF
           IF WS-CANDIDATE-SW = "Y" OR WS-FLAG-SW = "Y"
               PERFORM 3300-SCAN-RUNHIST
           END-IF
           IF WS-CANDIDATE-SW = "Y"
               OR (WS-SPLIT-SW = "Y" AND WS-SP-CATALOGED-SW = "N")
               PERFORM 3400-PROBE-GENERATION-FILES
           END-IF
           EVALUATE TRUE
               WHEN WS-SPLIT-SW = "Y"
                   MOVE "P" TO WS-FINDING
               WHEN WS-CANDIDATE-SW = "Y" AND WS-LOGGED-SW = "N"
                   AND PARM-RESTART-SW = "Y"
                   MOVE "R" TO WS-FINDING
               WHEN WS-CANDIDATE-SW = "Y" AND WS-LOGGED-SW = "N"
                   MOVE "A" TO WS-FINDING
               WHEN WS-CANDIDATE-SW = "Y" AND WS-ON-DISK-CT > 0
                   MOVE "U" TO WS-FINDING
               WHEN WS-FLAG-SW = "Y" AND WS-LOGGED-SW = "N"
                   MOVE "A" TO WS-FINDING
               WHEN WS-FLAG-SW = "Y"
                   MOVE "F" TO WS-FINDING
               WHEN OTHER
                   MOVE SPACE TO WS-FINDING
           END-EVALUATE
           PERFORM 3500-REPORT-PROFILE
           IF WS-FINDING NOT = SPACE
               ADD 1 TO WS-LEFTOVER-CT
               IF WS-CLEAN-SW = "Y"
                   PERFORM 4000-CLEAN-PROFILE
               END-IF
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

      *> FIZZORBUZZ leaves the checkpoint record in place after a
      *> completed run, so a record on file is only suspect when its
      *> generation is missing from GENCAT.
       3200-CHECK-CHECKPOINT.
           IF WS-CKPT-OPEN-SW = "Y"
               MOVE WS-PROFILE TO CKPT-PROFILE
               MOVE 0 TO CKPT-PART-NO
               READ CHECKPOINT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-CKPT-FOUND-SW
               END-READ
           END-IF
           IF WS-CKPT-FOUND-SW = "Y"
               MOVE CKPT-GEN-ID TO WS-GEN-ID
               IF WS-GCAT-OPEN-SW = "Y"
                   MOVE CKPT-GEN-ID TO GCAT-GEN-ID
                   READ GENCAT
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE "Y" TO WS-CATALOGED-SW
                   END-READ
               END-IF
               IF WS-CATALOGED-SW = "N"
                   MOVE "Y" TO WS-CANDIDATE-SW
                   MOVE CKPT-GEN-ID(1:8) TO WS-RUN-ID
               END-IF
           END-IF.

      *> A partitioned run is open from the split until the merge
      *> (or this utility) closes its PARTCTL header. Each partition
      *> has its own checkpoint under the profile; one from an
      *> earlier split does not count towards this run. This runs
      *> ahead of 3200 so the ordinary checkpoint is left in the
      *> record area for the report.
       3250-CHECK-PARTITIONED-RUN.
           MOVE "N" TO WS-SPLIT-SW
           IF WS-PRTN-OPEN-SW = "Y"
               MOVE WS-PROFILE TO PRTN-PROFILE
               MOVE 0 TO PRTN-PART-NO
               READ PARTCTL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PRTN-STATUS = "O"
                           PERFORM 3260-TAKE-SPLIT
                       END-IF
               END-READ
           END-IF.

       3260-TAKE-SPLIT.
           MOVE "Y" TO WS-SPLIT-SW
           MOVE PRTN-GEN-ID TO WS-SP-GEN-ID
           MOVE PRTN-RUN-ID TO WS-SP-RUN-ID
           MOVE PRTN-RUN-DATE TO WS-SP-RUN-DATE
           MOVE PRTN-START-TIME TO WS-SP-START-TIME
           MOVE PRTN-DELTA-SW TO WS-SP-DELTA-SW
           MOVE PRTN-START-NO TO WS-SP-START-NO
           MOVE PRTN-END-NO TO WS-SP-END-NO
           MOVE PRTN-PART-CT TO WS-SP-PART-CT
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 10
               MOVE 0 TO WS-SP-RULE-CT(WS-RX)
           END-PERFORM
           MOVE 0 TO WS-SP-COMBO-CT WS-SP-NUMBER-CT
                     WS-SP-UNCHANGED-CT WS-SP-ADDED-CT
                     WS-SP-CHANGED-CT WS-SP-EXCLUDED-CT
                     WS-SP-FORCED-CT WS-SP-FORCED-OTHER-CT
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-SP-PART-CT
               PERFORM 3270-TAKE-ONE-PARTITION
           END-PERFORM.

       3270-TAKE-ONE-PARTITION.
           MOVE "MISSING" TO WS-SP-STATUS(WS-PX)
           MOVE 0 TO WS-SP-SLICE-START(WS-PX)
           MOVE 0 TO WS-SP-SLICE-END(WS-PX)
           MOVE 0 TO WS-SP-LAST-I(WS-PX)
           MOVE WS-PROFILE TO PRTN-PROFILE
           MOVE WS-PX TO PRTN-PART-NO
           READ PARTCTL
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE PRTN-START-NO TO WS-SP-SLICE-START(WS-PX)
                   MOVE PRTN-END-NO TO WS-SP-SLICE-END(WS-PX)
                   EVALUATE PRTN-STATUS
                       WHEN "C"
                           MOVE "COMPLETE" TO WS-SP-STATUS(WS-PX)
                       WHEN "F"
                           MOVE "FAILED" TO WS-SP-STATUS(WS-PX)
                       WHEN "R"
                           MOVE "RUNNING" TO WS-SP-STATUS(WS-PX)
                       WHEN OTHER
                           MOVE "NOT RUN" TO WS-SP-STATUS(WS-PX)
                   END-EVALUATE
           END-READ
           IF WS-CKPT-OPEN-SW = "Y"
               MOVE WS-PROFILE TO CKPT-PROFILE
               MOVE WS-PX TO CKPT-PART-NO
               READ CHECKPOINT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CKPT-GEN-ID = WS-SP-GEN-ID
                           PERFORM 3280-ADD-PARTITION-TOTALS
                       END-IF
               END-READ
           END-IF.

       3280-ADD-PARTITION-TOTALS.
           MOVE CKPT-LAST-I TO WS-SP-LAST-I(WS-PX)
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 10
               ADD CKPT-RULE-CT(WS-RX) TO WS-SP-RULE-CT(WS-RX)
           END-PERFORM
           ADD CKPT-COMBO-CT TO WS-SP-COMBO-CT
           ADD CKPT-NUMBER-CT TO WS-SP-NUMBER-CT
           ADD CKPT-UNCHANGED-CT TO WS-SP-UNCHANGED-CT
           ADD CKPT-ADDED-CT TO WS-SP-ADDED-CT
           ADD CKPT-CHANGED-CT TO WS-SP-CHANGED-CT
           ADD CKPT-EXCLUDED-CT TO WS-SP-EXCLUDED-CT
           ADD CKPT-FORCED-CT TO WS-SP-FORCED-CT
           ADD CKPT-FORCED-OTHER-CT TO WS-SP-FORCED-OTHER-CT.

      *> A merge that got as far as cataloging the generation but
      *> failed after it has to be rerun, not abandoned - the
      *> merged datasets are the generation.
       3290-CHECK-SPLIT-CATALOGED.
           MOVE "N" TO WS-SP-CATALOGED-SW
           IF WS-GCAT-OPEN-SW = "Y"
               MOVE WS-SP-GEN-ID TO GCAT-GEN-ID
               READ GENCAT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-SP-CATALOGED-SW
               END-READ
           END-IF.

      *> With a suspect generation in hand RUNHIST is searched for
      *> it; with only the flag, for the flagged run ID under the
      *> profile. A logged generation missing from GENCAT was purged
      *> by FIZZPURG (or its catalog write failed) - not an abend.
       3300-SCAN-RUNHIST.
           IF WS-RHST-OPEN-SW = "Y"
               MOVE "N" TO WS-RHST-EOF-SW
               MOVE LOW-VALUES TO RHST-KEY
               START RUNHIST KEY IS NOT LESS THAN RHST-KEY
                   INVALID KEY MOVE "Y" TO WS-RHST-EOF-SW
               END-START
               PERFORM UNTIL WS-RHST-EOF-SW = "Y"
                   READ RUNHIST NEXT RECORD
                       AT END MOVE "Y" TO WS-RHST-EOF-SW
                       NOT AT END PERFORM 3310-MATCH-ONE-RUN
                   END-READ
               END-PERFORM
           END-IF.

       3310-MATCH-ONE-RUN.
           IF WS-CANDIDATE-SW = "Y"
               IF RHST-GEN-ID = WS-GEN-ID
                   MOVE "Y" TO WS-LOGGED-SW
                   MOVE RHST-RETURN-CODE TO WS-LOGGED-RC
               END-IF
           ELSE
               MOVE SPACES TO WS-RHST-END-STAMP
               STRING RHST-END-DATE RHST-END-TIME
                   DELIMITED BY SIZE INTO WS-RHST-END-STAMP
               END-STRING
               IF RHST-PROFILE = WS-PROFILE
                   AND RHST-RUN-ID = WS-RUN-ID
                   AND WS-RUN-ID NOT = SPACES
                   AND WS-FLAG-SET-STAMP NOT = SPACES
                   AND WS-RHST-END-STAMP > WS-FLAG-SET-STAMP
                   MOVE "Y" TO WS-LOGGED-SW
                   MOVE RHST-RETURN-CODE TO WS-LOGGED-RC
               END-IF
           END-IF.

      *> The run ID is one per day, so a flag with no checkpoint
      *> behind it is timed by the latest "RUN FLAG SET" event from
      *> FIZZORBUZZ, or from FIZZSPLT for a partitioned run, for the
      *> profile and run ID; only a run that ended
      *> after that counts as the flagged run. OPSLOG is read from
      *> the run ID's date on and closed again before any cleanup
      *> action logs through FIZZOLOG. No event leaves the stamp
      *> blank and the run is taken as abended.
       3320-FIND-FLAG-SET.
           IF WS-RUN-ID NOT = SPACES
               MOVE SPACES TO WS-FLAG-EVENT-TEXT
               STRING "RUN FLAG SET ON PROFILE " WS-PROFILE
                   DELIMITED BY SIZE INTO WS-FLAG-EVENT-TEXT
               END-STRING
               OPEN INPUT OPSLOG
               IF WS-OLOG-STATUS = "00"
                   MOVE "N" TO WS-OLOG-EOF-SW
                   MOVE LOW-VALUES TO OLOG-KEY
                   STRING WS-RUN-DATE(1:2) WS-RUN-ID(3:6)
                       DELIMITED BY SIZE INTO OLOG-DATE
                   END-STRING
                   START OPSLOG KEY IS NOT LESS THAN OLOG-KEY
                       INVALID KEY MOVE "Y" TO WS-OLOG-EOF-SW
                   END-START
                   PERFORM UNTIL WS-OLOG-EOF-SW = "Y"
                       READ OPSLOG NEXT RECORD
                           AT END MOVE "Y" TO WS-OLOG-EOF-SW
                           NOT AT END PERFORM 3330-MATCH-FLAG-EVENT
                       END-READ
                   END-PERFORM
                   CLOSE OPSLOG
               END-IF
           END-IF.

       3330-MATCH-FLAG-EVENT.
           IF (OLOG-PROGRAM = "FIZZORBUZZ" OR OLOG-PROGRAM = "FIZZSPLT")
               AND OLOG-RUN-ID = WS-RUN-ID
               AND OLOG-MESSAGE = WS-FLAG-EVENT-TEXT
               MOVE SPACES TO WS-FLAG-SET-STAMP
               STRING OLOG-DATE OLOG-TIME
                   DELIMITED BY SIZE INTO WS-FLAG-SET-STAMP
               END-STRING
           END-IF.

      *> A dataset that opens is on disk; FIZZRCVR proves its
      *> retained files the same way.
       3400-PROBE-GENERATION-FILES.
           MOVE SPACES TO WS-GEN-FILES
           STRING "FIZZBUZZ.OUT." WS-GEN-ID
               DELIMITED BY SIZE INTO WS-GF-NAME(1)
           END-STRING
           STRING "FIZZORBUZZ.LST." WS-GEN-ID
               DELIMITED BY SIZE INTO WS-GF-NAME(2)
           END-STRING
           STRING "FIZZORBUZZ.BIL." WS-GEN-ID
               DELIMITED BY SIZE INTO WS-GF-NAME(3)
           END-STRING
           STRING "FIZZORBUZZ.CTL." WS-GEN-ID
               DELIMITED BY SIZE INTO WS-GF-NAME(4)
           END-STRING
           PERFORM 3410-PROBE-FILES.

       3410-PROBE-FILES.
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 4
               MOVE "N" TO WS-GF-ON-DISK-SW(WS-FX)
               MOVE WS-GF-NAME(WS-FX) TO WS-PROBE-FILE
               OPEN INPUT PROBE-FILE
               IF WS-PROBE-STATUS = "00"
                   CLOSE PROBE-FILE
                   MOVE "Y" TO WS-GF-ON-DISK-SW(WS-FX)
                   ADD 1 TO WS-ON-DISK-CT
               END-IF
           END-PERFORM.

       3500-REPORT-PROFILE.
           MOVE WS-PROFILE TO WS-PRL-PROFILE
           MOVE PARM-RUN-SW TO WS-PRL-RUN-SW
           MOVE PARM-RUN-ID TO WS-PRL-RUN-ID
           MOVE PARM-RESTART-SW TO WS-PRL-RESTART-SW
           MOVE WS-PROFILE-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           IF WS-CKPT-FOUND-SW = "Y"
               MOVE CKPT-GEN-ID TO WS-CKL-GEN-ID
               MOVE CKPT-LAST-I TO WS-CKL-LAST-I
               MOVE CKPT-END-NO TO WS-CKL-END-NO
               IF WS-CATALOGED-SW = "Y"
                   MOVE "YES" TO WS-CKL-GENCAT
                   MOVE "N/A" TO WS-CKL-RUNHIST
               ELSE
                   MOVE "NO" TO WS-CKL-GENCAT
                   IF WS-LOGGED-SW = "Y"
                       MOVE "YES" TO WS-CKL-RUNHIST
                   ELSE
                       MOVE "NO" TO WS-CKL-RUNHIST
                   END-IF
               END-IF
               MOVE WS-CKPT-LINE TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           ELSE
               MOVE "  NO CHECKPOINT RECORD ON FILE" TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           END-IF
           IF WS-SPLIT-SW = "Y"
               PERFORM 3510-REPORT-SPLIT
           END-IF
           IF WS-CANDIDATE-SW = "Y"
               OR (WS-SPLIT-SW = "Y" AND WS-SP-CATALOGED-SW = "N")
               PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 4
                   MOVE WS-GF-NAME(WS-FX) TO WS-FLL-NAME
                   IF WS-GF-ON-DISK-SW(WS-FX) = "Y"
                       MOVE "ON DISK, NOT CATALOGED" TO WS-FLL-STATE
                   ELSE
                       MOVE "NOT ON DISK" TO WS-FLL-STATE
                   END-IF
                   MOVE WS-FILE-LINE TO WS-PRINT-LINE
                   PERFORM 9000-WRITE-REPORT-LINE
               END-PERFORM
           END-IF
           EVALUATE WS-FINDING
               WHEN "P"
                   IF WS-SP-CATALOGED-SW = "Y"
                       MOVE "  FINDING: MERGE FAILED AFTER CATALOGING THE"
                           TO WS-PRINT-LINE
                       PERFORM 9000-WRITE-REPORT-LINE
                       MOVE "           GENERATION - RERUN THE MERGE"
                           TO WS-PRINT-LINE
                   ELSE
                       MOVE "  FINDING: PARTITIONED RUN NOT MERGED - RERUN"
                           TO WS-PRINT-LINE
                       PERFORM 9000-WRITE-REPORT-LINE
                       MOVE "           FAILED PARTITIONS AND THE MERGE,"
                           TO WS-PRINT-LINE
                       PERFORM 9000-WRITE-REPORT-LINE
                       MOVE "           OR CLEAN UP TO ABANDON THE RUN"
                           TO WS-PRINT-LINE
                   END-IF
               WHEN "R"
                   MOVE "  FINDING: ABENDED RUN WITH A RESTART PENDING"
                       TO WS-PRINT-LINE
               WHEN "A"
                   IF WS-CANDIDATE-SW = "Y"
                       MOVE "  FINDING: ABENDED RUN - GENERATION NOT CATALOGED"
                           TO WS-PRINT-LINE
                   ELSE
                       MOVE "  FINDING: ABENDED RUN - FLAG UP, RUN NOT LOGGED"
                           TO WS-PRINT-LINE
                   END-IF
               WHEN "U"
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "  FINDING: RUN LOGGED RC " WS-LOGGED-RC
                       " BUT GENERATION NOT CATALOGED - BY HAND"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-STRING
               WHEN "F"
                   MOVE "  FINDING: RUN LOGGED AS ENDED BUT RUN FLAG LEFT UP"
                       TO WS-PRINT-LINE
               WHEN OTHER
                   MOVE "  FINDING: NOTHING LEFT BEHIND" TO WS-PRINT-LINE
           END-EVALUATE
           PERFORM 9000-WRITE-REPORT-LINE
           IF WS-FINDING = "A" AND WS-CANDIDATE-SW = "N"
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  DATASETS *." FUNCTION TRIM(WS-RUN-ID)
                   "-* CANNOT BE TRACED WITHOUT A CHECKPOINT"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 9000-WRITE-REPORT-LINE
           END-IF.

       3510-REPORT-SPLIT.
           MOVE WS-SP-GEN-ID TO WS-SPL-GEN-ID
           MOVE WS-SP-START-NO TO WS-SPL-START-NO
           MOVE WS-SP-END-NO TO WS-SPL-END-NO
           MOVE WS-SP-PART-CT TO WS-SPL-PART-CT
           MOVE WS-SPLIT-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-SP-PART-CT
               MOVE WS-PX TO WS-PTL-PART-NO
               MOVE WS-SP-SLICE-START(WS-PX) TO WS-PTL-START-NO
               MOVE WS-SP-SLICE-END(WS-PX) TO WS-PTL-END-NO
               MOVE WS-SP-STATUS(WS-PX) TO WS-PTL-STATUS
               MOVE WS-SP-LAST-I(WS-PX) TO WS-PTL-LAST-I
               MOVE WS-PART-LINE TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           END-PERFORM.

      *> An abended run is closed out in full, the flag cleared last
      *> since that is what lets FZPM save against the profile again.
      *> A run that was logged only needs its flag taken down, and a
      *> checkpoint awaiting its restart is left for the restart run
      *> to finish and catalog. An unmerged partitioned run is
      *> abandoned whole unless its merge already cataloged it.
       4000-CLEAN-PROFILE.
           MOVE "Y" TO WS-ACTION-OK-SW
           EVALUATE WS-FINDING
               WHEN "P"
                   IF WS-SP-CATALOGED-SW = "Y"
                       ADD 1 TO WS-HELD-CT
                       MOVE "  ACTION: NONE - LEFT FOR THE MERGE RERUN"
                           TO WS-PRINT-LINE
                       PERFORM 9000-WRITE-REPORT-LINE
                   ELSE
                       PERFORM 4100-DISPOSE-FILES
                       PERFORM 4600-ABANDON-PARTITIONS
                       PERFORM 4200-FILE-ABEND-HISTORY
                       PERFORM 4700-CLOSE-SPLIT
                       IF WS-FLAG-SW = "Y"
                           PERFORM 4400-CLEAR-RUN-FLAG
                       END-IF
                       PERFORM 4500-STAMP-CYCLE
                   END-IF
               WHEN "R"
                   ADD 1 TO WS-HELD-CT
                   MOVE "  ACTION: NONE - LEFT FOR THE RESTART RUN"
                       TO WS-PRINT-LINE
                   PERFORM 9000-WRITE-REPORT-LINE
               WHEN "A"
                   IF WS-CANDIDATE-SW = "Y"
                       PERFORM 4100-DISPOSE-FILES
                   END-IF
                   PERFORM 4200-FILE-ABEND-HISTORY
                   IF WS-CANDIDATE-SW = "Y"
                       PERFORM 4300-RETIRE-CHECKPOINT
                   END-IF
                   IF WS-FLAG-SW = "Y"
                       PERFORM 4400-CLEAR-RUN-FLAG
                   END-IF
                   PERFORM 4500-STAMP-CYCLE
               WHEN "U"
                   IF WS-FLAG-SW = "Y"
                       PERFORM 4400-CLEAR-RUN-FLAG
                   END-IF
                   ADD 1 TO WS-HELD-CT
                   MOVE "  ACTION: DATASETS KEPT - SETTLE THEM BY HAND"
                       TO WS-PRINT-LINE
                   PERFORM 9000-WRITE-REPORT-LINE
               WHEN "F"
                   PERFORM 4400-CLEAR-RUN-FLAG
           END-EVALUATE
           IF WS-FINDING NOT = "R" AND WS-FINDING NOT = "U"
               AND NOT (WS-FINDING = "P" AND WS-SP-CATALOGED-SW = "Y")
               AND WS-ACTION-OK-SW = "Y"
               ADD 1 TO WS-CLEANED-CT
           END-IF.

       4100-DISPOSE-FILES.
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 4
               IF WS-GF-ON-DISK-SW(WS-FX) = "Y"
                   PERFORM 4110-DISPOSE-ONE-FILE
               END-IF
           END-PERFORM.

      *> Quarantine is the default: the dataset is renamed out of
      *> the generation naming, so nothing picks it up, but it can
      *> still be looked at before someone deletes it.
       4110-DISPOSE-ONE-FILE.
           MOVE WS-GF-NAME(WS-FX) TO WS-DISPOSE-FILE
           MOVE SPACES TO WS-QUAR-FILE
           STRING WS-DISPOSE-FILE DELIMITED BY SPACE
                  ".QUAR" DELIMITED BY SIZE
                  INTO WS-QUAR-FILE
           END-STRING
           IF WS-DELETE-SW = "Y"
               CALL "CBL_DELETE_FILE" USING WS-DISPOSE-FILE
           ELSE
               CALL "CBL_RENAME_FILE" USING WS-DISPOSE-FILE
                                            WS-QUAR-FILE
           END-IF
           MOVE SPACES TO OLOG-EV-MESSAGE
           MOVE WS-DISPOSE-FILE TO WS-FLL-NAME
           IF RETURN-CODE = 0
               ADD 1 TO WS-FILE-CT
               MOVE "I" TO OLOG-EV-SEVERITY
               IF WS-DELETE-SW = "Y"
                   MOVE "DELETED" TO WS-FLL-STATE
                   STRING "ORPHAN DELETED: " WS-DISPOSE-FILE
                       DELIMITED BY SIZE INTO OLOG-EV-MESSAGE
                   END-STRING
               ELSE
                   STRING "RENAMED TO " WS-QUAR-FILE
                       DELIMITED BY SIZE INTO WS-FLL-STATE
                   END-STRING
                   STRING "ORPHAN QUARANTINED: " WS-DISPOSE-FILE
                       DELIMITED BY SIZE INTO OLOG-EV-MESSAGE
                   END-STRING
               END-IF
           ELSE
               MOVE "N" TO WS-ACTION-OK-SW
               ADD 1 TO WS-FAIL-CT
               MOVE "E" TO OLOG-EV-SEVERITY
               MOVE "COULD NOT BE DELETED OR RENAMED" TO WS-FLL-STATE
               STRING "ORPHAN NOT DISPOSED OF: " WS-DISPOSE-FILE
                   DELIMITED BY SIZE INTO OLOG-EV-MESSAGE
               END-STRING
           END-IF
           MOVE 0 TO RETURN-CODE
           MOVE WS-FILE-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           PERFORM 9900-LOG-EVENT.

      *> The record is filed as FIZZORBUZZ 8200 would have filed it,
      *> keyed on the generation's start stamp where there is one,
      *> with the checkpoint's totals as far as the run got and the
      *> abend return code. With only a run ID to go on it files at
      *> the time the flag was set, or at the start of that run date
      *> when no flag event was found. A partitioned run files under
      *> the split's start stamp, as the merge would have, with the
      *> partition checkpoints' totals summed.
       4200-FILE-ABEND-HISTORY.
           MOVE SPACES TO RHST-RECORD
           EVALUATE TRUE
               WHEN WS-SPLIT-SW = "Y"
                   MOVE WS-SP-RUN-DATE TO RHST-START-DATE
                   MOVE WS-SP-START-TIME TO RHST-START-TIME
               WHEN WS-CANDIDATE-SW = "Y"
                   STRING WS-RUN-DATE(1:2) WS-GEN-ID(3:6)
                       DELIMITED BY SIZE INTO RHST-START-DATE
                   END-STRING
                   STRING WS-GEN-ID(10:6) "00"
                       DELIMITED BY SIZE INTO RHST-START-TIME
                   END-STRING
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN WS-FLAG-SET-STAMP NOT = SPACES
                           MOVE WS-FLAG-SET-STAMP(1:8)
                               TO RHST-START-DATE
                           MOVE WS-FLAG-SET-STAMP(9:8)
                               TO RHST-START-TIME
                       WHEN WS-RUN-ID = SPACES
                           MOVE WS-RUN-DATE TO RHST-START-DATE
                           MOVE "00000000" TO RHST-START-TIME
                       WHEN OTHER
                           STRING WS-RUN-DATE(1:2) WS-RUN-ID(3:6)
                               DELIMITED BY SIZE INTO RHST-START-DATE
                           END-STRING
                           MOVE "00000000" TO RHST-START-TIME
                   END-EVALUATE
           END-EVALUATE
           MOVE WS-RUN-ID TO RHST-RUN-ID
           MOVE WS-PROFILE TO RHST-PROFILE
           MOVE WS-RUN-DATE TO RHST-END-DATE
           MOVE WS-RUN-TIME TO RHST-END-TIME
           MOVE "N" TO RHST-RESUME-SW
           MOVE PARM-RULE-TABLE TO RHST-RULE-TABLE
           MOVE WS-ABEND-RC TO RHST-RETURN-CODE
           MOVE WS-GEN-ID TO RHST-GEN-ID
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 10
               MOVE 0 TO RHST-RULE-HIT-CT(WS-RX)
           END-PERFORM
           MOVE 0 TO RHST-START-NO RHST-END-NO RHST-COMBO-CT
                     RHST-NUMBER-CT RHST-TOTAL-CT RHST-UNCHANGED-CT
                     RHST-ADDED-CT RHST-CHANGED-CT RHST-EXCLUDED-CT
                     RHST-FORCED-CT
           EVALUATE TRUE
               WHEN WS-SPLIT-SW = "Y"
                   PERFORM 4220-TAKE-PARTITION-TOTALS
               WHEN WS-CANDIDATE-SW = "Y"
                   PERFORM 4210-TAKE-CHECKPOINT-TOTALS
               WHEN OTHER
                   MOVE "N" TO RHST-DELTA-SW
                   IF PARM-START-NO IS NUMERIC
                       AND PARM-END-NO IS NUMERIC
                       MOVE PARM-START-NO TO RHST-START-NO
                       MOVE PARM-END-NO TO RHST-END-NO
                   END-IF
           END-EVALUATE
           MOVE SPACES TO OLOG-EV-MESSAGE
           IF WS-RHST-OPEN-SW NOT = "Y"
               MOVE "N" TO WS-ACTION-OK-SW
               ADD 1 TO WS-FAIL-CT
               MOVE "E" TO OLOG-EV-SEVERITY
               MOVE "RUNHIST COULD NOT BE OPENED - RUN NOT LOGGED"
                   TO OLOG-EV-MESSAGE
           ELSE
               WRITE RHST-RECORD
                   INVALID KEY
                       MOVE "N" TO WS-ACTION-OK-SW
                       ADD 1 TO WS-FAIL-CT
                       MOVE "E" TO OLOG-EV-SEVERITY
                       MOVE "RUNHIST WRITE REJECTED - RUN NOT LOGGED"
                           TO OLOG-EV-MESSAGE
                   NOT INVALID KEY
                       MOVE "I" TO OLOG-EV-SEVERITY
                       STRING "ABENDED RUN LOGGED ON RUNHIST WITH RC "
                           WS-ABEND-RC
                           DELIMITED BY SIZE INTO OLOG-EV-MESSAGE
                       END-STRING
               END-WRITE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  ACTION: " OLOG-EV-MESSAGE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9000-WRITE-REPORT-LINE
           PERFORM 9900-LOG-EVENT.

      *> The total is built as FIZZORBUZZ 8000 builds it.
       4210-TAKE-CHECKPOINT-TOTALS.
           MOVE CKPT-START-NO TO RHST-START-NO
           MOVE CKPT-END-NO TO RHST-END-NO
           MOVE CKPT-DELTA-SW TO RHST-DELTA-SW
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 10
               MOVE CKPT-RULE-CT(WS-RX) TO RHST-RULE-HIT-CT(WS-RX)
               ADD CKPT-RULE-CT(WS-RX) TO RHST-TOTAL-CT
           END-PERFORM
           MOVE CKPT-COMBO-CT TO RHST-COMBO-CT
           MOVE CKPT-NUMBER-CT TO RHST-NUMBER-CT
           MOVE CKPT-UNCHANGED-CT TO RHST-UNCHANGED-CT
           MOVE CKPT-ADDED-CT TO RHST-ADDED-CT
           MOVE CKPT-CHANGED-CT TO RHST-CHANGED-CT
           MOVE CKPT-EXCLUDED-CT TO RHST-EXCLUDED-CT
           MOVE CKPT-FORCED-CT TO RHST-FORCED-CT
           ADD CKPT-COMBO-CT CKPT-NUMBER-CT CKPT-EXCLUDED-CT
               CKPT-FORCED-OTHER-CT TO RHST-TOTAL-CT.

       4220-TAKE-PARTITION-TOTALS.
           MOVE WS-SP-START-NO TO RHST-START-NO
           MOVE WS-SP-END-NO TO RHST-END-NO
           MOVE WS-SP-DELTA-SW TO RHST-DELTA-SW
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 10
               MOVE WS-SP-RULE-CT(WS-RX) TO RHST-RULE-HIT-CT(WS-RX)
               ADD WS-SP-RULE-CT(WS-RX) TO RHST-TOTAL-CT
           END-PERFORM
           MOVE WS-SP-COMBO-CT TO RHST-COMBO-CT
           MOVE WS-SP-NUMBER-CT TO RHST-NUMBER-CT
           MOVE WS-SP-UNCHANGED-CT TO RHST-UNCHANGED-CT
           MOVE WS-SP-ADDED-CT TO RHST-ADDED-CT
           MOVE WS-SP-CHANGED-CT TO RHST-CHANGED-CT
           MOVE WS-SP-EXCLUDED-CT TO RHST-EXCLUDED-CT
           MOVE WS-SP-FORCED-CT TO RHST-FORCED-CT
           ADD WS-SP-COMBO-CT WS-SP-NUMBER-CT WS-SP-EXCLUDED-CT
               WS-SP-FORCED-OTHER-CT TO RHST-TOTAL-CT.

      *> With the record gone the next run of the profile is a cold
      *> start, even if a restart is later asked for by mistake.
       4300-RETIRE-CHECKPOINT.
           MOVE SPACES TO OLOG-EV-MESSAGE
           MOVE WS-PROFILE TO CKPT-PROFILE
           MOVE 0 TO CKPT-PART-NO
           DELETE CHECKPOINT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO WS-ACTION-OK-SW
                   ADD 1 TO WS-FAIL-CT
                   MOVE "E" TO OLOG-EV-SEVERITY
                   MOVE "CHECKPOINT RECORD COULD NOT BE DELETED"
                       TO OLOG-EV-MESSAGE
               NOT INVALID KEY
                   MOVE "I" TO OLOG-EV-SEVERITY
                   STRING "CHECKPOINT RETIRED FOR GENERATION " WS-GEN-ID
                       DELIMITED BY SIZE INTO OLOG-EV-MESSAGE
                   END-STRING
           END-DELETE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  ACTION: " OLOG-EV-MESSAGE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9000-WRITE-REPORT-LINE
           PERFORM 9900-LOG-EVENT.

      *> Each partition's partial datasets go the way the merged
      *> ones do, and its checkpoint is retired so no partition of
      *> the abandoned run can resume. Partial datasets a partition
      *> never got as far as writing are simply not there.
       4600-ABANDON-PARTITIONS.
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-SP-PART-CT
               PERFORM 4610-DISPOSE-PARTIALS
               PERFORM 4620-RETIRE-PARTITION-CHECKPOINT
           END-PERFORM.

       4610-DISPOSE-PARTIALS.
           MOVE SPACES TO WS-GEN-FILES
           MOVE 0 TO WS-ON-DISK-CT
           STRING "FZPART.OUT." WS-SP-GEN-ID "." WS-PX
               DELIMITED BY SIZE INTO WS-GF-NAME(1)
           END-STRING
           STRING "FZPART.LST." WS-SP-GEN-ID "." WS-PX
               DELIMITED BY SIZE INTO WS-GF-NAME(2)
           END-STRING
           STRING "FZPART.BIL." WS-SP-GEN-ID "." WS-PX
               DELIMITED BY SIZE INTO WS-GF-NAME(3)
           END-STRING
           STRING "FZPART.CTL." WS-SP-GEN-ID "." WS-PX
               DELIMITED BY SIZE INTO WS-GF-NAME(4)
           END-STRING
           PERFORM 3410-PROBE-FILES
           PERFORM 4100-DISPOSE-FILES.

       4620-RETIRE-PARTITION-CHECKPOINT.
           IF WS-CKPT-OPEN-SW = "Y"
               MOVE WS-PROFILE TO CKPT-PROFILE
               MOVE WS-PX TO CKPT-PART-NO
               READ CHECKPOINT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CKPT-GEN-ID = WS-SP-GEN-ID
                           PERFORM 4630-DELETE-PARTITION-CHECKPOINT
                       END-IF
               END-READ
           END-IF.

       4630-DELETE-PARTITION-CHECKPOINT.
           MOVE SPACES TO OLOG-EV-MESSAGE
           DELETE CHECKPOINT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO WS-ACTION-OK-SW
                   ADD 1 TO WS-FAIL-CT
                   MOVE "E" TO OLOG-EV-SEVERITY
                   STRING "PARTITION " WS-PX
                       " CHECKPOINT RECORD COULD NOT BE DELETED"
                       DELIMITED BY SIZE INTO OLOG-EV-MESSAGE
                   END-STRING
               NOT INVALID KEY
                   MOVE "I" TO OLOG-EV-SEVERITY
                   STRING "PARTITION " WS-PX
                       " CHECKPOINT RETIRED FOR GENERATION " WS-SP-GEN-ID
                       DELIMITED BY SIZE INTO OLOG-EV-MESSAGE
                   END-STRING
           END-DELETE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  ACTION: " OLOG-EV-MESSAGE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9000-WRITE-REPORT-LINE
           PERFORM 9900-LOG-EVENT.

      *> The header marked abandoned closes the run: FIZZMRGE and
      *> the partition steps refuse it from here on, and the next
      *> FIZZSPLT of the profile is free to cut a fresh one.
       4700-CLOSE-SPLIT.
           MOVE SPACES TO OLOG-EV-MESSAGE
           MOVE WS-PROFILE TO PRTN-PROFILE
           MOVE 0 TO PRTN-PART-NO
           READ PARTCTL
               INVALID KEY
                   MOVE "N" TO WS-ACTION-OK-SW
                   ADD 1 TO WS-FAIL-CT
                   MOVE "E" TO OLOG-EV-SEVERITY
                   MOVE "PARTCTL HEADER NOT FOUND - RUN STILL OPEN"
                       TO OLOG-EV-MESSAGE
               NOT INVALID KEY
                   PERFORM 4710-MARK-SPLIT-ABANDONED
           END-READ
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  ACTION: " OLOG-EV-MESSAGE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9000-WRITE-REPORT-LINE
           PERFORM 9900-LOG-EVENT.

       4710-MARK-SPLIT-ABANDONED.
           MOVE "X" TO PRTN-STATUS
           MOVE WS-RUN-DATE TO PRTN-STAMP-DATE
           MOVE WS-RUN-TIME TO PRTN-STAMP-TIME
           MOVE WS-ABEND-RC TO PRTN-RETURN-CODE
           REWRITE PRTN-RECORD
               INVALID KEY
                   MOVE "N" TO WS-ACTION-OK-SW
                   ADD 1 TO WS-FAIL-CT
                   MOVE "E" TO OLOG-EV-SEVERITY
                   MOVE "PARTCTL REWRITE REJECTED - RUN STILL OPEN"
                       TO OLOG-EV-MESSAGE
               NOT INVALID KEY
                   MOVE "I" TO OLOG-EV-SEVERITY
                   STRING "PARTITIONED RUN ABANDONED FOR GENERATION "
                       WS-SP-GEN-ID
                       DELIMITED BY SIZE INTO OLOG-EV-MESSAGE
                   END-STRING
           END-REWRITE.

      *> Takes the flags off as FIZZORBUZZ 9300 does; a pending
      *> restart is left alone.
       4400-CLEAR-RUN-FLAG.
           MOVE SPACES TO OLOG-EV-MESSAGE
           MOVE "N" TO PARM-RUN-SW
           MOVE SPACES TO PARM-RUN-ID
           REWRITE PARM-RECORD
               INVALID KEY
                   MOVE "N" TO WS-ACTION-OK-SW
                   ADD 1 TO WS-FAIL-CT
                   MOVE "E" TO OLOG-EV-SEVERITY
                   MOVE "PARMFILE REWRITE REJECTED - RUN FLAG STILL UP"
                       TO OLOG-EV-MESSAGE
               NOT INVALID KEY
                   MOVE "I" TO OLOG-EV-SEVERITY
                   STRING "RUN-ACTIVE FLAG CLEARED FOR PROFILE "
                       WS-PROFILE
                       DELIMITED BY SIZE INTO OLOG-EV-MESSAGE
                   END-STRING
           END-REWRITE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  ACTION: " OLOG-EV-MESSAGE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9000-WRITE-REPORT-LINE
           PERFORM 9900-LOG-EVENT.

      *> The run never stamped itself, so the cycle still shows
      *> FIZZORBUZZ pending; stamping it failed with the abend return
      *> code makes FZCY and FIZZCYCR tell the truth until the rerun
      *> restamps it.
       4500-STAMP-CYCLE.
           MOVE "S" TO CYCL-CL-FUNCTION
           MOVE WS-PROFILE TO CYCL-CL-PROFILE
           MOVE SPACES TO CYCL-CL-BUS-DATE
           MOVE 2 TO CYCL-CL-STEP
           MOVE WS-GEN-ID TO CYCL-CL-GEN-ID
           MOVE WS-ABEND-RC TO CYCL-CL-RC
           CALL "FIZZCYCL" USING CYCL-CALL
           MOVE SPACES TO WS-PRINT-LINE
           IF CYCL-CL-OK-SW = "Y"
               STRING "  ACTION: FIZZORBUZZ STAMPED FAILED ON CYCLE "
                   CYCL-CL-BUS-DATE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
           ELSE
               MOVE "W" TO OLOG-EV-SEVERITY
               MOVE CYCL-CL-MESSAGE TO OLOG-EV-MESSAGE
               PERFORM 9900-LOG-EVENT
               STRING "  CYCLE CONTROL: " CYCL-CL-MESSAGE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
           END-IF
           MOVE 0 TO RETURN-CODE
           PERFORM 9000-WRITE-REPORT-LINE.

       8000-WRITE-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "PROFILES EXAMINED                  :" TO WS-TOT-TAG
           MOVE WS-PROFILE-CT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "PROFILES WITH LEFTOVERS            :" TO WS-TOT-TAG
           MOVE WS-LEFTOVER-CT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "PROFILES CLEANED UP                :" TO WS-TOT-TAG
           MOVE WS-CLEANED-CT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "PROFILES LEFT FOR RESTART OR HAND  :" TO WS-TOT-TAG
           MOVE WS-HELD-CT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "ORPHAN DATASETS DISPOSED OF        :" TO WS-TOT-TAG
           MOVE WS-FILE-CT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "CLEANUP ACTIONS FAILED             :" TO WS-TOT-TAG
           MOVE WS-FAIL-CT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       9000-WRITE-REPORT-LINE.
           IF WS-LINE-CT >= WS-LINES-PER-PAGE
               PERFORM 9100-WRITE-PAGE-HEADER
           END-IF
           MOVE WS-PRINT-LINE TO ABN-LINE
           WRITE ABN-LINE
           ADD 1 TO WS-LINE-CT.

       9100-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-PAGE-NO TO WS-HDG-PAGE-NO
           MOVE WS-HEADING-1 TO ABN-LINE
           WRITE ABN-LINE
           MOVE 1 TO WS-LINE-CT.
       END PROGRAM FIZZABND.
