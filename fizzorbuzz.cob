      *>                      run whose checkpoint file will not
      *>                      open is refused rather than run
      *>                      unprotected.
      *>   SEP 9  - Amber   - FZPM saves and deletes now wait on
      *>                      PARMPEND for a second userid's
      *>                      approval before they reach PARMFILE,
      *>                      so the run still classifies under the
      *>                      last approved record; when a change is
      *>                      waiting on the profile the exception
      *>                      report says so (who asked, when, save
      *>                      or delete) without refusing the run,
      *>                      and the note is filed on OPSLOG.
      *>   SEP 16 - Amber   - overrides now come off the keyed
      *>                      OVRDMAST master (profile and number
      *>                      range, maintained on the FZOV screen)
      *>                      instead of the FIZZORBUZZ.OVR.<profile>
      *>                      card deck. Each record carries an
      *>                      effective and an expiry date and only
      *>                      those in force on the run date are
      *>                      applied; the rest are counted on the
      *>                      exception report. Matching and edits
      *>                      are unchanged - first in key order
      *>                      wins.
      *>   SEP 23 - Amber   - the RUNHIST record now carries the
      *>                      generation ID the run cut, so the
      *>                      FIZZRCVR forward recovery can tell a
      *>                      purged generation from one that was
      *>                      never cataloged.
      *>   SEP 26 - Amber   - the classification master and history
      *>                      are now keyed on profile and number, so
      *>                      a TEST or MONTHEND run over DAILY's
      *>                      range no longer overwrites the records
      *>                      DAILY's delta compare reads: 3240 reads,
      *>                      and 3250/3260 file, under the run's own
      *>                      profile only.
      *>   SEP 30 - Amber   - the run now checks the batch cycle
      *>                      control through FIZZCYCL before it
      *>                      touches anything: FIZZGATE must have
      *>                      passed the profile for the night's
      *>                      cycle, or the run is refused to the
      *>                      exception report with return code 16.
      *>                      At end of run the classification step
      *>                      is stamped on the cycle with the
      *>                      generation and return code, so FIZZBAL
      *>                      can prove it is balancing the
      *>                      generation this step produced.
      *>   OCT 7  - Amber   - partition mode for a partitioned run:
      *>                      a partition number in RUNCARD columns
      *>                      16-17 runs one slice of the range
      *>                      FIZZSPLT cut on PARTCTL, under the
      *>                      split's generation, run ID, run date,
      *>                      and mode, to partial FZPART datasets
      *>                      with its own checkpoint (the key is
      *>                      now profile plus partition number).
      *>                      The split has already checked the
      *>                      cycle and flagged the profile active,
      *>                      and FIZZMRGE catalogs, logs, clears the
      *>                      flag, and stamps the cycle for the
      *>                      whole run, so a partition does none of
      *>                      those; it marks its PARTCTL record
      *>                      running, then complete or failed. A
      *>                      failed partition is rerun on its own
      *>                      and resumes from its checkpoint with
      *>                      no restart flag needed; a complete one
      *>                      is refused, as is any partition once
      *>                      the profile's range or rules table has
      *>                      changed since the split.
      *>   OCT 15 - Amber   - a spot run sends every number its deck
      *>                      names to billing: an unchanged class is
      *>                      flagged "C" and counted changed, not
      *>                      "U", so a resubmitted reject reaches
      *>                      billing and its BILLSUSP item can close.
      *>                      A number still excluded stays off.
      *>   OCT 15 - Amber   - setting the run flag files a "RUN FLAG
      *>                      SET" event on OPSLOG, so FIZZABND can
      *>                      tell this run from an earlier one the
      *>                      same day under the same run ID.
      *>   OCT 15 - Amber   - a spot run is cataloged on GENCAT with
      *>                      delta switch "S" rather than "Y".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS PARM-KEY
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PARMPEND ASSIGN TO "PARMPEND"
               ORGANIZATION INDEXED
               RECORD KEY IS PPND-PARM-KEY
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-PPND-STATUS.
           SELECT RUN-CONTROL ASSIGN TO "RUNCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT OVRD-MASTER ASSIGN TO "OVRDMAST"
               ORGANIZATION INDEXED
               RECORD KEY IS OMST-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-OVRD-STATUS.
           SELECT SPOT-FILE ASSIGN TO "SPOTCARD"
               ORGANIZATION LINE SEQUENTIAL
               ORGANIZATION SEQUENTIAL.
           SELECT CHECKPOINT-FILE ASSIGN TO "FIZZORBUZZ.CKPT"
               ORGANIZATION INDEXED
               RECORD KEY IS CKPT-KEY
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT PARTCTL ASSIGN TO "PARTCTL"
               ORGANIZATION INDEXED
               RECORD KEY IS PRTN-KEY
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-PRTN-STATUS.
           SELECT REPORT-OUT ASSIGN TO DYNAMIC WS-RPT-FILE
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BILLING-EXTRACT ASSIGN TO DYNAMIC WS-BIL-FILE
               ORGANIZATION SEQUENTIAL.
           SELECT CLSF-MASTER ASSIGN TO "FIZZBUZZ.MST"
               ORGANIZATION INDEXED
               RECORD KEY IS CMST-KEY
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-MST-STATUS.
           SELECT CLSF-HISTORY ASSIGN TO "FIZZBUZZ.HST"
       FD  PARMFILE.
       COPY PARMREC.

       FD  PARMPEND.
       COPY PPNDREC.

       FD  RUN-CONTROL.
       01 CARD-REC PIC X(80).

       FD  OVRD-MASTER.
       COPY OMSTREC.

       FD  SPOT-FILE.
       COPY SPOTREC.
       FD  CHECKPOINT-FILE.
       COPY CKPTREC.

       FD  PARTCTL.
       COPY PRTNREC.

       FD  REPORT-OUT.
       01 RPT-LINE PIC X(80).


       WORKING-STORAGE SECTION.
       COPY OLOGEVNT.
       COPY CYCLCALL.
       01 WS-CYCLE-OK-SW PIC X VALUE "N".
       01 WS-RUN-ID PIC X(8) VALUE SPACES.
       01 WS-VALID-SW PIC X VALUE "Y".
       01 WS-PARM-STATUS PIC XX VALUE "00".
       01 WS-CARD-STATUS PIC XX VALUE "00".
       01 WS-PPND-STATUS PIC XX VALUE "00".
       01 WS-PEND-SW PIC X VALUE "N".
       01 WS-PEND-ACTION PIC X(1).
       01 WS-PEND-MAKER PIC X(8).
       01 WS-PEND-DATE PIC X(8).
       01 WS-CKPT-STATUS PIC XX VALUE "00".
       01 WS-RHST-STATUS PIC XX VALUE "00".
       01 WS-MST-STATUS PIC XX VALUE "00".
       01 WS-BIL-FILE PIC X(30).
       01 WS-CTL-FILE PIC X(30).
       01 WS-EXR-FILE PIC X(30).
       01 WS-START-TIME PIC X(8).
       01 WS-END-DATE PIC X(8).
       01 WS-END-TIME PIC X(8).
           05 WS-SPOT OCCURS 100.
               10 WS-SP-START-NO PIC 9(7).
               10 WS-SP-END-NO PIC 9(7).
       COPY OVRDREC.
       01 WS-OVRD-STATUS PIC XX VALUE "00".
       01 WS-OVRD-EOF-SW PIC X VALUE "N".
       01 WS-OVRD-SKIP-CT PIC 9(7) VALUE 0.
       01 WS-OVRD-SKIP-ED PIC Z(6)9.
       01 WS-OVERRIDE-SW PIC X VALUE "N".
       01 WS-OVRD-REASON PIC X(4) VALUE SPACES.
       01 WS-OVRD-LABEL PIC X(8) VALUE SPACES.
       01 WS-CKPT-OPEN-SW PIC X VALUE "N".
       01 WS-SAVE-EXR-LINE PIC X(80).
       01 WS-PARM-SNAPSHOT PIC X(142) VALUE SPACES.
       01 WS-SAVE-RC PIC 9(2).

      *> Partition mode: the RUNCARD partition number, and what the
      *> split filed on PARTCTL for the profile and this partition.
       01 WS-PART-CARD PIC X(2) VALUE SPACES.
       01 WS-PART-NO PIC 9(2) VALUE 0.
       01 WS-PART-OK-SW PIC X VALUE "N".
       01 WS-PRTN-STATUS PIC XX VALUE "00".
       01 WS-PART-HDR-SW PIC X VALUE "N".
       01 WS-PART-SLOT-SW PIC X VALUE "N".
       01 WS-PT-PART-CT PIC 9(2) VALUE 0.
       01 WS-PT-STATUS PIC X VALUE SPACE.
       01 WS-PT-GEN-ID PIC X(15) VALUE SPACES.
       01 WS-PT-START-NO PIC 9(7) VALUE 0.
       01 WS-PT-END-NO PIC 9(7) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER PIC X(40) VALUE "FIZZORBUZZ CLASSIFICATION LISTING".
       0000-MAIN.
           PERFORM 1000-READ-PARMS
           PERFORM 2000-EDIT-PARMS
           IF WS-VALID-SW = "Y"
               IF WS-PART-CARD NOT = SPACES
                   PERFORM 1310-CHECK-PARTITION
               ELSE
                   PERFORM 1010-CHECK-CYCLE
               END-IF
           END-IF
           IF WS-VALID-SW = "Y"
               IF WS-RESTART-SW = "Y"
                   PERFORM 1100-READ-CHECKPOINT
               END-IF
               IF WS-VALID-SW = "Y"
                   IF WS-PART-NO > 0
                       PERFORM 1320-MARK-PARTITION-RUNNING
                   ELSE
                       PERFORM 1200-SET-RUN-ACTIVE
                   END-IF
               END-IF
               IF WS-VALID-SW = "Y"
                   PERFORM 3000-CLASSIFY-RANGE
                   IF WS-VALID-SW = "Y"
                       PERFORM 8000-WRITE-SUMMARY
                       IF WS-PART-NO = 0
                           PERFORM 8300-WRITE-GENERATION-CAT
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-VALID-SW = "N"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF WS-PART-NO > 0
               IF WS-PART-OK-SW = "Y"
                   PERFORM 8500-STAMP-PARTITION
               END-IF
           ELSE
               PERFORM 8200-WRITE-RUN-HISTORY
           END-IF
           IF WS-CYCLE-OK-SW = "Y"
               PERFORM 8400-STAMP-CYCLE
           END-IF
           STOP RUN.

      *> FIZZGATE opens the night's cycle; a run submitted by hand
      *> or rerun past a refused gate is stopped here, before the
      *> parameter record is flagged or a generation is cut. A run
      *> the cycle refused is not stamped - it never ran.
       1010-CHECK-CYCLE.
           MOVE "C" TO CYCL-CL-FUNCTION
           MOVE WS-PROFILE TO CYCL-CL-PROFILE
           MOVE SPACES TO CYCL-CL-BUS-DATE
           MOVE 2 TO CYCL-CL-STEP
           MOVE WS-GEN-ID TO CYCL-CL-GEN-ID
           CALL "FIZZCYCL" USING CYCL-CALL
           IF CYCL-CL-OK-SW = "Y"
               MOVE "Y" TO WS-CYCLE-OK-SW
           ELSE
               MOVE SPACES TO EXR-LINE
               STRING "CYCLE CONTROL: " CYCL-CL-MESSAGE
                   DELIMITED BY SIZE INTO EXR-LINE
               END-STRING
               PERFORM 9100-REFUSE-RUN
           END-IF.

       1000-READ-PARMS.
           PERFORM 1050-READ-RUN-CARD
           OPEN INPUT PARMFILE
                  "-" DELIMITED BY SIZE
                  WS-START-TIME(1:6) DELIMITED BY SIZE
                  INTO WS-GEN-ID
           IF WS-PART-NO > 0
               PERFORM 1300-READ-PARTITION
           END-IF
           PERFORM 1055-BUILD-PROFILE-NAMES
           PERFORM 1060-BUILD-GENERATION-NAMES
           PERFORM 1070-CHECK-PENDING-CHANGE.

      *> A change keyed on FZPM sits on PARMPEND until a second
      *> userid approves it, and this run never reads it - the
      *> record just read from PARMFILE is the last approved one.
      *> A waiting change is only noted: it goes on the exception
      *> report (9050) so whoever signs the run off knows the
      *> profile is about to change, and on OPSLOG. No PARMPEND
      *> file yet just means nothing has ever been pending.
       1070-CHECK-PENDING-CHANGE.
           MOVE "N" TO WS-PEND-SW
           OPEN INPUT PARMPEND
           IF WS-PPND-STATUS = "00"
               MOVE WS-PROFILE TO PPND-PARM-KEY
               READ PARMPEND
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-PEND-SW
                       MOVE PPND-ACTION TO WS-PEND-ACTION
                       MOVE PPND-MAKER-USERID TO WS-PEND-MAKER
                       MOVE PPND-REQ-DATE TO WS-PEND-DATE
               END-READ
               CLOSE PARMPEND
           END-IF
           IF WS-PEND-SW = "Y"
               DISPLAY "NOTE - A PROFILE CHANGE BY " WS-PEND-MAKER
                   " IS AWAITING APPROVAL - NOT USED BY THIS RUN"
               MOVE "I" TO OLOG-EV-SEVERITY
               MOVE "PROFILE CHANGE AWAITING APPROVAL - RUN USES APPROVED TABLE"
                   TO OLOG-EV-MESSAGE
               PERFORM 9900-LOG-EVENT
           END-IF.

      *> The per-run work files carry the profile the way the three
      *> output files carry the generation, so two profiles in
      *> flight at once cannot trample each other's exception
      *> report. Overrides are keyed by profile on OVRDMAST. The
      *> partitions of one run are in flight together, so each has
      *> its own exception report as well.
       1055-BUILD-PROFILE-NAMES.
           MOVE SPACES TO WS-EXR-FILE
           IF WS-PART-NO > 0
               STRING "FIZZORBUZZ.EXR." DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PROFILE) DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      WS-PART-NO DELIMITED BY SIZE
                      INTO WS-EXR-FILE
           ELSE
               STRING "FIZZORBUZZ.EXR." DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PROFILE) DELIMITED BY SIZE
                      INTO WS-EXR-FILE
           END-IF.

      *> The output datasets carry the generation ID so a rerun can
      *> never truncate a prior run's billing feed before billing
      *> these names are rebuilt, so the resume extends the same
      *> generation.
       1060-BUILD-GENERATION-NAMES.
           IF WS-PART-NO > 0
               PERFORM 1065-BUILD-PARTITION-NAMES
           ELSE
               MOVE SPACES TO WS-CLSF-FILE
               STRING "FIZZBUZZ.OUT." DELIMITED BY SIZE
                      WS-GEN-ID DELIMITED BY SIZE
                      INTO WS-CLSF-FILE
               MOVE SPACES TO WS-RPT-FILE
               STRING "FIZZORBUZZ.LST." DELIMITED BY SIZE
                      WS-GEN-ID DELIMITED BY SIZE
                      INTO WS-RPT-FILE
               MOVE SPACES TO WS-BIL-FILE
               STRING "FIZZORBUZZ.BIL." DELIMITED BY SIZE
                      WS-GEN-ID DELIMITED BY SIZE
                      INTO WS-BIL-FILE
               MOVE SPACES TO WS-CTL-FILE
               STRING "FIZZORBUZZ.CTL." DELIMITED BY SIZE
                      WS-GEN-ID DELIMITED BY SIZE
                      INTO WS-CTL-FILE
           END-IF.

      *> A partition cuts its slice to partial datasets named for the
      *> generation and the partition number; FIZZMRGE joins them,
      *> in partition order, into the generation's own four files
      *> and then deletes them.
       1065-BUILD-PARTITION-NAMES.
           MOVE SPACES TO WS-CLSF-FILE
           STRING "FZPART.OUT." WS-GEN-ID "." WS-PART-NO
               DELIMITED BY SIZE INTO WS-CLSF-FILE
           END-STRING
           MOVE SPACES TO WS-RPT-FILE
           STRING "FZPART.LST." WS-GEN-ID "." WS-PART-NO
               DELIMITED BY SIZE INTO WS-RPT-FILE
           END-STRING
           MOVE SPACES TO WS-BIL-FILE
           STRING "FZPART.BIL." WS-GEN-ID "." WS-PART-NO
               DELIMITED BY SIZE INTO WS-BIL-FILE
           END-STRING
           MOVE SPACES TO WS-CTL-FILE
           STRING "FZPART.CTL." WS-GEN-ID "." WS-PART-NO
               DELIMITED BY SIZE INTO WS-CTL-FILE
           END-STRING.

       1050-READ-RUN-CARD.
           OPEN INPUT RUN-CONTROL
                           MOVE "Y" TO WS-SPOT-SW
                           MOVE "Y" TO WS-DELTA-SW
                       END-IF
                       IF CARD-REC(16:2) NOT = SPACES
                           MOVE CARD-REC(16:2) TO WS-PART-CARD
                           IF WS-PART-CARD IS NUMERIC
                               MOVE WS-PART-CARD TO WS-PART-NO
                           END-IF
                       END-IF
               END-READ
               CLOSE RUN-CONTROL
           ELSE
               DISPLAY "NO RUNCARD FOUND - USING PROFILE " WS-PROFILE
           END-IF.

      *> A partition step files under the split's generation, run
      *> ID, run date, and mode, taken here off the open header
      *> record ahead of the override load and the file naming, so
      *> every slice lands in the one generation the merge will
      *> catalog. Its own record gives the slice. The edits wait
      *> for 1310, once the exception report is open.
       1300-READ-PARTITION.
           OPEN INPUT PARTCTL
           IF WS-PRTN-STATUS = "00"
               MOVE WS-PROFILE TO PRTN-PROFILE
               MOVE 0 TO PRTN-PART-NO
               READ PARTCTL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PRTN-STATUS = "O"
                           PERFORM 1305-TAKE-PARTITION-HEADER
                       END-IF
               END-READ
               IF WS-PART-HDR-SW = "Y"
                   MOVE WS-PROFILE TO PRTN-PROFILE
                   MOVE WS-PART-NO TO PRTN-PART-NO
                   READ PARTCTL
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-PART-SLOT-SW
                           MOVE PRTN-STATUS TO WS-PT-STATUS
                           MOVE PRTN-GEN-ID TO WS-PT-GEN-ID
                           MOVE PRTN-START-NO TO WS-PT-START-NO
                           MOVE PRTN-END-NO TO WS-PT-END-NO
                   END-READ
               END-IF
               CLOSE PARTCTL
           END-IF.

       1305-TAKE-PARTITION-HEADER.
           MOVE "Y" TO WS-PART-HDR-SW
           MOVE PRTN-PART-CT TO WS-PT-PART-CT
           MOVE PRTN-PARM-SNAPSHOT TO WS-PARM-SNAPSHOT
           MOVE PRTN-GEN-ID TO WS-GEN-ID
           MOVE PRTN-RUN-ID TO WS-RUN-ID
           MOVE PRTN-RUN-DATE TO WS-RUN-DATE
           MOVE PRTN-START-TIME TO WS-START-TIME
           MOVE PRTN-DELTA-SW TO WS-DELTA-SW.

      *> The partition is only run against the table the split saw:
      *> the key, range, and rules table (the first 132 bytes of the
      *> profile record, ahead of the restart and run flags) must
      *> still match the split's snapshot, or the slices would
      *> classify under different tables. A partition that already
      *> completed is not rerun; one that was running or failed
      *> resumes from its own checkpoint without the restart flag.
       1310-CHECK-PARTITION.
           EVALUATE TRUE
               WHEN WS-PART-CARD IS NOT NUMERIC OR WS-PART-NO = 0
                   MOVE "RUNCARD PARTITION NUMBER MUST BE 01 OR ABOVE"
                       TO EXR-LINE
                   PERFORM 9100-REFUSE-RUN
               WHEN WS-SPOT-SW = "Y"
                   MOVE "A SPOT RUN CANNOT BE RUN AS A PARTITION"
                       TO EXR-LINE
                   PERFORM 9100-REFUSE-RUN
               WHEN WS-PART-HDR-SW NOT = "Y"
                   MOVE "NO OPEN PARTITIONED RUN ON PARTCTL FOR THE PROFILE"
                       TO EXR-LINE
                   PERFORM 9100-REFUSE-RUN
               WHEN WS-PART-NO > WS-PT-PART-CT
                   OR WS-PART-SLOT-SW NOT = "Y"
                   OR WS-PT-GEN-ID NOT = WS-GEN-ID
                   MOVE "PARTITION NUMBER IS NOT PART OF THE OPEN SPLIT"
                       TO EXR-LINE
                   PERFORM 9100-REFUSE-RUN
               WHEN WS-PT-STATUS = "C"
                   MOVE "PARTITION ALREADY COMPLETE - RUN THE MERGE"
                       TO EXR-LINE
                   PERFORM 9100-REFUSE-RUN
               WHEN PARM-RECORD(1:132) NOT = WS-PARM-SNAPSHOT(1:132)
                   MOVE "PROFILE RANGE OR RULES CHANGED SINCE THE SPLIT"
                       TO EXR-LINE
                   PERFORM 9100-REFUSE-RUN
               WHEN OTHER
                   MOVE "Y" TO WS-PART-OK-SW
                   MOVE WS-PT-START-NO TO WS-START-NO
                   MOVE WS-PT-END-NO TO WS-END-NO
                   MOVE WS-START-NO TO WS-I
                   IF WS-PT-STATUS = "R" OR WS-PT-STATUS = "F"
                       MOVE "Y" TO WS-RESTART-SW
                   ELSE
                       MOVE "N" TO WS-RESTART-SW
                   END-IF
           END-EVALUATE.

      *> Marked running before the first number is touched, so a
      *> partition that abends shows "R" to the merge and FIZZABND
      *> and is rerun rather than merged short.
       1320-MARK-PARTITION-RUNNING.
           OPEN I-O PARTCTL
           IF WS-PRTN-STATUS = "00"
               MOVE WS-PROFILE TO PRTN-PROFILE
               MOVE WS-PART-NO TO PRTN-PART-NO
               READ PARTCTL
                   INVALID KEY
                       MOVE "23" TO WS-PRTN-STATUS
                   NOT INVALID KEY
                       MOVE "R" TO PRTN-STATUS
                       MOVE 0 TO PRTN-RETURN-CODE
                       IF WS-CKPT-RESUMED-SW = "Y"
                           MOVE "Y" TO PRTN-RESUME-SW
                       END-IF
                       ACCEPT PRTN-STAMP-DATE FROM DATE YYYYMMDD
                       ACCEPT PRTN-STAMP-TIME FROM TIME
                       REWRITE PRTN-RECORD
               END-READ
               CLOSE PARTCTL
           END-IF
           IF WS-PRTN-STATUS NOT = "00"
               MOVE "N" TO WS-PART-OK-SW
               MOVE "PARTCTL COULD NOT BE UPDATED - PARTITION NOT STARTED"
                   TO EXR-LINE
               PERFORM 9100-REFUSE-RUN
           END-IF.

      *> Flag the profile record as in use by this run so the FZPM
      *> screen can refuse (or demand a forced) save underneath us.
      *> The record as rewritten is kept as a snapshot; at end of
                       MOVE WS-RUN-ID TO PARM-RUN-ID
                       REWRITE PARM-RECORD
                       MOVE PARM-RECORD TO WS-PARM-SNAPSHOT
                       IF WS-PARM-STATUS = "00"
                           PERFORM 1210-LOG-RUN-FLAG-SET
                       END-IF
               END-READ
               CLOSE PARMFILE
           ELSE
               PERFORM 9900-LOG-EVENT
           END-IF.

      *> The run ID is one per day; this event times the flag so
      *> FIZZABND can tell this run from an earlier one that day.
       1210-LOG-RUN-FLAG-SET.
           MOVE "I" TO OLOG-EV-SEVERITY
           MOVE SPACES TO OLOG-EV-MESSAGE
           STRING "RUN FLAG SET ON PROFILE " WS-PROFILE
               DELIMITED BY SIZE INTO OLOG-EV-MESSAGE
           END-STRING
           PERFORM 9900-LOG-EVENT.

       2000-EDIT-PARMS.
           OPEN OUTPUT EXCEPTION-RPT
           PERFORM 9050-WRITE-PROFILE-LINE
                   END-EVALUATE
           END-EVALUATE.

      *> Overrides come off the keyed OVRDMAST master maintained on
      *> the FZOV screen, in key order within the profile. No master
      *> yet just means no overrides this run. Only records in force
      *> on the run date are loaded - the rest are counted and noted
      *> on the exception report, not treated as errors. A record
      *> that is loaded must still be clean: audit flagged hand-
      *> edited extracts, so a bad one refuses the whole run rather
      *> than silently skipping the override.
       2200-LOAD-OVERRIDES.
           MOVE 0 TO WS-OVRD-CT
           MOVE 0 TO WS-OVRD-SKIP-CT
           MOVE "N" TO WS-OVRD-EOF-SW
           OPEN INPUT OVRD-MASTER
           IF WS-OVRD-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-OVRD-STATUS NOT = "00"
                   MOVE "OVERRIDE MASTER COULD NOT BE OPENED"
                       TO EXR-LINE
                   PERFORM 9000-WRITE-EXCEPTION
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
                           NOT AT END PERFORM 2205-TAKE-MASTER-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE OVRD-MASTER
                   PERFORM 2230-NOTE-SKIPPED-OVERRIDES
               END-IF
           END-IF.

      *> Each master record in force is passed through the same
      *> edits the card deck always had, as a card image.
       2205-TAKE-MASTER-RECORD.
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
                   PERFORM 2210-LOAD-ONE-OVERRIDE
           END-EVALUATE.

       2210-LOAD-ONE-OVERRIDE.
           IF OVRD-CARD = SPACES
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN WS-OVRD-CT >= 100
                       MOVE "MORE THAN 100 OVERRIDES IN EFFECT"
                           TO EXR-LINE
                       PERFORM 9000-WRITE-EXCEPTION
                   WHEN OVRD-START-NO IS NOT NUMERIC
               PERFORM 9000-WRITE-EXCEPTION
           END-IF.

      *> Informational only - the run stays valid.
       2230-NOTE-SKIPPED-OVERRIDES.
           IF WS-OVRD-SKIP-CT > 0
               MOVE WS-OVRD-SKIP-CT TO WS-OVRD-SKIP-ED
               MOVE SPACES TO EXR-LINE
               STRING "NOTE: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OVRD-SKIP-ED) DELIMITED BY SIZE
                      " OVERRIDE(S) NOT IN EFFECT ON " DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      " - NOT APPLIED" DELIMITED BY SIZE
                      INTO EXR-LINE
               WRITE EXR-LINE
           END-IF.

      *> SPOT mode without a card deck has nothing to correct, so a
      *> missing or empty SPOTCARD refuses the run, unlike the
      *> optional override deck. The run's reported range narrows
                   MOVE "RUN MODE: DELTA - BILLING FEED IS ADDS/CHANGES ONLY"
                       TO EXR-LINE
                   WRITE EXR-LINE
           END-EVALUATE
           IF WS-PEND-SW = "Y"
               PERFORM 9060-WRITE-PENDING-NOTE
           END-IF.

      *> Not an exception - the run goes ahead on the approved
      *> record - but it belongs where the run is signed off.
       9060-WRITE-PENDING-NOTE.
           MOVE SPACES TO EXR-LINE
           IF WS-PEND-ACTION = "D"
               STRING "NOTE: PROFILE DELETE PENDING APPROVAL - ASKED BY "
                      DELIMITED BY SIZE
                      WS-PEND-MAKER DELIMITED BY SPACE
                      " ON " DELIMITED BY SIZE
                      WS-PEND-DATE DELIMITED BY SIZE
                      INTO EXR-LINE
           ELSE
               STRING "NOTE: PROFILE CHANGE PENDING APPROVAL - ASKED BY "
                      DELIMITED BY SIZE
                      WS-PEND-MAKER DELIMITED BY SPACE
                      " ON " DELIMITED BY SIZE
                      WS-PEND-DATE DELIMITED BY SIZE
                      INTO EXR-LINE
           END-IF
           WRITE EXR-LINE
           MOVE "RUN USES THE LAST APPROVED RULES TABLE - SEE FZPM ACTION P"
               TO EXR-LINE
           WRITE EXR-LINE.

      *> Trouble signals also go to the central OPSLOG through
      *> FIZZOLOG, so a warning can no longer vanish with the

      *> The checkpoint file holds one record per profile, so the
      *> restart reads its own profile's record and a TEST run in
      *> flight cannot have overwritten it. Each partition of a
      *> partitioned run has its own record under the profile; one
      *> left by an earlier split is not this run's and is ignored.
      *> A partition whose slice was finished before it could be
      *> stamped complete picks up its totals and cuts nothing more.
       1105-OPEN-AND-READ-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = "00"
               MOVE WS-PROFILE TO CKPT-PROFILE
               MOVE WS-PART-NO TO CKPT-PART-NO
               READ CHECKPOINT-FILE
                   INVALID KEY
                       PERFORM 1120-NOTE-NO-CHECKPOINT
                   MOVE "CHECKPOINT WAS TAKEN UNDER A DIFFERENT PROFILE"
                       TO EXR-LINE
                   PERFORM 9100-REFUSE-RUN
               WHEN WS-PART-NO > 0 AND CKPT-GEN-ID NOT = WS-GEN-ID
                   PERFORM 1120-NOTE-NO-CHECKPOINT
               WHEN CKPT-START-NO NOT = WS-START-NO
                   OR CKPT-END-NO NOT = WS-END-NO
                   MOVE "CHECKPOINT DOES NOT MATCH CURRENT PARAMETER RANGE"
                       TO EXR-LINE
                   PERFORM 9100-REFUSE-RUN
               WHEN CKPT-LAST-I >= WS-END-NO AND WS-PART-NO = 0
                   MOVE "CHECKPOINT SHOWS NO WORK REMAINING FOR THIS RANGE"
                       TO EXR-LINE
                   PERFORM 9100-REFUSE-RUN
           WHEN WS-MST-OPEN-SW NOT = "Y"
               MOVE "CLASSIFICATION MASTER COULD NOT BE OPENED"
                   TO EXR-LINE
               PERFORM 3070-REFUSE-CLASSIFY
           WHEN WS-HST-OPEN-SW NOT = "Y"
               MOVE "CLASSIFICATION HISTORY COULD NOT BE OPENED"
                   TO EXR-LINE
               PERFORM 3070-REFUSE-CLASSIFY
           WHEN WS-SPOT-SW NOT = "Y" AND WS-CKPT-OPEN-SW NOT = "Y"
               MOVE "CHECKPOINT FILE COULD NOT BE OPENED" TO EXR-LINE
               PERFORM 3070-REFUSE-CLASSIFY
           WHEN OTHER
               IF WS-CKPT-RESUMED-SW = "Y"
                   OPEN EXTEND FIZZBUZZ-OUT
               IF WS-CKPT-OPEN-SW = "Y"
                   CLOSE CHECKPOINT-FILE
               END-IF
               IF WS-PART-NO = 0
                   PERFORM 9200-END-OF-RUN-PARM-UPDATE
               END-IF
           END-EVALUATE.

      *> The run-active flag of a partitioned run belongs to the
      *> split and is taken off by the merge (or by FIZZABND when the
      *> run is abandoned), so a refused partition leaves it alone.
       3070-REFUSE-CLASSIFY.
           PERFORM 9100-REFUSE-RUN
           IF WS-PART-NO = 0
               PERFORM 9300-CLEAR-RUN-FLAGS
           END-IF.

      *> One number through the whole pass: classify, compare for
      *> the delta flag, retain, upsert, list, extract. A spot run
      *> takes the same path but does not checkpoint - it is small
      *> this number is still on the master (the upsert happens
      *> after this check), so compare against it here: not on file
      *> is an add, a different class code is a change, the same
      *> code is unchanged and stays out of the billing feed. The
      *> compare is against this profile's own record only - what
      *> another profile last classified the number as is no
      *> business of this profile's billing feed. A
      *> master created by this run has no prior image to READ (and
      *> is open OUTPUT, which cannot be read at all) - every number
      *> on a first delta run is an add. Excluded numbers go through
      *> transition to class EXCLUDED so the downstream side learns
      *> of the removal, while one billing never saw (no prior
      *> image, or still excluded) stays off the feed entirely.
      *> A spot run is a resubmission: every number the SPOTCARD
      *> deck names goes back to billing, so an unchanged class is
      *> flagged "C" (and counted changed) rather than "U" - only a
      *> number still excluded stays off the feed.
       3240-CHECK-DELTA.
           IF WS-DELTA-SW NOT = "Y"
               MOVE SPACE TO WS-DELTA-FLAG
               IF WS-MST-NEW-SW = "Y"
                   PERFORM 3245-FLAG-NO-PRIOR-IMAGE
               ELSE
                   MOVE WS-PROFILE TO CMST-PROFILE
                   MOVE WS-I TO CMST-NUMBER
                   READ CLSF-MASTER
                       INVALID KEY
                           PERFORM 3245-FLAG-NO-PRIOR-IMAGE
                       NOT INVALID KEY
                           IF CMST-CODE = WS-CLASS-CODE
                               AND (WS-SPOT-SW NOT = "Y"
                                    OR WS-OVERRIDE-SW = "E")
                               MOVE "U" TO WS-DELTA-FLAG
                               ADD 1 TO WS-UNCHANGED-CT
                           ELSE
      *> adds that most need upserting.
       3250-UPDATE-CLSF-MASTER.
           IF WS-MST-OPEN-SW = "Y"
               MOVE WS-PROFILE TO CMST-PROFILE
               MOVE WS-I TO CMST-NUMBER
               MOVE WS-CLASS-CODE TO CMST-CODE
               MOVE WS-RUN-DATE TO CMST-RUN-DATE
      *> already filed.
       3260-WRITE-CLSF-HISTORY.
           IF WS-HST-OPEN-SW = "Y"
               MOVE WS-PROFILE TO CHST-PROFILE
               MOVE WS-I TO CHST-NUMBER
               MOVE WS-GEN-ID TO CHST-GEN-ID
               MOVE WS-RUN-ID TO CHST-RUN-ID
      *> on a restart, so it stays per record even at volume.
       3300-WRITE-CHECKPOINT.
           MOVE WS-PROFILE TO CKPT-PROFILE
           MOVE WS-PART-NO TO CKPT-PART-NO
           MOVE WS-START-NO TO CKPT-START-NO
           MOVE WS-END-NO TO CKPT-END-NO
           MOVE WS-LAST-PROCESSED TO CKPT-LAST-I
                   PERFORM 3150-CLASSIFY-BY-RULES
           END-EVALUATE.

      *> The override with the lowest start number covering the number
      *> wins, in OVRDMAST key order (profile, start number).
       3120-CHECK-OVERRIDES.
           MOVE "N" TO WS-OVERRIDE-SW
           MOVE SPACES TO WS-OVRD-REASON
       8000-WRITE-SUMMARY.
           DISPLAY "===== FIZZORBUZZ CONTROL TOTALS ====="
           DISPLAY "PROFILE..........: " WS-PROFILE
           IF WS-PART-NO > 0
               DISPLAY "PARTITION........: " WS-PART-NO
           END-IF
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > WS-RULE-CT
               DISPLAY "RULE " WS-RX " " WS-RULE-LABEL(WS-RX)
                   " COUNT: " WS-RULE-HIT-CT(WS-RX)
      *> completes. FIZZBAL flips GCAT-BALANCED-SW once the files
      *> prove out; FIZZPURG retires old generations off this file.
      *> A checkpoint resume rewrites the record it wrote before the
      *> abend, since the generation ID is the same. A spot run is
      *> cataloged "S", not "Y", so recovery and pricing can tell it
      *> from a delta run.
       8300-WRITE-GENERATION-CAT.
           OPEN I-O GENCAT
           IF WS-GCAT-STATUS = "35"
               MOVE WS-RUN-ID TO GCAT-RUN-ID
               MOVE WS-RUN-DATE TO GCAT-RUN-DATE
               MOVE WS-PROFILE TO GCAT-PROFILE
               IF WS-SPOT-SW = "Y"
                   MOVE "S" TO GCAT-DELTA-SW
               ELSE
                   MOVE WS-DELTA-SW TO GCAT-DELTA-SW
               END-IF
               MOVE "N" TO GCAT-BALANCED-SW
               MOVE "N" TO GCAT-CONFIRMED-SW
               MOVE WS-CLSF-FILE TO GCAT-CLSF-FILE
               CLOSE GENCAT
           END-IF.

      *> The generation stamped is the one the run cut (or, on a
      *> restart, extended); any return code above 4 stamps the
      *> step failed and holds FIZZBAL. The run's return code is put
      *> back after the CALLs, which would otherwise leave their own.
       8400-STAMP-CYCLE.
           MOVE "S" TO CYCL-CL-FUNCTION
           MOVE WS-PROFILE TO CYCL-CL-PROFILE
           MOVE 2 TO CYCL-CL-STEP
           MOVE WS-GEN-ID TO CYCL-CL-GEN-ID
           MOVE RETURN-CODE TO CYCL-CL-RC
           CALL "FIZZCYCL" USING CYCL-CALL
           IF CYCL-CL-OK-SW NOT = "Y"
               MOVE "W" TO OLOG-EV-SEVERITY
               MOVE CYCL-CL-MESSAGE TO OLOG-EV-MESSAGE
               PERFORM 9900-LOG-EVENT
           END-IF
           MOVE CYCL-CL-RC TO RETURN-CODE.

      *> A partition reports back on its own PARTCTL record only;
      *> the merge waits for every partition to show "C" and one
      *> that shows "F" is rerun on its own. The return code is put
      *> back after the OPSLOG CALLs.
       8500-STAMP-PARTITION.
           MOVE RETURN-CODE TO WS-SAVE-RC
           OPEN I-O PARTCTL
           IF WS-PRTN-STATUS = "00"
               MOVE WS-PROFILE TO PRTN-PROFILE
               MOVE WS-PART-NO TO PRTN-PART-NO
               READ PARTCTL
                   INVALID KEY
                       MOVE "23" TO WS-PRTN-STATUS
                   NOT INVALID KEY
                       IF WS-SAVE-RC > 4
                           MOVE "F" TO PRTN-STATUS
                       ELSE
                           MOVE "C" TO PRTN-STATUS
                       END-IF
                       MOVE WS-SAVE-RC TO PRTN-RETURN-CODE
                       ACCEPT PRTN-STAMP-DATE FROM DATE YYYYMMDD
                       ACCEPT PRTN-STAMP-TIME FROM TIME
                       REWRITE PRTN-RECORD
               END-READ
               CLOSE PARTCTL
           END-IF
           MOVE SPACES TO OLOG-EV-MESSAGE
           EVALUATE TRUE
               WHEN WS-PRTN-STATUS NOT = "00"
                   MOVE "E" TO OLOG-EV-SEVERITY
                   STRING "PARTITION " WS-PART-NO
                       " NOT STAMPED ON PARTCTL - STATUS " WS-PRTN-STATUS
                       DELIMITED BY SIZE INTO OLOG-EV-MESSAGE
                   END-STRING
               WHEN WS-SAVE-RC > 4
                   MOVE "E" TO OLOG-EV-SEVERITY
                   STRING "PARTITION " WS-PART-NO
                       " FAILED - RERUN THE PARTITION"
                       DELIMITED BY SIZE INTO OLOG-EV-MESSAGE
                   END-STRING
               WHEN OTHER
                   MOVE "I" TO OLOG-EV-SEVERITY
                   STRING "PARTITION " WS-PART-NO " COMPLETE"
                       DELIMITED BY SIZE INTO OLOG-EV-MESSAGE
                   END-STRING
           END-EVALUATE
           PERFORM 9900-LOG-EVENT
           MOVE WS-SAVE-RC TO RETURN-CODE.

       8200-WRITE-RUN-HISTORY.
           OPEN I-O RUNHIST
           IF WS-RHST-STATUS = "35"
               MOVE WS-CHANGED-CT TO RHST-CHANGED-CT
               MOVE WS-EXCLUDED-CT TO RHST-EXCLUDED-CT
               MOVE WS-FORCED-CT TO RHST-FORCED-CT
               MOVE WS-GEN-ID TO RHST-GEN-ID
               WRITE RHST-RECORD
                   INVALID KEY
                       DISPLAY "RUNHIST WRITE REJECTED - RUN NOT LOGGED"
