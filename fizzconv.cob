           >>source format free
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZCONV.
       AUTHOR. Amber.
       DATE-WRITTEN. SEP 26.
      *> MOD-LOG:
      *>   SEP 26 - Amber   - one-time conversion of the number-keyed
      *>                      classification master and history to
      *>                      the profile-keyed layouts in CMSTREC and
      *>                      CHSTREC. Before the run the operator
      *>                      renames the old datasets to
      *>                      FIZZBUZZ.MST.OLD and FIZZBUZZ.HST.OLD;
      *>                      the job refuses if a new FIZZBUZZ.MST or
      *>                      FIZZBUZZ.HST is already there. Each old
      *>                      history record is filed under the
      *>                      profile of the run that cut its
      *>                      generation - from GENCAT, else from the
      *>                      RUNHIST record for the run, else the
      *>                      CONVCARD default profile (columns 1-8,
      *>                      DAILY when blank) - and the new master
      *>                      gets one record per profile and number
      *>                      holding that profile's latest history.
      *>                      The old master is matched against the
      *>                      history on number: it is taken as the
      *>                      truth for the profile that last touched
      *>                      the number, and a number it holds with
      *>                      no history at all goes under the
      *>                      default profile. Prints FIZZCONV.LST.
      *>                      Return code 0 when converted clean, 4
      *>                      when converted with generations
      *>                      defaulted or master records corrected,
      *>                      8 when a write failed, 12 when refused.
      *>   OCT 11 - Amber   - also brings RUNHIST, PARMHIST and the
      *>                      FIZZORBUZZ.CKPT checkpoint file up to
      *>                      their current layouts: the run history
      *>                      gained RHST-GEN-ID, the parameter
      *>                      history the approval fields, and the
      *>                      checkpoint key the partition number.
      *>                      The operator renames each old dataset
      *>                      to the same name with .OLD; a file is
      *>                      converted when its .OLD is present and
      *>                      left alone when it is not, and a
      *>                      present .OLD with the new file already
      *>                      there refuses the run. RUNHIST goes
      *>                      first so the master conversion reads it
      *>                      in its new layout. Every open is now
      *>                      checked and a failed one stops the run
      *>                      with return code 12; a failed write or
      *>                      master rewrite is listed and logged with
      *>                      its key and gives return code 8.
      *>   OCT 11 - Amber   - report lines are built in working
      *>                      storage and moved to the print record
      *>                      after the page check, so a page break
      *>                      no longer overprints the pending line.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL ASSIGN TO "CONVCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT GENCAT ASSIGN TO "GENCAT"
               ORGANIZATION INDEXED
               RECORD KEY IS GCAT-GEN-ID
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-GCAT-STATUS.
           SELECT RUNHIST ASSIGN TO "RUNHIST"
               ORGANIZATION INDEXED
               RECORD KEY IS RHST-KEY
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RHST-STATUS.
           SELECT OLD-MASTER ASSIGN TO "FIZZBUZZ.MST.OLD"
               ORGANIZATION INDEXED
               RECORD KEY IS OLDM-NUMBER
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OLDM-STATUS.
           SELECT OLD-HISTORY ASSIGN TO "FIZZBUZZ.HST.OLD"
               ORGANIZATION INDEXED
               RECORD KEY IS OLDH-KEY
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OLDH-STATUS.
           SELECT OLD-RUNHIST ASSIGN TO "RUNHIST.OLD"
               ORGANIZATION INDEXED
               RECORD KEY IS OLDR-KEY
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OLDR-STATUS.
           SELECT OLD-PARMHIST ASSIGN TO "PARMHIST.OLD"
               ORGANIZATION INDEXED
               RECORD KEY IS OLDP-KEY
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OLDP-STATUS.
           SELECT OLD-CHECKPOINT ASSIGN TO "FIZZORBUZZ.CKPT.OLD"
               ORGANIZATION INDEXED
               RECORD KEY IS OLDC-PROFILE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OLDC-STATUS.
           SELECT PARMHIST ASSIGN TO "PARMHIST"
               ORGANIZATION INDEXED
               RECORD KEY IS PHST-KEY
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PHST-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "FIZZORBUZZ.CKPT"
               ORGANIZATION INDEXED
               RECORD KEY IS CKPT-KEY
               ACCESS MODE IS SEQUENTIAL
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
           SELECT CONVERT-RPT ASSIGN TO "FIZZCONV.LST"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL.
       01 CARD-REC PIC X(80).

       FD  GENCAT.
       COPY GCATREC.

       FD  RUNHIST.
       COPY RHSTREC.

      *> The number-keyed layouts the files had before the profile
      *> was added to the keys.
       FD  OLD-MASTER.
       01 OLDM-RECORD.
           05 OLDM-NUMBER            PIC 9(7).
           05 OLDM-CODE              PIC X(16).
           05 OLDM-RUN-DATE          PIC X(8).
           05 OLDM-RUN-ID            PIC X(8).
           05 OLDM-REASON-CD         PIC X(4).

       FD  OLD-HISTORY.
       01 OLDH-RECORD.
           05 OLDH-KEY.
               10 OLDH-NUMBER        PIC 9(7).
               10 OLDH-GEN-ID        PIC X(15).
           05 OLDH-RUN-ID            PIC X(8).
           05 OLDH-CODE              PIC X(16).
           05 OLDH-RUN-DATE          PIC X(8).
           05 OLDH-DELTA-FLAG        PIC X(1).
           05 OLDH-REASON-CD         PIC X(4).

      *> RUNHIST before RHST-GEN-ID was added, PARMHIST before the
      *> approval fields were added, and the checkpoint file before
      *> CKPT-PART-NO joined its key. Each is the current record
      *> less the new fields, key first; the rest comes across
      *> byte for byte.
       FD  OLD-RUNHIST.
       01 OLDR-RECORD.
           05 OLDR-KEY               PIC X(16).
           05 OLDR-DATA              PIC X(286).

       FD  OLD-PARMHIST.
       01 OLDP-RECORD.
           05 OLDP-KEY               PIC X(29).
           05 OLDP-DATA              PIC X(296).

       FD  OLD-CHECKPOINT.
       01 OLDC-RECORD.
           05 OLDC-PROFILE           PIC X(8).
           05 OLDC-DATA              PIC X(173).

       FD  PARMHIST.
       COPY PHSTREC.

       FD  CHECKPOINT-FILE.
       COPY CKPTREC.
       01 CKPT-CONVERT-RECORD.
           05 FILLER                 PIC X(10).
           05 CKPT-CONVERT-DATA      PIC X(173).

       FD  CLSF-MASTER.
       COPY CMSTREC.

       FD  CLSF-HISTORY.
       COPY CHSTREC.

       FD  CONVERT-RPT.
       01 CNV-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       COPY OLOGEVNT.
       01 WS-CARD-STATUS PIC XX VALUE "00".
       01 WS-GCAT-STATUS PIC XX VALUE "00".
       01 WS-RHST-STATUS PIC XX VALUE "00".
       01 WS-OLDM-STATUS PIC XX VALUE "00".
       01 WS-OLDH-STATUS PIC XX VALUE "00".
       01 WS-MST-STATUS PIC XX VALUE "00".
       01 WS-HST-STATUS PIC XX VALUE "00".
       01 WS-OLDR-STATUS PIC XX VALUE "00".
       01 WS-OLDP-STATUS PIC XX VALUE "00".
       01 WS-OLDC-STATUS PIC XX VALUE "00".
       01 WS-PHST-STATUS PIC XX VALUE "00".
       01 WS-CKPT-STATUS PIC XX VALUE "00".
       01 WS-EOF-SW PIC X VALUE "N".
       01 WS-VALID-SW PIC X VALUE "Y".
       01 WS-WARN-SW PIC X VALUE "N".
       01 WS-ERROR-SW PIC X VALUE "N".
       01 WS-FOUND-SW PIC X VALUE "N".
       01 WS-GCAT-OPEN-SW PIC X VALUE "N".
       01 WS-OLDH-SW PIC X VALUE "Y".
       01 WS-OLDM-EOF-SW PIC X VALUE "N".
       01 WS-OLDH-EOF-SW PIC X VALUE "N".
       01 WS-MST-CONV-SW PIC X VALUE "N".
       01 WS-RHST-CONV-SW PIC X VALUE "N".
       01 WS-PHST-CONV-SW PIC X VALUE "N".
       01 WS-CKPT-CONV-SW PIC X VALUE "N".
       01 WS-STARTED-SW PIC X VALUE "N".
       01 WS-MST-OPEN-SW PIC X VALUE "N".
       01 WS-HST-OPEN-SW PIC X VALUE "N".
       01 WS-OLDM-OPEN-SW PIC X VALUE "N".
       01 WS-OLDH-OPEN-SW PIC X VALUE "N".
       01 WS-REASON-TEXT PIC X(50) VALUE SPACES.
       01 WS-RUN-DATE PIC X(8).
       01 WS-DEFAULT-PROFILE PIC X(8) VALUE "DAILY".
       01 WS-GEN-PROFILE PIC X(8).
       01 WS-LAST-PROFILE PIC X(8).
       01 WS-RH-GEN-ID PIC X(15).

      *> Merge keys: one past the highest number once a file is done.
       01 WS-OLDM-KEY PIC 9(8).
       01 WS-OLDH-KEY PIC 9(8).

       01 WS-OLDM-CT PIC 9(7) VALUE 0.
       01 WS-OLDH-CT PIC 9(7) VALUE 0.
       01 WS-HIST-CT PIC 9(7) VALUE 0.
       01 WS-MASTER-CT PIC 9(7) VALUE 0.
       01 WS-GCAT-HIT-CT PIC 9(7) VALUE 0.
       01 WS-RHST-HIT-CT PIC 9(7) VALUE 0.
       01 WS-DEFAULTED-CT PIC 9(7) VALUE 0.
       01 WS-NO-HIST-CT PIC 9(7) VALUE 0.
       01 WS-ORPHAN-CT PIC 9(7) VALUE 0.
       01 WS-CORRECTED-CT PIC 9(7) VALUE 0.
       01 WS-FAILED-CT PIC 9(7) VALUE 0.
       01 WS-OLDR-CT PIC 9(7) VALUE 0.
       01 WS-RHST-CT PIC 9(7) VALUE 0.
       01 WS-OLDP-CT PIC 9(7) VALUE 0.
       01 WS-PHST-CT PIC 9(7) VALUE 0.
       01 WS-OLDC-CT PIC 9(7) VALUE 0.
       01 WS-CKPT-CT PIC 9(7) VALUE 0.
       01 WS-PRINT-LINE PIC X(100).
       01 WS-LINE-CT PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 55.
       01 WS-PAGE-NO PIC 9(7) VALUE 0.

      *> Generation to profile, from RUNHIST, for generations GENCAT
      *> no longer holds. Same derivation FIZZRCVR uses for records
      *> filed before RUNHIST carried the generation ID.
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 3000.
               10 WS-RT-GEN-ID PIC X(15).
               10 WS-RT-PROFILE PIC X(8).
       01 WS-RUN-CT PIC 9(4) VALUE 0.
       01 WS-RX PIC 9(4).

      *> Generations resolved to neither, each listed once.
       01 WS-DEFAULT-TABLE.
           05 WS-DF-GEN-ID OCCURS 200 PIC X(15).
       01 WS-DF-CT PIC 9(3) VALUE 0.
       01 WS-DX PIC 9(3).

       01 WS-HEADING-1.
           05 FILLER PIC X(40) VALUE "FIZZORBUZZ FILE LAYOUT CONVERSION".
           05 FILLER PIC X(10) VALUE "RUN DATE:".
           05 WS-HDG-RUN-DATE PIC X(8).
           05 FILLER PIC X(7) VALUE "  PAGE:".
           05 WS-HDG-PAGE-NO PIC ZZZZZZ9.

       01 WS-HEADING-2.
           05 FILLER PIC X(17) VALUE "DEFAULT PROFILE: ".
           05 WS-HDG-PROFILE PIC X(8).

       01 WS-PROBLEM-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-PBL-KEY PIC X(24).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-PBL-TEXT PIC X(60).

       01 WS-TOTAL-LINE.
           05 WS-TOT-TAG PIC X(36).
           05 WS-TOT-COUNT PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-READ-CONTROL-CARD
           OPEN OUTPUT CONVERT-RPT
           PERFORM 9100-WRITE-PAGE-HEADER
           PERFORM 1100-CHECK-FILES
           IF WS-VALID-SW = "Y" AND WS-RHST-CONV-SW = "Y"
               PERFORM 2500-CONVERT-RUN-HISTORY
           END-IF
           IF WS-VALID-SW = "Y" AND WS-MST-CONV-SW = "Y"
               PERFORM 1200-LOAD-RUN-HISTORY
               PERFORM 2000-CONVERT-FILES
           END-IF
           IF WS-VALID-SW = "Y" AND WS-PHST-CONV-SW = "Y"
               PERFORM 2600-CONVERT-PARM-HISTORY
           END-IF
           IF WS-VALID-SW = "Y" AND WS-CKPT-CONV-SW = "Y"
               PERFORM 2700-CONVERT-CHECKPOINTS
           END-IF
           IF WS-VALID-SW = "N"
               IF WS-STARTED-SW = "Y"
                   PERFORM 3000-WRITE-TOTALS
               ELSE
                   MOVE SPACES TO WS-PRINT-LINE
                   PERFORM 9000-WRITE-REPORT-LINE
               END-IF
               MOVE SPACES TO WS-PRINT-LINE
               STRING "RESULT: CONVERSION REFUSED - " DELIMITED BY SIZE
                      WS-REASON-TEXT DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
               IF WS-STARTED-SW = "Y"
                   MOVE "DELETE THE NEW FILES AND RERUN BEFORE ANY BATCH"
                       TO WS-PRINT-LINE
                   PERFORM 9000-WRITE-REPORT-LINE
               END-IF
               MOVE 12 TO RETURN-CODE
               MOVE "E" TO OLOG-EV-SEVERITY
               MOVE SPACES TO OLOG-EV-MESSAGE
               STRING "CONVERSION REFUSED - " DELIMITED BY SIZE
                      WS-REASON-TEXT DELIMITED BY SIZE
                      INTO OLOG-EV-MESSAGE
               PERFORM 9900-LOG-EVENT
           ELSE
               PERFORM 3000-WRITE-TOTALS
               PERFORM 4000-WRITE-RESULT
           END-IF
           CLOSE CONVERT-RPT
           STOP RUN.

       9900-LOG-EVENT.
           MOVE "FIZZCONV" TO OLOG-EV-PROGRAM
           MOVE SPACES TO OLOG-EV-RUN-ID
           CALL "FIZZOLOG" USING OLOG-EVENT.

      *> Card layout: default profile in 1-8, for history whose
      *> generation can no longer be traced to a run. A missing card
      *> or a blank field keeps DAILY.
       1000-READ-CONTROL-CARD.
           OPEN INPUT RUN-CONTROL
           IF WS-CARD-STATUS = "00"
               READ RUN-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       IF CARD-REC(1:8) NOT = SPACES
                           MOVE CARD-REC(1:8) TO WS-DEFAULT-PROFILE
                       END-IF
               END-READ
               CLOSE RUN-CONTROL
           END-IF.

      *> A file is converted when its .OLD dataset is there and left
      *> as it is when not, so a site converts only what it still
      *> holds in an old layout. A new file that already exists
      *> beside its .OLD refuses the run: a second run would lay the
      *> old layout over a file the batch has been writing since.
       1100-CHECK-FILES.
           OPEN INPUT OLD-MASTER
           EVALUATE WS-OLDM-STATUS
               WHEN "00"
                   CLOSE OLD-MASTER
                   MOVE "Y" TO WS-MST-CONV-SW
               WHEN "35"
                   MOVE "FIZZBUZZ.MST.OLD" TO WS-PBL-KEY
                   MOVE "NOT PRESENT - MASTER AND HISTORY NOT CONVERTED"
                       TO WS-PBL-TEXT
                   PERFORM 9200-WRITE-PROBLEM-LINE
               WHEN OTHER
                   MOVE "N" TO WS-VALID-SW
                   MOVE "OLD MASTER FIZZBUZZ.MST.OLD COULD NOT BE OPENED"
                       TO WS-REASON-TEXT
           END-EVALUATE
           IF WS-MST-CONV-SW = "Y"
               PERFORM 1110-CHECK-MASTER-FILES
           END-IF
           IF WS-VALID-SW = "Y"
               PERFORM 1120-CHECK-RUN-HISTORY
           END-IF
           IF WS-VALID-SW = "Y"
               PERFORM 1130-CHECK-PARM-HISTORY
           END-IF
           IF WS-VALID-SW = "Y"
               PERFORM 1140-CHECK-CHECKPOINTS
           END-IF
           IF WS-VALID-SW = "Y"
               AND WS-MST-CONV-SW = "N" AND WS-RHST-CONV-SW = "N"
               AND WS-PHST-CONV-SW = "N" AND WS-CKPT-CONV-SW = "N"
               MOVE "N" TO WS-VALID-SW
               MOVE "NO .OLD DATASET PRESENT - NOTHING TO CONVERT"
                   TO WS-REASON-TEXT
           END-IF.

      *> The old history is not required - a site that never kept one
      *> converts its master alone, all under the default profile.
       1110-CHECK-MASTER-FILES.
           OPEN INPUT CLSF-MASTER
           IF WS-MST-STATUS NOT = "35"
               IF WS-MST-STATUS = "00"
                   CLOSE CLSF-MASTER
               END-IF
               MOVE "N" TO WS-VALID-SW
               MOVE "NEW FIZZBUZZ.MST ALREADY EXISTS" TO WS-REASON-TEXT
           END-IF
           IF WS-VALID-SW = "Y"
               OPEN INPUT CLSF-HISTORY
               IF WS-HST-STATUS NOT = "35"
                   IF WS-HST-STATUS = "00"
                       CLOSE CLSF-HISTORY
                   END-IF
                   MOVE "N" TO WS-VALID-SW
                   MOVE "NEW FIZZBUZZ.HST ALREADY EXISTS"
                       TO WS-REASON-TEXT
               END-IF
           END-IF
           IF WS-VALID-SW = "Y"
               OPEN INPUT OLD-HISTORY
               EVALUATE WS-OLDH-STATUS
                   WHEN "00"
                       CLOSE OLD-HISTORY
                   WHEN "35"
                       MOVE "N" TO WS-OLDH-SW
                       MOVE "Y" TO WS-WARN-SW
                       MOVE SPACES TO WS-PBL-KEY
                       MOVE "NO OLD HISTORY - MASTER GOES UNDER DEFAULT PROFILE"
                           TO WS-PBL-TEXT
                       PERFORM 9200-WRITE-PROBLEM-LINE
                   WHEN OTHER
                       MOVE "N" TO WS-VALID-SW
                       MOVE "OLD HISTORY FIZZBUZZ.HST.OLD COULD NOT BE OPENED"
                           TO WS-REASON-TEXT
               END-EVALUATE
           END-IF.

       1120-CHECK-RUN-HISTORY.
           OPEN INPUT OLD-RUNHIST
           EVALUATE WS-OLDR-STATUS
               WHEN "00"
                   CLOSE OLD-RUNHIST
                   MOVE "Y" TO WS-RHST-CONV-SW
                   OPEN INPUT RUNHIST
                   IF WS-RHST-STATUS NOT = "35"
                       IF WS-RHST-STATUS = "00"
                           CLOSE RUNHIST
                       END-IF
                       MOVE "N" TO WS-VALID-SW
                       MOVE "NEW RUNHIST ALREADY EXISTS" TO WS-REASON-TEXT
                   END-IF
               WHEN "35"
                   MOVE "RUNHIST.OLD" TO WS-PBL-KEY
                   MOVE "NOT PRESENT - RUN HISTORY NOT CONVERTED"
                       TO WS-PBL-TEXT
                   PERFORM 9200-WRITE-PROBLEM-LINE
               WHEN OTHER
                   MOVE "N" TO WS-VALID-SW
                   MOVE "OLD RUN HISTORY RUNHIST.OLD COULD NOT BE OPENED"
                       TO WS-REASON-TEXT
           END-EVALUATE.

       1130-CHECK-PARM-HISTORY.
           OPEN INPUT OLD-PARMHIST
           EVALUATE WS-OLDP-STATUS
               WHEN "00"
                   CLOSE OLD-PARMHIST
                   MOVE "Y" TO WS-PHST-CONV-SW
                   OPEN INPUT PARMHIST
                   IF WS-PHST-STATUS NOT = "35"
                       IF WS-PHST-STATUS = "00"
                           CLOSE PARMHIST
                       END-IF
                       MOVE "N" TO WS-VALID-SW
                       MOVE "NEW PARMHIST ALREADY EXISTS" TO WS-REASON-TEXT
                   END-IF
               WHEN "35"
                   MOVE "PARMHIST.OLD" TO WS-PBL-KEY
                   MOVE "NOT PRESENT - PARAMETER HISTORY NOT CONVERTED"
                       TO WS-PBL-TEXT
                   PERFORM 9200-WRITE-PROBLEM-LINE
               WHEN OTHER
                   MOVE "N" TO WS-VALID-SW
                   MOVE "OLD PARM HISTORY PARMHIST.OLD COULD NOT BE OPENED"
                       TO WS-REASON-TEXT
           END-EVALUATE.

       1140-CHECK-CHECKPOINTS.
           OPEN INPUT OLD-CHECKPOINT
           EVALUATE WS-OLDC-STATUS
               WHEN "00"
                   CLOSE OLD-CHECKPOINT
                   MOVE "Y" TO WS-CKPT-CONV-SW
                   OPEN INPUT CHECKPOINT-FILE
                   IF WS-CKPT-STATUS NOT = "35"
                       IF WS-CKPT-STATUS = "00"
                           CLOSE CHECKPOINT-FILE
                       END-IF
                       MOVE "N" TO WS-VALID-SW
                       MOVE "NEW FIZZORBUZZ.CKPT ALREADY EXISTS"
                           TO WS-REASON-TEXT
                   END-IF
               WHEN "35"
                   MOVE "FIZZORBUZZ.CKPT.OLD" TO WS-PBL-KEY
                   MOVE "NOT PRESENT - CHECKPOINTS NOT CONVERTED"
                       TO WS-PBL-TEXT
                   PERFORM 9200-WRITE-PROBLEM-LINE
               WHEN OTHER
                   MOVE "N" TO WS-VALID-SW
                   MOVE "OLD CHECKPOINTS FIZZORBUZZ.CKPT.OLD NOT OPENED"
                       TO WS-REASON-TEXT
           END-EVALUATE.

      *> RUNHIST is only the fallback for purged generations, so a
      *> missing file is no reason to stop; those generations take
      *> the default profile and are listed.
       1200-LOAD-RUN-HISTORY.
           OPEN INPUT RUNHIST
           IF WS-RHST-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = "Y"
                   READ RUNHIST NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END PERFORM 1210-ADD-RUN-ENTRY
                   END-READ
               END-PERFORM
               CLOSE RUNHIST
           END-IF.

       1210-ADD-RUN-ENTRY.
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
               IF WS-RUN-CT < 3000
                   ADD 1 TO WS-RUN-CT
                   MOVE WS-RH-GEN-ID TO WS-RT-GEN-ID(WS-RUN-CT)
                   MOVE RHST-PROFILE TO WS-RT-PROFILE(WS-RUN-CT)
               END-IF
           END-IF.

      *> Both old files are in number order, so they are matched on
      *> number in one pass: the history for a number is converted
      *> first, then its old master record is checked against what
      *> that history built. Nothing is converted unless every file
      *> the pass needs has opened.
       2000-CONVERT-FILES.
           MOVE "Y" TO WS-STARTED-SW
           OPEN OUTPUT CLSF-MASTER
           IF WS-MST-STATUS = "00"
               CLOSE CLSF-MASTER
               OPEN I-O CLSF-MASTER
           END-IF
           IF WS-MST-STATUS = "00"
               MOVE "Y" TO WS-MST-OPEN-SW
           ELSE
               MOVE "N" TO WS-VALID-SW
               MOVE "NEW FIZZBUZZ.MST COULD NOT BE CREATED"
                   TO WS-REASON-TEXT
           END-IF
           IF WS-VALID-SW = "Y"
               OPEN OUTPUT CLSF-HISTORY
               IF WS-HST-STATUS = "00"
                   CLOSE CLSF-HISTORY
                   OPEN I-O CLSF-HISTORY
               END-IF
               IF WS-HST-STATUS = "00"
                   MOVE "Y" TO WS-HST-OPEN-SW
               ELSE
                   MOVE "N" TO WS-VALID-SW
                   MOVE "NEW FIZZBUZZ.HST COULD NOT BE CREATED"
                       TO WS-REASON-TEXT
               END-IF
           END-IF
           IF WS-VALID-SW = "Y"
               OPEN INPUT OLD-MASTER
               IF WS-OLDM-STATUS = "00"
                   MOVE "Y" TO WS-OLDM-OPEN-SW
               ELSE
                   MOVE "N" TO WS-VALID-SW
                   MOVE "OLD MASTER FIZZBUZZ.MST.OLD COULD NOT BE OPENED"
                       TO WS-REASON-TEXT
               END-IF
           END-IF
           IF WS-VALID-SW = "Y" AND WS-OLDH-SW = "Y"
               OPEN INPUT OLD-HISTORY
               IF WS-OLDH-STATUS = "00"
                   MOVE "Y" TO WS-OLDH-OPEN-SW
               ELSE
                   MOVE "N" TO WS-VALID-SW
                   MOVE "OLD HISTORY FIZZBUZZ.HST.OLD COULD NOT BE OPENED"
                       TO WS-REASON-TEXT
               END-IF
           END-IF
           IF WS-VALID-SW = "Y"
               PERFORM 2010-MATCH-OLD-FILES
           END-IF
           IF WS-OLDM-OPEN-SW = "Y"
               CLOSE OLD-MASTER
           END-IF
           IF WS-OLDH-OPEN-SW = "Y"
               CLOSE OLD-HISTORY
           END-IF
           IF WS-MST-OPEN-SW = "Y"
               CLOSE CLSF-MASTER
           END-IF
           IF WS-HST-OPEN-SW = "Y"
               CLOSE CLSF-HISTORY
           END-IF.

      *> GENCAT only resolves profiles, so without it every
      *> generation falls back to RUNHIST or the default.
       2010-MATCH-OLD-FILES.
           OPEN INPUT GENCAT
           IF WS-GCAT-STATUS = "00"
               MOVE "Y" TO WS-GCAT-OPEN-SW
           END-IF
           IF WS-OLDH-SW NOT = "Y"
               MOVE "Y" TO WS-OLDH-EOF-SW
               MOVE 99999999 TO WS-OLDH-KEY
           END-IF
           PERFORM 2900-READ-OLD-MASTER
           IF WS-OLDH-SW = "Y"
               PERFORM 2910-READ-OLD-HISTORY
           END-IF
           PERFORM UNTIL WS-OLDM-EOF-SW = "Y" AND WS-OLDH-EOF-SW = "Y"
               IF WS-OLDH-KEY < WS-OLDM-KEY
                   ADD 1 TO WS-ORPHAN-CT
                   PERFORM 2100-CONVERT-HISTORY
               ELSE
                   PERFORM 2200-CONVERT-NUMBER
               END-IF
           END-PERFORM
           IF WS-GCAT-OPEN-SW = "Y"
               CLOSE GENCAT
           END-IF.

      *> One old history record: filed under its run's profile, and
      *> carried onto that profile's master record. History is in
      *> generation order within a number, so the last one wins.
       2100-CONVERT-HISTORY.
           PERFORM 2110-RESOLVE-PROFILE
           MOVE WS-GEN-PROFILE TO CHST-PROFILE
           MOVE OLDH-NUMBER TO CHST-NUMBER
           MOVE OLDH-GEN-ID TO CHST-GEN-ID
           MOVE OLDH-RUN-ID TO CHST-RUN-ID
           MOVE OLDH-CODE TO CHST-CODE
           MOVE OLDH-RUN-DATE TO CHST-RUN-DATE
           MOVE OLDH-DELTA-FLAG TO CHST-DELTA-FLAG
           MOVE OLDH-REASON-CD TO CHST-REASON-CD
           WRITE CHST-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-PBL-KEY
                   STRING CHST-PROFILE DELIMITED BY SPACE
                          "/" DELIMITED BY SIZE
                          CHST-NUMBER DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          CHST-GEN-ID DELIMITED BY SIZE
                          INTO WS-PBL-KEY
                   MOVE "HISTORY WRITE FAILED - STATUS" TO WS-PBL-TEXT
                   MOVE WS-HST-STATUS TO WS-PBL-TEXT(31:2)
                   PERFORM 2950-NOTE-FAILED-WRITE
               NOT INVALID KEY ADD 1 TO WS-HIST-CT
           END-WRITE
           MOVE WS-GEN-PROFILE TO CMST-PROFILE
           MOVE OLDH-NUMBER TO CMST-NUMBER
           READ CLSF-MASTER
               INVALID KEY MOVE "N" TO WS-FOUND-SW
               NOT INVALID KEY MOVE "Y" TO WS-FOUND-SW
           END-READ
           MOVE OLDH-CODE TO CMST-CODE
           MOVE OLDH-RUN-DATE TO CMST-RUN-DATE
           MOVE OLDH-RUN-ID TO CMST-RUN-ID
           MOVE OLDH-REASON-CD TO CMST-REASON-CD
           IF WS-FOUND-SW = "Y"
               REWRITE CMST-RECORD
                   INVALID KEY PERFORM 2310-NOTE-FAILED-REWRITE
               END-REWRITE
           ELSE
               PERFORM 2300-WRITE-MASTER
           END-IF
           MOVE WS-GEN-PROFILE TO WS-LAST-PROFILE
           PERFORM 2910-READ-OLD-HISTORY.

       2110-RESOLVE-PROFILE.
           MOVE "N" TO WS-FOUND-SW
           IF WS-GCAT-OPEN-SW = "Y"
               MOVE OLDH-GEN-ID TO GCAT-GEN-ID
               READ GENCAT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND-SW
                       MOVE GCAT-PROFILE TO WS-GEN-PROFILE
                       ADD 1 TO WS-GCAT-HIT-CT
               END-READ
           END-IF
           IF WS-FOUND-SW = "N"
               PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RUN-CT OR WS-FOUND-SW = "Y"
                   IF WS-RT-GEN-ID(WS-RX) = OLDH-GEN-ID
                       MOVE "Y" TO WS-FOUND-SW
                       MOVE WS-RT-PROFILE(WS-RX) TO WS-GEN-PROFILE
                       ADD 1 TO WS-RHST-HIT-CT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FOUND-SW = "N"
               MOVE WS-DEFAULT-PROFILE TO WS-GEN-PROFILE
               ADD 1 TO WS-DEFAULTED-CT
               MOVE "Y" TO WS-WARN-SW
               PERFORM 2120-NOTE-DEFAULTED
           END-IF.

       2120-NOTE-DEFAULTED.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX > WS-DF-CT OR WS-FOUND-SW = "Y"
               IF WS-DF-GEN-ID(WS-DX) = OLDH-GEN-ID
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = "N" AND WS-DF-CT < 200
               ADD 1 TO WS-DF-CT
               MOVE OLDH-GEN-ID TO WS-DF-GEN-ID(WS-DF-CT)
               MOVE OLDH-GEN-ID TO WS-PBL-KEY
               MOVE "GENERATION NOT ON GENCAT OR RUNHIST - DEFAULT PROFILE"
                   TO WS-PBL-TEXT
               PERFORM 9200-WRITE-PROBLEM-LINE
           END-IF.

      *> The old master was upserted by whichever run touched the
      *> number last, so it belongs to the profile of the number's
      *> latest history; where the two disagree the master is what
      *> the next delta compare would have used, and it is kept.
       2200-CONVERT-NUMBER.
           MOVE SPACES TO WS-LAST-PROFILE
           PERFORM 2100-CONVERT-HISTORY
               UNTIL WS-OLDH-KEY NOT = WS-OLDM-KEY
           IF WS-LAST-PROFILE = SPACES
               ADD 1 TO WS-NO-HIST-CT
               MOVE WS-DEFAULT-PROFILE TO CMST-PROFILE
               MOVE OLDM-NUMBER TO CMST-NUMBER
               MOVE OLDM-CODE TO CMST-CODE
               MOVE OLDM-RUN-DATE TO CMST-RUN-DATE
               MOVE OLDM-RUN-ID TO CMST-RUN-ID
               MOVE OLDM-REASON-CD TO CMST-REASON-CD
               PERFORM 2300-WRITE-MASTER
           ELSE
               MOVE WS-LAST-PROFILE TO CMST-PROFILE
               MOVE OLDM-NUMBER TO CMST-NUMBER
               READ CLSF-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CMST-CODE NOT = OLDM-CODE
                           OR CMST-RUN-DATE NOT = OLDM-RUN-DATE
                           OR CMST-RUN-ID NOT = OLDM-RUN-ID
                           OR CMST-REASON-CD NOT = OLDM-REASON-CD
                           MOVE OLDM-CODE TO CMST-CODE
                           MOVE OLDM-RUN-DATE TO CMST-RUN-DATE
                           MOVE OLDM-RUN-ID TO CMST-RUN-ID
                           MOVE OLDM-REASON-CD TO CMST-REASON-CD
                           REWRITE CMST-RECORD
                               INVALID KEY
                                   PERFORM 2310-NOTE-FAILED-REWRITE
                               NOT INVALID KEY
                                   ADD 1 TO WS-CORRECTED-CT
                                   MOVE "Y" TO WS-WARN-SW
                           END-REWRITE
                       END-IF
               END-READ
           END-IF
           PERFORM 2900-READ-OLD-MASTER.

       2300-WRITE-MASTER.
           WRITE CMST-RECORD
               INVALID KEY
                   PERFORM 2320-SET-MASTER-KEY
                   MOVE "MASTER WRITE FAILED - STATUS" TO WS-PBL-TEXT
                   MOVE WS-MST-STATUS TO WS-PBL-TEXT(30:2)
                   PERFORM 2950-NOTE-FAILED-WRITE
               NOT INVALID KEY ADD 1 TO WS-MASTER-CT
           END-WRITE.

       2310-NOTE-FAILED-REWRITE.
           PERFORM 2320-SET-MASTER-KEY
           MOVE "MASTER REWRITE FAILED - STATUS" TO WS-PBL-TEXT
           MOVE WS-MST-STATUS TO WS-PBL-TEXT(32:2)
           PERFORM 2950-NOTE-FAILED-WRITE.

       2320-SET-MASTER-KEY.
           MOVE SPACES TO WS-PBL-KEY
           STRING CMST-PROFILE DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  CMST-NUMBER DELIMITED BY SIZE
                  INTO WS-PBL-KEY.

      *> The old run record is the new one short of RHST-GEN-ID;
      *> moved whole it comes across as spaces, which the readers of
      *> RUNHIST already take for a run filed before the field.
       2500-CONVERT-RUN-HISTORY.
           MOVE "Y" TO WS-STARTED-SW
           OPEN INPUT OLD-RUNHIST
           IF WS-OLDR-STATUS NOT = "00"
               MOVE "N" TO WS-VALID-SW
               MOVE "OLD RUN HISTORY RUNHIST.OLD COULD NOT BE OPENED"
                   TO WS-REASON-TEXT
           ELSE
               OPEN OUTPUT RUNHIST
               IF WS-RHST-STATUS NOT = "00"
                   MOVE "N" TO WS-VALID-SW
                   MOVE "NEW RUNHIST COULD NOT BE CREATED"
                       TO WS-REASON-TEXT
               ELSE
                   MOVE "N" TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = "Y"
                       READ OLD-RUNHIST NEXT RECORD
                           AT END MOVE "Y" TO WS-EOF-SW
                           NOT AT END PERFORM 2510-CONVERT-RUN-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE RUNHIST
               END-IF
               CLOSE OLD-RUNHIST
           END-IF.

       2510-CONVERT-RUN-RECORD.
           ADD 1 TO WS-OLDR-CT
           MOVE OLDR-RECORD TO RHST-RECORD
           WRITE RHST-RECORD
               INVALID KEY
                   MOVE RHST-KEY TO WS-PBL-KEY
                   MOVE "RUNHIST WRITE FAILED - STATUS" TO WS-PBL-TEXT
                   MOVE WS-RHST-STATUS TO WS-PBL-TEXT(31:2)
                   PERFORM 2950-NOTE-FAILED-WRITE
               NOT INVALID KEY ADD 1 TO WS-RHST-CT
           END-WRITE.

      *> Moved whole, an old change comes across with PHST-EVENT
      *> space - filed before approval was required - and no maker
      *> or checker.
       2600-CONVERT-PARM-HISTORY.
           MOVE "Y" TO WS-STARTED-SW
           OPEN INPUT OLD-PARMHIST
           IF WS-OLDP-STATUS NOT = "00"
               MOVE "N" TO WS-VALID-SW
               MOVE "OLD PARM HISTORY PARMHIST.OLD COULD NOT BE OPENED"
                   TO WS-REASON-TEXT
           ELSE
               OPEN OUTPUT PARMHIST
               IF WS-PHST-STATUS NOT = "00"
                   MOVE "N" TO WS-VALID-SW
                   MOVE "NEW PARMHIST COULD NOT BE CREATED"
                       TO WS-REASON-TEXT
               ELSE
                   MOVE "N" TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = "Y"
                       READ OLD-PARMHIST NEXT RECORD
                           AT END MOVE "Y" TO WS-EOF-SW
                           NOT AT END PERFORM 2610-CONVERT-PARM-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE PARMHIST
               END-IF
               CLOSE OLD-PARMHIST
           END-IF.

       2610-CONVERT-PARM-RECORD.
           ADD 1 TO WS-OLDP-CT
           MOVE OLDP-RECORD TO PHST-RECORD
           WRITE PHST-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-PBL-KEY
                   STRING PHST-PARM-KEY DELIMITED BY SPACE
                          "/" DELIMITED BY SIZE
                          PHST-CHG-DATE DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          PHST-CHG-TIME DELIMITED BY SIZE
                          INTO WS-PBL-KEY
                   MOVE "PARMHIST WRITE FAILED - STATUS" TO WS-PBL-TEXT
                   MOVE WS-PHST-STATUS TO WS-PBL-TEXT(32:2)
                   PERFORM 2950-NOTE-FAILED-WRITE
               NOT INVALID KEY ADD 1 TO WS-PHST-CT
           END-WRITE.

      *> Every checkpoint on the old file is an ordinary run's, so it
      *> files as partition zero; a restart pending across the
      *> conversion still finds its own record.
       2700-CONVERT-CHECKPOINTS.
           MOVE "Y" TO WS-STARTED-SW
           OPEN INPUT OLD-CHECKPOINT
           IF WS-OLDC-STATUS NOT = "00"
               MOVE "N" TO WS-VALID-SW
               MOVE "OLD CHECKPOINTS FIZZORBUZZ.CKPT.OLD NOT OPENED"
                   TO WS-REASON-TEXT
           ELSE
               OPEN OUTPUT CHECKPOINT-FILE
               IF WS-CKPT-STATUS NOT = "00"
                   MOVE "N" TO WS-VALID-SW
                   MOVE "NEW FIZZORBUZZ.CKPT COULD NOT BE CREATED"
                       TO WS-REASON-TEXT
               ELSE
                   MOVE "N" TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = "Y"
                       READ OLD-CHECKPOINT NEXT RECORD
                           AT END MOVE "Y" TO WS-EOF-SW
                           NOT AT END PERFORM 2710-CONVERT-CHECKPOINT
                       END-READ
                   END-PERFORM
                   CLOSE CHECKPOINT-FILE
               END-IF
               CLOSE OLD-CHECKPOINT
           END-IF.

       2710-CONVERT-CHECKPOINT.
           ADD 1 TO WS-OLDC-CT
           MOVE OLDC-DATA TO CKPT-CONVERT-DATA
           MOVE OLDC-PROFILE TO CKPT-PROFILE
           MOVE 0 TO CKPT-PART-NO
           WRITE CKPT-RECORD
               INVALID KEY
                   MOVE CKPT-PROFILE TO WS-PBL-KEY
                   MOVE "CHECKPOINT WRITE FAILED - STATUS" TO WS-PBL-TEXT
                   MOVE WS-CKPT-STATUS TO WS-PBL-TEXT(34:2)
                   PERFORM 2950-NOTE-FAILED-WRITE
               NOT INVALID KEY ADD 1 TO WS-CKPT-CT
           END-WRITE.

       2900-READ-OLD-MASTER.
           READ OLD-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-OLDM-EOF-SW
                   MOVE 99999999 TO WS-OLDM-KEY
               NOT AT END
                   ADD 1 TO WS-OLDM-CT
                   MOVE OLDM-NUMBER TO WS-OLDM-KEY
           END-READ.

       2910-READ-OLD-HISTORY.
           READ OLD-HISTORY NEXT RECORD
               AT END
                   MOVE "Y" TO WS-OLDH-EOF-SW
                   MOVE 99999999 TO WS-OLDH-KEY
               NOT AT END
                   ADD 1 TO WS-OLDH-CT
                   MOVE OLDH-NUMBER TO WS-OLDH-KEY
           END-READ.

      *> Caller has set the key and the text.
       2950-NOTE-FAILED-WRITE.
           MOVE "Y" TO WS-ERROR-SW
           ADD 1 TO WS-FAILED-CT
           PERFORM 9200-WRITE-PROBLEM-LINE
           MOVE "E" TO OLOG-EV-SEVERITY
           MOVE SPACES TO OLOG-EV-MESSAGE
           STRING WS-PBL-TEXT(1:35) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PBL-KEY DELIMITED BY SIZE
                  INTO OLOG-EV-MESSAGE
           PERFORM 9900-LOG-EVENT.

       3000-WRITE-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           IF WS-MST-CONV-SW = "Y"
               MOVE "OLD MASTER RECORDS READ            :" TO WS-TOT-TAG
               MOVE WS-OLDM-CT TO WS-TOT-COUNT
               MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
               MOVE "OLD HISTORY RECORDS READ           :" TO WS-TOT-TAG
               MOVE WS-OLDH-CT TO WS-TOT-COUNT
               MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
               MOVE "  PROFILE FROM GENCAT              :" TO WS-TOT-TAG
               MOVE WS-GCAT-HIT-CT TO WS-TOT-COUNT
               MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
               MOVE "  PROFILE FROM RUNHIST             :" TO WS-TOT-TAG
               MOVE WS-RHST-HIT-CT TO WS-TOT-COUNT
               MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
               MOVE "  DEFAULT PROFILE TAKEN            :" TO WS-TOT-TAG
               MOVE WS-DEFAULTED-CT TO WS-TOT-COUNT
               MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
               MOVE "  NUMBER NOT ON OLD MASTER         :" TO WS-TOT-TAG
               MOVE WS-ORPHAN-CT TO WS-TOT-COUNT
               MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
               MOVE "HISTORY RECORDS WRITTEN            :" TO WS-TOT-TAG
               MOVE WS-HIST-CT TO WS-TOT-COUNT
               MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
               MOVE "MASTER RECORDS WRITTEN             :" TO WS-TOT-TAG
               MOVE WS-MASTER-CT TO WS-TOT-COUNT
               MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
               MOVE "  OLD MASTER ONLY - NO HISTORY     :" TO WS-TOT-TAG
               MOVE WS-NO-HIST-CT TO WS-TOT-COUNT
               MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
               MOVE "  CORRECTED FROM OLD MASTER        :" TO WS-TOT-TAG
               MOVE WS-CORRECTED-CT TO WS-TOT-COUNT
               MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           END-IF
           IF WS-RHST-CONV-SW = "Y"
               MOVE "OLD RUNHIST RECORDS READ           :" TO WS-TOT-TAG
               MOVE WS-OLDR-CT TO WS-TOT-COUNT
               MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
               MOVE "RUNHIST RECORDS WRITTEN            :" TO WS-TOT-TAG
               MOVE WS-RHST-CT TO WS-TOT-COUNT
               MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           END-IF
           IF WS-PHST-CONV-SW = "Y"
               MOVE "OLD PARMHIST RECORDS READ          :" TO WS-TOT-TAG
               MOVE WS-OLDP-CT TO WS-TOT-COUNT
               MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
               MOVE "PARMHIST RECORDS WRITTEN           :" TO WS-TOT-TAG
               MOVE WS-PHST-CT TO WS-TOT-COUNT
               MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           END-IF
           IF WS-CKPT-CONV-SW = "Y"
               MOVE "OLD CHECKPOINT RECORDS READ        :" TO WS-TOT-TAG
               MOVE WS-OLDC-CT TO WS-TOT-COUNT
               MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
               MOVE "CHECKPOINT RECORDS WRITTEN         :" TO WS-TOT-TAG
               MOVE WS-CKPT-CT TO WS-TOT-COUNT
               MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           END-IF
           MOVE "WRITES FAILED                      :" TO WS-TOT-TAG
           MOVE WS-FAILED-CT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       4000-WRITE-RESULT.
           EVALUATE TRUE
               WHEN WS-ERROR-SW = "Y"
                   MOVE "RESULT: CONVERSION INCOMPLETE - WRITES FAILED"
                       TO WS-PRINT-LINE
                   PERFORM 9000-WRITE-REPORT-LINE
                   MOVE "DELETE THE NEW FILES AND RERUN BEFORE ANY BATCH"
                       TO WS-PRINT-LINE
                   PERFORM 9000-WRITE-REPORT-LINE
                   MOVE 8 TO RETURN-CODE
                   MOVE "E" TO OLOG-EV-SEVERITY
                   MOVE "CONVERSION INCOMPLETE - WRITES FAILED"
                       TO OLOG-EV-MESSAGE
               WHEN WS-WARN-SW = "Y"
                   MOVE "RESULT: CONVERTED WITH WARNINGS - SEE ABOVE"
                       TO WS-PRINT-LINE
                   PERFORM 9000-WRITE-REPORT-LINE
                   MOVE 4 TO RETURN-CODE
                   MOVE "W" TO OLOG-EV-SEVERITY
                   MOVE "FILES CONVERTED WITH WARNINGS - SEE FIZZCONV.LST"
                       TO OLOG-EV-MESSAGE
               WHEN OTHER
                   MOVE "RESULT: FILES CONVERTED TO THEIR CURRENT LAYOUTS"
                       TO WS-PRINT-LINE
                   PERFORM 9000-WRITE-REPORT-LINE
                   MOVE "I" TO OLOG-EV-SEVERITY
                   MOVE "FILES CONVERTED TO THEIR CURRENT LAYOUTS"
                       TO OLOG-EV-MESSAGE
           END-EVALUATE
           PERFORM 9900-LOG-EVENT.

       9000-WRITE-REPORT-LINE.
           IF WS-LINE-CT >= WS-LINES-PER-PAGE
               PERFORM 9100-WRITE-PAGE-HEADER
           END-IF
           MOVE WS-PRINT-LINE TO CNV-LINE
           WRITE CNV-LINE
           ADD 1 TO WS-LINE-CT.

       9100-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-PAGE-NO TO WS-HDG-PAGE-NO
           MOVE WS-HEADING-1 TO CNV-LINE
           WRITE CNV-LINE
           MOVE WS-DEFAULT-PROFILE TO WS-HDG-PROFILE
           MOVE WS-HEADING-2 TO CNV-LINE
           WRITE CNV-LINE
           MOVE 2 TO WS-LINE-CT.

       9200-WRITE-PROBLEM-LINE.
           MOVE WS-PROBLEM-LINE TO WS-PRINT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.
       END PROGRAM FIZZCONV.
