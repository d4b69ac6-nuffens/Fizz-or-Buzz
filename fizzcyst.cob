           >>source format free
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZCYST.
       AUTHOR. Amber.
       DATE-WRITTEN. SEP 30.
      *> MOD-LOG:
      *>   SEP 30 - Amber   - online batch cycle status view,
      *>                      transaction FZCY, map FIZZCY1, a sibling
      *>                      to the FZRS run-status monitor. Shows a
      *>                      keyed profile's nightly cycle off the
      *>                      CYCLFILE record FIZZCYCL keeps - every
      *>                      step of the stream DONE, FAILED, or
      *>                      PENDING with the generation it acted
      *>                      on, when it was stamped, and its return
      *>                      code - so "where has tonight's stream
      *>                      got to" can be answered at the screen.
      *>                      A business date shows that night's
      *>                      cycle; no date shows the latest. ENTER
      *>                      refreshes the picture in place.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY FIZZCMAP.
       COPY CYCLREC.
       COPY CYCLSTEP.

       01 WS-RESP PIC S9(8) COMP VALUE 0.
       01 WS-PROFILE PIC X(8).
       01 WS-BUS-DATE PIC X(8).
       01 WS-FOUND-SW PIC X VALUE "N".
       01 WS-SX PIC 9(2).
       01 WS-DONE-CT PIC 9(1).
       01 WS-FAILED-CT PIC 9(1).
       01 WS-PENDING-CT PIC 9(1).
       01 WS-HELD-CYCLE PIC X(254).

       01 WS-STEP-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-STL-STEP-NO PIC 9(1).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-STL-STEP PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-STL-STATUS PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-STL-GEN-ID PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-STL-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-STL-TIME PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-STL-RC PIC Z9.

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(6) VALUE "CYCLE ".
           05 WS-SUM-BUS-DATE PIC X(8).
           05 FILLER PIC X(8) VALUE "   DONE ".
           05 WS-SUM-DONE PIC 9(1).
           05 FILLER PIC X(10) VALUE "   FAILED ".
           05 WS-SUM-FAILED PIC 9(1).
           05 FILLER PIC X(11) VALUE "   PENDING ".
           05 WS-SUM-PENDING PIC 9(1).

      *> The date is carried between screens alongside the profile;
      *> spaces means "the latest cycle", found afresh on every
      *> refresh.
       01 WS-COMMAREA.
           05 CA-PROFILE PIC X(8).
           05 CA-BUS-DATE PIC X(8).

       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(16).

       PROCEDURE DIVISION.
       0000-MAIN.
           EXEC CICS HANDLE AID
               PF3(9000-EXIT)
               CLEAR(9000-EXIT)
           END-EXEC

           EXEC CICS HANDLE CONDITION
               MAPFAIL(9100-MAPFAIL)
           END-EXEC

           MOVE "DAILY" TO CA-PROFILE
           MOVE SPACES TO CA-BUS-DATE
           IF EIBCALEN = 0
               PERFORM 1000-SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               PERFORM 2000-RECEIVE-AND-REFRESH
           END-IF

           PERFORM 8000-RETURN-TRANSID.

       8000-RETURN-TRANSID.
           EXEC CICS RETURN
               TRANSID('FZCY')
               COMMAREA(WS-COMMAREA)
               LENGTH(16)
           END-EXEC.

       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO FIZZCY1O
           MOVE "KEY A PROFILE AND PRESS ENTER" TO CYMSGO
           EXEC CICS SEND MAP('FIZZCY1')
               MAPSET('FIZZCYM')
               ERASE
           END-EXEC.

       1100-SEND-MAP-WITH-MSG.
           EXEC CICS SEND MAP('FIZZCY1')
               MAPSET('FIZZCYM')
               DATAONLY
               CURSOR
           END-EXEC.

      *> A field left alone comes back empty, so the profile and the
      *> date carried in the COMMAREA stand until something is keyed
      *> over them; a date field erased to end of field (flag X'80')
      *> goes back to the latest cycle.
       2000-RECEIVE-AND-REFRESH.
           EXEC CICS RECEIVE MAP('FIZZCY1')
               MAPSET('FIZZCYM')
           END-EXEC

           MOVE CYPROFI TO WS-PROFILE
           INSPECT WS-PROFILE REPLACING ALL LOW-VALUE BY SPACE
           IF WS-PROFILE = SPACES
               MOVE CA-PROFILE TO WS-PROFILE
           END-IF
           MOVE CYDATEI TO WS-BUS-DATE
           INSPECT WS-BUS-DATE REPLACING ALL LOW-VALUE BY SPACE
           IF WS-BUS-DATE = SPACES
               IF CYDATEF = X'80'
                   MOVE SPACES TO CA-BUS-DATE
               END-IF
               MOVE CA-BUS-DATE TO WS-BUS-DATE
           END-IF
           MOVE WS-PROFILE TO CA-PROFILE
           MOVE WS-BUS-DATE TO CA-BUS-DATE
           MOVE WS-PROFILE TO CYPROFO
           PERFORM 2100-CLEAR-DISPLAY-FIELDS
           IF WS-BUS-DATE = SPACES
               PERFORM 3000-FIND-LATEST-CYCLE
           ELSE
               PERFORM 3100-READ-DATED-CYCLE
           END-IF
           IF WS-FOUND-SW = "Y"
               PERFORM 4000-SHOW-CYCLE
           END-IF
           PERFORM 1100-SEND-MAP-WITH-MSG.

       2100-CLEAR-DISPLAY-FIELDS.
           MOVE SPACES TO CYDATEO
           MOVE SPACES TO CYSUMO
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 7
               MOVE SPACES TO CYSTPI(WS-SX)
           END-PERFORM.

      *> Business dates are YYYYMMDD, so the profile's last record
      *> in a forward browse from its first is its latest cycle.
       3000-FIND-LATEST-CYCLE.
           MOVE "N" TO WS-FOUND-SW
           MOVE WS-PROFILE TO CYCL-PROFILE
           MOVE LOW-VALUES TO CYCL-BUS-DATE
           EXEC CICS STARTBR FILE('CYCLFILE')
               RIDFLD(CYCL-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "NO CYCLE ON FILE FOR THIS PROFILE" TO CYMSGO
           ELSE
               PERFORM UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                   EXEC CICS READNEXT FILE('CYCLFILE')
                       INTO(CYCL-RECORD)
                       RIDFLD(CYCL-KEY)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       IF CYCL-PROFILE = WS-PROFILE
                           MOVE "Y" TO WS-FOUND-SW
                           MOVE CYCL-RECORD TO WS-HELD-CYCLE
                       ELSE
                           MOVE DFHRESP(ENDFILE) TO WS-RESP
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('CYCLFILE')
               END-EXEC
               IF WS-FOUND-SW = "Y"
                   MOVE WS-HELD-CYCLE TO CYCL-RECORD
                   MOVE "LATEST CYCLE SHOWN - ENTER REFRESHES AGAIN"
                       TO CYMSGO
               ELSE
                   MOVE "NO CYCLE ON FILE FOR THIS PROFILE" TO CYMSGO
               END-IF
           END-IF.

       3100-READ-DATED-CYCLE.
           MOVE "N" TO WS-FOUND-SW
           MOVE WS-PROFILE TO CYCL-PROFILE
           MOVE WS-BUS-DATE TO CYCL-BUS-DATE
           EXEC CICS READ FILE('CYCLFILE')
               INTO(CYCL-RECORD)
               RIDFLD(CYCL-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE "Y" TO WS-FOUND-SW
               MOVE "CYCLE SHOWN - ERASE THE DATE FOR THE LATEST"
                   TO CYMSGO
           ELSE
               MOVE WS-BUS-DATE TO CYDATEO
               MOVE "NO CYCLE FOR THIS PROFILE ON THAT BUSINESS DATE"
                   TO CYMSGO
           END-IF.

       4000-SHOW-CYCLE.
           MOVE 0 TO WS-DONE-CT
           MOVE 0 TO WS-FAILED-CT
           MOVE 0 TO WS-PENDING-CT
           MOVE CYCL-BUS-DATE TO CYDATEO
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 7
               PERFORM 4100-FORMAT-ONE-STEP
           END-PERFORM
           MOVE CYCL-BUS-DATE TO WS-SUM-BUS-DATE
           MOVE WS-DONE-CT TO WS-SUM-DONE
           MOVE WS-FAILED-CT TO WS-SUM-FAILED
           MOVE WS-PENDING-CT TO WS-SUM-PENDING
           MOVE WS-SUMMARY-LINE TO CYSUMO.

       4100-FORMAT-ONE-STEP.
           MOVE SPACES TO WS-STEP-LINE
           MOVE WS-SX TO WS-STL-STEP-NO
           MOVE CYCL-STEP-NAME(WS-SX) TO WS-STL-STEP
           EVALUATE CYCL-STEP-STATUS(WS-SX)
               WHEN "C"
                   MOVE "DONE" TO WS-STL-STATUS
                   ADD 1 TO WS-DONE-CT
               WHEN "F"
                   MOVE "FAILED" TO WS-STL-STATUS
                   ADD 1 TO WS-FAILED-CT
               WHEN OTHER
                   MOVE "PENDING" TO WS-STL-STATUS
                   ADD 1 TO WS-PENDING-CT
           END-EVALUATE
           IF CYCL-STEP-STATUS(WS-SX) NOT = SPACE
               MOVE CYCL-STEP-GEN-ID(WS-SX) TO WS-STL-GEN-ID
               MOVE CYCL-STEP-DATE(WS-SX) TO WS-STL-DATE
               MOVE CYCL-STEP-TIME(WS-SX)(1:6) TO WS-STL-TIME
               MOVE CYCL-STEP-RC(WS-SX) TO WS-STL-RC
           END-IF
           MOVE WS-STEP-LINE TO CYSTPO(WS-SX).

       9100-MAPFAIL.
           MOVE "KEY A PROFILE AND PRESS ENTER" TO CYMSGO
           PERFORM 1100-SEND-MAP-WITH-MSG
           PERFORM 8000-RETURN-TRANSID.

       9000-EXIT.
           EXEC CICS SEND TEXT
               FROM('FIZZORBUZZ BATCH CYCLE STATUS ENDED')
               ERASE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.
       END PROGRAM FIZZCYST.
