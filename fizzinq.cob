      *>                      device type) and the browse list line
      *>                      now carries the full 16-byte class code
      *>                      instead of truncating combined labels.
      *>   SEP 26 - Amber   - the master is keyed on profile and
      *>                      number: the screen takes a profile
      *>                      beside the number, reads that
      *>                      profile's record, and the browse list
      *>                      and PF8 stay within the profile. The
      *>                      profile rides in the COMMAREA with the
      *>                      last number shown.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 WS-RESP PIC S9(8) COMP VALUE 0.
       01 WS-NUMBER PIC 9(7).
       01 WS-PROFILE PIC X(8).
       01 WS-BR-KEY PIC 9(7).
       01 WS-LX PIC 9(2).
       01 WS-BR-END-SW PIC X VALUE "N".
       01 WS-LIST-LINE.
           05 FILLER PIC X(8) VALUE SPACES.
           05 WS-LST-NUMBER PIC 9(7).
           05 WS-LST-RUN-ID PIC X(8).

       01 WS-COMMAREA.
           05 CA-PROFILE PIC X(8).
           05 CA-LAST-NUMBER PIC 9(7).

       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(15).

       PROCEDURE DIVISION.
       0000-MAIN.
               MAPFAIL(9100-MAPFAIL)
           END-EXEC

           MOVE SPACES TO CA-PROFILE
           MOVE 0 TO CA-LAST-NUMBER
           IF EIBCALEN = 0
               PERFORM 1000-SEND-INITIAL-MAP
           EXEC CICS RETURN
               TRANSID('FZIQ')
               COMMAREA(WS-COMMAREA)
               LENGTH(15)
           END-EXEC.

       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO FIZZIQ1O
           MOVE "KEY A NUMBER AND PROFILE AND PRESS ENTER" TO IQMSGO
           EXEC CICS SEND MAP('FIZZIQ1')
               MAPSET('FIZZIQM')
               ERASE
               MAPSET('FIZZIQM')
           END-EXEC

           MOVE IQPROFI TO WS-PROFILE
           INSPECT WS-PROFILE REPLACING ALL LOW-VALUE BY SPACE
           EVALUATE TRUE
           WHEN IQNUMI IS NOT NUMERIC
               MOVE "NUMBER MUST BE KEYED AS DIGITS" TO IQMSGO
               PERFORM 1100-SEND-MAP-WITH-MSG
           WHEN WS-PROFILE = SPACES
               MOVE "KEY THE PROFILE THE NUMBER WAS CLASSIFIED UNDER"
                   TO IQMSGO
               PERFORM 1100-SEND-MAP-WITH-MSG
           WHEN OTHER
               MOVE IQNUMI TO WS-NUMBER
               PERFORM 3000-READ-ONE-NUMBER
               MOVE WS-NUMBER TO WS-BR-KEY
               PERFORM 6000-FILL-BROWSE-LIST
               PERFORM 1100-SEND-MAP-WITH-MSG
           END-EVALUATE.

       3000-READ-ONE-NUMBER.
           MOVE WS-PROFILE TO CMST-PROFILE
           MOVE WS-NUMBER TO CMST-NUMBER
           EXEC CICS READ FILE('CLSFMAST')
               INTO(CMST-RECORD)
               RIDFLD(CMST-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
           END-IF.

      *> PF8 re-enters here straight off the RECEIVE: continue the
      *> browse from the last number shown on the previous screen,
      *> under the profile that screen was keyed with.
       5000-BROWSE-FORWARD.
           IF CA-LAST-NUMBER = 0 OR CA-PROFILE = SPACES
               MOVE "KEY A NUMBER AND PROFILE AND PRESS ENTER FIRST"
                   TO IQMSGO
           ELSE
               MOVE CA-PROFILE TO WS-PROFILE
               COMPUTE WS-BR-KEY = CA-LAST-NUMBER + 1
               PERFORM 6000-FILL-BROWSE-LIST
           END-IF
           PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > 8
               MOVE SPACES TO IQLSTI(WS-LX)
           END-PERFORM
           MOVE WS-PROFILE TO CA-PROFILE
           MOVE WS-BR-KEY TO CA-LAST-NUMBER
           MOVE WS-PROFILE TO CMST-PROFILE
           MOVE WS-BR-KEY TO CMST-NUMBER
           MOVE "N" TO WS-BR-END-SW
           EXEC CICS STARTBR FILE('CLSFMAST')
               RIDFLD(CMST-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
               MOVE 0 TO WS-LX
               PERFORM UNTIL WS-LX >= 8
                   OR WS-RESP NOT = DFHRESP(NORMAL)
                   OR WS-BR-END-SW = "Y"
                   EXEC CICS READNEXT FILE('CLSFMAST')
                       INTO(CMST-RECORD)
                       RIDFLD(CMST-KEY)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       AND CMST-PROFILE NOT = WS-PROFILE
                       MOVE "Y" TO WS-BR-END-SW
                   END-IF
                   IF WS-RESP = DFHRESP(NORMAL)
                       AND WS-BR-END-SW NOT = "Y"
                       ADD 1 TO WS-LX
                       MOVE CMST-NUMBER TO WS-LST-NUMBER
                       MOVE CMST-CODE TO WS-LST-CODE
               EXEC CICS ENDBR FILE('CLSFMAST')
               END-EXEC
               IF WS-LX = 0
                   MOVE "END OF PROFILE REACHED - NOTHING MORE TO LIST"
                       TO IQMSGO
               END-IF
           END-IF.

       9100-MAPFAIL.
           MOVE "NOTHING KEYED - KEY A NUMBER AND PROFILE AND PRESS ENTER"
               TO IQMSGO
           PERFORM 1100-SEND-MAP-WITH-MSG
           PERFORM 8000-RETURN-TRANSID.
