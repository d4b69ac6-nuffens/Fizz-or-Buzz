           >>source format free
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZOVRM.
       AUTHOR. Amber.
       DATE-WRITTEN. SEP 16.
      *> MOD-LOG:
      *>   SEP 16 - Amber   - online maintenance for the keyed
      *>                      override master OVRDMAST, transaction
      *>                      FZOV, map FIZZOV1, a sibling to the
      *>                      FZPM parameter screen. Adds, changes,
      *>                      shows, and deletes one override per
      *>                      profile and number range, each with
      *>                      an effective and an expiry date and a
      *>                      reason code, stamps who entered it,
      *>                      and logs every change (before/after
      *>                      image, userid, terminal, date/time) to
      *>                      OVRDHIST. Action L lists a profile's
      *>                      overrides and PF8 lists forward.
      *>   OCT 11 - Amber   - effective and expiry dates must be real
      *>                      calendar dates; 20260231 is refused.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY FIZZOMAP.
       COPY OMSTREC.
       COPY OHSTREC.
       COPY PARMREC.

       01 WS-EDIT-OK PIC X VALUE "Y".
       01 WS-RESP PIC S9(8) COMP VALUE 0.
       01 WS-ABSTIME PIC S9(15) COMP-3.
       01 WS-CHG-DATE PIC X(10).
       01 WS-CHG-TIME PIC X(8).
       01 WS-USERID PIC X(8).
       01 WS-PROFILE PIC X(8).
       01 WS-ACTION PIC X(1).
       01 WS-START-NO PIC 9(7).
       01 WS-END-NO PIC 9(7).
       01 WS-OVR-ACTION PIC X(8).
       01 WS-OVR-REASON PIC X(4).
       01 WS-EFF-DATE PIC 9(8).
       01 WS-EXP-DATE PIC 9(8).
       01 WS-DATE-CHK PIC 9(8).
       01 WS-DATE-CHK-R REDEFINES WS-DATE-CHK.
           05 WS-DATE-CHK-YYYY PIC 9(4).
           05 WS-DATE-CHK-MM PIC 9(2).
           05 WS-DATE-CHK-DD PIC 9(2).
       01 WS-DATE-OK PIC X VALUE "Y".
       01 WS-HIST-ACTION PIC X(1).
       01 WS-BR-KEY PIC X(22).
       01 WS-LX PIC 9(2).
       01 WS-LIST-LINE.
           05 WS-LST-START PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LST-END PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LST-ACTION PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LST-REASON PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LST-EFF PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LST-EXP PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LST-BY PIC X(8).

       01 WS-COMMAREA.
           05 CA-PROFILE PIC X(8).
           05 CA-LAST-KEY PIC X(22).

       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN.
           EXEC CICS HANDLE AID
               PF3(9000-EXIT)
               CLEAR(9000-EXIT)
               PF8(6000-LIST-FORWARD)
           END-EXEC

           EXEC CICS HANDLE CONDITION
               MAPFAIL(9100-MAPFAIL)
           END-EXEC

           MOVE SPACES TO WS-COMMAREA
           IF EIBCALEN = 0
               PERFORM 1000-SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               PERFORM 2000-RECEIVE-AND-VALIDATE
               IF WS-EDIT-OK = "Y"
                   EVALUATE WS-ACTION
                       WHEN "L"
                           PERFORM 5000-LIST-OVERRIDES
                       WHEN "S"
                           PERFORM 4100-SHOW-OVERRIDE
                       WHEN "D"
                           PERFORM 4200-DELETE-OVERRIDE
                       WHEN OTHER
                           PERFORM 3000-SAVE-OVERRIDE
                   END-EVALUATE
               END-IF
               PERFORM 1100-SEND-MAP-WITH-MSG
           END-IF

           PERFORM 8000-RETURN-TRANSID.

       8000-RETURN-TRANSID.
           EXEC CICS RETURN
               TRANSID('FZOV')
               COMMAREA(WS-COMMAREA)
               LENGTH(30)
           END-EXEC.

       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO FIZZOV1O
           MOVE "KEY A PROFILE, RANGE AND ACTION, THEN PRESS ENTER"
               TO OVMSGO
           EXEC CICS SEND MAP('FIZZOV1')
               MAPSET('FIZZOVM')
               ERASE
           END-EXEC.

       1100-SEND-MAP-WITH-MSG.
           EXEC CICS SEND MAP('FIZZOV1')
               MAPSET('FIZZOVM')
               DATAONLY
               CURSOR
           END-EXEC.

      *> The profile and the start number make up the record key
      *> with the end number; S and D need the key only, a save
      *> needs every field. A blank end number means the single
      *> number keyed as the start.
       2000-RECEIVE-AND-VALIDATE.
           MOVE "Y" TO WS-EDIT-OK
           EXEC CICS RECEIVE MAP('FIZZOV1')
               MAPSET('FIZZOVM')
           END-EXEC

           MOVE OVPROFI TO WS-PROFILE
           INSPECT WS-PROFILE REPLACING ALL LOW-VALUE BY SPACE
           MOVE OVACTI TO WS-ACTION
           IF WS-ACTION = LOW-VALUE
               MOVE SPACE TO WS-ACTION
           END-IF
           MOVE OVACTNI TO WS-OVR-ACTION
           INSPECT WS-OVR-ACTION REPLACING ALL LOW-VALUE BY SPACE
           MOVE OVRSNI TO WS-OVR-REASON
           INSPECT WS-OVR-REASON REPLACING ALL LOW-VALUE BY SPACE
           IF OVENDI = SPACES OR OVENDI = LOW-VALUES
               MOVE OVSTARTI TO OVENDI
           END-IF

           EVALUATE TRUE
               WHEN WS-PROFILE = SPACES
                   MOVE "PROFILE NAME IS REQUIRED" TO OVMSGO
                   MOVE "N" TO WS-EDIT-OK
               WHEN WS-ACTION NOT = SPACE AND WS-ACTION NOT = "S"
                   AND WS-ACTION NOT = "D" AND WS-ACTION NOT = "L"
                   MOVE "ACTION MUST BE BLANK, S, D OR L" TO OVMSGO
                   MOVE "N" TO WS-EDIT-OK
               WHEN WS-ACTION = "L"
                   CONTINUE
               WHEN OVSTARTI IS NOT NUMERIC
                   OR OVENDI IS NOT NUMERIC
                   MOVE "START AND END NUMBERS MUST BE KEYED AS DIGITS"
                       TO OVMSGO
                   MOVE "N" TO WS-EDIT-OK
               WHEN OTHER
                   MOVE OVSTARTI TO WS-START-NO
                   MOVE OVENDI TO WS-END-NO
                   IF WS-START-NO > WS-END-NO
                       MOVE "START NUMBER MUST NOT EXCEED END NUMBER"
                           TO OVMSGO
                       MOVE "N" TO WS-EDIT-OK
                   END-IF
           END-EVALUATE
           IF WS-EDIT-OK = "Y" AND WS-ACTION = SPACE
               PERFORM 2100-EDIT-SAVE-FIELDS
           END-IF.

      *> NUMBER and EXCLUDED are the classes the run assigns itself;
      *> an override either drops the range (EXCLUDE) or forces it
      *> to a class label, the same rule FIZZORBUZZ applies.
       2100-EDIT-SAVE-FIELDS.
           EVALUATE TRUE
               WHEN WS-OVR-ACTION = SPACES
                   MOVE "OVERRIDE ACTION IS REQUIRED" TO OVMSGO
                   MOVE "N" TO WS-EDIT-OK
               WHEN WS-OVR-ACTION = "NUMBER" OR "EXCLUDED"
                   MOVE "ACTION MUST BE EXCLUDE OR A CLASS LABEL"
                       TO OVMSGO
                   MOVE "N" TO WS-EDIT-OK
               WHEN WS-OVR-REASON = SPACES
                   MOVE "REASON CODE IS REQUIRED" TO OVMSGO
                   MOVE "N" TO WS-EDIT-OK
               WHEN OVEFFI IS NOT NUMERIC OR OVEXPI IS NOT NUMERIC
                   MOVE "DATES MUST BE KEYED AS YYYYMMDD" TO OVMSGO
                   MOVE "N" TO WS-EDIT-OK
               WHEN OTHER
                   MOVE OVEFFI TO WS-EFF-DATE
                   MOVE OVEXPI TO WS-EXP-DATE
                   MOVE WS-EFF-DATE TO WS-DATE-CHK
                   PERFORM 2110-EDIT-ONE-DATE
                   IF WS-DATE-OK = "Y"
                       MOVE WS-EXP-DATE TO WS-DATE-CHK
                       PERFORM 2110-EDIT-ONE-DATE
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-DATE-OK NOT = "Y"
                           MOVE "DATES MUST BE VALID YYYYMMDD DATES"
                               TO OVMSGO
                           MOVE "N" TO WS-EDIT-OK
                       WHEN WS-EXP-DATE < WS-EFF-DATE
                           MOVE "EXPIRY DATE MUST NOT PRECEDE EFFECTIVE DATE"
                               TO OVMSGO
                           MOVE "N" TO WS-EDIT-OK
                   END-EVALUATE
           END-EVALUATE
           IF WS-EDIT-OK = "Y"
               PERFORM 2120-EDIT-PROFILE-EXISTS
           END-IF.

       2110-EDIT-ONE-DATE.
           MOVE "Y" TO WS-DATE-OK
           IF WS-DATE-CHK-YYYY < 1900
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHK) NOT = 0
               MOVE "N" TO WS-DATE-OK
           END-IF.

      *> An override for a profile FIZZORBUZZ can never run under is
      *> almost always a mistyped profile name.
       2120-EDIT-PROFILE-EXISTS.
           MOVE WS-PROFILE TO PARM-KEY
           EXEC CICS READ FILE('PARMFILE')
               INTO(PARM-RECORD)
               RIDFLD(PARM-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "PROFILE IS NOT ON PARMFILE - SEE FZPM" TO OVMSGO
               MOVE "N" TO WS-EDIT-OK
           END-IF.

      *> Upsert against the full key: an existing record for the
      *> same profile and range is changed (logged C), otherwise a
      *> new one is added (logged A). Who entered it, when, and from
      *> which terminal are restamped either way.
       3000-SAVE-OVERRIDE.
           PERFORM 3090-GET-USER-AND-TIME
           PERFORM 3010-BUILD-KEY
           EXEC CICS READ FILE('OVRDMAST')
               INTO(OMST-RECORD)
               RIDFLD(OMST-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE OMST-RECORD TO OHST-BEFORE-IMAGE
               MOVE "C" TO WS-HIST-ACTION
           ELSE
               MOVE SPACES TO OHST-BEFORE-IMAGE
               MOVE "A" TO WS-HIST-ACTION
           END-IF
           MOVE WS-OVR-ACTION TO OMST-ACTION
           MOVE WS-OVR-REASON TO OMST-REASON
           MOVE WS-EFF-DATE TO OMST-EFF-DATE
           MOVE WS-EXP-DATE TO OMST-EXP-DATE
           MOVE WS-USERID TO OMST-ENTERED-BY
           MOVE WS-CHG-DATE(1:8) TO OMST-ENTERED-DATE
           MOVE EIBTRMID TO OMST-ENTERED-TERMID
           IF WS-HIST-ACTION = "C"
               EXEC CICS REWRITE FILE('OVRDMAST')
                   FROM(OMST-RECORD)
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               EXEC CICS WRITE FILE('OVRDMAST')
                   FROM(OMST-RECORD)
                   RIDFLD(OMST-KEY)
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-RESP = DFHRESP(NORMAL)
               IF WS-HIST-ACTION = "C"
                   MOVE "OVERRIDE CHANGED" TO OVMSGO
               ELSE
                   MOVE "OVERRIDE ADDED" TO OVMSGO
               END-IF
               MOVE OMST-RECORD TO OHST-AFTER-IMAGE
               PERFORM 3100-WRITE-OVRD-HISTORY
               MOVE OMST-ENTERED-BY TO OVBYO
               MOVE OMST-ENTERED-DATE TO OVONO
           ELSE
               MOVE "ERROR WRITING OVERRIDE MASTER" TO OVMSGO
           END-IF.

       3010-BUILD-KEY.
           MOVE SPACES TO OMST-RECORD
           MOVE WS-PROFILE TO OMST-PROFILE
           MOVE WS-START-NO TO OMST-START-NO
           MOVE WS-END-NO TO OMST-END-NO.

       3090-GET-USER-AND-TIME.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-CHG-DATE)
               TIME(WS-CHG-TIME)
           END-EXEC
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC.

      *> Callers set WS-HIST-ACTION and both images.
       3100-WRITE-OVRD-HISTORY.
           MOVE WS-PROFILE TO OHST-PROFILE
           MOVE WS-CHG-DATE(1:8) TO OHST-CHG-DATE
           MOVE WS-CHG-TIME(1:6) TO OHST-CHG-TIME
           MOVE EIBTASKN TO OHST-CHG-TASKNO
           MOVE WS-USERID TO OHST-USERID
           MOVE EIBTRMID TO OHST-TERMID
           MOVE WS-HIST-ACTION TO OHST-ACTION
           EXEC CICS WRITE FILE('OVRDHIST')
               FROM(OHST-RECORD)
               RIDFLD(OHST-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "WARNING - OVERRIDE CHANGE NOT LOGGED" TO OVMSGO
           END-IF.

       4100-SHOW-OVERRIDE.
           PERFORM 3010-BUILD-KEY
           EXEC CICS READ FILE('OVRDMAST')
               INTO(OMST-RECORD)
               RIDFLD(OMST-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 4110-DISPLAY-OVERRIDE
               MOVE "OVERRIDE SHOWN" TO OVMSGO
           ELSE
               MOVE "NO OVERRIDE ON FILE FOR THAT PROFILE AND RANGE"
                   TO OVMSGO
           END-IF.

       4110-DISPLAY-OVERRIDE.
           MOVE OMST-START-NO TO OVSTARTO
           MOVE OMST-END-NO TO OVENDO
           MOVE OMST-ACTION TO OVACTNO
           MOVE OMST-REASON TO OVRSNO
           MOVE OMST-EFF-DATE TO OVEFFO
           MOVE OMST-EXP-DATE TO OVEXPO
           MOVE OMST-ENTERED-BY TO OVBYO
           MOVE OMST-ENTERED-DATE TO OVONO.

       4200-DELETE-OVERRIDE.
           PERFORM 3010-BUILD-KEY
           EXEC CICS READ FILE('OVRDMAST')
               INTO(OMST-RECORD)
               RIDFLD(OMST-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "NO OVERRIDE ON FILE FOR THAT PROFILE AND RANGE"
                   TO OVMSGO
           ELSE
               MOVE OMST-RECORD TO OHST-BEFORE-IMAGE
               EXEC CICS DELETE FILE('OVRDMAST')
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE "OVERRIDE DELETED" TO OVMSGO
                   PERFORM 3090-GET-USER-AND-TIME
                   MOVE SPACES TO OHST-AFTER-IMAGE
                   MOVE "D" TO WS-HIST-ACTION
                   PERFORM 3100-WRITE-OVRD-HISTORY
               ELSE
                   MOVE "ERROR DELETING OVERRIDE" TO OVMSGO
               END-IF
           END-IF.

      *> Action L lists the profile from the start number keyed, or
      *> from its first override when none is keyed.
       5000-LIST-OVERRIDES.
           MOVE WS-PROFILE TO CA-PROFILE
           MOVE SPACES TO CA-LAST-KEY
           MOVE LOW-VALUES TO WS-BR-KEY
           MOVE WS-PROFILE TO WS-BR-KEY(1:8)
           IF OVSTARTI IS NUMERIC
               MOVE OVSTARTI TO WS-BR-KEY(9:7)
           END-IF
           PERFORM 6100-FILL-LIST
           IF WS-LX > 0
               MOVE "OVERRIDES LISTED BELOW - PF8 LISTS FORWARD"
                   TO OVMSGO
           END-IF.

      *> PF8 re-enters here straight off the RECEIVE: continue the
      *> list past the last key shown on the previous screen.
       6000-LIST-FORWARD.
           IF CA-PROFILE = SPACES OR CA-LAST-KEY = SPACES
               MOVE "LIST A PROFILE WITH ACTION L FIRST" TO OVMSGO
           ELSE
               MOVE CA-LAST-KEY TO WS-BR-KEY
               PERFORM 6100-FILL-LIST
               IF WS-LX > 0
                   MOVE "MORE OVERRIDES LISTED BELOW" TO OVMSGO
               END-IF
           END-IF
           PERFORM 1100-SEND-MAP-WITH-MSG
           PERFORM 8000-RETURN-TRANSID.

      *> Browse from WS-BR-KEY, skipping the record the previous
      *> screen ended on, and stop at the end of the profile.
       6100-FILL-LIST.
           PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > 8
               MOVE SPACES TO OVLSTI(WS-LX)
           END-PERFORM
           MOVE 0 TO WS-LX
           EXEC CICS STARTBR FILE('OVRDMAST')
               RIDFLD(WS-BR-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM UNTIL WS-LX >= 8
                   OR WS-RESP NOT = DFHRESP(NORMAL)
                   EXEC CICS READNEXT FILE('OVRDMAST')
                       INTO(OMST-RECORD)
                       RIDFLD(WS-BR-KEY)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       IF OMST-PROFILE NOT = CA-PROFILE
                           MOVE DFHRESP(ENDFILE) TO WS-RESP
                       ELSE
                           IF OMST-KEY NOT = CA-LAST-KEY
                               PERFORM 6110-FORMAT-LIST-LINE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('OVRDMAST')
               END-EXEC
           END-IF
           IF WS-LX = 0
               MOVE "NO MORE OVERRIDES ON FILE FOR THIS PROFILE"
                   TO OVMSGO
           END-IF.

       6110-FORMAT-LIST-LINE.
           ADD 1 TO WS-LX
           MOVE OMST-START-NO TO WS-LST-START
           MOVE OMST-END-NO TO WS-LST-END
           MOVE OMST-ACTION TO WS-LST-ACTION
           MOVE OMST-REASON TO WS-LST-REASON
           MOVE OMST-EFF-DATE TO WS-LST-EFF
           MOVE OMST-EXP-DATE TO WS-LST-EXP
           MOVE OMST-ENTERED-BY TO WS-LST-BY
           MOVE WS-LIST-LINE TO OVLSTI(WS-LX)
           MOVE OMST-KEY TO CA-LAST-KEY.

       9100-MAPFAIL.
           MOVE "NOTHING KEYED - KEY A PROFILE AND PRESS ENTER"
               TO OVMSGO
           PERFORM 1100-SEND-MAP-WITH-MSG
           PERFORM 8000-RETURN-TRANSID.

       9000-EXIT.
           EXEC CICS SEND TEXT
               FROM('FIZZORBUZZ OVERRIDE MAINTENANCE ENDED')
               ERASE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.
       END PROGRAM FIZZOVRM.
