      *>                      ENTER after an empty ENTER no longer
      *>                      comes back with EIBCALEN zero and
      *>                      erases what the operator just keyed.
      *>   SEP 9  - Amber   - saves and deletes are now two-person
      *>                      changes: a save (blank or F) or a
      *>                      delete files the change on PARMPEND
      *>                      instead of touching PARMFILE, and a
      *>                      different userid must approve it
      *>                      (action A) before it reaches the live
      *>                      record, or reject it (action R).
      *>                      Action P shows the pending change for
      *>                      the checker. The run interlock is now
      *>                      applied at approval, when PARMFILE
      *>                      actually changes. The pending,
      *>                      approved, and rejected steps are all
      *>                      logged to PARMHIST with both the
      *>                      maker's and the checker's userid.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY FIZZMAP.
       COPY PARMREC.
       COPY PHSTREC.
       COPY PPNDREC.

       01 WS-EDIT-OK PIC X VALUE "Y".
       01 WS-START-NO PIC 9(7).
       01 WS-DIV1 PIC 9(3).
       01 WS-DIV2 PIC 9(3).
       01 WS-RESP PIC S9(8) COMP VALUE 0.
       01 WS-PEND-RESP PIC S9(8) COMP VALUE 0.
       01 WS-PEND-ACTION PIC X(1).
       01 WS-PEND-TEXT PIC X(6).
       01 WS-HOLD-RUN-SW PIC X(1).
       01 WS-HOLD-RUN-ID PIC X(8).
       01 WS-ABSTIME PIC S9(15) COMP-3.
       01 WS-CHG-DATE PIC X(10).
       01 WS-CHG-TIME PIC X(8).
                       WHEN "D"
                           PERFORM 4200-DELETE-PROFILE
                           PERFORM 1100-SEND-MAP-WITH-MSG
                       WHEN "P"
                           PERFORM 4300-SHOW-PENDING
                           PERFORM 1100-SEND-MAP-WITH-MSG
                       WHEN "A"
                           PERFORM 5000-APPROVE-CHANGE
                           PERFORM 1100-SEND-MAP-WITH-MSG
                       WHEN "R"
                           PERFORM 5200-REJECT-CHANGE
                           PERFORM 1100-SEND-MAP-WITH-MSG
                       WHEN OTHER
                           PERFORM 3000-SAVE-PARMS
                   END-EVALUATE
                   MOVE "N" TO WS-EDIT-OK
               WHEN WS-ACTION NOT = SPACE AND WS-ACTION NOT = "S"
                   AND WS-ACTION NOT = "D" AND WS-ACTION NOT = "F"
                   AND WS-ACTION NOT = "P" AND WS-ACTION NOT = "A"
                   AND WS-ACTION NOT = "R"
                   MOVE "ACTION MUST BE BLANK, S, D, L, F, P, A OR R" TO MSGO
                   MOVE "N" TO WS-EDIT-OK
               WHEN WS-ACTION = "S" OR "D" OR "P" OR "A" OR "R"
                   CONTINUE
               WHEN STARTNOI IS NOT NUMERIC
                   OR ENDNOI IS NOT NUMERIC
                   END-IF
           END-EVALUATE.

      *> A save never reaches PARMFILE from here: the record as it
      *> would be saved is filed on PARMPEND and waits for a second
      *> userid to approve it, and every batch run keeps using the
      *> last approved record until then.
       3000-SAVE-PARMS.
           MOVE WS-PROFILE TO PARM-KEY
           EXEC CICS READ FILE('PARMFILE')
               INTO(PHST-BEFORE-IMAGE)
               RIDFLD(PARM-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
           ELSE
               MOVE PHST-BEFORE-IMAGE TO PARM-RECORD
           END-IF
           PERFORM 3010-BUILD-PARM-IMAGE
           MOVE "S" TO WS-PEND-ACTION
           PERFORM 3300-FILE-PENDING-CHANGE
           PERFORM 1100-SEND-MAP-WITH-MSG.

      *> A save never touches PARM-RUN-SW / PARM-RUN-ID - they came
      *> off the before-image - so a forced save cannot quietly
      *> clear the batch run's interlock, and the end-of-run compare
      *> still sees exactly what the operator changed.
       3010-BUILD-PARM-IMAGE.
           MOVE WS-PROFILE TO PARM-KEY
           MOVE STARTNOI TO PARM-START-NO
           MOVE ENDNOI TO PARM-END-NO
                   MOVE RULEDIVI TO PARM-RULE-DIV(WS-RULE-NO)
                   MOVE RULELBLI TO PARM-RULE-LABEL(WS-RULE-NO)
               END-IF
           END-IF.

      *> Refused at approval, when PARMFILE would really change under
      *> the batch run; the caller sends the map.
       3200-REFUSE-ACTIVE-PROFILE.
           EXEC CICS UNLOCK FILE('PARMFILE')
           END-EXEC
           EXEC CICS UNLOCK FILE('PARMPEND')
           END-EXEC
           MOVE SPACES TO MSGO
           STRING "RUN " DELIMITED BY SIZE
                  PARM-RUN-ID DELIMITED BY SIZE
                  " IS ACTIVE ON THIS PROFILE - APPROVAL REFUSED"
                  DELIMITED BY SIZE
                  " (MAKER F FORCES)" DELIMITED BY SIZE
                  INTO MSGO.

       3090-GET-USER-AND-TIME.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           END-EXEC
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC.

      *> Callers set PHST-EVENT, PHST-ACTION, the maker and checker
      *> userids, and both images; the key, the userid performing
      *> this step, and the terminal are filled in here.
       3100-WRITE-PARM-HISTORY.
           PERFORM 3090-GET-USER-AND-TIME
           MOVE WS-PROFILE TO PHST-PARM-KEY
           MOVE WS-CHG-DATE(1:8) TO PHST-CHG-DATE
           MOVE WS-CHG-TIME(1:6) TO PHST-CHG-TIME
               MOVE "WARNING - CHANGE HISTORY NOT LOGGED" TO MSGO
           END-IF.

      *> Saves and deletes both land here. One change can wait per
      *> profile: the maker may re-save over their own pending
      *> change, but a change someone else is waiting on has to be
      *> approved or rejected before another can queue behind it.
      *> PHST-BEFORE-IMAGE holds the live record and PARM-RECORD the
      *> proposed one on the way in.
       3300-FILE-PENDING-CHANGE.
           PERFORM 3090-GET-USER-AND-TIME
           MOVE WS-PROFILE TO PPND-PARM-KEY
           EXEC CICS READ FILE('PARMPEND')
               INTO(PPND-RECORD)
               RIDFLD(PPND-PARM-KEY)
               UPDATE
               RESP(WS-PEND-RESP)
           END-EXEC
           IF WS-PEND-RESP = DFHRESP(NORMAL)
               AND PPND-MAKER-USERID NOT = WS-USERID
               EXEC CICS UNLOCK FILE('PARMPEND')
               END-EXEC
               MOVE SPACES TO MSGO
               STRING "CHANGE BY " DELIMITED BY SIZE
                      PPND-MAKER-USERID DELIMITED BY SPACE
                      " ALREADY PENDING - APPROVE OR REJECT IT FIRST"
                      DELIMITED BY SIZE
                      INTO MSGO
           ELSE
               PERFORM 3310-WRITE-PENDING-RECORD
           END-IF.

       3310-WRITE-PENDING-RECORD.
           MOVE WS-PROFILE TO PPND-PARM-KEY
           MOVE WS-PEND-ACTION TO PPND-ACTION
           IF WS-ACTION = "F"
               MOVE "Y" TO PPND-FORCE-SW
           ELSE
               MOVE "N" TO PPND-FORCE-SW
           END-IF
           MOVE WS-USERID TO PPND-MAKER-USERID
           MOVE EIBTRMID TO PPND-MAKER-TERMID
           MOVE WS-CHG-DATE(1:8) TO PPND-REQ-DATE
           MOVE WS-CHG-TIME(1:6) TO PPND-REQ-TIME
           MOVE PHST-BEFORE-IMAGE TO PPND-BEFORE-IMAGE
           IF WS-PEND-ACTION = "D"
               MOVE SPACES TO PPND-AFTER-IMAGE
           ELSE
               MOVE PARM-RECORD TO PPND-AFTER-IMAGE
           END-IF
           IF WS-PEND-RESP = DFHRESP(NORMAL)
               EXEC CICS REWRITE FILE('PARMPEND')
                   FROM(PPND-RECORD)
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               EXEC CICS WRITE FILE('PARMPEND')
                   FROM(PPND-RECORD)
                   RIDFLD(PPND-PARM-KEY)
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "CHANGE COULD NOT BE FILED FOR APPROVAL - NOTHING SAVED"
                   TO MSGO
           ELSE
               IF WS-PEND-ACTION = "D"
                   MOVE "DELETE PENDING - A SECOND USER MUST APPROVE (ACTION A)"
                       TO MSGO
                   MOVE "** DELETE PENDING **" TO PHST-AFTER-IMAGE
               ELSE
                   MOVE "SAVE PENDING - A SECOND USER MUST APPROVE (ACTION A)"
                       TO MSGO
                   MOVE PARM-RECORD TO PHST-AFTER-IMAGE
               END-IF
               MOVE "P" TO PHST-EVENT
               IF WS-ACTION = "F"
                   MOVE "F" TO PHST-ACTION
               ELSE
                   MOVE WS-PEND-ACTION TO PHST-ACTION
               END-IF
               MOVE WS-USERID TO PHST-MAKER-USERID
               MOVE SPACES TO PHST-CHECKER-USERID
               PERFORM 3100-WRITE-PARM-HISTORY
           END-IF.

       4000-LIST-PROFILES.
           MOVE SPACES TO WS-PROF-LIST
           MOVE 1 TO WS-LIST-IX
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 4120-DISPLAY-PARM-RECORD
               MOVE "PROFILE DISPLAYED - RULE TABLE LISTED BELOW"
                   TO MSGO
               MOVE WS-PROFILE TO PPND-PARM-KEY
               EXEC CICS READ FILE('PARMPEND')
                   INTO(PPND-RECORD)
                   RIDFLD(PPND-PARM-KEY)
                   RESP(WS-PEND-RESP)
               END-EXEC
               IF WS-PEND-RESP = DFHRESP(NORMAL)
                   MOVE "SHOWN AS APPROVED - A CHANGE IS PENDING (ACTION P)"
                       TO MSGO
               END-IF
           ELSE
               MOVE "PROFILE NOT FOUND" TO MSGO
           END-IF.
           END-PERFORM
           MOVE WS-PROF-LIST TO PROFLSTO.

       4120-DISPLAY-PARM-RECORD.
           MOVE PARM-START-NO TO STARTNOO
           MOVE PARM-END-NO TO ENDNOO
           MOVE PARM-RULE-DIV(1) TO DIV1O
           MOVE PARM-RULE-LABEL(1) TO DIV1LBLO
           MOVE PARM-RULE-DIV(2) TO DIV2O
           MOVE PARM-RULE-LABEL(2) TO DIV2LBLO
           MOVE PARM-RESTART-SW TO RESTARTO
           PERFORM 4110-LIST-RULES.

      *> A delete is filed for approval like a save; the run
      *> interlock is checked when the checker approves it.
       4200-DELETE-PROFILE.
           MOVE WS-PROFILE TO PARM-KEY
           EXEC CICS READ FILE('PARMFILE')
               INTO(PHST-BEFORE-IMAGE)
               RIDFLD(PARM-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "PROFILE NOT FOUND" TO MSGO
           ELSE
               MOVE PHST-BEFORE-IMAGE TO PARM-RECORD
               MOVE "D" TO WS-PEND-ACTION
               PERFORM 3300-FILE-PENDING-CHANGE
           END-IF.

      *> Runs under an approval, with both the PARMFILE record and
      *> the pending change held for update.
       4210-DELETE-AND-LOG.
           EXEC CICS DELETE FILE('PARMFILE')
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 5100-CLOSE-PENDING-CHANGE
               MOVE SPACES TO MSGO
               STRING "DELETE BY " DELIMITED BY SIZE
                      PPND-MAKER-USERID DELIMITED BY SPACE
                      " APPROVED - PROFILE DELETED" DELIMITED BY SIZE
                      INTO MSGO
               MOVE "** PROFILE DELETED **" TO PHST-AFTER-IMAGE
               MOVE "A" TO PHST-EVENT
               PERFORM 5110-SET-HISTORY-SIGNERS
               PERFORM 3100-WRITE-PARM-HISTORY
           ELSE
               EXEC CICS UNLOCK FILE('PARMPEND')
               END-EXEC
               MOVE "PROFILE COULD NOT BE DELETED - CHANGE STILL PENDING"
                   TO MSGO
           END-IF.

      *> Shows the checker what they are being asked to sign: the
      *> proposed record for a save, the record that would go for a
      *> delete.
       4300-SHOW-PENDING.
           MOVE WS-PROFILE TO PPND-PARM-KEY
           EXEC CICS READ FILE('PARMPEND')
               INTO(PPND-RECORD)
               RIDFLD(PPND-PARM-KEY)
               RESP(WS-PEND-RESP)
           END-EXEC
           IF WS-PEND-RESP NOT = DFHRESP(NORMAL)
               MOVE "NO CHANGE PENDING FOR THIS PROFILE" TO MSGO
           ELSE
               IF PPND-ACTION = "D"
                   MOVE PPND-BEFORE-IMAGE TO PARM-RECORD
                   MOVE "DELETE" TO WS-PEND-TEXT
               ELSE
                   MOVE PPND-AFTER-IMAGE TO PARM-RECORD
                   MOVE "SAVE" TO WS-PEND-TEXT
               END-IF
               PERFORM 4120-DISPLAY-PARM-RECORD
               MOVE SPACES TO MSGO
               STRING "PENDING " DELIMITED BY SIZE
                      WS-PEND-TEXT DELIMITED BY SPACE
                      " BY " DELIMITED BY SIZE
                      PPND-MAKER-USERID DELIMITED BY SPACE
                      " ON " DELIMITED BY SIZE
                      PPND-REQ-DATE DELIMITED BY SIZE
                      " - A APPROVES, R REJECTS" DELIMITED BY SIZE
                      INTO MSGO
           END-IF.

      *> The checker's signature. The maker cannot approve their own
      *> change.
       5000-APPROVE-CHANGE.
           PERFORM 3090-GET-USER-AND-TIME
           MOVE WS-PROFILE TO PPND-PARM-KEY
           EXEC CICS READ FILE('PARMPEND')
               INTO(PPND-RECORD)
               RIDFLD(PPND-PARM-KEY)
               UPDATE
               RESP(WS-PEND-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-PEND-RESP NOT = DFHRESP(NORMAL)
                   MOVE "NO CHANGE PENDING FOR THIS PROFILE" TO MSGO
               WHEN PPND-MAKER-USERID = WS-USERID
                   EXEC CICS UNLOCK FILE('PARMPEND')
                   END-EXEC
                   MOVE "MAKER MAY NOT APPROVE OWN CHANGE - SECOND USER NEEDED"
                       TO MSGO
               WHEN OTHER
                   PERFORM 5010-APPLY-APPROVED-CHANGE
           END-EVALUATE.

      *> The run interlock bites here, where PARMFILE really changes:
      *> an active profile is refused unless the maker forced the
      *> save. A delete is never forced. A pending delete of a
      *> profile that has already gone just closes out.
       5010-APPLY-APPROVED-CHANGE.
           MOVE WS-PROFILE TO PARM-KEY
           EXEC CICS READ FILE('PARMFILE')
               INTO(PHST-BEFORE-IMAGE)
               RIDFLD(PARM-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO PHST-BEFORE-IMAGE
               MOVE SPACES TO PARM-RECORD
               MOVE "N" TO PARM-RUN-SW
           ELSE
               MOVE PHST-BEFORE-IMAGE TO PARM-RECORD
           END-IF
           EVALUATE TRUE
               WHEN PARM-RUN-SW = "A" AND PPND-FORCE-SW NOT = "Y"
                   PERFORM 3200-REFUSE-ACTIVE-PROFILE
               WHEN PPND-ACTION = "D" AND WS-RESP NOT = DFHRESP(NORMAL)
                   PERFORM 5100-CLOSE-PENDING-CHANGE
                   MOVE "PROFILE NO LONGER ON FILE - PENDING DELETE CLOSED"
                       TO MSGO
                   MOVE "** PROFILE ALREADY GONE **" TO PHST-AFTER-IMAGE
                   MOVE "A" TO PHST-EVENT
                   PERFORM 5110-SET-HISTORY-SIGNERS
                   PERFORM 3100-WRITE-PARM-HISTORY
               WHEN PPND-ACTION = "D"
                   PERFORM 4210-DELETE-AND-LOG
               WHEN OTHER
                   PERFORM 5020-APPLY-PENDING-SAVE
           END-EVALUATE.

      *> The run flags are never taken off the pending image - they
      *> come off the live record as it stands at approval, so an
      *> approval can neither clear nor fake the batch interlock.
       5020-APPLY-PENDING-SAVE.
           MOVE PARM-RUN-SW TO WS-HOLD-RUN-SW
           MOVE PARM-RUN-ID TO WS-HOLD-RUN-ID
           MOVE PPND-AFTER-IMAGE TO PARM-RECORD
           MOVE WS-HOLD-RUN-SW TO PARM-RUN-SW
           MOVE WS-HOLD-RUN-ID TO PARM-RUN-ID
           IF WS-RESP = DFHRESP(NORMAL)
               EXEC CICS REWRITE FILE('PARMFILE')
                   FROM(PARM-RECORD)
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               EXEC CICS WRITE FILE('PARMFILE')
                   FROM(PARM-RECORD)
                   RIDFLD(PARM-KEY)
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 5100-CLOSE-PENDING-CHANGE
               MOVE SPACES TO MSGO
               IF PARM-RUN-SW = "A"
                   STRING "CHANGE BY " DELIMITED BY SIZE
                          PPND-MAKER-USERID DELIMITED BY SPACE
                          " APPROVED - FORCED OVER AN ACTIVE RUN - LOGGED"
                          DELIMITED BY SIZE
                          INTO MSGO
               ELSE
                   STRING "CHANGE BY " DELIMITED BY SIZE
                          PPND-MAKER-USERID DELIMITED BY SPACE
                          " APPROVED - PROFILE SAVED FOR NEXT BATCH RUN"
                          DELIMITED BY SIZE
                          INTO MSGO
               END-IF
               MOVE PARM-RECORD TO PHST-AFTER-IMAGE
               MOVE "A" TO PHST-EVENT
               PERFORM 5110-SET-HISTORY-SIGNERS
               PERFORM 3100-WRITE-PARM-HISTORY
               PERFORM 4120-DISPLAY-PARM-RECORD
           ELSE
               EXEC CICS UNLOCK FILE('PARMPEND')
               END-EXEC
               MOVE "PROFILE COULD NOT BE WRITTEN - CHANGE STILL PENDING"
                   TO MSGO
           END-IF.

       5100-CLOSE-PENDING-CHANGE.
           EXEC CICS DELETE FILE('PARMPEND')
               RESP(WS-PEND-RESP)
           END-EXEC.

       5110-SET-HISTORY-SIGNERS.
           IF PPND-FORCE-SW = "Y"
               MOVE "F" TO PHST-ACTION
           ELSE
               MOVE PPND-ACTION TO PHST-ACTION
           END-IF
           MOVE PPND-MAKER-USERID TO PHST-MAKER-USERID
           MOVE WS-USERID TO PHST-CHECKER-USERID.

      *> A rejection needs a second userid just as an approval does;
      *> the proposal goes to PARMHIST as the after-image so the log
      *> shows what was turned down.
       5200-REJECT-CHANGE.
           PERFORM 3090-GET-USER-AND-TIME
           MOVE WS-PROFILE TO PPND-PARM-KEY
           EXEC CICS READ FILE('PARMPEND')
               INTO(PPND-RECORD)
               RIDFLD(PPND-PARM-KEY)
               UPDATE
               RESP(WS-PEND-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-PEND-RESP NOT = DFHRESP(NORMAL)
                   MOVE "NO CHANGE PENDING FOR THIS PROFILE" TO MSGO
               WHEN PPND-MAKER-USERID = WS-USERID
                   EXEC CICS UNLOCK FILE('PARMPEND')
                   END-EXEC
                   MOVE "MAKER MAY NOT REJECT OWN CHANGE - SECOND USER NEEDED"
                       TO MSGO
               WHEN OTHER
                   PERFORM 5210-REJECT-AND-LOG
           END-EVALUATE.

       5210-REJECT-AND-LOG.
           PERFORM 5100-CLOSE-PENDING-CHANGE
           IF WS-PEND-RESP = DFHRESP(NORMAL)
               MOVE SPACES TO MSGO
               STRING "CHANGE BY " DELIMITED BY SIZE
                      PPND-MAKER-USERID DELIMITED BY SPACE
                      " REJECTED - APPROVED PROFILE UNCHANGED"
                      DELIMITED BY SIZE
                      INTO MSGO
               MOVE PPND-BEFORE-IMAGE TO PHST-BEFORE-IMAGE
               IF PPND-ACTION = "D"
                   MOVE "** DELETE REJECTED **" TO PHST-AFTER-IMAGE
               ELSE
                   MOVE PPND-AFTER-IMAGE TO PHST-AFTER-IMAGE
               END-IF
               MOVE "R" TO PHST-EVENT
               PERFORM 5110-SET-HISTORY-SIGNERS
               PERFORM 3100-WRITE-PARM-HISTORY
           ELSE
               MOVE "PENDING CHANGE COULD NOT BE REMOVED - TRY AGAIN"
                   TO MSGO
           END-IF.

       9100-MAPFAIL.
