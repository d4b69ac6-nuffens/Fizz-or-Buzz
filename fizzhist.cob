      *>                      fields on the parameter record.
      *>   AUG 23 - Amber   - BY USER and TERM captions realigned
      *>                      over their detail-line columns.
      *>   SEP 9  - Amber   - each change line now shows the
      *>                      approval step (PENDING, APPROVED,
      *>                      REJECTED, or DIRECT for changes made
      *>                      before two-person approval), the kind
      *>                      of change, and the maker and checker
      *>                      userids.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 FILLER PIC X(7) VALUE "  PAGE:".
           05 WS-HDG-PAGE-NO PIC ZZZZZZ9.

       01 WS-HEADING-2.
           05 FILLER PIC X(50) VALUE
               "PROFILE   CHANGED ON      AT      BY USER   TERM".
           05 FILLER PIC X(36) VALUE
               "STEP      TYPE    MAKER     CHECKER".

       01 WS-CHANGE-LINE.
           05 WS-CHG-PARM-KEY PIC X(8).
           05 WS-CHG-USERID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CHG-TERMID PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CHG-STEP PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CHG-TYPE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CHG-MAKER PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CHG-CHECKER PIC X(8).

       01 WS-IMAGE-LINE.
           05 WS-IMG-TAG PIC X(9).
           MOVE PHST-CHG-TIME TO WS-CHG-LINE-TIME
           MOVE PHST-USERID TO WS-CHG-USERID
           MOVE PHST-TERMID TO WS-CHG-TERMID
           EVALUATE PHST-EVENT
               WHEN "P" MOVE "PENDING" TO WS-CHG-STEP
               WHEN "A" MOVE "APPROVED" TO WS-CHG-STEP
               WHEN "R" MOVE "REJECTED" TO WS-CHG-STEP
               WHEN OTHER MOVE "DIRECT" TO WS-CHG-STEP
           END-EVALUATE
           EVALUATE PHST-ACTION
               WHEN "S" MOVE "SAVE" TO WS-CHG-TYPE
               WHEN "F" MOVE "FORCE" TO WS-CHG-TYPE
               WHEN "D" MOVE "DELETE" TO WS-CHG-TYPE
               WHEN OTHER MOVE SPACES TO WS-CHG-TYPE
           END-EVALUATE
           MOVE PHST-MAKER-USERID TO WS-CHG-MAKER
           MOVE PHST-CHECKER-USERID TO WS-CHG-CHECKER
           MOVE WS-CHANGE-LINE TO HRP-LINE
           WRITE HRP-LINE
           MOVE "  BEFORE:" TO WS-IMG-TAG
