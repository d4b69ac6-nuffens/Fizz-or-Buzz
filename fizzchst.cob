      *>                      about. Return code 8 when the card is
      *>                      missing or unusable, 4 when the number
      *>                      has no history on file.
      *>   SEP 26 - Amber   - history is keyed on profile, number,
      *>                      and generation, so the HISTCARD card
      *>                      now also names the profile in columns
      *>                      9-16 (DAILY when blank, so the old
      *>                      number-only cards still work) and only
      *>                      that profile's runs are printed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-EOF-SW PIC X VALUE "N".
       01 WS-CARD-OK-SW PIC X VALUE "N".
       01 WS-NUMBER PIC 9(7).
       01 WS-PROFILE PIC X(8) VALUE "DAILY".
       01 WS-RUN-DATE PIC X(8).
       01 WS-HIST-CT PIC 9(7) VALUE 0.
       01 WS-RPT-HIST-CT PIC ZZZZZZ9.
       01 WS-HEADING-2.
           05 FILLER PIC X(8) VALUE "NUMBER:".
           05 WS-HDG-NUMBER PIC 9(7).
           05 FILLER PIC X(11) VALUE "   PROFILE:".
           05 WS-HDG-PROFILE PIC X(8).

       01 WS-HEADING-3 PIC X(60) VALUE
           "RUN DATE  RUN ID    CLASS             DLT  REASON".
                           MOVE CARD-REC(1:7) TO WS-NUMBER
                           MOVE "Y" TO WS-CARD-OK-SW
                       END-IF
                       IF CARD-REC(9:8) NOT = SPACES
                           MOVE CARD-REC(9:8) TO WS-PROFILE
                       END-IF
               END-READ
               CLOSE RUN-CONTROL
           END-IF.

      *> The history key is profile and number plus the run-stamped
      *> generation ID, and generation IDs are chronological, so
      *> ascending key order from the number's low key within the
      *> profile is oldest-first - exactly the order the report
      *> wants.
       2000-PRINT-NUMBER-HISTORY.
           PERFORM 9100-WRITE-PAGE-HEADER
           OPEN INPUT CLSF-HISTORY
               WRITE HRP-LINE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE WS-PROFILE TO CHST-PROFILE
               MOVE WS-NUMBER TO CHST-NUMBER
               MOVE LOW-VALUES TO CHST-GEN-ID
               START CLSF-HISTORY KEY NOT < CHST-KEY
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF CHST-NUMBER NOT = WS-NUMBER
                               OR CHST-PROFILE NOT = WS-PROFILE
                               MOVE "Y" TO WS-EOF-SW
                           ELSE
                               PERFORM 2100-PRINT-ONE-RUN
               END-PERFORM
               CLOSE CLSF-HISTORY
               IF WS-HIST-CT = 0
                   MOVE "NO HISTORY ON FILE FOR THIS NUMBER AND PROFILE"
                       TO HRP-LINE
                   WRITE HRP-LINE
                   MOVE 4 TO RETURN-CODE
           MOVE WS-HEADING-1 TO HRP-LINE
           WRITE HRP-LINE
           MOVE WS-NUMBER TO WS-HDG-NUMBER
           MOVE WS-PROFILE TO WS-HDG-PROFILE
           MOVE WS-HEADING-2 TO HRP-LINE
           WRITE HRP-LINE
           MOVE WS-HEADING-3 TO HRP-LINE
