                   05 FILLER PIC X(7).
                   05 AUD-RULE-COUNT PIC X(7).
                   05 FILLER PIC X(27).
               03 AUD-WIDE-RULE-VIEW REDEFINES AUD-BODY.
                   05 FILLER PIC X(8).
                   05 AUD-WIDE-RULE-LABEL PIC X(16).
                   05 FILLER PIC X(13).
                   05 FILLER PIC X(7).
                   05 AUD-WIDE-RULE-COUNT PIC X(7).
                   05 FILLER PIC X(19).
               03 AUD-RUNNBR-VIEW REDEFINES AUD-BODY.
                   05 AUD-RNB-PREFIX PIC X(14).
                   05 AUD-RNB-NUMBER PIC X(6).
                   05 TRN-RECORDS PIC 9(7).
                   05 TRN-REPORTED PIC X.
                   05 TRN-RULE-COUNT PIC 9(2).
                   05 TRN-RULE-ENTRY OCCURS 41 TIMES.
                       07 TRN-RULE-LABEL PIC X(16).
                       07 TRN-RULE-TALLY PIC 9(7).

           01 WS-FILE-STATUSES.

           01 WS-RPT-RULE-LINE.
               03 FILLER PIC X(2) VALUE SPACES.
               03 WS-RPT-RUL-LABEL PIC X(16).
               03 FILLER PIC X(7) VALUE " COUNT=".
               03 WS-RPT-RUL-COUNT PIC Z(6)9.
               03 FILLER PIC X(7) VALUE " SHARE=".
               03 FILLER PIC X(7) VALUE " SHIFT=".
               03 WS-RPT-RUL-SHIFT PIC +(3)9.99.
               03 WS-RPT-RUL-FLAG PIC X(8).
               03 FILLER PIC X(14) VALUE SPACES.

           01 WS-RPT-RESULT-LINE.
               03 FILLER PIC X(8) VALUE "RESULT: ".
               END-IF.

           STORE-BLOCK-RULE.
               IF TRN-RULE-COUNT (WS-CUR-SUB) < 40
                   ADD 1 TO TRN-RULE-COUNT (WS-CUR-SUB)
                   MOVE TRN-RULE-COUNT (WS-CUR-SUB) TO WS-RULE-SUB
                   IF AUD-BODY (17:9) = " DIVISOR="
                       MOVE AUD-RULE-LABEL TO TRN-RULE-LABEL
                           (WS-CUR-SUB WS-RULE-SUB)
                       MOVE AUD-RULE-COUNT TO WS-COUNT-X
                   ELSE
                       MOVE AUD-WIDE-RULE-LABEL TO TRN-RULE-LABEL
                           (WS-CUR-SUB WS-RULE-SUB)
                       MOVE AUD-WIDE-RULE-COUNT TO WS-COUNT-X
                   END-IF
                   INSPECT WS-COUNT-X REPLACING LEADING SPACE BY ZERO
                   IF WS-COUNT-X NUMERIC
                       MOVE WS-COUNT-NUM TO TRN-RULE-TALLY
                       AND WS-SCAN-SUB NOT = WS-PICK-SUB
                       AND TRN-PROFILE (WS-SCAN-SUB)
                           = TRN-PROFILE (WS-PICK-SUB)
                       AND TRN-STATUS (WS-SCAN-SUB) NOT = "REFUSED"
                       IF WS-PRIOR-SUB = 0
                           OR TRN-RUN-NUMBER (WS-SCAN-SUB)
                               >= TRN-RUN-NUMBER (WS-PRIOR-SUB)
