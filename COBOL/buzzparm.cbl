                   88 PARM-IS-HEADER VALUE "H".
                   88 PARM-IS-PROFILE VALUE "P".
                   88 PARM-IS-RULE VALUE "R".
               03 PARM-REC-DATA PIC X(32).
               03 PARM-HEADER-VIEW REDEFINES PARM-REC-DATA.
                   05 PARM-MAX-BUZZ PIC 9(7).
                   05 PARM-RULE-COUNT PIC 9(2).
                   05 PARM-START-VALUE PIC 9(7).
                   05 PARM-END-VALUE PIC 9(7).
                   05 FILLER PIC X(9).
               03 PARM-PROFILE-VIEW REDEFINES PARM-REC-DATA.
                   05 PARM-PROF-NAME PIC X(8).
                   05 PARM-PROF-MAX PIC 9(7).
                   05 PARM-PROF-COUNT PIC 9(2).
                   05 PARM-PROF-START PIC 9(7).
                   05 PARM-PROF-END PIC 9(7).
                   05 PARM-PROF-MATCH-MODE PIC X.
               03 PARM-RULE-VIEW REDEFINES PARM-REC-DATA.
                   05 PARM-RULE-DIVISOR PIC 9(4).
                   05 PARM-RULE-LABEL PIC X(8).
                   05 PARM-RULE-EFF-FROM PIC X(8).
                   05 PARM-RULE-EFF-TO PIC X(8).
                   05 FILLER PIC X(4).

           FD PARM-NEW-FILE.
           01 PARM-NEW-RECORD.
               03 PNEW-REC-TYPE PIC X.
               03 PNEW-REC-DATA PIC X(32).
               03 PNEW-HEADER-VIEW REDEFINES PNEW-REC-DATA.
                   05 PNEW-MAX-BUZZ PIC 9(7).
                   05 PNEW-RULE-COUNT PIC 9(2).
                   05 PNEW-START-VALUE PIC 9(7).
                   05 PNEW-END-VALUE PIC 9(7).
                   05 FILLER PIC X(9).
               03 PNEW-PROFILE-VIEW REDEFINES PNEW-REC-DATA.
                   05 PNEW-PROF-NAME PIC X(8).
                   05 PNEW-PROF-MAX PIC 9(7).
                   05 PNEW-PROF-COUNT PIC 9(2).
                   05 PNEW-PROF-START PIC 9(7).
                   05 PNEW-PROF-END PIC 9(7).
                   05 PNEW-PROF-MATCH-MODE PIC X.
               03 PNEW-RULE-VIEW REDEFINES PNEW-REC-DATA.
                   05 PNEW-RULE-DIVISOR PIC 9(4).
                   05 PNEW-RULE-LABEL PIC X(8).
                   05 PNEW-RULE-EFF-FROM PIC X(8).
                   05 PNEW-RULE-EFF-TO PIC X(8).
                   05 FILLER PIC X(4).

           FD TXN-FILE.
           01 TXN-RECORD.
                   88 TXN-IS-ADD VALUE "ADD   ".
                   88 TXN-IS-CHANGE VALUE "CHANGE".
                   88 TXN-IS-DELETE VALUE "DELETE".
                   88 TXN-IS-MODE VALUE "MODE  ".
               03 TXN-DIVISOR-X PIC X(4).
               03 TXN-DIVISOR-NUM REDEFINES TXN-DIVISOR-X PIC 9(4).
               03 TXN-LABEL PIC X(8).
                       07 WRK-PROF-START PIC 9(7).
                       07 WRK-PROF-END PIC 9(7).
                       07 WRK-PROF-RULE-COUNT PIC 9(2).
                       07 WRK-PROF-MATCH-MODE PIC X.
                       07 WRK-PROF-RULES.
                           09 WRK-RULE-ENTRY OCCURS 20 TIMES.
                               11 WRK-RULE-DIVISOR PIC 9(4).
               03 WS-RPT-CFG-END PIC 9(7).
               03 FILLER PIC X(7) VALUE " RULES=".
               03 WS-RPT-CFG-COUNT PIC 9(2).
               03 FILLER PIC X(6) VALUE " MODE=".
               03 WS-RPT-CFG-MODE PIC X(6).

           01 WS-RPT-RULE-LINE.
               03 FILLER PIC X(7) VALUE "  RULE ".
                   MOVE PARM-START-VALUE TO WRK-PROF-START (1)
                   MOVE PARM-END-VALUE TO WRK-PROF-END (1)
                   MOVE 0 TO WRK-PROF-RULE-COUNT (1)
                   MOVE "F" TO WRK-PROF-MATCH-MODE (1)
               END-IF.

           TAKE-OLD-PROFILE.
                       MOVE PARM-PROF-END
                           TO WRK-PROF-END (WS-PROF-SUB)
                       MOVE 0 TO WRK-PROF-RULE-COUNT (WS-PROF-SUB)
                       IF PARM-PROF-MATCH-MODE = SPACE
                           MOVE "F"
                               TO WRK-PROF-MATCH-MODE (WS-PROF-SUB)
                       ELSE
                           MOVE PARM-PROF-MATCH-MODE
                               TO WRK-PROF-MATCH-MODE (WS-PROF-SUB)
                       END-IF
                   END-IF
               END-IF.

               MOVE WRK-PROF-END (WS-PROF-SUB) TO WS-RPT-CFG-END.
               MOVE WRK-PROF-RULE-COUNT (WS-PROF-SUB)
                   TO WS-RPT-CFG-COUNT.
               IF WRK-PROF-MATCH-MODE (WS-PROF-SUB) = "C"
                   MOVE "COMBO" TO WS-RPT-CFG-MODE
               ELSE
                   IF WRK-PROF-MATCH-MODE (WS-PROF-SUB) = "F"
                       MOVE "FIRST" TO WS-RPT-CFG-MODE
                   ELSE
                       MOVE "??????" TO WS-RPT-CFG-MODE
                   END-IF
               END-IF.
               MOVE WS-RPT-CONFIG-LINE TO RPT-RECORD.
               WRITE RPT-RECORD.
               PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                       TO WS-RPT-TXN-RESULT
                   ADD 1 TO WS-TXN-ERRORS
               ELSE
                   IF TXN-IS-MODE
                       PERFORM APPLY-MODE
                   ELSE
                       PERFORM APPLY-RULE-TXN
                   END-IF
               END-IF.

           APPLY-RULE-TXN.
               IF TXN-DIVISOR-X NOT NUMERIC
                   OR TXN-DIVISOR-NUM = 0
                   MOVE "ERROR: BAD DIVISOR"
                       TO WS-RPT-TXN-RESULT
                   ADD 1 TO WS-TXN-ERRORS
               ELSE
                   PERFORM EDIT-TXN-DATES
                   IF WS-DATES-OK NOT = "Y"
                       MOVE "ERROR: BAD EFFECTIVE DATE"
                           TO WS-RPT-TXN-RESULT
                       ADD 1 TO WS-TXN-ERRORS
                   ELSE
                       PERFORM DISPATCH-TXN-ACTION
                   END-IF
               END-IF.

                   END-IF
               END-IF.

           APPLY-MODE.
               IF WRK-LEGACY-FORMAT = "Y"
                   MOVE "ERROR: LEGACY FILE - NO MODE"
                       TO WS-RPT-TXN-RESULT
                   ADD 1 TO WS-TXN-ERRORS
               ELSE
                   IF TXN-LABEL = "COMBINE "
                       MOVE "C" TO WRK-PROF-MATCH-MODE (WS-TXN-PROF-SUB)
                       MOVE "APPLIED" TO WS-RPT-TXN-RESULT
                   ELSE
                       IF TXN-LABEL = "FIRST   "
                           MOVE "F"
                               TO WRK-PROF-MATCH-MODE (WS-TXN-PROF-SUB)
                           MOVE "APPLIED" TO WS-RPT-TXN-RESULT
                       ELSE
                           MOVE "ERROR: BAD MODE"
                               TO WS-RPT-TXN-RESULT
                           ADD 1 TO WS-TXN-ERRORS
                       END-IF
                   END-IF
               END-IF.

           EDIT-TXN-DATES.
               MOVE "Y" TO WS-DATES-OK.
               IF TXN-EFF-FROM NOT = SPACES
                   TO BRL-RULE-COUNT.
               MOVE WRK-PROF-START (WS-PROF-SUB) TO BRL-START-VALUE.
               MOVE WRK-PROF-END (WS-PROF-SUB) TO BRL-END-VALUE.
               MOVE WRK-PROF-MATCH-MODE (WS-PROF-SUB) TO BRL-MATCH-MODE.
               MOVE SPACES TO BRL-RULE-TABLE.
               PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                       UNTIL WS-RULE-SUB
                   MOVE WRK-PROF-START (WS-PROF-SUB)
                       TO PNEW-PROF-START
                   MOVE WRK-PROF-END (WS-PROF-SUB) TO PNEW-PROF-END
                   MOVE WRK-PROF-MATCH-MODE (WS-PROF-SUB)
                       TO PNEW-PROF-MATCH-MODE
               END-IF.
               WRITE PARM-NEW-RECORD.
               IF WS-PARMNEW-STATUS NOT = "00"
