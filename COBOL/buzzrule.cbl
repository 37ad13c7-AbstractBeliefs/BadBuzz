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

           WORKING-STORAGE SECTION.
           01 CONFIG.
               03 WS-RULE-COUNT PIC 9(2) VALUE 0.
               03 WS-START-VALUE PIC 9(7) VALUE 0.
               03 WS-END-VALUE PIC 9(7) VALUE 0.
               03 WS-MATCH-MODE PIC X VALUE "F".
                   88 WS-MODE-FIRST VALUE "F".
                   88 WS-MODE-COMBINE VALUE "C".
               03 RULE-TABLE.
                   05 RULE-ENTRY OCCURS 1 TO 20 TIMES
                           DEPENDING ON WS-RULE-COUNT
           01 WS-SAVED-RULES.
               03 WS-SAVED-LOADED PIC X VALUE "N".
               03 WS-SAVED-RULE-COUNT PIC 9(2) VALUE 0.
               03 WS-SAVED-MATCH-MODE PIC X VALUE "F".
               03 WS-SAVED-RULE-TABLE.
                   05 WS-SAVED-RULE-ENTRY OCCURS 20 TIMES.
                       07 WS-SAVED-RULE-DIVISOR PIC 9(4).
           01 WS-PARM-STATUS PIC X(2).
           01 WS-RULE-IDX-DISPLAY PIC 9(2).
           01 WS-RULE-CHK-IDX-DISPLAY PIC 9(2).
           01 WS-MAX-CLASS-LENGTH PIC 9(2) VALUE 16.
           01 WS-COMBINED-LENGTH PIC 9(3) VALUE 0.
           01 WS-LABEL-TRAILING PIC 9(2) VALUE 0.
           01 WS-MAX-COMBINED-CLASSES PIC 9(2) VALUE 20.
           01 WS-COMBINED-CLASSES PIC 9(7) VALUE 0.
           01 WS-LABEL-POINTER PIC 9(2) VALUE 1.
           01 WS-LCM-OVERFLOW PIC X VALUE "N".
           01 WS-LCM-VALUE PIC 9(9) VALUE 0.
           01 WS-GCD-A PIC 9(9) VALUE 0.
           01 WS-GCD-B PIC 9(9) VALUE 0.
           01 WS-GCD-REMAINDER PIC 9(9) VALUE 0.

       LINKAGE SECTION.
           COPY BUZZLNK.
               IF BRL-PROFILE-NAME = SPACES
                   OR BRL-PROFILE-NAME = "DEFAULT"
                   MOVE "DEFAULT" TO WS-LOADED-PROFILE
                   MOVE "F" TO WS-MATCH-MODE
                   MOVE PARM-MAX-BUZZ TO MAX-BUZZ
                   MOVE PARM-RULE-COUNT TO WS-FILE-RULE-COUNT
                   MOVE PARM-START-VALUE TO WS-START-VALUE
                   MOVE PARM-PROF-COUNT TO WS-FILE-RULE-COUNT
                   MOVE PARM-PROF-START TO WS-START-VALUE
                   MOVE PARM-PROF-END TO WS-END-VALUE
                   IF PARM-PROF-MATCH-MODE = SPACE
                       MOVE "F" TO WS-MATCH-MODE
                   ELSE
                       MOVE PARM-PROF-MATCH-MODE TO WS-MATCH-MODE
                   END-IF
                   PERFORM READ-RULE-PARMS
               ELSE
                   READ PARM-FILE
               END-IF.

           VALIDATE-RULES.
               IF NOT WS-MODE-FIRST AND NOT WS-MODE-COMBINE
                   DISPLAY "ERROR: MATCH MODE MUST BE F (FIRST MATCH) "
                       "OR C (COMBINE ALL MATCHING LABELS), FOUND '"
                       WS-MATCH-MODE "'"
                   MOVE "Y" TO WS-ABORT-SWITCH
               END-IF.
               PERFORM VARYING RULE-IDX FROM 1 BY 1
                       UNTIL RULE-IDX > WS-RULE-COUNT
                   IF RULE-DIVISOR (RULE-IDX) NOT NUMERIC
                   END-IF
               END-PERFORM.
               IF WS-ABORT-SWITCH NOT = "Y"
                   IF WS-MODE-COMBINE
                       PERFORM VALIDATE-COMBINED-LENGTH
                   ELSE
                       PERFORM VALIDATE-RULE-ORDER
                   END-IF
               END-IF.

           VALIDATE-RULE-ORDER.
                   END-PERFORM
               END-PERFORM.

           VALIDATE-COMBINED-LENGTH.
               MOVE 0 TO WS-COMBINED-LENGTH.
               PERFORM VARYING RULE-IDX FROM 1 BY 1
                       UNTIL RULE-IDX > WS-RULE-COUNT
                   IF RULE-LABEL (RULE-IDX) = SPACES
                       MOVE RULE-IDX TO WS-RULE-IDX-DISPLAY
                       DISPLAY "ERROR: RULE " WS-RULE-IDX-DISPLAY
                           " NEEDS A LABEL IN COMBINE MODE"
                       MOVE "Y" TO WS-ABORT-SWITCH
                   ELSE
                       MOVE 0 TO WS-LABEL-TRAILING
                       INSPECT FUNCTION REVERSE (RULE-LABEL (RULE-IDX))
                           TALLYING WS-LABEL-TRAILING FOR LEADING SPACE
                       COMPUTE WS-COMBINED-LENGTH = WS-COMBINED-LENGTH
                           + LENGTH OF RULE-LABEL (RULE-IDX)
                           - WS-LABEL-TRAILING
                   END-IF
               END-PERFORM.
               IF WS-COMBINED-LENGTH > WS-MAX-CLASS-LENGTH
                   DISPLAY "ERROR: COMBINE MODE LABELS TOTAL "
                       WS-COMBINED-LENGTH " CHARACTERS - A VALUE "
                       "MATCHING EVERY RULE WOULD EXCEED THE "
                       WS-MAX-CLASS-LENGTH "-CHARACTER CLASS LIMIT"
                   MOVE "Y" TO WS-ABORT-SWITCH
               END-IF.
               MOVE 1 TO WS-COMBINED-CLASSES.
               PERFORM VARYING RULE-IDX FROM 1 BY 1
                       UNTIL RULE-IDX > WS-RULE-COUNT
                   COMPUTE WS-COMBINED-CLASSES = WS-COMBINED-CLASSES * 2
               END-PERFORM.
               COMPUTE WS-COMBINED-CLASSES = WS-COMBINED-CLASSES
                   - WS-RULE-COUNT - 1.
               IF WS-COMBINED-CLASSES > WS-MAX-COMBINED-CLASSES
                   DISPLAY "ERROR: COMBINE MODE WITH " WS-RULE-COUNT
                       " RULES ALLOWS " WS-COMBINED-CLASSES
                       " COMBINED CLASSES - NO MORE THAN "
                       WS-MAX-COMBINED-CLASSES " CAN BE COUNTED"
                   MOVE "Y" TO WS-ABORT-SWITCH
               END-IF.

           RETURN-CONFIG.
               MOVE WS-LOADED-PROFILE TO BRL-PROFILE-NAME.
               MOVE MAX-BUZZ TO BRL-MAX-BUZZ.
               MOVE WS-RULE-COUNT TO BRL-RULE-COUNT.
               MOVE WS-START-VALUE TO BRL-START-VALUE.
               MOVE WS-END-VALUE TO BRL-END-VALUE.
               MOVE WS-MATCH-MODE TO BRL-MATCH-MODE.
               MOVE SPACES TO BRL-RULE-TABLE.
               PERFORM VARYING RULE-IDX FROM 1 BY 1
                       UNTIL RULE-IDX > WS-RULE-COUNT
               ELSE
                   PERFORM SAVE-LOADED-RULES
                   MOVE BRL-RULE-COUNT TO WS-RULE-COUNT
                   IF BRL-MATCH-MODE = SPACE
                       MOVE "F" TO WS-MATCH-MODE
                   ELSE
                       MOVE BRL-MATCH-MODE TO WS-MATCH-MODE
                   END-IF
                   PERFORM VARYING RULE-IDX FROM 1 BY 1
                           UNTIL RULE-IDX > WS-RULE-COUNT
                       MOVE BRL-RULE-DIVISOR (RULE-IDX)
           SAVE-LOADED-RULES.
               MOVE WS-RULES-LOADED TO WS-SAVED-LOADED.
               MOVE WS-RULE-COUNT TO WS-SAVED-RULE-COUNT.
               MOVE WS-MATCH-MODE TO WS-SAVED-MATCH-MODE.
               PERFORM VARYING WS-SAVE-SUB FROM 1 BY 1
                       UNTIL WS-SAVE-SUB > WS-SAVED-RULE-COUNT
                   MOVE RULE-DIVISOR (WS-SAVE-SUB)

           RESTORE-LOADED-RULES.
               MOVE WS-SAVED-RULE-COUNT TO WS-RULE-COUNT.
               MOVE WS-SAVED-MATCH-MODE TO WS-MATCH-MODE.
               PERFORM VARYING WS-SAVE-SUB FROM 1 BY 1
                       UNTIL WS-SAVE-SUB > WS-RULE-COUNT
                   MOVE WS-SAVED-RULE-DIVISOR (WS-SAVE-SUB)
                   MOVE 4 TO BRL-RETURN-CODE
                   MOVE SPACES TO BRL-CLASS-LABEL
                   MOVE 0 TO BRL-MATCH-RULE
                   MOVE 0 TO BRL-MATCH-COUNT
                   MOVE 0 TO BRL-MATCH-DIVISOR
               ELSE
                   MOVE "N" TO WS-RULE-MATCHED
                   MOVE 0 TO BRL-MATCH-RULE
                   MOVE 0 TO BRL-MATCH-COUNT
                   MOVE 0 TO BRL-MATCH-DIVISOR
                   MOVE SPACES TO BRL-CLASS-LABEL
                   IF WS-MODE-COMBINE
                       PERFORM CLASSIFY-COMBINED
                   ELSE
                       PERFORM VARYING RULE-IDX FROM 1 BY 1
                               UNTIL RULE-IDX > WS-RULE-COUNT
                               OR WS-RULE-MATCHED = "Y"
                           IF FUNCTION MOD (BRL-VALUE,
                                   RULE-DIVISOR (RULE-IDX)) = 0
                               MOVE RULE-LABEL (RULE-IDX)
                                   TO BRL-CLASS-LABEL
                               MOVE RULE-IDX TO BRL-MATCH-RULE
                               MOVE 1 TO BRL-MATCH-COUNT
                               MOVE RULE-DIVISOR (RULE-IDX)
                                   TO BRL-MATCH-DIVISOR
                               MOVE "Y" TO WS-RULE-MATCHED
                           END-IF
                       END-PERFORM
                   END-IF
                   IF WS-RULE-MATCHED NOT = "Y"
                       MOVE "NUMBER" TO BRL-CLASS-LABEL
                   END-IF
                   MOVE 0 TO BRL-RETURN-CODE
               END-IF.

           CLASSIFY-COMBINED.
               MOVE 1 TO WS-LABEL-POINTER.
               MOVE "N" TO WS-LCM-OVERFLOW.
               MOVE 0 TO WS-LCM-VALUE.
               PERFORM VARYING RULE-IDX FROM 1 BY 1
                       UNTIL RULE-IDX > WS-RULE-COUNT
                   IF FUNCTION MOD (BRL-VALUE,
                           RULE-DIVISOR (RULE-IDX)) = 0
                       IF WS-RULE-MATCHED NOT = "Y"
                           MOVE RULE-IDX TO BRL-MATCH-RULE
                           MOVE RULE-DIVISOR (RULE-IDX)
                               TO WS-LCM-VALUE
                           MOVE "Y" TO WS-RULE-MATCHED
                       ELSE
                           PERFORM COMBINE-MATCH-DIVISOR
                       END-IF
                       ADD 1 TO BRL-MATCH-COUNT
                       STRING FUNCTION TRIM (RULE-LABEL (RULE-IDX)
                               TRAILING) DELIMITED BY SIZE
                           INTO BRL-CLASS-LABEL
                           WITH POINTER WS-LABEL-POINTER
                       END-STRING
                   END-IF
               END-PERFORM.
               IF WS-LCM-OVERFLOW = "Y"
                   MOVE 9999 TO BRL-MATCH-DIVISOR
               ELSE
                   MOVE WS-LCM-VALUE TO BRL-MATCH-DIVISOR
               END-IF.

           COMBINE-MATCH-DIVISOR.
               IF WS-LCM-OVERFLOW NOT = "Y"
                   MOVE WS-LCM-VALUE TO WS-GCD-A
                   MOVE RULE-DIVISOR (RULE-IDX) TO WS-GCD-B
                   PERFORM REDUCE-GCD
                       UNTIL WS-GCD-B = 0
                   COMPUTE WS-LCM-VALUE = WS-LCM-VALUE / WS-GCD-A
                       * RULE-DIVISOR (RULE-IDX)
                   IF WS-LCM-VALUE > 9999
                       MOVE "Y" TO WS-LCM-OVERFLOW
                   END-IF
               END-IF.

           REDUCE-GCD.
               MOVE FUNCTION MOD (WS-GCD-A, WS-GCD-B)
                   TO WS-GCD-REMAINDER.
               MOVE WS-GCD-B TO WS-GCD-A.
               MOVE WS-GCD-REMAINDER TO WS-GCD-B.
