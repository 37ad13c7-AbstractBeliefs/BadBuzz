       IDENTIFICATION DIVISION.
       PROGRAM-ID. buzzdrft.
       AUTHOR. Maya Copeland.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DRFT-CTL-FILE ASSIGN TO "DRFTCTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DRFTCTL-STATUS.
               SELECT BUZZ-MST-FILE ASSIGN TO "BUZZMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MST-INCREMENT
                   FILE STATUS IS WS-MST-STATUS.
               SELECT DRFT-RPT-FILE ASSIGN TO "DRFTRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DRFTRPT-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD DRFT-CTL-FILE.
           01 DRFT-CTL-RECORD.
               03 DCT-KEYWORD PIC X(8).
               03 DCT-EQUALS PIC X.
               03 DCT-VALUE PIC X(16).
               03 FILLER PIC X(55).

           FD BUZZ-MST-FILE.
           01 MST-RECORD.
               03 MST-INCREMENT PIC 9(7).
               03 MST-CLASS PIC X(16).
               03 MST-RULE-DIVISOR PIC 9(4).
               03 MST-RUN-DATE PIC X(8).

           FD DRFT-RPT-FILE.
           01 DRFT-RPT-RECORD PIC X(80).

           WORKING-STORAGE SECTION.
           COPY BUZZLNK.

           01 DRF-PAIR-TABLE.
               03 DRF-PAIR-COUNT PIC 9(3) VALUE 0.
               03 DRF-PAIR-ENTRY OCCURS 100 TIMES
                       INDEXED BY DRF-IDX.
                   05 DRF-PAIR-OLD-CLASS PIC X(16).
                   05 DRF-PAIR-NEW-CLASS PIC X(16).
                   05 DRF-PAIR-DRIFTED PIC 9(7).

           01 WS-FILE-STATUSES.
               03 WS-DRFTCTL-STATUS PIC X(2).
               03 WS-MST-STATUS PIC X(2).
               03 WS-DRFTRPT-STATUS PIC X(2).

           01 WS-ABORT-SWITCH PIC X VALUE "N".
           01 WS-CTL-ERROR PIC X VALUE "N".
           01 WS-CTL-EOF PIC X VALUE "N".
           01 WS-MST-EOF PIC X VALUE "N".
           01 WS-PAIR-FOUND PIC X VALUE "N".
           01 WS-FOUND-SUB PIC 9(3) VALUE 0.
           01 WS-RUN-PROFILE PIC X(8) VALUE SPACES.
           01 WS-RUN-DATE PIC X(8) VALUE SPACES.
           01 WS-THRESHOLD PIC 9(7) VALUE 0.
           01 WS-CTL-VALUE-X PIC X(7).
           01 WS-CTL-VALUE-NUM REDEFINES WS-CTL-VALUE-X PIC 9(7).
           01 WS-CURRENT-DATETIME PIC X(21).

           01 WS-BLOCK-NUMBER PIC 9(4) VALUE 0.
           01 WS-CURRENT-BLOCK PIC 9(4) VALUE 0.
           01 WS-BLOCK-ACTIVE PIC X VALUE "N".
           01 WS-BLOCK-READ PIC 9(7) VALUE 0.
           01 WS-BLOCK-DRIFTED PIC 9(7) VALUE 0.

           01 WS-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-MATCHED-COUNT PIC 9(7) VALUE 0.
           01 WS-DRIFT-COUNT PIC 9(7) VALUE 0.
           01 WS-CLASS-DRIFT-COUNT PIC 9(7) VALUE 0.
           01 WS-DIVISOR-DRIFT-COUNT PIC 9(7) VALUE 0.
           01 WS-BLOCK-DRIFT-COUNT PIC 9(7) VALUE 0.
           01 WS-PAIR-OVERFLOW-COUNT PIC 9(7) VALUE 0.

           01 WS-RPT-TITLE-LINE.
               03 FILLER PIC X(40)
                   VALUE "COBUZZ MASTER DRIFT AUDIT".
               03 WS-RPT-DATETIME PIC X(14).
               03 FILLER PIC X(26) VALUE SPACES.

           01 WS-RPT-PARM-LINE.
               03 FILLER PIC X(10) VALUE "PROFILE:  ".
               03 WS-RPT-PRM-PROFILE PIC X(8).
               03 FILLER PIC X(4) VALUE SPACES.
               03 FILLER PIC X(16) VALUE "RULES AS OF:    ".
               03 WS-RPT-PRM-DATE PIC X(8).
               03 FILLER PIC X(4) VALUE SPACES.
               03 FILLER PIC X(11) VALUE "THRESHOLD: ".
               03 WS-RPT-PRM-THRESHOLD PIC Z(6)9.
               03 FILLER PIC X(12) VALUE SPACES.

           01 WS-RPT-DETAIL-HEADING.
               03 FILLER PIC X(9) VALUE "INCREMENT".
               03 FILLER PIC X(2) VALUE SPACES.
               03 FILLER PIC X(16) VALUE "MASTER CLASS    ".
               03 FILLER PIC X(6) VALUE "  DIV ".
               03 FILLER PIC X(16) VALUE "RULES CLASS     ".
               03 FILLER PIC X(6) VALUE "  DIV ".
               03 FILLER PIC X(10) VALUE "  RUN-DATE".
               03 FILLER PIC X(15) VALUE SPACES.

           01 WS-RPT-DETAIL-LINE.
               03 FILLER PIC X(2) VALUE SPACES.
               03 WS-RPT-DTL-INCREMENT PIC 9(7).
               03 FILLER PIC X(2) VALUE SPACES.
               03 WS-RPT-DTL-OLD-CLASS PIC X(16).
               03 FILLER PIC X(2) VALUE SPACES.
               03 WS-RPT-DTL-OLD-DIVISOR PIC Z(3)9.
               03 FILLER PIC X(2) VALUE SPACES.
               03 WS-RPT-DTL-NEW-CLASS PIC X(16).
               03 FILLER PIC X(2) VALUE SPACES.
               03 WS-RPT-DTL-NEW-DIVISOR PIC Z(3)9.
               03 FILLER PIC X(2) VALUE SPACES.
               03 WS-RPT-DTL-RUN-DATE PIC X(8).
               03 FILLER PIC X(13) VALUE SPACES.

           01 WS-RPT-BLOCK-LINE.
               03 FILLER PIC X(8) VALUE "  BLOCK ".
               03 WS-RPT-BLK-FROM PIC 9(7).
               03 FILLER PIC X VALUE "-".
               03 WS-RPT-BLK-TO PIC 9(7).
               03 FILLER PIC X(10) VALUE "  CHECKED ".
               03 WS-RPT-BLK-READ PIC Z(6)9.
               03 FILLER PIC X(10) VALUE "  DRIFTED ".
               03 WS-RPT-BLK-DRIFTED PIC Z(6)9.
               03 FILLER PIC X(23) VALUE SPACES.

           01 WS-RPT-PAIR-HEADING.
               03 FILLER PIC X(16) VALUE "MASTER CLASS    ".
               03 FILLER PIC X(4) VALUE SPACES.
               03 FILLER PIC X(16) VALUE "RULES CLASS     ".
               03 FILLER PIC X(10) VALUE "   DRIFTED".
               03 FILLER PIC X(34) VALUE SPACES.

           01 WS-RPT-PAIR-LINE.
               03 WS-RPT-PAIR-OLD PIC X(16).
               03 FILLER PIC X(4) VALUE " -> ".
               03 WS-RPT-PAIR-NEW PIC X(16).
               03 FILLER PIC X(3) VALUE SPACES.
               03 WS-RPT-PAIR-DRIFTED PIC Z(6)9.
               03 FILLER PIC X(34) VALUE SPACES.

           01 WS-RPT-COUNT-LINE.
               03 WS-RPT-CNT-TEXT PIC X(30).
               03 WS-RPT-CNT-VALUE PIC Z(6)9.
               03 FILLER PIC X(43) VALUE SPACES.

           01 WS-RPT-RESULT-LINE.
               03 FILLER PIC X(8) VALUE "RESULT: ".
               03 WS-RPT-RESULT-TEXT PIC X(72).

           01 WS-RPT-BLANK-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
           MAIN-LOGIC.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
               OPEN OUTPUT DRFT-RPT-FILE.
               IF WS-DRFTRPT-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN DRIFT REPORT, STATUS="
                       WS-DRFTRPT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE WS-CURRENT-DATETIME (1:14) TO WS-RPT-DATETIME.
               MOVE WS-RPT-TITLE-LINE TO DRFT-RPT-RECORD.
               WRITE DRFT-RPT-RECORD.
               PERFORM READ-DRIFT-CONTROL.
               IF WS-CTL-ERROR = "Y"
                   MOVE "INVALID DRIFT CONTROL CARD - NOTHING CHECKED"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 12 TO RETURN-CODE
                   PERFORM WRITE-RESULT-AND-CLOSE
               END-IF.
               PERFORM LOAD-RULES-SUB.
               IF WS-ABORT-SWITCH = "Y"
                   MOVE "RULES COULD NOT BE LOADED - NOTHING CHECKED"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-RESULT-AND-CLOSE
               END-IF.
               MOVE BRL-PROFILE-NAME TO WS-RPT-PRM-PROFILE.
               MOVE WS-RUN-DATE TO WS-RPT-PRM-DATE.
               MOVE WS-THRESHOLD TO WS-RPT-PRM-THRESHOLD.
               MOVE WS-RPT-PARM-LINE TO DRFT-RPT-RECORD.
               WRITE DRFT-RPT-RECORD.
               OPEN INPUT BUZZ-MST-FILE.
               IF WS-MST-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN CLASSIFICATION MASTER, "
                       "STATUS=" WS-MST-STATUS
                   MOVE "CLASSIFICATION MASTER UNAVAILABLE"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-RESULT-AND-CLOSE
               END-IF.
               MOVE WS-RPT-BLANK-LINE TO DRFT-RPT-RECORD.
               WRITE DRFT-RPT-RECORD.
               MOVE WS-RPT-DETAIL-HEADING TO DRFT-RPT-RECORD.
               WRITE DRFT-RPT-RECORD.
               PERFORM CHECK-MASTER-RECORD
                   UNTIL WS-MST-EOF = "Y"
                   OR WS-ABORT-SWITCH = "Y".
               IF WS-BLOCK-ACTIVE = "Y"
                   PERFORM END-BLOCK
               END-IF.
               CLOSE BUZZ-MST-FILE.
               PERFORM WRITE-DRIFT-SUMMARY.
               IF WS-ABORT-SWITCH = "Y"
                   MOVE "DRIFT AUDIT STOPPED ON AN I-O ERROR"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 12 TO RETURN-CODE
               ELSE
                   IF WS-DRIFT-COUNT = 0
                       MOVE "NO DRIFT - MASTER AGREES WITH RULES"
                           TO WS-RPT-RESULT-TEXT
                       MOVE 0 TO RETURN-CODE
                   ELSE
                       IF WS-DRIFT-COUNT > WS-THRESHOLD
                           MOVE "DRIFT EXCEEDS THRESHOLD"
                               TO WS-RPT-RESULT-TEXT
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           MOVE "DRIFT FOUND WITHIN THRESHOLD"
                               TO WS-RPT-RESULT-TEXT
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF.
               PERFORM WRITE-RESULT-AND-CLOSE.

           WRITE-RESULT-AND-CLOSE.
               MOVE WS-RPT-BLANK-LINE TO DRFT-RPT-RECORD.
               WRITE DRFT-RPT-RECORD.
               MOVE WS-RPT-RESULT-LINE TO DRFT-RPT-RECORD.
               WRITE DRFT-RPT-RECORD.
               CLOSE DRFT-RPT-FILE.
               STOP RUN.

           READ-DRIFT-CONTROL.
               OPEN INPUT DRFT-CTL-FILE.
               IF WS-DRFTCTL-STATUS = "00"
                   PERFORM READ-DRFTCTL-RECORD
                       UNTIL WS-CTL-EOF = "Y"
                   CLOSE DRFT-CTL-FILE
               END-IF.
               IF WS-RUN-DATE = SPACES
                   MOVE WS-CURRENT-DATETIME (1:8) TO WS-RUN-DATE
               ELSE
                   IF WS-RUN-DATE NOT NUMERIC
                       DISPLAY "ERROR: RUNDATE VALUE " WS-RUN-DATE
                           " IS NOT A YYYYMMDD DATE"
                       MOVE "Y" TO WS-CTL-ERROR
                   END-IF
               END-IF.

           READ-DRFTCTL-RECORD.
               READ DRFT-CTL-FILE
                   AT END
                       MOVE "Y" TO WS-CTL-EOF
               END-READ.
               IF WS-CTL-EOF NOT = "Y" AND DCT-EQUALS = "="
                   IF DCT-KEYWORD = "PROFILE "
                       MOVE DCT-VALUE (1:8) TO WS-RUN-PROFILE
                   ELSE
                       IF DCT-KEYWORD = "RUNDATE "
                           MOVE DCT-VALUE (1:8) TO WS-RUN-DATE
                       ELSE
                           IF DCT-KEYWORD = "THRESHLD"
                               PERFORM SET-THRESHOLD
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           SET-THRESHOLD.
               MOVE DCT-VALUE (1:7) TO WS-CTL-VALUE-X.
               IF WS-CTL-VALUE-X NUMERIC
                   MOVE WS-CTL-VALUE-NUM TO WS-THRESHOLD
               ELSE
                   DISPLAY "ERROR: THRESHLD VALUE " WS-CTL-VALUE-X
                       " IS NOT A 7-DIGIT NUMBER"
                   MOVE "Y" TO WS-CTL-ERROR
               END-IF.

           LOAD-RULES-SUB.
               MOVE WS-RUN-PROFILE TO BRL-PROFILE-NAME.
               MOVE WS-RUN-DATE TO BRL-RUN-DATE.
               MOVE "L" TO BRL-FUNCTION.
               CALL "buzzrule" USING BUZZRULE-PARMS.
               IF NOT BRL-RC-OK
                   DISPLAY "ERROR: RULE LOAD FAILED, BUZZRULE RC="
                       BRL-RETURN-CODE
                   MOVE "Y" TO WS-ABORT-SWITCH
               END-IF.

           CHECK-MASTER-RECORD.
               READ BUZZ-MST-FILE
                   AT END
                       MOVE "Y" TO WS-MST-EOF
               END-READ.
               IF WS-MST-EOF NOT = "Y"
                   IF WS-MST-STATUS NOT = "00"
                       DISPLAY "ERROR: MASTER READ FAILED, STATUS="
                           WS-MST-STATUS
                       MOVE "Y" TO WS-ABORT-SWITCH
                   ELSE
                       ADD 1 TO WS-READ-COUNT
                       DIVIDE MST-INCREMENT BY 1000
                           GIVING WS-BLOCK-NUMBER
                       IF WS-BLOCK-ACTIVE = "Y"
                           AND WS-BLOCK-NUMBER NOT = WS-CURRENT-BLOCK
                           PERFORM END-BLOCK
                       END-IF
                       IF WS-BLOCK-ACTIVE NOT = "Y"
                           MOVE WS-BLOCK-NUMBER TO WS-CURRENT-BLOCK
                           MOVE 0 TO WS-BLOCK-READ
                           MOVE 0 TO WS-BLOCK-DRIFTED
                           MOVE "Y" TO WS-BLOCK-ACTIVE
                       END-IF
                       ADD 1 TO WS-BLOCK-READ
                       PERFORM RECLASSIFY-RECORD
                   END-IF
               END-IF.

           RECLASSIFY-RECORD.
               MOVE "C" TO BRL-FUNCTION.
               MOVE MST-INCREMENT TO BRL-VALUE.
               CALL "buzzrule" USING BUZZRULE-PARMS.
               IF NOT BRL-RC-OK
                   DISPLAY "ERROR: CLASSIFY FAILED FOR " MST-INCREMENT
                       ", BUZZRULE RC=" BRL-RETURN-CODE
                   MOVE "Y" TO WS-ABORT-SWITCH
               ELSE
                   IF BRL-CLASS-LABEL = MST-CLASS
                       AND BRL-MATCH-DIVISOR = MST-RULE-DIVISOR
                       ADD 1 TO WS-MATCHED-COUNT
                   ELSE
                       PERFORM REPORT-DRIFT
                   END-IF
               END-IF.

           REPORT-DRIFT.
               ADD 1 TO WS-DRIFT-COUNT.
               ADD 1 TO WS-BLOCK-DRIFTED.
               IF BRL-CLASS-LABEL NOT = MST-CLASS
                   ADD 1 TO WS-CLASS-DRIFT-COUNT
               ELSE
                   ADD 1 TO WS-DIVISOR-DRIFT-COUNT
               END-IF.
               MOVE MST-INCREMENT TO WS-RPT-DTL-INCREMENT.
               MOVE MST-CLASS TO WS-RPT-DTL-OLD-CLASS.
               MOVE MST-RULE-DIVISOR TO WS-RPT-DTL-OLD-DIVISOR.
               MOVE BRL-CLASS-LABEL TO WS-RPT-DTL-NEW-CLASS.
               MOVE BRL-MATCH-DIVISOR TO WS-RPT-DTL-NEW-DIVISOR.
               MOVE MST-RUN-DATE TO WS-RPT-DTL-RUN-DATE.
               MOVE WS-RPT-DETAIL-LINE TO DRFT-RPT-RECORD.
               WRITE DRFT-RPT-RECORD.
               PERFORM FIND-OR-ADD-PAIR.

           FIND-OR-ADD-PAIR.
               MOVE "N" TO WS-PAIR-FOUND.
               MOVE 0 TO WS-FOUND-SUB.
               PERFORM VARYING DRF-IDX FROM 1 BY 1
                       UNTIL DRF-IDX > DRF-PAIR-COUNT
                       OR WS-PAIR-FOUND = "Y"
                   IF DRF-PAIR-OLD-CLASS (DRF-IDX) = MST-CLASS
                       AND DRF-PAIR-NEW-CLASS (DRF-IDX)
                           = BRL-CLASS-LABEL
                       MOVE "Y" TO WS-PAIR-FOUND
                       MOVE DRF-IDX TO WS-FOUND-SUB
                   END-IF
               END-PERFORM.
               IF WS-PAIR-FOUND NOT = "Y"
                   IF DRF-PAIR-COUNT < 100
                       ADD 1 TO DRF-PAIR-COUNT
                       MOVE DRF-PAIR-COUNT TO WS-FOUND-SUB
                       MOVE MST-CLASS
                           TO DRF-PAIR-OLD-CLASS (WS-FOUND-SUB)
                       MOVE BRL-CLASS-LABEL
                           TO DRF-PAIR-NEW-CLASS (WS-FOUND-SUB)
                       MOVE 0 TO DRF-PAIR-DRIFTED (WS-FOUND-SUB)
                   END-IF
               END-IF.
               IF WS-FOUND-SUB = 0
                   ADD 1 TO WS-PAIR-OVERFLOW-COUNT
               ELSE
                   ADD 1 TO DRF-PAIR-DRIFTED (WS-FOUND-SUB)
               END-IF.

           END-BLOCK.
               IF WS-BLOCK-DRIFTED > 0
                   ADD 1 TO WS-BLOCK-DRIFT-COUNT
                   COMPUTE WS-RPT-BLK-FROM = WS-CURRENT-BLOCK * 1000
                   COMPUTE WS-RPT-BLK-TO =
                       WS-CURRENT-BLOCK * 1000 + 999
                   MOVE WS-BLOCK-READ TO WS-RPT-BLK-READ
                   MOVE WS-BLOCK-DRIFTED TO WS-RPT-BLK-DRIFTED
                   MOVE WS-RPT-BLOCK-LINE TO DRFT-RPT-RECORD
                   WRITE DRFT-RPT-RECORD
               END-IF.
               MOVE "N" TO WS-BLOCK-ACTIVE.

           WRITE-DRIFT-SUMMARY.
               MOVE WS-RPT-BLANK-LINE TO DRFT-RPT-RECORD.
               WRITE DRFT-RPT-RECORD.
               MOVE WS-RPT-PAIR-HEADING TO DRFT-RPT-RECORD.
               WRITE DRFT-RPT-RECORD.
               PERFORM VARYING DRF-IDX FROM 1 BY 1
                       UNTIL DRF-IDX > DRF-PAIR-COUNT
                   MOVE DRF-PAIR-OLD-CLASS (DRF-IDX) TO WS-RPT-PAIR-OLD
                   MOVE DRF-PAIR-NEW-CLASS (DRF-IDX) TO WS-RPT-PAIR-NEW
                   MOVE DRF-PAIR-DRIFTED (DRF-IDX)
                       TO WS-RPT-PAIR-DRIFTED
                   MOVE WS-RPT-PAIR-LINE TO DRFT-RPT-RECORD
                   WRITE DRFT-RPT-RECORD
               END-PERFORM.
               IF WS-PAIR-OVERFLOW-COUNT > 0
                   MOVE "DRIFTED, PAIR TABLE FULL:     "
                       TO WS-RPT-CNT-TEXT
                   MOVE WS-PAIR-OVERFLOW-COUNT TO WS-RPT-CNT-VALUE
                   MOVE WS-RPT-COUNT-LINE TO DRFT-RPT-RECORD
                   WRITE DRFT-RPT-RECORD
               END-IF.
               MOVE WS-RPT-BLANK-LINE TO DRFT-RPT-RECORD.
               WRITE DRFT-RPT-RECORD.
               MOVE "MASTER RECORDS READ:          "
                   TO WS-RPT-CNT-TEXT.
               MOVE WS-READ-COUNT TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO DRFT-RPT-RECORD.
               WRITE DRFT-RPT-RECORD.
               MOVE "RECORDS MATCHING RULES:       "
                   TO WS-RPT-CNT-TEXT.
               MOVE WS-MATCHED-COUNT TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO DRFT-RPT-RECORD.
               WRITE DRFT-RPT-RECORD.
               MOVE "RECORDS DRIFTED:              "
                   TO WS-RPT-CNT-TEXT.
               MOVE WS-DRIFT-COUNT TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO DRFT-RPT-RECORD.
               WRITE DRFT-RPT-RECORD.
               MOVE "  CLASS CHANGED:              "
                   TO WS-RPT-CNT-TEXT.
               MOVE WS-CLASS-DRIFT-COUNT TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO DRFT-RPT-RECORD.
               WRITE DRFT-RPT-RECORD.
               MOVE "  DIVISOR ONLY CHANGED:       "
                   TO WS-RPT-CNT-TEXT.
               MOVE WS-DIVISOR-DRIFT-COUNT TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO DRFT-RPT-RECORD.
               WRITE DRFT-RPT-RECORD.
               MOVE "THOUSAND-BLOCKS WITH DRIFT:   "
                   TO WS-RPT-CNT-TEXT.
               MOVE WS-BLOCK-DRIFT-COUNT TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO DRFT-RPT-RECORD.
               WRITE DRFT-RPT-RECORD.
