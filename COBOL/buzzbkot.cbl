       IDENTIFICATION DIVISION.
       PROGRAM-ID. buzzbkot.
       AUTHOR. Maya Copeland.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT BKOT-CTL-FILE ASSIGN TO "BKOTCTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BKOTCTL-STATUS.
               SELECT HIST-SRT-FILE ASSIGN TO "HISTSRT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTSRT-STATUS.
               SELECT MST-HIST-FILE ASSIGN TO "MSTHIST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MSTHIST-STATUS.
               SELECT BUZZ-MST-FILE ASSIGN TO "BUZZMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS MST-INCREMENT
                   FILE STATUS IS WS-MST-STATUS.
               SELECT BKOT-REG-FILE ASSIGN TO "BKOTREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BKOTREG-STATUS.
               SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.
               SELECT RUNNBR-FILE ASSIGN TO "RUNNBRFL"
                   ORGANIZATION IS RELATIVE
                   ACCESS MODE IS DYNAMIC
                   RELATIVE KEY IS WS-RUNNBR-RRN
                   FILE STATUS IS WS-RUNNBR-STATUS.
               SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNLOCK-STATUS.
               SELECT BKOT-RPT-FILE ASSIGN TO "BKOTRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BKOTRPT-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD BKOT-CTL-FILE.
           01 BKOT-CTL-RECORD.
               03 BCT-KEYWORD PIC X(8).
               03 BCT-EQUALS PIC X.
               03 BCT-VALUE PIC X(16).
               03 FILLER PIC X(55).

           FD HIST-SRT-FILE.
           01 HIST-SRT-RECORD.
               03 HSR-INCREMENT PIC 9(7).
               03 HSR-ACTION PIC X.
                   88 HSR-IS-ADD VALUE "A".
                   88 HSR-IS-BACKOUT VALUE "B" "D".
                   88 HSR-IS-PURGE VALUE "P".
               03 HSR-OLD-CLASS PIC X(16).
               03 FILLER PIC X.
               03 HSR-OLD-DIVISOR PIC 9(4).
               03 FILLER PIC X.
               03 HSR-OLD-RUN-DATE PIC X(8).
               03 FILLER PIC X.
               03 HSR-NEW-CLASS PIC X(16).
               03 FILLER PIC X.
               03 HSR-NEW-RUN-NUMBER PIC 9(6).
               03 FILLER PIC X.
               03 HSR-NEW-RUN-DATE PIC X(8).

           FD MST-HIST-FILE.
           01 MST-HIST-RECORD.
               03 HIS-INCREMENT PIC 9(7).
               03 HIS-ACTION PIC X.
               03 HIS-OLD-CLASS PIC X(16).
               03 FILLER PIC X.
               03 HIS-OLD-DIVISOR PIC 9(4).
               03 FILLER PIC X.
               03 HIS-OLD-RUN-DATE PIC X(8).
               03 FILLER PIC X.
               03 HIS-NEW-CLASS PIC X(16).
               03 FILLER PIC X.
               03 HIS-NEW-RUN-NUMBER PIC 9(6).
               03 FILLER PIC X.
               03 HIS-NEW-RUN-DATE PIC X(8).

           FD BUZZ-MST-FILE.
           01 MST-RECORD.
               03 MST-INCREMENT PIC 9(7).
               03 MST-CLASS PIC X(16).
               03 MST-RULE-DIVISOR PIC 9(4).
               03 MST-RUN-DATE PIC X(8).

           FD BKOT-REG-FILE.
           01 BKOT-REG-RECORD.
               03 REG-RUN-NUMBER PIC 9(6).
               03 FILLER PIC X.
               03 REG-BACKOUT-RUN PIC 9(6).
               03 FILLER PIC X.
               03 REG-DATE PIC X(8).
               03 FILLER PIC X.
               03 REG-TIME PIC X(6).
               03 FILLER PIC X.
               03 REG-RESTORED PIC 9(7).
               03 FILLER PIC X.
               03 REG-DELETED PIC 9(7).
               03 FILLER PIC X(35).

           FD AUDIT-FILE.
           01 AUDIT-RECORD PIC X(80).

           FD RUNNBR-FILE.
           01 RUNNBR-RECORD.
               03 RN-LAST-RUN PIC 9(6).

           FD RUN-LOCK-FILE.
           01 RUN-LOCK-RECORD.
               03 LCK-RUN-NUMBER PIC 9(6).
               03 FILLER PIC X.
               03 LCK-DATE PIC X(8).
               03 FILLER PIC X.
               03 LCK-TIME PIC X(6).
               03 FILLER PIC X.
               03 LCK-JOB-NAME PIC X(8).
               03 FILLER PIC X(49).

           FD BKOT-RPT-FILE.
           01 BKOT-RPT-RECORD PIC X(80).

           WORKING-STORAGE SECTION.
           01 BKO-REG-TABLE.
               03 BKO-REG-COUNT PIC 9(3) VALUE 0.
               03 BKO-REG-ENTRY OCCURS 500 TIMES
                       INDEXED BY BKO-IDX.
                   05 BKO-REG-RUN PIC 9(6).

           01 WS-FILE-STATUSES.
               03 WS-BKOTCTL-STATUS PIC X(2).
               03 WS-HISTSRT-STATUS PIC X(2).
               03 WS-MSTHIST-STATUS PIC X(2).
               03 WS-MST-STATUS PIC X(2).
               03 WS-BKOTREG-STATUS PIC X(2).
               03 WS-AUDIT-STATUS PIC X(2).
               03 WS-RUNNBR-STATUS PIC X(2).
               03 WS-RUNLOCK-STATUS PIC X(2).
               03 WS-BKOTRPT-STATUS PIC X(2).

           01 WS-ABORT-SWITCH PIC X VALUE "N".
           01 WS-CTL-EOF PIC X VALUE "N".
           01 WS-REG-EOF PIC X VALUE "N".
           01 WS-HIST-EOF PIC X VALUE "N".
           01 WS-REG-FULL PIC X VALUE "N".
           01 WS-RUN-BACKED-OUT PIC X VALUE "N".
           01 WS-CHECK-RUN PIC 9(6) VALUE 0.
           01 WS-TARGET-RUN-X PIC X(6) VALUE SPACES.
           01 WS-TARGET-RUN REDEFINES WS-TARGET-RUN-X PIC 9(6).
           01 WS-APPLY-PASS PIC X VALUE "N".
           01 WS-MST-ACTIVE PIC X VALUE "N".
           01 WS-LOCK-HELD PIC X VALUE "N".
           01 WS-LOCK-BUSY PIC X VALUE "N".
           01 WS-JOB-NAME PIC X(8) VALUE "BUZZBKOT".
           01 WS-RUN-NUMBER PIC 9(6) VALUE 0.
           01 WS-RUNNBR-RRN PIC 9(4) VALUE 1.
           01 WS-RUN-DATE PIC X(8).
           01 WS-CURRENT-DATETIME PIC X(21).

           01 WS-GROUP.
               03 WS-GRP-OPEN PIC X VALUE "N".
               03 WS-GRP-INCREMENT PIC 9(7) VALUE 0.
               03 WS-GRP-RUN-SEEN PIC X VALUE "N".
               03 WS-GRP-FIRST-ACTION PIC X.
                   88 WS-GRP-WAS-ADD VALUE "A".
               03 WS-GRP-OLD-CLASS PIC X(16).
               03 WS-GRP-OLD-DIVISOR PIC 9(4).
               03 WS-GRP-OLD-RUN-DATE PIC X(8).
               03 WS-GRP-NEW-CLASS PIC X(16).
               03 WS-GRP-NEW-RUN-DATE PIC X(8).
               03 WS-GRP-LATER-RUN PIC 9(6) VALUE 0.

           01 WS-COUNTS.
               03 WS-RUN-REC-COUNT PIC 9(7) VALUE 0.
               03 WS-INCR-COUNT PIC 9(7) VALUE 0.
               03 WS-CONFLICT-COUNT PIC 9(7) VALUE 0.
               03 WS-RESTORED-COUNT PIC 9(7) VALUE 0.
               03 WS-DELETED-COUNT PIC 9(7) VALUE 0.
               03 WS-MASTER-CHANGES PIC 9(7) VALUE 0.

           01 WS-AUD-STATUS-VALUE PIC X(8) VALUE SPACES.
           01 WS-AUD-REASON-VALUE PIC X(24) VALUE SPACES.

           01 WS-RPT-TITLE-LINE.
               03 FILLER PIC X(40)
                   VALUE "COBUZZ MASTER BACKOUT REPORT".
               03 WS-RPT-DATETIME PIC X(14).
               03 FILLER PIC X(26) VALUE SPACES.

           01 WS-RPT-TARGET-LINE.
               03 FILLER PIC X(26)
                   VALUE "BACKING OUT RUN-NUMBER:   ".
               03 WS-RPT-TARGET PIC X(6).
               03 FILLER PIC X(48) VALUE SPACES.

           01 WS-RPT-RUNNBR-LINE.
               03 FILLER PIC X(26)
                   VALUE "BACKOUT RUN-NUMBER:       ".
               03 WS-RPT-RUNNBR PIC 9(6).
               03 FILLER PIC X(48) VALUE SPACES.

           01 WS-RPT-CHANGE-LINE.
               03 FILLER PIC X(10) VALUE "INCREMENT ".
               03 WS-RPT-CHG-INCREMENT PIC 9(7).
               03 FILLER PIC X VALUE SPACE.
               03 WS-RPT-CHG-ACTION PIC X(8).
               03 FILLER PIC X(5) VALUE " WAS=".
               03 WS-RPT-CHG-WAS PIC X(16).
               03 FILLER PIC X(5) VALUE " NOW=".
               03 WS-RPT-CHG-NOW PIC X(16).
               03 FILLER PIC X(12) VALUE SPACES.

           01 WS-RPT-REFUSED-LINE.
               03 FILLER PIC X(10) VALUE "INCREMENT ".
               03 WS-RPT-REF-INCREMENT PIC 9(7).
               03 FILLER PIC X(10) VALUE " REFUSED: ".
               03 WS-RPT-REF-REASON PIC X(36).
               03 WS-RPT-REF-RUN PIC X(6).
               03 FILLER PIC X(11) VALUE SPACES.

           01 WS-RPT-COUNT-LINE.
               03 WS-RPT-CNT-TEXT PIC X(30).
               03 WS-RPT-CNT-VALUE PIC Z(6)9.
               03 FILLER PIC X(43) VALUE SPACES.

           01 WS-RPT-RESULT-LINE.
               03 FILLER PIC X(8) VALUE "RESULT: ".
               03 WS-RPT-RESULT-TEXT PIC X(72).

           01 WS-RPT-BLANK-LINE PIC X(80) VALUE SPACES.

           01 WS-AUDIT-HEADER-LINE.
               03 FILLER PIC X(10) VALUE "BKO-AUDIT:".
               03 FILLER PIC X VALUE SPACE.
               03 WS-AUD-DATETIME PIC X(14).
               03 FILLER PIC X(16) VALUE " BACKED-OUT-RUN=".
               03 WS-AUD-TARGET PIC X(6).

           01 WS-AUDIT-RUNNBR-LINE.
               03 FILLER PIC X(24)
                   VALUE "BKO-AUDIT:   RUN-NUMBER=".
               03 WS-AUD-RUN-NUMBER PIC 9(6).

           01 WS-AUDIT-STATUS-LINE.
               03 FILLER PIC X(20) VALUE "BKO-AUDIT:   STATUS=".
               03 WS-AUD-STATUS PIC X(8).
               03 WS-AUD-REASON-TAG PIC X(8).
               03 WS-AUD-STATUS-REASON PIC X(24).

           01 WS-AUDIT-MSTCHG-LINE.
               03 FILLER PIC X(28)
                   VALUE "BKO-AUDIT:   MASTER-CHANGES=".
               03 WS-AUD-MSTCHG-COUNT PIC Z(6)9.

           01 WS-AUDIT-COUNT-LINE.
               03 FILLER PIC X(22) VALUE "BKO-AUDIT:   RESTORED=".
               03 WS-AUD-RESTORED PIC Z(6)9.
               03 FILLER PIC X(9) VALUE " DELETED=".
               03 WS-AUD-DELETED PIC Z(6)9.
               03 FILLER PIC X(9) VALUE " REFUSED=".
               03 WS-AUD-REFUSED PIC Z(6)9.

       PROCEDURE DIVISION.
           MAIN-LOGIC.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
               MOVE WS-CURRENT-DATETIME (1:8) TO WS-RUN-DATE.
               OPEN OUTPUT BKOT-RPT-FILE.
               IF WS-BKOTRPT-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN BACKOUT REPORT, STATUS="
                       WS-BKOTRPT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE WS-CURRENT-DATETIME (1:14) TO WS-RPT-DATETIME.
               MOVE WS-RPT-TITLE-LINE TO BKOT-RPT-RECORD.
               WRITE BKOT-RPT-RECORD.
               PERFORM READ-BACKOUT-CONTROL.
               IF WS-ABORT-SWITCH = "Y"
                   MOVE "NO VALID RUN-NUMBER SUPPLIED - NOTHING CHANGED"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-RESULT-AND-CLOSE
               END-IF.
               MOVE WS-TARGET-RUN-X TO WS-RPT-TARGET.
               MOVE WS-RPT-TARGET-LINE TO BKOT-RPT-RECORD.
               WRITE BKOT-RPT-RECORD.
               PERFORM LOAD-BACKOUT-REGISTER.
               MOVE WS-TARGET-RUN TO WS-CHECK-RUN.
               PERFORM CHECK-RUN-BACKED-OUT.
               IF WS-RUN-BACKED-OUT = "Y"
                   DISPLAY "RUN " WS-TARGET-RUN-X " IS ALREADY ON THE "
                       "BACKOUT REGISTER"
                   MOVE "RUN WAS ALREADY BACKED OUT - NOTHING CHANGED"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-RESULT-AND-CLOSE
               END-IF.
               PERFORM CHECK-RUN-LOCK.
               IF WS-LOCK-BUSY = "Y"
                   MOVE "RUN LOCK HELD - NOTHING BACKED OUT"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-RESULT-AND-CLOSE
               END-IF.
               PERFORM ASSIGN-RUN-NUMBER.
               PERFORM WRITE-RUN-LOCK.
               MOVE WS-RUN-NUMBER TO WS-RPT-RUNNBR.
               MOVE WS-RPT-RUNNBR-LINE TO BKOT-RPT-RECORD.
               WRITE BKOT-RPT-RECORD.
               MOVE WS-RPT-BLANK-LINE TO BKOT-RPT-RECORD.
               WRITE BKOT-RPT-RECORD.
               OPEN I-O BUZZ-MST-FILE.
               IF WS-MST-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN CLASSIFICATION MASTER, "
                       "STATUS=" WS-MST-STATUS
                   MOVE "CLASSIFICATION MASTER UNAVAILABLE"
                       TO WS-RPT-RESULT-TEXT
                   MOVE "FAILED" TO WS-AUD-STATUS-VALUE
                   MOVE "MASTER UNAVAILABLE" TO WS-AUD-REASON-VALUE
                   MOVE 16 TO RETURN-CODE
                   PERFORM END-BACKOUT
               END-IF.
               MOVE "Y" TO WS-MST-ACTIVE.
               MOVE "N" TO WS-APPLY-PASS.
               PERFORM SCAN-SORTED-HISTORY.
               IF WS-ABORT-SWITCH = "Y"
                   MOVE "MASTER HISTORY UNREADABLE - NOTHING BACKED OUT"
                       TO WS-RPT-RESULT-TEXT
                   MOVE "FAILED" TO WS-AUD-STATUS-VALUE
                   MOVE "HISTORY UNREADABLE" TO WS-AUD-REASON-VALUE
                   MOVE 16 TO RETURN-CODE
                   PERFORM END-BACKOUT
               END-IF.
               IF WS-RUN-REC-COUNT = 0
                   DISPLAY "NO MSTHIST RECORDS FOR RUN "
                       WS-TARGET-RUN-X
                   MOVE "NO HISTORY FOR THE RUN - NOTHING BACKED OUT"
                       TO WS-RPT-RESULT-TEXT
                   MOVE "EMPTY" TO WS-AUD-STATUS-VALUE
                   MOVE "NO HISTORY FOR RUN" TO WS-AUD-REASON-VALUE
                   MOVE 4 TO RETURN-CODE
                   PERFORM END-BACKOUT
               END-IF.
               IF WS-CONFLICT-COUNT > 0
                   PERFORM WRITE-BACKOUT-SUMMARY
                   MOVE "BACKOUT REFUSED - LATER CHANGES (SEE ABOVE)"
                       TO WS-RPT-RESULT-TEXT
                   MOVE "REFUSED" TO WS-AUD-STATUS-VALUE
                   MOVE "LATER RUN CHANGES" TO WS-AUD-REASON-VALUE
                   MOVE 8 TO RETURN-CODE
                   PERFORM END-BACKOUT
               END-IF.
               OPEN EXTEND MST-HIST-FILE.
               IF WS-MSTHIST-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN MASTER HISTORY, STATUS="
                       WS-MSTHIST-STATUS
                   MOVE "MASTER HISTORY UNAVAILABLE - NOTHING CHANGED"
                       TO WS-RPT-RESULT-TEXT
                   MOVE "FAILED" TO WS-AUD-STATUS-VALUE
                   MOVE "HISTORY UNAVAILABLE" TO WS-AUD-REASON-VALUE
                   MOVE 16 TO RETURN-CODE
                   PERFORM END-BACKOUT
               END-IF.
               MOVE "Y" TO WS-APPLY-PASS.
               PERFORM SCAN-SORTED-HISTORY.
               CLOSE MST-HIST-FILE.
               PERFORM WRITE-BACKOUT-SUMMARY.
               IF WS-ABORT-SWITCH = "Y"
                   MOVE "BACKOUT STOPPED ON AN I-O ERROR (SEE SYSOUT)"
                       TO WS-RPT-RESULT-TEXT
                   MOVE "FAILED" TO WS-AUD-STATUS-VALUE
                   MOVE "I-O ERROR - PARTIAL" TO WS-AUD-REASON-VALUE
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM WRITE-REGISTER-ENTRY
                   MOVE "BACKOUT COMPLETE - RUN RECORDED ON BKOTREG"
                       TO WS-RPT-RESULT-TEXT
                   MOVE "COMPLETE" TO WS-AUD-STATUS-VALUE
                   MOVE SPACES TO WS-AUD-REASON-VALUE
                   MOVE 0 TO RETURN-CODE
               END-IF.
               PERFORM END-BACKOUT.

           END-BACKOUT.
               IF WS-MST-ACTIVE = "Y"
                   CLOSE BUZZ-MST-FILE
               END-IF.
               PERFORM WRITE-AUDIT.
               PERFORM RELEASE-RUN-LOCK.
               PERFORM WRITE-RESULT-AND-CLOSE.

           WRITE-RESULT-AND-CLOSE.
               MOVE WS-RPT-BLANK-LINE TO BKOT-RPT-RECORD.
               WRITE BKOT-RPT-RECORD.
               MOVE WS-RPT-RESULT-LINE TO BKOT-RPT-RECORD.
               WRITE BKOT-RPT-RECORD.
               CLOSE BKOT-RPT-FILE.
               STOP RUN.

           READ-BACKOUT-CONTROL.
               OPEN INPUT BKOT-CTL-FILE.
               IF WS-BKOTCTL-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN BACKOUT CONTROL, STATUS="
                       WS-BKOTCTL-STATUS
                   MOVE "Y" TO WS-ABORT-SWITCH
               ELSE
                   PERFORM READ-BKOTCTL-RECORD
                       UNTIL WS-CTL-EOF = "Y"
                   CLOSE BKOT-CTL-FILE
               END-IF.
               IF WS-ABORT-SWITCH NOT = "Y"
                   IF WS-TARGET-RUN-X = SPACES
                       DISPLAY "ERROR: BACKOUT CONTROL HAS NO RUNNBR "
                           "RECORD"
                       MOVE "Y" TO WS-ABORT-SWITCH
                   ELSE
                       INSPECT WS-TARGET-RUN-X
                           REPLACING LEADING SPACE BY ZERO
                       IF WS-TARGET-RUN-X NOT NUMERIC
                           OR WS-TARGET-RUN = 0
                           DISPLAY "ERROR: RUNNBR VALUE "
                               WS-TARGET-RUN-X
                               " IS NOT A RUN NUMBER"
                           MOVE "Y" TO WS-ABORT-SWITCH
                       END-IF
                   END-IF
               END-IF.

           READ-BKOTCTL-RECORD.
               READ BKOT-CTL-FILE
                   AT END
                       MOVE "Y" TO WS-CTL-EOF
               END-READ.
               IF WS-CTL-EOF NOT = "Y" AND BCT-EQUALS = "="
                   IF BCT-KEYWORD = "RUNNBR  "
                       MOVE BCT-VALUE (1:6) TO WS-TARGET-RUN-X
                   END-IF
               END-IF.

           LOAD-BACKOUT-REGISTER.
               MOVE 0 TO BKO-REG-COUNT.
               OPEN INPUT BKOT-REG-FILE.
               IF WS-BKOTREG-STATUS = "00"
                   PERFORM READ-REGISTER-RECORD
                       UNTIL WS-REG-EOF = "Y"
                   CLOSE BKOT-REG-FILE
               END-IF.
               IF WS-REG-FULL = "Y"
                   DISPLAY "WARNING: BACKOUT REGISTER HOLDS MORE THAN "
                       "500 RUNS - OLDER ENTRIES NOT CONSIDERED"
               END-IF.

           READ-REGISTER-RECORD.
               READ BKOT-REG-FILE
                   AT END
                       MOVE "Y" TO WS-REG-EOF
               END-READ.
               IF WS-REG-EOF NOT = "Y" AND REG-RUN-NUMBER NUMERIC
                   IF BKO-REG-COUNT < 500
                       ADD 1 TO BKO-REG-COUNT
                       MOVE REG-RUN-NUMBER
                           TO BKO-REG-RUN (BKO-REG-COUNT)
                   ELSE
                       MOVE "Y" TO WS-REG-FULL
                   END-IF
               END-IF.

           CHECK-RUN-BACKED-OUT.
               MOVE "N" TO WS-RUN-BACKED-OUT.
               PERFORM VARYING BKO-IDX FROM 1 BY 1
                       UNTIL BKO-IDX > BKO-REG-COUNT
                       OR WS-RUN-BACKED-OUT = "Y"
                   IF BKO-REG-RUN (BKO-IDX) = WS-CHECK-RUN
                       MOVE "Y" TO WS-RUN-BACKED-OUT
                   END-IF
               END-PERFORM.

           CHECK-RUN-LOCK.
               OPEN INPUT RUN-LOCK-FILE.
               IF WS-RUNLOCK-STATUS = "00"
                   READ RUN-LOCK-FILE
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-RUNLOCK-STATUS = "00"
                       MOVE "Y" TO WS-LOCK-BUSY
                       DISPLAY "RUN LOCK HELD: ANOTHER COBUZZ RUN IS "
                           "ACTIVE - RUN-NUMBER " LCK-RUN-NUMBER
                           " DATE " LCK-DATE " TIME " LCK-TIME
                           " JOB " LCK-JOB-NAME
                       DISPLAY "RUN LOCK: THE BACKOUT WILL NOT START. "
                           "RESUBMIT WHEN THE HOLDER HAS ENDED"
                   END-IF
                   CLOSE RUN-LOCK-FILE
               END-IF.

           WRITE-RUN-LOCK.
               OPEN OUTPUT RUN-LOCK-FILE.
               IF WS-RUNLOCK-STATUS NOT = "00"
                   DISPLAY "WARNING: RUN LOCK UNAVAILABLE, STATUS="
                       WS-RUNLOCK-STATUS " - BACKOUT NOT SERIALIZED"
               ELSE
                   MOVE SPACES TO RUN-LOCK-RECORD
                   MOVE WS-RUN-NUMBER TO LCK-RUN-NUMBER
                   MOVE WS-RUN-DATE TO LCK-DATE
                   MOVE WS-CURRENT-DATETIME (9:6) TO LCK-TIME
                   MOVE WS-JOB-NAME TO LCK-JOB-NAME
                   WRITE RUN-LOCK-RECORD
                   IF WS-RUNLOCK-STATUS NOT = "00"
                       DISPLAY "WARNING: UNABLE TO WRITE RUN LOCK, "
                           "STATUS=" WS-RUNLOCK-STATUS
                           " - BACKOUT NOT SERIALIZED"
                   ELSE
                       MOVE "Y" TO WS-LOCK-HELD
                   END-IF
                   CLOSE RUN-LOCK-FILE
               END-IF.

           RELEASE-RUN-LOCK.
               IF WS-LOCK-HELD = "Y"
                   OPEN OUTPUT RUN-LOCK-FILE
                   IF WS-RUNLOCK-STATUS = "00"
                       CLOSE RUN-LOCK-FILE
                       MOVE "N" TO WS-LOCK-HELD
                   ELSE
                       DISPLAY "WARNING: UNABLE TO RELEASE RUN LOCK, "
                           "STATUS=" WS-RUNLOCK-STATUS
                           " - CLEAR IT WITH THE BUZZUNLJ JOB"
                   END-IF
               END-IF.

           ASSIGN-RUN-NUMBER.
               MOVE 1 TO WS-RUNNBR-RRN.
               OPEN I-O RUNNBR-FILE.
               IF WS-RUNNBR-STATUS NOT = "00"
                   MOVE 0 TO WS-RUN-NUMBER
                   DISPLAY "WARNING: RUN-NUMBER FILE UNAVAILABLE, "
                       "STATUS=" WS-RUNNBR-STATUS
                       " - RUN-NUMBER 000000 USED"
               ELSE
                   READ RUNNBR-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-RUNNBR-STATUS = "00"
                       COMPUTE WS-RUN-NUMBER = RN-LAST-RUN + 1
                       MOVE WS-RUN-NUMBER TO RN-LAST-RUN
                       REWRITE RUNNBR-RECORD
                   ELSE
                       MOVE 1 TO WS-RUN-NUMBER
                       MOVE WS-RUN-NUMBER TO RN-LAST-RUN
                       MOVE 1 TO WS-RUNNBR-RRN
                       WRITE RUNNBR-RECORD
                   END-IF
                   IF WS-RUNNBR-STATUS NOT = "00"
                       DISPLAY "WARNING: UNABLE TO UPDATE RUN-NUMBER "
                           "FILE, STATUS=" WS-RUNNBR-STATUS
                   END-IF
                   CLOSE RUNNBR-FILE
               END-IF.
               DISPLAY "BACKOUT RUN-NUMBER " WS-RUN-NUMBER " DATE "
                   WS-RUN-DATE " BACKING OUT RUN " WS-TARGET-RUN-X.

           SCAN-SORTED-HISTORY.
               MOVE "N" TO WS-HIST-EOF.
               MOVE "N" TO WS-GRP-OPEN.
               OPEN INPUT HIST-SRT-FILE.
               IF WS-HISTSRT-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN SORTED MASTER HISTORY, "
                       "STATUS=" WS-HISTSRT-STATUS
                   MOVE "Y" TO WS-ABORT-SWITCH
               ELSE
                   PERFORM READ-SORTED-HISTORY
                       UNTIL WS-HIST-EOF = "Y"
                       OR WS-ABORT-SWITCH = "Y"
                   CLOSE HIST-SRT-FILE
               END-IF.

           READ-SORTED-HISTORY.
               READ HIST-SRT-FILE
                   AT END
                       MOVE "Y" TO WS-HIST-EOF
               END-READ.
               IF WS-HIST-EOF = "Y"
                   IF WS-GRP-OPEN = "Y"
                       PERFORM FINISH-INCREMENT-GROUP
                   END-IF
               ELSE
                   IF WS-GRP-OPEN = "Y"
                       AND HSR-INCREMENT NOT = WS-GRP-INCREMENT
                       PERFORM FINISH-INCREMENT-GROUP
                   END-IF
                   IF WS-GRP-OPEN NOT = "Y"
                       PERFORM START-INCREMENT-GROUP
                   END-IF
                   PERFORM TAKE-HISTORY-RECORD
               END-IF.

           START-INCREMENT-GROUP.
               MOVE "Y" TO WS-GRP-OPEN.
               MOVE HSR-INCREMENT TO WS-GRP-INCREMENT.
               MOVE "N" TO WS-GRP-RUN-SEEN.
               MOVE SPACE TO WS-GRP-FIRST-ACTION.
               MOVE SPACES TO WS-GRP-OLD-CLASS.
               MOVE 0 TO WS-GRP-OLD-DIVISOR.
               MOVE SPACES TO WS-GRP-OLD-RUN-DATE.
               MOVE SPACES TO WS-GRP-NEW-CLASS.
               MOVE SPACES TO WS-GRP-NEW-RUN-DATE.
               MOVE 0 TO WS-GRP-LATER-RUN.

           TAKE-HISTORY-RECORD.
               IF HSR-NEW-RUN-NUMBER = WS-TARGET-RUN
                   AND NOT HSR-IS-BACKOUT
                   AND NOT HSR-IS-PURGE
                   IF WS-GRP-RUN-SEEN NOT = "Y"
                       MOVE "Y" TO WS-GRP-RUN-SEEN
                       MOVE HSR-ACTION TO WS-GRP-FIRST-ACTION
                       MOVE HSR-OLD-CLASS TO WS-GRP-OLD-CLASS
                       MOVE HSR-OLD-DIVISOR TO WS-GRP-OLD-DIVISOR
                       MOVE HSR-OLD-RUN-DATE TO WS-GRP-OLD-RUN-DATE
                   END-IF
                   MOVE HSR-NEW-CLASS TO WS-GRP-NEW-CLASS
                   MOVE HSR-NEW-RUN-DATE TO WS-GRP-NEW-RUN-DATE
                   IF WS-APPLY-PASS NOT = "Y"
                       ADD 1 TO WS-RUN-REC-COUNT
                   END-IF
               ELSE
                   IF WS-GRP-RUN-SEEN = "Y"
                       AND NOT HSR-IS-BACKOUT
                       AND WS-GRP-LATER-RUN = 0
                       MOVE HSR-NEW-RUN-NUMBER TO WS-CHECK-RUN
                       PERFORM CHECK-RUN-BACKED-OUT
                       IF WS-RUN-BACKED-OUT NOT = "Y"
                           MOVE HSR-NEW-RUN-NUMBER
                               TO WS-GRP-LATER-RUN
                       END-IF
                   END-IF
               END-IF.

           FINISH-INCREMENT-GROUP.
               MOVE "N" TO WS-GRP-OPEN.
               IF WS-GRP-RUN-SEEN = "Y"
                   IF WS-APPLY-PASS = "Y"
                       PERFORM APPLY-INCREMENT
                   ELSE
                       PERFORM VERIFY-INCREMENT
                   END-IF
               END-IF.

           VERIFY-INCREMENT.
               ADD 1 TO WS-INCR-COUNT.
               MOVE WS-GRP-INCREMENT TO WS-RPT-REF-INCREMENT.
               MOVE SPACES TO WS-RPT-REF-RUN.
               IF WS-GRP-LATER-RUN NOT = 0
                   MOVE "CHANGED AGAIN BY LATER RUN-NUMBER "
                       TO WS-RPT-REF-REASON
                   MOVE WS-GRP-LATER-RUN TO WS-RPT-REF-RUN
                   PERFORM WRITE-REFUSED-LINE
               ELSE
                   MOVE WS-GRP-INCREMENT TO MST-INCREMENT
                   READ BUZZ-MST-FILE
                       INVALID KEY
                           MOVE "NO LONGER ON THE MASTER FILE"
                               TO WS-RPT-REF-REASON
                           PERFORM WRITE-REFUSED-LINE
                       NOT INVALID KEY
                           IF MST-CLASS NOT = WS-GRP-NEW-CLASS
                               OR MST-RUN-DATE NOT = WS-GRP-NEW-RUN-DATE
                               MOVE "MASTER REWRITTEN SINCE THE RUN"
                                   TO WS-RPT-REF-REASON
                               PERFORM WRITE-REFUSED-LINE
                           END-IF
                   END-READ
               END-IF.

           WRITE-REFUSED-LINE.
               ADD 1 TO WS-CONFLICT-COUNT.
               MOVE WS-RPT-REFUSED-LINE TO BKOT-RPT-RECORD.
               WRITE BKOT-RPT-RECORD.

           APPLY-INCREMENT.
               MOVE WS-GRP-INCREMENT TO MST-INCREMENT.
               READ BUZZ-MST-FILE
                   INVALID KEY
                       DISPLAY "ERROR: MASTER RECORD " WS-GRP-INCREMENT
                           " VANISHED DURING BACKOUT, STATUS="
                           WS-MST-STATUS
                       MOVE "Y" TO WS-ABORT-SWITCH
               END-READ.
               IF WS-ABORT-SWITCH NOT = "Y"
                   MOVE SPACES TO MST-HIST-RECORD
                   MOVE MST-INCREMENT TO HIS-INCREMENT
                   MOVE MST-CLASS TO HIS-OLD-CLASS
                   MOVE MST-RULE-DIVISOR TO HIS-OLD-DIVISOR
                   MOVE MST-RUN-DATE TO HIS-OLD-RUN-DATE
                   MOVE WS-RUN-NUMBER TO HIS-NEW-RUN-NUMBER
                   MOVE WS-RUN-DATE TO HIS-NEW-RUN-DATE
                   MOVE WS-GRP-INCREMENT TO WS-RPT-CHG-INCREMENT
                   MOVE MST-CLASS TO WS-RPT-CHG-WAS
                   IF WS-GRP-WAS-ADD
                       PERFORM DELETE-ADDED-RECORD
                   ELSE
                       PERFORM RESTORE-CHANGED-RECORD
                   END-IF
               END-IF.

           DELETE-ADDED-RECORD.
               MOVE "D" TO HIS-ACTION.
               MOVE SPACES TO HIS-NEW-CLASS.
               PERFORM WRITE-BACKOUT-HISTORY.
               IF WS-ABORT-SWITCH NOT = "Y"
                   DELETE BUZZ-MST-FILE RECORD
                   IF WS-MST-STATUS NOT = "00"
                       DISPLAY "ERROR: UNABLE TO DELETE MASTER RECORD "
                           MST-INCREMENT ", STATUS=" WS-MST-STATUS
                       MOVE "Y" TO WS-ABORT-SWITCH
                   ELSE
                       ADD 1 TO WS-DELETED-COUNT
                       ADD 1 TO WS-MASTER-CHANGES
                       MOVE "DELETED" TO WS-RPT-CHG-ACTION
                       MOVE "*DELETED*" TO WS-RPT-CHG-NOW
                       MOVE WS-RPT-CHANGE-LINE TO BKOT-RPT-RECORD
                       WRITE BKOT-RPT-RECORD
                   END-IF
               END-IF.

           RESTORE-CHANGED-RECORD.
               MOVE "B" TO HIS-ACTION.
               MOVE WS-GRP-OLD-CLASS TO HIS-NEW-CLASS.
               PERFORM WRITE-BACKOUT-HISTORY.
               IF WS-ABORT-SWITCH NOT = "Y"
                   MOVE WS-GRP-OLD-CLASS TO MST-CLASS
                   MOVE WS-GRP-OLD-DIVISOR TO MST-RULE-DIVISOR
                   MOVE WS-GRP-OLD-RUN-DATE TO MST-RUN-DATE
                   REWRITE MST-RECORD
                   IF WS-MST-STATUS NOT = "00"
                       DISPLAY "ERROR: UNABLE TO RESTORE MASTER RECORD "
                           MST-INCREMENT ", STATUS=" WS-MST-STATUS
                       MOVE "Y" TO WS-ABORT-SWITCH
                   ELSE
                       ADD 1 TO WS-RESTORED-COUNT
                       ADD 1 TO WS-MASTER-CHANGES
                       MOVE "RESTORED" TO WS-RPT-CHG-ACTION
                       MOVE WS-GRP-OLD-CLASS TO WS-RPT-CHG-NOW
                       MOVE WS-RPT-CHANGE-LINE TO BKOT-RPT-RECORD
                       WRITE BKOT-RPT-RECORD
                   END-IF
               END-IF.

           WRITE-BACKOUT-HISTORY.
               WRITE MST-HIST-RECORD.
               IF WS-MSTHIST-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO WRITE MASTER HISTORY FOR "
                       HIS-INCREMENT ", STATUS=" WS-MSTHIST-STATUS
                       " - RECORD NOT BACKED OUT"
                   MOVE "Y" TO WS-ABORT-SWITCH
               END-IF.

           WRITE-REGISTER-ENTRY.
               OPEN EXTEND BKOT-REG-FILE.
               IF WS-BKOTREG-STATUS NOT = "00"
                   OPEN OUTPUT BKOT-REG-FILE
               END-IF.
               IF WS-BKOTREG-STATUS NOT = "00"
                   DISPLAY "WARNING: BACKOUT REGISTER UNAVAILABLE, "
                       "STATUS=" WS-BKOTREG-STATUS
                       " - ADD RUN " WS-TARGET-RUN-X " BY HAND"
               ELSE
                   MOVE SPACES TO BKOT-REG-RECORD
                   MOVE WS-TARGET-RUN TO REG-RUN-NUMBER
                   MOVE WS-RUN-NUMBER TO REG-BACKOUT-RUN
                   MOVE WS-RUN-DATE TO REG-DATE
                   MOVE WS-CURRENT-DATETIME (9:6) TO REG-TIME
                   MOVE WS-RESTORED-COUNT TO REG-RESTORED
                   MOVE WS-DELETED-COUNT TO REG-DELETED
                   WRITE BKOT-REG-RECORD
                   IF WS-BKOTREG-STATUS NOT = "00"
                       DISPLAY "WARNING: UNABLE TO WRITE BACKOUT "
                           "REGISTER, STATUS=" WS-BKOTREG-STATUS
                           " - ADD RUN " WS-TARGET-RUN-X " BY HAND"
                   END-IF
                   CLOSE BKOT-REG-FILE
               END-IF.

           WRITE-BACKOUT-SUMMARY.
               MOVE WS-RPT-BLANK-LINE TO BKOT-RPT-RECORD.
               WRITE BKOT-RPT-RECORD.
               MOVE "HISTORY RECORDS FOR THE RUN:  "
                   TO WS-RPT-CNT-TEXT.
               MOVE WS-RUN-REC-COUNT TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO BKOT-RPT-RECORD.
               WRITE BKOT-RPT-RECORD.
               MOVE "INCREMENTS CHANGED BY THE RUN:"
                   TO WS-RPT-CNT-TEXT.
               MOVE WS-INCR-COUNT TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO BKOT-RPT-RECORD.
               WRITE BKOT-RPT-RECORD.
               MOVE "INCREMENTS REFUSED:           "
                   TO WS-RPT-CNT-TEXT.
               MOVE WS-CONFLICT-COUNT TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO BKOT-RPT-RECORD.
               WRITE BKOT-RPT-RECORD.
               MOVE "CLASSIFICATIONS RESTORED:     "
                   TO WS-RPT-CNT-TEXT.
               MOVE WS-RESTORED-COUNT TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO BKOT-RPT-RECORD.
               WRITE BKOT-RPT-RECORD.
               MOVE "ADDED RECORDS DELETED:        "
                   TO WS-RPT-CNT-TEXT.
               MOVE WS-DELETED-COUNT TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO BKOT-RPT-RECORD.
               WRITE BKOT-RPT-RECORD.

           WRITE-AUDIT.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
               OPEN EXTEND AUDIT-FILE.
               IF WS-AUDIT-STATUS NOT = "00"
                   OPEN OUTPUT AUDIT-FILE
               END-IF.
               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "WARNING: AUDIT LOG UNAVAILABLE, STATUS="
                       WS-AUDIT-STATUS " - BACKOUT NOT LOGGED"
               ELSE
                   MOVE WS-CURRENT-DATETIME (1:14) TO WS-AUD-DATETIME
                   MOVE WS-TARGET-RUN-X TO WS-AUD-TARGET
                   MOVE WS-AUDIT-HEADER-LINE TO AUDIT-RECORD
                   WRITE AUDIT-RECORD
                   MOVE WS-RUN-NUMBER TO WS-AUD-RUN-NUMBER
                   MOVE WS-AUDIT-RUNNBR-LINE TO AUDIT-RECORD
                   WRITE AUDIT-RECORD
                   MOVE WS-AUD-STATUS-VALUE TO WS-AUD-STATUS
                   IF WS-AUD-REASON-VALUE = SPACES
                       MOVE SPACES TO WS-AUD-REASON-TAG
                   ELSE
                       MOVE " REASON=" TO WS-AUD-REASON-TAG
                   END-IF
                   MOVE WS-AUD-REASON-VALUE TO WS-AUD-STATUS-REASON
                   MOVE WS-AUDIT-STATUS-LINE TO AUDIT-RECORD
                   WRITE AUDIT-RECORD
                   MOVE WS-MASTER-CHANGES TO WS-AUD-MSTCHG-COUNT
                   MOVE WS-AUDIT-MSTCHG-LINE TO AUDIT-RECORD
                   WRITE AUDIT-RECORD
                   MOVE WS-RESTORED-COUNT TO WS-AUD-RESTORED
                   MOVE WS-DELETED-COUNT TO WS-AUD-DELETED
                   MOVE WS-CONFLICT-COUNT TO WS-AUD-REFUSED
                   MOVE WS-AUDIT-COUNT-LINE TO AUDIT-RECORD
                   WRITE AUDIT-RECORD
                   IF WS-AUDIT-STATUS NOT = "00"
                       DISPLAY "WARNING: UNABLE TO WRITE AUDIT "
                           "RECORDS, STATUS=" WS-AUDIT-STATUS
                   END-IF
                   CLOSE AUDIT-FILE
               END-IF.
