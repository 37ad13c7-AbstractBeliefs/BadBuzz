               SELECT ARCH-FILE ASSIGN TO "PURGARCH"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ARCH-STATUS.
               SELECT MST-HIST-FILE ASSIGN TO "MSTHIST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MSTHIST-STATUS.
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
               SELECT PURG-RPT-FILE ASSIGN TO "PURGRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PURGRPT-STATUS.
           FD BUZZ-MST-FILE.
           01 MST-RECORD.
               03 MST-INCREMENT PIC 9(7).
               03 MST-CLASS PIC X(16).
               03 MST-RULE-DIVISOR PIC 9(4).
               03 MST-RUN-DATE PIC X(8).

           FD ARCH-FILE.
           01 ARCH-RECORD PIC X(35).

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

           FD PURG-RPT-FILE.
           01 PURG-RPT-RECORD PIC X(80).
               03 WS-PURGCTL-STATUS PIC X(2).
               03 WS-MST-STATUS PIC X(2).
               03 WS-ARCH-STATUS PIC X(2).
               03 WS-MSTHIST-STATUS PIC X(2).
               03 WS-AUDIT-STATUS PIC X(2).
               03 WS-RUNNBR-STATUS PIC X(2).
               03 WS-RUNLOCK-STATUS PIC X(2).
               03 WS-PURGRPT-STATUS PIC X(2).

           01 WS-ABORT-SWITCH PIC X VALUE "N".
           01 WS-DELETED-COUNT PIC 9(7) VALUE 0.
           01 WS-KEPT-COUNT PIC 9(7) VALUE 0.
           01 WS-CURRENT-DATETIME PIC X(21).
           01 WS-LOCK-HELD PIC X VALUE "N".
           01 WS-LOCK-BUSY PIC X VALUE "N".
           01 WS-JOB-NAME PIC X(8) VALUE "BUZZPURG".
           01 WS-RUN-NUMBER PIC 9(6) VALUE 0.
           01 WS-RUNNBR-RRN PIC 9(4) VALUE 1.
           01 WS-RUN-DATE PIC X(8).

           01 WS-AUD-STATUS-VALUE PIC X(8) VALUE SPACES.
           01 WS-AUD-REASON-VALUE PIC X(24) VALUE SPACES.

           01 WS-RPT-TITLE-LINE.
               03 FILLER PIC X(40)
               03 WS-RPT-CUTOFF PIC X(8).
               03 FILLER PIC X(46) VALUE SPACES.

           01 WS-RPT-RUNNBR-LINE.
               03 FILLER PIC X(26)
                   VALUE "PURGE RUN-NUMBER:         ".
               03 WS-RPT-RUNNBR PIC 9(6).
               03 FILLER PIC X(48) VALUE SPACES.

           01 WS-RPT-HEADING-LINE.
               03 FILLER PIC X(16) VALUE "RUN-DATE        ".
               03 FILLER PIC X(9) VALUE "  PURGED ".

           01 WS-RPT-BLANK-LINE PIC X(80) VALUE SPACES.

           01 WS-AUDIT-HEADER-LINE.
               03 FILLER PIC X(10) VALUE "PRG-AUDIT:".
               03 FILLER PIC X VALUE SPACE.
               03 WS-AUD-DATETIME PIC X(14).
               03 FILLER PIC X(8) VALUE " CUTOFF=".
               03 WS-AUD-CUTOFF PIC X(8).

           01 WS-AUDIT-RUNNBR-LINE.
               03 FILLER PIC X(24)
                   VALUE "PRG-AUDIT:   RUN-NUMBER=".
               03 WS-AUD-RUN-NUMBER PIC 9(6).

           01 WS-AUDIT-STATUS-LINE.
               03 FILLER PIC X(20) VALUE "PRG-AUDIT:   STATUS=".
               03 WS-AUD-STATUS PIC X(8).
               03 WS-AUD-REASON-TAG PIC X(8).
               03 WS-AUD-STATUS-REASON PIC X(24).

           01 WS-AUDIT-MSTCHG-LINE.
               03 FILLER PIC X(28)
                   VALUE "PRG-AUDIT:   MASTER-CHANGES=".
               03 WS-AUD-MSTCHG-COUNT PIC Z(6)9.

           01 WS-AUDIT-COUNT-LINE.
               03 FILLER PIC X(20) VALUE "PRG-AUDIT:   PURGED=".
               03 WS-AUD-PURGED PIC Z(6)9.
               03 FILLER PIC X(6) VALUE " KEPT=".
               03 WS-AUD-KEPT PIC Z(6)9.

       PROCEDURE DIVISION.
           MAIN-LOGIC.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
               MOVE WS-CURRENT-DATETIME (1:8) TO WS-RUN-DATE.
               OPEN OUTPUT PURG-RPT-FILE.
               IF WS-PURGRPT-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN PURGE REPORT, STATUS="
               MOVE WS-CUTOFF-DATE TO WS-RPT-CUTOFF.
               MOVE WS-RPT-CUTOFF-LINE TO PURG-RPT-RECORD.
               WRITE PURG-RPT-RECORD.
               PERFORM CHECK-RUN-LOCK.
               IF WS-LOCK-BUSY = "Y"
                   MOVE "RUN LOCK HELD - NOTHING PURGED"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-RESULT-AND-CLOSE
               END-IF.
               PERFORM ASSIGN-RUN-NUMBER.
               PERFORM WRITE-RUN-LOCK.
               MOVE WS-RUN-NUMBER TO WS-RPT-RUNNBR.
               MOVE WS-RPT-RUNNBR-LINE TO PURG-RPT-RECORD.
               WRITE PURG-RPT-RECORD.
               OPEN OUTPUT ARCH-FILE.
               IF WS-ARCH-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN PURGE ARCHIVE, STATUS="
                       WS-ARCH-STATUS
                   MOVE "ARCHIVE DATASET UNAVAILABLE - NOTHING PURGED"
                       TO WS-RPT-RESULT-TEXT
                   MOVE "FAILED" TO WS-AUD-STATUS-VALUE
                   MOVE "ARCHIVE UNAVAILABLE" TO WS-AUD-REASON-VALUE
                   MOVE 16 TO RETURN-CODE
                   PERFORM END-PURGE
               END-IF.
               OPEN EXTEND MST-HIST-FILE.
               IF WS-MSTHIST-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN MASTER HISTORY, STATUS="
                       WS-MSTHIST-STATUS
                   CLOSE ARCH-FILE
                   MOVE "MASTER HISTORY UNAVAILABLE - NOTHING PURGED"
                       TO WS-RPT-RESULT-TEXT
                   MOVE "FAILED" TO WS-AUD-STATUS-VALUE
                   MOVE "HISTORY UNAVAILABLE" TO WS-AUD-REASON-VALUE
                   MOVE 16 TO RETURN-CODE
                   PERFORM END-PURGE
               END-IF.
               OPEN I-O BUZZ-MST-FILE.
               IF WS-MST-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN CLASSIFICATION MASTER, "
                       "STATUS=" WS-MST-STATUS
                   CLOSE ARCH-FILE
                   CLOSE MST-HIST-FILE
                   MOVE "CLASSIFICATION MASTER UNAVAILABLE"
                       TO WS-RPT-RESULT-TEXT
                   MOVE "FAILED" TO WS-AUD-STATUS-VALUE
                   MOVE "MASTER UNAVAILABLE" TO WS-AUD-REASON-VALUE
                   MOVE 16 TO RETURN-CODE
                   PERFORM END-PURGE
               END-IF.
               PERFORM PURGE-MASTER-RECORD
                   UNTIL WS-MST-EOF = "Y"
                   OR WS-ABORT-SWITCH = "Y".
               CLOSE BUZZ-MST-FILE.
               CLOSE MST-HIST-FILE.
               CLOSE ARCH-FILE.
               PERFORM WRITE-PURGE-SUMMARY.
               IF WS-ABORT-SWITCH = "Y"
                   MOVE "PURGE STOPPED ON AN I-O ERROR (SEE SYSOUT)"
                       TO WS-RPT-RESULT-TEXT
                   MOVE "FAILED" TO WS-AUD-STATUS-VALUE
                   MOVE "I-O ERROR - PARTIAL" TO WS-AUD-REASON-VALUE
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE "PURGE COMPLETE - DELETED RECORDS ON PURGARCH"
                       TO WS-RPT-RESULT-TEXT
                   MOVE "COMPLETE" TO WS-AUD-STATUS-VALUE
                   MOVE SPACES TO WS-AUD-REASON-VALUE
                   MOVE 0 TO RETURN-CODE
               END-IF.
               PERFORM END-PURGE.

           END-PURGE.
               PERFORM WRITE-AUDIT.
               PERFORM RELEASE-RUN-LOCK.
               PERFORM WRITE-RESULT-AND-CLOSE.

           WRITE-RESULT-AND-CLOSE.
                   MOVE "Y" TO WS-ABORT-SWITCH
               ELSE
                   ADD 1 TO WS-ARCHIVED-COUNT
                   PERFORM WRITE-PURGE-HISTORY
               END-IF.
               IF WS-ABORT-SWITCH NOT = "Y"
                   DELETE BUZZ-MST-FILE RECORD
                   IF WS-MST-STATUS NOT = "00"
                       DISPLAY "ERROR: UNABLE TO DELETE MASTER RECORD "
                   END-IF
               END-IF.

           WRITE-PURGE-HISTORY.
               MOVE SPACES TO MST-HIST-RECORD.
               MOVE MST-INCREMENT TO HIS-INCREMENT.
               MOVE "P" TO HIS-ACTION.
               MOVE MST-CLASS TO HIS-OLD-CLASS.
               MOVE MST-RULE-DIVISOR TO HIS-OLD-DIVISOR.
               MOVE MST-RUN-DATE TO HIS-OLD-RUN-DATE.
               MOVE WS-RUN-NUMBER TO HIS-NEW-RUN-NUMBER.
               MOVE WS-RUN-DATE TO HIS-NEW-RUN-DATE.
               WRITE MST-HIST-RECORD.
               IF WS-MSTHIST-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO WRITE MASTER HISTORY FOR "
                       HIS-INCREMENT ", STATUS=" WS-MSTHIST-STATUS
                       " - RECORD NOT DELETED"
                   MOVE "Y" TO WS-ABORT-SWITCH
               END-IF.

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
                       DISPLAY "RUN LOCK: THE PURGE WILL NOT START. "
                           "RESUBMIT WHEN THE HOLDER HAS ENDED"
                   END-IF
                   CLOSE RUN-LOCK-FILE
               END-IF.

           WRITE-RUN-LOCK.
               OPEN OUTPUT RUN-LOCK-FILE.
               IF WS-RUNLOCK-STATUS NOT = "00"
                   DISPLAY "WARNING: RUN LOCK UNAVAILABLE, STATUS="
                       WS-RUNLOCK-STATUS " - PURGE NOT SERIALIZED"
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
                           " - PURGE NOT SERIALIZED"
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
               DISPLAY "PURGE RUN-NUMBER " WS-RUN-NUMBER " DATE "
                   WS-RUN-DATE " CUTOFF " WS-CUTOFF-DATE.

           FIND-OR-ADD-DATE.
               MOVE "N" TO WS-DATE-FOUND.
               MOVE 0 TO WS-FOUND-SUB.
               MOVE WS-KEPT-COUNT TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO PURG-RPT-RECORD.
               WRITE PURG-RPT-RECORD.

           WRITE-AUDIT.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
               OPEN EXTEND AUDIT-FILE.
               IF WS-AUDIT-STATUS NOT = "00"
                   OPEN OUTPUT AUDIT-FILE
               END-IF.
               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "WARNING: AUDIT LOG UNAVAILABLE, STATUS="
                       WS-AUDIT-STATUS " - PURGE NOT LOGGED"
               ELSE
                   MOVE WS-CURRENT-DATETIME (1:14) TO WS-AUD-DATETIME
                   MOVE WS-CUTOFF-DATE TO WS-AUD-CUTOFF
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
                   MOVE WS-DELETED-COUNT TO WS-AUD-MSTCHG-COUNT
                   MOVE WS-AUDIT-MSTCHG-LINE TO AUDIT-RECORD
                   WRITE AUDIT-RECORD
                   MOVE WS-DELETED-COUNT TO WS-AUD-PURGED
                   MOVE WS-KEPT-COUNT TO WS-AUD-KEPT
                   MOVE WS-AUDIT-COUNT-LINE TO AUDIT-RECORD
                   WRITE AUDIT-RECORD
                   IF WS-AUDIT-STATUS NOT = "00"
                       DISPLAY "WARNING: UNABLE TO WRITE AUDIT "
                           "RECORDS, STATUS=" WS-AUDIT-STATUS
                   END-IF
                   CLOSE AUDIT-FILE
               END-IF.
