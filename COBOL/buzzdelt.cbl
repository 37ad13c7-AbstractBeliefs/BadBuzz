       IDENTIFICATION DIVISION.
       PROGRAM-ID. buzzdelt.
       AUTHOR. Maya Copeland.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DLT-CTL-FILE ASSIGN TO "DLTCTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DLTCTL-STATUS.
               SELECT MST-HIST-FILE ASSIGN TO "MSTHIST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MSTHIST-STATUS.
               SELECT DLT-OUT-FILE ASSIGN TO "DLTOUT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DLTOUT-STATUS.
               SELECT RUNNBR-FILE ASSIGN TO "RUNNBRFL"
                   ORGANIZATION IS RELATIVE
                   ACCESS MODE IS DYNAMIC
                   RELATIVE KEY IS WS-RUNNBR-RRN
                   FILE STATUS IS WS-RUNNBR-STATUS.
               SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNLOCK-STATUS.
               SELECT DLT-RPT-FILE ASSIGN TO "DLTRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DLTRPT-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD DLT-CTL-FILE.
           01 DLT-CTL-RECORD.
               03 DCT-LAST-RUN PIC 9(6).
               03 FILLER PIC X.
               03 DCT-FILE-SEQ PIC 9(6).
               03 FILLER PIC X.
               03 DCT-DATE PIC X(8).
               03 FILLER PIC X.
               03 DCT-TIME PIC X(6).
               03 FILLER PIC X.
               03 DCT-RECORDS PIC 9(7).
               03 FILLER PIC X(43).

           FD MST-HIST-FILE.
           01 MST-HIST-RECORD.
               03 HIS-INCREMENT PIC 9(7).
               03 HIS-ACTION PIC X.
                   88 HIS-IS-ADD VALUE "A".
                   88 HIS-IS-BACKOUT-DELETE VALUE "D".
                   88 HIS-IS-PURGE VALUE "P".
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

           FD DLT-OUT-FILE.
           01 DLT-OUT-RECORD PIC X(80).

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

           FD DLT-RPT-FILE.
           01 DLT-RPT-RECORD PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-FILE-STATUSES.
               03 WS-DLTCTL-STATUS PIC X(2).
               03 WS-MSTHIST-STATUS PIC X(2).
               03 WS-DLTOUT-STATUS PIC X(2).
               03 WS-RUNNBR-STATUS PIC X(2).
               03 WS-RUNLOCK-STATUS PIC X(2).
               03 WS-DLTRPT-STATUS PIC X(2).

           01 WS-ABORT-SWITCH PIC X VALUE "N".
           01 WS-HIST-EOF PIC X VALUE "N".
           01 WS-CTL-FOUND PIC X VALUE "N".
           01 WS-CTL-VALID PIC X VALUE "Y".
           01 WS-LOCK-HELD PIC X VALUE "N".
           01 WS-LOCK-BUSY PIC X VALUE "N".
           01 WS-JOB-NAME PIC X(8) VALUE "BUZZDELT".
           01 WS-RUNNBR-RRN PIC 9(4) VALUE 1.
           01 WS-RUN-DATE PIC X(8).
           01 WS-CURRENT-DATETIME PIC X(21).

           01 WS-LAST-SENT PIC 9(6) VALUE 0.
           01 WS-HIGH-WATER PIC 9(6) VALUE 0.
           01 WS-FILE-SEQ PIC 9(6) VALUE 0.
           01 WS-RECORD-SEQ PIC 9(7) VALUE 0.

           01 WS-COUNTS.
               03 WS-HIST-READ-COUNT PIC 9(7) VALUE 0.
               03 WS-SKIP-COUNT PIC 9(7) VALUE 0.
               03 WS-ADD-COUNT PIC 9(7) VALUE 0.
               03 WS-CHANGE-COUNT PIC 9(7) VALUE 0.
               03 WS-DELETE-COUNT PIC 9(7) VALUE 0.

           01 WS-DLT-HEADER-LINE.
               03 FILLER PIC X(4) VALUE "HDR ".
               03 WS-DHDR-SOURCE PIC X(8) VALUE "BUZZMST ".
               03 FILLER PIC X VALUE SPACE.
               03 WS-DHDR-FILE-SEQ PIC 9(6).
               03 FILLER PIC X VALUE SPACE.
               03 WS-DHDR-DATE PIC X(8).
               03 FILLER PIC X VALUE SPACE.
               03 WS-DHDR-TIME PIC X(6).
               03 FILLER PIC X VALUE SPACE.
               03 WS-DHDR-FROM-RUN PIC 9(6).
               03 FILLER PIC X VALUE SPACE.
               03 WS-DHDR-TO-RUN PIC 9(6).
               03 FILLER PIC X(31) VALUE SPACES.

           01 WS-DLT-DETAIL-LINE.
               03 FILLER PIC X(4) VALUE "DTL ".
               03 WS-DDTL-SEQ PIC 9(7).
               03 FILLER PIC X VALUE SPACE.
               03 WS-DDTL-ACTION PIC X.
               03 FILLER PIC X VALUE SPACE.
               03 WS-DDTL-INCREMENT PIC 9(7).
               03 FILLER PIC X VALUE SPACE.
               03 WS-DDTL-OLD-CLASS PIC X(16).
               03 FILLER PIC X VALUE SPACE.
               03 WS-DDTL-NEW-CLASS PIC X(16).
               03 FILLER PIC X VALUE SPACE.
               03 WS-DDTL-RUN-NUMBER PIC 9(6).
               03 FILLER PIC X VALUE SPACE.
               03 WS-DDTL-RUN-DATE PIC X(8).
               03 FILLER PIC X(9) VALUE SPACES.

           01 WS-DLT-TRAILER-LINE.
               03 FILLER PIC X(4) VALUE "TRL ".
               03 WS-DTRL-FILE-SEQ PIC 9(6).
               03 FILLER PIC X VALUE SPACE.
               03 WS-DTRL-COUNT PIC 9(7).
               03 FILLER PIC X VALUE SPACE.
               03 WS-DTRL-ADDS PIC 9(7).
               03 FILLER PIC X VALUE SPACE.
               03 WS-DTRL-CHANGES PIC 9(7).
               03 FILLER PIC X VALUE SPACE.
               03 WS-DTRL-DELETES PIC 9(7).
               03 FILLER PIC X(38) VALUE SPACES.

           01 WS-RPT-TITLE-LINE.
               03 FILLER PIC X(40)
                   VALUE "COBUZZ MASTER DELTA EXTRACT".
               03 WS-RPT-DATETIME PIC X(14).
               03 FILLER PIC X(26) VALUE SPACES.

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
               MOVE WS-CURRENT-DATETIME (1:8) TO WS-RUN-DATE.
               OPEN OUTPUT DLT-RPT-FILE.
               IF WS-DLTRPT-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN DELTA REPORT, STATUS="
                       WS-DLTRPT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE WS-CURRENT-DATETIME (1:14) TO WS-RPT-DATETIME.
               MOVE WS-RPT-TITLE-LINE TO DLT-RPT-RECORD.
               WRITE DLT-RPT-RECORD.
               MOVE WS-RPT-BLANK-LINE TO DLT-RPT-RECORD.
               WRITE DLT-RPT-RECORD.
               PERFORM READ-DELTA-CONTROL.
               IF WS-CTL-VALID NOT = "Y"
                   MOVE "DELTA CONTROL RECORD INVALID - NOTHING SENT"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-RESULT-AND-CLOSE
               END-IF.
               PERFORM CHECK-RUN-LOCK.
               IF WS-LOCK-BUSY = "Y"
                   MOVE "RUN LOCK HELD - NOTHING SENT, RESUBMIT LATER"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-RESULT-AND-CLOSE
               END-IF.
               PERFORM WRITE-RUN-LOCK.
               PERFORM GET-HIGH-WATER.
               IF WS-ABORT-SWITCH = "Y"
                   MOVE "RUN-NUMBER FILE UNAVAILABLE - NOTHING SENT"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 16 TO RETURN-CODE
                   PERFORM END-EXTRACT
               END-IF.
               MOVE "LAST RUN-NUMBER ALREADY SENT:"
                   TO WS-RPT-CNT-TEXT.
               MOVE WS-LAST-SENT TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO DLT-RPT-RECORD.
               WRITE DLT-RPT-RECORD.
               MOVE "HIGHEST RUN-NUMBER ASSIGNED: "
                   TO WS-RPT-CNT-TEXT.
               MOVE WS-HIGH-WATER TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO DLT-RPT-RECORD.
               WRITE DLT-RPT-RECORD.
               IF WS-CTL-FOUND NOT = "Y"
                   DISPLAY "NO DELTA CONTROL RECORD - BASELINE SET AT "
                       "RUN-NUMBER " WS-HIGH-WATER
                   MOVE WS-HIGH-WATER TO WS-LAST-SENT
                   MOVE 0 TO WS-FILE-SEQ
                   PERFORM WRITE-DELTA-CONTROL
                   IF WS-ABORT-SWITCH = "Y"
                       MOVE "DELTA CONTROL NOT WRITTEN - NO BASELINE"
                           TO WS-RPT-RESULT-TEXT
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       MOVE "BASELINE SET - NOTHING SENT THIS RUN"
                           TO WS-RPT-RESULT-TEXT
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   PERFORM END-EXTRACT
               END-IF.
               OPEN INPUT MST-HIST-FILE.
               IF WS-MSTHIST-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN MASTER HISTORY, STATUS="
                       WS-MSTHIST-STATUS
                   MOVE "MASTER HISTORY UNAVAILABLE - NOTHING SENT"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 16 TO RETURN-CODE
                   PERFORM END-EXTRACT
               END-IF.
               OPEN OUTPUT DLT-OUT-FILE.
               IF WS-DLTOUT-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN DELTA OUTPUT, STATUS="
                       WS-DLTOUT-STATUS
                   CLOSE MST-HIST-FILE
                   MOVE "DELTA OUTPUT UNAVAILABLE - NOTHING SENT"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 16 TO RETURN-CODE
                   PERFORM END-EXTRACT
               END-IF.
               ADD 1 TO WS-FILE-SEQ.
               PERFORM WRITE-DELTA-HEADER.
               PERFORM READ-HISTORY-RECORD
                   UNTIL WS-HIST-EOF = "Y"
                   OR WS-ABORT-SWITCH = "Y".
               CLOSE MST-HIST-FILE.
               IF WS-ABORT-SWITCH NOT = "Y"
                   PERFORM WRITE-DELTA-TRAILER
               END-IF.
               CLOSE DLT-OUT-FILE.
               PERFORM WRITE-DELTA-SUMMARY.
               IF WS-ABORT-SWITCH = "Y"
                   MOVE "DELTA I-O ERROR - CONTROL NOT ADVANCED"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 12 TO RETURN-CODE
                   PERFORM END-EXTRACT
               END-IF.
               MOVE WS-HIGH-WATER TO WS-LAST-SENT.
               PERFORM WRITE-DELTA-CONTROL.
               IF WS-ABORT-SWITCH = "Y"
                   MOVE "DELTA WRITTEN BUT CONTROL NOT ADVANCED"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 12 TO RETURN-CODE
               ELSE
                   IF WS-RECORD-SEQ = 0
                       MOVE "NO NEW MASTER CHANGES - EMPTY DELTA SENT"
                           TO WS-RPT-RESULT-TEXT
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE "DELTA COMPLETE - CONTROL ADVANCED"
                           TO WS-RPT-RESULT-TEXT
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF.
               PERFORM END-EXTRACT.

           END-EXTRACT.
               PERFORM RELEASE-RUN-LOCK.
               PERFORM WRITE-RESULT-AND-CLOSE.

           WRITE-RESULT-AND-CLOSE.
               MOVE WS-RPT-BLANK-LINE TO DLT-RPT-RECORD.
               WRITE DLT-RPT-RECORD.
               MOVE WS-RPT-RESULT-LINE TO DLT-RPT-RECORD.
               WRITE DLT-RPT-RECORD.
               CLOSE DLT-RPT-FILE.
               STOP RUN.

           READ-DELTA-CONTROL.
               OPEN INPUT DLT-CTL-FILE.
               IF WS-DLTCTL-STATUS = "00"
                   READ DLT-CTL-FILE
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-DLTCTL-STATUS = "00"
                       MOVE "Y" TO WS-CTL-FOUND
                       IF DCT-LAST-RUN NUMERIC AND DCT-FILE-SEQ NUMERIC
                           MOVE DCT-LAST-RUN TO WS-LAST-SENT
                           MOVE DCT-FILE-SEQ TO WS-FILE-SEQ
                           DISPLAY "DELTA CONTROL: LAST RUN SENT "
                               DCT-LAST-RUN " IN FILE " DCT-FILE-SEQ
                               " ON " DCT-DATE
                       ELSE
                           DISPLAY "ERROR: DELTA CONTROL RECORD IS NOT "
                               "NUMERIC - CORRECT DLTCTL BY HAND"
                           MOVE "N" TO WS-CTL-VALID
                       END-IF
                   END-IF
                   CLOSE DLT-CTL-FILE
               END-IF.

           WRITE-DELTA-CONTROL.
               OPEN OUTPUT DLT-CTL-FILE.
               IF WS-DLTCTL-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN DELTA CONTROL, STATUS="
                       WS-DLTCTL-STATUS
                   MOVE "Y" TO WS-ABORT-SWITCH
               ELSE
                   MOVE SPACES TO DLT-CTL-RECORD
                   MOVE WS-LAST-SENT TO DCT-LAST-RUN
                   MOVE WS-FILE-SEQ TO DCT-FILE-SEQ
                   MOVE WS-RUN-DATE TO DCT-DATE
                   MOVE WS-CURRENT-DATETIME (9:6) TO DCT-TIME
                   MOVE WS-RECORD-SEQ TO DCT-RECORDS
                   WRITE DLT-CTL-RECORD
                   IF WS-DLTCTL-STATUS NOT = "00"
                       DISPLAY "ERROR: UNABLE TO WRITE DELTA CONTROL, "
                           "STATUS=" WS-DLTCTL-STATUS
                       MOVE "Y" TO WS-ABORT-SWITCH
                   END-IF
                   CLOSE DLT-CTL-FILE
               END-IF.
               IF WS-ABORT-SWITCH = "Y"
                   DISPLAY "DELTA CONTROL MUST BE SET BY HAND TO LAST "
                       "RUN " WS-LAST-SENT " FILE " WS-FILE-SEQ
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
                       DISPLAY "RUN LOCK: THE DELTA EXTRACT WILL NOT "
                           "START. RESUBMIT WHEN THE HOLDER HAS ENDED"
                   END-IF
                   CLOSE RUN-LOCK-FILE
               END-IF.

           WRITE-RUN-LOCK.
               OPEN OUTPUT RUN-LOCK-FILE.
               IF WS-RUNLOCK-STATUS NOT = "00"
                   DISPLAY "WARNING: RUN LOCK UNAVAILABLE, STATUS="
                       WS-RUNLOCK-STATUS " - EXTRACT NOT SERIALIZED"
               ELSE
                   MOVE SPACES TO RUN-LOCK-RECORD
                   MOVE 0 TO LCK-RUN-NUMBER
                   MOVE WS-RUN-DATE TO LCK-DATE
                   MOVE WS-CURRENT-DATETIME (9:6) TO LCK-TIME
                   MOVE WS-JOB-NAME TO LCK-JOB-NAME
                   WRITE RUN-LOCK-RECORD
                   IF WS-RUNLOCK-STATUS NOT = "00"
                       DISPLAY "WARNING: UNABLE TO WRITE RUN LOCK, "
                           "STATUS=" WS-RUNLOCK-STATUS
                           " - EXTRACT NOT SERIALIZED"
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

           GET-HIGH-WATER.
               MOVE 1 TO WS-RUNNBR-RRN.
               OPEN INPUT RUNNBR-FILE.
               IF WS-RUNNBR-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN RUN-NUMBER FILE, STATUS="
                       WS-RUNNBR-STATUS
                   MOVE "Y" TO WS-ABORT-SWITCH
               ELSE
                   READ RUNNBR-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-RUNNBR-STATUS = "00"
                       MOVE RN-LAST-RUN TO WS-HIGH-WATER
                   ELSE
                       DISPLAY "WARNING: RUN-NUMBER FILE IS EMPTY - NO "
                           "RUNS YET"
                       MOVE 0 TO WS-HIGH-WATER
                   END-IF
                   CLOSE RUNNBR-FILE
               END-IF.
               IF WS-HIGH-WATER < WS-LAST-SENT
                   DISPLAY "WARNING: RUN-NUMBER FILE (" WS-HIGH-WATER
                       ") IS BEHIND DELTA CONTROL (" WS-LAST-SENT
                       ") - NOTHING NEW WILL BE SENT"
                   MOVE WS-LAST-SENT TO WS-HIGH-WATER
               END-IF.

           WRITE-DELTA-HEADER.
               MOVE WS-FILE-SEQ TO WS-DHDR-FILE-SEQ.
               MOVE WS-RUN-DATE TO WS-DHDR-DATE.
               MOVE WS-CURRENT-DATETIME (9:6) TO WS-DHDR-TIME.
               COMPUTE WS-DHDR-FROM-RUN = WS-LAST-SENT + 1.
               MOVE WS-HIGH-WATER TO WS-DHDR-TO-RUN.
               MOVE WS-DLT-HEADER-LINE TO DLT-OUT-RECORD.
               WRITE DLT-OUT-RECORD.
               IF WS-DLTOUT-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO WRITE DELTA HEADER, "
                       "STATUS=" WS-DLTOUT-STATUS
                   MOVE "Y" TO WS-ABORT-SWITCH
               END-IF.

           WRITE-DELTA-TRAILER.
               MOVE WS-FILE-SEQ TO WS-DTRL-FILE-SEQ.
               MOVE WS-RECORD-SEQ TO WS-DTRL-COUNT.
               MOVE WS-ADD-COUNT TO WS-DTRL-ADDS.
               MOVE WS-CHANGE-COUNT TO WS-DTRL-CHANGES.
               MOVE WS-DELETE-COUNT TO WS-DTRL-DELETES.
               MOVE WS-DLT-TRAILER-LINE TO DLT-OUT-RECORD.
               WRITE DLT-OUT-RECORD.
               IF WS-DLTOUT-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO WRITE DELTA TRAILER, "
                       "STATUS=" WS-DLTOUT-STATUS
                   MOVE "Y" TO WS-ABORT-SWITCH
               END-IF.

           READ-HISTORY-RECORD.
               READ MST-HIST-FILE
                   AT END
                       MOVE "Y" TO WS-HIST-EOF
               END-READ.
               IF WS-HIST-EOF NOT = "Y"
                   ADD 1 TO WS-HIST-READ-COUNT
                   IF HIS-NEW-RUN-NUMBER > WS-LAST-SENT
                       AND HIS-NEW-RUN-NUMBER NOT > WS-HIGH-WATER
                       PERFORM WRITE-DELTA-DETAIL
                   ELSE
                       ADD 1 TO WS-SKIP-COUNT
                   END-IF
               END-IF.

           WRITE-DELTA-DETAIL.
               ADD 1 TO WS-RECORD-SEQ.
               MOVE WS-RECORD-SEQ TO WS-DDTL-SEQ.
               MOVE HIS-INCREMENT TO WS-DDTL-INCREMENT.
               MOVE HIS-OLD-CLASS TO WS-DDTL-OLD-CLASS.
               MOVE HIS-NEW-CLASS TO WS-DDTL-NEW-CLASS.
               MOVE HIS-NEW-RUN-NUMBER TO WS-DDTL-RUN-NUMBER.
               MOVE HIS-NEW-RUN-DATE TO WS-DDTL-RUN-DATE.
               IF HIS-IS-ADD
                   MOVE "A" TO WS-DDTL-ACTION
                   MOVE SPACES TO WS-DDTL-OLD-CLASS
                   ADD 1 TO WS-ADD-COUNT
               ELSE
                   IF HIS-IS-BACKOUT-DELETE OR HIS-IS-PURGE
                       MOVE "D" TO WS-DDTL-ACTION
                       MOVE SPACES TO WS-DDTL-NEW-CLASS
                       ADD 1 TO WS-DELETE-COUNT
                   ELSE
                       MOVE "C" TO WS-DDTL-ACTION
                       ADD 1 TO WS-CHANGE-COUNT
                   END-IF
               END-IF.
               MOVE WS-DLT-DETAIL-LINE TO DLT-OUT-RECORD.
               WRITE DLT-OUT-RECORD.
               IF WS-DLTOUT-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO WRITE DELTA RECORD "
                       WS-RECORD-SEQ ", STATUS=" WS-DLTOUT-STATUS
                   MOVE "Y" TO WS-ABORT-SWITCH
               END-IF.

           WRITE-DELTA-SUMMARY.
               MOVE "DELTA FILE SEQUENCE NUMBER:   "
                   TO WS-RPT-CNT-TEXT.
               MOVE WS-FILE-SEQ TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO DLT-RPT-RECORD.
               WRITE DLT-RPT-RECORD.
               MOVE WS-RPT-BLANK-LINE TO DLT-RPT-RECORD.
               WRITE DLT-RPT-RECORD.
               MOVE "HISTORY RECORDS READ:         "
                   TO WS-RPT-CNT-TEXT.
               MOVE WS-HIST-READ-COUNT TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO DLT-RPT-RECORD.
               WRITE DLT-RPT-RECORD.
               MOVE "ALREADY SENT (SKIPPED):       "
                   TO WS-RPT-CNT-TEXT.
               MOVE WS-SKIP-COUNT TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO DLT-RPT-RECORD.
               WRITE DLT-RPT-RECORD.
               MOVE "ADD RECORDS SENT:             "
                   TO WS-RPT-CNT-TEXT.
               MOVE WS-ADD-COUNT TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO DLT-RPT-RECORD.
               WRITE DLT-RPT-RECORD.
               MOVE "CHANGE RECORDS SENT:          "
                   TO WS-RPT-CNT-TEXT.
               MOVE WS-CHANGE-COUNT TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO DLT-RPT-RECORD.
               WRITE DLT-RPT-RECORD.
               MOVE "DELETE RECORDS SENT:          "
                   TO WS-RPT-CNT-TEXT.
               MOVE WS-DELETE-COUNT TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO DLT-RPT-RECORD.
               WRITE DLT-RPT-RECORD.
               MOVE "TOTAL DETAIL RECORDS SENT:    "
                   TO WS-RPT-CNT-TEXT.
               MOVE WS-RECORD-SEQ TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO DLT-RPT-RECORD.
               WRITE DLT-RPT-RECORD.
