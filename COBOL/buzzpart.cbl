       IDENTIFICATION DIVISION.
       PROGRAM-ID. buzzpart.
       AUTHOR. Maya Copeland.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNCTL-STATUS.
               SELECT RUNNBR-FILE ASSIGN TO "RUNNBRFL"
                   ORGANIZATION IS RELATIVE
                   ACCESS MODE IS DYNAMIC
                   RELATIVE KEY IS WS-RUNNBR-RRN
                   FILE STATUS IS WS-RUNNBR-STATUS.
               SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNLOCK-STATUS.
               SELECT PART-CTL-FILE ASSIGN TO "PARTCTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARTCTL-STATUS.
               SELECT PART-RPT-FILE ASSIGN TO "PARTRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARTRPT-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD RUNCTL-FILE.
           01 RUNCTL-RECORD.
               03 RC-KEYWORD PIC X(8).
               03 RC-EQUALS PIC X.
               03 RC-VALUE PIC X(16).
               03 FILLER PIC X(55).

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

           FD PART-CTL-FILE.
           01 PART-CTL-RECORD.
               03 PTC-REC-TYPE PIC X.
                   88 PTC-IS-HEADER VALUE "H".
                   88 PTC-IS-SLICE VALUE "S".
                   88 PTC-IS-RULE VALUE "R".
               03 FILLER PIC X.
               03 PTC-RUN-NUMBER PIC 9(6).
               03 FILLER PIC X.
               03 PTC-SLICE PIC 9(2).
               03 FILLER PIC X.
               03 PTC-RANGE-DATA.
                   05 PTC-START-VALUE PIC 9(7).
                   05 FILLER PIC X.
                   05 PTC-END-VALUE PIC 9(7).
               03 PTC-RULE-DATA REDEFINES PTC-RANGE-DATA.
                   05 PTC-RULE-DIVISOR PIC 9(4).
                   05 FILLER PIC X.
                   05 PTC-RULE-LABEL PIC X(8).
                   05 FILLER PIC X.
                   05 PTC-RULE-MATCH-MODE PIC X.
               03 FILLER PIC X.
               03 PTC-RUN-DATE PIC X(8).
               03 FILLER PIC X.
               03 PTC-PROFILE-NAME PIC X(8).
               03 FILLER PIC X.
               03 PTC-MAX-BUZZ PIC 9(7).
               03 FILLER PIC X.
               03 PTC-JOB-NAME PIC X(8).
               03 FILLER PIC X(18).

           FD PART-RPT-FILE.
           01 PART-RPT-RECORD PIC X(80).

           WORKING-STORAGE SECTION.
           COPY BUZZLNK.

           01 WS-FILE-STATUSES.
               03 WS-RUNCTL-STATUS PIC X(2).
               03 WS-RUNNBR-STATUS PIC X(2).
               03 WS-RUNLOCK-STATUS PIC X(2).
               03 WS-PARTCTL-STATUS PIC X(2).
               03 WS-PARTRPT-STATUS PIC X(2).

           01 WS-ABORT-SWITCH PIC X VALUE "N".
           01 WS-RUNCTL-EOF PIC X VALUE "N".
           01 WS-LOCK-HELD PIC X VALUE "N".
           01 WS-LOCK-BUSY PIC X VALUE "N".
           01 WS-JOB-NAME PIC X(8) VALUE "COBUZZ  ".
           01 WS-RUN-PROFILE PIC X(8) VALUE SPACES.
           01 WS-LOADED-PROFILE PIC X(8) VALUE SPACES.
           01 WS-RUN-NUMBER PIC 9(6) VALUE 0.
           01 WS-RUNNBR-RRN PIC 9(4) VALUE 1.
           01 WS-RUN-DATE PIC X(8).
           01 WS-CURRENT-DATETIME PIC X(21).
           01 WS-SLICES-X PIC X(2) VALUE "04".
           01 WS-SLICES-NUM REDEFINES WS-SLICES-X PIC 9(2).
           01 WS-SLICE-COUNT PIC 9(2) VALUE 0.
           01 WS-SLICE-SUB PIC 9(2) VALUE 0.
           01 WS-RULE-SUB PIC 9(2) VALUE 0.
           01 WS-MAX-BUZZ PIC 9(7) VALUE 0.
           01 WS-START-VALUE PIC 9(7) VALUE 0.
           01 WS-END-VALUE PIC 9(7) VALUE 0.
           01 WS-RANGE-SIZE PIC 9(7) VALUE 0.
           01 WS-SLICE-SIZE PIC 9(7) VALUE 0.
           01 WS-SLICE-START PIC 9(7) VALUE 0.
           01 WS-SLICE-END PIC 9(7) VALUE 0.

           01 WS-RPT-TITLE-LINE.
               03 FILLER PIC X(40)
                   VALUE "COBUZZ PARTITIONED RUN SET-UP".
               03 WS-RPT-DATETIME PIC X(14).
               03 FILLER PIC X(26) VALUE SPACES.

           01 WS-RPT-RUN-LINE.
               03 FILLER PIC X(12) VALUE "RUN-NUMBER: ".
               03 WS-RPT-RUN-NUMBER PIC 9(6).
               03 FILLER PIC X(7) VALUE "  DATE ".
               03 WS-RPT-RUN-DATE PIC X(8).
               03 FILLER PIC X(10) VALUE "  PROFILE ".
               03 WS-RPT-PROFILE PIC X(8).
               03 FILLER PIC X(6) VALUE "  JOB ".
               03 WS-RPT-JOB-NAME PIC X(8).
               03 FILLER PIC X(15) VALUE SPACES.

           01 WS-RPT-RANGE-LINE.
               03 FILLER PIC X(12) VALUE "RANGE:      ".
               03 WS-RPT-RANGE-START PIC Z(6)9.
               03 FILLER PIC X VALUE "-".
               03 WS-RPT-RANGE-END PIC Z(6)9.
               03 FILLER PIC X(11) VALUE "  MAX-BUZZ ".
               03 WS-RPT-MAX-BUZZ PIC Z(6)9.
               03 FILLER PIC X(9) VALUE "  SLICES ".
               03 WS-RPT-SLICES PIC Z9.
               03 FILLER PIC X(24) VALUE SPACES.

           01 WS-RPT-SLICE-LINE.
               03 FILLER PIC X(6) VALUE "SLICE ".
               03 WS-RPT-SLICE PIC 9(2).
               03 FILLER PIC X(8) VALUE "  RANGE ".
               03 WS-RPT-SLICE-START PIC Z(6)9.
               03 FILLER PIC X VALUE "-".
               03 WS-RPT-SLICE-END PIC Z(6)9.
               03 FILLER PIC X(10) VALUE "  RECORDS ".
               03 WS-RPT-SLICE-RECORDS PIC Z(6)9.
               03 FILLER PIC X(32) VALUE SPACES.

           01 WS-RPT-RESULT-LINE.
               03 FILLER PIC X(8) VALUE "RESULT: ".
               03 WS-RPT-RESULT-TEXT PIC X(72).

           01 WS-RPT-BLANK-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
           MAIN-LOGIC.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
               MOVE WS-CURRENT-DATETIME (1:8) TO WS-RUN-DATE.
               OPEN OUTPUT PART-RPT-FILE.
               IF WS-PARTRPT-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN PARTITION REPORT, "
                       "STATUS=" WS-PARTRPT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE WS-CURRENT-DATETIME (1:14) TO WS-RPT-DATETIME.
               MOVE WS-RPT-TITLE-LINE TO PART-RPT-RECORD.
               WRITE PART-RPT-RECORD.
               PERFORM READ-RUN-CONTROL.
               IF WS-ABORT-SWITCH = "Y"
                   MOVE "CONTROL CARDS INVALID - NO RUN STARTED"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 12 TO RETURN-CODE
                   PERFORM WRITE-RESULT-AND-CLOSE
               END-IF.
               PERFORM LOAD-RULES.
               IF WS-ABORT-SWITCH = "Y"
                   MOVE "RULE LOAD FAILED - NO RUN STARTED"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-RESULT-AND-CLOSE
               END-IF.
               PERFORM RESOLVE-RANGE.
               IF WS-ABORT-SWITCH = "Y"
                   MOVE "PROFILE RANGE INVALID - NO RUN STARTED"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 12 TO RETURN-CODE
                   PERFORM WRITE-RESULT-AND-CLOSE
               END-IF.
               PERFORM CHECK-RUN-LOCK.
               IF WS-LOCK-BUSY = "Y"
                   MOVE "RUN LOCK HELD - NO RUN STARTED"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-RESULT-AND-CLOSE
               END-IF.
               PERFORM ASSIGN-RUN-NUMBER.
               PERFORM WRITE-RUN-LOCK.
               IF WS-LOCK-HELD NOT = "Y"
                   MOVE "RUN LOCK COULD NOT BE TAKEN - NO RUN STARTED"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-RESULT-AND-CLOSE
               END-IF.
               MOVE WS-RUN-NUMBER TO WS-RPT-RUN-NUMBER.
               MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
               MOVE WS-LOADED-PROFILE TO WS-RPT-PROFILE.
               MOVE WS-JOB-NAME TO WS-RPT-JOB-NAME.
               MOVE WS-RPT-RUN-LINE TO PART-RPT-RECORD.
               WRITE PART-RPT-RECORD.
               MOVE WS-START-VALUE TO WS-RPT-RANGE-START.
               MOVE WS-END-VALUE TO WS-RPT-RANGE-END.
               MOVE WS-MAX-BUZZ TO WS-RPT-MAX-BUZZ.
               MOVE WS-SLICE-COUNT TO WS-RPT-SLICES.
               MOVE WS-RPT-RANGE-LINE TO PART-RPT-RECORD.
               WRITE PART-RPT-RECORD.
               MOVE WS-RPT-BLANK-LINE TO PART-RPT-RECORD.
               WRITE PART-RPT-RECORD.
               PERFORM WRITE-PARTITION-CONTROL.
               IF WS-ABORT-SWITCH = "Y"
                   PERFORM RELEASE-RUN-LOCK
                   MOVE "PARTCTL NOT WRITTEN - RUN LOCK RELEASED"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-RESULT-AND-CLOSE
               END-IF.
               DISPLAY "PARTITIONED RUN-NUMBER " WS-RUN-NUMBER
                   " SET UP IN " WS-SLICE-COUNT " SLICES - RUN LOCK "
                   "HELD UNTIL THE MERGE".
               MOVE "RUN SET UP - SUBMIT THE SLICE JOBS, THEN THE MERGE"
                   TO WS-RPT-RESULT-TEXT.
               MOVE 0 TO RETURN-CODE.
               PERFORM WRITE-RESULT-AND-CLOSE.

           WRITE-RESULT-AND-CLOSE.
               MOVE WS-RPT-BLANK-LINE TO PART-RPT-RECORD.
               WRITE PART-RPT-RECORD.
               MOVE WS-RPT-RESULT-LINE TO PART-RPT-RECORD.
               WRITE PART-RPT-RECORD.
               CLOSE PART-RPT-FILE.
               STOP RUN.

           READ-RUN-CONTROL.
               OPEN INPUT RUNCTL-FILE.
               IF WS-RUNCTL-STATUS = "00"
                   PERFORM READ-RUNCTL-RECORD
                       UNTIL WS-RUNCTL-EOF = "Y"
                   CLOSE RUNCTL-FILE
               END-IF.
               IF WS-SLICES-X NOT NUMERIC
                   DISPLAY "ERROR: SLICES VALUE NOT NUMERIC: "
                       WS-SLICES-X
                   MOVE "Y" TO WS-ABORT-SWITCH
               ELSE
                   IF WS-SLICES-NUM < 2 OR WS-SLICES-NUM > 20
                       DISPLAY "ERROR: SLICES MUST BE 02 TO 20"
                       MOVE "Y" TO WS-ABORT-SWITCH
                   ELSE
                       MOVE WS-SLICES-NUM TO WS-SLICE-COUNT
                   END-IF
               END-IF.

           READ-RUNCTL-RECORD.
               READ RUNCTL-FILE
                   AT END
                       MOVE "Y" TO WS-RUNCTL-EOF
               END-READ.
               IF WS-RUNCTL-EOF NOT = "Y" AND RC-EQUALS = "="
                   IF RC-KEYWORD = "PROFILE "
                       IF RC-VALUE (1:4) = "*ALL"
                           DISPLAY "ERROR: PROFILE=*ALL CANNOT BE "
                               "PARTITIONED - NAME ONE PROFILE"
                           MOVE "Y" TO WS-ABORT-SWITCH
                       ELSE
                           MOVE RC-VALUE (1:8) TO WS-RUN-PROFILE
                       END-IF
                   ELSE
                       IF RC-KEYWORD = "SLICES  "
                           MOVE RC-VALUE (1:2) TO WS-SLICES-X
                       ELSE
                           IF RC-KEYWORD = "JOBNAME "
                               MOVE RC-VALUE (1:8) TO WS-JOB-NAME
                           ELSE
                               DISPLAY "WARNING: RUNCTL KEYWORD "
                                   RC-KEYWORD " NOT USED BY THE "
                                   "PARTITIONED DRIVER - IGNORED"
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           LOAD-RULES.
               MOVE WS-RUN-PROFILE TO BRL-PROFILE-NAME.
               MOVE WS-RUN-DATE TO BRL-RUN-DATE.
               MOVE "L" TO BRL-FUNCTION.
               CALL "buzzrule" USING BUZZRULE-PARMS.
               IF NOT BRL-RC-OK
                   DISPLAY "ERROR: RULE LOAD FAILED, BUZZRULE RC="
                       BRL-RETURN-CODE
                   MOVE "Y" TO WS-ABORT-SWITCH
               ELSE
                   MOVE BRL-PROFILE-NAME TO WS-LOADED-PROFILE
                   MOVE BRL-MAX-BUZZ TO WS-MAX-BUZZ
                   MOVE BRL-START-VALUE TO WS-START-VALUE
                   MOVE BRL-END-VALUE TO WS-END-VALUE
               END-IF.

           RESOLVE-RANGE.
               IF WS-MAX-BUZZ NOT NUMERIC OR WS-MAX-BUZZ = 0
                   DISPLAY "ERROR: MAX-BUZZ MUST BE A NON-ZERO NUMBER"
                   MOVE "Y" TO WS-ABORT-SWITCH
               ELSE
                   IF WS-START-VALUE = 0 AND WS-END-VALUE = 0
                       MOVE 1 TO WS-START-VALUE
                       MOVE WS-MAX-BUZZ TO WS-END-VALUE
                   END-IF
                   IF WS-START-VALUE = 0
                       OR WS-START-VALUE > WS-END-VALUE
                       DISPLAY "ERROR: START-VALUE (" WS-START-VALUE
                           ") MUST BE NON-ZERO AND NOT GREATER THAN "
                           "END-VALUE (" WS-END-VALUE ")"
                       MOVE "Y" TO WS-ABORT-SWITCH
                   END-IF
               END-IF.
               IF WS-ABORT-SWITCH NOT = "Y"
                   COMPUTE WS-RANGE-SIZE
                       = WS-END-VALUE - WS-START-VALUE + 1
                   IF WS-RANGE-SIZE < WS-SLICE-COUNT
                       MOVE WS-RANGE-SIZE TO WS-SLICE-COUNT
                       DISPLAY "WARNING: RANGE SMALLER THAN SLICES - "
                           "REDUCED TO " WS-SLICE-COUNT " SLICES"
                   END-IF
                   DIVIDE WS-RANGE-SIZE BY WS-SLICE-COUNT
                       GIVING WS-SLICE-SIZE
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
                       DISPLAY "RUN LOCK: THE PARTITIONED RUN WILL NOT "
                           "START. RESUBMIT WHEN THE HOLDER HAS ENDED"
                   END-IF
                   CLOSE RUN-LOCK-FILE
               END-IF.

           WRITE-RUN-LOCK.
               OPEN OUTPUT RUN-LOCK-FILE.
               IF WS-RUNLOCK-STATUS NOT = "00"
                   DISPLAY "ERROR: RUN LOCK UNAVAILABLE, STATUS="
                       WS-RUNLOCK-STATUS
               ELSE
                   MOVE SPACES TO RUN-LOCK-RECORD
                   MOVE WS-RUN-NUMBER TO LCK-RUN-NUMBER
                   MOVE WS-RUN-DATE TO LCK-DATE
                   MOVE WS-CURRENT-DATETIME (9:6) TO LCK-TIME
                   MOVE WS-JOB-NAME TO LCK-JOB-NAME
                   WRITE RUN-LOCK-RECORD
                   IF WS-RUNLOCK-STATUS NOT = "00"
                       DISPLAY "ERROR: UNABLE TO WRITE RUN LOCK, "
                           "STATUS=" WS-RUNLOCK-STATUS
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
                   OPEN OUTPUT RUNNBR-FILE
                   IF WS-RUNNBR-STATUS = "00"
                       MOVE 1 TO WS-RUN-NUMBER
                       MOVE WS-RUN-NUMBER TO RN-LAST-RUN
                       WRITE RUNNBR-RECORD
                       CLOSE RUNNBR-FILE
                   ELSE
                       MOVE 0 TO WS-RUN-NUMBER
                       DISPLAY "WARNING: RUN-NUMBER FILE UNAVAILABLE, "
                           "STATUS=" WS-RUNNBR-STATUS
                           " - RUN-NUMBER 000000 USED"
                   END-IF
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
               DISPLAY "RUN-NUMBER " WS-RUN-NUMBER " DATE "
                   WS-RUN-DATE.

           WRITE-PARTITION-CONTROL.
               OPEN OUTPUT PART-CTL-FILE.
               IF WS-PARTCTL-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN PARTCTL, STATUS="
                       WS-PARTCTL-STATUS
                   MOVE "Y" TO WS-ABORT-SWITCH
               ELSE
                   MOVE SPACES TO PART-CTL-RECORD
                   MOVE "H" TO PTC-REC-TYPE
                   MOVE WS-SLICE-COUNT TO PTC-SLICE
                   MOVE WS-START-VALUE TO PTC-START-VALUE
                   MOVE WS-END-VALUE TO PTC-END-VALUE
                   PERFORM WRITE-PARTITION-RECORD
                   PERFORM WRITE-ONE-RULE
                       VARYING WS-RULE-SUB FROM 1 BY 1
                       UNTIL WS-RULE-SUB > BRL-RULE-COUNT
                       OR WS-ABORT-SWITCH = "Y"
                   MOVE WS-START-VALUE TO WS-SLICE-START
                   PERFORM WRITE-ONE-SLICE
                       VARYING WS-SLICE-SUB FROM 1 BY 1
                       UNTIL WS-SLICE-SUB > WS-SLICE-COUNT
                       OR WS-ABORT-SWITCH = "Y"
                   CLOSE PART-CTL-FILE
               END-IF.

           WRITE-ONE-RULE.
               MOVE SPACES TO PART-CTL-RECORD.
               MOVE "R" TO PTC-REC-TYPE.
               MOVE WS-RULE-SUB TO PTC-SLICE.
               MOVE BRL-RULE-DIVISOR (WS-RULE-SUB) TO PTC-RULE-DIVISOR.
               MOVE BRL-RULE-LABEL (WS-RULE-SUB) TO PTC-RULE-LABEL.
               MOVE BRL-MATCH-MODE TO PTC-RULE-MATCH-MODE.
               PERFORM WRITE-PARTITION-RECORD.

           WRITE-ONE-SLICE.
               IF WS-SLICE-SUB = WS-SLICE-COUNT
                   MOVE WS-END-VALUE TO WS-SLICE-END
               ELSE
                   COMPUTE WS-SLICE-END
                       = WS-SLICE-START + WS-SLICE-SIZE - 1
               END-IF.
               MOVE SPACES TO PART-CTL-RECORD.
               MOVE "S" TO PTC-REC-TYPE.
               MOVE WS-SLICE-SUB TO PTC-SLICE.
               MOVE WS-SLICE-START TO PTC-START-VALUE.
               MOVE WS-SLICE-END TO PTC-END-VALUE.
               PERFORM WRITE-PARTITION-RECORD.
               MOVE WS-SLICE-SUB TO WS-RPT-SLICE.
               MOVE WS-SLICE-START TO WS-RPT-SLICE-START.
               MOVE WS-SLICE-END TO WS-RPT-SLICE-END.
               COMPUTE WS-RPT-SLICE-RECORDS
                   = WS-SLICE-END - WS-SLICE-START + 1.
               MOVE WS-RPT-SLICE-LINE TO PART-RPT-RECORD.
               WRITE PART-RPT-RECORD.
               COMPUTE WS-SLICE-START = WS-SLICE-END + 1.

           WRITE-PARTITION-RECORD.
               MOVE WS-RUN-NUMBER TO PTC-RUN-NUMBER.
               MOVE WS-RUN-DATE TO PTC-RUN-DATE.
               MOVE WS-LOADED-PROFILE TO PTC-PROFILE-NAME.
               MOVE WS-MAX-BUZZ TO PTC-MAX-BUZZ.
               MOVE WS-JOB-NAME TO PTC-JOB-NAME.
               WRITE PART-CTL-RECORD.
               IF WS-PARTCTL-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO WRITE PARTCTL RECORD, "
                       "STATUS=" WS-PARTCTL-STATUS
                   MOVE "Y" TO WS-ABORT-SWITCH
               END-IF.
