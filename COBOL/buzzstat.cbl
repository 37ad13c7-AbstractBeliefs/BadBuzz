       IDENTIFICATION DIVISION.
       PROGRAM-ID. buzzstat.
       AUTHOR. Maya Copeland.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STAT-CTL-FILE ASSIGN TO "STATCTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STATCTL-STATUS.
               SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNLOCK-STATUS.
               SELECT STOP-REQ-FILE ASSIGN TO "STOPREQ"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STOPREQ-STATUS.
               SELECT CHKPT-FILE ASSIGN TO "CHKPTFL"
                   ORGANIZATION IS RELATIVE
                   ACCESS MODE IS RANDOM
                   RELATIVE KEY IS WS-CHKPT-RRN
                   FILE STATUS IS WS-CHKPT-STATUS.
               SELECT RUNNBR-FILE ASSIGN TO "RUNNBRFL"
                   ORGANIZATION IS RELATIVE
                   ACCESS MODE IS RANDOM
                   RELATIVE KEY IS WS-RUNNBR-RRN
                   FILE STATUS IS WS-RUNNBR-STATUS.
               SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.
               SELECT STAT-RPT-FILE ASSIGN TO "STATRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STATRPT-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD STAT-CTL-FILE.
           01 STAT-CTL-RECORD.
               03 SCT-KEYWORD PIC X(8).
               03 SCT-EQUALS PIC X.
               03 SCT-VALUE PIC X(16).
               03 FILLER PIC X(55).

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

           FD STOP-REQ-FILE.
           01 STOP-REQ-RECORD PIC X(80).

           FD CHKPT-FILE.
           01 CHKPT-RECORD.
               03 CHKPT-REC-TYPE PIC X.
                   88 CHKPT-IS-HEADER VALUE "H".
               03 CHKPT-HEADER-DATA.
                   05 CHKPT-INCREMENT PIC 9(7).
                   05 CHKPT-MAX-BUZZ PIC 9(7).
                   05 CHKPT-RULE-COUNT PIC 9(2).
                   05 CHKPT-START-VALUE PIC 9(7).
                   05 CHKPT-END-VALUE PIC 9(7).
                   05 CHKPT-PROCESSED-COUNT PIC 9(7).
                   05 CHKPT-NUMBER-COUNT PIC 9(7).
                   05 CHKPT-PROFILE-NAME PIC X(8).

           FD RUNNBR-FILE.
           01 RUNNBR-RECORD.
               03 RN-LAST-RUN PIC 9(6).

           FD AUDIT-FILE.
           01 AUDIT-RECORD.
               03 AUD-TAG PIC X(10).
               03 AUD-BODY PIC X(70).

           FD STAT-RPT-FILE.
           01 STAT-RPT-RECORD PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-FILE-STATUSES.
               03 WS-STATCTL-STATUS PIC X(2).
               03 WS-RUNLOCK-STATUS PIC X(2).
               03 WS-STOPREQ-STATUS PIC X(2).
               03 WS-CHKPT-STATUS PIC X(2).
               03 WS-RUNNBR-STATUS PIC X(2).
               03 WS-AUDIT-STATUS PIC X(2).
               03 WS-STATRPT-STATUS PIC X(2).

           01 WS-THRESHOLDS.
               03 WS-LOCK-AMBER-MINS PIC 9(4) VALUE 60.
               03 WS-LOCK-RED-MINS PIC 9(4) VALUE 240.
               03 WS-STOP-FLAG PIC X(5) VALUE "RED".
               03 WS-CHKPT-RED-PCT PIC 9(4) VALUE 50.
               03 WS-AGE-AMBER-DAYS PIC 9(4) VALUE 1.
               03 WS-AGE-RED-DAYS PIC 9(4) VALUE 3.
               03 WS-MSTCHG-AMBER PIC 9(7) VALUE 0.
               03 WS-MSTCHG-RED PIC 9(7) VALUE 0.

           01 WS-CTL-ERROR PIC X VALUE "N".
           01 WS-CTL-EOF PIC X VALUE "N".
           01 WS-CTL-SMALL-X PIC X(4).
           01 WS-CTL-SMALL-NUM REDEFINES WS-CTL-SMALL-X PIC 9(4).
           01 WS-CTL-COUNT-X PIC X(7).
           01 WS-CTL-COUNT-NUM REDEFINES WS-CTL-COUNT-X PIC 9(7).
           01 WS-CTL-SMALL-VALUE PIC 9(4) VALUE 0.
           01 WS-CTL-COUNT-VALUE PIC 9(7) VALUE 0.

           01 WS-CURRENT-DATETIME PIC X(21).
           01 WS-TODAY-X PIC X(8).
           01 WS-TODAY-NUM REDEFINES WS-TODAY-X PIC 9(8).
           01 WS-DATE-X PIC X(8).
           01 WS-DATE-NUM REDEFINES WS-DATE-X PIC 9(8).
           01 WS-TIME-X PIC X(6).
           01 WS-TIME-NUM REDEFINES WS-TIME-X.
               03 WS-TIME-HH PIC 9(2).
               03 WS-TIME-MM PIC 9(2).
               03 WS-TIME-SS PIC 9(2).
           01 WS-NOW-MINS PIC 9(4) VALUE 0.
           01 WS-THEN-MINS PIC 9(4) VALUE 0.
           01 WS-AGE-DAYS PIC S9(5) VALUE 0.
           01 WS-AGE-MINS PIC S9(7) VALUE 0.

           01 WS-ITEM-RANK PIC 9 VALUE 0.
           01 WS-WORST-RANK PIC 9 VALUE 0.
           01 WS-RED-COUNT PIC 9(2) VALUE 0.
           01 WS-AMBER-COUNT PIC 9(2) VALUE 0.
           01 WS-ITEM-ACTION PIC X(55) VALUE SPACES.
           01 WS-ACT-BKO-REFUSED PIC X(55)
               VALUE "BACKOUT REFUSED - MASTER UNCHANGED, SEE BKOTRPT".

           01 WS-LOCK-PRESENT PIC X VALUE "N".
           01 WS-LOCK-RUN-NUMBER PIC 9(6) VALUE 0.
           01 WS-CHKPT-RRN PIC 9(4) VALUE 1.
           01 WS-CHKPT-RANGE PIC 9(7) VALUE 0.
           01 WS-CHKPT-DONE PIC 9(7) VALUE 0.
           01 WS-CHKPT-PCT PIC 9(3) VALUE 0.
           01 WS-CHKPT-LEFT-PCT PIC 9(3) VALUE 0.
           01 WS-RUNNBR-RRN PIC 9(4) VALUE 1.
           01 WS-RUNNBR-KNOWN PIC X VALUE "N".
           01 WS-LAST-RUN PIC 9(6) VALUE 0.

           01 WS-AUDIT-OPEN PIC X VALUE "N".
           01 WS-AUDIT-EOF PIC X VALUE "N".
           01 WS-BLOCK-COUNT PIC 9(4) VALUE 0.
           01 WS-BLOCK-TYPE PIC X(3) VALUE SPACES.
           01 WS-BLOCK-RUN PIC 9(6) VALUE 0.
           01 WS-LAST-TYPE PIC X(3) VALUE SPACES.
           01 WS-LAST-DATETIME PIC X(14) VALUE SPACES.
           01 WS-LAST-AUDIT-RUN PIC 9(6) VALUE 0.
           01 WS-HIGH-AUDIT-RUN PIC 9(6) VALUE 0.
           01 WS-STATUS-SEEN PIC X VALUE "N".
           01 WS-STATUS-LINES PIC 9(4) VALUE 0.
           01 WS-STS-RANK PIC 9 VALUE 0.
           01 WS-STS-TYPE PIC X(3) VALUE SPACES.
           01 WS-STS-RUN PIC 9(6) VALUE 0.
           01 WS-STS-VALUE PIC X(8) VALUE SPACES.
           01 WS-STS-REASON PIC X(24) VALUE SPACES.
           01 WS-LINE-RANK PIC 9 VALUE 0.
           01 WS-LINE-STATUS PIC X(8) VALUE SPACES.
           01 WS-MSTCHG-SEEN PIC X VALUE "N".
           01 WS-MSTCHG-TOTAL PIC 9(7) VALUE 0.
           01 WS-RUN-X PIC X(6).
           01 WS-RUN-NUM REDEFINES WS-RUN-X PIC 9(6).
           01 WS-COUNT-X PIC X(7).
           01 WS-COUNT-NUM REDEFINES WS-COUNT-X PIC 9(7).

           01 WS-EDIT-FIELDS.
               03 WS-ED-RUN PIC 9(6).
               03 WS-ED-RUN-2 PIC 9(6).
               03 WS-ED-MINS PIC Z(6)9.
               03 WS-ED-DAYS PIC Z(4)9.
               03 WS-ED-INCREMENT PIC 9(7).
               03 WS-ED-START PIC 9(7).
               03 WS-ED-END PIC 9(7).
               03 WS-ED-PCT PIC ZZ9.
               03 WS-ED-COUNT PIC Z(6)9.
               03 WS-ED-BLOCKS PIC Z(3)9.

           01 WS-RPT-TITLE-LINE.
               03 FILLER PIC X(40)
                   VALUE "COBUZZ MORNING OPERATIONS STATUS".
               03 WS-RPT-DATETIME PIC X(14).
               03 FILLER PIC X(26) VALUE SPACES.

           01 WS-RPT-THRESH-LINE-1.
               03 FILLER PIC X(22) VALUE "THRESHOLDS: LOCK AGE  ".
               03 WS-RPT-TH-LOCK-AMBER PIC ZZZ9.
               03 FILLER PIC X VALUE "/".
               03 WS-RPT-TH-LOCK-RED PIC ZZZ9.
               03 FILLER PIC X(20) VALUE " MIN   STOP REQUEST ".
               03 WS-RPT-TH-STOP PIC X(5).
               03 FILLER PIC X(24) VALUE SPACES.

           01 WS-RPT-THRESH-LINE-2.
               03 FILLER PIC X(22) VALUE "            RUN AGE   ".
               03 WS-RPT-TH-AGE-AMBER PIC ZZZ9.
               03 FILLER PIC X VALUE "/".
               03 WS-RPT-TH-AGE-RED PIC ZZZ9.
               03 FILLER PIC X(22) VALUE " DAYS  CHKPT LEFT PCT ".
               03 WS-RPT-TH-CHKPT PIC ZZZ9.
               03 FILLER PIC X(25) VALUE SPACES.

           01 WS-RPT-THRESH-LINE-3.
               03 FILLER PIC X(22) VALUE "            MSTCHG    ".
               03 WS-RPT-TH-MST-AMBER PIC Z(6)9.
               03 FILLER PIC X VALUE "/".
               03 WS-RPT-TH-MST-RED PIC Z(6)9.
               03 FILLER PIC X(43) VALUE " (0 = NOT CHECKED)".

           01 WS-RPT-HEADING.
               03 FILLER PIC X(16) VALUE "ITEM".
               03 FILLER PIC X(2) VALUE SPACES.
               03 FILLER PIC X(5) VALUE "FLAG".
               03 FILLER PIC X(2) VALUE SPACES.
               03 FILLER PIC X(55) VALUE "DETAIL".

           01 WS-RPT-ITEM-LINE.
               03 WS-RPT-ITM-NAME PIC X(16).
               03 FILLER PIC X(2) VALUE SPACES.
               03 WS-RPT-ITM-FLAG PIC X(5).
               03 FILLER PIC X(2) VALUE SPACES.
               03 WS-RPT-ITM-DETAIL PIC X(55).

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
               MOVE WS-CURRENT-DATETIME (1:8) TO WS-TODAY-X.
               MOVE WS-CURRENT-DATETIME (9:6) TO WS-TIME-X.
               COMPUTE WS-NOW-MINS = WS-TIME-HH * 60 + WS-TIME-MM.
               OPEN OUTPUT STAT-RPT-FILE.
               IF WS-STATRPT-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN STATUS REPORT, STATUS="
                       WS-STATRPT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE WS-CURRENT-DATETIME (1:14) TO WS-RPT-DATETIME.
               MOVE WS-RPT-TITLE-LINE TO STAT-RPT-RECORD.
               WRITE STAT-RPT-RECORD.
               PERFORM READ-STATUS-CONTROL.
               IF WS-CTL-ERROR = "Y"
                   MOVE "INVALID STATUS CONTROL CARD - NOTHING CHECKED"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 12 TO RETURN-CODE
                   PERFORM WRITE-RESULT-AND-CLOSE
               END-IF.
               MOVE WS-LOCK-AMBER-MINS TO WS-RPT-TH-LOCK-AMBER.
               MOVE WS-LOCK-RED-MINS TO WS-RPT-TH-LOCK-RED.
               MOVE WS-STOP-FLAG TO WS-RPT-TH-STOP.
               MOVE WS-RPT-THRESH-LINE-1 TO STAT-RPT-RECORD.
               WRITE STAT-RPT-RECORD.
               MOVE WS-AGE-AMBER-DAYS TO WS-RPT-TH-AGE-AMBER.
               MOVE WS-AGE-RED-DAYS TO WS-RPT-TH-AGE-RED.
               MOVE WS-CHKPT-RED-PCT TO WS-RPT-TH-CHKPT.
               MOVE WS-RPT-THRESH-LINE-2 TO STAT-RPT-RECORD.
               WRITE STAT-RPT-RECORD.
               MOVE WS-MSTCHG-AMBER TO WS-RPT-TH-MST-AMBER.
               MOVE WS-MSTCHG-RED TO WS-RPT-TH-MST-RED.
               MOVE WS-RPT-THRESH-LINE-3 TO STAT-RPT-RECORD.
               WRITE STAT-RPT-RECORD.
               MOVE WS-RPT-BLANK-LINE TO STAT-RPT-RECORD.
               WRITE STAT-RPT-RECORD.
               MOVE WS-RPT-HEADING TO STAT-RPT-RECORD.
               WRITE STAT-RPT-RECORD.
               PERFORM CHECK-RUN-LOCK-ITEM.
               PERFORM CHECK-STOP-REQUEST-ITEM.
               PERFORM CHECK-CHECKPOINT-ITEM.
               PERFORM READ-RUN-NUMBER.
               PERFORM SCAN-AUDIT-LOG.
               PERFORM CHECK-RUN-NUMBER-ITEM.
               PERFORM CHECK-RUN-DATE-ITEM.
               PERFORM CHECK-RUN-STATUS-ITEM.
               PERFORM CHECK-MASTER-CHANGE-ITEM.
               MOVE WS-RPT-BLANK-LINE TO STAT-RPT-RECORD.
               WRITE STAT-RPT-RECORD.
               MOVE "ITEMS FLAGGED RED" TO WS-RPT-CNT-TEXT.
               MOVE WS-RED-COUNT TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO STAT-RPT-RECORD.
               WRITE STAT-RPT-RECORD.
               MOVE "ITEMS FLAGGED AMBER" TO WS-RPT-CNT-TEXT.
               MOVE WS-AMBER-COUNT TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO STAT-RPT-RECORD.
               WRITE STAT-RPT-RECORD.
               IF WS-WORST-RANK = 2
                   MOVE "RED - ACTION NEEDED BEFORE THE NEXT COBUZZJB"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-WORST-RANK = 1
                       MOVE "AMBER - REVIEW BEFORE THE NEXT COBUZZJB"
                           TO WS-RPT-RESULT-TEXT
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE "ALL GREEN - COBUZZJB MAY RUN"
                           TO WS-RPT-RESULT-TEXT
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF.
               DISPLAY "OPS STATUS: " WS-RED-COUNT " RED, "
                   WS-AMBER-COUNT " AMBER - SEE STATRPT".
               PERFORM WRITE-RESULT-AND-CLOSE.

           WRITE-RESULT-AND-CLOSE.
               MOVE WS-RPT-BLANK-LINE TO STAT-RPT-RECORD.
               WRITE STAT-RPT-RECORD.
               MOVE WS-RPT-RESULT-LINE TO STAT-RPT-RECORD.
               WRITE STAT-RPT-RECORD.
               CLOSE STAT-RPT-FILE.
               STOP RUN.

           READ-STATUS-CONTROL.
               OPEN INPUT STAT-CTL-FILE.
               IF WS-STATCTL-STATUS = "00"
                   PERFORM READ-STATCTL-RECORD
                       UNTIL WS-CTL-EOF = "Y"
                   CLOSE STAT-CTL-FILE
               END-IF.
               IF WS-LOCK-AMBER-MINS > WS-LOCK-RED-MINS
                   OR WS-AGE-AMBER-DAYS > WS-AGE-RED-DAYS
                   DISPLAY "ERROR: AN AMBER THRESHOLD IS ABOVE ITS "
                       "RED THRESHOLD"
                   MOVE "Y" TO WS-CTL-ERROR
               END-IF.
               IF WS-MSTCHG-RED > 0
                   AND WS-MSTCHG-AMBER > WS-MSTCHG-RED
                   DISPLAY "ERROR: MSTCAMBR IS ABOVE MSTCRED"
                   MOVE "Y" TO WS-CTL-ERROR
               END-IF.
               IF WS-CHKPT-RED-PCT > 100
                   DISPLAY "ERROR: CHKPTRED MUST BE 0000 TO 0100"
                   MOVE "Y" TO WS-CTL-ERROR
               END-IF.

           READ-STATCTL-RECORD.
               READ STAT-CTL-FILE
                   AT END
                       MOVE "Y" TO WS-CTL-EOF
               END-READ.
               IF WS-CTL-EOF NOT = "Y" AND SCT-EQUALS = "="
                   IF SCT-KEYWORD = "LOCKAMBR"
                       OR SCT-KEYWORD = "LOCKRED "
                       PERFORM TAKE-LOCK-CARD
                   ELSE
                       IF SCT-KEYWORD = "AGEAMBR "
                           OR SCT-KEYWORD = "AGERED  "
                           PERFORM TAKE-AGE-CARD
                       ELSE
                           IF SCT-KEYWORD = "MSTCAMBR"
                               OR SCT-KEYWORD = "MSTCRED "
                               PERFORM TAKE-MSTCHG-CARD
                           ELSE
                               IF SCT-KEYWORD = "STOPFLAG"
                                   PERFORM TAKE-STOPFLAG-CARD
                               ELSE
                                   IF SCT-KEYWORD = "CHKPTRED"
                                       PERFORM TAKE-SMALL-VALUE
                                       MOVE WS-CTL-SMALL-VALUE
                                           TO WS-CHKPT-RED-PCT
                                   ELSE
                                       DISPLAY "WARNING: STATCTL "
                                           "KEYWORD " SCT-KEYWORD
                                           " NOT RECOGNISED - IGNORED"
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           TAKE-LOCK-CARD.
               PERFORM TAKE-SMALL-VALUE.
               IF SCT-KEYWORD = "LOCKAMBR"
                   MOVE WS-CTL-SMALL-VALUE TO WS-LOCK-AMBER-MINS
               ELSE
                   MOVE WS-CTL-SMALL-VALUE TO WS-LOCK-RED-MINS
               END-IF.

           TAKE-AGE-CARD.
               PERFORM TAKE-SMALL-VALUE.
               IF SCT-KEYWORD = "AGEAMBR "
                   MOVE WS-CTL-SMALL-VALUE TO WS-AGE-AMBER-DAYS
               ELSE
                   MOVE WS-CTL-SMALL-VALUE TO WS-AGE-RED-DAYS
               END-IF.

           TAKE-MSTCHG-CARD.
               PERFORM TAKE-COUNT-VALUE.
               IF SCT-KEYWORD = "MSTCAMBR"
                   MOVE WS-CTL-COUNT-VALUE TO WS-MSTCHG-AMBER
               ELSE
                   MOVE WS-CTL-COUNT-VALUE TO WS-MSTCHG-RED
               END-IF.

           TAKE-STOPFLAG-CARD.
               IF SCT-VALUE (1:5) = "AMBER" OR SCT-VALUE (1:5) = "RED  "
                   MOVE SCT-VALUE (1:5) TO WS-STOP-FLAG
               ELSE
                   DISPLAY "ERROR: STOPFLAG VALUE MUST BE AMBER OR RED"
                   MOVE "Y" TO WS-CTL-ERROR
               END-IF.

           TAKE-SMALL-VALUE.
               MOVE SCT-VALUE (1:4) TO WS-CTL-SMALL-X.
               IF WS-CTL-SMALL-X NUMERIC
                   MOVE WS-CTL-SMALL-NUM TO WS-CTL-SMALL-VALUE
               ELSE
                   DISPLAY "ERROR: " SCT-KEYWORD " VALUE "
                       WS-CTL-SMALL-X " IS NOT A 4-DIGIT NUMBER"
                   MOVE "Y" TO WS-CTL-ERROR
                   MOVE 0 TO WS-CTL-SMALL-VALUE
               END-IF.

           TAKE-COUNT-VALUE.
               MOVE SCT-VALUE (1:7) TO WS-CTL-COUNT-X.
               IF WS-CTL-COUNT-X NUMERIC
                   MOVE WS-CTL-COUNT-NUM TO WS-CTL-COUNT-VALUE
               ELSE
                   DISPLAY "ERROR: " SCT-KEYWORD " VALUE "
                       WS-CTL-COUNT-X " IS NOT A 7-DIGIT NUMBER"
                   MOVE "Y" TO WS-CTL-ERROR
                   MOVE 0 TO WS-CTL-COUNT-VALUE
               END-IF.

           WRITE-ITEM-LINE.
               IF WS-ITEM-RANK = 2
                   MOVE "RED" TO WS-RPT-ITM-FLAG
                   ADD 1 TO WS-RED-COUNT
               ELSE
                   IF WS-ITEM-RANK = 1
                       MOVE "AMBER" TO WS-RPT-ITM-FLAG
                       ADD 1 TO WS-AMBER-COUNT
                   ELSE
                       MOVE "GREEN" TO WS-RPT-ITM-FLAG
                   END-IF
               END-IF.
               IF WS-ITEM-RANK > WS-WORST-RANK
                   MOVE WS-ITEM-RANK TO WS-WORST-RANK
               END-IF.
               MOVE WS-RPT-ITEM-LINE TO STAT-RPT-RECORD.
               WRITE STAT-RPT-RECORD.
               IF WS-ITEM-ACTION NOT = SPACES
                   MOVE SPACES TO WS-RPT-ITM-NAME
                   MOVE SPACES TO WS-RPT-ITM-FLAG
                   MOVE WS-ITEM-ACTION TO WS-RPT-ITM-DETAIL
                   MOVE WS-RPT-ITEM-LINE TO STAT-RPT-RECORD
                   WRITE STAT-RPT-RECORD
               END-IF.

           START-ITEM.
               MOVE 0 TO WS-ITEM-RANK.
               MOVE SPACES TO WS-RPT-ITM-DETAIL.
               MOVE SPACES TO WS-ITEM-ACTION.

           CHECK-RUN-LOCK-ITEM.
               PERFORM START-ITEM.
               MOVE "RUN LOCK" TO WS-RPT-ITM-NAME.
               OPEN INPUT RUN-LOCK-FILE.
               IF WS-RUNLOCK-STATUS NOT = "00"
                   MOVE 2 TO WS-ITEM-RANK
                   STRING "RUNLOCK NOT READABLE, STATUS="
                           DELIMITED BY SIZE
                       WS-RUNLOCK-STATUS DELIMITED BY SIZE
                       INTO WS-RPT-ITM-DETAIL
                   END-STRING
                   MOVE "COBUZZ CANNOT TAKE ITS LOCK - CHECK DATASET"
                       TO WS-ITEM-ACTION
               ELSE
                   READ RUN-LOCK-FILE
                       AT END
                           MOVE "NOT HELD" TO WS-RPT-ITM-DETAIL
                   END-READ
                   IF WS-RUNLOCK-STATUS = "00"
                       MOVE "Y" TO WS-LOCK-PRESENT
                       MOVE LCK-RUN-NUMBER TO WS-LOCK-RUN-NUMBER
                       PERFORM AGE-RUN-LOCK
                   END-IF
                   CLOSE RUN-LOCK-FILE
               END-IF.
               PERFORM WRITE-ITEM-LINE.

           AGE-RUN-LOCK.
               MOVE LCK-DATE TO WS-DATE-X.
               MOVE LCK-TIME TO WS-TIME-X.
               IF WS-DATE-X NOT NUMERIC OR WS-TIME-X NOT NUMERIC
                   OR LCK-RUN-NUMBER NOT NUMERIC
                   MOVE 2 TO WS-ITEM-RANK
                   MOVE "LOCK RECORD PRESENT BUT UNREADABLE"
                       TO WS-RPT-ITM-DETAIL
                   MOVE "CONFIRM NO COBUZZ STEP RUNNING, THEN BUZZUNLJ"
                       TO WS-ITEM-ACTION
               ELSE
                   COMPUTE WS-THEN-MINS = WS-TIME-HH * 60 + WS-TIME-MM
                   COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
                       - FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
                   COMPUTE WS-AGE-MINS = WS-AGE-DAYS * 1440
                       + WS-NOW-MINS - WS-THEN-MINS
                   IF WS-AGE-MINS < 0
                       MOVE 0 TO WS-AGE-MINS
                   END-IF
                   MOVE LCK-RUN-NUMBER TO WS-ED-RUN
                   MOVE WS-AGE-MINS TO WS-ED-MINS
                   STRING "RUN " DELIMITED BY SIZE
                       WS-ED-RUN DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       LCK-JOB-NAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       LCK-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       LCK-TIME DELIMITED BY SIZE
                       " AGE" DELIMITED BY SIZE
                       WS-ED-MINS DELIMITED BY SIZE
                       " MIN" DELIMITED BY SIZE
                       INTO WS-RPT-ITM-DETAIL
                   END-STRING
                   IF WS-AGE-MINS < WS-LOCK-AMBER-MINS
                       MOVE 0 TO WS-ITEM-RANK
                       MOVE "RUN IN PROGRESS" TO WS-ITEM-ACTION
                   ELSE
                       IF WS-AGE-MINS < WS-LOCK-RED-MINS
                           MOVE 1 TO WS-ITEM-RANK
                           MOVE "CHECK THE HOLDING JOB IS EXECUTING"
                               TO WS-ITEM-ACTION
                       ELSE
                           MOVE 2 TO WS-ITEM-RANK
                           MOVE "STALE LOCK - CONFIRM, THEN BUZZUNLJ"
                               TO WS-ITEM-ACTION
                       END-IF
                   END-IF
               END-IF.

           CHECK-STOP-REQUEST-ITEM.
               PERFORM START-ITEM.
               MOVE "STOP REQUEST" TO WS-RPT-ITM-NAME.
               OPEN INPUT STOP-REQ-FILE.
               IF WS-STOPREQ-STATUS NOT = "00"
                   MOVE 1 TO WS-ITEM-RANK
                   STRING "STOPREQ NOT READABLE, STATUS="
                           DELIMITED BY SIZE
                       WS-STOPREQ-STATUS DELIMITED BY SIZE
                       INTO WS-RPT-ITM-DETAIL
                   END-STRING
                   MOVE "OPERATOR STOPS CANNOT BE REQUESTED UNTIL FIXED"
                       TO WS-ITEM-ACTION
               ELSE
                   READ STOP-REQ-FILE
                       AT END
                           MOVE "NONE" TO WS-RPT-ITM-DETAIL
                   END-READ
                   IF WS-STOPREQ-STATUS = "00"
                       IF WS-STOP-FLAG = "AMBER"
                           MOVE 1 TO WS-ITEM-RANK
                       ELSE
                           MOVE 2 TO WS-ITEM-RANK
                       END-IF
                       STRING "PRESENT: " DELIMITED BY SIZE
                           STOP-REQ-RECORD (1:46) DELIMITED BY SIZE
                           INTO WS-RPT-ITM-DETAIL
                       END-STRING
                       MOVE "CLEAR PROD.COBUZZ.STOPREQ BEFORE NEXT RUN"
                           TO WS-ITEM-ACTION
                   END-IF
                   CLOSE STOP-REQ-FILE
               END-IF.
               PERFORM WRITE-ITEM-LINE.

           CHECK-CHECKPOINT-ITEM.
               PERFORM START-ITEM.
               MOVE "CHECKPOINT" TO WS-RPT-ITM-NAME.
               MOVE "NONE - NEXT RUN STARTS FRESH" TO WS-RPT-ITM-DETAIL.
               OPEN INPUT CHKPT-FILE.
               IF WS-CHKPT-STATUS = "00"
                   MOVE 1 TO WS-CHKPT-RRN
                   READ CHKPT-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-CHKPT-STATUS = "00"
                       PERFORM MEASURE-CHECKPOINT
                   END-IF
                   CLOSE CHKPT-FILE
               END-IF.
               PERFORM WRITE-ITEM-LINE.

           MEASURE-CHECKPOINT.
               IF NOT CHKPT-IS-HEADER
                   OR CHKPT-INCREMENT NOT NUMERIC
                   OR CHKPT-START-VALUE NOT NUMERIC
                   OR CHKPT-END-VALUE NOT NUMERIC
                   MOVE 2 TO WS-ITEM-RANK
                   MOVE "CHECKPOINT RECORD 1 IS NOT A VALID HEADER"
                       TO WS-RPT-ITM-DETAIL
                   MOVE "NEXT RUN WILL DISCARD IT AND START FRESH"
                       TO WS-ITEM-ACTION
               ELSE
                   IF CHKPT-START-VALUE > CHKPT-END-VALUE
                       OR CHKPT-INCREMENT < CHKPT-START-VALUE
                       OR CHKPT-INCREMENT > CHKPT-END-VALUE + 1
                       MOVE 2 TO WS-ITEM-RANK
                       MOVE 100 TO WS-CHKPT-LEFT-PCT
                       MOVE "NEXT RUN WILL DISCARD IT AND START FRESH"
                           TO WS-ITEM-ACTION
                   ELSE
                       COMPUTE WS-CHKPT-RANGE =
                           CHKPT-END-VALUE - CHKPT-START-VALUE + 1
                       COMPUTE WS-CHKPT-DONE =
                           CHKPT-INCREMENT - CHKPT-START-VALUE
                       COMPUTE WS-CHKPT-PCT =
                           WS-CHKPT-DONE * 100 / WS-CHKPT-RANGE
                       COMPUTE WS-CHKPT-LEFT-PCT = 100 - WS-CHKPT-PCT
                       IF WS-CHKPT-LEFT-PCT > WS-CHKPT-RED-PCT
                           MOVE 2 TO WS-ITEM-RANK
                           MOVE "RESTART PENDING - LARGE RANGE LEFT"
                               TO WS-ITEM-ACTION
                       ELSE
                           MOVE 1 TO WS-ITEM-RANK
                           MOVE "RESTART PENDING - NEXT RUN RESUMES"
                               TO WS-ITEM-ACTION
                       END-IF
                   END-IF
                   MOVE CHKPT-INCREMENT TO WS-ED-INCREMENT
                   MOVE CHKPT-START-VALUE TO WS-ED-START
                   MOVE CHKPT-END-VALUE TO WS-ED-END
                   MOVE WS-CHKPT-PCT TO WS-ED-PCT
                   STRING CHKPT-PROFILE-NAME DELIMITED BY SIZE
                       " AT " DELIMITED BY SIZE
                       WS-ED-INCREMENT DELIMITED BY SIZE
                       " OF " DELIMITED BY SIZE
                       WS-ED-START DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-ED-END DELIMITED BY SIZE
                       " DONE " DELIMITED BY SIZE
                       WS-ED-PCT DELIMITED BY SIZE
                       "%" DELIMITED BY SIZE
                       INTO WS-RPT-ITM-DETAIL
                   END-STRING
               END-IF.

           READ-RUN-NUMBER.
               OPEN INPUT RUNNBR-FILE.
               IF WS-RUNNBR-STATUS = "00"
                   MOVE 1 TO WS-RUNNBR-RRN
                   READ RUNNBR-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-RUNNBR-STATUS = "00"
                       AND RN-LAST-RUN NUMERIC
                       MOVE "Y" TO WS-RUNNBR-KNOWN
                       MOVE RN-LAST-RUN TO WS-LAST-RUN
                   END-IF
                   CLOSE RUNNBR-FILE
               END-IF.

           SCAN-AUDIT-LOG.
               OPEN INPUT AUDIT-FILE.
               IF WS-AUDIT-STATUS = "00"
                   MOVE "Y" TO WS-AUDIT-OPEN
                   PERFORM READ-AUDIT-RECORD
                       UNTIL WS-AUDIT-EOF = "Y"
                   CLOSE AUDIT-FILE
               END-IF.

           READ-AUDIT-RECORD.
               READ AUDIT-FILE
                   AT END
                       MOVE "Y" TO WS-AUDIT-EOF
               END-READ.
               IF WS-AUDIT-EOF NOT = "Y"
                   IF AUD-TAG = "RUN-AUDIT:" OR AUD-TAG = "BKO-AUDIT:"
                       OR AUD-TAG = "PRG-AUDIT:"
                       IF AUD-BODY (1:3) = "   "
                           PERFORM TAKE-AUDIT-DETAIL
                       ELSE
                           PERFORM START-AUDIT-BLOCK
                       END-IF
                   END-IF
               END-IF.

           START-AUDIT-BLOCK.
               ADD 1 TO WS-BLOCK-COUNT.
               MOVE AUD-TAG (1:3) TO WS-BLOCK-TYPE.
               MOVE AUD-TAG (1:3) TO WS-LAST-TYPE.
               MOVE AUD-BODY (2:14) TO WS-LAST-DATETIME.
               MOVE 0 TO WS-BLOCK-RUN.

           TAKE-AUDIT-DETAIL.
               IF AUD-BODY (1:14) = "   RUN-NUMBER="
                   MOVE AUD-BODY (15:6) TO WS-RUN-X
                   IF WS-RUN-X NUMERIC
                       MOVE WS-RUN-NUM TO WS-BLOCK-RUN
                       MOVE WS-RUN-NUM TO WS-LAST-AUDIT-RUN
                       IF WS-RUN-NUM > WS-HIGH-AUDIT-RUN
                           MOVE WS-RUN-NUM TO WS-HIGH-AUDIT-RUN
                       END-IF
                   END-IF
               ELSE
                   IF AUD-BODY (1:10) = "   STATUS="
                       PERFORM TAKE-AUDIT-STATUS
                   ELSE
                       IF AUD-BODY (1:18) = "   MASTER-CHANGES="
                           MOVE AUD-BODY (19:7) TO WS-COUNT-X
                           INSPECT WS-COUNT-X
                               REPLACING LEADING SPACE BY ZERO
                           IF WS-COUNT-X NUMERIC
                               MOVE "Y" TO WS-MSTCHG-SEEN
                               ADD WS-COUNT-NUM TO WS-MSTCHG-TOTAL
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           TAKE-AUDIT-STATUS.
               ADD 1 TO WS-STATUS-LINES.
               MOVE AUD-BODY (11:8) TO WS-LINE-STATUS.
               IF WS-LINE-STATUS = "COMPLETE"
                   MOVE 0 TO WS-LINE-RANK
               ELSE
                   IF WS-LINE-STATUS = "PARTIAL"
                       OR WS-LINE-STATUS = "EMPTY"
                       MOVE 1 TO WS-LINE-RANK
                   ELSE
                       MOVE 2 TO WS-LINE-RANK
                   END-IF
               END-IF.
               IF WS-STATUS-SEEN NOT = "Y"
                   OR WS-LINE-RANK NOT < WS-STS-RANK
                   MOVE "Y" TO WS-STATUS-SEEN
                   MOVE WS-LINE-RANK TO WS-STS-RANK
                   MOVE WS-BLOCK-TYPE TO WS-STS-TYPE
                   MOVE WS-BLOCK-RUN TO WS-STS-RUN
                   MOVE WS-LINE-STATUS TO WS-STS-VALUE
                   IF AUD-BODY (19:8) = " REASON="
                       MOVE AUD-BODY (27:24) TO WS-STS-REASON
                   ELSE
                       MOVE SPACES TO WS-STS-REASON
                   END-IF
               END-IF.

           CHECK-RUN-NUMBER-ITEM.
               PERFORM START-ITEM.
               MOVE "LAST RUN NUMBER" TO WS-RPT-ITM-NAME.
               MOVE WS-LAST-RUN TO WS-ED-RUN.
               MOVE WS-HIGH-AUDIT-RUN TO WS-ED-RUN-2.
               IF WS-RUNNBR-KNOWN NOT = "Y"
                   MOVE 1 TO WS-ITEM-RANK
                   STRING "RUNNBRFL NOT READABLE OR EMPTY, STATUS="
                           DELIMITED BY SIZE
                       WS-RUNNBR-STATUS DELIMITED BY SIZE
                       INTO WS-RPT-ITM-DETAIL
                   END-STRING
                   MOVE "NORMAL ONLY BEFORE THE FIRST EVER RUN"
                       TO WS-ITEM-ACTION
               ELSE
                   IF WS-BLOCK-COUNT = 0
                       MOVE 1 TO WS-ITEM-RANK
                       STRING "RUNNBRFL " DELIMITED BY SIZE
                           WS-ED-RUN DELIMITED BY SIZE
                           ", NO AUDITLOG TO COMPARE" DELIMITED BY SIZE
                           INTO WS-RPT-ITM-DETAIL
                       END-STRING
                   ELSE
                       STRING "RUNNBRFL " DELIMITED BY SIZE
                           WS-ED-RUN DELIMITED BY SIZE
                           ", LATEST AUDITLOG " DELIMITED BY SIZE
                           WS-ED-RUN-2 DELIMITED BY SIZE
                           INTO WS-RPT-ITM-DETAIL
                       END-STRING
                       PERFORM COMPARE-RUN-NUMBERS
                   END-IF
               END-IF.
               PERFORM WRITE-ITEM-LINE.

           COMPARE-RUN-NUMBERS.
               IF WS-LAST-RUN = WS-HIGH-AUDIT-RUN
                   MOVE 0 TO WS-ITEM-RANK
               ELSE
                   IF WS-LAST-RUN > WS-HIGH-AUDIT-RUN
                       IF WS-LOCK-PRESENT = "Y"
                           AND WS-LOCK-RUN-NUMBER = WS-LAST-RUN
                           MOVE 1 TO WS-ITEM-RANK
                           MOVE "RUN STILL HOLDS THE LOCK - NOT AUDITED"
                               TO WS-ITEM-ACTION
                       ELSE
                           MOVE 2 TO WS-ITEM-RANK
                           MOVE "RUN NOT AUDITED - CHECK ITS JOB LOG"
                               TO WS-ITEM-ACTION
                       END-IF
                   ELSE
                       MOVE 2 TO WS-ITEM-RANK
                       MOVE "RUNNBRFL BEHIND AUDITLOG - NUMBERS REUSED"
                           TO WS-ITEM-ACTION
                   END-IF
               END-IF.

           CHECK-RUN-DATE-ITEM.
               PERFORM START-ITEM.
               MOVE "LAST RUN DATE" TO WS-RPT-ITM-NAME.
               MOVE WS-LAST-DATETIME (1:8) TO WS-DATE-X.
               IF WS-BLOCK-COUNT = 0
                   MOVE 2 TO WS-ITEM-RANK
                   IF WS-AUDIT-OPEN = "Y"
                       MOVE "NO AUDIT BLOCK IN THE LATEST AUDITLOG"
                           TO WS-RPT-ITM-DETAIL
                   ELSE
                       STRING "AUDITLOG NOT READABLE, STATUS="
                               DELIMITED BY SIZE
                           WS-AUDIT-STATUS DELIMITED BY SIZE
                           INTO WS-RPT-ITM-DETAIL
                       END-STRING
                   END-IF
                   MOVE "CHECK THE AUDITLOG GDG AND LAST NIGHT JOBS"
                       TO WS-ITEM-ACTION
               ELSE
                   IF WS-DATE-X NOT NUMERIC
                       MOVE 2 TO WS-ITEM-RANK
                       MOVE "AUDIT HEADER DATE UNREADABLE"
                           TO WS-RPT-ITM-DETAIL
                   ELSE
                       COMPUTE WS-AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
                           - FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
                       IF WS-AGE-DAYS < 0
                           MOVE 0 TO WS-AGE-DAYS
                       END-IF
                       MOVE WS-AGE-DAYS TO WS-ED-DAYS
                       MOVE WS-LAST-AUDIT-RUN TO WS-ED-RUN
                       STRING WS-LAST-TYPE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-ED-RUN DELIMITED BY SIZE
                           " AT " DELIMITED BY SIZE
                           WS-LAST-DATETIME (1:8) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-LAST-DATETIME (9:6) DELIMITED BY SIZE
                           ", DAYS OLD" DELIMITED BY SIZE
                           WS-ED-DAYS DELIMITED BY SIZE
                           INTO WS-RPT-ITM-DETAIL
                       END-STRING
                       IF WS-AGE-DAYS > WS-AGE-RED-DAYS
                           MOVE 2 TO WS-ITEM-RANK
                           MOVE "NO RECENT RUN - CHECK THE SCHEDULE"
                               TO WS-ITEM-ACTION
                       ELSE
                           IF WS-AGE-DAYS > WS-AGE-AMBER-DAYS
                               MOVE 1 TO WS-ITEM-RANK
                               MOVE "AUDITLOG OLDER THAN EXPECTED"
                                   TO WS-ITEM-ACTION
                           END-IF
                       END-IF
                   END-IF
               END-IF.
               PERFORM WRITE-ITEM-LINE.

           CHECK-RUN-STATUS-ITEM.
               PERFORM START-ITEM.
               MOVE "LAST RUN STATUS" TO WS-RPT-ITM-NAME.
               IF WS-STATUS-SEEN NOT = "Y"
                   IF WS-BLOCK-COUNT = 0
                       MOVE 2 TO WS-ITEM-RANK
                       MOVE "UNKNOWN - NO AUDIT BLOCK"
                           TO WS-RPT-ITM-DETAIL
                   ELSE
                       MOVE 1 TO WS-ITEM-RANK
                       MOVE "NO STATUS LINE IN THE LATEST AUDITLOG"
                           TO WS-RPT-ITM-DETAIL
                   END-IF
               ELSE
                   MOVE WS-STS-RANK TO WS-ITEM-RANK
                   MOVE WS-STS-RUN TO WS-ED-RUN
                   MOVE WS-BLOCK-COUNT TO WS-ED-BLOCKS
                   IF WS-STS-REASON = SPACES
                       STRING WS-STS-TYPE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-ED-RUN DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-STS-VALUE DELIMITED BY SIZE
                           " BLOCKS" DELIMITED BY SIZE
                           WS-ED-BLOCKS DELIMITED BY SIZE
                           INTO WS-RPT-ITM-DETAIL
                       END-STRING
                   ELSE
                       STRING WS-STS-TYPE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-ED-RUN DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-STS-VALUE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-STS-REASON DELIMITED BY SIZE
                           INTO WS-RPT-ITM-DETAIL
                       END-STRING
                   END-IF
                   PERFORM ADVISE-RUN-STATUS
               END-IF.
               PERFORM WRITE-ITEM-LINE.

           ADVISE-RUN-STATUS.
               IF WS-STS-VALUE = "PARTIAL"
                   MOVE "GOVERNED STOP - NEXT RUN RESUMES AT CHECKPOINT"
                       TO WS-ITEM-ACTION
               ELSE
                   IF WS-STS-VALUE = "EMPTY"
                       MOVE "BACKOUT FOUND NOTHING TO BACK OUT"
                           TO WS-ITEM-ACTION
                   ELSE
                       IF WS-STS-VALUE = "REFUSED"
                           AND (WS-STS-TYPE = "RUN"
                               OR WS-STS-TYPE = "BKO")
                           IF WS-STS-TYPE = "RUN"
                               MOVE "INPUT REFUSED - SENDER MUST RESEND"
                                   TO WS-ITEM-ACTION
                           ELSE
                               MOVE WS-ACT-BKO-REFUSED TO WS-ITEM-ACTION
                           END-IF
                       ELSE
                           IF WS-STS-TYPE = "BKO"
                               AND WS-STS-VALUE = "FAILED"
                               MOVE "BACKOUT INCOMPLETE - SEE BKOTRPT"
                                   TO WS-ITEM-ACTION
                           ELSE
                               IF WS-STS-TYPE = "PRG"
                                   AND WS-STS-RANK = 2
                                   MOVE "PURGE INCOMPLETE - SEE PURGRPT"
                                       TO WS-ITEM-ACTION
                               ELSE
                                   IF WS-STS-RANK = 2
                                       MOVE "UNEXPECTED - CHECK JOB LOG"
                                           TO WS-ITEM-ACTION
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           CHECK-MASTER-CHANGE-ITEM.
               PERFORM START-ITEM.
               MOVE "MASTER CHANGES" TO WS-RPT-ITM-NAME.
               IF WS-MSTCHG-SEEN NOT = "Y"
                   MOVE "NOT RECORDED IN THE LATEST AUDITLOG"
                       TO WS-RPT-ITM-DETAIL
               ELSE
                   MOVE WS-MSTCHG-TOTAL TO WS-ED-COUNT
                   STRING WS-ED-COUNT DELIMITED BY SIZE
                       " IN THE LATEST AUDITLOG" DELIMITED BY SIZE
                       INTO WS-RPT-ITM-DETAIL
                   END-STRING
                   IF WS-MSTCHG-RED > 0
                       AND WS-MSTCHG-TOTAL > WS-MSTCHG-RED
                       MOVE 2 TO WS-ITEM-RANK
                       MOVE "MASS RECLASSIFICATION - CONFIRM FIRST"
                           TO WS-ITEM-ACTION
                   ELSE
                       IF WS-MSTCHG-AMBER > 0
                           AND WS-MSTCHG-TOTAL > WS-MSTCHG-AMBER
                           MOVE 1 TO WS-ITEM-RANK
                           MOVE "ABOVE USUAL CHANGES - SEE BUZZHSTJ"
                               TO WS-ITEM-ACTION
                       END-IF
                   END-IF
               END-IF.
               PERFORM WRITE-ITEM-LINE.
