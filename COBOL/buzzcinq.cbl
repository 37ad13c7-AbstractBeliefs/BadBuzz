       IDENTIFICATION DIVISION.
       PROGRAM-ID. buzzcinq.
       AUTHOR. Maya Copeland.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 WS-COMMAREA.
               03 CA-SCREEN PIC X VALUE "1".
                   88 CA-ON-INQUIRY VALUE "1".
                   88 CA-ON-BROWSE VALUE "2".
               03 CA-INCREMENT PIC 9(7) VALUE 0.
               03 CA-HIST-PAGE PIC 9(7) VALUE 1.
               03 CA-MORE-HIST PIC X VALUE "N".
               03 CA-CLASS PIC X(16) VALUE SPACES.
               03 CA-BROWSE-PAGE PIC 9(7) VALUE 1.
               03 CA-MORE-BROWSE PIC X VALUE "N".

           01 WS-RESP PIC S9(8) COMP VALUE 0.
           01 WS-BROWSE-RESP PIC S9(8) COMP VALUE 0.
           01 WS-TRANSID PIC X(4) VALUE "BZIQ".
           01 WS-MAPSET PIC X(8) VALUE "BUZZIQM".
           01 WS-BROWSE-END PIC X VALUE "N".
           01 WS-SKIP-COUNT PIC 9(7) VALUE 0.
           01 WS-SEEN-COUNT PIC 9(7) VALUE 0.
           01 WS-LINE-IX PIC 9(2) VALUE 0.
           01 WS-HIST-LINES PIC 9(2) VALUE 10.
           01 WS-BROWSE-LINES PIC 9(2) VALUE 15.
           01 WS-MAX-HIST-PAGE PIC 9(7) VALUE 999999.
           01 WS-MAX-BROWSE-PAGE PIC 9(7) VALUE 666666.
           01 WS-INCR-INPUT PIC X(7).
           01 WS-INCR-NUMERIC REDEFINES WS-INCR-INPUT PIC 9(7).
           01 WS-MESSAGE PIC X(78) VALUE SPACES.
           01 WS-END-MESSAGE PIC X(30)
               VALUE "COBUZZ INQUIRY ENDED".
           01 WS-MSG-PROMPT PIC X(40)
               VALUE "ENTER AN INCREMENT, OR A CLASS TO BROWSE".
           01 WS-MSG-NO-CLASS PIC X(50)
               VALUE "ENTER A CLASS, OR LOOK UP AN INCREMENT, FIRST".
           01 WS-MSG-NOT-ON-MASTER PIC X(50)
               VALUE "NOT ON THE MASTER - ANY HISTORY IS SHOWN BELOW".
           01 WS-MSG-CLASS-EMPTY PIC X(45)
               VALUE "NO INCREMENTS ON THE MASTER WITH THIS CLASS".
           01 WS-MSG-CLASS-END PIC X(45)
               VALUE "NO MORE INCREMENTS IN THIS CLASS".
           01 WS-MSG-PAGE-LIMIT PIC X(50)
               VALUE "LAST PAGE THAT CAN BE SHOWN - NO FURTHER PAGING".
           01 WS-FILE-ERROR-LINE.
               03 FILLER PIC X(5) VALUE "FILE ".
               03 WS-FEL-FILE PIC X(8).
               03 FILLER PIC X(21) VALUE " UNAVAILABLE, RESP = ".
               03 WS-FEL-RESP PIC 9(4).

           01 WS-MST-KEY PIC 9(7).
           01 WS-MST-RECORD.
               03 MST-INCREMENT PIC 9(7).
               03 MST-CLASS PIC X(16).
               03 MST-RULE-DIVISOR PIC 9(4).
               03 MST-RUN-DATE PIC X(8).

           01 WS-BRW-CLASS PIC X(16).

           01 WS-HKS-KEY.
               03 WS-HKS-KEY-INCREMENT PIC 9(7).
               03 WS-HKS-KEY-SEQ PIC 9(8).
           01 WS-HKS-RECORD.
               03 HKS-INCREMENT PIC 9(7).
               03 HKS-SEQ PIC 9(8).
               03 HKS-HIST-INCREMENT PIC 9(7).
               03 HKS-ACTION PIC X.
                   88 HKS-IS-ADD VALUE "A".
                   88 HKS-IS-RESTORE VALUE "B".
                   88 HKS-IS-DELETE VALUE "D".
                   88 HKS-IS-PURGE VALUE "P".
               03 HKS-OLD-CLASS PIC X(16).
               03 FILLER PIC X.
               03 HKS-OLD-DIVISOR PIC 9(4).
               03 FILLER PIC X.
               03 HKS-OLD-RUN-DATE PIC X(8).
               03 FILLER PIC X.
               03 HKS-NEW-CLASS PIC X(16).
               03 FILLER PIC X.
               03 HKS-NEW-RUN-NUMBER PIC 9(6).
               03 FILLER PIC X.
               03 HKS-NEW-RUN-DATE PIC X(8).

           01 WS-DISP-DATE.
               03 WS-DISP-YEAR PIC X(4).
               03 FILLER PIC X VALUE "-".
               03 WS-DISP-MONTH PIC X(2).
               03 FILLER PIC X VALUE "-".
               03 WS-DISP-DAY PIC X(2).
           01 WS-RAW-DATE PIC X(8).

           01 WS-DIVISOR-EDIT PIC Z(3)9.

           01 WS-PAGE-LINE.
               03 FILLER PIC X(5) VALUE "PAGE ".
               03 WS-PAGE-NUMBER PIC Z(5)9.
               03 WS-PAGE-MORE PIC X(5).

           01 WS-HIST-LINE.
               03 WS-HL-RUN PIC X(6).
               03 FILLER PIC X(2) VALUE SPACES.
               03 WS-HL-DATE PIC X(10).
               03 FILLER PIC X(2) VALUE SPACES.
               03 WS-HL-ACTION PIC X(9).
               03 FILLER PIC X(2) VALUE SPACES.
               03 WS-HL-OLD-CLASS PIC X(16).
               03 FILLER PIC X VALUE SPACE.
               03 WS-HL-OLD-DIVISOR PIC X(4).
               03 FILLER PIC X(2) VALUE SPACES.
               03 WS-HL-NEW-CLASS PIC X(16).
               03 FILLER PIC X(8) VALUE SPACES.

           01 WS-BROWSE-LINE.
               03 WS-BL-INCREMENT PIC 9(7).
               03 FILLER PIC X(4) VALUE SPACES.
               03 WS-BL-CLASS PIC X(16).
               03 FILLER PIC X(2) VALUE SPACES.
               03 WS-BL-DIVISOR PIC Z(3)9.
               03 FILLER PIC X(5) VALUE SPACES.
               03 WS-BL-DATE PIC X(10).
               03 FILLER PIC X(30) VALUE SPACES.

           COPY BUZZIQM.
           COPY DFHAID.

           LINKAGE SECTION.
           01 DFHCOMMAREA PIC X(40).

       PROCEDURE DIVISION.
           MAIN-LOGIC.
               IF EIBCALEN = 0
                   MOVE WS-MSG-PROMPT TO WS-MESSAGE
                   PERFORM SEND-BLANK-INQUIRY
               ELSE
                   MOVE DFHCOMMAREA TO WS-COMMAREA
                   IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
                       PERFORM END-INQUIRY
                   END-IF
                   IF CA-ON-BROWSE
                       PERFORM PROCESS-BROWSE-SCREEN
                   ELSE
                       PERFORM PROCESS-INQUIRY-SCREEN
                   END-IF
               END-IF.
               EXEC CICS RETURN
                   TRANSID(WS-TRANSID)
                   COMMAREA(WS-COMMAREA)
                   LENGTH(LENGTH OF WS-COMMAREA)
               END-EXEC.

           END-INQUIRY.
               EXEC CICS SEND TEXT
                   FROM(WS-END-MESSAGE)
                   LENGTH(LENGTH OF WS-END-MESSAGE)
                   ERASE
                   FREEKB
               END-EXEC.
               EXEC CICS RETURN
               END-EXEC.

           PROCESS-INQUIRY-SCREEN.
               MOVE LOW-VALUES TO BZIQ1I.
               EXEC CICS RECEIVE MAP("BZIQ1")
                   MAPSET(WS-MAPSET)
                   INTO(BZIQ1I)
                   RESP(WS-RESP)
               END-EXEC.
               MOVE SPACES TO WS-MESSAGE.
               IF EIBAID = DFHENTER
                   IF INCRL > 0
                       MOVE INCRI TO WS-INCR-INPUT
                       INSPECT WS-INCR-INPUT
                           REPLACING LEADING SPACE BY ZERO
                       IF WS-INCR-INPUT NOT NUMERIC
                           OR WS-INCR-NUMERIC = 0
                           MOVE "INCREMENT MUST BE 1 TO 9999999"
                               TO WS-MESSAGE
                           PERFORM SEND-BLANK-INQUIRY
                       ELSE
                           MOVE WS-INCR-NUMERIC TO CA-INCREMENT
                           MOVE 1 TO CA-HIST-PAGE
                           PERFORM SHOW-INCREMENT
                       END-IF
                   ELSE
                       IF CLASSL > 0 AND CLASSI NOT = SPACES
                           MOVE CLASSI TO CA-CLASS
                           MOVE 1 TO CA-BROWSE-PAGE
                           PERFORM SHOW-BROWSE-PAGE
                       ELSE
                           MOVE WS-MSG-PROMPT TO WS-MESSAGE
                           PERFORM SEND-BLANK-INQUIRY
                       END-IF
                   END-IF
               ELSE
                   IF EIBAID = DFHPF5
                       IF CLASSL > 0 AND CLASSI NOT = SPACES
                           MOVE CLASSI TO CA-CLASS
                       END-IF
                       IF CA-CLASS = SPACES
                           MOVE WS-MSG-NO-CLASS TO WS-MESSAGE
                           PERFORM SEND-BLANK-INQUIRY
                       ELSE
                           MOVE 1 TO CA-BROWSE-PAGE
                           PERFORM SHOW-BROWSE-PAGE
                       END-IF
                   ELSE
                       PERFORM PAGE-INQUIRY-HISTORY
                   END-IF
               END-IF.

           PAGE-INQUIRY-HISTORY.
               IF CA-INCREMENT = 0
                   MOVE "ENTER AN INCREMENT FIRST" TO WS-MESSAGE
                   PERFORM SEND-BLANK-INQUIRY
               ELSE
                   IF EIBAID = DFHPF7
                       IF CA-HIST-PAGE > 1
                           SUBTRACT 1 FROM CA-HIST-PAGE
                       ELSE
                           MOVE "ALREADY AT THE FIRST HISTORY PAGE"
                               TO WS-MESSAGE
                       END-IF
                   ELSE
                       IF EIBAID = DFHPF8
                           IF CA-MORE-HIST = "Y"
                               IF CA-HIST-PAGE < WS-MAX-HIST-PAGE
                                   ADD 1 TO CA-HIST-PAGE
                               ELSE
                                   MOVE WS-MSG-PAGE-LIMIT
                                       TO WS-MESSAGE
                               END-IF
                           ELSE
                               MOVE "NO MORE HISTORY FOR THIS INCREMENT"
                                   TO WS-MESSAGE
                           END-IF
                       ELSE
                           MOVE "KEY NOT IN USE ON THIS SCREEN"
                               TO WS-MESSAGE
                       END-IF
                   END-IF
                   PERFORM SHOW-INCREMENT
               END-IF.

           SEND-BLANK-INQUIRY.
               MOVE "1" TO CA-SCREEN.
               MOVE 0 TO CA-INCREMENT.
               MOVE "N" TO CA-MORE-HIST.
               MOVE LOW-VALUES TO BZIQ1O.
               MOVE WS-MESSAGE TO MSG1O.
               EXEC CICS SEND MAP("BZIQ1")
                   MAPSET(WS-MAPSET)
                   FROM(BZIQ1O)
                   ERASE
               END-EXEC.

           SHOW-INCREMENT.
               MOVE "1" TO CA-SCREEN.
               MOVE LOW-VALUES TO BZIQ1O.
               MOVE CA-INCREMENT TO INCRO.
               MOVE CA-INCREMENT TO WS-MST-KEY.
               EXEC CICS READ FILE("BZMST")
                   INTO(WS-MST-RECORD)
                   RIDFLD(WS-MST-KEY)
                   RESP(WS-RESP)
               END-EXEC.
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE MST-CLASS TO OCLASSO
                   MOVE MST-CLASS TO CA-CLASS
                   MOVE MST-RULE-DIVISOR TO WS-DIVISOR-EDIT
                   MOVE WS-DIVISOR-EDIT TO ODIVO
                   MOVE MST-RUN-DATE TO WS-RAW-DATE
                   PERFORM FORMAT-DATE
                   MOVE WS-DISP-DATE TO ODATEO
               ELSE
                   IF WS-RESP = DFHRESP(NOTFND)
                       MOVE "*NOT ON FILE*" TO OCLASSO
                       IF WS-MESSAGE = SPACES
                           MOVE WS-MSG-NOT-ON-MASTER TO WS-MESSAGE
                       END-IF
                   ELSE
                       MOVE "BZMST" TO WS-FEL-FILE
                       MOVE WS-RESP TO WS-FEL-RESP
                       MOVE WS-FILE-ERROR-LINE TO WS-MESSAGE
                   END-IF
               END-IF.
               PERFORM LOAD-HISTORY-PAGE.
               MOVE CA-HIST-PAGE TO WS-PAGE-NUMBER.
               IF CA-MORE-HIST = "Y"
                   MOVE " MORE" TO WS-PAGE-MORE
               ELSE
                   MOVE SPACES TO WS-PAGE-MORE
               END-IF.
               MOVE WS-PAGE-LINE TO HPAGEO.
               MOVE WS-MESSAGE TO MSG1O.
               EXEC CICS SEND MAP("BZIQ1")
                   MAPSET(WS-MAPSET)
                   FROM(BZIQ1O)
                   ERASE
               END-EXEC.

           LOAD-HISTORY-PAGE.
               PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                       UNTIL WS-LINE-IX > WS-HIST-LINES
                   MOVE SPACES TO HLINEO (WS-LINE-IX)
               END-PERFORM.
               MOVE 0 TO WS-LINE-IX.
               MOVE 0 TO WS-SEEN-COUNT.
               MOVE "N" TO CA-MORE-HIST.
               MOVE "N" TO WS-BROWSE-END.
               COMPUTE WS-SKIP-COUNT =
                   (CA-HIST-PAGE - 1) * WS-HIST-LINES.
               MOVE CA-INCREMENT TO WS-HKS-KEY-INCREMENT.
               MOVE 0 TO WS-HKS-KEY-SEQ.
               EXEC CICS STARTBR FILE("BZHIST")
                   RIDFLD(WS-HKS-KEY)
                   GTEQ
                   RESP(WS-BROWSE-RESP)
               END-EXEC.
               IF WS-BROWSE-RESP = DFHRESP(NORMAL)
                   PERFORM READ-NEXT-HISTORY
                       UNTIL WS-BROWSE-END = "Y"
                   EXEC CICS ENDBR FILE("BZHIST")
                   END-EXEC
               ELSE
                   IF WS-BROWSE-RESP NOT = DFHRESP(NOTFND)
                       AND WS-MESSAGE = SPACES
                       MOVE "BZHIST" TO WS-FEL-FILE
                       MOVE WS-BROWSE-RESP TO WS-FEL-RESP
                       MOVE WS-FILE-ERROR-LINE TO WS-MESSAGE
                   END-IF
               END-IF.
               IF WS-LINE-IX = 0 AND WS-MESSAGE = SPACES
                   IF CA-HIST-PAGE > 1
                       MOVE "NO FURTHER HISTORY FOR THIS INCREMENT"
                           TO WS-MESSAGE
                   ELSE
                       MOVE "NO CLASSIFICATION CHANGES RECORDED"
                           TO WS-MESSAGE
                   END-IF
               END-IF.

           READ-NEXT-HISTORY.
               EXEC CICS READNEXT FILE("BZHIST")
                   INTO(WS-HKS-RECORD)
                   RIDFLD(WS-HKS-KEY)
                   RESP(WS-BROWSE-RESP)
               END-EXEC.
               IF WS-BROWSE-RESP NOT = DFHRESP(NORMAL)
                   OR HKS-INCREMENT NOT = CA-INCREMENT
                   MOVE "Y" TO WS-BROWSE-END
               ELSE
                   ADD 1 TO WS-SEEN-COUNT
                   IF WS-SEEN-COUNT > WS-SKIP-COUNT
                       IF WS-LINE-IX < WS-HIST-LINES
                           ADD 1 TO WS-LINE-IX
                           PERFORM FORMAT-HISTORY-LINE
                           MOVE WS-HIST-LINE TO HLINEO (WS-LINE-IX)
                       ELSE
                           MOVE "Y" TO CA-MORE-HIST
                           MOVE "Y" TO WS-BROWSE-END
                       END-IF
                   END-IF
               END-IF.

           FORMAT-HISTORY-LINE.
               MOVE HKS-NEW-RUN-NUMBER TO WS-HL-RUN.
               MOVE HKS-NEW-RUN-DATE TO WS-RAW-DATE.
               PERFORM FORMAT-DATE.
               MOVE WS-DISP-DATE TO WS-HL-DATE.
               MOVE HKS-NEW-CLASS TO WS-HL-NEW-CLASS.
               IF HKS-IS-ADD
                   MOVE "ADDED" TO WS-HL-ACTION
                   MOVE SPACES TO WS-HL-OLD-CLASS
                   MOVE SPACES TO WS-HL-OLD-DIVISOR
               ELSE
                   MOVE HKS-OLD-CLASS TO WS-HL-OLD-CLASS
                   MOVE HKS-OLD-DIVISOR TO WS-DIVISOR-EDIT
                   MOVE WS-DIVISOR-EDIT TO WS-HL-OLD-DIVISOR
                   IF HKS-IS-RESTORE OR HKS-IS-DELETE
                       MOVE "BACKOUT" TO WS-HL-ACTION
                       IF HKS-IS-DELETE
                           MOVE "*DELETED*" TO WS-HL-NEW-CLASS
                       END-IF
                   ELSE
                       IF HKS-IS-PURGE
                           MOVE "PURGED" TO WS-HL-ACTION
                           MOVE "*DELETED*" TO WS-HL-NEW-CLASS
                       ELSE
                           MOVE "CHANGED" TO WS-HL-ACTION
                       END-IF
                   END-IF
               END-IF.

           FORMAT-DATE.
               IF WS-RAW-DATE = SPACES
                   MOVE SPACES TO WS-DISP-DATE
               ELSE
                   MOVE WS-RAW-DATE (1:4) TO WS-DISP-YEAR
                   MOVE WS-RAW-DATE (5:2) TO WS-DISP-MONTH
                   MOVE WS-RAW-DATE (7:2) TO WS-DISP-DAY
               END-IF.

           PROCESS-BROWSE-SCREEN.
               MOVE LOW-VALUES TO BZIQ2I.
               EXEC CICS RECEIVE MAP("BZIQ2")
                   MAPSET(WS-MAPSET)
                   INTO(BZIQ2I)
                   RESP(WS-RESP)
               END-EXEC.
               MOVE SPACES TO WS-MESSAGE.
               IF EIBAID = DFHPF12
                   IF CA-INCREMENT > 0
                       PERFORM SHOW-INCREMENT
                   ELSE
                       PERFORM SEND-BLANK-INQUIRY
                   END-IF
               ELSE
                   IF EIBAID = DFHENTER
                       IF BCLASSL > 0 AND BCLASSI NOT = SPACES
                           MOVE BCLASSI TO CA-CLASS
                       END-IF
                       MOVE 1 TO CA-BROWSE-PAGE
                   ELSE
                       IF EIBAID = DFHPF7
                           IF CA-BROWSE-PAGE > 1
                               SUBTRACT 1 FROM CA-BROWSE-PAGE
                           ELSE
                               MOVE "ALREADY AT THE FIRST PAGE"
                                   TO WS-MESSAGE
                           END-IF
                       ELSE
                           IF EIBAID = DFHPF8
                               IF CA-MORE-BROWSE = "Y"
                                   IF CA-BROWSE-PAGE
                                       < WS-MAX-BROWSE-PAGE
                                       ADD 1 TO CA-BROWSE-PAGE
                                   ELSE
                                       MOVE WS-MSG-PAGE-LIMIT
                                           TO WS-MESSAGE
                                   END-IF
                               ELSE
                                   MOVE WS-MSG-CLASS-END
                                       TO WS-MESSAGE
                               END-IF
                           ELSE
                               MOVE "KEY NOT IN USE ON THIS SCREEN"
                                   TO WS-MESSAGE
                           END-IF
                       END-IF
                   END-IF
                   PERFORM SHOW-BROWSE-PAGE
               END-IF.

           SHOW-BROWSE-PAGE.
               MOVE "2" TO CA-SCREEN.
               MOVE LOW-VALUES TO BZIQ2O.
               MOVE CA-CLASS TO BCLASSO.
               PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                       UNTIL WS-LINE-IX > WS-BROWSE-LINES
                   MOVE SPACES TO BLINEO (WS-LINE-IX)
               END-PERFORM.
               MOVE 0 TO WS-LINE-IX.
               MOVE 0 TO WS-SEEN-COUNT.
               MOVE "N" TO CA-MORE-BROWSE.
               MOVE "N" TO WS-BROWSE-END.
               COMPUTE WS-SKIP-COUNT =
                   (CA-BROWSE-PAGE - 1) * WS-BROWSE-LINES.
               MOVE CA-CLASS TO WS-BRW-CLASS.
               EXEC CICS STARTBR FILE("BZMCLS")
                   RIDFLD(WS-BRW-CLASS)
                   EQUAL
                   RESP(WS-BROWSE-RESP)
               END-EXEC.
               IF WS-BROWSE-RESP = DFHRESP(NORMAL)
                   PERFORM READ-NEXT-IN-CLASS
                       UNTIL WS-BROWSE-END = "Y"
                   EXEC CICS ENDBR FILE("BZMCLS")
                   END-EXEC
               ELSE
                   IF WS-BROWSE-RESP = DFHRESP(NOTFND)
                       MOVE WS-MSG-CLASS-EMPTY TO WS-MESSAGE
                   ELSE
                       MOVE "BZMCLS" TO WS-FEL-FILE
                       MOVE WS-BROWSE-RESP TO WS-FEL-RESP
                       MOVE WS-FILE-ERROR-LINE TO WS-MESSAGE
                   END-IF
               END-IF.
               IF WS-LINE-IX = 0 AND WS-MESSAGE = SPACES
                   MOVE "NO FURTHER INCREMENTS IN THIS CLASS"
                       TO WS-MESSAGE
               END-IF.
               MOVE CA-BROWSE-PAGE TO WS-PAGE-NUMBER.
               IF CA-MORE-BROWSE = "Y"
                   MOVE " MORE" TO WS-PAGE-MORE
               ELSE
                   MOVE SPACES TO WS-PAGE-MORE
               END-IF.
               MOVE WS-PAGE-LINE TO BPAGEO.
               MOVE WS-MESSAGE TO MSG2O.
               EXEC CICS SEND MAP("BZIQ2")
                   MAPSET(WS-MAPSET)
                   FROM(BZIQ2O)
                   ERASE
               END-EXEC.

           READ-NEXT-IN-CLASS.
               EXEC CICS READNEXT FILE("BZMCLS")
                   INTO(WS-MST-RECORD)
                   RIDFLD(WS-BRW-CLASS)
                   RESP(WS-BROWSE-RESP)
               END-EXEC.
               IF (WS-BROWSE-RESP NOT = DFHRESP(NORMAL)
                   AND WS-BROWSE-RESP NOT = DFHRESP(DUPKEY))
                   OR MST-CLASS NOT = CA-CLASS
                   MOVE "Y" TO WS-BROWSE-END
               ELSE
                   ADD 1 TO WS-SEEN-COUNT
                   IF WS-SEEN-COUNT > WS-SKIP-COUNT
                       IF WS-LINE-IX < WS-BROWSE-LINES
                           ADD 1 TO WS-LINE-IX
                           MOVE MST-INCREMENT TO WS-BL-INCREMENT
                           MOVE MST-CLASS TO WS-BL-CLASS
                           MOVE MST-RULE-DIVISOR TO WS-BL-DIVISOR
                           MOVE MST-RUN-DATE TO WS-RAW-DATE
                           PERFORM FORMAT-DATE
                           MOVE WS-DISP-DATE TO WS-BL-DATE
                           MOVE WS-BROWSE-LINE TO BLINEO (WS-LINE-IX)
                       ELSE
                           MOVE "Y" TO CA-MORE-BROWSE
                           MOVE "Y" TO WS-BROWSE-END
                       END-IF
                   END-IF
               END-IF.
