                   05 FILLER PIC X(73).
               03 INQ-CLASS-VIEW REDEFINES INQ-IN-DATA.
                   05 INQ-CLASS-TAG PIC X(6).
                   05 INQ-CLASS-NAME PIC X(16).
                   05 FILLER PIC X.
                   05 INQ-FROM-TAG PIC X(5).
                   05 INQ-FROM-DATE PIC X(8).
                   05 FILLER PIC X.
                   05 INQ-TO-TAG PIC X(3).
                   05 INQ-TO-DATE PIC X(8).
                   05 FILLER PIC X(32).
               03 INQ-SHORT-CLASS-VIEW REDEFINES INQ-IN-DATA.
                   05 FILLER PIC X(6).
                   05 INQ-SHORT-CLASS-NAME PIC X(8).
                   05 FILLER PIC X.
                   05 INQ-SHORT-FROM-TAG PIC X(5).
                   05 INQ-SHORT-FROM-DATE PIC X(8).
                   05 FILLER PIC X.
                   05 INQ-SHORT-TO-TAG PIC X(3).
                   05 INQ-SHORT-TO-DATE PIC X(8).
                   05 FILLER PIC X(40).

           FD BUZZ-MST-FILE.
           01 MST-RECORD.
               03 MST-INCREMENT PIC 9(7).
               03 MST-CLASS PIC X(16).
               03 MST-RULE-DIVISOR PIC 9(4).
               03 MST-RUN-DATE PIC X(8).

           01 WS-INQUIRY-COUNT PIC 9(7) VALUE 0.
           01 WS-NOT-FOUND-COUNT PIC 9(7) VALUE 0.
           01 WS-BROWSE-DONE PIC X VALUE "N".
           01 WS-BROWSE-CLASS PIC X(16).
           01 WS-BROWSE-FROM PIC X(8).
           01 WS-BROWSE-TO PIC X(8).
           01 WS-MATCH-COUNT PIC 9(7) VALUE 0.
               03 FILLER PIC X(10) VALUE "INCREMENT ".
               03 WS-INQ-INCREMENT PIC 9(7).
               03 FILLER PIC X(7) VALUE " CLASS=".
               03 WS-INQ-CLASS PIC X(16).
               03 FILLER PIC X(9) VALUE " DIVISOR=".
               03 WS-INQ-DIVISOR PIC Z(3)9.
               03 FILLER PIC X(9) VALUE " RUN-DATE".

           01 WS-INQ-BROWSE-LINE.
               03 FILLER PIC X(6) VALUE "CLASS ".
               03 WS-INQ-BRW-CLASS PIC X(16).
               03 FILLER PIC X(10) VALUE " RUN-DATE ".
               03 WS-INQ-BRW-FROM PIC X(8).
               03 FILLER PIC X(3) VALUE " - ".

           01 WS-INQ-MATCH-LINE.
               03 FILLER PIC X(6) VALUE "CLASS ".
               03 WS-INQ-MTC-CLASS PIC X(16).
               03 FILLER PIC X(9) VALUE " MATCHES=".
               03 WS-INQ-MTC-COUNT PIC Z(6)9.

               DISPLAY WS-INQ-DETAIL-LINE.

           BROWSE-BY-CLASS.
               IF INQ-SHORT-FROM-TAG = "FROM="
                   OR INQ-SHORT-TO-TAG = "TO="
                   PERFORM PARSE-SHORT-CLASS-CARD
               ELSE
                   PERFORM PARSE-CLASS-CARD
               END-IF.
               MOVE WS-BROWSE-CLASS TO WS-INQ-BRW-CLASS.
               MOVE WS-BROWSE-FROM TO WS-INQ-BRW-FROM.
                   ADD 1 TO WS-NOT-FOUND-COUNT
               END-IF.

           PARSE-CLASS-CARD.
               MOVE INQ-CLASS-NAME TO WS-BROWSE-CLASS.
               IF INQ-FROM-TAG = "FROM="
                   MOVE INQ-FROM-DATE TO WS-BROWSE-FROM
               ELSE
                   MOVE "00000000" TO WS-BROWSE-FROM
               END-IF.
               IF INQ-TO-TAG = "TO="
                   MOVE INQ-TO-DATE TO WS-BROWSE-TO
               ELSE
                   MOVE "99999999" TO WS-BROWSE-TO
               END-IF.

           PARSE-SHORT-CLASS-CARD.
               MOVE INQ-SHORT-CLASS-NAME TO WS-BROWSE-CLASS.
               IF INQ-SHORT-FROM-TAG = "FROM="
                   MOVE INQ-SHORT-FROM-DATE TO WS-BROWSE-FROM
               ELSE
                   MOVE "00000000" TO WS-BROWSE-FROM
               END-IF.
               IF INQ-SHORT-TO-TAG = "TO="
                   MOVE INQ-SHORT-TO-DATE TO WS-BROWSE-TO
               ELSE
                   MOVE "99999999" TO WS-BROWSE-TO
               END-IF.

           BROWSE-NEXT-RECORD.
               READ BUZZ-MST-FILE NEXT
                   AT END
