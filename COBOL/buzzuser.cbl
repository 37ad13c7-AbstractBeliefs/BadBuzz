       IDENTIFICATION DIVISION.
       PROGRAM-ID. buzzuser.
       AUTHOR. Maya Copeland.
       DATA DIVISION.
           LINKAGE SECTION.
           COPY BUZZUID.

           01 PSA-AREA.
               03 FILLER PIC X(548).
               03 PSA-AOLD POINTER.

           01 ASCB-AREA.
               03 ASCB-ID PIC X(4).
               03 FILLER PIC X(104).
               03 ASCB-ASXB POINTER.

           01 ASXB-AREA.
               03 ASXB-ID PIC X(4).
               03 FILLER PIC X(196).
               03 ASXB-SENV POINTER.

           01 ACEE-AREA.
               03 ACEE-ID PIC X(4).
               03 FILLER PIC X(16).
               03 ACEE-USER-LENGTH PIC X.
               03 ACEE-USER-ID PIC X(8).

       PROCEDURE DIVISION USING BUZZUSER-PARMS.
           MAIN-LOGIC.
               MOVE SPACES TO BUS-USERID.
               MOVE 8 TO BUS-RETURN-CODE.
               SET ADDRESS OF PSA-AREA TO NULL.
               SET ADDRESS OF ASCB-AREA TO PSA-AOLD.
               IF ASCB-ID = "ASCB"
                   SET ADDRESS OF ASXB-AREA TO ASCB-ASXB
                   IF ASXB-ID = "ASXB" AND ASXB-SENV NOT = NULL
                       SET ADDRESS OF ACEE-AREA TO ASXB-SENV
                       IF ACEE-ID = "ACEE"
                           MOVE ACEE-USER-ID TO BUS-USERID
                       END-IF
                   END-IF
               END-IF.
               IF BUS-USERID NOT = SPACES
                   MOVE 0 TO BUS-RETURN-CODE
               END-IF.
               GOBACK.
