       01  BZIQ1I.
           02  FILLER PIC X(12).
           02  INCRL    COMP  PIC  S9(4).
           02  INCRF    PICTURE X.
           02  FILLER REDEFINES INCRF.
             03  INCRA    PICTURE X.
           02  INCRI  PIC X(7).
           02  CLASSL    COMP  PIC  S9(4).
           02  CLASSF    PICTURE X.
           02  FILLER REDEFINES CLASSF.
             03  CLASSA    PICTURE X.
           02  CLASSI  PIC X(16).
           02  OCLASSL    COMP  PIC  S9(4).
           02  OCLASSF    PICTURE X.
           02  FILLER REDEFINES OCLASSF.
             03  OCLASSA    PICTURE X.
           02  OCLASSI  PIC X(16).
           02  ODIVL    COMP  PIC  S9(4).
           02  ODIVF    PICTURE X.
           02  FILLER REDEFINES ODIVF.
             03  ODIVA    PICTURE X.
           02  ODIVI  PIC X(4).
           02  ODATEL    COMP  PIC  S9(4).
           02  ODATEF    PICTURE X.
           02  FILLER REDEFINES ODATEF.
             03  ODATEA    PICTURE X.
           02  ODATEI  PIC X(10).
           02  HPAGEL    COMP  PIC  S9(4).
           02  HPAGEF    PICTURE X.
           02  FILLER REDEFINES HPAGEF.
             03  HPAGEA    PICTURE X.
           02  HPAGEI  PIC X(16).
           02  DFHMS1 OCCURS 10 TIMES.
             03  HLINEL    COMP  PIC  S9(4).
             03  HLINEF    PICTURE X.
             03  HLINEI  PIC X(78).
           02  MSG1L    COMP  PIC  S9(4).
           02  MSG1F    PICTURE X.
           02  FILLER REDEFINES MSG1F.
             03  MSG1A    PICTURE X.
           02  MSG1I  PIC X(78).
       01  BZIQ1O REDEFINES BZIQ1I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  INCRO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  CLASSO  PIC X(16).
           02  FILLER PICTURE X(3).
           02  OCLASSO  PIC X(16).
           02  FILLER PICTURE X(3).
           02  ODIVO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  ODATEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HPAGEO  PIC X(16).
           02  DFHMS2 OCCURS 10 TIMES.
             03  FILLER PICTURE X(2).
             03  HLINEA    PICTURE X.
             03  HLINEO  PIC X(78).
           02  FILLER PICTURE X(3).
           02  MSG1O  PIC X(78).
       01  BZIQ2I.
           02  FILLER PIC X(12).
           02  BCLASSL    COMP  PIC  S9(4).
           02  BCLASSF    PICTURE X.
           02  FILLER REDEFINES BCLASSF.
             03  BCLASSA    PICTURE X.
           02  BCLASSI  PIC X(16).
           02  BPAGEL    COMP  PIC  S9(4).
           02  BPAGEF    PICTURE X.
           02  FILLER REDEFINES BPAGEF.
             03  BPAGEA    PICTURE X.
           02  BPAGEI  PIC X(16).
           02  DFHMS3 OCCURS 15 TIMES.
             03  BLINEL    COMP  PIC  S9(4).
             03  BLINEF    PICTURE X.
             03  BLINEI  PIC X(78).
           02  MSG2L    COMP  PIC  S9(4).
           02  MSG2F    PICTURE X.
           02  FILLER REDEFINES MSG2F.
             03  MSG2A    PICTURE X.
           02  MSG2I  PIC X(78).
       01  BZIQ2O REDEFINES BZIQ2I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  BCLASSO  PIC X(16).
           02  FILLER PICTURE X(3).
           02  BPAGEO  PIC X(16).
           02  DFHMS4 OCCURS 15 TIMES.
             03  FILLER PICTURE X(2).
             03  BLINEA    PICTURE X.
             03  BLINEO  PIC X(78).
           02  FILLER PICTURE X(3).
           02  MSG2O  PIC X(78).
