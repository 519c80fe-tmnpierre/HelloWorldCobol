           05 GREETOL            PIC S9(4) COMP.
           05 GREETOF            PIC X.
           05 GREETOI            PIC X(60).
      *    Ligne d'avertissement (BMS LENGTH=60).
           05 WARNOL             PIC S9(4) COMP.
           05 WARNOF             PIC X.
           05 WARNOI             PIC X(60).
      *    "PF3=EXIT  ENTER=SEND" (BMS LENGTH=40).
           05 FILLER             PIC S9(4) COMP.
           05 FILLER             PIC X.
           05 FILLER             PIC X(2).
           05 GREETOA            PIC X.
           05 GREETOO            PIC X(60).
      *    Ligne d'avertissement.
           05 FILLER             PIC X(2).
           05 WARNOA             PIC X.
           05 WARNOO             PIC X(60).
      *    "PF3=EXIT  ENTER=SEND".
           05 FILLER             PIC X(2).
           05 FILLER             PIC X.
