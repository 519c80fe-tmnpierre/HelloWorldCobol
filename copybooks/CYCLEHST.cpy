      *    Enregistrement du journal des changements de cycle
      *    (CYCLEHST), ecrit par CYCLECTL (OPEN EXTEND) : une ligne
      *    par ouverture, cloture ou reprise, avec l'horodatage,
      *    l'evenement, la date de gestion et le numero du cycle
      *    concerne, l'operateur, le nombre d'etapes terminees a la
      *    cloture et, pour une reprise, le motif saisi - la reprise
      *    d'une date passee est une derogation, elle doit laisser
      *    une trace.
       01 CYCLE-HISTORY-RECORD.
           05 CH-EVENT-DATE         PIC 9(8).
           05 CH-EVENT-TIME         PIC 9(6).
           05 CH-EVENT-CODE         PIC X(05).
              88 CH-EVENT-OPEN        VALUE "OPEN".
              88 CH-EVENT-CLOSE       VALUE "CLOSE".
              88 CH-EVENT-RERUN       VALUE "RERUN".
           05 CH-BUSINESS-DATE      PIC 9(8).
           05 CH-CYCLE-NUMBER       PIC 9(6).
           05 CH-OPERATOR-ID        PIC X(08).
           05 CH-STEP-COUNT         PIC 9(2).
           05 CH-REASON             PIC X(40).
