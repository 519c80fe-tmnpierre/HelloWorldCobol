      *    Enregistrement de controle du cycle d'exploitation
      *    (fichier CYCLECTL), tenu par CYCLECTL : un enregistrement
      *    unique, reecrit a chaque changement, qui porte la date de
      *    gestion du cycle en cours, son numero, son etat (O =
      *    ouvert, C = clos) et les etapes de la nuit deja terminees
      *    dans ce cycle. Les jobs batch ne prennent plus "aujourd'hui"
      *    a l'horloge ni sur une carte SYSIN : ils lisent la date de
      *    gestion ici (sous-programme CYCLECHK, cf. copybook
      *    CYCLECHK), refusent de tourner hors sequence ou deux fois
      *    dans le meme cycle, et inscrivent leur fin normale dans la
      *    table des etapes.
      *    Le numero de cycle augmente a chaque ouverture, y compris
      *    pour une reprise : un cycle designe UNE execution de la
      *    chaine de nuit, la date de gestion designe le jour traite.
      *    Un cycle de reprise (type R, ouvert par CYCLECTL RERUN
      *    apres un incident) porte une date passee ; CY-NORMAL-DATE
      *    garde la derniere date de la sequence normale, retablie a
      *    la cloture de la reprise.
      *    Noms d'etape inscrits : CAMPEXT, GREETMRG (GREETMERGE),
      *    GREETBAL, MAILACK et GREETARC (GREETLOGARC). HELLOWRDBATCH
      *    n'ecrit pas ici (les partitions paralleles de HELLOBATP
      *    tourneraient en concurrence sur ce fichier) : son passage
      *    dans le cycle se lit sur le GREETCTL qu'il horodate en fin
      *    normale (cf. copybook GREETCTL).
       01 CYCLE-CONTROL-RECORD.
           05 CY-BUSINESS-DATE      PIC 9(8).
           05 CY-CYCLE-NUMBER       PIC 9(6).
           05 CY-CYCLE-STATE        PIC X(01).
              88 CY-CYCLE-OPEN        VALUE "O".
              88 CY-CYCLE-CLOSED      VALUE "C".
           05 CY-CYCLE-TYPE         PIC X(01).
              88 CY-NORMAL-CYCLE      VALUE "N".
              88 CY-RERUN-CYCLE       VALUE "R".
           05 CY-NORMAL-DATE        PIC 9(8).
           05 CY-CHANGE-DATE        PIC 9(8).
           05 CY-CHANGE-TIME        PIC 9(6).
           05 CY-CHANGE-OPERATOR    PIC X(08).
           05 CY-RERUN-REASON       PIC X(40).
           05 CY-STEP-COUNT         PIC 9(2).
           05 CY-STEP-ENTRY OCCURS 10 TIMES.
              10 CY-STEP-NAME       PIC X(08).
              10 CY-STEP-END-DATE   PIC 9(8).
              10 CY-STEP-END-TIME   PIC 9(6).
