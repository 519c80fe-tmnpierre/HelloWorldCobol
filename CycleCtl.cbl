      *    *************************************************************
      *    Ouverture et cloture du cycle d'exploitation.
      *
      *    Tient le fichier de controle CYCLECTL (cf. copybook
      *    CYCLEREC) qui porte la date de gestion et le numero du
      *    cycle en cours. Les jobs de la chaine de nuit
      *    (HELLOWRDBATCH, GREETMERGE, GREETBAL, MAILACK, GREETLOGARC,
      *    CAMPEXT) y lisent leur date de gestion par le
      *    sous-programme CYCLECHK, refusent de tourner hors sequence
      *    ou deux fois dans le meme cycle, et horodatent leurs
      *    sorties et leur enregistrement RUNHIST avec cette date
      *    plutot qu'avec l'horloge.
      *
      *    Parametres SYSIN :
      *      carte 1 : commande OPEN, CLOSE, RERUN ou STATUS ;
      *      carte 2 : identifiant operateur, soumis a OPERSIGN -
      *                niveau 1 pour STATUS, 2 pour OPEN et CLOSE,
      *                4 (reparation) pour RERUN ;
      *      carte 3 : OPEN  - date de gestion AAAAMMJJ, facultative
      *                        (a blanc : lendemain de la derniere
      *                        date de la sequence normale ;
      *                        obligatoire pour le tout premier
      *                        cycle) ;
      *                RERUN - date passee AAAAMMJJ a retraiter ;
      *      carte 4 : RERUN - motif de la reprise (obligatoire).
      *
      *    - OPEN ouvre le cycle suivant (numero + 1, table des
      *      etapes videe). Refuse si le cycle en cours n'est pas
      *      clos, ou si la date n'est pas posterieure a la derniere
      *      date de la sequence normale : on ne revient pas en
      *      arriere par OPEN.
      *    - CLOSE clot le cycle ouvert et liste ses etapes
      *      terminees ; un cycle clos sans equilibrage (GREETBAL)
      *      donne RC 4. La cloture d'un cycle de reprise retablit la
      *      date de la sequence normale.
      *    - RERUN est la derogation controlee : apres un incident, il
      *      ouvre un cycle de reprise (type R, nouveau numero) sur une
      *      date deja traitee, pour que chaque etape puisse y repasser
      *      une fois, dans l'ordre. Cycle en cours clos obligatoire,
      *      date au plus egale a la derniere date de la sequence
      *      normale, motif obligatoire.
      *    - STATUS affiche le cycle en cours.
      *
      *    Chaque ouverture, cloture ou reprise est journalisee dans
      *    CYCLEHST (cf. copybook CYCLEHST) avec l'operateur et le
      *    motif.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. cyclectl.
       AUTHOR. pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de controle du cycle : un enregistrement unique,
      *    relu puis reecrit en totalite.
           SELECT CYCLECTL-FILE ASSIGN TO "CYCLECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLECTL-STATUS.

      *    Journal des changements de cycle, accumule d'une execution
      *    a l'autre (OPEN EXTEND, cree au premier cycle).
           SELECT CYCLEHST-FILE ASSIGN TO "CYCLEHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLEHST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLECTL-FILE.
           COPY CYCLEREC.

       FD  CYCLEHST-FILE.
           COPY CYCLEHST.

       WORKING-STORAGE SECTION.
      *    Statuts fichiers : un CYCLECTL absent (statut "35") n'est
      *    admis que pour l'ouverture du tout premier cycle.
       01 WS-CYCLECTL-STATUS PIC X(02) VALUE SPACES.
       01 WS-CYCLEHST-STATUS PIC X(02) VALUE SPACES.
       01 WS-CYCLE-FILE-SWITCH PIC X(01) VALUE "N".
          88 CYCLE-FILE-PRESENT VALUE "Y".

      *    Copie de travail de l'enregistrement CYCLECTL : le fichier
      *    est ferme aussitot lu, tout le travail se fait sur cette
      *    copie, reecrite par WRITE ... FROM.
           COPY CYCLEREC REPLACING ==CYCLE-CONTROL-RECORD==
               BY ==WS-CYCLE-RECORD==
               LEADING ==CY-== BY ==WS-CY-==.

      *    Cartes SYSIN.
       01 WS-COMMAND-INPUT PIC X(08) VALUE SPACES.
          88 COMMAND-OPEN VALUE "OPEN".
          88 COMMAND-CLOSE VALUE "CLOSE".
          88 COMMAND-RERUN VALUE "RERUN".
          88 COMMAND-STATUS VALUE "STATUS".
       01 WS-OPERATOR-ID PIC X(08) VALUE SPACES.
       01 WS-DATE-INPUT PIC X(08) VALUE SPACES.
       01 WS-DATE-FIELDS REDEFINES WS-DATE-INPUT.
          05 WS-DATE-YEAR     PIC X(04).
          05 WS-DATE-MONTH    PIC X(02).
          05 WS-DATE-DAY      PIC X(02).
       01 WS-REASON-INPUT PIC X(40) VALUE SPACES.

      *    Date de gestion du cycle a ouvrir.
       01 WS-NEW-DATE PIC 9(8) VALUE ZERO.
       01 WS-DATE-INTEGER PIC 9(8) VALUE ZERO.

      *    Etapes terminees du cycle a la cloture.
       01 WS-STEP-IDX PIC 9(2) VALUE ZERO.
       01 WS-BALANCED-SWITCH PIC X(01) VALUE "N".
          88 CYCLE-BALANCED VALUE "Y".

       01 WS-CURRENT-TIMESTAMP PIC X(21).
       01 WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(6).
          05 FILLER           PIC X(07).

      *    Controle d'acces operateur (cf. OperSign.cbl).
           COPY OPERSIGN.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-COMMAND-PARAMETER
           PERFORM SIGN-ON-OPERATOR
           PERFORM READ-CYCLE-CONTROL
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP

           EVALUATE TRUE
                WHEN COMMAND-OPEN
                    PERFORM OPEN-NEXT-CYCLE
                WHEN COMMAND-CLOSE
                    PERFORM CLOSE-CURRENT-CYCLE
                WHEN COMMAND-RERUN
                    PERFORM OPEN-RERUN-CYCLE
                WHEN COMMAND-STATUS
                    CONTINUE
           END-EVALUATE

           PERFORM DISPLAY-CYCLE-STATUS
           STOP RUN.

      *    Lit la commande sur la premiere carte SYSIN et refuse
      *    toute valeur inconnue.
       GET-COMMAND-PARAMETER.
           ACCEPT WS-COMMAND-INPUT
           MOVE FUNCTION UPPER-CASE(WS-COMMAND-INPUT)
               TO WS-COMMAND-INPUT
           IF NOT COMMAND-OPEN AND NOT COMMAND-CLOSE
                   AND NOT COMMAND-RERUN AND NOT COMMAND-STATUS
                DISPLAY "ERREUR : commande '" WS-COMMAND-INPUT
                    "' invalide (attendu : OPEN, CLOSE, RERUN ou "
                    "STATUS)."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.

      *    Lit l'identifiant operateur sur la deuxieme carte SYSIN et
      *    le soumet au controle d'acces OPERSIGN : niveau 1 pour la
      *    consultation, 2 pour l'ouverture et la cloture de la nuit,
      *    4 (reparation) pour la reprise d'une date passee. Un refus
      *    est journalise dans SIGNLOG par le sous-programme et
      *    arrete le job (RC 16) avant toute ecriture.
       SIGN-ON-OPERATOR.
           ACCEPT WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO OSQ-OPERATOR-ID
           EVALUATE TRUE
                WHEN COMMAND-RERUN
                    MOVE 4 TO OSQ-REQUIRED-LEVEL
                WHEN COMMAND-STATUS
                    MOVE 1 TO OSQ-REQUIRED-LEVEL
                WHEN OTHER
                    MOVE 2 TO OSQ-REQUIRED-LEVEL
           END-EVALUATE
           MOVE "CYCLECTL" TO OSQ-PROGRAM-ID
           CALL "opersign" USING OPERATOR-SIGNON-REQUEST
                OPERATOR-SIGNON-RESPONSE
           IF OSR-SIGNON-DENIED
                DISPLAY "ERREUR : acces refuse (motif "
                    OSR-DENIAL-REASON ") - arret, le cycle n'a pas "
                    "ete touche."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID) TO WS-OPERATOR-ID
           DISPLAY "Commande " WS-COMMAND-INPUT " autorisee pour "
               FUNCTION TRIM(OSR-OPERATOR-NAME) ".".

      *    Lit l'enregistrement unique de CYCLECTL. Absent ou vide :
      *    seule l'ouverture du premier cycle est possible.
       READ-CYCLE-CONTROL.
           INITIALIZE WS-CYCLE-RECORD
           OPEN INPUT CYCLECTL-FILE
           IF WS-CYCLECTL-STATUS = "00"
                READ CYCLECTL-FILE INTO WS-CYCLE-RECORD
                    AT END
                        CONTINUE
                    NOT AT END
                        SET CYCLE-FILE-PRESENT TO TRUE
                END-READ
                CLOSE CYCLECTL-FILE
           END-IF
           IF NOT CYCLE-FILE-PRESENT AND NOT COMMAND-OPEN
                DISPLAY "ERREUR : aucun cycle (CYCLECTL absent) - "
                    "ouvrir le premier cycle par OPEN avec une date."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.

      *    Ouvre le cycle suivant : cycle en cours clos, date
      *    posterieure a la derniere date de la sequence normale
      *    (lendemain par defaut).
       OPEN-NEXT-CYCLE.
           IF CYCLE-FILE-PRESENT AND WS-CY-CYCLE-OPEN
                DISPLAY "ERREUR : le cycle " WS-CY-CYCLE-NUMBER
                    " du " WS-CY-BUSINESS-DATE " est encore ouvert - "
                    "le clore d'abord (CLOSE)."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF

           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT = SPACES
                IF NOT CYCLE-FILE-PRESENT
                     DISPLAY "ERREUR : premier cycle - la date de "
                         "gestion AAAAMMJJ est obligatoire."
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                END-IF
                COMPUTE WS-DATE-INTEGER
                    = FUNCTION INTEGER-OF-DATE(WS-CY-NORMAL-DATE) + 1
                MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                    TO WS-NEW-DATE
           ELSE
                PERFORM VALIDATE-DATE-CARD
                IF CYCLE-FILE-PRESENT
                        AND WS-NEW-DATE NOT > WS-CY-NORMAL-DATE
                     DISPLAY "ERREUR : date " WS-NEW-DATE " non "
                         "posterieure a la derniere date traitee "
                         WS-CY-NORMAL-DATE " - une date passee se "
                         "retraite par RERUN."
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                END-IF
           END-IF

           IF NOT CYCLE-FILE-PRESENT
                MOVE ZERO TO WS-CY-CYCLE-NUMBER
           END-IF
           ADD 1 TO WS-CY-CYCLE-NUMBER
           MOVE WS-NEW-DATE TO WS-CY-BUSINESS-DATE
           MOVE WS-NEW-DATE TO WS-CY-NORMAL-DATE
           SET WS-CY-NORMAL-CYCLE TO TRUE
           MOVE SPACES TO WS-CY-RERUN-REASON
           PERFORM START-NEW-CYCLE
           MOVE "OPEN" TO CH-EVENT-CODE
           PERFORM WRITE-CYCLE-HISTORY
           DISPLAY "Cycle " WS-CY-CYCLE-NUMBER " ouvert, date de "
               "gestion " WS-CY-BUSINESS-DATE ".".

      *    Ouvre un cycle de reprise sur une date deja traitee : la
      *    derogation controlee apres un incident (niveau 4, motif
      *    obligatoire, journalisee dans CYCLEHST).
       OPEN-RERUN-CYCLE.
           IF WS-CY-CYCLE-OPEN
                DISPLAY "ERREUR : le cycle " WS-CY-CYCLE-NUMBER
                    " du " WS-CY-BUSINESS-DATE " est encore ouvert - "
                    "le clore d'abord (CLOSE)."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF

           ACCEPT WS-DATE-INPUT
           PERFORM VALIDATE-DATE-CARD
           IF WS-NEW-DATE > WS-CY-NORMAL-DATE
                DISPLAY "ERREUR : date " WS-NEW-DATE " posterieure "
                    "a la derniere date traitee " WS-CY-NORMAL-DATE
                    " - une nouvelle date s'ouvre par OPEN."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF
           ACCEPT WS-REASON-INPUT
           IF WS-REASON-INPUT = SPACES
                DISPLAY "ERREUR : motif de reprise obligatoire "
                    "(carte 4)."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF

           ADD 1 TO WS-CY-CYCLE-NUMBER
           MOVE WS-NEW-DATE TO WS-CY-BUSINESS-DATE
           SET WS-CY-RERUN-CYCLE TO TRUE
           MOVE WS-REASON-INPUT TO WS-CY-RERUN-REASON
           PERFORM START-NEW-CYCLE
           MOVE "RERUN" TO CH-EVENT-CODE
           PERFORM WRITE-CYCLE-HISTORY
           DISPLAY "ATTENTION : cycle de reprise " WS-CY-CYCLE-NUMBER
               " ouvert sur la date passee " WS-CY-BUSINESS-DATE
               " - chaque etape peut y repasser une fois, dans "
               "l'ordre."
           MOVE 4 TO RETURN-CODE.

      *    Controle la carte date AAAAMMJJ (numerique, mois 01 a 12,
      *    jour 01 a 31, puis date reelle du calendrier : un 31 avril
      *    ou un 29 fevrier hors annee bissextile est refuse).
       VALIDATE-DATE-CARD.
           IF WS-DATE-INPUT NOT NUMERIC
                   OR WS-DATE-MONTH = "00" OR WS-DATE-MONTH > "12"
                   OR WS-DATE-DAY = "00" OR WS-DATE-DAY > "31"
                DISPLAY "ERREUR : date '" WS-DATE-INPUT "' invalide "
                    "(attendu AAAAMMJJ)."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF
           MOVE WS-DATE-INPUT TO WS-NEW-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-DATE) NOT = 0
                DISPLAY "ERREUR : date '" WS-DATE-INPUT "' inexistante "
                    "au calendrier."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.

      *    Complete l'enregistrement du cycle qui s'ouvre (etat,
      *    horodatage, operateur, table des etapes videe) et reecrit
      *    CYCLECTL.
       START-NEW-CYCLE.
           SET WS-CY-CYCLE-OPEN TO TRUE
           MOVE WS-TS-DATE TO WS-CY-CHANGE-DATE
           MOVE WS-TS-TIME TO WS-CY-CHANGE-TIME
           MOVE WS-OPERATOR-ID TO WS-CY-CHANGE-OPERATOR
           MOVE ZERO TO WS-CY-STEP-COUNT
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > 10
                MOVE SPACES TO WS-CY-STEP-NAME (WS-STEP-IDX)
                MOVE ZERO TO WS-CY-STEP-END-DATE (WS-STEP-IDX)
                MOVE ZERO TO WS-CY-STEP-END-TIME (WS-STEP-IDX)
           END-PERFORM
           PERFORM REWRITE-CYCLE-CONTROL.

      *    Clot le cycle ouvert : liste des etapes terminees,
      *    avertissement (RC 4) si la nuit n'a pas ete equilibree, et
      *    retour a la date de la sequence normale apres une reprise.
       CLOSE-CURRENT-CYCLE.
           IF NOT WS-CY-CYCLE-OPEN
                DISPLAY "ERREUR : le cycle " WS-CY-CYCLE-NUMBER
                    " est deja clos."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF

           DISPLAY "Etapes terminees dans le cycle " WS-CY-CYCLE-NUMBER
               " :"
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-CY-STEP-COUNT
                DISPLAY "  " WS-CY-STEP-NAME (WS-STEP-IDX) " "
                    WS-CY-STEP-END-DATE (WS-STEP-IDX) " "
                    WS-CY-STEP-END-TIME (WS-STEP-IDX)
                IF WS-CY-STEP-NAME (WS-STEP-IDX) = "GREETBAL"
                     SET CYCLE-BALANCED TO TRUE
                END-IF
           END-PERFORM
           IF NOT CYCLE-BALANCED
                DISPLAY "ATTENTION : cycle clos sans equilibrage "
                    "GREETBAL reussi."
                MOVE 4 TO RETURN-CODE
           END-IF

           MOVE "CLOSE" TO CH-EVENT-CODE
           PERFORM WRITE-CYCLE-HISTORY
           SET WS-CY-CYCLE-CLOSED TO TRUE
           IF WS-CY-RERUN-CYCLE
                MOVE WS-CY-NORMAL-DATE TO WS-CY-BUSINESS-DATE
                SET WS-CY-NORMAL-CYCLE TO TRUE
                MOVE SPACES TO WS-CY-RERUN-REASON
                DISPLAY "Reprise close : retour a la date de "
                    "gestion " WS-CY-NORMAL-DATE "."
           END-IF
           MOVE WS-TS-DATE TO WS-CY-CHANGE-DATE
           MOVE WS-TS-TIME TO WS-CY-CHANGE-TIME
           MOVE WS-OPERATOR-ID TO WS-CY-CHANGE-OPERATOR
           PERFORM REWRITE-CYCLE-CONTROL.

       REWRITE-CYCLE-CONTROL.
           OPEN OUTPUT CYCLECTL-FILE
           WRITE CYCLE-CONTROL-RECORD FROM WS-CYCLE-RECORD
           CLOSE CYCLECTL-FILE.

      *    Journalise l'evenement dans CYCLEHST (cree au premier
      *    cycle : statut "35" sur l'EXTEND, meme principe que
      *    SIGNLOG).
       WRITE-CYCLE-HISTORY.
           OPEN EXTEND CYCLEHST-FILE
           IF WS-CYCLEHST-STATUS = "35"
                OPEN OUTPUT CYCLEHST-FILE
           END-IF
           MOVE WS-TS-DATE TO CH-EVENT-DATE
           MOVE WS-TS-TIME TO CH-EVENT-TIME
           MOVE WS-CY-BUSINESS-DATE TO CH-BUSINESS-DATE
           MOVE WS-CY-CYCLE-NUMBER TO CH-CYCLE-NUMBER
           MOVE WS-OPERATOR-ID TO CH-OPERATOR-ID
           MOVE WS-CY-STEP-COUNT TO CH-STEP-COUNT
           MOVE WS-CY-RERUN-REASON TO CH-REASON
           WRITE CYCLE-HISTORY-RECORD
           CLOSE CYCLEHST-FILE.

      *    Affiche l'etat du cycle en cours sur SYSOUT.
       DISPLAY-CYCLE-STATUS.
           DISPLAY "CYCLE EN COURS :"
           DISPLAY "  NUMERO          = " WS-CY-CYCLE-NUMBER
           DISPLAY "  DATE DE GESTION = " WS-CY-BUSINESS-DATE
           IF WS-CY-CYCLE-OPEN
                DISPLAY "  ETAT            = OUVERT"
           ELSE
                DISPLAY "  ETAT            = CLOS"
           END-IF
           IF WS-CY-RERUN-CYCLE
                DISPLAY "  REPRISE         = "
                    FUNCTION TRIM(WS-CY-RERUN-REASON)
                DISPLAY "  DATE NORMALE    = " WS-CY-NORMAL-DATE
           END-IF
           DISPLAY "  ETAPES TERMINEES = " WS-CY-STEP-COUNT
           DISPLAY "  DERNIER CHANGEMENT " WS-CY-CHANGE-DATE " "
               WS-CY-CHANGE-TIME " PAR " WS-CY-CHANGE-OPERATOR.
