      *    memoire a leur demarrage (cf. copybooks LOCREC et LOCTAB).
      *
      *    Charge le fichier LOCALES en table memoire (entrees actives
      *    ET inactives) et boucle sur la console jusqu'a la saisie de
      *    "X".
      *
      *    Controle a deux personnes (meme regle que SUPMAINT et
      *    ALIASMNT) : une modification saisie n'est plus appliquee
      *    a LOCALES. Elle est deposee dans le fichier des demandes
      *    en attente PENDCHG (cf. copybook PENDCHG), avec
      *    l'identifiant de l'operateur et les images avant/apres de
      *    la langue, et n'atteint LOCALES qu'une fois approuvee par
      *    un AUTRE operateur dans CHGAPPR. Ce programme ne reecrit
      *    donc plus LOCALES ; la liste (commande L) et l'apercu
      *    (commande P) montrent le fichier en vigueur, sans les
      *    demandes en attente.
      *
      *    Regles de validation appliquees :
      *    - le code locale fait exactement deux lettres (A-Z) ;
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCALES-STATUS.

      *    Demandes de modification en attente d'approbation,
      *    accumulees d'une execution a l'autre (OPEN EXTEND a chaque
      *    demande, cree a la premiere).
           SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDCHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCALES-FILE.
           COPY LOCREC.

       FD  PENDING-CHANGE-FILE.
           COPY PENDCHG.

       WORKING-STORAGE SECTION.
      *    WS-LOCALES-STATUS permet de detecter l'absence du fichier
      *    (statut "35") au tout premier lancement : la table est
      *    alors amorcee et le fichier sera cree par la premiere
      *    approbation.
       01 WS-LOCALES-STATUS PIC X(02) VALUE SPACES.
       01 WS-LOCALES-EOF-SWITCH PIC X(01) VALUE "N".
          88 LOCALES-EOF VALUE "Y".
             10 WS-LOCALE-TEMPLATE    PIC X(60).
             10 WS-LOCALE-TEMPLATE-PM PIC X(60).

      *    Signale que LOCALES (au chargement) depasse la capacite de
      *    la table memoire (50) : les entrees au-dela ne sont pas
      *    vues par les controles de saisie ; CHGAPPR refuse alors
      *    toute approbation sur ce fichier.
       01 WS-LOCALE-OVERFLOW-SWITCH PIC X(01) VALUE "N".
          88 LOCALE-TABLE-OVERFLOW VALUE "Y".

       01 WS-OPERATOR-ID PIC X(08) VALUE SPACES.
       COPY OPERSIGN.

      *    Statut de PENDING-CHANGE-FILE : cree (OPEN OUTPUT) a la
      *    premiere demande si le fichier n'existe pas encore (statut
      *    "35"), ouvert en EXTEND ensuite (meme principe que
      *    CUSTAUDT).
       01 WS-PENDCHG-STATUS PIC X(02) VALUE SPACES.

      *    Horodatage des demandes.
       01 WS-CURRENT-TIMESTAMP PIC X(21).
       01 WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(6).
          05 FILLER           PIC X(07).

      *    Images avant/apres de la langue pour la demande, dans la
      *    forme de LOCALES-RECORD (meme technique que CUSTMAINT pour
      *    CUSTAUDT), et code action de la demande (cf. copybook
      *    PENDCHG).
       01 WS-BEFORE-IMAGE.
          05 WS-BEF-CODE        PIC X(02).
          05 WS-BEF-GREETING    PIC X(10).
          05 WS-BEF-FLAG        PIC X(01).
          05 WS-BEF-TEMPLATE    PIC X(60).
          05 WS-BEF-TEMPLATE-PM PIC X(60).
       01 WS-AFTER-IMAGE.
          05 WS-AFT-CODE        PIC X(02).
          05 WS-AFT-GREETING    PIC X(10).
          05 WS-AFT-FLAG        PIC X(01).
          05 WS-AFT-TEMPLATE    PIC X(60).
          05 WS-AFT-TEMPLATE-PM PIC X(60).
       01 WS-REQUEST-ACTION PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
      *    Controle d'acces (niveau 2), charge le fichier existant,
      *    puis boucle sur la console jusqu'a la commande "X". Les
      *    modifications sont deposees dans PENDCHG au fil de l'eau.
           PERFORM SIGN-ON-OPERATOR
           PERFORM LOAD-LOCALES-FILE

                END-EVALUATE
           END-PERFORM

           STOP RUN.

      *    Demande l'identifiant operateur et le soumet au controle
      *    Charge le fichier LOCALES en table memoire, entrees actives
      *    et inactives. S'il n'existe pas encore (statut "35"), la
      *    table est amorcee avec les trois langues historiques (FR,
      *    EN, ES) : sans cela, le premier fichier cree ne
      *    contiendrait que les langues demandees et ferait
      *    silencieusement disparaitre les langues historiques des
      *    programmes de salutation, qui ne retombent sur leurs
      *    valeurs codees en dur qu'en l'ABSENCE du fichier. CHGAPPR
      *    amorce le fichier de la meme facon a la premiere
      *    approbation.
       LOAD-LOCALES-FILE.
           OPEN INPUT LOCALES-FILE
           IF WS-LOCALES-STATUS = "35"
                    "etre vide."
           END-IF.

      *    Demande l'ajout d'une nouvelle langue : code valide et non
      *    deja present (actif ou non), texte non vide. L'entree sera
      *    creee active, sans modeles, a l'approbation.
       ADD-LOCALE.
           PERFORM GET-AND-FIND-LOCALE-CODE
           IF WS-INPUT-CODE NOT LOCALE-CHARACTERS
                     DISPLAY "Erreur : le code "
                         WS-INPUT-CODE " existe deja."
                ELSE
      *    La capacite de la table (50) est aussi celle de CHGAPPR,
      *    qui ne pourrait pas appliquer l'ajout : refuse des la
      *    saisie.
                     IF WS-LOCALE-COUNT >= 50
                          DISPLAY "ERREUR : la table des locales est "
                              "pleine (50 entrees) - ajout refuse."
                     ELSE
                          PERFORM GET-GREETING-TEXT
                          IF WS-INPUT-GREETING NOT = SPACES
                               MOVE SPACES TO WS-BEFORE-IMAGE
                               MOVE SPACES TO WS-AFTER-IMAGE
                               MOVE WS-INPUT-CODE TO WS-AFT-CODE
                               MOVE WS-INPUT-GREETING
                                   TO WS-AFT-GREETING
                               MOVE "A" TO WS-AFT-FLAG
                               MOVE "A" TO WS-REQUEST-ACTION
                               PERFORM WRITE-PENDING-CHANGE
                               DISPLAY "(modeles par la commande T, "
                                   "une fois la langue approuvee)"
                          END-IF
                     END-IF
                END-IF
           END-IF.

      *    Demande la modification du texte de salutation d'une
      *    langue existante (active ou inactive ; l'indicateur n'est
      *    pas touche).
       CHANGE-LOCALE.
           PERFORM GET-AND-FIND-LOCALE-CODE
           IF LOCALE-FOUND
                PERFORM GET-GREETING-TEXT
                IF WS-INPUT-GREETING NOT = SPACES
                     PERFORM BUILD-BEFORE-IMAGE
                     MOVE WS-BEFORE-IMAGE TO WS-AFTER-IMAGE
                     MOVE WS-INPUT-GREETING TO WS-AFT-GREETING
                     MOVE "M" TO WS-REQUEST-ACTION
                     PERFORM WRITE-PENDING-CHANGE
                END-IF
           ELSE
                IF WS-INPUT-CODE LOCALE-CHARACTERS
                END-IF
           END-IF.

      *    Demande la modification des modeles de phrase d'une
      *    langue existante : le modele de jour puis la variante du
      *    soir (cf. LOCREC). Un modele non vide doit porter le
      *    marqueur "&NOM" ; une saisie vide efface le modele (retour
      *    au mot de salutation historique pour le jour, pas de
      *    variante pour le soir).
       CHANGE-TEMPLATES.
           PERFORM GET-AND-FIND-LOCALE-CODE
           IF LOCALE-FOUND
                          DISPLAY "Erreur : la variante du soir "
                              "doit porter le marqueur &NOM."
                     ELSE
                          PERFORM BUILD-BEFORE-IMAGE
                          MOVE WS-BEFORE-IMAGE TO WS-AFTER-IMAGE
                          MOVE WS-INPUT-TEMPLATE TO WS-AFT-TEMPLATE
                          MOVE WS-INPUT-TEMPLATE-PM
                              TO WS-AFT-TEMPLATE-PM
                          MOVE "T" TO WS-REQUEST-ACTION
                          PERFORM WRITE-PENDING-CHANGE
                     END-IF
                END-IF
           ELSE
                END-IF
           END-IF.

      *    Demande la desactivation d'une langue existante :
      *    l'entree reste dans le fichier (historique) mais n'est
      *    plus chargee par les programmes de salutation.
       DEACTIVATE-LOCALE.
           PERFORM GET-AND-FIND-LOCALE-CODE
           IF LOCALE-FOUND
                PERFORM BUILD-BEFORE-IMAGE
                MOVE WS-BEFORE-IMAGE TO WS-AFTER-IMAGE
                MOVE "I" TO WS-AFT-FLAG
                MOVE "D" TO WS-REQUEST-ACTION
                PERFORM WRITE-PENDING-CHANGE
           ELSE
                IF WS-INPUT-CODE LOCALE-CHARACTERS
                     DISPLAY "Erreur : le code " WS-INPUT-CODE
                END-IF
           END-IF.

      *    Demande la reactivation d'une langue precedemment
      *    desactivee.
       REACTIVATE-LOCALE.
           PERFORM GET-AND-FIND-LOCALE-CODE
           IF LOCALE-FOUND
                PERFORM BUILD-BEFORE-IMAGE
                MOVE WS-BEFORE-IMAGE TO WS-AFTER-IMAGE
                MOVE "A" TO WS-AFT-FLAG
                MOVE "R" TO WS-REQUEST-ACTION
                PERFORM WRITE-PENDING-CHANGE
           ELSE
                IF WS-INPUT-CODE LOCALE-CHARACTERS
                     DISPLAY "Erreur : le code " WS-INPUT-CODE
                END-PERFORM
           END-IF.

      *    Construit l'image avant a partir de la langue trouvee
      *    (WS-LOCALE-IDX).
       BUILD-BEFORE-IMAGE.
           MOVE WS-LOCALE-CODE (WS-LOCALE-IDX)     TO WS-BEF-CODE
           MOVE WS-LOCALE-GREETING (WS-LOCALE-IDX) TO WS-BEF-GREETING
           MOVE WS-LOCALE-FLAG (WS-LOCALE-IDX)     TO WS-BEF-FLAG
           MOVE WS-LOCALE-TEMPLATE (WS-LOCALE-IDX) TO WS-BEF-TEMPLATE
           MOVE WS-LOCALE-TEMPLATE-PM (WS-LOCALE-IDX)
               TO WS-BEF-TEMPLATE-PM.

      *    Depose la demande courante dans PENDCHG : horodatage,
      *    operateur demandeur, fichier vise, code action (positionne
      *    par l'appelant) et images avant/apres. Une demande qui ne
      *    changerait rien (reactiver une langue deja active, par
      *    exemple) n'est pas deposee.
       WRITE-PENDING-CHANGE.
           IF WS-AFTER-IMAGE = WS-BEFORE-IMAGE
                DISPLAY "Aucun changement - demande non deposee."
           ELSE
                OPEN EXTEND PENDING-CHANGE-FILE
                IF WS-PENDCHG-STATUS = "35"
                     OPEN OUTPUT PENDING-CHANGE-FILE
                END-IF
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
                MOVE WS-TS-DATE TO PCH-REQUEST-DATE
                MOVE WS-TS-TIME TO PCH-REQUEST-TIME
                MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID)
                    TO PCH-MAKER-ID
                MOVE "LOCALES" TO PCH-TARGET-FILE
                MOVE WS-REQUEST-ACTION TO PCH-ACTION-CODE
                SET PCH-STATUS-PENDING TO TRUE
                MOVE WS-BEFORE-IMAGE TO PCH-BEFORE-IMAGE
                MOVE WS-AFTER-IMAGE TO PCH-AFTER-IMAGE
                WRITE PENDING-CHANGE-RECORD
                CLOSE PENDING-CHANGE-FILE
                DISPLAY "Demande deposee - en attente d'approbation "
                    "par un autre operateur (CHGAPPR)."
           END-IF.
