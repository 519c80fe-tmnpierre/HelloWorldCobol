      *    Le rapport ALIASRPT dit quels alias servent vraiment.
      *
      *    Charge le fichier ALIASDIR en table memoire (entrees
      *    actives ET inactives) et boucle sur la console jusqu'a la
      *    saisie de "X".
      *
      *    Controle a deux personnes (un seul operateur pouvait
      *    rediriger l'alias d'une personne vers une autre sans
      *    second regard) : une modification saisie n'est plus
      *    appliquee a ALIASDIR. Elle est deposee dans le fichier des
      *    demandes en attente PENDCHG (cf. copybook PENDCHG), avec
      *    l'identifiant de l'operateur et les images avant/apres de
      *    l'entree, et n'atteint ALIASDIR qu'une fois approuvee par
      *    un AUTRE operateur dans CHGAPPR. Ce programme ne reecrit
      *    donc plus ALIASDIR ; la liste (commande L) montre
      *    l'annuaire en vigueur, sans les demandes en attente.
      *
      *    Regles de validation appliquees :
      *    - l'alias est un nom non vide, limite au jeu de
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALIASDIR-STATUS.

      *    Demandes de modification en attente d'approbation,
      *    accumulees d'une execution a l'autre (OPEN EXTEND a chaque
      *    demande, cree a la premiere).
           SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDCHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALIASDIR-FILE.
           COPY ALIASREC.

       FD  PENDING-CHANGE-FILE.
           COPY PENDCHG.

       WORKING-STORAGE SECTION.
      *    WS-ALIASDIR-STATUS permet de detecter l'absence du fichier
      *    (statut "35") au tout premier lancement : la table reste
      *    alors vide et le fichier sera cree par la premiere
      *    approbation.
       01 WS-ALIASDIR-STATUS PIC X(02) VALUE SPACES.
       01 WS-ALIASDIR-EOF-SWITCH PIC X(01) VALUE "N".
          88 ALIASDIR-EOF VALUE "Y".
                88 WS-ALIAS-INACTIVE VALUE "I".

      *    Signale que ALIASDIR (au chargement) depasse la capacite
      *    de la table memoire (500) : les entrees au-dela ne sont
      *    pas vues par les controles de saisie ; CHGAPPR refuse
      *    alors toute approbation sur ce fichier.
       01 WS-ALIAS-OVERFLOW-SWITCH PIC X(01) VALUE "N".
          88 ALIAS-TABLE-OVERFLOW VALUE "Y".

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

      *    Images avant/apres de l'entree pour la demande, dans la
      *    forme de ALIAS-RECORD (meme technique que CUSTMAINT pour
      *    CUSTAUDT), et code action de la demande (cf. copybook
      *    PENDCHG).
       01 WS-BEFORE-IMAGE.
          05 WS-BEF-ALIAS      PIC X(50).
          05 WS-BEF-CANONICAL  PIC X(50).
          05 WS-BEF-FLAG       PIC X(01).
       01 WS-AFTER-IMAGE.
          05 WS-AFT-ALIAS      PIC X(50).
          05 WS-AFT-CANONICAL  PIC X(50).
          05 WS-AFT-FLAG       PIC X(01).
       01 WS-REQUEST-ACTION PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
      *    Controle d'acces (niveau 2), charge le fichier existant,
      *    puis boucle sur la console jusqu'a la commande "X". Les
      *    modifications sont deposees dans PENDCHG au fil de l'eau.
           PERFORM SIGN-ON-OPERATOR
           PERFORM LOAD-ALIASDIR-FILE

                END-EVALUATE
           END-PERFORM

           STOP RUN.

      *    Demande l'identifiant operateur et le soumet au controle
                END-IF
           END-IF.

      *    Demande l'ajout d'un alias : non deja present, nom
      *    canonique valide. L'entree sera creee active a
      *    l'approbation.
       ADD-ALIAS.
           PERFORM GET-AND-FIND-ALIAS
           IF WS-INPUT-ALIAS = SPACES
                IF ALIAS-FOUND
                     DISPLAY "Erreur : cet alias existe deja."
                ELSE
      *    La capacite de la table (500) est aussi celle de CHGAPPR,
      *    qui ne pourrait pas appliquer l'ajout : refuse des la
      *    saisie.
                     IF WS-ALIAS-COUNT >= 500
                          DISPLAY "ERREUR : l'annuaire est plein "
                              "(500 entrees) - ajout refuse."
                     ELSE
                          PERFORM GET-CANONICAL-NAME
                          IF WS-INPUT-CANONICAL NOT = SPACES
                               MOVE SPACES TO WS-BEFORE-IMAGE
                               MOVE WS-INPUT-ALIAS TO WS-AFT-ALIAS
                               MOVE WS-INPUT-CANONICAL
                                   TO WS-AFT-CANONICAL
                               MOVE "A" TO WS-AFT-FLAG
                               MOVE "A" TO WS-REQUEST-ACTION
                               PERFORM WRITE-PENDING-CHANGE
                          END-IF
                     END-IF
                END-IF
           END-IF.

      *    Demande la modification du nom canonique d'un alias
      *    existant (actif ou inactif ; l'indicateur n'est pas
      *    touche).
       CHANGE-ALIAS.
           PERFORM GET-AND-FIND-ALIAS
           IF ALIAS-FOUND
                PERFORM GET-CANONICAL-NAME
                IF WS-INPUT-CANONICAL NOT = SPACES
                     PERFORM BUILD-BEFORE-IMAGE
                     MOVE WS-BEFORE-IMAGE TO WS-AFTER-IMAGE
                     MOVE WS-INPUT-CANONICAL TO WS-AFT-CANONICAL
                     MOVE "M" TO WS-REQUEST-ACTION
                     PERFORM WRITE-PENDING-CHANGE
                END-IF
           ELSE
                IF WS-INPUT-ALIAS NOT = SPACES
                END-IF
           END-IF.

      *    Demande la desactivation d'un alias existant : l'entree
      *    reste dans le fichier (historique) mais NAMEVAL ne la
      *    charge plus.
       DEACTIVATE-ALIAS.
           PERFORM GET-AND-FIND-ALIAS
           IF ALIAS-FOUND
                PERFORM BUILD-BEFORE-IMAGE
                MOVE WS-BEFORE-IMAGE TO WS-AFTER-IMAGE
                MOVE "I" TO WS-AFT-FLAG
                MOVE "D" TO WS-REQUEST-ACTION
                PERFORM WRITE-PENDING-CHANGE
           ELSE
                IF WS-INPUT-ALIAS NOT = SPACES
                     DISPLAY "Erreur : cet alias n'existe pas."
                END-IF
           END-IF.

      *    Demande la reactivation d'un alias precedemment
      *    desactive.
       REACTIVATE-ALIAS.
           PERFORM GET-AND-FIND-ALIAS
           IF ALIAS-FOUND
                PERFORM BUILD-BEFORE-IMAGE
                MOVE WS-BEFORE-IMAGE TO WS-AFTER-IMAGE
                MOVE "A" TO WS-AFT-FLAG
                MOVE "R" TO WS-REQUEST-ACTION
                PERFORM WRITE-PENDING-CHANGE
           ELSE
                IF WS-INPUT-ALIAS NOT = SPACES
                     DISPLAY "Erreur : cet alias n'existe pas."
                END-PERFORM
           END-IF.

      *    Construit l'image avant a partir de l'entree trouvee
      *    (WS-ALIAS-IDX).
       BUILD-BEFORE-IMAGE.
           MOVE WS-ALIAS-KEY (WS-ALIAS-IDX)       TO WS-BEF-ALIAS
           MOVE WS-ALIAS-CANONICAL (WS-ALIAS-IDX) TO WS-BEF-CANONICAL
           MOVE WS-ALIAS-FLAG (WS-ALIAS-IDX)      TO WS-BEF-FLAG.

      *    Depose la demande courante dans PENDCHG : horodatage,
      *    operateur demandeur, fichier vise, code action (positionne
      *    par l'appelant) et images avant/apres. Une demande qui ne
      *    changerait rien (reactiver un alias deja actif, par
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
                MOVE "ALIASDIR" TO PCH-TARGET-FILE
                MOVE WS-REQUEST-ACTION TO PCH-ACTION-CODE
                SET PCH-STATUS-PENDING TO TRUE
                MOVE WS-BEFORE-IMAGE TO PCH-BEFORE-IMAGE
                MOVE WS-AFTER-IMAGE TO PCH-AFTER-IMAGE
                WRITE PENDING-CHANGE-RECORD
                CLOSE PENDING-CHANGE-FILE
                DISPLAY "Demande deposee - en attente d'approbation "
                    "par un autre operateur (CHGAPPR)."
           END-IF.
