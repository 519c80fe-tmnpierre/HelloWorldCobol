      *    statut.
      *
      *    Charge le fichier SUPLIST en table memoire (entrees
      *    actives ET inactives) et boucle sur la console jusqu'a la
      *    saisie de "X".
      *
      *    Controle a deux personnes (demande de la conformite : un
      *    seul operateur pouvait lever une opposition sans second
      *    regard) : une modification saisie n'est plus appliquee a
      *    SUPLIST. Elle est deposee dans le fichier des demandes en
      *    attente PENDCHG (cf. copybook PENDCHG), avec l'identifiant
      *    de l'operateur et les images avant/apres de l'entree, et
      *    n'atteint SUPLIST qu'une fois approuvee par un AUTRE
      *    operateur dans CHGAPPR. Ce programme ne reecrit donc plus
      *    SUPLIST ; la liste (commande L) montre le fichier en
      *    vigueur, sans les demandes en attente.
      *
      *    Regles de validation appliquees :
      *    - le type de cle est N (nom) ou C (numero client) ;
      *    OPERSIGN (niveau 2, maintenance des tables, exige) : la
      *    liste d'opposition ne se modifie plus anonymement, et les
      *    refus sont journalises dans SIGNLOG (remarque de l'audit).
      *
      *    Le motif EF est reserve aux oppositions permanentes posees
      *    par le programme d'effacement PERSERASE pour une personne
      *    qui a demande a etre oubliee : il ne peut pas etre saisi
      *    ici, et une entree EF ne peut etre ni modifiee ni
      *    desactivee (elle doit empecher toute salutation future).
      *    *************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPLIST-STATUS.

      *    Demandes de modification en attente d'approbation,
      *    accumulees d'une execution a l'autre (OPEN EXTEND a chaque
      *    demande, cree a la premiere).
           SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDCHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPLIST-FILE.
           COPY SUPREC.

       FD  PENDING-CHANGE-FILE.
           COPY PENDCHG.

       WORKING-STORAGE SECTION.
      *    WS-SUPLIST-STATUS permet de detecter l'absence du fichier
      *    (statut "35") au tout premier lancement : la table reste
      *    alors vide et le fichier sera cree par la premiere
      *    approbation.
       01 WS-SUPLIST-STATUS PIC X(02) VALUE SPACES.
       01 WS-SUPLIST-EOF-SWITCH PIC X(01) VALUE "N".
          88 SUPLIST-EOF VALUE "Y".
                88 WS-SUP-ACTIVE    VALUE "A".
                88 WS-SUP-INACTIVE  VALUE "I".

      *    Signale que SUPLIST (au chargement) depasse la capacite
      *    de la table memoire (500) : les entrees au-dela ne sont
      *    pas vues par les controles de saisie ; CHGAPPR refuse
      *    alors toute approbation sur ce fichier.
       01 WS-SUPLIST-OVERFLOW-SWITCH PIC X(01) VALUE "N".
          88 SUPLIST-TABLE-OVERFLOW VALUE "Y".

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
      *    forme de SUPPRESS-RECORD (meme technique que CUSTMAINT
      *    pour CUSTAUDT), et code action de la demande (cf. copybook
      *    PENDCHG).
       01 WS-BEFORE-IMAGE.
          05 WS-BEF-TYPE       PIC X(01).
          05 WS-BEF-KEY        PIC X(50).
          05 WS-BEF-REASON     PIC X(02).
          05 WS-BEF-START-DATE PIC 9(8).
          05 WS-BEF-END-DATE   PIC 9(8).
          05 WS-BEF-FLAG       PIC X(01).
       01 WS-AFTER-IMAGE.
          05 WS-AFT-TYPE       PIC X(01).
          05 WS-AFT-KEY        PIC X(50).
          05 WS-AFT-REASON     PIC X(02).
          05 WS-AFT-START-DATE PIC 9(8).
          05 WS-AFT-END-DATE   PIC 9(8).
          05 WS-AFT-FLAG       PIC X(01).
       01 WS-REQUEST-ACTION PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
      *    Controle d'acces (niveau 2), charge le fichier existant,
      *    puis boucle sur la console jusqu'a la commande "X". Les
      *    modifications sont deposees dans PENDCHG au fil de l'eau.
           PERFORM SIGN-ON-OPERATOR
           PERFORM LOAD-SUPLIST-FILE

                END-EVALUATE
           END-PERFORM

           STOP RUN.

      *    Demande l'identifiant operateur et le soumet au controle

      *    Demande le motif et la periode de validite. DATES-VALID
      *    indique une saisie correcte ; une date de fin a blanc vaut
      *    99999999 (sans fin). Le motif EF est refuse (reserve a
      *    PERSERASE).
       GET-REASON-AND-DATES.
           MOVE "N" TO WS-DATES-VALID-SWITCH
           DISPLAY "Code motif (deux caracteres) : "
                          END-IF
                     END-IF
                END-IF
           END-IF
           IF DATES-VALID
                   AND FUNCTION UPPER-CASE(WS-INPUT-REASON) = "EF"
                DISPLAY "Erreur : le motif EF est reserve a "
                    "l'effacement (PERSERASE)."
                MOVE "N" TO WS-DATES-VALID-SWITCH
           END-IF.

      *    Demande l'ajout d'une opposition : cle valide et non deja
      *    presente, motif et dates valides. L'entree sera creee
      *    active a l'approbation.
       ADD-SUPPRESSION.
           PERFORM GET-AND-FIND-SUPPRESS-KEY
           IF KEY-VALID
                     DISPLAY "Erreur : cette cle est deja dans la "
                         "liste d'opposition."
                ELSE
      *    La capacite de la table (500) est aussi celle de CHGAPPR,
      *    qui ne pourrait pas appliquer l'ajout : refuse des la
      *    saisie.
                     IF WS-SUPLIST-COUNT >= 500
                          DISPLAY "ERREUR : la liste d'opposition "
                              "est pleine (500 entrees) - ajout "
                     ELSE
                          PERFORM GET-REASON-AND-DATES
                          IF DATES-VALID
                               MOVE SPACES TO WS-BEFORE-IMAGE
                               MOVE WS-INPUT-TYPE TO WS-AFT-TYPE
                               MOVE WS-INPUT-KEY TO WS-AFT-KEY
                               MOVE WS-INPUT-REASON TO WS-AFT-REASON
                               MOVE WS-START-DATE
                                   TO WS-AFT-START-DATE
                               MOVE WS-END-DATE TO WS-AFT-END-DATE
                               MOVE "A" TO WS-AFT-FLAG
                               MOVE "A" TO WS-REQUEST-ACTION
                               PERFORM WRITE-PENDING-CHANGE
                          END-IF
                     END-IF
                END-IF
           END-IF.

      *    Demande la modification du motif et de la periode d'une
      *    opposition existante (active ou inactive ; l'indicateur
      *    n'est pas touche).
       CHANGE-SUPPRESSION.
           PERFORM GET-AND-FIND-SUPPRESS-KEY
           IF KEY-VALID AND SUPPRESS-FOUND
                   AND WS-SUP-REASON (WS-SUP-IDX) = "EF"
                DISPLAY "Erreur : opposition permanente EF "
                    "(effacement) - modification refusee."
                MOVE "N" TO WS-KEY-VALID-SWITCH
           END-IF
           IF KEY-VALID
                IF SUPPRESS-FOUND
                     PERFORM GET-REASON-AND-DATES
                     IF DATES-VALID
                          PERFORM BUILD-BEFORE-IMAGE
                          MOVE WS-BEFORE-IMAGE TO WS-AFTER-IMAGE
                          MOVE WS-INPUT-REASON TO WS-AFT-REASON
                          MOVE WS-START-DATE TO WS-AFT-START-DATE
                          MOVE WS-END-DATE TO WS-AFT-END-DATE
                          MOVE "M" TO WS-REQUEST-ACTION
                          PERFORM WRITE-PENDING-CHANGE
                     END-IF
                ELSE
                     DISPLAY "Erreur : cette cle n'est pas dans la "
                END-IF
           END-IF.

      *    Demande la desactivation d'une opposition existante :
      *    l'entree reste dans le fichier (historique) mais n'est
      *    plus chargee par les programmes de salutation.
       DEACTIVATE-SUPPRESSION.
           PERFORM GET-AND-FIND-SUPPRESS-KEY
           IF KEY-VALID AND SUPPRESS-FOUND
                   AND WS-SUP-REASON (WS-SUP-IDX) = "EF"
                DISPLAY "Erreur : opposition permanente EF "
                    "(effacement) - desactivation refusee."
                MOVE "N" TO WS-KEY-VALID-SWITCH
           END-IF
           IF KEY-VALID
                IF SUPPRESS-FOUND
                     PERFORM BUILD-BEFORE-IMAGE
                     MOVE WS-BEFORE-IMAGE TO WS-AFTER-IMAGE
                     MOVE "I" TO WS-AFT-FLAG
                     MOVE "D" TO WS-REQUEST-ACTION
                     PERFORM WRITE-PENDING-CHANGE
                ELSE
                     DISPLAY "Erreur : cette cle n'est pas dans la "
                         "liste d'opposition."
                END-IF
           END-IF.

      *    Demande la reactivation d'une opposition precedemment
      *    desactivee.
       REACTIVATE-SUPPRESSION.
           PERFORM GET-AND-FIND-SUPPRESS-KEY
           IF KEY-VALID
                IF SUPPRESS-FOUND
                     PERFORM BUILD-BEFORE-IMAGE
                     MOVE WS-BEFORE-IMAGE TO WS-AFTER-IMAGE
                     MOVE "A" TO WS-AFT-FLAG
                     MOVE "R" TO WS-REQUEST-ACTION
                     PERFORM WRITE-PENDING-CHANGE
                ELSE
                     DISPLAY "Erreur : cette cle n'est pas dans la "
                         "liste d'opposition."
                END-PERFORM
           END-IF.

      *    Construit l'image avant a partir de l'entree trouvee
      *    (WS-SUP-IDX).
       BUILD-BEFORE-IMAGE.
           MOVE WS-SUP-TYPE (WS-SUP-IDX)       TO WS-BEF-TYPE
           MOVE WS-SUP-KEY (WS-SUP-IDX)        TO WS-BEF-KEY
           MOVE WS-SUP-REASON (WS-SUP-IDX)     TO WS-BEF-REASON
           MOVE WS-SUP-START-DATE (WS-SUP-IDX) TO WS-BEF-START-DATE
           MOVE WS-SUP-END-DATE (WS-SUP-IDX)   TO WS-BEF-END-DATE
           MOVE WS-SUP-FLAG (WS-SUP-IDX)       TO WS-BEF-FLAG.

      *    Depose la demande courante dans PENDCHG : horodatage,
      *    operateur demandeur, fichier vise, code action (positionne
      *    par l'appelant) et images avant/apres. Une demande qui ne
      *    changerait rien (reactiver une opposition deja active,
      *    par exemple) n'est pas deposee.
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
                MOVE "SUPLIST" TO PCH-TARGET-FILE
                MOVE WS-REQUEST-ACTION TO PCH-ACTION-CODE
                SET PCH-STATUS-PENDING TO TRUE
                MOVE WS-BEFORE-IMAGE TO PCH-BEFORE-IMAGE
                MOVE WS-AFTER-IMAGE TO PCH-AFTER-IMAGE
                WRITE PENDING-CHANGE-RECORD
                CLOSE PENDING-CHANGE-FILE
                DISPLAY "Demande deposee - en attente d'approbation "
                    "par un autre operateur (CHGAPPR)."
           END-IF.
