      *    *************************************************************
      *    Programme d'approbation des modifications de tables
      *    (controle a deux personnes).
      *
      *    SUPMAINT, ALIASMNT et LOCMAINT n'ecrivent plus dans
      *    SUPLIST, ALIASDIR et LOCALES : chaque modification saisie
      *    y est deposee comme demande dans le fichier PENDCHG (cf.
      *    copybook PENDCHG), au nom de l'operateur demandeur, avec
      *    les images avant/apres de l'entree. La conformite exige un
      *    second regard sur tout ce qui touche aux oppositions, aux
      *    alias et aux langues : ce programme liste les demandes en
      *    attente et permet a un AUTRE operateur de les approuver ou
      *    de les rejeter.
      *
      *    Regles appliquees :
      *    - l'acces exige le niveau 3 (au-dessus du niveau 2 des
      *      programmes de maintenance des tables), controle par le
      *      sous-programme OPERSIGN ;
      *    - un operateur ne peut pas approuver sa propre demande ;
      *      il peut en revanche la rejeter (retrait de la demande) ;
      *    - une demande n'est approuvee que si l'entree visee n'a
      *      pas change depuis la demande (l'image avant de la
      *      demande doit etre l'image actuelle de l'entree, ou
      *      l'absence de l'entree pour un ajout) : sinon elle est
      *      en conflit et ne peut plus qu'etre rejetee, le demandeur
      *      la resaisira sur l'etat actuel ;
      *    - une demande approuvee est appliquee aussitot au fichier
      *      vise (chargement en table, application, reecriture
      *      totale - meme technique que les programmes de
      *      maintenance, meme capacite : 500 entrees pour SUPLIST et
      *      ALIASDIR, 50 pour LOCALES) ;
      *    - chaque decision (approbation ou rejet) est tracee dans le
      *      journal CHGAUDT (cf. copybook CHGAUDT) avec l'approbateur,
      *      le demandeur et les images avant/apres, comme CUSTAUDT.
      *
      *    Le fichier PENDCHG est reecrit apres chaque decision (les
      *    demandes deposees entre-temps par les programmes de
      *    maintenance sont relues et conservees), puis une derniere
      *    fois a la sortie sans les demandes tranchees. Ces demandes
      *    sont relues AVANT toute decision : si la table (500) ne
      *    peut plus les contenir, la decision est refusee avant que
      *    le fichier vise ou CHGAUDT ne soient touches - l'operateur
      *    quitte (X), ce qui purge les demandes tranchees, et
      *    relance le programme.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. chgappr.
       AUTHOR. pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Demandes en attente, deposees par SUPMAINT, ALIASMNT et
      *    LOCMAINT.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDCHG-STATUS.

      *    Journal des decisions, accumule d'une execution a l'autre
      *    (OPEN EXTEND, comme CUSTAUDT).
           SELECT CHANGE-AUDIT-FILE ASSIGN TO "CHGAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGAUDT-STATUS.

      *    Fichiers vises par les demandes : les memes que ceux
      *    charges par les programmes de salutation et NAMEVAL.
           SELECT SUPLIST-FILE ASSIGN TO "SUPLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPLIST-STATUS.

           SELECT ALIASDIR-FILE ASSIGN TO "ALIASDIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALIASDIR-STATUS.

           SELECT LOCALES-FILE ASSIGN TO "LOCALES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCALES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-CHANGE-FILE.
           COPY PENDCHG.

       FD  CHANGE-AUDIT-FILE.
           COPY CHGAUDT.

       FD  SUPLIST-FILE.
           COPY SUPREC.

       FD  ALIASDIR-FILE.
           COPY ALIASREC.

       FD  LOCALES-FILE.
           COPY LOCREC.

       WORKING-STORAGE SECTION.
      *    Statuts de fichier : "35" a l'ouverture signale un fichier
      *    absent (aucune demande deposee, journal a creer, fichier
      *    vise encore jamais ecrit).
       01 WS-PENDCHG-STATUS PIC X(02) VALUE SPACES.
       01 WS-CHGAUDT-STATUS PIC X(02) VALUE SPACES.
       01 WS-SUPLIST-STATUS PIC X(02) VALUE SPACES.
       01 WS-ALIASDIR-STATUS PIC X(02) VALUE SPACES.
       01 WS-LOCALES-STATUS PIC X(02) VALUE SPACES.
       01 WS-PENDCHG-EOF-SWITCH PIC X(01) VALUE "N".
          88 PENDCHG-EOF VALUE "Y".
       01 WS-LIVE-EOF-SWITCH PIC X(01) VALUE "N".
          88 LIVE-EOF VALUE "Y".

      *    Table memoire du fichier PENDCHG. WS-PENDING-LOADED est le
      *    nombre d'enregistrements que le fichier contient tel que
      *    ce programme l'a lu ou ecrit en dernier : les demandes
      *    au-dela ont ete deposees entre-temps et sont ajoutees a la
      *    table avant chaque reecriture.
       01 WS-PENDING-TABLE.
          05 WS-PENDING-COUNT PIC 9(4) VALUE ZERO.
          05 WS-PENDING-LOADED PIC 9(4) VALUE ZERO.
          05 WS-PENDING-ENTRY OCCURS 500 TIMES
                INDEXED BY WS-PND-IDX.
             10 WS-PND-REQUEST-DATE PIC 9(8).
             10 WS-PND-REQUEST-TIME PIC 9(6).
             10 WS-PND-MAKER-ID     PIC X(08).
             10 WS-PND-TARGET-FILE  PIC X(08).
             10 WS-PND-ACTION-CODE  PIC X(01).
             10 WS-PND-STATUS       PIC X(01).
                88 WS-PND-PENDING     VALUE "P".
                88 WS-PND-APPROVED    VALUE "A".
                88 WS-PND-REJECTED    VALUE "J".
             10 WS-PND-BEFORE-IMAGE PIC X(133).
             10 WS-PND-AFTER-IMAGE  PIC X(133).
       01 WS-PENDING-SKIP PIC 9(4) VALUE ZERO.
       01 WS-PENDING-FULL-SWITCH PIC X(01) VALUE "N".
          88 PENDING-TABLE-FULL VALUE "Y".
       01 WS-PENDING-KEPT PIC 9(4) VALUE ZERO.
       01 WS-PENDING-WRITTEN PIC 9(4) VALUE ZERO.
       01 WS-OPEN-COUNT PIC 9(4) VALUE ZERO.

      *    Table memoire du fichier vise par la demande en cours
      *    d'approbation, une entree par enregistrement dans la forme
      *    de l'enregistrement du fichier (completee a espaces),
      *    comme les images des demandes. WS-LIVE-KEY-LENGTH est la
      *    longueur de la cle en tete de l'enregistrement (type et
      *    cle pour SUPLIST, alias pour ALIASDIR, code pour LOCALES)
      *    et WS-LIVE-CAPACITY la capacite des programmes de
      *    maintenance et de salutation pour ce fichier.
       01 WS-LIVE-TABLE.
          05 WS-LIVE-COUNT PIC 9(4) VALUE ZERO.
          05 WS-LIVE-ENTRY OCCURS 500 TIMES
                INDEXED BY WS-LIVE-IDX
                PIC X(133).
       01 WS-LIVE-KEY-LENGTH PIC 9(2) VALUE ZERO.
       01 WS-LIVE-CAPACITY PIC 9(4) VALUE ZERO.
       01 WS-LIVE-OVERFLOW-SWITCH PIC X(01) VALUE "N".
          88 LIVE-TABLE-OVERFLOW VALUE "Y".
       01 WS-LIVE-FOUND-SWITCH PIC X(01) VALUE "N".
          88 LIVE-ENTRY-FOUND VALUE "Y".
      *    Image actuelle de l'entree visee (espaces si absente).
       01 WS-CURRENT-IMAGE PIC X(133) VALUE SPACES.

      *    Demande choisie par l'operateur (numero de ligne de la
      *    liste, c'est-a-dire son rang dans la table).
       01 WS-INPUT-NUMBER PIC X(04) VALUE SPACES.
       01 WS-SELECTED-NUMBER PIC 9(4) VALUE ZERO.
       01 WS-DISPLAY-NUMBER PIC 9(4) VALUE ZERO.
       01 WS-REQUEST-SELECTED-SWITCH PIC X(01) VALUE "N".
          88 REQUEST-SELECTED VALUE "Y".

      *    Commande saisie a la console : une lettre par action.
       01 WS-COMMAND PIC X(01) VALUE SPACE.
          88 CMD-LIST       VALUE "L".
          88 CMD-VIEW       VALUE "V".
          88 CMD-APPROVE    VALUE "A".
          88 CMD-REJECT     VALUE "J".
          88 CMD-EXIT       VALUE "X".

      *    Identifiant operateur (verifie par OPERSIGN, reporte en
      *    majuscules comme approbateur) et interface vers le
      *    sous-programme de controle d'acces.
       01 WS-OPERATOR-ID PIC X(08) VALUE SPACES.
       01 WS-CHECKER-ID PIC X(08) VALUE SPACES.
       COPY OPERSIGN.

      *    Horodatage des decisions.
       01 WS-CURRENT-TIMESTAMP PIC X(21).
       01 WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(6).
          05 FILLER           PIC X(07).

      *    Compteurs de la session, affiches a la sortie.
       01 WS-APPROVED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
      *    Controle d'acces (niveau 3), charge les demandes, ouvre le
      *    journal des decisions, puis boucle sur la console jusqu'a
      *    la commande "X". A la sortie, PENDCHG est reecrit sans les
      *    demandes tranchees.
           PERFORM SIGN-ON-OPERATOR
           PERFORM LOAD-PENDING-FILE

           OPEN EXTEND CHANGE-AUDIT-FILE
           IF WS-CHGAUDT-STATUS = "35"
                OPEN OUTPUT CHANGE-AUDIT-FILE
           END-IF

           PERFORM LIST-PENDING-REQUESTS

           PERFORM UNTIL CMD-EXIT
                DISPLAY "Commande (L=Lister V=Voir A=Approuver "
                    "J=Rejeter X=Quitter) : "
                ACCEPT WS-COMMAND
                MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND

                EVALUATE TRUE
                     WHEN CMD-LIST
                         PERFORM LIST-PENDING-REQUESTS
                     WHEN CMD-VIEW
                         PERFORM VIEW-REQUEST
                     WHEN CMD-APPROVE
                         PERFORM APPROVE-REQUEST
                     WHEN CMD-REJECT
                         PERFORM REJECT-REQUEST
                     WHEN CMD-EXIT
                         CONTINUE
                     WHEN OTHER
                         DISPLAY "Commande inconnue."
                END-EVALUATE
           END-PERFORM

           CLOSE CHANGE-AUDIT-FILE
           PERFORM PURGE-DECIDED-REQUESTS
           DISPLAY "Demandes approuvees : " WS-APPROVED-COUNT
               " - rejetees : " WS-REJECTED-COUNT
           STOP RUN.

      *    Demande l'identifiant operateur et le soumet au controle
      *    d'acces OPERSIGN : l'approbation exige le niveau 3. Un
      *    refus est journalise dans SIGNLOG par le sous-programme et
      *    arrete le programme (RC 16).
       SIGN-ON-OPERATOR.
           DISPLAY "Identifiant operateur : "
           ACCEPT WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO OSQ-OPERATOR-ID
           MOVE 3 TO OSQ-REQUIRED-LEVEL
           MOVE "CHGAPPR" TO OSQ-PROGRAM-ID
           CALL "opersign" USING OPERATOR-SIGNON-REQUEST
                OPERATOR-SIGNON-RESPONSE
           IF OSR-SIGNON-DENIED
                DISPLAY "ERREUR : acces refuse (motif "
                    OSR-DENIAL-REASON ") - arret."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID) TO WS-CHECKER-ID
           DISPLAY "Bonjour " FUNCTION TRIM(OSR-OPERATOR-NAME) ".".

      *    Charge le fichier PENDCHG en table memoire. S'il n'existe
      *    pas (statut "35"), aucune demande n'a encore ete deposee.
      *    Un fichier qui depasse la capacite de la table (500) ne
      *    pourrait pas etre reecrit sans perdre de demandes : le
      *    programme s'arrete avant toute decision.
       LOAD-PENDING-FILE.
           OPEN INPUT PENDING-CHANGE-FILE
           IF WS-PENDCHG-STATUS = "00"
                PERFORM UNTIL PENDCHG-EOF
                     READ PENDING-CHANGE-FILE
                         AT END
                             SET PENDCHG-EOF TO TRUE
                         NOT AT END
                             PERFORM STORE-PENDING-RECORD
                     END-READ
                END-PERFORM
                CLOSE PENDING-CHANGE-FILE
           END-IF
           MOVE WS-PENDING-COUNT TO WS-PENDING-LOADED.

      *    Ajoute l'enregistrement PENDCHG courant a la table ; arret
      *    (RC 16) si la table est pleine. Attention : deplace
      *    WS-PND-IDX sur la nouvelle entree.
       STORE-PENDING-RECORD.
           IF WS-PENDING-COUNT >= 500
                DISPLAY "ERREUR : PENDCHG contient plus de 500 "
                    "demandes - la table memoire ne peut pas toutes "
                    "les charger, arret."
                CLOSE PENDING-CHANGE-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF
           ADD 1 TO WS-PENDING-COUNT
           SET WS-PND-IDX TO WS-PENDING-COUNT
           MOVE PCH-REQUEST-DATE TO WS-PND-REQUEST-DATE (WS-PND-IDX)
           MOVE PCH-REQUEST-TIME TO WS-PND-REQUEST-TIME (WS-PND-IDX)
           MOVE PCH-MAKER-ID TO WS-PND-MAKER-ID (WS-PND-IDX)
           MOVE PCH-TARGET-FILE TO WS-PND-TARGET-FILE (WS-PND-IDX)
           MOVE PCH-ACTION-CODE TO WS-PND-ACTION-CODE (WS-PND-IDX)
           MOVE PCH-REQUEST-STATUS TO WS-PND-STATUS (WS-PND-IDX)
           MOVE PCH-BEFORE-IMAGE TO WS-PND-BEFORE-IMAGE (WS-PND-IDX)
           MOVE PCH-AFTER-IMAGE TO WS-PND-AFTER-IMAGE (WS-PND-IDX).

      *    Liste les demandes encore en attente, avec leur numero
      *    (a saisir pour les commandes V, A et J), l'horodatage, le
      *    demandeur, le fichier, le code action et la cle visee.
       LIST-PENDING-REQUESTS.
           MOVE ZERO TO WS-OPEN-COUNT
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PENDING-COUNT
                IF WS-PND-PENDING (WS-PND-IDX)
                     ADD 1 TO WS-OPEN-COUNT
                     SET WS-DISPLAY-NUMBER TO WS-PND-IDX
                     PERFORM SET-TARGET-KEY-LENGTH
                     DISPLAY WS-DISPLAY-NUMBER " "
                         WS-PND-REQUEST-DATE (WS-PND-IDX) " "
                         WS-PND-REQUEST-TIME (WS-PND-IDX) " "
                         WS-PND-MAKER-ID (WS-PND-IDX) " "
                         WS-PND-TARGET-FILE (WS-PND-IDX) " "
                         WS-PND-ACTION-CODE (WS-PND-IDX) " "
                         WS-PND-AFTER-IMAGE (WS-PND-IDX)
                             (1:WS-LIVE-KEY-LENGTH)
                END-IF
           END-PERFORM
           IF WS-OPEN-COUNT = ZERO
                DISPLAY "Aucune demande en attente."
           ELSE
                DISPLAY "(actions : A=ajout M=modification "
                    "T=modeles D=desactivation R=reactivation)"
           END-IF.

      *    Positionne la longueur de cle et la capacite du fichier
      *    vise par la demande WS-PND-IDX.
       SET-TARGET-KEY-LENGTH.
           EVALUATE WS-PND-TARGET-FILE (WS-PND-IDX)
                WHEN "SUPLIST"
                    MOVE 51 TO WS-LIVE-KEY-LENGTH
                    MOVE 500 TO WS-LIVE-CAPACITY
                WHEN "ALIASDIR"
                    MOVE 50 TO WS-LIVE-KEY-LENGTH
                    MOVE 500 TO WS-LIVE-CAPACITY
                WHEN OTHER
                    MOVE 2 TO WS-LIVE-KEY-LENGTH
                    MOVE 50 TO WS-LIVE-CAPACITY
           END-EVALUATE.

      *    Demande un numero de demande (quatre chiffres, tel que
      *    liste) et verifie qu'il designe une demande encore en
      *    attente ; positionne REQUEST-SELECTED (l'index WS-PND-IDX
      *    reste sur la demande).
       SELECT-REQUEST.
           MOVE "N" TO WS-REQUEST-SELECTED-SWITCH
           DISPLAY "Numero de la demande (quatre chiffres) : "
           MOVE SPACES TO WS-INPUT-NUMBER
           ACCEPT WS-INPUT-NUMBER
           IF WS-INPUT-NUMBER NOT NUMERIC
                DISPLAY "Erreur : le numero de demande doit faire "
                    "exactement quatre chiffres."
           ELSE
                MOVE WS-INPUT-NUMBER TO WS-SELECTED-NUMBER
                IF WS-SELECTED-NUMBER = ZERO
                        OR WS-SELECTED-NUMBER > WS-PENDING-COUNT
                     DISPLAY "Erreur : la demande "
                         WS-SELECTED-NUMBER " n'existe pas."
                ELSE
                     SET WS-PND-IDX TO WS-SELECTED-NUMBER
                     IF NOT WS-PND-PENDING (WS-PND-IDX)
                          DISPLAY "Erreur : la demande "
                              WS-SELECTED-NUMBER " est deja "
                              "tranchee."
                     ELSE
                          PERFORM SET-TARGET-KEY-LENGTH
                          SET REQUEST-SELECTED TO TRUE
                     END-IF
                END-IF
           END-IF.

      *    Affiche le detail d'une demande : demandeur, fichier,
      *    action et images avant/apres (l'image avant est a espaces
      *    pour un ajout).
       VIEW-REQUEST.
           PERFORM SELECT-REQUEST
           IF REQUEST-SELECTED
                DISPLAY "Demandeur : " WS-PND-MAKER-ID (WS-PND-IDX)
                    " le " WS-PND-REQUEST-DATE (WS-PND-IDX)
                    " a " WS-PND-REQUEST-TIME (WS-PND-IDX)
                DISPLAY "Fichier   : " WS-PND-TARGET-FILE (WS-PND-IDX)
                    " - action " WS-PND-ACTION-CODE (WS-PND-IDX)
                DISPLAY "Avant : "
                    FUNCTION TRIM
                        (WS-PND-BEFORE-IMAGE (WS-PND-IDX) TRAILING)
                DISPLAY "Apres : "
                    FUNCTION TRIM
                        (WS-PND-AFTER-IMAGE (WS-PND-IDX) TRAILING)
           END-IF.

      *    Approuve une demande : jamais celle de l'operateur
      *    lui-meme, et seulement si l'entree visee est toujours dans
      *    l'etat vu par le demandeur. La modification est appliquee
      *    au fichier vise, la decision tracee dans CHGAUDT et la
      *    demande marquee approuvee dans PENDCHG.
       APPROVE-REQUEST.
           PERFORM SELECT-REQUEST
           IF REQUEST-SELECTED
                PERFORM CHECK-PENDING-CAPACITY
           END-IF
           IF REQUEST-SELECTED
                IF WS-PND-MAKER-ID (WS-PND-IDX) = WS-CHECKER-ID
                     DISPLAY "Erreur : un operateur ne peut pas "
                         "approuver sa propre demande."
                ELSE
                     PERFORM LOAD-LIVE-FILE
                     PERFORM FIND-LIVE-ENTRY
                     EVALUATE TRUE
                          WHEN LIVE-TABLE-OVERFLOW
                              DISPLAY "ERREUR : "
                                  FUNCTION TRIM
                                  (WS-PND-TARGET-FILE (WS-PND-IDX))
                                  " depasse la capacite de la table "
                                  "memoire - approbation impossible."
                          WHEN WS-CURRENT-IMAGE
                                  NOT = WS-PND-BEFORE-IMAGE (WS-PND-IDX)
                              DISPLAY "Conflit : l'entree a change "
                                  "depuis la demande - approbation "
                                  "refusee (demande a rejeter puis "
                                  "a resaisir)."
                          WHEN NOT LIVE-ENTRY-FOUND
                                  AND WS-LIVE-COUNT >= WS-LIVE-CAPACITY
                              DISPLAY "ERREUR : "
                                  FUNCTION TRIM
                                  (WS-PND-TARGET-FILE (WS-PND-IDX))
                                  " est plein - ajout impossible."
                          WHEN OTHER
                              PERFORM APPLY-APPROVED-REQUEST
                     END-EVALUATE
                END-IF
           END-IF.

      *    Applique l'image apres de la demande WS-PND-IDX a la table
      *    du fichier vise (remplacement de l'entree trouvee, ou ajout
      *    en fin de table), reecrit le fichier, trace la decision et
      *    marque la demande approuvee.
       APPLY-APPROVED-REQUEST.
           IF NOT LIVE-ENTRY-FOUND
                ADD 1 TO WS-LIVE-COUNT
                SET WS-LIVE-IDX TO WS-LIVE-COUNT
           END-IF
           MOVE WS-PND-AFTER-IMAGE (WS-PND-IDX)
               TO WS-LIVE-ENTRY (WS-LIVE-IDX)
           PERFORM REWRITE-LIVE-FILE

           MOVE "A" TO CHA-DECISION-CODE
           MOVE WS-CURRENT-IMAGE TO CHA-BEFORE-IMAGE
           PERFORM WRITE-DECISION-RECORD

           SET WS-PND-APPROVED (WS-PND-IDX) TO TRUE
           ADD 1 TO WS-APPROVED-COUNT
           DISPLAY "Demande approuvee et appliquee a "
               FUNCTION TRIM(WS-PND-TARGET-FILE (WS-PND-IDX)) "."
           PERFORM REWRITE-PENDING-FILE.

      *    Rejette une demande : le fichier vise n'est pas touche, la
      *    decision est tracee dans CHGAUDT avec l'image refusee, et
      *    la demande marquee rejetee. Le demandeur peut rejeter sa
      *    propre demande (retrait).
       REJECT-REQUEST.
           PERFORM SELECT-REQUEST
           IF REQUEST-SELECTED
                PERFORM CHECK-PENDING-CAPACITY
           END-IF
           IF REQUEST-SELECTED
                MOVE "J" TO CHA-DECISION-CODE
                MOVE WS-PND-BEFORE-IMAGE (WS-PND-IDX)
                    TO CHA-BEFORE-IMAGE
                PERFORM WRITE-DECISION-RECORD

                SET WS-PND-REJECTED (WS-PND-IDX) TO TRUE
                ADD 1 TO WS-REJECTED-COUNT
                DISPLAY "Demande rejetee."
                PERFORM REWRITE-PENDING-FILE
           END-IF.

      *    Avant toute decision : relit les demandes deposees depuis
      *    la derniere lecture. Si la table ne peut pas toutes les
      *    contenir, PENDCHG ne pourrait pas etre reecrit sans en
      *    perdre : la decision est refusee (REQUEST-SELECTED
      *    retombe), sans arret. WS-PND-IDX est remis sur la demande
      *    choisie (la relecture le deplace).
       CHECK-PENDING-CAPACITY.
           PERFORM READ-NEW-REQUESTS
           SET WS-PND-IDX TO WS-SELECTED-NUMBER
           IF PENDING-TABLE-FULL
                DISPLAY "ERREUR : PENDCHG depasse 500 demandes avec "
                    "celles deposees pendant la session - decision "
                    "refusee, rien n'a ete touche. Quitter (X) puis "
                    "relancer."
                MOVE "N" TO WS-REQUEST-SELECTED-SWITCH
           END-IF.

      *    Ecrit la ligne de decision de la demande WS-PND-IDX dans
      *    CHGAUDT : horodatage, approbateur, decision et image avant
      *    (positionnees par l'appelant), demandeur, fichier, action
      *    et image apres de la demande.
       WRITE-DECISION-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-TS-DATE TO CHA-DECISION-DATE
           MOVE WS-TS-TIME TO CHA-DECISION-TIME
           MOVE WS-CHECKER-ID TO CHA-CHECKER-ID
           MOVE WS-PND-MAKER-ID (WS-PND-IDX) TO CHA-MAKER-ID
           MOVE WS-PND-REQUEST-DATE (WS-PND-IDX) TO CHA-REQUEST-DATE
           MOVE WS-PND-REQUEST-TIME (WS-PND-IDX) TO CHA-REQUEST-TIME
           MOVE WS-PND-TARGET-FILE (WS-PND-IDX) TO CHA-TARGET-FILE
           MOVE WS-PND-ACTION-CODE (WS-PND-IDX) TO CHA-ACTION-CODE
           MOVE WS-PND-AFTER-IMAGE (WS-PND-IDX) TO CHA-AFTER-IMAGE
           WRITE CHANGE-AUDIT-RECORD.

      *    Charge en table le fichier vise par la demande WS-PND-IDX,
      *    entrees actives et inactives, cle en majuscules comme le
      *    font les programmes de maintenance (les images des
      *    demandes sont construites a partir de leur table). Un
      *    fichier absent laisse la table vide, sauf LOCALES, amorce
      *    avec les trois langues historiques comme dans LOCMAINT.
       LOAD-LIVE-FILE.
           MOVE ZERO TO WS-LIVE-COUNT
           MOVE "N" TO WS-LIVE-OVERFLOW-SWITCH
           MOVE "N" TO WS-LIVE-EOF-SWITCH
           EVALUATE WS-PND-TARGET-FILE (WS-PND-IDX)
                WHEN "SUPLIST"
                    PERFORM LOAD-SUPLIST-FILE
                WHEN "ALIASDIR"
                    PERFORM LOAD-ALIASDIR-FILE
                WHEN OTHER
                    PERFORM LOAD-LOCALES-FILE
           END-EVALUATE.

       LOAD-SUPLIST-FILE.
           OPEN INPUT SUPLIST-FILE
           IF WS-SUPLIST-STATUS = "00"
                PERFORM UNTIL LIVE-EOF
                     READ SUPLIST-FILE
                         AT END
                             SET LIVE-EOF TO TRUE
                         NOT AT END
                             MOVE FUNCTION UPPER-CASE(SUP-KEY)
                                 TO SUP-KEY
                             MOVE SUPPRESS-RECORD TO WS-CURRENT-IMAGE
                             PERFORM STORE-LIVE-RECORD
                     END-READ
                END-PERFORM
                CLOSE SUPLIST-FILE
           END-IF.

       LOAD-ALIASDIR-FILE.
           OPEN INPUT ALIASDIR-FILE
           IF WS-ALIASDIR-STATUS = "00"
                PERFORM UNTIL LIVE-EOF
                     READ ALIASDIR-FILE
                         AT END
                             SET LIVE-EOF TO TRUE
                         NOT AT END
                             MOVE FUNCTION UPPER-CASE(AL-ALIAS)
                                 TO AL-ALIAS
                             MOVE ALIAS-RECORD TO WS-CURRENT-IMAGE
                             PERFORM STORE-LIVE-RECORD
                     END-READ
                END-PERFORM
                CLOSE ALIASDIR-FILE
           END-IF.

       LOAD-LOCALES-FILE.
           OPEN INPUT LOCALES-FILE
           IF WS-LOCALES-STATUS = "35"
                PERFORM SEED-HISTORIC-LOCALES
           END-IF
           IF WS-LOCALES-STATUS = "00"
                PERFORM UNTIL LIVE-EOF
                     READ LOCALES-FILE
                         AT END
                             SET LIVE-EOF TO TRUE
                         NOT AT END
                             MOVE FUNCTION UPPER-CASE(LOC-LOCALE-CODE)
                                 TO LOC-LOCALE-CODE
                             MOVE LOCALES-RECORD TO WS-CURRENT-IMAGE
                             PERFORM STORE-LIVE-RECORD
                     END-READ
                END-PERFORM
                CLOSE LOCALES-FILE
           END-IF.

      *    Amorce la table avec les trois langues historiques, memes
      *    codes et textes que SEED-HISTORIC-LOCALES de LOCMAINT.
       SEED-HISTORIC-LOCALES.
           MOVE SPACES TO LOCALES-RECORD
           SET LOC-ACTIVE TO TRUE
           MOVE "FR" TO LOC-LOCALE-CODE
           MOVE "Bonjour" TO LOC-GREETING-TEXT
           MOVE LOCALES-RECORD TO WS-CURRENT-IMAGE
           PERFORM STORE-LIVE-RECORD
           MOVE "EN" TO LOC-LOCALE-CODE
           MOVE "Hello" TO LOC-GREETING-TEXT
           MOVE LOCALES-RECORD TO WS-CURRENT-IMAGE
           PERFORM STORE-LIVE-RECORD
           MOVE "ES" TO LOC-LOCALE-CODE
           MOVE "Hola" TO LOC-GREETING-TEXT
           MOVE LOCALES-RECORD TO WS-CURRENT-IMAGE
           PERFORM STORE-LIVE-RECORD.

      *    Ajoute WS-CURRENT-IMAGE a la table du fichier vise ; un
      *    enregistrement lu au-dela de la capacite positionne
      *    LIVE-TABLE-OVERFLOW (le fichier ne sera pas reecrit).
       STORE-LIVE-RECORD.
           IF WS-LIVE-COUNT >= WS-LIVE-CAPACITY
                SET LIVE-TABLE-OVERFLOW TO TRUE
           ELSE
                ADD 1 TO WS-LIVE-COUNT
                MOVE WS-CURRENT-IMAGE TO WS-LIVE-ENTRY (WS-LIVE-COUNT)
           END-IF.

      *    Recherche dans la table l'entree de meme cle que la
      *    demande et en garde l'image actuelle (espaces si absente).
      *    L'index WS-LIVE-IDX reste sur l'entree trouvee.
       FIND-LIVE-ENTRY.
           MOVE "N" TO WS-LIVE-FOUND-SWITCH
           MOVE SPACES TO WS-CURRENT-IMAGE
           PERFORM VARYING WS-LIVE-IDX FROM 1 BY 1
                   UNTIL WS-LIVE-IDX > WS-LIVE-COUNT
                      OR LIVE-ENTRY-FOUND
                IF WS-LIVE-ENTRY (WS-LIVE-IDX) (1:WS-LIVE-KEY-LENGTH)
                        = WS-PND-AFTER-IMAGE (WS-PND-IDX)
                              (1:WS-LIVE-KEY-LENGTH)
                     SET LIVE-ENTRY-FOUND TO TRUE
                     MOVE WS-LIVE-ENTRY (WS-LIVE-IDX)
                         TO WS-CURRENT-IMAGE
                END-IF
           END-PERFORM
      *    La boucle laisse l'index un cran apres l'entree trouvee.
           IF LIVE-ENTRY-FOUND
                SET WS-LIVE-IDX DOWN BY 1
           END-IF.

      *    Reecrit en totalite le fichier vise a partir de la table
      *    (chaque entree dans la forme de l'enregistrement du
      *    fichier).
       REWRITE-LIVE-FILE.
           EVALUATE WS-PND-TARGET-FILE (WS-PND-IDX)
                WHEN "SUPLIST"
                    OPEN OUTPUT SUPLIST-FILE
                    PERFORM VARYING WS-LIVE-IDX FROM 1 BY 1
                            UNTIL WS-LIVE-IDX > WS-LIVE-COUNT
                         MOVE WS-LIVE-ENTRY (WS-LIVE-IDX)
                             TO SUPPRESS-RECORD
                         WRITE SUPPRESS-RECORD
                    END-PERFORM
                    CLOSE SUPLIST-FILE
                WHEN "ALIASDIR"
                    OPEN OUTPUT ALIASDIR-FILE
                    PERFORM VARYING WS-LIVE-IDX FROM 1 BY 1
                            UNTIL WS-LIVE-IDX > WS-LIVE-COUNT
                         MOVE WS-LIVE-ENTRY (WS-LIVE-IDX)
                             TO ALIAS-RECORD
                         WRITE ALIAS-RECORD
                    END-PERFORM
                    CLOSE ALIASDIR-FILE
                WHEN OTHER
                    OPEN OUTPUT LOCALES-FILE
                    PERFORM VARYING WS-LIVE-IDX FROM 1 BY 1
                            UNTIL WS-LIVE-IDX > WS-LIVE-COUNT
                         MOVE WS-LIVE-ENTRY (WS-LIVE-IDX)
                             TO LOCALES-RECORD
                         WRITE LOCALES-RECORD
                    END-PERFORM
                    CLOSE LOCALES-FILE
           END-EVALUATE.

      *    Reecrit PENDCHG a partir de la table, demandes tranchees
      *    comprises (leur statut y est mis a jour). Les demandes
      *    deposees depuis la derniere lecture (au-dela des
      *    WS-PENDING-LOADED premiers enregistrements) sont d'abord
      *    relues et ajoutees a la table, pour ne pas les ecraser.
       REWRITE-PENDING-FILE.
           PERFORM READ-NEW-REQUESTS
           IF PENDING-TABLE-FULL
                PERFORM REPORT-LOST-REQUESTS
           END-IF
           OPEN OUTPUT PENDING-CHANGE-FILE
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PENDING-COUNT
                PERFORM WRITE-PENDING-RECORD
           END-PERFORM
           CLOSE PENDING-CHANGE-FILE
           MOVE WS-PENDING-COUNT TO WS-PENDING-LOADED.

      *    Reecriture de sortie : seules les demandes encore en
      *    attente sont conservees (les decisions sont dans CHGAUDT).
      *    Les demandes tranchees sont retirees de la table avant la
      *    relecture, pour laisser la place a celles deposees
      *    entre-temps.
       PURGE-DECIDED-REQUESTS.
           MOVE ZERO TO WS-PENDING-KEPT
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PENDING-COUNT
                IF WS-PND-PENDING (WS-PND-IDX)
                     ADD 1 TO WS-PENDING-KEPT
                     MOVE WS-PENDING-ENTRY (WS-PND-IDX)
                         TO WS-PENDING-ENTRY (WS-PENDING-KEPT)
                END-IF
           END-PERFORM
           MOVE WS-PENDING-KEPT TO WS-PENDING-COUNT
           PERFORM READ-NEW-REQUESTS
           IF PENDING-TABLE-FULL
                PERFORM REPORT-LOST-REQUESTS
           END-IF
           MOVE ZERO TO WS-PENDING-WRITTEN
           OPEN OUTPUT PENDING-CHANGE-FILE
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PENDING-COUNT
                IF WS-PND-PENDING (WS-PND-IDX)
                     PERFORM WRITE-PENDING-RECORD
                     ADD 1 TO WS-PENDING-WRITTEN
                END-IF
           END-PERFORM
           CLOSE PENDING-CHANGE-FILE
           DISPLAY "Demandes restant en attente : "
               WS-PENDING-WRITTEN.

      *    Relit PENDCHG, saute les WS-PENDING-LOADED premiers
      *    enregistrements (deja en table) et ajoute les suivants ;
      *    WS-PENDING-LOADED avance avec chaque demande ajoutee. Une
      *    demande qui ne tient plus dans la table n'est pas chargee
      *    et positionne PENDING-TABLE-FULL (pas d'arret : l'appelant
      *    decide).
       READ-NEW-REQUESTS.
           MOVE ZERO TO WS-PENDING-SKIP
           MOVE "N" TO WS-PENDING-FULL-SWITCH
           MOVE "N" TO WS-PENDCHG-EOF-SWITCH
           OPEN INPUT PENDING-CHANGE-FILE
           IF WS-PENDCHG-STATUS = "00"
                PERFORM UNTIL PENDCHG-EOF
                     READ PENDING-CHANGE-FILE
                         AT END
                             SET PENDCHG-EOF TO TRUE
                         NOT AT END
                             EVALUATE TRUE
                                  WHEN WS-PENDING-SKIP
                                          < WS-PENDING-LOADED
                                      ADD 1 TO WS-PENDING-SKIP
                                  WHEN WS-PENDING-COUNT >= 500
                                      SET PENDING-TABLE-FULL TO TRUE
                                  WHEN OTHER
                                      PERFORM STORE-PENDING-RECORD
                                      ADD 1 TO WS-PENDING-SKIP
                                      ADD 1 TO WS-PENDING-LOADED
                             END-EVALUATE
                     END-READ
                END-PERFORM
                CLOSE PENDING-CHANGE-FILE
           END-IF.

      *    Table pleine au moment d'une reecriture (demandes deposees
      *    entre le controle de capacite et la reecriture) : la
      *    decision deja appliquee est ecrite quand meme, les
      *    demandes qui n'ont pas pu etre chargees sont perdues et
      *    doivent etre resaisies - signale, RC 16.
       REPORT-LOST-REQUESTS.
           DISPLAY "ERREUR : PENDCHG plein - des demandes deposees "
               "pendant la session n'ont pas pu etre conservees et "
               "sont a resaisir par leurs demandeurs."
           MOVE 16 TO RETURN-CODE.

      *    Ecrit l'entree WS-PND-IDX de la table dans PENDCHG.
       WRITE-PENDING-RECORD.
           MOVE WS-PND-REQUEST-DATE (WS-PND-IDX) TO PCH-REQUEST-DATE
           MOVE WS-PND-REQUEST-TIME (WS-PND-IDX) TO PCH-REQUEST-TIME
           MOVE WS-PND-MAKER-ID (WS-PND-IDX) TO PCH-MAKER-ID
           MOVE WS-PND-TARGET-FILE (WS-PND-IDX) TO PCH-TARGET-FILE
           MOVE WS-PND-ACTION-CODE (WS-PND-IDX) TO PCH-ACTION-CODE
           MOVE WS-PND-STATUS (WS-PND-IDX) TO PCH-REQUEST-STATUS
           MOVE WS-PND-BEFORE-IMAGE (WS-PND-IDX) TO PCH-BEFORE-IMAGE
           MOVE WS-PND-AFTER-IMAGE (WS-PND-IDX) TO PCH-AFTER-IMAGE
           WRITE PENDING-CHANGE-RECORD.
