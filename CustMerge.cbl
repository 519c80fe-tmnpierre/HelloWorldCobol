      *    *************************************************************
      *    Programme de fusion de clients en double (CUSTOMER-MASTER).
      *
      *    Quand une meme personne a ete saisie deux fois dans le
      *    fichier client (deux numeros, meme nom ou orthographe
      *    voisine), le batch rejette chaque nuit son nom comme
      *    homonyme (motif NA) et CAMPEXT l'ecarte de toutes les
      *    campagnes ; inactiver le doublon a la main dans CUSTMAINT
      *    ne suffisait pas, et les oppositions et retours de
      *    courrier restaient attaches au mauvais numero. Ce
      *    programme fusionne le doublon (numero RETIRE) dans le
      *    client conserve (numero SURVIVANT) :
      *    - le client retire passe au statut I (inactif) dans
      *      CUSTMAS, et la fusion est tracee dans CUSTAUDT sous
      *      l'action F (images avant/apres du retire, numero
      *      survivant dans CA-SURVIVOR-NUMBER, cf. copybook
      *      CUSTAUDT) ;
      *    - la correspondance retire -> survivant est ajoutee au
      *      fichier MERGEXRF (cf. copybook MERGEXRF), charge par
      *      HELLOWRDBATCH et CAMPEXT : un enregistrement NAMES-IN
      *      qui porte encore l'ancien numero est redirige vers le
      *      survivant au lieu d'etre rejete (CI), et le retire ne
      *      compte plus comme homonyme du survivant ;
      *    - les oppositions SUPLIST de type C (numero client) du
      *      retire passent au survivant. Si le survivant a deja sa
      *      propre opposition, elle prend les valeurs de celle du
      *      retire quand celle-ci est active et plus forte (le
      *      survivant non oppose ou opposition plus courte), et
      *      l'opposition du retire est desactivee : une fusion ne
      *      leve jamais une opposition. Ces deplacements ne passent
      *      pas par la demande PENDCHG (un numero redirige resterait
      *      sans opposition jusqu'a l'approbation) mais chacun est
      *      trace dans CHGAUDT comme une decision approuvee dont
      *      l'operateur de la fusion est a la fois demandeur et
      *      approbateur ;
      *    - l'historique des retours UNDELIV du retire passe au
      *      survivant (les compteurs d'un meme nom sont cumules).
      *
      *    Controles avant toute mise a jour : deux numeros de huit
      *    chiffres differents, tous deux presents dans CUSTMAS ; le
      *    retire n'a pas deja ete fusionne ; le survivant n'a pas
      *    lui-meme ete fusionne (la fusion se fait dans le dernier
      *    survivant) et n'est pas inactif. La fusion est affichee et
      *    confirmee par l'operateur. SUPLIST (500 entrees) et
      *    UNDELIV (2000 entrees) sont charges en table AVANT la
      *    premiere mise a jour : un fichier trop gros abandonne la
      *    fusion sans rien toucher.
      *
      *    L'acces exige le niveau 3 (maintenance client, comme
      *    CUSTMAINT), controle par le sous-programme OPERSIGN.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. custmerge.
       AUTHOR. pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Meme fichier client indexe que celui de CUSTMAINT.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAS-STATUS.

      *    Journal d'audit du fichier client (OPEN EXTEND, comme
      *    dans CUSTMAINT).
           SELECT CUST-AUDIT-FILE ASSIGN TO "CUSTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTAUDT-STATUS.

      *    Correspondances de fusion, chargees au demarrage puis
      *    completees d'une ligne par fusion (OPEN EXTEND).
           SELECT MERGE-XREF-FILE ASSIGN TO "MERGEXRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGEXRF-STATUS.

      *    Liste d'opposition, chargee en table puis reecrite en
      *    totalite si une opposition a ete deplacee.
           SELECT SUPLIST-FILE ASSIGN TO "SUPLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPLIST-STATUS.

      *    Journal des decisions sur les tables (cf. CHGAPPR).
           SELECT CHANGE-AUDIT-FILE ASSIGN TO "CHGAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGAUDT-STATUS.

      *    Fichier cumulatif des plis non distribuables, charge en
      *    table puis reecrit en totalite (comme dans MAILACK).
           SELECT UNDELIV-FILE ASSIGN TO "UNDELIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNDELIV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAS.

       FD  CUST-AUDIT-FILE.
           COPY CUSTAUDT.

       FD  MERGE-XREF-FILE.
           COPY MERGEXRF.

       FD  SUPLIST-FILE.
           COPY SUPREC.

       FD  CHANGE-AUDIT-FILE.
           COPY CHGAUDT.

       FD  UNDELIV-FILE.
           COPY UNDELIV.

       WORKING-STORAGE SECTION.
      *    Statuts des fichiers : "35" = fichier absent, cree (OPEN
      *    OUTPUT) pour les journaux, table vide pour les autres.
       01 WS-CUSTMAS-STATUS PIC X(02) VALUE SPACES.
       01 WS-CUSTAUDT-STATUS PIC X(02) VALUE SPACES.
       01 WS-MERGEXRF-STATUS PIC X(02) VALUE SPACES.
       01 WS-SUPLIST-STATUS PIC X(02) VALUE SPACES.
       01 WS-CHGAUDT-STATUS PIC X(02) VALUE SPACES.
       01 WS-UNDELIV-STATUS PIC X(02) VALUE SPACES.
       01 WS-EOF-SWITCH PIC X(01) VALUE "N".
          88 END-OF-FILE VALUE "Y".

      *    Correspondances de fusion deja enregistrees (cf. copybook
      *    MRGTAB).
       COPY MRGTAB.

      *    Table de la liste d'opposition, entrees actives ET
      *    inactives, dans la forme de SUPPRESS-RECORD (les images
      *    tracees dans CHGAUDT en sont tirees directement).
       01 WS-SUPLIST-TABLE.
          05 WS-SUPL-COUNT PIC 9(4) VALUE ZERO.
          05 WS-SUPL-ENTRY OCCURS 500 TIMES
                INDEXED BY WS-SUPL-IDX WS-SURV-SUPL-IDX.
             10 WS-SUPL-TYPE        PIC X(01).
             10 WS-SUPL-KEY         PIC X(50).
             10 WS-SUPL-REASON      PIC X(02).
             10 WS-SUPL-START-DATE  PIC 9(8).
             10 WS-SUPL-END-DATE    PIC 9(8).
             10 WS-SUPL-FLAG        PIC X(01).
       01 WS-SUPLIST-OVERFLOW-SWITCH PIC X(01) VALUE "N".
          88 SUPLIST-TABLE-OVERFLOW VALUE "Y".
       01 WS-SUPLIST-CHANGED-SWITCH PIC X(01) VALUE "N".
          88 SUPLIST-CHANGED VALUE "Y".
       01 WS-SURV-SUPL-FOUND-SWITCH PIC X(01) VALUE "N".
          88 SURV-SUPL-FOUND VALUE "Y".

      *    Table du fichier UNDELIV (meme forme que dans MAILACK),
      *    avec une marque pour les entrees du retire cumulees dans
      *    celle du survivant (non reecrites).
       01 WS-UNDELIV-TABLE.
          05 WS-UNDELIV-COUNT PIC 9(4) VALUE ZERO.
          05 WS-UNDELIV-ENTRY OCCURS 2000 TIMES
                INDEXED BY WS-UND-IDX WS-SURV-UND-IDX.
             10 WS-UND-NAME        PIC X(50).
             10 WS-UND-NUMBER      PIC 9(8).
             10 WS-UND-RET-COUNT   PIC 9(4).
             10 WS-UND-FIRST-DATE  PIC 9(8).
             10 WS-UND-LAST-DATE   PIC 9(8).
             10 WS-UND-REASON      PIC X(02).
             10 WS-UND-DROPPED     PIC X(01).
       01 WS-UNDELIV-OVERFLOW-SWITCH PIC X(01) VALUE "N".
          88 UNDELIV-TABLE-OVERFLOW VALUE "Y".
       01 WS-UNDELIV-CHANGED-SWITCH PIC X(01) VALUE "N".
          88 UNDELIV-CHANGED VALUE "Y".
       01 WS-SURV-UND-FOUND-SWITCH PIC X(01) VALUE "N".
          88 SURV-UND-FOUND VALUE "Y".

      *    Client trouve par la derniere recherche par numero, puis
      *    recopie comme survivant ou comme retire.
       01 WS-CUSTOMER-FOUND-SWITCH PIC X(01).
          88 CUSTOMER-FOUND VALUE "Y".
       01 WS-FOUND-NAME PIC A(50).
       01 WS-FOUND-NUMBER PIC 9(8).
       01 WS-FOUND-STATUS PIC X(01).
       01 WS-SURV-NAME PIC A(50).
       01 WS-SURV-NUMBER PIC 9(8).
       01 WS-SURV-NUMBER-X REDEFINES WS-SURV-NUMBER PIC X(08).
       01 WS-SURV-STATUS PIC X(01).
       01 WS-RET-NAME PIC A(50).
       01 WS-RET-NUMBER PIC 9(8).
       01 WS-RET-NUMBER-X REDEFINES WS-RET-NUMBER PIC X(08).
       01 WS-RET-STATUS PIC X(01).

      *    Resultat des controles de la fusion demandee.
       01 WS-MERGE-OK-SWITCH PIC X(01) VALUE "N".
          88 MERGE-OK VALUE "Y".
       01 WS-XREF-FOUND-SWITCH PIC X(01) VALUE "N".
          88 XREF-FOUND VALUE "Y".
       01 WS-CONFIRM PIC X(01) VALUE SPACE.

      *    Volumes de la fusion en cours, affiches en fin de fusion.
       01 WS-SUP-MOVED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-UND-MOVED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-MERGE-DONE-COUNT PIC 9(4) VALUE ZERO.

      *    Commande saisie a la console : une lettre par action.
       01 WS-COMMAND PIC X(01) VALUE SPACE.
          88 CMD-MERGE      VALUE "F".
          88 CMD-LIST       VALUE "L".
          88 CMD-EXIT       VALUE "X".

      *    Identifiant operateur (verifie par OPERSIGN, niveau 3),
      *    reporte sur les lignes CUSTAUDT, MERGEXRF et CHGAUDT.
       01 WS-OPERATOR-ID PIC X(08) VALUE SPACES.
       COPY OPERSIGN.

      *    Zone de saisie d'un numero client.
       01 WS-INPUT-NUMBER PIC X(08).
       01 WS-INPUT-NUMBER-9 REDEFINES WS-INPUT-NUMBER PIC 9(08).

      *    Horodatage de la fusion (commun a toutes ses traces).
       01 WS-CURRENT-TIMESTAMP PIC X(21).
       01 WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(6).
          05 FILLER           PIC X(07).

      *    Images avant/apres du client retire pour CUSTAUDT, dans la
      *    forme de CUSTOMER-MASTER-RECORD.
       01 WS-BEFORE-IMAGE.
          05 WS-BEF-NAME      PIC A(50).
          05 WS-BEF-NUMBER    PIC 9(8).
          05 WS-BEF-STATUS    PIC X(01).
       01 WS-AFTER-IMAGE.
          05 WS-AFT-NAME      PIC A(50).
          05 WS-AFT-NUMBER    PIC 9(8).
          05 WS-AFT-STATUS    PIC X(01).

      *    Image avant d'une entree SUPLIST et code action de la
      *    ligne CHGAUDT correspondante (M = modification,
      *    D = desactivation, comme les demandes PENDCHG).
       01 WS-SUPL-BEFORE-IMAGE PIC X(70) VALUE SPACES.
       01 WS-CHG-ACTION PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
      *    Verifie l'operateur (niveau 3), charge les fusions deja
      *    enregistrees, ouvre le fichier client et les journaux,
      *    puis boucle sur la console jusqu'a la commande "X".
           PERFORM SIGN-ON-OPERATOR
           PERFORM LOAD-MERGE-TABLE

           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-CUSTMAS-STATUS NOT = "00"
                DISPLAY "ERREUR : ouverture de CUSTMAS impossible "
                    "(statut " WS-CUSTMAS-STATUS ") - arret."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF

           OPEN EXTEND CUST-AUDIT-FILE
           IF WS-CUSTAUDT-STATUS = "35"
                OPEN OUTPUT CUST-AUDIT-FILE
           END-IF
           OPEN EXTEND MERGE-XREF-FILE
           IF WS-MERGEXRF-STATUS = "35"
                OPEN OUTPUT MERGE-XREF-FILE
           END-IF
           OPEN EXTEND CHANGE-AUDIT-FILE
           IF WS-CHGAUDT-STATUS = "35"
                OPEN OUTPUT CHANGE-AUDIT-FILE
           END-IF

           PERFORM UNTIL CMD-EXIT
                DISPLAY "Commande (F=Fusionner L=Lister les fusions "
                    "X=Quitter) : "
                ACCEPT WS-COMMAND
                MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND

                EVALUATE TRUE
                     WHEN CMD-MERGE
                         PERFORM MERGE-CUSTOMERS
                     WHEN CMD-LIST
                         PERFORM LIST-MERGES
                     WHEN CMD-EXIT
                         CONTINUE
                     WHEN OTHER
                         DISPLAY "Commande inconnue."
                END-EVALUATE
           END-PERFORM

           CLOSE CHANGE-AUDIT-FILE
           CLOSE MERGE-XREF-FILE
           CLOSE CUST-AUDIT-FILE
           CLOSE CUSTOMER-MASTER-FILE
           DISPLAY "Fusions effectuees : " WS-MERGE-DONE-COUNT "."
           STOP RUN.

      *    Demande l'identifiant operateur et le soumet au controle
      *    d'acces OPERSIGN : la fusion de clients exige le niveau 3,
      *    comme la maintenance client. Un refus est journalise dans
      *    SIGNLOG par le sous-programme et arrete le programme
      *    (RC 16).
       SIGN-ON-OPERATOR.
           DISPLAY "Identifiant operateur : "
           ACCEPT WS-OPERATOR-ID
           PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
                DISPLAY "Erreur : l'identifiant operateur ne peut "
                    "pas etre vide."
                DISPLAY "Identifiant operateur : "
                ACCEPT WS-OPERATOR-ID
           END-PERFORM

           MOVE WS-OPERATOR-ID TO OSQ-OPERATOR-ID
           MOVE 3 TO OSQ-REQUIRED-LEVEL
           MOVE "CUSTMERG" TO OSQ-PROGRAM-ID
           CALL "opersign" USING OPERATOR-SIGNON-REQUEST
                OPERATOR-SIGNON-RESPONSE
           IF OSR-SIGNON-DENIED
                DISPLAY "ERREUR : acces refuse (motif "
                    OSR-DENIAL-REASON ") - arret."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID)
               TO WS-OPERATOR-ID
           DISPLAY "Bonjour " FUNCTION TRIM(OSR-OPERATOR-NAME) ".".

      *    Charge les correspondances de fusion deja enregistrees.
      *    Fichier absent (statut "35") : aucune fusion encore. Une
      *    table pleine arrete le programme : les controles de
      *    fusion deja faite ne seraient plus surs.
       LOAD-MERGE-TABLE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MERGE-XREF-FILE
           IF WS-MERGEXRF-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                     READ MERGE-XREF-FILE
                         AT END
                             SET END-OF-FILE TO TRUE
                         NOT AT END
                             IF WS-MERGE-COUNT >= 2000
                                  DISPLAY "ERREUR : MERGEXRF contient "
                                      "plus de 2000 fusions - arret."
                                  MOVE 16 TO RETURN-CODE
                                  STOP RUN
                             END-IF
                             PERFORM STORE-MERGE-ENTRY
                     END-READ
                END-PERFORM
                CLOSE MERGE-XREF-FILE
           END-IF.

      *    Ajoute l'enregistrement MERGEXRF courant a la table.
       STORE-MERGE-ENTRY.
           ADD 1 TO WS-MERGE-COUNT
           SET WS-MRG-IDX TO WS-MERGE-COUNT
           MOVE MX-RETIRED-NUMBER TO WS-MRG-RETIRED (WS-MRG-IDX)
           MOVE MX-SURVIVOR-NUMBER TO WS-MRG-SURVIVOR (WS-MRG-IDX)
           MOVE MX-RETIRED-NAME TO WS-MRG-RETIRED-NAME (WS-MRG-IDX).

      *    Demande un numero client, verifie qu'il fait huit chiffres
      *    et le recherche par lecture directe sur la cle primaire
      *    (identique a CUSTMAINT).
       GET-AND-FIND-CUSTOMER-NUMBER.
           ACCEPT WS-INPUT-NUMBER

           MOVE "N" TO WS-CUSTOMER-FOUND-SWITCH
           IF WS-INPUT-NUMBER NOT NUMERIC
                DISPLAY "Erreur : le numero client doit faire "
                    "exactement huit chiffres."
           ELSE
                MOVE WS-INPUT-NUMBER-9 TO CM-CUSTOMER-NUMBER
                READ CUSTOMER-MASTER-FILE
                     INVALID KEY
                         DISPLAY "Erreur : le numero "
                             WS-INPUT-NUMBER " n'existe pas."
                     NOT INVALID KEY
                         SET CUSTOMER-FOUND TO TRUE
                         MOVE CM-CUSTOMER-NAME TO WS-FOUND-NAME
                         MOVE CM-CUSTOMER-NUMBER TO WS-FOUND-NUMBER
                         MOVE CM-ACCOUNT-STATUS TO WS-FOUND-STATUS
                END-READ
           END-IF.

      *    Recherche WS-INPUT-NUMBER-9 parmi les numeros retires de
      *    la table des fusions ; WS-MRG-IDX reste sur l'entree
      *    trouvee.
       FIND-RETIRED-NUMBER.
           MOVE "N" TO WS-XREF-FOUND-SWITCH
           PERFORM VARYING WS-MRG-IDX FROM 1 BY 1
                   UNTIL WS-MRG-IDX > WS-MERGE-COUNT
                      OR XREF-FOUND
                IF WS-MRG-RETIRED (WS-MRG-IDX) = WS-INPUT-NUMBER-9
                     SET XREF-FOUND TO TRUE
                END-IF
           END-PERFORM
      *    La boucle laisse l'index un cran apres l'entree trouvee.
           IF XREF-FOUND
                SET WS-MRG-IDX DOWN BY 1
           END-IF.

      *    Saisit et controle le survivant puis le retire, affiche
      *    la fusion, demande confirmation et l'applique.
       MERGE-CUSTOMERS.
           MOVE "N" TO WS-MERGE-OK-SWITCH
           DISPLAY "Numero du client SURVIVANT (huit chiffres) : "
           PERFORM GET-AND-FIND-CUSTOMER-NUMBER
           IF CUSTOMER-FOUND
                PERFORM FIND-RETIRED-NUMBER
                EVALUATE TRUE
                     WHEN XREF-FOUND
                         DISPLAY "Erreur : le client " WS-INPUT-NUMBER
                             " a deja ete fusionne dans le client "
                             WS-MRG-SURVIVOR (WS-MRG-IDX)
                             " - fusionner dans ce dernier."
                     WHEN WS-FOUND-STATUS = "I"
                         DISPLAY "Erreur : le client " WS-INPUT-NUMBER
                             " est inactif - le reactiver d'abord "
                             "(CUSTMAINT)."
                     WHEN OTHER
                         MOVE WS-FOUND-NAME TO WS-SURV-NAME
                         MOVE WS-FOUND-NUMBER TO WS-SURV-NUMBER
                         MOVE WS-FOUND-STATUS TO WS-SURV-STATUS
                         SET MERGE-OK TO TRUE
                END-EVALUATE
           END-IF

           IF MERGE-OK
                MOVE "N" TO WS-MERGE-OK-SWITCH
                DISPLAY "Numero du client RETIRE (huit chiffres) : "
                PERFORM GET-AND-FIND-CUSTOMER-NUMBER
                IF CUSTOMER-FOUND
                     PERFORM FIND-RETIRED-NUMBER
                     EVALUATE TRUE
                          WHEN WS-FOUND-NUMBER = WS-SURV-NUMBER
                              DISPLAY "Erreur : le retire doit etre "
                                  "different du survivant."
                          WHEN XREF-FOUND
                              DISPLAY "Erreur : le client "
                                  WS-INPUT-NUMBER " a deja ete "
                                  "fusionne dans le client "
                                  WS-MRG-SURVIVOR (WS-MRG-IDX) "."
                          WHEN OTHER
                              MOVE WS-FOUND-NAME TO WS-RET-NAME
                              MOVE WS-FOUND-NUMBER TO WS-RET-NUMBER
                              MOVE WS-FOUND-STATUS TO WS-RET-STATUS
                              SET MERGE-OK TO TRUE
                     END-EVALUATE
                END-IF
           END-IF

           IF MERGE-OK
                DISPLAY "Survivant : " WS-SURV-NUMBER " "
                    WS-SURV-STATUS " " FUNCTION TRIM(WS-SURV-NAME)
                DISPLAY "Retire    : " WS-RET-NUMBER " "
                    WS-RET-STATUS " " FUNCTION TRIM(WS-RET-NAME)
                DISPLAY "Confirmer la fusion (O/N) : "
                ACCEPT WS-CONFIRM
                MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
                IF WS-CONFIRM = "O"
                     PERFORM APPLY-MERGE
                ELSE
                     DISPLAY "Fusion abandonnee."
                END-IF
           END-IF.

      *    Applique la fusion confirmee. SUPLIST et UNDELIV sont
      *    charges d'abord : un fichier qui deborde sa table
      *    abandonne la fusion avant toute mise a jour. Viennent
      *    ensuite le client retire (statut I) et sa trace CUSTAUDT,
      *    les oppositions, les retours de courrier, et enfin la
      *    correspondance MERGEXRF.
       APPLY-MERGE.
           PERFORM LOAD-SUPLIST-TABLE
           PERFORM LOAD-UNDELIV-TABLE
           IF SUPLIST-TABLE-OVERFLOW OR UNDELIV-TABLE-OVERFLOW
                DISPLAY "Fusion abandonnee : aucun fichier n'a ete "
                    "modifie."
           ELSE
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
                PERFORM RETIRE-CUSTOMER
                PERFORM MOVE-SUPPRESSIONS
                PERFORM MOVE-RETURN-HISTORY
                PERFORM WRITE-MERGE-XREF
                ADD 1 TO WS-MERGE-DONE-COUNT
                DISPLAY "Client " WS-RET-NUMBER " fusionne dans le "
                    "client " WS-SURV-NUMBER " : "
                    WS-SUP-MOVED-COUNT " opposition(s) et "
                    WS-UND-MOVED-COUNT " retour(s) de courrier "
                    "deplaces."
           END-IF.

      *    Passe le client retire au statut I par REWRITE sur la cle
      *    et trace la fusion dans CUSTAUDT (action F), avec le
      *    numero survivant.
       RETIRE-CUSTOMER.
           MOVE WS-RET-NAME   TO WS-BEF-NAME
           MOVE WS-RET-NUMBER TO WS-BEF-NUMBER
           MOVE WS-RET-STATUS TO WS-BEF-STATUS
           MOVE WS-RET-NAME TO CM-CUSTOMER-NAME
           MOVE WS-RET-NUMBER TO CM-CUSTOMER-NUMBER
           MOVE "I" TO CM-ACCOUNT-STATUS
           REWRITE CUSTOMER-MASTER-RECORD
           MOVE WS-RET-NAME   TO WS-AFT-NAME
           MOVE WS-RET-NUMBER TO WS-AFT-NUMBER
           MOVE "I"           TO WS-AFT-STATUS

           MOVE WS-TS-DATE     TO CA-AUDIT-DATE
           MOVE WS-TS-TIME     TO CA-AUDIT-TIME
           MOVE WS-OPERATOR-ID TO CA-OPERATOR-ID
           MOVE "F"            TO CA-ACTION-CODE
           MOVE WS-BEFORE-IMAGE TO CA-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE  TO CA-AFTER-IMAGE
           MOVE WS-SURV-NUMBER-X TO CA-SURVIVOR-NUMBER
           WRITE CUSTOMER-AUDIT-RECORD.

      *    Charge SUPLIST en table, entrees actives et inactives, cle
      *    en majuscules (comme CHGAPPR). Fichier absent : table
      *    vide, rien a deplacer.
       LOAD-SUPLIST-TABLE.
           MOVE ZERO TO WS-SUPL-COUNT
           MOVE "N" TO WS-SUPLIST-OVERFLOW-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SUPLIST-FILE
           IF WS-SUPLIST-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                     READ SUPLIST-FILE
                         AT END
                             SET END-OF-FILE TO TRUE
                         NOT AT END
                             IF WS-SUPL-COUNT >= 500
                                  SET SUPLIST-TABLE-OVERFLOW TO TRUE
                             ELSE
                                  ADD 1 TO WS-SUPL-COUNT
                                  MOVE FUNCTION UPPER-CASE(SUP-KEY)
                                      TO SUP-KEY
                                  MOVE SUPPRESS-RECORD
                                      TO WS-SUPL-ENTRY (WS-SUPL-COUNT)
                             END-IF
                     END-READ
                END-PERFORM
                IF SUPLIST-TABLE-OVERFLOW
                     DISPLAY "ERREUR : SUPLIST contient plus de 500 "
                         "entrees - les oppositions ne peuvent pas "
                         "etre deplacees."
                END-IF
                CLOSE SUPLIST-FILE
           END-IF.

      *    Charge UNDELIV en table (comme MAILACK). Fichier absent :
      *    table vide, rien a deplacer.
       LOAD-UNDELIV-TABLE.
           MOVE ZERO TO WS-UNDELIV-COUNT
           MOVE "N" TO WS-UNDELIV-OVERFLOW-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT UNDELIV-FILE
           IF WS-UNDELIV-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                     READ UNDELIV-FILE
                         AT END
                             SET END-OF-FILE TO TRUE
                         NOT AT END
                             IF WS-UNDELIV-COUNT >= 2000
                                  SET UNDELIV-TABLE-OVERFLOW TO TRUE
                             ELSE
                                  ADD 1 TO WS-UNDELIV-COUNT
                                  SET WS-UND-IDX TO WS-UNDELIV-COUNT
                                  MOVE UD-NAME
                                      TO WS-UND-NAME (WS-UND-IDX)
                                  MOVE UD-CUSTOMER-NUMBER
                                      TO WS-UND-NUMBER (WS-UND-IDX)
                                  MOVE UD-RETURN-COUNT
                                      TO WS-UND-RET-COUNT
                                      (WS-UND-IDX)
                                  MOVE UD-FIRST-DATE
                                      TO WS-UND-FIRST-DATE
                                      (WS-UND-IDX)
                                  MOVE UD-LAST-DATE
                                      TO WS-UND-LAST-DATE
                                      (WS-UND-IDX)
                                  MOVE UD-LAST-REASON
                                      TO WS-UND-REASON (WS-UND-IDX)
                                  MOVE "N"
                                      TO WS-UND-DROPPED (WS-UND-IDX)
                             END-IF
                     END-READ
                END-PERFORM
                IF UNDELIV-TABLE-OVERFLOW
                     DISPLAY "ERREUR : UNDELIV contient plus de 2000 "
                         "entrees - les retours ne peuvent pas etre "
                         "deplaces."
                END-IF
                CLOSE UNDELIV-FILE
           END-IF.

      *    Deplace vers le survivant chaque opposition de type C du
      *    retire, puis reecrit SUPLIST si une entree a change.
       MOVE-SUPPRESSIONS.
           MOVE ZERO TO WS-SUP-MOVED-COUNT
           MOVE "N" TO WS-SUPLIST-CHANGED-SWITCH
           PERFORM VARYING WS-SUPL-IDX FROM 1 BY 1
                   UNTIL WS-SUPL-IDX > WS-SUPL-COUNT
                IF WS-SUPL-TYPE (WS-SUPL-IDX) = "C"
                        AND WS-SUPL-KEY (WS-SUPL-IDX) (1:8)
                            = WS-RET-NUMBER-X
                     PERFORM MOVE-ONE-SUPPRESSION
                END-IF
           END-PERFORM
           IF SUPLIST-CHANGED
                OPEN OUTPUT SUPLIST-FILE
                PERFORM VARYING WS-SUPL-IDX FROM 1 BY 1
                        UNTIL WS-SUPL-IDX > WS-SUPL-COUNT
                     MOVE WS-SUPL-ENTRY (WS-SUPL-IDX)
                         TO SUPPRESS-RECORD
                     WRITE SUPPRESS-RECORD
                END-PERFORM
                CLOSE SUPLIST-FILE
           END-IF.

      *    Deplace l'opposition WS-SUPL-IDX du retire : simple
      *    changement de cle si le survivant n'a pas d'opposition de
      *    type C ; sinon l'opposition du survivant prend les
      *    valeurs de celle du retire si celle-ci est active et plus
      *    forte, et celle du retire est desactivee. Chaque entree
      *    modifiee est tracee dans CHGAUDT.
       MOVE-ONE-SUPPRESSION.
           MOVE "N" TO WS-SURV-SUPL-FOUND-SWITCH
           PERFORM VARYING WS-SURV-SUPL-IDX FROM 1 BY 1
                   UNTIL WS-SURV-SUPL-IDX > WS-SUPL-COUNT
                      OR SURV-SUPL-FOUND
                IF WS-SUPL-TYPE (WS-SURV-SUPL-IDX) = "C"
                        AND WS-SUPL-KEY (WS-SURV-SUPL-IDX) (1:8)
                            = WS-SURV-NUMBER-X
                     SET SURV-SUPL-FOUND TO TRUE
                END-IF
           END-PERFORM
      *    La boucle laisse l'index un cran apres l'entree trouvee.
           IF SURV-SUPL-FOUND
                SET WS-SURV-SUPL-IDX DOWN BY 1
           END-IF

           IF NOT SURV-SUPL-FOUND
                MOVE WS-SUPL-ENTRY (WS-SUPL-IDX)
                    TO WS-SUPL-BEFORE-IMAGE
                MOVE WS-SURV-NUMBER-X TO WS-SUPL-KEY (WS-SUPL-IDX)
                MOVE "M" TO WS-CHG-ACTION
                SET WS-SURV-SUPL-IDX TO WS-SUPL-IDX
                PERFORM WRITE-SUPLIST-DECISION
                ADD 1 TO WS-SUP-MOVED-COUNT
           ELSE
                IF WS-SUPL-FLAG (WS-SUPL-IDX) = "A"
                     IF WS-SUPL-FLAG (WS-SURV-SUPL-IDX) NOT = "A"
                             OR WS-SUPL-END-DATE (WS-SUPL-IDX)
                                 > WS-SUPL-END-DATE (WS-SURV-SUPL-IDX)
                          MOVE WS-SUPL-ENTRY (WS-SURV-SUPL-IDX)
                              TO WS-SUPL-BEFORE-IMAGE
                          MOVE WS-SUPL-REASON (WS-SUPL-IDX)
                              TO WS-SUPL-REASON (WS-SURV-SUPL-IDX)
                          MOVE WS-SUPL-START-DATE (WS-SUPL-IDX)
                              TO WS-SUPL-START-DATE (WS-SURV-SUPL-IDX)
                          MOVE WS-SUPL-END-DATE (WS-SUPL-IDX)
                              TO WS-SUPL-END-DATE (WS-SURV-SUPL-IDX)
                          MOVE "A" TO WS-SUPL-FLAG (WS-SURV-SUPL-IDX)
                          MOVE "M" TO WS-CHG-ACTION
                          PERFORM WRITE-SUPLIST-DECISION
                     END-IF
                     MOVE WS-SUPL-ENTRY (WS-SUPL-IDX)
                         TO WS-SUPL-BEFORE-IMAGE
                     MOVE "I" TO WS-SUPL-FLAG (WS-SUPL-IDX)
                     MOVE "D" TO WS-CHG-ACTION
                     SET WS-SURV-SUPL-IDX TO WS-SUPL-IDX
                     PERFORM WRITE-SUPLIST-DECISION
                     ADD 1 TO WS-SUP-MOVED-COUNT
                END-IF
           END-IF.

      *    Trace dans CHGAUDT la modification de l'entree SUPLIST
      *    WS-SURV-SUPL-IDX : decision approuvee, l'operateur de la
      *    fusion etant demandeur et approbateur, image avant
      *    WS-SUPL-BEFORE-IMAGE et image apres l'entree modifiee.
       WRITE-SUPLIST-DECISION.
           SET SUPLIST-CHANGED TO TRUE
           MOVE WS-TS-DATE TO CHA-DECISION-DATE
           MOVE WS-TS-TIME TO CHA-DECISION-TIME
           MOVE WS-OPERATOR-ID TO CHA-CHECKER-ID
           MOVE "A" TO CHA-DECISION-CODE
           MOVE WS-OPERATOR-ID TO CHA-MAKER-ID
           MOVE WS-TS-DATE TO CHA-REQUEST-DATE
           MOVE WS-TS-TIME TO CHA-REQUEST-TIME
           MOVE "SUPLIST" TO CHA-TARGET-FILE
           MOVE WS-CHG-ACTION TO CHA-ACTION-CODE
           MOVE WS-SUPL-BEFORE-IMAGE TO CHA-BEFORE-IMAGE
           MOVE WS-SUPL-ENTRY (WS-SURV-SUPL-IDX) TO CHA-AFTER-IMAGE
           WRITE CHANGE-AUDIT-RECORD.

      *    Reporte sur le survivant chaque entree UNDELIV du retire :
      *    cumul dans l'entree du survivant de meme nom s'il y en a
      *    une (compteurs additionnes, premiere date la plus
      *    ancienne, dernier retour le plus recent), simple
      *    changement de numero sinon ; puis reecrit UNDELIV.
       MOVE-RETURN-HISTORY.
           MOVE ZERO TO WS-UND-MOVED-COUNT
           MOVE "N" TO WS-UNDELIV-CHANGED-SWITCH
           PERFORM VARYING WS-UND-IDX FROM 1 BY 1
                   UNTIL WS-UND-IDX > WS-UNDELIV-COUNT
                IF WS-UND-NUMBER (WS-UND-IDX) = WS-RET-NUMBER
                     PERFORM MOVE-ONE-RETURN
                END-IF
           END-PERFORM
           IF UNDELIV-CHANGED
                OPEN OUTPUT UNDELIV-FILE
                PERFORM VARYING WS-UND-IDX FROM 1 BY 1
                        UNTIL WS-UND-IDX > WS-UNDELIV-COUNT
                     IF WS-UND-DROPPED (WS-UND-IDX) NOT = "Y"
                          PERFORM WRITE-UNDELIV-RECORD
                     END-IF
                END-PERFORM
                CLOSE UNDELIV-FILE
           END-IF.

       MOVE-ONE-RETURN.
           MOVE "N" TO WS-SURV-UND-FOUND-SWITCH
           PERFORM VARYING WS-SURV-UND-IDX FROM 1 BY 1
                   UNTIL WS-SURV-UND-IDX > WS-UNDELIV-COUNT
                      OR SURV-UND-FOUND
                IF WS-UND-NUMBER (WS-SURV-UND-IDX) = WS-SURV-NUMBER
                        AND WS-UND-NAME (WS-SURV-UND-IDX)
                            = WS-UND-NAME (WS-UND-IDX)
                     SET SURV-UND-FOUND TO TRUE
                END-IF
           END-PERFORM
      *    La boucle laisse l'index un cran apres l'entree trouvee.
           IF SURV-UND-FOUND
                SET WS-SURV-UND-IDX DOWN BY 1
                ADD WS-UND-RET-COUNT (WS-UND-IDX)
                    TO WS-UND-RET-COUNT (WS-SURV-UND-IDX)
                IF WS-UND-FIRST-DATE (WS-UND-IDX)
                        < WS-UND-FIRST-DATE (WS-SURV-UND-IDX)
                     MOVE WS-UND-FIRST-DATE (WS-UND-IDX)
                         TO WS-UND-FIRST-DATE (WS-SURV-UND-IDX)
                END-IF
                IF WS-UND-LAST-DATE (WS-UND-IDX)
                        > WS-UND-LAST-DATE (WS-SURV-UND-IDX)
                     MOVE WS-UND-LAST-DATE (WS-UND-IDX)
                         TO WS-UND-LAST-DATE (WS-SURV-UND-IDX)
                     MOVE WS-UND-REASON (WS-UND-IDX)
                         TO WS-UND-REASON (WS-SURV-UND-IDX)
                END-IF
                MOVE "Y" TO WS-UND-DROPPED (WS-UND-IDX)
           ELSE
                MOVE WS-SURV-NUMBER TO WS-UND-NUMBER (WS-UND-IDX)
           END-IF
           SET UNDELIV-CHANGED TO TRUE
           ADD 1 TO WS-UND-MOVED-COUNT.

       WRITE-UNDELIV-RECORD.
           MOVE WS-UND-NAME (WS-UND-IDX) TO UD-NAME
           MOVE WS-UND-NUMBER (WS-UND-IDX) TO UD-CUSTOMER-NUMBER
           MOVE WS-UND-RET-COUNT (WS-UND-IDX) TO UD-RETURN-COUNT
           MOVE WS-UND-FIRST-DATE (WS-UND-IDX) TO UD-FIRST-DATE
           MOVE WS-UND-LAST-DATE (WS-UND-IDX) TO UD-LAST-DATE
           MOVE WS-UND-REASON (WS-UND-IDX) TO UD-LAST-REASON
           WRITE UNDELIV-RECORD.

      *    Ajoute la correspondance retire -> survivant a MERGEXRF
      *    et a la table (une seconde fusion du meme retire dans la
      *    meme session est ainsi refusee).
       WRITE-MERGE-XREF.
           MOVE WS-RET-NUMBER  TO MX-RETIRED-NUMBER
           MOVE WS-SURV-NUMBER TO MX-SURVIVOR-NUMBER
           MOVE WS-RET-NAME    TO MX-RETIRED-NAME
           MOVE WS-TS-DATE     TO MX-MERGE-DATE
           MOVE WS-TS-TIME     TO MX-MERGE-TIME
           MOVE WS-OPERATOR-ID TO MX-OPERATOR-ID
           WRITE MERGE-XREF-RECORD
           IF WS-MERGE-COUNT < 2000
                PERFORM STORE-MERGE-ENTRY
           END-IF.

      *    Liste les fusions enregistrees (retire -> survivant).
       LIST-MERGES.
           IF WS-MERGE-COUNT = ZERO
                DISPLAY "Aucune fusion enregistree."
           ELSE
                PERFORM VARYING WS-MRG-IDX FROM 1 BY 1
                        UNTIL WS-MRG-IDX > WS-MERGE-COUNT
                     DISPLAY WS-MRG-RETIRED (WS-MRG-IDX) " -> "
                         WS-MRG-SURVIVOR (WS-MRG-IDX) " "
                         FUNCTION TRIM
                             (WS-MRG-RETIRED-NAME (WS-MRG-IDX))
                END-PERFORM
           END-IF.
