      *    *************************************************************
      *    Utilitaire de reprise en avant du fichier client
      *    (CUSTOMER-MASTER) a partir du journal d'audit CUSTAUDT.
      *
      *    GREETMASFIX sait reconstruire GREETED-MASTER a partir de
      *    GREETLOG, mais rien ne savait reconstruire le fichier
      *    client indexe perdu ou abime entre deux sauvegardes - alors
      *    que CUSTAUDT porte l'image apres horodatee de chaque ajout,
      *    changement de nom et changement de statut fait par
      *    CUSTMAINT. Ce programme part du dernier dechargement
      *    sequentiel pris par MASTCONV (UNLOAD, DD CUSTSEQ), le
      *    charge en table memoire, puis rejoue dans l'ordre du
      *    journal les images apres de CUSTAUDT posterieures au
      *    dechargement, jusqu'au point de reprise demande.
      *
      *    Cartes SYSIN :
      *      1. mode : REPORT (compare seulement, CUSTMAS n'est pas
      *         touche ; job CUSTRCV, toujours passe en premier) ou
      *         APPLY (recharge CUSTMAS avec l'image reconstruite ;
      *         job CUSTRCVA, qui supprime et redefinit le cluster
      *         avant le rechargement et reconstruit l'index par nom
      *         apres - la comparaison y est donc sans objet) ;
      *      2. point du dechargement CUSTSEQ (AAAAMMJJHHMMSS) : les
      *         lignes CUSTAUDT anterieures ou egales sont deja dans
      *         le dechargement et ne sont pas rejouees ;
      *      3. point de reprise (AAAAMMJJHHMMSS) : dernier instant
      *         rejoue (les lignes posterieures sont ignorees : on
      *         peut s'arreter juste avant une modification erronee) ;
      *      4. identifiant operateur, verifie par OPERSIGN : niveau 1
      *         (consultation) pour REPORT, niveau 4 (reparation) pour
      *         APPLY ; les refus sont journalises dans SIGNLOG.
      *
      *    Regles du rejeu (par numero client, cle de CUSTMAS) :
      *    - ajout (A) d'un numero absent de l'image : ajoute ;
      *      numero deja present avec la meme image : deja dans le
      *      dechargement, ignore ; numero present avec une autre
      *      image : CONFLIT, non applique ;
      *    - toute autre action (changement de nom, de statut...) sur
      *      un numero absent de l'image : CONFLIT, non appliquee ;
      *      sur un numero present : l'image apres remplace
      *      l'enregistrement ; si l'image courante n'est pas l'image
      *      avant du journal, la modification est appliquee quand
      *      meme (l'image apres fait foi) mais signalee en CONFLIT.
      *      Une image courante deja egale a l'image apres est
      *      ignoree (modification deja dans le dechargement).
      *
      *    Le rapport CRCVRPT liste les conflits, les ecarts entre
      *    l'image reconstruite et le CUSTMAS actuel (s'il est
      *    lisible), et les compteurs : lignes rejouees, appliquees,
      *    deja presentes, en conflit. Code retour 4 s'il y a au
      *    moins un conflit, 16 sur erreur (rien n'est alors touche).
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. custrecov.
       AUTHOR. pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Dernier dechargement sequentiel du fichier client (MASTCONV
      *    UNLOAD), point de depart de la reprise.
           SELECT CUST-SEQ-FILE ASSIGN TO "CUSTSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTSEQ-STATUS.

      *    Journal d'audit du fichier client (ecrit par CUSTMAINT),
      *    rejoue dans l'ordre d'ecriture.
           SELECT CUST-AUDIT-FILE ASSIGN TO "CUSTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTAUDT-STATUS.

      *    Fichier client indexe de production : compare en REPORT,
      *    recharge en APPLY.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAS-STATUS.

      *    Rapport de la reprise.
           SELECT RECOVERY-RPT-FILE ASSIGN TO "CRCVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Historique des runs batch, ajoute en fin de traitement
      *    (cf. copybook RUNHIST et le rapport RUNHRPT).
           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-SEQ-FILE.
           COPY CUSTMAS REPLACING ==CUSTOMER-MASTER-RECORD==
               BY ==CUST-SEQ-RECORD==
               LEADING ==CM-== BY ==CS-==.

       FD  CUST-AUDIT-FILE.
           COPY CUSTAUDT.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAS.

       FD  RECOVERY-RPT-FILE.
       01 RECOVERY-RPT-LINE PIC X(100).

       FD  RUNHIST-FILE.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
      *    Statuts fichiers : CUSTSEQ absent est une erreur (pas de
      *    point de depart) ; CUSTAUDT absent laisse l'image du
      *    dechargement telle quelle ; CUSTMAS absent ou illisible
      *    n'empeche pas la reprise (c'est justement le cas a
      *    reparer), la comparaison est alors sautee.
       01 WS-CUSTSEQ-STATUS PIC X(02) VALUE SPACES.
       01 WS-CUSTAUDT-STATUS PIC X(02) VALUE SPACES.
       01 WS-CUSTMAS-STATUS PIC X(02) VALUE SPACES.
       01 WS-CUSTMAS-OPEN-SWITCH PIC X(01) VALUE "N".
          88 CUSTMAS-OPEN VALUE "Y".
       01 WS-EOF-SWITCH PIC X(01) VALUE "N".
          88 INPUT-EOF VALUE "Y".

      *    Mode demande sur SYSIN : REPORT (comparer seulement) ou
      *    APPLY (comparer puis recharger CUSTMAS).
       01 WS-MODE-INPUT PIC X(06).
          88 MODE-REPORT VALUE "REPORT".
          88 MODE-APPLY  VALUE "APPLY ".

      *    Point du dechargement et point de reprise (cartes SYSIN,
      *    AAAAMMJJHHMMSS), compares a l'horodatage de chaque ligne
      *    CUSTAUDT mis sous la meme forme.
       01 WS-UNLOAD-POINT PIC X(14).
       01 WS-TARGET-POINT PIC X(14).
       01 WS-AUDIT-POINT.
          05 WS-AP-DATE       PIC 9(8).
          05 WS-AP-TIME       PIC 9(6).

      *    Identifiant operateur (quatrieme carte SYSIN) et interface
      *    vers le sous-programme de controle d'acces (cf. copybook
      *    OPERSIGN).
       01 WS-OPERATOR-ID PIC X(08) VALUE SPACES.
       COPY OPERSIGN.

      *    Image reconstruite du fichier client : le dechargement,
      *    puis les modifications rejouees (les ajouts en fin de
      *    table). Le rechargement ecrit par cle, l'ordre de la table
      *    est donc indifferent.
       01 WS-IMAGE-TABLE.
          05 WS-IMAGE-COUNT PIC 9(5) VALUE ZERO.
          05 WS-IMAGE-ENTRY OCCURS 5000 TIMES
                INDEXED BY WS-IMG-IDX.
             10 WS-IMG-NAME      PIC A(50).
             10 WS-IMG-NUMBER    PIC 9(8).
             10 WS-IMG-STATUS    PIC X(01).

      *    Un depassement de la table interdit toute reprise : on
      *    s'arrete (RC 16) sans toucher CUSTMAS plutot que de
      *    recharger une image incomplete.
       01 WS-TABLE-OVERFLOW-SWITCH PIC X(01) VALUE "N".
          88 TABLE-OVERFLOW VALUE "Y".

       01 WS-FOUND-SWITCH PIC X(01).
          88 ENTRY-FOUND VALUE "Y".

      *    Images avant/apres de la ligne CUSTAUDT rejouee, dans la
      *    forme de CUSTOMER-MASTER-RECORD.
       01 WS-BEFORE-IMAGE.
          05 WS-BEF-NAME      PIC A(50).
          05 WS-BEF-NUMBER    PIC 9(8).
          05 WS-BEF-STATUS    PIC X(01).
       01 WS-AFTER-IMAGE.
          05 WS-AFT-NAME      PIC A(50).
          05 WS-AFT-NUMBER    PIC 9(8).
          05 WS-AFT-STATUS    PIC X(01).
       01 WS-CURRENT-IMAGE.
          05 WS-CUR-NAME      PIC A(50).
          05 WS-CUR-NUMBER    PIC 9(8).
          05 WS-CUR-STATUS    PIC X(01).

      *    Motif du conflit en cours, edite dans le rapport.
       01 WS-CONFLICT-TEXT PIC X(30).

      *    Compteurs du rapport.
       01 WS-SEQ-READ-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REPLAYED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-APPLIED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-ALREADY-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CONFLICT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-BEYOND-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DIFFERING-COUNT PIC 9(6) VALUE ZERO.
       01 WS-MISSING-COUNT PIC 9(6) VALUE ZERO.
       01 WS-MASTER-ONLY-COUNT PIC 9(6) VALUE ZERO.
       01 WS-RELOADED-COUNT PIC 9(6) VALUE ZERO.

       01 WS-RPT-WORK PIC X(100).

      *    Statut de RUNHIST (cree au premier run, EXTEND ensuite)
      *    et horodatage de l'enregistrement d'historique.
       01 WS-RUNHIST-STATUS PIC X(02) VALUE SPACES.
       01 WS-CURRENT-TIMESTAMP PIC X(21).
       01 WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(6).
          05 FILLER           PIC X(07).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-RUN-PARAMETERS
           PERFORM SIGN-ON-OPERATOR
           PERFORM LOAD-UNLOAD-IMAGE
           OPEN OUTPUT RECOVERY-RPT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM REPLAY-CUSTAUDT
           PERFORM COMPARE-WITH-MASTER
           IF MODE-APPLY
                PERFORM RELOAD-CUSTOMER-MASTER
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           CLOSE RECOVERY-RPT-FILE
           IF WS-CONFLICT-COUNT > ZERO
                MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-HISTORY
           DISPLAY "CUSTRECOV : rejouees " WS-REPLAYED-COUNT
               ", appliquees " WS-APPLIED-COUNT
               ", conflits " WS-CONFLICT-COUNT "."
           STOP RUN.

      *    Lit le mode et les deux points sur SYSIN et refuse toute
      *    valeur invalide ou un point de reprise anterieur au
      *    dechargement.
       GET-RUN-PARAMETERS.
           ACCEPT WS-MODE-INPUT
           MOVE FUNCTION UPPER-CASE(WS-MODE-INPUT) TO WS-MODE-INPUT
           IF NOT MODE-REPORT AND NOT MODE-APPLY
                DISPLAY "ERREUR : mode '" WS-MODE-INPUT "' invalide "
                    "(attendu : REPORT ou APPLY)."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF
           ACCEPT WS-UNLOAD-POINT
           ACCEPT WS-TARGET-POINT
           IF WS-UNLOAD-POINT NOT NUMERIC
                   OR WS-TARGET-POINT NOT NUMERIC
                DISPLAY "ERREUR : points de reprise invalides '"
                    WS-UNLOAD-POINT "' / '" WS-TARGET-POINT
                    "' (attendu : deux cartes AAAAMMJJHHMMSS, "
                    "dechargement puis reprise)."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF
           IF WS-TARGET-POINT < WS-UNLOAD-POINT
                DISPLAY "ERREUR : point de reprise " WS-TARGET-POINT
                    " anterieur au dechargement " WS-UNLOAD-POINT "."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.

      *    Lit l'identifiant operateur sur la quatrieme carte SYSIN
      *    et le soumet au controle d'acces OPERSIGN : niveau 1 pour
      *    la comparaison, niveau 4 (reparation) pour le
      *    rechargement. Un refus est journalise dans SIGNLOG par le
      *    sous-programme et arrete le job (RC 16) avant toute
      *    ouverture de CUSTMAS.
       SIGN-ON-OPERATOR.
           ACCEPT WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO OSQ-OPERATOR-ID
           IF MODE-APPLY
                MOVE 4 TO OSQ-REQUIRED-LEVEL
           ELSE
                MOVE 1 TO OSQ-REQUIRED-LEVEL
           END-IF
           MOVE "CUSTRCV" TO OSQ-PROGRAM-ID
           CALL "opersign" USING OPERATOR-SIGNON-REQUEST
                OPERATOR-SIGNON-RESPONSE
           IF OSR-SIGNON-DENIED
                DISPLAY "ERREUR : acces refuse (motif "
                    OSR-DENIAL-REASON ") - arret, CUSTMAS n'a pas "
                    "ete touche."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF
           DISPLAY "Mode " WS-MODE-INPUT " autorise pour "
               FUNCTION TRIM(OSR-OPERATOR-NAME) ".".

      *    Charge le dechargement CUSTSEQ en table (noms en
      *    majuscules, comme MASTCONV au chargement). Absent ou trop
      *    gros : arret RC 16, rien n'est touche.
       LOAD-UNLOAD-IMAGE.
           OPEN INPUT CUST-SEQ-FILE
           IF WS-CUSTSEQ-STATUS NOT = "00"
                DISPLAY "ERREUR : ouverture de CUSTSEQ impossible "
                    "(statut " WS-CUSTSEQ-STATUS ")."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL INPUT-EOF
                READ CUST-SEQ-FILE
                    AT END
                        SET INPUT-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-SEQ-READ-COUNT
                        IF WS-IMAGE-COUNT < 5000
                             ADD 1 TO WS-IMAGE-COUNT
                             SET WS-IMG-IDX TO WS-IMAGE-COUNT
                             MOVE FUNCTION UPPER-CASE
                                 (CS-CUSTOMER-NAME)
                                 TO WS-IMG-NAME (WS-IMG-IDX)
                             MOVE CS-CUSTOMER-NUMBER
                                 TO WS-IMG-NUMBER (WS-IMG-IDX)
                             MOVE CS-ACCOUNT-STATUS
                                 TO WS-IMG-STATUS (WS-IMG-IDX)
                        ELSE
                             SET TABLE-OVERFLOW TO TRUE
                        END-IF
                END-READ
           END-PERFORM
           CLOSE CUST-SEQ-FILE
           PERFORM CHECK-TABLE-OVERFLOW.

      *    Toute reprise sur une image incomplete est refusee.
       CHECK-TABLE-OVERFLOW.
           IF TABLE-OVERFLOW
                DISPLAY "ERREUR : l'image client depasse la capacite "
                    "de la table de reprise (5000 clients) - "
                    "reprise abandonnee, CUSTMAS n'a pas ete touche."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE "REPRISE EN AVANT DE CUSTOMER-MASTER PAR CUSTAUDT"
               TO RECOVERY-RPT-LINE
           WRITE RECOVERY-RPT-LINE
           MOVE SPACES TO RECOVERY-RPT-LINE
           STRING "MODE : " DELIMITED BY SIZE
               WS-MODE-INPUT DELIMITED BY SIZE
               "  DECHARGEMENT : " DELIMITED BY SIZE
               WS-UNLOAD-POINT DELIMITED BY SIZE
               "  REPRISE JUSQU'A : " DELIMITED BY SIZE
               WS-TARGET-POINT DELIMITED BY SIZE
               INTO RECOVERY-RPT-LINE
           WRITE RECOVERY-RPT-LINE
           MOVE SPACES TO RECOVERY-RPT-LINE
           WRITE RECOVERY-RPT-LINE.

      *    Rejoue CUSTAUDT dans l'ordre du journal : seules les lignes
      *    posterieures au dechargement et au plus tard au point de
      *    reprise sont appliquees a l'image.
       REPLAY-CUSTAUDT.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CUST-AUDIT-FILE
           IF WS-CUSTAUDT-STATUS = "00"
                PERFORM UNTIL INPUT-EOF
                     READ CUST-AUDIT-FILE
                         AT END
                             SET INPUT-EOF TO TRUE
                         NOT AT END
                             MOVE CA-AUDIT-DATE TO WS-AP-DATE
                             MOVE CA-AUDIT-TIME TO WS-AP-TIME
                             IF WS-AUDIT-POINT > WS-TARGET-POINT
                                  ADD 1 TO WS-BEYOND-COUNT
                             ELSE
                                  IF WS-AUDIT-POINT > WS-UNLOAD-POINT
                                       PERFORM REPLAY-ONE-CHANGE
                                  END-IF
                             END-IF
                     END-READ
                END-PERFORM
                CLOSE CUST-AUDIT-FILE
           ELSE
                MOVE SPACES TO RECOVERY-RPT-LINE
                STRING "ATTENTION : CUSTAUDT ABSENT - "
                    DELIMITED BY SIZE
                    "IMAGE DU DECHARGEMENT SEULE." DELIMITED BY SIZE
                    INTO RECOVERY-RPT-LINE
                WRITE RECOVERY-RPT-LINE
           END-IF.

      *    Applique une ligne CUSTAUDT a l'image suivant les regles
      *    de l'en-tete : ajout ou remplacement par numero client.
       REPLAY-ONE-CHANGE.
           ADD 1 TO WS-REPLAYED-COUNT
           MOVE CA-BEFORE-IMAGE TO WS-BEFORE-IMAGE
           MOVE CA-AFTER-IMAGE TO WS-AFTER-IMAGE
           MOVE FUNCTION UPPER-CASE(WS-BEF-NAME) TO WS-BEF-NAME
           MOVE FUNCTION UPPER-CASE(WS-AFT-NAME) TO WS-AFT-NAME
           MOVE "N" TO WS-FOUND-SWITCH
           SET WS-IMG-IDX TO 1
           SEARCH WS-IMAGE-ENTRY
                AT END
                    CONTINUE
                WHEN WS-IMG-IDX > WS-IMAGE-COUNT
                    SET WS-IMG-IDX TO 5000
                WHEN WS-IMG-NUMBER (WS-IMG-IDX) = WS-AFT-NUMBER
                    SET ENTRY-FOUND TO TRUE
           END-SEARCH
           IF ENTRY-FOUND
                MOVE WS-IMAGE-ENTRY (WS-IMG-IDX) TO WS-CURRENT-IMAGE
           END-IF

           IF CA-ACTION-ADD
                IF ENTRY-FOUND
                     IF WS-CURRENT-IMAGE = WS-AFTER-IMAGE
                          ADD 1 TO WS-ALREADY-COUNT
                     ELSE
                          MOVE "AJOUT D'UN NUMERO EXISTANT"
                              TO WS-CONFLICT-TEXT
                          PERFORM WRITE-CONFLICT-LINE
                     END-IF
                ELSE
                     IF WS-IMAGE-COUNT < 5000
                          ADD 1 TO WS-IMAGE-COUNT
                          SET WS-IMG-IDX TO WS-IMAGE-COUNT
                          MOVE WS-AFTER-IMAGE
                              TO WS-IMAGE-ENTRY (WS-IMG-IDX)
                          ADD 1 TO WS-APPLIED-COUNT
                     ELSE
                          SET TABLE-OVERFLOW TO TRUE
                          PERFORM CHECK-TABLE-OVERFLOW
                     END-IF
                END-IF
           ELSE
                IF NOT ENTRY-FOUND
                     MOVE "NUMERO CLIENT ABSENT" TO WS-CONFLICT-TEXT
                     PERFORM WRITE-CONFLICT-LINE
                ELSE
                     IF WS-CURRENT-IMAGE = WS-AFTER-IMAGE
                          ADD 1 TO WS-ALREADY-COUNT
                     ELSE
                          IF WS-CURRENT-IMAGE NOT = WS-BEFORE-IMAGE
                               MOVE "IMAGE AVANT DIFFERENTE"
                                   TO WS-CONFLICT-TEXT
                               PERFORM WRITE-CONFLICT-LINE
                          END-IF
                          MOVE WS-AFTER-IMAGE
                              TO WS-IMAGE-ENTRY (WS-IMG-IDX)
                          ADD 1 TO WS-APPLIED-COUNT
                     END-IF
                END-IF
           END-IF.

      *    Edite un conflit : horodatage, operateur et action de la
      *    ligne CUSTAUDT, motif, puis l'image apres du journal et,
      *    s'il y en a une, l'image courante de la reprise.
       WRITE-CONFLICT-LINE.
           ADD 1 TO WS-CONFLICT-COUNT
           MOVE SPACES TO WS-RPT-WORK
           STRING "CONFLIT : " DELIMITED BY SIZE
               WS-AUDIT-POINT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CA-OPERATOR-ID DELIMITED BY SIZE
               " ACTION " DELIMITED BY SIZE
               CA-ACTION-CODE DELIMITED BY SIZE
               " NUMERO " DELIMITED BY SIZE
               WS-AFT-NUMBER DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-CONFLICT-TEXT DELIMITED BY SIZE
               INTO WS-RPT-WORK
           MOVE WS-RPT-WORK TO RECOVERY-RPT-LINE
           WRITE RECOVERY-RPT-LINE
           MOVE SPACES TO WS-RPT-WORK
           STRING "  JOURNAL : " DELIMITED BY SIZE
               WS-AFT-STATUS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AFT-NAME DELIMITED BY SIZE
               INTO WS-RPT-WORK
           MOVE WS-RPT-WORK TO RECOVERY-RPT-LINE
           WRITE RECOVERY-RPT-LINE
           IF ENTRY-FOUND
                MOVE SPACES TO WS-RPT-WORK
                STRING "  IMAGE   : " DELIMITED BY SIZE
                    WS-CUR-STATUS DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-CUR-NAME DELIMITED BY SIZE
                    INTO WS-RPT-WORK
                MOVE WS-RPT-WORK TO RECOVERY-RPT-LINE
                WRITE RECOVERY-RPT-LINE
           END-IF.

      *    Compare l'image reconstruite au CUSTMAS actuel, s'il est
      *    lisible : clients absents ou differents, puis clients
      *    presents dans CUSTMAS seulement. CUSTMAS illisible : la
      *    comparaison est sautee (c'est le cas d'une perte).
       COMPARE-WITH-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAS-STATUS = "00"
                SET CUSTMAS-OPEN TO TRUE
           ELSE
                MOVE SPACES TO WS-RPT-WORK
                STRING "CUSTMAS ILLISIBLE (STATUT " DELIMITED BY SIZE
                    WS-CUSTMAS-STATUS DELIMITED BY SIZE
                    ") - PAS DE COMPARAISON." DELIMITED BY SIZE
                    INTO WS-RPT-WORK
                MOVE WS-RPT-WORK TO RECOVERY-RPT-LINE
                WRITE RECOVERY-RPT-LINE
           END-IF
           IF CUSTMAS-OPEN
                PERFORM VARYING WS-IMG-IDX FROM 1 BY 1
                        UNTIL WS-IMG-IDX > WS-IMAGE-COUNT
                     PERFORM COMPARE-ONE-CUSTOMER
                END-PERFORM
                PERFORM SCAN-MASTER-ONLY-CUSTOMERS
                CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       COMPARE-ONE-CUSTOMER.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE WS-IMG-NUMBER (WS-IMG-IDX) TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ENTRY-FOUND TO TRUE
           END-READ

           IF ENTRY-FOUND
                IF CUSTOMER-MASTER-RECORD
                        NOT = WS-IMAGE-ENTRY (WS-IMG-IDX)
                     ADD 1 TO WS-DIFFERING-COUNT
                     MOVE SPACES TO WS-RPT-WORK
                     STRING "DIVERGENT : " DELIMITED BY SIZE
                         CM-CUSTOMER-NUMBER DELIMITED BY SIZE
                         " CUSTMAS " DELIMITED BY SIZE
                         CM-ACCOUNT-STATUS DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         CM-CUSTOMER-NAME DELIMITED BY SIZE
                         INTO WS-RPT-WORK
                     MOVE WS-RPT-WORK TO RECOVERY-RPT-LINE
                     WRITE RECOVERY-RPT-LINE
                     MOVE SPACES TO WS-RPT-WORK
                     STRING "                     REPRISE "
                             DELIMITED BY SIZE
                         WS-IMG-STATUS (WS-IMG-IDX) DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         WS-IMG-NAME (WS-IMG-IDX) DELIMITED BY SIZE
                         INTO WS-RPT-WORK
                     MOVE WS-RPT-WORK TO RECOVERY-RPT-LINE
                     WRITE RECOVERY-RPT-LINE
                END-IF
           ELSE
                ADD 1 TO WS-MISSING-COUNT
                MOVE SPACES TO WS-RPT-WORK
                STRING "MANQUANT  : " DELIMITED BY SIZE
                    WS-IMG-NUMBER (WS-IMG-IDX) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-IMG-STATUS (WS-IMG-IDX) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-IMG-NAME (WS-IMG-IDX) DELIMITED BY SIZE
                    INTO WS-RPT-WORK
                MOVE WS-RPT-WORK TO RECOVERY-RPT-LINE
                WRITE RECOVERY-RPT-LINE
           END-IF.

      *    Note les clients presents dans CUSTMAS mais absents de
      *    l'image reconstruite (balayage sequentiel par numero) : un
      *    rechargement APPLY les ferait disparaitre.
       SCAN-MASTER-ONLY-CUSTOMERS.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE ZERO TO CM-CUSTOMER-NUMBER
           START CUSTOMER-MASTER-FILE KEY NOT LESS THAN
                   CM-CUSTOMER-NUMBER
                INVALID KEY
                    SET INPUT-EOF TO TRUE
           END-START
           PERFORM UNTIL INPUT-EOF
                READ CUSTOMER-MASTER-FILE NEXT RECORD
                    AT END
                        SET INPUT-EOF TO TRUE
                    NOT AT END
                        PERFORM CHECK-MASTER-ONLY-CUSTOMER
                END-READ
           END-PERFORM.

       CHECK-MASTER-ONLY-CUSTOMER.
           MOVE "N" TO WS-FOUND-SWITCH
           SET WS-IMG-IDX TO 1
           SEARCH WS-IMAGE-ENTRY
                AT END
                    CONTINUE
                WHEN WS-IMG-IDX > WS-IMAGE-COUNT
                    SET WS-IMG-IDX TO 5000
                WHEN WS-IMG-NUMBER (WS-IMG-IDX) = CM-CUSTOMER-NUMBER
                    SET ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT ENTRY-FOUND
                ADD 1 TO WS-MASTER-ONLY-COUNT
                MOVE SPACES TO WS-RPT-WORK
                STRING "CUSTMAS SEULEMENT : " DELIMITED BY SIZE
                    CM-CUSTOMER-NUMBER DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    CM-ACCOUNT-STATUS DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    CM-CUSTOMER-NAME DELIMITED BY SIZE
                    INTO WS-RPT-WORK
                MOVE WS-RPT-WORK TO RECOVERY-RPT-LINE
                WRITE RECOVERY-RPT-LINE
           END-IF.

      *    Recharge CUSTMAS avec l'image reconstruite (OPEN OUTPUT
      *    sur le cluster que le job CUSTRCVA vient de redefinir vide,
      *    comme le LOAD de MASTCONV), par cle. Un numero en double
      *    est impossible par construction (le rejeu recherche par
      *    numero) ; il serait signale.
       RELOAD-CUSTOMER-MASTER.
           OPEN OUTPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAS-STATUS NOT = "00"
                DISPLAY "ERREUR : ouverture de CUSTMAS en creation "
                    "impossible (statut " WS-CUSTMAS-STATUS
                    ") - rien n'a ete recharge."
                CLOSE RECOVERY-RPT-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF
           PERFORM VARYING WS-IMG-IDX FROM 1 BY 1
                   UNTIL WS-IMG-IDX > WS-IMAGE-COUNT
                MOVE WS-IMAGE-ENTRY (WS-IMG-IDX)
                    TO CUSTOMER-MASTER-RECORD
                WRITE CUSTOMER-MASTER-RECORD
                    INVALID KEY
                        DISPLAY "ATTENTION : numero client en double "
                            "ignore : " CM-CUSTOMER-NUMBER
                    NOT INVALID KEY
                        ADD 1 TO WS-RELOADED-COUNT
                END-WRITE
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE
           DISPLAY "CUSTOMER-MASTER recharge : " WS-RELOADED-COUNT
               " clients.".

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RECOVERY-RPT-LINE
           WRITE RECOVERY-RPT-LINE
           MOVE SPACES TO RECOVERY-RPT-LINE
           STRING "CLIENTS DU DECHARGEMENT : " DELIMITED BY SIZE
               WS-SEQ-READ-COUNT DELIMITED BY SIZE
               "  IMAGE RECONSTRUITE : " DELIMITED BY SIZE
               WS-IMAGE-COUNT DELIMITED BY SIZE
               INTO RECOVERY-RPT-LINE
           WRITE RECOVERY-RPT-LINE
           MOVE SPACES TO RECOVERY-RPT-LINE
           STRING "MODIFICATIONS REJOUEES : " DELIMITED BY SIZE
               WS-REPLAYED-COUNT DELIMITED BY SIZE
               "  APPLIQUEES : " DELIMITED BY SIZE
               WS-APPLIED-COUNT DELIMITED BY SIZE
               "  DEJA PRESENTES : " DELIMITED BY SIZE
               WS-ALREADY-COUNT DELIMITED BY SIZE
               INTO RECOVERY-RPT-LINE
           WRITE RECOVERY-RPT-LINE
           MOVE SPACES TO RECOVERY-RPT-LINE
           STRING "CONFLITS : " DELIMITED BY SIZE
               WS-CONFLICT-COUNT DELIMITED BY SIZE
               "  APRES LE POINT DE REPRISE (IGNOREES) : "
                   DELIMITED BY SIZE
               WS-BEYOND-COUNT DELIMITED BY SIZE
               INTO RECOVERY-RPT-LINE
           WRITE RECOVERY-RPT-LINE
           IF CUSTMAS-OPEN
                MOVE SPACES TO RECOVERY-RPT-LINE
                STRING "ECARTS CUSTMAS - MANQUANTS : " DELIMITED BY SIZE
                    WS-MISSING-COUNT DELIMITED BY SIZE
                    "  DIVERGENTS : " DELIMITED BY SIZE
                    WS-DIFFERING-COUNT DELIMITED BY SIZE
                    "  CUSTMAS SEULEMENT : " DELIMITED BY SIZE
                    WS-MASTER-ONLY-COUNT DELIMITED BY SIZE
                    INTO RECOVERY-RPT-LINE
                WRITE RECOVERY-RPT-LINE
           END-IF
           IF MODE-APPLY
                MOVE SPACES TO RECOVERY-RPT-LINE
                STRING "CUSTMAS RECHARGE : " DELIMITED BY SIZE
                    WS-RELOADED-COUNT DELIMITED BY SIZE
                    " CLIENTS" DELIMITED BY SIZE
                    INTO RECOVERY-RPT-LINE
                WRITE RECOVERY-RPT-LINE
           END-IF.

      *    Ajoute l'enregistrement d'historique du run (cf. copybook
      *    RUNHIST) : modifications rejouees, clients recharges (zero
      *    en REPORT) et conflits.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUNHIST-FILE
           IF WS-RUNHIST-STATUS = "35"
                OPEN OUTPUT RUNHIST-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE "CUSTRCV" TO RH-JOB-NAME
           MOVE WS-TS-DATE TO RH-RUN-DATE
           MOVE WS-TS-TIME TO RH-RUN-TIME
           MOVE WS-MODE-INPUT TO RH-RUN-MODE
           MOVE WS-REPLAYED-COUNT TO RH-RECORDS-READ
           MOVE WS-RELOADED-COUNT TO RH-RECORDS-WRITTEN
           MOVE ZERO TO RH-REJECT-COUNT
           MOVE ZERO TO RH-SUPPRESSED-COUNT
           MOVE ZERO TO RH-OPTOUT-COUNT
           MOVE WS-CONFLICT-COUNT TO RH-MISC-COUNT
           MOVE RETURN-CODE TO RH-RETURN-CODE
           MOVE ZERO TO RH-BUSINESS-DATE
           MOVE ZERO TO RH-CYCLE-NUMBER
           WRITE RUNHIST-RECORD
           CLOSE RUNHIST-FILE.
