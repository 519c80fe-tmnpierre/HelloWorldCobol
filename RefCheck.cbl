      *    *************************************************************
      *    Controle hebdomadaire de l'integrite referentielle des
      *    fichiers de reference.
      *
      *    Les fichiers de reference pointent les uns vers les autres
      *    (un alias vers un nom client, une opposition vers un
      *    numero client ou un nom salue, un retour de courrier vers
      *    un client...) mais rien ne verifiait que ces liens tenaient
      *    encore. Ce programme parcourt les fichiers et edite, par
      *    categorie, les exceptions trouvees et leur nombre :
      *
      *    1. ALIASDIR : alias actif dont le nom canonique n'est le
      *       nom d'aucun client de CUSTOMER-MASTER ;
      *    2. SUPLIST : opposition active de type C dont le numero
      *       n'est pas (ou plus) dans CUSTOMER-MASTER ;
      *    3. SUPLIST : opposition active de type N sur un nom sous
      *       lequel personne n'a jamais ete salue (GREETED-MASTER,
      *       nom tel quel ou resolu par l'annuaire des alias) ;
      *    4. SUPLIST : opposition encore active alors que sa date de
      *       fin SUP-END-DATE est passee ;
      *    5. LOCALES : langue active sans modele du soir
      *       (LOC-TEMPLATE-PM a blanc) ;
      *    6. GREETED-MASTER : nom qu'un alias actif replie desormais
      *       sur une autre entree (l'historique de la personne est
      *       coupe en deux) ;
      *    7. UNDELIV : retours de courrier d'un client desormais
      *       inactif, ou dont le numero n'est plus dans
      *       CUSTOMER-MASTER.
      *
      *    Un fichier maitre (CUSTMAS, GREETMAS) absent rend les
      *    controles qui en dependent impossibles : c'est signale
      *    dans le rapport et compte comme une exception de la
      *    categorie ; une table de reference absente est simplement
      *    vide. Code retour 4 s'il y a au
      *    moins une exception, pour que l'ordonnanceur alerte avant
      *    que la nuit ne tourne sur des references fausses ; 0 sinon.
      *
      *    Les oppositions permanentes de motif EF (personne effacee
      *    par PERSERASE) ne sont pas controlees en categories 2 et 3 :
      *    leur nom et leur numero ont ete retires ou masques des
      *    fichiers maitres a dessein, et l'opposition doit rester.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. refcheck.
       AUTHOR. pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Annuaire des alias (tenu par ALIASMNT / CHGAPPR).
           SELECT ALIASDIR-FILE ASSIGN TO "ALIASDIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALIASDIR-STATUS.

      *    Liste d'opposition au courrier (tenue par SUPMAINT /
      *    CHGAPPR).
           SELECT SUPLIST-FILE ASSIGN TO "SUPLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPLIST-STATUS.

      *    Fichier des locales (tenu par LOCMAINT / CHGAPPR).
           SELECT LOCALES-FILE ASSIGN TO "LOCALES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCALES-STATUS.

      *    Fichier cumulatif des plis non distribuables (MAILACK).
           SELECT UNDELIV-FILE ASSIGN TO "UNDELIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNDELIV-STATUS.

      *    Fichier client, lu par numero (cle primaire) et par nom
      *    (cle secondaire avec doublons).
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAS-STATUS.

      *    Fichier des personnes saluees, lu par nom.
           SELECT GREETED-MASTER-FILE ASSIGN TO "GREETMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-NAME
               FILE STATUS IS WS-GREETMAS-STATUS.

      *    Rapport des exceptions.
           SELECT REF-RPT-FILE ASSIGN TO "REFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Historique des runs batch, ajoute en fin de traitement
      *    (cf. copybook RUNHIST et le rapport RUNHRPT).
           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALIASDIR-FILE.
           COPY ALIASREC.

       FD  SUPLIST-FILE.
           COPY SUPREC.

       FD  LOCALES-FILE.
           COPY LOCREC.

       FD  UNDELIV-FILE.
           COPY UNDELIV.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAS.

       FD  GREETED-MASTER-FILE.
           COPY GREETMAS.

       FD  REF-RPT-FILE.
       01 REF-RPT-LINE PIC X(100).

       FD  RUNHIST-FILE.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
      *    Statuts fichiers : un fichier de reference absent (statut
      *    "35") n'arrete pas le controle, il est signale.
       01 WS-ALIASDIR-STATUS PIC X(02) VALUE SPACES.
       01 WS-SUPLIST-STATUS PIC X(02) VALUE SPACES.
       01 WS-LOCALES-STATUS PIC X(02) VALUE SPACES.
       01 WS-UNDELIV-STATUS PIC X(02) VALUE SPACES.
       01 WS-CUSTMAS-STATUS PIC X(02) VALUE SPACES.
       01 WS-CUSTMAS-OPEN-SWITCH PIC X(01) VALUE "N".
          88 CUSTMAS-OPEN VALUE "Y".
       01 WS-GREETMAS-STATUS PIC X(02) VALUE SPACES.
       01 WS-GREETMAS-OPEN-SWITCH PIC X(01) VALUE "N".
          88 GREETMAS-OPEN VALUE "Y".
       01 WS-EOF-SWITCH PIC X(01) VALUE "N".
          88 END-OF-FILE VALUE "Y".

      *    Annuaire des alias actifs (en majuscules), charge pour la
      *    categorie 6 et pour resoudre les oppositions par nom.
       01 WS-ALIAS-TABLE.
          05 WS-ALIAS-COUNT PIC 9(4) VALUE ZERO.
          05 WS-ALIAS-ENTRY OCCURS 500 TIMES
                INDEXED BY WS-ALIAS-IDX.
             10 WS-ALIAS-KEY       PIC X(50).
             10 WS-ALIAS-CANONICAL PIC X(50).
       01 WS-ALIAS-OVERFLOW-SWITCH PIC X(01) VALUE "N".
          88 ALIAS-TABLE-OVERFLOW VALUE "Y".
       01 WS-ALIAS-FOUND-SWITCH PIC X(01).
          88 ALIAS-FOUND VALUE "Y".

       01 WS-FOUND-SWITCH PIC X(01).
          88 ENTRY-FOUND VALUE "Y".

      *    Nom en cours de controle, en majuscules.
       01 WS-CHECK-NAME PIC X(50).

      *    Date du jour, pour les oppositions echues.
       01 WS-CURRENT-TIMESTAMP PIC X(21).
       01 WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(6).
          05 FILLER           PIC X(07).
       01 WS-TODAY PIC 9(8) VALUE ZERO.

      *    Compteurs d'exceptions par categorie (1 a 7, cf. en-tete)
      *    et libelles du recapitulatif.
       01 WS-CATEGORY-TABLE.
          05 WS-CATEGORY-ENTRY OCCURS 7 TIMES
                INDEXED BY WS-CAT-IDX.
             10 WS-CAT-COUNT    PIC 9(6).
       01 WS-CATEGORY-LABELS.
          05 FILLER PIC X(50)
             VALUE "ALIAS SANS CLIENT (ALIASDIR/CUSTMAS)".
          05 FILLER PIC X(50)
             VALUE "OPPOSITION C SANS CLIENT (SUPLIST/CUSTMAS)".
          05 FILLER PIC X(50)
             VALUE "OPPOSITION N JAMAIS SALUE (SUPLIST/GREETMAS)".
          05 FILLER PIC X(50)
             VALUE "OPPOSITION ECHUE ENCORE ACTIVE (SUPLIST)".
          05 FILLER PIC X(50)
             VALUE "LANGUE ACTIVE SANS MODELE DU SOIR (LOCALES)".
          05 FILLER PIC X(50)
             VALUE "NOM REPLIE PAR UN ALIAS ACTIF (GREETMAS)".
          05 FILLER PIC X(50)
             VALUE "RETOURS D'UN CLIENT INACTIF (UNDELIV/CUSTMAS)".
       01 WS-CATEGORY-LABEL-TABLE REDEFINES WS-CATEGORY-LABELS.
          05 WS-CAT-LABEL OCCURS 7 TIMES PIC X(50).
       01 WS-CATEGORY PIC 9(01).
       01 WS-TOTAL-EXCEPTIONS PIC 9(6) VALUE ZERO.
       01 WS-RECORDS-CHECKED PIC 9(6) VALUE ZERO.

      *    Zones d'edition du rapport.
       01 WS-RPT-WORK PIC X(100).
       01 WS-EDIT-9-6 PIC Z(5)9.

      *    Statut de RUNHIST (cree au premier run, EXTEND ensuite).
       01 WS-RUNHIST-STATUS PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-TS-DATE TO WS-TODAY
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1 UNTIL WS-CAT-IDX > 7
                MOVE ZERO TO WS-CAT-COUNT (WS-CAT-IDX)
           END-PERFORM
           PERFORM LOAD-ALIAS-TABLE
           PERFORM OPEN-MASTER-FILES

           OPEN OUTPUT REF-RPT-FILE
           MOVE SPACES TO WS-RPT-WORK
           STRING "CONTROLE D'INTEGRITE DES FICHIERS DE REFERENCE "
                   DELIMITED BY SIZE
               "DU " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-RPT-WORK
           PERFORM WRITE-REPORT-LINE
           IF ALIAS-TABLE-OVERFLOW
                MOVE SPACES TO WS-RPT-WORK
                STRING "ATTENTION : ALIASDIR A PLUS DE 500 ALIAS "
                        DELIMITED BY SIZE
                    "ACTIFS - SEULS LES 500 PREMIERS SONT CONTROLES."
                        DELIMITED BY SIZE
                    INTO WS-RPT-WORK
                PERFORM WRITE-REPORT-LINE
           END-IF

           PERFORM CHECK-ALIAS-CANONICALS
           PERFORM CHECK-SUPPRESSIONS
           PERFORM CHECK-LOCALES
           PERFORM CHECK-FOLDED-MASTER-NAMES
           PERFORM CHECK-UNDELIVERABLES
           PERFORM WRITE-SUMMARY

           CLOSE REF-RPT-FILE
           IF CUSTMAS-OPEN
                CLOSE CUSTOMER-MASTER-FILE
           END-IF
           IF GREETMAS-OPEN
                CLOSE GREETED-MASTER-FILE
           END-IF
           IF WS-TOTAL-EXCEPTIONS > ZERO
                MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-HISTORY
           DISPLAY "REFCHECK : enregistrements controles "
               WS-RECORDS-CHECKED ", exceptions "
               WS-TOTAL-EXCEPTIONS "."
           STOP RUN.

      *    Charge les alias ACTIFS de l'annuaire, alias et forme
      *    canonique en majuscules (cles de GREETED-MASTER et de
      *    CUSTOMER-MASTER).
       LOAD-ALIAS-TABLE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ALIASDIR-FILE
           IF WS-ALIASDIR-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                     READ ALIASDIR-FILE
                         AT END
                             SET END-OF-FILE TO TRUE
                         NOT AT END
                             IF AL-ACTIVE
                                  PERFORM STORE-ALIAS-ENTRY
                             END-IF
                     END-READ
                END-PERFORM
                CLOSE ALIASDIR-FILE
           END-IF.

       STORE-ALIAS-ENTRY.
           IF WS-ALIAS-COUNT >= 500
                SET ALIAS-TABLE-OVERFLOW TO TRUE
           ELSE
                ADD 1 TO WS-ALIAS-COUNT
                SET WS-ALIAS-IDX TO WS-ALIAS-COUNT
                MOVE FUNCTION UPPER-CASE(AL-ALIAS)
                    TO WS-ALIAS-KEY (WS-ALIAS-IDX)
                MOVE FUNCTION UPPER-CASE(AL-CANONICAL-NAME)
                    TO WS-ALIAS-CANONICAL (WS-ALIAS-IDX)
           END-IF.

      *    Ouvre les deux fichiers maitres en lecture. Absents : ils
      *    restent fermes et les controles qui en dependent sont
      *    signales comme impossibles.
       OPEN-MASTER-FILES.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAS-STATUS = "00"
                SET CUSTMAS-OPEN TO TRUE
           END-IF
           OPEN INPUT GREETED-MASTER-FILE
           IF WS-GREETMAS-STATUS = "00"
                SET GREETMAS-OPEN TO TRUE
           END-IF.

      *    Categorie 1 : nom canonique d'alias actif inconnu du
      *    fichier client (lecture par la cle secondaire ; un statut
      *    "02" signale des homonymes, le nom existe donc).
       CHECK-ALIAS-CANONICALS.
           MOVE 1 TO WS-CATEGORY
           PERFORM WRITE-CATEGORY-HEADING
           IF NOT CUSTMAS-OPEN
                MOVE "  CONTROLE IMPOSSIBLE : CUSTMAS ABSENT."
                    TO WS-RPT-WORK
                PERFORM WRITE-EXCEPTION-LINE
           ELSE
                PERFORM VARYING WS-ALIAS-IDX FROM 1 BY 1
                        UNTIL WS-ALIAS-IDX > WS-ALIAS-COUNT
                     ADD 1 TO WS-RECORDS-CHECKED
                     MOVE WS-ALIAS-CANONICAL (WS-ALIAS-IDX)
                         TO WS-CHECK-NAME
                     PERFORM FIND-CUSTOMER-BY-NAME
                     IF NOT ENTRY-FOUND
                          MOVE SPACES TO WS-RPT-WORK
                          STRING "  " DELIMITED BY SIZE
                              FUNCTION TRIM
                                  (WS-ALIAS-KEY (WS-ALIAS-IDX))
                                  DELIMITED BY SIZE
                              " -> " DELIMITED BY SIZE
                              FUNCTION TRIM
                                  (WS-ALIAS-CANONICAL (WS-ALIAS-IDX))
                                  DELIMITED BY SIZE
                              INTO WS-RPT-WORK
                          PERFORM WRITE-EXCEPTION-LINE
                     END-IF
                END-PERFORM
           END-IF
           PERFORM WRITE-CATEGORY-TOTAL.

      *    Categories 2, 3 et 4 : SUPLIST est relu une fois par
      *    categorie (le fichier est petit), pour que le rapport
      *    reste range par categorie.
       CHECK-SUPPRESSIONS.
           PERFORM VARYING WS-CATEGORY FROM 2 BY 1
                   UNTIL WS-CATEGORY > 4
                PERFORM WRITE-CATEGORY-HEADING
                MOVE "N" TO WS-EOF-SWITCH
                OPEN INPUT SUPLIST-FILE
                IF WS-SUPLIST-STATUS = "00"
                     PERFORM UNTIL END-OF-FILE
                          READ SUPLIST-FILE
                              AT END
                                  SET END-OF-FILE TO TRUE
                              NOT AT END
                                  PERFORM CHECK-ONE-SUPPRESSION
                          END-READ
                     END-PERFORM
                     CLOSE SUPLIST-FILE
                END-IF
                PERFORM WRITE-CATEGORY-TOTAL
           END-PERFORM.

       CHECK-ONE-SUPPRESSION.
           IF SUP-ACTIVE
                EVALUATE WS-CATEGORY
                     WHEN 2
                         IF SUP-TYPE-CUSTOMER
                                 AND SUP-REASON-CODE NOT = "EF"
                              ADD 1 TO WS-RECORDS-CHECKED
                              PERFORM CHECK-SUPPRESSED-CUSTOMER
                         END-IF
                     WHEN 3
                         IF SUP-TYPE-NAME
                                 AND SUP-REASON-CODE NOT = "EF"
                              ADD 1 TO WS-RECORDS-CHECKED
                              PERFORM CHECK-SUPPRESSED-NAME
                         END-IF
                     WHEN 4
                         ADD 1 TO WS-RECORDS-CHECKED
                         IF SUP-END-DATE < WS-TODAY
                              MOVE SPACES TO WS-RPT-WORK
                              STRING "  " DELIMITED BY SIZE
                                  SUP-KEY-TYPE DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  FUNCTION TRIM(SUP-KEY)
                                      DELIMITED BY SIZE
                                  "  FIN LE " DELIMITED BY SIZE
                                  SUP-END-DATE DELIMITED BY SIZE
                                  "  MOTIF " DELIMITED BY SIZE
                                  SUP-REASON-CODE DELIMITED BY SIZE
                                  INTO WS-RPT-WORK
                              PERFORM WRITE-EXCEPTION-LINE
                         END-IF
                END-EVALUATE
           END-IF.

      *    Categorie 2 : numero de l'opposition de type C absent du
      *    fichier client (ou qui n'est pas un numero).
       CHECK-SUPPRESSED-CUSTOMER.
           MOVE "N" TO WS-FOUND-SWITCH
           IF CUSTMAS-OPEN AND SUP-KEY (1:8) NUMERIC
                MOVE SUP-KEY (1:8) TO CM-CUSTOMER-NUMBER
                READ CUSTOMER-MASTER-FILE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         SET ENTRY-FOUND TO TRUE
                END-READ
           END-IF
           IF NOT ENTRY-FOUND
                MOVE SPACES TO WS-RPT-WORK
                STRING "  " DELIMITED BY SIZE
                    SUP-KEY (1:8) DELIMITED BY SIZE
                    "  MOTIF " DELIMITED BY SIZE
                    SUP-REASON-CODE DELIMITED BY SIZE
                    INTO WS-RPT-WORK
                IF NOT CUSTMAS-OPEN
                     MOVE "(CUSTMAS ABSENT)" TO WS-RPT-WORK (30:16)
                END-IF
                PERFORM WRITE-EXCEPTION-LINE
           END-IF.

      *    Categorie 3 : nom de l'opposition de type N sans entree
      *    GREETED-MASTER, ni tel quel ni par sa forme canonique.
       CHECK-SUPPRESSED-NAME.
           MOVE "N" TO WS-FOUND-SWITCH
           IF GREETMAS-OPEN
                MOVE FUNCTION UPPER-CASE(SUP-KEY) TO WS-CHECK-NAME
                PERFORM FIND-GREETED-NAME
                IF NOT ENTRY-FOUND
                     PERFORM RESOLVE-CHECK-NAME
                     IF ALIAS-FOUND
                          PERFORM FIND-GREETED-NAME
                     END-IF
                END-IF
           END-IF
           IF NOT ENTRY-FOUND
                MOVE SPACES TO WS-RPT-WORK
                STRING "  " DELIMITED BY SIZE
                    FUNCTION TRIM(SUP-KEY) DELIMITED BY SIZE
                    "  MOTIF " DELIMITED BY SIZE
                    SUP-REASON-CODE DELIMITED BY SIZE
                    INTO WS-RPT-WORK
                IF NOT GREETMAS-OPEN
                     MOVE "(GREETMAS ABSENT)" TO WS-RPT-WORK (70:17)
                END-IF
                PERFORM WRITE-EXCEPTION-LINE
           END-IF.

      *    Categorie 5 : langue active dont le modele du soir est a
      *    blanc.
       CHECK-LOCALES.
           MOVE 5 TO WS-CATEGORY
           PERFORM WRITE-CATEGORY-HEADING
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT LOCALES-FILE
           IF WS-LOCALES-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                     READ LOCALES-FILE
                         AT END
                             SET END-OF-FILE TO TRUE
                         NOT AT END
                             ADD 1 TO WS-RECORDS-CHECKED
                             IF LOC-ACTIVE
                                     AND LOC-TEMPLATE-PM = SPACES
                                  MOVE SPACES TO WS-RPT-WORK
                                  STRING "  " DELIMITED BY SIZE
                                      LOC-LOCALE-CODE
                                          DELIMITED BY SIZE
                                      "  " DELIMITED BY SIZE
                                      LOC-GREETING-TEXT
                                          DELIMITED BY SIZE
                                      INTO WS-RPT-WORK
                                  PERFORM WRITE-EXCEPTION-LINE
                             END-IF
                     END-READ
                END-PERFORM
                CLOSE LOCALES-FILE
           END-IF
           PERFORM WRITE-CATEGORY-TOTAL.

      *    Categorie 6 : pour chaque alias actif qui change le nom,
      *    une entree GREETED-MASTER sous l'alias lui-meme : les
      *    salutations futures iront sur l'entree canonique, l'ancien
      *    historique reste sous l'alias.
       CHECK-FOLDED-MASTER-NAMES.
           MOVE 6 TO WS-CATEGORY
           PERFORM WRITE-CATEGORY-HEADING
           IF NOT GREETMAS-OPEN
                MOVE "  CONTROLE IMPOSSIBLE : GREETMAS ABSENT."
                    TO WS-RPT-WORK
                PERFORM WRITE-EXCEPTION-LINE
           ELSE
                PERFORM VARYING WS-ALIAS-IDX FROM 1 BY 1
                        UNTIL WS-ALIAS-IDX > WS-ALIAS-COUNT
                     IF WS-ALIAS-KEY (WS-ALIAS-IDX)
                             NOT = WS-ALIAS-CANONICAL (WS-ALIAS-IDX)
                          ADD 1 TO WS-RECORDS-CHECKED
                          MOVE WS-ALIAS-KEY (WS-ALIAS-IDX)
                              TO WS-CHECK-NAME
                          PERFORM FIND-GREETED-NAME
                          IF ENTRY-FOUND
                               PERFORM WRITE-FOLDED-NAME-LINE
                          END-IF
                     END-IF
                END-PERFORM
           END-IF
           PERFORM WRITE-CATEGORY-TOTAL.

       WRITE-FOLDED-NAME-LINE.
           MOVE GM-GREET-COUNT TO WS-EDIT-9-6
           MOVE SPACES TO WS-RPT-WORK
           STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ALIAS-KEY (WS-ALIAS-IDX))
                   DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-EDIT-9-6 DELIMITED BY SIZE
               " x, DERNIER " DELIMITED BY SIZE
               GM-LAST-SEEN-DATE DELIMITED BY SIZE
               ") -> " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ALIAS-CANONICAL (WS-ALIAS-IDX))
                   DELIMITED BY SIZE
               INTO WS-RPT-WORK
           PERFORM WRITE-EXCEPTION-LINE.

      *    Categorie 7 : retours de courrier d'un client inactif, ou
      *    dont le numero n'est plus dans le fichier client.
       CHECK-UNDELIVERABLES.
           MOVE 7 TO WS-CATEGORY
           PERFORM WRITE-CATEGORY-HEADING
           IF NOT CUSTMAS-OPEN
                MOVE "  CONTROLE IMPOSSIBLE : CUSTMAS ABSENT."
                    TO WS-RPT-WORK
                PERFORM WRITE-EXCEPTION-LINE
           ELSE
                MOVE "N" TO WS-EOF-SWITCH
                OPEN INPUT UNDELIV-FILE
                IF WS-UNDELIV-STATUS = "00"
                     PERFORM UNTIL END-OF-FILE
                          READ UNDELIV-FILE
                              AT END
                                  SET END-OF-FILE TO TRUE
                              NOT AT END
                                  PERFORM CHECK-ONE-UNDELIVERABLE
                          END-READ
                     END-PERFORM
                     CLOSE UNDELIV-FILE
                END-IF
           END-IF
           PERFORM WRITE-CATEGORY-TOTAL.

       CHECK-ONE-UNDELIVERABLE.
           ADD 1 TO WS-RECORDS-CHECKED
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE UD-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ENTRY-FOUND TO TRUE
           END-READ
           IF NOT ENTRY-FOUND OR CM-STATUS-INACTIVE
                MOVE SPACES TO WS-RPT-WORK
                STRING "  " DELIMITED BY SIZE
                    UD-CUSTOMER-NUMBER DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    FUNCTION TRIM(UD-NAME) DELIMITED BY SIZE
                    "  RETOURS " DELIMITED BY SIZE
                    UD-RETURN-COUNT DELIMITED BY SIZE
                    INTO WS-RPT-WORK
                IF ENTRY-FOUND
                     MOVE "(INACTIF)" TO WS-RPT-WORK (85:9)
                ELSE
                     MOVE "(ABSENT)" TO WS-RPT-WORK (85:8)
                END-IF
                PERFORM WRITE-EXCEPTION-LINE
           END-IF.

      *    Recherche WS-CHECK-NAME dans le fichier client par la cle
      *    secondaire (statut "02" = homonymes, le nom existe).
       FIND-CUSTOMER-BY-NAME.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE WS-CHECK-NAME TO CM-CUSTOMER-NAME
           READ CUSTOMER-MASTER-FILE KEY IS CM-CUSTOMER-NAME
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ENTRY-FOUND TO TRUE
           END-READ.

      *    Recherche WS-CHECK-NAME dans GREETED-MASTER.
       FIND-GREETED-NAME.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE WS-CHECK-NAME TO GM-NAME
           READ GREETED-MASTER-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ENTRY-FOUND TO TRUE
           END-READ.

      *    Remplace WS-CHECK-NAME par sa forme canonique si c'est un
      *    alias actif (positionne ALIAS-FOUND).
       RESOLVE-CHECK-NAME.
           MOVE "N" TO WS-ALIAS-FOUND-SWITCH
           SET WS-ALIAS-IDX TO 1
           SEARCH WS-ALIAS-ENTRY
                AT END
                    CONTINUE
                WHEN WS-ALIAS-IDX > WS-ALIAS-COUNT
                    SET WS-ALIAS-IDX TO 500
                WHEN WS-ALIAS-KEY (WS-ALIAS-IDX) = WS-CHECK-NAME
                    SET ALIAS-FOUND TO TRUE
           END-SEARCH
           IF ALIAS-FOUND
                MOVE WS-ALIAS-CANONICAL (WS-ALIAS-IDX)
                    TO WS-CHECK-NAME
           END-IF.

      *    Titre de la categorie WS-CATEGORY, precede d'une ligne
      *    blanche.
       WRITE-CATEGORY-HEADING.
           MOVE SPACES TO WS-RPT-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-WORK
           STRING WS-CATEGORY DELIMITED BY SIZE
               ". " DELIMITED BY SIZE
               WS-CAT-LABEL (WS-CATEGORY) DELIMITED BY SIZE
               INTO WS-RPT-WORK
           PERFORM WRITE-REPORT-LINE.

      *    Edite une exception et la compte dans sa categorie.
       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-CAT-COUNT (WS-CATEGORY)
           ADD 1 TO WS-TOTAL-EXCEPTIONS
           PERFORM WRITE-REPORT-LINE.

       WRITE-CATEGORY-TOTAL.
           IF WS-CAT-COUNT (WS-CATEGORY) = ZERO
                MOVE "  (AUCUNE)" TO WS-RPT-WORK
                PERFORM WRITE-REPORT-LINE
           END-IF.

      *    Recapitulatif : nombre d'exceptions par categorie et
      *    total.
       WRITE-SUMMARY.
           MOVE SPACES TO WS-RPT-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE "RECAPITULATIF DES EXCEPTIONS PAR CATEGORIE :"
               TO WS-RPT-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1 UNTIL WS-CAT-IDX > 7
                SET WS-CATEGORY TO WS-CAT-IDX
                MOVE WS-CAT-COUNT (WS-CAT-IDX) TO WS-EDIT-9-6
                MOVE SPACES TO WS-RPT-WORK
                STRING "  " DELIMITED BY SIZE
                    WS-CATEGORY DELIMITED BY SIZE
                    ". " DELIMITED BY SIZE
                    WS-CAT-LABEL (WS-CAT-IDX) DELIMITED BY SIZE
                    WS-EDIT-9-6 DELIMITED BY SIZE
                    INTO WS-RPT-WORK
                PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE WS-TOTAL-EXCEPTIONS TO WS-EDIT-9-6
           MOVE SPACES TO WS-RPT-WORK
           STRING "     TOTAL" DELIMITED BY SIZE
               "                                          "
                   DELIMITED BY SIZE
               WS-EDIT-9-6 DELIMITED BY SIZE
               INTO WS-RPT-WORK
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-RPT-WORK TO REF-RPT-LINE
           WRITE REF-RPT-LINE.

      *    Ajoute l'enregistrement d'historique du run (cf. copybook
      *    RUNHIST) : enregistrements controles et exceptions.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUNHIST-FILE
           IF WS-RUNHIST-STATUS = "35"
                OPEN OUTPUT RUNHIST-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE "REFCHECK" TO RH-JOB-NAME
           MOVE WS-TS-DATE TO RH-RUN-DATE
           MOVE WS-TS-TIME TO RH-RUN-TIME
           MOVE "NORMAL" TO RH-RUN-MODE
           MOVE WS-RECORDS-CHECKED TO RH-RECORDS-READ
           MOVE ZERO TO RH-RECORDS-WRITTEN
           MOVE ZERO TO RH-REJECT-COUNT
           MOVE ZERO TO RH-SUPPRESSED-COUNT
           MOVE ZERO TO RH-OPTOUT-COUNT
           MOVE WS-TOTAL-EXCEPTIONS TO RH-MISC-COUNT
           MOVE RETURN-CODE TO RH-RETURN-CODE
           MOVE ZERO TO RH-BUSINESS-DATE
           MOVE ZERO TO RH-CYCLE-NUMBER
           WRITE RUNHIST-RECORD
           CLOSE RUNHIST-FILE.
