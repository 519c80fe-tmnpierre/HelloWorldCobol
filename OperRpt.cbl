      *    *************************************************************
      *    Rapport de revue des acces et de l'activite des operateurs.
      *
      *    La securite assemblait a la main, pour la revue
      *    trimestrielle des acces, trois fichiers que personne ne
      *    lisait ensemble : SIGNLOG (connexions refusees par
      *    OPERSIGN), CUSTAUDT (modifications du fichier client par
      *    CUSTMAINT, avec l'operateur) et OPERPROF (profils et
      *    niveaux). Ce programme les croise sur une periode, avec le
      *    journal des decisions d'approbation CHGAUDT :
      *
      *    1. Lit la periode demandee sur SYSIN : deux cartes de date
      *       (AAAAMMJJ), debut puis fin, validees et ordonnees (meme
      *       convention que GREETRPT).
      *    2. Refus de connexion de la periode, par operateur puis par
      *       programme et motif OSR (ID, IN, NV, PF), avec la date du
      *       dernier refus. Un identifiant refuse au moins
      *       WS-REPEAT-LIMIT fois dans la periode est signale
      *       "ECHECS REPETES" (essais sur un identifiant, profil
      *       bloque...).
      *    3. Modifications du fichier client de la periode, par
      *       operateur : une ligne par ajout, changement de nom et
      *       changement de statut (images avant/apres de CUSTAUDT),
      *       les suspensions et reactivations mises en evidence, et
      *       les compteurs de l'operateur, y compris ses demandes et
      *       decisions d'approbation de tables (CHGAUDT).
      *    4. Profils actifs sans aucune activite dans la periode
      *       (ni CUSTAUDT ni CHGAUDT) : candidats a la desactivation.
      *    5. Operateurs detenant le niveau d'habilitation le plus
      *       eleve (5, administration des profils), actifs ou non.
      *
      *    Code retour 4 si au moins un identifiant est signale en
      *    echecs repetes, pour que l'ordonnanceur le remonte ; 0
      *    sinon. Un fichier absent n'est pas une erreur : la section
      *    correspondante sort simplement vide.
      *
      *    Les lignes d'action E ecrites dans CUSTAUDT par le
      *    programme d'effacement PERSERASE sortent sous le libelle
      *    EFFACEMENT (images au nom deja masque).
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. operrpt.
       AUTHOR. pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Journal des refus de connexion (ecrit par OPERSIGN).
           SELECT SIGNLOG-FILE ASSIGN TO "SIGNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNLOG-STATUS.

      *    Journal d'audit du fichier client (ecrit par CUSTMAINT).
           SELECT CUST-AUDIT-FILE ASSIGN TO "CUSTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTAUDT-STATUS.

      *    Journal des decisions d'approbation (ecrit par CHGAPPR).
           SELECT CHANGE-AUDIT-FILE ASSIGN TO "CHGAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGAUDT-STATUS.

      *    Profils operateur (tenus par OPERMAINT).
           SELECT OPERPROF-FILE ASSIGN TO "OPERPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERPROF-STATUS.

      *    Rapport pagine de sortie.
           SELECT OPER-RPT-FILE ASSIGN TO "OPERRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SIGNLOG-FILE.
           COPY SIGNLOG.

       FD  CUST-AUDIT-FILE.
           COPY CUSTAUDT.

       FD  CHANGE-AUDIT-FILE.
           COPY CHGAUDT.

       FD  OPERPROF-FILE.
           COPY OPERREC.

       FD  OPER-RPT-FILE.
       01 OPER-RPT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
      *    Statuts fichiers : un fichier absent (statut "35") n'est
      *    pas une erreur.
       01 WS-SIGNLOG-STATUS PIC X(02) VALUE SPACES.
       01 WS-CUSTAUDT-STATUS PIC X(02) VALUE SPACES.
       01 WS-CHGAUDT-STATUS PIC X(02) VALUE SPACES.
       01 WS-OPERPROF-STATUS PIC X(02) VALUE SPACES.
       01 WS-EOF-SWITCH PIC X(01) VALUE "N".
          88 INPUT-EOF VALUE "Y".

      *    Periode demandee, lue sur SYSIN (deux cartes AAAAMMJJ).
       01 WS-FROM-INPUT PIC X(08).
       01 WS-TO-INPUT PIC X(08).
       01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
       01 WS-TO-DATE PIC 9(8) VALUE ZERO.

      *    Seuil des echecs repetes : nombre de refus dans la periode
      *    a partir duquel un identifiant est signale.
       01 WS-REPEAT-LIMIT PIC 9(4) VALUE 3.
      *    Niveau d'habilitation le plus eleve (cf. copybook OPERREC).
       01 WS-TOP-LEVEL PIC 9(01) VALUE 5.

      *    Refus de connexion agreges par operateur, programme et
      *    motif, dans l'ordre de premiere apparition.
       01 WS-DENIAL-TABLE.
          05 WS-DENIAL-COUNT PIC 9(4) VALUE ZERO.
          05 WS-DENIAL-ENTRY OCCURS 1000 TIMES
                INDEXED BY WS-DEN-IDX.
             10 WS-DEN-OPERATOR  PIC X(08).
             10 WS-DEN-PROGRAM   PIC X(08).
             10 WS-DEN-REASON    PIC X(02).
             10 WS-DEN-VOLUME    PIC 9(6).
             10 WS-DEN-LAST-DATE PIC 9(8).

      *    Total des refus par identifiant, dans l'ordre de premiere
      *    apparition.
       01 WS-DENIED-OPER-TABLE.
          05 WS-DENIED-OPER-COUNT PIC 9(4) VALUE ZERO.
          05 WS-DENIED-OPER-ENTRY OCCURS 500 TIMES
                INDEXED BY WS-DOP-IDX.
             10 WS-DOP-OPERATOR  PIC X(08).
             10 WS-DOP-VOLUME    PIC 9(6).

      *    Lignes CUSTAUDT de la periode, dans l'ordre du journal
      *    (chronologique). Les images ont la forme de
      *    CUSTOMER-MASTER-RECORD (cf. copybook CUSTAUDT).
       01 WS-AUDIT-TABLE.
          05 WS-AUDIT-COUNT PIC 9(4) VALUE ZERO.
          05 WS-AUDIT-ENTRY OCCURS 2000 TIMES
                INDEXED BY WS-AUD-IDX.
             10 WS-AUD-DATE      PIC 9(8).
             10 WS-AUD-TIME      PIC 9(6).
             10 WS-AUD-OPERATOR  PIC X(08).
             10 WS-AUD-ACTION    PIC X(01).
             10 WS-AUD-BEFORE.
                15 WS-AUD-BEF-NAME   PIC X(50).
                15 WS-AUD-BEF-NUMBER PIC X(08).
                15 WS-AUD-BEF-STATUS PIC X(01).
             10 WS-AUD-AFTER.
                15 WS-AUD-AFT-NAME   PIC X(50).
                15 WS-AUD-AFT-NUMBER PIC X(08).
                15 WS-AUD-AFT-STATUS PIC X(01).

      *    Compteurs d'activite par operateur (CUSTAUDT et CHGAUDT),
      *    dans l'ordre de premiere apparition.
       01 WS-ACTIVITY-TABLE.
          05 WS-ACTIVITY-COUNT PIC 9(4) VALUE ZERO.
          05 WS-ACTIVITY-ENTRY OCCURS 500 TIMES
                INDEXED BY WS-ACT-IDX.
             10 WS-ACT-OPERATOR      PIC X(08).
             10 WS-ACT-ADDS          PIC 9(6).
             10 WS-ACT-NAME-CHANGES  PIC 9(6).
             10 WS-ACT-SUSPENSIONS   PIC 9(6).
             10 WS-ACT-REACTIVATIONS PIC 9(6).
             10 WS-ACT-INACTIVATIONS PIC 9(6).
             10 WS-ACT-OTHERS        PIC 9(6).
             10 WS-ACT-REQUESTS      PIC 9(6).
             10 WS-ACT-DECISIONS     PIC 9(6).

      *    Profils operateur (meme capacite que OPERMAINT).
       01 WS-PROFILE-TABLE.
          05 WS-PROFILE-COUNT PIC 9(4) VALUE ZERO.
          05 WS-PROFILE-ENTRY OCCURS 100 TIMES
                INDEXED BY WS-PRF-IDX.
             10 WS-PRF-ID     PIC X(08).
             10 WS-PRF-NAME   PIC X(30).
             10 WS-PRF-LEVEL  PIC 9(01).
             10 WS-PRF-FLAG   PIC X(01).
                88 WS-PRF-ACTIVE VALUE "A".

      *    Signale qu'une table a deborde : le rapport est edite quand
      *    meme, avec un avertissement, plutot que de laisser croire a
      *    des chiffres complets (meme principe que GREETRPT).
       01 WS-AGG-OVERFLOW-SWITCH PIC X(01) VALUE "N".
          88 AGGREGATE-OVERFLOW VALUE "Y".

       01 WS-FOUND-SWITCH PIC X(01).
          88 ENTRY-FOUND VALUE "Y".

      *    Identifiant en cours de traitement (en majuscules : les
      *    identifiants sont insensibles a la casse dans OPERSIGN).
       01 WS-CUR-OPERATOR PIC X(08).

      *    Compteurs generaux.
       01 WS-TOTAL-DENIALS PIC 9(6) VALUE ZERO.
       01 WS-REPEATED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-IDLE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-TOP-LEVEL-COUNT PIC 9(4) VALUE ZERO.

      *    Pagination : compteur de lignes et de pages, rupture a
      *    WS-PAGE-LIMIT lignes.
       01 WS-LINE-COUNT PIC 9(2) VALUE 99.
       01 WS-PAGE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-PAGE-LIMIT PIC 9(2) VALUE 55.

      *    Zones d'edition du rapport.
       01 WS-RPT-WORK PIC X(100).
       01 WS-SECTION-TITLE PIC X(100).
       01 WS-REASON-TEXT PIC X(24).
       01 WS-ACTION-TEXT PIC X(16).
       01 WS-HIGHLIGHT PIC X(04).
       01 WS-EDIT-9-6 PIC Z(5)9.
       01 WS-EDIT-9-6-B PIC Z(5)9.
       01 WS-EDIT-PAGE PIC Z(3)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-PERIOD-PARAMETERS
           PERFORM LOAD-OPERATOR-PROFILES
           PERFORM AGGREGATE-SIGNLOG
           PERFORM LOAD-CUSTAUDT
           PERFORM AGGREGATE-CHGAUDT
           PERFORM WRITE-REVIEW-REPORT
           IF WS-REPEATED-COUNT > ZERO
                MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "OPERRPT : refus " WS-TOTAL-DENIALS
               ", identifiants en echecs repetes " WS-REPEATED-COUNT
               ", profils actifs sans activite " WS-IDLE-COUNT "."
           STOP RUN.

      *    Lit la periode sur SYSIN (deux cartes AAAAMMJJ, debut puis
      *    fin) et refuse toute carte non numerique ou une periode
      *    inversee.
       GET-PERIOD-PARAMETERS.
           ACCEPT WS-FROM-INPUT
           ACCEPT WS-TO-INPUT
           IF WS-FROM-INPUT NOT NUMERIC OR WS-TO-INPUT NOT NUMERIC
                DISPLAY "ERREUR : periode invalide '" WS-FROM-INPUT
                    "' / '" WS-TO-INPUT "' (attendu : deux cartes "
                    "AAAAMMJJ, debut puis fin)."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF
           MOVE WS-FROM-INPUT TO WS-FROM-DATE
           MOVE WS-TO-INPUT TO WS-TO-DATE
           IF WS-FROM-DATE > WS-TO-DATE
                DISPLAY "ERREUR : date de debut " WS-FROM-DATE
                    " posterieure a la date de fin " WS-TO-DATE "."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.

      *    Charge OPERPROF en table memoire, identifiants en
      *    majuscules.
       LOAD-OPERATOR-PROFILES.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT OPERPROF-FILE
           IF WS-OPERPROF-STATUS = "00"
                PERFORM UNTIL INPUT-EOF
                     READ OPERPROF-FILE
                         AT END
                             SET INPUT-EOF TO TRUE
                         NOT AT END
                             IF WS-PROFILE-COUNT < 100
                                  ADD 1 TO WS-PROFILE-COUNT
                                  SET WS-PRF-IDX TO WS-PROFILE-COUNT
                                  MOVE FUNCTION UPPER-CASE
                                      (OP-OPERATOR-ID)
                                      TO WS-PRF-ID (WS-PRF-IDX)
                                  MOVE OP-OPERATOR-NAME
                                      TO WS-PRF-NAME (WS-PRF-IDX)
                                  MOVE OP-AUTH-LEVEL
                                      TO WS-PRF-LEVEL (WS-PRF-IDX)
                                  MOVE OP-ACTIVE-FLAG
                                      TO WS-PRF-FLAG (WS-PRF-IDX)
                             ELSE
                                  SET AGGREGATE-OVERFLOW TO TRUE
                             END-IF
                     END-READ
                END-PERFORM
                CLOSE OPERPROF-FILE
           END-IF.

      *    Relit SIGNLOG et agrege les refus de la periode par
      *    operateur, programme et motif, et par operateur.
       AGGREGATE-SIGNLOG.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SIGNLOG-FILE
           IF WS-SIGNLOG-STATUS = "00"
                PERFORM UNTIL INPUT-EOF
                     READ SIGNLOG-FILE
                         AT END
                             SET INPUT-EOF TO TRUE
                         NOT AT END
                             IF SL-LOG-DATE >= WS-FROM-DATE
                                     AND SL-LOG-DATE <= WS-TO-DATE
                                  ADD 1 TO WS-TOTAL-DENIALS
                                  MOVE FUNCTION UPPER-CASE
                                      (SL-OPERATOR-ID)
                                      TO WS-CUR-OPERATOR
                                  PERFORM AGGREGATE-DENIAL
                                  PERFORM AGGREGATE-DENIED-OPERATOR
                             END-IF
                     END-READ
                END-PERFORM
                CLOSE SIGNLOG-FILE
           END-IF.

       AGGREGATE-DENIAL.
           MOVE "N" TO WS-FOUND-SWITCH
           SET WS-DEN-IDX TO 1
           SEARCH WS-DENIAL-ENTRY
                AT END
                    CONTINUE
                WHEN WS-DEN-IDX > WS-DENIAL-COUNT
                    SET WS-DEN-IDX TO 1000
                WHEN WS-DEN-OPERATOR (WS-DEN-IDX) = WS-CUR-OPERATOR
                        AND WS-DEN-PROGRAM (WS-DEN-IDX) = SL-PROGRAM-ID
                        AND WS-DEN-REASON (WS-DEN-IDX)
                            = SL-DENIAL-REASON
                    SET ENTRY-FOUND TO TRUE
           END-SEARCH
           IF ENTRY-FOUND
                ADD 1 TO WS-DEN-VOLUME (WS-DEN-IDX)
                MOVE SL-LOG-DATE TO WS-DEN-LAST-DATE (WS-DEN-IDX)
           ELSE
                IF WS-DENIAL-COUNT < 1000
                     ADD 1 TO WS-DENIAL-COUNT
                     SET WS-DEN-IDX TO WS-DENIAL-COUNT
                     MOVE WS-CUR-OPERATOR
                         TO WS-DEN-OPERATOR (WS-DEN-IDX)
                     MOVE SL-PROGRAM-ID TO WS-DEN-PROGRAM (WS-DEN-IDX)
                     MOVE SL-DENIAL-REASON
                         TO WS-DEN-REASON (WS-DEN-IDX)
                     MOVE 1 TO WS-DEN-VOLUME (WS-DEN-IDX)
                     MOVE SL-LOG-DATE TO WS-DEN-LAST-DATE (WS-DEN-IDX)
                ELSE
                     SET AGGREGATE-OVERFLOW TO TRUE
                END-IF
           END-IF.

       AGGREGATE-DENIED-OPERATOR.
           MOVE "N" TO WS-FOUND-SWITCH
           SET WS-DOP-IDX TO 1
           SEARCH WS-DENIED-OPER-ENTRY
                AT END
                    CONTINUE
                WHEN WS-DOP-IDX > WS-DENIED-OPER-COUNT
                    SET WS-DOP-IDX TO 500
                WHEN WS-DOP-OPERATOR (WS-DOP-IDX) = WS-CUR-OPERATOR
                    SET ENTRY-FOUND TO TRUE
           END-SEARCH
           IF ENTRY-FOUND
                ADD 1 TO WS-DOP-VOLUME (WS-DOP-IDX)
           ELSE
                IF WS-DENIED-OPER-COUNT < 500
                     ADD 1 TO WS-DENIED-OPER-COUNT
                     SET WS-DOP-IDX TO WS-DENIED-OPER-COUNT
                     MOVE WS-CUR-OPERATOR
                         TO WS-DOP-OPERATOR (WS-DOP-IDX)
                     MOVE 1 TO WS-DOP-VOLUME (WS-DOP-IDX)
                ELSE
                     SET AGGREGATE-OVERFLOW TO TRUE
                END-IF
           END-IF.

      *    Relit CUSTAUDT, garde en table les lignes de la periode et
      *    compte l'activite de chaque operateur par nature de
      *    modification.
       LOAD-CUSTAUDT.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CUST-AUDIT-FILE
           IF WS-CUSTAUDT-STATUS = "00"
                PERFORM UNTIL INPUT-EOF
                     READ CUST-AUDIT-FILE
                         AT END
                             SET INPUT-EOF TO TRUE
                         NOT AT END
                             IF CA-AUDIT-DATE >= WS-FROM-DATE
                                     AND CA-AUDIT-DATE <= WS-TO-DATE
                                  PERFORM STORE-AUDIT-LINE
                             END-IF
                     END-READ
                END-PERFORM
                CLOSE CUST-AUDIT-FILE
           END-IF.

       STORE-AUDIT-LINE.
           MOVE FUNCTION UPPER-CASE(CA-OPERATOR-ID) TO WS-CUR-OPERATOR
           IF WS-AUDIT-COUNT >= 2000
                SET AGGREGATE-OVERFLOW TO TRUE
           ELSE
                ADD 1 TO WS-AUDIT-COUNT
                SET WS-AUD-IDX TO WS-AUDIT-COUNT
                MOVE CA-AUDIT-DATE TO WS-AUD-DATE (WS-AUD-IDX)
                MOVE CA-AUDIT-TIME TO WS-AUD-TIME (WS-AUD-IDX)
                MOVE WS-CUR-OPERATOR TO WS-AUD-OPERATOR (WS-AUD-IDX)
                MOVE CA-ACTION-CODE TO WS-AUD-ACTION (WS-AUD-IDX)
                MOVE CA-BEFORE-IMAGE TO WS-AUD-BEFORE (WS-AUD-IDX)
                MOVE CA-AFTER-IMAGE TO WS-AUD-AFTER (WS-AUD-IDX)
                PERFORM FIND-ACTIVITY-ENTRY
                IF ENTRY-FOUND
                     PERFORM CLASSIFY-AUDIT-LINE
                     EVALUATE WS-ACTION-TEXT
                          WHEN "AJOUT"
                              ADD 1 TO WS-ACT-ADDS (WS-ACT-IDX)
                          WHEN "CHANGEMENT NOM"
                              ADD 1
                                  TO WS-ACT-NAME-CHANGES (WS-ACT-IDX)
                          WHEN "SUSPENSION"
                              ADD 1
                                  TO WS-ACT-SUSPENSIONS (WS-ACT-IDX)
                          WHEN "REACTIVATION"
                              ADD 1
                                  TO WS-ACT-REACTIVATIONS (WS-ACT-IDX)
                          WHEN "INACTIVATION"
                              ADD 1
                                  TO WS-ACT-INACTIVATIONS (WS-ACT-IDX)
                          WHEN OTHER
                              ADD 1 TO WS-ACT-OTHERS (WS-ACT-IDX)
                     END-EVALUATE
                END-IF
           END-IF.

      *    Libelle de la ligne CUSTAUDT WS-AUD-IDX dans
      *    WS-ACTION-TEXT, et marque "<<<" dans WS-HIGHLIGHT pour les
      *    suspensions et reactivations (mises en evidence pour la
      *    revue). Un changement de statut se qualifie par le statut
      *    de l'image apres.
       CLASSIFY-AUDIT-LINE.
           MOVE SPACES TO WS-HIGHLIGHT
           EVALUATE WS-AUD-ACTION (WS-AUD-IDX)
                WHEN "A"
                    MOVE "AJOUT" TO WS-ACTION-TEXT
                WHEN "C"
                    MOVE "CHANGEMENT NOM" TO WS-ACTION-TEXT
                WHEN "F"
                    MOVE "FUSION" TO WS-ACTION-TEXT
                WHEN "E"
                    MOVE "EFFACEMENT" TO WS-ACTION-TEXT
                WHEN "S"
                    EVALUATE WS-AUD-AFT-STATUS (WS-AUD-IDX)
                         WHEN "S"
                             MOVE "SUSPENSION" TO WS-ACTION-TEXT
                             MOVE "<<<" TO WS-HIGHLIGHT
                         WHEN "A"
                             MOVE "REACTIVATION" TO WS-ACTION-TEXT
                             MOVE "<<<" TO WS-HIGHLIGHT
                         WHEN "I"
                             MOVE "INACTIVATION" TO WS-ACTION-TEXT
                         WHEN OTHER
                             MOVE "STATUT" TO WS-ACTION-TEXT
                    END-EVALUATE
                WHEN OTHER
                    MOVE SPACES TO WS-ACTION-TEXT
                    STRING "ACTION " DELIMITED BY SIZE
                        WS-AUD-ACTION (WS-AUD-IDX) DELIMITED BY SIZE
                        INTO WS-ACTION-TEXT
           END-EVALUATE.

      *    Relit CHGAUDT et compte, par operateur, les demandes de
      *    modification de tables deposees dans la periode (en tant
      *    que demandeur) et les decisions prises dans la periode (en
      *    tant qu'approbateur).
       AGGREGATE-CHGAUDT.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CHANGE-AUDIT-FILE
           IF WS-CHGAUDT-STATUS = "00"
                PERFORM UNTIL INPUT-EOF
                     READ CHANGE-AUDIT-FILE
                         AT END
                             SET INPUT-EOF TO TRUE
                         NOT AT END
                             PERFORM AGGREGATE-ONE-DECISION
                     END-READ
                END-PERFORM
                CLOSE CHANGE-AUDIT-FILE
           END-IF.

       AGGREGATE-ONE-DECISION.
           IF CHA-REQUEST-DATE >= WS-FROM-DATE
                   AND CHA-REQUEST-DATE <= WS-TO-DATE
                MOVE FUNCTION UPPER-CASE(CHA-MAKER-ID)
                    TO WS-CUR-OPERATOR
                PERFORM FIND-ACTIVITY-ENTRY
                IF ENTRY-FOUND
                     ADD 1 TO WS-ACT-REQUESTS (WS-ACT-IDX)
                END-IF
           END-IF
           IF CHA-DECISION-DATE >= WS-FROM-DATE
                   AND CHA-DECISION-DATE <= WS-TO-DATE
                MOVE FUNCTION UPPER-CASE(CHA-CHECKER-ID)
                    TO WS-CUR-OPERATOR
                PERFORM FIND-ACTIVITY-ENTRY
                IF ENTRY-FOUND
                     ADD 1 TO WS-ACT-DECISIONS (WS-ACT-IDX)
                END-IF
           END-IF.

      *    Recherche (ou cree, compteurs a zero) l'entree d'activite
      *    de WS-CUR-OPERATOR ; ENTRY-FOUND faux seulement si la
      *    table est pleine.
       FIND-ACTIVITY-ENTRY.
           MOVE "N" TO WS-FOUND-SWITCH
           SET WS-ACT-IDX TO 1
           SEARCH WS-ACTIVITY-ENTRY
                AT END
                    CONTINUE
                WHEN WS-ACT-IDX > WS-ACTIVITY-COUNT
                    SET WS-ACT-IDX TO 500
                WHEN WS-ACT-OPERATOR (WS-ACT-IDX) = WS-CUR-OPERATOR
                    SET ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT ENTRY-FOUND
                IF WS-ACTIVITY-COUNT < 500
                     ADD 1 TO WS-ACTIVITY-COUNT
                     SET WS-ACT-IDX TO WS-ACTIVITY-COUNT
                     MOVE WS-CUR-OPERATOR
                         TO WS-ACT-OPERATOR (WS-ACT-IDX)
                     MOVE ZERO TO WS-ACT-ADDS (WS-ACT-IDX)
                     MOVE ZERO TO WS-ACT-NAME-CHANGES (WS-ACT-IDX)
                     MOVE ZERO TO WS-ACT-SUSPENSIONS (WS-ACT-IDX)
                     MOVE ZERO TO WS-ACT-REACTIVATIONS (WS-ACT-IDX)
                     MOVE ZERO TO WS-ACT-INACTIVATIONS (WS-ACT-IDX)
                     MOVE ZERO TO WS-ACT-OTHERS (WS-ACT-IDX)
                     MOVE ZERO TO WS-ACT-REQUESTS (WS-ACT-IDX)
                     MOVE ZERO TO WS-ACT-DECISIONS (WS-ACT-IDX)
                     SET ENTRY-FOUND TO TRUE
                ELSE
                     SET AGGREGATE-OVERFLOW TO TRUE
                END-IF
           END-IF.

      *    Edite le rapport pagine complet, section par section.
       WRITE-REVIEW-REPORT.
           OPEN OUTPUT OPER-RPT-FILE

           IF AGGREGATE-OVERFLOW
                MOVE "ATTENTION : TABLES D'AGREGATION SATUREES - "
                    TO WS-RPT-WORK
                PERFORM WRITE-REPORT-LINE
                MOVE "CERTAINS CHIFFRES SONT INCOMPLETS."
                    TO WS-RPT-WORK
                PERFORM WRITE-REPORT-LINE
           END-IF

           PERFORM WRITE-DENIAL-SECTION
           PERFORM WRITE-ACTIVITY-SECTION
           PERFORM WRITE-IDLE-PROFILE-SECTION
           PERFORM WRITE-TOP-LEVEL-SECTION

           CLOSE OPER-RPT-FILE.

      *    Section 1 : refus de connexion par operateur, puis par
      *    programme et motif ; signalement des echecs repetes.
       WRITE-DENIAL-SECTION.
           MOVE "CONNEXIONS REFUSEES (SIGNLOG) PAR OPERATEUR ET MOTIF"
               TO WS-RPT-WORK
           PERFORM WRITE-SECTION-HEADING
           IF WS-DENIED-OPER-COUNT = ZERO
                MOVE "  AUCUN REFUS DANS LA PERIODE." TO WS-RPT-WORK
                PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM VARYING WS-DOP-IDX FROM 1 BY 1
                   UNTIL WS-DOP-IDX > WS-DENIED-OPER-COUNT
                MOVE WS-DOP-VOLUME (WS-DOP-IDX) TO WS-EDIT-9-6
                MOVE SPACES TO WS-RPT-WORK
                STRING "  OPERATEUR " DELIMITED BY SIZE
                    WS-DOP-OPERATOR (WS-DOP-IDX) DELIMITED BY SIZE
                    "  REFUS : " DELIMITED BY SIZE
                    WS-EDIT-9-6 DELIMITED BY SIZE
                    INTO WS-RPT-WORK
                IF WS-DOP-VOLUME (WS-DOP-IDX) >= WS-REPEAT-LIMIT
                     ADD 1 TO WS-REPEATED-COUNT
                     MOVE "*** ECHECS REPETES ***"
                         TO WS-RPT-WORK (40:22)
                END-IF
                PERFORM WRITE-REPORT-LINE
                PERFORM VARYING WS-DEN-IDX FROM 1 BY 1
                        UNTIL WS-DEN-IDX > WS-DENIAL-COUNT
                     IF WS-DEN-OPERATOR (WS-DEN-IDX)
                             = WS-DOP-OPERATOR (WS-DOP-IDX)
                          PERFORM WRITE-DENIAL-LINE
                     END-IF
                END-PERFORM
           END-PERFORM.

       WRITE-DENIAL-LINE.
           EVALUATE WS-DEN-REASON (WS-DEN-IDX)
                WHEN "ID"
                    MOVE "IDENTIFIANT INCONNU" TO WS-REASON-TEXT
                WHEN "IN"
                    MOVE "OPERATEUR INACTIF" TO WS-REASON-TEXT
                WHEN "NV"
                    MOVE "NIVEAU INSUFFISANT" TO WS-REASON-TEXT
                WHEN "PF"
                    MOVE "FICHIER PROFILS ABSENT" TO WS-REASON-TEXT
                WHEN OTHER
                    MOVE "MOTIF INCONNU" TO WS-REASON-TEXT
           END-EVALUATE
           MOVE WS-DEN-VOLUME (WS-DEN-IDX) TO WS-EDIT-9-6
           MOVE SPACES TO WS-RPT-WORK
           STRING "    " DELIMITED BY SIZE
               WS-DEN-PROGRAM (WS-DEN-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DEN-REASON (WS-DEN-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REASON-TEXT DELIMITED BY SIZE
               WS-EDIT-9-6 DELIMITED BY SIZE
               "  DERNIER LE " DELIMITED BY SIZE
               WS-DEN-LAST-DATE (WS-DEN-IDX) DELIMITED BY SIZE
               INTO WS-RPT-WORK
           PERFORM WRITE-REPORT-LINE.

      *    Section 2 : modifications du fichier client par operateur
      *    (une ligne par modification, suspensions et reactivations
      *    marquees "<<<"), et compteurs de l'operateur.
       WRITE-ACTIVITY-SECTION.
           MOVE "ACTIVITE PAR OPERATEUR (CUSTAUDT ET CHGAUDT)"
               TO WS-RPT-WORK
           PERFORM WRITE-SECTION-HEADING
           IF WS-ACTIVITY-COUNT = ZERO
                MOVE "  AUCUNE ACTIVITE DANS LA PERIODE."
                    TO WS-RPT-WORK
                PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACTIVITY-COUNT
                MOVE SPACES TO WS-RPT-WORK
                PERFORM WRITE-REPORT-LINE
                MOVE SPACES TO WS-RPT-WORK
                STRING "  OPERATEUR " DELIMITED BY SIZE
                    WS-ACT-OPERATOR (WS-ACT-IDX) DELIMITED BY SIZE
                    INTO WS-RPT-WORK
                PERFORM WRITE-REPORT-LINE
                PERFORM VARYING WS-AUD-IDX FROM 1 BY 1
                        UNTIL WS-AUD-IDX > WS-AUDIT-COUNT
                     IF WS-AUD-OPERATOR (WS-AUD-IDX)
                             = WS-ACT-OPERATOR (WS-ACT-IDX)
                          PERFORM WRITE-AUDIT-LINE
                     END-IF
                END-PERFORM
                PERFORM WRITE-ACTIVITY-TOTALS
           END-PERFORM.

      *    Une modification : date, heure, nature, numero client,
      *    statut avant/apres et nom apres ; pour un changement de
      *    nom, l'ancien nom sur une seconde ligne.
       WRITE-AUDIT-LINE.
           PERFORM CLASSIFY-AUDIT-LINE
           MOVE SPACES TO WS-RPT-WORK
           STRING "    " DELIMITED BY SIZE
               WS-AUD-DATE (WS-AUD-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AUD-TIME (WS-AUD-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ACTION-TEXT DELIMITED BY SIZE
               WS-HIGHLIGHT DELIMITED BY SIZE
               WS-AUD-AFT-NUMBER (WS-AUD-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AUD-BEF-STATUS (WS-AUD-IDX) DELIMITED BY SIZE
               ">" DELIMITED BY SIZE
               WS-AUD-AFT-STATUS (WS-AUD-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AUD-AFT-NAME (WS-AUD-IDX) DELIMITED BY SIZE
               INTO WS-RPT-WORK
           PERFORM WRITE-REPORT-LINE
           IF WS-AUD-ACTION (WS-AUD-IDX) = "C"
                MOVE SPACES TO WS-RPT-WORK
                STRING "      ANCIEN NOM : " DELIMITED BY SIZE
                    WS-AUD-BEF-NAME (WS-AUD-IDX) DELIMITED BY SIZE
                    INTO WS-RPT-WORK
                PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-ACTIVITY-TOTALS.
           MOVE WS-ACT-ADDS (WS-ACT-IDX) TO WS-EDIT-9-6
           MOVE WS-ACT-NAME-CHANGES (WS-ACT-IDX) TO WS-EDIT-9-6-B
           MOVE SPACES TO WS-RPT-WORK
           STRING "    AJOUTS : " DELIMITED BY SIZE
               WS-EDIT-9-6 DELIMITED BY SIZE
               "  CHANGEMENTS DE NOM : " DELIMITED BY SIZE
               WS-EDIT-9-6-B DELIMITED BY SIZE
               INTO WS-RPT-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ACT-SUSPENSIONS (WS-ACT-IDX) TO WS-EDIT-9-6
           MOVE WS-ACT-REACTIVATIONS (WS-ACT-IDX) TO WS-EDIT-9-6-B
           MOVE SPACES TO WS-RPT-WORK
           STRING "    SUSPENSIONS : " DELIMITED BY SIZE
               WS-EDIT-9-6 DELIMITED BY SIZE
               "  REACTIVATIONS : " DELIMITED BY SIZE
               WS-EDIT-9-6-B DELIMITED BY SIZE
               INTO WS-RPT-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ACT-INACTIVATIONS (WS-ACT-IDX) TO WS-EDIT-9-6
           MOVE WS-ACT-OTHERS (WS-ACT-IDX) TO WS-EDIT-9-6-B
           MOVE SPACES TO WS-RPT-WORK
           STRING "    INACTIVATIONS : " DELIMITED BY SIZE
               WS-EDIT-9-6 DELIMITED BY SIZE
               "  AUTRES : " DELIMITED BY SIZE
               WS-EDIT-9-6-B DELIMITED BY SIZE
               INTO WS-RPT-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ACT-REQUESTS (WS-ACT-IDX) TO WS-EDIT-9-6
           MOVE WS-ACT-DECISIONS (WS-ACT-IDX) TO WS-EDIT-9-6-B
           MOVE SPACES TO WS-RPT-WORK
           STRING "    DEMANDES SUR LES TABLES : " DELIMITED BY SIZE
               WS-EDIT-9-6 DELIMITED BY SIZE
               "  DECISIONS D'APPROBATION : " DELIMITED BY SIZE
               WS-EDIT-9-6-B DELIMITED BY SIZE
               INTO WS-RPT-WORK
           PERFORM WRITE-REPORT-LINE.

      *    Section 3 : profils actifs sans aucune activite dans la
      *    periode.
       WRITE-IDLE-PROFILE-SECTION.
           MOVE "PROFILS ACTIFS SANS ACTIVITE DANS LA PERIODE"
               TO WS-RPT-WORK
           PERFORM WRITE-SECTION-HEADING
           PERFORM VARYING WS-PRF-IDX FROM 1 BY 1
                   UNTIL WS-PRF-IDX > WS-PROFILE-COUNT
                IF WS-PRF-ACTIVE (WS-PRF-IDX)
                     MOVE "N" TO WS-FOUND-SWITCH
                     SET WS-ACT-IDX TO 1
                     SEARCH WS-ACTIVITY-ENTRY
                          AT END
                              CONTINUE
                          WHEN WS-ACT-IDX > WS-ACTIVITY-COUNT
                              SET WS-ACT-IDX TO 500
                          WHEN WS-ACT-OPERATOR (WS-ACT-IDX)
                                  = WS-PRF-ID (WS-PRF-IDX)
                              SET ENTRY-FOUND TO TRUE
                     END-SEARCH
                     IF NOT ENTRY-FOUND
                          ADD 1 TO WS-IDLE-COUNT
                          PERFORM WRITE-PROFILE-LINE
                     END-IF
                END-IF
           END-PERFORM
           IF WS-IDLE-COUNT = ZERO
                MOVE "  AUCUN." TO WS-RPT-WORK
                PERFORM WRITE-REPORT-LINE
           END-IF.

      *    Section 4 : operateurs detenant le niveau le plus eleve.
       WRITE-TOP-LEVEL-SECTION.
           MOVE SPACES TO WS-RPT-WORK
           STRING "OPERATEURS DE NIVEAU " DELIMITED BY SIZE
               WS-TOP-LEVEL DELIMITED BY SIZE
               " (ADMINISTRATION DES PROFILS)" DELIMITED BY SIZE
               INTO WS-RPT-WORK
           PERFORM WRITE-SECTION-HEADING
           PERFORM VARYING WS-PRF-IDX FROM 1 BY 1
                   UNTIL WS-PRF-IDX > WS-PROFILE-COUNT
                IF WS-PRF-LEVEL (WS-PRF-IDX) >= WS-TOP-LEVEL
                     ADD 1 TO WS-TOP-LEVEL-COUNT
                     PERFORM WRITE-PROFILE-LINE
                END-IF
           END-PERFORM
           IF WS-TOP-LEVEL-COUNT = ZERO
                MOVE "  AUCUN." TO WS-RPT-WORK
                PERFORM WRITE-REPORT-LINE
           END-IF.

      *    Une ligne de profil : identifiant, niveau, indicateur
      *    actif/inactif et nom.
       WRITE-PROFILE-LINE.
           MOVE SPACES TO WS-RPT-WORK
           STRING "  " DELIMITED BY SIZE
               WS-PRF-ID (WS-PRF-IDX) DELIMITED BY SIZE
               "  NIVEAU " DELIMITED BY SIZE
               WS-PRF-LEVEL (WS-PRF-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PRF-FLAG (WS-PRF-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PRF-NAME (WS-PRF-IDX) DELIMITED BY SIZE
               INTO WS-RPT-WORK
           PERFORM WRITE-REPORT-LINE.

      *    Edite un titre de section precede d'une ligne blanche.
       WRITE-SECTION-HEADING.
           MOVE WS-RPT-WORK TO WS-SECTION-TITLE
           MOVE SPACES TO WS-RPT-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE WS-SECTION-TITLE TO WS-RPT-WORK
           PERFORM WRITE-REPORT-LINE.

      *    Edite une ligne du rapport, avec rupture de page et
      *    en-tete tous les WS-PAGE-LIMIT lignes.
       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-LIMIT
                PERFORM WRITE-PAGE-HEADING
           END-IF
           MOVE WS-RPT-WORK TO OPER-RPT-LINE
           WRITE OPER-RPT-LINE
           ADD 1 TO WS-LINE-COUNT.

      *    Edite l'en-tete de page : titre du rapport, periode
      *    demandee et numero de page, puis une ligne blanche.
       WRITE-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-EDIT-PAGE
           MOVE SPACES TO OPER-RPT-LINE
           STRING "REVUE DES ACCES ET DE L'ACTIVITE DES OPERATEURS"
                   DELIMITED BY SIZE
               "          PAGE " DELIMITED BY SIZE
               WS-EDIT-PAGE DELIMITED BY SIZE
               INTO OPER-RPT-LINE
           WRITE OPER-RPT-LINE
           MOVE SPACES TO OPER-RPT-LINE
           STRING "PERIODE : " DELIMITED BY SIZE
               WS-FROM-DATE DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               WS-TO-DATE DELIMITED BY SIZE
               INTO OPER-RPT-LINE
           WRITE OPER-RPT-LINE
           MOVE SPACES TO OPER-RPT-LINE
           WRITE OPER-RPT-LINE
           MOVE 3 TO WS-LINE-COUNT.
