      *    *************************************************************
      *    Variante CICS de greetinq : consultation de l'historique
      *    des personnes saluees (GREETED-MASTER) sur un terminal.
      *
      *    Le support qui repond au telephone n'avait que GREETINQ,
      *    a la console, alors que la salutation passe desormais par
      *    l'ecran GREETMAP (HELLOCICS). Cette transaction (code HINQ,
      *    mapset BMS HISTMAP, cf. bms/HISTMAP.bms et la copybook de
      *    map symbolique HISTMAP) offre les memes recherches que
      *    GREETINQ :
      *
      *    E  nom exact, par lecture directe sur la cle ;
      *    P  prefixe du nom (START sur la cle puis lecture
      *       sequentielle tant que le nom commence ainsi) ;
      *    B  derniere salutation la plus recente en tete (selection
      *       repetee du maximum restant par balayages du fichier,
      *       meme curseur date + nom que GREETINQ) ;
      *    D  personnes dormantes : derniere salutation strictement
      *       anterieure a la date saisie.
      *
      *    Douze entrees par ecran, PF8 page suivante, PF7 page
      *    precedente, PF3 (ou CLEAR) pour quitter. En face de chaque
      *    nom : le numero et le statut CUSTOMER-MASTER (lecture par
      *    la cle secondaire nom, comme HELLOCICS) et le motif de
      *    l'opposition SUPLIST en vigueur a la date du jour, par nom
      *    ou par numero client (colonne OP, a blanc si aucune).
      *
      *    Contrairement a HELLOCICS, ce programme est pseudo-
      *    conversationnel : chaque ecran est envoye puis la tache se
      *    termine par EXEC CICS RETURN TRANSID('HINQ') avec une
      *    COMMAREA ; la touche suivante du terminal relance le
      *    programme, qui retrouve dans la COMMAREA la recherche en
      *    cours et le point de depart de chaque page deja vue. Un
      *    agent qui parcourt l'historique ne garde donc ni tache ni
      *    fichier ouvert entre deux ecrans : les fichiers sont
      *    ouverts, lus et refermes a chaque affichage. Le point de
      *    depart d'une page est une cle (nom, ou date + nom pour la
      *    recherche B) et non un rang : une salutation enregistree
      *    entre deux ecrans ne decale pas la pagination. La COMMAREA
      *    garde les points de depart de 50 pages (600 entrees) ; au
      *    dela, l'agent est invite a preciser sa recherche.
      *
      *    Comme HELLOCICS, les fichiers sont accedes par ordres
      *    COBOL natifs (sur un vrai systeme CICS, ils seraient en
      *    VSAM sous CICS File Control) et les blocs EXEC CICS ont ete
      *    relus a la main, faute de precompilateur CICS dans
      *    l'outillage de verification de ce depot.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. histinq.
       AUTHOR. pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier permanent des personnes saluees, indexe (cle : nom
      *    en majuscules), tenu a jour par HELLOWRD, HELLOCICS et
      *    GREETPOST ; lu seulement.
           SELECT GREETED-MASTER-FILE ASSIGN TO "GREETMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-NAME
               FILE STATUS IS WS-GREETMAS-STATUS.

      *    Fichier client indexe (cle primaire : numero client, cle
      *    secondaire avec doublons : nom en majuscules), consulte
      *    par lecture directe (identique a HELLOCICS).
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAS-STATUS.

      *    Liste d'opposition au courrier, tenue a jour par SUPMAINT
      *    et chargee en table memoire a chaque affichage (identique
      *    a HELLOCICS).
           SELECT SUPLIST-FILE ASSIGN TO "SUPLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPLIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GREETED-MASTER-FILE.
           COPY GREETMAS.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAS.

       FD  SUPLIST-FILE.
           COPY SUPREC.

       WORKING-STORAGE SECTION.
      *    Map symbolique generee pour le mapset HISTMAP.
       COPY HISTMAP.

       01 WS-CICS-RESP PIC S9(8) COMP.

       01 WS-EXIT-SWITCH PIC X(01) VALUE "N".
          88 WS-EXIT-REQUESTED VALUE "Y".

      *    Zone de communication conservee par CICS entre deux taches
      *    (RETURN TRANSID ... COMMAREA) : la recherche en cours, le
      *    numero de la page affichee, le point de depart de la page
      *    suivante (derniere entree affichee) et la pile des points
      *    de depart des pages deja vues, pour PF7. Type de recherche
      *    a blanc : aucune recherche en cours.
       01 WS-COMMAREA.
          05 WS-CA-SEARCH-TYPE     PIC X(01).
             88 WS-CA-NO-SEARCH      VALUE " ".
             88 WS-CA-SEARCH-EXACT   VALUE "E".
             88 WS-CA-SEARCH-PREFIX  VALUE "P".
             88 WS-CA-SEARCH-BROWSE  VALUE "B".
             88 WS-CA-SEARCH-DORMANT VALUE "D".
          05 WS-CA-SEARCH-KEY      PIC X(50).
          05 WS-CA-DORMANT-DATE    PIC 9(8).
          05 WS-CA-PAGE-NUMBER     PIC 9(2).
          05 WS-CA-MORE-SWITCH     PIC X(01).
             88 WS-CA-MORE-PAGES     VALUE "Y".
          05 WS-CA-NEXT-DATE       PIC 9(8).
          05 WS-CA-NEXT-NAME       PIC X(50).
          05 WS-CA-PAGE-START OCCURS 50 TIMES.
             10 WS-CA-START-DATE   PIC 9(8).
             10 WS-CA-START-NAME   PIC X(50).
       01 WS-MAX-PAGES PIC 9(2) VALUE 50.

      *    Criteres affiches dans les champs de saisie : ceux de la
      *    recherche en cours, ou ceux que l'agent vient de saisir.
       01 WS-ENTERED-TYPE PIC X(01) VALUE SPACE.
       01 WS-ENTERED-NAME PIC X(50) VALUE SPACES.
       01 WS-ENTERED-DATE PIC X(08) VALUE SPACES.

      *    Champ ou placer le curseur a l'envoi (T = type, N = nom,
      *    D = date), et ligne de message de l'ecran.
       01 WS-CURSOR-FIELD PIC X(01) VALUE "T".
       01 WS-MESSAGE-LINE PIC X(78) VALUE SPACES.
       01 WS-PAGE-EDIT PIC ZZ9.

      *    Lignes de detail de la page en cours, editees avant l'envoi
      *    de l'ecran (colonnes alignees sur les en-tetes de HISTMAP).
       01 WS-PAGE-LINES.
          05 WS-PAGE-LINE PIC X(78) OCCURS 12 TIMES.
       01 WS-LINE-IDX PIC 9(2) VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(2) VALUE 12.

       01 WS-DETAIL-LINE.
          05 WS-DL-NAME          PIC X(38).
          05 FILLER              PIC X(01) VALUE SPACE.
          05 WS-DL-FIRST-DATE    PIC 9(8).
          05 FILLER              PIC X(01) VALUE SPACE.
          05 WS-DL-LAST-DATE     PIC 9(8).
          05 FILLER              PIC X(01) VALUE SPACE.
          05 WS-DL-COUNT         PIC Z(5)9.
          05 FILLER              PIC X(01) VALUE SPACE.
          05 WS-DL-CUST-NUMBER   PIC X(08).
          05 FILLER              PIC X(01) VALUE SPACE.
          05 WS-DL-CUST-STATUS   PIC X(01).
          05 FILLER              PIC X(01) VALUE SPACE.
          05 WS-DL-SUP-REASON    PIC X(02).
          05 FILLER              PIC X(01) VALUE SPACE.

      *    WS-GREETMAS-STATUS permet de detecter l'absence du fichier
      *    (statut "35") : l'ecran repond alors "aucun historique"
      *    (identique a GREETINQ).
       01 WS-GREETMAS-STATUS PIC X(02) VALUE SPACES.
       01 WS-GREETMAS-OPEN-SWITCH PIC X(01) VALUE "N".
          88 GREETMAS-OPEN VALUE "Y".
       01 WS-SCAN-EOF-SWITCH PIC X(01) VALUE "N".
          88 SCAN-EOF VALUE "Y".
       01 WS-ENTRY-FOUND-SWITCH PIC X(01) VALUE "N".
          88 ENTRY-FOUND VALUE "Y".
       01 WS-PREFIX-LENGTH PIC 9(2) VALUE ZERO.

      *    Curseur de la recherche (derniere entree deja affichee :
      *    date puis nom) et meilleure candidate du balayage courant
      *    de la recherche B (meme technique que GREETINQ).
       01 WS-PREV-DATE PIC 9(8).
       01 WS-PREV-NAME PIC A(50).
       01 WS-BEST-DATE PIC 9(8).
       01 WS-BEST-NAME PIC A(50).
       01 WS-BEST-FIRST-DATE PIC 9(8).
       01 WS-BEST-COUNT PIC 9(6).
       01 WS-BEST-FOUND-SWITCH PIC X(01).
          88 BEST-FOUND VALUE "Y".

      *    Zones de l'entree trouvee (identiques a GREETINQ).
       01 WS-LINE-FIRST-DATE PIC 9(8).
       01 WS-LINE-LAST-DATE PIC 9(8).
       01 WS-LINE-COUNT PIC 9(6).
       01 WS-LINE-NAME PIC A(50).

      *    Fichier client. Fichier absent (statut "35") : il reste
      *    ferme et la colonne client porte "non enr.".
       01 WS-CUSTMAS-STATUS PIC X(02) VALUE SPACES.
       01 WS-CUSTMAS-OPEN-SWITCH PIC X(01) VALUE "N".
          88 CUSTMAS-OPEN VALUE "Y".
       01 WS-CUSTOMER-FOUND-SWITCH PIC X(01).
          88 CUSTOMER-FOUND VALUE "Y".
          88 CUSTOMER-NOT-FOUND VALUE "N".
       01 WS-CUST-NUMBER PIC 9(8).
       01 WS-CUST-STATUS PIC X(01).

      *    Liste d'opposition au courrier (cf. copybooks SUPREC et
      *    SUPTAB) et motif de l'opposition trouvee pour l'entree.
       COPY SUPTAB.
       01 WS-SUPLIST-STATUS PIC X(02) VALUE SPACES.
       01 WS-SUPLIST-EOF-SWITCH PIC X(01) VALUE "N".
          88 SUPLIST-EOF VALUE "Y".
       01 WS-SUPLIST-HIT-SWITCH PIC X(01) VALUE "N".
          88 MAIL-SUPPRESSED VALUE "Y".
       01 WS-SUP-HIT-REASON PIC X(02) VALUE SPACES.
       01 WS-CUST-NUMBER-X PIC X(08).

      *    Date du jour pour le controle des periodes d'opposition.
       01 WS-CURRENT-TIMESTAMP PIC X(21).
       01 WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(6).
          05 FILLER           PIC X(07).

      *    Valeurs AID standard (EIBAID) fournies par le systeme CICS.
           COPY DFHAID.

       LINKAGE SECTION.
      *    COMMAREA rendue par CICS a partir du deuxieme ecran (meme
      *    longueur que WS-COMMAREA).
       01 DFHCOMMAREA PIC X(3020).

       PROCEDURE DIVISION.
      *    Premier passage (pas de COMMAREA) : ecran vierge. Ensuite,
      *    la touche frappee decide : ENTER lance une nouvelle
      *    recherche, PF8/PF7 paginent la recherche en cours, PF3 ou
      *    CLEAR quittent. Chaque passage se termine par un RETURN
      *    TRANSID qui libere la tache jusqu'a la touche suivante.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP

           IF EIBCALEN = ZERO
                PERFORM CLEAR-SEARCH
                MOVE "Saisir la recherche et les criteres, puis ENTER."
                    TO WS-MESSAGE-LINE
           ELSE
                MOVE DFHCOMMAREA TO WS-COMMAREA
                PERFORM LOAD-ENTERED-CRITERIA
                EVALUATE TRUE
                     WHEN EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
                         SET WS-EXIT-REQUESTED TO TRUE
                     WHEN EIBAID = DFHENTER
                         PERFORM RECEIVE-SEARCH-CRITERIA
                         PERFORM START-NEW-SEARCH
                     WHEN EIBAID = DFHPF8
                         PERFORM NEXT-HISTORY-PAGE
                     WHEN EIBAID = DFHPF7
                         PERFORM PREVIOUS-HISTORY-PAGE
                     WHEN OTHER
                         MOVE "Touche non prevue (ENTER/PF7/PF8/PF3)."
                             TO WS-MESSAGE-LINE
                         PERFORM REDISPLAY-CURRENT-PAGE
                END-EVALUATE
           END-IF

           IF WS-EXIT-REQUESTED
                EXEC CICS SEND CONTROL
                     ERASE
                     FREEKB
                END-EXEC
                EXEC CICS RETURN END-EXEC
           ELSE
                PERFORM SEND-HISTORY-MAP
                EXEC CICS RETURN
                     TRANSID('HINQ')
                     COMMAREA(WS-COMMAREA)
                     LENGTH(LENGTH OF WS-COMMAREA)
                END-EXEC
           END-IF.

      *    Aucune recherche en cours : COMMAREA et lignes a blanc.
       CLEAR-SEARCH.
           MOVE SPACES TO WS-COMMAREA
           MOVE ZERO TO WS-CA-DORMANT-DATE
           MOVE ZERO TO WS-CA-PAGE-NUMBER
           MOVE ZERO TO WS-CA-NEXT-DATE
           MOVE "N" TO WS-CA-MORE-SWITCH
           MOVE SPACES TO WS-PAGE-LINES.

      *    Les champs de saisie reprennent les criteres de la
      *    recherche en cours (la saisie du terminal n'est lue que
      *    sur ENTER).
       LOAD-ENTERED-CRITERIA.
           MOVE SPACES TO WS-PAGE-LINES
           MOVE WS-CA-SEARCH-TYPE TO WS-ENTERED-TYPE
           MOVE WS-CA-SEARCH-KEY TO WS-ENTERED-NAME
           IF WS-CA-DORMANT-DATE = ZERO
                MOVE SPACES TO WS-ENTERED-DATE
           ELSE
                MOVE WS-CA-DORMANT-DATE TO WS-ENTERED-DATE
           END-IF.

      *    Recoit l'ecran sur ENTER. Un champ efface par l'agent
      *    revient en LOW-VALUES et est ramene a blanc ; un ecran
      *    sans aucune donnee (MAPFAIL) vaut des criteres vides.
       RECEIVE-SEARCH-CRITERIA.
           EXEC CICS RECEIVE
                MAP('HISTM1')
                MAPSET('HISTMAP')
                INTO(HISTM1I)
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP = DFHRESP(NORMAL)
                INSPECT TYPEII REPLACING ALL LOW-VALUE BY SPACE
                INSPECT NAMEII REPLACING ALL LOW-VALUE BY SPACE
                INSPECT DATEII REPLACING ALL LOW-VALUE BY SPACE
                MOVE FUNCTION UPPER-CASE(TYPEII) TO WS-ENTERED-TYPE
                MOVE FUNCTION UPPER-CASE(NAMEII) TO WS-ENTERED-NAME
                MOVE DATEII TO WS-ENTERED-DATE
           ELSE
                MOVE SPACE TO WS-ENTERED-TYPE
                MOVE SPACES TO WS-ENTERED-NAME
                MOVE SPACES TO WS-ENTERED-DATE
           END-IF.

      *    Controle les criteres saisis (memes regles que GREETINQ)
      *    puis affiche la premiere page. Criteres invalides : plus
      *    de recherche en cours, message d'erreur et curseur sur le
      *    champ a corriger.
       START-NEW-SEARCH.
           EVALUATE TRUE
                WHEN WS-ENTERED-TYPE NOT = "E" AND NOT = "P"
                        AND NOT = "B" AND NOT = "D"
                    MOVE "Erreur : type de recherche E, P, B ou D."
                        TO WS-MESSAGE-LINE
                    MOVE "T" TO WS-CURSOR-FIELD
                WHEN WS-ENTERED-TYPE = "E" AND WS-ENTERED-NAME = SPACES
                    MOVE "Erreur : le nom ne peut pas etre vide."
                        TO WS-MESSAGE-LINE
                    MOVE "N" TO WS-CURSOR-FIELD
                WHEN WS-ENTERED-TYPE = "P" AND WS-ENTERED-NAME = SPACES
                    MOVE "Erreur : le prefixe ne peut pas etre vide."
                        TO WS-MESSAGE-LINE
                    MOVE "N" TO WS-CURSOR-FIELD
                WHEN WS-ENTERED-TYPE = "D"
                        AND WS-ENTERED-DATE NOT NUMERIC
                    MOVE "Erreur : date invalide (attendu AAAAMMJJ)."
                        TO WS-MESSAGE-LINE
                    MOVE "D" TO WS-CURSOR-FIELD
                WHEN OTHER
                    CONTINUE
           END-EVALUATE

           IF WS-MESSAGE-LINE NOT = SPACES
                PERFORM CLEAR-SEARCH
           ELSE
                MOVE WS-ENTERED-TYPE TO WS-CA-SEARCH-TYPE
                MOVE WS-ENTERED-NAME TO WS-CA-SEARCH-KEY
                IF WS-CA-SEARCH-DORMANT
                     MOVE WS-ENTERED-DATE TO WS-CA-DORMANT-DATE
                ELSE
                     MOVE ZERO TO WS-CA-DORMANT-DATE
                     MOVE SPACES TO WS-ENTERED-DATE
                END-IF
                MOVE 1 TO WS-CA-PAGE-NUMBER
                IF WS-CA-SEARCH-BROWSE
                     MOVE 99999999 TO WS-CA-START-DATE (1)
                ELSE
                     MOVE ZERO TO WS-CA-START-DATE (1)
                END-IF
                MOVE LOW-VALUES TO WS-CA-START-NAME (1)
                PERFORM FILL-HISTORY-PAGE
           END-IF.

      *    PF8 : page suivante, a partir de la derniere entree de la
      *    page affichee, dont le point de depart est empile pour PF7.
       NEXT-HISTORY-PAGE.
           EVALUATE TRUE
                WHEN WS-CA-NO-SEARCH
                    MOVE "Aucune recherche en cours - ENTER d'abord."
                        TO WS-MESSAGE-LINE
                WHEN NOT WS-CA-MORE-PAGES
                    MOVE "Derniere page." TO WS-MESSAGE-LINE
                    PERFORM FILL-HISTORY-PAGE
                WHEN WS-CA-PAGE-NUMBER >= WS-MAX-PAGES
                    MOVE "Limite de 50 pages : preciser la recherche."
                        TO WS-MESSAGE-LINE
                    PERFORM FILL-HISTORY-PAGE
                WHEN OTHER
                    ADD 1 TO WS-CA-PAGE-NUMBER
                    MOVE WS-CA-NEXT-DATE
                        TO WS-CA-START-DATE (WS-CA-PAGE-NUMBER)
                    MOVE WS-CA-NEXT-NAME
                        TO WS-CA-START-NAME (WS-CA-PAGE-NUMBER)
                    PERFORM FILL-HISTORY-PAGE
           END-EVALUATE.

      *    PF7 : page precedente, depuis son point de depart empile.
       PREVIOUS-HISTORY-PAGE.
           EVALUATE TRUE
                WHEN WS-CA-NO-SEARCH
                    MOVE "Aucune recherche en cours - ENTER d'abord."
                        TO WS-MESSAGE-LINE
                WHEN WS-CA-PAGE-NUMBER <= 1
                    MOVE "Premiere page." TO WS-MESSAGE-LINE
                    PERFORM FILL-HISTORY-PAGE
                WHEN OTHER
                    SUBTRACT 1 FROM WS-CA-PAGE-NUMBER
                    PERFORM FILL-HISTORY-PAGE
           END-EVALUATE.

      *    Touche non prevue : la page en cours est reaffichee.
       REDISPLAY-CURRENT-PAGE.
           IF NOT WS-CA-NO-SEARCH
                PERFORM FILL-HISTORY-PAGE
           END-IF.

      *    Construit la page WS-CA-PAGE-NUMBER : ouvre les fichiers,
      *    repart du point de depart de la page, edite jusqu'a douze
      *    entrees, cherche une treizieme pour savoir s'il existe une
      *    page suivante, et referme les fichiers - rien ne reste
      *    ouvert entre deux ecrans. La derniere entree editee devient
      *    le point de depart de la page suivante.
       FILL-HISTORY-PAGE.
           MOVE WS-CA-START-DATE (WS-CA-PAGE-NUMBER) TO WS-PREV-DATE
           MOVE WS-CA-START-NAME (WS-CA-PAGE-NUMBER) TO WS-PREV-NAME
           MOVE ZERO TO WS-LINE-IDX
           MOVE "N" TO WS-CA-MORE-SWITCH
           MOVE SPACES TO WS-PAGE-LINES

           PERFORM OPEN-HISTORY-FILES
           IF GREETMAS-OPEN
                PERFORM POSITION-SEARCH
                PERFORM FIND-NEXT-ENTRY
                PERFORM UNTIL NOT ENTRY-FOUND
                        OR WS-LINE-IDX >= WS-LINES-PER-PAGE
                     ADD 1 TO WS-LINE-IDX
                     PERFORM FORMAT-DETAIL-LINE
                     MOVE WS-LINE-LAST-DATE TO WS-CA-NEXT-DATE
                     MOVE WS-LINE-NAME TO WS-CA-NEXT-NAME
                     PERFORM FIND-NEXT-ENTRY
                END-PERFORM
                IF ENTRY-FOUND
                     SET WS-CA-MORE-PAGES TO TRUE
                END-IF
                IF WS-MESSAGE-LINE = SPACES
                     EVALUATE TRUE
                          WHEN WS-LINE-IDX = ZERO
                              MOVE "Aucun historique trouve."
                                  TO WS-MESSAGE-LINE
                          WHEN WS-CA-MORE-PAGES
                              MOVE "PF8 : page suivante."
                                  TO WS-MESSAGE-LINE
                          WHEN OTHER
                              MOVE "Fin de la liste."
                                  TO WS-MESSAGE-LINE
                     END-EVALUATE
                END-IF
           ELSE
                MOVE "Aucun historique (GREETED-MASTER absent)."
                    TO WS-MESSAGE-LINE
           END-IF
           PERFORM CLOSE-HISTORY-FILES.

      *    Ouvre GREETED-MASTER et CUSTOMER-MASTER en lecture et
      *    charge la liste d'opposition. Un fichier absent reste
      *    ferme (cf. les zones de statut).
       OPEN-HISTORY-FILES.
           MOVE "N" TO WS-GREETMAS-OPEN-SWITCH
           OPEN INPUT GREETED-MASTER-FILE
           IF WS-GREETMAS-STATUS = "00"
                SET GREETMAS-OPEN TO TRUE
           END-IF
           MOVE "N" TO WS-CUSTMAS-OPEN-SWITCH
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAS-STATUS = "00"
                SET CUSTMAS-OPEN TO TRUE
           END-IF
           PERFORM LOAD-SUPPRESS-TABLE.

      *    Referme les fichiers ouverts par OPEN-HISTORY-FILES avant
      *    la fin de la tache.
       CLOSE-HISTORY-FILES.
           IF GREETMAS-OPEN
                CLOSE GREETED-MASTER-FILE
           END-IF
           IF CUSTMAS-OPEN
                CLOSE CUSTOMER-MASTER-FILE
           END-IF.

      *    Positionne la lecture sequentielle des recherches P et D
      *    juste apres le point de depart de la page (premiere page :
      *    sur le prefixe pour P, au debut du fichier pour D). Les
      *    recherches E et B lisent par cle ou par balayages complets.
       POSITION-SEARCH.
           MOVE "N" TO WS-SCAN-EOF-SWITCH
           IF WS-CA-SEARCH-PREFIX
                MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CA-SEARCH-KEY))
                    TO WS-PREFIX-LENGTH
           END-IF
           IF WS-CA-SEARCH-PREFIX OR WS-CA-SEARCH-DORMANT
                IF WS-PREV-NAME = LOW-VALUES
                     IF WS-CA-SEARCH-PREFIX
                          MOVE WS-CA-SEARCH-KEY TO GM-NAME
                     ELSE
                          MOVE LOW-VALUES TO GM-NAME
                     END-IF
                     START GREETED-MASTER-FILE
                             KEY NOT LESS THAN GM-NAME
                          INVALID KEY
                              SET SCAN-EOF TO TRUE
                     END-START
                ELSE
                     MOVE WS-PREV-NAME TO GM-NAME
                     START GREETED-MASTER-FILE
                             KEY GREATER THAN GM-NAME
                          INVALID KEY
                              SET SCAN-EOF TO TRUE
                     END-START
                END-IF
           END-IF.

      *    Cherche l'entree suivante de la recherche en cours et la
      *    recopie dans les zones WS-LINE-... ; ENTRY-FOUND est a "N"
      *    quand la recherche est epuisee.
       FIND-NEXT-ENTRY.
           MOVE "N" TO WS-ENTRY-FOUND-SWITCH
           EVALUATE TRUE
                WHEN WS-CA-SEARCH-EXACT
                    IF NOT SCAN-EOF AND WS-CA-PAGE-NUMBER = 1
                         SET SCAN-EOF TO TRUE
                         MOVE WS-CA-SEARCH-KEY TO GM-NAME
                         READ GREETED-MASTER-FILE
                              INVALID KEY
                                  CONTINUE
                              NOT INVALID KEY
                                  SET ENTRY-FOUND TO TRUE
                                  PERFORM MOVE-RECORD-TO-LINE
                         END-READ
                    END-IF
                WHEN WS-CA-SEARCH-PREFIX
                    IF NOT SCAN-EOF
                         READ GREETED-MASTER-FILE NEXT RECORD
                             AT END
                                 SET SCAN-EOF TO TRUE
                             NOT AT END
                                 IF GM-NAME (1:WS-PREFIX-LENGTH)
                                         = WS-CA-SEARCH-KEY
                                           (1:WS-PREFIX-LENGTH)
                                      SET ENTRY-FOUND TO TRUE
                                      PERFORM MOVE-RECORD-TO-LINE
                                 ELSE
                                      SET SCAN-EOF TO TRUE
                                 END-IF
                         END-READ
                    END-IF
                WHEN WS-CA-SEARCH-DORMANT
                    PERFORM UNTIL SCAN-EOF OR ENTRY-FOUND
                         READ GREETED-MASTER-FILE NEXT RECORD
                             AT END
                                 SET SCAN-EOF TO TRUE
                             NOT AT END
                                 IF GM-LAST-SEEN-DATE
                                         < WS-CA-DORMANT-DATE
                                      SET ENTRY-FOUND TO TRUE
                                      PERFORM MOVE-RECORD-TO-LINE
                                 END-IF
                         END-READ
                    END-PERFORM
                WHEN WS-CA-SEARCH-BROWSE
                    PERFORM BROWSE-NEXT-ENTRY
                WHEN OTHER
                    CONTINUE
           END-EVALUATE.

      *    Recopie l'enregistrement courant dans les zones de
      *    l'entree trouvee (identique a GREETINQ).
       MOVE-RECORD-TO-LINE.
           MOVE GM-FIRST-SEEN-DATE TO WS-LINE-FIRST-DATE
           MOVE GM-LAST-SEEN-DATE TO WS-LINE-LAST-DATE
           MOVE GM-GREET-COUNT TO WS-LINE-COUNT
           MOVE GM-NAME TO WS-LINE-NAME.

      *    Recherche B : balaie le fichier entier a la recherche de
      *    la plus grande entree (date, puis nom croissant a date
      *    egale) strictement apres le curseur, et avance le curseur
      *    (identique a GREETINQ).
       BROWSE-NEXT-ENTRY.
           MOVE "N" TO WS-BEST-FOUND-SWITCH
           MOVE ZERO TO WS-BEST-DATE
           MOVE HIGH-VALUES TO WS-BEST-NAME
           MOVE "N" TO WS-SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO GM-NAME
           START GREETED-MASTER-FILE KEY NOT LESS THAN GM-NAME
                INVALID KEY
                    SET SCAN-EOF TO TRUE
           END-START
           PERFORM UNTIL SCAN-EOF
                READ GREETED-MASTER-FILE NEXT RECORD
                    AT END
                        SET SCAN-EOF TO TRUE
                    NOT AT END
                        PERFORM CONSIDER-BROWSE-CANDIDATE
                END-READ
           END-PERFORM

           IF BEST-FOUND
                SET ENTRY-FOUND TO TRUE
                MOVE WS-BEST-FIRST-DATE TO WS-LINE-FIRST-DATE
                MOVE WS-BEST-DATE TO WS-LINE-LAST-DATE
                MOVE WS-BEST-COUNT TO WS-LINE-COUNT
                MOVE WS-BEST-NAME TO WS-LINE-NAME
                MOVE WS-BEST-DATE TO WS-PREV-DATE
                MOVE WS-BEST-NAME TO WS-PREV-NAME
           END-IF.

      *    L'enregistrement courant est-il strictement apres le
      *    curseur, et meilleur que la candidate retenue jusqu'ici
      *    (identique a GREETINQ) ?
       CONSIDER-BROWSE-CANDIDATE.
           IF GM-LAST-SEEN-DATE < WS-PREV-DATE
                   OR (GM-LAST-SEEN-DATE = WS-PREV-DATE
                       AND GM-NAME > WS-PREV-NAME)
                IF GM-LAST-SEEN-DATE > WS-BEST-DATE
                        OR (GM-LAST-SEEN-DATE = WS-BEST-DATE
                            AND GM-NAME < WS-BEST-NAME)
                     SET BEST-FOUND TO TRUE
                     MOVE GM-LAST-SEEN-DATE TO WS-BEST-DATE
                     MOVE GM-NAME TO WS-BEST-NAME
                     MOVE GM-FIRST-SEEN-DATE TO WS-BEST-FIRST-DATE
                     MOVE GM-GREET-COUNT TO WS-BEST-COUNT
                END-IF
           END-IF.

      *    Edite la ligne de detail de l'entree trouvee : nom (38
      *    premiers caracteres), dates, nombre de salutations,
      *    numero et statut client, motif d'opposition en vigueur.
       FORMAT-DETAIL-LINE.
           PERFORM LOOKUP-CUSTOMER
           PERFORM CHECK-SUPPRESSION-LIST

           MOVE WS-LINE-NAME TO WS-DL-NAME
           MOVE WS-LINE-FIRST-DATE TO WS-DL-FIRST-DATE
           MOVE WS-LINE-LAST-DATE TO WS-DL-LAST-DATE
           MOVE WS-LINE-COUNT TO WS-DL-COUNT
           IF CUSTOMER-FOUND
                MOVE WS-CUST-NUMBER TO WS-DL-CUST-NUMBER
                MOVE WS-CUST-STATUS TO WS-DL-CUST-STATUS
           ELSE
                MOVE "non enr." TO WS-DL-CUST-NUMBER
                MOVE SPACE TO WS-DL-CUST-STATUS
           END-IF
           MOVE WS-SUP-HIT-REASON TO WS-DL-SUP-REASON
           MOVE WS-DETAIL-LINE TO WS-PAGE-LINE (WS-LINE-IDX).

      *    Recherche le nom de l'entree dans le fichier client par la
      *    cle secondaire (identique a HELLOCICS : en cas d'homonymes,
      *    le premier client du nom).
       LOOKUP-CUSTOMER.
           SET CUSTOMER-NOT-FOUND TO TRUE
           IF CUSTMAS-OPEN
                MOVE WS-LINE-NAME TO CM-CUSTOMER-NAME
                READ CUSTOMER-MASTER-FILE
                        KEY IS CM-CUSTOMER-NAME
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         SET CUSTOMER-FOUND TO TRUE
                         MOVE CM-CUSTOMER-NUMBER TO WS-CUST-NUMBER
                         MOVE CM-ACCOUNT-STATUS TO WS-CUST-STATUS
                END-READ
           END-IF.

      *    Charge la liste d'opposition au courrier en table memoire
      *    (identique a HELLOCICS). Seules les entrees actives sont
      *    chargees ; le controle des dates se fait a la
      *    consultation. Fichier absent (statut "35") ou vide :
      *    aucune opposition.
       LOAD-SUPPRESS-TABLE.
           MOVE ZERO TO WS-SUPLIST-COUNT
           MOVE "N" TO WS-SUPLIST-EOF-SWITCH
           OPEN INPUT SUPLIST-FILE
           IF WS-SUPLIST-STATUS = "00"
                PERFORM UNTIL SUPLIST-EOF OR WS-SUPLIST-COUNT >= 500
                     READ SUPLIST-FILE
                         AT END
                             SET SUPLIST-EOF TO TRUE
                         NOT AT END
                             IF SUP-ACTIVE
                                  ADD 1 TO WS-SUPLIST-COUNT
                                  SET WS-SUP-IDX TO WS-SUPLIST-COUNT
                                  MOVE SUP-KEY-TYPE
                                      TO WS-SUP-TYPE (WS-SUP-IDX)
                                  MOVE FUNCTION UPPER-CASE(SUP-KEY)
                                      TO WS-SUP-KEY (WS-SUP-IDX)
                                  MOVE SUP-REASON-CODE
                                      TO WS-SUP-REASON (WS-SUP-IDX)
                                  MOVE SUP-START-DATE
                                      TO WS-SUP-START-DATE
                                      (WS-SUP-IDX)
                                  MOVE SUP-END-DATE
                                      TO WS-SUP-END-DATE (WS-SUP-IDX)
                             END-IF
                     END-READ
                END-PERFORM
                CLOSE SUPLIST-FILE
           END-IF.

      *    Cherche une opposition en vigueur a la date du jour pour
      *    l'entree : par nom, ou par numero si le client est
      *    rattache (meme regle que HELLOCICS). Le motif de la
      *    premiere opposition trouvee est rendu dans
      *    WS-SUP-HIT-REASON (a blanc si aucune).
       CHECK-SUPPRESSION-LIST.
           MOVE "N" TO WS-SUPLIST-HIT-SWITCH
           MOVE SPACES TO WS-SUP-HIT-REASON
           IF CUSTOMER-FOUND
                MOVE WS-CUST-NUMBER TO WS-CUST-NUMBER-X
           ELSE
                MOVE SPACES TO WS-CUST-NUMBER-X
           END-IF
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUPLIST-COUNT
                       OR MAIL-SUPPRESSED
                IF WS-TS-DATE >= WS-SUP-START-DATE (WS-SUP-IDX)
                        AND WS-TS-DATE
                            <= WS-SUP-END-DATE (WS-SUP-IDX)
                     IF (WS-SUP-TYPE (WS-SUP-IDX) = "N"
                             AND WS-SUP-KEY (WS-SUP-IDX)
                                 = WS-LINE-NAME)
                             OR (WS-SUP-TYPE (WS-SUP-IDX) = "C"
                                 AND WS-CUST-NUMBER-X NOT = SPACES
                                 AND WS-SUP-KEY (WS-SUP-IDX) (1:8)
                                     = WS-CUST-NUMBER-X)
                          SET MAIL-SUPPRESSED TO TRUE
                          MOVE WS-SUP-REASON (WS-SUP-IDX)
                              TO WS-SUP-HIT-REASON
                     END-IF
                END-IF
           END-PERFORM.

      *    Envoie l'ecran HISTM1 : la map de sortie est remise a
      *    LOW-VALUES (les libelles du mapset physique s'affichent
      *    seuls), puis recoit les criteres, le numero de page, les
      *    lignes de detail et le message ; le curseur est place sur
      *    le champ a corriger, ou sur le type de recherche.
       SEND-HISTORY-MAP.
           MOVE LOW-VALUES TO HISTM1O
           MOVE WS-ENTERED-TYPE TO TYPEOO
           MOVE WS-ENTERED-NAME TO NAMEOO
           MOVE WS-ENTERED-DATE TO DATEOO
           IF WS-CA-NO-SEARCH
                MOVE SPACES TO PAGEOO
           ELSE
                MOVE WS-CA-PAGE-NUMBER TO WS-PAGE-EDIT
                MOVE WS-PAGE-EDIT TO PAGEOO
           END-IF
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINES-PER-PAGE
                MOVE WS-PAGE-LINE (WS-LINE-IDX)
                    TO DETLOO (WS-LINE-IDX)
           END-PERFORM
           MOVE WS-MESSAGE-LINE TO MSGOO

           EVALUATE WS-CURSOR-FIELD
                WHEN "N"
                    MOVE -1 TO NAMEIL
                WHEN "D"
                    MOVE -1 TO DATEIL
                WHEN OTHER
                    MOVE -1 TO TYPEIL
           END-EVALUATE

           EXEC CICS SEND MAP('HISTM1')
                MAPSET('HISTMAP')
                FROM(HISTM1O)
                CURSOR
                ERASE
           END-EXEC.
