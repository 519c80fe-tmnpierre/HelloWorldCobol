      *    l'audit. Les fichiers sont accedes par ordres COBOL natifs
      *    comme LOCALES ci-dessous (sur un vrai systeme CICS, ils
      *    seraient en VSAM sous CICS File Control).
      *
      *    Avant de mettre a jour l'historique GREETED-MASTER,
      *    l'ecran avertit l'operateur (ligne WARNO sous la
      *    salutation) quand la personne a deja ete contactee, par
      *    n'importe quel canal, depuis moins de jours que
      *    l'intervalle minimum entre deux contacts : CONTACT-INTERVAL
      *    de PARMFILE, surcharge par langue par CONTACT-INTERVAL-XX
      *    (cf. copybook CNTCTAB). La salutation est faite quand
      *    meme : l'operateur a la personne au telephone et decide.
      *    Seuls ces mots-cles sont lus ici ; PARMFILE est controle
      *    par HELLOWRD et HELLOWRDBATCH, qui arretent sur une ligne
      *    invalide - une transaction ecran ne le fait pas et ignore
      *    simplement la ligne.
      *    *************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPLIST-STATUS.

      *    Fichier de parametres d'exploitation (KEYWORD=VALEUR),
      *    partage avec HELLOWRD et HELLOWRDBATCH : seule la regle
      *    d'intervalle minimum entre deux contacts sert a l'ecran.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCALES-FILE.
       FD  SUPLIST-FILE.
           COPY SUPREC.

       FD  PARM-FILE.
       01 PARM-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
      *    Map symbolique generee pour le mapset GREETMAP.
       COPY GREETMAP.
       01 WS-GREETED-FOUND-SWITCH PIC X(01).
          88 GREETED-NAME-FOUND VALUE "Y".

      *    Intervalle minimum entre deux contacts (cf. copybook
      *    CNTCTAB), lu dans PARMFILE au demarrage, et ligne
      *    d'avertissement affichee dans la zone WARNO. Un code
      *    locale blanc prend l'intervalle du francais, langue par
      *    defaut de l'ecran.
       COPY CNTCTAB.
       01 WS-PARMFILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-PARM-EOF-SWITCH PIC X(01) VALUE "N".
          88 PARM-EOF VALUE "Y".
       01 WS-PARM-KEYWORD PIC X(20).
       01 WS-PARM-VALUE PIC X(20).
       01 WS-CONTACT-LOCALE-KEY PIC X(02) VALUE SPACES.
       01 WS-EFFECTIVE-INTERVAL PIC 9(4) VALUE ZERO.
       01 WS-DAYS-SINCE-CONTACT PIC S9(7) VALUE ZERO.
       01 WS-WARNING-LINE PIC X(60) VALUE SPACES.

      *    Valeurs AID standard (EIBAID) fournies par le systeme CICS.
           COPY DFHAID.

                OPEN OUTPUT GREETLOG-FILE
           END-IF
           PERFORM LOAD-LOCALE-TABLE
           PERFORM READ-PARM-FILE
           PERFORM OPEN-CUSTOMER-MASTER
           PERFORM LOAD-SUPPRESS-TABLE
           PERFORM OPEN-GREETED-MASTER
                     RESP(WS-CICS-RESP)
                END-EXEC

                MOVE SPACES TO WS-WARNING-LINE
                EVALUATE TRUE
                     WHEN WS-CICS-RESP NOT = DFHRESP(NORMAL)
                         MOVE "Erreur de saisie ecran - nouvel essai."

      *    Envoie l'ecran GREETM1, avec le texte de salutation courant
      *    dans la zone protegee GREETO et le curseur positionne sur
      *    le champ nom ; l'avertissement eventuel de la derniere
      *    salutation est affiche dans la zone protegee WARNO.
       SEND-GREETING-MAP.
           MOVE WS-GREETING-LINE TO GREETOO
           MOVE WS-WARNING-LINE TO WARNOO
           EXEC CICS SEND MAP('GREETM1')
                MAPSET('GREETMAP')
                FROM(GREETM1O)
                PERFORM LOAD-DEFAULT-LOCALES
           END-IF.

      *    Lit dans PARMFILE la regle d'intervalle minimum entre deux
      *    contacts. Fichier absent (statut "35") : pas de limite.
      *    Les autres mots-cles ne concernent pas l'ecran et sont
      *    ignores, de meme qu'une valeur non numerique.
       READ-PARM-FILE.
           OPEN INPUT PARM-FILE
           IF WS-PARMFILE-STATUS = "00"
                PERFORM UNTIL PARM-EOF
                     READ PARM-FILE
                         AT END
                             SET PARM-EOF TO TRUE
                         NOT AT END
                             PERFORM PROCESS-PARM-RECORD
                     END-READ
                END-PERFORM
                CLOSE PARM-FILE
           END-IF.

      *    Analyse une ligne de PARMFILE (KEYWORD=VALEUR) et ne retient
      *    que CONTACT-INTERVAL et CONTACT-INTERVAL-XX. Une meme
      *    langue citee deux fois garde la derniere valeur lue ; au-
      *    dela de 50 surcharges, les suivantes sont ignorees.
       PROCESS-PARM-RECORD.
           IF PARM-RECORD NOT = SPACES AND PARM-RECORD (1:1) NOT = "*"
                MOVE SPACES TO WS-PARM-KEYWORD
                MOVE SPACES TO WS-PARM-VALUE
                UNSTRING PARM-RECORD DELIMITED BY "="
                    INTO WS-PARM-KEYWORD WS-PARM-VALUE
                IF WS-PARM-VALUE (1:4) NUMERIC
                     IF WS-PARM-KEYWORD = "CONTACT-INTERVAL"
                          MOVE WS-PARM-VALUE (1:4)
                              TO WS-CONTACT-INTERVAL
                     END-IF
                     IF WS-PARM-KEYWORD (1:17) = "CONTACT-INTERVAL-"
                             AND WS-PARM-KEYWORD (18:2) NOT = SPACES
                             AND WS-PARM-KEYWORD (20:1) = SPACE
                          PERFORM ADD-CONTACT-OVERRIDE
                     END-IF
                END-IF
           END-IF.

      *    Ligne CONTACT-INTERVAL-XX : enregistre le delai propre a
      *    la langue XX, ou remplace celui deja lu pour elle. Au-dela
      *    de 50 langues, les lignes suivantes sont ignorees.
       ADD-CONTACT-OVERRIDE.
           MOVE FUNCTION UPPER-CASE(WS-PARM-KEYWORD (18:2))
               TO WS-CONTACT-LOCALE-KEY
           SET WS-CONTACT-IDX TO 1
           SEARCH WS-CONTACT-ENTRY
                AT END
                    IF WS-CONTACT-COUNT < 50
                         ADD 1 TO WS-CONTACT-COUNT
                         SET WS-CONTACT-IDX TO WS-CONTACT-COUNT
                         MOVE WS-CONTACT-LOCALE-KEY
                             TO WS-CONTACT-LOCALE (WS-CONTACT-IDX)
                         MOVE WS-PARM-VALUE (1:4)
                             TO WS-CONTACT-DAYS (WS-CONTACT-IDX)
                    END-IF
                WHEN WS-CONTACT-LOCALE (WS-CONTACT-IDX)
                        = WS-CONTACT-LOCALE-KEY
                    MOVE WS-PARM-VALUE (1:4)
                        TO WS-CONTACT-DAYS (WS-CONTACT-IDX)
           END-SEARCH.

      *    Langues historiques codees en dur, utilisees seulement si
      *    le fichier LOCALES est absent ou vide.
       LOAD-DEFAULT-LOCALES.

      *    Met a jour l'historique de la personne saluee par cle,
      *    directement dans le fichier (identique a HELLOWRD) : un
      *    incident de la partition ne perd plus la session. Pour une
      *    personne deja connue, l'intervalle depuis le dernier
      *    contact est controle AVANT que la date de derniere
      *    salutation ne soit remplacee (cf. CHECK-CONTACT-INTERVAL).
       UPDATE-GREETED-MASTER.
           MOVE "N" TO WS-GREETED-FOUND-SWITCH
           MOVE WS-CANONICAL-UPPER TO GM-NAME
           END-READ

           IF GREETED-NAME-FOUND
                PERFORM CHECK-CONTACT-INTERVAL
                MOVE WS-TS-DATE TO GM-LAST-SEEN-DATE
                ADD 1 TO GM-GREET-COUNT
                REWRITE GREETED-MASTER-RECORD
                WRITE GREETED-MASTER-RECORD
           END-IF.

      *    Prepare l'avertissement de la zone WARNO quand la personne
      *    saluee a deja ete contactee depuis moins de jours que
      *    l'intervalle minimum de sa langue, d'apres
      *    GM-LAST-SEEN-DATE de l'enregistrement GREETED-MASTER qui
      *    vient d'etre lu (meme regle que HELLOWRD).
       CHECK-CONTACT-INTERVAL.
           IF WS-UPPER-LOCALE = SPACES
                MOVE "FR" TO WS-CONTACT-LOCALE-KEY
           ELSE
                MOVE WS-UPPER-LOCALE TO WS-CONTACT-LOCALE-KEY
           END-IF
           MOVE WS-CONTACT-INTERVAL TO WS-EFFECTIVE-INTERVAL
           SET WS-CONTACT-IDX TO 1
           SEARCH WS-CONTACT-ENTRY
                AT END
                    CONTINUE
                WHEN WS-CONTACT-LOCALE (WS-CONTACT-IDX)
                        = WS-CONTACT-LOCALE-KEY
                    MOVE WS-CONTACT-DAYS (WS-CONTACT-IDX)
                        TO WS-EFFECTIVE-INTERVAL
           END-SEARCH
           IF WS-EFFECTIVE-INTERVAL > ZERO
                   AND GM-LAST-SEEN-DATE NUMERIC
                   AND GM-LAST-SEEN-DATE > ZERO
                COMPUTE WS-DAYS-SINCE-CONTACT
                    = FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
                    - FUNCTION INTEGER-OF-DATE(GM-LAST-SEEN-DATE)
                IF WS-DAYS-SINCE-CONTACT < WS-EFFECTIVE-INTERVAL
                     STRING "ATTENTION : deja contacte le "
                             DELIMITED BY SIZE
                         GM-LAST-SEEN-DATE DELIMITED BY SIZE
                         " (intervalle " DELIMITED BY SIZE
                         WS-EFFECTIVE-INTERVAL DELIMITED BY SIZE
                         " j)." DELIMITED BY SIZE
                         INTO WS-WARNING-LINE
                END-IF
           END-IF.

      *    Ferme les fichiers maitres a la sortie PF3. Plus de
      *    reecriture totale : GREETED-MASTER a ete mis a jour au fil
      *    des salutations (identique a HELLOWRD).
