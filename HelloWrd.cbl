      *       confirme le nom et renvoie une orthographe canonique,
      *       c'est cette orthographe qui apparaît dans le message de
      *       salutation (cf. copybook NAMEVAL).
      *    9. Avant de mettre à jour l'historique GREETED-MASTER, le
      *       programme avertit l'opérateur quand la personne a déjà
      *       été contactée (console, écran ou courrier du batch)
      *       depuis moins de jours que l'intervalle minimum entre
      *       deux contacts (CONTACT-INTERVAL de PARMFILE, surchargé
      *       par langue par CONTACT-INTERVAL-XX, cf. copybook
      *       CNTCTAB). La salutation est faite quand même :
      *       l'opérateur a la personne en face de lui et décide.
      *
      *    Ce programme sert d'exemple introductif aux concepts de base
      *    de la programmation COBOL, en mettant en évidence
      *    code locale saisi est blanc ou inconnu. Les mots-cles
      *    propres au batch (CHECKPOINT-INTERVAL, VALIDATE-ONLY,
      *    REJECT-TOLERANCE) sont acceptes et ignores, le fichier
      *    etant partage avec HELLOWRDBATCH. L'intervalle minimum
      *    entre deux contacts (CONTACT-INTERVAL et ses surcharges
      *    par langue, cf. copybook CNTCTAB) sert aux deux.
       01 WS-PARMFILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-PARM-EOF-SWITCH PIC X(01) VALUE "N".
          88 PARM-EOF VALUE "Y".
       01 WS-DEFAULT-GREETING PIC X(10) VALUE "Bonjour".
       01 WS-DEFAULT-TEMPLATE PIC X(60) VALUE SPACES.
       01 WS-DEFAULT-TEMPLATE-PM PIC X(60) VALUE SPACES.
       COPY CNTCTAB.
       01 WS-CONTACT-LOCALE-KEY PIC X(02) VALUE SPACES.
       01 WS-EFFECTIVE-INTERVAL PIC 9(4) VALUE ZERO.
       01 WS-DAYS-SINCE-CONTACT PIC S9(7) VALUE ZERO.

      *    Statut de GREETLOG-FILE : permet de detecter le cas ou le
      *    journal d'audit n'existe pas encore (statut "35") afin de
                         CONTINUE
                     WHEN "REJECT-TOLERANCE"
                         CONTINUE
                     WHEN "CONTACT-INTERVAL"
                         IF WS-PARM-VALUE (1:4) NUMERIC
                              MOVE WS-PARM-VALUE (1:4)
                                  TO WS-CONTACT-INTERVAL
                         ELSE
                              DISPLAY "ERREUR : CONTACT-INTERVAL '"
                                  WS-PARM-VALUE "' invalide (quatre "
                                  "chiffres, 0000 = sans limite)."
                              SET PARM-ERROR TO TRUE
                         END-IF
                     WHEN OTHER
                         IF WS-PARM-KEYWORD (1:17)
                                 = "CONTACT-INTERVAL-"
                              PERFORM ADD-CONTACT-OVERRIDE
                         ELSE
                              DISPLAY "ERREUR : mot-cle PARMFILE "
                                  "inconnu '" WS-PARM-KEYWORD "'."
                              SET PARM-ERROR TO TRUE
                         END-IF
                END-EVALUATE
           END-IF.

      *    Enregistre une surcharge CONTACT-INTERVAL-XX=nnnn : le code
      *    langue XX (deux caracteres, mis en majuscules) suit le
      *    mot-cle. Une meme langue citee deux fois garde la derniere
      *    valeur lue (identique a HELLOWRDBATCH).
       ADD-CONTACT-OVERRIDE.
           IF WS-PARM-KEYWORD (18:2) = SPACES
                   OR WS-PARM-KEYWORD (20:1) NOT = SPACE
                   OR WS-PARM-VALUE (1:4) NOT NUMERIC
                DISPLAY "ERREUR : '" FUNCTION TRIM(WS-PARM-KEYWORD)
                    "=" FUNCTION TRIM(WS-PARM-VALUE) "' invalide "
                    "(CONTACT-INTERVAL-XX=nnnn)."
                SET PARM-ERROR TO TRUE
           ELSE
                MOVE FUNCTION UPPER-CASE(WS-PARM-KEYWORD (18:2))
                    TO WS-CONTACT-LOCALE-KEY
                SET WS-CONTACT-IDX TO 1
                SEARCH WS-CONTACT-ENTRY
                     AT END
                         IF WS-CONTACT-COUNT >= 50
                              DISPLAY "ERREUR : plus de 50 surcharges "
                                  "CONTACT-INTERVAL-XX."
                              SET PARM-ERROR TO TRUE
                         ELSE
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
                END-SEARCH
           END-IF.

      *    Resout le texte de salutation de la langue par defaut dans
      *    la table des locales. Si la langue demandee n'y figure
      *    pas, on reste sur "Bonjour" avec un avertissement.
       ECHO-PARAMETERS.
           DISPLAY "PARAMETRES EN VIGUEUR :"
           DISPLAY "  DEFAULT-LOCALE = " WS-DEFAULT-LOCALE
               " (" FUNCTION TRIM(WS-DEFAULT-GREETING) ")"
           DISPLAY "  CONTACT-INTERVAL = " WS-CONTACT-INTERVAL
               " jours (0000 = sans limite)"
           PERFORM VARYING WS-CONTACT-IDX FROM 1 BY 1
                   UNTIL WS-CONTACT-IDX > WS-CONTACT-COUNT
                DISPLAY "  CONTACT-INTERVAL-"
                    WS-CONTACT-LOCALE (WS-CONTACT-IDX) " = "
                    WS-CONTACT-DAYS (WS-CONTACT-IDX) " jours"
           END-PERFORM.

      *    Ouvre le fichier client indexe une fois au démarrage du
      *    programme, pour les lectures directes de LOOKUP-CUSTOMER.
      *    nouvel enregistrement (première et dernière salutation
      *    identiques, compteur à 1) sinon. L'écriture au fil de l'eau
      *    remplace l'ancienne réécriture totale de fin de programme :
      *    un incident ne perd plus la session. Pour une personne
      *    déjà connue, l'intervalle depuis le dernier contact est
      *    contrôlé AVANT que la date de dernière salutation ne soit
      *    remplacée (cf. CHECK-CONTACT-INTERVAL).
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

      *    Avertit l'opérateur quand la personne saluée a déjà été
      *    contactée depuis moins de jours que l'intervalle minimum
      *    de sa langue (langue saisie, ou langue par défaut si le
      *    code est blanc), d'après GM-LAST-SEEN-DATE de
      *    l'enregistrement GREETED-MASTER qui vient d'être lu. Simple
      *    avertissement : la salutation est faite quand même.
       CHECK-CONTACT-INTERVAL.
           IF GI-LOCALE-CODE = SPACES
                MOVE WS-DEFAULT-LOCALE TO WS-CONTACT-LOCALE-KEY
           ELSE
                MOVE GI-LOCALE-CODE TO WS-CONTACT-LOCALE-KEY
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
                     DISPLAY "ATTENTION : deja contacte le "
                         GM-LAST-SEEN-DATE " (intervalle minimum "
                         WS-EFFECTIVE-INTERVAL " jours)."
                END-IF
           END-IF.

      *    Ferme les fichiers maitres en fin de programme. Plus de
      *    réécriture totale : GREETED-MASTER a été mis à jour au fil
      *    des salutations.
