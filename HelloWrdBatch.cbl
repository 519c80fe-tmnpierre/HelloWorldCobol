      *      REJECT-TOLERANCE=nnnn     arret RC 16 si le nombre de
      *                                rejets depasse ce seuil (0000 =
      *                                sans limite)
      *      CONTACT-INTERVAL=nnnn     jours minimum entre deux
      *                                contacts (0000 = sans limite)
      *      CONTACT-INTERVAL-XX=nnnn  meme regle pour la langue XX
      *    Un fichier PARMFILE absent laisse les valeurs par defaut ;
      *    un mot-cle inconnu ou une valeur invalide arrete le job.
      *    Les valeurs en vigueur sont affichees sur SYSOUT pour que
      *    Le compteur et le total de controle sont portes par le
      *    checkpoint (cf. RESTCKPT) pour rester justes apres une
      *    reprise. Pas d'extraction en mode controle seul.
      *
      *    Chaque salutation retenue donne aussi une ligne dans le
      *    fichier de postage GREETPST (cf. copybook GREETPST) : entree
      *    brute et en majuscules, code locale effectif et nom
      *    canonique. Le batch ne touche pas lui-meme GREETLOG ni
      *    GREETED-MASTER : c'est l'etape GREETPOST, apres
      *    l'equilibrage, qui poste la nuit sous un identifiant de
      *    session batch. GREETPST est retaille au checkpoint comme
      *    GREETOUT (meme compteur), ce qui evite tout double
      *    comptage apres une reprise, et les partitions paralleles
      *    de HELLOBATP n'ont aucun acces concurrent au fichier
      *    indexe. Pas de postage en mode controle seul.
      *
      *    Intervalle minimum entre deux contacts : une personne deja
      *    saluee (par n'importe quel canal) depuis moins de
      *    CONTACT-INTERVAL jours - ou de CONTACT-INTERVAL-XX jours
      *    pour sa langue XX - ne recoit pas de courrier. La date du
      *    dernier contact est GM-LAST-SEEN-DATE de GREETED-MASTER,
      *    ouvert en lecture seule (les partitions paralleles de
      *    HELLOBATP peuvent le lire ensemble ; seule l'etape
      *    GREETPOST le met a jour). L'enregistrement part dans
      *    GREETREJ sous le motif CF, compte A PART des rejets (hors
      *    seuil REJECT-TOLERANCE, compteur GC-CAPPED-COUNT de
      *    GREETCTL) pour que GREETBAL equilibre toujours. Le
      *    controle passe apres l'opposition et la suspension, qui
      *    restent prioritaires. GREETED-MASTER n'etant poste
      *    qu'apres le run, deux enregistrements de la meme personne
      *    dans le NAMES-IN d'une meme nuit ne se bloquent pas l'un
      *    l'autre.
      *
      *    Clients fusionnes : les doublons de CUSTOMER-MASTER
      *    fusionnes par CUSTMERGE sont charges au demarrage depuis
      *    le fichier des correspondances MERGEXRF (cf. copybooks
      *    MERGEXRF et MRGTAB). Un numero NAMES-IN retire est
      *    redirige vers son survivant (en suivant les fusions
      *    successives) au lieu d'etre rejete en CI, et le controle
      *    croise accepte aussi le nom que portait le doublon. Pour
      *    une recherche par le nom, les clients retires ne comptent
      *    plus comme homonymes : s'il ne reste qu'un client non
      *    retire de ce nom, c'est lui qui est rattache (plus de
      *    rejet NA), et un nom qui ne designe que le retire est
      *    rattache au survivant. Le volume rattache grace a une
      *    fusion est affiche en fin de traitement.
      *
      *    Cycle d'exploitation : "aujourd'hui" n'est plus l'horloge
      *    mais la date de gestion du cycle ouvert par CYCLECTL (lue
      *    par le sous-programme CYCLECHK, cf. copybook CYCLECHK).
      *    C'est elle qui date les details MAILEXT et les lignes de
      *    postage GREETPST, et qui sert aux controles de
      *    l'opposition et de l'intervalle minimum ; l'en-tete
      *    MAILEXT, le GREETCTL et l'enregistrement RUNHIST portent
      *    en plus la date de gestion et le numero du cycle (la date
      *    et l'heure du run restent celles de l'horloge). Le job
      *    refuse de tourner (RC 16) sans cycle ouvert, apres la
      *    fusion GREETMERGE ou l'equilibrage GREETBAL du cycle, ou
      *    si son GREETCTL montre qu'il a deja fini normalement dans
      *    ce cycle - ce controle sur son propre GREETCTL, plutot
      *    qu'une inscription dans CYCLECTL, laisse les partitions de
      *    HELLOBATP tourner en parallele. Une reprise sur checkpoint
      *    n'est pas un second passage : elle est admise. Le mode
      *    controle seul lit la date de gestion sans controle de
      *    sequence (l'horloge a defaut de cycle).
      *    *************************************************************

       IDENTIFICATION DIVISION.
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAS-STATUS.

      *    Fichier permanent des personnes saluees (GREETED-MASTER),
      *    indexe sur le nom canonique en majuscules, ouvert en
      *    lecture seule pour le controle de l'intervalle minimum
      *    entre deux contacts (cf. CHECK-CONTACT-INTERVAL).
           SELECT GREETED-MASTER-FILE ASSIGN TO "GREETMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-NAME
               FILE STATUS IS WS-GREETMAS-STATUS.

      *    Liste d'opposition au courrier, tenue a jour par le
      *    programme de maintenance SUPMAINT et chargee en table
      *    memoire au demarrage : les personnes qui ont demande a ne
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPLIST-STATUS.

      *    Correspondances des clients fusionnes (numero retire ->
      *    numero survivant), tenues par CUSTMERGE et chargees en
      *    table memoire au demarrage.
           SELECT MERGE-XREF-FILE ASSIGN TO "MERGEXRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGEXRF-STATUS.

      *    Fichier de parametres d'exploitation, lu au demarrage
      *    (mots-cles KEYWORD=VALEUR, cf. commentaire d'en-tete).
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILEXT-STATUS.

      *    Salutations retenues a poster dans GREETLOG et
      *    GREETED-MASTER par l'etape GREETPOST (cf. copybook
      *    GREETPST) : une ligne par detail MAILEXT.
           SELECT GREETPST-FILE ASSIGN TO "GREETPST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GREETPST-STATUS.

      *    Totaux de controle du run, ecrits en fin de traitement
      *    pour l'etape d'equilibrage GREETBAL (cf. copybook
      *    GREETCTL) : un enregistrement unique, reecrit a chaque
      *    run.
           SELECT GREETCTL-FILE ASSIGN TO "GREETCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GREETCTL-STATUS.

      *    Historique des runs batch, ajoute en fin de traitement
      *    (cf. copybook RUNHIST et le rapport RUNHRPT).
       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAS.

       FD  GREETED-MASTER-FILE.
           COPY GREETMAS.

       FD  SUPLIST-FILE.
           COPY SUPREC.

       FD  MERGE-XREF-FILE.
           COPY MERGEXRF.

       FD  PARM-FILE.
       01 PARM-RECORD PIC X(80).

       FD  MAILEXT-FILE.
           COPY MAILEXT.

       FD  GREETPST-FILE.
           COPY GREETPST.

       FD  GREETCTL-FILE.
           COPY GREETCTL.

           COPY RUNHIST.

       FD  RECON-WORK-FILE.
       01 RECON-WORK-RECORD PIC X(166).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X(01) VALUE "N".
          88 MAIL-SUPPRESSED VALUE "Y".
       01 WS-CUST-NUMBER-X PIC X(08).

      *    Correspondances des clients fusionnes (cf. copybooks
      *    MERGEXRF et MRGTAB). WS-LOOKUP-NUMBER est le numero en
      *    cours de resolution (remplace par le survivant a chaque
      *    fusion suivie) ; MERGED-NAME-MATCH indique que le nom de
      *    l'enregistrement est celui d'un doublon retire de la
      *    chaine. Les homonymes non retires d'un nom sont comptes
      *    dans WS-HOMONYM-COUNT (le dernier trouve est garde).
       COPY MRGTAB.
       01 WS-MERGEXRF-STATUS PIC X(02) VALUE SPACES.
       01 WS-MERGEXRF-EOF-SWITCH PIC X(01) VALUE "N".
          88 MERGEXRF-EOF VALUE "Y".
       01 WS-LOOKUP-NUMBER PIC 9(8) VALUE ZERO.
       01 WS-MERGE-HOPS PIC 9(4) VALUE ZERO.
       01 WS-MERGE-HOP-SWITCH PIC X(01) VALUE "N".
          88 MERGE-HOP-FOUND VALUE "Y".
       01 WS-MERGE-REDIRECT-SWITCH PIC X(01) VALUE "N".
          88 NUMBER-REDIRECTED VALUE "Y".
       01 WS-MERGED-NAME-SWITCH PIC X(01) VALUE "N".
          88 MERGED-NAME-MATCH VALUE "Y".
       01 WS-HOMONYM-END-SWITCH PIC X(01) VALUE "N".
          88 HOMONYM-END VALUE "Y".
       01 WS-HOMONYM-COUNT PIC 9(4) VALUE ZERO.
       01 WS-HOMONYM-NUMBER PIC 9(8) VALUE ZERO.
       01 WS-HOMONYM-STATUS PIC X(01) VALUE SPACE.
       01 WS-REDIRECT-COUNT PIC 9(6) VALUE ZERO.

      *    Intervalle minimum entre deux contacts (cf. copybook
      *    CNTCTAB) : valeur generale et surcharges par langue lues
      *    dans PARMFILE, intervalle retenu pour l'enregistrement
      *    courant, et volume des personnes ecartees parce que deja
      *    contactees (rejets CF, comptes a part des autres rejets).
      *    GREETED-MASTER absent (statut "35") : aucun historique,
      *    donc aucun plafonnement.
       COPY CNTCTAB.
       01 WS-GREETMAS-STATUS PIC X(02) VALUE SPACES.
       01 WS-GREETMAS-OPEN-SWITCH PIC X(01) VALUE "N".
          88 GREETMAS-OPEN VALUE "Y".
       01 WS-CONTACT-CAP-SWITCH PIC X(01) VALUE "N".
          88 CONTACT-TOO-RECENT VALUE "Y".
       01 WS-CONTACT-LOCALE-KEY PIC X(02) VALUE SPACES.
       01 WS-EFFECTIVE-INTERVAL PIC 9(4) VALUE ZERO.
       01 WS-DAYS-SINCE-CONTACT PIC S9(7) VALUE ZERO.
       01 WS-CAPPED-COUNT PIC 9(6) VALUE ZERO.

      *    Detecte l'absence de GREETOUT au redemarrage (statut "35") :
      *    si le rapport de l'execution interrompue a ete supprime,
      *    on le recree avec OPEN OUTPUT au lieu d'abandonner sur une
       01 WS-MAILEXT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-MAILEXT-HASH PIC 9(12) VALUE ZERO.

      *    Statut du fichier de postage GREETPST : meme logique de
      *    recreation au redemarrage que GREETOUT.
       01 WS-GREETPST-STATUS PIC X(02) VALUE SPACES.

      *    Controle du retaillage des sorties au redemarrage :
      *    CKPT-NEW-FORMAT indique que le checkpoint lu porte l'etat
      *    des sorties (champs MAILEXT/rejets presents) - un
       01 WS-RECON-EOF-SWITCH PIC X(01) VALUE "N".
          88 RECON-EOF VALUE "Y".
       01 WS-RECON-KEPT PIC 9(9) VALUE ZERO.
       01 WS-RECON-LIMIT PIC 9(9) VALUE ZERO.
       01 WS-HASH-WORK PIC 9(13) VALUE ZERO.
       01 WS-RUN-TIMESTAMP PIC X(21).
       01 WS-RUN-TS-FIELDS REDEFINES WS-RUN-TIMESTAMP.
       01 WS-EXPECTED-LAST-KEY PIC A(50) VALUE SPACES.
       01 WS-LAST-SKIPPED-KEY PIC A(50) VALUE SPACES.

      *    Cycle d'exploitation (cf. CHECK-BUSINESS-CYCLE) : date de
      *    gestion et numero du cycle, statut du GREETCTL relu au
      *    demarrage pour detecter un second passage dans le cycle, et
      *    cycle qu'il porte (copie prise avant sa fermeture).
       01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.
       01 WS-CYCLE-NUMBER PIC 9(6) VALUE ZERO.
       01 WS-GREETCTL-STATUS PIC X(02) VALUE SPACES.
       01 WS-PREV-BUSINESS-DATE PIC 9(8) VALUE ZERO.
       01 WS-PREV-CYCLE-NUMBER PIC 9(6) VALUE ZERO.
           COPY CYCLECHK.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INITIALIZE-BATCH
           PERFORM RESOLVE-DEFAULT-GREETING
           PERFORM ECHO-PARAMETERS
           PERFORM OPEN-CUSTOMER-MASTER
           PERFORM OPEN-GREETED-MASTER
           PERFORM LOAD-SUPPRESS-TABLE
           PERFORM LOAD-MERGE-TABLE
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           PERFORM CHECK-BUSINESS-CYCLE
           IF VALIDATE-ONLY-MODE
                OPEN INPUT NAMES-IN-FILE
                OPEN OUTPUT GREETREJ-FILE
           ELSE
                PERFORM CHECK-FOR-RESTART
                IF NOT RESTART-FOUND
                     PERFORM CHECK-PREVIOUS-RUN
                END-IF
                OPEN INPUT NAMES-IN-FILE
                IF RESTART-FOUND
                     PERFORM RECONCILE-OUTPUT-FILES
                          OPEN OUTPUT MAILEXT-FILE
                          PERFORM WRITE-MAILEXT-HEADER
                     END-IF
                     OPEN EXTEND GREETPST-FILE
                     IF WS-GREETPST-STATUS = "35"
                          OPEN OUTPUT GREETPST-FILE
                     END-IF
                     PERFORM SKIP-PROCESSED-RECORDS
                ELSE
                     OPEN OUTPUT GREETOUT-FILE
                     OPEN OUTPUT GREETREJ-FILE
                     OPEN OUTPUT MAILEXT-FILE
                     OPEN OUTPUT GREETPST-FILE
                     PERFORM WRITE-MAILEXT-HEADER
                END-IF
           END-IF.

      *    Lit la date de gestion du cycle d'exploitation (CALL
      *    "cyclechk"). En run normal, le cycle doit etre ouvert et
      *    ni la fusion GREETMERGE ni l'equilibrage GREETBAL ne
      *    doivent y etre passes : la nuit deja consolidee ou
      *    equilibree ne se regenere pas sous elle. En mode controle
      *    seul, simple lecture : a defaut de cycle, la date de
      *    l'horloge.
       CHECK-BUSINESS-CYCLE.
           MOVE "HELLOBAT" TO CKQ-STEP-NAME
           MOVE SPACES TO CKQ-PREREQ-STEP
           MOVE "GREETMRG" TO CKQ-BLOCKING-STEP (1)
           MOVE "GREETBAL" TO CKQ-BLOCKING-STEP (2)
           IF VALIDATE-ONLY-MODE
                SET CKQ-INQUIRE TO TRUE
           ELSE
                SET CKQ-START-STEP TO TRUE
           END-IF
           CALL "cyclechk" USING CYCLE-CHECK-REQUEST
                CYCLE-CHECK-RESPONSE
           IF CKR-STEP-GRANTED
                MOVE CKR-BUSINESS-DATE TO WS-BUSINESS-DATE
                MOVE CKR-CYCLE-NUMBER TO WS-CYCLE-NUMBER
           ELSE
                IF VALIDATE-ONLY-MODE
                     MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
                ELSE
                     DISPLAY "ERREUR : cycle d'exploitation refuse "
                         "(motif " CKR-REFUSAL-REASON " "
                         CKR-STEP-IN-CAUSE ") - cycle "
                         CKR-CYCLE-NUMBER " du " CKR-BUSINESS-DATE
                         " - arret."
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                END-IF
           END-IF
           DISPLAY "Date de gestion " WS-BUSINESS-DATE ", cycle "
               WS-CYCLE-NUMBER.

      *    Hors reprise sur checkpoint, un GREETCTL deja horodate du
      *    cycle en cours signifie que le batch y a deja fini
      *    normalement : un second passage est refuse (RC 16), les
      *    sorties de la nuit ne sont pas touchees. Un GREETCTL
      *    absent, vide ou d'un autre cycle laisse passer.
       CHECK-PREVIOUS-RUN.
           OPEN INPUT GREETCTL-FILE
           IF WS-GREETCTL-STATUS = "00"
                READ GREETCTL-FILE
                    AT END
                        MOVE ZERO TO WS-PREV-BUSINESS-DATE
                        MOVE ZERO TO WS-PREV-CYCLE-NUMBER
                    NOT AT END
                        MOVE GC-BUSINESS-DATE TO WS-PREV-BUSINESS-DATE
                        MOVE GC-CYCLE-NUMBER TO WS-PREV-CYCLE-NUMBER
                END-READ
                CLOSE GREETCTL-FILE
                IF WS-PREV-CYCLE-NUMBER = WS-CYCLE-NUMBER
                        AND WS-PREV-BUSINESS-DATE = WS-BUSINESS-DATE
                     DISPLAY "ERREUR : le batch a deja fini "
                         "normalement dans le cycle "
                         WS-CYCLE-NUMBER " du " WS-BUSINESS-DATE
                         " (GREETCTL) - second passage refuse."
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                END-IF
           END-IF.

      *    Lit le fichier de parametres PARMFILE. Un fichier absent
      *    (statut "35") laisse simplement les valeurs par defaut ;
      *    un mot-cle inconnu ou une valeur invalide arrete le job
                                  "chiffres, 0000 = sans limite)."
                              SET PARM-ERROR TO TRUE
                         END-IF
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
      *    valeur lue. Les postes au-dela de WS-CONTACT-COUNT sont a
      *    espaces et ne peuvent pas repondre a un code non blanc.
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
      *    la table des locales. Si la langue par defaut demandee n'y
      *    figure pas, on reste sur "Bonjour" avec un avertissement,
               " (" FUNCTION TRIM(WS-DEFAULT-GREETING) ")"
           DISPLAY "  VALIDATE-ONLY       = " WS-VALIDATE-ONLY-SWITCH
           DISPLAY "  REJECT-TOLERANCE    = " WS-REJECT-TOLERANCE
               " (0000 = sans limite)"
           DISPLAY "  CONTACT-INTERVAL    = " WS-CONTACT-INTERVAL
               " jours (0000 = sans limite)"
           PERFORM VARYING WS-CONTACT-IDX FROM 1 BY 1
                   UNTIL WS-CONTACT-IDX > WS-CONTACT-COUNT
                DISPLAY "  CONTACT-INTERVAL-"
                    WS-CONTACT-LOCALE (WS-CONTACT-IDX) " = "
                    WS-CONTACT-DAYS (WS-CONTACT-IDX) " jours"
           END-PERFORM.

      *    Recherche un checkpoint d'une execution precedente. Si
      *    RESTART-FILE existe et contient un enregistrement, on
                             MOVE RST-OPTOUT-COUNT
                                 TO WS-OPTOUT-COUNT
                        END-IF
                        IF RST-CAPPED-COUNT NUMERIC
                             MOVE RST-CAPPED-COUNT
                                 TO WS-CAPPED-COUNT
                        END-IF
                        SET RESTART-FOUND TO TRUE
                END-READ
                CLOSE RESTART-FILE
      *    le fichier de travail RECONWRK, puis recopiee en retour.
      *    GREETOUT recoit exactement une ligne par detail MAILEXT
      *    (meme branche d'ecriture) : le meme compteur vaut pour les
      *    deux, ainsi que pour le fichier de postage GREETPST (le
      *    fichier de travail est dimensionne sur le plus long des
      *    enregistrements recopies, celui de GREETPST). Un
      *    checkpoint de l'ancien format (sans compteurs de
      *    sortie) ne permet pas de retailler : la reprise se fait
      *    alors a l'ancienne, sans retaillage.
       RECONCILE-OUTPUT-FILES.
                PERFORM RECONCILE-MAILEXT
                PERFORM RECONCILE-GREETOUT
                PERFORM RECONCILE-GREETREJ
                PERFORM RECONCILE-GREETPST
           END-IF.

      *    Retaille MAILEXT : en-tete conserve, puis les
                CLOSE GREETOUT-FILE RECON-WORK-FILE
           END-IF.

      *    Retaille GREETREJ aux premiers rejets ecrits avant le
      *    checkpoint : rejets proprement dits et personnes deja
      *    contactees (motif CF), les deux compteurs etant portes par
      *    le checkpoint.
       RECONCILE-GREETREJ.
           MOVE "N" TO WS-RECON-EOF-SWITCH
           MOVE ZERO TO WS-RECON-KEPT
           COMPUTE WS-RECON-LIMIT = WS-REJECT-COUNT + WS-CAPPED-COUNT
           OPEN INPUT GREETREJ-FILE
           IF WS-GREETREJ-STATUS = "00"
                OPEN OUTPUT RECON-WORK-FILE
                PERFORM UNTIL RECON-EOF
                        OR WS-RECON-KEPT >= WS-RECON-LIMIT
                     READ GREETREJ-FILE
                         AT END
                             SET RECON-EOF TO TRUE
                CLOSE GREETREJ-FILE RECON-WORK-FILE
           END-IF.

      *    Retaille GREETPST aux WS-MAILEXT-COUNT premieres lignes
      *    (une ligne de postage par detail MAILEXT, meme branche
      *    d'ecriture) : une salutation de la fenetre orpheline ne
      *    sera ainsi jamais postee deux fois.
       RECONCILE-GREETPST.
           MOVE "N" TO WS-RECON-EOF-SWITCH
           MOVE ZERO TO WS-RECON-KEPT
           OPEN INPUT GREETPST-FILE
           IF WS-GREETPST-STATUS = "00"
                OPEN OUTPUT RECON-WORK-FILE
                PERFORM UNTIL RECON-EOF
                        OR WS-RECON-KEPT >= WS-MAILEXT-COUNT
                     READ GREETPST-FILE
                         AT END
                             SET RECON-EOF TO TRUE
                         NOT AT END
                             MOVE GREET-POSTING-RECORD
                                 TO RECON-WORK-RECORD
                             WRITE RECON-WORK-RECORD
                             ADD 1 TO WS-RECON-KEPT
                     END-READ
                END-PERFORM
                CLOSE GREETPST-FILE RECON-WORK-FILE

                MOVE "N" TO WS-RECON-EOF-SWITCH
                OPEN OUTPUT GREETPST-FILE
                OPEN INPUT RECON-WORK-FILE
                PERFORM UNTIL RECON-EOF
                     READ RECON-WORK-FILE
                         AT END
                             SET RECON-EOF TO TRUE
                         NOT AT END
                             MOVE RECON-WORK-RECORD
                                 TO GREET-POSTING-RECORD
                             WRITE GREET-POSTING-RECORD
                     END-READ
                END-PERFORM
                CLOSE GREETPST-FILE RECON-WORK-FILE
           END-IF.

      *    Traite un enregistrement NAMES-IN : controle le nom (meme
      *    regle que la saisie interactive) et le code locale, route
      *    les entrees refusees vers le fichier des rejets GREETREJ
                        AND WS-CUST-STATUS = "S"
                     ADD 1 TO WS-SUPPRESSED-COUNT
                ELSE

      *    Une personne deja contactee dans l'intervalle minimum part
      *    dans GREETREJ sous le motif CF (compte a part, hors seuil
      *    REJECT-TOLERANCE) au lieu de recevoir un deuxieme courrier.
                PERFORM CHECK-CONTACT-INTERVAL
                IF CONTACT-TOO-RECENT
                     MOVE "CF" TO WS-REJECT-REASON
                     PERFORM WRITE-REJECT-RECORD
                ELSE
                     IF NOT VALIDATE-ONLY-MODE
                          PERFORM BUILD-GREETING-LINE
                          WRITE GREETOUT-RECORD
                          PERFORM WRITE-MAILEXT-DETAIL
                          PERFORM WRITE-POSTING-RECORD
                     END-IF
                END-IF
                END-IF
                END-IF
           END-IF

           IF NOT VALIDATE-ONLY-MODE
                IF CUSTMAS-OPEN
                     CLOSE CUSTOMER-MASTER-FILE
                END-IF
                IF GREETMAS-OPEN
                     CLOSE GREETED-MASTER-FILE
                END-IF
                IF NOT VALIDATE-ONLY-MODE
                     CLOSE GREETOUT-FILE MAILEXT-FILE GREETPST-FILE
                END-IF
                MOVE 16 TO RETURN-CODE
                STOP RUN
      *    Ecrit l'enregistrement courant dans le fichier des rejets :
      *    numero d'enregistrement, code motif et entree d'origine
      *    telle que lue (avant mise en majuscules), pour permettre la
      *    correction et la resoumission. Le motif CF (deja contacte)
      *    est compte a part des rejets proprement dits.
       WRITE-REJECT-RECORD.
           IF WS-REJECT-REASON = "CF"
                ADD 1 TO WS-CAPPED-COUNT
           ELSE
                ADD 1 TO WS-REJECT-COUNT
           END-IF
           MOVE WS-RECORD-COUNT TO RJ-RECORD-NUMBER
           MOVE WS-REJECT-REASON TO RJ-REASON-CODE
           MOVE NI-NAME TO RJ-NAME
                SET CUSTMAS-OPEN TO TRUE
           END-IF.

      *    Ouvre GREETED-MASTER en lecture seule une fois au
      *    demarrage, pour les lectures directes de
      *    CHECK-CONTACT-INTERVAL. Fichier absent (statut "35") : il
      *    reste ferme et personne n'est considere comme deja
      *    contacte ; un avertissement le signale si une regle
      *    d'intervalle est en vigueur.
       OPEN-GREETED-MASTER.
           OPEN INPUT GREETED-MASTER-FILE
           IF WS-GREETMAS-STATUS = "00"
                SET GREETMAS-OPEN TO TRUE
           ELSE
                IF WS-CONTACT-INTERVAL > ZERO
                        OR WS-CONTACT-COUNT > ZERO
                     DISPLAY "ATTENTION : GREETED-MASTER indisponible "
                         "(statut " WS-GREETMAS-STATUS ") - "
                         "intervalle entre contacts non controle."
                END-IF
           END-IF.

      *    Determine si la personne courante a deja ete contactee
      *    dans l'intervalle minimum de sa langue : lecture directe
      *    de GREETED-MASTER sur le nom canonique et ecart en jours
      *    entre la date du run et GM-LAST-SEEN-DATE. Positionne
      *    CONTACT-TOO-RECENT. Un intervalle nul ou une personne
      *    jamais saluee ne plafonnent rien.
       CHECK-CONTACT-INTERVAL.
           MOVE "N" TO WS-CONTACT-CAP-SWITCH
           IF WS-UPPER-LOCALE = SPACES
                MOVE WS-DEFAULT-LOCALE TO WS-CONTACT-LOCALE-KEY
           ELSE
                MOVE WS-UPPER-LOCALE TO WS-CONTACT-LOCALE-KEY
           END-IF
           PERFORM RESOLVE-CONTACT-INTERVAL
           IF WS-EFFECTIVE-INTERVAL > ZERO AND GREETMAS-OPEN
                MOVE WS-CANONICAL-UPPER TO GM-NAME
                READ GREETED-MASTER-FILE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         IF GM-LAST-SEEN-DATE NUMERIC
                                 AND GM-LAST-SEEN-DATE > ZERO
                              COMPUTE WS-DAYS-SINCE-CONTACT
                                  = FUNCTION INTEGER-OF-DATE
                                        (WS-BUSINESS-DATE)
                                  - FUNCTION INTEGER-OF-DATE
                                        (GM-LAST-SEEN-DATE)
                              IF WS-DAYS-SINCE-CONTACT
                                      < WS-EFFECTIVE-INTERVAL
                                   SET CONTACT-TOO-RECENT TO TRUE
                              END-IF
                         END-IF
                END-READ
           END-IF.

      *    Intervalle applicable a la langue WS-CONTACT-LOCALE-KEY :
      *    la surcharge CONTACT-INTERVAL-XX de cette langue si
      *    PARMFILE en porte une, la valeur generale sinon.
       RESOLVE-CONTACT-INTERVAL.
           MOVE WS-CONTACT-INTERVAL TO WS-EFFECTIVE-INTERVAL
           SET WS-CONTACT-IDX TO 1
           SEARCH WS-CONTACT-ENTRY
                AT END
                    CONTINUE
                WHEN WS-CONTACT-LOCALE (WS-CONTACT-IDX)
                        = WS-CONTACT-LOCALE-KEY
                    MOVE WS-CONTACT-DAYS (WS-CONTACT-IDX)
                        TO WS-EFFECTIVE-INTERVAL
           END-SEARCH.

      *    Charge la liste d'opposition au courrier en table memoire
      *    au demarrage (cf. copybooks SUPREC et SUPTAB). Seules les
      *    entrees actives sont chargees ; le controle des dates se
                CLOSE SUPLIST-FILE
           END-IF.

      *    Charge les correspondances des clients fusionnes en table
      *    memoire au demarrage (cf. copybooks MERGEXRF et MRGTAB).
      *    Fichier absent (statut "35") ou vide : aucune fusion. Le
      *    nom du doublon est mis en majuscules pour le controle
      *    croise.
       LOAD-MERGE-TABLE.
           OPEN INPUT MERGE-XREF-FILE
           IF WS-MERGEXRF-STATUS = "00"
                PERFORM UNTIL MERGEXRF-EOF OR WS-MERGE-COUNT >= 2000
                     READ MERGE-XREF-FILE
                         AT END
                             SET MERGEXRF-EOF TO TRUE
                         NOT AT END
                             ADD 1 TO WS-MERGE-COUNT
                             SET WS-MRG-IDX TO WS-MERGE-COUNT
                             MOVE MX-RETIRED-NUMBER
                                 TO WS-MRG-RETIRED (WS-MRG-IDX)
                             MOVE MX-SURVIVOR-NUMBER
                                 TO WS-MRG-SURVIVOR (WS-MRG-IDX)
                             MOVE FUNCTION UPPER-CASE(MX-RETIRED-NAME)
                                 TO WS-MRG-RETIRED-NAME (WS-MRG-IDX)
                     END-READ
                END-PERFORM
                IF NOT MERGEXRF-EOF
                     DISPLAY "ATTENTION : MERGEXRF a plus de 2000 "
                         "fusions - seules les 2000 premieres sont "
                         "chargees."
                END-IF
                CLOSE MERGE-XREF-FILE
           END-IF.

      *    Consulte la liste d'opposition pour l'enregistrement
      *    courant : par nom (en majuscules) ou, si le client est
      *    rattache, par numero client, pour une opposition en
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUPLIST-COUNT
                       OR MAIL-SUPPRESSED
                IF WS-BUSINESS-DATE
                            >= WS-SUP-START-DATE (WS-SUP-IDX)
                        AND WS-BUSINESS-DATE
                            <= WS-SUP-END-DATE (WS-SUP-IDX)
                     IF (WS-SUP-TYPE (WS-SUP-IDX) = "N"
                             AND (WS-SUP-KEY (WS-SUP-IDX)
      *    deja resolus par NAMEVAL) sur la cle secondaire : le
      *    fichier client porte le nom formel, pas le surnom. Une
      *    lecture qui repond "02" signale qu'au moins un autre
      *    client porte le meme nom : les clients retires par une
      *    fusion sont alors ecartes (cf. RESOLVE-HOMONYMS), et s'il
      *    reste plusieurs candidats, sans numero pour les
      *    departager, l'enregistrement part en rejet (NA) au lieu
      *    de prendre le premier venu. Un nom qui ne designe qu'un
      *    client retire est rattache a son survivant.
       LOOKUP-BY-NAME.
           IF CUSTMAS-OPEN
                MOVE WS-CANONICAL-UPPER TO CM-CUSTOMER-NAME
                         CONTINUE
                     NOT INVALID KEY
                         IF WS-CUSTMAS-STATUS = "02"
                              PERFORM RESOLVE-HOMONYMS
                         ELSE
                              SET CUSTOMER-FOUND TO TRUE
                              MOVE CM-CUSTOMER-NUMBER
                                  TO WS-CUST-NUMBER
                              MOVE CM-ACCOUNT-STATUS
                                  TO WS-CUST-STATUS
                              PERFORM REDIRECT-MERGED-CUSTOMER
                         END-IF
                END-READ
           END-IF.

      *    Parcourt, par lecture sequentielle sur la cle secondaire,
      *    tous les clients du nom canonique a partir du premier lu,
      *    en ne comptant que ceux qui n'ont pas ete retires par une
      *    fusion. Un seul candidat restant : il est rattache ;
      *    sinon rejet NA.
       RESOLVE-HOMONYMS.
           MOVE ZERO TO WS-HOMONYM-COUNT
           MOVE "N" TO WS-HOMONYM-END-SWITCH
           PERFORM COUNT-ONE-HOMONYM
           PERFORM UNTIL HOMONYM-END
                READ CUSTOMER-MASTER-FILE NEXT RECORD
                     AT END
                         SET HOMONYM-END TO TRUE
                     NOT AT END
                         IF CM-CUSTOMER-NAME NOT = WS-CANONICAL-UPPER
                              SET HOMONYM-END TO TRUE
                         ELSE
                              PERFORM COUNT-ONE-HOMONYM
                         END-IF
                END-READ
           END-PERFORM
           IF WS-HOMONYM-COUNT = 1
                SET CUSTOMER-FOUND TO TRUE
                MOVE WS-HOMONYM-NUMBER TO WS-CUST-NUMBER
                MOVE WS-HOMONYM-STATUS TO WS-CUST-STATUS
                ADD 1 TO WS-REDIRECT-COUNT
           ELSE
                MOVE "NA" TO WS-REJECT-REASON
           END-IF.

      *    Compte le client courant comme homonyme s'il n'est pas un
      *    numero retire de la table des fusions.
       COUNT-ONE-HOMONYM.
           MOVE CM-CUSTOMER-NUMBER TO WS-LOOKUP-NUMBER
           PERFORM FOLLOW-ONE-MERGE
           IF NOT MERGE-HOP-FOUND
                ADD 1 TO WS-HOMONYM-COUNT
                MOVE CM-CUSTOMER-NUMBER TO WS-HOMONYM-NUMBER
                MOVE CM-ACCOUNT-STATUS TO WS-HOMONYM-STATUS
           END-IF.

      *    Le client rattache par le nom est un doublon retire : il
      *    est remplace par son survivant, lu sur la cle primaire
      *    (un survivant absent du fichier laisse le rattachement
      *    au retire).
       REDIRECT-MERGED-CUSTOMER.
           MOVE WS-CUST-NUMBER TO WS-LOOKUP-NUMBER
           PERFORM RESOLVE-MERGED-NUMBER
           IF NUMBER-REDIRECTED
                MOVE WS-LOOKUP-NUMBER TO CM-CUSTOMER-NUMBER
                READ CUSTOMER-MASTER-FILE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         MOVE CM-CUSTOMER-NUMBER TO WS-CUST-NUMBER
                         MOVE CM-ACCOUNT-STATUS TO WS-CUST-STATUS
                         ADD 1 TO WS-REDIRECT-COUNT
                END-READ
           END-IF.

      *    Remplace WS-LOOKUP-NUMBER par son survivant tant qu'il
      *    figure parmi les numeros retires de la table des fusions
      *    (fusions successives), positionne NUMBER-REDIRECTED si au
      *    moins une fusion a ete suivie et MERGED-NAME-MATCH si le
      *    nom de l'enregistrement (saisi ou canonique) est celui
      *    d'un des doublons retires. Le nombre de fusions suivies
      *    est borne par la taille de la table.
       RESOLVE-MERGED-NUMBER.
           MOVE "N" TO WS-MERGE-REDIRECT-SWITCH
           MOVE "N" TO WS-MERGED-NAME-SWITCH
           MOVE ZERO TO WS-MERGE-HOPS
           PERFORM FOLLOW-ONE-MERGE
           PERFORM UNTIL NOT MERGE-HOP-FOUND
                      OR WS-MERGE-HOPS > WS-MERGE-COUNT
                SET NUMBER-REDIRECTED TO TRUE
                PERFORM FOLLOW-ONE-MERGE
           END-PERFORM.

      *    Recherche WS-LOOKUP-NUMBER parmi les numeros retires ; si
      *    trouve, le remplace par le survivant (MERGE-HOP-FOUND).
       FOLLOW-ONE-MERGE.
           MOVE "N" TO WS-MERGE-HOP-SWITCH
           PERFORM VARYING WS-MRG-IDX FROM 1 BY 1
                   UNTIL WS-MRG-IDX > WS-MERGE-COUNT
                      OR MERGE-HOP-FOUND
                IF WS-MRG-RETIRED (WS-MRG-IDX) = WS-LOOKUP-NUMBER
                     SET MERGE-HOP-FOUND TO TRUE
                     ADD 1 TO WS-MERGE-HOPS
                     IF WS-MRG-RETIRED-NAME (WS-MRG-IDX)
                             = WS-UPPER-NAME
                          OR WS-MRG-RETIRED-NAME (WS-MRG-IDX)
                             = WS-CANONICAL-UPPER
                          SET MERGED-NAME-MATCH TO TRUE
                     END-IF
                     MOVE WS-MRG-SURVIVOR (WS-MRG-IDX)
                         TO WS-LOOKUP-NUMBER
                END-IF
           END-PERFORM.

      *    Recherche par le numero client fourni par NAMES-IN, sur la
      *    cle primaire, avec controle croise du nom : un numero non
      *    numerique (CN), inconnu (CI) ou dont le nom enregistre ne
      *    correspond pas au nom de l'enregistrement (CD) part en
      *    rejet. Un numero retire par une fusion est d'abord
      *    remplace par son survivant (cf. RESOLVE-MERGED-NUMBER).
       LOOKUP-BY-NUMBER.
           IF NI-CUSTOMER-NUMBER NOT NUMERIC
                MOVE "CN" TO WS-REJECT-REASON
                IF NOT CUSTMAS-OPEN
                     MOVE "CI" TO WS-REJECT-REASON
                ELSE
                     MOVE NI-CUSTOMER-NUMBER TO WS-LOOKUP-NUMBER
                     PERFORM RESOLVE-MERGED-NUMBER
                     MOVE WS-LOOKUP-NUMBER TO CM-CUSTOMER-NUMBER
                     READ CUSTOMER-MASTER-FILE
                          INVALID KEY
                              MOVE "CI" TO WS-REJECT-REASON
      *    Le controle croise accepte le nom saisi OU sa forme
      *    canonique : le CRM peut envoyer le surnom alors que le
      *    fichier client porte le nom formel resolu par l'annuaire.
      *    Apres une fusion, le nom du doublon retire est accepte
      *    aussi.
                              IF FUNCTION UPPER-CASE
                                      (CM-CUSTOMER-NAME)
                                      NOT = WS-UPPER-NAME
                                  AND FUNCTION UPPER-CASE
                                      (CM-CUSTOMER-NAME)
                                      NOT = WS-CANONICAL-UPPER
                                  AND NOT MERGED-NAME-MATCH
                                   MOVE "CD" TO WS-REJECT-REASON
                              ELSE
                                   SET CUSTOMER-FOUND TO TRUE
                                       TO WS-CUST-NUMBER
                                   MOVE CM-ACCOUNT-STATUS
                                       TO WS-CUST-STATUS
                                   IF NUMBER-REDIRECTED
                                        ADD 1 TO WS-REDIRECT-COUNT
                                   END-IF
                              END-IF
                     END-READ
                END-IF
           END-IF.

      *    Ecrit l'en-tete de l'extraction mailer : date et heure du
      *    run, nom du job, date de gestion et numero du cycle.
       WRITE-MAILEXT-HEADER.
           MOVE SPACES TO MAILEXT-HEADER-RECORD
           MOVE "H" TO MXH-RECORD-TYPE
           MOVE WS-RUN-DATE TO MXH-RUN-DATE
           MOVE WS-RUN-TIME TO MXH-RUN-TIME
           MOVE "HELLOBAT" TO MXH-JOB-NAME
           MOVE WS-BUSINESS-DATE TO MXH-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER TO MXH-CYCLE-NUMBER
           WRITE MAILEXT-HEADER-RECORD.

      *    Ecrit le detail de l'extraction mailer pour la salutation
                MOVE WS-UPPER-LOCALE TO MXD-LOCALE-CODE
           END-IF
           MOVE WS-GREETING-TEXT TO MXD-GREETING-TEXT
           MOVE WS-BUSINESS-DATE TO MXD-PROCESS-DATE
           WRITE MAILEXT-DETAIL-RECORD

           ADD 1 TO WS-MAILEXT-COUNT
           MOVE FUNCTION MOD(WS-HASH-WORK, 1000000000000)
               TO WS-MAILEXT-HASH.

      *    Ecrit la ligne de postage de la salutation courante pour
      *    l'etape GREETPOST : date de gestion et heure du run,
      *    entree brute et en majuscules, code locale effectif (celui
      *    du detail MAILEXT) et nom canonique en majuscules, cle de
      *    GREETED-MASTER.
       WRITE-POSTING-RECORD.
           MOVE WS-BUSINESS-DATE TO GP-LOG-DATE
           MOVE WS-RUN-TIME TO GP-LOG-TIME
           MOVE NI-NAME TO GP-RAW-INPUT
           MOVE WS-UPPER-NAME TO GP-UPPER-INPUT
           MOVE MXD-LOCALE-CODE TO GP-LOCALE-CODE
           MOVE WS-CANONICAL-UPPER TO GP-CANONICAL-NAME
           WRITE GREET-POSTING-RECORD.

      *    Ecrit l'enregistrement de fin de l'extraction mailer :
      *    nombre de details et total de controle, a rapprocher par
      *    le mailer avant impression.
      *    d'enregistrements traites, cle du dernier enregistrement,
      *    etat de l'extraction mailer (compteur et total de
      *    controle) et compteurs de courriers supprimes (suspendus
      *    et opposition, personnes deja contactees) pour une reprise
      *    juste jusqu'aux totaux de controle GREETCTL.
       WRITE-CHECKPOINT.
           OPEN OUTPUT RESTART-FILE
           MOVE WS-RECORD-COUNT TO RST-LAST-COUNT
           MOVE WS-REJECT-COUNT TO RST-REJECT-COUNT
           MOVE WS-SUPPRESSED-COUNT TO RST-SUSPENDED-COUNT
           MOVE WS-OPTOUT-COUNT TO RST-OPTOUT-COUNT
           MOVE WS-CAPPED-COUNT TO RST-CAPPED-COUNT
           WRITE RESTART-RECORD
           CLOSE RESTART-FILE.

      *    Ecrit les totaux de controle du run pour l'etape
      *    d'equilibrage GREETBAL : enregistrements lus, salutations
      *    ecrites, rejets, courriers supprimes (suspendus et
      *    opposition) et personnes deja contactees dans l'intervalle
      *    minimum, date de gestion et numero du cycle. Un
      *    enregistrement unique, reecrit a chaque run.
       WRITE-CONTROL-TOTALS.
           OPEN OUTPUT GREETCTL-FILE
           MOVE WS-RUN-DATE TO GC-RUN-DATE
           MOVE WS-REJECT-COUNT TO GC-REJECT-COUNT
           MOVE WS-SUPPRESSED-COUNT TO GC-SUSPENDED-COUNT
           MOVE WS-OPTOUT-COUNT TO GC-OPTOUT-COUNT
           MOVE WS-CAPPED-COUNT TO GC-CAPPED-COUNT
           MOVE WS-BUSINESS-DATE TO GC-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER TO GC-CYCLE-NUMBER
           WRITE GREETCTL-RECORD
           CLOSE GREETCTL-FILE.

           IF CUSTMAS-OPEN
                CLOSE CUSTOMER-MASTER-FILE
           END-IF
           IF GREETMAS-OPEN
                CLOSE GREETED-MASTER-FILE
           END-IF
           IF NOT VALIDATE-ONLY-MODE
                PERFORM WRITE-MAILEXT-TRAILER
                CLOSE GREETOUT-FILE MAILEXT-FILE GREETPST-FILE
                PERFORM WRITE-CONTROL-TOTALS
           END-IF
           DISPLAY "Courriers supprimes (clients suspendus) : "
               WS-OPTOUT-COUNT
           DISPLAY "Enregistrements rejetes (cf. GREETREJ)   : "
               WS-REJECT-COUNT
           DISPLAY "Deja contactes, motif CF (cf. GREETREJ)  : "
               WS-CAPPED-COUNT
           DISPLAY "Rattaches grace a une fusion (MERGEXRF)  : "
               WS-REDIRECT-COUNT
           IF NOT VALIDATE-ONLY-MODE
                PERFORM CLEAR-CHECKPOINT
           END-IF
           MOVE WS-REJECT-COUNT TO RH-REJECT-COUNT
           MOVE WS-SUPPRESSED-COUNT TO RH-SUPPRESSED-COUNT
           MOVE WS-OPTOUT-COUNT TO RH-OPTOUT-COUNT
           MOVE WS-CAPPED-COUNT TO RH-MISC-COUNT
           MOVE RETURN-CODE TO RH-RETURN-CODE
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER TO RH-CYCLE-NUMBER
           WRITE RUNHIST-RECORD
           CLOSE RUNHIST-FILE.
