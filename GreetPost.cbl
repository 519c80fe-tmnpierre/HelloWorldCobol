      *    *************************************************************
      *    Postage des salutations du batch de nuit dans GREETLOG et
      *    GREETED-MASTER.
      *
      *    Jusqu'ici, seuls les canaux interactifs (HELLOWRD,
      *    HELLOCICS) journalisaient leurs salutations dans GREETLOG
      *    et tenaient GREETED-MASTER a jour : le plus gros volume,
      *    le courrier de nuit de HELLOWRDBATCH, etait invisible de
      *    GREETINQ, du rapport mensuel GREETRPT, de la selection
      *    CAMPEXT et du rejeu GREETMASFIX.
      *
      *    HELLOWRDBATCH ecrit une ligne GREETPST par salutation
      *    retenue (cf. copybook GREETPST) ; pour HELLOBATP, GREETMERGE
      *    fusionne les fichiers des partitions. Ce programme, execute
      *    UNE fois apres l'etape d'equilibrage GREETBAL (cf.
      *    jcl/HELLOBAT.jcl et jcl/HELLOBATP.jcl), poste la nuit :
      *    - un identifiant de session batch est attribue comme pour
      *      une session interactive (plus grand GL-SESSION-ID de
      *      GREETLOG + 1), partage par toutes les lignes de la nuit ;
      *    - pour chaque ligne GREETPST : une ligne GREETLOG (journal
      *      d'abord), puis la mise a jour de GREETED-MASTER par cle
      *      sous le nom canonique (date de derniere salutation et
      *      compteur, ou nouvel enregistrement) - memes regles que
      *      UPDATE-GREETED-MASTER des canaux interactifs, a la date
      *      du run batch.
      *
      *    Pas de double comptage :
      *    - sur reprise du batch : GREETPST est retaille au
      *      checkpoint comme GREETOUT, et rien n'est poste avant que
      *      la nuit soit complete et equilibree ;
      *    - en parallele : les quatre partitions ne touchent ni
      *      GREETLOG ni le fichier indexe, seule cette etape le fait ;
      *    - sur relance de cette etape : le fichier de controle
      *      POSTCTL (cf. copybook POSTCTL) identifie le dernier
      *      fichier poste. Un fichier deja poste en entier n'est pas
      *      reposte ; apres un incident en cours de postage, la
      *      relance reprend la MEME session et saute les lignes deja
      *      journalisees sous cet identifiant. La ligne GREETLOG
      *      etant ecrite avant la mise a jour du maitre, un incident
      *      entre les deux laisse au pire UNE salutation absente de
      *      GREETED-MASTER (jamais une de trop), que GREETMASFIX
      *      recupere depuis le journal.
      *
      *    Codes retour : 0 postage fait (ou deja fait) ; 4 le
      *    postage precedent etait inacheve sur un AUTRE fichier
      *    (signale, le nouveau fichier est poste) ; 16 GREETPST
      *    absent.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. greetpost.
       AUTHOR. pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Salutations retenues de la nuit, a poster.
           SELECT GREETPST-FILE ASSIGN TO "GREETPST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GREETPST-STATUS.

      *    Journal d'audit des salutations, partage avec les canaux
      *    interactifs (OPEN EXTEND, cree au premier run).
           SELECT GREETLOG-FILE ASSIGN TO "GREETLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GREETLOG-STATUS.

      *    Fichier permanent des personnes saluees (cle : nom
      *    canonique en majuscules), mis a jour par cle.
           SELECT GREETED-MASTER-FILE ASSIGN TO "GREETMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-NAME
               FILE STATUS IS WS-GREETMAS-STATUS.

      *    Controle du postage : dernier fichier poste, session
      *    attribuee et etat (cf. copybook POSTCTL).
           SELECT POSTCTL-FILE ASSIGN TO "POSTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTCTL-STATUS.

      *    Historique des runs batch, ajoute en fin de traitement
      *    (cf. copybook RUNHIST et le rapport RUNHRPT).
           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GREETPST-FILE.
           COPY GREETPST.

       FD  GREETLOG-FILE.
           COPY GREETLOG.

       FD  GREETED-MASTER-FILE.
           COPY GREETMAS.

       FD  POSTCTL-FILE.
           COPY POSTCTL.

       FD  RUNHIST-FILE.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
       01 WS-GREETPST-STATUS PIC X(02) VALUE SPACES.
       01 WS-GREETLOG-STATUS PIC X(02) VALUE SPACES.
       01 WS-GREETMAS-STATUS PIC X(02) VALUE SPACES.
       01 WS-POSTCTL-STATUS PIC X(02) VALUE SPACES.
       01 WS-RUNHIST-STATUS PIC X(02) VALUE SPACES.
       01 WS-EOF-SWITCH PIC X(01) VALUE "N".
          88 END-OF-FILE VALUE "Y".

      *    Identite du fichier GREETPST courant : date et heure du
      *    premier enregistrement, nombre d'enregistrements.
       01 WS-FIRST-DATE PIC 9(8) VALUE ZERO.
       01 WS-FIRST-TIME PIC 9(6) VALUE ZERO.
       01 WS-POSTING-COUNT PIC 9(9) VALUE ZERO.

      *    Etat du controle POSTCTL lu au demarrage.
       01 WS-CONTROL-FOUND-SWITCH PIC X(01) VALUE "N".
          88 CONTROL-FOUND VALUE "Y".
       01 WS-SAME-FILE-SWITCH PIC X(01) VALUE "N".
          88 SAME-POSTING-FILE VALUE "Y".
       01 WS-PREV-STATE PIC X(01) VALUE SPACE.
          88 PREV-IN-PROGRESS VALUE "E".
          88 PREV-COMPLETE VALUE "C".
       01 WS-PREV-SESSION-ID PIC 9(6) VALUE ZERO.

      *    Session batch attribuee a la nuit, et nombre de lignes
      *    deja journalisees sous cet identifiant (reprise).
       01 WS-SESSION-ID PIC 9(6) VALUE ZERO.
       01 WS-ALREADY-LOGGED PIC 9(9) VALUE ZERO.
       01 WS-SKIP-COUNT PIC 9(9) VALUE ZERO.

      *    Compteurs du run : lignes postees par ce run, noms
      *    nouveaux dans GREETED-MASTER.
       01 WS-POSTED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-NEW-NAME-COUNT PIC 9(9) VALUE ZERO.
       01 WS-GREETED-FOUND-SWITCH PIC X(01) VALUE "N".
          88 GREETED-NAME-FOUND VALUE "Y".

       01 WS-RUN-MODE PIC X(10) VALUE "NORMAL".

       01 WS-CURRENT-TIMESTAMP PIC X(21).
       01 WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(6).
          05 FILLER           PIC X(07).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           PERFORM IDENTIFY-POSTING-FILE
           PERFORM READ-POSTING-CONTROL

           IF SAME-POSTING-FILE AND PREV-COMPLETE
                DISPLAY "Fichier GREETPST deja poste (session "
                    WS-PREV-SESSION-ID ") - rien a faire."
                MOVE "DEJA-POSTE" TO WS-RUN-MODE
           ELSE
                IF SAME-POSTING-FILE AND PREV-IN-PROGRESS
                     MOVE WS-PREV-SESSION-ID TO WS-SESSION-ID
                     PERFORM COUNT-ALREADY-LOGGED
                     MOVE "REPRISE" TO WS-RUN-MODE
                     DISPLAY "Reprise du postage, session "
                         WS-SESSION-ID " : " WS-ALREADY-LOGGED
                         " ligne(s) deja journalisee(s)."
                ELSE
                     IF CONTROL-FOUND AND PREV-IN-PROGRESS
                          DISPLAY "ATTENTION : le postage de la "
                              "session " WS-PREV-SESSION-ID
                              " etait inacheve et son fichier a ete "
                              "remplace - lancer GREETMASFIX pour "
                              "completer GREETED-MASTER."
                          MOVE 4 TO RETURN-CODE
                     END-IF
                     PERFORM DETERMINE-SESSION-ID
                END-IF
                PERFORM WRITE-POSTING-CONTROL-OPEN
                PERFORM POST-GREETINGS
                PERFORM WRITE-POSTING-CONTROL-DONE
                DISPLAY "Salutations postees (session "
                    WS-SESSION-ID ") : " WS-POSTED-COUNT
                DISPLAY "Noms nouveaux dans GREETED-MASTER    : "
                    WS-NEW-NAME-COUNT
           END-IF

           PERFORM WRITE-RUN-HISTORY
           STOP RUN.

      *    Lit GREETPST une premiere fois pour en etablir l'identite :
      *    date et heure du premier enregistrement, nombre
      *    d'enregistrements. Un fichier absent arrete le job : la
      *    nuit n'a pas produit son fichier de postage.
       IDENTIFY-POSTING-FILE.
           OPEN INPUT GREETPST-FILE
           IF WS-GREETPST-STATUS NOT = "00"
                DISPLAY "ERREUR : GREETPST absent (statut "
                    WS-GREETPST-STATUS ") - arret."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL END-OF-FILE
                READ GREETPST-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-POSTING-COUNT
                        IF WS-POSTING-COUNT = 1
                             MOVE GP-LOG-DATE TO WS-FIRST-DATE
                             MOVE GP-LOG-TIME TO WS-FIRST-TIME
                        END-IF
                END-READ
           END-PERFORM
           CLOSE GREETPST-FILE.

      *    Lit le controle du dernier postage (fichier absent ou vide
      *    au tout premier run : aucun postage anterieur) et le
      *    compare a l'identite du fichier courant.
       READ-POSTING-CONTROL.
           OPEN INPUT POSTCTL-FILE
           IF WS-POSTCTL-STATUS = "00"
                READ POSTCTL-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        SET CONTROL-FOUND TO TRUE
                        MOVE PC-POSTING-STATE TO WS-PREV-STATE
                        MOVE PC-SESSION-ID TO WS-PREV-SESSION-ID
                        IF PC-FIRST-DATE = WS-FIRST-DATE
                                AND PC-FIRST-TIME = WS-FIRST-TIME
                                AND PC-RECORD-COUNT = WS-POSTING-COUNT
                             SET SAME-POSTING-FILE TO TRUE
                        END-IF
                END-READ
                CLOSE POSTCTL-FILE
           END-IF.

      *    Attribue l'identifiant de session de la nuit en relisant
      *    GREETLOG pour repartir apres le plus grand GL-SESSION-ID
      *    deja ecrit (meme regle que les canaux interactifs).
       DETERMINE-SESSION-ID.
           MOVE ZERO TO WS-SESSION-ID
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT GREETLOG-FILE
           IF WS-GREETLOG-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                     READ GREETLOG-FILE
                         AT END
                             SET END-OF-FILE TO TRUE
                         NOT AT END
                             IF GL-SESSION-ID > WS-SESSION-ID
                                  MOVE GL-SESSION-ID TO WS-SESSION-ID
                             END-IF
                     END-READ
                END-PERFORM
                CLOSE GREETLOG-FILE
           END-IF
           ADD 1 TO WS-SESSION-ID.

      *    Reprise : compte les lignes deja journalisees dans GREETLOG
      *    sous l'identifiant de la session interrompue - ce sont les
      *    premieres lignes de GREETPST, postees dans l'ordre.
       COUNT-ALREADY-LOGGED.
           MOVE ZERO TO WS-ALREADY-LOGGED
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT GREETLOG-FILE
           IF WS-GREETLOG-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                     READ GREETLOG-FILE
                         AT END
                             SET END-OF-FILE TO TRUE
                         NOT AT END
                             IF GL-SESSION-ID = WS-SESSION-ID
                                  ADD 1 TO WS-ALREADY-LOGGED
                             END-IF
                     END-READ
                END-PERFORM
                CLOSE GREETLOG-FILE
           END-IF.

      *    Marque le postage "en cours" AVANT la premiere ligne
      *    postee : une relance apres incident reconnait le fichier
      *    et reprend la meme session.
       WRITE-POSTING-CONTROL-OPEN.
           OPEN OUTPUT POSTCTL-FILE
           MOVE WS-FIRST-DATE TO PC-FIRST-DATE
           MOVE WS-FIRST-TIME TO PC-FIRST-TIME
           MOVE WS-POSTING-COUNT TO PC-RECORD-COUNT
           MOVE WS-SESSION-ID TO PC-SESSION-ID
           SET PC-POSTING-IN-PROGRESS TO TRUE
           WRITE POSTING-CONTROL-RECORD
           CLOSE POSTCTL-FILE.

      *    Marque le postage complet en fin de traitement.
       WRITE-POSTING-CONTROL-DONE.
           OPEN OUTPUT POSTCTL-FILE
           MOVE WS-FIRST-DATE TO PC-FIRST-DATE
           MOVE WS-FIRST-TIME TO PC-FIRST-TIME
           MOVE WS-POSTING-COUNT TO PC-RECORD-COUNT
           MOVE WS-SESSION-ID TO PC-SESSION-ID
           SET PC-POSTING-COMPLETE TO TRUE
           WRITE POSTING-CONTROL-RECORD
           CLOSE POSTCTL-FILE.

      *    Poste les lignes GREETPST : les WS-ALREADY-LOGGED
      *    premieres (reprise) sont sautees, chacune des suivantes
      *    donne une ligne GREETLOG puis la mise a jour de
      *    GREETED-MASTER. GREETED-MASTER est cree au tout premier
      *    run (statut "35"), comme dans les canaux interactifs.
       POST-GREETINGS.
           OPEN EXTEND GREETLOG-FILE
           IF WS-GREETLOG-STATUS = "35"
                OPEN OUTPUT GREETLOG-FILE
           END-IF
           OPEN I-O GREETED-MASTER-FILE
           IF WS-GREETMAS-STATUS = "35"
                OPEN OUTPUT GREETED-MASTER-FILE
                CLOSE GREETED-MASTER-FILE
                OPEN I-O GREETED-MASTER-FILE
           END-IF
           OPEN INPUT GREETPST-FILE
           MOVE ZERO TO WS-SKIP-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL END-OF-FILE
                READ GREETPST-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF WS-SKIP-COUNT < WS-ALREADY-LOGGED
                             ADD 1 TO WS-SKIP-COUNT
                        ELSE
                             PERFORM WRITE-GREETLOG-RECORD
                             PERFORM UPDATE-GREETED-MASTER
                             ADD 1 TO WS-POSTED-COUNT
                        END-IF
                END-READ
           END-PERFORM
           CLOSE GREETPST-FILE GREETLOG-FILE GREETED-MASTER-FILE.

      *    Journalise la salutation batch courante sous la session de
      *    la nuit : horodatage du run, entree brute et en
      *    majuscules, code locale effectif.
       WRITE-GREETLOG-RECORD.
           MOVE WS-SESSION-ID TO GL-SESSION-ID
           MOVE GP-LOG-DATE TO GL-LOG-DATE
           MOVE GP-LOG-TIME TO GL-LOG-TIME
           MOVE GP-RAW-INPUT TO GL-RAW-INPUT
           MOVE GP-UPPER-INPUT TO GL-UPPER-INPUT
           MOVE GP-LOCALE-CODE TO GL-LOCALE-CODE
           WRITE GREETLOG-RECORD.

      *    Met a jour l'historique de la personne saluee sous son nom
      *    canonique : derniere date et compteur pour une personne
      *    connue (REWRITE), nouvel enregistrement sinon. La date de
      *    derniere salutation ne recule jamais (un maitre deja mis a
      *    jour par un canal interactif plus recent reste juste).
       UPDATE-GREETED-MASTER.
           MOVE "N" TO WS-GREETED-FOUND-SWITCH
           MOVE GP-CANONICAL-NAME TO GM-NAME
           READ GREETED-MASTER-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET GREETED-NAME-FOUND TO TRUE
           END-READ

           IF GREETED-NAME-FOUND
                IF GP-LOG-DATE > GM-LAST-SEEN-DATE
                     MOVE GP-LOG-DATE TO GM-LAST-SEEN-DATE
                END-IF
                ADD 1 TO GM-GREET-COUNT
                REWRITE GREETED-MASTER-RECORD
           ELSE
                MOVE GP-CANONICAL-NAME TO GM-NAME
                MOVE GP-LOG-DATE TO GM-FIRST-SEEN-DATE
                MOVE GP-LOG-DATE TO GM-LAST-SEEN-DATE
                MOVE 1 TO GM-GREET-COUNT
                WRITE GREETED-MASTER-RECORD
                ADD 1 TO WS-NEW-NAME-COUNT
           END-IF.

      *    Ajoute l'enregistrement d'historique du run (cf. copybook
      *    RUNHIST) : lignes GREETPST, lignes postees par ce run,
      *    noms nouveaux ; mode NORMAL, REPRISE ou DEJA-POSTE.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUNHIST-FILE
           IF WS-RUNHIST-STATUS = "35"
                OPEN OUTPUT RUNHIST-FILE
           END-IF
           MOVE "GREETPST" TO RH-JOB-NAME
           MOVE WS-TS-DATE TO RH-RUN-DATE
           MOVE WS-TS-TIME TO RH-RUN-TIME
           MOVE WS-RUN-MODE TO RH-RUN-MODE
           MOVE WS-POSTING-COUNT TO RH-RECORDS-READ
           MOVE WS-POSTED-COUNT TO RH-RECORDS-WRITTEN
           MOVE ZERO TO RH-REJECT-COUNT
           MOVE ZERO TO RH-SUPPRESSED-COUNT
           MOVE ZERO TO RH-OPTOUT-COUNT
           MOVE WS-NEW-NAME-COUNT TO RH-MISC-COUNT
           MOVE RETURN-CODE TO RH-RETURN-CODE
           MOVE ZERO TO RH-BUSINESS-DATE
           MOVE ZERO TO RH-CYCLE-NUMBER
           WRITE RUNHIST-RECORD
           CLOSE RUNHIST-FILE.
