      *    *************************************************************
      *    Extraction quotidienne des changements de GREETED-MASTER et
      *    de CUSTOMER-MASTER pour l'entrepot de donnees.
      *
      *    L'entrepot recevait chaque nuit les deux fichiers maitres
      *    en entier (dechargements MASTCONV UNLOAD) et calculait
      *    lui-meme les differences. Ce programme n'envoie plus que
      *    ce qui a change dans une fenetre de dates, sur un fichier
      *    DELTAEXT decoupe comme MAILEXT (en-tete, details, fin avec
      *    nombre de details et total de controle, cf. copybook
      *    DELTAEXT) :
      *    - GREETED-MASTER : chaque nom dont la date de derniere
      *      salutation tombe dans la fenetre, avec son etat courant ;
      *      I si la premiere salutation est aussi dans la fenetre
      *      (nouveau nom), U sinon (date et compteur mis a jour) ;
      *    - CUSTOMER-MASTER : chaque ligne CUSTAUDT datee dans la
      *      fenetre, dans l'ordre du journal, avec l'image apres ;
      *      I pour un ajout (action A), U pour un changement de nom
      *      ou de statut, une fusion ou un effacement (C, S, F, E) ;
      *    - suppressions de GREETED-MASTER : chaque nom supprime par
      *      l'effacement PERSERASE et depose dans la file GREETDEL
      *      (cf. copybook GREETDEL) part en detail G d'indicateur D
      *      a l'extraction normale suivante. L'entree de la file
      *      recoit la date de fin de la fenetre qui l'a envoyee ; elle
      *      est renvoyee par une relance RERUN de cette fenetre et
      *      retiree de la file a l'extraction normale suivante.
      *
      *    La fenetre va d'une date de debut (incluse) a une date de
      *    fin (exclue). GREETED-MASTER est date par la date de
      *    gestion du postage GREETPOST, et le job passe APRES
      *    GREETPOST dans la chaine de nuit : la date de fin d'une
      *    extraction normale est donc le lendemain de la date de
      *    gestion du cycle (lue dans CYCLECTL par CYCLECHK, cycle
      *    ouvert ou dernier cycle clos), jamais l'horloge - une
      *    chaine passee apres minuit ou en retard sur le calendrier
      *    n'envoie ni ne saute une journee de gestion. Sans controle
      *    du cycle, la fenetre ne peut pas etre datee : arret RC 16.
      *    Le point d'extraction est tenu dans le controle DELTACTL
      *    (cf. copybook DELTACTL). Mode sur la premiere carte SYSIN :
      *      NORMAL  fenetre du point d'extraction au lendemain de la
      *              date de gestion ; une nuit manquee est rattrapee
      *              par la suivante, et une fenetre vide (date deja
      *              extraite) donne un fichier sans detail et laisse
      *              le controle tel quel ;
      *      RERUN   renvoie exactement la derniere fenetre extraite
      *              (fichier perdu ou refuse par l'entrepot) ; le
      *              point d'extraction ne bouge pas ;
      *      INIT    premiere extraction, sans controle existant : la
      *              deuxieme carte donne la date de debut AAAAMMJJ,
      *              celle du dernier dechargement complet recu par
      *              l'entrepot. Refuse si le controle existe deja.
      *    Dans un cycle de reprise (CYCLECTL RERUN, type R) sur une
      *    date de gestion deja extraite, NORMAL devient REPLAY : le
      *    postage de cette date vient d'etre refait, les noms de
      *    GREETED-MASTER salues depuis cette date jusqu'au point
      *    d'extraction sont renvoyes avec leur etat corrige (image
      *    complete, que l'entrepot applique a nouveau sans dommage).
      *    CUSTAUDT n'est pas renvoye (le journal client n'est pas
      *    refait par la reprise, et des images anciennes
      *    ecraseraient des changements plus recents deja envoyes),
      *    la file GREETDEL n'est pas touchee, et le point
      *    d'extraction ne bouge pas.
      *    Le controle n'est reecrit qu'en fin de run normale : une
      *    extraction arretee en erreur (RC 16) se relance en NORMAL
      *    sur la meme fenetre, sans rien envoyer deux fois. Il est
      *    reecrit avant la file GREETDEL : un arret entre les deux ne
      *    peut que renvoyer une suppression, jamais en perdre une.
      *
      *    Le job est hors sequence du cycle (simple lecture de
      *    CYCLECTL) ; l'en-tete et l'historique des runs portent la
      *    date de gestion et le cycle ouvert, s'il y en a un (a zero
      *    sinon).
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. deltaext.
       AUTHOR. pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier permanent des personnes saluees, lu en sequence de
      *    cle.
           SELECT GREETED-MASTER-FILE ASSIGN TO "GREETMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-NAME
               FILE STATUS IS WS-GREETMAS-STATUS.

      *    Journal d'audit du fichier client, source des changements
      *    de CUSTOMER-MASTER.
           SELECT CUST-AUDIT-FILE ASSIGN TO "CUSTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTAUDT-STATUS.

      *    Controle de l'extraction : point d'extraction et derniere
      *    fenetre (enregistrement unique, reecrit en fin de run).
           SELECT DELTACTL-FILE ASSIGN TO "DELTACTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTACTL-STATUS.

      *    File des suppressions de GREETED-MASTER a annoncer a
      *    l'entrepot (chargee en table, reecrite en fin de run).
           SELECT GREETDEL-FILE ASSIGN TO "GREETDEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GREETDEL-STATUS.

      *    Extraction des changements pour l'entrepot.
           SELECT DELTAEXT-FILE ASSIGN TO "DELTAEXT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Historique des runs batch, ajoute en fin de traitement
      *    (cf. copybook RUNHIST et le rapport RUNHRPT).
           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GREETED-MASTER-FILE.
           COPY GREETMAS.

       FD  CUST-AUDIT-FILE.
           COPY CUSTAUDT.

       FD  DELTACTL-FILE.
           COPY DELTACTL.

       FD  GREETDEL-FILE.
           COPY GREETDEL.

       FD  DELTAEXT-FILE.
           COPY DELTAEXT.

       FD  RUNHIST-FILE.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
       01 WS-GREETMAS-STATUS PIC X(02) VALUE SPACES.
       01 WS-CUSTAUDT-STATUS PIC X(02) VALUE SPACES.
       01 WS-DELTACTL-STATUS PIC X(02) VALUE SPACES.
       01 WS-GREETDEL-STATUS PIC X(02) VALUE SPACES.
       01 WS-EOF-SWITCH PIC X(01) VALUE "N".
          88 END-OF-INPUT VALUE "Y".

      *    Mode demande sur SYSIN.
       01 WS-MODE-INPUT PIC X(06).
          88 MODE-NORMAL VALUE "NORMAL".
          88 MODE-RERUN  VALUE "RERUN ".
          88 MODE-INIT   VALUE "INIT  ".

      *    Date de debut de la premiere extraction (mode INIT).
       01 WS-INIT-DATE-INPUT PIC X(08) VALUE SPACES.
       01 WS-INIT-DATE REDEFINES WS-INIT-DATE-INPUT PIC 9(8).

      *    Controle lu au demarrage.
       01 WS-CONTROL-SWITCH PIC X(01) VALUE "N".
          88 CONTROL-FOUND VALUE "Y".
       01 WS-PREV-FROM-DATE PIC 9(8) VALUE ZERO.
       01 WS-PREV-TO-DATE PIC 9(8) VALUE ZERO.

      *    Fenetre extraite : debut inclus, fin exclue.
       01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
       01 WS-TO-DATE PIC 9(8) VALUE ZERO.

      *    Mode effectif du run : celui de la carte, ou REPLAY pour
      *    une extraction NORMAL dans un cycle de reprise.
       01 WS-RUN-MODE PIC X(06) VALUE SPACES.
          88 RUN-REPLAY VALUE "REPLAY".

      *    Date de gestion et cycle ouvert, pour l'en-tete et
      *    l'historique (a zero hors cycle). La date de gestion lue
      *    (cycle ouvert ou dernier cycle clos) date la fin de la
      *    fenetre : WS-WINDOW-END-DATE est son lendemain.
       COPY CYCLECHK.
       01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.
       01 WS-CYCLE-NUMBER PIC 9(6) VALUE ZERO.
       01 WS-CYCLE-DATE PIC 9(8) VALUE ZERO.
       01 WS-WINDOW-END-DATE PIC 9(8) VALUE ZERO.

      *    File GREETDEL chargee en table (cf. copybook GREETDEL) et
      *    copie de travail d'une entree.
       01 WS-GREETDEL-SWITCH PIC X(01) VALUE "N".
          88 GREETDEL-FOUND VALUE "Y".
       01 WS-GDT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-GDT-IDX PIC 9(4) VALUE ZERO.
       01 WS-GDT-TABLE.
          05 WS-GDT-ENTRY PIC X(78) OCCURS 500 TIMES.
           COPY GREETDEL REPLACING ==GREETED-DELETE-RECORD==
               BY ==WS-GREETED-DELETE==
               LEADING ==GD-== BY ==WS-GD-==.

      *    Image apres d'une ligne CUSTAUDT (forme de
      *    CUSTOMER-MASTER-RECORD).
       01 WS-AUDIT-IMAGE.
          05 WS-AI-NAME       PIC X(50).
          05 WS-AI-NUMBER-X   PIC X(08).
          05 WS-AI-NUMBER REDEFINES WS-AI-NUMBER-X PIC 9(8).
          05 WS-AI-STATUS     PIC X(01).

      *    Compteurs et total de controle de l'extraction.
       01 WS-GREETMAS-READ PIC 9(9) VALUE ZERO.
       01 WS-AUDIT-READ PIC 9(9) VALUE ZERO.
       01 WS-AUDIT-SKIPPED PIC 9(9) VALUE ZERO.
       01 WS-GREETED-INSERTS PIC 9(9) VALUE ZERO.
       01 WS-GREETED-UPDATES PIC 9(9) VALUE ZERO.
       01 WS-CUSTOMER-INSERTS PIC 9(9) VALUE ZERO.
       01 WS-CUSTOMER-UPDATES PIC 9(9) VALUE ZERO.
       01 WS-GREETED-DELETES PIC 9(9) VALUE ZERO.
       01 WS-DELTA-COUNT PIC 9(9) VALUE ZERO.
       01 WS-DELTA-HASH PIC 9(12) VALUE ZERO.
       01 WS-HASH-WORK PIC 9(13) VALUE ZERO.

      *    Statut de RUNHIST (cree au premier run, EXTEND ensuite)
      *    et horodatage du run.
       01 WS-RUNHIST-STATUS PIC X(02) VALUE SPACES.
       01 WS-CURRENT-TIMESTAMP PIC X(21).
       01 WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(6).
          05 FILLER           PIC X(07).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           PERFORM GET-RUN-PARAMETERS
           PERFORM GET-CYCLE-STAMP
           PERFORM READ-DELTA-CONTROL
           PERFORM SET-EXTRACT-WINDOW
           IF NOT RUN-REPLAY
                PERFORM LOAD-GREETED-DELETES
           END-IF

           OPEN INPUT GREETED-MASTER-FILE
           IF WS-GREETMAS-STATUS NOT = "00"
                DISPLAY "ERREUR : ouverture de GREETMAS impossible "
                    "(statut " WS-GREETMAS-STATUS ") - arret, "
                    "point d'extraction inchange."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF
           OPEN INPUT CUST-AUDIT-FILE
           IF WS-CUSTAUDT-STATUS NOT = "00"
                DISPLAY "ERREUR : ouverture de CUSTAUDT impossible "
                    "(statut " WS-CUSTAUDT-STATUS ") - arret, "
                    "point d'extraction inchange."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF

           OPEN OUTPUT DELTAEXT-FILE
           PERFORM WRITE-DELTA-HEADER
           IF WS-FROM-DATE < WS-TO-DATE
                PERFORM EXTRACT-GREETED-CHANGES
                IF NOT RUN-REPLAY
                     PERFORM SEND-GREETED-DELETES
                     PERFORM EXTRACT-CUSTOMER-CHANGES
                END-IF
           ELSE
                DISPLAY "ATTENTION : fenetre vide (deja extrait "
                    "jusqu'au " WS-TO-DATE ") - fichier sans detail."
           END-IF
           PERFORM WRITE-DELTA-TRAILER
           CLOSE DELTAEXT-FILE
           CLOSE GREETED-MASTER-FILE
           CLOSE CUST-AUDIT-FILE

           IF WS-FROM-DATE < WS-TO-DATE AND NOT RUN-REPLAY
                PERFORM WRITE-DELTA-CONTROL
                IF NOT MODE-RERUN
                     PERFORM REWRITE-GREETED-DELETES
                END-IF
           END-IF
           PERFORM WRITE-RUN-HISTORY
           DISPLAY "DELTAEXT : fenetre du " WS-FROM-DATE " au "
               WS-TO-DATE " (exclu), mode "
               FUNCTION TRIM(WS-RUN-MODE) "."
           DISPLAY "  GREETED-MASTER : " WS-GREETMAS-READ " lus, "
               WS-GREETED-INSERTS " I, " WS-GREETED-UPDATES " U, "
               WS-GREETED-DELETES " D."
           DISPLAY "  CUSTAUDT       : " WS-AUDIT-READ " lus, "
               WS-CUSTOMER-INSERTS " I, " WS-CUSTOMER-UPDATES " U, "
               WS-AUDIT-SKIPPED " ecartes."
           DISPLAY "  Details : " WS-DELTA-COUNT
               ", total de controle : " WS-DELTA-HASH "."
           STOP RUN.

      *    Lit le mode (et la date de debut en INIT) sur SYSIN.
       GET-RUN-PARAMETERS.
           ACCEPT WS-MODE-INPUT
           MOVE FUNCTION UPPER-CASE(WS-MODE-INPUT) TO WS-MODE-INPUT
           IF NOT MODE-NORMAL AND NOT MODE-RERUN AND NOT MODE-INIT
                DISPLAY "ERREUR : mode '" WS-MODE-INPUT "' invalide "
                    "(attendu : NORMAL, RERUN ou INIT)."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF
           IF MODE-INIT
                ACCEPT WS-INIT-DATE-INPUT
                IF WS-INIT-DATE-INPUT NOT NUMERIC
                        OR FUNCTION TEST-DATE-YYYYMMDD(WS-INIT-DATE)
                           NOT = ZERO
                     DISPLAY "ERREUR : date de debut '"
                         WS-INIT-DATE-INPUT "' invalide (attendu "
                         "AAAAMMJJ)."
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                END-IF
           END-IF
           MOVE WS-MODE-INPUT TO WS-RUN-MODE.

      *    Lit le controle de la derniere extraction (absent ou vide
      *    avant la premiere extraction).
       READ-DELTA-CONTROL.
           OPEN INPUT DELTACTL-FILE
           IF WS-DELTACTL-STATUS = "00"
                READ DELTACTL-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        SET CONTROL-FOUND TO TRUE
                        MOVE DC-FROM-DATE TO WS-PREV-FROM-DATE
                        MOVE DC-TO-DATE TO WS-PREV-TO-DATE
                END-READ
                CLOSE DELTACTL-FILE
           END-IF.

      *    Fixe la fenetre selon le mode, le controle et la date de
      *    gestion. Un controle absent n'admet que INIT ; INIT n'est
      *    admis que sans controle, pour ne jamais renvoyer une
      *    periode deja extraite. Une extraction NORMAL dans un cycle
      *    de reprise sur une date deja extraite devient REPLAY.
       SET-EXTRACT-WINDOW.
           EVALUATE TRUE
                WHEN MODE-INIT AND CONTROL-FOUND
                    DISPLAY "ERREUR : le controle DELTACTL existe "
                        "deja (point d'extraction " WS-PREV-TO-DATE
                        ") - INIT refuse, utiliser NORMAL ou RERUN."
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                WHEN MODE-INIT
                    MOVE WS-INIT-DATE TO WS-FROM-DATE
                    MOVE WS-WINDOW-END-DATE TO WS-TO-DATE
                    IF WS-FROM-DATE > WS-TO-DATE
                         DISPLAY "ERREUR : date de debut "
                             WS-FROM-DATE " posterieure a la date de "
                             "gestion " WS-CYCLE-DATE "."
                         MOVE 16 TO RETURN-CODE
                         STOP RUN
                    END-IF
                WHEN NOT CONTROL-FOUND
                    DISPLAY "ERREUR : controle DELTACTL absent - "
                        "lancer d'abord une extraction INIT."
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                WHEN MODE-RERUN
                    MOVE WS-PREV-FROM-DATE TO WS-FROM-DATE
                    MOVE WS-PREV-TO-DATE TO WS-TO-DATE
                WHEN CKR-CYCLE-OPEN AND CKR-RERUN-CYCLE
                        AND WS-CYCLE-DATE < WS-PREV-TO-DATE
                    SET RUN-REPLAY TO TRUE
                    MOVE WS-CYCLE-DATE TO WS-FROM-DATE
                    MOVE WS-PREV-TO-DATE TO WS-TO-DATE
                WHEN OTHER
                    MOVE WS-PREV-TO-DATE TO WS-FROM-DATE
                    MOVE WS-WINDOW-END-DATE TO WS-TO-DATE
                    IF WS-FROM-DATE > WS-TO-DATE
                         DISPLAY "ERREUR : point d'extraction "
                             WS-FROM-DATE " posterieur au lendemain "
                             "de la date de gestion " WS-CYCLE-DATE
                             " - controle DELTACTL a verifier."
                         MOVE 16 TO RETURN-CODE
                         STOP RUN
                    END-IF
           END-EVALUATE.

      *    Date de gestion du cycle (simple lecture, sans controle
      *    d'etape) : celle du cycle ouvert, ou du dernier cycle clos
      *    pour un run hors cycle, qui date la fin de la fenetre. Le
      *    numero du cycle n'est porte que si le cycle est ouvert.
       GET-CYCLE-STAMP.
           SET CKQ-INQUIRE TO TRUE
           MOVE "DELTAEXT" TO CKQ-STEP-NAME
           MOVE SPACES TO CKQ-PREREQ-STEP
           MOVE SPACES TO CKQ-BLOCKING-STEP (1)
           MOVE SPACES TO CKQ-BLOCKING-STEP (2)
           CALL "cyclechk" USING CYCLE-CHECK-REQUEST
                CYCLE-CHECK-RESPONSE
           IF CKR-REFUSAL-REASON NOT = SPACES
                   OR CKR-BUSINESS-DATE = ZERO
                DISPLAY "ERREUR : controle du cycle CYCLECTL absent "
                    "ou illisible (motif " CKR-REFUSAL-REASON ") - "
                    "fenetre impossible a dater, point d'extraction "
                    "inchange."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF
           MOVE CKR-BUSINESS-DATE TO WS-CYCLE-DATE
           COMPUTE WS-WINDOW-END-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE) + 1)
           IF CKR-CYCLE-OPEN
                MOVE CKR-BUSINESS-DATE TO WS-BUSINESS-DATE
                MOVE CKR-CYCLE-NUMBER TO WS-CYCLE-NUMBER
           END-IF.

      *    Charge la file GREETDEL en table (absente : aucune
      *    suppression en attente). Une file plus grande que la table
      *    arrete le job avant toute ecriture.
       LOAD-GREETED-DELETES.
           MOVE ZERO TO WS-GDT-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT GREETDEL-FILE
           IF WS-GREETDEL-STATUS = "00"
                SET GREETDEL-FOUND TO TRUE
                PERFORM UNTIL END-OF-INPUT
                     READ GREETDEL-FILE INTO WS-GREETED-DELETE
                         AT END
                             SET END-OF-INPUT TO TRUE
                         NOT AT END
                             IF WS-GDT-COUNT = 500
                                  DISPLAY "ERREUR : file GREETDEL de "
                                      "plus de 500 suppressions - "
                                      "arret, point d'extraction "
                                      "inchange."
                                  MOVE 16 TO RETURN-CODE
                                  STOP RUN
                             END-IF
                             ADD 1 TO WS-GDT-COUNT
                             MOVE WS-GREETED-DELETE
                                 TO WS-GDT-ENTRY (WS-GDT-COUNT)
                     END-READ
                END-PERFORM
                CLOSE GREETDEL-FILE
           END-IF.

      *    Ecrit l'en-tete : run, job, cycle, fenetre et mode.
       WRITE-DELTA-HEADER.
           MOVE SPACES TO DELTAEXT-HEADER-RECORD
           MOVE "H" TO DXH-RECORD-TYPE
           MOVE WS-TS-DATE TO DXH-RUN-DATE
           MOVE WS-TS-TIME TO DXH-RUN-TIME
           MOVE "DELTAEXT" TO DXH-JOB-NAME
           MOVE WS-BUSINESS-DATE TO DXH-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER TO DXH-CYCLE-NUMBER
           MOVE WS-FROM-DATE TO DXH-FROM-DATE
           MOVE WS-TO-DATE TO DXH-TO-DATE
           MOVE WS-RUN-MODE TO DXH-RUN-MODE
           WRITE DELTAEXT-HEADER-RECORD.

      *    Parcourt GREETED-MASTER en sequence de cle et extrait les
      *    noms salues dans la fenetre.
       EXTRACT-GREETED-CHANGES.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL END-OF-INPUT
                READ GREETED-MASTER-FILE NEXT RECORD
                    AT END
                        SET END-OF-INPUT TO TRUE
                    NOT AT END
                        ADD 1 TO WS-GREETMAS-READ
                        IF GM-LAST-SEEN-DATE NUMERIC
                                AND GM-LAST-SEEN-DATE >= WS-FROM-DATE
                                AND GM-LAST-SEEN-DATE < WS-TO-DATE
                             PERFORM WRITE-GREETED-DETAIL
                        END-IF
                END-READ
           END-PERFORM.

      *    Detail G : I si la premiere salutation est dans la
      *    fenetre, U sinon.
       WRITE-GREETED-DETAIL.
           MOVE SPACES TO DELTAEXT-GREETED-RECORD
           MOVE "D" TO DXG-RECORD-TYPE
           MOVE "G" TO DXG-SOURCE-CODE
           IF GM-FIRST-SEEN-DATE >= WS-FROM-DATE
                SET DXG-FLAG-INSERT TO TRUE
                ADD 1 TO WS-GREETED-INSERTS
           ELSE
                SET DXG-FLAG-UPDATE TO TRUE
                ADD 1 TO WS-GREETED-UPDATES
           END-IF
           MOVE GM-NAME TO DXG-NAME
           MOVE GM-FIRST-SEEN-DATE TO DXG-FIRST-SEEN-DATE
           MOVE GM-LAST-SEEN-DATE TO DXG-LAST-SEEN-DATE
           MOVE GM-GREET-COUNT TO DXG-GREET-COUNT
           WRITE DELTAEXT-GREETED-RECORD

           ADD 1 TO WS-DELTA-COUNT
           COMPUTE WS-HASH-WORK = WS-DELTA-HASH + DXG-GREET-COUNT
           MOVE FUNCTION MOD(WS-HASH-WORK, 1000000000000)
               TO WS-DELTA-HASH.

      *    Suppressions de la file GREETDEL : en NORMAL ou INIT,
      *    celles qui ne sont pas encore parties, marquees de la fin
      *    de cette fenetre ; en RERUN, celles que la fenetre
      *    renvoyee avait envoyees.
       SEND-GREETED-DELETES.
           PERFORM VARYING WS-GDT-IDX FROM 1 BY 1
                   UNTIL WS-GDT-IDX > WS-GDT-COUNT
                MOVE WS-GDT-ENTRY (WS-GDT-IDX) TO WS-GREETED-DELETE
                IF MODE-RERUN
                     IF WS-GD-SENT-TO-DATE = WS-TO-DATE
                          PERFORM WRITE-DELETE-DETAIL
                     END-IF
                ELSE
                     IF WS-GD-SENT-TO-DATE = ZERO
                          PERFORM WRITE-DELETE-DETAIL
                          MOVE WS-TO-DATE TO WS-GD-SENT-TO-DATE
                          MOVE WS-GREETED-DELETE
                              TO WS-GDT-ENTRY (WS-GDT-IDX)
                     END-IF
                END-IF
           END-PERFORM.

      *    Detail G de suppression : le nom et la date d'effacement.
      *    Hors du total de controle (pas de compteur a sommer), mais
      *    compte a part dans l'enregistrement de fin.
       WRITE-DELETE-DETAIL.
           MOVE SPACES TO DELTAEXT-DELETE-RECORD
           MOVE "D" TO DXD-RECORD-TYPE
           MOVE "G" TO DXD-SOURCE-CODE
           SET DXD-FLAG-DELETE TO TRUE
           MOVE WS-GD-NAME TO DXD-NAME
           MOVE WS-GD-ERASE-DATE TO DXD-ERASE-DATE
           WRITE DELTAEXT-DELETE-RECORD
           ADD 1 TO WS-GREETED-DELETES
           ADD 1 TO WS-DELTA-COUNT.

      *    Relit CUSTAUDT et extrait les lignes datees dans la
      *    fenetre, dans l'ordre du journal.
       EXTRACT-CUSTOMER-CHANGES.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL END-OF-INPUT
                READ CUST-AUDIT-FILE
                    AT END
                        SET END-OF-INPUT TO TRUE
                    NOT AT END
                        ADD 1 TO WS-AUDIT-READ
                        IF CA-AUDIT-DATE NUMERIC
                                AND CA-AUDIT-DATE >= WS-FROM-DATE
                                AND CA-AUDIT-DATE < WS-TO-DATE
                             PERFORM WRITE-CUSTOMER-DETAIL
                        END-IF
                END-READ
           END-PERFORM.

      *    Detail C : image apres de la ligne d'audit. Une image sans
      *    numero client valide ne peut pas etre appliquee par
      *    l'entrepot : elle est ecartee et signalee.
       WRITE-CUSTOMER-DETAIL.
           MOVE CA-AFTER-IMAGE TO WS-AUDIT-IMAGE
           IF WS-AI-NUMBER-X NOT NUMERIC
                ADD 1 TO WS-AUDIT-SKIPPED
                DISPLAY "ATTENTION : ligne CUSTAUDT du "
                    CA-AUDIT-DATE " " CA-AUDIT-TIME " action "
                    CA-ACTION-CODE " sans numero client - ecartee."
           ELSE
                MOVE SPACES TO DELTAEXT-CUSTOMER-RECORD
                MOVE "D" TO DXC-RECORD-TYPE
                MOVE "C" TO DXC-SOURCE-CODE
                IF CA-ACTION-ADD
                     SET DXC-FLAG-INSERT TO TRUE
                     ADD 1 TO WS-CUSTOMER-INSERTS
                ELSE
                     SET DXC-FLAG-UPDATE TO TRUE
                     ADD 1 TO WS-CUSTOMER-UPDATES
                END-IF
                MOVE WS-AI-NUMBER TO DXC-CUSTOMER-NUMBER
                MOVE WS-AI-NAME TO DXC-CUSTOMER-NAME
                MOVE WS-AI-STATUS TO DXC-ACCOUNT-STATUS
                MOVE CA-ACTION-CODE TO DXC-ACTION-CODE
                MOVE CA-AUDIT-DATE TO DXC-CHANGE-DATE
                MOVE CA-AUDIT-TIME TO DXC-CHANGE-TIME
                WRITE DELTAEXT-CUSTOMER-RECORD

                ADD 1 TO WS-DELTA-COUNT
                COMPUTE WS-HASH-WORK
                    = WS-DELTA-HASH + DXC-CUSTOMER-NUMBER
                MOVE FUNCTION MOD(WS-HASH-WORK, 1000000000000)
                    TO WS-DELTA-HASH
           END-IF.

      *    Ecrit l'enregistrement de fin : nombre de details et total
      *    de controle, a rapprocher par l'entrepot.
       WRITE-DELTA-TRAILER.
           MOVE SPACES TO DELTAEXT-TRAILER-RECORD
           MOVE "T" TO DXT-RECORD-TYPE
           MOVE WS-DELTA-COUNT TO DXT-DETAIL-COUNT
           MOVE WS-DELTA-HASH TO DXT-HASH-TOTAL
           MOVE WS-GREETED-DELETES TO DXT-DELETE-COUNT
           WRITE DELTAEXT-TRAILER-RECORD.

      *    Reecrit le controle en fin de run : la fenetre extraite,
      *    dont la fin devient le point d'extraction (inchange en
      *    RERUN, qui renvoie la meme fenetre).
       WRITE-DELTA-CONTROL.
           OPEN OUTPUT DELTACTL-FILE
           MOVE WS-FROM-DATE TO DC-FROM-DATE
           MOVE WS-TO-DATE TO DC-TO-DATE
           MOVE WS-TS-DATE TO DC-RUN-DATE
           MOVE WS-TS-TIME TO DC-RUN-TIME
           MOVE WS-RUN-MODE TO DC-RUN-MODE
           MOVE WS-DELTA-COUNT TO DC-DETAIL-COUNT
           MOVE WS-DELTA-HASH TO DC-HASH-TOTAL
           MOVE WS-GREETED-DELETES TO DC-DELETE-COUNT
           WRITE DELTA-CONTROL-RECORD
           CLOSE DELTACTL-FILE.

      *    Reecrit la file GREETDEL apres le controle : ne garde que
      *    les suppressions envoyees par cette fenetre (pour une
      *    relance RERUN) ; celles des fenetres precedentes sont
      *    retirees.
       REWRITE-GREETED-DELETES.
           IF GREETDEL-FOUND
                OPEN OUTPUT GREETDEL-FILE
                PERFORM VARYING WS-GDT-IDX FROM 1 BY 1
                        UNTIL WS-GDT-IDX > WS-GDT-COUNT
                     MOVE WS-GDT-ENTRY (WS-GDT-IDX)
                         TO WS-GREETED-DELETE
                     IF WS-GD-SENT-TO-DATE = WS-TO-DATE
                          WRITE GREETED-DELETE-RECORD
                              FROM WS-GREETED-DELETE
                     END-IF
                END-PERFORM
                CLOSE GREETDEL-FILE
           END-IF.

      *    Ajoute l'enregistrement d'historique du run (cf. copybook
      *    RUNHIST) : noms et lignes d'audit lus, details ecrits,
      *    lignes d'audit ecartees, insertions.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUNHIST-FILE
           IF WS-RUNHIST-STATUS = "35"
                OPEN OUTPUT RUNHIST-FILE
           END-IF
           MOVE "DELTAEXT" TO RH-JOB-NAME
           MOVE WS-TS-DATE TO RH-RUN-DATE
           MOVE WS-TS-TIME TO RH-RUN-TIME
           MOVE WS-RUN-MODE TO RH-RUN-MODE
           ADD WS-GREETMAS-READ WS-AUDIT-READ GIVING RH-RECORDS-READ
           MOVE WS-DELTA-COUNT TO RH-RECORDS-WRITTEN
           MOVE WS-AUDIT-SKIPPED TO RH-REJECT-COUNT
           MOVE ZERO TO RH-SUPPRESSED-COUNT
           MOVE ZERO TO RH-OPTOUT-COUNT
           ADD WS-GREETED-INSERTS WS-CUSTOMER-INSERTS
               GIVING RH-MISC-COUNT
           MOVE RETURN-CODE TO RH-RETURN-CODE
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER TO RH-CYCLE-NUMBER
           WRITE RUNHIST-RECORD
           CLOSE RUNHIST-FILE.
