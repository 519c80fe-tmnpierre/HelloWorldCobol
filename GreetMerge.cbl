      *      dans le champ, pas dans l'ordre du fichier) ;
      *    - GREETCTL : totaux de controle additionnes, pour que
      *      l'etape d'equilibrage GREETBAL tourne telle quelle sur
      *      les fichiers fusionnes ;
      *    - GREETPST : concatenation des fichiers de postage dans
      *      l'ordre des partitions, poste ensuite UNE seule fois par
      *      l'etape GREETPOST (les partitions ne touchent jamais
      *      elles-memes GREETLOG ni GREETED-MASTER).
      *
      *    Une partition manquante (l'un de ses cinq fichiers
      *    absent) ou tronquee arrete le job (RC 16) : le mailer ne
      *    recoit jamais une nuit partielle.
      *
      *    Cycle d'exploitation (cf. copybook CYCLECHK) : la fusion
      *    exige un cycle ouvert, n'y passe qu'une fois (etape
      *    GREETMRG) et jamais apres l'equilibrage GREETBAL du cycle ;
      *    chaque GREETCTL de partition doit porter le numero du
      *    cycle en cours - une partition restee d'une nuit
      *    precedente est une partition manquante. Le GREETCTL
      *    fusionne reprend la date de gestion et le cycle, et un
      *    enregistrement RUNHIST (job GREETMRG) est ajoute en fin de
      *    run ; la fin d'etape n'est inscrite que pour une fusion
      *    complete (RC 0).
      *    *************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GCTL4-STATUS.

           SELECT GPST1-FILE ASSIGN TO "GREETPS1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GPST1-STATUS.
           SELECT GPST2-FILE ASSIGN TO "GREETPS2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GPST2-STATUS.
           SELECT GPST3-FILE ASSIGN TO "GREETPS3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GPST3-STATUS.
           SELECT GPST4-FILE ASSIGN TO "GREETPS4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GPST4-STATUS.

      *    Sorties fusionnees de la nuit, aux noms attendus par le
      *    mailer, GREETRESUB et l'etape d'equilibrage GREETBAL.
           SELECT GREETOUT-FILE ASSIGN TO "GREETOUT"
           SELECT GREETCTL-FILE ASSIGN TO "GREETCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GREETPST-FILE ASSIGN TO "GREETPST"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Historique des runs (cf. copybook RUNHIST).
           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GREETOT1-FILE.
       01 GREJ4-RECORD PIC X(68).

       FD  GCTL1-FILE.
       01 GCTL1-RECORD PIC X(70).
       FD  GCTL2-FILE.
       01 GCTL2-RECORD PIC X(70).
       FD  GCTL3-FILE.
       01 GCTL3-RECORD PIC X(70).
       FD  GCTL4-FILE.
       01 GCTL4-RECORD PIC X(70).

       FD  GPST1-FILE.
       01 GPST1-RECORD PIC X(166).
       FD  GPST2-FILE.
       01 GPST2-RECORD PIC X(166).
       FD  GPST3-FILE.
       01 GPST3-RECORD PIC X(166).
       FD  GPST4-FILE.
       01 GPST4-RECORD PIC X(166).

       FD  GREETOUT-FILE.
       01 GREETOUT-RECORD PIC X(80).
       FD  GREETCTL-FILE.
           COPY GREETCTL.

       FD  GREETPST-FILE.
           COPY GREETPST.

       FD  RUNHIST-FILE.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
      *    Statuts des fichiers de partition : tout fichier d'une
      *    partition demandee doit s'ouvrir (statut "00"), sinon la
       01 WS-GCTL2-STATUS PIC X(02) VALUE SPACES.
       01 WS-GCTL3-STATUS PIC X(02) VALUE SPACES.
       01 WS-GCTL4-STATUS PIC X(02) VALUE SPACES.
       01 WS-GPST1-STATUS PIC X(02) VALUE SPACES.
       01 WS-GPST2-STATUS PIC X(02) VALUE SPACES.
       01 WS-GPST3-STATUS PIC X(02) VALUE SPACES.
       01 WS-GPST4-STATUS PIC X(02) VALUE SPACES.

       01 WS-EOF-SWITCH PIC X(01).
          88 END-OF-FILE VALUE "Y".
       01 WS-CTL-REJECTS PIC 9(6) VALUE ZERO.
       01 WS-CTL-SUSPENDED PIC 9(6) VALUE ZERO.
       01 WS-CTL-OPTOUT PIC 9(6) VALUE ZERO.
       01 WS-CTL-CAPPED PIC 9(6) VALUE ZERO.

      *    Lignes de postage fusionnees (affichees en fin de run).
       01 WS-POSTING-TOTAL PIC 9(9) VALUE ZERO.

      *    Cycle d'exploitation en cours (cf. CHECK-BUSINESS-CYCLE).
       01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.
       01 WS-CYCLE-NUMBER PIC 9(6) VALUE ZERO.
           COPY CYCLECHK.

      *    Statut de RUNHIST (cree au premier run, EXTEND ensuite)
      *    et horodatage de l'enregistrement.
       01 WS-RUNHIST-STATUS PIC X(02) VALUE SPACES.
       01 WS-CURRENT-TIMESTAMP PIC X(21).
       01 WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(6).
          05 FILLER           PIC X(07).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-PARTITION-PARAMETER
           PERFORM CHECK-BUSINESS-CYCLE
           PERFORM OPEN-AND-VERIFY-INPUTS
           IF MERGE-ERROR
                DISPLAY "ERREUR : partition(s) manquante(s) - "
           END-IF

           OPEN OUTPUT GREETOUT-FILE MAILEXT-FILE GREETREJ-FILE
               GREETCTL-FILE GREETPST-FILE
           PERFORM MERGE-GREETOUT-FILES
           PERFORM MERGE-MAILEXT-FILES
           PERFORM MERGE-GREETREJ-FILES
           PERFORM MERGE-GREETCTL-FILES
           PERFORM MERGE-GREETPST-FILES
           PERFORM CLOSE-ALL-FILES

           IF MERGE-ERROR
                MOVE 16 TO RETURN-CODE
           ELSE
                DISPLAY "Fusion terminee : " WS-MERGED-COUNT
                    " details, " WS-REJECT-TOTAL " rejets, "
                    WS-POSTING-TOTAL " lignes a poster."
                PERFORM RECORD-CYCLE-STEP
           END-IF
           PERFORM WRITE-RUN-HISTORY
           STOP RUN.

      *    Lit le nombre de partitions sur SYSIN et refuse toute
           END-IF
           MOVE WS-PART-INPUT TO WS-PARTITION-COUNT.

      *    Lit le cycle d'exploitation (CALL "cyclechk") : cycle
      *    ouvert, fusion pas encore passee dans le cycle, et pas
      *    d'equilibrage GREETBAL deja passe sur la nuit. Refus :
      *    arret RC 16 avant toute ecriture.
       CHECK-BUSINESS-CYCLE.
           SET CKQ-START-STEP TO TRUE
           MOVE "GREETMRG" TO CKQ-STEP-NAME
           MOVE SPACES TO CKQ-PREREQ-STEP
           MOVE "GREETBAL" TO CKQ-BLOCKING-STEP (1)
           MOVE SPACES TO CKQ-BLOCKING-STEP (2)
           CALL "cyclechk" USING CYCLE-CHECK-REQUEST
                CYCLE-CHECK-RESPONSE
           IF CKR-STEP-REFUSED
                DISPLAY "ERREUR : cycle d'exploitation refuse "
                    "(motif " CKR-REFUSAL-REASON " "
                    CKR-STEP-IN-CAUSE ") - cycle "
                    CKR-CYCLE-NUMBER " du " CKR-BUSINESS-DATE
                    " - arret."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF
           MOVE CKR-BUSINESS-DATE TO WS-BUSINESS-DATE
           MOVE CKR-CYCLE-NUMBER TO WS-CYCLE-NUMBER
           DISPLAY "Date de gestion " WS-BUSINESS-DATE ", cycle "
               WS-CYCLE-NUMBER.

      *    Ouvre les cinq fichiers de chaque partition demandee et
      *    verifie qu'ils existent tous : une partition dont il
      *    manque un fichier n'a pas tourne (ou pas fini) et la
      *    fusion serait une nuit partielle.
       OPEN-AND-VERIFY-INPUTS.
           OPEN INPUT GREETOT1-FILE MEXT1-FILE GREJ1-FILE GCTL1-FILE
               GPST1-FILE
           IF WS-GREETOT1-STATUS NOT = "00"
                   OR WS-MEXT1-STATUS NOT = "00"
                   OR WS-GREJ1-STATUS NOT = "00"
                   OR WS-GCTL1-STATUS NOT = "00"
                   OR WS-GPST1-STATUS NOT = "00"
                DISPLAY "ERREUR : partition 1 incomplete."
                SET MERGE-ERROR TO TRUE
           END-IF
           IF WS-PARTITION-COUNT >= 2
                OPEN INPUT GREETOT2-FILE MEXT2-FILE GREJ2-FILE
                    GCTL2-FILE GPST2-FILE
                IF WS-GREETOT2-STATUS NOT = "00"
                        OR WS-MEXT2-STATUS NOT = "00"
                        OR WS-GREJ2-STATUS NOT = "00"
                        OR WS-GCTL2-STATUS NOT = "00"
                        OR WS-GPST2-STATUS NOT = "00"
                     DISPLAY "ERREUR : partition 2 incomplete."
                     SET MERGE-ERROR TO TRUE
                END-IF
           END-IF
           IF WS-PARTITION-COUNT >= 3
                OPEN INPUT GREETOT3-FILE MEXT3-FILE GREJ3-FILE
                    GCTL3-FILE GPST3-FILE
                IF WS-GREETOT3-STATUS NOT = "00"
                        OR WS-MEXT3-STATUS NOT = "00"
                        OR WS-GREJ3-STATUS NOT = "00"
                        OR WS-GCTL3-STATUS NOT = "00"
                        OR WS-GPST3-STATUS NOT = "00"
                     DISPLAY "ERREUR : partition 3 incomplete."
                     SET MERGE-ERROR TO TRUE
                END-IF
           END-IF
           IF WS-PARTITION-COUNT >= 4
                OPEN INPUT GREETOT4-FILE MEXT4-FILE GREJ4-FILE
                    GCTL4-FILE GPST4-FILE
                IF WS-GREETOT4-STATUS NOT = "00"
                        OR WS-MEXT4-STATUS NOT = "00"
                        OR WS-GREJ4-STATUS NOT = "00"
                        OR WS-GCTL4-STATUS NOT = "00"
                        OR WS-GPST4-STATUS NOT = "00"
                     DISPLAY "ERREUR : partition 4 incomplete."
                     SET MERGE-ERROR TO TRUE
                END-IF
      *    le GREETCTL fusionne : l'etape d'equilibrage GREETBAL
      *    tourne ensuite telle quelle sur les fichiers fusionnes.
       MERGE-GREETCTL-FILES.
           MOVE 1 TO WS-CURRENT-PARTITION
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL END-OF-FILE
                READ GCTL1-FILE
                END-READ
           END-PERFORM
           IF WS-PARTITION-COUNT >= 2
                MOVE 2 TO WS-CURRENT-PARTITION
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL END-OF-FILE
                     READ GCTL2-FILE
                END-PERFORM
           END-IF
           IF WS-PARTITION-COUNT >= 3
                MOVE 3 TO WS-CURRENT-PARTITION
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL END-OF-FILE
                     READ GCTL3-FILE
                END-PERFORM
           END-IF
           IF WS-PARTITION-COUNT >= 4
                MOVE 4 TO WS-CURRENT-PARTITION
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL END-OF-FILE
                     READ GCTL4-FILE
           MOVE WS-CTL-REJECTS TO GC-REJECT-COUNT
           MOVE WS-CTL-SUSPENDED TO GC-SUSPENDED-COUNT
           MOVE WS-CTL-OPTOUT TO GC-OPTOUT-COUNT
           MOVE WS-CTL-CAPPED TO GC-CAPPED-COUNT
           MOVE WS-BUSINESS-DATE TO GC-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER TO GC-CYCLE-NUMBER
           WRITE GREETCTL-RECORD.

      *    Le compteur des personnes deja contactees (GC-CAPPED-COUNT)
      *    est absent d'un GREETCTL de partition ecrit avant son
      *    ajout : relu a espaces, il compte pour zero.
      *    Un GREETCTL de partition qui ne porte pas le cycle en
      *    cours vient d'une autre nuit : erreur de fusion.
       ADD-CONTROL-TOTALS.
           IF GC-CYCLE-NUMBER NOT = WS-CYCLE-NUMBER
                DISPLAY "ERREUR : partition " WS-CURRENT-PARTITION
                    " : GREETCTL du cycle " GC-CYCLE-NUMBER
                    " pour le cycle en cours " WS-CYCLE-NUMBER "."
                SET MERGE-ERROR TO TRUE
           END-IF
           IF WS-CTL-DATE = ZERO
                MOVE GC-RUN-DATE TO WS-CTL-DATE
                MOVE GC-RUN-TIME TO WS-CTL-TIME
           ADD GC-GREETINGS-WRITTEN TO WS-CTL-WRITTEN
           ADD GC-REJECT-COUNT TO WS-CTL-REJECTS
           ADD GC-SUSPENDED-COUNT TO WS-CTL-SUSPENDED
           ADD GC-OPTOUT-COUNT TO WS-CTL-OPTOUT
           IF GC-CAPPED-COUNT NUMERIC
                ADD GC-CAPPED-COUNT TO WS-CTL-CAPPED
           END-IF.

      *    Concatene les fichiers de postage GREETPST dans l'ordre
      *    des partitions (une ligne par detail MAILEXT de chaque
      *    partition).
       MERGE-GREETPST-FILES.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL END-OF-FILE
                READ GPST1-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        MOVE GPST1-RECORD TO GREET-POSTING-RECORD
                        WRITE GREET-POSTING-RECORD
                        ADD 1 TO WS-POSTING-TOTAL
                END-READ
           END-PERFORM
           IF WS-PARTITION-COUNT >= 2
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL END-OF-FILE
                     READ GPST2-FILE
                         AT END
                             SET END-OF-FILE TO TRUE
                         NOT AT END
                             MOVE GPST2-RECORD TO GREET-POSTING-RECORD
                             WRITE GREET-POSTING-RECORD
                             ADD 1 TO WS-POSTING-TOTAL
                     END-READ
                END-PERFORM
           END-IF
           IF WS-PARTITION-COUNT >= 3
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL END-OF-FILE
                     READ GPST3-FILE
                         AT END
                             SET END-OF-FILE TO TRUE
                         NOT AT END
                             MOVE GPST3-RECORD TO GREET-POSTING-RECORD
                             WRITE GREET-POSTING-RECORD
                             ADD 1 TO WS-POSTING-TOTAL
                     END-READ
                END-PERFORM
           END-IF
           IF WS-PARTITION-COUNT >= 4
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL END-OF-FILE
                     READ GPST4-FILE
                         AT END
                             SET END-OF-FILE TO TRUE
                         NOT AT END
                             MOVE GPST4-RECORD TO GREET-POSTING-RECORD
                             WRITE GREET-POSTING-RECORD
                             ADD 1 TO WS-POSTING-TOTAL
                     END-READ
                END-PERFORM
           END-IF.

      *    Inscrit la fin normale de l'etape GREETMRG dans le cycle
      *    (CALL "cyclechk", fonction F). Un echec laisse les sorties
      *    en place mais arrete la chaine (RC 16) : l'equilibrage ne
      *    doit pas tourner sur une fusion non inscrite.
       RECORD-CYCLE-STEP.
           SET CKQ-END-STEP TO TRUE
           MOVE "GREETMRG" TO CKQ-STEP-NAME
           CALL "cyclechk" USING CYCLE-CHECK-REQUEST
                CYCLE-CHECK-RESPONSE
           IF CKR-STEP-REFUSED
                DISPLAY "ERREUR : fin d'etape GREETMRG non "
                    "enregistree dans le cycle (motif "
                    CKR-REFUSAL-REASON ")."
                MOVE 16 TO RETURN-CODE
           END-IF.

      *    Ajoute l'enregistrement d'historique du run (cf. copybook
      *    RUNHIST) : details des partitions et details fusionnes,
      *    rejets renumerotes, lignes de postage.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUNHIST-FILE
           IF WS-RUNHIST-STATUS = "35"
                OPEN OUTPUT RUNHIST-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE "GREETMRG" TO RH-JOB-NAME
           MOVE WS-TS-DATE TO RH-RUN-DATE
           MOVE WS-TS-TIME TO RH-RUN-TIME
           MOVE SPACES TO RH-RUN-MODE
           MOVE WS-PARTITION-COUNT TO RH-RUN-MODE (1:1)
           MOVE WS-MERGED-COUNT TO RH-RECORDS-READ
           MOVE WS-MERGED-COUNT TO RH-RECORDS-WRITTEN
           MOVE WS-REJECT-TOTAL TO RH-REJECT-COUNT
           MOVE ZERO TO RH-SUPPRESSED-COUNT
           MOVE ZERO TO RH-OPTOUT-COUNT
           MOVE WS-POSTING-TOTAL TO RH-MISC-COUNT
           MOVE RETURN-CODE TO RH-RETURN-CODE
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER TO RH-CYCLE-NUMBER
           WRITE RUNHIST-RECORD
           CLOSE RUNHIST-FILE.

       CLOSE-ALL-FILES.
           CLOSE GREETOT1-FILE MEXT1-FILE GREJ1-FILE GCTL1-FILE
               GPST1-FILE
           IF WS-PARTITION-COUNT >= 2
                CLOSE GREETOT2-FILE MEXT2-FILE GREJ2-FILE GCTL2-FILE
                    GPST2-FILE
           END-IF
           IF WS-PARTITION-COUNT >= 3
                CLOSE GREETOT3-FILE MEXT3-FILE GREJ3-FILE GCTL3-FILE
                    GPST3-FILE
           END-IF
           IF WS-PARTITION-COUNT >= 4
                CLOSE GREETOT4-FILE MEXT4-FILE GREJ4-FILE GCTL4-FILE
                    GPST4-FILE
           END-IF
           CLOSE GREETOUT-FILE MAILEXT-FILE GREETREJ-FILE
               GREETCTL-FILE GREETPST-FILE.
