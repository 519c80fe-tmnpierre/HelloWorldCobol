      *    - nom homonyme (plusieurs clients du meme nom) : ECARTE
      *      et liste sur le rapport - sans numero sur pour le
      *      departager, l'enregistrement serait de toute facon
      *      rejete par le batch (motif NA). Les doublons retires
      *      par une fusion (CUSTMERGE, fichier MERGEXRF charge au
      *      demarrage, cf. copybook MRGTAB) ne comptent pas : s'il
      *      ne reste qu'un client non retire de ce nom, c'est lui
      *      qui est rapproche ;
      *    - nom qui ne designe qu'un client retire par une fusion :
      *      le statut retenu est celui du survivant, et le numero
      *      retire est ecrit dans NI-CUSTOMER-NUMBER - le batch le
      *      redirige vers le survivant en acceptant le nom du
      *      doublon ;
      *    - client actif : retenu, avec son numero client dans
      *      NI-CUSTOMER-NUMBER (rattachement sur par le batch) ;
      *    - nom inconnu de CUSTOMER-MASTER : retenu sans numero,
      *
      *    Le rapport de selection CAMPRPT porte les parametres et
      *    les volumes (balayes, retenus, ecartes par motif).
      *
      *    Cycle d'exploitation (cf. copybook CYCLECHK) : l'extraction
      *    exige un cycle ouvert et n'y passe qu'une fois (etape
      *    CAMPEXT, inscrite en fin normale) ; refus = RC 16 sans
      *    rien ecrire. Une date pivot DORMANT posterieure a la date
      *    de gestion du cycle est refusee. Le rapport CAMPRPT porte
      *    la date de gestion et le numero du cycle, et un
      *    enregistrement RUNHIST (job CAMPEXT) est ajoute en fin de
      *    run.
      *    *************************************************************

       IDENTIFICATION DIVISION.
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAS-STATUS.

      *    Correspondances des clients fusionnes (numero retire ->
      *    numero survivant), tenues par CUSTMERGE.
           SELECT MERGE-XREF-FILE ASSIGN TO "MERGEXRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGEXRF-STATUS.

      *    Fichier de campagne au format NAMES-IN, pret pour le DD
      *    NAMESIN du job HELLOBAT.
           SELECT NAMES-OUT-FILE ASSIGN TO "NAMESOUT"
           SELECT CAMP-RPT-FILE ASSIGN TO "CAMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Historique des runs (cf. copybook RUNHIST).
           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GREETED-MASTER-FILE.
       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAS.

       FD  MERGE-XREF-FILE.
           COPY MERGEXRF.

       FD  NAMES-OUT-FILE.
           COPY NAMEREC.

       FD  CAMP-RPT-FILE.
       01 CAMP-RPT-LINE PIC X(80).

       FD  RUNHIST-FILE.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
      *    Un GREETMAS absent est une erreur : pas d'historique, pas
      *    de campagne. Un CUSTMAS absent laisse simplement tous les
          88 CUST-RESULT-UNKNOWN   VALUE "U".
       01 WS-CUST-NUMBER PIC 9(8) VALUE ZERO.

      *    Correspondances des clients fusionnes (cf. copybook
      *    MRGTAB) ; fichier absent : aucune fusion. WS-LOOKUP-NUMBER
      *    est le numero en cours de resolution, remplace par le
      *    survivant a chaque fusion suivie ; les homonymes non
      *    retires sont comptes dans WS-CANDIDATE-COUNT ; le premier
      *    client lu du nom est garde dans WS-FIRST-HOLDER-NUMBER et
      *    WS-FIRST-HOLDER-STATUS.
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
       01 WS-HOMONYM-END-SWITCH PIC X(01) VALUE "N".
          88 HOMONYM-END VALUE "Y".
       01 WS-CANDIDATE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CANDIDATE-NUMBER PIC 9(8) VALUE ZERO.
       01 WS-CANDIDATE-STATUS PIC X(01) VALUE SPACE.
       01 WS-FIRST-HOLDER-NUMBER PIC 9(8) VALUE ZERO.
       01 WS-FIRST-HOLDER-STATUS PIC X(01) VALUE SPACE.

      *    Volumes du rapport de selection.
       01 WS-SCANNED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-SELECTED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-RPT-WORK PIC X(80).
       01 WS-EDIT-9-6 PIC Z(5)9.

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
           PERFORM CHECK-BUSINESS-CYCLE
           PERFORM GET-CAMPAIGN-PARAMETERS
           PERFORM OPEN-CAMPAIGN-FILES
           PERFORM WRITE-REPORT-HEADER
           PERFORM CLOSE-CAMPAIGN-FILES
           DISPLAY "Campagne : " WS-WRITTEN-COUNT
               " nom(s) extraits."
           PERFORM RECORD-CYCLE-STEP
           PERFORM WRITE-RUN-HISTORY
           STOP RUN.

      *    Lit le cycle d'exploitation (CALL "cyclechk") : cycle
      *    ouvert et extraction pas encore passee dans le cycle.
      *    Refus : arret RC 16 avant toute ecriture.
       CHECK-BUSINESS-CYCLE.
           SET CKQ-START-STEP TO TRUE
           MOVE "CAMPEXT" TO CKQ-STEP-NAME
           MOVE SPACES TO CKQ-PREREQ-STEP
           MOVE SPACES TO CKQ-BLOCKING-STEP (1)
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
           MOVE CKR-CYCLE-NUMBER TO WS-CYCLE-NUMBER.

      *    Inscrit la fin normale de l'etape CAMPEXT dans le cycle
      *    (CALL "cyclechk", fonction F). Echec : RC 16 - le fichier
      *    de campagne ne doit pas partir dans HELLOBAT.
       RECORD-CYCLE-STEP.
           SET CKQ-END-STEP TO TRUE
           MOVE "CAMPEXT" TO CKQ-STEP-NAME
           CALL "cyclechk" USING CYCLE-CHECK-REQUEST
                CYCLE-CHECK-RESPONSE
           IF CKR-STEP-REFUSED
                DISPLAY "ERREUR : fin d'etape CAMPEXT non "
                    "enregistree dans le cycle (motif "
                    CKR-REFUSAL-REASON ")."
                MOVE 16 TO RETURN-CODE
           END-IF.

      *    Ajoute l'enregistrement d'historique du run (cf. copybook
      *    RUNHIST) : noms balayes et extraits, ecartes par motif.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUNHIST-FILE
           IF WS-RUNHIST-STATUS = "35"
                OPEN OUTPUT RUNHIST-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE "CAMPEXT" TO RH-JOB-NAME
           MOVE WS-TS-DATE TO RH-RUN-DATE
           MOVE WS-TS-TIME TO RH-RUN-TIME
           MOVE WS-MODE-INPUT TO RH-RUN-MODE
           MOVE WS-SCANNED-COUNT TO RH-RECORDS-READ
           MOVE WS-WRITTEN-COUNT TO RH-RECORDS-WRITTEN
           MOVE ZERO TO RH-REJECT-COUNT
           COMPUTE RH-SUPPRESSED-COUNT
               = WS-INACTIVE-COUNT + WS-SUSPENDED-COUNT
           MOVE ZERO TO RH-OPTOUT-COUNT
           MOVE WS-HOMONYM-COUNT TO RH-MISC-COUNT
           MOVE RETURN-CODE TO RH-RETURN-CODE
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER TO RH-CYCLE-NUMBER
           WRITE RUNHIST-RECORD
           CLOSE RUNHIST-FILE.

      *    Lit le mode et sa valeur sur SYSIN et refuse toute
      *    combinaison invalide.
       GET-CAMPAIGN-PARAMETERS.
                         STOP RUN
                    END-IF
                    MOVE WS-VALUE-INPUT TO WS-CUTOFF-DATE
                    IF WS-CUTOFF-DATE > WS-BUSINESS-DATE
                         DISPLAY "ERREUR : date pivot "
                             WS-CUTOFF-DATE " posterieure a la "
                             "date de gestion " WS-BUSINESS-DATE "."
                         MOVE 16 TO RETURN-CODE
                         STOP RUN
                    END-IF
                WHEN MODE-ANNIV
                    IF WS-VALUE-INPUT (1:2) NOT NUMERIC
                            OR WS-VALUE-INPUT (3:6) NOT = SPACES
           IF WS-CUSTMAS-STATUS = "00"
                SET CUSTMAS-OPEN TO TRUE
           END-IF
           PERFORM LOAD-MERGE-TABLE
           OPEN OUTPUT NAMES-OUT-FILE
           OPEN OUTPUT CAMP-RPT-FILE.

      *    Charge les correspondances des clients fusionnes (cf.
      *    copybooks MERGEXRF et MRGTAB), comme HELLOWRDBATCH.
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

       CLOSE-CAMPAIGN-FILES.
           CLOSE GREETED-MASTER-FILE NAMES-OUT-FILE CAMP-RPT-FILE
           IF CUSTMAS-OPEN

      *    Rapproche le nom courant de CUSTOMER-MASTER par la cle
      *    secondaire : statut du client trouve, homonyme (lecture
      *    "02" et plus d'un client non retire par une fusion), ou
      *    inconnu. Le numero du client actif trouve est conserve
      *    pour l'enregistrement de campagne ; pour un client retire,
      *    c'est le statut de son survivant qui decide.
       LOOKUP-CUSTOMER-STATUS.
           SET CUST-RESULT-UNKNOWN TO TRUE
           MOVE ZERO TO WS-CUST-NUMBER
                         CONTINUE
                     NOT INVALID KEY
                         IF WS-CUSTMAS-STATUS = "02"
                              PERFORM RESOLVE-HOMONYMS
                         ELSE
                              MOVE CM-ACCOUNT-STATUS
                                  TO WS-CUST-RESULT
                              MOVE CM-CUSTOMER-NUMBER
                                  TO WS-CUST-NUMBER
                              PERFORM APPLY-SURVIVOR-STATUS
                         END-IF
                END-READ
           END-IF.

      *    Parcourt tous les clients du nom courant sur la cle
      *    secondaire en ne comptant que ceux qui n'ont pas ete
      *    retires par une fusion : un seul candidat restant est
      *    rapproche ; aucun (tous retires) : le premier client lu
      *    prend le statut de son survivant ; plus d'un : le nom est
      *    homonyme.
       RESOLVE-HOMONYMS.
           MOVE ZERO TO WS-CANDIDATE-COUNT
           MOVE CM-CUSTOMER-NUMBER TO WS-FIRST-HOLDER-NUMBER
           MOVE CM-ACCOUNT-STATUS TO WS-FIRST-HOLDER-STATUS
           MOVE "N" TO WS-HOMONYM-END-SWITCH
           PERFORM COUNT-ONE-CANDIDATE
           PERFORM UNTIL HOMONYM-END
                READ CUSTOMER-MASTER-FILE NEXT RECORD
                     AT END
                         SET HOMONYM-END TO TRUE
                     NOT AT END
                         IF CM-CUSTOMER-NAME NOT = GM-NAME
                              SET HOMONYM-END TO TRUE
                         ELSE
                              PERFORM COUNT-ONE-CANDIDATE
                         END-IF
                END-READ
           END-PERFORM
           EVALUATE WS-CANDIDATE-COUNT
                WHEN 0
                    MOVE WS-FIRST-HOLDER-STATUS TO WS-CUST-RESULT
                    MOVE WS-FIRST-HOLDER-NUMBER TO WS-CUST-NUMBER
                    PERFORM APPLY-SURVIVOR-STATUS
                WHEN 1
                    MOVE WS-CANDIDATE-STATUS TO WS-CUST-RESULT
                    MOVE WS-CANDIDATE-NUMBER TO WS-CUST-NUMBER
                WHEN OTHER
                    SET CUST-RESULT-HOMONYM TO TRUE
           END-EVALUATE.

       COUNT-ONE-CANDIDATE.
           MOVE CM-CUSTOMER-NUMBER TO WS-LOOKUP-NUMBER
           PERFORM FOLLOW-ONE-MERGE
           IF NOT MERGE-HOP-FOUND
                ADD 1 TO WS-CANDIDATE-COUNT
                MOVE CM-CUSTOMER-NUMBER TO WS-CANDIDATE-NUMBER
                MOVE CM-ACCOUNT-STATUS TO WS-CANDIDATE-STATUS
           END-IF.

      *    Le client trouve par le nom est un doublon retire : son
      *    statut est remplace par celui du survivant (fusions
      *    successives suivies, nombre borne par la taille de la
      *    table), lu sur la cle primaire. Le numero retire reste
      *    celui de l'enregistrement de campagne.
       APPLY-SURVIVOR-STATUS.
           MOVE "N" TO WS-MERGE-REDIRECT-SWITCH
           MOVE ZERO TO WS-MERGE-HOPS
           MOVE WS-CUST-NUMBER TO WS-LOOKUP-NUMBER
           PERFORM FOLLOW-ONE-MERGE
           PERFORM UNTIL NOT MERGE-HOP-FOUND
                      OR WS-MERGE-HOPS > WS-MERGE-COUNT
                SET NUMBER-REDIRECTED TO TRUE
                PERFORM FOLLOW-ONE-MERGE
           END-PERFORM
           IF NUMBER-REDIRECTED
                MOVE WS-LOOKUP-NUMBER TO CM-CUSTOMER-NUMBER
                READ CUSTOMER-MASTER-FILE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         MOVE CM-ACCOUNT-STATUS TO WS-CUST-RESULT
                END-READ
           END-IF.

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
                     MOVE WS-MRG-SURVIVOR (WS-MRG-IDX)
                         TO WS-LOOKUP-NUMBER
                END-IF
           END-PERFORM.

      *    Ecrit l'enregistrement de campagne au format NAMES-IN :
      *    nom, locale a blanc (langue par defaut du run), numero
      *    client quand le rapprochement est sur.
               INTO WS-RPT-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-WORK
           STRING "DATE DE GESTION : " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               " CYCLE : " DELIMITED BY SIZE
               WS-CYCLE-NUMBER DELIMITED BY SIZE
               INTO WS-RPT-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-WORK
           PERFORM WRITE-REPORT-LINE.

      *    Edite les volumes du rapport de selection.
