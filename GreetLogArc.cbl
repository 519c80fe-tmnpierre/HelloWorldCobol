      *    fichier d'archive date et laisse un GREETLOG compact :
      *
      *    1. Lit le nombre de jours de retention sur SYSIN (1 a
      *       9999) et calcule la date pivot (date de gestion -
      *       retention).
      *    2. Passe 1 : relit GREETLOG et note, par session, la date
      *       la plus recente de ses enregistrements.
      *    3. Passe 2 : recopie chaque enregistrement soit vers
      *    fait par le job appelant, pas par ce programme : en cas
      *    d'incident en cours d'execution, le GREETLOG d'origine est
      *    ainsi toujours intact.
      *
      *    Cycle d'exploitation (cf. copybook CYCLECHK) :
      *    "aujourd'hui" est la date de gestion du cycle ouvert, pas
      *    l'horloge - la date pivot est date de gestion - retention.
      *    L'archivage exige un cycle ouvert dont l'equilibrage
      *    GREETBAL est passe, et n'y passe qu'une fois (etape
      *    GREETARC, inscrite en fin normale) ; refus = RC 16 sans
      *    rien toucher. Le rapport ARCRPT et l'enregistrement
      *    RUNHIST portent la date de gestion et le numero du cycle.
      *    *************************************************************

       IDENTIFICATION DIVISION.
          05 WS-TS-TIME       PIC 9(6).
          05 FILLER           PIC X(07).

      *    Cycle d'exploitation en cours (cf. CHECK-BUSINESS-CYCLE).
       01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.
       01 WS-CYCLE-NUMBER PIC 9(6) VALUE ZERO.
           COPY CYCLECHK.

      *    Statut de RUNHIST : cree (OPEN OUTPUT) au tout premier
      *    run si l'historique n'existe pas encore (statut "35"),
      *    ouvert en EXTEND ensuite.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-RETENTION-PARAMETER
           PERFORM CHECK-BUSINESS-CYCLE
           PERFORM COMPUTE-CUTOFF-DATE
           PERFORM SCAN-SESSIONS
           PERFORM MARK-SESSIONS-TO-ARCHIVE
           PERFORM ROUTE-GREETLOG-RECORDS
           PERFORM WRITE-CONTROL-REPORT
           PERFORM RECORD-CYCLE-STEP
           PERFORM WRITE-RUN-HISTORY
           STOP RUN.

      *    Lit le cycle d'exploitation (CALL "cyclechk") : cycle
      *    ouvert, equilibrage GREETBAL passe, archivage pas encore
      *    passe dans le cycle. Refus : arret RC 16, GREETLOG n'est
      *    pas relu.
       CHECK-BUSINESS-CYCLE.
           SET CKQ-START-STEP TO TRUE
           MOVE "GREETARC" TO CKQ-STEP-NAME
           MOVE "GREETBAL" TO CKQ-PREREQ-STEP
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

      *    Inscrit la fin normale de l'etape GREETARC dans le cycle
      *    (CALL "cyclechk", fonction F). Echec : RC 16 - GREETLOGN
      *    est complet mais le job appelant ne doit pas le renommer.
       RECORD-CYCLE-STEP.
           SET CKQ-END-STEP TO TRUE
           MOVE "GREETARC" TO CKQ-STEP-NAME
           CALL "cyclechk" USING CYCLE-CHECK-REQUEST
                CYCLE-CHECK-RESPONSE
           IF CKR-STEP-REFUSED
                DISPLAY "ERREUR : fin d'etape GREETARC non "
                    "enregistree dans le cycle (motif "
                    CKR-REFUSAL-REASON ")."
                MOVE 16 TO RETURN-CODE
           END-IF.

      *    Ajoute l'enregistrement d'historique du run (cf. copybook
      *    RUNHIST) : volumes archives et conserves, retention en
      *    vigueur - les chiffres du rapport ARCRPT survivent ainsi
           MOVE ZERO TO RH-OPTOUT-COUNT
           MOVE WS-RECORDS-ARCHIVED TO RH-MISC-COUNT
           MOVE RETURN-CODE TO RH-RETURN-CODE
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER TO RH-CYCLE-NUMBER
           WRITE RUNHIST-RECORD
           CLOSE RUNHIST-FILE.

           END-IF
           MOVE WS-RETENTION-INPUT TO WS-RETENTION-DAYS.

      *    Calcule la date pivot : date de gestion du cycle moins la
      *    retention. Les sessions dont l'enregistrement le plus
      *    recent est strictement anterieur a cette date sont
      *    archivables. L'horloge ne sert plus qu'a horodater le run.
       COMPUTE-CUTOFF-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           COMPUTE WS-CUTOFF-INTEGER
               = FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               - WS-RETENTION-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
               TO WS-CUTOFF-DATE.

           MOVE SPACES TO WS-RPT-WORK
           STRING "DATE DU TRAITEMENT : " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               "  CYCLE " DELIMITED BY SIZE
               WS-CYCLE-NUMBER DELIMITED BY SIZE
               INTO WS-RPT-WORK
           MOVE WS-RPT-WORK TO ARC-RPT-LINE
           WRITE ARC-RPT-LINE
