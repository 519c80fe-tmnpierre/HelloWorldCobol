      *       plus) avec la mention de routage vers la liste
      *       d'opposition (SUPMAINT) : ils cessent d'etre repostes
      *       chaque nuit des que l'opposition est saisie.
      *
      *    Cycle d'exploitation (cf. copybook CYCLECHK) : MAILACK
      *    exige un cycle ouvert dont l'equilibrage GREETBAL est
      *    passe, et n'y passe qu'une fois ; refus = RC 16 sans
      *    rapport. L'extraction relue doit porter le numero du cycle
      *    en cours (sinon l'accuse est inutilisable), et les dates
      *    de retour enregistrees dans UNDELIV sont la date de gestion
      *    du cycle. La fin d'etape est inscrite a RC 0 ou 8 (les
      *    retours ont ete enregistres) ; un RC 16 n'enregistre rien
      *    et le job peut etre relance. Un enregistrement RUNHIST
      *    (job MAILACK) est ajoute en fin de run.
      *    *************************************************************

       IDENTIFICATION DIVISION.
           SELECT ACK-RPT-FILE ASSIGN TO "ACKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Historique des runs (cf. copybook RUNHIST).
           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAILACK-FILE.
       FD  ACK-RPT-FILE.
       01 ACK-RPT-LINE PIC X(100).

       FD  RUNHIST-FILE.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
      *    Statuts fichiers : un accuse ou une extraction absents
      *    rendent tout rapprochement impossible (RC 16) ; un fichier
       01 WS-RETURN-OVERFLOW-SWITCH PIC X(01) VALUE "N".
          88 RETURN-TABLE-OVERFLOW VALUE "Y".

      *    Etat de l'extraction MAILEXT relue : date et cycle de
      *    l'en-tete, compteur de l'enregistrement de fin.
       01 WS-EXT-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-EXT-CYCLE PIC 9(6) VALUE ZERO.
       01 WS-EXT-TRAILER-COUNT PIC 9(9) VALUE ZERO.

      *    Table du fichier cumulatif UNDELIV (charge puis reecrit).
       01 WS-EDIT-9-9-B PIC Z(8)9.
       01 WS-EDIT-9-4 PIC Z(3)9.

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
           OPEN OUTPUT ACK-RPT-FILE
           MOVE "RAPPORT DES RETOURS MAILER (MAILACK)"
               TO WS-RPT-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-WORK
           STRING "DATE DE GESTION " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               "  CYCLE " DELIMITED BY SIZE
               WS-CYCLE-NUMBER DELIMITED BY SIZE
               INTO WS-RPT-WORK
           PERFORM WRITE-REPORT-LINE

           PERFORM READ-MAILACK-FILE
           IF NOT ACK-UNUSABLE
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE ACK-RPT-FILE
           PERFORM SET-RETURN-CODE
           IF RETURN-CODE < 16
                PERFORM RECORD-CYCLE-STEP
           END-IF
           PERFORM WRITE-RUN-HISTORY
           STOP RUN.

      *    Lit le cycle d'exploitation (CALL "cyclechk") : cycle
      *    ouvert, equilibrage GREETBAL passe, accuse pas encore
      *    traite dans le cycle. Refus : arret RC 16 sans rapport.
       CHECK-BUSINESS-CYCLE.
           SET CKQ-START-STEP TO TRUE
           MOVE "MAILACK" TO CKQ-STEP-NAME
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

      *    Lit l'accuse du mailer : en-tete, retours en table,
      *    enregistrement de fin. Toute anomalie de forme (fichier
      *    absent, en-tete ou fin manquants, compteur de fin faux,
           EVALUATE MXH-RECORD-TYPE
                WHEN "H"
                    MOVE MXH-RUN-DATE TO WS-EXT-RUN-DATE
                    IF MXH-CYCLE-NUMBER NUMERIC
                         MOVE MXH-CYCLE-NUMBER TO WS-EXT-CYCLE
                    END-IF
                WHEN "D"
                    PERFORM MATCH-RETURNS-TO-DETAIL
                WHEN "T"
                END-IF
           END-PERFORM.

      *    Rapproche l'accuse de l'extraction : extraction du cycle
      *    en cours et meme date de run (sinon l'accuse ne concerne
      *    pas cette nuit : inutilisable),
      *    nombre accepte egal au nombre de details envoyes, et
      *    chaque retour pointe parmi les details. Les ecarts non
      *    fatals sont listes et comptes.
       CHECK-ACK-AGAINST-EXTRACT.
           IF WS-EXT-CYCLE NOT = WS-CYCLE-NUMBER
                MOVE SPACES TO WS-RPT-WORK
                STRING "EXTRACTION DU CYCLE " DELIMITED BY SIZE
                    WS-EXT-CYCLE DELIMITED BY SIZE
                    " HORS CYCLE EN COURS " DELIMITED BY SIZE
                    WS-CYCLE-NUMBER DELIMITED BY SIZE
                    " - ACCUSE NON TRAITE." DELIMITED BY SIZE
                    INTO WS-RPT-WORK
                PERFORM WRITE-REPORT-LINE
                SET ACK-UNUSABLE TO TRUE
           END-IF

           IF WS-ACK-RUN-DATE NOT = WS-EXT-RUN-DATE
                MOVE SPACES TO WS-RPT-WORK
                STRING "DATE DE RUN ACCUSEE " DELIMITED BY SIZE

           IF ENTRY-FOUND
                ADD 1 TO WS-UND-RET-COUNT (WS-UND-IDX)
                MOVE WS-BUSINESS-DATE
                    TO WS-UND-LAST-DATE (WS-UND-IDX)
                MOVE WS-RET-REASON (WS-RET-IDX)
                    TO WS-UND-REASON (WS-UND-IDX)
                     MOVE WS-RET-NUMBER (WS-RET-IDX)
                         TO WS-UND-NUMBER (WS-UND-IDX)
                     MOVE 1 TO WS-UND-RET-COUNT (WS-UND-IDX)
                     MOVE WS-BUSINESS-DATE
                         TO WS-UND-FIRST-DATE (WS-UND-IDX)
                     MOVE WS-BUSINESS-DATE
                         TO WS-UND-LAST-DATE (WS-UND-IDX)
                     MOVE WS-RET-REASON (WS-RET-IDX)
                         TO WS-UND-REASON (WS-UND-IDX)
           DISPLAY "Retours traites : " WS-RECORDED-COUNT
               ", ecarts : " WS-DISCREPANCY-COUNT
               ", RC " RETURN-CODE ".".

      *    Inscrit la fin de l'etape MAILACK dans le cycle (CALL
      *    "cyclechk", fonction F) : les retours sont enregistres,
      *    l'accuse ne doit pas etre retraite. Echec : RC 16.
       RECORD-CYCLE-STEP.
           SET CKQ-END-STEP TO TRUE
           MOVE "MAILACK" TO CKQ-STEP-NAME
           CALL "cyclechk" USING CYCLE-CHECK-REQUEST
                CYCLE-CHECK-RESPONSE
           IF CKR-STEP-REFUSED
                DISPLAY "ERREUR : fin d'etape MAILACK non "
                    "enregistree dans le cycle (motif "
                    CKR-REFUSAL-REASON ")."
                MOVE 16 TO RETURN-CODE
           END-IF.

      *    Ajoute l'enregistrement d'historique du run (cf. copybook
      *    RUNHIST) : retours lus et enregistres, ecarts,
      *    recidivistes.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUNHIST-FILE
           IF WS-RUNHIST-STATUS = "35"
                OPEN OUTPUT RUNHIST-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE "MAILACK" TO RH-JOB-NAME
           MOVE WS-TS-DATE TO RH-RUN-DATE
           MOVE WS-TS-TIME TO RH-RUN-TIME
           MOVE "NORMAL" TO RH-RUN-MODE
           MOVE WS-RETURN-COUNT TO RH-RECORDS-READ
           MOVE WS-RECORDED-COUNT TO RH-RECORDS-WRITTEN
           MOVE WS-DISCREPANCY-COUNT TO RH-REJECT-COUNT
           MOVE ZERO TO RH-SUPPRESSED-COUNT
           MOVE ZERO TO RH-OPTOUT-COUNT
           MOVE WS-REPEAT-COUNT TO RH-MISC-COUNT
           MOVE RETURN-CODE TO RH-RETURN-CODE
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER TO RH-CYCLE-NUMBER
           WRITE RUNHIST-RECORD
           CLOSE RUNHIST-FILE.
