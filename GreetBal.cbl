      *    jcl/HELLOBAT.jcl), recompte chaque chiffre de facon
      *    INDEPENDANTE - enregistrements NAMES-IN lus, lignes
      *    GREETOUT, details MAILEXT et total de controle recalcules,
      *    rejets GREETREJ, lignes du fichier de postage GREETPST -
      *    puis rapproche le tout entre les
      *    fichiers, l'enregistrement de fin de MAILEXT et les totaux
      *    de controle GREETCTL ecrits par le batch (cf. copybook
      *    GREETCTL), y compris l'identite d'ensemble :
      *        lus = ecrits + rejetes + suspendus + opposition
      *              + deja contactes.
      *    Les personnes deja contactees dans l'intervalle minimum
      *    (motif CF de GREETREJ) sont recomptees a part des autres
      *    rejets et rapprochees de leur propre compteur GREETCTL.
      *    Le fichier de postage GREETPST doit porter exactement une
      *    ligne par detail MAILEXT : l'etape GREETPOST, qui le poste
      *    dans GREETLOG et GREETED-MASTER, ne tourne que sur une
      *    nuit equilibree.
      *    Le resultat est edite dans le rapport d'une page BALRPT.
      *
      *    Codes retour :
      *          manquant) ;
      *      16  au moins un ecart constate : l'ordonnanceur retient
      *          la remise au mailer.
      *
      *    Cycle d'exploitation (cf. copybook CYCLECHK) : l'etape
      *    GREETBAL exige un cycle ouvert et n'y passe qu'une fois
      *    AVEC SUCCES - sa fin n'est inscrite dans le cycle qu'a
      *    RC 0, pour qu'un equilibrage en echec puisse etre relance
      *    apres correction ; refus = RC 16 sans rapport. Le GREETCTL
      *    et l'en-tete MAILEXT doivent porter le numero du cycle en
      *    cours : des sorties d'une autre nuit (ou d'avant la
      *    fusion) sont hors sequence et rendent l'equilibrage
      *    impossible (RC 8). Le rapport BALRPT porte la date de
      *    gestion, et un enregistrement RUNHIST (job GREETBAL) est
      *    ajoute en fin de run.
      *    *************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GREETREJ-STATUS.

      *    Fichier de postage des salutations retenues (cf. copybook
      *    GREETPST).
           SELECT GREETPST-FILE ASSIGN TO "GREETPST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GREETPST-STATUS.

      *    Totaux de controle ecrits par HELLOWRDBATCH en fin de run.
           SELECT GREETCTL-FILE ASSIGN TO "GREETCTL"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT BAL-RPT-FILE ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Historique des runs (cf. copybook RUNHIST).
           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NAMES-IN-FILE.
       FD  GREETREJ-FILE.
           COPY GREETREJ.

       FD  GREETPST-FILE.
           COPY GREETPST.

       FD  GREETCTL-FILE.
           COPY GREETCTL.

       FD  BAL-RPT-FILE.
       01 BAL-RPT-LINE PIC X(80).

       FD  RUNHIST-FILE.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
      *    Statuts fichiers : toute absence rend l'equilibrage
      *    impossible (RC 8) - une nuit sans fichier de sortie n'est
       01 WS-MAILEXT-STATUS PIC X(02) VALUE SPACES.
       01 WS-GREETREJ-STATUS PIC X(02) VALUE SPACES.
       01 WS-GREETCTL-STATUS PIC X(02) VALUE SPACES.
       01 WS-GREETPST-STATUS PIC X(02) VALUE SPACES.

       01 WS-EOF-SWITCH PIC X(01).
          88 END-OF-FILE VALUE "Y".
       01 WS-DERIVED-HASH PIC 9(12) VALUE ZERO.
       01 WS-HASH-WORK PIC 9(13) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-CAPPED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-POSTING-COUNT PIC 9(9) VALUE ZERO.

      *    Etat de l'extraction MAILEXT : en-tete vu, enregistrement
      *    de fin vu (avec ses valeurs), enregistrement rencontre
          88 RECORD-AFTER-TRAILER VALUE "Y".
       01 WS-TRAILER-COUNT PIC 9(9) VALUE ZERO.
       01 WS-TRAILER-HASH PIC 9(12) VALUE ZERO.
       01 WS-EXT-CYCLE PIC 9(6) VALUE ZERO.

      *    Totaux de controle lus dans GREETCTL.
       01 WS-CTL-FOUND-SWITCH PIC X(01) VALUE "N".
       01 WS-CTL-REJECTS PIC 9(6) VALUE ZERO.
       01 WS-CTL-SUSPENDED PIC 9(6) VALUE ZERO.
       01 WS-CTL-OPTOUT PIC 9(6) VALUE ZERO.
       01 WS-CTL-CAPPED PIC 9(6) VALUE ZERO.
       01 WS-CTL-ACCOUNTED PIC 9(9) VALUE ZERO.
       01 WS-CTL-CYCLE PIC 9(6) VALUE ZERO.

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

      *    Verdict : nombre d'ecarts constates et impossibilite
      *    d'equilibrer.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CHECK-BUSINESS-CYCLE
           PERFORM COUNT-NAMES-IN
           PERFORM COUNT-GREETOUT
           PERFORM SCAN-MAILEXT
           PERFORM COUNT-GREETREJ
           PERFORM COUNT-GREETPST
           PERFORM READ-CONTROL-TOTALS
           PERFORM WRITE-BALANCE-REPORT
           PERFORM SET-RETURN-CODE
           IF RETURN-CODE = ZERO
                PERFORM RECORD-CYCLE-STEP
           END-IF
           PERFORM WRITE-RUN-HISTORY
           STOP RUN.

      *    Lit le cycle d'exploitation (CALL "cyclechk") : cycle
      *    ouvert et equilibrage pas encore reussi dans le cycle.
      *    Refus : arret RC 16 sans rapport.
       CHECK-BUSINESS-CYCLE.
           SET CKQ-START-STEP TO TRUE
           MOVE "GREETBAL" TO CKQ-STEP-NAME
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

      *    Recompte les enregistrements du fichier d'entree NAMES-IN.
       COUNT-NAMES-IN.
           MOVE "N" TO WS-EOF-SWITCH
           EVALUATE MXH-RECORD-TYPE
                WHEN "H"
                    SET HEADER-SEEN TO TRUE
                    IF MXH-CYCLE-NUMBER NUMERIC
                         MOVE MXH-CYCLE-NUMBER TO WS-EXT-CYCLE
                    END-IF
                WHEN "D"
                    ADD 1 TO WS-DETAIL-COUNT
                    COMPUTE WS-HASH-WORK
                    MOVE MXT-HASH-TOTAL TO WS-TRAILER-HASH
           END-EVALUATE.

      *    Recompte les enregistrements du fichier des rejets, les
      *    personnes deja contactees (motif CF) a part.
       COUNT-GREETREJ.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT GREETREJ-FILE
                         AT END
                             SET END-OF-FILE TO TRUE
                         NOT AT END
                             IF RJ-REASON-CONTACT-CAP
                                  ADD 1 TO WS-CAPPED-COUNT
                             ELSE
                                  ADD 1 TO WS-REJECT-COUNT
                             END-IF
                     END-READ
                END-PERFORM
                CLOSE GREETREJ-FILE
           END-IF.

      *    Recompte les lignes du fichier de postage GREETPST.
       COUNT-GREETPST.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT GREETPST-FILE
           IF WS-GREETPST-STATUS NOT = "00"
                SET UNBALANCEABLE TO TRUE
           ELSE
                PERFORM UNTIL END-OF-FILE
                     READ GREETPST-FILE
                         AT END
                             SET END-OF-FILE TO TRUE
                         NOT AT END
                             ADD 1 TO WS-POSTING-COUNT
                     END-READ
                END-PERFORM
                CLOSE GREETPST-FILE
           END-IF.

      *    Lit les totaux de controle ecrits par le batch. Fichier
      *    absent ou vide : le run ne s'est pas termine proprement,
      *    l'equilibrage est impossible.
                        MOVE GC-REJECT-COUNT TO WS-CTL-REJECTS
                        MOVE GC-SUSPENDED-COUNT TO WS-CTL-SUSPENDED
                        MOVE GC-OPTOUT-COUNT TO WS-CTL-OPTOUT
                        IF GC-CAPPED-COUNT NUMERIC
                             MOVE GC-CAPPED-COUNT TO WS-CTL-CAPPED
                        END-IF
                        IF GC-CYCLE-NUMBER NUMERIC
                             MOVE GC-CYCLE-NUMBER TO WS-CTL-CYCLE
                        END-IF
                END-READ
                CLOSE GREETCTL-FILE
           END-IF
           COMPUTE WS-CTL-ACCOUNTED
               = WS-CTL-WRITTEN + WS-CTL-REJECTS
               + WS-CTL-SUSPENDED + WS-CTL-OPTOUT + WS-CTL-CAPPED.

      *    L'extraction doit porter un en-tete, un enregistrement de
      *    fin, et rien apres lui : sinon elle est incomplete ou
                END-IF
           END-IF.

      *    Les totaux de controle et l'extraction doivent avoir ete
      *    produits dans le cycle en cours : sinon les sorties sont
      *    hors sequence (nuit precedente, partitions non fusionnees)
      *    et l'equilibrage est impossible.
       CHECK-CYCLE-STAMPS.
           IF CONTROL-TOTALS-FOUND
                   AND WS-CTL-CYCLE NOT = WS-CYCLE-NUMBER
                SET UNBALANCEABLE TO TRUE
                MOVE "GREETCTL HORS CYCLE (HORS SEQUENCE)"
                    TO WS-RPT-WORK
                PERFORM WRITE-REPORT-LINE
           END-IF
           IF HEADER-SEEN
                   AND WS-EXT-CYCLE NOT = WS-CYCLE-NUMBER
                SET UNBALANCEABLE TO TRUE
                MOVE "MAILEXT HORS CYCLE (HORS SEQUENCE)"
                    TO WS-RPT-WORK
                PERFORM WRITE-REPORT-LINE
           END-IF.

      *    Edite le rapport de controle d'une page : chaque
      *    rapprochement avec son verdict, puis le verdict d'ensemble.
       WRITE-BALANCE-REPORT.
               TO WS-RPT-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-WORK
           STRING "DATE DE GESTION " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               "  CYCLE " DELIMITED BY SIZE
               WS-CYCLE-NUMBER DELIMITED BY SIZE
               INTO WS-RPT-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-WORK
           PERFORM WRITE-REPORT-LINE

           PERFORM CHECK-MAILEXT-SHAPE
           PERFORM CHECK-CYCLE-STAMPS

           MOVE WS-GREETOUT-COUNT TO WS-EDIT-9-9
           MOVE WS-DETAIL-COUNT TO WS-EDIT-9-9-B
           MOVE "LIGNES GREETOUT / DETAILS MAILEXT" TO WS-RPT-WORK
           PERFORM COMPARE-TWO-9-9

           MOVE WS-POSTING-COUNT TO WS-EDIT-9-9
           MOVE WS-DETAIL-COUNT TO WS-EDIT-9-9-B
           MOVE "LIGNES GREETPST / DETAILS MAILEXT" TO WS-RPT-WORK
           PERFORM COMPARE-TWO-9-9

           MOVE WS-DETAIL-COUNT TO WS-EDIT-9-9
           MOVE WS-TRAILER-COUNT TO WS-EDIT-9-9-B
           MOVE "DETAILS COMPTES / ENREG. DE FIN" TO WS-RPT-WORK
           MOVE "REJETS COMPTES / TOTAUX DU RUN" TO WS-RPT-WORK
           PERFORM COMPARE-TWO-9-9

           MOVE WS-CAPPED-COUNT TO WS-EDIT-9-9
           MOVE WS-CTL-CAPPED TO WS-EDIT-9-9-B
           MOVE "DEJA CONTACTES (CF) / TOTAUX RUN" TO WS-RPT-WORK
           PERFORM COMPARE-TWO-9-9

           MOVE WS-INPUT-COUNT TO WS-EDIT-9-9
           MOVE WS-CTL-READ TO WS-EDIT-9-9-B
           MOVE "ENTREES COMPTEES / TOTAUX DU RUN" TO WS-RPT-WORK
           END-IF
           DISPLAY "Equilibrage : " WS-DISCREPANCY-COUNT
               " ecart(s), RC " RETURN-CODE ".".

      *    Inscrit la fin reussie de l'etape GREETBAL dans le cycle
      *    (CALL "cyclechk", fonction F) : c'est elle qui autorise
      *    MAILACK et l'archivage. Un echec arrete la chaine (RC 16).
       RECORD-CYCLE-STEP.
           SET CKQ-END-STEP TO TRUE
           MOVE "GREETBAL" TO CKQ-STEP-NAME
           CALL "cyclechk" USING CYCLE-CHECK-REQUEST
                CYCLE-CHECK-RESPONSE
           IF CKR-STEP-REFUSED
                DISPLAY "ERREUR : fin d'etape GREETBAL non "
                    "enregistree dans le cycle (motif "
                    CKR-REFUSAL-REASON ")."
                MOVE 16 TO RETURN-CODE
           END-IF.

      *    Ajoute l'enregistrement d'historique du run (cf. copybook
      *    RUNHIST) : entrees et details recomptes, rejets hors CF,
      *    ecarts constates ; le mode porte le verdict.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUNHIST-FILE
           IF WS-RUNHIST-STATUS = "35"
                OPEN OUTPUT RUNHIST-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE "GREETBAL" TO RH-JOB-NAME
           MOVE WS-TS-DATE TO RH-RUN-DATE
           MOVE WS-TS-TIME TO RH-RUN-TIME
           IF UNBALANCEABLE
                MOVE "NON-EQUIL." TO RH-RUN-MODE
           ELSE
                IF WS-DISCREPANCY-COUNT > ZERO
                     MOVE "ECART" TO RH-RUN-MODE
                ELSE
                     MOVE "EQUILIBRE" TO RH-RUN-MODE
                END-IF
           END-IF
           MOVE WS-INPUT-COUNT TO RH-RECORDS-READ
           MOVE WS-DETAIL-COUNT TO RH-RECORDS-WRITTEN
           MOVE WS-REJECT-COUNT TO RH-REJECT-COUNT
           MOVE ZERO TO RH-SUPPRESSED-COUNT
           MOVE ZERO TO RH-OPTOUT-COUNT
           MOVE WS-DISCREPANCY-COUNT TO RH-MISC-COUNT
           MOVE RETURN-CODE TO RH-RETURN-CODE
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER TO RH-CYCLE-NUMBER
           WRITE RUNHIST-RECORD
           CLOSE RUNHIST-FILE.
