      *    *************************************************************
      *    Sous-programme de controle du cycle d'exploitation.
      *
      *    Chaque job batch prenait "aujourd'hui" a l'horloge ou sur
      *    une carte SYSIN (date pivot de CAMPEXT, date de retention
      *    de GREETLOGARC, periode de GREETRPT), et rien n'empechait
      *    HELLOBAT de passer deux fois la meme nuit, ni l'archivage
      *    de tourner avant que l'equilibrage soit passe. Ce
      *    sous-programme lit le fichier de controle du cycle
      *    CYCLECTL (cf. copybook CYCLEREC, tenu par CYCLECTL) et
      *    repond a l'appelant :
      *
      *    - L (lecture) : date de gestion, numero, etat et type du
      *      cycle, sans aucun controle de sequence ;
      *    - D (debut d'etape) : le cycle doit etre ouvert, l'etape
      *      ne doit pas y etre deja terminee, l'etape prealable
      *      demandee doit l'etre, et aucune des etapes interdisantes
      *      ne doit l'etre ;
      *    - F (fin d'etape) : inscrit la fin normale de l'etape dans
      *      la table du cycle ouvert (fichier reecrit en totalite).
      *
      *    Les regles de sequence sont fournies par l'appelant (cf.
      *    copybook CYCLECHK), comme le niveau exige par OPERSIGN.
      *    Un fichier CYCLECTL absent est un REFUS (motif CF), pas
      *    une autorisation par defaut : le premier cycle s'ouvre par
      *    CYCLECTL OPEN avec une date explicite.
      *
      *    Interface : CALL "cyclechk" USING CYCLE-CHECK-REQUEST
      *    CYCLE-CHECK-RESPONSE (cf. copybook CYCLECHK), module
      *    dynamique construit comme OPERSIGN.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. cyclechk.
       AUTHOR. pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de controle du cycle, relu a chaque appel et
      *    reecrit en totalite pour inscrire une fin d'etape (un seul
      *    enregistrement, meme technique que POSTCTL).
           SELECT CYCLECTL-FILE ASSIGN TO "CYCLECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLECTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLECTL-FILE.
           COPY CYCLEREC.

       WORKING-STORAGE SECTION.
       01 WS-CYCLECTL-STATUS PIC X(02) VALUE SPACES.

      *    Copie de travail de l'enregistrement CYCLECTL : le fichier
      *    est ferme aussitot lu, tout le travail se fait sur cette
      *    copie, reecrite par WRITE ... FROM.
           COPY CYCLEREC REPLACING ==CYCLE-CONTROL-RECORD==
               BY ==WS-CYCLE-RECORD==
               LEADING ==CY-== BY ==WS-CY-==.

      *    Recherche d'une etape dans la table du cycle.
       01 WS-STEP-SOUGHT PIC X(08) VALUE SPACES.
       01 WS-STEP-IDX PIC 9(2) VALUE ZERO.
       01 WS-BLOCK-IDX PIC 9(1) VALUE ZERO.
       01 WS-STEP-FOUND-SWITCH PIC X(01).
          88 STEP-FOUND VALUE "Y".

       01 WS-CURRENT-TIMESTAMP PIC X(21).
       01 WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(6).
          05 FILLER           PIC X(07).

       LINKAGE SECTION.
       COPY CYCLECHK.

       PROCEDURE DIVISION USING CYCLE-CHECK-REQUEST
               CYCLE-CHECK-RESPONSE.
       MAIN-PARA.
           SET CKR-STEP-REFUSED TO TRUE
           MOVE SPACES TO CKR-REFUSAL-REASON
           MOVE ZERO TO CKR-BUSINESS-DATE
           MOVE ZERO TO CKR-CYCLE-NUMBER
           MOVE SPACES TO CKR-CYCLE-STATE
           MOVE SPACES TO CKR-CYCLE-TYPE
           MOVE SPACES TO CKR-STEP-IN-CAUSE

           PERFORM READ-CYCLE-CONTROL

           IF CKR-REFUSAL-REASON = SPACES
                MOVE WS-CY-BUSINESS-DATE TO CKR-BUSINESS-DATE
                MOVE WS-CY-CYCLE-NUMBER TO CKR-CYCLE-NUMBER
                MOVE WS-CY-CYCLE-STATE TO CKR-CYCLE-STATE
                MOVE WS-CY-CYCLE-TYPE TO CKR-CYCLE-TYPE
                EVALUATE TRUE
                     WHEN CKQ-START-STEP
                         PERFORM CHECK-STEP-SEQUENCE
                     WHEN CKQ-END-STEP
                         PERFORM RECORD-STEP-END
                     WHEN OTHER
                         CONTINUE
                END-EVALUATE
           END-IF

           IF CKR-REFUSAL-REASON = SPACES
                SET CKR-STEP-GRANTED TO TRUE
           END-IF

           GOBACK.

      *    Lit l'enregistrement unique de CYCLECTL. Fichier absent ou
      *    vide : refus motif CF.
       READ-CYCLE-CONTROL.
           INITIALIZE WS-CYCLE-RECORD
           OPEN INPUT CYCLECTL-FILE
           IF WS-CYCLECTL-STATUS NOT = "00"
                MOVE "CF" TO CKR-REFUSAL-REASON
           ELSE
                READ CYCLECTL-FILE INTO WS-CYCLE-RECORD
                    AT END
                        MOVE "CF" TO CKR-REFUSAL-REASON
                END-READ
                CLOSE CYCLECTL-FILE
           END-IF.

      *    Debut d'etape : cycle ouvert, etape pas encore terminee
      *    dans ce cycle, etape prealable terminee, aucune etape
      *    interdisante passee. Le premier controle en echec donne le
      *    motif, et l'etape en cause est rendue a l'appelant.
       CHECK-STEP-SEQUENCE.
           IF NOT WS-CY-CYCLE-OPEN
                MOVE "CC" TO CKR-REFUSAL-REASON
           END-IF

           IF CKR-REFUSAL-REASON = SPACES
                MOVE CKQ-STEP-NAME TO WS-STEP-SOUGHT
                PERFORM FIND-CYCLE-STEP
                IF STEP-FOUND
                     MOVE "DJ" TO CKR-REFUSAL-REASON
                     MOVE CKQ-STEP-NAME TO CKR-STEP-IN-CAUSE
                END-IF
           END-IF

           IF CKR-REFUSAL-REASON = SPACES
                   AND CKQ-PREREQ-STEP NOT = SPACES
                MOVE CKQ-PREREQ-STEP TO WS-STEP-SOUGHT
                PERFORM FIND-CYCLE-STEP
                IF NOT STEP-FOUND
                     MOVE "SQ" TO CKR-REFUSAL-REASON
                     MOVE CKQ-PREREQ-STEP TO CKR-STEP-IN-CAUSE
                END-IF
           END-IF

           PERFORM VARYING WS-BLOCK-IDX FROM 1 BY 1
                   UNTIL WS-BLOCK-IDX > 2
                      OR CKR-REFUSAL-REASON NOT = SPACES
                IF CKQ-BLOCKING-STEP (WS-BLOCK-IDX) NOT = SPACES
                     MOVE CKQ-BLOCKING-STEP (WS-BLOCK-IDX)
                         TO WS-STEP-SOUGHT
                     PERFORM FIND-CYCLE-STEP
                     IF STEP-FOUND
                          MOVE "AP" TO CKR-REFUSAL-REASON
                          MOVE CKQ-BLOCKING-STEP (WS-BLOCK-IDX)
                              TO CKR-STEP-IN-CAUSE
                     END-IF
                END-IF
           END-PERFORM.

      *    Fin d'etape : inscrit l'etape (ou rafraichit son
      *    horodatage) dans la table du cycle ouvert et reecrit
      *    CYCLECTL.
       RECORD-STEP-END.
           IF NOT WS-CY-CYCLE-OPEN
                MOVE "CC" TO CKR-REFUSAL-REASON
           ELSE
                MOVE CKQ-STEP-NAME TO WS-STEP-SOUGHT
                PERFORM FIND-CYCLE-STEP
                IF NOT STEP-FOUND
                     IF WS-CY-STEP-COUNT >= 10
                          MOVE "TP" TO CKR-REFUSAL-REASON
                     ELSE
                          ADD 1 TO WS-CY-STEP-COUNT
                          MOVE WS-CY-STEP-COUNT TO WS-STEP-IDX
                          MOVE CKQ-STEP-NAME
                              TO WS-CY-STEP-NAME (WS-STEP-IDX)
                     END-IF
                END-IF
           END-IF

           IF CKR-REFUSAL-REASON = SPACES
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
                MOVE WS-TS-DATE TO WS-CY-STEP-END-DATE (WS-STEP-IDX)
                MOVE WS-TS-TIME TO WS-CY-STEP-END-TIME (WS-STEP-IDX)
                OPEN OUTPUT CYCLECTL-FILE
                WRITE CYCLE-CONTROL-RECORD FROM WS-CYCLE-RECORD
                CLOSE CYCLECTL-FILE
           END-IF.

      *    Cherche WS-STEP-SOUGHT parmi les etapes terminees du
      *    cycle ; WS-STEP-IDX designe le poste trouve.
       FIND-CYCLE-STEP.
           MOVE "N" TO WS-STEP-FOUND-SWITCH
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-CY-STEP-COUNT OR STEP-FOUND
                IF WS-CY-STEP-NAME (WS-STEP-IDX) = WS-STEP-SOUGHT
                     SET STEP-FOUND TO TRUE
                END-IF
           END-PERFORM
           IF STEP-FOUND
                SUBTRACT 1 FROM WS-STEP-IDX
           END-IF.
