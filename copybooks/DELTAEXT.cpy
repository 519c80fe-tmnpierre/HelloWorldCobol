      *    Enregistrements de l'extraction quotidienne des changements
      *    pour l'entrepot de donnees (fichier DELTAEXT), ecrits par
      *    DELTAEXT : seuls les changements de la fenetre depuis la
      *    derniere extraction, au lieu des dechargements complets
      *    MASTCONV de GREETED-MASTER et CUSTOMER-MASTER.
      *
      *    Meme decoupage que MAILEXT (cf. copybook MAILEXT) :
      *    longueur fixe 80, type en colonne 1 :
      *    - "H" en-tete : date et heure du run, nom du job, date de
      *      gestion et numero du cycle (a zero hors cycle), puis la
      *      fenetre extraite - dates de debut (incluse) et de fin
      *      (exclue) - et le mode du run (NORMAL, RERUN, INIT ou
      *      REPLAY) ;
      *    - "D" detail  : un par changement, colonne 2 = source (G =
      *      GREETED-MASTER, C = CUSTOMER-MASTER via CUSTAUDT),
      *      colonne 3 = indicateur I (insertion), U (mise a jour)
      *      ou D (suppression, source G seulement). Trois
      *      dispositions, ci-dessous ;
      *    - "T" fin     : nombre d'enregistrements detail (toutes
      *      dispositions), dont le nombre de suppressions, et total
      *      de controle (somme des numeros client des details C et
      *      des compteurs de salutations des details G d'insertion
      *      ou de mise a jour, modulo douze chiffres) a rapprocher
      *      par l'entrepot avant chargement.
       01 DELTAEXT-HEADER-RECORD.
           05 DXH-RECORD-TYPE       PIC X(01).
              88 DXH-TYPE-HEADER      VALUE "H".
           05 DXH-RUN-DATE          PIC 9(8).
           05 DXH-RUN-TIME          PIC 9(6).
           05 DXH-JOB-NAME          PIC X(08).
           05 DXH-BUSINESS-DATE     PIC 9(8).
           05 DXH-CYCLE-NUMBER      PIC 9(6).
           05 DXH-FROM-DATE         PIC 9(8).
           05 DXH-TO-DATE           PIC 9(8).
           05 DXH-RUN-MODE          PIC X(06).
           05 FILLER                PIC X(21).

      *    Detail GREETED-MASTER : nom salue (cle) et etat courant de
      *    l'entree. I = premiere salutation dans la fenetre, U =
      *    personne deja connue saluee de nouveau.
       01 DELTAEXT-GREETED-RECORD REDEFINES DELTAEXT-HEADER-RECORD.
           05 DXG-RECORD-TYPE       PIC X(01).
              88 DXG-TYPE-DETAIL      VALUE "D".
           05 DXG-SOURCE-CODE       PIC X(01).
              88 DXG-SOURCE-GREETED   VALUE "G".
           05 DXG-CHANGE-FLAG       PIC X(01).
              88 DXG-FLAG-INSERT      VALUE "I".
              88 DXG-FLAG-UPDATE      VALUE "U".
           05 DXG-NAME              PIC X(50).
           05 DXG-FIRST-SEEN-DATE   PIC 9(8).
           05 DXG-LAST-SEEN-DATE    PIC 9(8).
           05 DXG-GREET-COUNT       PIC 9(6).
           05 FILLER                PIC X(05).

      *    Detail CUSTOMER-MASTER : image apres d'une ligne CUSTAUDT
      *    de la fenetre, dans l'ordre du journal. I = ajout (action
      *    A), U = changement de nom ou de statut, fusion ou
      *    effacement (actions C, S, F, E : code action repris).
      *    Detail de suppression GREETED-MASTER : nom supprime par
      *    l'effacement PERSERASE (file GREETDEL) et date de
      *    l'effacement. L'entrepot retire le nom ; rien d'autre de
      *    la personne n'est transmis.
       01 DELTAEXT-DELETE-RECORD REDEFINES DELTAEXT-HEADER-RECORD.
           05 DXD-RECORD-TYPE       PIC X(01).
              88 DXD-TYPE-DETAIL      VALUE "D".
           05 DXD-SOURCE-CODE       PIC X(01).
              88 DXD-SOURCE-GREETED   VALUE "G".
           05 DXD-CHANGE-FLAG       PIC X(01).
              88 DXD-FLAG-DELETE      VALUE "D".
           05 DXD-NAME              PIC X(50).
           05 DXD-ERASE-DATE        PIC 9(8).
           05 FILLER                PIC X(19).

       01 DELTAEXT-CUSTOMER-RECORD REDEFINES DELTAEXT-HEADER-RECORD.
           05 DXC-RECORD-TYPE       PIC X(01).
              88 DXC-TYPE-DETAIL      VALUE "D".
           05 DXC-SOURCE-CODE       PIC X(01).
              88 DXC-SOURCE-CUSTOMER  VALUE "C".
           05 DXC-CHANGE-FLAG       PIC X(01).
              88 DXC-FLAG-INSERT      VALUE "I".
              88 DXC-FLAG-UPDATE      VALUE "U".
           05 DXC-CUSTOMER-NUMBER   PIC 9(8).
           05 DXC-CUSTOMER-NAME     PIC X(50).
           05 DXC-ACCOUNT-STATUS    PIC X(01).
           05 DXC-ACTION-CODE       PIC X(01).
           05 DXC-CHANGE-DATE       PIC 9(8).
           05 DXC-CHANGE-TIME       PIC 9(6).
           05 FILLER                PIC X(03).

       01 DELTAEXT-TRAILER-RECORD REDEFINES DELTAEXT-HEADER-RECORD.
           05 DXT-RECORD-TYPE       PIC X(01).
              88 DXT-TYPE-TRAILER     VALUE "T".
           05 DXT-DETAIL-COUNT      PIC 9(9).
           05 DXT-HASH-TOTAL        PIC 9(12).
           05 DXT-DELETE-COUNT      PIC 9(9).
           05 FILLER                PIC X(49).
