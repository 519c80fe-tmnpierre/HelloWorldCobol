      *    Symbolic map generee par l'assemblage du mapset BMS
      *    HISTMAP (bms/HISTMAP.bms), saisie a la main dans ce depot
      *    de demonstration en l'absence d'assembleur BMS disponible
      *    (meme convention que GREETMAP). Layout standard DFHMDF :
      *    longueur (L), flag (F), attribut (A, cote sortie
      *    uniquement) puis donnee (I en entree, O en sortie). Un
      *    triplet L/F/I (ou L/A/O) est reserve pour CHAQUE DFHMDF du
      *    .bms, y compris les champs sans nom (titre, libelles,
      *    en-tetes de colonnes et ligne d'aide), dans le meme ordre
      *    et avec les memes longueurs que le source BMS. Le champ
      *    DETLO (OCCURS=12) donne une table de douze triplets.
       01 HISTM1I.
      *    Titre (BMS LENGTH=30).
           05 FILLER             PIC S9(4) COMP.
           05 FILLER             PIC X.
           05 FILLER             PIC X(30).
      *    "PAGE :" (BMS LENGTH=6).
           05 FILLER             PIC S9(4) COMP.
           05 FILLER             PIC X.
           05 FILLER             PIC X(06).
           05 PAGEOL             PIC S9(4) COMP.
           05 PAGEOF             PIC X.
           05 PAGEOI             PIC X(03).
      *    "SEARCH (E/P/B/D) :" (BMS LENGTH=18).
           05 FILLER             PIC S9(4) COMP.
           05 FILLER             PIC X.
           05 FILLER             PIC X(18).
           05 TYPEIL             PIC S9(4) COMP.
           05 TYPEIF             PIC X.
           05 TYPEII             PIC X(01).
      *    Aide des types de recherche (BMS LENGTH=36).
           05 FILLER             PIC S9(4) COMP.
           05 FILLER             PIC X.
           05 FILLER             PIC X(36).
      *    "NAME/PREFIX :" (BMS LENGTH=13).
           05 FILLER             PIC S9(4) COMP.
           05 FILLER             PIC X.
           05 FILLER             PIC X(13).
           05 NAMEIL             PIC S9(4) COMP.
           05 NAMEIF             PIC X.
           05 NAMEII             PIC X(50).
      *    "DORMANT BEFORE (YYYYMMDD) :" (BMS LENGTH=27).
           05 FILLER             PIC S9(4) COMP.
           05 FILLER             PIC X.
           05 FILLER             PIC X(27).
           05 DATEIL             PIC S9(4) COMP.
           05 DATEIF             PIC X.
           05 DATEII             PIC X(08).
      *    En-tetes de colonnes NAME, FIRST, LAST, COUNT, CUST NO, S
      *    et OP (BMS LENGTH=4, 5, 4, 5, 7, 1 et 2).
           05 FILLER             PIC S9(4) COMP.
           05 FILLER             PIC X.
           05 FILLER             PIC X(04).
           05 FILLER             PIC S9(4) COMP.
           05 FILLER             PIC X.
           05 FILLER             PIC X(05).
           05 FILLER             PIC S9(4) COMP.
           05 FILLER             PIC X.
           05 FILLER             PIC X(04).
           05 FILLER             PIC S9(4) COMP.
           05 FILLER             PIC X.
           05 FILLER             PIC X(05).
           05 FILLER             PIC S9(4) COMP.
           05 FILLER             PIC X.
           05 FILLER             PIC X(07).
           05 FILLER             PIC S9(4) COMP.
           05 FILLER             PIC X.
           05 FILLER             PIC X(01).
           05 FILLER             PIC S9(4) COMP.
           05 FILLER             PIC X.
           05 FILLER             PIC X(02).
      *    Lignes de detail (BMS LENGTH=78, OCCURS=12).
           05 DETLOD OCCURS 12 TIMES.
              10 DETLOL          PIC S9(4) COMP.
              10 DETLOF          PIC X.
              10 DETLOI          PIC X(78).
      *    Ligne de message (BMS LENGTH=78).
           05 MSGOL              PIC S9(4) COMP.
           05 MSGOF              PIC X.
           05 MSGOI              PIC X(78).
      *    "ENTER=SEARCH  PF7=PREV  PF8=NEXT  PF3=EXIT" (BMS
      *    LENGTH=45).
           05 FILLER             PIC S9(4) COMP.
           05 FILLER             PIC X.
           05 FILLER             PIC X(45).

       01 HISTM1O REDEFINES HISTM1I.
      *    Titre.
           05 FILLER             PIC X(2).
           05 FILLER             PIC X.
           05 FILLER             PIC X(30).
      *    "PAGE :".
           05 FILLER             PIC X(2).
           05 FILLER             PIC X.
           05 FILLER             PIC X(06).
           05 FILLER             PIC X(2).
           05 PAGEOA             PIC X.
           05 PAGEOO             PIC X(03).
      *    "SEARCH (E/P/B/D) :".
           05 FILLER             PIC X(2).
           05 FILLER             PIC X.
           05 FILLER             PIC X(18).
           05 FILLER             PIC X(2).
           05 TYPEOA             PIC X.
           05 TYPEOO             PIC X(01).
      *    Aide des types de recherche.
           05 FILLER             PIC X(2).
           05 FILLER             PIC X.
           05 FILLER             PIC X(36).
      *    "NAME/PREFIX :".
           05 FILLER             PIC X(2).
           05 FILLER             PIC X.
           05 FILLER             PIC X(13).
           05 FILLER             PIC X(2).
           05 NAMEOA             PIC X.
           05 NAMEOO             PIC X(50).
      *    "DORMANT BEFORE (YYYYMMDD) :".
           05 FILLER             PIC X(2).
           05 FILLER             PIC X.
           05 FILLER             PIC X(27).
           05 FILLER             PIC X(2).
           05 DATEOA             PIC X.
           05 DATEOO             PIC X(08).
      *    En-tetes de colonnes.
           05 FILLER             PIC X(2).
           05 FILLER             PIC X.
           05 FILLER             PIC X(04).
           05 FILLER             PIC X(2).
           05 FILLER             PIC X.
           05 FILLER             PIC X(05).
           05 FILLER             PIC X(2).
           05 FILLER             PIC X.
           05 FILLER             PIC X(04).
           05 FILLER             PIC X(2).
           05 FILLER             PIC X.
           05 FILLER             PIC X(05).
           05 FILLER             PIC X(2).
           05 FILLER             PIC X.
           05 FILLER             PIC X(07).
           05 FILLER             PIC X(2).
           05 FILLER             PIC X.
           05 FILLER             PIC X(01).
           05 FILLER             PIC X(2).
           05 FILLER             PIC X.
           05 FILLER             PIC X(02).
      *    Lignes de detail.
           05 DETLOR OCCURS 12 TIMES.
              10 FILLER          PIC X(2).
              10 DETLOA          PIC X.
              10 DETLOO          PIC X(78).
      *    Ligne de message.
           05 FILLER             PIC X(2).
           05 MSGOA              PIC X.
           05 MSGOO              PIC X(78).
      *    "ENTER=SEARCH  PF7=PREV  PF8=NEXT  PF3=EXIT".
           05 FILLER             PIC X(2).
           05 FILLER             PIC X.
           05 FILLER             PIC X(45).
