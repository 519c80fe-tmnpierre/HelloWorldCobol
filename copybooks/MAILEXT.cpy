      *
      *    Trois types d'enregistrement, longueur fixe 80, type en
      *    colonne 1 :
      *    - "H" en-tete : date et heure du run, nom du job, date de
      *      gestion et numero du cycle d'exploitation (cf. copybook
      *      CYCLEREC) ;
      *    - "D" detail  : un par salutation retenue (numero client,
      *      zero si non enregistre ; nom canonique ; code locale ;
      *      texte de salutation ; date de traitement, qui est la
      *      date de gestion du cycle) ;
      *    - "T" fin     : nombre d'enregistrements detail et total
      *      de controle (somme des numeros client, modulo douze
      *      chiffres) a rapprocher par le mailer avant impression.
           05 MXH-RUN-DATE          PIC 9(8).
           05 MXH-RUN-TIME          PIC 9(6).
           05 MXH-JOB-NAME          PIC X(08).
           05 MXH-BUSINESS-DATE     PIC 9(8).
           05 MXH-CYCLE-NUMBER      PIC 9(6).
           05 FILLER                PIC X(43).

       01 MAILEXT-DETAIL-RECORD REDEFINES MAILEXT-HEADER-RECORD.
           05 MXD-RECORD-TYPE       PIC X(01).
