      *    Enregistrement du registre des effacements (ERASLOG), ajoute
      *    par le programme d'effacement PERSERASE a chaque execution
      *    APPLY ou SCRUB : une ligne par certificat, accumulee d'une
      *    execution a l'autre (OPEN EXTEND). Le numero de certificat
      *    est le dernier du registre plus un ; il figure dans le
      *    texte de masquage des enregistrements conserves (cf.
      *    GET-CERTIFICATE-NUMBER) et sur le certificat ERASRPT.
      *    Comme le certificat, le registre ne reproduit AUCUNE
      *    donnee personnelle : seulement le type de la cle fournie
      *    (N = nom, C = numero client, espaces pour un SCRUB), la
      *    reference de la demande du service juridique, le nombre
      *    d'orthographes et de numeros client couverts et les
      *    totaux des enregistrements retires et masques. Pour un
      *    SCRUB, EL-SCRUB-FILE porte le type du fichier d'archive
      *    nettoye (GREETARC ou GREETREJ).
       01 ERASURE-LOG-RECORD.
           05 EL-CERTIFICATE-NUMBER PIC 9(6).
           05 EL-ERASE-DATE         PIC 9(8).
           05 EL-ERASE-TIME         PIC 9(6).
           05 EL-OPERATOR-ID        PIC X(08).
           05 EL-RUN-MODE           PIC X(06).
           05 EL-LEGAL-REFERENCE    PIC X(20).
           05 EL-KEY-TYPE           PIC X(01).
           05 EL-SPELLING-COUNT     PIC 9(4).
           05 EL-NUMBER-COUNT       PIC 9(4).
           05 EL-REMOVED-COUNT      PIC 9(7).
           05 EL-MASKED-COUNT       PIC 9(7).
           05 EL-SCRUB-FILE         PIC X(08).
