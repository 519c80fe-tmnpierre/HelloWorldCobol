      *    Enregistrement de controle de l'extraction des changements
      *    (fichier DELTACTL), tenu par DELTAEXT : un enregistrement
      *    unique qui decrit la derniere fenetre extraite. DC-TO-DATE
      *    est le point d'extraction : la prochaine extraction
      *    normale part de cette date (incluse), si bien qu'une nuit
      *    manquee est rattrapee par la suivante et qu'aucun
      *    changement n'est envoye deux fois. DC-FROM-DATE garde le
      *    debut de la fenetre pour une relance (mode RERUN) qui
      *    renvoie exactement la meme fenetre. Le nombre de details
      *    (dont les suppressions) et le total de controle du dernier
      *    fichier permettent de le rapprocher de ce que l'entrepot a
      *    recu.
      *    Le controle n'est reecrit qu'en fin de run normale : une
      *    extraction arretee en erreur laisse le point d'extraction
      *    ou il etait.
       01 DELTA-CONTROL-RECORD.
           05 DC-FROM-DATE          PIC 9(8).
           05 DC-TO-DATE            PIC 9(8).
           05 DC-RUN-DATE           PIC 9(8).
           05 DC-RUN-TIME           PIC 9(6).
           05 DC-RUN-MODE           PIC X(06).
           05 DC-DETAIL-COUNT       PIC 9(9).
           05 DC-HASH-TOTAL         PIC 9(12).
           05 DC-DELETE-COUNT       PIC 9(9).
