      *    Table memoire des correspondances de fusion de clients,
      *    chargee au demarrage depuis le fichier MERGEXRF (cf.
      *    copybook MERGEXRF et le paragraphe LOAD-MERGE-TABLE de
      *    chaque programme qui l'utilise) : numero retire, numero
      *    survivant et nom du doublon retire. Un survivant peut
      *    avoir ete retire a son tour par une fusion ulterieure : la
      *    redirection suit alors la chaine jusqu'au dernier
      *    survivant. Si le fichier MERGEXRF est absent ou vide, la
      *    table reste vide : aucune redirection.
       01 WS-MERGE-TABLE.
           05 WS-MERGE-COUNT PIC 9(4) VALUE ZERO.
           05 WS-MERGE-ENTRY OCCURS 2000 TIMES
                 INDEXED BY WS-MRG-IDX.
               10 WS-MRG-RETIRED      PIC 9(8).
               10 WS-MRG-SURVIVOR     PIC 9(8).
               10 WS-MRG-RETIRED-NAME PIC X(50).
