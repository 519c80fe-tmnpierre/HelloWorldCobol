      *    Enregistrement du journal des decisions d'approbation
      *    (CHGAUDT), ecrit par le programme CHGAPPR : une ligne par
      *    demande approuvee ou rejetee, avec l'horodatage et
      *    l'identifiant de l'approbateur, l'identifiant et
      *    l'horodatage du demandeur, le fichier et l'action vises,
      *    et les images avant/apres - la meme discipline que
      *    CUSTAUDT pour le fichier client.
      *    Pour une approbation, l'image avant est l'entree du
      *    fichier vise au moment de la decision et l'image apres
      *    celle qui y a ete ecrite ; pour un rejet, l'image apres
      *    est celle qui a ete refusee (le fichier n'a pas change).
      *    Les images ont la forme de l'enregistrement du fichier
      *    vise, completee a espaces (cf. copybook PENDCHG).
      *    Le programme de fusion de clients CUSTMERGE y trace aussi
      *    les oppositions SUPLIST qu'il deplace du client retire au
      *    survivant : decision approuvee, l'operateur de la fusion
      *    etant a la fois demandeur et approbateur.
       01 CHANGE-AUDIT-RECORD.
           05 CHA-DECISION-DATE     PIC 9(8).
           05 CHA-DECISION-TIME     PIC 9(6).
           05 CHA-CHECKER-ID        PIC X(08).
           05 CHA-DECISION-CODE     PIC X(01).
              88 CHA-DECISION-APPROVED VALUE "A".
              88 CHA-DECISION-REJECTED VALUE "J".
           05 CHA-MAKER-ID          PIC X(08).
           05 CHA-REQUEST-DATE      PIC 9(8).
           05 CHA-REQUEST-TIME      PIC 9(6).
           05 CHA-TARGET-FILE       PIC X(08).
           05 CHA-ACTION-CODE       PIC X(01).
           05 CHA-BEFORE-IMAGE      PIC X(133).
           05 CHA-AFTER-IMAGE       PIC X(133).
