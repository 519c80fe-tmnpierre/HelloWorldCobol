      *    Tient a jour les profils consultes par le sous-programme
      *    de controle d'acces OPERSIGN (cf. copybooks OPERREC et
      *    OPERSIGN) : identifiant, nom, niveau d'habilitation
      *    (1 consultation, 2 tables, 3 client et approbation des
      *    tables, 4 reparation, 5 administration - cumulatifs) et
      *    indicateur actif/inactif.
      *
      *    Ce programme exige lui-meme le niveau 5 (administration).
      *    Amorce du tout premier fichier : quand OPERPROF n'existe
