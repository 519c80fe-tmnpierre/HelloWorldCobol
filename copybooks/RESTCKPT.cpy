      *    totaux de controle GREETCTL ne verifieraient plus
      *    lus = ecrits + rejets + suspendus + opposition - l'etape
      *    d'equilibrage GREETBAL refuserait une nuit pourtant bonne.
      *    RST-CAPPED-COUNT porte de meme le nombre de personnes
      *    deja contactees dans l'intervalle minimum (rejets CF,
      *    comptes a part) : GREETREJ est retaille a la somme des
      *    deux compteurs de rejets.
      *    Les checkpoints anterieurs a l'ajout de ces champs les
      *    relisent a espaces : la reprise les traite comme zero (et,
      *    pour les champs MAILEXT/rejets, ne retaille pas les
           05 RST-REJECT-COUNT      PIC 9(6).
           05 RST-SUSPENDED-COUNT   PIC 9(6).
           05 RST-OPTOUT-COUNT      PIC 9(6).
           05 RST-CAPPED-COUNT      PIC 9(6).
