      *    Enregistrement de la file des suppressions de
      *    GREETED-MASTER (fichier GREETDEL) : l'effacement PERSERASE
      *    (mode APPLY) y ajoute une ligne par nom reellement supprime
      *    de GREETED-MASTER, pour que l'extraction des changements
      *    DELTAEXT en envoie la suppression a l'entrepot (detail G
      *    d'indicateur D, cf. copybook DELTAEXT) : l'entrepot ne
      *    recoit plus de dechargement complet, une suppression qui
      *    ne lui serait pas annoncee y resterait pour toujours.
      *    GD-SENT-TO-DATE est a zero tant que la suppression n'est
      *    pas partie ; DELTAEXT y inscrit la fin de la fenetre qui
      *    l'a envoyee (une relance RERUN de cette fenetre la renvoie)
      *    et retire la ligne a l'extraction normale suivante. Le nom
      *    efface ne sejourne donc ici que le temps de deux
      *    extractions.
       01 GREETED-DELETE-RECORD.
           05 GD-ERASE-DATE         PIC 9(8).
           05 GD-ERASE-TIME         PIC 9(6).
           05 GD-CERTIFICATE-NUMBER PIC 9(6).
           05 GD-NAME               PIC X(50).
           05 GD-SENT-TO-DATE       PIC 9(8).
