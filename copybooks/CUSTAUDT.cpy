      *    Les images avant/apres ont la forme de CUSTOMER-MASTER-
      *    RECORD (nom, numero, statut) ; l'image avant est a espaces
      *    pour un ajout.
      *    Le programme de fusion CUSTMERGE y trace aussi chaque
      *    fusion de deux clients (action F) : images avant/apres du
      *    doublon retire (passe au statut I) et numero du client
      *    survivant dans CA-SURVIVOR-NUMBER, a espaces pour toutes
      *    les autres actions.
      *    Le programme d'effacement PERSERASE y ajoute une ligne
      *    d'action E par client efface : images avant/apres dont le
      *    nom est remplace par le texte de masquage "EFFACE
      *    CERTIFICAT nnnnnn" (statut I apres). Les noms des lignes
      *    plus anciennes de ce client sont masques de la meme facon.
       01 CUSTOMER-AUDIT-RECORD.
           05 CA-AUDIT-DATE         PIC 9(8).
           05 CA-AUDIT-TIME         PIC 9(6).
              88 CA-ACTION-ADD        VALUE "A".
              88 CA-ACTION-CHANGE     VALUE "C".
              88 CA-ACTION-STATUS     VALUE "S".
              88 CA-ACTION-MERGE      VALUE "F".
              88 CA-ACTION-ERASE      VALUE "E".
           05 CA-BEFORE-IMAGE       PIC X(59).
           05 CA-AFTER-IMAGE        PIC X(59).
           05 CA-SURVIVOR-NUMBER    PIC X(08).
