
      *    Ecrit la ligne d'audit de la modification courante :
      *    horodatage, operateur, code action (deja positionne par
      *    l'appelant) et images avant/apres. Le numero survivant ne
      *    concerne que les fusions (programme CUSTMERGE).
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-TS-DATE     TO CA-AUDIT-DATE
           MOVE WS-OPERATOR-ID TO CA-OPERATOR-ID
           MOVE WS-BEFORE-IMAGE TO CA-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE  TO CA-AFTER-IMAGE
           MOVE SPACES TO CA-SURVIVOR-NUMBER
           WRITE CUSTOMER-AUDIT-RECORD.

      *    Liste le fichier entier par balayage sequentiel.
