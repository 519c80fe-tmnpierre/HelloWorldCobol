      *    Enregistrement de controle du postage des salutations
      *    batch (fichier POSTCTL), tenu par GREETPOST : un
      *    enregistrement unique qui identifie le dernier fichier
      *    GREETPST poste (date et heure de son premier
      *    enregistrement et nombre d'enregistrements), l'identifiant
      *    de session GREETLOG qui lui a ete attribue, et l'etat du
      *    postage (E = en cours, C = complet).
      *    Il est ecrit a l'etat "E" AVANT la premiere ligne postee et
      *    passe a "C" en fin de postage : une relance sur le meme
      *    fichier deja complet ne poste rien, une relance apres un
      *    incident reprend la MEME session et saute les lignes deja
      *    journalisees sous cet identifiant dans GREETLOG.
       01 POSTING-CONTROL-RECORD.
           05 PC-FIRST-DATE        PIC 9(8).
           05 PC-FIRST-TIME        PIC 9(6).
           05 PC-RECORD-COUNT      PIC 9(9).
           05 PC-SESSION-ID        PIC 9(6).
           05 PC-POSTING-STATE     PIC X(01).
              88 PC-POSTING-IN-PROGRESS VALUE "E".
              88 PC-POSTING-COMPLETE    VALUE "C".
