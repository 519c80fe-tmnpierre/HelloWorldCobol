      *    Les niveaux sont cumulatifs (un niveau couvre tous les
      *    niveaux inferieurs) :
      *      1  consultation ;
      *      2  maintenance des tables (LOCMAINT, SUPMAINT,
      *         ALIASMNT), soumise a approbation ;
      *      3  maintenance client (CUSTMAINT) et approbation des
      *         modifications de tables (CHGAPPR) ;
      *      4  reparation des fichiers maitres (GREETMASFIX APPLY) ;
      *      5  administration des profils (OPERMAINT).
       01 OPERATOR-PROFILE-RECORD.
