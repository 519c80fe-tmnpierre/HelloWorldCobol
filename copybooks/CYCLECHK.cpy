      *    Interface requete/reponse pour l'appel au sous-programme
      *    de controle du cycle d'exploitation (CALL "cyclechk", cf.
      *    CycleChk.cbl) : l'appelant fournit la fonction (L = simple
      *    lecture de la date de gestion, D = debut d'etape controle,
      *    F = fin normale d'etape a inscrire), son nom d'etape, et
      *    pour un debut d'etape l'etape qui doit l'avoir precede
      *    dans le cycle (espaces = aucune) et jusqu'a deux etapes
      *    dont le passage lui interdit de tourner (espaces = aucune).
      *    Le sous-programme repond accorde/refuse, avec la date de
      *    gestion, le numero et le type du cycle, et le motif du
      *    refus le cas echeant :
      *      CF = fichier CYCLECTL absent ou vide ;
      *      CC = pas de cycle ouvert ;
      *      DJ = etape deja terminee dans ce cycle ;
      *      SQ = etape prealable pas encore terminee ;
      *      AP = une etape posterieure est deja passee ;
      *      TP = table des etapes du cycle pleine (fin d'etape).
      *    Les regles de sequence sont portees par chaque appelant
      *    (comme le niveau exige par OPERSIGN) :
      *      CAMPEXT  : aucune etape prealable ;
      *      HELLOBAT : aucune ; interdit apres GREETMRG ou GREETBAL ;
      *      GREETMRG : interdit apres GREETBAL (les partitions du
      *                 cycle sont verifiees sur leur GREETCTL) ;
      *      GREETBAL : le batch du cycle est verifie sur GREETCTL ;
      *      MAILACK  : apres GREETBAL ;
      *      GREETARC : apres GREETBAL.
       01 CYCLE-CHECK-REQUEST.
           05 CKQ-FUNCTION          PIC X(01).
              88 CKQ-INQUIRE          VALUE "L".
              88 CKQ-START-STEP       VALUE "D".
              88 CKQ-END-STEP         VALUE "F".
           05 CKQ-STEP-NAME         PIC X(08).
           05 CKQ-PREREQ-STEP       PIC X(08).
           05 CKQ-BLOCKING-STEP     PIC X(08) OCCURS 2 TIMES.

       01 CYCLE-CHECK-RESPONSE.
           05 CKR-GRANTED-FLAG      PIC X(01).
              88 CKR-STEP-GRANTED     VALUE "Y".
              88 CKR-STEP-REFUSED     VALUE "N".
           05 CKR-REFUSAL-REASON    PIC X(02).
              88 CKR-REASON-NO-FILE     VALUE "CF".
              88 CKR-REASON-CLOSED      VALUE "CC".
              88 CKR-REASON-ALREADY-RUN VALUE "DJ".
              88 CKR-REASON-PREREQ      VALUE "SQ".
              88 CKR-REASON-BLOCKED     VALUE "AP".
              88 CKR-REASON-TABLE-FULL  VALUE "TP".
           05 CKR-BUSINESS-DATE     PIC 9(8).
           05 CKR-CYCLE-NUMBER      PIC 9(6).
           05 CKR-CYCLE-STATE       PIC X(01).
              88 CKR-CYCLE-OPEN       VALUE "O".
           05 CKR-CYCLE-TYPE        PIC X(01).
              88 CKR-RERUN-CYCLE      VALUE "R".
           05 CKR-STEP-IN-CAUSE     PIC X(08).
