      *    *************************************************************
      *    Effacement des donnees personnelles d'une personne qui a
      *    demande a etre oubliee (droit a l'effacement).
      *
      *    Le nom d'une personne se retrouvait dans une dizaine de
      *    fichiers - GREETLOG (saisie brute et majuscules), les
      *    archives GREETARC, GREETED-MASTER, ALIASLOG, ALIASDIR,
      *    UNDELIV, les images avant/apres de CUSTAUDT, les anciens
      *    fichiers de rejets GREETREJ - et rien ne permettait de
      *    l'en retirer autrement qu'en retouchant les fichiers a la
      *    main. Ce programme applique une procedure unique,
      *    repetable et tracee, sous controle d'acces OPERSIGN.
      *
      *    Cartes SYSIN :
      *      1. mode : REPORT (projet de certificat, aucun fichier
      *         n'est touche), APPLY (effacement) ou SCRUB (nettoyage
      *         d'un fichier d'archive, cf. plus bas) ;
      *      2. cle de la personne : colonne 1 = N (nom) ou C (numero
      *         client), valeur a partir de la colonne 3 (nom, ou
      *         numero de huit chiffres) ; en SCRUB, type du fichier
      *         d'archive a nettoyer : GREETARC ou GREETREJ ;
      *      3. reference de la demande du service juridique (20
      *         caracteres, obligatoire) ;
      *      4. identifiant operateur, verifie par OPERSIGN : niveau 3
      *         (client) pour REPORT, niveau 5 (administration) pour
      *         APPLY et SCRUB ; les refus sont journalises dans
      *         SIGNLOG.
      *    APPLY et SCRUB sont refuses (RC 16) tant qu'un cycle
      *    d'exploitation est ouvert, ou si le controle du cycle est
      *    illisible (cf. CYCLECHK) : la chaine de nuit lit et ecrit
      *    les memes fichiers.
      *
      *    Cle etendue : la cle fournie est etendue a toutes les
      *    orthographes et a tous les numeros client connus de la
      *    personne, jusqu'a ce que plus rien ne s'ajoute :
      *    - un numero client donne le nom du client (CUSTMAS) et,
      *      par les fusions (MERGEXRF), les numeros retires ou
      *      survivants lies et le nom des doublons retires ;
      *    - un nom donne, par l'annuaire ALIASDIR (entrees actives
      *      ou non), la forme canonique d'un alias et tous les alias
      *      d'une forme canonique ; un nom porte par un seul client
      *      donne son numero. Un nom FOURNI porte par plusieurs
      *      clients (homonymes) est refuse (RC 16) : fournir le
      *      numero client. Une orthographe deduite que partagent
      *      d'autres clients arrete de meme APPLY (RC 16) avant
      *      toute ecriture : les fichiers cles par nom ne savent pas
      *      distinguer ces clients, l'effacement toucherait leurs
      *      donnees. REPORT en donne le nombre sur le certificat.
      *    Les oppositions permanentes laissees par les effacements
      *    precedents (SUPLIST, motif EF) sont ajoutees a la cle :
      *    chaque execution retire aussi les residus reapparus depuis
      *    (restauration, fichier recharge...), comptes a part sur
      *    le certificat comme "anterieurs".
      *
      *    Traitement par fichier :
      *    - GREETLOG, ALIASLOG, UNDELIV, GREETREJ : les
      *      enregistrements de la personne sont RETIRES ; la copie
      *      nettoyee est ecrite sur GREETLGN, ALIASLGN, UNDELIVN et
      *      GREETRJN, et remplace l'original par renommage dans le
      *      job (cf. jcl/PERSERAS.jcl, comme l'archivage GREETARC) ;
      *    - CUSTAUDT, MERGEXRF : les enregistrements sont conserves
      *      (ils portent la trace des modifications et des fusions)
      *      mais le nom est MASQUE par le texte "EFFACE CERTIFICAT
      *      nnnnnn" ; copies CUSTAUDN et MERGEXRN. Chaque client
      *      masque dans CUSTAUDT recoit une ligne d'action E
      *      (images avant et apres masquees, statut I apres) :
      *      CUSTRECOV la rejoue comme toute modification ;
      *    - GREETED-MASTER : les noms sont SUPPRIMES par cle, et
      *      chaque suppression est deposee dans la file GREETDEL (cf.
      *      copybook GREETDEL) pour que l'extraction DELTAEXT
      *      l'annonce a l'entrepot ;
      *    - CUSTOMER-MASTER : le nom est MASQUE et le compte passe
      *      au statut I (le numero reste, MERGEXRF et CUSTAUDT y
      *      renvoient) ;
      *    - ALIASDIR : les entrees de la personne sont RETIREES,
      *      fichier reecrit en totalite ;
      *    - SUPLIST : une opposition permanente (motif EF, sans fin)
      *      est ajoutee ou substituee pour chaque orthographe (type
      *      N) et chaque numero (type C), pour que la personne ne
      *      soit plus jamais saluee. SUPMAINT refuse de modifier ou
      *      de desactiver une opposition EF.
      *    - CHGAUDT : le nom (cle N d'une opposition SUPLIST, alias
      *      ou forme canonique ALIASDIR) est MASQUE dans les images
      *      avant et apres ; la ligne est gardee ; copie CHGAUDN ;
      *    - PENDCHG : une demande de modification (en attente ou non
      *      encore retiree) qui porte une orthographe de la cle
      *      arrete APPLY (RC 16) avant toute ecriture : approuvee
      *      plus tard par CHGAPPR, elle reecrirait le nom efface dans
      *      SUPLIST ou ALIASDIR. La faire trancher d'abord (le rejet
      *      CHGAPPR passe dans CHGAUDT, que l'effacement masque).
      *      REPORT en donne le nombre.
      *    Ces mises a jour ne passent pas par la double validation
      *    PENDCHG : l'effacement est autorise au niveau 5, trace dans
      *    le registre ERASLOG et sur le certificat, et une demande
      *    PENDCHG ou une ligne CHGAUDT reproduirait le nom efface.
      *    Une suppression GREETED-MASTER ou un masquage
      *    CUSTOMER-MASTER refuse par le fichier donne RC 16 : il
      *    n'est pas compte sur le certificat, et les copies
      *    nettoyees ne remplacent pas les originaux (etape de
      *    renommage sautee) ; l'effacement se relance une fois
      *    l'incident corrige.
      *
      *    SCRUB : les archives datees de GREETLOG (GREETARC) et les
      *    anciens fichiers de rejets GREETREJ (partitions .Pn
      *    comprises) ne sont pas relus a chaque effacement. Un job
      *    SCRUB par fichier (DD SCRUBIN, copie nettoyee SCRUBOUT)
      *    en retire toutes les personnes qui ont une opposition EF
      *    dans SUPLIST, c'est-a-dire tous les effacements passes.
      *
      *    Certificat ERASRPT : numero, date, operateur, reference
      *    de la demande, type de cle, nombre d'orthographes et de
      *    numeros couverts, et pour chaque fichier le traitement, le
      *    nombre d'enregistrements lus, retires ou masques pour
      *    cette demande et pour les effacements anterieurs. AUCUNE
      *    donnee personnelle n'y est reproduite. En REPORT, le
      *    certificat est un PROJET et rien n'est ecrit (ni fichier,
      *    ni registre). Le registre ERASLOG (cf. copybook ERASLOG)
      *    garde une ligne par certificat APPLY ou SCRUB.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. perserase.
       AUTHOR. pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Journal des salutations et sa copie nettoyee.
           SELECT GREETLOG-FILE ASSIGN TO "GREETLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GREETLOG-STATUS.
           SELECT GREETLOGN-FILE ASSIGN TO "GREETLGN"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Journal des resolutions d'alias et sa copie nettoyee.
           SELECT ALIASLOG-FILE ASSIGN TO "ALIASLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALIASLOG-STATUS.
           SELECT ALIASLOGN-FILE ASSIGN TO "ALIASLGN"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Journal d'audit du fichier client et sa copie masquee.
           SELECT CUST-AUDIT-FILE ASSIGN TO "CUSTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTAUDT-STATUS.
           SELECT CUST-AUDITN-FILE ASSIGN TO "CUSTAUDN"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Plis non distribuables et sa copie nettoyee.
           SELECT UNDELIV-FILE ASSIGN TO "UNDELIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNDELIV-STATUS.
           SELECT UNDELIVN-FILE ASSIGN TO "UNDELIVN"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Correspondances de fusion et sa copie masquee.
           SELECT MERGE-XREF-FILE ASSIGN TO "MERGEXRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGEXRF-STATUS.
           SELECT MERGE-XREFN-FILE ASSIGN TO "MERGEXRN"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Rejets du dernier batch et sa copie nettoyee.
           SELECT GREETREJ-FILE ASSIGN TO "GREETREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GREETREJ-STATUS.
           SELECT GREETREJN-FILE ASSIGN TO "GREETRJN"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Journal des decisions d'approbation et sa copie masquee.
           SELECT CHANGE-AUDIT-FILE ASSIGN TO "CHGAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGAUDT-STATUS.
           SELECT CHANGE-AUDITN-FILE ASSIGN TO "CHGAUDN"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Demandes de modification en attente d'approbation (lues
      *    seulement).
           SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDCHG-STATUS.

      *    Fichier permanent des personnes saluees (cle par nom).
           SELECT GREETED-MASTER-FILE ASSIGN TO "GREETMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-NAME
               FILE STATUS IS WS-GREETMAS-STATUS.

      *    File des suppressions GREETED-MASTER a annoncer a
      *    l'entrepot (OPEN EXTEND, cree a la premiere suppression).
           SELECT GREETDEL-FILE ASSIGN TO "GREETDEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GREETDEL-STATUS.

      *    Fichier client (cle par numero, cle secondaire par nom
      *    avec doublons).
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAS-STATUS.

      *    Annuaire des alias et liste d'opposition, charges en
      *    table puis reecrits en totalite.
           SELECT ALIASDIR-FILE ASSIGN TO "ALIASDIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALIASDIR-STATUS.
           SELECT SUPLIST-FILE ASSIGN TO "SUPLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPLIST-STATUS.

      *    Fichier d'archive a nettoyer en mode SCRUB (archive datee
      *    de GREETLOG ou ancien fichier GREETREJ) et sa copie
      *    nettoyee.
           SELECT SCRUB-IN-FILE ASSIGN TO "SCRUBIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRUBIN-STATUS.
           SELECT SCRUB-OUT-FILE ASSIGN TO "SCRUBOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Registre des effacements (OPEN EXTEND).
           SELECT ERASLOG-FILE ASSIGN TO "ERASLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERASLOG-STATUS.

      *    Certificat d'effacement.
           SELECT ERASRPT-FILE ASSIGN TO "ERASRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Historique des runs batch, ajoute en fin de traitement
      *    (cf. copybook RUNHIST et le rapport RUNHRPT).
           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GREETLOG-FILE.
           COPY GREETLOG.

       FD  GREETLOGN-FILE.
           COPY GREETLOG REPLACING ==GREETLOG-RECORD==
               BY ==GREETLOGN-RECORD==
               LEADING ==GL-== BY ==GN-==.

       FD  ALIASLOG-FILE.
           COPY ALIASLOG.

       FD  ALIASLOGN-FILE.
           COPY ALIASLOG REPLACING ==ALIAS-LOG-RECORD==
               BY ==ALIASLOGN-RECORD==
               LEADING ==ALG-== BY ==ALN-==.

       FD  CUST-AUDIT-FILE.
           COPY CUSTAUDT.

       FD  CUST-AUDITN-FILE.
           COPY CUSTAUDT REPLACING ==CUSTOMER-AUDIT-RECORD==
               BY ==CUSTAUDN-RECORD==
               LEADING ==CA-== BY ==CN-==.

       FD  UNDELIV-FILE.
           COPY UNDELIV.

       FD  UNDELIVN-FILE.
           COPY UNDELIV REPLACING ==UNDELIV-RECORD==
               BY ==UNDELIVN-RECORD==
               LEADING ==UD-== BY ==UN-==.

       FD  MERGE-XREF-FILE.
           COPY MERGEXRF.

       FD  MERGE-XREFN-FILE.
           COPY MERGEXRF REPLACING ==MERGE-XREF-RECORD==
               BY ==MERGE-XREFN-RECORD==
               LEADING ==MX-== BY ==MN-==.

       FD  GREETREJ-FILE.
           COPY GREETREJ.

       FD  GREETREJN-FILE.
           COPY GREETREJ REPLACING ==GREETREJ-RECORD==
               BY ==GREETREJN-RECORD==
               LEADING ==RJ-== BY ==RN-==.

       FD  CHANGE-AUDIT-FILE.
           COPY CHGAUDT.

       FD  CHANGE-AUDITN-FILE.
           COPY CHGAUDT REPLACING ==CHANGE-AUDIT-RECORD==
               BY ==CHANGE-AUDITN-RECORD==
               LEADING ==CHA-== BY ==CHN-==.

       FD  PENDING-CHANGE-FILE.
           COPY PENDCHG.

       FD  GREETED-MASTER-FILE.
           COPY GREETMAS.

       FD  GREETDEL-FILE.
           COPY GREETDEL.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAS.

       FD  ALIASDIR-FILE.
           COPY ALIASREC.

       FD  SUPLIST-FILE.
           COPY SUPREC.

      *    Le fichier d'archive se lit selon son type : disposition
      *    GREETLOG pour une archive GREETARC, GREETREJ pour un ancien
      *    fichier de rejets.
       FD  SCRUB-IN-FILE.
           COPY GREETLOG REPLACING ==GREETLOG-RECORD==
               BY ==SCRUB-LOG-RECORD==
               LEADING ==GL-== BY ==SL-==.
           COPY GREETREJ REPLACING ==GREETREJ-RECORD==
               BY ==SCRUB-REJ-RECORD==
               LEADING ==RJ-== BY ==SR-==.

       FD  SCRUB-OUT-FILE.
       01 SCRUB-OUT-LOG-RECORD PIC X(122).
       01 SCRUB-OUT-REJ-RECORD PIC X(68).

       FD  ERASLOG-FILE.
           COPY ERASLOG.

       FD  ERASRPT-FILE.
       01 ERASRPT-LINE PIC X(100).

       FD  RUNHIST-FILE.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
      *    Statuts fichiers : un fichier sequentiel absent est traite
      *    comme vide (et signale sur le certificat) ; CUSTMAS et
      *    GREETMAS illisibles arretent le job avant toute ecriture.
       01 WS-GREETLOG-STATUS PIC X(02) VALUE SPACES.
       01 WS-ALIASLOG-STATUS PIC X(02) VALUE SPACES.
       01 WS-CUSTAUDT-STATUS PIC X(02) VALUE SPACES.
       01 WS-UNDELIV-STATUS PIC X(02) VALUE SPACES.
       01 WS-MERGEXRF-STATUS PIC X(02) VALUE SPACES.
       01 WS-GREETREJ-STATUS PIC X(02) VALUE SPACES.
       01 WS-CHGAUDT-STATUS PIC X(02) VALUE SPACES.
       01 WS-PENDCHG-STATUS PIC X(02) VALUE SPACES.
       01 WS-GREETMAS-STATUS PIC X(02) VALUE SPACES.
       01 WS-GREETDEL-STATUS PIC X(02) VALUE SPACES.
       01 WS-CUSTMAS-STATUS PIC X(02) VALUE SPACES.
       01 WS-ALIASDIR-STATUS PIC X(02) VALUE SPACES.
       01 WS-SUPLIST-STATUS PIC X(02) VALUE SPACES.
       01 WS-SCRUBIN-STATUS PIC X(02) VALUE SPACES.
       01 WS-ERASLOG-STATUS PIC X(02) VALUE SPACES.
       01 WS-EOF-SWITCH PIC X(01) VALUE "N".
          88 INPUT-EOF VALUE "Y".

      *    Mode demande sur SYSIN.
       01 WS-MODE-INPUT PIC X(06).
          88 MODE-REPORT VALUE "REPORT".
          88 MODE-APPLY  VALUE "APPLY ".
          88 MODE-SCRUB  VALUE "SCRUB ".

      *    Deuxieme carte SYSIN : cle de la personne (type en
      *    colonne 1, valeur a partir de la colonne 3), ou type du
      *    fichier d'archive en mode SCRUB.
       01 WS-KEY-CARD.
          05 WS-KC-TYPE        PIC X(01).
             88 KC-TYPE-NAME     VALUE "N".
             88 KC-TYPE-CUSTOMER VALUE "C".
          05 FILLER            PIC X(01).
          05 WS-KC-VALUE       PIC X(50).
       01 WS-SCRUB-FILE-TYPE PIC X(08) VALUE SPACES.
          88 SCRUB-GREETARC VALUE "GREETARC".
          88 SCRUB-GREETREJ VALUE "GREETREJ".

      *    Reference de la demande du service juridique.
       01 WS-LEGAL-REFERENCE PIC X(20) VALUE SPACES.

      *    Identifiant operateur (quatrieme carte SYSIN) et interface
      *    vers le sous-programme de controle d'acces (cf. copybook
      *    OPERSIGN).
       01 WS-OPERATOR-ID PIC X(08) VALUE SPACES.
       COPY OPERSIGN.

      *    Interface vers le sous-programme de controle du cycle
      *    (simple lecture : un cycle ouvert interdit l'effacement).
       COPY CYCLECHK.

      *    Numero du certificat (dernier du registre plus un) et
      *    texte de masquage des noms conserves.
       01 WS-LAST-CERTIFICATE PIC 9(6) VALUE ZERO.
       01 WS-CERTIFICATE-NUMBER PIC 9(6) VALUE ZERO.
       01 WS-MASK-TEXT PIC X(50) VALUE SPACES.

      *    Cle etendue : une entree par orthographe (N, en
      *    majuscules) ou numero client (C, huit chiffres cadres a
      *    gauche, comme dans SUPLIST). Origine D = cette demande,
      *    A = effacement anterieur (opposition EF de SUPLIST).
       01 WS-KEY-TABLE.
          05 WS-KEY-COUNT PIC 9(4) VALUE ZERO.
          05 WS-KEY-ENTRY OCCURS 600 TIMES
                INDEXED BY WS-KEY-IDX.
             10 WS-KEY-TYPE      PIC X(01).
             10 WS-KEY-VALUE     PIC X(50).
             10 WS-KEY-ORIGIN    PIC X(01).
       01 WS-WORK-IDX PIC 9(4) VALUE ZERO.

      *    Cle a ajouter a la table (cf. ADD-ERASURE-KEY).
       01 WS-NEW-KEY-TYPE PIC X(01) VALUE SPACE.
       01 WS-NEW-KEY-VALUE PIC X(50) VALUE SPACES.
       01 WS-NEW-KEY-ORIGIN PIC X(01) VALUE SPACE.

      *    Nombre de cles par origine, pour le certificat.
       01 WS-SPELLING-COUNT PIC 9(4) VALUE ZERO.
       01 WS-NUMBER-COUNT PIC 9(4) VALUE ZERO.
       01 WS-EARLIER-KEY-COUNT PIC 9(4) VALUE ZERO.

      *    Nom ou numero compare a la cle etendue, et resultat pour
      *    l'enregistrement en cours : espace = pas a effacer, D =
      *    cette demande (prioritaire), A = effacement anterieur.
       01 WS-CHECK-NAME PIC X(50) VALUE SPACES.
       01 WS-CHECK-NUMBER PIC 9(8) VALUE ZERO.
       01 WS-CHECK-KEY PIC X(50) VALUE SPACES.
       01 WS-RECORD-MATCH PIC X(01) VALUE SPACE.
          88 RECORD-UNMATCHED     VALUE SPACE.
          88 RECORD-MATCH-CURRENT VALUE "D".
          88 RECORD-MATCH-EARLIER VALUE "A".
       01 WS-PRIOR-MATCH PIC X(01) VALUE SPACE.

      *    Image avant ou apres d'une ligne CUSTAUDT (forme de
      *    CUSTOMER-MASTER-RECORD ; numero a espaces pour l'image
      *    avant d'un ajout).
       01 WS-AUDIT-IMAGE.
          05 WS-AI-NAME       PIC X(50).
          05 WS-AI-NUMBER-X   PIC X(08).
          05 WS-AI-NUMBER REDEFINES WS-AI-NUMBER-X PIC 9(8).
          05 WS-AI-STATUS     PIC X(01).

      *    Image avant ou apres d'une demande PENDCHG ou d'une ligne
      *    CHGAUDT, vue selon le fichier vise : opposition SUPLIST
      *    (cle N = nom) ou entree ALIASDIR. LOCALES ne porte aucun
      *    nom de personne.
       01 WS-CHANGE-IMAGE PIC X(133).
       01 WS-CHANGE-SUP-VIEW REDEFINES WS-CHANGE-IMAGE.
          05 WS-CS-KEY-TYPE   PIC X(01).
          05 WS-CS-KEY        PIC X(50).
          05 FILLER           PIC X(82).
       01 WS-CHANGE-ALIAS-VIEW REDEFINES WS-CHANGE-IMAGE.
          05 WS-CL-ALIAS      PIC X(50).
          05 WS-CL-CANONICAL  PIC X(50).
          05 FILLER           PIC X(33).
       01 WS-CHANGE-TARGET PIC X(08) VALUE SPACES.
       01 WS-FIELD-MATCH PIC X(01) VALUE SPACE.

      *    Annuaire des alias en table : alias et forme canonique en
      *    majuscules pour la comparaison, enregistrement d'origine
      *    pour la reecriture (meme capacite que CHGAPPR).
       01 WS-ALIAS-TABLE.
          05 WS-ALIAS-COUNT PIC 9(4) VALUE ZERO.
          05 WS-ALIAS-ENTRY OCCURS 500 TIMES
                INDEXED BY WS-ALS-IDX.
             10 WS-ALS-ALIAS     PIC X(50).
             10 WS-ALS-CANONICAL PIC X(50).
             10 WS-ALS-RECORD    PIC X(101).
             10 WS-ALS-ERASE     PIC X(01).

      *    Correspondances de fusion (cf. copybook MRGTAB).
       COPY MRGTAB.

      *    Liste d'opposition en table (entrees actives et
      *    inactives, comme SUPMAINT), reecrite en totalite.
       01 WS-SUPLIST-TABLE.
          05 WS-SPL-COUNT PIC 9(4) VALUE ZERO.
          05 WS-SPL-ENTRY OCCURS 500 TIMES
                INDEXED BY WS-SPL-IDX.
             10 WS-SPL-TYPE       PIC X(01).
             10 WS-SPL-KEY        PIC X(50).
             10 WS-SPL-REASON     PIC X(02).
             10 WS-SPL-START-DATE PIC 9(8).
             10 WS-SPL-END-DATE   PIC 9(8).
             10 WS-SPL-FLAG       PIC X(01).
       01 WS-SUP-ADDED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SUP-UPDATED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SUP-ALREADY-COUNT PIC 9(4) VALUE ZERO.

      *    Clients a masquer dans CUSTOMER-MASTER (nom pas encore
      *    masque), avec leur statut d'avant et l'origine de la cle.
       01 WS-MASK-CUST-TABLE.
          05 WS-MC-COUNT PIC 9(4) VALUE ZERO.
          05 WS-MC-ENTRY OCCURS 100 TIMES
                INDEXED BY WS-MC-IDX.
             10 WS-MC-NUMBER     PIC 9(8).
             10 WS-MC-STATUS     PIC X(01).
             10 WS-MC-ORIGIN     PIC X(01).

      *    Homonymes : clients portant une orthographe de la cle.
       01 WS-HOLDER-NAME PIC X(50) VALUE SPACES.
       01 WS-HOLDER-END-SWITCH PIC X(01) VALUE "N".
          88 HOLDER-END VALUE "Y".
       01 WS-KNOWN-HOLDERS PIC 9(4) VALUE ZERO.
       01 WS-OTHER-HOLDERS PIC 9(4) VALUE ZERO.
       01 WS-OTHER-NUMBER PIC 9(8) VALUE ZERO.
       01 WS-HOMONYM-COUNT PIC 9(4) VALUE ZERO.

       01 WS-FOUND-SWITCH PIC X(01).
          88 ENTRY-FOUND VALUE "Y".

      *    Statistiques par fichier pour le certificat.
       01 WS-FILE-STAT-TABLE.
          05 WS-FS-COUNT PIC 9(2) VALUE ZERO.
          05 WS-FS-ENTRY OCCURS 12 TIMES.
             10 WS-FS-FILE       PIC X(08).
             10 WS-FS-ACTION     PIC X(11).
             10 WS-FS-ABSENT     PIC X(01).
             10 WS-FS-READ       PIC 9(7).
             10 WS-FS-CURRENT    PIC 9(7).
             10 WS-FS-EARLIER    PIC 9(7).
       01 WS-FS-IDX PIC 9(2) VALUE ZERO.
       01 WS-NEW-STAT-FILE PIC X(08) VALUE SPACES.
       01 WS-NEW-STAT-ACTION PIC X(11) VALUE SPACES.

      *    Totaux du certificat et de l'historique des runs.
       01 WS-TOTAL-READ PIC 9(9) VALUE ZERO.
       01 WS-TOTAL-REMOVED PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-MASKED PIC 9(7) VALUE ZERO.
       01 WS-ERASE-LINES-ADDED PIC 9(4) VALUE ZERO.

       01 WS-RPT-WORK PIC X(100).

      *    Statut de RUNHIST (cree au premier run, EXTEND ensuite)
      *    et horodatage du run, qui est celui du certificat.
       01 WS-RUNHIST-STATUS PIC X(02) VALUE SPACES.
       01 WS-CURRENT-TIMESTAMP PIC X(21).
       01 WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
          05 WS-TS-DATE       PIC 9(8).
          05 WS-TS-TIME       PIC 9(6).
          05 FILLER           PIC X(07).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           PERFORM GET-RUN-PARAMETERS
           PERFORM SIGN-ON-OPERATOR
           IF NOT MODE-REPORT
                PERFORM CHECK-NO-OPEN-CYCLE
           END-IF
           PERFORM GET-CERTIFICATE-NUMBER
           PERFORM LOAD-ALIAS-TABLE
           PERFORM LOAD-MERGE-TABLE
           PERFORM LOAD-SUPLIST-TABLE
           IF NOT MODE-SCRUB
                PERFORM OPEN-MASTER-FILES
                PERFORM BUILD-ERASURE-KEY-SET
           END-IF
           PERFORM ADD-EARLIER-ERASURES
           IF NOT MODE-SCRUB
                PERFORM PREPARE-CUSTOMER-MASKING
                PERFORM PREPARE-SUPPRESSIONS
                PERFORM CHECK-PENDING-CHANGES
           END-IF

           OPEN OUTPUT ERASRPT-FILE
           PERFORM WRITE-CERTIFICATE-HEADING
           IF MODE-SCRUB
                PERFORM SCRUB-ARCHIVE-FILE
           ELSE
                PERFORM ERASE-GREETLOG
                PERFORM ERASE-ALIASLOG
                PERFORM ERASE-CUSTAUDT
                PERFORM ERASE-UNDELIV
                PERFORM ERASE-MERGEXRF
                PERFORM ERASE-GREETREJ
                PERFORM ERASE-CHGAUDT
                PERFORM ERASE-GREETED-MASTER
                PERFORM ERASE-CUSTOMER-MASTER
                PERFORM ERASE-ALIASDIR
                IF MODE-APPLY
                     PERFORM REWRITE-SUPLIST
                END-IF
                CLOSE GREETED-MASTER-FILE
                CLOSE CUSTOMER-MASTER-FILE
           END-IF
           PERFORM WRITE-CERTIFICATE-BODY
           CLOSE ERASRPT-FILE

           IF NOT MODE-REPORT
                PERFORM WRITE-ERASURE-REGISTER
           END-IF
           PERFORM WRITE-RUN-HISTORY
           DISPLAY "PERSERASE : certificat " WS-CERTIFICATE-NUMBER
               " (" FUNCTION TRIM(WS-MODE-INPUT) "), retires "
               WS-TOTAL-REMOVED ", masques " WS-TOTAL-MASKED "."
           STOP RUN.

      *    Lit le mode, la cle (ou le type d'archive), la reference
      *    de la demande sur SYSIN et refuse toute valeur invalide.
       GET-RUN-PARAMETERS.
           ACCEPT WS-MODE-INPUT
           MOVE FUNCTION UPPER-CASE(WS-MODE-INPUT) TO WS-MODE-INPUT
           IF NOT MODE-REPORT AND NOT MODE-APPLY AND NOT MODE-SCRUB
                DISPLAY "ERREUR : mode '" WS-MODE-INPUT "' invalide "
                    "(attendu : REPORT, APPLY ou SCRUB)."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF

           MOVE SPACES TO WS-KEY-CARD
           ACCEPT WS-KEY-CARD
           MOVE FUNCTION UPPER-CASE(WS-KEY-CARD) TO WS-KEY-CARD
           IF MODE-SCRUB
                MOVE WS-KEY-CARD (1:8) TO WS-SCRUB-FILE-TYPE
                IF NOT SCRUB-GREETARC AND NOT SCRUB-GREETREJ
                     DISPLAY "ERREUR : type d'archive '"
                         WS-SCRUB-FILE-TYPE "' invalide (attendu : "
                         "GREETARC ou GREETREJ)."
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                END-IF
           ELSE
                MOVE FUNCTION TRIM(WS-KC-VALUE) TO WS-KC-VALUE
                EVALUATE TRUE
                     WHEN KC-TYPE-NAME AND WS-KC-VALUE NOT = SPACES
                         CONTINUE
                     WHEN KC-TYPE-CUSTOMER
                             AND WS-KC-VALUE (1:8) NUMERIC
                             AND WS-KC-VALUE (9:42) = SPACES
                         CONTINUE
                     WHEN OTHER
                         DISPLAY "ERREUR : cle de la personne "
                             "invalide (attendu : N et un nom, ou C "
                             "et un numero de huit chiffres, valeur "
                             "en colonne 3)."
                         MOVE 16 TO RETURN-CODE
                         STOP RUN
                END-EVALUATE
           END-IF

           ACCEPT WS-LEGAL-REFERENCE
           IF WS-LEGAL-REFERENCE = SPACES
                DISPLAY "ERREUR : reference de la demande absente "
                    "(troisieme carte SYSIN)."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.

      *    Lit l'identifiant operateur sur la quatrieme carte SYSIN
      *    et le soumet au controle d'acces OPERSIGN : niveau 3 pour
      *    le projet de certificat, niveau 5 (administration) pour
      *    l'effacement et le nettoyage d'archive.
       SIGN-ON-OPERATOR.
           ACCEPT WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO OSQ-OPERATOR-ID
           IF MODE-REPORT
                MOVE 3 TO OSQ-REQUIRED-LEVEL
           ELSE
                MOVE 5 TO OSQ-REQUIRED-LEVEL
           END-IF
           MOVE "PERSERAS" TO OSQ-PROGRAM-ID
           CALL "opersign" USING OPERATOR-SIGNON-REQUEST
                OPERATOR-SIGNON-RESPONSE
           IF OSR-SIGNON-DENIED
                DISPLAY "ERREUR : acces refuse (motif "
                    OSR-DENIAL-REASON ") - arret, aucun fichier n'a "
                    "ete touche."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF
           DISPLAY "Mode " WS-MODE-INPUT " autorise pour "
               FUNCTION TRIM(OSR-OPERATOR-NAME) ".".

      *    L'effacement reecrit des fichiers que la chaine de nuit
      *    lit et met a jour : il est refuse tant qu'un cycle
      *    d'exploitation est ouvert. Un controle du cycle absent ou
      *    illisible (motif CF) ne prouve pas que la chaine est a
      *    l'arret : refus aussi.
       CHECK-NO-OPEN-CYCLE.
           SET CKQ-INQUIRE TO TRUE
           MOVE "PERSERAS" TO CKQ-STEP-NAME
           MOVE SPACES TO CKQ-PREREQ-STEP
           MOVE SPACES TO CKQ-BLOCKING-STEP (1)
           MOVE SPACES TO CKQ-BLOCKING-STEP (2)
           CALL "cyclechk" USING CYCLE-CHECK-REQUEST
                CYCLE-CHECK-RESPONSE
           IF CKR-REASON-NO-FILE
                DISPLAY "ERREUR : controle du cycle CYCLECTL absent "
                    "ou illisible - arret, aucun fichier n'a ete "
                    "touche."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF
           IF CKR-REFUSAL-REASON = SPACES AND CKR-CYCLE-OPEN
                DISPLAY "ERREUR : le cycle " CKR-CYCLE-NUMBER
                    " du " CKR-BUSINESS-DATE " est ouvert - "
                    "effacement a passer hors de la chaine de nuit."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.

      *    Le numero de certificat est le dernier du registre plus
      *    un ; le texte de masquage le reprend.
       GET-CERTIFICATE-NUMBER.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ERASLOG-FILE
           IF WS-ERASLOG-STATUS = "00"
                PERFORM UNTIL INPUT-EOF
                     READ ERASLOG-FILE
                         AT END
                             SET INPUT-EOF TO TRUE
                         NOT AT END
                             IF EL-CERTIFICATE-NUMBER
                                     > WS-LAST-CERTIFICATE
                                  MOVE EL-CERTIFICATE-NUMBER
                                      TO WS-LAST-CERTIFICATE
                             END-IF
                     END-READ
                END-PERFORM
                CLOSE ERASLOG-FILE
           END-IF
           ADD 1 TO WS-LAST-CERTIFICATE GIVING WS-CERTIFICATE-NUMBER
           MOVE SPACES TO WS-MASK-TEXT
           STRING "EFFACE CERTIFICAT " DELIMITED BY SIZE
               WS-CERTIFICATE-NUMBER DELIMITED BY SIZE
               INTO WS-MASK-TEXT.

      *    Charge l'annuaire ALIASDIR en table (entrees actives et
      *    inactives : un alias retire a pu servir). Un depassement
      *    arrete le job : la reecriture perdrait des entrees.
       LOAD-ALIAS-TABLE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ALIASDIR-FILE
           IF WS-ALIASDIR-STATUS = "00"
                PERFORM UNTIL INPUT-EOF
                     READ ALIASDIR-FILE
                         AT END
                             SET INPUT-EOF TO TRUE
                         NOT AT END
                             PERFORM STORE-ALIAS-ENTRY
                     END-READ
                END-PERFORM
                CLOSE ALIASDIR-FILE
           END-IF.

       STORE-ALIAS-ENTRY.
           IF WS-ALIAS-COUNT >= 500
                DISPLAY "ERREUR : ALIASDIR contient plus de 500 "
                    "entrees - arret, aucun fichier n'a ete touche."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF
           ADD 1 TO WS-ALIAS-COUNT
           SET WS-ALS-IDX TO WS-ALIAS-COUNT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AL-ALIAS))
               TO WS-ALS-ALIAS (WS-ALS-IDX)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AL-CANONICAL-NAME))
               TO WS-ALS-CANONICAL (WS-ALS-IDX)
           MOVE ALIAS-RECORD TO WS-ALS-RECORD (WS-ALS-IDX)
           MOVE "N" TO WS-ALS-ERASE (WS-ALS-IDX).

      *    Charge les fusions enregistrees (cf. copybook MRGTAB).
       LOAD-MERGE-TABLE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MERGE-XREF-FILE
           IF WS-MERGEXRF-STATUS = "00"
                PERFORM UNTIL INPUT-EOF
                     READ MERGE-XREF-FILE
                         AT END
                             SET INPUT-EOF TO TRUE
                         NOT AT END
                             IF WS-MERGE-COUNT >= 2000
                                  DISPLAY "ERREUR : MERGEXRF contient "
                                      "plus de 2000 fusions - arret."
                                  MOVE 16 TO RETURN-CODE
                                  STOP RUN
                             END-IF
                             ADD 1 TO WS-MERGE-COUNT
                             SET WS-MRG-IDX TO WS-MERGE-COUNT
                             MOVE MX-RETIRED-NUMBER
                                 TO WS-MRG-RETIRED (WS-MRG-IDX)
                             MOVE MX-SURVIVOR-NUMBER
                                 TO WS-MRG-SURVIVOR (WS-MRG-IDX)
                             MOVE MX-RETIRED-NAME
                                 TO WS-MRG-RETIRED-NAME (WS-MRG-IDX)
                     END-READ
                END-PERFORM
                CLOSE MERGE-XREF-FILE
           END-IF.

      *    Charge la liste d'opposition en table (cles en
      *    majuscules, comme SUPMAINT). Un depassement arrete le job.
       LOAD-SUPLIST-TABLE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SUPLIST-FILE
           IF WS-SUPLIST-STATUS = "00"
                PERFORM UNTIL INPUT-EOF
                     READ SUPLIST-FILE
                         AT END
                             SET INPUT-EOF TO TRUE
                         NOT AT END
                             PERFORM STORE-SUPLIST-ENTRY
                     END-READ
                END-PERFORM
                CLOSE SUPLIST-FILE
           END-IF.

       STORE-SUPLIST-ENTRY.
           IF WS-SPL-COUNT >= 500
                DISPLAY "ERREUR : SUPLIST contient plus de 500 "
                    "entrees - arret, aucun fichier n'a ete touche."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF
           ADD 1 TO WS-SPL-COUNT
           SET WS-SPL-IDX TO WS-SPL-COUNT
           MOVE SUP-KEY-TYPE TO WS-SPL-TYPE (WS-SPL-IDX)
           MOVE FUNCTION UPPER-CASE(SUP-KEY) TO WS-SPL-KEY (WS-SPL-IDX)
           MOVE SUP-REASON-CODE TO WS-SPL-REASON (WS-SPL-IDX)
           MOVE SUP-START-DATE TO WS-SPL-START-DATE (WS-SPL-IDX)
           MOVE SUP-END-DATE TO WS-SPL-END-DATE (WS-SPL-IDX)
           MOVE SUP-ACTIVE-FLAG TO WS-SPL-FLAG (WS-SPL-IDX).

      *    Ouvre GREETED-MASTER et CUSTOMER-MASTER (lecture seule en
      *    REPORT). Illisibles : arret RC 16 avant toute ecriture -
      *    un certificat ne peut pas couvrir un fichier non traite.
       OPEN-MASTER-FILES.
           IF MODE-APPLY
                OPEN I-O CUSTOMER-MASTER-FILE
           ELSE
                OPEN INPUT CUSTOMER-MASTER-FILE
           END-IF
           IF WS-CUSTMAS-STATUS NOT = "00"
                DISPLAY "ERREUR : ouverture de CUSTMAS impossible "
                    "(statut " WS-CUSTMAS-STATUS ") - arret."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF
           IF MODE-APPLY
                OPEN I-O GREETED-MASTER-FILE
           ELSE
                OPEN INPUT GREETED-MASTER-FILE
           END-IF
           IF WS-GREETMAS-STATUS NOT = "00"
                DISPLAY "ERREUR : ouverture de GREETMAS impossible "
                    "(statut " WS-GREETMAS-STATUS ") - arret."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.

      *    Part de la cle fournie et l'etend (cf. en-tete) : chaque
      *    cle de la table est etendue a son tour, y compris celles
      *    qu'elle a ajoutees, jusqu'a la derniere.
       BUILD-ERASURE-KEY-SET.
           MOVE WS-KC-TYPE TO WS-NEW-KEY-TYPE
           MOVE WS-KC-VALUE TO WS-NEW-KEY-VALUE
           MOVE "D" TO WS-NEW-KEY-ORIGIN
           PERFORM ADD-ERASURE-KEY
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-KEY-COUNT
                IF WS-KEY-TYPE (WS-WORK-IDX) = "C"
                     PERFORM EXPAND-CUSTOMER-NUMBER
                ELSE
                     PERFORM EXPAND-NAME
                END-IF
           END-PERFORM
           IF WS-NUMBER-COUNT = ZERO AND KC-TYPE-NAME
                DISPLAY "ATTENTION : aucun client ne porte ce nom - "
                    "historique de salutation seul."
           END-IF
           IF WS-HOMONYM-COUNT > ZERO AND MODE-APPLY
                DISPLAY "ERREUR : " WS-HOMONYM-COUNT " orthographe(s) "
                    "de la personne portee(s) aussi par d'autres "
                    "clients (cf. REPORT). Aucun fichier n'a ete "
                    "touche."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.

      *    Un numero client : le nom du client, puis les numeros et
      *    les noms lies par une fusion (dans un sens ou dans
      *    l'autre : retire et survivant sont la meme personne).
       EXPAND-CUSTOMER-NUMBER.
           MOVE WS-KEY-VALUE (WS-WORK-IDX) (1:8) TO WS-CHECK-NUMBER
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE WS-CHECK-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ENTRY-FOUND TO TRUE
           END-READ
           IF ENTRY-FOUND
                MOVE "N" TO WS-NEW-KEY-TYPE
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM
                    (CM-CUSTOMER-NAME)) TO WS-NEW-KEY-VALUE
                PERFORM ADD-ERASURE-KEY
           END-IF
           PERFORM VARYING WS-MRG-IDX FROM 1 BY 1
                   UNTIL WS-MRG-IDX > WS-MERGE-COUNT
                IF WS-MRG-RETIRED (WS-MRG-IDX) = WS-CHECK-NUMBER
                     MOVE "C" TO WS-NEW-KEY-TYPE
                     MOVE WS-MRG-SURVIVOR (WS-MRG-IDX)
                         TO WS-NEW-KEY-VALUE
                     PERFORM ADD-ERASURE-KEY
                     PERFORM ADD-MERGED-NAME
                END-IF
                IF WS-MRG-SURVIVOR (WS-MRG-IDX) = WS-CHECK-NUMBER
                     MOVE "C" TO WS-NEW-KEY-TYPE
                     MOVE WS-MRG-RETIRED (WS-MRG-IDX)
                         TO WS-NEW-KEY-VALUE
                     PERFORM ADD-ERASURE-KEY
                     PERFORM ADD-MERGED-NAME
                END-IF
           END-PERFORM.

       ADD-MERGED-NAME.
           MOVE "N" TO WS-NEW-KEY-TYPE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM
               (WS-MRG-RETIRED-NAME (WS-MRG-IDX))) TO WS-NEW-KEY-VALUE
           PERFORM ADD-ERASURE-KEY.

      *    Un nom : les alias et formes canoniques de l'annuaire,
      *    puis les clients qui portent ce nom.
       EXPAND-NAME.
           MOVE WS-KEY-VALUE (WS-WORK-IDX) TO WS-CHECK-NAME
           MOVE "N" TO WS-NEW-KEY-TYPE
           PERFORM VARYING WS-ALS-IDX FROM 1 BY 1
                   UNTIL WS-ALS-IDX > WS-ALIAS-COUNT
                IF WS-ALS-ALIAS (WS-ALS-IDX) = WS-CHECK-NAME
                     MOVE WS-ALS-CANONICAL (WS-ALS-IDX)
                         TO WS-NEW-KEY-VALUE
                     PERFORM ADD-ERASURE-KEY
                END-IF
                IF WS-ALS-CANONICAL (WS-ALS-IDX) = WS-CHECK-NAME
                     MOVE WS-ALS-ALIAS (WS-ALS-IDX)
                         TO WS-NEW-KEY-VALUE
                     PERFORM ADD-ERASURE-KEY
                END-IF
           END-PERFORM
           PERFORM CHECK-NAME-HOLDERS.

      *    Clients qui portent l'orthographe WS-CHECK-NAME (lecture
      *    par la cle secondaire, "02" = homonymes a suivre) : ceux
      *    deja dans la cle, et les autres. Un seul autre client et
      *    aucun connu : c'est la personne, son numero s'ajoute. Le
      *    nom fourni porte par plusieurs clients : refus. Sinon, des
      *    homonymes partagent une orthographe deduite : comptes, ce
      *    qui refuse APPLY en fin d'extension.
       CHECK-NAME-HOLDERS.
           MOVE ZERO TO WS-KNOWN-HOLDERS
           MOVE ZERO TO WS-OTHER-HOLDERS
           MOVE WS-CHECK-NAME TO WS-HOLDER-NAME
           MOVE WS-CHECK-NAME TO CM-CUSTOMER-NAME
           MOVE "N" TO WS-HOLDER-END-SWITCH
           READ CUSTOMER-MASTER-FILE
                   KEY IS CM-CUSTOMER-NAME
                INVALID KEY
                    SET HOLDER-END TO TRUE
           END-READ
           IF NOT HOLDER-END
                PERFORM COUNT-ONE-HOLDER
                IF WS-CUSTMAS-STATUS NOT = "02"
                     SET HOLDER-END TO TRUE
                END-IF
           END-IF
           PERFORM UNTIL HOLDER-END
                READ CUSTOMER-MASTER-FILE NEXT RECORD
                     AT END
                         SET HOLDER-END TO TRUE
                     NOT AT END
                         IF CM-CUSTOMER-NAME NOT = WS-HOLDER-NAME
                              SET HOLDER-END TO TRUE
                         ELSE
                              PERFORM COUNT-ONE-HOLDER
                         END-IF
                END-READ
           END-PERFORM

           EVALUATE TRUE
                WHEN WS-OTHER-HOLDERS = ZERO
                    CONTINUE
                WHEN WS-OTHER-HOLDERS = 1 AND WS-KNOWN-HOLDERS = ZERO
                    MOVE "C" TO WS-NEW-KEY-TYPE
                    MOVE WS-OTHER-NUMBER TO WS-NEW-KEY-VALUE
                    PERFORM ADD-ERASURE-KEY
                WHEN WS-WORK-IDX = 1
                    DISPLAY "ERREUR : " WS-OTHER-HOLDERS " clients "
                        "portent ce nom - fournir le numero client "
                        "(carte C). Aucun fichier n'a ete touche."
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                WHEN OTHER
                    ADD 1 TO WS-HOMONYM-COUNT
           END-EVALUATE.

       COUNT-ONE-HOLDER.
           MOVE CM-CUSTOMER-NUMBER TO WS-CHECK-NUMBER
           MOVE WS-CHECK-NUMBER TO WS-CHECK-KEY
           MOVE "N" TO WS-FOUND-SWITCH
           SET WS-KEY-IDX TO 1
           SEARCH WS-KEY-ENTRY
                AT END
                    CONTINUE
                WHEN WS-KEY-IDX > WS-KEY-COUNT
                    SET WS-KEY-IDX TO 600
                WHEN WS-KEY-TYPE (WS-KEY-IDX) = "C"
                        AND WS-KEY-VALUE (WS-KEY-IDX) = WS-CHECK-KEY
                    SET ENTRY-FOUND TO TRUE
           END-SEARCH
           IF ENTRY-FOUND
                ADD 1 TO WS-KNOWN-HOLDERS
           ELSE
                ADD 1 TO WS-OTHER-HOLDERS
                MOVE WS-CHECK-NUMBER TO WS-OTHER-NUMBER
           END-IF.

      *    Ajoute la cle WS-NEW-KEY-xxx a la table, sauf valeur a
      *    blanc, nom deja masque par un effacement, ou cle deja
      *    presente. Un depassement arrete le job.
       ADD-ERASURE-KEY.
           IF WS-NEW-KEY-VALUE = SPACES
                   OR WS-NEW-KEY-VALUE (1:18) = "EFFACE CERTIFICAT "
                CONTINUE
           ELSE
                MOVE "N" TO WS-FOUND-SWITCH
                SET WS-KEY-IDX TO 1
                SEARCH WS-KEY-ENTRY
                     AT END
                         CONTINUE
                     WHEN WS-KEY-IDX > WS-KEY-COUNT
                         SET WS-KEY-IDX TO 600
                     WHEN WS-KEY-TYPE (WS-KEY-IDX) = WS-NEW-KEY-TYPE
                          AND WS-KEY-VALUE (WS-KEY-IDX)
                              = WS-NEW-KEY-VALUE
                         SET ENTRY-FOUND TO TRUE
                END-SEARCH
                IF NOT ENTRY-FOUND
                     IF WS-KEY-COUNT >= 600
                          DISPLAY "ERREUR : plus de 600 cles a "
                              "effacer - arret, aucun fichier n'a "
                              "ete touche."
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                     END-IF
                     ADD 1 TO WS-KEY-COUNT
                     SET WS-KEY-IDX TO WS-KEY-COUNT
                     MOVE WS-NEW-KEY-TYPE TO WS-KEY-TYPE (WS-KEY-IDX)
                     MOVE WS-NEW-KEY-VALUE TO WS-KEY-VALUE (WS-KEY-IDX)
                     MOVE WS-NEW-KEY-ORIGIN
                         TO WS-KEY-ORIGIN (WS-KEY-IDX)
                     EVALUATE TRUE
                          WHEN WS-NEW-KEY-ORIGIN = "A"
                              ADD 1 TO WS-EARLIER-KEY-COUNT
                          WHEN WS-NEW-KEY-TYPE = "C"
                              ADD 1 TO WS-NUMBER-COUNT
                          WHEN OTHER
                              ADD 1 TO WS-SPELLING-COUNT
                     END-EVALUATE
                END-IF
           END-IF.

      *    Les oppositions EF actives de SUPLIST sont les effacements
      *    anterieurs : leurs cles s'ajoutent (origine A) pour retirer
      *    tout residu. En SCRUB, ce sont les seules cles.
       ADD-EARLIER-ERASURES.
           MOVE "A" TO WS-NEW-KEY-ORIGIN
           PERFORM VARYING WS-SPL-IDX FROM 1 BY 1
                   UNTIL WS-SPL-IDX > WS-SPL-COUNT
                IF WS-SPL-REASON (WS-SPL-IDX) = "EF"
                        AND WS-SPL-FLAG (WS-SPL-IDX) = "A"
                     MOVE WS-SPL-TYPE (WS-SPL-IDX) TO WS-NEW-KEY-TYPE
                     MOVE WS-SPL-KEY (WS-SPL-IDX) TO WS-NEW-KEY-VALUE
                     PERFORM ADD-ERASURE-KEY
                END-IF
           END-PERFORM.

      *    Releve les clients a masquer : chaque numero de la cle
      *    present dans CUSTOMER-MASTER sous un nom pas encore
      *    masque (un effacement anterieur peut avoir ete defait par
      *    une restauration).
       PREPARE-CUSTOMER-MASKING.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-KEY-COUNT
                IF WS-KEY-TYPE (WS-WORK-IDX) = "C"
                     MOVE WS-KEY-VALUE (WS-WORK-IDX) (1:8)
                         TO CM-CUSTOMER-NUMBER
                     MOVE "N" TO WS-FOUND-SWITCH
                     READ CUSTOMER-MASTER-FILE
                          INVALID KEY
                              CONTINUE
                          NOT INVALID KEY
                              SET ENTRY-FOUND TO TRUE
                     END-READ
                     IF ENTRY-FOUND AND CM-CUSTOMER-NAME (1:18)
                             NOT = "EFFACE CERTIFICAT "
                          PERFORM STORE-CUSTOMER-TO-MASK
                     END-IF
                END-IF
           END-PERFORM.

       STORE-CUSTOMER-TO-MASK.
           IF WS-MC-COUNT >= 100
                DISPLAY "ERREUR : plus de 100 clients a masquer - "
                    "arret, aucun fichier n'a ete touche."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF
           ADD 1 TO WS-MC-COUNT
           SET WS-MC-IDX TO WS-MC-COUNT
           MOVE CM-CUSTOMER-NUMBER TO WS-MC-NUMBER (WS-MC-IDX)
           MOVE CM-ACCOUNT-STATUS TO WS-MC-STATUS (WS-MC-IDX)
           MOVE WS-KEY-ORIGIN (WS-WORK-IDX) TO WS-MC-ORIGIN (WS-MC-IDX).

      *    Prepare dans la table SUPLIST une opposition permanente
      *    (motif EF, de ce jour a 99999999, active) pour chaque cle
      *    de cette demande : l'entree existante de meme cle est
      *    remplacee, sinon une entree est ajoutee. La table pleine
      *    arrete le job avant toute ecriture.
       PREPARE-SUPPRESSIONS.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-KEY-COUNT
                IF WS-KEY-ORIGIN (WS-WORK-IDX) = "D"
                     PERFORM PREPARE-ONE-SUPPRESSION
                END-IF
           END-PERFORM.

       PREPARE-ONE-SUPPRESSION.
           MOVE "N" TO WS-FOUND-SWITCH
           SET WS-SPL-IDX TO 1
           SEARCH WS-SPL-ENTRY
                AT END
                    CONTINUE
                WHEN WS-SPL-IDX > WS-SPL-COUNT
                    SET WS-SPL-IDX TO 500
                WHEN WS-SPL-TYPE (WS-SPL-IDX)
                            = WS-KEY-TYPE (WS-WORK-IDX)
                        AND WS-SPL-KEY (WS-SPL-IDX)
                            = WS-KEY-VALUE (WS-WORK-IDX)
                    SET ENTRY-FOUND TO TRUE
           END-SEARCH
           IF ENTRY-FOUND
                IF WS-SPL-REASON (WS-SPL-IDX) = "EF"
                        AND WS-SPL-FLAG (WS-SPL-IDX) = "A"
                        AND WS-SPL-END-DATE (WS-SPL-IDX) = 99999999
                     ADD 1 TO WS-SUP-ALREADY-COUNT
                ELSE
                     ADD 1 TO WS-SUP-UPDATED-COUNT
                     PERFORM FILL-ERASURE-SUPPRESSION
                END-IF
           ELSE
                IF WS-SPL-COUNT >= 500
                     DISPLAY "ERREUR : SUPLIST pleine (500 entrees) - "
                         "arret, aucun fichier n'a ete touche."
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                END-IF
                ADD 1 TO WS-SPL-COUNT
                SET WS-SPL-IDX TO WS-SPL-COUNT
                MOVE WS-KEY-TYPE (WS-WORK-IDX)
                    TO WS-SPL-TYPE (WS-SPL-IDX)
                MOVE WS-KEY-VALUE (WS-WORK-IDX)
                    TO WS-SPL-KEY (WS-SPL-IDX)
                ADD 1 TO WS-SUP-ADDED-COUNT
                PERFORM FILL-ERASURE-SUPPRESSION
           END-IF.

       FILL-ERASURE-SUPPRESSION.
           MOVE "EF" TO WS-SPL-REASON (WS-SPL-IDX)
           MOVE WS-TS-DATE TO WS-SPL-START-DATE (WS-SPL-IDX)
           MOVE 99999999 TO WS-SPL-END-DATE (WS-SPL-IDX)
           MOVE "A" TO WS-SPL-FLAG (WS-SPL-IDX).

      *    Compare WS-CHECK-NAME aux orthographes de la cle et
      *    complete WS-RECORD-MATCH (une cle de cette demande
      *    l'emporte sur un effacement anterieur).
       CHECK-NAME-KEY.
           IF WS-CHECK-NAME NOT = SPACES
                SET WS-KEY-IDX TO 1
                SEARCH WS-KEY-ENTRY
                     AT END
                         CONTINUE
                     WHEN WS-KEY-IDX > WS-KEY-COUNT
                         SET WS-KEY-IDX TO 600
                     WHEN WS-KEY-TYPE (WS-KEY-IDX) = "N"
                          AND WS-KEY-VALUE (WS-KEY-IDX) = WS-CHECK-NAME
                         PERFORM NOTE-KEY-MATCH
                END-SEARCH
           END-IF.

      *    Compare WS-CHECK-NUMBER aux numeros client de la cle.
       CHECK-NUMBER-KEY.
           IF WS-CHECK-NUMBER NOT = ZERO
                MOVE WS-CHECK-NUMBER TO WS-CHECK-KEY
                SET WS-KEY-IDX TO 1
                SEARCH WS-KEY-ENTRY
                     AT END
                         CONTINUE
                     WHEN WS-KEY-IDX > WS-KEY-COUNT
                         SET WS-KEY-IDX TO 600
                     WHEN WS-KEY-TYPE (WS-KEY-IDX) = "C"
                          AND WS-KEY-VALUE (WS-KEY-IDX) = WS-CHECK-KEY
                         PERFORM NOTE-KEY-MATCH
                END-SEARCH
           END-IF.

       NOTE-KEY-MATCH.
           IF WS-KEY-ORIGIN (WS-KEY-IDX) = "D"
                SET RECORD-MATCH-CURRENT TO TRUE
           ELSE
                IF RECORD-UNMATCHED
                     SET RECORD-MATCH-EARLIER TO TRUE
                END-IF
           END-IF.

      *    Ouvre une ligne de statistiques pour le fichier
      *    WS-NEW-STAT-FILE ; WS-FS-IDX la designe ensuite.
       START-FILE-STAT.
           ADD 1 TO WS-FS-COUNT
           MOVE WS-FS-COUNT TO WS-FS-IDX
           MOVE WS-NEW-STAT-FILE TO WS-FS-FILE (WS-FS-IDX)
           MOVE WS-NEW-STAT-ACTION TO WS-FS-ACTION (WS-FS-IDX)
           MOVE "N" TO WS-FS-ABSENT (WS-FS-IDX)
           MOVE ZERO TO WS-FS-READ (WS-FS-IDX)
           MOVE ZERO TO WS-FS-CURRENT (WS-FS-IDX)
           MOVE ZERO TO WS-FS-EARLIER (WS-FS-IDX).

      *    Compte l'enregistrement retire ou masque selon l'origine
      *    de la cle qui l'a designe.
       COUNT-RECORD-MATCH.
           IF RECORD-MATCH-CURRENT
                ADD 1 TO WS-FS-CURRENT (WS-FS-IDX)
           ELSE
                ADD 1 TO WS-FS-EARLIER (WS-FS-IDX)
           END-IF.

      *    GREETLOG : retire chaque salutation dont la saisie brute
      *    ou en majuscules est une orthographe de la cle. Une
      *    session dont il manque des lignes reste coherente : les
      *    rapports et le rejeu de GREETMASFIX comptent les lignes
      *    presentes.
       ERASE-GREETLOG.
           MOVE "GREETLOG" TO WS-NEW-STAT-FILE
           MOVE "RETRAIT" TO WS-NEW-STAT-ACTION
           PERFORM START-FILE-STAT
           IF MODE-APPLY
                OPEN OUTPUT GREETLOGN-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT GREETLOG-FILE
           IF WS-GREETLOG-STATUS = "00"
                PERFORM UNTIL INPUT-EOF
                     READ GREETLOG-FILE
                         AT END
                             SET INPUT-EOF TO TRUE
                         NOT AT END
                             PERFORM ERASE-ONE-GREETLOG
                     END-READ
                END-PERFORM
                CLOSE GREETLOG-FILE
           ELSE
                MOVE "Y" TO WS-FS-ABSENT (WS-FS-IDX)
           END-IF
           IF MODE-APPLY
                CLOSE GREETLOGN-FILE
           END-IF.

       ERASE-ONE-GREETLOG.
           ADD 1 TO WS-FS-READ (WS-FS-IDX)
           MOVE SPACE TO WS-RECORD-MATCH
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(GL-RAW-INPUT))
               TO WS-CHECK-NAME
           PERFORM CHECK-NAME-KEY
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(GL-UPPER-INPUT))
               TO WS-CHECK-NAME
           PERFORM CHECK-NAME-KEY
           IF RECORD-UNMATCHED
                IF MODE-APPLY
                     MOVE GREETLOG-RECORD TO GREETLOGN-RECORD
                     WRITE GREETLOGN-RECORD
                END-IF
           ELSE
                PERFORM COUNT-RECORD-MATCH
           END-IF.

      *    ALIASLOG : retire chaque resolution dont l'alias ou le nom
      *    canonique est une orthographe de la cle.
       ERASE-ALIASLOG.
           MOVE "ALIASLOG" TO WS-NEW-STAT-FILE
           MOVE "RETRAIT" TO WS-NEW-STAT-ACTION
           PERFORM START-FILE-STAT
           IF MODE-APPLY
                OPEN OUTPUT ALIASLOGN-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ALIASLOG-FILE
           IF WS-ALIASLOG-STATUS = "00"
                PERFORM UNTIL INPUT-EOF
                     READ ALIASLOG-FILE
                         AT END
                             SET INPUT-EOF TO TRUE
                         NOT AT END
                             PERFORM ERASE-ONE-ALIASLOG
                     END-READ
                END-PERFORM
                CLOSE ALIASLOG-FILE
           ELSE
                MOVE "Y" TO WS-FS-ABSENT (WS-FS-IDX)
           END-IF
           IF MODE-APPLY
                CLOSE ALIASLOGN-FILE
           END-IF.

       ERASE-ONE-ALIASLOG.
           ADD 1 TO WS-FS-READ (WS-FS-IDX)
           MOVE SPACE TO WS-RECORD-MATCH
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ALG-ALIAS))
               TO WS-CHECK-NAME
           PERFORM CHECK-NAME-KEY
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ALG-CANONICAL-NAME))
               TO WS-CHECK-NAME
           PERFORM CHECK-NAME-KEY
           IF RECORD-UNMATCHED
                IF MODE-APPLY
                     MOVE ALIAS-LOG-RECORD TO ALIASLOGN-RECORD
                     WRITE ALIASLOGN-RECORD
                END-IF
           ELSE
                PERFORM COUNT-RECORD-MATCH
           END-IF.

      *    CUSTAUDT : masque le nom de chaque image avant ou apres
      *    qui porte un numero ou une orthographe de la cle ; la
      *    ligne est gardee. Puis une ligne d'action E par client
      *    masque dans CUSTOMER-MASTER.
       ERASE-CUSTAUDT.
           MOVE "CUSTAUDT" TO WS-NEW-STAT-FILE
           MOVE "MASQUAGE" TO WS-NEW-STAT-ACTION
           PERFORM START-FILE-STAT
           IF MODE-APPLY
                OPEN OUTPUT CUST-AUDITN-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CUST-AUDIT-FILE
           IF WS-CUSTAUDT-STATUS = "00"
                PERFORM UNTIL INPUT-EOF
                     READ CUST-AUDIT-FILE
                         AT END
                             SET INPUT-EOF TO TRUE
                         NOT AT END
                             PERFORM ERASE-ONE-AUDIT-LINE
                     END-READ
                END-PERFORM
                CLOSE CUST-AUDIT-FILE
           ELSE
                MOVE "Y" TO WS-FS-ABSENT (WS-FS-IDX)
           END-IF
           IF MODE-APPLY
                PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                        UNTIL WS-MC-IDX > WS-MC-COUNT
                     PERFORM WRITE-ERASURE-AUDIT-LINE
                END-PERFORM
                CLOSE CUST-AUDITN-FILE
           END-IF.

       ERASE-ONE-AUDIT-LINE.
           ADD 1 TO WS-FS-READ (WS-FS-IDX)
           MOVE SPACE TO WS-RECORD-MATCH
           MOVE CA-BEFORE-IMAGE TO WS-AUDIT-IMAGE
           PERFORM MASK-AUDIT-IMAGE
           MOVE WS-AUDIT-IMAGE TO CA-BEFORE-IMAGE
           MOVE CA-AFTER-IMAGE TO WS-AUDIT-IMAGE
           PERFORM MASK-AUDIT-IMAGE
           MOVE WS-AUDIT-IMAGE TO CA-AFTER-IMAGE
           IF NOT RECORD-UNMATCHED
                PERFORM COUNT-RECORD-MATCH
           END-IF
           IF MODE-APPLY
                MOVE CUSTOMER-AUDIT-RECORD TO CUSTAUDN-RECORD
                WRITE CUSTAUDN-RECORD
           END-IF.

      *    Masque le nom de WS-AUDIT-IMAGE s'il designe la personne.
      *    Une image vide ou deja masquee est laissee telle quelle.
       MASK-AUDIT-IMAGE.
           IF WS-AUDIT-IMAGE NOT = SPACES
                   AND WS-AI-NAME (1:18) NOT = "EFFACE CERTIFICAT "
                MOVE WS-RECORD-MATCH TO WS-PRIOR-MATCH
                MOVE SPACE TO WS-RECORD-MATCH
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AI-NAME))
                    TO WS-CHECK-NAME
                PERFORM CHECK-NAME-KEY
                IF WS-AI-NUMBER-X NUMERIC
                     MOVE WS-AI-NUMBER TO WS-CHECK-NUMBER
                     PERFORM CHECK-NUMBER-KEY
                END-IF
                IF NOT RECORD-UNMATCHED
                     MOVE WS-MASK-TEXT TO WS-AI-NAME
                END-IF
                IF WS-PRIOR-MATCH = "D"
                        OR (WS-PRIOR-MATCH = "A" AND RECORD-UNMATCHED)
                     MOVE WS-PRIOR-MATCH TO WS-RECORD-MATCH
                END-IF
           END-IF.

      *    Ligne d'action E pour un client masque : images avant et
      *    apres masquees, statut I apres. CUSTRECOV la rejoue comme
      *    une modification par numero.
       WRITE-ERASURE-AUDIT-LINE.
           MOVE SPACES TO CUSTAUDN-RECORD
           MOVE WS-TS-DATE TO CN-AUDIT-DATE
           MOVE WS-TS-TIME TO CN-AUDIT-TIME
           MOVE WS-OPERATOR-ID TO CN-OPERATOR-ID
           SET CN-ACTION-ERASE TO TRUE
           MOVE WS-MASK-TEXT TO WS-AI-NAME
           MOVE WS-MC-NUMBER (WS-MC-IDX) TO WS-AI-NUMBER
           MOVE WS-MC-STATUS (WS-MC-IDX) TO WS-AI-STATUS
           MOVE WS-AUDIT-IMAGE TO CN-BEFORE-IMAGE
           MOVE "I" TO WS-AI-STATUS
           MOVE WS-AUDIT-IMAGE TO CN-AFTER-IMAGE
           WRITE CUSTAUDN-RECORD
           ADD 1 TO WS-ERASE-LINES-ADDED.

      *    UNDELIV : retire l'entree dont le nom ou le numero client
      *    designe la personne.
       ERASE-UNDELIV.
           MOVE "UNDELIV" TO WS-NEW-STAT-FILE
           MOVE "RETRAIT" TO WS-NEW-STAT-ACTION
           PERFORM START-FILE-STAT
           IF MODE-APPLY
                OPEN OUTPUT UNDELIVN-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT UNDELIV-FILE
           IF WS-UNDELIV-STATUS = "00"
                PERFORM UNTIL INPUT-EOF
                     READ UNDELIV-FILE
                         AT END
                             SET INPUT-EOF TO TRUE
                         NOT AT END
                             PERFORM ERASE-ONE-UNDELIV
                     END-READ
                END-PERFORM
                CLOSE UNDELIV-FILE
           ELSE
                MOVE "Y" TO WS-FS-ABSENT (WS-FS-IDX)
           END-IF
           IF MODE-APPLY
                CLOSE UNDELIVN-FILE
           END-IF.

       ERASE-ONE-UNDELIV.
           ADD 1 TO WS-FS-READ (WS-FS-IDX)
           MOVE SPACE TO WS-RECORD-MATCH
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(UD-NAME))
               TO WS-CHECK-NAME
           PERFORM CHECK-NAME-KEY
           MOVE UD-CUSTOMER-NUMBER TO WS-CHECK-NUMBER
           PERFORM CHECK-NUMBER-KEY
           IF RECORD-UNMATCHED
                IF MODE-APPLY
                     MOVE UNDELIV-RECORD TO UNDELIVN-RECORD
                     WRITE UNDELIVN-RECORD
                END-IF
           ELSE
                PERFORM COUNT-RECORD-MATCH
           END-IF.

      *    MERGEXRF : masque le nom du doublon retire quand l'un des
      *    deux numeros ou ce nom designe la personne ; la
      *    correspondance des numeros est gardee.
       ERASE-MERGEXRF.
           MOVE "MERGEXRF" TO WS-NEW-STAT-FILE
           MOVE "MASQUAGE" TO WS-NEW-STAT-ACTION
           PERFORM START-FILE-STAT
           IF MODE-APPLY
                OPEN OUTPUT MERGE-XREFN-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MERGE-XREF-FILE
           IF WS-MERGEXRF-STATUS = "00"
                PERFORM UNTIL INPUT-EOF
                     READ MERGE-XREF-FILE
                         AT END
                             SET INPUT-EOF TO TRUE
                         NOT AT END
                             PERFORM ERASE-ONE-MERGE-XREF
                     END-READ
                END-PERFORM
                CLOSE MERGE-XREF-FILE
           ELSE
                MOVE "Y" TO WS-FS-ABSENT (WS-FS-IDX)
           END-IF
           IF MODE-APPLY
                CLOSE MERGE-XREFN-FILE
           END-IF.

       ERASE-ONE-MERGE-XREF.
           ADD 1 TO WS-FS-READ (WS-FS-IDX)
           MOVE SPACE TO WS-RECORD-MATCH
           IF MX-RETIRED-NAME (1:18) NOT = "EFFACE CERTIFICAT "
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MX-RETIRED-NAME))
                    TO WS-CHECK-NAME
                PERFORM CHECK-NAME-KEY
                MOVE MX-RETIRED-NUMBER TO WS-CHECK-NUMBER
                PERFORM CHECK-NUMBER-KEY
                MOVE MX-SURVIVOR-NUMBER TO WS-CHECK-NUMBER
                PERFORM CHECK-NUMBER-KEY
           END-IF
           IF NOT RECORD-UNMATCHED
                MOVE WS-MASK-TEXT TO MX-RETIRED-NAME
                PERFORM COUNT-RECORD-MATCH
           END-IF
           IF MODE-APPLY
                MOVE MERGE-XREF-RECORD TO MERGE-XREFN-RECORD
                WRITE MERGE-XREFN-RECORD
           END-IF.

      *    GREETREJ (rejets du dernier batch) : retire le rejet dont
      *    le nom ou le numero client designe la personne.
       ERASE-GREETREJ.
           MOVE "GREETREJ" TO WS-NEW-STAT-FILE
           MOVE "RETRAIT" TO WS-NEW-STAT-ACTION
           PERFORM START-FILE-STAT
           IF MODE-APPLY
                OPEN OUTPUT GREETREJN-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT GREETREJ-FILE
           IF WS-GREETREJ-STATUS = "00"
                PERFORM UNTIL INPUT-EOF
                     READ GREETREJ-FILE
                         AT END
                             SET INPUT-EOF TO TRUE
                         NOT AT END
                             PERFORM ERASE-ONE-GREETREJ
                     END-READ
                END-PERFORM
                CLOSE GREETREJ-FILE
           ELSE
                MOVE "Y" TO WS-FS-ABSENT (WS-FS-IDX)
           END-IF
           IF MODE-APPLY
                CLOSE GREETREJN-FILE
           END-IF.

       ERASE-ONE-GREETREJ.
           ADD 1 TO WS-FS-READ (WS-FS-IDX)
           MOVE SPACE TO WS-RECORD-MATCH
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RJ-NAME))
               TO WS-CHECK-NAME
           PERFORM CHECK-NAME-KEY
           IF RJ-CUSTOMER-NUMBER NUMERIC
                MOVE RJ-CUSTOMER-NUMBER TO WS-CHECK-NUMBER
                PERFORM CHECK-NUMBER-KEY
           END-IF
           IF RECORD-UNMATCHED
                IF MODE-APPLY
                     MOVE GREETREJ-RECORD TO GREETREJN-RECORD
                     WRITE GREETREJN-RECORD
                END-IF
           ELSE
                PERFORM COUNT-RECORD-MATCH
           END-IF.

      *    PENDCHG : compte les demandes dont une image porte une
      *    orthographe de la cle. En APPLY, une seule suffit a
      *    arreter le job avant toute ecriture (cf. en-tete).
       CHECK-PENDING-CHANGES.
           MOVE "PENDCHG" TO WS-NEW-STAT-FILE
           MOVE "CONTROLE" TO WS-NEW-STAT-ACTION
           PERFORM START-FILE-STAT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PENDING-CHANGE-FILE
           IF WS-PENDCHG-STATUS = "00"
                PERFORM UNTIL INPUT-EOF
                     READ PENDING-CHANGE-FILE
                         AT END
                             SET INPUT-EOF TO TRUE
                         NOT AT END
                             PERFORM CHECK-ONE-PENDING-CHANGE
                     END-READ
                END-PERFORM
                CLOSE PENDING-CHANGE-FILE
           ELSE
                MOVE "Y" TO WS-FS-ABSENT (WS-FS-IDX)
           END-IF
           IF MODE-APPLY AND (WS-FS-CURRENT (WS-FS-IDX) > ZERO
                   OR WS-FS-EARLIER (WS-FS-IDX) > ZERO)
                DISPLAY "ERREUR : " WS-FS-CURRENT (WS-FS-IDX)
                    " demande(s) PENDCHG pour cette personne et "
                    WS-FS-EARLIER (WS-FS-IDX) " pour des personnes "
                    "deja effacees - les faire trancher par CHGAPPR, "
                    "puis relancer. Aucun fichier n'a ete touche."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.

       CHECK-ONE-PENDING-CHANGE.
           ADD 1 TO WS-FS-READ (WS-FS-IDX)
           MOVE SPACE TO WS-RECORD-MATCH
           MOVE PCH-TARGET-FILE TO WS-CHANGE-TARGET
           MOVE PCH-BEFORE-IMAGE TO WS-CHANGE-IMAGE
           PERFORM MASK-CHANGE-IMAGE
           MOVE PCH-AFTER-IMAGE TO WS-CHANGE-IMAGE
           PERFORM MASK-CHANGE-IMAGE
           IF NOT RECORD-UNMATCHED
                PERFORM COUNT-RECORD-MATCH
           END-IF.

      *    CHGAUDT : masque le nom dans les images avant et apres de
      *    chaque decision qui porte une orthographe de la cle ; la
      *    ligne est gardee (meme discipline que CUSTAUDT).
       ERASE-CHGAUDT.
           MOVE "CHGAUDT" TO WS-NEW-STAT-FILE
           MOVE "MASQUAGE" TO WS-NEW-STAT-ACTION
           PERFORM START-FILE-STAT
           IF MODE-APPLY
                OPEN OUTPUT CHANGE-AUDITN-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CHANGE-AUDIT-FILE
           IF WS-CHGAUDT-STATUS = "00"
                PERFORM UNTIL INPUT-EOF
                     READ CHANGE-AUDIT-FILE
                         AT END
                             SET INPUT-EOF TO TRUE
                         NOT AT END
                             PERFORM ERASE-ONE-CHANGE-AUDIT
                     END-READ
                END-PERFORM
                CLOSE CHANGE-AUDIT-FILE
           ELSE
                MOVE "Y" TO WS-FS-ABSENT (WS-FS-IDX)
           END-IF
           IF MODE-APPLY
                CLOSE CHANGE-AUDITN-FILE
           END-IF.

       ERASE-ONE-CHANGE-AUDIT.
           ADD 1 TO WS-FS-READ (WS-FS-IDX)
           MOVE SPACE TO WS-RECORD-MATCH
           MOVE CHA-TARGET-FILE TO WS-CHANGE-TARGET
           MOVE CHA-BEFORE-IMAGE TO WS-CHANGE-IMAGE
           PERFORM MASK-CHANGE-IMAGE
           MOVE WS-CHANGE-IMAGE TO CHA-BEFORE-IMAGE
           MOVE CHA-AFTER-IMAGE TO WS-CHANGE-IMAGE
           PERFORM MASK-CHANGE-IMAGE
           MOVE WS-CHANGE-IMAGE TO CHA-AFTER-IMAGE
           IF NOT RECORD-UNMATCHED
                PERFORM COUNT-RECORD-MATCH
           END-IF
           IF MODE-APPLY
                MOVE CHANGE-AUDIT-RECORD TO CHANGE-AUDITN-RECORD
                WRITE CHANGE-AUDITN-RECORD
           END-IF.

      *    Masque dans WS-CHANGE-IMAGE chaque nom qui est une
      *    orthographe de la cle : cle N d'une opposition SUPLIST
      *    (une cle C est un numero, gardee comme dans CUSTAUDT),
      *    alias et forme canonique d'une entree ALIASDIR. Complete
      *    WS-RECORD-MATCH comme MASK-AUDIT-IMAGE.
       MASK-CHANGE-IMAGE.
           EVALUATE WS-CHANGE-TARGET
                WHEN "SUPLIST"
                    IF WS-CS-KEY-TYPE = "N"
                         MOVE WS-CS-KEY TO WS-CHECK-NAME
                         PERFORM CHECK-CHANGE-NAME
                         IF WS-FIELD-MATCH NOT = SPACE
                              MOVE WS-MASK-TEXT TO WS-CS-KEY
                         END-IF
                    END-IF
                WHEN "ALIASDIR"
                    MOVE WS-CL-ALIAS TO WS-CHECK-NAME
                    PERFORM CHECK-CHANGE-NAME
                    IF WS-FIELD-MATCH NOT = SPACE
                         MOVE WS-MASK-TEXT TO WS-CL-ALIAS
                    END-IF
                    MOVE WS-CL-CANONICAL TO WS-CHECK-NAME
                    PERFORM CHECK-CHANGE-NAME
                    IF WS-FIELD-MATCH NOT = SPACE
                         MOVE WS-MASK-TEXT TO WS-CL-CANONICAL
                    END-IF
                WHEN OTHER
                    CONTINUE
           END-EVALUATE.

      *    Compare un nom d'image (WS-CHECK-NAME) a la cle : resultat
      *    pour ce champ dans WS-FIELD-MATCH, cumule dans
      *    WS-RECORD-MATCH pour l'enregistrement (une cle de cette
      *    demande l'emporte). Un nom deja masque est ignore.
       CHECK-CHANGE-NAME.
           MOVE SPACE TO WS-FIELD-MATCH
           IF WS-CHECK-NAME (1:18) NOT = "EFFACE CERTIFICAT "
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CHECK-NAME))
                    TO WS-CHECK-NAME
                MOVE WS-RECORD-MATCH TO WS-PRIOR-MATCH
                MOVE SPACE TO WS-RECORD-MATCH
                PERFORM CHECK-NAME-KEY
                MOVE WS-RECORD-MATCH TO WS-FIELD-MATCH
                IF WS-PRIOR-MATCH = "D"
                        OR (WS-PRIOR-MATCH = "A" AND RECORD-UNMATCHED)
                     MOVE WS-PRIOR-MATCH TO WS-RECORD-MATCH
                END-IF
           END-IF.

      *    GREETED-MASTER : supprime par cle chaque orthographe de la
      *    cle presente dans le fichier ; chaque suppression faite
      *    est deposee dans la file GREETDEL. Une suppression refusee
      *    n'est ni comptee ni deposee, et le job finit en RC 16.
       ERASE-GREETED-MASTER.
           MOVE "GREETMAS" TO WS-NEW-STAT-FILE
           MOVE "SUPPRESSION" TO WS-NEW-STAT-ACTION
           PERFORM START-FILE-STAT
           IF MODE-APPLY
                OPEN EXTEND GREETDEL-FILE
                IF WS-GREETDEL-STATUS = "35"
                     OPEN OUTPUT GREETDEL-FILE
                END-IF
                IF WS-GREETDEL-STATUS NOT = "00"
                     DISPLAY "ERREUR : ouverture GREETDEL impossible "
                         "(statut " WS-GREETDEL-STATUS ") - arret "
                         "avant toute suppression GREETMAS."
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                END-IF
           END-IF
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
                IF WS-KEY-TYPE (WS-KEY-IDX) = "N"
                     PERFORM ERASE-ONE-GREETED-NAME
                END-IF
           END-PERFORM
           IF MODE-APPLY
                CLOSE GREETDEL-FILE
           END-IF.

       ERASE-ONE-GREETED-NAME.
           ADD 1 TO WS-FS-READ (WS-FS-IDX)
           MOVE WS-KEY-VALUE (WS-KEY-IDX) TO GM-NAME
           MOVE "N" TO WS-FOUND-SWITCH
           READ GREETED-MASTER-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ENTRY-FOUND TO TRUE
           END-READ
           IF ENTRY-FOUND
                MOVE SPACE TO WS-RECORD-MATCH
                PERFORM NOTE-KEY-MATCH
                IF MODE-APPLY
                     DELETE GREETED-MASTER-FILE RECORD
                          INVALID KEY
                              DISPLAY "ERREUR : suppression "
                                  "GREETMAS refusee (statut "
                                  WS-GREETMAS-STATUS ")."
                              MOVE 16 TO RETURN-CODE
                          NOT INVALID KEY
                              PERFORM COUNT-RECORD-MATCH
                              PERFORM WRITE-GREETED-DELETE
                     END-DELETE
                ELSE
                     PERFORM COUNT-RECORD-MATCH
                END-IF
           END-IF.

      *    Depose dans GREETDEL le nom qui vient d'etre supprime ;
      *    pas encore envoye a l'entrepot.
       WRITE-GREETED-DELETE.
           MOVE WS-TS-DATE TO GD-ERASE-DATE
           MOVE WS-TS-TIME TO GD-ERASE-TIME
           MOVE WS-CERTIFICATE-NUMBER TO GD-CERTIFICATE-NUMBER
           MOVE WS-KEY-VALUE (WS-KEY-IDX) TO GD-NAME
           MOVE ZERO TO GD-SENT-TO-DATE
           WRITE GREETED-DELETE-RECORD.

      *    CUSTOMER-MASTER : masque le nom et passe au statut I
      *    chaque client releve par PREPARE-CUSTOMER-MASKING.
       ERASE-CUSTOMER-MASTER.
           MOVE "CUSTMAS" TO WS-NEW-STAT-FILE
           MOVE "MASQUAGE" TO WS-NEW-STAT-ACTION
           PERFORM START-FILE-STAT
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
                IF WS-KEY-TYPE (WS-KEY-IDX) = "C"
                     ADD 1 TO WS-FS-READ (WS-FS-IDX)
                END-IF
           END-PERFORM
           PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                   UNTIL WS-MC-IDX > WS-MC-COUNT
                PERFORM MASK-ONE-CUSTOMER
           END-PERFORM.

       MASK-ONE-CUSTOMER.
           IF NOT MODE-APPLY
                PERFORM COUNT-MASKED-CUSTOMER
           END-IF
           IF MODE-APPLY
                MOVE WS-MC-NUMBER (WS-MC-IDX) TO CM-CUSTOMER-NUMBER
                MOVE "N" TO WS-FOUND-SWITCH
                READ CUSTOMER-MASTER-FILE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         SET ENTRY-FOUND TO TRUE
                END-READ
                IF ENTRY-FOUND
                     MOVE WS-MASK-TEXT TO CM-CUSTOMER-NAME
                     SET CM-STATUS-INACTIVE TO TRUE
                     REWRITE CUSTOMER-MASTER-RECORD
                          INVALID KEY
                              DISPLAY "ERREUR : masquage CUSTMAS "
                                  "refuse (statut " WS-CUSTMAS-STATUS
                                  ")."
                              MOVE 16 TO RETURN-CODE
                          NOT INVALID KEY
                              PERFORM COUNT-MASKED-CUSTOMER
                     END-REWRITE
                END-IF
           END-IF.

       COUNT-MASKED-CUSTOMER.
           IF WS-MC-ORIGIN (WS-MC-IDX) = "D"
                ADD 1 TO WS-FS-CURRENT (WS-FS-IDX)
           ELSE
                ADD 1 TO WS-FS-EARLIER (WS-FS-IDX)
           END-IF.

      *    ALIASDIR : retire les entrees dont l'alias ou la forme
      *    canonique est une orthographe de la cle, puis reecrit
      *    l'annuaire en totalite (APPLY, s'il y a lieu).
       ERASE-ALIASDIR.
           MOVE "ALIASDIR" TO WS-NEW-STAT-FILE
           MOVE "RETRAIT" TO WS-NEW-STAT-ACTION
           PERFORM START-FILE-STAT
           IF WS-ALIASDIR-STATUS NOT = "00"
                MOVE "Y" TO WS-FS-ABSENT (WS-FS-IDX)
           END-IF
           PERFORM VARYING WS-ALS-IDX FROM 1 BY 1
                   UNTIL WS-ALS-IDX > WS-ALIAS-COUNT
                ADD 1 TO WS-FS-READ (WS-FS-IDX)
                MOVE SPACE TO WS-RECORD-MATCH
                MOVE WS-ALS-ALIAS (WS-ALS-IDX) TO WS-CHECK-NAME
                PERFORM CHECK-NAME-KEY
                MOVE WS-ALS-CANONICAL (WS-ALS-IDX) TO WS-CHECK-NAME
                PERFORM CHECK-NAME-KEY
                IF NOT RECORD-UNMATCHED
                     MOVE "Y" TO WS-ALS-ERASE (WS-ALS-IDX)
                     PERFORM COUNT-RECORD-MATCH
                END-IF
           END-PERFORM
           IF MODE-APPLY AND (WS-FS-CURRENT (WS-FS-IDX) > ZERO
                   OR WS-FS-EARLIER (WS-FS-IDX) > ZERO)
                OPEN OUTPUT ALIASDIR-FILE
                PERFORM VARYING WS-ALS-IDX FROM 1 BY 1
                        UNTIL WS-ALS-IDX > WS-ALIAS-COUNT
                     IF WS-ALS-ERASE (WS-ALS-IDX) = "N"
                          MOVE WS-ALS-RECORD (WS-ALS-IDX)
                              TO ALIAS-RECORD
                          WRITE ALIAS-RECORD
                     END-IF
                END-PERFORM
                CLOSE ALIASDIR-FILE
           END-IF.

      *    Reecrit SUPLIST en totalite avec les oppositions EF
      *    preparees par PREPARE-SUPPRESSIONS.
       REWRITE-SUPLIST.
           OPEN OUTPUT SUPLIST-FILE
           PERFORM VARYING WS-SPL-IDX FROM 1 BY 1
                   UNTIL WS-SPL-IDX > WS-SPL-COUNT
                MOVE WS-SPL-TYPE (WS-SPL-IDX) TO SUP-KEY-TYPE
                MOVE WS-SPL-KEY (WS-SPL-IDX) TO SUP-KEY
                MOVE WS-SPL-REASON (WS-SPL-IDX) TO SUP-REASON-CODE
                MOVE WS-SPL-START-DATE (WS-SPL-IDX) TO SUP-START-DATE
                MOVE WS-SPL-END-DATE (WS-SPL-IDX) TO SUP-END-DATE
                MOVE WS-SPL-FLAG (WS-SPL-IDX) TO SUP-ACTIVE-FLAG
                WRITE SUPPRESS-RECORD
           END-PERFORM
           CLOSE SUPLIST-FILE.

      *    SCRUB : recopie l'archive SCRUBIN sur SCRUBOUT sans les
      *    enregistrements des personnes effacees. L'archive doit
      *    etre lisible.
       SCRUB-ARCHIVE-FILE.
           MOVE WS-SCRUB-FILE-TYPE TO WS-NEW-STAT-FILE
           MOVE "RETRAIT" TO WS-NEW-STAT-ACTION
           PERFORM START-FILE-STAT
           OPEN INPUT SCRUB-IN-FILE
           IF WS-SCRUBIN-STATUS NOT = "00"
                DISPLAY "ERREUR : ouverture de SCRUBIN impossible "
                    "(statut " WS-SCRUBIN-STATUS ") - arret."
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF
           OPEN OUTPUT SCRUB-OUT-FILE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL INPUT-EOF
                READ SCRUB-IN-FILE
                    AT END
                        SET INPUT-EOF TO TRUE
                    NOT AT END
                        PERFORM SCRUB-ONE-RECORD
                END-READ
           END-PERFORM
           CLOSE SCRUB-IN-FILE
           CLOSE SCRUB-OUT-FILE.

       SCRUB-ONE-RECORD.
           ADD 1 TO WS-FS-READ (WS-FS-IDX)
           MOVE SPACE TO WS-RECORD-MATCH
           IF SCRUB-GREETARC
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SL-RAW-INPUT))
                    TO WS-CHECK-NAME
                PERFORM CHECK-NAME-KEY
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SL-UPPER-INPUT))
                    TO WS-CHECK-NAME
                PERFORM CHECK-NAME-KEY
           ELSE
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SR-NAME))
                    TO WS-CHECK-NAME
                PERFORM CHECK-NAME-KEY
                IF SR-CUSTOMER-NUMBER NUMERIC
                     MOVE SR-CUSTOMER-NUMBER TO WS-CHECK-NUMBER
                     PERFORM CHECK-NUMBER-KEY
                END-IF
           END-IF
           IF RECORD-UNMATCHED
                IF SCRUB-GREETARC
                     WRITE SCRUB-OUT-LOG-RECORD FROM SCRUB-LOG-RECORD
                ELSE
                     WRITE SCRUB-OUT-REJ-RECORD FROM SCRUB-REJ-RECORD
                END-IF
           ELSE
                PERFORM COUNT-RECORD-MATCH
           END-IF.

       WRITE-CERTIFICATE-HEADING.
           IF MODE-REPORT
                MOVE "PROJET DE CERTIFICAT D'EFFACEMENT - MODE REPORT, "
                    TO WS-RPT-WORK
                MOVE "AUCUN FICHIER N'EST MODIFIE" TO WS-RPT-WORK (50:)
           ELSE
                MOVE "CERTIFICAT D'EFFACEMENT DE DONNEES PERSONNELLES"
                    TO WS-RPT-WORK
           END-IF
           MOVE WS-RPT-WORK TO ERASRPT-LINE
           WRITE ERASRPT-LINE
           MOVE SPACES TO ERASRPT-LINE
           WRITE ERASRPT-LINE
           MOVE SPACES TO WS-RPT-WORK
           STRING "CERTIFICAT NO : " DELIMITED BY SIZE
               WS-CERTIFICATE-NUMBER DELIMITED BY SIZE
               "  DATE : " DELIMITED BY SIZE
               WS-TS-DATE DELIMITED BY SIZE
               "  HEURE : " DELIMITED BY SIZE
               WS-TS-TIME DELIMITED BY SIZE
               "  MODE : " DELIMITED BY SIZE
               WS-MODE-INPUT DELIMITED BY SIZE
               INTO WS-RPT-WORK
           MOVE WS-RPT-WORK TO ERASRPT-LINE
           WRITE ERASRPT-LINE
           MOVE SPACES TO WS-RPT-WORK
           STRING "OPERATEUR : " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               "  REFERENCE DE LA DEMANDE : " DELIMITED BY SIZE
               WS-LEGAL-REFERENCE DELIMITED BY SIZE
               INTO WS-RPT-WORK
           MOVE WS-RPT-WORK TO ERASRPT-LINE
           WRITE ERASRPT-LINE
           MOVE SPACES TO WS-RPT-WORK
           EVALUATE TRUE
                WHEN MODE-SCRUB
                    STRING "NETTOYAGE D'ARCHIVE : " DELIMITED BY SIZE
                        WS-SCRUB-FILE-TYPE DELIMITED BY SIZE
                        " - TOUS LES EFFACEMENTS ANTERIEURS"
                            DELIMITED BY SIZE
                        INTO WS-RPT-WORK
                WHEN KC-TYPE-CUSTOMER
                    MOVE "CLE FOURNIE : NUMERO CLIENT" TO WS-RPT-WORK
                WHEN OTHER
                    MOVE "CLE FOURNIE : NOM" TO WS-RPT-WORK
           END-EVALUATE
           MOVE WS-RPT-WORK TO ERASRPT-LINE
           WRITE ERASRPT-LINE
           MOVE SPACES TO WS-RPT-WORK
           STRING "ORTHOGRAPHES COUVERTES : " DELIMITED BY SIZE
               WS-SPELLING-COUNT DELIMITED BY SIZE
               "  NUMEROS CLIENT COUVERTS : " DELIMITED BY SIZE
               WS-NUMBER-COUNT DELIMITED BY SIZE
               "  EFFACEMENTS ANTERIEURS : " DELIMITED BY SIZE
               WS-EARLIER-KEY-COUNT DELIMITED BY SIZE
               INTO WS-RPT-WORK
           MOVE WS-RPT-WORK TO ERASRPT-LINE
           WRITE ERASRPT-LINE
           IF WS-HOMONYM-COUNT > ZERO
                MOVE SPACES TO WS-RPT-WORK
                STRING "ATTENTION : " DELIMITED BY SIZE
                    WS-HOMONYM-COUNT DELIMITED BY SIZE
                    " ORTHOGRAPHE(S) PORTEE(S) AUSSI PAR D'AUTRES "
                        DELIMITED BY SIZE
                    "CLIENTS - APPLY REFUSE" DELIMITED BY SIZE
                    INTO WS-RPT-WORK
                MOVE WS-RPT-WORK TO ERASRPT-LINE
                WRITE ERASRPT-LINE
           END-IF
           MOVE SPACES TO ERASRPT-LINE
           WRITE ERASRPT-LINE
           MOVE "FICHIER   TRAITEMENT        LUS  CETTE DEMANDE  ANTER
      -        "IEURS" TO ERASRPT-LINE
           WRITE ERASRPT-LINE.

      *    Une ligne par fichier traite, puis les oppositions et les
      *    totaux. Les totaux cumulent cette demande et les
      *    effacements anterieurs.
       WRITE-CERTIFICATE-BODY.
           PERFORM VARYING WS-FS-IDX FROM 1 BY 1
                   UNTIL WS-FS-IDX > WS-FS-COUNT
                PERFORM WRITE-FILE-STAT-LINE
           END-PERFORM
           MOVE SPACES TO ERASRPT-LINE
           WRITE ERASRPT-LINE
           IF NOT MODE-SCRUB
                MOVE SPACES TO WS-RPT-WORK
                STRING "CUSTAUDT : LIGNES D'EFFACEMENT (ACTION E) "
                        DELIMITED BY SIZE
                    "AJOUTEES : " DELIMITED BY SIZE
                    WS-ERASE-LINES-ADDED DELIMITED BY SIZE
                    INTO WS-RPT-WORK
                MOVE WS-RPT-WORK TO ERASRPT-LINE
                WRITE ERASRPT-LINE
                MOVE SPACES TO WS-RPT-WORK
                STRING "SUPLIST : OPPOSITIONS PERMANENTES EF AJOUTEES "
                        DELIMITED BY SIZE
                    WS-SUP-ADDED-COUNT DELIMITED BY SIZE
                    "  SUBSTITUEES " DELIMITED BY SIZE
                    WS-SUP-UPDATED-COUNT DELIMITED BY SIZE
                    "  DEJA EN PLACE " DELIMITED BY SIZE
                    WS-SUP-ALREADY-COUNT DELIMITED BY SIZE
                    INTO WS-RPT-WORK
                MOVE WS-RPT-WORK TO ERASRPT-LINE
                WRITE ERASRPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-WORK
           STRING "TOTAL : ENREGISTREMENTS RETIRES " DELIMITED BY SIZE
               WS-TOTAL-REMOVED DELIMITED BY SIZE
               "  MASQUES " DELIMITED BY SIZE
               WS-TOTAL-MASKED DELIMITED BY SIZE
               INTO WS-RPT-WORK
           MOVE WS-RPT-WORK TO ERASRPT-LINE
           WRITE ERASRPT-LINE
           MOVE SPACES TO ERASRPT-LINE
           WRITE ERASRPT-LINE
           MOVE "AUCUNE DONNEE PERSONNELLE N'EST REPRODUITE DANS CE CERT
      -        "IFICAT." TO ERASRPT-LINE
           WRITE ERASRPT-LINE.

      *    La ligne CONTROLE (PENDCHG) compte des demandes trouvees,
      *    non des enregistrements traites : hors des totaux.
       WRITE-FILE-STAT-LINE.
           EVALUATE WS-FS-ACTION (WS-FS-IDX)
                WHEN "CONTROLE"
                    CONTINUE
                WHEN "MASQUAGE"
                    ADD WS-FS-READ (WS-FS-IDX) TO WS-TOTAL-READ
                    ADD WS-FS-CURRENT (WS-FS-IDX)
                        WS-FS-EARLIER (WS-FS-IDX) TO WS-TOTAL-MASKED
                WHEN OTHER
                    ADD WS-FS-READ (WS-FS-IDX) TO WS-TOTAL-READ
                    ADD WS-FS-CURRENT (WS-FS-IDX)
                        WS-FS-EARLIER (WS-FS-IDX) TO WS-TOTAL-REMOVED
           END-EVALUATE
           MOVE SPACES TO WS-RPT-WORK
           STRING WS-FS-FILE (WS-FS-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-FS-ACTION (WS-FS-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FS-READ (WS-FS-IDX) DELIMITED BY SIZE
               "        " DELIMITED BY SIZE
               WS-FS-CURRENT (WS-FS-IDX) DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-FS-EARLIER (WS-FS-IDX) DELIMITED BY SIZE
               INTO WS-RPT-WORK
           IF WS-FS-ABSENT (WS-FS-IDX) = "Y"
                MOVE "(FICHIER ABSENT)" TO WS-RPT-WORK (60:16)
           END-IF
           MOVE WS-RPT-WORK TO ERASRPT-LINE
           WRITE ERASRPT-LINE.

      *    Ajoute la ligne du certificat au registre ERASLOG (cf.
      *    copybook ERASLOG).
       WRITE-ERASURE-REGISTER.
           OPEN EXTEND ERASLOG-FILE
           IF WS-ERASLOG-STATUS = "35"
                OPEN OUTPUT ERASLOG-FILE
           END-IF
           MOVE WS-CERTIFICATE-NUMBER TO EL-CERTIFICATE-NUMBER
           MOVE WS-TS-DATE TO EL-ERASE-DATE
           MOVE WS-TS-TIME TO EL-ERASE-TIME
           MOVE WS-OPERATOR-ID TO EL-OPERATOR-ID
           MOVE WS-MODE-INPUT TO EL-RUN-MODE
           MOVE WS-LEGAL-REFERENCE TO EL-LEGAL-REFERENCE
           IF MODE-SCRUB
                MOVE SPACE TO EL-KEY-TYPE
                MOVE WS-SCRUB-FILE-TYPE TO EL-SCRUB-FILE
           ELSE
                MOVE WS-KC-TYPE TO EL-KEY-TYPE
                MOVE SPACES TO EL-SCRUB-FILE
           END-IF
           MOVE WS-SPELLING-COUNT TO EL-SPELLING-COUNT
           MOVE WS-NUMBER-COUNT TO EL-NUMBER-COUNT
           MOVE WS-TOTAL-REMOVED TO EL-REMOVED-COUNT
           MOVE WS-TOTAL-MASKED TO EL-MASKED-COUNT
           WRITE ERASURE-LOG-RECORD
           CLOSE ERASLOG-FILE.

      *    Ajoute l'enregistrement d'historique du run (cf. copybook
      *    RUNHIST) : enregistrements lus, retires ou masques (zero
      *    en REPORT) et cles couvertes.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUNHIST-FILE
           IF WS-RUNHIST-STATUS = "35"
                OPEN OUTPUT RUNHIST-FILE
           END-IF
           MOVE "PERSERAS" TO RH-JOB-NAME
           MOVE WS-TS-DATE TO RH-RUN-DATE
           MOVE WS-TS-TIME TO RH-RUN-TIME
           MOVE WS-MODE-INPUT TO RH-RUN-MODE
           MOVE WS-TOTAL-READ TO RH-RECORDS-READ
           IF MODE-REPORT
                MOVE ZERO TO RH-RECORDS-WRITTEN
           ELSE
                ADD WS-TOTAL-REMOVED WS-TOTAL-MASKED
                    GIVING RH-RECORDS-WRITTEN
           END-IF
           MOVE ZERO TO RH-REJECT-COUNT
           MOVE ZERO TO RH-SUPPRESSED-COUNT
           MOVE ZERO TO RH-OPTOUT-COUNT
           MOVE WS-KEY-COUNT TO RH-MISC-COUNT
           MOVE RETURN-CODE TO RH-RETURN-CODE
           MOVE ZERO TO RH-BUSINESS-DATE
           MOVE ZERO TO RH-CYCLE-NUMBER
           WRITE RUNHIST-RECORD
           CLOSE RUNHIST-FILE.
