      *    Sens des compteurs selon le job :
      *      HELLOBAT (HELLOWRDBATCH) : lus = NAMES-IN, ecrits =
      *        details MAILEXT, rejets, supprimes (suspendus) et
      *        opposition, divers = deja contactes dans
      *        l'intervalle minimum (rejets CF) ; mode NORMAL ou
      *        VALIDATE ;
      *      GREETARC (GREETLOGARC) : lus = enregistrements du
      *        journal, ecrits = conserves, divers = archives ;
      *        mode = retention en jours ;
      *        noms appliques (zero en REPORT), divers = ecarts
      *        (manquants + divergents) ; mode REPORT ou APPLY ;
      *      GREETRSB (GREETRESUB) : lus = rejets, ecrits =
      *        reextraits ;
      *      GREETPST (GREETPOST) : lus = lignes GREETPST, ecrits =
      *        salutations postees par ce run, divers = noms nouveaux
      *        dans GREETED-MASTER ; mode NORMAL, REPRISE ou
      *        DEJA-POSTE ;
      *      CUSTRCV (CUSTRECOV) : lus = lignes CUSTAUDT rejouees,
      *        ecrits = clients recharges (zero en REPORT), divers =
      *        conflits ; mode REPORT ou APPLY ;
      *      REFCHECK (REFCHECK) : lus = enregistrements controles,
      *        divers = exceptions d'integrite referentielle ;
      *      GREETMRG (GREETMERGE) : lus = details des partitions,
      *        ecrits = details fusionnes, rejets = rejets
      *        renumerotes, divers = lignes de postage ; mode =
      *        nombre de partitions ;
      *      GREETBAL (GREETBAL) : lus = NAMES-IN recompte, ecrits =
      *        details MAILEXT, rejets = GREETREJ hors CF, divers =
      *        ecarts constates ; mode EQUILIBRE, ECART ou
      *        NON-EQUIL. ;
      *      MAILACK (MAILACK) : lus = retours de l'accuse, ecrits =
      *        retours enregistres dans UNDELIV, rejets = ecarts,
      *        divers = recidivistes ;
      *      CAMPEXT (CAMPEXT) : lus = noms balayes, ecrits = noms
      *        extraits, supprimes = ecartes (inactif ou suspendu),
      *        divers = homonymes ecartes ; mode DORMANT ou ANNIV. ;
      *      PERSERAS (PERSERASE) : lus = enregistrements parcourus,
      *        ecrits = retires + masques (zero en REPORT), divers =
      *        cles d'effacement (orthographes et numeros) ; mode
      *        REPORT, APPLY ou SCRUB ;
      *      DELTAEXT (DELTAEXT) : lus = noms GREETMAS et lignes
      *        CUSTAUDT parcourus, ecrits = details de l'extraction,
      *        rejets = lignes CUSTAUDT sans numero client, divers =
      *        details d'insertion (I) ; mode NORMAL, RERUN, INIT ou
      *        REPLAY.
      *    RH-BUSINESS-DATE et RH-CYCLE-NUMBER portent la date de
      *    gestion et le numero du cycle d'exploitation (cf. copybook
      *    CYCLEREC) pour les jobs de la chaine de nuit ; ils sont a
      *    zero pour les autres jobs (et absents, relus a espaces,
      *    dans les enregistrements ecrits avant leur ajout).
      *    L'enregistrement n'est ecrit qu'en fin de run normale :
      *    un arret en erreur (RC 16 au milieu du traitement) laisse
      *    le SYSOUT faire foi, comme avant.
           05 RH-OPTOUT-COUNT       PIC 9(6).
           05 RH-MISC-COUNT         PIC 9(9).
           05 RH-RETURN-CODE        PIC 9(2).
           05 RH-BUSINESS-DATE      PIC 9(8).
           05 RH-CYCLE-NUMBER       PIC 9(6).
