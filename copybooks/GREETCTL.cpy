      *    par l'etape d'equilibrage GREETBAL, qui recompte chaque
      *    fichier de sortie independamment et rapproche le tout
      *    avant que l'extraction ne parte au mailer.
      *    GC-CAPPED-COUNT compte les personnes deja contactees dans
      *    l'intervalle minimum (rejets de motif CF dans GREETREJ),
      *    a part des autres rejets : lus = ecrits + rejets +
      *    suspendus + opposition + deja contactes.
      *    GC-BUSINESS-DATE et GC-CYCLE-NUMBER portent la date de
      *    gestion et le numero du cycle d'exploitation du run (cf.
      *    copybook CYCLEREC) : un GREETCTL horodate du cycle en
      *    cours prouve que le batch y a deja fini normalement
      *    (HELLOWRDBATCH refuse alors de repasser, GREETMERGE et
      *    GREETBAL refusent un GREETCTL d'un autre cycle).
       01 GREETCTL-RECORD.
           05 GC-RUN-DATE           PIC 9(8).
           05 GC-RUN-TIME           PIC 9(6).
           05 GC-REJECT-COUNT       PIC 9(6).
           05 GC-SUSPENDED-COUNT    PIC 9(6).
           05 GC-OPTOUT-COUNT       PIC 9(6).
           05 GC-CAPPED-COUNT       PIC 9(6).
           05 GC-BUSINESS-DATE      PIC 9(8).
           05 GC-CYCLE-NUMBER       PIC 9(6).
