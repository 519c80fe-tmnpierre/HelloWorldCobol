      *    Regle d'intervalle minimum entre deux contacts, lue au
      *    demarrage dans PARMFILE par chaque programme de salutation
      *    (cf. le paragraphe PROCESS-PARM-RECORD de chacun) :
      *      CONTACT-INTERVAL=nnnn     nombre de jours minimum entre
      *                                deux contacts d'une meme
      *                                personne (0000 = sans limite,
      *                                valeur par defaut)
      *      CONTACT-INTERVAL-XX=nnnn  meme regle pour la seule
      *                                langue XX, a la place de la
      *                                valeur generale
      *    La date du dernier contact est GM-LAST-SEEN-DATE de
      *    GREETED-MASTER, tenue a jour par les trois canaux (console,
      *    ecran et postage du batch) : une personne saluee depuis
      *    moins de jours que l'intervalle de sa langue est "deja
      *    contactee" (cf. CHECK-CONTACT-INTERVAL).
       01 WS-CONTACT-TABLE.
           05 WS-CONTACT-INTERVAL PIC 9(4) VALUE ZERO.
           05 WS-CONTACT-COUNT PIC 9(4) VALUE ZERO.
           05 WS-CONTACT-ENTRY OCCURS 50 TIMES
                 INDEXED BY WS-CONTACT-IDX.
               10 WS-CONTACT-LOCALE     PIC X(02).
               10 WS-CONTACT-DAYS       PIC 9(4).
