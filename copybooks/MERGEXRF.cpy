      *    Enregistrement du fichier des correspondances de fusion de
      *    clients (MERGEXRF), ecrit par le programme de fusion
      *    CUSTMERGE : une ligne par fusion, accumulee d'une
      *    execution a l'autre. Le numero retire (doublon passe au
      *    statut I dans CUSTOMER-MASTER) y est rattache au numero
      *    survivant, avec le nom que portait le doublon, l'horodatage
      *    et l'operateur de la fusion (la meme fusion est tracee dans
      *    CUSTAUDT sous l'action F).
      *    Charge en table au demarrage par HELLOWRDBATCH et CAMPEXT
      *    (cf. copybook MRGTAB) : un enregistrement NAMES-IN qui
      *    porte encore l'ancien numero est redirige vers le
      *    survivant au lieu d'etre rejete (CI), et le doublon retire
      *    ne compte plus comme homonyme du survivant (NA).
       01 MERGE-XREF-RECORD.
           05 MX-RETIRED-NUMBER     PIC 9(8).
           05 MX-SURVIVOR-NUMBER    PIC 9(8).
           05 MX-RETIRED-NAME       PIC X(50).
           05 MX-MERGE-DATE         PIC 9(8).
           05 MX-MERGE-TIME         PIC 9(6).
           05 MX-OPERATOR-ID        PIC X(08).
