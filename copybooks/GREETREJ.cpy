      *    Motifs : NB = nom blanc, NC = caracteres non valides,
      *    LI = locale inconnue, CN = numero client non numerique,
      *    CI = numero client inconnu, CD = nom et numero
      *    discordants, NA = nom homonyme sans numero fourni,
      *    CF = personne deja contactee dans l'intervalle minimum
      *    entre deux contacts (CONTACT-INTERVAL de PARMFILE). Le
      *    motif CF n'est pas une erreur de saisie : il est compte a
      *    part des autres rejets (GC-CAPPED-COUNT de GREETCTL), hors
      *    du seuil REJECT-TOLERANCE, et GREETRESUB ne le reextrait
      *    pas.
       01 GREETREJ-RECORD.
           05 RJ-RECORD-NUMBER     PIC 9(6).
           05 RJ-REASON-CODE       PIC X(02).
              88 RJ-REASON-UNKNOWN-NUM  VALUE "CI".
              88 RJ-REASON-NAME-MISMATCH VALUE "CD".
              88 RJ-REASON-AMBIGUOUS    VALUE "NA".
              88 RJ-REASON-CONTACT-CAP  VALUE "CF".
           05 RJ-NAME              PIC A(50).
           05 RJ-LOCALE-CODE       PIC X(02).
           05 RJ-CUSTOMER-NUMBER   PIC X(08).
