      *    suivante (cf. jcl/GREETRSB.jcl). Seuls les enregistrements
      *    rejetes repassent ainsi dans le circuit, sans retraiter
      *    tout le fichier d'origine.
      *
      *    Les rejets de motif CF (personne deja contactee dans
      *    l'intervalle minimum entre deux contacts) ne sont PAS
      *    reextraits : ce ne sont pas des erreurs a corriger, et
      *    les resoumettre reviendrait a ecrire a la personne des
      *    que l'intervalle est ecoule, ce qu'elle n'a pas demande.
      *    Ils sont seulement comptes sur SYSOUT.
      *    *************************************************************

       IDENTIFICATION DIVISION.
          88 GREETREJ-EOF VALUE "Y".

       01 WS-EXTRACTED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CAPPED-SKIPPED PIC 9(6) VALUE ZERO.
       01 WS-REJECTS-READ PIC 9(6) VALUE ZERO.

      *    Statut de RUNHIST (cree au premier run, EXTEND ensuite)
      *    et horodatage de l'enregistrement d'historique.
                         AT END
                             SET GREETREJ-EOF TO TRUE
                         NOT AT END
                             IF RJ-REASON-CONTACT-CAP
                                  ADD 1 TO WS-CAPPED-SKIPPED
                             ELSE
                                  PERFORM EXTRACT-REJECT-RECORD
                             END-IF
                     END-READ
                END-PERFORM
                CLOSE GREETREJ-FILE
           CLOSE NAMES-RESUB-FILE
           DISPLAY "Rejets extraits pour resoumission : "
               WS-EXTRACTED-COUNT
           DISPLAY "Deja contactes (CF), non extraits : "
               WS-CAPPED-SKIPPED
           PERFORM WRITE-RUN-HISTORY
           STOP RUN.

      *    Ajoute l'enregistrement d'historique du run (cf. copybook
      *    RUNHIST) : rejets relus (CF compris) et reextraits.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUNHIST-FILE
           IF WS-RUNHIST-STATUS = "35"
           MOVE WS-TS-DATE TO RH-RUN-DATE
           MOVE WS-TS-TIME TO RH-RUN-TIME
           MOVE "NORMAL" TO RH-RUN-MODE
           COMPUTE WS-REJECTS-READ
               = WS-EXTRACTED-COUNT + WS-CAPPED-SKIPPED
           MOVE WS-REJECTS-READ TO RH-RECORDS-READ
           MOVE WS-EXTRACTED-COUNT TO RH-RECORDS-WRITTEN
           MOVE ZERO TO RH-REJECT-COUNT
           MOVE ZERO TO RH-SUPPRESSED-COUNT
           MOVE ZERO TO RH-OPTOUT-COUNT
           MOVE ZERO TO RH-MISC-COUNT
           MOVE RETURN-CODE TO RH-RETURN-CODE
           MOVE ZERO TO RH-BUSINESS-DATE
           MOVE ZERO TO RH-CYCLE-NUMBER
           WRITE RUNHIST-RECORD
           CLOSE RUNHIST-FILE.

