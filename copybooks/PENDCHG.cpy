      *    Enregistrement du fichier des demandes de modification en
      *    attente d'approbation (PENDCHG) : SUPMAINT, ALIASMNT et
      *    LOCMAINT n'ecrivent plus directement dans SUPLIST,
      *    ALIASDIR et LOCALES mais deposent ici une demande par
      *    modification saisie, au nom de l'operateur demandeur
      *    (controle a deux personnes demande par la conformite).
      *    Le programme d'approbation CHGAPPR, sous un autre
      *    operateur de niveau superieur, approuve ou rejette chaque
      *    demande ; seule une demande approuvee atteint le fichier
      *    vise, et chaque decision est tracee dans CHGAUDT (cf.
      *    copybook CHGAUDT).
      *    Les images avant/apres ont la forme de l'enregistrement du
      *    fichier vise (SUPPRESS-RECORD, ALIAS-RECORD ou
      *    LOCALES-RECORD), completee a espaces ; l'image avant est a
      *    espaces pour un ajout. L'image avant est celle que le
      *    demandeur avait sous les yeux : l'approbation est refusee
      *    si l'entree a change depuis dans le fichier vise.
      *    PCH-REQUEST-STATUS : P = en attente, A = approuvee,
      *    J = rejetee ; les demandes tranchees sont retirees du
      *    fichier a la sortie de CHGAPPR (elles sont dans CHGAUDT).
       01 PENDING-CHANGE-RECORD.
           05 PCH-REQUEST-DATE      PIC 9(8).
           05 PCH-REQUEST-TIME      PIC 9(6).
           05 PCH-MAKER-ID          PIC X(08).
           05 PCH-TARGET-FILE       PIC X(08).
              88 PCH-TARGET-SUPLIST   VALUE "SUPLIST".
              88 PCH-TARGET-ALIASDIR  VALUE "ALIASDIR".
              88 PCH-TARGET-LOCALES   VALUE "LOCALES".
           05 PCH-ACTION-CODE       PIC X(01).
              88 PCH-ACTION-ADD        VALUE "A".
              88 PCH-ACTION-CHANGE     VALUE "M".
              88 PCH-ACTION-TEMPLATE   VALUE "T".
              88 PCH-ACTION-DEACTIVATE VALUE "D".
              88 PCH-ACTION-REACTIVATE VALUE "R".
           05 PCH-REQUEST-STATUS    PIC X(01).
              88 PCH-STATUS-PENDING   VALUE "P".
              88 PCH-STATUS-APPROVED  VALUE "A".
              88 PCH-STATUS-REJECTED  VALUE "J".
           05 PCH-BEFORE-IMAGE      PIC X(133).
           05 PCH-AFTER-IMAGE       PIC X(133).
