      *    Enregistrement du fichier des salutations batch a poster
      *    (GREETPST), ecrit par HELLOWRDBATCH : une ligne par
      *    salutation RETENUE (meme branche d'ecriture que GREETOUT
      *    et le detail MAILEXT), portant de quoi ecrire la ligne
      *    GREETLOG (horodatage du run, entree brute et en
      *    majuscules, code locale effectif) et la cle de mise a jour
      *    de GREETED-MASTER (nom canonique en majuscules, surnoms
      *    deja resolus par NAMEVAL).
      *    Le batch ne touche PAS lui-meme GREETLOG ni GREETED-MASTER :
      *    le fichier est retaille au checkpoint comme GREETOUT, les
      *    partitions de HELLOBATP sont fusionnees par GREETMERGE, et
      *    c'est l'etape GREETPOST, seule et apres l'equilibrage, qui
      *    poste la nuit sous un identifiant de session batch - pas
      *    de double comptage sur reprise, pas d'acces concurrent des
      *    quatre partitions au fichier indexe.
       01 GREET-POSTING-RECORD.
           05 GP-LOG-DATE          PIC 9(8).
           05 GP-LOG-TIME          PIC 9(6).
           05 GP-RAW-INPUT         PIC A(50).
           05 GP-UPPER-INPUT       PIC A(50).
           05 GP-LOCALE-CODE       PIC X(02).
           05 GP-CANONICAL-NAME    PIC X(50).
