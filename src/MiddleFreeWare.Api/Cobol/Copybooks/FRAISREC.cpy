      *===============================================================
      * FRAISREC.cpy
      * Enregistrement du fichier des notes de frais validees par les
      * managers (FRAIS), relu par CALCSAL-BATCH pour rembourser les
      * frais avec la paie de la periode : une ligne par depense,
      * cle sur le MATRICULE.
      *
      * Le remboursement n'est pas un element de salaire : il s'ajoute
      * au montant verse apres le NET, sans entrer dans le BRUT, les
      * cotisations, la base du prelevement a la source ni les cumuls
      * YTDMAST.
      *
      * FRS-DATE est la date de la depense (AAAA-MM-JJ), au plus tard
      * le dernier jour de la periode calculee. FRS-MONTANT-STR est un
      * montant positif en clair (ex. 00123.45). FRS-DEVISE a blanc
      * vaut la devise de paie de l'employe ; une autre devise que
      * celle de sa paie est ecartee (pas de conversion).
      *===============================================================
       01 FRS-RECORD.
           05 FRS-MATRICULE        PIC X(6).
           05 FRS-NATURE           PIC X(1).
               88 FRS-IS-TRANSPORT   VALUE 'T'.
               88 FRS-IS-REPAS       VALUE 'R'.
               88 FRS-IS-HEBERGEMENT VALUE 'H'.
               88 FRS-IS-KILOMETRES  VALUE 'K'.
               88 FRS-IS-DIVERS      VALUE 'D'.
           05 FRS-DATE             PIC X(10).
           05 FRS-MONTANT-STR      PIC X(10).
           05 FRS-DEVISE           PIC X(3).
