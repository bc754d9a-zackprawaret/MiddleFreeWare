      *===============================================================
      * REVREC.cpy
      * Enregistrement du fichier des regles de la campagne de
      * revision salariale (REVSAL), envoye par la DRH a l'issue des
      * negociations annuelles et traite par CALCSAL-REVSAL : une
      * ligne par regle ou par exception nominative.
      *
      * REV-TYPE :
      *   E = date d'effet de la campagne (REV-DATE-EFFET, AAAA-MM-JJ,
      *       premier jour d'un mois) ; une seule ligne, obligatoire
      *   G = augmentation generale en pourcentage (REV-TAUX-STR) pour
      *       la categorie REV-CATEGORIE (C ou N, blanc = toute
      *       categorie sans ligne propre)
      *   M = minimum garanti : augmentation mensuelle minimale
      *       (REV-MONTANT-STR) des salaries de la categorie
      *       REV-CATEGORIE (blanc = toute categorie sans ligne propre)
      *       payes dans la devise REV-DEVISE (blanc = EUR) ; un
      *       minimum en EUR vaut aussi, converti au cours TAUXCHG,
      *       pour une devise de paie sans minimum propre
      *   I = augmentation individuelle du salarie REV-MATRICULE,
      *       ajoutee a l'augmentation generale : pourcentage
      *       (REV-TAUX-STR) et/ou montant (REV-MONTANT-STR, dans la
      *       devise de paie du salarie ; REV-DEVISE a blanc ou egale
      *       a cette devise)
      *   X = salarie REV-MATRICULE exclu de la campagne
      * Les taux et montants sont portes en texte, comme le salaire
      * de EMPMAST, et valides (TEST-NUMVAL) au chargement.
      *===============================================================
       01 REV-RECORD.
           05 REV-TYPE             PIC X(1).
               88 REV-IS-EFFET       VALUE 'E'.
               88 REV-IS-GENERALE    VALUE 'G'.
               88 REV-IS-MINIMUM     VALUE 'M'.
               88 REV-IS-INDIVIDUELLE VALUE 'I'.
               88 REV-IS-EXCLUSION   VALUE 'X'.
           05 REV-CATEGORIE        PIC X(1).
           05 REV-MATRICULE        PIC X(6).
           05 REV-TAUX-STR         PIC X(8).
           05 REV-MONTANT-STR      PIC X(12).
           05 REV-DEVISE           PIC X(3).
           05 REV-DATE-EFFET       PIC X(10).
