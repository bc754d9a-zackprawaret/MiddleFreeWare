      *   P = cotisation patronale (BAR-LIBELLE + BAR-TAUX-STR)
      *   A = echelon de prime d'anciennete (BAR-CATEGORIE,
      *       BAR-AN-MIN-STR / BAR-AN-MAX-STR + BAR-TAUX-STR)
      *   M = plafond mensuel de la securite sociale, PMSS (montant
      *       en euros porte dans BAR-TAUX-STR, une seule ligne en
      *       vigueur a une date donnee)
      * Chaque ligne est versionnee par [BAR-DATE-DEBUT;BAR-DATE-FIN]
      * (AAAA-MM-JJ, fin ouverte notee 9999-12-31) : le chargeur
      * CALCSAL-BAREME retient les lignes en vigueur au premier jour
      * de la periode calculee. Les taux sont portes en texte, comme
      * le salaire de EMPMAST, et valides (TEST-NUMVAL) au chargement.
      *
      * BAR-ASSIETTE (lignes S et P) : assiette de la cotisation
      *   T ou blanc = totalite du BRUT
      *   A = tranche A (BRUT dans la limite du plafond)
      *   B = tranche B (BRUT au-dela du plafond, dans la limite de
      *       8 plafonds)
      *
      * Modifications :
      *   2026-10 - Ligne de type M (PMSS date) et assiette par
      *             cotisation (BAR-ASSIETTE, en fin d'enregistrement,
      *             a blanc dans les fichiers existants = totalite).
      *===============================================================
       01 BAR-RECORD.
           05 BAR-TYPE             PIC X(1).
               88 BAR-IS-COTIS-SAL   VALUE 'S'.
               88 BAR-IS-COTIS-PAT   VALUE 'P'.
               88 BAR-IS-PRIME-ANC   VALUE 'A'.
               88 BAR-IS-PMSS        VALUE 'M'.
           05 BAR-DATE-DEBUT       PIC X(10).
           05 BAR-DATE-FIN         PIC X(10).
           05 BAR-LIBELLE          PIC X(16).
           05 BAR-AN-MIN-STR       PIC X(2).
           05 BAR-AN-MAX-STR       PIC X(2).
           05 BAR-TAUX-STR         PIC X(8).
           05 BAR-ASSIETTE         PIC X(1).
               88 BAR-ASSIETTE-TOTALITE VALUE 'T' ' '.
               88 BAR-ASSIETTE-TRANCHE-A VALUE 'A'.
               88 BAR-ASSIETTE-TRANCHE-B VALUE 'B'.
