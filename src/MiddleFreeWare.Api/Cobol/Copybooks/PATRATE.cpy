      * l'employeur (elles s'ajoutent au BRUT pour former le cout
      * employeur au lieu d'en etre deduites).
      * Chaque taux est exprime en PIC 9V9(4) (ex: 01300 = 13,00 %).
      * Assiette de chaque cotisation (T = totalite du BRUT, A/B =
      * tranche A/B du plafond) : totalite pour le bareme compile,
      * les tranches sont portees par le fichier date BAREMES.
      *===============================================================
       01 WS-COTIS-PAT-INIT.
           05 FILLER PIC X(21) VALUE 'SECU SOC PATRON 01300'.
           05 WS-COTIS-PAT-ENTRY OCCURS 5 TIMES.
               10 WS-COTIS-PAT-LIBELLE PIC X(16).
               10 WS-COTIS-PAT-TAUX    PIC 9V9(4).

       01 WS-COTIS-PAT-ASSIETTES-INIT PIC X(5) VALUE 'TTTTT'.
       01 WS-COTIS-PAT-ASSIETTES REDEFINES WS-COTIS-PAT-ASSIETTES-INIT.
           05 WS-COTIS-PAT-ASSIETTE OCCURS 5 TIMES PIC X(1).
