      * Chaque taux est exprime en PIC 9V9(4) (ex: 00690 = 6,90 %).
      * La somme des taux doit rester egale au taux global de charges
      * (0,22 = 22 %) tant que HR ne fournit pas un nouveau bareme.
      * Assiette de chaque cotisation (T = totalite du BRUT, A/B =
      * tranche A/B du plafond) : totalite pour le bareme compile,
      * les tranches sont portees par le fichier date BAREMES.
      *===============================================================
       01 WS-COTISATIONS-INIT.
           05 FILLER PIC X(21) VALUE 'RETRAITE        00690'.
           05 WS-COTIS-ENTRY OCCURS 4 TIMES.
               10 WS-COTIS-LIBELLE     PIC X(16).
               10 WS-COTIS-TAUX        PIC 9V9(4).

       01 WS-COTIS-ASSIETTES-INIT  PIC X(4) VALUE 'TTTT'.
       01 WS-COTIS-ASSIETTES REDEFINES WS-COTIS-ASSIETTES-INIT.
           05 WS-COTIS-ASSIETTE    OCCURS 4 TIMES PIC X(1).
