      *       les baremes compiles COTIRATE/PATRATE/PRIMERATE)
      *   E = fichier BAREMES errone ou incomplet pour la periode
      *       (BARL-MESSAGE porte le motif ; ne pas calculer)
      *
      * Modifications :
      *   2026-10 - Plafond mensuel de la securite sociale en vigueur
      *             (BARL-PMSS, a zero sans ligne M) et assiette de
      *             chaque cotisation (T/A/B) ajoutes en fin de zone,
      *             dans un groupe de meme forme que
      *             CALC-BAREME-PLAFOND (CALCREC.cpy) pour etre
      *             transmis d'un seul MOVE.
      *===============================================================
       01 BARL-LINKAGE.
           05 BARL-PERIODE         PIC X(7).
                   15 BARL-PRIME-AN-MIN    PIC 9(2).
                   15 BARL-PRIME-AN-MAX    PIC 9(2).
                   15 BARL-PRIME-TAUX      PIC 9V9(4).
           05 BARL-PLAFOND-ASSIETTES.
               10 BARL-PMSS            PIC 9(6)V99.
               10 BARL-ASSIETTE-SAL    OCCURS 4 TIMES PIC X(1).
               10 BARL-ASSIETTE-PAT    OCCURS 5 TIMES PIC X(1).
