      * Enregistrement du fichier des cumuls annuels de paie, cle sur
      * le MATRICULE : cumuls BRUT/CHARGES/NET depuis le debut de
      * l'annee, mis a jour a chaque calcul de periode.
      *
      * Modifications :
      *   2026-10 - Cumuls du plafond de securite sociale et des
      *             assiettes tranche A / tranche B ajoutes en fin
      *             d'enregistrement : base de la regularisation
      *             progressive du plafond par CALCSAL-CORE (remis a
      *             zero par la cloture annuelle comme les autres
      *             cumuls).
      *===============================================================
       01 YTD-RECORD.
           05 YTD-MATRICULE        PIC X(6).
           05 YTD-BRUT              PIC 9(10)V99.
           05 YTD-CHARGES           PIC 9(10)V99.
           05 YTD-NET               PIC 9(10)V99.
           05 YTD-PLAFOND           PIC 9(10)V99.
           05 YTD-TRANCHE-A         PIC 9(10)V99.
           05 YTD-TRANCHE-B         PIC 9(10)V99.
