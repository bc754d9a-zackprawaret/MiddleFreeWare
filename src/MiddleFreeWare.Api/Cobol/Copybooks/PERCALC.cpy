      *             l'enregistrement de totaux ; les programmes aval
      *             (VIREMENT, COMPTA, CONTROLE) refusent un fichier
      *             d'une autre societe que celle de leur lancement.
      *   2026-10 - Plafond de la securite sociale : plafond du mois
      *             (PC-PLAFOND), assiettes tranche A et tranche B
      *             (PC-TRANCHE-A / PC-TRANCHE-B) et assiette de
      *             chaque cotisation (T = totalite, A = tranche A,
      *             B = tranche B) ajoutes en fin d'enregistrement ;
      *             a zero / a blanc sur l'enregistrement de totaux.
      *   2026-10 - Notes de frais remboursees avec la paie (fichier
      *             FRAIS) : PC-FRAIS ajoute en fin d'enregistrement,
      *             hors BRUT et NON compris dans PC-NET (c'est
      *             CALCSAL-VIREMENT qui l'ajoute a l'ordre de
      *             l'employe) ; a zero sans frais et sur
      *             l'enregistrement de totaux, qui porte le total de
      *             la periode PC-TOT-FRAIS (pris sur le FILLER) pour
      *             le rapprochement du trailer des virements.
      *===============================================================
       01 PC-RECORD.
           05 PC-TYPE-ENR          PIC X(1).
               10 PC-TOT-YTD-APRES-BRUT    PIC 9(10)V99.
               10 PC-TOT-YTD-APRES-CHARGES PIC 9(10)V99.
               10 PC-TOT-YTD-APRES-NET     PIC 9(10)V99.
               10 PC-TOT-FRAIS             PIC 9(10)V99.
               10 FILLER               PIC X(163).
           05 PC-PERIODE           PIC X(7).
           05 PC-CENTRE-COUT       PIC X(6).
           05 PC-RAPPEL-NET        PIC S9(8)V99 SIGN LEADING SEPARATE.
           05 PC-IMPOT             PIC 9(8)V99.
           05 PC-ACOMPTE           PIC 9(8)V99.
           05 PC-SOCIETE           PIC X(3).
           05 PC-PLAFOND           PIC 9(6)V99.
           05 PC-TRANCHE-A         PIC 9(8)V99.
           05 PC-TRANCHE-B         PIC 9(8)V99.
           05 PC-COTIS-SAL-ASSIETTE OCCURS 4 TIMES PIC X(1).
           05 PC-COTIS-PAT-ASSIETTE OCCURS 5 TIMES PIC X(1).
           05 PC-FRAIS             PIC 9(8)V99.
