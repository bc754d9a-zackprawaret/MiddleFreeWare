      *             restitue la base imposable (BRUT - CHARGES) dans
      *             CALC-BASE-PAS, l'impot preleve dans CALC-IMPOT,
      *             et CALC-NET devient le net apres impot.
      *   2026-10 - Conges payes ajoutes en fin de zone : l'appelant
      *             alimente les jours pris dans la periode
      *             (CALC-JOURS-CONGES, a zero sans conge), les droits
      *             et bruts de reference N-1 et N du fichier CONGES,
      *             le solde restant et l'indicateur de sortie ;
      *             CALCSAL-CORE restitue les droits acquis du mois
      *             (2,5 jours au prorata des jours de presence), la
      *             retenue pour conge, l'indemnite de conges payes
      *             (la plus favorable du maintien de salaire et du
      *             dixieme, regle retenue dans CALC-CONGES-REGLE) et,
      *             a la sortie, l'indemnite compensatrice des jours
      *             non pris.
      *   2026-10 - Plafond de la securite sociale ajoute en fin de
      *             zone : PMSS et assiette de chaque cotisation
      *             (T totalite / A tranche A / B tranche B) transmis
      *             avec les baremes dates (CALC-BAREME-PLAFOND), et
      *             cumuls annuels precedents (brut, plafond,
      *             tranches A et B de YTDMAST, a zero hors
      *             CALCSAL-BATCH = plafond du seul mois) ;
      *             CALCSAL-CORE restitue le plafond du mois, les
      *             assiettes tranche A / tranche B regularisees
      *             progressivement, et l'assiette et la base de
      *             chaque cotisation.
      *   2026-10 - Heures majorees par palier ajoutees en fin de
      *             zone : CALC-HEURES-SUPP / CALC-MONTANT-HS portent
      *             desormais le seul palier a 25 % ; l'appelant
      *             alimente en plus les heures supplementaires a
      *             50 %, les heures de nuit et du dimanche (a zero
      *             sans pointage), CALCSAL-CORE restitue le montant
      *             de chacune.
      *===============================================================
       01 CALC-LINKAGE.
           05 CALC-MATRICULE       PIC X(6).
                   15 CALC-BAR-PRIME-AN-MIN    PIC 9(2).
                   15 CALC-BAR-PRIME-AN-MAX    PIC 9(2).
                   15 CALC-BAR-PRIME-TAUX      PIC 9V9(4).
           05 CALC-JOURS-CONGES     PIC 9(2)V99.
           05 CALC-CONGES-DROITS    PIC 9(3)V99.
           05 CALC-CONGES-BRUT-REF  PIC 9(8)V99.
           05 CALC-CONGES-DROITS-N  PIC 9(3)V99.
           05 CALC-CONGES-BRUT-REF-N PIC 9(8)V99.
           05 CALC-CONGES-SOLDE     PIC S9(3)V99.
           05 CALC-CONGES-SORTIE-FLAG PIC X(1).
               88 CALC-CONGES-SORTIE   VALUE 'Y'.
           05 CALC-CONGES-ACQUIS-MOIS PIC 9(2)V99.
           05 CALC-RETENUE-CONGES   PIC 9(6)V99.
           05 CALC-MONTANT-CONGES   PIC 9(6)V99.
           05 CALC-CONGES-REGLE     PIC X(1).
               88 CALC-CONGES-MAINTIEN VALUE 'M'.
               88 CALC-CONGES-DIXIEME  VALUE 'D'.
           05 CALC-JOURS-COMPENS    PIC 9(3)V99.
           05 CALC-MONTANT-COMPENS  PIC 9(6)V99.
           05 CALC-BAREME-PLAFOND.
               10 CALC-BAR-PMSS         PIC 9(6)V99.
               10 CALC-BAR-ASSIETTE-SAL OCCURS 4 TIMES PIC X(1).
               10 CALC-BAR-ASSIETTE-PAT OCCURS 5 TIMES PIC X(1).
           05 CALC-CUMULS-PREC.
               10 CALC-CUMUL-BRUT-PREC  PIC 9(10)V99.
               10 CALC-CUMUL-PLAFOND-PREC PIC 9(10)V99.
               10 CALC-CUMUL-TR-A-PREC  PIC 9(10)V99.
               10 CALC-CUMUL-TR-B-PREC  PIC 9(10)V99.
           05 CALC-PLAFOND-MOIS     PIC 9(6)V99.
           05 CALC-TRANCHE-A        PIC 9(8)V99.
           05 CALC-TRANCHE-B        PIC 9(8)V99.
           05 CALC-COTIS-SAL-BASES.
               10 CALC-COTIS-SAL-BASE-ENTRY OCCURS 4 TIMES.
                   15 CALC-COTIS-ASSIETTE    PIC X(1).
                   15 CALC-COTIS-BASE        PIC 9(8)V99.
           05 CALC-COTIS-PAT-BASES.
               10 CALC-COTIS-PAT-BASE-ENTRY OCCURS 5 TIMES.
                   15 CALC-COTIS-PAT-ASSIETTE PIC X(1).
                   15 CALC-COTIS-PAT-BASE     PIC 9(8)V99.
           05 CALC-HEURES-SUPP-50   PIC 9(3)V99.
           05 CALC-HEURES-NUIT      PIC 9(3)V99.
           05 CALC-HEURES-DIMANCHE  PIC 9(3)V99.
           05 CALC-MONTANT-HS-50    PIC 9(6)V99.
           05 CALC-MONTANT-NUIT     PIC 9(6)V99.
           05 CALC-MONTANT-DIMANCHE PIC 9(6)V99.
