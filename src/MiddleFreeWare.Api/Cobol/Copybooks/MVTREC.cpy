      * HR en complement du fichier maitre, cle sur le MATRICULE.
      *
      * MVT-TYPE :
      *   H = heures supplementaires majorees a 25 % (MVT-QUANTITE-STR
      *       en heures) : les 8 premieres heures au-dela de 35 h de
      *       la semaine
      *   S = heures supplementaires majorees a 50 % (en heures) :
      *       au-dela des 8 premieres de la semaine
      *   N = heures de travail de nuit, 21 h - 6 h (en heures) :
      *       majoration seule, les heures etant deja payees
      *   D = heures de travail du dimanche (en heures) : majoration
      *       seule
      *   A = jours d'absence non remuneree (MVT-QUANTITE-STR en
      *       jours)
      *   P = prime exceptionnelle (MVT-MONTANT-STR en devise de
      *       l'employe)
      *   C = jours de conges payes pris (MVT-QUANTITE-STR en jours
      *       ouvrables), decomptes du fichier des compteurs CONGES
      * Les quantites et montants sont portes en texte, comme le
      * salaire de EMPMAST, et valides (TEST-NUMVAL) au chargement.
      * MVT-ORIGINE : a blanc = saisie HR ; B = mouvement calcule
      * par CALCSAL-POINTAGE depuis la badgeuse (les lignes B sont
      * remplacees a chaque import, les saisies HR conservees).
      *
      * Modifications :
      *   2026-10 - Type C (conges payes pris) ajoute.
      *   2026-10 - Types S, N et D (heures supplementaires a 50 %,
      *             heures de nuit et du dimanche) et MVT-ORIGINE
      *             ajoutes pour l'import de la badgeuse ; H porte
      *             desormais le seul palier a 25 %.
      *===============================================================
       01 MVT-RECORD.
           05 MVT-MATRICULE        PIC X(6).
               88 MVT-IS-HEURES-SUPP   VALUE 'H'.
               88 MVT-IS-ABSENCE       VALUE 'A'.
               88 MVT-IS-PRIME-EXCEPT  VALUE 'P'.
               88 MVT-IS-CONGES        VALUE 'C'.
               88 MVT-IS-HS-50         VALUE 'S'.
               88 MVT-IS-NUIT          VALUE 'N'.
               88 MVT-IS-DIMANCHE      VALUE 'D'.
           05 MVT-QUANTITE-STR     PIC X(8).
           05 MVT-MONTANT-STR      PIC X(12).
           05 MVT-ORIGINE          PIC X(1).
               88 MVT-IS-BADGEUSE      VALUE 'B'.
