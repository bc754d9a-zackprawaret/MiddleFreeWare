      *===============================================================
      * CONGREC.cpy
      * Enregistrement du fichier des compteurs de conges payes
      * (CONGES), cle sur le MATRICULE : droits acquis et jours pris
      * sur la periode de reference precedente (N-1, en cours de
      * prise) et sur la periode de reference en cours (N, en cours
      * d'acquisition), avec le brut de reference de chaque periode
      * pour la regle du dixieme.
      *
      * CALCSAL-BATCH acquiert 2,5 jours ouvrables par mois de paie
      * (au prorata des jours de presence), decompte les jours pris
      * (mouvements de type 'C' du fichier MVTS) d'abord sur N-1 puis
      * sur N, et bascule N sur N-1 a la premiere paie de l'employe
      * depuis le dernier 1er juin (debut de la periode de reference),
      * d'apres CONG-DERNIERE-PERIODE.
      *
      * CONG-DERNIERE-PERIODE et les increments CONG-xxx-MOIS gardent
      * le mouvement applique par la derniere paie, pour qu'une
      * relance FORCE de la meme periode l'annule avant de le
      * rejouer au lieu de le compter deux fois.
      *===============================================================
       01 CONG-RECORD.
           05 CONG-MATRICULE       PIC X(6).
           05 CONG-ACQUIS-N1       PIC 9(3)V99.
           05 CONG-PRIS-N1         PIC 9(3)V99.
           05 CONG-BRUT-REF-N1     PIC 9(10)V99.
           05 CONG-ACQUIS-N        PIC 9(3)V99.
           05 CONG-PRIS-N          PIC 9(3)V99.
           05 CONG-BRUT-REF-N      PIC 9(10)V99.
           05 CONG-DERNIERE-PERIODE PIC X(7).
           05 CONG-ACQUIS-MOIS     PIC 9(2)V99.
           05 CONG-PRIS-MOIS-N1    PIC 9(3)V99.
           05 CONG-PRIS-MOIS-N     PIC 9(3)V99.
           05 CONG-BRUT-MOIS       PIC 9(8)V99.
