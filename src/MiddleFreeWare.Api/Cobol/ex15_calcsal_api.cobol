      *             (IMPOT=), le journal d'audit et le bulletin, et
      *             NET= est desormais le net apres impot. Sans
      *             fichier TAUXPAS, aucun impot n'est preleve.
      *   2026-10 - Plafond de la securite sociale : le PMSS et
      *             l'assiette des cotisations sont transmis avec les
      *             baremes ; le calcul unitaire applique le plafond
      *             du seul mois (pas de regularisation), et le
      *             plafond et les tranches A / B du calcul sont
      *             ajoutes aux cumuls YTDMAST.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSAL-API.
                    CALC-DEVISE.

           MOVE 0 TO CALC-HEURES-SUPP.
           MOVE 0 TO CALC-HEURES-SUPP-50.
           MOVE 0 TO CALC-HEURES-NUIT.
           MOVE 0 TO CALC-HEURES-DIMANCHE.
           MOVE 0 TO CALC-JOURS-ABSENCE.
           MOVE 0 TO CALC-PRIME-EXCEPT.
           MOVE 0 TO CALC-JOURS-CONGES.
           MOVE 'N' TO CALC-CONGES-SORTIE-FLAG.
           MOVE 0 TO CALC-CUMUL-BRUT-PREC.
           MOVE 0 TO CALC-CUMUL-PLAFOND-PREC.
           MOVE 0 TO CALC-CUMUL-TR-A-PREC.
           MOVE 0 TO CALC-CUMUL-TR-B-PREC.
           MOVE SPACES TO CALC-PERIODE.
           MOVE SPACES TO CALC-DATE-ENTREE.
           MOVE SPACES TO CALC-DATE-SORTIE.
                   MOVE BARL-COTIS-PAT TO CALC-BAREME-COTIS-PAT
                   MOVE BARL-NB-PRIME  TO CALC-BAR-NB-PRIME
                   MOVE BARL-PRIME-BAREME TO CALC-BAREME-PRIME
                   MOVE BARL-PLAFOND-ASSIETTES
                       TO CALC-BAREME-PLAFOND
               WHEN BARL-IS-ABSENT
                   MOVE 'N' TO CALC-BAREME-FLAG
               WHEN OTHER
                   MOVE 0 TO YTD-BRUT
                   MOVE 0 TO YTD-CHARGES
                   MOVE 0 TO YTD-NET
                   MOVE 0 TO YTD-PLAFOND
                   MOVE 0 TO YTD-TRANCHE-A
                   MOVE 0 TO YTD-TRANCHE-B
           END-READ.

           ADD CALC-BRUT    TO YTD-BRUT.
           ADD CALC-CHARGES TO YTD-CHARGES.
           ADD CALC-NET     TO YTD-NET.
           ADD CALC-PLAFOND-MOIS TO YTD-PLAFOND.
           ADD CALC-TRANCHE-A    TO YTD-TRANCHE-A.
           ADD CALC-TRANCHE-B    TO YTD-TRANCHE-B.

           IF WS-YTD-FOUND
               REWRITE YTD-RECORD
