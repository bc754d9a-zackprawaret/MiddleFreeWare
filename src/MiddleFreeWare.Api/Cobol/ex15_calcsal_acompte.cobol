                   MOVE BARL-COTIS-PAT TO CALC-BAREME-COTIS-PAT
                   MOVE BARL-NB-PRIME  TO CALC-BAR-NB-PRIME
                   MOVE BARL-PRIME-BAREME TO CALC-BAREME-PRIME
                   MOVE BARL-PLAFOND-ASSIETTES
                       TO CALC-BAREME-PLAFOND
               WHEN BARL-IS-ABSENT
                   MOVE 'N' TO CALC-BAREME-FLAG
               WHEN OTHER
           MOVE EMP-DATE-ENTREE    TO CALC-DATE-ENTREE.
           MOVE EMP-DATE-SORTIE    TO CALC-DATE-SORTIE.
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
           MOVE WS-TAUX-PAS-DEFAUT TO CALC-TAUX-PAS.
           PERFORM VARYING WS-PAS-IDX FROM 1 BY 1
                   UNTIL WS-PAS-IDX > WS-NB-PAS
