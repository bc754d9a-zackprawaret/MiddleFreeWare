      * la periode rend BARL-STATUT = E avec le motif : l'appelant ne
      * doit pas calculer sur un bareme partiel.
      *
      * Modifications :
      *   2026-10 - Plafond de la securite sociale : la ligne M en
      *             vigueur alimente BARL-PMSS (une seule admise) et
      *             l'assiette de chaque cotisation (T/A/B, blanc =
      *             T) est transmise dans BARL-ASSIETTE-SAL/PAT. Une
      *             cotisation en tranche A ou B sans PMSS en vigueur
      *             rend le bareme incomplet.
      *
      * Compiler dans le Docker : se lie aux appelants, ex :
      *   cobc -x ex15_calcsal_batch.cobol ex15_calcsal_core.cobol
      *        ex15_calcsal_bareme.cobol -o ex15_calcsal_batch
       01 WS-NB-SAL                PIC 9(2) COMP VALUE 0.
       01 WS-NB-PAT                PIC 9(2) COMP VALUE 0.
       01 WS-NB-PRIME              PIC 9(2) COMP VALUE 0.
       01 WS-NB-PMSS               PIC 9(2) COMP VALUE 0.
       01 WS-NB-TRANCHE            PIC 9(2) COMP VALUE 0.

       LINKAGE SECTION.
       COPY BAREMLK.
           MOVE SPACES TO BARL-COTIS-PAT.
           MOVE SPACES TO BARL-PRIME-BAREME.
           MOVE 0 TO BARL-NB-PRIME.
           MOVE 0 TO BARL-PMSS.
           MOVE 'T' TO BARL-ASSIETTE-SAL(1) BARL-ASSIETTE-SAL(2)
                       BARL-ASSIETTE-SAL(3) BARL-ASSIETTE-SAL(4).
           MOVE 'T' TO BARL-ASSIETTE-PAT(1) BARL-ASSIETTE-PAT(2)
                       BARL-ASSIETTE-PAT(3) BARL-ASSIETTE-PAT(4)
                       BARL-ASSIETTE-PAT(5).
           MOVE 0 TO WS-NB-PMSS.
           MOVE 0 TO WS-NB-TRANCHE.
           MOVE 0 TO WS-NB-SAL.
           MOVE 0 TO WS-NB-PAT.
           MOVE 0 TO WS-NB-PRIME.
                   TO BARL-MESSAGE
               GO TO 0000-CHARGER-EXIT
           END-IF.
           IF WS-NB-TRANCHE > 0 AND WS-NB-PMSS = 0
               SET BARL-IS-ERREUR TO TRUE
               MOVE 'PMSS ABSENT POUR LA PERIODE' TO BARL-MESSAGE
               GO TO 0000-CHARGER-EXIT
           END-IF.
           MOVE WS-NB-PRIME TO BARL-NB-PRIME.

       0000-CHARGER-EXIT.
               MOVE 'TAUX NON NUMERIQUE DANS BAREMES' TO BARL-MESSAGE
               GO TO 2000-RETENIR-LIGNE-EXIT
           END-IF.
           IF (BAR-IS-COTIS-SAL OR BAR-IS-COTIS-PAT)
              AND NOT BAR-ASSIETTE-TOTALITE
              AND NOT BAR-ASSIETTE-TRANCHE-A
              AND NOT BAR-ASSIETTE-TRANCHE-B
               SET BARL-IS-ERREUR TO TRUE
               MOVE 'ASSIETTE DE COTISATION INCONNUE' TO BARL-MESSAGE
               GO TO 2000-RETENIR-LIGNE-EXIT
           END-IF.
           IF BAR-ASSIETTE-TRANCHE-A OR BAR-ASSIETTE-TRANCHE-B
               ADD 1 TO WS-NB-TRANCHE
           END-IF.
           EVALUATE TRUE
               WHEN BAR-IS-COTIS-SAL
                   IF WS-NB-SAL >= 4
                       TO BARL-COTIS-SAL-LIBELLE(WS-NB-SAL)
                   MOVE FUNCTION NUMVAL(BAR-TAUX-STR)
                       TO BARL-COTIS-SAL-TAUX(WS-NB-SAL)
                   IF NOT BAR-ASSIETTE-TOTALITE
                       MOVE BAR-ASSIETTE
                           TO BARL-ASSIETTE-SAL(WS-NB-SAL)
                   END-IF
               WHEN BAR-IS-COTIS-PAT
                   IF WS-NB-PAT >= 5
                       SET BARL-IS-ERREUR TO TRUE
                       TO BARL-COTIS-PAT-LIBELLE(WS-NB-PAT)
                   MOVE FUNCTION NUMVAL(BAR-TAUX-STR)
                       TO BARL-COTIS-PAT-TAUX(WS-NB-PAT)
                   IF NOT BAR-ASSIETTE-TOTALITE
                       MOVE BAR-ASSIETTE
                           TO BARL-ASSIETTE-PAT(WS-NB-PAT)
                   END-IF
               WHEN BAR-IS-PRIME-ANC
                   IF WS-NB-PRIME >= 10
                       SET BARL-IS-ERREUR TO TRUE
                       TO BARL-PRIME-AN-MAX(WS-NB-PRIME)
                   MOVE FUNCTION NUMVAL(BAR-TAUX-STR)
                       TO BARL-PRIME-TAUX(WS-NB-PRIME)
               WHEN BAR-IS-PMSS
                   IF WS-NB-PMSS >= 1
                       SET BARL-IS-ERREUR TO TRUE
                       MOVE 'PMSS EN DOUBLE POUR LA PERIODE'
                           TO BARL-MESSAGE
                       GO TO 2000-RETENIR-LIGNE-EXIT
                   END-IF
                   ADD 1 TO WS-NB-PMSS
                   MOVE FUNCTION NUMVAL(BAR-TAUX-STR) TO BARL-PMSS
               WHEN OTHER
                   SET BARL-IS-ERREUR TO TRUE
                   MOVE 'TYPE DE LIGNE BAREME INCONNU'
