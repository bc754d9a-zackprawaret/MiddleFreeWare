      * echelon troue le soir du calcul.
      *
      * Controles effectues :
      *   - chaque ligne : type connu (S/P/A/M), dates AAAA-MM-JJ
      *     bien formees avec debut <= fin, taux numerique et dans une
      *     plage plausible (0 a 30 % pour les cotisations, 0 a 25 %
      *     pour la prime), libelle renseigne et assiette T/A/B ou
      *     blanc (S/P), categorie C/N et tranche d'anciennete
      *     coherente (A), montant de PMSS plausible (M) ;
      *   - chaque fenetre de validite [debut;fin] presente dans le
      *     fichier : exactement 4 cotisations salariales et 5
      *     patronales, et pour chaque categorie les echelons de
      *     prime couvrent 0 a 60 ans sans trou ni chevauchement
      *     (echelons contigus, le premier demarre a 0) ; une
      *     fenetre portant une cotisation en tranche A ou B doit
      *     avoir un PMSS en vigueur a sa date de debut ;
      *   - les lignes de PMSS (M) ne se chevauchent pas.
      * Toute anomalie est detaillee dans le rapport BARCTLR et le
      * programme se termine avec un code retour 8 : ne pas installer.
      *
      *
      * Compiler dans le Docker :
      *   cobc -x ex15_calcsal_barctl.cobol -o ex15_calcsal_barctl
      *
      * Modifications :
      *   2026-10 - Lignes de PMSS (type M) et assiette des
      *             cotisations (T/A/B) : controle du montant et de
      *             l'assiette, des chevauchements de PMSS et de la
      *             presence d'un PMSS pour les fenetres qui
      *             cotisent en tranche A ou B. Les lignes M ne
      *             forment pas de fenetre de cotisations.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSAL-BARCTL.

       01 WS-TAUX-COTIS-MAX        PIC 9V9(4) VALUE 0.3000.
       01 WS-TAUX-PRIME-MAX        PIC 9V9(4) VALUE 0.2500.
       01 WS-PMSS-MIN              PIC 9(6)V99 VALUE 1000.00.
       01 WS-PMSS-MAX              PIC 9(6)V99 VALUE 99999.00.
       01 WS-PMSS-LU               PIC 9(6)V99 VALUE 0.
       01 WS-AN-COUVERTURE         PIC 9(2) VALUE 60.

       01 WS-NB-LIGNES             PIC 9(4) VALUE 0.
               10 WS-BAR-CATEGORIE     PIC X(1).
               10 WS-BAR-AN-MIN        PIC 9(2).
               10 WS-BAR-AN-MAX        PIC 9(2).
               10 WS-BAR-ASSIETTE      PIC X(1).

       01 WS-FEN-MAX               PIC 9(2) COMP VALUE 20.
       01 WS-NB-FEN                PIC 9(2) COMP VALUE 0.
               10 WS-FEN-FIN           PIC X(10).
               10 WS-FEN-NB-SAL        PIC 9(2).
               10 WS-FEN-NB-PAT        PIC 9(2).
               10 WS-FEN-NB-TRANCHE    PIC 9(2).

       01 WS-NB-PMSS-COUVRANT      PIC 9(3) VALUE 0.

       01 WS-CAT-IDX               PIC 9(1) COMP VALUE 0.
       01 WS-CAT-COURANTE          PIC X(1) VALUE SPACES.
               THRU 2000-CONTROLER-LIGNE-EXIT
               UNTIL WS-BAR-EOF.
           PERFORM 3000-CONTROLER-FENETRES.
           PERFORM 3400-CONTROLER-PMSS.
           PERFORM 9000-TERMINER.
           STOP RUN.

           END-IF.
           IF NOT BAR-IS-COTIS-SAL AND NOT BAR-IS-COTIS-PAT
                                   AND NOT BAR-IS-PRIME-ANC
                                   AND NOT BAR-IS-PMSS
               MOVE 'TYPE DE LIGNE INCONNU' TO WS-RAISON
               PERFORM 8000-SIGNALER-LIGNE
               GO TO 2000-CONTROLER-LIGNE-SUITE
               PERFORM 8000-SIGNALER-LIGNE
               GO TO 2000-CONTROLER-LIGNE-SUITE
           END-IF.
           IF BAR-IS-PMSS
               MOVE FUNCTION NUMVAL(BAR-TAUX-STR) TO WS-PMSS-LU
               IF WS-PMSS-LU < WS-PMSS-MIN
                  OR WS-PMSS-LU > WS-PMSS-MAX
                   MOVE 'MONTANT DE PMSS HORS PLAGE' TO WS-RAISON
                   PERFORM 8000-SIGNALER-LIGNE
                   GO TO 2000-CONTROLER-LIGNE-SUITE
               END-IF
               GO TO 2000-CONTROLER-LIGNE-RANGER
           END-IF.
           MOVE FUNCTION NUMVAL(BAR-TAUX-STR) TO WS-TAUX-LU.
           IF BAR-IS-COTIS-SAL OR BAR-IS-COTIS-PAT
               IF BAR-LIBELLE = SPACES
                   PERFORM 8000-SIGNALER-LIGNE
                   GO TO 2000-CONTROLER-LIGNE-SUITE
               END-IF
               IF NOT BAR-ASSIETTE-TOTALITE
                  AND NOT BAR-ASSIETTE-TRANCHE-A
                  AND NOT BAR-ASSIETTE-TRANCHE-B
                   MOVE 'ASSIETTE DE COTISATION INCONNUE'
                       TO WS-RAISON
                   PERFORM 8000-SIGNALER-LIGNE
                   GO TO 2000-CONTROLER-LIGNE-SUITE
               END-IF
           END-IF.
           IF BAR-IS-PRIME-ANC
               IF BAR-CATEGORIE NOT = 'C' AND BAR-CATEGORIE NOT = 'N'
               END-IF
           END-IF.

       2000-CONTROLER-LIGNE-RANGER.
           IF WS-NB-BAR >= WS-BAR-MAX
               MOVE 'TABLE DES LIGNES DE BAREME PLEINE' TO WS-RAISON
               PERFORM 8000-SIGNALER-LIGNE
           MOVE BAR-CATEGORIE  TO WS-BAR-CATEGORIE(WS-NB-BAR).
           MOVE 0 TO WS-BAR-AN-MIN(WS-NB-BAR).
           MOVE 0 TO WS-BAR-AN-MAX(WS-NB-BAR).
           MOVE BAR-ASSIETTE   TO WS-BAR-ASSIETTE(WS-NB-BAR).
           IF BAR-IS-PRIME-ANC
               MOVE BAR-AN-MIN-STR TO WS-BAR-AN-MIN(WS-NB-BAR)
               MOVE BAR-AN-MAX-STR TO WS-BAR-AN-MAX(WS-NB-BAR)
           END-IF.
           IF NOT BAR-IS-PMSS
               PERFORM 2100-RANGER-FENETRE
           END-IF.

       2000-CONTROLER-LIGNE-SUITE.
           PERFORM 2900-LIRE-BAREME.
                       TO WS-FEN-FIN(WS-FEN-TROUVE-IDX)
                   MOVE 0 TO WS-FEN-NB-SAL(WS-FEN-TROUVE-IDX)
                   MOVE 0 TO WS-FEN-NB-PAT(WS-FEN-TROUVE-IDX)
                   MOVE 0 TO WS-FEN-NB-TRANCHE(WS-FEN-TROUVE-IDX)
               END-IF
           END-IF.
           IF WS-FEN-TROUVE-IDX > 0
               IF BAR-IS-COTIS-PAT
                   ADD 1 TO WS-FEN-NB-PAT(WS-FEN-TROUVE-IDX)
               END-IF
               IF BAR-ASSIETTE-TRANCHE-A OR BAR-ASSIETTE-TRANCHE-B
                   ADD 1 TO WS-FEN-NB-TRANCHE(WS-FEN-TROUVE-IDX)
               END-IF
           END-IF.

       2900-LIRE-BAREME.
      *---------------------------------------------------------------
      * 3000-CONTROLER-FENETRES
      * Controles de couverture, fenetre de validite par fenetre :
      * exactement 4 cotisations salariales et 5 patronales, un PMSS
      * en vigueur au debut de la fenetre si elle cotise en tranche A
      * ou B, et pour chaque categorie des echelons de prime contigus
      * de 0 a 60 ans (ni trou ni chevauchement).
      *---------------------------------------------------------------
       3000-CONTROLER-FENETRES.
           PERFORM 3100-CONTROLER-FENETRE
               WRITE RPT-LINE
               ADD 1 TO WS-NB-ANOMALIES
           END-IF.
           IF WS-FEN-NB-TRANCHE(WS-FEN-IDX) > 0
               MOVE 0 TO WS-NB-PMSS-COUVRANT
               PERFORM VARYING WS-BAR-IDX FROM 1 BY 1
                       UNTIL WS-BAR-IDX > WS-NB-BAR
                   IF WS-BAR-TYPE(WS-BAR-IDX) = 'M'
                      AND WS-BAR-DEBUT(WS-BAR-IDX)
                          NOT > WS-FEN-DEBUT(WS-FEN-IDX)
                      AND WS-BAR-FIN(WS-BAR-IDX)
                          NOT < WS-FEN-DEBUT(WS-FEN-IDX)
                       ADD 1 TO WS-NB-PMSS-COUVRANT
                   END-IF
               END-PERFORM
               IF WS-NB-PMSS-COUVRANT = 0
                   MOVE SPACES TO RPT-LINE
                   STRING '  ANOMALIE : COTISATION EN TRANCHE A/B '
                              DELIMITED SIZE
                          'SANS PMSS EN VIGUEUR' DELIMITED SIZE
                          INTO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO WS-NB-ANOMALIES
               END-IF
           END-IF.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 2
               IF WS-CAT-IDX = 1
       3200-CONTROLER-ECHELONS-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3400-CONTROLER-PMSS
      * Les lignes de PMSS ne doivent pas se chevaucher : le
      * chargeur CALCSAL-BAREME refuse deux PMSS en vigueur a la
      * meme date. Chaque couple de lignes M est compare une fois.
      *---------------------------------------------------------------
       3400-CONTROLER-PMSS.
           PERFORM VARYING WS-BAR-IDX FROM 1 BY 1
                   UNTIL WS-BAR-IDX > WS-NB-BAR
               IF WS-BAR-TYPE(WS-BAR-IDX) = 'M'
                   PERFORM VARYING WS-BAR-IDX2 FROM WS-BAR-IDX BY 1
                           UNTIL WS-BAR-IDX2 > WS-NB-BAR
                       IF WS-BAR-IDX2 > WS-BAR-IDX
                          AND WS-BAR-TYPE(WS-BAR-IDX2) = 'M'
                          AND WS-BAR-DEBUT(WS-BAR-IDX2)
                              NOT > WS-BAR-FIN(WS-BAR-IDX)
                          AND WS-BAR-FIN(WS-BAR-IDX2)
                              NOT < WS-BAR-DEBUT(WS-BAR-IDX)
                           MOVE SPACES TO RPT-LINE
                           STRING 'ANOMALIE : PMSS DU '
                                      DELIMITED SIZE
                                  WS-BAR-DEBUT(WS-BAR-IDX)
                                      DELIMITED SIZE
                                  ' CHEVAUCHE LE PMSS DU '
                                      DELIMITED SIZE
                                  WS-BAR-DEBUT(WS-BAR-IDX2)
                                      DELIMITED SIZE
                                  INTO RPT-LINE
                           WRITE RPT-LINE
                           ADD 1 TO WS-NB-ANOMALIES
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * 8000-SIGNALER-LIGNE
      * Ajoute au rapport la ligne de bareme en anomalie, inchangee,
