      *             au trentieme (CALC-JOURS-PRESENTS jours payes sur
      *             30) avant prime et charges. Les dates mal formees
      *             ou incoherentes sont rejetees a la validation.
      *   2026-10 - Conges payes : acquisition de 2,5 jours
      *             ouvrables par mois au prorata des jours de
      *             presence (CALC-CONGES-ACQUIS-MOIS) ; les jours
      *             pris (CALC-JOURS-CONGES) sont retenus au salaire
      *             journalier (base 26 jours ouvrables) et remplaces
      *             par l'indemnite la plus favorable du maintien de
      *             salaire et du dixieme du brut de reference N-1 ;
      *             a la sortie (CALC-CONGES-SORTIE), le solde non
      *             pris est paye en indemnite compensatrice selon la
      *             meme comparaison. Indemnites soumises a
      *             cotisations (ajoutees au BRUT avant charges).
      *   2026-10 - Plafond de la securite sociale : chaque
      *             cotisation est assise sur son assiette (totalite,
      *             tranche A ou tranche B, transmise avec les baremes
      *             dates) au lieu de tout le BRUT. Le plafond du mois
      *             (PMSS du fichier BAREMES, a defaut WS-PMSS-DEFAUT,
      *             proratise comme le salaire) est regularise
      *             progressivement sur les cumuls annuels de brut et
      *             de plafond transmis par l'appelant ; les
      *             assiettes tranche A / tranche B et la base de
      *             chaque cotisation sont restituees.
      *   2026-10 - 1500-APPLIQUER-BAREME execute jusqu'a sa sortie
      *             (PERFORM ... THRU) : sans baremes dates charges,
      *             le GO TO vers la sortie quittait la plage du
      *             PERFORM et le calcul sur baremes compiles rendait
      *             des montants a zero.
      *   2026-10 - Heures majorees par palier (import de la
      *             badgeuse) : WS-MAJORATION-HS unique a 125 %
      *             remplace par le palier a 25 % (CALC-HEURES-SUPP,
      *             8 premieres heures supplementaires de la semaine)
      *             et le palier a 50 % (CALC-HEURES-SUPP-50, au-dela),
      *             plus les majorations seules du travail de nuit
      *             (25 %) et du dimanche (50 %), les heures etant
      *             deja payees. Chaque montant est restitue a part
      *             et ajoute au BRUT.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSAL-CORE.
       01 WS-IDX                   PIC 9 COMP.
       01 WS-PRIME-IDX              PIC 9(2) COMP.
       01 WS-HEURES-MOIS            PIC 9(3)V99 VALUE 151.67.
      *    Taux horaire majore des heures supplementaires par
      *    palier hebdomadaire, et majorations seules (en sus des
      *    heures deja payees) du travail de nuit et du dimanche.
       01 WS-MAJORATION-HS-25       PIC 9V99 VALUE 1.25.
       01 WS-MAJORATION-HS-50       PIC 9V99 VALUE 1.50.
       01 WS-MAJORATION-NUIT        PIC 9V99 VALUE 0.25.
       01 WS-MAJORATION-DIMANCHE    PIC 9V99 VALUE 0.50.
       01 WS-JOURS-MOIS             PIC 9(2) VALUE 30.
       01 WS-JOUR-DEBUT             PIC 9(2) VALUE 1.
       01 WS-JOUR-FIN               PIC 9(2) VALUE 30.
       01 WS-DATE-CONTROLEE         PIC X(10).
       01 WS-CONGES-PAR-MOIS        PIC 9V99 VALUE 2.50.
       01 WS-JOURS-OUVRABLES        PIC 9(2) VALUE 26.
       01 WS-TAUX-DIXIEME           PIC 9V99 VALUE 0.10.
       01 WS-SALAIRE-JOURNALIER     PIC 9(6)V9(4).
       01 WS-CONGES-MAINTIEN        PIC 9(6)V99.
       01 WS-CONGES-DIXIEME         PIC 9(6)V99.
       01 WS-CONGES-DROITS-TOT      PIC 9(4)V99.
       01 WS-CONGES-BRUT-TOT        PIC 9(10)V99.
       01 WS-CONGES-JOURS-RESTE     PIC S9(4)V99.
      *    PMSS compile (repli sans ligne M dans BAREMES) et limite
      *    haute de la tranche B, en nombre de plafonds.
       01 WS-PMSS-DEFAUT            PIC 9(6)V99 VALUE 4005.00.
       01 WS-PMSS                   PIC 9(6)V99 VALUE 0.
       01 WS-TRANCHE-B-PLAFONDS     PIC 9(2) VALUE 8.
       01 WS-CUMUL-BRUT             PIC 9(10)V99.
       01 WS-CUMUL-PLAFOND          PIC 9(10)V99.
       01 WS-CUMUL-LIMITE           PIC 9(10)V99.
       01 WS-TRANCHE-CALC           PIC S9(10)V99.
       01 WS-BASE-COTIS             PIC 9(8)V99.
       01 WS-ASSIETTE               PIC X(1).

       LINKAGE SECTION.
       COPY CALCREC.
           IF CALC-IS-REJECTED
               GO TO 0000-CALCULER-EXIT
           END-IF.
           PERFORM 1500-APPLIQUER-BAREME
               THRU 1500-APPLIQUER-BAREME-EXIT.

           MOVE FUNCTION NUMVAL(CALC-SALAIRE-STR)    TO CALC-SALAIRE.
           MOVE FUNCTION NUMVAL(CALC-ANCIENNETE-STR) TO CALC-ANCIENNETE.
           COMPUTE CALC-MONTANT-HS
               = CALC-HEURES-SUPP
               * (CALC-SALAIRE / WS-HEURES-MOIS)
               * WS-MAJORATION-HS-25.
           COMPUTE CALC-MONTANT-HS-50
               = CALC-HEURES-SUPP-50
               * (CALC-SALAIRE / WS-HEURES-MOIS)
               * WS-MAJORATION-HS-50.
           COMPUTE CALC-MONTANT-NUIT
               = CALC-HEURES-NUIT
               * (CALC-SALAIRE / WS-HEURES-MOIS)
               * WS-MAJORATION-NUIT.
           COMPUTE CALC-MONTANT-DIMANCHE
               = CALC-HEURES-DIMANCHE
               * (CALC-SALAIRE / WS-HEURES-MOIS)
               * WS-MAJORATION-DIMANCHE.
           COMPUTE CALC-MONTANT-ABSENCE
               = CALC-JOURS-ABSENCE * (CALC-SALAIRE / WS-JOURS-MOIS).

           COMPUTE CALC-BRUT    = CALC-SALAIRE + CALC-PRIME
                                + CALC-MONTANT-HS
                                + CALC-MONTANT-HS-50
                                + CALC-MONTANT-NUIT
                                + CALC-MONTANT-DIMANCHE
                                + CALC-PRIME-EXCEPT.
           IF CALC-MONTANT-ABSENCE > CALC-BRUT
               MOVE 'R' TO CALC-VALID-FLAG
           END-IF.
           SUBTRACT CALC-MONTANT-ABSENCE FROM CALC-BRUT.

           PERFORM 1700-VALORISER-CONGES
               THRU 1700-VALORISER-CONGES-EXIT.
           PERFORM 1800-CALCULER-TRANCHES.

           MOVE 0 TO CALC-CHARGES.
           MOVE 0 TO CALC-TAUX-CHARGES.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
                   TO CALC-COTIS-LIBELLE(WS-IDX)
               MOVE WS-COTIS-TAUX(WS-IDX)
                   TO CALC-COTIS-TAUX(WS-IDX)
               MOVE WS-COTIS-ASSIETTE(WS-IDX) TO WS-ASSIETTE
               PERFORM 1850-DETERMINER-BASE
               MOVE WS-ASSIETTE TO CALC-COTIS-ASSIETTE(WS-IDX)
               MOVE WS-BASE-COTIS TO CALC-COTIS-BASE(WS-IDX)
               COMPUTE CALC-COTIS-MONTANT(WS-IDX)
                   = WS-BASE-COTIS * WS-COTIS-TAUX(WS-IDX)
               ADD CALC-COTIS-MONTANT(WS-IDX) TO CALC-CHARGES
               ADD WS-COTIS-TAUX(WS-IDX)      TO CALC-TAUX-CHARGES
           END-PERFORM.
                   TO CALC-COTIS-PAT-LIBELLE(WS-IDX)
               MOVE WS-COTIS-PAT-TAUX(WS-IDX)
                   TO CALC-COTIS-PAT-TAUX(WS-IDX)
               MOVE WS-COTIS-PAT-ASSIETTE(WS-IDX) TO WS-ASSIETTE
               PERFORM 1850-DETERMINER-BASE
               MOVE WS-ASSIETTE TO CALC-COTIS-PAT-ASSIETTE(WS-IDX)
               MOVE WS-BASE-COTIS TO CALC-COTIS-PAT-BASE(WS-IDX)
               COMPUTE CALC-COTIS-PAT-MONTANT(WS-IDX)
                   = WS-BASE-COTIS * WS-COTIS-PAT-TAUX(WS-IDX)
               ADD CALC-COTIS-PAT-MONTANT(WS-IDX) TO CALC-CHARGES-PAT
           END-PERFORM.
           COMPUTE CALC-COUT-EMPLOYEUR = CALC-BRUT + CALC-CHARGES-PAT.
       1600-PRORATER-SALAIRE-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 1700-VALORISER-CONGES
      * Conges payes de la periode. Droits acquis du mois : 2,5 jours
      * ouvrables au prorata des jours de presence. Jours pris : le
      * salaire de ces jours est retenu au salaire journalier (base
      * + prime d'anciennete sur 26 jours ouvrables, mois complet)
      * et remplace par l'indemnite de conges payes, la plus
      * favorable entre le maintien de salaire (meme salaire
      * journalier) et le dixieme du brut de la periode de
      * reference N-1 au prorata des jours pris sur les droits N-1
      * (brut N a defaut de droits N-1). A la sortie, les jours
      * acquis non pris (solde + acquis du mois - pris du mois) sont
      * payes en indemnite compensatrice, meme comparaison sur
      * l'ensemble des droits et bruts de reference, brut du mois
      * compris. Les deux indemnites entrent dans le BRUT soumis a
      * cotisations.
      *---------------------------------------------------------------
       1700-VALORISER-CONGES.
           MOVE 0 TO CALC-RETENUE-CONGES.
           MOVE 0 TO CALC-MONTANT-CONGES.
           MOVE 0 TO CALC-JOURS-COMPENS.
           MOVE 0 TO CALC-MONTANT-COMPENS.
           MOVE SPACES TO CALC-CONGES-REGLE.
           COMPUTE CALC-CONGES-ACQUIS-MOIS ROUNDED
               = WS-CONGES-PAR-MOIS * CALC-JOURS-PRESENTS
               / WS-JOURS-MOIS.
           COMPUTE WS-SALAIRE-JOURNALIER ROUNDED
               = FUNCTION NUMVAL(CALC-SALAIRE-STR)
               * (1 + CALC-TAUX-PRIME) / WS-JOURS-OUVRABLES.

           IF CALC-JOURS-CONGES > 0
               COMPUTE CALC-RETENUE-CONGES ROUNDED
                   = CALC-JOURS-CONGES * WS-SALAIRE-JOURNALIER
               MOVE CALC-RETENUE-CONGES TO WS-CONGES-MAINTIEN
               MOVE 0 TO WS-CONGES-DIXIEME
               IF CALC-CONGES-DROITS > 0
                   COMPUTE WS-CONGES-DIXIEME ROUNDED
                       = CALC-CONGES-BRUT-REF * WS-TAUX-DIXIEME
                       * CALC-JOURS-CONGES / CALC-CONGES-DROITS
               ELSE
                   IF CALC-CONGES-DROITS-N > 0
                       COMPUTE WS-CONGES-DIXIEME ROUNDED
                           = CALC-CONGES-BRUT-REF-N * WS-TAUX-DIXIEME
                           * CALC-JOURS-CONGES / CALC-CONGES-DROITS-N
                   END-IF
               END-IF
               IF WS-CONGES-DIXIEME > WS-CONGES-MAINTIEN
                   MOVE WS-CONGES-DIXIEME TO CALC-MONTANT-CONGES
                   MOVE 'D' TO CALC-CONGES-REGLE
               ELSE
                   MOVE WS-CONGES-MAINTIEN TO CALC-MONTANT-CONGES
                   MOVE 'M' TO CALC-CONGES-REGLE
               END-IF
               ADD CALC-MONTANT-CONGES TO CALC-BRUT
               SUBTRACT CALC-RETENUE-CONGES FROM CALC-BRUT
           END-IF.

           IF NOT CALC-CONGES-SORTIE
               GO TO 1700-VALORISER-CONGES-EXIT
           END-IF.
           COMPUTE WS-CONGES-JOURS-RESTE
               = CALC-CONGES-SOLDE + CALC-CONGES-ACQUIS-MOIS
               - CALC-JOURS-CONGES.
           IF WS-CONGES-JOURS-RESTE NOT > 0
               GO TO 1700-VALORISER-CONGES-EXIT
           END-IF.
           MOVE WS-CONGES-JOURS-RESTE TO CALC-JOURS-COMPENS.
           COMPUTE WS-CONGES-MAINTIEN ROUNDED
               = CALC-JOURS-COMPENS * WS-SALAIRE-JOURNALIER.
           COMPUTE WS-CONGES-DROITS-TOT
               = CALC-CONGES-DROITS + CALC-CONGES-DROITS-N
               + CALC-CONGES-ACQUIS-MOIS.
           COMPUTE WS-CONGES-BRUT-TOT
               = CALC-CONGES-BRUT-REF + CALC-CONGES-BRUT-REF-N
               + CALC-BRUT.
           MOVE 0 TO WS-CONGES-DIXIEME.
           IF WS-CONGES-DROITS-TOT > 0
               COMPUTE WS-CONGES-DIXIEME ROUNDED
                   = WS-CONGES-BRUT-TOT * WS-TAUX-DIXIEME
                   * CALC-JOURS-COMPENS / WS-CONGES-DROITS-TOT
           END-IF.
           IF WS-CONGES-DIXIEME > WS-CONGES-MAINTIEN
               MOVE WS-CONGES-DIXIEME TO CALC-MONTANT-COMPENS
           ELSE
               MOVE WS-CONGES-MAINTIEN TO CALC-MONTANT-COMPENS
           END-IF.
           ADD CALC-MONTANT-COMPENS TO CALC-BRUT.
       1700-VALORISER-CONGES-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 1800-CALCULER-TRANCHES
      * Repartit le BRUT du mois entre tranche A et tranche B par
      * regularisation progressive du plafond : le plafond du mois
      * (PMSS proratise au trentieme des jours presents) s'ajoute au
      * cumul annuel de plafond, la tranche A cumulee est le plus
      * petit du brut cumule et du plafond cumule, et la tranche A du
      * mois est ce cumul moins la tranche A deja assise (dans la
      * limite du BRUT du mois : le reliquat se regularise les mois
      * suivants). La tranche B suit le meme principe, limitee a 8
      * plafonds cumules. Cumuls precedents a zero (appel hors
      * CALCSAL-BATCH) : plafond du seul mois.
      *---------------------------------------------------------------
       1800-CALCULER-TRANCHES.
           MOVE WS-PMSS-DEFAUT TO WS-PMSS.
           IF CALC-BAREME-CHARGE AND CALC-BAR-PMSS > 0
               MOVE CALC-BAR-PMSS TO WS-PMSS
           END-IF.
           COMPUTE CALC-PLAFOND-MOIS ROUNDED
               = WS-PMSS * CALC-JOURS-PRESENTS / WS-JOURS-MOIS.
           COMPUTE WS-CUMUL-BRUT = CALC-CUMUL-BRUT-PREC + CALC-BRUT.
           COMPUTE WS-CUMUL-PLAFOND
               = CALC-CUMUL-PLAFOND-PREC + CALC-PLAFOND-MOIS.

           IF WS-CUMUL-BRUT < WS-CUMUL-PLAFOND
               MOVE WS-CUMUL-BRUT TO WS-CUMUL-LIMITE
           ELSE
               MOVE WS-CUMUL-PLAFOND TO WS-CUMUL-LIMITE
           END-IF.
           COMPUTE WS-TRANCHE-CALC
               = WS-CUMUL-LIMITE - CALC-CUMUL-TR-A-PREC.
           IF WS-TRANCHE-CALC < 0
               MOVE 0 TO WS-TRANCHE-CALC
           END-IF.
           IF WS-TRANCHE-CALC > CALC-BRUT
               MOVE CALC-BRUT TO WS-TRANCHE-CALC
           END-IF.
           MOVE WS-TRANCHE-CALC TO CALC-TRANCHE-A.

           COMPUTE WS-CUMUL-LIMITE
               = WS-CUMUL-PLAFOND * WS-TRANCHE-B-PLAFONDS.
           IF WS-CUMUL-BRUT < WS-CUMUL-LIMITE
               MOVE WS-CUMUL-BRUT TO WS-CUMUL-LIMITE
           END-IF.
           COMPUTE WS-TRANCHE-CALC
               = WS-CUMUL-LIMITE - CALC-CUMUL-TR-A-PREC
               - CALC-TRANCHE-A - CALC-CUMUL-TR-B-PREC.
           IF WS-TRANCHE-CALC < 0
               MOVE 0 TO WS-TRANCHE-CALC
           END-IF.
           IF WS-TRANCHE-CALC > CALC-BRUT - CALC-TRANCHE-A
               COMPUTE WS-TRANCHE-CALC = CALC-BRUT - CALC-TRANCHE-A
           END-IF.
           MOVE WS-TRANCHE-CALC TO CALC-TRANCHE-B.

      *---------------------------------------------------------------
      * 1850-DETERMINER-BASE
      * Base de la cotisation courante selon son assiette
      * (WS-ASSIETTE, posee par la boucle appelante) : tranche A,
      * tranche B, ou totalite du BRUT (assiette T ou a blanc).
      *---------------------------------------------------------------
       1850-DETERMINER-BASE.
           EVALUATE WS-ASSIETTE
               WHEN 'A'
                   MOVE CALC-TRANCHE-A TO WS-BASE-COTIS
               WHEN 'B'
                   MOVE CALC-TRANCHE-B TO WS-BASE-COTIS
               WHEN OTHER
                   MOVE 'T' TO WS-ASSIETTE
                   MOVE CALC-BRUT TO WS-BASE-COTIS
           END-EVALUATE.

      *---------------------------------------------------------------
      * 1500-APPLIQUER-BAREME
      * Quand l'appelant a charge le fichier BAREMES pour la periode
                   TO WS-COTIS-LIBELLE(WS-IDX)
               MOVE CALC-BAR-SAL-TAUX(WS-IDX)
                   TO WS-COTIS-TAUX(WS-IDX)
               MOVE CALC-BAR-ASSIETTE-SAL(WS-IDX)
                   TO WS-COTIS-ASSIETTE(WS-IDX)
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
               MOVE CALC-BAR-PAT-LIBELLE(WS-IDX)
                   TO WS-COTIS-PAT-LIBELLE(WS-IDX)
               MOVE CALC-BAR-PAT-TAUX(WS-IDX)
                   TO WS-COTIS-PAT-TAUX(WS-IDX)
               MOVE CALC-BAR-ASSIETTE-PAT(WS-IDX)
                   TO WS-COTIS-PAT-ASSIETTE(WS-IDX)
           END-PERFORM.
           PERFORM VARYING WS-PRIME-IDX FROM 1 BY 1
                   UNTIL WS-PRIME-IDX > 10
