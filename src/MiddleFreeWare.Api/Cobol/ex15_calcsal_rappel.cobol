      *      BRUT/CHARGES/NET entre le calcul corrige et le calcul
      *      journalise ; CALCSAL-BATCH injecte ces rappels dans la
      *      prochaine periode ouverte (bulletin, PERCALC, YTDMAST).
      * Une correction de type R (revision de salaire, generee par
      * CALCSAL-REVSAL) ne porte pas les mouvements de la periode :
      * l'ecart est alors pris entre deux recalculs, au salaire
      * avant et au salaire corrige, sans mouvement ; un mois dont
      * le BRUT journalise montre des mouvements est ecarte pour un
      * rappel manuel.
      * Une correction visant la periode courante ou une periode
      * future est refusee (c'est un recalcul FORCE ou un mouvement
      * MVTS, pas un rappel), de meme qu'une correction sans calcul
      * journalise, ou une correction deja lue (meme MATRICULE,
      * PERIODE et TYPE). Tout est detaille dans le rapport
      * RAPRPT ; la moindre correction ecartee termine le programme
      * avec un code retour 4.
      *
      * JCL associe : src/MiddleFreeWare.Api/JCL/CALCSALP.jcl
      *
      *             relevee via CALCSAL-PERIODE pour la societe du
      *             parametre SOC=xxx (une ligne PERIODE par societe
      *             desormais).
      *   2026-10 - Heures majorees par palier : les heures
      *             supplementaires a 50 %, de nuit et du dimanche de
      *             la correction (fin de ligne CORRECT) sont
      *             transmises a CALCSAL-CORE avec les heures a 25 %.
      *   2026-10 - Corrections de type R (revision salariale de
      *             CALCSAL-REVSAL) : rappel differentiel entre le
      *             recalcul au salaire avant, controle contre le
      *             salaire journalise, et le recalcul au salaire
      *             corrige. Table des corrections portee a 5000
      *             lignes (une ligne par salarie et par mois
      *             retroactif d'une campagne).
      *   2026-10 - PERFORM 3100-CHARGER-BAREME-PERIODE sans THRU :
      *             le GO TO vers sa sortie, pris quand deux
      *             corrections successives visent la meme periode,
      *             quittait la plage du PERFORM et enchainait sur les
      *             paragraphes suivants ; appel passe en THRU.
      *   2026-10 - Correction de type R ecartee (rappel manuel) quand
      *             le recalcul au salaire avant ne redonne pas le
      *             BRUT journalise : le mois avait des mouvements
      *             (absence, heures majorees) que la ligne ne porte
      *             pas, et l'ecart a mois plein serait faux.
      *   2026-10 - Correction en double (meme MATRICULE, PERIODE et
      *             TYPE deja charges) ecartee : une campagne de
      *             revision validee deux fois ne paie plus deux fois
      *             le meme rappel.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSAL-RAPPEL.
       01 WS-NB-ECARTEES           PIC 9(4) VALUE 0.
       01 WS-PERIODE-BAREME        PIC X(7) VALUE SPACES.

       01 WS-COR-MAX               PIC 9(4) COMP VALUE 5000.
       01 WS-NB-COR                PIC 9(4) COMP VALUE 0.
       01 WS-COR-IDX               PIC 9(4) COMP VALUE 0.
       01 WS-COR-DOUBLE-FLAG       PIC X VALUE 'N'.
           88 WS-COR-DOUBLE          VALUE 'Y'.
       01 WS-COR-TABLE.
           05 WS-COR-ENTREE          OCCURS 5000 TIMES.
               10 WS-COR-MATRICULE     PIC X(6).
               10 WS-COR-PERIODE       PIC X(7).
               10 WS-COR-TYPE          PIC X(1).
               10 WS-COR-SALAIRE-STR   PIC X(12).
               10 WS-COR-SAL-AVANT     PIC 9(6)V99.
               10 WS-COR-HS            PIC 9(3)V99.
               10 WS-COR-HS-50         PIC 9(3)V99.
               10 WS-COR-NUIT          PIC 9(3)V99.
               10 WS-COR-DIMANCHE      PIC 9(3)V99.
               10 WS-COR-ABS           PIC 9(2)V99.
               10 WS-COR-PRIMEX        PIC 9(6)V99.
               10 WS-COR-TROUVE        PIC X(1).
               10 WS-COR-AUD-IMPOT     PIC 9(8)V99.
               10 WS-COR-AUD-SOCIETE   PIC X(3).

      *    Montants de reference de l'ecart : ceux du calcul
      *    journalise, ou du recalcul au salaire avant (type R).
       01 WS-REF-BRUT              PIC 9(8)V99 VALUE 0.
       01 WS-REF-CHARGES           PIC 9(8)V99 VALUE 0.
       01 WS-REF-NET               PIC 9(8)V99 VALUE 0.

       01 WS-DELTA-BRUT            PIC S9(8)V99 VALUE 0.
       01 WS-DELTA-CHARGES         PIC S9(8)V99 VALUE 0.
       01 WS-DELTA-NET             PIC S9(8)V99 VALUE 0.
               PERFORM 8000-SIGNALER-CORRECTION
               GO TO 1200-CHARGER-CORRECTIONS-SUITE
           END-IF.
           IF NOT COR-IS-COMPLETE AND NOT COR-IS-REVISION
               MOVE 'TYPE DE CORRECTION INCONNU' TO WS-RAISON
               PERFORM 8000-SIGNALER-CORRECTION
               GO TO 1200-CHARGER-CORRECTIONS-SUITE
           END-IF.
           IF COR-IS-REVISION
              AND (COR-SALAIRE-STR = SPACES
                   OR COR-SALAIRE-AVANT-STR = SPACES
                   OR FUNCTION TEST-NUMVAL(COR-SALAIRE-AVANT-STR)
                      NOT = 0)
               MOVE 'REVISION SANS SALAIRE AVANT ET APRES'
                   TO WS-RAISON
               PERFORM 8000-SIGNALER-CORRECTION
               GO TO 1200-CHARGER-CORRECTIONS-SUITE
           END-IF.
           IF COR-HEURES-SUPP-STR NOT = SPACES
              AND FUNCTION TEST-NUMVAL(COR-HEURES-SUPP-STR) NOT = 0
               MOVE 'HEURES SUPP NON NUMERIQUES' TO WS-RAISON
               PERFORM 8000-SIGNALER-CORRECTION
               GO TO 1200-CHARGER-CORRECTIONS-SUITE
           END-IF.
           IF (COR-HS-50-STR NOT = SPACES
               AND FUNCTION TEST-NUMVAL(COR-HS-50-STR) NOT = 0)
              OR (COR-HEURES-NUIT-STR NOT = SPACES
               AND FUNCTION TEST-NUMVAL(COR-HEURES-NUIT-STR) NOT = 0)
              OR (COR-HEURES-DIM-STR NOT = SPACES
               AND FUNCTION TEST-NUMVAL(COR-HEURES-DIM-STR) NOT = 0)
               MOVE 'HEURES MAJOREES NON NUMERIQUES' TO WS-RAISON
               PERFORM 8000-SIGNALER-CORRECTION
               GO TO 1200-CHARGER-CORRECTIONS-SUITE
           END-IF.
           IF COR-JOURS-ABS-STR NOT = SPACES
              AND FUNCTION TEST-NUMVAL(COR-JOURS-ABS-STR) NOT = 0
               MOVE 'JOURS D''ABSENCE NON NUMERIQUES' TO WS-RAISON
               PERFORM 8000-SIGNALER-CORRECTION
               GO TO 1200-CHARGER-CORRECTIONS-SUITE
           END-IF.
      *    Une meme correction presente deux fois (campagne de
      *    revision validee deux fois) ne doit etre payee qu'une fois.
           MOVE 'N' TO WS-COR-DOUBLE-FLAG.
           PERFORM VARYING WS-COR-IDX FROM 1 BY 1
                   UNTIL WS-COR-IDX > WS-NB-COR
               IF WS-COR-MATRICULE(WS-COR-IDX) = COR-MATRICULE
                  AND WS-COR-PERIODE(WS-COR-IDX) = COR-PERIODE
                  AND WS-COR-TYPE(WS-COR-IDX) = COR-TYPE
                   SET WS-COR-DOUBLE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-COR-DOUBLE
               MOVE 'CORRECTION EN DOUBLE' TO WS-RAISON
               PERFORM 8000-SIGNALER-CORRECTION
               GO TO 1200-CHARGER-CORRECTIONS-SUITE
           END-IF.
           IF WS-NB-COR >= WS-COR-MAX
               MOVE 'TABLE DES CORRECTIONS PLEINE' TO WS-RAISON
               PERFORM 8000-SIGNALER-CORRECTION
           ADD 1 TO WS-NB-COR.
           MOVE COR-MATRICULE   TO WS-COR-MATRICULE(WS-NB-COR).
           MOVE COR-PERIODE     TO WS-COR-PERIODE(WS-NB-COR).
           MOVE COR-TYPE        TO WS-COR-TYPE(WS-NB-COR).
           MOVE COR-SALAIRE-STR TO WS-COR-SALAIRE-STR(WS-NB-COR).
           MOVE 0 TO WS-COR-SAL-AVANT(WS-NB-COR).
           IF COR-IS-REVISION
               MOVE FUNCTION NUMVAL(COR-SALAIRE-AVANT-STR)
                   TO WS-COR-SAL-AVANT(WS-NB-COR)
           END-IF.
           MOVE 0 TO WS-COR-HS(WS-NB-COR).
           MOVE 0 TO WS-COR-HS-50(WS-NB-COR).
           MOVE 0 TO WS-COR-NUIT(WS-NB-COR).
           MOVE 0 TO WS-COR-DIMANCHE(WS-NB-COR).
           MOVE 0 TO WS-COR-ABS(WS-NB-COR).
           MOVE 0 TO WS-COR-PRIMEX(WS-NB-COR).
           IF COR-HEURES-SUPP-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(COR-HEURES-SUPP-STR)
                   TO WS-COR-HS(WS-NB-COR)
           END-IF.
           IF COR-HS-50-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(COR-HS-50-STR)
                   TO WS-COR-HS-50(WS-NB-COR)
           END-IF.
           IF COR-HEURES-NUIT-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(COR-HEURES-NUIT-STR)
                   TO WS-COR-NUIT(WS-NB-COR)
           END-IF.
           IF COR-HEURES-DIM-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(COR-HEURES-DIM-STR)
                   TO WS-COR-DIMANCHE(WS-NB-COR)
           END-IF.
           IF COR-JOURS-ABS-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(COR-JOURS-ABS-STR)
                   TO WS-COR-ABS(WS-NB-COR)
               GO TO 3000-EMETTRE-RAPPEL-EXIT
           END-IF.

           PERFORM 3100-CHARGER-BAREME-PERIODE
               THRU 3100-CHARGER-BAREME-PERIODE-EXIT.

           MOVE WS-COR-AUD-BRUT(WS-COR-IDX)    TO WS-REF-BRUT.
           MOVE WS-COR-AUD-CHARGES(WS-COR-IDX) TO WS-REF-CHARGES.
           MOVE WS-COR-AUD-NET(WS-COR-IDX)     TO WS-REF-NET.
           IF WS-COR-TYPE(WS-COR-IDX) = 'R'
               PERFORM 3200-CALCULER-REFERENCE
                   THRU 3200-CALCULER-REFERENCE-EXIT
               IF WS-RAISON NOT = SPACES
                   PERFORM 8100-SIGNALER-TABLE
                   GO TO 3000-EMETTRE-RAPPEL-EXIT
               END-IF
           END-IF.

           PERFORM 3150-PREPARER-CALCUL.
           IF WS-COR-SALAIRE-STR(WS-COR-IDX) NOT = SPACES
               MOVE WS-COR-SALAIRE-STR(WS-COR-IDX)
                   TO CALC-SALAIRE-STR
               MOVE WS-COR-AUD-SALAIRE(WS-COR-IDX)
                   TO CALC-SALAIRE-STR
           END-IF.
           CALL 'CALCSAL-CORE' USING CALC-LINKAGE.

           IF CALC-IS-REJECTED
               GO TO 3000-EMETTRE-RAPPEL-EXIT
           END-IF.

           COMPUTE WS-DELTA-BRUT    = CALC-BRUT    - WS-REF-BRUT.
           COMPUTE WS-DELTA-CHARGES = CALC-CHARGES - WS-REF-CHARGES.
           COMPUTE WS-DELTA-NET     = CALC-NET     - WS-REF-NET.

           IF WS-DELTA-BRUT = 0 AND WS-DELTA-CHARGES = 0
                                AND WS-DELTA-NET = 0
                   MOVE BARL-COTIS-PAT TO CALC-BAREME-COTIS-PAT
                   MOVE BARL-NB-PRIME  TO CALC-BAR-NB-PRIME
                   MOVE BARL-PRIME-BAREME TO CALC-BAREME-PRIME
                   MOVE BARL-PLAFOND-ASSIETTES
                       TO CALC-BAREME-PLAFOND
               WHEN BARL-IS-ABSENT
                   MOVE 'N' TO CALC-BAREME-FLAG
               WHEN OTHER
       3100-CHARGER-BAREME-PERIODE-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3150-PREPARER-CALCUL
      * Renseigne les entrees de CALCSAL-CORE pour la correction
      * WS-COR-IDX, hors salaire de base (fourni par l'appelant) :
      * fiche de l'epoque journalisee, mouvements corriges et taux
      * de prelevement a la source de la periode d'origine.
      *---------------------------------------------------------------
       3150-PREPARER-CALCUL.
           MOVE WS-COR-MATRICULE(WS-COR-IDX) TO CALC-MATRICULE.
           MOVE WS-COR-AUD-ANC(WS-COR-IDX)    TO CALC-ANCIENNETE-STR.
           MOVE WS-COR-AUD-CAT(WS-COR-IDX)    TO CALC-CATEGORIE.
           MOVE WS-COR-AUD-DEVISE(WS-COR-IDX) TO CALC-DEVISE.
           MOVE WS-COR-HS(WS-COR-IDX)     TO CALC-HEURES-SUPP.
           MOVE WS-COR-HS-50(WS-COR-IDX)  TO CALC-HEURES-SUPP-50.
           MOVE WS-COR-NUIT(WS-COR-IDX)   TO CALC-HEURES-NUIT.
           MOVE WS-COR-DIMANCHE(WS-COR-IDX) TO CALC-HEURES-DIMANCHE.
           MOVE WS-COR-ABS(WS-COR-IDX)    TO CALC-JOURS-ABSENCE.
           MOVE WS-COR-PRIMEX(WS-COR-IDX) TO CALC-PRIME-EXCEPT.
           MOVE 0 TO CALC-JOURS-CONGES.
           MOVE 'N' TO CALC-CONGES-SORTIE-FLAG.
           MOVE 0 TO CALC-CUMUL-BRUT-PREC.
           MOVE 0 TO CALC-CUMUL-PLAFOND-PREC.
           MOVE 0 TO CALC-CUMUL-TR-A-PREC.
           MOVE 0 TO CALC-CUMUL-TR-B-PREC.
      *        Le recalcul part des montants journalises (deja
      *        proratises a l'epoque le cas echeant) : pas de nouveau
      *        prorata ici.
           MOVE SPACES TO CALC-PERIODE.
           MOVE SPACES TO CALC-DATE-ENTREE.
           MOVE SPACES TO CALC-DATE-SORTIE.
      *        Le taux de prelevement a la source de l'epoque est
      *        reconstitue depuis le calcul journalise (impot/base),
      *        pour que le recalcul reproduise la periode d'origine
      *        meme si le fichier TAUXPAS a change depuis.
           IF WS-COR-AUD-BASE-PAS(WS-COR-IDX) > 0
               COMPUTE CALC-TAUX-PAS ROUNDED
                   = WS-COR-AUD-IMPOT(WS-COR-IDX)
                   / WS-COR-AUD-BASE-PAS(WS-COR-IDX)
           ELSE
               MOVE 0 TO CALC-TAUX-PAS
           END-IF.

      *---------------------------------------------------------------
      * 3200-CALCULER-REFERENCE
      * Correction de type R (revision de salaire) : la ligne ne
      * porte pas les mouvements journalises de la periode, le
      * rappel ne peut donc pas etre pris contre le calcul journalise
      * sans les effacer. La reference est recalculee au salaire
      * avant la revision, qui doit etre celui du calcul journalise
      * (sinon le salaire a change depuis et la revision n'a pas ete
      * etablie sur la bonne base), avec les memes mouvements que le
      * recalcul au salaire corrige. Si ce recalcul sans mouvement ne
      * redonne pas le BRUT journalise, le mois avait des mouvements
      * (absence, heures majorees, prime) sur lesquels la revision
      * ne peut pas etre rejouee : la correction est ecartee pour un
      * rappel manuel plutot que de payer un ecart faux. WS-RAISON
      * renseignee en retour si la correction doit etre ecartee.
      *---------------------------------------------------------------
       3200-CALCULER-REFERENCE.
           MOVE SPACES TO WS-RAISON.
           IF FUNCTION TEST-NUMVAL(WS-COR-AUD-SALAIRE(WS-COR-IDX))
              NOT = 0
              OR FUNCTION NUMVAL(WS-COR-AUD-SALAIRE(WS-COR-IDX))
              NOT = WS-COR-SAL-AVANT(WS-COR-IDX)
               MOVE 'SALAIRE JOURNALISE DIFFERENT DE LA BASE'
                   TO WS-RAISON
               GO TO 3200-CALCULER-REFERENCE-EXIT
           END-IF.
           PERFORM 3150-PREPARER-CALCUL.
           MOVE WS-COR-AUD-SALAIRE(WS-COR-IDX) TO CALC-SALAIRE-STR.
           CALL 'CALCSAL-CORE' USING CALC-LINKAGE.
           IF CALC-IS-REJECTED
               MOVE CALC-REJECT-REASON TO WS-RAISON
               GO TO 3200-CALCULER-REFERENCE-EXIT
           END-IF.
           IF CALC-BRUT NOT = WS-COR-AUD-BRUT(WS-COR-IDX)
               MOVE 'PERIODE AVEC MOUVEMENTS : RAPPEL MANUEL'
                   TO WS-RAISON
               GO TO 3200-CALCULER-REFERENCE-EXIT
           END-IF.
           MOVE CALC-BRUT    TO WS-REF-BRUT.
           MOVE CALC-CHARGES TO WS-REF-CHARGES.
           MOVE CALC-NET     TO WS-REF-NET.
       3200-CALCULER-REFERENCE-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 8000-SIGNALER-CORRECTION
      * Ajoute au rapport la ligne de correction courante, inchangee,
