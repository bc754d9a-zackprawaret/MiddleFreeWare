      *===============================================================
      * ex15_calcsal_revsal.cobol
      * Programme COBOL de campagne de revision salariale : applique
      * a chaque fiche EMPMAST les regles d'augmentation de la
      * negociation annuelle envoyees par la DRH (fichier REVSAL,
      * REVREC.cpy : date d'effet, pourcentage general par
      * categorie, minimum garanti, augmentations individuelles et
      * exclusions nominatives), au lieu de ressaisir chaque
      * changement de salaire en transaction.
      *
      * Pour chaque salarie de la campagne (societe du parametre
      * SOC=xxx, present a la periode courante, entre avant la date
      * d'effet) :
      *   - calcule le nouveau salaire de base : salaire actuel
      *     augmente du pourcentage general de sa categorie et de
      *     son augmentation individuelle (pourcentage et/ou
      *     montant), porte au minimum garanti de sa categorie et de
      *     sa devise de paie si l'augmentation est inferieure (a
      *     defaut de minimum dans sa devise, minimum en EUR converti
      *     au cours TAUXCHG, comme les totaux de CALCSAL-BATCH ;
      *     sans cours de la devise, le salarie est refuse) ;
      *   - chiffre le cout employeur mensuel avant et apres
      *     revision par CALCSAL-CORE (mois complet, sans mouvement
      *     de periode, baremes de la periode courante) et l'edite
      *     dans le rapport REVRAP.
      * Le rapport donne ensuite, par centre de cout, l'impact
      * mensuel et l'impact sur l'exercice (mois de la date d'effet
      * a decembre, rappels compris) face au fichier BUDGET de la
      * direction financiere : enveloppe mensuelle et projection
      * annuelle (cout mensuel actuel sur douze mois plus l'impact),
      * avec les exceptions (centre hors budget, enveloppe ou budget
      * annuel depasse).
      *
      * Le programme tourne en simulation tant que le rapport n'est
      * pas valide. Relance avec le parametre VALIDE, il genere :
      *   - dans REVTRX, au format TRANSEMP, une transaction de
      *     modification (type M, seul le salaire renseigne) par
      *     salaire change, a appliquer par CALCSAL-MAJEMP (CALCSALU)
      *     avant le calcul de la periode ;
      *   - quand la date d'effet est deja passee, une correction
      *     de type R (revision de salaire) par salarie et par
      *     periode anterieure a la periode courante, ajoutee en fin
      *     du fichier CORRECT (DD REVCOR) que CALCSAL-RAPPEL
      *     (CALCSALP) traite pour payer les rappels ; un mois dont
      *     le calcul journalise avait des mouvements y est ecarte
      *     pour un rappel manuel.
      * Un salarie sorti apres la date d'effet mais avant la periode
      * courante n'est plus en paie : ses mois de rappel sont edites
      * nominativement dans REVRAP pour une regularisation manuelle.
      * Le passage VALIDE ne se lance qu'une fois. Un salarie dont
      * le journal MAJJRN de CALCSAL-MAJEMP montre une modification
      * du salaire a compter de la date d'effet (REVTRX d'un premier
      * passage deja applique, ou changement manuel) est refuse :
      * l'augmentation ne s'ajoute pas une seconde fois au salaire
      * deja revise et ni transaction ni correction n'est generee.
      * Les corrections REVCOR d'un passage relance avant CALCSALU
      * sont ecartees en double par CALCSAL-RAPPEL ; le REVTRX
      * precedent, lui, est a supprimer avant de relancer.
      *
      * Une ligne de regles en anomalie arrete la campagne sans rien
      * chiffrer (code retour 8), comme toute erreur de fichier. Un
      * salarie refuse, un sorti a regulariser, une exception
      * nominative sans salarie de la campagne, une exception
      * budgetaire ou une generation impossible (date d'effet
      * future, periode courante cloturee) donnent un code retour 4.
      *
      * JCL associe : src/MiddleFreeWare.Api/JCL/CALCSALW.jcl
      *
      * Compiler dans le Docker :
      *   cobc -x ex15_calcsal_revsal.cobol ex15_calcsal_core.cobol
      *        ex15_calcsal_bareme.cobol ex15_calcsal_periode.cobol
      *        -o ex15_calcsal_revsal
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSAL-REVSAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGLES-FILE ASSIGN TO 'REVSAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REV-STATUS.

           SELECT EMP-MASTER-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-MATRICULE
               FILE STATUS IS WS-EMP-STATUS.

           SELECT BUDGET-FILE ASSIGN TO 'BUDGET'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUD-STATUS.

           SELECT REV-TRX-FILE ASSIGN TO 'REVTRX'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRX-STATUS.

           SELECT REV-COR-FILE ASSIGN TO 'REVCOR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COR-STATUS.

           SELECT EXCHANGE-RATE-FILE ASSIGN TO 'TAUXCHG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.

           SELECT MAJ-JOURNAL-FILE ASSIGN TO 'MAJJRN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAJ-STATUS.

           SELECT REV-RAPPORT-FILE ASSIGN TO 'REVRAP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGLES-FILE.
       COPY REVREC.

       FD  EMP-MASTER-FILE.
       COPY EMPMAST.

       FD  BUDGET-FILE.
       COPY BUDGRC.

       FD  REV-TRX-FILE.
       COPY TRXREC.

       FD  REV-COR-FILE.
       COPY CORRREC.

       FD  EXCHANGE-RATE-FILE.
       COPY CHGRATE.

       FD  MAJ-JOURNAL-FILE.
       COPY MAJJRNRC.

       FD  REV-RAPPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 RAP-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-REV-STATUS            PIC XX.
       01 WS-EMP-STATUS            PIC XX.
       01 WS-BUD-STATUS            PIC XX.
       01 WS-TRX-STATUS            PIC XX.
       01 WS-COR-STATUS            PIC XX.
       01 WS-CHG-STATUS            PIC XX.
       01 WS-MAJ-STATUS            PIC XX.
       01 WS-RAP-STATUS            PIC XX.
       01 WS-REV-EOF-FLAG          PIC X VALUE 'N'.
           88 WS-REV-EOF             VALUE 'Y'.
       01 WS-EMP-EOF-FLAG          PIC X VALUE 'N'.
           88 WS-EMP-EOF             VALUE 'Y'.
       01 WS-BUD-EOF-FLAG          PIC X VALUE 'N'.
           88 WS-BUD-EOF             VALUE 'Y'.
       01 WS-CHG-EOF-FLAG          PIC X VALUE 'N'.
           88 WS-CHG-EOF             VALUE 'Y'.
       01 WS-TAUX-TROUVE-FLAG      PIC X VALUE 'N'.
           88 WS-TAUX-TROUVE         VALUE 'Y'.
       01 WS-MAJ-EOF-FLAG          PIC X VALUE 'N'.
           88 WS-MAJ-EOF             VALUE 'Y'.
       01 WS-SAL-MODIFIE-FLAG      PIC X VALUE 'N'.
           88 WS-SAL-MODIFIE         VALUE 'Y'.
       01 WS-VALIDE-FLAG           PIC X VALUE 'N'.
           88 WS-MODE-VALIDE         VALUE 'Y'.
       01 WS-GENERER-FLAG          PIC X VALUE 'N'.
           88 WS-GENERER             VALUE 'Y'.

      *    Parametre d'execution : SOC=xxx et VALIDE (generation des
      *    transactions et des corrections apres validation).
       01 WS-PARM                  PIC X(80).
       01 WS-PARM-TOKENS.
           05 WS-PARM-TOKEN        OCCURS 3 TIMES PIC X(20).
       01 WS-TOK-IDX               PIC 9(2) COMP VALUE 0.
       01 WS-SOCIETE               PIC X(3) VALUE SPACES.
       01 WS-PERIODE               PIC X(7) VALUE SPACES.
       01 WS-RAISON                PIC X(40) VALUE SPACES.

      *    Date d'effet de la campagne et rang des mois (annee * 12
      *    + mois) pour compter les mois de rappel et de l'exercice.
       01 WS-NB-EFFET              PIC 9(2) VALUE 0.
       01 WS-DATE-EFFET            PIC X(10) VALUE SPACES.
       01 WS-PERIODE-EFFET         PIC X(7) VALUE SPACES.
       01 WS-EFF-DATE-NUM          PIC 9(8) VALUE 0.
       01 WS-EFF-DATE-DETAIL REDEFINES WS-EFF-DATE-NUM.
           05 WS-EFF-DATE-AAAA       PIC 9(4).
           05 WS-EFF-DATE-MM         PIC 9(2).
           05 WS-EFF-DATE-JJ         PIC 9(2).
       01 WS-RANG-EFFET            PIC 9(6) VALUE 0.
       01 WS-RANG-COURANT          PIC 9(6) VALUE 0.
       01 WS-RANG-IDX              PIC 9(6) VALUE 0.
       01 WS-NB-MOIS-CALC          PIC S9(4) VALUE 0.
       01 WS-NB-MOIS-RAPPEL        PIC 9(3) VALUE 0.
       01 WS-NB-MOIS-EXERCICE      PIC 9(3) VALUE 0.
       01 WS-PERIODE-CORR.
           05 WS-PCO-AAAA            PIC 9(4).
           05 FILLER                 PIC X VALUE '-'.
           05 WS-PCO-MM              PIC 9(2).

      *    Regles de la campagne.
       01 WS-GEN-MAX               PIC 9(2) COMP VALUE 10.
       01 WS-NB-GEN                PIC 9(2) COMP VALUE 0.
       01 WS-GEN-IDX               PIC 9(2) COMP VALUE 0.
       01 WS-GEN-TROUVE-IDX        PIC 9(2) COMP VALUE 0.
       01 WS-GEN-TABLE.
           05 WS-GEN-ENTREE          OCCURS 10 TIMES.
               10 WS-GEN-CATEGORIE     PIC X(1).
               10 WS-GEN-TAUX          PIC 9(3)V99.

       01 WS-MIN-MAX               PIC 9(2) COMP VALUE 30.
       01 WS-NB-MIN                PIC 9(2) COMP VALUE 0.
       01 WS-MIN-IDX               PIC 9(2) COMP VALUE 0.
       01 WS-MIN-TROUVE-IDX        PIC 9(2) COMP VALUE 0.
       01 WS-MIN-TABLE.
           05 WS-MIN-ENTREE          OCCURS 30 TIMES.
               10 WS-MIN-CATEGORIE     PIC X(1).
               10 WS-MIN-DEVISE        PIC X(3).
               10 WS-MIN-MONTANT       PIC 9(6)V99.
       01 WS-DEVISE-MINIMUM        PIC X(3) VALUE SPACES.
       01 WS-MINIMUM               PIC 9(9)V99 VALUE 0.

      *    Cours de change (TAUXCHG), comme CALCSAL-BATCH : un
      *    minimum garanti en EUR est converti dans la devise de
      *    paie du salarie qui n'a pas de minimum dans sa devise.
       01 WS-CHG-MAX               PIC 9(2) COMP VALUE 20.
       01 WS-NB-CHG                PIC 9(2) COMP VALUE 0.
       01 WS-CHG-IDX               PIC 9(2) COMP VALUE 0.
       01 WS-CHG-TABLE.
           05 WS-CHG-ENTREE          OCCURS 20 TIMES.
               10 WS-CHG-DEVISE        PIC X(3).
               10 WS-CHG-TAUX          PIC 9(3)V9(6).
       01 WS-DEVISE-CHERCHEE       PIC X(3) VALUE SPACES.
       01 WS-TAUX-COURANT          PIC 9(3)V9(6) VALUE 0.

      *    Salaries dont le salaire a ete modifie dans EMPMAST a
      *    compter de la date d'effet (journal MAJJRN).
       01 WS-MAJ-MAX               PIC 9(4) COMP VALUE 9999.
       01 WS-NB-MAJ                PIC 9(4) COMP VALUE 0.
       01 WS-MAJ-IDX               PIC 9(4) COMP VALUE 0.
       01 WS-MAJ-TABLE.
           05 WS-MAJ-MATRICULE       OCCURS 9999 TIMES PIC X(6).
       01 WS-MAJ-DATE-NUM          PIC 9(8) VALUE 0.
       01 WS-MATRICULE-CHERCHE     PIC X(6) VALUE SPACES.

      *    Images avant/apres d'une ligne du journal MAJJRN.
       COPY EMPMAST REPLACING LEADING ==EMP-== BY ==JAV-==.
       COPY EMPMAST REPLACING LEADING ==EMP-== BY ==JAP-==.

       01 WS-IND-MAX               PIC 9(4) COMP VALUE 2000.
       01 WS-NB-IND                PIC 9(4) COMP VALUE 0.
       01 WS-IND-IDX               PIC 9(4) COMP VALUE 0.
       01 WS-IND-TROUVE-IDX        PIC 9(4) COMP VALUE 0.
       01 WS-IND-TABLE.
           05 WS-IND-ENTREE          OCCURS 2000 TIMES.
               10 WS-IND-MATRICULE     PIC X(6).
               10 WS-IND-TYPE          PIC X(1).
               10 WS-IND-TAUX          PIC 9(3)V99.
               10 WS-IND-MONTANT       PIC 9(6)V99.
               10 WS-IND-DEVISE        PIC X(3).
               10 WS-IND-VU            PIC X(1).

       01 WS-NB-ANOMALIES          PIC 9(4) VALUE 0.
       01 WS-NB-INDIVIDUELLES      PIC 9(4) VALUE 0.
       01 WS-NB-EXCLUSIONS         PIC 9(4) VALUE 0.

      *    Salarie courant.
       01 WS-DEVISE-EMP            PIC X(3) VALUE SPACES.
       01 WS-CENTRE-COURANT        PIC X(6) VALUE SPACES.
       01 WS-SALAIRE-ACTUEL        PIC 9(6)V99 VALUE 0.
       01 WS-SALAIRE-NOUVEAU       PIC 9(9)V99 VALUE 0.
       01 WS-TAUX-APPLIQUE         PIC 9(3)V99 VALUE 0.
       01 WS-MONTANT-IND           PIC 9(6)V99 VALUE 0.
       01 WS-AUGMENTATION          PIC 9(9)V99 VALUE 0.
       01 WS-COUT-AVANT            PIC 9(8)V99 VALUE 0.
       01 WS-COUT-APRES            PIC 9(8)V99 VALUE 0.
       01 WS-ECART-COUT            PIC S9(8)V99 VALUE 0.
       01 WS-STATUT-LIGNE          PIC X(10) VALUE SPACES.

      *    Cout employeur theorique par centre de cout.
       01 WS-CTR-MAX               PIC 9(3) COMP VALUE 100.
       01 WS-NB-CTR                PIC 9(3) COMP VALUE 0.
       01 WS-CTR-IDX               PIC 9(3) COMP VALUE 0.
       01 WS-CTR-TROUVE-IDX        PIC 9(3) COMP VALUE 0.
       01 WS-CTR-TABLE.
           05 WS-CTR-ENTREE          OCCURS 100 TIMES.
               10 WS-CTR-CENTRE        PIC X(6).
               10 WS-CTR-EFFECTIF      PIC 9(5).
               10 WS-CTR-COUT-AVANT    PIC 9(10)V99.
               10 WS-CTR-COUT-APRES    PIC 9(10)V99.

       01 WS-BUD-MAX               PIC 9(3) COMP VALUE 100.
       01 WS-NB-BUD                PIC 9(3) COMP VALUE 0.
       01 WS-BUD-IDX               PIC 9(3) COMP VALUE 0.
       01 WS-BUD-TROUVE-IDX        PIC 9(3) COMP VALUE 0.
       01 WS-BUD-TABLE.
           05 WS-BUD-ENTREE          OCCURS 100 TIMES.
               10 WS-BUD-CENTRE        PIC X(6).
               10 WS-BUD-ANNUEL        PIC 9(12)V99.
               10 WS-BUD-MENSUEL       PIC 9(12)V99.

       01 WS-IMPACT-MENSUEL        PIC S9(10)V99 VALUE 0.
       01 WS-IMPACT-EXERCICE       PIC S9(12)V99 VALUE 0.
       01 WS-PROJECTION-ANNUELLE   PIC S9(12)V99 VALUE 0.
       01 WS-RESTE-MENSUEL         PIC S9(12)V99 VALUE 0.
       01 WS-RESTE-ANNUEL          PIC S9(12)V99 VALUE 0.
       01 WS-TOT-EFFECTIF          PIC 9(5) VALUE 0.
       01 WS-TOT-COUT-AVANT        PIC 9(12)V99 VALUE 0.
       01 WS-TOT-COUT-APRES        PIC 9(12)V99 VALUE 0.

       01 WS-NB-SALARIES           PIC 9(5) VALUE 0.
       01 WS-NB-REVISES            PIC 9(5) VALUE 0.
       01 WS-NB-INCHANGES          PIC 9(5) VALUE 0.
       01 WS-NB-EXCLUS             PIC 9(5) VALUE 0.
       01 WS-NB-REFUSES            PIC 9(5) VALUE 0.
       01 WS-NB-HORS               PIC 9(5) VALUE 0.
       01 WS-NB-SORTIS             PIC 9(5) VALUE 0.
       01 WS-NB-SANS-SALARIE       PIC 9(5) VALUE 0.
       01 WS-NB-EXCEPTIONS         PIC 9(5) VALUE 0.
       01 WS-NB-AVERTISSEMENTS     PIC 9(5) VALUE 0.
       01 WS-NB-TRX                PIC 9(5) VALUE 0.
       01 WS-NB-COR                PIC 9(5) VALUE 0.

       01 WS-SAL-STR               PIC ZZZ,ZZ9.99.
       01 WS-NOUV-STR              PIC ZZZ,ZZ9.99.
       01 WS-AUG-STR               PIC ZZZ,ZZ9.99.
       01 WS-TAUX-STR              PIC ZZ9.99.
       01 WS-MIN-STR               PIC ZZZ,ZZ9.99.
       01 WS-COUT-A-STR            PIC ZZ,ZZZ,ZZ9.99.
       01 WS-COUT-B-STR            PIC ZZ,ZZZ,ZZ9.99.
       01 WS-ECART-STR             PIC -Z,ZZZ,ZZ9.99.
       01 WS-MONTANT-A-STR         PIC ZZZZ,ZZZ,ZZ9.99.
       01 WS-MONTANT-B-STR         PIC ZZZZ,ZZZ,ZZ9.99.
       01 WS-MONTANT-C-STR         PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-MONTANT-D-STR         PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-SALAIRE-TRX           PIC Z(5)9.99.
       01 WS-SALAIRE-AVANT-TRX     PIC Z(5)9.99.
       01 WS-NB-STR                PIC ZZZZ9.
       01 WS-NB-MOIS-STR           PIC Z9.
       01 WS-CATEGORIE-EDIT        PIC X(1).

       COPY CALCREC.
       COPY BAREMLK.
       COPY PERLK.

       PROCEDURE DIVISION.
       0000-PILOTER.
           PERFORM 0500-LIRE-PARAMETRE.
           PERFORM 1000-INITIALISER.
           PERFORM 1200-CHARGER-REGLES.
           IF WS-NB-ANOMALIES > 0
               PERFORM 8900-ARRETER-CAMPAGNE
           END-IF.
           PERFORM 1300-EDITER-REGLES.
           PERFORM 1400-CHARGER-BUDGET.
           PERFORM 1500-DETERMINER-PERIODES.
           PERFORM 1600-CHARGER-TAUX
               THRU 1600-CHARGER-TAUX-EXIT.
           PERFORM 1700-CHARGER-JOURNAL
               THRU 1700-CHARGER-JOURNAL-EXIT.
           PERFORM 2000-TRAITER-EMPLOYE
               THRU 2000-TRAITER-EMPLOYE-EXIT
               UNTIL WS-EMP-EOF.
           PERFORM 3000-SIGNALER-EXCEPTIONS.
           PERFORM 4000-CHIFFRER-CENTRES.
           PERFORM 9000-TERMINER.
           STOP RUN.

      *---------------------------------------------------------------
      * 0500-LIRE-PARAMETRE
      * SOC=xxx (societe de la campagne) et VALIDE (le rapport de
      * simulation a ete valide : generation de REVTRX et REVCOR).
      *---------------------------------------------------------------
       0500-LIRE-PARAMETRE.
           MOVE SPACES TO WS-PARM.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           MOVE SPACES TO WS-PARM-TOKENS.
           UNSTRING WS-PARM DELIMITED BY ','
               INTO WS-PARM-TOKEN(1)
                    WS-PARM-TOKEN(2)
                    WS-PARM-TOKEN(3).
           PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
                   UNTIL WS-TOK-IDX > 3
               EVALUATE TRUE
                   WHEN WS-PARM-TOKEN(WS-TOK-IDX)(1:4) = 'SOC='
                       MOVE WS-PARM-TOKEN(WS-TOK-IDX)(5:3)
                           TO WS-SOCIETE
                   WHEN WS-PARM-TOKEN(WS-TOK-IDX) = 'VALIDE'
                       SET WS-MODE-VALIDE TO TRUE
                   WHEN OTHER        CONTINUE
               END-EVALUATE
           END-PERFORM.

      *---------------------------------------------------------------
      * 1000-INITIALISER
      * Releve la periode courante de la societe (ses baremes
      * servent au chiffrage), charge les baremes, ouvre les
      * fichiers et ecrit l'en-tete du rapport.
      *---------------------------------------------------------------
       1000-INITIALISER.
           MOVE WS-SOCIETE TO PERL-SOCIETE.
           CALL 'CALCSAL-PERIODE' USING PERL-LINKAGE.
           IF PERL-IS-MULTI
               DISPLAY 'FICHIER PERIODE MULTI-SOCIETES : LANCER '
                   'AVEC LE PARAMETRE SOC=XXX'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT PERL-IS-TROUVE
               DISPLAY 'PERIODE INTROUVABLE (SOCIETE ' WS-SOCIETE
                   ') : CAMPAGNE DE REVISION IMPOSSIBLE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PERL-PERIODE TO WS-PERIODE.
           COMPUTE WS-RANG-COURANT
               = FUNCTION NUMVAL(WS-PERIODE(1:4)) * 12
               + FUNCTION NUMVAL(WS-PERIODE(6:2)).

           PERFORM 1100-CHARGER-BAREMES.

           OPEN INPUT REGLES-FILE.
           IF WS-REV-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE REVSAL - STATUS='
                   WS-REV-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMP-MASTER-FILE.
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE EMPMAST - STATUS='
                   WS-EMP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REV-TRX-FILE.
           IF WS-TRX-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE REVTRX - STATUS='
                   WS-TRX-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REV-RAPPORT-FILE.
           IF WS-RAP-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE REVRAP - STATUS='
                   WS-RAP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO RAP-LINE.
           STRING 'CAMPAGNE DE REVISION SALARIALE - PERIODE '
                      DELIMITED SIZE
                  WS-PERIODE DELIMITED SIZE
                  '  SOCIETE ' DELIMITED SIZE
                  WS-SOCIETE DELIMITED SIZE
                  INTO RAP-LINE.
           IF WS-MODE-VALIDE
               MOVE '- VALIDATION' TO RAP-LINE(65:12)
           ELSE
               MOVE '- SIMULATION' TO RAP-LINE(65:12)
           END-IF.
           WRITE RAP-LINE.
           MOVE SPACES TO RAP-LINE.
           WRITE RAP-LINE.

      *---------------------------------------------------------------
      * 1100-CHARGER-BAREMES
      * Charge les baremes dates de la periode courante
      * (CALCSAL-BAREME) ; repli sur les baremes compiles sans
      * fichier, arret sur fichier errone.
      *---------------------------------------------------------------
       1100-CHARGER-BAREMES.
           MOVE WS-PERIODE TO BARL-PERIODE.
           CALL 'CALCSAL-BAREME' USING BARL-LINKAGE.
           EVALUATE TRUE
               WHEN BARL-IS-CHARGE
                   SET CALC-BAREME-CHARGE TO TRUE
                   MOVE BARL-COTIS-SAL TO CALC-BAREME-COTIS-SAL
                   MOVE BARL-COTIS-PAT TO CALC-BAREME-COTIS-PAT
                   MOVE BARL-NB-PRIME  TO CALC-BAR-NB-PRIME
                   MOVE BARL-PRIME-BAREME TO CALC-BAREME-PRIME
                   MOVE BARL-PLAFOND-ASSIETTES
                       TO CALC-BAREME-PLAFOND
               WHEN BARL-IS-ABSENT
                   MOVE 'N' TO CALC-BAREME-FLAG
               WHEN OTHER
                   DISPLAY 'BAREMES INEXPLOITABLES POUR LA PERIODE '
                       WS-PERIODE ' : ' BARL-MESSAGE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *---------------------------------------------------------------
      * 1200-CHARGER-REGLES
      * Valide et range en table les regles de la campagne ; chaque
      * ligne en anomalie part dans le rapport avec son motif, et la
      * campagne ne sera pas chiffree (une regle faussee fausserait
      * toutes les augmentations).
      *---------------------------------------------------------------
       1200-CHARGER-REGLES.
           MOVE SPACES TO RAP-LINE.
           MOVE 'REGLES DE LA CAMPAGNE' TO RAP-LINE.
           WRITE RAP-LINE.
           PERFORM 1290-LIRE-REGLE.
           PERFORM 1210-RANGER-REGLE UNTIL WS-REV-EOF.
           CLOSE REGLES-FILE.
           IF WS-NB-EFFET = 0
               MOVE SPACES TO REV-RECORD
               SET REV-IS-EFFET TO TRUE
               MOVE 'DATE D''EFFET ABSENTE (LIGNE E)' TO WS-RAISON
               PERFORM 8000-SIGNALER-REGLE
           END-IF.

       1210-RANGER-REGLE.
           EVALUATE TRUE
               WHEN REV-RECORD = SPACES
                   CONTINUE
               WHEN REV-IS-EFFET
                   PERFORM 1220-RANGER-EFFET
                       THRU 1220-RANGER-EFFET-EXIT
               WHEN REV-IS-GENERALE
                   PERFORM 1230-RANGER-GENERALE
                       THRU 1230-RANGER-GENERALE-EXIT
               WHEN REV-IS-MINIMUM
                   PERFORM 1240-RANGER-MINIMUM
                       THRU 1240-RANGER-MINIMUM-EXIT
               WHEN REV-IS-INDIVIDUELLE OR REV-IS-EXCLUSION
                   PERFORM 1250-RANGER-NOMINATIVE
                       THRU 1250-RANGER-NOMINATIVE-EXIT
               WHEN OTHER
                   MOVE 'TYPE DE REGLE INCONNU' TO WS-RAISON
                   PERFORM 8000-SIGNALER-REGLE
           END-EVALUATE.
           PERFORM 1290-LIRE-REGLE.

      *---------------------------------------------------------------
      * 1220-RANGER-EFFET
      * Date d'effet : une seule, premier jour d'un mois (la paie ne
      * coupe pas le mois en deux salaires), au plus douze mois
      * avant la periode courante.
      *---------------------------------------------------------------
       1220-RANGER-EFFET.
           IF WS-NB-EFFET > 0
               MOVE 'DATE D''EFFET EN DOUBLE' TO WS-RAISON
               PERFORM 8000-SIGNALER-REGLE
               GO TO 1220-RANGER-EFFET-EXIT
           END-IF.
           IF REV-DATE-EFFET(1:4) NOT NUMERIC
              OR REV-DATE-EFFET(5:1) NOT = '-'
              OR REV-DATE-EFFET(6:2) NOT NUMERIC
              OR REV-DATE-EFFET(8:1) NOT = '-'
              OR REV-DATE-EFFET(9:2) NOT NUMERIC
               MOVE 'DATE D''EFFET MAL FORMEE' TO WS-RAISON
               PERFORM 8000-SIGNALER-REGLE
               GO TO 1220-RANGER-EFFET-EXIT
           END-IF.
           MOVE REV-DATE-EFFET(1:4) TO WS-EFF-DATE-AAAA.
           MOVE REV-DATE-EFFET(6:2) TO WS-EFF-DATE-MM.
           MOVE REV-DATE-EFFET(9:2) TO WS-EFF-DATE-JJ.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-DATE-NUM) NOT = 0
               MOVE 'DATE D''EFFET INVALIDE' TO WS-RAISON
               PERFORM 8000-SIGNALER-REGLE
               GO TO 1220-RANGER-EFFET-EXIT
           END-IF.
           IF WS-EFF-DATE-JJ NOT = 1
               MOVE 'DATE D''EFFET HORS 1ER DU MOIS' TO WS-RAISON
               PERFORM 8000-SIGNALER-REGLE
               GO TO 1220-RANGER-EFFET-EXIT
           END-IF.
           COMPUTE WS-RANG-EFFET
               = WS-EFF-DATE-AAAA * 12 + WS-EFF-DATE-MM.
           IF WS-RANG-EFFET + 12 < WS-RANG-COURANT
               MOVE 'DATE D''EFFET ANTERIEURE DE PLUS DE 12 MOIS'
                   TO WS-RAISON
               PERFORM 8000-SIGNALER-REGLE
               GO TO 1220-RANGER-EFFET-EXIT
           END-IF.
           ADD 1 TO WS-NB-EFFET.
           MOVE REV-DATE-EFFET      TO WS-DATE-EFFET.
           MOVE REV-DATE-EFFET(1:7) TO WS-PERIODE-EFFET.
       1220-RANGER-EFFET-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 1230-RANGER-GENERALE
      * Pourcentage general d'une categorie (C, N ou blanc pour
      * toute categorie sans ligne propre), de 0 a 100 %.
      *---------------------------------------------------------------
       1230-RANGER-GENERALE.
           IF REV-CATEGORIE NOT = 'C' AND REV-CATEGORIE NOT = 'N'
              AND REV-CATEGORIE NOT = SPACE
               MOVE 'CATEGORIE INCONNUE' TO WS-RAISON
               PERFORM 8000-SIGNALER-REGLE
               GO TO 1230-RANGER-GENERALE-EXIT
           END-IF.
           IF FUNCTION TEST-NUMVAL(REV-TAUX-STR) NOT = 0
               MOVE 'TAUX NON NUMERIQUE' TO WS-RAISON
               PERFORM 8000-SIGNALER-REGLE
               GO TO 1230-RANGER-GENERALE-EXIT
           END-IF.
           IF FUNCTION NUMVAL(REV-TAUX-STR) < 0
              OR FUNCTION NUMVAL(REV-TAUX-STR) > 100
               MOVE 'TAUX HORS PLAGE (0 A 100)' TO WS-RAISON
               PERFORM 8000-SIGNALER-REGLE
               GO TO 1230-RANGER-GENERALE-EXIT
           END-IF.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-NB-GEN
               IF WS-GEN-CATEGORIE(WS-GEN-IDX) = REV-CATEGORIE
                   MOVE 'REGLE GENERALE EN DOUBLE' TO WS-RAISON
               END-IF
           END-PERFORM.
           IF WS-RAISON = 'REGLE GENERALE EN DOUBLE'
               PERFORM 8000-SIGNALER-REGLE
               GO TO 1230-RANGER-GENERALE-EXIT
           END-IF.
           IF WS-NB-GEN >= WS-GEN-MAX
               MOVE 'TABLE DES REGLES GENERALES PLEINE' TO WS-RAISON
               PERFORM 8000-SIGNALER-REGLE
               GO TO 1230-RANGER-GENERALE-EXIT
           END-IF.
           ADD 1 TO WS-NB-GEN.
           MOVE REV-CATEGORIE TO WS-GEN-CATEGORIE(WS-NB-GEN).
           MOVE FUNCTION NUMVAL(REV-TAUX-STR)
               TO WS-GEN-TAUX(WS-NB-GEN).
       1230-RANGER-GENERALE-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 1240-RANGER-MINIMUM
      * Minimum garanti d'une categorie (blanc = toute categorie
      * sans ligne propre) pour une devise de paie (blanc = EUR) :
      * minimum dans la devise de paie ; a defaut, le minimum EUR
      * est converti au cours TAUXCHG en 2210-TROUVER-MINIMUM.
      *---------------------------------------------------------------
       1240-RANGER-MINIMUM.
           IF REV-CATEGORIE NOT = 'C' AND REV-CATEGORIE NOT = 'N'
              AND REV-CATEGORIE NOT = SPACE
               MOVE 'CATEGORIE INCONNUE' TO WS-RAISON
               PERFORM 8000-SIGNALER-REGLE
               GO TO 1240-RANGER-MINIMUM-EXIT
           END-IF.
           IF FUNCTION TEST-NUMVAL(REV-MONTANT-STR) NOT = 0
               MOVE 'MINIMUM NON NUMERIQUE' TO WS-RAISON
               PERFORM 8000-SIGNALER-REGLE
               GO TO 1240-RANGER-MINIMUM-EXIT
           END-IF.
           IF FUNCTION NUMVAL(REV-MONTANT-STR) <= 0
              OR FUNCTION NUMVAL(REV-MONTANT-STR) > 99999.99
               MOVE 'MINIMUM HORS PLAGE' TO WS-RAISON
               PERFORM 8000-SIGNALER-REGLE
               GO TO 1240-RANGER-MINIMUM-EXIT
           END-IF.
           IF REV-DEVISE = SPACES
               MOVE 'EUR' TO REV-DEVISE
           END-IF.
           PERFORM VARYING WS-MIN-IDX FROM 1 BY 1
                   UNTIL WS-MIN-IDX > WS-NB-MIN
               IF WS-MIN-CATEGORIE(WS-MIN-IDX) = REV-CATEGORIE
                  AND WS-MIN-DEVISE(WS-MIN-IDX) = REV-DEVISE
                   MOVE 'MINIMUM GARANTI EN DOUBLE' TO WS-RAISON
               END-IF
           END-PERFORM.
           IF WS-RAISON = 'MINIMUM GARANTI EN DOUBLE'
               PERFORM 8000-SIGNALER-REGLE
               GO TO 1240-RANGER-MINIMUM-EXIT
           END-IF.
           IF WS-NB-MIN >= WS-MIN-MAX
               MOVE 'TABLE DES MINIMUMS PLEINE' TO WS-RAISON
               PERFORM 8000-SIGNALER-REGLE
               GO TO 1240-RANGER-MINIMUM-EXIT
           END-IF.
           ADD 1 TO WS-NB-MIN.
           MOVE REV-CATEGORIE TO WS-MIN-CATEGORIE(WS-NB-MIN).
           MOVE REV-DEVISE    TO WS-MIN-DEVISE(WS-NB-MIN).
           MOVE FUNCTION NUMVAL(REV-MONTANT-STR)
               TO WS-MIN-MONTANT(WS-NB-MIN).
       1240-RANGER-MINIMUM-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 1250-RANGER-NOMINATIVE
      * Exception nominative : augmentation individuelle (I,
      * pourcentage et/ou montant) ou exclusion (X), une seule par
      * MATRICULE.
      *---------------------------------------------------------------
       1250-RANGER-NOMINATIVE.
           IF REV-MATRICULE = SPACES OR REV-MATRICULE = LOW-VALUES
               MOVE 'MATRICULE MANQUANT' TO WS-RAISON
               PERFORM 8000-SIGNALER-REGLE
               GO TO 1250-RANGER-NOMINATIVE-EXIT
           END-IF.
           IF REV-IS-INDIVIDUELLE
               IF REV-TAUX-STR = SPACES AND REV-MONTANT-STR = SPACES
                   MOVE 'AUGMENTATION SANS TAUX NI MONTANT'
                       TO WS-RAISON
                   PERFORM 8000-SIGNALER-REGLE
                   GO TO 1250-RANGER-NOMINATIVE-EXIT
               END-IF
               IF REV-TAUX-STR NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(REV-TAUX-STR) NOT = 0
                       MOVE 'TAUX NON NUMERIQUE' TO WS-RAISON
                       PERFORM 8000-SIGNALER-REGLE
                       GO TO 1250-RANGER-NOMINATIVE-EXIT
                   END-IF
                   IF FUNCTION NUMVAL(REV-TAUX-STR) < 0
                      OR FUNCTION NUMVAL(REV-TAUX-STR) > 100
                       MOVE 'TAUX HORS PLAGE (0 A 100)' TO WS-RAISON
                       PERFORM 8000-SIGNALER-REGLE
                       GO TO 1250-RANGER-NOMINATIVE-EXIT
                   END-IF
               END-IF
               IF REV-MONTANT-STR NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(REV-MONTANT-STR) NOT = 0
                       MOVE 'MONTANT NON NUMERIQUE' TO WS-RAISON
                       PERFORM 8000-SIGNALER-REGLE
                       GO TO 1250-RANGER-NOMINATIVE-EXIT
                   END-IF
                   IF FUNCTION NUMVAL(REV-MONTANT-STR) <= 0
                      OR FUNCTION NUMVAL(REV-MONTANT-STR) > 99999.99
                       MOVE 'MONTANT HORS PLAGE' TO WS-RAISON
                       PERFORM 8000-SIGNALER-REGLE
                       GO TO 1250-RANGER-NOMINATIVE-EXIT
                   END-IF
               END-IF
           END-IF.
           PERFORM VARYING WS-IND-IDX FROM 1 BY 1
                   UNTIL WS-IND-IDX > WS-NB-IND
               IF WS-IND-MATRICULE(WS-IND-IDX) = REV-MATRICULE
                   MOVE 'EXCEPTION NOMINATIVE EN DOUBLE'
                       TO WS-RAISON
               END-IF
           END-PERFORM.
           IF WS-RAISON = 'EXCEPTION NOMINATIVE EN DOUBLE'
               PERFORM 8000-SIGNALER-REGLE
               GO TO 1250-RANGER-NOMINATIVE-EXIT
           END-IF.
           IF WS-NB-IND >= WS-IND-MAX
               MOVE 'TABLE DES EXCEPTIONS PLEINE' TO WS-RAISON
               PERFORM 8000-SIGNALER-REGLE
               GO TO 1250-RANGER-NOMINATIVE-EXIT
           END-IF.
           ADD 1 TO WS-NB-IND.
           MOVE REV-MATRICULE TO WS-IND-MATRICULE(WS-NB-IND).
           MOVE REV-TYPE      TO WS-IND-TYPE(WS-NB-IND).
           MOVE REV-DEVISE    TO WS-IND-DEVISE(WS-NB-IND).
           MOVE 0 TO WS-IND-TAUX(WS-NB-IND).
           MOVE 0 TO WS-IND-MONTANT(WS-NB-IND).
           MOVE 'N' TO WS-IND-VU(WS-NB-IND).
           IF REV-IS-INDIVIDUELLE
               ADD 1 TO WS-NB-INDIVIDUELLES
               IF REV-TAUX-STR NOT = SPACES
                   MOVE FUNCTION NUMVAL(REV-TAUX-STR)
                       TO WS-IND-TAUX(WS-NB-IND)
               END-IF
               IF REV-MONTANT-STR NOT = SPACES
                   MOVE FUNCTION NUMVAL(REV-MONTANT-STR)
                       TO WS-IND-MONTANT(WS-NB-IND)
               END-IF
           ELSE
               ADD 1 TO WS-NB-EXCLUSIONS
           END-IF.
       1250-RANGER-NOMINATIVE-EXIT.
           EXIT.

       1290-LIRE-REGLE.
           MOVE SPACES TO WS-RAISON.
           READ REGLES-FILE
               AT END SET WS-REV-EOF TO TRUE
           END-READ.

      *---------------------------------------------------------------
      * 1300-EDITER-REGLES
      * Rappelle en tete du rapport les regles retenues, pour que la
      * validation porte sur ce qui a ete effectivement applique.
      *---------------------------------------------------------------
       1300-EDITER-REGLES.
           MOVE SPACES TO RAP-LINE.
           STRING '  DATE D''EFFET : ' DELIMITED SIZE
                  WS-DATE-EFFET DELIMITED SIZE
                  INTO RAP-LINE.
           WRITE RAP-LINE.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-NB-GEN
               MOVE WS-GEN-CATEGORIE(WS-GEN-IDX)
                   TO WS-CATEGORIE-EDIT
               IF WS-CATEGORIE-EDIT = SPACE
                   MOVE '*' TO WS-CATEGORIE-EDIT
               END-IF
               MOVE WS-GEN-TAUX(WS-GEN-IDX) TO WS-TAUX-STR
               MOVE SPACES TO RAP-LINE
               STRING '  AUGMENTATION GENERALE CATEGORIE '
                          DELIMITED SIZE
                      WS-CATEGORIE-EDIT DELIMITED SIZE
                      ' : ' DELIMITED SIZE
                      WS-TAUX-STR DELIMITED SIZE
                      ' %' DELIMITED SIZE
                      INTO RAP-LINE
               WRITE RAP-LINE
           END-PERFORM.
           PERFORM VARYING WS-MIN-IDX FROM 1 BY 1
                   UNTIL WS-MIN-IDX > WS-NB-MIN
               MOVE WS-MIN-CATEGORIE(WS-MIN-IDX)
                   TO WS-CATEGORIE-EDIT
               IF WS-CATEGORIE-EDIT = SPACE
                   MOVE '*' TO WS-CATEGORIE-EDIT
               END-IF
               MOVE WS-MIN-MONTANT(WS-MIN-IDX) TO WS-MIN-STR
               MOVE SPACES TO RAP-LINE
               STRING '  MINIMUM GARANTI CATEGORIE ' DELIMITED SIZE
                      WS-CATEGORIE-EDIT DELIMITED SIZE
                      ' : ' DELIMITED SIZE
                      WS-MIN-STR DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-MIN-DEVISE(WS-MIN-IDX) DELIMITED SIZE
                      INTO RAP-LINE
               IF WS-MIN-DEVISE(WS-MIN-IDX) = 'EUR'
                   MOVE '(AUTRES DEVISES AU COURS TAUXCHG)'
                       TO RAP-LINE(60:33)
               END-IF
               WRITE RAP-LINE
           END-PERFORM.
           MOVE WS-NB-INDIVIDUELLES TO WS-NB-STR.
           MOVE SPACES TO RAP-LINE.
           STRING '  AUGMENTATIONS INDIVIDUELLES : ' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  INTO RAP-LINE.
           WRITE RAP-LINE.
           MOVE WS-NB-EXCLUSIONS TO WS-NB-STR.
           MOVE SPACES TO RAP-LINE.
           STRING '  EXCLUSIONS NOMINATIVES : ' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  INTO RAP-LINE.
           WRITE RAP-LINE.
           MOVE SPACES TO RAP-LINE.
           WRITE RAP-LINE.

      *---------------------------------------------------------------
      * 1400-CHARGER-BUDGET
      * Charge en table le fichier budgetaire des centres de cout ;
      * un montant non numerique arrete l'execution (un budget
      * corrompu fausserait toutes les comparaisons).
      *---------------------------------------------------------------
       1400-CHARGER-BUDGET.
           MOVE 0 TO WS-NB-BUD.
           OPEN INPUT BUDGET-FILE.
           IF WS-BUD-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE BUDGET - STATUS='
                   WS-BUD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1490-LIRE-BUDGET.
           PERFORM 1410-RANGER-BUDGET UNTIL WS-BUD-EOF.
           CLOSE BUDGET-FILE.

       1410-RANGER-BUDGET.
           IF BUD-CENTRE = SPACES
               CONTINUE
           ELSE
               IF FUNCTION TEST-NUMVAL(BUD-ANNUEL-STR) NOT = 0
                  OR FUNCTION TEST-NUMVAL(BUD-MENSUEL-STR) NOT = 0
                   DISPLAY 'MONTANT BUDGETAIRE INVALIDE POUR '
                       BUD-CENTRE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-NB-BUD >= WS-BUD-MAX
                   DISPLAY 'TABLE DES BUDGETS PLEINE'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NB-BUD
               MOVE BUD-CENTRE TO WS-BUD-CENTRE(WS-NB-BUD)
               MOVE FUNCTION NUMVAL(BUD-ANNUEL-STR)
                   TO WS-BUD-ANNUEL(WS-NB-BUD)
               MOVE FUNCTION NUMVAL(BUD-MENSUEL-STR)
                   TO WS-BUD-MENSUEL(WS-NB-BUD)
           END-IF.
           PERFORM 1490-LIRE-BUDGET.

       1490-LIRE-BUDGET.
           READ BUDGET-FILE
               AT END SET WS-BUD-EOF TO TRUE
           END-READ.

      *---------------------------------------------------------------
      * 1500-DETERMINER-PERIODES
      * Situe la date d'effet par rapport a la periode courante :
      *   - mois de rappel : periodes de la date d'effet a la
      *     periode precedant la periode courante, deja calculees
      *     a l'ancien salaire (une correction REVCOR chacune) ;
      *   - mois de l'exercice : de la date d'effet a decembre de
      *     l'annee de la periode courante, rappels compris.
      * En validation, la generation est refusee pour une date
      * d'effet future (EMPMAST serait revise trop tot : relancer a
      * la periode d'effet) ou une periode courante cloturee (ses
      * rappels attendent l'ouverture de la suivante) ; une periode
      * courante deja calculee doit etre recalculee (FORCE).
      *---------------------------------------------------------------
       1500-DETERMINER-PERIODES.
           MOVE 0 TO WS-NB-MOIS-RAPPEL.
           IF WS-RANG-EFFET < WS-RANG-COURANT
               COMPUTE WS-NB-MOIS-RAPPEL
                   = WS-RANG-COURANT - WS-RANG-EFFET
           END-IF.
           COMPUTE WS-NB-MOIS-CALC
               = FUNCTION NUMVAL(WS-PERIODE(1:4)) * 12 + 12
               - WS-RANG-EFFET + 1.
           IF WS-NB-MOIS-CALC < 0
               MOVE 0 TO WS-NB-MOIS-CALC
           END-IF.
           MOVE WS-NB-MOIS-CALC TO WS-NB-MOIS-EXERCICE.

           IF WS-MODE-VALIDE
               SET WS-GENERER TO TRUE
               IF WS-RANG-EFFET > WS-RANG-COURANT
                   MOVE 'N' TO WS-GENERER-FLAG
                   ADD 1 TO WS-NB-AVERTISSEMENTS
                   MOVE SPACES TO RAP-LINE
                   STRING 'DATE D''EFFET FUTURE : AUCUNE TRANSACTION '
                              DELIMITED SIZE
                          'GENEREE, RELANCER LA CAMPAGNE A LA PERIODE '
                              DELIMITED SIZE
                          WS-PERIODE-EFFET DELIMITED SIZE
                          INTO RAP-LINE
                   WRITE RAP-LINE
               END-IF
               IF PERL-IS-CLOTUREE
                   MOVE 'N' TO WS-GENERER-FLAG
                   ADD 1 TO WS-NB-AVERTISSEMENTS
                   MOVE SPACES TO RAP-LINE
                   STRING 'PERIODE ' DELIMITED SIZE
                          WS-PERIODE DELIMITED SIZE
                          ' CLOTUREE : AUCUNE TRANSACTION GENEREE, '
                              DELIMITED SIZE
                          'RELANCER APRES OUVERTURE DE LA PERIODE '
                              DELIMITED SIZE
                          'SUIVANTE' DELIMITED SIZE
                          INTO RAP-LINE
                   WRITE RAP-LINE
               END-IF
               IF WS-GENERER AND PERL-IS-CALCULEE
                  AND WS-RANG-EFFET <= WS-RANG-COURANT
                   ADD 1 TO WS-NB-AVERTISSEMENTS
                   MOVE SPACES TO RAP-LINE
                   STRING 'PERIODE ' DELIMITED SIZE
                          WS-PERIODE DELIMITED SIZE
                          ' DEJA CALCULEE A L''ANCIEN SALAIRE : '
                              DELIMITED SIZE
                          'RELANCER CALCSALB AVEC FORCE APRES '
                              DELIMITED SIZE
                          'APPLICATION DE REVTRX PAR CALCSALU'
                              DELIMITED SIZE
                          INTO RAP-LINE
                   WRITE RAP-LINE
               END-IF
           ELSE
               MOVE SPACES TO RAP-LINE
               STRING 'SIMULATION : AUCUNE TRANSACTION GENEREE, '
                          DELIMITED SIZE
                      'RELANCER AVEC LE PARAMETRE VALIDE APRES '
                          DELIMITED SIZE
                      'VALIDATION DU RAPPORT' DELIMITED SIZE
                      INTO RAP-LINE
               WRITE RAP-LINE
           END-IF.
      *        Les corrections s'ajoutent a celles de HR dans CORRECT :
      *        fichier ouvert en extension, et seulement pour generer.
           IF WS-GENERER
               OPEN EXTEND REV-COR-FILE
               IF WS-COR-STATUS = '35'
                   OPEN OUTPUT REV-COR-FILE
               END-IF
               IF WS-COR-STATUS NOT = '00' AND WS-COR-STATUS NOT = '04'
                   DISPLAY 'ERREUR OUVERTURE REVCOR - STATUS='
                       WS-COR-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE WS-NB-MOIS-RAPPEL TO WS-NB-MOIS-STR.
           MOVE SPACES TO RAP-LINE.
           STRING 'MOIS DE RAPPEL (CORRECTIONS REVCOR) : '
                      DELIMITED SIZE
                  WS-NB-MOIS-STR DELIMITED SIZE
                  INTO RAP-LINE.
           WRITE RAP-LINE.
           MOVE SPACES TO RAP-LINE.
           WRITE RAP-LINE.

           MOVE SPACES TO RAP-LINE.
           STRING 'MATRIC C DEV CENTRE ' DELIMITED SIZE
                  'SAL.ACTUEL TAUX %   AUGMENT.  NOUV.SAL. '
                      DELIMITED SIZE
                  '  COUT AVANT    COUT APRES   ECART COUT '
                      DELIMITED SIZE
                  'STATUT' DELIMITED SIZE
                  INTO RAP-LINE.
           WRITE RAP-LINE.
           PERFORM 2990-LIRE-EMPLOYE.

      *---------------------------------------------------------------
      * 1600-CHARGER-TAUX
      * Charge les cours de change ; fichier absent : un minimum
      * garanti en EUR ne peut etre converti et le salarie paye dans
      * une autre devise sans minimum propre est refuse.
      *---------------------------------------------------------------
       1600-CHARGER-TAUX.
           MOVE 0 TO WS-NB-CHG.
           OPEN INPUT EXCHANGE-RATE-FILE.
           IF WS-CHG-STATUS = '35'
               DISPLAY 'PAS DE FICHIER TAUXCHG : MINIMUM EN EUR NON '
                   'CONVERTI'
               GO TO 1600-CHARGER-TAUX-EXIT
           END-IF.
           IF WS-CHG-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE TAUXCHG - STATUS='
                   WS-CHG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1690-LIRE-TAUX.
           PERFORM 1610-RANGER-TAUX UNTIL WS-CHG-EOF.
           CLOSE EXCHANGE-RATE-FILE.
       1600-CHARGER-TAUX-EXIT.
           EXIT.

       1610-RANGER-TAUX.
           IF CHG-DEVISE = SPACES
               CONTINUE
           ELSE
               IF FUNCTION TEST-NUMVAL(CHG-TAUX-STR) NOT = 0
                  OR FUNCTION NUMVAL(CHG-TAUX-STR) <= 0
                   DISPLAY 'COURS DE CHANGE INVALIDE POUR '
                       CHG-DEVISE ' : ' CHG-TAUX-STR
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-NB-CHG >= WS-CHG-MAX
                   DISPLAY 'TABLE DES COURS DE CHANGE PLEINE'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NB-CHG
               MOVE CHG-DEVISE TO WS-CHG-DEVISE(WS-NB-CHG)
               MOVE FUNCTION NUMVAL(CHG-TAUX-STR)
                   TO WS-CHG-TAUX(WS-NB-CHG)
           END-IF.
           PERFORM 1690-LIRE-TAUX.

       1690-LIRE-TAUX.
           READ EXCHANGE-RATE-FILE
               AT END SET WS-CHG-EOF TO TRUE
           END-READ.

      *---------------------------------------------------------------
      * 1700-CHARGER-JOURNAL
      * Releve dans le journal MAJJRN les modifications de fiche
      * (type M) qui changent le salaire a compter de la date
      * d'effet : le salaire de EMPMAST n'est plus celui d'avant la
      * campagne (REVTRX deja applique par CALCSALU, ou changement
      * depuis l'effet) et le salarie sera refuse. Journal absent :
      * aucune modification connue, signale a l'operateur.
      *---------------------------------------------------------------
       1700-CHARGER-JOURNAL.
           MOVE 0 TO WS-NB-MAJ.
           OPEN INPUT MAJ-JOURNAL-FILE.
           IF WS-MAJ-STATUS = '35'
               DISPLAY 'PAS DE JOURNAL MAJJRN : SALAIRES DEJA REVISES '
                   'NON CONTROLES'
               GO TO 1700-CHARGER-JOURNAL-EXIT
           END-IF.
           IF WS-MAJ-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE MAJJRN - STATUS='
                   WS-MAJ-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1790-LIRE-JOURNAL.
           PERFORM 1710-RANGER-JOURNAL UNTIL WS-MAJ-EOF.
           CLOSE MAJ-JOURNAL-FILE.
       1700-CHARGER-JOURNAL-EXIT.
           EXIT.

       1710-RANGER-JOURNAL.
           MOVE MAJ-IMAGE-AVANT TO JAV-RECORD.
           MOVE MAJ-IMAGE-APRES TO JAP-RECORD.
           IF MAJ-TYPE = 'M'
              AND JAV-SALAIRE-STR NOT = JAP-SALAIRE-STR
              AND MAJ-HORODATAGE(1:8) NUMERIC
               MOVE MAJ-HORODATAGE(1:8) TO WS-MAJ-DATE-NUM
               IF WS-MAJ-DATE-NUM >= WS-EFF-DATE-NUM
                   MOVE MAJ-MATRICULE TO WS-MATRICULE-CHERCHE
                   PERFORM 8300-CHERCHER-MODIFICATION
                   IF NOT WS-SAL-MODIFIE
                       PERFORM 1720-NOTER-MODIFICATION
                   END-IF
               END-IF
           END-IF.
           PERFORM 1790-LIRE-JOURNAL.

       1720-NOTER-MODIFICATION.
           IF WS-NB-MAJ >= WS-MAJ-MAX
               DISPLAY 'TABLE DES SALAIRES MODIFIES PLEINE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-MAJ.
           MOVE MAJ-MATRICULE TO WS-MAJ-MATRICULE(WS-NB-MAJ).

       1790-LIRE-JOURNAL.
           READ MAJ-JOURNAL-FILE
               AT END SET WS-MAJ-EOF TO TRUE
           END-READ.

      *---------------------------------------------------------------
      * 2000-TRAITER-EMPLOYE
      * Applique les regles au salarie courant s'il est de la
      * campagne, chiffre son cout avant et apres revision et,
      * en validation, genere sa transaction et ses corrections.
      *---------------------------------------------------------------
       2000-TRAITER-EMPLOYE.
           IF WS-SOCIETE NOT = SPACES
              AND EMP-SOCIETE NOT = WS-SOCIETE
               GO TO 2000-TRAITER-EMPLOYE-SUITE
           END-IF.
           IF EMP-DATE-SORTIE NOT = SPACES
              AND EMP-DATE-SORTIE NOT = LOW-VALUES
              AND EMP-DATE-SORTIE(1:7) < WS-PERIODE
               IF EMP-DATE-SORTIE NOT < WS-DATE-EFFET
                  AND (EMP-DATE-ENTREE = SPACES
                       OR EMP-DATE-ENTREE = LOW-VALUES
                       OR EMP-DATE-ENTREE < WS-DATE-EFFET)
                   PERFORM 2050-SIGNALER-SORTI
               ELSE
                   ADD 1 TO WS-NB-HORS
               END-IF
               GO TO 2000-TRAITER-EMPLOYE-SUITE
           END-IF.
      *        Un salarie entre a compter de la date d'effet a ete
      *        embauche aux conditions revisees.
           IF EMP-DATE-ENTREE NOT = SPACES
              AND EMP-DATE-ENTREE NOT = LOW-VALUES
              AND EMP-DATE-ENTREE NOT < WS-DATE-EFFET
               ADD 1 TO WS-NB-HORS
               GO TO 2000-TRAITER-EMPLOYE-SUITE
           END-IF.
           ADD 1 TO WS-NB-SALARIES.
           PERFORM 2100-RECHERCHER-EXCEPTION.

           IF FUNCTION TEST-NUMVAL(EMP-SALAIRE-STR) NOT = 0
               MOVE 'SALAIRE DE LA FICHE NON NUMERIQUE' TO WS-RAISON
               PERFORM 8100-SIGNALER-REFUS
               GO TO 2000-TRAITER-EMPLOYE-SUITE
           END-IF.
           MOVE EMP-MATRICULE TO WS-MATRICULE-CHERCHE.
           PERFORM 8300-CHERCHER-MODIFICATION.
           IF WS-SAL-MODIFIE
               MOVE 'SALAIRE MODIFIE DEPUIS LA DATE D''EFFET'
                   TO WS-RAISON
               PERFORM 8100-SIGNALER-REFUS
               GO TO 2000-TRAITER-EMPLOYE-SUITE
           END-IF.
           COMPUTE WS-SALAIRE-ACTUEL = FUNCTION NUMVAL(EMP-SALAIRE-STR).
           MOVE EMP-DEVISE TO WS-DEVISE-EMP.
           IF WS-DEVISE-EMP = SPACES OR WS-DEVISE-EMP = LOW-VALUES
               MOVE 'EUR' TO WS-DEVISE-EMP
           END-IF.

           PERFORM 2200-CALCULER-AUGMENTATION
               THRU 2200-CALCULER-AUGMENTATION-EXIT.
           IF WS-RAISON NOT = SPACES
               PERFORM 8100-SIGNALER-REFUS
               GO TO 2000-TRAITER-EMPLOYE-SUITE
           END-IF.
           PERFORM 2300-CHIFFRER-COUT
               THRU 2300-CHIFFRER-COUT-EXIT.
           IF WS-RAISON NOT = SPACES
               PERFORM 8100-SIGNALER-REFUS
               GO TO 2000-TRAITER-EMPLOYE-SUITE
           END-IF.

           EVALUATE WS-STATUT-LIGNE
               WHEN 'EXCLU'     ADD 1 TO WS-NB-EXCLUS
               WHEN 'INCHANGE'  ADD 1 TO WS-NB-INCHANGES
               WHEN OTHER       ADD 1 TO WS-NB-REVISES
           END-EVALUATE.
           PERFORM 2400-CUMULER-CENTRE.
           IF WS-GENERER AND WS-SALAIRE-NOUVEAU NOT = WS-SALAIRE-ACTUEL
               PERFORM 2500-GENERER-TRANSACTION
               PERFORM 2600-GENERER-CORRECTION
                   VARYING WS-RANG-IDX FROM WS-RANG-EFFET BY 1
                   UNTIL WS-RANG-IDX >= WS-RANG-COURANT
           END-IF.
           PERFORM 2700-EDITER-LIGNE.

       2000-TRAITER-EMPLOYE-SUITE.
           PERFORM 2990-LIRE-EMPLOYE.
       2000-TRAITER-EMPLOYE-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2050-SIGNALER-SORTI
      * Salarie sorti apres la date d'effet, avant la periode
      * courante : il a travaille a l'ancien salaire des mois que la
      * revision couvre, mais n'est plus en paie pour recevoir un
      * rappel (ni transaction ni correction). Ses mois dus, de la
      * date d'effet au mois de sortie compris, sont edites pour que
      * HR les regularise.
      *---------------------------------------------------------------
       2050-SIGNALER-SORTI.
           ADD 1 TO WS-NB-SORTIS.
           MOVE 0 TO WS-NB-MOIS-CALC.
           IF EMP-DATE-SORTIE(1:4) NUMERIC
              AND EMP-DATE-SORTIE(6:2) NUMERIC
               COMPUTE WS-NB-MOIS-CALC
                   = FUNCTION NUMVAL(EMP-DATE-SORTIE(1:4)) * 12
                   + FUNCTION NUMVAL(EMP-DATE-SORTIE(6:2))
                   - WS-RANG-EFFET + 1
           END-IF.
           MOVE WS-NB-MOIS-CALC TO WS-NB-MOIS-STR.
           MOVE SPACES TO RAP-LINE.
           STRING 'SORTI APRES LA DATE D''EFFET : MATRICULE='
                      DELIMITED SIZE
                  EMP-MATRICULE   DELIMITED SIZE
                  ' SORTIE='      DELIMITED SIZE
                  EMP-DATE-SORTIE DELIMITED SIZE
                  ' SALAIRE='     DELIMITED SIZE
                  EMP-SALAIRE-STR DELIMITED SIZE
                  ' MOIS DUS='    DELIMITED SIZE
                  WS-NB-MOIS-STR  DELIMITED SIZE
                  ' - REGULARISATION MANUELLE' DELIMITED SIZE
                  INTO RAP-LINE.
           WRITE RAP-LINE.

      *---------------------------------------------------------------
      * 2100-RECHERCHER-EXCEPTION
      * Cherche l'exception nominative du salarie courant
      * (WS-IND-TROUVE-IDX, 0 si aucune) et la marque comme vue.
      *---------------------------------------------------------------
       2100-RECHERCHER-EXCEPTION.
           MOVE 0 TO WS-IND-TROUVE-IDX.
           PERFORM VARYING WS-IND-IDX FROM 1 BY 1
                   UNTIL WS-IND-IDX > WS-NB-IND
               IF WS-IND-MATRICULE(WS-IND-IDX) = EMP-MATRICULE
                   MOVE WS-IND-IDX TO WS-IND-TROUVE-IDX
                   MOVE 'Y' TO WS-IND-VU(WS-IND-IDX)
                   MOVE WS-NB-IND TO WS-IND-IDX
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * 2200-CALCULER-AUGMENTATION
      * Augmentation du salarie courant : pourcentage general de sa
      * categorie (ligne de la categorie, sinon ligne a blanc) plus
      * pourcentage individuel, applique au salaire actuel, plus
      * montant individuel ; portee au minimum garanti de sa
      * categorie et de sa devise (2210-TROUVER-MINIMUM) si elle est
      * inferieure. Un salarie exclu garde son salaire. WS-RAISON
      * renseignee en retour si le salarie doit etre refuse.
      *---------------------------------------------------------------
       2200-CALCULER-AUGMENTATION.
           MOVE SPACES TO WS-RAISON.
           MOVE 0 TO WS-TAUX-APPLIQUE.
           MOVE 0 TO WS-MONTANT-IND.
           MOVE 0 TO WS-AUGMENTATION.
           MOVE WS-SALAIRE-ACTUEL TO WS-SALAIRE-NOUVEAU.
           IF WS-IND-TROUVE-IDX > 0
               IF WS-IND-TYPE(WS-IND-TROUVE-IDX) = 'X'
                   MOVE 'EXCLU' TO WS-STATUT-LIGNE
                   GO TO 2200-CALCULER-AUGMENTATION-EXIT
               END-IF
           END-IF.
           MOVE 'REVISE' TO WS-STATUT-LIGNE.

      *        Une ligne propre a la categorie prime sur la ligne a
      *        blanc, quel que soit leur ordre dans le fichier.
           MOVE 0 TO WS-GEN-TROUVE-IDX.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-NB-GEN
               IF WS-GEN-CATEGORIE(WS-GEN-IDX) = SPACE
                   MOVE WS-GEN-IDX TO WS-GEN-TROUVE-IDX
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-NB-GEN
               IF WS-GEN-CATEGORIE(WS-GEN-IDX) = EMP-CATEGORIE
                   MOVE WS-GEN-IDX TO WS-GEN-TROUVE-IDX
               END-IF
           END-PERFORM.
           IF WS-GEN-TROUVE-IDX > 0
               MOVE WS-GEN-TAUX(WS-GEN-TROUVE-IDX)
                   TO WS-TAUX-APPLIQUE
           END-IF.

           IF WS-IND-TROUVE-IDX > 0
               IF WS-IND-MONTANT(WS-IND-TROUVE-IDX) > 0
                  AND WS-IND-DEVISE(WS-IND-TROUVE-IDX) NOT = SPACES
                  AND WS-IND-DEVISE(WS-IND-TROUVE-IDX)
                      NOT = WS-DEVISE-EMP
                   MOVE 'MONTANT INDIVIDUEL DANS UNE AUTRE DEVISE'
                       TO WS-RAISON
                   GO TO 2200-CALCULER-AUGMENTATION-EXIT
               END-IF
               ADD WS-IND-TAUX(WS-IND-TROUVE-IDX)
                   TO WS-TAUX-APPLIQUE
               MOVE WS-IND-MONTANT(WS-IND-TROUVE-IDX)
                   TO WS-MONTANT-IND
           END-IF.
           COMPUTE WS-AUGMENTATION ROUNDED
               = WS-SALAIRE-ACTUEL * WS-TAUX-APPLIQUE / 100
               + WS-MONTANT-IND.

           PERFORM 2210-TROUVER-MINIMUM
               THRU 2210-TROUVER-MINIMUM-EXIT.
           IF WS-RAISON NOT = SPACES
               GO TO 2200-CALCULER-AUGMENTATION-EXIT
           END-IF.
           IF WS-AUGMENTATION < WS-MINIMUM
               MOVE WS-MINIMUM TO WS-AUGMENTATION
               MOVE 'MINIMUM' TO WS-STATUT-LIGNE
           END-IF.

           COMPUTE WS-SALAIRE-NOUVEAU
               = WS-SALAIRE-ACTUEL + WS-AUGMENTATION.
           IF WS-SALAIRE-NOUVEAU > 999999.99
               MOVE 'NOUVEAU SALAIRE HORS PLAGE' TO WS-RAISON
               GO TO 2200-CALCULER-AUGMENTATION-EXIT
           END-IF.
           IF WS-AUGMENTATION = 0
               MOVE 'INCHANGE' TO WS-STATUT-LIGNE
           END-IF.
       2200-CALCULER-AUGMENTATION-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2210-TROUVER-MINIMUM
      * Minimum garanti du salarie courant dans WS-MINIMUM (0 si
      * aucun) : ligne de sa categorie, sinon ligne a blanc, dans sa
      * devise de paie ; a defaut, pour une devise autre que l'EUR,
      * minimum en EUR converti au cours TAUXCHG (valeur d'une unite
      * de la devise en EUR). Minimum en EUR sans cours de la devise :
      * WS-RAISON renseignee, le salarie est refuse.
      *---------------------------------------------------------------
       2210-TROUVER-MINIMUM.
           MOVE 0 TO WS-MINIMUM.
           MOVE WS-DEVISE-EMP TO WS-DEVISE-MINIMUM.
           PERFORM 2220-CHERCHER-MINIMUM.
           IF WS-MIN-TROUVE-IDX > 0
               MOVE WS-MIN-MONTANT(WS-MIN-TROUVE-IDX) TO WS-MINIMUM
               GO TO 2210-TROUVER-MINIMUM-EXIT
           END-IF.
           IF WS-DEVISE-EMP = 'EUR'
               GO TO 2210-TROUVER-MINIMUM-EXIT
           END-IF.
           MOVE 'EUR' TO WS-DEVISE-MINIMUM.
           PERFORM 2220-CHERCHER-MINIMUM.
           IF WS-MIN-TROUVE-IDX = 0
               GO TO 2210-TROUVER-MINIMUM-EXIT
           END-IF.
           MOVE WS-DEVISE-EMP TO WS-DEVISE-CHERCHEE.
           PERFORM 8200-TROUVER-TAUX.
           IF NOT WS-TAUX-TROUVE
               MOVE 'MINIMUM GARANTI ABSENT DANS LA DEVISE'
                   TO WS-RAISON
               GO TO 2210-TROUVER-MINIMUM-EXIT
           END-IF.
           COMPUTE WS-MINIMUM ROUNDED
               = WS-MIN-MONTANT(WS-MIN-TROUVE-IDX) / WS-TAUX-COURANT.
       2210-TROUVER-MINIMUM-EXIT.
           EXIT.

      *    Une ligne propre a la categorie prime sur la ligne a
      *    blanc, quel que soit leur ordre dans le fichier.
       2220-CHERCHER-MINIMUM.
           MOVE 0 TO WS-MIN-TROUVE-IDX.
           PERFORM VARYING WS-MIN-IDX FROM 1 BY 1
                   UNTIL WS-MIN-IDX > WS-NB-MIN
               IF WS-MIN-DEVISE(WS-MIN-IDX) = WS-DEVISE-MINIMUM
                  AND WS-MIN-CATEGORIE(WS-MIN-IDX) = SPACE
                  AND WS-MIN-TROUVE-IDX = 0
                   MOVE WS-MIN-IDX TO WS-MIN-TROUVE-IDX
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-MIN-IDX FROM 1 BY 1
                   UNTIL WS-MIN-IDX > WS-NB-MIN
               IF WS-MIN-DEVISE(WS-MIN-IDX) = WS-DEVISE-MINIMUM
                  AND WS-MIN-CATEGORIE(WS-MIN-IDX) = EMP-CATEGORIE
                   MOVE WS-MIN-IDX TO WS-MIN-TROUVE-IDX
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * 2300-CHIFFRER-COUT
      * Cout employeur mensuel du salarie courant par CALCSAL-CORE,
      * au salaire actuel puis au nouveau salaire : mois complet de
      * la periode courante sans mouvement (cout theorique, comme le
      * net garanti de CALCSAL-NETGAR). Le nouveau salaire passe
      * ainsi les memes controles que ceux de CALCSAL-MAJEMP.
      * WS-RAISON renseignee en retour si le calcul est rejete.
      *---------------------------------------------------------------
       2300-CHIFFRER-COUT.
           MOVE SPACES TO WS-RAISON.
           PERFORM 2310-PREPARER-CALCUL.
           MOVE EMP-SALAIRE-STR TO CALC-SALAIRE-STR.
           CALL 'CALCSAL-CORE' USING CALC-LINKAGE.
           IF CALC-IS-REJECTED
               MOVE CALC-REJECT-REASON TO WS-RAISON
               GO TO 2300-CHIFFRER-COUT-EXIT
           END-IF.
           MOVE CALC-COUT-EMPLOYEUR TO WS-COUT-AVANT.
           MOVE CALC-COUT-EMPLOYEUR TO WS-COUT-APRES.
           IF WS-SALAIRE-NOUVEAU = WS-SALAIRE-ACTUEL
               GO TO 2300-CHIFFRER-COUT-EXIT
           END-IF.
           PERFORM 2310-PREPARER-CALCUL.
           MOVE WS-SALAIRE-NOUVEAU TO WS-SALAIRE-TRX.
           MOVE FUNCTION TRIM(WS-SALAIRE-TRX) TO CALC-SALAIRE-STR.
           CALL 'CALCSAL-CORE' USING CALC-LINKAGE.
           IF CALC-IS-REJECTED
               MOVE CALC-REJECT-REASON TO WS-RAISON
               GO TO 2300-CHIFFRER-COUT-EXIT
           END-IF.
           MOVE CALC-COUT-EMPLOYEUR TO WS-COUT-APRES.
       2300-CHIFFRER-COUT-EXIT.
           EXIT.

       2310-PREPARER-CALCUL.
           MOVE EMP-MATRICULE      TO CALC-MATRICULE.
           MOVE EMP-ANCIENNETE-STR TO CALC-ANCIENNETE-STR.
           MOVE EMP-CATEGORIE      TO CALC-CATEGORIE.
           MOVE EMP-DEVISE         TO CALC-DEVISE.
           MOVE WS-PERIODE         TO CALC-PERIODE.
           MOVE SPACES TO CALC-DATE-ENTREE.
           MOVE SPACES TO CALC-DATE-SORTIE.
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
           MOVE 0 TO CALC-TAUX-PAS.

      *---------------------------------------------------------------
      * 2400-CUMULER-CENTRE
      * Cumule l'effectif et le cout avant/apres du salarie courant
      * sur son centre de cout (centre a blanc ventile sous NONAFF,
      * comme dans l'interface comptable et le suivi budgetaire).
      *---------------------------------------------------------------
       2400-CUMULER-CENTRE.
           MOVE EMP-CENTRE-COUT TO WS-CENTRE-COURANT.
           IF WS-CENTRE-COURANT = SPACES
              OR WS-CENTRE-COURANT = LOW-VALUES
               MOVE 'NONAFF' TO WS-CENTRE-COURANT
           END-IF.
           MOVE 0 TO WS-CTR-TROUVE-IDX.
           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                   UNTIL WS-CTR-IDX > WS-NB-CTR
               IF WS-CTR-CENTRE(WS-CTR-IDX) = WS-CENTRE-COURANT
                   MOVE WS-CTR-IDX TO WS-CTR-TROUVE-IDX
                   MOVE WS-NB-CTR TO WS-CTR-IDX
               END-IF
           END-PERFORM.
           IF WS-CTR-TROUVE-IDX = 0
               IF WS-NB-CTR >= WS-CTR-MAX
                   DISPLAY 'TABLE DES CENTRES DE COUT PLEINE'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NB-CTR
               MOVE WS-NB-CTR TO WS-CTR-TROUVE-IDX
               MOVE WS-CENTRE-COURANT
                   TO WS-CTR-CENTRE(WS-CTR-TROUVE-IDX)
               MOVE 0 TO WS-CTR-EFFECTIF(WS-CTR-TROUVE-IDX)
               MOVE 0 TO WS-CTR-COUT-AVANT(WS-CTR-TROUVE-IDX)
               MOVE 0 TO WS-CTR-COUT-APRES(WS-CTR-TROUVE-IDX)
           END-IF.
           ADD 1 TO WS-CTR-EFFECTIF(WS-CTR-TROUVE-IDX).
           ADD WS-COUT-AVANT TO WS-CTR-COUT-AVANT(WS-CTR-TROUVE-IDX).
           ADD WS-COUT-APRES TO WS-CTR-COUT-APRES(WS-CTR-TROUVE-IDX).

      *---------------------------------------------------------------
      * 2500-GENERER-TRANSACTION
      * Transaction de modification TRANSEMP (type M) portant le
      * seul nouveau salaire de base : les autres zones a blanc sont
      * conservees par CALCSAL-MAJEMP.
      *---------------------------------------------------------------
       2500-GENERER-TRANSACTION.
           MOVE SPACES TO TRX-RECORD.
           SET TRX-IS-MODIF TO TRUE.
           MOVE EMP-MATRICULE TO TRX-MATRICULE.
           MOVE WS-SALAIRE-NOUVEAU TO WS-SALAIRE-TRX.
           MOVE FUNCTION TRIM(WS-SALAIRE-TRX) TO TRX-SALAIRE-STR.
           WRITE TRX-RECORD.
           IF WS-TRX-STATUS NOT = '00'
               DISPLAY 'ERREUR ECRITURE REVTRX - STATUS='
                   WS-TRX-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-TRX.

      *---------------------------------------------------------------
      * 2600-GENERER-CORRECTION
      * Correction CORRECT de type R pour la periode de rang
      * WS-RANG-IDX, deja calculee a l'ancien salaire :
      * CALCSAL-RAPPEL paie l'ecart entre les deux salaires sans
      * toucher aux mouvements journalises de la periode.
      *---------------------------------------------------------------
       2600-GENERER-CORRECTION.
           COMPUTE WS-PCO-AAAA = (WS-RANG-IDX - 1) / 12.
           COMPUTE WS-PCO-MM = WS-RANG-IDX - WS-PCO-AAAA * 12.
           MOVE SPACES TO COR-RECORD.
           MOVE EMP-MATRICULE   TO COR-MATRICULE.
           MOVE WS-PERIODE-CORR TO COR-PERIODE.
           MOVE WS-SALAIRE-NOUVEAU TO WS-SALAIRE-TRX.
           MOVE FUNCTION TRIM(WS-SALAIRE-TRX) TO COR-SALAIRE-STR.
           SET COR-IS-REVISION TO TRUE.
           MOVE WS-SALAIRE-ACTUEL TO WS-SALAIRE-AVANT-TRX.
           MOVE FUNCTION TRIM(WS-SALAIRE-AVANT-TRX)
               TO COR-SALAIRE-AVANT-STR.
           WRITE COR-RECORD.
           IF WS-COR-STATUS NOT = '00'
               DISPLAY 'ERREUR ECRITURE REVCOR - STATUS='
                   WS-COR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-COR.

      *---------------------------------------------------------------
      * 2700-EDITER-LIGNE
      * Edite dans REVRAP l'augmentation du salarie courant et son
      * cout employeur mensuel avant et apres revision.
      *---------------------------------------------------------------
       2700-EDITER-LIGNE.
           MOVE WS-SALAIRE-ACTUEL  TO WS-SAL-STR.
           MOVE WS-TAUX-APPLIQUE   TO WS-TAUX-STR.
           MOVE WS-AUGMENTATION    TO WS-AUG-STR.
           MOVE WS-SALAIRE-NOUVEAU TO WS-NOUV-STR.
           MOVE WS-COUT-AVANT      TO WS-COUT-A-STR.
           MOVE WS-COUT-APRES      TO WS-COUT-B-STR.
           COMPUTE WS-ECART-COUT = WS-COUT-APRES - WS-COUT-AVANT.
           MOVE WS-ECART-COUT      TO WS-ECART-STR.
           MOVE SPACES TO RAP-LINE.
           STRING EMP-MATRICULE     DELIMITED SIZE
                  ' '               DELIMITED SIZE
                  EMP-CATEGORIE     DELIMITED SIZE
                  ' '               DELIMITED SIZE
                  WS-DEVISE-EMP     DELIMITED SIZE
                  ' '               DELIMITED SIZE
                  WS-CENTRE-COURANT DELIMITED SIZE
                  ' '               DELIMITED SIZE
                  WS-SAL-STR        DELIMITED SIZE
                  ' '               DELIMITED SIZE
                  WS-TAUX-STR       DELIMITED SIZE
                  ' '               DELIMITED SIZE
                  WS-AUG-STR        DELIMITED SIZE
                  ' '               DELIMITED SIZE
                  WS-NOUV-STR       DELIMITED SIZE
                  ' '               DELIMITED SIZE
                  WS-COUT-A-STR     DELIMITED SIZE
                  ' '               DELIMITED SIZE
                  WS-COUT-B-STR     DELIMITED SIZE
                  ' '               DELIMITED SIZE
                  WS-ECART-STR      DELIMITED SIZE
                  ' '               DELIMITED SIZE
                  WS-STATUT-LIGNE   DELIMITED SIZE
                  INTO RAP-LINE.
           WRITE RAP-LINE.

       2990-LIRE-EMPLOYE.
           MOVE SPACES TO WS-RAISON.
           READ EMP-MASTER-FILE NEXT
               AT END SET WS-EMP-EOF TO TRUE
           END-READ.

      *---------------------------------------------------------------
      * 3000-SIGNALER-EXCEPTIONS
      * Signale les exceptions nominatives dont le MATRICULE n'a
      * designe aucun salarie de la campagne (inconnu, d'une autre
      * societe, sorti, ou entre a compter de la date d'effet) : une
      * augmentation individuelle ainsi perdue doit etre verifiee.
      *---------------------------------------------------------------
       3000-SIGNALER-EXCEPTIONS.
           PERFORM VARYING WS-IND-IDX FROM 1 BY 1
                   UNTIL WS-IND-IDX > WS-NB-IND
               IF WS-IND-VU(WS-IND-IDX) NOT = 'Y'
                   ADD 1 TO WS-NB-SANS-SALARIE
                   MOVE SPACES TO RAP-LINE
                   STRING 'EXCEPTION ' DELIMITED SIZE
                          WS-IND-TYPE(WS-IND-IDX) DELIMITED SIZE
                          ' MATRICULE=' DELIMITED SIZE
                          WS-IND-MATRICULE(WS-IND-IDX) DELIMITED SIZE
                          ' SANS SALARIE DE LA CAMPAGNE (INCONNU, '
                              DELIMITED SIZE
                          'AUTRE SOCIETE, SORTI OU ENTRE APRES LA '
                              DELIMITED SIZE
                          'DATE D''EFFET)' DELIMITED SIZE
                          INTO RAP-LINE
                   WRITE RAP-LINE
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * 4000-CHIFFRER-CENTRES
      * Impact de la campagne par centre de cout face au fichier
      * BUDGET, puis total de la campagne.
      *---------------------------------------------------------------
       4000-CHIFFRER-CENTRES.
           MOVE SPACES TO RAP-LINE.
           WRITE RAP-LINE.
           MOVE WS-NB-MOIS-EXERCICE TO WS-NB-MOIS-STR.
           MOVE SPACES TO RAP-LINE.
           STRING 'IMPACT BUDGETAIRE PAR CENTRE DE COUT (COUT '
                      DELIMITED SIZE
                  'EMPLOYEUR THEORIQUE MENSUEL, EXERCICE '
                      DELIMITED SIZE
                  WS-PERIODE(1:4) DELIMITED SIZE
                  ' : ' DELIMITED SIZE
                  WS-NB-MOIS-STR DELIMITED SIZE
                  ' MOIS A PARTIR DE LA DATE D''EFFET)'
                      DELIMITED SIZE
                  INTO RAP-LINE.
           WRITE RAP-LINE.
           MOVE SPACES TO RAP-LINE.
           WRITE RAP-LINE.
           PERFORM 4100-CHIFFRER-CENTRE
               THRU 4100-CHIFFRER-CENTRE-EXIT
               VARYING WS-CTR-IDX FROM 1 BY 1
               UNTIL WS-CTR-IDX > WS-NB-CTR.

           COMPUTE WS-IMPACT-MENSUEL
               = WS-TOT-COUT-APRES - WS-TOT-COUT-AVANT.
           COMPUTE WS-IMPACT-EXERCICE
               = WS-IMPACT-MENSUEL * WS-NB-MOIS-EXERCICE.
           MOVE WS-TOT-EFFECTIF    TO WS-NB-STR.
           MOVE WS-TOT-COUT-AVANT  TO WS-MONTANT-A-STR.
           MOVE WS-TOT-COUT-APRES  TO WS-MONTANT-B-STR.
           MOVE WS-IMPACT-MENSUEL  TO WS-MONTANT-C-STR.
           MOVE WS-IMPACT-EXERCICE TO WS-MONTANT-D-STR.
           MOVE SPACES TO RAP-LINE.
           STRING 'TOTAL CAMPAGNE EFFECTIF=' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  ' COUT MENSUEL AVANT=' DELIMITED SIZE
                  WS-MONTANT-A-STR DELIMITED SIZE
                  ' APRES=' DELIMITED SIZE
                  WS-MONTANT-B-STR DELIMITED SIZE
                  ' IMPACT MENSUEL=' DELIMITED SIZE
                  WS-MONTANT-C-STR DELIMITED SIZE
                  INTO RAP-LINE.
           WRITE RAP-LINE.
           MOVE SPACES TO RAP-LINE.
           STRING '               IMPACT EXERCICE='
                      DELIMITED SIZE
                  WS-MONTANT-D-STR DELIMITED SIZE
                  INTO RAP-LINE.
           WRITE RAP-LINE.

      *---------------------------------------------------------------
      * 4100-CHIFFRER-CENTRE
      * Pour le centre WS-CTR-IDX : cout mensuel avant et apres
      * revision, impact mensuel et sur l'exercice, puis
      * comparaison au budget du centre - enveloppe mensuelle face
      * au cout apres revision, budget annuel face a la projection
      * (cout mensuel actuel sur douze mois plus l'impact de
      * l'exercice). Exceptions : centre hors budget, enveloppe
      * mensuelle ou budget annuel depasse.
      *---------------------------------------------------------------
       4100-CHIFFRER-CENTRE.
           ADD WS-CTR-EFFECTIF(WS-CTR-IDX)   TO WS-TOT-EFFECTIF.
           ADD WS-CTR-COUT-AVANT(WS-CTR-IDX) TO WS-TOT-COUT-AVANT.
           ADD WS-CTR-COUT-APRES(WS-CTR-IDX) TO WS-TOT-COUT-APRES.
           COMPUTE WS-IMPACT-MENSUEL
               = WS-CTR-COUT-APRES(WS-CTR-IDX)
               - WS-CTR-COUT-AVANT(WS-CTR-IDX).
           COMPUTE WS-IMPACT-EXERCICE
               = WS-IMPACT-MENSUEL * WS-NB-MOIS-EXERCICE.
           COMPUTE WS-PROJECTION-ANNUELLE
               = WS-CTR-COUT-AVANT(WS-CTR-IDX) * 12
               + WS-IMPACT-EXERCICE.

           MOVE WS-CTR-EFFECTIF(WS-CTR-IDX)   TO WS-NB-STR.
           MOVE WS-CTR-COUT-AVANT(WS-CTR-IDX) TO WS-MONTANT-A-STR.
           MOVE WS-CTR-COUT-APRES(WS-CTR-IDX) TO WS-MONTANT-B-STR.
           MOVE WS-IMPACT-MENSUEL             TO WS-MONTANT-C-STR.
           MOVE SPACES TO RAP-LINE.
           STRING 'CENTRE ' DELIMITED SIZE
                  WS-CTR-CENTRE(WS-CTR-IDX) DELIMITED SIZE
                  ' EFFECTIF=' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  ' COUT MENSUEL AVANT=' DELIMITED SIZE
                  WS-MONTANT-A-STR DELIMITED SIZE
                  ' APRES=' DELIMITED SIZE
                  WS-MONTANT-B-STR DELIMITED SIZE
                  ' IMPACT MENSUEL=' DELIMITED SIZE
                  WS-MONTANT-C-STR DELIMITED SIZE
                  INTO RAP-LINE.
           WRITE RAP-LINE.
           MOVE WS-IMPACT-EXERCICE     TO WS-MONTANT-C-STR.
           MOVE WS-PROJECTION-ANNUELLE TO WS-MONTANT-D-STR.
           MOVE SPACES TO RAP-LINE.
           STRING '       IMPACT EXERCICE=' DELIMITED SIZE
                  WS-MONTANT-C-STR DELIMITED SIZE
                  ' PROJECTION ANNUELLE=' DELIMITED SIZE
                  WS-MONTANT-D-STR DELIMITED SIZE
                  INTO RAP-LINE.
           WRITE RAP-LINE.

           MOVE 0 TO WS-BUD-TROUVE-IDX.
           PERFORM VARYING WS-BUD-IDX FROM 1 BY 1
                   UNTIL WS-BUD-IDX > WS-NB-BUD
               IF WS-BUD-CENTRE(WS-BUD-IDX)
                  = WS-CTR-CENTRE(WS-CTR-IDX)
                   MOVE WS-BUD-IDX TO WS-BUD-TROUVE-IDX
                   MOVE WS-NB-BUD TO WS-BUD-IDX
               END-IF
           END-PERFORM.
           IF WS-BUD-TROUVE-IDX = 0
               ADD 1 TO WS-NB-EXCEPTIONS
               MOVE SPACES TO RAP-LINE
               STRING 'EXCEPTION CENTRE ' DELIMITED SIZE
                      WS-CTR-CENTRE(WS-CTR-IDX) DELIMITED SIZE
                      ' : HORS BUDGET' DELIMITED SIZE
                      INTO RAP-LINE
               WRITE RAP-LINE
               GO TO 4100-CHIFFRER-CENTRE-EXIT
           END-IF.

           COMPUTE WS-RESTE-MENSUEL
               = WS-BUD-MENSUEL(WS-BUD-TROUVE-IDX)
               - WS-CTR-COUT-APRES(WS-CTR-IDX).
           COMPUTE WS-RESTE-ANNUEL
               = WS-BUD-ANNUEL(WS-BUD-TROUVE-IDX)
               - WS-PROJECTION-ANNUELLE.
           MOVE WS-BUD-MENSUEL(WS-BUD-TROUVE-IDX) TO WS-MONTANT-A-STR.
           MOVE WS-RESTE-MENSUEL                  TO WS-MONTANT-C-STR.
           MOVE WS-BUD-ANNUEL(WS-BUD-TROUVE-IDX)  TO WS-MONTANT-B-STR.
           MOVE WS-RESTE-ANNUEL                   TO WS-MONTANT-D-STR.
           MOVE SPACES TO RAP-LINE.
           STRING '       BUDGET MENSUEL=' DELIMITED SIZE
                  WS-MONTANT-A-STR DELIMITED SIZE
                  ' RESTE MOIS=' DELIMITED SIZE
                  WS-MONTANT-C-STR DELIMITED SIZE
                  ' BUDGET ANNUEL=' DELIMITED SIZE
                  WS-MONTANT-B-STR DELIMITED SIZE
                  ' RESTE ANNEE=' DELIMITED SIZE
                  WS-MONTANT-D-STR DELIMITED SIZE
                  INTO RAP-LINE.
           WRITE RAP-LINE.

      *        Les depassements s'editent en valeur absolue.
           IF WS-RESTE-MENSUEL < 0
               ADD 1 TO WS-NB-EXCEPTIONS
               MOVE WS-RESTE-MENSUEL TO WS-MONTANT-A-STR
               MOVE SPACES TO RAP-LINE
               STRING 'EXCEPTION CENTRE ' DELIMITED SIZE
                      WS-CTR-CENTRE(WS-CTR-IDX) DELIMITED SIZE
                      ' : ENVELOPPE MENSUELLE DEPASSEE APRES '
                          DELIMITED SIZE
                      'REVISION DE ' DELIMITED SIZE
                      WS-MONTANT-A-STR DELIMITED SIZE
                      INTO RAP-LINE
               WRITE RAP-LINE
           END-IF.
           IF WS-RESTE-ANNUEL < 0
               ADD 1 TO WS-NB-EXCEPTIONS
               MOVE WS-RESTE-ANNUEL TO WS-MONTANT-B-STR
               MOVE SPACES TO RAP-LINE
               STRING 'EXCEPTION CENTRE ' DELIMITED SIZE
                      WS-CTR-CENTRE(WS-CTR-IDX) DELIMITED SIZE
                      ' : BUDGET ANNUEL DEPASSE EN PROJECTION DE '
                          DELIMITED SIZE
                      WS-MONTANT-B-STR DELIMITED SIZE
                      INTO RAP-LINE
               WRITE RAP-LINE
           END-IF.
       4100-CHIFFRER-CENTRE-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 8000-SIGNALER-REGLE
      * Ajoute au rapport la ligne de regles courante, telle que
      * recue, et le motif de l'anomalie.
      *---------------------------------------------------------------
       8000-SIGNALER-REGLE.
           ADD 1 TO WS-NB-ANOMALIES.
           MOVE SPACES TO RAP-LINE.
           STRING 'ANOMALIE REGLE : ' DELIMITED SIZE
                  REV-RECORD        DELIMITED SIZE
                  ' RAISON='        DELIMITED SIZE
                  WS-RAISON         DELIMITED SIZE
                  INTO RAP-LINE.
           WRITE RAP-LINE.

      *---------------------------------------------------------------
      * 8100-SIGNALER-REFUS
      * Ajoute au rapport le salarie courant refuse et le motif : il
      * reste hors du chiffrage et de la generation.
      *---------------------------------------------------------------
       8100-SIGNALER-REFUS.
           ADD 1 TO WS-NB-REFUSES.
           MOVE SPACES TO RAP-LINE.
           STRING 'REFUS : MATRICULE=' DELIMITED SIZE
                  EMP-MATRICULE   DELIMITED SIZE
                  ' SALAIRE='     DELIMITED SIZE
                  EMP-SALAIRE-STR DELIMITED SIZE
                  ' RAISON='      DELIMITED SIZE
                  WS-RAISON       DELIMITED SIZE
                  INTO RAP-LINE.
           WRITE RAP-LINE.

      *---------------------------------------------------------------
      * 8200-TROUVER-TAUX
      * Cours de WS-DEVISE-CHERCHEE en EUR ; EUR implicite a 1.
      *---------------------------------------------------------------
       8200-TROUVER-TAUX.
           MOVE 'N' TO WS-TAUX-TROUVE-FLAG.
           MOVE 0 TO WS-TAUX-COURANT.
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-NB-CHG
               IF WS-CHG-DEVISE(WS-CHG-IDX) = WS-DEVISE-CHERCHEE
                   MOVE WS-CHG-TAUX(WS-CHG-IDX) TO WS-TAUX-COURANT
                   MOVE 'Y' TO WS-TAUX-TROUVE-FLAG
                   MOVE WS-NB-CHG TO WS-CHG-IDX
               END-IF
           END-PERFORM.
           IF NOT WS-TAUX-TROUVE AND WS-DEVISE-CHERCHEE = 'EUR'
               MOVE 1 TO WS-TAUX-COURANT
               MOVE 'Y' TO WS-TAUX-TROUVE-FLAG
           END-IF.

      *---------------------------------------------------------------
      * 8300-CHERCHER-MODIFICATION
      * Le salaire de WS-MATRICULE-CHERCHE a-t-il ete modifie a
      * compter de la date d'effet (WS-SAL-MODIFIE) ?
      *---------------------------------------------------------------
       8300-CHERCHER-MODIFICATION.
           MOVE 'N' TO WS-SAL-MODIFIE-FLAG.
           PERFORM VARYING WS-MAJ-IDX FROM 1 BY 1
                   UNTIL WS-MAJ-IDX > WS-NB-MAJ
               IF WS-MAJ-MATRICULE(WS-MAJ-IDX) = WS-MATRICULE-CHERCHE
                   SET WS-SAL-MODIFIE TO TRUE
                   MOVE WS-NB-MAJ TO WS-MAJ-IDX
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * 8900-ARRETER-CAMPAGNE
      * Regles en anomalie : rien n'est chiffre ni genere, le
      * fichier REVSAL est a corriger avant un nouveau passage.
      *---------------------------------------------------------------
       8900-ARRETER-CAMPAGNE.
           MOVE WS-NB-ANOMALIES TO WS-NB-STR.
           MOVE SPACES TO RAP-LINE.
           WRITE RAP-LINE.
           MOVE SPACES TO RAP-LINE.
           STRING 'REGLES EN ANOMALIE : ' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  ' - CAMPAGNE NON CHIFFREE, CORRIGER REVSAL'
                      DELIMITED SIZE
                  INTO RAP-LINE.
           WRITE RAP-LINE.
           DISPLAY 'CALCSAL-REVSAL : REGLES EN ANOMALIE (VOIR REVRAP)'.
           MOVE 8 TO RETURN-CODE.
           CLOSE EMP-MASTER-FILE.
           CLOSE REV-TRX-FILE.
           CLOSE REV-RAPPORT-FILE.
           STOP RUN.

       9000-TERMINER.
           MOVE SPACES TO RAP-LINE.
           WRITE RAP-LINE.
           MOVE WS-NB-SALARIES TO WS-NB-STR.
           MOVE SPACES TO RAP-LINE.
           STRING 'SALARIES DE LA CAMPAGNE : ' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  INTO RAP-LINE.
           WRITE RAP-LINE.
           MOVE WS-NB-REVISES TO WS-NB-STR.
           MOVE SPACES TO RAP-LINE.
           STRING 'SALAIRES REVISES : ' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  INTO RAP-LINE.
           WRITE RAP-LINE.
           MOVE WS-NB-INCHANGES TO WS-NB-STR.
           MOVE SPACES TO RAP-LINE.
           STRING 'SALAIRES INCHANGES : ' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  INTO RAP-LINE.
           WRITE RAP-LINE.
           MOVE WS-NB-EXCLUS TO WS-NB-STR.
           MOVE SPACES TO RAP-LINE.
           STRING 'SALARIES EXCLUS : ' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  INTO RAP-LINE.
           WRITE RAP-LINE.
           MOVE WS-NB-REFUSES TO WS-NB-STR.
           MOVE SPACES TO RAP-LINE.
           STRING 'SALARIES REFUSES : ' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  INTO RAP-LINE.
           WRITE RAP-LINE.
           MOVE WS-NB-HORS TO WS-NB-STR.
           MOVE SPACES TO RAP-LINE.
           STRING 'HORS CAMPAGNE (SORTIS AVANT LA DATE D''EFFET, '
                      DELIMITED SIZE
                  'ENTRES A COMPTER DE LA '
                      DELIMITED SIZE
                  'DATE D''EFFET) : ' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  INTO RAP-LINE.
           WRITE RAP-LINE.
           MOVE WS-NB-SORTIS TO WS-NB-STR.
           MOVE SPACES TO RAP-LINE.
           STRING 'SORTIS APRES LA DATE D''EFFET A REGULARISER : '
                      DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  INTO RAP-LINE.
           WRITE RAP-LINE.
           MOVE WS-NB-TRX TO WS-NB-STR.
           MOVE SPACES TO RAP-LINE.
           STRING 'TRANSACTIONS GENEREES (REVTRX) : ' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  INTO RAP-LINE.
           WRITE RAP-LINE.
           MOVE WS-NB-COR TO WS-NB-STR.
           MOVE SPACES TO RAP-LINE.
           STRING 'CORRECTIONS GENEREES (REVCOR) : ' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  INTO RAP-LINE.
           WRITE RAP-LINE.
           MOVE WS-NB-EXCEPTIONS TO WS-NB-STR.
           MOVE SPACES TO RAP-LINE.
           STRING 'EXCEPTIONS BUDGETAIRES : ' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  INTO RAP-LINE.
           WRITE RAP-LINE.
           IF WS-NB-REFUSES > 0 OR WS-NB-SANS-SALARIE > 0
              OR WS-NB-SORTIS > 0
              OR WS-NB-EXCEPTIONS > 0 OR WS-NB-AVERTISSEMENTS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE EMP-MASTER-FILE.
           CLOSE REV-TRX-FILE.
           IF WS-GENERER
               CLOSE REV-COR-FILE
           END-IF.
           CLOSE REV-RAPPORT-FILE.
