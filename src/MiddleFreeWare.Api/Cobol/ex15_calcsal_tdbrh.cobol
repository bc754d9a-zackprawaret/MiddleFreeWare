      *===============================================================
      * ex15_calcsal_tdbrh.cobol
      * Programme COBOL de tableau de bord RH sur 12 mois glissants,
      * pour la direction et le controle de gestion, au lieu d'une
      * reconstitution a la main depuis les PAYREG successifs :
      * pour chaque mois de la fenetre, effectif de debut et de fin
      * de mois, entrees, sorties, taux de rotation, brut moyen et
      * median par bulletin et masse salariale brute convertie en
      * EUR, ventiles par societe, centre de cout et categorie
      * (cadre / non-cadre), avec les sous-totaux par categorie et
      * par societe et le total groupe, plus une ligne de cumul
      * sur les 12 mois par ventilation.
      *
      * Sources :
      *   - EMPMAST : dates d'entree et de sortie (effectifs,
      *     entrees, sorties), EMP-SOCIETE, EMP-CENTRE-COUT,
      *     EMP-CATEGORIE (ventilation) ;
      *   - l'historique indexe HISTAUD (annees archivees par
      *     CALCSAL-ARCHAUD) puis le AUDITLOG vivant : brut de chaque
      *     calcul rattache a une periode de la fenetre. Comme dans
      *     CALCSAL-INTERRO, les calculs unitaires (periode a blanc)
      *     sont ecartes et une periode recalculee (FORCE) ne compte
      *     qu'une fois, sur son calcul le plus recent ; un calcul
      *     present des deux cotes n'est donc pas compte deux fois ;
      *   - TAUXCHG : cours de la devise du calcul en EUR (EUR
      *     implicite a 1, devise a blanc des anciens calculs lue
      *     comme EUR). Un calcul d'une devise sans cours est ecarte
      *     et signale (code retour 4).
      *
      * Un salarie paye sur la fenetre mais absent de EMPMAST (fiche
      * supprimee) entre dans la masse et les bulletins sous la
      * societe et la categorie de son calcul, centre de cout a
      * blanc ; faute de dates, il ne compte pas dans les effectifs.
      * La ventilation est celle de la fiche EMPMAST du jour.
      *
      * Fenetre : PARM FIN=AAAA-MM (dernier mois) ; a defaut, la
      * periode de la societe au fichier PERIODE si elle est deja
      * calculee (ou cloturee), le mois precedent si elle est
      * encore ouverte. SOC=xxx limite le tableau a une societe ;
      * sans SOC=, toutes les societes de EMPMAST et un total
      * groupe (un fichier PERIODE multi-societes demande alors
      * FIN=AAAA-MM).
      *
      * Produit :
      *   - TDBRPT : le tableau edite (132 colonnes) ;
      *   - TDBRH  : le fichier plat pour le controle de gestion
      *     (TDBRHREC.cpy), memes chiffres que l'etat.
      *
      * JCL associe : src/MiddleFreeWare.Api/JCL/CALCSALT.jcl
      *
      * Compiler dans le Docker :
      *   cobc -x ex15_calcsal_tdbrh.cobol ex15_calcsal_periode.cobol
      *        -o ex15_calcsal_tdbrh
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSAL-TDBRH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-MASTER-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-MATRICULE
               FILE STATUS IS WS-EMP-STATUS.

           SELECT HIST-FILE ASSIGN TO 'HISTAUD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-CLE
               FILE STATUS IS WS-HIST-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT EXCHANGE-RATE-FILE ASSIGN TO 'TAUXCHG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'TDBRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT TDB-FILE ASSIGN TO 'TDBRH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TDB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMP-MASTER-FILE.
       COPY EMPMAST.

       FD  HIST-FILE.
       COPY HISTREC.

       FD  AUDIT-LOG-FILE.
       COPY AUDITREC.

       FD  EXCHANGE-RATE-FILE.
       COPY CHGRATE.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 RPT-LINE                 PIC X(132).

       FD  TDB-FILE.
       COPY TDBRHREC.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS            PIC XX.
       01 WS-HIST-STATUS           PIC XX.
       01 WS-AUDIT-STATUS          PIC XX.
       01 WS-CHG-STATUS            PIC XX.
       01 WS-RPT-STATUS            PIC XX.
       01 WS-TDB-STATUS            PIC XX.
       01 WS-EMP-EOF-FLAG          PIC X VALUE 'N'.
           88 WS-EMP-EOF             VALUE 'Y'.
       01 WS-HIST-EOF-FLAG         PIC X VALUE 'N'.
           88 WS-HIST-EOF            VALUE 'Y'.
       01 WS-AUDIT-EOF-FLAG        PIC X VALUE 'N'.
           88 WS-AUDIT-EOF           VALUE 'Y'.
       01 WS-CHG-EOF-FLAG          PIC X VALUE 'N'.
           88 WS-CHG-EOF             VALUE 'Y'.
       01 WS-TAUX-TROUVE-FLAG      PIC X VALUE 'N'.
           88 WS-TAUX-TROUVE         VALUE 'Y'.

      *    Parametre d'execution : SOC=xxx, FIN=AAAA-MM.
       01 WS-PARM                  PIC X(80).
       01 WS-PARM-TOKENS.
           05 WS-PARM-TOKEN        OCCURS 2 TIMES PIC X(20).
       01 WS-TOK-IDX               PIC 9(2) COMP VALUE 0.
       01 WS-SOCIETE               PIC X(3) VALUE SPACES.
       01 WS-PERIODE-FIN           PIC X(7) VALUE SPACES.

      *    Fenetre des 12 mois glissants : periode AAAA-MM, premier
      *    jour et borne de fin de mois (AAAA-MM-31, comparee aux
      *    dates AAAA-MM-JJ de EMPMAST).
       01 WS-ANNEE-CALC            PIC 9(4) VALUE 0.
       01 WS-MOIS-CALC             PIC 9(2) VALUE 0.
       01 WS-MOIS-IDX              PIC 9(2) COMP VALUE 0.
       01 WS-MOIS-TROUVE-IDX       PIC 9(2) COMP VALUE 0.
       01 WS-MOIS-TABLE.
           05 WS-MOIS-ENTREE         OCCURS 12 TIMES.
               10 WS-MOIS-PERIODE      PIC X(7).
               10 WS-MOIS-PREMIER-JOUR PIC X(10).
               10 WS-MOIS-FIN-MOIS     PIC X(10).

      *    Cours de change (TAUXCHG), comme CALCSAL-BATCH.
       01 WS-CHG-MAX               PIC 9(2) COMP VALUE 20.
       01 WS-NB-CHG                PIC 9(2) COMP VALUE 0.
       01 WS-CHG-IDX               PIC 9(2) COMP VALUE 0.
       01 WS-CHG-TABLE.
           05 WS-CHG-ENTREE          OCCURS 20 TIMES.
               10 WS-CHG-DEVISE        PIC X(3).
               10 WS-CHG-TAUX          PIC 9(3)V9(6).
       01 WS-DEVISE-CHERCHEE       PIC X(3) VALUE SPACES.
       01 WS-TAUX-COURANT          PIC 9(3)V9(6) VALUE 0.

      *    Salaries : fiches EMPMAST de la societe (dans l'ordre des
      *    MATRICULE du fichier indexe, recherche dichotomique), puis
      *    salaries payes sur la fenetre et absents de EMPMAST. Pour
      *    chaque mois de la fenetre, le calcul retenu (horodatage
      *    le plus recent) et son brut en EUR.
       01 WS-SAL-MAX               PIC 9(4) COMP VALUE 9999.
       01 WS-NB-SAL                PIC 9(4) COMP VALUE 0.
       01 WS-NB-SAL-EMPMAST        PIC 9(4) COMP VALUE 0.
       01 WS-SAL-IDX               PIC 9(4) COMP VALUE 0.
       01 WS-SAL-TROUVE-IDX        PIC 9(4) COMP VALUE 0.
       01 WS-SAL-BAS               PIC 9(4) COMP VALUE 0.
       01 WS-SAL-HAUT              PIC 9(4) COMP VALUE 0.
       01 WS-SAL-MILIEU            PIC 9(4) COMP VALUE 0.
       01 WS-SAL-TABLE.
           05 WS-SAL-ENTREE          OCCURS 9999 TIMES.
               10 WS-SAL-MATRICULE     PIC X(6).
               10 WS-SAL-SOCIETE       PIC X(3).
               10 WS-SAL-CENTRE-COUT   PIC X(6).
               10 WS-SAL-CATEGORIE     PIC X(1).
               10 WS-SAL-DATE-ENTREE   PIC X(10).
               10 WS-SAL-DATE-SORTIE   PIC X(10).
               10 WS-SAL-ORIGINE       PIC X(1).
                   88 WS-SAL-HORS-EMPMAST VALUE 'H'.
               10 WS-SAL-RETENU        PIC X(1).
                   88 WS-SAL-IS-RETENU   VALUE 'Y'.
               10 WS-SAL-DANS-BLOC     PIC X(1).
                   88 WS-SAL-IS-DANS-BLOC VALUE 'Y'.
               10 WS-SAL-PAIE          OCCURS 12 TIMES.
                   15 WS-SAL-HORODATAGE  PIC X(14).
                   15 WS-SAL-BRUT-EUR    PIC 9(8)V99.

      *    Calcul de l'historique en cours de rattachement.
       01 WS-CAL-MATRICULE         PIC X(6).
       01 WS-CAL-PERIODE           PIC X(7).
       01 WS-CAL-HORODATAGE        PIC X(14).
       01 WS-CAL-BRUT              PIC 9(8)V99.
       01 WS-CAL-DEVISE            PIC X(3).
       01 WS-CAL-SOCIETE           PIC X(3).
       01 WS-CAL-CATEGORIE         PIC X(1).

      *    Ventilations (societe, centre, categorie) presentes,
      *    rangees par ordre croissant.
       01 WS-GRP-MAX               PIC 9(4) COMP VALUE 999.
       01 WS-NB-GRP                PIC 9(4) COMP VALUE 0.
       01 WS-GRP-IDX               PIC 9(4) COMP VALUE 0.
       01 WS-GRP-POS               PIC 9(4) COMP VALUE 0.
       01 WS-GRP-DEBUT-SOC         PIC 9(4) COMP VALUE 0.
       01 WS-GRP-SUIVANT           PIC 9(4) COMP VALUE 0.
       01 WS-GRP-TABLE.
           05 WS-GRP-ENTREE          OCCURS 999 TIMES.
               10 WS-GRP-CLE.
                   15 WS-GRP-SOCIETE     PIC X(3).
                   15 WS-GRP-CENTRE-COUT PIC X(6).
                   15 WS-GRP-CATEGORIE   PIC X(1).
       01 WS-CLE-NOUVELLE.
           05 WS-CLE-SOCIETE       PIC X(3).
           05 WS-CLE-CENTRE-COUT   PIC X(6).
           05 WS-CLE-CATEGORIE     PIC X(1).
       01 WS-CLE-PRESENTE-FLAG     PIC X VALUE 'N'.
           88 WS-CLE-PRESENTE        VALUE 'Y'.
       01 WS-CAT-CADRE-FLAG        PIC X VALUE 'N'.
           88 WS-CAT-CADRE-PRESENTE  VALUE 'Y'.
       01 WS-CAT-NON-CADRE-FLAG    PIC X VALUE 'N'.
           88 WS-CAT-NON-CADRE-PRESENTE VALUE 'Y'.

      *    Bloc en cours d'edition : niveau de ventilation (D, C, S,
      *    G comme TDB-NIVEAU) et valeurs retenues.
       01 WS-F-NIVEAU              PIC X(1).
       01 WS-F-SOCIETE             PIC X(3).
       01 WS-F-CENTRE-COUT         PIC X(6).
       01 WS-F-CATEGORIE           PIC X(1).
       01 WS-LIBELLE-CATEGORIE     PIC X(9).

      *    Resultats du bloc : un poste par mois, le 13e pour le
      *    cumul des 12 mois.
       01 WS-RES-IDX               PIC 9(2) COMP VALUE 0.
       01 WS-RES-TABLE.
           05 WS-RES-ENTREE          OCCURS 13 TIMES.
               10 WS-RES-EFF-DEBUT     PIC 9(6).
               10 WS-RES-EFF-FIN       PIC 9(6).
               10 WS-RES-ENTREES       PIC 9(6).
               10 WS-RES-SORTIES       PIC 9(6).
               10 WS-RES-ROTATION      PIC 9(4)V99.
               10 WS-RES-NB-BULLETINS  PIC 9(6).
               10 WS-RES-BRUT-MOYEN    PIC 9(8)V99.
               10 WS-RES-BRUT-MEDIAN   PIC 9(8)V99.
               10 WS-RES-MASSE         PIC 9(12)V99.
       01 WS-SOMME-EFFECTIFS       PIC 9(8) VALUE 0.

      *    Bruts du bloc a trier pour la mediane (tri de Shell).
       01 WS-TRI-MAX               PIC 9(6) COMP VALUE 120000.
       01 WS-NB-TRI                PIC 9(6) COMP VALUE 0.
       01 WS-TRI-I                 PIC 9(6) COMP VALUE 0.
       01 WS-TRI-J                 PIC 9(6) COMP VALUE 0.
       01 WS-TRI-K                 PIC 9(6) COMP VALUE 0.
       01 WS-TRI-ECART             PIC 9(6) COMP VALUE 0.
       01 WS-TRI-DEPART            PIC 9(6) COMP VALUE 0.
       01 WS-TRI-MILIEU            PIC 9(6) COMP VALUE 0.
       01 WS-TRI-RESTE             PIC 9(1) COMP VALUE 0.
       01 WS-TRI-COURANTE          PIC 9(8)V99 VALUE 0.
       01 WS-TRI-PLACE-FLAG        PIC X VALUE 'N'.
           88 WS-TRI-PLACE           VALUE 'Y'.
       01 WS-TRI-TABLE.
           05 WS-TRI-VALEUR        OCCURS 120000 TIMES
                                   PIC 9(8)V99.
       01 WS-MEDIANE               PIC 9(8)V99 VALUE 0.

       01 WS-NB-EMP-LUS            PIC 9(6) VALUE 0.
       01 WS-NB-RETENUS            PIC 9(6) VALUE 0.
       01 WS-NB-HORS-EMPMAST       PIC 9(6) VALUE 0.
       01 WS-NB-CALCULS            PIC 9(6) VALUE 0.
       01 WS-NB-ECARTES            PIC 9(6) VALUE 0.
       01 WS-NB-BLOCS              PIC 9(6) VALUE 0.
       01 WS-NB-SOC-EDITEES        PIC 9(4) VALUE 0.
       01 WS-NB-STR                PIC ZZZ,ZZ9.

      *    Lignes de l'etat TDBRPT.
       01 WS-ENTETE-COLONNES.
           05 FILLER               PIC X(16)
                                   VALUE 'PERIODE EFF.DEB '.
           05 FILLER               PIC X(16)
                                   VALUE 'EFF.FIN ENTREES '.
           05 FILLER               PIC X(16)
                                   VALUE 'SORTIES ROTAT.% '.
           05 FILLER               PIC X(22)
                                   VALUE 'BULLET.    BRUT MOYEN '.
           05 FILLER               PIC X(14)
                                   VALUE '  BRUT MEDIAN '.
           05 FILLER               PIC X(18)
                                   VALUE '         MASSE EUR'.
       01 WS-LIGNE-TDB.
           05 LT-PERIODE           PIC X(7).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LT-EFF-DEBUT         PIC ZZZ,ZZ9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LT-EFF-FIN           PIC ZZZ,ZZ9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LT-ENTREES           PIC ZZZ,ZZ9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LT-SORTIES           PIC ZZZ,ZZ9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LT-ROTATION          PIC ZZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LT-NB-BULLETINS      PIC ZZZ,ZZ9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LT-BRUT-MOYEN        PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LT-BRUT-MEDIAN       PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LT-MASSE             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       COPY PERLK.

       PROCEDURE DIVISION.
       0000-PILOTER.
           PERFORM 0500-LIRE-PARAMETRE.
           PERFORM 1000-INITIALISER.
           PERFORM 2000-EDITER-TABLEAU.
           PERFORM 3000-ECRIRE-TOTAUX.
           PERFORM 9000-TERMINER.
           STOP RUN.

      *---------------------------------------------------------------
      * 0500-LIRE-PARAMETRE
      * SOC=xxx (societe du tableau, a blanc : toutes) et FIN=AAAA-MM
      * (dernier mois de la fenetre).
      *---------------------------------------------------------------
       0500-LIRE-PARAMETRE.
           MOVE SPACES TO WS-PARM.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           MOVE SPACES TO WS-PARM-TOKENS.
           UNSTRING WS-PARM DELIMITED BY ','
               INTO WS-PARM-TOKEN(1)
                    WS-PARM-TOKEN(2).
           PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
                   UNTIL WS-TOK-IDX > 2
               EVALUATE TRUE
                   WHEN WS-PARM-TOKEN(WS-TOK-IDX)(1:4) = 'SOC='
                       MOVE WS-PARM-TOKEN(WS-TOK-IDX)(5:3)
                           TO WS-SOCIETE
                   WHEN WS-PARM-TOKEN(WS-TOK-IDX)(1:4) = 'FIN='
                       MOVE WS-PARM-TOKEN(WS-TOK-IDX)(5:7)
                           TO WS-PERIODE-FIN
                   WHEN OTHER        CONTINUE
               END-EVALUATE
           END-PERFORM.

      *---------------------------------------------------------------
      * 1000-INITIALISER
      * Fixe la fenetre des 12 mois, charge les cours de change, les
      * salaries et les calculs de l'historique, constitue les
      * ventilations puis ouvre les sorties.
      *---------------------------------------------------------------
       1000-INITIALISER.
           PERFORM 1050-FIXER-DERNIER-MOIS.
           PERFORM 1100-CALCULER-FENETRE.
           PERFORM 1200-CHARGER-TAUX
               THRU 1200-CHARGER-TAUX-EXIT.
           PERFORM 1300-CHARGER-SALARIES.
           PERFORM 1400-LIRE-HISTORIQUE-INDEXE
               THRU 1400-LIRE-HISTORIQUE-INDEXE-EXIT.
           PERFORM 1500-LIRE-AUDIT.
           PERFORM 1700-CONSTITUER-VENTILATIONS.

           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE TDBRPT - STATUS='
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TDB-FILE.
           IF WS-TDB-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE TDBRH - STATUS='
                   WS-TDB-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING 'TABLEAU DE BORD RH - 12 MOIS GLISSANTS DE '
                      DELIMITED SIZE
                  WS-MOIS-PERIODE(1) DELIMITED SIZE
                  ' A ' DELIMITED SIZE
                  WS-MOIS-PERIODE(12) DELIMITED SIZE
                  INTO RPT-LINE.
           IF WS-SOCIETE NOT = SPACES
               MOVE 'SOCIETE' TO RPT-LINE(64:7)
               MOVE WS-SOCIETE TO RPT-LINE(72:3)
           END-IF.
           WRITE RPT-LINE.
           MOVE 'MONTANTS BRUTS EN EUR AU COURS TAUXCHG - ROTATION = '
               TO RPT-LINE.
           MOVE '(ENTREES + SORTIES) / 2 / EFFECTIF MOYEN, EN %'
               TO RPT-LINE(53:46).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

      *---------------------------------------------------------------
      * 1050-FIXER-DERNIER-MOIS
      * Dernier mois de la fenetre : FIN=AAAA-MM, ou la periode de la
      * societe au fichier PERIODE ; une periode encore ouverte n'est
      * pas calculee, la fenetre s'arrete au mois precedent.
      *---------------------------------------------------------------
       1050-FIXER-DERNIER-MOIS.
           MOVE SPACES TO PERL-STATUT.
           IF WS-PERIODE-FIN = SPACES
               MOVE WS-SOCIETE TO PERL-SOCIETE
               CALL 'CALCSAL-PERIODE' USING PERL-LINKAGE
               IF PERL-IS-MULTI
                   DISPLAY 'FICHIER PERIODE MULTI-SOCIETES : LANCER '
                       'AVEC SOC=XXX OU FIN=AAAA-MM'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF NOT PERL-IS-TROUVE
                   DISPLAY 'PERIODE INTROUVABLE (SOCIETE ' WS-SOCIETE
                       ') : LANCER AVEC FIN=AAAA-MM'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PERL-PERIODE TO WS-PERIODE-FIN
           END-IF.
           IF WS-PERIODE-FIN(1:4) NOT NUMERIC
              OR WS-PERIODE-FIN(5:1) NOT = '-'
              OR WS-PERIODE-FIN(6:2) NOT NUMERIC
              OR WS-PERIODE-FIN(6:2) < '01'
              OR WS-PERIODE-FIN(6:2) > '12'
               DISPLAY 'DERNIER MOIS INVALIDE : ' WS-PERIODE-FIN
                   ' (FORMAT AAAA-MM)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PERIODE-FIN(1:4) TO WS-ANNEE-CALC.
           MOVE WS-PERIODE-FIN(6:2) TO WS-MOIS-CALC.
           IF PERL-IS-TROUVE AND PERL-IS-OUVERTE
               PERFORM 1190-RECULER-D-UN-MOIS
           END-IF.

      *---------------------------------------------------------------
      * 1100-CALCULER-FENETRE
      * Range les 12 mois de la fenetre, du plus ancien (poste 1) au
      * dernier mois (poste 12).
      *---------------------------------------------------------------
       1100-CALCULER-FENETRE.
           PERFORM VARYING WS-MOIS-IDX FROM 12 BY -1
                   UNTIL WS-MOIS-IDX < 1
               MOVE SPACES TO WS-MOIS-PERIODE(WS-MOIS-IDX)
               STRING WS-ANNEE-CALC DELIMITED SIZE
                      '-' DELIMITED SIZE
                      WS-MOIS-CALC DELIMITED SIZE
                      INTO WS-MOIS-PERIODE(WS-MOIS-IDX)
               MOVE SPACES TO WS-MOIS-PREMIER-JOUR(WS-MOIS-IDX)
               STRING WS-MOIS-PERIODE(WS-MOIS-IDX) DELIMITED SIZE
                      '-01' DELIMITED SIZE
                      INTO WS-MOIS-PREMIER-JOUR(WS-MOIS-IDX)
               MOVE SPACES TO WS-MOIS-FIN-MOIS(WS-MOIS-IDX)
               STRING WS-MOIS-PERIODE(WS-MOIS-IDX) DELIMITED SIZE
                      '-31' DELIMITED SIZE
                      INTO WS-MOIS-FIN-MOIS(WS-MOIS-IDX)
               PERFORM 1190-RECULER-D-UN-MOIS
           END-PERFORM.

       1190-RECULER-D-UN-MOIS.
           IF WS-MOIS-CALC = 1
               MOVE 12 TO WS-MOIS-CALC
               SUBTRACT 1 FROM WS-ANNEE-CALC
           ELSE
               SUBTRACT 1 FROM WS-MOIS-CALC
           END-IF.

      *---------------------------------------------------------------
      * 1200-CHARGER-TAUX
      * Charge les cours de change ; fichier absent : seuls les
      * calculs en EUR sont retenus.
      *---------------------------------------------------------------
       1200-CHARGER-TAUX.
           MOVE 0 TO WS-NB-CHG.
           OPEN INPUT EXCHANGE-RATE-FILE.
           IF WS-CHG-STATUS = '35'
               DISPLAY 'PAS DE FICHIER TAUXCHG : SEUL L''EUR EST '
                   'ADMIS'
               GO TO 1200-CHARGER-TAUX-EXIT
           END-IF.
           IF WS-CHG-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE TAUXCHG - STATUS='
                   WS-CHG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1290-LIRE-TAUX.
           PERFORM 1210-RANGER-TAUX UNTIL WS-CHG-EOF.
           CLOSE EXCHANGE-RATE-FILE.
       1200-CHARGER-TAUX-EXIT.
           EXIT.

       1210-RANGER-TAUX.
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
           PERFORM 1290-LIRE-TAUX.

       1290-LIRE-TAUX.
           READ EXCHANGE-RATE-FILE
               AT END SET WS-CHG-EOF TO TRUE
           END-READ.

      *---------------------------------------------------------------
      * 1300-CHARGER-SALARIES
      * Charge les fiches EMPMAST de la societe demandee (toutes sans
      * SOC=) dans l'ordre des MATRICULE ; une categorie autre que
      * C est lue comme non-cadre, comme dans CALCSAL-CORE.
      *---------------------------------------------------------------
       1300-CHARGER-SALARIES.
           OPEN INPUT EMP-MASTER-FILE.
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE EMPMAST - STATUS='
                   WS-EMP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1390-LIRE-EMP.
           PERFORM 1310-RANGER-SALARIE UNTIL WS-EMP-EOF.
           CLOSE EMP-MASTER-FILE.
           MOVE WS-NB-SAL TO WS-NB-SAL-EMPMAST.

       1310-RANGER-SALARIE.
           ADD 1 TO WS-NB-EMP-LUS.
           IF WS-SOCIETE = SPACES OR EMP-SOCIETE = WS-SOCIETE
               IF WS-NB-SAL >= WS-SAL-MAX
                   DISPLAY 'TABLE DES SALARIES PLEINE'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NB-SAL
               MOVE EMP-MATRICULE   TO WS-SAL-MATRICULE(WS-NB-SAL)
               MOVE EMP-SOCIETE     TO WS-SAL-SOCIETE(WS-NB-SAL)
               MOVE EMP-CENTRE-COUT TO WS-SAL-CENTRE-COUT(WS-NB-SAL)
               MOVE EMP-CATEGORIE   TO WS-SAL-CATEGORIE(WS-NB-SAL)
               IF EMP-CATEGORIE NOT = 'C'
                   MOVE 'N' TO WS-SAL-CATEGORIE(WS-NB-SAL)
               END-IF
               MOVE EMP-DATE-ENTREE TO WS-SAL-DATE-ENTREE(WS-NB-SAL)
               IF EMP-DATE-ENTREE = LOW-VALUES
                   MOVE SPACES TO WS-SAL-DATE-ENTREE(WS-NB-SAL)
               END-IF
               MOVE EMP-DATE-SORTIE TO WS-SAL-DATE-SORTIE(WS-NB-SAL)
               IF EMP-DATE-SORTIE = LOW-VALUES
                   MOVE SPACES TO WS-SAL-DATE-SORTIE(WS-NB-SAL)
               END-IF
               MOVE 'E' TO WS-SAL-ORIGINE(WS-NB-SAL)
               PERFORM 1320-INITIALISER-PAIES
           END-IF.
           PERFORM 1390-LIRE-EMP.

       1320-INITIALISER-PAIES.
           MOVE 'N' TO WS-SAL-RETENU(WS-NB-SAL).
           MOVE 'N' TO WS-SAL-DANS-BLOC(WS-NB-SAL).
           PERFORM VARYING WS-MOIS-IDX FROM 1 BY 1
                   UNTIL WS-MOIS-IDX > 12
               MOVE SPACES TO WS-SAL-HORODATAGE(WS-NB-SAL, WS-MOIS-IDX)
               MOVE 0      TO WS-SAL-BRUT-EUR(WS-NB-SAL, WS-MOIS-IDX)
           END-PERFORM.

       1390-LIRE-EMP.
           READ EMP-MASTER-FILE NEXT
               AT END SET WS-EMP-EOF TO TRUE
           END-READ.

      *---------------------------------------------------------------
      * 1400-LIRE-HISTORIQUE-INDEXE
      * Parcourt l'historique indexe HISTAUD (annees archivees) ;
      * fichier absent : aucune annee encore archivee.
      *---------------------------------------------------------------
       1400-LIRE-HISTORIQUE-INDEXE.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS = '35'
               GO TO 1400-LIRE-HISTORIQUE-INDEXE-EXIT
           END-IF.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE HISTAUD - STATUS='
                   WS-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1490-LIRE-HIST.
           PERFORM 1410-TRAITER-HIST UNTIL WS-HIST-EOF.
           CLOSE HIST-FILE.
       1400-LIRE-HISTORIQUE-INDEXE-EXIT.
           EXIT.

       1410-TRAITER-HIST.
           MOVE HIST-MATRICULE       TO WS-CAL-MATRICULE.
           MOVE HIST-PERIODE         TO WS-CAL-PERIODE.
           MOVE HIST-HORODATAGE(1:14) TO WS-CAL-HORODATAGE.
           MOVE HIST-BRUT            TO WS-CAL-BRUT.
           MOVE HIST-DEVISE          TO WS-CAL-DEVISE.
           MOVE HIST-SOCIETE         TO WS-CAL-SOCIETE.
           MOVE HIST-CATEGORIE       TO WS-CAL-CATEGORIE.
           PERFORM 1600-RETENIR-CALCUL
               THRU 1600-RETENIR-CALCUL-EXIT.
           PERFORM 1490-LIRE-HIST.

       1490-LIRE-HIST.
           READ HIST-FILE NEXT
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.

      *---------------------------------------------------------------
      * 1500-LIRE-AUDIT
      * Parcourt le AUDITLOG vivant (calculs non encore archives).
      *---------------------------------------------------------------
       1500-LIRE-AUDIT.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE AUDITLOG - STATUS='
                   WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1590-LIRE-AUDIT.
           PERFORM 1510-TRAITER-AUDIT UNTIL WS-AUDIT-EOF.
           CLOSE AUDIT-LOG-FILE.

       1510-TRAITER-AUDIT.
           MOVE AUDIT-MATRICULE       TO WS-CAL-MATRICULE.
           MOVE AUDIT-PERIODE         TO WS-CAL-PERIODE.
           MOVE AUDIT-HORODATAGE(1:14) TO WS-CAL-HORODATAGE.
           MOVE AUDIT-BRUT            TO WS-CAL-BRUT.
           MOVE AUDIT-DEVISE          TO WS-CAL-DEVISE.
           MOVE AUDIT-SOCIETE         TO WS-CAL-SOCIETE.
           MOVE AUDIT-CATEGORIE       TO WS-CAL-CATEGORIE.
           PERFORM 1600-RETENIR-CALCUL
               THRU 1600-RETENIR-CALCUL-EXIT.
           PERFORM 1590-LIRE-AUDIT.

       1590-LIRE-AUDIT.
           READ AUDIT-LOG-FILE
               AT END SET WS-AUDIT-EOF TO TRUE
           END-READ.

      *---------------------------------------------------------------
      * 1600-RETENIR-CALCUL
      * Rattache le calcul courant au salarie et au mois de la
      * fenetre : hors fenetre ou sans periode (calcul unitaire), il
      * est ignore ; pour un meme salarie et un meme mois, seul le
      * calcul a l'horodatage le plus recent est garde (FORCE). Le
      * brut est converti en EUR au cours TAUXCHG.
      *---------------------------------------------------------------
       1600-RETENIR-CALCUL.
           IF WS-CAL-PERIODE = SPACES OR WS-CAL-PERIODE = LOW-VALUES
               GO TO 1600-RETENIR-CALCUL-EXIT
           END-IF.
           MOVE 0 TO WS-MOIS-TROUVE-IDX.
           PERFORM VARYING WS-MOIS-IDX FROM 1 BY 1
                   UNTIL WS-MOIS-IDX > 12
               IF WS-MOIS-PERIODE(WS-MOIS-IDX) = WS-CAL-PERIODE
                   MOVE WS-MOIS-IDX TO WS-MOIS-TROUVE-IDX
               END-IF
           END-PERFORM.
           IF WS-MOIS-TROUVE-IDX = 0
               GO TO 1600-RETENIR-CALCUL-EXIT
           END-IF.

           PERFORM 8000-CHERCHER-SALARIE.
           IF WS-SAL-TROUVE-IDX = 0
               IF WS-SOCIETE NOT = SPACES
                  AND WS-CAL-SOCIETE NOT = WS-SOCIETE
                   GO TO 1600-RETENIR-CALCUL-EXIT
               END-IF
               PERFORM 1610-AJOUTER-HORS-EMPMAST
           END-IF.
           IF WS-CAL-HORODATAGE
              < WS-SAL-HORODATAGE(WS-SAL-TROUVE-IDX,
                                  WS-MOIS-TROUVE-IDX)
               GO TO 1600-RETENIR-CALCUL-EXIT
           END-IF.

           MOVE WS-CAL-DEVISE TO WS-DEVISE-CHERCHEE.
           IF WS-DEVISE-CHERCHEE = SPACES
               MOVE 'EUR' TO WS-DEVISE-CHERCHEE
           END-IF.
           PERFORM 8100-TROUVER-TAUX.
           IF NOT WS-TAUX-TROUVE
               ADD 1 TO WS-NB-ECARTES
               DISPLAY 'DEVISE ' WS-DEVISE-CHERCHEE ' SANS COURS : '
                   'CALCUL ' WS-CAL-MATRICULE ' ' WS-CAL-PERIODE
                   ' ECARTE'
               GO TO 1600-RETENIR-CALCUL-EXIT
           END-IF.
           MOVE WS-CAL-HORODATAGE
               TO WS-SAL-HORODATAGE(WS-SAL-TROUVE-IDX,
                                    WS-MOIS-TROUVE-IDX).
           COMPUTE WS-SAL-BRUT-EUR(WS-SAL-TROUVE-IDX,
                                   WS-MOIS-TROUVE-IDX) ROUNDED
               = WS-CAL-BRUT * WS-TAUX-COURANT.
       1600-RETENIR-CALCUL-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 1610-AJOUTER-HORS-EMPMAST
      * Salarie paye sur la fenetre sans fiche EMPMAST : ventile sur
      * la societe et la categorie de son calcul, sans centre de cout
      * ni dates (hors effectifs).
      *---------------------------------------------------------------
       1610-AJOUTER-HORS-EMPMAST.
           IF WS-NB-SAL >= WS-SAL-MAX
               DISPLAY 'TABLE DES SALARIES PLEINE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-SAL.
           ADD 1 TO WS-NB-HORS-EMPMAST.
           MOVE WS-CAL-MATRICULE TO WS-SAL-MATRICULE(WS-NB-SAL).
           MOVE WS-CAL-SOCIETE   TO WS-SAL-SOCIETE(WS-NB-SAL).
           MOVE SPACES           TO WS-SAL-CENTRE-COUT(WS-NB-SAL).
           MOVE WS-CAL-CATEGORIE TO WS-SAL-CATEGORIE(WS-NB-SAL).
           IF WS-CAL-CATEGORIE NOT = 'C'
               MOVE 'N' TO WS-SAL-CATEGORIE(WS-NB-SAL)
           END-IF.
           MOVE SPACES TO WS-SAL-DATE-ENTREE(WS-NB-SAL).
           MOVE SPACES TO WS-SAL-DATE-SORTIE(WS-NB-SAL).
           MOVE 'H' TO WS-SAL-ORIGINE(WS-NB-SAL).
           PERFORM 1320-INITIALISER-PAIES.
           MOVE WS-NB-SAL TO WS-SAL-TROUVE-IDX.

      *---------------------------------------------------------------
      * 1700-CONSTITUER-VENTILATIONS
      * Retient les salaries presents a un moment de la fenetre ou
      * payes sur la fenetre, et range leurs ventilations (societe,
      * centre de cout, categorie) par ordre croissant.
      *---------------------------------------------------------------
       1700-CONSTITUER-VENTILATIONS.
           PERFORM VARYING WS-SAL-IDX FROM 1 BY 1
                   UNTIL WS-SAL-IDX > WS-NB-SAL
               IF NOT WS-SAL-HORS-EMPMAST(WS-SAL-IDX)
                  AND (WS-SAL-DATE-SORTIE(WS-SAL-IDX) = SPACES
                       OR WS-SAL-DATE-SORTIE(WS-SAL-IDX)
                          >= WS-MOIS-PREMIER-JOUR(1))
                  AND (WS-SAL-DATE-ENTREE(WS-SAL-IDX) = SPACES
                       OR WS-SAL-DATE-ENTREE(WS-SAL-IDX)
                          <= WS-MOIS-FIN-MOIS(12))
                   MOVE 'Y' TO WS-SAL-RETENU(WS-SAL-IDX)
               END-IF
               PERFORM VARYING WS-MOIS-IDX FROM 1 BY 1
                       UNTIL WS-MOIS-IDX > 12
                   IF WS-SAL-HORODATAGE(WS-SAL-IDX, WS-MOIS-IDX)
                      NOT = SPACES
                       ADD 1 TO WS-NB-CALCULS
                       MOVE 'Y' TO WS-SAL-RETENU(WS-SAL-IDX)
                   END-IF
               END-PERFORM
               IF WS-SAL-IS-RETENU(WS-SAL-IDX)
                   ADD 1 TO WS-NB-RETENUS
                   PERFORM 1710-RANGER-VENTILATION
               END-IF
           END-PERFORM.

       1710-RANGER-VENTILATION.
           MOVE WS-SAL-SOCIETE(WS-SAL-IDX)     TO WS-CLE-SOCIETE.
           MOVE WS-SAL-CENTRE-COUT(WS-SAL-IDX) TO WS-CLE-CENTRE-COUT.
           MOVE WS-SAL-CATEGORIE(WS-SAL-IDX)   TO WS-CLE-CATEGORIE.
           MOVE 'N' TO WS-CLE-PRESENTE-FLAG.
           COMPUTE WS-GRP-POS = WS-NB-GRP + 1.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-NB-GRP
               IF WS-GRP-CLE(WS-GRP-IDX) = WS-CLE-NOUVELLE
                   SET WS-CLE-PRESENTE TO TRUE
                   MOVE WS-NB-GRP TO WS-GRP-IDX
               ELSE
                   IF WS-GRP-CLE(WS-GRP-IDX) > WS-CLE-NOUVELLE
                       MOVE WS-GRP-IDX TO WS-GRP-POS
                       MOVE WS-NB-GRP TO WS-GRP-IDX
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-CLE-PRESENTE
               IF WS-NB-GRP >= WS-GRP-MAX
                   DISPLAY 'TABLE DES VENTILATIONS PLEINE'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-GRP-IDX FROM WS-NB-GRP BY -1
                       UNTIL WS-GRP-IDX < WS-GRP-POS
                   MOVE WS-GRP-ENTREE(WS-GRP-IDX)
                       TO WS-GRP-ENTREE(WS-GRP-IDX + 1)
               END-PERFORM
               MOVE WS-CLE-NOUVELLE TO WS-GRP-CLE(WS-GRP-POS)
               ADD 1 TO WS-NB-GRP
           END-IF.

      *---------------------------------------------------------------
      * 2000-EDITER-TABLEAU
      * Edite un bloc par ventilation, puis pour chaque societe les
      * sous-totaux par categorie et le total de la societe ; le
      * total groupe suit quand plusieurs societes sont editees.
      *---------------------------------------------------------------
       2000-EDITER-TABLEAU.
           MOVE 1 TO WS-GRP-DEBUT-SOC.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-NB-GRP
               MOVE 'D' TO WS-F-NIVEAU
               MOVE WS-GRP-SOCIETE(WS-GRP-IDX)     TO WS-F-SOCIETE
               MOVE WS-GRP-CENTRE-COUT(WS-GRP-IDX) TO WS-F-CENTRE-COUT
               MOVE WS-GRP-CATEGORIE(WS-GRP-IDX)   TO WS-F-CATEGORIE
               PERFORM 5000-CALCULER-BLOC
               PERFORM 6000-EDITER-BLOC
               COMPUTE WS-GRP-SUIVANT = WS-GRP-IDX + 1
               IF WS-GRP-SUIVANT > WS-NB-GRP
                   PERFORM 2100-EDITER-TOTAUX-SOCIETE
               ELSE
                   IF WS-GRP-SOCIETE(WS-GRP-SUIVANT)
                      NOT = WS-GRP-SOCIETE(WS-GRP-IDX)
                       PERFORM 2100-EDITER-TOTAUX-SOCIETE
                       MOVE WS-GRP-SUIVANT TO WS-GRP-DEBUT-SOC
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-NB-SOC-EDITEES > 1
               MOVE 'G'    TO WS-F-NIVEAU
               MOVE SPACES TO WS-F-SOCIETE
               MOVE SPACES TO WS-F-CENTRE-COUT
               MOVE SPACES TO WS-F-CATEGORIE
               PERFORM 5000-CALCULER-BLOC
               PERFORM 6000-EDITER-BLOC
           END-IF.

      *---------------------------------------------------------------
      * 2100-EDITER-TOTAUX-SOCIETE
      * Sous-totaux par categorie presente dans la societe des
      * ventilations WS-GRP-DEBUT-SOC a WS-GRP-IDX, puis total de la
      * societe.
      *---------------------------------------------------------------
       2100-EDITER-TOTAUX-SOCIETE.
           ADD 1 TO WS-NB-SOC-EDITEES.
           MOVE 'N' TO WS-CAT-CADRE-FLAG.
           MOVE 'N' TO WS-CAT-NON-CADRE-FLAG.
           PERFORM VARYING WS-GRP-POS FROM WS-GRP-DEBUT-SOC BY 1
                   UNTIL WS-GRP-POS > WS-GRP-IDX
               IF WS-GRP-CATEGORIE(WS-GRP-POS) = 'C'
                   SET WS-CAT-CADRE-PRESENTE TO TRUE
               ELSE
                   SET WS-CAT-NON-CADRE-PRESENTE TO TRUE
               END-IF
           END-PERFORM.
           MOVE 'C'    TO WS-F-NIVEAU.
           MOVE SPACES TO WS-F-CENTRE-COUT.
           IF WS-CAT-CADRE-PRESENTE
               MOVE 'C' TO WS-F-CATEGORIE
               PERFORM 5000-CALCULER-BLOC
               PERFORM 6000-EDITER-BLOC
           END-IF.
           IF WS-CAT-NON-CADRE-PRESENTE
               MOVE 'N' TO WS-F-CATEGORIE
               PERFORM 5000-CALCULER-BLOC
               PERFORM 6000-EDITER-BLOC
           END-IF.
           MOVE 'S'    TO WS-F-NIVEAU.
           MOVE SPACES TO WS-F-CATEGORIE.
           PERFORM 5000-CALCULER-BLOC.
           PERFORM 6000-EDITER-BLOC.

      *---------------------------------------------------------------
      * 3000-ECRIRE-TOTAUX
      * Compteurs de controle en fin d'etat.
      *---------------------------------------------------------------
       3000-ECRIRE-TOTAUX.
           MOVE WS-NB-EMP-LUS TO WS-NB-STR.
           MOVE SPACES TO RPT-LINE.
           STRING 'FICHES EMPMAST LUES          : ' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-NB-RETENUS TO WS-NB-STR.
           MOVE SPACES TO RPT-LINE.
           STRING 'SALARIES RETENUS             : ' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  ' (PRESENTS OU PAYES SUR LA FENETRE)'
                      DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-NB-HORS-EMPMAST TO WS-NB-STR.
           MOVE SPACES TO RPT-LINE.
           STRING '  DONT PAYES HORS EMPMAST    : ' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  ' (MASSE ET BULLETINS SEULS, HORS EFFECTIFS)'
                      DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-NB-CALCULS TO WS-NB-STR.
           MOVE SPACES TO RPT-LINE.
           STRING 'BULLETINS RETENUS            : ' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-NB-ECARTES TO WS-NB-STR.
           MOVE SPACES TO RPT-LINE.
           STRING 'CALCULS ECARTES (SANS COURS) : ' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           DISPLAY 'CALCSAL-TDBRH : ' WS-NB-BLOCS ' BLOC(S) EDITE(S), '
               WS-NB-ECARTES ' CALCUL(S) ECARTE(S)'.

      *---------------------------------------------------------------
      * 5000-CALCULER-BLOC
      * Calcule les 12 mois et le cumul du bloc WS-F-NIVEAU : marque
      * les salaries retenus de la ventilation, puis compte mois par
      * mois.
      *---------------------------------------------------------------
       5000-CALCULER-BLOC.
           PERFORM VARYING WS-SAL-IDX FROM 1 BY 1
                   UNTIL WS-SAL-IDX > WS-NB-SAL
               PERFORM 5900-TESTER-VENTILATION
           END-PERFORM.
           MOVE 0 TO WS-SOMME-EFFECTIFS.
           PERFORM VARYING WS-MOIS-IDX FROM 1 BY 1
                   UNTIL WS-MOIS-IDX > 12
               MOVE WS-MOIS-IDX TO WS-RES-IDX
               PERFORM 5100-CALCULER-MOIS
           END-PERFORM.
           PERFORM 5300-CALCULER-CUMUL.

      *---------------------------------------------------------------
      * 5100-CALCULER-MOIS
      * Effectifs, entrees, sorties et bulletins du mois WS-MOIS-IDX,
      * puis rotation, brut moyen et median.
      *---------------------------------------------------------------
       5100-CALCULER-MOIS.
           PERFORM 5050-RAZ-RESULTAT.
           MOVE 0 TO WS-NB-TRI.
           PERFORM VARYING WS-SAL-IDX FROM 1 BY 1
                   UNTIL WS-SAL-IDX > WS-NB-SAL
               IF WS-SAL-IS-DANS-BLOC(WS-SAL-IDX)
                   PERFORM 5110-COMPTER-SALARIE
               END-IF
           END-PERFORM.
           ADD WS-RES-EFF-DEBUT(WS-RES-IDX) WS-RES-EFF-FIN(WS-RES-IDX)
               TO WS-SOMME-EFFECTIFS.
           IF WS-RES-EFF-DEBUT(WS-RES-IDX)
              + WS-RES-EFF-FIN(WS-RES-IDX) > 0
               COMPUTE WS-RES-ROTATION(WS-RES-IDX) ROUNDED
                   = (WS-RES-ENTREES(WS-RES-IDX)
                      + WS-RES-SORTIES(WS-RES-IDX)) * 100
                   / (WS-RES-EFF-DEBUT(WS-RES-IDX)
                      + WS-RES-EFF-FIN(WS-RES-IDX))
                   ON SIZE ERROR
                       MOVE 9999.99 TO WS-RES-ROTATION(WS-RES-IDX)
               END-COMPUTE
           END-IF.
           PERFORM 5200-CALCULER-BRUTS.

       5050-RAZ-RESULTAT.
           MOVE 0 TO WS-RES-EFF-DEBUT(WS-RES-IDX).
           MOVE 0 TO WS-RES-EFF-FIN(WS-RES-IDX).
           MOVE 0 TO WS-RES-ENTREES(WS-RES-IDX).
           MOVE 0 TO WS-RES-SORTIES(WS-RES-IDX).
           MOVE 0 TO WS-RES-ROTATION(WS-RES-IDX).
           MOVE 0 TO WS-RES-NB-BULLETINS(WS-RES-IDX).
           MOVE 0 TO WS-RES-BRUT-MOYEN(WS-RES-IDX).
           MOVE 0 TO WS-RES-BRUT-MEDIAN(WS-RES-IDX).
           MOVE 0 TO WS-RES-MASSE(WS-RES-IDX).

      *---------------------------------------------------------------
      * 5110-COMPTER-SALARIE
      * Present au debut du mois : entre avant le 1er et pas sorti
      * avant le 1er. Present en fin de mois : entre au plus tard le
      * dernier jour et sorti apres. Entree et sortie comptees dans
      * le mois de leur date, de sorte que l'effectif de fin egale
      * l'effectif de debut plus les entrees moins les sorties.
      *---------------------------------------------------------------
       5110-COMPTER-SALARIE.
           IF NOT WS-SAL-HORS-EMPMAST(WS-SAL-IDX)
               IF (WS-SAL-DATE-ENTREE(WS-SAL-IDX) = SPACES
                   OR WS-SAL-DATE-ENTREE(WS-SAL-IDX)
                      < WS-MOIS-PREMIER-JOUR(WS-MOIS-IDX))
                  AND (WS-SAL-DATE-SORTIE(WS-SAL-IDX) = SPACES
                       OR WS-SAL-DATE-SORTIE(WS-SAL-IDX)
                          >= WS-MOIS-PREMIER-JOUR(WS-MOIS-IDX))
                   ADD 1 TO WS-RES-EFF-DEBUT(WS-RES-IDX)
               END-IF
               IF (WS-SAL-DATE-ENTREE(WS-SAL-IDX) = SPACES
                   OR WS-SAL-DATE-ENTREE(WS-SAL-IDX)
                      <= WS-MOIS-FIN-MOIS(WS-MOIS-IDX))
                  AND (WS-SAL-DATE-SORTIE(WS-SAL-IDX) = SPACES
                       OR WS-SAL-DATE-SORTIE(WS-SAL-IDX)
                          > WS-MOIS-FIN-MOIS(WS-MOIS-IDX))
                   ADD 1 TO WS-RES-EFF-FIN(WS-RES-IDX)
               END-IF
               IF WS-SAL-DATE-ENTREE(WS-SAL-IDX)(1:7)
                  = WS-MOIS-PERIODE(WS-MOIS-IDX)
                   ADD 1 TO WS-RES-ENTREES(WS-RES-IDX)
               END-IF
               IF WS-SAL-DATE-SORTIE(WS-SAL-IDX)(1:7)
                  = WS-MOIS-PERIODE(WS-MOIS-IDX)
                   ADD 1 TO WS-RES-SORTIES(WS-RES-IDX)
               END-IF
           END-IF.
           IF WS-SAL-HORODATAGE(WS-SAL-IDX, WS-MOIS-IDX) NOT = SPACES
               ADD 1 TO WS-RES-NB-BULLETINS(WS-RES-IDX)
               ADD WS-SAL-BRUT-EUR(WS-SAL-IDX, WS-MOIS-IDX)
                   TO WS-RES-MASSE(WS-RES-IDX)
               ADD 1 TO WS-NB-TRI
               MOVE WS-SAL-BRUT-EUR(WS-SAL-IDX, WS-MOIS-IDX)
                   TO WS-TRI-VALEUR(WS-NB-TRI)
           END-IF.

      *---------------------------------------------------------------
      * 5200-CALCULER-BRUTS
      * Brut moyen et median par bulletin du poste WS-RES-IDX, sur
      * les bruts ranges dans WS-TRI-TABLE.
      *---------------------------------------------------------------
       5200-CALCULER-BRUTS.
           IF WS-RES-NB-BULLETINS(WS-RES-IDX) > 0
               COMPUTE WS-RES-BRUT-MOYEN(WS-RES-IDX) ROUNDED
                   = WS-RES-MASSE(WS-RES-IDX)
                   / WS-RES-NB-BULLETINS(WS-RES-IDX)
               PERFORM 8300-CALCULER-MEDIANE
               MOVE WS-MEDIANE TO WS-RES-BRUT-MEDIAN(WS-RES-IDX)
           END-IF.

      *---------------------------------------------------------------
      * 5300-CALCULER-CUMUL
      * Cumul des 12 mois (poste 13) : effectif de debut du premier
      * mois et de fin du dernier, mouvements, bulletins et masse
      * additionnes, rotation rapportee a l'effectif moyen des 12
      * mois, mediane sur tous les bulletins de la fenetre.
      *---------------------------------------------------------------
       5300-CALCULER-CUMUL.
           MOVE 13 TO WS-RES-IDX.
           PERFORM 5050-RAZ-RESULTAT.
           MOVE WS-RES-EFF-DEBUT(1) TO WS-RES-EFF-DEBUT(13).
           MOVE WS-RES-EFF-FIN(12)  TO WS-RES-EFF-FIN(13).
           MOVE 0 TO WS-NB-TRI.
           PERFORM VARYING WS-MOIS-IDX FROM 1 BY 1
                   UNTIL WS-MOIS-IDX > 12
               ADD WS-RES-ENTREES(WS-MOIS-IDX) TO WS-RES-ENTREES(13)
               ADD WS-RES-SORTIES(WS-MOIS-IDX) TO WS-RES-SORTIES(13)
               ADD WS-RES-NB-BULLETINS(WS-MOIS-IDX)
                   TO WS-RES-NB-BULLETINS(13)
               ADD WS-RES-MASSE(WS-MOIS-IDX) TO WS-RES-MASSE(13)
               PERFORM VARYING WS-SAL-IDX FROM 1 BY 1
                       UNTIL WS-SAL-IDX > WS-NB-SAL
                   IF WS-SAL-IS-DANS-BLOC(WS-SAL-IDX)
                      AND WS-SAL-HORODATAGE(WS-SAL-IDX, WS-MOIS-IDX)
                          NOT = SPACES
                       ADD 1 TO WS-NB-TRI
                       MOVE WS-SAL-BRUT-EUR(WS-SAL-IDX, WS-MOIS-IDX)
                           TO WS-TRI-VALEUR(WS-NB-TRI)
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-SOMME-EFFECTIFS > 0
               COMPUTE WS-RES-ROTATION(13) ROUNDED
                   = (WS-RES-ENTREES(13) + WS-RES-SORTIES(13)) * 1200
                   / WS-SOMME-EFFECTIFS
                   ON SIZE ERROR
                       MOVE 9999.99 TO WS-RES-ROTATION(13)
               END-COMPUTE
           END-IF.
           PERFORM 5200-CALCULER-BRUTS.

      *---------------------------------------------------------------
      * 5900-TESTER-VENTILATION
      * Marque le salarie WS-SAL-IDX s'il est retenu et releve de la
      * ventilation du bloc.
      *---------------------------------------------------------------
       5900-TESTER-VENTILATION.
           MOVE 'N' TO WS-SAL-DANS-BLOC(WS-SAL-IDX).
           IF WS-SAL-IS-RETENU(WS-SAL-IDX)
               EVALUATE WS-F-NIVEAU
                   WHEN 'D'
                       IF WS-SAL-SOCIETE(WS-SAL-IDX) = WS-F-SOCIETE
                          AND WS-SAL-CENTRE-COUT(WS-SAL-IDX)
                              = WS-F-CENTRE-COUT
                          AND WS-SAL-CATEGORIE(WS-SAL-IDX)
                              = WS-F-CATEGORIE
                           MOVE 'Y' TO WS-SAL-DANS-BLOC(WS-SAL-IDX)
                       END-IF
                   WHEN 'C'
                       IF WS-SAL-SOCIETE(WS-SAL-IDX) = WS-F-SOCIETE
                          AND WS-SAL-CATEGORIE(WS-SAL-IDX)
                              = WS-F-CATEGORIE
                           MOVE 'Y' TO WS-SAL-DANS-BLOC(WS-SAL-IDX)
                       END-IF
                   WHEN 'S'
                       IF WS-SAL-SOCIETE(WS-SAL-IDX) = WS-F-SOCIETE
                           MOVE 'Y' TO WS-SAL-DANS-BLOC(WS-SAL-IDX)
                       END-IF
                   WHEN OTHER
                       MOVE 'Y' TO WS-SAL-DANS-BLOC(WS-SAL-IDX)
               END-EVALUATE
           END-IF.

      *---------------------------------------------------------------
      * 6000-EDITER-BLOC
      * Edite le bloc calcule (titre, 12 mois, cumul) dans TDBRPT et
      * ecrit ses 13 lignes dans le fichier plat TDBRH.
      *---------------------------------------------------------------
       6000-EDITER-BLOC.
           ADD 1 TO WS-NB-BLOCS.
           IF WS-F-CATEGORIE = 'C'
               MOVE 'CADRE' TO WS-LIBELLE-CATEGORIE
           ELSE
               MOVE 'NON-CADRE' TO WS-LIBELLE-CATEGORIE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           EVALUATE WS-F-NIVEAU
               WHEN 'D'
                   STRING 'SOCIETE ' DELIMITED SIZE
                          WS-F-SOCIETE DELIMITED SIZE
                          '  CENTRE DE COUT ' DELIMITED SIZE
                          WS-F-CENTRE-COUT DELIMITED SIZE
                          '  CATEGORIE ' DELIMITED SIZE
                          WS-LIBELLE-CATEGORIE DELIMITED SIZE
                          INTO RPT-LINE
                   IF WS-F-CENTRE-COUT = SPACES
                       MOVE '(AUCUN)' TO RPT-LINE(29:7)
                   END-IF
               WHEN 'C'
                   STRING 'SOCIETE ' DELIMITED SIZE
                          WS-F-SOCIETE DELIMITED SIZE
                          '  TOUS CENTRES           CATEGORIE '
                              DELIMITED SIZE
                          WS-LIBELLE-CATEGORIE DELIMITED SIZE
                          INTO RPT-LINE
               WHEN 'S'
                   STRING 'SOCIETE ' DELIMITED SIZE
                          WS-F-SOCIETE DELIMITED SIZE
                          '  TOTAL SOCIETE' DELIMITED SIZE
                          INTO RPT-LINE
               WHEN OTHER
                   MOVE 'GROUPE  TOTAL TOUTES SOCIETES' TO RPT-LINE
           END-EVALUATE.
           WRITE RPT-LINE.
           MOVE WS-ENTETE-COLONNES TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                   UNTIL WS-RES-IDX > 13
               PERFORM 6100-EDITER-LIGNE
               PERFORM 6200-ECRIRE-TDB
           END-PERFORM.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

       6100-EDITER-LIGNE.
           IF WS-RES-IDX > 12
               MOVE '12 MOIS' TO LT-PERIODE
           ELSE
               MOVE WS-MOIS-PERIODE(WS-RES-IDX) TO LT-PERIODE
           END-IF.
           MOVE WS-RES-EFF-DEBUT(WS-RES-IDX)    TO LT-EFF-DEBUT.
           MOVE WS-RES-EFF-FIN(WS-RES-IDX)      TO LT-EFF-FIN.
           MOVE WS-RES-ENTREES(WS-RES-IDX)      TO LT-ENTREES.
           MOVE WS-RES-SORTIES(WS-RES-IDX)      TO LT-SORTIES.
           MOVE WS-RES-ROTATION(WS-RES-IDX)     TO LT-ROTATION.
           MOVE WS-RES-NB-BULLETINS(WS-RES-IDX) TO LT-NB-BULLETINS.
           MOVE WS-RES-BRUT-MOYEN(WS-RES-IDX)   TO LT-BRUT-MOYEN.
           MOVE WS-RES-BRUT-MEDIAN(WS-RES-IDX)  TO LT-BRUT-MEDIAN.
           MOVE WS-RES-MASSE(WS-RES-IDX)        TO LT-MASSE.
           MOVE WS-LIGNE-TDB TO RPT-LINE.
           WRITE RPT-LINE.

       6200-ECRIRE-TDB.
           IF WS-RES-IDX > 12
               MOVE 'C' TO TDB-TYPE-LIGNE
               MOVE WS-MOIS-PERIODE(1)  TO TDB-PERIODE-DEBUT
               MOVE WS-MOIS-PERIODE(12) TO TDB-PERIODE-FIN
           ELSE
               MOVE 'M' TO TDB-TYPE-LIGNE
               MOVE WS-MOIS-PERIODE(WS-RES-IDX) TO TDB-PERIODE-DEBUT
               MOVE WS-MOIS-PERIODE(WS-RES-IDX) TO TDB-PERIODE-FIN
           END-IF.
           MOVE WS-F-NIVEAU      TO TDB-NIVEAU.
           MOVE WS-F-SOCIETE     TO TDB-SOCIETE.
           MOVE WS-F-CENTRE-COUT TO TDB-CENTRE-COUT.
           MOVE WS-F-CATEGORIE   TO TDB-CATEGORIE.
           MOVE WS-RES-EFF-DEBUT(WS-RES-IDX)    TO TDB-EFFECTIF-DEBUT.
           MOVE WS-RES-EFF-FIN(WS-RES-IDX)      TO TDB-EFFECTIF-FIN.
           MOVE WS-RES-ENTREES(WS-RES-IDX)      TO TDB-ENTREES.
           MOVE WS-RES-SORTIES(WS-RES-IDX)      TO TDB-SORTIES.
           MOVE WS-RES-ROTATION(WS-RES-IDX)     TO TDB-TAUX-ROTATION.
           MOVE WS-RES-NB-BULLETINS(WS-RES-IDX) TO TDB-NB-BULLETINS.
           MOVE WS-RES-BRUT-MOYEN(WS-RES-IDX)   TO TDB-BRUT-MOYEN.
           MOVE WS-RES-BRUT-MEDIAN(WS-RES-IDX)  TO TDB-BRUT-MEDIAN.
           MOVE WS-RES-MASSE(WS-RES-IDX)        TO TDB-MASSE-EUR.
           WRITE TDB-RECORD.

      *---------------------------------------------------------------
      * 8000-CHERCHER-SALARIE
      * Recherche WS-CAL-MATRICULE : par dichotomie parmi les fiches
      * EMPMAST (rangees dans l'ordre de la cle), puis parmi les
      * salaries hors EMPMAST deja rencontres. 0 si absent.
      *---------------------------------------------------------------
       8000-CHERCHER-SALARIE.
           MOVE 0 TO WS-SAL-TROUVE-IDX.
           MOVE 1 TO WS-SAL-BAS.
           MOVE WS-NB-SAL-EMPMAST TO WS-SAL-HAUT.
           PERFORM 8010-COMPARER-MILIEU
               UNTIL WS-SAL-BAS > WS-SAL-HAUT.
           IF WS-SAL-TROUVE-IDX = 0
               COMPUTE WS-SAL-BAS = WS-NB-SAL-EMPMAST + 1
               PERFORM VARYING WS-SAL-IDX FROM WS-SAL-BAS BY 1
                       UNTIL WS-SAL-IDX > WS-NB-SAL
                   IF WS-SAL-MATRICULE(WS-SAL-IDX) = WS-CAL-MATRICULE
                       MOVE WS-SAL-IDX TO WS-SAL-TROUVE-IDX
                       MOVE WS-NB-SAL TO WS-SAL-IDX
                   END-IF
               END-PERFORM
           END-IF.

       8010-COMPARER-MILIEU.
           COMPUTE WS-SAL-MILIEU = (WS-SAL-BAS + WS-SAL-HAUT) / 2.
           EVALUATE TRUE
               WHEN WS-SAL-MATRICULE(WS-SAL-MILIEU) = WS-CAL-MATRICULE
                   MOVE WS-SAL-MILIEU TO WS-SAL-TROUVE-IDX
                   COMPUTE WS-SAL-BAS = WS-SAL-HAUT + 1
               WHEN WS-SAL-MATRICULE(WS-SAL-MILIEU) < WS-CAL-MATRICULE
                   COMPUTE WS-SAL-BAS = WS-SAL-MILIEU + 1
               WHEN OTHER
                   COMPUTE WS-SAL-HAUT = WS-SAL-MILIEU - 1
           END-EVALUATE.

      *---------------------------------------------------------------
      * 8100-TROUVER-TAUX
      * Cours de WS-DEVISE-CHERCHEE en EUR ; EUR implicite a 1.
      *---------------------------------------------------------------
       8100-TROUVER-TAUX.
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
      * 8200-TRIER-VALEURS
      * Tri croissant (tri de Shell) des WS-NB-TRI bruts de
      * WS-TRI-TABLE.
      *---------------------------------------------------------------
       8200-TRIER-VALEURS.
           DIVIDE WS-NB-TRI BY 2 GIVING WS-TRI-ECART.
           PERFORM 8205-PASSE-DE-TRI UNTIL WS-TRI-ECART = 0.

       8205-PASSE-DE-TRI.
           COMPUTE WS-TRI-DEPART = WS-TRI-ECART + 1.
           PERFORM VARYING WS-TRI-I FROM WS-TRI-DEPART BY 1
                   UNTIL WS-TRI-I > WS-NB-TRI
               PERFORM 8210-INSERER-VALEUR
           END-PERFORM.
           DIVIDE WS-TRI-ECART BY 2 GIVING WS-TRI-ECART.

       8210-INSERER-VALEUR.
           MOVE WS-TRI-VALEUR(WS-TRI-I) TO WS-TRI-COURANTE.
           MOVE WS-TRI-I TO WS-TRI-J.
           MOVE 'N' TO WS-TRI-PLACE-FLAG.
           PERFORM 8220-DECALER-VALEUR UNTIL WS-TRI-PLACE.
           MOVE WS-TRI-COURANTE TO WS-TRI-VALEUR(WS-TRI-J).

       8220-DECALER-VALEUR.
           IF WS-TRI-J <= WS-TRI-ECART
               SET WS-TRI-PLACE TO TRUE
           ELSE
               COMPUTE WS-TRI-K = WS-TRI-J - WS-TRI-ECART
               IF WS-TRI-VALEUR(WS-TRI-K) <= WS-TRI-COURANTE
                   SET WS-TRI-PLACE TO TRUE
               ELSE
                   MOVE WS-TRI-VALEUR(WS-TRI-K)
                       TO WS-TRI-VALEUR(WS-TRI-J)
                   MOVE WS-TRI-K TO WS-TRI-J
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * 8300-CALCULER-MEDIANE
      * Mediane des WS-NB-TRI bruts : valeur du milieu apres tri, ou
      * moyenne des deux valeurs du milieu pour un nombre pair.
      *---------------------------------------------------------------
       8300-CALCULER-MEDIANE.
           MOVE 0 TO WS-MEDIANE.
           IF WS-NB-TRI > 0
               PERFORM 8200-TRIER-VALEURS
               DIVIDE WS-NB-TRI BY 2 GIVING WS-TRI-MILIEU
                   REMAINDER WS-TRI-RESTE
               IF WS-TRI-RESTE = 1
                   MOVE WS-TRI-VALEUR(WS-TRI-MILIEU + 1) TO WS-MEDIANE
               ELSE
                   COMPUTE WS-MEDIANE ROUNDED
                       = (WS-TRI-VALEUR(WS-TRI-MILIEU)
                          + WS-TRI-VALEUR(WS-TRI-MILIEU + 1)) / 2
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * 9000-TERMINER
      *---------------------------------------------------------------
       9000-TERMINER.
           CLOSE REPORT-FILE.
           CLOSE TDB-FILE.
           IF WS-NB-ECARTES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
