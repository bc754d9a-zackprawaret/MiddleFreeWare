      *===============================================================
      * ex15_calcsal_pointage.cobol
      * Programme COBOL d'import de la badgeuse dans les mouvements
      * de periode (MVTS) : les heures supplementaires, de nuit et du
      * dimanche sont decomptees depuis les pointages au lieu d'etre
      * saisies a la main par HR en un total mensuel.
      *
      * Le fichier BADGES (BADGREC.cpy, une ligne par plage de
      * presence, fichiers journaliers concatenes) est controle
      * contre EMPMAST : MATRICULE inconnu, date ou heure invalide,
      * plage de duree nulle, pointage avant la date d'entree ou
      * apres la date de sortie de l'employe. Les pointages d'une
      * meme journee qui se chevauchent, ou qui totalisent plus de
      * 12 h, rendent la journee incoherente : elle est ecartee en
      * entier. Chaque ligne ou journee ecartee est editee avec son
      * motif dans le rapport POINTRPT, et le programme se termine
      * alors avec un code retour 4.
      *
      * Les heures sont decomptees par semaine civile (lundi a
      * dimanche) ; une semaine appartient a la periode de paie qui
      * contient son dimanche (periode de la societe de l'employe
      * dans le fichier PERIODE), sauf pour l'employe sorti dans la
      * periode, dont la derniere semaine est arretee a la date de
      * sortie. Par semaine, les heures au-dela de 35 h sont des
      * heures supplementaires : les 8 premieres majorees a 25 %, les
      * suivantes a 50 %. Les heures pointees entre 21 h et 6 h et
      * celles du dimanche sont cumulees a part pour leur majoration.
      * Une plage qui passe minuit reste rattachee au jour d'entree.
      *
      * Les cumuls du mois de chaque employe sont ecrits dans MVTS,
      * un mouvement par taux de majoration (MVTREC.cpy : H = 25 %,
      * S = 50 %, N = nuit, D = dimanche), marques d'origine badgeuse
      * (MVT-ORIGINE = B). MVTS est reecrit en entier : les saisies
      * HR sont conservees telles quelles, les mouvements badgeuse
      * d'un import precedent sont remplaces, de sorte que l'import
      * se relance sans doubler les heures. Sans fichier BADGES, MVTS
      * n'est pas touche (code retour 4). MVTS n'est pas non plus
      * reecrit (code retour 8) si les saisies HR et les mouvements
      * de la badgeuse depassaient la table des mouvements de
      * CALCSAL-BATCH, qui en ecarterait le surplus.
      *
      * JCL associe : src/MiddleFreeWare.Api/JCL/CALCSALE.jcl
      *
      * Compiler dans le Docker :
      *   cobc -x ex15_calcsal_pointage.cobol ex15_calcsal_periode.cobol
      *        -o ex15_calcsal_pointage
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSAL-POINTAGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BADGE-FILE ASSIGN TO 'BADGES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDG-STATUS.

           SELECT EMP-MASTER-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-MATRICULE
               FILE STATUS IS WS-EMP-STATUS.

           SELECT MOVEMENT-FILE ASSIGN TO 'MVTS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.

           SELECT POINTAGE-REPORT-FILE ASSIGN TO 'POINTRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BADGE-FILE.
       COPY BADGREC.

       FD  EMP-MASTER-FILE.
       COPY EMPMAST.

       FD  MOVEMENT-FILE.
       COPY MVTREC.

       FD  POINTAGE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 RPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-BDG-STATUS            PIC XX.
       01 WS-EMP-STATUS            PIC XX.
       01 WS-MVT-STATUS            PIC XX.
       01 WS-RPT-STATUS            PIC XX.
       01 WS-BDG-EOF-FLAG          PIC X VALUE 'N'.
           88 WS-BDG-EOF             VALUE 'Y'.
       01 WS-MVT-EOF-FLAG          PIC X VALUE 'N'.
           88 WS-MVT-EOF             VALUE 'Y'.
       01 WS-BADGES-FLAG           PIC X VALUE 'N'.
           88 WS-BADGES-PRESENT      VALUE 'Y'.
       01 WS-MONO-FLAG             PIC X VALUE 'N'.
           88 WS-MONO-SOCIETE        VALUE 'Y'.
       01 WS-EMP-TROUVE-FLAG       PIC X VALUE 'Y'.
           88 WS-EMP-TROUVE          VALUE 'Y'.
       01 WS-GROUPE-FLAG           PIC X VALUE 'N'.
           88 WS-GROUPE-FINI         VALUE 'Y'.
       01 WS-CHEVAUCHEMENT-FLAG    PIC X VALUE 'N'.
           88 WS-CHEVAUCHEMENT       VALUE 'Y'.

      *    Regles de decompte, en minutes : duree hebdomadaire au-dela
      *    de laquelle les heures sont supplementaires, heures du
      *    palier a 25 %, duree maximale d'une journee coherente.
       01 WS-SEUIL-SEMAINE         PIC 9(4) VALUE 2100.
       01 WS-PALIER-25             PIC 9(4) VALUE 480.
       01 WS-MAX-JOURNEE           PIC 9(4) VALUE 720.

      *    Periode de paie et fenetre de pointage (jours, FUNCTION
      *    INTEGER-OF-DATE) de chaque societe : du lundi de la semaine
      *    du 1er du mois au dernier dimanche du mois.
       01 WS-SOC-MAX               PIC 9(2) COMP VALUE 10.
       01 WS-NB-SOC                PIC 9(2) COMP VALUE 0.
       01 WS-SOC-IDX               PIC 9(2) COMP VALUE 0.
       01 WS-SOC-TROUVE-IDX        PIC 9(2) COMP VALUE 0.
       01 WS-SOCIETE-CHERCHEE      PIC X(3) VALUE SPACES.
       01 WS-SOC-TABLE.
           05 WS-SOC-ENTREE          OCCURS 10 TIMES.
               10 WS-SOC-CODE          PIC X(3).
               10 WS-SOC-STATUT        PIC X(1).
                   88 WS-SOC-TROUVEE     VALUE 'T'.
               10 WS-SOC-PERIODE       PIC X(7).
               10 WS-SOC-FENETRE-DEBUT PIC 9(7).
               10 WS-SOC-FENETRE-FIN   PIC 9(7).

       01 WS-DATE-NUM              PIC 9(8) VALUE 0.
       01 WS-DATE-DETAIL REDEFINES WS-DATE-NUM.
           05 WS-DATE-AAAA           PIC 9(4).
           05 WS-DATE-MM             PIC 9(2).
           05 WS-DATE-JJ             PIC 9(2).
       01 WS-JOUR                  PIC 9(7) VALUE 0.
       01 WS-JOUR-PREMIER          PIC 9(7) VALUE 0.
       01 WS-JOUR-DERNIER          PIC 9(7) VALUE 0.
       01 WS-JOUR-SORTIE           PIC 9(7) VALUE 0.
       01 WS-JOUR-CALCUL           PIC 9(7) VALUE 0.
       01 WS-QUOTIENT              PIC 9(7) VALUE 0.
       01 WS-JOUR-SEMAINE          PIC 9(1) VALUE 0.
       01 WS-FENETRE-DEBUT         PIC 9(7) VALUE 0.
       01 WS-FENETRE-FIN           PIC 9(7) VALUE 0.
       01 WS-HHMM.
           05 WS-HH                  PIC 9(2).
           05 WS-MM                  PIC 9(2).
       01 WS-MIN-ENTREE            PIC 9(4) VALUE 0.
       01 WS-MIN-SORTIE            PIC 9(4) VALUE 0.

      *    Plages de presence retenues, triees par MATRICULE, jour et
      *    heure d'entree (minutes depuis minuit du jour d'entree ; la
      *    sortie d'une plage qui passe minuit depasse 1440).
       01 WS-SEG-MAX               PIC 9(5) COMP VALUE 30000.
       01 WS-NB-SEG                PIC 9(5) COMP VALUE 0.
       01 WS-SEG-IDX               PIC 9(5) COMP VALUE 0.
       01 WS-SEG-TABLE.
           05 WS-SEG-ENTREE          OCCURS 30000 TIMES.
               10 WS-SEG-CLE.
                   15 WS-SEG-MATRICULE   PIC X(6).
                   15 WS-SEG-JOUR        PIC 9(7).
                   15 WS-SEG-DEBUT       PIC 9(4).
               10 WS-SEG-FIN           PIC 9(4).
               10 WS-SEG-DATE          PIC X(10).
               10 WS-SEG-ENTREE-HHMM   PIC X(4).
               10 WS-SEG-SORTIE-HHMM   PIC X(4).
               10 WS-SEG-REJET         PIC X(1).
               10 WS-SEG-SOC-IDX       PIC 9(2).

      *    Tri de Shell des plages (meme algorithme que les bruts du
      *    tableau de bord RH, sur l'entree complete).
       01 WS-TRI-I                 PIC 9(5) COMP VALUE 0.
       01 WS-TRI-J                 PIC 9(5) COMP VALUE 0.
       01 WS-TRI-K                 PIC 9(5) COMP VALUE 0.
       01 WS-TRI-ECART             PIC 9(5) COMP VALUE 0.
       01 WS-TRI-DEPART            PIC 9(5) COMP VALUE 0.
       01 WS-TRI-PLACE-FLAG        PIC X VALUE 'N'.
           88 WS-TRI-PLACE           VALUE 'Y'.
       01 WS-TRI-COURANTE.
           05 WS-TRI-CLE             PIC X(17).
           05 FILLER                 PIC X(25).

      *    Controle des journees.
       01 WS-GRP-DEBUT             PIC 9(5) COMP VALUE 0.
       01 WS-GRP-FIN               PIC 9(5) COMP VALUE 0.
       01 WS-MATRICULE-PREC        PIC X(6) VALUE SPACES.
       01 WS-JOUR-COURANT          PIC 9(7) VALUE 0.
       01 WS-DUREE-JOUR            PIC 9(5) VALUE 0.
       01 WS-DEBUT-ABSOLU          PIC 9(11) VALUE 0.
       01 WS-FIN-ABSOLUE           PIC 9(11) VALUE 0.
       01 WS-FIN-ABSOLUE-PREC      PIC 9(11) VALUE 0.

      *    Decompte hebdomadaire et cumuls du mois de l'employe, en
      *    minutes.
       01 WS-SEMAINE               PIC 9(7) VALUE 0.
       01 WS-SEMAINE-COURANTE      PIC 9(7) VALUE 0.
       01 WS-MIN-SEMAINE           PIC 9(5) VALUE 0.
       01 WS-MIN-SUPP              PIC 9(5) VALUE 0.
       01 WS-EMP-SOC-IDX           PIC 9(2) VALUE 0.
       01 WS-EMP-NB-SEMAINES       PIC 9(2) VALUE 0.
       01 WS-EMP-MIN-TRAVAIL       PIC 9(6) VALUE 0.
       01 WS-EMP-MIN-HS-25         PIC 9(6) VALUE 0.
       01 WS-EMP-MIN-HS-50         PIC 9(6) VALUE 0.
       01 WS-EMP-MIN-NUIT          PIC 9(6) VALUE 0.
       01 WS-EMP-MIN-DIMANCHE      PIC 9(6) VALUE 0.

      *    Recouvrement d'une plage avec une fenetre horaire (nuit de
      *    21 h a 6 h, dimanche), en minutes depuis minuit du jour
      *    d'entree.
       01 WS-PLAGE-DEBUT           PIC 9(4) VALUE 0.
       01 WS-PLAGE-FIN             PIC 9(4) VALUE 0.
       01 WS-FEN-DEBUT             PIC 9(4) VALUE 0.
       01 WS-FEN-FIN               PIC 9(4) VALUE 0.
       01 WS-CHEV-DEBUT            PIC 9(4) VALUE 0.
       01 WS-CHEV-FIN              PIC 9(4) VALUE 0.
       01 WS-MIN-CHEV              PIC 9(4) VALUE 0.

      *    Mouvements MVTS conserves (saisies HR).
       01 WS-MVTS-MAX              PIC 9(4) COMP VALUE 5000.
       01 WS-NB-MVTS               PIC 9(4) COMP VALUE 0.
       01 WS-MVTS-IDX              PIC 9(4) COMP VALUE 0.
       01 WS-MVTS-TABLE.
           05 WS-MVTS-LIGNE          OCCURS 5000 TIMES PIC X(28).
      *    Capacite de la table des mouvements de CALCSAL-BATCH
      *    (WS-MVT-MAX) : saisies HR plus 4 mouvements au plus par
      *    employe pointe.
       01 WS-MVT-MAX-PAIE          PIC 9(5) COMP VALUE 20000.
       01 WS-NB-EMP-POINTES        PIC 9(5) COMP VALUE 0.
       01 WS-NB-MVT-PREVUS         PIC 9(6) VALUE 0.

       01 WS-TYPE-MVT              PIC X(1) VALUE SPACES.
       01 WS-HEURES                PIC 9(4)V99 VALUE 0.
       01 WS-QTE-STR               PIC ZZZ9.99.
       01 WS-RAISON                PIC X(45) VALUE SPACES.

       01 WS-NB-LUES               PIC 9(6) VALUE 0.
       01 WS-NB-ANOMALIES          PIC 9(6) VALUE 0.
       01 WS-NB-JOURS-REJETES      PIC 9(6) VALUE 0.
       01 WS-NB-HORS-PERIODE       PIC 9(6) VALUE 0.
       01 WS-NB-RETENUES           PIC 9(6) VALUE 0.
       01 WS-NB-EMPLOYES           PIC 9(6) VALUE 0.
       01 WS-NB-MVT-ECRITS         PIC 9(6) VALUE 0.
       01 WS-NB-MVT-REMPLACES      PIC 9(6) VALUE 0.
       01 WS-NB-STR                PIC ZZZ,ZZ9.

      *    Ligne d'anomalie du rapport.
       01 WS-LIGNE-ANOMALIE.
           05 LA-MATRICULE         PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LA-DATE              PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LA-ENTREE            PIC X(4).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 LA-SORTIE            PIC X(4).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 LA-MOTIF             PIC X(45).

      *    Ligne de decompte d'un employe (heures du mois).
       01 WS-LIGNE-HEURES.
           05 LH-MATRICULE         PIC X(6).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LH-NOM               PIC X(20).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LH-SOCIETE           PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LH-PERIODE           PIC X(7).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LH-SEMAINES          PIC Z9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LH-TRAVAIL           PIC ZZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LH-HS-25             PIC ZZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LH-HS-50             PIC ZZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LH-NUIT              PIC ZZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LH-DIMANCHE          PIC ZZZ9.99.

       COPY PERLK.

       PROCEDURE DIVISION.
       0000-PILOTER.
           PERFORM 1000-INITIALISER.
           PERFORM 2000-CHARGER-POINTAGE
               THRU 2000-CHARGER-POINTAGE-EXIT
               UNTIL WS-BDG-EOF.
           PERFORM 2500-TRIER-POINTAGES.
           PERFORM 2600-CONTROLER-JOURNEES.
           PERFORM 2800-DECOMPTER-HEURES
               THRU 2800-DECOMPTER-HEURES-EXIT.
           PERFORM 3000-ECRIRE-TOTAUX.
           PERFORM 9000-TERMINER.
           STOP RUN.

      *---------------------------------------------------------------
      * 1000-INITIALISER
      * Releve la periode (une ligne par societe en multi-societes,
      * relevee a la premiere rencontre de chaque societe), charge
      * les saisies HR de MVTS, ouvre EMPMAST, la badgeuse et le
      * rapport.
      *---------------------------------------------------------------
       1000-INITIALISER.
           MOVE SPACES TO PERL-SOCIETE.
           CALL 'CALCSAL-PERIODE' USING PERL-LINKAGE.
           IF PERL-IS-TROUVE
               SET WS-MONO-SOCIETE TO TRUE
               MOVE SPACES TO WS-SOCIETE-CHERCHEE
               PERFORM 1500-AJOUTER-SOCIETE
                   THRU 1500-AJOUTER-SOCIETE-EXIT
           ELSE
               IF NOT PERL-IS-MULTI
                   DISPLAY 'PERIODE INTROUVABLE : IMPORT DE LA '
                       'BADGEUSE IMPOSSIBLE'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN INPUT EMP-MASTER-FILE.
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE EMPMAST - STATUS='
                   WS-EMP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-CHARGER-MVTS
               THRU 1100-CHARGER-MVTS-EXIT.

           OPEN INPUT BADGE-FILE.
           IF WS-BDG-STATUS = '35'
               DISPLAY 'PAS DE FICHIER BADGES : MVTS INCHANGE'
               SET WS-BDG-EOF TO TRUE
           ELSE
               IF WS-BDG-STATUS NOT = '00'
                   DISPLAY 'ERREUR OUVERTURE BADGES - STATUS='
                       WS-BDG-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-BADGES-PRESENT TO TRUE
           END-IF.

           OPEN OUTPUT POINTAGE-REPORT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE POINTRPT - STATUS='
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO RPT-LINE.
           IF WS-MONO-SOCIETE
               STRING 'RAPPORT D''IMPORT DE LA BADGEUSE - PERIODE '
                          DELIMITED SIZE
                      WS-SOC-PERIODE(1) DELIMITED SIZE
                      INTO RPT-LINE
           ELSE
               MOVE 'RAPPORT D''IMPORT DE LA BADGEUSE - PERIODE DE '
                 & 'CHAQUE SOCIETE' TO RPT-LINE
           END-IF.
           WRITE RPT-LINE.
           MOVE 'SEMAINES CIVILES, HEURES SUPPLEMENTAIRES AU-DELA DE '
             & '35 H : 8 H A 25 %, PUIS 50 % ; NUIT 21 H - 6 H'
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'POINTAGES ECARTES' TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'MATRIC  DATE        ENTREE SORTIE MOTIF' TO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-BADGES-PRESENT
               PERFORM 2090-LIRE-POINTAGE
           END-IF.

      *---------------------------------------------------------------
      * 1100-CHARGER-MVTS
      * Garde en table les mouvements saisis par HR (MVT-ORIGINE a
      * blanc) pour les reecrire tels quels ; les mouvements d'un
      * import precedent de la badgeuse sont comptes et abandonnes.
      * Fichier MVTS absent : aucune saisie a conserver.
      *---------------------------------------------------------------
       1100-CHARGER-MVTS.
           MOVE 0 TO WS-NB-MVTS.
           OPEN INPUT MOVEMENT-FILE.
           IF WS-MVT-STATUS = '35'
               GO TO 1100-CHARGER-MVTS-EXIT
           END-IF.
           IF WS-MVT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE MVTS - STATUS=' WS-MVT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1190-LIRE-MVT.
           PERFORM 1110-GARDER-MVT UNTIL WS-MVT-EOF.
           CLOSE MOVEMENT-FILE.
       1100-CHARGER-MVTS-EXIT.
           EXIT.

       1110-GARDER-MVT.
           IF MVT-IS-BADGEUSE
               ADD 1 TO WS-NB-MVT-REMPLACES
           ELSE
               IF WS-NB-MVTS >= WS-MVTS-MAX
                   DISPLAY 'TABLE DES MOUVEMENTS PLEINE : MVTS NON '
                       'REECRIT'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NB-MVTS
               MOVE MVT-RECORD TO WS-MVTS-LIGNE(WS-NB-MVTS)
           END-IF.
           PERFORM 1190-LIRE-MVT.

       1190-LIRE-MVT.
           READ MOVEMENT-FILE
               AT END SET WS-MVT-EOF TO TRUE
           END-READ.

      *---------------------------------------------------------------
      * 1500-AJOUTER-SOCIETE
      * Range la ligne PERIODE relevee (PERL-LINKAGE) pour la societe
      * WS-SOCIETE-CHERCHEE et calcule sa fenetre de pointage : du
      * lundi de la semaine du 1er du mois (semaine dont le dimanche
      * tombe dans le mois) au dernier dimanche du mois ; les jours
      * suivants appartiennent a la semaine de la periode suivante.
      *---------------------------------------------------------------
       1500-AJOUTER-SOCIETE.
           ADD 1 TO WS-NB-SOC.
           MOVE WS-NB-SOC TO WS-SOC-TROUVE-IDX.
           MOVE WS-SOCIETE-CHERCHEE TO WS-SOC-CODE(WS-NB-SOC).
           MOVE 'A' TO WS-SOC-STATUT(WS-NB-SOC).
           MOVE SPACES TO WS-SOC-PERIODE(WS-NB-SOC).
           MOVE 0 TO WS-SOC-FENETRE-DEBUT(WS-NB-SOC).
           MOVE 0 TO WS-SOC-FENETRE-FIN(WS-NB-SOC).
           IF NOT PERL-IS-TROUVE
              OR PERL-PERIODE(1:4) NOT NUMERIC
              OR PERL-PERIODE(6:2) NOT NUMERIC
              OR PERL-PERIODE(6:2) < '01' OR PERL-PERIODE(6:2) > '12'
               GO TO 1500-AJOUTER-SOCIETE-EXIT
           END-IF.
           MOVE 'T' TO WS-SOC-STATUT(WS-NB-SOC).
           MOVE PERL-PERIODE TO WS-SOC-PERIODE(WS-NB-SOC).

           MOVE PERL-PERIODE(1:4) TO WS-DATE-AAAA.
           MOVE PERL-PERIODE(6:2) TO WS-DATE-MM.
           MOVE 1 TO WS-DATE-JJ.
           COMPUTE WS-JOUR-PREMIER
               = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           IF WS-DATE-MM = 12
               ADD 1 TO WS-DATE-AAAA
               MOVE 1 TO WS-DATE-MM
           ELSE
               ADD 1 TO WS-DATE-MM
           END-IF.
           COMPUTE WS-JOUR-DERNIER
               = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1.

           MOVE WS-JOUR-PREMIER TO WS-JOUR-CALCUL.
           PERFORM 8000-JOUR-DE-SEMAINE.
           COMPUTE WS-SOC-FENETRE-DEBUT(WS-NB-SOC)
               = WS-JOUR-PREMIER - WS-JOUR-SEMAINE.
           MOVE WS-JOUR-DERNIER TO WS-JOUR-CALCUL.
           PERFORM 8000-JOUR-DE-SEMAINE.
           IF WS-JOUR-SEMAINE = 6
               MOVE WS-JOUR-DERNIER TO WS-SOC-FENETRE-FIN(WS-NB-SOC)
           ELSE
               COMPUTE WS-SOC-FENETRE-FIN(WS-NB-SOC)
                   = WS-JOUR-DERNIER - WS-JOUR-SEMAINE - 1
           END-IF.
       1500-AJOUTER-SOCIETE-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2000-CHARGER-POINTAGE
      * Controle la ligne de badgeuse courante contre EMPMAST et la
      * range dans la table des plages si elle tombe dans la fenetre
      * de pointage de la periode de l'employe ; une ligne invalide
      * part dans le rapport avec son motif. Une ligne valide hors
      * fenetre (semaine d'une autre periode) est simplement comptee.
      *---------------------------------------------------------------
       2000-CHARGER-POINTAGE.
           ADD 1 TO WS-NB-LUES.
           IF BDG-MATRICULE = SPACES OR BDG-MATRICULE = LOW-VALUES
               MOVE 'MATRICULE MANQUANT' TO WS-RAISON
               PERFORM 2700-SIGNALER-POINTAGE
               GO TO 2000-CHARGER-POINTAGE-SUITE
           END-IF.
           MOVE BDG-MATRICULE TO EMP-MATRICULE.
           MOVE 'Y' TO WS-EMP-TROUVE-FLAG.
           READ EMP-MASTER-FILE
               INVALID KEY MOVE 'N' TO WS-EMP-TROUVE-FLAG
           END-READ.
           IF NOT WS-EMP-TROUVE
               MOVE 'MATRICULE INCONNU DANS EMPMAST' TO WS-RAISON
               PERFORM 2700-SIGNALER-POINTAGE
               GO TO 2000-CHARGER-POINTAGE-SUITE
           END-IF.

           IF BDG-DATE(1:4) NOT NUMERIC
              OR BDG-DATE(5:1) NOT = '-'
              OR BDG-DATE(6:2) NOT NUMERIC
              OR BDG-DATE(8:1) NOT = '-'
              OR BDG-DATE(9:2) NOT NUMERIC
               MOVE 'DATE DE POINTAGE INVALIDE' TO WS-RAISON
               PERFORM 2700-SIGNALER-POINTAGE
               GO TO 2000-CHARGER-POINTAGE-SUITE
           END-IF.
           MOVE BDG-DATE(1:4) TO WS-DATE-AAAA.
           MOVE BDG-DATE(6:2) TO WS-DATE-MM.
           MOVE BDG-DATE(9:2) TO WS-DATE-JJ.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
               MOVE 'DATE DE POINTAGE INVALIDE' TO WS-RAISON
               PERFORM 2700-SIGNALER-POINTAGE
               GO TO 2000-CHARGER-POINTAGE-SUITE
           END-IF.
           COMPUTE WS-JOUR = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           IF BDG-HEURE-ENTREE NOT NUMERIC
              OR BDG-HEURE-SORTIE NOT NUMERIC
              OR BDG-HEURE-ENTREE(1:2) > '23'
              OR BDG-HEURE-ENTREE(3:2) > '59'
              OR BDG-HEURE-SORTIE(1:2) > '23'
              OR BDG-HEURE-SORTIE(3:2) > '59'
               MOVE 'HEURE DE POINTAGE INVALIDE' TO WS-RAISON
               PERFORM 2700-SIGNALER-POINTAGE
               GO TO 2000-CHARGER-POINTAGE-SUITE
           END-IF.
           IF BDG-HEURE-ENTREE = BDG-HEURE-SORTIE
               MOVE 'PLAGE DE DUREE NULLE' TO WS-RAISON
               PERFORM 2700-SIGNALER-POINTAGE
               GO TO 2000-CHARGER-POINTAGE-SUITE
           END-IF.

           IF EMP-DATE-ENTREE NOT = SPACES
              AND EMP-DATE-ENTREE NOT = LOW-VALUES
              AND BDG-DATE < EMP-DATE-ENTREE
               MOVE 'POINTAGE AVANT LA DATE D''ENTREE' TO WS-RAISON
               PERFORM 2700-SIGNALER-POINTAGE
               GO TO 2000-CHARGER-POINTAGE-SUITE
           END-IF.
           IF EMP-DATE-SORTIE NOT = SPACES
              AND EMP-DATE-SORTIE NOT = LOW-VALUES
              AND BDG-DATE > EMP-DATE-SORTIE
               MOVE 'EMPLOYE SORTI A LA DATE DU POINTAGE' TO WS-RAISON
               PERFORM 2700-SIGNALER-POINTAGE
               GO TO 2000-CHARGER-POINTAGE-SUITE
           END-IF.

           PERFORM 2100-TROUVER-SOCIETE.
           IF NOT WS-SOC-TROUVEE(WS-SOC-TROUVE-IDX)
               MOVE 'SOCIETE ABSENTE DU FICHIER PERIODE' TO WS-RAISON
               PERFORM 2700-SIGNALER-POINTAGE
               GO TO 2000-CHARGER-POINTAGE-SUITE
           END-IF.

      *        Fenetre de l'employe : celle de sa societe ; sorti
      *        avant la periode, ses dernieres semaines ont deja ete
      *        importees avec la periode de sortie ; sorti dans la
      *        periode, sa derniere semaine s'arrete a la sortie.
           MOVE WS-SOC-FENETRE-DEBUT(WS-SOC-TROUVE-IDX)
               TO WS-FENETRE-DEBUT.
           MOVE WS-SOC-FENETRE-FIN(WS-SOC-TROUVE-IDX)
               TO WS-FENETRE-FIN.
           IF EMP-DATE-SORTIE NOT = SPACES
              AND EMP-DATE-SORTIE NOT = LOW-VALUES
               IF EMP-DATE-SORTIE(1:7)
                      < WS-SOC-PERIODE(WS-SOC-TROUVE-IDX)
                   ADD 1 TO WS-NB-HORS-PERIODE
                   GO TO 2000-CHARGER-POINTAGE-SUITE
               END-IF
               IF EMP-DATE-SORTIE(1:7)
                      = WS-SOC-PERIODE(WS-SOC-TROUVE-IDX)
                  AND EMP-DATE-SORTIE(1:4) IS NUMERIC
                  AND EMP-DATE-SORTIE(6:2) IS NUMERIC
                  AND EMP-DATE-SORTIE(9:2) IS NUMERIC
                   MOVE EMP-DATE-SORTIE(1:4) TO WS-DATE-AAAA
                   MOVE EMP-DATE-SORTIE(6:2) TO WS-DATE-MM
                   MOVE EMP-DATE-SORTIE(9:2) TO WS-DATE-JJ
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
                       COMPUTE WS-JOUR-SORTIE
                           = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                       IF WS-JOUR-SORTIE > WS-FENETRE-FIN
                           MOVE WS-JOUR-SORTIE TO WS-FENETRE-FIN
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-JOUR < WS-FENETRE-DEBUT OR WS-JOUR > WS-FENETRE-FIN
               ADD 1 TO WS-NB-HORS-PERIODE
               GO TO 2000-CHARGER-POINTAGE-SUITE
           END-IF.

           IF WS-NB-SEG >= WS-SEG-MAX
               DISPLAY 'TABLE DES POINTAGES PLEINE : MVTS NON REECRIT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BDG-HEURE-ENTREE TO WS-HHMM.
           COMPUTE WS-MIN-ENTREE = WS-HH * 60 + WS-MM.
           MOVE BDG-HEURE-SORTIE TO WS-HHMM.
           COMPUTE WS-MIN-SORTIE = WS-HH * 60 + WS-MM.
           IF WS-MIN-SORTIE < WS-MIN-ENTREE
               ADD 1440 TO WS-MIN-SORTIE
           END-IF.
           ADD 1 TO WS-NB-SEG.
           MOVE BDG-MATRICULE    TO WS-SEG-MATRICULE(WS-NB-SEG).
           MOVE WS-JOUR          TO WS-SEG-JOUR(WS-NB-SEG).
           MOVE WS-MIN-ENTREE    TO WS-SEG-DEBUT(WS-NB-SEG).
           MOVE WS-MIN-SORTIE    TO WS-SEG-FIN(WS-NB-SEG).
           MOVE BDG-DATE         TO WS-SEG-DATE(WS-NB-SEG).
           MOVE BDG-HEURE-ENTREE TO WS-SEG-ENTREE-HHMM(WS-NB-SEG).
           MOVE BDG-HEURE-SORTIE TO WS-SEG-SORTIE-HHMM(WS-NB-SEG).
           MOVE 'N'              TO WS-SEG-REJET(WS-NB-SEG).
           MOVE WS-SOC-TROUVE-IDX TO WS-SEG-SOC-IDX(WS-NB-SEG).
           ADD 1 TO WS-NB-RETENUES.

       2000-CHARGER-POINTAGE-SUITE.
           PERFORM 2090-LIRE-POINTAGE.
       2000-CHARGER-POINTAGE-EXIT.
           EXIT.

       2090-LIRE-POINTAGE.
           READ BADGE-FILE
               AT END SET WS-BDG-EOF TO TRUE
           END-READ.

      *---------------------------------------------------------------
      * 2100-TROUVER-SOCIETE
      * Rend dans WS-SOC-TROUVE-IDX la ligne de periode de la societe
      * de l'employe (EMP-SOCIETE) ; en multi-societes, une societe
      * pas encore rencontree est relevee via CALCSAL-PERIODE. En
      * mono-societe, la ligne unique vaut pour toutes les fiches.
      *---------------------------------------------------------------
       2100-TROUVER-SOCIETE.
           IF WS-MONO-SOCIETE
               MOVE 1 TO WS-SOC-TROUVE-IDX
           ELSE
               MOVE 0 TO WS-SOC-TROUVE-IDX
               PERFORM VARYING WS-SOC-IDX FROM 1 BY 1
                       UNTIL WS-SOC-IDX > WS-NB-SOC
                   IF WS-SOC-CODE(WS-SOC-IDX) = EMP-SOCIETE
                       MOVE WS-SOC-IDX TO WS-SOC-TROUVE-IDX
                   END-IF
               END-PERFORM
               IF WS-SOC-TROUVE-IDX = 0
                   IF WS-NB-SOC >= WS-SOC-MAX
                       DISPLAY 'TABLE DES SOCIETES PLEINE : MVTS NON '
                           'REECRIT'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE EMP-SOCIETE TO WS-SOCIETE-CHERCHEE
                   MOVE EMP-SOCIETE TO PERL-SOCIETE
                   CALL 'CALCSAL-PERIODE' USING PERL-LINKAGE
                   PERFORM 1500-AJOUTER-SOCIETE
                       THRU 1500-AJOUTER-SOCIETE-EXIT
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * 2500-TRIER-POINTAGES
      * Tri croissant (tri de Shell) des plages sur MATRICULE, jour
      * et heure d'entree, pour le controle des journees et le
      * decompte par semaine.
      *---------------------------------------------------------------
       2500-TRIER-POINTAGES.
           DIVIDE WS-NB-SEG BY 2 GIVING WS-TRI-ECART.
           PERFORM 2510-PASSE-DE-TRI UNTIL WS-TRI-ECART = 0.

       2510-PASSE-DE-TRI.
           COMPUTE WS-TRI-DEPART = WS-TRI-ECART + 1.
           PERFORM VARYING WS-TRI-I FROM WS-TRI-DEPART BY 1
                   UNTIL WS-TRI-I > WS-NB-SEG
               PERFORM 2520-INSERER-PLAGE
           END-PERFORM.
           DIVIDE WS-TRI-ECART BY 2 GIVING WS-TRI-ECART.

       2520-INSERER-PLAGE.
           MOVE WS-SEG-ENTREE(WS-TRI-I) TO WS-TRI-COURANTE.
           MOVE WS-TRI-I TO WS-TRI-J.
           MOVE 'N' TO WS-TRI-PLACE-FLAG.
           PERFORM 2530-DECALER-PLAGE UNTIL WS-TRI-PLACE.
           MOVE WS-TRI-COURANTE TO WS-SEG-ENTREE(WS-TRI-J).

       2530-DECALER-PLAGE.
           IF WS-TRI-J <= WS-TRI-ECART
               SET WS-TRI-PLACE TO TRUE
           ELSE
               COMPUTE WS-TRI-K = WS-TRI-J - WS-TRI-ECART
               IF WS-SEG-CLE(WS-TRI-K) <= WS-TRI-CLE
                   SET WS-TRI-PLACE TO TRUE
               ELSE
                   MOVE WS-SEG-ENTREE(WS-TRI-K)
                       TO WS-SEG-ENTREE(WS-TRI-J)
                   MOVE WS-TRI-K TO WS-TRI-J
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * 2600-CONTROLER-JOURNEES
      * Parcourt les plages triees journee par journee (MATRICULE et
      * jour d'entree) : une journee dont une plage commence avant la
      * fin de la precedente du meme employe (chevauchement, y compris
      * avec une plage de la veille qui passe minuit, ou pointage
      * importe deux fois), ou qui totalise plus de 12 h, est
      * incoherente et toutes ses plages sont ecartees du decompte.
      *---------------------------------------------------------------
       2600-CONTROLER-JOURNEES.
           MOVE SPACES TO WS-MATRICULE-PREC.
           MOVE 1 TO WS-SEG-IDX.
           PERFORM 2610-CONTROLER-JOURNEE
               UNTIL WS-SEG-IDX > WS-NB-SEG.

       2610-CONTROLER-JOURNEE.
           IF WS-SEG-MATRICULE(WS-SEG-IDX) NOT = WS-MATRICULE-PREC
               MOVE WS-SEG-MATRICULE(WS-SEG-IDX) TO WS-MATRICULE-PREC
               MOVE 0 TO WS-FIN-ABSOLUE-PREC
           END-IF.
           MOVE WS-SEG-JOUR(WS-SEG-IDX) TO WS-JOUR-COURANT.
           MOVE WS-SEG-IDX TO WS-GRP-DEBUT.
           MOVE 0 TO WS-DUREE-JOUR.
           MOVE 'N' TO WS-CHEVAUCHEMENT-FLAG.
           MOVE 'N' TO WS-GROUPE-FLAG.
           PERFORM 2620-CUMULER-PLAGE UNTIL WS-GROUPE-FINI.
           COMPUTE WS-GRP-FIN = WS-SEG-IDX - 1.

           IF WS-CHEVAUCHEMENT OR WS-DUREE-JOUR > WS-MAX-JOURNEE
               ADD 1 TO WS-NB-JOURS-REJETES
               ADD 1 TO WS-NB-ANOMALIES
               PERFORM VARYING WS-TRI-I FROM WS-GRP-DEBUT BY 1
                       UNTIL WS-TRI-I > WS-GRP-FIN
                   MOVE 'Y' TO WS-SEG-REJET(WS-TRI-I)
                   SUBTRACT 1 FROM WS-NB-RETENUES
               END-PERFORM
               MOVE SPACES TO WS-LIGNE-ANOMALIE
               MOVE WS-SEG-MATRICULE(WS-GRP-DEBUT) TO LA-MATRICULE
               MOVE WS-SEG-DATE(WS-GRP-DEBUT)      TO LA-DATE
               MOVE WS-SEG-ENTREE-HHMM(WS-GRP-DEBUT) TO LA-ENTREE
               MOVE WS-SEG-SORTIE-HHMM(WS-GRP-FIN)   TO LA-SORTIE
               IF WS-CHEVAUCHEMENT
                   MOVE 'JOURNEE INCOHERENTE : PLAGES CHEVAUCHANTES'
                       TO LA-MOTIF
               ELSE
                   MOVE 'JOURNEE INCOHERENTE : PLUS DE 12 H POINTEES'
                       TO LA-MOTIF
               END-IF
               MOVE WS-LIGNE-ANOMALIE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       2620-CUMULER-PLAGE.
           COMPUTE WS-DEBUT-ABSOLU
               = WS-SEG-JOUR(WS-SEG-IDX) * 1440
               + WS-SEG-DEBUT(WS-SEG-IDX).
           COMPUTE WS-FIN-ABSOLUE
               = WS-SEG-JOUR(WS-SEG-IDX) * 1440
               + WS-SEG-FIN(WS-SEG-IDX).
           IF WS-DEBUT-ABSOLU < WS-FIN-ABSOLUE-PREC
               SET WS-CHEVAUCHEMENT TO TRUE
           END-IF.
           IF WS-FIN-ABSOLUE > WS-FIN-ABSOLUE-PREC
               MOVE WS-FIN-ABSOLUE TO WS-FIN-ABSOLUE-PREC
           END-IF.
           COMPUTE WS-DUREE-JOUR = WS-DUREE-JOUR
               + WS-SEG-FIN(WS-SEG-IDX) - WS-SEG-DEBUT(WS-SEG-IDX).
           ADD 1 TO WS-SEG-IDX.
           IF WS-SEG-IDX > WS-NB-SEG
               SET WS-GROUPE-FINI TO TRUE
           ELSE
               IF WS-SEG-MATRICULE(WS-SEG-IDX) NOT = WS-MATRICULE-PREC
                  OR WS-SEG-JOUR(WS-SEG-IDX) NOT = WS-JOUR-COURANT
                   SET WS-GROUPE-FINI TO TRUE
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * 2700-SIGNALER-POINTAGE
      * Ajoute au rapport la ligne de badgeuse courante ecartee et
      * son motif WS-RAISON.
      *---------------------------------------------------------------
       2700-SIGNALER-POINTAGE.
           ADD 1 TO WS-NB-ANOMALIES.
           MOVE SPACES TO WS-LIGNE-ANOMALIE.
           MOVE BDG-MATRICULE    TO LA-MATRICULE.
           MOVE BDG-DATE         TO LA-DATE.
           MOVE BDG-HEURE-ENTREE TO LA-ENTREE.
           MOVE BDG-HEURE-SORTIE TO LA-SORTIE.
           MOVE WS-RAISON        TO LA-MOTIF.
           MOVE WS-LIGNE-ANOMALIE TO RPT-LINE.
           WRITE RPT-LINE.

      *---------------------------------------------------------------
      * 2800-DECOMPTER-HEURES
      * Reecrit MVTS : les saisies HR conservees, puis, employe par
      * employe, les mouvements du decompte hebdomadaire des plages
      * retenues (un par taux de majoration), detailles dans le
      * rapport.
      *---------------------------------------------------------------
       2800-DECOMPTER-HEURES.
           IF WS-NB-ANOMALIES = 0
               MOVE '  AUCUN' TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           IF NOT WS-BADGES-PRESENT
               GO TO 2800-DECOMPTER-HEURES-EXIT
           END-IF.

           PERFORM 2790-COMPTER-EMPLOYES.
           COMPUTE WS-NB-MVT-PREVUS
               = WS-NB-MVTS + 4 * WS-NB-EMP-POINTES.
           IF WS-NB-MVT-PREVUS > WS-MVT-MAX-PAIE
               DISPLAY 'MOUVEMENTS A ECRIRE (' WS-NB-MVT-PREVUS
                   ') AU-DELA DE LA CAPACITE DE CALCSAL-BATCH : '
                   'MVTS NON REECRIT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT MOVEMENT-FILE.
           IF WS-MVT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE MVTS - STATUS=' WS-MVT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-MVTS-IDX FROM 1 BY 1
                   UNTIL WS-MVTS-IDX > WS-NB-MVTS
               MOVE WS-MVTS-LIGNE(WS-MVTS-IDX) TO MVT-RECORD
               WRITE MVT-RECORD
           END-PERFORM.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'HEURES IMPORTEES DANS MVTS (HEURES DECIMALES)'
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'MATRIC NOM                  SOC PERIODE  SEM  TRAVAIL'
             & '  SUPP25%  SUPP50%     NUIT DIMANCHE'
               TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE 1 TO WS-SEG-IDX.
           PERFORM 2810-DECOMPTER-EMPLOYE
               UNTIL WS-SEG-IDX > WS-NB-SEG.
           CLOSE MOVEMENT-FILE.
       2800-DECOMPTER-HEURES-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2790-COMPTER-EMPLOYES
      * Nombre d'employes ayant au moins une plage retenue (table
      * triee par MATRICULE) : chacun ecrira au plus 4 mouvements.
      *---------------------------------------------------------------
       2790-COMPTER-EMPLOYES.
           MOVE 0 TO WS-NB-EMP-POINTES.
           MOVE SPACES TO WS-MATRICULE-PREC.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-NB-SEG
               IF WS-SEG-REJET(WS-SEG-IDX) NOT = 'Y'
                  AND WS-SEG-MATRICULE(WS-SEG-IDX)
                      NOT = WS-MATRICULE-PREC
                   ADD 1 TO WS-NB-EMP-POINTES
                   MOVE WS-SEG-MATRICULE(WS-SEG-IDX)
                       TO WS-MATRICULE-PREC
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * 2810-DECOMPTER-EMPLOYE
      * Cumule les plages retenues d'un employe semaine civile par
      * semaine civile, puis ecrit ses mouvements du mois.
      *---------------------------------------------------------------
       2810-DECOMPTER-EMPLOYE.
           MOVE WS-SEG-MATRICULE(WS-SEG-IDX) TO WS-MATRICULE-PREC.
           MOVE WS-SEG-SOC-IDX(WS-SEG-IDX)   TO WS-EMP-SOC-IDX.
           MOVE 0 TO WS-EMP-NB-SEMAINES.
           MOVE 0 TO WS-EMP-MIN-TRAVAIL.
           MOVE 0 TO WS-EMP-MIN-HS-25.
           MOVE 0 TO WS-EMP-MIN-HS-50.
           MOVE 0 TO WS-EMP-MIN-NUIT.
           MOVE 0 TO WS-EMP-MIN-DIMANCHE.
           MOVE 0 TO WS-SEMAINE-COURANTE.
           MOVE 0 TO WS-MIN-SEMAINE.
           MOVE 'N' TO WS-GROUPE-FLAG.
           PERFORM 2820-CUMULER-PLAGE-SEMAINE UNTIL WS-GROUPE-FINI.
           IF WS-SEMAINE-COURANTE > 0
               PERFORM 2830-CLORE-SEMAINE
           END-IF.
           IF WS-EMP-MIN-TRAVAIL > 0
               PERFORM 2840-ECRIRE-EMPLOYE
           END-IF.

      *---------------------------------------------------------------
      * 2820-CUMULER-PLAGE-SEMAINE
      * Ajoute la plage courante (si elle n'est pas ecartee) a la
      * semaine civile de son jour d'entree, et ses minutes de nuit
      * (0 h - 6 h, 21 h - 6 h du lendemain, 21 h le lendemain) et
      * de dimanche (le jour d'entree s'il est un dimanche, le
      * lendemain s'il est un samedi) aux cumuls du mois.
      *---------------------------------------------------------------
       2820-CUMULER-PLAGE-SEMAINE.
           IF WS-SEG-REJET(WS-SEG-IDX) NOT = 'Y'
               MOVE WS-SEG-JOUR(WS-SEG-IDX) TO WS-JOUR-CALCUL
               PERFORM 8000-JOUR-DE-SEMAINE
               COMPUTE WS-SEMAINE
                   = WS-SEG-JOUR(WS-SEG-IDX) - WS-JOUR-SEMAINE
               IF WS-SEMAINE NOT = WS-SEMAINE-COURANTE
                   IF WS-SEMAINE-COURANTE > 0
                       PERFORM 2830-CLORE-SEMAINE
                   END-IF
                   MOVE WS-SEMAINE TO WS-SEMAINE-COURANTE
                   MOVE 0 TO WS-MIN-SEMAINE
                   ADD 1 TO WS-EMP-NB-SEMAINES
               END-IF
               MOVE WS-SEG-DEBUT(WS-SEG-IDX) TO WS-PLAGE-DEBUT
               MOVE WS-SEG-FIN(WS-SEG-IDX)   TO WS-PLAGE-FIN
               COMPUTE WS-MIN-SEMAINE = WS-MIN-SEMAINE
                   + WS-PLAGE-FIN - WS-PLAGE-DEBUT
               COMPUTE WS-EMP-MIN-TRAVAIL = WS-EMP-MIN-TRAVAIL
                   + WS-PLAGE-FIN - WS-PLAGE-DEBUT

               MOVE 0    TO WS-FEN-DEBUT
               MOVE 360  TO WS-FEN-FIN
               PERFORM 8100-CALCULER-RECOUVREMENT
               ADD WS-MIN-CHEV TO WS-EMP-MIN-NUIT
               MOVE 1260 TO WS-FEN-DEBUT
               MOVE 1800 TO WS-FEN-FIN
               PERFORM 8100-CALCULER-RECOUVREMENT
               ADD WS-MIN-CHEV TO WS-EMP-MIN-NUIT
               MOVE 2700 TO WS-FEN-DEBUT
               MOVE 2880 TO WS-FEN-FIN
               PERFORM 8100-CALCULER-RECOUVREMENT
               ADD WS-MIN-CHEV TO WS-EMP-MIN-NUIT

               EVALUATE WS-JOUR-SEMAINE
                   WHEN 6
                       MOVE 0    TO WS-FEN-DEBUT
                       MOVE 1440 TO WS-FEN-FIN
                       PERFORM 8100-CALCULER-RECOUVREMENT
                       ADD WS-MIN-CHEV TO WS-EMP-MIN-DIMANCHE
                   WHEN 5
                       MOVE 1440 TO WS-FEN-DEBUT
                       MOVE 2880 TO WS-FEN-FIN
                       PERFORM 8100-CALCULER-RECOUVREMENT
                       ADD WS-MIN-CHEV TO WS-EMP-MIN-DIMANCHE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           ADD 1 TO WS-SEG-IDX.
           IF WS-SEG-IDX > WS-NB-SEG
               SET WS-GROUPE-FINI TO TRUE
           ELSE
               IF WS-SEG-MATRICULE(WS-SEG-IDX) NOT = WS-MATRICULE-PREC
                   SET WS-GROUPE-FINI TO TRUE
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * 2830-CLORE-SEMAINE
      * Heures supplementaires de la semaine close : au-dela de 35 h,
      * les 8 premieres au palier a 25 %, les suivantes a 50 %.
      *---------------------------------------------------------------
       2830-CLORE-SEMAINE.
           IF WS-MIN-SEMAINE > WS-SEUIL-SEMAINE
               COMPUTE WS-MIN-SUPP = WS-MIN-SEMAINE - WS-SEUIL-SEMAINE
               IF WS-MIN-SUPP > WS-PALIER-25
                   ADD WS-PALIER-25 TO WS-EMP-MIN-HS-25
                   COMPUTE WS-EMP-MIN-HS-50 = WS-EMP-MIN-HS-50
                       + WS-MIN-SUPP - WS-PALIER-25
               ELSE
                   ADD WS-MIN-SUPP TO WS-EMP-MIN-HS-25
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * 2840-ECRIRE-EMPLOYE
      * Ecrit dans MVTS les mouvements du mois de l'employe (un par
      * taux, heures a deux decimales) et sa ligne de decompte.
      *---------------------------------------------------------------
       2840-ECRIRE-EMPLOYE.
           ADD 1 TO WS-NB-EMPLOYES.
           MOVE SPACES TO WS-LIGNE-HEURES.
           MOVE WS-MATRICULE-PREC TO LH-MATRICULE.
           MOVE WS-MATRICULE-PREC TO EMP-MATRICULE.
           READ EMP-MASTER-FILE
               INVALID KEY MOVE SPACES TO EMP-NOM
                           MOVE SPACES TO EMP-SOCIETE
           END-READ.
           MOVE EMP-NOM TO LH-NOM.
           MOVE EMP-SOCIETE TO LH-SOCIETE.
           MOVE WS-SOC-PERIODE(WS-EMP-SOC-IDX) TO LH-PERIODE.
           MOVE WS-EMP-NB-SEMAINES TO LH-SEMAINES.
           COMPUTE WS-HEURES ROUNDED = WS-EMP-MIN-TRAVAIL / 60.
           MOVE WS-HEURES TO LH-TRAVAIL.

           COMPUTE WS-HEURES ROUNDED = WS-EMP-MIN-HS-25 / 60.
           MOVE WS-HEURES TO LH-HS-25.
           MOVE 'H' TO WS-TYPE-MVT.
           PERFORM 2850-ECRIRE-MOUVEMENT.
           COMPUTE WS-HEURES ROUNDED = WS-EMP-MIN-HS-50 / 60.
           MOVE WS-HEURES TO LH-HS-50.
           MOVE 'S' TO WS-TYPE-MVT.
           PERFORM 2850-ECRIRE-MOUVEMENT.
           COMPUTE WS-HEURES ROUNDED = WS-EMP-MIN-NUIT / 60.
           MOVE WS-HEURES TO LH-NUIT.
           MOVE 'N' TO WS-TYPE-MVT.
           PERFORM 2850-ECRIRE-MOUVEMENT.
           COMPUTE WS-HEURES ROUNDED = WS-EMP-MIN-DIMANCHE / 60.
           MOVE WS-HEURES TO LH-DIMANCHE.
           MOVE 'D' TO WS-TYPE-MVT.
           PERFORM 2850-ECRIRE-MOUVEMENT.

           MOVE WS-LIGNE-HEURES TO RPT-LINE.
           WRITE RPT-LINE.

       2850-ECRIRE-MOUVEMENT.
           IF WS-HEURES > 0
               MOVE SPACES TO MVT-RECORD
               MOVE WS-MATRICULE-PREC TO MVT-MATRICULE
               MOVE WS-TYPE-MVT TO MVT-TYPE
               MOVE WS-HEURES TO WS-QTE-STR
               MOVE WS-QTE-STR TO MVT-QUANTITE-STR
               SET MVT-IS-BADGEUSE TO TRUE
               WRITE MVT-RECORD
               ADD 1 TO WS-NB-MVT-ECRITS
           END-IF.

      *---------------------------------------------------------------
      * 3000-ECRIRE-TOTAUX
      *---------------------------------------------------------------
       3000-ECRIRE-TOTAUX.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-NB-LUES TO WS-NB-STR.
           MOVE SPACES TO RPT-LINE.
           STRING 'LIGNES DE BADGEUSE LUES       : ' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-NB-HORS-PERIODE TO WS-NB-STR.
           MOVE SPACES TO RPT-LINE.
           STRING 'HORS SEMAINES DE LA PERIODE   : ' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-NB-JOURS-REJETES TO WS-NB-STR.
           MOVE SPACES TO RPT-LINE.
           STRING 'JOURNEES INCOHERENTES         : ' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-NB-ANOMALIES TO WS-NB-STR.
           MOVE SPACES TO RPT-LINE.
           STRING 'ANOMALIES (LIGNES, JOURNEES)  : ' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-NB-RETENUES TO WS-NB-STR.
           MOVE SPACES TO RPT-LINE.
           STRING 'PLAGES DECOMPTEES             : ' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-NB-EMPLOYES TO WS-NB-STR.
           MOVE SPACES TO RPT-LINE.
           STRING 'EMPLOYES DECOMPTES            : ' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-NB-MVTS TO WS-NB-STR.
           MOVE SPACES TO RPT-LINE.
           STRING 'SAISIES HR CONSERVEES (MVTS)  : ' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-NB-MVT-REMPLACES TO WS-NB-STR.
           MOVE SPACES TO RPT-LINE.
           STRING 'MOUVEMENTS BADGEUSE REMPLACES : ' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-NB-MVT-ECRITS TO WS-NB-STR.
           MOVE SPACES TO RPT-LINE.
           STRING 'MOUVEMENTS BADGEUSE ECRITS    : ' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           IF NOT WS-BADGES-PRESENT
               MOVE 'PAS DE FICHIER BADGES : MVTS INCHANGE'
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-NB-ANOMALIES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'CALCSAL-POINTAGE : ' WS-NB-EMPLOYES
               ' EMPLOYE(S), ' WS-NB-MVT-ECRITS ' MOUVEMENT(S), '
               WS-NB-ANOMALIES ' ANOMALIE(S)'.

       9000-TERMINER.
           CLOSE EMP-MASTER-FILE.
           IF WS-BADGES-PRESENT
               CLOSE BADGE-FILE
           END-IF.
           CLOSE POINTAGE-REPORT-FILE.

      *---------------------------------------------------------------
      * 8000-JOUR-DE-SEMAINE
      * Rang dans la semaine du jour WS-JOUR-CALCUL (numero de jour
      * FUNCTION INTEGER-OF-DATE, le jour 1 etant le lundi 1er
      * janvier 1601) : 0 = lundi ... 5 = samedi, 6 = dimanche.
      *---------------------------------------------------------------
       8000-JOUR-DE-SEMAINE.
           SUBTRACT 1 FROM WS-JOUR-CALCUL.
           DIVIDE WS-JOUR-CALCUL BY 7 GIVING WS-QUOTIENT
               REMAINDER WS-JOUR-SEMAINE.

      *---------------------------------------------------------------
      * 8100-CALCULER-RECOUVREMENT
      * Minutes communes (WS-MIN-CHEV) a la plage WS-PLAGE-DEBUT /
      * FIN et a la fenetre WS-FEN-DEBUT / FIN.
      *---------------------------------------------------------------
       8100-CALCULER-RECOUVREMENT.
           IF WS-PLAGE-DEBUT > WS-FEN-DEBUT
               MOVE WS-PLAGE-DEBUT TO WS-CHEV-DEBUT
           ELSE
               MOVE WS-FEN-DEBUT TO WS-CHEV-DEBUT
           END-IF.
           IF WS-PLAGE-FIN < WS-FEN-FIN
               MOVE WS-PLAGE-FIN TO WS-CHEV-FIN
           ELSE
               MOVE WS-FEN-FIN TO WS-CHEV-FIN
           END-IF.
           IF WS-CHEV-FIN > WS-CHEV-DEBUT
               COMPUTE WS-MIN-CHEV = WS-CHEV-FIN - WS-CHEV-DEBUT
           ELSE
               MOVE 0 TO WS-MIN-CHEV
           END-IF.
