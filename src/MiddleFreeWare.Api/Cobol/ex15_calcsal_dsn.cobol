      *===============================================================
      * ex15_calcsal_dsn.cobol
      * Programme COBOL de generation de la DSN mensuelle, en aval de
      * CALCSAL-BATCH : emet, a partir des calculs acceptes de la
      * periode (PERCALC) et du fichier maitre des employes
      * (EMPMAST), le fichier DSN de la periode pour une societe,
      * une declaration par etablissement.
      *
      * Rattachement a l'etablissement declarant : le centre de cout
      * de la fiche (EMP-CENTRE-COUT) est recherche dans le
      * referentiel ETABLIS (ETABREC.cpy) de la societe ; un centre
      * non rattache (ou a blanc) releve de l'etablissement par
      * defaut de la societe (ligne sans centre de cout).
      *
      * Contenu du fichier DSNOUT (une rubrique par ligne, au format
      * S21.G00.xx.yyy,'valeur') :
      *   S10       envoi (emetteur, entreprise)
      *   S20       declaration mensuelle normale, par etablissement
      *   S21.G00.06/11 entreprise et etablissement
      *   S21.G00.30 individu (nom, matricule)
      *   S21.G00.40 contrat (date d'entree, statut cadre/non-cadre)
      *   S21.G00.50 versement : net verse, base et montant du
      *             prelevement a la source (PC-BASE-PAS, PC-IMPOT)
      *   S21.G00.51 remuneration brute (PC-BRUT)
      *   S21.G00.78 bases assujetties (totalite, tranche A,
      *             tranche B), suivies de leurs cotisations
      *             individuelles S21.G00.81 (PC-COTIS-SAL-DETAIL et
      *             PC-COTIS-PAT-DETAIL)
      *   S21.G00.62 fin de contrat, quand EMP-DATE-SORTIE tombe dans
      *             la periode (motif a completer par le gestionnaire
      *             dans l'outil declaratif, il n'est pas dans EMPMAST)
      *   S90       total de l'envoi
      *
      * Seules sont declarees les fiches en EUR presentes dans
      * EMPMAST et rattachees a un etablissement ; les autres sont
      * ecartees et listees sur le compte rendu de controle DSNCTL,
      * qui prouve que declare + ecarte = enregistrement de totaux de
      * la periode (PC-TYPE-TOTAUX) pour l'effectif, le brut, les
      * charges salariales et patronales et le net.
      *
      * Une periode non calculee (statut O du fichier PERIODE) est
      * REFUSEE : aucune DSN n'est emise, code retour 8.
      *
      * Codes retour :
      *   0 = DSN emise et rapprochee des totaux
      *   4 = DSN emise, a completer (motif de fin de contrat, date
      *       d'entree absente, cotisation sans code DSN)
      *   8 = periode non calculee, referentiel ETABLIS absent ou
      *       invalide, salarie ecarte ou ecart avec les totaux :
      *       ne pas deposer
      *
      * JCL associe : src/MiddleFreeWare.Api/JCL/CALCSALD.jcl
      *
      * Compiler dans le Docker :
      *   cobc -x ex15_calcsal_dsn.cobol ex15_calcsal_periode.cobol
      *        -o ex15_calcsal_dsn
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSAL-DSN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CALC-FILE ASSIGN TO 'PERCALC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-STATUS.

           SELECT EMP-MASTER-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-MATRICULE
               FILE STATUS IS WS-EMP-STATUS.

           SELECT ETABLIS-FILE ASSIGN TO 'ETABLIS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETB-STATUS.

           SELECT DSN-FILE ASSIGN TO 'DSNOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSN-STATUS.

           SELECT CONTROL-DSN-FILE ASSIGN TO 'DSNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CALC-FILE.
       COPY PERCALC.

       FD  EMP-MASTER-FILE.
       COPY EMPMAST.

       FD  ETABLIS-FILE.
       COPY ETABREC.

       FD  DSN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 DSN-LINE                 PIC X(80).

       FD  CONTROL-DSN-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 CTL-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PC-STATUS             PIC XX.
       01 WS-EMP-STATUS            PIC XX.
       01 WS-ETB-STATUS            PIC XX.
       01 WS-DSN-STATUS            PIC XX.
       01 WS-CTL-STATUS            PIC XX.
       01 WS-EOF-FLAG              PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01 WS-ETB-EOF-FLAG          PIC X VALUE 'N'.
           88 WS-ETB-EOF             VALUE 'Y'.
       01 WS-EMP-TROUVE-FLAG       PIC X VALUE 'N'.
           88 WS-EMP-TROUVE          VALUE 'Y'.
       01 WS-PERIODE               PIC X(7) VALUE SPACES.
       01 WS-PARM                  PIC X(20).
       01 WS-SOCIETE               PIC X(3) VALUE SPACES.
       01 WS-IDX                   PIC 9(2) COMP VALUE 0.

      *    Dates de la periode au format DSN JJMMAAAA
       01 WS-ANNEE                 PIC 9(4) VALUE 0.
       01 WS-MOIS                  PIC 9(2) VALUE 0.
       01 WS-QUOTIENT              PIC 9(4) VALUE 0.
       01 WS-RESTE                 PIC 9(4) VALUE 0.
       01 WS-DERNIER-JOUR          PIC 9(2) VALUE 0.
       01 WS-JOURS-MOIS-INIT       PIC X(24)
                                   VALUE '312831303130313130313031'.
       01 WS-JOURS-MOIS-TABLE REDEFINES WS-JOURS-MOIS-INIT.
           05 WS-JOURS-DU-MOIS       OCCURS 12 TIMES PIC 9(2).
       01 WS-DATE-DEBUT-DSN        PIC X(8) VALUE SPACES.
       01 WS-DATE-FIN-DSN          PIC X(8) VALUE SPACES.
       01 WS-DATE-ISO              PIC X(10) VALUE SPACES.
       01 WS-DATE-DSN              PIC X(8) VALUE SPACES.

      *    Referentiel des etablissements de la societe : les
      *    etablissements declarants (un par NIC) et le rattachement
      *    de chaque centre de cout a l'un d'eux.
       01 WS-SIREN                 PIC X(9) VALUE SPACES.
       01 WS-ETB-MAX               PIC 9(2) COMP VALUE 20.
       01 WS-NB-ETB                PIC 9(2) COMP VALUE 0.
       01 WS-ETB-IDX               PIC 9(2) COMP VALUE 0.
       01 WS-ETB-TROUVE-IDX        PIC 9(2) COMP VALUE 0.
       01 WS-ETB-DEFAUT-IDX        PIC 9(2) COMP VALUE 0.
       01 WS-ETB-COURANT-IDX       PIC 9(2) COMP VALUE 0.
       01 WS-ETB-TABLE.
           05 WS-ETB-ENTREE          OCCURS 20 TIMES.
               10 WS-ETB-NIC           PIC X(5).
               10 WS-ETB-RAISON        PIC X(30).
               10 WS-ETB-NB            PIC 9(6).
               10 WS-ETB-BRUT          PIC 9(10)V99.
               10 WS-ETB-CHARGES       PIC 9(10)V99.
               10 WS-ETB-CHARGES-PAT   PIC 9(10)V99.
               10 WS-ETB-NET           PIC 9(10)V99.
               10 WS-ETB-BASE-PAS      PIC 9(10)V99.
               10 WS-ETB-IMPOT         PIC 9(10)V99.
               10 WS-ETB-NB-FINS       PIC 9(6).
       01 WS-RAT-MAX               PIC 9(3) COMP VALUE 100.
       01 WS-NB-RAT                PIC 9(3) COMP VALUE 0.
       01 WS-RAT-IDX               PIC 9(3) COMP VALUE 0.
       01 WS-RAT-TABLE.
           05 WS-RAT-ENTREE          OCCURS 100 TIMES.
               10 WS-RAT-CENTRE        PIC X(6).
               10 WS-RAT-ETB-IDX       PIC 9(2) COMP.
       01 WS-NB-LIGNES-ETB         PIC 9(4) VALUE 0.
       01 WS-RAISON-ECART          PIC X(40) VALUE SPACES.

      *    Codes DSN des cotisations individuelles (S21.G00.81.001),
      *    par libelle de cotisation (COTIRATE.cpy et PATRATE.cpy).
      *    Un libelle hors table est declare sous le code 999 et
      *    signale sur le compte rendu.
       01 WS-CTP-MAP-INIT.
           05 FILLER PIC X(19) VALUE 'SECURITE SOCIALE076'.
           05 FILLER PIC X(19) VALUE 'RETRAITE        131'.
           05 FILLER PIC X(19) VALUE 'CHOMAGE         040'.
           05 FILLER PIC X(19) VALUE 'CSG/CRDS        072'.
           05 FILLER PIC X(19) VALUE 'SECU SOC PATRON 075'.
           05 FILLER PIC X(19) VALUE 'RETRAITE PATRON 131'.
           05 FILLER PIC X(19) VALUE 'CHOMAGE PATRON  040'.
           05 FILLER PIC X(19) VALUE 'ACCIDENT TRAVAIL045'.
           05 FILLER PIC X(19) VALUE 'FORMATION PROF  128'.
       01 WS-CTP-MAP REDEFINES WS-CTP-MAP-INIT.
           05 WS-CTP-ENTRY OCCURS 9 TIMES.
               10 WS-CTP-LIBELLE       PIC X(16).
               10 WS-CTP-CODE          PIC X(3).
       01 WS-CTP-IDX               PIC 9(2) COMP VALUE 0.
       01 WS-LIB-CHERCHE           PIC X(16) VALUE SPACES.
       01 WS-CODE-TROUVE           PIC X(3) VALUE SPACES.
       01 WS-LIBELLES-CONTROLES-FLAG PIC X VALUE 'N'.
           88 WS-LIBELLES-CONTROLES  VALUE 'Y'.

      *    Bases assujetties (S21.G00.78.001) par assiette de
      *    cotisation : T totalite du brut, A tranche A, B tranche B.
       01 WS-ASSIETTE-COURANTE     PIC X(1) VALUE SPACES.
       01 WS-BASE-COURANTE         PIC 9(8)V99 VALUE 0.
       01 WS-MONTANT-COTIS         PIC 9(8)V99 VALUE 0.
       01 WS-TAUX-PAS              PIC 9(3)V99 VALUE 0.

      *    Rubrique DSN en cours d'ecriture
       01 WS-QUOTE                 PIC X VALUE ''''.
       01 WS-RUB-CODE              PIC X(14) VALUE SPACES.
       01 WS-RUB-VALEUR            PIC X(40) VALUE SPACES.
       01 WS-MONTANT-DSN           PIC 9(10)V99 VALUE 0.
       01 WS-MONTANT-DSN-STR       PIC Z(9)9.99.
       01 WS-TAUX-DSN-STR          PIC ZZ9.99.
       01 WS-NB-DSN-STR            PIC Z(6)9.
       01 WS-NB-RUBRIQUES          PIC 9(7) VALUE 0.
       01 WS-NB-RUB-ENVOI          PIC 9(7) VALUE 0.
       01 WS-NB-DECLARATIONS       PIC 9(3) VALUE 0.

      *    Controle : declare + ecarte = totaux de la periode
       01 WS-PC-TOTAUX-LUS-FLAG    PIC X VALUE 'N'.
           88 WS-PC-TOTAUX-LUS       VALUE 'Y'.
       01 WS-PCS-NB                PIC 9(6) VALUE 0.
       01 WS-PCS-BRUT              PIC 9(10)V99 VALUE 0.
       01 WS-PCS-CHARGES           PIC 9(10)V99 VALUE 0.
       01 WS-PCS-CHARGES-PAT       PIC 9(10)V99 VALUE 0.
       01 WS-PCS-NET               PIC 9(10)V99 VALUE 0.
       01 WS-ECA-NB                PIC 9(6) VALUE 0.
       01 WS-ECA-BRUT              PIC 9(10)V99 VALUE 0.
       01 WS-ECA-CHARGES           PIC 9(10)V99 VALUE 0.
       01 WS-ECA-CHARGES-PAT       PIC 9(10)V99 VALUE 0.
       01 WS-ECA-NET               PIC 9(10)V99 VALUE 0.
       01 WS-DCL-NB                PIC 9(6) VALUE 0.
       01 WS-DCL-BRUT              PIC 9(10)V99 VALUE 0.
       01 WS-DCL-CHARGES           PIC 9(10)V99 VALUE 0.
       01 WS-DCL-CHARGES-PAT       PIC 9(10)V99 VALUE 0.
       01 WS-DCL-NET               PIC 9(10)V99 VALUE 0.
       01 WS-CMP-LIBELLE           PIC X(16) VALUE SPACES.
       01 WS-CMP-EFFECTIF-FLAG     PIC X VALUE 'N'.
           88 WS-CMP-EFFECTIF        VALUE 'Y'.
       01 WS-CMP-DECLARE           PIC 9(10)V99 VALUE 0.
       01 WS-CMP-ECARTE            PIC 9(10)V99 VALUE 0.
       01 WS-CMP-PERCALC           PIC 9(10)V99 VALUE 0.
       01 WS-CMP-SOMME             PIC 9(10)V99 VALUE 0.
       01 WS-NB-ANOMALIES          PIC 9(4) VALUE 0.
       01 WS-NB-A-COMPLETER        PIC 9(4) VALUE 0.

       01 WS-MONTANT-A-STR         PIC ZZZZ,ZZZ,ZZ9.99.
       01 WS-MONTANT-B-STR         PIC ZZZZ,ZZZ,ZZ9.99.
       01 WS-MONTANT-C-STR         PIC ZZZZ,ZZZ,ZZ9.99.
       01 WS-NB-STR                PIC ZZZ,ZZ9.

       COPY PERLK.

       PROCEDURE DIVISION.
       0000-PILOTER.
           PERFORM 0500-LIRE-PARAMETRE.
           PERFORM 1000-INITIALISER.
           PERFORM 1100-CHARGER-ETABLISSEMENTS.
           PERFORM 2000-RECENSER-FICHIER UNTIL WS-EOF.
           PERFORM 3000-ECRIRE-DSN.
           PERFORM 4000-EDITER-CONTROLE THRU 4000-EDITER-CONTROLE-EXIT.
           PERFORM 9000-TERMINER.
           STOP RUN.

      *---------------------------------------------------------------
      * 0500-LIRE-PARAMETRE
      * Le parametre SOC=xxx (PARM du JCL) porte la societe declaree ;
      * tout PERCALC d'une autre societe est alors refuse.
      *---------------------------------------------------------------
       0500-LIRE-PARAMETRE.
           MOVE SPACES TO WS-PARM.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM(1:4) = 'SOC='
               MOVE WS-PARM(5:3) TO WS-SOCIETE
           END-IF.

      *---------------------------------------------------------------
      * 1000-INITIALISER
      * Releve la periode de la societe et REFUSE une periode non
      * calculee : la DSN ne se fait que sur une paie acceptee
      * (statut C, ou F apres cloture).
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
                   ') : DSN IMPOSSIBLE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PERL-PERIODE TO WS-PERIODE.
           IF NOT PERL-IS-CALCULEE AND NOT PERL-IS-CLOTUREE
               DISPLAY 'CALCSAL-DSN : PERIODE ' WS-PERIODE
                   ' NON CALCULEE (STATUT ' PERL-PER-STATUT
                   ') - DSN REFUSEE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1200-CALCULER-DATES.

           PERFORM VARYING WS-ETB-IDX FROM 1 BY 1
                   UNTIL WS-ETB-IDX > WS-ETB-MAX
               MOVE SPACES TO WS-ETB-NIC(WS-ETB-IDX)
               MOVE SPACES TO WS-ETB-RAISON(WS-ETB-IDX)
               MOVE 0 TO WS-ETB-NB(WS-ETB-IDX)
               MOVE 0 TO WS-ETB-BRUT(WS-ETB-IDX)
               MOVE 0 TO WS-ETB-CHARGES(WS-ETB-IDX)
               MOVE 0 TO WS-ETB-CHARGES-PAT(WS-ETB-IDX)
               MOVE 0 TO WS-ETB-NET(WS-ETB-IDX)
               MOVE 0 TO WS-ETB-BASE-PAS(WS-ETB-IDX)
               MOVE 0 TO WS-ETB-IMPOT(WS-ETB-IDX)
               MOVE 0 TO WS-ETB-NB-FINS(WS-ETB-IDX)
           END-PERFORM.

           OPEN INPUT PERIOD-CALC-FILE.
           IF WS-PC-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE PERCALC - STATUS='
                   WS-PC-STATUS
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
           OPEN OUTPUT DSN-FILE.
           OPEN OUTPUT CONTROL-DSN-FILE.
           MOVE SPACES TO CTL-LINE.
           STRING 'CONTROLE DSN MENSUELLE - PERIODE ' DELIMITED SIZE
                  WS-PERIODE DELIMITED SIZE
                  ' - SOCIETE ' DELIMITED SIZE
                  WS-SOCIETE DELIMITED SIZE
                  INTO CTL-LINE.
           WRITE CTL-LINE.
           MOVE SPACES TO CTL-LINE.
           WRITE CTL-LINE.

      *---------------------------------------------------------------
      * 1100-CHARGER-ETABLISSEMENTS
      * Charge les lignes ETABLIS de la societe : un etablissement par
      * NIC, le rattachement de chaque centre de cout et
      * l'etablissement par defaut (ligne sans centre de cout). Tout
      * defaut du referentiel arrete le programme (code retour 8) :
      * une DSN sur un mauvais SIRET serait rejetee en bloc.
      *---------------------------------------------------------------
       1100-CHARGER-ETABLISSEMENTS.
           OPEN INPUT ETABLIS-FILE.
           IF WS-ETB-STATUS = '35'
               DISPLAY 'PAS DE FICHIER ETABLIS : DSN IMPOSSIBLE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ETB-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE ETABLIS - STATUS='
                   WS-ETB-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1190-LIRE-ETABLISSEMENT.
           PERFORM 1110-RANGER-ETABLISSEMENT UNTIL WS-ETB-EOF.
           CLOSE ETABLIS-FILE.

           IF WS-NB-ETB = 0
               DISPLAY 'CALCSAL-DSN : AUCUN ETABLISSEMENT DANS '
                   'ETABLIS POUR LA SOCIETE ' WS-SOCIETE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ETB-DEFAUT-IDX = 0
               MOVE SPACES TO CTL-LINE
               STRING 'PAS D''ETABLISSEMENT PAR DEFAUT (LIGNE SANS '
                          DELIMITED SIZE
                      'CENTRE DE COUT) DANS ETABLIS' DELIMITED SIZE
                      INTO CTL-LINE
               WRITE CTL-LINE
           END-IF.
           PERFORM 2900-LIRE-SUIVANT.

      *---------------------------------------------------------------
      * 1110-RANGER-ETABLISSEMENT
      * Range la ligne ETABLIS courante si elle est de la societe
      * declaree : SIREN unique pour la societe, NIC numerique,
      * centre de cout rattache une seule fois.
      *---------------------------------------------------------------
       1110-RANGER-ETABLISSEMENT.
           IF ETB-SOCIETE = WS-SOCIETE
               ADD 1 TO WS-NB-LIGNES-ETB
               IF ETB-SIREN NOT NUMERIC OR ETB-NIC NOT NUMERIC
                   DISPLAY 'CALCSAL-DSN : SIRET INVALIDE DANS '
                       'ETABLIS : ' ETB-SIREN ' ' ETB-NIC
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-SIREN = SPACES
                   MOVE ETB-SIREN TO WS-SIREN
               END-IF
               IF ETB-SIREN NOT = WS-SIREN
                   DISPLAY 'CALCSAL-DSN : DEUX SIREN POUR LA SOCIETE '
                       WS-SOCIETE ' DANS ETABLIS : ' WS-SIREN ' '
                       ETB-SIREN
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               MOVE 0 TO WS-ETB-TROUVE-IDX
               PERFORM VARYING WS-ETB-IDX FROM 1 BY 1
                       UNTIL WS-ETB-IDX > WS-NB-ETB
                   IF WS-ETB-NIC(WS-ETB-IDX) = ETB-NIC
                       MOVE WS-ETB-IDX TO WS-ETB-TROUVE-IDX
                       MOVE WS-NB-ETB TO WS-ETB-IDX
                   END-IF
               END-PERFORM
               IF WS-ETB-TROUVE-IDX = 0
                   IF WS-NB-ETB >= WS-ETB-MAX
                       DISPLAY 'TABLE DES ETABLISSEMENTS PLEINE'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-NB-ETB
                   MOVE WS-NB-ETB TO WS-ETB-TROUVE-IDX
                   MOVE ETB-NIC TO WS-ETB-NIC(WS-ETB-TROUVE-IDX)
                   MOVE ETB-RAISON-SOCIALE
                       TO WS-ETB-RAISON(WS-ETB-TROUVE-IDX)
               END-IF

               IF ETB-CENTRE-COUT = SPACES
                   IF WS-ETB-DEFAUT-IDX NOT = 0
                       DISPLAY 'CALCSAL-DSN : DEUX ETABLISSEMENTS '
                           'PAR DEFAUT DANS ETABLIS'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-ETB-TROUVE-IDX TO WS-ETB-DEFAUT-IDX
               ELSE
                   PERFORM VARYING WS-RAT-IDX FROM 1 BY 1
                           UNTIL WS-RAT-IDX > WS-NB-RAT
                       IF WS-RAT-CENTRE(WS-RAT-IDX) = ETB-CENTRE-COUT
                           DISPLAY 'CALCSAL-DSN : CENTRE DE COUT '
                               ETB-CENTRE-COUT ' RATTACHE DEUX FOIS '
                               'DANS ETABLIS'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   IF WS-NB-RAT >= WS-RAT-MAX
                       DISPLAY 'TABLE DES CENTRES DE COUT PLEINE'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-NB-RAT
                   MOVE ETB-CENTRE-COUT TO WS-RAT-CENTRE(WS-NB-RAT)
                   MOVE WS-ETB-TROUVE-IDX
                       TO WS-RAT-ETB-IDX(WS-NB-RAT)
               END-IF
           END-IF.
           PERFORM 1190-LIRE-ETABLISSEMENT.

       1190-LIRE-ETABLISSEMENT.
           READ ETABLIS-FILE
               AT END SET WS-ETB-EOF TO TRUE
           END-READ.

      *---------------------------------------------------------------
      * 1200-CALCULER-DATES
      * Premier et dernier jour de la periode AAAA-MM au format DSN
      * JJMMAAAA (fevrier a 29 jours les annees bissextiles, une
      * annee seculaire ne l'etant que si elle divise 400).
      *---------------------------------------------------------------
       1200-CALCULER-DATES.
           MOVE WS-PERIODE(1:4) TO WS-ANNEE.
           MOVE WS-PERIODE(6:2) TO WS-MOIS.
           IF WS-MOIS < 1 OR WS-MOIS > 12
               DISPLAY 'CALCSAL-DSN : PERIODE ' WS-PERIODE
                   ' INVALIDE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-JOURS-DU-MOIS(WS-MOIS) TO WS-DERNIER-JOUR.
           IF WS-MOIS = 2
               DIVIDE WS-ANNEE BY 4 GIVING WS-QUOTIENT
                   REMAINDER WS-RESTE
               IF WS-RESTE = 0
                   MOVE 29 TO WS-DERNIER-JOUR
                   DIVIDE WS-ANNEE BY 100 GIVING WS-QUOTIENT
                       REMAINDER WS-RESTE
                   IF WS-RESTE = 0
                       DIVIDE WS-ANNEE BY 400 GIVING WS-QUOTIENT
                           REMAINDER WS-RESTE
                       IF WS-RESTE NOT = 0
                           MOVE 28 TO WS-DERNIER-JOUR
                       END-IF
                   END-IF
               END-IF
           END-IF.
           STRING '01' DELIMITED SIZE
                  WS-PERIODE(6:2) DELIMITED SIZE
                  WS-PERIODE(1:4) DELIMITED SIZE
                  INTO WS-DATE-DEBUT-DSN.
           STRING WS-DERNIER-JOUR DELIMITED SIZE
                  WS-PERIODE(6:2) DELIMITED SIZE
                  WS-PERIODE(1:4) DELIMITED SIZE
                  INTO WS-DATE-FIN-DSN.

      *---------------------------------------------------------------
      * 2000-RECENSER-FICHIER
      * Premier passage sur PERCALC : rattache chaque calcul de la
      * periode a son etablissement et cumule les montants declares
      * et ecartes ; capte l'enregistrement de totaux.
      *---------------------------------------------------------------
       2000-RECENSER-FICHIER.
           IF WS-SOCIETE NOT = SPACES
              AND PC-SOCIETE NOT = WS-SOCIETE
               DISPLAY 'CALCSAL-DSN : PERCALC DE LA SOCIETE '
                   PC-SOCIETE ' REFUSE (LANCEMENT POUR '
                   WS-SOCIETE ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PC-TYPE-DETAIL AND PC-PERIODE = WS-PERIODE
               PERFORM 2100-RECENSER-DETAIL
           END-IF.
           IF PC-TYPE-TOTAUX AND PC-PERIODE = WS-PERIODE
               SET WS-PC-TOTAUX-LUS TO TRUE
               MOVE PC-TOT-NB-TRAITES  TO WS-PCS-NB
               MOVE PC-TOT-BRUT        TO WS-PCS-BRUT
               MOVE PC-TOT-CHARGES     TO WS-PCS-CHARGES
               MOVE PC-TOT-CHARGES-PAT TO WS-PCS-CHARGES-PAT
               MOVE PC-TOT-NET         TO WS-PCS-NET
           END-IF.
           PERFORM 2900-LIRE-SUIVANT.

      *---------------------------------------------------------------
      * 2100-RECENSER-DETAIL
      * Un calcul sans etablissement declarant est ecarte de la DSN et
      * liste sur le compte rendu (anomalie, code retour 8). Les
      * libelles de cotisations, identiques pour tous les calculs,
      * sont controles au premier detail contre la table des codes
      * DSN.
      *---------------------------------------------------------------
       2100-RECENSER-DETAIL.
           IF NOT WS-LIBELLES-CONTROLES
               SET WS-LIBELLES-CONTROLES TO TRUE
               PERFORM 2150-CONTROLER-LIBELLES
           END-IF.
           PERFORM 2200-RATTACHER-SALARIE THRU 2200-RATTACHER-EXIT.
           IF WS-ETB-COURANT-IDX = 0
               ADD 1 TO WS-ECA-NB
               ADD PC-BRUT        TO WS-ECA-BRUT
               ADD PC-CHARGES     TO WS-ECA-CHARGES
               ADD PC-CHARGES-PAT TO WS-ECA-CHARGES-PAT
               ADD PC-NET         TO WS-ECA-NET
               ADD 1 TO WS-NB-ANOMALIES
               MOVE SPACES TO CTL-LINE
               STRING 'ECARTE DE LA DSN : ' DELIMITED SIZE
                      PC-MATRICULE DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      PC-NOM DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-RAISON-ECART DELIMITED SIZE
                      INTO CTL-LINE
               WRITE CTL-LINE
           ELSE
               ADD 1 TO WS-ETB-NB(WS-ETB-COURANT-IDX)
               ADD PC-BRUT TO WS-ETB-BRUT(WS-ETB-COURANT-IDX)
               ADD PC-CHARGES TO WS-ETB-CHARGES(WS-ETB-COURANT-IDX)
               ADD PC-CHARGES-PAT
                   TO WS-ETB-CHARGES-PAT(WS-ETB-COURANT-IDX)
               ADD PC-NET TO WS-ETB-NET(WS-ETB-COURANT-IDX)
               ADD PC-BASE-PAS TO WS-ETB-BASE-PAS(WS-ETB-COURANT-IDX)
               ADD PC-IMPOT TO WS-ETB-IMPOT(WS-ETB-COURANT-IDX)
               IF EMP-DATE-SORTIE(1:7) = WS-PERIODE
                   ADD 1 TO WS-ETB-NB-FINS(WS-ETB-COURANT-IDX)
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * 2150-CONTROLER-LIBELLES
      * Signale une fois chaque libelle de cotisation sans code DSN
      * (declare sous le code 999, DSN a completer) pour que la table
      * WS-CTP-MAP-INIT soit tenue a jour des baremes.
      *---------------------------------------------------------------
       2150-CONTROLER-LIBELLES.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
               IF PC-COTIS-SAL-LIBELLE(WS-IDX) NOT = SPACES
                   MOVE PC-COTIS-SAL-LIBELLE(WS-IDX) TO WS-LIB-CHERCHE
                   PERFORM 2160-SIGNALER-SANS-CODE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
               IF PC-COTIS-PAT-LIBELLE(WS-IDX) NOT = SPACES
                   MOVE PC-COTIS-PAT-LIBELLE(WS-IDX) TO WS-LIB-CHERCHE
                   PERFORM 2160-SIGNALER-SANS-CODE
               END-IF
           END-PERFORM.

       2160-SIGNALER-SANS-CODE.
           PERFORM 8300-TROUVER-CODE-COTISATION.
           IF WS-CODE-TROUVE = '999'
               ADD 1 TO WS-NB-A-COMPLETER
               MOVE SPACES TO CTL-LINE
               STRING 'COTISATION SANS CODE DSN (DECLAREE EN 999) : '
                          DELIMITED SIZE
                      WS-LIB-CHERCHE DELIMITED SIZE
                      INTO CTL-LINE
               WRITE CTL-LINE
           END-IF.

      *---------------------------------------------------------------
      * 2200-RATTACHER-SALARIE
      * Lit la fiche EMPMAST du calcul courant et renvoie dans
      * WS-ETB-COURANT-IDX l'etablissement declarant, ou 0 avec la
      * raison de l'ecart dans WS-RAISON-ECART.
      *---------------------------------------------------------------
       2200-RATTACHER-SALARIE.
           MOVE 0 TO WS-ETB-COURANT-IDX.
           MOVE PC-MATRICULE TO EMP-MATRICULE.
           MOVE 'Y' TO WS-EMP-TROUVE-FLAG.
           READ EMP-MASTER-FILE
               INVALID KEY MOVE 'N' TO WS-EMP-TROUVE-FLAG
           END-READ.
           IF NOT WS-EMP-TROUVE
               MOVE SPACES TO EMP-RECORD
               MOVE 'EMPLOYE ABSENT DE EMPMAST' TO WS-RAISON-ECART
               GO TO 2200-RATTACHER-EXIT
           END-IF.
           IF PC-DEVISE NOT = 'EUR'
               MOVE SPACES TO WS-RAISON-ECART
               STRING 'PAIE EN ' DELIMITED SIZE
                      PC-DEVISE DELIMITED SIZE
                      ', HORS DSN' DELIMITED SIZE
                      INTO WS-RAISON-ECART
               GO TO 2200-RATTACHER-EXIT
           END-IF.
           PERFORM VARYING WS-RAT-IDX FROM 1 BY 1
                   UNTIL WS-RAT-IDX > WS-NB-RAT
               IF WS-RAT-CENTRE(WS-RAT-IDX) = EMP-CENTRE-COUT
                   MOVE WS-RAT-ETB-IDX(WS-RAT-IDX)
                       TO WS-ETB-COURANT-IDX
                   MOVE WS-NB-RAT TO WS-RAT-IDX
               END-IF
           END-PERFORM.
           IF WS-ETB-COURANT-IDX = 0
               MOVE WS-ETB-DEFAUT-IDX TO WS-ETB-COURANT-IDX
           END-IF.
           IF WS-ETB-COURANT-IDX = 0
               MOVE SPACES TO WS-RAISON-ECART
               STRING 'CENTRE DE COUT ' DELIMITED SIZE
                      EMP-CENTRE-COUT DELIMITED SIZE
                      ' SANS ETABLISSEMENT' DELIMITED SIZE
                      INTO WS-RAISON-ECART
           END-IF.
       2200-RATTACHER-EXIT.
           EXIT.

       2900-LIRE-SUIVANT.
           READ PERIOD-CALC-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      *---------------------------------------------------------------
      * 3000-ECRIRE-DSN
      * Ecrit l'envoi : bloc S10, une declaration par etablissement
      * ayant des salaries a declarer (relecture de PERCALC pour
      * chacun), puis le total S90.
      *---------------------------------------------------------------
       3000-ECRIRE-DSN.
           MOVE 'S10.G00.00.001' TO WS-RUB-CODE.
           MOVE 'CALCSAL' TO WS-RUB-VALEUR.
           PERFORM 8000-ECRIRE-RUBRIQUE.
           MOVE 'S10.G00.00.002' TO WS-RUB-CODE.
           MOVE 'MIDDLEFREEWARE' TO WS-RUB-VALEUR.
           PERFORM 8000-ECRIRE-RUBRIQUE.
           MOVE 'S10.G00.00.005' TO WS-RUB-CODE.
           MOVE '01' TO WS-RUB-VALEUR.
           PERFORM 8000-ECRIRE-RUBRIQUE.
           IF WS-ETB-DEFAUT-IDX = 0
               MOVE 1 TO WS-ETB-IDX
           ELSE
               MOVE WS-ETB-DEFAUT-IDX TO WS-ETB-IDX
           END-IF.
           MOVE 'S10.G00.01.001' TO WS-RUB-CODE.
           MOVE WS-SIREN TO WS-RUB-VALEUR.
           PERFORM 8000-ECRIRE-RUBRIQUE.
           MOVE 'S10.G00.01.002' TO WS-RUB-CODE.
           MOVE WS-ETB-NIC(WS-ETB-IDX) TO WS-RUB-VALEUR.
           PERFORM 8000-ECRIRE-RUBRIQUE.
           MOVE 'S10.G00.01.003' TO WS-RUB-CODE.
           MOVE WS-ETB-RAISON(WS-ETB-IDX) TO WS-RUB-VALEUR.
           PERFORM 8000-ECRIRE-RUBRIQUE.

           PERFORM 3100-DECLARER-ETABLISSEMENT
               THRU 3100-DECLARER-EXIT
               VARYING WS-ETB-IDX FROM 1 BY 1
               UNTIL WS-ETB-IDX > WS-NB-ETB.

      *        Le total compte aussi les deux rubriques S90.
           COMPUTE WS-NB-RUB-ENVOI = WS-NB-RUBRIQUES + 2.
           MOVE WS-NB-RUB-ENVOI TO WS-NB-DSN-STR.
           MOVE 'S90.G00.90.001' TO WS-RUB-CODE.
           MOVE WS-NB-DSN-STR TO WS-RUB-VALEUR.
           PERFORM 8000-ECRIRE-RUBRIQUE.
           MOVE WS-NB-DECLARATIONS TO WS-NB-DSN-STR.
           MOVE 'S90.G00.90.002' TO WS-RUB-CODE.
           MOVE WS-NB-DSN-STR TO WS-RUB-VALEUR.
           PERFORM 8000-ECRIRE-RUBRIQUE.

      *---------------------------------------------------------------
      * 3100-DECLARER-ETABLISSEMENT
      * Declaration mensuelle normale de l'etablissement WS-ETB-IDX :
      * en-tete S20/S21 entreprise et etablissement, puis les
      * salaries qui lui sont rattaches (second passage sur PERCALC).
      *---------------------------------------------------------------
       3100-DECLARER-ETABLISSEMENT.
           IF WS-ETB-NB(WS-ETB-IDX) = 0
               GO TO 3100-DECLARER-EXIT
           END-IF.
           ADD 1 TO WS-NB-DECLARATIONS.
           MOVE 'S20.G00.05.001' TO WS-RUB-CODE.
           MOVE '01' TO WS-RUB-VALEUR.
           PERFORM 8000-ECRIRE-RUBRIQUE.
           MOVE 'S20.G00.05.002' TO WS-RUB-CODE.
           MOVE '01' TO WS-RUB-VALEUR.
           PERFORM 8000-ECRIRE-RUBRIQUE.
           MOVE 'S20.G00.05.003' TO WS-RUB-CODE.
           MOVE '11' TO WS-RUB-VALEUR.
           PERFORM 8000-ECRIRE-RUBRIQUE.
           MOVE 'S20.G00.05.005' TO WS-RUB-CODE.
           MOVE WS-DATE-DEBUT-DSN TO WS-RUB-VALEUR.
           PERFORM 8000-ECRIRE-RUBRIQUE.

           MOVE 'S21.G00.06.001' TO WS-RUB-CODE.
           MOVE WS-SIREN TO WS-RUB-VALEUR.
           PERFORM 8000-ECRIRE-RUBRIQUE.
           MOVE 'S21.G00.11.001' TO WS-RUB-CODE.
           MOVE WS-ETB-NIC(WS-ETB-IDX) TO WS-RUB-VALEUR.
           PERFORM 8000-ECRIRE-RUBRIQUE.

           CLOSE PERIOD-CALC-FILE.
           OPEN INPUT PERIOD-CALC-FILE.
           IF WS-PC-STATUS NOT = '00'
               DISPLAY 'ERREUR REOUVERTURE PERCALC - STATUS='
                   WS-PC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 2900-LIRE-SUIVANT.
           PERFORM 3200-DECLARER-SALARIE THRU 3200-DECLARER-EXIT
               UNTIL WS-EOF.
       3100-DECLARER-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3200-DECLARER-SALARIE
      * Blocs individu, contrat, versement, remuneration, bases et
      * cotisations, et fin de contrat du calcul courant s'il releve
      * de l'etablissement en cours de declaration.
      *---------------------------------------------------------------
       3200-DECLARER-SALARIE.
           IF NOT PC-TYPE-DETAIL OR PC-PERIODE NOT = WS-PERIODE
               GO TO 3200-DECLARER-SUIVANT
           END-IF.
           PERFORM 2200-RATTACHER-SALARIE THRU 2200-RATTACHER-EXIT.
           IF WS-ETB-COURANT-IDX NOT = WS-ETB-IDX
               GO TO 3200-DECLARER-SUIVANT
           END-IF.

           MOVE 'S21.G00.30.002' TO WS-RUB-CODE.
           MOVE EMP-NOM TO WS-RUB-VALEUR.
           PERFORM 8000-ECRIRE-RUBRIQUE.
           MOVE 'S21.G00.30.019' TO WS-RUB-CODE.
           MOVE EMP-MATRICULE TO WS-RUB-VALEUR.
           PERFORM 8000-ECRIRE-RUBRIQUE.

           IF EMP-DATE-ENTREE = SPACES
               ADD 1 TO WS-NB-A-COMPLETER
               MOVE SPACES TO CTL-LINE
               STRING 'A COMPLETER : ' DELIMITED SIZE
                      EMP-MATRICULE DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      EMP-NOM DELIMITED SIZE
                      ' DATE D''ENTREE ABSENTE DE EMPMAST'
                          DELIMITED SIZE
                      INTO CTL-LINE
               WRITE CTL-LINE
           ELSE
               MOVE EMP-DATE-ENTREE TO WS-DATE-ISO
               PERFORM 8100-CONVERTIR-DATE
               MOVE 'S21.G00.40.001' TO WS-RUB-CODE
               MOVE WS-DATE-DSN TO WS-RUB-VALEUR
               PERFORM 8000-ECRIRE-RUBRIQUE
           END-IF.
           MOVE 'S21.G00.40.002' TO WS-RUB-CODE.
           IF EMP-CATEGORIE = 'C'
               MOVE '02' TO WS-RUB-VALEUR
           ELSE
               MOVE '04' TO WS-RUB-VALEUR
           END-IF.
           PERFORM 8000-ECRIRE-RUBRIQUE.
           MOVE 'S21.G00.40.009' TO WS-RUB-CODE.
           MOVE EMP-MATRICULE TO WS-RUB-VALEUR.
           PERFORM 8000-ECRIRE-RUBRIQUE.

           MOVE 'S21.G00.50.001' TO WS-RUB-CODE.
           MOVE WS-DATE-FIN-DSN TO WS-RUB-VALEUR.
           PERFORM 8000-ECRIRE-RUBRIQUE.
           MOVE PC-BASE-PAS TO WS-MONTANT-DSN.
           MOVE 'S21.G00.50.002' TO WS-RUB-CODE.
           PERFORM 8200-ECRIRE-MONTANT.
           MOVE PC-NET TO WS-MONTANT-DSN.
           MOVE 'S21.G00.50.004' TO WS-RUB-CODE.
           PERFORM 8200-ECRIRE-MONTANT.
           MOVE 0 TO WS-TAUX-PAS.
           IF PC-BASE-PAS > 0
               COMPUTE WS-TAUX-PAS ROUNDED
                   = PC-IMPOT * 100 / PC-BASE-PAS
           END-IF.
           MOVE WS-TAUX-PAS TO WS-TAUX-DSN-STR.
           MOVE 'S21.G00.50.006' TO WS-RUB-CODE.
           MOVE FUNCTION TRIM(WS-TAUX-DSN-STR) TO WS-RUB-VALEUR.
           PERFORM 8000-ECRIRE-RUBRIQUE.
           MOVE PC-IMPOT TO WS-MONTANT-DSN.
           MOVE 'S21.G00.50.009' TO WS-RUB-CODE.
           PERFORM 8200-ECRIRE-MONTANT.

           MOVE 'S21.G00.51.001' TO WS-RUB-CODE.
           MOVE WS-DATE-DEBUT-DSN TO WS-RUB-VALEUR.
           PERFORM 8000-ECRIRE-RUBRIQUE.
           MOVE 'S21.G00.51.002' TO WS-RUB-CODE.
           MOVE WS-DATE-FIN-DSN TO WS-RUB-VALEUR.
           PERFORM 8000-ECRIRE-RUBRIQUE.
           MOVE 'S21.G00.51.010' TO WS-RUB-CODE.
           MOVE EMP-MATRICULE TO WS-RUB-VALEUR.
           PERFORM 8000-ECRIRE-RUBRIQUE.
           MOVE 'S21.G00.51.011' TO WS-RUB-CODE.
           MOVE '001' TO WS-RUB-VALEUR.
           PERFORM 8000-ECRIRE-RUBRIQUE.
           MOVE PC-BRUT TO WS-MONTANT-DSN.
           MOVE 'S21.G00.51.013' TO WS-RUB-CODE.
           PERFORM 8200-ECRIRE-MONTANT.

           MOVE 'T' TO WS-ASSIETTE-COURANTE.
           PERFORM 3300-DECLARER-BASE THRU 3300-DECLARER-BASE-EXIT.
           MOVE 'A' TO WS-ASSIETTE-COURANTE.
           PERFORM 3300-DECLARER-BASE THRU 3300-DECLARER-BASE-EXIT.
           MOVE 'B' TO WS-ASSIETTE-COURANTE.
           PERFORM 3300-DECLARER-BASE THRU 3300-DECLARER-BASE-EXIT.

           IF EMP-DATE-SORTIE(1:7) = WS-PERIODE
               MOVE EMP-DATE-SORTIE TO WS-DATE-ISO
               PERFORM 8100-CONVERTIR-DATE
               MOVE 'S21.G00.62.001' TO WS-RUB-CODE
               MOVE WS-DATE-DSN TO WS-RUB-VALEUR
               PERFORM 8000-ECRIRE-RUBRIQUE
               MOVE 'S21.G00.62.002' TO WS-RUB-CODE
               MOVE '099' TO WS-RUB-VALEUR
               PERFORM 8000-ECRIRE-RUBRIQUE
               ADD 1 TO WS-NB-A-COMPLETER
               MOVE SPACES TO CTL-LINE
               STRING 'FIN DE CONTRAT : ' DELIMITED SIZE
                      EMP-MATRICULE DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      EMP-NOM DELIMITED SIZE
                      ' SORTIE LE ' DELIMITED SIZE
                      EMP-DATE-SORTIE DELIMITED SIZE
                      ' - MOTIF DE RUPTURE A COMPLETER'
                          DELIMITED SIZE
                      INTO CTL-LINE
               WRITE CTL-LINE
           END-IF.
       3200-DECLARER-SUIVANT.
           PERFORM 2900-LIRE-SUIVANT.
       3200-DECLARER-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3300-DECLARER-BASE
      * Base assujettie de l'assiette WS-ASSIETTE-COURANTE (S21.G00.78)
      * suivie des cotisations salariales et patronales assises sur
      * elle (S21.G00.81). Une tranche vide n'est pas declaree.
      *---------------------------------------------------------------
       3300-DECLARER-BASE.
           EVALUATE WS-ASSIETTE-COURANTE
               WHEN 'A'
                   MOVE PC-TRANCHE-A TO WS-BASE-COURANTE
                   MOVE '02' TO WS-RUB-VALEUR
               WHEN 'B'
                   MOVE PC-TRANCHE-B TO WS-BASE-COURANTE
                   MOVE '04' TO WS-RUB-VALEUR
               WHEN OTHER
                   MOVE PC-BRUT TO WS-BASE-COURANTE
                   MOVE '03' TO WS-RUB-VALEUR
           END-EVALUATE.
           IF WS-BASE-COURANTE = 0
               GO TO 3300-DECLARER-BASE-EXIT
           END-IF.
           MOVE 'S21.G00.78.001' TO WS-RUB-CODE.
           PERFORM 8000-ECRIRE-RUBRIQUE.
           MOVE 'S21.G00.78.002' TO WS-RUB-CODE.
           MOVE WS-DATE-DEBUT-DSN TO WS-RUB-VALEUR.
           PERFORM 8000-ECRIRE-RUBRIQUE.
           MOVE 'S21.G00.78.003' TO WS-RUB-CODE.
           MOVE WS-DATE-FIN-DSN TO WS-RUB-VALEUR.
           PERFORM 8000-ECRIRE-RUBRIQUE.
           MOVE WS-BASE-COURANTE TO WS-MONTANT-DSN.
           MOVE 'S21.G00.78.004' TO WS-RUB-CODE.
           PERFORM 8200-ECRIRE-MONTANT.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
               IF PC-COTIS-SAL-LIBELLE(WS-IDX) NOT = SPACES
                  AND (PC-COTIS-SAL-ASSIETTE(WS-IDX)
                          = WS-ASSIETTE-COURANTE
                       OR (WS-ASSIETTE-COURANTE = 'T'
                           AND PC-COTIS-SAL-ASSIETTE(WS-IDX)
                               = SPACE))
                   MOVE PC-COTIS-SAL-LIBELLE(WS-IDX) TO WS-LIB-CHERCHE
                   MOVE PC-COTIS-SAL-MONTANT(WS-IDX)
                       TO WS-MONTANT-COTIS
                   PERFORM 3400-DECLARER-COTISATION
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
               IF PC-COTIS-PAT-LIBELLE(WS-IDX) NOT = SPACES
                  AND (PC-COTIS-PAT-ASSIETTE(WS-IDX)
                          = WS-ASSIETTE-COURANTE
                       OR (WS-ASSIETTE-COURANTE = 'T'
                           AND PC-COTIS-PAT-ASSIETTE(WS-IDX)
                               = SPACE))
                   MOVE PC-COTIS-PAT-LIBELLE(WS-IDX) TO WS-LIB-CHERCHE
                   MOVE PC-COTIS-PAT-MONTANT(WS-IDX)
                       TO WS-MONTANT-COTIS
                   PERFORM 3400-DECLARER-COTISATION
               END-IF
           END-PERFORM.
       3300-DECLARER-BASE-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3400-DECLARER-COTISATION
      * Cotisation individuelle WS-LIB-CHERCHE de montant
      * WS-MONTANT-COTIS sur la base courante.
      *---------------------------------------------------------------
       3400-DECLARER-COTISATION.
           PERFORM 8300-TROUVER-CODE-COTISATION.
           MOVE 'S21.G00.81.001' TO WS-RUB-CODE.
           MOVE WS-CODE-TROUVE TO WS-RUB-VALEUR.
           PERFORM 8000-ECRIRE-RUBRIQUE.
           MOVE WS-BASE-COURANTE TO WS-MONTANT-DSN.
           MOVE 'S21.G00.81.003' TO WS-RUB-CODE.
           PERFORM 8200-ECRIRE-MONTANT.
           MOVE WS-MONTANT-COTIS TO WS-MONTANT-DSN.
           MOVE 'S21.G00.81.004' TO WS-RUB-CODE.
           PERFORM 8200-ECRIRE-MONTANT.

      *---------------------------------------------------------------
      * 4000-EDITER-CONTROLE
      * Compte rendu par etablissement, puis rapprochement de la DSN
      * avec les totaux de la periode : declare + ecarte = PERCALC
      * pour l'effectif, le brut, les charges et le net.
      *---------------------------------------------------------------
       4000-EDITER-CONTROLE.
           MOVE SPACES TO CTL-LINE.
           WRITE CTL-LINE.
           PERFORM 4100-EDITER-ETABLISSEMENT
               VARYING WS-ETB-IDX FROM 1 BY 1
               UNTIL WS-ETB-IDX > WS-NB-ETB.
           MOVE SPACES TO CTL-LINE.
           WRITE CTL-LINE.

           IF NOT WS-PC-TOTAUX-LUS
               ADD 1 TO WS-NB-ANOMALIES
               MOVE 'ENREGISTREMENT DE TOTAUX ABSENT DE PERCALC'
                   TO CTL-LINE
               WRITE CTL-LINE
               GO TO 4000-EDITER-CONTROLE-EXIT
           END-IF.
           MOVE SPACES TO CTL-LINE.
           STRING 'RAPPROCHEMENT           DECLARE' DELIMITED SIZE
                  '         ECARTE        PERCALC' DELIMITED SIZE
                  INTO CTL-LINE.
           WRITE CTL-LINE.

           MOVE 'SALARIES' TO WS-CMP-LIBELLE.
           MOVE WS-DCL-NB TO WS-CMP-DECLARE.
           MOVE WS-ECA-NB TO WS-CMP-ECARTE.
           MOVE WS-PCS-NB TO WS-CMP-PERCALC.
           MOVE 'Y' TO WS-CMP-EFFECTIF-FLAG.
           PERFORM 4200-RAPPROCHER.
           MOVE 'N' TO WS-CMP-EFFECTIF-FLAG.
           MOVE 'BRUT' TO WS-CMP-LIBELLE.
           MOVE WS-DCL-BRUT TO WS-CMP-DECLARE.
           MOVE WS-ECA-BRUT TO WS-CMP-ECARTE.
           MOVE WS-PCS-BRUT TO WS-CMP-PERCALC.
           PERFORM 4200-RAPPROCHER.
           MOVE 'CHARGES SAL' TO WS-CMP-LIBELLE.
           MOVE WS-DCL-CHARGES TO WS-CMP-DECLARE.
           MOVE WS-ECA-CHARGES TO WS-CMP-ECARTE.
           MOVE WS-PCS-CHARGES TO WS-CMP-PERCALC.
           PERFORM 4200-RAPPROCHER.
           MOVE 'CHARGES PAT' TO WS-CMP-LIBELLE.
           MOVE WS-DCL-CHARGES-PAT TO WS-CMP-DECLARE.
           MOVE WS-ECA-CHARGES-PAT TO WS-CMP-ECARTE.
           MOVE WS-PCS-CHARGES-PAT TO WS-CMP-PERCALC.
           PERFORM 4200-RAPPROCHER.
           MOVE 'NET' TO WS-CMP-LIBELLE.
           MOVE WS-DCL-NET TO WS-CMP-DECLARE.
           MOVE WS-ECA-NET TO WS-CMP-ECARTE.
           MOVE WS-PCS-NET TO WS-CMP-PERCALC.
           PERFORM 4200-RAPPROCHER.
       4000-EDITER-CONTROLE-EXIT.
           EXIT.

       4100-EDITER-ETABLISSEMENT.
           ADD WS-ETB-NB(WS-ETB-IDX)          TO WS-DCL-NB.
           ADD WS-ETB-BRUT(WS-ETB-IDX)        TO WS-DCL-BRUT.
           ADD WS-ETB-CHARGES(WS-ETB-IDX)     TO WS-DCL-CHARGES.
           ADD WS-ETB-CHARGES-PAT(WS-ETB-IDX) TO WS-DCL-CHARGES-PAT.
           ADD WS-ETB-NET(WS-ETB-IDX)         TO WS-DCL-NET.
           MOVE WS-ETB-NB(WS-ETB-IDX) TO WS-NB-STR.
           MOVE WS-ETB-BRUT(WS-ETB-IDX) TO WS-MONTANT-A-STR.
           MOVE WS-ETB-NET(WS-ETB-IDX) TO WS-MONTANT-B-STR.
           MOVE WS-ETB-IMPOT(WS-ETB-IDX) TO WS-MONTANT-C-STR.
           MOVE SPACES TO CTL-LINE.
           STRING 'SIRET ' DELIMITED SIZE
                  WS-SIREN DELIMITED SIZE
                  WS-ETB-NIC(WS-ETB-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-ETB-RAISON(WS-ETB-IDX) DELIMITED SIZE
                  ' SAL=' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  ' BRUT=' DELIMITED SIZE
                  WS-MONTANT-A-STR DELIMITED SIZE
                  ' NET=' DELIMITED SIZE
                  WS-MONTANT-B-STR DELIMITED SIZE
                  ' PAS=' DELIMITED SIZE
                  WS-MONTANT-C-STR DELIMITED SIZE
                  INTO CTL-LINE.
           WRITE CTL-LINE.
           IF WS-ETB-NB-FINS(WS-ETB-IDX) > 0
               MOVE WS-ETB-NB-FINS(WS-ETB-IDX) TO WS-NB-STR
               MOVE SPACES TO CTL-LINE
               STRING '      FINS DE CONTRAT DECLAREES : '
                          DELIMITED SIZE
                      WS-NB-STR DELIMITED SIZE
                      INTO CTL-LINE
               WRITE CTL-LINE
           END-IF.

      *---------------------------------------------------------------
      * 4200-RAPPROCHER
      * Une ligne de rapprochement WS-CMP-LIBELLE : declare, ecarte,
      * total PERCALC, et anomalie si declare + ecarte differe du
      * total de la periode. Un effectif (WS-CMP-EFFECTIF) est edite
      * sans decimales sous les colonnes de montants.
      *---------------------------------------------------------------
       4200-RAPPROCHER.
           COMPUTE WS-CMP-SOMME = WS-CMP-DECLARE + WS-CMP-ECARTE.
           MOVE SPACES TO CTL-LINE.
           MOVE WS-CMP-LIBELLE TO CTL-LINE(1:16).
           IF WS-CMP-EFFECTIF
               MOVE WS-CMP-DECLARE TO WS-NB-STR
               MOVE WS-NB-STR TO CTL-LINE(22:7)
               MOVE WS-CMP-ECARTE TO WS-NB-STR
               MOVE WS-NB-STR TO CTL-LINE(37:7)
               MOVE WS-CMP-PERCALC TO WS-NB-STR
               MOVE WS-NB-STR TO CTL-LINE(52:7)
           ELSE
               MOVE WS-CMP-DECLARE TO WS-MONTANT-A-STR
               MOVE WS-CMP-ECARTE  TO WS-MONTANT-B-STR
               MOVE WS-CMP-PERCALC TO WS-MONTANT-C-STR
               MOVE WS-MONTANT-A-STR TO CTL-LINE(17:15)
               MOVE WS-MONTANT-B-STR TO CTL-LINE(32:15)
               MOVE WS-MONTANT-C-STR TO CTL-LINE(47:15)
           END-IF.
           IF WS-CMP-SOMME NOT = WS-CMP-PERCALC
               ADD 1 TO WS-NB-ANOMALIES
               MOVE ' ECART' TO CTL-LINE(66:6)
           ELSE
               MOVE ' OK' TO CTL-LINE(66:3)
           END-IF.
           WRITE CTL-LINE.

      *---------------------------------------------------------------
      * 8000-ECRIRE-RUBRIQUE
      * Ecrit la rubrique WS-RUB-CODE,'WS-RUB-VALEUR' ; une valeur a
      * blanc n'est pas declaree.
      *---------------------------------------------------------------
       8000-ECRIRE-RUBRIQUE.
           IF WS-RUB-VALEUR = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO DSN-LINE
               STRING WS-RUB-CODE DELIMITED SIZE
                      ',' DELIMITED SIZE
                      WS-QUOTE DELIMITED SIZE
                      FUNCTION TRIM(WS-RUB-VALEUR) DELIMITED SIZE
                      WS-QUOTE DELIMITED SIZE
                      INTO DSN-LINE
               WRITE DSN-LINE
               IF WS-DSN-STATUS NOT = '00'
                   DISPLAY 'ERREUR ECRITURE DSNOUT - STATUS='
                       WS-DSN-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NB-RUBRIQUES
           END-IF.
           MOVE SPACES TO WS-RUB-VALEUR.

      *---------------------------------------------------------------
      * 8100-CONVERTIR-DATE
      * WS-DATE-ISO (AAAA-MM-JJ, format EMPMAST) vers WS-DATE-DSN
      * (JJMMAAAA).
      *---------------------------------------------------------------
       8100-CONVERTIR-DATE.
           MOVE SPACES TO WS-DATE-DSN.
           STRING WS-DATE-ISO(9:2) DELIMITED SIZE
                  WS-DATE-ISO(6:2) DELIMITED SIZE
                  WS-DATE-ISO(1:4) DELIMITED SIZE
                  INTO WS-DATE-DSN.

      *---------------------------------------------------------------
      * 8200-ECRIRE-MONTANT
      * Ecrit la rubrique WS-RUB-CODE avec le montant WS-MONTANT-DSN
      * au format DSN (point decimal, sans separateur de milliers).
      *---------------------------------------------------------------
       8200-ECRIRE-MONTANT.
           MOVE WS-MONTANT-DSN TO WS-MONTANT-DSN-STR.
           MOVE FUNCTION TRIM(WS-MONTANT-DSN-STR) TO WS-RUB-VALEUR.
           PERFORM 8000-ECRIRE-RUBRIQUE.

      *---------------------------------------------------------------
      * 8300-TROUVER-CODE-COTISATION
      * Code DSN de la cotisation WS-LIB-CHERCHE ; un libelle hors
      * table prend le code 999.
      *---------------------------------------------------------------
       8300-TROUVER-CODE-COTISATION.
           MOVE '999' TO WS-CODE-TROUVE.
           PERFORM VARYING WS-CTP-IDX FROM 1 BY 1
                   UNTIL WS-CTP-IDX > 9
               IF WS-CTP-LIBELLE(WS-CTP-IDX) = WS-LIB-CHERCHE
                   MOVE WS-CTP-CODE(WS-CTP-IDX) TO WS-CODE-TROUVE
                   MOVE 9 TO WS-CTP-IDX
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * 9000-TERMINER
      * Verdict : toute anomalie (salarie ecarte, ecart avec les
      * totaux) interdit le depot (code retour 8) ; une DSN a
      * completer termine en code retour 4.
      *---------------------------------------------------------------
       9000-TERMINER.
           MOVE SPACES TO CTL-LINE.
           WRITE CTL-LINE.
           MOVE WS-NB-RUBRIQUES TO WS-NB-STR.
           MOVE SPACES TO CTL-LINE.
           STRING 'RUBRIQUES EMISES : ' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  INTO CTL-LINE.
           WRITE CTL-LINE.
           IF WS-NB-ANOMALIES > 0
               MOVE 'DSN EN ANOMALIE, NE PAS DEPOSER' TO CTL-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NB-A-COMPLETER > 0
                   MOVE 'DSN RAPPROCHEE DES TOTAUX, A COMPLETER'
                       TO CTL-LINE
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 'DSN RAPPROCHEE DES TOTAUX, PRETE POUR DEPOT'
                       TO CTL-LINE
               END-IF
           END-IF.
           WRITE CTL-LINE.
           CLOSE PERIOD-CALC-FILE.
           CLOSE EMP-MASTER-FILE.
           CLOSE DSN-FILE.
           CLOSE CONTROL-DSN-FILE.
