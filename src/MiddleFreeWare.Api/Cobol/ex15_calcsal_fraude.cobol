      *===============================================================
      * ex15_calcsal_fraude.cobol
      * Programme COBOL de controle anti-fraude de la remise de
      * virements de la periode, entre CALCSAL-VIREMENT et l'envoi
      * en banque : CALCSAL-VIREMENT ne verifie que le format des
      * coordonnees bancaires ; ce programme croise chaque ordre du
      * fichier VIRMNTS avec :
      *   - le journal MAJJRN de CALCSAL-MAJEMP (images avant/apres
      *     de la fiche) : IBAN modifie dans les derniers jours
      *     (PARM JOURS=nn, 30 par defaut) ;
      *   - le fichier maitre EMPMAST : salarie absent, ou IBAN de
      *     l'ordre different de celui de la fiche ;
      *   - les autres ordres de la remise : meme IBAN paye a
      *     plusieurs MATRICULE ;
      *   - le fichier SAISIES : IBAN de salarie egal a celui d'un
      *     tiers creancier, ordre creancier vers un IBAN qui n'est
      *     pas celui de la saisie ;
      *   - l'historique : NET verse superieur de plus de ECART=nnn %
      *     (50 par defaut) au NET de la periode precedente (PREVCALC,
      *     fichier PERCALC de la periode precedente) ou, a defaut,
      *     au dernier NET de l'historique archive HISTAUD.
      * Chaque motif d'un ordre suspect est edite dans l'etat VIRSUSP.
      *
      * Un ordre suspect se leve par une ligne du fichier LEVEES
      * (LEVEREC.cpy : societe, periode, MATRICULE, IBAN, operateur),
      * saisie par un second operateur apres examen de l'etat ; une
      * levee saisie par l'operateur qui lance le controle (PARM
      * OPER=xxx, obligatoire) n'est pas retenue. Tant qu'un ordre
      * suspect n'est pas leve, ou si le fichier VIRMNTS n'est pas
      * coherent avec son trailer, le programme se termine avec un
      * code retour 8 : la remise ne doit pas partir en banque.
      * Le controle se relance apres saisie des levees.
      *
      * JCL associe : src/MiddleFreeWare.Api/JCL/CALCSALK.jcl
      *
      * Compiler dans le Docker :
      *   cobc -x ex15_calcsal_fraude.cobol ex15_calcsal_periode.cobol
      *        -o ex15_calcsal_fraude
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSAL-FRAUDE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIREMENT-FILE ASSIGN TO 'VIRMNTS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIR-STATUS.

           SELECT MAJ-JOURNAL-FILE ASSIGN TO 'MAJJRN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAJ-STATUS.

           SELECT EMP-MASTER-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-MATRICULE
               FILE STATUS IS WS-EMP-STATUS.

           SELECT SAISIE-FILE ASSIGN TO 'SAISIES'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SAIS-MATRICULE
               FILE STATUS IS WS-SAIS-STATUS.

           SELECT PREV-CALC-FILE ASSIGN TO 'PREVCALC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PV-STATUS.

           SELECT HIST-FILE ASSIGN TO 'HISTAUD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CLE
               FILE STATUS IS WS-HIST-STATUS.

           SELECT LEVEE-FILE ASSIGN TO 'LEVEES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEV-STATUS.

           SELECT SUSPECT-FILE ASSIGN TO 'VIRSUSP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Meme decoupage que le fichier VIRMNTS de CALCSAL-VIREMENT.
       FD  VIREMENT-FILE
           RECORD CONTAINS 83 CHARACTERS.
       01 VIR-RECORD.
           05 VIR-TYPE-ENR         PIC X(1).
               88 VIR-TYPE-DETAIL    VALUE 'D'.
               88 VIR-TYPE-TRAILER   VALUE 'T'.
           05 VIR-DETAIL.
               10 VIR-MATRICULE        PIC X(6).
               10 VIR-IBAN             PIC X(34).
               10 VIR-BIC              PIC X(11).
               10 VIR-MONTANT          PIC 9(8)V99.
               10 VIR-DEVISE           PIC X(3).
               10 VIR-REFERENCE        PIC X(15).
           05 VIR-TRAILER REDEFINES VIR-DETAIL.
               10 VIR-NB-VIREMENTS     PIC 9(6).
               10 VIR-TOTAL-CONTROLE   PIC 9(10)V99.
               10 FILLER               PIC X(61).
           05 VIR-SOCIETE          PIC X(3).

       FD  MAJ-JOURNAL-FILE.
       COPY MAJJRNRC.

       FD  EMP-MASTER-FILE.
       COPY EMPMAST.

       FD  SAISIE-FILE.
       COPY SAISIREC.

       FD  PREV-CALC-FILE.
       COPY PERCALC REPLACING LEADING ==PC-== BY ==PV-==.

       FD  HIST-FILE.
       COPY HISTREC.

       FD  LEVEE-FILE.
       COPY LEVEREC.

       FD  SUSPECT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 SUS-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-VIR-STATUS            PIC XX.
       01 WS-MAJ-STATUS            PIC XX.
       01 WS-EMP-STATUS            PIC XX.
       01 WS-SAIS-STATUS           PIC XX.
       01 WS-PV-STATUS             PIC XX.
       01 WS-HIST-STATUS           PIC XX.
       01 WS-LEV-STATUS            PIC XX.
       01 WS-SUS-STATUS            PIC XX.
       01 WS-VIR-EOF-FLAG          PIC X VALUE 'N'.
           88 WS-VIR-EOF             VALUE 'Y'.
       01 WS-MAJ-EOF-FLAG          PIC X VALUE 'N'.
           88 WS-MAJ-EOF             VALUE 'Y'.
       01 WS-SAIS-EOF-FLAG         PIC X VALUE 'N'.
           88 WS-SAIS-EOF            VALUE 'Y'.
       01 WS-PREV-EOF-FLAG         PIC X VALUE 'N'.
           88 WS-PREV-EOF            VALUE 'Y'.
       01 WS-HIST-EOF-FLAG         PIC X VALUE 'N'.
           88 WS-HIST-EOF            VALUE 'Y'.
       01 WS-LEV-EOF-FLAG          PIC X VALUE 'N'.
           88 WS-LEV-EOF             VALUE 'Y'.
       01 WS-HISTAUD-FLAG          PIC X VALUE 'N'.
           88 WS-HISTAUD-PRESENT     VALUE 'Y'.
       01 WS-EMP-TROUVE-FLAG       PIC X VALUE 'Y'.
           88 WS-EMP-TROUVE          VALUE 'Y'.
       01 WS-TRAILER-LU-FLAG       PIC X VALUE 'N'.
           88 WS-TRAILER-LU          VALUE 'Y'.
       01 WS-SUSPECT-FLAG          PIC X VALUE 'N'.
           88 WS-ORDRE-SUSPECT       VALUE 'Y'.

      *    Parametre d'execution : SOC=xxx, OPER=xxxxxxxx (operateur
      *    qui lance le controle), JOURS=nn, ECART=nnn.
       01 WS-PARM                  PIC X(80).
       01 WS-PARM-TOKENS.
           05 WS-PARM-TOKEN        OCCURS 4 TIMES PIC X(20).
       01 WS-TOK-IDX               PIC 9(2) COMP VALUE 0.
       01 WS-SOCIETE               PIC X(3) VALUE SPACES.
       01 WS-OPERATEUR             PIC X(8) VALUE SPACES.
       01 WS-NB-JOURS              PIC 9(3) VALUE 30.
       01 WS-ECART-PCT             PIC 9(3) VALUE 50.
       01 WS-PERIODE               PIC X(7) VALUE SPACES.

      *    Date du jour et date limite des modifications d'IBAN
      *    signalees, en jours (FUNCTION INTEGER-OF-DATE).
       01 WS-DATE-NUM              PIC 9(8) VALUE 0.
       01 WS-JOUR-LIMITE           PIC 9(7) VALUE 0.
       01 WS-JOUR-MAJ              PIC 9(7) VALUE 0.

      *    Images avant/apres d'une ligne du journal MAJJRN.
       COPY EMPMAST REPLACING LEADING ==EMP-== BY ==JAV-==.
       COPY EMPMAST REPLACING LEADING ==EMP-== BY ==JAP-==.

      *    Ordres de la remise (VIRMNTS).
       01 WS-VIR-MAX               PIC 9(4) COMP VALUE 9999.
       01 WS-NB-VIR                PIC 9(4) COMP VALUE 0.
       01 WS-VIR-IDX               PIC 9(4) COMP VALUE 0.
       01 WS-VIR-AUTRE             PIC 9(4) COMP VALUE 0.
       01 WS-VIR-TABLE.
           05 WS-VIR-ENTREE          OCCURS 9999 TIMES.
               10 WS-VIR-MATRICULE     PIC X(6).
               10 WS-VIR-IBAN          PIC X(34).
               10 WS-VIR-MONTANT       PIC 9(8)V99.
               10 WS-VIR-DEVISE        PIC X(3).
               10 WS-VIR-REFERENCE     PIC X(15).
       01 WS-TRAILER-NB            PIC 9(6) VALUE 0.
       01 WS-TRAILER-TOTAL         PIC 9(10)V99 VALUE 0.
       01 WS-TOTAL-ORDRES          PIC 9(10)V99 VALUE 0.

      *    Modifications d'IBAN recentes (derniere par MATRICULE).
       01 WS-MAJ-MAX               PIC 9(4) COMP VALUE 9999.
       01 WS-NB-MAJ                PIC 9(4) COMP VALUE 0.
       01 WS-MAJ-IDX               PIC 9(4) COMP VALUE 0.
       01 WS-MAJ-TROUVE-IDX        PIC 9(4) COMP VALUE 0.
       01 WS-MAJ-TABLE.
           05 WS-MAJ-ENTREE          OCCURS 9999 TIMES.
               10 WS-MAJ-MATRICULE     PIC X(6).
               10 WS-MAJ-DATE          PIC X(8).
               10 WS-MAJ-IBAN-AVANT    PIC X(34).

      *    IBAN des tiers creanciers (SAISIES).
       01 WS-SAIS-MAX              PIC 9(4) COMP VALUE 9999.
       01 WS-NB-SAIS               PIC 9(4) COMP VALUE 0.
       01 WS-SAIS-IDX              PIC 9(4) COMP VALUE 0.
       01 WS-SAIS-TABLE.
           05 WS-SAIS-ENTREE         OCCURS 9999 TIMES.
               10 WS-SAIS-MATRICULE    PIC X(6).
               10 WS-SAIS-IBAN         PIC X(34).

      *    NET de la periode precedente (PREVCALC).
       01 WS-PREV-MAX              PIC 9(4) COMP VALUE 9999.
       01 WS-NB-PREV               PIC 9(4) COMP VALUE 0.
       01 WS-PREV-IDX              PIC 9(4) COMP VALUE 0.
       01 WS-PREV-TABLE.
           05 WS-PREV-ENTREE         OCCURS 9999 TIMES.
               10 WS-PREV-MATRICULE    PIC X(6).
               10 WS-PREV-NET          PIC 9(8)V99.
       01 WS-PREV-PERIODE          PIC X(7) VALUE SPACES.

      *    Levees de la periode pour la societe (LEVEES).
       01 WS-LEV-MAX               PIC 9(4) COMP VALUE 999.
       01 WS-NB-LEV                PIC 9(4) COMP VALUE 0.
       01 WS-LEV-IDX               PIC 9(4) COMP VALUE 0.
       01 WS-LEV-TABLE.
           05 WS-LEV-ENTREE          OCCURS 999 TIMES.
               10 WS-LEV-MATRICULE     PIC X(6).
               10 WS-LEV-IBAN          PIC X(34).
               10 WS-LEV-OPERATEUR     PIC X(8).

       01 WS-NET-REFERENCE         PIC 9(8)V99 VALUE 0.
       01 WS-NET-SEUIL             PIC 9(10)V99 VALUE 0.
       01 WS-SOURCE-REFERENCE      PIC X(8) VALUE SPACES.
       01 WS-MOTIF                 PIC X(35) VALUE SPACES.
       01 WS-STATUT-LEVEE          PIC X(19) VALUE SPACES.
       01 WS-LEVEE-FLAG            PIC X VALUE 'N'.
           88 WS-ORDRE-LEVE          VALUE 'Y'.

       01 WS-NB-ORDRES             PIC 9(6) VALUE 0.
       01 WS-NB-SUSPECTS           PIC 9(6) VALUE 0.
       01 WS-NB-MOTIFS             PIC 9(6) VALUE 0.
       01 WS-NB-LEVES              PIC 9(6) VALUE 0.
       01 WS-NB-A-LEVER            PIC 9(6) VALUE 0.
       01 WS-NB-ANOMALIES          PIC 9(6) VALUE 0.

       01 WS-MONTANT-STR           PIC ZZ,ZZZ,ZZ9.99.
       01 WS-REFERENCE-STR         PIC ZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-STR             PIC ZZZZ,ZZZ,ZZ9.99.
       01 WS-NB-STR                PIC ZZZ,ZZ9.
       01 WS-PCT-STR               PIC ZZ9.

      *    Ligne de l'etat des virements suspects.
       01 WS-LIGNE-SUSPECT.
           05 LS-MATRICULE         PIC X(6).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LS-NOM               PIC X(20).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LS-IBAN              PIC X(34).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LS-MONTANT           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LS-MOTIF             PIC X(35).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LS-STATUT            PIC X(19).

       COPY PERLK.

       PROCEDURE DIVISION.
       0000-PILOTER.
           PERFORM 0500-LIRE-PARAMETRE.
           PERFORM 1000-INITIALISER.
           PERFORM VARYING WS-VIR-IDX FROM 1 BY 1
                   UNTIL WS-VIR-IDX > WS-NB-VIR
               PERFORM 2000-CONTROLER-ORDRE
           END-PERFORM.
           PERFORM 3000-ECRIRE-TOTAUX.
           PERFORM 9000-TERMINER.
           STOP RUN.

      *---------------------------------------------------------------
      * 0500-LIRE-PARAMETRE
      * SOC=xxx (societe de la remise), OPER=xxxxxxxx (operateur qui
      * lance le controle, identifiant de soumission du job),
      * JOURS=nn (anciennete maximale d'une modification d'IBAN
      * signalee) et ECART=nnn (hausse du NET signalee, en %).
      * Sans operateur, le double controle des levees est
      * impossible : refus.
      *---------------------------------------------------------------
       0500-LIRE-PARAMETRE.
           MOVE SPACES TO WS-PARM.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           MOVE SPACES TO WS-PARM-TOKENS.
           UNSTRING WS-PARM DELIMITED BY ','
               INTO WS-PARM-TOKEN(1)
                    WS-PARM-TOKEN(2)
                    WS-PARM-TOKEN(3)
                    WS-PARM-TOKEN(4).
           PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
                   UNTIL WS-TOK-IDX > 4
               EVALUATE TRUE
                   WHEN WS-PARM-TOKEN(WS-TOK-IDX)(1:4) = 'SOC='
                       MOVE WS-PARM-TOKEN(WS-TOK-IDX)(5:3)
                           TO WS-SOCIETE
                   WHEN WS-PARM-TOKEN(WS-TOK-IDX)(1:5) = 'OPER='
                       MOVE WS-PARM-TOKEN(WS-TOK-IDX)(6:8)
                           TO WS-OPERATEUR
                   WHEN WS-PARM-TOKEN(WS-TOK-IDX)(1:6) = 'JOURS='
                       IF FUNCTION TEST-NUMVAL(
                              WS-PARM-TOKEN(WS-TOK-IDX)(7:3)) = 0
                           MOVE FUNCTION NUMVAL(
                               WS-PARM-TOKEN(WS-TOK-IDX)(7:3))
                               TO WS-NB-JOURS
                       END-IF
                   WHEN WS-PARM-TOKEN(WS-TOK-IDX)(1:6) = 'ECART='
                       IF FUNCTION TEST-NUMVAL(
                              WS-PARM-TOKEN(WS-TOK-IDX)(7:3)) = 0
                           MOVE FUNCTION NUMVAL(
                               WS-PARM-TOKEN(WS-TOK-IDX)(7:3))
                               TO WS-ECART-PCT
                       END-IF
                   WHEN OTHER        CONTINUE
               END-EVALUATE
           END-PERFORM.
           IF WS-OPERATEUR = SPACES
               DISPLAY 'PARAMETRE OPER=XXXXXXXX ABSENT : CONTROLE '
                   'DES LEVEES IMPOSSIBLE, REMISE BLOQUEE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *---------------------------------------------------------------
      * 1000-INITIALISER
      * Releve la periode de la societe, charge en table les ordres
      * de la remise et les fichiers croises, puis ouvre l'etat.
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
                   ') : CONTROLE DE LA REMISE IMPOSSIBLE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PERL-PERIODE TO WS-PERIODE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-NUM.
           COMPUTE WS-JOUR-LIMITE
               = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - WS-NB-JOURS.

           PERFORM 1100-CHARGER-VIREMENTS.
           PERFORM 1200-CHARGER-JOURNAL
               THRU 1200-CHARGER-JOURNAL-EXIT.
           PERFORM 1300-CHARGER-SAISIES
               THRU 1300-CHARGER-SAISIES-EXIT.
           PERFORM 1400-CHARGER-PERIODE-PREC
               THRU 1400-CHARGER-PERIODE-PREC-EXIT.
           PERFORM 1500-CHARGER-LEVEES
               THRU 1500-CHARGER-LEVEES-EXIT.

           OPEN INPUT EMP-MASTER-FILE.
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE EMPMAST - STATUS='
                   WS-EMP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS = '35'
               MOVE 'N' TO WS-HISTAUD-FLAG
           ELSE
               IF WS-HIST-STATUS NOT = '00'
                   DISPLAY 'ERREUR OUVERTURE HISTAUD - STATUS='
                       WS-HIST-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-HISTAUD-PRESENT TO TRUE
           END-IF.

           OPEN OUTPUT SUSPECT-FILE.
           IF WS-SUS-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE VIRSUSP - STATUS='
                   WS-SUS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO SUS-LINE.
           STRING 'ETAT DES VIREMENTS SUSPECTS - PERIODE '
                      DELIMITED SIZE
                  WS-PERIODE DELIMITED SIZE
                  '  SOCIETE ' DELIMITED SIZE
                  WS-SOCIETE DELIMITED SIZE
                  '  CONTROLE PAR ' DELIMITED SIZE
                  WS-OPERATEUR DELIMITED SIZE
                  INTO SUS-LINE.
           WRITE SUS-LINE.
           MOVE WS-NB-JOURS TO WS-NB-STR.
           MOVE WS-ECART-PCT TO WS-PCT-STR.
           MOVE SPACES TO SUS-LINE.
           STRING 'IBAN MODIFIES DEPUIS ' DELIMITED SIZE
                  FUNCTION TRIM(WS-NB-STR) DELIMITED SIZE
                  ' JOURS, NET SUPERIEUR DE PLUS DE ' DELIMITED SIZE
                  FUNCTION TRIM(WS-PCT-STR) DELIMITED SIZE
                  ' % A L''HISTORIQUE' DELIMITED SIZE
                  INTO SUS-LINE.
           WRITE SUS-LINE.
           MOVE SPACES TO SUS-LINE.
           WRITE SUS-LINE.
           MOVE SPACES TO SUS-LINE.
           STRING 'MATRIC NOM                  IBAN' DELIMITED SIZE
                  '                                     MONTANT'
                      DELIMITED SIZE
                  ' MOTIF                               STATUT'
                      DELIMITED SIZE
                  INTO SUS-LINE.
           WRITE SUS-LINE.

      *---------------------------------------------------------------
      * 1100-CHARGER-VIREMENTS
      * Charge les ordres de la remise ; un fichier d'une autre
      * societe est refuse, comme dans CALCSAL-VIREMENT. Le trailer
      * (nombre d'ordres et total de controle) est rapproche des
      * ordres lus : un ecart signale un fichier altere.
      *---------------------------------------------------------------
       1100-CHARGER-VIREMENTS.
           OPEN INPUT VIREMENT-FILE.
           IF WS-VIR-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE VIRMNTS - STATUS='
                   WS-VIR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1190-LIRE-VIREMENT.
           PERFORM 1110-RANGER-VIREMENT UNTIL WS-VIR-EOF.
           CLOSE VIREMENT-FILE.

       1110-RANGER-VIREMENT.
           IF WS-SOCIETE NOT = SPACES
              AND VIR-SOCIETE NOT = WS-SOCIETE
               DISPLAY 'CALCSAL-FRAUDE : VIRMNTS DE LA SOCIETE '
                   VIR-SOCIETE ' REFUSE (LANCEMENT POUR '
                   WS-SOCIETE ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF VIR-TYPE-DETAIL
               IF WS-NB-VIR >= WS-VIR-MAX
                   DISPLAY 'TABLE DES VIREMENTS PLEINE'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NB-VIR
               MOVE VIR-MATRICULE TO WS-VIR-MATRICULE(WS-NB-VIR)
               MOVE VIR-IBAN      TO WS-VIR-IBAN(WS-NB-VIR)
               MOVE VIR-MONTANT   TO WS-VIR-MONTANT(WS-NB-VIR)
               MOVE VIR-DEVISE    TO WS-VIR-DEVISE(WS-NB-VIR)
               MOVE VIR-REFERENCE TO WS-VIR-REFERENCE(WS-NB-VIR)
               ADD VIR-MONTANT TO WS-TOTAL-ORDRES
           END-IF.
           IF VIR-TYPE-TRAILER
               SET WS-TRAILER-LU TO TRUE
               MOVE VIR-NB-VIREMENTS   TO WS-TRAILER-NB
               MOVE VIR-TOTAL-CONTROLE TO WS-TRAILER-TOTAL
           END-IF.
           PERFORM 1190-LIRE-VIREMENT.

       1190-LIRE-VIREMENT.
           READ VIREMENT-FILE
               AT END SET WS-VIR-EOF TO TRUE
           END-READ.

      *---------------------------------------------------------------
      * 1200-CHARGER-JOURNAL
      * Releve dans le journal MAJJRN les modifications de fiche
      * (type M) qui changent l'IBAN depuis la date limite ; la
      * derniere modification de chaque MATRICULE est gardee avec
      * l'IBAN d'avant. Journal absent : aucun changement d'IBAN
      * connu, signale a l'operateur.
      *---------------------------------------------------------------
       1200-CHARGER-JOURNAL.
           MOVE 0 TO WS-NB-MAJ.
           OPEN INPUT MAJ-JOURNAL-FILE.
           IF WS-MAJ-STATUS = '35'
               DISPLAY 'PAS DE JOURNAL MAJJRN : MODIFICATIONS D''IBAN '
                   'NON CONTROLEES'
               GO TO 1200-CHARGER-JOURNAL-EXIT
           END-IF.
           IF WS-MAJ-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE MAJJRN - STATUS='
                   WS-MAJ-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1290-LIRE-JOURNAL.
           PERFORM 1210-RANGER-JOURNAL UNTIL WS-MAJ-EOF.
           CLOSE MAJ-JOURNAL-FILE.
       1200-CHARGER-JOURNAL-EXIT.
           EXIT.

       1210-RANGER-JOURNAL.
           MOVE MAJ-IMAGE-AVANT TO JAV-RECORD.
           MOVE MAJ-IMAGE-APRES TO JAP-RECORD.
           IF MAJ-TYPE = 'M'
              AND JAV-IBAN NOT = JAP-IBAN
              AND MAJ-HORODATAGE(1:8) NUMERIC
               MOVE MAJ-HORODATAGE(1:8) TO WS-DATE-NUM
               COMPUTE WS-JOUR-MAJ
                   = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               IF WS-JOUR-MAJ >= WS-JOUR-LIMITE
                   PERFORM 1220-NOTER-CHANGEMENT-IBAN
               END-IF
           END-IF.
           PERFORM 1290-LIRE-JOURNAL.

       1220-NOTER-CHANGEMENT-IBAN.
           MOVE 0 TO WS-MAJ-TROUVE-IDX.
           PERFORM VARYING WS-MAJ-IDX FROM 1 BY 1
                   UNTIL WS-MAJ-IDX > WS-NB-MAJ
               IF WS-MAJ-MATRICULE(WS-MAJ-IDX) = MAJ-MATRICULE
                   MOVE WS-MAJ-IDX TO WS-MAJ-TROUVE-IDX
               END-IF
           END-PERFORM.
           IF WS-MAJ-TROUVE-IDX = 0
               IF WS-NB-MAJ >= WS-MAJ-MAX
                   DISPLAY 'TABLE DES MODIFICATIONS D''IBAN PLEINE'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NB-MAJ
               MOVE WS-NB-MAJ TO WS-MAJ-TROUVE-IDX
               MOVE MAJ-MATRICULE
                   TO WS-MAJ-MATRICULE(WS-MAJ-TROUVE-IDX)
               MOVE JAV-IBAN TO WS-MAJ-IBAN-AVANT(WS-MAJ-TROUVE-IDX)
           END-IF.
           MOVE MAJ-HORODATAGE(1:8) TO WS-MAJ-DATE(WS-MAJ-TROUVE-IDX).

       1290-LIRE-JOURNAL.
           READ MAJ-JOURNAL-FILE
               AT END SET WS-MAJ-EOF TO TRUE
           END-READ.

      *---------------------------------------------------------------
      * 1300-CHARGER-SAISIES
      * Charge l'IBAN de chaque tiers creancier des saisies ; fichier
      * absent : aucune saisie en cours.
      *---------------------------------------------------------------
       1300-CHARGER-SAISIES.
           MOVE 0 TO WS-NB-SAIS.
           OPEN INPUT SAISIE-FILE.
           IF WS-SAIS-STATUS = '35'
               GO TO 1300-CHARGER-SAISIES-EXIT
           END-IF.
           IF WS-SAIS-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE SAISIES - STATUS='
                   WS-SAIS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1390-LIRE-SAISIE.
           PERFORM 1310-RANGER-SAISIE UNTIL WS-SAIS-EOF.
           CLOSE SAISIE-FILE.
       1300-CHARGER-SAISIES-EXIT.
           EXIT.

       1310-RANGER-SAISIE.
           IF SAIS-IBAN NOT = SPACES AND WS-NB-SAIS < WS-SAIS-MAX
               ADD 1 TO WS-NB-SAIS
               MOVE SAIS-MATRICULE TO WS-SAIS-MATRICULE(WS-NB-SAIS)
               MOVE SAIS-IBAN      TO WS-SAIS-IBAN(WS-NB-SAIS)
           END-IF.
           PERFORM 1390-LIRE-SAISIE.

       1390-LIRE-SAISIE.
           READ SAISIE-FILE NEXT
               AT END SET WS-SAIS-EOF TO TRUE
           END-READ.

      *---------------------------------------------------------------
      * 1400-CHARGER-PERIODE-PREC
      * Charge le NET de chaque employe des calculs de la periode
      * precedente (PREVCALC). Un fichier de la periode courante (ou
      * d'une periode posterieure) n'est pas un historique : refus.
      * Sans fichier, la reference est prise dans HISTAUD seul.
      *---------------------------------------------------------------
       1400-CHARGER-PERIODE-PREC.
           MOVE 0 TO WS-NB-PREV.
           OPEN INPUT PREV-CALC-FILE.
           IF WS-PV-STATUS = '35'
               DISPLAY 'PAS DE FICHIER PREVCALC : NET COMPARE A '
                   'L''HISTORIQUE HISTAUD SEUL'
               GO TO 1400-CHARGER-PERIODE-PREC-EXIT
           END-IF.
           IF WS-PV-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE PREVCALC - STATUS='
                   WS-PV-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1490-LIRE-PREC.
           PERFORM 1410-RANGER-PREC UNTIL WS-PREV-EOF.
           CLOSE PREV-CALC-FILE.
           IF WS-PREV-PERIODE NOT < WS-PERIODE
               DISPLAY 'PREVCALC DE LA PERIODE ' WS-PREV-PERIODE
                   ' : PAS UNE PERIODE ANTERIEURE A ' WS-PERIODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1400-CHARGER-PERIODE-PREC-EXIT.
           EXIT.

       1410-RANGER-PREC.
           MOVE PV-PERIODE TO WS-PREV-PERIODE.
           IF PV-TYPE-DETAIL AND WS-NB-PREV < WS-PREV-MAX
               ADD 1 TO WS-NB-PREV
               MOVE PV-MATRICULE TO WS-PREV-MATRICULE(WS-NB-PREV)
               MOVE PV-NET       TO WS-PREV-NET(WS-NB-PREV)
           END-IF.
           PERFORM 1490-LIRE-PREC.

       1490-LIRE-PREC.
           READ PREV-CALC-FILE
               AT END SET WS-PREV-EOF TO TRUE
           END-READ.

      *---------------------------------------------------------------
      * 1500-CHARGER-LEVEES
      * Charge les levees saisies pour la societe et la periode ;
      * fichier absent : aucune levee.
      *---------------------------------------------------------------
       1500-CHARGER-LEVEES.
           MOVE 0 TO WS-NB-LEV.
           OPEN INPUT LEVEE-FILE.
           IF WS-LEV-STATUS = '35'
               GO TO 1500-CHARGER-LEVEES-EXIT
           END-IF.
           IF WS-LEV-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE LEVEES - STATUS='
                   WS-LEV-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1590-LIRE-LEVEE.
           PERFORM 1510-RANGER-LEVEE UNTIL WS-LEV-EOF.
           CLOSE LEVEE-FILE.
       1500-CHARGER-LEVEES-EXIT.
           EXIT.

       1510-RANGER-LEVEE.
           IF LEV-SOCIETE = WS-SOCIETE
              AND LEV-PERIODE = WS-PERIODE
              AND LEV-MATRICULE NOT = SPACES
              AND WS-NB-LEV < WS-LEV-MAX
               ADD 1 TO WS-NB-LEV
               MOVE LEV-MATRICULE  TO WS-LEV-MATRICULE(WS-NB-LEV)
               MOVE LEV-IBAN       TO WS-LEV-IBAN(WS-NB-LEV)
               MOVE LEV-OPERATEUR  TO WS-LEV-OPERATEUR(WS-NB-LEV)
           END-IF.
           PERFORM 1590-LIRE-LEVEE.

       1590-LIRE-LEVEE.
           READ LEVEE-FILE
               AT END SET WS-LEV-EOF TO TRUE
           END-READ.

      *---------------------------------------------------------------
      * 2000-CONTROLER-ORDRE
      * Passe l'ordre courant aux controles ; chaque motif releve
      * est edite (2800). Un ordre creancier (reference de saisie
      * renseignee) n'est controle que contre SAISIES.
      *---------------------------------------------------------------
       2000-CONTROLER-ORDRE.
           ADD 1 TO WS-NB-ORDRES.
           MOVE 'N' TO WS-SUSPECT-FLAG.
           PERFORM 2050-CHERCHER-LEVEE.
           MOVE WS-VIR-MATRICULE(WS-VIR-IDX) TO EMP-MATRICULE.
           MOVE 'Y' TO WS-EMP-TROUVE-FLAG.
           READ EMP-MASTER-FILE
               INVALID KEY MOVE 'N' TO WS-EMP-TROUVE-FLAG
           END-READ.
           IF NOT WS-EMP-TROUVE
               MOVE SPACES TO EMP-NOM
           END-IF.

           IF WS-VIR-REFERENCE(WS-VIR-IDX) NOT = SPACES
               PERFORM 2600-CONTROLER-CREANCIER
           ELSE
               PERFORM 2100-CONTROLER-FICHE
               PERFORM 2200-CONTROLER-CHANGEMENT-IBAN
               PERFORM 2300-CONTROLER-IBAN-PARTAGE
               PERFORM 2400-CONTROLER-IBAN-CREANCIER
               PERFORM 2500-CONTROLER-HISTORIQUE
                   THRU 2500-CONTROLER-HISTORIQUE-EXIT
           END-IF.

           IF WS-ORDRE-SUSPECT
               ADD 1 TO WS-NB-SUSPECTS
               IF WS-ORDRE-LEVE
                   ADD 1 TO WS-NB-LEVES
               ELSE
                   ADD 1 TO WS-NB-A-LEVER
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * 2050-CHERCHER-LEVEE
      * Un ordre est leve par une ligne LEVEES de meme MATRICULE et
      * meme IBAN saisie par un autre operateur que celui du
      * controle.
      *---------------------------------------------------------------
       2050-CHERCHER-LEVEE.
           MOVE 'N' TO WS-LEVEE-FLAG.
           MOVE 'A LEVER' TO WS-STATUT-LEVEE.
           PERFORM VARYING WS-LEV-IDX FROM 1 BY 1
                   UNTIL WS-LEV-IDX > WS-NB-LEV
               IF WS-LEV-MATRICULE(WS-LEV-IDX)
                      = WS-VIR-MATRICULE(WS-VIR-IDX)
                  AND WS-LEV-IBAN(WS-LEV-IDX)
                      = WS-VIR-IBAN(WS-VIR-IDX)
                  AND NOT WS-ORDRE-LEVE
                   IF WS-LEV-OPERATEUR(WS-LEV-IDX) = SPACES
                      OR WS-LEV-OPERATEUR(WS-LEV-IDX) = WS-OPERATEUR
                       MOVE 'LEVEE MEME OPERAT.' TO WS-STATUT-LEVEE
                   ELSE
                       SET WS-ORDRE-LEVE TO TRUE
                       MOVE SPACES TO WS-STATUT-LEVEE
                       STRING 'LEVE PAR ' DELIMITED SIZE
                              WS-LEV-OPERATEUR(WS-LEV-IDX)
                                  DELIMITED SIZE
                              INTO WS-STATUT-LEVEE
                   END-IF
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * 2100-CONTROLER-FICHE
      * L'ordre doit payer un salarie du fichier maitre, sur l'IBAN
      * de sa fiche.
      *---------------------------------------------------------------
       2100-CONTROLER-FICHE.
           IF NOT WS-EMP-TROUVE
               MOVE 'SALARIE ABSENT DE EMPMAST' TO WS-MOTIF
               PERFORM 2800-SIGNALER-MOTIF
           ELSE
               IF EMP-IBAN NOT = WS-VIR-IBAN(WS-VIR-IDX)
                   MOVE 'IBAN DIFFERENT DE LA FICHE EMPMAST'
                       TO WS-MOTIF
                   PERFORM 2800-SIGNALER-MOTIF
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * 2200-CONTROLER-CHANGEMENT-IBAN
      * IBAN modifie par CALCSAL-MAJEMP depuis la date limite.
      *---------------------------------------------------------------
       2200-CONTROLER-CHANGEMENT-IBAN.
           PERFORM VARYING WS-MAJ-IDX FROM 1 BY 1
                   UNTIL WS-MAJ-IDX > WS-NB-MAJ
               IF WS-MAJ-MATRICULE(WS-MAJ-IDX)
                      = WS-VIR-MATRICULE(WS-VIR-IDX)
                   MOVE SPACES TO WS-MOTIF
                   STRING 'IBAN MODIFIE LE ' DELIMITED SIZE
                          WS-MAJ-DATE(WS-MAJ-IDX)(1:4) DELIMITED SIZE
                          '-' DELIMITED SIZE
                          WS-MAJ-DATE(WS-MAJ-IDX)(5:2) DELIMITED SIZE
                          '-' DELIMITED SIZE
                          WS-MAJ-DATE(WS-MAJ-IDX)(7:2) DELIMITED SIZE
                          INTO WS-MOTIF
                   PERFORM 2800-SIGNALER-MOTIF
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * 2300-CONTROLER-IBAN-PARTAGE
      * Meme IBAN paye a un autre MATRICULE dans la remise.
      *---------------------------------------------------------------
       2300-CONTROLER-IBAN-PARTAGE.
           PERFORM VARYING WS-VIR-AUTRE FROM 1 BY 1
                   UNTIL WS-VIR-AUTRE > WS-NB-VIR
               IF WS-VIR-REFERENCE(WS-VIR-AUTRE) = SPACES
                  AND WS-VIR-IBAN(WS-VIR-AUTRE)
                      = WS-VIR-IBAN(WS-VIR-IDX)
                  AND WS-VIR-MATRICULE(WS-VIR-AUTRE)
                      NOT = WS-VIR-MATRICULE(WS-VIR-IDX)
                   MOVE SPACES TO WS-MOTIF
                   STRING 'IBAN PARTAGE AVEC '
                              DELIMITED SIZE
                          WS-VIR-MATRICULE(WS-VIR-AUTRE)
                              DELIMITED SIZE
                          INTO WS-MOTIF
                   PERFORM 2800-SIGNALER-MOTIF
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * 2400-CONTROLER-IBAN-CREANCIER
      * IBAN du salarie egal a celui d'un tiers creancier de SAISIES.
      *---------------------------------------------------------------
       2400-CONTROLER-IBAN-CREANCIER.
           PERFORM VARYING WS-SAIS-IDX FROM 1 BY 1
                   UNTIL WS-SAIS-IDX > WS-NB-SAIS
               IF WS-SAIS-IBAN(WS-SAIS-IDX) = WS-VIR-IBAN(WS-VIR-IDX)
                   MOVE SPACES TO WS-MOTIF
                   STRING 'IBAN DU CREANCIER SAISIE DE '
                              DELIMITED SIZE
                          WS-SAIS-MATRICULE(WS-SAIS-IDX)
                              DELIMITED SIZE
                          INTO WS-MOTIF
                   PERFORM 2800-SIGNALER-MOTIF
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * 2500-CONTROLER-HISTORIQUE
      * Compare le montant verse au NET de reference : periode
      * precedente (PREVCALC), a defaut dernier NET archive
      * (HISTAUD) avant la periode. Sans reference (embauche
      * recente), pas de controle.
      *---------------------------------------------------------------
       2500-CONTROLER-HISTORIQUE.
           MOVE 0 TO WS-NET-REFERENCE.
           MOVE SPACES TO WS-SOURCE-REFERENCE.
           PERFORM VARYING WS-PREV-IDX FROM 1 BY 1
                   UNTIL WS-PREV-IDX > WS-NB-PREV
               IF WS-PREV-MATRICULE(WS-PREV-IDX)
                      = WS-VIR-MATRICULE(WS-VIR-IDX)
                   MOVE WS-PREV-NET(WS-PREV-IDX) TO WS-NET-REFERENCE
                   MOVE 'PREVCALC' TO WS-SOURCE-REFERENCE
               END-IF
           END-PERFORM.
           IF WS-SOURCE-REFERENCE = SPACES AND WS-HISTAUD-PRESENT
               PERFORM 2550-LIRE-DERNIER-NET-ARCHIVE
           END-IF.
           IF WS-SOURCE-REFERENCE = SPACES OR WS-NET-REFERENCE = 0
               GO TO 2500-CONTROLER-HISTORIQUE-EXIT
           END-IF.
           COMPUTE WS-NET-SEUIL ROUNDED
               = WS-NET-REFERENCE * (100 + WS-ECART-PCT) / 100.
           IF WS-VIR-MONTANT(WS-VIR-IDX) > WS-NET-SEUIL
               MOVE WS-NET-REFERENCE TO WS-REFERENCE-STR
               MOVE SPACES TO WS-MOTIF
               STRING 'NET ELEVE - REF ' DELIMITED SIZE
                      WS-SOURCE-REFERENCE DELIMITED SPACE
                      ' ' DELIMITED SIZE
                      FUNCTION TRIM(WS-REFERENCE-STR) DELIMITED SIZE
                      INTO WS-MOTIF
               PERFORM 2800-SIGNALER-MOTIF
           END-IF.
       2500-CONTROLER-HISTORIQUE-EXIT.
           EXIT.

       2550-LIRE-DERNIER-NET-ARCHIVE.
           MOVE 'N' TO WS-HIST-EOF-FLAG.
           MOVE LOW-VALUES TO HIST-CLE.
           MOVE WS-VIR-MATRICULE(WS-VIR-IDX) TO HIST-MATRICULE.
           START HIST-FILE KEY IS NOT LESS THAN HIST-CLE
               INVALID KEY SET WS-HIST-EOF TO TRUE
           END-START.
           IF NOT WS-HIST-EOF
               PERFORM 2590-LIRE-HIST
           END-IF.
           PERFORM 2560-RETENIR-NET-ARCHIVE UNTIL WS-HIST-EOF.

       2560-RETENIR-NET-ARCHIVE.
           IF HIST-MATRICULE NOT = WS-VIR-MATRICULE(WS-VIR-IDX)
              OR HIST-PERIODE NOT < WS-PERIODE
               SET WS-HIST-EOF TO TRUE
           ELSE
               MOVE HIST-NET TO WS-NET-REFERENCE
               MOVE 'HISTAUD' TO WS-SOURCE-REFERENCE
               PERFORM 2590-LIRE-HIST
           END-IF.

       2590-LIRE-HIST.
           READ HIST-FILE NEXT
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.

      *---------------------------------------------------------------
      * 2600-CONTROLER-CREANCIER
      * Un ordre creancier doit partir sur l'IBAN de la saisie du
      * salarie.
      *---------------------------------------------------------------
       2600-CONTROLER-CREANCIER.
           MOVE 'IBAN CREANCIER HORS SAISIES' TO WS-MOTIF.
           PERFORM VARYING WS-SAIS-IDX FROM 1 BY 1
                   UNTIL WS-SAIS-IDX > WS-NB-SAIS
               IF WS-SAIS-MATRICULE(WS-SAIS-IDX)
                      = WS-VIR-MATRICULE(WS-VIR-IDX)
                  AND WS-SAIS-IBAN(WS-SAIS-IDX)
                      = WS-VIR-IBAN(WS-VIR-IDX)
                   MOVE SPACES TO WS-MOTIF
               END-IF
           END-PERFORM.
           IF WS-MOTIF NOT = SPACES
               PERFORM 2800-SIGNALER-MOTIF
           END-IF.

      *---------------------------------------------------------------
      * 2800-SIGNALER-MOTIF
      * Edite une ligne de l'etat pour le motif courant de l'ordre,
      * avec le statut de levee de l'ordre.
      *---------------------------------------------------------------
       2800-SIGNALER-MOTIF.
           SET WS-ORDRE-SUSPECT TO TRUE.
           ADD 1 TO WS-NB-MOTIFS.
           MOVE WS-VIR-MATRICULE(WS-VIR-IDX) TO LS-MATRICULE.
           MOVE EMP-NOM                      TO LS-NOM.
           MOVE WS-VIR-IBAN(WS-VIR-IDX)      TO LS-IBAN.
           MOVE WS-VIR-MONTANT(WS-VIR-IDX)   TO LS-MONTANT.
           MOVE WS-MOTIF                     TO LS-MOTIF.
           MOVE WS-STATUT-LEVEE              TO LS-STATUT.
           MOVE WS-LIGNE-SUSPECT TO SUS-LINE.
           WRITE SUS-LINE.

      *---------------------------------------------------------------
      * 3000-ECRIRE-TOTAUX
      * Rapproche les ordres lus du trailer puis ecrit les compteurs
      * et la decision : remise bloquee tant qu'un ordre suspect
      * n'est pas leve ou que le fichier n'est pas coherent.
      *---------------------------------------------------------------
       3000-ECRIRE-TOTAUX.
           MOVE SPACES TO SUS-LINE.
           WRITE SUS-LINE.
           IF NOT WS-TRAILER-LU
               ADD 1 TO WS-NB-ANOMALIES
               MOVE 'FICHIER VIRMNTS SANS TRAILER : REMISE INCOMPLETE'
                   TO SUS-LINE
               WRITE SUS-LINE
           ELSE
               IF WS-TRAILER-NB NOT = WS-NB-VIR
                  OR WS-TRAILER-TOTAL NOT = WS-TOTAL-ORDRES
                   ADD 1 TO WS-NB-ANOMALIES
                   MOVE WS-TRAILER-TOTAL TO WS-TOTAL-STR
                   MOVE SPACES TO SUS-LINE
                   STRING 'TRAILER VIRMNTS INCOHERENT AVEC LES ORDRES'
                              DELIMITED SIZE
                          ' (TOTAL DE CONTROLE ' DELIMITED SIZE
                          WS-TOTAL-STR DELIMITED SIZE
                          ')' DELIMITED SIZE
                          INTO SUS-LINE
                   WRITE SUS-LINE
               END-IF
           END-IF.

           MOVE WS-NB-ORDRES TO WS-NB-STR.
           MOVE WS-TOTAL-ORDRES TO WS-TOTAL-STR.
           MOVE SPACES TO SUS-LINE.
           STRING 'ORDRES CONTROLES     : ' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  '   MONTANT ' DELIMITED SIZE
                  WS-TOTAL-STR DELIMITED SIZE
                  INTO SUS-LINE.
           WRITE SUS-LINE.
           MOVE WS-NB-SUSPECTS TO WS-NB-STR.
           MOVE SPACES TO SUS-LINE.
           STRING 'ORDRES SUSPECTS      : ' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  INTO SUS-LINE.
           WRITE SUS-LINE.
           MOVE WS-NB-LEVES TO WS-NB-STR.
           MOVE SPACES TO SUS-LINE.
           STRING 'LEVES (2ND OPERATEUR): ' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  INTO SUS-LINE.
           WRITE SUS-LINE.
           MOVE WS-NB-A-LEVER TO WS-NB-STR.
           MOVE SPACES TO SUS-LINE.
           STRING 'RESTANT A LEVER      : ' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  INTO SUS-LINE.
           WRITE SUS-LINE.
           MOVE SPACES TO SUS-LINE.
           WRITE SUS-LINE.
           IF WS-NB-A-LEVER > 0 OR WS-NB-ANOMALIES > 0
               MOVE 'REMISE BLOQUEE : NE PAS ENVOYER VIRMNTS EN BANQUE'
                   TO SUS-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'REMISE AUTORISEE' TO SUS-LINE
           END-IF.
           WRITE SUS-LINE.
           DISPLAY 'CALCSAL-FRAUDE : ' WS-NB-SUSPECTS
               ' ORDRE(S) SUSPECT(S), ' WS-NB-A-LEVER ' A LEVER'.

       9000-TERMINER.
           CLOSE EMP-MASTER-FILE.
           IF WS-HISTAUD-PRESENT
               CLOSE HIST-FILE
           END-IF.
           CLOSE SUSPECT-FILE.
