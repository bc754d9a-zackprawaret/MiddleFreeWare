      *===============================================================
      * ex15_calcsal_netgar.cobol
      * Programme COBOL de recalcul des salaires a net garanti
      * (expatries, mobilite internationale) : pour chaque salarie
      * du fichier des nets garantis (NETDEM), cherche par calcul
      * inverse (CALCSAL-INVERSE) le salaire de base qui donne son
      * net garanti avec les baremes dates et le taux de prelevement
      * a la source de la periode, a relancer a chaque changement de
      * bareme.
      *
      * Pour chaque demande :
      *   - controle le MATRICULE contre EMPMAST (societe du
      *     parametre SOC=xxx, salarie encore present) et le net
      *     garanti, exprime dans la devise de paie de la fiche ;
      *   - calcule le salaire de base requis sur un mois complet,
      *     sans mouvement de periode, et l'edite dans le rapport
      *     NETRAP avec le detail du calcul (brut, charges, impot,
      *     net) face au salaire actuel de la fiche ;
      *   - quand le salaire requis differe du salaire actuel, genere
      *     une transaction de modification (type M, seul le salaire
      *     renseigne) dans NETTRX, au format TRANSEMP : apres
      *     validation du rapport, elle est appliquee au fichier
      *     maitre par CALCSAL-MAJEMP (CALCSALU).
      *
      * Les demandes refusees figurent dans le rapport avec le motif ;
      * la moindre demande refusee termine le programme avec un code
      * retour 4.
      *
      * JCL associe : src/MiddleFreeWare.Api/JCL/CALCSALN.jcl
      *
      * Compiler dans le Docker :
      *   cobc -x ex15_calcsal_netgar.cobol ex15_calcsal_inverse.cobol
      *        ex15_calcsal_core.cobol ex15_calcsal_bareme.cobol
      *        ex15_calcsal_periode.cobol -o ex15_calcsal_netgar
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSAL-NETGAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NET-DEMANDE-FILE ASSIGN TO 'NETDEM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NDM-STATUS.

           SELECT EMP-MASTER-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-MATRICULE
               FILE STATUS IS WS-EMP-STATUS.

           SELECT PAS-RATE-FILE ASSIGN TO 'TAUXPAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAS-STATUS.

           SELECT NET-TRX-FILE ASSIGN TO 'NETTRX'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRX-STATUS.

           SELECT NET-RAPPORT-FILE ASSIGN TO 'NETRAP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NET-DEMANDE-FILE.
       COPY NETDMREC.

       FD  EMP-MASTER-FILE.
       COPY EMPMAST.

       FD  PAS-RATE-FILE.
       COPY PASRATE.

       FD  NET-TRX-FILE.
       COPY TRXREC.

       FD  NET-RAPPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 RAP-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-NDM-STATUS            PIC XX.
       01 WS-EMP-STATUS            PIC XX.
       01 WS-PAS-STATUS            PIC XX.
       01 WS-TRX-STATUS            PIC XX.
       01 WS-RAP-STATUS            PIC XX.
       01 WS-NDM-EOF-FLAG          PIC X VALUE 'N'.
           88 WS-NDM-EOF             VALUE 'Y'.
       01 WS-PAS-EOF-FLAG          PIC X VALUE 'N'.
           88 WS-PAS-EOF             VALUE 'Y'.
       01 WS-EMP-TROUVE-FLAG       PIC X VALUE 'Y'.
           88 WS-EMP-TROUVE          VALUE 'Y'.

       01 WS-PERIODE               PIC X(7) VALUE SPACES.
       01 WS-PARM                  PIC X(20).
       01 WS-SOCIETE               PIC X(3) VALUE SPACES.
       01 WS-RAISON                PIC X(40) VALUE SPACES.
       01 WS-NB-LUES               PIC 9(4) VALUE 0.
       01 WS-NB-CALCULES           PIC 9(4) VALUE 0.
       01 WS-NB-MODIFIES           PIC 9(4) VALUE 0.
       01 WS-NB-REFUSES            PIC 9(4) VALUE 0.
       01 WS-SALAIRE-ACTUEL        PIC 9(6)V99 VALUE 0.
       01 WS-STATUT-LIGNE          PIC X(10) VALUE SPACES.

       01 WS-PAS-MAX               PIC 9(4) COMP VALUE 9999.
       01 WS-NB-PAS                PIC 9(4) COMP VALUE 0.
       01 WS-PAS-IDX               PIC 9(4) COMP VALUE 0.
       01 WS-PAS-TABLE.
           05 WS-PAS-ENTREE          OCCURS 9999 TIMES.
               10 WS-PAS-MATRICULE     PIC X(6).
               10 WS-PAS-TAUX          PIC 9V9(4).
       01 WS-TAUX-PAS-DEFAUT       PIC 9V9(4) VALUE 0.

       01 WS-CIBLE-STR             PIC ZZZ,ZZ9.99.
       01 WS-ACTUEL-STR            PIC ZZZ,ZZ9.99.
       01 WS-REQUIS-STR            PIC ZZZ,ZZ9.99.
       01 WS-BRUT-STR              PIC ZZZ,ZZ9.99.
       01 WS-CHARGES-STR           PIC ZZZ,ZZ9.99.
       01 WS-IMPOT-STR             PIC ZZZ,ZZ9.99.
       01 WS-NET-STR               PIC ZZZ,ZZ9.99.
       01 WS-SALAIRE-TRX           PIC Z(5)9.99.
       01 WS-NB-STR                PIC ZZZ9.

       COPY CALCREC.
       COPY BAREMLK.
       COPY PERLK.
       COPY INVLK.

       PROCEDURE DIVISION.
       0000-PILOTER.
           PERFORM 0500-LIRE-PARAMETRE.
           PERFORM 1000-INITIALISER.
           PERFORM 2000-TRAITER-DEMANDE
               THRU 2000-TRAITER-DEMANDE-EXIT
               UNTIL WS-NDM-EOF.
           PERFORM 9000-TERMINER.
           STOP RUN.

      *---------------------------------------------------------------
      * 0500-LIRE-PARAMETRE
      * Le parametre SOC=xxx (PARM du JCL) porte la societe dont la
      * ligne du fichier de controle PERIODE est relevee ; une
      * demande pour un employe d'une autre societe est refusee.
      *---------------------------------------------------------------
       0500-LIRE-PARAMETRE.
           MOVE SPACES TO WS-PARM.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM(1:4) = 'SOC='
               MOVE WS-PARM(5:3) TO WS-SOCIETE
           END-IF.

      *---------------------------------------------------------------
      * 1000-INITIALISER
      * Releve la periode de la societe (les baremes dates et les
      * taux PAS de cette periode servent au recalcul), charge
      * baremes et taux PAS une fois pour toutes, ouvre les fichiers
      * et ecrit l'en-tete du rapport.
      *---------------------------------------------------------------
       1000-INITIALISER.
           MOVE WS-SOCIETE TO PERL-SOCIETE.
           CALL 'CALCSAL-PERIODE' USING PERL-LINKAGE.
           IF PERL-IS-MULTI
               DISPLAY 'FICHIER PERIODE MULTI-SOCIETES : LANCER '
                   'AVEC LE PARAMETRE SOC=XXX'
               STOP RUN
           END-IF.
           IF NOT PERL-IS-TROUVE
               DISPLAY 'PERIODE INTROUVABLE (SOCIETE ' WS-SOCIETE
                   ') : RECALCUL DES NETS GARANTIS IMPOSSIBLE'
               STOP RUN
           END-IF.
           MOVE PERL-PERIODE TO WS-PERIODE.

           PERFORM 1100-CHARGER-BAREMES.
           PERFORM 1150-CHARGER-TAUX-PAS
               THRU 1150-CHARGER-TAUX-PAS-EXIT.

           OPEN INPUT NET-DEMANDE-FILE.
           IF WS-NDM-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE NETDEM - STATUS='
                   WS-NDM-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT EMP-MASTER-FILE.
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE EMPMAST - STATUS='
                   WS-EMP-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT NET-TRX-FILE.
           IF WS-TRX-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE NETTRX - STATUS='
                   WS-TRX-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT NET-RAPPORT-FILE.
           IF WS-RAP-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE NETRAP - STATUS='
                   WS-RAP-STATUS
               STOP RUN
           END-IF.

           MOVE SPACES TO RAP-LINE.
           STRING 'RECALCUL DES SALAIRES A NET GARANTI - PERIODE '
                      DELIMITED SIZE
                  WS-PERIODE DELIMITED SIZE
                  '  SOCIETE ' DELIMITED SIZE
                  WS-SOCIETE DELIMITED SIZE
                  INTO RAP-LINE.
           WRITE RAP-LINE.
           MOVE SPACES TO RAP-LINE.
           WRITE RAP-LINE.
           MOVE SPACES TO RAP-LINE.
           STRING 'MATRIC DEV NET GARANTI  SAL.ACTUEL  SAL.REQUIS'
                      DELIMITED SIZE
                  '        BRUT     CHARGES       IMPOT         NET'
                      DELIMITED SIZE
                  ' STATUT'   DELIMITED SIZE
                  INTO RAP-LINE.
           WRITE RAP-LINE.
           PERFORM 2990-LIRE-DEMANDE.

      *---------------------------------------------------------------
      * 1100-CHARGER-BAREMES
      * Charge les baremes dates de la periode (CALCSAL-BAREME) ;
      * repli sur les baremes compiles sans fichier, arret sur
      * fichier errone.
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
                   STOP RUN
           END-EVALUATE.

      *---------------------------------------------------------------
      * 1150-CHARGER-TAUX-PAS
      * Charge en table les taux de prelevement a la source (TAUXPAS,
      * ligne DEFAUT en repli) ; l'absence du fichier est admise
      * (aucun impot preleve).
      *---------------------------------------------------------------
       1150-CHARGER-TAUX-PAS.
           MOVE 0 TO WS-NB-PAS.
           OPEN INPUT PAS-RATE-FILE.
           IF WS-PAS-STATUS = '35'
               GO TO 1150-CHARGER-TAUX-PAS-EXIT
           END-IF.
           IF WS-PAS-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE TAUXPAS - STATUS='
                   WS-PAS-STATUS
               STOP RUN
           END-IF.
           PERFORM 1195-LIRE-TAUX-PAS.
           PERFORM 1190-RANGER-TAUX-PAS UNTIL WS-PAS-EOF.
           CLOSE PAS-RATE-FILE.
       1150-CHARGER-TAUX-PAS-EXIT.
           EXIT.

       1190-RANGER-TAUX-PAS.
           IF PAS-MATRICULE = SPACES
              OR FUNCTION TEST-NUMVAL(PAS-TAUX-STR) NOT = 0
               CONTINUE
           ELSE
               IF PAS-MATRICULE = 'DEFAUT'
                   COMPUTE WS-TAUX-PAS-DEFAUT ROUNDED
                       = FUNCTION NUMVAL(PAS-TAUX-STR) / 100
               ELSE
                   IF WS-NB-PAS < WS-PAS-MAX
                       ADD 1 TO WS-NB-PAS
                       MOVE PAS-MATRICULE
                           TO WS-PAS-MATRICULE(WS-NB-PAS)
                       COMPUTE WS-PAS-TAUX(WS-NB-PAS) ROUNDED
                           = FUNCTION NUMVAL(PAS-TAUX-STR) / 100
                   END-IF
               END-IF
           END-IF.
           PERFORM 1195-LIRE-TAUX-PAS.

       1195-LIRE-TAUX-PAS.
           READ PAS-RATE-FILE
               AT END SET WS-PAS-EOF TO TRUE
           END-READ.

      *---------------------------------------------------------------
      * 2000-TRAITER-DEMANDE
      * Controle la demande courante, recalcule le salaire de base
      * requis pour le net garanti et l'edite face au salaire actuel ;
      * un salaire a changer donne une transaction M dans NETTRX.
      * Toute demande refusee part dans le rapport avec son motif.
      *---------------------------------------------------------------
       2000-TRAITER-DEMANDE.
           ADD 1 TO WS-NB-LUES.
           IF NDM-MATRICULE = SPACES OR NDM-MATRICULE = LOW-VALUES
               MOVE 'MATRICULE MANQUANT' TO WS-RAISON
               PERFORM 8000-SIGNALER-REFUS
               GO TO 2000-TRAITER-DEMANDE-SUITE
           END-IF.
           IF FUNCTION TEST-NUMVAL(NDM-NET-STR) NOT = 0
               MOVE 'NET GARANTI NON NUMERIQUE' TO WS-RAISON
               PERFORM 8000-SIGNALER-REFUS
               GO TO 2000-TRAITER-DEMANDE-SUITE
           END-IF.
           IF FUNCTION NUMVAL(NDM-NET-STR) <= 0
              OR FUNCTION NUMVAL(NDM-NET-STR) > 999999.99
               MOVE 'NET GARANTI HORS PLAGE' TO WS-RAISON
               PERFORM 8000-SIGNALER-REFUS
               GO TO 2000-TRAITER-DEMANDE-SUITE
           END-IF.
           COMPUTE INVL-NET-CIBLE = FUNCTION NUMVAL(NDM-NET-STR).

           MOVE NDM-MATRICULE TO EMP-MATRICULE.
           MOVE 'Y' TO WS-EMP-TROUVE-FLAG.
           READ EMP-MASTER-FILE
               INVALID KEY MOVE 'N' TO WS-EMP-TROUVE-FLAG
           END-READ.
           IF NOT WS-EMP-TROUVE
               MOVE 'MATRICULE INCONNU DANS EMPMAST' TO WS-RAISON
               PERFORM 8000-SIGNALER-REFUS
               GO TO 2000-TRAITER-DEMANDE-SUITE
           END-IF.
           IF WS-SOCIETE NOT = SPACES
              AND EMP-SOCIETE NOT = WS-SOCIETE
               MOVE 'EMPLOYE D''UNE AUTRE SOCIETE' TO WS-RAISON
               PERFORM 8000-SIGNALER-REFUS
               GO TO 2000-TRAITER-DEMANDE-SUITE
           END-IF.
           IF EMP-DATE-SORTIE NOT = SPACES
              AND EMP-DATE-SORTIE NOT = LOW-VALUES
              AND EMP-DATE-SORTIE(1:7) < WS-PERIODE
               MOVE 'EMPLOYE SORTI AVANT LA PERIODE' TO WS-RAISON
               PERFORM 8000-SIGNALER-REFUS
               GO TO 2000-TRAITER-DEMANDE-SUITE
           END-IF.
      *        Le net garanti est exprime dans la devise de paie :
      *        CALCSAL-CORE ne convertit pas.
           IF NDM-DEVISE NOT = SPACES
              AND EMP-DEVISE NOT = SPACES
              AND NDM-DEVISE NOT = EMP-DEVISE
               MOVE 'DEVISE DIFFERENTE DE LA PAIE' TO WS-RAISON
               PERFORM 8000-SIGNALER-REFUS
               GO TO 2000-TRAITER-DEMANDE-SUITE
           END-IF.

           PERFORM 2100-RECHERCHER-SALAIRE.
           IF INVL-IS-REJETE
               MOVE CALC-REJECT-REASON TO WS-RAISON
               PERFORM 8000-SIGNALER-REFUS
               GO TO 2000-TRAITER-DEMANDE-SUITE
           END-IF.
           IF INVL-IS-HORS-PLAGE
               MOVE 'NET GARANTI HORS D''ATTEINTE' TO WS-RAISON
               PERFORM 8000-SIGNALER-REFUS
               GO TO 2000-TRAITER-DEMANDE-SUITE
           END-IF.
           ADD 1 TO WS-NB-CALCULES.

           MOVE 0 TO WS-SALAIRE-ACTUEL.
           IF FUNCTION TEST-NUMVAL(EMP-SALAIRE-STR) = 0
               COMPUTE WS-SALAIRE-ACTUEL
                   = FUNCTION NUMVAL(EMP-SALAIRE-STR)
           END-IF.
           IF CALC-SALAIRE = WS-SALAIRE-ACTUEL
               MOVE 'INCHANGE' TO WS-STATUT-LIGNE
           ELSE
               MOVE 'A MODIFIER' TO WS-STATUT-LIGNE
               PERFORM 2200-GENERER-TRANSACTION
           END-IF.
           PERFORM 2300-EDITER-LIGNE.

       2000-TRAITER-DEMANDE-SUITE.
           PERFORM 2990-LIRE-DEMANDE.
       2000-TRAITER-DEMANDE-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2100-RECHERCHER-SALAIRE
      * Prepare le calcul de l'employe (mois complet : dates
      * d'entree/sortie a blanc, sans mouvement de periode, taux PAS
      * de la table) et cherche le salaire de base du net garanti
      * via CALCSAL-INVERSE.
      *---------------------------------------------------------------
       2100-RECHERCHER-SALAIRE.
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
           MOVE WS-TAUX-PAS-DEFAUT TO CALC-TAUX-PAS.
           PERFORM VARYING WS-PAS-IDX FROM 1 BY 1
                   UNTIL WS-PAS-IDX > WS-NB-PAS
               IF WS-PAS-MATRICULE(WS-PAS-IDX) = EMP-MATRICULE
                   MOVE WS-PAS-TAUX(WS-PAS-IDX) TO CALC-TAUX-PAS
                   MOVE WS-NB-PAS TO WS-PAS-IDX
               END-IF
           END-PERFORM.
           CALL 'CALCSAL-INVERSE' USING INVL-LINKAGE CALC-LINKAGE.

      *---------------------------------------------------------------
      * 2200-GENERER-TRANSACTION
      * Transaction de modification TRANSEMP (type M) portant le
      * seul nouveau salaire de base : les autres zones a blanc sont
      * conservees par CALCSAL-MAJEMP.
      *---------------------------------------------------------------
       2200-GENERER-TRANSACTION.
           MOVE SPACES TO TRX-RECORD.
           SET TRX-IS-MODIF TO TRUE.
           MOVE EMP-MATRICULE TO TRX-MATRICULE.
           MOVE CALC-SALAIRE TO WS-SALAIRE-TRX.
           MOVE FUNCTION TRIM(WS-SALAIRE-TRX) TO TRX-SALAIRE-STR.
           WRITE TRX-RECORD.
           IF WS-TRX-STATUS NOT = '00'
               DISPLAY 'ERREUR ECRITURE NETTRX - STATUS='
                   WS-TRX-STATUS
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-MODIFIES.

      *---------------------------------------------------------------
      * 2300-EDITER-LIGNE
      * Edite dans NETRAP le salaire requis et le detail de son
      * calcul face au salaire actuel de la fiche.
      *---------------------------------------------------------------
       2300-EDITER-LIGNE.
           MOVE INVL-NET-CIBLE    TO WS-CIBLE-STR.
           MOVE WS-SALAIRE-ACTUEL TO WS-ACTUEL-STR.
           MOVE CALC-SALAIRE      TO WS-REQUIS-STR.
           MOVE CALC-BRUT         TO WS-BRUT-STR.
           MOVE CALC-CHARGES      TO WS-CHARGES-STR.
           MOVE CALC-IMPOT        TO WS-IMPOT-STR.
           MOVE CALC-NET          TO WS-NET-STR.
           MOVE SPACES TO RAP-LINE.
           STRING EMP-MATRICULE  DELIMITED SIZE
                  ' '            DELIMITED SIZE
                  CALC-DEVISE    DELIMITED SIZE
                  '  '           DELIMITED SIZE
                  WS-CIBLE-STR   DELIMITED SIZE
                  '  '           DELIMITED SIZE
                  WS-ACTUEL-STR  DELIMITED SIZE
                  '  '           DELIMITED SIZE
                  WS-REQUIS-STR  DELIMITED SIZE
                  '  '           DELIMITED SIZE
                  WS-BRUT-STR    DELIMITED SIZE
                  '  '           DELIMITED SIZE
                  WS-CHARGES-STR DELIMITED SIZE
                  '  '           DELIMITED SIZE
                  WS-IMPOT-STR   DELIMITED SIZE
                  '  '           DELIMITED SIZE
                  WS-NET-STR     DELIMITED SIZE
                  ' '            DELIMITED SIZE
                  WS-STATUT-LIGNE DELIMITED SIZE
                  INTO RAP-LINE.
           WRITE RAP-LINE.

       2990-LIRE-DEMANDE.
           READ NET-DEMANDE-FILE
               AT END SET WS-NDM-EOF TO TRUE
           END-READ.

      *---------------------------------------------------------------
      * 8000-SIGNALER-REFUS
      * Ajoute au rapport NETRAP la demande courante, inchangee, et
      * le motif du refus, pour correction avant un nouveau passage.
      *---------------------------------------------------------------
       8000-SIGNALER-REFUS.
           ADD 1 TO WS-NB-REFUSES.
           MOVE SPACES TO RAP-LINE.
           STRING 'REFUS : MATRICULE=' DELIMITED SIZE
                  NDM-MATRICULE   DELIMITED SIZE
                  ' NET='         DELIMITED SIZE
                  NDM-NET-STR     DELIMITED SIZE
                  ' DEVISE='      DELIMITED SIZE
                  NDM-DEVISE      DELIMITED SIZE
                  ' RAISON='      DELIMITED SIZE
                  WS-RAISON       DELIMITED SIZE
                  INTO RAP-LINE.
           WRITE RAP-LINE.

       9000-TERMINER.
           MOVE WS-NB-LUES TO WS-NB-STR.
           MOVE SPACES TO RAP-LINE.
           WRITE RAP-LINE.
           MOVE SPACES TO RAP-LINE.
           STRING 'DEMANDES LUES : ' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  INTO RAP-LINE.
           WRITE RAP-LINE.
           MOVE WS-NB-CALCULES TO WS-NB-STR.
           MOVE SPACES TO RAP-LINE.
           STRING 'SALAIRES RECALCULES : ' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  INTO RAP-LINE.
           WRITE RAP-LINE.
           MOVE WS-NB-MODIFIES TO WS-NB-STR.
           MOVE SPACES TO RAP-LINE.
           STRING 'MODIFICATIONS GENEREES (NETTRX) : ' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  INTO RAP-LINE.
           WRITE RAP-LINE.
           MOVE WS-NB-REFUSES TO WS-NB-STR.
           MOVE SPACES TO RAP-LINE.
           STRING 'DEMANDES REFUSEES : ' DELIMITED SIZE
                  WS-NB-STR DELIMITED SIZE
                  INTO RAP-LINE.
           WRITE RAP-LINE.
           IF WS-NB-REFUSES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE NET-DEMANDE-FILE.
           CLOSE EMP-MASTER-FILE.
           CLOSE NET-TRX-FILE.
           CLOSE NET-RAPPORT-FILE.
