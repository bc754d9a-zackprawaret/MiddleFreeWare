      *             parametre, un fichier PERIODE a une seule ligne
      *             est traite comme avant (mono-societe) ; un
      *             fichier multi-societes exige SOC=xxx.
      *   2026-10 - Conges payes : fichier des compteurs CONGES (cle
      *             MATRICULE, droits et pris N-1 / N, brut de
      *             reference), mouvement de type C (jours pris) dans
      *             MVTS. Les compteurs sont transmis a CALCSAL-CORE,
      *             qui valorise l'acquisition du mois, l'indemnite
      *             de conges (maintien ou dixieme, la plus
      *             favorable) et, au mois de sortie, l'indemnite
      *             compensatrice ; le pilote met a jour les
      *             compteurs (jours pris imputes d'abord sur N-1),
      *             bascule N sur N-1 a la paie de juin, edite les
      *             soldes N-1 et N sur le bulletin et l'indemnite
      *             compensatrice sur le solde de tout compte. Une
      *             relance FORCE annule le mouvement de la periode
      *             deja applique avant de le rejouer.
      *   2026-10 - Plafond de la securite sociale : les cumuls
      *             annuels de brut, de plafond et de tranches A / B
      *             de l'employe sont relus dans YTDMAST avant
      *             l'appel de CALCSAL-CORE (regularisation
      *             progressive du plafond), puis augmentes du mois
      *             par 2850-CUMULER-YTD. En simulation YTDMAST est
      *             lu sans mise a jour (absent = cumuls a zero).
      *             Plafond et tranches edites dans le registre, sur
      *             le bulletin (assiette et base de chaque
      *             cotisation) et portes dans PERCALC.
      *   2026-10 - Heures majorees par palier (import de la
      *             badgeuse CALCSAL-POINTAGE) : mouvements MVTS de
      *             type S (heures supplementaires a 50 %), N (heures
      *             de nuit) et D (heures du dimanche) charges et
      *             transmis a CALCSAL-CORE en plus du type H, qui
      *             porte desormais le palier a 25 %. Chaque palier
      *             et chaque majoration fait l'objet de sa propre
      *             ligne sur le bulletin, et le registre en detaille
      *             les montants.
      *   2026-10 - Notes de frais validees par les managers (fichier
      *             FRAIS, FRAISREC.cpy) remboursees avec la paie :
      *             chaque ligne est controlee au chargement (nature,
      *             date, montant) et une ligne invalide part dans
      *             MVTERR. Le remboursement s'ajoute au montant verse
      *             apres le NET, hors BRUT, hors cotisations, hors
      *             base PAS et hors cumuls YTDMAST : ligne dediee sur
      *             le bulletin et dans le registre, PC-FRAIS dans
      *             PERCALC (non compris dans PC-NET, c'est
      *             CALCSAL-VIREMENT qui l'ajoute a l'ordre), total
      *             TOTAL NOTES DE FRAIS dans les totaux, PC-TOT-FRAIS
      *             et le checkpoint. Des frais sur une autre devise
      *             que celle de la paie, ou dont la fiche n'est pas
      *             calculee ce mois, sont signales dans MVTERR.
      *   2026-10 - Table des mouvements portee a 20000 lignes : les
      *             saisies HR (5000 au plus) et jusqu'a 4 mouvements
      *             de la badgeuse par employe (H, S, N, D) pour 3750
      *             employes pointes ; CALCSAL-POINTAGE refuse de
      *             reecrire un MVTS qui depasserait cette capacite.
      *   2026-10 - Bascule des conges : N passe sur N-1 des la
      *             premiere paie de l'employe depuis le dernier
      *             1er juin, et non plus seulement a la paie de juin
      *             (un compteur non traite en juin, calcul rejete ou
      *             fiche hors paie, cumulait sinon deux annees de
      *             reference dans N).
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSAL-BATCH.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AOK-STATUS.

           SELECT FRAIS-FILE ASSIGN TO 'FRAIS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRS-STATUS.

           SELECT PAS-RATE-FILE ASSIGN TO 'TAUXPAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAS-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCL-STATUS.

           SELECT CONGES-FILE ASSIGN TO 'CONGES'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CONG-MATRICULE
               FILE STATUS IS WS-CONG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMP-MASTER-FILE.
       FD  ACOMPTE-OK-FILE.
       COPY ACOKREC.

       FD  FRAIS-FILE.
       COPY FRAISREC.

       FD  PAS-RATE-FILE.
       COPY PASRATE.

               10 DCL-TOT-IMPOT        PIC 9(10)V99.
               10 FILLER               PIC X(7).

       FD  CONGES-FILE.
       COPY CONGREC.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS            PIC XX.
       01 WS-REG-STATUS            PIC XX.
       01 WS-YTD-STATUS            PIC XX.
       01 WS-YTD-FOUND-FLAG        PIC X VALUE 'Y'.
           88 WS-YTD-FOUND           VALUE 'Y'.
       01 WS-YTD-OUVERT-FLAG       PIC X VALUE 'N'.
           88 WS-YTD-OUVERT          VALUE 'Y'.
       01 WS-BULL-STATUS           PIC XX.
       01 WS-MVT-STATUS            PIC XX.
       01 WS-MVTERR-STATUS         PIC XX.
       01 WS-MVT-EOF-FLAG          PIC X VALUE 'N'.
           88 WS-MVT-EOF             VALUE 'Y'.

       01 WS-MVT-MAX               PIC 9(5) COMP VALUE 20000.
       01 WS-NB-MVTS               PIC 9(5) COMP VALUE 0.
       01 WS-MVT-IDX               PIC 9(5) COMP VALUE 0.
       01 WS-MVT-RAISON            PIC X(30).
       01 WS-MVT-TABLE.
           05 WS-MVT-ENTREE          OCCURS 20000 TIMES.
               10 WS-MVT-MATRICULE     PIC X(6).
               10 WS-MVT-TYPE          PIC X(1).
               10 WS-MVT-QUANTITE      PIC 9(6)V99.
       01 WS-TOTAL-ACOMPTES        PIC 9(10)V99 VALUE 0.
       01 WS-ACOMPTE-STR           PIC ZZ,ZZZ,ZZ9.99.

       01 WS-FRS-STATUS            PIC XX.
       01 WS-FRS-EOF-FLAG          PIC X VALUE 'N'.
           88 WS-FRS-EOF             VALUE 'Y'.
       01 WS-FRS-MAX               PIC 9(4) COMP VALUE 5000.
       01 WS-NB-FRS                PIC 9(4) COMP VALUE 0.
       01 WS-FRS-IDX               PIC 9(4) COMP VALUE 0.
       01 WS-FRS-TABLE.
           05 WS-FRS-ENTREE          OCCURS 5000 TIMES.
               10 WS-FRS-MATRICULE     PIC X(6).
               10 WS-FRS-NATURE        PIC X(1).
               10 WS-FRS-DATE          PIC X(10).
               10 WS-FRS-DEVISE        PIC X(3).
               10 WS-FRS-MONTANT       PIC 9(5)V99.
               10 WS-FRS-APPARIE       PIC X(1).
      *    Marque posee sur les frais d'une fiche sautee : 'S' (sortie,
      *    entree future, rejet) ou 'A' (autre societe, sans signal).
       01 WS-FRS-MARQUE            PIC X(1) VALUE SPACE.
       01 WS-FRS-RAISON            PIC X(40) VALUE SPACES.
       01 WS-FRS-DATE-NUM          PIC 9(8) VALUE 0.
       01 WS-FRS-DATE-DETAIL REDEFINES WS-FRS-DATE-NUM.
           05 WS-FRS-DATE-AAAA       PIC 9(4).
           05 WS-FRS-DATE-MM         PIC 9(2).
           05 WS-FRS-DATE-JJ         PIC 9(2).
       01 WS-FRS-MT-STR            PIC ZZ,ZZ9.99.
       01 WS-FRAIS-MONTANT         PIC 9(8)V99 VALUE 0.
       01 WS-TOTAL-FRAIS           PIC 9(10)V99 VALUE 0.
       01 WS-FRAIS-STR             PIC ZZ,ZZZ,ZZ9.99.

       01 WS-PAS-STATUS            PIC XX.
       01 WS-DCL-STATUS            PIC XX.
       01 WS-PAS-EOF-FLAG          PIC X VALUE 'N'.
       01 WS-TAUX-PAS-STR          PIC Z9.99.
       01 WS-TAUX-PAS-PCT          PIC 9(2)V99 VALUE 0.

       01 WS-CONG-STATUS           PIC XX.
       01 WS-CONGES-FLAG           PIC X VALUE 'N'.
           88 WS-CONGES-PRESENTS     VALUE 'Y'.
       01 WS-CONG-TROUVE-FLAG      PIC X VALUE 'N'.
           88 WS-CONG-TROUVE         VALUE 'Y'.
      *    Debut de la periode de reference des conges payes : au
      *    1er juin, les droits N deviennent les droits N-1.
       01 WS-CONG-MOIS-BASCULE     PIC X(2) VALUE '06'.
      *    Dernier debut de periode de reference atteint par la
      *    periode calculee (AAAA-06).
       01 WS-CONG-DEBUT-REF.
           05 WS-CONG-DEBUT-AAAA     PIC 9(4).
           05 FILLER                 PIC X VALUE '-'.
           05 WS-CONG-DEBUT-MM       PIC X(2).
       01 WS-CONG-RESTE-N1         PIC S9(3)V99 VALUE 0.
       01 WS-CONG-A-IMPUTER        PIC 9(3)V99 VALUE 0.
       01 WS-CONG-BRUT-REPORT      PIC 9(10)V99 VALUE 0.
      *    Soldes apres mise a jour, sauves avant le REWRITE pour le
      *    bulletin (buffer indefini apres l'ecriture).
       01 WS-CONG-ACQUIS-N1        PIC 9(3)V99 VALUE 0.
       01 WS-CONG-PRIS-N1          PIC 9(3)V99 VALUE 0.
       01 WS-CONG-SOLDE-N1         PIC S9(3)V99 VALUE 0.
       01 WS-CONG-ACQUIS-N         PIC 9(3)V99 VALUE 0.
       01 WS-CONG-PRIS-N           PIC 9(3)V99 VALUE 0.
       01 WS-CONG-SOLDE-N          PIC S9(3)V99 VALUE 0.
       01 WS-CONG-JOURS-STR        PIC ZZ9.99.
       01 WS-CONG-ACQUIS-STR       PIC ZZ9.99.
       01 WS-CONG-PRIS-STR         PIC ZZ9.99.
       01 WS-CONG-SOLDE-STR        PIC -ZZ9.99.
       01 WS-CONG-REGLE-STR        PIC X(8).
      *    Plafond de la securite sociale : editions du plafond, des
      *    tranches et de l'assiette de chaque cotisation.
       01 WS-PLAFOND-STR           PIC ZZ,ZZ9.99.
       01 WS-TRANCHE-A-STR         PIC ZZ,ZZ9.99.
       01 WS-TRANCHE-B-STR         PIC ZZ,ZZ9.99.
       01 WS-BASE-COTIS-STR        PIC ZZ,ZZ9.99.
       01 WS-ASSIETTE-CODE         PIC X(1).
       01 WS-ASSIETTE-LIB          PIC X(3).

       01 WS-PARM                  PIC X(20).
       01 WS-PARM-TOKENS.
           05 WS-PARM-TOKEN          OCCURS 3 TIMES PIC X(12).
       01 WS-ABS-STR               PIC ZZ,ZZ9.99.
       01 WS-PRIMEX-STR            PIC ZZ,ZZ9.99.
       01 WS-HEURES-STR            PIC ZZ9.99.
       01 WS-NUIT-STR              PIC ZZ,ZZ9.99.
       01 WS-DIMANCHE-STR          PIC ZZ,ZZ9.99.
       01 WS-JOURS-STR             PIC Z9.99.
       01 WS-MVT-QTE-STR           PIC ZZZ,ZZ9.99.
       01 WS-MVT-MT-STR            PIC ZZ,ZZZ,ZZ9.99.
               THRU 3000-ECRIRE-TOTAUX-FIN.
           PERFORM 3100-SIGNALER-MVT-ORPHELINS.
           PERFORM 3150-SIGNALER-RAPPELS-ORPHELINS.
           PERFORM 3170-SIGNALER-FRAIS-ORPHELINS.
           IF WS-SIMULATION-MODE
               PERFORM 3200-SIGNALER-DISPARUS
           END-IF.
           PERFORM 1300-CHARGER-TAUX
               THRU 1300-CHARGER-TAUX-EXIT.
           PERFORM 1070-OUVRIR-SAISIES.
           PERFORM 1075-OUVRIR-CONGES
               THRU 1075-OUVRIR-CONGES-EXIT.
           PERFORM 1080-CHARGER-TAUX-PAS
               THRU 1080-CHARGER-TAUX-PAS-EXIT.
           PERFORM 1085-CHARGER-ACOMPTES
                       WS-YTD-STATUS
                   STOP RUN
               END-IF
               SET WS-YTD-OUVERT TO TRUE
           ELSE
               OPEN INPUT YTD-MASTER-FILE
               IF WS-YTD-STATUS = '35'
                   DISPLAY 'PAS DE FICHIER YTDMAST : CUMULS A ZERO '
                       'POUR LE PLAFOND'
               ELSE
                   IF WS-YTD-STATUS NOT = '00'
                       DISPLAY 'ERREUR OUVERTURE YTDMAST - STATUS='
                           WS-YTD-STATUS
                       STOP RUN
                   END-IF
                   SET WS-YTD-OUVERT TO TRUE
               END-IF
           END-IF.
           IF WS-RESTART-MODE
               PERFORM 1100-REPRENDRE
               THRU 1200-CHARGER-MOUVEMENTS-EXIT.
           PERFORM 1250-CHARGER-RAPPELS
               THRU 1250-CHARGER-RAPPELS-EXIT.
           PERFORM 1270-CHARGER-FRAIS
               THRU 1270-CHARGER-FRAIS-EXIT.
           PERFORM 2900-LIRE-SUIVANT.

      *---------------------------------------------------------------
                   MOVE BARL-COTIS-PAT TO CALC-BAREME-COTIS-PAT
                   MOVE BARL-NB-PRIME  TO CALC-BAR-NB-PRIME
                   MOVE BARL-PRIME-BAREME TO CALC-BAREME-PRIME
                   MOVE BARL-PLAFOND-ASSIETTES
                       TO CALC-BAREME-PLAFOND
               WHEN BARL-IS-ABSENT
                   DISPLAY 'PAS DE FICHIER BAREMES : BAREMES '
                       'COMPILES EN VIGUEUR'
               SET WS-SAISIES-PRESENTES TO TRUE
           END-IF.

      *---------------------------------------------------------------
      * 1075-OUVRIR-CONGES
      * Ouvre le fichier des compteurs de conges payes : en
      * entree-sortie (acquisition et prise de chaque periode), en
      * lecture seule en simulation. Au premier calcul le fichier
      * n'existe pas encore : il est cree vide et chaque compteur
      * nait au premier calcul accepte de l'employe. En simulation,
      * son absence est admise (compteurs pris a zero).
      *---------------------------------------------------------------
       1075-OUVRIR-CONGES.
           IF WS-SIMULATION-MODE
               OPEN INPUT CONGES-FILE
               IF WS-CONG-STATUS = '35'
                   DISPLAY 'PAS DE FICHIER CONGES : COMPTEURS DE '
                       'CONGES PAYES PRIS A ZERO'
                   MOVE 'N' TO WS-CONGES-FLAG
                   GO TO 1075-OUVRIR-CONGES-EXIT
               END-IF
           ELSE
               OPEN I-O CONGES-FILE
               IF WS-CONG-STATUS = '35'
                   DISPLAY 'PAS DE FICHIER CONGES : CREATION DU '
                       'FICHIER DES COMPTEURS'
                   OPEN OUTPUT CONGES-FILE
                   CLOSE CONGES-FILE
                   OPEN I-O CONGES-FILE
               END-IF
           END-IF.
           IF WS-CONG-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE CONGES - STATUS='
                   WS-CONG-STATUS
               STOP RUN
           END-IF.
           SET WS-CONGES-PRESENTS TO TRUE.
       1075-OUVRIR-CONGES-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 1080-CHARGER-TAUX-PAS
      * Charge en table les taux de prelevement a la source livres
               MOVE CKPT-TOTAL-ACOMPTES    TO WS-TOTAL-ACOMPTES
               MOVE CKPT-NB-IGNORES        TO WS-NB-IGNORES
               MOVE CKPT-NB-AUTRES-SOC     TO WS-NB-AUTRES-SOC
               MOVE CKPT-TOTAL-FRAIS       TO WS-TOTAL-FRAIS
               MOVE WS-CKPT-MATRICULE TO EMP-MATRICULE
               START EMP-MASTER-FILE KEY IS GREATER THAN EMP-MATRICULE
                   INVALID KEY
           END-IF.
           IF NOT MVT-IS-HEURES-SUPP AND NOT MVT-IS-ABSENCE
                                      AND NOT MVT-IS-PRIME-EXCEPT
                                      AND NOT MVT-IS-CONGES
                                      AND NOT MVT-IS-HS-50
                                      AND NOT MVT-IS-NUIT
                                      AND NOT MVT-IS-DIMANCHE
               MOVE 'TYPE DE MOUVEMENT INCONNU' TO WS-MVT-RAISON
               PERFORM 2650-SIGNALER-MVT
               GO TO 1210-RANGER-MOUVEMENT-SUITE
           END-IF.
           IF (MVT-IS-HEURES-SUPP OR MVT-IS-ABSENCE
                                   OR MVT-IS-CONGES
                                   OR MVT-IS-HS-50 OR MVT-IS-NUIT
                                   OR MVT-IS-DIMANCHE)
              AND FUNCTION TEST-NUMVAL(MVT-QUANTITE-STR) NOT = 0
               MOVE 'QUANTITE NON NUMERIQUE' TO WS-MVT-RAISON
               PERFORM 2650-SIGNALER-MVT
               PERFORM 2650-SIGNALER-MVT
               GO TO 1210-RANGER-MOUVEMENT-SUITE
           END-IF.
           IF (MVT-IS-HEURES-SUPP OR MVT-IS-HS-50 OR MVT-IS-NUIT
                                   OR MVT-IS-DIMANCHE)
              AND (FUNCTION NUMVAL(MVT-QUANTITE-STR) <= 0
                   OR FUNCTION NUMVAL(MVT-QUANTITE-STR) > 300)
               MOVE 'QUANTITE HORS PLAGE' TO WS-MVT-RAISON
               PERFORM 2650-SIGNALER-MVT
               GO TO 1210-RANGER-MOUVEMENT-SUITE
           END-IF.
           IF (MVT-IS-ABSENCE OR MVT-IS-CONGES)
              AND (FUNCTION NUMVAL(MVT-QUANTITE-STR) <= 0
                   OR FUNCTION NUMVAL(MVT-QUANTITE-STR) > 31)
               MOVE 'QUANTITE HORS PLAGE' TO WS-MVT-RAISON
           MOVE MVT-TYPE      TO WS-MVT-TYPE(WS-NB-MVTS).
           MOVE 0 TO WS-MVT-QUANTITE(WS-NB-MVTS).
           MOVE 0 TO WS-MVT-MONTANT(WS-NB-MVTS).
           IF MVT-IS-PRIME-EXCEPT
               MOVE FUNCTION NUMVAL(MVT-MONTANT-STR)
                   TO WS-MVT-MONTANT(WS-NB-MVTS)
           ELSE
               MOVE FUNCTION NUMVAL(MVT-QUANTITE-STR)
                   TO WS-MVT-QUANTITE(WS-NB-MVTS)
           END-IF.
           IF WS-RESTART-MODE
              AND MVT-MATRICULE <= WS-CKPT-MATRICULE
               AT END SET WS-RAP-EOF TO TRUE
           END-READ.

      *---------------------------------------------------------------
      * 1270-CHARGER-FRAIS
      * Charge en table les notes de frais validees par les managers
      * (fichier FRAIS), a rembourser avec la paie de la periode.
      * L'absence du fichier est admise (periode sans frais). En
      * reprise sur incident, les frais des MATRICULE deja traites
      * avant l'interruption sont marques apparies pour ne pas etre
      * rembourses une seconde fois.
      *---------------------------------------------------------------
       1270-CHARGER-FRAIS.
           MOVE 0 TO WS-NB-FRS.
           OPEN INPUT FRAIS-FILE.
           IF WS-FRS-STATUS = '35'
               DISPLAY 'PAS DE FICHIER FRAIS : PERIODE SANS NOTE DE '
                   'FRAIS'
               GO TO 1270-CHARGER-FRAIS-EXIT
           END-IF.
           IF WS-FRS-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FRAIS - STATUS='
                   WS-FRS-STATUS
               STOP RUN
           END-IF.
           PERFORM 1297-LIRE-FRAIS.
           PERFORM 1280-RANGER-FRAIS
               THRU 1280-RANGER-FRAIS-EXIT
               UNTIL WS-FRS-EOF.
           CLOSE FRAIS-FILE.
       1270-CHARGER-FRAIS-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 1280-RANGER-FRAIS
      * Valide la note de frais courante et la range dans la table ;
      * une ligne invalide (MATRICULE manquant, nature inconnue, date
      * invalide ou posterieure a la periode, montant non numerique
      * ou hors plage) part dans MVTERR avec son motif, sans arreter
      * le chargement des suivantes.
      *---------------------------------------------------------------
       1280-RANGER-FRAIS.
           IF FRS-MATRICULE = SPACES OR FRS-MATRICULE = LOW-VALUES
               MOVE 'MATRICULE MANQUANT' TO WS-FRS-RAISON
               PERFORM 2675-SIGNALER-FRAIS
               GO TO 1280-RANGER-FRAIS-SUITE
           END-IF.
           IF NOT FRS-IS-TRANSPORT AND NOT FRS-IS-REPAS
                                   AND NOT FRS-IS-HEBERGEMENT
                                   AND NOT FRS-IS-KILOMETRES
                                   AND NOT FRS-IS-DIVERS
               MOVE 'NATURE DE FRAIS INCONNUE' TO WS-FRS-RAISON
               PERFORM 2675-SIGNALER-FRAIS
               GO TO 1280-RANGER-FRAIS-SUITE
           END-IF.
           IF FRS-DATE(1:4) NOT NUMERIC
              OR FRS-DATE(5:1) NOT = '-'
              OR FRS-DATE(6:2) NOT NUMERIC
              OR FRS-DATE(8:1) NOT = '-'
              OR FRS-DATE(9:2) NOT NUMERIC
               MOVE 'DATE DE FRAIS INVALIDE' TO WS-FRS-RAISON
               PERFORM 2675-SIGNALER-FRAIS
               GO TO 1280-RANGER-FRAIS-SUITE
           END-IF.
           MOVE FRS-DATE(1:4) TO WS-FRS-DATE-AAAA.
           MOVE FRS-DATE(6:2) TO WS-FRS-DATE-MM.
           MOVE FRS-DATE(9:2) TO WS-FRS-DATE-JJ.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FRS-DATE-NUM) NOT = 0
               MOVE 'DATE DE FRAIS INVALIDE' TO WS-FRS-RAISON
               PERFORM 2675-SIGNALER-FRAIS
               GO TO 1280-RANGER-FRAIS-SUITE
           END-IF.
           IF FRS-DATE(1:7) > WS-PERIODE
               MOVE 'FRAIS POSTERIEUR A LA PERIODE' TO WS-FRS-RAISON
               PERFORM 2675-SIGNALER-FRAIS
               GO TO 1280-RANGER-FRAIS-SUITE
           END-IF.
           IF FUNCTION TEST-NUMVAL(FRS-MONTANT-STR) NOT = 0
               MOVE 'MONTANT NON NUMERIQUE' TO WS-FRS-RAISON
               PERFORM 2675-SIGNALER-FRAIS
               GO TO 1280-RANGER-FRAIS-SUITE
           END-IF.
           IF FUNCTION NUMVAL(FRS-MONTANT-STR) <= 0
              OR FUNCTION NUMVAL(FRS-MONTANT-STR) > 99999.99
               MOVE 'MONTANT HORS PLAGE' TO WS-FRS-RAISON
               PERFORM 2675-SIGNALER-FRAIS
               GO TO 1280-RANGER-FRAIS-SUITE
           END-IF.
           IF WS-NB-FRS >= WS-FRS-MAX
               MOVE 'TABLE DES FRAIS PLEINE' TO WS-FRS-RAISON
               PERFORM 2675-SIGNALER-FRAIS
               GO TO 1280-RANGER-FRAIS-SUITE
           END-IF.

           ADD 1 TO WS-NB-FRS.
           MOVE FRS-MATRICULE TO WS-FRS-MATRICULE(WS-NB-FRS).
           MOVE FRS-NATURE    TO WS-FRS-NATURE(WS-NB-FRS).
           MOVE FRS-DATE      TO WS-FRS-DATE(WS-NB-FRS).
           MOVE FRS-DEVISE    TO WS-FRS-DEVISE(WS-NB-FRS).
           MOVE FUNCTION NUMVAL(FRS-MONTANT-STR)
               TO WS-FRS-MONTANT(WS-NB-FRS).
           IF WS-RESTART-MODE
              AND FRS-MATRICULE <= WS-CKPT-MATRICULE
               MOVE 'Y' TO WS-FRS-APPARIE(WS-NB-FRS)
           ELSE
               MOVE 'N' TO WS-FRS-APPARIE(WS-NB-FRS)
           END-IF.

       1280-RANGER-FRAIS-SUITE.
           PERFORM 1297-LIRE-FRAIS.
       1280-RANGER-FRAIS-EXIT.
           EXIT.

       1297-LIRE-FRAIS.
           READ FRAIS-FILE
               AT END SET WS-FRS-EOF TO TRUE
           END-READ.

      *---------------------------------------------------------------
      * 1300-CHARGER-TAUX
      * Charge en table les cours de change (TAUXCHG) fournis par la
              AND EMP-SOCIETE NOT = WS-SOCIETE
               ADD 1 TO WS-NB-AUTRES-SOC
               PERFORM 2425-MARQUER-RAPPELS-SAUTES
               MOVE 'A' TO WS-FRS-MARQUE
               PERFORM 2426-MARQUER-FRAIS-SAUTES
               GO TO 2500-CALCULER-EMPLOYE-EXIT
           END-IF.
      *        Fiche d'un sorti avant la periode, ou d'un entrant
              AND EMP-DATE-SORTIE(1:7) < WS-PERIODE
               ADD 1 TO WS-NB-IGNORES
               PERFORM 2425-MARQUER-RAPPELS-SAUTES
               MOVE 'S' TO WS-FRS-MARQUE
               PERFORM 2426-MARQUER-FRAIS-SAUTES
               GO TO 2500-CALCULER-EMPLOYE-EXIT
           END-IF.
           IF EMP-DATE-ENTREE NOT = SPACES
              AND EMP-DATE-ENTREE(1:7) > WS-PERIODE
               ADD 1 TO WS-NB-IGNORES
               PERFORM 2425-MARQUER-RAPPELS-SAUTES
               MOVE 'S' TO WS-FRS-MARQUE
               PERFORM 2426-MARQUER-FRAIS-SAUTES
               GO TO 2500-CALCULER-EMPLOYE-EXIT
           END-IF.
           MOVE EMP-MATRICULE      TO CALC-MATRICULE.
           MOVE EMP-DATE-SORTIE    TO CALC-DATE-SORTIE.
           PERFORM 2400-APPLIQUER-MOUVEMENTS.
           PERFORM 2410-DETERMINER-TAUX-PAS.
           PERFORM 2405-PREPARER-CONGES
               THRU 2405-PREPARER-CONGES-EXIT.
           PERFORM 2415-LIRE-CUMULS-YTD
               THRU 2415-LIRE-CUMULS-YTD-EXIT.

           CALL 'CALCSAL-CORE' USING CALC-LINKAGE.

           IF CALC-IS-REJECTED
               PERFORM 2600-SIGNALER-REJET
               PERFORM 2425-MARQUER-RAPPELS-SAUTES
               MOVE 'S' TO WS-FRS-MARQUE
               PERFORM 2426-MARQUER-FRAIS-SAUTES
               GO TO 2500-CALCULER-EMPLOYE-EXIT
           END-IF.

               THRU 2430-APPLIQUER-SAISIE-EXIT.
           PERFORM 2440-APPLIQUER-ACOMPTES
               THRU 2440-APPLIQUER-ACOMPTES-EXIT.
           PERFORM 2445-APPLIQUER-FRAIS
               THRU 2445-APPLIQUER-FRAIS-EXIT.

           ADD CALC-BRUT    TO WS-TOTAL-BRUT.
           ADD CALC-PRIME   TO WS-TOTAL-PRIME.
               WRITE REG-LINE
           END-IF.

           IF CALC-MONTANT-HS-50 > 0 OR CALC-MONTANT-NUIT > 0
                                     OR CALC-MONTANT-DIMANCHE > 0
               MOVE CALC-MONTANT-HS-50    TO WS-HS-STR
               MOVE CALC-MONTANT-NUIT     TO WS-NUIT-STR
               MOVE CALC-MONTANT-DIMANCHE TO WS-DIMANCHE-STR
               MOVE SPACES TO REG-LINE
               STRING '     HEURES SUPP 50%='  DELIMITED SIZE
                      WS-HS-STR                DELIMITED SIZE
                      ' MAJORATION NUIT='      DELIMITED SIZE
                      WS-NUIT-STR              DELIMITED SIZE
                      ' MAJORATION DIMANCHE='  DELIMITED SIZE
                      WS-DIMANCHE-STR          DELIMITED SIZE
                      INTO REG-LINE
               WRITE REG-LINE
           END-IF.

           IF CALC-JOURS-PRESENTS < 30
               MOVE CALC-JOURS-PRESENTS TO WS-JOURS-PRESENTS-STR
               MOVE SPACES TO REG-LINE
               WRITE REG-LINE
           END-IF.

           IF CALC-JOURS-CONGES > 0 OR CALC-JOURS-COMPENS > 0
               MOVE CALC-JOURS-CONGES   TO WS-CONG-JOURS-STR
               MOVE CALC-MONTANT-CONGES TO WS-HS-STR
               MOVE CALC-RETENUE-CONGES TO WS-ABS-STR
               MOVE CALC-MONTANT-COMPENS TO WS-PRIMEX-STR
               MOVE SPACES TO REG-LINE
               STRING '     CONGES PAYES J='  DELIMITED SIZE
                      WS-CONG-JOURS-STR       DELIMITED SIZE
                      ' RETENUE='             DELIMITED SIZE
                      WS-ABS-STR              DELIMITED SIZE
                      ' INDEMNITE='           DELIMITED SIZE
                      WS-HS-STR               DELIMITED SIZE
                      ' REGLE='               DELIMITED SIZE
                      CALC-CONGES-REGLE       DELIMITED SIZE
                      ' COMPENSATRICE='       DELIMITED SIZE
                      WS-PRIMEX-STR           DELIMITED SIZE
                      INTO REG-LINE
               WRITE REG-LINE
           END-IF.

           MOVE CALC-PLAFOND-MOIS TO WS-PLAFOND-STR.
           MOVE CALC-TRANCHE-A    TO WS-TRANCHE-A-STR.
           MOVE CALC-TRANCHE-B    TO WS-TRANCHE-B-STR.
           MOVE SPACES TO REG-LINE.
           STRING '     PLAFOND SS='    DELIMITED SIZE
                  WS-PLAFOND-STR        DELIMITED SIZE
                  ' TRANCHE A='         DELIMITED SIZE
                  WS-TRANCHE-A-STR      DELIMITED SIZE
                  ' TRANCHE B='         DELIMITED SIZE
                  WS-TRANCHE-B-STR      DELIMITED SIZE
                  INTO REG-LINE.
           WRITE REG-LINE.

           IF WS-RAPPEL-BRUT NOT = 0 OR WS-RAPPEL-CHARGES NOT = 0
                                     OR WS-RAPPEL-NET NOT = 0
               MOVE WS-RAPPEL-BRUT    TO WS-RAP-BRUT-STR
               WRITE REG-LINE
           END-IF.

           IF WS-FRAIS-MONTANT > 0
               MOVE WS-FRAIS-MONTANT TO WS-FRAIS-STR
               MOVE SPACES TO REG-LINE
               STRING '     NOTES DE FRAIS REMBOURSEES=' DELIMITED SIZE
                      WS-FRAIS-STR                       DELIMITED SIZE
                      ' (HORS BRUT)'                     DELIMITED SIZE
                      INTO REG-LINE
               WRITE REG-LINE
           END-IF.

           PERFORM VARYING CALC-COTIS-IDX FROM 1 BY 1
                   UNTIL CALC-COTIS-IDX > 4
               MOVE CALC-COTIS-MONTANT(CALC-COTIS-IDX) TO WS-COTIS-STR
               PERFORM 2800-JOURNALISER-AUDIT
               PERFORM 2820-ECRIRE-CALCUL-PERIODE
               PERFORM 2850-CUMULER-YTD
               PERFORM 2855-METTRE-A-JOUR-CONGES
                   THRU 2855-METTRE-A-JOUR-CONGES-EXIT
               PERFORM 2860-IMPRIMER-BULLETIN
               IF EMP-DATE-SORTIE NOT = SPACES
                  AND EMP-DATE-SORTIE NOT = LOW-VALUES
      * 2400-APPLIQUER-MOUVEMENTS
      * Rapproche les mouvements de periode charges en table du
      * MATRICULE en cours et alimente les zones d'entree de
      * CALCSAL-CORE (heures supplementaires a 25 % et a 50 %,
      * heures de nuit et du dimanche, jours d'absence, prime
      * exceptionnelle, jours de conges payes). Plusieurs mouvements
      * du meme type pour un meme employe se cumulent (saisie HR et
      * import de la badgeuse) ; un mouvement dont le cumul
      * deborderait la zone d'entree (saisie en double, par exemple)
      * est ecarte et signale dans MVTERR au lieu de tronquer
      * silencieusement le BRUT. Chaque mouvement rapproche est
      *---------------------------------------------------------------
       2400-APPLIQUER-MOUVEMENTS.
           MOVE 0 TO CALC-HEURES-SUPP.
           MOVE 0 TO CALC-HEURES-SUPP-50.
           MOVE 0 TO CALC-HEURES-NUIT.
           MOVE 0 TO CALC-HEURES-DIMANCHE.
           MOVE 0 TO CALC-JOURS-ABSENCE.
           MOVE 0 TO CALC-PRIME-EXCEPT.
           MOVE 0 TO CALC-JOURS-CONGES.
           PERFORM VARYING WS-MVT-IDX FROM 1 BY 1
                   UNTIL WS-MVT-IDX > WS-NB-MVTS
               IF WS-MVT-MATRICULE(WS-MVT-IDX) = EMP-MATRICULE
                                       TO WS-MVT-RAISON
                                   PERFORM 2660-SIGNALER-MVT-TABLE
                           END-ADD
                       WHEN 'S'
                           ADD WS-MVT-QUANTITE(WS-MVT-IDX)
                               TO CALC-HEURES-SUPP-50
                               ON SIZE ERROR
                                   MOVE 'CUMUL HEURES SUPP HORS PLAGE'
                                       TO WS-MVT-RAISON
                                   PERFORM 2660-SIGNALER-MVT-TABLE
                           END-ADD
                       WHEN 'N'
                           ADD WS-MVT-QUANTITE(WS-MVT-IDX)
                               TO CALC-HEURES-NUIT
                               ON SIZE ERROR
                                   MOVE 'CUMUL HEURES NUIT HORS PLAGE'
                                       TO WS-MVT-RAISON
                                   PERFORM 2660-SIGNALER-MVT-TABLE
                           END-ADD
                       WHEN 'D'
                           ADD WS-MVT-QUANTITE(WS-MVT-IDX)
                               TO CALC-HEURES-DIMANCHE
                               ON SIZE ERROR
                                   MOVE 'CUMUL DIMANCHE HORS PLAGE'
                                       TO WS-MVT-RAISON
                                   PERFORM 2660-SIGNALER-MVT-TABLE
                           END-ADD
                       WHEN 'A'
                           ADD WS-MVT-QUANTITE(WS-MVT-IDX)
                               TO CALC-JOURS-ABSENCE
                                       TO WS-MVT-RAISON
                                   PERFORM 2660-SIGNALER-MVT-TABLE
                           END-ADD
                       WHEN 'C'
                           ADD WS-MVT-QUANTITE(WS-MVT-IDX)
                               TO CALC-JOURS-CONGES
                               ON SIZE ERROR
                                   MOVE 'CUMUL CONGES HORS PLAGE'
                                       TO WS-MVT-RAISON
                                   PERFORM 2660-SIGNALER-MVT-TABLE
                           END-ADD
                   END-EVALUATE
                   MOVE 'Y' TO WS-MVT-APPARIE(WS-MVT-IDX)
               END-IF
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * 2405-PREPARER-CONGES
      * Lit le compteur de conges payes de l'employe en cours et
      * alimente les zones conges de CALCSAL-CORE : droits et brut de
      * reference N-1 et N, solde restant, indicateur de sortie dans
      * la periode. Sur une relance FORCE de la periode deja
      * appliquee, le mouvement de la precedente execution est
      * d'abord annule. A la paie de juin, la periode N est basculee
      * sur N-1 ; le reliquat N-1 non pris est reporte (jours et part
      * de brut de reference) plutot que perdu, la decision de le
      * solder restant a HR. Le compteur mis a jour reste dans
      * CONG-RECORD pour 2855-METTRE-A-JOUR-CONGES.
      *---------------------------------------------------------------
       2405-PREPARER-CONGES.
           MOVE 'N' TO WS-CONG-TROUVE-FLAG.
           MOVE EMP-MATRICULE TO CONG-MATRICULE.
           IF WS-CONGES-PRESENTS
               READ CONGES-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-CONG-TROUVE-FLAG
                   NOT INVALID KEY
                       SET WS-CONG-TROUVE TO TRUE
               END-READ
           END-IF.
           IF NOT WS-CONG-TROUVE
               MOVE SPACES TO CONG-RECORD
               MOVE EMP-MATRICULE TO CONG-MATRICULE
               MOVE 0 TO CONG-ACQUIS-N1
               MOVE 0 TO CONG-PRIS-N1
               MOVE 0 TO CONG-BRUT-REF-N1
               MOVE 0 TO CONG-ACQUIS-N
               MOVE 0 TO CONG-PRIS-N
               MOVE 0 TO CONG-BRUT-REF-N
               MOVE 0 TO CONG-ACQUIS-MOIS
               MOVE 0 TO CONG-PRIS-MOIS-N1
               MOVE 0 TO CONG-PRIS-MOIS-N
               MOVE 0 TO CONG-BRUT-MOIS
           ELSE
               IF CONG-DERNIERE-PERIODE = WS-PERIODE
                   SUBTRACT CONG-ACQUIS-MOIS  FROM CONG-ACQUIS-N
                   SUBTRACT CONG-BRUT-MOIS    FROM CONG-BRUT-REF-N
                   SUBTRACT CONG-PRIS-MOIS-N1 FROM CONG-PRIS-N1
                   SUBTRACT CONG-PRIS-MOIS-N  FROM CONG-PRIS-N
               ELSE
                   PERFORM 2407-DATER-BASCULE
                   IF CONG-DERNIERE-PERIODE = SPACES
                       IF WS-PERIODE(6:2) = WS-CONG-MOIS-BASCULE
                           PERFORM 2406-BASCULER-CONGES
                       END-IF
                   ELSE
                       IF CONG-DERNIERE-PERIODE < WS-CONG-DEBUT-REF
                           PERFORM 2406-BASCULER-CONGES
                       END-IF
                   END-IF
               END-IF
           END-IF.

           MOVE CONG-ACQUIS-N1   TO CALC-CONGES-DROITS.
           MOVE CONG-BRUT-REF-N1 TO CALC-CONGES-BRUT-REF.
           MOVE CONG-ACQUIS-N    TO CALC-CONGES-DROITS-N.
           MOVE CONG-BRUT-REF-N  TO CALC-CONGES-BRUT-REF-N.
           COMPUTE CALC-CONGES-SOLDE
               = CONG-ACQUIS-N1 - CONG-PRIS-N1
               + CONG-ACQUIS-N  - CONG-PRIS-N.
           MOVE 'N' TO CALC-CONGES-SORTIE-FLAG.
           MOVE 0 TO CALC-CUMUL-BRUT-PREC.
           MOVE 0 TO CALC-CUMUL-PLAFOND-PREC.
           MOVE 0 TO CALC-CUMUL-TR-A-PREC.
           MOVE 0 TO CALC-CUMUL-TR-B-PREC.
           IF EMP-DATE-SORTIE NOT = SPACES
              AND EMP-DATE-SORTIE NOT = LOW-VALUES
              AND EMP-DATE-SORTIE(1:7) = WS-PERIODE
               SET CALC-CONGES-SORTIE TO TRUE
           END-IF.
       2405-PREPARER-CONGES-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2406-BASCULER-CONGES
      * Ouvre une nouvelle periode de reference : les droits N
      * deviennent N-1, augmentes du reliquat N-1 non pris (avec sa
      * part de brut de reference au prorata des jours) ; N repart a
      * zero.
      *---------------------------------------------------------------
       2406-BASCULER-CONGES.
           COMPUTE WS-CONG-RESTE-N1 = CONG-ACQUIS-N1 - CONG-PRIS-N1.
           MOVE 0 TO WS-CONG-BRUT-REPORT.
           IF WS-CONG-RESTE-N1 > 0 AND CONG-ACQUIS-N1 > 0
               COMPUTE WS-CONG-BRUT-REPORT ROUNDED
                   = CONG-BRUT-REF-N1 * WS-CONG-RESTE-N1
                   / CONG-ACQUIS-N1
           ELSE
               MOVE 0 TO WS-CONG-RESTE-N1
           END-IF.
           COMPUTE CONG-ACQUIS-N1 = CONG-ACQUIS-N + WS-CONG-RESTE-N1.
           MOVE CONG-PRIS-N TO CONG-PRIS-N1.
           COMPUTE CONG-BRUT-REF-N1
               = CONG-BRUT-REF-N + WS-CONG-BRUT-REPORT.
           MOVE 0 TO CONG-ACQUIS-N.
           MOVE 0 TO CONG-PRIS-N.
           MOVE 0 TO CONG-BRUT-REF-N.

      *---------------------------------------------------------------
      * 2407-DATER-BASCULE
      * Dernier debut de periode de reference (mois de bascule de
      * l'annee de la periode, ou de l'annee precedente avant ce
      * mois) : un compteur dont la derniere periode traitee lui est
      * anterieure n'a pas encore bascule, meme si la paie du mois
      * de bascule ne l'a pas traite.
      *---------------------------------------------------------------
       2407-DATER-BASCULE.
           MOVE WS-PERIODE(1:4) TO WS-CONG-DEBUT-AAAA.
           IF WS-PERIODE(6:2) < WS-CONG-MOIS-BASCULE
               SUBTRACT 1 FROM WS-CONG-DEBUT-AAAA
           END-IF.
           MOVE WS-CONG-MOIS-BASCULE TO WS-CONG-DEBUT-MM.

      *---------------------------------------------------------------
      * 2425-MARQUER-RAPPELS-SAUTES
      * Marque 'S' les rappels en attente de l'employe en cours dont
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * 2426-MARQUER-FRAIS-SAUTES
      * Pose la marque WS-FRS-MARQUE sur les notes de frais en attente
      * de l'employe en cours dont la fiche vient d'etre sautee ou
      * rejetee : 'S' les fait sortir dans MVTERR en fin de run avec
      * leur vrai motif, 'A' (fiche d'une autre societe) les laisse au
      * run de SA societe sans les signaler ici.
      *---------------------------------------------------------------
       2426-MARQUER-FRAIS-SAUTES.
           PERFORM VARYING WS-FRS-IDX FROM 1 BY 1
                   UNTIL WS-FRS-IDX > WS-NB-FRS
               IF WS-FRS-MATRICULE(WS-FRS-IDX) = EMP-MATRICULE
                  AND WS-FRS-APPARIE(WS-FRS-IDX) = 'N'
                   MOVE WS-FRS-MARQUE TO WS-FRS-APPARIE(WS-FRS-IDX)
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * 2420-APPLIQUER-RAPPELS
      * Injecte dans le calcul de l'employe en cours les rappels sur
       2440-APPLIQUER-ACOMPTES-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2445-APPLIQUER-FRAIS
      * Totalise les notes de frais en attente de l'employe en cours
      * (table FRAIS) a rembourser avec la paie. Le remboursement
      * n'est pas un element de salaire : il ne modifie ni CALC-BRUT
      * ni CALC-NET (donc ni les cotisations, ni la base PAS, ni les
      * cumuls YTDMAST) et s'ajoute au montant verse par
      * CALCSAL-VIREMENT. Des frais sur une autre devise que celle de
      * la paie (pas de conversion) sont ecartes et signales dans
      * MVTERR ; une devise a blanc vaut celle de l'employe.
      *---------------------------------------------------------------
       2445-APPLIQUER-FRAIS.
           MOVE 0 TO WS-FRAIS-MONTANT.
           IF WS-NB-FRS = 0
               GO TO 2445-APPLIQUER-FRAIS-EXIT
           END-IF.
           PERFORM VARYING WS-FRS-IDX FROM 1 BY 1
                   UNTIL WS-FRS-IDX > WS-NB-FRS
               IF WS-FRS-MATRICULE(WS-FRS-IDX) = EMP-MATRICULE
                  AND WS-FRS-APPARIE(WS-FRS-IDX) = 'N'
                   IF WS-FRS-DEVISE(WS-FRS-IDX) NOT = SPACES
                      AND WS-FRS-DEVISE(WS-FRS-IDX) NOT = CALC-DEVISE
                       MOVE 'FRAIS SUR UNE AUTRE DEVISE'
                           TO WS-FRS-RAISON
                       PERFORM 2680-SIGNALER-FRAIS-TABLE
                       MOVE 'E' TO WS-FRS-APPARIE(WS-FRS-IDX)
                   ELSE
                       ADD WS-FRS-MONTANT(WS-FRS-IDX)
                           TO WS-FRAIS-MONTANT
                       MOVE 'Y' TO WS-FRS-APPARIE(WS-FRS-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           ADD WS-FRAIS-MONTANT TO WS-TOTAL-FRAIS.
       2445-APPLIQUER-FRAIS-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2670-SIGNALER-RAPPEL
      * Ajoute au rapport MVTERR le rappel WS-RAP-IDX de la table,
                  INTO MVTERR-LINE.
           WRITE MVTERR-LINE.

      *---------------------------------------------------------------
      * 2675-SIGNALER-FRAIS
      * Ajoute au rapport MVTERR la note de frais courante du fichier
      * FRAIS, refusee au chargement avec le motif WS-FRS-RAISON.
      *---------------------------------------------------------------
       2675-SIGNALER-FRAIS.
           MOVE SPACES TO MVTERR-LINE.
           STRING 'MATRICULE='       DELIMITED SIZE
                  FRS-MATRICULE      DELIMITED SIZE
                  ' FRAIS '          DELIMITED SIZE
                  FRS-NATURE         DELIMITED SIZE
                  ' '                DELIMITED SIZE
                  FRS-DATE           DELIMITED SIZE
                  ' '                DELIMITED SIZE
                  FRS-MONTANT-STR    DELIMITED SIZE
                  ' '                DELIMITED SIZE
                  FRS-DEVISE         DELIMITED SIZE
                  ' RAISON='         DELIMITED SIZE
                  WS-FRS-RAISON      DELIMITED SIZE
                  INTO MVTERR-LINE.
           WRITE MVTERR-LINE.

      *---------------------------------------------------------------
      * 2680-SIGNALER-FRAIS-TABLE
      * Ajoute au rapport MVTERR la note de frais WS-FRS-IDX de la
      * table, non remboursee, avec le motif WS-FRS-RAISON.
      *---------------------------------------------------------------
       2680-SIGNALER-FRAIS-TABLE.
           MOVE WS-FRS-MONTANT(WS-FRS-IDX) TO WS-FRS-MT-STR.
           MOVE SPACES TO MVTERR-LINE.
           STRING 'MATRICULE='       DELIMITED SIZE
                  WS-FRS-MATRICULE(WS-FRS-IDX) DELIMITED SIZE
                  ' FRAIS '          DELIMITED SIZE
                  WS-FRS-NATURE(WS-FRS-IDX)    DELIMITED SIZE
                  ' '                DELIMITED SIZE
                  WS-FRS-DATE(WS-FRS-IDX)      DELIMITED SIZE
                  ' '                DELIMITED SIZE
                  WS-FRS-MT-STR      DELIMITED SIZE
                  ' '                DELIMITED SIZE
                  WS-FRS-DEVISE(WS-FRS-IDX)    DELIMITED SIZE
                  ' RAISON='         DELIMITED SIZE
                  WS-FRS-RAISON      DELIMITED SIZE
                  INTO MVTERR-LINE.
           WRITE MVTERR-LINE.

      *---------------------------------------------------------------
      * 2450-CONTROLER-DEVISE
      * Verifie que la devise de l'employe en cours a un cours de
           MOVE WS-TOTAL-ACOMPTES    TO CKPT-TOTAL-ACOMPTES.
           MOVE WS-NB-IGNORES        TO CKPT-NB-IGNORES.
           MOVE WS-NB-AUTRES-SOC     TO CKPT-NB-AUTRES-SOC.
           MOVE WS-TOTAL-FRAIS       TO CKPT-TOTAL-FRAIS.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF WS-CKPT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE CALCCKPT - STATUS='
           MOVE CALC-BASE-PAS       TO PC-BASE-PAS.
           MOVE CALC-IMPOT          TO PC-IMPOT.
           MOVE WS-ACOMPTE-MONTANT  TO PC-ACOMPTE.
           MOVE WS-FRAIS-MONTANT    TO PC-FRAIS.
           MOVE EMP-SOCIETE         TO PC-SOCIETE.
           MOVE CALC-PLAFOND-MOIS   TO PC-PLAFOND.
           MOVE CALC-TRANCHE-A      TO PC-TRANCHE-A.
           MOVE CALC-TRANCHE-B      TO PC-TRANCHE-B.
           PERFORM VARYING CALC-COTIS-IDX FROM 1 BY 1
                   UNTIL CALC-COTIS-IDX > 4
               MOVE CALC-COTIS-LIBELLE(CALC-COTIS-IDX)
                   TO PC-COTIS-SAL-LIBELLE(CALC-COTIS-IDX)
               MOVE CALC-COTIS-MONTANT(CALC-COTIS-IDX)
                   TO PC-COTIS-SAL-MONTANT(CALC-COTIS-IDX)
               MOVE CALC-COTIS-ASSIETTE(CALC-COTIS-IDX)
                   TO PC-COTIS-SAL-ASSIETTE(CALC-COTIS-IDX)
           END-PERFORM.
           PERFORM VARYING CALC-COTIS-PAT-IDX FROM 1 BY 1
                   UNTIL CALC-COTIS-PAT-IDX > 5
                   TO PC-COTIS-PAT-LIBELLE(CALC-COTIS-PAT-IDX)
               MOVE CALC-COTIS-PAT-MONTANT(CALC-COTIS-PAT-IDX)
                   TO PC-COTIS-PAT-MONTANT(CALC-COTIS-PAT-IDX)
               MOVE CALC-COTIS-PAT-ASSIETTE(CALC-COTIS-PAT-IDX)
                   TO PC-COTIS-PAT-ASSIETTE(CALC-COTIS-PAT-IDX)
           END-PERFORM.
           WRITE PC-RECORD.
           IF WS-PC-STATUS NOT = '00'
               WRITE VAR-LINE
           END-IF.

      *---------------------------------------------------------------
      * 2415-LIRE-CUMULS-YTD
      * Transmet a CALCSAL-CORE les cumuls annuels arretes au mois
      * precedent (brut, plafond, tranches A et B) pour la
      * regularisation progressive du plafond. Pas de fiche cumul
      * (premier mois de l'employe dans l'annee) ou pas de YTDMAST
      * en simulation : cumuls a zero, plafond du seul mois.
      *---------------------------------------------------------------
       2415-LIRE-CUMULS-YTD.
           MOVE 0 TO CALC-CUMUL-BRUT-PREC.
           MOVE 0 TO CALC-CUMUL-PLAFOND-PREC.
           MOVE 0 TO CALC-CUMUL-TR-A-PREC.
           MOVE 0 TO CALC-CUMUL-TR-B-PREC.
           IF NOT WS-YTD-OUVERT
               GO TO 2415-LIRE-CUMULS-YTD-EXIT
           END-IF.
           MOVE EMP-MATRICULE TO YTD-MATRICULE.
           READ YTD-MASTER-FILE
               INVALID KEY
                   GO TO 2415-LIRE-CUMULS-YTD-EXIT
           END-READ.
           MOVE YTD-BRUT      TO CALC-CUMUL-BRUT-PREC.
           MOVE YTD-PLAFOND   TO CALC-CUMUL-PLAFOND-PREC.
           MOVE YTD-TRANCHE-A TO CALC-CUMUL-TR-A-PREC.
           MOVE YTD-TRANCHE-B TO CALC-CUMUL-TR-B-PREC.
       2415-LIRE-CUMULS-YTD-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2850-CUMULER-YTD
      * Incremente le cumul annuel (YTD-MASTER-FILE) de l'employe en
                   MOVE 0 TO YTD-BRUT
                   MOVE 0 TO YTD-CHARGES
                   MOVE 0 TO YTD-NET
                   MOVE 0 TO YTD-PLAFOND
                   MOVE 0 TO YTD-TRANCHE-A
                   MOVE 0 TO YTD-TRANCHE-B
           END-READ.

           ADD YTD-BRUT    TO WS-YTD-AVANT-BRUT.
           ADD CALC-BRUT    TO YTD-BRUT.
           ADD CALC-CHARGES TO YTD-CHARGES.
           ADD CALC-NET     TO YTD-NET.
           ADD CALC-PLAFOND-MOIS TO YTD-PLAFOND.
           ADD CALC-TRANCHE-A    TO YTD-TRANCHE-A.
           ADD CALC-TRANCHE-B    TO YTD-TRANCHE-B.

           ADD YTD-BRUT    TO WS-YTD-APRES-BRUT.
           ADD YTD-CHARGES TO WS-YTD-APRES-CHARGES.
               STOP RUN
           END-IF.

      *---------------------------------------------------------------
      * 2855-METTRE-A-JOUR-CONGES
      * Applique au compteur prepare par 2405-PREPARER-CONGES le
      * mouvement de la periode : droits acquis et brut du mois sur
      * N, jours pris (et jours payes en indemnite compensatrice a la
      * sortie) imputes d'abord sur le reliquat N-1 puis sur N. Le
      * mouvement est garde dans la fiche (CONG-xxx-MOIS) pour
      * qu'une relance FORCE puisse l'annuler. Cree le compteur au
      * premier calcul accepte de l'employe.
      *---------------------------------------------------------------
       2855-METTRE-A-JOUR-CONGES.
           MOVE CALC-CONGES-ACQUIS-MOIS TO CONG-ACQUIS-MOIS.
           MOVE CALC-BRUT               TO CONG-BRUT-MOIS.
           ADD CONG-ACQUIS-MOIS TO CONG-ACQUIS-N.
           ADD CONG-BRUT-MOIS   TO CONG-BRUT-REF-N.
           MOVE 0 TO CONG-PRIS-MOIS-N1.
           MOVE 0 TO CONG-PRIS-MOIS-N.
           COMPUTE WS-CONG-A-IMPUTER
               = CALC-JOURS-CONGES + CALC-JOURS-COMPENS.
           COMPUTE WS-CONG-RESTE-N1 = CONG-ACQUIS-N1 - CONG-PRIS-N1.
           IF WS-CONG-RESTE-N1 > 0
               IF WS-CONG-A-IMPUTER > WS-CONG-RESTE-N1
                   MOVE WS-CONG-RESTE-N1 TO CONG-PRIS-MOIS-N1
               ELSE
                   MOVE WS-CONG-A-IMPUTER TO CONG-PRIS-MOIS-N1
               END-IF
           END-IF.
           COMPUTE CONG-PRIS-MOIS-N
               = WS-CONG-A-IMPUTER - CONG-PRIS-MOIS-N1.
           ADD CONG-PRIS-MOIS-N1 TO CONG-PRIS-N1.
           ADD CONG-PRIS-MOIS-N  TO CONG-PRIS-N.
           MOVE WS-PERIODE TO CONG-DERNIERE-PERIODE.

      *        Soldes sauves avant l'ecriture pour le bulletin.
           MOVE CONG-ACQUIS-N1 TO WS-CONG-ACQUIS-N1.
           MOVE CONG-PRIS-N1   TO WS-CONG-PRIS-N1.
           COMPUTE WS-CONG-SOLDE-N1 = CONG-ACQUIS-N1 - CONG-PRIS-N1.
           MOVE CONG-ACQUIS-N  TO WS-CONG-ACQUIS-N.
           MOVE CONG-PRIS-N    TO WS-CONG-PRIS-N.
           COMPUTE WS-CONG-SOLDE-N = CONG-ACQUIS-N - CONG-PRIS-N.

           IF WS-CONG-TROUVE
               REWRITE CONG-RECORD
           ELSE
               WRITE CONG-RECORD
           END-IF.
           IF WS-CONG-STATUS NOT = '00'
               DISPLAY 'ERREUR ECRITURE CONGES - STATUS='
                   WS-CONG-STATUS
               STOP RUN
           END-IF.
       2855-METTRE-A-JOUR-CONGES-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2860-IMPRIMER-BULLETIN
      * Ecrit le bulletin de paie imprimable de l'employe en cours
               MOVE CALC-MONTANT-HS TO WS-HS-STR
               MOVE CALC-HEURES-SUPP TO WS-HEURES-STR
               MOVE SPACES TO BULL-LINE
               STRING 'HEURES SUPP 25% (' DELIMITED SIZE
                      WS-HEURES-STR   DELIMITED SIZE
                      ' H) ... '      DELIMITED SIZE
                      WS-HS-STR       DELIMITED SIZE
                      ' '             DELIMITED SIZE
                      CALC-DEVISE     DELIMITED SIZE
                      INTO BULL-LINE
               WRITE BULL-LINE
           END-IF.
           IF CALC-MONTANT-HS-50 > 0
               MOVE CALC-MONTANT-HS-50 TO WS-HS-STR
               MOVE CALC-HEURES-SUPP-50 TO WS-HEURES-STR
               MOVE SPACES TO BULL-LINE
               STRING 'HEURES SUPP 50% (' DELIMITED SIZE
                      WS-HEURES-STR   DELIMITED SIZE
                      ' H) ... '      DELIMITED SIZE
                      WS-HS-STR       DELIMITED SIZE
                      ' '             DELIMITED SIZE
                      CALC-DEVISE     DELIMITED SIZE
                      INTO BULL-LINE
               WRITE BULL-LINE
           END-IF.
           IF CALC-MONTANT-NUIT > 0
               MOVE CALC-MONTANT-NUIT TO WS-HS-STR
               MOVE CALC-HEURES-NUIT TO WS-HEURES-STR
               MOVE SPACES TO BULL-LINE
               STRING 'MAJ. NUIT 25% (' DELIMITED SIZE
                      WS-HEURES-STR   DELIMITED SIZE
                      ' H) ..... '    DELIMITED SIZE
                      WS-HS-STR       DELIMITED SIZE
                      ' '             DELIMITED SIZE
                      CALC-DEVISE     DELIMITED SIZE
                      INTO BULL-LINE
               WRITE BULL-LINE
           END-IF.
           IF CALC-MONTANT-DIMANCHE > 0
               MOVE CALC-MONTANT-DIMANCHE TO WS-HS-STR
               MOVE CALC-HEURES-DIMANCHE TO WS-HEURES-STR
               MOVE SPACES TO BULL-LINE
               STRING 'MAJ. DIMANCHE 50% (' DELIMITED SIZE
                      WS-HEURES-STR   DELIMITED SIZE
                      ' H) . '        DELIMITED SIZE
                      WS-HS-STR       DELIMITED SIZE
                      ' '             DELIMITED SIZE
                      CALC-DEVISE     DELIMITED SIZE
                      INTO BULL-LINE
               WRITE BULL-LINE
           END-IF.
           IF CALC-JOURS-CONGES > 0
               MOVE CALC-RETENUE-CONGES TO WS-ABS-STR
               MOVE CALC-JOURS-CONGES TO WS-JOURS-STR
               MOVE SPACES TO BULL-LINE
               STRING 'CONGES PAYES (' DELIMITED SIZE
                      WS-JOURS-STR    DELIMITED SIZE
                      ' J) ... -'     DELIMITED SIZE
                      WS-ABS-STR      DELIMITED SIZE
                      ' '             DELIMITED SIZE
                      CALC-DEVISE     DELIMITED SIZE
                      INTO BULL-LINE
               WRITE BULL-LINE
               IF CALC-CONGES-DIXIEME
                   MOVE 'DIXIEME' TO WS-CONG-REGLE-STR
               ELSE
                   MOVE 'MAINTIEN' TO WS-CONG-REGLE-STR
               END-IF
               MOVE CALC-MONTANT-CONGES TO WS-ABS-STR
               MOVE SPACES TO BULL-LINE
               STRING 'INDEMNITE CONGES PAYES .... ' DELIMITED SIZE
                      WS-ABS-STR      DELIMITED SIZE
                      ' '             DELIMITED SIZE
                      CALC-DEVISE     DELIMITED SIZE
                      ' ('            DELIMITED SIZE
                      FUNCTION TRIM(WS-CONG-REGLE-STR)
                                      DELIMITED SIZE
                      ')'             DELIMITED SIZE
                      INTO BULL-LINE
               WRITE BULL-LINE
           END-IF.
           IF CALC-MONTANT-COMPENS > 0
               MOVE CALC-MONTANT-COMPENS TO WS-ABS-STR
               MOVE CALC-JOURS-COMPENS TO WS-CONG-JOURS-STR
               MOVE SPACES TO BULL-LINE
               STRING 'INDEMNITE COMPENSATRICE CP (' DELIMITED SIZE
                      WS-CONG-JOURS-STR DELIMITED SIZE
                      ' J) '          DELIMITED SIZE
                      WS-ABS-STR      DELIMITED SIZE
                      ' '             DELIMITED SIZE
                      CALC-DEVISE     DELIMITED SIZE
                      INTO BULL-LINE
               WRITE BULL-LINE
           END-IF.
           MOVE SPACES TO BULL-LINE.
           STRING 'SALAIRE BRUT ............... ' DELIMITED SIZE
                  WS-BRUT-STR                      DELIMITED SIZE
                  CALC-DEVISE     DELIMITED SIZE
                  INTO BULL-LINE.
           WRITE BULL-LINE.
           MOVE CALC-PLAFOND-MOIS TO WS-PLAFOND-STR.
           MOVE CALC-TRANCHE-A    TO WS-TRANCHE-A-STR.
           MOVE CALC-TRANCHE-B    TO WS-TRANCHE-B-STR.
           MOVE SPACES TO BULL-LINE.
           STRING 'PLAFOND SECURITE SOCIALE ... ' DELIMITED SIZE
                  WS-PLAFOND-STR  DELIMITED SIZE
                  ' '             DELIMITED SIZE
                  CALC-DEVISE     DELIMITED SIZE
                  INTO BULL-LINE.
           WRITE BULL-LINE.
           MOVE SPACES TO BULL-LINE.
           STRING 'ASSIETTE TRANCHE A ......... ' DELIMITED SIZE
                  WS-TRANCHE-A-STR DELIMITED SIZE
                  ' '             DELIMITED SIZE
                  CALC-DEVISE     DELIMITED SIZE
                  INTO BULL-LINE.
           WRITE BULL-LINE.
           IF CALC-TRANCHE-B > 0
               MOVE SPACES TO BULL-LINE
               STRING 'ASSIETTE TRANCHE B ......... ' DELIMITED SIZE
                      WS-TRANCHE-B-STR DELIMITED SIZE
                      ' '             DELIMITED SIZE
                      CALC-DEVISE     DELIMITED SIZE
                      INTO BULL-LINE
               WRITE BULL-LINE
           END-IF.

           PERFORM VARYING CALC-COTIS-IDX FROM 1 BY 1
                   UNTIL CALC-COTIS-IDX > 4
               MOVE CALC-COTIS-MONTANT(CALC-COTIS-IDX) TO WS-COTIS-STR
               MOVE CALC-COTIS-BASE(CALC-COTIS-IDX)
                   TO WS-BASE-COTIS-STR
               MOVE CALC-COTIS-ASSIETTE(CALC-COTIS-IDX)
                   TO WS-ASSIETTE-CODE
               PERFORM 2862-LIBELLER-ASSIETTE
               MOVE SPACES TO BULL-LINE
               STRING '  '    DELIMITED SIZE
                      FUNCTION TRIM(CALC-COTIS-LIBELLE(CALC-COTIS-IDX))
                          DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-ASSIETTE-LIB DELIMITED SIZE
                      ' BASE ' DELIMITED SIZE
                      WS-BASE-COTIS-STR DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-COTIS-STR DELIMITED SIZE
                      INTO BULL-LINE
               WRITE BULL-LINE
                      INTO BULL-LINE
               WRITE BULL-LINE
           END-IF.
           IF WS-FRAIS-MONTANT > 0
               MOVE WS-FRAIS-MONTANT TO WS-FRAIS-STR
               MOVE SPACES TO BULL-LINE
               STRING 'REMBOURSEMENT FRAIS ....... +' DELIMITED SIZE
                      WS-FRAIS-STR    DELIMITED SIZE
                      ' '             DELIMITED SIZE
                      CALC-DEVISE     DELIMITED SIZE
                      INTO BULL-LINE
               WRITE BULL-LINE
           END-IF.
           IF WS-SAISIE-MONTANT > 0 OR WS-ACOMPTE-MONTANT > 0
                                    OR WS-FRAIS-MONTANT > 0
               COMPUTE WS-NET-VERSE
                   = CALC-NET - WS-SAISIE-MONTANT
                   - WS-ACOMPTE-MONTANT + WS-FRAIS-MONTANT
               MOVE WS-NET-VERSE TO WS-NET-VERSE-STR
               MOVE SPACES TO BULL-LINE
               STRING 'NET VERSE .................. ' DELIMITED SIZE
                      INTO BULL-LINE
               WRITE BULL-LINE
           END-IF.
           MOVE '---------------------------------------------------'
               TO BULL-LINE.
           WRITE BULL-LINE.
           MOVE WS-CONG-ACQUIS-N1 TO WS-CONG-ACQUIS-STR.
           MOVE WS-CONG-PRIS-N1   TO WS-CONG-PRIS-STR.
           MOVE WS-CONG-SOLDE-N1  TO WS-CONG-SOLDE-STR.
           MOVE SPACES TO BULL-LINE.
           STRING 'CONGES N-1 : ACQUIS ' DELIMITED SIZE
                  WS-CONG-ACQUIS-STR     DELIMITED SIZE
                  '  PRIS '              DELIMITED SIZE
                  WS-CONG-PRIS-STR       DELIMITED SIZE
                  '  SOLDE '             DELIMITED SIZE
                  WS-CONG-SOLDE-STR      DELIMITED SIZE
                  ' J'                   DELIMITED SIZE
                  INTO BULL-LINE.
           WRITE BULL-LINE.
           MOVE WS-CONG-ACQUIS-N TO WS-CONG-ACQUIS-STR.
           MOVE WS-CONG-PRIS-N   TO WS-CONG-PRIS-STR.
           MOVE WS-CONG-SOLDE-N  TO WS-CONG-SOLDE-STR.
           MOVE SPACES TO BULL-LINE.
           STRING 'CONGES N   : ACQUIS ' DELIMITED SIZE
                  WS-CONG-ACQUIS-STR     DELIMITED SIZE
                  '  PRIS '              DELIMITED SIZE
                  WS-CONG-PRIS-STR       DELIMITED SIZE
                  '  SOLDE '             DELIMITED SIZE
                  WS-CONG-SOLDE-STR      DELIMITED SIZE
                  ' J'                   DELIMITED SIZE
                  INTO BULL-LINE.
           WRITE BULL-LINE.
           MOVE '===================================================='
               TO BULL-LINE.
           WRITE BULL-LINE.

      *---------------------------------------------------------------
      * 2862-LIBELLER-ASSIETTE
      * Libelle court de l'assiette WS-ASSIETTE-CODE d'une
      * cotisation pour le bulletin : TA (tranche A), TB (tranche B)
      * ou TOT (totalite du brut).
      *---------------------------------------------------------------
       2862-LIBELLER-ASSIETTE.
           EVALUATE WS-ASSIETTE-CODE
               WHEN 'A'
                   MOVE 'TA ' TO WS-ASSIETTE-LIB
               WHEN 'B'
                   MOVE 'TB ' TO WS-ASSIETTE-LIB
               WHEN OTHER
                   MOVE 'TOT' TO WS-ASSIETTE-LIB
           END-EVALUATE.

      *---------------------------------------------------------------
      * 2870-EDITER-SOLDE-TOUT-COMPTE
      * Edite, a la suite du bulletin du mois de sortie, le solde de
      * tout compte de l'employe (meme famille de presentation a
      * largeur fixe) : date de sortie, dernier net verse, indemnite
      * compensatrice de conges payes et cumuls annuels arretes,
      * fiche remise au salarie avec son dernier bulletin. La fiche
      * EMPMAST reste en place et sera sautee aux periodes suivantes.
      *---------------------------------------------------------------
       2870-EDITER-SOLDE-TOUT-COMPTE.
           MOVE SPACES TO BULL-LINE.
                  CALC-DEVISE     DELIMITED SIZE
                  INTO BULL-LINE.
           WRITE BULL-LINE.
           MOVE CALC-JOURS-COMPENS TO WS-CONG-JOURS-STR.
           MOVE CALC-MONTANT-COMPENS TO WS-ABS-STR.
           MOVE SPACES TO BULL-LINE.
           STRING 'INDEMNITE COMPENSATRICE CP  ' DELIMITED SIZE
                  WS-ABS-STR      DELIMITED SIZE
                  ' '             DELIMITED SIZE
                  CALC-DEVISE     DELIMITED SIZE
                  ' ('            DELIMITED SIZE
                  WS-CONG-JOURS-STR DELIMITED SIZE
                  ' J)'           DELIMITED SIZE
                  INTO BULL-LINE.
           WRITE BULL-LINE.
           MOVE WS-STC-BRUT TO WS-TOTAL-BRUT-STR.
           MOVE SPACES TO BULL-LINE.
           STRING 'CUMUL BRUT ANNUEL ......... ' DELIMITED SIZE
               WRITE REG-LINE
           END-IF.

           IF WS-TOTAL-FRAIS > 0
               MOVE WS-TOTAL-FRAIS TO WS-TOTAL-COUT-STR
               MOVE SPACES TO REG-LINE
               STRING 'TOTAL NOTES DE FRAIS=' DELIMITED SIZE
                      WS-TOTAL-COUT-STR       DELIMITED SIZE
                      ' (HORS BRUT, AJOUTEES A LA REMISE DE FIN DE '
                          DELIMITED SIZE
                      'MOIS)' DELIMITED SIZE
                      INTO REG-LINE
               WRITE REG-LINE
           END-IF.

           IF WS-TOTAL-SAISIES > 0
               MOVE WS-TOTAL-SAISIES TO WS-TOTAL-COUT-STR
               MOVE SPACES TO REG-LINE
           MOVE WS-YTD-APRES-BRUT    TO PC-TOT-YTD-APRES-BRUT.
           MOVE WS-YTD-APRES-CHARGES TO PC-TOT-YTD-APRES-CHARGES.
           MOVE WS-YTD-APRES-NET     TO PC-TOT-YTD-APRES-NET.
           MOVE WS-TOTAL-FRAIS       TO PC-TOT-FRAIS.
           MOVE 0 TO PC-RAPPEL-NET.
           MOVE 0 TO PC-SAISIE.
           MOVE 0 TO PC-BASE-PAS.
           MOVE 0 TO PC-IMPOT.
           MOVE 0 TO PC-ACOMPTE.
           MOVE WS-SOCIETE TO PC-SOCIETE.
           MOVE 0 TO PC-PLAFOND.
           MOVE 0 TO PC-TRANCHE-A.
           MOVE 0 TO PC-TRANCHE-B.
           MOVE 0 TO PC-FRAIS.
           WRITE PC-RECORD.
           IF WS-PC-STATUS NOT = '00'
               DISPLAY 'ERREUR ECRITURE PERCALC - STATUS='
               END-EVALUATE
           END-PERFORM.

      *---------------------------------------------------------------
      * 3170-SIGNALER-FRAIS-ORPHELINS
      * En fin de periode, ajoute au rapport MVTERR les notes de frais
      * non remboursees : MATRICULE inconnu dans EMPMAST ('N'), ou
      * fiche sautee ou rejetee ce mois ('S'). Les frais d'une fiche
      * d'une autre societe ('A') restent au run de SA societe. Les
      * frais non rembourses restent dus : a representer dans le
      * fichier FRAIS d'une periode suivante.
      *---------------------------------------------------------------
       3170-SIGNALER-FRAIS-ORPHELINS.
           PERFORM VARYING WS-FRS-IDX FROM 1 BY 1
                   UNTIL WS-FRS-IDX > WS-NB-FRS
               EVALUATE WS-FRS-APPARIE(WS-FRS-IDX)
                   WHEN 'N'
                       MOVE 'MATRICULE INCONNU DANS EMPMAST'
                           TO WS-FRS-RAISON
                       PERFORM 2680-SIGNALER-FRAIS-TABLE
                   WHEN 'S'
                       MOVE 'FICHE SORTIE OU NON CALCULEE CE MOIS'
                           TO WS-FRS-RAISON
                       PERFORM 2680-SIGNALER-FRAIS-TABLE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

      *---------------------------------------------------------------
      * 3200-SIGNALER-DISPARUS
      * En mode SIMULATION, ajoute a l'etat des ecarts les employes
           IF WS-SAISIES-PRESENTES
               CLOSE SAISIE-FILE
           END-IF.
           IF WS-CONGES-PRESENTS
               CLOSE CONGES-FILE
           END-IF.
           IF WS-YTD-OUVERT
               CLOSE YTD-MASTER-FILE
           END-IF.
           IF NOT WS-SIMULATION-MODE
               PERFORM 9100-MARQUER-PERIODE-CALCULEE
           END-IF.
               CLOSE VARIANCE-FILE
           ELSE
               CLOSE AUDIT-LOG-FILE
               CLOSE BULLETIN-FILE
               CLOSE PERIOD-CALC-FILE
               CLOSE PAS-DECL-FILE
