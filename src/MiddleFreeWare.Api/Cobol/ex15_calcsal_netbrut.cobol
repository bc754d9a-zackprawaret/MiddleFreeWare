      *===============================================================
      * ex15_calcsal_netbrut.cobol
      * Programme COBOL de calcul inverse de la paie (net vers brut)
      * — version API : donne le salaire de base et le brut qui
      * produisent un net cible, pour les offres d'embauche et la
      * mobilite internationale, au lieu des essais successifs
      * relances a la main dans CALCSAL-API.
      *
      * Lit depuis stdin :
      *   MATRICULE,CATEGORIE,ANCIENNETE,NET[,DEVISE[,PERIODE]]
      * Ecrit sur stdout :
      *   SALAIRE=xxx|BRUT=xxx|PRIME=xxx|<cotisations>|CHARGES=xxx|
      *   IMPOT=xxx|NET=xxx|DEVISE=xxx|CIBLE=xxx|PERIODE=AAAA-MM
      *
      * MATRICULE renseigne : l'employe est relu dans EMPMAST et sa
      * categorie, son anciennete et sa devise de paie sont reprises
      * quand les zones correspondantes sont a blanc. MATRICULE a
      * blanc (candidat) : CATEGORIE et ANCIENNETE sont obligatoires
      * et le calcul est fait sous le matricule fictif OFFRE.
      * NET est le net a payer apres impot, exprime dans la devise de
      * paie (pas de conversion : une DEVISE differente de celle de
      * la fiche EMPMAST est rejetee). PERIODE (AAAA-MM) a blanc =
      * mois courant ; les baremes dates de cette periode et le taux
      * TAUXPAS de l'employe (ligne DEFAUT en repli) sont appliques.
      * Le calcul est fait sur un mois complet, sans mouvement de
      * periode.
      *
      * Simulation : ni journal d'audit, ni cumul YTDMAST, ni
      * bulletin. Demande impossible : REJET|MATRICULE=..|RAISON=..
      *
      * Compiler dans le Docker :
      *   cobc -x ex15_calcsal_netbrut.cobol ex15_calcsal_inverse.cobol
      *        ex15_calcsal_core.cobol ex15_calcsal_bareme.cobol
      *        -o ex15_calcsal_netbrut
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSAL-NETBRUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-MASTER-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-MATRICULE
               FILE STATUS IS WS-EMP-STATUS.

           SELECT PAS-RATE-FILE ASSIGN TO 'TAUXPAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMP-MASTER-FILE.
       COPY EMPMAST.

       FD  PAS-RATE-FILE.
       COPY PASRATE.

       WORKING-STORAGE SECTION.
       01 WS-INPUT-LINE    PIC X(80).
       01 WS-EMP-STATUS    PIC XX.
       01 WS-PAS-STATUS    PIC XX.
       01 WS-PAS-EOF-FLAG  PIC X VALUE 'N'.
           88 WS-PAS-EOF      VALUE 'Y'.
       01 WS-TAUX-PAS-TROUVE-FLAG PIC X VALUE 'N'.
           88 WS-TAUX-PAS-TROUVE VALUE 'Y'.

       01 WS-DEMANDE.
           05 WS-DEM-MATRICULE     PIC X(6).
           05 WS-DEM-CATEGORIE     PIC X(1).
           05 WS-DEM-ANCIENNETE    PIC X(4).
           05 WS-DEM-NET-STR       PIC X(12).
           05 WS-DEM-DEVISE        PIC X(3).
           05 WS-DEM-PERIODE       PIC X(7).
       01 WS-RAISON        PIC X(30) VALUE SPACES.
       01 WS-MOIS          PIC 99.

       COPY CALCREC.
       COPY BAREMLK.
       COPY INVLK.

       01 WS-OUTPUT        PIC X(250).
       01 WS-PTR           PIC 9(4) COMP.
       01 WS-SALAIRE-STR   PIC ZZZ,ZZ9.99.
       01 WS-BRUT-STR      PIC ZZZ,ZZ9.99.
       01 WS-PRIME-STR     PIC ZZZ,ZZ9.99.
       01 WS-COTIS-STR     PIC ZZZ,ZZ9.99.
       01 WS-CHARGES-STR   PIC ZZZ,ZZ9.99.
       01 WS-IMPOT-STR     PIC ZZZ,ZZ9.99.
       01 WS-NET-STR       PIC ZZZ,ZZ9.99.
       01 WS-CIBLE-STR     PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-PILOTER.
           ACCEPT WS-INPUT-LINE FROM CONSOLE.
           MOVE SPACES TO WS-DEMANDE.
           UNSTRING WS-INPUT-LINE DELIMITED BY ','
               INTO WS-DEM-MATRICULE
                    WS-DEM-CATEGORIE
                    WS-DEM-ANCIENNETE
                    WS-DEM-NET-STR
                    WS-DEM-DEVISE
                    WS-DEM-PERIODE.

           PERFORM 1000-CONTROLER-DEMANDE
               THRU 1000-CONTROLER-DEMANDE-EXIT.
           IF WS-RAISON NOT = SPACES
               PERFORM 8000-REJETER
           END-IF.

           PERFORM 3000-CHARGER-BAREMES.
           PERFORM 3500-DETERMINER-TAUX-PAS
               THRU 3500-DETERMINER-TAUX-PAS-EXIT.

           CALL 'CALCSAL-INVERSE' USING INVL-LINKAGE CALC-LINKAGE.

           IF INVL-IS-REJETE
               MOVE CALC-REJECT-REASON TO WS-RAISON
               PERFORM 8000-REJETER
           END-IF.
           IF INVL-IS-HORS-PLAGE
               MOVE 'NET CIBLE HORS D''ATTEINTE' TO WS-RAISON
               PERFORM 8000-REJETER
           END-IF.

           PERFORM 4000-RESTITUER.
           STOP RUN.

      *---------------------------------------------------------------
      * 1000-CONTROLER-DEMANDE
      * Controle la demande et prepare CALC-LINKAGE pour le calcul
      * inverse : profil repris de EMPMAST quand un MATRICULE est
      * fourni, sinon CATEGORIE et ANCIENNETE du candidat ; net cible
      * numerique et positif ; periode AAAA-MM (mois courant a
      * defaut). Motif de refus laisse dans WS-RAISON.
      *---------------------------------------------------------------
       1000-CONTROLER-DEMANDE.
           MOVE SPACES TO WS-RAISON.
           IF WS-DEM-NET-STR = SPACES
               MOVE 'NET CIBLE MANQUANT' TO WS-RAISON
               GO TO 1000-CONTROLER-DEMANDE-EXIT
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-DEM-NET-STR) NOT = 0
               MOVE 'NET CIBLE NON NUMERIQUE' TO WS-RAISON
               GO TO 1000-CONTROLER-DEMANDE-EXIT
           END-IF.
           IF FUNCTION NUMVAL(WS-DEM-NET-STR) <= 0
              OR FUNCTION NUMVAL(WS-DEM-NET-STR) > 999999.99
               MOVE 'NET CIBLE HORS PLAGE' TO WS-RAISON
               GO TO 1000-CONTROLER-DEMANDE-EXIT
           END-IF.
           COMPUTE INVL-NET-CIBLE = FUNCTION NUMVAL(WS-DEM-NET-STR).

           IF WS-DEM-MATRICULE = SPACES
               PERFORM 1100-PROFIL-CANDIDAT
           ELSE
               PERFORM 1200-PROFIL-EMPLOYE
                   THRU 1200-PROFIL-EMPLOYE-EXIT
           END-IF.
           IF WS-RAISON NOT = SPACES
               GO TO 1000-CONTROLER-DEMANDE-EXIT
           END-IF.

           IF WS-DEM-PERIODE = SPACES
               MOVE SPACES TO WS-DEM-PERIODE
               MOVE FUNCTION CURRENT-DATE(1:4)
                   TO WS-DEM-PERIODE(1:4)
               MOVE '-' TO WS-DEM-PERIODE(5:1)
               MOVE FUNCTION CURRENT-DATE(5:2)
                   TO WS-DEM-PERIODE(6:2)
           END-IF.
           IF WS-DEM-PERIODE(1:4) NOT NUMERIC
              OR WS-DEM-PERIODE(5:1) NOT = '-'
              OR WS-DEM-PERIODE(6:2) NOT NUMERIC
               MOVE 'PERIODE INVALIDE (AAAA-MM)' TO WS-RAISON
               GO TO 1000-CONTROLER-DEMANDE-EXIT
           END-IF.
           MOVE WS-DEM-PERIODE(6:2) TO WS-MOIS.
           IF WS-MOIS < 1 OR WS-MOIS > 12
               MOVE 'PERIODE INVALIDE (AAAA-MM)' TO WS-RAISON
               GO TO 1000-CONTROLER-DEMANDE-EXIT
           END-IF.

      *        Mois complet, sans mouvement de periode : dates
      *        d'entree/sortie a blanc, pas de prorata.
           MOVE WS-DEM-PERIODE TO CALC-PERIODE.
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
       1000-CONTROLER-DEMANDE-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 1100-PROFIL-CANDIDAT
      * Candidat sans matricule : CATEGORIE et ANCIENNETE fournies
      * dans la demande (controlees par CALCSAL-CORE), devise EUR a
      * defaut.
      *---------------------------------------------------------------
       1100-PROFIL-CANDIDAT.
           IF WS-DEM-CATEGORIE = SPACES
              OR WS-DEM-ANCIENNETE = SPACES
               MOVE 'CATEGORIE/ANCIENNETE MANQUANTE' TO WS-RAISON
           ELSE
               MOVE 'OFFRE'           TO CALC-MATRICULE
               MOVE WS-DEM-CATEGORIE  TO CALC-CATEGORIE
               MOVE WS-DEM-ANCIENNETE TO CALC-ANCIENNETE-STR
               MOVE WS-DEM-DEVISE     TO CALC-DEVISE
           END-IF.

      *---------------------------------------------------------------
      * 1200-PROFIL-EMPLOYE
      * Employe existant : la fiche EMPMAST donne la categorie,
      * l'anciennete et la devise de paie, sauf zone fournie dans la
      * demande (simulation d'une promotion, d'une anciennete
      * future). Le net est exprime dans la devise de paie.
      *---------------------------------------------------------------
       1200-PROFIL-EMPLOYE.
           OPEN INPUT EMP-MASTER-FILE.
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE EMPMAST - STATUS='
                   WS-EMP-STATUS
               STOP RUN
           END-IF.
           MOVE WS-DEM-MATRICULE TO EMP-MATRICULE.
           READ EMP-MASTER-FILE
               INVALID KEY
                   MOVE 'MATRICULE INCONNU DANS EMPMAST' TO WS-RAISON
           END-READ.
           CLOSE EMP-MASTER-FILE.
           IF WS-RAISON NOT = SPACES
               GO TO 1200-PROFIL-EMPLOYE-EXIT
           END-IF.
           IF WS-DEM-DEVISE NOT = SPACES
              AND EMP-DEVISE NOT = SPACES
              AND WS-DEM-DEVISE NOT = EMP-DEVISE
               MOVE 'DEVISE DIFFERENTE DE LA PAIE' TO WS-RAISON
               GO TO 1200-PROFIL-EMPLOYE-EXIT
           END-IF.
           MOVE EMP-MATRICULE TO CALC-MATRICULE.
           MOVE EMP-CATEGORIE TO CALC-CATEGORIE.
           MOVE EMP-ANCIENNETE-STR TO CALC-ANCIENNETE-STR.
           MOVE EMP-DEVISE    TO CALC-DEVISE.
           IF WS-DEM-CATEGORIE NOT = SPACES
               MOVE WS-DEM-CATEGORIE TO CALC-CATEGORIE
           END-IF.
           IF WS-DEM-ANCIENNETE NOT = SPACES
               MOVE WS-DEM-ANCIENNETE TO CALC-ANCIENNETE-STR
           END-IF.
           IF WS-DEM-DEVISE NOT = SPACES
               MOVE WS-DEM-DEVISE TO CALC-DEVISE
           END-IF.
       1200-PROFIL-EMPLOYE-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3000-CHARGER-BAREMES
      * Charge les baremes dates (fichier BAREMES) en vigueur pour la
      * periode demandee, via CALCSAL-BAREME, et les transmet a
      * CALCSAL-CORE. L'absence du fichier est admise (repli sur les
      * baremes compiles) ; un fichier errone arrete le calcul.
      *---------------------------------------------------------------
       3000-CHARGER-BAREMES.
           MOVE WS-DEM-PERIODE TO BARL-PERIODE.
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
                   DISPLAY 'BAREMES INEXPLOITABLES : ' BARL-MESSAGE
                   STOP RUN
           END-EVALUATE.

      *---------------------------------------------------------------
      * 3500-DETERMINER-TAUX-PAS
      * Releve dans le fichier TAUXPAS le taux de prelevement a la
      * source de l'employe (taux personnalise, a defaut la ligne
      * DEFAUT, a defaut zero). L'absence du fichier est admise :
      * aucun impot preleve.
      *---------------------------------------------------------------
       3500-DETERMINER-TAUX-PAS.
           MOVE 0 TO CALC-TAUX-PAS.
           MOVE 'N' TO WS-TAUX-PAS-TROUVE-FLAG.
           MOVE 'N' TO WS-PAS-EOF-FLAG.
           OPEN INPUT PAS-RATE-FILE.
           IF WS-PAS-STATUS = '35'
               GO TO 3500-DETERMINER-TAUX-PAS-EXIT
           END-IF.
           IF WS-PAS-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE TAUXPAS - STATUS='
                   WS-PAS-STATUS
               STOP RUN
           END-IF.
           PERFORM 3590-LIRE-TAUX-PAS.
           PERFORM 3510-EXAMINER-TAUX-PAS UNTIL WS-PAS-EOF.
           CLOSE PAS-RATE-FILE.
       3500-DETERMINER-TAUX-PAS-EXIT.
           EXIT.

       3510-EXAMINER-TAUX-PAS.
           IF PAS-MATRICULE = CALC-MATRICULE
              AND FUNCTION TEST-NUMVAL(PAS-TAUX-STR) = 0
               COMPUTE CALC-TAUX-PAS ROUNDED
                   = FUNCTION NUMVAL(PAS-TAUX-STR) / 100
               SET WS-TAUX-PAS-TROUVE TO TRUE
           END-IF.
           IF PAS-MATRICULE = 'DEFAUT'
              AND NOT WS-TAUX-PAS-TROUVE
              AND FUNCTION TEST-NUMVAL(PAS-TAUX-STR) = 0
               COMPUTE CALC-TAUX-PAS ROUNDED
                   = FUNCTION NUMVAL(PAS-TAUX-STR) / 100
           END-IF.
           PERFORM 3590-LIRE-TAUX-PAS.

       3590-LIRE-TAUX-PAS.
           READ PAS-RATE-FILE
               AT END SET WS-PAS-EOF TO TRUE
           END-READ.

      *---------------------------------------------------------------
      * 4000-RESTITUER
      * Restitue le salaire de base trouve et le detail complet de
      * son calcul, dans la presentation de CALCSAL-API, suivi du net
      * cible et de la periode de calcul.
      *---------------------------------------------------------------
       4000-RESTITUER.
           MOVE CALC-SALAIRE   TO WS-SALAIRE-STR.
           MOVE CALC-BRUT      TO WS-BRUT-STR.
           MOVE CALC-PRIME     TO WS-PRIME-STR.
           MOVE CALC-CHARGES   TO WS-CHARGES-STR.
           MOVE CALC-IMPOT     TO WS-IMPOT-STR.
           MOVE CALC-NET       TO WS-NET-STR.
           MOVE INVL-NET-CIBLE TO WS-CIBLE-STR.

           MOVE SPACES TO WS-OUTPUT.
           MOVE 1 TO WS-PTR.
           STRING 'SALAIRE=' DELIMITED SIZE
                  WS-SALAIRE-STR DELIMITED SIZE
                  '|BRUT='   DELIMITED SIZE
                  WS-BRUT-STR    DELIMITED SIZE
                  '|PRIME='  DELIMITED SIZE
                  WS-PRIME-STR   DELIMITED SIZE
                  INTO WS-OUTPUT WITH POINTER WS-PTR.

           PERFORM VARYING CALC-COTIS-IDX FROM 1 BY 1
                   UNTIL CALC-COTIS-IDX > 4
               MOVE CALC-COTIS-MONTANT(CALC-COTIS-IDX) TO WS-COTIS-STR
               STRING '|' DELIMITED SIZE
                      FUNCTION TRIM(CALC-COTIS-LIBELLE(CALC-COTIS-IDX))
                          DELIMITED SIZE
                      '=' DELIMITED SIZE
                      WS-COTIS-STR DELIMITED SIZE
                      INTO WS-OUTPUT WITH POINTER WS-PTR
           END-PERFORM.

           STRING '|CHARGES=' DELIMITED SIZE
                  WS-CHARGES-STR DELIMITED SIZE
                  '|IMPOT='   DELIMITED SIZE
                  WS-IMPOT-STR   DELIMITED SIZE
                  '|NET='     DELIMITED SIZE
                  WS-NET-STR     DELIMITED SIZE
                  '|DEVISE='  DELIMITED SIZE
                  CALC-DEVISE    DELIMITED SIZE
                  '|CIBLE='   DELIMITED SIZE
                  WS-CIBLE-STR   DELIMITED SIZE
                  '|PERIODE=' DELIMITED SIZE
                  CALC-PERIODE   DELIMITED SIZE
                  INTO WS-OUTPUT WITH POINTER WS-PTR.

           DISPLAY WS-OUTPUT.

      *---------------------------------------------------------------
      * 8000-REJETER
      * Signale une demande impossible, avec son motif, dans la
      * presentation de rejet de CALCSAL-API, et arrete le programme.
      *---------------------------------------------------------------
       8000-REJETER.
           DISPLAY 'REJET|MATRICULE=' WS-DEM-MATRICULE
               '|RAISON=' WS-RAISON.
           STOP RUN.
