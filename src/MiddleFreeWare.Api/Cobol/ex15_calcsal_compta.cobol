      * s'equilibre que dans une meme devise) :
      *   DEBIT  641000 remuneration brute, par centre de cout
      *   DEBIT  645000 charges patronales, par centre de cout
      *   DEBIT  625100 notes de frais remboursees avec la paie
      *          (PC-FRAIS), par centre de cout
      *   CREDIT 421000 net a payer au personnel
      *   CREDIT 421000 frais a rembourser au personnel (PC-FRAIS)
      *   CREDIT 431xxx/437xxx chaque cotisation (salariale et
      *          patronale) a son organisme collecteur, ventilee par
      *          le libelle du detail CALC-COTIS-LIBELLE repris dans
      *             n'atteignait jamais le grand livre. Les ecarts
      *             passes au DEBIT (rappels a la baisse) sont
      *             ajoutes au rattachement des totaux.
      *   2026-10 - Plafond de la securite sociale : l'assiette de
      *             chaque cotisation (PC-COTIS-SAL/PAT-ASSIETTE) est
      *             relevee avec son libelle, et le libelle de
      *             l'ecriture de credit d'une cotisation assise sur
      *             une tranche est complete de TRANCHE A ou
      *             TRANCHE B pour le rapprochement avec l'organisme.
      *   2026-10 - Notes de frais remboursees avec la paie : PC-FRAIS
      *             (hors BRUT, hors NET) est debite au compte de
      *             frais 625100 du centre de cout de l'employe et
      *             credite au 421000 (frais a rembourser au
      *             personnel, verses par CALCSAL-VIREMENT avec le
      *             net) ; le rattachement aux totaux de la periode
      *             ajoute PC-TOT-FRAIS.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSAL-COMPTA.
               10 WS-CC-DEVISE         PIC X(3).
               10 WS-CC-BRUT           PIC 9(10)V99.
               10 WS-CC-CHARGES-PAT    PIC 9(10)V99.
               10 WS-CC-FRAIS          PIC 9(10)V99.

       01 WS-DEV-MAX               PIC 9(2) COMP VALUE 10.
       01 WS-NB-DEV                PIC 9(2) COMP VALUE 0.
           05 WS-DEV-ENTREE          OCCURS 10 TIMES.
               10 WS-DEV-CODE          PIC X(3).
               10 WS-DEV-NET           PIC 9(10)V99.
               10 WS-DEV-FRAIS         PIC 9(10)V99.
               10 WS-DEV-COTIS-SAL     OCCURS 4 TIMES
                                       PIC 9(10)V99.
               10 WS-DEV-COTIS-PAT     OCCURS 5 TIMES
           05 WS-LIB-SAL             OCCURS 4 TIMES PIC X(16).
       01 WS-LIB-PAT-TABLE.
           05 WS-LIB-PAT             OCCURS 5 TIMES PIC X(16).
       01 WS-ASS-SAL-TABLE.
           05 WS-ASS-SAL             OCCURS 4 TIMES PIC X(1).
       01 WS-ASS-PAT-TABLE.
           05 WS-ASS-PAT             OCCURS 5 TIMES PIC X(1).
       01 WS-ASSIETTE-CODE         PIC X(1).
       01 WS-LIBELLES-CAPTES-FLAG  PIC X VALUE 'N'.
           88 WS-LIBELLES-CAPTES     VALUE 'Y'.

       01 WS-PCS-BRUT              PIC 9(10)V99 VALUE 0.
       01 WS-PCS-CHARGES-PAT       PIC 9(10)V99 VALUE 0.
       01 WS-PCS-NET               PIC 9(10)V99 VALUE 0.
       01 WS-PCS-FRAIS             PIC 9(10)V99 VALUE 0.

       01 WS-ECART-RAPPEL-IMPOT    PIC S9(10)V99 VALUE 0.
       01 WS-ECART-RAPPEL-COTIS    PIC S9(10)V99 VALUE 0.
               MOVE SPACES TO WS-CC-DEVISE(WS-CC-IDX)
               MOVE 0 TO WS-CC-BRUT(WS-CC-IDX)
               MOVE 0 TO WS-CC-CHARGES-PAT(WS-CC-IDX)
               MOVE 0 TO WS-CC-FRAIS(WS-CC-IDX)
           END-PERFORM.
           PERFORM VARYING WS-DEV-IDX FROM 1 BY 1
                   UNTIL WS-DEV-IDX > WS-DEV-MAX
               MOVE SPACES TO WS-DEV-CODE(WS-DEV-IDX)
               MOVE 0 TO WS-DEV-NET(WS-DEV-IDX)
               MOVE 0 TO WS-DEV-FRAIS(WS-DEV-IDX)
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
                   MOVE 0 TO WS-DEV-COTIS-SAL(WS-DEV-IDX WS-IDX)
               END-PERFORM
               MOVE PC-TOT-BRUT        TO WS-PCS-BRUT
               MOVE PC-TOT-CHARGES-PAT TO WS-PCS-CHARGES-PAT
               MOVE PC-TOT-NET         TO WS-PCS-NET
               MOVE PC-TOT-FRAIS       TO WS-PCS-FRAIS
           END-IF.
           PERFORM 2900-LIRE-SUIVANT.

      *---------------------------------------------------------------
      * 2100-CUMULER-DETAIL
      * Ventile le calcul courant : brut, charges patronales et notes
      * de frais par centre de cout et devise, net, frais et detail
      * des cotisations par devise. Les libelles de cotisations,
      * identiques pour tous les calculs (baremes fixes), sont captes
      * au premier detail.
      *---------------------------------------------------------------
       2100-CUMULER-DETAIL.
           MOVE PC-CENTRE-COUT TO WS-CENTRE-COURANT.
           END-IF.
           ADD PC-BRUT TO WS-CC-BRUT(WS-CC-TROUVE-IDX).
           ADD PC-CHARGES-PAT TO WS-CC-CHARGES-PAT(WS-CC-TROUVE-IDX).
           ADD PC-FRAIS TO WS-CC-FRAIS(WS-CC-TROUVE-IDX).

           MOVE 0 TO WS-DEV-TROUVE-IDX.
           PERFORM VARYING WS-DEV-IDX FROM 1 BY 1
               MOVE PC-DEVISE TO WS-DEV-CODE(WS-DEV-TROUVE-IDX)
           END-IF.
           ADD PC-NET TO WS-DEV-NET(WS-DEV-TROUVE-IDX).
           ADD PC-FRAIS TO WS-DEV-FRAIS(WS-DEV-TROUVE-IDX).
      *        Impot preleve du au Tresor ; la part d'impot implicite
      *        d'un rappel (delta brut - delta charges - delta net)
      *        n'est pas dans PC-IMPOT et se deduit de l'identite
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
                   MOVE PC-COTIS-SAL-LIBELLE(WS-IDX)
                       TO WS-LIB-SAL(WS-IDX)
                   MOVE PC-COTIS-SAL-ASSIETTE(WS-IDX)
                       TO WS-ASS-SAL(WS-IDX)
               END-PERFORM
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
                   MOVE PC-COTIS-PAT-LIBELLE(WS-IDX)
                       TO WS-LIB-PAT(WS-IDX)
                   MOVE PC-COTIS-PAT-ASSIETTE(WS-IDX)
                       TO WS-ASS-PAT(WS-IDX)
               END-PERFORM
           END-IF.

      *---------------------------------------------------------------
      * 3000-GENERER-ECRITURES
      * Ecrit le journal : debits par centre de cout, credits net a
      * payer, frais a rembourser et organismes collecteurs par
      * devise, et cumule les debits et credits par devise pour la
      * page de controle.
      *---------------------------------------------------------------
       3000-GENERER-ECRITURES.
           PERFORM 3100-ECRIRE-DEBITS-CENTRE
           MOVE 'CHARGES PATRONALES' TO JRN-LIBELLE.
           PERFORM 3900-ECRIRE-JOURNAL.

           IF WS-CC-FRAIS(WS-CC-IDX) > 0
               MOVE SPACES TO JRN-RECORD
               MOVE WS-PERIODE TO JRN-PERIODE
               MOVE '625100' TO JRN-COMPTE
               MOVE WS-CC-CENTRE(WS-CC-IDX) TO JRN-CENTRE
               MOVE WS-CC-DEVISE(WS-CC-IDX) TO JRN-DEVISE
               SET JRN-IS-DEBIT TO TRUE
               MOVE WS-CC-FRAIS(WS-CC-IDX) TO JRN-MONTANT
               MOVE 'NOTES DE FRAIS' TO JRN-LIBELLE
               PERFORM 3900-ECRIRE-JOURNAL
           END-IF.

       3200-ECRIRE-CREDITS-DEVISE.
           MOVE SPACES TO JRN-RECORD.
           MOVE WS-PERIODE TO JRN-PERIODE.
           MOVE 'NET A PAYER PERSONNEL' TO JRN-LIBELLE.
           PERFORM 3900-ECRIRE-JOURNAL.

           IF WS-DEV-FRAIS(WS-DEV-IDX) > 0
               MOVE SPACES TO JRN-RECORD
               MOVE WS-PERIODE TO JRN-PERIODE
               MOVE '421000' TO JRN-COMPTE
               MOVE SPACES TO JRN-CENTRE
               MOVE WS-DEV-CODE(WS-DEV-IDX) TO JRN-DEVISE
               SET JRN-IS-CREDIT TO TRUE
               MOVE WS-DEV-FRAIS(WS-DEV-IDX) TO JRN-MONTANT
               MOVE 'FRAIS A REMBOURSER PERSONNEL' TO JRN-LIBELLE
               PERFORM 3900-ECRIRE-JOURNAL
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
               IF WS-DEV-COTIS-SAL(WS-DEV-IDX WS-IDX) > 0
                   MOVE WS-LIB-SAL(WS-IDX) TO WS-LIB-CHERCHE
                   MOVE WS-DEV-COTIS-SAL(WS-DEV-IDX WS-IDX)
                       TO JRN-MONTANT
                   MOVE WS-LIB-SAL(WS-IDX) TO JRN-LIBELLE
                   MOVE WS-ASS-SAL(WS-IDX) TO WS-ASSIETTE-CODE
                   PERFORM 3250-LIBELLER-TRANCHE
                   PERFORM 3900-ECRIRE-JOURNAL
               END-IF
           END-PERFORM.
                   MOVE WS-DEV-COTIS-PAT(WS-DEV-IDX WS-IDX)
                       TO JRN-MONTANT
                   MOVE WS-LIB-PAT(WS-IDX) TO JRN-LIBELLE
                   MOVE WS-ASS-PAT(WS-IDX) TO WS-ASSIETTE-CODE
                   PERFORM 3250-LIBELLER-TRANCHE
                   PERFORM 3900-ECRIRE-JOURNAL
               END-IF
           END-PERFORM.
           MOVE 'RAPPEL COTISATIONS' TO WS-ECR-LIBELLE.
           PERFORM 3300-ECRIRE-ECRITURE-SIGNEE.

      *---------------------------------------------------------------
      * 3250-LIBELLER-TRANCHE
      * Complete le libelle JRN-LIBELLE de l'ecriture de cotisation
      * courante par la tranche de son assiette WS-ASSIETTE-CODE ; une
      * cotisation sur la totalite du brut garde son libelle seul.
      *---------------------------------------------------------------
       3250-LIBELLER-TRANCHE.
           MOVE SPACES TO WS-ECR-LIBELLE.
           EVALUATE WS-ASSIETTE-CODE
               WHEN 'A'
                   STRING FUNCTION TRIM(JRN-LIBELLE) DELIMITED SIZE
                          ' TRANCHE A' DELIMITED SIZE
                          INTO WS-ECR-LIBELLE
                   MOVE WS-ECR-LIBELLE TO JRN-LIBELLE
               WHEN 'B'
                   STRING FUNCTION TRIM(JRN-LIBELLE) DELIMITED SIZE
                          ' TRANCHE B' DELIMITED SIZE
                          INTO WS-ECR-LIBELLE
                   MOVE WS-ECR-LIBELLE TO JRN-LIBELLE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *---------------------------------------------------------------
      * 3300-ECRIRE-ECRITURE-SIGNEE
      * Ecrit l'ecriture de WS-ECR-MONTANT sur le compte
      * 4000-EDITER-CONTROLE
      * Page de controle : egalite debits = credits par devise et au
      * global, nombre d'ecritures, et rattachement aux totaux de la
      * periode (debits = BRUT + CHARGES PATRONALES + FRAIS de
      * PERCALC).
      *---------------------------------------------------------------
       4000-EDITER-CONTROLE.
           PERFORM 4100-CONTROLER-DEVISE
      *        Les ecarts de rappel passes au DEBIT s'ajoutent aux
      *        debits sans venir du BRUT ni des charges patronales.
               COMPUTE WS-RATTACHEMENT
                   = WS-PCS-BRUT + WS-PCS-CHARGES-PAT + WS-PCS-FRAIS
                   + WS-ECARTS-DEBITES
               MOVE WS-TOT-DEBITS   TO WS-MONTANT-A-STR
               MOVE WS-RATTACHEMENT TO WS-MONTANT-B-STR
               STRING 'RATTACHEMENT TOTAUX PERIODE : DEBITS='
                          DELIMITED SIZE
                      WS-MONTANT-A-STR DELIMITED SIZE
                      ' BRUT+CHARGES PAT+FRAIS=' DELIMITED SIZE
                      WS-MONTANT-B-STR DELIMITED SIZE
                      INTO CTL-LINE
               WRITE CTL-LINE
