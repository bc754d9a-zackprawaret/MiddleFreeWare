      *             correspond pas a celle du lancement, et
      *             estampille le code societe dans chaque ordre de
      *             virement (VIR-SOCIETE).
      *   2026-10 - Notes de frais remboursees avec la paie : le
      *             remboursement du calcul (PC-FRAIS, hors NET)
      *             s'ajoute a l'ordre de l'employe (un calcul a NET
      *             nul mais avec des frais est donc vire), et le
      *             rapprochement du trailer verifie desormais
      *             virements + acomptes deja verses = TOTAL NET +
      *             TOTAL FRAIS de la periode (PC-TOT-FRAIS).
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSAL-VIREMENT.
       01 WS-TOTAL-ACOMPTES        PIC 9(10)V99 VALUE 0.
       01 WS-TOTAL-AVEC-ACOMPTES   PIC 9(10)V99 VALUE 0.
       01 WS-ACOMPTES-STR          PIC ZZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-FRAIS-PERIODE   PIC 9(10)V99 VALUE 0.
       01 WS-TOTAL-A-RAPPROCHER    PIC 9(10)V99 VALUE 0.
       01 WS-FRAIS-STR             PIC ZZZZ,ZZZ,ZZ9.99.
       01 WS-PARM                  PIC X(20).
       01 WS-SOCIETE               PIC X(3) VALUE SPACES.

           IF PC-TYPE-TOTAUX
               SET WS-TRAILER-LU TO TRUE
               MOVE PC-TOT-NET TO WS-TOTAL-NET-PERIODE
               MOVE PC-TOT-FRAIS TO WS-TOTAL-FRAIS-PERIODE
           END-IF.
           PERFORM 2900-LIRE-SUIVANT.

      * 2100-TRAITER-CALCUL
      * Relit la fiche maitre de l'employe du calcul courant, valide
      * ses coordonnees bancaires et genere l'ordre de virement de son
      * NET A PAYER (augmente des notes de frais remboursees, moins
      * la saisie-arret et les acomptes). Toute anomalie (fiche
      * absente, IBAN ou BIC manquant ou mal forme) part dans le
      * rapport VIREXC, et l'employe ne figure pas dans le fichier de
      * virements.
      *---------------------------------------------------------------
       2100-TRAITER-CALCUL.
           IF PC-NET = 0 AND PC-FRAIS = 0
               MOVE 'NET A PAYER NUL' TO WS-EXC-RAISON
               PERFORM 2600-SIGNALER-EXCEPTION
               GO TO 2100-TRAITER-CALCUL-EXIT
               GO TO 2100-TRAITER-CALCUL-EXIT
           END-IF.
           COMPUTE WS-MONTANT-EMPLOYE
               = PC-NET - PC-SAISIE - PC-ACOMPTE + PC-FRAIS.
           ADD PC-ACOMPTE TO WS-TOTAL-ACOMPTES.
           IF PC-SAISIE > 0
               PERFORM 2300-VIRER-CREANCIER
      * 3000-ECRIRE-TRAILER
      * Ecrit le trailer du fichier de virements (nombre d'ordres et
      * total de controle) et le rapproche du TOTAL NET de la periode
      * (augmente du TOTAL FRAIS rembourses) relu dans les totaux de
      * PERCALC : un ecart (employes en exception) est signale et le
      * code retour passe a 4 pour que l'ordonnancement retienne la
      * remise.
      *---------------------------------------------------------------
       3000-ECRIRE-TRAILER.
           MOVE SPACES TO VIR-RECORD.
                  WS-TOTAL-NET-STR      DELIMITED SIZE
                  INTO EXC-LINE.
           WRITE EXC-LINE.
           COMPUTE WS-TOTAL-A-RAPPROCHER
               = WS-TOTAL-NET-PERIODE + WS-TOTAL-FRAIS-PERIODE.
           IF WS-TOTAL-FRAIS-PERIODE > 0
               MOVE WS-TOTAL-FRAIS-PERIODE TO WS-FRAIS-STR
               MOVE WS-TOTAL-A-RAPPROCHER  TO WS-TOTAL-NET-STR
               MOVE SPACES TO EXC-LINE
               STRING 'NOTES DE FRAIS REMBOURSEES='  DELIMITED SIZE
                      WS-FRAIS-STR                   DELIMITED SIZE
                      '   TOTAL NET + FRAIS A RAPPROCHER='
                          DELIMITED SIZE
                      WS-TOTAL-NET-STR               DELIMITED SIZE
                      INTO EXC-LINE
               WRITE EXC-LINE
           END-IF.

           IF NOT WS-TRAILER-LU
               DISPLAY 'CALCSAL-VIREMENT : TOTAUX PERCALC ABSENTS, '
           ELSE
               COMPUTE WS-TOTAL-AVEC-ACOMPTES
                   = WS-TOTAL-VIREMENTS + WS-TOTAL-ACOMPTES
               IF WS-TOTAL-AVEC-ACOMPTES NOT = WS-TOTAL-A-RAPPROCHER
                   DISPLAY 'CALCSAL-VIREMENT : TOTAL CONTROLE + '
                       'ACOMPTES DIFFERENT DU TOTAL NET + FRAIS DE '
                       'LA PERIODE, VOIR VIREXC'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
