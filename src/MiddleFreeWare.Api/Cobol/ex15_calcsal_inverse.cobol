      *===============================================================
      * ex15_calcsal_inverse.cobol
      * Sous-programme COBOL de calcul inverse de la paie (net vers
      * brut) : cherche le salaire de base qui donne un net cible,
      * pour les offres d'embauche et les salaires nets garantis,
      * au lieu des essais successifs relances a la main.
      *
      * Le calcul lui-meme reste celui de CALCSAL-CORE (memes
      * baremes dates, plafond, taux de prelevement a la source que
      * l'appelant a prepares dans CALC-LINKAGE) : le net etant
      * croissant avec le salaire de base, le salaire est cherche
      * par dichotomie au centime entre 0,01 et le maximum admis par
      * CALCSAL-CORE (une trentaine d'appels). Le salaire retenu est
      * le plus petit dont le net atteint la cible, et CALC-LINKAGE
      * est rendu avec son calcul complet.
      *
      * Appele par CALCSAL-NETBRUT (demande unitaire) et
      * CALCSAL-NETGAR (fichier de demandes des nets garantis).
      *
      * Compiler dans le Docker : se lie aux appelants, ex :
      *   cobc -x ex15_calcsal_netbrut.cobol ex15_calcsal_inverse.cobol
      *        ex15_calcsal_core.cobol ex15_calcsal_bareme.cobol
      *        -o ex15_calcsal_netbrut
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSAL-INVERSE.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-SALAIRE-MIN           PIC 9(6)V99 VALUE 0.01.
       01 WS-SALAIRE-MAX           PIC 9(6)V99 VALUE 999999.99.
       01 WS-SALAIRE-BAS           PIC 9(6)V99 VALUE 0.
       01 WS-SALAIRE-HAUT          PIC 9(6)V99 VALUE 0.
       01 WS-SALAIRE-ESSAI         PIC 9(6)V99 VALUE 0.
       01 WS-SALAIRE-ESSAI-STR     PIC 9(6).99.
       01 WS-PAS-RECHERCHE         PIC 9(6)V99 VALUE 0.

       LINKAGE SECTION.
       COPY INVLK.
       COPY CALCREC.

       PROCEDURE DIVISION USING INVL-LINKAGE CALC-LINKAGE.
       0000-CHERCHER.
           MOVE 0 TO INVL-NB-ESSAIS.
           MOVE 0 TO INVL-ECART.

      *        Borne haute : le net du salaire maximal doit atteindre
      *        la cible, sinon la demande est hors d'atteinte.
           MOVE WS-SALAIRE-MAX TO WS-SALAIRE-ESSAI.
           PERFORM 1000-ESSAYER.
           IF CALC-IS-REJECTED
               SET INVL-IS-REJETE TO TRUE
               GO TO 0000-CHERCHER-EXIT
           END-IF.
           IF INVL-NET-CIBLE = 0 OR CALC-NET < INVL-NET-CIBLE
               SET INVL-IS-HORS-PLAGE TO TRUE
               GO TO 0000-CHERCHER-EXIT
           END-IF.

      *        Dichotomie : net(BAS) < cible <= net(HAUT).
           MOVE 0 TO WS-SALAIRE-BAS.
           MOVE WS-SALAIRE-MAX TO WS-SALAIRE-HAUT.
           COMPUTE WS-PAS-RECHERCHE = WS-SALAIRE-HAUT - WS-SALAIRE-BAS.
           PERFORM 2000-RESSERRER
               THRU 2000-RESSERRER-EXIT
               UNTIL WS-PAS-RECHERCHE <= WS-SALAIRE-MIN
                  OR CALC-IS-REJECTED.
           IF CALC-IS-REJECTED
               SET INVL-IS-REJETE TO TRUE
               GO TO 0000-CHERCHER-EXIT
           END-IF.

      *        Dernier appel sur le salaire retenu pour rendre son
      *        calcul complet a l'appelant.
           MOVE WS-SALAIRE-HAUT TO WS-SALAIRE-ESSAI.
           PERFORM 1000-ESSAYER.
           IF CALC-IS-REJECTED
               SET INVL-IS-REJETE TO TRUE
               GO TO 0000-CHERCHER-EXIT
           END-IF.
           SET INVL-IS-TROUVE TO TRUE.
           COMPUTE INVL-ECART = CALC-NET - INVL-NET-CIBLE.

       0000-CHERCHER-EXIT.
           GOBACK.

      *---------------------------------------------------------------
      * 1000-ESSAYER
      * Calcule la paie du salaire de base WS-SALAIRE-ESSAI via
      * CALCSAL-CORE (salaire passe en texte, comme depuis EMPMAST).
      *---------------------------------------------------------------
       1000-ESSAYER.
           MOVE WS-SALAIRE-ESSAI TO WS-SALAIRE-ESSAI-STR.
           MOVE SPACES TO CALC-SALAIRE-STR.
           MOVE WS-SALAIRE-ESSAI-STR TO CALC-SALAIRE-STR.
           CALL 'CALCSAL-CORE' USING CALC-LINKAGE.
           ADD 1 TO INVL-NB-ESSAIS.

      *---------------------------------------------------------------
      * 2000-RESSERRER
      * Essaie le milieu de l'intervalle [BAS, HAUT] et garde la
      * moitie qui encadre encore le net cible.
      *---------------------------------------------------------------
       2000-RESSERRER.
           COMPUTE WS-SALAIRE-ESSAI
               = (WS-SALAIRE-BAS + WS-SALAIRE-HAUT) / 2.
           IF WS-SALAIRE-ESSAI < WS-SALAIRE-MIN
               MOVE WS-SALAIRE-MIN TO WS-SALAIRE-ESSAI
           END-IF.
           PERFORM 1000-ESSAYER.
           IF CALC-IS-REJECTED
               GO TO 2000-RESSERRER-EXIT
           END-IF.
           IF CALC-NET < INVL-NET-CIBLE
               MOVE WS-SALAIRE-ESSAI TO WS-SALAIRE-BAS
           ELSE
               MOVE WS-SALAIRE-ESSAI TO WS-SALAIRE-HAUT
           END-IF.
           COMPUTE WS-PAS-RECHERCHE = WS-SALAIRE-HAUT - WS-SALAIRE-BAS.
       2000-RESSERRER-EXIT.
           EXIT.
