      *===============================================================
      * ex15_calcsal_pilote.cobol
      * Programme COBOL pilote de la chaine mensuelle de paie : tient
      * le fichier d'etat de la chaine (ETATCHN, une ligne par etape,
      * societe et periode : statut, code retour, horodatage) et
      * verifie l'ordre des etapes a la place de l'operateur.
      *
      * Chaque job de la chaine encadre son programme par deux pas
      * du pilote (voir les JCL CALCSALx) :
      *   DEBUT,ETAPE=CALCSALx[,SOC=xxx][,FORCE]
      *       avant le programme : refuse le lancement (RC=8, le pas
      *       du programme n'est pas execute) tant qu'un predecesseur
      *       de l'etape n'est pas termine correctement pour la
      *       periode de la societe, ou si l'etape est deja terminee
      *       (relance volontaire : FORCE). Une etape en echec, en
      *       cours (job interrompu) ou a relancer est admise : c'est
      *       la reprise de la chaine a l'etape en echec. Le
      *       lancement autorise passe l'etape en cours et les etapes
      *       deja passees qui en dependent a relancer.
      *   FIN,ETAPE=CALCSALx,RC=nn[,SOC=xxx]
      *       apres le programme : enregistre son code retour (00,
      *       04, 08 = 8 ou plus, AB = abend) ; 00 et 04 terminent
      *       l'etape, 08 et AB la mettent en echec.
      *   RAPPORT[,SOC=xxx]
      *       compte rendu consolide de la chaine (ETATRAP) : une
      *       ligne par etape et par societe pour la periode
      *       courante de chaque societe, et l'etape de reprise.
      *
      * L'ordre de la chaine est la table WS-CHAINE-INIT : pour
      * chaque etape, sa portee (S = par societe, lancee avec
      * SOC=xxx ; G = toutes societes, comme CALCSALI / CALCSALU qui
      * traitent tout EMPMAST, enregistree pour chaque societe du
      * fichier PERIODE), son caractere obligatoire (O) ou facultatif
      * (F : un predecesseur facultatif non lance ne bloque pas ses
      * successeurs, mais en cours, en echec ou a relancer il les
      * bloque) et jusqu'a 5 predecesseurs.
      *
      * Le fichier d'etat est reecrit en entier a chaque passage (au
      * plus 12 mois d'historique par societe) ; son absence est
      * admise (premier passage).
      *
      * JCL associe : src/MiddleFreeWare.Api/JCL/CALCSALO.jcl
      *
      * Compiler dans le Docker :
      *   cobc -x ex15_calcsal_pilote.cobol -o ex15_calcsal_pilote
      *
      * Modifications :
      *   2026-10 - Etape CALCSALK (controle anti-fraude de la remise
      *             de virements, CALCSAL-FRAUDE) ajoutee a la chaine
      *             apres CALCSALV : obligatoire, la remise n'est
      *             envoyee en banque qu'une fois l'etape terminee.
      *   2026-10 - Etape CALCSALE (import de la badgeuse dans MVTS,
      *             CALCSAL-POINTAGE) ajoutee a la chaine apres
      *             CALCSALU, facultative et toutes societes ;
      *             CALCSALB l'attend comme cinquieme predecesseur
      *             (table des predecesseurs portee a 5).
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSAL-PILOTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO 'PERIODE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.

           SELECT ETAT-CHAINE-FILE ASSIGN TO 'ETATCHN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETC-STATUS.

           SELECT ETAT-RAPPORT-FILE ASSIGN TO 'ETATRAP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CONTROL-FILE.
       COPY PERIODRC.

       FD  ETAT-CHAINE-FILE.
       COPY ETATREC.

       FD  ETAT-RAPPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 RAP-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PER-STATUS            PIC XX.
       01 WS-ETC-STATUS            PIC XX.
       01 WS-RAP-STATUS            PIC XX.
       01 WS-PER-EOF-FLAG          PIC X VALUE 'N'.
           88 WS-PER-EOF             VALUE 'Y'.
       01 WS-ETC-EOF-FLAG          PIC X VALUE 'N'.
           88 WS-ETC-EOF             VALUE 'Y'.

      *    Parametre d'execution : commande et arguments separes par
      *    des virgules.
       01 WS-PARM                  PIC X(80) VALUE SPACES.
       01 WS-ARGUMENTS.
           05 WS-ARG               OCCURS 5 TIMES PIC X(16).
       01 WS-ARG-IDX               PIC 9(2) COMP VALUE 0.
       01 WS-COMMANDE              PIC X(8) VALUE SPACES.
           88 WS-CDE-DEBUT           VALUE 'DEBUT'.
           88 WS-CDE-FIN             VALUE 'FIN'.
           88 WS-CDE-RAPPORT         VALUE 'RAPPORT'.
       01 WS-ETAPE                 PIC X(8) VALUE SPACES.
       01 WS-SOCIETE               PIC X(3) VALUE SPACES.
       01 WS-SOCIETE-FLAG          PIC X VALUE 'N'.
           88 WS-SOCIETE-DONNEE      VALUE 'Y'.
       01 WS-CODE-RETOUR           PIC X(2) VALUE SPACES.
           88 WS-RC-CORRECT          VALUES '00' '04'.
           88 WS-RC-ECHEC            VALUES '08' 'AB'.
       01 WS-FORCE-FLAG            PIC X VALUE 'N'.
           88 WS-FORCE-MODE          VALUE 'Y'.

      *    Chaine mensuelle, dans l'ordre d'execution : etape (nom du
      *    job), libelle, portee (S societe / G toutes societes),
      *    O obligatoire / F facultative, puis 5 predecesseurs.
       01 WS-CHAINE-INIT.
           05 FILLER PIC X(34) VALUE
               'CALCSALIINTEGRATION EXPORT RH   GF'.
           05 FILLER PIC X(40) VALUE SPACES.
           05 FILLER PIC X(34) VALUE
               'CALCSALUMISE A JOUR EMPMAST     GF'.
           05 FILLER PIC X(40) VALUE 'CALCSALI'.
           05 FILLER PIC X(34) VALUE
               'CALCSALEIMPORT BADGEUSE         GF'.
           05 FILLER PIC X(40) VALUE 'CALCSALICALCSALU'.
           05 FILLER PIC X(34) VALUE
               'CALCSALAACOMPTES SUR SALAIRE    SF'.
           05 FILLER PIC X(40) VALUE 'CALCSALICALCSALU'.
           05 FILLER PIC X(34) VALUE
               'CALCSALPRAPPELS RETROACTIFS     SF'.
           05 FILLER PIC X(40) VALUE 'CALCSALICALCSALU'.
           05 FILLER PIC X(34) VALUE
               'CALCSALBCALCUL DE LA PAIE       SO'.
           05 FILLER PIC X(40) VALUE
               'CALCSALICALCSALUCALCSALECALCSALACALCSALP'.
           05 FILLER PIC X(34) VALUE
               'CALCSALCRAPPROCHEMENT FIN DE RUNSO'.
           05 FILLER PIC X(40) VALUE 'CALCSALB'.
           05 FILLER PIC X(34) VALUE
               'CALCSALVVIREMENTS BANCAIRES     SO'.
           05 FILLER PIC X(40) VALUE 'CALCSALBCALCSALC'.
           05 FILLER PIC X(34) VALUE
               'CALCSALKCONTROLE ANTI-FRAUDE    SO'.
           05 FILLER PIC X(40) VALUE 'CALCSALBCALCSALCCALCSALV'.
           05 FILLER PIC X(34) VALUE
               'CALCSALGINTERFACE COMPTABLE     SO'.
           05 FILLER PIC X(40) VALUE 'CALCSALBCALCSALC'.
           05 FILLER PIC X(34) VALUE
               'CALCSALFSUIVI BUDGETAIRE        SF'.
           05 FILLER PIC X(40) VALUE 'CALCSALBCALCSALC'.
           05 FILLER PIC X(34) VALUE
               'CALCSALDDSN MENSUELLE           SO'.
           05 FILLER PIC X(40) VALUE 'CALCSALBCALCSALC'.
       01 WS-CHAINE REDEFINES WS-CHAINE-INIT.
           05 WS-CHN-ENTREE          OCCURS 12 TIMES.
               10 WS-CHN-ETAPE         PIC X(8).
               10 WS-CHN-LIBELLE       PIC X(24).
               10 WS-CHN-PORTEE        PIC X(1).
                   88 WS-CHN-TOUTES-SOCIETES VALUE 'G'.
               10 WS-CHN-OBLIGATOIRE   PIC X(1).
                   88 WS-CHN-IS-OBLIGATOIRE  VALUE 'O'.
               10 WS-CHN-PRED          OCCURS 5 TIMES PIC X(8).
       01 WS-NB-ETAPES             PIC 9(2) COMP VALUE 12.
       01 WS-CHN-IDX               PIC 9(2) COMP VALUE 0.
       01 WS-CHN-COURANTE          PIC 9(2) COMP VALUE 0.
       01 WS-CHN-PRED-IDX          PIC 9(2) COMP VALUE 0.
       01 WS-CHN-TROUVE-IDX        PIC 9(2) COMP VALUE 0.
       01 WS-PRED-IDX              PIC 9(2) COMP VALUE 0.
       01 WS-ETAPE-CHERCHEE        PIC X(8) VALUE SPACES.
       01 WS-MARQUES.
           05 WS-MARQUE            OCCURS 12 TIMES PIC X(1).

      *    Lignes du fichier PERIODE (une par societe) et societes
      *    retenues pour la commande.
       01 WS-PERTAB-MAX            PIC 9(2) COMP VALUE 10.
       01 WS-NB-PER                PIC 9(2) COMP VALUE 0.
       01 WS-PER-IDX               PIC 9(2) COMP VALUE 0.
       01 WS-PERTAB.
           05 WS-PERTAB-ENTREE       OCCURS 10 TIMES.
               10 WS-PERTAB-PERIODE    PIC X(7).
               10 WS-PERTAB-SOCIETE    PIC X(3).
               10 WS-PERTAB-LIMITE     PIC X(7).
               10 WS-PERTAB-RETENUE    PIC X(1).
       01 WS-NB-RETENUES           PIC 9(2) COMP VALUE 0.
       01 WS-ANNEE-LIMITE          PIC 9(4) VALUE 0.

      *    Etat de la chaine, charge depuis ETATCHN et reecrit en
      *    entier.
       01 WS-ETAT-MAX              PIC 9(4) COMP VALUE 3000.
       01 WS-NB-ETAT               PIC 9(4) COMP VALUE 0.
       01 WS-ETAT-IDX              PIC 9(4) COMP VALUE 0.
       01 WS-ETAT-TROUVE-IDX       PIC 9(4) COMP VALUE 0.
       01 WS-ETAT-TABLE.
           05 WS-ETAT-ENTREE         OCCURS 3000 TIMES.
               10 WS-ETAT-SOCIETE      PIC X(3).
               10 WS-ETAT-PERIODE      PIC X(7).
               10 WS-ETAT-ETAPE        PIC X(8).
               10 WS-ETAT-STATUT       PIC X(1).
               10 WS-ETAT-CODE-RETOUR  PIC X(2).
               10 WS-ETAT-HORO-DEBUT   PIC X(14).
               10 WS-ETAT-HORO-FIN     PIC X(14).
               10 WS-ETAT-NB-LANC      PIC 9(3).
       01 WS-STATUT-LU             PIC X(1) VALUE SPACES.
       01 WS-HORODATAGE            PIC X(14) VALUE SPACES.

       01 WS-NB-REFUS              PIC 9(3) VALUE 0.
       01 WS-NB-ANOMALIES          PIC 9(3) VALUE 0.
       01 WS-NB-ECHECS             PIC 9(3) VALUE 0.
       01 WS-REPRISE-ETAPE         PIC X(8) VALUE SPACES.
       01 WS-LIBELLE-STATUT        PIC X(12) VALUE SPACES.
       01 WS-HORO-EDIT-DEBUT       PIC X(16) VALUE SPACES.
       01 WS-HORO-EDIT-FIN         PIC X(16) VALUE SPACES.
       01 WS-HORO-EDIT             PIC X(16) VALUE SPACES.
       01 WS-HORO-SOURCE           PIC X(14) VALUE SPACES.
       01 WS-NB-LANC-STR           PIC ZZ9.
       01 WS-ORDRE-STR             PIC Z9.

       PROCEDURE DIVISION.
       0000-PILOTER.
           PERFORM 0500-LIRE-PARAMETRE
               THRU 0500-LIRE-PARAMETRE-EXIT.
           PERFORM 1000-INITIALISER.
           EVALUATE TRUE
               WHEN WS-CDE-DEBUT
                   PERFORM 2000-DEBUTER-ETAPE
                       THRU 2000-DEBUTER-ETAPE-EXIT
               WHEN WS-CDE-FIN
                   PERFORM 3000-TERMINER-ETAPE
               WHEN WS-CDE-RAPPORT
                   PERFORM 4000-EDITER-COMPTE-RENDU
           END-EVALUATE.
           STOP RUN.

      *---------------------------------------------------------------
      * 0500-LIRE-PARAMETRE
      * Decoupe le PARM du JCL : commande (DEBUT, FIN, RAPPORT) puis
      * ETAPE=, SOC=, RC= et FORCE dans un ordre quelconque. Un
      * parametre incomplet arrete le pilote en RC=8 : le pas du
      * programme n'est alors pas lance.
      *---------------------------------------------------------------
       0500-LIRE-PARAMETRE.
           MOVE SPACES TO WS-PARM.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARGUMENTS.
           UNSTRING WS-PARM DELIMITED BY ','
               INTO WS-ARG(1) WS-ARG(2) WS-ARG(3) WS-ARG(4)
                    WS-ARG(5).
           MOVE WS-ARG(1) TO WS-COMMANDE.
           PERFORM VARYING WS-ARG-IDX FROM 2 BY 1 UNTIL WS-ARG-IDX > 5
               EVALUATE TRUE
                   WHEN WS-ARG(WS-ARG-IDX)(1:6) = 'ETAPE='
                       MOVE WS-ARG(WS-ARG-IDX)(7:8) TO WS-ETAPE
                   WHEN WS-ARG(WS-ARG-IDX)(1:4) = 'SOC='
                       MOVE WS-ARG(WS-ARG-IDX)(5:3) TO WS-SOCIETE
                       SET WS-SOCIETE-DONNEE TO TRUE
                   WHEN WS-ARG(WS-ARG-IDX)(1:3) = 'RC='
                       MOVE WS-ARG(WS-ARG-IDX)(4:2) TO WS-CODE-RETOUR
                   WHEN WS-ARG(WS-ARG-IDX) = 'FORCE'
                       SET WS-FORCE-MODE TO TRUE
               END-EVALUATE
           END-PERFORM.

           IF NOT WS-CDE-DEBUT AND NOT WS-CDE-FIN
              AND NOT WS-CDE-RAPPORT
               DISPLAY 'COMMANDE PILOTE INCONNUE : ' WS-COMMANDE
                   ' (DEBUT, FIN OU RAPPORT)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CDE-RAPPORT
               GO TO 0500-LIRE-PARAMETRE-EXIT
           END-IF.
           MOVE 0 TO WS-CHN-COURANTE.
           PERFORM VARYING WS-CHN-IDX FROM 1 BY 1
                   UNTIL WS-CHN-IDX > WS-NB-ETAPES
               IF WS-CHN-ETAPE(WS-CHN-IDX) = WS-ETAPE
                   MOVE WS-CHN-IDX TO WS-CHN-COURANTE
               END-IF
           END-PERFORM.
           IF WS-CHN-COURANTE = 0
               DISPLAY 'ETAPE ' WS-ETAPE ' INCONNUE DE LA CHAINE '
                   'MENSUELLE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CDE-FIN AND NOT WS-RC-CORRECT AND NOT WS-RC-ECHEC
               DISPLAY 'CODE RETOUR ' WS-CODE-RETOUR ' INVALIDE POUR '
                   'L''ETAPE ' WS-ETAPE ' (00, 04, 08 OU AB)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       0500-LIRE-PARAMETRE-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 1000-INITIALISER
      * Charge les periodes des societes (fichier PERIODE), retient
      * les societes concernees par la commande, puis charge l'etat
      * de la chaine (12 derniers mois de chaque societe).
      *---------------------------------------------------------------
       1000-INITIALISER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-HORODATAGE.
           PERFORM 1100-CHARGER-PERIODES.
           PERFORM 1200-RETENIR-SOCIETES.
           PERFORM 1300-CHARGER-ETAT
               THRU 1300-CHARGER-ETAT-EXIT.

       1100-CHARGER-PERIODES.
           MOVE 0 TO WS-NB-PER.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF WS-PER-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE PERIODE - STATUS='
                   WS-PER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1190-LIRE-LIGNE-PERIODE.
           PERFORM 1110-RANGER-LIGNE-PERIODE UNTIL WS-PER-EOF.
           CLOSE PERIOD-CONTROL-FILE.
           IF WS-NB-PER = 0
               DISPLAY 'FICHIER PERIODE VIDE : RENSEIGNER LA '
                   'PERIODE COURANTE AVANT LA CHAINE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1110-RANGER-LIGNE-PERIODE.
           IF PER-PERIODE NOT = SPACES
               IF WS-NB-PER >= WS-PERTAB-MAX
                   DISPLAY 'TABLE DES LIGNES PERIODE PLEINE'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NB-PER
               MOVE PER-PERIODE TO WS-PERTAB-PERIODE(WS-NB-PER)
               MOVE PER-SOCIETE TO WS-PERTAB-SOCIETE(WS-NB-PER)
               MOVE 'N' TO WS-PERTAB-RETENUE(WS-NB-PER)
      *            Historique garde : 12 mois avant la periode.
               MOVE PER-PERIODE TO WS-PERTAB-LIMITE(WS-NB-PER)
               IF PER-PERIODE(1:4) NUMERIC
                   MOVE PER-PERIODE(1:4) TO WS-ANNEE-LIMITE
                   SUBTRACT 1 FROM WS-ANNEE-LIMITE
                   MOVE WS-ANNEE-LIMITE
                       TO WS-PERTAB-LIMITE(WS-NB-PER)(1:4)
               END-IF
           END-IF.
           PERFORM 1190-LIRE-LIGNE-PERIODE.

       1190-LIRE-LIGNE-PERIODE.
           READ PERIOD-CONTROL-FILE
               AT END SET WS-PER-EOF TO TRUE
           END-READ.

      *---------------------------------------------------------------
      * 1200-RETENIR-SOCIETES
      * SOC=xxx retient la ligne PERIODE de cette societe. Sans SOC :
      * toutes les societes pour le compte rendu et les etapes
      * toutes societes (G) ; pour une etape par societe, la ligne
      * unique d'un fichier mono-societe, sinon refus (comme les
      * programmes de la chaine).
      *---------------------------------------------------------------
       1200-RETENIR-SOCIETES.
           MOVE 0 TO WS-NB-RETENUES.
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-NB-PER
               IF WS-SOCIETE-DONNEE
                   IF WS-PERTAB-SOCIETE(WS-PER-IDX) = WS-SOCIETE
                       MOVE 'Y' TO WS-PERTAB-RETENUE(WS-PER-IDX)
                       ADD 1 TO WS-NB-RETENUES
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-PERTAB-RETENUE(WS-PER-IDX)
                   ADD 1 TO WS-NB-RETENUES
               END-IF
           END-PERFORM.
           IF WS-NB-RETENUES = 0
               DISPLAY 'SOCIETE ' WS-SOCIETE ' ABSENTE DU FICHIER '
                   'PERIODE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CDE-RAPPORT
               CONTINUE
           ELSE
               IF NOT WS-CHN-TOUTES-SOCIETES(WS-CHN-COURANTE)
                  AND WS-NB-RETENUES > 1
                   DISPLAY 'FICHIER PERIODE MULTI-SOCIETES : LANCER '
                       'L''ETAPE ' WS-ETAPE ' AVEC SOC=XXX'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * 1300-CHARGER-ETAT
      * Charge le fichier d'etat de la chaine en table ; les lignes
      * de plus de 12 mois (par rapport a la periode courante de leur
      * societe) sont abandonnees a la reecriture. Fichier absent :
      * premier passage, etat vide.
      *---------------------------------------------------------------
       1300-CHARGER-ETAT.
           MOVE 0 TO WS-NB-ETAT.
           OPEN INPUT ETAT-CHAINE-FILE.
           IF WS-ETC-STATUS = '35'
               GO TO 1300-CHARGER-ETAT-EXIT
           END-IF.
           IF WS-ETC-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE ETATCHN - STATUS='
                   WS-ETC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1390-LIRE-ETAT.
           PERFORM 1310-RANGER-ETAT UNTIL WS-ETC-EOF.
           CLOSE ETAT-CHAINE-FILE.
       1300-CHARGER-ETAT-EXIT.
           EXIT.

       1310-RANGER-ETAT.
           MOVE 'Y' TO WS-STATUT-LU.
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-NB-PER
               IF WS-PERTAB-SOCIETE(WS-PER-IDX) = ETC-SOCIETE
                  AND ETC-PERIODE < WS-PERTAB-LIMITE(WS-PER-IDX)
                   MOVE 'N' TO WS-STATUT-LU
               END-IF
           END-PERFORM.
           IF ETC-ETAPE NOT = SPACES AND WS-STATUT-LU = 'Y'
               IF WS-NB-ETAT >= WS-ETAT-MAX
                   DISPLAY 'TABLE D''ETAT DE LA CHAINE PLEINE'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NB-ETAT
               MOVE ETC-SOCIETE      TO WS-ETAT-SOCIETE(WS-NB-ETAT)
               MOVE ETC-PERIODE      TO WS-ETAT-PERIODE(WS-NB-ETAT)
               MOVE ETC-ETAPE        TO WS-ETAT-ETAPE(WS-NB-ETAT)
               MOVE ETC-STATUT       TO WS-ETAT-STATUT(WS-NB-ETAT)
               MOVE ETC-CODE-RETOUR
                   TO WS-ETAT-CODE-RETOUR(WS-NB-ETAT)
               MOVE ETC-HORO-DEBUT   TO WS-ETAT-HORO-DEBUT(WS-NB-ETAT)
               MOVE ETC-HORO-FIN     TO WS-ETAT-HORO-FIN(WS-NB-ETAT)
               MOVE ETC-NB-LANCEMENTS TO WS-ETAT-NB-LANC(WS-NB-ETAT)
           END-IF.
           PERFORM 1390-LIRE-ETAT.

       1390-LIRE-ETAT.
           READ ETAT-CHAINE-FILE
               AT END SET WS-ETC-EOF TO TRUE
           END-READ.

      *---------------------------------------------------------------
      * 2000-DEBUTER-ETAPE
      * Controle, pour chaque societe retenue, que l'etape peut etre
      * lancee sur la periode de la societe ; au moindre refus, rien
      * n'est enregistre et le pilote rend RC=8 (le pas du programme
      * n'est pas execute). Sinon l'etape passe en cours et les
      * etapes qui en dependent, deja passees, a relancer.
      *---------------------------------------------------------------
       2000-DEBUTER-ETAPE.
           MOVE 0 TO WS-NB-REFUS.
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-NB-PER
               IF WS-PERTAB-RETENUE(WS-PER-IDX) = 'Y'
                   PERFORM 2100-CONTROLER-SOCIETE
                       THRU 2100-CONTROLER-SOCIETE-EXIT
               END-IF
           END-PERFORM.
           IF WS-NB-REFUS > 0
               DISPLAY 'LANCEMENT DE ' WS-ETAPE ' REFUSE PAR LE '
                   'PILOTE DE CHAINE'
               MOVE 8 TO RETURN-CODE
               GO TO 2000-DEBUTER-ETAPE-EXIT
           END-IF.

           PERFORM 2300-MARQUER-SUCCESSEURS.
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-NB-PER
               IF WS-PERTAB-RETENUE(WS-PER-IDX) = 'Y'
                   PERFORM 2200-OUVRIR-ETAPE
               END-IF
           END-PERFORM.
           PERFORM 9100-REECRIRE-ETAT.
       2000-DEBUTER-ETAPE-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2100-CONTROLER-SOCIETE
      * Etape deja terminee : refus sans FORCE. Predecesseurs : un
      * obligatoire doit etre termine ; un facultatif doit etre
      * termine ou non lance.
      *---------------------------------------------------------------
       2100-CONTROLER-SOCIETE.
           MOVE WS-ETAPE TO WS-ETAPE-CHERCHEE.
           PERFORM 8000-CHERCHER-ETAT.
           IF WS-ETAT-TROUVE-IDX > 0
               MOVE WS-ETAT-STATUT(WS-ETAT-TROUVE-IDX) TO WS-STATUT-LU
           ELSE
               MOVE SPACES TO WS-STATUT-LU
           END-IF.
           IF WS-STATUT-LU = 'T' AND NOT WS-FORCE-MODE
               DISPLAY 'SOCIETE ' WS-PERTAB-SOCIETE(WS-PER-IDX)
                   ' PERIODE ' WS-PERTAB-PERIODE(WS-PER-IDX)
                   ' : ETAPE ' WS-ETAPE ' DEJA TERMINEE, RELANCER '
                   'AVEC FORCE POUR LA REPASSER'
               ADD 1 TO WS-NB-REFUS
               GO TO 2100-CONTROLER-SOCIETE-EXIT
           END-IF.
           IF WS-STATUT-LU = 'C' OR WS-STATUT-LU = 'E'
              OR WS-STATUT-LU = 'A'
               DISPLAY 'SOCIETE ' WS-PERTAB-SOCIETE(WS-PER-IDX)
                   ' PERIODE ' WS-PERTAB-PERIODE(WS-PER-IDX)
                   ' : REPRISE DE L''ETAPE ' WS-ETAPE
                   ' (STATUT ' WS-STATUT-LU ')'
           END-IF.

           PERFORM VARYING WS-PRED-IDX FROM 1 BY 1 UNTIL WS-PRED-IDX > 5
               IF WS-CHN-PRED(WS-CHN-COURANTE, WS-PRED-IDX)
                   NOT = SPACES
                   PERFORM 2110-CONTROLER-PREDECESSEUR
               END-IF
           END-PERFORM.
       2100-CONTROLER-SOCIETE-EXIT.
           EXIT.

       2110-CONTROLER-PREDECESSEUR.
           MOVE WS-CHN-PRED(WS-CHN-COURANTE, WS-PRED-IDX)
               TO WS-ETAPE-CHERCHEE.
           PERFORM 8100-CHERCHER-ETAPE-CHAINE.
           PERFORM 8000-CHERCHER-ETAT.
           IF WS-ETAT-TROUVE-IDX > 0
               MOVE WS-ETAT-STATUT(WS-ETAT-TROUVE-IDX) TO WS-STATUT-LU
           ELSE
               MOVE SPACES TO WS-STATUT-LU
           END-IF.
           IF WS-STATUT-LU = 'T'
               CONTINUE
           ELSE
               IF WS-STATUT-LU = SPACES
                  AND NOT WS-CHN-IS-OBLIGATOIRE(WS-CHN-TROUVE-IDX)
                   CONTINUE
               ELSE
                   PERFORM 8200-LIBELLER-STATUT
                   DISPLAY 'SOCIETE ' WS-PERTAB-SOCIETE(WS-PER-IDX)
                       ' PERIODE ' WS-PERTAB-PERIODE(WS-PER-IDX)
                       ' : PREDECESSEUR ' WS-ETAPE-CHERCHEE ' '
                       WS-LIBELLE-STATUT
                   ADD 1 TO WS-NB-REFUS
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * 2200-OUVRIR-ETAPE
      * Passe l'etape en cours pour la societe (ligne creee au
      * premier lancement) et met a relancer ses successeurs deja
      * passes (marques par 2300).
      *---------------------------------------------------------------
       2200-OUVRIR-ETAPE.
           MOVE WS-ETAPE TO WS-ETAPE-CHERCHEE.
           PERFORM 8000-CHERCHER-ETAT.
           IF WS-ETAT-TROUVE-IDX = 0
               PERFORM 8300-CREER-ETAT
           END-IF.
           MOVE 'C' TO WS-ETAT-STATUT(WS-ETAT-TROUVE-IDX).
           MOVE SPACES TO WS-ETAT-CODE-RETOUR(WS-ETAT-TROUVE-IDX).
           MOVE WS-HORODATAGE TO WS-ETAT-HORO-DEBUT(WS-ETAT-TROUVE-IDX).
           MOVE SPACES TO WS-ETAT-HORO-FIN(WS-ETAT-TROUVE-IDX).
           IF WS-ETAT-NB-LANC(WS-ETAT-TROUVE-IDX) < 999
               ADD 1 TO WS-ETAT-NB-LANC(WS-ETAT-TROUVE-IDX)
           END-IF.
           DISPLAY 'SOCIETE ' WS-PERTAB-SOCIETE(WS-PER-IDX)
               ' PERIODE ' WS-PERTAB-PERIODE(WS-PER-IDX)
               ' : ETAPE ' WS-ETAPE ' LANCEE'.

           PERFORM VARYING WS-CHN-IDX FROM 1 BY 1
                   UNTIL WS-CHN-IDX > WS-NB-ETAPES
               IF WS-MARQUE(WS-CHN-IDX) = 'Y'
                  AND WS-CHN-IDX NOT = WS-CHN-COURANTE
                   MOVE WS-CHN-ETAPE(WS-CHN-IDX) TO WS-ETAPE-CHERCHEE
                   PERFORM 8000-CHERCHER-ETAT
                   IF WS-ETAT-TROUVE-IDX > 0
                       IF WS-ETAT-STATUT(WS-ETAT-TROUVE-IDX) = 'T'
                          OR WS-ETAT-STATUT(WS-ETAT-TROUVE-IDX) = 'E'
                          OR WS-ETAT-STATUT(WS-ETAT-TROUVE-IDX) = 'C'
                           MOVE 'A'
                               TO WS-ETAT-STATUT(WS-ETAT-TROUVE-IDX)
                           DISPLAY 'SOCIETE '
                               WS-PERTAB-SOCIETE(WS-PER-IDX)
                               ' PERIODE '
                               WS-PERTAB-PERIODE(WS-PER-IDX)
                               ' : ETAPE ' WS-ETAPE-CHERCHEE
                               ' A RELANCER'
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * 2300-MARQUER-SUCCESSEURS
      * Marque l'etape lancee et toutes celles qui en dependent,
      * directement ou non (la table est dans l'ordre de la chaine :
      * un predecesseur precede toujours ses successeurs).
      *---------------------------------------------------------------
       2300-MARQUER-SUCCESSEURS.
           MOVE ALL 'N' TO WS-MARQUES.
           MOVE 'Y' TO WS-MARQUE(WS-CHN-COURANTE).
           PERFORM VARYING WS-CHN-IDX FROM 1 BY 1
                   UNTIL WS-CHN-IDX > WS-NB-ETAPES
               PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                       UNTIL WS-PRED-IDX > 5
                   IF WS-CHN-PRED(WS-CHN-IDX, WS-PRED-IDX) NOT = SPACES
                       MOVE WS-CHN-PRED(WS-CHN-IDX, WS-PRED-IDX)
                           TO WS-ETAPE-CHERCHEE
                       PERFORM 8100-CHERCHER-ETAPE-CHAINE
                       IF WS-CHN-TROUVE-IDX > 0
                           IF WS-MARQUE(WS-CHN-TROUVE-IDX) = 'Y'
                               MOVE 'Y' TO WS-MARQUE(WS-CHN-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

      *---------------------------------------------------------------
      * 3000-TERMINER-ETAPE
      * Enregistre le code retour du programme pour chaque societe
      * retenue : termine (00, 04) ou en echec (08, AB). Une fin sans
      * lancement autorise par le pilote est enregistree mais
      * signalee (RC=4).
      *---------------------------------------------------------------
       3000-TERMINER-ETAPE.
           MOVE 0 TO WS-NB-ANOMALIES.
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-NB-PER
               IF WS-PERTAB-RETENUE(WS-PER-IDX) = 'Y'
                   PERFORM 3100-ENREGISTRER-FIN
               END-IF
           END-PERFORM.
           PERFORM 9100-REECRIRE-ETAT.
           IF WS-NB-ANOMALIES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       3100-ENREGISTRER-FIN.
           MOVE WS-ETAPE TO WS-ETAPE-CHERCHEE.
           PERFORM 8000-CHERCHER-ETAT.
           IF WS-ETAT-TROUVE-IDX = 0
               PERFORM 8300-CREER-ETAT
               MOVE WS-HORODATAGE
                   TO WS-ETAT-HORO-DEBUT(WS-ETAT-TROUVE-IDX)
               MOVE 1 TO WS-ETAT-NB-LANC(WS-ETAT-TROUVE-IDX)
               MOVE 'X' TO WS-ETAT-STATUT(WS-ETAT-TROUVE-IDX)
           END-IF.
           IF WS-ETAT-STATUT(WS-ETAT-TROUVE-IDX) NOT = 'C'
               DISPLAY 'SOCIETE ' WS-PERTAB-SOCIETE(WS-PER-IDX)
                   ' PERIODE ' WS-PERTAB-PERIODE(WS-PER-IDX)
                   ' : FIN DE ' WS-ETAPE ' SANS LANCEMENT AUTORISE '
                   'PAR LE PILOTE'
               ADD 1 TO WS-NB-ANOMALIES
           END-IF.
           IF WS-RC-CORRECT
               MOVE 'T' TO WS-ETAT-STATUT(WS-ETAT-TROUVE-IDX)
           ELSE
               MOVE 'E' TO WS-ETAT-STATUT(WS-ETAT-TROUVE-IDX)
           END-IF.
           MOVE WS-CODE-RETOUR
               TO WS-ETAT-CODE-RETOUR(WS-ETAT-TROUVE-IDX).
           MOVE WS-HORODATAGE TO WS-ETAT-HORO-FIN(WS-ETAT-TROUVE-IDX).
           MOVE WS-ETAT-STATUT(WS-ETAT-TROUVE-IDX) TO WS-STATUT-LU.
           PERFORM 8200-LIBELLER-STATUT.
           DISPLAY 'SOCIETE ' WS-PERTAB-SOCIETE(WS-PER-IDX)
               ' PERIODE ' WS-PERTAB-PERIODE(WS-PER-IDX)
               ' : ETAPE ' WS-ETAPE ' RC=' WS-CODE-RETOUR ' '
               WS-LIBELLE-STATUT.

      *---------------------------------------------------------------
      * 4000-EDITER-COMPTE-RENDU
      * Compte rendu consolide de la chaine : pour chaque societe
      * retenue, une ligne par etape de la chaine sur la periode
      * courante de la societe (statut, code retour, debut et fin du
      * dernier lancement, nombre de lancements) puis l'etape a
      * laquelle reprendre la chaine. Une etape en echec rend RC=8.
      *---------------------------------------------------------------
       4000-EDITER-COMPTE-RENDU.
           OPEN OUTPUT ETAT-RAPPORT-FILE.
           IF WS-RAP-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE ETATRAP - STATUS='
                   WS-RAP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-HORODATAGE TO WS-HORO-SOURCE.
           PERFORM 8400-EDITER-HORODATAGE.
           MOVE SPACES TO RAP-LINE.
           STRING 'COMPTE RENDU DE LA CHAINE MENSUELLE DE PAIE - '
                      DELIMITED SIZE
                  'EDITE LE ' DELIMITED SIZE
                  WS-HORO-EDIT DELIMITED SIZE
                  INTO RAP-LINE.
           WRITE RAP-LINE.
           MOVE 0 TO WS-NB-ECHECS.
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-NB-PER
               IF WS-PERTAB-RETENUE(WS-PER-IDX) = 'Y'
                   PERFORM 4100-EDITER-SOCIETE
               END-IF
           END-PERFORM.
           CLOSE ETAT-RAPPORT-FILE.
           IF WS-NB-ECHECS > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       4100-EDITER-SOCIETE.
           MOVE SPACES TO RAP-LINE.
           WRITE RAP-LINE.
           MOVE SPACES TO RAP-LINE.
           STRING 'SOCIETE ' DELIMITED SIZE
                  WS-PERTAB-SOCIETE(WS-PER-IDX) DELIMITED SIZE
                  '   PERIODE ' DELIMITED SIZE
                  WS-PERTAB-PERIODE(WS-PER-IDX) DELIMITED SIZE
                  INTO RAP-LINE.
           WRITE RAP-LINE.
           MOVE SPACES TO RAP-LINE.
           MOVE 'NO'      TO RAP-LINE(1:2).
           MOVE 'ETAPE'   TO RAP-LINE(4:5).
           MOVE 'LIBELLE' TO RAP-LINE(13:7).
           MOVE 'STATUT'  TO RAP-LINE(38:6).
           MOVE 'RC'      TO RAP-LINE(51:2).
           MOVE 'DEBUT'   TO RAP-LINE(54:5).
           MOVE 'FIN'     TO RAP-LINE(71:3).
           MOVE 'LANC.'   TO RAP-LINE(87:5).
           WRITE RAP-LINE.
           MOVE SPACES TO WS-REPRISE-ETAPE.
           PERFORM VARYING WS-CHN-IDX FROM 1 BY 1
                   UNTIL WS-CHN-IDX > WS-NB-ETAPES
               PERFORM 4200-EDITER-LIGNE-ETAPE
           END-PERFORM.
           MOVE SPACES TO RAP-LINE.
           IF WS-REPRISE-ETAPE = SPACES
               MOVE 'CHAINE TERMINEE POUR LA PERIODE' TO RAP-LINE
           ELSE
               STRING 'REPRENDRE LA CHAINE A L''ETAPE : '
                          DELIMITED SIZE
                      WS-REPRISE-ETAPE DELIMITED SIZE
                      INTO RAP-LINE
           END-IF.
           WRITE RAP-LINE.

      *---------------------------------------------------------------
      * 4200-EDITER-LIGNE-ETAPE
      * Une ligne par etape ; la premiere etape non terminee de la
      * chaine (obligatoire, ou facultative deja lancee) est l'etape
      * de reprise.
      *---------------------------------------------------------------
       4200-EDITER-LIGNE-ETAPE.
           MOVE WS-CHN-ETAPE(WS-CHN-IDX) TO WS-ETAPE-CHERCHEE.
           PERFORM 8000-CHERCHER-ETAT.
           MOVE SPACES TO WS-HORO-EDIT-DEBUT.
           MOVE SPACES TO WS-HORO-EDIT-FIN.
           MOVE 0 TO WS-NB-LANC-STR.
           IF WS-ETAT-TROUVE-IDX > 0
               MOVE WS-ETAT-STATUT(WS-ETAT-TROUVE-IDX) TO WS-STATUT-LU
               MOVE WS-ETAT-HORO-DEBUT(WS-ETAT-TROUVE-IDX)
                   TO WS-HORO-SOURCE
               PERFORM 8400-EDITER-HORODATAGE
               MOVE WS-HORO-EDIT TO WS-HORO-EDIT-DEBUT
               MOVE WS-ETAT-HORO-FIN(WS-ETAT-TROUVE-IDX)
                   TO WS-HORO-SOURCE
               PERFORM 8400-EDITER-HORODATAGE
               MOVE WS-HORO-EDIT TO WS-HORO-EDIT-FIN
               MOVE WS-ETAT-NB-LANC(WS-ETAT-TROUVE-IDX)
                   TO WS-NB-LANC-STR
           ELSE
               MOVE SPACES TO WS-STATUT-LU
           END-IF.
           PERFORM 8200-LIBELLER-STATUT.
           IF WS-STATUT-LU = 'E'
               ADD 1 TO WS-NB-ECHECS
           END-IF.
           IF WS-REPRISE-ETAPE = SPACES
              AND WS-STATUT-LU NOT = 'T'
              AND (WS-STATUT-LU NOT = SPACES
                   OR WS-CHN-IS-OBLIGATOIRE(WS-CHN-IDX))
               MOVE WS-CHN-ETAPE(WS-CHN-IDX) TO WS-REPRISE-ETAPE
           END-IF.

           MOVE WS-CHN-IDX TO WS-ORDRE-STR.
           MOVE SPACES TO RAP-LINE.
           STRING WS-ORDRE-STR DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-CHN-ETAPE(WS-CHN-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-CHN-LIBELLE(WS-CHN-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-LIBELLE-STATUT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  INTO RAP-LINE.
           IF WS-ETAT-TROUVE-IDX > 0
               MOVE WS-ETAT-CODE-RETOUR(WS-ETAT-TROUVE-IDX)
                   TO RAP-LINE(51:2)
               MOVE WS-HORO-EDIT-DEBUT TO RAP-LINE(54:16)
               MOVE WS-HORO-EDIT-FIN   TO RAP-LINE(71:16)
               MOVE WS-NB-LANC-STR     TO RAP-LINE(88:3)
           END-IF.
           IF NOT WS-CHN-IS-OBLIGATOIRE(WS-CHN-IDX)
               MOVE '(FACULTATIVE)' TO RAP-LINE(93:13)
           END-IF.
           WRITE RAP-LINE.

      *---------------------------------------------------------------
      * 8000-CHERCHER-ETAT
      * Cherche la ligne d'etat de l'etape WS-ETAPE-CHERCHEE pour la
      * societe et la periode de la ligne PERIODE WS-PER-IDX ;
      * WS-ETAT-TROUVE-IDX a zero si l'etape n'a jamais ete lancee.
      *---------------------------------------------------------------
       8000-CHERCHER-ETAT.
           MOVE 0 TO WS-ETAT-TROUVE-IDX.
           PERFORM VARYING WS-ETAT-IDX FROM 1 BY 1
                   UNTIL WS-ETAT-IDX > WS-NB-ETAT
               IF WS-ETAT-SOCIETE(WS-ETAT-IDX)
                      = WS-PERTAB-SOCIETE(WS-PER-IDX)
                  AND WS-ETAT-PERIODE(WS-ETAT-IDX)
                      = WS-PERTAB-PERIODE(WS-PER-IDX)
                  AND WS-ETAT-ETAPE(WS-ETAT-IDX) = WS-ETAPE-CHERCHEE
                   MOVE WS-ETAT-IDX TO WS-ETAT-TROUVE-IDX
                   MOVE WS-NB-ETAT TO WS-ETAT-IDX
               END-IF
           END-PERFORM.

       8100-CHERCHER-ETAPE-CHAINE.
           MOVE 0 TO WS-CHN-TROUVE-IDX.
           PERFORM VARYING WS-CHN-PRED-IDX FROM 1 BY 1
                   UNTIL WS-CHN-PRED-IDX > WS-NB-ETAPES
               IF WS-CHN-ETAPE(WS-CHN-PRED-IDX) = WS-ETAPE-CHERCHEE
                   MOVE WS-CHN-PRED-IDX TO WS-CHN-TROUVE-IDX
               END-IF
           END-PERFORM.

       8200-LIBELLER-STATUT.
           EVALUATE WS-STATUT-LU
               WHEN 'C'
                   MOVE 'EN COURS' TO WS-LIBELLE-STATUT
               WHEN 'T'
                   MOVE 'TERMINEE' TO WS-LIBELLE-STATUT
               WHEN 'E'
                   MOVE 'EN ECHEC' TO WS-LIBELLE-STATUT
               WHEN 'A'
                   MOVE 'A RELANCER' TO WS-LIBELLE-STATUT
               WHEN SPACES
                   MOVE 'NON LANCEE' TO WS-LIBELLE-STATUT
               WHEN OTHER
                   MOVE 'INCONNU' TO WS-LIBELLE-STATUT
           END-EVALUATE.

       8300-CREER-ETAT.
           IF WS-NB-ETAT >= WS-ETAT-MAX
               DISPLAY 'TABLE D''ETAT DE LA CHAINE PLEINE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-ETAT.
           MOVE WS-NB-ETAT TO WS-ETAT-TROUVE-IDX.
           MOVE WS-PERTAB-SOCIETE(WS-PER-IDX)
               TO WS-ETAT-SOCIETE(WS-NB-ETAT).
           MOVE WS-PERTAB-PERIODE(WS-PER-IDX)
               TO WS-ETAT-PERIODE(WS-NB-ETAT).
           MOVE WS-ETAPE TO WS-ETAT-ETAPE(WS-NB-ETAT).
           MOVE SPACES TO WS-ETAT-STATUT(WS-NB-ETAT).
           MOVE SPACES TO WS-ETAT-CODE-RETOUR(WS-NB-ETAT).
           MOVE SPACES TO WS-ETAT-HORO-DEBUT(WS-NB-ETAT).
           MOVE SPACES TO WS-ETAT-HORO-FIN(WS-NB-ETAT).
           MOVE 0 TO WS-ETAT-NB-LANC(WS-NB-ETAT).

      *---------------------------------------------------------------
      * 8400-EDITER-HORODATAGE
      * AAAAMMJJHHMMSS -> AAAA-MM-JJ HH:MM (a blanc si absent).
      *---------------------------------------------------------------
       8400-EDITER-HORODATAGE.
           MOVE SPACES TO WS-HORO-EDIT.
           IF WS-HORO-SOURCE NOT = SPACES
               STRING WS-HORO-SOURCE(1:4) DELIMITED SIZE
                      '-' DELIMITED SIZE
                      WS-HORO-SOURCE(5:2) DELIMITED SIZE
                      '-' DELIMITED SIZE
                      WS-HORO-SOURCE(7:2) DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-HORO-SOURCE(9:2) DELIMITED SIZE
                      ':' DELIMITED SIZE
                      WS-HORO-SOURCE(11:2) DELIMITED SIZE
                      INTO WS-HORO-EDIT
           END-IF.

      *---------------------------------------------------------------
      * 9100-REECRIRE-ETAT
      * Reecrit le fichier d'etat complet (toutes societes et
      * periodes gardees).
      *---------------------------------------------------------------
       9100-REECRIRE-ETAT.
           OPEN OUTPUT ETAT-CHAINE-FILE.
           IF WS-ETC-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE ETATCHN - STATUS='
                   WS-ETC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-ETAT-IDX FROM 1 BY 1
                   UNTIL WS-ETAT-IDX > WS-NB-ETAT
               MOVE SPACES TO ETC-RECORD
               MOVE WS-ETAT-SOCIETE(WS-ETAT-IDX)  TO ETC-SOCIETE
               MOVE WS-ETAT-PERIODE(WS-ETAT-IDX)  TO ETC-PERIODE
               MOVE WS-ETAT-ETAPE(WS-ETAT-IDX)    TO ETC-ETAPE
               MOVE WS-ETAT-STATUT(WS-ETAT-IDX)   TO ETC-STATUT
               MOVE WS-ETAT-CODE-RETOUR(WS-ETAT-IDX)
                   TO ETC-CODE-RETOUR
               MOVE WS-ETAT-HORO-DEBUT(WS-ETAT-IDX) TO ETC-HORO-DEBUT
               MOVE WS-ETAT-HORO-FIN(WS-ETAT-IDX) TO ETC-HORO-FIN
               MOVE WS-ETAT-NB-LANC(WS-ETAT-IDX) TO ETC-NB-LANCEMENTS
               WRITE ETC-RECORD
               IF WS-ETC-STATUS NOT = '00'
                   DISPLAY 'ERREUR ECRITURE ETATCHN - STATUS='
                       WS-ETC-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.
           CLOSE ETAT-CHAINE-FILE.
