      *===============================================================
      * TDBRHREC.cpy
      * Enregistrement du fichier plat du tableau de bord RH (TDBRH)
      * produit par CALCSAL-TDBRH pour le controle de gestion : une
      * ligne par mois des 12 mois glissants (TDB-TYPE-LIGNE M) et
      * une ligne de cumul sur les 12 mois (TDB-TYPE-LIGNE C), pour
      * chaque niveau de ventilation :
      *   D = societe + centre de cout + categorie
      *   C = societe + categorie (tous centres)
      *   S = societe (tous centres, toutes categories)
      *   G = groupe (toutes societes)
      * Les zones de ventilation hors du niveau sont a blanc ; un
      * centre de cout a blanc au niveau D est celui des salaries
      * sans centre.
      *
      * Ligne M : TDB-PERIODE-DEBUT = TDB-PERIODE-FIN = le mois.
      * Ligne C : premier et dernier mois de la fenetre ; effectif
      * de debut du premier mois, effectif de fin du dernier,
      * entrees, sorties, bulletins et masse cumules.
      * Taux de rotation en % : (entrees + sorties) / 2 rapporte a
      * l'effectif moyen ((debut + fin) / 2, moyenne des 12 mois
      * pour la ligne C). Brut moyen et median par bulletin, masse
      * salariale brute, en EUR (cours TAUXCHG).
      *===============================================================
       01 TDB-RECORD.
           05 TDB-TYPE-LIGNE       PIC X(1).
               88 TDB-IS-MOIS        VALUE 'M'.
               88 TDB-IS-CUMUL       VALUE 'C'.
           05 TDB-PERIODE-DEBUT    PIC X(7).
           05 TDB-PERIODE-FIN      PIC X(7).
           05 TDB-NIVEAU           PIC X(1).
               88 TDB-IS-DETAIL      VALUE 'D'.
               88 TDB-IS-CATEGORIE   VALUE 'C'.
               88 TDB-IS-SOCIETE     VALUE 'S'.
               88 TDB-IS-GROUPE      VALUE 'G'.
           05 TDB-SOCIETE          PIC X(3).
           05 TDB-CENTRE-COUT      PIC X(6).
           05 TDB-CATEGORIE        PIC X(1).
           05 TDB-EFFECTIF-DEBUT   PIC 9(6).
           05 TDB-EFFECTIF-FIN     PIC 9(6).
           05 TDB-ENTREES          PIC 9(6).
           05 TDB-SORTIES          PIC 9(6).
           05 TDB-TAUX-ROTATION    PIC 9(4)V99.
           05 TDB-NB-BULLETINS     PIC 9(6).
           05 TDB-BRUT-MOYEN       PIC 9(8)V99.
           05 TDB-BRUT-MEDIAN      PIC 9(8)V99.
           05 TDB-MASSE-EUR        PIC 9(12)V99.
