      *===============================================================
      * ETATREC.cpy
      * Enregistrement du fichier d'etat de la chaine mensuelle
      * (ETATCHN), tenu par le pilote CALCSAL-PILOTE : une ligne par
      * etape (nom du job de la chaine, ex CALCSALB), societe et
      * periode, avec le statut de l'etape, le code retour du
      * programme et l'horodatage (AAAAMMJJHHMMSS) du debut et de la
      * fin du dernier lancement.
      *
      * ETC-STATUT :
      *   C = en cours (lancement autorise par le pilote, fin non
      *       encore enregistree : job en cours ou interrompu)
      *   T = terminee correctement (code retour 0 ou 4)
      *   E = en echec (code retour 8 ou plus, ou abend)
      *   A = a relancer : etape terminee, mais un de ses
      *       predecesseurs a ete relance depuis
      * ETC-CODE-RETOUR : 00, 04, 08 (8 ou plus), AB (abend), a blanc
      * tant que l'etape est en cours.
      * ETC-SOCIETE a blanc : fichier PERIODE mono-societe.
      *===============================================================
       01 ETC-RECORD.
           05 ETC-SOCIETE          PIC X(3).
           05 ETC-PERIODE          PIC X(7).
           05 ETC-ETAPE            PIC X(8).
           05 ETC-STATUT           PIC X(1).
               88 ETC-IS-EN-COURS    VALUE 'C'.
               88 ETC-IS-TERMINEE    VALUE 'T'.
               88 ETC-IS-EN-ECHEC    VALUE 'E'.
               88 ETC-IS-A-RELANCER  VALUE 'A'.
           05 ETC-CODE-RETOUR      PIC X(2).
           05 ETC-HORO-DEBUT       PIC X(14).
           05 ETC-HORO-FIN         PIC X(14).
           05 ETC-NB-LANCEMENTS    PIC 9(3).
