      *===============================================================
      * LEVEREC.cpy
      * Enregistrement du fichier des levees de suspicion (LEVEES),
      * saisi par un second operateur apres examen de l'etat des
      * virements suspects (VIRSUSP) de CALCSAL-FRAUDE : une ligne
      * par ordre de virement leve, identifie par la societe, la
      * periode, le MATRICULE et l'IBAN de l'ordre (un IBAN modifie
      * depuis la levee redevient suspect). LEV-OPERATEUR est
      * l'identifiant de l'operateur qui leve ; une levee saisie par
      * l'operateur qui lance le controle n'est pas retenue.
      *===============================================================
       01 LEV-RECORD.
           05 LEV-SOCIETE          PIC X(3).
           05 LEV-PERIODE          PIC X(7).
           05 LEV-MATRICULE        PIC X(6).
           05 LEV-IBAN             PIC X(34).
           05 LEV-OPERATEUR        PIC X(8).
           05 LEV-COMMENTAIRE      PIC X(40).
