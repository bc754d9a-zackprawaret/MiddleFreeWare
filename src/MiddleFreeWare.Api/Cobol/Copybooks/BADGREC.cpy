      *===============================================================
      * BADGREC.cpy
      * Enregistrement du fichier journalier de la badgeuse (BADGES)
      * importe par CALCSAL-POINTAGE : une ligne par plage de
      * presence pointee (passage en entree puis en sortie), cle sur
      * le MATRICULE.
      *
      * BDG-DATE est le jour du pointage d'entree (AAAA-MM-JJ) ; les
      * heures sont en HHMM (0000 a 2359). Une heure de sortie
      * anterieure a l'heure d'entree designe une plage qui passe
      * minuit : elle se termine le lendemain et reste rattachee au
      * jour d'entree.
      *===============================================================
       01 BDG-RECORD.
           05 BDG-MATRICULE        PIC X(6).
           05 BDG-DATE             PIC X(10).
           05 BDG-HEURE-ENTREE     PIC X(4).
           05 BDG-HEURE-SORTIE     PIC X(4).
