      * la periode corrigee n'a pas de mouvement). Les montants sont
      * portes en texte, comme le salaire de EMPMAST, et valides
      * (TEST-NUMVAL) au chargement.
      *
      * Modifications :
      *   2026-10 - Heures supplementaires a 50 %, heures de nuit et
      *             du dimanche ajoutees en fin de ligne (a blanc
      *             pour les periodes sans pointage) ; les heures
      *             supplementaires COR-HEURES-SUPP-STR sont celles
      *             du palier a 25 %.
      *   2026-10 - Revision salariale (CALCSAL-REVSAL) : COR-TYPE et
      *             COR-SALAIRE-AVANT-STR ajoutes en fin de ligne.
      *             COR-TYPE a blanc = correction complete (regle
      *             ci-dessus). COR-TYPE R = revision du seul
      *             salaire : le rappel est l'ecart entre deux
      *             recalculs de la periode, au salaire avant
      *             (COR-SALAIRE-AVANT-STR, qui doit etre celui du
      *             calcul journalise) et au salaire corrige, avec
      *             les memes quantites de mouvements de la ligne ;
      *             les mouvements journalises, que la ligne ne
      *             connait pas, ne sont ainsi pas effaces.
      *===============================================================
       01 COR-RECORD.
           05 COR-MATRICULE        PIC X(6).
           05 COR-HEURES-SUPP-STR  PIC X(8).
           05 COR-JOURS-ABS-STR    PIC X(8).
           05 COR-PRIME-EXC-STR    PIC X(12).
           05 COR-HS-50-STR        PIC X(8).
           05 COR-HEURES-NUIT-STR  PIC X(8).
           05 COR-HEURES-DIM-STR   PIC X(8).
           05 COR-TYPE             PIC X(1).
               88 COR-IS-COMPLETE    VALUE ' '.
               88 COR-IS-REVISION    VALUE 'R'.
           05 COR-SALAIRE-AVANT-STR PIC X(12).
