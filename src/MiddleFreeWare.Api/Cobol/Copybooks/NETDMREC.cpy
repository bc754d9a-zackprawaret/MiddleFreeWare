      *===============================================================
      * NETDMREC.cpy
      * Enregistrement du fichier des salaries a net garanti
      * (NETDEM), tenu par la mobilite internationale et traite par
      * CALCSAL-NETGAR : pour chaque salarie, le net a payer apres
      * impot garanti par son contrat, exprime dans sa devise de
      * paie. Le net est porte en texte, comme le salaire de
      * EMPMAST, et valide (TEST-NUMVAL) au traitement. NDM-DEVISE
      * a blanc = devise de la fiche EMPMAST.
      *===============================================================
       01 NDM-RECORD.
           05 NDM-MATRICULE        PIC X(6).
           05 NDM-NET-STR          PIC X(12).
           05 NDM-DEVISE           PIC X(3).
