      *             autres societes) ajoutes en fin d'enregistrement,
      *             pour que les lignes FICHES IGNOREES des totaux
      *             restent exactes apres une reprise sur incident.
      *   2026-10 - Total cumule des notes de frais remboursees ajoute
      *             en fin d'enregistrement, pour que la ligne TOTAL
      *             NOTES DE FRAIS des totaux et PC-TOT-FRAIS restent
      *             exacts apres une reprise sur incident.
      *===============================================================
       01 CKPT-RECORD.
           05 CKPT-MATRICULE       PIC X(6).
           05 CKPT-TOTAL-ACOMPTES    PIC 9(10)V99.
           05 CKPT-NB-IGNORES        PIC 9(6).
           05 CKPT-NB-AUTRES-SOC     PIC 9(6).
           05 CKPT-TOTAL-FRAIS       PIC 9(10)V99.
