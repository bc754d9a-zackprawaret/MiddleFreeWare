      *             fiche maitre ou sans code societe est traitee
      *             par la premiere cloture qui la rencontre
      *             (comportement mono-societe conserve).
      *   2026-10 - Les cumuls de plafond de securite sociale et de
      *             tranches A / B ajoutes a YTDMAST sont remis a
      *             zero avec les autres (la regularisation du
      *             plafond est annuelle) ; l'archive YTDARCH est
      *             inchangee.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSAL-CLOTURE.
           MOVE 0 TO YTD-BRUT.
           MOVE 0 TO YTD-CHARGES.
           MOVE 0 TO YTD-NET.
           MOVE 0 TO YTD-PLAFOND.
           MOVE 0 TO YTD-TRANCHE-A.
           MOVE 0 TO YTD-TRANCHE-B.
           REWRITE YTD-RECORD.
           IF WS-YTD-STATUS NOT = '00'
               DISPLAY 'ERREUR REECRITURE YTDMAST - STATUS='
