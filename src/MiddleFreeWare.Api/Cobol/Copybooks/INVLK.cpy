      *===============================================================
      * INVLK.cpy
      * Zone d'echange (LINKAGE) du sous-programme de calcul inverse
      * CALCSAL-INVERSE (net vers brut) : l'appelant renseigne le net
      * cible (INVL-NET-CIBLE, net apres impot, dans la devise du
      * calcul) et prepare CALC-LINKAGE (CALCREC.cpy) comme pour un
      * calcul direct, sauf le salaire de base, qui est cherche.
      *
      * INVL-STATUT :
      *   T = salaire trouve : CALC-LINKAGE porte le calcul complet
      *       du plus petit salaire de base (au centime) dont le net
      *       atteint la cible ; INVL-ECART = net obtenu - net cible
      *       (quelques centimes au plus, arrondis des cotisations)
      *   H = net cible hors d'atteinte (nul, ou superieur au net du
      *       salaire maximal admis par CALCSAL-CORE) : CALC-LINKAGE
      *       porte le calcul de ce salaire maximal
      *   R = calcul rejete par CALCSAL-CORE (anciennete, dates...) :
      *       motif dans CALC-REJECT-REASON
      *===============================================================
       01 INVL-LINKAGE.
           05 INVL-NET-CIBLE       PIC 9(8)V99.
           05 INVL-STATUT          PIC X(1).
               88 INVL-IS-TROUVE     VALUE 'T'.
               88 INVL-IS-HORS-PLAGE VALUE 'H'.
               88 INVL-IS-REJETE     VALUE 'R'.
           05 INVL-NB-ESSAIS       PIC 9(3).
           05 INVL-ECART           PIC 9(6)V99.
