      *===============================================================
      * ETABREC.cpy
      * Enregistrement du referentiel des etablissements (ETABLIS),
      * tenu par l'equipe paie : rattache les centres de cout d'une
      * societe a leur etablissement declarant (SIREN de l'entreprise
      * + NIC de l'etablissement = SIRET) pour la DSN mensuelle emise
      * par CALCSAL-DSN. Plusieurs centres de cout peuvent relever du
      * meme etablissement (meme NIC, une ligne par centre).
      *
      * ETB-CENTRE-COUT a blanc : etablissement par defaut (siege) de
      * la societe, retenu pour les employes sans centre de cout ou
      * dont le centre n'est pas rattache ; une seule ligne par
      * defaut par societe.
      * ETB-SOCIETE a blanc : referentiel mono-societe (lancement
      * sans SOC=xxx).
      *===============================================================
       01 ETB-RECORD.
           05 ETB-SOCIETE          PIC X(3).
           05 ETB-CENTRE-COUT      PIC X(6).
           05 ETB-SIREN            PIC X(9).
           05 ETB-NIC              PIC X(5).
           05 ETB-RAISON-SOCIALE   PIC X(30).
