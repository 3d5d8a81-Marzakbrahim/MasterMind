      * 'A' = actif, 'I' = inactif (desactive, ne peut plus jouer).
           05 PM-STATUT              PIC X(1).
           05 PM-DATE-INSCR          PIC X(8).
      * Identifiant survivant quand ce joueur a ete fusionne sur un
      * autre (doublon d'inscription, voir MasterMindMerge) : le
      * joueur est alors inactif. A blanc sinon. Son ajout a porte
      * l'enregistrement de 47 a 55 caracteres : un ancien maitre
      * indexe se convertit avec MasterMindConvert (PM-FUSION-ID a
      * blanc), MasterMind refusant de demarrer sur un maitre
      * illisible.
           05 PM-FUSION-ID           PIC X(8).
