           05 GH-PLAYER-ID           PIC X(8).
           05 GH-SECRET              PIC X(6).
           05 GH-NBR-TENT            PIC 9(2).
      * 'OUI' = gagnee, 'NON' = perdue (tentatives epuisees), 'ABA' =
      * abandonnee avant la fin (voir GH-MOTIF-ARRET) : une partie
      * abandonnee n'est ni une defaite du devineur ni une victoire du
      * poseur, GH-NBR-TENT porte les tentatives jouees jusque-la.
           05 GH-WIN-FLAG            PIC X(3).
           05 GH-TIMESTAMP           PIC X(14).
           05 GH-SEED                PIC 9(8).
      * cette cle au lieu d'une inference par position. Vide sur les
      * enregistrements anterieurs a l'ajout du champ.
           05 GH-GAME-ID             PIC X(18).
      * Motif de l'arret d'une partie abandonnee (GH-WIN-FLAG = 'ABA'),
      * a blanc pour une partie menee a son terme :
      *   'F' = "FIN" tape par le devineur (ou depose dans son paquet),
      *   'I' = trop de saisies invalides consecutives (terminal sans
      *         entree exploitable, session coupee),
      *   'P' = paquet de propositions epuise avant la fin (par lots),
      *   'D' = l'ordinateur devineur n'a plus de code coherent,
      *   'R' = point de reprise expire sans avoir ete repris
      *         (MasterMindPurge).
      * Vide sur les enregistrements anterieurs a l'ajout du champ.
           05 GH-MOTIF-ARRET         PIC X(1).
