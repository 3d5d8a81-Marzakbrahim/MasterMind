      * Enregistrement du tableau a elimination directe du championnat
      * du club (MMBRACKT.DAT), tenu par MasterMindBracket : un seul
      * championnat par fichier, relu en entier puis reecrit a chaque
      * passage. Structure par type d'enregistrement :
      * 'E' = en-tete du championnat (un seul, en tete de fichier),
      * 'J' = engage avec sa tete de serie et sa cote au tirage,
      * 'M' = rencontre d'un tour (deux engages, ou un seul = exempt),
      * 'P' = partie de GAMEHIST.DAT rattachee a une rencontre par son
      *       identifiant (GH-GAME-ID), pour ne jamais la compter deux
      *       fois ni la rattacher a une autre rencontre.
       FD  BRACKET-FILE.
       01 BRACKET-RECORD.
           05 BK-TYPE                PIC X(1).
           05 BK-DONNEES             PIC X(79).
      * Vue en-tete du championnat (BK-TYPE = 'E').
           05 BK-ENTETE REDEFINES BK-DONNEES.
               10 BE-LIBELLE         PIC X(30).
               10 BE-DATE-TIRAGE     PIC X(8).
      * Taille du tableau (puissance de 2 >= nombre d'engages).
               10 BE-TAILLE          PIC 9(2).
               10 BE-NB-ENGAGES      PIC 9(2).
               10 BE-NB-MANCHES      PIC 9(2).
               10 BE-DELAI-JOURS     PIC 9(3).
               10 BE-TOUR-COURANT    PIC 9(1).
      * 'C' = en cours, 'T' = termine (champion designe).
               10 BE-STATUT          PIC X(1).
               10 BE-CHAMPION        PIC X(8).
               10 FILLER             PIC X(22).
      * Vue engage (BK-TYPE = 'J').
           05 BK-ENGAGE REDEFINES BK-DONNEES.
               10 BJ-TETE-SERIE      PIC 9(2).
               10 BJ-PLAYER-ID       PIC X(8).
               10 BJ-NOM             PIC X(30).
               10 BJ-COTE            PIC 9(4).
               10 FILLER             PIC X(35).
      * Vue rencontre (BK-TYPE = 'M'). Joueur A = la meilleure tete
      * de serie des deux ; joueur B a blanc = exempt (tableau
      * incomplet). Etat : 'A' a jouer, 'J' jouee (toutes les
      * manches), 'L' decidee a la date limite sur les manches
      * jouees, 'F' forfait (aucune manche a la date limite),
      * 'E' exempt. Victoires et tentatives sont celles de chaque
      * joueur quand il devinait.
           05 BK-RENCONTRE REDEFINES BK-DONNEES.
               10 BM-TOUR            PIC 9(1).
               10 BM-NUMERO          PIC 9(2).
               10 BM-JOUEUR-A        PIC X(8).
               10 BM-JOUEUR-B        PIC X(8).
               10 BM-DATE-DEBUT      PIC X(8).
               10 BM-DATE-LIMITE     PIC X(8).
               10 BM-ETAT            PIC X(1).
               10 BM-VAINQUEUR       PIC X(8).
               10 BM-VICT-A          PIC 9(2).
               10 BM-VICT-B          PIC 9(2).
               10 BM-TENT-A          PIC 9(3).
               10 BM-TENT-B          PIC 9(3).
               10 BM-MANCHES-A       PIC 9(2).
               10 BM-MANCHES-B       PIC 9(2).
               10 FILLER             PIC X(21).
      * Vue partie rattachee (BK-TYPE = 'P').
           05 BK-PARTIE REDEFINES BK-DONNEES.
               10 BP-TOUR            PIC 9(1).
               10 BP-NUMERO          PIC 9(2).
               10 BP-GAME-ID         PIC X(18).
               10 FILLER             PIC X(58).
