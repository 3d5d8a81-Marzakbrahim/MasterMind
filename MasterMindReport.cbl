      * puis ratio de victoires decroissant, puis moyenne de
      * tentatives par victoire croissante, avec numero de rang.
      *
      * Les parties abandonnees (GH-WIN-FLAG = 'ABA' : "FIN", session
      * coupee, paquet epuise, reprise expiree) ont leur propre
      * colonne ABAN. : comptees dans les parties jouees, mais ni en
      * victoire ni en defaite, et hors du ratio de victoires (calcule
      * sur les parties menees a leur terme).
      *
      * Construit par tris sur fichier (verbe SORT) et ruptures, sans
      * table en memoire : aucun plafond sur le nombre de joueurs
      * (l'ancienne table OCCURS 50 tronquait le rapport passe 50
      *             rupture vers un fichier de travail d'agregats ;
      *   passe 2 : tri des agregats dans l'ordre du classement,
      *             edition au fil du RETURN.
      *
      * Periode saisie au lancement (date de debut et date de fin,
      * YYYYMMDD, a blanc = sans borne) : les parties de la periode
      * sont lues dans les archives (GAMEARCH.DAT) puis dans
      * l'historique courant (GAMEHIST.DAT) comme un seul flux, pour
      * un classement annuel ou "depuis toujours" malgre l'archivage
      * mensuel. L'entete de l'etat rappelle la periode et, par
      * fichier, les parties retenues et les dates couvertes.
      *
      * Les parties en suspens dans MMHOLD.DAT (signalees par les
      * controles et pas encore levees, ou confirmees et donc annulees
      * par le comite) n'entrent pas au classement : elles sont
      * listees en fin d'etat, avec leur motif, dans une section
      * PARTIES ECARTEES. Si MMHOLD.DAT est illisible ou depasse la
      * table (2000 parties), des parties en suspens peuvent rester
      * classees : la section le signale et le code retour est 8.
      *
      * Les parties ou l'ordinateur devine (GH-PLAYER-ID = 'ORDI') ne
      * sont pas classees : comptees a part, elles font l'objet d'une
      * ligne REFERENCE ORDINATEUR dans les totaux de fin d'etat, comme
      * dans MasterMindAnalysis.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT GAME-HIST-FILE ASSIGN TO "GAMEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GH-STATUS.
      * Archives des periodes purgees (MasterMindArchive), lues avant
      * l'historique courant pour couvrir toute la periode demandee.
           SELECT GAME-ARCH-FILE ASSIGN TO "GAMEARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
      * Etat imprimable du classement.
           SELECT PRINT-FILE ASSIGN TO "MMREPORT.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS RANDOM
               RECORD KEY IS RT-PLAYER-ID
               FILE STATUS IS WS-RT-STATUS.
      * Parties en suspens (travaux de controle, revue du comite).
           SELECT HOLD-FILE ASSIGN TO "MMHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HO-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY GAMEHIST.

       FD  GAME-ARCH-FILE.
       01 GAME-ARCH-RECORD            PIC X(80).
           COPY RATINGS.

           COPY HOLDS.

       FD  PRINT-FILE.
       01 PRINT-RECORD                PIC X(80).

           05 AG-DEFAITES             PIC 9(4).
           05 AG-CUMUL                PIC 9(6).
           05 AG-MEILLEUR             PIC 9(2).
           05 AG-ABANDONS             PIC 9(4).

       SD  TRI-DETAIL-FILE.
       01 TD-REC.
           05 TA-DEFAITES             PIC 9(4).
           05 TA-CUMUL                PIC 9(6).
           05 TA-MEILLEUR             PIC 9(2).
           05 TA-ABANDONS             PIC 9(4).

       WORKING-STORAGE SECTION.

           88 GH-OUVERT                VALUE 'Y'.
           88 GH-FERME                 VALUE 'N'.

      * Periode demandee au lancement (YYYYMMDD, bornes incluses ; a
      * blanc = sans borne).
       01 WS-DATE-DEBUT                PIC X(8).
       01 WS-DATE-FIN                  PIC X(8).
       01 WS-PERIODE                   PIC X VALUE 'Y'.
           88 PERIODE-VALIDE           VALUE 'Y'.
           88 PERIODE-INVALIDE         VALUE 'N'.
       01 WS-BORNES                    PIC X VALUE 'O'.
           88 SANS-BORNE               VALUE 'O'.
           88 AVEC-BORNE               VALUE 'N'.

      * Flux unique des parties : les archives (GAMEARCH.DAT, periodes
      * purgees par MasterMindArchive) puis l'historique courant
      * (GAMEHIST.DAT), lus l'un apres l'autre comme un seul fichier.
       01 WS-ARCH-STATUS               PIC X(2).
       01 WS-ARCH-OUVERT               PIC X VALUE 'N'.
           88 ARCH-OUVERT              VALUE 'Y'.
           88 ARCH-FERME               VALUE 'N'.
       01 WS-SOURCE                    PIC X.
           88 SOURCE-ARCHIVE           VALUE 'A'.
           88 SOURCE-HISTO             VALUE 'H'.
       01 WS-RETENU                    PIC X.
           88 HISTO-RETENU             VALUE 'Y'.
           88 HISTO-ECARTE             VALUE 'N'.
      * Bilan par fichier pour l'entete de l'etat (1 = GAMEARCH,
      * 2 = GAMEHIST) : etat ('L' lu, 'A' absent), parties lues,
      * parties retenues dans la periode et dates extremes retenues.
       01 WS-SOURCES-TABLE.
           05 WS-SRC OCCURS 2 TIMES.
               10 WS-SRC-FICHIER        PIC X(12).
               10 WS-SRC-ETAT           PIC X.
               10 WS-SRC-LUS            PIC 9(6).
               10 WS-SRC-RETENUS        PIC 9(6).
               10 WS-SRC-DATE-MIN       PIC X(8).
               10 WS-SRC-DATE-MAX       PIC X(8).
       01 WS-S                         PIC 9.
      * Parties sans date lisible : ecartees des qu'une borne est
      * saisie (impossible de les situer dans la periode).
       01 WS-NB-SANS-DATE              PIC 9(6) VALUE 0.
       01 WS-DATE-A-EDITER             PIC X(8).
       01 WS-DATE-EDITEE               PIC X(10).
       01 WS-DATE-ED1                  PIC X(10).
       01 WS-DATE-ED2                  PIC X(10).

      * Echelle des cotes : etat, indicateur d'ouverture (meme raison
      * que WS-GH-OUVERT) et cote editee pour la colonne du classement
      * general.
       01 WS-C-PARTIES                 PIC 9(4).
       01 WS-C-VICTOIRES               PIC 9(4).
       01 WS-C-DEFAITES                PIC 9(4).
       01 WS-C-ABANDONS                PIC 9(4).
       01 WS-C-CUMUL-TENT              PIC 9(6).
       01 WS-C-MEILLEUR                PIC 9(2).
      * Cumuls du joueur en cours (toutes classes, pondere).
       01 WS-G-PARTIES                 PIC 9(4).
       01 WS-G-VICTOIRES               PIC 9(4).
       01 WS-G-ABANDONS                PIC 9(4).
       01 WS-G-POINTS                  PIC 9(6).

      * Compteurs generaux du passage et totaux de fin d'etat.
       01 WS-NB-JOUEURS                PIC 9(6) VALUE 0.
       01 WS-TOT-PARTIES               PIC 9(6) VALUE 0.
       01 WS-TOT-VICTOIRES             PIC 9(6) VALUE 0.
       01 WS-TOT-ABANDONS              PIC 9(6) VALUE 0.

      * Parties de l'ordinateur devineur, hors classement : ligne de
      * reference seulement.
       01 WS-ORDI-PARTIES              PIC 9(6) VALUE 0.
       01 WS-ORDI-GAGNEES              PIC 9(6) VALUE 0.
       01 WS-ORDI-CUMUL                PIC 9(8) VALUE 0.

      * Edition : rupture de section, rang dans la section courante.
       01 WS-SECTION-PREC              PIC X(3).
           05 FILLER                   PIC X(8) VALUE 'PARTIES '.
           05 FILLER                   PIC X(7) VALUE 'VICT.  '.
           05 FILLER                   PIC X(7) VALUE 'DEF.   '.
           05 FILLER                   PIC X(7) VALUE 'ABAN.  '.
           05 FILLER                   PIC X(9) VALUE '% VICT.  '.
           05 FILLER                   PIC X(10) VALUE 'MOY./GAIN '.
           05 FILLER                   PIC X(9) VALUE 'MEILLEURE'.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 LC-DEFAITES              PIC ZZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 LC-ABANDONS              PIC ZZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 LC-RATIO                 PIC ZZ9.9.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 LC-MOYENNE               PIC ZZ9.99.
           05 FILLER                   PIC X(8) VALUE 'POINTS  '.
           05 FILLER                   PIC X(7) VALUE 'VICT.  '.
           05 FILLER                   PIC X(8) VALUE 'PARTIES '.
           05 FILLER                   PIC X(7) VALUE 'ABAN.  '.
           05 FILLER                   PIC X(6) VALUE 'COTE  '.
           05 FILLER                   PIC X(28) VALUE SPACES.
       01 LIGNE-GLOBAL.
           05 LG-RANG                  PIC ZZZ9.
           05 FILLER                   PIC X(2) VALUE '. '.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 LG-PARTIES               PIC ZZZ9.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 LG-ABANDONS              PIC ZZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 LG-COTE                  PIC X(4).
           05 FILLER                   PIC X(25) VALUE SPACES.
       01 LIGNE-TOTAUX.
           05 FILLER                   PIC X(22)
              VALUE 'TOTAUX DU PASSAGE  -  '.
           05 LX-VICTOIRES             PIC ZZZZZ9.
       01 WS-LIGNE-TRAVAIL             PIC X(80).

      * Parties ecartees : identifiants en suspens ou confirmes dans
      * MMHOLD.DAT (une partie levee compte a nouveau), avec le motif
      * et le travail du premier signalement retenu ; parties
      * rencontrees dans le flux et ecartees, pour la section de fin
      * d'etat (500 lignes editees, les suivantes seulement comptees).
       01 WS-HO-STATUS                 PIC X(2).
       01 WS-HO-FIN                    PIC X.
           88 HO-FIN-OUI               VALUE 'Y'.
           88 HO-FIN-NON               VALUE 'N'.
       01 WS-NB-SUSP                   PIC 9(4) VALUE 0.
      * Table incomplete : MMHOLD.DAT illisible, ou plus de parties a
      * ecarter que la table n'en contient.
       01 WS-SUSP-ETAT                 PIC X VALUE 'C'.
           88 SUSPENS-COMPLETS         VALUE 'C'.
           88 SUSPENS-TABLE-PLEINE     VALUE 'P'.
           88 SUSPENS-ILLISIBLES       VALUE 'I'.
           88 SUSPENS-INCOMPLETS       VALUE 'P' 'I'.
       01 WS-NB-SUSP-NON-CHARGES       PIC 9(6) VALUE 0.
       01 WS-SUSP-TABLE.
           05 WS-SUSP OCCURS 2000 TIMES.
               10 WS-SU-GAME-ID         PIC X(18).
               10 WS-SU-SOURCE          PIC X(8).
               10 WS-SU-MOTIF           PIC X(40).
       01 WS-IDX-SUSP                  PIC 9(4).
       01 WS-SUSP-TROUVE               PIC X.
           88 PARTIE-SUSPENDUE         VALUE 'Y'.
           88 PARTIE-LIBRE             VALUE 'N'.
       01 WS-NB-ECARTEES               PIC 9(6) VALUE 0.
       01 WS-ECARTEES-TABLE.
           05 WS-ECARTEE OCCURS 500 TIMES.
               10 WS-EC-PLAYER-ID       PIC X(8).
               10 WS-EC-GAME-ID         PIC X(18).
               10 WS-EC-SOURCE          PIC X(8).
               10 WS-EC-MOTIF           PIC X(40).
       01 WS-IDX-EC                    PIC 9(4).
       01 LIGNE-COLONNES-EC.
           05 FILLER                   PIC X(10) VALUE 'JOUEUR    '.
           05 FILLER                   PIC X(20)
              VALUE 'PARTIE              '.
           05 FILLER                   PIC X(10) VALUE 'SIGNALEE  '.
           05 FILLER                   PIC X(40) VALUE 'MOTIF'.
       01 LIGNE-ECARTEE.
           05 LE-PLAYER-ID             PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 LE-GAME-ID               PIC X(18).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 LE-SOURCE                PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 LE-MOTIF                 PIC X(40).

      * Champs de travail de l'edition.
       01 WS-RATIO                     PIC 9(3)V9.
       01 WS-MOYENNE                   PIC 9(3)V99.
       01 WS-MOYENNE-ED                PIC ZZ9.99.


       PROCEDURE DIVISION.
       PROGRAMME-PRINCIPAL.
      *********************
           PERFORM INITIALISATION-DEB THRU INITIALISATION-FIN
           IF PERIODE-VALIDE AND (GH-OUVERT OR ARCH-OUVERT)
      * Passe 1 : detail trie par joueur puis classe, cumuls par
      * rupture vers AGG-FILE (type 'C' = ligne de classe, type 'G' =
      * total pondere du joueur, chaque agregat portant ses cles de
       INITIALISATION-DEB.
      ********************
           SET FIN-FICHIER-NON TO TRUE
           PERFORM PERIODE-DEB THRU PERIODE-FIN
           IF PERIODE-INVALIDE
             GO TO INITIALISATION-FIN
           END-IF
           PERFORM OUVRIR-FLUX-DEB THRU OUVRIR-FLUX-FIN
           IF FIN-FICHIER-OUI
             DISPLAY 'Aucun historique trouve (GAMEARCH.DAT et '
                     'GAMEHIST.DAT absents).'
           END-IF
      * Echelle des cotes : ouverte pour la colonne COTE du classement
      * general, colonne laissee vide si l'echelle n'est pas encore en
           IF WS-RT-STATUS = '00'
             SET RT-OUVERT TO TRUE
           END-IF
           PERFORM CHARGER-SUSPENS-DEB THRU CHARGER-SUSPENS-FIN
           ACCEPT WS-DATE-EDITION FROM DATE YYYYMMDD
           .
      **************************
      *************
       LECTURE-DEB.
      *************
           PERFORM LIRE-FLUX-DEB THRU LIRE-FLUX-FIN
           IF FIN-FICHIER-OUI
             GO TO LECTURE-FIN
           END-IF
           ADD 1 TO WS-NB-LUS
           PERFORM EST-SUSPENDUE-DEB THRU EST-SUSPENDUE-FIN
           IF PARTIE-SUSPENDUE
             ADD 1 TO WS-NB-ECARTEES
             IF WS-NB-ECARTEES <= 500
               MOVE GH-PLAYER-ID TO WS-EC-PLAYER-ID(WS-NB-ECARTEES)
               MOVE GH-GAME-ID TO WS-EC-GAME-ID(WS-NB-ECARTEES)
               MOVE WS-SU-SOURCE(WS-IDX-SUSP)
                    TO WS-EC-SOURCE(WS-NB-ECARTEES)
               MOVE WS-SU-MOTIF(WS-IDX-SUSP)
                    TO WS-EC-MOTIF(WS-NB-ECARTEES)
             END-IF
             GO TO LECTURE-FIN
           END-IF
      * L'ordinateur devineur : ligne de reference seulement.
           IF GH-PLAYER-ID = 'ORDI'
             ADD 1 TO WS-ORDI-PARTIES
             IF GH-WIN-FLAG = 'OUI' AND GH-NBR-TENT IS NUMERIC
               ADD 1 TO WS-ORDI-GAGNEES
               ADD GH-NBR-TENT TO WS-ORDI-CUMUL
             END-IF
             GO TO LECTURE-FIN
           END-IF
           PERFORM CLASSE-DEB THRU CLASSE-FIN
           MOVE GH-PLAYER-ID TO TD-PLAYER
           MOVE WS-CLASSE-COURANTE TO TD-CLASSE
           EVALUATE GH-WIN-FLAG
             WHEN 'OUI'
               MOVE 'O' TO TD-WIN
             WHEN 'ABA'
               MOVE 'A' TO TD-WIN
             WHEN OTHER
               MOVE 'N' TO TD-WIN
           END-EVALUATE
           IF GH-NBR-TENT IS NUMERIC
             MOVE GH-NBR-TENT TO TD-TENT
           ELSE
             MOVE ZERO TO TD-TENT
           END-IF
           MOVE WS-POIDS TO TD-POIDS
           RELEASE TD-REC
           .
      *****************
       LECTURE-FIN. EXIT.
      *****************

      *********************
       CHARGER-SUSPENS-DEB.
      *********************
      * Charge les parties a ecarter : toute ligne de MMHOLD.DAT en
      * suspens ('S') ou confirmee ('C'). Fichier absent = aucune
      * partie en suspens ; fichier present mais illisible = table
      * incomplete.
           OPEN INPUT HOLD-FILE
           IF WS-HO-STATUS = '35'
             GO TO CHARGER-SUSPENS-FIN
           END-IF
           IF WS-HO-STATUS NOT = '00'
             DISPLAY 'Fichier des suspens illisible (MMHOLD.DAT, '
                     'status ' WS-HO-STATUS ').'
             SET SUSPENS-ILLISIBLES TO TRUE
             MOVE 8 TO RETURN-CODE
             GO TO CHARGER-SUSPENS-FIN
           END-IF
           SET HO-FIN-NON TO TRUE
           PERFORM UNTIL HO-FIN-OUI
             READ HOLD-FILE
               AT END
                 SET HO-FIN-OUI TO TRUE
               NOT AT END
                 IF (HO-EN-SUSPENS OR HO-CONFIRMEE)
                    AND HO-GAME-ID NOT = SPACES
                   PERFORM RETENIR-SUSPENS-DEB THRU RETENIR-SUSPENS-FIN
                 END-IF
             END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           IF SUSPENS-TABLE-PLEINE
             DISPLAY 'Attention : plus de 2000 parties en suspens '
                     'dans MMHOLD.DAT, ' WS-NB-SUSP-NON-CHARGES
                     ' non chargee(s) : archiver les lignes revues '
                     'puis relancer.'
             MOVE 8 TO RETURN-CODE
           END-IF
           .
      *************************
       CHARGER-SUSPENS-FIN. EXIT.
      *************************

      *********************
       RETENIR-SUSPENS-DEB.
      *********************
      * Une partie signalee par plusieurs controles n'occupe qu'une
      * place : seul son premier signalement est garde.
           SET PARTIE-LIBRE TO TRUE
           PERFORM VARYING WS-IDX-SUSP FROM 1 BY 1
                   UNTIL WS-IDX-SUSP > WS-NB-SUSP OR PARTIE-SUSPENDUE
             IF WS-SU-GAME-ID(WS-IDX-SUSP) = HO-GAME-ID
               SET PARTIE-SUSPENDUE TO TRUE
             END-IF
           END-PERFORM
           IF PARTIE-SUSPENDUE
             GO TO RETENIR-SUSPENS-FIN
           END-IF
           IF WS-NB-SUSP < 2000
             ADD 1 TO WS-NB-SUSP
             MOVE HO-GAME-ID TO WS-SU-GAME-ID(WS-NB-SUSP)
             MOVE HO-SOURCE TO WS-SU-SOURCE(WS-NB-SUSP)
             MOVE HO-MOTIF TO WS-SU-MOTIF(WS-NB-SUSP)
           ELSE
             SET SUSPENS-TABLE-PLEINE TO TRUE
             ADD 1 TO WS-NB-SUSP-NON-CHARGES
           END-IF
           .
      *************************
       RETENIR-SUSPENS-FIN. EXIT.
      *************************

      *******************
       EST-SUSPENDUE-DEB.
      *******************
      * PARTIE-SUSPENDUE si GH-GAME-ID est a ecarter (WS-IDX-SUSP
      * pointe alors sa ligne). Une partie sans identifiant (ancien
      * format) ne peut pas etre en suspens.
           SET PARTIE-LIBRE TO TRUE
           IF GH-GAME-ID = SPACES
             GO TO EST-SUSPENDUE-FIN
           END-IF
           PERFORM VARYING WS-IDX-SUSP FROM 1 BY 1
                   UNTIL WS-IDX-SUSP > WS-NB-SUSP OR PARTIE-SUSPENDUE
             IF WS-SU-GAME-ID(WS-IDX-SUSP) = GH-GAME-ID
               SET PARTIE-SUSPENDUE TO TRUE
             END-IF
           END-PERFORM
           IF PARTIE-SUSPENDUE
             SUBTRACT 1 FROM WS-IDX-SUSP
           END-IF
           .
      ***********************
       EST-SUSPENDUE-FIN. EXIT.
      ***********************

      ***********
       CLASSE-DEB.
      ***********
           MOVE TD-PLAYER TO WS-PLAYER-PREC
           MOVE ZERO TO WS-G-PARTIES
           MOVE ZERO TO WS-G-VICTOIRES
           MOVE ZERO TO WS-G-ABANDONS
           MOVE ZERO TO WS-G-POINTS
           .
      *********************
           MOVE ZERO TO WS-C-PARTIES
           MOVE ZERO TO WS-C-VICTOIRES
           MOVE ZERO TO WS-C-DEFAITES
           MOVE ZERO TO WS-C-ABANDONS
           MOVE ZERO TO WS-C-CUMUL-TENT
           MOVE ZERO TO WS-C-MEILLEUR
           .
      ******************
           ADD 1 TO WS-C-PARTIES
           ADD 1 TO WS-G-PARTIES
           EVALUATE TD-WIN
             WHEN 'O'
               ADD 1 TO WS-C-VICTOIRES
               ADD 1 TO WS-G-VICTOIRES
               ADD TD-TENT TO WS-C-CUMUL-TENT
               ADD TD-POIDS TO WS-G-POINTS
               IF WS-C-MEILLEUR = ZERO OR TD-TENT < WS-C-MEILLEUR
                 MOVE TD-TENT TO WS-C-MEILLEUR
               END-IF
             WHEN 'A'
               ADD 1 TO WS-C-ABANDONS
               ADD 1 TO WS-G-ABANDONS
             WHEN OTHER
               ADD 1 TO WS-C-DEFAITES
           END-EVALUATE
           .
      **********************
       CUMULER-FICHE-FIN. EXIT.
      *****************
      * Ecrit l'agregat de la rupture classe/joueur, avec ses cles de
      * classement pre-calculees : victoires, puis ratio de victoires
      * (x1000, sur les parties menees a terme : les abandons n'y
      * entrent pas), puis moyenne de tentatives par victoire (x100,
      * 999999 sans victoire pour passer derriere tout le monde).
           MOVE 'C' TO AG-TYPE
           MOVE WS-CLASSE-PREC TO AG-CLASSE
           MOVE WS-C-VICTOIRES TO AG-CLE1
           IF WS-C-VICTOIRES + WS-C-DEFAITES > ZERO
             COMPUTE AG-CLE2 = WS-C-VICTOIRES * 1000
                               / (WS-C-VICTOIRES + WS-C-DEFAITES)
           ELSE
             MOVE ZERO TO AG-CLE2
           END-IF
           IF WS-C-VICTOIRES > ZERO
             COMPUTE AG-CLE3 = WS-C-CUMUL-TENT * 100
                               / WS-C-VICTOIRES
           MOVE WS-C-PARTIES TO AG-PARTIES
           MOVE WS-C-VICTOIRES TO AG-VICTOIRES
           MOVE WS-C-DEFAITES TO AG-DEFAITES
           MOVE WS-C-ABANDONS TO AG-ABANDONS
           MOVE WS-C-CUMUL-TENT TO AG-CUMUL
           MOVE WS-C-MEILLEUR TO AG-MEILLEUR
           WRITE AGG-RECORD
           MOVE ZERO TO AG-DEFAITES
           MOVE WS-G-POINTS TO AG-CUMUL
           MOVE ZERO TO AG-MEILLEUR
           MOVE WS-G-ABANDONS TO AG-ABANDONS
           WRITE AGG-RECORD
           ADD 1 TO WS-NB-JOUEURS
           ADD WS-G-PARTIES TO WS-TOT-PARTIES
           ADD WS-G-VICTOIRES TO WS-TOT-VICTOIRES
           ADD WS-G-ABANDONS TO WS-TOT-ABANDONS
           .
      *********************
       SOLDE-JOUEUR-FIN. EXIT.
                     WS-PRT-STATUS '), edition abandonnee.'
             GO TO EDITION-VIDER
           END-IF
           PERFORM ECRIRE-PAGE-DEB THRU ECRIRE-PAGE-FIN
           PERFORM ENTETE-PERIMETRE-DEB THRU ENTETE-PERIMETRE-FIN
           MOVE SPACES TO WS-SECTION-PREC
           SET FIN-TRI-NON TO TRUE
           PERFORM EDITION-AGG-DEB THRU EDITION-AGG-FIN
               UNTIL FIN-TRI-OUI
           IF WS-NB-JOUEURS = ZERO
             MOVE LIGNE-VIDE TO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
             MOVE 'AUCUNE PARTIE SUR LA PERIODE.' TO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           END-IF
           IF WS-NB-ECARTEES > ZERO OR SUSPENS-INCOMPLETS
             PERFORM ECARTEES-DEB THRU ECARTEES-FIN
           END-IF
           PERFORM TOTAUX-DEB THRU TOTAUX-FIN
           CLOSE PRINT-FILE
           DISPLAY 'Classement ecrit dans MMREPORT.LST ('
                   WS-NB-JOUEURS ' joueurs, ' WS-NB-LUS
                   ' parties lues, ' WS-NB-ECARTEES
                   ' ecartees en suspens).'
           GO TO EDITION-FIN.
      * Etat inutilisable : vider quand meme le tri, un OUTPUT
      * PROCEDURE doit consommer toutes les fiches.
           MOVE TA-PARTIES TO LC-PARTIES
           MOVE TA-VICTOIRES TO LC-VICTOIRES
           MOVE TA-DEFAITES TO LC-DEFAITES
           MOVE TA-ABANDONS TO LC-ABANDONS
      * AG-CLE2 porte le ratio en pour-mille : edite en pourcentage.
           COMPUTE WS-RATIO = TA-CLE2 / 10
           MOVE WS-RATIO TO LC-RATIO
           MOVE TA-CLE1 TO LG-POINTS
           MOVE TA-VICTOIRES TO LG-VICTOIRES
           MOVE TA-PARTIES TO LG-PARTIES
           MOVE TA-ABANDONS TO LG-ABANDONS
      * Cote du joueur par lecture directe dans l'echelle : '-' pour
      * un joueur pas encore cote, vide si l'echelle est absente.
           IF RT-OUVERT
       LIGNE-GLOBAL-FIN. EXIT.
      ********************

      *************
       ECARTEES-DEB.
      *************
      * Section de fin d'etat : parties de la periode ecartees du
      * classement parce qu'en suspens ou confirmees dans MMHOLD.DAT,
      * avec l'avertissement si la table des suspens est incomplete.
           IF WS-LIGNE-CPT > WS-MAX-LIGNES
             PERFORM ECRIRE-PAGE-DEB THRU ECRIRE-PAGE-FIN
           END-IF
           MOVE LIGNE-VIDE TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE '* PARTIES ECARTEES DU CLASSEMENT (EN SUSPENS)'
                TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE LIGNE-COLONNES-EC TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE LIGNE-SEPARATION TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           PERFORM VARYING WS-IDX-EC FROM 1 BY 1
                   UNTIL WS-IDX-EC > WS-NB-ECARTEES
                      OR WS-IDX-EC > 500
             MOVE WS-EC-PLAYER-ID(WS-IDX-EC) TO LE-PLAYER-ID
             MOVE WS-EC-GAME-ID(WS-IDX-EC) TO LE-GAME-ID
             MOVE WS-EC-SOURCE(WS-IDX-EC) TO LE-SOURCE
             MOVE WS-EC-MOTIF(WS-IDX-EC) TO LE-MOTIF
             MOVE LIGNE-ECARTEE TO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           END-PERFORM
           MOVE SPACES TO WS-LIGNE-TRAVAIL
           IF WS-NB-ECARTEES > 500
             STRING 'PARTIES ECARTEES : ' WS-NB-ECARTEES
                    ' (500 PREMIERES LISTEES)'
                    DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
           ELSE
             STRING 'PARTIES ECARTEES : ' WS-NB-ECARTEES
                    DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
           END-IF
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           IF SUSPENS-TABLE-PLEINE
             MOVE SPACES TO WS-LIGNE-TRAVAIL
             STRING 'SUSPENS NON TOUS ECARTES (TABLE PLEINE) : '
                    WS-NB-SUSP-NON-CHARGES ' NON CHARGE(S)'
                    DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           END-IF
           IF SUSPENS-ILLISIBLES
             MOVE 'SUSPENS NON ECARTES (MMHOLD.DAT ILLISIBLE)'
                  TO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           END-IF
           .
      *****************
       ECARTEES-FIN. EXIT.
      *****************

      ***********
       TOTAUX-DEB.
      ***********
           MOVE WS-TOT-VICTOIRES TO LX-VICTOIRES
           MOVE LIGNE-TOTAUX TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE SPACES TO WS-LIGNE-TRAVAIL
           STRING '  DONT PARTIES ABANDONNEES (NI GAGNEES NI PERDUES) '
                  ': ' WS-TOT-ABANDONS
                  DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           IF WS-ORDI-PARTIES > ZERO
             MOVE SPACES TO WS-LIGNE-TRAVAIL
             IF WS-ORDI-GAGNEES > ZERO
               COMPUTE WS-MOYENNE ROUNDED =
                       WS-ORDI-CUMUL / WS-ORDI-GAGNEES
               MOVE WS-MOYENNE TO WS-MOYENNE-ED
               STRING '  REFERENCE ORDINATEUR : '
                      WS-ORDI-PARTIES ' PARTIES, '
                      WS-ORDI-GAGNEES ' GAGNEES, MOYENNE '
                      WS-MOYENNE-ED
                      DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
             ELSE
               STRING '  REFERENCE ORDINATEUR : '
                      WS-ORDI-PARTIES ' PARTIES, AUCUNE GAGNEE'
                      DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
             END-IF
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           END-IF
           MOVE '*** FIN DU RAPPORT ***' TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           .
       TOTAUX-FIN. EXIT.
      ***************

      ************
       PERIODE-DEB.
      ************
      * Periode saisie au lancement, bornes incluses. A blanc = sans
      * borne : toutes les parties connues, archives comprises.
           SET PERIODE-VALIDE TO TRUE
           DISPLAY 'Date de debut (YYYYMMDD, vide = depuis l''origine)'
                   ' : '
           MOVE SPACES TO WS-DATE-DEBUT
           ACCEPT WS-DATE-DEBUT
           DISPLAY 'Date de fin (YYYYMMDD, vide = jusqu''a ce jour) : '
           MOVE SPACES TO WS-DATE-FIN
           ACCEPT WS-DATE-FIN
           PERFORM CONTROLE-PERIODE-DEB THRU CONTROLE-PERIODE-FIN
           .
      ****************
       PERIODE-FIN. EXIT.
      ****************

      *********************
       CONTROLE-PERIODE-DEB.
      *********************
           IF WS-DATE-DEBUT = SPACES AND WS-DATE-FIN = SPACES
             SET SANS-BORNE TO TRUE
           ELSE
             SET AVEC-BORNE TO TRUE
           END-IF
           IF WS-DATE-DEBUT = SPACES
             MOVE '00000000' TO WS-DATE-DEBUT
           END-IF
           IF WS-DATE-FIN = SPACES
             MOVE '99999999' TO WS-DATE-FIN
           END-IF
           IF WS-DATE-DEBUT NOT NUMERIC OR WS-DATE-FIN NOT NUMERIC
             DISPLAY 'Periode invalide : ' WS-DATE-DEBUT ' / '
                     WS-DATE-FIN ' - aucune edition.'
             SET PERIODE-INVALIDE TO TRUE
             MOVE 8 TO RETURN-CODE
           ELSE
             IF WS-DATE-DEBUT > WS-DATE-FIN
               DISPLAY 'Date de debut posterieure a la date de fin - '
                       'aucune edition.'
               SET PERIODE-INVALIDE TO TRUE
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF
           .
      *************************
       CONTROLE-PERIODE-FIN. EXIT.
      *************************

      *****************
       OUVRIR-FLUX-DEB.
      *****************
      * Ouvre le flux des parties : GAMEARCH.DAT d'abord (les periodes
      * les plus anciennes), puis GAMEHIST.DAT. Un fichier absent est
      * simplement saute et signale dans l'entete de l'etat.
           SET FIN-FICHIER-NON TO TRUE
           INITIALIZE WS-SOURCES-TABLE
           MOVE 'GAMEARCH.DAT' TO WS-SRC-FICHIER(1)
           MOVE 'GAMEHIST.DAT' TO WS-SRC-FICHIER(2)
           MOVE 0 TO WS-NB-SANS-DATE
           OPEN INPUT GAME-ARCH-FILE
           IF WS-ARCH-STATUS = '00'
             SET ARCH-OUVERT TO TRUE
             MOVE 'L' TO WS-SRC-ETAT(1)
             SET SOURCE-ARCHIVE TO TRUE
           ELSE
             MOVE 'A' TO WS-SRC-ETAT(1)
             SET SOURCE-HISTO TO TRUE
           END-IF
           OPEN INPUT GAME-HIST-FILE
           IF WS-GH-STATUS = '00'
             SET GH-OUVERT TO TRUE
             MOVE 'L' TO WS-SRC-ETAT(2)
           ELSE
             MOVE 'A' TO WS-SRC-ETAT(2)
           END-IF
           IF ARCH-FERME AND GH-FERME
             SET FIN-FICHIER-OUI TO TRUE
           END-IF
           .
      *********************
       OUVRIR-FLUX-FIN. EXIT.
      *********************

      ***************
       LIRE-FLUX-DEB.
      ***************
      * Partie suivante du flux dans la periode demandee, rendue dans
      * GAME-HIST-RECORD quel que soit le fichier d'origine ;
      * FIN-FICHIER-OUI une fois les deux fichiers epuises.
           SET HISTO-ECARTE TO TRUE
           PERFORM LIRE-SOURCE-DEB THRU LIRE-SOURCE-FIN
               UNTIL FIN-FICHIER-OUI OR HISTO-RETENU
           .
      *******************
       LIRE-FLUX-FIN. EXIT.
      *******************

      *****************
       LIRE-SOURCE-DEB.
      *****************
           IF SOURCE-ARCHIVE
             MOVE 1 TO WS-S
             READ GAME-ARCH-FILE INTO GAME-HIST-RECORD
               AT END
                 CLOSE GAME-ARCH-FILE
                 SET ARCH-FERME TO TRUE
                 SET SOURCE-HISTO TO TRUE
                 IF GH-FERME
                   SET FIN-FICHIER-OUI TO TRUE
                 END-IF
                 GO TO LIRE-SOURCE-FIN
             END-READ
           ELSE
             MOVE 2 TO WS-S
             READ GAME-HIST-FILE
               AT END
                 SET FIN-FICHIER-OUI TO TRUE
                 GO TO LIRE-SOURCE-FIN
             END-READ
           END-IF
           ADD 1 TO WS-SRC-LUS(WS-S)
           IF GH-TIMESTAMP(1:8) IS NUMERIC
             IF GH-TIMESTAMP(1:8) < WS-DATE-DEBUT
                OR GH-TIMESTAMP(1:8) > WS-DATE-FIN
               GO TO LIRE-SOURCE-FIN
             END-IF
             IF WS-SRC-DATE-MIN(WS-S) = SPACES
                OR GH-TIMESTAMP(1:8) < WS-SRC-DATE-MIN(WS-S)
               MOVE GH-TIMESTAMP(1:8) TO WS-SRC-DATE-MIN(WS-S)
             END-IF
             IF GH-TIMESTAMP(1:8) > WS-SRC-DATE-MAX(WS-S)
               MOVE GH-TIMESTAMP(1:8) TO WS-SRC-DATE-MAX(WS-S)
             END-IF
           ELSE
      * Date illisible : gardee sans borne (toutes les parties, comme
      * avant la saisie d'une periode), ecartee et comptee sinon.
             IF AVEC-BORNE
               ADD 1 TO WS-NB-SANS-DATE
               GO TO LIRE-SOURCE-FIN
             END-IF
           END-IF
           ADD 1 TO WS-SRC-RETENUS(WS-S)
           SET HISTO-RETENU TO TRUE
           .
      *********************
       LIRE-SOURCE-FIN. EXIT.
      *********************

      *****************
       FERMER-FLUX-DEB.
      *****************
           IF ARCH-OUVERT
             CLOSE GAME-ARCH-FILE
             SET ARCH-FERME TO TRUE
           END-IF
           IF GH-OUVERT
             CLOSE GAME-HIST-FILE
             SET GH-FERME TO TRUE
           END-IF
           .
      *********************
       FERMER-FLUX-FIN. EXIT.
      *********************

      **********************
       ENTETE-PERIMETRE-DEB.
      **********************
      * Rappel en tete d'etat de la periode demandee et, pour chaque
      * fichier, des parties retenues et des dates qu'elles couvrent :
      * le lecteur sait exactement ce que l'etat englobe.
           IF WS-DATE-DEBUT = '00000000'
             MOVE 'ORIGINE' TO WS-DATE-ED1
           ELSE
             MOVE WS-DATE-DEBUT TO WS-DATE-A-EDITER
             PERFORM FORMAT-DATE-DEB THRU FORMAT-DATE-FIN
             MOVE WS-DATE-EDITEE TO WS-DATE-ED1
           END-IF
           IF WS-DATE-FIN = '99999999'
             MOVE 'CE JOUR' TO WS-DATE-ED2
           ELSE
             MOVE WS-DATE-FIN TO WS-DATE-A-EDITER
             PERFORM FORMAT-DATE-DEB THRU FORMAT-DATE-FIN
             MOVE WS-DATE-EDITEE TO WS-DATE-ED2
           END-IF
           MOVE SPACES TO WS-LIGNE-TRAVAIL
           STRING 'PERIODE DEMANDEE : ' DELIMITED BY SIZE
                  WS-DATE-ED1 DELIMITED BY '  '
                  ' AU ' DELIMITED BY SIZE
                  WS-DATE-ED2 DELIMITED BY '  '
                  INTO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 2
             MOVE SPACES TO WS-LIGNE-TRAVAIL
             EVALUATE TRUE
               WHEN WS-SRC-ETAT(WS-S) = 'A'
                 STRING '  ' WS-SRC-FICHIER(WS-S)
                        ' : ABSENT, NON LU'
                        DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
               WHEN WS-SRC-RETENUS(WS-S) = ZERO
                 STRING '  ' WS-SRC-FICHIER(WS-S)
                        ' : AUCUNE PARTIE DANS LA PERIODE ('
                        WS-SRC-LUS(WS-S) ' LUES)'
                        DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
               WHEN WS-SRC-DATE-MIN(WS-S) = SPACES
                 STRING '  ' WS-SRC-FICHIER(WS-S) ' : '
                        WS-SRC-RETENUS(WS-S)
                        ' PARTIE(S), SANS DATE LISIBLE'
                        DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
               WHEN OTHER
                 MOVE WS-SRC-DATE-MIN(WS-S) TO WS-DATE-A-EDITER
                 PERFORM FORMAT-DATE-DEB THRU FORMAT-DATE-FIN
                 MOVE WS-DATE-EDITEE TO WS-DATE-ED1
                 MOVE WS-SRC-DATE-MAX(WS-S) TO WS-DATE-A-EDITER
                 PERFORM FORMAT-DATE-DEB THRU FORMAT-DATE-FIN
                 STRING '  ' WS-SRC-FICHIER(WS-S) ' : '
                        WS-SRC-RETENUS(WS-S) ' PARTIE(S) DU '
                        WS-DATE-ED1 ' AU ' WS-DATE-EDITEE
                        DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
             END-EVALUATE
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           END-PERFORM
           IF WS-NB-SANS-DATE > ZERO
             MOVE SPACES TO WS-LIGNE-TRAVAIL
             STRING '  PARTIES SANS DATE LISIBLE ECARTEES : '
                    WS-NB-SANS-DATE
                    DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           END-IF
           .
      **************************
       ENTETE-PERIMETRE-FIN. EXIT.
      **************************

      *****************
       FORMAT-DATE-DEB.
      *****************
      * YYYYMMDD -> JJ/MM/AAAA.
           MOVE SPACES TO WS-DATE-EDITEE
           STRING WS-DATE-A-EDITER(7:2) '/' WS-DATE-A-EDITER(5:2) '/'
                  WS-DATE-A-EDITER(1:4) DELIMITED BY SIZE
                  INTO WS-DATE-EDITEE
           .
      *********************
       FORMAT-DATE-FIN. EXIT.
      *********************

      ****************
       ECRIRE-PAGE-DEB.
      ****************
      ******
       FIN.
      ******
           PERFORM FERMER-FLUX-DEB THRU FERMER-FLUX-FIN
           IF RT-OUVERT
             CLOSE RATING-FILE
             SET RT-FERME TO TRUE
