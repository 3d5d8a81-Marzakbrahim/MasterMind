      * joueurs inscrits actifs, mode "toute la salle" de fin de mois)
      * et un mois donne (YYYYMM), rassemble sur une a deux pages par
      * joueur ce que le classement commun ne dit pas :
      *   - ses parties du mois : jouees, gagnees, perdues, abandonnees
      *     (a part : ni victoire ni defaite), detail par niveau de
      *     difficulte, et sa meilleure partie (victoire en le moins
      *     de tentatives) ;
      *   - son efficacite de jeu dans GAMEDTL.DAT : tour moyen du
      *     premier bien place, et propositions repetees a l'identique
      *     dans une meme partie (tours gaspilles) ;
      *   - son eventuel prix du mois dans MMAWARDS.DAT.
      * Mois laisse a blanc : periode libre (date de debut et date de
      * fin, YYYYMMDD, a blanc = sans borne), pour un releve annuel ;
      * tous les prix mensuels de la periode sont alors repris. Les
      * parties sont lues dans les archives (GAMEARCH.DAT) puis dans
      * l'historique courant (GAMEHIST.DAT) comme un seul flux, et
      * chaque releve rappelle la periode et, par fichier, les
      * parties du joueur retenues et les dates couvertes.
      * Le tout dans un etat imprimable (MMSTMT.LST, meme presentation
      * que MMREPORT.LST), une nouvelle page par joueur, a distribuer
      * aux membres.
           SELECT GAME-HIST-FILE ASSIGN TO "GAMEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GH-STATUS.
      * Archives des periodes purgees (MasterMindArchive), lues avant
      * l'historique courant pour couvrir toute la periode demandee.
           SELECT GAME-ARCH-FILE ASSIGN TO "GAMEARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
      * Detail des tours, alimente par MasterMind.cbl.
           SELECT GAME-DTL-FILE ASSIGN TO "GAMEDTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY PLAYERS.
           COPY AWARDS.

       FD  GAME-ARCH-FILE.
       01 GAME-ARCH-RECORD            PIC X(80).

       FD  PRINT-FILE.
       01 PRINT-RECORD                PIC X(80).

       01 WS-PM-STATUS                PIC X(2).
       01 WS-PRT-STATUS               PIC X(2).

      * WS-GH-STATUS est partage entre l'OPEN et chaque READ qui suit :
      * indicateur dedie, positionne une seule fois juste apres l'OPEN.
       01 WS-GH-OUVERT                 PIC X VALUE 'N'.
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

       01 WS-FIN-FICHIER               PIC X.
           88 FIN-FICHIER-OUI          VALUE 'Y'.
           88 FIN-FICHIER-NON          VALUE 'N'.
           88 FIN-MAITRE-NON           VALUE 'N'.

      * Criteres saisis au lancement : identifiant (ou '*' / vide =
      * tous les inscrits actifs) et mois demande (a blanc = periode
      * libre, voir WS-DATE-DEBUT / WS-DATE-FIN).
       01 WS-ID-DEMANDE                PIC X(8).
       01 WS-MOIS-DEMANDE              PIC X(6).
       01 WS-TOUS                      PIC X.
       01 WS-NOM-COURANT               PIC X(30).
       01 WS-NB-RELEVES                PIC 9(4) VALUE 0.

      * Parties de la periode du joueur courant. 500 parties par
      * joueur laissent de la marge meme sur une annee ; au-dela,
      * avertissement et les parties en trop ne sont pas analysees
      * (jamais en silence).
      * Les 20 premieres propositions distinctes de chaque partie
      * servent a reperer les propositions repetees a l'identique.
       01 WS-NB-PARTIES                PIC 9(3) VALUE 0.
       01 WS-PARTIES-TABLE.
           05 WS-PARTIE OCCURS 500 TIMES INDEXED BY WS-IDX-P.
               10 WS-P-GAME-ID          PIC X(18).
               10 WS-P-WIN              PIC X(3).
               10 WS-P-TENT             PIC 9(2).
       01 WS-CLASSES-TABLE.
           05 WS-CLASSE-E OCCURS 9 TIMES INDEXED BY WS-IDX-C.
               10 WS-C-CLASSE           PIC X(2).
               10 WS-C-PARTIES          PIC 9(4).
               10 WS-C-VICTOIRES        PIC 9(4).
               10 WS-C-ABANDONS         PIC 9(4).
       01 WS-CLASSE-COURANTE           PIC X(2).

      * Totaux du joueur courant.
       01 WS-T-PARTIES                 PIC 9(4).
       01 WS-T-VICTOIRES               PIC 9(4).
       01 WS-T-DEFAITES                PIC 9(4).
       01 WS-T-ABANDONS                PIC 9(4).
       01 WS-MEILLEUR-TENT             PIC 9(2).
       01 WS-MEILLEUR-CLASSE           PIC X(2).
       01 WS-MEILLEUR-DATE             PIC X(8).
       01 WS-NB-SANS-ID                PIC 9(3).
       01 WS-MOYENNE-BP                PIC 9(2)V99.

      * Prix mensuels du joueur courant sur la periode (un seul en
      * releve mensuel, jusqu'a 24 mois en periode libre ; au-dela,
      * comptes sans detail).
       01 WS-NB-PRIX                   PIC 9(2).
       01 WS-PRIX-TABLE.
           05 WS-PRIX OCCURS 24 TIMES.
               10 WS-PX-MOIS            PIC X(6).
               10 WS-PX-VICTOIRES       PIC 9(4).
       01 WS-PRIX-EN-TROP              PIC 9(2).
       01 WS-PX                        PIC 9(2).

      * Recherche d'une partie par identifiant dans la table, avec
      * memoire de la derniere servie (les tours d'une partie se
      * Lignes de l'etat.
       01 LIGNE-VIDE                   PIC X(80) VALUE SPACES.
       01 LIGNE-TITRE.
           05 FILLER                   PIC X(18)
              VALUE 'RELEVE MASTERMIND '.
           05 LT-PERIODE               PIC X(24).
           05 FILLER                   PIC X(8) VALUE '  EDITE:'.
           05 LT-DATE                  PIC X(11).
           05 FILLER                   PIC X(11) VALUE SPACES.
           05 FILLER                   PIC X(5) VALUE 'PAGE '.
           05 LT-PAGE                  PIC ZZ9.
       01 LIGNE-SEPARATION.
       01 LIGNE-TOTAUX.
           05 FILLER                   PIC X(17)
              VALUE 'PARTIES JOUEES : '.
           05 LX-PARTIES               PIC ZZZ9.
           05 FILLER                   PIC X(12) VALUE '  GAGNEES : '.
           05 LX-VICTOIRES             PIC ZZZ9.
           05 FILLER                   PIC X(12) VALUE '  PERDUES : '.
           05 LX-DEFAITES              PIC ZZZ9.
           05 FILLER                   PIC X(16)
              VALUE '  ABANDONNEES : '.
           05 LX-ABANDONS              PIC ZZZ9.
       01 LIGNE-CLASSE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 LC-LIBELLE               PIC X(40).
           05 LC-PARTIES               PIC ZZZ9.
           05 FILLER                   PIC X(10)
              VALUE ' parties, '.
           05 LC-VICTOIRES             PIC ZZZ9.
           05 FILLER                   PIC X(9) VALUE ' gagnees,'.
           05 LC-ABANDONS              PIC ZZZ9.
           05 FILLER                   PIC X(7) VALUE ' aband.'.
       01 WS-LIGNE-TRAVAIL             PIC X(80).
       01 WS-MOYENNE-ED                PIC Z9.99.

       PROGRAMME-PRINCIPAL.
      *********************
           PERFORM INITIALISATION-DEB THRU INITIALISATION-FIN
           IF PERIODE-VALIDE AND WS-PRT-STATUS = '00'
             IF MODE-TOUS
               PERFORM TOUS-JOUEURS-DEB THRU TOUS-JOUEURS-FIN
             ELSE
             END-IF
             CLOSE PRINT-FILE
             DISPLAY WS-NB-RELEVES ' releve(s) ecrit(s) dans '
                     'MMSTMT.LST, periode ' WS-DATE-DEBUT ' a '
                     WS-DATE-FIN '.'
           END-IF
           PERFORM FIN
           .
           ELSE
             SET MODE-UN-SEUL TO TRUE
           END-IF
           DISPLAY 'Mois du releve (YYYYMM, vide = periode libre) : '
           MOVE SPACES TO WS-MOIS-DEMANDE
           ACCEPT WS-MOIS-DEMANDE
           ACCEPT WS-DATE-EDITION FROM DATE YYYYMMDD
           IF WS-MOIS-DEMANDE = SPACES
             PERFORM PERIODE-DEB THRU PERIODE-FIN
           ELSE
      * Releve mensuel : le mois devient la periode, du 01 au 31 (les
      * bornes sont comparees en texte, un 31 inexistant ne gene pas).
             MOVE WS-MOIS-DEMANDE TO WS-DATE-DEBUT(1:6)
             MOVE '01' TO WS-DATE-DEBUT(7:2)
             MOVE WS-MOIS-DEMANDE TO WS-DATE-FIN(1:6)
             MOVE '31' TO WS-DATE-FIN(7:2)
             PERFORM CONTROLE-PERIODE-DEB THRU CONTROLE-PERIODE-FIN
           END-IF
           IF PERIODE-INVALIDE
             GO TO INITIALISATION-FIN
           END-IF
           MOVE SPACES TO LT-PERIODE
           IF WS-MOIS-DEMANDE NOT = SPACES
             STRING 'MOIS: ' WS-MOIS-DEMANDE DELIMITED BY SIZE
                    INTO LT-PERIODE
           ELSE
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
             STRING WS-DATE-ED1 DELIMITED BY '  '
                    ' AU ' DELIMITED BY SIZE
                    WS-DATE-ED2 DELIMITED BY '  '
                    INTO LT-PERIODE
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRT-STATUS NOT = '00'
             DISPLAY 'Etat MMSTMT.LST inutilisable (status '
           MOVE 0 TO WS-T-PARTIES
           MOVE 0 TO WS-T-VICTOIRES
           MOVE 0 TO WS-T-DEFAITES
           MOVE 0 TO WS-T-ABANDONS
           MOVE 0 TO WS-MEILLEUR-TENT
           MOVE SPACES TO WS-MEILLEUR-CLASSE
           MOVE SPACES TO WS-MEILLEUR-DATE
           MOVE 0 TO WS-TOT-REPETES
           MOVE 0 TO WS-NB-SANS-ID
           MOVE 0 TO WS-IDX-COURANT
           MOVE 0 TO WS-NB-PRIX
           MOVE 0 TO WS-PRIX-EN-TROP
           .
      ******************
       RAZ-JOUEUR-FIN. EXIT.
      ********************
       PASSE-HISTORIQUE-DEB.
      ********************
      * Parties de la periode du joueur courant, archives puis
      * historique courant : totaux, detail par niveau, meilleure
      * partie, et table des parties pour la passe du detail des
      * tours.
           PERFORM OUVRIR-FLUX-DEB THRU OUVRIR-FLUX-FIN
           PERFORM UNTIL FIN-FICHIER-OUI
             PERFORM LIRE-FLUX-DEB THRU LIRE-FLUX-FIN
             IF NOT FIN-FICHIER-OUI
               PERFORM CUMUL-PARTIE-DEB THRU CUMUL-PARTIE-FIN
             END-IF
           END-PERFORM
           PERFORM FERMER-FLUX-DEB THRU FERMER-FLUX-FIN
           .
      ************************
       PASSE-HISTORIQUE-FIN. EXIT.
               MOVE GH-TIMESTAMP(1:8) TO WS-MEILLEUR-DATE
             END-IF
           ELSE
      * Partie abandonnee : comptee comme jouee, mais ni gagnee ni
      * perdue.
             IF GH-WIN-FLAG = 'ABA'
               ADD 1 TO WS-T-ABANDONS
             ELSE
               ADD 1 TO WS-T-DEFAITES
             END-IF
           END-IF

      * Table des parties pour la passe du detail : seules celles
           IF GH-GAME-ID = SPACES
             ADD 1 TO WS-NB-SANS-ID
           ELSE
             IF WS-NB-PARTIES >= 500
               ADD 1 TO WS-PARTIES-IGNOREES
             ELSE
               ADD 1 TO WS-NB-PARTIES
             MOVE WS-CLASSE-COURANTE TO WS-C-CLASSE(WS-IDX-C)
             MOVE 0 TO WS-C-PARTIES(WS-IDX-C)
             MOVE 0 TO WS-C-VICTOIRES(WS-IDX-C)
             MOVE 0 TO WS-C-ABANDONS(WS-IDX-C)
           ELSE
             SET WS-IDX-C DOWN BY 1
           END-IF
           IF GH-WIN-FLAG = 'OUI'
             ADD 1 TO WS-C-VICTOIRES(WS-IDX-C)
           END-IF
           IF GH-WIN-FLAG = 'ABA'
             ADD 1 TO WS-C-ABANDONS(WS-IDX-C)
           END-IF
           .
      *********************
       CLASSE-PARTIE-FIN. EXIT.
      **************
       PASSE-PRIX-DEB.
      **************
      * Prix mensuels du joueur courant sur la periode, s'il en existe
      * dans MMAWARDS.DAT.
           SET FIN-FICHIER-NON TO TRUE
           OPEN INPUT AWARD-FILE
           IF WS-AWARD-STATUS NOT = '00'
               AT END
                 SET FIN-FICHIER-OUI TO TRUE
               NOT AT END
                 IF AW-MOIS >= WS-DATE-DEBUT(1:6)
                    AND AW-MOIS <= WS-DATE-FIN(1:6)
                    AND AW-PLAYER-ID = WS-JOUEUR-COURANT
                   IF WS-NB-PRIX >= 24
                     ADD 1 TO WS-PRIX-EN-TROP
                   ELSE
                     ADD 1 TO WS-NB-PRIX
                     MOVE AW-MOIS TO WS-PX-MOIS(WS-NB-PRIX)
                     MOVE AW-NB-VICTOIRES
                          TO WS-PX-VICTOIRES(WS-NB-PRIX)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           MOVE WS-NOM-COURANT TO LJ-NOM
           MOVE LIGNE-JOUEUR TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           PERFORM ENTETE-PERIMETRE-DEB THRU ENTETE-PERIMETRE-FIN
           MOVE LIGNE-SEPARATION TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN

           IF WS-T-PARTIES = ZERO
             MOVE 'AUCUNE PARTIE JOUEE SUR LA PERIODE.'
                  TO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           ELSE
             MOVE WS-T-PARTIES TO LX-PARTIES
             MOVE WS-T-VICTOIRES TO LX-VICTOIRES
             MOVE WS-T-DEFAITES TO LX-DEFAITES
             MOVE WS-T-ABANDONS TO LX-ABANDONS
             MOVE LIGNE-TOTAUX TO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN


           MOVE LIGNE-VIDE TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           IF WS-NB-PRIX = ZERO
             MOVE 'PRIX DU MOIS : NEANT.' TO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           END-IF
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-NB-PRIX
             MOVE SPACES TO WS-LIGNE-TRAVAIL
             STRING 'PRIX DU MOIS ' WS-PX-MOIS(WS-PX) ' : GAGNE, AVEC '
                    WS-PX-VICTOIRES(WS-PX) ' VICTOIRES. BRAVO !'
                    DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           END-PERFORM
           IF WS-PRIX-EN-TROP > ZERO
             MOVE SPACES TO WS-LIGNE-TRAVAIL
             STRING '(ET ' WS-PRIX-EN-TROP ' AUTRE(S) PRIX MENSUEL(S) '
                    'SUR LA PERIODE)' DELIMITED BY SIZE
                    INTO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           END-IF
           MOVE '*** FIN DU RELEVE ***' TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           .
           END-EVALUATE
           MOVE WS-C-PARTIES(WS-IDX-C) TO LC-PARTIES
           MOVE WS-C-VICTOIRES(WS-IDX-C) TO LC-VICTOIRES
           MOVE WS-C-ABANDONS(WS-IDX-C) TO LC-ABANDONS
           MOVE LIGNE-CLASSE TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           .
       LIGNE-MEILLEURE-DEB.
      ******************
           IF WS-MEILLEUR-TENT = ZERO
             MOVE 'MEILLEURE PARTIE : AUCUNE VICTOIRE SUR LA PERIODE.'
                  TO WS-LIGNE-TRAVAIL
           ELSE
             MOVE SPACES TO WS-LIGNE-TRAVAIL
       LIGNES-EFFICACITE-FIN. EXIT.
      *************************

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
      * Releve individuel : seules les parties du joueur courant sont
      * retenues (et comptees dans l'entete de son releve).
           IF GH-PLAYER-ID NOT = WS-JOUEUR-COURANT
             GO TO LIRE-SOURCE-FIN
           END-IF
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
      * Nouvelle page : titre, periode, date du passage, numero de page,
      * separation. Ecritures directes (pas par ECRIRE-LIGNE-DEB, qui
      * appelle ce paragraphe en bas de page : un PERFORM recursif est
      * interdit).
