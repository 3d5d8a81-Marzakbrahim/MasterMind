       IDENTIFICATION DIVISION.
       PROGRAM-ID. MasterMindProfile.

      * Fiche joueur interrogeable au guichet : pour un identifiant
      * PM-PLAYER-ID, rassemble sur un seul ecran ce qu'il fallait
      * jusqu'ici reconstituer avec le releve, les confrontations et
      * la relecture d'une partie :
      *   - l'inscription du joueur (PLAYERS.DAT) : nom, statut, date
      *     d'inscription et eventuelle fusion sur un autre
      *     identifiant ;
      *   - sa cote et son nombre de parties cotees (RATINGS.DAT) ;
      *   - ses 10 dernieres parties de l'historique courant
      *     (GAMEHIST.DAT), qu'il ait devine ou pose le code : date,
      *     adversaire, niveau, tentatives et resultat vu du joueur ;
      *     chacune peut etre choisie par son numero pour afficher
      *     ses tours (GAMEDTL.DAT, jointure par GD-GAME-ID comme
      *     MasterMindReplay) ;
      *   - ses prix du mois (MMAWARDS.DAT) ;
      *   - tout point de reprise ouvert le concernant (MMRESTART.DAT).
      * L'operateur passe ensuite au joueur suivant dans l'ordre de la
      * cle, ou a un autre identifiant, sans relancer le programme.
      *
      * Consultation seule : tous les fichiers sont ouverts en lecture,
      * et les fichiers de parties, de prix et de reprise sont relus a
      * chaque fiche pour refleter les parties jouees entre-temps.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Fichier maitre des joueurs : lecture par cle, et parcours dans
      * l'ordre de la cle pour le joueur suivant.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PM-STATUS.
      * Cotes tenues par MasterMindRating.
           SELECT RATING-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RT-PLAYER-ID
               FILE STATUS IS WS-RT-STATUS.
      * Même historique que celui alimenté par MasterMind.cbl.
           SELECT GAME-HIST-FILE ASSIGN TO "GAMEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GH-STATUS.
      * Detail des tours, alimente par MasterMind.cbl.
           SELECT GAME-DTL-FILE ASSIGN TO "GAMEDTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GD-STATUS.
      * Prix mensuels calcules par MasterMindPrize.
           SELECT AWARD-FILE ASSIGN TO "MMAWARDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AWARD-STATUS.
      * Points de reprise des parties interrompues, parcourus en
      * entier (la cle ne porte pas toujours le joueur en tete).
           SELECT RESTART-FILE ASSIGN TO "MMRESTART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-CLE
               FILE STATUS IS WS-RESTART-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY PLAYERS.
           COPY RATINGS.
           COPY GAMEHIST.
           COPY GAMEDTL.
           COPY AWARDS.
           COPY RESTART.

       WORKING-STORAGE SECTION.

       01 WS-PM-STATUS                PIC X(2).
       01 WS-RT-STATUS                PIC X(2).
       01 WS-GH-STATUS                PIC X(2).
       01 WS-GD-STATUS                PIC X(2).
       01 WS-AWARD-STATUS             PIC X(2).
       01 WS-RESTART-STATUS           PIC X(2).

      * Indicateur d'ouverture dedie du maitre, garde ouvert toute la
      * session pour le passage au joueur suivant.
       01 WS-PM-OUVERT                 PIC X VALUE 'N'.
           88 PM-OUVERT                VALUE 'Y'.
           88 PM-FERME                 VALUE 'N'.

       01 WS-FIN-FICHIER               PIC X.
           88 FIN-FICHIER-OUI          VALUE 'Y'.
           88 FIN-FICHIER-NON          VALUE 'N'.

      * Choix saisi au menu : une lettre, ou le numero (1 a 10) d'une
      * partie de la fiche.
       01 WS-CHOIX                     PIC X(2).
       01 WS-CHIFFRE                   PIC 9.
       01 WS-NO-CHOISI                 PIC 9(2).
       01 WS-FIN-MENU                  PIC X.
           88 FIN-MENU-OUI             VALUE 'Y'.
           88 FIN-MENU-NON             VALUE 'N'.

      * Sans entree terminal disponible (flux epuise, Ctrl-D), ACCEPT
      * renvoie indefiniment la meme valeur : au-dela de quelques
      * saisies invalides consecutives on sort du menu, au lieu de
      * boucler sans fin (meme garde-fou que MasterMindPlayers).
       01 WS-ESSAIS-INVALIDES          PIC 9(2) VALUE 0.
       01 WS-MAX-ESSAIS-INVALIDES      PIC 9(2) VALUE 5.

      * Joueur de la fiche affichee.
       01 WS-ID-SAISI                  PIC X(8).
       01 WS-JOUEUR-TROUVE             PIC X.
           88 JOUEUR-TROUVE            VALUE 'Y'.
           88 JOUEUR-NON-TROUVE        VALUE 'N'.
       01 WS-JOUEUR-COURANT            PIC X(8) VALUE SPACES.

      * Dernieres parties du joueur, en table tournante : la n-ieme
      * partie rencontree dans l'historique (ordre chronologique,
      * OPEN EXTEND) occupe le poste ((n - 1) modulo 10) + 1, les
      * plus anciennes etant ecrasees au fil de la lecture. Le role
      * est 'D' quand le joueur devinait, 'P' quand il posait le code.
       01 WS-MAX-DERNIERES             PIC 9(2) VALUE 10.
       01 WS-NB-VUES                   PIC 9(6) VALUE 0.
       01 WS-NB-AFFICHEES              PIC 9(2) VALUE 0.
       01 WS-DERNIERES-TABLE.
           05 WS-DERNIERE OCCURS 10 TIMES.
               10 WS-D-GAME-ID          PIC X(18).
               10 WS-D-DATE             PIC X(8).
               10 WS-D-HEURE            PIC X(6).
               10 WS-D-ROLE             PIC X(1).
               10 WS-D-DEVINEUR         PIC X(8).
               10 WS-D-POSEUR           PIC X(8).
               10 WS-D-SECRET           PIC X(6).
               10 WS-D-CLASSE           PIC X(2).
               10 WS-D-TENT             PIC X(2).
               10 WS-D-MAX-TENT         PIC X(2).
               10 WS-D-WIN              PIC X(3).
               10 WS-D-MOTIF            PIC X(1).
       01 WS-POSTE                     PIC 9(2).
       01 WS-RANG                      PIC 9(2).
       01 WS-NUMERO                    PIC 9(6).
       01 WS-QUOTIENT                  PIC 9(6).
       01 WS-RESTE                     PIC 9(2).

      * Compteurs de la fiche.
       01 WS-NB-PRIX                   PIC 9(4).
       01 WS-NB-REPRISES               PIC 9(4).
       01 WS-NB-TOURS                  PIC 9(4).

      * Champs de travail de l'affichage.
       01 WS-DATE-A-EDITER             PIC X(8).
       01 WS-DATE-EDITEE               PIC X(10).
       01 WS-LIBELLE-STATUT            PIC X(10).
       01 WS-LIBELLE-MODE              PIC X(10).
       01 WS-COTE-ED                   PIC ZZZ9.

      * Lignes de l'ecran.
       01 LIGNE-DOUBLE                 PIC X(70) VALUE ALL '='.
       01 LIGNE-SIMPLE                 PIC X(70) VALUE ALL '-'.
       01 LIGNE-COLONNES.
           05 FILLER                   PIC X(16)
              VALUE 'NO  DATE        '.
           05 FILLER                   PIC X(8) VALUE 'ROLE    '.
           05 FILLER                   PIC X(11) VALUE 'ADVERSAIRE '.
           05 FILLER                   PIC X(5) VALUE 'NIV  '.
           05 FILLER                   PIC X(7) VALUE 'TENT.  '.
           05 FILLER                   PIC X(8) VALUE 'RESULTAT'.
       01 LIGNE-PARTIE.
           05 LP-NO                    PIC Z9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 LP-DATE                  PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 LP-ROLE                  PIC X(6).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 LP-ADVERSAIRE            PIC X(8).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 LP-CLASSE                PIC X(2).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 LP-TENT                  PIC X(5).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 LP-RESULTAT              PIC X(20).


       PROCEDURE DIVISION.

      *********************
       PROGRAMME-PRINCIPAL.
      *********************
           PERFORM OUVERTURE-DEB THRU OUVERTURE-FIN
           IF PM-OUVERT
             SET FIN-MENU-NON TO TRUE
             PERFORM SAISIE-JOUEUR-DEB THRU SAISIE-JOUEUR-FIN
             PERFORM MENU-DEB THRU MENU-FIN
                 UNTIL FIN-MENU-OUI
           END-IF
           PERFORM FIN
           .

      **************
       OUVERTURE-DEB.
      **************
      * Ouvre le maitre en lecture seule. Un fichier absent n'est pas
      * cree ici (consultation seule) : rien a consulter.
           OPEN INPUT PLAYER-MASTER-FILE
           IF WS-PM-STATUS = '00'
             SET PM-OUVERT TO TRUE
           ELSE
             DISPLAY 'Fichier maitre inutilisable (PLAYERS.DAT, '
                     'status ' WS-PM-STATUS '), aucune fiche '
                     'consultable.'
           END-IF
           .
      ******************
       OUVERTURE-FIN. EXIT.
      ******************

      ******************
       SAISIE-JOUEUR-DEB.
      ******************
      * Identifiant du joueur a consulter, lu par cle dans le maitre ;
      * vide = premier joueur du fichier. Meme garde-fou que le menu
      * contre une entree terminal epuisee.
           SET JOUEUR-NON-TROUVE TO TRUE
           MOVE 0 TO WS-ESSAIS-INVALIDES
           PERFORM UNTIL JOUEUR-TROUVE
                      OR WS-ESSAIS-INVALIDES >= WS-MAX-ESSAIS-INVALIDES
             DISPLAY 'Identifiant du joueur (vide = premier inscrit) : '
             MOVE SPACES TO WS-ID-SAISI
             ACCEPT WS-ID-SAISI
             IF WS-ID-SAISI = SPACES
               MOVE LOW-VALUES TO PM-PLAYER-ID
               PERFORM LIRE-SUIVANT-DEB THRU LIRE-SUIVANT-FIN
             ELSE
               MOVE WS-ID-SAISI TO PM-PLAYER-ID
               READ PLAYER-MASTER-FILE
                 INVALID KEY
                   DISPLAY 'Identifiant inconnu : ' WS-ID-SAISI
                 NOT INVALID KEY
                   SET JOUEUR-TROUVE TO TRUE
               END-READ
             END-IF
             IF JOUEUR-NON-TROUVE
               ADD 1 TO WS-ESSAIS-INVALIDES
             END-IF
           END-PERFORM
           IF JOUEUR-TROUVE
             MOVE 0 TO WS-ESSAIS-INVALIDES
             PERFORM FICHE-DEB THRU FICHE-FIN
           ELSE
             IF WS-JOUEUR-COURANT = SPACES
               DISPLAY 'Trop de saisies invalides consecutives, fin '
                       'de la consultation.'
               SET FIN-MENU-OUI TO TRUE
             ELSE
      * Une fiche est deja affichee : on y revient, le menu reste.
               DISPLAY 'Trop de saisies invalides, retour a la fiche '
                       'de ' WS-JOUEUR-COURANT '.'
               MOVE WS-JOUEUR-COURANT TO PM-PLAYER-ID
             END-IF
           END-IF
           .
      ******************
       SAISIE-JOUEUR-FIN. EXIT.
      ******************

      *****************
       LIRE-SUIVANT-DEB.
      *****************
      * Joueur suivant dans l'ordre de la cle, a partir de la valeur
      * posee dans PM-PLAYER-ID (LOW-VALUES = premier du fichier).
           START PLAYER-MASTER-FILE
               KEY IS GREATER THAN PM-PLAYER-ID
             INVALID KEY
               DISPLAY 'Aucun joueur apres ce point du fichier.'
               GO TO LIRE-SUIVANT-FIN
           END-START
           READ PLAYER-MASTER-FILE NEXT RECORD
             AT END
               DISPLAY 'Aucun joueur apres ce point du fichier.'
             NOT AT END
               SET JOUEUR-TROUVE TO TRUE
           END-READ
           .
      *****************
       LIRE-SUIVANT-FIN. EXIT.
      *****************

      **********
       FICHE-DEB.
      **********
      * Fiche complete du joueur lu dans le maitre.
           MOVE PM-PLAYER-ID TO WS-JOUEUR-COURANT
           DISPLAY ' '
           DISPLAY LIGNE-DOUBLE
           DISPLAY '  FICHE JOUEUR : ' PM-PLAYER-ID ' - ' PM-NOM
           DISPLAY LIGNE-DOUBLE
           EVALUATE PM-STATUT
             WHEN 'A'
               MOVE 'ACTIF' TO WS-LIBELLE-STATUT
             WHEN 'I'
               MOVE 'INACTIF' TO WS-LIBELLE-STATUT
             WHEN OTHER
               MOVE 'INCONNU' TO WS-LIBELLE-STATUT
           END-EVALUATE
           MOVE PM-DATE-INSCR TO WS-DATE-A-EDITER
           PERFORM EDITER-DATE-DEB THRU EDITER-DATE-FIN
           DISPLAY 'Statut : ' WS-LIBELLE-STATUT
                   '   Inscrit le : ' WS-DATE-EDITEE
           IF PM-FUSION-ID NOT = SPACES
             DISPLAY 'Fusionne sur l''identifiant : ' PM-FUSION-ID
           END-IF
           PERFORM COTE-DEB THRU COTE-FIN
           DISPLAY LIGNE-SIMPLE
           PERFORM CHARGER-PARTIES-DEB THRU CHARGER-PARTIES-FIN
           PERFORM AFFICHER-PARTIES-DEB THRU AFFICHER-PARTIES-FIN
           DISPLAY LIGNE-SIMPLE
           PERFORM PRIX-DEB THRU PRIX-FIN
           PERFORM REPRISES-DEB THRU REPRISES-FIN
           DISPLAY LIGNE-DOUBLE
           .
      **************
       FICHE-FIN. EXIT.
      **************

      *********
       COTE-DEB.
      *********
      * Cote courante : lecture directe par cle, fichier ouvert le
      * temps de la lecture.
           OPEN INPUT RATING-FILE
           IF WS-RT-STATUS NOT = '00'
             DISPLAY 'Cote : echelle indisponible (RATINGS.DAT, '
                     'status ' WS-RT-STATUS ').'
             GO TO COTE-FIN
           END-IF
           MOVE WS-JOUEUR-COURANT TO RT-PLAYER-ID
           READ RATING-FILE
             INVALID KEY
               DISPLAY 'Cote : pas encore cote (1500 au depart).'
             NOT INVALID KEY
               MOVE RT-COTE TO WS-COTE-ED
               MOVE RT-DATE-MAJ TO WS-DATE-A-EDITER
               PERFORM EDITER-DATE-DEB THRU EDITER-DATE-FIN
               DISPLAY 'Cote : ' WS-COTE-ED
                       '   Parties cotees : ' RT-NB-PARTIES
                       '   Mise a jour le : ' WS-DATE-EDITEE
           END-READ
           CLOSE RATING-FILE
           .
      *************
       COTE-FIN. EXIT.
      *************

      ********************
       CHARGER-PARTIES-DEB.
      ********************
      * Relecture complete de l'historique courant : chaque partie ou
      * le joueur devinait ou posait le code prend son poste dans la
      * table tournante des dernieres parties.
           MOVE 0 TO WS-NB-VUES
           MOVE 0 TO WS-NB-AFFICHEES
           INITIALIZE WS-DERNIERES-TABLE
           SET FIN-FICHIER-NON TO TRUE
           OPEN INPUT GAME-HIST-FILE
           IF WS-GH-STATUS NOT = '00'
             SET FIN-FICHIER-OUI TO TRUE
           END-IF
           PERFORM UNTIL FIN-FICHIER-OUI
             READ GAME-HIST-FILE
               AT END
                 SET FIN-FICHIER-OUI TO TRUE
               NOT AT END
                 IF GH-PLAYER-ID = WS-JOUEUR-COURANT
                    OR GH-SETTER-ID = WS-JOUEUR-COURANT
                   PERFORM RETENIR-PARTIE-DEB THRU RETENIR-PARTIE-FIN
                 END-IF
             END-READ
           END-PERFORM
           IF WS-GH-STATUS = '00' OR WS-GH-STATUS = '10'
             CLOSE GAME-HIST-FILE
           END-IF
           IF WS-NB-VUES > WS-MAX-DERNIERES
             MOVE WS-MAX-DERNIERES TO WS-NB-AFFICHEES
           ELSE
             MOVE WS-NB-VUES TO WS-NB-AFFICHEES
           END-IF
           .
      ********************
       CHARGER-PARTIES-FIN. EXIT.
      ********************

      *******************
       RETENIR-PARTIE-DEB.
      *******************
           ADD 1 TO WS-NB-VUES
           COMPUTE WS-NUMERO = WS-NB-VUES - 1
           DIVIDE WS-NUMERO BY WS-MAX-DERNIERES
               GIVING WS-QUOTIENT REMAINDER WS-RESTE
           COMPUTE WS-POSTE = WS-RESTE + 1
           MOVE GH-GAME-ID TO WS-D-GAME-ID(WS-POSTE)
           MOVE GH-TIMESTAMP(1:8) TO WS-D-DATE(WS-POSTE)
           MOVE GH-TIMESTAMP(9:6) TO WS-D-HEURE(WS-POSTE)
           IF GH-PLAYER-ID = WS-JOUEUR-COURANT
             MOVE 'D' TO WS-D-ROLE(WS-POSTE)
           ELSE
             MOVE 'P' TO WS-D-ROLE(WS-POSTE)
           END-IF
           MOVE GH-PLAYER-ID TO WS-D-DEVINEUR(WS-POSTE)
           MOVE GH-SETTER-ID TO WS-D-POSEUR(WS-POSTE)
           MOVE GH-SECRET TO WS-D-SECRET(WS-POSTE)
      * Niveau : longueur + alphabet journalises, '??' pour l'ancien
      * format (meme regle que le classement).
           IF GH-CODE-LENGTH IS NUMERIC
              AND GH-CODE-LENGTH >= 3 AND GH-CODE-LENGTH <= 6
              AND (GH-CHARSET = 'N' OR GH-CHARSET = 'L')
             MOVE GH-CODE-LENGTH TO WS-D-CLASSE(WS-POSTE)(1:1)
             MOVE GH-CHARSET TO WS-D-CLASSE(WS-POSTE)(2:1)
           ELSE
             MOVE '??' TO WS-D-CLASSE(WS-POSTE)
           END-IF
           MOVE GH-NBR-TENT TO WS-D-TENT(WS-POSTE)
           MOVE GH-MAX-TENT TO WS-D-MAX-TENT(WS-POSTE)
           MOVE GH-WIN-FLAG TO WS-D-WIN(WS-POSTE)
           MOVE GH-MOTIF-ARRET TO WS-D-MOTIF(WS-POSTE)
           .
      *******************
       RETENIR-PARTIE-FIN. EXIT.
      *******************

      *********************
       AFFICHER-PARTIES-DEB.
      *********************
      * Les dernieres parties, de la plus recente (numero 1) a la plus
      * ancienne ; le numero sert a choisir une partie au menu.
           IF WS-GH-STATUS NOT = '00' AND WS-GH-STATUS NOT = '10'
             DISPLAY 'Dernieres parties : historique indisponible '
                     '(GAMEHIST.DAT, status ' WS-GH-STATUS ').'
             GO TO AFFICHER-PARTIES-FIN
           END-IF
           IF WS-NB-AFFICHEES = ZERO
             DISPLAY 'Dernieres parties : aucune partie dans '
                     'l''historique courant.'
             GO TO AFFICHER-PARTIES-FIN
           END-IF
           DISPLAY 'DERNIERES PARTIES (' WS-NB-AFFICHEES ' SUR '
                   WS-NB-VUES ' DANS GAMEHIST.DAT)'
           DISPLAY LIGNE-COLONNES
           PERFORM VARYING WS-RANG FROM 1 BY 1
                   UNTIL WS-RANG > WS-NB-AFFICHEES
             PERFORM POSTE-DU-RANG-DEB THRU POSTE-DU-RANG-FIN
             PERFORM LIGNE-PARTIE-DEB THRU LIGNE-PARTIE-FIN
           END-PERFORM
           .
      *********************
       AFFICHER-PARTIES-FIN. EXIT.
      *********************

      ******************
       POSTE-DU-RANG-DEB.
      ******************
      * Poste de la table occupe par la partie de rang WS-RANG (1 = la
      * plus recente) : celui de la partie numero WS-NB-VUES - RANG + 1
      * dans l'ordre de lecture.
           COMPUTE WS-NUMERO = WS-NB-VUES - WS-RANG
           DIVIDE WS-NUMERO BY WS-MAX-DERNIERES
               GIVING WS-QUOTIENT REMAINDER WS-RESTE
           COMPUTE WS-POSTE = WS-RESTE + 1
           .
      ******************
       POSTE-DU-RANG-FIN. EXIT.
      ******************

      *****************
       LIGNE-PARTIE-DEB.
      *****************
      * Resultat vu du joueur : en devinant, gagnee ou perdue ; en
      * posant, code trouve ou code qui a resiste. Un abandon n'est
      * ni l'un ni l'autre, avec son motif.
           MOVE WS-RANG TO LP-NO
           MOVE WS-D-DATE(WS-POSTE) TO WS-DATE-A-EDITER
           PERFORM EDITER-DATE-DEB THRU EDITER-DATE-FIN
           MOVE WS-DATE-EDITEE TO LP-DATE
           IF WS-D-ROLE(WS-POSTE) = 'D'
             MOVE 'DEVINE' TO LP-ROLE
             MOVE WS-D-POSEUR(WS-POSTE) TO LP-ADVERSAIRE
           ELSE
             MOVE 'POSE' TO LP-ROLE
             MOVE WS-D-DEVINEUR(WS-POSTE) TO LP-ADVERSAIRE
           END-IF
           IF LP-ADVERSAIRE = SPACES
             MOVE '?' TO LP-ADVERSAIRE
           END-IF
           MOVE WS-D-CLASSE(WS-POSTE) TO LP-CLASSE
           MOVE SPACES TO LP-TENT
           IF WS-D-MAX-TENT(WS-POSTE) IS NUMERIC
              AND WS-D-MAX-TENT(WS-POSTE) NOT = ZERO
             STRING WS-D-TENT(WS-POSTE) '/' WS-D-MAX-TENT(WS-POSTE)
                    DELIMITED BY SIZE INTO LP-TENT
           ELSE
             MOVE WS-D-TENT(WS-POSTE) TO LP-TENT
           END-IF
           EVALUATE TRUE
             WHEN WS-D-WIN(WS-POSTE) = 'ABA'
               EVALUATE WS-D-MOTIF(WS-POSTE)
                 WHEN 'F'
                   MOVE 'ABANDON (FIN)' TO LP-RESULTAT
                 WHEN 'I'
                   MOVE 'ABANDON (SAISIES)' TO LP-RESULTAT
                 WHEN 'P'
                   MOVE 'ABANDON (PAQUET)' TO LP-RESULTAT
                 WHEN 'D'
                   MOVE 'ABANDON (DECODEUR)' TO LP-RESULTAT
                 WHEN 'R'
                   MOVE 'ABANDON (EXPIRE)' TO LP-RESULTAT
                 WHEN OTHER
                   MOVE 'ABANDON' TO LP-RESULTAT
               END-EVALUATE
             WHEN WS-D-ROLE(WS-POSTE) = 'D'
                  AND WS-D-WIN(WS-POSTE) = 'OUI'
               MOVE 'GAGNEE' TO LP-RESULTAT
             WHEN WS-D-ROLE(WS-POSTE) = 'D'
               MOVE 'PERDUE' TO LP-RESULTAT
             WHEN WS-D-WIN(WS-POSTE) = 'OUI'
               MOVE 'CODE TROUVE' TO LP-RESULTAT
             WHEN OTHER
               MOVE 'CODE NON TROUVE' TO LP-RESULTAT
           END-EVALUATE
           DISPLAY LIGNE-PARTIE
           .
      *****************
       LIGNE-PARTIE-FIN. EXIT.
      *****************

      *********
       PRIX-DEB.
      *********
      * Prix du mois detenus par le joueur (un enregistrement par mois
      * calcule dans MMAWARDS.DAT).
           MOVE 0 TO WS-NB-PRIX
           SET FIN-FICHIER-NON TO TRUE
           OPEN INPUT AWARD-FILE
           IF WS-AWARD-STATUS NOT = '00'
             SET FIN-FICHIER-OUI TO TRUE
           END-IF
           PERFORM UNTIL FIN-FICHIER-OUI
             READ AWARD-FILE
               AT END
                 SET FIN-FICHIER-OUI TO TRUE
               NOT AT END
                 IF AW-PLAYER-ID = WS-JOUEUR-COURANT
                   ADD 1 TO WS-NB-PRIX
                   DISPLAY 'Prix du mois ' AW-MOIS ' : '
                           AW-NB-VICTOIRES ' victoire(s), '
                           AW-CUMUL-TENT ' tentatives'
                 END-IF
             END-READ
           END-PERFORM
           IF WS-AWARD-STATUS = '00' OR WS-AWARD-STATUS = '10'
             CLOSE AWARD-FILE
           END-IF
           IF WS-NB-PRIX = ZERO
             DISPLAY 'Prix du mois : neant.'
           END-IF
           .
      *************
       PRIX-FIN. EXIT.
      *************

      *************
       REPRISES-DEB.
      *************
      * Points de reprise ouverts ou le joueur figure : devineur ou
      * poseur de la manche interrompue, ou l'un des deux joueurs
      * d'origine d'un tournoi (les roles s'inversent a chaque
      * manche).
           MOVE 0 TO WS-NB-REPRISES
           OPEN INPUT RESTART-FILE
           IF WS-RESTART-STATUS = '35'
             DISPLAY 'Point de reprise : aucun.'
             GO TO REPRISES-FIN
           END-IF
           IF WS-RESTART-STATUS NOT = '00'
             DISPLAY 'Point de reprise : fichier illisible '
                     '(MMRESTART.DAT, status ' WS-RESTART-STATUS ').'
             GO TO REPRISES-FIN
           END-IF
           SET FIN-FICHIER-NON TO TRUE
           PERFORM UNTIL FIN-FICHIER-OUI
             READ RESTART-FILE NEXT RECORD
               AT END
                 SET FIN-FICHIER-OUI TO TRUE
               NOT AT END
                 IF RS-PLAYER1-ID = WS-JOUEUR-COURANT
                    OR RS-PLAYER2-ID = WS-JOUEUR-COURANT
                    OR (RS-MODE = 'T'
                        AND (RS-ID-A = WS-JOUEUR-COURANT
                             OR RS-ID-B = WS-JOUEUR-COURANT))
                   PERFORM LIGNE-REPRISE-DEB THRU LIGNE-REPRISE-FIN
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RESTART-FILE
           IF WS-NB-REPRISES = ZERO
             DISPLAY 'Point de reprise : aucun.'
           END-IF
           .
      *****************
       REPRISES-FIN. EXIT.
      *****************

      ******************
       LIGNE-REPRISE-DEB.
      ******************
           ADD 1 TO WS-NB-REPRISES
           EVALUATE RS-MODE
             WHEN 'I'
               MOVE 'INTERACTIF' TO WS-LIBELLE-MODE
             WHEN 'S'
               MOVE 'SOLO' TO WS-LIBELLE-MODE
             WHEN 'B'
               MOVE 'PAR LOTS' TO WS-LIBELLE-MODE
             WHEN 'T'
               MOVE 'TOURNOI' TO WS-LIBELLE-MODE
             WHEN 'C'
               MOVE 'CASSEUR' TO WS-LIBELLE-MODE
             WHEN OTHER
               MOVE RS-MODE TO WS-LIBELLE-MODE
           END-EVALUATE
           MOVE RS-DATE-SAUV TO WS-DATE-A-EDITER
           PERFORM EDITER-DATE-DEB THRU EDITER-DATE-FIN
           DISPLAY 'POINT DE REPRISE OUVERT : partie ' WS-LIBELLE-MODE
                   ' ' RS-PLAYER2-ID ' contre ' RS-PLAYER1-ID
           DISPLAY '   tour ' RS-NBR-TENT '/' RS-MAX-TENT
                   ', sauvegarde le ' WS-DATE-EDITEE
                   ', partie ' RS-GAME-ID
           IF RS-MODE = 'T'
             DISPLAY '   tournoi ' RS-ID-A ' / ' RS-ID-B ', manche '
                     RS-MANCHE-COURANTE ' sur ' RS-NB-MANCHES
           END-IF
           .
      ******************
       LIGNE-REPRISE-FIN. EXIT.
      ******************

      **********
       MENU-DEB.
      **********
           DISPLAY ' '
           IF WS-NB-AFFICHEES > ZERO
             DISPLAY '1 a ' WS-NB-AFFICHEES
                     ' = Tours de la partie de ce numero'
           END-IF
           DISPLAY 'S = Joueur suivant'
           DISPLAY 'J = Autre joueur'
           DISPLAY 'R = Reafficher la fiche'
           DISPLAY 'F = Fin'
           DISPLAY 'Votre choix : '
           MOVE SPACES TO WS-CHOIX
           ACCEPT WS-CHOIX
           EVALUATE WS-CHOIX
             WHEN 'S'
             WHEN 's'
               MOVE 0 TO WS-ESSAIS-INVALIDES
               SET JOUEUR-NON-TROUVE TO TRUE
               MOVE WS-JOUEUR-COURANT TO PM-PLAYER-ID
               PERFORM LIRE-SUIVANT-DEB THRU LIRE-SUIVANT-FIN
               IF JOUEUR-TROUVE
                 PERFORM FICHE-DEB THRU FICHE-FIN
               ELSE
                 DISPLAY 'Dernier joueur du fichier atteint.'
               END-IF
             WHEN 'J'
             WHEN 'j'
               PERFORM SAISIE-JOUEUR-DEB THRU SAISIE-JOUEUR-FIN
             WHEN 'R'
             WHEN 'r'
               MOVE 0 TO WS-ESSAIS-INVALIDES
               MOVE WS-JOUEUR-COURANT TO PM-PLAYER-ID
               READ PLAYER-MASTER-FILE
                 INVALID KEY
                   DISPLAY 'Joueur ' WS-JOUEUR-COURANT
                           ' absent du fichier maitre.'
                 NOT INVALID KEY
                   PERFORM FICHE-DEB THRU FICHE-FIN
               END-READ
             WHEN 'F'
             WHEN 'f'
               SET FIN-MENU-OUI TO TRUE
             WHEN OTHER
               PERFORM NUMERO-CHOISI-DEB THRU NUMERO-CHOISI-FIN
               IF WS-NO-CHOISI > ZERO
                  AND WS-NO-CHOISI <= WS-NB-AFFICHEES
                 MOVE 0 TO WS-ESSAIS-INVALIDES
                 MOVE WS-NO-CHOISI TO WS-RANG
                 PERFORM TOURS-PARTIE-DEB THRU TOURS-PARTIE-FIN
               ELSE
                 ADD 1 TO WS-ESSAIS-INVALIDES
                 IF WS-ESSAIS-INVALIDES >= WS-MAX-ESSAIS-INVALIDES
                   DISPLAY 'Trop de choix invalides consecutifs, '
                           'fin de la consultation.'
                   SET FIN-MENU-OUI TO TRUE
                 ELSE
                   DISPLAY 'Choix invalide.'
                 END-IF
               END-IF
           END-EVALUATE
           .
      **************
       MENU-FIN. EXIT.
      **************

      ******************
       NUMERO-CHOISI-DEB.
      ******************
      * Numero de partie saisi sur un ou deux chiffres ('7', '07',
      * '10') ; zero si la saisie n'est pas un numero.
           MOVE 0 TO WS-NO-CHOISI
           IF WS-CHOIX IS NUMERIC
             MOVE WS-CHOIX TO WS-NO-CHOISI
           ELSE
             IF WS-CHOIX(1:1) IS NUMERIC AND WS-CHOIX(2:1) = SPACE
               MOVE WS-CHOIX(1:1) TO WS-CHIFFRE
               MOVE WS-CHIFFRE TO WS-NO-CHOISI
             END-IF
           END-IF
           .
      ******************
       NUMERO-CHOISI-FIN. EXIT.
      ******************

      *****************
       TOURS-PARTIE-DEB.
      *****************
      * Tours de la partie choisie, par jointure directe sur son
      * identifiant unique (GD-GAME-ID = GH-GAME-ID), comme
      * MasterMindReplay. Une partie anterieure a l'identifiant ne
      * peut etre rapprochee que par position dans la journee :
      * renvoi vers MasterMindReplay avec le joueur et la date.
           PERFORM POSTE-DU-RANG-DEB THRU POSTE-DU-RANG-FIN
           MOVE WS-D-DATE(WS-POSTE) TO WS-DATE-A-EDITER
           PERFORM EDITER-DATE-DEB THRU EDITER-DATE-FIN
           DISPLAY ' '
           DISPLAY LIGNE-SIMPLE
           DISPLAY 'Partie ' WS-RANG ' du ' WS-DATE-EDITEE
                   ' a ' WS-D-HEURE(WS-POSTE)(1:2) 'h'
                   WS-D-HEURE(WS-POSTE)(3:2)
                   ' - devineur : ' WS-D-DEVINEUR(WS-POSTE)
                   ' - poseur : ' WS-D-POSEUR(WS-POSTE)
           DISPLAY '  Secret     : ' WS-D-SECRET(WS-POSTE)
                   '   Tentatives : ' WS-D-TENT(WS-POSTE)
                   '   Gagnee : ' WS-D-WIN(WS-POSTE)
           IF WS-D-WIN(WS-POSTE) = 'ABA'
             DISPLAY '  Abandon    : motif ' WS-D-MOTIF(WS-POSTE)
           END-IF
           IF WS-D-GAME-ID(WS-POSTE) = SPACES
             DISPLAY '  (ancienne partie sans identifiant : voir '
                     'MasterMindReplay pour ' WS-D-DEVINEUR(WS-POSTE)
                     ' le ' WS-D-DATE(WS-POSTE) ')'
             GO TO TOURS-PARTIE-FIN
           END-IF
           DISPLAY '  Partie id  : ' WS-D-GAME-ID(WS-POSTE)
           MOVE ZERO TO WS-NB-TOURS
           SET FIN-FICHIER-NON TO TRUE
           OPEN INPUT GAME-DTL-FILE
           IF WS-GD-STATUS NOT = '00'
             DISPLAY '  (pas de detail : GAMEDTL.DAT absent)'
             GO TO TOURS-PARTIE-FIN
           END-IF
           PERFORM UNTIL FIN-FICHIER-OUI
             READ GAME-DTL-FILE
               AT END
                 SET FIN-FICHIER-OUI TO TRUE
               NOT AT END
                 IF GD-GAME-ID = WS-D-GAME-ID(WS-POSTE)
                   ADD 1 TO WS-NB-TOURS
                   DISPLAY '  Tour ' GD-NO-TOUR ' : ' GD-PROPOSITION
                           ' -> ' GD-BIEN-PLACE ' bien places, '
                           GD-TROUVES ' chiffres trouves'
                 END-IF
             END-READ
           END-PERFORM
           CLOSE GAME-DTL-FILE
           IF WS-NB-TOURS = ZERO
             DISPLAY '  (aucun tour enregistre pour cette partie)'
           END-IF
           DISPLAY LIGNE-SIMPLE
           .
      *****************
       TOURS-PARTIE-FIN. EXIT.
      *****************

      ****************
       EDITER-DATE-DEB.
      ****************
      * YYYYMMDD -> JJ/MM/AAAA ; date absente ou non numerique : '?'.
           IF WS-DATE-A-EDITER IS NUMERIC
             STRING WS-DATE-A-EDITER(7:2) '/' WS-DATE-A-EDITER(5:2)
                    '/' WS-DATE-A-EDITER(1:4)
                    DELIMITED BY SIZE INTO WS-DATE-EDITEE
           ELSE
             MOVE '?' TO WS-DATE-EDITEE
           END-IF
           .
      ****************
       EDITER-DATE-FIN. EXIT.
      ****************

      ******
       FIN.
      ******
           IF PM-OUVERT
             CLOSE PLAYER-MASTER-FILE
             SET PM-FERME TO TRUE
           END-IF
           DISPLAY 'Fin de la consultation des fiches joueurs.'
           STOP RUN.
       END PROGRAM MasterMindProfile.
