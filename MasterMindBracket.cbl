       IDENTIFICATION DIVISION.
       PROGRAM-ID. MasterMindBracket.

      * Championnat du club a elimination directe, a la place du
      * tableau blanc : le mode tournoi de MasterMind.cbl ne connait
      * que deux joueurs fixes (WS-ID-A / WS-ID-B) dans une session,
      * le championnat en compte 16 ou 32 sur plusieurs semaines.
      *
      * Deux usages, choisis au lancement :
      *   T = nouveau tirage. Les engages sont les inscrits ACTIFS de
      *       PLAYERS.DAT, classes par cote (RT-COTE de RATINGS.DAT,
      *       1500 pour un joueur jamais cote ; a egalite la plus
      *       ancienne inscription, puis l'identifiant). Le nombre
      *       maximum d'engages est saisi (les mieux cotes sont
      *       retenus). Le tableau a la taille de la puissance de 2
      *       immediatement superieure ; les tetes de serie sont
      *       placees selon l'ordre classique (1 et 2 ne peuvent se
      *       rencontrer qu'en finale) et les places vides sont des
      *       exemptions, qui reviennent donc aux meilleures tetes de
      *       serie. Le tirage est enregistre dans MMBRACKT.DAT.
      *   S = suivi du tableau en cours (defaut). Les parties du tour
      *       courant sont reprises des fichiers de parties eux-memes
      *       (GAMEARCH.DAT puis GAMEHIST.DAT), rien n'est saisi a la
      *       main : une partie dont le devineur et le poseur sont les
      *       deux joueurs d'une rencontre a jouer, jouee entre
      *       l'ouverture du tour et la date limite, est rattachee a
      *       cette rencontre par son identifiant (GH-GAME-ID) dans
      *       MMBRACKT.DAT, jusqu'au nombre de manches prevu. Une
      *       partie deja rattachee est reconnue par cet identifiant
      *       aux passages suivants et n'est jamais comptee deux fois.
      *
      * Une rencontre se joue en N manches (saisi au tirage, 2 par
      * defaut : chacun pose le secret une fois, comme les manches du
      * mode tournoi). Vainqueur, meme regle que le prix du mois :
      *   1. le plus de victoires (GH-WIN-FLAG = 'OUI' en devinant) ;
      *   2. a egalite, le plus petit cumul de tentatives sur ces
      *      victoires ;
      *   3. a egalite parfaite, la meilleure tete de serie.
      * Date limite depassee (ouverture du tour + delai saisi au
      * tirage) :
      *   - aucune manche jouee : forfait, la meilleure tete de serie
      *     est qualifiee ;
      *   - manches incompletes : la rencontre est decidee sur les
      *     manches jouees (victoires, puis celui qui a joue le plus
      *     de manches, puis tentatives, puis tete de serie).
      * Quand toutes les rencontres du tour sont decidees, le tour
      * suivant est forme (vainqueurs des rencontres 1-2, 3-4, ...)
      * et ouvert a la date de traitement ; apres la finale le
      * championnat est termine et le champion designe.
      *
      * Edition MMBRACKT.LST : tetes de serie, tous les tours deja
      * joues ou en cours avec scores et etats, rencontres restant a
      * jouer du tour courant avec leur date limite, et bilan du
      * rattachement. Code retour 8 sur saisie invalide, tableau
      * absent ou non enregistre, et partie rattachee devenue
      * introuvable.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Tableau du championnat, relu puis reecrit en entier.
           SELECT BRACKET-FILE ASSIGN TO "MMBRACKT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BK-STATUS.
      * Même historique que celui alimenté par MasterMind.cbl.
           SELECT GAME-HIST-FILE ASSIGN TO "GAMEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GH-STATUS.
      * Parties deja archivees par MasterMindArchive (meme
      * enregistrement) : un tour a cheval sur l'archivage mensuel ne
      * perd pas ses manches.
           SELECT GAME-ARCH-FILE ASSIGN TO "GAMEARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
      * Fichier maitre des joueurs, parcouru en sequence au tirage.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PM-STATUS.
      * Echelle des cotes, lue par cle au tirage.
           SELECT RATING-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RT-PLAYER-ID
               FILE STATUS IS WS-RT-STATUS.
      * Etat imprimable du tableau.
           SELECT PRINT-FILE ASSIGN TO "MMBRACKT.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY BRACKET.
           COPY GAMEHIST.
           COPY PLAYERS.
           COPY RATINGS.

       FD  GAME-ARCH-FILE.
       01 GAME-ARCH-RECORD            PIC X(80).

       FD  PRINT-FILE.
       01 PRINT-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-BK-STATUS                PIC X(2).
       01 WS-GH-STATUS                PIC X(2).
       01 WS-ARCH-STATUS              PIC X(2).
       01 WS-PM-STATUS                PIC X(2).
       01 WS-RT-STATUS                PIC X(2).
       01 WS-PRT-STATUS               PIC X(2).

       01 WS-FIN-FICHIER               PIC X.
           88 FIN-FICHIER-OUI          VALUE 'Y'.
           88 FIN-FICHIER-NON          VALUE 'N'.

      * Echelle des cotes ouverte pour les tetes de serie (sinon
      * cote de depart pour tous).
       01 WS-RT-OUVERT                 PIC X VALUE 'N'.
           88 RT-OUVERT                VALUE 'Y'.

      * Saisies du lancement.
       01 WS-SAISIE                    PIC X VALUE 'Y'.
           88 SAISIE-VALIDE            VALUE 'Y'.
           88 SAISIE-INVALIDE          VALUE 'N'.
       01 WS-ACTION                    PIC X.
           88 ACTION-TIRAGE            VALUE 'T' 't'.
           88 ACTION-SUIVI             VALUE 'S' 's' ' '.
       01 WS-REPONSE                   PIC X.
       01 WS-DATE-EDITION              PIC X(8).
       01 WS-DATE-TRAITEMENT           PIC X(8).
       01 WS-DATE-N                    PIC 9(8).
       01 WS-DATE-LIMITE               PIC X(8).
      * Saisie d'un nombre (vide = valeur par defaut).
       01 WS-NOMBRE-SAISI              PIC X(3).
       01 WS-NOMBRE-LG                 PIC 9.
       01 WS-NOMBRE                    PIC 9(3).
       01 WS-NOMBRE-DEFAUT             PIC 9(3).
       01 WS-NOMBRE-MIN                PIC 9(3).
       01 WS-NOMBRE-MAX                PIC 9(3).
       01 WS-MAX-ENGAGES               PIC 9(2).

      * Tableau present dans MMBRACKT.DAT au lancement.
       01 WS-TABLEAU                   PIC X VALUE 'N'.
           88 TABLEAU-PRESENT          VALUE 'Y'.
           88 TABLEAU-ABSENT           VALUE 'N'.

      * En-tete du championnat (meme disposition que BK-ENTETE).
       01 WS-ENTETE.
           05 WS-LIBELLE               PIC X(30).
           05 WS-DATE-TIRAGE           PIC X(8).
           05 WS-TAILLE                PIC 9(2).
           05 WS-NB-ENGAGES            PIC 9(2).
           05 WS-NB-MANCHES            PIC 9(2).
           05 WS-DELAI-JOURS           PIC 9(3).
           05 WS-TOUR-COURANT          PIC 9(1).
           05 WS-STATUT                PIC X(1).
               88 TABLEAU-EN-COURS     VALUE 'C'.
               88 TABLEAU-TERMINE      VALUE 'T'.
           05 WS-CHAMPION              PIC X(8).
           05 FILLER                   PIC X(22) VALUE SPACES.

      * Engages dans l'ordre des tetes de serie (meme disposition que
      * BK-ENGAGE). 64 engages au plus (tableau de 64).
       01 WS-NB-J                      PIC 9(2) VALUE 0.
       01 WS-ENGAGES-TABLE.
           05 WS-ENG OCCURS 64 TIMES.
               10 WS-ENG-SERIE          PIC 9(2).
               10 WS-ENG-ID             PIC X(8).
               10 WS-ENG-NOM            PIC X(30).
               10 WS-ENG-COTE           PIC 9(4).
               10 FILLER                PIC X(35).
       01 WS-J                         PIC 9(2).

      * Rencontres de tous les tours (meme disposition que
      * BK-RENCONTRE) : 63 au plus pour un tableau de 64.
       01 WS-NB-RC                     PIC 9(2) VALUE 0.
       01 WS-RENCONTRES-TABLE.
           05 WS-RC OCCURS 63 TIMES.
               10 WS-RC-TOUR            PIC 9(1).
               10 WS-RC-NUMERO          PIC 9(2).
               10 WS-RC-JOUEUR-A        PIC X(8).
               10 WS-RC-JOUEUR-B        PIC X(8).
               10 WS-RC-DATE-DEBUT      PIC X(8).
               10 WS-RC-DATE-LIMITE     PIC X(8).
               10 WS-RC-ETAT            PIC X(1).
               10 WS-RC-VAINQUEUR       PIC X(8).
               10 WS-RC-VICT-A          PIC 9(2).
               10 WS-RC-VICT-B          PIC 9(2).
               10 WS-RC-TENT-A          PIC 9(3).
               10 WS-RC-TENT-B          PIC 9(3).
               10 WS-RC-MANCHES-A       PIC 9(2).
               10 WS-RC-MANCHES-B       PIC 9(2).
               10 FILLER                PIC X(21).
       01 WS-R                         PIC 9(2).
       01 WS-R2                        PIC 9(2).

      * Parties rattachees (meme disposition que BK-PARTIE) : au plus
      * 10 manches par rencontre. WS-PT-VU : partie retrouvee dans les
      * fichiers de parties pendant ce passage.
       01 WS-MAX-PT                    PIC 9(3) VALUE 630.
       01 WS-NB-PT                     PIC 9(3) VALUE 0.
       01 WS-PARTIES-TABLE.
           05 WS-PT OCCURS 630 TIMES.
               10 WS-PT-TOUR            PIC 9(1).
               10 WS-PT-NUMERO          PIC 9(2).
               10 WS-PT-GAME-ID         PIC X(18).
               10 FILLER                PIC X(58).
       01 WS-PT-VU-TABLE.
           05 WS-PT-VU OCCURS 630 TIMES PIC X.
       01 WS-P                         PIC 9(3).
       01 WS-NB-RATTACHEES             PIC 9(2).

      * Candidats du tirage : inscrits actifs avec leur cote, classes
      * ensuite par cote decroissante.
       01 WS-MAX-CAND                  PIC 9(3) VALUE 500.
       01 WS-NB-CAND                   PIC 9(3) VALUE 0.
       01 WS-CAND-TABLE.
           05 WS-CAND OCCURS 500 TIMES.
               10 WS-CA-ID              PIC X(8).
               10 WS-CA-NOM             PIC X(30).
               10 WS-CA-COTE            PIC 9(4).
               10 WS-CA-DATE-INSCR      PIC X(8).
       01 WS-CAND-TEMP                 PIC X(50).
       01 WS-C                         PIC 9(3).
       01 WS-NB-CAND-EN-TROP           PIC 9(4) VALUE 0.
       01 WS-PERMUTATION               PIC X.
           88 PERMUTATION-FAITE        VALUE 'Y'.
           88 PERMUTATION-AUCUNE       VALUE 'N'.
       01 WS-FIN-MAITRE                PIC X.
           88 FIN-MAITRE-OUI           VALUE 'Y'.
           88 FIN-MAITRE-NON           VALUE 'N'.

      * Placement des tetes de serie : WS-PLACE(i) = tete de serie
      * placee a la ligne i du tableau.
       01 WS-PLACE-TABLE.
           05 WS-PLACE OCCURS 64 TIMES PIC 9(2).
       01 WS-PLACE-TEMP-TABLE.
           05 WS-PLACE-TEMP OCCURS 64 TIMES PIC 9(2).
       01 WS-NB-PLACES                 PIC 9(2).
       01 WS-I                         PIC 9(2).
       01 WS-SERIE-A                   PIC 9(2).
       01 WS-SERIE-B                   PIC 9(2).

      * Recherches dans les tables.
       01 WS-CH-TOUR                   PIC 9(1).
       01 WS-CH-NUMERO                 PIC 9(2).
       01 WS-CH-ID                     PIC X(8).
       01 WS-SERIE                     PIC 9(2).
       01 WS-NOM                       PIC X(30).
       01 WS-VAINQUEUR-1               PIC X(8).
       01 WS-VAINQUEUR-2               PIC X(8).

      * Tour courant.
       01 WS-NB-DU-TOUR                PIC 9(2).
       01 WS-NB-A-JOUER                PIC 9(2).
       01 WS-NB-JOUEES                 PIC 9(2).
       01 WS-T                         PIC 9(1).
       01 WS-NB-MATCHS-T               PIC 9(2).
       01 WS-NOM-TOUR                  PIC X(20).

      * Compteurs du rattachement.
       01 WS-NB-LUES                   PIC 9(6) VALUE 0.
       01 WS-NB-NOUVELLES              PIC 9(4) VALUE 0.
       01 WS-NB-HORS-DELAI             PIC 9(4) VALUE 0.
       01 WS-NB-SURNOMBRE              PIC 9(4) VALUE 0.
       01 WS-NB-INTROUVABLES           PIC 9(4) VALUE 0.
       01 WS-NB-DECIDEES               PIC 9(2) VALUE 0.
       01 WS-TOUR-FORME                PIC X VALUE 'N'.
           88 TOUR-FORME               VALUE 'Y'.
           88 TOUR-NON-FORME           VALUE 'N'.

      * Edition des dates : YYYYMMDD -> JJ/MM/AAAA.
       01 WS-DATE-A-EDITER             PIC X(8).
       01 WS-DATE-EDITEE               PIC X(10).

      * Gestion des pages de l'etat : 55 lignes utiles par page.
       01 WS-NO-PAGE                   PIC 9(3) VALUE 0.
       01 WS-LIGNE-CPT                 PIC 9(2) VALUE 99.
       01 WS-MAX-LIGNES                PIC 9(2) VALUE 55.

      * Lignes de l'etat.
       01 LIGNE-VIDE                   PIC X(80) VALUE SPACES.
       01 LIGNE-TITRE.
           05 FILLER                   PIC X(30)
              VALUE 'TABLEAU DU CHAMPIONNAT'.
           05 FILLER                   PIC X(8) VALUE '  EDITE:'.
           05 LT-DATE                  PIC X(11).
           05 FILLER                   PIC X(23) VALUE SPACES.
           05 FILLER                   PIC X(5) VALUE 'PAGE '.
           05 LT-PAGE                  PIC ZZ9.
       01 LIGNE-SEPARATION.
           05 FILLER                   PIC X(70) VALUE ALL '-'.
           05 FILLER                   PIC X(10) VALUE SPACES.
       01 LIGNE-COL-SERIES.
           05 FILLER                   PIC X(6)  VALUE 'SERIE'.
           05 FILLER                   PIC X(9)  VALUE 'JOUEUR'.
           05 FILLER                   PIC X(31) VALUE 'NOM'.
           05 FILLER                   PIC X(4)  VALUE 'COTE'.
       01 LIGNE-SERIE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 LS-SERIE                 PIC Z9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 LS-JOUEUR                PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 LS-NOM                   PIC X(30).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 LS-COTE                  PIC ZZZ9.
       01 LIGNE-COL-RENCONTRES.
           05 FILLER                   PIC X(3)  VALUE 'NO'.
           05 FILLER                   PIC X(29)
              VALUE 'RENCONTRE'.
           05 FILLER                   PIC X(7)  VALUE 'MANCH.'.
           05 FILLER                   PIC X(7)  VALUE 'VICT.'.
           05 FILLER                   PIC X(9)  VALUE 'TENT.'.
           05 FILLER                   PIC X(9)  VALUE 'ETAT'.
           05 FILLER                   PIC X(9)  VALUE 'QUALIFIE'.
       01 LIGNE-RENCONTRE.
           05 LM-NUMERO                PIC Z9.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 LM-SERIE-A               PIC X(4).
           05 LM-JOUEUR-A              PIC X(8).
           05 FILLER                   PIC X(3) VALUE ' - '.
           05 LM-SERIE-B               PIC X(4).
           05 LM-JOUEUR-B              PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 LM-MANCHES               PIC Z9.
           05 FILLER                   PIC X(1) VALUE '/'.
           05 LM-NB-MANCHES            PIC Z9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 LM-VICT-A                PIC Z9.
           05 FILLER                   PIC X(1) VALUE '-'.
           05 LM-VICT-B                PIC Z9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 LM-TENT-A                PIC ZZ9.
           05 FILLER                   PIC X(1) VALUE '-'.
           05 LM-TENT-B                PIC ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 LM-ETAT                  PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 LM-VAINQUEUR             PIC X(8).
       01 LIGNE-A-JOUER.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 LJ-JOUEUR-A              PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 LJ-NOM-A                 PIC X(15).
           05 FILLER                   PIC X(8) VALUE ' CONTRE '.
           05 LJ-JOUEUR-B              PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 LJ-NOM-B                 PIC X(15).
           05 FILLER                   PIC X(10) VALUE ' AVANT LE '.
           05 LJ-LIMITE                PIC X(10).
       01 WS-SERIE-ED                  PIC Z9.
       01 WS-NB-ED                     PIC Z9.
       01 WS-DELAI-ED                  PIC ZZ9.
       01 WS-LIGNE-TRAVAIL             PIC X(80).


       PROCEDURE DIVISION.

      *********************
       PROGRAMME-PRINCIPAL.
      *********************
           PERFORM INITIALISATION-DEB THRU INITIALISATION-FIN
           IF SAISIE-VALIDE
             IF ACTION-TIRAGE
               PERFORM TIRAGE-DEB THRU TIRAGE-FIN
             ELSE
               PERFORM SUIVI-DEB THRU SUIVI-FIN
             END-IF
           END-IF
           IF SAISIE-VALIDE
             PERFORM SAUVEGARDE-DEB THRU SAUVEGARDE-FIN
             PERFORM EDITION-DEB THRU EDITION-FIN
           END-IF
           PERFORM FIN
           .

      ********************
       INITIALISATION-DEB.
      ********************
           ACCEPT WS-DATE-EDITION FROM DATE YYYYMMDD
           DISPLAY 'Date de traitement (YYYYMMDD, vide = ce jour) : '
           MOVE SPACES TO WS-DATE-TRAITEMENT
           ACCEPT WS-DATE-TRAITEMENT
           IF WS-DATE-TRAITEMENT = SPACES
             MOVE WS-DATE-EDITION TO WS-DATE-TRAITEMENT
           END-IF
           IF WS-DATE-TRAITEMENT NOT NUMERIC
             DISPLAY 'Date invalide : ' WS-DATE-TRAITEMENT
                     ' - aucun traitement.'
             SET SAISIE-INVALIDE TO TRUE
             MOVE 8 TO RETURN-CODE
             GO TO INITIALISATION-FIN
           END-IF
           MOVE WS-DATE-TRAITEMENT TO WS-DATE-N
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-N) NOT = 0
             DISPLAY 'Date invalide : ' WS-DATE-TRAITEMENT
                     ' - aucun traitement.'
             SET SAISIE-INVALIDE TO TRUE
             MOVE 8 TO RETURN-CODE
             GO TO INITIALISATION-FIN
           END-IF

           PERFORM CHARGER-DEB THRU CHARGER-FIN
           IF SAISIE-INVALIDE
             GO TO INITIALISATION-FIN
           END-IF
           IF TABLEAU-PRESENT
             DISPLAY 'Tableau enregistre : ' WS-LIBELLE
             IF TABLEAU-TERMINE
               DISPLAY '  termine, champion : ' WS-CHAMPION
             ELSE
               DISPLAY '  en cours, tour ' WS-TOUR-COURANT
             END-IF
           END-IF

           DISPLAY 'Nouveau tirage (T) ou suivi du tableau (S, '
                   'vide = S) : '
           MOVE SPACE TO WS-ACTION
           ACCEPT WS-ACTION
           EVALUATE TRUE
             WHEN ACTION-TIRAGE
               PERFORM PARAMETRES-DEB THRU PARAMETRES-FIN
             WHEN ACTION-SUIVI
               IF TABLEAU-ABSENT
                 DISPLAY 'Aucun tableau enregistre (MMBRACKT.DAT '
                         'absent) : lancer d''abord un tirage (T).'
                 SET SAISIE-INVALIDE TO TRUE
                 MOVE 8 TO RETURN-CODE
               END-IF
             WHEN OTHER
               DISPLAY 'Choix invalide : ' WS-ACTION
                       ' - aucun traitement.'
               SET SAISIE-INVALIDE TO TRUE
               MOVE 8 TO RETURN-CODE
           END-EVALUATE
           .
      **************************
       INITIALISATION-FIN. EXIT.
      **************************

      *************
       CHARGER-DEB.
      *************
      * Relecture du tableau enregistre. Fichier absent = pas encore
      * de championnat.
           SET TABLEAU-ABSENT TO TRUE
           OPEN INPUT BRACKET-FILE
           IF WS-BK-STATUS = '35'
             GO TO CHARGER-FIN
           END-IF
           IF WS-BK-STATUS NOT = '00'
             DISPLAY 'Tableau illisible (MMBRACKT.DAT, status '
                     WS-BK-STATUS ') - aucun traitement.'
             SET SAISIE-INVALIDE TO TRUE
             MOVE 8 TO RETURN-CODE
             GO TO CHARGER-FIN
           END-IF
           SET FIN-FICHIER-NON TO TRUE
           PERFORM UNTIL FIN-FICHIER-OUI
             READ BRACKET-FILE
               AT END
                 SET FIN-FICHIER-OUI TO TRUE
               NOT AT END
                 PERFORM CHARGER-LIGNE-DEB THRU CHARGER-LIGNE-FIN
             END-READ
           END-PERFORM
           CLOSE BRACKET-FILE
           .
      ***************
       CHARGER-FIN. EXIT.
      ***************

      *******************
       CHARGER-LIGNE-DEB.
      *******************
           EVALUATE BK-TYPE
             WHEN 'E'
               MOVE BK-ENTETE TO WS-ENTETE
               SET TABLEAU-PRESENT TO TRUE
             WHEN 'J'
               IF WS-NB-J < 64
                 ADD 1 TO WS-NB-J
                 MOVE BK-ENGAGE TO WS-ENG(WS-NB-J)
               END-IF
             WHEN 'M'
               IF WS-NB-RC < 63
                 ADD 1 TO WS-NB-RC
                 MOVE BK-RENCONTRE TO WS-RC(WS-NB-RC)
               END-IF
             WHEN 'P'
               IF WS-NB-PT < WS-MAX-PT
                 ADD 1 TO WS-NB-PT
                 MOVE BK-PARTIE TO WS-PT(WS-NB-PT)
               END-IF
             WHEN OTHER
               DISPLAY 'Enregistrement inconnu ignore dans '
                       'MMBRACKT.DAT : ' BK-TYPE
           END-EVALUATE
           .
      *******************
       CHARGER-LIGNE-FIN. EXIT.
      *******************

      ****************
       PARAMETRES-DEB.
      ****************
      * Parametres du nouveau tirage. Un championnat encore en cours
      * n'est remplace que sur confirmation explicite.
           IF TABLEAU-PRESENT AND TABLEAU-EN-COURS
             DISPLAY 'Remplacer le championnat en cours '
                     WS-LIBELLE ' ? (O/N) '
             MOVE SPACE TO WS-REPONSE
             ACCEPT WS-REPONSE
             IF WS-REPONSE NOT = 'O' AND WS-REPONSE NOT = 'o'
               DISPLAY 'Tirage abandonne, championnat en cours '
                       'conserve.'
               SET SAISIE-INVALIDE TO TRUE
               MOVE 8 TO RETURN-CODE
               GO TO PARAMETRES-FIN
             END-IF
           END-IF
           DISPLAY 'Libelle du championnat (vide = CHAMPIONNAT DU '
                   'CLUB) : '
           MOVE SPACES TO WS-LIBELLE
           ACCEPT WS-LIBELLE
           IF WS-LIBELLE = SPACES
             MOVE 'CHAMPIONNAT DU CLUB' TO WS-LIBELLE
           END-IF

           DISPLAY 'Nombre maximum d''engages (2 a 64, vide = 32) : '
           MOVE 32 TO WS-NOMBRE-DEFAUT
           MOVE 2 TO WS-NOMBRE-MIN
           MOVE 64 TO WS-NOMBRE-MAX
           PERFORM SAISIE-NOMBRE-DEB THRU SAISIE-NOMBRE-FIN
           IF SAISIE-INVALIDE
             GO TO PARAMETRES-FIN
           END-IF
           MOVE WS-NOMBRE TO WS-MAX-ENGAGES

           DISPLAY 'Manches par rencontre (1 a 10, vide = 2) : '
           MOVE 2 TO WS-NOMBRE-DEFAUT
           MOVE 1 TO WS-NOMBRE-MIN
           MOVE 10 TO WS-NOMBRE-MAX
           PERFORM SAISIE-NOMBRE-DEB THRU SAISIE-NOMBRE-FIN
           IF SAISIE-INVALIDE
             GO TO PARAMETRES-FIN
           END-IF
           MOVE WS-NOMBRE TO WS-NB-MANCHES

           DISPLAY 'Delai par tour en jours (1 a 999, vide = 7) : '
           MOVE 7 TO WS-NOMBRE-DEFAUT
           MOVE 1 TO WS-NOMBRE-MIN
           MOVE 999 TO WS-NOMBRE-MAX
           PERFORM SAISIE-NOMBRE-DEB THRU SAISIE-NOMBRE-FIN
           IF SAISIE-INVALIDE
             GO TO PARAMETRES-FIN
           END-IF
           MOVE WS-NOMBRE TO WS-DELAI-JOURS
           .
      ****************
       PARAMETRES-FIN. EXIT.
      ****************

      *******************
       SAISIE-NOMBRE-DEB.
      *******************
      * Saisie d'un nombre entre WS-NOMBRE-MIN et WS-NOMBRE-MAX,
      * WS-NOMBRE-DEFAUT si la saisie est vide.
           MOVE SPACES TO WS-NOMBRE-SAISI
           ACCEPT WS-NOMBRE-SAISI
           MOVE 0 TO WS-NOMBRE-LG
           INSPECT WS-NOMBRE-SAISI TALLYING WS-NOMBRE-LG
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-NOMBRE-LG = 0
             MOVE WS-NOMBRE-DEFAUT TO WS-NOMBRE
             GO TO SAISIE-NOMBRE-FIN
           END-IF
           IF WS-NOMBRE-SAISI(1:WS-NOMBRE-LG) NOT NUMERIC
             DISPLAY 'Saisie invalide : ' WS-NOMBRE-SAISI
                     ' - aucun traitement.'
             SET SAISIE-INVALIDE TO TRUE
             MOVE 8 TO RETURN-CODE
             GO TO SAISIE-NOMBRE-FIN
           END-IF
           MOVE WS-NOMBRE-SAISI(1:WS-NOMBRE-LG) TO WS-NOMBRE
           IF WS-NOMBRE < WS-NOMBRE-MIN OR WS-NOMBRE > WS-NOMBRE-MAX
             DISPLAY 'Valeur hors limites (' WS-NOMBRE-MIN ' a '
                     WS-NOMBRE-MAX ') : ' WS-NOMBRE
                     ' - aucun traitement.'
             SET SAISIE-INVALIDE TO TRUE
             MOVE 8 TO RETURN-CODE
           END-IF
           .
      *******************
       SAISIE-NOMBRE-FIN. EXIT.
      *******************

      ************
       TIRAGE-DEB.
      ************
           MOVE 0 TO WS-NB-J
           MOVE 0 TO WS-NB-RC
           MOVE 0 TO WS-NB-PT
           PERFORM CANDIDATS-DEB THRU CANDIDATS-FIN
           IF SAISIE-INVALIDE
             GO TO TIRAGE-FIN
           END-IF
           IF WS-NB-CAND < 2
             DISPLAY 'Moins de deux inscrits actifs dans PLAYERS.DAT :'
                     ' pas de tableau.'
             SET SAISIE-INVALIDE TO TRUE
             MOVE 8 TO RETURN-CODE
             GO TO TIRAGE-FIN
           END-IF
           PERFORM CLASSER-CAND-DEB THRU CLASSER-CAND-FIN

      * Les mieux cotes sont retenus, dans l'ordre des tetes de serie.
           IF WS-NB-CAND > WS-MAX-ENGAGES
             MOVE WS-MAX-ENGAGES TO WS-NB-ENGAGES
           ELSE
             MOVE WS-NB-CAND TO WS-NB-ENGAGES
           END-IF
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-ENGAGES
             ADD 1 TO WS-NB-J
             MOVE SPACES TO WS-ENG(WS-NB-J)
             MOVE WS-NB-J TO WS-ENG-SERIE(WS-NB-J)
             MOVE WS-CA-ID(WS-C) TO WS-ENG-ID(WS-NB-J)
             MOVE WS-CA-NOM(WS-C) TO WS-ENG-NOM(WS-NB-J)
             MOVE WS-CA-COTE(WS-C) TO WS-ENG-COTE(WS-NB-J)
           END-PERFORM

      * Taille du tableau : puissance de 2 immediatement superieure.
           MOVE 2 TO WS-TAILLE
           PERFORM UNTIL WS-TAILLE >= WS-NB-ENGAGES
             COMPUTE WS-TAILLE = WS-TAILLE * 2
           END-PERFORM
           PERFORM PLACEMENT-DEB THRU PLACEMENT-FIN

      * Premier tour : une rencontre par paire de lignes du tableau ;
      * une tete de serie face a une place vide est exemptee.
           PERFORM CALCUL-LIMITE-DEB THRU CALCUL-LIMITE-FIN
           COMPUTE WS-NB-DU-TOUR = WS-TAILLE / 2
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-DU-TOUR
             MOVE WS-PLACE(2 * WS-I - 1) TO WS-SERIE-A
             MOVE WS-PLACE(2 * WS-I) TO WS-SERIE-B
             IF WS-SERIE-B < WS-SERIE-A
               MOVE WS-SERIE-A TO WS-SERIE
               MOVE WS-SERIE-B TO WS-SERIE-A
               MOVE WS-SERIE TO WS-SERIE-B
             END-IF
             ADD 1 TO WS-NB-RC
             PERFORM NOUVELLE-RENCONTRE-DEB
                 THRU NOUVELLE-RENCONTRE-FIN
             MOVE 1 TO WS-RC-TOUR(WS-NB-RC)
             MOVE WS-I TO WS-RC-NUMERO(WS-NB-RC)
             MOVE WS-ENG-ID(WS-SERIE-A) TO WS-RC-JOUEUR-A(WS-NB-RC)
             IF WS-SERIE-B > WS-NB-ENGAGES
               MOVE 'E' TO WS-RC-ETAT(WS-NB-RC)
               MOVE WS-ENG-ID(WS-SERIE-A) TO WS-RC-VAINQUEUR(WS-NB-RC)
             ELSE
               MOVE WS-ENG-ID(WS-SERIE-B) TO WS-RC-JOUEUR-B(WS-NB-RC)
             END-IF
           END-PERFORM

           MOVE WS-DATE-TRAITEMENT TO WS-DATE-TIRAGE
           MOVE 1 TO WS-TOUR-COURANT
           SET TABLEAU-EN-COURS TO TRUE
           MOVE SPACES TO WS-CHAMPION
           SET TABLEAU-PRESENT TO TRUE
           DISPLAY 'Tirage : ' WS-NB-ENGAGES ' engages, tableau de '
                   WS-TAILLE '.'
           IF WS-NB-CAND-EN-TROP > ZERO OR WS-NB-CAND > WS-NB-ENGAGES
             DISPLAY 'Attention : inscrits actifs non retenus (au-dela'
                     ' du maximum saisi ou de la table).'
           END-IF
           .
      ************
       TIRAGE-FIN. EXIT.
      ************

      ***************
       CANDIDATS-DEB.
      ***************
      * Inscrits actifs de PLAYERS.DAT (parcours sequentiel de
      * l'indexe) avec leur cote. Echelle absente ou illisible, ou
      * joueur jamais cote : cote de depart 1500.
           MOVE 0 TO WS-NB-CAND
           SET FIN-MAITRE-NON TO TRUE
           OPEN INPUT PLAYER-MASTER-FILE
           IF WS-PM-STATUS NOT = '00'
             DISPLAY 'Fichier maitre des joueurs absent ou illisible '
                     '(PLAYERS.DAT, status ' WS-PM-STATUS ') : pas '
                     'de tirage.'
             SET SAISIE-INVALIDE TO TRUE
             MOVE 8 TO RETURN-CODE
             GO TO CANDIDATS-FIN
           END-IF
           OPEN INPUT RATING-FILE
           IF WS-RT-STATUS = '00'
             SET RT-OUVERT TO TRUE
           ELSE
             DISPLAY 'Echelle des cotes absente ou illisible '
                     '(RATINGS.DAT, status ' WS-RT-STATUS ') : '
                     'tetes de serie a la cote 1500 pour tous.'
           END-IF
           MOVE LOW-VALUES TO PM-PLAYER-ID
           START PLAYER-MASTER-FILE
               KEY IS GREATER THAN PM-PLAYER-ID
             INVALID KEY
               SET FIN-MAITRE-OUI TO TRUE
           END-START
           PERFORM CANDIDAT-SUIVANT-DEB THRU CANDIDAT-SUIVANT-FIN
               UNTIL FIN-MAITRE-OUI
           CLOSE PLAYER-MASTER-FILE
           IF RT-OUVERT
             CLOSE RATING-FILE
           END-IF
           .
      ***************
       CANDIDATS-FIN. EXIT.
      ***************

      **********************
       CANDIDAT-SUIVANT-DEB.
      **********************
           READ PLAYER-MASTER-FILE NEXT RECORD
             AT END
               SET FIN-MAITRE-OUI TO TRUE
               GO TO CANDIDAT-SUIVANT-FIN
           END-READ
           IF PM-STATUT NOT = 'A'
             GO TO CANDIDAT-SUIVANT-FIN
           END-IF
           IF WS-NB-CAND >= WS-MAX-CAND
             ADD 1 TO WS-NB-CAND-EN-TROP
             GO TO CANDIDAT-SUIVANT-FIN
           END-IF
           ADD 1 TO WS-NB-CAND
           MOVE PM-PLAYER-ID TO WS-CA-ID(WS-NB-CAND)
           MOVE PM-NOM TO WS-CA-NOM(WS-NB-CAND)
           MOVE PM-DATE-INSCR TO WS-CA-DATE-INSCR(WS-NB-CAND)
           MOVE 1500 TO WS-CA-COTE(WS-NB-CAND)
           IF NOT RT-OUVERT
             GO TO CANDIDAT-SUIVANT-FIN
           END-IF
           MOVE PM-PLAYER-ID TO RT-PLAYER-ID
           READ RATING-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE RT-COTE TO WS-CA-COTE(WS-NB-CAND)
           END-READ
           .
      **********************
       CANDIDAT-SUIVANT-FIN. EXIT.
      **********************

      ******************
       CLASSER-CAND-DEB.
      ******************
      * Tri par permutations successives : cote decroissante, puis
      * inscription la plus ancienne, puis identifiant.
           SET PERMUTATION-FAITE TO TRUE
           PERFORM UNTIL PERMUTATION-AUCUNE
             SET PERMUTATION-AUCUNE TO TRUE
             PERFORM VARYING WS-C FROM 1 BY 1
                     UNTIL WS-C >= WS-NB-CAND
               IF WS-CA-COTE(WS-C + 1) > WS-CA-COTE(WS-C)
                  OR (WS-CA-COTE(WS-C + 1) = WS-CA-COTE(WS-C)
                      AND WS-CA-DATE-INSCR(WS-C + 1) <
                            WS-CA-DATE-INSCR(WS-C))
                  OR (WS-CA-COTE(WS-C + 1) = WS-CA-COTE(WS-C)
                      AND WS-CA-DATE-INSCR(WS-C + 1) =
                            WS-CA-DATE-INSCR(WS-C)
                      AND WS-CA-ID(WS-C + 1) < WS-CA-ID(WS-C))
                 MOVE WS-CAND(WS-C) TO WS-CAND-TEMP
                 MOVE WS-CAND(WS-C + 1) TO WS-CAND(WS-C)
                 MOVE WS-CAND-TEMP TO WS-CAND(WS-C + 1)
                 SET PERMUTATION-FAITE TO TRUE
               END-IF
             END-PERFORM
           END-PERFORM
           .
      ******************
       CLASSER-CAND-FIN. EXIT.
      ******************

      ***************
       PLACEMENT-DEB.
      ***************
      * Ordre classique des tetes de serie : en doublant le tableau,
      * chaque tete de serie s est suivie de son adversaire
      * (nouvelle taille + 1 - s). Pour 8 : 1 8 4 5 2 7 3 6.
           MOVE 1 TO WS-PLACE(1)
           MOVE 1 TO WS-NB-PLACES
           PERFORM UNTIL WS-NB-PLACES >= WS-TAILLE
             PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-NB-PLACES
               MOVE WS-PLACE(WS-I) TO WS-PLACE-TEMP(WS-I)
             END-PERFORM
             PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-NB-PLACES
               MOVE WS-PLACE-TEMP(WS-I) TO WS-PLACE(2 * WS-I - 1)
               COMPUTE WS-PLACE(2 * WS-I) =
                       2 * WS-NB-PLACES + 1 - WS-PLACE-TEMP(WS-I)
             END-PERFORM
             COMPUTE WS-NB-PLACES = WS-NB-PLACES * 2
           END-PERFORM
           .
      ***************
       PLACEMENT-FIN. EXIT.
      ***************

      ************************
       NOUVELLE-RENCONTRE-DEB.
      ************************
      * Rencontre WS-NB-RC a blanc, a jouer, ouverte a la date de
      * traitement jusqu'a la date limite du tour.
           MOVE SPACES TO WS-RC(WS-NB-RC)
           MOVE WS-DATE-TRAITEMENT TO WS-RC-DATE-DEBUT(WS-NB-RC)
           MOVE WS-DATE-LIMITE TO WS-RC-DATE-LIMITE(WS-NB-RC)
           MOVE 'A' TO WS-RC-ETAT(WS-NB-RC)
           MOVE 0 TO WS-RC-VICT-A(WS-NB-RC)
           MOVE 0 TO WS-RC-VICT-B(WS-NB-RC)
           MOVE 0 TO WS-RC-TENT-A(WS-NB-RC)
           MOVE 0 TO WS-RC-TENT-B(WS-NB-RC)
           MOVE 0 TO WS-RC-MANCHES-A(WS-NB-RC)
           MOVE 0 TO WS-RC-MANCHES-B(WS-NB-RC)
           .
      ************************
       NOUVELLE-RENCONTRE-FIN. EXIT.
      ************************

      *******************
       CALCUL-LIMITE-DEB.
      *******************
           MOVE WS-DATE-TRAITEMENT TO WS-DATE-N
           COMPUTE WS-DATE-N = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-DATE-N)
                    + WS-DELAI-JOURS)
           MOVE WS-DATE-N TO WS-DATE-LIMITE
           .
      *******************
       CALCUL-LIMITE-FIN. EXIT.
      *******************

      ***********
       SUIVI-DEB.
      ***********
      * Rattachement des parties du tour courant, decision des
      * rencontres, puis formation du tour suivant si le tour courant
      * est entierement decide.
           IF TABLEAU-TERMINE
             DISPLAY 'Championnat termine : rien a suivre.'
             GO TO SUIVI-FIN
           END-IF
      * Les cumuls des rencontres a jouer sont recalcules a chaque
      * passage a partir des parties rattachees.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-NB-RC
             IF WS-RC-TOUR(WS-R) = WS-TOUR-COURANT
                AND WS-RC-ETAT(WS-R) = 'A'
               MOVE 0 TO WS-RC-VICT-A(WS-R)
               MOVE 0 TO WS-RC-VICT-B(WS-R)
               MOVE 0 TO WS-RC-TENT-A(WS-R)
               MOVE 0 TO WS-RC-TENT-B(WS-R)
               MOVE 0 TO WS-RC-MANCHES-A(WS-R)
               MOVE 0 TO WS-RC-MANCHES-B(WS-R)
             END-IF
           END-PERFORM
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-NB-PT
             MOVE 'N' TO WS-PT-VU(WS-P)
           END-PERFORM

      * Archives d'abord, historique courant ensuite (ordre
      * chronologique des parties).
           OPEN INPUT GAME-ARCH-FILE
           IF WS-ARCH-STATUS = '00'
             SET FIN-FICHIER-NON TO TRUE
             PERFORM UNTIL FIN-FICHIER-OUI
               READ GAME-ARCH-FILE INTO GAME-HIST-RECORD
                 AT END
                   SET FIN-FICHIER-OUI TO TRUE
                 NOT AT END
                   ADD 1 TO WS-NB-LUES
                   PERFORM RATTACHER-DEB THRU RATTACHER-FIN
               END-READ
             END-PERFORM
             CLOSE GAME-ARCH-FILE
           END-IF
           OPEN INPUT GAME-HIST-FILE
           IF WS-GH-STATUS = '00'
             SET FIN-FICHIER-NON TO TRUE
             PERFORM UNTIL FIN-FICHIER-OUI
               READ GAME-HIST-FILE
                 AT END
                   SET FIN-FICHIER-OUI TO TRUE
                 NOT AT END
                   ADD 1 TO WS-NB-LUES
                   PERFORM RATTACHER-DEB THRU RATTACHER-FIN
               END-READ
             END-PERFORM
             CLOSE GAME-HIST-FILE
           ELSE
             DISPLAY 'Historique absent ou illisible (GAMEHIST.DAT, '
                     'status ' WS-GH-STATUS ').'
           END-IF

      * Une partie rattachee a une rencontre encore a jouer doit
      * toujours etre retrouvee : sinon la rencontre est comptee sans
      * elle, et l'anomalie est signalee.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-NB-PT
             IF WS-PT-VU(WS-P) = 'N'
               MOVE WS-PT-TOUR(WS-P) TO WS-CH-TOUR
               MOVE WS-PT-NUMERO(WS-P) TO WS-CH-NUMERO
               PERFORM CHERCHER-RENCONTRE-DEB
                   THRU CHERCHER-RENCONTRE-FIN
               IF WS-R2 > 0
                 IF WS-RC-ETAT(WS-R2) = 'A'
                   ADD 1 TO WS-NB-INTROUVABLES
                   DISPLAY 'Partie rattachee introuvable : '
                           WS-PT-GAME-ID(WS-P)
                   MOVE 8 TO RETURN-CODE
                 END-IF
               END-IF
             END-IF
           END-PERFORM

           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-NB-RC
             IF WS-RC-TOUR(WS-R) = WS-TOUR-COURANT
                AND WS-RC-ETAT(WS-R) = 'A'
               PERFORM DECIDER-DEB THRU DECIDER-FIN
             END-IF
           END-PERFORM
           PERFORM TOUR-SUIVANT-DEB THRU TOUR-SUIVANT-FIN
           .
      ***********
       SUIVI-FIN. EXIT.
      ***********

      ***************
       RATTACHER-DEB.
      ***************
      * Partie courante (GAME-HIST-RECORD) : deja rattachee (reconnue
      * par son identifiant), ou nouvelle manche d'une rencontre a
      * jouer du tour courant opposant son devineur et son poseur.
           IF GH-GAME-ID = SPACES
             GO TO RATTACHER-FIN
           END-IF
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-NB-PT
                      OR WS-PT-GAME-ID(WS-P) = GH-GAME-ID
             CONTINUE
           END-PERFORM
           IF WS-P <= WS-NB-PT
             MOVE 'Y' TO WS-PT-VU(WS-P)
             MOVE WS-PT-TOUR(WS-P) TO WS-CH-TOUR
             MOVE WS-PT-NUMERO(WS-P) TO WS-CH-NUMERO
             PERFORM CHERCHER-RENCONTRE-DEB THRU CHERCHER-RENCONTRE-FIN
             IF WS-R2 > 0
               IF WS-RC-ETAT(WS-R2) = 'A'
                 MOVE WS-R2 TO WS-R
                 PERFORM CUMULER-MANCHE-DEB THRU CUMULER-MANCHE-FIN
               END-IF
             END-IF
             GO TO RATTACHER-FIN
           END-IF

           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-NB-RC
                      OR (WS-RC-TOUR(WS-R) = WS-TOUR-COURANT
                          AND WS-RC-ETAT(WS-R) = 'A'
                          AND ((WS-RC-JOUEUR-A(WS-R) = GH-PLAYER-ID
                                AND WS-RC-JOUEUR-B(WS-R) =
                                      GH-SETTER-ID)
                            OR (WS-RC-JOUEUR-B(WS-R) = GH-PLAYER-ID
                                AND WS-RC-JOUEUR-A(WS-R) =
                                      GH-SETTER-ID)))
             CONTINUE
           END-PERFORM
           IF WS-R > WS-NB-RC
             GO TO RATTACHER-FIN
           END-IF
      * Partie jouee avant l'ouverture du tour ou apres sa date
      * limite : elle ne compte pas pour la rencontre.
           IF GH-TIMESTAMP(1:8) < WS-RC-DATE-DEBUT(WS-R)
              OR GH-TIMESTAMP(1:8) > WS-RC-DATE-LIMITE(WS-R)
             ADD 1 TO WS-NB-HORS-DELAI
             GO TO RATTACHER-FIN
           END-IF
      * Toutes les manches prevues deja rattachees : partie en trop.
           MOVE WS-RC-TOUR(WS-R) TO WS-CH-TOUR
           MOVE WS-RC-NUMERO(WS-R) TO WS-CH-NUMERO
           MOVE 0 TO WS-NB-RATTACHEES
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-NB-PT
             IF WS-PT-TOUR(WS-P) = WS-CH-TOUR
                AND WS-PT-NUMERO(WS-P) = WS-CH-NUMERO
               ADD 1 TO WS-NB-RATTACHEES
             END-IF
           END-PERFORM
           IF WS-NB-RATTACHEES >= WS-NB-MANCHES
              OR WS-NB-PT >= WS-MAX-PT
             ADD 1 TO WS-NB-SURNOMBRE
             GO TO RATTACHER-FIN
           END-IF
           ADD 1 TO WS-NB-PT
           MOVE SPACES TO WS-PT(WS-NB-PT)
           MOVE WS-CH-TOUR TO WS-PT-TOUR(WS-NB-PT)
           MOVE WS-CH-NUMERO TO WS-PT-NUMERO(WS-NB-PT)
           MOVE GH-GAME-ID TO WS-PT-GAME-ID(WS-NB-PT)
           MOVE 'Y' TO WS-PT-VU(WS-NB-PT)
           ADD 1 TO WS-NB-NOUVELLES
           PERFORM CUMULER-MANCHE-DEB THRU CUMULER-MANCHE-FIN
           .
      ***************
       RATTACHER-FIN. EXIT.
      ***************

      ********************
       CUMULER-MANCHE-DEB.
      ********************
      * La manche est comptee a celui qui devinait (GH-PLAYER-ID) ;
      * tentatives cumulees sur ses seules victoires, comme le prix.
           IF GH-PLAYER-ID = WS-RC-JOUEUR-A(WS-R)
             ADD 1 TO WS-RC-MANCHES-A(WS-R)
             IF GH-WIN-FLAG = 'OUI'
               ADD 1 TO WS-RC-VICT-A(WS-R)
               IF GH-NBR-TENT IS NUMERIC
                 ADD GH-NBR-TENT TO WS-RC-TENT-A(WS-R)
               END-IF
             END-IF
           ELSE
             ADD 1 TO WS-RC-MANCHES-B(WS-R)
             IF GH-WIN-FLAG = 'OUI'
               ADD 1 TO WS-RC-VICT-B(WS-R)
               IF GH-NBR-TENT IS NUMERIC
                 ADD GH-NBR-TENT TO WS-RC-TENT-B(WS-R)
               END-IF
             END-IF
           END-IF
           .
      ********************
       CUMULER-MANCHE-FIN. EXIT.
      ********************

      *************
       DECIDER-DEB.
      *************
      * Rencontre WS-R a jouer : decidee quand toutes ses manches sont
      * jouees, ou a la date limite depassee (forfait si aucune
      * manche, sinon decision sur les manches jouees).
           COMPUTE WS-NB-JOUEES = WS-RC-MANCHES-A(WS-R)
                                + WS-RC-MANCHES-B(WS-R)
           IF WS-NB-JOUEES >= WS-NB-MANCHES
             MOVE 'J' TO WS-RC-ETAT(WS-R)
             PERFORM DEPARTAGE-DEB THRU DEPARTAGE-FIN
             ADD 1 TO WS-NB-DECIDEES
             GO TO DECIDER-FIN
           END-IF
           IF WS-DATE-TRAITEMENT NOT > WS-RC-DATE-LIMITE(WS-R)
             GO TO DECIDER-FIN
           END-IF
           IF WS-NB-JOUEES = ZERO
             MOVE 'F' TO WS-RC-ETAT(WS-R)
             MOVE WS-RC-JOUEUR-A(WS-R) TO WS-RC-VAINQUEUR(WS-R)
           ELSE
             MOVE 'L' TO WS-RC-ETAT(WS-R)
             PERFORM DEPARTAGE-DEB THRU DEPARTAGE-FIN
           END-IF
           ADD 1 TO WS-NB-DECIDEES
           .
      *************
       DECIDER-FIN. EXIT.
      *************

      ***************
       DEPARTAGE-DEB.
      ***************
      * Victoires, puis cumul de tentatives le plus petit (meme
      * regle que le prix mensuel), puis la meilleure tete de serie
      * (joueur A). A la date limite seulement ('L'), celui qui a
      * joue le plus de manches passe avant les tentatives : ne pas
      * avoir devine ne doit pas valoir un cumul de tentatives nul.
           EVALUATE TRUE
             WHEN WS-RC-VICT-A(WS-R) > WS-RC-VICT-B(WS-R)
               MOVE WS-RC-JOUEUR-A(WS-R) TO WS-RC-VAINQUEUR(WS-R)
             WHEN WS-RC-VICT-A(WS-R) < WS-RC-VICT-B(WS-R)
               MOVE WS-RC-JOUEUR-B(WS-R) TO WS-RC-VAINQUEUR(WS-R)
             WHEN WS-RC-ETAT(WS-R) = 'L'
                  AND WS-RC-MANCHES-A(WS-R) > WS-RC-MANCHES-B(WS-R)
               MOVE WS-RC-JOUEUR-A(WS-R) TO WS-RC-VAINQUEUR(WS-R)
             WHEN WS-RC-ETAT(WS-R) = 'L'
                  AND WS-RC-MANCHES-A(WS-R) < WS-RC-MANCHES-B(WS-R)
               MOVE WS-RC-JOUEUR-B(WS-R) TO WS-RC-VAINQUEUR(WS-R)
             WHEN WS-RC-TENT-B(WS-R) < WS-RC-TENT-A(WS-R)
               MOVE WS-RC-JOUEUR-B(WS-R) TO WS-RC-VAINQUEUR(WS-R)
             WHEN OTHER
               MOVE WS-RC-JOUEUR-A(WS-R) TO WS-RC-VAINQUEUR(WS-R)
           END-EVALUATE
           .
      ***************
       DEPARTAGE-FIN. EXIT.
      ***************

      ******************
       TOUR-SUIVANT-DEB.
      ******************
      * Tour courant entierement decide : finale = champion designe,
      * sinon le tour suivant est forme et ouvert a la date de
      * traitement.
           MOVE 0 TO WS-NB-DU-TOUR
           MOVE 0 TO WS-NB-A-JOUER
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-NB-RC
             IF WS-RC-TOUR(WS-R) = WS-TOUR-COURANT
               ADD 1 TO WS-NB-DU-TOUR
               IF WS-RC-ETAT(WS-R) = 'A'
                 ADD 1 TO WS-NB-A-JOUER
               END-IF
             END-IF
           END-PERFORM
           IF WS-NB-A-JOUER > ZERO OR WS-NB-DU-TOUR = ZERO
             GO TO TOUR-SUIVANT-FIN
           END-IF
           IF WS-NB-DU-TOUR = 1
             MOVE WS-TOUR-COURANT TO WS-CH-TOUR
             MOVE 1 TO WS-CH-NUMERO
             PERFORM CHERCHER-RENCONTRE-DEB THRU CHERCHER-RENCONTRE-FIN
             MOVE WS-RC-VAINQUEUR(WS-R2) TO WS-CHAMPION
             SET TABLEAU-TERMINE TO TRUE
             DISPLAY 'Championnat termine, champion : ' WS-CHAMPION
             GO TO TOUR-SUIVANT-FIN
           END-IF

           PERFORM CALCUL-LIMITE-DEB THRU CALCUL-LIMITE-FIN
           COMPUTE WS-NB-DU-TOUR = WS-NB-DU-TOUR / 2
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-DU-TOUR
             MOVE WS-TOUR-COURANT TO WS-CH-TOUR
             COMPUTE WS-CH-NUMERO = 2 * WS-I - 1
             PERFORM CHERCHER-RENCONTRE-DEB THRU CHERCHER-RENCONTRE-FIN
             MOVE WS-RC-VAINQUEUR(WS-R2) TO WS-VAINQUEUR-1
             COMPUTE WS-CH-NUMERO = 2 * WS-I
             PERFORM CHERCHER-RENCONTRE-DEB THRU CHERCHER-RENCONTRE-FIN
             MOVE WS-RC-VAINQUEUR(WS-R2) TO WS-VAINQUEUR-2
             MOVE WS-VAINQUEUR-1 TO WS-CH-ID
             PERFORM CHERCHER-ENGAGE-DEB THRU CHERCHER-ENGAGE-FIN
             MOVE WS-SERIE TO WS-SERIE-A
             MOVE WS-VAINQUEUR-2 TO WS-CH-ID
             PERFORM CHERCHER-ENGAGE-DEB THRU CHERCHER-ENGAGE-FIN
             MOVE WS-SERIE TO WS-SERIE-B
             ADD 1 TO WS-NB-RC
             PERFORM NOUVELLE-RENCONTRE-DEB
                 THRU NOUVELLE-RENCONTRE-FIN
             COMPUTE WS-RC-TOUR(WS-NB-RC) = WS-TOUR-COURANT + 1
             MOVE WS-I TO WS-RC-NUMERO(WS-NB-RC)
             IF WS-SERIE-B < WS-SERIE-A
               MOVE WS-VAINQUEUR-2 TO WS-RC-JOUEUR-A(WS-NB-RC)
               MOVE WS-VAINQUEUR-1 TO WS-RC-JOUEUR-B(WS-NB-RC)
             ELSE
               MOVE WS-VAINQUEUR-1 TO WS-RC-JOUEUR-A(WS-NB-RC)
               MOVE WS-VAINQUEUR-2 TO WS-RC-JOUEUR-B(WS-NB-RC)
             END-IF
           END-PERFORM
           ADD 1 TO WS-TOUR-COURANT
           SET TOUR-FORME TO TRUE
           DISPLAY 'Tour ' WS-TOUR-COURANT ' forme : ' WS-NB-DU-TOUR
                   ' rencontre(s) a jouer avant le ' WS-DATE-LIMITE
                   '.'
           .
      ******************
       TOUR-SUIVANT-FIN. EXIT.
      ******************

      ************************
       CHERCHER-RENCONTRE-DEB.
      ************************
      * Rencontre WS-CH-NUMERO du tour WS-CH-TOUR -> WS-R2 (0 si
      * absente).
           PERFORM VARYING WS-R2 FROM 1 BY 1
                   UNTIL WS-R2 > WS-NB-RC
                      OR (WS-RC-TOUR(WS-R2) = WS-CH-TOUR
                          AND WS-RC-NUMERO(WS-R2) = WS-CH-NUMERO)
             CONTINUE
           END-PERFORM
           IF WS-R2 > WS-NB-RC
             MOVE 0 TO WS-R2
           END-IF
           .
      ************************
       CHERCHER-RENCONTRE-FIN. EXIT.
      ************************

      *********************
       CHERCHER-ENGAGE-DEB.
      *********************
      * Tete de serie et nom de l'engage WS-CH-ID (99 et blanc s'il
      * n'est pas dans la table).
           MOVE 99 TO WS-SERIE
           MOVE SPACES TO WS-NOM
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NB-J
             IF WS-ENG-ID(WS-J) = WS-CH-ID
               MOVE WS-ENG-SERIE(WS-J) TO WS-SERIE
               MOVE WS-ENG-NOM(WS-J) TO WS-NOM
             END-IF
           END-PERFORM
           .
      *********************
       CHERCHER-ENGAGE-FIN. EXIT.
      *********************

      ****************
       SAUVEGARDE-DEB.
      ****************
      * Reecriture complete du tableau : en-tete, engages, rencontres,
      * parties rattachees.
           OPEN OUTPUT BRACKET-FILE
           IF WS-BK-STATUS NOT = '00'
             DISPLAY 'Tableau NON enregistre (MMBRACKT.DAT, status '
                     WS-BK-STATUS ') !'
             MOVE 8 TO RETURN-CODE
             GO TO SAUVEGARDE-FIN
           END-IF
           MOVE SPACES TO BRACKET-RECORD
           MOVE 'E' TO BK-TYPE
           MOVE WS-ENTETE TO BK-ENTETE
           WRITE BRACKET-RECORD
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NB-J
             MOVE SPACES TO BRACKET-RECORD
             MOVE 'J' TO BK-TYPE
             MOVE WS-ENG(WS-J) TO BK-ENGAGE
             WRITE BRACKET-RECORD
           END-PERFORM
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-NB-RC
             MOVE SPACES TO BRACKET-RECORD
             MOVE 'M' TO BK-TYPE
             MOVE WS-RC(WS-R) TO BK-RENCONTRE
             WRITE BRACKET-RECORD
           END-PERFORM
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-NB-PT
             MOVE SPACES TO BRACKET-RECORD
             MOVE 'P' TO BK-TYPE
             MOVE WS-PT(WS-P) TO BK-PARTIE
             WRITE BRACKET-RECORD
           END-PERFORM
           CLOSE BRACKET-FILE
           .
      ****************
       SAUVEGARDE-FIN. EXIT.
      ****************

      *************
       EDITION-DEB.
      *************
           OPEN OUTPUT PRINT-FILE
           IF WS-PRT-STATUS NOT = '00'
             DISPLAY 'Etat MMBRACKT.LST inutilisable (status '
                     WS-PRT-STATUS ').'
             MOVE 8 TO RETURN-CODE
             GO TO EDITION-FIN
           END-IF
           PERFORM ECRIRE-PAGE-DEB THRU ECRIRE-PAGE-FIN

           MOVE SPACES TO WS-LIGNE-TRAVAIL
           STRING 'CHAMPIONNAT : ' WS-LIBELLE
                  DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE WS-DATE-TIRAGE TO WS-DATE-A-EDITER
           PERFORM FORMAT-DATE-DEB THRU FORMAT-DATE-FIN
           MOVE WS-NB-MANCHES TO WS-NB-ED
           MOVE SPACES TO WS-LIGNE-TRAVAIL
           STRING 'TIRE LE ' WS-DATE-EDITEE ' : ' WS-NB-ENGAGES
                  ' ENGAGES, TABLEAU DE ' WS-TAILLE ', '
                  WS-NB-ED ' MANCHE(S) PAR RENCONTRE'
                  DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE WS-DATE-TRAITEMENT TO WS-DATE-A-EDITER
           PERFORM FORMAT-DATE-DEB THRU FORMAT-DATE-FIN
           MOVE WS-DELAI-JOURS TO WS-DELAI-ED
           MOVE SPACES TO WS-LIGNE-TRAVAIL
           STRING 'DELAI PAR TOUR :' WS-DELAI-ED ' JOURS - SITUATION '
                  'AU ' WS-DATE-EDITEE
                  DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE LIGNE-VIDE TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN

           MOVE 'TETES DE SERIE (COTE AU TIRAGE)' TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE LIGNE-COL-SERIES TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NB-J
             MOVE WS-ENG-SERIE(WS-J) TO LS-SERIE
             MOVE WS-ENG-ID(WS-J) TO LS-JOUEUR
             MOVE WS-ENG-NOM(WS-J) TO LS-NOM
             MOVE WS-ENG-COTE(WS-J) TO LS-COTE
             MOVE LIGNE-SERIE TO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           END-PERFORM

      * Un bloc par tour, du premier au tour courant.
           COMPUTE WS-NB-MATCHS-T = WS-TAILLE / 2
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-TOUR-COURANT
             PERFORM EDITER-TOUR-DEB THRU EDITER-TOUR-FIN
             COMPUTE WS-NB-MATCHS-T = WS-NB-MATCHS-T / 2
           END-PERFORM
           MOVE LIGNE-VIDE TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE 'ETAT : JOUEE = TOUTES LES MANCHES JOUEES'
                TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE
             '       DELAI = DECIDEE A LA DATE LIMITE (MANCHES JOUEES)'
                TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE
             '               PAR VICTOIRES, MANCHES JOUEES, TENTATIVES'
                TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE
             '       FORFAIT = AUCUNE MANCHE (MEILLEURE TETE DE SERIE)'
                TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE LIGNE-VIDE TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN

           IF TABLEAU-TERMINE
             MOVE WS-CHAMPION TO WS-CH-ID
             PERFORM CHERCHER-ENGAGE-DEB THRU CHERCHER-ENGAGE-FIN
             MOVE SPACES TO WS-LIGNE-TRAVAIL
             STRING 'CHAMPION : ' WS-CHAMPION ' ' WS-NOM
                    DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           ELSE
             PERFORM EDITER-A-JOUER-DEB THRU EDITER-A-JOUER-FIN
           END-IF

           IF ACTION-SUIVI
             PERFORM EDITER-BILAN-DEB THRU EDITER-BILAN-FIN
           END-IF
           MOVE LIGNE-SEPARATION TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE '*** FIN DU RAPPORT ***' TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           CLOSE PRINT-FILE
           DISPLAY 'Tableau edite dans MMBRACKT.LST.'
           .
      *************
       EDITION-FIN. EXIT.
      *************

      *****************
       EDITER-TOUR-DEB.
      *****************
      * Tour WS-T, de WS-NB-MATCHS-T rencontres.
           EVALUATE WS-NB-MATCHS-T
             WHEN 1  MOVE 'FINALE' TO WS-NOM-TOUR
             WHEN 2  MOVE 'DEMI-FINALES' TO WS-NOM-TOUR
             WHEN 4  MOVE 'QUARTS DE FINALE' TO WS-NOM-TOUR
             WHEN 8  MOVE 'HUITIEMES DE FINALE' TO WS-NOM-TOUR
             WHEN 16 MOVE 'SEIZIEMES DE FINALE' TO WS-NOM-TOUR
             WHEN OTHER
               MOVE '32E DE FINALE' TO WS-NOM-TOUR
           END-EVALUATE
           MOVE LIGNE-VIDE TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE SPACES TO WS-LIGNE-TRAVAIL
           STRING 'TOUR ' WS-T ' - ' WS-NOM-TOUR
                  DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE LIGNE-COL-RENCONTRES TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE LIGNE-SEPARATION TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-NB-RC
             IF WS-RC-TOUR(WS-R) = WS-T
               PERFORM EDITER-RENCONTRE-DEB THRU EDITER-RENCONTRE-FIN
             END-IF
           END-PERFORM
           .
      *****************
       EDITER-TOUR-FIN. EXIT.
      *****************

      **********************
       EDITER-RENCONTRE-DEB.
      **********************
           MOVE WS-RC-NUMERO(WS-R) TO LM-NUMERO
           MOVE WS-RC-JOUEUR-A(WS-R) TO WS-CH-ID
           PERFORM CHERCHER-ENGAGE-DEB THRU CHERCHER-ENGAGE-FIN
           MOVE WS-SERIE TO WS-SERIE-ED
           MOVE SPACES TO LM-SERIE-A
           STRING '(' WS-SERIE-ED ')' DELIMITED BY SIZE
                  INTO LM-SERIE-A
           MOVE WS-RC-JOUEUR-A(WS-R) TO LM-JOUEUR-A
           MOVE WS-NB-MANCHES TO LM-NB-MANCHES
           IF WS-RC-ETAT(WS-R) = 'E'
             MOVE SPACES TO LM-SERIE-B
             MOVE '(AUCUN)' TO LM-JOUEUR-B
             MOVE 0 TO LM-MANCHES LM-VICT-A LM-VICT-B
                       LM-TENT-A LM-TENT-B
           ELSE
             MOVE WS-RC-JOUEUR-B(WS-R) TO WS-CH-ID
             PERFORM CHERCHER-ENGAGE-DEB THRU CHERCHER-ENGAGE-FIN
             MOVE WS-SERIE TO WS-SERIE-ED
             MOVE SPACES TO LM-SERIE-B
             STRING '(' WS-SERIE-ED ')' DELIMITED BY SIZE
                    INTO LM-SERIE-B
             MOVE WS-RC-JOUEUR-B(WS-R) TO LM-JOUEUR-B
             COMPUTE LM-MANCHES = WS-RC-MANCHES-A(WS-R)
                                + WS-RC-MANCHES-B(WS-R)
             MOVE WS-RC-VICT-A(WS-R) TO LM-VICT-A
             MOVE WS-RC-VICT-B(WS-R) TO LM-VICT-B
             MOVE WS-RC-TENT-A(WS-R) TO LM-TENT-A
             MOVE WS-RC-TENT-B(WS-R) TO LM-TENT-B
           END-IF
           EVALUATE WS-RC-ETAT(WS-R)
             WHEN 'A'  MOVE 'A JOUER' TO LM-ETAT
             WHEN 'J'  MOVE 'JOUEE' TO LM-ETAT
             WHEN 'L'  MOVE 'DELAI' TO LM-ETAT
             WHEN 'F'  MOVE 'FORFAIT' TO LM-ETAT
             WHEN 'E'  MOVE 'EXEMPT' TO LM-ETAT
             WHEN OTHER
               MOVE WS-RC-ETAT(WS-R) TO LM-ETAT
           END-EVALUATE
           MOVE WS-RC-VAINQUEUR(WS-R) TO LM-VAINQUEUR
           MOVE LIGNE-RENCONTRE TO WS-LIGNE-TRAVAIL
      * Exemption : pas de manches ni de score a editer.
           IF WS-RC-ETAT(WS-R) = 'E'
             MOVE SPACES TO WS-LIGNE-TRAVAIL(33:21)
           END-IF
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           .
      **********************
       EDITER-RENCONTRE-FIN. EXIT.
      **********************

      ********************
       EDITER-A-JOUER-DEB.
      ********************
      * Rencontres du tour courant qui restent a jouer.
           MOVE SPACES TO WS-LIGNE-TRAVAIL
           STRING 'RENCONTRES A JOUER - TOUR ' WS-TOUR-COURANT
                  DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE LIGNE-SEPARATION TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE 0 TO WS-NB-A-JOUER
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-NB-RC
             IF WS-RC-TOUR(WS-R) = WS-TOUR-COURANT
                AND WS-RC-ETAT(WS-R) = 'A'
               ADD 1 TO WS-NB-A-JOUER
               MOVE WS-RC-JOUEUR-A(WS-R) TO LJ-JOUEUR-A WS-CH-ID
               PERFORM CHERCHER-ENGAGE-DEB THRU CHERCHER-ENGAGE-FIN
               MOVE WS-NOM TO LJ-NOM-A
               MOVE WS-RC-JOUEUR-B(WS-R) TO LJ-JOUEUR-B WS-CH-ID
               PERFORM CHERCHER-ENGAGE-DEB THRU CHERCHER-ENGAGE-FIN
               MOVE WS-NOM TO LJ-NOM-B
               MOVE WS-RC-DATE-LIMITE(WS-R) TO WS-DATE-A-EDITER
               PERFORM FORMAT-DATE-DEB THRU FORMAT-DATE-FIN
               MOVE WS-DATE-EDITEE TO LJ-LIMITE
               MOVE LIGNE-A-JOUER TO WS-LIGNE-TRAVAIL
               PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
             END-IF
           END-PERFORM
           IF WS-NB-A-JOUER = ZERO
             MOVE 'AUCUNE (TOUR A FORMER AU PROCHAIN PASSAGE).'
                  TO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           END-IF
           .
      ********************
       EDITER-A-JOUER-FIN. EXIT.
      ********************

      ******************
       EDITER-BILAN-DEB.
      ******************
           MOVE LIGNE-VIDE TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE LIGNE-SEPARATION TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE SPACES TO WS-LIGNE-TRAVAIL
           STRING 'PARTIES LUES (GAMEARCH + GAMEHIST) : ' WS-NB-LUES
                  DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE SPACES TO WS-LIGNE-TRAVAIL
           STRING 'MANCHES RATTACHEES CE PASSAGE       : '
                  WS-NB-NOUVELLES
                  DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE SPACES TO WS-LIGNE-TRAVAIL
           STRING 'RENCONTRES DECIDEES CE PASSAGE      : '
                  WS-NB-DECIDEES
                  DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           IF WS-NB-HORS-DELAI > ZERO
             MOVE SPACES TO WS-LIGNE-TRAVAIL
             STRING 'PARTIES IGNOREES (HORS DU TOUR)     : '
                    WS-NB-HORS-DELAI
                    DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           END-IF
           IF WS-NB-SURNOMBRE > ZERO
             MOVE SPACES TO WS-LIGNE-TRAVAIL
             STRING 'PARTIES IGNOREES (EN SURNOMBRE)     : '
                    WS-NB-SURNOMBRE
                    DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           END-IF
           IF WS-NB-INTROUVABLES > ZERO
             MOVE SPACES TO WS-LIGNE-TRAVAIL
             STRING 'PARTIES RATTACHEES INTROUVABLES     : '
                    WS-NB-INTROUVABLES
                    DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           END-IF
           IF TOUR-FORME
             MOVE SPACES TO WS-LIGNE-TRAVAIL
             STRING 'TOUR ' WS-TOUR-COURANT ' FORME CE PASSAGE.'
                    DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           END-IF
           .
      ******************
       EDITER-BILAN-FIN. EXIT.
      ******************

      *****************
       FORMAT-DATE-DEB.
      *****************
           MOVE SPACES TO WS-DATE-EDITEE
           STRING WS-DATE-A-EDITER(7:2) '/' WS-DATE-A-EDITER(5:2) '/'
                  WS-DATE-A-EDITER(1:4) DELIMITED BY SIZE
                  INTO WS-DATE-EDITEE
           .
      *****************
       FORMAT-DATE-FIN. EXIT.
      *****************

      ****************
       ECRIRE-PAGE-DEB.
      ****************
      * Nouvelle page : titre, date du passage, numero de page,
      * separation. Ecritures directes (pas par ECRIRE-LIGNE-DEB, qui
      * appelle ce paragraphe en bas de page : un PERFORM recursif est
      * interdit).
           ADD 1 TO WS-NO-PAGE
           MOVE SPACES TO LT-DATE
           STRING ' ' WS-DATE-EDITION(7:2) '/' WS-DATE-EDITION(5:2)
                  '/' WS-DATE-EDITION(1:4) DELIMITED BY SIZE
                  INTO LT-DATE
           MOVE WS-NO-PAGE TO LT-PAGE
           WRITE PRINT-RECORD FROM LIGNE-TITRE
           WRITE PRINT-RECORD FROM LIGNE-SEPARATION
           MOVE 2 TO WS-LIGNE-CPT
           .
      ********************
       ECRIRE-PAGE-FIN. EXIT.
      ********************

      *****************
       ECRIRE-LIGNE-DEB.
      *****************
      * Toute ligne de l'etat passe ici : saut de page automatique en
      * bas de page.
           IF WS-LIGNE-CPT > WS-MAX-LIGNES
             PERFORM ECRIRE-PAGE-DEB THRU ECRIRE-PAGE-FIN
           END-IF
           WRITE PRINT-RECORD FROM WS-LIGNE-TRAVAIL
           ADD 1 TO WS-LIGNE-CPT
           .
      *********************
       ECRIRE-LIGNE-FIN. EXIT.
      *********************

      ******
       FIN.
      ******
           DISPLAY 'Fin du traitement du tableau.'
           STOP RUN.
       END PROGRAM MasterMindBracket.
