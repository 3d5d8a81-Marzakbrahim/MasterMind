       IDENTIFICATION DIVISION.
       PROGRAM-ID. MasterMindAnalysis.

      * Analyse des codes et des ouvertures, par classe de difficulte
      * (longueur du code + alphabet, comme le classement), ecrite
      * dans un etat imprimable (MMANALYS.LST, meme presentation que
      * MMREPORT.LST) pour le groupe d'entrainement (enseigner les
      * ouvertures) et la commission des parametres (juger si le
      * nombre de tentatives autorisees est equitable pour chaque
      * longueur de code).
      *
      * Pour chaque classe :
      *   1. repartition des parties par nombre de tentatives (parties
      *      gagnees en 1, 2, 3... tentatives, pourcentage et
      *      pourcentage cumule), parties perdues et parties
      *      abandonnees (a part : ni gagnees ni perdues), avec le
      *      nombre de tentatives autorisees rencontre (GH-MAX-TENT) ;
      *   2. tentatives moyennes par victoire selon la structure du
      *      secret : tous differents, une repetition (un seul
      *      caractere en double), plusieurs repetitions ;
      *   3. premiers coups les plus joues (tour 1 de GAMEDTL.DAT),
      *      avec la moyenne de bien places et de trouves qu'ils
      *      rapportent ;
      *   4. codes les plus resistants : poseurs humains (GH-SETTER-ID)
      *      classes par parties non trouvees, puis par tentatives
      *      moyennes consommees par les devineurs ; une partie
      *      abandonnee ne juge pas le code et n'y compte pas.
      * Les parties de l'ordinateur devineur (mode casseur de code,
      * GH-PLAYER-ID = 'ORDI') ne sont pas melangees aux statistiques
      * des joueurs (points 1 a 3) : elles sont rappelees a part sur
      * une ligne de reference par classe. Elles comptent en revanche
      * pour la resistance des codes (point 4), qui juge le code quel
      * que soit le devineur.
      *
      * Periode saisie au lancement (YYYYMMDD, a blanc = sans borne) :
      * parties lues dans les archives (GAMEARCH.DAT) puis dans
      * l'historique courant (GAMEHIST.DAT) comme un seul flux, comme
      * le classement. Le detail des tours n'est jamais archive : ses
      * premiers coups sont retenus sur GD-DATE-PARTIE dans la meme
      * periode, et la classe d'un premier coup se lit sur la
      * proposition elle-meme (longueur, chiffres ou lettres), le
      * detail ne portant pas la configuration de la partie.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Même historique que celui alimenté par MasterMind.cbl.
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
               FILE STATUS IS WS-GD-STATUS.
      * Etat imprimable de l'analyse.
           SELECT PRINT-FILE ASSIGN TO "MMANALYS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY GAMEHIST.

       FD  GAME-ARCH-FILE.
       01 GAME-ARCH-RECORD            PIC X(80).
           COPY GAMEDTL.

       FD  PRINT-FILE.
       01 PRINT-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-GH-STATUS                PIC X(2).
       01 WS-GD-STATUS                PIC X(2).
       01 WS-PRT-STATUS               PIC X(2).

       01 WS-FIN-FICHIER               PIC X.
           88 FIN-FICHIER-OUI          VALUE 'Y'.
           88 FIN-FICHIER-NON          VALUE 'N'.
       01 WS-FIN-DETAIL                PIC X.
           88 FIN-DETAIL-OUI           VALUE 'Y'.
           88 FIN-DETAIL-NON           VALUE 'N'.

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

      * Flux unique des parties : les archives (GAMEARCH.DAT) puis
      * l'historique courant (GAMEHIST.DAT), lus l'un apres l'autre
      * comme un seul fichier.
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
       01 WS-NB-SANS-DATE              PIC 9(6) VALUE 0.
       01 WS-DATE-A-EDITER             PIC X(8).
       01 WS-DATE-EDITEE               PIC X(10).
       01 WS-DATE-ED1                  PIC X(10).
       01 WS-DATE-ED2                  PIC X(10).

      * Classes de difficulte : 1 a 8 = longueur 3 a 6 en chiffres
      * ('N', indice impair) ou en lettres ('L', indice pair), 9 =
      * ancien format (configuration non journalisee). Pour chacune :
      * parties des joueurs (gagnees, perdues, tentatives cumulees des
      * victoires, repartition par tentatives), tentatives autorisees
      * rencontrees, cumuls par structure du secret (1 = tous
      * differents, 2 = une repetition, 3 = plusieurs repetitions),
      * ligne de reference de l'ordinateur devineur, premiers coups
      * comptes.
       01 WS-NB-CLASSES                PIC 9(2) VALUE 9.
       01 WS-CLASSES-TABLE.
           05 WS-CL OCCURS 9 TIMES.
               10 WS-CL-PARTIES         PIC 9(6).
               10 WS-CL-GAGNEES         PIC 9(6).
               10 WS-CL-PERDUES         PIC 9(6).
               10 WS-CL-ABANDONS        PIC 9(6).
               10 WS-CL-CUMUL-TENT      PIC 9(8).
               10 WS-CL-MAX-MIN         PIC 9(2).
               10 WS-CL-MAX-MAX         PIC 9(2).
               10 WS-CL-DIST            PIC 9(6) OCCURS 99 TIMES.
               10 WS-CL-STRUCT OCCURS 3 TIMES.
                   15 WS-CS-PARTIES     PIC 9(6).
                   15 WS-CS-GAGNEES     PIC 9(6).
                   15 WS-CS-ABANDONS    PIC 9(6).
                   15 WS-CS-CUMUL-TENT  PIC 9(8).
               10 WS-CL-ORDI-PARTIES    PIC 9(6).
               10 WS-CL-ORDI-GAGNEES    PIC 9(6).
               10 WS-CL-ORDI-CUMUL      PIC 9(8).
               10 WS-CL-NB-OUV          PIC 9(6).
       01 WS-C                         PIC 9(2).
       01 WS-K                         PIC 9(3).
       01 WS-T                         PIC 9.

      * Premiers coups par classe (proposition du tour 1) : nombre de
      * fois joue et cumul des comptes rendus. 2000 ouvertures
      * distinctes ; au-dela, comptees a part (jamais en silence).
       01 WS-MAX-OUV                   PIC 9(4) VALUE 2000.
       01 WS-NB-OUV                    PIC 9(4) VALUE 0.
       01 WS-OUV-TABLE.
           05 WS-OUV OCCURS 2000 TIMES.
               10 WS-OV-CLASSE          PIC 9.
               10 WS-OV-PROP            PIC X(6).
               10 WS-OV-FOIS            PIC 9(6).
               10 WS-OV-CUMUL-BP        PIC 9(8).
               10 WS-OV-CUMUL-TR        PIC 9(8).
               10 WS-OV-EDITE           PIC X.
       01 WS-OUV-EN-TROP               PIC 9(6) VALUE 0.
       01 WS-O                         PIC 9(4).

      * Poseurs humains par classe : parties posees, codes jamais
      * trouves, tentatives cumulees des devineurs. 1000 couples
      * classe/poseur ; au-dela, comptes a part.
       01 WS-MAX-POS                   PIC 9(4) VALUE 1000.
       01 WS-NB-POS                    PIC 9(4) VALUE 0.
       01 WS-POS-TABLE.
           05 WS-POS OCCURS 1000 TIMES.
               10 WS-PO-CLASSE          PIC 9.
               10 WS-PO-ID              PIC X(8).
               10 WS-PO-PARTIES         PIC 9(6).
               10 WS-PO-INTACTS         PIC 9(6).
               10 WS-PO-CUMUL-TENT      PIC 9(8).
               10 WS-PO-EDITE           PIC X.
       01 WS-POS-EN-TROP               PIC 9(6) VALUE 0.
       01 WS-P                         PIC 9(4).

      * Recherche dans les tables et selection des meilleurs.
       01 WS-TROUVE                    PIC X.
           88 ENTREE-TROUVEE           VALUE 'Y'.
           88 ENTREE-NON-TROUVEE       VALUE 'N'.
       01 WS-TOP-N                     PIC 9(2) VALUE 5.
       01 WS-RANG                      PIC 9(2).
       01 WS-MEILLEUR                  PIC 9(4).
       01 WS-MOY-A                     PIC 9(3)V99.
       01 WS-MOY-B                     PIC 9(3)V99.

      * Partie courante : classe, longueur du secret retenue pour sa
      * structure, nombre de repetitions relevees.
       01 WS-CLASSE-COURANTE           PIC X(2).
       01 WS-LONGUEUR                  PIC 9.
       01 WS-REPETITIONS               PIC 9.
       01 WS-POS1                      PIC 9.
       01 WS-POS2                      PIC 9.
       01 WS-DOUBLE                    PIC X.
           88 CAR-EN-DOUBLE            VALUE 'Y'.
           88 CAR-UNIQUE               VALUE 'N'.

      * Compteurs generaux du passage.
       01 WS-NB-LUS                    PIC 9(6) VALUE 0.
       01 WS-NB-TOURS-LUS              PIC 9(6) VALUE 0.
       01 WS-NB-OUV-RETENUES           PIC 9(6) VALUE 0.
       01 WS-NB-CLASSES-EDITEES        PIC 9 VALUE 0.

      * Gestion des pages de l'etat : 55 lignes utiles par page.
       01 WS-NO-PAGE                   PIC 9(3) VALUE 0.
       01 WS-LIGNE-CPT                 PIC 9(2) VALUE 99.
       01 WS-MAX-LIGNES                PIC 9(2) VALUE 55.
       01 WS-DATE-EDITION              PIC X(8).

      * Lignes de l'etat.
       01 LIGNE-VIDE                   PIC X(80) VALUE SPACES.
       01 LIGNE-TITRE.
           05 FILLER                   PIC X(33)
              VALUE 'ANALYSE DES CODES ET OUVERTURES  '.
           05 FILLER                   PIC X(7) VALUE 'EDITE: '.
           05 LT-DATE                  PIC X(10).
           05 FILLER                   PIC X(22) VALUE SPACES.
           05 FILLER                   PIC X(5) VALUE 'PAGE '.
           05 LT-PAGE                  PIC ZZ9.
       01 LIGNE-SEPARATION.
           05 FILLER                   PIC X(70) VALUE ALL '-'.
           05 FILLER                   PIC X(10) VALUE SPACES.
       01 LIGNE-SECTION.
           05 FILLER                   PIC X(11) VALUE '* CLASSE : '.
           05 LS-LIBELLE               PIC X(40).
           05 LS-AUTORISEES            PIC X(29).
       01 LIGNE-COLONNES-DIST.
           05 FILLER                   PIC X(10) VALUE '   TENT.  '.
           05 FILLER                   PIC X(10) VALUE 'PARTIES   '.
           05 FILLER                   PIC X(10) VALUE '    %     '.
           05 FILLER                   PIC X(50) VALUE 'CUMUL %'.
       01 LIGNE-DIST.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 LD-TENT                  PIC X(7).
           05 LD-PARTIES               PIC ZZZZZ9.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 LD-POURCENT              PIC ZZ9.9.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 LD-CUMUL                 PIC X(5).
           05 FILLER                   PIC X(45) VALUE SPACES.
       01 LIGNE-COLONNES-STRUCT.
           05 FILLER                   PIC X(26)
              VALUE '   STRUCTURE DU SECRET    '.
           05 FILLER                   PIC X(9) VALUE 'PARTIES  '.
           05 FILLER                   PIC X(9) VALUE 'GAGNEES  '.
           05 FILLER                   PIC X(9) VALUE 'PERDUES  '.
           05 FILLER                   PIC X(9) VALUE 'ABAND.   '.
           05 FILLER                   PIC X(18) VALUE 'MOY./GAIN'.
       01 LIGNE-STRUCT.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 LX-LIBELLE               PIC X(22).
           05 LX-PARTIES               PIC ZZZZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 LX-GAGNEES               PIC ZZZZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 LX-PERDUES               PIC ZZZZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 LX-ABANDONS              PIC ZZZZZ9.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 LX-MOYENNE               PIC X(6).
           05 FILLER                   PIC X(12) VALUE SPACES.
       01 LIGNE-COLONNES-OUV.
           05 FILLER                   PIC X(19)
              VALUE '   RANG  PREMIER  '.
           05 FILLER                   PIC X(8) VALUE 'FOIS    '.
           05 FILLER                   PIC X(14) VALUE 'MOY.BIEN PL. '.
           05 FILLER                   PIC X(39) VALUE 'MOY.TROUVES'.
       01 LIGNE-OUV.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 LO-RANG                  PIC Z9.
           05 FILLER                   PIC X(4) VALUE '.   '.
           05 LO-PROP                  PIC X(6).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 LO-FOIS                  PIC ZZZZZ9.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 LO-BP                    PIC Z9.99.
           05 FILLER                   PIC X(9) VALUE SPACES.
           05 LO-TR                    PIC Z9.99.
           05 FILLER                   PIC X(31) VALUE SPACES.
       01 LIGNE-COLONNES-POS.
           05 FILLER                   PIC X(19)
              VALUE '   RANG  POSEUR    '.
           05 FILLER                   PIC X(9) VALUE 'PARTIES  '.
           05 FILLER                   PIC X(13) VALUE 'NON TROUVES  '.
           05 FILLER                   PIC X(39) VALUE 'MOY.TENT.'.
       01 LIGNE-POS.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 LP-RANG                  PIC Z9.
           05 FILLER                   PIC X(4) VALUE '.   '.
           05 LP-ID                    PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 LP-PARTIES               PIC ZZZZZ9.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 LP-INTACTS               PIC ZZZZZ9.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 LP-MOYENNE               PIC ZZ9.99.
           05 FILLER                   PIC X(31) VALUE SPACES.
       01 WS-LIGNE-TRAVAIL             PIC X(80).

      * Champs de travail de l'edition.
       01 WS-POURCENT                  PIC 9(3)V9.
       01 WS-CUMUL-PARTIES             PIC 9(6).
       01 WS-MOYENNE                   PIC 9(3)V99.
       01 WS-POURCENT-ED               PIC ZZ9.9.
       01 WS-MOYENNE-ED                PIC ZZ9.99.
       01 WS-TENT-ED                   PIC Z9.
       01 WS-MAX-ED1                   PIC Z9.
       01 WS-MAX-ED2                   PIC Z9.


       PROCEDURE DIVISION.

      *********************
       PROGRAMME-PRINCIPAL.
      *********************
           PERFORM INITIALISATION-DEB THRU INITIALISATION-FIN
           IF PERIODE-VALIDE
             PERFORM LECTURE-DEB THRU LECTURE-FIN
                 UNTIL FIN-FICHIER-OUI
             PERFORM LECTURE-DETAIL-DEB THRU LECTURE-DETAIL-FIN
                 UNTIL FIN-DETAIL-OUI
             PERFORM EDITION-DEB THRU EDITION-FIN
           END-IF
           PERFORM FIN
           .

      ********************
       INITIALISATION-DEB.
      ********************
           SET FIN-FICHIER-NON TO TRUE
           SET FIN-DETAIL-NON TO TRUE
           INITIALIZE WS-CLASSES-TABLE
           PERFORM PERIODE-DEB THRU PERIODE-FIN
           IF PERIODE-INVALIDE
             GO TO INITIALISATION-FIN
           END-IF
           PERFORM OUVRIR-FLUX-DEB THRU OUVRIR-FLUX-FIN
           IF FIN-FICHIER-OUI
             DISPLAY 'Aucun historique trouve (GAMEARCH.DAT et '
                     'GAMEHIST.DAT absents).'
           END-IF
           OPEN INPUT GAME-DTL-FILE
           IF WS-GD-STATUS NOT = '00'
             DISPLAY 'Aucun detail trouve (GAMEDTL.DAT absent) : '
                     'pas d''analyse des premiers coups.'
             SET FIN-DETAIL-OUI TO TRUE
           END-IF
           ACCEPT WS-DATE-EDITION FROM DATE YYYYMMDD
           .
      **************************
       INITIALISATION-FIN. EXIT.
      **************************

      *************
       LECTURE-DEB.
      *************
      * Une partie du flux : cumuls de sa classe, de la structure de
      * son secret et de son poseur.
           PERFORM LIRE-FLUX-DEB THRU LIRE-FLUX-FIN
           IF FIN-FICHIER-OUI
             GO TO LECTURE-FIN
           END-IF
           ADD 1 TO WS-NB-LUS
           PERFORM CLASSE-DEB THRU CLASSE-FIN
           IF GH-SETTER-ID NOT = SPACES AND GH-SETTER-ID NOT = 'ORDI'
              AND GH-WIN-FLAG NOT = 'ABA'
             PERFORM CUMUL-POSEUR-DEB THRU CUMUL-POSEUR-FIN
           END-IF
      * L'ordinateur devineur : ligne de reference seulement.
           IF GH-PLAYER-ID = 'ORDI'
             ADD 1 TO WS-CL-ORDI-PARTIES(WS-C)
             IF GH-WIN-FLAG = 'OUI' AND GH-NBR-TENT IS NUMERIC
               ADD 1 TO WS-CL-ORDI-GAGNEES(WS-C)
               ADD GH-NBR-TENT TO WS-CL-ORDI-CUMUL(WS-C)
             END-IF
             GO TO LECTURE-FIN
           END-IF
           ADD 1 TO WS-CL-PARTIES(WS-C)
           IF GH-MAX-TENT IS NUMERIC AND GH-MAX-TENT NOT = ZERO
             IF WS-CL-MAX-MIN(WS-C) = ZERO
                OR GH-MAX-TENT < WS-CL-MAX-MIN(WS-C)
               MOVE GH-MAX-TENT TO WS-CL-MAX-MIN(WS-C)
             END-IF
             IF GH-MAX-TENT > WS-CL-MAX-MAX(WS-C)
               MOVE GH-MAX-TENT TO WS-CL-MAX-MAX(WS-C)
             END-IF
           END-IF
           PERFORM STRUCTURE-DEB THRU STRUCTURE-FIN
           ADD 1 TO WS-CS-PARTIES(WS-C WS-T)
           IF GH-WIN-FLAG = 'ABA'
             ADD 1 TO WS-CL-ABANDONS(WS-C)
             ADD 1 TO WS-CS-ABANDONS(WS-C WS-T)
             GO TO LECTURE-FIN
           END-IF
           IF GH-WIN-FLAG = 'OUI' AND GH-NBR-TENT IS NUMERIC
              AND GH-NBR-TENT > ZERO
             ADD 1 TO WS-CL-GAGNEES(WS-C)
             ADD GH-NBR-TENT TO WS-CL-CUMUL-TENT(WS-C)
             ADD 1 TO WS-CL-DIST(WS-C GH-NBR-TENT)
             ADD 1 TO WS-CS-GAGNEES(WS-C WS-T)
             ADD GH-NBR-TENT TO WS-CS-CUMUL-TENT(WS-C WS-T)
           ELSE
             ADD 1 TO WS-CL-PERDUES(WS-C)
           END-IF
           .
      *****************
       LECTURE-FIN. EXIT.
      *****************

      ***********
       CLASSE-DEB.
      ***********
      * Classe de difficulte de l'enregistrement courant (longueur +
      * alphabet journalises par la partie, '??' pour l'ancien
      * format) et son indice dans la table des classes.
           IF GH-CODE-LENGTH IS NUMERIC
              AND GH-CODE-LENGTH >= 3 AND GH-CODE-LENGTH <= 6
              AND (GH-CHARSET = 'N' OR GH-CHARSET = 'L')
             MOVE GH-CODE-LENGTH TO WS-CLASSE-COURANTE(1:1)
             MOVE GH-CHARSET TO WS-CLASSE-COURANTE(2:1)
             MOVE GH-CODE-LENGTH TO WS-LONGUEUR
           ELSE
             MOVE '??' TO WS-CLASSE-COURANTE
      * Ancien format : longueur deduite du secret lui-meme (meme
      * prudence que MasterMindVerify).
             MOVE 6 TO WS-LONGUEUR
             PERFORM UNTIL WS-LONGUEUR <= 3
                        OR GH-SECRET(WS-LONGUEUR:1) NOT = SPACE
               SUBTRACT 1 FROM WS-LONGUEUR
             END-PERFORM
           END-IF
           PERFORM INDICE-CLASSE-DEB THRU INDICE-CLASSE-FIN
           .
      ***************
       CLASSE-FIN. EXIT.
      ***************

      ******************
       INDICE-CLASSE-DEB.
      ******************
      * WS-CLASSE-COURANTE -> WS-C (1 a 8, 9 pour '??').
           IF WS-CLASSE-COURANTE = '??'
             MOVE 9 TO WS-C
           ELSE
             MOVE WS-CLASSE-COURANTE(1:1) TO WS-C
             COMPUTE WS-C = (WS-C - 3) * 2 + 1
             IF WS-CLASSE-COURANTE(2:1) = 'L'
               ADD 1 TO WS-C
             END-IF
           END-IF
           .
      **********************
       INDICE-CLASSE-FIN. EXIT.
      **********************

      **************
       STRUCTURE-DEB.
      **************
      * Structure du secret sur sa longueur : une position est une
      * repetition si son caractere figure deja plus a gauche.
      * 0 repetition = tous differents (WS-T = 1), 1 = une repetition
      * (WS-T = 2), davantage = plusieurs repetitions (WS-T = 3).
           MOVE 0 TO WS-REPETITIONS
           PERFORM VARYING WS-POS1 FROM 2 BY 1
                   UNTIL WS-POS1 > WS-LONGUEUR
             SET CAR-UNIQUE TO TRUE
             PERFORM VARYING WS-POS2 FROM 1 BY 1
                     UNTIL WS-POS2 >= WS-POS1 OR CAR-EN-DOUBLE
               IF GH-SECRET(WS-POS1:1) = GH-SECRET(WS-POS2:1)
                 SET CAR-EN-DOUBLE TO TRUE
               END-IF
             END-PERFORM
             IF CAR-EN-DOUBLE
               ADD 1 TO WS-REPETITIONS
             END-IF
           END-PERFORM
           EVALUATE WS-REPETITIONS
             WHEN 0
               MOVE 1 TO WS-T
             WHEN 1
               MOVE 2 TO WS-T
             WHEN OTHER
               MOVE 3 TO WS-T
           END-EVALUATE
           .
      ******************
       STRUCTURE-FIN. EXIT.
      ******************

      *****************
       CUMUL-POSEUR-DEB.
      *****************
      * Cumule la partie au compte du poseur humain dans sa classe :
      * un code non trouve a resiste, les tentatives consommees par le
      * devineur mesurent sa resistance quand il a ete trouve.
           SET ENTREE-NON-TROUVEE TO TRUE
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-NB-POS OR ENTREE-TROUVEE
             IF WS-PO-CLASSE(WS-P) = WS-C
                AND WS-PO-ID(WS-P) = GH-SETTER-ID
               SET ENTREE-TROUVEE TO TRUE
             END-IF
           END-PERFORM
           IF ENTREE-TROUVEE
             SUBTRACT 1 FROM WS-P
           ELSE
             IF WS-NB-POS >= WS-MAX-POS
               ADD 1 TO WS-POS-EN-TROP
               GO TO CUMUL-POSEUR-FIN
             END-IF
             ADD 1 TO WS-NB-POS
             MOVE WS-NB-POS TO WS-P
             INITIALIZE WS-POS(WS-P)
             MOVE WS-C TO WS-PO-CLASSE(WS-P)
             MOVE GH-SETTER-ID TO WS-PO-ID(WS-P)
           END-IF
           ADD 1 TO WS-PO-PARTIES(WS-P)
           IF GH-NBR-TENT IS NUMERIC
             ADD GH-NBR-TENT TO WS-PO-CUMUL-TENT(WS-P)
           END-IF
           IF GH-WIN-FLAG NOT = 'OUI'
             ADD 1 TO WS-PO-INTACTS(WS-P)
           END-IF
           .
      *********************
       CUMUL-POSEUR-FIN. EXIT.
      *********************

      ********************
       LECTURE-DETAIL-DEB.
      ********************
      * Premiers coups : tour 1 des joueurs dans la periode, classe lue
      * sur la proposition (longueur hors espaces, chiffres ou
      * lettres).
           READ GAME-DTL-FILE
             AT END
               SET FIN-DETAIL-OUI TO TRUE
               GO TO LECTURE-DETAIL-FIN
           END-READ
           ADD 1 TO WS-NB-TOURS-LUS
           IF GD-NO-TOUR NOT = 1 OR GD-PLAYER-ID = 'ORDI'
             GO TO LECTURE-DETAIL-FIN
           END-IF
           IF GD-DATE-PARTIE IS NUMERIC
             IF GD-DATE-PARTIE < WS-DATE-DEBUT
                OR GD-DATE-PARTIE > WS-DATE-FIN
               GO TO LECTURE-DETAIL-FIN
             END-IF
           ELSE
             IF AVEC-BORNE
               GO TO LECTURE-DETAIL-FIN
             END-IF
           END-IF
           MOVE 6 TO WS-LONGUEUR
           PERFORM UNTIL WS-LONGUEUR <= 3
                      OR GD-PROPOSITION(WS-LONGUEUR:1) NOT = SPACE
             SUBTRACT 1 FROM WS-LONGUEUR
           END-PERFORM
           MOVE WS-LONGUEUR TO WS-CLASSE-COURANTE(1:1)
           IF GD-PROPOSITION(1:WS-LONGUEUR) IS NUMERIC
             MOVE 'N' TO WS-CLASSE-COURANTE(2:1)
           ELSE
             MOVE 'L' TO WS-CLASSE-COURANTE(2:1)
           END-IF
           PERFORM INDICE-CLASSE-DEB THRU INDICE-CLASSE-FIN
           ADD 1 TO WS-NB-OUV-RETENUES
           ADD 1 TO WS-CL-NB-OUV(WS-C)

           SET ENTREE-NON-TROUVEE TO TRUE
           PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > WS-NB-OUV OR ENTREE-TROUVEE
             IF WS-OV-CLASSE(WS-O) = WS-C
                AND WS-OV-PROP(WS-O) = GD-PROPOSITION
               SET ENTREE-TROUVEE TO TRUE
             END-IF
           END-PERFORM
           IF ENTREE-TROUVEE
             SUBTRACT 1 FROM WS-O
           ELSE
             IF WS-NB-OUV >= WS-MAX-OUV
               ADD 1 TO WS-OUV-EN-TROP
               GO TO LECTURE-DETAIL-FIN
             END-IF
             ADD 1 TO WS-NB-OUV
             MOVE WS-NB-OUV TO WS-O
             INITIALIZE WS-OUV(WS-O)
             MOVE WS-C TO WS-OV-CLASSE(WS-O)
             MOVE GD-PROPOSITION TO WS-OV-PROP(WS-O)
           END-IF
           ADD 1 TO WS-OV-FOIS(WS-O)
           IF GD-BIEN-PLACE IS NUMERIC
             ADD GD-BIEN-PLACE TO WS-OV-CUMUL-BP(WS-O)
           END-IF
           IF GD-TROUVES IS NUMERIC
             ADD GD-TROUVES TO WS-OV-CUMUL-TR(WS-O)
           END-IF
           .
      ************************
       LECTURE-DETAIL-FIN. EXIT.
      ************************

      *************
       EDITION-DEB.
      *************
      * Une section par classe rencontree (parties ou premiers coups),
      * dans l'ordre des longueurs, chiffres avant lettres, l'ancien
      * format en dernier.
           OPEN OUTPUT PRINT-FILE
           IF WS-PRT-STATUS NOT = '00'
             DISPLAY 'Etat MMANALYS.LST inutilisable (status '
                     WS-PRT-STATUS '), edition abandonnee.'
             MOVE 8 TO RETURN-CODE
             GO TO EDITION-FIN
           END-IF
           PERFORM ECRIRE-PAGE-DEB THRU ECRIRE-PAGE-FIN
           PERFORM ENTETE-PERIMETRE-DEB THRU ENTETE-PERIMETRE-FIN
           MOVE SPACES TO WS-LIGNE-TRAVAIL
           STRING '  PREMIERS COUPS RETENUS (GAMEDTL.DAT) : '
                  WS-NB-OUV-RETENUES
                  DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CLASSES
             IF WS-CL-PARTIES(WS-C) > ZERO
                OR WS-CL-ORDI-PARTIES(WS-C) > ZERO
                OR WS-CL-NB-OUV(WS-C) > ZERO
               ADD 1 TO WS-NB-CLASSES-EDITEES
               PERFORM EDITION-CLASSE-DEB THRU EDITION-CLASSE-FIN
             END-IF
           END-PERFORM
           IF WS-NB-CLASSES-EDITEES = ZERO
             MOVE LIGNE-VIDE TO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
             MOVE 'AUCUNE PARTIE SUR LA PERIODE.' TO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           END-IF
           MOVE LIGNE-VIDE TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           IF WS-OUV-EN-TROP > ZERO
             MOVE SPACES TO WS-LIGNE-TRAVAIL
             STRING 'PREMIERS COUPS NON ANALYSES (TABLE PLEINE) : '
                    WS-OUV-EN-TROP
                    DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           END-IF
           IF WS-POS-EN-TROP > ZERO
             MOVE SPACES TO WS-LIGNE-TRAVAIL
             STRING 'PARTIES NON COMPTEES AUX POSEURS (TABLE PLEINE) '
                    ': ' WS-POS-EN-TROP
                    DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           END-IF
           MOVE LIGNE-SEPARATION TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE '*** FIN DU RAPPORT ***' TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           CLOSE PRINT-FILE
           DISPLAY 'Analyse ecrite dans MMANALYS.LST ('
                   WS-NB-LUS ' parties, ' WS-NB-OUV-RETENUES
                   ' premiers coups).'
           .
      *****************
       EDITION-FIN. EXIT.
      *****************

      *******************
       EDITION-CLASSE-DEB.
      *******************
      * Les quatre volets d'une classe, precedes de son libelle et
      * des tentatives autorisees rencontrees.
           IF WS-LIGNE-CPT > WS-MAX-LIGNES - 12
             PERFORM ECRIRE-PAGE-DEB THRU ECRIRE-PAGE-FIN
           END-IF
           MOVE LIGNE-VIDE TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE SPACES TO LS-LIBELLE
           MOVE SPACES TO LS-AUTORISEES
           IF WS-C = 9
             MOVE 'ANCIEN FORMAT (CONFIGURATION INCONNUE)'
                  TO LS-LIBELLE
           ELSE
      * Indice pair = lettres, impair = chiffres.
             DIVIDE WS-C BY 2 GIVING WS-POS1 REMAINDER WS-POS2
             COMPUTE WS-LONGUEUR = (WS-C - 1) / 2 + 3
             IF WS-POS2 = ZERO
               STRING 'CODE DE ' WS-LONGUEUR ' LETTRES'
                      DELIMITED BY SIZE INTO LS-LIBELLE
             ELSE
               STRING 'CODE DE ' WS-LONGUEUR ' CHIFFRES'
                      DELIMITED BY SIZE INTO LS-LIBELLE
             END-IF
           END-IF
           IF WS-CL-MAX-MAX(WS-C) > ZERO
             MOVE WS-CL-MAX-MIN(WS-C) TO WS-MAX-ED1
             MOVE WS-CL-MAX-MAX(WS-C) TO WS-MAX-ED2
             IF WS-CL-MAX-MIN(WS-C) = WS-CL-MAX-MAX(WS-C)
               STRING 'AUTORISEES : ' WS-MAX-ED2
                      DELIMITED BY SIZE INTO LS-AUTORISEES
             ELSE
               STRING 'AUTORISEES : ' WS-MAX-ED1 ' A ' WS-MAX-ED2
                      DELIMITED BY SIZE INTO LS-AUTORISEES
             END-IF
           END-IF
           MOVE LIGNE-SECTION TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE LIGNE-SEPARATION TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           PERFORM EDITION-DIST-DEB THRU EDITION-DIST-FIN
           PERFORM EDITION-STRUCT-DEB THRU EDITION-STRUCT-FIN
           PERFORM EDITION-OUV-DEB THRU EDITION-OUV-FIN
           PERFORM EDITION-POS-DEB THRU EDITION-POS-FIN
           .
      ***********************
       EDITION-CLASSE-FIN. EXIT.
      ***********************

      *****************
       EDITION-DIST-DEB.
      *****************
      * 1. Repartition par nombre de tentatives : une ligne par nombre
      * de tentatives effectivement atteint, pourcentage des parties
      * de la classe et pourcentage cumule (part des parties gagnees
      * en autant de tentatives ou moins), puis les perdues et les
      * abandonnees.
           MOVE '  1. PARTIES PAR NOMBRE DE TENTATIVES'
                TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           IF WS-CL-PARTIES(WS-C) = ZERO
             MOVE '     AUCUNE PARTIE DE JOUEUR.' TO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
             GO TO EDITION-DIST-REF
           END-IF
           MOVE LIGNE-COLONNES-DIST TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE 0 TO WS-CUMUL-PARTIES
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 99
             IF WS-CL-DIST(WS-C WS-K) > ZERO
               ADD WS-CL-DIST(WS-C WS-K) TO WS-CUMUL-PARTIES
               MOVE WS-K TO WS-TENT-ED
               MOVE SPACES TO LD-TENT
               MOVE WS-TENT-ED TO LD-TENT(2:2)
               MOVE WS-CL-DIST(WS-C WS-K) TO LD-PARTIES
               COMPUTE WS-POURCENT ROUNDED =
                       WS-CL-DIST(WS-C WS-K) * 100
                       / WS-CL-PARTIES(WS-C)
               MOVE WS-POURCENT TO LD-POURCENT
               COMPUTE WS-POURCENT ROUNDED =
                       WS-CUMUL-PARTIES * 100 / WS-CL-PARTIES(WS-C)
               MOVE WS-POURCENT TO WS-POURCENT-ED
               MOVE WS-POURCENT-ED TO LD-CUMUL
               MOVE LIGNE-DIST TO WS-LIGNE-TRAVAIL
               PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
             END-IF
           END-PERFORM
           MOVE 'PERDUES' TO LD-TENT
           MOVE WS-CL-PERDUES(WS-C) TO LD-PARTIES
           COMPUTE WS-POURCENT ROUNDED =
                   WS-CL-PERDUES(WS-C) * 100 / WS-CL-PARTIES(WS-C)
           MOVE WS-POURCENT TO LD-POURCENT
           MOVE SPACES TO LD-CUMUL
           MOVE LIGNE-DIST TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE 'ABANDON' TO LD-TENT
           MOVE WS-CL-ABANDONS(WS-C) TO LD-PARTIES
           COMPUTE WS-POURCENT ROUNDED =
                   WS-CL-ABANDONS(WS-C) * 100 / WS-CL-PARTIES(WS-C)
           MOVE WS-POURCENT TO LD-POURCENT
           MOVE SPACES TO LD-CUMUL
           MOVE LIGNE-DIST TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE SPACES TO WS-LIGNE-TRAVAIL
           IF WS-CL-GAGNEES(WS-C) > ZERO
             COMPUTE WS-MOYENNE ROUNDED =
                     WS-CL-CUMUL-TENT(WS-C) / WS-CL-GAGNEES(WS-C)
             MOVE WS-MOYENNE TO WS-MOYENNE-ED
             STRING '     TOTAL ' WS-CL-PARTIES(WS-C)
                    ' PARTIES, MOYENNE PAR VICTOIRE : '
                    WS-MOYENNE-ED ' TENTATIVES'
                    DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
           ELSE
             STRING '     TOTAL ' WS-CL-PARTIES(WS-C)
                    ' PARTIES, AUCUNE VICTOIRE'
                    DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
           END-IF
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN.
      * Ligne de reference de l'ordinateur devineur.
       EDITION-DIST-REF.
           IF WS-CL-ORDI-PARTIES(WS-C) > ZERO
             MOVE SPACES TO WS-LIGNE-TRAVAIL
             IF WS-CL-ORDI-GAGNEES(WS-C) > ZERO
               COMPUTE WS-MOYENNE ROUNDED =
                       WS-CL-ORDI-CUMUL(WS-C)
                       / WS-CL-ORDI-GAGNEES(WS-C)
               MOVE WS-MOYENNE TO WS-MOYENNE-ED
               STRING '     REFERENCE ORDINATEUR : '
                      WS-CL-ORDI-PARTIES(WS-C) ' PARTIES, '
                      WS-CL-ORDI-GAGNEES(WS-C) ' GAGNEES, MOYENNE '
                      WS-MOYENNE-ED
                      DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
             ELSE
               STRING '     REFERENCE ORDINATEUR : '
                      WS-CL-ORDI-PARTIES(WS-C) ' PARTIES, AUCUNE '
                      'GAGNEE'
                      DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
             END-IF
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           END-IF
           .
      *********************
       EDITION-DIST-FIN. EXIT.
      *********************

      *******************
       EDITION-STRUCT-DEB.
      *******************
      * 2. Tentatives moyennes par victoire selon la structure du
      * secret.
           IF WS-CL-PARTIES(WS-C) = ZERO
             GO TO EDITION-STRUCT-FIN
           END-IF
           MOVE LIGNE-VIDE TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE '  2. TENTATIVES SELON LA STRUCTURE DU SECRET'
                TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE LIGNE-COLONNES-STRUCT TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 3
             EVALUATE WS-T
               WHEN 1
                 MOVE 'TOUS DIFFERENTS' TO LX-LIBELLE
               WHEN 2
                 MOVE 'UNE REPETITION' TO LX-LIBELLE
               WHEN OTHER
                 MOVE 'PLUSIEURS REPETITIONS' TO LX-LIBELLE
             END-EVALUATE
             MOVE WS-CS-PARTIES(WS-C WS-T) TO LX-PARTIES
             MOVE WS-CS-GAGNEES(WS-C WS-T) TO LX-GAGNEES
             MOVE WS-CS-ABANDONS(WS-C WS-T) TO LX-ABANDONS
             COMPUTE LX-PERDUES = WS-CS-PARTIES(WS-C WS-T)
                                - WS-CS-GAGNEES(WS-C WS-T)
                                - WS-CS-ABANDONS(WS-C WS-T)
             IF WS-CS-GAGNEES(WS-C WS-T) > ZERO
               COMPUTE WS-MOYENNE ROUNDED =
                       WS-CS-CUMUL-TENT(WS-C WS-T)
                       / WS-CS-GAGNEES(WS-C WS-T)
               MOVE WS-MOYENNE TO WS-MOYENNE-ED
               MOVE WS-MOYENNE-ED TO LX-MOYENNE
             ELSE
               MOVE '    -' TO LX-MOYENNE
             END-IF
             MOVE LIGNE-STRUCT TO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           END-PERFORM
           .
      ***********************
       EDITION-STRUCT-FIN. EXIT.
      ***********************

      ****************
       EDITION-OUV-DEB.
      ****************
      * 3. Premiers coups les plus joues de la classe : selection
      * successive du plus joue pas encore edite (a egalite, le
      * premier rencontre).
           MOVE LIGNE-VIDE TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE '  3. PREMIERS COUPS LES PLUS JOUES (TOUR 1)'
                TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           IF WS-CL-NB-OUV(WS-C) = ZERO
             MOVE '     AUCUN PREMIER COUP JOURNALISE.'
                  TO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
             GO TO EDITION-OUV-FIN
           END-IF
           MOVE LIGNE-COLONNES-OUV TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE 1 TO WS-MEILLEUR
           PERFORM VARYING WS-RANG FROM 1 BY 1
                   UNTIL WS-RANG > WS-TOP-N OR WS-MEILLEUR = ZERO
             MOVE 0 TO WS-MEILLEUR
             PERFORM VARYING WS-O FROM 1 BY 1 UNTIL WS-O > WS-NB-OUV
               IF WS-OV-CLASSE(WS-O) = WS-C
                  AND WS-OV-EDITE(WS-O) NOT = 'O'
                 IF WS-MEILLEUR = ZERO
                   MOVE WS-O TO WS-MEILLEUR
                 ELSE
                   IF WS-OV-FOIS(WS-O) > WS-OV-FOIS(WS-MEILLEUR)
                     MOVE WS-O TO WS-MEILLEUR
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             IF WS-MEILLEUR > ZERO
               MOVE 'O' TO WS-OV-EDITE(WS-MEILLEUR)
               MOVE WS-RANG TO LO-RANG
               MOVE WS-OV-PROP(WS-MEILLEUR) TO LO-PROP
               MOVE WS-OV-FOIS(WS-MEILLEUR) TO LO-FOIS
               COMPUTE WS-MOYENNE ROUNDED =
                       WS-OV-CUMUL-BP(WS-MEILLEUR)
                       / WS-OV-FOIS(WS-MEILLEUR)
               MOVE WS-MOYENNE TO LO-BP
               COMPUTE WS-MOYENNE ROUNDED =
                       WS-OV-CUMUL-TR(WS-MEILLEUR)
                       / WS-OV-FOIS(WS-MEILLEUR)
               MOVE WS-MOYENNE TO LO-TR
               MOVE LIGNE-OUV TO WS-LIGNE-TRAVAIL
               PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
             END-IF
           END-PERFORM
           MOVE SPACES TO WS-LIGNE-TRAVAIL
           STRING '     PREMIERS COUPS DE LA CLASSE : '
                  WS-CL-NB-OUV(WS-C)
                  DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           .
      ********************
       EDITION-OUV-FIN. EXIT.
      ********************

      ****************
       EDITION-POS-DEB.
      ****************
      * 4. Codes les plus resistants : poseurs humains de la classe,
      * par codes non trouves decroissants, puis tentatives moyennes
      * consommees decroissantes, puis parties posees decroissantes.
           MOVE LIGNE-VIDE TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE '  4. CODES LES PLUS RESISTANTS (POSEURS HUMAINS)'
                TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE 0 TO WS-MEILLEUR
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-NB-POS OR WS-MEILLEUR > ZERO
             IF WS-PO-CLASSE(WS-P) = WS-C
               MOVE WS-P TO WS-MEILLEUR
             END-IF
           END-PERFORM
           IF WS-MEILLEUR = ZERO
             MOVE '     AUCUN CODE POSE PAR UN JOUEUR.'
                  TO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
             GO TO EDITION-POS-FIN
           END-IF
           MOVE LIGNE-COLONNES-POS TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           PERFORM VARYING WS-RANG FROM 1 BY 1
                   UNTIL WS-RANG > WS-TOP-N OR WS-MEILLEUR = ZERO
             MOVE 0 TO WS-MEILLEUR
             PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-NB-POS
               IF WS-PO-CLASSE(WS-P) = WS-C
                  AND WS-PO-EDITE(WS-P) NOT = 'O'
                 IF WS-MEILLEUR = ZERO
                   MOVE WS-P TO WS-MEILLEUR
                 ELSE
                   PERFORM COMPARER-POSEURS-DEB
                       THRU COMPARER-POSEURS-FIN
                 END-IF
               END-IF
             END-PERFORM
             IF WS-MEILLEUR > ZERO
               MOVE 'O' TO WS-PO-EDITE(WS-MEILLEUR)
               MOVE WS-RANG TO LP-RANG
               MOVE WS-PO-ID(WS-MEILLEUR) TO LP-ID
               MOVE WS-PO-PARTIES(WS-MEILLEUR) TO LP-PARTIES
               MOVE WS-PO-INTACTS(WS-MEILLEUR) TO LP-INTACTS
               COMPUTE WS-MOYENNE ROUNDED =
                       WS-PO-CUMUL-TENT(WS-MEILLEUR)
                       / WS-PO-PARTIES(WS-MEILLEUR)
               MOVE WS-MOYENNE TO LP-MOYENNE
               MOVE LIGNE-POS TO WS-LIGNE-TRAVAIL
               PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
             END-IF
           END-PERFORM
           .
      ********************
       EDITION-POS-FIN. EXIT.
      ********************

      *********************
       COMPARER-POSEURS-DEB.
      *********************
      * Le poseur WS-P resiste-t-il mieux que WS-MEILLEUR ?
           IF WS-PO-INTACTS(WS-P) > WS-PO-INTACTS(WS-MEILLEUR)
             MOVE WS-P TO WS-MEILLEUR
             GO TO COMPARER-POSEURS-FIN
           END-IF
           IF WS-PO-INTACTS(WS-P) < WS-PO-INTACTS(WS-MEILLEUR)
             GO TO COMPARER-POSEURS-FIN
           END-IF
           COMPUTE WS-MOY-A ROUNDED = WS-PO-CUMUL-TENT(WS-P)
                                    / WS-PO-PARTIES(WS-P)
           COMPUTE WS-MOY-B ROUNDED = WS-PO-CUMUL-TENT(WS-MEILLEUR)
                                    / WS-PO-PARTIES(WS-MEILLEUR)
           IF WS-MOY-A > WS-MOY-B
              OR (WS-MOY-A = WS-MOY-B
                  AND WS-PO-PARTIES(WS-P) >
                        WS-PO-PARTIES(WS-MEILLEUR))
             MOVE WS-P TO WS-MEILLEUR
           END-IF
           .
      *************************
       COMPARER-POSEURS-FIN. EXIT.
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
      * Date illisible : gardee sans borne, ecartee et comptee sinon.
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
      * fichier, des parties retenues et des dates qu'elles couvrent.
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
      * Nouvelle page : titre, date du passage, numero de page,
      * separation.
      * Ecritures directes (pas par ECRIRE-LIGNE-DEB, qui appelle ce
      * paragraphe en bas de page : un PERFORM recursif est interdit).
           ADD 1 TO WS-NO-PAGE
           MOVE SPACES TO LT-DATE
           STRING WS-DATE-EDITION(7:2) '/' WS-DATE-EDITION(5:2) '/'
                  WS-DATE-EDITION(1:4) DELIMITED BY SIZE
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
           PERFORM FERMER-FLUX-DEB THRU FERMER-FLUX-FIN
           IF WS-GD-STATUS = '00' OR WS-GD-STATUS = '10'
             CLOSE GAME-DTL-FILE
           END-IF
           DISPLAY 'Fin de l''analyse.'
           STOP RUN.
       END PROGRAM MasterMindAnalysis.
