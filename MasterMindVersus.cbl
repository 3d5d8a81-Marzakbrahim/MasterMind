      * Une partie compte pour la paire des qu'elle porte un poseur
      * journalise (GH-SETTER-ID, renseigne depuis l'ajout du champ)
      * autre que 'ORDI' : le devineur gagne si GH-WIN-FLAG = 'OUI',
      * la victoire revient au poseur dont le code a survecu a toutes
      * les tentatives si GH-WIN-FLAG = 'NON'. Une partie abandonnee
      * (GH-WIN-FLAG = 'ABA' : "FIN", session coupee...) n'est une
      * victoire pour personne : comptee dans sa propre colonne
      * ABAN., hors des victoires et de la moyenne de tentatives. Les
      * enregistrements anterieurs a la journalisation du poseur
      * (champ a blanc) ne peuvent pas etre rattaches a une paire :
      * comptes a part et signales, jamais ignores en silence.
      *
      * La paire est normalisee (identifiant le plus petit en premier)
      * pour que A contre B et B contre A cumulent sur la meme ligne.
      *
      * Periode saisie au lancement (date de debut et date de fin,
      * YYYYMMDD, a blanc = sans borne) : les parties de la periode
      * sont lues dans les archives (GAMEARCH.DAT) puis dans
      * l'historique courant (GAMEHIST.DAT) comme un seul flux, et
      * l'entete de l'etat rappelle la periode et, par fichier, les
      * parties retenues et les dates couvertes.

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
      * Etat imprimable des confrontations.
           SELECT PRINT-FILE ASSIGN TO "MMVERSUS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
           COPY GAMEHIST.

       FD  GAME-ARCH-FILE.
       01 GAME-ARCH-RECORD            PIC X(80).

       FD  PRINT-FILE.
       01 PRINT-RECORD                PIC X(80).

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

      * Cumuls par paire de joueurs. 200 paires comme la table du
      * fichier maitre ; au-dela, avertissement et les parties en trop
      * ne sont pas comptees (jamais en silence).
               10 WS-P-VICT1            PIC 9(4).
               10 WS-P-VICT2            PIC 9(4).
               10 WS-P-CUMUL-TENT       PIC 9(6).
               10 WS-P-ABANDONS         PIC 9(4).
       01 WS-NON-COMPTEES              PIC 9(4) VALUE 0.

      * Paire normalisee de l'enregistrement en cours (le plus petit
           05 WS-T-VICT1               PIC 9(4).
           05 WS-T-VICT2               PIC 9(4).
           05 WS-T-CUMUL-TENT          PIC 9(6).
           05 WS-T-ABANDONS            PIC 9(4).

      * Gestion des pages de l'etat : 55 lignes utiles par page.
       01 WS-NO-PAGE                   PIC 9(3) VALUE 0.
           05 FILLER                   PIC X(9)  VALUE 'PARTIES  '.
           05 FILLER                   PIC X(9)  VALUE 'VICT. A  '.
           05 FILLER                   PIC X(9)  VALUE 'VICT. B  '.
           05 FILLER                   PIC X(9)  VALUE 'ABAN.    '.
           05 FILLER                   PIC X(10) VALUE 'MOY. TENT.'.
       01 LIGNE-PAIRE.
           05 LP-ID1                   PIC X(8).
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 LP-VICT2                 PIC ZZZ9.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 LP-ABANDONS              PIC ZZZ9.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 LP-MOYENNE               PIC ZZ9.99.
       01 LIGNE-TOTAUX.
           05 FILLER                   PIC X(21)
      * Champs de travail de l'edition.
       01 WS-MOYENNE                   PIC 9(3)V99.
       01 WS-TOT-PARTIES               PIC 9(6) VALUE 0.
       01 WS-TOT-ABANDONS              PIC 9(6) VALUE 0.


       PROCEDURE DIVISION.
       PROGRAMME-PRINCIPAL.
      *********************
           PERFORM INITIALISATION-DEB THRU INITIALISATION-FIN
           IF PERIODE-VALIDE
             PERFORM LECTURE-DEB THRU LECTURE-FIN
                 UNTIL FIN-FICHIER-OUI
             PERFORM TRI-DEB THRU TRI-FIN
             PERFORM EDITION-DEB THRU EDITION-FIN
           END-IF
           PERFORM FIN
           .

       INITIALISATION-DEB.
      ********************
           SET FIN-FICHIER-NON TO TRUE
           ACCEPT WS-DATE-EDITION FROM DATE YYYYMMDD
           PERFORM PERIODE-DEB THRU PERIODE-FIN
           IF PERIODE-INVALIDE
             GO TO INITIALISATION-FIN
           END-IF
           PERFORM OUVRIR-FLUX-DEB THRU OUVRIR-FLUX-FIN
           IF FIN-FICHIER-OUI
             DISPLAY 'Aucun historique trouve (GAMEARCH.DAT et '
                     'GAMEHIST.DAT absents).'
           END-IF
           .
      **************************
       INITIALISATION-FIN. EXIT.
      *************
       LECTURE-DEB.
      *************
           PERFORM LIRE-FLUX-DEB THRU LIRE-FLUX-FIN
           IF FIN-FICHIER-OUI
             GO TO LECTURE-FIN
           END-IF
           ADD 1 TO WS-NB-LUS
           EVALUATE TRUE
             WHEN GH-SETTER-ID = SPACES
      * Enregistrement anterieur a la journalisation du poseur : pas
      * de paire identifiable, compte a part pour le bilan.
               ADD 1 TO WS-NB-SANS-POSEUR
             WHEN GH-SETTER-ID = 'ORDI'
               ADD 1 TO WS-NB-CONTRE-ORDI
             WHEN OTHER
               ADD 1 TO WS-NB-RETENUES
               PERFORM CUMUL-PAIRE-DEB THRU CUMUL-PAIRE-FIN
           END-EVALUATE
           .
      *****************
       LECTURE-FIN. EXIT.
      * Normalise la paire (plus petit identifiant en premier, pour
      * que les deux sens de jeu cumulent sur la meme ligne), retrouve
      * ou cree sa ligne de cumul, et credite la victoire au devineur
      * (GH-WIN-FLAG = 'OUI') ou au poseur (code jamais trouve), ou
      * compte l'abandon a part.
           IF GH-PLAYER-ID < GH-SETTER-ID
             MOVE GH-PLAYER-ID TO WS-CLE-ID1
             MOVE GH-SETTER-ID TO WS-CLE-ID2
               SET WS-IDX DOWN BY 1
             END-IF
             ADD 1 TO WS-P-PARTIES(WS-IDX)
      * Partie abandonnee : ni victoire du devineur ni victoire du
      * poseur, et ses tentatives (partie inachevee) restent hors de
      * la moyenne.
             IF GH-WIN-FLAG = 'ABA'
               ADD 1 TO WS-P-ABANDONS(WS-IDX)
               GO TO CUMUL-PAIRE-FIN
             END-IF
             IF GH-NBR-TENT IS NUMERIC
               ADD GH-NBR-TENT TO WS-P-CUMUL-TENT(WS-IDX)
             END-IF
                 ADD 1 TO WS-P-VICT2(WS-IDX)
               END-IF
             ELSE
      * Code jamais trouve : la victoire revient au poseur.
               IF WS-DEVINEUR-CAMP = 1
                 ADD 1 TO WS-P-VICT2(WS-IDX)
               ELSE
             GO TO EDITION-FIN
           END-IF
           PERFORM ECRIRE-PAGE-DEB THRU ECRIRE-PAGE-FIN
           PERFORM ENTETE-PERIMETRE-DEB THRU ENTETE-PERIMETRE-FIN
           MOVE LIGNE-VIDE TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE LIGNE-COLONNES TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE LIGNE-SEPARATION TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           IF WS-NB-PAIRES = ZERO
             MOVE 'AUCUNE CONFRONTATION SUR LA PERIODE.'
                  TO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           END-IF
           MOVE WS-P-PARTIES(WS-IDX) TO LP-PARTIES
           MOVE WS-P-VICT1(WS-IDX) TO LP-VICT1
           MOVE WS-P-VICT2(WS-IDX) TO LP-VICT2
           MOVE WS-P-ABANDONS(WS-IDX) TO LP-ABANDONS
      * Moyenne sur les parties menees a terme (abandons exclus).
           IF WS-P-PARTIES(WS-IDX) > WS-P-ABANDONS(WS-IDX)
             COMPUTE WS-MOYENNE = WS-P-CUMUL-TENT(WS-IDX)
                                  / (WS-P-PARTIES(WS-IDX)
                                     - WS-P-ABANDONS(WS-IDX))
           ELSE
             MOVE ZERO TO WS-MOYENNE
           END-IF
           MOVE WS-MOYENNE TO LP-MOYENNE
           MOVE LIGNE-PAIRE TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           ADD WS-P-PARTIES(WS-IDX) TO WS-TOT-PARTIES
           ADD WS-P-ABANDONS(WS-IDX) TO WS-TOT-ABANDONS
           .
      ********************
       LIGNE-PAIRE-FIN. EXIT.
           MOVE WS-TOT-PARTIES TO LX-PARTIES
           MOVE LIGNE-TOTAUX TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE SPACES TO WS-LIGNE-TRAVAIL
           STRING '  DONT PARTIES ABANDONNEES (VICTOIRE DE PERSONNE) '
                  ': ' WS-TOT-ABANDONS
                  DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           IF WS-NB-SANS-POSEUR > ZERO
             MOVE SPACES TO WS-LIGNE-TRAVAIL
             STRING 'PARTIES SANS POSEUR JOURNALISE (ANCIEN '
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
           DISPLAY 'Fin des confrontations.'
           STOP RUN.
       END PROGRAM MasterMindVersus.
