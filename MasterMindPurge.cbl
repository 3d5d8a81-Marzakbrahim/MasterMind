       IDENTIFICATION DIVISION.
       PROGRAM-ID. MasterMindPurge.

      * Menage des points de reprise (MMRESTART.DAT). Un point de
      * reprise n'est retire que lorsque le meme joueur (ou la meme
      * paire, ou le prochain passage par lots) revient finir la
      * partie : une partie jamais reprise restait dans le fichier
      * indefiniment, et un point de reprise de tournoi ou '*LOT*'
      * oublie bloquait le passage suivant sur la meme cle sans que
      * l'exploitation puisse le voir.
      *
      * 1. Liste de TOUS les points de reprise ouverts dans un etat
      *    imprimable (MMPURGE.LST, meme presentation que
      *    MMREPORT.LST) : cle, mode, devineur, poseur, tour atteint,
      *    date de derniere sauvegarde, age en jours, identifiant de
      *    partie (RS-GAME-ID).
      * 2. Expiration des points de reprise plus vieux que le seuil
      *    (en jours) saisi au lancement ; seuil a blanc = liste seule,
      *    rien n'est expire. Un point de reprise sans date de
      *    sauvegarde lisible a un age inconnu : il est liste (age
      *    '?') et compte a part, mais jamais expire, faute de pouvoir
      *    le distinguer d'une coupure recente. Les points de reprise
      *    convertis par MasterMindConvert portent la date de la
      *    conversion.
      * 3. Chaque partie expiree est ajoutee a GAMEHIST.DAT comme
      *    partie abandonnee (GH-WIN-FLAG = 'ABA', motif 'R' : point
      *    de reprise expire), sous son identifiant d'origine
      *    (RS-GAME-ID), au tour atteint, horodatee a sa derniere
      *    sauvegarde : les parties sont comptees au lieu de manquer
      *    silencieusement. Une partie deja presente dans GAMEHIST.DAT
      *    (coupure entre la journalisation et l'effacement du point
      *    de reprise) n'est pas ecrite une deuxieme fois ; son point
      *    de reprise est simplement retire.
      *
      * Avant chaque suppression le point de reprise est relu : s'il a
      * ete sauvegarde entre-temps (partie reprise pendant le passage)
      * il est laisse en place. Code retour 8 sur seuil invalide ou
      * anomalie d'ecriture/suppression.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Memes points de reprise que ceux ecrits par MasterMind.cbl,
      * parcourus en sequence puis retires par cle.
           SELECT RESTART-FILE ASSIGN TO "MMRESTART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-CLE
               FILE STATUS IS WS-RESTART-STATUS.
      * Même historique que celui alimenté par MasterMind.cbl.
           SELECT GAME-HIST-FILE ASSIGN TO "GAMEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GH-STATUS.
      * Etat imprimable des points de reprise.
           SELECT PRINT-FILE ASSIGN TO "MMPURGE.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY RESTART.
           COPY GAMEHIST.

       FD  PRINT-FILE.
       01 PRINT-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-RESTART-STATUS           PIC X(2).
       01 WS-GH-STATUS                PIC X(2).
       01 WS-PRT-STATUS               PIC X(2).

       01 WS-FIN-FICHIER               PIC X.
           88 FIN-FICHIER-OUI          VALUE 'Y'.
           88 FIN-FICHIER-NON          VALUE 'N'.

      * Seuil d'expiration saisi au lancement (jours).
       01 WS-SEUIL-SAISI               PIC X(3).
       01 WS-SEUIL-LG                  PIC 9.
       01 WS-SEUIL-JOURS               PIC 9(3) VALUE 0.
       01 WS-EXPIRATION                PIC X VALUE 'N'.
           88 EXPIRATION-DEMANDEE      VALUE 'Y'.
           88 LISTE-SEULE              VALUE 'N'.
       01 WS-SAISIE                    PIC X VALUE 'Y'.
           88 SAISIE-VALIDE            VALUE 'Y'.
           88 SAISIE-INVALIDE          VALUE 'N'.

      * Calcul de l'age d'un point de reprise.
       01 WS-DATE-EDITION              PIC X(8).
       01 WS-DATE-JOUR-N               PIC 9(8).
       01 WS-DATE-SAUV-N               PIC 9(8).
       01 WS-AGE                       PIC 9(5).
       01 WS-AGE-CONNU                 PIC X.
           88 AGE-CONNU                VALUE 'Y'.
           88 AGE-INCONNU              VALUE 'N'.

      * Points de reprise a expirer, retenus pendant la liste puis
      * traites apres le controle de GAMEHIST.DAT. Etat :
      *   ' ' a traiter
      *   'H' partie ecrite dans GAMEHIST.DAT, point de reprise retire
      *   'D' partie deja dans GAMEHIST.DAT, point de reprise retire
      *   'R' sauvegarde entre-temps (partie reprise), laisse en place
      *   'G' ecriture GAMEHIST.DAT en echec, laisse en place
      *   'S' suppression en echec (partie deja ecrite)
       01 WS-MAX-EXP                   PIC 9(3) VALUE 200.
       01 WS-NB-EXP                    PIC 9(3) VALUE 0.
       01 WS-EXP-TABLE.
           05 WS-EXP OCCURS 200 TIMES.
               10 WS-EXP-CLE            PIC X(16).
               10 WS-EXP-PLAYER1-ID     PIC X(8).
               10 WS-EXP-PLAYER2-ID     PIC X(8).
               10 WS-EXP-SECRET         PIC X(6).
               10 WS-EXP-NBR-TENT       PIC 9(2).
               10 WS-EXP-MAX-TENT       PIC 9(2).
               10 WS-EXP-MODE           PIC X(1).
               10 WS-EXP-SEED           PIC 9(8).
               10 WS-EXP-CODE-LENGTH    PIC 9(1).
               10 WS-EXP-CHARSET        PIC X(1).
               10 WS-EXP-GAME-ID        PIC X(18).
               10 WS-EXP-DATE-SAUV      PIC X(8).
               10 WS-EXP-HEURE-SAUV     PIC X(6).
               10 WS-EXP-ETAT           PIC X.
       01 WS-E                         PIC 9(3).

      * Compteurs du bilan.
       01 WS-NB-OUVERTS                PIC 9(6) VALUE 0.
       01 WS-NB-EXPIRABLES             PIC 9(6) VALUE 0.
       01 WS-NB-IGNORES                PIC 9(6) VALUE 0.
       01 WS-NB-AGE-INCONNU            PIC 9(6) VALUE 0.
       01 WS-NB-HISTORISES             PIC 9(6) VALUE 0.
       01 WS-NB-DEJA-HIST              PIC 9(6) VALUE 0.
       01 WS-NB-REPRIS                 PIC 9(6) VALUE 0.
       01 WS-NB-ANOMALIES              PIC 9(6) VALUE 0.
       01 WS-NB-RETIRES                PIC 9(6) VALUE 0.

      * Gestion des pages de l'etat : 55 lignes utiles par page.
       01 WS-NO-PAGE                   PIC 9(3) VALUE 0.
       01 WS-LIGNE-CPT                 PIC 9(2) VALUE 99.
       01 WS-MAX-LIGNES                PIC 9(2) VALUE 55.

      * Lignes de l'etat.
       01 LIGNE-VIDE                   PIC X(80) VALUE SPACES.
       01 LIGNE-TITRE.
           05 FILLER                   PIC X(30)
              VALUE 'POINTS DE REPRISE MASTERMIND'.
           05 FILLER                   PIC X(8) VALUE '  EDITE:'.
           05 LT-DATE                  PIC X(11).
           05 FILLER                   PIC X(23) VALUE SPACES.
           05 FILLER                   PIC X(5) VALUE 'PAGE '.
           05 LT-PAGE                  PIC ZZ9.
       01 LIGNE-SEPARATION.
           05 FILLER                   PIC X(70) VALUE ALL '-'.
           05 FILLER                   PIC X(10) VALUE SPACES.
       01 LIGNE-COLONNES.
           05 FILLER                   PIC X(17) VALUE 'CLE'.
           05 FILLER                   PIC X(2)  VALUE 'M'.
           05 FILLER                   PIC X(9)  VALUE 'DEVINEUR'.
           05 FILLER                   PIC X(9)  VALUE 'POSEUR'.
           05 FILLER                   PIC X(6)  VALUE 'TOUR'.
           05 FILLER                   PIC X(11) VALUE 'SAUVE LE'.
           05 FILLER                   PIC X(5)  VALUE ' AGE'.
           05 FILLER                   PIC X(19) VALUE 'PARTIE'.
           05 FILLER                   PIC X(1)  VALUE 'E'.
       01 LIGNE-REPRISE.
           05 LR-CLE                   PIC X(16).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 LR-MODE                  PIC X(1).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 LR-DEVINEUR              PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 LR-POSEUR                PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 LR-TOUR                  PIC 99.
           05 FILLER                   PIC X(1) VALUE '/'.
           05 LR-MAX-TENT              PIC 99.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 LR-SAUV                  PIC X(10).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 LR-AGE                   PIC X(4).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 LR-GAME-ID               PIC X(18).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 LR-EXPIRE                PIC X(1).
       01 LIGNE-EXPIRE.
           05 LE-CLE                   PIC X(16).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 LE-GAME-ID               PIC X(18).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 LE-RESULTAT              PIC X(44).
       01 WS-AGE-ED                    PIC ZZZ9.
       01 WS-LIGNE-TRAVAIL             PIC X(80).


       PROCEDURE DIVISION.

      *********************
       PROGRAMME-PRINCIPAL.
      *********************
           PERFORM INITIALISATION-DEB THRU INITIALISATION-FIN
           IF SAISIE-VALIDE
             PERFORM LISTE-DEB THRU LISTE-FIN
           END-IF
           IF SAISIE-VALIDE AND WS-NB-EXP > ZERO
             PERFORM CONTROLE-HIST-DEB THRU CONTROLE-HIST-FIN
             PERFORM EXPIRATION-DEB THRU EXPIRATION-FIN
           END-IF
           IF SAISIE-VALIDE
             PERFORM BILAN-DEB THRU BILAN-FIN
           END-IF
           PERFORM FIN
           .

      ********************
       INITIALISATION-DEB.
      ********************
           SET FIN-FICHIER-NON TO TRUE
           ACCEPT WS-DATE-EDITION FROM DATE YYYYMMDD
           MOVE WS-DATE-EDITION TO WS-DATE-JOUR-N
           DISPLAY 'Expirer les points de reprise de plus de combien '
                   'de jours (vide = liste seule) : '
           MOVE SPACES TO WS-SEUIL-SAISI
           ACCEPT WS-SEUIL-SAISI
           MOVE 0 TO WS-SEUIL-LG
           INSPECT WS-SEUIL-SAISI TALLYING WS-SEUIL-LG
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-SEUIL-LG = 0
             SET LISTE-SEULE TO TRUE
             GO TO INITIALISATION-FIN
           END-IF
           IF WS-SEUIL-SAISI(1:WS-SEUIL-LG) NOT NUMERIC
             DISPLAY 'Seuil invalide : ' WS-SEUIL-SAISI
                     ' - aucun traitement.'
             SET SAISIE-INVALIDE TO TRUE
             MOVE 8 TO RETURN-CODE
             GO TO INITIALISATION-FIN
           END-IF
           MOVE WS-SEUIL-SAISI(1:WS-SEUIL-LG) TO WS-SEUIL-JOURS
      * Seuil 0 refuse : une partie sauvegardee aujourd'hui peut etre
      * en cours sur un autre terminal.
           IF WS-SEUIL-JOURS = ZERO
             DISPLAY 'Seuil minimum 1 jour (une partie du jour peut '
                     'etre en cours) - aucun traitement.'
             SET SAISIE-INVALIDE TO TRUE
             MOVE 8 TO RETURN-CODE
             GO TO INITIALISATION-FIN
           END-IF
           SET EXPIRATION-DEMANDEE TO TRUE
           .
      **************************
       INITIALISATION-FIN. EXIT.
      **************************

      ***********
       LISTE-DEB.
      ***********
      * Parcours de tous les points de reprise : une ligne par point
      * de reprise, et mise de cote de ceux a expirer.
           OPEN OUTPUT PRINT-FILE
           IF WS-PRT-STATUS NOT = '00'
             DISPLAY 'Etat MMPURGE.LST inutilisable (status '
                     WS-PRT-STATUS '), traitement abandonne.'
             SET SAISIE-INVALIDE TO TRUE
             MOVE 8 TO RETURN-CODE
             GO TO LISTE-FIN
           END-IF
           PERFORM ECRIRE-PAGE-DEB THRU ECRIRE-PAGE-FIN
           MOVE SPACES TO WS-LIGNE-TRAVAIL
           IF EXPIRATION-DEMANDEE
             STRING 'EXPIRATION DES POINTS DE REPRISE DE PLUS DE '
                    WS-SEUIL-JOURS ' JOURS (COLONNE E = *)'
                    DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
           ELSE
             MOVE 'LISTE SEULE : AUCUN POINT DE REPRISE EXPIRE'
                  TO WS-LIGNE-TRAVAIL
           END-IF
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE LIGNE-VIDE TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE LIGNE-COLONNES TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE LIGNE-SEPARATION TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN

           OPEN INPUT RESTART-FILE
           IF WS-RESTART-STATUS = '35'
             MOVE 'AUCUN POINT DE REPRISE (MMRESTART.DAT ABSENT).'
                  TO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
             GO TO LISTE-FIN
           END-IF
           IF WS-RESTART-STATUS NOT = '00'
             DISPLAY 'Points de reprise illisibles (MMRESTART.DAT, '
                     'status ' WS-RESTART-STATUS ').'
             MOVE 8 TO RETURN-CODE
             ADD 1 TO WS-NB-ANOMALIES
             GO TO LISTE-FIN
           END-IF
           SET FIN-FICHIER-NON TO TRUE
           PERFORM UNTIL FIN-FICHIER-OUI
             READ RESTART-FILE NEXT RECORD
               AT END
                 SET FIN-FICHIER-OUI TO TRUE
               NOT AT END
                 PERFORM LIGNE-REPRISE-DEB THRU LIGNE-REPRISE-FIN
             END-READ
           END-PERFORM
           CLOSE RESTART-FILE
           IF WS-NB-OUVERTS = ZERO
             MOVE 'AUCUN POINT DE REPRISE OUVERT.' TO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           END-IF
           .
      ***************
       LISTE-FIN. EXIT.
      ***************

      *******************
       LIGNE-REPRISE-DEB.
      *******************
           ADD 1 TO WS-NB-OUVERTS
           SET AGE-INCONNU TO TRUE
           MOVE 0 TO WS-AGE
           IF RS-DATE-SAUV NUMERIC
             MOVE RS-DATE-SAUV TO WS-DATE-SAUV-N
             IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-SAUV-N) = 0
                AND WS-DATE-SAUV-N NOT > WS-DATE-JOUR-N
               COMPUTE WS-AGE =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR-N)
                 - FUNCTION INTEGER-OF-DATE(WS-DATE-SAUV-N)
               SET AGE-CONNU TO TRUE
             END-IF
           END-IF

           MOVE RS-CLE TO LR-CLE
           MOVE RS-MODE TO LR-MODE
           MOVE RS-PLAYER2-ID TO LR-DEVINEUR
           MOVE RS-PLAYER1-ID TO LR-POSEUR
           MOVE RS-NBR-TENT TO LR-TOUR
           MOVE RS-MAX-TENT TO LR-MAX-TENT
           MOVE RS-GAME-ID TO LR-GAME-ID
           MOVE SPACES TO LR-SAUV
           MOVE SPACE TO LR-EXPIRE
           IF AGE-CONNU
             STRING RS-DATE-SAUV(7:2) '/' RS-DATE-SAUV(5:2) '/'
                    RS-DATE-SAUV(1:4) DELIMITED BY SIZE INTO LR-SAUV
             MOVE WS-AGE TO WS-AGE-ED
             MOVE WS-AGE-ED TO LR-AGE
           ELSE
             MOVE 'INCONNUE' TO LR-SAUV
             MOVE '   ?' TO LR-AGE
           END-IF
           IF AGE-INCONNU
             ADD 1 TO WS-NB-AGE-INCONNU
           END-IF
           IF EXPIRATION-DEMANDEE
              AND AGE-CONNU AND WS-AGE > WS-SEUIL-JOURS
             MOVE '*' TO LR-EXPIRE
             ADD 1 TO WS-NB-EXPIRABLES
             PERFORM RETENIR-DEB THRU RETENIR-FIN
           END-IF
           MOVE LIGNE-REPRISE TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           .
      *******************
       LIGNE-REPRISE-FIN. EXIT.
      *******************

      *************
       RETENIR-DEB.
      *************
      * Table pleine : le point de reprise reste en place et sera
      * expire au passage suivant.
           IF WS-NB-EXP >= WS-MAX-EXP
             ADD 1 TO WS-NB-IGNORES
             GO TO RETENIR-FIN
           END-IF
           ADD 1 TO WS-NB-EXP
           MOVE RS-CLE TO WS-EXP-CLE(WS-NB-EXP)
           MOVE RS-PLAYER1-ID TO WS-EXP-PLAYER1-ID(WS-NB-EXP)
           MOVE RS-PLAYER2-ID TO WS-EXP-PLAYER2-ID(WS-NB-EXP)
           MOVE RS-SECRET TO WS-EXP-SECRET(WS-NB-EXP)
           MOVE RS-NBR-TENT TO WS-EXP-NBR-TENT(WS-NB-EXP)
           MOVE RS-MAX-TENT TO WS-EXP-MAX-TENT(WS-NB-EXP)
           MOVE RS-MODE TO WS-EXP-MODE(WS-NB-EXP)
           MOVE RS-SEED TO WS-EXP-SEED(WS-NB-EXP)
           MOVE RS-CODE-LENGTH TO WS-EXP-CODE-LENGTH(WS-NB-EXP)
           MOVE RS-CHARSET TO WS-EXP-CHARSET(WS-NB-EXP)
           MOVE RS-GAME-ID TO WS-EXP-GAME-ID(WS-NB-EXP)
           MOVE RS-DATE-SAUV TO WS-EXP-DATE-SAUV(WS-NB-EXP)
           MOVE RS-HEURE-SAUV TO WS-EXP-HEURE-SAUV(WS-NB-EXP)
           MOVE SPACE TO WS-EXP-ETAT(WS-NB-EXP)
           .
      *************
       RETENIR-FIN. EXIT.
      *************

      *******************
       CONTROLE-HIST-DEB.
      *******************
      * Une partie expiree deja presente dans GAMEHIST.DAT (meme
      * identifiant de partie) n'y est pas ecrite une deuxieme fois.
           OPEN INPUT GAME-HIST-FILE
           IF WS-GH-STATUS NOT = '00'
             GO TO CONTROLE-HIST-FIN
           END-IF
           SET FIN-FICHIER-NON TO TRUE
           PERFORM UNTIL FIN-FICHIER-OUI
             READ GAME-HIST-FILE
               AT END
                 SET FIN-FICHIER-OUI TO TRUE
               NOT AT END
                 IF GH-GAME-ID NOT = SPACES
                   PERFORM VARYING WS-E FROM 1 BY 1
                           UNTIL WS-E > WS-NB-EXP
                     IF WS-EXP-GAME-ID(WS-E) = GH-GAME-ID
                       MOVE 'D' TO WS-EXP-ETAT(WS-E)
                     END-IF
                   END-PERFORM
                 END-IF
             END-READ
           END-PERFORM
           CLOSE GAME-HIST-FILE
           .
      *******************
       CONTROLE-HIST-FIN. EXIT.
      *******************

      ****************
       EXPIRATION-DEB.
      ****************
           OPEN I-O RESTART-FILE
           IF WS-RESTART-STATUS NOT = '00'
             DISPLAY 'Points de reprise non modifiables (MMRESTART.DAT'
                     ', status ' WS-RESTART-STATUS ').'
             MOVE 8 TO RETURN-CODE
             ADD 1 TO WS-NB-ANOMALIES
             GO TO EXPIRATION-FIN
           END-IF
           OPEN EXTEND GAME-HIST-FILE
           IF WS-GH-STATUS = '35'
             OPEN OUTPUT GAME-HIST-FILE
           END-IF
           IF WS-GH-STATUS NOT = '00'
             DISPLAY 'Historique non modifiable (GAMEHIST.DAT, status '
                     WS-GH-STATUS ').'
             MOVE 8 TO RETURN-CODE
             ADD 1 TO WS-NB-ANOMALIES
             CLOSE RESTART-FILE
             GO TO EXPIRATION-FIN
           END-IF

           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-NB-EXP
             PERFORM EXPIRER-DEB THRU EXPIRER-FIN
           END-PERFORM
           CLOSE GAME-HIST-FILE
           CLOSE RESTART-FILE

           MOVE LIGNE-VIDE TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE 'POINTS DE REPRISE EXPIRES' TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE LIGNE-SEPARATION TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-NB-EXP
             MOVE WS-EXP-CLE(WS-E) TO LE-CLE
             MOVE WS-EXP-GAME-ID(WS-E) TO LE-GAME-ID
             EVALUATE WS-EXP-ETAT(WS-E)
               WHEN 'H'
                 MOVE 'HISTORISEE ABANDONNEE, POINT RETIRE'
                      TO LE-RESULTAT
               WHEN 'D'
                 MOVE 'DEJA HISTORISEE, POINT RETIRE' TO LE-RESULTAT
               WHEN 'R'
                 MOVE 'REPRISE ENTRE-TEMPS, LAISSEE EN PLACE'
                      TO LE-RESULTAT
               WHEN 'G'
                 MOVE 'ECRITURE GAMEHIST EN ECHEC, LAISSEE'
                      TO LE-RESULTAT
               WHEN OTHER
                 MOVE 'SUPPRESSION EN ECHEC (DEJA HISTORISEE)'
                      TO LE-RESULTAT
             END-EVALUATE
             MOVE LIGNE-EXPIRE TO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           END-PERFORM
           .
      ****************
       EXPIRATION-FIN. EXIT.
      ****************

      *************
       EXPIRER-DEB.
      *************
      * Relecture par cle : un point de reprise sauvegarde depuis la
      * liste (partie reprise pendant le passage) n'est pas touche.
           MOVE WS-EXP-CLE(WS-E) TO RS-CLE
           READ RESTART-FILE
             INVALID KEY
               MOVE 'R' TO WS-EXP-ETAT(WS-E)
               ADD 1 TO WS-NB-REPRIS
               GO TO EXPIRER-FIN
           END-READ
           IF RS-DATE-SAUV NOT = WS-EXP-DATE-SAUV(WS-E)
              OR RS-HEURE-SAUV NOT = WS-EXP-HEURE-SAUV(WS-E)
              OR RS-NBR-TENT NOT = WS-EXP-NBR-TENT(WS-E)
              OR RS-GAME-ID NOT = WS-EXP-GAME-ID(WS-E)
             MOVE 'R' TO WS-EXP-ETAT(WS-E)
             ADD 1 TO WS-NB-REPRIS
             GO TO EXPIRER-FIN
           END-IF

           IF WS-EXP-ETAT(WS-E) = 'D'
             ADD 1 TO WS-NB-DEJA-HIST
           ELSE
             PERFORM HISTORISER-DEB THRU HISTORISER-FIN
             IF WS-GH-STATUS NOT = '00'
               MOVE 'G' TO WS-EXP-ETAT(WS-E)
               ADD 1 TO WS-NB-ANOMALIES
               MOVE 8 TO RETURN-CODE
               GO TO EXPIRER-FIN
             END-IF
             MOVE 'H' TO WS-EXP-ETAT(WS-E)
             ADD 1 TO WS-NB-HISTORISES
           END-IF

           DELETE RESTART-FILE RECORD
             INVALID KEY
               MOVE 'S' TO WS-EXP-ETAT(WS-E)
               ADD 1 TO WS-NB-ANOMALIES
               MOVE 8 TO RETURN-CODE
           END-DELETE
           .
      *************
       EXPIRER-FIN. EXIT.
      *************

      ****************
       HISTORISER-DEB.
      ****************
      * Meme enregistrement que ECRITURE-HISTORIQUE-DEB dans
      * MasterMind.cbl, pour une partie abandonnee au tour atteint
      * (jamais reprise, ce n'est pas une defaite du devineur) :
      * devineur = RS-PLAYER2-ID, poseur = RS-PLAYER1-ID,
      * horodatage = derniere sauvegarde (date du jour si inconnue).
           MOVE WS-EXP-PLAYER2-ID(WS-E) TO GH-PLAYER-ID
           MOVE WS-EXP-SECRET(WS-E) TO GH-SECRET
           MOVE WS-EXP-NBR-TENT(WS-E) TO GH-NBR-TENT
           MOVE 'ABA' TO GH-WIN-FLAG
           MOVE 'R' TO GH-MOTIF-ARRET
           IF WS-EXP-DATE-SAUV(WS-E) NUMERIC
             MOVE WS-EXP-DATE-SAUV(WS-E) TO GH-TIMESTAMP(1:8)
             MOVE WS-EXP-HEURE-SAUV(WS-E) TO GH-TIMESTAMP(9:6)
           ELSE
             MOVE WS-DATE-EDITION TO GH-TIMESTAMP(1:8)
             ACCEPT GH-TIMESTAMP(9:6) FROM TIME
           END-IF
           MOVE WS-EXP-SEED(WS-E) TO GH-SEED
           MOVE WS-EXP-MODE(WS-E) TO GH-MODE
           MOVE WS-EXP-CODE-LENGTH(WS-E) TO GH-CODE-LENGTH
           MOVE WS-EXP-CHARSET(WS-E) TO GH-CHARSET
           MOVE WS-EXP-MAX-TENT(WS-E) TO GH-MAX-TENT
           MOVE WS-EXP-PLAYER1-ID(WS-E) TO GH-SETTER-ID
           MOVE WS-EXP-GAME-ID(WS-E) TO GH-GAME-ID
           WRITE GAME-HIST-RECORD
           .
      ****************
       HISTORISER-FIN. EXIT.
      ****************

      ***********
       BILAN-DEB.
      ***********
           MOVE LIGNE-SEPARATION TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE SPACES TO WS-LIGNE-TRAVAIL
           STRING 'POINTS DE REPRISE OUVERTS       : ' WS-NB-OUVERTS
                  DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           IF WS-NB-AGE-INCONNU > ZERO
             MOVE SPACES TO WS-LIGNE-TRAVAIL
             STRING '  AGE INCONNU (JAMAIS EXPIRES)  : '
                    WS-NB-AGE-INCONNU
                    DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           END-IF
           IF EXPIRATION-DEMANDEE
             MOVE SPACES TO WS-LIGNE-TRAVAIL
             STRING 'A EXPIRER                       : '
                    WS-NB-EXPIRABLES
                    DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
             MOVE SPACES TO WS-LIGNE-TRAVAIL
             STRING '  HISTORISES ABANDONNES         : '
                    WS-NB-HISTORISES
                    DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
             MOVE SPACES TO WS-LIGNE-TRAVAIL
             STRING '  DEJA DANS GAMEHIST            : '
                    WS-NB-DEJA-HIST
                    DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
             MOVE SPACES TO WS-LIGNE-TRAVAIL
             STRING '  REPRIS PENDANT LE PASSAGE     : '
                    WS-NB-REPRIS
                    DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
             IF WS-NB-IGNORES > ZERO
               MOVE SPACES TO WS-LIGNE-TRAVAIL
               STRING '  REPORTES (TABLE PLEINE)       : '
                      WS-NB-IGNORES
                      DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
               PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
               DISPLAY 'Attention : plus de ' WS-MAX-EXP
                       ' points de reprise a expirer, ' WS-NB-IGNORES
                       ' reportes au prochain passage.'
             END-IF
           END-IF
           IF WS-NB-ANOMALIES > ZERO
             MOVE SPACES TO WS-LIGNE-TRAVAIL
             STRING 'ANOMALIES                       : '
                    WS-NB-ANOMALIES
                    DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           END-IF
           MOVE '*** FIN DU RAPPORT ***' TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           CLOSE PRINT-FILE
           ADD WS-NB-HISTORISES WS-NB-DEJA-HIST GIVING WS-NB-RETIRES
           DISPLAY 'Points de reprise : ' WS-NB-OUVERTS ' ouvert(s), '
                   WS-NB-RETIRES ' expire(s) - etat MMPURGE.LST.'
           .
      ***************
       BILAN-FIN. EXIT.
      ***************

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
           DISPLAY 'Fin du menage des points de reprise.'
           STOP RUN.
       END PROGRAM MasterMindPurge.
