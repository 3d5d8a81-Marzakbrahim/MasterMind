       IDENTIFICATION DIVISION.
       PROGRAM-ID. MasterMindMerge.

      * Fusion d'un identifiant de joueur en double (inscrit deux fois,
      * ou parties jouees avant le controle de PLAYERS.DAT a
      * l'ouverture de session) sur l'identifiant survivant, saisis au
      * lancement. Sans cette fusion les victoires, la cote et les prix
      * d'une meme personne restent eclates sur deux identifiants, et
      * la correction a la main des fichiers texte est ensuite signalee
      * comme falsification par MasterMindVerify.
      *
      * Fichiers reecrits (ancien identifiant remplace par le
      * survivant) :
      *   GAMEHIST.DAT et GAMEARCH.DAT : GH-PLAYER-ID et GH-SETTER-ID
      *   GAMEDTL.DAT                  : GD-PLAYER-ID
      *   OUTINTF.DAT                  : OI-PLAYER-ID
      *   MMAWARDS.DAT                 : AW-PLAYER-ID
      *   MMBRACKT.DAT                 : BE-CHAMPION, BJ-PLAYER-ID,
      *                                  BM-JOUEUR-A, BM-JOUEUR-B et
      *                                  BM-VAINQUEUR
      *   MMHOLD.DAT                   : HO-PLAYER-ID
      * Chaque fichier est reecrit en deux passes, comme l'archivage :
      * fichier -> MMFUSION.NEW (avec remplacement), puis MMFUSION.NEW
      * -> fichier, pour ne jamais ecraser un fichier avant de l'avoir
      * relu en entier. Fichier absent = rien a fusionner. La fusion
      * est refusee si les deux identifiants sont engages dans le
      * championnat en cours (MMBRACKT.DAT) : le survivant s'y
      * rencontrerait lui-meme.
      *
      * RATINGS.DAT : les deux cotes sont combinees sur le survivant
      * (moyenne ponderee par le nombre de parties cotees, parties
      * cumulees), puis la cote de l'ancien identifiant est supprimee
      * ; si la cote du survivant n'a pas pu etre ecrite, l'ancienne
      * est conservee (non traite, en ecart).
      * PLAYERS.DAT : l'ancien joueur passe inactif avec PM-FUSION-ID
      * pointant sur le survivant ; il est traite en DERNIER, pour
      * qu'un passage interrompu puisse simplement etre relance. Cette
      * mise a jour du maitre est tracee dans le journal des joueurs
      * (MMPLYJRN.DAT, action 'F') sous l'operateur saisi au lancement,
      * comme celles de MasterMindPlayers.
      *
      * Compte rendu de controle par fichier : lus, modifies, ecrits,
      * et l'egalite lus = ecrits qui prouve qu'aucun enregistrement
      * n'a ete perdu. Seules les ecritures acceptees (status '00')
      * sont comptees ; un fichier de travail ou un fichier cible qui
      * refuse l'ouverture laisse le fichier intact, en ecart. Code
      * retour 8 sur saisie refusee ou ecart.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Même historique que celui alimenté par MasterMind.cbl.
           SELECT GAME-HIST-FILE ASSIGN TO "GAMEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GH-STATUS.
      * Archives cumulees de l'historique (MasterMindArchive).
           SELECT GAME-ARCH-FILE ASSIGN TO "GAMEARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
      * Detail des tours joues.
           SELECT GAME-DTL-FILE ASSIGN TO "GAMEDTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GD-STATUS.
      * Meme interface que celle alimentee par EXPORT-INTERFACE-DEB.
           SELECT OUTPUT-INTERFACE-FILE ASSIGN TO "OUTINTF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTINTF-STATUS.
      * Prix mensuels (MasterMindPrize).
           SELECT AWARD-FILE ASSIGN TO "MMAWARDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AWARD-STATUS.
      * Tableau du championnat (MasterMindBracket).
           SELECT BRACKET-FILE ASSIGN TO "MMBRACKT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BK-STATUS.
      * Parties en suspens (travaux de controle, revue du comite).
           SELECT HOLD-FILE ASSIGN TO "MMHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HO-STATUS.
      * Fichier de travail commun aux reecritures en deux passes.
           SELECT WORK-NEW-FILE ASSIGN TO "MMFUSION.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
      * Echelle des cotes, mise a jour en place.
           SELECT RATING-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RT-PLAYER-ID
               FILE STATUS IS WS-RT-STATUS.
      * Fichier maitre des joueurs, mis a jour en place.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PM-STATUS.
      * Journal des mises a jour du maitre (meme journal que
      * MasterMindPlayers, ouvert en ajout).
           SELECT PLAYER-JOURNAL-FILE ASSIGN TO "MMPLYJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY GAMEHIST.
           COPY GAMEDTL.
           COPY OUTINTF.
           COPY AWARDS.
           COPY BRACKET.
           COPY HOLDS.
           COPY RATINGS.
           COPY PLAYERS.
           COPY PLAYJRNL.

       FD  GAME-ARCH-FILE.
       01 GAME-ARCH-RECORD            PIC X(80).

      * Longueur du plus long fichier reecrit (MMHOLD.DAT).
       FD  WORK-NEW-FILE.
       01 WORK-NEW-RECORD             PIC X(99).

       WORKING-STORAGE SECTION.

       01 WS-GH-STATUS                PIC X(2).
       01 WS-ARCH-STATUS              PIC X(2).
       01 WS-GD-STATUS                PIC X(2).
       01 WS-OUTINTF-STATUS           PIC X(2).
       01 WS-AWARD-STATUS             PIC X(2).
       01 WS-BK-STATUS                PIC X(2).
       01 WS-HO-STATUS                PIC X(2).
       01 WS-NEW-STATUS               PIC X(2).
       01 WS-RT-STATUS                PIC X(2).
       01 WS-PM-STATUS                PIC X(2).
       01 WS-PJ-STATUS                PIC X(2).

       01 WS-FIN-FICHIER               PIC X.
           88 FIN-FICHIER-OUI          VALUE 'Y'.
           88 FIN-FICHIER-NON          VALUE 'N'.

      * Identifiants saisis au lancement.
       01 WS-ANCIEN-ID                 PIC X(8) VALUE SPACES.
       01 WS-SURVIVANT-ID              PIC X(8) VALUE SPACES.

      * Operateur de la fusion, saisi au lancement et reporte sur le
      * journal des joueurs ; meme garde-fou que MasterMindPlayers
      * contre une entree terminal epuisee.
       01 WS-OPERATEUR                 PIC X(8) VALUE SPACES.
       01 WS-ESSAIS-INVALIDES          PIC 9(2) VALUE 0.
       01 WS-MAX-ESSAIS-INVALIDES      PIC 9(2) VALUE 5.

      * Journal : heure de l'action et image avant de l'ancien joueur
      * (relue avant mise a jour). L'image apres est l'enregistrement
      * du maitre tel que reecrit.
       01 WS-HEURE-JOUR                PIC X(6).
       01 WS-IMAGE-AVANT.
           05 WS-AV-PLAYER-ID          PIC X(8).
           05 WS-AV-NOM                PIC X(30).
           05 WS-AV-STATUT             PIC X(1).
           05 WS-AV-DATE-INSCR         PIC X(8).
           05 WS-AV-FUSION-ID          PIC X(8).

      * Saisie refusee ou maitre incoherent : aucune reecriture.
       01 WS-FUSION-REFUSEE            PIC X VALUE 'N'.
           88 FUSION-REFUSEE           VALUE 'Y'.
           88 FUSION-ACCEPTEE          VALUE 'N'.

      * Compte rendu par fichier reecrit, dans l'ordre de traitement :
      * 1 GAMEHIST, 2 GAMEARCH, 3 GAMEDTL, 4 OUTINTF, 5 MMAWARDS,
      * 6 MMBRACKT, 7 MMHOLD.
      * Etat : 'T' traite, 'A' absent, 'E' erreur d'ouverture,
      * 'X' laisse intact (fichier de travail inutilisable ou fichier
      * refusant l'ouverture en ecriture), 'N' non traite (fusion
      * interrompue sur un fichier precedent).
       01 WS-NB-FICHIERS               PIC 9 VALUE 7.
       01 WS-TOTAUX-TABLE.
           05 WS-TOT OCCURS 7 TIMES.
               10 WS-TOT-FICHIER        PIC X(12).
               10 WS-TOT-LUS            PIC 9(6).
               10 WS-TOT-MODIFIES       PIC 9(6).
               10 WS-TOT-ECRITS         PIC 9(6).
               10 WS-TOT-ETAT           PIC X.
       01 WS-F                         PIC 9(2).
       01 WS-MODIFIE                   PIC X.
           88 ENREG-MODIFIE            VALUE 'Y'.
           88 ENREG-INCHANGE           VALUE 'N'.

      * Incident sur la reecriture du fichier courant (MMFUSION.NEW
      * inutilisable) : la passe 2 n'a pas lieu.
       01 WS-PASSE                     PIC X VALUE 'N'.
           88 PASSE-EN-ERREUR          VALUE 'Y'.
           88 PASSE-OK                 VALUE 'N'.
      * Ecriture refusee en passe 2 (fichier deja vide, contenu
      * complet dans MMFUSION.NEW seulement) : plus rien n'est traite.
       01 WS-INTERRUPTION              PIC X VALUE 'N'.
           88 FUSION-INTERROMPUE       VALUE 'Y'.
       01 WS-STATUS-ECART              PIC X(2).

      * Combinaison des cotes.
       01 WS-RT-ANCIEN-TROUVE          PIC X VALUE 'N'.
           88 RT-ANCIEN-TROUVE         VALUE 'Y'.
       01 WS-RT-SURV-TROUVE            PIC X VALUE 'N'.
           88 RT-SURV-TROUVE           VALUE 'Y'.
      * Cote du survivant refusee (REWRITE/WRITE) : l'ancienne cote
      * n'est pas supprimee.
       01 WS-RT-ECRITURE               PIC X VALUE 'N'.
           88 RT-ECRITURE-REFUSEE      VALUE 'Y'.
       01 WS-COTE-ANCIEN               PIC 9(4) VALUE 0.
       01 WS-NBP-ANCIEN                PIC 9(6) VALUE 0.
       01 WS-COTE-SURV                 PIC 9(4) VALUE 0.
       01 WS-NBP-SURV                  PIC 9(6) VALUE 0.
       01 WS-COTE-FUSION               PIC 9(4) VALUE 0.
       01 WS-NBP-FUSION                PIC 9(6) VALUE 0.
       01 WS-RT-BILAN                  PIC X(40) VALUE SPACES.
       01 WS-DATE-JOUR                 PIC X(8).

      * Championnat en cours : les deux identifiants y sont-ils
      * engages ?
       01 WS-BK-EN-COURS               PIC X VALUE 'N'.
           88 TABLEAU-EN-COURS         VALUE 'Y'.
       01 WS-BK-ANCIEN                 PIC X VALUE 'N'.
           88 ANCIEN-ENGAGE            VALUE 'Y'.
       01 WS-BK-SURVIVANT              PIC X VALUE 'N'.
           88 SURVIVANT-ENGAGE         VALUE 'Y'.

      * Maitre des joueurs.
       01 WS-PM-BILAN                  PIC X(40) VALUE SPACES.

      * Ecarts releves (lus <> ecrits, fichier illisible...).
       01 WS-NB-ECARTS                 PIC 9(4) VALUE 0.


       PROCEDURE DIVISION.

      *********************
       PROGRAMME-PRINCIPAL.
      *********************
           PERFORM INITIALISATION-DEB THRU INITIALISATION-FIN
           IF FUSION-ACCEPTEE
             PERFORM FUSION-HIST-DEB THRU FUSION-HIST-FIN
             PERFORM FUSION-ARCH-DEB THRU FUSION-ARCH-FIN
             PERFORM FUSION-DTL-DEB THRU FUSION-DTL-FIN
             PERFORM FUSION-INTF-DEB THRU FUSION-INTF-FIN
             PERFORM FUSION-PRIX-DEB THRU FUSION-PRIX-FIN
             PERFORM FUSION-TABLEAU-DEB THRU FUSION-TABLEAU-FIN
             PERFORM FUSION-SUSPENS-DEB THRU FUSION-SUSPENS-FIN
             PERFORM FUSION-COTE-DEB THRU FUSION-COTE-FIN
             PERFORM FUSION-MAITRE-DEB THRU FUSION-MAITRE-FIN
           END-IF
           PERFORM EDITION-CONTROLE-DEB THRU EDITION-CONTROLE-FIN
           PERFORM FIN
           .

      ********************
       INITIALISATION-DEB.
      ********************
      * Saisie et controle de la paire : deux identifiants differents,
      * ni la machine ('ORDI') ni une cle reservee (asterisque), tous
      * deux inscrits au maitre, le survivant actif. L'ancien deja
      * fusionne sur CE survivant est accepte (relance d'un passage
      * interrompu), fusionne sur un autre est refuse.
           MOVE 'GAMEHIST.DAT' TO WS-TOT-FICHIER(1)
           MOVE 'GAMEARCH.DAT' TO WS-TOT-FICHIER(2)
           MOVE 'GAMEDTL.DAT' TO WS-TOT-FICHIER(3)
           MOVE 'OUTINTF.DAT' TO WS-TOT-FICHIER(4)
           MOVE 'MMAWARDS.DAT' TO WS-TOT-FICHIER(5)
           MOVE 'MMBRACKT.DAT' TO WS-TOT-FICHIER(6)
           MOVE 'MMHOLD.DAT' TO WS-TOT-FICHIER(7)
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-NB-FICHIERS
             MOVE 0 TO WS-TOT-LUS(WS-F)
             MOVE 0 TO WS-TOT-MODIFIES(WS-F)
             MOVE 0 TO WS-TOT-ECRITS(WS-F)
             MOVE 'A' TO WS-TOT-ETAT(WS-F)
           END-PERFORM
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

           PERFORM OPERATEUR-DEB THRU OPERATEUR-FIN
           IF FUSION-REFUSEE
             GO TO INITIALISATION-FIN
           END-IF

           DISPLAY 'Identifiant a faire disparaitre (ancien) : '
           ACCEPT WS-ANCIEN-ID
           DISPLAY 'Identifiant survivant : '
           ACCEPT WS-SURVIVANT-ID
           IF WS-ANCIEN-ID = SPACES OR WS-SURVIVANT-ID = SPACES
             DISPLAY 'Identifiant vide : aucune fusion.'
             SET FUSION-REFUSEE TO TRUE
             GO TO INITIALISATION-FIN
           END-IF
           IF WS-ANCIEN-ID = WS-SURVIVANT-ID
             DISPLAY 'Les deux identifiants sont identiques : '
                     'aucune fusion.'
             SET FUSION-REFUSEE TO TRUE
             GO TO INITIALISATION-FIN
           END-IF
           IF WS-ANCIEN-ID = 'ORDI' OR WS-SURVIVANT-ID = 'ORDI'
              OR WS-ANCIEN-ID(1:1) = '*' OR WS-SURVIVANT-ID(1:1) = '*'
             DISPLAY 'Identifiant reserve (ORDI ou *...) : '
                     'aucune fusion.'
             SET FUSION-REFUSEE TO TRUE
             GO TO INITIALISATION-FIN
           END-IF

           OPEN INPUT PLAYER-MASTER-FILE
           IF WS-PM-STATUS NOT = '00'
             DISPLAY 'Fichier maitre des joueurs (PLAYERS.DAT) '
                     'illisible (status ' WS-PM-STATUS ') : aucune '
                     'fusion.'
             SET FUSION-REFUSEE TO TRUE
             GO TO INITIALISATION-FIN
           END-IF
           MOVE WS-SURVIVANT-ID TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
             INVALID KEY
               DISPLAY 'Survivant inconnu au maitre : '
                       WS-SURVIVANT-ID
               SET FUSION-REFUSEE TO TRUE
             NOT INVALID KEY
               IF PM-STATUT NOT = 'A'
                 DISPLAY 'Survivant desactive : ' WS-SURVIVANT-ID
                 SET FUSION-REFUSEE TO TRUE
               END-IF
           END-READ
           MOVE WS-ANCIEN-ID TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
             INVALID KEY
               DISPLAY 'Ancien identifiant inconnu au maitre : '
                       WS-ANCIEN-ID
               SET FUSION-REFUSEE TO TRUE
             NOT INVALID KEY
               IF PM-FUSION-ID NOT = SPACES
                 IF PM-FUSION-ID = WS-SURVIVANT-ID
                   DISPLAY 'Fusion deja enregistree au maitre : '
                           'relance, les fichiers sont repasses.'
                 ELSE
                   DISPLAY 'Ancien identifiant deja fusionne sur '
                           PM-FUSION-ID ' : aucune fusion.'
                   SET FUSION-REFUSEE TO TRUE
                 END-IF
               END-IF
           END-READ
           CLOSE PLAYER-MASTER-FILE
           IF FUSION-ACCEPTEE
             PERFORM CONTROLE-TABLEAU-DEB THRU CONTROLE-TABLEAU-FIN
           END-IF
           .
      **************************
       INITIALISATION-FIN. EXIT.
      **************************

      **********************
       CONTROLE-TABLEAU-DEB.
      **********************
      * Refuse la fusion si les deux identifiants sont engages dans le
      * championnat en cours : apres fusion le survivant pourrait s'y
      * rencontrer lui-meme. Tableau absent ou termine = rien a
      * controler ; tableau illisible = signale par sa reecriture.
           OPEN INPUT BRACKET-FILE
           IF WS-BK-STATUS NOT = '00'
             GO TO CONTROLE-TABLEAU-FIN
           END-IF
           SET FIN-FICHIER-NON TO TRUE
           PERFORM UNTIL FIN-FICHIER-OUI
             READ BRACKET-FILE
               AT END
                 SET FIN-FICHIER-OUI TO TRUE
               NOT AT END
                 IF BK-TYPE = 'E' AND BE-STATUT = 'C'
                   SET TABLEAU-EN-COURS TO TRUE
                 END-IF
                 IF BK-TYPE = 'J' AND BJ-PLAYER-ID = WS-ANCIEN-ID
                   SET ANCIEN-ENGAGE TO TRUE
                 END-IF
                 IF BK-TYPE = 'J' AND BJ-PLAYER-ID = WS-SURVIVANT-ID
                   SET SURVIVANT-ENGAGE TO TRUE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE BRACKET-FILE
           IF TABLEAU-EN-COURS AND ANCIEN-ENGAGE AND SURVIVANT-ENGAGE
             DISPLAY 'Les deux identifiants sont engages dans le '
                     'championnat en cours (MMBRACKT.DAT) : aucune '
                     'fusion avant la fin du championnat.'
             SET FUSION-REFUSEE TO TRUE
           END-IF
           .
      **********************
       CONTROLE-TABLEAU-FIN. EXIT.
      **********************

      **************
       OPERATEUR-DEB.
      **************
      * Identifie l'operateur (reporte au journal des joueurs) et
      * verifie que le journal est utilisable : la fusion met a jour
      * le maitre, elle ne doit pas pouvoir se faire sans trace.
           MOVE 0 TO WS-ESSAIS-INVALIDES
           PERFORM UNTIL WS-OPERATEUR NOT = SPACES
                      OR WS-ESSAIS-INVALIDES >= WS-MAX-ESSAIS-INVALIDES
             DISPLAY 'Identifiant operateur (8 car. max) : '
             ACCEPT WS-OPERATEUR
             IF WS-OPERATEUR = SPACES
               ADD 1 TO WS-ESSAIS-INVALIDES
               DISPLAY 'Identifiant operateur obligatoire.'
             END-IF
           END-PERFORM
           IF WS-OPERATEUR = SPACES
             DISPLAY 'Pas d''operateur identifie : aucune fusion.'
             SET FUSION-REFUSEE TO TRUE
             GO TO OPERATEUR-FIN
           END-IF
           OPEN EXTEND PLAYER-JOURNAL-FILE
           IF WS-PJ-STATUS = '35'
             OPEN OUTPUT PLAYER-JOURNAL-FILE
           END-IF
           IF WS-PJ-STATUS NOT = '00'
             DISPLAY 'Journal des mises a jour inutilisable '
                     '(MMPLYJRN.DAT, status ' WS-PJ-STATUS '), aucune '
                     'fusion.'
             SET FUSION-REFUSEE TO TRUE
             GO TO OPERATEUR-FIN
           END-IF
           CLOSE PLAYER-JOURNAL-FILE
           .
      ******************
       OPERATEUR-FIN. EXIT.
      ******************

      ****************
       FUSION-HIST-DEB.
      ****************
      * GAMEHIST.DAT : devineur et poseur.
           MOVE 1 TO WS-F
           IF FUSION-INTERROMPUE
             MOVE 'N' TO WS-TOT-ETAT(WS-F)
             GO TO FUSION-HIST-FIN
           END-IF
           SET FIN-FICHIER-NON TO TRUE
           OPEN INPUT GAME-HIST-FILE
           IF WS-GH-STATUS = '35'
             GO TO FUSION-HIST-FIN
           END-IF
           IF WS-GH-STATUS NOT = '00'
             PERFORM FICHIER-ILLISIBLE-DEB THRU FICHIER-ILLISIBLE-FIN
             GO TO FUSION-HIST-FIN
           END-IF
           MOVE 'T' TO WS-TOT-ETAT(WS-F)
           PERFORM OUVRIR-TRAVAIL-DEB THRU OUVRIR-TRAVAIL-FIN
           IF PASSE-EN-ERREUR
             CLOSE GAME-HIST-FILE
             GO TO FUSION-HIST-FIN
           END-IF
           PERFORM UNTIL FIN-FICHIER-OUI
             READ GAME-HIST-FILE
               AT END
                 SET FIN-FICHIER-OUI TO TRUE
               NOT AT END
                 ADD 1 TO WS-TOT-LUS(WS-F)
                 PERFORM REMPLACER-GH-DEB THRU REMPLACER-GH-FIN
                 WRITE WORK-NEW-RECORD FROM GAME-HIST-RECORD
                 PERFORM CONTROLE-TRAVAIL-DEB THRU CONTROLE-TRAVAIL-FIN
             END-READ
           END-PERFORM
           CLOSE GAME-HIST-FILE
           CLOSE WORK-NEW-FILE
           IF PASSE-EN-ERREUR
             GO TO FUSION-HIST-FIN
           END-IF

           SET FIN-FICHIER-NON TO TRUE
           PERFORM RELIRE-TRAVAIL-DEB THRU RELIRE-TRAVAIL-FIN
           IF PASSE-EN-ERREUR
             GO TO FUSION-HIST-FIN
           END-IF
           OPEN OUTPUT GAME-HIST-FILE
           IF WS-GH-STATUS NOT = '00'
             CLOSE WORK-NEW-FILE
             MOVE WS-GH-STATUS TO WS-STATUS-ECART
             PERFORM CIBLE-FERMEE-DEB THRU CIBLE-FERMEE-FIN
             GO TO FUSION-HIST-FIN
           END-IF
           PERFORM UNTIL FIN-FICHIER-OUI
             READ WORK-NEW-FILE INTO GAME-HIST-RECORD
               AT END
                 SET FIN-FICHIER-OUI TO TRUE
               NOT AT END
                 WRITE GAME-HIST-RECORD
                 IF WS-GH-STATUS = '00'
                   ADD 1 TO WS-TOT-ECRITS(WS-F)
                 ELSE
                   MOVE WS-GH-STATUS TO WS-STATUS-ECART
                   PERFORM REECRITURE-INCOMPLETE-DEB
                       THRU REECRITURE-INCOMPLETE-FIN
                 END-IF
             END-READ
           END-PERFORM
           CLOSE WORK-NEW-FILE
           CLOSE GAME-HIST-FILE
           .
      *****************
       FUSION-HIST-FIN. EXIT.
      *****************

      ****************
       FUSION-ARCH-DEB.
      ****************
      * GAMEARCH.DAT : meme disposition que GAMEHIST.DAT, relue dans
      * la zone GAME-HIST-RECORD (fichier historique ferme a ce stade).
           MOVE 2 TO WS-F
           IF FUSION-INTERROMPUE
             MOVE 'N' TO WS-TOT-ETAT(WS-F)
             GO TO FUSION-ARCH-FIN
           END-IF
           SET FIN-FICHIER-NON TO TRUE
           OPEN INPUT GAME-ARCH-FILE
           IF WS-ARCH-STATUS = '35'
             GO TO FUSION-ARCH-FIN
           END-IF
           IF WS-ARCH-STATUS NOT = '00'
             PERFORM FICHIER-ILLISIBLE-DEB THRU FICHIER-ILLISIBLE-FIN
             GO TO FUSION-ARCH-FIN
           END-IF
           MOVE 'T' TO WS-TOT-ETAT(WS-F)
           PERFORM OUVRIR-TRAVAIL-DEB THRU OUVRIR-TRAVAIL-FIN
           IF PASSE-EN-ERREUR
             CLOSE GAME-ARCH-FILE
             GO TO FUSION-ARCH-FIN
           END-IF
           PERFORM UNTIL FIN-FICHIER-OUI
             READ GAME-ARCH-FILE INTO GAME-HIST-RECORD
               AT END
                 SET FIN-FICHIER-OUI TO TRUE
               NOT AT END
                 ADD 1 TO WS-TOT-LUS(WS-F)
                 PERFORM REMPLACER-GH-DEB THRU REMPLACER-GH-FIN
                 WRITE WORK-NEW-RECORD FROM GAME-HIST-RECORD
                 PERFORM CONTROLE-TRAVAIL-DEB THRU CONTROLE-TRAVAIL-FIN
             END-READ
           END-PERFORM
           CLOSE GAME-ARCH-FILE
           CLOSE WORK-NEW-FILE
           IF PASSE-EN-ERREUR
             GO TO FUSION-ARCH-FIN
           END-IF

           SET FIN-FICHIER-NON TO TRUE
           PERFORM RELIRE-TRAVAIL-DEB THRU RELIRE-TRAVAIL-FIN
           IF PASSE-EN-ERREUR
             GO TO FUSION-ARCH-FIN
           END-IF
           OPEN OUTPUT GAME-ARCH-FILE
           IF WS-ARCH-STATUS NOT = '00'
             CLOSE WORK-NEW-FILE
             MOVE WS-ARCH-STATUS TO WS-STATUS-ECART
             PERFORM CIBLE-FERMEE-DEB THRU CIBLE-FERMEE-FIN
             GO TO FUSION-ARCH-FIN
           END-IF
           PERFORM UNTIL FIN-FICHIER-OUI
             READ WORK-NEW-FILE
               AT END
                 SET FIN-FICHIER-OUI TO TRUE
               NOT AT END
                 WRITE GAME-ARCH-RECORD FROM WORK-NEW-RECORD
                 IF WS-ARCH-STATUS = '00'
                   ADD 1 TO WS-TOT-ECRITS(WS-F)
                 ELSE
                   MOVE WS-ARCH-STATUS TO WS-STATUS-ECART
                   PERFORM REECRITURE-INCOMPLETE-DEB
                       THRU REECRITURE-INCOMPLETE-FIN
                 END-IF
             END-READ
           END-PERFORM
           CLOSE WORK-NEW-FILE
           CLOSE GAME-ARCH-FILE
           .
      *****************
       FUSION-ARCH-FIN. EXIT.
      *****************

      *****************
       REMPLACER-GH-DEB.
      *****************
      * Devineur et poseur de l'enregistrement historique courant ; un
      * enregistrement ne compte qu'une fois dans les modifies meme si
      * les deux champs changent.
           SET ENREG-INCHANGE TO TRUE
           IF GH-PLAYER-ID = WS-ANCIEN-ID
             MOVE WS-SURVIVANT-ID TO GH-PLAYER-ID
             SET ENREG-MODIFIE TO TRUE
           END-IF
           IF GH-SETTER-ID = WS-ANCIEN-ID
             MOVE WS-SURVIVANT-ID TO GH-SETTER-ID
             SET ENREG-MODIFIE TO TRUE
           END-IF
           IF ENREG-MODIFIE
             ADD 1 TO WS-TOT-MODIFIES(WS-F)
           END-IF
           .
      *****************
       REMPLACER-GH-FIN. EXIT.
      *****************

      ***************
       FUSION-DTL-DEB.
      ***************
      * GAMEDTL.DAT : devineur de chaque tour.
           MOVE 3 TO WS-F
           IF FUSION-INTERROMPUE
             MOVE 'N' TO WS-TOT-ETAT(WS-F)
             GO TO FUSION-DTL-FIN
           END-IF
           SET FIN-FICHIER-NON TO TRUE
           OPEN INPUT GAME-DTL-FILE
           IF WS-GD-STATUS = '35'
             GO TO FUSION-DTL-FIN
           END-IF
           IF WS-GD-STATUS NOT = '00'
             PERFORM FICHIER-ILLISIBLE-DEB THRU FICHIER-ILLISIBLE-FIN
             GO TO FUSION-DTL-FIN
           END-IF
           MOVE 'T' TO WS-TOT-ETAT(WS-F)
           PERFORM OUVRIR-TRAVAIL-DEB THRU OUVRIR-TRAVAIL-FIN
           IF PASSE-EN-ERREUR
             CLOSE GAME-DTL-FILE
             GO TO FUSION-DTL-FIN
           END-IF
           PERFORM UNTIL FIN-FICHIER-OUI
             READ GAME-DTL-FILE
               AT END
                 SET FIN-FICHIER-OUI TO TRUE
               NOT AT END
                 ADD 1 TO WS-TOT-LUS(WS-F)
                 IF GD-PLAYER-ID = WS-ANCIEN-ID
                   MOVE WS-SURVIVANT-ID TO GD-PLAYER-ID
                   ADD 1 TO WS-TOT-MODIFIES(WS-F)
                 END-IF
                 WRITE WORK-NEW-RECORD FROM GAME-DTL-RECORD
                 PERFORM CONTROLE-TRAVAIL-DEB THRU CONTROLE-TRAVAIL-FIN
             END-READ
           END-PERFORM
           CLOSE GAME-DTL-FILE
           CLOSE WORK-NEW-FILE
           IF PASSE-EN-ERREUR
             GO TO FUSION-DTL-FIN
           END-IF

           SET FIN-FICHIER-NON TO TRUE
           PERFORM RELIRE-TRAVAIL-DEB THRU RELIRE-TRAVAIL-FIN
           IF PASSE-EN-ERREUR
             GO TO FUSION-DTL-FIN
           END-IF
           OPEN OUTPUT GAME-DTL-FILE
           IF WS-GD-STATUS NOT = '00'
             CLOSE WORK-NEW-FILE
             MOVE WS-GD-STATUS TO WS-STATUS-ECART
             PERFORM CIBLE-FERMEE-DEB THRU CIBLE-FERMEE-FIN
             GO TO FUSION-DTL-FIN
           END-IF
           PERFORM UNTIL FIN-FICHIER-OUI
             READ WORK-NEW-FILE INTO GAME-DTL-RECORD
               AT END
                 SET FIN-FICHIER-OUI TO TRUE
               NOT AT END
                 WRITE GAME-DTL-RECORD
                 IF WS-GD-STATUS = '00'
                   ADD 1 TO WS-TOT-ECRITS(WS-F)
                 ELSE
                   MOVE WS-GD-STATUS TO WS-STATUS-ECART
                   PERFORM REECRITURE-INCOMPLETE-DEB
                       THRU REECRITURE-INCOMPLETE-FIN
                 END-IF
             END-READ
           END-PERFORM
           CLOSE WORK-NEW-FILE
           CLOSE GAME-DTL-FILE
           .
      ****************
       FUSION-DTL-FIN. EXIT.
      ****************

      ****************
       FUSION-INTF-DEB.
      ****************
      * OUTINTF.DAT : gagnant de chaque victoire exportee.
           MOVE 4 TO WS-F
           IF FUSION-INTERROMPUE
             MOVE 'N' TO WS-TOT-ETAT(WS-F)
             GO TO FUSION-INTF-FIN
           END-IF
           SET FIN-FICHIER-NON TO TRUE
           OPEN INPUT OUTPUT-INTERFACE-FILE
           IF WS-OUTINTF-STATUS = '35'
             GO TO FUSION-INTF-FIN
           END-IF
           IF WS-OUTINTF-STATUS NOT = '00'
             PERFORM FICHIER-ILLISIBLE-DEB THRU FICHIER-ILLISIBLE-FIN
             GO TO FUSION-INTF-FIN
           END-IF
           MOVE 'T' TO WS-TOT-ETAT(WS-F)
           PERFORM OUVRIR-TRAVAIL-DEB THRU OUVRIR-TRAVAIL-FIN
           IF PASSE-EN-ERREUR
             CLOSE OUTPUT-INTERFACE-FILE
             GO TO FUSION-INTF-FIN
           END-IF
           PERFORM UNTIL FIN-FICHIER-OUI
             READ OUTPUT-INTERFACE-FILE
               AT END
                 SET FIN-FICHIER-OUI TO TRUE
               NOT AT END
                 ADD 1 TO WS-TOT-LUS(WS-F)
                 IF OI-PLAYER-ID = WS-ANCIEN-ID
                   MOVE WS-SURVIVANT-ID TO OI-PLAYER-ID
                   ADD 1 TO WS-TOT-MODIFIES(WS-F)
                 END-IF
                 WRITE WORK-NEW-RECORD FROM OUTPUT-INTERFACE-RECORD
                 PERFORM CONTROLE-TRAVAIL-DEB THRU CONTROLE-TRAVAIL-FIN
             END-READ
           END-PERFORM
           CLOSE OUTPUT-INTERFACE-FILE
           CLOSE WORK-NEW-FILE
           IF PASSE-EN-ERREUR
             GO TO FUSION-INTF-FIN
           END-IF

           SET FIN-FICHIER-NON TO TRUE
           PERFORM RELIRE-TRAVAIL-DEB THRU RELIRE-TRAVAIL-FIN
           IF PASSE-EN-ERREUR
             GO TO FUSION-INTF-FIN
           END-IF
           OPEN OUTPUT OUTPUT-INTERFACE-FILE
           IF WS-OUTINTF-STATUS NOT = '00'
             CLOSE WORK-NEW-FILE
             MOVE WS-OUTINTF-STATUS TO WS-STATUS-ECART
             PERFORM CIBLE-FERMEE-DEB THRU CIBLE-FERMEE-FIN
             GO TO FUSION-INTF-FIN
           END-IF
           PERFORM UNTIL FIN-FICHIER-OUI
             READ WORK-NEW-FILE INTO OUTPUT-INTERFACE-RECORD
               AT END
                 SET FIN-FICHIER-OUI TO TRUE
               NOT AT END
                 WRITE OUTPUT-INTERFACE-RECORD
                 IF WS-OUTINTF-STATUS = '00'
                   ADD 1 TO WS-TOT-ECRITS(WS-F)
                 ELSE
                   MOVE WS-OUTINTF-STATUS TO WS-STATUS-ECART
                   PERFORM REECRITURE-INCOMPLETE-DEB
                       THRU REECRITURE-INCOMPLETE-FIN
                 END-IF
             END-READ
           END-PERFORM
           CLOSE WORK-NEW-FILE
           CLOSE OUTPUT-INTERFACE-FILE
           .
      *****************
       FUSION-INTF-FIN. EXIT.
      *****************

      ****************
       FUSION-PRIX-DEB.
      ****************
      * MMAWARDS.DAT : laureat de chaque mois.
           MOVE 5 TO WS-F
           IF FUSION-INTERROMPUE
             MOVE 'N' TO WS-TOT-ETAT(WS-F)
             GO TO FUSION-PRIX-FIN
           END-IF
           SET FIN-FICHIER-NON TO TRUE
           OPEN INPUT AWARD-FILE
           IF WS-AWARD-STATUS = '35'
             GO TO FUSION-PRIX-FIN
           END-IF
           IF WS-AWARD-STATUS NOT = '00'
             PERFORM FICHIER-ILLISIBLE-DEB THRU FICHIER-ILLISIBLE-FIN
             GO TO FUSION-PRIX-FIN
           END-IF
           MOVE 'T' TO WS-TOT-ETAT(WS-F)
           PERFORM OUVRIR-TRAVAIL-DEB THRU OUVRIR-TRAVAIL-FIN
           IF PASSE-EN-ERREUR
             CLOSE AWARD-FILE
             GO TO FUSION-PRIX-FIN
           END-IF
           PERFORM UNTIL FIN-FICHIER-OUI
             READ AWARD-FILE
               AT END
                 SET FIN-FICHIER-OUI TO TRUE
               NOT AT END
                 ADD 1 TO WS-TOT-LUS(WS-F)
                 IF AW-PLAYER-ID = WS-ANCIEN-ID
                   MOVE WS-SURVIVANT-ID TO AW-PLAYER-ID
                   ADD 1 TO WS-TOT-MODIFIES(WS-F)
                 END-IF
                 WRITE WORK-NEW-RECORD FROM AWARD-RECORD
                 PERFORM CONTROLE-TRAVAIL-DEB THRU CONTROLE-TRAVAIL-FIN
             END-READ
           END-PERFORM
           CLOSE AWARD-FILE
           CLOSE WORK-NEW-FILE
           IF PASSE-EN-ERREUR
             GO TO FUSION-PRIX-FIN
           END-IF

           SET FIN-FICHIER-NON TO TRUE
           PERFORM RELIRE-TRAVAIL-DEB THRU RELIRE-TRAVAIL-FIN
           IF PASSE-EN-ERREUR
             GO TO FUSION-PRIX-FIN
           END-IF
           OPEN OUTPUT AWARD-FILE
           IF WS-AWARD-STATUS NOT = '00'
             CLOSE WORK-NEW-FILE
             MOVE WS-AWARD-STATUS TO WS-STATUS-ECART
             PERFORM CIBLE-FERMEE-DEB THRU CIBLE-FERMEE-FIN
             GO TO FUSION-PRIX-FIN
           END-IF
           PERFORM UNTIL FIN-FICHIER-OUI
             READ WORK-NEW-FILE INTO AWARD-RECORD
               AT END
                 SET FIN-FICHIER-OUI TO TRUE
               NOT AT END
                 WRITE AWARD-RECORD
                 IF WS-AWARD-STATUS = '00'
                   ADD 1 TO WS-TOT-ECRITS(WS-F)
                 ELSE
                   MOVE WS-AWARD-STATUS TO WS-STATUS-ECART
                   PERFORM REECRITURE-INCOMPLETE-DEB
                       THRU REECRITURE-INCOMPLETE-FIN
                 END-IF
             END-READ
           END-PERFORM
           CLOSE WORK-NEW-FILE
           CLOSE AWARD-FILE
           .
      *****************
       FUSION-PRIX-FIN. EXIT.
      *****************

      *******************
       FUSION-TABLEAU-DEB.
      *******************
      * MMBRACKT.DAT : champion, engages et joueurs des rencontres,
      * pour que les parties reecrites au nom du survivant se
      * rattachent toujours a sa rencontre.
           MOVE 6 TO WS-F
           IF FUSION-INTERROMPUE
             MOVE 'N' TO WS-TOT-ETAT(WS-F)
             GO TO FUSION-TABLEAU-FIN
           END-IF
           SET FIN-FICHIER-NON TO TRUE
           OPEN INPUT BRACKET-FILE
           IF WS-BK-STATUS = '35'
             GO TO FUSION-TABLEAU-FIN
           END-IF
           IF WS-BK-STATUS NOT = '00'
             PERFORM FICHIER-ILLISIBLE-DEB THRU FICHIER-ILLISIBLE-FIN
             GO TO FUSION-TABLEAU-FIN
           END-IF
           MOVE 'T' TO WS-TOT-ETAT(WS-F)
           PERFORM OUVRIR-TRAVAIL-DEB THRU OUVRIR-TRAVAIL-FIN
           IF PASSE-EN-ERREUR
             CLOSE BRACKET-FILE
             GO TO FUSION-TABLEAU-FIN
           END-IF
           PERFORM UNTIL FIN-FICHIER-OUI
             READ BRACKET-FILE
               AT END
                 SET FIN-FICHIER-OUI TO TRUE
               NOT AT END
                 ADD 1 TO WS-TOT-LUS(WS-F)
                 PERFORM REMPLACER-BK-DEB THRU REMPLACER-BK-FIN
                 WRITE WORK-NEW-RECORD FROM BRACKET-RECORD
                 PERFORM CONTROLE-TRAVAIL-DEB THRU CONTROLE-TRAVAIL-FIN
             END-READ
           END-PERFORM
           CLOSE BRACKET-FILE
           CLOSE WORK-NEW-FILE
           IF PASSE-EN-ERREUR
             GO TO FUSION-TABLEAU-FIN
           END-IF

           SET FIN-FICHIER-NON TO TRUE
           PERFORM RELIRE-TRAVAIL-DEB THRU RELIRE-TRAVAIL-FIN
           IF PASSE-EN-ERREUR
             GO TO FUSION-TABLEAU-FIN
           END-IF
           OPEN OUTPUT BRACKET-FILE
           IF WS-BK-STATUS NOT = '00'
             CLOSE WORK-NEW-FILE
             MOVE WS-BK-STATUS TO WS-STATUS-ECART
             PERFORM CIBLE-FERMEE-DEB THRU CIBLE-FERMEE-FIN
             GO TO FUSION-TABLEAU-FIN
           END-IF
           PERFORM UNTIL FIN-FICHIER-OUI
             READ WORK-NEW-FILE INTO BRACKET-RECORD
               AT END
                 SET FIN-FICHIER-OUI TO TRUE
               NOT AT END
                 WRITE BRACKET-RECORD
                 IF WS-BK-STATUS = '00'
                   ADD 1 TO WS-TOT-ECRITS(WS-F)
                 ELSE
                   MOVE WS-BK-STATUS TO WS-STATUS-ECART
                   PERFORM REECRITURE-INCOMPLETE-DEB
                       THRU REECRITURE-INCOMPLETE-FIN
                 END-IF
             END-READ
           END-PERFORM
           CLOSE WORK-NEW-FILE
           CLOSE BRACKET-FILE
           .
      *******************
       FUSION-TABLEAU-FIN. EXIT.
      *******************

      *****************
       REMPLACER-BK-DEB.
      *****************
      * Identifiants portes par l'enregistrement du tableau suivant
      * son type ; compte une seule fois dans les modifies.
           SET ENREG-INCHANGE TO TRUE
           EVALUATE BK-TYPE
             WHEN 'E'
               IF BE-CHAMPION = WS-ANCIEN-ID
                 MOVE WS-SURVIVANT-ID TO BE-CHAMPION
                 SET ENREG-MODIFIE TO TRUE
               END-IF
             WHEN 'J'
               IF BJ-PLAYER-ID = WS-ANCIEN-ID
                 MOVE WS-SURVIVANT-ID TO BJ-PLAYER-ID
                 SET ENREG-MODIFIE TO TRUE
               END-IF
             WHEN 'M'
               IF BM-JOUEUR-A = WS-ANCIEN-ID
                 MOVE WS-SURVIVANT-ID TO BM-JOUEUR-A
                 SET ENREG-MODIFIE TO TRUE
               END-IF
               IF BM-JOUEUR-B = WS-ANCIEN-ID
                 MOVE WS-SURVIVANT-ID TO BM-JOUEUR-B
                 SET ENREG-MODIFIE TO TRUE
               END-IF
               IF BM-VAINQUEUR = WS-ANCIEN-ID
                 MOVE WS-SURVIVANT-ID TO BM-VAINQUEUR
                 SET ENREG-MODIFIE TO TRUE
               END-IF
           END-EVALUATE
           IF ENREG-MODIFIE
             ADD 1 TO WS-TOT-MODIFIES(WS-F)
           END-IF
           .
      *****************
       REMPLACER-BK-FIN. EXIT.
      *****************

      *******************
       FUSION-SUSPENS-DEB.
      *******************
      * MMHOLD.DAT : joueur concerne par chaque partie signalee, pour
      * la revue du comite.
           MOVE 7 TO WS-F
           IF FUSION-INTERROMPUE
             MOVE 'N' TO WS-TOT-ETAT(WS-F)
             GO TO FUSION-SUSPENS-FIN
           END-IF
           SET FIN-FICHIER-NON TO TRUE
           OPEN INPUT HOLD-FILE
           IF WS-HO-STATUS = '35'
             GO TO FUSION-SUSPENS-FIN
           END-IF
           IF WS-HO-STATUS NOT = '00'
             PERFORM FICHIER-ILLISIBLE-DEB THRU FICHIER-ILLISIBLE-FIN
             GO TO FUSION-SUSPENS-FIN
           END-IF
           MOVE 'T' TO WS-TOT-ETAT(WS-F)
           PERFORM OUVRIR-TRAVAIL-DEB THRU OUVRIR-TRAVAIL-FIN
           IF PASSE-EN-ERREUR
             CLOSE HOLD-FILE
             GO TO FUSION-SUSPENS-FIN
           END-IF
           PERFORM UNTIL FIN-FICHIER-OUI
             READ HOLD-FILE
               AT END
                 SET FIN-FICHIER-OUI TO TRUE
               NOT AT END
                 ADD 1 TO WS-TOT-LUS(WS-F)
                 IF HO-PLAYER-ID = WS-ANCIEN-ID
                   MOVE WS-SURVIVANT-ID TO HO-PLAYER-ID
                   ADD 1 TO WS-TOT-MODIFIES(WS-F)
                 END-IF
                 WRITE WORK-NEW-RECORD FROM HOLD-RECORD
                 PERFORM CONTROLE-TRAVAIL-DEB THRU CONTROLE-TRAVAIL-FIN
             END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           CLOSE WORK-NEW-FILE
           IF PASSE-EN-ERREUR
             GO TO FUSION-SUSPENS-FIN
           END-IF

           SET FIN-FICHIER-NON TO TRUE
           PERFORM RELIRE-TRAVAIL-DEB THRU RELIRE-TRAVAIL-FIN
           IF PASSE-EN-ERREUR
             GO TO FUSION-SUSPENS-FIN
           END-IF
           OPEN OUTPUT HOLD-FILE
           IF WS-HO-STATUS NOT = '00'
             CLOSE WORK-NEW-FILE
             MOVE WS-HO-STATUS TO WS-STATUS-ECART
             PERFORM CIBLE-FERMEE-DEB THRU CIBLE-FERMEE-FIN
             GO TO FUSION-SUSPENS-FIN
           END-IF
           PERFORM UNTIL FIN-FICHIER-OUI
             READ WORK-NEW-FILE INTO HOLD-RECORD
               AT END
                 SET FIN-FICHIER-OUI TO TRUE
               NOT AT END
                 WRITE HOLD-RECORD
                 IF WS-HO-STATUS = '00'
                   ADD 1 TO WS-TOT-ECRITS(WS-F)
                 ELSE
                   MOVE WS-HO-STATUS TO WS-STATUS-ECART
                   PERFORM REECRITURE-INCOMPLETE-DEB
                       THRU REECRITURE-INCOMPLETE-FIN
                 END-IF
             END-READ
           END-PERFORM
           CLOSE WORK-NEW-FILE
           CLOSE HOLD-FILE
           .
      *******************
       FUSION-SUSPENS-FIN. EXIT.
      *******************

      **********************
       FICHIER-ILLISIBLE-DEB.
      **********************
      * Fichier present mais impossible a ouvrir : laisse tel quel,
      * signale comme ecart (la fusion est alors incomplete).
           MOVE 'E' TO WS-TOT-ETAT(WS-F)
           ADD 1 TO WS-NB-ECARTS
           DISPLAY 'Fichier ' WS-TOT-FICHIER(WS-F) ' illisible : '
                   'non fusionne.'
           .
      **********************
       FICHIER-ILLISIBLE-FIN. EXIT.
      **********************

      *******************
       OUVRIR-TRAVAIL-DEB.
      *******************
      * Passe 1 : MMFUSION.NEW doit s'ouvrir en ecriture, sinon le
      * fichier courant n'est pas reecrit du tout.
           SET PASSE-OK TO TRUE
           OPEN OUTPUT WORK-NEW-FILE
           IF WS-NEW-STATUS NOT = '00'
             MOVE WS-NEW-STATUS TO WS-STATUS-ECART
             PERFORM TRAVAIL-IMPOSSIBLE-DEB THRU TRAVAIL-IMPOSSIBLE-FIN
           END-IF
           .
      *******************
       OUVRIR-TRAVAIL-FIN. EXIT.
      *******************

      *********************
       CONTROLE-TRAVAIL-DEB.
      *********************
      * Passe 1 : chaque ecriture dans MMFUSION.NEW est controlee. Un
      * echec arrete la lecture et la passe 2 n'a pas lieu : une copie
      * de travail incomplete ne doit jamais remplacer le fichier.
           IF WS-NEW-STATUS NOT = '00'
             MOVE WS-NEW-STATUS TO WS-STATUS-ECART
             SET FIN-FICHIER-OUI TO TRUE
             PERFORM TRAVAIL-IMPOSSIBLE-DEB THRU TRAVAIL-IMPOSSIBLE-FIN
           END-IF
           .
      *********************
       CONTROLE-TRAVAIL-FIN. EXIT.
      *********************

      *******************
       RELIRE-TRAVAIL-DEB.
      *******************
      * Passe 2 : relecture de MMFUSION.NEW, controlee avant d'ouvrir
      * (et donc de vider) le fichier a reecrire.
           SET PASSE-OK TO TRUE
           OPEN INPUT WORK-NEW-FILE
           IF WS-NEW-STATUS NOT = '00'
             MOVE WS-NEW-STATUS TO WS-STATUS-ECART
             PERFORM TRAVAIL-IMPOSSIBLE-DEB THRU TRAVAIL-IMPOSSIBLE-FIN
           END-IF
           .
      *******************
       RELIRE-TRAVAIL-FIN. EXIT.
      *******************

      ***********************
       TRAVAIL-IMPOSSIBLE-DEB.
      ***********************
      * Incident sur MMFUSION.NEW avant toute ouverture du fichier en
      * ecriture : le fichier reste intact, non fusionne, en ecart.
           SET PASSE-EN-ERREUR TO TRUE
           MOVE 'X' TO WS-TOT-ETAT(WS-F)
           ADD 1 TO WS-NB-ECARTS
           DISPLAY 'Fichier de travail MMFUSION.NEW inutilisable '
                   '(status ' WS-STATUS-ECART ') : '
                   WS-TOT-FICHIER(WS-F) ' laisse intact, non fusionne.'
           .
      ***********************
       TRAVAIL-IMPOSSIBLE-FIN. EXIT.
      ***********************

      *****************
       CIBLE-FERMEE-DEB.
      *****************
      * Passe 2 : le fichier refuse l'ouverture en ecriture. Il n'a
      * pas ete touche : non fusionne, en ecart.
           MOVE 'X' TO WS-TOT-ETAT(WS-F)
           ADD 1 TO WS-NB-ECARTS
           DISPLAY 'Fichier ' WS-TOT-FICHIER(WS-F) ' non ouvert en '
                   'ecriture (status ' WS-STATUS-ECART ') : laisse '
                   'intact, non fusionne.'
           .
      *****************
       CIBLE-FERMEE-FIN. EXIT.
      *****************

      **************************
       REECRITURE-INCOMPLETE-DEB.
      **************************
      * Passe 2 : ecriture refusee alors que le fichier est deja vide
      * et en partie recopie. Seul MMFUSION.NEW en a le contenu
      * complet : il ne doit plus etre reecrase, donc la fusion
      * s'arrete la (fichiers suivants, cotes et maitre non traites ;
      * l'ecart lus/ecrits ressort a l'edition de controle).
           SET FIN-FICHIER-OUI TO TRUE
           SET FUSION-INTERROMPUE TO TRUE
           DISPLAY 'Ecriture refusee dans ' WS-TOT-FICHIER(WS-F)
                   ' (status ' WS-STATUS-ECART ') : fichier '
                   'incomplet, fusion interrompue.'
           DISPLAY 'Recopier MMFUSION.NEW sur ' WS-TOT-FICHIER(WS-F)
                   ' avant toute relance.'
           .
      **************************
       REECRITURE-INCOMPLETE-FIN. EXIT.
      **************************

      ****************
       FUSION-COTE-DEB.
      ****************
      * Combine les deux cotes sur le survivant : moyenne ponderee par
      * le nombre de parties cotees de chacun (cote du survivant si
      * aucun n'a de partie cotee), parties cumulees, date du jour. La
      * cote de l'ancien identifiant est ensuite supprimee. Ancien
      * jamais cote = rien a combiner.
           IF FUSION-INTERROMPUE
             MOVE 'non traite (fusion interrompue)' TO WS-RT-BILAN
             GO TO FUSION-COTE-FIN
           END-IF
           OPEN I-O RATING-FILE
           IF WS-RT-STATUS = '35'
             MOVE 'RATINGS.DAT absent, rien a combiner' TO WS-RT-BILAN
             GO TO FUSION-COTE-FIN
           END-IF
           IF WS-RT-STATUS NOT = '00'
             MOVE 'RATINGS.DAT illisible, non combine' TO WS-RT-BILAN
             ADD 1 TO WS-NB-ECARTS
             GO TO FUSION-COTE-FIN
           END-IF
           MOVE WS-ANCIEN-ID TO RT-PLAYER-ID
           READ RATING-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               SET RT-ANCIEN-TROUVE TO TRUE
               MOVE RT-COTE TO WS-COTE-ANCIEN
               MOVE RT-NB-PARTIES TO WS-NBP-ANCIEN
           END-READ
           IF NOT RT-ANCIEN-TROUVE
             MOVE 'ancien identifiant jamais cote' TO WS-RT-BILAN
             CLOSE RATING-FILE
             GO TO FUSION-COTE-FIN
           END-IF
           MOVE WS-SURVIVANT-ID TO RT-PLAYER-ID
           READ RATING-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               SET RT-SURV-TROUVE TO TRUE
               MOVE RT-COTE TO WS-COTE-SURV
               MOVE RT-NB-PARTIES TO WS-NBP-SURV
           END-READ

           IF RT-SURV-TROUVE
             COMPUTE WS-NBP-FUSION = WS-NBP-ANCIEN + WS-NBP-SURV
             IF WS-NBP-FUSION = ZERO
               MOVE WS-COTE-SURV TO WS-COTE-FUSION
             ELSE
               COMPUTE WS-COTE-FUSION ROUNDED =
                       (WS-COTE-ANCIEN * WS-NBP-ANCIEN
                        + WS-COTE-SURV * WS-NBP-SURV) / WS-NBP-FUSION
             END-IF
           ELSE
             MOVE WS-COTE-ANCIEN TO WS-COTE-FUSION
             MOVE WS-NBP-ANCIEN TO WS-NBP-FUSION
           END-IF

           MOVE WS-SURVIVANT-ID TO RT-PLAYER-ID
           MOVE WS-COTE-FUSION TO RT-COTE
           MOVE WS-NBP-FUSION TO RT-NB-PARTIES
           MOVE WS-DATE-JOUR TO RT-DATE-MAJ
           IF RT-SURV-TROUVE
             REWRITE RATING-RECORD
               INVALID KEY
                 SET RT-ECRITURE-REFUSEE TO TRUE
                 ADD 1 TO WS-NB-ECARTS
                 DISPLAY 'Cote du survivant non reecrite (status '
                         WS-RT-STATUS ') !'
             END-REWRITE
           ELSE
             WRITE RATING-RECORD
               INVALID KEY
                 SET RT-ECRITURE-REFUSEE TO TRUE
                 ADD 1 TO WS-NB-ECARTS
                 DISPLAY 'Cote du survivant non ecrite (status '
                         WS-RT-STATUS ') !'
             END-WRITE
           END-IF
      * Survivant non ecrit : surtout garder l'ancienne cote, seule
      * trace de ses parties cotees.
           IF RT-ECRITURE-REFUSEE
             CLOSE RATING-FILE
             MOVE 'non traite, ancienne cote conservee'
                  TO WS-RT-BILAN
             MOVE 8 TO RETURN-CODE
             GO TO FUSION-COTE-FIN
           END-IF
           MOVE WS-ANCIEN-ID TO RT-PLAYER-ID
           DELETE RATING-FILE RECORD
             INVALID KEY
               ADD 1 TO WS-NB-ECARTS
               DISPLAY 'Cote de l''ancien identifiant non supprimee '
                       '(status ' WS-RT-STATUS ') !'
           END-DELETE
           CLOSE RATING-FILE
           MOVE 'cotes combinees, ancienne supprimee' TO WS-RT-BILAN
           .
      *****************
       FUSION-COTE-FIN. EXIT.
      *****************

      ******************
       FUSION-MAITRE-DEB.
      ******************
      * L'ancien joueur passe inactif, avec le pointeur vers le
      * survivant : il ne peut plus ouvrir de session, et la saisie de
      * son identifiant indique sous lequel jouer. La mise a jour
      * reussie est journalisee (image avant relue, image apres).
           IF FUSION-INTERROMPUE
             MOVE 'non traite (fusion interrompue)' TO WS-PM-BILAN
             GO TO FUSION-MAITRE-FIN
           END-IF
           OPEN I-O PLAYER-MASTER-FILE
           IF WS-PM-STATUS NOT = '00'
             MOVE 'PLAYERS.DAT illisible, non mis a jour'
                  TO WS-PM-BILAN
             ADD 1 TO WS-NB-ECARTS
             GO TO FUSION-MAITRE-FIN
           END-IF
           MOVE WS-ANCIEN-ID TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
             INVALID KEY
               MOVE 'ancien joueur introuvable' TO WS-PM-BILAN
               ADD 1 TO WS-NB-ECARTS
               CLOSE PLAYER-MASTER-FILE
               GO TO FUSION-MAITRE-FIN
           END-READ
           MOVE PLAYER-MASTER-RECORD TO WS-IMAGE-AVANT
           MOVE 'I' TO PM-STATUT
           MOVE WS-SURVIVANT-ID TO PM-FUSION-ID
           REWRITE PLAYER-MASTER-RECORD
             INVALID KEY
               MOVE 'ancien joueur non reecrit' TO WS-PM-BILAN
               ADD 1 TO WS-NB-ECARTS
             NOT INVALID KEY
               MOVE 'ancien joueur inactif, fusionne'
                    TO WS-PM-BILAN
               PERFORM JOURNALISER-DEB THRU JOURNALISER-FIN
           END-REWRITE
           CLOSE PLAYER-MASTER-FILE
           .
      ******************
       FUSION-MAITRE-FIN. EXIT.
      ******************

      ****************
       JOURNALISER-DEB.
      ****************
      * Trace la fusion au journal des joueurs, comme une action de
      * MasterMindPlayers : image avant (WS-IMAGE-AVANT) puis image
      * apres (l'enregistrement du maitre tel que reecrit), action
      * 'F', sous la meme date/heure et l'operateur du lancement. Une
      * mise a jour non tracee est un ecart.
           ACCEPT WS-HEURE-JOUR FROM TIME
           OPEN EXTEND PLAYER-JOURNAL-FILE
           IF WS-PJ-STATUS = '35'
             OPEN OUTPUT PLAYER-JOURNAL-FILE
           END-IF
           IF WS-PJ-STATUS NOT = '00'
             DISPLAY 'ATTENTION : fusion non journalisee '
                     '(MMPLYJRN.DAT, status ' WS-PJ-STATUS ') !'
             MOVE 'ancien joueur fusionne, NON JOURNALISE'
                  TO WS-PM-BILAN
             ADD 1 TO WS-NB-ECARTS
             GO TO JOURNALISER-FIN
           END-IF
           MOVE WS-DATE-JOUR TO PJ-DATE
           MOVE WS-HEURE-JOUR TO PJ-HEURE
           MOVE WS-OPERATEUR TO PJ-OPERATEUR
           MOVE 'F' TO PJ-ACTION
           MOVE 'AV' TO PJ-IMAGE
           MOVE PM-PLAYER-ID TO PJ-PLAYER-ID
           MOVE WS-AV-NOM TO PJ-NOM
           MOVE WS-AV-STATUT TO PJ-STATUT
           MOVE WS-AV-DATE-INSCR TO PJ-DATE-INSCR
           MOVE WS-AV-FUSION-ID TO PJ-FUSION-ID
           WRITE PLAYER-JOURNAL-RECORD
           MOVE 'AP' TO PJ-IMAGE
           MOVE PM-NOM TO PJ-NOM
           MOVE PM-STATUT TO PJ-STATUT
           MOVE PM-DATE-INSCR TO PJ-DATE-INSCR
           MOVE PM-FUSION-ID TO PJ-FUSION-ID
           WRITE PLAYER-JOURNAL-RECORD
           CLOSE PLAYER-JOURNAL-FILE
           .
      ****************
       JOURNALISER-FIN. EXIT.
      ****************

      **********************
       EDITION-CONTROLE-DEB.
      **********************
           DISPLAY '==============================================='
           DISPLAY '  FUSION D''IDENTIFIANTS DE JOUEUR'
           DISPLAY '==============================================='
           DISPLAY 'Ancien identifiant    : ' WS-ANCIEN-ID
           DISPLAY 'Identifiant survivant : ' WS-SURVIVANT-ID
           DISPLAY 'Operateur             : ' WS-OPERATEUR
           IF FUSION-REFUSEE
             DISPLAY 'Fusion refusee : aucun fichier modifie.'
             MOVE 8 TO RETURN-CODE
             GO TO EDITION-CONTROLE-FIN
           END-IF
           DISPLAY 'FICHIER            LUS  MODIFIES    ECRITS'
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-NB-FICHIERS
             EVALUATE WS-TOT-ETAT(WS-F)
               WHEN 'A'
                 DISPLAY WS-TOT-FICHIER(WS-F) '  absent, rien a '
                         'fusionner'
               WHEN 'E'
                 DISPLAY WS-TOT-FICHIER(WS-F) '  ILLISIBLE, non '
                         'fusionne'
               WHEN 'X'
                 DISPLAY WS-TOT-FICHIER(WS-F) '  NON REECRIT, laisse '
                         'intact  ECART !'
               WHEN 'N'
                 DISPLAY WS-TOT-FICHIER(WS-F) '  non traite (fusion '
                         'interrompue)'
               WHEN OTHER
                 IF WS-TOT-ECRITS(WS-F) = WS-TOT-LUS(WS-F)
                   DISPLAY WS-TOT-FICHIER(WS-F) ' '
                           WS-TOT-LUS(WS-F) '    '
                           WS-TOT-MODIFIES(WS-F) '    '
                           WS-TOT-ECRITS(WS-F) '  OK'
                 ELSE
                   ADD 1 TO WS-NB-ECARTS
                   DISPLAY WS-TOT-FICHIER(WS-F) ' '
                           WS-TOT-LUS(WS-F) '    '
                           WS-TOT-MODIFIES(WS-F) '    '
                           WS-TOT-ECRITS(WS-F) '  ECART !'
                 END-IF
             END-EVALUATE
           END-PERFORM
           DISPLAY 'RATINGS.DAT  : ' WS-RT-BILAN
           IF RT-ANCIEN-TROUVE
             DISPLAY '  ancien    ' WS-COTE-ANCIEN ' (' WS-NBP-ANCIEN
                     ' parties)'
             IF RT-SURV-TROUVE
               DISPLAY '  survivant ' WS-COTE-SURV ' (' WS-NBP-SURV
                       ' parties)'
             ELSE
               DISPLAY '  survivant jamais cote'
             END-IF
             IF NOT RT-ECRITURE-REFUSEE
               DISPLAY '  combinee  ' WS-COTE-FUSION ' ('
                       WS-NBP-FUSION ' parties)'
             END-IF
           END-IF
           DISPLAY 'PLAYERS.DAT  : ' WS-PM-BILAN
           IF WS-NB-ECARTS = ZERO
             DISPLAY 'Controle lus = ecrits : OK, fusion complete.'
           ELSE
             DISPLAY 'ECARTS DETECTES (' WS-NB-ECARTS ') : fusion '
                     'incomplete, relancer apres correction.'
             MOVE 8 TO RETURN-CODE
           END-IF
           .
      **************************
       EDITION-CONTROLE-FIN. EXIT.
      **************************

      ******
       FIN.
      ******
           DISPLAY 'Fin de la fusion.'
           STOP RUN.
       END PROGRAM MasterMindMerge.
