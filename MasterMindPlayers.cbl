      * cours de session ne perd que l'action en cours, pas toutes les
      * modifications de la soiree. Un ancien maitre sequentiel se
      * recharge une fois pour toutes avec MasterMindPlayersLoad.
      *
      * Chaque action reussie (ajout, modification, desactivation) est
      * tracee dans le journal MMPLYJRN.DAT : image avant et image
      * apres de l'enregistrement, date, heure et operateur saisi a
      * l'ouverture de la session (piste d'audit exigee pour les
      * contestations de desactivation et les changements de nom
      * avant remise des prix ; edition par MasterMindJournal). Sans
      * journal utilisable, aucune action n'est possible.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PM-STATUS.
      * Journal des mises a jour du maitre (ouvert en ajout a chaque
      * action, comme l'historique des parties).
           SELECT PLAYER-JOURNAL-FILE ASSIGN TO "MMPLYJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY PLAYERS.
           COPY PLAYJRNL.

       WORKING-STORAGE SECTION.

       01 WS-PM-STATUS                PIC X(2).
       01 WS-PJ-STATUS                PIC X(2).

      * Indicateur d'ouverture dedie, positionne une seule fois juste
      * apres l'OPEN (WS-PM-STATUS est ensuite reutilise par chaque
       01 WS-STATUT-SAISI              PIC X.
       01 WS-DATE-JOUR                 PIC X(8).

      * Operateur de la session, saisi une fois a l'ouverture et
      * reporte sur chaque enregistrement du journal.
       01 WS-OPERATEUR                 PIC X(8) VALUE SPACES.
       01 WS-SESSION                   PIC X VALUE 'N'.
           88 SESSION-OUVERTE          VALUE 'Y'.
           88 SESSION-FERMEE           VALUE 'N'.

      * Journal : action en cours, heure, et image avant de
      * l'enregistrement (relue avant modification, a blanc pour un
      * ajout). L'image apres est l'enregistrement du maitre lui-meme.
       01 WS-ACTION-JRN                PIC X.
       01 WS-HEURE-JOUR                PIC X(6).
       01 WS-IMAGE-AVANT.
           05 WS-AV-PLAYER-ID          PIC X(8).
           05 WS-AV-NOM                PIC X(30).
           05 WS-AV-STATUT             PIC X(1).
           05 WS-AV-DATE-INSCR         PIC X(8).
           05 WS-AV-FUSION-ID          PIC X(8).

       01 WS-NB-LISTES                 PIC 9(5).


      *********************
           PERFORM OUVERTURE-DEB THRU OUVERTURE-FIN
           IF PM-OUVERT
             PERFORM OPERATEUR-DEB THRU OPERATEUR-FIN
           END-IF
           IF PM-OUVERT AND SESSION-OUVERTE
             SET FIN-MENU-NON TO TRUE
             PERFORM MENU-DEB THRU MENU-FIN
                 UNTIL FIN-MENU-OUI
       OUVERTURE-FIN. EXIT.
      ******************

      **************
       OPERATEUR-DEB.
      **************
      * Identifie l'operateur de la session (reporte au journal) et
      * verifie que le journal est utilisable : une mise a jour non
      * tracee ne doit pas pouvoir se faire. Meme garde-fou que le
      * menu contre une entree terminal epuisee.
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
             DISPLAY 'Pas d''operateur identifie, aucune action '
                     'possible.'
             GO TO OPERATEUR-FIN
           END-IF
           OPEN EXTEND PLAYER-JOURNAL-FILE
           IF WS-PJ-STATUS = '35'
             OPEN OUTPUT PLAYER-JOURNAL-FILE
           END-IF
           IF WS-PJ-STATUS NOT = '00'
             DISPLAY 'Journal des mises a jour inutilisable '
                     '(MMPLYJRN.DAT, status ' WS-PJ-STATUS '), aucune '
                     'action possible.'
             GO TO OPERATEUR-FIN
           END-IF
           CLOSE PLAYER-JOURNAL-FILE
           SET SESSION-OUVERTE TO TRUE
           .
      ******************
       OPERATEUR-FIN. EXIT.
      ******************

      **********
       MENU-DEB.
      **********
           MOVE WS-NOM-SAISI TO PM-NOM
           MOVE 'A' TO PM-STATUT
           MOVE WS-DATE-JOUR TO PM-DATE-INSCR
           MOVE SPACES TO PM-FUSION-ID
           MOVE SPACES TO WS-IMAGE-AVANT
           WRITE PLAYER-MASTER-RECORD
             INVALID KEY
               DISPLAY 'Identifiant deja inscrit, ajout abandonne.'
             NOT INVALID KEY
               DISPLAY 'Joueur ' WS-ID-SAISI ' inscrit.'
               MOVE 'A' TO WS-ACTION-JRN
               PERFORM JOURNALISER-DEB THRU JOURNALISER-FIN
           END-WRITE
           .
      ****************
               DISPLAY 'Identifiant inconnu.'
               GO TO MODIFIER-FIN
           END-READ
           MOVE PLAYER-MASTER-RECORD TO WS-IMAGE-AVANT
           DISPLAY 'Nom actuel    : ' PM-NOM
           DISPLAY 'Statut actuel : ' PM-STATUT
           DISPLAY 'Nouveau nom (vide = inchange) : '
                       WS-PM-STATUS ') !'
             NOT INVALID KEY
               DISPLAY 'Joueur ' WS-ID-SAISI ' mis a jour.'
               MOVE 'M' TO WS-ACTION-JRN
               PERFORM JOURNALISER-DEB THRU JOURNALISER-FIN
           END-REWRITE
           .
      *****************
               DISPLAY 'Identifiant inconnu.'
               GO TO DESACTIVER-FIN
           END-READ
           MOVE PLAYER-MASTER-RECORD TO WS-IMAGE-AVANT
           IF PM-STATUT = 'I'
             DISPLAY 'Joueur ' WS-ID-SAISI ' deja inactif.'
           ELSE
                         WS-PM-STATUS ') !'
               NOT INVALID KEY
                 DISPLAY 'Joueur ' WS-ID-SAISI ' desactive.'
                 MOVE 'D' TO WS-ACTION-JRN
                 PERFORM JOURNALISER-DEB THRU JOURNALISER-FIN
             END-REWRITE
           END-IF
           .
       DESACTIVER-FIN. EXIT.
      *******************

      ****************
       JOURNALISER-DEB.
      ****************
      * Trace l'action qui vient de reussir : image avant
      * (WS-IMAGE-AVANT) puis image apres (l'enregistrement du maitre
      * tel que reecrit), sous la meme date/heure et le meme
      * operateur. L'identifiant est porte sur les deux images, y
      * compris l'image avant a blanc d'un ajout, pour pouvoir
      * selectionner un joueur a l'edition.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-JOUR FROM TIME
           OPEN EXTEND PLAYER-JOURNAL-FILE
           IF WS-PJ-STATUS = '35'
             OPEN OUTPUT PLAYER-JOURNAL-FILE
           END-IF
           IF WS-PJ-STATUS NOT = '00'
             DISPLAY 'ATTENTION : action non journalisee '
                     '(MMPLYJRN.DAT, status ' WS-PJ-STATUS ') !'
             GO TO JOURNALISER-FIN
           END-IF
           MOVE WS-DATE-JOUR TO PJ-DATE
           MOVE WS-HEURE-JOUR TO PJ-HEURE
           MOVE WS-OPERATEUR TO PJ-OPERATEUR
           MOVE WS-ACTION-JRN TO PJ-ACTION
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

      ***********
       LISTER-DEB.
      ***********
