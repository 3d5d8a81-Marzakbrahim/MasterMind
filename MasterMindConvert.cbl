       IDENTIFICATION DIVISION.
       PROGRAM-ID. MasterMindConvert.

      * Conversion unique des deux fichiers indexes dont
      * l'enregistrement s'est allonge :
      *  - PLAYERS.DAT (47 -> 55 caracteres) : ajout de PM-FUSION-ID
      *    (identifiant survivant d'une fusion, a blanc) ;
      *  - MMRESTART.DAT (131 -> 149 caracteres) : ajout de
      *    RS-DATE-SAUV / RS-HEURE-SAUV (date et heure de la
      *    conversion : l'age vu par MasterMindPurge part de la
      *    conversion, un point de reprise de la veille n'est donc pas
      *    expire au premier menage) et de RS-LOTS-ABANDONNES (a zero).
      * Un fichier indexe ne se relit pas sous une autre longueur
      * d'enregistrement : MasterMind refuse alors de demarrer et
      * MasterMindPlayersLoad ne sait recharger qu'un maitre
      * sequentiel. Mode operatoire : l'exploitant renomme l'ancien
      * PLAYERS.DAT en PLAYERS.OLD et l'ancien MMRESTART.DAT en
      * MMRESTART.OLD (avec leurs fichiers d'index), puis ce programme
      * decharge chaque ancien fichier dans l'ordre des cles et le
      * recharge sous la nouvelle disposition dans un fichier neuf.
      * Un fichier .OLD absent est simplement saute (rien a
      * convertir) ; un fichier cible deja peuple n'est jamais ecrase.
      * Code retour 8 si une conversion est refusee ou incomplete.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Ancien maitre des joueurs (renomme par l'exploitant).
           SELECT OLD-PLAYER-FILE ASSIGN TO "PLAYERS.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-PLAYER-ID
               FILE STATUS IS WS-OP-STATUS.
      * Nouveau maitre des joueurs, disposition PLAYERS.CPY.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PM-STATUS.
      * Anciens points de reprise (renommes par l'exploitant).
           SELECT OLD-RESTART-FILE ASSIGN TO "MMRESTART.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OR-CLE
               FILE STATUS IS WS-OR-STATUS.
      * Nouveaux points de reprise, disposition RESTART.CPY.
           SELECT RESTART-FILE ASSIGN TO "MMRESTART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-CLE
               FILE STATUS IS WS-RESTART-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Ancienne disposition du maitre des joueurs (47 caracteres).
       FD  OLD-PLAYER-FILE.
       01 OLD-PLAYER-RECORD.
           05 OP-PLAYER-ID           PIC X(8).
           05 OP-NOM                 PIC X(30).
           05 OP-STATUT              PIC X(1).
           05 OP-DATE-INSCR          PIC X(8).

           COPY PLAYERS.

      * Ancienne disposition des points de reprise (131 caracteres) :
      * exactement RESTART.CPY de RS-CLE a RS-GAME-ID inclus, les
      * champs ajoutes depuis l'ont tous ete en fin d'enregistrement.
       FD  OLD-RESTART-FILE.
       01 OLD-RESTART-RECORD.
           05 OR-CLE                 PIC X(16).
           05 OR-SUITE               PIC X(115).

           COPY RESTART.

       WORKING-STORAGE SECTION.

       01 WS-OP-STATUS                PIC X(2).
       01 WS-PM-STATUS                PIC X(2).
       01 WS-OR-STATUS                PIC X(2).
       01 WS-RESTART-STATUS           PIC X(2).

       01 WS-FIN-FICHIER               PIC X.
           88 FIN-FICHIER-OUI          VALUE 'Y'.
           88 FIN-FICHIER-NON          VALUE 'N'.

      * Le rechargement est interdit sur un fichier cible deja
      * peuple : conversion unique, pas un outil de fusion.
       01 WS-CIBLE-VIDE                PIC X.
           88 CIBLE-VIDE               VALUE 'Y'.
           88 CIBLE-PEUPLEE            VALUE 'N'.

      * Issue de la conversion de chaque fichier, pour le bilan :
      * 'S' = saute (pas d'ancien fichier), 'C' = converti,
      * 'R' = refuse (fichier illisible ou cible deja peuplee).
       01 WS-ETAT-JOUEURS              PIC X VALUE 'S'.
           88 JOUEURS-SAUTES           VALUE 'S'.
           88 JOUEURS-CONVERTIS        VALUE 'C'.
           88 JOUEURS-REFUSES          VALUE 'R'.
       01 WS-ETAT-REPRISES             PIC X VALUE 'S'.
           88 REPRISES-SAUTEES         VALUE 'S'.
           88 REPRISES-CONVERTIES      VALUE 'C'.
           88 REPRISES-REFUSEES        VALUE 'R'.

      * Compteurs du compte rendu de conversion.
       01 WS-NB-JOUEURS-LUS            PIC 9(6) VALUE 0.
       01 WS-NB-JOUEURS-ECRITS         PIC 9(6) VALUE 0.
       01 WS-NB-JOUEURS-ERREURS        PIC 9(6) VALUE 0.
       01 WS-NB-REPRISES-LUES          PIC 9(6) VALUE 0.
       01 WS-NB-REPRISES-ECRITES       PIC 9(6) VALUE 0.
       01 WS-NB-REPRISES-ERREURS       PIC 9(6) VALUE 0.

      * Date et heure de la conversion, reportees comme derniere
      * sauvegarde des points de reprise convertis.
       01 WS-DATE-CONV                 PIC X(8).
       01 WS-HEURE-CONV                PIC X(6).


       PROCEDURE DIVISION.

      *********************
       PROGRAMME-PRINCIPAL.
      *********************
           PERFORM CONV-JOUEURS-DEB THRU CONV-JOUEURS-FIN
           PERFORM CONV-REPRISES-DEB THRU CONV-REPRISES-FIN
           PERFORM BILAN-DEB THRU BILAN-FIN
           PERFORM FIN
           .

      *****************
       CONV-JOUEURS-DEB.
      *****************
      * Ancien maitre des joueurs -> nouveau PLAYERS.DAT.
           OPEN INPUT OLD-PLAYER-FILE
           IF WS-OP-STATUS = '35'
             DISPLAY 'PLAYERS.OLD absent : maitre des joueurs non '
                     'converti.'
             GO TO CONV-JOUEURS-FIN
           END-IF
           IF WS-OP-STATUS NOT = '00'
             DISPLAY 'Ancien maitre PLAYERS.OLD illisible (status '
                     WS-OP-STATUS '), conversion refusee.'
             SET JOUEURS-REFUSES TO TRUE
             GO TO CONV-JOUEURS-FIN
           END-IF
           OPEN I-O PLAYER-MASTER-FILE
           IF WS-PM-STATUS = '35'
             OPEN OUTPUT PLAYER-MASTER-FILE
             CLOSE PLAYER-MASTER-FILE
             OPEN I-O PLAYER-MASTER-FILE
           END-IF
           IF WS-PM-STATUS NOT = '00'
             DISPLAY 'Nouveau maitre PLAYERS.DAT inutilisable (status '
                     WS-PM-STATUS '), conversion refusee.'
             CLOSE OLD-PLAYER-FILE
             SET JOUEURS-REFUSES TO TRUE
             GO TO CONV-JOUEURS-FIN
           END-IF
           SET CIBLE-VIDE TO TRUE
           MOVE LOW-VALUES TO PM-PLAYER-ID
           START PLAYER-MASTER-FILE
               KEY IS GREATER THAN PM-PLAYER-ID
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               SET CIBLE-PEUPLEE TO TRUE
           END-START
           IF CIBLE-PEUPLEE
             DISPLAY 'PLAYERS.DAT contient deja des enregistrements : '
                     'conversion refusee (ancien PLAYERS.DAT pas '
                     'renomme en PLAYERS.OLD ?).'
             CLOSE OLD-PLAYER-FILE
             CLOSE PLAYER-MASTER-FILE
             SET JOUEURS-REFUSES TO TRUE
             GO TO CONV-JOUEURS-FIN
           END-IF
           SET FIN-FICHIER-NON TO TRUE
           PERFORM CHARGER-JOUEUR-DEB THRU CHARGER-JOUEUR-FIN
               UNTIL FIN-FICHIER-OUI
           CLOSE OLD-PLAYER-FILE
           CLOSE PLAYER-MASTER-FILE
           SET JOUEURS-CONVERTIS TO TRUE
           .
      *****************
       CONV-JOUEURS-FIN. EXIT.
      *****************

      *******************
       CHARGER-JOUEUR-DEB.
      *******************
           READ OLD-PLAYER-FILE
             AT END
               SET FIN-FICHIER-OUI TO TRUE
               GO TO CHARGER-JOUEUR-FIN
           END-READ
           ADD 1 TO WS-NB-JOUEURS-LUS
           MOVE OP-PLAYER-ID TO PM-PLAYER-ID
           MOVE OP-NOM TO PM-NOM
           MOVE OP-STATUT TO PM-STATUT
           MOVE OP-DATE-INSCR TO PM-DATE-INSCR
           MOVE SPACES TO PM-FUSION-ID
           WRITE PLAYER-MASTER-RECORD
             INVALID KEY
               ADD 1 TO WS-NB-JOUEURS-ERREURS
               DISPLAY 'Joueur non recharge (status ' WS-PM-STATUS
                       ') : ' OP-PLAYER-ID
             NOT INVALID KEY
               ADD 1 TO WS-NB-JOUEURS-ECRITS
           END-WRITE
           .
      *******************
       CHARGER-JOUEUR-FIN. EXIT.
      *******************

      ******************
       CONV-REPRISES-DEB.
      ******************
      * Anciens points de reprise -> nouveau MMRESTART.DAT.
           ACCEPT WS-DATE-CONV FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-CONV FROM TIME
           OPEN INPUT OLD-RESTART-FILE
           IF WS-OR-STATUS = '35'
             DISPLAY 'MMRESTART.OLD absent : points de reprise non '
                     'convertis.'
             GO TO CONV-REPRISES-FIN
           END-IF
           IF WS-OR-STATUS NOT = '00'
             DISPLAY 'Anciens points de reprise MMRESTART.OLD '
                     'illisibles (status ' WS-OR-STATUS '), '
                     'conversion refusee.'
             SET REPRISES-REFUSEES TO TRUE
             GO TO CONV-REPRISES-FIN
           END-IF
           OPEN I-O RESTART-FILE
           IF WS-RESTART-STATUS = '35'
             OPEN OUTPUT RESTART-FILE
             CLOSE RESTART-FILE
             OPEN I-O RESTART-FILE
           END-IF
           IF WS-RESTART-STATUS NOT = '00'
             DISPLAY 'Nouveau MMRESTART.DAT inutilisable (status '
                     WS-RESTART-STATUS '), conversion refusee.'
             CLOSE OLD-RESTART-FILE
             SET REPRISES-REFUSEES TO TRUE
             GO TO CONV-REPRISES-FIN
           END-IF
           SET CIBLE-VIDE TO TRUE
           MOVE LOW-VALUES TO RS-CLE
           START RESTART-FILE
               KEY IS GREATER THAN RS-CLE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               SET CIBLE-PEUPLEE TO TRUE
           END-START
           IF CIBLE-PEUPLEE
             DISPLAY 'MMRESTART.DAT contient deja des enregistrements '
                     ': conversion refusee (ancien MMRESTART.DAT pas '
                     'renomme en MMRESTART.OLD ?).'
             CLOSE OLD-RESTART-FILE
             CLOSE RESTART-FILE
             SET REPRISES-REFUSEES TO TRUE
             GO TO CONV-REPRISES-FIN
           END-IF
           SET FIN-FICHIER-NON TO TRUE
           PERFORM CHARGER-REPRISE-DEB THRU CHARGER-REPRISE-FIN
               UNTIL FIN-FICHIER-OUI
           CLOSE OLD-RESTART-FILE
           CLOSE RESTART-FILE
           SET REPRISES-CONVERTIES TO TRUE
           .
      ******************
       CONV-REPRISES-FIN. EXIT.
      ******************

      ********************
       CHARGER-REPRISE-DEB.
      ********************
      * L'ancien enregistrement recouvre le debut du nouveau a
      * l'identique : recopie en bloc, puis les champs ajoutes a
      * leur valeur de point de reprise ancien (sauvegarde datee de
      * la conversion, aucun abandon compte).
           READ OLD-RESTART-FILE
             AT END
               SET FIN-FICHIER-OUI TO TRUE
               GO TO CHARGER-REPRISE-FIN
           END-READ
           ADD 1 TO WS-NB-REPRISES-LUES
           MOVE OLD-RESTART-RECORD TO RESTART-RECORD
           MOVE WS-DATE-CONV TO RS-DATE-SAUV
           MOVE WS-HEURE-CONV TO RS-HEURE-SAUV
           MOVE ZERO TO RS-LOTS-ABANDONNES
           WRITE RESTART-RECORD
             INVALID KEY
               ADD 1 TO WS-NB-REPRISES-ERREURS
               DISPLAY 'Point de reprise non recharge (status '
                       WS-RESTART-STATUS ') : ' OR-CLE
             NOT INVALID KEY
               ADD 1 TO WS-NB-REPRISES-ECRITES
           END-WRITE
           .
      ********************
       CHARGER-REPRISE-FIN. EXIT.
      ********************

      **********
       BILAN-DEB.
      **********
           DISPLAY '==============================================='
           DISPLAY '  CONVERSION DES FICHIERS INDEXES'
           DISPLAY '==============================================='
           EVALUATE TRUE
             WHEN JOUEURS-SAUTES
               DISPLAY 'PLAYERS.DAT   : saute (pas de PLAYERS.OLD)'
             WHEN JOUEURS-REFUSES
               DISPLAY 'PLAYERS.DAT   : REFUSE'
             WHEN OTHER
               DISPLAY 'PLAYERS.DAT   : lus ' WS-NB-JOUEURS-LUS
                       ' recharges ' WS-NB-JOUEURS-ECRITS
                       ' erreurs ' WS-NB-JOUEURS-ERREURS
           END-EVALUATE
           EVALUATE TRUE
             WHEN REPRISES-SAUTEES
               DISPLAY 'MMRESTART.DAT : saute (pas de MMRESTART.OLD)'
             WHEN REPRISES-REFUSEES
               DISPLAY 'MMRESTART.DAT : REFUSE'
             WHEN OTHER
               DISPLAY 'MMRESTART.DAT : lus ' WS-NB-REPRISES-LUES
                       ' recharges ' WS-NB-REPRISES-ECRITES
                       ' erreurs ' WS-NB-REPRISES-ERREURS
           END-EVALUATE
           IF JOUEURS-REFUSES OR REPRISES-REFUSEES
              OR WS-NB-JOUEURS-ERREURS > ZERO
              OR WS-NB-REPRISES-ERREURS > ZERO
             DISPLAY 'Conversion incomplete : ne pas archiver les '
                     'fichiers .OLD avant correction.'
             MOVE 8 TO RETURN-CODE
           ELSE
             DISPLAY 'Conversion complete : les fichiers .OLD '
                     'peuvent etre archives.'
           END-IF
           .
      **************
       BILAN-FIN. EXIT.
      **************

      ******
       FIN.
      ******
           DISPLAY 'Fin de la conversion des fichiers indexes.'
           STOP RUN.
       END PROGRAM MasterMindConvert.
