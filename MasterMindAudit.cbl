      *
      * Code retour 8 des qu'une anomalie est detectee, pour que
      * l'ordonnanceur bloque le visa jusqu'a explication.
      *
      * Chaque partie de l'historique en anomalie (comptes differents
      * ou non numeriques sur un de ses tours, victoire sans tour ou
      * dont le dernier tour ne trouve pas le secret) est en outre mise
      * en suspens dans MMHOLD.DAT (travail 'AUDIT', motif de la
      * premiere anomalie relevee) : prix, cotes et classement
      * l'ecartent jusqu'a la revue du comite (MasterMindHold). Un tour
      * orphelin n'a pas de partie a ecarter : il reste signale
      * seulement. Une partie deja signalee par ce controle n'est pas
      * reecrite.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT GAME-DTL-FILE ASSIGN TO "GAMEDTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GD-STATUS.
      * Parties en suspens, partagees avec les travaux de resultats.
           SELECT HOLD-FILE ASSIGN TO "MMHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HO-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY GAMEHIST.
           COPY GAMEDTL.
           COPY HOLDS.

       WORKING-STORAGE SECTION.

       01 WS-PARTIES-TABLE.
           05 WS-PARTIE OCCURS 1000 TIMES INDEXED BY WS-IDX.
               10 WS-G-GAME-ID          PIC X(18).
               10 WS-G-PLAYER-ID        PIC X(8).
               10 WS-G-SECRET           PIC X(6).
               10 WS-G-WIN              PIC X(3).
               10 WS-G-LONGUEUR         PIC 9.
       01 WS-NB-TOURS-RENOTES          PIC 9(6) VALUE 0.
       01 WS-NB-ANOMALIES              PIC 9(6) VALUE 0.

      * Mise en suspens : parties deja signalees par ce controle
      * (chargees de MMHOLD.DAT au lancement, completees au fil du
      * passage) pour ne pas les signaler deux fois, et partie a
      * mettre en suspens (identifiant, joueur, motif).
       01 WS-HO-STATUS                 PIC X(2).
       01 WS-HO-FIN                    PIC X.
           88 HO-FIN-OUI               VALUE 'Y'.
           88 HO-FIN-NON               VALUE 'N'.
       01 WS-DEJA-TABLE.
           05 WS-DEJA-GAME-ID          PIC X(18) OCCURS 2000 TIMES.
       01 WS-NB-DEJA                   PIC 9(4) VALUE 0.
       01 WS-IDX-DEJA                  PIC 9(4).
       01 WS-DEJA-TROUVE               PIC X.
           88 DEJA-SIGNALEE            VALUE 'Y'.
           88 PAS-SIGNALEE             VALUE 'N'.
      * Table des parties deja signalees pleine : le controle de
      * doublon n'est plus sur, aucune nouvelle mise en suspens.
       01 WS-DEJA-PLEINE               PIC X VALUE 'N'.
           88 DEJA-TABLE-PLEINE        VALUE 'Y'.
       01 WS-NB-REFUSEES-CAPA          PIC 9(6) VALUE 0.
       01 WS-H-GAME-ID                 PIC X(18).
       01 WS-H-PLAYER-ID               PIC X(8).
       01 WS-H-MOTIF                   PIC X(40).
       01 WS-DATE-JOUR                 PIC X(8).
       01 WS-NB-SUSPENDUES             PIC 9(6) VALUE 0.
       01 WS-NB-DEJA-SUSPENDUES        PIC 9(6) VALUE 0.


       PROCEDURE DIVISION.

      ********************
      * Charge les parties de l'historique (celles portant un
      * identifiant unique) en memoire pour la jointure des tours.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           PERFORM CHARGER-SUSPENS-DEB THRU CHARGER-SUSPENS-FIN
           SET FIN-FICHIER-NON TO TRUE
           OPEN INPUT GAME-HIST-FILE
           IF WS-GH-STATUS NOT = '00'
           SET WS-IDX TO WS-NB-PARTIES
           INITIALIZE WS-PARTIE(WS-IDX)
           MOVE GH-GAME-ID TO WS-G-GAME-ID(WS-IDX)
           MOVE GH-PLAYER-ID TO WS-G-PLAYER-ID(WS-IDX)
           MOVE GH-SECRET TO WS-G-SECRET(WS-IDX)
           MOVE GH-WIN-FLAG TO WS-G-WIN(WS-IDX)
      * Longueur du code : journalisee si exploitable, sinon deduite
             DISPLAY 'ANOMALIE comptes non numeriques : joueur '
                     GD-PLAYER-ID ' partie ' GD-GAME-ID
                     ' tour ' GD-NO-TOUR
             MOVE 'COMPTES NON NUMERIQUES TOUR' TO WS-H-MOTIF
             MOVE GD-NO-TOUR TO WS-H-MOTIF(29:2)
             PERFORM SUSPENDRE-PARTIE-DEB THRU SUSPENDRE-PARTIE-FIN
           ELSE
             IF GD-BIEN-PLACE NOT = WS-A-BP
                OR GD-TROUVES NOT = WS-A-TR
                       GD-PLAYER-ID ' partie ' GD-GAME-ID ' tour '
                       GD-NO-TOUR ' journalise ' GD-BIEN-PLACE '/'
                       GD-TROUVES ' renote ' WS-A-BP '/' WS-A-TR
               MOVE 'COMPTES DIFFERENTS (RENOTATION) TOUR'
                    TO WS-H-MOTIF
               MOVE GD-NO-TOUR TO WS-H-MOTIF(38:2)
               PERFORM SUSPENDRE-PARTIE-DEB THRU SUSPENDRE-PARTIE-FIN
             END-IF
           END-IF
           .
                   DISPLAY 'ANOMALIE victoire sans aucun tour '
                           'journalise : partie '
                           WS-G-GAME-ID(WS-IDX)
                   MOVE 'VICTOIRE SANS AUCUN TOUR JOURNALISE'
                        TO WS-H-MOTIF
                   PERFORM SUSPENDRE-PARTIE-DEB
                       THRU SUSPENDRE-PARTIE-FIN
                 WHEN WS-G-DERNIER-PROP(WS-IDX) NOT =
                         WS-G-SECRET(WS-IDX)
                   ADD 1 TO WS-NB-ANOMALIES
                           'ne trouve pas le secret : partie '
                           WS-G-GAME-ID(WS-IDX) ' dernier tour '
                           WS-G-DERNIER-TOUR(WS-IDX)
                   MOVE 'DERNIER TOUR NE TROUVE PAS LE SECRET'
                        TO WS-H-MOTIF
                   PERFORM SUSPENDRE-PARTIE-DEB
                       THRU SUSPENDRE-PARTIE-FIN
               END-EVALUATE
             END-IF
           END-PERFORM
       CONTROLE-VICTOIRES-FIN. EXIT.
      **************************

      *********************
       CHARGER-SUSPENS-DEB.
      *********************
      * Parties deja signalees par ce controle, quel que soit leur
      * statut : une partie levee apres revue ne doit pas revenir en
      * suspens a chaque passage pour la meme raison.
           OPEN INPUT HOLD-FILE
           IF WS-HO-STATUS NOT = '00'
             GO TO CHARGER-SUSPENS-FIN
           END-IF
           SET HO-FIN-NON TO TRUE
           PERFORM UNTIL HO-FIN-OUI
             READ HOLD-FILE
               AT END
                 SET HO-FIN-OUI TO TRUE
               NOT AT END
                 IF HO-SOURCE = 'AUDIT'
                   IF WS-NB-DEJA < 2000
                     ADD 1 TO WS-NB-DEJA
                     MOVE HO-GAME-ID TO WS-DEJA-GAME-ID(WS-NB-DEJA)
                   ELSE
                     IF NOT DEJA-TABLE-PLEINE
                       DISPLAY 'Attention : plus de 2000 parties deja '
                               'signalees dans MMHOLD.DAT, aucune '
                               'nouvelle mise en suspens.'
                       SET DEJA-TABLE-PLEINE TO TRUE
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           .
      *************************
       CHARGER-SUSPENS-FIN. EXIT.
      *************************

      **********************
       SUSPENDRE-PARTIE-DEB.
      **********************
      * Met en suspens la partie WS-IDX avec le motif WS-H-MOTIF, sauf
      * si ce controle l'a deja signalee (passage precedent ou
      * anomalie precedente de la meme partie).
           MOVE WS-G-GAME-ID(WS-IDX) TO WS-H-GAME-ID
           MOVE WS-G-PLAYER-ID(WS-IDX) TO WS-H-PLAYER-ID
           SET PAS-SIGNALEE TO TRUE
           PERFORM VARYING WS-IDX-DEJA FROM 1 BY 1
                   UNTIL WS-IDX-DEJA > WS-NB-DEJA OR DEJA-SIGNALEE
             IF WS-DEJA-GAME-ID(WS-IDX-DEJA) = WS-H-GAME-ID
               SET DEJA-SIGNALEE TO TRUE
             END-IF
           END-PERFORM
           IF DEJA-SIGNALEE
             ADD 1 TO WS-NB-DEJA-SUSPENDUES
             GO TO SUSPENDRE-PARTIE-FIN
           END-IF
      * Table pleine : la partie a pu etre signalee, puis levee par le
      * comite, au-dela des 2000 lignes chargees. L'ecrire risquerait
      * un doublon ou de la remettre en suspens : refusee.
           IF DEJA-TABLE-PLEINE
             ADD 1 TO WS-NB-REFUSEES-CAPA
             DISPLAY '   Partie ' WS-H-GAME-ID ' non mise en suspens : '
                     'capacite atteinte.'
             GO TO SUSPENDRE-PARTIE-FIN
           END-IF
           MOVE SPACES TO HOLD-RECORD
           MOVE WS-H-GAME-ID TO HO-GAME-ID
           MOVE WS-H-PLAYER-ID TO HO-PLAYER-ID
           MOVE 'AUDIT' TO HO-SOURCE
           MOVE WS-H-MOTIF TO HO-MOTIF
           MOVE WS-DATE-JOUR TO HO-DATE-SIGNAL
           SET HO-EN-SUSPENS TO TRUE
           OPEN EXTEND HOLD-FILE
           IF WS-HO-STATUS = '35'
             OPEN OUTPUT HOLD-FILE
           END-IF
           IF WS-HO-STATUS NOT = '00'
             DISPLAY '   MMHOLD.DAT inutilisable (status '
                     WS-HO-STATUS '), partie ' WS-H-GAME-ID
                     ' non mise en suspens.'
             GO TO SUSPENDRE-PARTIE-FIN
           END-IF
           WRITE HOLD-RECORD
           CLOSE HOLD-FILE
           ADD 1 TO WS-NB-SUSPENDUES
           IF WS-NB-DEJA < 2000
             ADD 1 TO WS-NB-DEJA
             MOVE WS-H-GAME-ID TO WS-DEJA-GAME-ID(WS-NB-DEJA)
           ELSE
             SET DEJA-TABLE-PLEINE TO TRUE
           END-IF
           .
      **************************
       SUSPENDRE-PARTIE-FIN. EXIT.
      **************************

      **********
       BILAN-DEB.
      **********
           DISPLAY 'Dont sans identifiant      : ' WS-NB-TOURS-SANS-ID
           DISPLAY 'Tours renotes              : ' WS-NB-TOURS-RENOTES
           DISPLAY 'Anomalies                  : ' WS-NB-ANOMALIES
           DISPLAY 'Mises en suspens (MMHOLD)  : ' WS-NB-SUSPENDUES
           DISPLAY 'Deja en suspens            : '
                   WS-NB-DEJA-SUSPENDUES
           DISPLAY 'Refusees (capacite)        : ' WS-NB-REFUSEES-CAPA
           IF DEJA-TABLE-PLEINE
             DISPLAY 'CAPACITE ATTEINTE (2000 parties deja signalees) '
                     ': archiver les lignes revues de MMHOLD.DAT puis '
                     'relancer.'
             MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-NB-ANOMALIES = ZERO
             DISPLAY 'Aucun ecart de comptage : detail bon pour le '
                     'visa mensuel.'
