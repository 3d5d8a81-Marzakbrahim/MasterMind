      * fichiers, pour pouvoir viser l'interface avant son depart vers
      * le tableau des prix.
      *
      * Les victoires de l'ordinateur en mode casseur de code
      * (GH-PLAYER-ID = 'ORDI') ne sont jamais exportees vers les prix :
      * comptees a part, elles ne sont pas des ecarts.
      * Les parties abandonnees (GH-WIN-FLAG = 'ABA') ne sont pas des
      * victoires et n'ont pas d'interface : comptees a part elles
      * aussi ; un enregistrement d'interface qui s'y rapporterait
      * ressort en interface sans victoire.
      *
      * Chaque victoire consomme au plus UN enregistrement d'interface
      * (marquage au fur et a mesure) : des doublons dans un des deux
      * fichiers ressortent donc en exception au lieu de se masquer.
      *
      * Chaque exception portant un identifiant de partie est en outre
      * mise en suspens dans MMHOLD.DAT (travail 'RECONCIL') : une
      * victoire sans interface, ou une interface sans victoire (que
      * MasterMindPrize importerait quand meme), est ecartee des prix,
      * cotes et classement jusqu'a la revue du comite
      * (MasterMindHold). Une partie deja signalee par ce rapprochement
      * n'est pas reecrite ; une exception sans identifiant (ancien
      * format) reste a traiter a la main.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OUTPUT-INTERFACE-FILE ASSIGN TO "OUTINTF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTINTF-STATUS.
      * Parties en suspens, partagees avec les travaux de resultats.
           SELECT HOLD-FILE ASSIGN TO "MMHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HO-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY GAMEHIST.
           COPY OUTINTF.
           COPY HOLDS.

       WORKING-STORAGE SECTION.

      * Totaux du rapport de rapprochement.
       01 WS-NB-HIST                   PIC 9(6) VALUE 0.
       01 WS-NB-VICTOIRES              PIC 9(6) VALUE 0.
       01 WS-NB-VICT-ORDI              PIC 9(6) VALUE 0.
       01 WS-NB-ABANDONS               PIC 9(6) VALUE 0.
       01 WS-NB-RAPPROCHES             PIC 9(6) VALUE 0.
       01 WS-NB-SANS-INTF              PIC 9(6) VALUE 0.
       01 WS-NB-SANS-HIST              PIC 9(6) VALUE 0.

      * Mise en suspens : parties deja signalees par ce rapprochement
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
       01 WS-NB-SANS-ID                PIC 9(6) VALUE 0.


       PROCEDURE DIVISION.

      *********************
       PROGRAMME-PRINCIPAL.
      *********************
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           PERFORM CHARGER-SUSPENS-DEB THRU CHARGER-SUSPENS-FIN
           PERFORM CHARGEMENT-INTF-DEB THRU CHARGEMENT-INTF-FIN
           PERFORM LECTURE-HIST-DEB THRU LECTURE-HIST-FIN
           PERFORM RESTES-INTF-DEB THRU RESTES-INTF-FIN
                 SET FIN-FICHIER-OUI TO TRUE
               NOT AT END
                 ADD 1 TO WS-NB-HIST
                 IF GH-WIN-FLAG = 'ABA'
                   ADD 1 TO WS-NB-ABANDONS
                 END-IF
                 IF GH-WIN-FLAG = 'OUI'
                   ADD 1 TO WS-NB-VICTOIRES
                   IF GH-PLAYER-ID = 'ORDI'
                     ADD 1 TO WS-NB-VICT-ORDI
                   ELSE
                     PERFORM RAPPROCHER-DEB THRU RAPPROCHER-FIN
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
             DISPLAY 'EXCEPTION victoire sans interface : joueur '
                     GH-PLAYER-ID ' le ' GH-TIMESTAMP(1:8) ' en '
                     GH-NBR-TENT ' tentatives'
             MOVE GH-GAME-ID TO WS-H-GAME-ID
             MOVE GH-PLAYER-ID TO WS-H-PLAYER-ID
             MOVE 'VICTOIRE SANS INTERFACE' TO WS-H-MOTIF
             PERFORM SUSPENDRE-DEB THRU SUSPENDRE-FIN
           END-IF
           .
      *******************
                       WS-I-PLAYER-ID(WS-IDX) ' le '
                       WS-I-DATE(WS-IDX) ' en '
                       WS-I-NBR-TENT(WS-IDX) ' tentatives'
               MOVE WS-I-GAME-ID(WS-IDX) TO WS-H-GAME-ID
               MOVE WS-I-PLAYER-ID(WS-IDX) TO WS-H-PLAYER-ID
               MOVE 'INTERFACE SANS VICTOIRE A L''HISTORIQUE'
                    TO WS-H-MOTIF
               PERFORM SUSPENDRE-DEB THRU SUSPENDRE-FIN
             END-IF
           END-PERFORM
           .
       RESTES-INTF-FIN. EXIT.
      ********************

      *********************
       CHARGER-SUSPENS-DEB.
      *********************
      * Parties deja signalees par ce rapprochement, quel que soit
      * leur statut : une partie levee apres revue ne doit pas revenir
      * en suspens a chaque passage pour la meme raison.
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
                 IF HO-SOURCE = 'RECONCIL'
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

      ***************
       SUSPENDRE-DEB.
      ***************
      * Met en suspens la partie WS-H-GAME-ID avec le motif
      * WS-H-MOTIF, sauf si ce rapprochement l'a deja signalee.
           IF WS-H-GAME-ID = SPACES
             ADD 1 TO WS-NB-SANS-ID
             GO TO SUSPENDRE-FIN
           END-IF
           SET PAS-SIGNALEE TO TRUE
           PERFORM VARYING WS-IDX-DEJA FROM 1 BY 1
                   UNTIL WS-IDX-DEJA > WS-NB-DEJA OR DEJA-SIGNALEE
             IF WS-DEJA-GAME-ID(WS-IDX-DEJA) = WS-H-GAME-ID
               SET DEJA-SIGNALEE TO TRUE
             END-IF
           END-PERFORM
           IF DEJA-SIGNALEE
             ADD 1 TO WS-NB-DEJA-SUSPENDUES
             GO TO SUSPENDRE-FIN
           END-IF
      * Table pleine : la partie a pu etre signalee, puis levee par le
      * comite, au-dela des 2000 lignes chargees. L'ecrire risquerait
      * un doublon ou de la remettre en suspens : refusee.
           IF DEJA-TABLE-PLEINE
             ADD 1 TO WS-NB-REFUSEES-CAPA
             DISPLAY '   Partie ' WS-H-GAME-ID ' non mise en suspens : '
                     'capacite atteinte.'
             GO TO SUSPENDRE-FIN
           END-IF
           MOVE SPACES TO HOLD-RECORD
           MOVE WS-H-GAME-ID TO HO-GAME-ID
           MOVE WS-H-PLAYER-ID TO HO-PLAYER-ID
           MOVE 'RECONCIL' TO HO-SOURCE
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
             GO TO SUSPENDRE-FIN
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
      ******************
       SUSPENDRE-FIN. EXIT.
      ******************

      *************
       EDITION-DEB.
      *************
           DISPLAY '==============================================='
           DISPLAY 'Historique lu          : ' WS-NB-HIST
           DISPLAY 'Dont victoires         : ' WS-NB-VICTOIRES
           DISPLAY 'Dont de l''ordinateur   : ' WS-NB-VICT-ORDI
           DISPLAY 'Dont abandons          : ' WS-NB-ABANDONS
           DISPLAY 'Interface lue          : ' WS-NB-INTF
           DISPLAY 'Rapprochees            : ' WS-NB-RAPPROCHES
           DISPLAY 'Victoires sans interf. : ' WS-NB-SANS-INTF
           DISPLAY 'Interf. sans victoire  : ' WS-NB-SANS-HIST
           DISPLAY 'Mises en suspens       : ' WS-NB-SUSPENDUES
           DISPLAY 'Deja en suspens        : ' WS-NB-DEJA-SUSPENDUES
           DISPLAY 'Exceptions sans ident. : ' WS-NB-SANS-ID
           DISPLAY 'Refusees (capacite)    : ' WS-NB-REFUSEES-CAPA
           IF DEJA-TABLE-PLEINE
             DISPLAY 'CAPACITE ATTEINTE (2000 parties deja signalees) '
                     ': archiver les lignes revues de MMHOLD.DAT puis '
                     'relancer.'
             MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-NB-SANS-INTF = ZERO AND WS-NB-SANS-HIST = ZERO
              AND WS-INTF-IGNORES = ZERO
             DISPLAY 'Rapprochement SANS ECART : interface bonne '
