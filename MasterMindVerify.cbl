      *     les anciens enregistrements sans configuration ne sont
      *     controles que sur le caractere numerique, le maximum
      *     configure a l'epoque n'etant pas connu ;
      *   - GH-WIN-FLAG = OUI, NON ou ABA (abandon) ;
      *   - GH-MOTIF-ARRET renseigne (F, I, P, D ou R) pour une partie
      *     abandonnee, a blanc pour une partie gagnee ou perdue ;
      *   - GH-TIMESTAMP : date/heure numerique plausible (mois 01-12,
      *     jour 01-31, heure 00-23, minutes/secondes 00-59).
      *
      * Une ligne VERIFIE/ANOMALIE par enregistrement, puis un bilan
      * des alterations/corruptions. Code retour 8 des qu'une anomalie
      * est detectee, pour que l'ordonnanceur bloque le visa.
      *
      * Chaque partie en anomalie est en outre mise en suspens dans
      * MMHOLD.DAT (identifiant GH-GAME-ID, motif, travail 'VERIFY') :
      * prix, cotes et classement l'ecartent jusqu'a la revue du
      * comite (MasterMindHold), au lieu de bloquer tout le mois. Une
      * partie deja signalee par ce controle lors d'un passage
      * precedent n'est pas reecrite ; une partie sans identifiant
      * (ancien format) ne peut pas etre mise en suspens et reste a
      * traiter a la main.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT GAME-HIST-FILE ASSIGN TO "GAMEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GH-STATUS.
      * Parties en suspens, partagees avec les travaux de resultats.
           SELECT HOLD-FILE ASSIGN TO "MMHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HO-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY GAMEHIST.
           COPY HOLDS.

       WORKING-STORAGE SECTION.

       01 WS-NB-LUS                    PIC 9(6) VALUE 0.
       01 WS-NB-SAINS                  PIC 9(6) VALUE 0.
       01 WS-NB-ANOMALIES              PIC 9(6) VALUE 0.
       01 WS-NB-ABANDONS               PIC 9(6) VALUE 0.
       01 WS-NB-SEED-TESTES            PIC 9(6) VALUE 0.
       01 WS-NB-SEED-ECARTS            PIC 9(6) VALUE 0.

      * Mise en suspens : parties deja signalees par ce controle
      * (chargees de MMHOLD.DAT au lancement, completees au fil du
      * passage) pour ne pas les signaler deux fois.
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
       01 WS-DATE-JOUR                 PIC X(8).
       01 WS-NB-SUSPENDUES             PIC 9(6) VALUE 0.
       01 WS-NB-DEJA-SUSPENDUES        PIC 9(6) VALUE 0.
       01 WS-NB-SANS-ID                PIC 9(6) VALUE 0.


       PROCEDURE DIVISION.

             DISPLAY 'Aucun historique trouve (GAMEHIST.DAT absent).'
             SET FIN-FICHIER-OUI TO TRUE
           END-IF
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           PERFORM CHARGER-SUSPENS-DEB THRU CHARGER-SUSPENS-FIN
           .
      **************************
       INITIALISATION-FIN. EXIT.
                      INTO WS-ANOMALIES
             END-IF
           END-IF
           EVALUATE GH-WIN-FLAG
             WHEN 'OUI'
             WHEN 'NON'
               IF GH-MOTIF-ARRET NOT = SPACE
                 STRING WS-ANOMALIES DELIMITED BY '  '
                        ' MOTIF-ARRET-SANS-ABANDON' DELIMITED BY SIZE
                        INTO WS-ANOMALIES
               END-IF
             WHEN 'ABA'
               ADD 1 TO WS-NB-ABANDONS
               IF GH-MOTIF-ARRET NOT = 'F' AND NOT = 'I'
                  AND NOT = 'P' AND NOT = 'D' AND NOT = 'R'
                 STRING WS-ANOMALIES DELIMITED BY '  '
                        ' MOTIF-ABANDON-INVALIDE' DELIMITED BY SIZE
                        INTO WS-ANOMALIES
               END-IF
             WHEN OTHER
               STRING WS-ANOMALIES DELIMITED BY '  '
                      ' INDICATEUR-GAGNE-INVALIDE' DELIMITED BY SIZE
                      INTO WS-ANOMALIES
           END-EVALUATE
           PERFORM CONTROLE-DATE-DEB THRU CONTROLE-DATE-FIN

      * Rejeu du secret depuis la graine (solo et par lots : le
             ADD 1 TO WS-NB-ANOMALIES
             DISPLAY WS-NO-ENREG ' ANOMALIE ' GH-PLAYER-ID ' '
                     GH-TIMESTAMP(1:8) ' :' WS-ANOMALIES
             PERFORM SUSPENDRE-DEB THRU SUSPENDRE-FIN
           END-IF
           .
      **********************
       CONTROLE-ENREG-FIN. EXIT.
      **********************

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
                 IF HO-SOURCE = 'VERIFY'
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
      * Met la partie en anomalie en suspens dans MMHOLD.DAT, motif =
      * debut de la liste des anomalies relevees.
           IF GH-GAME-ID = SPACES
             ADD 1 TO WS-NB-SANS-ID
             GO TO SUSPENDRE-FIN
           END-IF
           SET PAS-SIGNALEE TO TRUE
           PERFORM VARYING WS-IDX-DEJA FROM 1 BY 1
                   UNTIL WS-IDX-DEJA > WS-NB-DEJA OR DEJA-SIGNALEE
             IF WS-DEJA-GAME-ID(WS-IDX-DEJA) = GH-GAME-ID
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
             DISPLAY '   Partie ' GH-GAME-ID ' non mise en suspens : '
                     'capacite atteinte.'
             GO TO SUSPENDRE-FIN
           END-IF
           MOVE SPACES TO HOLD-RECORD
           MOVE GH-GAME-ID TO HO-GAME-ID
           MOVE GH-PLAYER-ID TO HO-PLAYER-ID
           MOVE 'VERIFY' TO HO-SOURCE
           MOVE WS-ANOMALIES(2:40) TO HO-MOTIF
           MOVE WS-DATE-JOUR TO HO-DATE-SIGNAL
           SET HO-EN-SUSPENS TO TRUE
           OPEN EXTEND HOLD-FILE
           IF WS-HO-STATUS = '35'
             OPEN OUTPUT HOLD-FILE
           END-IF
           IF WS-HO-STATUS NOT = '00'
             DISPLAY '   MMHOLD.DAT inutilisable (status '
                     WS-HO-STATUS '), partie ' GH-GAME-ID
                     ' non mise en suspens.'
             GO TO SUSPENDRE-FIN
           END-IF
           WRITE HOLD-RECORD
           CLOSE HOLD-FILE
           ADD 1 TO WS-NB-SUSPENDUES
           IF WS-NB-DEJA < 2000
             ADD 1 TO WS-NB-DEJA
             MOVE GH-GAME-ID TO WS-DEJA-GAME-ID(WS-NB-DEJA)
           ELSE
             SET DEJA-TABLE-PLEINE TO TRUE
           END-IF
           .
      ******************
       SUSPENDRE-FIN. EXIT.
      ******************

      ******************
       CONTROLE-DATE-DEB.
      ******************
           DISPLAY 'Enregistrements lus        : ' WS-NB-LUS
           DISPLAY 'Sains                      : ' WS-NB-SAINS
           DISPLAY 'En anomalie                : ' WS-NB-ANOMALIES
           DISPLAY 'Parties abandonnees        : ' WS-NB-ABANDONS
           DISPLAY 'Secrets rejoues (graine)   : ' WS-NB-SEED-TESTES
           DISPLAY 'Dont ecarts graine/secret  : ' WS-NB-SEED-ECARTS
           DISPLAY 'Mises en suspens (MMHOLD)  : ' WS-NB-SUSPENDUES
           DISPLAY 'Deja en suspens            : '
                   WS-NB-DEJA-SUSPENDUES
           DISPLAY 'Sans identifiant de partie : ' WS-NB-SANS-ID
           DISPLAY 'Refusees (capacite)        : ' WS-NB-REFUSEES-CAPA
           IF DEJA-TABLE-PLEINE
             DISPLAY 'CAPACITE ATTEINTE (2000 parties deja signalees) '
                     ': archiver les lignes revues de MMHOLD.DAT puis '
                     'relancer.'
             MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-NB-ANOMALIES = ZERO
             DISPLAY 'Aucune alteration detectee : historique bon '
                     'pour le visa mensuel.'
