      * (l'ancien est purge, le nouveau ecrit) ou de refuser (rien
      * n'est ecrit, code retour 8, le classement du mois est quand
      * meme edite pour information).
      *
      * Les victoires dont la partie est en suspens dans MMHOLD.DAT
      * (signalee par Verify, Audit ou le rapprochement et pas encore
      * levee, ou confirmee et donc annulee par le comite) ne comptent
      * pas : chacune est listee comme ecartee avec son motif, et le
      * reste du mois est prime normalement. Un mois dont TOUTES les
      * victoires sont ecartees n'a pas de prix (code retour 8). Si
      * MMHOLD.DAT est illisible ou depasse la table (2000 parties),
      * le classement est edite pour information mais le prix N'EST
      * PAS ecrit (code retour 8) : a relancer une fois le fichier
      * corrige ou archive.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT AWARD-NEW-FILE ASSIGN TO "MMAWARDS.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AWNEW-STATUS.
      * Parties en suspens (travaux de controle, revue du comite).
           SELECT HOLD-FILE ASSIGN TO "MMHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HO-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY OUTINTF.
           COPY AWARDS.
           COPY HOLDS.

       FD  AWARD-NEW-FILE.
       01 AWARD-NEW-RECORD            PIC X(24).

       01 WS-RANG                      PIC 9(3).

      * Parties ecartees : identifiants en suspens ou confirmes dans
      * MMHOLD.DAT (une partie levee compte a nouveau), avec le motif
      * et le travail du premier signalement retenu.
       01 WS-HO-STATUS                 PIC X(2).
       01 WS-HO-FIN                    PIC X.
           88 HO-FIN-OUI               VALUE 'Y'.
           88 HO-FIN-NON               VALUE 'N'.
       01 WS-NB-SUSP                   PIC 9(4) VALUE 0.
      * Table incomplete : MMHOLD.DAT illisible, ou plus de parties a
      * ecarter que la table n'en contient. Aucun prix n'est alors
      * ecrit.
       01 WS-SUSP-ETAT                 PIC X VALUE 'C'.
           88 SUSPENS-COMPLETS         VALUE 'C'.
           88 SUSPENS-TABLE-PLEINE     VALUE 'P'.
           88 SUSPENS-ILLISIBLES       VALUE 'I'.
           88 SUSPENS-INCOMPLETS       VALUE 'P' 'I'.
       01 WS-NB-SUSP-NON-CHARGES       PIC 9(6) VALUE 0.
       01 WS-SUSP-TABLE.
           05 WS-SUSP OCCURS 2000 TIMES.
               10 WS-SU-GAME-ID         PIC X(18).
               10 WS-SU-SOURCE          PIC X(8).
               10 WS-SU-MOTIF           PIC X(40).
       01 WS-IDX-SUSP                  PIC 9(4).
       01 WS-SUSP-TROUVE               PIC X.
           88 PARTIE-SUSPENDUE         VALUE 'Y'.
           88 PARTIE-LIBRE             VALUE 'N'.
       01 WS-NB-ECARTEES               PIC 9(6) VALUE 0.


       PROCEDURE DIVISION.

           PERFORM LECTURE-DEB THRU LECTURE-FIN
               UNTIL FIN-FICHIER-OUI
           IF WS-NB-MOIS = ZERO
             IF WS-NB-ECARTEES > ZERO
               DISPLAY 'ATTENTION : les ' WS-NB-ECARTEES
                       ' victoire(s) du mois ' WS-MOIS-DEMANDE
                       ' sont toutes en suspens (MMHOLD.DAT) : pas '
                       'de prix attribue avant la revue du comite.'
             ELSE
               DISPLAY 'ATTENTION : aucun enregistrement d''interface '
                       'pour le mois ' WS-MOIS-DEMANDE ' ('
                       WS-NB-LUES ' lignes lues en tout). Le flux '
                       'OUTINTF.DAT est probablement perdu ou '
                       'incomplet : pas de prix attribue.'
             END-IF
             MOVE 8 TO RETURN-CODE
           ELSE
             PERFORM DESIGNATION-DEB THRU DESIGNATION-FIN
             IF SUSPENS-INCOMPLETS
               DISPLAY 'Prix du mois ' WS-MOIS-DEMANDE ' NON ecrit : '
                       'parties en suspens non toutes connues '
                       '(MMHOLD.DAT).'
               MOVE 8 TO RETURN-CODE
               SET WS-IDX TO WS-IDX-VAINQUEUR
               MOVE WS-MOIS-DEMANDE TO AW-MOIS
               MOVE WS-J-ID(WS-IDX) TO AW-PLAYER-ID
               MOVE WS-J-VICTOIRES(WS-IDX) TO AW-NB-VICTOIRES
               MOVE WS-J-CUMUL-TENT(WS-IDX) TO AW-CUMUL-TENT
             ELSE
               PERFORM CONTROLE-DOUBLON-DEB THRU CONTROLE-DOUBLON-FIN
               IF DOUBLON-TROUVE AND REMPLACER-NON
                 DISPLAY 'Prix du mois ' WS-MOIS-DEMANDE ' NON ecrit : '
                         'un prix existe deja pour ce mois et le '
                         'remplacement a ete refuse.'
                 MOVE 8 TO RETURN-CODE
      * Preparer quand meme l'affichage du vainqueur dans l'edition.
                 SET WS-IDX TO WS-IDX-VAINQUEUR
                 MOVE WS-MOIS-DEMANDE TO AW-MOIS
                 MOVE WS-J-ID(WS-IDX) TO AW-PLAYER-ID
                 MOVE WS-J-VICTOIRES(WS-IDX) TO AW-NB-VICTOIRES
                 MOVE WS-J-CUMUL-TENT(WS-IDX) TO AW-CUMUL-TENT
               ELSE
                 IF DOUBLON-TROUVE
                   PERFORM PURGER-MOIS-DEB THRU PURGER-MOIS-FIN
                 END-IF
      * Purge en echec (REMPLACER-NON repositionne par la purge) :
      * surtout ne pas ajouter un deuxieme prix au meme mois.
                 IF PAS-DE-DOUBLON OR REMPLACER-OUI
                   PERFORM ECRITURE-PRIX-DEB THRU ECRITURE-PRIX-FIN
                 ELSE
                   SET WS-IDX TO WS-IDX-VAINQUEUR
                   MOVE WS-MOIS-DEMANDE TO AW-MOIS
                   MOVE WS-J-ID(WS-IDX) TO AW-PLAYER-ID
                   MOVE WS-J-VICTOIRES(WS-IDX) TO AW-NB-VICTOIRES
                   MOVE WS-J-CUMUL-TENT(WS-IDX) TO AW-CUMUL-TENT
                 END-IF
               END-IF
             END-IF
             PERFORM TRI-DEB THRU TRI-FIN
                     '(status ' WS-OUTINTF-STATUS ').'
             SET FIN-FICHIER-OUI TO TRUE
           END-IF
           PERFORM CHARGER-SUSPENS-DEB THRU CHARGER-SUSPENS-FIN
           .
      **************************
       INITIALISATION-FIN. EXIT.
             NOT AT END
               ADD 1 TO WS-NB-LUES
               IF OI-DATE(1:6) = WS-MOIS-DEMANDE
                 PERFORM EST-SUSPENDUE-DEB THRU EST-SUSPENDUE-FIN
                 IF PARTIE-SUSPENDUE
                   ADD 1 TO WS-NB-ECARTEES
                   DISPLAY 'ECARTEE (en suspens) : joueur '
                           OI-PLAYER-ID ' le ' OI-DATE ' partie '
                           OI-GAME-ID ' - '
                           WS-SU-SOURCE(WS-IDX-SUSP) ' : '
                           WS-SU-MOTIF(WS-IDX-SUSP)
                 ELSE
                   ADD 1 TO WS-NB-MOIS
                   PERFORM CUMUL-DEB THRU CUMUL-FIN
                 END-IF
               END-IF
           END-READ
           .
       LECTURE-FIN. EXIT.
      *****************

      *********************
       CHARGER-SUSPENS-DEB.
      *********************
      * Charge les parties a ecarter : toute ligne de MMHOLD.DAT en
      * suspens ('S') ou confirmee ('C'). Fichier absent = aucune
      * partie en suspens ; fichier present mais illisible = table
      * incomplete.
           OPEN INPUT HOLD-FILE
           IF WS-HO-STATUS = '35'
             GO TO CHARGER-SUSPENS-FIN
           END-IF
           IF WS-HO-STATUS NOT = '00'
             DISPLAY 'Fichier des suspens illisible (MMHOLD.DAT, '
                     'status ' WS-HO-STATUS ').'
             SET SUSPENS-ILLISIBLES TO TRUE
             MOVE 8 TO RETURN-CODE
             GO TO CHARGER-SUSPENS-FIN
           END-IF
           SET HO-FIN-NON TO TRUE
           PERFORM UNTIL HO-FIN-OUI
             READ HOLD-FILE
               AT END
                 SET HO-FIN-OUI TO TRUE
               NOT AT END
                 IF (HO-EN-SUSPENS OR HO-CONFIRMEE)
                    AND HO-GAME-ID NOT = SPACES
                   PERFORM RETENIR-SUSPENS-DEB THRU RETENIR-SUSPENS-FIN
                 END-IF
             END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           IF SUSPENS-TABLE-PLEINE
             DISPLAY 'Attention : plus de 2000 parties en suspens '
                     'dans MMHOLD.DAT, ' WS-NB-SUSP-NON-CHARGES
                     ' non chargee(s).'
             MOVE 8 TO RETURN-CODE
           END-IF
           .
      *************************
       CHARGER-SUSPENS-FIN. EXIT.
      *************************

      *********************
       RETENIR-SUSPENS-DEB.
      *********************
      * Une partie signalee par plusieurs controles n'occupe qu'une
      * place : seul son premier signalement est garde.
           SET PARTIE-LIBRE TO TRUE
           PERFORM VARYING WS-IDX-SUSP FROM 1 BY 1
                   UNTIL WS-IDX-SUSP > WS-NB-SUSP OR PARTIE-SUSPENDUE
             IF WS-SU-GAME-ID(WS-IDX-SUSP) = HO-GAME-ID
               SET PARTIE-SUSPENDUE TO TRUE
             END-IF
           END-PERFORM
           IF PARTIE-SUSPENDUE
             GO TO RETENIR-SUSPENS-FIN
           END-IF
           IF WS-NB-SUSP < 2000
             ADD 1 TO WS-NB-SUSP
             MOVE HO-GAME-ID TO WS-SU-GAME-ID(WS-NB-SUSP)
             MOVE HO-SOURCE TO WS-SU-SOURCE(WS-NB-SUSP)
             MOVE HO-MOTIF TO WS-SU-MOTIF(WS-NB-SUSP)
           ELSE
             SET SUSPENS-TABLE-PLEINE TO TRUE
             ADD 1 TO WS-NB-SUSP-NON-CHARGES
           END-IF
           .
      *************************
       RETENIR-SUSPENS-FIN. EXIT.
      *************************

      *******************
       EST-SUSPENDUE-DEB.
      *******************
      * PARTIE-SUSPENDUE si OI-GAME-ID est a ecarter (WS-IDX-SUSP
      * pointe alors sa ligne). Une victoire sans identifiant (ancien
      * format) ne peut pas etre en suspens.
           SET PARTIE-LIBRE TO TRUE
           IF OI-GAME-ID = SPACES
             GO TO EST-SUSPENDUE-FIN
           END-IF
           PERFORM VARYING WS-IDX-SUSP FROM 1 BY 1
                   UNTIL WS-IDX-SUSP > WS-NB-SUSP OR PARTIE-SUSPENDUE
             IF WS-SU-GAME-ID(WS-IDX-SUSP) = OI-GAME-ID
               SET PARTIE-SUSPENDUE TO TRUE
             END-IF
           END-PERFORM
           IF PARTIE-SUSPENDUE
             SUBTRACT 1 FROM WS-IDX-SUSP
           END-IF
           .
      ***********************
       EST-SUSPENDUE-FIN. EXIT.
      ***********************

      ***********
       CUMUL-DEB.
      ***********
           DISPLAY '  PRIX MENSUEL MASTERMIND - MOIS ' WS-MOIS-DEMANDE
           DISPLAY '==============================================='
           DISPLAY 'Victoires du mois : ' WS-NB-MOIS
           IF WS-NB-ECARTEES > ZERO
             DISPLAY 'Victoires ecartees (parties en suspens) : '
                     WS-NB-ECARTEES
           END-IF
           MOVE 0 TO WS-RANG
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-JOUEURS
             DISPLAY 'Victoires non comptees (table pleine) : '
                     WS-NON-COMPTEES
           END-IF
           IF SUSPENS-TABLE-PLEINE
             DISPLAY 'CAPACITE ATTEINTE (2000 parties en suspens) : '
                     'archiver les lignes revues de MMHOLD.DAT puis '
                     'relancer.'
           END-IF
           IF SUSPENS-ILLISIBLES
             DISPLAY 'MMHOLD.DAT illisible : corriger le fichier puis '
                     'relancer.'
           END-IF
           DISPLAY '-----------------------------------------------'
           DISPLAY 'VAINQUEUR DU MOIS : ' AW-PLAYER-ID ' avec '
                   AW-NB-VICTOIRES ' victoire(s) ('
