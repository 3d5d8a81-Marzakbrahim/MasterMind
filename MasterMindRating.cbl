      *     0, K entier ;
      *   - variation = K x (score - esperance) / 1000, appliquee au
      *     devineur et EN MIROIR au poseur humain (jeu a somme
      *     nulle) ; l'ordinateur n'est pas cote, y compris quand
      *     c'est lui qui devine (mode casseur de code, GH-PLAYER-ID =
      *     'ORDI') : seul le poseur humain bouge alors ;
      *   - une partie abandonnee (GH-WIN-FLAG = 'ABA' : "FIN", session
      *     coupee, paquet epuise, reprise expiree) n'est pas cotee :
      *     ni penalite K pour le devineur, ni gain pour le poseur.
      *
      * Les parties en suspens dans MMHOLD.DAT (signalees par les
      * controles et pas encore levees, ou confirmees et donc annulees
      * par le comite) ne sont pas cotees : chacune est listee comme
      * ecartee avec son motif. Si MMHOLD.DAT est illisible ou
      * depasse la table (2000 parties), le jour n'est pas traite
      * (code retour 8) : a relancer une fois le fichier corrige ou
      * archive. Une partie levee apres le passage du jour n'est pas
      * recotee d'office (le job ne repasse pas sur un jour deja
      * traite) : au comite de juger si l'ecart le merite.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS RT-PLAYER-ID
               FILE STATUS IS WS-RT-STATUS.
      * Parties en suspens (travaux de controle, revue du comite).
           SELECT HOLD-FILE ASSIGN TO "MMHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HO-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY GAMEHIST.
           COPY RATINGS.
           COPY HOLDS.

       WORKING-STORAGE SECTION.

       01 WS-ADV-HUMAIN                PIC X.
           88 ADVERSAIRE-HUMAIN        VALUE 'Y'.
           88 ADVERSAIRE-MACHINE       VALUE 'N'.
       01 WS-DEV-HUMAIN                PIC X.
           88 DEVINEUR-HUMAIN          VALUE 'Y'.
           88 DEVINEUR-MACHINE         VALUE 'N'.
       01 WS-K                         PIC 9(4).
       01 WS-K-EFF                     PIC 9(4).
       01 WS-SCORE                     PIC 9(4).
       01 WS-NB-RETENUES               PIC 9(6) VALUE 0.
       01 WS-NB-MAJ                    PIC 9(6) VALUE 0.
       01 WS-NB-NOUVEAUX               PIC 9(6) VALUE 0.
       01 WS-NB-ECARTEES               PIC 9(6) VALUE 0.
       01 WS-NB-ABANDONNEES            PIC 9(6) VALUE 0.

      * Parties ecartees : identifiants en suspens ou confirmes dans
      * MMHOLD.DAT (une partie levee compte a nouveau), avec le motif
      * et le travail du premier signalement retenu.
       01 WS-HO-STATUS                 PIC X(2).
       01 WS-HO-FIN                    PIC X.
           88 HO-FIN-OUI               VALUE 'Y'.
           88 HO-FIN-NON               VALUE 'N'.
       01 WS-NB-SUSP                   PIC 9(4) VALUE 0.
      * Table incomplete : MMHOLD.DAT illisible, ou plus de parties a
      * ecarter que la table n'en contient. Le jour n'est alors pas
      * traite (aucune cote reecrite).
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


       PROCEDURE DIVISION.
             CLOSE GAME-HIST-FILE
             SET FIN-FICHIER-OUI TO TRUE
             MOVE 8 TO RETURN-CODE
             GO TO INITIALISATION-FIN
           END-IF
           PERFORM CHARGER-SUSPENS-DEB THRU CHARGER-SUSPENS-FIN
           IF SUSPENS-INCOMPLETS
             DISPLAY 'Parties en suspens non toutes connues : aucune '
                     'cote mise a jour.'
             SET FIN-FICHIER-OUI TO TRUE
             MOVE 8 TO RETURN-CODE
           END-IF
           .
      **************************
             NOT AT END
               ADD 1 TO WS-NB-LUS
               IF GH-TIMESTAMP(1:8) = WS-DATE-DEMANDEE
                 PERFORM EST-SUSPENDUE-DEB THRU EST-SUSPENDUE-FIN
                 IF PARTIE-SUSPENDUE
                   ADD 1 TO WS-NB-ECARTEES
                   DISPLAY 'ECARTEE (en suspens) : joueur '
                           GH-PLAYER-ID ' partie ' GH-GAME-ID ' - '
                           WS-SU-SOURCE(WS-IDX-SUSP) ' : '
                           WS-SU-MOTIF(WS-IDX-SUSP)
                 ELSE
                   IF GH-WIN-FLAG = 'ABA'
                     ADD 1 TO WS-NB-ABANDONNEES
                     DISPLAY 'NON COTEE (abandon ' GH-MOTIF-ARRET
                             ') : joueur ' GH-PLAYER-ID ' partie '
                             GH-GAME-ID
                   ELSE
                     ADD 1 TO WS-NB-RETENUES
                     PERFORM COTER-PARTIE-DEB THRU COTER-PARTIE-FIN
                   END-IF
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
      * PARTIE-SUSPENDUE si GH-GAME-ID est a ecarter (WS-IDX-SUSP
      * pointe alors sa ligne). Une partie sans identifiant (ancien
      * format) ne peut pas etre en suspens.
           SET PARTIE-LIBRE TO TRUE
           IF GH-GAME-ID = SPACES
             GO TO EST-SUSPENDUE-FIN
           END-IF
           PERFORM VARYING WS-IDX-SUSP FROM 1 BY 1
                   UNTIL WS-IDX-SUSP > WS-NB-SUSP OR PARTIE-SUSPENDUE
             IF WS-SU-GAME-ID(WS-IDX-SUSP) = GH-GAME-ID
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

      ****************
       COTER-PARTIE-DEB.
      ****************
           PERFORM POIDS-CLASSE-DEB THRU POIDS-CLASSE-FIN
           COMPUTE WS-K = 4 * WS-POIDS

      * Cote du devineur (1500 s'il n'est pas encore cote). En mode
      * casseur de code le devineur est l'ordinateur : cote machine
      * de la classe, comme quand il pose le secret.
           IF GH-PLAYER-ID = 'ORDI'
             SET DEVINEUR-MACHINE TO TRUE
             COMPUTE WS-COTE-DEV = 1000 + 50 * WS-POIDS
           ELSE
             SET DEVINEUR-HUMAIN TO TRUE
             MOVE GH-PLAYER-ID TO WS-ID-COTE
             PERFORM LIRE-COTE-DEB THRU LIRE-COTE-FIN
             MOVE WS-COTE-LUE TO WS-COTE-DEV
           END-IF

      * Cote de l'adversaire : le poseur humain s'il est journalise,
      * sinon la machine cotee selon la difficulte de la classe.
                   * (WS-SCORE - WS-ATTENDU) / 1000

      * Nouvelle cote du devineur, bornee 0-9999.
           IF DEVINEUR-HUMAIN
             MOVE GH-PLAYER-ID TO WS-ID-COTE
             PERFORM LIRE-COTE-DEB THRU LIRE-COTE-FIN
             COMPUTE WS-COTE-CALC = WS-COTE-DEV + WS-DELTA
             PERFORM ECRIRE-COTE-DEB THRU ECRIRE-COTE-FIN
           END-IF

      * Variation en miroir pour le poseur humain.
           IF ADVERSAIRE-HUMAIN
           DISPLAY '  MISE A JOUR DES COTES - JOUR ' WS-DATE-DEMANDEE
           DISPLAY '==============================================='
           DISPLAY 'Historique lu          : ' WS-NB-LUS
           DISPLAY 'Parties du jour cotees : ' WS-NB-RETENUES
           DISPLAY 'Ecartees (en suspens)  : ' WS-NB-ECARTEES
           DISPLAY 'Abandons (non cotes)   : ' WS-NB-ABANDONNEES
           DISPLAY 'Cotes mises a jour     : ' WS-NB-MAJ
           DISPLAY 'Nouveaux joueurs cotes : ' WS-NB-NOUVEAUX
           IF WS-NB-RETENUES = ZERO
             DISPLAY 'Aucune partie cotee ce jour : echelle '
                     'inchangee.'
           END-IF
           IF SUSPENS-TABLE-PLEINE
             DISPLAY 'CAPACITE ATTEINTE (2000 parties en suspens) : '
                     'archiver les lignes revues de MMHOLD.DAT puis '
                     'relancer le jour.'
           END-IF
           IF SUSPENS-ILLISIBLES
             DISPLAY 'MMHOLD.DAT illisible : corriger le fichier puis '
                     'relancer le jour.'
           END-IF
           .
      **************
