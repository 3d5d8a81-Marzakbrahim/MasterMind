       IDENTIFICATION DIVISION.
       PROGRAM-ID. MasterMindHold.

      * Revue des parties en suspens (MMHOLD.DAT) par le comite des
      * prix. Les controles du visa mensuel (MasterMindVerify,
      * MasterMindAudit, MasterMindReconcile) y mettent chaque partie
      * signalee, avec son motif et le travail d'origine ; le prix
      * mensuel, les cotes et le classement ecartent toute partie en
      * suspens au lieu de bloquer le mois entier.
      *
      * Apres examen, le comite :
      *   - LEVE la suspension (partie reconnue saine) : statut 'L',
      *     la partie compte de nouveau au prochain passage des
      *     travaux de resultats ;
      *   - CONFIRME la suspension (partie annulee) : statut 'C', la
      *     partie reste definitivement ecartee.
      * La date de la revue et le reviseur (saisi une fois a
      * l'ouverture de la session) sont portes sur chaque ligne
      * traitee. Une decision s'applique a toutes les lignes encore
      * en suspens de la partie (une meme partie peut avoir ete
      * signalee par plusieurs controles).
      *
      * Le fichier est relu avant chaque decision puis reecrit en
      * entier aussitot : un controle passe pendant la session n'est
      * pas perdu, et une coupure ne perd que la decision en cours.
      * Au-dela de la capacite de la table, consultation seule (une
      * reecriture tronquerait le fichier).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Parties en suspens, alimentees par les travaux de controle.
           SELECT HOLD-FILE ASSIGN TO "MMHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HO-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY HOLDS.

       WORKING-STORAGE SECTION.

       01 WS-HO-STATUS                PIC X(2).

       01 WS-FIN-FICHIER               PIC X.
           88 FIN-FICHIER-OUI          VALUE 'Y'.
           88 FIN-FICHIER-NON          VALUE 'N'.

      * Action demandee au menu.
       01 WS-ACTION                    PIC X.
       01 WS-FIN-MENU                  PIC X.
           88 FIN-MENU-OUI             VALUE 'Y'.
           88 FIN-MENU-NON             VALUE 'N'.

      * Meme garde-fou que la gestion des joueurs contre une entree
      * terminal epuisee (ACCEPT renvoie indefiniment la meme valeur).
       01 WS-ESSAIS-INVALIDES          PIC 9(2) VALUE 0.
       01 WS-MAX-ESSAIS-INVALIDES      PIC 9(2) VALUE 5.

      * Reviseur de la session, saisi une fois a l'ouverture et porte
      * sur chaque ligne traitee.
       01 WS-REVISEUR                  PIC X(8) VALUE SPACES.
       01 WS-SESSION                   PIC X VALUE 'N'.
           88 SESSION-OUVERTE          VALUE 'Y'.
           88 SESSION-FERMEE           VALUE 'N'.

      * Contenu de MMHOLD.DAT, relu avant chaque decision.
       01 WS-MAX-SUSP                  PIC 9(4) VALUE 2000.
       01 WS-NB-SUSP                   PIC 9(4) VALUE 0.
       01 WS-SUSP-TABLE.
           05 WS-SUSP OCCURS 2000 TIMES.
               10 WS-SU-LIGNE           PIC X(99).
       01 WS-I                         PIC 9(4).
       01 WS-TABLE                     PIC X VALUE 'Y'.
           88 TABLE-COMPLETE           VALUE 'Y'.
           88 TABLE-TRONQUEE           VALUE 'N'.

      * Saisies et decision en cours.
       01 WS-GAME-ID-SAISI             PIC X(18).
       01 WS-DECISION                  PIC X.
           88 DECISION-LEVER           VALUE 'L'.
           88 DECISION-CONFIRMER       VALUE 'C'.
       01 WS-CONFIRMATION              PIC X.
       01 WS-DATE-JOUR                 PIC X(8).
       01 WS-NB-CONCERNEES             PIC 9(4).
       01 WS-NB-LISTEES                PIC 9(4).
       01 WS-TOUTES                    PIC X.
           88 LISTER-TOUTES            VALUE 'Y'.
           88 LISTER-EN-SUSPENS        VALUE 'N'.
       01 WS-LIBELLE-STATUT            PIC X(10).


       PROCEDURE DIVISION.

      *********************
       PROGRAMME-PRINCIPAL.
      *********************
           PERFORM REVISEUR-DEB THRU REVISEUR-FIN
           IF SESSION-OUVERTE
             SET LISTER-EN-SUSPENS TO TRUE
             PERFORM LISTER-DEB THRU LISTER-FIN
             SET FIN-MENU-NON TO TRUE
             PERFORM MENU-DEB THRU MENU-FIN
                 UNTIL FIN-MENU-OUI
           END-IF
           PERFORM FIN
           .

      *************
       REVISEUR-DEB.
      *************
      * Identifie le reviseur de la session : une decision non signee
      * ne doit pas pouvoir se faire.
           MOVE 0 TO WS-ESSAIS-INVALIDES
           PERFORM UNTIL WS-REVISEUR NOT = SPACES
                      OR WS-ESSAIS-INVALIDES >= WS-MAX-ESSAIS-INVALIDES
             DISPLAY 'Identifiant du reviseur (8 car. max) : '
             ACCEPT WS-REVISEUR
             IF WS-REVISEUR = SPACES
               ADD 1 TO WS-ESSAIS-INVALIDES
               DISPLAY 'Identifiant du reviseur obligatoire.'
             END-IF
           END-PERFORM
           IF WS-REVISEUR = SPACES
             DISPLAY 'Pas de reviseur identifie, aucune action '
                     'possible.'
             GO TO REVISEUR-FIN
           END-IF
           MOVE 0 TO WS-ESSAIS-INVALIDES
           SET SESSION-OUVERTE TO TRUE
           .
      *****************
       REVISEUR-FIN. EXIT.
      *****************

      **********
       MENU-DEB.
      **********
           DISPLAY ' '
           DISPLAY '--- REVUE DES PARTIES EN SUSPENS ---'
           DISPLAY 'S = Lister les parties en suspens'
           DISPLAY 'T = Lister toutes les lignes (avec revues)'
           DISPLAY 'L = Lever une suspension (partie saine)'
           DISPLAY 'C = Confirmer une suspension (partie annulee)'
           DISPLAY 'F = Fin'
           DISPLAY 'Votre choix : '
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
             WHEN 'S'
             WHEN 's'
               MOVE 0 TO WS-ESSAIS-INVALIDES
               SET LISTER-EN-SUSPENS TO TRUE
               PERFORM LISTER-DEB THRU LISTER-FIN
             WHEN 'T'
             WHEN 't'
               MOVE 0 TO WS-ESSAIS-INVALIDES
               SET LISTER-TOUTES TO TRUE
               PERFORM LISTER-DEB THRU LISTER-FIN
             WHEN 'L'
             WHEN 'l'
               MOVE 0 TO WS-ESSAIS-INVALIDES
               SET DECISION-LEVER TO TRUE
               PERFORM DECIDER-DEB THRU DECIDER-FIN
             WHEN 'C'
             WHEN 'c'
               MOVE 0 TO WS-ESSAIS-INVALIDES
               SET DECISION-CONFIRMER TO TRUE
               PERFORM DECIDER-DEB THRU DECIDER-FIN
             WHEN 'F'
             WHEN 'f'
               SET FIN-MENU-OUI TO TRUE
             WHEN OTHER
               ADD 1 TO WS-ESSAIS-INVALIDES
               IF WS-ESSAIS-INVALIDES >= WS-MAX-ESSAIS-INVALIDES
                 DISPLAY 'Trop de choix invalides consecutifs, '
                         'sortie du menu.'
                 SET FIN-MENU-OUI TO TRUE
               ELSE
                 DISPLAY 'Choix invalide.'
               END-IF
           END-EVALUATE
           .
      **************
       MENU-FIN. EXIT.
      **************

      ************
       CHARGER-DEB.
      ************
      * Relit MMHOLD.DAT en entier dans la table. Fichier absent =
      * aucune partie signalee.
           MOVE 0 TO WS-NB-SUSP
           SET TABLE-COMPLETE TO TRUE
           SET FIN-FICHIER-NON TO TRUE
           OPEN INPUT HOLD-FILE
           IF WS-HO-STATUS NOT = '00'
             GO TO CHARGER-FIN
           END-IF
           PERFORM UNTIL FIN-FICHIER-OUI
             READ HOLD-FILE
               AT END
                 SET FIN-FICHIER-OUI TO TRUE
               NOT AT END
                 IF WS-NB-SUSP < WS-MAX-SUSP
                   ADD 1 TO WS-NB-SUSP
                   MOVE HOLD-RECORD TO WS-SU-LIGNE(WS-NB-SUSP)
                 ELSE
                   SET TABLE-TRONQUEE TO TRUE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           IF TABLE-TRONQUEE
             DISPLAY 'Attention : plus de ' WS-MAX-SUSP ' lignes dans '
                     'MMHOLD.DAT, consultation seule (archiver les '
                     'lignes revues).'
           END-IF
           .
      ****************
       CHARGER-FIN. EXIT.
      ****************

      ***********
       LISTER-DEB.
      ***********
      * Liste les lignes en suspens (ou toutes les lignes, avec la
      * decision, la date de revue et le reviseur).
           PERFORM CHARGER-DEB THRU CHARGER-FIN
           MOVE 0 TO WS-NB-LISTEES
           DISPLAY ' '
           IF LISTER-TOUTES
             DISPLAY 'PARTIE             JOUEUR   CONTROLE SIGNALEE '
                     'STATUT     REVUE    REVISEUR'
           ELSE
             DISPLAY 'PARTIE             JOUEUR   CONTROLE SIGNALEE '
                     'MOTIF'
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-SUSP
             MOVE WS-SU-LIGNE(WS-I) TO HOLD-RECORD
             IF LISTER-TOUTES
               ADD 1 TO WS-NB-LISTEES
               PERFORM LIBELLE-STATUT-DEB THRU LIBELLE-STATUT-FIN
               DISPLAY HO-GAME-ID ' ' HO-PLAYER-ID ' ' HO-SOURCE ' '
                       HO-DATE-SIGNAL ' ' WS-LIBELLE-STATUT ' '
                       HO-DATE-REVUE ' ' HO-REVISEUR
               DISPLAY '      motif : ' HO-MOTIF
             ELSE
               IF HO-EN-SUSPENS
                 ADD 1 TO WS-NB-LISTEES
                 DISPLAY HO-GAME-ID ' ' HO-PLAYER-ID ' ' HO-SOURCE
                         ' ' HO-DATE-SIGNAL ' ' HO-MOTIF
               END-IF
             END-IF
           END-PERFORM
           IF WS-NB-LISTEES = ZERO
             IF LISTER-TOUTES
               DISPLAY 'Aucune partie signalee (MMHOLD.DAT vide ou '
                       'absent).'
             ELSE
               DISPLAY 'Aucune partie en suspens.'
             END-IF
           ELSE
             DISPLAY WS-NB-LISTEES ' ligne(s) listee(s).'
           END-IF
           .
      ***************
       LISTER-FIN. EXIT.
      ***************

      *******************
       LIBELLE-STATUT-DEB.
      *******************
           EVALUATE TRUE
             WHEN HO-EN-SUSPENS
               MOVE 'EN SUSPENS' TO WS-LIBELLE-STATUT
             WHEN HO-LEVEE
               MOVE 'LEVEE' TO WS-LIBELLE-STATUT
             WHEN HO-CONFIRMEE
               MOVE 'ANNULEE' TO WS-LIBELLE-STATUT
             WHEN OTHER
               MOVE '?' TO WS-LIBELLE-STATUT
           END-EVALUATE
           .
      ***********************
       LIBELLE-STATUT-FIN. EXIT.
      ***********************

      ************
       DECIDER-DEB.
      ************
      * Leve ou confirme la suspension d'une partie : toutes ses
      * lignes encore en suspens recoivent la decision, la date du
      * jour et le reviseur, puis le fichier est reecrit.
           DISPLAY 'Identifiant de la partie (GH-GAME-ID) : '
           ACCEPT WS-GAME-ID-SAISI
           IF WS-GAME-ID-SAISI = SPACES
             DISPLAY 'Identifiant vide, action abandonnee.'
             GO TO DECIDER-FIN
           END-IF
           PERFORM CHARGER-DEB THRU CHARGER-FIN
           IF TABLE-TRONQUEE
             DISPLAY 'Decision impossible en consultation seule.'
             GO TO DECIDER-FIN
           END-IF
           MOVE 0 TO WS-NB-CONCERNEES
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-SUSP
             MOVE WS-SU-LIGNE(WS-I) TO HOLD-RECORD
             IF HO-GAME-ID = WS-GAME-ID-SAISI AND HO-EN-SUSPENS
               ADD 1 TO WS-NB-CONCERNEES
               DISPLAY '  ' HO-SOURCE ' le ' HO-DATE-SIGNAL ' joueur '
                       HO-PLAYER-ID ' : ' HO-MOTIF
             END-IF
           END-PERFORM
           IF WS-NB-CONCERNEES = ZERO
             DISPLAY 'Aucune ligne en suspens pour la partie '
                     WS-GAME-ID-SAISI '.'
             GO TO DECIDER-FIN
           END-IF
           IF DECISION-LEVER
             DISPLAY 'Lever la suspension (la partie comptera de '
                     'nouveau) ? (O/N) '
           ELSE
             DISPLAY 'Confirmer la suspension (partie ANNULEE) ? '
                     '(O/N) '
           END-IF
           ACCEPT WS-CONFIRMATION
           IF WS-CONFIRMATION NOT = 'O' AND WS-CONFIRMATION NOT = 'o'
             DISPLAY 'Action abandonnee, rien n''est modifie.'
             GO TO DECIDER-FIN
           END-IF
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-SUSP
             MOVE WS-SU-LIGNE(WS-I) TO HOLD-RECORD
             IF HO-GAME-ID = WS-GAME-ID-SAISI AND HO-EN-SUSPENS
               MOVE WS-DECISION TO HO-STATUT
               MOVE WS-DATE-JOUR TO HO-DATE-REVUE
               MOVE WS-REVISEUR TO HO-REVISEUR
               MOVE HOLD-RECORD TO WS-SU-LIGNE(WS-I)
             END-IF
           END-PERFORM
           PERFORM SAUVER-DEB THRU SAUVER-FIN
           .
      ****************
       DECIDER-FIN. EXIT.
      ****************

      ***********
       SAUVER-DEB.
      ***********
      * Reecrit MMHOLD.DAT en entier depuis la table.
           OPEN OUTPUT HOLD-FILE
           IF WS-HO-STATUS NOT = '00'
             DISPLAY 'MMHOLD.DAT non reecrit (status ' WS-HO-STATUS
                     '), decision perdue !'
             MOVE 8 TO RETURN-CODE
             GO TO SAUVER-FIN
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-SUSP
             WRITE HOLD-RECORD FROM WS-SU-LIGNE(WS-I)
           END-PERFORM
           CLOSE HOLD-FILE
           IF DECISION-LEVER
             DISPLAY 'Suspension levee pour la partie '
                     WS-GAME-ID-SAISI ' (' WS-NB-CONCERNEES
                     ' ligne(s)).'
           ELSE
             DISPLAY 'Partie ' WS-GAME-ID-SAISI ' annulee ('
                     WS-NB-CONCERNEES ' ligne(s)).'
           END-IF
           .
      ***************
       SAUVER-FIN. EXIT.
      ***************

      ******
       FIN.
      ******
           DISPLAY 'Fin de la revue des parties en suspens.'
           STOP RUN.
       END PROGRAM MasterMindHold.
