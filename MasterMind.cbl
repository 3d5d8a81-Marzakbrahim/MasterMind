       FD  REJECT-FILE.
       01 REJECT-RECORD              PIC X(80).

           COPY RESTART.

           COPY OUTINTF.

           05 CTL-LOTS-GAGNES         PIC 9(4).
           05 CTL-LOTS-REJETES        PIC 9(4).
           05 CTL-RESULTAT            PIC X(8).
      * Paquets abandonnes du passage, comptes a part des perdus.
           05 CTL-LOTS-ABANDONNES     PIC 9(4).

       WORKING-STORAGE SECTION.

       01 Arret PIC X(3).
           88 Arret-Oui    VALUE 'OUI'.
           88 Arret-Non    VALUE 'NON'.
      * Pourquoi la partie s'est arretee avant son terme, reporte dans
      * GH-MOTIF-ARRET (voir GAMEHIST.CPY) : une partie abandonnee est
      * journalisee comme telle ('ABA'), pas comme une defaite. A blanc
      * tant que la partie n'est pas abandonnee.
       01 WS-MOTIF-ARRET              PIC X(1) VALUE SPACE.
           88 ARRET-DEMANDE           VALUE 'F'.
           88 ARRET-SAISIES-INVALIDES VALUE 'I'.
           88 ARRET-PAQUET-EPUISE     VALUE 'P'.
           88 ARRET-DECODEUR-EPUISE   VALUE 'D'.

      * Si on trouve un chiffre on arrête de chercher :
       01 Trouve                      PIC X.
      *   'S' = solo, l'ordinateur choisit le secret
      *   'B' = batch, les propositions viennent de TRANSFILE.DAT
      *   'T' = tournoi, plusieurs manches avec inversion des rôles
      *   'C' = casseur de code, le joueur pose le secret et
      *         l'ordinateur le devine
       01 WS-MODE                    PIC X(1) VALUE 'I'.
           88 MODE-INTERACTIF        VALUE 'I'.
           88 MODE-SOLO              VALUE 'S'.
           88 MODE-BATCH             VALUE 'B'.
           88 MODE-TOURNOI           VALUE 'T'.
           88 MODE-DECODEUR          VALUE 'C'.

      * Etat du fichier de transactions (mode batch).
       01 WS-TRANS-STATUS            PIC X(2).
      * d'execution et le code retour.
       01 WS-LOTS-JOUES              PIC 9(4) VALUE 0.
       01 WS-LOTS-GAGNES             PIC 9(4) VALUE 0.
      * Paquets abandonnes ("FIN" depose, paquet epuise avant la fin) :
      * ni gagnes ni perdus.
       01 WS-LOTS-ABANDONNES         PIC 9(4) VALUE 0.
       01 WS-LOTS-REJETES            PIC 9(4) VALUE 0.

      * Resultat final du passage et code retour rendu a
           88 PAS-DEJA-BIEN-PLACE    VALUE 'N'.
       01 WS-IDX-IBP                 PIC 9.

      * Mode casseur de code (WS-MODE = 'C') : l'ordinateur devine le
      * secret pose par le joueur par elimination. Il ne propose
      * jamais que le premier code (dans l'ordre croissant) encore
      * coherent avec TOUTES les reponses deja recues, chaque code
      * candidat etant renote contre l'historique des propositions
      * avec exactement le comptage du jeu (Affichage/Recherche, y
      * compris la memoire INDICE-REP portee d'un tour a l'autre),
      * pour rester coherent avec MasterMindAudit.
      * Alphabet du code et sa taille (chiffres 0-9 ou lettres A-F).
       01 WS-DEC-ALPHABET            PIC X(10).
       01 WS-DEC-TAILLE              PIC 9(2).
      * Historique des propositions de la machine et des reponses
      * recues (99 tours au plus, WS-MAX-TENTATIVES est sur deux
      * chiffres).
       01 WS-DEC-NB                  PIC 9(2) VALUE 0.
       01 WS-DEC-HISTO.
           05 WS-DEC-TOUR OCCURS 99.
               10 WS-DEC-H-PROP      PIC X(6).
               10 WS-DEC-H-BP        PIC 9(2).
               10 WS-DEC-H-TR        PIC 9(2).
      * Code candidat courant, sous forme de rangs dans l'alphabet
      * (compteur parcouru dans l'ordre croissant), et sa forme texte.
       01 WS-DEC-CANDIDAT.
           05 WS-DEC-RANG            PIC 9(2) OCCURS 6.
       01 WS-DEC-SECRET              PIC X(6).
       01 WS-DEC-PROP                PIC X(6).
       01 WS-DEC-DEBUT               PIC X VALUE 'Y'.
           88 DEC-PREMIER-CANDIDAT   VALUE 'Y'.
           88 DEC-CANDIDAT-SUIVANT   VALUE 'N'.
       01 WS-DEC-ETAT                PIC X.
           88 DEC-EN-RECHERCHE       VALUE 'R'.
           88 DEC-COHERENT           VALUE 'C'.
           88 DEC-EPUISE             VALUE 'E'.
       01 WS-DEC-ECART               PIC X.
           88 DEC-ECART-OUI          VALUE 'Y'.
           88 DEC-ECART-NON          VALUE 'N'.
       01 WS-DEC-RETENUE             PIC X.
           88 DEC-RETENUE-OUI        VALUE 'Y'.
           88 DEC-RETENUE-NON        VALUE 'N'.
      * Champs de travail du renotage d'un candidat (memes roles que
      * bien-place, chiffres-trouves, Indices-BP et INDICE-REP).
       01 WS-DEC-T                   PIC 9(3).
       01 WS-DEC-POS                 PIC 9.
       01 WS-DEC-POS1                PIC 9.
       01 WS-DEC-POS2                PIC 9.
       01 WS-DEC-I                   PIC 9.
       01 WS-DEC-IDX-IBP             PIC 9.
       01 WS-DEC-BP                  PIC 9(2).
       01 WS-DEC-TR                  PIC 9(2).
       01 WS-DEC-INDICE-REP          PIC 9.
       01 WS-DEC-INDICES-BP.
           05 WS-DEC-IBP             PIC 9 OCCURS 6.
       01 WS-DEC-DEJA-BP             PIC X.
           88 DEC-DEJA-BIEN-PLACE    VALUE 'Y'.
           88 DEC-PAS-DEJA-BIEN-PLACE VALUE 'N'.
       01 WS-DEC-TROUVE              PIC X.
           88 DEC-TROUVE-OUI         VALUE 'Y'.
           88 DEC-TROUVE-NON         VALUE 'N'.
       01 WS-DEC-FIN-DTL             PIC X.
           88 DEC-FIN-DTL            VALUE 'Y'.


       PROCEDURE DIVISION.

      * interrompue, donc l'identification passe d'abord. En mode par
      * lots (personne au terminal) la reprise du passage interrompu
      * est automatique, sans identification.
      * En mode par lots le maitre des joueurs n'est lu qu'au premier
      * paquet : il est controle ici, avant toute partie jouee, pour
      * qu'un maitre illisible arrete le passage d'entree et non au
      * milieu d'un fichier de paquets deja en partie joues.
           IF MODE-BATCH
             PERFORM CONTROLE-MAITRE-DEB THRU CONTROLE-MAITRE-FIN
             IF NOT ERREUR-CONFIG
               PERFORM REPRISE-DEB THRU REPRISE-FIN
             END-IF
           ELSE
             PERFORM IDENTIFIANTS-DEB THRU IDENTIFIANTS-FIN
             IF NOT ERREUR-CONFIG
             END-IF
           END-IF

           IF MODE-BATCH AND NOT ERREUR-CONFIG
             OPEN INPUT TRANS-FILE
             IF WS-TRANS-STATUS NOT = '00'
      * Sans TRANSFILE.DAT, RecevoirNum2 lirait un fichier jamais

           SET PARDEF   TO TRUE
           SET Arret-Non TO TRUE
           MOVE SPACE TO WS-MOTIF-ARRET
           SET Trouve-non TO TRUE
           SET Gagne-non TO TRUE
           SET SAISIE-VALIDE TO TRUE
               IF NOT ERREUR-CONFIG
                 MOVE WS-ID-SAISI TO WS-PLAYER2-ID
               END-IF
      * Casseur de code : les roles du mode solo sont inverses, le
      * joueur pose le secret et l'ordinateur devine.
             WHEN MODE-DECODEUR
               MOVE 'ORDI' TO WS-PLAYER2-ID
               MOVE 'Joueur' TO WS-LIBELLE-ID
               PERFORM SAISIE-ID-DEB THRU SAISIE-ID-FIN
               IF NOT ERREUR-CONFIG
                 MOVE WS-ID-SAISI TO WS-PLAYER1-ID
               END-IF
             WHEN OTHER
               MOVE '1er joueur' TO WS-LIBELLE-ID
               PERFORM SAISIE-ID-DEB THRU SAISIE-ID-FIN
      * inscrit avec le statut actif. Le maitre etant indexe sur
      * l'identifiant, le controle est une lecture directe par cle au
      * lieu de l'ancien balayage sequentiel complet a chaque session.
      * Fichier maitre ABSENT (status 35) = controle desactive
      * (comportement historique, identifiant libre), signale une
      * seule fois. Tout autre echec d'ouverture (fichier encore a
      * l'ancien format de 47 caracteres, endommage, verrouille...)
      * ne doit surtout pas couper le controle en silence : la partie
      * est refusee (ERREUR-CONFIG) jusqu'a remise en etat, par
      * MasterMindConvert s'il s'agit de l'ancien format.
           SET JOUEUR-INVALIDE TO TRUE
           OPEN INPUT PLAYER-MASTER-FILE
           IF WS-PM-STATUS = '35'
             IF NOT MAITRE-ABSENT-SIGNALE
               DISPLAY 'Fichier maitre des joueurs absent '
                       '(PLAYERS.DAT) : identifiant non controle.'
               SET MAITRE-ABSENT-SIGNALE TO TRUE
             END-IF
             SET JOUEUR-VALIDE TO TRUE
             GO TO VALIDER-JOUEUR-FIN
           END-IF
           IF WS-PM-STATUS NOT = '00'
             DISPLAY 'Fichier maitre des joueurs (PLAYERS.DAT) '
                     'illisible (status ' WS-PM-STATUS ') : '
                     'partie refusee.'
             DISPLAY 'Fichier a l''ancien format ? Le convertir '
                     'par MasterMindConvert avant toute partie.'
             SET ERREUR-CONFIG TO TRUE
             GO TO VALIDER-JOUEUR-FIN
           END-IF
           MOVE WS-ID-SAISI TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
             INVALID KEY
               DISPLAY 'Identifiant inconnu : ' WS-ID-SAISI
             NOT INVALID KEY
               IF PM-STATUT = 'A'
                 SET JOUEUR-VALIDE TO TRUE
               ELSE
                 DISPLAY 'Identifiant desactive : ' WS-ID-SAISI
                 IF PM-FUSION-ID NOT = SPACES
                   DISPLAY 'Identifiant fusionne, jouer sous : '
                           PM-FUSION-ID
                 END-IF
               END-IF
           END-READ
           CLOSE PLAYER-MASTER-FILE
           .
      *******************
       VALIDER-JOUEUR-FIN. EXIT.
      *******************

      ********************
       CONTROLE-MAITRE-DEB.
      ********************
      * Simple essai d'ouverture du maitre des joueurs, memes regles
      * que VALIDER-JOUEUR-DEB : absent (35) ou lisible = on continue,
      * tout autre status = ERREUR-CONFIG.
           OPEN INPUT PLAYER-MASTER-FILE
           EVALUATE WS-PM-STATUS
             WHEN '00'
               CLOSE PLAYER-MASTER-FILE
             WHEN '35'
               CONTINUE
             WHEN OTHER
               DISPLAY 'Fichier maitre des joueurs (PLAYERS.DAT) '
                       'illisible (status ' WS-PM-STATUS ') : '
                       'passage par lots refuse.'
               DISPLAY 'Fichier a l''ancien format ? Le convertir '
                       'par MasterMindConvert avant toute partie.'
               SET ERREUR-CONFIG TO TRUE
           END-EVALUATE
           .
      ********************
       CONTROLE-MAITRE-FIN. EXIT.
      ********************

      *************
       REPRISE-DEB.
      *************
      * proposition suivante.
           SET REPRISE-NON TO TRUE
           PERFORM CLE-REPRISE-DEB THRU CLE-REPRISE-FIN
      * Pas de fichier de reprise (status 35) = rien a reprendre. Un
      * fichier present mais illisible (ancien format sans l'heure de
      * sauvegarde ni le compteur d'abandons, endommage...) n'est PAS
      * l'absence de reprise : continuer ferait perdre la partie
      * interrompue et echouer chaque sauvegarde, donc arret.
           OPEN INPUT RESTART-FILE
           IF WS-RESTART-STATUS = '35'
             GO TO REPRISE-FIN
           END-IF
           IF WS-RESTART-STATUS NOT = '00'
             DISPLAY 'Fichier des points de reprise (MMRESTART.DAT) '
                     'illisible (status ' WS-RESTART-STATUS ') : '
                     'partie refusee.'
             DISPLAY 'Fichier a l''ancien format ? Le convertir '
                     'par MasterMindConvert avant toute partie.'
             SET ERREUR-CONFIG TO TRUE
             GO TO REPRISE-FIN
           END-IF
           MOVE WS-CLE-REPRISE TO RS-CLE
      * session : cle reservee '*LOT*' pour le passage par lots (un
      * seul a la fois), paire normalisee (plus petit identifiant en
      * premier) pour un tournoi - les roles s'inversent a chaque
      * manche mais la paire reste la meme - sinon le devineur. En
      * mode casseur de code le devineur est toujours 'ORDI' : la cle
      * est le poseur suivi de '*ORDI*' (l'asterisque la distingue
      * d'une paire de tournoi), une partie par joueur.
           MOVE SPACES TO WS-CLE-REPRISE
           EVALUATE TRUE
             WHEN MODE-BATCH
               MOVE '*LOT*' TO WS-CLE-REPRISE
             WHEN MODE-DECODEUR
               MOVE WS-PLAYER1-ID TO WS-CLE-REPRISE(1:8)
               MOVE '*ORDI*' TO WS-CLE-REPRISE(9:8)
             WHEN MODE-TOURNOI
               IF WS-PLAYER1-ID < WS-PLAYER2-ID
                 MOVE WS-PLAYER1-ID TO WS-CLE-REPRISE(1:8)
             MOVE RS-DECK-IDX TO WS-REPRISE-DECK-IDX
             MOVE RS-LOTS-JOUES TO WS-LOTS-JOUES
             MOVE RS-LOTS-GAGNES TO WS-LOTS-GAGNES
             IF RS-LOTS-ABANDONNES IS NUMERIC
               MOVE RS-LOTS-ABANDONNES TO WS-LOTS-ABANDONNES
             ELSE
               MOVE 0 TO WS-LOTS-ABANDONNES
             END-IF
             MOVE RS-LOTS-REJETES TO WS-LOTS-REJETES
             MOVE RS-TRANS-ACCEPTEES TO WS-TRANS-ACCEPTEES
             MOVE RS-TRANS-REJETEES TO WS-TRANS-REJETEES
                   DISPLAY "Trop de saisies invalides consecutives, "
                           "abandon de la partie."
                   SET Arret-Oui TO TRUE
                   SET ARRET-SAISIES-INVALIDES TO TRUE
                 ELSE
                   PERFORM RecevoirNum1 THRU FIN-RecevoirNum1
                   PERFORM CONTROLES-DEB THRU CONTROLES-FIN
      * tours rejoues apres la coupure.
           ACCEPT WS-DATE-PARTIE FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-PARTIE FROM TIME
      * Casseur de code : historique des reponses deja recues par la
      * machine (recharge depuis GAMEDTL.DAT pour une partie reprise).
           IF MODE-DECODEUR
             PERFORM DECODEUR-INIT-DEB THRU DECODEUR-INIT-FIN
           END-IF
           PERFORM UNTIL Gagne-oui OR Nbr-tent = WS-MAX-TENTATIVES
                                   OR Arret-Oui
             IF MODE-DECODEUR
               PERFORM DECODEUR-PROPOSER-DEB THRU DECODEUR-PROPOSER-FIN
             ELSE
               PERFORM RecevoirNum2 THRU FIN-RecevoirNum2
             END-IF
             IF NOT Arret-Oui
               PERFORM CONTROLES-DEB THRU CONTROLES-FIN
               IF MODE-BATCH
                     DISPLAY "Trop de saisies invalides consecutives, "
                             "abandon de la partie."
                     SET Arret-Oui TO TRUE
                     SET ARRET-SAISIES-INVALIDES TO TRUE
                   ELSE
                     PERFORM RecevoirNum2 THRU FIN-RecevoirNum2
                     IF NOT Arret-Oui
             END-IF
           END-PERFORM
           IF Nbr-tent = WS-MAX-TENTATIVES
             IF MODE-DECODEUR
               DISPLAY "***** L'ordinateur n'a pas trouve votre code "
                       "en " WS-MAX-TENTATIVES " tentatives ! ****"
             ELSE
               DISPLAY "***** Vous avez PERDU ! HAHAHAHAHAHA ****"
             END-IF
           END-IF
           .
      ************************
             ADD 1 TO WS-DECK-IDX
             IF WS-DECK-IDX > WS-DECK-NB
               SET Arret-Oui TO TRUE
               SET ARRET-PAQUET-EPUISE TO TRUE
               DISPLAY "Paquet de propositions epuise, fin de la "
                       "partie pour ce joueur."
             ELSE
           SET ETP2 TO TRUE
           IF Tab-Personne2 = "FIN"
             SET Arret-Oui TO TRUE
             SET ARRET-DEMANDE TO TRUE
             DISPLAY "Vous avez abandonne !"
           END-IF
           .
      * reponse rendue au joueur (bien places / chiffres trouves) doit
      * pouvoir etre rejouee telle quelle en cas de contestation.
           PERFORM ECRITURE-DETAIL-DEB THRU ECRITURE-DETAIL-FIN
      * Casseur de code : la reponse sert aussi a la machine pour
      * eliminer les codes devenus incoherents.
           IF MODE-DECODEUR
             PERFORM DECODEUR-MEMORISER-DEB THRU DECODEUR-MEMORISER-FIN
           END-IF
           INITIALIZE bien-place
                      chiffres-trouves
                      Indices-BP
       DEJA-BIEN-PLACE-FIN. EXIT.
      *********************

      *******************
       DECODEUR-INIT-DEB.
      *******************
      * Prepare la machine pour la partie en mode casseur de code :
      * alphabet du code, premier candidat, historique vide. Pour une
      * partie reprise, les tours joues avant la coupure sont relus
      * dans GAMEDTL.DAT (meme identifiant de partie, numero de tour
      * deja couvert par le point de reprise) et la memoire INDICE-REP
      * du comptage est reconstituee en les renotant contre le secret
      * : les reponses des tours suivants sont alors celles d'une
      * partie jamais coupee, comme les renote MasterMindAudit.
           IF CHARSET-LETTRES
             MOVE WS-CHARSET-LETTRES TO WS-DEC-ALPHABET
             MOVE 6 TO WS-DEC-TAILLE
           ELSE
             MOVE '0123456789' TO WS-DEC-ALPHABET
             MOVE 10 TO WS-DEC-TAILLE
           END-IF
      * Le secret saisi peut deborder la longueur du code (saisie
      * plus longue que demande, seules les premieres positions sont
      * controlees) : la comparaison complete de Recherche ne
      * reconnaitrait alors jamais la trouvaille de la machine.
           PERFORM VARYING WS-DEC-POS FROM 1 BY 1 UNTIL WS-DEC-POS > 6
             IF WS-DEC-POS > WS-CODE-LENGTH
               MOVE SPACE TO Pers1(WS-DEC-POS)
             END-IF
           END-PERFORM
           MOVE ZEROS TO WS-DEC-CANDIDAT
           SET DEC-PREMIER-CANDIDAT TO TRUE
           MOVE SPACES TO WS-DEC-HISTO
           MOVE 0 TO WS-DEC-NB
           IF REPRISE-NON OR Nbr-tent = ZERO
             GO TO DECODEUR-INIT-FIN
           END-IF
           MOVE Nbr-tent TO WS-DEC-NB
           OPEN INPUT GAME-DTL-FILE
           IF WS-GD-STATUS NOT = '00'
             DISPLAY 'Detail des tours (GAMEDTL.DAT) illisible : '
                     'reprise sans les reponses deja recues.'
             GO TO DECODEUR-INIT-FIN
           END-IF
           MOVE 'N' TO WS-DEC-FIN-DTL
           PERFORM UNTIL DEC-FIN-DTL
             READ GAME-DTL-FILE
               AT END
                 SET DEC-FIN-DTL TO TRUE
               NOT AT END
                 IF GD-GAME-ID = WS-GAME-ID
                    AND GD-NO-TOUR IS NUMERIC
                    AND GD-NO-TOUR > ZERO
                    AND GD-NO-TOUR <= Nbr-tent
                    AND GD-BIEN-PLACE IS NUMERIC
                    AND GD-TROUVES IS NUMERIC
                   MOVE GD-PROPOSITION TO WS-DEC-H-PROP(GD-NO-TOUR)
                   MOVE GD-BIEN-PLACE TO WS-DEC-H-BP(GD-NO-TOUR)
                   MOVE GD-TROUVES TO WS-DEC-H-TR(GD-NO-TOUR)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE GAME-DTL-FILE
      * Memoire INDICE-REP de la partie, rejouee tour par tour contre
      * le vrai secret.
           MOVE Tab-Personne1 TO WS-DEC-SECRET
           MOVE 0 TO WS-DEC-INDICE-REP
           PERFORM VARYING WS-DEC-T FROM 1 BY 1
                   UNTIL WS-DEC-T > WS-DEC-NB
             IF WS-DEC-H-PROP(WS-DEC-T) NOT = SPACES
               MOVE WS-DEC-H-PROP(WS-DEC-T) TO WS-DEC-PROP
               PERFORM DECODEUR-NOTER-DEB THRU DECODEUR-NOTER-FIN
             END-IF
           END-PERFORM
           MOVE WS-DEC-INDICE-REP TO INDICE-REP
           .
      *******************
       DECODEUR-INIT-FIN. EXIT.
      *******************

      **********************
       DECODEUR-PROPOSER-DEB.
      **********************
      * Proposition de la machine a la place de RecevoirNum2 : le
      * premier code candidat, a partir du dernier propose, qui
      * reproduit toutes les reponses deja recues. Un candidat ecarte
      * le reste pour toujours (l'historique ne fait que s'allonger),
      * le parcours ne revient donc jamais en arriere. Le secret est
      * toujours coherent avec ses propres reponses : ne plus trouver
      * aucun candidat n'arrive que sur un historique altere, traite
      * comme un abandon de la machine.
           SET DEC-EN-RECHERCHE TO TRUE
           PERFORM UNTIL NOT DEC-EN-RECHERCHE
             IF DEC-PREMIER-CANDIDAT
               SET DEC-CANDIDAT-SUIVANT TO TRUE
             ELSE
               PERFORM DECODEUR-SUIVANT-DEB THRU DECODEUR-SUIVANT-FIN
             END-IF
             IF NOT DEC-EPUISE
               PERFORM DECODEUR-COHERENT-DEB THRU DECODEUR-COHERENT-FIN
             END-IF
           END-PERFORM
           SET ETP2 TO TRUE
           IF DEC-EPUISE
             DISPLAY "Aucun code n'est coherent avec les reponses "
                     "donnees : l'ordinateur abandonne."
             SET Arret-Oui TO TRUE
             SET ARRET-DECODEUR-EPUISE TO TRUE
             GO TO DECODEUR-PROPOSER-FIN
           END-IF
           MOVE WS-DEC-SECRET TO Tab-Personne2
           COMPUTE WS-DEC-T = Nbr-tent + 1
           DISPLAY "L'ordinateur propose (tour " WS-DEC-T ") : "
                   Tab-Personne2
           .
      **********************
       DECODEUR-PROPOSER-FIN. EXIT.
      **********************

      *********************
       DECODEUR-SUIVANT-DEB.
      *********************
      * Candidat suivant dans l'ordre croissant : compteur en base
      * WS-DEC-TAILLE sur WS-CODE-LENGTH positions, la derniere
      * position tournant le plus vite. Retenue sortie de la premiere
      * position = tous les codes ont ete parcourus.
           SET DEC-RETENUE-OUI TO TRUE
           MOVE WS-CODE-LENGTH TO WS-DEC-POS
           PERFORM UNTIL DEC-RETENUE-NON OR WS-DEC-POS = ZERO
             ADD 1 TO WS-DEC-RANG(WS-DEC-POS)
             IF WS-DEC-RANG(WS-DEC-POS) >= WS-DEC-TAILLE
               MOVE 0 TO WS-DEC-RANG(WS-DEC-POS)
               SUBTRACT 1 FROM WS-DEC-POS
             ELSE
               SET DEC-RETENUE-NON TO TRUE
             END-IF
           END-PERFORM
           IF DEC-RETENUE-OUI
             SET DEC-EPUISE TO TRUE
           END-IF
           .
      *********************
       DECODEUR-SUIVANT-FIN. EXIT.
      *********************

      **********************
       DECODEUR-COHERENT-DEB.
      **********************
      * Le candidat courant, pris comme secret, aurait-il donne
      * exactement les memes reponses a toutes les propositions deja
      * faites ? Renotage tour par tour depuis le debut de la partie,
      * memoire INDICE-REP comprise. Les tours perdus du detail (partie
      * reprise, ligne illisible) ne sont pas controles.
           MOVE SPACES TO WS-DEC-SECRET
           PERFORM VARYING WS-DEC-POS FROM 1 BY 1
                   UNTIL WS-DEC-POS > WS-CODE-LENGTH
             MOVE WS-DEC-ALPHABET(WS-DEC-RANG(WS-DEC-POS) + 1:1)
                  TO WS-DEC-SECRET(WS-DEC-POS:1)
           END-PERFORM
           MOVE 0 TO WS-DEC-INDICE-REP
           SET DEC-ECART-NON TO TRUE
           PERFORM VARYING WS-DEC-T FROM 1 BY 1
                   UNTIL WS-DEC-T > WS-DEC-NB OR DEC-ECART-OUI
             IF WS-DEC-H-PROP(WS-DEC-T) NOT = SPACES
               MOVE WS-DEC-H-PROP(WS-DEC-T) TO WS-DEC-PROP
               PERFORM DECODEUR-NOTER-DEB THRU DECODEUR-NOTER-FIN
               IF WS-DEC-BP NOT = WS-DEC-H-BP(WS-DEC-T)
                  OR WS-DEC-TR NOT = WS-DEC-H-TR(WS-DEC-T)
                 SET DEC-ECART-OUI TO TRUE
               END-IF
             END-IF
           END-PERFORM
           IF DEC-ECART-NON
             SET DEC-COHERENT TO TRUE
           END-IF
           .
      **********************
       DECODEUR-COHERENT-FIN. EXIT.
      **********************

      *******************
       DECODEUR-NOTER-DEB.
      *******************
      * Meme comptage qu'Affichage/Recherche, pour WS-DEC-PROP contre
      * WS-DEC-SECRET : d'abord les bien places, puis pour chaque
      * position du secret non deja bien placee, la premiere position
      * DIFFERENTE de la proposition portant le meme caractere, hors
      * position deja servie par WS-DEC-INDICE-REP (portee d'un tour a
      * l'autre comme INDICE-REP).
           MOVE 0 TO WS-DEC-BP
           MOVE 0 TO WS-DEC-TR
           MOVE ZEROS TO WS-DEC-INDICES-BP
           MOVE 1 TO WS-DEC-I
           PERFORM VARYING WS-DEC-POS1 FROM 1 BY 1
                   UNTIL WS-DEC-POS1 > WS-CODE-LENGTH
             IF WS-DEC-SECRET(WS-DEC-POS1:1) =
                   WS-DEC-PROP(WS-DEC-POS1:1)
               ADD 1 TO WS-DEC-BP
               MOVE WS-DEC-POS1 TO WS-DEC-IBP(WS-DEC-I)
               ADD 1 TO WS-DEC-I
             END-IF
           END-PERFORM

           PERFORM VARYING WS-DEC-POS1 FROM 1 BY 1
                   UNTIL WS-DEC-POS1 > WS-CODE-LENGTH
             SET DEC-PAS-DEJA-BIEN-PLACE TO TRUE
             PERFORM VARYING WS-DEC-IDX-IBP FROM 1 BY 1
                     UNTIL WS-DEC-IDX-IBP > WS-CODE-LENGTH
               IF WS-DEC-POS1 = WS-DEC-IBP(WS-DEC-IDX-IBP)
                 SET DEC-DEJA-BIEN-PLACE TO TRUE
               END-IF
             END-PERFORM
             SET DEC-TROUVE-NON TO TRUE
             PERFORM VARYING WS-DEC-POS2 FROM 1 BY 1
                     UNTIL WS-DEC-POS2 > WS-CODE-LENGTH
                        OR DEC-TROUVE-OUI
               IF WS-DEC-SECRET(WS-DEC-POS1:1) =
                     WS-DEC-PROP(WS-DEC-POS2:1)
                  AND DEC-PAS-DEJA-BIEN-PLACE
                  AND WS-DEC-INDICE-REP NOT = WS-DEC-POS2
                 IF WS-DEC-POS1 NOT = WS-DEC-POS2
                   ADD 1 TO WS-DEC-TR
                   SET DEC-TROUVE-OUI TO TRUE
                   MOVE WS-DEC-POS2 TO WS-DEC-INDICE-REP
                 END-IF
               END-IF
             END-PERFORM
           END-PERFORM
           .
      *******************
       DECODEUR-NOTER-FIN. EXIT.
      *******************

      **********************
       DECODEUR-MEMORISER-DEB.
      **********************
      * Ajoute a l'historique de la machine la proposition qui vient
      * d'etre jouee et la reponse rendue par Affichage.
           IF WS-DEC-NB < 99
             ADD 1 TO WS-DEC-NB
             MOVE Tab-Personne2 TO WS-DEC-H-PROP(WS-DEC-NB)
             MOVE bien-place TO WS-DEC-H-BP(WS-DEC-NB)
             MOVE chiffres-trouves TO WS-DEC-H-TR(WS-DEC-NB)
           END-IF
           .
      **********************
       DECODEUR-MEMORISER-FIN. EXIT.
      **********************

      **********************
       SAUVEGARDE-REPRISE-DEB.
      **********************
           MOVE WS-DECK-IDX TO RS-DECK-IDX
           MOVE WS-LOTS-JOUES TO RS-LOTS-JOUES
           MOVE WS-LOTS-GAGNES TO RS-LOTS-GAGNES
           MOVE WS-LOTS-ABANDONNES TO RS-LOTS-ABANDONNES
           MOVE WS-LOTS-REJETES TO RS-LOTS-REJETES
           MOVE WS-TRANS-ACCEPTEES TO RS-TRANS-ACCEPTEES
           MOVE WS-TRANS-REJETEES TO RS-TRANS-REJETEES
           MOVE WS-GAME-ID TO RS-GAME-ID
           ACCEPT RS-DATE-SAUV FROM DATE YYYYMMDD
           ACCEPT RS-HEURE-SAUV FROM TIME

           WRITE RESTART-RECORD
             INVALID KEY
             SET REPRISE-NON TO TRUE
             PERFORM EFFACER-REPRISE-DEB THRU EFFACER-REPRISE-FIN
           END-IF
           PERFORM UNTIL DECK-AUCUN OR ERREUR-CONFIG
             IF DECK-VALIDE
               PERFORM JOUER-LOT-DEB THRU JOUER-LOT-FIN
             END-IF
             CLOSE REJECT-FILE
           END-IF
           DISPLAY 'Passage par lots : ' WS-LOTS-JOUES ' partie(s) '
                   'jouee(s), dont ' WS-LOTS-GAGNES ' gagnee(s) et '
                   WS-LOTS-ABANDONNES ' abandonnee(s), '
                   WS-LOTS-REJETES ' paquet(s) rejete(s).'
           .
      *******************
           IF WS-MOTIF-REJET = SPACES
             MOVE WS-LOT-PLAYER TO WS-ID-SAISI
             PERFORM VALIDER-JOUEUR-DEB THRU VALIDER-JOUEUR-FIN
             EVALUATE TRUE
               WHEN ERREUR-CONFIG
                 MOVE 'FICHIER MAITRE ILLISIBLE' TO WS-MOTIF-REJET
               WHEN JOUEUR-INVALIDE
                 MOVE 'JOUEUR INCONNU OU INACTIF' TO WS-MOTIF-REJET
             END-EVALUATE
           END-IF

           IF WS-MOTIF-REJET = SPACES
           IF Gagne-oui
             ADD 1 TO WS-LOTS-GAGNES
           END-IF
           IF Arret-Oui
             ADD 1 TO WS-LOTS-ABANDONNES
           END-IF
           .
      ******************
       JOUER-LOT-FIN. EXIT.
       ECRITURE-HISTORIQUE-DEB.
      *************************
      * Ajoute une ligne dans GAMEHIST.DAT pour la partie qui vient de
      * se terminer (secret, nombre de tentatives, gagné/perdu ou
      * abandonnee avec son motif, date).
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-HEURE FROM TIME
           MOVE WS-PLAYER2-ID TO GH-PLAYER-ID
             MOVE Pers1(WS-IDX-CAR) TO GH-SECRET(WS-IDX-CAR:1)
           END-PERFORM
           MOVE Nbr-tent TO GH-NBR-TENT
           EVALUATE TRUE
             WHEN Gagne-oui
               MOVE 'OUI' TO GH-WIN-FLAG
             WHEN Arret-Oui
               MOVE 'ABA' TO GH-WIN-FLAG
             WHEN OTHER
               MOVE 'NON' TO GH-WIN-FLAG
           END-EVALUATE
           MOVE WS-DATE-HEURE TO GH-TIMESTAMP
           MOVE WS-SEED TO GH-SEED
           MOVE WS-MODE TO GH-MODE
      * compris apres les inversions de roles du mode tournoi.
           MOVE WS-PLAYER1-ID TO GH-SETTER-ID
           MOVE WS-GAME-ID TO GH-GAME-ID
           IF Arret-Oui
             MOVE WS-MOTIF-ARRET TO GH-MOTIF-ARRET
           ELSE
             MOVE SPACE TO GH-MOTIF-ARRET
           END-IF

           OPEN EXTEND GAME-HIST-FILE
           IF WS-GH-STATUS = '35'
      * quand la partie/manche vient d'être gagnée (Gagne-oui) : le
      * tableur d'import des prix n'a besoin que des victoires. Réutilise
      * WS-DATE, déjà renseigné par ECRITURE-HISTORIQUE-DEB juste avant.
      * Une victoire de l'ordinateur en mode casseur de code ne
      * concourt pas aux prix : rien a exporter.
           IF Gagne-oui AND NOT MODE-DECODEUR
             MOVE WS-PLAYER2-ID TO OI-PLAYER-ID
             MOVE 'OUI' TO OI-WIN-FLAG
             MOVE Nbr-tent TO OI-NBR-TENT
             WHEN MODE-BATCH AND WS-LOTS-GAGNES = WS-LOTS-JOUES
               MOVE 0 TO WS-CODE-RETOUR
               MOVE 'GAGNEES' TO WS-RESULTAT
      * Aucun paquet perdu, mais des paquets abandonnes : signale a
      * part (un paquet abandonne n'est pas une defaite), meme code
      * d'avertissement que les pertes pour l'ordonnanceur.
             WHEN MODE-BATCH AND WS-LOTS-GAGNES + WS-LOTS-ABANDONNES
                                 = WS-LOTS-JOUES
               MOVE 4 TO WS-CODE-RETOUR
               MOVE 'ABANDONS' TO WS-RESULTAT
             WHEN MODE-BATCH
               MOVE 4 TO WS-CODE-RETOUR
               MOVE 'PERDUES' TO WS-RESULTAT
           MOVE WS-TRANS-REJETEES TO CTL-REJETEES
           MOVE WS-LOTS-JOUES TO CTL-LOTS-JOUES
           MOVE WS-LOTS-GAGNES TO CTL-LOTS-GAGNES
           MOVE WS-LOTS-ABANDONNES TO CTL-LOTS-ABANDONNES
           MOVE WS-LOTS-REJETES TO CTL-LOTS-REJETES
           MOVE WS-RESULTAT TO CTL-RESULTAT

