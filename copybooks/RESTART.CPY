      * Enregistrement des points de reprise (MMRESTART.DAT), partage
      * entre MasterMind.cbl (ecriture apres chaque tour joue, relecture
      * au demarrage, suppression en fin de partie) et
      * MasterMindPurge.cbl (liste des points de reprise ouverts et
      * expiration des parties jamais reprises). Fichier INDEXE, cle
      * RS-CLE.
       FD  RESTART-FILE.
       01 RESTART-RECORD.
      * Cle de l'enregistrement, posee par CLE-REPRISE-DEB : le
      * devineur (complete d'espaces), la paire normalisee en tournoi
      * (plus petit identifiant en premier, stable malgre l'inversion
      * des roles a chaque manche), ou la cle reservee '*LOT*' pour le
      * passage par lots (un seul passage a la fois ; l'asterisque la
      * met hors de portee des identifiants du fichier maitre).
           05 RS-CLE                  PIC X(16).
           05 RS-PLAYER1-ID           PIC X(8).
           05 RS-PLAYER2-ID           PIC X(8).
           05 RS-SECRET               PIC X(6).
           05 RS-NBR-TENT             PIC 9(2).
           05 RS-MAX-TENT             PIC 9(2).
           05 RS-MODE                 PIC X(1).
           05 RS-SEED                 PIC 9(8).
           05 RS-CODE-LENGTH          PIC 9(1).
           05 RS-CHARSET              PIC X(1).
      * Etat du tournoi en cours (RS-MODE = 'T') : manche interrompue,
      * nombre de manches, identite d'origine des deux joueurs et
      * cumuls du tournoi, pour reprendre a la bonne manche avec les
      * scores intacts au lieu d'abandonner toute la soiree.
           05 RS-MANCHE-COURANTE      PIC 9(2).
           05 RS-NB-MANCHES           PIC 9(2).
           05 RS-ID-A                 PIC X(8).
           05 RS-ID-B                 PIC X(8).
           05 RS-CUMUL-TENT-A         PIC 9(4).
           05 RS-CUMUL-TENT-B         PIC 9(4).
           05 RS-VICTOIRES-A          PIC 9(2).
           05 RS-VICTOIRES-B          PIC 9(2).
      * Position du passage par lots (RS-MODE = 'B') : nombre
      * d'enregistrements de TRANS-FILE consommes AVANT l'en-tete du
      * paquet interrompu (pour se repositionner dessus), proposition
      * deja jouee dans ce paquet, et bilans du passage, pour que la
      * reprise rejoue le bon paquet a la bonne proposition et que le
      * compte rendu d'execution couvre tout le passage.
           05 RS-TRANS-AVANT-LOT      PIC 9(4).
           05 RS-DECK-IDX             PIC 9(4).
           05 RS-LOTS-JOUES           PIC 9(4).
           05 RS-LOTS-GAGNES          PIC 9(4).
           05 RS-LOTS-REJETES         PIC 9(4).
           05 RS-TRANS-ACCEPTEES      PIC 9(4).
           05 RS-TRANS-REJETEES       PIC 9(4).
      * Identifiant unique de la partie interrompue : la partie
      * reprise continue sous le MEME identifiant, pour que les tours
      * deja journalises avant la coupure et ceux rejoues apres
      * restent rattaches a la meme partie.
           05 RS-GAME-ID              PIC X(18).
      * Date et heure de la derniere sauvegarde (YYYYMMDD, HHMMSS),
      * posees a chaque tour par SAUVEGARDE-REPRISE-DEB : l'age du
      * point de reprise pour MasterMindPurge (vides = age inconnu,
      * jamais expire). L'enregistrement est passe de 131 a 149
      * caracteres : un ancien MMRESTART.DAT se convertit avec
      * MasterMindConvert (ces champs a la date et l'heure de la
      * conversion, RS-LOTS-ABANDONNES a zero), MasterMind refusant de
      * demarrer sur un fichier de reprise illisible.
           05 RS-DATE-SAUV            PIC X(8).
           05 RS-HEURE-SAUV           PIC X(6).
      * Paquets abandonnes du passage par lots (RS-MODE = 'B'), comptes
      * a part des perdus. Vide sur les points de reprise anterieurs a
      * l'ajout du champ (repris a zero).
           05 RS-LOTS-ABANDONNES      PIC 9(4).
