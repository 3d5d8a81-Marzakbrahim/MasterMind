      * Journal des mises a jour du fichier maitre des joueurs
      * (MMPLYJRN.DAT), alimente par MasterMindPlayers et
      * MasterMindMerge, edite par MasterMindJournal. Chaque action
      * reussie (A = ajout, M = modification, D = desactivation,
      * F = fusion de l'identifiant sur un survivant) ecrit DEUX
      * enregistrements consecutifs : l'image avant ('AV', a blanc pour
      * un ajout) puis l'image apres ('AP') de l'enregistrement
      * PLAYERS.DAT, avec la date, l'heure et l'operateur saisi a
      * l'ouverture de la session de tenue a jour ou au lancement de
      * la fusion.
       FD  PLAYER-JOURNAL-FILE.
       01 PLAYER-JOURNAL-RECORD.
           05 PJ-DATE                PIC X(8).
           05 PJ-HEURE               PIC X(6).
           05 PJ-OPERATEUR           PIC X(8).
           05 PJ-ACTION              PIC X(1).
           05 PJ-IMAGE               PIC X(2).
           05 PJ-PLAYER-ID           PIC X(8).
           05 PJ-NOM                 PIC X(30).
           05 PJ-STATUT              PIC X(1).
           05 PJ-DATE-INSCR          PIC X(8).
           05 PJ-FUSION-ID           PIC X(8).
