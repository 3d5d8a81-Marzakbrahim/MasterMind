      * Enregistrement du fichier des parties en suspens (MMHOLD.DAT),
      * partage entre les travaux de controle qui le completent
      * (MasterMindVerify, MasterMindAudit, MasterMindReconcile : une
      * ligne par partie signalee, avec le motif et le travail
      * d'origine), les travaux de resultats qui le respectent
      * (MasterMindPrize, MasterMindRating, MasterMindReport : une
      * partie en suspens ou confirmee est ecartee et listee) et le
      * programme de revue du comite des prix (MasterMindHold : levee
      * ou confirmation, avec date et reviseur).
      * Une partie peut etre signalee par plusieurs travaux : elle est
      * ecartee tant qu'au moins une de ses lignes est en suspens ou
      * confirmee.
       FD  HOLD-FILE.
       01 HOLD-RECORD.
           05 HO-GAME-ID              PIC X(18).
      * Joueur concerne (devineur de la partie), pour la revue.
           05 HO-PLAYER-ID            PIC X(8).
      * Travail d'origine : 'VERIFY', 'AUDIT' ou 'RECONCIL'.
           05 HO-SOURCE               PIC X(8).
           05 HO-MOTIF                PIC X(40).
           05 HO-DATE-SIGNAL          PIC X(8).
      * 'S' = en suspens (a revoir), 'L' = levee apres revue (la
      * partie compte a nouveau), 'C' = confirmee (partie annulee,
      * definitivement ecartee).
           05 HO-STATUT               PIC X(1).
               88 HO-EN-SUSPENS       VALUE 'S'.
               88 HO-LEVEE            VALUE 'L'.
               88 HO-CONFIRMEE        VALUE 'C'.
           05 HO-DATE-REVUE           PIC X(8).
           05 HO-REVISEUR             PIC X(8).
