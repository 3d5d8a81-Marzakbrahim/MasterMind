               MOVE OM-NOM TO PM-NOM
               MOVE OM-STATUT TO PM-STATUT
               MOVE OM-DATE-INSCR TO PM-DATE-INSCR
               MOVE SPACES TO PM-FUSION-ID
               WRITE PLAYER-MASTER-RECORD
                 INVALID KEY
                   ADD 1 TO WS-NB-DOUBLONS
