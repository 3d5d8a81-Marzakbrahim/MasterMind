           DISPLAY '  Secret     : ' GH-SECRET
           DISPLAY '  Tentatives : ' GH-NBR-TENT
           DISPLAY '  Gagnee     : ' GH-WIN-FLAG
           IF GH-WIN-FLAG = 'ABA'
             DISPLAY '  Abandon    : motif ' GH-MOTIF-ARRET
           END-IF
           DISPLAY '  Terminee a : ' GH-TIMESTAMP(9:6)
           IF GH-GAME-ID NOT = SPACES
             DISPLAY '  Partie id  : ' GH-GAME-ID
