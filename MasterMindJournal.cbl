       IDENTIFICATION DIVISION.
       PROGRAM-ID. MasterMindJournal.

      * Edition du journal des mises a jour du fichier maitre des
      * joueurs (MMPLYJRN.DAT, alimente par MasterMindPlayers et par
      * MasterMindMerge pour les fusions d'identifiants) : la
      * piste d'audit demandee par le comite des prix avant de viser
      * la liste des laureats, et la reponse aux contestations de
      * desactivation. Selection saisie au lancement : une periode
      * (date de debut et date de fin YYYYMMDD, a blanc = sans borne)
      * et/ou un seul joueur (a blanc ou '*' = tous). Chaque action
      * retenue est editee avec sa date, son heure, son operateur et,
      * champ par champ, la valeur avant et la valeur apres cote a
      * cote (seuls les champs modifies sont edites ; pour un ajout,
      * l'image avant est a blanc). Etat imprimable MMJRNL.LST, meme
      * presentation que MMREPORT.LST.
      *
      * Les deux images d'une action sont ecrites l'une derriere
      * l'autre : une image sans sa jumelle (journal tronque, copie
      * partielle) est editee seule et signalee, jamais ignoree.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Meme journal que celui alimente par MasterMindPlayers et
      * MasterMindMerge.
           SELECT PLAYER-JOURNAL-FILE ASSIGN TO "MMPLYJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PJ-STATUS.
      * Etat imprimable du journal.
           SELECT PRINT-FILE ASSIGN TO "MMJRNL.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY PLAYJRNL.

       FD  PRINT-FILE.
       01 PRINT-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-PJ-STATUS                PIC X(2).
       01 WS-PRT-STATUS               PIC X(2).

       01 WS-FIN-FICHIER               PIC X.
           88 FIN-FICHIER-OUI          VALUE 'Y'.
           88 FIN-FICHIER-NON          VALUE 'N'.

      * Selection saisie au lancement.
       01 WS-DATE-DEBUT                PIC X(8).
       01 WS-DATE-FIN                  PIC X(8).
       01 WS-JOUEUR-DEMANDE            PIC X(8).
       01 WS-SELECTION-OK              PIC X VALUE 'Y'.
           88 SELECTION-VALIDE         VALUE 'Y'.
           88 SELECTION-INVALIDE       VALUE 'N'.

      * Image avant en attente de son image apres.
       01 WS-AVANT-PRESENT             PIC X VALUE 'N'.
           88 AVANT-EN-ATTENTE         VALUE 'Y'.
           88 PAS-D-AVANT              VALUE 'N'.
       01 WS-AVANT.
           05 WS-AV-DATE               PIC X(8).
           05 WS-AV-HEURE              PIC X(6).
           05 WS-AV-OPERATEUR          PIC X(8).
           05 WS-AV-ACTION             PIC X(1).
           05 WS-AV-IMAGE              PIC X(2).
           05 WS-AV-PLAYER-ID          PIC X(8).
           05 WS-AV-NOM                PIC X(30).
           05 WS-AV-STATUT             PIC X(1).
           05 WS-AV-DATE-INSCR         PIC X(8).
           05 WS-AV-FUSION-ID          PIC X(8).
      * Image apres de l'action en cours d'edition (a blanc pour une
      * image avant isolee).
       01 WS-APRES.
           05 WS-AP-DATE               PIC X(8).
           05 WS-AP-HEURE              PIC X(6).
           05 WS-AP-OPERATEUR          PIC X(8).
           05 WS-AP-ACTION             PIC X(1).
           05 WS-AP-IMAGE              PIC X(2).
           05 WS-AP-PLAYER-ID          PIC X(8).
           05 WS-AP-NOM                PIC X(30).
           05 WS-AP-STATUT             PIC X(1).
           05 WS-AP-DATE-INSCR         PIC X(8).
           05 WS-AP-FUSION-ID          PIC X(8).
      * Entete de l'action a editer (prise sur l'image apres, ou sur
      * l'image avant si elle est isolee).
       01 WS-ACT-DATE                  PIC X(8).
       01 WS-ACT-HEURE                 PIC X(6).
       01 WS-ACT-OPERATEUR             PIC X(8).
       01 WS-ACT-ACTION                PIC X(1).
       01 WS-ACT-PLAYER-ID             PIC X(8).
       01 WS-ACT-ISOLEE                PIC X(20).
       01 WS-NB-CHAMPS                 PIC 9.

      * Compteurs du bilan.
       01 WS-NB-LUS                    PIC 9(6) VALUE 0.
       01 WS-NB-ACTIONS                PIC 9(6) VALUE 0.
       01 WS-NB-AJOUTS                 PIC 9(6) VALUE 0.
       01 WS-NB-MODIFS                 PIC 9(6) VALUE 0.
       01 WS-NB-DESACTIV               PIC 9(6) VALUE 0.
       01 WS-NB-FUSIONS                PIC 9(6) VALUE 0.
       01 WS-NB-ISOLEES                PIC 9(6) VALUE 0.

      * Gestion des pages de l'etat : 55 lignes utiles par page.
       01 WS-NO-PAGE                   PIC 9(3) VALUE 0.
       01 WS-LIGNE-CPT                 PIC 9(2) VALUE 99.
       01 WS-MAX-LIGNES                PIC 9(2) VALUE 55.
       01 WS-DATE-EDITION              PIC X(8).
       01 WS-DATE-ED                   PIC X(10).
       01 WS-DATE-ED2                  PIC X(10).

      * Lignes de l'etat.
       01 LIGNE-VIDE                   PIC X(80) VALUE SPACES.
       01 LIGNE-TITRE.
           05 FILLER                   PIC X(30)
              VALUE 'JOURNAL DU FICHIER DES JOUEURS'.
           05 FILLER                   PIC X(8) VALUE '  EDITE:'.
           05 LT-DATE                  PIC X(11).
           05 FILLER                   PIC X(23) VALUE SPACES.
           05 FILLER                   PIC X(5) VALUE 'PAGE '.
           05 LT-PAGE                  PIC ZZ9.
       01 LIGNE-SEPARATION.
           05 FILLER                   PIC X(70) VALUE ALL '-'.
           05 FILLER                   PIC X(10) VALUE SPACES.
       01 LIGNE-COLONNES.
           05 FILLER                   PIC X(16)
              VALUE '    CHAMP       '.
           05 FILLER                   PIC X(31) VALUE 'AVANT'.
           05 FILLER                   PIC X(5)  VALUE 'APRES'.
       01 LIGNE-ACTION.
           05 LA-DATE                  PIC X(10).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 LA-HEURE                 PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 LA-LIBELLE               PIC X(14).
           05 FILLER                   PIC X(8) VALUE 'JOUEUR: '.
           05 LA-JOUEUR                PIC X(8).
           05 FILLER                   PIC X(7) VALUE '  OPER:'.
           05 LA-OPERATEUR             PIC X(8).
       01 LIGNE-CHAMP.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 LC-CHAMP                 PIC X(12).
           05 LC-AVANT                 PIC X(30).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 LC-APRES                 PIC X(30).
       01 WS-LIGNE-TRAVAIL             PIC X(80).


       PROCEDURE DIVISION.

      *********************
       PROGRAMME-PRINCIPAL.
      *********************
           PERFORM INITIALISATION-DEB THRU INITIALISATION-FIN
           IF SELECTION-VALIDE
             PERFORM EDITION-DEB THRU EDITION-FIN
           END-IF
           PERFORM FIN
           .

      ********************
       INITIALISATION-DEB.
      ********************
           SET FIN-FICHIER-NON TO TRUE
           ACCEPT WS-DATE-EDITION FROM DATE YYYYMMDD
           DISPLAY 'Date de debut (YYYYMMDD, vide = depuis l''origine)'
                   ' : '
           MOVE SPACES TO WS-DATE-DEBUT
           ACCEPT WS-DATE-DEBUT
           DISPLAY 'Date de fin (YYYYMMDD, vide = jusqu''a ce jour) : '
           MOVE SPACES TO WS-DATE-FIN
           ACCEPT WS-DATE-FIN
           DISPLAY 'Joueur (identifiant, vide ou * = tous) : '
           MOVE SPACES TO WS-JOUEUR-DEMANDE
           ACCEPT WS-JOUEUR-DEMANDE
           IF WS-JOUEUR-DEMANDE = '*'
             MOVE SPACES TO WS-JOUEUR-DEMANDE
           END-IF
           IF WS-DATE-DEBUT = SPACES
             MOVE '00000000' TO WS-DATE-DEBUT
           END-IF
           IF WS-DATE-FIN = SPACES
             MOVE '99999999' TO WS-DATE-FIN
           END-IF
           IF WS-DATE-DEBUT NOT NUMERIC OR WS-DATE-FIN NOT NUMERIC
             DISPLAY 'Date invalide : ' WS-DATE-DEBUT ' / '
                     WS-DATE-FIN ' - aucune edition.'
             SET SELECTION-INVALIDE TO TRUE
             MOVE 8 TO RETURN-CODE
             GO TO INITIALISATION-FIN
           END-IF
           IF WS-DATE-DEBUT > WS-DATE-FIN
             DISPLAY 'Date de debut posterieure a la date de fin - '
                     'aucune edition.'
             SET SELECTION-INVALIDE TO TRUE
             MOVE 8 TO RETURN-CODE
             GO TO INITIALISATION-FIN
           END-IF
           OPEN INPUT PLAYER-JOURNAL-FILE
           IF WS-PJ-STATUS NOT = '00'
             DISPLAY 'Journal des joueurs absent ou illisible '
                     '(MMPLYJRN.DAT, status ' WS-PJ-STATUS ').'
             SET FIN-FICHIER-OUI TO TRUE
           END-IF
           .
      **************************
       INITIALISATION-FIN. EXIT.
      **************************

      *************
       EDITION-DEB.
      *************
           OPEN OUTPUT PRINT-FILE
           IF WS-PRT-STATUS NOT = '00'
             DISPLAY 'Etat MMJRNL.LST inutilisable (status '
                     WS-PRT-STATUS '), edition abandonnee.'
             MOVE 8 TO RETURN-CODE
             GO TO EDITION-FIN
           END-IF
           PERFORM ECRIRE-PAGE-DEB THRU ECRIRE-PAGE-FIN

      * Rappel de la selection.
           MOVE SPACES TO WS-LIGNE-TRAVAIL
           IF WS-DATE-DEBUT = '00000000'
             MOVE 'ORIGINE' TO WS-DATE-ED
           ELSE
             MOVE SPACES TO WS-DATE-ED
             STRING WS-DATE-DEBUT(7:2) '/' WS-DATE-DEBUT(5:2) '/'
                    WS-DATE-DEBUT(1:4) DELIMITED BY SIZE
                    INTO WS-DATE-ED
           END-IF
           IF WS-DATE-FIN = '99999999'
             MOVE 'CE JOUR' TO WS-DATE-ED2
           ELSE
             MOVE SPACES TO WS-DATE-ED2
             STRING WS-DATE-FIN(7:2) '/' WS-DATE-FIN(5:2) '/'
                    WS-DATE-FIN(1:4) DELIMITED BY SIZE
                    INTO WS-DATE-ED2
           END-IF
           STRING 'PERIODE : ' WS-DATE-ED ' AU ' WS-DATE-ED2
                  DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE SPACES TO WS-LIGNE-TRAVAIL
           IF WS-JOUEUR-DEMANDE = SPACES
             MOVE 'JOUEUR  : TOUS' TO WS-LIGNE-TRAVAIL
           ELSE
             STRING 'JOUEUR  : ' WS-JOUEUR-DEMANDE
                    DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
           END-IF
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE LIGNE-VIDE TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE LIGNE-COLONNES TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE LIGNE-SEPARATION TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN

           SET PAS-D-AVANT TO TRUE
           PERFORM LECTURE-DEB THRU LECTURE-FIN
               UNTIL FIN-FICHIER-OUI
      * Derniere image avant restee sans sa jumelle.
           IF AVANT-EN-ATTENTE
             PERFORM AVANT-ISOLE-DEB THRU AVANT-ISOLE-FIN
           END-IF

           IF WS-NB-ACTIONS = ZERO
             MOVE 'AUCUNE ACTION POUR CETTE SELECTION.'
                  TO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           END-IF
           MOVE LIGNE-SEPARATION TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE SPACES TO WS-LIGNE-TRAVAIL
           STRING 'ACTIONS EDITEES : ' WS-NB-ACTIONS
                  DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE SPACES TO WS-LIGNE-TRAVAIL
           STRING '  AJOUTS ' WS-NB-AJOUTS
                  '  MODIFICATIONS ' WS-NB-MODIFS
                  '  DESACTIVATIONS ' WS-NB-DESACTIV
                  '  FUSIONS ' WS-NB-FUSIONS
                  DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           MOVE SPACES TO WS-LIGNE-TRAVAIL
           STRING 'ENREGISTREMENTS DU JOURNAL LUS : ' WS-NB-LUS
                  DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           IF WS-NB-ISOLEES > ZERO
             MOVE SPACES TO WS-LIGNE-TRAVAIL
             STRING 'IMAGES ISOLEES (JOURNAL INCOMPLET ?) : '
                    WS-NB-ISOLEES
                    DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           END-IF
           MOVE '*** FIN DU RAPPORT ***' TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           CLOSE PRINT-FILE
           DISPLAY 'Journal des joueurs ecrit dans MMJRNL.LST ('
                   WS-NB-ACTIONS ' action(s) editee(s)).'
           .
      *****************
       EDITION-FIN. EXIT.
      *****************

      *************
       LECTURE-DEB.
      *************
      * Apparie chaque image apres avec l'image avant qui la precede
      * (meme joueur, meme date/heure, meme action).
           READ PLAYER-JOURNAL-FILE
             AT END
               SET FIN-FICHIER-OUI TO TRUE
             NOT AT END
               ADD 1 TO WS-NB-LUS
               IF PJ-IMAGE = 'AV'
                 IF AVANT-EN-ATTENTE
                   PERFORM AVANT-ISOLE-DEB THRU AVANT-ISOLE-FIN
                 END-IF
                 MOVE PLAYER-JOURNAL-RECORD TO WS-AVANT
                 SET AVANT-EN-ATTENTE TO TRUE
               ELSE
                 IF AVANT-EN-ATTENTE
                    AND WS-AV-PLAYER-ID = PJ-PLAYER-ID
                    AND WS-AV-DATE = PJ-DATE
                    AND WS-AV-HEURE = PJ-HEURE
                    AND WS-AV-ACTION = PJ-ACTION
                   MOVE SPACES TO WS-ACT-ISOLEE
                 ELSE
                   IF AVANT-EN-ATTENTE
                     PERFORM AVANT-ISOLE-DEB THRU AVANT-ISOLE-FIN
                   END-IF
                   MOVE SPACES TO WS-AVANT
                   MOVE '(IMAGE AVANT PERDUE)' TO WS-ACT-ISOLEE
                 END-IF
                 MOVE PLAYER-JOURNAL-RECORD TO WS-APRES
                 SET PAS-D-AVANT TO TRUE
                 MOVE WS-AP-DATE TO WS-ACT-DATE
                 MOVE WS-AP-HEURE TO WS-ACT-HEURE
                 MOVE WS-AP-OPERATEUR TO WS-ACT-OPERATEUR
                 MOVE WS-AP-ACTION TO WS-ACT-ACTION
                 MOVE WS-AP-PLAYER-ID TO WS-ACT-PLAYER-ID
                 PERFORM ACTION-DEB THRU ACTION-FIN
               END-IF
           END-READ
           .
      *****************
       LECTURE-FIN. EXIT.
      *****************

      ****************
       AVANT-ISOLE-DEB.
      ****************
      * Image avant jamais suivie de son image apres : l'action a
      * peut-etre echoue apres coup, ou le journal est tronque. Editee
      * seule, image apres a blanc.
           MOVE SPACES TO WS-APRES
           MOVE '(IMAGE APRES PERDUE)' TO WS-ACT-ISOLEE
           MOVE WS-AV-DATE TO WS-ACT-DATE
           MOVE WS-AV-HEURE TO WS-ACT-HEURE
           MOVE WS-AV-OPERATEUR TO WS-ACT-OPERATEUR
           MOVE WS-AV-ACTION TO WS-ACT-ACTION
           MOVE WS-AV-PLAYER-ID TO WS-ACT-PLAYER-ID
           SET PAS-D-AVANT TO TRUE
           PERFORM ACTION-DEB THRU ACTION-FIN
           .
      ****************
       AVANT-ISOLE-FIN. EXIT.
      ****************

      ***********
       ACTION-DEB.
      ***********
      * Edite une action si elle entre dans la selection : ligne
      * d'entete, puis une ligne par champ modifie, avant et apres cote
      * a cote.
           IF WS-ACT-DATE < WS-DATE-DEBUT OR WS-ACT-DATE > WS-DATE-FIN
             GO TO ACTION-FIN
           END-IF
           IF WS-JOUEUR-DEMANDE NOT = SPACES
              AND WS-ACT-PLAYER-ID NOT = WS-JOUEUR-DEMANDE
             GO TO ACTION-FIN
           END-IF
           ADD 1 TO WS-NB-ACTIONS
           IF WS-ACT-ISOLEE NOT = SPACES
             ADD 1 TO WS-NB-ISOLEES
           END-IF
           MOVE SPACES TO LA-DATE
           STRING WS-ACT-DATE(7:2) '/' WS-ACT-DATE(5:2) '/'
                  WS-ACT-DATE(1:4) DELIMITED BY SIZE INTO LA-DATE
           MOVE SPACES TO LA-HEURE
           STRING WS-ACT-HEURE(1:2) ':' WS-ACT-HEURE(3:2) ':'
                  WS-ACT-HEURE(5:2) DELIMITED BY SIZE INTO LA-HEURE
           EVALUATE WS-ACT-ACTION
             WHEN 'A'
               MOVE 'AJOUT' TO LA-LIBELLE
               ADD 1 TO WS-NB-AJOUTS
             WHEN 'M'
               MOVE 'MODIFICATION' TO LA-LIBELLE
               ADD 1 TO WS-NB-MODIFS
             WHEN 'D'
               MOVE 'DESACTIVATION' TO LA-LIBELLE
               ADD 1 TO WS-NB-DESACTIV
             WHEN 'F'
               MOVE 'FUSION' TO LA-LIBELLE
               ADD 1 TO WS-NB-FUSIONS
             WHEN OTHER
               MOVE SPACES TO LA-LIBELLE
               STRING 'ACTION ' WS-ACT-ACTION DELIMITED BY SIZE
                      INTO LA-LIBELLE
           END-EVALUATE
           MOVE WS-ACT-PLAYER-ID TO LA-JOUEUR
           MOVE WS-ACT-OPERATEUR TO LA-OPERATEUR
           MOVE LIGNE-ACTION TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           IF WS-ACT-ISOLEE NOT = SPACES
             MOVE SPACES TO WS-LIGNE-TRAVAIL
             STRING '    ' WS-ACT-ISOLEE DELIMITED BY SIZE
                    INTO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           END-IF

           MOVE 0 TO WS-NB-CHAMPS
           IF WS-AV-NOM NOT = WS-AP-NOM
             MOVE 'NOM' TO LC-CHAMP
             MOVE WS-AV-NOM TO LC-AVANT
             MOVE WS-AP-NOM TO LC-APRES
             PERFORM ECRIRE-CHAMP-DEB THRU ECRIRE-CHAMP-FIN
           END-IF
           IF WS-AV-STATUT NOT = WS-AP-STATUT
             MOVE 'STATUT' TO LC-CHAMP
             MOVE WS-AV-STATUT TO LC-AVANT
             MOVE WS-AP-STATUT TO LC-APRES
             PERFORM ECRIRE-CHAMP-DEB THRU ECRIRE-CHAMP-FIN
           END-IF
           IF WS-AV-DATE-INSCR NOT = WS-AP-DATE-INSCR
             MOVE 'INSCRIT LE' TO LC-CHAMP
             MOVE WS-AV-DATE-INSCR TO LC-AVANT
             MOVE WS-AP-DATE-INSCR TO LC-APRES
             PERFORM ECRIRE-CHAMP-DEB THRU ECRIRE-CHAMP-FIN
           END-IF
           IF WS-AV-FUSION-ID NOT = WS-AP-FUSION-ID
             MOVE 'FUSIONNE SUR' TO LC-CHAMP
             MOVE WS-AV-FUSION-ID TO LC-AVANT
             MOVE WS-AP-FUSION-ID TO LC-APRES
             PERFORM ECRIRE-CHAMP-DEB THRU ECRIRE-CHAMP-FIN
           END-IF
           IF WS-NB-CHAMPS = ZERO
             MOVE '    (aucun champ modifie)' TO WS-LIGNE-TRAVAIL
             PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           END-IF
           .
      ***********
       ACTION-FIN. EXIT.
      ***********

      *****************
       ECRIRE-CHAMP-DEB.
      *****************
           ADD 1 TO WS-NB-CHAMPS
           MOVE LIGNE-CHAMP TO WS-LIGNE-TRAVAIL
           PERFORM ECRIRE-LIGNE-DEB THRU ECRIRE-LIGNE-FIN
           .
      *****************
       ECRIRE-CHAMP-FIN. EXIT.
      *****************

      ****************
       ECRIRE-PAGE-DEB.
      ****************
      * Nouvelle page : titre, date du passage, numero de page,
      * separation. Ecritures directes (pas par ECRIRE-LIGNE-DEB, qui
      * appelle ce paragraphe en bas de page : un PERFORM recursif est
      * interdit).
           ADD 1 TO WS-NO-PAGE
           MOVE SPACES TO LT-DATE
           STRING ' ' WS-DATE-EDITION(7:2) '/' WS-DATE-EDITION(5:2)
                  '/' WS-DATE-EDITION(1:4) DELIMITED BY SIZE
                  INTO LT-DATE
           MOVE WS-NO-PAGE TO LT-PAGE
           WRITE PRINT-RECORD FROM LIGNE-TITRE
           WRITE PRINT-RECORD FROM LIGNE-SEPARATION
           MOVE 2 TO WS-LIGNE-CPT
           .
      ********************
       ECRIRE-PAGE-FIN. EXIT.
      ********************

      *****************
       ECRIRE-LIGNE-DEB.
      *****************
      * Toute ligne de l'etat passe ici : saut de page automatique en
      * bas de page.
           IF WS-LIGNE-CPT > WS-MAX-LIGNES
             PERFORM ECRIRE-PAGE-DEB THRU ECRIRE-PAGE-FIN
           END-IF
           WRITE PRINT-RECORD FROM WS-LIGNE-TRAVAIL
           ADD 1 TO WS-LIGNE-CPT
           .
      *********************
       ECRIRE-LIGNE-FIN. EXIT.
      *********************

      ******
       FIN.
      ******
           IF WS-PJ-STATUS = '00' OR WS-PJ-STATUS = '10'
             CLOSE PLAYER-JOURNAL-FILE
           END-IF
           DISPLAY 'Fin de l''edition du journal des joueurs.'
           STOP RUN.
       END PROGRAM MasterMindJournal.
