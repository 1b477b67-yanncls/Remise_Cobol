       DATA DIVISION.
       FILE SECTION.
       FD  FIC-MVT      RECORDING F.
       01  ENRG-MVT            PIC X(141).
       FD  FIC-CLIMAST.
       01  ENRG-CLIMAST.
           05  CLIM-NUM-CLI    PIC 9(10).
           05  CLIM-NPAI-CLI   PIC X.
               88  CLIM-NPAI-OUI            VALUE 'O'.
               88  CLIM-NPAI-NON            VALUE 'N' ' '.
      *    Coordonnees electroniques et canal de contact prefere
      *    ('C' ou blanc = courrier, 'E' = e-mail, 'S' = SMS)
           05  CLIM-CONTACT-CLI.
               10  CLIM-MEL-CLI    PIC X(50).
               10  CLIM-MOB-CLI    PIC X(10).
               10  CLIM-CAN-CLI    PIC X.
                   88  CLIM-CAN-COURRIER        VALUE 'C' ' '.
                   88  CLIM-CAN-EMAIL           VALUE 'E'.
                   88  CLIM-CAN-SMS             VALUE 'S'.
       FD  FIC-HIST.
       01  ENRG-HIST.
           05  HIST-CLE.
           05  HIST-DATE-EMIS      PIC 9(8).
           05  HIST-TAB-DEB        PIC 9(8).
           05  HIST-TAB-FIN        PIC 9(8).
      *    Groupe du client pour la campagne : 'E' = remise envoyee
      *    (lettre et bon), 'T' = groupe temoin (ni lettre ni bon)
           05  HIST-GRP            PIC X.
               88  HIST-GRP-ENVOI           VALUE 'E' ' '.
               88  HIST-GRP-TEMOIN          VALUE 'T'.
       FD  FIC-BON.
       01  ENRG-BON.
           05  BON-NUM         PIC 9(14).
       FD  FIC-FUS      RECORDING F.
       01  ENRG-FUS            PIC X(81).
       FD  FIC-ANOM     RECORDING F.
       01  ENRG-ANOM           PIC X(142).
       FD  FIC-CRM      RECORDING F.
       01  ENRG-CRM            PIC X(80).
      *
      *              MVT - MOUVEMENTS CLIENTS DU JOUR                  *
      *----------------------------------------------------------------*
      *    Un mouvement par ligne : code mouvement puis l'enregistre-
      *    ment client complet au format R1 (79 caracteres), suivi des
      *    coordonnees electroniques (a blanc sur les mouvements au
      *    format court : une modification conserve alors celles du
      *    fichier maitre)
       01  WS-ENRG-MVT.
           05  WS-MVT-TYPE     PIC X.
               88  WS-MVT-CREATION          VALUE 'C'.
               10  WS-MVT-FUS-SURV PIC 9(10).
               10  WS-MVT-FUS-ABSB PIC 9(10).
               10  FILLER          PIC X(59).
      *    E-mail, mobile et canal prefere ('C' ou blanc = courrier,
      *    'E' = e-mail, 'S' = SMS), controles par VALID-CONTACT-DEB
           05  WS-MVT-CONTACT.
               10  WS-MVT-MEL-CLI  PIC X(50).
               10  WS-MVT-MOB-CLI.
                   15  WS-MVT-MOB-PFX  PIC X(2).
                   15  FILLER          PIC X(8).
               10  WS-MVT-CAN-CLI  PIC X.
                   88  WS-MVT-CAN-OK            VALUE 'C' ' ' 'E' 'S'.
                   88  WS-MVT-CAN-EMAIL         VALUE 'E'.
                   88  WS-MVT-CAN-SMS           VALUE 'S'.
      *----------------------------------------------------------------*
      *          ANOM - JOURNAL DES ANOMALIES (STYLE W2)               *
      *----------------------------------------------------------------*
      *                bornes 01000-98999)
      *            '6' fusion invalide (client inconnu ou survivant
      *                egal a l'absorbe)
      *            '7' coordonnees electroniques invalides (e-mail,
      *                mobile, canal inconnu ou sans coordonnee)
       01  WS-FICANOM.
           05  WS-FICANOM-TYPE PIC X.
           05  WS-FICANOM-DATA PIC X(141).
      *    Resultat du controle du code postal (VALID-CP-DEB)
       01  WS-CP-OK            PIC X      VALUE 'Y'.
           88  WS-CP-OK-OUI                VALUE 'Y'.
      *    une adresse inchangee le conserve
       01  WS-SAV-NPAI         PIC X.
       01  WS-SAV-ADR          PIC X(40).
      *    Coordonnees electroniques en place, conservees quand le
      *    mouvement de modification n'en porte pas
       01  WS-SAV-CONTACT      PIC X(61).
      *    Resultat du controle des coordonnees (VALID-CONTACT-DEB)
       01  WS-CON-OK           PIC X      VALUE 'Y'.
           88  WS-CON-OK-OUI               VALUE 'Y'.
           88  WS-CON-OK-NON               VALUE 'N'.
       01  WS-CON-MOTIF        PIC X(30)  VALUE SPACES.
      *    Parcours de l'adresse e-mail caractere par caractere :
      *    nombre et position des '@', dernier '.' apres l'arobase,
      *    longueur utile et blancs de la zone
       77  MEL-PAR             PIC 99     VALUE ZERO.
       77  MEL-LG              PIC 99     VALUE ZERO.
       77  MEL-NB-AT           PIC 99     VALUE ZERO.
       77  MEL-POS-AT          PIC 99     VALUE ZERO.
       77  MEL-POS-PT          PIC 99     VALUE ZERO.
       77  MEL-NB-BLANC        PIC 99     VALUE ZERO.
      *----------------------------------------------------------------*
      *          FUSION - REPRISE DE L'HISTORIQUE ET DES BONS          *
      *----------------------------------------------------------------*
      *    le survivant (relevees d'abord, reecrites ensuite, pour ne
      *    pas perturber la lecture sequentielle pendant les ecritures)
       01  TABFH OCCURS 50 TIMES.
           05  FH-ENRG         PIC X(45).
       77  FH-MAX              PIC 9(2)   VALUE 50.
       77  FH-LU               PIC 9(2)   VALUE ZERO.
       77  FH-PAR              PIC 9(2)   VALUE ZERO.
                                          VALUE ZERO.
       01  WS-CPT-POS-RKY      PIC 9(6)   COMP
                                          VALUE ZERO.
      *----------------------------------------------------------------*
      *          CODE RETOUR DE FIN DE TRAITEMENT (CHAINE DE NUIT)     *
      *----------------------------------------------------------------*
      *    00 traitement normal            04 avertissements
      *    08 mouvements rejetes           12 arret anormal
       01  WS-CODE-RETOUR      PIC 99     VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *
           IF WS-CP-OK-NON
               GO TO TRT-CREATION-FIN
           END-IF.
           PERFORM VALID-CONTACT-DEB
              THRU VALID-CONTACT-FIN.
           IF WS-CON-OK-NON
               GO TO TRT-CREATION-FIN
           END-IF.
           MOVE WS-MVT-CLI        TO       ENRG-CLIMAST.
      *    Un nouveau client est distribuable par construction
           MOVE 'N'               TO       CLIM-NPAI-CLI.
           MOVE WS-MVT-CONTACT    TO       CLIM-CONTACT-CLI.
           WRITE ENRG-CLIMAST
               INVALID KEY
                   MOVE '1'            TO WS-FICANOM-TYPE
           IF WS-CP-OK-NON
               GO TO TRT-MODIF-FIN
           END-IF.
           PERFORM VALID-CONTACT-DEB
              THRU VALID-CONTACT-FIN.
           IF WS-CON-OK-NON
               GO TO TRT-MODIF-FIN
           END-IF.
      *    Releve de l'enregistrement en place : le top NPAI se
      *    conserve a adresse inchangee et se leve sur changement
      *    d'adresse (le client redevient distribuable)
           END-READ.
           MOVE CLIM-NPAI-CLI     TO       WS-SAV-NPAI.
           MOVE CLIM-ADR-CLI      TO       WS-SAV-ADR.
           MOVE CLIM-CONTACT-CLI  TO       WS-SAV-CONTACT.
           MOVE WS-MVT-CLI        TO       ENRG-CLIMAST.
           IF WS-MVT-ADR-CLI = WS-SAV-ADR
               MOVE WS-SAV-NPAI   TO       CLIM-NPAI-CLI
           ELSE
               MOVE 'N'           TO       CLIM-NPAI-CLI
           END-IF.
      *    Mouvement au format court : coordonnees en place conservees
           IF WS-MVT-CONTACT = SPACES
               MOVE WS-SAV-CONTACT TO      CLIM-CONTACT-CLI
           ELSE
               MOVE WS-MVT-CONTACT TO      CLIM-CONTACT-CLI
           END-IF.
           REWRITE ENRG-CLIMAST
               INVALID KEY
                   MOVE '2'            TO WS-FICANOM-TYPE
           END-IF.
       VALID-CP-FIN.
           EXIT.
      *
       VALID-CONTACT-DEB.
      *    Coordonnees electroniques d'une creation ou d'une
      *    modification : e-mail de forme nom@domaine.ext sans blanc,
      *    mobile francais a 10 chiffres (06 ou 07), canal connu et
      *    appuye sur la coordonnee correspondante ; a defaut le
      *    mouvement est rejete en anomalie, comme pour le code postal
           SET WS-CON-OK-OUI      TO       TRUE.
           MOVE SPACES            TO       WS-CON-MOTIF.
           IF WS-MVT-MEL-CLI NOT = SPACES
               MOVE ZERO          TO       MEL-LG
                                           MEL-NB-AT
                                           MEL-POS-AT
                                           MEL-POS-PT
                                           MEL-NB-BLANC
               PERFORM VARYING MEL-PAR FROM 1 BY 1
                  UNTIL MEL-PAR > 50
                   IF WS-MVT-MEL-CLI (MEL-PAR:1) = SPACE
                       ADD 1          TO   MEL-NB-BLANC
                   ELSE
                       MOVE MEL-PAR   TO   MEL-LG
                   END-IF
                   IF WS-MVT-MEL-CLI (MEL-PAR:1) = '@'
                       ADD 1          TO   MEL-NB-AT
                       MOVE MEL-PAR   TO   MEL-POS-AT
                   END-IF
                   IF WS-MVT-MEL-CLI (MEL-PAR:1) = '.'
                      AND MEL-POS-AT > 0
                       MOVE MEL-PAR   TO   MEL-POS-PT
                   END-IF
               END-PERFORM
      *        Les blancs de fin de zone ne comptent pas
               SUBTRACT MEL-LG FROM 50 GIVING MEL-PAR
               SUBTRACT MEL-PAR FROM MEL-NB-BLANC
               IF MEL-NB-AT NOT = 1
                  OR MEL-POS-AT < 2
                  OR MEL-POS-PT < MEL-POS-AT + 2
                  OR MEL-POS-PT NOT < MEL-LG
                  OR MEL-NB-BLANC > 0
                   SET WS-CON-OK-NON  TO   TRUE
                   MOVE 'ADRESSE E-MAIL INVALIDE'
                                      TO   WS-CON-MOTIF
               END-IF
           END-IF.
           IF WS-CON-OK-OUI AND WS-MVT-MOB-CLI NOT = SPACES
               IF WS-MVT-MOB-CLI NOT NUMERIC
                  OR (WS-MVT-MOB-PFX NOT = '06'
                      AND WS-MVT-MOB-PFX NOT = '07')
                   SET WS-CON-OK-NON  TO   TRUE
                   MOVE 'NUMERO DE MOBILE INVALIDE'
                                      TO   WS-CON-MOTIF
               END-IF
           END-IF.
           IF WS-CON-OK-OUI
               EVALUATE TRUE
                   WHEN NOT WS-MVT-CAN-OK
                       SET WS-CON-OK-NON  TO TRUE
                       MOVE 'CANAL DE CONTACT INCONNU'
                                      TO   WS-CON-MOTIF
                   WHEN WS-MVT-CAN-EMAIL AND WS-MVT-MEL-CLI = SPACES
                       SET WS-CON-OK-NON  TO TRUE
                       MOVE 'CANAL E-MAIL SANS ADRESSE'
                                      TO   WS-CON-MOTIF
                   WHEN WS-MVT-CAN-SMS AND WS-MVT-MOB-CLI = SPACES
                       SET WS-CON-OK-NON  TO TRUE
                       MOVE 'CANAL SMS SANS MOBILE'
                                      TO   WS-CON-MOTIF
               END-EVALUATE
           END-IF.
           IF WS-CON-OK-NON
               MOVE '7'            TO WS-FICANOM-TYPE
               MOVE WS-ENRG-MVT    TO WS-FICANOM-DATA
               DISPLAY WS-CON-MOTIF ' CLIENT : ' WS-MVT-NUM-CLI
               PERFORM WRITE-ANOM-DEB
                  THRU WRITE-ANOM-FIN
           END-IF.
       VALID-CONTACT-FIN.
           EXIT.
      ******************************6000*******************************
      *****************************************************************
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      *
       FIN-PROG-DEB.
            EVALUATE TRUE
               WHEN WS-CPT-MVT-REJ > 0
                    MOVE 8             TO       WS-CODE-RETOUR
               WHEN WS-CPT-DBL > 0
                    MOVE 4             TO       WS-CODE-RETOUR
               WHEN OTHER
                    MOVE 0             TO       WS-CODE-RETOUR
            END-EVALUATE.
            MOVE WS-CODE-RETOUR        TO       RETURN-CODE.
            DISPLAY '*==============================================*'.
            DISPLAY '*     FIN NORMALE DU PROGRAMME CLIMAJ          *'.
            DISPLAY '*     CODE RETOUR = ' WS-CODE-RETOUR.
            DISPLAY '*==============================================*'.
       FIN-PROG-FIN.
            STOP RUN.
