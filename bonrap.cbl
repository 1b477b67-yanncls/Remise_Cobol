           05  BON-TAUX        PIC 9(2).
           05  BON-VAL-DEB     PIC 9(8).
           05  BON-VAL-FIN     PIC 9(8).
      *    'N' non utilise, 'O' utilise en caisse, 'A' annule ou
      *    remplace par un autre bon (maintenance BONMAJ)
           05  BON-UTILISE     PIC X.
           05  BON-DATE-UTIL   PIC 9(8).
           05  BON-ECO         PIC S9(7)V99.
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
       FD  FIC-OPTOUT   RECORDING F.
       01  ENRG-OPTOUT         PIC X(10).
       FD  FIC-LET      RECORDING F.
                                          VALUE ZERO.
       01  WS-CPT-NPAI         PIC 9(6)   COMP
                                          VALUE ZERO.
      *----------------------------------------------------------------*
      *          CODE RETOUR DE FIN DE TRAITEMENT (CHAINE DE NUIT)     *
      *----------------------------------------------------------------*
      *    00 traitement normal            04 avertissements
      *    08 rejets en anomalie           12 arret anormal
       01  WS-CODE-RETOUR      PIC 99     VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *
       TRT-BON-DEB.
      *SI
      *    BON NON UTILISE EXPIRANT DANS L'HORIZON DE RELANCE
      *    (un bon annule ou remplace n'est jamais relance)
      *        RELANCE DU CLIENT (SAUF OPPOSITION / CLIENT INCONNU)
      *FIN
           IF BON-UTILISE = 'N'
               END-READ
               IF OPT-LU > OPT-MAX
                   DISPLAY 'ERREUR LECTURE COMPTEUR TABLEAU OPT-OUT'
                   PERFORM ERREUR-PROG-DEB
                      THRU ERREUR-PROG-FIN
               END-IF
           END-PERFORM.
           IF FS-F-OPT = '00' OR FS-F-OPT = '10'
      *---------------------------------------------------------------*
      *
       FIN-PROG-DEB.
            EVALUATE TRUE
               WHEN WS-CPT-INCONNU > 0
                    MOVE 4             TO       WS-CODE-RETOUR
               WHEN OTHER
                    MOVE 0             TO       WS-CODE-RETOUR
            END-EVALUATE.
            MOVE WS-CODE-RETOUR        TO       RETURN-CODE.
            DISPLAY '*==============================================*'.
            DISPLAY '*     FIN NORMALE DU PROGRAMME BONRAP          *'.
            DISPLAY '*     CODE RETOUR = ' WS-CODE-RETOUR.
            DISPLAY '*==============================================*'.
       FIN-PROG-FIN.
            STOP RUN.
