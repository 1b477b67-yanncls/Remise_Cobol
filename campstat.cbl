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
           05  BON-TAUX        PIC 9(2).
           05  BON-VAL-DEB     PIC 9(8).
           05  BON-VAL-FIN     PIC 9(8).
      *    'N' non utilise, 'O' utilise en caisse, 'A' annule ou
      *    remplace par un autre bon (maintenance BONMAJ)
           05  BON-UTILISE     PIC X.
           05  BON-DATE-UTIL   PIC 9(8).
           05  BON-ECO         PIC S9(7)V99.
       01  TABCMP OCCURS 50 TIMES.
           05  CMP-COD         PIC 9(10).
           05  CMP-NB-EMIS     PIC 9(6)   COMP.
           05  CMP-NB-TEMOIN   PIC 9(6)   COMP.
           05  CMP-NB-UTIL     PIC 9(6)   COMP.
           05  CMP-COUT-PREV   PIC S9(11)V99 COMP-3.
           05  CMP-COUT-REEL   PIC S9(11)V99 COMP-3.
           05  FILLER          PIC X(33)   VALUE
           'LETTRES EMISES (HISTREM) ....... '.
           05  WS-CRC-EMIS     PIC ZZZZZ9.
       01  WS-CRC-L1B.
           05  FILLER          PIC X(33)   VALUE
           'GROUPE TEMOIN (SANS LETTRE) .... '.
           05  WS-CRC-TEMOIN   PIC ZZZZZ9.
       01  WS-CRC-L2.
           05  FILLER          PIC X(33)   VALUE
           'BONS UTILISES (BONREM) ......... '.
                                          VALUE ZERO.
       01  WS-CPT-BON-LU       PIC 9(6)   COMP
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
           MOVE HIST-COD-REM      TO       WS-CMP-COD.
           PERFORM CHERCHE-CMP-DEB
              THRU CHERCHE-CMP-FIN.
      *    Client du groupe temoin : inscrit sans lettre ni bon,
      *    compte a part pour ne pas fausser le taux d'utilisation
           IF HIST-GRP-TEMOIN
               ADD 1              TO       CMP-NB-TEMOIN (CMP-TROUVE)
           ELSE
               ADD 1              TO       CMP-NB-EMIS (CMP-TROUVE)
           END-IF.
      *    lecture de l'emission suivante
           PERFORM READ-HIST-DEB
              THRU READ-HIST-FIN.
      *DEBUT DU TRAITEMENT BON                                        *
      *---------------------------------------------------------------*
       TRT-BON-DEB.
      *    Bon annule ou remplace : hors bilan (le bon de remplacement
      *    porte la meme economie et est compte a sa place)
           IF BON-UTILISE = 'A'
               GO TO TRT-BON-SUITE
           END-IF.
           MOVE BON-COD-REM       TO       WS-CMP-COD.
           PERFORM CHERCHE-CMP-DEB
              THRU CHERCHE-CMP-FIN.
               PERFORM CALCUL-DELAI-DEB
                  THRU CALCUL-DELAI-FIN
           END-IF.
       TRT-BON-SUITE.
      *    lecture du bon suivant
           PERFORM READ-BON-DEB
              THRU READ-BON-FIN.
                   ADD 1              TO CMP-NB
                   MOVE WS-CMP-COD    TO CMP-COD       (CMP-NB)
                   MOVE ZERO          TO CMP-NB-EMIS   (CMP-NB)
                                         CMP-NB-TEMOIN (CMP-NB)
                                         CMP-NB-UTIL   (CMP-NB)
                                         CMP-COUT-PREV (CMP-NB)
                                         CMP-COUT-REEL (CMP-NB)
           WRITE ENRG-CRC FROM WS-CRC-L1.
           PERFORM TEST-CRC-DEB
              THRU TEST-CRC-FIN.
           IF CMP-NB-TEMOIN (CMP-PAR) > ZERO
               MOVE CMP-NB-TEMOIN (CMP-PAR) TO WS-CRC-TEMOIN
               WRITE ENRG-CRC FROM WS-CRC-L1B
               PERFORM TEST-CRC-DEB
                  THRU TEST-CRC-FIN
           END-IF.
           MOVE CMP-NB-UTIL (CMP-PAR) TO   WS-CRC-UTIL.
           WRITE ENRG-CRC FROM WS-CRC-L2.
           PERFORM TEST-CRC-DEB
      *---------------------------------------------------------------*
      *
       FIN-PROG-DEB.
            MOVE 0                     TO       WS-CODE-RETOUR.
            MOVE WS-CODE-RETOUR        TO       RETURN-CODE.
            DISPLAY '*==============================================*'.
            DISPLAY '*     FIN NORMALE DU PROGRAMME CAMPSTAT        *'.
            DISPLAY '*     CODE RETOUR = ' WS-CODE-RETOUR.
            DISPLAY '*==============================================*'.
       FIN-PROG-FIN.
            STOP RUN.
