      ******************************************************************
      * Author: YANN
      * Date: 15/10/2026
      * Purpose: CONVERSION UNIQUE DES FICHIERS INDEXES A LEUR NOUVEAU
      *          FORMAT AVANT LA PREMIERE CHAINE : CLIMAST 80 -> 141
      *          (COORDONNEES E-MAIL / MOBILE / CANAL A BLANC, CANAL
      *          BLANC = COURRIER) ET HISTREM 44 -> 45 (GROUPE 'E',
      *          REMISE ENVOYEE). LES FICHIERS EN SERVICE SONT
      *          PREALABLEMENT RENOMMES EN CLIMAST_ANC.dat ET
      *          HISTREM_ANC.dat ; UN FICHIER ANCIEN ABSENT N'EST PAS
      *          CONVERTI (CODE RETOUR 04)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVFIC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *--------------------
       FILE-CONTROL.
      *--------------------
       SELECT FIC-CLIM-ANC ASSIGN TO
                          'C:/Users/y_cle/ENTREE/CLIMAST_ANC.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CLIA-NUM-CLI
           FILE STATUS                 IS FS-F-CLIA.
       SELECT FIC-CLIMAST ASSIGN TO 'C:/Users/y_cle/ENTREE/CLIMAST.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CLIM-NUM-CLI
           FILE STATUS                 IS FS-F-CLIM.
       SELECT FIC-HIST-ANC ASSIGN TO
                          'C:/Users/y_cle/SORTIE/HISTREM_ANC.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS HISA-CLE
           FILE STATUS                 IS FS-F-HISA.
       SELECT FIC-HIST  ASSIGN TO 'C:/Users/y_cle/SORTIE/HISTREM.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS HIST-CLE
           FILE STATUS                 IS FS-F-HIST.
       SELECT FIC-CRV   ASSIGN TO
                          'C:/Users/y_cle/SORTIE/CONVFIC_CR.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-CRV.
      *
      *****************************************************************
      *                     DESCRIPTION DES FICHIERS                  *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    Maitre clients ancien format (80 caracteres)
       FD  FIC-CLIM-ANC.
       01  ENRG-CLIM-ANC.
           05  CLIA-NUM-CLI    PIC 9(10).
           05  CLIA-DONNEES    PIC X(70).
       FD  FIC-CLIMAST.
       01  ENRG-CLIMAST.
           05  CLIM-NUM-CLI    PIC 9(10).
           05  CLIM-NOM-CLI    PIC X(10).
           05  CLIM-PRE-CLI    PIC X(10).
           05  CLIM-CIV-CLI    PIC 9.
           05  CLIM-INS-CLI    PIC 9(8).
      *    Adresse postale structuree (rue, code postal, ville)
           05  CLIM-ADR-CLI.
               10  CLIM-RUE-CLI    PIC X(25).
               10  CLIM-CP-CLI     PIC X(5).
               10  CLIM-VIL-CLI    PIC X(10).
      *    Top de distribuabilite : 'O' = courrier revenu NPAI
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
      *    Historique des remises ancien format (44 caracteres)
       FD  FIC-HIST-ANC.
       01  ENRG-HIST-ANC.
           05  HISA-CLE            PIC X(20).
           05  HISA-DONNEES        PIC X(24).
       FD  FIC-HIST.
       01  ENRG-HIST.
           05  HIST-CLE.
               10  HIST-NUM-CLI    PIC 9(10).
               10  HIST-COD-REM    PIC 9(10).
           05  HIST-DATE-EMIS      PIC 9(8).
           05  HIST-TAB-DEB        PIC 9(8).
           05  HIST-TAB-FIN        PIC 9(8).
      *    Groupe du client pour la campagne : 'E' = remise envoyee
      *    (lettre et bon), 'T' = groupe temoin (ni lettre ni bon)
           05  HIST-GRP            PIC X.
               88  HIST-GRP-ENVOI           VALUE 'E' ' '.
               88  HIST-GRP-TEMOIN          VALUE 'T'.
       FD  FIC-CRV      RECORDING F.
       01  ENRG-CRV            PIC X(80).
      *
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                     WORKING STORAGE SECTION                    *
      ******************************************************************
      *----------------------------------------------------------------*
      *          CR - COMPTE RENDU DE CONVERSION                       *
      *----------------------------------------------------------------*
       01  WS-CRV-TITRE.
           05  FILLER          PIC X(80)   VALUE
           'CONVERSION DES FICHIERS CLIMAST ET HISTREM - CONVFIC'.
       01  WS-CRV-L1.
           05  FILLER          PIC X(33)   VALUE
           'CLIMAST - CLIENTS LUS .......... '.
           05  WS-CRV-CLIM-LU  PIC ZZZZZ9.
       01  WS-CRV-L2.
           05  FILLER          PIC X(33)   VALUE
           'CLIMAST - CLIENTS ECRITS ....... '.
           05  WS-CRV-CLIM-ECR PIC ZZZZZ9.
       01  WS-CRV-L3.
           05  FILLER          PIC X(33)   VALUE
           'HISTREM - REMISES LUES ......... '.
           05  WS-CRV-HIST-LU  PIC ZZZZZ9.
       01  WS-CRV-L4.
           05  FILLER          PIC X(33)   VALUE
           'HISTREM - REMISES ECRITES ...... '.
           05  WS-CRV-HIST-ECR PIC ZZZZZ9.
       01  WS-CRV-ABS.
           05  FILLER          PIC X(33)   VALUE
           'FICHIER ANCIEN ABSENT, IGNORE :  '.
           05  WS-CRV-ABS-NOM  PIC X(20).
       01  WS-STARS            PIC X(72)   VALUE ALL '*'.
      *----------------------------------------------------------------*
      *                        FILE STATUS                             *
      *----------------------------------------------------------------*
      *    CLIA - MAITRE CLIENTS ANCIEN    file status
       01  FS-F-CLIA           PIC X(2).
           88  FS-CLIA-00                  VALUE '00'.
           88  FS-CLIA-10                  VALUE '10'.
           88  FS-CLIA-35                  VALUE '35'.
      *    CLIMAST - FICHIER MAITRE CLIENTS  file status
       01  FS-F-CLIM           PIC X(2).
           88  FS-CLIM-00                  VALUE '00'.
      *    HISA - HISTORIQUE ANCIEN        file status
       01  FS-F-HISA           PIC X(2).
           88  FS-HISA-00                  VALUE '00'.
           88  FS-HISA-10                  VALUE '10'.
           88  FS-HISA-35                  VALUE '35'.
      *    HIST - HISTORIQUE DES REMISES   file status
       01  FS-F-HIST           PIC X(2).
           88  FS-HIST-00                  VALUE '00'.
      *    CRV - COMPTE RENDU              file status
       01  FS-F-CRV            PIC X(2).
           88  FS-CRV-00                   VALUE '00'.
      *    EOF status
       01  EOF-CLIA            PIC X(1)    VALUE 'N'.
       01  EOF-HISA            PIC X(1)    VALUE 'N'.
      *----------------------------------------------------------------*
      *                        COMPTEURS                               *
      *----------------------------------------------------------------*
       01  WS-CPT-CLIM-LU      PIC 9(6)   COMP
                                          VALUE ZERO.
       01  WS-CPT-CLIM-ECR     PIC 9(6)   COMP
                                          VALUE ZERO.
       01  WS-CPT-HIST-LU      PIC 9(6)   COMP
                                          VALUE ZERO.
       01  WS-CPT-HIST-ECR     PIC 9(6)   COMP
                                          VALUE ZERO.
      *    Fichiers anciens absents (non convertis)
       01  WS-CPT-ABS          PIC 9(6)   COMP
                                          VALUE ZERO.
      *----------------------------------------------------------------*
      *          CODE RETOUR DE FIN DE TRAITEMENT                      *
      *----------------------------------------------------------------*
      *    00 traitement normal            04 fichier ancien absent
      *    12 arret anormal
       01  WS-CODE-RETOUR      PIC 99     VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *
      ******************************0000*******************************
      *****************************************************************
      *---------------------------------------------------------------*
      *DEBUT DU TRAITEMENT PRINCIPAL                                  *
      *---------------------------------------------------------------*
      *
       TRT-PRINCIPAL-DEB.
      *
           PERFORM OV-CRV-DEB
              THRU OV-CRV-FIN.
           WRITE ENRG-CRV FROM WS-CRV-TITRE.
           PERFORM TEST-CRV-DEB
              THRU TEST-CRV-FIN.
           MOVE WS-STARS          TO       ENRG-CRV.
           WRITE ENRG-CRV.
           PERFORM TEST-CRV-DEB
              THRU TEST-CRV-FIN.
      *    1) Maitre clients
           PERFORM CONV-CLIM-DEB
              THRU CONV-CLIM-FIN.
      *    2) Historique des remises
           PERFORM CONV-HIST-DEB
              THRU CONV-HIST-FIN.
      *
      *---------------------------------------------------------------*
      *FIN DU TRAITEMENT (OREILLETTE DROITE)
      *---------------------------------------------------------------*
           PERFORM ETAT-CRV-DEB
              THRU ETAT-CRV-FIN.
           PERFORM FE-CRV-DEB
              THRU FE-CRV-FIN.
           PERFORM FIN-PROG-DEB
              THRU FIN-PROG-FIN.
      *
       TRT-PRINCIPAL-FIN.
           STOP RUN.
      ******************************1000*******************************
      **********************CONVERSION CLIMAST**************************
       CONV-CLIM-DEB.
      *    Ancien fichier absent : deja converti ou non renomme
           OPEN INPUT FIC-CLIM-ANC.
           IF FS-CLIA-35
               ADD 1              TO       WS-CPT-ABS
               MOVE 'CLIMAST_ANC.dat' TO   WS-CRV-ABS-NOM
               WRITE ENRG-CRV FROM WS-CRV-ABS
               PERFORM TEST-CRV-DEB
                  THRU TEST-CRV-FIN
               GO TO CONV-CLIM-FIN
           END-IF.
           IF NOT FS-F-CLIA = '00'
              DISPLAY 'PROBLEME D''OUVERTURE ANCIEN MAITRE CLIENTS'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CLIA
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
           OPEN OUTPUT FIC-CLIMAST.
           IF NOT FS-F-CLIM = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER MAITRE CLIENTS'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CLIM
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
           PERFORM READ-CLIA-DEB
              THRU READ-CLIA-FIN.
           PERFORM UNTIL EOF-CLIA = 'Y'
      *        Identite, adresse et NPAI reprises telles quelles,
      *        coordonnees electroniques a blanc (canal courrier)
               MOVE SPACES        TO       ENRG-CLIMAST
               MOVE ENRG-CLIM-ANC TO       ENRG-CLIMAST (1:80)
               WRITE ENRG-CLIMAST
               IF NOT FS-F-CLIM = '00'
                  DISPLAY 'PROBLEME D''ECRITURE FICHIER MAITRE CLIENTS'
                  DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CLIM
                  DISPLAY 'CLIENT : ' CLIA-NUM-CLI
                  PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
               END-IF
               ADD 1              TO       WS-CPT-CLIM-ECR
               PERFORM READ-CLIA-DEB
                  THRU READ-CLIA-FIN
           END-PERFORM.
           CLOSE FIC-CLIM-ANC.
           CLOSE FIC-CLIMAST.
           IF NOT FS-F-CLIM = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER MAITRE CLIENTS'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CLIM
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       CONV-CLIM-FIN.
           EXIT.
      ******************************2000*******************************
      **********************CONVERSION HISTREM**************************
       CONV-HIST-DEB.
           OPEN INPUT FIC-HIST-ANC.
           IF FS-HISA-35
               ADD 1              TO       WS-CPT-ABS
               MOVE 'HISTREM_ANC.dat' TO   WS-CRV-ABS-NOM
               WRITE ENRG-CRV FROM WS-CRV-ABS
               PERFORM TEST-CRV-DEB
                  THRU TEST-CRV-FIN
               GO TO CONV-HIST-FIN
           END-IF.
           IF NOT FS-F-HISA = '00'
              DISPLAY 'PROBLEME D''OUVERTURE ANCIEN HISTORIQUE REMISE'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-HISA
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
           OPEN OUTPUT FIC-HIST.
           IF NOT FS-F-HIST = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER HISTORIQUE REMISE'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-HIST
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
           PERFORM READ-HISA-DEB
              THRU READ-HISA-FIN.
           PERFORM UNTIL EOF-HISA = 'Y'
      *        Toutes les remises anterieures au groupe temoin ont
      *        ete envoyees (lettre et bon)
               MOVE ENRG-HIST-ANC TO       ENRG-HIST (1:44)
               SET HIST-GRP-ENVOI TO       TRUE
               WRITE ENRG-HIST
               IF NOT FS-F-HIST = '00'
                  DISPLAY 'PROBLEME D''ECRITURE HISTORIQUE REMISE'
                  DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-HIST
                  DISPLAY 'CLE : ' HISA-CLE
                  PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
               END-IF
               ADD 1              TO       WS-CPT-HIST-ECR
               PERFORM READ-HISA-DEB
                  THRU READ-HISA-FIN
           END-PERFORM.
           CLOSE FIC-HIST-ANC.
           CLOSE FIC-HIST.
           IF NOT FS-F-HIST = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER HISTORIQUE REMISE'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-HIST
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       CONV-HIST-FIN.
           EXIT.
      ******************************6000*******************************
      *****************************************************************
      *---------------------------------------------------------------*
      *            ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *****************************************************************
       OV-CRV-DEB.
           OPEN OUTPUT FIC-CRV.
           IF NOT FS-F-CRV = '00'
              DISPLAY 'PROBLEME D''OUVERTURE COMPTE RENDU CONVERSION'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CRV
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       OV-CRV-FIN.
           EXIT.
      *
       READ-CLIA-DEB.
           READ FIC-CLIM-ANC NEXT
           END-READ.
           EVALUATE TRUE
               WHEN FS-F-CLIA = '00'
                   ADD 1 TO WS-CPT-CLIM-LU
               WHEN FS-F-CLIA = '10'
                   MOVE 'Y' TO EOF-CLIA
               WHEN OTHER
                   DISPLAY 'PROBLEME DE LECTURE ANCIEN MAITRE CLIENTS'
                   DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CLIA
                   PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-EVALUATE.
       READ-CLIA-FIN.
           EXIT.
      *
       READ-HISA-DEB.
           READ FIC-HIST-ANC NEXT
           END-READ.
           EVALUATE TRUE
               WHEN FS-F-HISA = '00'
                   ADD 1 TO WS-CPT-HIST-LU
               WHEN FS-F-HISA = '10'
                   MOVE 'Y' TO EOF-HISA
               WHEN OTHER
                   DISPLAY 'PROBLEME DE LECTURE ANCIEN HISTORIQUE'
                   DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-HISA
                   PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-EVALUATE.
       READ-HISA-FIN.
           EXIT.
      *
       FE-CRV-DEB.
           CLOSE FIC-CRV.
           IF NOT FS-F-CRV = '00'
              DISPLAY 'PROBLEME DE FERMETURE COMPTE RENDU CONVERSION'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CRV
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       FE-CRV-FIN.
           EXIT.
      ****************************************************************
      *      ECRITURE COMPTE RENDU FIN DE JOB                        *
      ****************************************************************
       ETAT-CRV-DEB.
           MOVE WS-CPT-CLIM-LU    TO       WS-CRV-CLIM-LU.
           WRITE ENRG-CRV FROM WS-CRV-L1.
           PERFORM TEST-CRV-DEB
              THRU TEST-CRV-FIN.
           MOVE WS-CPT-CLIM-ECR   TO       WS-CRV-CLIM-ECR.
           WRITE ENRG-CRV FROM WS-CRV-L2.
           PERFORM TEST-CRV-DEB
              THRU TEST-CRV-FIN.
           MOVE WS-CPT-HIST-LU    TO       WS-CRV-HIST-LU.
           WRITE ENRG-CRV FROM WS-CRV-L3.
           PERFORM TEST-CRV-DEB
              THRU TEST-CRV-FIN.
           MOVE WS-CPT-HIST-ECR   TO       WS-CRV-HIST-ECR.
           WRITE ENRG-CRV FROM WS-CRV-L4.
           PERFORM TEST-CRV-DEB
              THRU TEST-CRV-FIN.
       ETAT-CRV-FIN.
           EXIT.
      *
       TEST-CRV-DEB.
           IF NOT FS-F-CRV = '00'
              DISPLAY 'PROBLEME D''ECRITURE COMPTE RENDU CONVERSION'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CRV
              PERFORM ERREUR-PROG-DEB
                 THRU ERREUR-PROG-FIN
           END-IF.
       TEST-CRV-FIN.
           EXIT.
      *****************************************************************
      *****************************************************************
      *---------------------------------------------------------------*
      *                  PROTECTION FIN DE PROGRAMME                  *
      *---------------------------------------------------------------*
      *
       FIN-PROG-DEB.
            EVALUATE TRUE
               WHEN WS-CPT-ABS > 0
                    MOVE 4             TO       WS-CODE-RETOUR
               WHEN OTHER
                    MOVE 0             TO       WS-CODE-RETOUR
            END-EVALUATE.
            MOVE WS-CODE-RETOUR        TO       RETURN-CODE.
            DISPLAY '*==============================================*'.
            DISPLAY '*     FIN NORMALE DU PROGRAMME CONVFIC         *'.
            DISPLAY '*     CODE RETOUR = ' WS-CODE-RETOUR.
            DISPLAY '*==============================================*'.
       FIN-PROG-FIN.
            STOP RUN.
            EXIT.
      *
       ERREUR-PROG-DEB.
      *
            DISPLAY '*==============================================*'.
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
            DISPLAY '*     FIN ANORMALE DU PROGRAMME CONVFIC        *'.
            DISPLAY '*==============================================*'.
            MOVE 12 TO RETURN-CODE.
      *
       ERREUR-PROG-FIN.
            STOP RUN.
       END PROGRAM CONVFIC.
