      ******************************************************************
      * Author: YANN
      * Date: 15/10/2026
      * Purpose: PRISE EN COMPTE DES RETOURS E-MAIL EN ERREUR DU
      *          PRESTATAIRE D'ENVOI : ADRESSE EFFACEE ET CLIENT
      *          REMIS AU COURRIER SUR CLIMAST
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MELRET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *--------------------
       FILE-CONTROL.
      *--------------------
       SELECT FIC-MELR  ASSIGN TO 'C:/Users/y_cle/ENTREE/MELRET.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-MELR.
       SELECT FIC-CLIMAST ASSIGN TO 'C:/Users/y_cle/ENTREE/CLIMAST.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CLIM-NUM-CLI
           FILE STATUS                 IS FS-F-CLIM.
       SELECT FIC-ANOR  ASSIGN TO 'C:/Users/y_cle/SORTIE/MELRET_ANO.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-ANOR.
       SELECT FIC-CRR   ASSIGN TO 'C:/Users/y_cle/SORTIE/MELRET_CR.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-CRR.
      *
      *****************************************************************
      *                     DESCRIPTION DES FICHIERS                  *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FIC-MELR     RECORDING F.
       01  ENRG-MELR           PIC X(69).
       FD  FIC-CLIMAST.
       01  ENRG-CLIMAST.
           05  CLIM-NUM-CLI    PIC 9(10).
           05  CLIM-NOM-CLI    PIC X(10).
           05  CLIM-PRE-CLI    PIC X(10).
           05  CLIM-CIV-CLI    PIC 9.
           05  CLIM-INS-CLI    PIC 9(8).
           05  CLIM-ADR-CLI.
               10  CLIM-RUE-CLI    PIC X(25).
               10  CLIM-CP-CLI     PIC X(5).
               10  CLIM-VIL-CLI    PIC X(10).
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
       FD  FIC-ANOR     RECORDING F.
       01  ENRG-ANOR           PIC X(70).
       FD  FIC-CRR      RECORDING F.
       01  ENRG-CRR            PIC X(80).
      *
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                     WORKING STORAGE SECTION                    *
      ******************************************************************
      *----------------------------------------------------------------*
      *          MELR - RETOURS E-MAIL DU PRESTATAIRE D'ENVOI          *
      *----------------------------------------------------------------*
      *    Un retour par ligne : numero client (repris du fichier de
      *    routage e-mail), date du retour, nature de l'erreur et
      *    adresse en erreur. Nature 'H' (ou blanc) = erreur
      *    definitive (adresse inexistante, domaine inconnu), 'S' =
      *    erreur temporaire (boite pleine, serveur indisponible),
      *    comptee sans effet sur le fichier maitre
       01  WS-ENRG-MELR.
           05  WS-MELR-NUM     PIC 9(10).
           05  WS-MELR-DATE    PIC 9(8).
           05  WS-MELR-NATURE  PIC X.
               88  WS-MELR-DEFINITIF        VALUE 'H' ' '.
               88  WS-MELR-TEMPORAIRE       VALUE 'S'.
           05  WS-MELR-ADR     PIC X(50).
      *----------------------------------------------------------------*
      *          ANO - JOURNAL DES ANOMALIES (STYLE W2)                *
      *----------------------------------------------------------------*
      *    Types : '1' client inconnu au fichier maitre
      *            '2' retour invalide (numero non numerique ou
      *                nature inconnue)
       01  WS-FICANOR.
           05  WS-FICANOR-TYPE PIC X.
           05  WS-FICANOR-DATA PIC X(69).
      *----------------------------------------------------------------*
      *          CR - COMPTE RENDU DES RETOURS TRAITES                 *
      *----------------------------------------------------------------*
       01  WS-CRR-TITRE.
           05  FILLER          PIC X(80)   VALUE
           'COMPTE RENDU DES RETOURS E-MAIL EN ERREUR - MELRET'.
       01  WS-CRR-L1.
           05  FILLER          PIC X(33)   VALUE
           'RETOURS LUS .................... '.
           05  WS-CRR-LU       PIC ZZZZZ9.
       01  WS-CRR-L2.
           05  FILLER          PIC X(33)   VALUE
           'CLIENTS REMIS AU COURRIER ...... '.
           05  WS-CRR-COUR     PIC ZZZZZ9.
       01  WS-CRR-L3.
           05  FILLER          PIC X(33)   VALUE
           'ADRESSES EFFACEES (AUTRE CANAL)  '.
           05  WS-CRR-EFF      PIC ZZZZZ9.
       01  WS-CRR-L4.
           05  FILLER          PIC X(33)   VALUE
           'ADRESSES DEJA CHANGEES ......... '.
           05  WS-CRR-DEJ      PIC ZZZZZ9.
       01  WS-CRR-L5.
           05  FILLER          PIC X(33)   VALUE
           'ERREURS TEMPORAIRES IGNOREES ... '.
           05  WS-CRR-TMP      PIC ZZZZZ9.
       01  WS-CRR-L6.
           05  FILLER          PIC X(33)   VALUE
           'RETOURS REJETES (ANOMALIES) .... '.
           05  WS-CRR-REJ      PIC ZZZZZ9.
       01  WS-STARS            PIC X(72)   VALUE ALL '*'.
      *----------------------------------------------------------------*
      *                        FILE STATUS                             *
      *----------------------------------------------------------------*
      *    MELR - RETOURS E-MAIL           file status
       01  FS-F-MELR           PIC X(2).
           88  FS-MELR-00                  VALUE '00'.
           88  FS-MELR-10                  VALUE '10'.
      *    CLIMAST - FICHIER MAITRE CLIENTS  file status
       01  FS-F-CLIM           PIC X(2).
           88  FS-CLIM-00                  VALUE '00'.
           88  FS-CLIM-23                  VALUE '23'.
      *    ANOR - JOURNAL DES ANOMALIES    file status
       01  FS-F-ANOR           PIC X(2).
           88  FS-ANOR-00                  VALUE '00'.
      *    CRR - COMPTE RENDU              file status
       01  FS-F-CRR            PIC X(2).
           88  FS-CRR-00                   VALUE '00'.
      *    EOF status
       01  EOF-MELR            PIC X(1)    VALUE 'N'.
      *----------------------------------------------------------------*
      *                        COMPTEURS                               *
      *----------------------------------------------------------------*
       01  WS-CPT-MELR-LU      PIC 9(6)   COMP
                                          VALUE ZERO.
       01  WS-CPT-MELR-COUR    PIC 9(6)   COMP
                                          VALUE ZERO.
       01  WS-CPT-MELR-EFF     PIC 9(6)   COMP
                                          VALUE ZERO.
       01  WS-CPT-MELR-DEJ     PIC 9(6)   COMP
                                          VALUE ZERO.
       01  WS-CPT-MELR-TMP     PIC 9(6)   COMP
                                          VALUE ZERO.
       01  WS-CPT-MELR-REJ     PIC 9(6)   COMP
                                          VALUE ZERO.
      *----------------------------------------------------------------*
      *          CODE RETOUR DE FIN DE TRAITEMENT (CHAINE DE NUIT)     *
      *----------------------------------------------------------------*
      *    00 traitement normal            04 avertissements
      *    08 retours rejetes              12 arret anormal
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
      *---------------------------------------------------------------*
      *PREPARATION DU TRAITEMENT (OREILLETTE GAUCHE)
      *---------------------------------------------------------------*
      *
           PERFORM OV-MELR-DEB
              THRU OV-MELR-FIN.
           PERFORM OV-CLIM-DEB
              THRU OV-CLIM-FIN.
           PERFORM OV-ANOR-DEB
              THRU OV-ANOR-FIN.
           PERFORM READ-MELR-DEB
              THRU READ-MELR-FIN.
      *    Test si fichier des retours vide
           IF FS-F-MELR = '10'
              DISPLAY 'Fichier des retours e-mail vide (' FS-F-MELR ')'
           END-IF.
      *
      *---------------------------------------------------------------*
      *APPEL DU COMPOSANT TRAITEMENT RETOUR (ITERATIVE)
      *---------------------------------------------------------------*
      *
           PERFORM TRT-MELR-DEB
              THRU TRT-MELR-FIN
             UNTIL EOF-MELR = 'Y'.
      *
      *---------------------------------------------------------------*
      *FIN DU TRAITEMENT (OREILLETTE DROITE)
      *---------------------------------------------------------------*
           PERFORM FE-MELR-DEB
              THRU FE-MELR-FIN.
           PERFORM FE-CLIM-DEB
              THRU FE-CLIM-FIN.
           PERFORM FE-ANOR-DEB
              THRU FE-ANOR-FIN.
      *    Edition du compte rendu des retours traites
           PERFORM OV-CRR-DEB
              THRU OV-CRR-FIN.
           PERFORM ETAT-CRR-DEB
              THRU ETAT-CRR-FIN.
           PERFORM FE-CRR-DEB
              THRU FE-CRR-FIN.
           PERFORM FIN-PROG-DEB
              THRU FIN-PROG-FIN.
      *
      *---------------------------------------------------------------*
      *FIN DU PROGRAMME
      *---------------------------------------------------------------*
      *
       TRT-PRINCIPAL-FIN.
           STOP RUN.
      ******************************1000*******************************
      **********************TRAITEMENT RETOUR**************************
      *---------------------------------------------------------------*
      *DEBUT DU TRAITEMENT RETOUR                                     *
      *---------------------------------------------------------------*
       TRT-MELR-DEB.
      *SI
      *    NUMERO CLIENT OU NATURE INVALIDE
      *        JOURNALISATION DE L'ANOMALIE
      *    SINON SI ERREUR TEMPORAIRE
      *        COMPTAGE SEUL
      *    SINON
      *        EFFACEMENT DE L'ADRESSE ET RETOUR AU COURRIER
      *FIN
           EVALUATE TRUE
               WHEN WS-MELR-NUM NOT NUMERIC
               WHEN NOT WS-MELR-DEFINITIF AND NOT WS-MELR-TEMPORAIRE
                   MOVE '2'            TO WS-FICANOR-TYPE
                   MOVE WS-ENRG-MELR   TO WS-FICANOR-DATA
                   DISPLAY 'RETOUR E-MAIL INVALIDE : ' WS-ENRG-MELR
                   PERFORM WRITE-ANOR-DEB
                      THRU WRITE-ANOR-FIN
               WHEN WS-MELR-TEMPORAIRE
                   ADD 1               TO WS-CPT-MELR-TMP
               WHEN OTHER
                   PERFORM RAZ-MEL-DEB
                      THRU RAZ-MEL-FIN
           END-EVALUATE.
      *    lecture du retour suivant
           PERFORM READ-MELR-DEB
              THRU READ-MELR-FIN.
      *---------------------------------------------------------------*
      *FIN DU TRAITEMENT RETOUR
      *---------------------------------------------------------------*
       TRT-MELR-FIN.
           EXIT.
      ******************************2000*******************************
      ******************REMISE DU CLIENT AU COURRIER*******************
       RAZ-MEL-DEB.
      *    L'adresse n'est effacee que si c'est encore celle du
      *    fichier maitre : une adresse corrigee depuis l'envoi (par
      *    CLIMAJ) est conservee. Un client au canal e-mail repasse au
      *    courrier ; un client a un autre canal garde le sien
           MOVE WS-MELR-NUM       TO       CLIM-NUM-CLI.
           READ FIC-CLIMAST
               INVALID KEY
                   MOVE '1'            TO WS-FICANOR-TYPE
                   MOVE WS-ENRG-MELR   TO WS-FICANOR-DATA
                   DISPLAY 'RETOUR E-MAIL CLIENT INCONNU : '
                           WS-MELR-NUM
                   PERFORM WRITE-ANOR-DEB
                      THRU WRITE-ANOR-FIN
                   GO TO RAZ-MEL-FIN
           END-READ.
           IF CLIM-MEL-CLI NOT = WS-MELR-ADR
               ADD 1               TO WS-CPT-MELR-DEJ
               GO TO RAZ-MEL-FIN
           END-IF.
           IF CLIM-CAN-EMAIL
               MOVE 'C'            TO CLIM-CAN-CLI
               ADD 1               TO WS-CPT-MELR-COUR
           ELSE
               ADD 1               TO WS-CPT-MELR-EFF
           END-IF.
           MOVE SPACES            TO       CLIM-MEL-CLI.
           REWRITE ENRG-CLIMAST
               INVALID KEY
                   DISPLAY 'PROBLEME D''ECRITURE FICHIER '
                           'MAITRE CLIENTS'
                   PERFORM ERREUR-PROG-DEB
                      THRU ERREUR-PROG-FIN
           END-REWRITE.
       RAZ-MEL-FIN.
           EXIT.
      ******************************6000*******************************
      *****************************************************************
      *---------------------------------------------------------------*
      *            ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *****************************************************************
      *    OUVERTURE DES FICHIERS
      *****************************************************************
       OV-MELR-DEB.
           OPEN INPUT FIC-MELR.
           IF NOT FS-F-MELR = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER RETOURS E-MAIL'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-MELR
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       OV-MELR-FIN.
           EXIT.
      *
       OV-CLIM-DEB.
           OPEN I-O FIC-CLIMAST.
           IF NOT FS-F-CLIM = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER MAITRE CLIENTS'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CLIM
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       OV-CLIM-FIN.
           EXIT.
      *
       OV-ANOR-DEB.
           OPEN OUTPUT FIC-ANOR.
           IF NOT FS-F-ANOR = '00'
              DISPLAY 'PROBLEME D''OUVERTURE JOURNAL DES ANOMALIES'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-ANOR
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       OV-ANOR-FIN.
           EXIT.
      *
       OV-CRR-DEB.
           OPEN OUTPUT FIC-CRR.
           IF NOT FS-F-CRR = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER COMPTE RENDU'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CRR
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       OV-CRR-FIN.
           EXIT.
      *****************************************************************
      *    LECTURE DES FICHIERS
      *****************************************************************
       READ-MELR-DEB.
           READ FIC-MELR INTO WS-ENRG-MELR
              AT END MOVE 'Y' TO EOF-MELR
              NOT AT END ADD 1 TO WS-CPT-MELR-LU
           END-READ.
       READ-MELR-FIN.
           EXIT.
      *****************************************************************
      *    FERMETURE DES FICHIERS
      *****************************************************************
       FE-MELR-DEB.
           CLOSE FIC-MELR.
           IF NOT FS-F-MELR = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER RETOURS E-MAIL'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-MELR
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       FE-MELR-FIN.
           EXIT.
      *
       FE-CLIM-DEB.
           CLOSE FIC-CLIMAST.
           IF NOT FS-F-CLIM = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER MAITRE CLIENTS'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CLIM
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       FE-CLIM-FIN.
           EXIT.
      *
       FE-ANOR-DEB.
           CLOSE FIC-ANOR.
           IF NOT FS-F-ANOR = '00'
              DISPLAY 'PROBLEME DE FERMETURE JOURNAL DES ANOMALIES'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-ANOR
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       FE-ANOR-FIN.
           EXIT.
      *
       FE-CRR-DEB.
           CLOSE FIC-CRR.
           IF NOT FS-F-CRR = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER COMPTE RENDU'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CRR
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       FE-CRR-FIN.
           EXIT.
      ****************************************************************
      *                ECRITURE JOURNAL DES ANOMALIES                *
      ****************************************************************
       WRITE-ANOR-DEB.
           WRITE ENRG-ANOR FROM WS-FICANOR
           ADD 1 TO WS-CPT-MELR-REJ.
           IF NOT FS-F-ANOR = '00'
              DISPLAY 'PROBLEME D''ECRITURE JOURNAL DES ANOMALIES'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-ANOR
              PERFORM ERREUR-PROG-DEB
                 THRU ERREUR-PROG-FIN
           END-IF.
       WRITE-ANOR-FIN.
           EXIT.
      ****************************************************************
      *      ECRITURE COMPTE RENDU DES RETOURS FIN DE JOB            *
      ****************************************************************
       ETAT-CRR-DEB.
           MOVE WS-CPT-MELR-LU    TO       WS-CRR-LU.
           MOVE WS-CPT-MELR-COUR  TO       WS-CRR-COUR.
           MOVE WS-CPT-MELR-EFF   TO       WS-CRR-EFF.
           MOVE WS-CPT-MELR-DEJ   TO       WS-CRR-DEJ.
           MOVE WS-CPT-MELR-TMP   TO       WS-CRR-TMP.
           MOVE WS-CPT-MELR-REJ   TO       WS-CRR-REJ.
           WRITE ENRG-CRR FROM WS-CRR-TITRE.
           PERFORM TEST-CRR-DEB
              THRU TEST-CRR-FIN.
           MOVE WS-STARS          TO       ENRG-CRR.
           WRITE ENRG-CRR.
           PERFORM TEST-CRR-DEB
              THRU TEST-CRR-FIN.
           WRITE ENRG-CRR FROM WS-CRR-L1.
           PERFORM TEST-CRR-DEB
              THRU TEST-CRR-FIN.
           WRITE ENRG-CRR FROM WS-CRR-L2.
           PERFORM TEST-CRR-DEB
              THRU TEST-CRR-FIN.
           WRITE ENRG-CRR FROM WS-CRR-L3.
           PERFORM TEST-CRR-DEB
              THRU TEST-CRR-FIN.
           WRITE ENRG-CRR FROM WS-CRR-L4.
           PERFORM TEST-CRR-DEB
              THRU TEST-CRR-FIN.
           WRITE ENRG-CRR FROM WS-CRR-L5.
           PERFORM TEST-CRR-DEB
              THRU TEST-CRR-FIN.
           WRITE ENRG-CRR FROM WS-CRR-L6.
           PERFORM TEST-CRR-DEB
              THRU TEST-CRR-FIN.
       ETAT-CRR-FIN.
           EXIT.
      *
       TEST-CRR-DEB.
           IF NOT FS-F-CRR = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER COMPTE RENDU'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CRR
              PERFORM ERREUR-PROG-DEB
                 THRU ERREUR-PROG-FIN
           END-IF.
       TEST-CRR-FIN.
           EXIT.
      *****************************************************************
      *****************************************************************
      *---------------------------------------------------------------*
      *                  PROTECTION FIN DE PROGRAMME                  *
      *---------------------------------------------------------------*
      *
       FIN-PROG-DEB.
            EVALUATE TRUE
               WHEN WS-CPT-MELR-REJ > 0
                    MOVE 8             TO       WS-CODE-RETOUR
               WHEN WS-CPT-MELR-DEJ > 0
                    MOVE 4             TO       WS-CODE-RETOUR
               WHEN OTHER
                    MOVE 0             TO       WS-CODE-RETOUR
            END-EVALUATE.
            MOVE WS-CODE-RETOUR        TO       RETURN-CODE.
            DISPLAY '*==============================================*'.
            DISPLAY '*     FIN NORMALE DU PROGRAMME MELRET          *'.
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
            DISPLAY '*     FIN ANORMALE DU PROGRAMME MELRET         *'.
            DISPLAY '*==============================================*'.
            MOVE 12 TO RETURN-CODE.
      *
       ERREUR-PROG-FIN.
            STOP RUN.
       END PROGRAM MELRET.
