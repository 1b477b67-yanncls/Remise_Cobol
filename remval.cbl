       SELECT FIC-CRV   ASSIGN TO 'C:/Users/y_cle/SORTIE/VALBON_CR.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-CRV.
       SELECT FIC-UTH   ASSIGN TO 'C:/Users/y_cle/SORTIE/UTILHIST.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-UTH.
      *
      *****************************************************************
      *                     DESCRIPTION DES FICHIERS                  *
           05  BON-TAUX        PIC 9(2).
           05  BON-VAL-DEB     PIC 9(8).
           05  BON-VAL-FIN     PIC 9(8).
      *    'N' non utilise, 'O' utilise en caisse, 'A' annule ou
      *    remplace par un autre bon (maintenance BONMAJ)
           05  BON-UTILISE     PIC X.
           05  BON-DATE-UTIL   PIC 9(8).
      *    Economie en euros portee sur la lettre (bilan de campagne)
       01  ENRG-ANOB           PIC X(28).
       FD  FIC-CRV      RECORDING F.
       01  ENRG-CRV            PIC X(80).
       FD  FIC-UTH      RECORDING F.
       01  ENRG-UTH            PIC X(56).
      *
       WORKING-STORAGE SECTION.
      ******************************************************************
      *            '2' bon deja utilise
      *            '3' bon hors fenetre de validite
      *            '4' code magasin inconnu (referentiel P6)
      *            '5' bon annule ou remplace (BONMAJ)
       01  WS-FICANOB.
           05  WS-FICANOB-TYPE PIC X.
           05  WS-FICANOB-DATA PIC X(27).
      *----------------------------------------------------------------*
      *          UTH - HISTORIQUE CUMULATIF DES UTILISATIONS           *
      *----------------------------------------------------------------*
      *    Une ligne ajoutee par bon accepte en caisse : BONREM ne
      *    garde que la date d'utilisation, le magasin n'est conserve
      *    qu'ici (fiche client, comptabilisation par magasin)
       01  WS-ENRG-UTH.
           05  WS-UTH-BON      PIC 9(14).
           05  WS-UTH-DATE     PIC 9(8).
           05  WS-UTH-MAG      PIC X(5).
           05  WS-UTH-NUM-CLI  PIC 9(10).
           05  WS-UTH-COD-REM  PIC 9(10).
           05  WS-UTH-ECO      PIC 9(7)V99.
      *----------------------------------------------------------------*
      *                        P6 - MAGASINS                           *
      *----------------------------------------------------------------*
      *    Referentiel des magasins charge au lancement (meme carte P6
           05  FILLER          PIC X(33)   VALUE
           'MAGASIN INCONNU (REJETS) ....... '.
           05  WS-CRV-MAG      PIC ZZZZZ9.
       01  WS-CRV-L7.
           05  FILLER          PIC X(33)   VALUE
           'BONS ANNULES OU REMPLACES ...... '.
           05  WS-CRV-ANN      PIC ZZZZZ9.
      *    Ligne de detail par campagne
       01  WS-CRV-CAMP.
           05  FILLER          PIC X(11)   VALUE 'CAMPAGNE : '.
      *    CR - COMPTE RENDU               file status
       01  FS-F-CRV            PIC X(2).
           88  FS-CRV-00                   VALUE '00'.
      *    UTH - HISTORIQUE UTILISATIONS   file status
       01  FS-F-UTH            PIC X(2).
           88  FS-UTH-00                   VALUE '00'.
           88  FS-UTH-35                   VALUE '35'.
      *    EOF status
       01  EOF-UTIL            PIC X(1)    VALUE 'N'.
      *----------------------------------------------------------------*
                                          VALUE ZERO.
       01  WS-CPT-UTIL-MAG     PIC 9(6)   COMP
                                          VALUE ZERO.
       01  WS-CPT-UTIL-ANN     PIC 9(6)   COMP
                                          VALUE ZERO.
      *----------------------------------------------------------------*
      *          CODE RETOUR DE FIN DE TRAITEMENT (CHAINE DE NUIT)     *
      *----------------------------------------------------------------*
      *    00 traitement normal            04 avertissements
      *    08 utilisations rejetees        12 arret anormal
       01  WS-CODE-RETOUR      PIC 99     VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *
              THRU OV-BON-FIN.
           PERFORM OV-ANOB-DEB
              THRU OV-ANOB-FIN.
           PERFORM OV-UTH-DEB
              THRU OV-UTH-FIN.
           PERFORM READ-UTIL-DEB
              THRU READ-UTIL-FIN.
      *    Test si extrait des caisses vide
              THRU FE-BON-FIN.
           PERFORM FE-ANOB-DEB
              THRU FE-ANOB-FIN.
           PERFORM FE-UTH-DEB
              THRU FE-UTH-FIN.
      *    Edition du compte rendu d'utilisation par campagne
           PERFORM OV-CRV-DEB
              THRU OV-CRV-FIN.
      ***********************CONTROLE DU BON***************************
       CTRL-BON-DEB.
      *SI
      *    BON DEJA UTILISE, ANNULE/REMPLACE OU HORS FENETRE
      *        JOURNALISATION DE L'ANOMALIE
      *    SINON
      *        MARQUAGE UTILISE + CUMUL PAR CAMPAGNE
                   PERFORM WRITE-ANOB-DEB
                      THRU WRITE-ANOB-FIN
                   ADD 1               TO WS-CPT-UTIL-DEJ
      *        Bon annule ou remplace par le service clients : seul le
      *        bon de remplacement est accepte en caisse
               WHEN BON-UTILISE = 'A'
                   MOVE '5'            TO WS-FICANOB-TYPE
                   MOVE WS-ENRG-UTIL   TO WS-FICANOB-DATA
                   DISPLAY 'BON ANNULE OU REMPLACE : ' WS-UTIL-BON
                   PERFORM WRITE-ANOB-DEB
                      THRU WRITE-ANOB-FIN
                   ADD 1               TO WS-CPT-UTIL-ANN
               WHEN WS-UTIL-DATE < BON-VAL-DEB
                 OR WS-UTIL-DATE > BON-VAL-FIN
                   MOVE '3'            TO WS-FICANOB-TYPE
                   END-REWRITE
                   ADD 1               TO WS-CPT-UTIL-OK
                   ADD 1               TO MAG-NB-OK (WS-MAG-IDX)
                   PERFORM WRITE-UTH-DEB
                      THRU WRITE-UTH-FIN
                   PERFORM CUMUL-CAMP-DEB
                      THRU CUMUL-CAMP-FIN
           END-EVALUATE.
                   MOVE VAL-NB        TO VAL-TROUVE
               ELSE
                   DISPLAY 'ERREUR LECTURE COMPTEUR TABLEAU CAMPAGNES'
                   PERFORM ERREUR-PROG-DEB
                      THRU ERREUR-PROG-FIN
               END-IF
           END-IF.
           ADD 1                  TO       VAL-NB-OK (VAL-TROUVE).
               END-READ
               IF MAG-LU > MAG-MAX
                   DISPLAY 'ERREUR LECTURE COMPTEUR TABLEAU MAGASINS'
                   PERFORM ERREUR-PROG-DEB
                      THRU ERREUR-PROG-FIN
               END-IF
           END-PERFORM.
           CLOSE CARTE-P6.
           END-IF.
       OV-CRV-FIN.
           EXIT.
      *
       OV-UTH-DEB.
      *    Historique cumulatif, cree au premier passage
           OPEN EXTEND FIC-UTH.
           IF FS-F-UTH = '35'
               OPEN OUTPUT FIC-UTH
           END-IF.
           IF NOT FS-F-UTH = '00'
              DISPLAY 'PROBLEME D''OUVERTURE HISTORIQUE UTILISATIONS'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-UTH
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       OV-UTH-FIN.
           EXIT.
      *****************************************************************
      *    LECTURE DES FICHIERS
      *****************************************************************
           END-IF.
       FE-CRV-FIN.
           EXIT.
      *
       FE-UTH-DEB.
           CLOSE FIC-UTH.
           IF NOT FS-F-UTH = '00'
              DISPLAY 'PROBLEME DE FERMETURE HISTORIQUE UTILISATIONS'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-UTH
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       FE-UTH-FIN.
           EXIT.
      ****************************************************************
      *                ECRITURE JOURNAL DES ANOMALIES                *
      ****************************************************************
       WRITE-ANOB-FIN.
           EXIT.
      ****************************************************************
      *            ECRITURE HISTORIQUE DES UTILISATIONS              *
      ****************************************************************
       WRITE-UTH-DEB.
           MOVE BON-NUM           TO       WS-UTH-BON.
           MOVE WS-UTIL-DATE      TO       WS-UTH-DATE.
           MOVE WS-UTIL-MAG       TO       WS-UTH-MAG.
           MOVE BON-NUM-CLI       TO       WS-UTH-NUM-CLI.
           MOVE BON-COD-REM       TO       WS-UTH-COD-REM.
           MOVE BON-ECO           TO       WS-UTH-ECO.
           WRITE ENRG-UTH FROM WS-ENRG-UTH.
           IF NOT FS-F-UTH = '00'
              DISPLAY 'PROBLEME D''ECRITURE HISTORIQUE DES UTILISATIONS'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-UTH
              PERFORM ERREUR-PROG-DEB
                 THRU ERREUR-PROG-FIN
           END-IF.
       WRITE-UTH-FIN.
           EXIT.
      ****************************************************************
      *      ECRITURE COMPTE RENDU D'UTILISATION FIN DE JOB          *
      ****************************************************************
       ETAT-CRV-DEB.
           MOVE WS-CPT-UTIL-DEJ   TO       WS-CRV-DEJ.
           MOVE WS-CPT-UTIL-HOR   TO       WS-CRV-HOR.
           MOVE WS-CPT-UTIL-MAG   TO       WS-CRV-MAG.
           MOVE WS-CPT-UTIL-ANN   TO       WS-CRV-ANN.
           WRITE ENRG-CRV FROM WS-CRV-TITRE.
           PERFORM TEST-CRV-DEB
              THRU TEST-CRV-FIN.
           WRITE ENRG-CRV FROM WS-CRV-L6.
           PERFORM TEST-CRV-DEB
              THRU TEST-CRV-FIN.
           WRITE ENRG-CRV FROM WS-CRV-L7.
           PERFORM TEST-CRV-DEB
              THRU TEST-CRV-FIN.
      *    Detail des bons acceptes par campagne
           PERFORM VARYING VAL-PAR FROM 1 BY 1
              UNTIL VAL-PAR > VAL-NB
      *---------------------------------------------------------------*
      *
       FIN-PROG-DEB.
            EVALUATE TRUE
               WHEN WS-CPT-UTIL-INC > 0 OR WS-CPT-UTIL-DEJ > 0
                 OR WS-CPT-UTIL-HOR > 0 OR WS-CPT-UTIL-MAG > 0
                 OR WS-CPT-UTIL-ANN > 0
                    MOVE 8             TO       WS-CODE-RETOUR
               WHEN OTHER
                    MOVE 0             TO       WS-CODE-RETOUR
            END-EVALUATE.
            MOVE WS-CODE-RETOUR        TO       RETURN-CODE.
            DISPLAY '*==============================================*'.
            DISPLAY '*     FIN NORMALE DU PROGRAMME REMVAL          *'.
            DISPLAY '*     CODE RETOUR = ' WS-CODE-RETOUR.
            DISPLAY '*==============================================*'.
       FIN-PROG-FIN.
            STOP RUN.
