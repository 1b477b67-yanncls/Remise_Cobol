      ******************************************************************
      * Author: YANN
      * Date: 15/10/2026
      * Purpose: CONTROLE D'INTEGRITE REFERENTIELLE ENTRE LES FICHIERS
      *          CLIMAST, HISTREM, BONREM ET POSCLI (LECTURE SEULE) ;
      *          FICHIER DES ANOMALIES AVEC CODE MOTIF ET COMPTE RENDU
      *          DES COMPTAGES PAR MOTIF
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLREF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *--------------------
       FILE-CONTROL.
      *--------------------
       SELECT FIC-CLIMAST ASSIGN TO 'C:/Users/y_cle/ENTREE/CLIMAST.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CLIM-NUM-CLI
           FILE STATUS                 IS FS-F-CLIM.
       SELECT FIC-BON   ASSIGN TO 'C:/Users/y_cle/SORTIE/BONREM.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS BON-NUM
           FILE STATUS                 IS FS-F-BON.
       SELECT FIC-HIST  ASSIGN TO 'C:/Users/y_cle/SORTIE/HISTREM.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HIST-CLE
           FILE STATUS                 IS FS-F-HIST.
       SELECT FIC-POS   ASSIGN TO 'C:/Users/y_cle/SORTIE/POSCLI.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS POS-NUM-CLI
           FILE STATUS                 IS FS-F-POS.
       SELECT FIC-BEX-BRUT
                        ASSIGN TO 'C:/Users/y_cle/SORTIE/CTLREF_BON.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-BEX-BRUT.
       SELECT FIC-BEX-TRI
                        ASSIGN TO 'C:/Users/y_cle/SORTIE/CTLREF_TRI.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-BEX-TRI.
       SELECT SORT-BEX  ASSIGN TO 'C:/Users/y_cle/SORTIE/SORTWK4'.
       SELECT FIC-ANO   ASSIGN TO 'C:/Users/y_cle/SORTIE/CTLREF_ANO.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-ANO.
       SELECT FIC-CRR   ASSIGN TO 'C:/Users/y_cle/SORTIE/CTLREF_CR.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-CRR.
      *
      *****************************************************************
      *                     DESCRIPTION DES FICHIERS                  *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
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
       FD  FIC-BON.
       01  ENRG-BON.
           05  BON-NUM         PIC 9(14).
           05  BON-NUM-CLI     PIC 9(10).
           05  BON-COD-REM     PIC 9(10).
           05  BON-TAUX        PIC 9(2).
           05  BON-VAL-DEB     PIC 9(8).
           05  BON-VAL-FIN     PIC 9(8).
      *    'N' non utilise, 'O' utilise en caisse, 'A' annule ou
      *    remplace par un autre bon (maintenance BONMAJ)
           05  BON-UTILISE     PIC X.
           05  BON-DATE-UTIL   PIC 9(8).
           05  BON-ECO         PIC S9(7)V99.
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
       FD  FIC-POS.
       01  ENRG-POS.
           05  POS-NUM-CLI     PIC 9(10).
      *    Position nette 24 mois : total, nombre de commandes et
      *    date de la derniere commande du client
           05  POS-TOT-24      PIC S9(9)V99.
           05  POS-NB-CMD      PIC 9(4).
           05  POS-DER-CMD     PIC 9(8).
      *    Godets mensuels (AAAAMM)
           05  POS-MOIS OCCURS 24 TIMES.
               10  POS-MOIS-AAMM   PIC 9(6).
               10  POS-MOIS-MT     PIC S9(7)V99.
               10  POS-MOIS-NB     PIC 9(3).
       FD  FIC-BEX-BRUT RECORDING F.
       01  ENRG-BEX-BRUT       PIC X(34).
       FD  FIC-BEX-TRI  RECORDING F.
       01  ENRG-BEX-TRI        PIC X(34).
       SD  SORT-BEX.
       01  SD-ENRG-BEX.
           05  SD-CLE-BEX      PIC 9(20).
           05  FILLER          PIC X(14).
       FD  FIC-ANO      RECORDING F.
       01  ENRG-ANO            PIC X(120).
       FD  FIC-CRR      RECORDING F.
       01  ENRG-CRR            PIC X(80).
      *
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                     WORKING STORAGE SECTION                    *
      ******************************************************************
      *----------------------------------------------------------------*
      *          BEX - EXTRAIT DES BONS TRIE SUR CLIENT / CAMPAGNE     *
      *----------------------------------------------------------------*
      *    BONREM est range par numero de bon : l'extrait trie dans
      *    l'ordre de la cle HISTREM permet l'assortiment des deux
       01  WS-ENRG-BEX.
           05  BEX-CLE.
               10  BEX-NUM-CLI PIC 9(10).
               10  BEX-COD-REM PIC 9(10).
           05  BEX-BON         PIC 9(14).
       01  WS-BEX-CLE          PIC 9(20).
       01  WS-HIST-CLE         PIC 9(20).
      *----------------------------------------------------------------*
      *          MOT - MOTIFS D'ANOMALIE ET COMPTAGES                  *
      *----------------------------------------------------------------*
      *    B01 bon dont le client n'est plus dans CLIMAST (radiation)
      *    B02 bon encore utilisable sans emission HISTREM (purge)
      *    B03 bon utilise sans date d'utilisation
      *    B04 bon solde (utilise, annule, expire) sans emission
      *    H01 emission HISTREM dont le client n'est plus dans CLIMAST
      *    H02 emission envoyee sans bon dans BONREM (les temoins
      *        n'ont pas de bon par construction : non controles)
      *    P01 position POSCLI dont le client n'est plus dans CLIMAST
      *    P02 somme des godets differente de POS-TOT-24
      *    P03 somme des commandes des godets differente de POS-NB-CMD
       01  WS-LISTE-MOTIFS.
           05  FILLER          PIC X(43)   VALUE
           'B01BON SANS CLIENT DANS CLIMAST          '.
           05  FILLER          PIC X(43)   VALUE
           'B02BON UTILISABLE SANS EMISSION HISTREM  '.
           05  FILLER          PIC X(43)   VALUE
           'B03BON UTILISE SANS DATE D''UTILISATION   '.
           05  FILLER          PIC X(43)   VALUE
           'B04BON SOLDE SANS EMISSION HISTREM       '.
           05  FILLER          PIC X(43)   VALUE
           'H01EMISSION SANS CLIENT DANS CLIMAST     '.
           05  FILLER          PIC X(43)   VALUE
           'H02EMISSION ENVOYEE SANS BON DANS BONREM '.
           05  FILLER          PIC X(43)   VALUE
           'P01POSITION SANS CLIENT DANS CLIMAST     '.
           05  FILLER          PIC X(43)   VALUE
           'P02GODETS DIFFERENTS DE POS-TOT-24       '.
           05  FILLER          PIC X(43)   VALUE
           'P03GODETS DIFFERENTS DE POS-NB-CMD       '.
       01  WS-LISTE-MOTIFS-R   REDEFINES WS-LISTE-MOTIFS.
           05  WS-LST-MOTIF    OCCURS 9.
               10  WS-LST-COD  PIC X(3).
               10  WS-LST-LIB  PIC X(40).
       01  TABMOT OCCURS 9 TIMES.
           05  MOT-NB          PIC 9(6)   COMP.
       77  MOT-MAX             PIC 99     VALUE 9.
       77  MOT-PAR             PIC 99     VALUE ZERO.
      *    Motif a ecrire par ECRIRE-ANO-DEB
       77  MOT-IDX             PIC 99     VALUE ZERO.
      *----------------------------------------------------------------*
      *          ANO - LIGNE D'ANOMALIE                                *
      *----------------------------------------------------------------*
       01  WS-ENRG-ANO.
           05  ANO-COD         PIC X(3).
           05  FILLER          PIC X       VALUE SPACE.
           05  ANO-FIC         PIC X(7).
           05  FILLER          PIC X       VALUE SPACE.
           05  ANO-NUM-CLI     PIC 9(10).
           05  FILLER          PIC X       VALUE SPACE.
           05  ANO-COD-REM     PIC 9(10).
           05  FILLER          PIC X       VALUE SPACE.
           05  ANO-BON         PIC 9(14).
           05  FILLER          PIC X       VALUE SPACE.
           05  ANO-LIB         PIC X(40).
           05  FILLER          PIC X       VALUE SPACE.
           05  ANO-DETAIL      PIC X(30).
      *    Zones editees du detail (ecarts de position)
       01  WS-ED-MT-1          PIC -(9)9.99.
       01  WS-ED-MT-2          PIC -(9)9.99.
       01  WS-ED-NB-1          PIC Z(5)9.
       01  WS-ED-NB-2          PIC Z(5)9.
      *----------------------------------------------------------------*
      *          CONTROLES COURANTS                                    *
      *----------------------------------------------------------------*
       01  WS-DATE-J           PIC 9(8).
      *    Client recherche dans CLIMAST par CHERCHE-CLI-DEB
       01  WS-CHK-NUM-CLI      PIC 9(10).
       01  WS-CLI-TROUVE       PIC X      VALUE 'N'.
           88  WS-CLI-OUI                  VALUE 'O'.
           88  WS-CLI-NON                  VALUE 'N'.
      *    Sommes des godets de la position courante
       01  WS-SOM-MT           PIC S9(9)V99 COMP-3.
       01  WS-SOM-NB           PIC 9(6)   COMP.
       77  MOIS-PAR            PIC 99     VALUE ZERO.
      *    POSCLI absent (FS=35) : controles de position non faits
       01  WS-POS-PRESENT      PIC X      VALUE 'O'.
           88  WS-POS-OUI                  VALUE 'O'.
           88  WS-POS-NON                  VALUE 'N'.
      *----------------------------------------------------------------*
      *          CRR - COMPTE RENDU DU CONTROLE                        *
      *----------------------------------------------------------------*
       01  WS-CRR-TITRE.
           05  FILLER          PIC X(60)   VALUE
           'CONTROLE D''INTEGRITE CLIMAST/HISTREM/BONREM/POSCLI - DU '.
           05  WS-CRR-DATE     PIC 9(8).
       01  WS-CRR-L1.
           05  FILLER          PIC X(33)   VALUE
           'BONS LUS (BONREM) .............. '.
           05  WS-CRR-BON-LU   PIC ZZZZZ9.
       01  WS-CRR-L2.
           05  FILLER          PIC X(33)   VALUE
           'EMISSIONS LUES (HISTREM) ....... '.
           05  WS-CRR-HIST-LU  PIC ZZZZZ9.
       01  WS-CRR-L3.
           05  FILLER          PIC X(33)   VALUE
           'DONT GROUPE TEMOIN ............. '.
           05  WS-CRR-TEM-LU   PIC ZZZZZ9.
       01  WS-CRR-L4.
           05  FILLER          PIC X(33)   VALUE
           'POSITIONS LUES (POSCLI) ........ '.
           05  WS-CRR-POS-LU   PIC ZZZZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  WS-CRR-POS-ABS  PIC X(30).
       01  WS-CRR-S1.
           05  FILLER          PIC X(60)   VALUE
           '--- ANOMALIES PAR MOTIF ---'.
       01  WS-CRR-MOT.
           05  WS-CRR-MOT-COD  PIC X(3).
           05  FILLER          PIC X       VALUE SPACE.
           05  WS-CRR-MOT-LIB  PIC X(40).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  WS-CRR-MOT-NB   PIC ZZZZZ9.
       01  WS-CRR-L5.
           05  FILLER          PIC X(33)   VALUE
           'TOTAL DES ANOMALIES ............ '.
           05  WS-CRR-ANO-TOT  PIC ZZZZZ9.
       01  WS-STARS            PIC X(72)   VALUE ALL '*'.
       01  WS-BLANK            PIC X(80)   VALUE ALL SPACES.
      *----------------------------------------------------------------*
      *                        FILE STATUS                             *
      *----------------------------------------------------------------*
      *    CLIMAST - FICHIER MAITRE CLIENTS  file status
       01  FS-F-CLIM           PIC X(2).
           88  FS-CLIM-00                  VALUE '00'.
           88  FS-CLIM-23                  VALUE '23'.
      *    BON - BONS DE REMISE NUMEROTES    file status
       01  FS-F-BON            PIC X(2).
           88  FS-BON-00                   VALUE '00'.
           88  FS-BON-10                   VALUE '10'.
      *    HIST - HISTORIQUE DES REMISES     file status
       01  FS-F-HIST           PIC X(2).
           88  FS-HIST-00                  VALUE '00'.
           88  FS-HIST-10                  VALUE '10'.
           88  FS-HIST-23                  VALUE '23'.
      *    POS - POSITIONS CLIENTS 24 MOIS   file status
       01  FS-F-POS            PIC X(2).
           88  FS-POS-00                   VALUE '00'.
           88  FS-POS-10                   VALUE '10'.
           88  FS-POS-35                   VALUE '35'.
      *    BEX - EXTRAIT DES BONS            file status
       01  FS-F-BEX-BRUT       PIC X(2).
           88  FS-BEX-BRUT-00              VALUE '00'.
       01  FS-F-BEX-TRI        PIC X(2).
           88  FS-BEX-TRI-00               VALUE '00'.
           88  FS-BEX-TRI-10               VALUE '10'.
      *    ANO - ANOMALIES                   file status
       01  FS-F-ANO            PIC X(2).
           88  FS-ANO-00                   VALUE '00'.
      *    CRR - COMPTE RENDU                file status
       01  FS-F-CRR            PIC X(2).
           88  FS-CRR-00                   VALUE '00'.
      *    EOF status
       01  EOF-BON             PIC X(1)    VALUE 'N'.
       01  EOF-HIST            PIC X(1)    VALUE 'N'.
       01  EOF-POS             PIC X(1)    VALUE 'N'.
       01  EOF-BEX             PIC X(1)    VALUE 'N'.
      *----------------------------------------------------------------*
      *                        COMPTEURS                               *
      *----------------------------------------------------------------*
       01  WS-CPT-BON-LU       PIC 9(6)   COMP
                                          VALUE ZERO.
       01  WS-CPT-HIST-LU      PIC 9(6)   COMP
                                          VALUE ZERO.
       01  WS-CPT-TEM-LU       PIC 9(6)   COMP
                                          VALUE ZERO.
       01  WS-CPT-POS-LU       PIC 9(6)   COMP
                                          VALUE ZERO.
       01  WS-CPT-ANO          PIC 9(6)   COMP
                                          VALUE ZERO.
      *----------------------------------------------------------------*
      *          CODE RETOUR DE FIN DE TRAITEMENT (CHAINE DE NUIT)     *
      *----------------------------------------------------------------*
      *    00 traitement normal            04 anomalies detectees
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
      *---------------------------------------------------------------*
      *PREPARATION DU TRAITEMENT (OREILLETTE GAUCHE)
      *---------------------------------------------------------------*
      *
           ACCEPT WS-DATE-J FROM DATE YYYYMMDD.
           PERFORM VARYING MOT-PAR FROM 1 BY 1 UNTIL MOT-PAR > MOT-MAX
               MOVE ZERO          TO       MOT-NB (MOT-PAR)
           END-PERFORM.
           PERFORM OV-CLIMAST-DEB
              THRU OV-CLIMAST-FIN.
           PERFORM OV-HIST-DEB
              THRU OV-HIST-FIN.
           PERFORM OV-ANO-DEB
              THRU OV-ANO-FIN.
      *
      *---------------------------------------------------------------*
      *APPEL DES COMPOSANTS DE CONTROLE (ITERATIVES)
      *---------------------------------------------------------------*
      *
      *    1) Bons : client, emission, date d'utilisation ; extrait
           PERFORM OV-BON-DEB
              THRU OV-BON-FIN.
           PERFORM OV-BEX-BRUT-DEB
              THRU OV-BEX-BRUT-FIN.
           PERFORM READ-BON-DEB
              THRU READ-BON-FIN.
           PERFORM TRT-BON-DEB
              THRU TRT-BON-FIN
             UNTIL EOF-BON = 'Y'.
           PERFORM FE-BON-DEB
              THRU FE-BON-FIN.
           PERFORM FE-BEX-BRUT-DEB
              THRU FE-BEX-BRUT-FIN.
           PERFORM SORT-BEX-DEB
              THRU SORT-BEX-FIN.
      *    2) Emissions : client et bon (assortiment avec l'extrait)
           PERFORM OV-BEX-TRI-DEB
              THRU OV-BEX-TRI-FIN.
           PERFORM READ-BEX-DEB
              THRU READ-BEX-FIN.
           PERFORM START-HIST-DEB
              THRU START-HIST-FIN.
           PERFORM TRT-HIST-DEB
              THRU TRT-HIST-FIN
             UNTIL EOF-HIST = 'Y'.
           PERFORM FE-BEX-TRI-DEB
              THRU FE-BEX-TRI-FIN.
      *    3) Positions : client et sommes des godets
           PERFORM OV-POS-DEB
              THRU OV-POS-FIN.
           IF WS-POS-OUI
               PERFORM READ-POS-DEB
                  THRU READ-POS-FIN
               PERFORM TRT-POS-DEB
                  THRU TRT-POS-FIN
                 UNTIL EOF-POS = 'Y'
               PERFORM FE-POS-DEB
                  THRU FE-POS-FIN
           END-IF.
      *
      *---------------------------------------------------------------*
      *FIN DU TRAITEMENT (OREILLETTE DROITE)
      *---------------------------------------------------------------*
      *
           PERFORM FE-HIST-DEB
              THRU FE-HIST-FIN.
           PERFORM FE-CLIMAST-DEB
              THRU FE-CLIMAST-FIN.
           PERFORM FE-ANO-DEB
              THRU FE-ANO-FIN.
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
      **********************CONTROLE DES BONS**************************
      *---------------------------------------------------------------*
      *DEBUT DU TRAITEMENT BON                                        *
      *---------------------------------------------------------------*
       TRT-BON-DEB.
           MOVE 'BONREM'          TO       ANO-FIC.
           MOVE BON-NUM-CLI       TO       ANO-NUM-CLI.
           MOVE BON-COD-REM       TO       ANO-COD-REM.
           MOVE BON-NUM           TO       ANO-BON.
           MOVE SPACES            TO       ANO-DETAIL.
      *    Client du bon present dans le maitre
           MOVE BON-NUM-CLI       TO       WS-CHK-NUM-CLI.
           PERFORM CHERCHE-CLI-DEB
              THRU CHERCHE-CLI-FIN.
           IF WS-CLI-NON
               MOVE 1             TO       MOT-IDX
               PERFORM ECRIRE-ANO-DEB
                  THRU ECRIRE-ANO-FIN
           END-IF.
      *    Emission HISTREM a l'origine du bon
           MOVE BON-NUM-CLI       TO       HIST-NUM-CLI.
           MOVE BON-COD-REM       TO       HIST-COD-REM.
           READ FIC-HIST
               INVALID KEY
                   IF BON-UTILISE = 'N' AND BON-VAL-FIN >= WS-DATE-J
                       MOVE 2     TO       MOT-IDX
                   ELSE
                       MOVE 4     TO       MOT-IDX
                   END-IF
                   PERFORM ECRIRE-ANO-DEB
                      THRU ECRIRE-ANO-FIN
           END-READ.
           IF NOT FS-F-HIST = '00' AND NOT FS-F-HIST = '23'
              DISPLAY 'PROBLEME DE LECTURE FICHIER HISTORIQUE'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-HIST
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
      *    Bon passe en caisse : la date d'utilisation est obligatoire
           IF BON-UTILISE = 'O'
              AND (BON-DATE-UTIL NOT NUMERIC OR BON-DATE-UTIL = ZERO)
               MOVE 3             TO       MOT-IDX
               PERFORM ECRIRE-ANO-DEB
                  THRU ECRIRE-ANO-FIN
           END-IF.
      *    Extrait pour l'assortiment avec HISTREM
           MOVE BON-NUM-CLI       TO       BEX-NUM-CLI.
           MOVE BON-COD-REM       TO       BEX-COD-REM.
           MOVE BON-NUM           TO       BEX-BON.
           WRITE ENRG-BEX-BRUT FROM WS-ENRG-BEX.
           IF NOT FS-F-BEX-BRUT = '00'
              DISPLAY 'PROBLEME D''ECRITURE EXTRAIT DES BONS'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-BEX-BRUT
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
      *    lecture du bon suivant
           PERFORM READ-BON-DEB
              THRU READ-BON-FIN.
      *---------------------------------------------------------------*
      *FIN DU TRAITEMENT BON
      *---------------------------------------------------------------*
       TRT-BON-FIN.
           EXIT.
      ******************************2000*******************************
      **********************CONTROLE DES EMISSIONS*********************
       TRT-HIST-DEB.
           MOVE 'HISTREM'         TO       ANO-FIC.
           MOVE HIST-NUM-CLI      TO       ANO-NUM-CLI.
           MOVE HIST-COD-REM      TO       ANO-COD-REM.
           MOVE ZERO              TO       ANO-BON.
           MOVE SPACES            TO       ANO-DETAIL.
           MOVE HIST-DATE-EMIS    TO       ANO-DETAIL (1:8).
           MOVE HIST-NUM-CLI      TO       WS-CHK-NUM-CLI.
           PERFORM CHERCHE-CLI-DEB
              THRU CHERCHE-CLI-FIN.
           IF WS-CLI-NON
               MOVE 5             TO       MOT-IDX
               PERFORM ECRIRE-ANO-DEB
                  THRU ECRIRE-ANO-FIN
           END-IF.
      *    Groupe temoin : aucun bon emis, pas de controle BONREM
           IF HIST-GRP-TEMOIN
               ADD 1              TO       WS-CPT-TEM-LU
               GO TO TRT-HIST-SUITE
           END-IF.
      *    Assortiment : l'extrait avance jusqu'a la cle de l'emission
           MOVE HIST-CLE          TO       WS-HIST-CLE.
           PERFORM READ-BEX-DEB
              THRU READ-BEX-FIN
             UNTIL WS-BEX-CLE >= WS-HIST-CLE.
           IF WS-BEX-CLE NOT = WS-HIST-CLE
               MOVE 6             TO       MOT-IDX
               PERFORM ECRIRE-ANO-DEB
                  THRU ECRIRE-ANO-FIN
           END-IF.
       TRT-HIST-SUITE.
           PERFORM READ-HIST-DEB
              THRU READ-HIST-FIN.
       TRT-HIST-FIN.
           EXIT.
      ******************************3000*******************************
      **********************CONTROLE DES POSITIONS*********************
       TRT-POS-DEB.
           MOVE 'POSCLI'          TO       ANO-FIC.
           MOVE POS-NUM-CLI       TO       ANO-NUM-CLI.
           MOVE ZERO              TO       ANO-COD-REM
                                           ANO-BON.
           MOVE SPACES            TO       ANO-DETAIL.
           MOVE POS-NUM-CLI       TO       WS-CHK-NUM-CLI.
           PERFORM CHERCHE-CLI-DEB
              THRU CHERCHE-CLI-FIN.
           IF WS-CLI-NON
               MOVE 7             TO       MOT-IDX
               PERFORM ECRIRE-ANO-DEB
                  THRU ECRIRE-ANO-FIN
           END-IF.
      *    Les totaux 24 mois sont la somme des godets (POSMAJ)
           MOVE ZERO              TO       WS-SOM-MT
                                           WS-SOM-NB.
           PERFORM VARYING MOIS-PAR FROM 1 BY 1 UNTIL MOIS-PAR > 24
               ADD POS-MOIS-MT (MOIS-PAR) TO WS-SOM-MT
               ADD POS-MOIS-NB (MOIS-PAR) TO WS-SOM-NB
           END-PERFORM.
           IF WS-SOM-MT NOT = POS-TOT-24
               MOVE WS-SOM-MT     TO       WS-ED-MT-1
               MOVE POS-TOT-24    TO       WS-ED-MT-2
               STRING WS-ED-MT-1 '/' WS-ED-MT-2
                   DELIMITED BY SIZE INTO ANO-DETAIL
               END-STRING
               MOVE 8             TO       MOT-IDX
               PERFORM ECRIRE-ANO-DEB
                  THRU ECRIRE-ANO-FIN
           END-IF.
           IF WS-SOM-NB NOT = POS-NB-CMD
               MOVE SPACES        TO       ANO-DETAIL
               MOVE WS-SOM-NB     TO       WS-ED-NB-1
               MOVE POS-NB-CMD    TO       WS-ED-NB-2
               STRING WS-ED-NB-1 '/' WS-ED-NB-2
                   DELIMITED BY SIZE INTO ANO-DETAIL
               END-STRING
               MOVE 9             TO       MOT-IDX
               PERFORM ECRIRE-ANO-DEB
                  THRU ECRIRE-ANO-FIN
           END-IF.
           PERFORM READ-POS-DEB
              THRU READ-POS-FIN.
       TRT-POS-FIN.
           EXIT.
      ******************************4000*******************************
      **********************RECHERCHE CLIENT / ANOMALIE****************
       CHERCHE-CLI-DEB.
           MOVE WS-CHK-NUM-CLI    TO       CLIM-NUM-CLI.
           SET WS-CLI-OUI         TO       TRUE.
           READ FIC-CLIMAST
               INVALID KEY
                   SET WS-CLI-NON TO       TRUE
           END-READ.
           IF NOT FS-F-CLIM = '00' AND NOT FS-F-CLIM = '23'
              DISPLAY 'PROBLEME DE LECTURE FICHIER CLIMAST'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CLIM
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       CHERCHE-CLI-FIN.
           EXIT.
      *
       ECRIRE-ANO-DEB.
           MOVE WS-LST-COD (MOT-IDX) TO    ANO-COD.
           MOVE WS-LST-LIB (MOT-IDX) TO    ANO-LIB.
           WRITE ENRG-ANO FROM WS-ENRG-ANO.
           IF NOT FS-F-ANO = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER ANOMALIES'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-ANO
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
           ADD 1                  TO       MOT-NB (MOT-IDX)
                                           WS-CPT-ANO.
       ECRIRE-ANO-FIN.
           EXIT.
      *****************************************************************
      *    TRI DE L'EXTRAIT AVANT ASSORTIMENT
      *****************************************************************
       SORT-BEX-DEB.
           SORT SORT-BEX
               ON ASCENDING KEY SD-CLE-BEX
               USING FIC-BEX-BRUT
               GIVING FIC-BEX-TRI.
           IF SORT-RETURN NOT = 0
              DISPLAY 'PROBLEME DE TRI DE L''EXTRAIT DES BONS'
              DISPLAY 'SORT-RETURN = ' SORT-RETURN
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       SORT-BEX-FIN.
           EXIT.
      ******************************6000*******************************
      *****************************************************************
      *---------------------------------------------------------------*
      *            ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *****************************************************************
      *    OUVERTURE DES FICHIERS
      *****************************************************************
       OV-CLIMAST-DEB.
           OPEN INPUT FIC-CLIMAST.
           IF NOT FS-F-CLIM = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER CLIMAST'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CLIM
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       OV-CLIMAST-FIN.
           EXIT.
      *
       OV-HIST-DEB.
           OPEN INPUT FIC-HIST.
           IF NOT FS-F-HIST = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER HISTORIQUE'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-HIST
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       OV-HIST-FIN.
           EXIT.
      *
       OV-BON-DEB.
           OPEN INPUT FIC-BON.
           IF NOT FS-F-BON = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER BONS DE REMISE'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-BON
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       OV-BON-FIN.
           EXIT.
      *
       OV-POS-DEB.
      *    POSCLI absent (FS=35) : signale au compte rendu, sans arret
           OPEN INPUT FIC-POS.
           IF FS-F-POS = '35'
               SET WS-POS-NON     TO       TRUE
           ELSE
               IF NOT FS-F-POS = '00'
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER POSCLI'
                  DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-POS
                  PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
               END-IF
           END-IF.
       OV-POS-FIN.
           EXIT.
      *
       OV-BEX-BRUT-DEB.
           OPEN OUTPUT FIC-BEX-BRUT.
           IF NOT FS-F-BEX-BRUT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE EXTRAIT DES BONS'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-BEX-BRUT
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       OV-BEX-BRUT-FIN.
           EXIT.
      *
       OV-BEX-TRI-DEB.
           OPEN INPUT FIC-BEX-TRI.
           IF NOT FS-F-BEX-TRI = '00'
              DISPLAY 'PROBLEME D''OUVERTURE EXTRAIT TRIE DES BONS'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-BEX-TRI
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       OV-BEX-TRI-FIN.
           EXIT.
      *
       OV-ANO-DEB.
           OPEN OUTPUT FIC-ANO.
           IF NOT FS-F-ANO = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER ANOMALIES'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-ANO
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       OV-ANO-FIN.
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
       READ-BON-DEB.
           READ FIC-BON NEXT
           END-READ.
           EVALUATE TRUE
               WHEN FS-F-BON = '00'
                   ADD 1 TO WS-CPT-BON-LU
               WHEN FS-F-BON = '10'
                   MOVE 'Y' TO EOF-BON
               WHEN OTHER
                   DISPLAY 'PROBLEME DE LECTURE FICHIER BONS'
                   DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-BON
                   PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-EVALUATE.
       READ-BON-FIN.
           EXIT.
      *
       START-HIST-DEB.
      *    Repositionnement en tete de HISTREM apres les lectures
      *    directes du controle des bons
           MOVE ZERO              TO       HIST-NUM-CLI
                                           HIST-COD-REM.
           START FIC-HIST KEY IS >= HIST-CLE
               INVALID KEY
                   MOVE 'Y'       TO       EOF-HIST
           END-START.
           IF EOF-HIST = 'N'
               PERFORM READ-HIST-DEB
                  THRU READ-HIST-FIN
           END-IF.
       START-HIST-FIN.
           EXIT.
      *
       READ-HIST-DEB.
           READ FIC-HIST NEXT
           END-READ.
           EVALUATE TRUE
               WHEN FS-F-HIST = '00'
                   ADD 1 TO WS-CPT-HIST-LU
               WHEN FS-F-HIST = '10'
                   MOVE 'Y' TO EOF-HIST
               WHEN OTHER
                   DISPLAY 'PROBLEME DE LECTURE FICHIER HISTORIQUE'
                   DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-HIST
                   PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-EVALUATE.
       READ-HIST-FIN.
           EXIT.
      *
       READ-POS-DEB.
           READ FIC-POS NEXT
           END-READ.
           EVALUATE TRUE
               WHEN FS-F-POS = '00'
                   ADD 1 TO WS-CPT-POS-LU
               WHEN FS-F-POS = '10'
                   MOVE 'Y' TO EOF-POS
               WHEN OTHER
                   DISPLAY 'PROBLEME DE LECTURE FICHIER POSCLI'
                   DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-POS
                   PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-EVALUATE.
       READ-POS-FIN.
           EXIT.
      *
       READ-BEX-DEB.
      *    Fin d'extrait : cle au maximum, toute emission restante
      *    est alors sans bon
           IF EOF-BEX = 'Y'
               GO TO READ-BEX-FIN
           END-IF.
           READ FIC-BEX-TRI INTO WS-ENRG-BEX
           END-READ.
           EVALUATE TRUE
               WHEN FS-F-BEX-TRI = '00'
                   MOVE BEX-CLE   TO WS-BEX-CLE
               WHEN FS-F-BEX-TRI = '10'
                   MOVE 'Y'       TO EOF-BEX
                   MOVE ALL '9'   TO WS-BEX-CLE
               WHEN OTHER
                   DISPLAY 'PROBLEME DE LECTURE EXTRAIT DES BONS'
                   DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-BEX-TRI
                   PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-EVALUATE.
       READ-BEX-FIN.
           EXIT.
      *****************************************************************
      *    FERMETURE DES FICHIERS
      *****************************************************************
       FE-CLIMAST-DEB.
           CLOSE FIC-CLIMAST.
           IF NOT FS-F-CLIM = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER CLIMAST'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CLIM
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       FE-CLIMAST-FIN.
           EXIT.
      *
       FE-HIST-DEB.
           CLOSE FIC-HIST.
           IF NOT FS-F-HIST = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER HISTORIQUE'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-HIST
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       FE-HIST-FIN.
           EXIT.
      *
       FE-BON-DEB.
           CLOSE FIC-BON.
           IF NOT FS-F-BON = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER BONS DE REMISE'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-BON
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       FE-BON-FIN.
           EXIT.
      *
       FE-POS-DEB.
           CLOSE FIC-POS.
           IF NOT FS-F-POS = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER POSCLI'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-POS
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       FE-POS-FIN.
           EXIT.
      *
       FE-BEX-BRUT-DEB.
           CLOSE FIC-BEX-BRUT.
           IF NOT FS-F-BEX-BRUT = '00'
              DISPLAY 'PROBLEME DE FERMETURE EXTRAIT DES BONS'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-BEX-BRUT
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       FE-BEX-BRUT-FIN.
           EXIT.
      *
       FE-BEX-TRI-DEB.
           CLOSE FIC-BEX-TRI.
           IF NOT FS-F-BEX-TRI = '00'
              DISPLAY 'PROBLEME DE FERMETURE EXTRAIT TRIE DES BONS'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-BEX-TRI
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       FE-BEX-TRI-FIN.
           EXIT.
      *
       FE-ANO-DEB.
           CLOSE FIC-ANO.
           IF NOT FS-F-ANO = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER ANOMALIES'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-ANO
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       FE-ANO-FIN.
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
      *      ECRITURE COMPTE RENDU FIN DE JOB                        *
      ****************************************************************
       ETAT-CRR-DEB.
           MOVE WS-DATE-J         TO       WS-CRR-DATE.
           WRITE ENRG-CRR FROM WS-CRR-TITRE.
           PERFORM TEST-CRR-DEB
              THRU TEST-CRR-FIN.
           MOVE WS-STARS          TO       ENRG-CRR.
           WRITE ENRG-CRR.
           PERFORM TEST-CRR-DEB
              THRU TEST-CRR-FIN.
           MOVE WS-CPT-BON-LU     TO       WS-CRR-BON-LU.
           WRITE ENRG-CRR FROM WS-CRR-L1.
           PERFORM TEST-CRR-DEB
              THRU TEST-CRR-FIN.
           MOVE WS-CPT-HIST-LU    TO       WS-CRR-HIST-LU.
           WRITE ENRG-CRR FROM WS-CRR-L2.
           PERFORM TEST-CRR-DEB
              THRU TEST-CRR-FIN.
           MOVE WS-CPT-TEM-LU     TO       WS-CRR-TEM-LU.
           WRITE ENRG-CRR FROM WS-CRR-L3.
           PERFORM TEST-CRR-DEB
              THRU TEST-CRR-FIN.
           MOVE WS-CPT-POS-LU     TO       WS-CRR-POS-LU.
           IF WS-POS-NON
               MOVE 'FICHIER POSCLI ABSENT' TO WS-CRR-POS-ABS
           ELSE
               MOVE SPACES        TO       WS-CRR-POS-ABS
           END-IF.
           WRITE ENRG-CRR FROM WS-CRR-L4.
           PERFORM TEST-CRR-DEB
              THRU TEST-CRR-FIN.
           MOVE WS-BLANK          TO       ENRG-CRR.
           WRITE ENRG-CRR.
           PERFORM TEST-CRR-DEB
              THRU TEST-CRR-FIN.
           WRITE ENRG-CRR FROM WS-CRR-S1.
           PERFORM TEST-CRR-DEB
              THRU TEST-CRR-FIN.
           PERFORM VARYING MOT-PAR FROM 1 BY 1 UNTIL MOT-PAR > MOT-MAX
               MOVE WS-LST-COD (MOT-PAR) TO WS-CRR-MOT-COD
               MOVE WS-LST-LIB (MOT-PAR) TO WS-CRR-MOT-LIB
               MOVE MOT-NB (MOT-PAR)     TO WS-CRR-MOT-NB
               WRITE ENRG-CRR FROM WS-CRR-MOT
               PERFORM TEST-CRR-DEB
                  THRU TEST-CRR-FIN
           END-PERFORM.
           MOVE WS-CPT-ANO        TO       WS-CRR-ANO-TOT.
           WRITE ENRG-CRR FROM WS-CRR-L5.
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
               WHEN WS-CPT-ANO > ZERO
                    MOVE 4             TO       WS-CODE-RETOUR
               WHEN OTHER
                    MOVE 0             TO       WS-CODE-RETOUR
            END-EVALUATE.
            MOVE WS-CODE-RETOUR        TO       RETURN-CODE.
            DISPLAY '*==============================================*'.
            DISPLAY '*     FIN NORMALE DU PROGRAMME CTLREF          *'.
            DISPLAY '*     ANOMALIES  = ' WS-CPT-ANO.
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
            DISPLAY '*     FIN ANORMALE DU PROGRAMME CTLREF         *'.
            DISPLAY '*==============================================*'.
            MOVE 12 TO RETURN-CODE.
      *
       ERREUR-PROG-FIN.
            STOP RUN.
       END PROGRAM CTLREF.
