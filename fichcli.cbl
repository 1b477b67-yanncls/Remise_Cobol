      ******************************************************************
      * Author: YANN
      * Date: 15/10/2026
      * Purpose: FICHE CLIENT 360 POUR LE SERVICE CLIENTS : POUR CHAQUE
      *          NUMERO CLIENT DEMANDE, EDITION DU DOSSIER COMPLET
      *          (FICHIER MAITRE, NPAI, OPPOSITION, POSITION 24 MOIS,
      *          SEGMENT RFM, EMISSIONS DE REMISES ET BONS ASSOCIES)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICHCLI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *--------------------
       FILE-CONTROL.
      *--------------------
       SELECT FIC-LST   ASSIGN TO 'C:/Users/y_cle/ENTREE/FICHE.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-LST.
       SELECT FIC-CLIMAST ASSIGN TO 'C:/Users/y_cle/ENTREE/CLIMAST.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CLIM-NUM-CLI
           FILE STATUS                 IS FS-F-CLIM.
       SELECT FIC-POS   ASSIGN TO 'C:/Users/y_cle/SORTIE/POSCLI.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS POS-NUM-CLI
           FILE STATUS                 IS FS-F-POS.
       SELECT FIC-HIST  ASSIGN TO 'C:/Users/y_cle/SORTIE/HISTREM.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HIST-CLE
           FILE STATUS                 IS FS-F-HIST.
       SELECT FIC-BON   ASSIGN TO 'C:/Users/y_cle/SORTIE/BONREM.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS BON-NUM
           FILE STATUS                 IS FS-F-BON.
       SELECT FIC-UTH   ASSIGN TO 'C:/Users/y_cle/SORTIE/UTILHIST.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-UTH.
       SELECT FIC-OPTOUT ASSIGN TO 'C:/Users/y_cle/ENTREE/OPTOUT.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-OPT.
       SELECT FIC-SEG   ASSIGN TO DYNAMIC WS-SEG-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-SEG.
       SELECT CARTE-P3  ASSIGN TO 'C:/Users/y_cle/ENTREE/P3.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-P3.
       SELECT CARTE-P6  ASSIGN TO 'C:/Users/y_cle/ENTREE/MAGASINS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-P6.
       SELECT FIC-FIC   ASSIGN TO 'C:/Users/y_cle/SORTIE/FICHECLI.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-FIC.
      *
      *****************************************************************
      *                     DESCRIPTION DES FICHIERS                  *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FIC-LST      RECORDING F.
       01  ENRG-LST            PIC X(10).
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
       FD  FIC-UTH      RECORDING F.
       01  ENRG-UTH            PIC X(56).
       FD  FIC-OPTOUT   RECORDING F.
       01  ENRG-OPTOUT         PIC X(10).
       FD  FIC-SEG      RECORDING F.
       01  ENRG-SEGCLI         PIC X(35).
       FD  CARTE-P3     RECORDING F.
       01  ENRG-SEXECLI        PIC X(10).
       FD  CARTE-P6     RECORDING F.
       01  ENRG-MAGASIN        PIC X(25).
       FD  FIC-FIC      RECORDING F.
       01  ENRG-FIC            PIC X(100).
      *
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                     WORKING STORAGE SECTION                    *
      ******************************************************************
      *----------------------------------------------------------------*
      *          LST - CLIENTS DEMANDES PAR LE SERVICE CLIENTS         *
      *----------------------------------------------------------------*
      *    Un numero client (CLIM-NUM-CLI) par ligne ; la table garde
      *    l'opposition et le segment RFM releves pour chaque client
       01  WS-ENRG-LST.
           05  WS-LST-NUM      PIC X(10).
           05  WS-LST-NUM-N    REDEFINES WS-LST-NUM
                               PIC 9(10).
       01  TABFIC OCCURS 100 TIMES.
           05  FIC-NUM         PIC 9(10).
           05  FIC-OPT         PIC X.
           05  FIC-SEG-TROUVE  PIC X.
           05  FIC-SEG-R       PIC X.
           05  FIC-SEG-F       PIC X.
           05  FIC-SEG-M       PIC X.
           05  FIC-SEG-DER     PIC 9(8).
           05  FIC-SEG-NB      PIC 9(4).
           05  FIC-SEG-TOT     PIC S9(7)V99.
       77  FIC-MAX             PIC 9(3)   VALUE 100.
       77  FIC-LU              PIC 9(3)   VALUE ZERO.
       77  FIC-PAR             PIC 9(3)   VALUE ZERO.
       77  FIC-TROUVE          PIC 9(3)   VALUE ZERO.
      *    Numero recherche dans TABFIC par CHERCHE-FIC-DEB
       01  WS-FIC-CLE          PIC 9(10).
      *----------------------------------------------------------------*
      *          BON - BONS DES CLIENTS DEMANDES (RELEVE BONREM)       *
      *----------------------------------------------------------------*
      *    Magasin d'utilisation complete depuis l'historique des
      *    utilisations de REMVAL (a blanc si non retrouve)
       01  TABBON OCCURS 1000 TIMES.
           05  BT-NUM          PIC 9(14).
           05  BT-NUM-CLI      PIC 9(10).
           05  BT-COD-REM      PIC 9(10).
           05  BT-TAUX         PIC 9(2).
           05  BT-VAL-FIN      PIC 9(8).
           05  BT-UTILISE      PIC X.
           05  BT-DATE-UTIL    PIC 9(8).
           05  BT-ECO          PIC S9(7)V99.
           05  BT-MAG          PIC X(5).
       77  BT-MAX              PIC 9(4)   VALUE 1000.
       77  BT-NB               PIC 9(4)   VALUE ZERO.
       77  BT-PAR              PIC 9(4)   VALUE ZERO.
      *    Nombre de bons edites sous l'emission en cours
       77  BT-EDIT             PIC 9(4)   VALUE ZERO.
      *----------------------------------------------------------------*
      *          UTH - HISTORIQUE DES UTILISATIONS (REMVAL)            *
      *----------------------------------------------------------------*
       01  WS-ENRG-UTH.
           05  WS-UTH-BON      PIC 9(14).
           05  WS-UTH-DATE     PIC 9(8).
           05  WS-UTH-MAG      PIC X(5).
           05  WS-UTH-NUM-CLI  PIC 9(10).
           05  WS-UTH-COD-REM  PIC 9(10).
           05  WS-UTH-ECO      PIC 9(7)V99.
      *----------------------------------------------------------------*
      *          OPTOUT - LISTE D'OPPOSITION AU DEMARCHAGE (RGPD)      *
      *----------------------------------------------------------------*
       01  WS-ENRG-OPT.
           05  WS-OPT-NUM      PIC 9(10).
      *----------------------------------------------------------------*
      *          SEG - SEGMENTATION RFM DU DERNIER RUN REMCLI          *
      *----------------------------------------------------------------*
      *    SEGCLI est date par run (SEGCLI_AAAAMMJJ) : on retient le
      *    plus recent des SEG-RECUL-MAX derniers jours
       01  WS-ENRG-SEG.
           05  WS-SEG-NUM      PIC 9(10).
           05  WS-SEG-R-ED     PIC X.
           05  WS-SEG-F-ED     PIC X.
           05  WS-SEG-M-ED     PIC X.
           05  WS-SEG-DER      PIC 9(8).
           05  WS-SEG-NB       PIC 9(4).
           05  WS-SEG-TOT      PIC S9(7)V99.
       01  WS-SEG-PATH         PIC X(60)  VALUE SPACES.
       01  WS-SEG-DATE         PIC 9(8)   VALUE ZERO.
       77  SEG-RECUL           PIC 99     VALUE ZERO.
       77  SEG-RECUL-MAX       PIC 99     VALUE 7.
       01  WS-SEG-OUVERT       PIC X      VALUE 'N'.
           88  WS-SEG-OUVERT-OUI           VALUE 'O'.
           88  WS-SEG-OUVERT-NON           VALUE 'N'.
      *----------------------------------------------------------------*
      *          P3 - CIVILITES    /    P6 - MAGASINS                  *
      *----------------------------------------------------------------*
       01  ENR-P3.
           05  WS-SEX-COD      PIC 9.
           05  WS-SEX-LIB      PIC X(9).
       01  TABCIV OCCURS 10 TIMES.
           05  CIV-COD         PIC 9.
           05  CIV-LIB         PIC X(9).
       77  CIV-MAX             PIC 99     VALUE 10.
       77  CIV-LU              PIC 99     VALUE ZERO.
       77  CIV-PAR             PIC 99     VALUE ZERO.
       01  WS-ENRG-MAG-M.
           05  WS-MAG-M-COD    PIC X(5).
           05  WS-MAG-M-LIB    PIC X(20).
       01  TABMAG OCCURS 20 TIMES.
           05  MAG-M-COD       PIC X(5).
           05  MAG-M-LIB       PIC X(20).
       77  MAG-MAX             PIC 9(2)   VALUE 20.
       77  MAG-LU              PIC 9(2)   VALUE ZERO.
       77  MAG-PAR             PIC 9(2)   VALUE ZERO.
      *----------------------------------------------------------------*
      *          DATES                                                 *
      *----------------------------------------------------------------*
       01  WS-DATE-J           PIC 9(8).
       01  NBDAYS-J            PIC 9(8).
      *----------------------------------------------------------------*
      *          FIC - EDITION DE LA FICHE CLIENT                      *
      *----------------------------------------------------------------*
       01  WS-FC-TITRE.
           05  FILLER          PIC X(13)   VALUE 'FICHE CLIENT '.
           05  WS-FC-NUM       PIC 9(10).
           05  FILLER          PIC X(14)   VALUE '   EDITEE LE '.
           05  WS-FC-DATE      PIC 9(8).
       01  WS-FC-IDENT.
           05  FILLER          PIC X(19)   VALUE
           'CLIENT ......... : '.
           05  WS-FC-CIV       PIC X(9).
           05  FILLER          PIC X       VALUE SPACE.
           05  WS-FC-NOM       PIC X(10).
           05  FILLER          PIC X       VALUE SPACE.
           05  WS-FC-PRE       PIC X(10).
       01  WS-FC-INS.
           05  FILLER          PIC X(19)   VALUE
           'INSCRIT LE ..... : '.
           05  WS-FC-INS-DATE  PIC 9(8).
       01  WS-FC-ADR.
           05  FILLER          PIC X(19)   VALUE
           'ADRESSE ........ : '.
           05  WS-FC-RUE       PIC X(25).
           05  FILLER          PIC X       VALUE SPACE.
           05  WS-FC-CP        PIC X(5).
           05  FILLER          PIC X       VALUE SPACE.
           05  WS-FC-VIL       PIC X(10).
       01  WS-FC-NPAI.
           05  FILLER          PIC X(19)   VALUE
           'NPAI ........... : '.
           05  WS-FC-NPAI-ED   PIC X(40).
      *    Canal de contact prefere et coordonnees electroniques
      *    (un client e-mail ou SMS ne recoit plus de lettre)
       01  WS-FC-CON.
           05  FILLER          PIC X(19)   VALUE
           'CANAL DE CONTACT : '.
           05  WS-FC-CAN-ED    PIC X(8).
           05  FILLER          PIC X(6)    VALUE ' MOB. '.
           05  WS-FC-MOB       PIC X(10).
           05  FILLER          PIC X(5)    VALUE ' MEL '.
           05  WS-FC-MEL       PIC X(50).
       01  WS-FC-OPT.
           05  FILLER          PIC X(19)   VALUE
           'OPPOSITION ..... : '.
           05  WS-FC-OPT-ED    PIC X(40).
       01  WS-FC-INC.
           05  FILLER          PIC X(60)   VALUE
           '*** CLIENT ABSENT DU FICHIER MAITRE (RADIE OU INCONNU) ***'.
       01  WS-FC-POS-T.
           05  FILLER          PIC X(40)   VALUE
           '--- POSITION 24 MOIS (POSCLI) ---'.
       01  WS-FC-POS.
           05  FILLER          PIC X(19)   VALUE
           'TOTAL 24 MOIS .. : '.
           05  WS-FC-POS-TOT   PIC Z(8)9.99-.
           05  FILLER          PIC X(14)   VALUE '  COMMANDES : '.
           05  WS-FC-POS-NB    PIC ZZZ9.
           05  FILLER          PIC X(14)   VALUE '  DERNIERE : '.
           05  WS-FC-POS-DER   PIC 9(8).
       01  WS-FC-MOIS.
           05  FILLER          PIC X(8)    VALUE '   MOIS '.
           05  WS-FC-MOIS-AAMM PIC 9(6).
           05  FILLER          PIC X(10)   VALUE '  MONTANT '.
           05  WS-FC-MOIS-MT   PIC Z(6)9.99-.
           05  FILLER          PIC X(12)   VALUE '  COMMANDES '.
           05  WS-FC-MOIS-NB   PIC ZZ9.
       01  WS-FC-POS-ABS.
           05  FILLER          PIC X(40)   VALUE
           'AUCUNE POSITION POSCLI POUR CE CLIENT'.
       01  WS-FC-SEG-T.
           05  FILLER          PIC X(27)   VALUE
           '--- SEGMENT RFM (SEGCLI DU '.
           05  WS-FC-SEG-DATE  PIC 9(8).
           05  FILLER          PIC X(6)    VALUE ') ---'.
       01  WS-FC-SEG.
           05  FILLER          PIC X(19)   VALUE
           'R / F / M ...... : '.
           05  WS-FC-SEG-R     PIC X.
           05  FILLER          PIC X(3)    VALUE ' / '.
           05  WS-FC-SEG-F     PIC X.
           05  FILLER          PIC X(3)    VALUE ' / '.
           05  WS-FC-SEG-M     PIC X.
           05  FILLER          PIC X(28)   VALUE
           '   (1 = MEILLEURE CLASSE)'.
       01  WS-FC-SEG-ABS.
           05  FILLER          PIC X(60)   VALUE
           'SEGMENT RFM NON DISPONIBLE (CLIENT NON SEGMENTE)'.
       01  WS-FC-EMI-T.
           05  FILLER          PIC X(50)   VALUE
           '--- EMISSIONS DE REMISES (HISTREM / BONREM) ---'.
       01  WS-FC-EMI.
           05  FILLER          PIC X(9)    VALUE 'CAMPAGNE '.
           05  WS-FC-EMI-COD   PIC 9(10).
           05  FILLER          PIC X(11)   VALUE '  EMISE LE '.
           05  WS-FC-EMI-DATE  PIC 9(8).
           05  FILLER          PIC X(11)   VALUE '  VALIDITE '.
           05  WS-FC-EMI-DEB   PIC 9(8).
           05  FILLER          PIC X(3)    VALUE ' - '.
           05  WS-FC-EMI-FIN   PIC 9(8).
       01  WS-FC-BON.
           05  FILLER          PIC X(7)    VALUE '   BON '.
           05  WS-FC-BON-NUM   PIC 9(14).
           05  FILLER          PIC X(7)    VALUE '  TAUX '.
           05  WS-FC-BON-TAUX  PIC Z9.
           05  FILLER          PIC X(8)    VALUE ' %  ECO '.
           05  WS-FC-BON-ECO   PIC Z(6)9.99.
           05  FILLER          PIC X(6)    VALUE ' EUR  '.
       01  WS-FC-ETAT.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  WS-FC-ETAT-ED   PIC X(80).
       01  WS-FC-TEMOIN.
           05  FILLER          PIC X(60)   VALUE
           '   GROUPE TEMOIN DE LA CAMPAGNE : NI LETTRE NI BON'.
       01  WS-FC-NOBON.
           05  FILLER          PIC X(40)   VALUE
           '   AUCUN BON RETROUVE DANS BONREM'.
       01  WS-FC-NOEMI.
           05  FILLER          PIC X(40)   VALUE
           'AUCUNE EMISSION DE REMISE'.
       01  WS-STARS            PIC X(72)   VALUE ALL '*'.
       01  WS-BLANK            PIC X(80)   VALUE ALL SPACES.
      *    Etat du bon edite (zones de travail du STRING)
       01  WS-ETAT-DATE        PIC 9(8).
       01  WS-ETAT-MAG-LIB     PIC X(20).
      *    Nombre d'emissions editees pour le client en cours
       01  WS-NB-EMI           PIC 9(4)   VALUE ZERO.
       01  WS-FIN-HIST         PIC X      VALUE 'N'.
      *----------------------------------------------------------------*
      *                        FILE STATUS                             *
      *----------------------------------------------------------------*
      *    LST - CLIENTS DEMANDES          file status
       01  FS-F-LST            PIC X(2).
           88  FS-LST-00                   VALUE '00'.
           88  FS-LST-10                   VALUE '10'.
      *    CLIMAST - FICHIER MAITRE CLIENTS  file status
       01  FS-F-CLIM           PIC X(2).
           88  FS-CLIM-00                  VALUE '00'.
           88  FS-CLIM-23                  VALUE '23'.
      *    POS - POSITION CLIENTS 24 MOIS  file status
       01  FS-F-POS            PIC X(2).
           88  FS-POS-00                   VALUE '00'.
           88  FS-POS-23                   VALUE '23'.
           88  FS-POS-35                   VALUE '35'.
      *    HIST - HISTORIQUE DES REMISES   file status
       01  FS-F-HIST           PIC X(2).
           88  FS-HIST-00                  VALUE '00'.
           88  FS-HIST-10                  VALUE '10'.
           88  FS-HIST-23                  VALUE '23'.
      *    BON - BONS DE REMISE NUMEROTES  file status
       01  FS-F-BON            PIC X(2).
           88  FS-BON-00                   VALUE '00'.
           88  FS-BON-10                   VALUE '10'.
      *    UTH - HISTORIQUE UTILISATIONS   file status
       01  FS-F-UTH            PIC X(2).
           88  FS-UTH-00                   VALUE '00'.
           88  FS-UTH-35                   VALUE '35'.
      *    OPT - LISTE D'OPPOSITION        file status
       01  FS-F-OPT            PIC X(2).
           88  FS-OPT-00                   VALUE '00'.
           88  FS-OPT-35                   VALUE '35'.
      *    SEG - SEGMENTATION RFM          file status
       01  FS-F-SEG            PIC X(2).
           88  FS-SEG-00                   VALUE '00'.
           88  FS-SEG-35                   VALUE '35'.
      *    P3 - CIVILITES                  file status
       01  FS-F-P3             PIC X(2).
           88  FS-P3-00                    VALUE '00'.
      *    P6 - MAGASINS                   file status
       01  FS-F-P6             PIC X(2).
           88  FS-P6-00                    VALUE '00'.
      *    FIC - EDITION DES FICHES        file status
       01  FS-F-FIC            PIC X(2).
           88  FS-FIC-00                   VALUE '00'.
      *    EOF status
       01  EOF-LST             PIC X(1)    VALUE 'N'.
       01  EOF-BON             PIC X(1)    VALUE 'N'.
       01  EOF-UTH             PIC 9      VALUE ZERO.
       01  EOF-OPT             PIC 9      VALUE ZERO.
       01  EOF-SEG             PIC 9      VALUE ZERO.
       01  EOF-P3              PIC 9      VALUE ZERO.
       01  EOF-P6              PIC 9      VALUE ZERO.
      *    Position POSCLI disponible (fichier present)
       01  WS-POS-DISPO        PIC X      VALUE 'N'.
           88  WS-POS-DISPO-OUI            VALUE 'O'.
           88  WS-POS-DISPO-NON            VALUE 'N'.
      *----------------------------------------------------------------*
      *                        COMPTEURS                               *
      *----------------------------------------------------------------*
       01  WS-CPT-LST-LU       PIC 9(6)   COMP
                                          VALUE ZERO.
       01  WS-CPT-LST-REJ      PIC 9(6)   COMP
                                          VALUE ZERO.
       01  WS-CPT-FIC-EDIT     PIC 9(6)   COMP
                                          VALUE ZERO.
       01  WS-CPT-FIC-INC      PIC 9(6)   COMP
                                          VALUE ZERO.
      *----------------------------------------------------------------*
      *          CODE RETOUR DE FIN DE TRAITEMENT (CHAINE DE NUIT)     *
      *----------------------------------------------------------------*
      *    00 traitement normal            04 client absent du maitre
      *    08 numeros rejetes              12 arret anormal
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
           COMPUTE NBDAYS-J = FUNCTION INTEGER-OF-DATE(WS-DATE-J).
      *    Referentiels (civilites P3, magasins P6)
           PERFORM CHARGE-P3-DEB
              THRU CHARGE-P3-FIN.
           PERFORM CHARGE-MAG-DEB
              THRU CHARGE-MAG-FIN.
      *    Clients demandes, puis releve en un passage de chacun des
      *    fichiers sequentiels (opposition, segments, bons, util.)
           PERFORM CHARGE-LST-DEB
              THRU CHARGE-LST-FIN.
           PERFORM CHARGE-OPTOUT-DEB
              THRU CHARGE-OPTOUT-FIN.
           PERFORM CHARGE-SEG-DEB
              THRU CHARGE-SEG-FIN.
           PERFORM CHARGE-BON-DEB
              THRU CHARGE-BON-FIN.
           PERFORM CHARGE-UTH-DEB
              THRU CHARGE-UTH-FIN.
      *    Fichiers lus en acces direct par client
           PERFORM OV-CLIM-DEB
              THRU OV-CLIM-FIN.
           PERFORM OV-POS-DEB
              THRU OV-POS-FIN.
           PERFORM OV-HIST-DEB
              THRU OV-HIST-FIN.
           PERFORM OV-FIC-DEB
              THRU OV-FIC-FIN.
      *
      *---------------------------------------------------------------*
      *APPEL DU COMPOSANT EDITION FICHE (ITERATIVE)
      *---------------------------------------------------------------*
      *
           PERFORM EDITE-FICHE-DEB
              THRU EDITE-FICHE-FIN
             VARYING FIC-PAR FROM 1 BY 1
             UNTIL FIC-PAR > FIC-LU.
      *
      *---------------------------------------------------------------*
      *FIN DU TRAITEMENT (OREILLETTE DROITE)
      *---------------------------------------------------------------*
           PERFORM FE-CLIM-DEB
              THRU FE-CLIM-FIN.
           PERFORM FE-POS-DEB
              THRU FE-POS-FIN.
           PERFORM FE-HIST-DEB
              THRU FE-HIST-FIN.
           PERFORM FE-FIC-DEB
              THRU FE-FIC-FIN.
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
      **********************EDITION D'UNE FICHE************************
      *---------------------------------------------------------------*
      *DEBUT DE L'EDITION D'UNE FICHE CLIENT                          *
      *---------------------------------------------------------------*
       EDITE-FICHE-DEB.
           MOVE FIC-NUM (FIC-PAR) TO       WS-FC-NUM.
           MOVE WS-DATE-J         TO       WS-FC-DATE.
           MOVE WS-STARS          TO       ENRG-FIC.
           PERFORM WRITE-FIC-DEB
              THRU WRITE-FIC-FIN.
           MOVE WS-FC-TITRE       TO       ENRG-FIC.
           PERFORM WRITE-FIC-DEB
              THRU WRITE-FIC-FIN.
           MOVE WS-STARS          TO       ENRG-FIC.
           PERFORM WRITE-FIC-DEB
              THRU WRITE-FIC-FIN.
      *    1) fichier maitre, adresse, NPAI et opposition
           PERFORM EDITE-MAITRE-DEB
              THRU EDITE-MAITRE-FIN.
      *    2) position 24 mois
           PERFORM EDITE-POS-DEB
              THRU EDITE-POS-FIN.
      *    3) segment RFM
           PERFORM EDITE-SEG-DEB
              THRU EDITE-SEG-FIN.
      *    4) emissions et bons
           PERFORM EDITE-EMIS-DEB
              THRU EDITE-EMIS-FIN.
           MOVE WS-BLANK          TO       ENRG-FIC.
           PERFORM WRITE-FIC-DEB
              THRU WRITE-FIC-FIN.
           ADD 1                  TO       WS-CPT-FIC-EDIT.
      *---------------------------------------------------------------*
      *FIN DE L'EDITION D'UNE FICHE CLIENT
      *---------------------------------------------------------------*
       EDITE-FICHE-FIN.
           EXIT.
      ******************************1010*******************************
      ***********************FICHIER MAITRE****************************
       EDITE-MAITRE-DEB.
           MOVE FIC-NUM (FIC-PAR) TO       CLIM-NUM-CLI.
           READ FIC-CLIMAST
               INVALID KEY
                   MOVE WS-FC-INC     TO   ENRG-FIC
                   PERFORM WRITE-FIC-DEB
                      THRU WRITE-FIC-FIN
                   ADD 1              TO   WS-CPT-FIC-INC
               NOT INVALID KEY
                   PERFORM EDITE-IDENT-DEB
                      THRU EDITE-IDENT-FIN
           END-READ.
      *    L'opposition se lit dans OPTOUT.txt, meme client radie
           IF FIC-OPT (FIC-PAR) = 'O'
               MOVE 'OUI - AUCUNE LETTRE NI CSV DE REMISE'
                                  TO       WS-FC-OPT-ED
           ELSE
               MOVE 'NON'         TO       WS-FC-OPT-ED
           END-IF.
           MOVE WS-FC-OPT         TO       ENRG-FIC.
           PERFORM WRITE-FIC-DEB
              THRU WRITE-FIC-FIN.
       EDITE-MAITRE-FIN.
           EXIT.
      *
       EDITE-IDENT-DEB.
      *    Libelle de civilite repris de la carte P3
           MOVE SPACES            TO       WS-FC-CIV.
           PERFORM VARYING CIV-PAR FROM 1 BY 1
              UNTIL CIV-PAR > CIV-LU
               IF CIV-COD (CIV-PAR) = CLIM-CIV-CLI
                   MOVE CIV-LIB (CIV-PAR) TO WS-FC-CIV
               END-IF
           END-PERFORM.
           MOVE CLIM-NOM-CLI      TO       WS-FC-NOM.
           MOVE CLIM-PRE-CLI      TO       WS-FC-PRE.
           MOVE WS-FC-IDENT       TO       ENRG-FIC.
           PERFORM WRITE-FIC-DEB
              THRU WRITE-FIC-FIN.
           MOVE CLIM-INS-CLI      TO       WS-FC-INS-DATE.
           MOVE WS-FC-INS         TO       ENRG-FIC.
           PERFORM WRITE-FIC-DEB
              THRU WRITE-FIC-FIN.
           MOVE CLIM-RUE-CLI      TO       WS-FC-RUE.
           MOVE CLIM-CP-CLI       TO       WS-FC-CP.
           MOVE CLIM-VIL-CLI      TO       WS-FC-VIL.
           MOVE WS-FC-ADR         TO       ENRG-FIC.
           PERFORM WRITE-FIC-DEB
              THRU WRITE-FIC-FIN.
           IF CLIM-NPAI-OUI
               MOVE 'OUI - COURRIER REVENU, PLUS DE LETTRE'
                                  TO       WS-FC-NPAI-ED
           ELSE
               MOVE 'NON'         TO       WS-FC-NPAI-ED
           END-IF.
           MOVE WS-FC-NPAI        TO       ENRG-FIC.
           PERFORM WRITE-FIC-DEB
              THRU WRITE-FIC-FIN.
           EVALUATE TRUE
               WHEN CLIM-CAN-COURRIER
                   MOVE 'COURRIER'    TO   WS-FC-CAN-ED
               WHEN CLIM-CAN-EMAIL
                   MOVE 'E-MAIL'      TO   WS-FC-CAN-ED
               WHEN CLIM-CAN-SMS
                   MOVE 'SMS'         TO   WS-FC-CAN-ED
               WHEN OTHER
                   MOVE 'INCONNU'     TO   WS-FC-CAN-ED
           END-EVALUATE.
           MOVE CLIM-MOB-CLI      TO       WS-FC-MOB.
           MOVE CLIM-MEL-CLI      TO       WS-FC-MEL.
           MOVE WS-FC-CON         TO       ENRG-FIC.
           PERFORM WRITE-FIC-DEB
              THRU WRITE-FIC-FIN.
       EDITE-IDENT-FIN.
           EXIT.
      ******************************1020*******************************
      ***********************POSITION 24 MOIS**************************
       EDITE-POS-DEB.
           MOVE WS-FC-POS-T       TO       ENRG-FIC.
           PERFORM WRITE-FIC-DEB
              THRU WRITE-FIC-FIN.
           IF WS-POS-DISPO-NON
               MOVE WS-FC-POS-ABS TO       ENRG-FIC
               PERFORM WRITE-FIC-DEB
                  THRU WRITE-FIC-FIN
               GO TO EDITE-POS-FIN
           END-IF.
           MOVE FIC-NUM (FIC-PAR) TO       POS-NUM-CLI.
           READ FIC-POS
               INVALID KEY
                   MOVE WS-FC-POS-ABS TO   ENRG-FIC
                   PERFORM WRITE-FIC-DEB
                      THRU WRITE-FIC-FIN
               NOT INVALID KEY
                   PERFORM EDITE-GODETS-DEB
                      THRU EDITE-GODETS-FIN
           END-READ.
       EDITE-POS-FIN.
           EXIT.
      *
       EDITE-GODETS-DEB.
           MOVE POS-TOT-24        TO       WS-FC-POS-TOT.
           MOVE POS-NB-CMD        TO       WS-FC-POS-NB.
           MOVE POS-DER-CMD       TO       WS-FC-POS-DER.
           MOVE WS-FC-POS         TO       ENRG-FIC.
           PERFORM WRITE-FIC-DEB
              THRU WRITE-FIC-FIN.
      *    Les 24 godets mensuels (un godet jamais alimente est a zero)
           PERFORM VARYING BT-PAR FROM 1 BY 1 UNTIL BT-PAR > 24
               MOVE POS-MOIS-AAMM (BT-PAR) TO WS-FC-MOIS-AAMM
               MOVE POS-MOIS-MT (BT-PAR)   TO WS-FC-MOIS-MT
               MOVE POS-MOIS-NB (BT-PAR)   TO WS-FC-MOIS-NB
               MOVE WS-FC-MOIS             TO ENRG-FIC
               PERFORM WRITE-FIC-DEB
                  THRU WRITE-FIC-FIN
           END-PERFORM.
       EDITE-GODETS-FIN.
           EXIT.
      ******************************1030*******************************
      ***********************SEGMENT RFM*******************************
       EDITE-SEG-DEB.
           MOVE WS-SEG-DATE       TO       WS-FC-SEG-DATE.
           MOVE WS-FC-SEG-T       TO       ENRG-FIC.
           PERFORM WRITE-FIC-DEB
              THRU WRITE-FIC-FIN.
           IF FIC-SEG-TROUVE (FIC-PAR) = 'O'
               MOVE FIC-SEG-R (FIC-PAR) TO WS-FC-SEG-R
               MOVE FIC-SEG-F (FIC-PAR) TO WS-FC-SEG-F
               MOVE FIC-SEG-M (FIC-PAR) TO WS-FC-SEG-M
               MOVE WS-FC-SEG           TO ENRG-FIC
           ELSE
               MOVE WS-FC-SEG-ABS       TO ENRG-FIC
           END-IF.
           PERFORM WRITE-FIC-DEB
              THRU WRITE-FIC-FIN.
       EDITE-SEG-FIN.
           EXIT.
      ******************************1040*******************************
      ***********************EMISSIONS ET BONS*************************
       EDITE-EMIS-DEB.
      *    Parcours des emissions du client (cle client + campagne)
           MOVE WS-FC-EMI-T       TO       ENRG-FIC.
           PERFORM WRITE-FIC-DEB
              THRU WRITE-FIC-FIN.
           MOVE ZERO              TO       WS-NB-EMI.
           MOVE 'N'               TO       WS-FIN-HIST.
           MOVE FIC-NUM (FIC-PAR) TO       HIST-NUM-CLI.
           MOVE ZERO              TO       HIST-COD-REM.
           START FIC-HIST KEY >= HIST-CLE
               INVALID KEY
                   MOVE 'Y'       TO       WS-FIN-HIST
           END-START.
           PERFORM UNTIL WS-FIN-HIST = 'Y'
               READ FIC-HIST NEXT
               END-READ
               IF FS-F-HIST = '00'
                  AND HIST-NUM-CLI = FIC-NUM (FIC-PAR)
                   PERFORM EDITE-UNE-EMIS-DEB
                      THRU EDITE-UNE-EMIS-FIN
               ELSE
                   MOVE 'Y'       TO       WS-FIN-HIST
               END-IF
           END-PERFORM.
           IF WS-NB-EMI = ZERO
               MOVE WS-FC-NOEMI   TO       ENRG-FIC
               PERFORM WRITE-FIC-DEB
                  THRU WRITE-FIC-FIN
           END-IF.
       EDITE-EMIS-FIN.
           EXIT.
      *
       EDITE-UNE-EMIS-DEB.
           ADD 1                  TO       WS-NB-EMI.
           MOVE HIST-COD-REM      TO       WS-FC-EMI-COD.
           MOVE HIST-DATE-EMIS    TO       WS-FC-EMI-DATE.
           MOVE HIST-TAB-DEB      TO       WS-FC-EMI-DEB.
           MOVE HIST-TAB-FIN      TO       WS-FC-EMI-FIN.
           MOVE WS-FC-EMI         TO       ENRG-FIC.
           PERFORM WRITE-FIC-DEB
              THRU WRITE-FIC-FIN.
      *    Client tire en groupe temoin : aucun bon attendu
           IF HIST-GRP-TEMOIN
               MOVE WS-FC-TEMOIN  TO       ENRG-FIC
               PERFORM WRITE-FIC-DEB
                  THRU WRITE-FIC-FIN
               GO TO EDITE-UNE-EMIS-FIN
           END-IF.
      *    Bons du client pour cette campagne (plusieurs si reemis)
           MOVE ZERO              TO       BT-EDIT.
           PERFORM VARYING BT-PAR FROM 1 BY 1 UNTIL BT-PAR > BT-NB
               IF BT-NUM-CLI (BT-PAR) = HIST-NUM-CLI
                  AND BT-COD-REM (BT-PAR) = HIST-COD-REM
                   PERFORM EDITE-BON-DEB
                      THRU EDITE-BON-FIN
               END-IF
           END-PERFORM.
           IF BT-EDIT = ZERO
               MOVE WS-FC-NOBON   TO       ENRG-FIC
               PERFORM WRITE-FIC-DEB
                  THRU WRITE-FIC-FIN
           END-IF.
       EDITE-UNE-EMIS-FIN.
           EXIT.
      *
       EDITE-BON-DEB.
           ADD 1                  TO       BT-EDIT.
           MOVE BT-NUM (BT-PAR)   TO       WS-FC-BON-NUM.
           MOVE BT-TAUX (BT-PAR)  TO       WS-FC-BON-TAUX.
           MOVE BT-ECO (BT-PAR)   TO       WS-FC-BON-ECO.
           MOVE WS-FC-BON         TO       ENRG-FIC.
           PERFORM WRITE-FIC-DEB
              THRU WRITE-FIC-FIN.
      *    Etat du bon : utilise (quand, ou), annule, valide ou expire
           MOVE SPACES            TO       WS-FC-ETAT-ED.
           EVALUATE TRUE
               WHEN BT-UTILISE (BT-PAR) = 'O'
                   MOVE BT-DATE-UTIL (BT-PAR) TO WS-ETAT-DATE
                   PERFORM CHERCHE-MAG-DEB
                      THRU CHERCHE-MAG-FIN
                   STRING 'UTILISE LE ' WS-ETAT-DATE
                          ' MAGASIN ' BT-MAG (BT-PAR)
                          ' ' WS-ETAT-MAG-LIB
                       DELIMITED BY SIZE INTO WS-FC-ETAT-ED
                   END-STRING
               WHEN BT-UTILISE (BT-PAR) = 'A'
                   MOVE BT-DATE-UTIL (BT-PAR) TO WS-ETAT-DATE
                   STRING 'ANNULE OU REMPLACE LE ' WS-ETAT-DATE
                          ' (VOIR BONAUDIT)'
                       DELIMITED BY SIZE INTO WS-FC-ETAT-ED
                   END-STRING
               WHEN BT-VAL-FIN (BT-PAR) < WS-DATE-J
                   MOVE BT-VAL-FIN (BT-PAR)   TO WS-ETAT-DATE
                   STRING 'NON UTILISE - EXPIRE LE ' WS-ETAT-DATE
                       DELIMITED BY SIZE INTO WS-FC-ETAT-ED
                   END-STRING
               WHEN OTHER
                   MOVE BT-VAL-FIN (BT-PAR)   TO WS-ETAT-DATE
                   STRING 'NON UTILISE - VALABLE JUSQU''AU '
                          WS-ETAT-DATE
                       DELIMITED BY SIZE INTO WS-FC-ETAT-ED
                   END-STRING
           END-EVALUATE.
           MOVE WS-FC-ETAT        TO       ENRG-FIC.
           PERFORM WRITE-FIC-DEB
              THRU WRITE-FIC-FIN.
       EDITE-BON-FIN.
           EXIT.
      *
       CHERCHE-MAG-DEB.
      *    Libelle du magasin d'utilisation (referentiel P6) ; magasin
      *    inconnu si l'utilisation precede l'historique REMVAL
           MOVE SPACES            TO       WS-ETAT-MAG-LIB.
           IF BT-MAG (BT-PAR) = SPACES
               MOVE 'NON CONNU'   TO       WS-ETAT-MAG-LIB
           END-IF.
           PERFORM VARYING MAG-PAR FROM 1 BY 1
              UNTIL MAG-PAR > MAG-LU
               IF MAG-M-COD (MAG-PAR) = BT-MAG (BT-PAR)
                   MOVE MAG-M-LIB (MAG-PAR) TO WS-ETAT-MAG-LIB
               END-IF
           END-PERFORM.
       CHERCHE-MAG-FIN.
           EXIT.
      ******************************5000*******************************
      *****************************************************************
      *---------------------------------------------------------------*
      *            CHARGEMENT DES TABLES DE TRAVAIL                   *
      *---------------------------------------------------------------*
      *****************************************************************
       CHARGE-LST-DEB.
      *    Numeros demandes ; un numero non numerique est ecarte, un
      *    doublon n'est edite qu'une fois
           OPEN INPUT FIC-LST.
           IF NOT FS-F-LST = '00'
              DISPLAY 'PROBLEME D''OUVERTURE LISTE DES CLIENTS'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-LST
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
           PERFORM UNTIL EOF-LST = 'Y'
               READ FIC-LST INTO WS-ENRG-LST
               AT END
                   MOVE 'Y'     TO EOF-LST
               NOT AT END
                   ADD 1        TO WS-CPT-LST-LU
                   PERFORM AJOUTE-LST-DEB
                      THRU AJOUTE-LST-FIN
               END-READ
           END-PERFORM.
           CLOSE FIC-LST.
           IF NOT FS-F-LST = '00'
              DISPLAY 'PROBLEME DE FERMETURE LISTE DES CLIENTS'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-LST
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       CHARGE-LST-FIN.
           EXIT.
      *
       AJOUTE-LST-DEB.
           IF WS-LST-NUM NOT NUMERIC
               DISPLAY 'NUMERO CLIENT INVALIDE : ' WS-LST-NUM
               ADD 1              TO       WS-CPT-LST-REJ
               GO TO AJOUTE-LST-FIN
           END-IF.
           MOVE WS-LST-NUM-N      TO       WS-FIC-CLE.
           PERFORM CHERCHE-FIC-DEB
              THRU CHERCHE-FIC-FIN.
           IF FIC-TROUVE > ZERO
               GO TO AJOUTE-LST-FIN
           END-IF.
           IF FIC-LU < FIC-MAX
               ADD 1              TO       FIC-LU
               MOVE WS-LST-NUM-N  TO       FIC-NUM (FIC-LU)
               MOVE 'N'           TO       FIC-OPT (FIC-LU)
               MOVE 'N'           TO       FIC-SEG-TROUVE (FIC-LU)
           ELSE
               DISPLAY 'ERREUR LECTURE COMPTEUR TABLEAU CLIENTS'
               PERFORM ERREUR-PROG-DEB
                  THRU ERREUR-PROG-FIN
           END-IF.
       AJOUTE-LST-FIN.
           EXIT.
      *
       CHERCHE-FIC-DEB.
      *    Indice TABFIC du client WS-FIC-CLE (zero si non demande)
           MOVE ZERO              TO       FIC-TROUVE.
           PERFORM VARYING FIC-PAR FROM 1 BY 1
              UNTIL FIC-PAR > FIC-LU OR FIC-TROUVE > ZERO
               IF FIC-NUM (FIC-PAR) = WS-FIC-CLE
                   MOVE FIC-PAR   TO       FIC-TROUVE
               END-IF
           END-PERFORM.
       CHERCHE-FIC-FIN.
           EXIT.
      *
       CHARGE-OPTOUT-DEB.
      *    Fichier facultatif : son absence (FS=35) vaut liste vide
           OPEN INPUT FIC-OPTOUT.
           IF FS-F-OPT = '35'
               MOVE 1             TO       EOF-OPT
           ELSE
               IF NOT FS-F-OPT = '00'
                   DISPLAY 'PROBLEME D''OUVERTURE LISTE D''OPPOSITION'
                   DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-OPT
                   PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
               END-IF
           END-IF.
           PERFORM UNTIL EOF-OPT = 1
               READ FIC-OPTOUT INTO WS-ENRG-OPT
               AT END
                   MOVE 1       TO EOF-OPT
               NOT AT END
                   MOVE WS-OPT-NUM TO WS-FIC-CLE
                   PERFORM CHERCHE-FIC-DEB
                      THRU CHERCHE-FIC-FIN
                   IF FIC-TROUVE > ZERO
                       MOVE 'O' TO FIC-OPT (FIC-TROUVE)
                   END-IF
               END-READ
           END-PERFORM.
           IF FS-F-OPT = '00' OR FS-F-OPT = '10'
               CLOSE FIC-OPTOUT
           END-IF.
       CHARGE-OPTOUT-FIN.
           EXIT.
      *
       CHARGE-SEG-DEB.
      *    Recherche du SEGCLI le plus recent en remontant depuis la
      *    date du jour ; aucun fichier trouve : segment non edite
           SET WS-SEG-OUVERT-NON  TO       TRUE.
           MOVE ZERO              TO       WS-SEG-DATE.
           PERFORM VARYING SEG-RECUL FROM 0 BY 1
              UNTIL SEG-RECUL > SEG-RECUL-MAX OR WS-SEG-OUVERT-OUI
               COMPUTE WS-SEG-DATE =
               FUNCTION DATE-OF-INTEGER(NBDAYS-J - SEG-RECUL)
               MOVE SPACES        TO       WS-SEG-PATH
               STRING 'C:/Users/y_cle/SORTIE/SEGCLI_' WS-SEG-DATE
                      '.txt'
                   DELIMITED BY SIZE INTO WS-SEG-PATH
               END-STRING
               OPEN INPUT FIC-SEG
               IF FS-F-SEG = '00'
                   SET WS-SEG-OUVERT-OUI TO TRUE
               END-IF
           END-PERFORM.
           IF WS-SEG-OUVERT-NON
               MOVE ZERO          TO       WS-SEG-DATE
               DISPLAY 'AUCUN FICHIER SEGCLI SUR LES '
                       SEG-RECUL-MAX ' DERNIERS JOURS'
               GO TO CHARGE-SEG-FIN
           END-IF.
           PERFORM UNTIL EOF-SEG = 1
               READ FIC-SEG INTO WS-ENRG-SEG
               AT END
                   MOVE 1       TO EOF-SEG
               NOT AT END
                   MOVE WS-SEG-NUM TO WS-FIC-CLE
                   PERFORM CHERCHE-FIC-DEB
                      THRU CHERCHE-FIC-FIN
                   IF FIC-TROUVE > ZERO
                       MOVE 'O'         TO FIC-SEG-TROUVE (FIC-TROUVE)
                       MOVE WS-SEG-R-ED TO FIC-SEG-R (FIC-TROUVE)
                       MOVE WS-SEG-F-ED TO FIC-SEG-F (FIC-TROUVE)
                       MOVE WS-SEG-M-ED TO FIC-SEG-M (FIC-TROUVE)
                       MOVE WS-SEG-DER  TO FIC-SEG-DER (FIC-TROUVE)
                       MOVE WS-SEG-NB   TO FIC-SEG-NB (FIC-TROUVE)
                       MOVE WS-SEG-TOT  TO FIC-SEG-TOT (FIC-TROUVE)
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-SEG.
       CHARGE-SEG-FIN.
           EXIT.
      *
       CHARGE-BON-DEB.
      *    Releve des bons des clients demandes (BONREM n'a pas de
      *    cle client : un passage sequentiel complet)
           OPEN INPUT FIC-BON.
           IF NOT FS-F-BON = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER BONS DE REMISE'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-BON
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
           PERFORM UNTIL EOF-BON = 'Y'
               READ FIC-BON NEXT
               AT END
                   MOVE 'Y'     TO EOF-BON
               NOT AT END
                   MOVE BON-NUM-CLI TO WS-FIC-CLE
                   PERFORM CHERCHE-FIC-DEB
                      THRU CHERCHE-FIC-FIN
                   IF FIC-TROUVE > ZERO
                       PERFORM AJOUTE-BON-DEB
                          THRU AJOUTE-BON-FIN
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-BON.
           IF NOT FS-F-BON = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER BONS DE REMISE'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-BON
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       CHARGE-BON-FIN.
           EXIT.
      *
       AJOUTE-BON-DEB.
           IF BT-NB < BT-MAX
               ADD 1              TO       BT-NB
               MOVE BON-NUM       TO       BT-NUM (BT-NB)
               MOVE BON-NUM-CLI   TO       BT-NUM-CLI (BT-NB)
               MOVE BON-COD-REM   TO       BT-COD-REM (BT-NB)
               MOVE BON-TAUX      TO       BT-TAUX (BT-NB)
               MOVE BON-VAL-FIN   TO       BT-VAL-FIN (BT-NB)
               MOVE BON-UTILISE   TO       BT-UTILISE (BT-NB)
               MOVE BON-DATE-UTIL TO       BT-DATE-UTIL (BT-NB)
               MOVE BON-ECO       TO       BT-ECO (BT-NB)
               MOVE SPACES        TO       BT-MAG (BT-NB)
           ELSE
               DISPLAY 'ERREUR LECTURE COMPTEUR TABLEAU BONS'
               PERFORM ERREUR-PROG-DEB
                  THRU ERREUR-PROG-FIN
           END-IF.
       AJOUTE-BON-FIN.
           EXIT.
      *
       CHARGE-UTH-DEB.
      *    Magasin d'utilisation des bons releves ; historique absent
      *    (FS=35) avant la premiere utilisation enregistree
           OPEN INPUT FIC-UTH.
           IF FS-F-UTH = '35'
               MOVE 1             TO       EOF-UTH
           ELSE
               IF NOT FS-F-UTH = '00'
                   DISPLAY 'PROBLEME D''OUVERTURE HISTO UTILISATIONS'
                   DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-UTH
                   PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
               END-IF
           END-IF.
           PERFORM UNTIL EOF-UTH = 1
               READ FIC-UTH INTO WS-ENRG-UTH
               AT END
                   MOVE 1       TO EOF-UTH
               NOT AT END
                   PERFORM VARYING BT-PAR FROM 1 BY 1
                      UNTIL BT-PAR > BT-NB
                       IF BT-NUM (BT-PAR) = WS-UTH-BON
                           MOVE WS-UTH-MAG TO BT-MAG (BT-PAR)
                       END-IF
                   END-PERFORM
               END-READ
           END-PERFORM.
           IF FS-F-UTH = '00' OR FS-F-UTH = '10'
               CLOSE FIC-UTH
           END-IF.
       CHARGE-UTH-FIN.
           EXIT.
      *
       CHARGE-P3-DEB.
           OPEN INPUT CARTE-P3.
           IF NOT FS-F-P3 = '00'
              DISPLAY 'PROBLEME D''OUVERTURE CARTE P3 (CIVILITES)'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-P3
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
           PERFORM UNTIL EOF-P3 = 1
               READ CARTE-P3 INTO ENR-P3
               AT END
                   MOVE 1       TO EOF-P3
               NOT AT END
                   ADD 1        TO CIV-LU
                   MOVE ENR-P3  TO TABCIV (CIV-LU)
               END-READ
               IF CIV-LU > CIV-MAX
                   DISPLAY 'ERREUR LECTURE COMPTEUR TABLEAU'
                   PERFORM ERREUR-PROG-DEB
                      THRU ERREUR-PROG-FIN
               END-IF
           END-PERFORM.
           CLOSE CARTE-P3.
       CHARGE-P3-FIN.
           EXIT.
      *
       CHARGE-MAG-DEB.
           OPEN INPUT CARTE-P6.
           IF NOT FS-F-P6 = '00'
              DISPLAY 'PROBLEME D''OUVERTURE CARTE P6 (MAGASINS)'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-P6
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
           PERFORM UNTIL EOF-P6 = 1
               READ CARTE-P6 INTO WS-ENRG-MAG-M
               AT END
                   MOVE 1       TO EOF-P6
               NOT AT END
                   ADD 1        TO MAG-LU
                   MOVE WS-MAG-M-COD TO MAG-M-COD (MAG-LU)
                   MOVE WS-MAG-M-LIB TO MAG-M-LIB (MAG-LU)
               END-READ
               IF MAG-LU > MAG-MAX
                   DISPLAY 'ERREUR LECTURE COMPTEUR TABLEAU MAGASINS'
                   PERFORM ERREUR-PROG-DEB
                      THRU ERREUR-PROG-FIN
               END-IF
           END-PERFORM.
           CLOSE CARTE-P6.
       CHARGE-MAG-FIN.
           EXIT.
      ******************************6000*******************************
      *****************************************************************
      *---------------------------------------------------------------*
      *            ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *****************************************************************
      *    OUVERTURE DES FICHIERS
      *****************************************************************
       OV-CLIM-DEB.
           OPEN INPUT FIC-CLIMAST.
           IF NOT FS-F-CLIM = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER MAITRE CLIENTS'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CLIM
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       OV-CLIM-FIN.
           EXIT.
      *
       OV-POS-DEB.
      *    POSCLI absent (FS=35) : la fiche le signale, sans arret
           OPEN INPUT FIC-POS.
           IF FS-F-POS = '00'
               SET WS-POS-DISPO-OUI TO     TRUE
           ELSE
               IF NOT FS-F-POS = '35'
                   DISPLAY 'PROBLEME D''OUVERTURE FICHIER POSCLI'
                   DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-POS
                   PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
               END-IF
           END-IF.
       OV-POS-FIN.
           EXIT.
      *
       OV-HIST-DEB.
           OPEN INPUT FIC-HIST.
           IF NOT FS-F-HIST = '00'
              DISPLAY 'PROBLEME D''OUVERTURE HISTORIQUE DES REMISES'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-HIST
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       OV-HIST-FIN.
           EXIT.
      *
       OV-FIC-DEB.
           OPEN OUTPUT FIC-FIC.
           IF NOT FS-F-FIC = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER DES FICHES'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-FIC
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       OV-FIC-FIN.
           EXIT.
      *****************************************************************
      *    FERMETURE DES FICHIERS
      *****************************************************************
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
       FE-POS-DEB.
           IF WS-POS-DISPO-OUI
               CLOSE FIC-POS
               IF NOT FS-F-POS = '00'
                  DISPLAY 'PROBLEME DE FERMETURE FICHIER POSCLI'
                  DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-POS
                  PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
               END-IF
           END-IF.
       FE-POS-FIN.
           EXIT.
      *
       FE-HIST-DEB.
           CLOSE FIC-HIST.
           IF NOT FS-F-HIST = '00'
              DISPLAY 'PROBLEME DE FERMETURE HISTORIQUE DES REMISES'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-HIST
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       FE-HIST-FIN.
           EXIT.
      *
       FE-FIC-DEB.
           CLOSE FIC-FIC.
           IF NOT FS-F-FIC = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER DES FICHES'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-FIC
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       FE-FIC-FIN.
           EXIT.
      *****************************************************************
      *    ECRITURE DES FICHES
      *****************************************************************
       WRITE-FIC-DEB.
           WRITE ENRG-FIC.
           IF NOT FS-F-FIC = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER DES FICHES'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-FIC
              PERFORM ERREUR-PROG-DEB
                 THRU ERREUR-PROG-FIN
           END-IF.
       WRITE-FIC-FIN.
           EXIT.
      *****************************************************************
      *****************************************************************
      *---------------------------------------------------------------*
      *                  PROTECTION FIN DE PROGRAMME                  *
      *---------------------------------------------------------------*
      *
       FIN-PROG-DEB.
            EVALUATE TRUE
               WHEN WS-CPT-LST-REJ > 0
                    MOVE 8             TO       WS-CODE-RETOUR
               WHEN WS-CPT-FIC-INC > 0
                    MOVE 4             TO       WS-CODE-RETOUR
               WHEN OTHER
                    MOVE 0             TO       WS-CODE-RETOUR
            END-EVALUATE.
            MOVE WS-CODE-RETOUR        TO       RETURN-CODE.
            DISPLAY '*==============================================*'.
            DISPLAY '*     FIN NORMALE DU PROGRAMME FICHCLI         *'.
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
            DISPLAY '*     FIN ANORMALE DU PROGRAMME FICHCLI        *'.
            DISPLAY '*==============================================*'.
            MOVE 12 TO RETURN-CODE.
      *
       ERREUR-PROG-FIN.
            STOP RUN.
       END PROGRAM FICHCLI.
