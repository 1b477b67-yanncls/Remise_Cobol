      ******************************************************************
      * Author: YANN
      * Date: 15/10/2026
      * Purpose: TENDANCE MENSUELLE DES VENTES ET DE L'ACTIVITE CLIENTS
      *          SUR 24 MOIS (GODETS POSCLI) : CHIFFRE D'AFFAIRES NET,
      *          COMMANDES, CLIENTS ACTIFS, PANIER MOYEN, NOUVEAUX
      *          CLIENTS / CLIENTS FIDELES (CLIMAST), COMPARAISON AVEC
      *          LE MEME MOIS DE L'ANNEE PRECEDENTE, VENTILATION PAR
      *          CIVILITE (P3) ET PAR DEPARTEMENT ; EXTRAIT CSV POUR
      *          LES TABLEAUX DE BORD FINANCE ET MARKETING
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TENDANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *--------------------
       FILE-CONTROL.
      *--------------------
       SELECT CARTE-TND ASSIGN TO 'C:/Users/y_cle/ENTREE/TENDANCE.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-TND.
       SELECT FIC-POS   ASSIGN TO 'C:/Users/y_cle/SORTIE/POSCLI.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS POS-NUM-CLI
           FILE STATUS                 IS FS-F-POS.
       SELECT FIC-CLIMAST ASSIGN TO 'C:/Users/y_cle/ENTREE/CLIMAST.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CLIM-NUM-CLI
           FILE STATUS                 IS FS-F-CLIM.
       SELECT CARTE-P3  ASSIGN TO 'C:/Users/y_cle/ENTREE/P3.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-P3.
       SELECT FIC-ETA   ASSIGN TO 'C:/Users/y_cle/SORTIE/TENDANCE.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-ETA.
       SELECT FIC-CSV   ASSIGN TO 'C:/Users/y_cle/SORTIE/TENDANCE.csv'
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-CSV.
      *
      *****************************************************************
      *                     DESCRIPTION DES FICHIERS                  *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CARTE-TND    RECORDING F.
       01  ENRG-TND            PIC X(6).
       FD  FIC-POS.
       01  ENRG-POS.
           05  POS-NUM-CLI     PIC 9(10).
      *    Position nette 24 mois tenue par POSMAJ : total, nombre de
      *    commandes, derniere commande, godets mensuels (AAAAMM)
           05  POS-TOT-24      PIC S9(9)V99.
           05  POS-NB-CMD      PIC 9(4).
           05  POS-DER-CMD     PIC 9(8).
           05  POS-MOIS OCCURS 24 TIMES.
               10  POS-MOIS-AAMM   PIC 9(6).
               10  POS-MOIS-MT     PIC S9(7)V99.
               10  POS-MOIS-NB     PIC 9(3).
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
       FD  CARTE-P3     RECORDING F.
       01  ENRG-SEXECLI        PIC X(10).
       FD  FIC-ETA      RECORDING F.
       01  ENRG-ETA            PIC X(132).
       FD  FIC-CSV      RECORDING F.
       01  ENRG-CSV            PIC X(160).
      *
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                     WORKING STORAGE SECTION                    *
      ******************************************************************
      *----------------------------------------------------------------*
      *          TND - MOIS DE REFERENCE DE L'ETAT                     *
      *----------------------------------------------------------------*
      *    Carte facultative AAAAMM : dernier mois edite ; absente ou
      *    a blanc, mois en cours (dernier godet tenu par POSMAJ)
       01  WS-ENRG-TND.
           05  WS-TND-PER      PIC X(6).
           05  WS-TND-PER-N    REDEFINES WS-TND-PER
                               PIC 9(6).
       01  WS-DATE-J           PIC 9(8).
       01  WS-DATE-J-X         REDEFINES WS-DATE-J.
           05  WS-DJ-AAAA      PIC 9(4).
           05  WS-DJ-MM        PIC 9(2).
           05  WS-DJ-JJ        PIC 9(2).
       01  WS-REF.
           05  WS-REF-AAAA     PIC 9(4).
           05  WS-REF-MM       PIC 9(2).
       01  WS-REF-N            REDEFINES WS-REF
                               PIC 9(6).
      *    Mois de travail pour la construction de la fenetre
       01  WS-TRV.
           05  WS-TRV-AAAA     PIC 9(4).
           05  WS-TRV-MM       PIC 9(2).
       01  WS-TRV-N            REDEFINES WS-TRV
                               PIC 9(6).
      *    Rang absolu d'un mois (AAAA * 12 + MM) : position d'un
      *    godet POSCLI dans la fenetre par difference avec la
      *    reference, sans recherche
       01  WS-GOD.
           05  WS-GOD-AAAA     PIC 9(4).
           05  WS-GOD-MM       PIC 9(2).
       01  WS-GOD-N            REDEFINES WS-GOD
                               PIC 9(6).
       01  WS-REF-RANG         PIC 9(6)   COMP.
       01  WS-GOD-RANG         PIC 9(6)   COMP.
       01  WS-ECART            PIC S9(6)  COMP.
      *----------------------------------------------------------------*
      *          MOI - CUMULS PAR MOIS DE LA FENETRE (1 = PLUS ANCIEN) *
      *----------------------------------------------------------------*
      *    Un client est actif dans un mois s'il y a passe au moins
      *    une commande ; il y est nouveau si son inscription (CLIMAST)
      *    date de ce meme mois, fidele sinon
       01  TABMOIS OCCURS 24 TIMES.
           05  MOI-AAMM        PIC 9(6).
           05  MOI-CA          PIC S9(11)V99 COMP-3.
           05  MOI-CMD         PIC 9(7)   COMP.
           05  MOI-CLI         PIC 9(6)   COMP.
           05  MOI-NOUV        PIC 9(6)   COMP.
       77  MOIS-PAR            PIC 99     VALUE ZERO.
       77  MOIS-K              PIC 99     VALUE ZERO.
       77  MOIS-N1             PIC 99     VALUE ZERO.
      *----------------------------------------------------------------*
      *          PER - CUMULS PAR PERIODE (CLIENTS DISTINCTS)          *
      *----------------------------------------------------------------*
      *    1 = 12 derniers mois (annee N), 2 = 12 mois precedents
      *    (annee N-1), 3 = fenetre complete de 24 mois
       01  TABPER OCCURS 3 TIMES.
           05  PER-DEB         PIC 9(6).
           05  PER-FIN         PIC 9(6).
           05  PER-CA          PIC S9(11)V99 COMP-3.
           05  PER-CMD         PIC 9(7)   COMP.
           05  PER-CLI         PIC 9(6)   COMP.
           05  PER-NOUV        PIC 9(6)   COMP.
       77  PER-PAR             PIC 9      VALUE ZERO.
      *    Cumuls du client en cours par periode
       01  TABCLI OCCURS 3 TIMES.
           05  CLI-CA          PIC S9(9)V99 COMP-3.
           05  CLI-CMD         PIC 9(5)   COMP.
           05  CLI-ACTIF       PIC X.
           05  CLI-NOUV        PIC X.
      *    Client en cours : present au maitre, mois d'inscription,
      *    postes de ventilation civilite et departement
       01  WS-CLIM-TROUVE      PIC X      VALUE 'N'.
           88  WS-CLIM-TROUVE-OUI          VALUE 'O'.
           88  WS-CLIM-TROUVE-NON          VALUE 'N'.
       01  WS-INS-AAMM         PIC 9(6).
       77  CVT-IDX             PIC 99     VALUE ZERO.
       77  DEP-IDX             PIC 999    VALUE ZERO.
      *----------------------------------------------------------------*
      *          P3 - CIVILITES ET VENTILATION PAR CIVILITE            *
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
      *    Poste des clients de civilite inconnue ou absents du
      *    maitre (place derriere les civilites de la carte P3)
       77  CIV-INC             PIC 99     VALUE ZERO.
      *    Cumuls annee N (1) et annee N-1 (2) par civilite (meme
      *    indice que TABCIV)
       01  TABCVT OCCURS 11 TIMES.
           05  CVT-PER OCCURS 2 TIMES.
               10  CVT-CA      PIC S9(11)V99 COMP-3.
               10  CVT-CMD     PIC 9(7)   COMP.
               10  CVT-CLI     PIC 9(6)   COMP.
               10  CVT-NOUV    PIC 9(6)   COMP.
      *----------------------------------------------------------------*
      *          DEP - VENTILATION PAR DEPARTEMENT (CODE POSTAL)       *
      *----------------------------------------------------------------*
      *    Postes 1 a 100 : departements 00 a 99 (deux premiers
      *    chiffres du code postal), 101 a 110 : departements d'outre
      *    mer 970 a 979 (trois chiffres), 111 : client absent du
      *    maitre ou code postal non numerique ; l'edition suit donc
      *    l'ordre des codes
       01  TABDEP OCCURS 111 TIMES.
           05  DEP-COD         PIC X(3).
           05  DEP-PER OCCURS 2 TIMES.
               10  DEP-CA      PIC S9(11)V99 COMP-3.
               10  DEP-CMD     PIC 9(7)   COMP.
               10  DEP-CLI     PIC 9(6)   COMP.
               10  DEP-NOUV    PIC 9(6)   COMP.
       77  DEP-MAX             PIC 999    VALUE 111.
       77  DEP-PAR             PIC 999    VALUE ZERO.
       01  WS-DEP-NN           PIC 99.
       01  WS-DEP-D3           PIC 9.
      *----------------------------------------------------------------*
      *          CALCULS D'EDITION                                     *
      *----------------------------------------------------------------*
       01  WS-PANIER           PIC S9(9)V99 COMP-3.
       01  WS-EVOL             PIC S9(5)V99 COMP-3.
       01  WS-EVOL-OK          PIC X      VALUE 'N'.
           88  WS-EVOL-OK-OUI              VALUE 'O'.
           88  WS-EVOL-OK-NON              VALUE 'N'.
      *    Valeurs communes a une ligne d'etat et a sa ligne CSV
       01  WS-LIG-CA           PIC S9(11)V99 COMP-3.
       01  WS-LIG-CA-N1        PIC S9(11)V99 COMP-3.
       01  WS-LIG-N1-OK        PIC X      VALUE 'N'.
           88  WS-LIG-N1-OUI               VALUE 'O'.
           88  WS-LIG-N1-NON               VALUE 'N'.
       01  WS-LIG-CMD          PIC 9(7)   COMP.
       01  WS-LIG-CLI          PIC 9(6)   COMP.
       01  WS-LIG-CLI-N1       PIC 9(6)   COMP.
       01  WS-LIG-NOUV         PIC 9(6)   COMP.
      *----------------------------------------------------------------*
      *          ETA - ETAT DE TENDANCE                                *
      *----------------------------------------------------------------*
       01  WS-ETA-TITRE.
           05  FILLER          PIC X(80)   VALUE
           'TENDANCE MENSUELLE DES VENTES ET DE L''ACTIVITE CLIENTS - TE
      -    'NDANCE'.
       01  WS-ETA-PERIODE.
           05  FILLER          PIC X(22)   VALUE
           'FENETRE DE 24 MOIS : '.
           05  WS-ETA-DEB      PIC 9(6).
           05  FILLER          PIC X(3)    VALUE ' A '.
           05  WS-ETA-FIN      PIC 9(6).
           05  FILLER          PIC X(13)   VALUE
           '   (EDITE LE '.
           05  WS-ETA-DATE     PIC 9(8).
           05  FILLER          PIC X       VALUE ')'.
       01  WS-ETA-SECTION.
           05  WS-ETA-SEC-LIB  PIC X(80).
      *    Tableau mensuel (et totaux par periode)
       01  WS-ETA-ENT-MOIS.
           05  FILLER          PIC X(33)   VALUE
           'MOIS      CA NET (EUR)   NB CMD  '.
           05  FILLER          PIC X(29)   VALUE
           'CLIENTS  PANIER MOY. NOUVEAU '.
           05  FILLER          PIC X(33)   VALUE
           'FIDELES    CA MOIS N-1    EVOL % '.
       01  WS-ETA-MOIS.
           05  WS-ETM-PER      PIC X(8).
           05  WS-ETM-CA       PIC Z(9)9.99-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  WS-ETM-CMD      PIC ZZZZZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  WS-ETM-CLI      PIC ZZZZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  WS-ETM-PAN      PIC Z(6)9.99-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  WS-ETM-NOUV     PIC ZZZZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  WS-ETM-FID      PIC ZZZZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  WS-ETM-CAN1     PIC Z(9)9.99-.
           05  WS-ETM-CAN1-X   REDEFINES WS-ETM-CAN1
                               PIC X(14).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  WS-ETM-EVOL     PIC ZZZZ9.99-.
           05  WS-ETM-EVOL-X   REDEFINES WS-ETM-EVOL
                               PIC X(9).
      *    Ventilation civilite / departement : 12 derniers mois
      *    compares aux 12 mois precedents
       01  WS-ETA-ENT-VTL.
           05  FILLER          PIC X(31)   VALUE
           'COD LIBELLE       CA 12 MOIS  '.
           05  FILLER          PIC X(33)   VALUE
           '  CA 12 M.PREC    EVOL %   NB CMD'.
           05  FILLER          PIC X(36)   VALUE
           '  CLIENTS CLI N-1  PANIER MOY. NOUV.'.
       01  WS-ETA-VTL.
           05  WS-ETV-COD      PIC X(3).
           05  FILLER          PIC X       VALUE SPACE.
           05  WS-ETV-LIB      PIC X(9).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  WS-ETV-CA       PIC Z(9)9.99-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  WS-ETV-CAN1     PIC Z(9)9.99-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  WS-ETV-EVOL     PIC ZZZZ9.99-.
           05  WS-ETV-EVOL-X   REDEFINES WS-ETV-EVOL
                               PIC X(9).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  WS-ETV-CMD      PIC ZZZZZZ9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  WS-ETV-CLI      PIC ZZZZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  WS-ETV-CLIN1    PIC ZZZZZ9.
           05  FILLER          PIC X       VALUE SPACE.
           05  WS-ETV-PAN      PIC Z(6)9.99-.
           05  FILLER          PIC X       VALUE SPACE.
           05  WS-ETV-NOUV     PIC ZZZZZ9.
      *    Controles de fin d'etat
       01  WS-ETA-L1.
           05  FILLER          PIC X(33)   VALUE
           'CLIENTS LUS DANS POSCLI ........ '.
           05  WS-ETA-LUS      PIC ZZZZZ9.
       01  WS-ETA-L2.
           05  FILLER          PIC X(33)   VALUE
           'CLIENTS ABSENTS DU MAITRE ...... '.
           05  WS-ETA-ABS      PIC ZZZZZ9.
       01  WS-ETA-L3.
           05  FILLER          PIC X(33)   VALUE
           'GODETS HORS FENETRE IGNORES .... '.
           05  WS-ETA-HORS     PIC ZZZZZ9.
       01  WS-ETA-NOTE.
           05  FILLER          PIC X(80)   VALUE
           'N/D : MOIS N-1 HORS DES 24 MOIS TENUS DANS POSCLI OU BASE NU
      -    'LLE'.
       01  WS-STARS            PIC X(72)   VALUE ALL '*'.
       01  WS-BLANK            PIC X(80)   VALUE ALL SPACES.
      *----------------------------------------------------------------*
      *          CSV - EXTRAIT POUR LES TABLEAUX DE BORD               *
      *----------------------------------------------------------------*
      *    Une ligne par mois (TYPE MOIS), par civilite (CIV) et par
      *    departement (DEP) ; pour CIV et DEP la periode est celle des
      *    12 derniers mois et CA_N_1 celui des 12 mois precedents.
      *    Zones N-1 et evolution a blanc quand elles sont sans objet
       01  WS-CSV-ENTETE.
           05  FILLER          PIC X(46)   VALUE
           'TYPE,CLE,LIBELLE,PERIODE,CA,NB_CMD,NB_CLI,PANI'.
           05  FILLER          PIC X(40)   VALUE
           'ER_MOY,NOUVEAUX,FIDELES,CA_N_1,EVOL_PCT'.
       01  WS-CSV-LIGNE.
           05  WS-CSV-TYPE     PIC X(4).
           05  FILLER          PIC X       VALUE ','.
           05  WS-CSV-CLE      PIC X(6).
           05  FILLER          PIC X       VALUE ','.
           05  WS-CSV-LIB      PIC X(9).
           05  FILLER          PIC X       VALUE ','.
           05  WS-CSV-PER      PIC X(13).
           05  FILLER          PIC X       VALUE ','.
           05  WS-CSV-CA       PIC +9(11).99.
           05  FILLER          PIC X       VALUE ','.
           05  WS-CSV-CMD      PIC 9(7).
           05  FILLER          PIC X       VALUE ','.
           05  WS-CSV-CLI      PIC 9(6).
           05  FILLER          PIC X       VALUE ','.
           05  WS-CSV-PAN      PIC +9(9).99.
           05  FILLER          PIC X       VALUE ','.
           05  WS-CSV-NOUV     PIC 9(6).
           05  FILLER          PIC X       VALUE ','.
           05  WS-CSV-FID      PIC 9(6).
           05  FILLER          PIC X       VALUE ','.
           05  WS-CSV-CAN1     PIC +9(11).99.
           05  WS-CSV-CAN1-X   REDEFINES WS-CSV-CAN1
                               PIC X(15).
           05  FILLER          PIC X       VALUE ','.
           05  WS-CSV-EVOL     PIC +9(5).99.
           05  WS-CSV-EVOL-X   REDEFINES WS-CSV-EVOL
                               PIC X(9).
      *    Periode des lignes CIV / DEP (AAAAMM-AAAAMM)
       01  WS-CSV-PER-N.
           05  WS-CSV-PER-DEB  PIC 9(6).
           05  FILLER          PIC X       VALUE '-'.
           05  WS-CSV-PER-FIN  PIC 9(6).
      *----------------------------------------------------------------*
      *                        FILE STATUS                             *
      *----------------------------------------------------------------*
      *    TND - CARTE MOIS DE REFERENCE   file status
       01  FS-F-TND            PIC X(2).
           88  FS-TND-00                   VALUE '00'.
           88  FS-TND-35                   VALUE '35'.
      *    POS - POSITION CLIENTS 24 MOIS  file status
       01  FS-F-POS            PIC X(2).
           88  FS-POS-00                   VALUE '00'.
           88  FS-POS-10                   VALUE '10'.
      *    CLIMAST - FICHIER MAITRE CLIENTS  file status
       01  FS-F-CLIM           PIC X(2).
           88  FS-CLIM-00                  VALUE '00'.
           88  FS-CLIM-23                  VALUE '23'.
      *    P3 - CIVILITES                  file status
       01  FS-F-P3             PIC X(2).
           88  FS-P3-00                    VALUE '00'.
      *    ETA - ETAT DE TENDANCE          file status
       01  FS-F-ETA            PIC X(2).
           88  FS-ETA-00                   VALUE '00'.
      *    CSV - EXTRAIT TABLEAUX DE BORD  file status
       01  FS-F-CSV            PIC X(2).
           88  FS-CSV-00                   VALUE '00'.
      *    EOF status
       01  EOF-POS             PIC X(1)    VALUE 'N'.
       01  EOF-P3              PIC 9      VALUE ZERO.
      *----------------------------------------------------------------*
      *                        COMPTEURS                               *
      *----------------------------------------------------------------*
       01  WS-CPT-POS-LU       PIC 9(6)   COMP
                                          VALUE ZERO.
      *    Clients de POSCLI absents de CLIMAST (ventiles en civilite
      *    inconnue et departement '??', jamais comptes nouveaux)
       01  WS-CPT-CLIM-ABS     PIC 9(6)   COMP
                                          VALUE ZERO.
      *    Godets dont le mois sort de la fenetre editee (carte de
      *    reference anterieure au mois en cours)
       01  WS-CPT-GOD-HORS     PIC 9(6)   COMP
                                          VALUE ZERO.
      *----------------------------------------------------------------*
      *          CODE RETOUR DE FIN DE TRAITEMENT (CHAINE DE NUIT)     *
      *----------------------------------------------------------------*
      *    00 traitement normal            04 client absent du maitre
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
      *    Mois de reference et fenetre des 24 mois edites
           PERFORM LIRE-PERIODE-DEB
              THRU LIRE-PERIODE-FIN.
      *    Referentiel des civilites et postes de ventilation
           PERFORM CHARGE-P3-DEB
              THRU CHARGE-P3-FIN.
           PERFORM INIT-CUMULS-DEB
              THRU INIT-CUMULS-FIN.
           PERFORM OV-POS-DEB
              THRU OV-POS-FIN.
           PERFORM OV-CLIM-DEB
              THRU OV-CLIM-FIN.
      *
      *---------------------------------------------------------------*
      *APPEL DES COMPOSANTS DE CUMUL (ITERATIVES)
      *---------------------------------------------------------------*
      *
           PERFORM READ-POS-DEB
              THRU READ-POS-FIN.
           PERFORM TRT-POS-DEB
              THRU TRT-POS-FIN
             UNTIL EOF-POS = 'Y'.
      *
      *---------------------------------------------------------------*
      *FIN DU TRAITEMENT (OREILLETTE DROITE)
      *---------------------------------------------------------------*
           PERFORM FE-POS-DEB
              THRU FE-POS-FIN.
           PERFORM FE-CLIM-DEB
              THRU FE-CLIM-FIN.
      *    Edition de l'etat et de l'extrait CSV
           PERFORM OV-ETA-DEB
              THRU OV-ETA-FIN.
           PERFORM OV-CSV-DEB
              THRU OV-CSV-FIN.
           PERFORM ETAT-MOIS-DEB
              THRU ETAT-MOIS-FIN.
           PERFORM ETAT-CIV-DEB
              THRU ETAT-CIV-FIN.
           PERFORM ETAT-DEP-DEB
              THRU ETAT-DEP-FIN.
           PERFORM ETAT-CTRL-DEB
              THRU ETAT-CTRL-FIN.
           PERFORM FE-ETA-DEB
              THRU FE-ETA-FIN.
           PERFORM FE-CSV-DEB
              THRU FE-CSV-FIN.
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
      **********************TRAITEMENT CLIENT**************************
      *---------------------------------------------------------------*
      *DEBUT DU TRAITEMENT CLIENT                                     *
      *---------------------------------------------------------------*
       TRT-POS-DEB.
           PERFORM LIT-CLIM-DEB
              THRU LIT-CLIM-FIN.
           PERFORM VARYING PER-PAR FROM 1 BY 1 UNTIL PER-PAR > 3
               MOVE ZERO          TO       CLI-CA  (PER-PAR)
                                           CLI-CMD (PER-PAR)
               MOVE 'N'           TO       CLI-ACTIF (PER-PAR)
                                           CLI-NOUV  (PER-PAR)
           END-PERFORM.
      *    Godets du client : cumuls du mois et de ses periodes
           PERFORM CUMUL-GODET-DEB
              THRU CUMUL-GODET-FIN
             VARYING MOIS-PAR FROM 1 BY 1
             UNTIL MOIS-PAR > 24.
      *    Client actif dans la periode : compte une seule fois,
      *    nouveau si inscrit dans la periode
           PERFORM VARYING PER-PAR FROM 1 BY 1 UNTIL PER-PAR > 3
               IF CLI-ACTIF (PER-PAR) = 'O'
                   ADD 1          TO       PER-CLI (PER-PAR)
                   IF WS-CLIM-TROUVE-OUI
                      AND WS-INS-AAMM >= PER-DEB (PER-PAR)
                      AND WS-INS-AAMM <= PER-FIN (PER-PAR)
                       MOVE 'O'   TO       CLI-NOUV (PER-PAR)
                       ADD 1      TO       PER-NOUV (PER-PAR)
                   END-IF
               END-IF
           END-PERFORM.
      *    Ventilations civilite / departement : annees N et N-1
           PERFORM VARYING PER-PAR FROM 1 BY 1 UNTIL PER-PAR > 2
               ADD CLI-CA  (PER-PAR) TO CVT-CA  (CVT-IDX PER-PAR)
                                        DEP-CA  (DEP-IDX PER-PAR)
               ADD CLI-CMD (PER-PAR) TO CVT-CMD (CVT-IDX PER-PAR)
                                        DEP-CMD (DEP-IDX PER-PAR)
               IF CLI-ACTIF (PER-PAR) = 'O'
                   ADD 1          TO       CVT-CLI (CVT-IDX PER-PAR)
                                           DEP-CLI (DEP-IDX PER-PAR)
               END-IF
               IF CLI-NOUV (PER-PAR) = 'O'
                   ADD 1          TO       CVT-NOUV (CVT-IDX PER-PAR)
                                           DEP-NOUV (DEP-IDX PER-PAR)
               END-IF
           END-PERFORM.
      *    lecture du client suivant
           PERFORM READ-POS-DEB
              THRU READ-POS-FIN.
      *---------------------------------------------------------------*
      *FIN DU TRAITEMENT CLIENT
      *---------------------------------------------------------------*
       TRT-POS-FIN.
           EXIT.
      ******************************1010*******************************
      **********************CUMUL D'UN GODET***************************
       CUMUL-GODET-DEB.
      *    Godet libre ou hors fenetre : ignore
           IF POS-MOIS-AAMM (MOIS-PAR) = ZERO
               GO TO CUMUL-GODET-FIN
           END-IF.
           MOVE POS-MOIS-AAMM (MOIS-PAR) TO WS-GOD-N.
           COMPUTE WS-GOD-RANG = WS-GOD-AAAA * 12 + WS-GOD-MM.
           COMPUTE WS-ECART = WS-REF-RANG - WS-GOD-RANG.
           IF WS-ECART < 0 OR WS-ECART > 23
               ADD 1              TO       WS-CPT-GOD-HORS
               GO TO CUMUL-GODET-FIN
           END-IF.
           COMPUTE MOIS-K = 24 - WS-ECART.
      *SI
      *    AU MOINS UNE COMMANDE DANS LE MOIS
      *        CLIENT ACTIF DU MOIS, NOUVEAU OU FIDELE
      *FIN
           ADD POS-MOIS-MT (MOIS-PAR) TO   MOI-CA  (MOIS-K).
           ADD POS-MOIS-NB (MOIS-PAR) TO   MOI-CMD (MOIS-K).
           IF POS-MOIS-NB (MOIS-PAR) > ZERO
               ADD 1              TO       MOI-CLI (MOIS-K)
               IF WS-CLIM-TROUVE-OUI
                  AND WS-INS-AAMM = MOI-AAMM (MOIS-K)
                   ADD 1          TO       MOI-NOUV (MOIS-K)
               END-IF
           END-IF.
      *    Periodes du godet : 24 mois, puis annee N ou N-1
           MOVE 3                 TO       PER-PAR.
           PERFORM CUMUL-PER-DEB
              THRU CUMUL-PER-FIN.
           IF MOIS-K > 12
               MOVE 1             TO       PER-PAR
           ELSE
               MOVE 2             TO       PER-PAR
           END-IF.
           PERFORM CUMUL-PER-DEB
              THRU CUMUL-PER-FIN.
       CUMUL-GODET-FIN.
           EXIT.
      *
       CUMUL-PER-DEB.
           ADD POS-MOIS-MT (MOIS-PAR) TO   PER-CA  (PER-PAR)
                                           CLI-CA  (PER-PAR).
           ADD POS-MOIS-NB (MOIS-PAR) TO   PER-CMD (PER-PAR)
                                           CLI-CMD (PER-PAR).
           IF POS-MOIS-NB (MOIS-PAR) > ZERO
               MOVE 'O'           TO       CLI-ACTIF (PER-PAR)
           END-IF.
       CUMUL-PER-FIN.
           EXIT.
      ******************************2000*******************************
      ***********************CLIENT AU FICHIER MAITRE******************
       LIT-CLIM-DEB.
      *    Mois d'inscription, civilite et departement du client ;
      *    client absent du maitre : postes inconnus
           SET WS-CLIM-TROUVE-NON TO       TRUE.
           MOVE ZERO              TO       WS-INS-AAMM.
           MOVE CIV-INC           TO       CVT-IDX.
           MOVE DEP-MAX           TO       DEP-IDX.
           MOVE POS-NUM-CLI       TO       CLIM-NUM-CLI.
           READ FIC-CLIMAST
               INVALID KEY
                   ADD 1          TO       WS-CPT-CLIM-ABS
                   GO TO LIT-CLIM-FIN
           END-READ.
           SET WS-CLIM-TROUVE-OUI TO       TRUE.
           MOVE CLIM-INS-CLI (1:6) TO      WS-INS-AAMM.
           PERFORM VARYING CIV-PAR FROM 1 BY 1
              UNTIL CIV-PAR > CIV-LU
               IF CIV-COD (CIV-PAR) = CLIM-CIV-CLI
                   MOVE CIV-PAR   TO       CVT-IDX
               END-IF
           END-PERFORM.
      *    Departement : deux premiers chiffres du code postal, trois
      *    pour l'outre-mer (97x)
           IF CLIM-CP-CLI (1:2) NUMERIC
               MOVE CLIM-CP-CLI (1:2) TO   WS-DEP-NN
               IF WS-DEP-NN = 97 AND CLIM-CP-CLI (3:1) NUMERIC
                   MOVE CLIM-CP-CLI (3:1) TO WS-DEP-D3
                   COMPUTE DEP-IDX = 101 + WS-DEP-D3
               ELSE
                   COMPUTE DEP-IDX = WS-DEP-NN + 1
               END-IF
           END-IF.
       LIT-CLIM-FIN.
           EXIT.
      ******************************5000*******************************
      ***********************PERIODE ET INITIALISATION*****************
       LIRE-PERIODE-DEB.
      *    Mois de la carte TENDANCE, a defaut mois en cours
           ACCEPT WS-DATE-J FROM DATE YYYYMMDD.
           MOVE SPACES            TO       WS-TND-PER.
           OPEN INPUT CARTE-TND.
           IF FS-F-TND = '00'
               READ CARTE-TND INTO WS-ENRG-TND
                   AT END
                       MOVE SPACES TO WS-TND-PER
               END-READ
               CLOSE CARTE-TND
           ELSE
               IF NOT FS-F-TND = '35'
                   DISPLAY 'PROBLEME D''OUVERTURE CARTE TENDANCE'
                   DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-TND
                   PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
               END-IF
           END-IF.
           IF WS-TND-PER NUMERIC
               MOVE WS-TND-PER-N  TO       WS-REF-N
               IF WS-REF-MM < 1 OR WS-REF-MM > 12
                   DISPLAY 'PERIODE INVALIDE SUR CARTE TENDANCE : '
                           WS-TND-PER
                   PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
               END-IF
           ELSE
               MOVE WS-DJ-AAAA    TO       WS-REF-AAAA
               MOVE WS-DJ-MM      TO       WS-REF-MM
           END-IF.
           COMPUTE WS-REF-RANG = WS-REF-AAAA * 12 + WS-REF-MM.
      *    Mois de la fenetre, du plus recent (24) au plus ancien (1)
           MOVE WS-REF-N          TO       WS-TRV-N.
           PERFORM VARYING MOIS-PAR FROM 24 BY -1 UNTIL MOIS-PAR < 1
               MOVE WS-TRV-N      TO       MOI-AAMM (MOIS-PAR)
               IF WS-TRV-MM = 1
                   MOVE 12        TO       WS-TRV-MM
                   SUBTRACT 1     FROM     WS-TRV-AAAA
               ELSE
                   SUBTRACT 1     FROM     WS-TRV-MM
               END-IF
           END-PERFORM.
      *    Bornes des periodes : annee N, annee N-1, 24 mois
           MOVE MOI-AAMM (13)     TO       PER-DEB (1).
           MOVE MOI-AAMM (24)     TO       PER-FIN (1).
           MOVE MOI-AAMM (1)      TO       PER-DEB (2).
           MOVE MOI-AAMM (12)     TO       PER-FIN (2).
           MOVE MOI-AAMM (1)      TO       PER-DEB (3).
           MOVE MOI-AAMM (24)     TO       PER-FIN (3).
       LIRE-PERIODE-FIN.
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
           COMPUTE CIV-INC = CIV-LU + 1.
       CHARGE-P3-FIN.
           EXIT.
      *
       INIT-CUMULS-DEB.
           PERFORM VARYING MOIS-PAR FROM 1 BY 1 UNTIL MOIS-PAR > 24
               MOVE ZERO          TO       MOI-CA   (MOIS-PAR)
                                           MOI-CMD  (MOIS-PAR)
                                           MOI-CLI  (MOIS-PAR)
                                           MOI-NOUV (MOIS-PAR)
           END-PERFORM.
           PERFORM VARYING PER-PAR FROM 1 BY 1 UNTIL PER-PAR > 3
               MOVE ZERO          TO       PER-CA   (PER-PAR)
                                           PER-CMD  (PER-PAR)
                                           PER-CLI  (PER-PAR)
                                           PER-NOUV (PER-PAR)
           END-PERFORM.
           PERFORM VARYING CIV-PAR FROM 1 BY 1 UNTIL CIV-PAR > CIV-INC
               PERFORM VARYING PER-PAR FROM 1 BY 1 UNTIL PER-PAR > 2
                   MOVE ZERO      TO       CVT-CA   (CIV-PAR PER-PAR)
                                           CVT-CMD  (CIV-PAR PER-PAR)
                                           CVT-CLI  (CIV-PAR PER-PAR)
                                           CVT-NOUV (CIV-PAR PER-PAR)
               END-PERFORM
           END-PERFORM.
      *    Codes departement des postes : 00 a 99, 970 a 979, '??'
           PERFORM VARYING DEP-PAR FROM 1 BY 1 UNTIL DEP-PAR > DEP-MAX
               MOVE SPACES        TO       DEP-COD (DEP-PAR)
               EVALUATE TRUE
                   WHEN DEP-PAR <= 100
                       COMPUTE WS-DEP-NN = DEP-PAR - 1
                       MOVE WS-DEP-NN TO   DEP-COD (DEP-PAR) (1:2)
                   WHEN DEP-PAR < DEP-MAX
                       COMPUTE WS-DEP-D3 = DEP-PAR - 101
                       MOVE '97'      TO   DEP-COD (DEP-PAR) (1:2)
                       MOVE WS-DEP-D3 TO   DEP-COD (DEP-PAR) (3:1)
                   WHEN OTHER
                       MOVE '??'      TO   DEP-COD (DEP-PAR)
               END-EVALUATE
               PERFORM VARYING PER-PAR FROM 1 BY 1 UNTIL PER-PAR > 2
                   MOVE ZERO      TO       DEP-CA   (DEP-PAR PER-PAR)
                                           DEP-CMD  (DEP-PAR PER-PAR)
                                           DEP-CLI  (DEP-PAR PER-PAR)
                                           DEP-NOUV (DEP-PAR PER-PAR)
               END-PERFORM
           END-PERFORM.
       INIT-CUMULS-FIN.
           EXIT.
      ******************************6000*******************************
      *****************************************************************
      *---------------------------------------------------------------*
      *            ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *****************************************************************
      *    OUVERTURE DES FICHIERS
      *****************************************************************
       OV-POS-DEB.
           OPEN INPUT FIC-POS.
           IF NOT FS-F-POS = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER POSCLI'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-POS
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       OV-POS-FIN.
           EXIT.
      *
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
       OV-ETA-DEB.
           OPEN OUTPUT FIC-ETA.
           IF NOT FS-F-ETA = '00'
              DISPLAY 'PROBLEME D''OUVERTURE ETAT DE TENDANCE'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-ETA
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       OV-ETA-FIN.
           EXIT.
      *
       OV-CSV-DEB.
           OPEN OUTPUT FIC-CSV.
           IF NOT FS-F-CSV = '00'
              DISPLAY 'PROBLEME D''OUVERTURE EXTRAIT CSV TENDANCE'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CSV
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       OV-CSV-FIN.
           EXIT.
      *****************************************************************
      *    LECTURE DES FICHIERS
      *****************************************************************
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
      *****************************************************************
      *    FERMETURE DES FICHIERS
      *****************************************************************
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
       FE-ETA-DEB.
           CLOSE FIC-ETA.
           IF NOT FS-F-ETA = '00'
              DISPLAY 'PROBLEME DE FERMETURE ETAT DE TENDANCE'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-ETA
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       FE-ETA-FIN.
           EXIT.
      *
       FE-CSV-DEB.
           CLOSE FIC-CSV.
           IF NOT FS-F-CSV = '00'
              DISPLAY 'PROBLEME DE FERMETURE EXTRAIT CSV TENDANCE'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CSV
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       FE-CSV-FIN.
           EXIT.
      ****************************************************************
      *      ECRITURE DE L'ETAT DE TENDANCE ET DE L'EXTRAIT CSV      *
      ****************************************************************
       ETAT-MOIS-DEB.
           WRITE ENRG-ETA FROM WS-ETA-TITRE.
           PERFORM TEST-ETA-DEB
              THRU TEST-ETA-FIN.
           MOVE MOI-AAMM (1)      TO       WS-ETA-DEB.
           MOVE MOI-AAMM (24)     TO       WS-ETA-FIN.
           MOVE WS-DATE-J         TO       WS-ETA-DATE.
           WRITE ENRG-ETA FROM WS-ETA-PERIODE.
           PERFORM TEST-ETA-DEB
              THRU TEST-ETA-FIN.
           MOVE WS-STARS          TO       ENRG-ETA.
           WRITE ENRG-ETA.
           PERFORM TEST-ETA-DEB
              THRU TEST-ETA-FIN.
           WRITE ENRG-CSV FROM WS-CSV-ENTETE.
           PERFORM TEST-CSV-DEB
              THRU TEST-CSV-FIN.
           MOVE 'CHIFFRE D''AFFAIRES ET ACTIVITE CLIENTS PAR MOIS'
                                  TO       WS-ETA-SEC-LIB.
           PERFORM ENTETE-SECTION-DEB
              THRU ENTETE-SECTION-FIN.
           WRITE ENRG-ETA FROM WS-ETA-ENT-MOIS.
           PERFORM TEST-ETA-DEB
              THRU TEST-ETA-FIN.
      *    Une ligne par mois, comparee au meme mois un an plus tot
      *    quand il est dans la fenetre (12 derniers mois seulement)
           PERFORM EDITE-MOIS-DEB
              THRU EDITE-MOIS-FIN
             VARYING MOIS-PAR FROM 1 BY 1
             UNTIL MOIS-PAR > 24.
      *    Totaux par periode (clients distincts sur la periode)
           MOVE WS-BLANK          TO       ENRG-ETA.
           WRITE ENRG-ETA.
           PERFORM TEST-ETA-DEB
              THRU TEST-ETA-FIN.
           PERFORM EDITE-PER-DEB
              THRU EDITE-PER-FIN
             VARYING PER-PAR FROM 1 BY 1
             UNTIL PER-PAR > 3.
           WRITE ENRG-ETA FROM WS-ETA-NOTE.
           PERFORM TEST-ETA-DEB
              THRU TEST-ETA-FIN.
       ETAT-MOIS-FIN.
           EXIT.
      *
       EDITE-MOIS-DEB.
           MOVE MOI-CA   (MOIS-PAR) TO     WS-LIG-CA.
           MOVE MOI-CMD  (MOIS-PAR) TO     WS-LIG-CMD.
           MOVE MOI-CLI  (MOIS-PAR) TO     WS-LIG-CLI.
           MOVE MOI-NOUV (MOIS-PAR) TO     WS-LIG-NOUV.
           IF MOIS-PAR > 12
               COMPUTE MOIS-N1 = MOIS-PAR - 12
               MOVE MOI-CA (MOIS-N1) TO    WS-LIG-CA-N1
               SET WS-LIG-N1-OUI  TO       TRUE
           ELSE
               MOVE ZERO          TO       WS-LIG-CA-N1
               SET WS-LIG-N1-NON  TO       TRUE
           END-IF.
           MOVE MOI-AAMM (MOIS-PAR) TO     WS-ETM-PER.
           PERFORM EDITE-LIGNE-DEB
              THRU EDITE-LIGNE-FIN.
           MOVE 'MOIS'            TO       WS-CSV-TYPE.
           MOVE MOI-AAMM (MOIS-PAR) TO     WS-CSV-CLE.
           MOVE SPACES            TO       WS-CSV-LIB.
           MOVE MOI-AAMM (MOIS-PAR) TO     WS-CSV-PER.
           PERFORM ECRIT-CSV-DEB
              THRU ECRIT-CSV-FIN.
       EDITE-MOIS-FIN.
           EXIT.
      *
       EDITE-PER-DEB.
           MOVE PER-CA   (PER-PAR) TO      WS-LIG-CA.
           MOVE PER-CMD  (PER-PAR) TO      WS-LIG-CMD.
           MOVE PER-CLI  (PER-PAR) TO      WS-LIG-CLI.
           MOVE PER-NOUV (PER-PAR) TO      WS-LIG-NOUV.
           MOVE ZERO              TO       WS-LIG-CA-N1.
           SET WS-LIG-N1-NON      TO       TRUE.
           EVALUATE PER-PAR
               WHEN 1
                   MOVE 'ANNEE N ' TO      WS-ETM-PER
                   MOVE PER-CA (2) TO      WS-LIG-CA-N1
                   SET WS-LIG-N1-OUI TO    TRUE
               WHEN 2
                   MOVE 'ANNEE-1 ' TO      WS-ETM-PER
               WHEN OTHER
                   MOVE '24 MOIS ' TO      WS-ETM-PER
           END-EVALUATE.
           PERFORM EDITE-LIGNE-DEB
              THRU EDITE-LIGNE-FIN.
       EDITE-PER-FIN.
           EXIT.
      *
       EDITE-LIGNE-DEB.
      *    Ligne du tableau mensuel a partir des valeurs WS-LIG-xxx
           MOVE WS-LIG-CA         TO       WS-ETM-CA.
           MOVE WS-LIG-CMD        TO       WS-ETM-CMD.
           MOVE WS-LIG-CLI        TO       WS-ETM-CLI.
           MOVE WS-LIG-NOUV       TO       WS-ETM-NOUV.
           COMPUTE WS-ETM-FID = WS-LIG-CLI - WS-LIG-NOUV.
           PERFORM CALC-PANIER-DEB
              THRU CALC-PANIER-FIN.
           MOVE WS-PANIER         TO       WS-ETM-PAN.
           PERFORM CALC-EVOL-DEB
              THRU CALC-EVOL-FIN.
           IF WS-LIG-N1-OUI
               MOVE WS-LIG-CA-N1  TO       WS-ETM-CAN1
           ELSE
               MOVE '           N/D' TO    WS-ETM-CAN1-X
           END-IF.
           IF WS-EVOL-OK-OUI
               MOVE WS-EVOL       TO       WS-ETM-EVOL
           ELSE
               MOVE '      N/D'   TO       WS-ETM-EVOL-X
           END-IF.
           WRITE ENRG-ETA FROM WS-ETA-MOIS.
           PERFORM TEST-ETA-DEB
              THRU TEST-ETA-FIN.
       EDITE-LIGNE-FIN.
           EXIT.
      *
       ETAT-CIV-DEB.
           MOVE 'VENTILATION PAR CIVILITE - 12 DERNIERS MOIS / 12 MOIS P
      -         'RECEDENTS'       TO       WS-ETA-SEC-LIB.
           PERFORM ENTETE-SECTION-DEB
              THRU ENTETE-SECTION-FIN.
           WRITE ENRG-ETA FROM WS-ETA-ENT-VTL.
           PERFORM TEST-ETA-DEB
              THRU TEST-ETA-FIN.
           PERFORM EDITE-CIV-DEB
              THRU EDITE-CIV-FIN
             VARYING CIV-PAR FROM 1 BY 1
             UNTIL CIV-PAR > CIV-INC.
       ETAT-CIV-FIN.
           EXIT.
      *
       EDITE-CIV-DEB.
      *    Poste sans aucune activite sur les deux annees : non edite
           IF CVT-CMD (CIV-PAR 1) = ZERO
              AND CVT-CMD (CIV-PAR 2) = ZERO
              AND CVT-CA (CIV-PAR 1) = ZERO
              AND CVT-CA (CIV-PAR 2) = ZERO
               GO TO EDITE-CIV-FIN
           END-IF.
           MOVE CVT-CA   (CIV-PAR 1) TO    WS-LIG-CA.
           MOVE CVT-CA   (CIV-PAR 2) TO    WS-LIG-CA-N1.
           MOVE CVT-CMD  (CIV-PAR 1) TO    WS-LIG-CMD.
           MOVE CVT-CLI  (CIV-PAR 1) TO    WS-LIG-CLI.
           MOVE CVT-CLI  (CIV-PAR 2) TO    WS-LIG-CLI-N1.
           MOVE CVT-NOUV (CIV-PAR 1) TO    WS-LIG-NOUV.
           SET WS-LIG-N1-OUI      TO       TRUE.
           MOVE SPACES            TO       WS-ETV-COD
                                           WS-CSV-CLE.
           IF CIV-PAR = CIV-INC
               MOVE '?'           TO       WS-ETV-COD
               MOVE 'INCONNUE'    TO       WS-ETV-LIB
           ELSE
               MOVE CIV-COD (CIV-PAR) TO   WS-ETV-COD
               MOVE CIV-LIB (CIV-PAR) TO   WS-ETV-LIB
           END-IF.
           MOVE 'CIV'             TO       WS-CSV-TYPE.
           MOVE WS-ETV-COD        TO       WS-CSV-CLE.
           MOVE WS-ETV-LIB        TO       WS-CSV-LIB.
           PERFORM EDITE-VTL-DEB
              THRU EDITE-VTL-FIN.
       EDITE-CIV-FIN.
           EXIT.
      *
       ETAT-DEP-DEB.
           MOVE 'VENTILATION PAR DEPARTEMENT - 12 DERNIERS MOIS / 12 MOI
      -         'S PRECEDENTS'    TO       WS-ETA-SEC-LIB.
           PERFORM ENTETE-SECTION-DEB
              THRU ENTETE-SECTION-FIN.
           WRITE ENRG-ETA FROM WS-ETA-ENT-VTL.
           PERFORM TEST-ETA-DEB
              THRU TEST-ETA-FIN.
           PERFORM EDITE-DEP-DEB
              THRU EDITE-DEP-FIN
             VARYING DEP-PAR FROM 1 BY 1
             UNTIL DEP-PAR > DEP-MAX.
       ETAT-DEP-FIN.
           EXIT.
      *
       EDITE-DEP-DEB.
           IF DEP-CMD (DEP-PAR 1) = ZERO
              AND DEP-CMD (DEP-PAR 2) = ZERO
              AND DEP-CA (DEP-PAR 1) = ZERO
              AND DEP-CA (DEP-PAR 2) = ZERO
               GO TO EDITE-DEP-FIN
           END-IF.
           MOVE DEP-CA   (DEP-PAR 1) TO    WS-LIG-CA.
           MOVE DEP-CA   (DEP-PAR 2) TO    WS-LIG-CA-N1.
           MOVE DEP-CMD  (DEP-PAR 1) TO    WS-LIG-CMD.
           MOVE DEP-CLI  (DEP-PAR 1) TO    WS-LIG-CLI.
           MOVE DEP-CLI  (DEP-PAR 2) TO    WS-LIG-CLI-N1.
           MOVE DEP-NOUV (DEP-PAR 1) TO    WS-LIG-NOUV.
           SET WS-LIG-N1-OUI      TO       TRUE.
           MOVE DEP-COD (DEP-PAR) TO       WS-ETV-COD.
           IF DEP-PAR = DEP-MAX
               MOVE 'INCONNU'     TO       WS-ETV-LIB
           ELSE
               MOVE SPACES        TO       WS-ETV-LIB
           END-IF.
           MOVE 'DEP'             TO       WS-CSV-TYPE.
           MOVE SPACES            TO       WS-CSV-CLE.
           MOVE WS-ETV-COD        TO       WS-CSV-CLE.
           MOVE WS-ETV-LIB        TO       WS-CSV-LIB.
           PERFORM EDITE-VTL-DEB
              THRU EDITE-VTL-FIN.
       EDITE-DEP-FIN.
           EXIT.
      *
       EDITE-VTL-DEB.
      *    Ligne de ventilation (etat + CSV) a partir des WS-LIG-xxx
           MOVE WS-LIG-CA         TO       WS-ETV-CA.
           MOVE WS-LIG-CA-N1      TO       WS-ETV-CAN1.
           MOVE WS-LIG-CMD        TO       WS-ETV-CMD.
           MOVE WS-LIG-CLI        TO       WS-ETV-CLI.
           MOVE WS-LIG-CLI-N1     TO       WS-ETV-CLIN1.
           MOVE WS-LIG-NOUV       TO       WS-ETV-NOUV.
           PERFORM CALC-PANIER-DEB
              THRU CALC-PANIER-FIN.
           MOVE WS-PANIER         TO       WS-ETV-PAN.
           PERFORM CALC-EVOL-DEB
              THRU CALC-EVOL-FIN.
           IF WS-EVOL-OK-OUI
               MOVE WS-EVOL       TO       WS-ETV-EVOL
           ELSE
               MOVE '      N/D'   TO       WS-ETV-EVOL-X
           END-IF.
           WRITE ENRG-ETA FROM WS-ETA-VTL.
           PERFORM TEST-ETA-DEB
              THRU TEST-ETA-FIN.
           MOVE PER-DEB (1)       TO       WS-CSV-PER-DEB.
           MOVE PER-FIN (1)       TO       WS-CSV-PER-FIN.
           MOVE WS-CSV-PER-N      TO       WS-CSV-PER.
           PERFORM ECRIT-CSV-DEB
              THRU ECRIT-CSV-FIN.
       EDITE-VTL-FIN.
           EXIT.
      *
       ECRIT-CSV-DEB.
      *    Zones chiffrees de la ligne CSV (type, cle, libelle et
      *    periode deja renseignes par l'appelant)
           MOVE WS-LIG-CA         TO       WS-CSV-CA.
           MOVE WS-LIG-CMD        TO       WS-CSV-CMD.
           MOVE WS-LIG-CLI        TO       WS-CSV-CLI.
           MOVE WS-PANIER         TO       WS-CSV-PAN.
           MOVE WS-LIG-NOUV       TO       WS-CSV-NOUV.
           COMPUTE WS-CSV-FID = WS-LIG-CLI - WS-LIG-NOUV.
           IF WS-LIG-N1-OUI
               MOVE WS-LIG-CA-N1  TO       WS-CSV-CAN1
           ELSE
               MOVE SPACES        TO       WS-CSV-CAN1-X
           END-IF.
           IF WS-EVOL-OK-OUI
               MOVE WS-EVOL       TO       WS-CSV-EVOL
           ELSE
               MOVE SPACES        TO       WS-CSV-EVOL-X
           END-IF.
           WRITE ENRG-CSV FROM WS-CSV-LIGNE.
           PERFORM TEST-CSV-DEB
              THRU TEST-CSV-FIN.
       ECRIT-CSV-FIN.
           EXIT.
      *
       CALC-PANIER-DEB.
      *    Panier moyen = CA net / nombre de commandes
           MOVE ZERO              TO       WS-PANIER.
           IF WS-LIG-CMD > ZERO
               COMPUTE WS-PANIER ROUNDED = WS-LIG-CA / WS-LIG-CMD
           END-IF.
       CALC-PANIER-FIN.
           EXIT.
      *
       CALC-EVOL-DEB.
      *    Evolution en % par rapport a N-1 ; sans objet si N-1 hors
      *    fenetre, nul ou negatif, ou si l'ecart deborde la zone
           SET WS-EVOL-OK-NON     TO       TRUE.
           MOVE ZERO              TO       WS-EVOL.
           IF WS-LIG-N1-NON OR WS-LIG-CA-N1 NOT > ZERO
               GO TO CALC-EVOL-FIN
           END-IF.
           COMPUTE WS-EVOL ROUNDED =
               (WS-LIG-CA - WS-LIG-CA-N1) * 100 / WS-LIG-CA-N1
               ON SIZE ERROR
                   MOVE ZERO      TO       WS-EVOL
                   GO TO CALC-EVOL-FIN
           END-COMPUTE.
           SET WS-EVOL-OK-OUI     TO       TRUE.
       CALC-EVOL-FIN.
           EXIT.
      *
       ENTETE-SECTION-DEB.
           MOVE WS-BLANK          TO       ENRG-ETA.
           WRITE ENRG-ETA.
           PERFORM TEST-ETA-DEB
              THRU TEST-ETA-FIN.
           WRITE ENRG-ETA FROM WS-ETA-SECTION.
           PERFORM TEST-ETA-DEB
              THRU TEST-ETA-FIN.
           MOVE WS-STARS          TO       ENRG-ETA.
           WRITE ENRG-ETA.
           PERFORM TEST-ETA-DEB
              THRU TEST-ETA-FIN.
       ENTETE-SECTION-FIN.
           EXIT.
      *
       ETAT-CTRL-DEB.
           MOVE 'CONTROLES' TO WS-ETA-SEC-LIB.
           PERFORM ENTETE-SECTION-DEB
              THRU ENTETE-SECTION-FIN.
           MOVE WS-CPT-POS-LU     TO       WS-ETA-LUS.
           WRITE ENRG-ETA FROM WS-ETA-L1.
           PERFORM TEST-ETA-DEB
              THRU TEST-ETA-FIN.
           MOVE WS-CPT-CLIM-ABS   TO       WS-ETA-ABS.
           WRITE ENRG-ETA FROM WS-ETA-L2.
           PERFORM TEST-ETA-DEB
              THRU TEST-ETA-FIN.
           MOVE WS-CPT-GOD-HORS   TO       WS-ETA-HORS.
           WRITE ENRG-ETA FROM WS-ETA-L3.
           PERFORM TEST-ETA-DEB
              THRU TEST-ETA-FIN.
       ETAT-CTRL-FIN.
           EXIT.
      *
       TEST-ETA-DEB.
           IF NOT FS-F-ETA = '00'
              DISPLAY 'PROBLEME D''ECRITURE ETAT DE TENDANCE'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-ETA
              PERFORM ERREUR-PROG-DEB
                 THRU ERREUR-PROG-FIN
           END-IF.
       TEST-ETA-FIN.
           EXIT.
      *
       TEST-CSV-DEB.
           IF NOT FS-F-CSV = '00'
              DISPLAY 'PROBLEME D''ECRITURE EXTRAIT CSV TENDANCE'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CSV
              PERFORM ERREUR-PROG-DEB
                 THRU ERREUR-PROG-FIN
           END-IF.
       TEST-CSV-FIN.
           EXIT.
      *****************************************************************
      *****************************************************************
      *---------------------------------------------------------------*
      *                  PROTECTION FIN DE PROGRAMME                  *
      *---------------------------------------------------------------*
      *
       FIN-PROG-DEB.
            EVALUATE TRUE
               WHEN WS-CPT-CLIM-ABS > 0
                    MOVE 4             TO       WS-CODE-RETOUR
               WHEN OTHER
                    MOVE 0             TO       WS-CODE-RETOUR
            END-EVALUATE.
            MOVE WS-CODE-RETOUR        TO       RETURN-CODE.
            DISPLAY '*==============================================*'.
            DISPLAY '*     FIN NORMALE DU PROGRAMME TENDANCE        *'.
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
            DISPLAY '*     FIN ANORMALE DU PROGRAMME TENDANCE       *'.
            DISPLAY '*==============================================*'.
            MOVE 12 TO RETURN-CODE.
      *
       ERREUR-PROG-FIN.
            STOP RUN.
       END PROGRAM TENDANCE.
