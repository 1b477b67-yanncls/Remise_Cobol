      ******************************************************************
      * Author: YANN
      * Date: 15/10/2026
      * Purpose: ARRETE MENSUEL DES BONS DE REMISE - PROVISION DES BONS
      *          EMIS, COUT REEL DES BONS UTILISES PAR MAGASIN, REPRISE
      *          DES BONS EXPIRES OU ANNULES ; FICHIER D'ECRITURES POUR
      *          LA COMPTABILITE GENERALE, ETAT D'ANCIENNETE DE
      *          L'ENCOURS PAR CAMPAGNE, RAPPROCHEMENT AVEC LA CLOTURE
      *          PRECEDENTE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVREM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *--------------------
       FILE-CONTROL.
      *--------------------
       SELECT CARTE-CLO ASSIGN TO 'C:/Users/y_cle/ENTREE/CLOTURE.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-CLO.
       SELECT FIC-BON   ASSIGN TO 'C:/Users/y_cle/SORTIE/BONREM.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS BON-NUM
           FILE STATUS                 IS FS-F-BON.
       SELECT FIC-UTH   ASSIGN TO 'C:/Users/y_cle/SORTIE/UTILHIST.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-UTH.
       SELECT CARTE-P6  ASSIGN TO 'C:/Users/y_cle/ENTREE/MAGASINS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-P6.
       SELECT FIC-PPOS  ASSIGN TO 'C:/Users/y_cle/SORTIE/PROVPOS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-PPOS.
       SELECT FIC-GL    ASSIGN TO 'C:/Users/y_cle/SORTIE/ECRGL.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-GL.
       SELECT FIC-CRP   ASSIGN TO
                          'C:/Users/y_cle/SORTIE/PROVREM_CR.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-CRP.
      *
      *****************************************************************
      *                     DESCRIPTION DES FICHIERS                  *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CARTE-CLO    RECORDING F.
       01  ENRG-CLO            PIC X(6).
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
      *    Date de passage en caisse ('O') ou d'annulation ('A')
           05  BON-DATE-UTIL   PIC 9(8).
           05  BON-ECO         PIC S9(7)V99.
       FD  FIC-UTH      RECORDING F.
       01  ENRG-UTH            PIC X(56).
       FD  CARTE-P6     RECORDING F.
       01  ENRG-MAGASIN        PIC X(25).
       FD  FIC-PPOS     RECORDING F.
       01  ENRG-PPOS           PIC X(34).
       FD  FIC-GL       RECORDING F.
       01  ENRG-GL             PIC X(87).
       FD  FIC-CRP      RECORDING F.
       01  ENRG-CRP            PIC X(90).
      *
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                     WORKING STORAGE SECTION                    *
      ******************************************************************
      *----------------------------------------------------------------*
      *          CLO - PERIODE ARRETEE                                 *
      *----------------------------------------------------------------*
      *    Carte facultative : AAAAMM du mois a arreter ; en son
      *    absence le mois precedant la date du jour est arrete
      *    (passage en debut de mois suivant)
       01  WS-ENRG-CLO.
           05  WS-CLO-PER      PIC X(6).
           05  WS-CLO-PER-N    REDEFINES WS-CLO-PER
                               PIC 9(6).
       01  WS-PER.
           05  WS-PER-AAAA     PIC 9(4).
           05  WS-PER-MM       PIC 9(2).
       01  WS-PER-N            REDEFINES WS-PER
                               PIC 9(6).
      *    Mois precedent (position d'ouverture)
       01  WS-PER-PREC.
           05  WS-PREC-AAAA    PIC 9(4).
           05  WS-PREC-MM      PIC 9(2).
       01  WS-PER-PREC-N       REDEFINES WS-PER-PREC
                               PIC 9(6).
      *    Mois suivant (calcul du dernier jour de la periode)
       01  WS-PER-SUIV.
           05  WS-SUIV-AAAA    PIC 9(4).
           05  WS-SUIV-MM      PIC 9(2).
       01  WS-DATE-J           PIC 9(8).
       01  WS-DATE-J-X         REDEFINES WS-DATE-J.
           05  WS-DJ-AAAA      PIC 9(4).
           05  WS-DJ-MM        PIC 9(2).
           05  WS-DJ-JJ        PIC 9(2).
      *    Bornes de la periode (premier et dernier jour)
       01  WS-PER-DEB          PIC 9(8).
       01  WS-PER-FIN          PIC 9(8).
       01  WS-DATE-TRV         PIC 9(8).
       01  NBDAYS-FIN          PIC 9(8).
       01  NBDAYS-EMIS         PIC 9(8).
       01  WS-AGE              PIC S9(5).
      *----------------------------------------------------------------*
      *          BON - DATES DE VIE DU BON COURANT                     *
      *----------------------------------------------------------------*
      *    Emission : date portee par le numero du bon (REMCLI et
      *    reemission BONMAJ) ; solde : utilisation, annulation ou
      *    expiration (fin de validite) selon l'etat du bon ; un bon
      *    est en cours a une date s'il est emis et non encore solde
       01  WS-BON-EMIS         PIC 9(8).
       01  WS-BON-SOLDE        PIC 9(8).
       01  WS-BON-MOTIF        PIC X      VALUE SPACE.
           88  WS-SOLDE-UTIL               VALUE 'U'.
           88  WS-SOLDE-EXPIRE             VALUE 'E'.
           88  WS-SOLDE-ANNULE             VALUE 'A'.
      *----------------------------------------------------------------*
      *          CMP - CUMULS ET ANCIENNETE PAR CAMPAGNE               *
      *----------------------------------------------------------------*
      *    Mouvements de la periode et encours a la fin de periode,
      *    ventile en quatre classes d'anciennete depuis l'emission :
      *    0-30, 31-90, 91-180 et plus de 180 jours
       01  TABCMP OCCURS 50 TIMES.
           05  CMP-COD         PIC 9(10).
           05  CMP-PRV         PIC S9(11)V99 COMP-3.
           05  CMP-CON         PIC S9(11)V99 COMP-3.
           05  CMP-EXP         PIC S9(11)V99 COMP-3.
           05  CMP-ANN         PIC S9(11)V99 COMP-3.
           05  CMP-ENC-NB      PIC 9(6)      COMP.
           05  CMP-ENC-MT      PIC S9(11)V99 COMP-3.
           05  CMP-AGE OCCURS 4 TIMES.
               10  CMP-AGE-NB  PIC 9(6)      COMP.
               10  CMP-AGE-MT  PIC S9(11)V99 COMP-3.
       77  CMP-MAX             PIC 99     VALUE 50.
       77  CMP-NB              PIC 99     VALUE ZERO.
       77  CMP-PAR             PIC 99     VALUE ZERO.
       77  CMP-TROUVE          PIC 99     VALUE ZERO.
       77  AGE-PAR             PIC 9      VALUE ZERO.
       77  AGE-IDX             PIC 9      VALUE ZERO.
      *    Code campagne recherche par CHERCHE-CMP-DEB
       01  WS-CMP-COD          PIC 9(10).
      *----------------------------------------------------------------*
      *          P6 - MAGASINS  /  COUT REEL PAR MAGASIN               *
      *----------------------------------------------------------------*
       01  WS-ENRG-MAG-M.
           05  WS-MAG-M-COD    PIC X(5).
           05  WS-MAG-M-LIB    PIC X(20).
       01  TABMAG OCCURS 20 TIMES.
           05  MAG-M-COD       PIC X(5).
           05  MAG-M-LIB       PIC X(20).
       77  MAG-MAX             PIC 9(2)   VALUE 20.
       77  MAG-LU              PIC 9(2)   VALUE ZERO.
       77  MAG-PAR             PIC 9(2)   VALUE ZERO.
       01  EOF-P6              PIC 9      VALUE ZERO.
      *    Utilisations de la periode cumulees par magasin depuis
      *    l'historique REMVAL ; un code absent de P6 garde sa ligne
       01  TABMGC OCCURS 30 TIMES.
           05  MGC-COD         PIC X(5).
           05  MGC-NB          PIC 9(6)      COMP.
           05  MGC-MT          PIC S9(11)V99 COMP-3.
       77  MGC-MAX             PIC 99     VALUE 30.
       77  MGC-NB-LU           PIC 99     VALUE ZERO.
       77  MGC-PAR             PIC 99     VALUE ZERO.
       77  MGC-TROUVE          PIC 99     VALUE ZERO.
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
      *          PPOS - POSITIONS DE CLOTURE MENSUELLES                *
      *----------------------------------------------------------------*
      *    Fichier cumulatif : une ligne par arrete ; un second arrete
      *    du meme mois ajoute une ligne, la derniere fait foi
       01  WS-ENRG-PPOS.
           05  WS-PPOS-PER     PIC 9(6).
           05  WS-PPOS-SOLDE   PIC S9(11)V99.
           05  WS-PPOS-NB      PIC 9(7).
           05  WS-PPOS-DATE    PIC 9(8).
       01  WS-OUV-TROUVE       PIC X      VALUE 'N'.
           88  WS-OUV-STOCKEE              VALUE 'O'.
           88  WS-OUV-RECONST              VALUE 'N'.
      *----------------------------------------------------------------*
      *          SOLDES ET TOTAUX DE LA PERIODE                        *
      *----------------------------------------------------------------*
       01  WS-OUV-STK          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-OUV-CALC         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-OUV              PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-PRV          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-CON          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-EXP          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-ANN          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-CLO-THEO         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-CLO-CALC         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-ECART            PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-CLO-NB           PIC 9(7)      COMP   VALUE ZERO.
      *    Utilisations BONREM de la periode sans magasin connu dans
      *    l'historique REMVAL (ecart BONREM / UTILHIST)
       01  WS-CON-SANS-MAG     PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-UTH          PIC S9(11)V99 COMP-3 VALUE ZERO.
      *----------------------------------------------------------------*
      *          GL - ECRITURES POUR LA COMPTABILITE GENERALE          *
      *----------------------------------------------------------------*
      *    Chaque mouvement donne deux lignes equilibrees (debit et
      *    credit) au journal des bons de remise, datees du dernier
      *    jour de la periode
      *    PRV : dotation (debit 681) / provision bons (credit 151)
      *    CON : utilisation (debit 151) / reprise (credit 781), par
      *          magasin d'utilisation
      *    REP : bons expires ou annules (debit 151) / reprise (781),
      *          par campagne
       01  WS-GL-CPT-DOT       PIC X(8)   VALUE '68150000'.
       01  WS-GL-CPT-PROV      PIC X(8)   VALUE '15180000'.
       01  WS-GL-CPT-REP       PIC X(8)   VALUE '78150000'.
       01  WS-ENRG-GL.
           05  GL-PER          PIC 9(6).
           05  GL-DATE-CPT     PIC 9(8).
           05  GL-JOURNAL      PIC X(3)   VALUE 'BRM'.
           05  GL-TYPE         PIC X(3).
           05  GL-COMPTE       PIC X(8).
           05  GL-SENS         PIC X.
           05  GL-MONTANT      PIC 9(11)V99.
           05  GL-MAG          PIC X(5).
           05  GL-CAMP         PIC 9(10).
           05  GL-LIB          PIC X(30).
      *    Zones de passage a ECRIRE-GL-DEB (une paire de lignes)
       01  WS-GL-MT            PIC S9(11)V99 COMP-3.
       01  WS-GL-DEB-CPT       PIC X(8).
       01  WS-GL-CRE-CPT       PIC X(8).
      *----------------------------------------------------------------*
      *          CR - ARRETE MENSUEL DES BONS DE REMISE                *
      *----------------------------------------------------------------*
       01  WS-CRP-TITRE.
           05  FILLER          PIC X(44)   VALUE
           'ARRETE MENSUEL DES BONS DE REMISE - PERIODE '.
           05  WS-CRP-PER      PIC 9(6).
       01  WS-CRP-S1.
           05  FILLER          PIC X(60)   VALUE
           '--- RAPPROCHEMENT AVEC LA CLOTURE PRECEDENTE ---'.
       01  WS-CRP-L1.
           05  FILLER          PIC X(33)   VALUE
           'POSITION D''OUVERTURE ........... '.
           05  WS-CRP-OUV      PIC Z(10)9.99-.
           05  FILLER          PIC X       VALUE '€'.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  WS-CRP-OUV-SRC  PIC X(30).
       01  WS-CRP-L2.
           05  FILLER          PIC X(33)   VALUE
           '+ PROVISION BONS EMIS .......... '.
           05  WS-CRP-PRV      PIC Z(10)9.99-.
           05  FILLER          PIC X       VALUE '€'.
       01  WS-CRP-L3.
           05  FILLER          PIC X(33)   VALUE
           '- COUT REEL BONS UTILISES ...... '.
           05  WS-CRP-CON      PIC Z(10)9.99-.
           05  FILLER          PIC X       VALUE '€'.
       01  WS-CRP-L4.
           05  FILLER          PIC X(33)   VALUE
           '- REPRISE BONS EXPIRES ......... '.
           05  WS-CRP-EXP      PIC Z(10)9.99-.
           05  FILLER          PIC X       VALUE '€'.
       01  WS-CRP-L5.
           05  FILLER          PIC X(33)   VALUE
           '- REPRISE BONS ANNULES ......... '.
           05  WS-CRP-ANN      PIC Z(10)9.99-.
           05  FILLER          PIC X       VALUE '€'.
       01  WS-CRP-L6.
           05  FILLER          PIC X(33)   VALUE
           '= CLOTURE THEORIQUE ............ '.
           05  WS-CRP-THEO     PIC Z(10)9.99-.
           05  FILLER          PIC X       VALUE '€'.
       01  WS-CRP-L7.
           05  FILLER          PIC X(33)   VALUE
           'CLOTURE CONSTATEE (BONREM) ..... '.
           05  WS-CRP-CALC     PIC Z(10)9.99-.
           05  FILLER          PIC X       VALUE '€'.
           05  FILLER          PIC X(9)    VALUE '   BONS: '.
           05  WS-CRP-CLO-NB   PIC ZZZZZZ9.
       01  WS-CRP-L8.
           05  FILLER          PIC X(33)   VALUE
           'ECART .......................... '.
           05  WS-CRP-ECART    PIC Z(10)9.99-.
           05  FILLER          PIC X       VALUE '€'.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  WS-CRP-ECART-LIB PIC X(30).
       01  WS-CRP-S2.
           05  FILLER          PIC X(60)   VALUE
           '--- COUT REEL DES BONS UTILISES PAR MAGASIN ---'.
       01  WS-CRP-MAG.
           05  FILLER          PIC X(9)    VALUE 'MAGASIN '.
           05  WS-CRP-MAG-COD  PIC X(5).
           05  FILLER          PIC X       VALUE SPACE.
           05  WS-CRP-MAG-LIB  PIC X(20).
           05  FILLER          PIC X(7)    VALUE ' BONS: '.
           05  WS-CRP-MAG-NB   PIC ZZZZZ9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  WS-CRP-MAG-MT   PIC Z(10)9.99-.
           05  FILLER          PIC X       VALUE '€'.
       01  WS-CRP-S3.
           05  FILLER          PIC X(60)   VALUE
           '--- ANCIENNETE DE L''ENCOURS PAR CAMPAGNE ---'.
       01  WS-CRP-CAMP.
           05  FILLER          PIC X(11)   VALUE 'CAMPAGNE : '.
           05  WS-CRP-COD      PIC 9(10).
       01  WS-CRP-AGE.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  WS-CRP-AGE-LIB  PIC X(30).
           05  WS-CRP-AGE-NB   PIC ZZZZZ9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  WS-CRP-AGE-MT   PIC Z(10)9.99-.
           05  FILLER          PIC X       VALUE '€'.
       01  WS-CRP-MVT.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'EMIS : '.
           05  WS-CRP-MVT-PRV  PIC Z(8)9.99-.
           05  FILLER          PIC X(10)   VALUE ' UTILISES:'.
           05  WS-CRP-MVT-CON  PIC Z(8)9.99-.
           05  FILLER          PIC X(10)   VALUE ' REPRIS : '.
           05  WS-CRP-MVT-REP  PIC Z(8)9.99-.
      *    Libelles des classes d'anciennete et de l'encours
       01  WS-LIB-AGES.
           05  FILLER          PIC X(30)   VALUE
           'ENCOURS EMIS DEPUIS 0-30 J ...'.
           05  FILLER          PIC X(30)   VALUE
           'ENCOURS EMIS DEPUIS 31-90 J ..'.
           05  FILLER          PIC X(30)   VALUE
           'ENCOURS EMIS DEPUIS 91-180 J .'.
           05  FILLER          PIC X(30)   VALUE
           'ENCOURS EMIS DEPUIS +180 J ...'.
       01  WS-LIB-AGES-R       REDEFINES WS-LIB-AGES.
           05  WS-LIB-AGE      PIC X(30) OCCURS 4 TIMES.
       01  WS-STARS            PIC X(72)   VALUE ALL '*'.
       01  WS-BLANK            PIC X(80)   VALUE ALL SPACES.
      *----------------------------------------------------------------*
      *                        FILE STATUS                             *
      *----------------------------------------------------------------*
      *    CLO - CARTE PERIODE             file status
       01  FS-F-CLO            PIC X(2).
           88  FS-CLO-00                   VALUE '00'.
           88  FS-CLO-35                   VALUE '35'.
      *    BON - BONS DE REMISE NUMEROTES  file status
       01  FS-F-BON            PIC X(2).
           88  FS-BON-00                   VALUE '00'.
           88  FS-BON-10                   VALUE '10'.
      *    UTH - HISTORIQUE UTILISATIONS   file status
       01  FS-F-UTH            PIC X(2).
           88  FS-UTH-00                   VALUE '00'.
           88  FS-UTH-35                   VALUE '35'.
      *    P6 - MAGASINS                   file status
       01  FS-F-P6             PIC X(2).
           88  FS-P6-00                    VALUE '00'.
      *    PPOS - POSITIONS DE CLOTURE     file status
       01  FS-F-PPOS           PIC X(2).
           88  FS-PPOS-00                  VALUE '00'.
           88  FS-PPOS-35                  VALUE '35'.
      *    GL - ECRITURES COMPTABLES       file status
       01  FS-F-GL             PIC X(2).
           88  FS-GL-00                    VALUE '00'.
      *    CRP - ETAT D'ARRETE             file status
       01  FS-F-CRP            PIC X(2).
           88  FS-CRP-00                   VALUE '00'.
      *    EOF status
       01  EOF-BON             PIC X(1)    VALUE 'N'.
       01  EOF-UTH             PIC 9      VALUE ZERO.
       01  EOF-PPOS            PIC 9      VALUE ZERO.
      *----------------------------------------------------------------*
      *                        COMPTEURS                               *
      *----------------------------------------------------------------*
       01  WS-CPT-BON-LU       PIC 9(6)   COMP
                                          VALUE ZERO.
       01  WS-CPT-UTH-LU       PIC 9(6)   COMP
                                          VALUE ZERO.
       01  WS-CPT-GL-ECR       PIC 9(6)   COMP
                                          VALUE ZERO.
      *----------------------------------------------------------------*
      *          CODE RETOUR DE FIN DE TRAITEMENT (CHAINE DE NUIT)     *
      *----------------------------------------------------------------*
      *    00 traitement normal            04 ouverture reconstituee
      *                                    ou utilisation sans magasin
      *    08 position desequilibree       12 arret anormal
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
           PERFORM LIRE-PERIODE-DEB
              THRU LIRE-PERIODE-FIN.
           PERFORM CHARGE-MAG-DEB
              THRU CHARGE-MAG-FIN.
      *    Position de cloture du mois precedent (arrete anterieur)
           PERFORM LIRE-OUVERTURE-DEB
              THRU LIRE-OUVERTURE-FIN.
           PERFORM OV-BON-DEB
              THRU OV-BON-FIN.
      *
      *---------------------------------------------------------------*
      *APPEL DES COMPOSANTS DE CUMUL (ITERATIVES)
      *---------------------------------------------------------------*
      *
      *    1) Bons : mouvements de la periode et encours de cloture
           PERFORM READ-BON-DEB
              THRU READ-BON-FIN.
           PERFORM TRT-BON-DEB
              THRU TRT-BON-FIN
             UNTIL EOF-BON = 'Y'.
           PERFORM FE-BON-DEB
              THRU FE-BON-FIN.
      *    2) Utilisations de la periode ventilees par magasin
           PERFORM CHARGE-UTH-DEB
              THRU CHARGE-UTH-FIN.
      *
      *---------------------------------------------------------------*
      *FIN DU TRAITEMENT (OREILLETTE DROITE)
      *---------------------------------------------------------------*
      *    Rapprochement : ouverture + emis - utilises - repris
           IF WS-OUV-STOCKEE
               MOVE WS-OUV-STK    TO       WS-OUV
           ELSE
               MOVE WS-OUV-CALC   TO       WS-OUV
           END-IF.
           COMPUTE WS-CLO-THEO = WS-OUV + WS-TOT-PRV - WS-TOT-CON
                               - WS-TOT-EXP - WS-TOT-ANN.
           COMPUTE WS-ECART    = WS-CLO-CALC - WS-CLO-THEO.
      *    Ecritures comptables, etat d'arrete, position de cloture
           PERFORM OV-GL-DEB
              THRU OV-GL-FIN.
           PERFORM ECRIT-GL-DEB
              THRU ECRIT-GL-FIN.
           PERFORM FE-GL-DEB
              THRU FE-GL-FIN.
           PERFORM OV-CRP-DEB
              THRU OV-CRP-FIN.
           PERFORM ETAT-CRP-DEB
              THRU ETAT-CRP-FIN.
           PERFORM FE-CRP-DEB
              THRU FE-CRP-FIN.
           PERFORM ECRIT-POSITION-DEB
              THRU ECRIT-POSITION-FIN.
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
      **********************TRAITEMENT BON*****************************
      *---------------------------------------------------------------*
      *DEBUT DU TRAITEMENT BON                                        *
      *---------------------------------------------------------------*
       TRT-BON-DEB.
           PERFORM DATES-BON-DEB
              THRU DATES-BON-FIN.
           MOVE BON-COD-REM       TO       WS-CMP-COD.
           PERFORM CHERCHE-CMP-DEB
              THRU CHERCHE-CMP-FIN.
      *SI
      *    BON EMIS DANS LA PERIODE
      *        PROVISION
      *FIN
           IF WS-BON-EMIS >= WS-PER-DEB AND WS-BON-EMIS <= WS-PER-FIN
               ADD BON-ECO        TO       CMP-PRV (CMP-TROUVE)
                                           WS-TOT-PRV
           END-IF.
      *SI
      *    BON SOLDE DANS LA PERIODE
      *        COUT REEL (UTILISE) OU REPRISE (EXPIRE / ANNULE)
      *FIN
           IF WS-BON-SOLDE >= WS-PER-DEB
              AND WS-BON-SOLDE <= WS-PER-FIN
               EVALUATE TRUE
                   WHEN WS-SOLDE-UTIL
                       ADD BON-ECO TO      CMP-CON (CMP-TROUVE)
                                           WS-TOT-CON
                   WHEN WS-SOLDE-ANNULE
                       ADD BON-ECO TO      CMP-ANN (CMP-TROUVE)
                                           WS-TOT-ANN
                   WHEN OTHER
                       ADD BON-ECO TO      CMP-EXP (CMP-TROUVE)
                                           WS-TOT-EXP
               END-EVALUATE
           END-IF.
      *    Encours a l'ouverture (veille du premier jour)
           IF WS-BON-EMIS < WS-PER-DEB
              AND WS-BON-SOLDE >= WS-PER-DEB
               ADD BON-ECO        TO       WS-OUV-CALC
           END-IF.
      *    Encours a la cloture et anciennete depuis l'emission
           IF WS-BON-EMIS <= WS-PER-FIN
              AND WS-BON-SOLDE > WS-PER-FIN
               PERFORM ENCOURS-BON-DEB
                  THRU ENCOURS-BON-FIN
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
      ***********************DATES DE VIE DU BON***********************
       DATES-BON-DEB.
      *    Emission : les huit premiers chiffres du numero de bon ;
      *    solde : utilisation ('O'), annulation ('A', sauf si le bon
      *    avait deja expire) ou fin de validite (bon non utilise)
           MOVE BON-NUM (1:8)     TO       WS-BON-EMIS.
           EVALUATE TRUE
               WHEN BON-UTILISE = 'O'
                   MOVE BON-DATE-UTIL TO   WS-BON-SOLDE
                   SET WS-SOLDE-UTIL  TO   TRUE
               WHEN BON-UTILISE = 'A'
                    AND BON-DATE-UTIL <= BON-VAL-FIN
                   MOVE BON-DATE-UTIL TO   WS-BON-SOLDE
                   SET WS-SOLDE-ANNULE TO  TRUE
               WHEN OTHER
                   MOVE BON-VAL-FIN   TO   WS-BON-SOLDE
                   SET WS-SOLDE-EXPIRE TO  TRUE
           END-EVALUATE.
       DATES-BON-FIN.
           EXIT.
      *
       ENCOURS-BON-DEB.
           ADD 1                  TO       CMP-ENC-NB (CMP-TROUVE)
                                           WS-CLO-NB.
           ADD BON-ECO            TO       CMP-ENC-MT (CMP-TROUVE)
                                           WS-CLO-CALC.
           COMPUTE NBDAYS-EMIS =
           FUNCTION INTEGER-OF-DATE(WS-BON-EMIS).
           COMPUTE WS-AGE = NBDAYS-FIN - NBDAYS-EMIS.
           EVALUATE TRUE
               WHEN WS-AGE <= 30
                   MOVE 1         TO       AGE-IDX
               WHEN WS-AGE <= 90
                   MOVE 2         TO       AGE-IDX
               WHEN WS-AGE <= 180
                   MOVE 3         TO       AGE-IDX
               WHEN OTHER
                   MOVE 4         TO       AGE-IDX
           END-EVALUATE.
           ADD 1             TO CMP-AGE-NB (CMP-TROUVE AGE-IDX).
           ADD BON-ECO       TO CMP-AGE-MT (CMP-TROUVE AGE-IDX).
       ENCOURS-BON-FIN.
           EXIT.
      ******************************2010*******************************
      ***********************RECHERCHE CAMPAGNE************************
       CHERCHE-CMP-DEB.
      *    Recherche de la campagne dans le tableau des cumuls,
      *    creation d'une entree si premiere rencontre (meme technique
      *    que CHERCHE-CMP-DEB de CAMPSTAT)
           MOVE ZERO              TO       CMP-TROUVE.
           PERFORM VARYING CMP-PAR FROM 1 BY 1
              UNTIL CMP-PAR > CMP-NB
               IF CMP-COD (CMP-PAR) = WS-CMP-COD
                   MOVE CMP-PAR   TO       CMP-TROUVE
               END-IF
           END-PERFORM.
           IF CMP-TROUVE = ZERO
               IF CMP-NB < CMP-MAX
                   ADD 1              TO CMP-NB
                   MOVE WS-CMP-COD    TO CMP-COD     (CMP-NB)
                   MOVE ZERO          TO CMP-PRV     (CMP-NB)
                                         CMP-CON     (CMP-NB)
                                         CMP-EXP     (CMP-NB)
                                         CMP-ANN     (CMP-NB)
                                         CMP-ENC-NB  (CMP-NB)
                                         CMP-ENC-MT  (CMP-NB)
                   PERFORM VARYING AGE-PAR FROM 1 BY 1
                      UNTIL AGE-PAR > 4
                       MOVE ZERO      TO CMP-AGE-NB (CMP-NB AGE-PAR)
                                         CMP-AGE-MT (CMP-NB AGE-PAR)
                   END-PERFORM
                   MOVE CMP-NB        TO CMP-TROUVE
               ELSE
                   DISPLAY 'ERREUR LECTURE COMPTEUR TABLEAU CAMPAGNES'
                   PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
               END-IF
           END-IF.
       CHERCHE-CMP-FIN.
           EXIT.
      ******************************3000*******************************
      ***********************COUT REEL PAR MAGASIN*********************
       CHARGE-UTH-DEB.
      *    Utilisations de la periode relevees dans l'historique
      *    REMVAL ; historique absent (FS=35) : aucun magasin connu
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
                   ADD 1        TO WS-CPT-UTH-LU
                   IF WS-UTH-DATE >= WS-PER-DEB
                      AND WS-UTH-DATE <= WS-PER-FIN
                       PERFORM CUMUL-MAG-DEB
                          THRU CUMUL-MAG-FIN
                   END-IF
               END-READ
           END-PERFORM.
           IF FS-F-UTH = '00' OR FS-F-UTH = '10'
               CLOSE FIC-UTH
           END-IF.
      *    Part du cout BONREM non retrouvee dans l'historique
      *    (utilisations anterieures a sa mise en place)
           COMPUTE WS-CON-SANS-MAG = WS-TOT-CON - WS-TOT-UTH.
       CHARGE-UTH-FIN.
           EXIT.
      *
       CUMUL-MAG-DEB.
           MOVE ZERO              TO       MGC-TROUVE.
           PERFORM VARYING MGC-PAR FROM 1 BY 1
              UNTIL MGC-PAR > MGC-NB-LU
               IF MGC-COD (MGC-PAR) = WS-UTH-MAG
                   MOVE MGC-PAR   TO       MGC-TROUVE
               END-IF
           END-PERFORM.
           IF MGC-TROUVE = ZERO
               IF MGC-NB-LU < MGC-MAX
                   ADD 1              TO MGC-NB-LU
                   MOVE WS-UTH-MAG    TO MGC-COD (MGC-NB-LU)
                   MOVE ZERO          TO MGC-NB  (MGC-NB-LU)
                                         MGC-MT  (MGC-NB-LU)
                   MOVE MGC-NB-LU     TO MGC-TROUVE
               ELSE
                   DISPLAY 'ERREUR LECTURE COMPTEUR TABLEAU MAGASINS'
                   PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
               END-IF
           END-IF.
           ADD 1                  TO       MGC-NB (MGC-TROUVE).
           ADD WS-UTH-ECO         TO       MGC-MT (MGC-TROUVE)
                                           WS-TOT-UTH.
       CUMUL-MAG-FIN.
           EXIT.
      ******************************4000*******************************
      ***********************ECRITURES COMPTABLES**********************
       ECRIT-GL-DEB.
      *    1) Provision des bons emis, par campagne
           MOVE 'PRV'             TO       GL-TYPE.
           MOVE SPACES            TO       GL-MAG.
           MOVE 'PROVISION BONS DE REMISE EMIS' TO GL-LIB.
           MOVE WS-GL-CPT-DOT     TO       WS-GL-DEB-CPT.
           MOVE WS-GL-CPT-PROV    TO       WS-GL-CRE-CPT.
           PERFORM VARYING CMP-PAR FROM 1 BY 1
              UNTIL CMP-PAR > CMP-NB
               MOVE CMP-COD (CMP-PAR) TO   GL-CAMP
               MOVE CMP-PRV (CMP-PAR) TO   WS-GL-MT
               PERFORM ECRIRE-GL-DEB
                  THRU ECRIRE-GL-FIN
           END-PERFORM.
      *    2) Cout reel des bons utilises, par magasin d'utilisation
           MOVE 'CON'             TO       GL-TYPE.
           MOVE ZERO              TO       GL-CAMP.
           MOVE 'COUT REEL BONS UTILISES'   TO GL-LIB.
           MOVE WS-GL-CPT-PROV    TO       WS-GL-DEB-CPT.
           MOVE WS-GL-CPT-REP     TO       WS-GL-CRE-CPT.
           PERFORM VARYING MGC-PAR FROM 1 BY 1
              UNTIL MGC-PAR > MGC-NB-LU
               MOVE MGC-COD (MGC-PAR) TO   GL-MAG
               MOVE MGC-MT (MGC-PAR)  TO   WS-GL-MT
               PERFORM ECRIRE-GL-DEB
                  THRU ECRIRE-GL-FIN
           END-PERFORM.
           MOVE SPACES            TO       GL-MAG.
           MOVE 'COUT REEL BONS - MAGASIN NC'  TO GL-LIB.
           MOVE WS-CON-SANS-MAG   TO       WS-GL-MT.
           PERFORM ECRIRE-GL-DEB
              THRU ECRIRE-GL-FIN.
      *    3) Reprise des bons expires puis annules, par campagne
           MOVE 'REP'             TO       GL-TYPE.
           MOVE WS-GL-CPT-PROV    TO       WS-GL-DEB-CPT.
           MOVE WS-GL-CPT-REP     TO       WS-GL-CRE-CPT.
           PERFORM VARYING CMP-PAR FROM 1 BY 1
              UNTIL CMP-PAR > CMP-NB
               MOVE CMP-COD (CMP-PAR) TO   GL-CAMP
               MOVE 'REPRISE BONS EXPIRES NON UTIL.' TO GL-LIB
               MOVE CMP-EXP (CMP-PAR) TO   WS-GL-MT
               PERFORM ECRIRE-GL-DEB
                  THRU ECRIRE-GL-FIN
               MOVE 'REPRISE BONS ANNULES'  TO GL-LIB
               MOVE CMP-ANN (CMP-PAR) TO   WS-GL-MT
               PERFORM ECRIRE-GL-DEB
                  THRU ECRIRE-GL-FIN
           END-PERFORM.
       ECRIT-GL-FIN.
           EXIT.
      *
       ECRIRE-GL-DEB.
      *    Paire debit / credit du montant WS-GL-MT (rien si nul ;
      *    un montant negatif inverse les sens)
           IF WS-GL-MT = ZERO
               GO TO ECRIRE-GL-FIN
           END-IF.
           MOVE WS-PER-N          TO       GL-PER.
           MOVE WS-PER-FIN        TO       GL-DATE-CPT.
           IF WS-GL-MT > ZERO
               MOVE WS-GL-MT      TO       GL-MONTANT
               MOVE WS-GL-DEB-CPT TO       GL-COMPTE
           ELSE
               COMPUTE GL-MONTANT = ZERO - WS-GL-MT
               MOVE WS-GL-CRE-CPT TO       GL-COMPTE
           END-IF.
           MOVE 'D'               TO       GL-SENS.
           PERFORM WRITE-GL-DEB
              THRU WRITE-GL-FIN.
           IF WS-GL-MT > ZERO
               MOVE WS-GL-CRE-CPT TO       GL-COMPTE
           ELSE
               MOVE WS-GL-DEB-CPT TO       GL-COMPTE
           END-IF.
           MOVE 'C'               TO       GL-SENS.
           PERFORM WRITE-GL-DEB
              THRU WRITE-GL-FIN.
       ECRIRE-GL-FIN.
           EXIT.
      ******************************5000*******************************
      ***********************PERIODE ET OUVERTURE**********************
       LIRE-PERIODE-DEB.
      *    Periode de la carte CLOTURE, a defaut mois precedent
           ACCEPT WS-DATE-J FROM DATE YYYYMMDD.
           MOVE SPACES            TO       WS-CLO-PER.
           OPEN INPUT CARTE-CLO.
           IF FS-F-CLO = '00'
               READ CARTE-CLO INTO WS-ENRG-CLO
                   AT END
                       MOVE SPACES TO WS-CLO-PER
               END-READ
               CLOSE CARTE-CLO
           ELSE
               IF NOT FS-F-CLO = '35'
                   DISPLAY 'PROBLEME D''OUVERTURE CARTE CLOTURE'
                   DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CLO
                   PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
               END-IF
           END-IF.
           IF WS-CLO-PER NUMERIC
               MOVE WS-CLO-PER-N  TO       WS-PER-N
               IF WS-PER-MM < 1 OR WS-PER-MM > 12
                   DISPLAY 'PERIODE INVALIDE SUR CARTE CLOTURE : '
                           WS-CLO-PER
                   PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
               END-IF
           ELSE
               MOVE WS-DJ-AAAA    TO       WS-PER-AAAA
               MOVE WS-DJ-MM      TO       WS-PER-MM
               IF WS-PER-MM = 1
                   MOVE 12        TO       WS-PER-MM
                   SUBTRACT 1     FROM     WS-PER-AAAA
               ELSE
                   SUBTRACT 1     FROM     WS-PER-MM
               END-IF
           END-IF.
      *    Mois precedent et mois suivant de la periode
           MOVE WS-PER-N          TO       WS-PER-PREC-N.
           IF WS-PREC-MM = 1
               MOVE 12            TO       WS-PREC-MM
               SUBTRACT 1         FROM     WS-PREC-AAAA
           ELSE
               SUBTRACT 1         FROM     WS-PREC-MM
           END-IF.
           MOVE WS-PER            TO       WS-PER-SUIV.
           IF WS-SUIV-MM = 12
               MOVE 1             TO       WS-SUIV-MM
               ADD 1              TO       WS-SUIV-AAAA
           ELSE
               ADD 1              TO       WS-SUIV-MM
           END-IF.
      *    Bornes : premier jour, veille du premier jour du mois suivant
           COMPUTE WS-PER-DEB = WS-PER-N * 100 + 1.
           MOVE WS-PER-SUIV       TO       WS-DATE-TRV (1:6).
           MOVE '01'              TO       WS-DATE-TRV (7:2).
           COMPUTE NBDAYS-FIN =
           FUNCTION INTEGER-OF-DATE(WS-DATE-TRV) - 1.
           COMPUTE WS-PER-FIN =
           FUNCTION DATE-OF-INTEGER(NBDAYS-FIN).
           DISPLAY 'ARRETE DES BONS DE REMISE DU ' WS-PER-DEB
                   ' AU ' WS-PER-FIN.
       LIRE-PERIODE-FIN.
           EXIT.
      *
       LIRE-OUVERTURE-DEB.
      *    Derniere position enregistree pour le mois precedent ; a
      *    defaut l'ouverture est reconstituee depuis BONREM
           SET WS-OUV-RECONST     TO       TRUE.
           OPEN INPUT FIC-PPOS.
           IF FS-F-PPOS = '35'
               GO TO LIRE-OUVERTURE-FIN
           END-IF.
           IF NOT FS-F-PPOS = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER POSITIONS'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-PPOS
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
           PERFORM UNTIL EOF-PPOS = 1
               READ FIC-PPOS INTO WS-ENRG-PPOS
               AT END
                   MOVE 1       TO EOF-PPOS
               NOT AT END
                   IF WS-PPOS-PER = WS-PER-PREC-N
                       SET WS-OUV-STOCKEE TO TRUE
                       MOVE WS-PPOS-SOLDE TO WS-OUV-STK
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-PPOS.
       LIRE-OUVERTURE-FIN.
           EXIT.
      *
       ECRIT-POSITION-DEB.
      *    Position de cloture constatee, ouverture du mois suivant
           OPEN EXTEND FIC-PPOS.
           IF FS-F-PPOS = '35'
               OPEN OUTPUT FIC-PPOS
           END-IF.
           IF NOT FS-F-PPOS = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER POSITIONS'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-PPOS
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
           MOVE WS-PER-N          TO       WS-PPOS-PER.
           MOVE WS-CLO-CALC       TO       WS-PPOS-SOLDE.
           MOVE WS-CLO-NB         TO       WS-PPOS-NB.
           MOVE WS-DATE-J         TO       WS-PPOS-DATE.
           WRITE ENRG-PPOS FROM WS-ENRG-PPOS.
           IF NOT FS-F-PPOS = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER POSITIONS'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-PPOS
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
           CLOSE FIC-PPOS.
       ECRIT-POSITION-FIN.
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
                   IF MAG-LU > MAG-MAX
                       DISPLAY 'ERREUR LECTURE COMPTEUR TABLEAU '
                               'MAGASINS'
                       PERFORM ERREUR-PROG-DEB
                          THRU ERREUR-PROG-FIN
                   END-IF
                   MOVE WS-MAG-M-COD TO MAG-M-COD (MAG-LU)
                   MOVE WS-MAG-M-LIB TO MAG-M-LIB (MAG-LU)
               END-READ
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
       OV-GL-DEB.
           OPEN OUTPUT FIC-GL.
           IF NOT FS-F-GL = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER ECRITURES GL'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-GL
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       OV-GL-FIN.
           EXIT.
      *
       OV-CRP-DEB.
           OPEN OUTPUT FIC-CRP.
           IF NOT FS-F-CRP = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER ETAT D''ARRETE'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CRP
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       OV-CRP-FIN.
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
      *****************************************************************
      *    FERMETURE DES FICHIERS
      *****************************************************************
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
       FE-GL-DEB.
           CLOSE FIC-GL.
           IF NOT FS-F-GL = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER ECRITURES GL'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-GL
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       FE-GL-FIN.
           EXIT.
      *
       FE-CRP-DEB.
           CLOSE FIC-CRP.
           IF NOT FS-F-CRP = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER ETAT D''ARRETE'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CRP
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       FE-CRP-FIN.
           EXIT.
      *****************************************************************
      *    ECRITURE DES LIGNES COMPTABLES
      *****************************************************************
       WRITE-GL-DEB.
           WRITE ENRG-GL FROM WS-ENRG-GL.
           IF NOT FS-F-GL = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER ECRITURES GL'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-GL
              PERFORM ERREUR-PROG-DEB
                 THRU ERREUR-PROG-FIN
           END-IF.
           ADD 1                  TO       WS-CPT-GL-ECR.
       WRITE-GL-FIN.
           EXIT.
      ****************************************************************
      *      ECRITURE ETAT D'ARRETE FIN DE JOB                       *
      ****************************************************************
       ETAT-CRP-DEB.
           MOVE WS-PER-N          TO       WS-CRP-PER.
           WRITE ENRG-CRP FROM WS-CRP-TITRE.
           PERFORM TEST-CRP-DEB
              THRU TEST-CRP-FIN.
           MOVE WS-STARS          TO       ENRG-CRP.
           WRITE ENRG-CRP.
           PERFORM TEST-CRP-DEB
              THRU TEST-CRP-FIN.
      *    1) Rapprochement de la position
           WRITE ENRG-CRP FROM WS-CRP-S1.
           PERFORM TEST-CRP-DEB
              THRU TEST-CRP-FIN.
           MOVE WS-OUV            TO       WS-CRP-OUV.
           IF WS-OUV-STOCKEE
               MOVE SPACES        TO       WS-CRP-OUV-SRC
               STRING 'CLOTURE ' WS-PER-PREC-N ' ENREGISTREE'
                   DELIMITED BY SIZE INTO WS-CRP-OUV-SRC
               END-STRING
           ELSE
               MOVE 'RECONSTITUEE DEPUIS BONREM' TO WS-CRP-OUV-SRC
           END-IF.
           WRITE ENRG-CRP FROM WS-CRP-L1.
           PERFORM TEST-CRP-DEB
              THRU TEST-CRP-FIN.
           MOVE WS-TOT-PRV        TO       WS-CRP-PRV.
           WRITE ENRG-CRP FROM WS-CRP-L2.
           PERFORM TEST-CRP-DEB
              THRU TEST-CRP-FIN.
           MOVE WS-TOT-CON        TO       WS-CRP-CON.
           WRITE ENRG-CRP FROM WS-CRP-L3.
           PERFORM TEST-CRP-DEB
              THRU TEST-CRP-FIN.
           MOVE WS-TOT-EXP        TO       WS-CRP-EXP.
           WRITE ENRG-CRP FROM WS-CRP-L4.
           PERFORM TEST-CRP-DEB
              THRU TEST-CRP-FIN.
           MOVE WS-TOT-ANN        TO       WS-CRP-ANN.
           WRITE ENRG-CRP FROM WS-CRP-L5.
           PERFORM TEST-CRP-DEB
              THRU TEST-CRP-FIN.
           MOVE WS-CLO-THEO       TO       WS-CRP-THEO.
           WRITE ENRG-CRP FROM WS-CRP-L6.
           PERFORM TEST-CRP-DEB
              THRU TEST-CRP-FIN.
           MOVE WS-CLO-CALC       TO       WS-CRP-CALC.
           MOVE WS-CLO-NB         TO       WS-CRP-CLO-NB.
           WRITE ENRG-CRP FROM WS-CRP-L7.
           PERFORM TEST-CRP-DEB
              THRU TEST-CRP-FIN.
           MOVE WS-ECART          TO       WS-CRP-ECART.
           IF WS-ECART = ZERO
               MOVE 'POSITION EQUILIBREE'    TO WS-CRP-ECART-LIB
           ELSE
               MOVE '*** POSITION DESEQUILIBREE' TO WS-CRP-ECART-LIB
           END-IF.
           WRITE ENRG-CRP FROM WS-CRP-L8.
           PERFORM TEST-CRP-DEB
              THRU TEST-CRP-FIN.
      *    2) Cout reel par magasin
           MOVE WS-BLANK          TO       ENRG-CRP.
           WRITE ENRG-CRP.
           PERFORM TEST-CRP-DEB
              THRU TEST-CRP-FIN.
           WRITE ENRG-CRP FROM WS-CRP-S2.
           PERFORM TEST-CRP-DEB
              THRU TEST-CRP-FIN.
           PERFORM EDITE-MAG-DEB
              THRU EDITE-MAG-FIN
             VARYING MGC-PAR FROM 1 BY 1
             UNTIL MGC-PAR > MGC-NB-LU.
           IF WS-CON-SANS-MAG NOT = ZERO
               MOVE SPACES        TO       WS-CRP-MAG-COD
               MOVE 'NON CONNU (HISTO)' TO WS-CRP-MAG-LIB
               MOVE ZERO          TO       WS-CRP-MAG-NB
               MOVE WS-CON-SANS-MAG TO     WS-CRP-MAG-MT
               WRITE ENRG-CRP FROM WS-CRP-MAG
               PERFORM TEST-CRP-DEB
                  THRU TEST-CRP-FIN
           END-IF.
      *    3) Anciennete de l'encours par campagne
           MOVE WS-BLANK          TO       ENRG-CRP.
           WRITE ENRG-CRP.
           PERFORM TEST-CRP-DEB
              THRU TEST-CRP-FIN.
           WRITE ENRG-CRP FROM WS-CRP-S3.
           PERFORM TEST-CRP-DEB
              THRU TEST-CRP-FIN.
           PERFORM EDITE-CAMP-DEB
              THRU EDITE-CAMP-FIN
             VARYING CMP-PAR FROM 1 BY 1
             UNTIL CMP-PAR > CMP-NB.
       ETAT-CRP-FIN.
           EXIT.
      *
       EDITE-MAG-DEB.
           MOVE MGC-COD (MGC-PAR) TO       WS-CRP-MAG-COD.
           MOVE 'MAGASIN INCONNU (P6)' TO  WS-CRP-MAG-LIB.
           PERFORM VARYING MAG-PAR FROM 1 BY 1
              UNTIL MAG-PAR > MAG-LU
               IF MAG-M-COD (MAG-PAR) = MGC-COD (MGC-PAR)
                   MOVE MAG-M-LIB (MAG-PAR) TO WS-CRP-MAG-LIB
               END-IF
           END-PERFORM.
           MOVE MGC-NB (MGC-PAR)  TO       WS-CRP-MAG-NB.
           MOVE MGC-MT (MGC-PAR)  TO       WS-CRP-MAG-MT.
           WRITE ENRG-CRP FROM WS-CRP-MAG.
           PERFORM TEST-CRP-DEB
              THRU TEST-CRP-FIN.
       EDITE-MAG-FIN.
           EXIT.
      *
       EDITE-CAMP-DEB.
      *    Campagne sans mouvement ni encours sur la periode : omise
           IF CMP-ENC-NB (CMP-PAR) = ZERO
              AND CMP-PRV (CMP-PAR) = ZERO
              AND CMP-CON (CMP-PAR) = ZERO
              AND CMP-EXP (CMP-PAR) = ZERO
              AND CMP-ANN (CMP-PAR) = ZERO
               GO TO EDITE-CAMP-FIN
           END-IF.
           MOVE WS-BLANK          TO       ENRG-CRP.
           WRITE ENRG-CRP.
           PERFORM TEST-CRP-DEB
              THRU TEST-CRP-FIN.
           MOVE CMP-COD (CMP-PAR) TO       WS-CRP-COD.
           WRITE ENRG-CRP FROM WS-CRP-CAMP.
           PERFORM TEST-CRP-DEB
              THRU TEST-CRP-FIN.
           MOVE CMP-PRV (CMP-PAR) TO       WS-CRP-MVT-PRV.
           MOVE CMP-CON (CMP-PAR) TO       WS-CRP-MVT-CON.
           COMPUTE WS-CRP-MVT-REP = CMP-EXP (CMP-PAR)
                                  + CMP-ANN (CMP-PAR).
           WRITE ENRG-CRP FROM WS-CRP-MVT.
           PERFORM TEST-CRP-DEB
              THRU TEST-CRP-FIN.
           PERFORM VARYING AGE-PAR FROM 1 BY 1 UNTIL AGE-PAR > 4
               MOVE WS-LIB-AGE (AGE-PAR)   TO WS-CRP-AGE-LIB
               MOVE CMP-AGE-NB (CMP-PAR AGE-PAR) TO WS-CRP-AGE-NB
               MOVE CMP-AGE-MT (CMP-PAR AGE-PAR) TO WS-CRP-AGE-MT
               WRITE ENRG-CRP FROM WS-CRP-AGE
               PERFORM TEST-CRP-DEB
                  THRU TEST-CRP-FIN
           END-PERFORM.
           MOVE 'TOTAL ENCOURS DE LA CAMPAGNE ' TO WS-CRP-AGE-LIB.
           MOVE CMP-ENC-NB (CMP-PAR) TO    WS-CRP-AGE-NB.
           MOVE CMP-ENC-MT (CMP-PAR) TO    WS-CRP-AGE-MT.
           WRITE ENRG-CRP FROM WS-CRP-AGE.
           PERFORM TEST-CRP-DEB
              THRU TEST-CRP-FIN.
       EDITE-CAMP-FIN.
           EXIT.
      *
       TEST-CRP-DEB.
           IF NOT FS-F-CRP = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER ETAT D''ARRETE'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CRP
              PERFORM ERREUR-PROG-DEB
                 THRU ERREUR-PROG-FIN
           END-IF.
       TEST-CRP-FIN.
           EXIT.
      *****************************************************************
      *****************************************************************
      *---------------------------------------------------------------*
      *                  PROTECTION FIN DE PROGRAMME                  *
      *---------------------------------------------------------------*
      *
       FIN-PROG-DEB.
            EVALUATE TRUE
               WHEN WS-ECART NOT = ZERO
                    MOVE 8             TO       WS-CODE-RETOUR
               WHEN WS-OUV-RECONST
                    MOVE 4             TO       WS-CODE-RETOUR
               WHEN WS-CON-SANS-MAG NOT = ZERO
                    MOVE 4             TO       WS-CODE-RETOUR
               WHEN OTHER
                    MOVE 0             TO       WS-CODE-RETOUR
            END-EVALUATE.
            MOVE WS-CODE-RETOUR        TO       RETURN-CODE.
            DISPLAY '*==============================================*'.
            DISPLAY '*     FIN NORMALE DU PROGRAMME PROVREM         *'.
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
            DISPLAY '*     FIN ANORMALE DU PROGRAMME PROVREM        *'.
            DISPLAY '*==============================================*'.
            MOVE 12 TO RETURN-CODE.
      *
       ERREUR-PROG-FIN.
            STOP RUN.
       END PROGRAM PROVREM.
