      ******************************************************************
      * Author: YANN
      * Date: 15/10/2026
      * Purpose: MAINTENANCE DES BONS DE REMISE (BONREM) SUR DEMANDE
      *          DU SERVICE CLIENTS : ANNULATION, REEMISSION SOUS UN
      *          NOUVEAU NUMERO, PROLONGATION DE VALIDITE ; CHAQUE
      *          MODIFICATION EST TRACEE DANS LE FICHIER D'AUDIT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BONMAJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *--------------------
       FILE-CONTROL.
      *--------------------
       SELECT FIC-MVT   ASSIGN TO 'C:/Users/y_cle/ENTREE/BONMVT.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-MVT.
       SELECT FIC-BON   ASSIGN TO 'C:/Users/y_cle/SORTIE/BONREM.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS BON-NUM
           FILE STATUS                 IS FS-F-BON.
       SELECT FIC-AUD   ASSIGN TO 'C:/Users/y_cle/SORTIE/BONAUDIT.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-AUD.
       SELECT FIC-ANOM  ASSIGN TO 'C:/Users/y_cle/SORTIE/BONMAJ_ANO.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-ANOM.
       SELECT FIC-CRB   ASSIGN TO 'C:/Users/y_cle/SORTIE/BONMAJ_CR.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-CRB.
      *
      *****************************************************************
      *                     DESCRIPTION DES FICHIERS                  *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FIC-MVT      RECORDING F.
       01  ENRG-MVT            PIC X(63).
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
      *    Economie en euros portee sur la lettre (bilan de campagne)
           05  BON-ECO         PIC S9(7)V99.
       FD  FIC-AUD      RECORDING F.
       01  ENRG-AUD            PIC X(140).
       FD  FIC-ANOM     RECORDING F.
       01  ENRG-ANOM           PIC X(64).
       FD  FIC-CRB      RECORDING F.
       01  ENRG-CRB            PIC X(80).
      *
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                     WORKING STORAGE SECTION                    *
      ******************************************************************
      *----------------------------------------------------------------*
      *          MVT - DEMANDES DU SERVICE CLIENTS                     *
      *----------------------------------------------------------------*
      *    Un mouvement par ligne :
      *    code 'A' annulation (lettre perdue ou abimee, sans remplace-
      *             ment)
      *         'R' reemission : le bon est annule et remplace par un
      *             nouveau bon (meme client, campagne, taux et
      *             economie) ; date de fin facultative (a zero le
      *             nouveau bon garde la fin de validite d'origine)
      *         'P' prolongation : nouvelle date de fin de validite
      *             (fermeture de magasin, reclamation)
      *    demandeur (identifiant de l'agent) et motif obligatoires
       01  WS-ENRG-MVT.
           05  WS-MVT-CODE     PIC X.
               88  WS-MVT-ANNULE           VALUE 'A'.
               88  WS-MVT-REEMET           VALUE 'R'.
               88  WS-MVT-PROLONGE         VALUE 'P'.
           05  WS-MVT-BON      PIC 9(14).
           05  WS-MVT-DATE-FIN PIC 9(8).
           05  WS-MVT-DEMANDEUR
                               PIC X(8).
           05  WS-MVT-MOTIF    PIC X(2).
           05  WS-MVT-LIBELLE  PIC X(30).
      *----------------------------------------------------------------*
      *          AUD - PISTE D'AUDIT DES MODIFICATIONS DE BONREM       *
      *----------------------------------------------------------------*
      *    Fichier cumulatif (ajout en fin a chaque passage) : une
      *    ligne par bon modifie avec l'etat et la fin de validite
      *    avant / apres ; en reemission deux lignes, le bon annule
      *    (bon lie = nouveau bon) puis le bon cree (bon lie = bon
      *    d'origine, etat avant a blanc)
       01  WS-ENRG-AUD.
           05  WS-AUD-DATE     PIC 9(8).
           05  FILLER          PIC X       VALUE '-'.
           05  WS-AUD-HEURE    PIC 9(8).
           05  FILLER          PIC X       VALUE SPACE.
           05  WS-AUD-MVT      PIC X.
           05  FILLER          PIC X       VALUE SPACE.
           05  WS-AUD-DEMANDEUR
                               PIC X(8).
           05  FILLER          PIC X       VALUE SPACE.
           05  WS-AUD-MOTIF    PIC X(2).
           05  FILLER          PIC X       VALUE SPACE.
           05  WS-AUD-LIBELLE  PIC X(30).
           05  FILLER          PIC X(6)    VALUE ' BON: '.
           05  WS-AUD-BON      PIC 9(14).
           05  FILLER          PIC X(5)    VALUE ' AV: '.
           05  WS-AUD-AV-ETAT  PIC X.
           05  FILLER          PIC X       VALUE SPACE.
           05  WS-AUD-AV-FIN   PIC 9(8).
           05  FILLER          PIC X(5)    VALUE ' AP: '.
           05  WS-AUD-AP-ETAT  PIC X.
           05  FILLER          PIC X       VALUE SPACE.
           05  WS-AUD-AP-FIN   PIC 9(8).
           05  FILLER          PIC X(6)    VALUE ' LIE: '.
           05  WS-AUD-BON-LIE  PIC 9(14).
           05  FILLER          PIC X(8)    VALUE SPACES.
      *----------------------------------------------------------------*
      *          ANO - JOURNAL DES MOUVEMENTS REJETES (STYLE W2)       *
      *----------------------------------------------------------------*
      *    Types : '1' bon inconnu
      *            '2' bon deja utilise en caisse
      *            '3' bon deja annule ou remplace
      *            '4' date de fin de validite invalide, ou bon
      *                deja expire (prolongation refusee : reemettre)
      *            '5' code mouvement inconnu
      *            '6' demandeur ou motif absent
       01  WS-FICANOM.
           05  WS-FICANOM-TYPE PIC X.
           05  WS-FICANOM-DATA PIC X(63).
      *----------------------------------------------------------------*
      *          NUMEROTATION DES BONS DE REMPLACEMENT                 *
      *----------------------------------------------------------------*
      *    Meme forme que GENERE-BON de REMCLI (date du jour + sequence)
      *    dans la tranche 900001-999999 pour ne pas croiser les bons
      *    emis le meme jour par REMCLI
       01  WS-BON-NUM.
           05  WS-BON-NUM-DATE PIC 9(8).
           05  WS-BON-NUM-SEQ  PIC 9(6).
       77  WS-BON-SEQ          PIC 9(6)   VALUE 900000.
       77  WS-BON-SEQ-MAX      PIC 9(6)   VALUE 999999.
       01  WS-BON-ECRIT        PIC X      VALUE 'N'.
           88 WS-BON-ECRIT-OUI             VALUE 'O'.
           88 WS-BON-ECRIT-NON             VALUE 'N'.
      *    Bon d'origine conserve pour la creation du remplacant
       01  WS-BON-ORIG.
           05  WS-ORIG-NUM     PIC 9(14).
           05  WS-ORIG-NUM-CLI PIC 9(10).
           05  WS-ORIG-COD-REM PIC 9(10).
           05  WS-ORIG-TAUX    PIC 9(2).
           05  WS-ORIG-VAL-DEB PIC 9(8).
           05  WS-ORIG-VAL-FIN PIC 9(8).
           05  WS-ORIG-UTILISE PIC X.
           05  WS-ORIG-DATE-UTIL
                               PIC 9(8).
           05  WS-ORIG-ECO     PIC S9(7)V99.
      *    Fin de validite retenue pour le bon de remplacement
       01  WS-NOUV-VAL-FIN     PIC 9(8).
      *----------------------------------------------------------------*
      *          DATE DU TRAITEMENT                                    *
      *----------------------------------------------------------------*
       01  WS-DATE-J           PIC 9(8).
       01  WS-HEURE-J          PIC 9(8).
      *----------------------------------------------------------------*
      *          CR - COMPTE RENDU DE MAINTENANCE DES BONS             *
      *----------------------------------------------------------------*
       01  WS-CRB-TITRE.
           05  FILLER          PIC X(80)   VALUE
           'COMPTE RENDU DE MAINTENANCE DES BONS DE REMISE - BONMAJ'.
       01  WS-CRB-L1.
           05  FILLER          PIC X(33)   VALUE
           'MOUVEMENTS LUS ................. '.
           05  WS-CRB-LU       PIC ZZZZZ9.
       01  WS-CRB-L2.
           05  FILLER          PIC X(33)   VALUE
           'BONS ANNULES ................... '.
           05  WS-CRB-ANN      PIC ZZZZZ9.
       01  WS-CRB-L3.
           05  FILLER          PIC X(33)   VALUE
           'BONS REEMIS (REMPLACES) ........ '.
           05  WS-CRB-REE      PIC ZZZZZ9.
       01  WS-CRB-L4.
           05  FILLER          PIC X(33)   VALUE
           'BONS PROLONGES ................. '.
           05  WS-CRB-PRO      PIC ZZZZZ9.
       01  WS-CRB-L5.
           05  FILLER          PIC X(33)   VALUE
           'MOUVEMENTS REJETES (ANOMALIES) . '.
           05  WS-CRB-REJ      PIC ZZZZZ9.
       01  WS-CRB-L6.
           05  FILLER          PIC X(33)   VALUE
           'LIGNES D''AUDIT ECRITES ......... '.
           05  WS-CRB-AUD      PIC ZZZZZ9.
       01  WS-STARS            PIC X(72)   VALUE ALL '*'.
      *----------------------------------------------------------------*
      *                        FILE STATUS                             *
      *----------------------------------------------------------------*
      *    MVT - DEMANDES SERVICE CLIENTS  file status
       01  FS-F-MVT            PIC X(2).
           88  FS-MVT-00                   VALUE '00'.
           88  FS-MVT-10                   VALUE '10'.
      *    BON - BONS DE REMISE NUMEROTES  file status
       01  FS-F-BON            PIC X(2).
           88  FS-BON-00                   VALUE '00'.
           88  FS-BON-22                   VALUE '22'.
           88  FS-BON-23                   VALUE '23'.
      *    AUD - PISTE D'AUDIT             file status
       01  FS-F-AUD            PIC X(2).
           88  FS-AUD-00                   VALUE '00'.
           88  FS-AUD-35                   VALUE '35'.
      *    ANOM - JOURNAL DES ANOMALIES    file status
       01  FS-F-ANOM           PIC X(2).
           88  FS-ANOM-00                  VALUE '00'.
      *    CRB - COMPTE RENDU              file status
       01  FS-F-CRB            PIC X(2).
           88  FS-CRB-00                   VALUE '00'.
      *    EOF status
       01  EOF-MVT             PIC X(1)    VALUE 'N'.
      *----------------------------------------------------------------*
      *                        COMPTEURS                               *
      *----------------------------------------------------------------*
       01  WS-CPT-MVT-LU       PIC 9(6)   COMP
                                          VALUE ZERO.
       01  WS-CPT-MVT-ANN      PIC 9(6)   COMP
                                          VALUE ZERO.
       01  WS-CPT-MVT-REE      PIC 9(6)   COMP
                                          VALUE ZERO.
       01  WS-CPT-MVT-PRO      PIC 9(6)   COMP
                                          VALUE ZERO.
       01  WS-CPT-MVT-REJ      PIC 9(6)   COMP
                                          VALUE ZERO.
       01  WS-CPT-AUD          PIC 9(6)   COMP
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
           MOVE WS-DATE-J         TO       WS-BON-NUM-DATE.
           PERFORM OV-MVT-DEB
              THRU OV-MVT-FIN.
           PERFORM OV-BON-DEB
              THRU OV-BON-FIN.
           PERFORM OV-AUD-DEB
              THRU OV-AUD-FIN.
           PERFORM OV-ANOM-DEB
              THRU OV-ANOM-FIN.
           PERFORM READ-MVT-DEB
              THRU READ-MVT-FIN.
      *    Test si fichier des demandes vide
           IF FS-F-MVT = '10'
              DISPLAY 'Fichier des demandes vide (' FS-F-MVT ')'
           END-IF.
      *
      *---------------------------------------------------------------*
      *APPEL DU COMPOSANT TRAITEMENT MOUVEMENT (ITERATIVE)
      *---------------------------------------------------------------*
      *
           PERFORM TRT-MVT-DEB
              THRU TRT-MVT-FIN
             UNTIL EOF-MVT = 'Y'.
      *
      *---------------------------------------------------------------*
      *FIN DU TRAITEMENT (OREILLETTE DROITE)
      *---------------------------------------------------------------*
           PERFORM FE-MVT-DEB
              THRU FE-MVT-FIN.
           PERFORM FE-BON-DEB
              THRU FE-BON-FIN.
           PERFORM FE-AUD-DEB
              THRU FE-AUD-FIN.
           PERFORM FE-ANOM-DEB
              THRU FE-ANOM-FIN.
      *    Edition du compte rendu de maintenance
           PERFORM OV-CRB-DEB
              THRU OV-CRB-FIN.
           PERFORM ETAT-CRB-DEB
              THRU ETAT-CRB-FIN.
           PERFORM FE-CRB-DEB
              THRU FE-CRB-FIN.
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
      **********************TRAITEMENT MOUVEMENT***********************
      *---------------------------------------------------------------*
      *DEBUT DU TRAITEMENT MOUVEMENT                                  *
      *---------------------------------------------------------------*
       TRT-MVT-DEB.
      *    Controles communs : code mouvement, demandeur et motif
      *    (la piste d'audit doit dire qui a demande et pourquoi)
           IF NOT (WS-MVT-ANNULE OR WS-MVT-REEMET OR WS-MVT-PROLONGE)
               MOVE '5'            TO WS-FICANOM-TYPE
               DISPLAY 'CODE MOUVEMENT INCONNU : ' WS-MVT-CODE
                       ' BON : ' WS-MVT-BON
               PERFORM REJET-MVT-DEB
                  THRU REJET-MVT-FIN
               GO TO TRT-MVT-SUITE
           END-IF.
           IF WS-MVT-DEMANDEUR = SPACES OR WS-MVT-MOTIF = SPACES
               MOVE '6'            TO WS-FICANOM-TYPE
               DISPLAY 'DEMANDEUR OU MOTIF ABSENT - BON : ' WS-MVT-BON
               PERFORM REJET-MVT-DEB
                  THRU REJET-MVT-FIN
               GO TO TRT-MVT-SUITE
           END-IF.
      *    Recherche du bon dans le fichier BONREM
           MOVE WS-MVT-BON        TO       BON-NUM.
           READ FIC-BON
               INVALID KEY
                   MOVE '1'            TO WS-FICANOM-TYPE
                   DISPLAY 'BON INCONNU : ' WS-MVT-BON
                   PERFORM REJET-MVT-DEB
                      THRU REJET-MVT-FIN
               NOT INVALID KEY
                   PERFORM CTRL-BON-DEB
                      THRU CTRL-BON-FIN
           END-READ.
       TRT-MVT-SUITE.
      *    lecture du mouvement suivant
           PERFORM READ-MVT-DEB
              THRU READ-MVT-FIN.
      *---------------------------------------------------------------*
      *FIN DU TRAITEMENT MOUVEMENT
      *---------------------------------------------------------------*
       TRT-MVT-FIN.
           EXIT.
      ******************************2000*******************************
      ***********************CONTROLE DU BON***************************
       CTRL-BON-DEB.
      *SI
      *    BON DEJA UTILISE EN CAISSE OU DEJA ANNULE/REMPLACE
      *        REJET DU MOUVEMENT
      *    SINON
      *        ANNULATION, REEMISSION OU PROLONGATION
      *FIN
           MOVE ENRG-BON          TO       WS-BON-ORIG.
           EVALUATE TRUE
               WHEN BON-UTILISE = 'O'
                   MOVE '2'            TO WS-FICANOM-TYPE
                   DISPLAY 'BON DEJA UTILISE LE ' BON-DATE-UTIL
                           ' : ' WS-MVT-BON
                   PERFORM REJET-MVT-DEB
                      THRU REJET-MVT-FIN
               WHEN BON-UTILISE = 'A'
                   MOVE '3'            TO WS-FICANOM-TYPE
                   DISPLAY 'BON DEJA ANNULE OU REMPLACE : ' WS-MVT-BON
                   PERFORM REJET-MVT-DEB
                      THRU REJET-MVT-FIN
               WHEN WS-MVT-ANNULE
                   PERFORM ANNULE-BON-DEB
                      THRU ANNULE-BON-FIN
               WHEN WS-MVT-REEMET
                   PERFORM REEMET-BON-DEB
                      THRU REEMET-BON-FIN
               WHEN WS-MVT-PROLONGE
                   PERFORM PROLONGE-BON-DEB
                      THRU PROLONGE-BON-FIN
           END-EVALUATE.
       CTRL-BON-FIN.
           EXIT.
      ******************************2010*******************************
      ***********************ANNULATION DU BON*************************
       ANNULE-BON-DEB.
      *    Le bon passe a 'A' avec la date d'annulation ; il reste
      *    dans BONREM pour l'historique et le rejet en caisse
           PERFORM MARQUE-ANNULE-DEB
              THRU MARQUE-ANNULE-FIN.
           MOVE ZERO              TO       WS-AUD-BON-LIE.
           PERFORM AUDIT-ORIG-DEB
              THRU AUDIT-ORIG-FIN.
           ADD 1                  TO       WS-CPT-MVT-ANN.
       ANNULE-BON-FIN.
           EXIT.
      *
       MARQUE-ANNULE-DEB.
           MOVE 'A'               TO       BON-UTILISE.
           MOVE WS-DATE-J         TO       BON-DATE-UTIL.
           REWRITE ENRG-BON
               INVALID KEY
                   DISPLAY 'PROBLEME D''ECRITURE FICHIER BONS'
                   DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-BON
                   PERFORM ERREUR-PROG-DEB
                      THRU ERREUR-PROG-FIN
           END-REWRITE.
       MARQUE-ANNULE-FIN.
           EXIT.
      ******************************2020*******************************
      ***********************REEMISSION DU BON*************************
       REEMET-BON-DEB.
      *    Fin de validite du remplacant : celle demandee, sinon celle
      *    d'origine ; un remplacant deja expire est refuse
           IF WS-MVT-DATE-FIN NOT NUMERIC
               MOVE '4'            TO WS-FICANOM-TYPE
               DISPLAY 'DATE DE FIN INVALIDE : ' WS-MVT-DATE-FIN
                       ' BON : ' WS-MVT-BON
               PERFORM REJET-MVT-DEB
                  THRU REJET-MVT-FIN
               GO TO REEMET-BON-FIN
           END-IF.
           IF WS-MVT-DATE-FIN = ZERO
               MOVE WS-ORIG-VAL-FIN TO     WS-NOUV-VAL-FIN
           ELSE
               MOVE WS-MVT-DATE-FIN TO     WS-NOUV-VAL-FIN
           END-IF.
           IF WS-NOUV-VAL-FIN < WS-DATE-J
              OR WS-NOUV-VAL-FIN < WS-ORIG-VAL-DEB
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-NOUV-VAL-FIN) NOT = 0
               MOVE '4'            TO WS-FICANOM-TYPE
               DISPLAY 'DATE DE FIN INVALIDE : ' WS-NOUV-VAL-FIN
                       ' BON : ' WS-MVT-BON
               PERFORM REJET-MVT-DEB
                  THRU REJET-MVT-FIN
               GO TO REEMET-BON-FIN
           END-IF.
      *    1) annulation du bon d'origine
           PERFORM MARQUE-ANNULE-DEB
              THRU MARQUE-ANNULE-FIN.
      *    2) creation du remplacant sous un nouveau numero
           PERFORM GENERE-BON-DEB
              THRU GENERE-BON-FIN.
      *    3) piste d'audit : bon annule puis bon cree
           MOVE WS-BON-NUM        TO       WS-AUD-BON-LIE.
           PERFORM AUDIT-ORIG-DEB
              THRU AUDIT-ORIG-FIN.
           MOVE WS-BON-NUM        TO       WS-AUD-BON.
           MOVE SPACE             TO       WS-AUD-AV-ETAT.
           MOVE ZERO              TO       WS-AUD-AV-FIN.
           MOVE BON-UTILISE       TO       WS-AUD-AP-ETAT.
           MOVE BON-VAL-FIN       TO       WS-AUD-AP-FIN.
           MOVE WS-ORIG-NUM       TO       WS-AUD-BON-LIE.
           PERFORM WRITE-AUD-DEB
              THRU WRITE-AUD-FIN.
           DISPLAY 'BON ' WS-ORIG-NUM ' REMPLACE PAR ' WS-BON-NUM.
           ADD 1                  TO       WS-CPT-MVT-REE.
       REEMET-BON-FIN.
           EXIT.
      *
       GENERE-BON-DEB.
      *    Meme principe que GENERE-BON de REMCLI : numero deja
      *    attribue, on essaie la sequence suivante
           SET WS-BON-ECRIT-NON   TO       TRUE.
           PERFORM UNTIL WS-BON-ECRIT-OUI
               IF WS-BON-SEQ = WS-BON-SEQ-MAX
                   DISPLAY 'TRANCHE DE NUMEROS DE REMPLACEMENT EPUISEE'
                   PERFORM ERREUR-PROG-DEB
                      THRU ERREUR-PROG-FIN
               END-IF
               ADD 1              TO       WS-BON-SEQ
               MOVE WS-BON-SEQ    TO       WS-BON-NUM-SEQ
               MOVE WS-BON-NUM    TO       BON-NUM
               MOVE WS-ORIG-NUM-CLI TO     BON-NUM-CLI
               MOVE WS-ORIG-COD-REM TO     BON-COD-REM
               MOVE WS-ORIG-TAUX  TO       BON-TAUX
               MOVE WS-ORIG-VAL-DEB TO     BON-VAL-DEB
               MOVE WS-NOUV-VAL-FIN TO     BON-VAL-FIN
               MOVE 'N'           TO       BON-UTILISE
               MOVE ZERO          TO       BON-DATE-UTIL
               MOVE WS-ORIG-ECO   TO       BON-ECO
               WRITE ENRG-BON
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-BON-ECRIT-OUI TO TRUE
               END-WRITE
           END-PERFORM.
       GENERE-BON-FIN.
           EXIT.
      ******************************2030*******************************
      ***********************PROLONGATION DU BON***********************
       PROLONGE-BON-DEB.
      *    Bon deja expire : sa provision a ete reprise a l'arrete du
      *    mois de fin de validite (PROVREM), le prolonger le ferait
      *    revenir dans l'encours sans dotation ; il faut le reemettre
           IF BON-VAL-FIN < WS-DATE-J
               MOVE '4'            TO WS-FICANOM-TYPE
               DISPLAY 'BON EXPIRE : REEMETTRE - BON : ' WS-MVT-BON
               PERFORM REJET-MVT-DEB
                  THRU REJET-MVT-FIN
               GO TO PROLONGE-BON-FIN
           END-IF.
      *    La nouvelle fin doit etre une date valide, posterieure a la
      *    fin actuelle et a la date du jour
           IF WS-MVT-DATE-FIN NOT NUMERIC
               MOVE '4'            TO WS-FICANOM-TYPE
               DISPLAY 'DATE DE FIN INVALIDE : ' WS-MVT-DATE-FIN
                       ' BON : ' WS-MVT-BON
               PERFORM REJET-MVT-DEB
                  THRU REJET-MVT-FIN
               GO TO PROLONGE-BON-FIN
           END-IF.
           IF WS-MVT-DATE-FIN NOT > BON-VAL-FIN
              OR WS-MVT-DATE-FIN < WS-DATE-J
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-MVT-DATE-FIN) NOT = 0
               MOVE '4'            TO WS-FICANOM-TYPE
               DISPLAY 'DATE DE FIN INVALIDE : ' WS-MVT-DATE-FIN
                       ' BON : ' WS-MVT-BON
               PERFORM REJET-MVT-DEB
                  THRU REJET-MVT-FIN
               GO TO PROLONGE-BON-FIN
           END-IF.
           MOVE WS-MVT-DATE-FIN   TO       BON-VAL-FIN.
           REWRITE ENRG-BON
               INVALID KEY
                   DISPLAY 'PROBLEME D''ECRITURE FICHIER BONS'
                   DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-BON
                   PERFORM ERREUR-PROG-DEB
                      THRU ERREUR-PROG-FIN
           END-REWRITE.
           MOVE ZERO              TO       WS-AUD-BON-LIE.
           PERFORM AUDIT-ORIG-DEB
              THRU AUDIT-ORIG-FIN.
           ADD 1                  TO       WS-CPT-MVT-PRO.
       PROLONGE-BON-FIN.
           EXIT.
      ******************************3000*******************************
      ***********************PISTE D'AUDIT*****************************
       AUDIT-ORIG-DEB.
      *    Ligne d'audit du bon presente : valeurs avant (bon lu)
      *    et apres (bon reecrit) ; bon lie positionne par l'appelant
           MOVE WS-ORIG-NUM       TO       WS-AUD-BON.
           MOVE WS-ORIG-UTILISE   TO       WS-AUD-AV-ETAT.
           MOVE WS-ORIG-VAL-FIN   TO       WS-AUD-AV-FIN.
           IF WS-MVT-PROLONGE
               MOVE WS-ORIG-UTILISE TO     WS-AUD-AP-ETAT
               MOVE WS-MVT-DATE-FIN TO     WS-AUD-AP-FIN
           ELSE
               MOVE 'A'           TO       WS-AUD-AP-ETAT
               MOVE WS-ORIG-VAL-FIN TO     WS-AUD-AP-FIN
           END-IF.
           PERFORM WRITE-AUD-DEB
              THRU WRITE-AUD-FIN.
       AUDIT-ORIG-FIN.
           EXIT.
      *
       WRITE-AUD-DEB.
      *    Zones communes a toutes les lignes : horodatage, demande
           MOVE WS-DATE-J         TO       WS-AUD-DATE.
           ACCEPT WS-HEURE-J FROM TIME.
           MOVE WS-HEURE-J        TO       WS-AUD-HEURE.
           MOVE WS-MVT-CODE       TO       WS-AUD-MVT.
           MOVE WS-MVT-DEMANDEUR  TO       WS-AUD-DEMANDEUR.
           MOVE WS-MVT-MOTIF      TO       WS-AUD-MOTIF.
           MOVE WS-MVT-LIBELLE    TO       WS-AUD-LIBELLE.
           WRITE ENRG-AUD FROM WS-ENRG-AUD.
           IF NOT FS-F-AUD = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER D''AUDIT'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-AUD
              PERFORM ERREUR-PROG-DEB
                 THRU ERREUR-PROG-FIN
           END-IF.
           ADD 1                  TO       WS-CPT-AUD.
       WRITE-AUD-FIN.
           EXIT.
      ******************************4000*******************************
      ***********************REJET D'UN MOUVEMENT**********************
       REJET-MVT-DEB.
      *    Type d'anomalie positionne par l'appelant
           MOVE WS-ENRG-MVT       TO       WS-FICANOM-DATA.
           WRITE ENRG-ANOM FROM WS-FICANOM.
           IF NOT FS-F-ANOM = '00'
              DISPLAY 'PROBLEME D''ECRITURE JOURNAL DES ANOMALIES'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-ANOM
              PERFORM ERREUR-PROG-DEB
                 THRU ERREUR-PROG-FIN
           END-IF.
           ADD 1                  TO       WS-CPT-MVT-REJ.
       REJET-MVT-FIN.
           EXIT.
      ******************************6000*******************************
      *****************************************************************
      *---------------------------------------------------------------*
      *            ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *****************************************************************
      *    OUVERTURE DES FICHIERS
      *****************************************************************
       OV-MVT-DEB.
           OPEN INPUT FIC-MVT.
           IF NOT FS-F-MVT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER DES DEMANDES'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-MVT
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       OV-MVT-FIN.
           EXIT.
      *
       OV-BON-DEB.
           OPEN I-O FIC-BON.
           IF NOT FS-F-BON = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER BONS DE REMISE'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-BON
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       OV-BON-FIN.
           EXIT.
      *
       OV-AUD-DEB.
      *    Piste d'audit cumulative, creee au premier passage
           OPEN EXTEND FIC-AUD.
           IF FS-F-AUD = '35'
               OPEN OUTPUT FIC-AUD
           END-IF.
           IF NOT FS-F-AUD = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER D''AUDIT'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-AUD
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       OV-AUD-FIN.
           EXIT.
      *
       OV-ANOM-DEB.
           OPEN OUTPUT FIC-ANOM.
           IF NOT FS-F-ANOM = '00'
              DISPLAY 'PROBLEME D''OUVERTURE JOURNAL DES ANOMALIES'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-ANOM
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       OV-ANOM-FIN.
           EXIT.
      *
       OV-CRB-DEB.
           OPEN OUTPUT FIC-CRB.
           IF NOT FS-F-CRB = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER COMPTE RENDU'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CRB
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       OV-CRB-FIN.
           EXIT.
      *****************************************************************
      *    LECTURE DES FICHIERS
      *****************************************************************
       READ-MVT-DEB.
           READ FIC-MVT INTO WS-ENRG-MVT
              AT END MOVE 'Y' TO EOF-MVT
              NOT AT END ADD 1 TO WS-CPT-MVT-LU
           END-READ.
       READ-MVT-FIN.
           EXIT.
      *****************************************************************
      *    FERMETURE DES FICHIERS
      *****************************************************************
       FE-MVT-DEB.
           CLOSE FIC-MVT.
           IF NOT FS-F-MVT = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER DES DEMANDES'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-MVT
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       FE-MVT-FIN.
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
       FE-AUD-DEB.
           CLOSE FIC-AUD.
           IF NOT FS-F-AUD = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER D''AUDIT'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-AUD
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       FE-AUD-FIN.
           EXIT.
      *
       FE-ANOM-DEB.
           CLOSE FIC-ANOM.
           IF NOT FS-F-ANOM = '00'
              DISPLAY 'PROBLEME DE FERMETURE JOURNAL DES ANOMALIES'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-ANOM
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       FE-ANOM-FIN.
           EXIT.
      *
       FE-CRB-DEB.
           CLOSE FIC-CRB.
           IF NOT FS-F-CRB = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER COMPTE RENDU'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CRB
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       FE-CRB-FIN.
           EXIT.
      ****************************************************************
      *      ECRITURE COMPTE RENDU DE MAINTENANCE FIN DE JOB         *
      ****************************************************************
       ETAT-CRB-DEB.
           MOVE WS-CPT-MVT-LU     TO       WS-CRB-LU.
           MOVE WS-CPT-MVT-ANN    TO       WS-CRB-ANN.
           MOVE WS-CPT-MVT-REE    TO       WS-CRB-REE.
           MOVE WS-CPT-MVT-PRO    TO       WS-CRB-PRO.
           MOVE WS-CPT-MVT-REJ    TO       WS-CRB-REJ.
           MOVE WS-CPT-AUD        TO       WS-CRB-AUD.
           WRITE ENRG-CRB FROM WS-CRB-TITRE.
           PERFORM TEST-CRB-DEB
              THRU TEST-CRB-FIN.
           MOVE WS-STARS          TO       ENRG-CRB.
           WRITE ENRG-CRB.
           PERFORM TEST-CRB-DEB
              THRU TEST-CRB-FIN.
           WRITE ENRG-CRB FROM WS-CRB-L1.
           PERFORM TEST-CRB-DEB
              THRU TEST-CRB-FIN.
           WRITE ENRG-CRB FROM WS-CRB-L2.
           PERFORM TEST-CRB-DEB
              THRU TEST-CRB-FIN.
           WRITE ENRG-CRB FROM WS-CRB-L3.
           PERFORM TEST-CRB-DEB
              THRU TEST-CRB-FIN.
           WRITE ENRG-CRB FROM WS-CRB-L4.
           PERFORM TEST-CRB-DEB
              THRU TEST-CRB-FIN.
           WRITE ENRG-CRB FROM WS-CRB-L5.
           PERFORM TEST-CRB-DEB
              THRU TEST-CRB-FIN.
           WRITE ENRG-CRB FROM WS-CRB-L6.
           PERFORM TEST-CRB-DEB
              THRU TEST-CRB-FIN.
       ETAT-CRB-FIN.
           EXIT.
      *
       TEST-CRB-DEB.
           IF NOT FS-F-CRB = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER COMPTE RENDU'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CRB
              PERFORM ERREUR-PROG-DEB
                 THRU ERREUR-PROG-FIN
           END-IF.
       TEST-CRB-FIN.
           EXIT.
      *****************************************************************
      *****************************************************************
      *---------------------------------------------------------------*
      *                  PROTECTION FIN DE PROGRAMME                  *
      *---------------------------------------------------------------*
      *
       FIN-PROG-DEB.
            EVALUATE TRUE
               WHEN WS-CPT-MVT-REJ > 0
                    MOVE 8             TO       WS-CODE-RETOUR
               WHEN OTHER
                    MOVE 0             TO       WS-CODE-RETOUR
            END-EVALUATE.
            MOVE WS-CODE-RETOUR        TO       RETURN-CODE.
            DISPLAY '*==============================================*'.
            DISPLAY '*     FIN NORMALE DU PROGRAMME BONMAJ          *'.
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
            DISPLAY '*     FIN ANORMALE DU PROGRAMME BONMAJ         *'.
            DISPLAY '*==============================================*'.
            MOVE 12 TO RETURN-CODE.
      *
       ERREUR-PROG-FIN.
            STOP RUN.
       END PROGRAM BONMAJ.
