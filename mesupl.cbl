      ******************************************************************
      * Author: YANN
      * Date: 15/10/2026
      * Purpose: MESURE D'IMPACT DES CAMPAGNES DE REMISE - DEPENSES
      *          APRES EMISSION (POSCLI) DES CLIENTS ENVOYES COMPAREES
      *          A CELLES DU GROUPE TEMOIN (HISTREM), CHIFFRE D'AFFAIRES
      *          INCREMENTAL RAPPROCHE DU COUT DES BONS (BONREM)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MESUPL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *--------------------
       FILE-CONTROL.
      *--------------------
       SELECT FIC-HIST  ASSIGN TO 'C:/Users/y_cle/SORTIE/HISTREM.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HIST-CLE
           FILE STATUS                 IS FS-F-HIST.
       SELECT FIC-POS   ASSIGN TO 'C:/Users/y_cle/SORTIE/POSCLI.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS POS-NUM-CLI
           FILE STATUS                 IS FS-F-POS.
       SELECT FIC-BON   ASSIGN TO 'C:/Users/y_cle/SORTIE/BONREM.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS BON-NUM
           FILE STATUS                 IS FS-F-BON.
       SELECT CARTE-P2    ASSIGN TO 'C:/Users/y_cle/ENTREE/P2.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-P2.
       SELECT FIC-CRU   ASSIGN TO
                          'C:/Users/y_cle/SORTIE/MESUPL_CR.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-CRU.
      *
      *****************************************************************
      *                     DESCRIPTION DES FICHIERS                  *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
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
      *    Position nette 24 mois tenue par POSMAJ : total, nombre de
      *    commandes, derniere commande, godets mensuels (AAAAMM)
           05  POS-TOT-24      PIC S9(9)V99.
           05  POS-NB-CMD      PIC 9(4).
           05  POS-DER-CMD     PIC 9(8).
           05  POS-MOIS OCCURS 24 TIMES.
               10  POS-MOIS-AAMM   PIC 9(6).
               10  POS-MOIS-MT     PIC S9(7)V99.
               10  POS-MOIS-NB     PIC 9(3).
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
       FD  CARTE-P2     RECORDING F.
       01  ENRG-REM-TAB.
           05  FS-NUM-REM      PIC X(10).
           05  FILLER          PIC X(79).
       FD  FIC-CRU      RECORDING F.
       01  ENRG-CRU            PIC X(90).
      *
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                     WORKING STORAGE SECTION                    *
      ******************************************************************
      *----------------------------------------------------------------*
      *                        P2 - REMISES                            *
      *----------------------------------------------------------------*
      *    Seuls le code et le libelle de la campagne sont repris
      *    (libelle edite en tete du bloc de mesure)
       01  WS-ENRG-REM.
           05  WS-TAB-COD      PIC 9(10).
           05  WS-TAB-LIB      PIC X(8).
           05  FILLER          PIC X(71).
       01  EOF-P2              PIC 9      VALUE ZERO.
      *----------------------------------------------------------------*
      *          CMP - CUMULS DE MESURE PAR CAMPAGNE                   *
      *----------------------------------------------------------------*
      *    Une entree par code campagne rencontre dans HISTREM ou
      *    BONREM ; pour chaque groupe (envoyes / temoins) : nombre de
      *    clients, nombre d'acheteurs apres emission et chiffre
      *    d'affaires net des mois suivant l'emission
       01  TABCMP OCCURS 50 TIMES.
           05  CMP-COD         PIC 9(10).
           05  CMP-LIB         PIC X(8).
           05  CMP-NB-ENV      PIC 9(6)   COMP.
           05  CMP-NB-TEM      PIC 9(6)   COMP.
           05  CMP-ACH-ENV     PIC 9(6)   COMP.
           05  CMP-ACH-TEM     PIC 9(6)   COMP.
           05  CMP-CA-ENV      PIC S9(11)V99 COMP-3.
           05  CMP-CA-TEM      PIC S9(11)V99 COMP-3.
           05  CMP-NB-UTIL     PIC 9(6)   COMP.
           05  CMP-COUT-REEL   PIC S9(11)V99 COMP-3.
       77  CMP-MAX             PIC 99     VALUE 50.
       77  CMP-NB              PIC 99     VALUE ZERO.
       77  CMP-PAR             PIC 99     VALUE ZERO.
       77  CMP-TROUVE          PIC 99     VALUE ZERO.
      *    Code campagne recherche par CHERCHE-CMP-DEB
       01  WS-CMP-COD          PIC 9(10).
      *----------------------------------------------------------------*
      *          CALCUL DES DEPENSES APRES EMISSION                    *
      *----------------------------------------------------------------*
      *    Sont retenus les godets POSCLI des mois strictement
      *    posterieurs au mois d'emission (le mois d'emission melange
      *    achats anterieurs et posterieurs a la lettre)
       01  WS-AAMM-EMIS        PIC 9(6).
       01  WS-CA-APRES         PIC S9(9)V99 COMP-3.
       77  MOIS-PAR            PIC 99     VALUE ZERO.
      *    Moyennes par client et resultat de la campagne en cours
       01  WS-MOY-ENV          PIC S9(9)V99 COMP-3.
       01  WS-MOY-TEM          PIC S9(9)V99 COMP-3.
       01  WS-CA-INCR          PIC S9(11)V99 COMP-3.
       01  WS-RES-NET          PIC S9(11)V99 COMP-3.
      *----------------------------------------------------------------*
      *          CR - MESURE D'IMPACT PAR CAMPAGNE                     *
      *----------------------------------------------------------------*
       01  WS-CRU-TITRE.
           05  FILLER          PIC X(80)   VALUE
           'MESURE D''IMPACT DES CAMPAGNES - ENVOYES/TEMOINS - MESUPL'.
       01  WS-CRU-CAMP.
           05  FILLER          PIC X(11)   VALUE 'CAMPAGNE : '.
           05  WS-CRU-COD      PIC 9(10).
           05  FILLER          PIC X       VALUE SPACE.
           05  WS-CRU-LIB      PIC X(8).
       01  WS-CRU-L1.
           05  FILLER          PIC X(33)   VALUE
           'CLIENTS ENVOYES (LETTRE + BON) . '.
           05  WS-CRU-NB-ENV   PIC ZZZZZ9.
           05  FILLER          PIC X(15)   VALUE '   ACHETEURS : '.
           05  WS-CRU-ACH-ENV  PIC ZZZZZ9.
       01  WS-CRU-L2.
           05  FILLER          PIC X(33)   VALUE
           'CLIENTS DU GROUPE TEMOIN ....... '.
           05  WS-CRU-NB-TEM   PIC ZZZZZ9.
           05  FILLER          PIC X(15)   VALUE '   ACHETEURS : '.
           05  WS-CRU-ACH-TEM  PIC ZZZZZ9.
       01  WS-CRU-L3.
           05  FILLER          PIC X(33)   VALUE
           'CA APRES EMISSION - ENVOYES .... '.
           05  WS-CRU-CA-ENV   PIC Z(9).99-.
           05  FILLER          PIC X       VALUE '€'.
       01  WS-CRU-L4.
           05  FILLER          PIC X(33)   VALUE
           'CA APRES EMISSION - TEMOINS .... '.
           05  WS-CRU-CA-TEM   PIC Z(9).99-.
           05  FILLER          PIC X       VALUE '€'.
       01  WS-CRU-L5.
           05  FILLER          PIC X(33)   VALUE
           'CA MOYEN PAR CLIENT ENVOYE ..... '.
           05  WS-CRU-MOY-ENV  PIC Z(9).99-.
           05  FILLER          PIC X       VALUE '€'.
       01  WS-CRU-L6.
           05  FILLER          PIC X(33)   VALUE
           'CA MOYEN PAR CLIENT TEMOIN ..... '.
           05  WS-CRU-MOY-TEM  PIC Z(9).99-.
           05  FILLER          PIC X       VALUE '€'.
       01  WS-CRU-L7.
           05  FILLER          PIC X(33)   VALUE
           'CA INCREMENTAL ESTIME .......... '.
           05  WS-CRU-INCR     PIC Z(9).99-.
           05  FILLER          PIC X       VALUE '€'.
       01  WS-CRU-L8.
           05  FILLER          PIC X(33)   VALUE
           'COUT DES BONS UTILISES (ECO) ... '.
           05  WS-CRU-COUT     PIC Z(9).99-.
           05  FILLER          PIC X       VALUE '€'.
           05  FILLER          PIC X(9)    VALUE '   BONS: '.
           05  WS-CRU-UTIL     PIC ZZZZZ9.
       01  WS-CRU-L9.
           05  FILLER          PIC X(33)   VALUE
           'RESULTAT NET (INCREMENTAL-COUT)  '.
           05  WS-CRU-NET      PIC Z(9).99-.
           05  FILLER          PIC X       VALUE '€'.
       01  WS-CRU-L10.
           05  FILLER          PIC X(33)   VALUE
           'RETOUR SUR INVESTISSEMENT ...... '.
           05  WS-CRU-ROI      PIC Z(5)9.99-.
           05  FILLER          PIC X(2)    VALUE ' %'.
       01  WS-CRU-L10B.
           05  FILLER          PIC X(44)   VALUE
           'RETOUR SUR INVESTISSEMENT ...... SANS OBJET'.
       01  WS-CRU-L11.
           05  FILLER          PIC X(80)   VALUE
           'MESURE IMPOSSIBLE : PAS DE GROUPE TEMOIN OU PAS D''ENVOI'.
       01  WS-STARS            PIC X(72)   VALUE ALL '*'.
       01  WS-BLANK            PIC X(80)   VALUE ALL SPACES.
      *----------------------------------------------------------------*
      *                        FILE STATUS                             *
      *----------------------------------------------------------------*
      *    HIST - HISTORIQUE DES REMISES   file status
       01  FS-F-HIST           PIC X(2).
           88  FS-HIST-00                  VALUE '00'.
           88  FS-HIST-10                  VALUE '10'.
      *    POS - POSITION CLIENTS 24 MOIS  file status
       01  FS-F-POS            PIC X(2).
           88  FS-POS-00                   VALUE '00'.
           88  FS-POS-23                   VALUE '23'.
      *    BON - BONS DE REMISE NUMEROTES  file status
       01  FS-F-BON            PIC X(2).
           88  FS-BON-00                   VALUE '00'.
           88  FS-BON-10                   VALUE '10'.
      *    P2 - REMISES                    file status
       01  FS-F-P2             PIC X(2).
           88  FS-P2-00                    VALUE '00'.
           88  FS-P2-35                    VALUE '35'.
      *    CRU - MESURE D'IMPACT           file status
       01  FS-F-CRU            PIC X(2).
           88  FS-CRU-00                   VALUE '00'.
      *    EOF status
       01  EOF-HIST            PIC X(1)    VALUE 'N'.
       01  EOF-BON             PIC X(1)    VALUE 'N'.
      *----------------------------------------------------------------*
      *                        COMPTEURS                               *
      *----------------------------------------------------------------*
       01  WS-CPT-HIST-LU      PIC 9(6)   COMP
                                          VALUE ZERO.
       01  WS-CPT-BON-LU       PIC 9(6)   COMP
                                          VALUE ZERO.
      *    Campagnes dont l'impact n'est pas mesurable (aucun temoin
      *    ou aucun envoi)
       01  WS-CPT-NON-MES      PIC 9(6)   COMP
                                          VALUE ZERO.
      *----------------------------------------------------------------*
      *          CODE RETOUR DE FIN DE TRAITEMENT (CHAINE DE NUIT)     *
      *----------------------------------------------------------------*
      *    00 traitement normal            04 campagne non mesurable
      *    08 rejets en anomalie           12 arret anormal
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
      *    Campagnes parametrees : libelles repris de la carte P2
           PERFORM CHARGE-P2-DEB
              THRU CHARGE-P2-FIN.
           PERFORM OV-HIST-DEB
              THRU OV-HIST-FIN.
           PERFORM OV-POS-DEB
              THRU OV-POS-FIN.
           PERFORM OV-BON-DEB
              THRU OV-BON-FIN.
      *
      *---------------------------------------------------------------*
      *APPEL DES COMPOSANTS DE CUMUL (ITERATIVES)
      *---------------------------------------------------------------*
      *
      *    1) Emissions : depenses apres emission par groupe
           PERFORM READ-HIST-DEB
              THRU READ-HIST-FIN.
           PERFORM TRT-HIST-DEB
              THRU TRT-HIST-FIN
             UNTIL EOF-HIST = 'Y'.
      *    2) Cout : economie des bons utilises en caisse
           PERFORM READ-BON-DEB
              THRU READ-BON-FIN.
           PERFORM TRT-BON-DEB
              THRU TRT-BON-FIN
             UNTIL EOF-BON = 'Y'.
      *
      *---------------------------------------------------------------*
      *FIN DU TRAITEMENT (OREILLETTE DROITE)
      *---------------------------------------------------------------*
           PERFORM FE-HIST-DEB
              THRU FE-HIST-FIN.
           PERFORM FE-POS-DEB
              THRU FE-POS-FIN.
           PERFORM FE-BON-DEB
              THRU FE-BON-FIN.
      *    Edition de la mesure par campagne
           PERFORM OV-CRU-DEB
              THRU OV-CRU-FIN.
           PERFORM ETAT-CRU-DEB
              THRU ETAT-CRU-FIN.
           PERFORM FE-CRU-DEB
              THRU FE-CRU-FIN.
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
      **********************TRAITEMENT EMISSION************************
      *---------------------------------------------------------------*
      *DEBUT DU TRAITEMENT EMISSION                                   *
      *---------------------------------------------------------------*
       TRT-HIST-DEB.
           MOVE HIST-COD-REM      TO       WS-CMP-COD.
           PERFORM CHERCHE-CMP-DEB
              THRU CHERCHE-CMP-FIN.
           PERFORM CALCUL-APRES-DEB
              THRU CALCUL-APRES-FIN.
      *SI
      *    CLIENT DU GROUPE TEMOIN
      *        CUMUL TEMOIN
      *SINON
      *        CUMUL ENVOYE
      *FIN
           IF HIST-GRP-TEMOIN
               ADD 1              TO       CMP-NB-TEM (CMP-TROUVE)
               ADD WS-CA-APRES    TO       CMP-CA-TEM (CMP-TROUVE)
               IF WS-CA-APRES > ZERO
                   ADD 1          TO       CMP-ACH-TEM (CMP-TROUVE)
               END-IF
           ELSE
               ADD 1              TO       CMP-NB-ENV (CMP-TROUVE)
               ADD WS-CA-APRES    TO       CMP-CA-ENV (CMP-TROUVE)
               IF WS-CA-APRES > ZERO
                   ADD 1          TO       CMP-ACH-ENV (CMP-TROUVE)
               END-IF
           END-IF.
      *    lecture de l'emission suivante
           PERFORM READ-HIST-DEB
              THRU READ-HIST-FIN.
      *---------------------------------------------------------------*
      *FIN DU TRAITEMENT EMISSION
      *---------------------------------------------------------------*
       TRT-HIST-FIN.
           EXIT.
      ******************************1010*******************************
      **********************TRAITEMENT BON*****************************
      *---------------------------------------------------------------*
      *DEBUT DU TRAITEMENT BON                                        *
      *---------------------------------------------------------------*
       TRT-BON-DEB.
      *    Seuls les bons utilises en caisse representent un cout
      *    (annules ou non utilises : aucune economie consentie)
           IF NOT BON-UTILISE = 'O'
               GO TO TRT-BON-SUITE
           END-IF.
           MOVE BON-COD-REM       TO       WS-CMP-COD.
           PERFORM CHERCHE-CMP-DEB
              THRU CHERCHE-CMP-FIN.
           ADD 1                  TO       CMP-NB-UTIL (CMP-TROUVE).
           ADD BON-ECO            TO       CMP-COUT-REEL (CMP-TROUVE).
       TRT-BON-SUITE.
      *    lecture du bon suivant
           PERFORM READ-BON-DEB
              THRU READ-BON-FIN.
      *---------------------------------------------------------------*
      *FIN DU TRAITEMENT BON
      *---------------------------------------------------------------*
       TRT-BON-FIN.
           EXIT.
      ******************************2000*******************************
      ***********************DEPENSES APRES EMISSION*******************
       CALCUL-APRES-DEB.
      *    Somme des godets POSCLI posterieurs au mois d'emission ;
      *    client absent de POSCLI : aucune depense sur la periode
           MOVE ZERO              TO       WS-CA-APRES.
           MOVE HIST-DATE-EMIS (1:6) TO    WS-AAMM-EMIS.
           MOVE HIST-NUM-CLI      TO       POS-NUM-CLI.
           READ FIC-POS
               INVALID KEY
                   GO TO CALCUL-APRES-FIN
           END-READ.
           PERFORM VARYING MOIS-PAR FROM 1 BY 1 UNTIL MOIS-PAR > 24
               IF POS-MOIS-AAMM (MOIS-PAR) > WS-AAMM-EMIS
                   ADD POS-MOIS-MT (MOIS-PAR) TO WS-CA-APRES
               END-IF
           END-PERFORM.
       CALCUL-APRES-FIN.
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
                   MOVE WS-CMP-COD    TO CMP-COD       (CMP-NB)
                   MOVE SPACES        TO CMP-LIB       (CMP-NB)
                   MOVE ZERO          TO CMP-NB-ENV    (CMP-NB)
                                         CMP-NB-TEM    (CMP-NB)
                                         CMP-ACH-ENV   (CMP-NB)
                                         CMP-ACH-TEM   (CMP-NB)
                                         CMP-CA-ENV    (CMP-NB)
                                         CMP-CA-TEM    (CMP-NB)
                                         CMP-NB-UTIL   (CMP-NB)
                                         CMP-COUT-REEL (CMP-NB)
                   MOVE CMP-NB        TO CMP-TROUVE
               ELSE
                   DISPLAY 'ERREUR LECTURE COMPTEUR TABLEAU CAMPAGNES'
                   PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
               END-IF
           END-IF.
       CHERCHE-CMP-FIN.
           EXIT.
      ******************************5000*******************************
      ***********************CHARGEMENT CARTE P2***********************
       CHARGE-P2-DEB.
      *    Les campagnes de la carte P2 sont creees d'emblee avec leur
      *    libelle ; carte absente (FS=35) : codes edites sans libelle
           OPEN INPUT CARTE-P2.
           IF FS-F-P2 = '35'
               MOVE 1             TO       EOF-P2
           ELSE
               IF NOT FS-F-P2 = '00'
                   DISPLAY 'PROBLEME D''OUVERTURE CARTE P2 (REMISES)'
                   DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-P2
                   PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
               END-IF
           END-IF.
           PERFORM UNTIL EOF-P2 = 1
               READ CARTE-P2 INTO WS-ENRG-REM
               AT END
                   MOVE 1       TO EOF-P2
               NOT AT END
                   IF WS-TAB-COD NUMERIC
                       MOVE WS-TAB-COD TO WS-CMP-COD
                       PERFORM CHERCHE-CMP-DEB
                          THRU CHERCHE-CMP-FIN
                       MOVE WS-TAB-LIB TO CMP-LIB (CMP-TROUVE)
                   END-IF
               END-READ
           END-PERFORM.
           IF FS-F-P2 = '00' OR FS-F-P2 = '10'
               CLOSE CARTE-P2
           END-IF.
       CHARGE-P2-FIN.
           EXIT.
      ******************************6000*******************************
      *****************************************************************
      *---------------------------------------------------------------*
      *            ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *****************************************************************
      *    OUVERTURE DES FICHIERS
      *****************************************************************
       OV-HIST-DEB.
           OPEN INPUT FIC-HIST.
           IF NOT FS-F-HIST = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER HISTORIQUE REMISE'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-HIST
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       OV-HIST-FIN.
           EXIT.
      *
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
       OV-CRU-DEB.
           OPEN OUTPUT FIC-CRU.
           IF NOT FS-F-CRU = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER MESURE D''IMPACT'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CRU
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       OV-CRU-FIN.
           EXIT.
      *****************************************************************
      *    LECTURE DES FICHIERS
      *****************************************************************
       READ-HIST-DEB.
           READ FIC-HIST NEXT
           END-READ.
           EVALUATE TRUE
               WHEN FS-F-HIST = '00'
                   ADD 1 TO WS-CPT-HIST-LU
               WHEN FS-F-HIST = '10'
                   MOVE 'Y' TO EOF-HIST
               WHEN OTHER
                   DISPLAY 'PROBLEME DE LECTURE HISTORIQUE REMISE'
                   DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-HIST
                   PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-EVALUATE.
       READ-HIST-FIN.
           EXIT.
      *
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
       FE-HIST-DEB.
           CLOSE FIC-HIST.
           IF NOT FS-F-HIST = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER HISTORIQUE REMISE'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-HIST
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       FE-HIST-FIN.
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
       FE-CRU-DEB.
           CLOSE FIC-CRU.
           IF NOT FS-F-CRU = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER MESURE D''IMPACT'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CRU
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       FE-CRU-FIN.
           EXIT.
      ****************************************************************
      *      ECRITURE MESURE D'IMPACT FIN DE JOB                     *
      ****************************************************************
       ETAT-CRU-DEB.
           WRITE ENRG-CRU FROM WS-CRU-TITRE.
           PERFORM TEST-CRU-DEB
              THRU TEST-CRU-FIN.
           MOVE WS-STARS          TO       ENRG-CRU.
           WRITE ENRG-CRU.
           PERFORM TEST-CRU-DEB
              THRU TEST-CRU-FIN.
      *    Un bloc de mesure par campagne ayant donne lieu a emission
           PERFORM EDITE-CAMP-DEB
              THRU EDITE-CAMP-FIN
             VARYING CMP-PAR FROM 1 BY 1
             UNTIL CMP-PAR > CMP-NB.
       ETAT-CRU-FIN.
           EXIT.
      *
       EDITE-CAMP-DEB.
      *    Campagne parametree jamais emise : rien a mesurer
           IF CMP-NB-ENV (CMP-PAR) = ZERO
              AND CMP-NB-TEM (CMP-PAR) = ZERO
               GO TO EDITE-CAMP-FIN
           END-IF.
           MOVE WS-BLANK          TO       ENRG-CRU.
           WRITE ENRG-CRU.
           PERFORM TEST-CRU-DEB
              THRU TEST-CRU-FIN.
           MOVE CMP-COD (CMP-PAR) TO       WS-CRU-COD.
           MOVE CMP-LIB (CMP-PAR) TO       WS-CRU-LIB.
           WRITE ENRG-CRU FROM WS-CRU-CAMP.
           PERFORM TEST-CRU-DEB
              THRU TEST-CRU-FIN.
           MOVE CMP-NB-ENV (CMP-PAR)  TO   WS-CRU-NB-ENV.
           MOVE CMP-ACH-ENV (CMP-PAR) TO   WS-CRU-ACH-ENV.
           WRITE ENRG-CRU FROM WS-CRU-L1.
           PERFORM TEST-CRU-DEB
              THRU TEST-CRU-FIN.
           MOVE CMP-NB-TEM (CMP-PAR)  TO   WS-CRU-NB-TEM.
           MOVE CMP-ACH-TEM (CMP-PAR) TO   WS-CRU-ACH-TEM.
           WRITE ENRG-CRU FROM WS-CRU-L2.
           PERFORM TEST-CRU-DEB
              THRU TEST-CRU-FIN.
           MOVE CMP-CA-ENV (CMP-PAR)  TO   WS-CRU-CA-ENV.
           WRITE ENRG-CRU FROM WS-CRU-L3.
           PERFORM TEST-CRU-DEB
              THRU TEST-CRU-FIN.
           MOVE CMP-CA-TEM (CMP-PAR)  TO   WS-CRU-CA-TEM.
           WRITE ENRG-CRU FROM WS-CRU-L4.
           PERFORM TEST-CRU-DEB
              THRU TEST-CRU-FIN.
           MOVE CMP-COUT-REEL (CMP-PAR) TO WS-CRU-COUT.
           MOVE CMP-NB-UTIL (CMP-PAR)   TO WS-CRU-UTIL.
      *    Sans les deux groupes la comparaison n'a pas de sens : le
      *    cout est edite seul
           IF CMP-NB-ENV (CMP-PAR) = ZERO
              OR CMP-NB-TEM (CMP-PAR) = ZERO
               ADD 1              TO       WS-CPT-NON-MES
               WRITE ENRG-CRU FROM WS-CRU-L8
               PERFORM TEST-CRU-DEB
                  THRU TEST-CRU-FIN
               WRITE ENRG-CRU FROM WS-CRU-L11
               PERFORM TEST-CRU-DEB
                  THRU TEST-CRU-FIN
               GO TO EDITE-CAMP-FIN
           END-IF.
      *    CA incremental : ecart de CA moyen par client entre les
      *    deux groupes, rapporte au nombre de clients envoyes
           COMPUTE WS-MOY-ENV ROUNDED =
               CMP-CA-ENV (CMP-PAR) / CMP-NB-ENV (CMP-PAR).
           COMPUTE WS-MOY-TEM ROUNDED =
               CMP-CA-TEM (CMP-PAR) / CMP-NB-TEM (CMP-PAR).
           COMPUTE WS-CA-INCR ROUNDED =
               (WS-MOY-ENV - WS-MOY-TEM) * CMP-NB-ENV (CMP-PAR).
           COMPUTE WS-RES-NET =
               WS-CA-INCR - CMP-COUT-REEL (CMP-PAR).
           MOVE WS-MOY-ENV        TO       WS-CRU-MOY-ENV.
           WRITE ENRG-CRU FROM WS-CRU-L5.
           PERFORM TEST-CRU-DEB
              THRU TEST-CRU-FIN.
           MOVE WS-MOY-TEM        TO       WS-CRU-MOY-TEM.
           WRITE ENRG-CRU FROM WS-CRU-L6.
           PERFORM TEST-CRU-DEB
              THRU TEST-CRU-FIN.
           MOVE WS-CA-INCR        TO       WS-CRU-INCR.
           WRITE ENRG-CRU FROM WS-CRU-L7.
           PERFORM TEST-CRU-DEB
              THRU TEST-CRU-FIN.
           WRITE ENRG-CRU FROM WS-CRU-L8.
           PERFORM TEST-CRU-DEB
              THRU TEST-CRU-FIN.
           MOVE WS-RES-NET        TO       WS-CRU-NET.
           WRITE ENRG-CRU FROM WS-CRU-L9.
           PERFORM TEST-CRU-DEB
              THRU TEST-CRU-FIN.
      *    ROI sans objet tant qu'aucun bon n'a ete utilise
           IF CMP-COUT-REEL (CMP-PAR) > ZERO
               COMPUTE WS-CRU-ROI ROUNDED =
                   WS-RES-NET * 100 / CMP-COUT-REEL (CMP-PAR)
               WRITE ENRG-CRU FROM WS-CRU-L10
           ELSE
               WRITE ENRG-CRU FROM WS-CRU-L10B
           END-IF.
           PERFORM TEST-CRU-DEB
              THRU TEST-CRU-FIN.
       EDITE-CAMP-FIN.
           EXIT.
      *
       TEST-CRU-DEB.
           IF NOT FS-F-CRU = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER MESURE D''IMPACT'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CRU
              PERFORM ERREUR-PROG-DEB
                 THRU ERREUR-PROG-FIN
           END-IF.
       TEST-CRU-FIN.
           EXIT.
      *****************************************************************
      *****************************************************************
      *---------------------------------------------------------------*
      *                  PROTECTION FIN DE PROGRAMME                  *
      *---------------------------------------------------------------*
      *
       FIN-PROG-DEB.
            EVALUATE TRUE
               WHEN WS-CPT-NON-MES > 0
                    MOVE 4             TO       WS-CODE-RETOUR
               WHEN OTHER
                    MOVE 0             TO       WS-CODE-RETOUR
            END-EVALUATE.
            MOVE WS-CODE-RETOUR        TO       RETURN-CODE.
            DISPLAY '*==============================================*'.
            DISPLAY '*     FIN NORMALE DU PROGRAMME MESUPL          *'.
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
            DISPLAY '*     FIN ANORMALE DU PROGRAMME MESUPL         *'.
            DISPLAY '*==============================================*'.
            MOVE 12 TO RETURN-CODE.
      *
       ERREUR-PROG-FIN.
            STOP RUN.
       END PROGRAM MESUPL.
