      ******************************************************************
      * Author: YANN
      * Date: 15/10/2026
      * Purpose: CHAINE DE NUIT - ENCHAINEMENT DES TRAITEMENTS
      *          NPAIMAJ, MELRET, CLIMAJ, W2RECYC, POSMAJ, CTLREF,
      *          REMCLI, REMVAL, CAMPSTAT ET BONRAP AVEC CONTROLE DU
      *          CODE RETOUR DE CHAQUE ETAPE ET REPRISE A L'ETAPE EN
      *          ECHEC
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAINUIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *--------------------
       FILE-CONTROL.
      *--------------------
       SELECT CARTE-CHN   ASSIGN TO 'C:/Users/y_cle/ENTREE/CHAINE.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-CHN.
       SELECT FIC-ETAT  ASSIGN TO
                          'C:/Users/y_cle/SORTIE/CHAINE_ETAT.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-ETAT.
      *
      *****************************************************************
      *                     DESCRIPTION DES FICHIERS                  *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CARTE-CHN      RECORDING F.
       01  ENRG-CHN            PIC X(3).
       FD  FIC-ETAT       RECORDING F.
       01  ENRG-ETAT           PIC X(40).
      *
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                     WORKING STORAGE SECTION                    *
      ******************************************************************
      *----------------------------------------------------------------*
      *          CHN - CARTE DE LANCEMENT DE LA CHAINE (FACULTATIVE)   *
      *----------------------------------------------------------------*
      *    Mode 'A' (ou carte absente) : reprise automatique a la
      *             premiere etape non terminee OK, nouvelle chaine
      *             si la precedente est allee a son terme
      *    Mode 'N' : nouvelle chaine complete a partir de l'etape 01
      *    Mode 'R' : reprise forcee a l'etape indiquee (l'operateur
      *             accepte le resultat des etapes precedentes)
       01  WS-ENRG-CHN.
           05  WS-CHN-MODE     PIC X.
               88  WS-CHN-AUTO             VALUE 'A' ' '.
               88  WS-CHN-NOUV             VALUE 'N'.
               88  WS-CHN-REPR             VALUE 'R'.
           05  WS-CHN-ETAPE    PIC 9(2).
      *----------------------------------------------------------------*
      *          ETAT - ETAT DE LA CHAINE (UNE LIGNE PAR ETAPE)        *
      *----------------------------------------------------------------*
      *    Etat : 'A' a executer       'E' en cours (interrompue)
      *           'O' terminee OK      'K' en echec (seuil depasse)
      *    Le fichier est reecrit avant et apres chaque etape
       01  WS-ENRG-ETAT.
           05  WS-ETA-NUM      PIC 9(2).
           05  FILLER          PIC X       VALUE SPACE.
           05  WS-ETA-PGM      PIC X(8).
           05  FILLER          PIC X       VALUE SPACE.
           05  WS-ETA-ETAT     PIC X.
           05  FILLER          PIC X       VALUE SPACE.
           05  WS-ETA-RC       PIC 9(2).
           05  FILLER          PIC X       VALUE SPACE.
           05  WS-ETA-SEUIL    PIC 9(2).
           05  FILLER          PIC X       VALUE SPACE.
           05  WS-ETA-DATE     PIC 9(8).
           05  FILLER          PIC X       VALUE SPACE.
           05  WS-ETA-HEURE    PIC 9(8).
           05  FILLER          PIC X(3)    VALUE SPACES.
      *----------------------------------------------------------------*
      *          ETP - ETAPES DE LA CHAINE ET SEUIL DE CODE RETOUR     *
      *----------------------------------------------------------------*
      *    Seuil = code retour maximum admis pour poursuivre la
      *    chaine (00 ok, 04 avertissements, 08 rejets, 12 abandon)
      *    NPAIMAJ / MELRET : retours rejetes sans effet sur la
      *             suite (MELRET passe avant CLIMAJ pour qu'une
      *             adresse corrigee le jour meme l'emporte)
      *    CLIMAJ / POSMAJ : REMCLI ne tourne pas sur un maitre
      *             ou des positions incomplets
      *    CTLREF : controle d'integrite avant emission, les
      *             anomalies sont signalees sans bloquer
      *    REMCLI / REMVAL : commandes et tickets rejetes admis,
      *             ils sont recycles ou repris le lendemain
       01  WS-LISTE-ETAPES.
           05  FILLER          PIC X(10)   VALUE 'NPAIMAJ 08'.
           05  FILLER          PIC X(10)   VALUE 'MELRET  08'.
           05  FILLER          PIC X(10)   VALUE 'CLIMAJ  04'.
           05  FILLER          PIC X(10)   VALUE 'W2RECYC 04'.
           05  FILLER          PIC X(10)   VALUE 'POSMAJ  04'.
           05  FILLER          PIC X(10)   VALUE 'CTLREF  04'.
           05  FILLER          PIC X(10)   VALUE 'REMCLI  08'.
           05  FILLER          PIC X(10)   VALUE 'REMVAL  08'.
           05  FILLER          PIC X(10)   VALUE 'CAMPSTAT04'.
           05  FILLER          PIC X(10)   VALUE 'BONRAP  04'.
       01  WS-LISTE-ETAPES-R   REDEFINES WS-LISTE-ETAPES.
           05  WS-LST-ETAPE    OCCURS 10.
               10  WS-LST-PGM  PIC X(8).
               10  WS-LST-SEUIL
                               PIC 9(2).
       01  TABETP OCCURS 10 TIMES.
           05  ETP-PGM         PIC X(8).
           05  ETP-SEUIL       PIC 9(2).
           05  ETP-ETAT        PIC X.
           05  ETP-RC          PIC 9(2).
           05  ETP-DATE        PIC 9(8).
           05  ETP-HEURE       PIC 9(8).
       77  ETP-MAX             PIC 99     VALUE 10.
       77  ETP-PAR             PIC 99     VALUE ZERO.
       77  ETP-DEPART          PIC 99     VALUE ZERO.
       77  ETP-ECHEC           PIC 99     VALUE ZERO.
       77  ETP-ECR             PIC 99     VALUE ZERO.
      *----------------------------------------------------------------*
      *          CMD - LANCEMENT D'UNE ETAPE                           *
      *----------------------------------------------------------------*
       01  WS-REP-BIN          PIC X(20)   VALUE
           'C:/Users/y_cle/BIN/'.
       01  WS-CMD              PIC X(80).
       01  WS-RC-BRUT          PIC S9(9)  COMP
                                          VALUE ZERO.
      *----------------------------------------------------------------*
      *                        FILE STATUS                             *
      *----------------------------------------------------------------*
      *    CHN - CARTE DE LANCEMENT        file status
       01  FS-F-CHN            PIC X(2).
           88  FS-CHN-00                   VALUE '00'.
           88  FS-CHN-35                   VALUE '35'.
      *    ETAT - ETAT DE LA CHAINE        file status
       01  FS-F-ETAT           PIC X(2).
           88  FS-ETAT-00                  VALUE '00'.
           88  FS-ETAT-10                  VALUE '10'.
           88  FS-ETAT-35                  VALUE '35'.
      *    EOF status
       01  EOF-ETAT            PIC X(1)    VALUE 'N'.
      *    Arret de la chaine sur depassement de seuil
       01  WS-ARRET            PIC X       VALUE 'N'.
           88  WS-ARRET-OUI                VALUE 'O'.
           88  WS-ARRET-NON                VALUE 'N'.
      *----------------------------------------------------------------*
      *                        COMPTEURS                               *
      *----------------------------------------------------------------*
       01  WS-CPT-ETP-LANCE    PIC 9(6)   COMP
                                          VALUE ZERO.
       01  WS-CPT-ETP-OK       PIC 9(6)   COMP
                                          VALUE ZERO.
       01  WS-ED-CPT           PIC ZZZZZ9.
      *----------------------------------------------------------------*
      *          CODE RETOUR DE FIN DE TRAITEMENT (CHAINE DE NUIT)     *
      *----------------------------------------------------------------*
      *    Plus haut code retour des etapes executees, ou code retour
      *    de l'etape qui a arrete la chaine ; 12 si la chaine elle-
      *    meme ne peut pas etre lancee
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
           PERFORM INIT-ETAPES-DEB
              THRU INIT-ETAPES-FIN.
           PERFORM LIRE-CARTE-DEB
              THRU LIRE-CARTE-FIN.
           PERFORM LIRE-ETAT-DEB
              THRU LIRE-ETAT-FIN.
           PERFORM CHOIX-DEPART-DEB
              THRU CHOIX-DEPART-FIN.
      *
      *---------------------------------------------------------------*
      *APPEL DES ETAPES DE LA CHAINE (ITERATIVE)
      *---------------------------------------------------------------*
      *
           PERFORM EXEC-ETAPE-DEB
              THRU EXEC-ETAPE-FIN
             VARYING ETP-PAR FROM ETP-DEPART BY 1
             UNTIL ETP-PAR > ETP-MAX OR WS-ARRET-OUI.
      *
      *---------------------------------------------------------------*
      *FIN DU TRAITEMENT (OREILLETTE DROITE)
      *---------------------------------------------------------------*
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
      **********************PREPARATION DE LA CHAINE*******************
       INIT-ETAPES-DEB.
      *    Table des etapes a blanc : tout est a executer
           PERFORM VARYING ETP-PAR FROM 1 BY 1 UNTIL ETP-PAR > ETP-MAX
               MOVE WS-LST-PGM (ETP-PAR)   TO ETP-PGM (ETP-PAR)
               MOVE WS-LST-SEUIL (ETP-PAR) TO ETP-SEUIL (ETP-PAR)
               MOVE 'A'                    TO ETP-ETAT (ETP-PAR)
               MOVE ZERO                   TO ETP-RC (ETP-PAR)
               MOVE ZERO                   TO ETP-DATE (ETP-PAR)
               MOVE ZERO                   TO ETP-HEURE (ETP-PAR)
           END-PERFORM.
       INIT-ETAPES-FIN.
           EXIT.
      *
       LIRE-CARTE-DEB.
      *    Carte facultative : son absence (FS=35) vaut mode 'A'
           MOVE SPACES            TO       WS-ENRG-CHN.
           OPEN INPUT CARTE-CHN.
           IF FS-F-CHN = '00'
               READ CARTE-CHN INTO WS-ENRG-CHN
                   AT END
                       CONTINUE
               END-READ
               CLOSE CARTE-CHN
               IF NOT (WS-CHN-AUTO OR WS-CHN-NOUV OR WS-CHN-REPR)
                   DISPLAY 'CARTE CHAINE INVALIDE : ' WS-ENRG-CHN
                   PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
               END-IF
               IF WS-CHN-REPR
                  AND (WS-CHN-ETAPE NOT NUMERIC
                       OR WS-CHN-ETAPE < 1
                       OR WS-CHN-ETAPE > ETP-MAX)
                   DISPLAY 'CARTE CHAINE INVALIDE : ' WS-ENRG-CHN
                   PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
               END-IF
           ELSE
               IF NOT FS-F-CHN = '35'
                   DISPLAY 'PROBLEME DE LECTURE CARTE CHAINE'
                   DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CHN
                   PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
               END-IF
           END-IF.
       LIRE-CARTE-FIN.
           EXIT.
      *
       LIRE-ETAT-DEB.
      *    Etat laisse par la chaine precedente ; absent (FS=35) lors
      *    du premier passage : toutes les etapes restent a executer
           OPEN INPUT FIC-ETAT.
           IF FS-F-ETAT = '35'
               GO TO LIRE-ETAT-FIN
           END-IF.
           IF NOT FS-F-ETAT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER ETAT CHAINE'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-ETAT
              PERFORM ERREUR-PROG-DEB
                 THRU ERREUR-PROG-FIN
           END-IF.
           MOVE 'N'               TO       EOF-ETAT.
           PERFORM UNTIL EOF-ETAT = 'Y'
               READ FIC-ETAT INTO WS-ENRG-ETAT
                   AT END
                       MOVE 'Y'   TO       EOF-ETAT
                   NOT AT END
                       PERFORM CHARGE-ETAT-DEB
                          THRU CHARGE-ETAT-FIN
               END-READ
           END-PERFORM.
           CLOSE FIC-ETAT.
           IF NOT FS-F-ETAT = '00'
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER ETAT CHAINE'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-ETAT
              PERFORM ERREUR-PROG-DEB
                 THRU ERREUR-PROG-FIN
           END-IF.
       LIRE-ETAT-FIN.
           EXIT.
      *
       CHARGE-ETAT-DEB.
      *    Une ligne d'etat doit designer la meme etape que la table
      *    (numero et programme), sinon l'etat n'est pas fiable
           IF WS-ETA-NUM NOT NUMERIC
              OR WS-ETA-NUM < 1 OR WS-ETA-NUM > ETP-MAX
               DISPLAY 'FICHIER ETAT CHAINE INCOHERENT : ' WS-ENRG-ETAT
               PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
           IF NOT WS-ETA-PGM = ETP-PGM (WS-ETA-NUM)
               DISPLAY 'FICHIER ETAT CHAINE INCOHERENT : ' WS-ENRG-ETAT
               PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
           MOVE WS-ETA-ETAT       TO       ETP-ETAT (WS-ETA-NUM).
           MOVE WS-ETA-RC         TO       ETP-RC (WS-ETA-NUM).
           MOVE WS-ETA-DATE       TO       ETP-DATE (WS-ETA-NUM).
           MOVE WS-ETA-HEURE      TO       ETP-HEURE (WS-ETA-NUM).
       CHARGE-ETAT-FIN.
           EXIT.
      *
       CHOIX-DEPART-DEB.
      *    Etape de depart selon la carte, puis remise a 'A' de cette
      *    etape et des suivantes
           EVALUATE TRUE
               WHEN WS-CHN-NOUV
                   MOVE 1             TO   ETP-DEPART
               WHEN WS-CHN-REPR
                   MOVE WS-CHN-ETAPE  TO   ETP-DEPART
               WHEN OTHER
                   MOVE ZERO          TO   ETP-DEPART
                   PERFORM VARYING ETP-PAR FROM 1 BY 1
                     UNTIL ETP-PAR > ETP-MAX OR ETP-DEPART > 0
                       IF NOT ETP-ETAT (ETP-PAR) = 'O'
                           MOVE ETP-PAR   TO ETP-DEPART
                       END-IF
                   END-PERFORM
      *            Chaine precedente allee a son terme : nouvelle nuit
                   IF ETP-DEPART = 0
                       MOVE 1         TO   ETP-DEPART
                   END-IF
           END-EVALUATE.
           PERFORM VARYING ETP-PAR FROM ETP-DEPART BY 1
             UNTIL ETP-PAR > ETP-MAX
               MOVE 'A'               TO   ETP-ETAT (ETP-PAR)
               MOVE ZERO              TO   ETP-RC (ETP-PAR)
               MOVE ZERO              TO   ETP-DATE (ETP-PAR)
               MOVE ZERO              TO   ETP-HEURE (ETP-PAR)
           END-PERFORM.
           DISPLAY 'CHAINE DE NUIT - DEPART A L''ETAPE ' ETP-DEPART
                   ' (' ETP-PGM (ETP-DEPART) ')'.
           PERFORM ECRIRE-ETAT-DEB
              THRU ECRIRE-ETAT-FIN.
       CHOIX-DEPART-FIN.
           EXIT.
      ******************************2000*******************************
      ***********************EXECUTION D'UNE ETAPE*********************
       EXEC-ETAPE-DEB.
      *    Etape marquee en cours avant lancement : un arret brutal
      *    de la chaine la laisse a 'E' et elle sera relancee
           MOVE 'E'               TO       ETP-ETAT (ETP-PAR).
           ACCEPT ETP-DATE (ETP-PAR)  FROM DATE YYYYMMDD.
           ACCEPT ETP-HEURE (ETP-PAR) FROM TIME.
           PERFORM ECRIRE-ETAT-DEB
              THRU ECRIRE-ETAT-FIN.
           MOVE SPACES            TO       WS-CMD.
           STRING '"' WS-REP-BIN DELIMITED BY SPACE
                  ETP-PGM (ETP-PAR) DELIMITED BY SPACE
                  '"' DELIMITED BY SIZE
             INTO WS-CMD
           END-STRING.
           DISPLAY 'LANCEMENT ETAPE ' ETP-PAR ' : ' ETP-PGM (ETP-PAR).
           ADD 1                  TO       WS-CPT-ETP-LANCE.
           CALL 'SYSTEM' USING WS-CMD.
           MOVE RETURN-CODE       TO       WS-RC-BRUT.
           MOVE ZERO              TO       RETURN-CODE.
      *    Code hors convention (lancement impossible, arret systeme)
      *    traite comme un abandon
           IF WS-RC-BRUT < 0 OR WS-RC-BRUT > 12
               MOVE 12            TO       ETP-RC (ETP-PAR)
           ELSE
               MOVE WS-RC-BRUT    TO       ETP-RC (ETP-PAR)
           END-IF.
           DISPLAY 'FIN ETAPE ' ETP-PAR ' : ' ETP-PGM (ETP-PAR)
                   ' CODE RETOUR = ' ETP-RC (ETP-PAR)
                   ' SEUIL = ' ETP-SEUIL (ETP-PAR).
      *SI
      *    SEUIL DEPASSE : ARRET DE LA CHAINE SUR CETTE ETAPE
           IF ETP-RC (ETP-PAR) > ETP-SEUIL (ETP-PAR)
               MOVE 'K'              TO    ETP-ETAT (ETP-PAR)
               MOVE ETP-PAR          TO    ETP-ECHEC
               MOVE ETP-RC (ETP-PAR) TO    WS-CODE-RETOUR
               SET WS-ARRET-OUI      TO    TRUE
      *SINON
           ELSE
               MOVE 'O'              TO    ETP-ETAT (ETP-PAR)
               ADD 1                 TO    WS-CPT-ETP-OK
               IF ETP-RC (ETP-PAR) > WS-CODE-RETOUR
                   MOVE ETP-RC (ETP-PAR) TO WS-CODE-RETOUR
               END-IF
           END-IF.
           PERFORM ECRIRE-ETAT-DEB
              THRU ECRIRE-ETAT-FIN.
       EXEC-ETAPE-FIN.
           EXIT.
      ******************************3000*******************************
      ***********************ECRITURE DE L'ETAT************************
       ECRIRE-ETAT-DEB.
      *    Etat complet reecrit a chaque changement (une ligne par
      *    etape, ETP-MAX) ; indice propre, ETP-PAR etant l'etape en
      *    cours
           OPEN OUTPUT FIC-ETAT.
           IF NOT FS-F-ETAT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER ETAT CHAINE'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-ETAT
              PERFORM ERREUR-PROG-DEB
                 THRU ERREUR-PROG-FIN
           END-IF.
           PERFORM VARYING ETP-ECR FROM 1 BY 1 UNTIL ETP-ECR > ETP-MAX
               MOVE ETP-ECR              TO WS-ETA-NUM
               MOVE ETP-PGM (ETP-ECR)    TO WS-ETA-PGM
               MOVE ETP-ETAT (ETP-ECR)   TO WS-ETA-ETAT
               MOVE ETP-RC (ETP-ECR)     TO WS-ETA-RC
               MOVE ETP-SEUIL (ETP-ECR)  TO WS-ETA-SEUIL
               MOVE ETP-DATE (ETP-ECR)   TO WS-ETA-DATE
               MOVE ETP-HEURE (ETP-ECR)  TO WS-ETA-HEURE
               WRITE ENRG-ETAT FROM WS-ENRG-ETAT
               IF NOT FS-F-ETAT = '00'
                  DISPLAY 'PROBLEME D''ECRITURE DU FICHIER ETAT CHAINE'
                  DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-ETAT
                  PERFORM ERREUR-PROG-DEB
                     THRU ERREUR-PROG-FIN
               END-IF
           END-PERFORM.
           CLOSE FIC-ETAT.
           IF NOT FS-F-ETAT = '00'
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER ETAT CHAINE'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-ETAT
              PERFORM ERREUR-PROG-DEB
                 THRU ERREUR-PROG-FIN
           END-IF.
       ECRIRE-ETAT-FIN.
           EXIT.
      *****************************************************************
      *****************************************************************
      *---------------------------------------------------------------*
      *                  PROTECTION FIN DE PROGRAMME                  *
      *---------------------------------------------------------------*
      *
       FIN-PROG-DEB.
            MOVE WS-CODE-RETOUR        TO       RETURN-CODE.
            IF WS-ARRET-OUI
               PERFORM ARRET-CHAINE-DEB
                  THRU ARRET-CHAINE-FIN
            END-IF.
            DISPLAY '*==============================================*'.
            IF WS-ARRET-OUI
              DISPLAY '*     CHAINE ARRETEE - PROGRAMME CHAINUIT     *'
            ELSE
              DISPLAY '*     FIN NORMALE DU PROGRAMME CHAINUIT       *'
            END-IF.
            MOVE WS-CPT-ETP-LANCE      TO       WS-ED-CPT.
            DISPLAY '*     ETAPES LANCEES = ' WS-ED-CPT.
            MOVE WS-CPT-ETP-OK         TO       WS-ED-CPT.
            DISPLAY '*     ETAPES OK      = ' WS-ED-CPT.
            DISPLAY '*     CODE RETOUR = ' WS-CODE-RETOUR.
            DISPLAY '*==============================================*'.
       FIN-PROG-FIN.
            STOP RUN.
            EXIT.
      *
       ARRET-CHAINE-DEB.
      *    Seuil depasse : l'etat garde l'etape a 'K', la chaine
      *    suivante repart de cette etape (mode 'A')
            DISPLAY '*==============================================*'.
            DISPLAY '*     CHAINE DE NUIT ARRETEE SUR SEUIL         *'.
            DISPLAY '*     ETAPE EN ECHEC : ' ETP-ECHEC ' '
                    ETP-PGM (ETP-ECHEC).
            DISPLAY '*     CODE RETOUR = ' WS-CODE-RETOUR
                    ' SEUIL = ' ETP-SEUIL (ETP-ECHEC).
       ARRET-CHAINE-FIN.
            EXIT.
      *
       ERREUR-PROG-DEB.
      *
            DISPLAY '*==============================================*'.
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
            DISPLAY '*     FIN ANORMALE DU PROGRAMME CHAINUIT       *'.
            DISPLAY '*==============================================*'.
            MOVE 12 TO RETURN-CODE.
      *
       ERREUR-PROG-FIN.
            STOP RUN.
       END PROGRAM CHAINUIT.
