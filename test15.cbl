       SELECT FIC-W6    ASSIGN TO DYNAMIC WS-W6-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-W6.
       SELECT FIC-MEL   ASSIGN TO DYNAMIC WS-MEL-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-MEL.
       SELECT FIC-SMS   ASSIGN TO DYNAMIC WS-SMS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-SMS.
       SELECT FIC-W7    ASSIGN TO DYNAMIC WS-W7-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-W7.
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-EM-TRI.
       SELECT SORT-EM   ASSIGN TO 'C:/Users/y_cle/SORTIE/SORTWK3'.
       SELECT FIC-CAND-BRUT
                        ASSIGN TO 'C:/Users/y_cle/SORTIE/CAND_VIDE.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-CAND-BRUT.
       SELECT FIC-CAND-TRI
                        ASSIGN TO 'C:/Users/y_cle/SORTIE/CAND_TRI.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-CAND-TRI.
       SELECT SORT-CAND ASSIGN TO 'C:/Users/y_cle/SORTIE/SORTWK5'.
       SELECT FIC-PLF   ASSIGN TO DYNAMIC WS-PLF-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS                 IS FS-F-PLF.
       SELECT FIC-BON   ASSIGN TO 'C:/Users/y_cle/SORTIE/BONREM.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
       FILE SECTION.
       FD  FIC-CLIMAST.
       01  ENRG-CLIMAST.
           05  CLIM-ID-ADR-CLI.
               10  CLIM-NUM-CLI    PIC 9(10).
               10  FILLER          PIC X(69).
      *    Top de distribuabilite pose par NPAIMAJ ('O' = courrier
      *    revenu NPAI) ; non recopie dans l'extrait R1, les clients
      *    signales sont releves en table au fil de l'extraction
           05  CLIM-NPAI-CLI   PIC X.
               88  CLIM-NPAI-OUI            VALUE 'O'.
               88  CLIM-NPAI-NON            VALUE 'N' ' '.
      *    Coordonnees electroniques et canal prefere, recopies dans
      *    l'extrait R1 derriere l'adresse postale
           05  CLIM-CONTACT-CLI    PIC X(61).
       FD  FIC-R1-BRUT  RECORDING F.
       01  ENRG-CLI-BRUT       PIC X(140).
       FD  FIC-R1       RECORDING F.
       01  ENRG-CLI            PIC X(140).
       SD  SORT-R1.
       01  SD-ENRG-CLI.
           05  SD-CLE-CLI      PIC 9(10).
           05  FILLER          PIC X(130).
       FD  FIC-R2-BRUT  RECORDING F.
       01  ENRG-COMMAN-BRUT    PIC X(64).
       FD  FIC-RCY-CMD  RECORDING F.
       FD  CARTE-P2     RECORDING F.
       01  ENRG-REM-TAB.
           05  FS-NUM-REM      PIC X(10).
           05  FILLER          PIC X(79).
       FD  CARTE-P3     RECORDING F.
       01  ENRG-SEXECLI.
           05  FS-COD-SX       PIC 9.
      *    Taux de TVA de l'article en pourcentage (2000 = 20,00 %) ;
      *    a blanc sur les cartes anciennes au format court
           05  FS-ART-TVA      PIC 9(2)V9(2).
      *    Famille de produits de l'article (ciblage par affinite) ;
      *    a blanc sur les cartes anciennes = article hors famille
           05  FS-ART-FAM      PIC X(3).
       FD  CARTE-P6     RECORDING F.
       01  ENRG-MAGASIN.
           05  FS-MAG-COD      PIC X(5).
       01  ENRG-TOP50          PIC X(80).
       FD  FIC-W6       RECORDING F.
       01  ENRG-PUBLIPOST      PIC X(160).
       FD  FIC-MEL      RECORDING F.
       01  ENRG-ROUTMEL        PIC X(160).
       FD  FIC-SMS      RECORDING F.
       01  ENRG-ROUTSMS        PIC X(100).
       FD  FIC-W7       RECORDING F.
       01  ENRG-STATART        PIC X(98).
       FD  FIC-W9       RECORDING F.
               10  POS-MOIS-MT     PIC S9(7)V99.
               10  POS-MOIS-NB     PIC 9(3).
       FD  FIC-EM-BRUT  RECORDING F.
       01  ENRG-EM-BRUT        PIC X(184).
       FD  FIC-EM-TRI   RECORDING F.
       01  ENRG-EM-TRI         PIC X(184).
       SD  SORT-EM.
       01  SD-ENRG-EM.
           05  SD-CLE-EM       PIC X(5).
           05  FILLER          PIC X(179).
       FD  FIC-CAND-BRUT RECORDING F.
       01  ENRG-CAND-BRUT      PIC X(235).
       FD  FIC-CAND-TRI RECORDING F.
       01  ENRG-CAND-TRI       PIC X(235).
       SD  SORT-CAND.
       01  SD-ENRG-CAND.
           05  SD-CAND-COD     PIC 9(10).
           05  SD-CAND-VALEUR  PIC S9(9)V99.
           05  SD-CAND-RFM     PIC 9.
           05  SD-CAND-NUM     PIC 9(10).
           05  FILLER          PIC X(203).
       FD  FIC-PLF      RECORDING F.
       01  ENRG-HORSPLAF       PIC X(140).
       FD  FIC-BON.
       01  ENRG-BON.
           05  BON-NUM         PIC 9(14).
           05  HIST-DATE-EMIS      PIC 9(8).
           05  HIST-TAB-DEB        PIC 9(8).
           05  HIST-TAB-FIN        PIC 9(8).
      *    Groupe du client pour la campagne : 'E' = remise envoyee
      *    (lettre et bon), 'T' = groupe temoin (ni lettre ni bon)
           05  HIST-GRP            PIC X.
               88  HIST-GRP-ENVOI           VALUE 'E' ' '.
               88  HIST-GRP-TEMOIN          VALUE 'T'.
       FD  FIC-CKPT      RECORDING F.
       01  ENRG-CKPT           PIC X(100).
       FD  FIC-CR        RECORDING F.
               10  WS-RUE-CLI      PIC X(25).
               10  WS-CP-CLI       PIC X(5).
               10  WS-VIL-CLI      PIC X(10).
      *    Coordonnees electroniques et canal de contact prefere
      *    ('C' ou blanc = courrier, 'E' = e-mail, 'S' = SMS),
      *    controles en amont par CLIMAJ
           05  WS-CONTACT-CLI.
               10  WS-MEL-CLI      PIC X(50).
               10  WS-MOB-CLI      PIC X(10).
               10  WS-CAN-CLI      PIC X.
      *----------------------------------------------------------------*
      *                        R2 - COMMANDES                          *
      *----------------------------------------------------------------*
               10  WS-TAB-CIB-R    PIC X.
               10  WS-TAB-CIB-F    PIC X.
               10  WS-TAB-CIB-M    PIC X.
      *    Part du groupe temoin en pourcentage (hold-out) : clients
      *    qualifies ecartes par tirage, sans lettre ni bon, inscrits
      *    en HISTREM pour la mesure d'impact (MESUPL) ; a blanc sur
      *    les cartes anciennes = pas de groupe temoin
           05  WS-TAB-TEMOIN   PIC 9(2).
      *    Ciblage par famille de produits (campagne d'affinite) :
      *    famille achetee par le client sur les N derniers mois
      *    (blanc = campagne sans ciblage famille), famille promue
      *    dont les acheteurs sont exclus (blanc = pas d'exclusion)
      *    et profondeur en mois (blanc ou zero = 24 mois)
           05  WS-TAB-FAM-CIB  PIC X(3).
           05  WS-TAB-FAM-PRO  PIC X(3).
           05  WS-TAB-FAM-MOIS PIC 9(2).
      *    Plafonds budgetaires facultatifs de la campagne : cout
      *    previsionnel maximum en euros et/ou nombre maximum de
      *    remises emises (blanc ou zero = pas de plafond) ; les
      *    clients qualifies sont alors servis par ordre de valeur
           05  WS-TAB-PLAF-MT  PIC 9(7).
           05  WS-TAB-PLAF-NB  PIC 9(6).
      *    Table des campagnes de remise chargee depuis CARTE-P2
      *    (une carte par campagne : anniversaire, fidelite, noel, ...)
       01  TABREM OCCURS 10 TIMES.
               10  REM-CIB-R       PIC X.
               10  REM-CIB-F       PIC X.
               10  REM-CIB-M       PIC X.
           05  REM-TEMOIN      PIC 9(2).
           05  REM-FAM-CIB     PIC X(3).
           05  REM-FAM-PRO     PIC X(3).
           05  REM-FAM-MOIS    PIC 9(2).
           05  REM-PLAF-MT     PIC 9(7).
           05  REM-PLAF-NB     PIC 9(6).
       77  REM-MAX             PIC 99     VALUE 10.
       77  REM-LU              PIC 99     VALUE ZERO.
       01  EOF-P2              PIC 9      VALUE ZERO.
           'C:/Users/y_cle/SORTIE/W5.txt'.
       01  WS-W6-PATH          PIC X(60)  VALUE
           'C:/Users/y_cle/SORTIE/PUBLIPOST.csv'.
       01  WS-MEL-PATH         PIC X(60)  VALUE
           'C:/Users/y_cle/SORTIE/ROUTAGE_EMAIL.csv'.
       01  WS-SMS-PATH         PIC X(60)  VALUE
           'C:/Users/y_cle/SORTIE/ROUTAGE_SMS.csv'.
       01  WS-PLF-PATH         PIC X(60)  VALUE
           'C:/Users/y_cle/SORTIE/HORSPLAF.txt'.
       01  WS-W7-PATH          PIC X(60)  VALUE
           'C:/Users/y_cle/SORTIE/W7.txt'.
       01  WS-W9-PATH          PIC X(60)  VALUE
           05  SIM-TOT-PANIER  PIC S9(11)V99 COMP-3.
           05  SIM-COUT        PIC S9(11)V99 COMP-3.
      *----------------------------------------------------------------*
      *      PLF - CAMPAGNES PLAFONNEES (BUDGET EUROS / NB REMISES)    *
      *----------------------------------------------------------------*
      *    Les clients qualifies d'une campagne plafonnee ne sont pas
      *    emis au fil de l'assortiment : ils sont deposes en fichier
      *    candidat puis, en fin d'assortiment, classes par valeur
      *    client (total net 24 mois decroissant, puis classe RFM) et
      *    servis dans cet ordre jusqu'au plafond. Les suivants sont
      *    edites sur l'etat hors plafond, sans bon ni historique :
      *    ils restent eligibles a la vague suivante.
      *    Cumuls par campagne (meme indice que TABREM)
       01  TABPLF OCCURS 10 TIMES.
           05  PLF-RANG        PIC 9(6)      COMP.
      *    Places du plafond en nombre occupees (envoyes + temoins)
           05  PLF-NB-PLACE    PIC 9(6)      COMP.
           05  PLF-NB-EMIS     PIC 9(6)      COMP.
           05  PLF-NB-TEM      PIC 9(6)      COMP.
           05  PLF-MT-EMIS     PIC S9(11)V99 COMP-3.
           05  PLF-NB-HORS     PIC 9(6)      COMP.
           05  PLF-MT-HORS     PIC S9(11)V99 COMP-3.
           05  PLF-ATTEINT     PIC X.
       01  WS-PLAF             PIC X      VALUE 'N'.
           88  WS-PLAF-OUI                 VALUE 'O'.
           88  WS-PLAF-NON                 VALUE 'N'.
      *    Candidat d'une campagne plafonnee : cles de classement
      *    puis image de l'emission (bon attribue au moment du tri)
       01  WS-ENRG-CAND.
           05  WS-CAND-COD     PIC 9(10).
           05  WS-CAND-VALEUR  PIC S9(9)V99.
      *    Somme des classes R, F et M ramenee de 1 (segment 111,
      *    le meilleur) a 7 (segment 333)
           05  WS-CAND-RFM     PIC 9.
           05  WS-CAND-NUM     PIC 9(10).
           05  WS-CAND-DEB     PIC 9(8).
           05  WS-CAND-FIN     PIC 9(8).
           05  WS-CAND-SEG     PIC X(3).
           05  WS-CAND-EMIS    PIC X(184).
       01  EOF-CAND            PIC X(1)    VALUE 'N'.
      *    Candidat precedent : un client deja depose avant un
      *    incident et repris apres le point de reprise n'est servi
      *    qu'une fois
       01  WS-CAND-PREC.
           05  WS-CAND-PREC-COD PIC 9(10)  VALUE ZERO.
           05  WS-CAND-PREC-NUM PIC 9(10)  VALUE ZERO.
      *    Classes RFM du client en numerique pour la cle de tri
       77  CAND-R              PIC 9      VALUE ZERO.
       77  CAND-F              PIC 9      VALUE ZERO.
       77  CAND-M              PIC 9      VALUE ZERO.
       77  PLF-PAR             PIC 99     VALUE ZERO.
      *    Cout cumule si le candidat courant etait servi
       01  WS-PLF-MT-TEST      PIC S9(11)V99 COMP-3.
       01  WS-CPT-CAND         PIC 9(6)   COMP
                                          VALUE ZERO.
       01  WS-CPT-HORS-PLAF    PIC 9(6)   COMP
                                          VALUE ZERO.
      *----------------------------------------------------------------*
      *      HORSPLAF - CLIENTS ECARTES PAR LE PLAFOND BUDGETAIRE      *
      *----------------------------------------------------------------*
       01  WS-PLF-TITRE.
           05  FILLER          PIC X(34)   VALUE
               'REMISES HORS PLAFOND BUDGETAIRE - '.
           05  FILLER          PIC X(37)   VALUE
               'CLIENTS ELIGIBLES A LA VAGUE SUIVANTE'.
       01  WS-PLF-LIGNE.
           05  WS-PLF-COD          PIC 9(10).
           05  FILLER              PIC X       VALUE SPACE.
           05  WS-PLF-LIB          PIC X(8).
           05  FILLER              PIC X(6)    VALUE ' RANG '.
           05  WS-PLF-RANG         PIC ZZZZZ9.
           05  FILLER              PIC X(8)    VALUE ' CLIENT '.
           05  WS-PLF-NUM          PIC 9(10).
           05  FILLER              PIC X       VALUE SPACE.
           05  WS-PLF-NOM          PIC X(10).
           05  FILLER              PIC X       VALUE SPACE.
           05  WS-PLF-PRE          PIC X(10).
           05  FILLER              PIC X(6)    VALUE ' CA24 '.
           05  WS-PLF-VALEUR       PIC Z(8)9.99-.
           05  FILLER              PIC X(5)    VALUE ' RFM '.
           05  WS-PLF-SEG          PIC X(3).
           05  FILLER              PIC X(5)    VALUE ' ECO '.
           05  WS-PLF-ECO          PIC Z(6)9.99.
           05  FILLER              PIC X       VALUE '€'.
       01  WS-PLF-BILAN.
           05  FILLER              PIC X(9)    VALUE 'CAMPAGNE '.
           05  WS-PLB-COD          PIC 9(10).
           05  FILLER              PIC X       VALUE SPACE.
           05  WS-PLB-LIB          PIC X(8).
           05  FILLER              PIC X(10)   VALUE ' PLAFOND: '.
           05  WS-PLB-PLAF-MT      PIC Z(6)9.
           05  FILLER              PIC X       VALUE '€'.
           05  FILLER              PIC X(3)    VALUE ' / '.
           05  WS-PLB-PLAF-NB      PIC ZZZZZ9.
           05  FILLER              PIC X(9)    VALUE '  EMISES '.
           05  WS-PLB-NB-EMIS      PIC ZZZZZ9.
           05  FILLER              PIC X(3)    VALUE ' / '.
           05  WS-PLB-MT-EMIS      PIC Z(8)9.99.
           05  FILLER              PIC X       VALUE '€'.
           05  FILLER              PIC X(10)   VALUE '  TEMOINS '.
           05  WS-PLB-NB-TEM       PIC ZZZZZ9.
           05  FILLER              PIC X(14)   VALUE '  HORS PLAF. '.
           05  WS-PLB-NB-HORS      PIC ZZZZZ9.
           05  FILLER              PIC X(3)    VALUE ' / '.
           05  WS-PLB-MT-HORS      PIC Z(8)9.99.
           05  FILLER              PIC X       VALUE '€'.
      *----------------------------------------------------------------*
      *          POS - POSITION CLIENTS 24 MOIS (FICHIER POSCLI)       *
      *----------------------------------------------------------------*
      *    Fichier tenu au fil de l'eau par POSMAJ ; quand la position
       01  WS-CPT-NPAI         PIC 9(6)   COMP
                                          VALUE ZERO.
      *----------------------------------------------------------------*
      *          TEMOIN - GROUPE DE CONTROLE (HOLD-OUT) DES CAMPAGNES  *
      *----------------------------------------------------------------*
      *    Tirage pseudo-aleatoire initialise sur le client, la
      *    campagne et le debut de sa fenetre : un meme client tombe
      *    toujours dans le meme groupe pour une meme campagne (reprise
      *    apres incident, second passage force) ; tirage 00 a 99
      *    compare a la part temoin REM-TEMOIN de la carte P2
       01  WS-TEM-GRAINE       PIC 9(9).
       01  WS-TEM-TIRAGE       PIC 99.
       01  WS-TEMOIN           PIC X      VALUE 'N'.
           88 WS-TEMOIN-OUI                VALUE 'Y'.
           88 WS-TEMOIN-NON                VALUE 'N'.
      *    Clients qualifies mis en groupe temoin (sans lettre)
       01  WS-CPT-TEMOIN       PIC 9(6)   COMP
                                          VALUE ZERO.
      *----------------------------------------------------------------*
      *          BON - BONS DE REMISE NUMEROTES (FICHIER BONREM)       *
      *----------------------------------------------------------------*
      *    Numero de bon unique : date du jour + sequence d'emission ;
           05  WS-ART-M-LIB    PIC X(20).
           05  WS-ART-M-PRI    PIC 9(3)V9(2).
           05  WS-ART-M-TVA    PIC 9(2)V9(2).
           05  WS-ART-M-FAM    PIC X(3).
      *    Table des articles chargee depuis CARTE-P4
       01  TABART OCCURS 200 TIMES.
           05  ART-M-COD       PIC 9(3).
           05  ART-M-LIB       PIC X(20).
           05  ART-M-PRI       PIC 9(3)V9(2).
           05  ART-M-TVA       PIC 9(2)V9(2).
           05  ART-M-FAM       PIC X(3).
       77  ART-MAX             PIC 9(3)   VALUE 200.
       77  ART-LU              PIC 9(3)   VALUE ZERO.
       77  ART-PAR             PIC 9(3)   VALUE ZERO.
      *    Indice TABART de l'article reconnu par VALID-ART-DEB
       77  WS-ART-IDX          PIC 9(3)   VALUE ZERO.
      *----------------------------------------------------------------*
      *          FAM - FAMILLES DE PRODUITS ACHETEES PAR LE CLIENT     *
      *----------------------------------------------------------------*
      *    Alimentee par SUM-TOTAL sur les ventes retenues du client
      *    en cours (les avoirs ne comptent pas comme achat) : date du
      *    dernier achat de chaque famille, lue par CIBLE-FAM-DEB
       01  TABFAC OCCURS 30 TIMES.
           05  FAC-COD         PIC X(3).
           05  FAC-DER         PIC 9(8).
       77  FAC-MAX             PIC 99     VALUE 30.
       77  FAC-LU              PIC 99     VALUE ZERO.
       77  FAC-PAR             PIC 99     VALUE ZERO.
       77  FAC-TROUVE          PIC 99     VALUE ZERO.
      *    Famille recherchee dans TABFAC par CHERCHE-FAC-DEB
       01  WS-FAC-COD          PIC X(3).
      *    Date limite de la profondeur d'achat de la campagne
       01  WS-FAM-LIM.
           05  WS-FAM-LIM-AAAA PIC 9(4).
           05  WS-FAM-LIM-MM   PIC 9(2).
           05  WS-FAM-LIM-JJ   PIC 9(2).
       01  WS-FAM-LIM-N        REDEFINES WS-FAM-LIM
                               PIC 9(8).
       01  WS-FAM-MOIS-TOT     PIC 9(6).
       01  WS-FAM-MOIS-RST     PIC 9(2).
      *----------------------------------------------------------------*
      *                        P6 - MAGASINS                           *
      *----------------------------------------------------------------*
       01  WS-ENRG-MAG-M.
           05  WS-CTRL-W3-CNT  PIC ZZZZZ9.
       01  WS-CTRL-L3.
           05  FILLER          PIC X(33)   VALUE
           'REMISES EMISES (TOUS CANAUX) ... '.
           05  WS-CTRL-W4-CNT  PIC ZZZZZ9.
      *    Equilibre des emissions par canal de routage
      *    (EMISES = COURRIER + E-MAIL + SMS, ecart attendu nul)
       01  WS-CTRL-L13.
           05  FILLER          PIC X(33)   VALUE
           '  DONT LETTRES COURRIER (W4) ... '.
           05  WS-CTRL-COUR    PIC ZZZZZ9.
       01  WS-CTRL-L14.
           05  FILLER          PIC X(33)   VALUE
           '  DONT ROUTAGE E-MAIL .......... '.
           05  WS-CTRL-MEL     PIC ZZZZZ9.
       01  WS-CTRL-L15.
           05  FILLER          PIC X(33)   VALUE
           '  DONT ROUTAGE SMS ............. '.
           05  WS-CTRL-SMS     PIC ZZZZZ9.
       01  WS-CTRL-L16.
           05  FILLER          PIC X(33)   VALUE
           '  ECART EMISES / CANAUX ........ '.
           05  WS-CTRL-ECART   PIC ZZZZZ9-.
      *    Clients qualifies ecartes par le plafond de leur campagne
      *    (sans bon ni historique, eligibles a la vague suivante)
       01  WS-CTRL-L17.
           05  FILLER          PIC X(33)   VALUE
           'REMISES HORS PLAFOND BUDGET .... '.
           05  WS-CTRL-HORS-PLAF PIC ZZZZZ9.
       01  WS-CTRL-L4.
           05  FILLER          PIC X(33)   VALUE
           'ANOMALIES JOURNALISEES (W2) .... '.
           05  FILLER          PIC X(33)   VALUE
           'LETTRES SUPPRIMEES (NPAI) ...... '.
           05  WS-CTRL-NPAI    PIC ZZZZZ9.
       01  WS-CTRL-L12.
           05  FILLER          PIC X(33)   VALUE
           'GROUPE TEMOIN (SANS LETTRE) .... '.
           05  WS-CTRL-TEMOIN  PIC ZZZZZ9.
       01  WS-CTRL-L9.
           05  FILLER          PIC X(33)   VALUE
           'DONT TOTAL HT 24 MOIS .......... '.
      *    W6 - PUBLIPOSTAGE CSV (extrait W4)  file status
       01  FS-F-W6             PIC X(2).
           88  FS-W6-00                    VALUE '00'.
      *    CAND - CANDIDATS DES CAMPAGNES PLAFONNEES   file status
       01  FS-F-CAND-BRUT      PIC X(2).
           88  FS-CAND-BRUT-00             VALUE '00'.
           88  FS-CAND-BRUT-35             VALUE '35'.
       01  FS-F-CAND-TRI       PIC X(2).
           88  FS-CAND-TRI-00              VALUE '00'.
      *    PLF - ETAT HORS PLAFOND       file status
       01  FS-F-PLF            PIC X(2).
           88  FS-PLF-00                   VALUE '00'.
      *    MEL - ROUTAGE E-MAIL          file status
       01  FS-F-MEL            PIC X(2).
           88  FS-MEL-00                   VALUE '00'.
      *    SMS - ROUTAGE SMS             file status
       01  FS-F-SMS            PIC X(2).
           88  FS-SMS-00                   VALUE '00'.
      *    EMIS - REMISES EMISES AVANT TRI POSTAL   file status
       01  FS-F-EM-BRUT        PIC X(2).
           88  FS-EM-BRUT-00               VALUE '00'.
      *
       01  COMPTEUR-CLI        PIC 99     COMP
                                          VALUE ZERO.
       01  COMPTEUR-ERR        PIC 9(6)   COMP
                                          VALUE ZERO.
      *    Nombre d'avertissements passes au journal (code retour 04)
       01  WS-CPT-AVERT        PIC 9(6)   COMP
                                          VALUE ZERO.
       01  WS-CPT-W3-LIGNES    PIC 9(6)   COMP
                                          VALUE ZERO.
      *    Une remise emise = un enregistrement de travail portant tout
      *    le necessaire a la lettre W4 et a la ligne W6 ; le fichier
      *    est trie en fin de job sur le code postal ascendant pour que
      *    la bannette parte au tarif postal du courrier prepare. Les
      *    coordonnees electroniques et le canal prefere du client
      *    suivent l'emission jusqu'au routage de EDITE-EMIS-DEB
       01  WS-ENRG-EMIS.
           05  WS-EMIS-CP      PIC X(5).
           05  WS-EMIS-NUM     PIC 9(10).
           05  WS-EMIS-BON     PIC 9(14).
           05  WS-EMIS-RUE     PIC X(25).
           05  WS-EMIS-VIL     PIC X(10).
           05  WS-EMIS-MEL     PIC X(50).
           05  WS-EMIS-MOB     PIC X(10).
           05  WS-EMIS-CAN     PIC X.
               88  WS-EMIS-CAN-EMAIL        VALUE 'E'.
               88  WS-EMIS-CAN-SMS          VALUE 'S'.
       01  EOF-EM              PIC X(1)    VALUE 'N'.
      *    Repartition des emissions par canal de routage (comptees a
      *    l'edition sur le fichier trie, qui porte aussi les emissions
      *    d'avant une reprise) et ecart au nombre d'emissions du run
       01  WS-CPT-EM-COUR      PIC 9(6)   COMP
                                          VALUE ZERO.
       01  WS-CPT-EM-MEL       PIC 9(6)   COMP
                                          VALUE ZERO.
       01  WS-CPT-EM-SMS       PIC 9(6)   COMP
                                          VALUE ZERO.
       01  WS-CPT-EM-ECART     PIC S9(6)  COMP
                                          VALUE ZERO.
      *----------------------------------------------------------------*
      *      MEL - ROUTAGE E-MAIL (FICHIER DU PRESTATAIRE D'ENVOI)     *
      *----------------------------------------------------------------*
      *    Une ligne CSV par remise routee en e-mail, avec le code
      *    avantage (numero de bon) a reprendre dans le message
       01  WS-MEL-ENTETE.
           05  FILLER              PIC X(54)   VALUE
              'NUM_CLI,EMAIL,CIVILITE,NOM,PRENOM,COD_REM,LIB_REM,TAUX'.
           05  FILLER              PIC X(23)   VALUE
               ',DATE_EMIS,ECONOMIE,BON'.
       01  WS-MEL-LIGNE.
           05  WS-MEL-NUM          PIC 9(10).
           05  FILLER              PIC X       VALUE ','.
           05  WS-MEL-ADR          PIC X(50).
           05  FILLER              PIC X       VALUE ','.
           05  WS-MEL-CIV          PIC X(10).
           05  FILLER              PIC X       VALUE ','.
           05  WS-MEL-NOM          PIC X(10).
           05  FILLER              PIC X       VALUE ','.
           05  WS-MEL-PRE          PIC X(10).
           05  FILLER              PIC X       VALUE ','.
           05  WS-MEL-COD          PIC 9(10).
           05  FILLER              PIC X       VALUE ','.
           05  WS-MEL-LIB          PIC X(8).
           05  FILLER              PIC X       VALUE ','.
           05  WS-MEL-TAUX         PIC 9(2).
           05  FILLER              PIC X       VALUE ','.
           05  WS-MEL-DATE         PIC 9(8).
           05  FILLER              PIC X       VALUE ','.
           05  WS-MEL-ECO          PIC 9(7).99.
           05  FILLER              PIC X       VALUE ','.
           05  WS-MEL-BON          PIC 9(14).
      *----------------------------------------------------------------*
      *      SMS - ROUTAGE SMS                                         *
      *----------------------------------------------------------------*
       01  WS-SMS-ENTETE.
           05  FILLER              PIC X(54)   VALUE
              'NUM_CLI,MOBILE,PRENOM,LIB_REM,TAUX,DATE_EMIS,ECONOMIE,'.
           05  FILLER              PIC X(3)    VALUE
               'BON'.
       01  WS-SMS-LIGNE.
           05  WS-SMS-NUM          PIC 9(10).
           05  FILLER              PIC X       VALUE ','.
           05  WS-SMS-MOB          PIC X(10).
           05  FILLER              PIC X       VALUE ','.
           05  WS-SMS-PRE          PIC X(10).
           05  FILLER              PIC X       VALUE ','.
           05  WS-SMS-LIB          PIC X(8).
           05  FILLER              PIC X       VALUE ','.
           05  WS-SMS-TAUX         PIC 9(2).
           05  FILLER              PIC X       VALUE ','.
           05  WS-SMS-DATE         PIC 9(8).
           05  FILLER              PIC X       VALUE ','.
           05  WS-SMS-ECO          PIC 9(7).99.
           05  FILLER              PIC X       VALUE ','.
           05  WS-SMS-BON          PIC 9(14).
      *----------------------------------------------------------------*
      *      W6 - PUBLIPOSTAGE (EXTRAIT CSV DE CHAQUE LETTRE W4)       *
      *----------------------------------------------------------------*
           05  WS-CKPT-TOT-HT      PIC S9(9)V99.
           05  WS-CKPT-TOT-TVA     PIC S9(9)V99.
           05  WS-CKPT-NPAI-CNT    PIC 9(6).
           05  WS-CKPT-TEMOIN-CNT  PIC 9(6).
       77  WS-CKPT-INTERVAL        PIC 9(4)   VALUE 0001.
       01  WS-RESTART              PIC X      VALUE 'N'.
           88 WS-RESTART-OUI                  VALUE 'Y'.
       77  COMPT-PAR           PIC 99     VALUE ZERO.
       01  EOF-P3              PIC 9      VALUE ZERO.
       01  WS-GENDER-CODE      PIC 9      VALUE ZERO.
      *----------------------------------------------------------------*
      *          CODE RETOUR DE FIN DE TRAITEMENT (CHAINE DE NUIT)     *
      *----------------------------------------------------------------*
      *    00 traitement normal            04 avertissements au journal
      *    08 commandes rejetees en W2     12 arret anormal
       01  WS-CODE-RETOUR      PIC 99     VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *
                   END-PERFORM
      *            Segment RFM cible (blanc sur les cartes anciennes)
                   MOVE WS-TAB-CIBLE TO REM-CIBLE (REM-LU)
      *            Part du groupe temoin (blanc sur les cartes
      *            anciennes, donc non numerique : pas de temoin)
                   IF WS-TAB-TEMOIN NUMERIC
                       MOVE WS-TAB-TEMOIN TO REM-TEMOIN (REM-LU)
                   ELSE
                       MOVE ZERO          TO REM-TEMOIN (REM-LU)
                   END-IF
      *            Ciblage famille (blanc sur les cartes anciennes)
                   MOVE WS-TAB-FAM-CIB TO REM-FAM-CIB (REM-LU)
                   MOVE WS-TAB-FAM-PRO TO REM-FAM-PRO (REM-LU)
                   IF WS-TAB-FAM-MOIS NUMERIC
                      AND WS-TAB-FAM-MOIS > ZERO
                      AND WS-TAB-FAM-MOIS <= 24
                       MOVE WS-TAB-FAM-MOIS TO REM-FAM-MOIS (REM-LU)
                   ELSE
                       MOVE 24              TO REM-FAM-MOIS (REM-LU)
                   END-IF
      *            Plafonds budgetaires (blanc sur les cartes
      *            anciennes, donc non numeriques : pas de plafond)
                   IF WS-TAB-PLAF-MT NUMERIC
                       MOVE WS-TAB-PLAF-MT TO REM-PLAF-MT (REM-LU)
                   ELSE
                       MOVE ZERO           TO REM-PLAF-MT (REM-LU)
                   END-IF
                   IF WS-TAB-PLAF-NB NUMERIC
                       MOVE WS-TAB-PLAF-NB TO REM-PLAF-NB (REM-LU)
                   ELSE
                       MOVE ZERO           TO REM-PLAF-NB (REM-LU)
                   END-IF
                   MOVE ZERO       TO PLF-RANG    (REM-LU)
                                      PLF-NB-PLACE (REM-LU)
                                      PLF-NB-EMIS (REM-LU)
                                      PLF-NB-TEM  (REM-LU)
                                      PLF-MT-EMIS (REM-LU)
                                      PLF-NB-HORS (REM-LU)
                                      PLF-MT-HORS (REM-LU)
                   MOVE 'N'        TO PLF-ATTEINT (REM-LU)
      *            Parametrage des remises en cours (campagnes actives)
                   EVALUATE WS-TAB-COD
                       WHEN 0000000001
                   END-EVALUATE
                   IF REM-LU > REM-MAX
                       DISPLAY 'ERREUR LECTURE COMPTEUR TABLEAU REMISES'
                       PERFORM ERREUR-PROG-DEB
                          THRU ERREUR-PROG-FIN
                   END-IF
               END-IF
           END-PERFORM.
               END-READ
               IF COMPT-LU > COMPT-MAX
                   DISPLAY 'ERREUR LECTURE COMPTEUR TABLEAU'
                   PERFORM ERREUR-PROG-DEB
                      THRU ERREUR-PROG-FIN
               END-IF
           END-PERFORM.
      *     PERFORM VARYING COMPT-PAR FROM 1 BY 1
                   ELSE
                       MOVE ZERO         TO ART-M-TVA (ART-LU)
                   END-IF
      *            Famille de produits (blanc sur les cartes anciennes)
                   MOVE WS-ART-M-FAM TO ART-M-FAM (ART-LU)
                   MOVE ZERO         TO STA-QTE   (ART-LU)
                                        STA-CA    (ART-LU)
                                        STA-NBCLI (ART-LU)
               END-READ
               IF ART-LU > ART-MAX
                   DISPLAY 'ERREUR LECTURE COMPTEUR TABLEAU ARTICLES'
                   PERFORM ERREUR-PROG-DEB
                      THRU ERREUR-PROG-FIN
               END-IF
           END-PERFORM.
           PERFORM OV-P6-DEB
               END-READ
               IF MAG-LU > MAG-MAX
                   DISPLAY 'ERREUR LECTURE COMPTEUR TABLEAU MAGASINS'
                   PERFORM ERREUR-PROG-DEB
                      THRU ERREUR-PROG-FIN
               END-IF
           END-PERFORM.
      *    Chargement de la liste d'opposition au demarchage (RGPD)
           IF WS-MODE-REEL
               PERFORM OV-EM-BRUT-DEB
                  THRU OV-EM-BRUT-FIN
      *        Candidats des campagnes plafonnees, servis par ordre
      *        de valeur en fin d'assortiment
               PERFORM OV-CAND-BRUT-DEB
                  THRU OV-CAND-BRUT-FIN
      *        Bons de remise numerotes adosses aux lettres W4
               PERFORM OV-BON-DEB
                  THRU OV-BON-FIN
      *    Tri des emissions sur le code postal ascendant puis edition
      *    des lettres W4 et du CSV W6 dans l'ordre de la bannette
           IF WS-MODE-REEL
      *        Arbitrage des campagnes plafonnees : emission par ordre
      *        de valeur client jusqu'au plafond (avant tri postal)
               PERFORM TRT-PLAFOND-DEB
                  THRU TRT-PLAFOND-FIN
               PERFORM FE-EM-BRUT-DEB
                  THRU FE-EM-BRUT-FIN
               PERFORM SORT-EMIS-DEB
                 UNTIL CIB-PAR > REM-LU
           END-IF.
      *SI
      *    CAMPAGNE PARAMETREE CIBLANT UNE FAMILLE DE PRODUITS (P2)
      *        REMISE SI LE CLIENT A ACHETE LA FAMILLE CIBLEE SUR LA
      *        PERIODE ET N'A PAS DEJA ACHETE LA FAMILLE PROMUE
      *        ECRITURE W4 REMISE
      *FIN
           IF WS-CMD-24 = 'Y'
               PERFORM CIBLE-FAM-DEB
                  THRU CIBLE-FAM-FIN
                 VARYING CIB-PAR FROM 1 BY 1
                 UNTIL CIB-PAR > REM-LU
           END-IF.
      *SI
      *    PLUS D'UNE REMISE EMISE POUR CE CLIENT SUR LE PASSAGE
      *        QUALIFICATION MULTI-CAMPAGNES (reportee sur W1)
      *FIN
               END-READ
               IF OPT-LU > OPT-MAX
                   DISPLAY 'ERREUR LECTURE COMPTEUR TABLEAU OPT-OUT'
                   PERFORM ERREUR-PROG-DEB
                      THRU ERREUR-PROG-FIN
               END-IF
           END-PERFORM.
           IF FS-F-OPT = '00' OR FS-F-OPT = '10'
      *    avant ouverture du journal (ou apres incident d'ecriture)
      *    le message retombe sur la console
           MOVE 'N'               TO       WS-JRN-ECRIRE.
           IF WS-JRN-AVERT
               ADD 1              TO       WS-CPT-AVERT
           END-IF.
           IF WS-JRN-ERREUR
               MOVE 'O'           TO       WS-JRN-ECRIRE
           END-IF.
                       IF WS-CKPT-NPAI-CNT NUMERIC
                           MOVE WS-CKPT-NPAI-CNT TO WS-CPT-NPAI
                       END-IF
                       IF WS-CKPT-TEMOIN-CNT NUMERIC
                           MOVE WS-CKPT-TEMOIN-CNT TO WS-CPT-TEMOIN
                       END-IF
                       MOVE SPACES TO WS-JRN-TXT
                       STRING 'POINT DE REPRISE TROUVE - DERNIER '
                           'CLIENT TRAITE : ' WS-CKPT-NUM-CLI
           STRING 'C:/Users/y_cle/SORTIE/PUBLIPOST_' WS-DATE-J '.csv'
               DELIMITED BY SIZE INTO WS-W6-PATH
           END-STRING.
           MOVE SPACES            TO       WS-MEL-PATH.
           STRING 'C:/Users/y_cle/SORTIE/ROUTAGE_EMAIL_' WS-DATE-J
               '.csv'
               DELIMITED BY SIZE INTO WS-MEL-PATH
           END-STRING.
           MOVE SPACES            TO       WS-SMS-PATH.
           STRING 'C:/Users/y_cle/SORTIE/ROUTAGE_SMS_' WS-DATE-J '.csv'
               DELIMITED BY SIZE INTO WS-SMS-PATH
           END-STRING.
           MOVE SPACES            TO       WS-PLF-PATH.
           STRING 'C:/Users/y_cle/SORTIE/HORSPLAF_' WS-DATE-J '.txt'
               DELIMITED BY SIZE INTO WS-PLF-PATH
           END-STRING.
           MOVE SPACES            TO       WS-W7-PATH.
           STRING 'C:/Users/y_cle/SORTIE/W7_' WS-DATE-J '.txt'
               DELIMITED BY SIZE INTO WS-W7-PATH
                       ELSE
                           DISPLAY 'ERREUR LECTURE COMPTEUR TABLEAU '
                                   'NPAI'
                           PERFORM ERREUR-PROG-DEB
                              THRU ERREUR-PROG-FIN
                       END-IF
                   END-IF
      *            Identite et adresse puis coordonnees electro-
      *            niques, sans le top NPAI
                   MOVE CLIM-ID-ADR-CLI  TO WS-ENRG-CLI
                   MOVE CLIM-CONTACT-CLI TO WS-CONTACT-CLI
                   WRITE ENRG-CLI-BRUT FROM WS-ENRG-CLI
                   IF NOT FS-F-CLI-BRUT = '00'
                      DISPLAY 'PROBLEME D''ECRITURE EXTRAIT CLIENT'
                      DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CLI-BRUT
           END-IF.
       SORT-EMIS-FIN.
           EXIT.
      *
       TRT-PLAFOND-DEB.
      *    Arbitrage des campagnes plafonnees : candidats tries par
      *    campagne puis valeur client (total net 24 mois decroissant,
      *    classe RFM croissante) et servis dans cet ordre tant que ni
      *    le nombre de remises ni le cout cumule ne depassent le
      *    plafond de la carte P2 ; au premier depassement la campagne
      *    est close et tous les candidats suivants sont edites hors
      *    plafond (sans bon ni historique)
           CLOSE FIC-CAND-BRUT.
           SORT SORT-CAND
               ON ASCENDING  KEY SD-CAND-COD
                  DESCENDING KEY SD-CAND-VALEUR
                  ASCENDING  KEY SD-CAND-RFM
                                 SD-CAND-NUM
               USING FIC-CAND-BRUT
               GIVING FIC-CAND-TRI.
           IF SORT-RETURN NOT = 0
              DISPLAY 'PROBLEME DE TRI DES CANDIDATS PLAFONNES'
              DISPLAY 'SORT-RETURN = ' SORT-RETURN
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
           PERFORM OV-CAND-TRI-DEB
              THRU OV-CAND-TRI-FIN.
           PERFORM OV-PLF-DEB
              THRU OV-PLF-FIN.
           MOVE WS-PLF-TITRE      TO       ENRG-HORSPLAF.
           PERFORM WRITE-PLF-DEB
              THRU WRITE-PLF-FIN.
           MOVE ZERO              TO       WS-CAND-PREC-COD
                                           WS-CAND-PREC-NUM.
           MOVE 'N'               TO       EOF-CAND.
           PERFORM READ-CAND-TRI-DEB
              THRU READ-CAND-TRI-FIN.
           PERFORM UNTIL EOF-CAND = 'Y'
               IF WS-CAND-COD = WS-CAND-PREC-COD
                  AND WS-CAND-NUM = WS-CAND-PREC-NUM
                   CONTINUE
               ELSE
                   MOVE WS-CAND-COD TO     WS-CAND-PREC-COD
                   MOVE WS-CAND-NUM TO     WS-CAND-PREC-NUM
                   PERFORM SERT-CAND-DEB
                      THRU SERT-CAND-FIN
               END-IF
               PERFORM READ-CAND-TRI-DEB
                  THRU READ-CAND-TRI-FIN
           END-PERFORM.
      *    Bilan par campagne plafonnee en pied d'etat
           MOVE SPACES            TO       ENRG-HORSPLAF.
           PERFORM WRITE-PLF-DEB
              THRU WRITE-PLF-FIN.
           PERFORM VARYING PLF-PAR FROM 1 BY 1
              UNTIL PLF-PAR > REM-LU
               IF REM-PLAF-MT (PLF-PAR) > ZERO
                  OR REM-PLAF-NB (PLF-PAR) > ZERO
                   MOVE REM-COD     (PLF-PAR) TO WS-PLB-COD
                   MOVE REM-LIB     (PLF-PAR) TO WS-PLB-LIB
                   MOVE REM-PLAF-MT (PLF-PAR) TO WS-PLB-PLAF-MT
                   MOVE REM-PLAF-NB (PLF-PAR) TO WS-PLB-PLAF-NB
                   MOVE PLF-NB-EMIS (PLF-PAR) TO WS-PLB-NB-EMIS
                   MOVE PLF-MT-EMIS (PLF-PAR) TO WS-PLB-MT-EMIS
                   MOVE PLF-NB-TEM  (PLF-PAR) TO WS-PLB-NB-TEM
                   MOVE PLF-NB-HORS (PLF-PAR) TO WS-PLB-NB-HORS
                   MOVE PLF-MT-HORS (PLF-PAR) TO WS-PLB-MT-HORS
                   MOVE WS-PLF-BILAN TO ENRG-HORSPLAF
                   PERFORM WRITE-PLF-DEB
                      THRU WRITE-PLF-FIN
               END-IF
           END-PERFORM.
           CLOSE FIC-CAND-TRI.
           CLOSE FIC-PLF.
           IF WS-CPT-CAND > ZERO
               MOVE SPACES        TO       WS-JRN-TXT
               MOVE WS-CPT-HORS-PLAF TO    WS-CTRL-HORS-PLAF
               STRING 'CAMPAGNES PLAFONNEES - CLIENTS HORS PLAFOND : '
                   WS-CTRL-HORS-PLAF
                   DELIMITED BY SIZE INTO WS-JRN-TXT
               END-STRING
               SET WS-JRN-INFO    TO       TRUE
               PERFORM JOURNALISE-DEB
                  THRU JOURNALISE-FIN
           END-IF.
       TRT-PLAFOND-FIN.
           EXIT.
      *
       SERT-CAND-DEB.
      *    Restitution du contexte client / remise du candidat, puis
      *    emission ou mise hors plafond selon le rang atteint
           ADD 1                  TO       WS-CPT-CAND.
           MOVE WS-CAND-COD       TO       WS-COD-REM.
           PERFORM FIND-REM-DEB
              THRU FIND-REM-FIN.
           IF WS-REM-IDX = ZERO
               GO TO SERT-CAND-FIN
           END-IF.
           MOVE WS-CAND-NUM       TO       WS-NUM-CLI.
           MOVE WS-CAND-EMIS      TO       WS-ENRG-EMIS.
           MOVE WS-EMIS-TAUX      TO       WS-TAUX-APPL.
           MOVE WS-EMIS-ECO       TO       WS-ECO-REM.
           ADD 1                  TO       PLF-RANG (WS-REM-IDX).
      *    Deja servi par un passage interrompu (reprise) : l'emission
      *    ou l'inscription temoin est deja faite, seuls les cumuls
      *    sont reconstitues
           PERFORM CHECK-HIST-DEB
              THRU CHECK-HIST-FIN.
           IF WS-DEJA-REMIS-OUI
               ADD 1              TO       PLF-NB-PLACE (WS-REM-IDX)
               IF HIST-GRP-TEMOIN
                   ADD 1          TO       PLF-NB-TEM (WS-REM-IDX)
                   ADD 1          TO       WS-CPT-TEMOIN
                   GO TO SERT-CAND-FIN
               END-IF
               ADD 1              TO       PLF-NB-EMIS (WS-REM-IDX)
               ADD WS-ECO-REM     TO       PLF-MT-EMIS (WS-REM-IDX)
               ADD 1              TO       WS-CPT-W4-LETTRES
               ADD WS-ECO-REM     TO       WS-CPT-COUT-REM
               GO TO SERT-CAND-FIN
           END-IF.
           IF PLF-ATTEINT (WS-REM-IDX) = 'N'
               COMPUTE WS-PLF-MT-TEST = PLF-MT-EMIS (WS-REM-IDX)
                                      + WS-ECO-REM
               IF REM-PLAF-NB (WS-REM-IDX) > ZERO
                  AND PLF-NB-PLACE (WS-REM-IDX) >=
                      REM-PLAF-NB (WS-REM-IDX)
                   MOVE 'O'       TO       PLF-ATTEINT (WS-REM-IDX)
               END-IF
               IF REM-PLAF-MT (WS-REM-IDX) > ZERO
                  AND WS-PLF-MT-TEST > REM-PLAF-MT (WS-REM-IDX)
                   MOVE 'O'       TO       PLF-ATTEINT (WS-REM-IDX)
               END-IF
           END-IF.
           IF PLF-ATTEINT (WS-REM-IDX) = 'O'
               ADD 1              TO       PLF-NB-HORS (WS-REM-IDX)
               ADD WS-ECO-REM     TO       PLF-MT-HORS (WS-REM-IDX)
               ADD 1              TO       WS-CPT-HORS-PLAF
               MOVE WS-CAND-COD   TO       WS-PLF-COD
               MOVE WS-EMIS-LIB   TO       WS-PLF-LIB
               MOVE PLF-RANG (WS-REM-IDX) TO WS-PLF-RANG
               MOVE WS-CAND-NUM   TO       WS-PLF-NUM
               MOVE WS-EMIS-NOM   TO       WS-PLF-NOM
               MOVE WS-EMIS-PRE   TO       WS-PLF-PRE
               MOVE WS-CAND-VALEUR TO      WS-PLF-VALEUR
               MOVE WS-CAND-SEG   TO       WS-PLF-SEG
               MOVE WS-ECO-REM    TO       WS-PLF-ECO
               MOVE WS-PLF-LIGNE  TO       ENRG-HORSPLAF
               PERFORM WRITE-PLF-DEB
                  THRU WRITE-PLF-FIN
               GO TO SERT-CAND-FIN
           END-IF.
      *    Rang dans le plafond : tirage du groupe temoin parmi les
      *    candidats retenus ; le temoin occupe une place du plafond
      *    en nombre mais ne consomme pas de budget (ni bon ni lettre)
           ADD 1                  TO       PLF-NB-PLACE (WS-REM-IDX).
           PERFORM TIRE-TEMOIN-DEB
              THRU TIRE-TEMOIN-FIN.
           IF WS-TEMOIN-OUI
               ADD 1              TO       PLF-NB-TEM (WS-REM-IDX)
               ADD 1              TO       WS-CPT-TEMOIN
               PERFORM WRITE-HIST-DEB
                  THRU WRITE-HIST-FIN
               GO TO SERT-CAND-FIN
           END-IF.
      *    Emission normale (bon, lettre ou routage, historique)
           ADD 1                  TO       PLF-NB-EMIS (WS-REM-IDX).
           ADD WS-ECO-REM         TO       PLF-MT-EMIS (WS-REM-IDX).
           ADD WS-ECO-REM         TO       WS-CPT-COUT-REM.
           ADD 1                  TO       WS-CPT-W4-LETTRES.
           PERFORM GENERE-BON-DEB
              THRU GENERE-BON-FIN.
           MOVE WS-BON-NUM        TO       WS-EMIS-BON.
           PERFORM ECRIT-EMIS-DEB
              THRU ECRIT-EMIS-FIN.
           PERFORM WRITE-HIST-DEB
              THRU WRITE-HIST-FIN.
       SERT-CAND-FIN.
           EXIT.
      *
       READ-CAND-TRI-DEB.
           READ FIC-CAND-TRI INTO WS-ENRG-CAND
               AT END
                   MOVE 'Y'       TO       EOF-CAND
           END-READ.
           IF NOT FS-F-CAND-TRI = '00' AND NOT FS-F-CAND-TRI = '10'
              DISPLAY 'PROBLEME DE LECTURE FICHIER CANDIDATS TRIES'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CAND-TRI
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       READ-CAND-TRI-FIN.
           EXIT.
      *
       WRITE-PLF-DEB.
           WRITE ENRG-HORSPLAF.
           IF NOT FS-F-PLF = '00'
              DISPLAY 'PROBLEME D''ECRITURE ETAT HORS PLAFOND'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-PLF
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       WRITE-PLF-FIN.
           EXIT.
      *****************************************************************
      *    OUVERTURE DES FICHIERS
      *****************************************************************
           END-IF.
       OV-W6-FIN.
           EXIT.
      *
       OV-MEL-DEB.
      *    Routage e-mail pour le prestataire d'envoi, edite en une
      *    passe en fin de job comme le W4
           OPEN OUTPUT FIC-MEL.
           IF NOT FS-F-MEL = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER ROUTAGE E-MAIL'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-MEL
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
           MOVE WS-MEL-ENTETE   TO       ENRG-ROUTMEL.
           WRITE ENRG-ROUTMEL.
           IF NOT FS-F-MEL = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER ROUTAGE E-MAIL'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-MEL
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       OV-MEL-FIN.
           EXIT.
      *
       OV-SMS-DEB.
           OPEN OUTPUT FIC-SMS.
           IF NOT FS-F-SMS = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER ROUTAGE SMS'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-SMS
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
           MOVE WS-SMS-ENTETE   TO       ENRG-ROUTSMS.
           WRITE ENRG-ROUTSMS.
           IF NOT FS-F-SMS = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER ROUTAGE SMS'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-SMS
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       OV-SMS-FIN.
           EXIT.
      *
       OV-EM-BRUT-DEB.
      *    Emissions du run en attente de tri postal : reprises en
           END-IF.
       OV-EM-BRUT-FIN.
           EXIT.
      *
       OV-CAND-BRUT-DEB.
      *    Candidats des campagnes plafonnees : repris en extension
      *    apres incident comme les emissions (les doublons dus a la
      *    reprise sont ecartes a la lecture du fichier trie)
           IF WS-RESTART-OUI
               OPEN EXTEND FIC-CAND-BRUT
               IF FS-CAND-BRUT-35
                   OPEN OUTPUT FIC-CAND-BRUT
               END-IF
           ELSE
               OPEN OUTPUT FIC-CAND-BRUT
           END-IF.
           IF NOT FS-F-CAND-BRUT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER CANDIDATS'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CAND-BRUT
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       OV-CAND-BRUT-FIN.
           EXIT.
      *
       OV-CAND-TRI-DEB.
           OPEN INPUT FIC-CAND-TRI.
           IF NOT FS-F-CAND-TRI = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER CANDIDATS TRIES'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CAND-TRI
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       OV-CAND-TRI-FIN.
           EXIT.
      *
       OV-PLF-DEB.
           OPEN OUTPUT FIC-PLF.
           IF NOT FS-F-PLF = '00'
              DISPLAY 'PROBLEME D''OUVERTURE ETAT HORS PLAFOND'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-PLF
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       OV-PLF-FIN.
           EXIT.
      *
       OV-HIST-DEB.
      *    Ouverture en I-O, creation a vide si 1ere execution (FS=35)
           END-IF.
       FE-W6-FIN.
           EXIT.
      *
       FE-MEL-DEB.
           CLOSE FIC-MEL.
           IF NOT FS-F-MEL = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER ROUTAGE E-MAIL'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-MEL
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       FE-MEL-FIN.
           EXIT.
      *
       FE-SMS-DEB.
           CLOSE FIC-SMS.
           IF NOT FS-F-SMS = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER ROUTAGE SMS'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-SMS
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       FE-SMS-FIN.
           EXIT.
      *
       FE-EM-BRUT-DEB.
           CLOSE FIC-EM-BRUT.
           EXIT.
      *
      ****************************************************************
      *   ROUTAGE DES EMISSIONS : E-MAIL, SMS OU LETTRE W4 / CSV W6  *
      ****************************************************************
       EDITE-EMIS-DEB.
      *    Relecture des emissions triees par code postal et routage
      *    de chacune sur le canal prefere du client (opt-out, NPAI et
      *    groupe temoin sont deja ecartes a l'emission) : e-mail ou
      *    SMS quand la coordonnee est renseignee, lettre W4 et ligne
      *    CSV W6 sinon
           PERFORM OV-W4-DEB
              THRU OV-W4-FIN.
           PERFORM OV-W6-DEB
              THRU OV-W6-FIN.
           PERFORM OV-MEL-DEB
              THRU OV-MEL-FIN.
           PERFORM OV-SMS-DEB
              THRU OV-SMS-FIN.
           OPEN INPUT FIC-EM-TRI.
           IF NOT FS-F-EM-TRI = '00'
              DISPLAY 'PROBLEME D''OUVERTURE EMISSIONS TRIEES'
               AT END
                   MOVE 'Y' TO EOF-EM
               NOT AT END
                   EVALUATE TRUE
                       WHEN WS-EMIS-CAN-EMAIL
                        AND WS-EMIS-MEL NOT = SPACES
                           ADD 1 TO WS-CPT-EM-MEL
                           PERFORM WRITE-MEL-DEB
                              THRU WRITE-MEL-FIN
                       WHEN WS-EMIS-CAN-SMS
                        AND WS-EMIS-MOB NOT = SPACES
                           ADD 1 TO WS-CPT-EM-SMS
                           PERFORM WRITE-SMS-DEB
                              THRU WRITE-SMS-FIN
                       WHEN OTHER
                           ADD 1 TO WS-CPT-EM-COUR
                           PERFORM WRITE-W4-DEB
                              THRU WRITE-W4-FIN
                   END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE FIC-EM-TRI.
              THRU FE-W4-FIN.
           PERFORM FE-W6-DEB
              THRU FE-W6-FIN.
           PERFORM FE-MEL-DEB
              THRU FE-MEL-FIN.
           PERFORM FE-SMS-DEB
              THRU FE-SMS-FIN.
      *    Equilibre par canal : toute emission doit avoir ete routee
           COMPUTE WS-CPT-EM-ECART = WS-CPT-W4-LETTRES
                                   - WS-CPT-EM-COUR
                                   - WS-CPT-EM-MEL
                                   - WS-CPT-EM-SMS.
           IF WS-CPT-EM-ECART NOT = ZERO
               MOVE WS-CPT-EM-ECART TO WS-CTRL-ECART
               MOVE SPACES TO WS-JRN-TXT
               STRING 'ECART EMISSIONS / ROUTAGE PAR CANAL : '
                   WS-CTRL-ECART
                   DELIMITED BY SIZE INTO WS-JRN-TXT
               END-STRING
               SET WS-JRN-AVERT TO TRUE
               PERFORM JOURNALISE-DEB
                  THRU JOURNALISE-FIN
           END-IF.
       EDITE-EMIS-FIN.
           EXIT.
      *
           MOVE WS-SOMME-HT        TO       WS-CKPT-TOT-HT.
           MOVE WS-SOMME-TVA       TO       WS-CKPT-TOT-TVA.
           MOVE WS-CPT-NPAI        TO       WS-CKPT-NPAI-CNT.
           MOVE WS-CPT-TEMOIN      TO       WS-CKPT-TEMOIN-CNT.
           OPEN OUTPUT FIC-CKPT.
           IF NOT FS-F-CKPT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER CHECKPOINT'
           MOVE WS-CPT-R2-LU      TO       WS-CTRL-R2-LU.
           MOVE WS-CPT-W3-ORDRES  TO       WS-CTRL-W3-CNT.
           MOVE WS-CPT-W4-LETTRES TO       WS-CTRL-W4-CNT.
           MOVE WS-CPT-EM-COUR    TO       WS-CTRL-COUR.
           MOVE WS-CPT-EM-MEL     TO       WS-CTRL-MEL.
           MOVE WS-CPT-EM-SMS     TO       WS-CTRL-SMS.
           MOVE WS-CPT-EM-ECART   TO       WS-CTRL-ECART.
           MOVE WS-CPT-HORS-PLAF  TO       WS-CTRL-HORS-PLAF.
           MOVE COMPTEUR-ERR      TO       WS-CTRL-W2-CNT.
           MOVE WS-SOMME-TOT-CMD  TO       WS-CTRL-TOTAL.
           MOVE WS-SOMME-HT       TO       WS-CTRL-HT.
           MOVE WS-CPT-COUT-REM   TO       WS-CTRL-COUT.
           MOVE WS-CPT-OPTOUT     TO       WS-CTRL-OPTOUT.
           MOVE WS-CPT-NPAI       TO       WS-CTRL-NPAI.
           MOVE WS-CPT-TEMOIN     TO       WS-CTRL-TEMOIN.
           MOVE WS-CPT-R1-SANS-CMD TO      WS-CTRL-NOCMD-CNT.
           WRITE ENRG-CTRL FROM WS-CTRL-TITRE.
           IF NOT FS-F-CR = '00'
              PERFORM ERREUR-PROG-DEB
                 THRU ERREUR-PROG-FIN
           END-IF.
           WRITE ENRG-CTRL FROM WS-CTRL-L13.
           IF NOT FS-F-CR = '00'
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER CONTROLE'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CR
              PERFORM ERREUR-PROG-DEB
                 THRU ERREUR-PROG-FIN
           END-IF.
           WRITE ENRG-CTRL FROM WS-CTRL-L14.
           IF NOT FS-F-CR = '00'
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER CONTROLE'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CR
              PERFORM ERREUR-PROG-DEB
                 THRU ERREUR-PROG-FIN
           END-IF.
           WRITE ENRG-CTRL FROM WS-CTRL-L15.
           IF NOT FS-F-CR = '00'
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER CONTROLE'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CR
              PERFORM ERREUR-PROG-DEB
                 THRU ERREUR-PROG-FIN
           END-IF.
           WRITE ENRG-CTRL FROM WS-CTRL-L16.
           IF NOT FS-F-CR = '00'
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER CONTROLE'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CR
              PERFORM ERREUR-PROG-DEB
                 THRU ERREUR-PROG-FIN
           END-IF.
           WRITE ENRG-CTRL FROM WS-CTRL-L4.
           IF NOT FS-F-CR = '00'
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER CONTROLE'
              PERFORM ERREUR-PROG-DEB
                 THRU ERREUR-PROG-FIN
           END-IF.
           WRITE ENRG-CTRL FROM WS-CTRL-L12.
           IF NOT FS-F-CR = '00'
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER CONTROLE'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CR
              PERFORM ERREUR-PROG-DEB
                 THRU ERREUR-PROG-FIN
           END-IF.
           WRITE ENRG-CTRL FROM WS-CTRL-L17.
           IF NOT FS-F-CR = '00'
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER CONTROLE'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CR
              PERFORM ERREUR-PROG-DEB
                 THRU ERREUR-PROG-FIN
           END-IF.
       ETAT-CTRL-FIN.
           EXIT.
      ****************************************************************
           MOVE ZERO              TO       WS-NB-REMISES-CLI.
           SET  WS-MULTI-CAMP-NON TO       TRUE.
           MOVE ZERO              TO       WS-CLI-DER-CMD.
           MOVE ZERO              TO       FAC-LU.
           MOVE '3'               TO       WS-SEG-R
                                           WS-SEG-F
                                           WS-SEG-M.
           MOVE WS-DATE-J         TO       HIST-DATE-EMIS.
           MOVE WS-TAB-DEB        TO       HIST-TAB-DEB.
           MOVE WS-TAB-FIN        TO       HIST-TAB-FIN.
           IF WS-TEMOIN-OUI
               SET HIST-GRP-TEMOIN TO      TRUE
           ELSE
               MOVE 'E'           TO       HIST-GRP
           END-IF.
           WRITE ENRG-HIST
               INVALID KEY
                   REWRITE ENRG-HIST
           IF WS-DAY-COM > WS-CLI-DER-CMD
               MOVE WS-DAY-COM    TO       WS-CLI-DER-CMD
           END-IF
      *    Famille achetee (ciblage des campagnes d'affinite)
           IF NOT WS-TYP-AVOIR
              AND ART-M-FAM (WS-ART-IDX) NOT = SPACES
               PERFORM NOTE-FAM-DEB
                  THRU NOTE-FAM-FIN
           END-IF
           MOVE WS-TOT-ART        TO       WS-TOTPRIX.
           MOVE WS-DAY-COM        TO       WS-DTCOM.
           MOVE WS-LIB-COM        TO       WS-LIBART.
      *    pour l'equilibre de l'etat CR
           PERFORM CHECK-NPAI-DEB
              THRU CHECK-NPAI-FIN.
      *    Campagne plafonnee : l'emission est differee au classement
      *    par valeur de fin d'assortiment (hors simulation, dont la
      *    projection reste celle de tous les clients qualifies)
           SET WS-PLAF-NON        TO       TRUE.
           IF WS-MODE-REEL AND WS-REM-IDX > ZERO
               IF REM-PLAF-MT (WS-REM-IDX) > ZERO
                  OR REM-PLAF-NB (WS-REM-IDX) > ZERO
                   SET WS-PLAF-OUI TO      TRUE
               END-IF
           END-IF.
      *    Groupe temoin de la campagne : ni lettre, ni CSV, ni bon,
      *    mais inscription en HISTREM (groupe 'T') pour la mesure
      *    d'impact ; hors projection de cout en simulation. Pour une
      *    campagne plafonnee le tirage est fait au classement, parmi
      *    les seuls candidats dans le plafond, afin que temoins et
      *    envoyes soient issus de la meme population classee
           SET WS-TEMOIN-NON      TO       TRUE.
           IF WS-PLAF-NON
               PERFORM TIRE-TEMOIN-DEB
                  THRU TIRE-TEMOIN-FIN
           END-IF.
           EVALUATE TRUE
               WHEN WS-OPTOUT-OUI
                   ADD 1              TO WS-CPT-OPTOUT
               WHEN WS-NPAI-OUI
                   ADD 1              TO WS-CPT-NPAI
               WHEN WS-TEMOIN-OUI
                   ADD 1              TO WS-CPT-TEMOIN
                   IF WS-MODE-REEL
                       PERFORM WRITE-HIST-DEB
                          THRU WRITE-HIST-FIN
                   END-IF
               WHEN WS-MODE-SIMUL
                   ADD 1          TO SIM-NB-CLI     (WS-REM-IDX)
                   ADD WS-TOT-CMD TO SIM-TOT-PANIER (WS-REM-IDX)
                   ADD WS-ECO-REM TO SIM-COUT       (WS-REM-IDX)
               WHEN WS-PLAF-OUI
                   PERFORM WRITE-CAND-DEB
                      THRU WRITE-CAND-FIN
               WHEN OTHER
                   ADD WS-ECO-REM TO WS-CPT-COUT-REM
                   PERFORM WRITE-EMIS-DEB
           END-EVALUATE.
       EMET-REMISE-FIN.
           EXIT.
      *
       TIRE-TEMOIN-DEB.
      *    Tirage du groupe temoin pour la campagne courante
      *    (WS-REM-IDX) ; aucun tirage si la carte P2 ne prevoit pas
      *    de part temoin
           SET WS-TEMOIN-NON      TO       TRUE.
           IF WS-REM-IDX = ZERO
               GO TO TIRE-TEMOIN-FIN
           END-IF.
           IF REM-TEMOIN (WS-REM-IDX) = ZERO
               GO TO TIRE-TEMOIN-FIN
           END-IF.
           COMPUTE WS-TEM-GRAINE = FUNCTION MOD(
               WS-NUM-CLI + WS-COD-REM * 7919 + WS-TAB-DEB,
               999999937).
           COMPUTE WS-TEM-TIRAGE =
               FUNCTION RANDOM(WS-TEM-GRAINE) * 100.
           IF WS-TEM-TIRAGE < REM-TEMOIN (WS-REM-IDX)
               SET WS-TEMOIN-OUI  TO       TRUE
           END-IF.
       TIRE-TEMOIN-FIN.
           EXIT.
      *
       LIT-POS-DEB.
      *    Valeurs de qualification par defaut : cumuls du run ; la
              OR REM-CIBLE (CIB-PAR) = '000'
               GO TO CIBLE-SEG-FIN
           END-IF.
      *    Campagne d'affinite : la cible RFM y est appliquee par
      *    CIBLE-FAM-DEB en plus du ciblage famille
           IF REM-FAM-CIB (CIB-PAR) NOT = SPACES
               GO TO CIBLE-SEG-FIN
           END-IF.
           IF REM-CIB-R (CIB-PAR) NOT = '0' AND NOT = SPACE
              AND REM-CIB-R (CIB-PAR) NOT = WS-SEG-R
               GO TO CIBLE-SEG-FIN
           END-IF.
       CIBLE-SEG-FIN.
           EXIT.
      *
       CIBLE-FAM-DEB.
      *    Qualification du client pour la campagne TABREM (CIB-PAR)
      *    si elle cible une famille de produits : achat de la famille
      *    ciblee depuis la date limite (profondeur en mois de la
      *    carte), aucun achat de la famille promue sur les 24 mois
      *    retenus, et segment RFM conforme si la carte en porte un
           IF REM-COD (CIB-PAR) = 0000000001 OR 0000000002
              OR 0000000003
               GO TO CIBLE-FAM-FIN
           END-IF.
           IF REM-FAM-CIB (CIB-PAR) = SPACES
               GO TO CIBLE-FAM-FIN
           END-IF.
           IF REM-CIB-R (CIB-PAR) NOT = '0' AND NOT = SPACE
              AND REM-CIB-R (CIB-PAR) NOT = WS-SEG-R
               GO TO CIBLE-FAM-FIN
           END-IF.
           IF REM-CIB-F (CIB-PAR) NOT = '0' AND NOT = SPACE
              AND REM-CIB-F (CIB-PAR) NOT = WS-SEG-F
               GO TO CIBLE-FAM-FIN
           END-IF.
           IF REM-CIB-M (CIB-PAR) NOT = '0' AND NOT = SPACE
              AND REM-CIB-M (CIB-PAR) NOT = WS-SEG-M
               GO TO CIBLE-FAM-FIN
           END-IF.
      *    Date limite : date du jour reculee de la profondeur
           MOVE WS-DATE-J         TO       WS-FAM-LIM-N.
           COMPUTE WS-FAM-MOIS-TOT = WS-FAM-LIM-AAAA * 12
                                   + WS-FAM-LIM-MM - 1
                                   - REM-FAM-MOIS (CIB-PAR).
           DIVIDE WS-FAM-MOIS-TOT BY 12 GIVING WS-FAM-LIM-AAAA
               REMAINDER WS-FAM-MOIS-RST.
           COMPUTE WS-FAM-LIM-MM = WS-FAM-MOIS-RST + 1.
      *    Famille ciblee achetee depuis la date limite
           MOVE REM-FAM-CIB (CIB-PAR) TO   WS-FAC-COD.
           PERFORM CHERCHE-FAC-DEB
              THRU CHERCHE-FAC-FIN.
           IF FAC-TROUVE = ZERO
               GO TO CIBLE-FAM-FIN
           END-IF.
           IF FAC-DER (FAC-TROUVE) < WS-FAM-LIM-N
               GO TO CIBLE-FAM-FIN
           END-IF.
      *    Client deja acheteur de la famille promue : exclu
           IF REM-FAM-PRO (CIB-PAR) NOT = SPACES
               MOVE REM-FAM-PRO (CIB-PAR) TO WS-FAC-COD
               PERFORM CHERCHE-FAC-DEB
                  THRU CHERCHE-FAC-FIN
               IF FAC-TROUVE NOT = ZERO
                   GO TO CIBLE-FAM-FIN
               END-IF
           END-IF.
      *    Cible atteinte : meme enchainement que les campagnes fixes
           MOVE REM-COD (CIB-PAR) TO       WS-COD-REM.
           PERFORM FIND-REM-DEB
              THRU FIND-REM-FIN.
           IF WS-DATE-J >= WS-TAB-DEB AND WS-DATE-J <= WS-TAB-FIN
               PERFORM CHECK-HIST-DEB
                  THRU CHECK-HIST-FIN
               IF WS-DEJA-REMIS-NON
                   MOVE SPACES TO WS-JRN-TXT
                   STRING 'REMISE CIBLEE FAMILLE POUR '
                       WS-NOM-CLI
                       DELIMITED BY SIZE INTO WS-JRN-TXT
                   END-STRING
                   SET WS-JRN-DETAIL TO TRUE
                   PERFORM JOURNALISE-DEB
                      THRU JOURNALISE-FIN
                   PERFORM EMET-REMISE-DEB
                      THRU EMET-REMISE-FIN
                   ADD 1 TO WS-NB-REMISES-CLI
               END-IF
           END-IF.
       CIBLE-FAM-FIN.
           EXIT.
      *
       NOTE-FAM-DEB.
      *    Memorisation de la famille de l'article de la ligne et de
      *    sa date d'achat la plus recente pour le client en cours
           MOVE ART-M-FAM (WS-ART-IDX) TO  WS-FAC-COD.
           PERFORM CHERCHE-FAC-DEB
              THRU CHERCHE-FAC-FIN.
           IF FAC-TROUVE = ZERO
               IF FAC-LU < FAC-MAX
                   ADD 1              TO FAC-LU
                   MOVE WS-FAC-COD    TO FAC-COD (FAC-LU)
                   MOVE ZERO          TO FAC-DER (FAC-LU)
                   MOVE FAC-LU        TO FAC-TROUVE
               ELSE
                   DISPLAY 'ERREUR LECTURE COMPTEUR TABLEAU FAMILLES'
                   PERFORM ERREUR-PROG-DEB
                      THRU ERREUR-PROG-FIN
               END-IF
           END-IF.
           IF WS-DAY-COM > FAC-DER (FAC-TROUVE)
               MOVE WS-DAY-COM    TO       FAC-DER (FAC-TROUVE)
           END-IF.
       NOTE-FAM-FIN.
           EXIT.
      *
       CHERCHE-FAC-DEB.
           MOVE ZERO              TO       FAC-TROUVE.
           PERFORM VARYING FAC-PAR FROM 1 BY 1
              UNTIL FAC-PAR > FAC-LU
               IF FAC-COD (FAC-PAR) = WS-FAC-COD
                   MOVE FAC-PAR   TO       FAC-TROUVE
               END-IF
           END-PERFORM.
       CHERCHE-FAC-FIN.
           EXIT.
      *
       WRITE-SEG-DEB.
      *    Enregistrement de segmentation du client en cours
           ADD 1 TO WS-CPT-W4-LETTRES.
           PERFORM GENERE-BON-DEB
              THRU GENERE-BON-FIN.
           PERFORM PREP-EMIS-DEB
              THRU PREP-EMIS-FIN.
           MOVE WS-BON-NUM       TO        WS-EMIS-BON.
           PERFORM ECRIT-EMIS-DEB
              THRU ECRIT-EMIS-FIN.
       WRITE-EMIS-FIN.
           EXIT.
      *
       PREP-EMIS-DEB.
      *    Image de l'emission du client et de la remise courants
      *    (numero de bon porte par l'appelant)
           COMPUTE YEARS = DIFFERENCE-DAY / 365.
           MOVE WS-CP-CLI        TO        WS-EMIS-CP.
           MOVE WS-NUM-CLI       TO        WS-EMIS-NUM.
           MOVE WS-TAB-LIB       TO        WS-EMIS-LIB.
           MOVE WS-TAUX-APPL     TO        WS-EMIS-TAUX.
           MOVE WS-ECO-REM       TO        WS-EMIS-ECO.
           MOVE ZERO             TO        WS-EMIS-BON.
           MOVE WS-RUE-CLI       TO        WS-EMIS-RUE.
           MOVE WS-VIL-CLI       TO        WS-EMIS-VIL.
           MOVE WS-MEL-CLI       TO        WS-EMIS-MEL.
           MOVE WS-MOB-CLI       TO        WS-EMIS-MOB.
           MOVE WS-CAN-CLI       TO        WS-EMIS-CAN.
       PREP-EMIS-FIN.
           EXIT.
      *
       ECRIT-EMIS-DEB.
           WRITE ENRG-EM-BRUT FROM WS-ENRG-EMIS.
           IF NOT FS-F-EM-BRUT = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER EMISSIONS'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-EM-BRUT
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       ECRIT-EMIS-FIN.
           EXIT.
      *
       WRITE-CAND-DEB.
      *    Depot du client qualifie d'une campagne plafonnee avec ses
      *    cles de classement (valeur 24 mois, classe RFM) et l'image
      *    de son emission, sans bon ni historique a ce stade
           PERFORM PREP-EMIS-DEB
              THRU PREP-EMIS-FIN.
           MOVE WS-COD-REM       TO        WS-CAND-COD.
           MOVE WS-QUAL-TOT      TO        WS-CAND-VALEUR.
           MOVE WS-SEG-R         TO        CAND-R.
           MOVE WS-SEG-F         TO        CAND-F.
           MOVE WS-SEG-M         TO        CAND-M.
           COMPUTE WS-CAND-RFM = CAND-R + CAND-F + CAND-M - 2.
           MOVE WS-NUM-CLI       TO        WS-CAND-NUM.
           MOVE WS-TAB-DEB       TO        WS-CAND-DEB.
           MOVE WS-TAB-FIN       TO        WS-CAND-FIN.
           STRING WS-SEG-R WS-SEG-F WS-SEG-M
               DELIMITED BY SIZE INTO WS-CAND-SEG
           END-STRING.
           MOVE WS-ENRG-EMIS     TO        WS-CAND-EMIS.
           WRITE ENRG-CAND-BRUT FROM WS-ENRG-CAND.
           IF NOT FS-F-CAND-BRUT = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER CANDIDATS'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-CAND-BRUT
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       WRITE-CAND-FIN.
           EXIT.
      *
       WRITE-W4-DEB.
           END-IF.
       WRITE-W6-FIN.
           EXIT.
      *
       WRITE-MEL-DEB.
      *    Ligne de routage e-mail depuis l'emission courante : le
      *    prestataire compose le message avec le code avantage
           MOVE WS-EMIS-NUM      TO        WS-MEL-NUM.
           MOVE WS-EMIS-MEL      TO        WS-MEL-ADR.
           MOVE WS-EMIS-CIV      TO        WS-MEL-CIV.
           MOVE WS-EMIS-NOM      TO        WS-MEL-NOM.
           MOVE WS-EMIS-PRE      TO        WS-MEL-PRE.
           MOVE WS-EMIS-COD      TO        WS-MEL-COD.
           MOVE WS-EMIS-LIB      TO        WS-MEL-LIB.
           MOVE WS-EMIS-TAUX     TO        WS-MEL-TAUX.
           MOVE WS-DATE-J        TO        WS-MEL-DATE.
           MOVE WS-EMIS-ECO      TO        WS-MEL-ECO.
           MOVE WS-EMIS-BON      TO        WS-MEL-BON.
           MOVE WS-MEL-LIGNE     TO        ENRG-ROUTMEL.
           WRITE ENRG-ROUTMEL.
           IF NOT FS-F-MEL = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER ROUTAGE E-MAIL'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-MEL
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       WRITE-MEL-FIN.
           EXIT.
      *
       WRITE-SMS-DEB.
      *    Ligne de routage SMS depuis l'emission courante
           MOVE WS-EMIS-NUM      TO        WS-SMS-NUM.
           MOVE WS-EMIS-MOB      TO        WS-SMS-MOB.
           MOVE WS-EMIS-PRE      TO        WS-SMS-PRE.
           MOVE WS-EMIS-LIB      TO        WS-SMS-LIB.
           MOVE WS-EMIS-TAUX     TO        WS-SMS-TAUX.
           MOVE WS-DATE-J        TO        WS-SMS-DATE.
           MOVE WS-EMIS-ECO      TO        WS-SMS-ECO.
           MOVE WS-EMIS-BON      TO        WS-SMS-BON.
           MOVE WS-SMS-LIGNE     TO        ENRG-ROUTSMS.
           WRITE ENRG-ROUTSMS.
           IF NOT FS-F-SMS = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER ROUTAGE SMS'
              DISPLAY 'VALEUR DU FILE STATUS = ' FS-F-SMS
              PERFORM ERREUR-PROG-DEB  THRU ERREUR-PROG-FIN
           END-IF.
       WRITE-SMS-FIN.
           EXIT.
      *
       EXIT.
      *
      *---------------------------------------------------------------*
      *
       FIN-PROG-DEB.
            EVALUATE TRUE
               WHEN COMPTEUR-ERR > 0
                    MOVE 8             TO       WS-CODE-RETOUR
               WHEN WS-CPT-AVERT > 0
                    MOVE 4             TO       WS-CODE-RETOUR
               WHEN OTHER
                    MOVE 0             TO       WS-CODE-RETOUR
            END-EVALUATE.
            MOVE WS-CODE-RETOUR        TO       RETURN-CODE.
            MOVE 'FIN NORMALE DU PROGRAMME REMCLI' TO WS-JRN-TXT.
            SET WS-JRN-INFO       TO       TRUE.
            PERFORM JOURNALISE-DEB
               THRU FE-JRN-FIN.
            DISPLAY '*==============================================*'.
            DISPLAY '*     FIN NORMALE DU PROGRAMME REMCLI          *'.
            DISPLAY '*     CODE RETOUR = ' WS-CODE-RETOUR.
            DISPLAY '*==============================================*'.
       FIN-PROG-FIN.
            STOP RUN.
