           05  HIST-DATE-EMIS      PIC 9(8).
           05  HIST-TAB-DEB        PIC 9(8).
           05  HIST-TAB-FIN        PIC 9(8).
      *    Groupe du client pour la campagne : 'E' = remise envoyee
      *    (lettre et bon), 'T' = groupe temoin (ni lettre ni bon)
           05  HIST-GRP            PIC X.
               88  HIST-GRP-ENVOI           VALUE 'E' ' '.
               88  HIST-GRP-TEMOIN          VALUE 'T'.
       FD  FIC-HISTNEW.
       01  ENRG-HISTNEW.
           05  HISTN-CLE.
           05  HISTN-DATE-EMIS     PIC 9(8).
           05  HISTN-TAB-DEB       PIC 9(8).
           05  HISTN-TAB-FIN       PIC 9(8).
           05  HISTN-GRP           PIC X.
       FD  FIC-ARCH     RECORDING F.
       01  ENRG-ARCH           PIC X(45).
       FD  FIC-CRP      RECORDING F.
       01  ENRG-CRP            PIC X(80).
      *
