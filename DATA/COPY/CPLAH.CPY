             10 E-ARP-NUMERO         PIC X(6).
             10 E-ARP-SEQ            PIC X(2).
      *-------------------------------------------  RESTE DU PLACEMENT
           05 E-ARP-CORPS            PIC X(31).
