      *> Shared record layout for the product master PRODMAST
      *> maintained by hand from the process sheets : une ligne par
      *> reference produite sur les cellules avec son temps de cycle
      *> ideal et ses objectifs. Lu par factory-kpi pour la
      *> performance et les alertes par fenetre ; une fenetre sans
      *> code produit ou avec un code absent du fichier garde le
      *> standard d'usine (1.80 s, OEE 0.90, qualite 0.97).
01 PRODUCT-MASTER-RECORD.
   05 PM-Product-Code      PIC X(6).
   05 PM-Description       PIC X(30).
      *> Temps de cycle ideal en secondes par piece.
   05 PM-Ideal-Cycle-Time  PIC 9(2)V99.
   05 PM-Target-OEE        PIC 9V99.
      *> Taux de rebut cible (0.030 = 3 % des pieces produites).
   05 PM-Target-Scrap-Rate PIC 9V999.
