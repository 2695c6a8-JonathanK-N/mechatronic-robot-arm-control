      *> Shared record layout for the dated OEE history written by
      *> factory-kpi and read back by oee-trend for drift analysis
      *> and by maint-reconcile for the downtime reconciliation ;
      *> minutes de marche et pieces ecrites par factory-kpi, lues
      *> par meter-maint (compteurs d'usure des composants),
      *> fault-reliability et erp-extract.
01 OEE-HISTORY-RECORD.
   05 OH-Run-Date          PIC 9(8).
   05 OH-Window-Name       PIC X(10).
      *> Identifiant de cellule robot, espaces sur les enregistrements
      *> historiques de l'ancien format mono-cellule.
   05 OH-Cell-Id           PIC X(4).
      *> Code produit de la fenetre, espaces sur les enregistrements
      *> anterieurs au fichier produit PRODMAST.
   05 OH-Product-Code      PIC X(6).
      *> Minutes de marche et pieces produites de la fenetre, ecrites
      *> par factory-kpi, lues par meter-maint, fault-reliability et
      *> erp-extract ; espaces sur les enregistrements anterieurs.
   05 OH-Run-Minutes       PIC 9(4).
   05 OH-Output-Parts      PIC 9(4).
