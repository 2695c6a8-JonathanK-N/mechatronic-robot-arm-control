      *> Shared record layout for the spare-parts stock master
      *> STOCKMST, read by maintenance-scheduler for the day pick
      *> lists and maintained by stock-replenish (consumption posting
      *> and purchase requisitions), valued by maint-cost. Older
      *> records carry only the part number and on-hand quantity ; the
      *> replenishment and cost fields are then spaces and must be
      *> guarded with NUMERIC tests.
01 STOCK-MASTER-RECORD.
   05 ST-Part-Number     PIC X(8).
   05 ST-On-Hand         PIC 9(4).
   05 ST-Min-Level       PIC 9(4).
   05 ST-Reorder-Qty     PIC 9(4).
   05 ST-Supplier-Code   PIC X(6).
      *> Cout unitaire d'achat de la piece ($).
   05 ST-Unit-Cost       PIC 9(4)V99.
