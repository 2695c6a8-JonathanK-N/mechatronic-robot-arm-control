      *> Shared record layout for the open purchase-order file OPENPO :
      *> une ligne par commande fournisseur, creee par stock-replenish
      *> a chaque demande d'achat et mise a jour par goods-receipt a la
      *> reception. Le statut et la date promise peuvent etre corriges
      *> a la main par les achats (annulation, nouvelle date).
      *>   Statut : O = ouverte, P = partiellement recue,
      *>            R = recue, A = annulee.
      *> Quantite en commande = commandee - recue, pour O et P.
01 OPEN-PO-RECORD.
   05 PO-Number            PIC X(8).
   05 PO-Part-Number       PIC X(8).
   05 PO-Supplier-Code     PIC X(6).
   05 PO-Order-Date        PIC 9(8).
   05 PO-Promised-Date     PIC 9(8).
   05 PO-Ordered-Qty       PIC 9(4).
   05 PO-Received-Qty      PIC 9(4).
   05 PO-Status            PIC X.
   05 PO-Last-Receipt-Date PIC 9(8).
