      *> Shared record layouts for the outbound ERP interface file
      *> ERPOUT written by erp-extract : un en-tete, une ligne detail
      *> par jour de production et par cellule, un enregistrement de
      *> fin avec les totaux de controle. Format fixe de 100 octets,
      *> zones numeriques non signees cadrees a zero. Le numero de
      *> sequence du fichier est repris sur chaque enregistrement et
      *> doit etre renvoye par l'ERP dans l'acquittement ERPACK.
01 ERP-HEADER-RECORD.
   05 EH-Record-Type       PIC X.
   05 EH-Interface-Id      PIC X(8).
   05 EH-Sequence          PIC 9(6).
   05 EH-Created-Date      PIC 9(8).
   05 EH-Created-Time      PIC 9(6).
      *> Nombre de jours de production transmis (jour courant et
      *> jours renvoyes faute d'acquittement).
   05 EH-Day-Count         PIC 9(3).
   05 FILLER               PIC X(68).
01 ERP-DETAIL-RECORD.
   05 ED-Record-Type       PIC X.
   05 ED-Sequence          PIC 9(6).
   05 ED-Production-Date   PIC 9(8).
      *> Espaces pour les chiffres sans cellule (atelier, fenetres
      *> de l'ancien format).
   05 ED-Cell-Id           PIC X(4).
      *> O = jour deja transmis dans un fichier precedent.
   05 ED-Resend-Flag       PIC X.
   05 ED-Window-Count      PIC 9(3).
   05 ED-Availability      PIC 9V99.
   05 ED-Performance       PIC 9V99.
   05 ED-Quality           PIC 9V99.
   05 ED-Overall-OEE       PIC 9V99.
   05 ED-Run-Minutes       PIC 9(5).
   05 ED-Output-Parts      PIC 9(6).
   05 ED-Fault-Minutes     PIC 9(5).
   05 ED-Energy-Kwh        PIC 9(6)V9.
   05 ED-Energy-Cost       PIC 9(7)V99.
   05 ED-Scrap-Parts       PIC 9(6).
   05 ED-Tasks-Completed   PIC 9(4).
   05 ED-Tasks-Compliant   PIC 9(4).
   05 FILLER               PIC X(19).
01 ERP-TRAILER-RECORD.
   05 ET-Record-Type       PIC X.
   05 ET-Sequence          PIC 9(6).
      *> Enregistrements du fichier, en-tete et fin compris.
   05 ET-Record-Count      PIC 9(6).
   05 ET-Detail-Count      PIC 9(6).
   05 ET-Total-Kwh         PIC 9(8)V9.
   05 ET-Total-Cost        PIC 9(9)V99.
   05 ET-Total-Scrap       PIC 9(8).
   05 ET-Total-Completed   PIC 9(6).
   05 ET-Total-Compliant   PIC 9(6).
   05 FILLER               PIC X(41).
