      *> Shared record layout for the ERP acknowledgement file ERPACK
      *> deposited by the corporate ERP after loading an ERPOUT file :
      *> une ligne par jour de production recu, avec la sequence du
      *> fichier qui l'a transmis. Lu par erp-extract au debut de
      *> chaque execution ; un jour rejete ou jamais acquitte est
      *> renvoye automatiquement.
01 ERP-ACK-RECORD.
   05 EA-Sequence          PIC 9(6).
   05 EA-Production-Date   PIC 9(8).
      *> A = accepte, R = rejete.
   05 EA-Status            PIC X.
   05 EA-Reason            PIC X(40).
