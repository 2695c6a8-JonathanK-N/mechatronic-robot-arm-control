      *> Shared record layout for the maintenance completion log
      *> written by maintenance-scheduler and read back by
      *> maint-reconcile for the downtime reconciliation, and by
      *> maint-cost for the maintenance cost accounting.
01 COMPLETION-LOG-RECORD.
   05 CL-Task-Name        PIC X(26).
   05 CL-Day-Label        PIC X(12).
   05 CL-Compliant        PIC X(3).
   05 CL-Log-Date         PIC 9(8).
   05 CL-Run-Id           PIC X(8).
      *> Technicien affecte et cellule de la tache ; espaces sur les
      *> enregistrements anterieurs (taux horaire par defaut, cellule
      *> commune).
   05 CL-Tech-Id          PIC X(6).
   05 CL-Cell-Id          PIC X(4).
