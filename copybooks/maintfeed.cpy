      *> Shared record layout for the KPI-driven maintenance feed
      *> written by factory-kpi, extended by defect-pareto and
      *> meter-maint (composants arrives a leur intervalle d'usure),
      *> and merged into Task-Table by maintenance-scheduler.
01 MAINT-FEED-RECORD.
   05 MF-Task-Name         PIC X(24).
   05 MF-Task-Hours        PIC 9V9.
   05 MF-Frequency-Day     PIC 9.
   05 MF-Skill             PIC X(10).
   05 MF-Criticality       PIC 9.
      *> Cellule concernee par la tache, espaces pour une tache
      *> commune a l'atelier (flux statique, defauts qualite).
   05 MF-Cell-Id           PIC X(4).
