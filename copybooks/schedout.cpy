      *> Shared record layout for the persisted weekly schedule
      *> SCHEDOUT : une ligne par affectation ecrite par
      *> maintenance-scheduler et relue par stock-replenish pour
      *> reserver les pieces des taches planifiees et par maint-cost
      *> pour le cout prevu ; breakdown-request y insere les
      *> interventions urgentes en cours de semaine, que
      *> maintenance-scheduler conserve a la replanification.
01 SCHEDULE-OUT-RECORD.
   05 SO-Planned-Date    PIC 9(8).
   05 SO-Day             PIC 9.
   05 SO-Tech-Id         PIC X(6).
   05 SO-Estimated-Hours PIC 9V9.
   05 SO-Criticality     PIC 9.
      *> Cellule de la tache, espaces pour une tache commune.
   05 SO-Cell-Id         PIC X(4).
      *> Competence requise, espaces sur les lignes anterieures.
   05 SO-Skill           PIC X(10).
      *> Libelle de la tache, espaces sur les lignes anterieures.
   05 SO-Task-Name       PIC X(26).
      *> O = intervention urgente inseree par breakdown-request.
   05 SO-Urgent-Flag     PIC X.
