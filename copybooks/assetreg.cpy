      *> Shared record layout for the component register ASSETREG :
      *> une ligne par composant d'usure d'une cellule robot
      *> (reducteurs d'axes, pince, harnais ODrive...) avec son
      *> intervalle d'entretien en minutes de marche (MIN) ou en
      *> pieces produites (PCS) et la tache de maintenance a lancer.
      *> Le compteur, la date du dernier cumul OEEHIST et la date de
      *> la derniere remise a zero sont tenus par meter-maint ; a
      *> blanc sur un composant nouvellement saisi (compteur a zero).
01 ASSET-REGISTER-RECORD.
   05 AR-Component-Id      PIC X(8).
   05 AR-Cell-Id           PIC X(4).
   05 AR-Description       PIC X(24).
   05 AR-Meter-Type        PIC X(4).
   05 AR-Interval          PIC 9(7).
   05 AR-Task-Name         PIC X(24).
   05 AR-Task-Hours        PIC 9V9.
   05 AR-Skill             PIC X(10).
   05 AR-Criticality       PIC 9.
   05 AR-Meter-Value       PIC 9(7).
   05 AR-Last-Date         PIC 9(8).
   05 AR-Reset-Date        PIC 9(8).
