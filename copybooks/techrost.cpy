      *> Shared record layout for the technician roster TECHROST :
      *> identifiant, jusqu'a trois competences et heures disponibles
      *> du lundi au dimanche. Lu par maintenance-scheduler pour
      *> l'affectation et par maint-cost pour valoriser la main
      *> d'oeuvre. Le taux horaire ($/h) est a blanc sur les fiches
      *> anterieures : garde par un test NUMERIC, taux par defaut.
01 TECH-ROSTER-RECORD.
   05 TR-Tech-Id         PIC X(6).
   05 TR-Skill-Entry OCCURS 3 TIMES.
      10 TR-Skill        PIC X(10).
   05 TR-Day-Hours OCCURS 7 TIMES PIC 9V9.
   05 TR-Labor-Rate      PIC 9(3)V99.
