      *> Shared record layout for the dated fault event history
      *> FAULTEVT written by fault-intake from the cell controller
      *> export (un enregistrement par arret sur defaut) and read by
      *> fault-reliability for the MTBF / MTTR report. La date est
      *> celle du passage d'integration, comme OH-Run-Date dans
      *> OEEHIST. Axe : J1 a J6, GRIP (prehenseur), HARN (faisceau)
      *> ou tout autre organe declare par le controleur.
01 FAULT-EVENT-RECORD.
   05 FE-Run-Date          PIC 9(8).
   05 FE-Cell-Id           PIC X(4).
   05 FE-Window-Name       PIC X(10).
      *> Heure de debut de l'arret (HHMM).
   05 FE-Start-Time        PIC 9(4).
   05 FE-Axis              PIC X(4).
   05 FE-Fault-Code        PIC X(6).
      *> Duree de l'arret en secondes.
   05 FE-Duration-Sec      PIC 9(5).
