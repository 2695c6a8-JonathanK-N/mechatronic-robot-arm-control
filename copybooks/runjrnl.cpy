      *> Shared run-control journal record written by factory-kpi,
      *> maintenance-scheduler, shift-intake, defect-pareto,
      *> stock-replenish, goods-receipt, meter-maint, history-archive
      *> and nightly-batch : une entree par execution avec les
      *> compteurs et les statuts fichiers finaux. Relu au demarrage
      *> pour detecter une re-execution a la meme date (refus ou
      *> remplacement sous controle operateur), et par nightly-batch
      *> apres chaque etape de la chaine de nuit pour autoriser
      *> l'etape suivante.
01 RUN-JOURNAL-RECORD.
   05 RJ-Run-Id            PIC X(8).
   05 RJ-Run-Date          PIC 9(8).
