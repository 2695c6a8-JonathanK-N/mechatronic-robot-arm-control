       >>SOURCE FORMAT FREE
      *>****************************************************************
      *>                                                               *
      *>    ðŸ¦¾ ATLAS 6-DOF ROBOT ARM CONTROL SYSTEM                *
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Tariff-Cal-Status.

    SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Product-Master-Status.

DATA DIVISION.
FILE SECTION.
FD  SHIFT-RESULTS-FILE.
FD  TARIFF-CAL-FILE.
COPY "tarifcal.cpy".

FD  PRODUCT-MASTER-FILE.
COPY "prodmast.cpy".

WORKING-STORAGE SECTION.
01 WS-Shift-Results-Status PIC XX VALUE SPACE.
01 WS-Oee-History-Status   PIC XX VALUE SPACE.
01 WS-Run-Journal-Status   PIC XX VALUE SPACE.
01 WS-Kpi-Parameter-Status PIC XX VALUE SPACE.
01 WS-Tariff-Cal-Status    PIC XX VALUE SPACE.
01 WS-Product-Master-Status PIC XX VALUE SPACE.
01 WS-Run-Date             PIC 9(8).
01 WS-Report-Line          PIC X(100).
01 Report-Page-Count       PIC 9(3) VALUE 0.
01 Shift-Valid             PIC X VALUE "Y".
01 Exception-Count         PIC 9(4) VALUE 0.

      *> Standard d'usine, applique aux fenetres sans code produit
      *> ou dont le produit est absent de PRODMAST.
01 Ideal-Cycle-Time        PIC 9V99 VALUE 1.80. *> secondes
01 Threshold-OEE           PIC 9V99 VALUE 0.90.
01 Threshold-Quality       PIC 9V99 VALUE 0.97.
      *> Standard retenu pour la fenetre en cours de calcul.
01 Window-Cycle-Time       PIC 9(2)V99.
01 Window-Target-OEE       PIC 9V99.
01 Window-Target-Quality   PIC 9V999.
01 Window-Product-Desc     PIC X(30).
01 Max-Windows             PIC 9(3) VALUE 200.
01 Window-Count            PIC 9(3) VALUE 0.

      10 Energy-Kwh        PIC 9(4)V9(1).
      10 Peak-Amps         PIC 9(3).
      10 Cell-Id           PIC X(4).
      10 Window-Product    PIC X(6).

      *> Referentiel produits PRODMAST.
01 Max-Products            PIC 9(2) VALUE 50.
01 Product-Count           PIC 9(2) VALUE 0.
01 Product-Table.
   05 Product OCCURS 1 TO 50 TIMES DEPENDING ON Product-Count.
      10 Product-Code        PIC X(6).
      10 Product-Description PIC X(30).
      10 Product-Cycle-Time  PIC 9(2)V99.
      10 Product-Target-OEE  PIC 9V99.
      10 Product-Target-Scrap PIC 9V999.
01 Product-Idx             PIC 9(2).
01 Matched-Product-Idx     PIC 9(2).

      *> Tarifs de secours si le calendrier TARIFCAL est absent.
01 Peak-Rate-Kwh            PIC 9V999 VALUE 0.180. *> $/kWh, quart jour/soir
      10 TG-Criticality    PIC 9.
      10 TG-Frequency      PIC 9.
      10 TG-Window-Name    PIC X(10).
      10 TG-Cell-Id        PIC X(4).
01 Rule-Idx                PIC 9(2).
01 Triggered-Idx           PIC 9(2).
01 Rule-Fired              PIC X.
01 Cell-Good-Parts         PIC 9(5).
01 Cell-Quality            PIC 9V99.

      *> Agregats par produit pour la synthese KPIRPT ; le code a
      *> blanc regroupe les fenetres sans produit (standard d'usine).
01 Max-Product-Totals      PIC 9(2) VALUE 20.
01 Product-Total-Count     PIC 9(2) VALUE 0.
01 Product-Totals-Table.
   05 Product-Totals OCCURS 20 TIMES.
      10 PT-Product-Code   PIC X(6).
      10 PT-Description    PIC X(30).
      10 PT-Windows        PIC 9(3).
      10 PT-Below-Target   PIC 9(3).
      10 PT-Planned        PIC 9(5).
      10 PT-Run            PIC 9(5).
      10 PT-Parts          PIC 9(5).
      10 PT-Scrap          PIC 9(4).
      10 PT-OEE-Sum        PIC 9(3)V99.
      10 PT-Target-OEE     PIC 9V99.
      10 PT-Target-Scrap   PIC 9V999.
01 Product-Tot-Idx         PIC 9(2).
01 Product-Tot-Idx-2       PIC 9(2).
01 Product-Good-Parts      PIC 9(5).
01 Product-Avg-OEE         PIC 9V99.
01 Product-Scrap-Rate      PIC 9V999.
01 Product-Flag            PIC X(20).

01 Run-Id                  PIC X(8).
01 Run-Seq                 PIC 9(5) VALUE 0.
01 Duplicate-Run-Flag      PIC X VALUE "N".
01 Hist-Kept-Count         PIC 9(3) VALUE 0.
01 Hist-Overflow-Flag      PIC X VALUE "N".
01 Hist-Kept-Table.
   05 Hist-Kept-Line OCCURS 500 TIMES PIC X(80).

PROCEDURE DIVISION.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD
    PERFORM INIT-MAINTENANCE-DATA
    PERFORM LOAD-MAINT-RULES
    PERFORM LOAD-TARIFF-CALENDAR
    PERFORM LOAD-PRODUCT-MASTER
    PERFORM LOAD-SHIFT-RESULTS
    PERFORM OPEN-OEE-HISTORY
    PERFORM OPEN-KPI-REPORT
                            MOVE SR-Energy-Kwh        TO Energy-Kwh (Window-Count)
                            MOVE SR-Peak-Amps         TO Peak-Amps (Window-Count)
                            MOVE SR-Cell-Id           TO Cell-Id (Window-Count)
                            MOVE SR-Product-Code      TO Window-Product (Window-Count)
                        END-IF
                    ELSE
                        PERFORM WRITE-EXCEPTION
        DISPLAY "Regles maintenance chargees : " Rule-Count
    END-IF.

LOAD-PRODUCT-MASTER.
    MOVE 0 TO Product-Count
    OPEN INPUT PRODUCT-MASTER-FILE
    IF WS-Product-Master-Status <> "00"
        DISPLAY "PRODMAST indisponible, statut " WS-Product-Master-Status
        DISPLAY "Performance sur standard d'usine " Ideal-Cycle-Time " s"
    ELSE
        PERFORM UNTIL WS-Product-Master-Status = "10"
            READ PRODUCT-MASTER-FILE
                AT END
                    MOVE "10" TO WS-Product-Master-Status
                NOT AT END
                    IF PM-Product-Code = SPACE
                        OR PM-Ideal-Cycle-Time IS NOT NUMERIC
                        OR PM-Ideal-Cycle-Time = 0
                        DISPLAY "Ligne PRODMAST rejetee : " PM-Product-Code
                    ELSE
                        IF Product-Count < Max-Products
                            ADD 1 TO Product-Count
                            MOVE FUNCTION UPPER-CASE (PM-Product-Code)
                                TO Product-Code (Product-Count)
                            MOVE PM-Description
                                TO Product-Description (Product-Count)
                            MOVE PM-Ideal-Cycle-Time
                                TO Product-Cycle-Time (Product-Count)
                            IF PM-Target-OEE IS NUMERIC
                                MOVE PM-Target-OEE
                                    TO Product-Target-OEE (Product-Count)
                            ELSE
                                MOVE Threshold-OEE
                                    TO Product-Target-OEE (Product-Count)
                            END-IF
                            IF PM-Target-Scrap-Rate IS NUMERIC
                                MOVE PM-Target-Scrap-Rate
                                    TO Product-Target-Scrap (Product-Count)
                            ELSE
                                COMPUTE Product-Target-Scrap (Product-Count)
                                    = 1 - Threshold-Quality
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PRODUCT-MASTER-FILE
        DISPLAY "Produits charges : " Product-Count
    END-IF.

      *> Temps de cycle ideal et objectifs du produit de la fenetre ;
      *> sans produit ou produit inconnu, le standard d'usine reste
      *> applique.
FIND-PRODUCT-STANDARD.
    MOVE Ideal-Cycle-Time TO Window-Cycle-Time
    MOVE Threshold-OEE TO Window-Target-OEE
    MOVE Threshold-Quality TO Window-Target-Quality
    MOVE "Standard d'usine" TO Window-Product-Desc
    MOVE 0 TO Matched-Product-Idx
    IF Window-Product (Idx) = SPACE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING Product-Idx FROM 1 BY 1
        UNTIL Product-Idx > Product-Count OR Matched-Product-Idx > 0
        IF Product-Code (Product-Idx) = Window-Product (Idx)
            MOVE Product-Idx TO Matched-Product-Idx
        END-IF
    END-PERFORM
    IF Matched-Product-Idx > 0
        MOVE Product-Cycle-Time (Matched-Product-Idx) TO Window-Cycle-Time
        MOVE Product-Target-OEE (Matched-Product-Idx) TO Window-Target-OEE
        COMPUTE Window-Target-Quality =
            1 - Product-Target-Scrap (Matched-Product-Idx)
        MOVE Product-Description (Matched-Product-Idx)
            TO Window-Product-Desc
    ELSE
        MOVE "Produit inconnu - standard" TO Window-Product-Desc
        DISPLAY "Produit " Window-Product (Idx)
                " absent de PRODMAST : standard d'usine applique"
    END-IF.

COMPUTE-WINDOW.
    PERFORM FIND-PRODUCT-STANDARD
    MOVE Planned-Minutes (Idx) TO Run-Minutes
    SUBTRACT Fault-Minutes (Idx) FROM Run-Minutes
    IF Run-Minutes < 0

    IF Run-Minutes > 0
        COMPUTE Performance ROUNDED =
            (Output-Parts (Idx) * Window-Cycle-Time)
            / (Run-Minutes * 60)
    ELSE
        MOVE 0 TO Performance
        Availability * Performance * Quality

    DISPLAY "---- " Cell-Id (Idx) " " Window-Name (Idx) " ----"
    DISPLAY "Produit       : " Window-Product (Idx) " "
            Window-Product-Desc " (cycle " Window-Cycle-Time " s)"
    DISPLAY "Disponibilite : " Availability
    DISPLAY "Performance   : " Performance
    DISPLAY "Qualite       : " Quality
    STRING "---- " Cell-Id (Idx) " " Window-Name (Idx) " ----"
        DELIMITED BY SIZE INTO WS-Report-Line
    PERFORM PRINT-REPORT-LINE
    STRING "Produit       : " Window-Product (Idx) " "
           Window-Product-Desc " (cycle " Window-Cycle-Time " s)"
        DELIMITED BY SIZE INTO WS-Report-Line
    PERFORM PRINT-REPORT-LINE
    STRING "Disponibilite : " Availability DELIMITED BY SIZE
        INTO WS-Report-Line
    PERFORM PRINT-REPORT-LINE
    ADD Scrap-Parts (Idx) TO Total-Scrap
    ADD Energy-Kwh (Idx) TO Total-Energy
    ADD Window-Energy-Cost TO Total-Energy-Cost
    PERFORM TALLY-CELL-TOTALS
    PERFORM TALLY-PRODUCT-TOTALS.

TALLY-CELL-TOTALS.
    MOVE 0 TO Cell-Idx
    ADD Energy-Kwh (Idx)      TO CT-Energy (Cell-Idx)
    ADD Window-Energy-Cost    TO CT-Energy-Cost (Cell-Idx).

TALLY-PRODUCT-TOTALS.
    MOVE 0 TO Product-Tot-Idx
    PERFORM VARYING Product-Tot-Idx-2 FROM 1 BY 1
        UNTIL Product-Tot-Idx-2 > Product-Total-Count
        OR Product-Tot-Idx > 0
        IF PT-Product-Code (Product-Tot-Idx-2) = Window-Product (Idx)
            MOVE Product-Tot-Idx-2 TO Product-Tot-Idx
        END-IF
    END-PERFORM
    IF Product-Tot-Idx = 0
        IF Product-Total-Count < Max-Product-Totals
            ADD 1 TO Product-Total-Count
            MOVE Product-Total-Count TO Product-Tot-Idx
            MOVE Window-Product (Idx)
                TO PT-Product-Code (Product-Tot-Idx)
            MOVE Window-Product-Desc TO PT-Description (Product-Tot-Idx)
            MOVE Window-Target-OEE TO PT-Target-OEE (Product-Tot-Idx)
            COMPUTE PT-Target-Scrap (Product-Tot-Idx) =
                1 - Window-Target-Quality
            MOVE 0 TO PT-Windows (Product-Tot-Idx)
            MOVE 0 TO PT-Below-Target (Product-Tot-Idx)
            MOVE 0 TO PT-Planned (Product-Tot-Idx)
            MOVE 0 TO PT-Run (Product-Tot-Idx)
            MOVE 0 TO PT-Parts (Product-Tot-Idx)
            MOVE 0 TO PT-Scrap (Product-Tot-Idx)
            MOVE 0 TO PT-OEE-Sum (Product-Tot-Idx)
        ELSE
            DISPLAY "Table des produits pleine, produit ignore : "
                Window-Product (Idx)
            EXIT PARAGRAPH
        END-IF
    END-IF
    ADD 1                     TO PT-Windows (Product-Tot-Idx)
    IF Overall-OEE < Window-Target-OEE
        ADD 1 TO PT-Below-Target (Product-Tot-Idx)
    END-IF
    ADD Planned-Minutes (Idx) TO PT-Planned (Product-Tot-Idx)
    ADD Run-Minutes           TO PT-Run (Product-Tot-Idx)
    ADD Output-Parts (Idx)    TO PT-Parts (Product-Tot-Idx)
    ADD Scrap-Parts (Idx)     TO PT-Scrap (Product-Tot-Idx)
    ADD Overall-OEE           TO PT-OEE-Sum (Product-Tot-Idx).

WRITE-OEE-HISTORY.
    IF WS-Oee-History-Status = "00"
        MOVE WS-Run-Date   TO OH-Run-Date
            + Quality-Stops-Min (Idx) + Micro-Stops-Min (Idx)
        MOVE Run-Id TO OH-Run-Id
        MOVE Cell-Id (Idx) TO OH-Cell-Id
        MOVE Window-Product (Idx) TO OH-Product-Code
        MOVE Run-Minutes TO OH-Run-Minutes
        MOVE Output-Parts (Idx) TO OH-Output-Parts
        WRITE OEE-HISTORY-RECORD
        ADD 1 TO History-Written-Count
    END-IF.

EVALUATE-ALERTS.
    MOVE SPACE TO Advisory-Line
    IF Overall-OEE < Window-Target-OEE
        MOVE SPACE TO Advisory-Line
        STRING "Alerte OEE < " Window-Target-OEE
               " -> lancer kaizen calibration." DELIMITED BY SIZE
            INTO Advisory-Line
        DISPLAY Advisory-Line
        MOVE Advisory-Line TO WS-Report-Line
        PERFORM PRINT-REPORT-LINE
    END-IF
    IF Quality < Window-Target-Quality
        MOVE SPACE TO Advisory-Line
        STRING "Qualite a " Quality " < objectif " Window-Target-Quality
               " -> Audit pince + FSR."
            DELIMITED BY SIZE INTO Advisory-Line
        DISPLAY Advisory-Line
        MOVE Advisory-Line TO WS-Report-Line
        PERFORM PRINT-REPORT-LINE
    END-IF
    IF Performance > 1
        MOVE SPACE TO Advisory-Line
        STRING "Performance > 1 -> verifier temps de cycle produit "
               Window-Product (Idx) DELIMITED BY SIZE
            INTO Advisory-Line
        DISPLAY Advisory-Line
        MOVE Advisory-Line TO WS-Report-Line
        PERFORM PRINT-REPORT-LINE
    END-IF
    IF Peak-Amps (Idx) > 150
        MOVE SPACE TO Advisory-Line
        STRING "Pic courant " Peak-Amps (Idx)
                TO TG-Frequency (Triggered-Count)
            MOVE Window-Name (Idx)
                TO TG-Window-Name (Triggered-Count)
            MOVE Cell-Id (Idx)
                TO TG-Cell-Id (Triggered-Count)
            DISPLAY "Regle " Rule-Condition (Rule-Idx)
                    " declenchee -> " Rule-Task-Name (Rule-Idx)
        END-IF
    ELSE
      *> Tache deja declenchee sur une autre cellule : elle devient
      *> commune a l'atelier pour l'imputation des couts.
        IF TG-Cell-Id (Triggered-Idx) <> Cell-Id (Idx)
            MOVE SPACE TO TG-Cell-Id (Triggered-Idx)
        END-IF
    END-IF.

LOAD-TARIFF-CALENDAR.
                / CT-Parts (Cell-Idx)
            DISPLAY "  Qualite         : " Cell-Quality
        END-IF
    END-PERFORM
    PERFORM VARYING Product-Tot-Idx FROM 1 BY 1
        UNTIL Product-Tot-Idx > Product-Total-Count
        PERFORM COMPUTE-PRODUCT-RESULT
        DISPLAY "-- Produit " PT-Product-Code (Product-Tot-Idx) " "
                PT-Description (Product-Tot-Idx)
        DISPLAY "  OEE moyen " Product-Avg-OEE
                " / cible " PT-Target-OEE (Product-Tot-Idx)
                "  Rebut " Product-Scrap-Rate
                " / cible " PT-Target-Scrap (Product-Tot-Idx)
                " " Product-Flag
    END-PERFORM.

COMPUTE-PRODUCT-RESULT.
    MOVE 0 TO Product-Avg-OEE
    MOVE 0 TO Product-Scrap-Rate
    MOVE SPACE TO Product-Flag
    IF PT-Windows (Product-Tot-Idx) > 0
        COMPUTE Product-Avg-OEE ROUNDED =
            PT-OEE-Sum (Product-Tot-Idx) / PT-Windows (Product-Tot-Idx)
    END-IF
    IF PT-Parts (Product-Tot-Idx) > 0
        COMPUTE Product-Scrap-Rate ROUNDED =
            PT-Scrap (Product-Tot-Idx) / PT-Parts (Product-Tot-Idx)
    END-IF
    COMPUTE Product-Good-Parts = PT-Parts (Product-Tot-Idx)
        - PT-Scrap (Product-Tot-Idx)
    IF Product-Avg-OEE < PT-Target-OEE (Product-Tot-Idx)
        MOVE "*OEE" TO Product-Flag
    END-IF
    IF Product-Scrap-Rate > PT-Target-Scrap (Product-Tot-Idx)
        MOVE "*REBUT" TO Product-Flag (6:)
    END-IF.

DISPLAY-MAINTENANCE.
    DISPLAY "===== Taches maintenance recommandÃ©es ====="
    IF Rule-Count > 0
            DELIMITED BY SIZE INTO WS-Report-Line
        PERFORM PRINT-REPORT-LINE
    END-PERFORM
    PERFORM WRITE-PRODUCT-REPORT
    MOVE SPACE TO WS-Report-Line
    PERFORM PRINT-REPORT-LINE
    MOVE "===== Taches maintenance recommandees =====" TO WS-Report-Line
        END-PERFORM
    END-IF.

      *> Synthese par produit : OEE moyen des fenetres et taux de
      *> rebut face aux objectifs PRODMAST, pour comparer les familles
      *> de pieces d'un jour a l'autre.
WRITE-PRODUCT-REPORT.
    MOVE SPACE TO WS-Report-Line
    PERFORM PRINT-REPORT-LINE
    MOVE "===== Synthese par produit =====" TO WS-Report-Line
    PERFORM PRINT-REPORT-LINE
    PERFORM VARYING Product-Tot-Idx FROM 1 BY 1
        UNTIL Product-Tot-Idx > Product-Total-Count
        PERFORM COMPUTE-PRODUCT-RESULT
        STRING "-- Produit " PT-Product-Code (Product-Tot-Idx) " "
               PT-Description (Product-Tot-Idx) " --"
            DELIMITED BY SIZE INTO WS-Report-Line
        PERFORM PRINT-REPORT-LINE
        STRING "  Fenetres " PT-Windows (Product-Tot-Idx)
               "  Plannifie " PT-Planned (Product-Tot-Idx)
               " min  Effectif " PT-Run (Product-Tot-Idx)
               " min  Bonnes " Product-Good-Parts
            DELIMITED BY SIZE INTO WS-Report-Line
        PERFORM PRINT-REPORT-LINE
        STRING "  OEE moyen " Product-Avg-OEE
               " / cible " PT-Target-OEE (Product-Tot-Idx)
               "  Sous cible " PT-Below-Target (Product-Tot-Idx)
               "  Rebut " Product-Scrap-Rate
               " / cible " PT-Target-Scrap (Product-Tot-Idx)
               " " Product-Flag
            DELIMITED BY SIZE INTO WS-Report-Line
        PERFORM PRINT-REPORT-LINE
    END-PERFORM.

WRITE-MAINT-FEED.
    OPEN OUTPUT MAINT-FEED-FILE
    IF WS-Maint-Feed-Status = "00"
        MOVE TG-Frequency (Triggered-Idx)   TO MF-Frequency-Day
        MOVE TG-Skill (Triggered-Idx)       TO MF-Skill
        MOVE TG-Criticality (Triggered-Idx) TO MF-Criticality
        MOVE TG-Cell-Id (Triggered-Idx)     TO MF-Cell-Id
        WRITE MAINT-FEED-RECORD
    END-PERFORM.

            END-EVALUATE
            MOVE "KPI"               TO MF-Skill
            MOVE Task-Priority (Idx) TO MF-Criticality
            MOVE SPACE               TO MF-Cell-Id
            WRITE MAINT-FEED-RECORD
        END-PERFORM.
