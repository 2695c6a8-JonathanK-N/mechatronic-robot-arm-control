       >>SOURCE FORMAT FREE
      *>****************************************************************
      *> daily_meeting.cbl
      *> Feuille de la reunion de production du matin, une page par
      *> cellule robot dans MTGSHEET, reprenant en un seul document
      *> les chiffres de KPIRPT, PARETO, SCHEDOUT/WORKORD, UNSCHED et
      *> PARTSHRT :
      *>   - OEE de la veille et ses trois facteurs (OEEHIST) face a
      *>     la moyenne des sept jours precedents, et face aux
      *>     objectifs OEE / rebut PRODMAST des produits passes sur
      *>     la cellule (standard d'usine a defaut, comme factory-kpi) ;
      *>   - les trois premiers codes defauts de la veille (DEFHIST,
      *>     rattaches a la cellule par la fenetre OEEHIST du jour,
      *>     libelles et seuils DEFCODES) ;
      *>   - les actions correctives ouvertes du feed MAINTFD ;
      *>   - la maintenance planifiee du jour (SCHEDOUT) avec
      *>     technicien et creneau ;
      *>   - le backlog reporte (UNSCHED, cellule retrouvee par le
      *>     code tache dans SCHEDOUT) ;
      *>   - les pieces manquantes (PARTSHRT) qui bloquent un ordre de
      *>     travail du jour.
      *> Tout indicateur hors seuil est marque "<<" et compte dans les
      *> points a traiter en bas de page. Les elements sans cellule
      *> (taches communes, fenetres de l'ancien format) sont regroupes
      *> sur une page ATELIER.
      *>****************************************************************

IDENTIFICATION DIVISION.
PROGRAM-ID. daily-meeting.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OEE-HISTORY-FILE ASSIGN TO "OEEHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Oee-History-Status.

    SELECT DEFECT-HISTORY-FILE ASSIGN TO "DEFHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Defect-History-Status.

    SELECT DEFECT-CODES-FILE ASSIGN TO "DEFCODES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Defect-Codes-Status.

    SELECT MAINT-FEED-FILE ASSIGN TO "MAINTFD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Maint-Feed-Status.

    SELECT SCHEDULE-OUT-FILE ASSIGN TO "SCHEDOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Schedule-Out-Status.

    SELECT UNSCHEDULED-FILE ASSIGN TO "UNSCHED"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Unscheduled-Status.

    SELECT PART-SHORTAGE-FILE ASSIGN TO "PARTSHRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Part-Shortage-Status.

    SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Product-Master-Status.

    SELECT MEETING-SHEET-FILE ASSIGN TO "MTGSHEET"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Meeting-Sheet-Status.

DATA DIVISION.
FILE SECTION.
FD  OEE-HISTORY-FILE.
COPY "oeehist.cpy".

FD  DEFECT-HISTORY-FILE.
01 DEFECT-HISTORY-RECORD.
   05 DH-Run-Date          PIC 9(8).
   05 DH-Window-Name       PIC X(10).
   05 DH-Defect-Code       PIC X(4).
   05 DH-Part-Count        PIC 9(3).

FD  DEFECT-CODES-FILE.
01 DEFECT-CODES-RECORD.
   05 DC-Code              PIC X(4).
   05 DC-Description       PIC X(30).
   05 DC-Task-Name         PIC X(24).
   05 DC-Task-Hours        PIC 9V9.
   05 DC-Skill             PIC X(10).
   05 DC-Criticality       PIC 9.
   05 DC-Threshold         PIC 9(3).

FD  MAINT-FEED-FILE.
COPY "maintfeed.cpy".

FD  SCHEDULE-OUT-FILE.
COPY "schedout.cpy".

FD  UNSCHEDULED-FILE.
01 UNSCHEDULED-RECORD      PIC X(80).

      *> Ligne de rupture ecrite par maintenance-scheduler :
      *> jour, tache, piece, quantite, disponible.
FD  PART-SHORTAGE-FILE.
01 PART-SHORTAGE-RECORD.
   05 PS-Day-Label         PIC X(12).
   05 FILLER               PIC X(7).
   05 PS-Task-Code         PIC X(6).
   05 FILLER               PIC X(7).
   05 PS-Part-Number       PIC X(8).
   05 FILLER               PIC X(5).
   05 PS-Quantity          PIC X(3).
   05 FILLER               PIC X(32).

FD  PRODUCT-MASTER-FILE.
COPY "prodmast.cpy".

FD  MEETING-SHEET-FILE.
01 MEETING-SHEET-RECORD    PIC X(100).

WORKING-STORAGE SECTION.
01 WS-Oee-History-Status    PIC XX VALUE SPACE.
01 WS-Defect-History-Status PIC XX VALUE SPACE.
01 WS-Defect-Codes-Status   PIC XX VALUE SPACE.
01 WS-Maint-Feed-Status     PIC XX VALUE SPACE.
01 WS-Schedule-Out-Status   PIC XX VALUE SPACE.
01 WS-Unscheduled-Status    PIC XX VALUE SPACE.
01 WS-Part-Shortage-Status  PIC XX VALUE SPACE.
01 WS-Product-Master-Status PIC XX VALUE SPACE.
01 WS-Meeting-Sheet-Status  PIC XX VALUE SPACE.
01 WS-Run-Date              PIC 9(8).
01 WS-Report-Line           PIC X(100).

01 Meeting-Date             PIC 9(8) VALUE 0.
01 Yesterday-Date           PIC 9(8).
01 Average-From-Date        PIC 9(8).
01 Average-To-Date          PIC 9(8).

      *> Standard d'usine de factory-kpi, applique aux fenetres sans
      *> code produit ou dont le produit est absent de PRODMAST.
01 Threshold-OEE            PIC 9V99 VALUE 0.90.
01 Threshold-Quality        PIC 9V99 VALUE 0.97.
      *> Objectifs du produit de la fenetre en cours, puis objectifs
      *> de la cellule ponderes par ses fenetres de la veille.
01 Window-Target-OEE        PIC 9V99.
01 Window-Target-Quality    PIC 9V999.
01 Cell-Target-OEE          PIC 9V99.
01 Cell-Target-Quality      PIC 9V999.
      *> Baisse toleree face a la moyenne 7 jours, criticite d'une
      *> corrective a traiter en priorite.
01 Max-Factor-Drop          PIC 9V99 VALUE 0.05.
01 Urgent-Criticality       PIC 9 VALUE 2.

01 Max-Cells                PIC 9(2) VALUE 20.
01 Cell-Count               PIC 9(2) VALUE 0.
01 Cell-Overflow-Flag       PIC X VALUE "N".

      *> Referentiel produits PRODMAST.
01 Max-Products             PIC 9(2) VALUE 50.
01 Product-Count            PIC 9(2) VALUE 0.
01 Product-Table.
   05 Product OCCURS 1 TO 50 TIMES DEPENDING ON Product-Count.
      10 Product-Code         PIC X(6).
      10 Product-Target-OEE   PIC 9V99.
      10 Product-Target-Scrap PIC 9V999.
01 Product-Idx              PIC 9(2).
01 Matched-Product-Idx      PIC 9(2).
01 Window-Product           PIC X(6).

01 Cell-Table.
   05 Cell-Entry OCCURS 20 TIMES.
      10 CT-Cell-Id         PIC X(4).
      10 CT-Yest-Count      PIC 9(3).
      10 CT-Yest-Factor OCCURS 4 TIMES PIC 9(3)V99.
      10 CT-Avg-Count       PIC 9(3).
      10 CT-Avg-Factor OCCURS 4 TIMES PIC 9(4)V99.
      10 CT-Target-OEE      PIC 9(3)V99.
      10 CT-Target-Quality  PIC 9(3)V999.
01 Cell-Idx                 PIC 9(2).
01 Found-Cell-Idx           PIC 9(2).
01 Work-Cell-Id             PIC X(4).

01 Factor-Names.
   05 FILLER PIC X(12) VALUE "Disponib.   ".
   05 FILLER PIC X(12) VALUE "Performance ".
   05 FILLER PIC X(12) VALUE "Qualite     ".
   05 FILLER PIC X(12) VALUE "OEE         ".
01 Factor-Name-Tbl REDEFINES Factor-Names.
   05 Factor-Name OCCURS 4 TIMES PIC X(12).
01 Factor-Idx               PIC 9.
01 Work-Factor-Tbl.
   05 Work-Factor OCCURS 4 TIMES PIC 9V99.

      *> Fenetres de la veille et leur cellule, pour rattacher les
      *> defauts DEFHIST qui ne portent que le nom de fenetre.
01 Max-Window-Maps          PIC 9(3) VALUE 100.
01 Window-Map-Count         PIC 9(3) VALUE 0.
01 Window-Map-Table.
   05 Window-Map OCCURS 100 TIMES.
      10 WM-Window-Name     PIC X(10).
      10 WM-Cell-Id         PIC X(4).
01 Window-Map-Idx           PIC 9(3).

01 Max-Codes                PIC 9(3) VALUE 100.
01 Code-Count               PIC 9(3) VALUE 0.
01 Code-Table.
   05 Code-Entry OCCURS 100 TIMES.
      10 DCT-Code           PIC X(4).
      10 DCT-Description    PIC X(30).
      10 DCT-Threshold      PIC 9(3).
01 Code-Idx                 PIC 9(3).

01 Max-Defect-Tallies       PIC 9(3) VALUE 200.
01 Defect-Tally-Count       PIC 9(3) VALUE 0.
01 Defect-Tally-Table.
   05 Defect-Tally OCCURS 200 TIMES.
      10 DT-Cell-Id         PIC X(4).
      10 DT-Code            PIC X(4).
      10 DT-Count           PIC 9(5).
      10 DT-Printed         PIC X.
01 Defect-Idx               PIC 9(3).
01 Best-Defect-Idx          PIC 9(3).
01 Top-Rank                 PIC 9.
01 Max-Top-Defects          PIC 9 VALUE 3.

01 Max-Correctives          PIC 9(3) VALUE 100.
01 Corrective-Count         PIC 9(3) VALUE 0.
01 Corrective-Table.
   05 Corrective OCCURS 100 TIMES.
      10 CO-Task-Name       PIC X(24).
      10 CO-Task-Hours      PIC 9V9.
      10 CO-Skill           PIC X(10).
      10 CO-Criticality     PIC 9.
      10 CO-Cell-Id         PIC X(4).
01 Corrective-Idx           PIC 9(3).

      *> Planning complet : lignes du jour a editer, et code tache ->
      *> cellule pour rattacher le backlog.
01 Max-Schedule-Lines       PIC 9(3) VALUE 300.
01 Schedule-Count           PIC 9(3) VALUE 0.
01 Schedule-Table.
   05 Schedule-Entry OCCURS 300 TIMES.
      10 SE-Planned-Date    PIC 9(8).
      10 SE-Day-Label       PIC X(12).
      10 SE-Slot-Name       PIC X(8).
      10 SE-Task-Code       PIC X(6).
      10 SE-Tech-Id         PIC X(6).
      10 SE-Estimated-Hours PIC 9V9.
      10 SE-Criticality     PIC 9.
      10 SE-Cell-Id         PIC X(4).
01 Schedule-Idx             PIC 9(3).
01 Today-Day-Label          PIC X(12) VALUE SPACE.

01 Max-Backlog              PIC 9(3) VALUE 100.
01 Backlog-Count            PIC 9(3) VALUE 0.
01 Backlog-Table.
   05 Backlog-Entry OCCURS 100 TIMES.
      10 BL-Line            PIC X(80).
      10 BL-Cell-Id         PIC X(4).
01 Backlog-Idx              PIC 9(3).

01 Max-Shortages            PIC 9(3) VALUE 100.
01 Shortage-Count           PIC 9(3) VALUE 0.
01 Shortage-Table.
   05 Shortage-Entry OCCURS 100 TIMES.
      10 SH-Day-Label       PIC X(12).
      10 SH-Task-Code       PIC X(6).
      10 SH-Part-Number     PIC X(8).
      10 SH-Quantity        PIC X(3).
01 Shortage-Idx             PIC 9(3).
01 Task-Blocked-Flag        PIC X.

01 Flag-Count               PIC 9(3).
01 Section-Lines            PIC 9(3).
01 Sheet-Count              PIC 9(2) VALUE 0.
01 Edit-Yest                PIC 9.99.
01 Edit-Avg                 PIC 9.99.
01 Edit-Delta               PIC +9.99.
01 Edit-Hours               PIC Z9.9.
01 Edit-Count               PIC ZZZZ9.
01 Work-Average             PIC 9V99.
01 Work-Delta               PIC S9V99.
01 Edit-Target              PIC 9.999.
01 Flag-Text                PIC X(24).

PROCEDURE DIVISION.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD
    DISPLAY "===== Feuille de reunion de production ====="
    DISPLAY "Date de la reunion (AAAAMMJJ, 0 = aujourd'hui) : "
        WITH NO ADVANCING
    ACCEPT Meeting-Date
    IF Meeting-Date = 0 OR Meeting-Date IS NOT NUMERIC
        MOVE WS-Run-Date TO Meeting-Date
    END-IF
    COMPUTE Yesterday-Date = FUNCTION DATE-OF-INTEGER
        (FUNCTION INTEGER-OF-DATE (Meeting-Date) - 1)
    COMPUTE Average-From-Date = FUNCTION DATE-OF-INTEGER
        (FUNCTION INTEGER-OF-DATE (Meeting-Date) - 8)
    COMPUTE Average-To-Date = FUNCTION DATE-OF-INTEGER
        (FUNCTION INTEGER-OF-DATE (Meeting-Date) - 2)
    PERFORM LOAD-PRODUCT-MASTER
    PERFORM LOAD-OEE-HISTORY
    PERFORM LOAD-DEFECT-CODES
    PERFORM LOAD-DEFECT-HISTORY
    PERFORM LOAD-MAINT-FEED
    PERFORM LOAD-SCHEDULE
    PERFORM LOAD-BACKLOG
    PERFORM LOAD-PART-SHORTAGES
    IF Cell-Overflow-Flag = "Y"
        DISPLAY "Plus de " Max-Cells " cellules, cellules en trop"
                " non editees"
    END-IF
    OPEN OUTPUT MEETING-SHEET-FILE
    IF WS-Meeting-Sheet-Status <> "00"
        DISPLAY "MEETING-SHEET indisponible, statut "
            WS-Meeting-Sheet-Status
    END-IF
    PERFORM VARYING Cell-Idx FROM 1 BY 1 UNTIL Cell-Idx > Cell-Count
        IF CT-Cell-Id (Cell-Idx) <> SPACE
            PERFORM WRITE-CELL-SHEET
        END-IF
    END-PERFORM
    PERFORM VARYING Cell-Idx FROM 1 BY 1 UNTIL Cell-Idx > Cell-Count
        IF CT-Cell-Id (Cell-Idx) = SPACE
            PERFORM WRITE-CELL-SHEET
        END-IF
    END-PERFORM
    IF Cell-Count = 0
        MOVE "Aucune donnee pour la reunion" TO WS-Report-Line
        PERFORM PRINT-SHEET-LINE
    END-IF
    IF WS-Meeting-Sheet-Status = "00"
        CLOSE MEETING-SHEET-FILE
    END-IF
    DISPLAY "Pages editees : " Sheet-Count
    STOP RUN.

PRINT-SHEET-LINE.
    DISPLAY WS-Report-Line
    IF WS-Meeting-Sheet-Status = "00"
        MOVE WS-Report-Line TO MEETING-SHEET-RECORD
        WRITE MEETING-SHEET-RECORD
    END-IF
    MOVE SPACE TO WS-Report-Line.

      *> Cellule Work-Cell-Id retrouvee ou ajoutee dans Cell-Table.
FIND-CELL.
    MOVE 0 TO Found-Cell-Idx
    PERFORM VARYING Cell-Idx FROM 1 BY 1
        UNTIL Cell-Idx > Cell-Count OR Found-Cell-Idx > 0
        IF CT-Cell-Id (Cell-Idx) = Work-Cell-Id
            MOVE Cell-Idx TO Found-Cell-Idx
        END-IF
    END-PERFORM
    IF Found-Cell-Idx = 0
        IF Cell-Count < Max-Cells
            ADD 1 TO Cell-Count
            MOVE Cell-Count TO Found-Cell-Idx
            MOVE Work-Cell-Id TO CT-Cell-Id (Found-Cell-Idx)
            MOVE 0 TO CT-Yest-Count (Found-Cell-Idx)
            MOVE 0 TO CT-Avg-Count (Found-Cell-Idx)
            MOVE 0 TO CT-Target-OEE (Found-Cell-Idx)
            MOVE 0 TO CT-Target-Quality (Found-Cell-Idx)
            PERFORM VARYING Factor-Idx FROM 1 BY 1 UNTIL Factor-Idx > 4
                MOVE 0 TO CT-Yest-Factor (Found-Cell-Idx, Factor-Idx)
                MOVE 0 TO CT-Avg-Factor (Found-Cell-Idx, Factor-Idx)
            END-PERFORM
        ELSE
            MOVE "Y" TO Cell-Overflow-Flag
        END-IF
    END-IF.

      *> Meme chargement que factory-kpi : objectifs absents ou non
      *> numeriques remplaces par le standard d'usine.
LOAD-PRODUCT-MASTER.
    MOVE 0 TO Product-Count
    OPEN INPUT PRODUCT-MASTER-FILE
    IF WS-Product-Master-Status <> "00"
        DISPLAY "PRODMAST indisponible, statut " WS-Product-Master-Status
        DISPLAY "Objectifs sur standard d'usine"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-Product-Master-Status = "10"
        READ PRODUCT-MASTER-FILE
            AT END
                MOVE "10" TO WS-Product-Master-Status
            NOT AT END
                IF PM-Product-Code <> SPACE
                    AND Product-Count < Max-Products
                    ADD 1 TO Product-Count
                    MOVE FUNCTION UPPER-CASE (PM-Product-Code)
                        TO Product-Code (Product-Count)
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
        END-READ
    END-PERFORM
    CLOSE PRODUCT-MASTER-FILE.

      *> Objectifs du produit de la fenetre ; sans produit ou produit
      *> inconnu, le standard d'usine reste applique (meme regle que
      *> factory-kpi).
FIND-PRODUCT-STANDARD.
    MOVE Threshold-OEE TO Window-Target-OEE
    MOVE Threshold-Quality TO Window-Target-Quality
    MOVE 0 TO Matched-Product-Idx
    MOVE FUNCTION UPPER-CASE (OH-Product-Code) TO Window-Product
    IF Window-Product = SPACE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING Product-Idx FROM 1 BY 1
        UNTIL Product-Idx > Product-Count OR Matched-Product-Idx > 0
        IF Product-Code (Product-Idx) = Window-Product
            MOVE Product-Idx TO Matched-Product-Idx
        END-IF
    END-PERFORM
    IF Matched-Product-Idx > 0
        MOVE Product-Target-OEE (Matched-Product-Idx) TO Window-Target-OEE
        COMPUTE Window-Target-Quality =
            1 - Product-Target-Scrap (Matched-Product-Idx)
    END-IF.

LOAD-OEE-HISTORY.
    OPEN INPUT OEE-HISTORY-FILE
    IF WS-Oee-History-Status <> "00"
        DISPLAY "OEE-HISTORY indisponible, statut " WS-Oee-History-Status
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-Oee-History-Status = "10"
        READ OEE-HISTORY-FILE
            AT END
                MOVE "10" TO WS-Oee-History-Status
            NOT AT END
                IF OH-Run-Date IS NUMERIC
                    AND OH-Overall-OEE IS NUMERIC
                    AND (OH-Run-Date = Yesterday-Date
                         OR (OH-Run-Date >= Average-From-Date
                             AND OH-Run-Date <= Average-To-Date))
                    PERFORM TALLY-OEE-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE OEE-HISTORY-FILE.

TALLY-OEE-RECORD.
    MOVE OH-Cell-Id TO Work-Cell-Id
    PERFORM FIND-CELL
    IF Found-Cell-Idx = 0
        EXIT PARAGRAPH
    END-IF
    MOVE OH-Availability TO Work-Factor (1)
    MOVE OH-Performance  TO Work-Factor (2)
    MOVE OH-Quality      TO Work-Factor (3)
    MOVE OH-Overall-OEE  TO Work-Factor (4)
    IF OH-Run-Date = Yesterday-Date
        ADD 1 TO CT-Yest-Count (Found-Cell-Idx)
        PERFORM FIND-PRODUCT-STANDARD
        ADD Window-Target-OEE TO CT-Target-OEE (Found-Cell-Idx)
        ADD Window-Target-Quality TO CT-Target-Quality (Found-Cell-Idx)
        PERFORM VARYING Factor-Idx FROM 1 BY 1 UNTIL Factor-Idx > 4
            ADD Work-Factor (Factor-Idx)
                TO CT-Yest-Factor (Found-Cell-Idx, Factor-Idx)
        END-PERFORM
        IF Window-Map-Count < Max-Window-Maps
            ADD 1 TO Window-Map-Count
            MOVE OH-Window-Name TO WM-Window-Name (Window-Map-Count)
            MOVE OH-Cell-Id     TO WM-Cell-Id (Window-Map-Count)
        END-IF
    ELSE
        ADD 1 TO CT-Avg-Count (Found-Cell-Idx)
        PERFORM VARYING Factor-Idx FROM 1 BY 1 UNTIL Factor-Idx > 4
            ADD Work-Factor (Factor-Idx)
                TO CT-Avg-Factor (Found-Cell-Idx, Factor-Idx)
        END-PERFORM
    END-IF.

LOAD-DEFECT-CODES.
    OPEN INPUT DEFECT-CODES-FILE
    IF WS-Defect-Codes-Status <> "00"
        DISPLAY "DEFECT-CODES indisponible, statut "
            WS-Defect-Codes-Status
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-Defect-Codes-Status = "10"
        READ DEFECT-CODES-FILE
            AT END
                MOVE "10" TO WS-Defect-Codes-Status
            NOT AT END
                IF Code-Count < Max-Codes
                    ADD 1 TO Code-Count
                    MOVE DC-Code        TO DCT-Code (Code-Count)
                    MOVE DC-Description TO DCT-Description (Code-Count)
                    IF DC-Threshold IS NUMERIC
                        MOVE DC-Threshold TO DCT-Threshold (Code-Count)
                    ELSE
                        MOVE 0 TO DCT-Threshold (Code-Count)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE DEFECT-CODES-FILE.

LOAD-DEFECT-HISTORY.
    OPEN INPUT DEFECT-HISTORY-FILE
    IF WS-Defect-History-Status <> "00"
        DISPLAY "DEFECT-HISTORY indisponible, statut "
            WS-Defect-History-Status
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-Defect-History-Status = "10"
        READ DEFECT-HISTORY-FILE
            AT END
                MOVE "10" TO WS-Defect-History-Status
            NOT AT END
                IF DH-Run-Date IS NUMERIC
                    AND DH-Part-Count IS NUMERIC
                    AND DH-Run-Date = Yesterday-Date
                    PERFORM TALLY-DEFECT-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE DEFECT-HISTORY-FILE.

TALLY-DEFECT-RECORD.
    MOVE SPACE TO Work-Cell-Id
    PERFORM VARYING Window-Map-Idx FROM 1 BY 1
        UNTIL Window-Map-Idx > Window-Map-Count
        OR Work-Cell-Id <> SPACE
        IF WM-Window-Name (Window-Map-Idx) = DH-Window-Name
            MOVE WM-Cell-Id (Window-Map-Idx) TO Work-Cell-Id
        END-IF
    END-PERFORM
    PERFORM FIND-CELL
    IF Found-Cell-Idx = 0
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO Best-Defect-Idx
    PERFORM VARYING Defect-Idx FROM 1 BY 1
        UNTIL Defect-Idx > Defect-Tally-Count OR Best-Defect-Idx > 0
        IF DT-Cell-Id (Defect-Idx) = Work-Cell-Id
            AND DT-Code (Defect-Idx) = DH-Defect-Code
            MOVE Defect-Idx TO Best-Defect-Idx
        END-IF
    END-PERFORM
    IF Best-Defect-Idx = 0
        IF Defect-Tally-Count < Max-Defect-Tallies
            ADD 1 TO Defect-Tally-Count
            MOVE Defect-Tally-Count TO Best-Defect-Idx
            MOVE Work-Cell-Id   TO DT-Cell-Id (Best-Defect-Idx)
            MOVE DH-Defect-Code TO DT-Code (Best-Defect-Idx)
            MOVE 0 TO DT-Count (Best-Defect-Idx)
        END-IF
    END-IF
    IF Best-Defect-Idx > 0
        ADD DH-Part-Count TO DT-Count (Best-Defect-Idx)
    END-IF.

LOAD-MAINT-FEED.
    OPEN INPUT MAINT-FEED-FILE
    IF WS-Maint-Feed-Status <> "00"
        DISPLAY "MAINT-FEED indisponible, statut " WS-Maint-Feed-Status
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-Maint-Feed-Status = "10"
        READ MAINT-FEED-FILE
            AT END
                MOVE "10" TO WS-Maint-Feed-Status
            NOT AT END
                IF Corrective-Count < Max-Correctives
                    ADD 1 TO Corrective-Count
                    MOVE MF-Task-Name TO CO-Task-Name (Corrective-Count)
                    MOVE MF-Task-Hours TO CO-Task-Hours (Corrective-Count)
                    MOVE MF-Skill     TO CO-Skill (Corrective-Count)
                    IF MF-Criticality IS NUMERIC
                        MOVE MF-Criticality
                            TO CO-Criticality (Corrective-Count)
                    ELSE
                        MOVE 9 TO CO-Criticality (Corrective-Count)
                    END-IF
                    MOVE MF-Cell-Id   TO CO-Cell-Id (Corrective-Count)
                    MOVE MF-Cell-Id   TO Work-Cell-Id
                    PERFORM FIND-CELL
                END-IF
        END-READ
    END-PERFORM
    CLOSE MAINT-FEED-FILE.

LOAD-SCHEDULE.
    OPEN INPUT SCHEDULE-OUT-FILE
    IF WS-Schedule-Out-Status <> "00"
        DISPLAY "SCHEDULE-OUT indisponible, statut "
            WS-Schedule-Out-Status
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-Schedule-Out-Status = "10"
        READ SCHEDULE-OUT-FILE
            AT END
                MOVE "10" TO WS-Schedule-Out-Status
            NOT AT END
                IF Schedule-Count < Max-Schedule-Lines
                    AND SO-Planned-Date IS NUMERIC
                    ADD 1 TO Schedule-Count
                    MOVE SO-Planned-Date TO SE-Planned-Date (Schedule-Count)
                    MOVE SO-Day-Label    TO SE-Day-Label (Schedule-Count)
                    MOVE SO-Slot-Name    TO SE-Slot-Name (Schedule-Count)
                    MOVE SO-Task-Code    TO SE-Task-Code (Schedule-Count)
                    MOVE SO-Tech-Id      TO SE-Tech-Id (Schedule-Count)
                    MOVE SO-Estimated-Hours
                        TO SE-Estimated-Hours (Schedule-Count)
                    MOVE SO-Criticality  TO SE-Criticality (Schedule-Count)
                    MOVE SO-Cell-Id      TO SE-Cell-Id (Schedule-Count)
                    IF SO-Planned-Date = Meeting-Date
                        MOVE SO-Day-Label TO Today-Day-Label
                        MOVE SO-Cell-Id TO Work-Cell-Id
                        PERFORM FIND-CELL
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SCHEDULE-OUT-FILE.

      *> Les lignes UNSCHED commencent par le code tache ; le titre
      *> est ignore.
LOAD-BACKLOG.
    OPEN INPUT UNSCHEDULED-FILE
    IF WS-Unscheduled-Status <> "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-Unscheduled-Status = "10"
        READ UNSCHEDULED-FILE
            AT END
                MOVE "10" TO WS-Unscheduled-Status
            NOT AT END
                IF UNSCHEDULED-RECORD (1:5) <> "====="
                    AND UNSCHEDULED-RECORD <> SPACE
                    AND Backlog-Count < Max-Backlog
                    ADD 1 TO Backlog-Count
                    MOVE UNSCHEDULED-RECORD TO BL-Line (Backlog-Count)
                    MOVE SPACE TO Work-Cell-Id
                    PERFORM VARYING Schedule-Idx FROM 1 BY 1
                        UNTIL Schedule-Idx > Schedule-Count
                        OR Work-Cell-Id <> SPACE
                        IF SE-Task-Code (Schedule-Idx)
                            = UNSCHEDULED-RECORD (1:6)
                            MOVE SE-Cell-Id (Schedule-Idx) TO Work-Cell-Id
                        END-IF
                    END-PERFORM
                    MOVE Work-Cell-Id TO BL-Cell-Id (Backlog-Count)
                    PERFORM FIND-CELL
                END-IF
        END-READ
    END-PERFORM
    CLOSE UNSCHEDULED-FILE.

LOAD-PART-SHORTAGES.
    OPEN INPUT PART-SHORTAGE-FILE
    IF WS-Part-Shortage-Status <> "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-Part-Shortage-Status = "10"
        READ PART-SHORTAGE-FILE
            AT END
                MOVE "10" TO WS-Part-Shortage-Status
            NOT AT END
                IF PS-Day-Label = Today-Day-Label
                    AND Today-Day-Label <> SPACE
                    AND Shortage-Count < Max-Shortages
                    ADD 1 TO Shortage-Count
                    MOVE PS-Day-Label   TO SH-Day-Label (Shortage-Count)
                    MOVE PS-Task-Code   TO SH-Task-Code (Shortage-Count)
                    MOVE PS-Part-Number TO SH-Part-Number (Shortage-Count)
                    MOVE PS-Quantity    TO SH-Quantity (Shortage-Count)
                END-IF
        END-READ
    END-PERFORM
    CLOSE PART-SHORTAGE-FILE.

WRITE-CELL-SHEET.
    MOVE 0 TO Flag-Count
    ADD 1 TO Sheet-Count
    MOVE ALL "=" TO WS-Report-Line
    PERFORM PRINT-SHEET-LINE
    IF CT-Cell-Id (Cell-Idx) = SPACE
        STRING "REUNION DE PRODUCTION DU " Meeting-Date
               " - ATELIER (taches communes, ancien format)"
            DELIMITED BY SIZE INTO WS-Report-Line
    ELSE
        STRING "REUNION DE PRODUCTION DU " Meeting-Date
               " - CELLULE " CT-Cell-Id (Cell-Idx)
            DELIMITED BY SIZE INTO WS-Report-Line
    END-IF
    PERFORM PRINT-SHEET-LINE
    MOVE ALL "=" TO WS-Report-Line
    PERFORM PRINT-SHEET-LINE
    PERFORM WRITE-OEE-SECTION
    PERFORM WRITE-DEFECT-SECTION
    PERFORM WRITE-CORRECTIVE-SECTION
    PERFORM WRITE-PLANNED-SECTION
    PERFORM WRITE-BACKLOG-SECTION
    PERFORM WRITE-SHORTAGE-SECTION
    MOVE SPACE TO WS-Report-Line
    PERFORM PRINT-SHEET-LINE
    IF Flag-Count = 0
        MOVE "Points a traiter : aucun" TO WS-Report-Line
    ELSE
        STRING "Points a traiter (<<) : " Flag-Count
            DELIMITED BY SIZE INTO WS-Report-Line
    END-IF
    PERFORM PRINT-SHEET-LINE.

WRITE-OEE-SECTION.
    MOVE SPACE TO WS-Report-Line
    PERFORM PRINT-SHEET-LINE
    STRING "-- OEE de la veille (" Yesterday-Date
           ") / moyenne 7 jours (" Average-From-Date " au "
           Average-To-Date ")"
        DELIMITED BY SIZE INTO WS-Report-Line
    PERFORM PRINT-SHEET-LINE
    IF CT-Yest-Count (Cell-Idx) = 0
        MOVE "   Aucune fenetre la veille" TO WS-Report-Line
        PERFORM PRINT-SHEET-LINE
        EXIT PARAGRAPH
    END-IF
      *> Objectifs de la cellule : moyenne des objectifs produit de
      *> ses fenetres de la veille.
    COMPUTE Cell-Target-OEE ROUNDED =
        CT-Target-OEE (Cell-Idx) / CT-Yest-Count (Cell-Idx)
    COMPUTE Cell-Target-Quality ROUNDED =
        CT-Target-Quality (Cell-Idx) / CT-Yest-Count (Cell-Idx)
    MOVE "                Veille  Moy.7j   Ecart" TO WS-Report-Line
    PERFORM PRINT-SHEET-LINE
    PERFORM VARYING Factor-Idx FROM 1 BY 1 UNTIL Factor-Idx > 4
        PERFORM WRITE-FACTOR-LINE
    END-PERFORM.

WRITE-FACTOR-LINE.
    COMPUTE Work-Factor (Factor-Idx) ROUNDED =
        CT-Yest-Factor (Cell-Idx, Factor-Idx) / CT-Yest-Count (Cell-Idx)
    MOVE Work-Factor (Factor-Idx) TO Edit-Yest
    MOVE SPACE TO Flag-Text
    IF CT-Avg-Count (Cell-Idx) = 0
        STRING "   " Factor-Name (Factor-Idx) " " Edit-Yest
               "     n/d"
            DELIMITED BY SIZE INTO WS-Report-Line
    ELSE
        COMPUTE Work-Average ROUNDED =
            CT-Avg-Factor (Cell-Idx, Factor-Idx) / CT-Avg-Count (Cell-Idx)
        COMPUTE Work-Delta = Work-Factor (Factor-Idx) - Work-Average
        MOVE Work-Average TO Edit-Avg
        MOVE Work-Delta TO Edit-Delta
        IF Work-Delta < 0 - Max-Factor-Drop
            MOVE "<< BAISSE" TO Flag-Text
        END-IF
        STRING "   " Factor-Name (Factor-Idx) " " Edit-Yest
               "    " Edit-Avg "   " Edit-Delta
            DELIMITED BY SIZE INTO WS-Report-Line
    END-IF
    IF Factor-Idx = 4 AND Work-Factor (Factor-Idx) < Cell-Target-OEE
        MOVE Cell-Target-OEE TO Edit-Target
        STRING "<< SOUS LA CIBLE " Edit-Target
            DELIMITED BY SIZE INTO Flag-Text
    END-IF
    IF Factor-Idx = 3 AND Work-Factor (Factor-Idx) < Cell-Target-Quality
        MOVE Cell-Target-Quality TO Edit-Target
        STRING "<< SOUS LA CIBLE " Edit-Target
            DELIMITED BY SIZE INTO Flag-Text
    END-IF
    IF Flag-Text <> SPACE
        ADD 1 TO Flag-Count
        MOVE Flag-Text TO WS-Report-Line (45:24)
    END-IF
    PERFORM PRINT-SHEET-LINE.

      *> Trois premiers codes de la cellule, par selection successive
      *> du plus gros volume non encore edite.
WRITE-DEFECT-SECTION.
    MOVE SPACE TO WS-Report-Line
    PERFORM PRINT-SHEET-LINE
    MOVE "-- Defauts de la veille (3 premiers codes)" TO WS-Report-Line
    PERFORM PRINT-SHEET-LINE
    PERFORM VARYING Defect-Idx FROM 1 BY 1
        UNTIL Defect-Idx > Defect-Tally-Count
        MOVE "N" TO DT-Printed (Defect-Idx)
    END-PERFORM
    MOVE 0 TO Section-Lines
    PERFORM VARYING Top-Rank FROM 1 BY 1 UNTIL Top-Rank > Max-Top-Defects
        MOVE 0 TO Best-Defect-Idx
        PERFORM VARYING Defect-Idx FROM 1 BY 1
            UNTIL Defect-Idx > Defect-Tally-Count
            IF DT-Cell-Id (Defect-Idx) = CT-Cell-Id (Cell-Idx)
                AND DT-Printed (Defect-Idx) = "N"
                IF Best-Defect-Idx = 0
                    MOVE Defect-Idx TO Best-Defect-Idx
                ELSE
                    IF DT-Count (Defect-Idx) > DT-Count (Best-Defect-Idx)
                        MOVE Defect-Idx TO Best-Defect-Idx
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        IF Best-Defect-Idx > 0
            MOVE "Y" TO DT-Printed (Best-Defect-Idx)
            ADD 1 TO Section-Lines
            PERFORM WRITE-DEFECT-LINE
        END-IF
    END-PERFORM
    IF Section-Lines = 0
        MOVE "   Aucun defaut declare" TO WS-Report-Line
        PERFORM PRINT-SHEET-LINE
    END-IF.

WRITE-DEFECT-LINE.
    MOVE 0 TO Code-Idx
    PERFORM VARYING Defect-Idx FROM 1 BY 1
        UNTIL Defect-Idx > Code-Count OR Code-Idx > 0
        IF DCT-Code (Defect-Idx) = DT-Code (Best-Defect-Idx)
            MOVE Defect-Idx TO Code-Idx
        END-IF
    END-PERFORM
    MOVE DT-Count (Best-Defect-Idx) TO Edit-Count
    IF Code-Idx = 0
        STRING "   " Top-Rank ". " DT-Code (Best-Defect-Idx)
               " (code inconnu)                 " Edit-Count " pieces"
            DELIMITED BY SIZE INTO WS-Report-Line
    ELSE
        STRING "   " Top-Rank ". " DT-Code (Best-Defect-Idx) " "
               DCT-Description (Code-Idx) " " Edit-Count " pieces"
            DELIMITED BY SIZE INTO WS-Report-Line
        IF DCT-Threshold (Code-Idx) > 0
            AND DT-Count (Best-Defect-Idx) >= DCT-Threshold (Code-Idx)
            ADD 1 TO Flag-Count
            STRING "<< SEUIL " DCT-Threshold (Code-Idx)
                DELIMITED BY SIZE INTO WS-Report-Line (61:)
        END-IF
    END-IF
    PERFORM PRINT-SHEET-LINE.

WRITE-CORRECTIVE-SECTION.
    MOVE SPACE TO WS-Report-Line
    PERFORM PRINT-SHEET-LINE
    MOVE "-- Actions correctives ouvertes (MAINTFD)" TO WS-Report-Line
    PERFORM PRINT-SHEET-LINE
    MOVE 0 TO Section-Lines
    PERFORM VARYING Corrective-Idx FROM 1 BY 1
        UNTIL Corrective-Idx > Corrective-Count
        IF CO-Cell-Id (Corrective-Idx) = CT-Cell-Id (Cell-Idx)
            ADD 1 TO Section-Lines
            MOVE CO-Task-Hours (Corrective-Idx) TO Edit-Hours
            STRING "   " CO-Task-Name (Corrective-Idx) " "
                   Edit-Hours "h " CO-Skill (Corrective-Idx)
                   " criticite " CO-Criticality (Corrective-Idx)
                DELIMITED BY SIZE INTO WS-Report-Line
            IF CO-Criticality (Corrective-Idx) <= Urgent-Criticality
                ADD 1 TO Flag-Count
                MOVE "<< PRIORITAIRE" TO WS-Report-Line (61:24)
            END-IF
            PERFORM PRINT-SHEET-LINE
        END-IF
    END-PERFORM
    IF Section-Lines = 0
        MOVE "   Aucune action corrective ouverte" TO WS-Report-Line
        PERFORM PRINT-SHEET-LINE
    END-IF.

WRITE-PLANNED-SECTION.
    MOVE SPACE TO WS-Report-Line
    PERFORM PRINT-SHEET-LINE
    STRING "-- Maintenance planifiee aujourd'hui (" Meeting-Date ")"
        DELIMITED BY SIZE INTO WS-Report-Line
    PERFORM PRINT-SHEET-LINE
    MOVE 0 TO Section-Lines
    PERFORM VARYING Schedule-Idx FROM 1 BY 1
        UNTIL Schedule-Idx > Schedule-Count
        IF SE-Planned-Date (Schedule-Idx) = Meeting-Date
            AND SE-Cell-Id (Schedule-Idx) = CT-Cell-Id (Cell-Idx)
            ADD 1 TO Section-Lines
            PERFORM CHECK-TASK-BLOCKED
            MOVE SE-Estimated-Hours (Schedule-Idx) TO Edit-Hours
            STRING "   " SE-Slot-Name (Schedule-Idx) " "
                   SE-Task-Code (Schedule-Idx) " technicien "
                   SE-Tech-Id (Schedule-Idx) " " Edit-Hours
                   "h criticite " SE-Criticality (Schedule-Idx)
                DELIMITED BY SIZE INTO WS-Report-Line
            IF Task-Blocked-Flag = "Y"
                ADD 1 TO Flag-Count
                MOVE "<< PIECES MANQUANTES" TO WS-Report-Line (61:24)
            END-IF
            PERFORM PRINT-SHEET-LINE
        END-IF
    END-PERFORM
    IF Section-Lines = 0
        MOVE "   Aucune tache planifiee" TO WS-Report-Line
        PERFORM PRINT-SHEET-LINE
    END-IF.

CHECK-TASK-BLOCKED.
    MOVE "N" TO Task-Blocked-Flag
    PERFORM VARYING Shortage-Idx FROM 1 BY 1
        UNTIL Shortage-Idx > Shortage-Count
        IF SH-Task-Code (Shortage-Idx) = SE-Task-Code (Schedule-Idx)
            MOVE "Y" TO Task-Blocked-Flag
        END-IF
    END-PERFORM.

WRITE-BACKLOG-SECTION.
    MOVE SPACE TO WS-Report-Line
    PERFORM PRINT-SHEET-LINE
    MOVE "-- Backlog reporte (UNSCHED)" TO WS-Report-Line
    PERFORM PRINT-SHEET-LINE
    MOVE 0 TO Section-Lines
    PERFORM VARYING Backlog-Idx FROM 1 BY 1
        UNTIL Backlog-Idx > Backlog-Count
        IF BL-Cell-Id (Backlog-Idx) = CT-Cell-Id (Cell-Idx)
            ADD 1 TO Section-Lines
            STRING "   " BL-Line (Backlog-Idx)
                DELIMITED BY SIZE INTO WS-Report-Line
            PERFORM PRINT-SHEET-LINE
        END-IF
    END-PERFORM
    IF Section-Lines = 0
        MOVE "   Aucune tache reportee" TO WS-Report-Line
        PERFORM PRINT-SHEET-LINE
    ELSE
        ADD 1 TO Flag-Count
        STRING "   << " Section-Lines " tache(s) en retard"
            DELIMITED BY SIZE INTO WS-Report-Line
        PERFORM PRINT-SHEET-LINE
    END-IF.

      *> Ruptures du jour limitees aux ordres planifies de la cellule.
WRITE-SHORTAGE-SECTION.
    MOVE SPACE TO WS-Report-Line
    PERFORM PRINT-SHEET-LINE
    MOVE "-- Pieces manquantes bloquant les ordres du jour (PARTSHRT)"
        TO WS-Report-Line
    PERFORM PRINT-SHEET-LINE
    MOVE 0 TO Section-Lines
    PERFORM VARYING Shortage-Idx FROM 1 BY 1
        UNTIL Shortage-Idx > Shortage-Count
        MOVE "N" TO Task-Blocked-Flag
        PERFORM VARYING Schedule-Idx FROM 1 BY 1
            UNTIL Schedule-Idx > Schedule-Count
            IF SE-Planned-Date (Schedule-Idx) = Meeting-Date
                AND SE-Cell-Id (Schedule-Idx) = CT-Cell-Id (Cell-Idx)
                AND SE-Task-Code (Schedule-Idx)
                    = SH-Task-Code (Shortage-Idx)
                MOVE "Y" TO Task-Blocked-Flag
            END-IF
        END-PERFORM
        IF Task-Blocked-Flag = "Y"
            ADD 1 TO Section-Lines
            STRING "   Tache " SH-Task-Code (Shortage-Idx)
                   " piece " SH-Part-Number (Shortage-Idx)
                   " quantite " SH-Quantity (Shortage-Idx)
                DELIMITED BY SIZE INTO WS-Report-Line
            PERFORM PRINT-SHEET-LINE
        END-IF
    END-PERFORM
    IF Section-Lines = 0
        MOVE "   Aucune rupture sur les ordres du jour" TO WS-Report-Line
        PERFORM PRINT-SHEET-LINE
    END-IF.
