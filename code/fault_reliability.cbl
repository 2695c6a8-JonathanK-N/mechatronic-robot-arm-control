       >>SOURCE FORMAT FREE
      *>****************************************************************
      *> fault_reliability.cbl
      *> Indicateurs de fiabilite tires de l'historique des evenements
      *> de defaut (FAULTEVT) et du temps de marche de l'historique
      *> OEE (OH-Run-Minutes de OEEHIST) sur une plage de dates :
      *> pour chaque code defaut, chaque axe robot et chaque cellule,
      *> nombre d'arrets, temps d'arret cumule, MTTR (duree moyenne
      *> d'un arret, en minutes) et MTBF (temps de marche entre deux
      *> arrets, en heures). Le MTBF d'une cellule est calcule sur son
      *> propre temps de marche, celui d'un code ou d'un axe sur le
      *> temps de marche de toutes les cellules. Le rapport FLTRPT se
      *> termine par les pires combinaisons code / axe / cellule du
      *> mois (mois de la date de fin, ou mois courant), classees par
      *> temps d'arret.
      *>****************************************************************

IDENTIFICATION DIVISION.
PROGRAM-ID. fault-reliability.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FAULT-EVENT-FILE ASSIGN TO "FAULTEVT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Fault-Event-Status.

    SELECT OEE-HISTORY-FILE ASSIGN TO "OEEHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Oee-History-Status.

    SELECT FAULT-REPORT-FILE ASSIGN TO "FLTRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Fault-Report-Status.

DATA DIVISION.
FILE SECTION.
FD  FAULT-EVENT-FILE.
COPY "faultevt.cpy".

FD  OEE-HISTORY-FILE.
COPY "oeehist.cpy".

FD  FAULT-REPORT-FILE.
01 FAULT-REPORT-RECORD     PIC X(100).

WORKING-STORAGE SECTION.
01 WS-Fault-Event-Status   PIC XX VALUE SPACE.
01 WS-Oee-History-Status   PIC XX VALUE SPACE.
01 WS-Fault-Report-Status  PIC XX VALUE SPACE.
01 WS-Run-Date             PIC 9(8).
01 WS-Report-Line          PIC X(100).

01 Date-From               PIC 9(8) VALUE 0.
01 Date-To                 PIC 9(8) VALUE 0.
01 Offender-Month          PIC 9(6).

01 Event-Read-Count        PIC 9(6) VALUE 0.
01 Event-Used-Count        PIC 9(6) VALUE 0.
01 Event-Skipped-Count     PIC 9(6) VALUE 0.
01 Total-Down-Sec          PIC 9(9) VALUE 0.
01 History-Read-Count      PIC 9(6) VALUE 0.
01 No-Run-Window-Count     PIC 9(6) VALUE 0.
01 Total-Run-Minutes       PIC 9(8) VALUE 0.

      *> Temps de marche par cellule sur la plage.
01 Max-Cell-Runs           PIC 9(2) VALUE 50.
01 Cell-Run-Count          PIC 9(2) VALUE 0.
01 Cell-Run-Table.
   05 Cell-Run OCCURS 50 TIMES.
      10 CR-Cell-Id        PIC X(4).
      10 CR-Run-Minutes    PIC 9(8).
01 Cell-Run-Idx            PIC 9(2).
01 Found-Cell-Run-Idx      PIC 9(2).
01 Cell-Run-Overflow-Flag  PIC X VALUE "N".

      *> Regroupements par dimension : C = code defaut, A = axe,
      *> L = cellule.
01 Max-Groups              PIC 9(3) VALUE 300.
01 Group-Count             PIC 9(3) VALUE 0.
01 Group-Table.
   05 Group-Entry OCCURS 300 TIMES.
      10 GT-Dimension      PIC X.
      10 GT-Key            PIC X(6).
      10 GT-Count          PIC 9(6).
      10 GT-Down-Sec       PIC 9(9).
01 Group-Swap              PIC X(22).
01 Group-Idx               PIC 9(3).
01 Group-Idx-2             PIC 9(3).
01 Found-Group-Idx         PIC 9(3).
01 Group-Overflow-Flag     PIC X VALUE "N".
01 Work-Dimension          PIC X.
01 Work-Key                PIC X(6).
01 Dimension-Lines         PIC 9(3).

      *> Combinaisons code / axe / cellule du mois de reference.
01 Max-Combos              PIC 9(3) VALUE 300.
01 Combo-Count             PIC 9(3) VALUE 0.
01 Combo-Table.
   05 Combo-Entry OCCURS 300 TIMES.
      10 CB-Fault-Code     PIC X(6).
      10 CB-Axis           PIC X(4).
      10 CB-Cell-Id        PIC X(4).
      10 CB-Count          PIC 9(6).
      10 CB-Down-Sec       PIC 9(9).
01 Combo-Swap              PIC X(29).
01 Combo-Idx               PIC 9(3).
01 Combo-Idx-2             PIC 9(3).
01 Found-Combo-Idx         PIC 9(3).
01 Combo-Overflow-Flag     PIC X VALUE "N".
01 Max-Offenders           PIC 9 VALUE 5.

01 Work-Run-Minutes        PIC 9(8).
01 Work-Mttr-Min           PIC 9(5)V9.
01 Work-Mtbf-Hours         PIC 9(6)V9.
01 Work-Down-Min           PIC 9(7)V9.
01 Edit-Count              PIC ZZZZZ9.
01 Edit-Down-Min           PIC ZZZZZZ9.9.
01 Edit-Mttr               PIC ZZZZ9.9.
01 Edit-Mtbf               PIC ZZZZZ9.9.
01 Edit-Mtbf-Text          PIC X(8).
01 Edit-Run-Hours          PIC ZZZZZZ9.9.
01 Work-Run-Hours          PIC 9(7)V9.

PROCEDURE DIVISION.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD
    DISPLAY "===== Fiabilite : MTBF / MTTR par defaut et axe ====="
    DISPLAY "Date debut (AAAAMMJJ, 0 = tout) : " WITH NO ADVANCING
    ACCEPT Date-From
    DISPLAY "Date fin   (AAAAMMJJ, 0 = tout) : " WITH NO ADVANCING
    ACCEPT Date-To
    IF Date-To = 0
        MOVE 99999999 TO Date-To
        MOVE WS-Run-Date (1:6) TO Offender-Month
    ELSE
        MOVE Date-To (1:6) TO Offender-Month
    END-IF
    PERFORM LOAD-OEE-RUN-TIME
    PERFORM LOAD-FAULT-EVENTS
    PERFORM OPEN-FAULT-REPORT
    PERFORM WRITE-RANGE-HEADER
    MOVE "C" TO Work-Dimension
    PERFORM REPORT-DIMENSION
    MOVE "A" TO Work-Dimension
    PERFORM REPORT-DIMENSION
    MOVE "L" TO Work-Dimension
    PERFORM REPORT-DIMENSION
    PERFORM REPORT-WORST-OFFENDERS
    IF WS-Fault-Report-Status = "00"
        CLOSE FAULT-REPORT-FILE
    END-IF
    STOP RUN.

OPEN-FAULT-REPORT.
    OPEN OUTPUT FAULT-REPORT-FILE
    IF WS-Fault-Report-Status <> "00"
        DISPLAY "FAULT-REPORT indisponible, statut "
            WS-Fault-Report-Status
    ELSE
        MOVE "===== Fiabilite : MTBF / MTTR par defaut et axe ====="
            TO FAULT-REPORT-RECORD
        WRITE FAULT-REPORT-RECORD
    END-IF.

PRINT-FAULT-LINE.
    DISPLAY WS-Report-Line
    IF WS-Fault-Report-Status = "00"
        MOVE WS-Report-Line TO FAULT-REPORT-RECORD
        WRITE FAULT-REPORT-RECORD
    END-IF
    MOVE SPACE TO WS-Report-Line.

      *> Les enregistrements anterieurs au cumul des minutes de
      *> marche n'apportent rien au MTBF ; ils sont comptes a part.
LOAD-OEE-RUN-TIME.
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
                ADD 1 TO History-Read-Count
                IF OH-Run-Date IS NUMERIC
                    AND OH-Run-Date >= Date-From
                    AND OH-Run-Date <= Date-To
                    IF OH-Run-Minutes IS NUMERIC
                        ADD OH-Run-Minutes TO Total-Run-Minutes
                        PERFORM TALLY-CELL-RUN-TIME
                    ELSE
                        ADD 1 TO No-Run-Window-Count
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE OEE-HISTORY-FILE
    DISPLAY "Enregistrements OEEHIST lus : " History-Read-Count.

TALLY-CELL-RUN-TIME.
    MOVE 0 TO Found-Cell-Run-Idx
    PERFORM VARYING Cell-Run-Idx FROM 1 BY 1
        UNTIL Cell-Run-Idx > Cell-Run-Count OR Found-Cell-Run-Idx > 0
        IF CR-Cell-Id (Cell-Run-Idx) = OH-Cell-Id
            MOVE Cell-Run-Idx TO Found-Cell-Run-Idx
        END-IF
    END-PERFORM
    IF Found-Cell-Run-Idx = 0
        IF Cell-Run-Count < Max-Cell-Runs
            ADD 1 TO Cell-Run-Count
            MOVE Cell-Run-Count TO Found-Cell-Run-Idx
            MOVE OH-Cell-Id TO CR-Cell-Id (Found-Cell-Run-Idx)
            MOVE 0 TO CR-Run-Minutes (Found-Cell-Run-Idx)
        ELSE
            MOVE "Y" TO Cell-Run-Overflow-Flag
        END-IF
    END-IF
    IF Found-Cell-Run-Idx > 0
        ADD OH-Run-Minutes TO CR-Run-Minutes (Found-Cell-Run-Idx)
    END-IF.

LOAD-FAULT-EVENTS.
    OPEN INPUT FAULT-EVENT-FILE
    IF WS-Fault-Event-Status <> "00"
        DISPLAY "FAULT-EVENT indisponible, statut "
            WS-Fault-Event-Status
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-Fault-Event-Status = "10"
        READ FAULT-EVENT-FILE
            AT END
                MOVE "10" TO WS-Fault-Event-Status
            NOT AT END
                ADD 1 TO Event-Read-Count
                IF FE-Run-Date IS NOT NUMERIC
                    OR FE-Duration-Sec IS NOT NUMERIC
                    ADD 1 TO Event-Skipped-Count
                ELSE
                    IF FE-Run-Date >= Date-From
                        AND FE-Run-Date <= Date-To
                        ADD 1 TO Event-Used-Count
                        ADD FE-Duration-Sec TO Total-Down-Sec
                        MOVE "C" TO Work-Dimension
                        MOVE FE-Fault-Code TO Work-Key
                        PERFORM TALLY-GROUP
                        MOVE "A" TO Work-Dimension
                        MOVE FE-Axis TO Work-Key
                        PERFORM TALLY-GROUP
                        MOVE "L" TO Work-Dimension
                        MOVE FE-Cell-Id TO Work-Key
                        PERFORM TALLY-GROUP
                    END-IF
                    IF FE-Run-Date (1:6) = Offender-Month
                        PERFORM TALLY-COMBO
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE FAULT-EVENT-FILE
    DISPLAY "Evenements FAULTEVT lus : " Event-Read-Count
    IF Event-Skipped-Count > 0
        DISPLAY "Evenements illisibles ignores : " Event-Skipped-Count
    END-IF.

TALLY-GROUP.
    MOVE 0 TO Found-Group-Idx
    PERFORM VARYING Group-Idx FROM 1 BY 1
        UNTIL Group-Idx > Group-Count OR Found-Group-Idx > 0
        IF GT-Dimension (Group-Idx) = Work-Dimension
            AND GT-Key (Group-Idx) = Work-Key
            MOVE Group-Idx TO Found-Group-Idx
        END-IF
    END-PERFORM
    IF Found-Group-Idx = 0
        IF Group-Count < Max-Groups
            ADD 1 TO Group-Count
            MOVE Group-Count TO Found-Group-Idx
            MOVE Work-Dimension TO GT-Dimension (Found-Group-Idx)
            MOVE Work-Key       TO GT-Key (Found-Group-Idx)
            MOVE 0 TO GT-Count (Found-Group-Idx)
            MOVE 0 TO GT-Down-Sec (Found-Group-Idx)
        ELSE
            MOVE "Y" TO Group-Overflow-Flag
        END-IF
    END-IF
    IF Found-Group-Idx > 0
        ADD 1 TO GT-Count (Found-Group-Idx)
        ADD FE-Duration-Sec TO GT-Down-Sec (Found-Group-Idx)
    END-IF.

TALLY-COMBO.
    MOVE 0 TO Found-Combo-Idx
    PERFORM VARYING Combo-Idx FROM 1 BY 1
        UNTIL Combo-Idx > Combo-Count OR Found-Combo-Idx > 0
        IF CB-Fault-Code (Combo-Idx) = FE-Fault-Code
            AND CB-Axis (Combo-Idx) = FE-Axis
            AND CB-Cell-Id (Combo-Idx) = FE-Cell-Id
            MOVE Combo-Idx TO Found-Combo-Idx
        END-IF
    END-PERFORM
    IF Found-Combo-Idx = 0
        IF Combo-Count < Max-Combos
            ADD 1 TO Combo-Count
            MOVE Combo-Count TO Found-Combo-Idx
            MOVE FE-Fault-Code TO CB-Fault-Code (Found-Combo-Idx)
            MOVE FE-Axis       TO CB-Axis (Found-Combo-Idx)
            MOVE FE-Cell-Id    TO CB-Cell-Id (Found-Combo-Idx)
            MOVE 0 TO CB-Count (Found-Combo-Idx)
            MOVE 0 TO CB-Down-Sec (Found-Combo-Idx)
        ELSE
            MOVE "Y" TO Combo-Overflow-Flag
        END-IF
    END-IF
    IF Found-Combo-Idx > 0
        ADD 1 TO CB-Count (Found-Combo-Idx)
        ADD FE-Duration-Sec TO CB-Down-Sec (Found-Combo-Idx)
    END-IF.

WRITE-RANGE-HEADER.
    MOVE SPACE TO WS-Report-Line
    IF Date-To = 99999999
        STRING "Periode : depuis " Date-From " (toutes dates)"
            DELIMITED BY SIZE INTO WS-Report-Line
    ELSE
        STRING "Periode : du " Date-From " au " Date-To
            DELIMITED BY SIZE INTO WS-Report-Line
    END-IF
    PERFORM PRINT-FAULT-LINE
    COMPUTE Work-Run-Hours ROUNDED = Total-Run-Minutes / 60
    MOVE Work-Run-Hours TO Edit-Run-Hours
    MOVE Event-Used-Count TO Edit-Count
    COMPUTE Work-Down-Min ROUNDED = Total-Down-Sec / 60
    MOVE Work-Down-Min TO Edit-Down-Min
    STRING "Arrets : " Edit-Count "   temps d'arret " Edit-Down-Min
           " min   temps de marche " Edit-Run-Hours " h"
        DELIMITED BY SIZE INTO WS-Report-Line
    PERFORM PRINT-FAULT-LINE
    IF No-Run-Window-Count > 0
        STRING "  AVERT : " No-Run-Window-Count
               " fenetre(s) OEEHIST sans minutes de marche,"
               " MTBF sous-estime"
            DELIMITED BY SIZE INTO WS-Report-Line
        PERFORM PRINT-FAULT-LINE
    END-IF
    IF Group-Overflow-Flag = "Y" OR Combo-Overflow-Flag = "Y"
        OR Cell-Run-Overflow-Flag = "Y"
        MOVE "  AVERT : table de regroupement pleine, rapport incomplet"
            TO WS-Report-Line
        PERFORM PRINT-FAULT-LINE
    END-IF.

      *> Tri de la table par dimension puis par nombre d'arrets
      *> decroissant, l'edition parcourant chaque dimension a son tour.
SORT-GROUP-TABLE.
    PERFORM VARYING Group-Idx FROM 1 BY 1
        UNTIL Group-Idx >= Group-Count
        PERFORM VARYING Group-Idx-2 FROM 1 BY 1
            UNTIL Group-Idx-2 >= Group-Count
            IF GT-Dimension (Group-Idx-2) > GT-Dimension (Group-Idx-2 + 1)
                OR (GT-Dimension (Group-Idx-2)
                        = GT-Dimension (Group-Idx-2 + 1)
                    AND GT-Count (Group-Idx-2)
                        < GT-Count (Group-Idx-2 + 1))
                MOVE Group-Entry (Group-Idx-2)     TO Group-Swap
                MOVE Group-Entry (Group-Idx-2 + 1)
                    TO Group-Entry (Group-Idx-2)
                MOVE Group-Swap TO Group-Entry (Group-Idx-2 + 1)
            END-IF
        END-PERFORM
    END-PERFORM.

REPORT-DIMENSION.
    IF Work-Dimension = "C"
        PERFORM SORT-GROUP-TABLE
    END-IF
    MOVE SPACE TO WS-Report-Line
    PERFORM PRINT-FAULT-LINE
    EVALUATE Work-Dimension
        WHEN "C"
            MOVE "---- Par code defaut ----" TO WS-Report-Line
        WHEN "A"
            MOVE "---- Par axe robot ----" TO WS-Report-Line
        WHEN OTHER
            MOVE "---- Par cellule ----" TO WS-Report-Line
    END-EVALUATE
    PERFORM PRINT-FAULT-LINE
    MOVE "Cle     Arrets  Arret (min)  MTTR (min)  MTBF (h)"
        TO WS-Report-Line
    PERFORM PRINT-FAULT-LINE
    MOVE 0 TO Dimension-Lines
    PERFORM VARYING Group-Idx FROM 1 BY 1 UNTIL Group-Idx > Group-Count
        IF GT-Dimension (Group-Idx) = Work-Dimension
            ADD 1 TO Dimension-Lines
            PERFORM WRITE-GROUP-LINE
        END-IF
    END-PERFORM
    IF Dimension-Lines = 0
        MOVE "  Aucun arret sur la periode" TO WS-Report-Line
        PERFORM PRINT-FAULT-LINE
    END-IF.

WRITE-GROUP-LINE.
    MOVE Total-Run-Minutes TO Work-Run-Minutes
    IF Work-Dimension = "L"
        MOVE 0 TO Work-Run-Minutes
        PERFORM VARYING Cell-Run-Idx FROM 1 BY 1
            UNTIL Cell-Run-Idx > Cell-Run-Count
            IF CR-Cell-Id (Cell-Run-Idx) = GT-Key (Group-Idx)
                MOVE CR-Run-Minutes (Cell-Run-Idx) TO Work-Run-Minutes
            END-IF
        END-PERFORM
    END-IF
    COMPUTE Work-Mttr-Min ROUNDED =
        GT-Down-Sec (Group-Idx) / GT-Count (Group-Idx) / 60
    MOVE Work-Mttr-Min TO Edit-Mttr
    IF Work-Run-Minutes = 0
        MOVE "     n/d" TO Edit-Mtbf-Text
    ELSE
        COMPUTE Work-Mtbf-Hours ROUNDED =
            Work-Run-Minutes / GT-Count (Group-Idx) / 60
        MOVE Work-Mtbf-Hours TO Edit-Mtbf
        MOVE Edit-Mtbf TO Edit-Mtbf-Text
    END-IF
    MOVE GT-Count (Group-Idx) TO Edit-Count
    COMPUTE Work-Down-Min ROUNDED = GT-Down-Sec (Group-Idx) / 60
    MOVE Work-Down-Min TO Edit-Down-Min
    MOVE SPACE TO WS-Report-Line
    IF GT-Key (Group-Idx) = SPACE
        STRING "(vide)" " " Edit-Count "    " Edit-Down-Min "     "
               Edit-Mttr "    " Edit-Mtbf-Text
            DELIMITED BY SIZE INTO WS-Report-Line
    ELSE
        STRING GT-Key (Group-Idx) " " Edit-Count "    " Edit-Down-Min
               "     " Edit-Mttr "    " Edit-Mtbf-Text
            DELIMITED BY SIZE INTO WS-Report-Line
    END-IF
    PERFORM PRINT-FAULT-LINE.

SORT-COMBO-TABLE.
    PERFORM VARYING Combo-Idx FROM 1 BY 1
        UNTIL Combo-Idx >= Combo-Count
        PERFORM VARYING Combo-Idx-2 FROM 1 BY 1
            UNTIL Combo-Idx-2 >= Combo-Count
            IF CB-Down-Sec (Combo-Idx-2) < CB-Down-Sec (Combo-Idx-2 + 1)
                MOVE Combo-Entry (Combo-Idx-2)     TO Combo-Swap
                MOVE Combo-Entry (Combo-Idx-2 + 1)
                    TO Combo-Entry (Combo-Idx-2)
                MOVE Combo-Swap TO Combo-Entry (Combo-Idx-2 + 1)
            END-IF
        END-PERFORM
    END-PERFORM.

REPORT-WORST-OFFENDERS.
    PERFORM SORT-COMBO-TABLE
    MOVE SPACE TO WS-Report-Line
    PERFORM PRINT-FAULT-LINE
    STRING "---- Pires combinaisons du mois " Offender-Month
           " (code / axe / cellule) ----"
        DELIMITED BY SIZE INTO WS-Report-Line
    PERFORM PRINT-FAULT-LINE
    IF Combo-Count = 0
        MOVE "  Aucun arret sur le mois" TO WS-Report-Line
        PERFORM PRINT-FAULT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE "Rang Code   Axe  Cell  Arrets  Arret (min)  MTTR (min)"
        TO WS-Report-Line
    PERFORM PRINT-FAULT-LINE
    PERFORM VARYING Combo-Idx FROM 1 BY 1
        UNTIL Combo-Idx > Combo-Count OR Combo-Idx > Max-Offenders
        MOVE CB-Count (Combo-Idx) TO Edit-Count
        COMPUTE Work-Down-Min ROUNDED = CB-Down-Sec (Combo-Idx) / 60
        MOVE Work-Down-Min TO Edit-Down-Min
        COMPUTE Work-Mttr-Min ROUNDED =
            CB-Down-Sec (Combo-Idx) / CB-Count (Combo-Idx) / 60
        MOVE Work-Mttr-Min TO Edit-Mttr
        MOVE SPACE TO WS-Report-Line
        STRING "  " Combo-Idx (3:1) "  " CB-Fault-Code (Combo-Idx) " "
               CB-Axis (Combo-Idx) " " CB-Cell-Id (Combo-Idx) "  "
               Edit-Count "    " Edit-Down-Min "     " Edit-Mttr
            DELIMITED BY SIZE INTO WS-Report-Line
        PERFORM PRINT-FAULT-LINE
    END-PERFORM.
