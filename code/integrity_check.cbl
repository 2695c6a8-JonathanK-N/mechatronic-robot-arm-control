       >>SOURCE FORMAT FREE
      *>****************************************************************
      *> integrity_check.cbl
      *> Controle d'integrite croise des fichiers maitres et de
      *> reference, a lancer avant la planification hebdomadaire :
      *> TASKMAST, SLOTMAST, TECHROST, TECHABS, PARTSREQ, STOCKMST,
      *> DEFCODES, MAINTRUL et TARIFCAL. Chaque anomalie est editee
      *> dans INTEGRPT avec sa gravite :
      *>   ERREUR : le planning ou les couts seraient faux ou
      *>            silencieusement incomplets (cle en double, piece
      *>            absente de STOCKMST, competence TASKMAST detenue
      *>            par aucun technicien, tache plus longue que la
      *>            meilleure journee d'un technicien qualifie, date de
      *>            l'horizon tarifaire sans bande JOUR ou NUIT...) ;
      *>   AVERT  : donnee orpheline ou douteuse sans effet bloquant
      *>            (tache PARTSREQ, DEFCODES ou MAINTRUL absente de
      *>            TASKMAST, absence d'un technicien inconnu...).
      *> Les noms de taches DEFCODES / MAINTRUL sont rapproches de
      *> TM-Task-Name sans tenir compte des majuscules ; une
      *> competence a blanc ou "KPI" est tenue par tout technicien,
      *> comme dans maintenance-scheduler.
      *> Code retour : 8 s'il reste une erreur, 4 s'il n'y a que des
      *> avertissements, 0 sinon - la chaine peut s'arreter dessus.
      *> L'execution est journalisee dans RUNJRNL.
      *>****************************************************************

IDENTIFICATION DIVISION.
PROGRAM-ID. integrity-check.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TASK-MASTER-FILE ASSIGN TO "TASKMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS TM-Task-Code
        FILE STATUS IS WS-Task-Master-Status.

    SELECT SLOT-MASTER-FILE ASSIGN TO "SLOTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS SM-Slot-Code
        FILE STATUS IS WS-Slot-Master-Status.

    SELECT TECH-ROSTER-FILE ASSIGN TO "TECHROST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Tech-Roster-Status.

    SELECT TECH-ABSENCE-FILE ASSIGN TO "TECHABS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Tech-Absence-Status.

    SELECT PARTS-REQ-FILE ASSIGN TO "PARTSREQ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Parts-Req-Status.

    SELECT STOCK-MASTER-FILE ASSIGN TO "STOCKMST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Stock-Master-Status.

    SELECT DEFECT-CODES-FILE ASSIGN TO "DEFCODES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Defect-Codes-Status.

    SELECT MAINT-RULES-FILE ASSIGN TO "MAINTRUL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Maint-Rules-Status.

    SELECT TARIFF-CAL-FILE ASSIGN TO "TARIFCAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Tariff-Cal-Status.

    SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTEGRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Integrity-Report-Status.

    SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Run-Journal-Status.

DATA DIVISION.
FILE SECTION.
FD  TASK-MASTER-FILE.
01 TASK-MASTER-RECORD.
   05 TM-Task-Code       PIC X(6).
   05 TM-Task-Name       PIC X(26).
   05 TM-Frequency-Day   PIC 9.
   05 TM-Estimated-Hours PIC 9V9.
   05 TM-Skill           PIC X(10).
   05 TM-Criticality     PIC 9.

FD  SLOT-MASTER-FILE.
01 SLOT-MASTER-RECORD.
   05 SM-Slot-Code       PIC X(4).
   05 SM-Slot-Name       PIC X(8).
   05 SM-Slot-Capacity   PIC 9V9.

FD  TECH-ROSTER-FILE.
COPY "techrost.cpy".

FD  TECH-ABSENCE-FILE.
01 TECH-ABSENCE-RECORD.
   05 TA-Tech-Id         PIC X(6).
   05 TA-Date-From       PIC 9(8).
   05 TA-Date-To         PIC 9(8).
   05 TA-Type            PIC X(10).

FD  PARTS-REQ-FILE.
01 PARTS-REQ-RECORD.
   05 PR-Task-Code       PIC X(6).
   05 PR-Part-Number     PIC X(8).
   05 PR-Quantity        PIC 9(3).
   05 PR-Bin-Location    PIC X(6).

FD  STOCK-MASTER-FILE.
COPY "stockmst.cpy".

FD  DEFECT-CODES-FILE.
01 DEFECT-CODES-RECORD.
   05 DC-Code              PIC X(4).
   05 DC-Description       PIC X(30).
   05 DC-Task-Name         PIC X(24).
   05 DC-Task-Hours        PIC 9V9.
   05 DC-Skill             PIC X(10).
   05 DC-Criticality       PIC 9.
   05 DC-Threshold         PIC 9(3).

FD  MAINT-RULES-FILE.
01 MAINT-RULE-RECORD.
   05 MR-Condition         PIC X(4).
   05 MR-Threshold         PIC 9(3)V99.
   05 MR-Task-Name         PIC X(24).
   05 MR-Task-Hours        PIC 9V9.
   05 MR-Skill             PIC X(10).
   05 MR-Criticality       PIC 9.
   05 MR-Frequency-Day     PIC 9.

FD  TARIFF-CAL-FILE.
COPY "tarifcal.cpy".

FD  INTEGRITY-REPORT-FILE.
01 INTEGRITY-REPORT-RECORD PIC X(100).

FD  RUN-JOURNAL-FILE.
COPY "runjrnl.cpy".

WORKING-STORAGE SECTION.
01 WS-Task-Master-Status    PIC XX VALUE SPACE.
01 WS-Slot-Master-Status    PIC XX VALUE SPACE.
01 WS-Tech-Roster-Status    PIC XX VALUE SPACE.
01 WS-Tech-Absence-Status   PIC XX VALUE SPACE.
01 WS-Parts-Req-Status      PIC XX VALUE SPACE.
01 WS-Stock-Master-Status   PIC XX VALUE SPACE.
01 WS-Defect-Codes-Status   PIC XX VALUE SPACE.
01 WS-Maint-Rules-Status    PIC XX VALUE SPACE.
01 WS-Tariff-Cal-Status     PIC XX VALUE SPACE.
01 WS-Integrity-Report-Status PIC XX VALUE SPACE.
01 WS-Run-Journal-Status    PIC XX VALUE SPACE.
01 WS-Run-Date              PIC 9(8).
01 WS-Report-Line           PIC X(100).

01 Run-Id                   PIC X(8).
01 Run-Seq                  PIC 9(5) VALUE 0.

01 Max-Tasks                PIC 9(3) VALUE 200.
01 Task-Count               PIC 9(3) VALUE 0.
01 Task-Table.
   05 Task-Entry OCCURS 200 TIMES.
      10 TK-Task-Code       PIC X(6).
      10 TK-Task-Name       PIC X(26).
      10 TK-Skill           PIC X(10).
      10 TK-Estimated-Hours PIC 9V9.
01 Task-Overflow-Flag       PIC X VALUE "N".
01 Task-Idx                 PIC 9(3).

01 Max-Slots                PIC 9(3) VALUE 50.
01 Slot-Count               PIC 9(3) VALUE 0.
01 Slot-Table.
   05 SL-Slot-Code OCCURS 50 TIMES PIC X(4).
01 Slot-Overflow-Flag       PIC X VALUE "N".
01 Slot-Idx                 PIC 9(3).

      *> Competences et meilleure journee (heures) de chaque
      *> technicien du roster.
01 Max-Techs                PIC 9(3) VALUE 50.
01 Tech-Count               PIC 9(3) VALUE 0.
01 Tech-Table.
   05 Tech-Entry OCCURS 50 TIMES.
      10 TC-Tech-Id         PIC X(6).
      10 TC-Skill OCCURS 3 TIMES PIC X(10).
      10 TC-Max-Day-Hours   PIC 9V9.
01 Tech-Overflow-Flag       PIC X VALUE "N".
01 Tech-Idx                 PIC 9(3).
01 Tech-Skill-Idx           PIC 9.
01 Day-Idx                  PIC 9.

01 Max-Stock-Items          PIC 9(3) VALUE 300.
01 Stock-Count              PIC 9(3) VALUE 0.
01 Stock-Table.
   05 SK-Part-Number OCCURS 300 TIMES PIC X(8).
01 Stock-Overflow-Flag      PIC X VALUE "N".
01 Stock-Idx                PIC 9(3).

01 Max-Part-Reqs            PIC 9(3) VALUE 500.
01 Part-Req-Count           PIC 9(3) VALUE 0.
01 Part-Req-Table.
   05 Part-Req-Entry OCCURS 500 TIMES.
      10 PQ-Task-Code       PIC X(6).
      10 PQ-Part-Number     PIC X(8).
01 Part-Req-Idx             PIC 9(3).

01 Max-Codes                PIC 9(3) VALUE 100.
01 Code-Count               PIC 9(3) VALUE 0.
01 Code-Table.
   05 CD-Code OCCURS 100 TIMES PIC X(4).
01 Code-Idx                 PIC 9(3).

01 Max-Rules                PIC 9(3) VALUE 100.
01 Rule-Count               PIC 9(3) VALUE 0.
01 Rule-Table.
   05 Rule-Entry OCCURS 100 TIMES.
      10 RL-Condition       PIC X(4).
      10 RL-Task-Name       PIC X(26).
01 Rule-Idx                 PIC 9(3).

01 Max-Tariffs              PIC 9(3) VALUE 100.
01 Tariff-Count             PIC 9(3) VALUE 0.
01 Tariff-Table.
   05 Tariff-Entry OCCURS 100 TIMES.
      10 TF-Date-From       PIC 9(8).
      10 TF-Date-To         PIC 9(8).
      10 TF-Band            PIC X(4).
01 Tariff-Overflow-Flag     PIC X VALUE "N".
01 Tariff-Idx               PIC 9(3).

      *> Horizon de controle du calendrier tarifaire : les deux
      *> semaines qui suivent la date d'execution.
01 Tariff-Horizon-Days      PIC 9(2) VALUE 14.
01 Horizon-Idx              PIC 9(2).
01 Horizon-Date             PIC 9(8).
01 Horizon-Band             PIC X(4).
01 Band-Found               PIC X.

01 Check-Skill              PIC X(10).
01 Skill-Held-Flag          PIC X.
01 Best-Holder-Hours        PIC 9V9.
01 Check-Task-Name          PIC X(26).
01 Task-Found               PIC X.
01 Entry-Found              PIC X.
01 Overflow-File            PIC X(8).
01 Unavailable-Status       PIC XX.
01 Edit-Task-Hours          PIC 9.9.
01 Edit-Best-Hours          PIC 9.9.

01 Anomaly-Severity         PIC X.
01 Anomaly-File             PIC X(8).
01 Anomaly-Key              PIC X(20) VALUE SPACE.
01 Anomaly-Text             PIC X(60) VALUE SPACE.
01 Severity-Label           PIC X(6).
01 Error-Count              PIC 9(5) VALUE 0.
01 Warning-Count            PIC 9(5) VALUE 0.
01 Records-Checked          PIC 9(5) VALUE 0.
01 Check-Return-Code        PIC 9 VALUE 0.

01 Task-Read-Count          PIC 9(5) VALUE 0.
01 Slot-Read-Count          PIC 9(5) VALUE 0.
01 Tech-Read-Count          PIC 9(5) VALUE 0.
01 Absence-Read-Count       PIC 9(5) VALUE 0.
01 Part-Req-Read-Count      PIC 9(5) VALUE 0.
01 Stock-Read-Count         PIC 9(5) VALUE 0.
01 Code-Read-Count          PIC 9(5) VALUE 0.
01 Rule-Read-Count          PIC 9(5) VALUE 0.
01 Tariff-Read-Count        PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD
    DISPLAY "===== Controle d'integrite des fichiers de reference ====="
    PERFORM OPEN-INTEGRITY-REPORT
    PERFORM LOAD-TASK-MASTER
    PERFORM LOAD-SLOT-MASTER
    PERFORM LOAD-TECH-ROSTER
    PERFORM LOAD-STOCK-MASTER
    PERFORM CHECK-TASK-SKILLS
    PERFORM CHECK-TECH-ABSENCES
    PERFORM CHECK-PARTS-REQUIREMENTS
    PERFORM CHECK-DEFECT-CODES
    PERFORM CHECK-MAINT-RULES
    PERFORM LOAD-TARIFF-CALENDAR
    PERFORM CHECK-TARIFF-COVERAGE
    PERFORM WRITE-INTEGRITY-SUMMARY
    IF WS-Integrity-Report-Status = "00"
        CLOSE INTEGRITY-REPORT-FILE
    END-IF
    PERFORM WRITE-RUN-JOURNAL
    MOVE Check-Return-Code TO RETURN-CODE
    STOP RUN.

OPEN-INTEGRITY-REPORT.
    OPEN OUTPUT INTEGRITY-REPORT-FILE
    IF WS-Integrity-Report-Status <> "00"
        DISPLAY "INTEGRITY-REPORT indisponible, statut "
            WS-Integrity-Report-Status
    END-IF
    STRING "===== Controle d'integrite du " WS-Run-Date " ====="
        DELIMITED BY SIZE INTO WS-Report-Line
    PERFORM PRINT-REPORT-LINE
    STRING "Gravite Fichier  Cle                  Anomalie"
        DELIMITED BY SIZE INTO WS-Report-Line
    PERFORM PRINT-REPORT-LINE.

PRINT-REPORT-LINE.
    DISPLAY WS-Report-Line
    IF WS-Integrity-Report-Status = "00"
        WRITE INTEGRITY-REPORT-RECORD FROM WS-Report-Line
    END-IF
    MOVE SPACE TO WS-Report-Line.

      *> Une ligne par anomalie ; Anomaly-Severity E = erreur,
      *> A = avertissement.
REPORT-ANOMALY.
    IF Anomaly-Severity = "E"
        MOVE "ERREUR" TO Severity-Label
        ADD 1 TO Error-Count
    ELSE
        MOVE "AVERT " TO Severity-Label
        ADD 1 TO Warning-Count
    END-IF
    STRING Severity-Label "  " Anomaly-File " " Anomaly-Key " "
        Anomaly-Text
        DELIMITED BY SIZE INTO WS-Report-Line
    PERFORM PRINT-REPORT-LINE
    MOVE SPACE TO Anomaly-Text.

REPORT-UNAVAILABLE-FILE.
    MOVE SPACE TO Anomaly-Key
    STRING "fichier indisponible, statut " Unavailable-Status
        DELIMITED BY SIZE INTO Anomaly-Text
    PERFORM REPORT-ANOMALY.

REPORT-TABLE-FULL.
    MOVE "A" TO Anomaly-Severity
    MOVE SPACE TO Anomaly-Key
    MOVE Overflow-File TO Anomaly-File
    MOVE "table pleine, controle partiel du fichier" TO Anomaly-Text
    PERFORM REPORT-ANOMALY.

LOAD-TASK-MASTER.
    OPEN INPUT TASK-MASTER-FILE
    IF WS-Task-Master-Status <> "00"
        MOVE "E" TO Anomaly-Severity
        MOVE "TASKMAST" TO Anomaly-File
        MOVE WS-Task-Master-Status TO Unavailable-Status
        PERFORM REPORT-UNAVAILABLE-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-Task-Master-Status = "10"
        READ TASK-MASTER-FILE NEXT RECORD
            AT END
                MOVE "10" TO WS-Task-Master-Status
            NOT AT END
                ADD 1 TO Task-Read-Count
                PERFORM CHECK-TASK-RECORD
        END-READ
    END-PERFORM
    CLOSE TASK-MASTER-FILE.

CHECK-TASK-RECORD.
    MOVE "TASKMAST" TO Anomaly-File
    MOVE TM-Task-Code TO Anomaly-Key
    MOVE "N" TO Entry-Found
    PERFORM VARYING Task-Idx FROM 1 BY 1 UNTIL Task-Idx > Task-Count
        IF TK-Task-Code (Task-Idx) = TM-Task-Code
            MOVE "Y" TO Entry-Found
        END-IF
    END-PERFORM
    IF Entry-Found = "Y"
        MOVE "E" TO Anomaly-Severity
        MOVE "code tache en double" TO Anomaly-Text
        PERFORM REPORT-ANOMALY
        EXIT PARAGRAPH
    END-IF
    IF TM-Estimated-Hours IS NOT NUMERIC OR TM-Estimated-Hours = 0
        MOVE "E" TO Anomaly-Severity
        MOVE "duree estimee absente ou nulle" TO Anomaly-Text
        PERFORM REPORT-ANOMALY
    END-IF
    IF Task-Count < Max-Tasks
        ADD 1 TO Task-Count
        MOVE TM-Task-Code TO TK-Task-Code (Task-Count)
        MOVE FUNCTION UPPER-CASE (TM-Task-Name)
            TO TK-Task-Name (Task-Count)
        MOVE TM-Skill TO TK-Skill (Task-Count)
        IF TM-Estimated-Hours IS NUMERIC
            MOVE TM-Estimated-Hours TO TK-Estimated-Hours (Task-Count)
        ELSE
            MOVE 0 TO TK-Estimated-Hours (Task-Count)
        END-IF
    ELSE
        IF Task-Overflow-Flag = "N"
            MOVE "Y" TO Task-Overflow-Flag
            MOVE "TASKMAST" TO Overflow-File
            PERFORM REPORT-TABLE-FULL
        END-IF
    END-IF.

LOAD-SLOT-MASTER.
    OPEN INPUT SLOT-MASTER-FILE
    IF WS-Slot-Master-Status <> "00"
        MOVE "E" TO Anomaly-Severity
        MOVE "SLOTMAST" TO Anomaly-File
        MOVE WS-Slot-Master-Status TO Unavailable-Status
        PERFORM REPORT-UNAVAILABLE-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-Slot-Master-Status = "10"
        READ SLOT-MASTER-FILE NEXT RECORD
            AT END
                MOVE "10" TO WS-Slot-Master-Status
            NOT AT END
                ADD 1 TO Slot-Read-Count
                PERFORM CHECK-SLOT-RECORD
        END-READ
    END-PERFORM
    CLOSE SLOT-MASTER-FILE.

CHECK-SLOT-RECORD.
    MOVE "SLOTMAST" TO Anomaly-File
    MOVE SM-Slot-Code TO Anomaly-Key
    MOVE "N" TO Entry-Found
    PERFORM VARYING Slot-Idx FROM 1 BY 1 UNTIL Slot-Idx > Slot-Count
        IF SL-Slot-Code (Slot-Idx) = SM-Slot-Code
            MOVE "Y" TO Entry-Found
        END-IF
    END-PERFORM
    IF Entry-Found = "Y"
        MOVE "E" TO Anomaly-Severity
        MOVE "code creneau en double" TO Anomaly-Text
        PERFORM REPORT-ANOMALY
        EXIT PARAGRAPH
    END-IF
    IF SM-Slot-Capacity IS NOT NUMERIC OR SM-Slot-Capacity = 0
        MOVE "A" TO Anomaly-Severity
        MOVE "capacite du creneau absente ou nulle" TO Anomaly-Text
        PERFORM REPORT-ANOMALY
    END-IF
    IF Slot-Count < Max-Slots
        ADD 1 TO Slot-Count
        MOVE SM-Slot-Code TO SL-Slot-Code (Slot-Count)
    ELSE
        IF Slot-Overflow-Flag = "N"
            MOVE "Y" TO Slot-Overflow-Flag
            MOVE "SLOTMAST" TO Overflow-File
            PERFORM REPORT-TABLE-FULL
        END-IF
    END-IF.

LOAD-TECH-ROSTER.
    OPEN INPUT TECH-ROSTER-FILE
    IF WS-Tech-Roster-Status <> "00"
        MOVE "E" TO Anomaly-Severity
        MOVE "TECHROST" TO Anomaly-File
        MOVE WS-Tech-Roster-Status TO Unavailable-Status
        PERFORM REPORT-UNAVAILABLE-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-Tech-Roster-Status = "10"
        READ TECH-ROSTER-FILE
            AT END
                MOVE "10" TO WS-Tech-Roster-Status
            NOT AT END
                ADD 1 TO Tech-Read-Count
                PERFORM CHECK-TECH-RECORD
        END-READ
    END-PERFORM
    CLOSE TECH-ROSTER-FILE.

CHECK-TECH-RECORD.
    MOVE "TECHROST" TO Anomaly-File
    MOVE TR-Tech-Id TO Anomaly-Key
    MOVE "N" TO Entry-Found
    PERFORM VARYING Tech-Idx FROM 1 BY 1 UNTIL Tech-Idx > Tech-Count
        IF TC-Tech-Id (Tech-Idx) = TR-Tech-Id
            MOVE "Y" TO Entry-Found
        END-IF
    END-PERFORM
    IF Entry-Found = "Y"
        MOVE "E" TO Anomaly-Severity
        MOVE "technicien en double, heures comptees deux fois"
            TO Anomaly-Text
        PERFORM REPORT-ANOMALY
        EXIT PARAGRAPH
    END-IF
    IF TR-Skill (1) = SPACE AND TR-Skill (2) = SPACE
        AND TR-Skill (3) = SPACE
        MOVE "A" TO Anomaly-Severity
        MOVE "aucune competence declaree" TO Anomaly-Text
        PERFORM REPORT-ANOMALY
    END-IF
    IF Tech-Count < Max-Techs
        ADD 1 TO Tech-Count
        MOVE TR-Tech-Id TO TC-Tech-Id (Tech-Count)
        MOVE 0 TO TC-Max-Day-Hours (Tech-Count)
        PERFORM VARYING Tech-Skill-Idx FROM 1 BY 1
            UNTIL Tech-Skill-Idx > 3
            MOVE TR-Skill (Tech-Skill-Idx)
                TO TC-Skill (Tech-Count, Tech-Skill-Idx)
        END-PERFORM
        PERFORM VARYING Day-Idx FROM 1 BY 1 UNTIL Day-Idx > 7
            IF TR-Day-Hours (Day-Idx) IS NUMERIC
                IF TR-Day-Hours (Day-Idx) > TC-Max-Day-Hours (Tech-Count)
                    MOVE TR-Day-Hours (Day-Idx)
                        TO TC-Max-Day-Hours (Tech-Count)
                END-IF
            ELSE
                MOVE "E" TO Anomaly-Severity
                STRING "heures du jour " Day-Idx " non numeriques"
                    DELIMITED BY SIZE INTO Anomaly-Text
                PERFORM REPORT-ANOMALY
            END-IF
        END-PERFORM
    ELSE
        IF Tech-Overflow-Flag = "N"
            MOVE "Y" TO Tech-Overflow-Flag
            MOVE "TECHROST" TO Overflow-File
            PERFORM REPORT-TABLE-FULL
        END-IF
    END-IF.

LOAD-STOCK-MASTER.
    OPEN INPUT STOCK-MASTER-FILE
    IF WS-Stock-Master-Status <> "00"
        MOVE "E" TO Anomaly-Severity
        MOVE "STOCKMST" TO Anomaly-File
        MOVE WS-Stock-Master-Status TO Unavailable-Status
        PERFORM REPORT-UNAVAILABLE-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-Stock-Master-Status = "10"
        READ STOCK-MASTER-FILE
            AT END
                MOVE "10" TO WS-Stock-Master-Status
            NOT AT END
                ADD 1 TO Stock-Read-Count
                PERFORM CHECK-STOCK-RECORD
        END-READ
    END-PERFORM
    CLOSE STOCK-MASTER-FILE.

CHECK-STOCK-RECORD.
    MOVE "STOCKMST" TO Anomaly-File
    MOVE ST-Part-Number TO Anomaly-Key
    PERFORM FIND-STOCK-PART
    IF Entry-Found = "Y"
        MOVE "E" TO Anomaly-Severity
        MOVE "numero de piece en double" TO Anomaly-Text
        PERFORM REPORT-ANOMALY
        EXIT PARAGRAPH
    END-IF
    IF ST-On-Hand IS NOT NUMERIC
        MOVE "E" TO Anomaly-Severity
        MOVE "stock en main non numerique" TO Anomaly-Text
        PERFORM REPORT-ANOMALY
    END-IF
    IF Stock-Count < Max-Stock-Items
        ADD 1 TO Stock-Count
        MOVE ST-Part-Number TO SK-Part-Number (Stock-Count)
    ELSE
        IF Stock-Overflow-Flag = "N"
            MOVE "Y" TO Stock-Overflow-Flag
            MOVE "STOCKMST" TO Overflow-File
            PERFORM REPORT-TABLE-FULL
        END-IF
    END-IF.

      *> Recherche de ST-Part-Number / PR-Part-Number (deplace dans
      *> ST-Part-Number) dans la table du stock.
FIND-STOCK-PART.
    MOVE "N" TO Entry-Found
    PERFORM VARYING Stock-Idx FROM 1 BY 1
        UNTIL Stock-Idx > Stock-Count
        IF SK-Part-Number (Stock-Idx) = ST-Part-Number
            MOVE "Y" TO Entry-Found
        END-IF
    END-PERFORM.

      *> Toute competence exigee par TASKMAST doit etre detenue par au
      *> moins un technicien disposant d'une journee assez longue.
CHECK-TASK-SKILLS.
    PERFORM VARYING Task-Idx FROM 1 BY 1
        UNTIL Task-Idx > Task-Count
        MOVE "TASKMAST" TO Anomaly-File
        MOVE TK-Skill (Task-Idx) TO Check-Skill
        PERFORM FIND-SKILL-HOLDER
        IF Skill-Held-Flag = "N"
            MOVE "E" TO Anomaly-Severity
            MOVE TK-Task-Code (Task-Idx) TO Anomaly-Key
            STRING "competence " FUNCTION TRIM (Check-Skill)
                " detenue par aucun technicien de TECHROST"
                DELIMITED BY SIZE INTO Anomaly-Text
            PERFORM REPORT-ANOMALY
        ELSE
            IF TK-Estimated-Hours (Task-Idx) > Best-Holder-Hours
                MOVE "E" TO Anomaly-Severity
                MOVE TK-Task-Code (Task-Idx) TO Anomaly-Key
                MOVE TK-Estimated-Hours (Task-Idx) TO Edit-Task-Hours
                MOVE Best-Holder-Hours TO Edit-Best-Hours
                STRING "duree " Edit-Task-Hours
                    " h > meilleure journee qualifiee " Edit-Best-Hours " h"
                    DELIMITED BY SIZE INTO Anomaly-Text
                PERFORM REPORT-ANOMALY
            END-IF
        END-IF
    END-PERFORM.

      *> Competence a blanc ou "KPI" : tout technicien convient.
FIND-SKILL-HOLDER.
    MOVE "N" TO Skill-Held-Flag
    MOVE 0 TO Best-Holder-Hours
    PERFORM VARYING Tech-Idx FROM 1 BY 1
        UNTIL Tech-Idx > Tech-Count
        PERFORM VARYING Tech-Skill-Idx FROM 1 BY 1
            UNTIL Tech-Skill-Idx > 3
            IF Check-Skill = SPACE OR Check-Skill = "KPI"
                OR TC-Skill (Tech-Idx, Tech-Skill-Idx) = Check-Skill
                MOVE "Y" TO Skill-Held-Flag
                IF TC-Max-Day-Hours (Tech-Idx) > Best-Holder-Hours
                    MOVE TC-Max-Day-Hours (Tech-Idx) TO Best-Holder-Hours
                END-IF
            END-IF
        END-PERFORM
    END-PERFORM.

CHECK-TECH-ABSENCES.
    OPEN INPUT TECH-ABSENCE-FILE
    IF WS-Tech-Absence-Status <> "00"
        MOVE "A" TO Anomaly-Severity
        MOVE "TECHABS" TO Anomaly-File
        MOVE WS-Tech-Absence-Status TO Unavailable-Status
        PERFORM REPORT-UNAVAILABLE-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-Tech-Absence-Status = "10"
        READ TECH-ABSENCE-FILE
            AT END
                MOVE "10" TO WS-Tech-Absence-Status
            NOT AT END
                ADD 1 TO Absence-Read-Count
                PERFORM CHECK-ABSENCE-RECORD
        END-READ
    END-PERFORM
    CLOSE TECH-ABSENCE-FILE.

CHECK-ABSENCE-RECORD.
    MOVE "TECHABS" TO Anomaly-File
    MOVE SPACE TO Anomaly-Key
    STRING TA-Tech-Id "/" TA-Date-From DELIMITED BY SIZE
        INTO Anomaly-Key
    MOVE "N" TO Entry-Found
    PERFORM VARYING Tech-Idx FROM 1 BY 1
        UNTIL Tech-Idx > Tech-Count
        IF TC-Tech-Id (Tech-Idx) = TA-Tech-Id
            MOVE "Y" TO Entry-Found
        END-IF
    END-PERFORM
    IF Entry-Found = "N"
        MOVE "A" TO Anomaly-Severity
        MOVE "technicien absent de TECHROST" TO Anomaly-Text
        PERFORM REPORT-ANOMALY
    END-IF
    IF TA-Date-From IS NOT NUMERIC OR TA-Date-To IS NOT NUMERIC
        MOVE "E" TO Anomaly-Severity
        MOVE "dates d'absence non numeriques, absence ignoree"
            TO Anomaly-Text
        PERFORM REPORT-ANOMALY
    ELSE
        IF TA-Date-From > TA-Date-To
            MOVE "E" TO Anomaly-Severity
            MOVE "date de debut posterieure a la date de fin"
                TO Anomaly-Text
            PERFORM REPORT-ANOMALY
        END-IF
    END-IF.

CHECK-PARTS-REQUIREMENTS.
    OPEN INPUT PARTS-REQ-FILE
    IF WS-Parts-Req-Status <> "00"
        MOVE "A" TO Anomaly-Severity
        MOVE "PARTSREQ" TO Anomaly-File
        MOVE WS-Parts-Req-Status TO Unavailable-Status
        PERFORM REPORT-UNAVAILABLE-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-Parts-Req-Status = "10"
        READ PARTS-REQ-FILE
            AT END
                MOVE "10" TO WS-Parts-Req-Status
            NOT AT END
                ADD 1 TO Part-Req-Read-Count
                PERFORM CHECK-PART-REQ-RECORD
        END-READ
    END-PERFORM
    CLOSE PARTS-REQ-FILE.

CHECK-PART-REQ-RECORD.
    MOVE "PARTSREQ" TO Anomaly-File
    MOVE SPACE TO Anomaly-Key
    STRING PR-Task-Code "/" PR-Part-Number DELIMITED BY SIZE
        INTO Anomaly-Key
    MOVE "N" TO Entry-Found
    PERFORM VARYING Part-Req-Idx FROM 1 BY 1
        UNTIL Part-Req-Idx > Part-Req-Count
        IF PQ-Task-Code (Part-Req-Idx) = PR-Task-Code
            AND PQ-Part-Number (Part-Req-Idx) = PR-Part-Number
            MOVE "Y" TO Entry-Found
        END-IF
    END-PERFORM
    IF Entry-Found = "Y"
        MOVE "A" TO Anomaly-Severity
        MOVE "besoin tache/piece en double" TO Anomaly-Text
        PERFORM REPORT-ANOMALY
    ELSE
        IF Part-Req-Count < Max-Part-Reqs
            ADD 1 TO Part-Req-Count
            MOVE PR-Task-Code   TO PQ-Task-Code (Part-Req-Count)
            MOVE PR-Part-Number TO PQ-Part-Number (Part-Req-Count)
        END-IF
    END-IF
    MOVE "N" TO Task-Found
    PERFORM VARYING Task-Idx FROM 1 BY 1
        UNTIL Task-Idx > Task-Count
        IF TK-Task-Code (Task-Idx) = PR-Task-Code
            MOVE "Y" TO Task-Found
        END-IF
    END-PERFORM
    IF Task-Found = "N"
        MOVE "A" TO Anomaly-Severity
        MOVE "tache absente de TASKMAST" TO Anomaly-Text
        PERFORM REPORT-ANOMALY
    END-IF
    MOVE PR-Part-Number TO ST-Part-Number
    PERFORM FIND-STOCK-PART
    IF Entry-Found = "N"
        MOVE "E" TO Anomaly-Severity
        MOVE "piece absente de STOCKMST" TO Anomaly-Text
        PERFORM REPORT-ANOMALY
    END-IF
    IF PR-Quantity IS NOT NUMERIC OR PR-Quantity = 0
        MOVE "E" TO Anomaly-Severity
        MOVE "quantite absente ou nulle" TO Anomaly-Text
        PERFORM REPORT-ANOMALY
    END-IF.

      *> Nom de tache (Check-Task-Name, en majuscules) present dans
      *> TASKMAST ?
FIND-TASK-BY-NAME.
    MOVE "N" TO Task-Found
    PERFORM VARYING Task-Idx FROM 1 BY 1
        UNTIL Task-Idx > Task-Count
        IF TK-Task-Name (Task-Idx) = Check-Task-Name
            MOVE "Y" TO Task-Found
        END-IF
    END-PERFORM.

CHECK-DEFECT-CODES.
    OPEN INPUT DEFECT-CODES-FILE
    IF WS-Defect-Codes-Status <> "00"
        MOVE "A" TO Anomaly-Severity
        MOVE "DEFCODES" TO Anomaly-File
        MOVE WS-Defect-Codes-Status TO Unavailable-Status
        PERFORM REPORT-UNAVAILABLE-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-Defect-Codes-Status = "10"
        READ DEFECT-CODES-FILE
            AT END
                MOVE "10" TO WS-Defect-Codes-Status
            NOT AT END
                ADD 1 TO Code-Read-Count
                PERFORM CHECK-DEFECT-CODE-RECORD
        END-READ
    END-PERFORM
    CLOSE DEFECT-CODES-FILE.

CHECK-DEFECT-CODE-RECORD.
    MOVE "DEFCODES" TO Anomaly-File
    MOVE DC-Code TO Anomaly-Key
    MOVE "N" TO Entry-Found
    PERFORM VARYING Code-Idx FROM 1 BY 1 UNTIL Code-Idx > Code-Count
        IF CD-Code (Code-Idx) = DC-Code
            MOVE "Y" TO Entry-Found
        END-IF
    END-PERFORM
    IF Entry-Found = "Y"
        MOVE "E" TO Anomaly-Severity
        MOVE "code defaut en double" TO Anomaly-Text
        PERFORM REPORT-ANOMALY
        EXIT PARAGRAPH
    END-IF
    IF Code-Count < Max-Codes
        ADD 1 TO Code-Count
        MOVE DC-Code TO CD-Code (Code-Count)
    END-IF
      *> Ancienne ligne sans tache corrective : rien a rapprocher.
    IF DC-Task-Name = SPACE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION UPPER-CASE (DC-Task-Name) TO Check-Task-Name
    PERFORM FIND-TASK-BY-NAME
    IF Task-Found = "N"
        MOVE "A" TO Anomaly-Severity
        STRING "tache " FUNCTION TRIM (DC-Task-Name)
            " absente de TASKMAST"
            DELIMITED BY SIZE INTO Anomaly-Text
        PERFORM REPORT-ANOMALY
    END-IF
    MOVE DC-Skill TO Check-Skill
    PERFORM FIND-SKILL-HOLDER
    IF Skill-Held-Flag = "N"
        MOVE "E" TO Anomaly-Severity
        STRING "competence " FUNCTION TRIM (DC-Skill)
            " detenue par aucun technicien de TECHROST"
            DELIMITED BY SIZE INTO Anomaly-Text
        PERFORM REPORT-ANOMALY
    END-IF.

CHECK-MAINT-RULES.
    OPEN INPUT MAINT-RULES-FILE
    IF WS-Maint-Rules-Status <> "00"
        MOVE "A" TO Anomaly-Severity
        MOVE "MAINTRUL" TO Anomaly-File
        MOVE WS-Maint-Rules-Status TO Unavailable-Status
        PERFORM REPORT-UNAVAILABLE-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-Maint-Rules-Status = "10"
        READ MAINT-RULES-FILE
            AT END
                MOVE "10" TO WS-Maint-Rules-Status
            NOT AT END
                ADD 1 TO Rule-Read-Count
                PERFORM CHECK-MAINT-RULE-RECORD
        END-READ
    END-PERFORM
    CLOSE MAINT-RULES-FILE.

CHECK-MAINT-RULE-RECORD.
    MOVE "MAINTRUL" TO Anomaly-File
    MOVE SPACE TO Anomaly-Key
    STRING MR-Condition "/" MR-Task-Name DELIMITED BY SIZE
        INTO Anomaly-Key
    MOVE FUNCTION UPPER-CASE (MR-Task-Name) TO Check-Task-Name
    MOVE "N" TO Entry-Found
    PERFORM VARYING Rule-Idx FROM 1 BY 1 UNTIL Rule-Idx > Rule-Count
        IF RL-Condition (Rule-Idx) = MR-Condition
            AND RL-Task-Name (Rule-Idx) = Check-Task-Name
            MOVE "Y" TO Entry-Found
        END-IF
    END-PERFORM
    IF Entry-Found = "Y"
        MOVE "A" TO Anomaly-Severity
        MOVE "regle condition/tache en double" TO Anomaly-Text
        PERFORM REPORT-ANOMALY
        EXIT PARAGRAPH
    END-IF
    IF Rule-Count < Max-Rules
        ADD 1 TO Rule-Count
        MOVE MR-Condition    TO RL-Condition (Rule-Count)
        MOVE Check-Task-Name TO RL-Task-Name (Rule-Count)
    END-IF
    IF MR-Condition <> "OEE " AND MR-Condition <> "QUAL"
        AND MR-Condition <> "AMPS"
        MOVE "A" TO Anomaly-Severity
        MOVE "condition inconnue, regle jamais declenchee"
            TO Anomaly-Text
        PERFORM REPORT-ANOMALY
    END-IF
    PERFORM FIND-TASK-BY-NAME
    IF Task-Found = "N"
        MOVE "A" TO Anomaly-Severity
        MOVE "tache absente de TASKMAST" TO Anomaly-Text
        PERFORM REPORT-ANOMALY
    END-IF
    MOVE MR-Skill TO Check-Skill
    PERFORM FIND-SKILL-HOLDER
    IF Skill-Held-Flag = "N"
        MOVE "E" TO Anomaly-Severity
        STRING "competence " FUNCTION TRIM (MR-Skill)
            " detenue par aucun technicien de TECHROST"
            DELIMITED BY SIZE INTO Anomaly-Text
        PERFORM REPORT-ANOMALY
    END-IF.

LOAD-TARIFF-CALENDAR.
    OPEN INPUT TARIFF-CAL-FILE
    IF WS-Tariff-Cal-Status <> "00"
        MOVE "E" TO Anomaly-Severity
        MOVE "TARIFCAL" TO Anomaly-File
        MOVE WS-Tariff-Cal-Status TO Unavailable-Status
        PERFORM REPORT-UNAVAILABLE-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-Tariff-Cal-Status = "10"
        READ TARIFF-CAL-FILE
            AT END
                MOVE "10" TO WS-Tariff-Cal-Status
            NOT AT END
                ADD 1 TO Tariff-Read-Count
                PERFORM CHECK-TARIFF-RECORD
        END-READ
    END-PERFORM
    CLOSE TARIFF-CAL-FILE.

CHECK-TARIFF-RECORD.
    MOVE "TARIFCAL" TO Anomaly-File
    MOVE SPACE TO Anomaly-Key
    STRING TC-Date-From "/" TC-Band DELIMITED BY SIZE INTO Anomaly-Key
    IF TC-Date-From IS NOT NUMERIC OR TC-Date-To IS NOT NUMERIC
        OR TC-Rate-Kwh IS NOT NUMERIC
        MOVE "E" TO Anomaly-Severity
        MOVE "dates ou tarif non numeriques, ligne ignoree"
            TO Anomaly-Text
        PERFORM REPORT-ANOMALY
        EXIT PARAGRAPH
    END-IF
    IF TC-Date-From > TC-Date-To
        MOVE "E" TO Anomaly-Severity
        MOVE "date de debut posterieure a la date de fin"
            TO Anomaly-Text
        PERFORM REPORT-ANOMALY
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION UPPER-CASE (TC-Band) <> "JOUR"
        AND FUNCTION UPPER-CASE (TC-Band) <> "NUIT"
        MOVE "A" TO Anomaly-Severity
        MOVE "bande inconnue (JOUR ou NUIT attendu)" TO Anomaly-Text
        PERFORM REPORT-ANOMALY
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO Entry-Found
    PERFORM VARYING Tariff-Idx FROM 1 BY 1
        UNTIL Tariff-Idx > Tariff-Count
        IF TF-Date-From (Tariff-Idx) = TC-Date-From
            AND TF-Date-To (Tariff-Idx) = TC-Date-To
            AND TF-Band (Tariff-Idx) = FUNCTION UPPER-CASE (TC-Band)
            MOVE "Y" TO Entry-Found
        END-IF
    END-PERFORM
    IF Entry-Found = "Y"
        MOVE "E" TO Anomaly-Severity
        MOVE "plage et bande en double, tarif ambigu" TO Anomaly-Text
        PERFORM REPORT-ANOMALY
        EXIT PARAGRAPH
    END-IF
    IF Tariff-Count < Max-Tariffs
        ADD 1 TO Tariff-Count
        MOVE TC-Date-From TO TF-Date-From (Tariff-Count)
        MOVE TC-Date-To   TO TF-Date-To (Tariff-Count)
        MOVE FUNCTION UPPER-CASE (TC-Band) TO TF-Band (Tariff-Count)
    ELSE
        IF Tariff-Overflow-Flag = "N"
            MOVE "Y" TO Tariff-Overflow-Flag
            MOVE "TARIFCAL" TO Overflow-File
            PERFORM REPORT-TABLE-FULL
        END-IF
    END-IF.

      *> Chaque jour de l'horizon doit etre couvert par une bande JOUR
      *> et une bande NUIT, faute de quoi factory-kpi applique le
      *> tarif de secours.
CHECK-TARIFF-COVERAGE.
    PERFORM VARYING Horizon-Idx FROM 0 BY 1
        UNTIL Horizon-Idx >= Tariff-Horizon-Days
        COMPUTE Horizon-Date = FUNCTION DATE-OF-INTEGER
            (FUNCTION INTEGER-OF-DATE (WS-Run-Date) + Horizon-Idx)
        MOVE "JOUR" TO Horizon-Band
        PERFORM CHECK-BAND-COVERAGE
        MOVE "NUIT" TO Horizon-Band
        PERFORM CHECK-BAND-COVERAGE
    END-PERFORM.

CHECK-BAND-COVERAGE.
    MOVE "N" TO Band-Found
    PERFORM VARYING Tariff-Idx FROM 1 BY 1
        UNTIL Tariff-Idx > Tariff-Count
        IF TF-Band (Tariff-Idx) = Horizon-Band
            AND TF-Date-From (Tariff-Idx) <= Horizon-Date
            AND TF-Date-To (Tariff-Idx) >= Horizon-Date
            MOVE "Y" TO Band-Found
        END-IF
    END-PERFORM
    IF Band-Found = "N"
        MOVE "E" TO Anomaly-Severity
        MOVE "TARIFCAL" TO Anomaly-File
        MOVE SPACE TO Anomaly-Key
        STRING Horizon-Date "/" Horizon-Band DELIMITED BY SIZE
            INTO Anomaly-Key
        MOVE "aucune plage tarifaire ne couvre ce jour"
            TO Anomaly-Text
        PERFORM REPORT-ANOMALY
    END-IF.

WRITE-INTEGRITY-SUMMARY.
    COMPUTE Records-Checked = Task-Read-Count + Slot-Read-Count
        + Tech-Read-Count + Absence-Read-Count + Part-Req-Read-Count
        + Stock-Read-Count + Code-Read-Count + Rule-Read-Count
        + Tariff-Read-Count
    EVALUATE TRUE
        WHEN Error-Count > 0
            MOVE 8 TO Check-Return-Code
        WHEN Warning-Count > 0
            MOVE 4 TO Check-Return-Code
        WHEN OTHER
            MOVE 0 TO Check-Return-Code
    END-EVALUATE
    PERFORM PRINT-REPORT-LINE
    STRING "Lus : TASKMAST " Task-Read-Count " SLOTMAST " Slot-Read-Count
        " TECHROST " Tech-Read-Count " TECHABS " Absence-Read-Count
        " PARTSREQ " Part-Req-Read-Count
        DELIMITED BY SIZE INTO WS-Report-Line
    PERFORM PRINT-REPORT-LINE
    STRING "      STOCKMST " Stock-Read-Count " DEFCODES " Code-Read-Count
        " MAINTRUL " Rule-Read-Count " TARIFCAL " Tariff-Read-Count
        DELIMITED BY SIZE INTO WS-Report-Line
    PERFORM PRINT-REPORT-LINE
    STRING "Resultat : " Error-Count " erreur(s), " Warning-Count
        " avertissement(s) - code retour " Check-Return-Code
        DELIMITED BY SIZE INTO WS-Report-Line
    PERFORM PRINT-REPORT-LINE
    IF Error-Count > 0
        MOVE "Corriger les erreurs avant la planification hebdomadaire"
            TO WS-Report-Line
        PERFORM PRINT-REPORT-LINE
    END-IF.

WRITE-RUN-JOURNAL.
    MOVE 0 TO Run-Seq
    OPEN INPUT RUN-JOURNAL-FILE
    IF WS-Run-Journal-Status = "00"
        PERFORM UNTIL WS-Run-Journal-Status = "10"
            READ RUN-JOURNAL-FILE
                AT END
                    MOVE "10" TO WS-Run-Journal-Status
                NOT AT END
                    ADD 1 TO Run-Seq
            END-READ
        END-PERFORM
        CLOSE RUN-JOURNAL-FILE
    END-IF
    ADD 1 TO Run-Seq
    MOVE SPACE TO Run-Id
    STRING "CHK" Run-Seq DELIMITED BY SIZE INTO Run-Id
    OPEN EXTEND RUN-JOURNAL-FILE
    IF WS-Run-Journal-Status = "05" OR WS-Run-Journal-Status = "35"
        OPEN OUTPUT RUN-JOURNAL-FILE
    END-IF
    IF WS-Run-Journal-Status = "00"
        MOVE Run-Id                     TO RJ-Run-Id
        MOVE WS-Run-Date                TO RJ-Run-Date
        MOVE "integrity-check"          TO RJ-Program
        MOVE Records-Checked            TO RJ-Records-Read
        COMPUTE RJ-Records-Written = Error-Count + Warning-Count
        MOVE Error-Count                TO RJ-Records-Rejected
        MOVE WS-Task-Master-Status      TO RJ-Main-Status
        MOVE WS-Integrity-Report-Status TO RJ-History-Status
        MOVE "N"                        TO RJ-Superseded
        WRITE RUN-JOURNAL-RECORD
        CLOSE RUN-JOURNAL-FILE
    ELSE
        DISPLAY "RUN-JOURNAL indisponible, statut "
            WS-Run-Journal-Status
    END-IF.
