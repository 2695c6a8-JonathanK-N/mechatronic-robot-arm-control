       >>SOURCE FORMAT FREE
      *>****************************************************************
      *> maint_cost.cbl
      *> Valorisation mensuelle de la maintenance : chaque tache
      *> realisee du mois (COMPLOG, heures reelles > 0) est chiffree
      *> en heures reelles x taux horaire du technicien (TECHROST)
      *> plus les pieces de sa nomenclature PARTSREQ x cout unitaire
      *> (STOCKMST). Le cout prevu est chiffre de la meme facon sur
      *> les affectations SCHEDOUT du mois (heures estimees x taux du
      *> technicien affecte). Le rapport COSTRPT detaille chaque
      *> tache realisee puis ventile prevu / reel par tache, par
      *> competence et par cellule, a rapprocher du cout energie de
      *> ENERGRPT. COMPLOG ne portant que le nom de la tache, le code
      *> et la competence sont retrouves par ce nom dans TASKMAST, puis
      *> dans SCHEDOUT (interventions urgentes), MAINTRUL (flux KPI),
      *> DEFCODES (defauts) et ASSETREG (compteurs) ; seul un nom
      *> inconnu partout reste HORS REF., sans pieces. Un technicien
      *> inconnu ou sans taux est valorise au taux par defaut.
      *> SCHEDOUT ne gardant que la derniere semaine planifiee, le
      *> prevu ne couvre que les affectations encore presentes.
      *>****************************************************************

IDENTIFICATION DIVISION.
PROGRAM-ID. maint-cost.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COMPLETION-LOG-FILE ASSIGN TO "COMPLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Completion-Log-Status.

    SELECT SCHEDULE-OUT-FILE ASSIGN TO "SCHEDOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Schedule-Out-Status.

    SELECT TASK-MASTER-FILE ASSIGN TO "TASKMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS TM-Task-Code
        FILE STATUS IS WS-Task-Master-Status.

    SELECT TECH-ROSTER-FILE ASSIGN TO "TECHROST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Tech-Roster-Status.

    SELECT PARTS-REQ-FILE ASSIGN TO "PARTSREQ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Parts-Req-Status.

    SELECT STOCK-MASTER-FILE ASSIGN TO "STOCKMST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Stock-Master-Status.

    SELECT MAINT-RULES-FILE ASSIGN TO "MAINTRUL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Maint-Rules-Status.

    SELECT DEFECT-CODES-FILE ASSIGN TO "DEFCODES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Defect-Codes-Status.

    SELECT ASSET-REGISTER-FILE ASSIGN TO "ASSETREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Asset-Register-Status.

    SELECT COST-REPORT-FILE ASSIGN TO "COSTRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Cost-Report-Status.

DATA DIVISION.
FILE SECTION.
FD  COMPLETION-LOG-FILE.
COPY "complog.cpy".

FD  SCHEDULE-OUT-FILE.
COPY "schedout.cpy".

FD  TASK-MASTER-FILE.
01 TASK-MASTER-RECORD.
   05 TM-Task-Code       PIC X(6).
   05 TM-Task-Name       PIC X(26).
   05 TM-Frequency-Day   PIC 9.
   05 TM-Estimated-Hours PIC 9V9.
   05 TM-Skill           PIC X(10).
   05 TM-Criticality     PIC 9.

FD  TECH-ROSTER-FILE.
COPY "techrost.cpy".

FD  PARTS-REQ-FILE.
01 PARTS-REQ-RECORD.
   05 PR-Task-Code       PIC X(6).
   05 PR-Part-Number     PIC X(8).
   05 PR-Quantity        PIC 9(3).
   05 PR-Bin-Location    PIC X(6).

FD  STOCK-MASTER-FILE.
COPY "stockmst.cpy".

FD  MAINT-RULES-FILE.
01 MAINT-RULE-RECORD.
   05 MR-Condition         PIC X(4).
   05 MR-Threshold         PIC 9(3)V99.
   05 MR-Task-Name         PIC X(24).
   05 MR-Task-Hours        PIC 9V9.
   05 MR-Skill             PIC X(10).
   05 MR-Criticality       PIC 9.
   05 MR-Frequency-Day     PIC 9.

FD  DEFECT-CODES-FILE.
01 DEFECT-CODES-RECORD.
   05 DC-Code              PIC X(4).
   05 DC-Description       PIC X(30).
   05 DC-Task-Name         PIC X(24).
   05 DC-Task-Hours        PIC 9V9.
   05 DC-Skill             PIC X(10).
   05 DC-Criticality       PIC 9.
   05 DC-Threshold         PIC 9(3).

FD  ASSET-REGISTER-FILE.
COPY "assetreg.cpy".

FD  COST-REPORT-FILE.
01 COST-REPORT-RECORD      PIC X(120).

WORKING-STORAGE SECTION.
01 WS-Completion-Log-Status PIC XX VALUE SPACE.
01 WS-Schedule-Out-Status   PIC XX VALUE SPACE.
01 WS-Task-Master-Status    PIC XX VALUE SPACE.
01 WS-Tech-Roster-Status    PIC XX VALUE SPACE.
01 WS-Parts-Req-Status      PIC XX VALUE SPACE.
01 WS-Stock-Master-Status   PIC XX VALUE SPACE.
01 WS-Maint-Rules-Status    PIC XX VALUE SPACE.
01 WS-Defect-Codes-Status   PIC XX VALUE SPACE.
01 WS-Asset-Register-Status PIC XX VALUE SPACE.
01 WS-Cost-Report-Status    PIC XX VALUE SPACE.
01 WS-Run-Date              PIC 9(8).
01 WS-Report-Line           PIC X(120).

01 Cost-Month               PIC 9(6) VALUE 0.
01 Date-From                PIC 9(8) VALUE 0.
01 Date-To                  PIC 9(8) VALUE 0.

      *> Taux applique a un technicien absent de TECHROST, sans taux
      *> renseigne, ou a une tache non affectee ("------").
01 Default-Labor-Rate       PIC 9(3)V99 VALUE 45.00.
01 Unknown-Task-Code        PIC X(6) VALUE "HORSRF".
01 Unknown-Skill            PIC X(10) VALUE "HORS REF.".

01 Max-Techs                PIC 9(2) VALUE 20.
01 Tech-Count               PIC 9(2) VALUE 0.
01 Tech-Table.
   05 Tech OCCURS 1 TO 20 TIMES DEPENDING ON Tech-Count.
      10 Tech-Id            PIC X(6).
      10 Tech-Labor-Rate    PIC 9(3)V99.
01 Tech-Idx                 PIC 9(2).

01 Max-Stock-Items          PIC 9(2) VALUE 50.
01 Stock-Count              PIC 9(2) VALUE 0.
01 Stock-Table.
   05 Stock-Item OCCURS 1 TO 50 TIMES DEPENDING ON Stock-Count.
      10 Stock-Part-Number  PIC X(8).
      10 Stock-Unit-Cost    PIC 9(4)V99.
01 Stock-Idx                PIC 9(2).

01 Max-Part-Reqs            PIC 9(3) VALUE 100.
01 Part-Req-Count           PIC 9(3) VALUE 0.
01 Part-Req-Table.
   05 Part-Req OCCURS 1 TO 100 TIMES DEPENDING ON Part-Req-Count.
      10 PRQ-Task-Code      PIC X(6).
      10 PRQ-Part-Number    PIC X(8).
      10 PRQ-Quantity       PIC 9(3).
01 Part-Req-Idx             PIC 9(3).

      *> Referentiel des noms de tache : TASKMAST d'abord, puis les
      *> noms rencontres dans SCHEDOUT, MAINTRUL, DEFCODES et
      *> ASSETREG (code a blanc hors TASKMAST et SCHEDOUT). Le premier
      *> nom charge l'emporte.
01 Max-Tasks                PIC 9(3) VALUE 200.
01 Task-Count               PIC 9(3) VALUE 0.
01 Task-Table.
   05 Task OCCURS 1 TO 200 TIMES DEPENDING ON Task-Count.
      10 Task-Code          PIC X(6).
      10 Task-Name          PIC X(26).
      10 Task-Skill         PIC X(10).
01 Task-Idx                 PIC 9(3).
01 Ref-Task-Code            PIC X(6).
01 Ref-Task-Name            PIC X(26).
01 Ref-Skill                PIC X(10).

      *> Cumuls prevu / reel par axe d'analyse : T = nom de tache,
      *> S = competence, C = cellule (espaces = commun atelier).
01 Max-Cost-Groups          PIC 9(3) VALUE 120.
01 Cost-Group-Count         PIC 9(3) VALUE 0.
01 Cost-Group-Table.
   05 Cost-Group OCCURS 1 TO 120 TIMES DEPENDING ON Cost-Group-Count.
      10 CG-Axis            PIC X.
      10 CG-Key             PIC X(26).
      *> Code tache edite devant le nom sur l'axe T (HORSRF si
      *> inconnu), espaces sur les autres axes.
      10 CG-Task-Code       PIC X(6).
      10 CG-Task-Count      PIC 9(4).
      10 CG-Planned-Hours   PIC 9(5)V9.
      10 CG-Planned-Cost    PIC 9(7)V99.
      10 CG-Actual-Hours    PIC 9(5)V9.
      10 CG-Labor-Cost      PIC 9(7)V99.
      10 CG-Parts-Cost      PIC 9(7)V99.
01 Cost-Group-Idx           PIC 9(3).
01 Cost-Group-Idx-2         PIC 9(3).
01 Group-Axis               PIC X.
01 Group-Key                PIC X(26).
01 Group-Line-Count         PIC 9(3).

      *> Chiffrage de la tache en cours (realisee ou planifiee).
01 Work-Task-Code           PIC X(6).
01 Work-Task-Name           PIC X(26).
01 Work-Skill               PIC X(10).
01 Work-Cell-Id             PIC X(4).
01 Work-Tech-Id             PIC X(6).
01 Work-Hours               PIC 9V9.
01 Work-Rate                PIC 9(3)V99.
01 Work-Labor-Cost          PIC 9(5)V99.
01 Work-Parts-Cost          PIC 9(5)V99.
01 Work-Total-Cost          PIC 9(6)V99.
01 Work-Planned-Flag        PIC X VALUE "N".

01 Month-Planned-Hours      PIC 9(5)V9 VALUE 0.
01 Month-Planned-Cost       PIC 9(7)V99 VALUE 0.
01 Month-Actual-Hours       PIC 9(5)V9 VALUE 0.
01 Month-Labor-Cost         PIC 9(7)V99 VALUE 0.
01 Month-Parts-Cost         PIC 9(7)V99 VALUE 0.
01 Month-Actual-Cost        PIC 9(7)V99 VALUE 0.
01 Cost-Variance            PIC S9(7)V99.

01 Complog-Read-Count       PIC 9(5) VALUE 0.
01 Priced-Task-Count        PIC 9(5) VALUE 0.
01 Planned-Task-Count       PIC 9(5) VALUE 0.
01 Default-Rate-Count       PIC 9(5) VALUE 0.
01 Unknown-Part-Count       PIC 9(5) VALUE 0.

      *> Zones d'edition des montants du rapport.
01 Edit-Hours               PIC ZZZZ9.9.
01 Edit-Actual-Hours        PIC ZZZZ9.9.
01 Edit-Rate                PIC ZZ9.99.
01 Edit-Labor               PIC ZZZZZZ9.99.
01 Edit-Parts               PIC ZZZZZZ9.99.
01 Edit-Actual              PIC ZZZZZZ9.99.
01 Edit-Planned             PIC ZZZZZZ9.99.
01 Edit-Variance            PIC -(7)9.99.

PROCEDURE DIVISION.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD
    DISPLAY "===== Couts de maintenance du mois ====="
    DISPLAY "Mois (AAAAMM, 0 = mois courant) : " WITH NO ADVANCING
    ACCEPT Cost-Month
    IF Cost-Month IS NOT NUMERIC
        DISPLAY "Mois invalide, traitement abandonne"
        STOP RUN
    END-IF
    IF Cost-Month = 0
        MOVE WS-Run-Date (1:6) TO Cost-Month
    END-IF
    COMPUTE Date-From = Cost-Month * 100 + 1
    COMPUTE Date-To   = Cost-Month * 100 + 31
    PERFORM LOAD-TECH-RATES
    PERFORM LOAD-STOCK-COSTS
    PERFORM LOAD-TASK-MASTER
    PERFORM LOAD-SCHEDULE-TASKS
    PERFORM LOAD-RULE-TASKS
    PERFORM LOAD-DEFECT-TASKS
    PERFORM LOAD-ASSET-TASKS
    PERFORM LOAD-PARTS-REQUIREMENTS
    PERFORM OPEN-COST-REPORT
    PERFORM PRICE-COMPLETIONS
    PERFORM PRICE-SCHEDULE
    MOVE "T" TO Group-Axis
    MOVE "===== Par code tache =====" TO WS-Report-Line
    PERFORM WRITE-GROUP-SECTION
    MOVE "S" TO Group-Axis
    MOVE "===== Par competence =====" TO WS-Report-Line
    PERFORM WRITE-GROUP-SECTION
    MOVE "C" TO Group-Axis
    MOVE "===== Par cellule =====" TO WS-Report-Line
    PERFORM WRITE-GROUP-SECTION
    PERFORM WRITE-COST-SUMMARY
    IF WS-Cost-Report-Status = "00"
        CLOSE COST-REPORT-FILE
    END-IF
    DISPLAY "Realisations lues        : " Complog-Read-Count
    DISPLAY "Taches realisees chiffrees: " Priced-Task-Count
    DISPLAY "Affectations planifiees  : " Planned-Task-Count
    IF Default-Rate-Count > 0
        DISPLAY "Taches au taux par defaut: " Default-Rate-Count
    END-IF
    IF Unknown-Part-Count > 0
        DISPLAY "Pieces sans cout unitaire: " Unknown-Part-Count
    END-IF
    STOP RUN.

OPEN-COST-REPORT.
    OPEN OUTPUT COST-REPORT-FILE
    IF WS-Cost-Report-Status <> "00"
        DISPLAY "COST-REPORT indisponible, statut " WS-Cost-Report-Status
    ELSE
        MOVE "===== Couts de maintenance du mois ====="
            TO COST-REPORT-RECORD
        WRITE COST-REPORT-RECORD
    END-IF
    MOVE Default-Labor-Rate TO Edit-Rate
    STRING "Mois " Cost-Month "   edite le " WS-Run-Date
           "   taux par defaut " Edit-Rate " $/h"
        DELIMITED BY SIZE INTO WS-Report-Line
    PERFORM PRINT-COST-LINE
    MOVE "===== Taches realisees =====" TO WS-Report-Line
    PERFORM PRINT-COST-LINE
    STRING "Date     Code   Tache                      Tech.  Cell"
           "  Heures   Taux     M.O.    Pieces     Total"
        DELIMITED BY SIZE INTO WS-Report-Line
    PERFORM PRINT-COST-LINE.

PRINT-COST-LINE.
    DISPLAY WS-Report-Line
    IF WS-Cost-Report-Status = "00"
        MOVE WS-Report-Line TO COST-REPORT-RECORD
        WRITE COST-REPORT-RECORD
    END-IF
    MOVE SPACE TO WS-Report-Line.

LOAD-TECH-RATES.
    MOVE 0 TO Tech-Count
    OPEN INPUT TECH-ROSTER-FILE
    IF WS-Tech-Roster-Status <> "00"
        DISPLAY "TECH-ROSTER indisponible, statut " WS-Tech-Roster-Status
        DISPLAY "Main-d'oeuvre valorisee au taux par defaut"
    ELSE
        PERFORM UNTIL WS-Tech-Roster-Status = "10"
            READ TECH-ROSTER-FILE
                AT END
                    MOVE "10" TO WS-Tech-Roster-Status
                NOT AT END
                    IF Tech-Count < Max-Techs
                        ADD 1 TO Tech-Count
                        MOVE TR-Tech-Id TO Tech-Id (Tech-Count)
                        IF TR-Labor-Rate IS NUMERIC
                            AND TR-Labor-Rate > 0
                            MOVE TR-Labor-Rate
                                TO Tech-Labor-Rate (Tech-Count)
                        ELSE
                            MOVE Default-Labor-Rate
                                TO Tech-Labor-Rate (Tech-Count)
                            DISPLAY "Technicien sans taux horaire, taux"
                                " par defaut : " TR-Tech-Id
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TECH-ROSTER-FILE
    END-IF.

LOAD-STOCK-COSTS.
    MOVE 0 TO Stock-Count
    OPEN INPUT STOCK-MASTER-FILE
    IF WS-Stock-Master-Status <> "00"
        DISPLAY "STOCK-MASTER indisponible, statut "
            WS-Stock-Master-Status
        DISPLAY "Pieces valorisees a zero"
    ELSE
        PERFORM UNTIL WS-Stock-Master-Status = "10"
            READ STOCK-MASTER-FILE
                AT END
                    MOVE "10" TO WS-Stock-Master-Status
                NOT AT END
                    IF Stock-Count < Max-Stock-Items
                        ADD 1 TO Stock-Count
                        MOVE ST-Part-Number
                            TO Stock-Part-Number (Stock-Count)
                        IF ST-Unit-Cost IS NUMERIC
                            MOVE ST-Unit-Cost
                                TO Stock-Unit-Cost (Stock-Count)
                        ELSE
                            MOVE 0 TO Stock-Unit-Cost (Stock-Count)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE STOCK-MASTER-FILE
    END-IF.

LOAD-TASK-MASTER.
    MOVE 0 TO Task-Count
    OPEN INPUT TASK-MASTER-FILE
    IF WS-Task-Master-Status <> "00"
        DISPLAY "TASK-MASTER indisponible, statut "
            WS-Task-Master-Status
    ELSE
        PERFORM UNTIL WS-Task-Master-Status = "10"
            READ TASK-MASTER-FILE NEXT RECORD
                AT END
                    MOVE "10" TO WS-Task-Master-Status
                NOT AT END
                    IF Task-Count < Max-Tasks
                        ADD 1 TO Task-Count
                        MOVE TM-Task-Code TO Task-Code (Task-Count)
                        MOVE TM-Task-Name TO Task-Name (Task-Count)
                        MOVE TM-Skill     TO Task-Skill (Task-Count)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TASK-MASTER-FILE
    END-IF.

LOAD-SCHEDULE-TASKS.
    OPEN INPUT SCHEDULE-OUT-FILE
    IF WS-Schedule-Out-Status <> "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-Schedule-Out-Status = "10"
        READ SCHEDULE-OUT-FILE
            AT END
                MOVE "10" TO WS-Schedule-Out-Status
            NOT AT END
                MOVE SO-Task-Code TO Ref-Task-Code
                MOVE SO-Task-Name TO Ref-Task-Name
                MOVE SO-Skill     TO Ref-Skill
                PERFORM ADD-REFERENCE-TASK
        END-READ
    END-PERFORM
    CLOSE SCHEDULE-OUT-FILE.

LOAD-RULE-TASKS.
    OPEN INPUT MAINT-RULES-FILE
    IF WS-Maint-Rules-Status <> "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-Maint-Rules-Status = "10"
        READ MAINT-RULES-FILE
            AT END
                MOVE "10" TO WS-Maint-Rules-Status
            NOT AT END
                MOVE SPACE        TO Ref-Task-Code
                MOVE MR-Task-Name TO Ref-Task-Name
                MOVE MR-Skill     TO Ref-Skill
                PERFORM ADD-REFERENCE-TASK
        END-READ
    END-PERFORM
    CLOSE MAINT-RULES-FILE.

LOAD-DEFECT-TASKS.
    OPEN INPUT DEFECT-CODES-FILE
    IF WS-Defect-Codes-Status <> "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-Defect-Codes-Status = "10"
        READ DEFECT-CODES-FILE
            AT END
                MOVE "10" TO WS-Defect-Codes-Status
            NOT AT END
                MOVE SPACE        TO Ref-Task-Code
                MOVE DC-Task-Name TO Ref-Task-Name
                MOVE DC-Skill     TO Ref-Skill
                PERFORM ADD-REFERENCE-TASK
        END-READ
    END-PERFORM
    CLOSE DEFECT-CODES-FILE.

LOAD-ASSET-TASKS.
    OPEN INPUT ASSET-REGISTER-FILE
    IF WS-Asset-Register-Status <> "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-Asset-Register-Status = "10"
        READ ASSET-REGISTER-FILE
            AT END
                MOVE "10" TO WS-Asset-Register-Status
            NOT AT END
                MOVE SPACE        TO Ref-Task-Code
                MOVE AR-Task-Name TO Ref-Task-Name
                MOVE AR-Skill     TO Ref-Skill
                PERFORM ADD-REFERENCE-TASK
        END-READ
    END-PERFORM
    CLOSE ASSET-REGISTER-FILE.

ADD-REFERENCE-TASK.
    IF Ref-Task-Name = SPACE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING Task-Idx FROM 1 BY 1
        UNTIL Task-Idx > Task-Count
        OR Task-Name (Task-Idx) = Ref-Task-Name
        CONTINUE
    END-PERFORM
    IF Task-Idx > Task-Count AND Task-Count < Max-Tasks
        ADD 1 TO Task-Count
        MOVE Ref-Task-Code TO Task-Code (Task-Count)
        MOVE Ref-Task-Name TO Task-Name (Task-Count)
        MOVE Ref-Skill     TO Task-Skill (Task-Count)
    END-IF.

LOAD-PARTS-REQUIREMENTS.
    MOVE 0 TO Part-Req-Count
    OPEN INPUT PARTS-REQ-FILE
    IF WS-Parts-Req-Status <> "00"
        DISPLAY "PARTS-REQ indisponible, statut " WS-Parts-Req-Status
    ELSE
        PERFORM UNTIL WS-Parts-Req-Status = "10"
            READ PARTS-REQ-FILE
                AT END
                    MOVE "10" TO WS-Parts-Req-Status
                NOT AT END
                    IF Part-Req-Count < Max-Part-Reqs
                        ADD 1 TO Part-Req-Count
                        MOVE PR-Task-Code
                            TO PRQ-Task-Code (Part-Req-Count)
                        MOVE PR-Part-Number
                            TO PRQ-Part-Number (Part-Req-Count)
                        MOVE PR-Quantity
                            TO PRQ-Quantity (Part-Req-Count)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PARTS-REQ-FILE
    END-IF.

PRICE-COMPLETIONS.
    OPEN INPUT COMPLETION-LOG-FILE
    IF WS-Completion-Log-Status <> "00"
        DISPLAY "COMPLOG indisponible, statut "
            WS-Completion-Log-Status
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-Completion-Log-Status = "10"
        READ COMPLETION-LOG-FILE
            AT END
                MOVE "10" TO WS-Completion-Log-Status
            NOT AT END
                ADD 1 TO Complog-Read-Count
                IF CL-Log-Date IS NUMERIC
                    AND CL-Actual-Hours IS NUMERIC
                    AND CL-Actual-Hours > 0
                    AND CL-Log-Date >= Date-From
                    AND CL-Log-Date <= Date-To
                    PERFORM PRICE-COMPLETED-TASK
                END-IF
        END-READ
    END-PERFORM
    CLOSE COMPLETION-LOG-FILE.

      *> Le COMPLOG porte le nom de la tache : le code (nomenclature
      *> de pieces) et la competence sont retrouves par ce nom dans
      *> le referentiel charge au demarrage.
PRICE-COMPLETED-TASK.
    MOVE Unknown-Task-Code TO Work-Task-Code
    MOVE Unknown-Skill     TO Work-Skill
    MOVE CL-Task-Name      TO Work-Task-Name
    PERFORM VARYING Task-Idx FROM 1 BY 1
        UNTIL Task-Idx > Task-Count
        OR Task-Name (Task-Idx) = CL-Task-Name
        CONTINUE
    END-PERFORM
    IF Task-Idx <= Task-Count
        IF Task-Code (Task-Idx) <> SPACE
            MOVE Task-Code (Task-Idx) TO Work-Task-Code
        END-IF
        IF Task-Skill (Task-Idx) <> SPACE
            MOVE Task-Skill (Task-Idx) TO Work-Skill
        END-IF
    END-IF
    MOVE CL-Cell-Id      TO Work-Cell-Id
    MOVE CL-Tech-Id      TO Work-Tech-Id
    MOVE CL-Actual-Hours TO Work-Hours
    MOVE "N" TO Work-Planned-Flag
    PERFORM PRICE-WORK-TASK
    ADD 1 TO Priced-Task-Count
    ADD Work-Hours      TO Month-Actual-Hours
    ADD Work-Labor-Cost TO Month-Labor-Cost
    ADD Work-Parts-Cost TO Month-Parts-Cost
    ADD Work-Total-Cost TO Month-Actual-Cost
    MOVE Work-Hours      TO Edit-Hours
    MOVE Work-Rate       TO Edit-Rate
    MOVE Work-Labor-Cost TO Edit-Labor
    MOVE Work-Parts-Cost TO Edit-Parts
    MOVE Work-Total-Cost TO Edit-Actual
    STRING CL-Log-Date " " Work-Task-Code " " CL-Task-Name " "
           Work-Tech-Id " " Work-Cell-Id " " Edit-Hours " "
           Edit-Rate Edit-Labor Edit-Parts Edit-Actual
        DELIMITED BY SIZE INTO WS-Report-Line
    PERFORM PRINT-COST-LINE
    PERFORM POST-WORK-TO-GROUPS.

PRICE-SCHEDULE.
    OPEN INPUT SCHEDULE-OUT-FILE
    IF WS-Schedule-Out-Status <> "00"
        DISPLAY "SCHEDOUT indisponible, statut " WS-Schedule-Out-Status
        DISPLAY "Rapport sans cout prevu"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-Schedule-Out-Status = "10"
        READ SCHEDULE-OUT-FILE
            AT END
                MOVE "10" TO WS-Schedule-Out-Status
            NOT AT END
                IF SO-Planned-Date IS NUMERIC
                    AND SO-Estimated-Hours IS NUMERIC
                    AND SO-Planned-Date >= Date-From
                    AND SO-Planned-Date <= Date-To
                    PERFORM PRICE-PLANNED-TASK
                END-IF
        END-READ
    END-PERFORM
    CLOSE SCHEDULE-OUT-FILE.

      *> La ligne planifiee porte son code, sa competence et son nom ;
      *> TASKMAST ne complete que les lignes anterieures a ces zones.
PRICE-PLANNED-TASK.
    MOVE SO-Task-Code TO Work-Task-Code
    MOVE SO-Skill     TO Work-Skill
    MOVE SO-Task-Name TO Work-Task-Name
    IF Work-Skill = SPACE OR Work-Task-Name = SPACE
        PERFORM VARYING Task-Idx FROM 1 BY 1
            UNTIL Task-Idx > Task-Count
            OR Task-Code (Task-Idx) = SO-Task-Code
            CONTINUE
        END-PERFORM
        IF Task-Idx <= Task-Count
            IF Work-Skill = SPACE
                MOVE Task-Skill (Task-Idx) TO Work-Skill
            END-IF
            IF Work-Task-Name = SPACE
                MOVE Task-Name (Task-Idx) TO Work-Task-Name
            END-IF
        END-IF
    END-IF
    IF Work-Skill = SPACE
        MOVE Unknown-Skill TO Work-Skill
    END-IF
    IF Work-Task-Name = SPACE
        MOVE SO-Task-Code TO Work-Task-Name
    END-IF
    MOVE SO-Cell-Id         TO Work-Cell-Id
    MOVE SO-Tech-Id         TO Work-Tech-Id
    MOVE SO-Estimated-Hours TO Work-Hours
    MOVE "Y" TO Work-Planned-Flag
    PERFORM PRICE-WORK-TASK
    ADD 1 TO Planned-Task-Count
    ADD Work-Hours      TO Month-Planned-Hours
    ADD Work-Total-Cost TO Month-Planned-Cost
    PERFORM POST-WORK-TO-GROUPS.

      *> Heures x taux du technicien + pieces de la nomenclature du
      *> code tache x cout unitaire.
PRICE-WORK-TASK.
    MOVE Default-Labor-Rate TO Work-Rate
    MOVE 0 TO Tech-Idx
    IF Work-Tech-Id <> SPACE AND Work-Tech-Id <> "------"
        PERFORM VARYING Tech-Idx FROM 1 BY 1
            UNTIL Tech-Idx > Tech-Count
            OR Tech-Id (Tech-Idx) = Work-Tech-Id
            CONTINUE
        END-PERFORM
    END-IF
    IF Tech-Idx > 0 AND Tech-Idx <= Tech-Count
        MOVE Tech-Labor-Rate (Tech-Idx) TO Work-Rate
    ELSE
        IF Work-Planned-Flag = "N"
            ADD 1 TO Default-Rate-Count
        END-IF
    END-IF
    COMPUTE Work-Labor-Cost ROUNDED = Work-Hours * Work-Rate
    MOVE 0 TO Work-Parts-Cost
    IF Work-Task-Code <> Unknown-Task-Code
        PERFORM VARYING Part-Req-Idx FROM 1 BY 1
            UNTIL Part-Req-Idx > Part-Req-Count
            IF PRQ-Task-Code (Part-Req-Idx) = Work-Task-Code
                PERFORM PRICE-ONE-PART
            END-IF
        END-PERFORM
    END-IF
    COMPUTE Work-Total-Cost = Work-Labor-Cost + Work-Parts-Cost.

PRICE-ONE-PART.
    MOVE 0 TO Stock-Idx
    PERFORM VARYING Stock-Idx FROM 1 BY 1
        UNTIL Stock-Idx > Stock-Count
        OR Stock-Part-Number (Stock-Idx) = PRQ-Part-Number (Part-Req-Idx)
        CONTINUE
    END-PERFORM
    IF Stock-Idx > Stock-Count
        OR Stock-Unit-Cost (Stock-Idx) = 0
        IF Work-Planned-Flag = "N"
            ADD 1 TO Unknown-Part-Count
            DISPLAY "Piece sans cout unitaire, valorisee a zero : "
                PRQ-Part-Number (Part-Req-Idx)
        END-IF
        EXIT PARAGRAPH
    END-IF
    COMPUTE Work-Parts-Cost = Work-Parts-Cost
        + PRQ-Quantity (Part-Req-Idx) * Stock-Unit-Cost (Stock-Idx).

POST-WORK-TO-GROUPS.
    MOVE "T" TO Group-Axis
    MOVE Work-Task-Name TO Group-Key
    PERFORM ADD-TO-COST-GROUP
    MOVE "S" TO Group-Axis
    MOVE Work-Skill TO Group-Key
    PERFORM ADD-TO-COST-GROUP
    MOVE "C" TO Group-Axis
    MOVE Work-Cell-Id TO Group-Key
    PERFORM ADD-TO-COST-GROUP.

ADD-TO-COST-GROUP.
    MOVE 0 TO Cost-Group-Idx
    PERFORM VARYING Cost-Group-Idx-2 FROM 1 BY 1
        UNTIL Cost-Group-Idx-2 > Cost-Group-Count OR Cost-Group-Idx > 0
        IF CG-Axis (Cost-Group-Idx-2) = Group-Axis
            AND CG-Key (Cost-Group-Idx-2) = Group-Key
            MOVE Cost-Group-Idx-2 TO Cost-Group-Idx
        END-IF
    END-PERFORM
    IF Cost-Group-Idx = 0
        IF Cost-Group-Count < Max-Cost-Groups
            ADD 1 TO Cost-Group-Count
            MOVE Cost-Group-Count TO Cost-Group-Idx
            MOVE Group-Axis TO CG-Axis (Cost-Group-Idx)
            MOVE Group-Key  TO CG-Key (Cost-Group-Idx)
            MOVE SPACE      TO CG-Task-Code (Cost-Group-Idx)
            IF Group-Axis = "T"
                MOVE Work-Task-Code TO CG-Task-Code (Cost-Group-Idx)
            END-IF
            MOVE 0 TO CG-Task-Count (Cost-Group-Idx)
            MOVE 0 TO CG-Planned-Hours (Cost-Group-Idx)
            MOVE 0 TO CG-Planned-Cost (Cost-Group-Idx)
            MOVE 0 TO CG-Actual-Hours (Cost-Group-Idx)
            MOVE 0 TO CG-Labor-Cost (Cost-Group-Idx)
            MOVE 0 TO CG-Parts-Cost (Cost-Group-Idx)
        ELSE
            DISPLAY "Table des cumuls pleine, ignore : "
                Group-Axis " " Group-Key
            EXIT PARAGRAPH
        END-IF
    END-IF
    IF Work-Planned-Flag = "Y"
        ADD Work-Hours      TO CG-Planned-Hours (Cost-Group-Idx)
        ADD Work-Total-Cost TO CG-Planned-Cost (Cost-Group-Idx)
    ELSE
        ADD 1               TO CG-Task-Count (Cost-Group-Idx)
        ADD Work-Hours      TO CG-Actual-Hours (Cost-Group-Idx)
        ADD Work-Labor-Cost TO CG-Labor-Cost (Cost-Group-Idx)
        ADD Work-Parts-Cost TO CG-Parts-Cost (Cost-Group-Idx)
    END-IF.

      *> Une section du rapport : le titre est deja dans
      *> WS-Report-Line, Group-Axis designe l'axe a editer.
WRITE-GROUP-SECTION.
    PERFORM PRINT-COST-LINE
    STRING "Code   Cle                          Nb  H.prev.      Prevu    H.reel."
           "  Main-d'oeuvre     Pieces       Reel       Ecart"
        DELIMITED BY SIZE INTO WS-Report-Line
    PERFORM PRINT-COST-LINE
    MOVE 0 TO Group-Line-Count
    PERFORM VARYING Cost-Group-Idx FROM 1 BY 1
        UNTIL Cost-Group-Idx > Cost-Group-Count
        IF CG-Axis (Cost-Group-Idx) = Group-Axis
            ADD 1 TO Group-Line-Count
            PERFORM WRITE-GROUP-LINE
        END-IF
    END-PERFORM
    IF Group-Line-Count = 0
        MOVE "Aucune tache sur le mois" TO WS-Report-Line
        PERFORM PRINT-COST-LINE
    END-IF.

WRITE-GROUP-LINE.
    MOVE CG-Key (Cost-Group-Idx) TO Group-Key
    IF Group-Key = SPACE
        MOVE "(commun)" TO Group-Key
    END-IF
    COMPUTE Work-Total-Cost = CG-Labor-Cost (Cost-Group-Idx)
        + CG-Parts-Cost (Cost-Group-Idx)
    COMPUTE Cost-Variance = Work-Total-Cost
        - CG-Planned-Cost (Cost-Group-Idx)
    MOVE CG-Planned-Hours (Cost-Group-Idx) TO Edit-Hours
    MOVE CG-Planned-Cost (Cost-Group-Idx)  TO Edit-Planned
    MOVE CG-Labor-Cost (Cost-Group-Idx)    TO Edit-Labor
    MOVE CG-Parts-Cost (Cost-Group-Idx)    TO Edit-Parts
    MOVE Work-Total-Cost                   TO Edit-Actual
    MOVE Cost-Variance                     TO Edit-Variance
    MOVE CG-Actual-Hours (Cost-Group-Idx)  TO Edit-Actual-Hours
    STRING CG-Task-Code (Cost-Group-Idx) " "
           Group-Key " " CG-Task-Count (Cost-Group-Idx) " "
           Edit-Hours " " Edit-Planned "    " Edit-Actual-Hours
           "     " Edit-Labor " " Edit-Parts " " Edit-Actual
           " " Edit-Variance
        DELIMITED BY SIZE INTO WS-Report-Line
    PERFORM PRINT-COST-LINE.

WRITE-COST-SUMMARY.
    MOVE "===== Total du mois =====" TO WS-Report-Line
    PERFORM PRINT-COST-LINE
    MOVE Month-Planned-Hours TO Edit-Hours
    MOVE Month-Planned-Cost  TO Edit-Planned
    STRING "Prevu  : " Planned-Task-Count " affectations  "
           Edit-Hours " h  " Edit-Planned " $"
        DELIMITED BY SIZE INTO WS-Report-Line
    PERFORM PRINT-COST-LINE
    MOVE Month-Actual-Hours TO Edit-Hours
    MOVE Month-Labor-Cost   TO Edit-Labor
    MOVE Month-Parts-Cost   TO Edit-Parts
    MOVE Month-Actual-Cost  TO Edit-Actual
    STRING "Reel   : " Priced-Task-Count " taches realisees "
           Edit-Hours " h  main-d'oeuvre " Edit-Labor
           " $  pieces " Edit-Parts " $"
        DELIMITED BY SIZE INTO WS-Report-Line
    PERFORM PRINT-COST-LINE
    COMPUTE Cost-Variance = Month-Actual-Cost - Month-Planned-Cost
    MOVE Cost-Variance TO Edit-Variance
    STRING "Total reel : " Edit-Actual " $   ecart / prevu : "
           Edit-Variance " $"
        DELIMITED BY SIZE INTO WS-Report-Line
    PERFORM PRINT-COST-LINE.
