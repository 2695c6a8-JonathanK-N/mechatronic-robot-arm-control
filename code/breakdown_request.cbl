       >>SOURCE FORMAT FREE
      *>****************************************************************
      *> breakdown_request.cbl
      *> Saisie d'une demande d'intervention urgente (panne en cours de
      *> semaine) et insertion dans le planning persiste SCHEDOUT du
      *> jour ou du lendemain : tache, cellule, heures, competence,
      *> criticite (1 = la plus critique) et motif.
      *> Le creneau est choisi par l'operateur ou a defaut le premier
      *> creneau SLOTMAST pouvant recevoir l'intervention. Si sa
      *> capacite est depassee, les taches les moins critiques du
      *> creneau (criticite strictement superieure a celle de la
      *> panne) sont retirees du planning ; au-dela, le depassement
      *> est signale sur l'avis. Le technicien est un technicien
      *> qualifie de TECHROST present ce jour-la (TECHABS) ayant assez
      *> d'heures restantes apres les affectations du planning ; a
      *> defaut, ses taches moins critiques du jour sont retirees pour
      *> liberer ses heures. Sans technicien possible, rien n'est
      *> modifie.
      *> Les taches retirees rejoignent le backlog UNSCHED. WORKORD
      *> recoit l'ordre de travail urgent et l'annulation des ordres
      *> des taches retirees. L'avis de modification CHGNOTE liste ce
      *> qui a ete deplace et pourquoi. L'execution est journalisee
      *> dans RUNJRNL.
      *>****************************************************************

IDENTIFICATION DIVISION.
PROGRAM-ID. breakdown-request.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SCHEDULE-OUT-FILE ASSIGN TO "SCHEDOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Schedule-Out-Status.

    SELECT TASK-MASTER-FILE ASSIGN TO "TASKMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
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

    SELECT WORK-ORDER-FILE ASSIGN TO "WORKORD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Work-Order-Status.

    SELECT UNSCHEDULED-FILE ASSIGN TO "UNSCHED"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Unscheduled-Status.

    SELECT CHANGE-NOTICE-FILE ASSIGN TO "CHGNOTE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Change-Notice-Status.

    SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Run-Journal-Status.

DATA DIVISION.
FILE SECTION.
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

FD  WORK-ORDER-FILE.
01 WORK-ORDER-RECORD     PIC X(80).

FD  UNSCHEDULED-FILE.
01 UNSCHEDULED-RECORD    PIC X(80).

FD  CHANGE-NOTICE-FILE.
01 CHANGE-NOTICE-RECORD  PIC X(80).

FD  RUN-JOURNAL-FILE.
COPY "runjrnl.cpy".

WORKING-STORAGE SECTION.
01 WS-Schedule-Out-Status   PIC XX VALUE SPACE.
01 WS-Task-Master-Status    PIC XX VALUE SPACE.
01 WS-Slot-Master-Status    PIC XX VALUE SPACE.
01 WS-Tech-Roster-Status    PIC XX VALUE SPACE.
01 WS-Tech-Absence-Status   PIC XX VALUE SPACE.
01 WS-Parts-Req-Status      PIC XX VALUE SPACE.
01 WS-Work-Order-Status     PIC XX VALUE SPACE.
01 WS-Unscheduled-Status    PIC XX VALUE SPACE.
01 WS-Change-Notice-Status  PIC XX VALUE SPACE.
01 WS-Run-Journal-Status    PIC XX VALUE SPACE.
01 WS-Run-Date              PIC 9(8).
01 WS-Report-Line           PIC X(80).

      *> Demande saisie.
01 Req-Task-Code            PIC X(6).
01 Req-Task-Name            PIC X(26).
01 Req-Cell-Id              PIC X(4).
01 Req-Hours                PIC 9V9 VALUE 0.
01 Req-Skill                PIC X(10).
01 Req-Criticality          PIC 9 VALUE 0.
01 Req-Day-Offset           PIC 9 VALUE 9.
01 Req-Slot-Name            PIC X(8).
01 Req-Reason               PIC X(40).
01 Master-Task-Found        PIC X VALUE "N".
01 Field-Valid              PIC X VALUE "N".
01 Confirm-Answer           PIC X VALUE "N".
01 Urgent-Code              PIC X(6).

01 Request-Refused          PIC X VALUE "N".
01 Refuse-Reason            PIC X(60) VALUE SPACE.
01 Schedule-Rewritten       PIC X VALUE "N".
01 Target-Date              PIC 9(8).
01 Target-Day-Idx           PIC S9(3).
01 Target-Day-Label         PIC X(12).
01 Day-Names.
   05 FILLER PIC X(12) VALUE "Lundi".
   05 FILLER PIC X(12) VALUE "Mardi".
   05 FILLER PIC X(12) VALUE "Mercredi".
   05 FILLER PIC X(12) VALUE "Jeudi".
   05 FILLER PIC X(12) VALUE "Vendredi".
   05 FILLER PIC X(12) VALUE "Samedi".
   05 FILLER PIC X(12) VALUE "Dimanche".
01 Day-Name-Tbl REDEFINES Day-Names.
   05 Day-Label-Txt OCCURS 7 TIMES PIC X(12).

      *> Planning persiste ; Bump-Reason : C = creneau plein,
      *> T = heures du technicien, espace = maintenue.
01 Max-Schedule-Lines       PIC 9(3) VALUE 300.
01 Schedule-Count           PIC 9(3) VALUE 0.
01 Schedule-Overflow-Flag   PIC X VALUE "N".
01 Schedule-Table.
   05 Schedule-Entry OCCURS 300 TIMES.
      10 SE-Line            PIC X(85).
      10 SE-Fields REDEFINES SE-Line.
         15 SE-Planned-Date    PIC 9(8).
         15 SE-Day             PIC 9.
         15 SE-Day-Label       PIC X(12).
         15 SE-Slot-Name       PIC X(8).
         15 SE-Task-Code       PIC X(6).
         15 SE-Tech-Id         PIC X(6).
         15 SE-Estimated-Hours PIC 9V9.
         15 SE-Criticality     PIC 9.
         15 SE-Cell-Id         PIC X(4).
         15 SE-Skill           PIC X(10).
         15 SE-Task-Name       PIC X(26).
         15 SE-Urgent-Flag     PIC X.
      10 SE-Bump-Reason     PIC X.
01 Schedule-Idx             PIC 9(3).
01 Insert-After-Idx         PIC 9(3).
01 Candidate-Idx            PIC 9(3).
01 Bumped-Count             PIC 9(3) VALUE 0.

01 Max-Slots                PIC 9 VALUE 9.
01 Slot-Count               PIC 9 VALUE 0.
01 Slot-Table.
   05 Slot OCCURS 9 TIMES.
      10 Slot-Name          PIC X(8).
      10 Slot-Capacity      PIC 9V9.
01 Slot-Idx                 PIC 9.
01 Chosen-Slot-Idx          PIC 9 VALUE 0.
01 Slot-Load                PIC 9(3)V9.
01 Slot-Bumpable            PIC 9(3)V9.
01 Slot-Overrun-Flag        PIC X VALUE "N".

01 Max-Techs                PIC 9(2) VALUE 20.
01 Tech-Count               PIC 9(2) VALUE 0.
01 Tech-Table.
   05 Tech OCCURS 20 TIMES.
      10 Tech-Id            PIC X(6).
      10 Tech-Skill OCCURS 3 TIMES PIC X(10).
      10 Tech-Day-Hours OCCURS 7 TIMES PIC 9V9.
      10 Tech-Hours-Left    PIC S9(3)V9.
      10 Tech-Absent        PIC X.
01 Tech-Idx                 PIC 9(2).
01 Tech-Skill-Idx           PIC 9.
01 Chosen-Tech-Idx          PIC 9(2) VALUE 0.
01 Chosen-Tech-Id           PIC X(6) VALUE SPACE.
01 Chosen-Tech-Hours-Before PIC S9(3)V9 VALUE 0.
01 Skill-Held-Flag          PIC X.
01 Qualified-Count          PIC 9(2).
01 Tech-Freeable            PIC S9(3)V9.
01 Best-Freeable            PIC S9(3)V9.

01 Max-Part-Reqs            PIC 9(3) VALUE 100.
01 Part-Req-Count           PIC 9(3) VALUE 0.
01 Part-Req-Table.
   05 Part-Req OCCURS 100 TIMES.
      10 PRQ-Task-Code      PIC X(6).
      10 PRQ-Part-Number    PIC X(8).
      10 PRQ-Quantity       PIC 9(3).
      10 PRQ-Bin-Location   PIC X(6).
01 Part-Req-Idx             PIC 9(3).
01 Order-Part-Count         PIC 9(2).

01 Work-Task-Code           PIC X(6).
01 Work-Task-Name           PIC X(26).
01 Work-Hours               PIC S9(3)V9.
01 Edit-Hours               PIC ZZ9.9.
01 Edit-Capacity            PIC ZZ9.9.
01 Edit-Left                PIC -ZZ9.9.
01 Bump-Text                PIC X(24).

01 Run-Id                   PIC X(8).
01 Run-Seq                  PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD
    DISPLAY "===== Intervention urgente sur le planning ====="
    PERFORM LOAD-RUN-JOURNAL-SEQ
    PERFORM LOAD-SCHEDULE
    IF Schedule-Count = 0 OR Schedule-Overflow-Flag = "Y"
        PERFORM WRITE-RUN-JOURNAL
        STOP RUN
    END-IF
    OPEN INPUT TASK-MASTER-FILE
    IF WS-Task-Master-Status <> "00"
        DISPLAY "TASK-MASTER indisponible, statut " WS-Task-Master-Status
    END-IF
    PERFORM LOAD-SLOT-MASTER
    PERFORM LOAD-TECH-ROSTER
    PERFORM ENTER-WORK-REQUEST
    PERFORM RESOLVE-TARGET-DAY
    IF Request-Refused = "N"
        PERFORM LOAD-TECH-ABSENCES
        PERFORM COMPUTE-TECH-HOURS-LEFT
        PERFORM CHOOSE-SLOT
    END-IF
    IF Request-Refused = "N"
        PERFORM FREE-SLOT-CAPACITY
        PERFORM CHOOSE-TECH
    END-IF
    IF Request-Refused = "N"
        PERFORM CONFIRM-INSERTION
    END-IF
    IF Request-Refused = "N"
        PERFORM REWRITE-SCHEDULE
    ELSE
        DISPLAY "Intervention non inseree : " Refuse-Reason
        MOVE 0 TO Bumped-Count
    END-IF
    IF Schedule-Rewritten = "Y"
        PERFORM LOAD-PARTS-REQUIREMENTS
        PERFORM WRITE-WORK-ORDERS
        PERFORM WRITE-BACKLOG-LINES
        PERFORM WRITE-CHANGE-NOTICE
    END-IF
    IF WS-Task-Master-Status = "00" OR WS-Task-Master-Status = "23"
        CLOSE TASK-MASTER-FILE
    END-IF
    PERFORM WRITE-RUN-JOURNAL
    STOP RUN.

LOAD-RUN-JOURNAL-SEQ.
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
    STRING "BRK" Run-Seq DELIMITED BY SIZE INTO Run-Id
    MOVE SPACE TO Urgent-Code
    STRING "U" Run-Seq DELIMITED BY SIZE INTO Urgent-Code.

WRITE-RUN-JOURNAL.
    OPEN EXTEND RUN-JOURNAL-FILE
    IF WS-Run-Journal-Status = "05" OR WS-Run-Journal-Status = "35"
        OPEN OUTPUT RUN-JOURNAL-FILE
    END-IF
    IF WS-Run-Journal-Status = "00"
        MOVE Run-Id                 TO RJ-Run-Id
        MOVE WS-Run-Date            TO RJ-Run-Date
        MOVE "breakdown-request"    TO RJ-Program
        MOVE Schedule-Count         TO RJ-Records-Read
        IF Schedule-Rewritten = "Y"
            MOVE 1 TO RJ-Records-Written
        ELSE
            MOVE 0 TO RJ-Records-Written
        END-IF
        MOVE Bumped-Count           TO RJ-Records-Rejected
        MOVE WS-Schedule-Out-Status TO RJ-Main-Status
        MOVE WS-Work-Order-Status   TO RJ-History-Status
        MOVE "N"                    TO RJ-Superseded
        WRITE RUN-JOURNAL-RECORD
        CLOSE RUN-JOURNAL-FILE
    ELSE
        DISPLAY "RUN-JOURNAL indisponible, statut "
            WS-Run-Journal-Status
    END-IF.

      *> Le planning est reecrit en entier : un depassement de table
      *> le laisserait tronque, l'intervention est alors refusee.
LOAD-SCHEDULE.
    MOVE 0 TO Schedule-Count
    OPEN INPUT SCHEDULE-OUT-FILE
    IF WS-Schedule-Out-Status <> "00"
        DISPLAY "SCHEDULE-OUT indisponible, statut "
            WS-Schedule-Out-Status
        DISPLAY "Lancer maintenance-scheduler avant toute urgence"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-Schedule-Out-Status = "10"
        READ SCHEDULE-OUT-FILE
            AT END
                MOVE "10" TO WS-Schedule-Out-Status
            NOT AT END
                IF Schedule-Count < Max-Schedule-Lines
                    ADD 1 TO Schedule-Count
                    MOVE SCHEDULE-OUT-RECORD
                        TO SE-Line (Schedule-Count)
                    MOVE SPACE TO SE-Bump-Reason (Schedule-Count)
                    IF SE-Estimated-Hours (Schedule-Count) IS NOT NUMERIC
                        MOVE 0 TO SE-Estimated-Hours (Schedule-Count)
                    END-IF
                    IF SE-Criticality (Schedule-Count) IS NOT NUMERIC
                        MOVE 9 TO SE-Criticality (Schedule-Count)
                    END-IF
                ELSE
                    MOVE "Y" TO Schedule-Overflow-Flag
                END-IF
        END-READ
    END-PERFORM
    CLOSE SCHEDULE-OUT-FILE
    IF Schedule-Count = 0
        DISPLAY "Planning SCHEDOUT vide, intervention non inseree"
    END-IF
    IF Schedule-Overflow-Flag = "Y"
        DISPLAY "SCHEDOUT depasse " Max-Schedule-Lines
                " lignes, intervention non inseree"
    END-IF.

LOAD-SLOT-MASTER.
    MOVE 0 TO Slot-Count
    OPEN INPUT SLOT-MASTER-FILE
    IF WS-Slot-Master-Status <> "00"
        DISPLAY "SLOT-MASTER indisponible, statut " WS-Slot-Master-Status
    ELSE
        PERFORM UNTIL WS-Slot-Master-Status = "10"
            READ SLOT-MASTER-FILE NEXT RECORD
                AT END
                    MOVE "10" TO WS-Slot-Master-Status
                NOT AT END
                    IF Slot-Count < Max-Slots
                        ADD 1 TO Slot-Count
                        MOVE SM-Slot-Name     TO Slot-Name (Slot-Count)
                        MOVE SM-Slot-Capacity TO Slot-Capacity (Slot-Count)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SLOT-MASTER-FILE
    END-IF.

LOAD-TECH-ROSTER.
    MOVE 0 TO Tech-Count
    OPEN INPUT TECH-ROSTER-FILE
    IF WS-Tech-Roster-Status <> "00"
        DISPLAY "TECH-ROSTER indisponible, statut " WS-Tech-Roster-Status
        DISPLAY "Insertion sans contrainte de technicien"
    ELSE
        PERFORM UNTIL WS-Tech-Roster-Status = "10"
            READ TECH-ROSTER-FILE
                AT END
                    MOVE "10" TO WS-Tech-Roster-Status
                NOT AT END
                    IF Tech-Count < Max-Techs
                        ADD 1 TO Tech-Count
                        MOVE TR-Tech-Id TO Tech-Id (Tech-Count)
                        PERFORM VARYING Tech-Skill-Idx FROM 1 BY 1
                            UNTIL Tech-Skill-Idx > 3
                            MOVE TR-Skill (Tech-Skill-Idx)
                                TO Tech-Skill (Tech-Count, Tech-Skill-Idx)
                        END-PERFORM
                        PERFORM VARYING Slot-Idx FROM 1 BY 1
                            UNTIL Slot-Idx > 7
                            MOVE TR-Day-Hours (Slot-Idx)
                                TO Tech-Day-Hours (Tech-Count, Slot-Idx)
                        END-PERFORM
                        MOVE "N" TO Tech-Absent (Tech-Count)
                        MOVE 0 TO Tech-Hours-Left (Tech-Count)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TECH-ROSTER-FILE
    END-IF.

LOAD-TECH-ABSENCES.
    OPEN INPUT TECH-ABSENCE-FILE
    IF WS-Tech-Absence-Status <> "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-Tech-Absence-Status = "10"
        READ TECH-ABSENCE-FILE
            AT END
                MOVE "10" TO WS-Tech-Absence-Status
            NOT AT END
                IF TA-Date-From IS NUMERIC AND TA-Date-To IS NUMERIC
                    AND Target-Date >= TA-Date-From
                    AND Target-Date <= TA-Date-To
                    PERFORM VARYING Tech-Idx FROM 1 BY 1
                        UNTIL Tech-Idx > Tech-Count
                        IF Tech-Id (Tech-Idx) = TA-Tech-Id
                            MOVE "Y" TO Tech-Absent (Tech-Idx)
                            DISPLAY "Absence " TA-Type " : " TA-Tech-Id
                                " indisponible le " Target-Date
                        END-IF
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM
    CLOSE TECH-ABSENCE-FILE.

LOAD-PARTS-REQUIREMENTS.
    MOVE 0 TO Part-Req-Count
    OPEN INPUT PARTS-REQ-FILE
    IF WS-Parts-Req-Status <> "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-Parts-Req-Status = "10"
        READ PARTS-REQ-FILE
            AT END
                MOVE "10" TO WS-Parts-Req-Status
            NOT AT END
                IF PR-Task-Code = Req-Task-Code
                    AND Part-Req-Count < Max-Part-Reqs
                    ADD 1 TO Part-Req-Count
                    MOVE PR-Task-Code    TO PRQ-Task-Code (Part-Req-Count)
                    MOVE PR-Part-Number  TO PRQ-Part-Number (Part-Req-Count)
                    MOVE PR-Quantity     TO PRQ-Quantity (Part-Req-Count)
                    MOVE PR-Bin-Location TO PRQ-Bin-Location (Part-Req-Count)
                END-IF
        END-READ
    END-PERFORM
    CLOSE PARTS-REQ-FILE.

      *> Une tache du referentiel TASKMAST fournit le nom et la
      *> competence par defaut ; sinon la panne recoit un code U.
ENTER-WORK-REQUEST.
    DISPLAY "Code tache (blanc = nouvelle urgence) : " WITH NO ADVANCING
    ACCEPT Req-Task-Code
    MOVE "N" TO Master-Task-Found
    IF Req-Task-Code = SPACE
        MOVE Urgent-Code TO Req-Task-Code
        DISPLAY "Code attribue : " Req-Task-Code
    ELSE
        IF WS-Task-Master-Status = "00" OR WS-Task-Master-Status = "23"
            MOVE Req-Task-Code TO TM-Task-Code
            READ TASK-MASTER-FILE
                INVALID KEY
                    DISPLAY "Tache absente de TASKMAST, saisie libre"
                NOT INVALID KEY
                    MOVE "Y" TO Master-Task-Found
                    DISPLAY "Tache TASKMAST : " TM-Task-Name
            END-READ
        END-IF
    END-IF
    DISPLAY "Description (blanc = referentiel) : " WITH NO ADVANCING
    ACCEPT Req-Task-Name
    IF Req-Task-Name = SPACE
        IF Master-Task-Found = "Y"
            MOVE TM-Task-Name TO Req-Task-Name
        ELSE
            MOVE "Intervention urgente" TO Req-Task-Name
        END-IF
    END-IF
    MOVE SPACE TO Req-Cell-Id
    PERFORM UNTIL Req-Cell-Id <> SPACE
        DISPLAY "Cellule : " WITH NO ADVANCING
        ACCEPT Req-Cell-Id
        IF Req-Cell-Id = SPACE
            DISPLAY "Cellule obligatoire"
        END-IF
    END-PERFORM
    MOVE FUNCTION UPPER-CASE (Req-Cell-Id) TO Req-Cell-Id
    MOVE "N" TO Field-Valid
    PERFORM UNTIL Field-Valid = "Y"
        DISPLAY "Heures estimees (> 0) : " WITH NO ADVANCING
        ACCEPT Req-Hours
        IF Req-Hours > 0
            MOVE "Y" TO Field-Valid
        ELSE
            DISPLAY "Heures invalides, valeur > 0 attendue"
        END-IF
    END-PERFORM
    DISPLAY "Competence (blanc = referentiel) : " WITH NO ADVANCING
    ACCEPT Req-Skill
    IF Req-Skill = SPACE AND Master-Task-Found = "Y"
        MOVE TM-Skill TO Req-Skill
    END-IF
    MOVE "N" TO Field-Valid
    PERFORM UNTIL Field-Valid = "Y"
        DISPLAY "Criticite (1-9, 1 = la plus critique) : "
            WITH NO ADVANCING
        ACCEPT Req-Criticality
        IF Req-Criticality >= 1 AND Req-Criticality <= 9
            MOVE "Y" TO Field-Valid
        ELSE
            DISPLAY "Criticite invalide, 1 a 9 attendu"
        END-IF
    END-PERFORM
    MOVE "N" TO Field-Valid
    PERFORM UNTIL Field-Valid = "Y"
        DISPLAY "Jour (0 = aujourd'hui, 1 = demain) : " WITH NO ADVANCING
        ACCEPT Req-Day-Offset
        IF Req-Day-Offset = 0 OR Req-Day-Offset = 1
            MOVE "Y" TO Field-Valid
        ELSE
            DISPLAY "Jour invalide, 0 ou 1 attendu"
        END-IF
    END-PERFORM
    DISPLAY "Creneau (blanc = premier possible) : " WITH NO ADVANCING
    ACCEPT Req-Slot-Name
    DISPLAY "Motif : " WITH NO ADVANCING
    ACCEPT Req-Reason.

      *> Le rang du jour dans le planning (SO-Day, indice des heures
      *> TECHROST) se deduit de n'importe quelle ligne persistee.
RESOLVE-TARGET-DAY.
    COMPUTE Target-Date = FUNCTION DATE-OF-INTEGER
        (FUNCTION INTEGER-OF-DATE (WS-Run-Date) + Req-Day-Offset)
    COMPUTE Target-Day-Idx = SE-Day (1)
        + FUNCTION INTEGER-OF-DATE (Target-Date)
        - FUNCTION INTEGER-OF-DATE (SE-Planned-Date (1))
    IF Target-Day-Idx < 1 OR Target-Day-Idx > 7
        MOVE "Y" TO Request-Refused
        MOVE SPACE TO Refuse-Reason
        STRING "le " Target-Date " est hors du planning en cours"
            DELIMITED BY SIZE INTO Refuse-Reason
        EXIT PARAGRAPH
    END-IF
    MOVE Day-Label-Txt (Target-Day-Idx) TO Target-Day-Label
    PERFORM VARYING Schedule-Idx FROM 1 BY 1
        UNTIL Schedule-Idx > Schedule-Count
        IF SE-Planned-Date (Schedule-Idx) = Target-Date
            MOVE SE-Day-Label (Schedule-Idx) TO Target-Day-Label
        END-IF
    END-PERFORM.

COMPUTE-TECH-HOURS-LEFT.
    PERFORM VARYING Tech-Idx FROM 1 BY 1 UNTIL Tech-Idx > Tech-Count
        IF Tech-Absent (Tech-Idx) = "Y"
            MOVE 0 TO Tech-Hours-Left (Tech-Idx)
        ELSE
            MOVE Tech-Day-Hours (Tech-Idx, Target-Day-Idx)
                TO Tech-Hours-Left (Tech-Idx)
            PERFORM VARYING Schedule-Idx FROM 1 BY 1
                UNTIL Schedule-Idx > Schedule-Count
                IF SE-Planned-Date (Schedule-Idx) = Target-Date
                    AND SE-Tech-Id (Schedule-Idx) = Tech-Id (Tech-Idx)
                    SUBTRACT SE-Estimated-Hours (Schedule-Idx)
                        FROM Tech-Hours-Left (Tech-Idx)
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

CHOOSE-SLOT.
    MOVE 0 TO Chosen-Slot-Idx
    IF Slot-Count = 0
        MOVE "Y" TO Request-Refused
        MOVE "aucun creneau SLOTMAST" TO Refuse-Reason
        EXIT PARAGRAPH
    END-IF
    IF Req-Slot-Name <> SPACE
        PERFORM VARYING Slot-Idx FROM 1 BY 1
            UNTIL Slot-Idx > Slot-Count OR Chosen-Slot-Idx > 0
            IF Slot-Name (Slot-Idx) = Req-Slot-Name
                MOVE Slot-Idx TO Chosen-Slot-Idx
            END-IF
        END-PERFORM
        IF Chosen-Slot-Idx = 0
            MOVE "Y" TO Request-Refused
            MOVE SPACE TO Refuse-Reason
            STRING "creneau " Req-Slot-Name " absent de SLOTMAST"
                DELIMITED BY SIZE INTO Refuse-Reason
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING Slot-Idx FROM 1 BY 1
        UNTIL Slot-Idx > Slot-Count OR Chosen-Slot-Idx > 0
        PERFORM COMPUTE-SLOT-LOAD
        IF Slot-Load + Req-Hours <= Slot-Capacity (Slot-Idx)
            MOVE Slot-Idx TO Chosen-Slot-Idx
        END-IF
    END-PERFORM
    PERFORM VARYING Slot-Idx FROM 1 BY 1
        UNTIL Slot-Idx > Slot-Count OR Chosen-Slot-Idx > 0
        PERFORM COMPUTE-SLOT-LOAD
        IF Slot-Load - Slot-Bumpable + Req-Hours
            <= Slot-Capacity (Slot-Idx)
            MOVE Slot-Idx TO Chosen-Slot-Idx
        END-IF
    END-PERFORM
    IF Chosen-Slot-Idx = 0
        MOVE 1 TO Chosen-Slot-Idx
    END-IF.

      *> Charge du creneau Slot-Idx au jour vise et part retirable
      *> (taches moins critiques que la panne).
COMPUTE-SLOT-LOAD.
    MOVE 0 TO Slot-Load
    MOVE 0 TO Slot-Bumpable
    PERFORM VARYING Schedule-Idx FROM 1 BY 1
        UNTIL Schedule-Idx > Schedule-Count
        IF SE-Planned-Date (Schedule-Idx) = Target-Date
            AND SE-Slot-Name (Schedule-Idx) = Slot-Name (Slot-Idx)
            AND SE-Bump-Reason (Schedule-Idx) = SPACE
            ADD SE-Estimated-Hours (Schedule-Idx) TO Slot-Load
            IF SE-Criticality (Schedule-Idx) > Req-Criticality
                ADD SE-Estimated-Hours (Schedule-Idx) TO Slot-Bumpable
            END-IF
        END-IF
    END-PERFORM.

FREE-SLOT-CAPACITY.
    MOVE Chosen-Slot-Idx TO Slot-Idx
    PERFORM COMPUTE-SLOT-LOAD
    PERFORM UNTIL Slot-Load + Req-Hours <= Slot-Capacity (Slot-Idx)
        OR Slot-Overrun-Flag = "Y"
        MOVE 0 TO Candidate-Idx
        PERFORM VARYING Schedule-Idx FROM 1 BY 1
            UNTIL Schedule-Idx > Schedule-Count
            IF SE-Planned-Date (Schedule-Idx) = Target-Date
                AND SE-Slot-Name (Schedule-Idx) = Slot-Name (Slot-Idx)
                AND SE-Bump-Reason (Schedule-Idx) = SPACE
                AND SE-Criticality (Schedule-Idx) > Req-Criticality
                PERFORM KEEP-LEAST-CRITICAL
            END-IF
        END-PERFORM
        IF Candidate-Idx = 0
            MOVE "Y" TO Slot-Overrun-Flag
        ELSE
            MOVE "C" TO SE-Bump-Reason (Candidate-Idx)
            PERFORM BUMP-CANDIDATE
            SUBTRACT SE-Estimated-Hours (Candidate-Idx) FROM Slot-Load
        END-IF
    END-PERFORM.

      *> Candidat retenu : criticite la plus basse (chiffre le plus
      *> grand), puis la tache la plus longue.
KEEP-LEAST-CRITICAL.
    IF Candidate-Idx = 0
        MOVE Schedule-Idx TO Candidate-Idx
    ELSE
        IF SE-Criticality (Schedule-Idx) > SE-Criticality (Candidate-Idx)
            OR (SE-Criticality (Schedule-Idx)
                    = SE-Criticality (Candidate-Idx)
                AND SE-Estimated-Hours (Schedule-Idx)
                    > SE-Estimated-Hours (Candidate-Idx))
            MOVE Schedule-Idx TO Candidate-Idx
        END-IF
    END-IF.

      *> Une tache retiree rend ses heures a son technicien.
BUMP-CANDIDATE.
    ADD 1 TO Bumped-Count
    PERFORM VARYING Tech-Idx FROM 1 BY 1 UNTIL Tech-Idx > Tech-Count
        IF Tech-Id (Tech-Idx) = SE-Tech-Id (Candidate-Idx)
            ADD SE-Estimated-Hours (Candidate-Idx)
                TO Tech-Hours-Left (Tech-Idx)
        END-IF
    END-PERFORM.

CHOOSE-TECH.
    MOVE 0 TO Chosen-Tech-Idx
    IF Tech-Count = 0
        MOVE "------" TO Chosen-Tech-Id
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO Qualified-Count
    PERFORM VARYING Tech-Idx FROM 1 BY 1
        UNTIL Tech-Idx > Tech-Count OR Chosen-Tech-Idx > 0
        PERFORM CHECK-TECH-SKILL
        IF Skill-Held-Flag = "Y"
            ADD 1 TO Qualified-Count
            IF Tech-Absent (Tech-Idx) = "N"
                AND Tech-Hours-Left (Tech-Idx) >= Req-Hours
                MOVE Tech-Idx TO Chosen-Tech-Idx
            END-IF
        END-IF
    END-PERFORM
    IF Chosen-Tech-Idx = 0
        PERFORM CHOOSE-TECH-TO-FREE
    END-IF
    IF Chosen-Tech-Idx = 0
        MOVE "Y" TO Request-Refused
        IF Qualified-Count = 0
            MOVE SPACE TO Refuse-Reason
            STRING "competence " Req-Skill " absente du roster"
                DELIMITED BY SIZE INTO Refuse-Reason
        ELSE
            MOVE "aucun technicien qualifie disponible ce jour"
                TO Refuse-Reason
        END-IF
        EXIT PARAGRAPH
    END-IF
    MOVE Tech-Id (Chosen-Tech-Idx) TO Chosen-Tech-Id
    MOVE Tech-Hours-Left (Chosen-Tech-Idx) TO Chosen-Tech-Hours-Before
    MOVE 1 TO Candidate-Idx
    PERFORM UNTIL Tech-Hours-Left (Chosen-Tech-Idx) >= Req-Hours
        OR Candidate-Idx = 0
        MOVE 0 TO Candidate-Idx
        PERFORM VARYING Schedule-Idx FROM 1 BY 1
            UNTIL Schedule-Idx > Schedule-Count
            IF SE-Planned-Date (Schedule-Idx) = Target-Date
                AND SE-Tech-Id (Schedule-Idx) = Chosen-Tech-Id
                AND SE-Bump-Reason (Schedule-Idx) = SPACE
                AND SE-Criticality (Schedule-Idx) > Req-Criticality
                PERFORM KEEP-LEAST-CRITICAL
            END-IF
        END-PERFORM
        IF Candidate-Idx > 0
            MOVE "T" TO SE-Bump-Reason (Candidate-Idx)
            PERFORM BUMP-CANDIDATE
        END-IF
    END-PERFORM
    SUBTRACT Req-Hours FROM Tech-Hours-Left (Chosen-Tech-Idx).

      *> Technicien qualifie et present dont les taches moins
      *> critiques du jour liberent le plus d'heures.
CHOOSE-TECH-TO-FREE.
    MOVE 0 TO Best-Freeable
    PERFORM VARYING Tech-Idx FROM 1 BY 1 UNTIL Tech-Idx > Tech-Count
        PERFORM CHECK-TECH-SKILL
        IF Skill-Held-Flag = "Y" AND Tech-Absent (Tech-Idx) = "N"
            MOVE Tech-Hours-Left (Tech-Idx) TO Tech-Freeable
            PERFORM VARYING Schedule-Idx FROM 1 BY 1
                UNTIL Schedule-Idx > Schedule-Count
                IF SE-Planned-Date (Schedule-Idx) = Target-Date
                    AND SE-Tech-Id (Schedule-Idx) = Tech-Id (Tech-Idx)
                    AND SE-Bump-Reason (Schedule-Idx) = SPACE
                    AND SE-Criticality (Schedule-Idx) > Req-Criticality
                    ADD SE-Estimated-Hours (Schedule-Idx) TO Tech-Freeable
                END-IF
            END-PERFORM
            IF Tech-Freeable >= Req-Hours
                AND Tech-Freeable > Best-Freeable
                MOVE Tech-Freeable TO Best-Freeable
                MOVE Tech-Idx TO Chosen-Tech-Idx
            END-IF
        END-IF
    END-PERFORM.

CHECK-TECH-SKILL.
    MOVE "N" TO Skill-Held-Flag
    PERFORM VARYING Tech-Skill-Idx FROM 1 BY 1 UNTIL Tech-Skill-Idx > 3
        IF Req-Skill = SPACE OR Req-Skill = "KPI"
            OR Tech-Skill (Tech-Idx, Tech-Skill-Idx) = Req-Skill
            MOVE "Y" TO Skill-Held-Flag
        END-IF
    END-PERFORM.

CONFIRM-INSERTION.
    DISPLAY "---- Insertion proposee ----"
    MOVE Req-Hours TO Edit-Hours
    DISPLAY Req-Task-Code " " Req-Task-Name " " Edit-Hours "h C"
            Req-Criticality
    DISPLAY Target-Day-Label " " Target-Date " creneau "
            Slot-Name (Chosen-Slot-Idx) " technicien " Chosen-Tech-Id
    IF Slot-Overrun-Flag = "Y"
        DISPLAY "ATTENTION : capacite du creneau depassee"
    END-IF
    DISPLAY "Taches retirees du planning : " Bumped-Count
    PERFORM VARYING Schedule-Idx FROM 1 BY 1
        UNTIL Schedule-Idx > Schedule-Count
        IF SE-Bump-Reason (Schedule-Idx) <> SPACE
            DISPLAY "  " SE-Task-Code (Schedule-Idx) " "
                    SE-Slot-Name (Schedule-Idx) " "
                    SE-Tech-Id (Schedule-Idx) " C"
                    SE-Criticality (Schedule-Idx)
        END-IF
    END-PERFORM
    DISPLAY "Confirmer l'insertion ? (O/N) " WITH NO ADVANCING
    ACCEPT Confirm-Answer
    IF Confirm-Answer <> "O" AND Confirm-Answer <> "o"
        MOVE "Y" TO Request-Refused
        MOVE "abandon a la confirmation" TO Refuse-Reason
        MOVE 0 TO Bumped-Count
    END-IF.

      *> L'urgence est placee apres la derniere ligne du meme jour et
      *> du meme creneau, a defaut apres la derniere ligne du jour ou
      *> des jours precedents.
REWRITE-SCHEDULE.
    MOVE 0 TO Insert-After-Idx
    PERFORM VARYING Schedule-Idx FROM 1 BY 1
        UNTIL Schedule-Idx > Schedule-Count
        IF SE-Planned-Date (Schedule-Idx) <= Target-Date
            MOVE Schedule-Idx TO Insert-After-Idx
        END-IF
    END-PERFORM
    PERFORM VARYING Schedule-Idx FROM 1 BY 1
        UNTIL Schedule-Idx > Schedule-Count
        IF SE-Planned-Date (Schedule-Idx) = Target-Date
            AND SE-Slot-Name (Schedule-Idx) = Slot-Name (Chosen-Slot-Idx)
            MOVE Schedule-Idx TO Insert-After-Idx
        END-IF
    END-PERFORM
    OPEN OUTPUT SCHEDULE-OUT-FILE
    IF WS-Schedule-Out-Status <> "00"
        DISPLAY "SCHEDULE-OUT indisponible, statut "
            WS-Schedule-Out-Status
        MOVE 0 TO Bumped-Count
        EXIT PARAGRAPH
    END-IF
    IF Insert-After-Idx = 0
        PERFORM WRITE-URGENT-SCHEDULE-LINE
    END-IF
    PERFORM VARYING Schedule-Idx FROM 1 BY 1
        UNTIL Schedule-Idx > Schedule-Count
        IF SE-Bump-Reason (Schedule-Idx) = SPACE
            MOVE SE-Line (Schedule-Idx) TO SCHEDULE-OUT-RECORD
            WRITE SCHEDULE-OUT-RECORD
        END-IF
        IF Schedule-Idx = Insert-After-Idx
            PERFORM WRITE-URGENT-SCHEDULE-LINE
        END-IF
    END-PERFORM
    CLOSE SCHEDULE-OUT-FILE
    MOVE "Y" TO Schedule-Rewritten
    DISPLAY "Planning SCHEDOUT mis a jour".

WRITE-URGENT-SCHEDULE-LINE.
    MOVE SPACE           TO SCHEDULE-OUT-RECORD
    MOVE Target-Date     TO SO-Planned-Date
    MOVE Target-Day-Idx  TO SO-Day
    MOVE Target-Day-Label TO SO-Day-Label
    MOVE Slot-Name (Chosen-Slot-Idx) TO SO-Slot-Name
    MOVE Req-Task-Code   TO SO-Task-Code
    MOVE Chosen-Tech-Id  TO SO-Tech-Id
    MOVE Req-Hours       TO SO-Estimated-Hours
    MOVE Req-Criticality TO SO-Criticality
    MOVE Req-Cell-Id     TO SO-Cell-Id
    MOVE Req-Skill       TO SO-Skill
    MOVE Req-Task-Name   TO SO-Task-Name
    MOVE "O"             TO SO-Urgent-Flag
    WRITE SCHEDULE-OUT-RECORD.

      *> Ordre urgent reemis a la suite de WORKORD, suivi de
      *> l'annulation de chaque ordre retire du planning.
WRITE-WORK-ORDERS.
    OPEN EXTEND WORK-ORDER-FILE
    IF WS-Work-Order-Status = "05" OR WS-Work-Order-Status = "35"
        OPEN OUTPUT WORK-ORDER-FILE
    END-IF
    IF WS-Work-Order-Status <> "00"
        DISPLAY "WORK-ORDER indisponible, statut " WS-Work-Order-Status
        EXIT PARAGRAPH
    END-IF
    MOVE "==============================================================="
        TO WORK-ORDER-RECORD
    WRITE WORK-ORDER-RECORD
    MOVE SPACE TO WS-Report-Line
    STRING "ORDRE DE TRAVAIL URGENT " Req-Task-Code
           " - " Target-Day-Label " " Target-Date
        DELIMITED BY SIZE INTO WS-Report-Line
    MOVE WS-Report-Line TO WORK-ORDER-RECORD
    WRITE WORK-ORDER-RECORD
    MOVE SPACE TO WS-Report-Line
    STRING "Tache      : " Req-Task-Name "   Cellule : " Req-Cell-Id
        DELIMITED BY SIZE INTO WS-Report-Line
    MOVE WS-Report-Line TO WORK-ORDER-RECORD
    WRITE WORK-ORDER-RECORD
    MOVE SPACE TO WS-Report-Line
    STRING "Motif      : " Req-Reason
        DELIMITED BY SIZE INTO WS-Report-Line
    MOVE WS-Report-Line TO WORK-ORDER-RECORD
    WRITE WORK-ORDER-RECORD
    MOVE SPACE TO WS-Report-Line
    STRING "Creneau    : " Slot-Name (Chosen-Slot-Idx)
           "   Technicien : " Chosen-Tech-Id
        DELIMITED BY SIZE INTO WS-Report-Line
    MOVE WS-Report-Line TO WORK-ORDER-RECORD
    WRITE WORK-ORDER-RECORD
    MOVE SPACE TO WS-Report-Line
    STRING "Estimation : " Req-Hours
           "h   Criticite : " Req-Criticality
           "   Competence : " Req-Skill
        DELIMITED BY SIZE INTO WS-Report-Line
    MOVE WS-Report-Line TO WORK-ORDER-RECORD
    WRITE WORK-ORDER-RECORD
    MOVE "Pieces requises :" TO WORK-ORDER-RECORD
    WRITE WORK-ORDER-RECORD
    MOVE 0 TO Order-Part-Count
    PERFORM VARYING Part-Req-Idx FROM 1 BY 1
        UNTIL Part-Req-Idx > Part-Req-Count
        ADD 1 TO Order-Part-Count
        MOVE SPACE TO WS-Report-Line
        STRING "  Piece " PRQ-Part-Number (Part-Req-Idx)
               "  Qte " PRQ-Quantity (Part-Req-Idx)
               "  Bin " PRQ-Bin-Location (Part-Req-Idx)
            DELIMITED BY SIZE INTO WS-Report-Line
        MOVE WS-Report-Line TO WORK-ORDER-RECORD
        WRITE WORK-ORDER-RECORD
    END-PERFORM
    IF Order-Part-Count = 0
        MOVE "  Aucune piece requise" TO WORK-ORDER-RECORD
        WRITE WORK-ORDER-RECORD
    END-IF
    MOVE "Visa technicien : ________________   Heures reelles : ____"
        TO WORK-ORDER-RECORD
    WRITE WORK-ORDER-RECORD
    PERFORM VARYING Schedule-Idx FROM 1 BY 1
        UNTIL Schedule-Idx > Schedule-Count
        IF SE-Bump-Reason (Schedule-Idx) <> SPACE
            PERFORM WRITE-CANCELLED-ORDER
        END-IF
    END-PERFORM
    CLOSE WORK-ORDER-FILE.

WRITE-CANCELLED-ORDER.
    MOVE "==============================================================="
        TO WORK-ORDER-RECORD
    WRITE WORK-ORDER-RECORD
    MOVE SPACE TO WS-Report-Line
    STRING "ORDRE DE TRAVAIL " SE-Task-Code (Schedule-Idx)
           " - " SE-Day-Label (Schedule-Idx) " "
           SE-Planned-Date (Schedule-Idx) " - ANNULE"
        DELIMITED BY SIZE INTO WS-Report-Line
    MOVE WS-Report-Line TO WORK-ORDER-RECORD
    WRITE WORK-ORDER-RECORD
    MOVE SPACE TO WS-Report-Line
    STRING "Creneau    : " SE-Slot-Name (Schedule-Idx)
           "   Technicien : " SE-Tech-Id (Schedule-Idx)
        DELIMITED BY SIZE INTO WS-Report-Line
    MOVE WS-Report-Line TO WORK-ORDER-RECORD
    WRITE WORK-ORDER-RECORD
    MOVE SPACE TO WS-Report-Line
    STRING "Reporte au backlog : intervention urgente " Req-Task-Code
        DELIMITED BY SIZE INTO WS-Report-Line
    MOVE WS-Report-Line TO WORK-ORDER-RECORD
    WRITE WORK-ORDER-RECORD.

WRITE-BACKLOG-LINES.
    IF Bumped-Count = 0
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND UNSCHEDULED-FILE
    IF WS-Unscheduled-Status = "05" OR WS-Unscheduled-Status = "35"
        OPEN OUTPUT UNSCHEDULED-FILE
        IF WS-Unscheduled-Status = "00"
            MOVE "===== Taches non planifiees cette semaine ====="
                TO UNSCHEDULED-RECORD
            WRITE UNSCHEDULED-RECORD
        END-IF
    END-IF
    IF WS-Unscheduled-Status <> "00"
        DISPLAY "UNSCHEDULED indisponible, statut " WS-Unscheduled-Status
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING Schedule-Idx FROM 1 BY 1
        UNTIL Schedule-Idx > Schedule-Count
        IF SE-Bump-Reason (Schedule-Idx) <> SPACE
            MOVE SE-Task-Code (Schedule-Idx) TO Work-Task-Code
            PERFORM FIND-TASK-NAME
            MOVE SPACE TO WS-Report-Line
            STRING Work-Task-Code " " Work-Task-Name
                   " - retire le " SE-Planned-Date (Schedule-Idx)
                   " (urgence " Req-Task-Code ")"
                DELIMITED BY SIZE INTO WS-Report-Line
            MOVE WS-Report-Line TO UNSCHEDULED-RECORD
            WRITE UNSCHEDULED-RECORD
        END-IF
    END-PERFORM
    CLOSE UNSCHEDULED-FILE.

      *> Nom porte par la ligne SCHEDOUT ; TASKMAST ne sert qu'aux
      *> lignes anterieures ou ce nom est a blanc.
FIND-TASK-NAME.
    IF SE-Task-Name (Schedule-Idx) <> SPACE
        MOVE SE-Task-Name (Schedule-Idx) TO Work-Task-Name
        EXIT PARAGRAPH
    END-IF
    MOVE "(hors referentiel)" TO Work-Task-Name
    IF Work-Task-Code (1:3) = "KPI"
        MOVE "(tache issue du flux KPI)" TO Work-Task-Name
        EXIT PARAGRAPH
    END-IF
    IF WS-Task-Master-Status = "00" OR WS-Task-Master-Status = "23"
        MOVE Work-Task-Code TO TM-Task-Code
        READ TASK-MASTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE TM-Task-Name TO Work-Task-Name
        END-READ
    END-IF.

WRITE-CHANGE-NOTICE.
    OPEN OUTPUT CHANGE-NOTICE-FILE
    IF WS-Change-Notice-Status <> "00"
        DISPLAY "CHANGE-NOTICE indisponible, statut "
            WS-Change-Notice-Status
    END-IF
    MOVE "===== Avis de modification du planning =====" TO WS-Report-Line
    PERFORM PRINT-NOTICE-LINE
    STRING "Intervention urgente saisie le " WS-Run-Date
           " pour le " Target-Day-Label " " Target-Date
        DELIMITED BY SIZE INTO WS-Report-Line
    PERFORM PRINT-NOTICE-LINE
    STRING "Tache " Req-Task-Code " " Req-Task-Name
           " cellule " Req-Cell-Id
        DELIMITED BY SIZE INTO WS-Report-Line
    PERFORM PRINT-NOTICE-LINE
    MOVE Req-Hours TO Edit-Hours
    STRING "Heures " Edit-Hours "  competence " Req-Skill
           "  criticite " Req-Criticality
        DELIMITED BY SIZE INTO WS-Report-Line
    PERFORM PRINT-NOTICE-LINE
    STRING "Motif : " Req-Reason DELIMITED BY SIZE INTO WS-Report-Line
    PERFORM PRINT-NOTICE-LINE
    MOVE Chosen-Tech-Hours-Before TO Edit-Left
    STRING "Inseree creneau " Slot-Name (Chosen-Slot-Idx)
           " technicien " Chosen-Tech-Id
           " (heures libres avant " Edit-Left ")"
        DELIMITED BY SIZE INTO WS-Report-Line
    PERFORM PRINT-NOTICE-LINE
    IF Slot-Overrun-Flag = "Y"
        MOVE Chosen-Slot-Idx TO Slot-Idx
        PERFORM COMPUTE-SLOT-LOAD
        COMPUTE Work-Hours = Slot-Load + Req-Hours
        MOVE Work-Hours TO Edit-Hours
        MOVE Slot-Capacity (Chosen-Slot-Idx) TO Edit-Capacity
        STRING "AVERT : creneau depasse, charge " Edit-Hours
               "h pour " Edit-Capacity "h de capacite"
            DELIMITED BY SIZE INTO WS-Report-Line
        PERFORM PRINT-NOTICE-LINE
    END-IF
    MOVE SPACE TO WS-Report-Line
    PERFORM PRINT-NOTICE-LINE
    STRING "Taches retirees vers le backlog UNSCHED : " Bumped-Count
        DELIMITED BY SIZE INTO WS-Report-Line
    PERFORM PRINT-NOTICE-LINE
    IF Bumped-Count = 0
        MOVE "  Aucune tache deplacee" TO WS-Report-Line
        PERFORM PRINT-NOTICE-LINE
    END-IF
    PERFORM VARYING Schedule-Idx FROM 1 BY 1
        UNTIL Schedule-Idx > Schedule-Count
        IF SE-Bump-Reason (Schedule-Idx) <> SPACE
            MOVE SE-Task-Code (Schedule-Idx) TO Work-Task-Code
            PERFORM FIND-TASK-NAME
            IF SE-Bump-Reason (Schedule-Idx) = "C"
                MOVE "creneau plein" TO Bump-Text
            ELSE
                MOVE "heures technicien" TO Bump-Text
            END-IF
            MOVE SE-Estimated-Hours (Schedule-Idx) TO Edit-Hours
            STRING "  " Work-Task-Code " " Work-Task-Name " "
                   SE-Slot-Name (Schedule-Idx) " "
                   SE-Tech-Id (Schedule-Idx) Edit-Hours "h C"
                   SE-Criticality (Schedule-Idx) " " Bump-Text
                DELIMITED BY SIZE INTO WS-Report-Line
            PERFORM PRINT-NOTICE-LINE
        END-IF
    END-PERFORM
    IF WS-Change-Notice-Status = "00"
        CLOSE CHANGE-NOTICE-FILE
    END-IF.

PRINT-NOTICE-LINE.
    DISPLAY WS-Report-Line
    IF WS-Change-Notice-Status = "00"
        MOVE WS-Report-Line TO CHANGE-NOTICE-RECORD
        WRITE CHANGE-NOTICE-RECORD
    END-IF
    MOVE SPACE TO WS-Report-Line.
