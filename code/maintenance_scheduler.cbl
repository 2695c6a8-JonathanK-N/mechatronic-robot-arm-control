       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. maintenance-scheduler.

   05 SM-Slot-Capacity   PIC 9V9.

FD  TECH-ROSTER-FILE.
COPY "techrost.cpy".

FD  CHECKPOINT-FILE.
01 CHECKPOINT-RECORD.
      10 Estimated-Hours PIC 9V9.
      10 Skill          PIC X(10).
      10 Criticality    PIC 9.
      10 Task-Cell-Id   PIC X(4).
      10 Task-Day-Tech  PIC X(6).

01 Max-Slots               PIC 9 VALUE 9.
01 Slot-Count               PIC 9 VALUE 0.
01 Work-Order-Line        PIC X(80).
01 Order-Part-Count       PIC 9(2).

      *> Interventions urgentes inserees par breakdown-request dans le
      *> SCHEDOUT precedent : reprises telles quelles a la reecriture,
      *> imputees au technicien et au creneau avant la construction
      *> des journees, journalisees comme les taches planifiees.
01 Max-Urgent-Lines       PIC 9(2) VALUE 30.
01 Urgent-Count           PIC 9(2) VALUE 0.
01 Urgent-Dropped-Count   PIC 9(2) VALUE 0.
01 Urgent-Table.
   05 Urgent-Line OCCURS 30 TIMES.
      10 UR-Line            PIC X(85).
      10 UR-Fields REDEFINES UR-Line.
         15 UR-Planned-Date    PIC 9(8).
         15 UR-Day             PIC 9.
         15 UR-Day-Label       PIC X(12).
         15 UR-Slot-Name       PIC X(8).
         15 UR-Task-Code       PIC X(6).
         15 UR-Tech-Id         PIC X(6).
         15 UR-Estimated-Hours PIC 9V9.
         15 UR-Criticality     PIC 9.
         15 UR-Cell-Id         PIC X(4).
         15 UR-Skill           PIC X(10).
         15 UR-Task-Name       PIC X(26).
         15 UR-Urgent-Flag     PIC X.
      *> Rang du jour depuis Run-Date (1 = aujourd'hui).
      10 UR-Day-Idx         PIC 9(3).
      10 UR-Written         PIC X.
01 Urgent-Idx             PIC 9(2).

01 Max-Skill-Buckets      PIC 9(2) VALUE 20.
01 Skill-Bucket-Count     PIC 9(2) VALUE 0.
01 Skill-Bucket-Table.
    PERFORM LOAD-MAINT-FEED
    PERFORM LOAD-PARTS-REQUIREMENTS
    PERFORM LOAD-STOCK-MASTER
    PERFORM LOAD-URGENT-LINES
    PERFORM OPEN-PICK-LIST
    PERFORM OPEN-SCHEDULE-OUTPUTS
    IF Batch-Mode = "N"
        END-IF
        PERFORM SAVE-CHECKPOINT
    END-PERFORM
    PERFORM WRITE-REMAINING-URGENT-LINES
    DISPLAY "Total heures semaine : " Total-Week-Hours
    DISPLAY "Lignes de pieces manquantes : " Shortage-Count
    DISPLAY "Affectations ecrites : " Assignment-Count
    IF Urgent-Count > 0
        DISPLAY "Interventions urgentes conservees : " Urgent-Count
    END-IF
    DISPLAY "Ordres de travail emis : " Work-Order-Count
    PERFORM CLOSE-PICK-LIST
    PERFORM CLOSE-SCHEDULE-OUTPUTS
                            MOVE TM-Estimated-Hours TO Estimated-Hours (Task-Count)
                            MOVE TM-Skill           TO Skill (Task-Count)
                            MOVE TM-Criticality     TO Criticality (Task-Count)
                            MOVE SPACE              TO Task-Cell-Id (Task-Count)
                        END-IF
                    END-IF
            END-READ
                        MOVE MF-Task-Hours    TO Estimated-Hours (Task-Count)
                        MOVE MF-Skill         TO Skill (Task-Count)
                        MOVE MF-Criticality   TO Criticality (Task-Count)
                        MOVE MF-Cell-Id       TO Task-Cell-Id (Task-Count)
                    END-IF
            END-READ
        END-PERFORM
    PERFORM VARYING Slot-Idx FROM 1 BY 1 UNTIL Slot-Idx > Slot-Count
        PERFORM BUILD-SLOT
    END-PERFORM
    PERFORM VARYING Urgent-Idx FROM 1 BY 1 UNTIL Urgent-Idx > Urgent-Count
        IF UR-Day-Idx (Urgent-Idx) = Day-Idx
            AND UR-Written (Urgent-Idx) = "N"
            DISPLAY " [" UR-Slot-Name (Urgent-Idx) "] URGENT "
                    UR-Task-Name (Urgent-Idx) " (creneau hors SLOTMAST)"
            PERFORM WRITE-URGENT-LINE
        END-IF
    END-PERFORM

    PERFORM UPDATE-BACKLOG
    IF Part-Req-Count > 0
    MOVE 12 TO Schedule-Line-Used
    MOVE 0 TO Slot-Hours

      *> Les interventions urgentes du creneau passent en premier et
      *> reduisent la capacite offerte aux taches planifiees.
    PERFORM VARYING Urgent-Idx FROM 1 BY 1 UNTIL Urgent-Idx > Urgent-Count
        IF UR-Day-Idx (Urgent-Idx) = Day-Idx
            AND UR-Slot-Name (Urgent-Idx) = Slot-Name (Slot-Idx)
            AND UR-Written (Urgent-Idx) = "N"
            IF Schedule-Line-Used + Task-Entry-Len <= 120
                STRING Schedule-Line
                       "URGENT " UR-Task-Name (Urgent-Idx)
                       " (" UR-Estimated-Hours (Urgent-Idx)
                       "h,C" UR-Criticality (Urgent-Idx)
                       "," UR-Tech-Id (Urgent-Idx) ") "
                       DELIMITED BY SIZE INTO Schedule-Line
                ADD Task-Entry-Len TO Schedule-Line-Used
            END-IF
            ADD UR-Estimated-Hours (Urgent-Idx) TO Slot-Hours
            PERFORM WRITE-URGENT-LINE
        END-IF
    END-PERFORM

    PERFORM VARYING Task-Idx FROM 1 BY 1 UNTIL Task-Idx > Task-Count
        IF Task-Due-Flag (Task-Idx) = "Y"
            AND Task-Assigned-Flag (Task-Idx) = "N"
    ADD Estimated-Hours (Task-Idx) TO Slot-Hours
    ADD Estimated-Hours (Task-Idx) TO Total-Week-Hours
    MOVE "Y" TO Task-Assigned-Flag (Task-Idx)
    MOVE Task-Tech-Id TO Task-Day-Tech (Task-Idx)
    PERFORM WRITE-SCHEDULE-RECORD
    PERFORM WRITE-WORK-ORDER.

        MOVE Task-Tech-Id              TO SO-Tech-Id
        MOVE Estimated-Hours (Task-Idx) TO SO-Estimated-Hours
        MOVE Criticality (Task-Idx)    TO SO-Criticality
        MOVE Task-Cell-Id (Task-Idx)   TO SO-Cell-Id
        MOVE Skill (Task-Idx)          TO SO-Skill
        MOVE Task-Name (Task-Idx)      TO SO-Task-Name
        MOVE "N"                       TO SO-Urgent-Flag
        WRITE SCHEDULE-OUT-RECORD
        ADD 1 TO Assignment-Count
    END-IF.
    WRITE WORK-ORDER-RECORD
    ADD 1 TO Work-Order-Count.

      *> Relecture du SCHEDOUT de la semaine en cours avant sa
      *> reecriture : seules les lignes marquees urgentes et datees
      *> d'aujourd'hui ou plus tard sont conservees. Les heures sont
      *> retirees de la disponibilite du technicien pour le jour.
LOAD-URGENT-LINES.
    OPEN INPUT SCHEDULE-OUT-FILE
    IF WS-Schedule-Out-Status <> "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-Schedule-Out-Status <> "00"
        READ SCHEDULE-OUT-FILE
            AT END
                MOVE "10" TO WS-Schedule-Out-Status
            NOT AT END
                IF SO-Urgent-Flag = "O"
                    AND SO-Planned-Date IS NUMERIC
                    AND SO-Planned-Date >= Run-Date
                    PERFORM KEEP-URGENT-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE SCHEDULE-OUT-FILE
    IF Urgent-Dropped-Count > 0
        DISPLAY "Interventions urgentes non reprises (table saturee) : "
                Urgent-Dropped-Count
    END-IF.

KEEP-URGENT-LINE.
    IF Urgent-Count >= Max-Urgent-Lines
        ADD 1 TO Urgent-Dropped-Count
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO Urgent-Count
    MOVE SCHEDULE-OUT-RECORD TO UR-Line (Urgent-Count)
    MOVE "N" TO UR-Written (Urgent-Count)
    IF UR-Estimated-Hours (Urgent-Count) IS NOT NUMERIC
        MOVE 0 TO UR-Estimated-Hours (Urgent-Count)
    END-IF
    IF UR-Task-Name (Urgent-Count) = SPACE
        MOVE "Intervention urgente" TO UR-Task-Name (Urgent-Count)
    END-IF
    COMPUTE UR-Day-Idx (Urgent-Count) =
        FUNCTION INTEGER-OF-DATE (SO-Planned-Date)
        - FUNCTION INTEGER-OF-DATE (Run-Date) + 1
    IF UR-Day-Idx (Urgent-Count) > Horizon-Days
        EXIT PARAGRAPH
    END-IF
    MOVE UR-Day-Idx (Urgent-Count) TO UR-Day (Urgent-Count)
    MOVE Day-Label-Txt (UR-Day-Idx (Urgent-Count))
        TO UR-Day-Label (Urgent-Count)
    PERFORM VARYING Tech-Idx FROM 1 BY 1 UNTIL Tech-Idx > Tech-Count
        IF Tech-Id (Tech-Idx) = UR-Tech-Id (Urgent-Count)
            IF Tech-Hours-Left (Tech-Idx, UR-Day-Idx (Urgent-Count))
                > UR-Estimated-Hours (Urgent-Count)
                SUBTRACT UR-Estimated-Hours (Urgent-Count)
                    FROM Tech-Hours-Left (Tech-Idx, UR-Day-Idx (Urgent-Count))
            ELSE
                MOVE 0
                    TO Tech-Hours-Left (Tech-Idx, UR-Day-Idx (Urgent-Count))
            END-IF
        END-IF
    END-PERFORM.

      *> Ligne urgente recopiee dans SCHEDOUT et ordre de travail
      *> reemis, WORKORD etant recree a chaque planification.
WRITE-URGENT-LINE.
    MOVE "Y" TO UR-Written (Urgent-Idx)
    IF UR-Day-Idx (Urgent-Idx) <= Horizon-Days
        ADD UR-Estimated-Hours (Urgent-Idx) TO Total-Week-Hours
    END-IF
    IF WS-Schedule-Out-Status = "00"
        MOVE UR-Line (Urgent-Idx) TO SCHEDULE-OUT-RECORD
        WRITE SCHEDULE-OUT-RECORD
        ADD 1 TO Assignment-Count
    END-IF
    PERFORM WRITE-URGENT-WORK-ORDER.

      *> Lignes urgentes au-dela de l'horizon ou de jours non
      *> reconstruits lors d'une reprise.
WRITE-REMAINING-URGENT-LINES.
    PERFORM VARYING Urgent-Idx FROM 1 BY 1 UNTIL Urgent-Idx > Urgent-Count
        IF UR-Written (Urgent-Idx) = "N"
            PERFORM WRITE-URGENT-LINE
        END-IF
    END-PERFORM.

WRITE-URGENT-WORK-ORDER.
    IF WS-Work-Order-Status <> "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "==============================================================="
        TO WORK-ORDER-RECORD
    WRITE WORK-ORDER-RECORD
    MOVE SPACE TO Work-Order-Line
    STRING "ORDRE DE TRAVAIL URGENT " UR-Task-Code (Urgent-Idx)
           " - " UR-Day-Label (Urgent-Idx) " " UR-Planned-Date (Urgent-Idx)
        DELIMITED BY SIZE INTO Work-Order-Line
    MOVE Work-Order-Line TO WORK-ORDER-RECORD
    WRITE WORK-ORDER-RECORD
    MOVE SPACE TO Work-Order-Line
    STRING "Tache      : " UR-Task-Name (Urgent-Idx)
           "   Cellule : " UR-Cell-Id (Urgent-Idx)
        DELIMITED BY SIZE INTO Work-Order-Line
    MOVE Work-Order-Line TO WORK-ORDER-RECORD
    WRITE WORK-ORDER-RECORD
    MOVE SPACE TO Work-Order-Line
    STRING "Creneau    : " UR-Slot-Name (Urgent-Idx)
           "   Technicien : " UR-Tech-Id (Urgent-Idx)
        DELIMITED BY SIZE INTO Work-Order-Line
    MOVE Work-Order-Line TO WORK-ORDER-RECORD
    WRITE WORK-ORDER-RECORD
    MOVE SPACE TO Work-Order-Line
    STRING "Estimation : " UR-Estimated-Hours (Urgent-Idx)
           "h   Criticite : " UR-Criticality (Urgent-Idx)
           "   Competence : " UR-Skill (Urgent-Idx)
        DELIMITED BY SIZE INTO Work-Order-Line
    MOVE Work-Order-Line TO WORK-ORDER-RECORD
    WRITE WORK-ORDER-RECORD
    MOVE "Pieces requises :" TO WORK-ORDER-RECORD
    WRITE WORK-ORDER-RECORD
    MOVE 0 TO Order-Part-Count
    PERFORM VARYING Part-Req-Idx FROM 1 BY 1
        UNTIL Part-Req-Idx > Part-Req-Count
        IF PRQ-Task-Code (Part-Req-Idx) = UR-Task-Code (Urgent-Idx)
            ADD 1 TO Order-Part-Count
            MOVE SPACE TO Work-Order-Line
            STRING "  Piece " PRQ-Part-Number (Part-Req-Idx)
                   "  Qte " PRQ-Quantity (Part-Req-Idx)
                   "  Bin " PRQ-Bin-Location (Part-Req-Idx)
                DELIMITED BY SIZE INTO Work-Order-Line
            MOVE Work-Order-Line TO WORK-ORDER-RECORD
            WRITE WORK-ORDER-RECORD
        END-IF
    END-PERFORM
    IF Order-Part-Count = 0
        MOVE "  Pieces : voir la demande d'intervention"
            TO WORK-ORDER-RECORD
        WRITE WORK-ORDER-RECORD
    END-IF
    MOVE "Visa technicien : ________________   Heures reelles : ____"
        TO WORK-ORDER-RECORD
    WRITE WORK-ORDER-RECORD
    ADD 1 TO Work-Order-Count.

TALLY-SKILL-DEMAND.
    MOVE 0 TO Bucket-Idx
    PERFORM VARYING Bucket-Idx-2 FROM 1 BY 1
                PERFORM WRITE-COMPLETION-LOG
            END-IF
        END-IF
    END-PERFORM
    PERFORM VARYING Urgent-Idx FROM 1 BY 1 UNTIL Urgent-Idx > Urgent-Count
        IF UR-Day-Idx (Urgent-Idx) = Day-Idx
            IF Batch-Mode = "Y"
                PERFORM APPLY-ACTUAL-FOR-URGENT
            ELSE
                DISPLAY Day-Name " - URGENT " UR-Task-Name (Urgent-Idx)
                        " terminee ? (O/N) " WITH NO ADVANCING
                ACCEPT Complete-Answer
                IF Complete-Answer = "O" OR Complete-Answer = "o"
                    DISPLAY "Heures reelles : " WITH NO ADVANCING
                    ACCEPT Actual-Hours
                ELSE
                    MOVE 0 TO Actual-Hours
                END-IF
                PERFORM WRITE-URGENT-COMPLETION-LOG
            END-IF
        END-IF
    END-PERFORM.

APPLY-ACTUAL-FOR-URGENT.
    MOVE 0 TO Actual-Idx
    PERFORM VARYING Actual-Idx-2 FROM 1 BY 1
        UNTIL Actual-Idx-2 > Actual-Count OR Actual-Idx > 0
        IF ACT-Task-Code (Actual-Idx-2) = UR-Task-Code (Urgent-Idx)
            AND ACT-Day (Actual-Idx-2) = Day-Idx
            AND ACT-Matched (Actual-Idx-2) = "N"
            MOVE Actual-Idx-2 TO Actual-Idx
        END-IF
    END-PERFORM
    IF Actual-Idx > 0
        MOVE "Y" TO ACT-Matched (Actual-Idx)
        IF ACT-Completed (Actual-Idx) = "O" OR "o"
            MOVE "O" TO Complete-Answer
            MOVE ACT-Hours (Actual-Idx) TO Actual-Hours
        ELSE
            MOVE "N" TO Complete-Answer
            MOVE 0 TO Actual-Hours
        END-IF
        PERFORM WRITE-URGENT-COMPLETION-LOG
    END-IF.

APPLY-ACTUAL-FOR-TASK.
    MOVE 0 TO Actual-Idx
    PERFORM VARYING Actual-Idx-2 FROM 1 BY 1
    END-IF
    MOVE Planned-Date TO CL-Log-Date
    MOVE Run-Id TO CL-Run-Id
    MOVE Task-Day-Tech (Task-Idx) TO CL-Tech-Id
    MOVE Task-Cell-Id (Task-Idx) TO CL-Cell-Id
    WRITE COMPLETION-LOG-RECORD.

WRITE-URGENT-COMPLETION-LOG.
    COMPUTE Variance-Hours = Actual-Hours - UR-Estimated-Hours (Urgent-Idx)
    ADD 1 TO Logged-Count
    ADD Variance-Hours TO Total-Variance-Hours
    MOVE UR-Task-Name (Urgent-Idx) TO CL-Task-Name
    MOVE Day-Name             TO CL-Day-Label
    MOVE UR-Estimated-Hours (Urgent-Idx) TO CL-Estimated-Hours
    MOVE Actual-Hours         TO CL-Actual-Hours
    MOVE Variance-Hours       TO CL-Variance-Hours
    IF Complete-Answer = "O" OR Complete-Answer = "o"
        IF Variance-Hours <= Variance-Tolerance
            AND Variance-Hours >= 0 - Variance-Tolerance
            MOVE "OUI" TO CL-Compliant
            ADD 1 TO Compliant-Count
        ELSE
            MOVE "NON" TO CL-Compliant
        END-IF
    ELSE
        MOVE "NON" TO CL-Compliant
    END-IF
    MOVE Planned-Date TO CL-Log-Date
    MOVE Run-Id TO CL-Run-Id
    MOVE UR-Tech-Id (Urgent-Idx) TO CL-Tech-Id
    MOVE UR-Cell-Id (Urgent-Idx) TO CL-Cell-Id
    WRITE COMPLETION-LOG-RECORD.

DISPLAY-COMPLIANCE-SUMMARY.
