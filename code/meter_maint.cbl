       >>SOURCE FORMAT FREE
      *>****************************************************************
      *> meter_maint.cbl
      *> Maintenance preventive au compteur : les reducteurs d'axes, la
      *> pince et le harnais ODrive s'usent avec le temps de marche et
      *> le nombre de cycles, pas avec le jour de la semaine. Chaque
      *> composant du registre ASSETREG porte un intervalle en minutes
      *> de marche (MIN) ou en pieces produites (PCS) ; son compteur
      *> cumule les fenetres OEEHIST de sa cellule posterieures au
      *> dernier cumul (aucun double comptage d'une execution a
      *> l'autre). Une realisation COMPLOG de la tache du composant
      *> sur sa cellule (heures reelles > 0, datee au plus tard
      *> aujourd'hui ; cellule a blanc = ancien format, tache seule)
      *> remet le compteur a zero. Tout composant arrive a son intervalle est
      *> ajoute au flux MAINTFD (ajout en fin, apres factory-kpi et
      *> defect-pareto ; une tache deja presente pour la meme cellule
      *> n'est pas doublee)
      *> pour etre planifiee par maintenance-scheduler. Le rapport
      *> METERRPT donne la vie restante de chaque composant en % et
      *> signale les echeances proches. Le registre est reecrit avec
      *> les compteurs a jour (lignes refusees reecrites telles
      *> quelles) et l'execution est journalisee dans RUNJRNL. Un
      *> registre absent ou vide n'est pas une erreur (rien a suivre) :
      *> l'execution est journalisee a zero et la chaine continue.
      *>****************************************************************

IDENTIFICATION DIVISION.
PROGRAM-ID. meter-maint.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ASSET-REGISTER-FILE ASSIGN TO "ASSETREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Asset-Register-Status.

    SELECT OEE-HISTORY-FILE ASSIGN TO "OEEHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Oee-History-Status.

    SELECT COMPLETION-LOG-FILE ASSIGN TO "COMPLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Completion-Log-Status.

    SELECT MAINT-FEED-FILE ASSIGN TO "MAINTFD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Maint-Feed-Status.

    SELECT METER-REPORT-FILE ASSIGN TO "METERRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Meter-Report-Status.

    SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Run-Journal-Status.

DATA DIVISION.
FILE SECTION.
FD  ASSET-REGISTER-FILE.
COPY "assetreg.cpy".

FD  OEE-HISTORY-FILE.
COPY "oeehist.cpy".

FD  COMPLETION-LOG-FILE.
COPY "complog.cpy".

FD  MAINT-FEED-FILE.
COPY "maintfeed.cpy".

FD  METER-REPORT-FILE.
01 METER-REPORT-RECORD     PIC X(100).

FD  RUN-JOURNAL-FILE.
COPY "runjrnl.cpy".

WORKING-STORAGE SECTION.
01 WS-Asset-Register-Status  PIC XX VALUE SPACE.
01 WS-Oee-History-Status     PIC XX VALUE SPACE.
01 WS-Completion-Log-Status  PIC XX VALUE SPACE.
01 WS-Maint-Feed-Status      PIC XX VALUE SPACE.
01 WS-Meter-Report-Status    PIC XX VALUE SPACE.
01 WS-Run-Journal-Status     PIC XX VALUE SPACE.
01 WS-Run-Date               PIC 9(8).
01 WS-Report-Line            PIC X(100).

      *> Seuil d'alerte "echeance proche" en % de vie restante.
01 Due-Soon-Pct              PIC 9(3) VALUE 20.
01 Max-Meter-Value           PIC 9(7) VALUE 9999999.

01 Run-Id                    PIC X(8).
01 Run-Seq                   PIC 9(5) VALUE 0.

01 Max-Components            PIC 9(2) VALUE 50.
01 Component-Count           PIC 9(2) VALUE 0.
01 Component-Table.
   05 Component OCCURS 1 TO 50 TIMES DEPENDING ON Component-Count.
      10 CM-Component-Id     PIC X(8).
      10 CM-Cell-Id          PIC X(4).
      10 CM-Description      PIC X(24).
      10 CM-Meter-Type       PIC X(4).
      10 CM-Interval         PIC 9(7).
      10 CM-Task-Name        PIC X(24).
      10 CM-Task-Hours       PIC 9V9.
      10 CM-Skill            PIC X(10).
      10 CM-Criticality      PIC 9.
      10 CM-Meter-Value      PIC 9(7).
      10 CM-Last-Date        PIC 9(8).
      10 CM-Reset-Date       PIC 9(8).
      10 CM-New-Last-Date    PIC 9(8).
      10 CM-Usage-Added      PIC 9(7).
      10 CM-Remaining-Pct    PIC 9(3).
      10 CM-Status           PIC X(8).
01 Component-Idx             PIC 9(2).
01 Register-Overflow-Flag    PIC X VALUE "N".

      *> Lignes ASSETREG refusees au chargement (intervalle ou type de
      *> compteur invalide), reecrites telles quelles.
01 Max-Register-Rejects      PIC 9(2) VALUE 50.
01 Register-Rejected-Count   PIC 9(2) VALUE 0.
01 Register-Reject-Table.
   05 Register-Reject-Line OCCURS 50 TIMES PIC X(110).
01 Register-Reject-Idx       PIC 9(2).

      *> Taches deja presentes dans MAINTFD (factory-kpi,
      *> defect-pareto ou execution precedente du jour).
01 Max-Feed-Tasks            PIC 9(2) VALUE 50.
01 Feed-Task-Count           PIC 9(2) VALUE 0.
01 Feed-Task-Table.
   05 Feed-Task OCCURS 50 TIMES.
      10 Feed-Task-Name      PIC X(24).
      10 Feed-Task-Cell-Id   PIC X(4).
01 Feed-Task-Idx             PIC 9(2).
01 Feed-Task-Found           PIC X.

01 Oee-Read-Count            PIC 9(5) VALUE 0.
01 Reset-Count               PIC 9(5) VALUE 0.
01 Feed-Written-Count        PIC 9(5) VALUE 0.
01 Feed-Skipped-Count        PIC 9(5) VALUE 0.
01 Due-Count                 PIC 9(3) VALUE 0.
01 Due-Soon-Count            PIC 9(3) VALUE 0.
01 Window-Usage              PIC 9(7).
01 Meter-Work                PIC 9(8).
01 Remaining-Life            PIC 9(7).

PROCEDURE DIVISION.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD
    DISPLAY "===== Maintenance au compteur des composants ====="
    PERFORM LOAD-RUN-JOURNAL-SEQ
    PERFORM LOAD-ASSET-REGISTER
    IF Register-Overflow-Flag = "Y"
        DISPLAY "ASSETREG depasse " Max-Components
                " composants, traitement abandonne -"
                " fichier laisse intact"
        PERFORM WRITE-RUN-JOURNAL
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF Component-Count = 0
        DISPLAY "Aucun composant au registre, rien a suivre"
        PERFORM WRITE-RUN-JOURNAL
        STOP RUN
    END-IF
    PERFORM APPLY-COMPLETIONS
    PERFORM ACCUMULATE-USAGE
    PERFORM EVALUATE-COMPONENTS
    PERFORM REWRITE-ASSET-REGISTER
    PERFORM WRITE-METER-FEED
    PERFORM WRITE-METER-REPORT
    PERFORM WRITE-RUN-JOURNAL
    DISPLAY "Composants suivis        : " Component-Count
    DISPLAY "Fenetres OEEHIST lues    : " Oee-Read-Count
    DISPLAY "Compteurs remis a zero   : " Reset-Count
    DISPLAY "Composants echus         : " Due-Count
    DISPLAY "Echeances proches        : " Due-Soon-Count
    DISPLAY "Taches ajoutees a MAINTFD: " Feed-Written-Count
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
    STRING "MTR" Run-Seq DELIMITED BY SIZE INTO Run-Id.

LOAD-ASSET-REGISTER.
    MOVE 0 TO Component-Count
    OPEN INPUT ASSET-REGISTER-FILE
    IF WS-Asset-Register-Status <> "00"
        IF WS-Asset-Register-Status = "05"
            DISPLAY "ASSETREG absent, aucun composant suivi"
        ELSE
            DISPLAY "ASSET-REGISTER indisponible, statut "
                WS-Asset-Register-Status
        END-IF
    ELSE
        PERFORM UNTIL WS-Asset-Register-Status = "10"
            READ ASSET-REGISTER-FILE
                AT END
                    MOVE "10" TO WS-Asset-Register-Status
                NOT AT END
                    IF AR-Interval IS NOT NUMERIC
                        OR AR-Interval = 0
                        OR (AR-Meter-Type <> "MIN" AND AR-Meter-Type <> "PCS")
                        IF Register-Rejected-Count < Max-Register-Rejects
                            ADD 1 TO Register-Rejected-Count
                            MOVE ASSET-REGISTER-RECORD TO
                                Register-Reject-Line (Register-Rejected-Count)
                            DISPLAY "Composant non suivi, intervalle ou"
                                " type invalide : " AR-Component-Id
                        ELSE
                            MOVE "Y" TO Register-Overflow-Flag
                        END-IF
                    ELSE
                        IF Component-Count < Max-Components
                            ADD 1 TO Component-Count
                            PERFORM STORE-COMPONENT
                        ELSE
                            MOVE "Y" TO Register-Overflow-Flag
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ASSET-REGISTER-FILE
    END-IF
    DISPLAY "Composants charges : " Component-Count.

STORE-COMPONENT.
    MOVE AR-Component-Id TO CM-Component-Id (Component-Count)
    MOVE AR-Cell-Id      TO CM-Cell-Id (Component-Count)
    MOVE AR-Description  TO CM-Description (Component-Count)
    MOVE AR-Meter-Type   TO CM-Meter-Type (Component-Count)
    MOVE AR-Interval     TO CM-Interval (Component-Count)
    MOVE AR-Task-Name    TO CM-Task-Name (Component-Count)
    IF AR-Task-Hours IS NUMERIC
        MOVE AR-Task-Hours TO CM-Task-Hours (Component-Count)
    ELSE
        MOVE 1.0 TO CM-Task-Hours (Component-Count)
    END-IF
    MOVE AR-Skill        TO CM-Skill (Component-Count)
    IF AR-Criticality IS NUMERIC
        MOVE AR-Criticality TO CM-Criticality (Component-Count)
    ELSE
        MOVE 2 TO CM-Criticality (Component-Count)
    END-IF
    IF AR-Meter-Value IS NUMERIC
        MOVE AR-Meter-Value TO CM-Meter-Value (Component-Count)
    ELSE
        MOVE 0 TO CM-Meter-Value (Component-Count)
    END-IF
    IF AR-Last-Date IS NUMERIC
        MOVE AR-Last-Date TO CM-Last-Date (Component-Count)
    ELSE
        MOVE 0 TO CM-Last-Date (Component-Count)
    END-IF
    IF AR-Reset-Date IS NUMERIC
        MOVE AR-Reset-Date TO CM-Reset-Date (Component-Count)
    ELSE
        MOVE 0 TO CM-Reset-Date (Component-Count)
    END-IF
    MOVE CM-Last-Date (Component-Count)
        TO CM-New-Last-Date (Component-Count)
    MOVE 0 TO CM-Usage-Added (Component-Count)
    MOVE 0 TO CM-Remaining-Pct (Component-Count)
    MOVE SPACE TO CM-Status (Component-Count).

      *> Remise a zero du compteur sur realisation de la tache : seules
      *> les realisations effectives (heures reelles > 0) posterieures
      *> a la derniere remise a zero et non datees dans le futur (jours
      *> planifies de la semaine en cours) sont retenues. L'usage
      *> anterieur a la realisation n'est plus cumule.
APPLY-COMPLETIONS.
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
                IF CL-Log-Date IS NUMERIC
                    AND CL-Actual-Hours IS NUMERIC
                    AND CL-Actual-Hours > 0
                    AND CL-Log-Date <= WS-Run-Date
                    PERFORM VARYING Component-Idx FROM 1 BY 1
                        UNTIL Component-Idx > Component-Count
                        IF CM-Task-Name (Component-Idx) = CL-Task-Name
                            AND CL-Log-Date > CM-Reset-Date (Component-Idx)
                            AND (CL-Cell-Id = SPACE
                                 OR CL-Cell-Id = CM-Cell-Id (Component-Idx))
                            PERFORM RESET-COMPONENT-METER
                        END-IF
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM
    CLOSE COMPLETION-LOG-FILE.

RESET-COMPONENT-METER.
    ADD 1 TO Reset-Count
    MOVE 0 TO CM-Meter-Value (Component-Idx)
    MOVE CL-Log-Date TO CM-Reset-Date (Component-Idx)
    IF CM-Last-Date (Component-Idx) < CL-Log-Date
        MOVE CL-Log-Date TO CM-Last-Date (Component-Idx)
        MOVE CL-Log-Date TO CM-New-Last-Date (Component-Idx)
    END-IF
    DISPLAY "Compteur remis a zero : " CM-Component-Id (Component-Idx)
            " (" FUNCTION TRIM (CM-Task-Name (Component-Idx))
            " realisee le " CL-Log-Date ")".

ACCUMULATE-USAGE.
    OPEN INPUT OEE-HISTORY-FILE
    IF WS-Oee-History-Status <> "00"
        DISPLAY "OEE-HISTORY indisponible, statut "
            WS-Oee-History-Status
        DISPLAY "Compteurs non cumules"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-Oee-History-Status = "10"
        READ OEE-HISTORY-FILE
            AT END
                MOVE "10" TO WS-Oee-History-Status
            NOT AT END
                ADD 1 TO Oee-Read-Count
                IF OH-Run-Date IS NUMERIC
                    PERFORM VARYING Component-Idx FROM 1 BY 1
                        UNTIL Component-Idx > Component-Count
                        IF CM-Cell-Id (Component-Idx) = OH-Cell-Id
                            AND OH-Run-Date > CM-Last-Date (Component-Idx)
                            PERFORM ADD-WINDOW-USAGE
                        END-IF
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM
    CLOSE OEE-HISTORY-FILE
    PERFORM VARYING Component-Idx FROM 1 BY 1
        UNTIL Component-Idx > Component-Count
        MOVE CM-New-Last-Date (Component-Idx)
            TO CM-Last-Date (Component-Idx)
    END-PERFORM.

ADD-WINDOW-USAGE.
    MOVE 0 TO Window-Usage
    IF CM-Meter-Type (Component-Idx) = "MIN"
        IF OH-Run-Minutes IS NUMERIC
            MOVE OH-Run-Minutes TO Window-Usage
        END-IF
    ELSE
        IF OH-Output-Parts IS NUMERIC
            MOVE OH-Output-Parts TO Window-Usage
        END-IF
    END-IF
    COMPUTE Meter-Work = CM-Meter-Value (Component-Idx) + Window-Usage
    IF Meter-Work > Max-Meter-Value
        MOVE Max-Meter-Value TO CM-Meter-Value (Component-Idx)
    ELSE
        MOVE Meter-Work TO CM-Meter-Value (Component-Idx)
    END-IF
    ADD Window-Usage TO CM-Usage-Added (Component-Idx)
    IF OH-Run-Date > CM-New-Last-Date (Component-Idx)
        MOVE OH-Run-Date TO CM-New-Last-Date (Component-Idx)
    END-IF.

EVALUATE-COMPONENTS.
    PERFORM VARYING Component-Idx FROM 1 BY 1
        UNTIL Component-Idx > Component-Count
        IF CM-Meter-Value (Component-Idx) >= CM-Interval (Component-Idx)
            MOVE 0 TO CM-Remaining-Pct (Component-Idx)
            MOVE "ECHU" TO CM-Status (Component-Idx)
            ADD 1 TO Due-Count
        ELSE
            COMPUTE Remaining-Life = CM-Interval (Component-Idx)
                - CM-Meter-Value (Component-Idx)
            COMPUTE CM-Remaining-Pct (Component-Idx) =
                (Remaining-Life * 100) / CM-Interval (Component-Idx)
            IF CM-Remaining-Pct (Component-Idx) <= Due-Soon-Pct
                MOVE "BIENTOT" TO CM-Status (Component-Idx)
                ADD 1 TO Due-Soon-Count
            ELSE
                MOVE "OK" TO CM-Status (Component-Idx)
            END-IF
        END-IF
    END-PERFORM.

REWRITE-ASSET-REGISTER.
    OPEN OUTPUT ASSET-REGISTER-FILE
    IF WS-Asset-Register-Status <> "00"
        DISPLAY "ASSET-REGISTER reecriture refusee, statut "
            WS-Asset-Register-Status
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING Component-Idx FROM 1 BY 1
        UNTIL Component-Idx > Component-Count
        MOVE CM-Component-Id (Component-Idx) TO AR-Component-Id
        MOVE CM-Cell-Id (Component-Idx)      TO AR-Cell-Id
        MOVE CM-Description (Component-Idx)  TO AR-Description
        MOVE CM-Meter-Type (Component-Idx)   TO AR-Meter-Type
        MOVE CM-Interval (Component-Idx)     TO AR-Interval
        MOVE CM-Task-Name (Component-Idx)    TO AR-Task-Name
        MOVE CM-Task-Hours (Component-Idx)   TO AR-Task-Hours
        MOVE CM-Skill (Component-Idx)        TO AR-Skill
        MOVE CM-Criticality (Component-Idx)  TO AR-Criticality
        MOVE CM-Meter-Value (Component-Idx)  TO AR-Meter-Value
        MOVE CM-Last-Date (Component-Idx)    TO AR-Last-Date
        MOVE CM-Reset-Date (Component-Idx)   TO AR-Reset-Date
        WRITE ASSET-REGISTER-RECORD
    END-PERFORM
    PERFORM VARYING Register-Reject-Idx FROM 1 BY 1
        UNTIL Register-Reject-Idx > Register-Rejected-Count
        MOVE Register-Reject-Line (Register-Reject-Idx)
            TO ASSET-REGISTER-RECORD
        WRITE ASSET-REGISTER-RECORD
    END-PERFORM
    CLOSE ASSET-REGISTER-FILE.

LOAD-EXISTING-FEED.
    MOVE 0 TO Feed-Task-Count
    OPEN INPUT MAINT-FEED-FILE
    IF WS-Maint-Feed-Status = "00"
        PERFORM UNTIL WS-Maint-Feed-Status = "10"
            READ MAINT-FEED-FILE
                AT END
                    MOVE "10" TO WS-Maint-Feed-Status
                NOT AT END
                    IF Feed-Task-Count < Max-Feed-Tasks
                        ADD 1 TO Feed-Task-Count
                        MOVE MF-Task-Name
                            TO Feed-Task-Name (Feed-Task-Count)
                        MOVE MF-Cell-Id
                            TO Feed-Task-Cell-Id (Feed-Task-Count)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MAINT-FEED-FILE
    END-IF.

      *> Les composants echus rejoignent le flux MAINTFD avec la
      *> frequence derivee de la criticite, comme le flux statique de
      *> factory-kpi ; la tache revient a chaque execution tant que la
      *> realisation n'a pas remis le compteur a zero.
WRITE-METER-FEED.
    IF Due-Count = 0
        EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-EXISTING-FEED
    OPEN EXTEND MAINT-FEED-FILE
    IF WS-Maint-Feed-Status = "05" OR WS-Maint-Feed-Status = "35"
        OPEN OUTPUT MAINT-FEED-FILE
    END-IF
    IF WS-Maint-Feed-Status <> "00"
        DISPLAY "MAINT-FEED indisponible, statut " WS-Maint-Feed-Status
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING Component-Idx FROM 1 BY 1
        UNTIL Component-Idx > Component-Count
        IF CM-Status (Component-Idx) = "ECHU"
            PERFORM WRITE-ONE-FEED-TASK
        END-IF
    END-PERFORM
    CLOSE MAINT-FEED-FILE.

WRITE-ONE-FEED-TASK.
    MOVE "N" TO Feed-Task-Found
    PERFORM VARYING Feed-Task-Idx FROM 1 BY 1
        UNTIL Feed-Task-Idx > Feed-Task-Count OR Feed-Task-Found = "Y"
        IF Feed-Task-Name (Feed-Task-Idx) = CM-Task-Name (Component-Idx)
            AND Feed-Task-Cell-Id (Feed-Task-Idx)
                = CM-Cell-Id (Component-Idx)
            MOVE "Y" TO Feed-Task-Found
        END-IF
    END-PERFORM
    IF Feed-Task-Found = "Y"
        ADD 1 TO Feed-Skipped-Count
        DISPLAY "Tache deja au flux MAINTFD : "
            CM-Task-Name (Component-Idx) " cellule "
            CM-Cell-Id (Component-Idx)
        EXIT PARAGRAPH
    END-IF
    MOVE CM-Task-Name (Component-Idx)   TO MF-Task-Name
    MOVE CM-Task-Hours (Component-Idx)  TO MF-Task-Hours
    MOVE CM-Criticality (Component-Idx) TO MF-Task-Priority
    EVALUATE CM-Criticality (Component-Idx)
        WHEN 1
            MOVE 2 TO MF-Frequency-Day
        WHEN 2
            MOVE 4 TO MF-Frequency-Day
        WHEN OTHER
            MOVE 7 TO MF-Frequency-Day
    END-EVALUATE
    MOVE CM-Skill (Component-Idx)       TO MF-Skill
    MOVE CM-Criticality (Component-Idx) TO MF-Criticality
    MOVE CM-Cell-Id (Component-Idx)     TO MF-Cell-Id
    WRITE MAINT-FEED-RECORD
    ADD 1 TO Feed-Written-Count
    IF Feed-Task-Count < Max-Feed-Tasks
        ADD 1 TO Feed-Task-Count
        MOVE CM-Task-Name (Component-Idx)
            TO Feed-Task-Name (Feed-Task-Count)
        MOVE CM-Cell-Id (Component-Idx)
            TO Feed-Task-Cell-Id (Feed-Task-Count)
    END-IF
    DISPLAY "Composant echu -> MAINTFD : " CM-Component-Id (Component-Idx)
            " " CM-Task-Name (Component-Idx).

WRITE-METER-REPORT.
    OPEN OUTPUT METER-REPORT-FILE
    IF WS-Meter-Report-Status <> "00"
        DISPLAY "METER-REPORT indisponible, statut "
            WS-Meter-Report-Status
    END-IF
    STRING "===== Compteurs d'usure composants au " WS-Run-Date
           " =====" DELIMITED BY SIZE INTO WS-Report-Line
    PERFORM PRINT-METER-LINE
    STRING "Composant Cel. Type Intervalle Compteur  +Cumul  Reste%"
           " Statut   Tache" DELIMITED BY SIZE INTO WS-Report-Line
    PERFORM PRINT-METER-LINE
    PERFORM VARYING Component-Idx FROM 1 BY 1
        UNTIL Component-Idx > Component-Count
        STRING CM-Component-Id (Component-Idx) "  "
               CM-Cell-Id (Component-Idx) " "
               CM-Meter-Type (Component-Idx) " "
               CM-Interval (Component-Idx) "   "
               CM-Meter-Value (Component-Idx) " "
               CM-Usage-Added (Component-Idx) "  "
               CM-Remaining-Pct (Component-Idx) "  "
               CM-Status (Component-Idx) " "
               CM-Task-Name (Component-Idx)
            DELIMITED BY SIZE INTO WS-Report-Line
        PERFORM PRINT-METER-LINE
    END-PERFORM
    PERFORM PRINT-METER-LINE
    MOVE "===== Echeances proches (vie restante) =====" TO WS-Report-Line
    PERFORM PRINT-METER-LINE
    IF Due-Count = 0 AND Due-Soon-Count = 0
        MOVE "Aucun composant echu ou proche de l'echeance"
            TO WS-Report-Line
        PERFORM PRINT-METER-LINE
    END-IF
    PERFORM VARYING Component-Idx FROM 1 BY 1
        UNTIL Component-Idx > Component-Count
        IF CM-Status (Component-Idx) = "ECHU"
            OR CM-Status (Component-Idx) = "BIENTOT"
            STRING CM-Status (Component-Idx) " "
                   CM-Component-Id (Component-Idx) " "
                   CM-Description (Component-Idx) " cellule "
                   CM-Cell-Id (Component-Idx) " vie restante "
                   CM-Remaining-Pct (Component-Idx) " %"
                DELIMITED BY SIZE INTO WS-Report-Line
            PERFORM PRINT-METER-LINE
        END-IF
    END-PERFORM
    PERFORM PRINT-METER-LINE
    STRING "Echus " Due-Count "  Proches " Due-Soon-Count
           "  Remises a zero " Reset-Count
           "  Ajouts MAINTFD " Feed-Written-Count
           "  Deja au flux " Feed-Skipped-Count
        DELIMITED BY SIZE INTO WS-Report-Line
    PERFORM PRINT-METER-LINE
    IF WS-Meter-Report-Status = "00"
        CLOSE METER-REPORT-FILE
    END-IF.

PRINT-METER-LINE.
    DISPLAY WS-Report-Line
    IF WS-Meter-Report-Status = "00"
        MOVE WS-Report-Line TO METER-REPORT-RECORD
        WRITE METER-REPORT-RECORD
    END-IF
    MOVE SPACE TO WS-Report-Line.

WRITE-RUN-JOURNAL.
    OPEN EXTEND RUN-JOURNAL-FILE
    IF WS-Run-Journal-Status = "05" OR WS-Run-Journal-Status = "35"
        OPEN OUTPUT RUN-JOURNAL-FILE
    END-IF
    IF WS-Run-Journal-Status = "00"
        MOVE Run-Id                   TO RJ-Run-Id
        MOVE WS-Run-Date              TO RJ-Run-Date
        MOVE "meter-maint"            TO RJ-Program
        MOVE Oee-Read-Count           TO RJ-Records-Read
        MOVE Feed-Written-Count       TO RJ-Records-Written
        MOVE Register-Rejected-Count  TO RJ-Records-Rejected
        MOVE WS-Asset-Register-Status TO RJ-Main-Status
        MOVE WS-Oee-History-Status    TO RJ-History-Status
        MOVE "N"                      TO RJ-Superseded
        WRITE RUN-JOURNAL-RECORD
        CLOSE RUN-JOURNAL-FILE
    ELSE
        DISPLAY "RUN-JOURNAL indisponible, statut "
            WS-Run-Journal-Status
    END-IF.
