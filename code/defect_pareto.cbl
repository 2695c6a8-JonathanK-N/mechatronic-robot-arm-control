       >>SOURCE FORMAT FREE
      *>****************************************************************
      *> defect_pareto.cbl
      *> Detail des defauts saisis en parallele de SHIFTRES : le
      *> ajoutee au feed MAINTFD et le rapport indique, pour chaque
      *> principal contributeur, si la corrective a ete planifiee et
      *> realisee (d'apres COMPLOG).
      *> Chaque execution est journalisee dans RUNJRNL (details lus,
      *> historises, rejetes) pour le controle de la chaine de nuit.
      *>****************************************************************

IDENTIFICATION DIVISION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Completion-Log-Status.

    SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Run-Journal-Status.

DATA DIVISION.
FILE SECTION.
FD  DEFECT-DETAIL-FILE.
FD  COMPLETION-LOG-FILE.
COPY "complog.cpy".

FD  RUN-JOURNAL-FILE.
COPY "runjrnl.cpy".

WORKING-STORAGE SECTION.
01 WS-Defect-Detail-Status  PIC XX VALUE SPACE.
01 WS-Defect-Codes-Status   PIC XX VALUE SPACE.
01 WS-Pareto-Report-Status  PIC XX VALUE SPACE.
01 WS-Maint-Feed-Status     PIC XX VALUE SPACE.
01 WS-Completion-Log-Status PIC XX VALUE SPACE.
01 WS-Run-Journal-Status    PIC XX VALUE SPACE.
01 WS-Run-Date              PIC 9(8).
01 WS-Run-Month             PIC 9(6).
01 WS-Report-Line           PIC X(100).
01 Scrap-Percent            PIC 9(3)V9.
01 Detail-Read-Count        PIC 9(5) VALUE 0.
01 Detail-Rejected-Count    PIC 9(5) VALUE 0.
01 History-Written-Count    PIC 9(5) VALUE 0.
01 Run-Id                   PIC X(8).
01 Run-Seq                  PIC 9(5) VALUE 0.
01 History-Read-Count       PIC 9(5) VALUE 0.
01 Prior-Run-Flag           PIC X VALUE "N".
01 Hist-Overflow-Flag       PIC X VALUE "N".
    IF WS-Pareto-Report-Status = "00"
        CLOSE PARETO-REPORT-FILE
    END-IF
    PERFORM WRITE-RUN-JOURNAL
    STOP RUN.

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
    STRING "PAR" Run-Seq DELIMITED BY SIZE INTO Run-Id
    OPEN EXTEND RUN-JOURNAL-FILE
    IF WS-Run-Journal-Status = "05" OR WS-Run-Journal-Status = "35"
        OPEN OUTPUT RUN-JOURNAL-FILE
    END-IF
    IF WS-Run-Journal-Status = "00"
        MOVE Run-Id                   TO RJ-Run-Id
        MOVE WS-Run-Date              TO RJ-Run-Date
        MOVE "defect-pareto"          TO RJ-Program
        MOVE Detail-Read-Count        TO RJ-Records-Read
        MOVE History-Written-Count    TO RJ-Records-Written
        MOVE Detail-Rejected-Count    TO RJ-Records-Rejected
        MOVE WS-Defect-Detail-Status  TO RJ-Main-Status
        MOVE WS-Defect-History-Status TO RJ-History-Status
        MOVE "N"                      TO RJ-Superseded
        WRITE RUN-JOURNAL-RECORD
        CLOSE RUN-JOURNAL-FILE
    ELSE
        DISPLAY "RUN-JOURNAL indisponible, statut "
            WS-Run-Journal-Status
    END-IF.

OPEN-PARETO-REPORT.
    OPEN OUTPUT PARETO-REPORT-FILE
    IF WS-Pareto-Report-Status <> "00"
    MOVE 1                          TO MF-Frequency-Day
    MOVE DCT-Skill (Code-Idx)       TO MF-Skill
    MOVE DCT-Criticality (Code-Idx) TO MF-Criticality
    MOVE SPACE                      TO MF-Cell-Id
    WRITE MAINT-FEED-RECORD
    CLOSE MAINT-FEED-FILE
    ADD 1 TO Feed-Written-Count
                        MOVE DF-Defect-Code TO DH-Defect-Code
                        MOVE DF-Part-Count  TO DH-Part-Count
                        WRITE DEFECT-HISTORY-RECORD
                        ADD 1 TO History-Written-Count
                    END-IF
                END-IF
        END-READ
