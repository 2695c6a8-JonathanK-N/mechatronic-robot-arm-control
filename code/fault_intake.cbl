       >>SOURCE FORMAT FREE
      *>****************************************************************
      *> fault_intake.cbl
      *> Integration des evenements de defaut exportes par le
      *> controleur de cellule (FLTCSV, une ligne par arret :
      *> "cellule,fenetre,HHMM,axe,code defaut,duree en secondes")
      *> dans l'historique date FAULTEVT. Chaque champ est controle
      *> avec un diagnostic par ligne (numero de ligne, champ, motif)
      *> dans FLTERR ; seules les lignes propres sont historisees.
      *> Une re-execution le meme jour remplace les evenements deja
      *> historises a cette date.
      *> Les evenements sont ensuite rapproches, fenetre par fenetre
      *> et cellule par cellule, du total SR-Fault-Minutes de
      *> SHIFTRES : tout ecart superieur a la tolerance (evenements
      *> manquants ou en trop) et tout evenement sur une fenetre
      *> absente de SHIFTRES est trace dans FLTERR, sans rejet des
      *> evenements.
      *> Chaque execution est journalisee dans RUNJRNL (lignes lues,
      *> historisees, rejetees) pour le controle de la chaine de nuit.
      *>****************************************************************

IDENTIFICATION DIVISION.
PROGRAM-ID. fault-intake.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FAULT-CSV-FILE ASSIGN TO "FLTCSV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Fault-Csv-Status.

    SELECT FAULT-EVENT-FILE ASSIGN TO "FAULTEVT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Fault-Event-Status.

    SELECT SHIFT-RESULTS-FILE ASSIGN TO "SHIFTRES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Shift-Results-Status.

    SELECT FAULT-ERROR-FILE ASSIGN TO "FLTERR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Fault-Error-Status.

    SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Run-Journal-Status.

DATA DIVISION.
FILE SECTION.
FD  FAULT-CSV-FILE.
01 FAULT-CSV-RECORD        PIC X(100).

FD  FAULT-EVENT-FILE.
COPY "faultevt.cpy".

FD  SHIFT-RESULTS-FILE.
COPY "shiftres.cpy".

FD  FAULT-ERROR-FILE.
01 FAULT-ERROR-RECORD      PIC X(100).

FD  RUN-JOURNAL-FILE.
COPY "runjrnl.cpy".

WORKING-STORAGE SECTION.
01 WS-Fault-Csv-Status     PIC XX VALUE SPACE.
01 WS-Fault-Event-Status   PIC XX VALUE SPACE.
01 WS-Shift-Results-Status PIC XX VALUE SPACE.
01 WS-Fault-Error-Status   PIC XX VALUE SPACE.
01 WS-Run-Journal-Status   PIC XX VALUE SPACE.
01 WS-Run-Date             PIC 9(8).
01 WS-Error-Line           PIC X(100).

01 Csv-Line-Number         PIC 9(5) VALUE 0.
01 Events-Written          PIC 9(5) VALUE 0.
01 Lines-Rejected          PIC 9(5) VALUE 0.
01 Line-Valid              PIC X VALUE "Y".
01 Field-Count             PIC 9(2).

01 Csv-Fields.
   05 Csv-Field OCCURS 6 TIMES PIC X(20).
01 Field-Names.
   05 FILLER PIC X(18) VALUE "Cell-Id           ".
   05 FILLER PIC X(18) VALUE "Window-Name       ".
   05 FILLER PIC X(18) VALUE "Start-Time        ".
   05 FILLER PIC X(18) VALUE "Axis              ".
   05 FILLER PIC X(18) VALUE "Fault-Code        ".
   05 FILLER PIC X(18) VALUE "Duration-Sec      ".
01 Field-Name-Tbl REDEFINES Field-Names.
   05 Field-Name OCCURS 6 TIMES PIC X(18).

01 Field-Idx               PIC 9(2).
01 Field-Trimmed           PIC X(20).
01 Field-Length            PIC 9(2).
01 Field-Max-Length        PIC 9(2).
01 Char-Idx                PIC 9(2).
01 Field-Numeric           PIC X.
01 Field-Value             PIC 9(5).
01 Field-Max               PIC 9(5).
01 Reject-Reason           PIC X(40).

      *> Fenetres de SHIFTRES et secondes d'arret des evenements
      *> rattaches, pour le rapprochement avec SR-Fault-Minutes.
01 Max-Windows             PIC 9(3) VALUE 200.
01 Window-Count            PIC 9(3) VALUE 0.
01 Window-Table.
   05 Window-Entry OCCURS 200 TIMES.
      10 WN-Window-Name    PIC X(10).
      10 WN-Cell-Id        PIC X(4).
      10 WN-Fault-Minutes  PIC 9(3).
      10 WN-Event-Sec      PIC 9(7).
      10 WN-Event-Count    PIC 9(4).
01 Window-Idx              PIC 9(3).
01 Found-Window-Idx        PIC 9(3).
01 Windows-Loaded          PIC X VALUE "N".
01 Event-Minutes           PIC 9(5).
      *> Ecart admis entre les evenements et le total de la fenetre :
      *> le controleur arrondit SR-Fault-Minutes a la minute.
01 Recon-Tolerance-Min     PIC 9(2) VALUE 1.
01 Recon-Gap-Count         PIC 9(5) VALUE 0.
01 Unmatched-Count         PIC 9(5) VALUE 0.

01 Event-Cell-Id           PIC X(4).
01 Event-Window-Name       PIC X(10).

      *> Historique conserve hors date du jour lors d'une
      *> re-execution.
01 Prior-Run-Flag          PIC X VALUE "N".
01 Hist-Overflow-Flag      PIC X VALUE "N".
01 Hist-Dropped-Count      PIC 9(5) VALUE 0.
01 Max-Hist-Kept           PIC 9(4) VALUE 2000.
01 Hist-Kept-Count         PIC 9(4) VALUE 0.
01 Hist-Kept-Table.
   05 Hist-Kept-Line OCCURS 2000 TIMES PIC X(41).
01 Hist-Idx                PIC 9(4).

01 Run-Id                  PIC X(8).
01 Run-Seq                 PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD
    DISPLAY "===== Integration des evenements de defaut ====="
    PERFORM LOAD-RUN-JOURNAL-SEQ
    OPEN INPUT FAULT-CSV-FILE
    IF WS-Fault-Csv-Status <> "00"
        DISPLAY "FAULT-CSV indisponible, statut " WS-Fault-Csv-Status
        PERFORM WRITE-RUN-JOURNAL
        STOP RUN
    END-IF
    OPEN OUTPUT FAULT-ERROR-FILE
    IF WS-Fault-Error-Status <> "00"
        DISPLAY "FAULT-ERROR indisponible, statut "
            WS-Fault-Error-Status
    END-IF
    PERFORM LOAD-SHIFT-WINDOWS
    PERFORM CHECK-PRIOR-RUN
    OPEN EXTEND FAULT-EVENT-FILE
    IF WS-Fault-Event-Status = "05" OR WS-Fault-Event-Status = "35"
        OPEN OUTPUT FAULT-EVENT-FILE
    END-IF
    IF WS-Fault-Event-Status <> "00"
        DISPLAY "FAULT-EVENT indisponible, statut "
            WS-Fault-Event-Status
        CLOSE FAULT-CSV-FILE
        IF WS-Fault-Error-Status = "00"
            CLOSE FAULT-ERROR-FILE
        END-IF
        PERFORM WRITE-RUN-JOURNAL
        STOP RUN
    END-IF
    PERFORM UNTIL WS-Fault-Csv-Status = "10"
        READ FAULT-CSV-FILE
            AT END
                MOVE "10" TO WS-Fault-Csv-Status
            NOT AT END
                ADD 1 TO Csv-Line-Number
                PERFORM CONVERT-CSV-LINE
        END-READ
    END-PERFORM
    CLOSE FAULT-CSV-FILE
    CLOSE FAULT-EVENT-FILE
    PERFORM RECONCILE-WINDOWS
    IF WS-Fault-Error-Status = "00"
        CLOSE FAULT-ERROR-FILE
    END-IF
    DISPLAY "Lignes lues          : " Csv-Line-Number
    DISPLAY "Evenements historises : " Events-Written
    DISPLAY "Lignes rejetees      : " Lines-Rejected
    DISPLAY "Ecarts avec SHIFTRES : " Recon-Gap-Count
    IF Unmatched-Count > 0
        DISPLAY "Evenements hors SHIFTRES : " Unmatched-Count
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
    STRING "FLT" Run-Seq DELIMITED BY SIZE INTO Run-Id.

WRITE-RUN-JOURNAL.
    OPEN EXTEND RUN-JOURNAL-FILE
    IF WS-Run-Journal-Status = "05" OR WS-Run-Journal-Status = "35"
        OPEN OUTPUT RUN-JOURNAL-FILE
    END-IF
    IF WS-Run-Journal-Status = "00"
        MOVE Run-Id                TO RJ-Run-Id
        MOVE WS-Run-Date           TO RJ-Run-Date
        MOVE "fault-intake"        TO RJ-Program
        MOVE Csv-Line-Number       TO RJ-Records-Read
        MOVE Events-Written        TO RJ-Records-Written
        MOVE Lines-Rejected        TO RJ-Records-Rejected
        MOVE WS-Fault-Csv-Status   TO RJ-Main-Status
        MOVE WS-Fault-Event-Status TO RJ-History-Status
        MOVE "N"                   TO RJ-Superseded
        WRITE RUN-JOURNAL-RECORD
        CLOSE RUN-JOURNAL-FILE
    ELSE
        DISPLAY "RUN-JOURNAL indisponible, statut "
            WS-Run-Journal-Status
    END-IF.

      *> SHIFTRES absent : les evenements sont historises sans
      *> rapprochement.
LOAD-SHIFT-WINDOWS.
    MOVE 0 TO Window-Count
    OPEN INPUT SHIFT-RESULTS-FILE
    IF WS-Shift-Results-Status <> "00"
        MOVE SPACE TO WS-Error-Line
        STRING "AVERTISSEMENT : SHIFTRES indisponible (statut "
               WS-Shift-Results-Status "), pas de rapprochement"
            DELIMITED BY SIZE INTO WS-Error-Line
        PERFORM WRITE-FAULT-ERROR
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO Windows-Loaded
    PERFORM UNTIL WS-Shift-Results-Status = "10"
        READ SHIFT-RESULTS-FILE
            AT END
                MOVE "10" TO WS-Shift-Results-Status
            NOT AT END
                IF Window-Count < Max-Windows
                    ADD 1 TO Window-Count
                    MOVE SR-Window-Name TO WN-Window-Name (Window-Count)
                    MOVE SR-Cell-Id     TO WN-Cell-Id (Window-Count)
                    IF SR-Fault-Minutes IS NUMERIC
                        MOVE SR-Fault-Minutes
                            TO WN-Fault-Minutes (Window-Count)
                    ELSE
                        MOVE 0 TO WN-Fault-Minutes (Window-Count)
                    END-IF
                    MOVE 0 TO WN-Event-Sec (Window-Count)
                    MOVE 0 TO WN-Event-Count (Window-Count)
                END-IF
        END-READ
    END-PERFORM
    CLOSE SHIFT-RESULTS-FILE.

CHECK-PRIOR-RUN.
    MOVE "N" TO Prior-Run-Flag
    MOVE "N" TO Hist-Overflow-Flag
    MOVE 0 TO Hist-Kept-Count
    MOVE 0 TO Hist-Dropped-Count
    OPEN INPUT FAULT-EVENT-FILE
    IF WS-Fault-Event-Status <> "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-Fault-Event-Status = "10"
        READ FAULT-EVENT-FILE
            AT END
                MOVE "10" TO WS-Fault-Event-Status
            NOT AT END
                IF FE-Run-Date IS NUMERIC
                    AND FE-Run-Date = WS-Run-Date
                    MOVE "Y" TO Prior-Run-Flag
                    ADD 1 TO Hist-Dropped-Count
                ELSE
                    IF Hist-Kept-Count < Max-Hist-Kept
                        ADD 1 TO Hist-Kept-Count
                        MOVE FAULT-EVENT-RECORD
                            TO Hist-Kept-Line (Hist-Kept-Count)
                    ELSE
                        MOVE "Y" TO Hist-Overflow-Flag
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE FAULT-EVENT-FILE
    IF Prior-Run-Flag = "Y"
        IF Hist-Overflow-Flag = "Y"
            DISPLAY "FAULTEVT depasse " Max-Hist-Kept
                    " enregistrements, remplacement refuse -"
                    " archiver l'historique"
            IF WS-Fault-Csv-Status = "00"
                CLOSE FAULT-CSV-FILE
            END-IF
            IF WS-Fault-Error-Status = "00"
                CLOSE FAULT-ERROR-FILE
            END-IF
            PERFORM WRITE-RUN-JOURNAL
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        DISPLAY "Execution du " WS-Run-Date " deja presente, "
                Hist-Dropped-Count " evenement(s) remplace(s)"
        OPEN OUTPUT FAULT-EVENT-FILE
        IF WS-Fault-Event-Status = "00"
            PERFORM VARYING Hist-Idx FROM 1 BY 1
                UNTIL Hist-Idx > Hist-Kept-Count
                MOVE Hist-Kept-Line (Hist-Idx) TO FAULT-EVENT-RECORD
                WRITE FAULT-EVENT-RECORD
            END-PERFORM
            CLOSE FAULT-EVENT-FILE
        END-IF
    END-IF.

CONVERT-CSV-LINE.
    MOVE "Y" TO Line-Valid
    IF FAULT-CSV-RECORD = SPACE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING Field-Idx FROM 1 BY 1 UNTIL Field-Idx > 6
        MOVE SPACE TO Csv-Field (Field-Idx)
    END-PERFORM
    MOVE 0 TO Field-Count
    UNSTRING FAULT-CSV-RECORD DELIMITED BY ","
        INTO Csv-Field (1) Csv-Field (2) Csv-Field (3)
             Csv-Field (4) Csv-Field (5) Csv-Field (6)
        TALLYING IN Field-Count
        ON OVERFLOW
            MOVE "N" TO Line-Valid
    END-UNSTRING
    IF Line-Valid = "N"
        MOVE "nombre de champs excessif" TO Reject-Reason
        MOVE 0 TO Field-Idx
        PERFORM WRITE-INTAKE-ERROR
    ELSE
        IF Field-Count < 6
            MOVE "N" TO Line-Valid
            MOVE "nombre de champs insuffisant" TO Reject-Reason
            MOVE 0 TO Field-Idx
            PERFORM WRITE-INTAKE-ERROR
        ELSE
            PERFORM VALIDATE-CSV-FIELDS
        END-IF
    END-IF
    IF Line-Valid = "Y"
        PERFORM WRITE-FAULT-EVENT
    ELSE
        ADD 1 TO Lines-Rejected
    END-IF.

VALIDATE-CSV-FIELDS.
    MOVE 1 TO Field-Idx
    MOVE 4 TO Field-Max-Length
    PERFORM VALIDATE-TEXT-FIELD
    MOVE 2 TO Field-Idx
    MOVE 10 TO Field-Max-Length
    PERFORM VALIDATE-TEXT-FIELD
    MOVE 3 TO Field-Idx
    MOVE 2359 TO Field-Max
    PERFORM VALIDATE-NUMERIC-FIELD
    IF Field-Numeric = "Y" AND Field-Value <= Field-Max
        IF FUNCTION MOD (Field-Value, 100) > 59
            MOVE "N" TO Line-Valid
            MOVE "heure invalide (HHMM)" TO Reject-Reason
            PERFORM WRITE-INTAKE-ERROR
        END-IF
    END-IF
    MOVE 4 TO Field-Idx
    MOVE 4 TO Field-Max-Length
    PERFORM VALIDATE-TEXT-FIELD
    MOVE 5 TO Field-Idx
    MOVE 6 TO Field-Max-Length
    PERFORM VALIDATE-TEXT-FIELD
    MOVE 6 TO Field-Idx
    MOVE 86400 TO Field-Max
    PERFORM VALIDATE-NUMERIC-FIELD
    IF Field-Numeric = "Y" AND Field-Value = 0
        MOVE "N" TO Line-Valid
        MOVE "duree nulle" TO Reject-Reason
        PERFORM WRITE-INTAKE-ERROR
    END-IF.

VALIDATE-TEXT-FIELD.
    MOVE FUNCTION TRIM (Csv-Field (Field-Idx)) TO Field-Trimmed
    IF Field-Trimmed = SPACE
        MOVE "N" TO Line-Valid
        MOVE "valeur absente" TO Reject-Reason
        PERFORM WRITE-INTAKE-ERROR
    ELSE
        IF Field-Trimmed (Field-Max-Length + 1:) <> SPACE
            MOVE "N" TO Line-Valid
            MOVE "valeur trop longue" TO Reject-Reason
            PERFORM WRITE-INTAKE-ERROR
        END-IF
    END-IF.

VALIDATE-NUMERIC-FIELD.
    MOVE FUNCTION TRIM (Csv-Field (Field-Idx)) TO Field-Trimmed
    PERFORM CHECK-ALL-DIGITS
    IF Field-Numeric = "N"
        MOVE "N" TO Line-Valid
        MOVE "valeur non numerique" TO Reject-Reason
        PERFORM WRITE-INTAKE-ERROR
    ELSE
        IF Field-Length > 5
            MOVE 99999 TO Field-Value
        ELSE
            MOVE FUNCTION NUMVAL (Field-Trimmed) TO Field-Value
        END-IF
        IF Field-Value > Field-Max
            MOVE "N" TO Line-Valid
            MOVE "valeur hors bornes" TO Reject-Reason
            PERFORM WRITE-INTAKE-ERROR
        END-IF
    END-IF.

CHECK-ALL-DIGITS.
    MOVE "Y" TO Field-Numeric
    MOVE 0 TO Field-Length
    IF Field-Trimmed = SPACE
        MOVE "N" TO Field-Numeric
    ELSE
        PERFORM VARYING Char-Idx FROM 1 BY 1
            UNTIL Char-Idx > 20
            OR Field-Trimmed (Char-Idx:1) = SPACE
            IF Field-Trimmed (Char-Idx:1) < "0"
                OR Field-Trimmed (Char-Idx:1) > "9"
                MOVE "N" TO Field-Numeric
            END-IF
            ADD 1 TO Field-Length
        END-PERFORM
        IF Char-Idx <= 20
            IF Field-Trimmed (Char-Idx:) <> SPACE
                MOVE "N" TO Field-Numeric
            END-IF
        END-IF
    END-IF.

WRITE-FAULT-EVENT.
    MOVE SPACE TO FAULT-EVENT-RECORD
    MOVE WS-Run-Date TO FE-Run-Date
    MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (Csv-Field (1)))
        TO FE-Cell-Id
    MOVE FUNCTION TRIM (Csv-Field (2)) TO FE-Window-Name
    MOVE FUNCTION NUMVAL (Csv-Field (3)) TO FE-Start-Time
    MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (Csv-Field (4)))
        TO FE-Axis
    MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (Csv-Field (5)))
        TO FE-Fault-Code
    MOVE FUNCTION NUMVAL (Csv-Field (6)) TO FE-Duration-Sec
    WRITE FAULT-EVENT-RECORD
    ADD 1 TO Events-Written
    PERFORM TALLY-WINDOW-EVENT.

      *> Rattachement a la fenetre SHIFTRES de meme nom et de meme
      *> cellule (toute cellule pour une fenetre de l'ancien format).
TALLY-WINDOW-EVENT.
    IF Windows-Loaded = "N"
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO Found-Window-Idx
    PERFORM VARYING Window-Idx FROM 1 BY 1
        UNTIL Window-Idx > Window-Count OR Found-Window-Idx > 0
        IF WN-Window-Name (Window-Idx) = FE-Window-Name
            AND (WN-Cell-Id (Window-Idx) = FE-Cell-Id
                 OR WN-Cell-Id (Window-Idx) = SPACE)
            MOVE Window-Idx TO Found-Window-Idx
        END-IF
    END-PERFORM
    IF Found-Window-Idx = 0
        ADD 1 TO Unmatched-Count
        MOVE SPACE TO WS-Error-Line
        STRING "Ligne " Csv-Line-Number " : fenetre "
               FUNCTION TRIM (FE-Window-Name) " cellule " FE-Cell-Id
               " absente de SHIFTRES"
            DELIMITED BY SIZE INTO WS-Error-Line
        PERFORM WRITE-FAULT-ERROR
    ELSE
        ADD FE-Duration-Sec TO WN-Event-Sec (Found-Window-Idx)
        ADD 1 TO WN-Event-Count (Found-Window-Idx)
    END-IF.

RECONCILE-WINDOWS.
    IF Windows-Loaded = "N"
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING Window-Idx FROM 1 BY 1 UNTIL Window-Idx > Window-Count
        COMPUTE Event-Minutes ROUNDED = WN-Event-Sec (Window-Idx) / 60
        IF Event-Minutes > WN-Fault-Minutes (Window-Idx)
                           + Recon-Tolerance-Min
            OR WN-Fault-Minutes (Window-Idx)
                > Event-Minutes + Recon-Tolerance-Min
            ADD 1 TO Recon-Gap-Count
            MOVE SPACE TO WS-Error-Line
            STRING "Ecart fenetre " WN-Window-Name (Window-Idx)
                   " cellule " WN-Cell-Id (Window-Idx)
                   " : " WN-Event-Count (Window-Idx) " evenement(s) "
                   Event-Minutes " min, SHIFTRES "
                   WN-Fault-Minutes (Window-Idx) " min"
                DELIMITED BY SIZE INTO WS-Error-Line
            PERFORM WRITE-FAULT-ERROR
        END-IF
    END-PERFORM.

WRITE-INTAKE-ERROR.
    MOVE SPACE TO WS-Error-Line
    IF Field-Idx > 0
        STRING "Ligne " Csv-Line-Number
               " champ " Field-Name (Field-Idx)
               " : " FUNCTION TRIM (Reject-Reason)
            DELIMITED BY SIZE INTO WS-Error-Line
    ELSE
        STRING "Ligne " Csv-Line-Number
               " : " FUNCTION TRIM (Reject-Reason)
            DELIMITED BY SIZE INTO WS-Error-Line
    END-IF
    PERFORM WRITE-FAULT-ERROR.

WRITE-FAULT-ERROR.
    DISPLAY "Controle defauts - " WS-Error-Line
    IF WS-Fault-Error-Status = "00"
        MOVE WS-Error-Line TO FAULT-ERROR-RECORD
        WRITE FAULT-ERROR-RECORD
    END-IF.
