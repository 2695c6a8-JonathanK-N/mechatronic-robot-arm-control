       >>SOURCE FORMAT FREE
      *>****************************************************************
      *> shift_intake.cbl
      *> Conversion de l'export CSV du controleur de cellule (SHIFTCSV)
      *> Le 11e champ optionnel porte l'identifiant de cellule robot ;
      *> les exports de l'ancien format a 10 champs restent acceptes
      *> (cellule a blanc).
      *> Le 12e champ optionnel porte le code produit (PRODMAST) de la
      *> fenetre ; absent, factory-kpi applique le standard d'usine.
      *> L'export porte en derniere ligne un enregistrement de controle
      *> "FIN,<nb lignes>,<somme pieces>,<somme minutes planifiees>"
      *> verifie apres conversion : tout ecart (transfert tronque)
      *> accepte avec un simple avertissement.
      *> VALIDATE-SHIFT-RECORD de factory-kpi reste le controle des
      *> regles de gestion en aval.
      *> Chaque execution est journalisee dans RUNJRNL (lignes lues,
      *> ecrites, rejetees ; zero ecrite si le lot est rejete) pour
      *> le controle d'enchainement de la chaine de nuit.
      *>****************************************************************

IDENTIFICATION DIVISION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Shift-Results-Status.

    SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Run-Journal-Status.

    SELECT INTAKE-ERROR-FILE ASSIGN TO "INTAKERR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Intake-Error-Status.
FD  INTAKE-ERROR-FILE.
01 INTAKE-ERROR-RECORD     PIC X(100).

FD  RUN-JOURNAL-FILE.
COPY "runjrnl.cpy".

WORKING-STORAGE SECTION.
01 WS-Shift-Csv-Status     PIC XX VALUE SPACE.
01 WS-Shift-Results-Status PIC XX VALUE SPACE.
01 WS-Intake-Error-Status  PIC XX VALUE SPACE.
01 WS-Run-Journal-Status   PIC XX VALUE SPACE.
01 WS-Run-Date             PIC 9(8).
01 WS-Error-Line           PIC X(100).

01 Csv-Line-Number         PIC 9(5) VALUE 0.
01 Field-Count             PIC 9(2).

01 Csv-Fields.
   05 Csv-Field OCCURS 12 TIMES PIC X(20).
01 Field-Names.
   05 FILLER PIC X(18) VALUE "Window-Name       ".
   05 FILLER PIC X(18) VALUE "Planned-Minutes   ".
   05 FILLER PIC X(18) VALUE "Energy-Kwh        ".
   05 FILLER PIC X(18) VALUE "Peak-Amps         ".
   05 FILLER PIC X(18) VALUE "Cell-Id           ".
   05 FILLER PIC X(18) VALUE "Product-Code      ".
01 Field-Name-Tbl REDEFINES Field-Names.
   05 Field-Name OCCURS 12 TIMES PIC X(18).

01 Field-Idx               PIC 9(2).
01 Field-Text              PIC X(20).
01 Received-Planned-Sum    PIC 9(7) VALUE 0.
01 Trailer-Field-Value     PIC 9(7).

01 Run-Id                  PIC X(8).
01 Run-Seq                 PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD
    DISPLAY "===== Conversion CSV resultats de quart ====="
    PERFORM LOAD-RUN-JOURNAL-SEQ
    OPEN INPUT SHIFT-CSV-FILE
    IF WS-Shift-Csv-Status <> "00"
        DISPLAY "SHIFT-CSV indisponible, statut " WS-Shift-Csv-Status
        PERFORM WRITE-RUN-JOURNAL
        STOP RUN
    END-IF
    OPEN OUTPUT SHIFT-RESULTS-FILE
        DISPLAY "SHIFT-RESULTS indisponible, statut "
            WS-Shift-Results-Status
        CLOSE SHIFT-CSV-FILE
        PERFORM WRITE-RUN-JOURNAL
        STOP RUN
    END-IF
    OPEN OUTPUT INTAKE-ERROR-FILE
        DISPLAY "LOT REJETE : SHIFTRES vide, ecarts traces dans"
                " INTAKERR"
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
    STRING "INT" Run-Seq DELIMITED BY SIZE INTO Run-Id.

WRITE-RUN-JOURNAL.
    OPEN EXTEND RUN-JOURNAL-FILE
    IF WS-Run-Journal-Status = "05" OR WS-Run-Journal-Status = "35"
        OPEN OUTPUT RUN-JOURNAL-FILE
    END-IF
    IF WS-Run-Journal-Status = "00"
        MOVE Run-Id                  TO RJ-Run-Id
        MOVE WS-Run-Date             TO RJ-Run-Date
        MOVE "shift-intake"          TO RJ-Program
        MOVE Csv-Line-Number         TO RJ-Records-Read
        MOVE Lines-Written           TO RJ-Records-Written
        MOVE Lines-Rejected          TO RJ-Records-Rejected
        MOVE WS-Shift-Csv-Status     TO RJ-Main-Status
        MOVE WS-Shift-Results-Status TO RJ-History-Status
        MOVE "N"                     TO RJ-Superseded
        WRITE RUN-JOURNAL-RECORD
        CLOSE RUN-JOURNAL-FILE
    ELSE
        DISPLAY "RUN-JOURNAL indisponible, statut "
            WS-Run-Journal-Status
    END-IF.

CONVERT-CSV-LINE.
    MOVE "Y" TO Line-Valid
    IF SHIFT-CSV-RECORD = SPACE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING Field-Idx FROM 1 BY 1 UNTIL Field-Idx > 12
        MOVE SPACE TO Csv-Field (Field-Idx)
    END-PERFORM
    MOVE 0 TO Field-Count
        INTO Csv-Field (1) Csv-Field (2) Csv-Field (3)
             Csv-Field (4) Csv-Field (5) Csv-Field (6)
             Csv-Field (7) Csv-Field (8) Csv-Field (9)
             Csv-Field (10) Csv-Field (11) Csv-Field (12)
        TALLYING IN Field-Count
        ON OVERFLOW
            MOVE "N" TO Line-Valid
    PERFORM VALIDATE-NUMERIC-FIELD
    IF Field-Count >= 11
        PERFORM VALIDATE-CELL-FIELD
    END-IF
    IF Field-Count >= 12
        PERFORM VALIDATE-PRODUCT-FIELD
    END-IF.

VALIDATE-CELL-FIELD.
        END-IF
    END-IF.

VALIDATE-PRODUCT-FIELD.
    MOVE 12 TO Field-Idx
    MOVE FUNCTION TRIM (Csv-Field (12)) TO Field-Trimmed
    IF Field-Trimmed = SPACE
        MOVE "N" TO Line-Valid
        MOVE "code produit absent" TO Reject-Reason
        PERFORM WRITE-INTAKE-ERROR
    ELSE
        IF Field-Trimmed (7:14) <> SPACE
            MOVE "N" TO Line-Valid
            MOVE "code produit trop long" TO Reject-Reason
            PERFORM WRITE-INTAKE-ERROR
        END-IF
    END-IF.

VALIDATE-NUMERIC-FIELD.
    MOVE FUNCTION TRIM (Csv-Field (Field-Idx)) TO Field-Trimmed
    PERFORM CHECK-ALL-DIGITS
        MOVE SPACE TO SR-Cell-Id
        ADD 1 TO Legacy-Line-Count
    END-IF
    IF Field-Count >= 12
        MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (Csv-Field (12)))
            TO SR-Product-Code
    ELSE
        MOVE SPACE TO SR-Product-Code
    END-IF
    ADD SR-Output-Parts     TO Received-Output-Sum
    ADD SR-Planned-Minutes  TO Received-Planned-Sum
    WRITE SHIFT-RESULTS-RECORD
