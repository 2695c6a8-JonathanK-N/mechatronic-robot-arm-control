       >>SOURCE FORMAT FREE
      *>****************************************************************
      *> nightly_batch.cbl
      *> Pilote de la chaine de nuit : lance dans l'ordre shift-intake,
      *> fault-intake, factory-kpi, defect-pareto, meter-maint (apres
      *> la recreation de MAINTFD par factory-kpi, pour que les taches
      *> au compteur atteignent le planning), maintenance-scheduler,
      *> stock-replenish et erp-extract (executables portant le nom
      *> du programme),
      *> puis controle apres chaque etape l'entree qu'elle a ecrite
      *> dans RUNJRNL avant de liberer l'etape suivante :
      *>   - code retour du programme nul ;
      *>   - une entree RUNJRNL nouvelle pour ce programme (absente =
      *>     arret anormal ou re-execution refusee) ;
      *>   - RJ-Main-Status et RJ-History-Status a blanc, 0x ou 10 ;
      *>   - compteurs attendus de la table des etapes (SHIFTRES non
      *>     vide pour shift-intake, fenetres lues et OEEHIST ecrit
      *>     pour factory-kpi, taches lues pour maintenance-scheduler).
      *> La chaine s'arrete a la premiere etape en echec et imprime le
      *> compte rendu de fin de nuit BATCHRPT (etat, Run-Id, compteurs,
      *> statuts et motif par etape) ; le code retour vaut alors 8.
      *> Les etapes tournent sans operateur grace a leurs fichiers
      *> parametres KPIPARM, SCHDPARM, STKPARM et ERPPARM, dont la
      *> presence est verifiee avant le lancement.
      *> L'etat de la nuit est conserve dans BATCHCTL apres chaque
      *> etape. Avec BATCHPRM = "O" (reprise), les etapes deja
      *> terminees ne sont pas relancees (pas de doublon d'historique)
      *> et la chaine repart de l'etape en echec. Une nouvelle nuit
      *> est refusee le jour meme d'une chaine inachevee ou terminee.
      *> L'execution du pilote est journalisee dans RUNJRNL.
      *>****************************************************************

IDENTIFICATION DIVISION.
PROGRAM-ID. nightly-batch.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BATCH-PARAMETER-FILE ASSIGN TO "BATCHPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Batch-Parameter-Status.

    SELECT BATCH-CONTROL-FILE ASSIGN TO "BATCHCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Batch-Control-Status.

    SELECT BATCH-REPORT-FILE ASSIGN TO "BATCHRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Batch-Report-Status.

    SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Run-Journal-Status.

    SELECT KPI-PARAMETER-FILE ASSIGN TO "KPIPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Kpi-Parameter-Status.

    SELECT SCHEDULE-PARAMETER-FILE ASSIGN TO "SCHDPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Schedule-Parameter-Status.

    SELECT STOCK-PARAMETER-FILE ASSIGN TO "STKPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Stock-Parameter-Status.

    SELECT ERP-PARAMETER-FILE ASSIGN TO "ERPPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Erp-Parameter-Status.

DATA DIVISION.
FILE SECTION.
FD  BATCH-PARAMETER-FILE.
01 BATCH-PARAMETER-RECORD.
   05 BP-Restart         PIC X.

      *> Etat de la derniere nuit : C = en cours, E = echec,
      *> T = terminee ; par etape O = terminee, E = echec,
      *> N = non lancee.
FD  BATCH-CONTROL-FILE.
01 BATCH-CONTROL-RECORD.
   05 BC-Night-Date      PIC 9(8).
   05 BC-Chain-Status    PIC X.
   05 BC-Step-Entry OCCURS 8 TIMES.
      10 BC-Step-State   PIC X.
      10 BC-Step-Run-Id  PIC X(8).

FD  BATCH-REPORT-FILE.
01 BATCH-REPORT-RECORD   PIC X(100).

FD  RUN-JOURNAL-FILE.
COPY "runjrnl.cpy".

FD  KPI-PARAMETER-FILE.
01 KPI-PARAMETER-RECORD  PIC X(20).

FD  SCHEDULE-PARAMETER-FILE.
01 SCHEDULE-PARAMETER-RECORD PIC X(20).

FD  STOCK-PARAMETER-FILE.
01 STOCK-PARAMETER-RECORD PIC X(20).

FD  ERP-PARAMETER-FILE.
01 ERP-PARAMETER-RECORD  PIC X(20).

WORKING-STORAGE SECTION.
01 WS-Batch-Parameter-Status    PIC XX VALUE SPACE.
01 WS-Batch-Control-Status      PIC XX VALUE SPACE.
01 WS-Batch-Report-Status       PIC XX VALUE SPACE.
01 WS-Run-Journal-Status        PIC XX VALUE SPACE.
01 WS-Kpi-Parameter-Status      PIC XX VALUE SPACE.
01 WS-Schedule-Parameter-Status PIC XX VALUE SPACE.
01 WS-Stock-Parameter-Status    PIC XX VALUE SPACE.
01 WS-Erp-Parameter-Status      PIC XX VALUE SPACE.
01 WS-Run-Date                  PIC 9(8).
01 WS-Report-Line               PIC X(100).

01 Run-Id                   PIC X(8).
01 Run-Seq                  PIC 9(5) VALUE 0.

      *> Table des etapes : programme (= RJ-Program et nom de
      *> l'executable), lus obligatoires, ecrits obligatoires,
      *> fichier parametre exige pour tourner sans operateur.
01 Step-Definitions.
   05 FILLER PIC X(31) VALUE "shift-intake         NY        ".
   05 FILLER PIC X(31) VALUE "fault-intake         NN        ".
   05 FILLER PIC X(31) VALUE "factory-kpi          YYKPIPARM ".
   05 FILLER PIC X(31) VALUE "defect-pareto        NN        ".
   05 FILLER PIC X(31) VALUE "meter-maint          NN        ".
   05 FILLER PIC X(31) VALUE "maintenance-schedulerYNSCHDPARM".
   05 FILLER PIC X(31) VALUE "stock-replenish      NNSTKPARM ".
   05 FILLER PIC X(31) VALUE "erp-extract          NNERPPARM ".
01 Step-Definition-Tbl REDEFINES Step-Definitions.
   05 Step-Definition OCCURS 8 TIMES.
      10 Step-Program       PIC X(21).
      10 Step-Need-Read     PIC X.
      10 Step-Need-Written  PIC X.
      10 Step-Parm-File     PIC X(8).

      *> Resultat de chaque etape pour la nuit en cours ; etat
      *> N = non lancee, O = OK, E = echec, D = deja faite (reprise).
01 Step-Count               PIC 9 VALUE 8.
01 Step-Result-Table.
   05 Step-Result OCCURS 8 TIMES.
      10 SS-State           PIC X.
      10 SS-Run-Id          PIC X(8).
      10 SS-Records-Read    PIC 9(5).
      10 SS-Records-Written PIC 9(5).
      10 SS-Records-Rejected PIC 9(5).
      10 SS-Main-Status     PIC XX.
      10 SS-History-Status  PIC XX.
      10 SS-Return-Code     PIC 9(5).
      10 SS-Reason          PIC X(32).
01 Step-Idx                 PIC 9.
01 Ctl-Idx                  PIC 9.
01 Start-Step               PIC 9 VALUE 1.
01 Failed-Step              PIC 9 VALUE 0.
01 Step-Command             PIC X(40).
01 State-Label              PIC X(9).

01 Restart-Mode             PIC X VALUE "N".
01 Control-Found            PIC X VALUE "N".
01 Night-Date               PIC 9(8).
01 Chain-Status             PIC X VALUE "C".
01 Chain-Refused            PIC X VALUE "N".
01 Chain-Failed             PIC X VALUE "N".
01 Refusal-Reason           PIC X(80) VALUE SPACE.

01 Journal-Before           PIC 9(5) VALUE 0.
01 Journal-Pos              PIC 9(5) VALUE 0.
01 Journal-Found            PIC X VALUE "N".
01 Check-Status             PIC XX.
01 Status-Ok                PIC X.
01 Main-Status-Ok           PIC X.
01 History-Status-Ok        PIC X.

01 Steps-Launched           PIC 9(5) VALUE 0.
01 Steps-Ok                 PIC 9(5) VALUE 0.
01 Steps-Failed             PIC 9(5) VALUE 0.
01 Steps-Already-Done       PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD
    DISPLAY "===== Chaine de nuit ====="
    PERFORM VARYING Step-Idx FROM 1 BY 1 UNTIL Step-Idx > Step-Count
        MOVE "N"   TO SS-State (Step-Idx)
        MOVE SPACE TO SS-Run-Id (Step-Idx)
        MOVE 0     TO SS-Records-Read (Step-Idx)
        MOVE 0     TO SS-Records-Written (Step-Idx)
        MOVE 0     TO SS-Records-Rejected (Step-Idx)
        MOVE SPACE TO SS-Main-Status (Step-Idx)
        MOVE SPACE TO SS-History-Status (Step-Idx)
        MOVE 0     TO SS-Return-Code (Step-Idx)
        MOVE SPACE TO SS-Reason (Step-Idx)
    END-PERFORM
    MOVE WS-Run-Date TO Night-Date
    PERFORM LOAD-BATCH-PARAMETERS
    PERFORM LOAD-BATCH-CONTROL
    IF Restart-Mode = "Y"
        PERFORM PREPARE-RESTART
    ELSE
        PERFORM PREPARE-NEW-NIGHT
    END-IF
    IF Chain-Refused = "N"
        PERFORM CHECK-STEP-PARAMETERS
    END-IF
    IF Chain-Refused = "N"
        MOVE "C" TO Chain-Status
        PERFORM SAVE-BATCH-CONTROL
        PERFORM VARYING Step-Idx FROM Start-Step BY 1
            UNTIL Step-Idx > Step-Count OR Chain-Failed = "Y"
            PERFORM RUN-STEP
        END-PERFORM
        IF Chain-Failed = "N"
            MOVE "T" TO Chain-Status
            PERFORM SAVE-BATCH-CONTROL
        END-IF
    ELSE
        DISPLAY "Chaine non lancee : " FUNCTION TRIM (Refusal-Reason)
    END-IF
    PERFORM WRITE-BATCH-REPORT
    PERFORM WRITE-RUN-JOURNAL
    IF Chain-Refused = "Y" OR Chain-Failed = "Y"
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN.

LOAD-BATCH-PARAMETERS.
    MOVE "N" TO Restart-Mode
    OPEN INPUT BATCH-PARAMETER-FILE
    IF WS-Batch-Parameter-Status = "00"
        READ BATCH-PARAMETER-FILE
            AT END
                CONTINUE
            NOT AT END
                IF BP-Restart = "O" OR BP-Restart = "o"
                    MOVE "Y" TO Restart-Mode
                END-IF
        END-READ
        CLOSE BATCH-PARAMETER-FILE
    END-IF
    IF Restart-Mode = "Y"
        DISPLAY "Mode reprise de la derniere nuit inachevee"
    END-IF.

LOAD-BATCH-CONTROL.
    MOVE "N" TO Control-Found
    OPEN INPUT BATCH-CONTROL-FILE
    IF WS-Batch-Control-Status = "00"
        READ BATCH-CONTROL-FILE
            AT END
                CONTINUE
            NOT AT END
                IF BC-Night-Date IS NUMERIC
                    MOVE "Y" TO Control-Found
                END-IF
        END-READ
        CLOSE BATCH-CONTROL-FILE
    END-IF.

      *> Nouvelle nuit : refusee si BATCHCTL porte deja une chaine du
      *> jour, pour ne pas rejouer des etapes deja historisees.
PREPARE-NEW-NIGHT.
    MOVE 1 TO Start-Step
    IF Control-Found = "Y" AND BC-Night-Date = WS-Run-Date
        MOVE "Y" TO Chain-Refused
        IF BC-Chain-Status = "T"
            STRING "Chaine du " WS-Run-Date " deja terminee"
                DELIMITED BY SIZE INTO Refusal-Reason
        ELSE
            STRING "Chaine du " WS-Run-Date
                " inachevee : relancer en reprise (BATCHPRM = O)"
                DELIMITED BY SIZE INTO Refusal-Reason
        END-IF
    END-IF.

      *> Reprise : les etapes terminees gardent leur Run-Id et ne sont
      *> pas relancees ; la chaine repart de la premiere autre etape.
PREPARE-RESTART.
    IF Control-Found = "N" OR BC-Chain-Status = "T"
        MOVE "Y" TO Chain-Refused
        MOVE "Aucune chaine inachevee a reprendre dans BATCHCTL"
            TO Refusal-Reason
        EXIT PARAGRAPH
    END-IF
      *> Etat de derniere etape a blanc : BATCHCTL ecrit par une
      *> chaine plus courte, les etapes ne correspondent plus.
    IF BC-Step-State (Step-Count) = SPACE
        MOVE "Y" TO Chain-Refused
        MOVE "BATCHCTL d'une chaine plus courte : le supprimer et lancer une nouvelle nuit"
            TO Refusal-Reason
        EXIT PARAGRAPH
    END-IF
    MOVE BC-Night-Date TO Night-Date
    MOVE 0 TO Start-Step
    PERFORM VARYING Step-Idx FROM 1 BY 1 UNTIL Step-Idx > Step-Count
        IF BC-Step-State (Step-Idx) = "O"
            MOVE "D" TO SS-State (Step-Idx)
            MOVE BC-Step-Run-Id (Step-Idx) TO SS-Run-Id (Step-Idx)
            MOVE "ENTREE RUNJRNL ARCHIVEE" TO SS-Reason (Step-Idx)
            ADD 1 TO Steps-Already-Done
        ELSE
            IF Start-Step = 0
                MOVE Step-Idx TO Start-Step
            END-IF
        END-IF
    END-PERFORM
    IF Start-Step = 0
        COMPUTE Start-Step = Step-Count + 1
    END-IF
    PERFORM LOAD-DONE-STEP-RESULTS
    DISPLAY "Reprise de la nuit du " Night-Date " a l'etape " Start-Step.

      *> Compteurs des etapes deja faites relus par Run-Id dans RUNJRNL.
LOAD-DONE-STEP-RESULTS.
    OPEN INPUT RUN-JOURNAL-FILE
    IF WS-Run-Journal-Status = "00"
        PERFORM UNTIL WS-Run-Journal-Status = "10"
            READ RUN-JOURNAL-FILE
                AT END
                    MOVE "10" TO WS-Run-Journal-Status
                NOT AT END
                    PERFORM VARYING Step-Idx FROM 1 BY 1
                        UNTIL Step-Idx > Step-Count
                        IF SS-State (Step-Idx) = "D"
                            AND RJ-Run-Id = SS-Run-Id (Step-Idx)
                            AND RJ-Program = Step-Program (Step-Idx)
                            PERFORM MOVE-JOURNAL-TO-STEP
                            MOVE SPACE TO SS-Reason (Step-Idx)
                        END-IF
                    END-PERFORM
            END-READ
        END-PERFORM
        CLOSE RUN-JOURNAL-FILE
    END-IF.

      *> Une etape dont le parametre manque attendrait une saisie
      *> operateur au milieu de la nuit : la chaine n'est pas lancee.
CHECK-STEP-PARAMETERS.
    PERFORM VARYING Step-Idx FROM Start-Step BY 1
        UNTIL Step-Idx > Step-Count OR Chain-Refused = "Y"
        EVALUATE Step-Parm-File (Step-Idx)
            WHEN "KPIPARM"
                OPEN INPUT KPI-PARAMETER-FILE
                MOVE WS-Kpi-Parameter-Status TO Check-Status
                IF Check-Status = "00"
                    CLOSE KPI-PARAMETER-FILE
                END-IF
            WHEN "SCHDPARM"
                OPEN INPUT SCHEDULE-PARAMETER-FILE
                MOVE WS-Schedule-Parameter-Status TO Check-Status
                IF Check-Status = "00"
                    CLOSE SCHEDULE-PARAMETER-FILE
                END-IF
            WHEN "STKPARM"
                OPEN INPUT STOCK-PARAMETER-FILE
                MOVE WS-Stock-Parameter-Status TO Check-Status
                IF Check-Status = "00"
                    CLOSE STOCK-PARAMETER-FILE
                END-IF
            WHEN "ERPPARM"
                OPEN INPUT ERP-PARAMETER-FILE
                MOVE WS-Erp-Parameter-Status TO Check-Status
                IF Check-Status = "00"
                    CLOSE ERP-PARAMETER-FILE
                END-IF
            WHEN OTHER
                MOVE "00" TO Check-Status
        END-EVALUATE
        IF Check-Status <> "00"
            MOVE "Y" TO Chain-Refused
            STRING "Parametre " FUNCTION TRIM (Step-Parm-File (Step-Idx))
                " absent (statut " Check-Status ") pour l'etape "
                FUNCTION TRIM (Step-Program (Step-Idx))
                DELIMITED BY SIZE INTO Refusal-Reason
        END-IF
    END-PERFORM.

RUN-STEP.
    PERFORM COUNT-JOURNAL-ENTRIES
    MOVE Step-Program (Step-Idx) TO Step-Command
    DISPLAY "Etape " Step-Idx " : " FUNCTION TRIM (Step-Command)
    ADD 1 TO Steps-Launched
    CALL "SYSTEM" USING Step-Command
    IF RETURN-CODE < 0
        MOVE 99999 TO SS-Return-Code (Step-Idx)
    ELSE
        MOVE RETURN-CODE TO SS-Return-Code (Step-Idx)
    END-IF
    MOVE 0 TO RETURN-CODE
    PERFORM FIND-STEP-JOURNAL
    PERFORM EVALUATE-STEP-RESULT
    IF SS-State (Step-Idx) = "E"
        MOVE "Y" TO Chain-Failed
        MOVE "E" TO Chain-Status
        MOVE Step-Idx TO Failed-Step
        ADD 1 TO Steps-Failed
        DISPLAY "Etape " Step-Idx " en echec : "
                FUNCTION TRIM (SS-Reason (Step-Idx))
    ELSE
        ADD 1 TO Steps-Ok
    END-IF
    PERFORM SAVE-BATCH-CONTROL.

COUNT-JOURNAL-ENTRIES.
    MOVE 0 TO Journal-Before
    OPEN INPUT RUN-JOURNAL-FILE
    IF WS-Run-Journal-Status = "00"
        PERFORM UNTIL WS-Run-Journal-Status = "10"
            READ RUN-JOURNAL-FILE
                AT END
                    MOVE "10" TO WS-Run-Journal-Status
                NOT AT END
                    ADD 1 TO Journal-Before
            END-READ
        END-PERFORM
        CLOSE RUN-JOURNAL-FILE
    END-IF.

      *> Derniere entree non remplacee du programme, ajoutee apres le
      *> lancement de l'etape.
FIND-STEP-JOURNAL.
    MOVE "N" TO Journal-Found
    MOVE 0 TO Journal-Pos
    OPEN INPUT RUN-JOURNAL-FILE
    IF WS-Run-Journal-Status = "00"
        PERFORM UNTIL WS-Run-Journal-Status = "10"
            READ RUN-JOURNAL-FILE
                AT END
                    MOVE "10" TO WS-Run-Journal-Status
                NOT AT END
                    ADD 1 TO Journal-Pos
                    IF Journal-Pos > Journal-Before
                        AND RJ-Program = Step-Program (Step-Idx)
                        AND RJ-Superseded <> "Y"
                        MOVE "Y" TO Journal-Found
                        PERFORM MOVE-JOURNAL-TO-STEP
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RUN-JOURNAL-FILE
    END-IF.

MOVE-JOURNAL-TO-STEP.
    MOVE RJ-Run-Id           TO SS-Run-Id (Step-Idx)
    MOVE RJ-Records-Read     TO SS-Records-Read (Step-Idx)
    MOVE RJ-Records-Written  TO SS-Records-Written (Step-Idx)
    MOVE RJ-Records-Rejected TO SS-Records-Rejected (Step-Idx)
    MOVE RJ-Main-Status      TO SS-Main-Status (Step-Idx)
    MOVE RJ-History-Status   TO SS-History-Status (Step-Idx).

EVALUATE-STEP-RESULT.
    MOVE SS-Main-Status (Step-Idx) TO Check-Status
    PERFORM CHECK-FILE-STATUS
    MOVE Status-Ok TO Main-Status-Ok
    MOVE SS-History-Status (Step-Idx) TO Check-Status
    PERFORM CHECK-FILE-STATUS
    MOVE Status-Ok TO History-Status-Ok
    MOVE "E" TO SS-State (Step-Idx)
    EVALUATE TRUE
        WHEN SS-Return-Code (Step-Idx) <> 0
            STRING "CODE RETOUR " SS-Return-Code (Step-Idx)
                DELIMITED BY SIZE INTO SS-Reason (Step-Idx)
        WHEN Journal-Found = "N"
            MOVE "AUCUNE ENTREE RUNJRNL" TO SS-Reason (Step-Idx)
        WHEN Main-Status-Ok = "N"
            STRING "STATUT FICHIER PRINCIPAL "
                SS-Main-Status (Step-Idx)
                DELIMITED BY SIZE INTO SS-Reason (Step-Idx)
        WHEN History-Status-Ok = "N"
            STRING "STATUT FICHIER HISTORIQUE "
                SS-History-Status (Step-Idx)
                DELIMITED BY SIZE INTO SS-Reason (Step-Idx)
        WHEN Step-Need-Read (Step-Idx) = "Y"
            AND SS-Records-Read (Step-Idx) = 0
            MOVE "AUCUN ENREGISTREMENT LU" TO SS-Reason (Step-Idx)
        WHEN Step-Need-Written (Step-Idx) = "Y"
            AND SS-Records-Written (Step-Idx) = 0
            MOVE "AUCUN ENREGISTREMENT ECRIT" TO SS-Reason (Step-Idx)
        WHEN OTHER
            MOVE "O" TO SS-State (Step-Idx)
    END-EVALUATE.

      *> Statut final accepte : fichier non ouvert (blanc), succes
      *> (0x) ou fin de fichier (10).
CHECK-FILE-STATUS.
    IF Check-Status = SPACE OR Check-Status (1:1) = "0"
        OR Check-Status = "10"
        MOVE "Y" TO Status-Ok
    ELSE
        MOVE "N" TO Status-Ok
    END-IF.

SAVE-BATCH-CONTROL.
    OPEN OUTPUT BATCH-CONTROL-FILE
    IF WS-Batch-Control-Status = "00"
        MOVE Night-Date   TO BC-Night-Date
        MOVE Chain-Status TO BC-Chain-Status
        PERFORM VARYING Ctl-Idx FROM 1 BY 1 UNTIL Ctl-Idx > Step-Count
            EVALUATE SS-State (Ctl-Idx)
                WHEN "O"
                WHEN "D"
                    MOVE "O" TO BC-Step-State (Ctl-Idx)
                WHEN "E"
                    MOVE "E" TO BC-Step-State (Ctl-Idx)
                WHEN OTHER
                    MOVE "N" TO BC-Step-State (Ctl-Idx)
            END-EVALUATE
            MOVE SS-Run-Id (Ctl-Idx) TO BC-Step-Run-Id (Ctl-Idx)
        END-PERFORM
        WRITE BATCH-CONTROL-RECORD
        CLOSE BATCH-CONTROL-FILE
    ELSE
        DISPLAY "BATCH-CONTROL indisponible, statut "
            WS-Batch-Control-Status
    END-IF.

WRITE-BATCH-REPORT.
    OPEN OUTPUT BATCH-REPORT-FILE
    IF WS-Batch-Report-Status <> "00"
        DISPLAY "BATCH-REPORT indisponible, statut "
            WS-Batch-Report-Status
    END-IF
    MOVE SPACE TO WS-Report-Line
    MOVE "===== Compte rendu de fin de nuit =====" TO WS-Report-Line
    PERFORM PRINT-REPORT-LINE
    IF Restart-Mode = "Y"
        STRING "Nuit du " Night-Date "  execution du " WS-Run-Date
            "  mode REPRISE" DELIMITED BY SIZE INTO WS-Report-Line
    ELSE
        STRING "Nuit du " Night-Date "  execution du " WS-Run-Date
            "  mode NOUVELLE NUIT" DELIMITED BY SIZE INTO WS-Report-Line
    END-IF
    PERFORM PRINT-REPORT-LINE
    PERFORM PRINT-REPORT-LINE
    STRING "E Programme             Etat      Run-Id   Lus   "
        "Ecrit Rejet St Hi Motif"
        DELIMITED BY SIZE INTO WS-Report-Line
    PERFORM PRINT-REPORT-LINE
    PERFORM VARYING Step-Idx FROM 1 BY 1 UNTIL Step-Idx > Step-Count
        PERFORM WRITE-STEP-LINE
    END-PERFORM
    PERFORM PRINT-REPORT-LINE
    EVALUATE TRUE
        WHEN Chain-Refused = "Y"
            STRING "CHAINE NON LANCEE : "
                FUNCTION TRIM (Refusal-Reason)
                DELIMITED BY SIZE INTO WS-Report-Line
            PERFORM PRINT-REPORT-LINE
        WHEN Chain-Failed = "Y"
            STRING "CHAINE ARRETEE A L'ETAPE " Failed-Step " "
                FUNCTION TRIM (Step-Program (Failed-Step))
                " : " FUNCTION TRIM (SS-Reason (Failed-Step))
                DELIMITED BY SIZE INTO WS-Report-Line
            PERFORM PRINT-REPORT-LINE
            STRING "Apres correction, relancer avec BATCHPRM = O :"
                " reprise a l'etape " Failed-Step
                ", etapes OK non relancees"
                DELIMITED BY SIZE INTO WS-Report-Line
            PERFORM PRINT-REPORT-LINE
        WHEN OTHER
            STRING "CHAINE TERMINEE : " Steps-Ok " etape(s) executee(s), "
                Steps-Already-Done " deja faite(s)"
                DELIMITED BY SIZE INTO WS-Report-Line
            PERFORM PRINT-REPORT-LINE
    END-EVALUATE
    IF WS-Batch-Report-Status = "00"
        CLOSE BATCH-REPORT-FILE
    END-IF.

WRITE-STEP-LINE.
    EVALUATE SS-State (Step-Idx)
        WHEN "O"
            MOVE "OK"        TO State-Label
        WHEN "E"
            MOVE "ECHEC"     TO State-Label
        WHEN "D"
            MOVE "DEJA FAIT" TO State-Label
        WHEN OTHER
            MOVE "NON LANCE" TO State-Label
    END-EVALUATE
    STRING Step-Idx " " Step-Program (Step-Idx) " " State-Label " "
        SS-Run-Id (Step-Idx) " " SS-Records-Read (Step-Idx) " "
        SS-Records-Written (Step-Idx) " "
        SS-Records-Rejected (Step-Idx) " "
        SS-Main-Status (Step-Idx) " " SS-History-Status (Step-Idx) " "
        SS-Reason (Step-Idx)
        DELIMITED BY SIZE INTO WS-Report-Line
    PERFORM PRINT-REPORT-LINE.

PRINT-REPORT-LINE.
    DISPLAY WS-Report-Line
    IF WS-Batch-Report-Status = "00"
        WRITE BATCH-REPORT-RECORD FROM WS-Report-Line
    END-IF
    MOVE SPACE TO WS-Report-Line.

WRITE-RUN-JOURNAL.
    PERFORM COUNT-JOURNAL-ENTRIES
    COMPUTE Run-Seq = Journal-Before + 1
    MOVE SPACE TO Run-Id
    STRING "NGT" Run-Seq DELIMITED BY SIZE INTO Run-Id
    OPEN EXTEND RUN-JOURNAL-FILE
    IF WS-Run-Journal-Status = "05" OR WS-Run-Journal-Status = "35"
        OPEN OUTPUT RUN-JOURNAL-FILE
    END-IF
    IF WS-Run-Journal-Status = "00"
        MOVE Run-Id                  TO RJ-Run-Id
        MOVE WS-Run-Date             TO RJ-Run-Date
        MOVE "nightly-batch"         TO RJ-Program
        MOVE Steps-Launched          TO RJ-Records-Read
        MOVE Steps-Ok                TO RJ-Records-Written
        MOVE Steps-Failed            TO RJ-Records-Rejected
        MOVE WS-Batch-Control-Status TO RJ-Main-Status
        MOVE WS-Batch-Report-Status  TO RJ-History-Status
        MOVE "N"                     TO RJ-Superseded
        WRITE RUN-JOURNAL-RECORD
        CLOSE RUN-JOURNAL-FILE
    ELSE
        DISPLAY "RUN-JOURNAL indisponible, statut "
            WS-Run-Journal-Status
    END-IF.
