       >>SOURCE FORMAT FREE
      *>****************************************************************
      *> erp_extract.cbl
      *> Interface sortante vers l'ERP du siege : fichier ERPOUT a
      *> format fixe (copybook erpextr.cpy) avec, par jour de
      *> production et par cellule, les facteurs OEE et la production
      *> d'OEEHIST, l'energie en kWh et son cout (calendrier TARIFCAL,
      *> meme regle que factory-kpi et energy-recon), le rebut DEFHIST
      *> (rattache a la cellule par la fenetre OEEHIST du jour) et les
      *> taches realisees / conformes de COMPLOG. En-tete, fin de
      *> fichier avec totaux de controle et numero de sequence.
      *> L'etat de chaque jour transmis est tenu dans ERPCTL. Les
      *> acquittements ERPACK renvoyes par l'ERP (copybook erpack.cpy)
      *> sont appliques au debut de l'execution : un jour rejete, ou
      *> transmis lors d'une execution precedente et toujours sans
      *> acquittement, repart dans le fichier du jour avec le jour
      *> courant. Un jour deja acquitte n'est jamais renvoye.
      *> ERPRPT liste les jours envoyes, acquittes, rejetes ou en
      *> attente. Execution journalisee dans RUNJRNL.
      *> En chaine de nuit, le fichier parametre ERPPARM remplace la
      *> saisie du jour a transmettre (a zero = la veille).
      *>****************************************************************

IDENTIFICATION DIVISION.
PROGRAM-ID. erp-extract.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OEE-HISTORY-FILE ASSIGN TO "OEEHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Oee-History-Status.

    SELECT DEFECT-HISTORY-FILE ASSIGN TO "DEFHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Defect-History-Status.

    SELECT COMPLETION-LOG-FILE ASSIGN TO "COMPLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Completion-Log-Status.

    SELECT TARIFF-CAL-FILE ASSIGN TO "TARIFCAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Tariff-Cal-Status.

    SELECT ERP-ACK-FILE ASSIGN TO "ERPACK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Erp-Ack-Status.

    SELECT INTERFACE-CONTROL-FILE ASSIGN TO "ERPCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Interface-Control-Status.

    SELECT ERP-PARAMETER-FILE ASSIGN TO "ERPPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Erp-Parameter-Status.

    SELECT ERP-EXTRACT-FILE ASSIGN TO "ERPOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Erp-Extract-Status.

    SELECT INTERFACE-REPORT-FILE ASSIGN TO "ERPRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Interface-Report-Status.

    SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Run-Journal-Status.

DATA DIVISION.
FILE SECTION.
FD  OEE-HISTORY-FILE.
COPY "oeehist.cpy".

FD  DEFECT-HISTORY-FILE.
01 DEFECT-HISTORY-RECORD.
   05 DH-Run-Date          PIC 9(8).
   05 DH-Window-Name       PIC X(10).
   05 DH-Defect-Code       PIC X(4).
   05 DH-Part-Count        PIC 9(3).

FD  COMPLETION-LOG-FILE.
COPY "complog.cpy".

FD  TARIFF-CAL-FILE.
COPY "tarifcal.cpy".

FD  ERP-ACK-FILE.
COPY "erpack.cpy".

      *> Un enregistrement par jour de production transmis.
      *> Etat : E = envoye en attente d'acquittement, A = acquitte,
      *> R = rejete par l'ERP (renvoye a la prochaine execution).
FD  INTERFACE-CONTROL-FILE.
01 INTERFACE-CONTROL-RECORD.
   05 IC-Production-Date   PIC 9(8).
   05 IC-State             PIC X.
   05 IC-Send-Count        PIC 9(3).
   05 IC-Last-Sequence     PIC 9(6).
   05 IC-Last-Sent-Date    PIC 9(8).
   05 IC-Ack-Date          PIC 9(8).
   05 IC-Cell-Count        PIC 9(3).
   05 IC-Reason            PIC X(40).

FD  ERP-PARAMETER-FILE.
01 ERP-PARAMETER-RECORD.
   05 EP-Production-Date   PIC 9(8).

FD  ERP-EXTRACT-FILE.
COPY "erpextr.cpy".

FD  INTERFACE-REPORT-FILE.
01 INTERFACE-REPORT-RECORD PIC X(100).

FD  RUN-JOURNAL-FILE.
COPY "runjrnl.cpy".

WORKING-STORAGE SECTION.
01 WS-Oee-History-Status       PIC XX VALUE SPACE.
01 WS-Defect-History-Status    PIC XX VALUE SPACE.
01 WS-Completion-Log-Status    PIC XX VALUE SPACE.
01 WS-Tariff-Cal-Status        PIC XX VALUE SPACE.
01 WS-Erp-Ack-Status           PIC XX VALUE SPACE.
01 WS-Interface-Control-Status PIC XX VALUE SPACE.
01 WS-Erp-Parameter-Status     PIC XX VALUE SPACE.
01 WS-Erp-Extract-Status       PIC XX VALUE SPACE.
01 WS-Interface-Report-Status  PIC XX VALUE SPACE.
01 WS-Run-Journal-Status       PIC XX VALUE SPACE.
01 WS-Run-Date                 PIC 9(8).
01 WS-Report-Line              PIC X(100).
01 WS-Window-Name-Upper        PIC X(10).
01 WS-Night-Tally              PIC 9(2).

01 Erp-Batch-Mode           PIC X VALUE "N".
01 Production-Date          PIC 9(8) VALUE 0.
01 Run-Seq                  PIC 9(5) VALUE 0.
01 Run-Id                   PIC X(8).
01 Work-Time                PIC 9(8).

      *> Jours acquittes conserves dans ERPCTL : au-dela, la ligne
      *> est purgee a la reecriture.
01 Keep-Acknowledged-Days   PIC 9(3) VALUE 366.
01 Purge-Before-Date        PIC 9(8).

01 Max-Control-Days         PIC 9(3) VALUE 500.
01 Control-Count            PIC 9(3) VALUE 0.
01 Control-Table.
   05 Control-Entry OCCURS 500 TIMES.
      10 CT-Production-Date PIC 9(8).
      10 CT-State           PIC X.
      10 CT-Send-Count      PIC 9(3).
      10 CT-Last-Sequence   PIC 9(6).
      10 CT-Last-Sent-Date  PIC 9(8).
      10 CT-Ack-Date        PIC 9(8).
      10 CT-Cell-Count      PIC 9(3).
      10 CT-Reason          PIC X(40).
      10 CT-Send-Flag       PIC X.
      10 CT-Resend-Flag     PIC X.
01 Control-Swap             PIC X(79).
01 Control-Idx              PIC 9(3).
01 Control-Idx-2            PIC 9(3).
01 Found-Control-Idx        PIC 9(3).
01 Last-Sequence            PIC 9(6) VALUE 0.
01 File-Sequence            PIC 9(6) VALUE 0.

01 Ack-Read-Count           PIC 9(5) VALUE 0.
01 Ack-Applied-Count        PIC 9(5) VALUE 0.
01 Ack-Ignored-Count        PIC 9(5) VALUE 0.
01 Days-To-Send             PIC 9(3) VALUE 0.
01 Days-Sent                PIC 9(3) VALUE 0.
01 Days-Empty               PIC 9(3) VALUE 0.
01 State-Label              PIC X(12).
01 Pending-Count            PIC 9(3).
01 Acknowledged-Count       PIC 9(3).
01 Rejected-Count           PIC 9(3).

      *> Tarifs de secours identiques a ceux de factory-kpi.
01 Peak-Rate-Kwh            PIC 9V999 VALUE 0.180.
01 Offpeak-Rate-Kwh         PIC 9V999 VALUE 0.070.
01 Max-Tariffs              PIC 9(2) VALUE 50.
01 Tariff-Count             PIC 9(2) VALUE 0.
01 Tariff-Table.
   05 Tariff OCCURS 1 TO 50 TIMES DEPENDING ON Tariff-Count.
      10 Tariff-Date-From   PIC 9(8).
      10 Tariff-Date-To     PIC 9(8).
      10 Tariff-Band        PIC X(4).
      10 Tariff-Rate-Kwh    PIC 9V999.
01 Tariff-Idx               PIC 9(2).
01 Matched-Tariff-Idx       PIC 9(2).
01 Tariff-Span-Days         PIC S9(7).
01 Best-Tariff-Span         PIC S9(7).
01 Work-Band                PIC X(4).
01 Work-Rate                PIC 9V999.
01 Work-Cost                PIC 9(5)V99.

      *> Fenetres OEEHIST des jours transmis et leur cellule, pour
      *> rattacher le rebut DEFHIST qui ne porte que la fenetre.
01 Max-Window-Maps          PIC 9(3) VALUE 300.
01 Window-Map-Count         PIC 9(3) VALUE 0.
01 Window-Map-Table.
   05 Window-Map OCCURS 300 TIMES.
      10 WM-Run-Date        PIC 9(8).
      10 WM-Window-Name     PIC X(10).
      10 WM-Cell-Id         PIC X(4).
01 Window-Map-Idx           PIC 9(3).

01 Max-Day-Cells            PIC 9(3) VALUE 300.
01 Day-Cell-Count           PIC 9(3) VALUE 0.
01 Day-Cell-Overflow        PIC X VALUE "N".
01 Day-Cell-Table.
   05 Day-Cell OCCURS 300 TIMES.
      10 DY-Key.
         15 DY-Date         PIC 9(8).
         15 DY-Cell-Id      PIC X(4).
      10 DY-Window-Count    PIC 9(3).
      10 DY-Availability    PIC 9(4)V99.
      10 DY-Performance     PIC 9(4)V99.
      10 DY-Quality         PIC 9(4)V99.
      10 DY-Overall-OEE     PIC 9(4)V99.
      10 DY-Run-Minutes     PIC 9(5).
      10 DY-Output-Parts    PIC 9(6).
      10 DY-Fault-Minutes   PIC 9(5).
      10 DY-Energy-Kwh      PIC 9(6)V9.
      10 DY-Energy-Cost     PIC 9(7)V99.
      10 DY-Scrap-Parts     PIC 9(6).
      10 DY-Tasks-Completed PIC 9(4).
      10 DY-Tasks-Compliant PIC 9(4).
01 Day-Cell-Swap            PIC X(85).
01 Day-Cell-Idx             PIC 9(3).
01 Day-Cell-Idx-2           PIC 9(3).
01 Found-Day-Cell-Idx       PIC 9(3).
01 Work-Date                PIC 9(8).
01 Work-Cell-Id             PIC X(4).

01 Records-Read             PIC 9(5) VALUE 0.
01 Detail-Count             PIC 9(6) VALUE 0.
01 Total-Kwh                PIC 9(8)V9 VALUE 0.
01 Total-Cost               PIC 9(9)V99 VALUE 0.
01 Total-Scrap              PIC 9(8) VALUE 0.
01 Total-Completed          PIC 9(6) VALUE 0.
01 Total-Compliant          PIC 9(6) VALUE 0.
01 Edit-Kwh                 PIC Z(7)9.9.
01 Edit-Cost                PIC Z(8)9.99.

PROCEDURE DIVISION.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD
    DISPLAY "===== Interface ERP : extraction journaliere ====="
    PERFORM LOAD-ERP-PARAMETERS
    IF Erp-Batch-Mode = "N"
        DISPLAY "Jour de production a transmettre (AAAAMMJJ, 0 = veille) : "
            WITH NO ADVANCING
        ACCEPT Production-Date
    END-IF
    IF Production-Date IS NOT NUMERIC
        DISPLAY "Date invalide, traitement abandonne"
        STOP RUN
    END-IF
    IF Production-Date = 0
        COMPUTE Production-Date = FUNCTION DATE-OF-INTEGER
            (FUNCTION INTEGER-OF-DATE (WS-Run-Date) - 1)
    END-IF
    COMPUTE Purge-Before-Date = FUNCTION DATE-OF-INTEGER
        (FUNCTION INTEGER-OF-DATE (WS-Run-Date) - Keep-Acknowledged-Days)
    PERFORM LOAD-RUN-JOURNAL-SEQ
    PERFORM LOAD-INTERFACE-CONTROL
    PERFORM APPLY-ACKNOWLEDGEMENTS
    PERFORM SELECT-DAYS-TO-SEND
    IF Days-To-Send > 0
        PERFORM LOAD-TARIFF-CALENDAR
        PERFORM LOAD-OEE-HISTORY
        PERFORM LOAD-DEFECT-HISTORY
        PERFORM LOAD-COMPLETION-LOG
        PERFORM SORT-DAY-CELLS
    END-IF
    IF Day-Cell-Overflow = "Y"
        DISPLAY "Table jour/cellule pleine (" Max-Day-Cells
                "), extraction abandonnee, rien n'est marque envoye"
        MOVE 0 TO Day-Cell-Count
    END-IF
    PERFORM WRITE-ERP-EXTRACT
    PERFORM SAVE-INTERFACE-CONTROL
    PERFORM WRITE-INTERFACE-REPORT
    PERFORM WRITE-RUN-JOURNAL
    IF Day-Cell-Overflow = "Y"
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.

      *> Parametre de la chaine de nuit ; un jour a zero designe la
      *> veille.
LOAD-ERP-PARAMETERS.
    OPEN INPUT ERP-PARAMETER-FILE
    IF WS-Erp-Parameter-Status = "00"
        READ ERP-PARAMETER-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE "Y" TO Erp-Batch-Mode
                MOVE EP-Production-Date TO Production-Date
                IF Production-Date IS NOT NUMERIC
                    MOVE 0 TO Production-Date
                END-IF
                DISPLAY "Execution batch : jour " Production-Date
        END-READ
        CLOSE ERP-PARAMETER-FILE
    END-IF.

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
    STRING "ERP" Run-Seq DELIMITED BY SIZE INTO Run-Id.

WRITE-RUN-JOURNAL.
    OPEN EXTEND RUN-JOURNAL-FILE
    IF WS-Run-Journal-Status = "05" OR WS-Run-Journal-Status = "35"
        OPEN OUTPUT RUN-JOURNAL-FILE
    END-IF
    IF WS-Run-Journal-Status = "00"
        MOVE Run-Id                 TO RJ-Run-Id
        MOVE WS-Run-Date            TO RJ-Run-Date
        MOVE "erp-extract"          TO RJ-Program
        MOVE Records-Read           TO RJ-Records-Read
        MOVE Detail-Count           TO RJ-Records-Written
        MOVE Ack-Ignored-Count      TO RJ-Records-Rejected
        MOVE WS-Erp-Extract-Status  TO RJ-Main-Status
        MOVE WS-Interface-Control-Status TO RJ-History-Status
        MOVE "N"                    TO RJ-Superseded
        WRITE RUN-JOURNAL-RECORD
        CLOSE RUN-JOURNAL-FILE
    ELSE
        DISPLAY "RUN-JOURNAL indisponible, statut "
            WS-Run-Journal-Status
    END-IF.

LOAD-INTERFACE-CONTROL.
    OPEN INPUT INTERFACE-CONTROL-FILE
    IF WS-Interface-Control-Status <> "00"
        DISPLAY "ERPCTL absent, premier envoi"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-Interface-Control-Status = "10"
        READ INTERFACE-CONTROL-FILE
            AT END
                MOVE "10" TO WS-Interface-Control-Status
            NOT AT END
                IF IC-Production-Date IS NUMERIC
                    AND IC-Last-Sequence IS NUMERIC
                    IF Control-Count < Max-Control-Days
                        ADD 1 TO Control-Count
                        MOVE IC-Production-Date
                            TO CT-Production-Date (Control-Count)
                        MOVE IC-State TO CT-State (Control-Count)
                        MOVE IC-Send-Count TO CT-Send-Count (Control-Count)
                        MOVE IC-Last-Sequence
                            TO CT-Last-Sequence (Control-Count)
                        MOVE IC-Last-Sent-Date
                            TO CT-Last-Sent-Date (Control-Count)
                        MOVE IC-Ack-Date TO CT-Ack-Date (Control-Count)
                        MOVE IC-Cell-Count TO CT-Cell-Count (Control-Count)
                        MOVE IC-Reason TO CT-Reason (Control-Count)
                        MOVE "N" TO CT-Send-Flag (Control-Count)
                        MOVE "N" TO CT-Resend-Flag (Control-Count)
                        IF IC-Last-Sequence > Last-Sequence
                            MOVE IC-Last-Sequence TO Last-Sequence
                        END-IF
                    ELSE
                        DISPLAY "ERPCTL plein, jour ignore : "
                            IC-Production-Date
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE INTERFACE-CONTROL-FILE.

      *> Un acquittement ne vaut que pour le dernier envoi du jour :
      *> la reponse a un fichier anterieur (jour renvoye depuis) est
      *> ignoree.
APPLY-ACKNOWLEDGEMENTS.
    OPEN INPUT ERP-ACK-FILE
    IF WS-Erp-Ack-Status <> "00"
        DISPLAY "Aucun fichier d'acquittement ERPACK"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-Erp-Ack-Status = "10"
        READ ERP-ACK-FILE
            AT END
                MOVE "10" TO WS-Erp-Ack-Status
            NOT AT END
                ADD 1 TO Ack-Read-Count
                PERFORM APPLY-ONE-ACKNOWLEDGEMENT
        END-READ
    END-PERFORM
    CLOSE ERP-ACK-FILE.

APPLY-ONE-ACKNOWLEDGEMENT.
    IF EA-Production-Date IS NOT NUMERIC
        OR EA-Sequence IS NOT NUMERIC
        OR (EA-Status <> "A" AND EA-Status <> "R")
        ADD 1 TO Ack-Ignored-Count
        DISPLAY "Acquittement invalide ignore : " ERP-ACK-RECORD
        EXIT PARAGRAPH
    END-IF
    MOVE EA-Production-Date TO Work-Date
    PERFORM FIND-CONTROL-DAY
    IF Found-Control-Idx = 0
        ADD 1 TO Ack-Ignored-Count
        DISPLAY "Acquittement pour un jour non transmis : " Work-Date
        EXIT PARAGRAPH
    END-IF
    IF CT-State (Found-Control-Idx) = "A"
        EXIT PARAGRAPH
    END-IF
    IF EA-Sequence <> CT-Last-Sequence (Found-Control-Idx)
        ADD 1 TO Ack-Ignored-Count
        DISPLAY "Acquittement d'un envoi remplace ignore : " Work-Date
                " sequence " EA-Sequence
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO Ack-Applied-Count
    MOVE EA-Status TO CT-State (Found-Control-Idx)
    MOVE WS-Run-Date TO CT-Ack-Date (Found-Control-Idx)
    IF EA-Status = "R"
        MOVE EA-Reason TO CT-Reason (Found-Control-Idx)
    ELSE
        MOVE SPACE TO CT-Reason (Found-Control-Idx)
    END-IF.

FIND-CONTROL-DAY.
    MOVE 0 TO Found-Control-Idx
    PERFORM VARYING Control-Idx FROM 1 BY 1
        UNTIL Control-Idx > Control-Count OR Found-Control-Idx > 0
        IF CT-Production-Date (Control-Idx) = Work-Date
            MOVE Control-Idx TO Found-Control-Idx
        END-IF
    END-PERFORM.

      *> Jour demande (sauf s'il est deja acquitte), jours rejetes,
      *> et jours envoyes lors d'une execution precedente toujours
      *> sans acquittement.
SELECT-DAYS-TO-SEND.
    MOVE Production-Date TO Work-Date
    PERFORM FIND-CONTROL-DAY
    IF Found-Control-Idx = 0
        IF Control-Count < Max-Control-Days
            ADD 1 TO Control-Count
            MOVE Control-Count TO Found-Control-Idx
            MOVE Production-Date TO CT-Production-Date (Found-Control-Idx)
            MOVE "N" TO CT-State (Found-Control-Idx)
            MOVE 0 TO CT-Send-Count (Found-Control-Idx)
            MOVE 0 TO CT-Last-Sequence (Found-Control-Idx)
            MOVE 0 TO CT-Last-Sent-Date (Found-Control-Idx)
            MOVE 0 TO CT-Ack-Date (Found-Control-Idx)
            MOVE 0 TO CT-Cell-Count (Found-Control-Idx)
            MOVE SPACE TO CT-Reason (Found-Control-Idx)
            MOVE "N" TO CT-Send-Flag (Found-Control-Idx)
            MOVE "N" TO CT-Resend-Flag (Found-Control-Idx)
        ELSE
            DISPLAY "ERPCTL plein, jour " Production-Date " non transmis"
        END-IF
    END-IF
    IF Found-Control-Idx > 0
        IF CT-State (Found-Control-Idx) = "A"
            DISPLAY "Jour " Production-Date " deja acquitte par l'ERP, "
                    "non renvoye"
        ELSE
            MOVE "Y" TO CT-Send-Flag (Found-Control-Idx)
        END-IF
    END-IF
    PERFORM VARYING Control-Idx FROM 1 BY 1
        UNTIL Control-Idx > Control-Count
        IF CT-State (Control-Idx) = "R"
            OR (CT-State (Control-Idx) = "E"
                AND CT-Last-Sent-Date (Control-Idx) < WS-Run-Date)
            MOVE "Y" TO CT-Send-Flag (Control-Idx)
        END-IF
        IF CT-Send-Flag (Control-Idx) = "Y"
            ADD 1 TO Days-To-Send
            IF CT-Send-Count (Control-Idx) > 0
                MOVE "Y" TO CT-Resend-Flag (Control-Idx)
            END-IF
        END-IF
    END-PERFORM.

      *> Jour Work-Date a transmettre ?
CHECK-DAY-SELECTED.
    PERFORM FIND-CONTROL-DAY
    IF Found-Control-Idx > 0
        IF CT-Send-Flag (Found-Control-Idx) <> "Y"
            MOVE 0 TO Found-Control-Idx
        END-IF
    END-IF.

LOAD-TARIFF-CALENDAR.
    MOVE 0 TO Tariff-Count
    OPEN INPUT TARIFF-CAL-FILE
    IF WS-Tariff-Cal-Status <> "00"
        DISPLAY "TARIFCAL indisponible, statut " WS-Tariff-Cal-Status
        DISPLAY "Valorisation sur tarifs de secours"
    ELSE
        PERFORM UNTIL WS-Tariff-Cal-Status = "10"
            READ TARIFF-CAL-FILE
                AT END
                    MOVE "10" TO WS-Tariff-Cal-Status
                NOT AT END
                    IF TC-Date-From IS NOT NUMERIC
                        OR TC-Date-To IS NOT NUMERIC
                        OR TC-Rate-Kwh IS NOT NUMERIC
                        DISPLAY "Ligne TARIFCAL rejetee : " TC-Band
                    ELSE
                        IF Tariff-Count < Max-Tariffs
                            ADD 1 TO Tariff-Count
                            MOVE TC-Date-From
                                TO Tariff-Date-From (Tariff-Count)
                            MOVE TC-Date-To
                                TO Tariff-Date-To (Tariff-Count)
                            MOVE TC-Band
                                TO Tariff-Band (Tariff-Count)
                            MOVE TC-Rate-Kwh
                                TO Tariff-Rate-Kwh (Tariff-Count)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TARIFF-CAL-FILE
    END-IF.

      *> Parmi les plages couvrant la date et la bande, la plus
      *> etroite gagne (meme regle que factory-kpi).
FIND-TARIFF-RATE.
    MOVE 0 TO Matched-Tariff-Idx
    MOVE 9999999 TO Best-Tariff-Span
    PERFORM VARYING Tariff-Idx FROM 1 BY 1
        UNTIL Tariff-Idx > Tariff-Count
        IF OH-Run-Date >= Tariff-Date-From (Tariff-Idx)
            AND OH-Run-Date <= Tariff-Date-To (Tariff-Idx)
            AND Tariff-Band (Tariff-Idx) = Work-Band
            COMPUTE Tariff-Span-Days =
                FUNCTION INTEGER-OF-DATE
                    (Tariff-Date-To (Tariff-Idx))
                - FUNCTION INTEGER-OF-DATE
                    (Tariff-Date-From (Tariff-Idx))
            IF Tariff-Span-Days < Best-Tariff-Span
                MOVE Tariff-Span-Days TO Best-Tariff-Span
                MOVE Tariff-Idx TO Matched-Tariff-Idx
            END-IF
        END-IF
    END-PERFORM
    IF Matched-Tariff-Idx > 0
        MOVE Tariff-Rate-Kwh (Matched-Tariff-Idx) TO Work-Rate
    ELSE
        IF Work-Band = "NUIT"
            MOVE Offpeak-Rate-Kwh TO Work-Rate
        ELSE
            MOVE Peak-Rate-Kwh TO Work-Rate
        END-IF
    END-IF.

      *> Ligne jour/cellule (Work-Date, Work-Cell-Id) retrouvee ou
      *> ajoutee a zero.
FIND-DAY-CELL.
    MOVE 0 TO Found-Day-Cell-Idx
    PERFORM VARYING Day-Cell-Idx FROM 1 BY 1
        UNTIL Day-Cell-Idx > Day-Cell-Count OR Found-Day-Cell-Idx > 0
        IF DY-Date (Day-Cell-Idx) = Work-Date
            AND DY-Cell-Id (Day-Cell-Idx) = Work-Cell-Id
            MOVE Day-Cell-Idx TO Found-Day-Cell-Idx
        END-IF
    END-PERFORM
    IF Found-Day-Cell-Idx = 0
        IF Day-Cell-Count < Max-Day-Cells
            ADD 1 TO Day-Cell-Count
            MOVE Day-Cell-Count TO Found-Day-Cell-Idx
            INITIALIZE Day-Cell (Found-Day-Cell-Idx)
            MOVE Work-Date    TO DY-Date (Found-Day-Cell-Idx)
            MOVE Work-Cell-Id TO DY-Cell-Id (Found-Day-Cell-Idx)
        ELSE
            MOVE "Y" TO Day-Cell-Overflow
        END-IF
    END-IF.

LOAD-OEE-HISTORY.
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
                ADD 1 TO Records-Read
                IF OH-Run-Date IS NUMERIC
                    AND OH-Overall-OEE IS NUMERIC
                    AND OH-Energy-Kwh IS NUMERIC
                    MOVE OH-Run-Date TO Work-Date
                    PERFORM CHECK-DAY-SELECTED
                    IF Found-Control-Idx > 0
                        PERFORM TALLY-OEE-RECORD
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE OEE-HISTORY-FILE.

TALLY-OEE-RECORD.
    MOVE OH-Cell-Id TO Work-Cell-Id
    PERFORM FIND-DAY-CELL
    IF Found-Day-Cell-Idx = 0
        EXIT PARAGRAPH
    END-IF
    IF Window-Map-Count < Max-Window-Maps
        ADD 1 TO Window-Map-Count
        MOVE OH-Run-Date    TO WM-Run-Date (Window-Map-Count)
        MOVE OH-Window-Name TO WM-Window-Name (Window-Map-Count)
        MOVE OH-Cell-Id     TO WM-Cell-Id (Window-Map-Count)
    END-IF
    MOVE FUNCTION UPPER-CASE (OH-Window-Name) TO WS-Window-Name-Upper
    MOVE 0 TO WS-Night-Tally
    INSPECT WS-Window-Name-Upper TALLYING WS-Night-Tally FOR ALL "NUIT"
    IF WS-Night-Tally > 0
        MOVE "NUIT" TO Work-Band
    ELSE
        MOVE "JOUR" TO Work-Band
    END-IF
    PERFORM FIND-TARIFF-RATE
    COMPUTE Work-Cost ROUNDED = OH-Energy-Kwh * Work-Rate
    ADD 1 TO DY-Window-Count (Found-Day-Cell-Idx)
    ADD OH-Availability TO DY-Availability (Found-Day-Cell-Idx)
    ADD OH-Performance  TO DY-Performance (Found-Day-Cell-Idx)
    ADD OH-Quality      TO DY-Quality (Found-Day-Cell-Idx)
    ADD OH-Overall-OEE  TO DY-Overall-OEE (Found-Day-Cell-Idx)
    ADD OH-Energy-Kwh   TO DY-Energy-Kwh (Found-Day-Cell-Idx)
    ADD Work-Cost       TO DY-Energy-Cost (Found-Day-Cell-Idx)
    IF OH-Fault-Minutes IS NUMERIC
        ADD OH-Fault-Minutes TO DY-Fault-Minutes (Found-Day-Cell-Idx)
    END-IF
    IF OH-Run-Minutes IS NUMERIC
        ADD OH-Run-Minutes TO DY-Run-Minutes (Found-Day-Cell-Idx)
    END-IF
    IF OH-Output-Parts IS NUMERIC
        ADD OH-Output-Parts TO DY-Output-Parts (Found-Day-Cell-Idx)
    END-IF.

LOAD-DEFECT-HISTORY.
    OPEN INPUT DEFECT-HISTORY-FILE
    IF WS-Defect-History-Status <> "00"
        DISPLAY "DEFECT-HISTORY indisponible, statut "
            WS-Defect-History-Status
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-Defect-History-Status = "10"
        READ DEFECT-HISTORY-FILE
            AT END
                MOVE "10" TO WS-Defect-History-Status
            NOT AT END
                ADD 1 TO Records-Read
                IF DH-Run-Date IS NUMERIC
                    AND DH-Part-Count IS NUMERIC
                    MOVE DH-Run-Date TO Work-Date
                    PERFORM CHECK-DAY-SELECTED
                    IF Found-Control-Idx > 0
                        PERFORM TALLY-DEFECT-RECORD
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE DEFECT-HISTORY-FILE.

TALLY-DEFECT-RECORD.
    MOVE SPACE TO Work-Cell-Id
    PERFORM VARYING Window-Map-Idx FROM 1 BY 1
        UNTIL Window-Map-Idx > Window-Map-Count
        OR Work-Cell-Id <> SPACE
        IF WM-Run-Date (Window-Map-Idx) = DH-Run-Date
            AND WM-Window-Name (Window-Map-Idx) = DH-Window-Name
            MOVE WM-Cell-Id (Window-Map-Idx) TO Work-Cell-Id
        END-IF
    END-PERFORM
    PERFORM FIND-DAY-CELL
    IF Found-Day-Cell-Idx > 0
        ADD DH-Part-Count TO DY-Scrap-Parts (Found-Day-Cell-Idx)
    END-IF.

      *> Le planificateur journalise aussi les taches non faites
      *> (heures reelles a zero) : seules les realisations comptent,
      *> et la conformite ne se mesure que parmi elles.
LOAD-COMPLETION-LOG.
    OPEN INPUT COMPLETION-LOG-FILE
    IF WS-Completion-Log-Status <> "00"
        DISPLAY "COMPLETION-LOG indisponible, statut "
            WS-Completion-Log-Status
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-Completion-Log-Status = "10"
        READ COMPLETION-LOG-FILE
            AT END
                MOVE "10" TO WS-Completion-Log-Status
            NOT AT END
                ADD 1 TO Records-Read
                IF CL-Log-Date IS NUMERIC
                    AND CL-Actual-Hours IS NUMERIC
                    AND CL-Actual-Hours > 0
                    MOVE CL-Log-Date TO Work-Date
                    PERFORM CHECK-DAY-SELECTED
                    IF Found-Control-Idx > 0
                        MOVE CL-Cell-Id TO Work-Cell-Id
                        PERFORM FIND-DAY-CELL
                        IF Found-Day-Cell-Idx > 0
                            ADD 1 TO DY-Tasks-Completed (Found-Day-Cell-Idx)
                            IF CL-Compliant = "OUI"
                                ADD 1 TO
                                    DY-Tasks-Compliant (Found-Day-Cell-Idx)
                            END-IF
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE COMPLETION-LOG-FILE.

      *> Tri par date puis cellule, la ligne atelier (espaces) en tete
      *> de chaque jour.
SORT-DAY-CELLS.
    PERFORM VARYING Day-Cell-Idx FROM 1 BY 1
        UNTIL Day-Cell-Idx >= Day-Cell-Count
        PERFORM VARYING Day-Cell-Idx-2 FROM Day-Cell-Idx BY 1
            UNTIL Day-Cell-Idx-2 > Day-Cell-Count
            IF DY-Key (Day-Cell-Idx-2) < DY-Key (Day-Cell-Idx)
                MOVE Day-Cell (Day-Cell-Idx)   TO Day-Cell-Swap
                MOVE Day-Cell (Day-Cell-Idx-2) TO Day-Cell (Day-Cell-Idx)
                MOVE Day-Cell-Swap             TO Day-Cell (Day-Cell-Idx-2)
            END-IF
        END-PERFORM
    END-PERFORM.

      *> ERPOUT est recree a chaque execution ; sans jour a transmettre
      *> il reste vide et la sequence n'est pas consommee.
WRITE-ERP-EXTRACT.
    OPEN OUTPUT ERP-EXTRACT-FILE
    IF WS-Erp-Extract-Status <> "00"
        DISPLAY "ERP-EXTRACT indisponible, statut " WS-Erp-Extract-Status
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING Control-Idx FROM 1 BY 1
        UNTIL Control-Idx > Control-Count
        IF CT-Send-Flag (Control-Idx) = "Y"
            MOVE 0 TO CT-Cell-Count (Control-Idx)
        END-IF
    END-PERFORM
    PERFORM VARYING Day-Cell-Idx FROM 1 BY 1
        UNTIL Day-Cell-Idx > Day-Cell-Count
        MOVE DY-Date (Day-Cell-Idx) TO Work-Date
        PERFORM FIND-CONTROL-DAY
        IF Found-Control-Idx > 0
            ADD 1 TO CT-Cell-Count (Found-Control-Idx)
        END-IF
    END-PERFORM
    PERFORM VARYING Control-Idx FROM 1 BY 1
        UNTIL Control-Idx > Control-Count
        IF CT-Send-Flag (Control-Idx) = "Y"
            IF CT-Cell-Count (Control-Idx) > 0
                ADD 1 TO Days-Sent
            ELSE
                ADD 1 TO Days-Empty
                MOVE "N" TO CT-Send-Flag (Control-Idx)
                DISPLAY "Aucune donnee pour le jour "
                    CT-Production-Date (Control-Idx) ", non transmis"
            END-IF
        END-IF
    END-PERFORM
    IF Days-Sent = 0
        CLOSE ERP-EXTRACT-FILE
        DISPLAY "Aucun jour a transmettre, ERPOUT vide"
        EXIT PARAGRAPH
    END-IF
    COMPUTE File-Sequence = Last-Sequence + 1
    ACCEPT Work-Time FROM TIME
    MOVE SPACE          TO ERP-HEADER-RECORD
    MOVE "H"            TO EH-Record-Type
    MOVE "OEEMAINT"     TO EH-Interface-Id
    MOVE File-Sequence  TO EH-Sequence
    MOVE WS-Run-Date    TO EH-Created-Date
    MOVE Work-Time (1:6) TO EH-Created-Time
    MOVE Days-Sent      TO EH-Day-Count
    WRITE ERP-HEADER-RECORD
    PERFORM VARYING Day-Cell-Idx FROM 1 BY 1
        UNTIL Day-Cell-Idx > Day-Cell-Count
        PERFORM WRITE-ERP-DETAIL
    END-PERFORM
    MOVE SPACE            TO ERP-TRAILER-RECORD
    MOVE "T"              TO ET-Record-Type
    MOVE File-Sequence    TO ET-Sequence
    COMPUTE ET-Record-Count = Detail-Count + 2
    MOVE Detail-Count     TO ET-Detail-Count
    MOVE Total-Kwh        TO ET-Total-Kwh
    MOVE Total-Cost       TO ET-Total-Cost
    MOVE Total-Scrap      TO ET-Total-Scrap
    MOVE Total-Completed  TO ET-Total-Completed
    MOVE Total-Compliant  TO ET-Total-Compliant
    WRITE ERP-TRAILER-RECORD
    CLOSE ERP-EXTRACT-FILE
    PERFORM VARYING Control-Idx FROM 1 BY 1
        UNTIL Control-Idx > Control-Count
        IF CT-Send-Flag (Control-Idx) = "Y"
            MOVE "E"           TO CT-State (Control-Idx)
            ADD 1              TO CT-Send-Count (Control-Idx)
            MOVE File-Sequence TO CT-Last-Sequence (Control-Idx)
            MOVE WS-Run-Date   TO CT-Last-Sent-Date (Control-Idx)
            MOVE 0             TO CT-Ack-Date (Control-Idx)
            MOVE SPACE         TO CT-Reason (Control-Idx)
        END-IF
    END-PERFORM
    DISPLAY "ERPOUT sequence " File-Sequence " : " Days-Sent
            " jour(s), " Detail-Count " ligne(s) detail".

WRITE-ERP-DETAIL.
    MOVE DY-Date (Day-Cell-Idx) TO Work-Date
    PERFORM FIND-CONTROL-DAY
    IF Found-Control-Idx = 0
        EXIT PARAGRAPH
    END-IF
    MOVE SPACE         TO ERP-DETAIL-RECORD
    MOVE "D"           TO ED-Record-Type
    MOVE File-Sequence TO ED-Sequence
    MOVE DY-Date (Day-Cell-Idx)    TO ED-Production-Date
    MOVE DY-Cell-Id (Day-Cell-Idx) TO ED-Cell-Id
    IF CT-Resend-Flag (Found-Control-Idx) = "Y"
        MOVE "O" TO ED-Resend-Flag
    ELSE
        MOVE "N" TO ED-Resend-Flag
    END-IF
    MOVE DY-Window-Count (Day-Cell-Idx) TO ED-Window-Count
    IF DY-Window-Count (Day-Cell-Idx) > 0
        COMPUTE ED-Availability ROUNDED = DY-Availability (Day-Cell-Idx)
            / DY-Window-Count (Day-Cell-Idx)
        COMPUTE ED-Performance ROUNDED = DY-Performance (Day-Cell-Idx)
            / DY-Window-Count (Day-Cell-Idx)
        COMPUTE ED-Quality ROUNDED = DY-Quality (Day-Cell-Idx)
            / DY-Window-Count (Day-Cell-Idx)
        COMPUTE ED-Overall-OEE ROUNDED = DY-Overall-OEE (Day-Cell-Idx)
            / DY-Window-Count (Day-Cell-Idx)
    ELSE
        MOVE 0 TO ED-Availability ED-Performance ED-Quality
                  ED-Overall-OEE
    END-IF
    MOVE DY-Run-Minutes (Day-Cell-Idx)     TO ED-Run-Minutes
    MOVE DY-Output-Parts (Day-Cell-Idx)    TO ED-Output-Parts
    MOVE DY-Fault-Minutes (Day-Cell-Idx)   TO ED-Fault-Minutes
    MOVE DY-Energy-Kwh (Day-Cell-Idx)      TO ED-Energy-Kwh
    MOVE DY-Energy-Cost (Day-Cell-Idx)     TO ED-Energy-Cost
    MOVE DY-Scrap-Parts (Day-Cell-Idx)     TO ED-Scrap-Parts
    MOVE DY-Tasks-Completed (Day-Cell-Idx) TO ED-Tasks-Completed
    MOVE DY-Tasks-Compliant (Day-Cell-Idx) TO ED-Tasks-Compliant
    WRITE ERP-DETAIL-RECORD
    ADD 1 TO Detail-Count
    ADD DY-Energy-Kwh (Day-Cell-Idx)      TO Total-Kwh
    ADD DY-Energy-Cost (Day-Cell-Idx)     TO Total-Cost
    ADD DY-Scrap-Parts (Day-Cell-Idx)     TO Total-Scrap
    ADD DY-Tasks-Completed (Day-Cell-Idx) TO Total-Completed
    ADD DY-Tasks-Compliant (Day-Cell-Idx) TO Total-Compliant.

      *> ERPCTL reecrit trie par jour ; les jours acquittes depuis plus
      *> de Keep-Acknowledged-Days sont purges, le jour demande sans
      *> donnee n'est pas conserve.
SAVE-INTERFACE-CONTROL.
    PERFORM VARYING Control-Idx FROM 1 BY 1
        UNTIL Control-Idx >= Control-Count
        PERFORM VARYING Control-Idx-2 FROM Control-Idx BY 1
            UNTIL Control-Idx-2 > Control-Count
            IF CT-Production-Date (Control-Idx-2)
                < CT-Production-Date (Control-Idx)
                MOVE Control-Entry (Control-Idx)   TO Control-Swap
                MOVE Control-Entry (Control-Idx-2)
                    TO Control-Entry (Control-Idx)
                MOVE Control-Swap TO Control-Entry (Control-Idx-2)
            END-IF
        END-PERFORM
    END-PERFORM
    OPEN OUTPUT INTERFACE-CONTROL-FILE
    IF WS-Interface-Control-Status <> "00"
        DISPLAY "ERPCTL indisponible, statut "
            WS-Interface-Control-Status
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING Control-Idx FROM 1 BY 1
        UNTIL Control-Idx > Control-Count
        IF CT-State (Control-Idx) <> "N"
            AND NOT (CT-State (Control-Idx) = "A"
                     AND CT-Production-Date (Control-Idx)
                         < Purge-Before-Date)
            MOVE CT-Production-Date (Control-Idx) TO IC-Production-Date
            MOVE CT-State (Control-Idx)          TO IC-State
            MOVE CT-Send-Count (Control-Idx)     TO IC-Send-Count
            MOVE CT-Last-Sequence (Control-Idx)  TO IC-Last-Sequence
            MOVE CT-Last-Sent-Date (Control-Idx) TO IC-Last-Sent-Date
            MOVE CT-Ack-Date (Control-Idx)       TO IC-Ack-Date
            MOVE CT-Cell-Count (Control-Idx)     TO IC-Cell-Count
            MOVE CT-Reason (Control-Idx)         TO IC-Reason
            WRITE INTERFACE-CONTROL-RECORD
        END-IF
    END-PERFORM
    CLOSE INTERFACE-CONTROL-FILE.

PRINT-REPORT-LINE.
    DISPLAY WS-Report-Line
    IF WS-Interface-Report-Status = "00"
        MOVE WS-Report-Line TO INTERFACE-REPORT-RECORD
        WRITE INTERFACE-REPORT-RECORD
    END-IF
    MOVE SPACE TO WS-Report-Line.

WRITE-INTERFACE-REPORT.
    OPEN OUTPUT INTERFACE-REPORT-FILE
    IF WS-Interface-Report-Status <> "00"
        DISPLAY "INTERFACE-REPORT indisponible, statut "
            WS-Interface-Report-Status
    END-IF
    MOVE SPACE TO WS-Report-Line
    STRING "===== Interface ERP - etat des envois au " WS-Run-Date
           " =====" DELIMITED BY SIZE INTO WS-Report-Line
    PERFORM PRINT-REPORT-LINE
    STRING "Acquittements lus : " Ack-Read-Count
           "  appliques : " Ack-Applied-Count
           "  ignores : " Ack-Ignored-Count
        DELIMITED BY SIZE INTO WS-Report-Line
    PERFORM PRINT-REPORT-LINE
    IF Days-Sent > 0
        MOVE Total-Kwh  TO Edit-Kwh
        MOVE Total-Cost TO Edit-Cost
        STRING "Fichier ERPOUT sequence " File-Sequence " : "
               Days-Sent " jour(s), " Detail-Count " ligne(s), "
               "kWh " Edit-Kwh ", cout " Edit-Cost
            DELIMITED BY SIZE INTO WS-Report-Line
    ELSE
        MOVE "Aucun fichier transmis a cette execution" TO WS-Report-Line
    END-IF
    PERFORM PRINT-REPORT-LINE
    IF Days-Empty > 0
        STRING "Jours sans donnee non transmis : " Days-Empty
            DELIMITED BY SIZE INTO WS-Report-Line
        PERFORM PRINT-REPORT-LINE
    END-IF
    PERFORM PRINT-REPORT-LINE
    MOVE "Jour      Etat         Envois Sequence Envoye le Acquitte  Motif"
        TO WS-Report-Line
    PERFORM PRINT-REPORT-LINE
    MOVE 0 TO Pending-Count
    MOVE 0 TO Acknowledged-Count
    MOVE 0 TO Rejected-Count
    PERFORM VARYING Control-Idx FROM 1 BY 1
        UNTIL Control-Idx > Control-Count
        IF CT-State (Control-Idx) <> "N"
            PERFORM WRITE-CONTROL-DAY-LINE
        END-IF
    END-PERFORM
    PERFORM PRINT-REPORT-LINE
    STRING "Jours en attente d'acquittement : " Pending-Count
           "  acquittes : " Acknowledged-Count
           "  rejetes : " Rejected-Count
        DELIMITED BY SIZE INTO WS-Report-Line
    PERFORM PRINT-REPORT-LINE
    IF WS-Interface-Report-Status = "00"
        CLOSE INTERFACE-REPORT-FILE
    END-IF.

WRITE-CONTROL-DAY-LINE.
    EVALUATE CT-State (Control-Idx)
        WHEN "A"
            MOVE "ACQUITTE" TO State-Label
            ADD 1 TO Acknowledged-Count
        WHEN "R"
            MOVE "REJETE" TO State-Label
            ADD 1 TO Rejected-Count
        WHEN OTHER
            MOVE "EN ATTENTE" TO State-Label
            ADD 1 TO Pending-Count
    END-EVALUATE
    IF CT-Send-Flag (Control-Idx) = "Y"
        IF CT-Resend-Flag (Control-Idx) = "Y"
            MOVE "RENVOYE" TO State-Label
        ELSE
            MOVE "ENVOYE" TO State-Label
        END-IF
    END-IF
    STRING CT-Production-Date (Control-Idx) "  " State-Label " "
           CT-Send-Count (Control-Idx) "    " CT-Last-Sequence (Control-Idx)
           "   " CT-Last-Sent-Date (Control-Idx) "  "
           CT-Ack-Date (Control-Idx) "  " CT-Reason (Control-Idx)
        DELIMITED BY SIZE INTO WS-Report-Line
    PERFORM PRINT-REPORT-LINE.
