       >>SOURCE FORMAT FREE
      *>****************************************************************
      *> stock_replenish.cbl
      *> Gestion du reapprovisionnement des pieces de rechange : les
      *> les pieces de leur nomenclature PARTSREQ et font baisser le
      *> stock STOCKMST ; les affectations de la semaine (SCHEDOUT)
      *> reservent les pieces a venir. Quand disponible (stock moins
      *> reserve, plus quantite deja en commande dans OPENPO) passe
      *> sous le seuil mini, une demande d'achat est ecrite dans
      *> PURCHREQ, detaillee dans le rapport REORDRPT, et la commande
      *> correspondante est ouverte dans OPENPO (date promise = date
      *> du jour + delai fournisseur standard) pour suivi par
      *> goods-receipt.
      *> Le stock compacte est reecrit (les lignes refusees au
      *> chargement sont reecrites telles quelles, jamais perdues ;
      *> un depassement de table laisse le fichier intact) et
      *> l'execution est journalisee dans RUNJRNL comme les autres
      *> programmes, avec refus d'une re-execution le meme jour sans
      *> confirmation de l'operateur.
      *> En chaine de nuit, le fichier parametre STKPARM remplace les
      *> saisies : plage de dates (a zero = realisations de la veille)
      *> et reponse a la re-execution (O = relancer, sinon refus).
      *>****************************************************************

IDENTIFICATION DIVISION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Reorder-Report-Status.

    SELECT OPEN-PO-FILE ASSIGN TO "OPENPO"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Open-Po-Status.

    SELECT STOCK-PARAMETER-FILE ASSIGN TO "STKPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Stock-Parameter-Status.

    SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Run-Journal-Status.
   05 PQ-On-Hand         PIC 9(4).
   05 PQ-Reserved        PIC 9(4).
   05 PQ-Min-Level       PIC 9(4).
   05 PQ-On-Order        PIC 9(4).
   05 PQ-Po-Number       PIC X(8).

FD  REORDER-REPORT-FILE.
01 REORDER-REPORT-RECORD   PIC X(100).

FD  RUN-JOURNAL-FILE.
COPY "runjrnl.cpy".

FD  OPEN-PO-FILE.
COPY "openpo.cpy".

FD  STOCK-PARAMETER-FILE.
01 STOCK-PARAMETER-RECORD.
   05 SP-Date-From       PIC 9(8).
   05 SP-Date-To         PIC 9(8).
   05 SP-Rerun-Action    PIC X.

WORKING-STORAGE SECTION.
01 WS-Completion-Log-Status PIC XX VALUE SPACE.
01 WS-Task-Master-Status    PIC XX VALUE SPACE.
01 WS-Purchase-Req-Status   PIC XX VALUE SPACE.
01 WS-Reorder-Report-Status PIC XX VALUE SPACE.
01 WS-Run-Journal-Status    PIC XX VALUE SPACE.
01 WS-Open-Po-Status        PIC XX VALUE SPACE.
01 WS-Stock-Parameter-Status PIC XX VALUE SPACE.
01 WS-Run-Date              PIC 9(8).
01 WS-Report-Line           PIC X(100).

01 Date-From                PIC 9(8) VALUE 0.
01 Date-To                  PIC 9(8) VALUE 0.
01 Run-Seq                  PIC 9(5) VALUE 0.
01 Duplicate-Run-Flag       PIC X VALUE "N".
01 Continue-Answer          PIC X VALUE "N".
01 Stk-Batch-Mode           PIC X VALUE "N".
01 Rerun-Action             PIC X VALUE SPACE.

01 Max-Stock-Items          PIC 9(2) VALUE 50.
01 Stock-Count              PIC 9(2) VALUE 0.
      10 Stock-Min-Level    PIC 9(4).
      10 Stock-Reorder-Qty  PIC 9(4).
      10 Stock-Supplier     PIC X(6).
      10 Stock-Unit-Cost    PIC 9(4)V99.
      10 Stock-Reserved     PIC 9(4).
      10 Stock-Consumed     PIC 9(4).
      10 Stock-On-Order     PIC 9(4).
01 Stock-Idx                PIC 9(2).
01 Stock-Idx-2              PIC 9(2).
01 Stock-Overflow-Flag      PIC X VALUE "N".
      *> la reecriture compactee ne doit jamais perdre de donnees.
01 Max-Stock-Rejects        PIC 9(2) VALUE 50.
01 Stock-Reject-Table.
   05 Stock-Reject-Line OCCURS 50 TIMES PIC X(40).
01 Stock-Reject-Idx         PIC 9(2).

01 Max-Part-Reqs            PIC 9(3) VALUE 100.
01 Requisition-Count        PIC 9(3) VALUE 0.
01 Stock-Rejected-Count     PIC 9(3) VALUE 0.
01 Stock-Available          PIC S9(5).

      *> Commandes ouvertes : le numero est sequentiel sur le fichier
      *> OPENPO, la date promise part d'un delai fournisseur standard
      *> que les achats corrigent a la confirmation de commande.
01 Po-Seq                   PIC 9(6) VALUE 0.
01 New-Po-Number            PIC X(8).
01 Po-Outstanding           PIC 9(4).
01 Po-Opened-Count          PIC 9(3) VALUE 0.
01 Default-Lead-Days        PIC 9(3) VALUE 14.
01 Draw-Quantity            PIC 9(4).

PROCEDURE DIVISION.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD
    DISPLAY "===== Reapprovisionnement pieces de rechange ====="
    PERFORM LOAD-STOCK-PARAMETERS
    IF Stk-Batch-Mode = "N"
        DISPLAY "Date debut realisations (AAAAMMJJ, 0 = tout) : "
            WITH NO ADVANCING
        ACCEPT Date-From
        DISPLAY "Date fin   realisations (AAAAMMJJ, 0 = tout) : "
            WITH NO ADVANCING
        ACCEPT Date-To
    END-IF
    IF Date-From IS NOT NUMERIC OR Date-To IS NOT NUMERIC
        DISPLAY "Dates invalides, traitement abandonne"
        STOP RUN
        DISPLAY "Aucun article en stock, traitement abandonne"
        STOP RUN
    END-IF
    PERFORM LOAD-OPEN-ORDERS
    PERFORM LOAD-TASK-MASTER
    PERFORM LOAD-PARTS-REQUIREMENTS
    PERFORM LOAD-SCHEDULE-RESERVATIONS
    DISPLAY "Taches imputees          : " Posted-Task-Count
    DISPLAY "Taches inconnues ignorees: " Unknown-Task-Count
    DISPLAY "Demandes d'achat emises  : " Requisition-Count
    DISPLAY "Commandes ouvertes       : " Po-Opened-Count
    STOP RUN.

      *> Parametres de la chaine de nuit ; des dates a zero designent
      *> la veille, jamais tout le COMPLOG qui serait reimpute.
LOAD-STOCK-PARAMETERS.
    OPEN INPUT STOCK-PARAMETER-FILE
    IF WS-Stock-Parameter-Status = "00"
        READ STOCK-PARAMETER-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE "Y" TO Stk-Batch-Mode
                MOVE SP-Date-From    TO Date-From
                MOVE SP-Date-To      TO Date-To
                MOVE SP-Rerun-Action TO Rerun-Action
                IF Date-From IS NOT NUMERIC OR Date-From = 0
                    COMPUTE Date-From = FUNCTION DATE-OF-INTEGER
                        (FUNCTION INTEGER-OF-DATE (WS-Run-Date) - 1)
                END-IF
                IF Date-To IS NOT NUMERIC OR Date-To = 0
                    MOVE Date-From TO Date-To
                END-IF
                DISPLAY "Execution batch : realisations du " Date-From
                        " au " Date-To " action rerun=" Rerun-Action
        END-READ
        CLOSE STOCK-PARAMETER-FILE
    END-IF.

LOAD-RUN-JOURNAL-SEQ.
    MOVE 0 TO Run-Seq
    MOVE "N" TO Duplicate-Run-Flag
CHECK-DUPLICATE-RUN.
    DISPLAY "Imputation deja journalisee pour le " WS-Run-Date
    DISPLAY "ATTENTION : relancer rejoue les memes consommations"
    IF Stk-Batch-Mode = "Y"
        MOVE Rerun-Action TO Continue-Answer
    ELSE
        DISPLAY "Relancer quand meme ? (O/N) " WITH NO ADVANCING
        ACCEPT Continue-Answer
    END-IF
    IF Continue-Answer = "O" OR Continue-Answer = "o"
        CONTINUE
    ELSE
                            END-IF
                            MOVE ST-Supplier-Code
                                TO Stock-Supplier (Stock-Count)
                            IF ST-Unit-Cost IS NUMERIC
                                MOVE ST-Unit-Cost
                                    TO Stock-Unit-Cost (Stock-Count)
                            ELSE
                                MOVE 0 TO Stock-Unit-Cost (Stock-Count)
                            END-IF
                            MOVE 0 TO Stock-Reserved (Stock-Count)
                            MOVE 0 TO Stock-Consumed (Stock-Count)
                            MOVE 0 TO Stock-On-Order (Stock-Count)
                        ELSE
                            MOVE "Y" TO Stock-Overflow-Flag
                        END-IF
    END-IF
    DISPLAY "Articles en stock charges : " Stock-Count.

      *> Quantites encore attendues sur les commandes ouvertes ou
      *> partiellement recues. La sequence des numeros de commande
      *> repart du plus grand numero present : goods-receipt purge les
      *> commandes closes, le nombre de lignes ne suffit plus.
LOAD-OPEN-ORDERS.
    MOVE 0 TO Po-Seq
    OPEN INPUT OPEN-PO-FILE
    IF WS-Open-Po-Status <> "00"
        DISPLAY "OPEN-PO absent, statut " WS-Open-Po-Status
            " - aucune commande en cours"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-Open-Po-Status = "10"
        READ OPEN-PO-FILE
            AT END
                MOVE "10" TO WS-Open-Po-Status
            NOT AT END
                IF PO-Number (1:2) = "PO"
                    AND PO-Number (3:6) IS NUMERIC
                    AND PO-Number (3:6) > Po-Seq
                    MOVE PO-Number (3:6) TO Po-Seq
                END-IF
                IF (PO-Status = "O" OR PO-Status = "P")
                    AND PO-Ordered-Qty IS NUMERIC
                    AND PO-Received-Qty IS NUMERIC
                    AND PO-Ordered-Qty > PO-Received-Qty
                    COMPUTE Po-Outstanding = PO-Ordered-Qty
                        - PO-Received-Qty
                    PERFORM VARYING Stock-Idx FROM 1 BY 1
                        UNTIL Stock-Idx > Stock-Count
                        IF Stock-Part-Number (Stock-Idx) = PO-Part-Number
                            ADD Po-Outstanding
                                TO Stock-On-Order (Stock-Idx)
                        END-IF
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM
    CLOSE OPEN-PO-FILE.

LOAD-TASK-MASTER.
    MOVE 0 TO Task-Count
    OPEN INPUT TASK-MASTER-FILE
        MOVE Stock-Min-Level (Stock-Idx)   TO ST-Min-Level
        MOVE Stock-Reorder-Qty (Stock-Idx) TO ST-Reorder-Qty
        MOVE Stock-Supplier (Stock-Idx)    TO ST-Supplier-Code
        MOVE Stock-Unit-Cost (Stock-Idx)   TO ST-Unit-Cost
        WRITE STOCK-MASTER-RECORD
    END-PERFORM
    PERFORM VARYING Stock-Reject-Idx FROM 1 BY 1
            TO REORDER-REPORT-RECORD
        WRITE REORDER-REPORT-RECORD
    END-IF
    OPEN EXTEND OPEN-PO-FILE
    IF WS-Open-Po-Status = "05" OR WS-Open-Po-Status = "35"
        OPEN OUTPUT OPEN-PO-FILE
    END-IF
    IF WS-Open-Po-Status <> "00"
        DISPLAY "OPEN-PO indisponible, statut " WS-Open-Po-Status
            " - demandes emises sans commande ouverte"
    END-IF
    PERFORM VARYING Stock-Idx FROM 1 BY 1 UNTIL Stock-Idx > Stock-Count
        COMPUTE Stock-Available = Stock-On-Hand (Stock-Idx)
            - Stock-Reserved (Stock-Idx)
            + Stock-On-Order (Stock-Idx)
        IF Stock-Available < Stock-Min-Level (Stock-Idx)
            PERFORM WRITE-ONE-REQUISITION
        END-IF
    END-IF
    IF WS-Reorder-Report-Status = "00"
        CLOSE REORDER-REPORT-FILE
    END-IF
    IF WS-Open-Po-Status = "00"
        CLOSE OPEN-PO-FILE
    END-IF.

WRITE-ONE-REQUISITION.
    ADD 1 TO Requisition-Count
    MOVE SPACE TO New-Po-Number
    IF WS-Open-Po-Status = "00"
        PERFORM WRITE-OPEN-ORDER
    END-IF
    IF WS-Purchase-Req-Status = "00"
        MOVE WS-Run-Date                   TO PQ-Req-Date
        MOVE Stock-Part-Number (Stock-Idx) TO PQ-Part-Number
        MOVE Stock-On-Hand (Stock-Idx)     TO PQ-On-Hand
        MOVE Stock-Reserved (Stock-Idx)    TO PQ-Reserved
        MOVE Stock-Min-Level (Stock-Idx)   TO PQ-Min-Level
        MOVE Stock-On-Order (Stock-Idx)    TO PQ-On-Order
        MOVE New-Po-Number                 TO PQ-Po-Number
        WRITE PURCHASE-REQ-RECORD
    END-IF
    MOVE SPACE TO WS-Report-Line
           " fourn. " Stock-Supplier (Stock-Idx)
           " stock " Stock-On-Hand (Stock-Idx)
           " reserve " Stock-Reserved (Stock-Idx)
           " en cde " Stock-On-Order (Stock-Idx)
           " mini " Stock-Min-Level (Stock-Idx)
           " cde " Stock-Reorder-Qty (Stock-Idx)
           " " New-Po-Number
        DELIMITED BY SIZE INTO WS-Report-Line
    DISPLAY "Reappro : " WS-Report-Line
    IF WS-Reorder-Report-Status = "00"
        MOVE WS-Report-Line TO REORDER-REPORT-RECORD
        WRITE REORDER-REPORT-RECORD
    END-IF
    IF New-Po-Number <> SPACE
        ADD PO-Ordered-Qty TO Stock-On-Order (Stock-Idx)
    END-IF.

WRITE-OPEN-ORDER.
    ADD 1 TO Po-Seq
    ADD 1 TO Po-Opened-Count
    STRING "PO" Po-Seq DELIMITED BY SIZE INTO New-Po-Number
    MOVE New-Po-Number                 TO PO-Number
    MOVE Stock-Part-Number (Stock-Idx) TO PO-Part-Number
    MOVE Stock-Supplier (Stock-Idx)    TO PO-Supplier-Code
    MOVE WS-Run-Date                   TO PO-Order-Date
    COMPUTE PO-Promised-Date = FUNCTION DATE-OF-INTEGER
        (FUNCTION INTEGER-OF-DATE (WS-Run-Date) + Default-Lead-Days)
    IF Stock-Reorder-Qty (Stock-Idx) > 0
        MOVE Stock-Reorder-Qty (Stock-Idx) TO PO-Ordered-Qty
    ELSE
        MOVE Stock-Min-Level (Stock-Idx) TO PO-Ordered-Qty
    END-IF
    MOVE 0   TO PO-Received-Qty
    MOVE "O" TO PO-Status
    MOVE 0   TO PO-Last-Receipt-Date
    WRITE OPEN-PO-RECORD.

WRITE-RUN-JOURNAL.
    OPEN EXTEND RUN-JOURNAL-FILE
    IF WS-Run-Journal-Status = "05" OR WS-Run-Journal-Status = "35"
