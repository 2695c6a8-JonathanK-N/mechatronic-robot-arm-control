       >>SOURCE FORMAT FREE
      *>****************************************************************
      *> goods_receipt.cbl
      *> Reception des commandes fournisseurs : chaque ligne du
      *> bordereau de reception GOODSRCV (commande, piece, quantite,
      *> date) est rapprochee de sa commande OPENPO puis portee au
      *> stock ST-On-Hand de STOCKMST. La commande passe a P
      *> (partiellement recue) ou R (recue) ; chaque reception postee
      *> laisse une ligne d'audit dans RCPTAUD (stock avant / apres).
      *> Les lignes refusees (commande inconnue, close ou annulee,
      *> piece differente, quantite invalide) restent seules dans
      *> GOODSRCV pour correction : une relance ne reposte jamais une
      *> reception deja imputee. STOCKMST et OPENPO sont reecrits a
      *> l'identique hors zones mises a jour ; un depassement de table
      *> laisse les fichiers intacts. STOCKMST, OPENPO, l'audit et
      *> GOODSRCV ne sont mis a jour que si les deux reecritures
      *> aboutissent (STOCKMST est restaure si OPENPO echoue) ; les
      *> commandes recues ou annulees depuis plus de
      *> Keep-Closed-Order-Days sont purgees d'OPENPO a la reecriture.
      *> Le rapport POLATE liste ensuite
      *> par fournisseur les commandes ouvertes dont la date promise
      *> est depassee, pour relance avant les ruptures PARTSHRT.
      *> L'execution est journalisee dans RUNJRNL.
      *>****************************************************************

IDENTIFICATION DIVISION.
PROGRAM-ID. goods-receipt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GOODS-RECEIPT-FILE ASSIGN TO "GOODSRCV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Goods-Receipt-Status.

    SELECT OPEN-PO-FILE ASSIGN TO "OPENPO"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Open-Po-Status.

    SELECT STOCK-MASTER-FILE ASSIGN TO "STOCKMST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Stock-Master-Status.

    SELECT RECEIPT-AUDIT-FILE ASSIGN TO "RCPTAUD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Receipt-Audit-Status.

    SELECT OVERDUE-REPORT-FILE ASSIGN TO "POLATE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Overdue-Report-Status.

    SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Run-Journal-Status.

DATA DIVISION.
FILE SECTION.
FD  GOODS-RECEIPT-FILE.
01 GOODS-RECEIPT-RECORD.
   05 GR-Po-Number       PIC X(8).
   05 GR-Part-Number     PIC X(8).
   05 GR-Quantity        PIC 9(4).
   05 GR-Receipt-Date    PIC 9(8).

FD  OPEN-PO-FILE.
COPY "openpo.cpy".

FD  STOCK-MASTER-FILE.
COPY "stockmst.cpy".

FD  RECEIPT-AUDIT-FILE.
01 RECEIPT-AUDIT-RECORD.
   05 RA-Run-Id          PIC X(8).
   05 RA-Post-Date       PIC 9(8).
   05 RA-Receipt-Date    PIC 9(8).
   05 RA-Po-Number       PIC X(8).
   05 RA-Part-Number     PIC X(8).
   05 RA-Supplier-Code   PIC X(6).
   05 RA-Quantity        PIC 9(4).
   05 RA-On-Hand-Before  PIC 9(4).
   05 RA-On-Hand-After   PIC 9(4).
   05 RA-Po-Status       PIC X.
   05 RA-Remark          PIC X(10).

FD  OVERDUE-REPORT-FILE.
01 OVERDUE-REPORT-RECORD   PIC X(100).

FD  RUN-JOURNAL-FILE.
COPY "runjrnl.cpy".

WORKING-STORAGE SECTION.
01 WS-Goods-Receipt-Status  PIC XX VALUE SPACE.
01 WS-Open-Po-Status        PIC XX VALUE SPACE.
01 WS-Stock-Master-Status   PIC XX VALUE SPACE.
01 WS-Receipt-Audit-Status  PIC XX VALUE SPACE.
01 WS-Overdue-Report-Status PIC XX VALUE SPACE.
01 WS-Run-Journal-Status    PIC XX VALUE SPACE.
01 WS-Run-Date              PIC 9(8).
01 WS-Report-Line           PIC X(100).

01 Run-Id                   PIC X(8).
01 Run-Seq                  PIC 9(5) VALUE 0.

      *> Fiches STOCKMST conservees en image : seul ST-On-Hand est mis
      *> a jour, les autres zones sont reecrites telles quelles.
01 Max-Stock-Items          PIC 9(3) VALUE 100.
01 Stock-Count              PIC 9(3) VALUE 0.
01 Stock-Table.
   05 Stock-Image OCCURS 1 TO 100 TIMES DEPENDING ON Stock-Count
                            PIC X(40).
      *> Fiches telles que lues, pour restaurer STOCKMST si OPENPO ne
      *> peut etre reecrit.
01 Stock-Original-Table.
   05 Stock-Original OCCURS 100 TIMES PIC X(40).
01 Stock-Idx                PIC 9(3).
01 Stock-Overflow-Flag      PIC X VALUE "N".

01 Max-Orders               PIC 9(3) VALUE 500.
01 Order-Count              PIC 9(3) VALUE 0.
01 Order-Table.
   05 Order-Entry OCCURS 1 TO 500 TIMES DEPENDING ON Order-Count.
      10 OR-Po-Number       PIC X(8).
      10 OR-Part-Number     PIC X(8).
      10 OR-Supplier-Code   PIC X(6).
      10 OR-Order-Date      PIC 9(8).
      10 OR-Promised-Date   PIC 9(8).
      10 OR-Ordered-Qty     PIC 9(4).
      10 OR-Received-Qty    PIC 9(4).
      10 OR-Status          PIC X.
      10 OR-Last-Receipt    PIC 9(8).
01 Order-Idx                PIC 9(3).
01 Order-Overflow-Flag      PIC X VALUE "N".

      *> Commandes R ou A dont la derniere reception (ou la commande,
      *> faute de reception) est plus ancienne : purgees d'OPENPO.
01 Keep-Closed-Order-Days   PIC 9(3) VALUE 90.
01 Purge-Before-Date        PIC 9(8).
01 Order-Ref-Date           PIC 9(8).
01 Purged-Order-Count       PIC 9(3) VALUE 0.

      *> Lignes de reception refusees, reecrites seules dans GOODSRCV.
01 Max-Receipt-Rejects      PIC 9(3) VALUE 200.
01 Receipt-Reject-Count     PIC 9(3) VALUE 0.
01 Receipt-Reject-Table.
   05 Receipt-Reject-Line OCCURS 200 TIMES PIC X(40).
01 Receipt-Reject-Idx       PIC 9(3).
01 Reject-Reason            PIC X(40).

      *> Lignes d'audit des receptions imputees, ecrites dans RCPTAUD
      *> seulement apres la reecriture de STOCKMST et d'OPENPO.
01 Max-Audit-Lines          PIC 9(3) VALUE 200.
01 Audit-Line-Count         PIC 9(3) VALUE 0.
01 Audit-Line-Table.
   05 Audit-Line OCCURS 200 TIMES PIC X(69).
01 Audit-Line-Idx           PIC 9(3).
01 Update-Failed-Flag       PIC X VALUE "N".
01 Failed-Open-Po-Status    PIC XX VALUE SPACE.

      *> Commandes en retard triees par fournisseur puis date promise.
01 Late-Count               PIC 9(3) VALUE 0.
01 Late-Table.
   05 Late-Entry OCCURS 500 TIMES.
      10 LT-Supplier-Code   PIC X(6).
      10 LT-Promised-Date   PIC 9(8).
      10 LT-Order-Idx       PIC 9(3).
01 Late-Swap.
   05 LTS-Supplier-Code     PIC X(6).
   05 LTS-Promised-Date     PIC 9(8).
   05 LTS-Order-Idx         PIC 9(3).
01 Late-Idx                 PIC 9(3).
01 Late-Idx-2               PIC 9(3).
01 Prior-Supplier           PIC X(6).
01 Supplier-Late-Count      PIC 9(3).
01 Days-Late                PIC 9(4).
01 Late-Outstanding         PIC 9(4).

01 Receipt-Date             PIC 9(8).
01 On-Hand-Before           PIC 9(4).
01 On-Hand-After            PIC 9(5).
01 Receipt-Read-Count       PIC 9(5) VALUE 0.
01 Receipt-Posted-Count     PIC 9(5) VALUE 0.
01 Surplus-Count            PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD
    DISPLAY "===== Reception des commandes fournisseurs ====="
    PERFORM LOAD-RUN-JOURNAL-SEQ
    PERFORM LOAD-STOCK-MASTER
    PERFORM LOAD-OPEN-ORDERS
    IF Stock-Overflow-Flag = "Y" OR Order-Overflow-Flag = "Y"
        DISPLAY "Table STOCKMST ou OPENPO saturee, traitement"
                " abandonne - fichiers laisses intacts"
        STOP RUN
    END-IF
    COMPUTE Purge-Before-Date = FUNCTION DATE-OF-INTEGER
        (FUNCTION INTEGER-OF-DATE (WS-Run-Date) - Keep-Closed-Order-Days)
    PERFORM POST-RECEIPTS
      *> OPENPO, RCPTAUD et GOODSRCV ne sont ecrits qu'une fois le
      *> stock impute : sinon la relance refuserait ou doublerait
      *> l'entree. Si OPENPO ne peut etre reecrit, STOCKMST reprend
      *> son etat d'origine et la relance reposte tout.
    IF Receipt-Posted-Count > 0
        PERFORM REWRITE-STOCK-MASTER
        IF WS-Stock-Master-Status = "00"
            PERFORM REWRITE-OPEN-ORDERS
            IF WS-Open-Po-Status <> "00"
                MOVE "Y" TO Update-Failed-Flag
                PERFORM RESTORE-STOCK-MASTER
            END-IF
        ELSE
            MOVE "Y" TO Update-Failed-Flag
        END-IF
        IF Update-Failed-Flag = "Y"
            DISPLAY "OPENPO, RCPTAUD et GOODSRCV laisses intacts,"
                    " relancer apres correction"
            MOVE 0 TO Receipt-Posted-Count
      *> Le rapport des retards repart d'OPENPO tel qu'il est reste ;
      *> le statut d'echec est garde pour RUNJRNL.
            MOVE WS-Open-Po-Status TO Failed-Open-Po-Status
            PERFORM LOAD-OPEN-ORDERS
            MOVE Failed-Open-Po-Status TO WS-Open-Po-Status
        ELSE
            PERFORM WRITE-RECEIPT-AUDIT
        END-IF
    END-IF
    IF Receipt-Read-Count > 0 AND Update-Failed-Flag = "N"
        PERFORM REWRITE-RECEIPT-FILE
    END-IF
    PERFORM WRITE-OVERDUE-REPORT
    PERFORM WRITE-RUN-JOURNAL
    DISPLAY "Lignes de reception lues : " Receipt-Read-Count
    DISPLAY "Receptions imputees      : " Receipt-Posted-Count
    DISPLAY "Receptions refusees      : " Receipt-Reject-Count
    DISPLAY "Commandes en retard      : " Late-Count
    IF Purged-Order-Count > 0
        DISPLAY "Commandes closes purgees : " Purged-Order-Count
    END-IF
    IF Update-Failed-Flag = "Y"
        MOVE 8 TO RETURN-CODE
    END-IF
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
    STRING "RCV" Run-Seq DELIMITED BY SIZE INTO Run-Id.

LOAD-STOCK-MASTER.
    MOVE 0 TO Stock-Count
    OPEN INPUT STOCK-MASTER-FILE
    IF WS-Stock-Master-Status <> "00"
        DISPLAY "STOCK-MASTER indisponible, statut "
            WS-Stock-Master-Status
        DISPLAY "Traitement abandonne, aucune reception imputee"
        STOP RUN
    END-IF
    PERFORM UNTIL WS-Stock-Master-Status = "10"
        READ STOCK-MASTER-FILE
            AT END
                MOVE "10" TO WS-Stock-Master-Status
            NOT AT END
                IF Stock-Count < Max-Stock-Items
                    ADD 1 TO Stock-Count
                    MOVE STOCK-MASTER-RECORD TO Stock-Image (Stock-Count)
                    MOVE STOCK-MASTER-RECORD
                        TO Stock-Original (Stock-Count)
                ELSE
                    MOVE "Y" TO Stock-Overflow-Flag
                END-IF
        END-READ
    END-PERFORM
    CLOSE STOCK-MASTER-FILE.

LOAD-OPEN-ORDERS.
    MOVE 0 TO Order-Count
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
                IF Order-Count < Max-Orders
                    ADD 1 TO Order-Count
                    MOVE PO-Number        TO OR-Po-Number (Order-Count)
                    MOVE PO-Part-Number   TO OR-Part-Number (Order-Count)
                    MOVE PO-Supplier-Code TO OR-Supplier-Code (Order-Count)
                    MOVE PO-Order-Date    TO OR-Order-Date (Order-Count)
                    MOVE PO-Promised-Date TO OR-Promised-Date (Order-Count)
                    MOVE PO-Ordered-Qty   TO OR-Ordered-Qty (Order-Count)
                    MOVE PO-Received-Qty  TO OR-Received-Qty (Order-Count)
                    MOVE PO-Status        TO OR-Status (Order-Count)
                    MOVE PO-Last-Receipt-Date
                        TO OR-Last-Receipt (Order-Count)
                ELSE
                    MOVE "Y" TO Order-Overflow-Flag
                END-IF
        END-READ
    END-PERFORM
    CLOSE OPEN-PO-FILE.

POST-RECEIPTS.
    OPEN INPUT GOODS-RECEIPT-FILE
    IF WS-Goods-Receipt-Status <> "00"
        DISPLAY "GOODS-RECEIPT absent, statut " WS-Goods-Receipt-Status
            " - aucune reception a imputer"
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND RECEIPT-AUDIT-FILE
    IF WS-Receipt-Audit-Status = "05" OR WS-Receipt-Audit-Status = "35"
        OPEN OUTPUT RECEIPT-AUDIT-FILE
    END-IF
    IF WS-Receipt-Audit-Status <> "00"
        DISPLAY "RECEIPT-AUDIT indisponible, statut "
            WS-Receipt-Audit-Status
        DISPLAY "Traitement abandonne, aucune reception imputee"
        CLOSE GOODS-RECEIPT-FILE
        STOP RUN
    END-IF
    CLOSE RECEIPT-AUDIT-FILE
    PERFORM UNTIL WS-Goods-Receipt-Status = "10"
        READ GOODS-RECEIPT-FILE
            AT END
                MOVE "10" TO WS-Goods-Receipt-Status
            NOT AT END
                ADD 1 TO Receipt-Read-Count
                PERFORM POST-ONE-RECEIPT
        END-READ
    END-PERFORM
    CLOSE GOODS-RECEIPT-FILE.

POST-ONE-RECEIPT.
    MOVE SPACE TO Reject-Reason
    IF GR-Quantity IS NOT NUMERIC OR GR-Quantity = 0
        MOVE "quantite invalide" TO Reject-Reason
        PERFORM REJECT-RECEIPT
        EXIT PARAGRAPH
    END-IF
    IF GR-Receipt-Date IS NUMERIC AND GR-Receipt-Date > 0
        MOVE GR-Receipt-Date TO Receipt-Date
    ELSE
        MOVE WS-Run-Date TO Receipt-Date
    END-IF
    PERFORM VARYING Order-Idx FROM 1 BY 1
        UNTIL Order-Idx > Order-Count
        OR OR-Po-Number (Order-Idx) = GR-Po-Number
        CONTINUE
    END-PERFORM
    IF Order-Idx > Order-Count
        MOVE "commande inconnue" TO Reject-Reason
        PERFORM REJECT-RECEIPT
        EXIT PARAGRAPH
    END-IF
    IF OR-Status (Order-Idx) <> "O" AND OR-Status (Order-Idx) <> "P"
        MOVE "commande close ou annulee" TO Reject-Reason
        PERFORM REJECT-RECEIPT
        EXIT PARAGRAPH
    END-IF
    IF GR-Part-Number <> SPACE
        AND GR-Part-Number <> OR-Part-Number (Order-Idx)
        MOVE "piece differente de la commande" TO Reject-Reason
        PERFORM REJECT-RECEIPT
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING Stock-Idx FROM 1 BY 1
        UNTIL Stock-Idx > Stock-Count
        OR Stock-Image (Stock-Idx) (1:8) = OR-Part-Number (Order-Idx)
        CONTINUE
    END-PERFORM
    IF Stock-Idx > Stock-Count
        MOVE "piece absente de STOCKMST" TO Reject-Reason
        PERFORM REJECT-RECEIPT
        EXIT PARAGRAPH
    END-IF
    MOVE Stock-Image (Stock-Idx) TO STOCK-MASTER-RECORD
    IF ST-On-Hand IS NOT NUMERIC
        MOVE "stock STOCKMST non numerique" TO Reject-Reason
        PERFORM REJECT-RECEIPT
        EXIT PARAGRAPH
    END-IF
    MOVE ST-On-Hand TO On-Hand-Before
    COMPUTE On-Hand-After = ST-On-Hand + GR-Quantity
    IF On-Hand-After > 9999
        MOVE "stock resultant hors capacite" TO Reject-Reason
        PERFORM REJECT-RECEIPT
        EXIT PARAGRAPH
    END-IF
    IF Audit-Line-Count >= Max-Audit-Lines
        MOVE "table d'audit saturee, prochain passage" TO Reject-Reason
        PERFORM REJECT-RECEIPT
        EXIT PARAGRAPH
    END-IF
    MOVE On-Hand-After TO ST-On-Hand
    MOVE STOCK-MASTER-RECORD TO Stock-Image (Stock-Idx)
    PERFORM UPDATE-ORDER-RECEIVED
    ADD 1 TO Receipt-Posted-Count
    PERFORM KEEP-RECEIPT-AUDIT.

UPDATE-ORDER-RECEIVED.
    IF OR-Received-Qty (Order-Idx) IS NOT NUMERIC
        MOVE 0 TO OR-Received-Qty (Order-Idx)
    END-IF
    ADD GR-Quantity TO OR-Received-Qty (Order-Idx)
    MOVE Receipt-Date TO OR-Last-Receipt (Order-Idx)
    IF OR-Received-Qty (Order-Idx) >= OR-Ordered-Qty (Order-Idx)
        MOVE "R" TO OR-Status (Order-Idx)
    ELSE
        MOVE "P" TO OR-Status (Order-Idx)
    END-IF.

KEEP-RECEIPT-AUDIT.
    MOVE Run-Id                        TO RA-Run-Id
    MOVE WS-Run-Date                   TO RA-Post-Date
    MOVE Receipt-Date                  TO RA-Receipt-Date
    MOVE OR-Po-Number (Order-Idx)      TO RA-Po-Number
    MOVE OR-Part-Number (Order-Idx)    TO RA-Part-Number
    MOVE OR-Supplier-Code (Order-Idx)  TO RA-Supplier-Code
    MOVE GR-Quantity                   TO RA-Quantity
    MOVE On-Hand-Before                TO RA-On-Hand-Before
    MOVE On-Hand-After                 TO RA-On-Hand-After
    MOVE OR-Status (Order-Idx)         TO RA-Po-Status
    MOVE SPACE                         TO RA-Remark
    IF OR-Received-Qty (Order-Idx) > OR-Ordered-Qty (Order-Idx)
        MOVE "SURPLUS" TO RA-Remark
        ADD 1 TO Surplus-Count
        DISPLAY "Reception au-dela de la commande " GR-Po-Number
            " : " OR-Received-Qty (Order-Idx) " recus pour "
            OR-Ordered-Qty (Order-Idx) " commandes"
    END-IF
    ADD 1 TO Audit-Line-Count
    MOVE RECEIPT-AUDIT-RECORD TO Audit-Line (Audit-Line-Count)
    DISPLAY "Reception " GR-Po-Number " " OR-Part-Number (Order-Idx)
        " +" GR-Quantity " stock " On-Hand-Before " -> " ST-On-Hand.

REJECT-RECEIPT.
    DISPLAY "Reception refusee (" FUNCTION TRIM (Reject-Reason) ") : "
        GR-Po-Number " " GR-Part-Number
    IF Receipt-Reject-Count < Max-Receipt-Rejects
        ADD 1 TO Receipt-Reject-Count
        MOVE GOODS-RECEIPT-RECORD
            TO Receipt-Reject-Line (Receipt-Reject-Count)
    ELSE
        DISPLAY "Table des refus saturee, ligne non conservee : "
            GOODS-RECEIPT-RECORD
    END-IF.

REWRITE-STOCK-MASTER.
    OPEN OUTPUT STOCK-MASTER-FILE
    IF WS-Stock-Master-Status <> "00"
        DISPLAY "STOCK-MASTER reecriture refusee, statut "
            WS-Stock-Master-Status
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING Stock-Idx FROM 1 BY 1 UNTIL Stock-Idx > Stock-Count
        MOVE Stock-Image (Stock-Idx) TO STOCK-MASTER-RECORD
        WRITE STOCK-MASTER-RECORD
    END-PERFORM
    CLOSE STOCK-MASTER-FILE.

      *> Fiches d'origine reecrites : la relance reposte les memes
      *> receptions sans double comptage.
RESTORE-STOCK-MASTER.
    OPEN OUTPUT STOCK-MASTER-FILE
    IF WS-Stock-Master-Status <> "00"
        DISPLAY "ATTENTION : STOCKMST non restaure, statut "
            WS-Stock-Master-Status
        DISPLAY "ATTENTION : stock deja impute, retirer de GOODSRCV"
            " les receptions affichees avant relance"
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING Stock-Idx FROM 1 BY 1 UNTIL Stock-Idx > Stock-Count
        MOVE Stock-Original (Stock-Idx) TO STOCK-MASTER-RECORD
        WRITE STOCK-MASTER-RECORD
    END-PERFORM
    CLOSE STOCK-MASTER-FILE
    DISPLAY "STOCKMST restaure a son etat d'origine".

WRITE-RECEIPT-AUDIT.
    OPEN EXTEND RECEIPT-AUDIT-FILE
    IF WS-Receipt-Audit-Status = "05" OR WS-Receipt-Audit-Status = "35"
        OPEN OUTPUT RECEIPT-AUDIT-FILE
    END-IF
    IF WS-Receipt-Audit-Status <> "00"
        DISPLAY "ATTENTION : RCPTAUD indisponible, statut "
            WS-Receipt-Audit-Status " - receptions imputees sans audit"
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING Audit-Line-Idx FROM 1 BY 1
        UNTIL Audit-Line-Idx > Audit-Line-Count
        MOVE Audit-Line (Audit-Line-Idx) TO RECEIPT-AUDIT-RECORD
        WRITE RECEIPT-AUDIT-RECORD
    END-PERFORM
    CLOSE RECEIPT-AUDIT-FILE.

REWRITE-OPEN-ORDERS.
    OPEN OUTPUT OPEN-PO-FILE
    IF WS-Open-Po-Status <> "00"
        DISPLAY "OPEN-PO reecriture refusee, statut " WS-Open-Po-Status
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING Order-Idx FROM 1 BY 1 UNTIL Order-Idx > Order-Count
        PERFORM WRITE-OPEN-ORDER
    END-PERFORM
    CLOSE OPEN-PO-FILE.

WRITE-OPEN-ORDER.
    IF OR-Status (Order-Idx) = "R" OR OR-Status (Order-Idx) = "A"
        IF OR-Last-Receipt (Order-Idx) IS NUMERIC
            AND OR-Last-Receipt (Order-Idx) > 0
            MOVE OR-Last-Receipt (Order-Idx) TO Order-Ref-Date
        ELSE
            MOVE OR-Order-Date (Order-Idx) TO Order-Ref-Date
        END-IF
        IF Order-Ref-Date IS NUMERIC
            AND Order-Ref-Date < Purge-Before-Date
            ADD 1 TO Purged-Order-Count
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE OR-Po-Number (Order-Idx)     TO PO-Number
    MOVE OR-Part-Number (Order-Idx)   TO PO-Part-Number
    MOVE OR-Supplier-Code (Order-Idx) TO PO-Supplier-Code
    MOVE OR-Order-Date (Order-Idx)    TO PO-Order-Date
    MOVE OR-Promised-Date (Order-Idx) TO PO-Promised-Date
    MOVE OR-Ordered-Qty (Order-Idx)   TO PO-Ordered-Qty
    MOVE OR-Received-Qty (Order-Idx)  TO PO-Received-Qty
    MOVE OR-Status (Order-Idx)        TO PO-Status
    MOVE OR-Last-Receipt (Order-Idx)  TO PO-Last-Receipt-Date
    WRITE OPEN-PO-RECORD.

REWRITE-RECEIPT-FILE.
    OPEN OUTPUT GOODS-RECEIPT-FILE
    IF WS-Goods-Receipt-Status <> "00"
        DISPLAY "GOODS-RECEIPT reecriture refusee, statut "
            WS-Goods-Receipt-Status
        DISPLAY "ATTENTION : vider GOODSRCV avant relance"
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING Receipt-Reject-Idx FROM 1 BY 1
        UNTIL Receipt-Reject-Idx > Receipt-Reject-Count
        MOVE Receipt-Reject-Line (Receipt-Reject-Idx)
            TO GOODS-RECEIPT-RECORD
        WRITE GOODS-RECEIPT-RECORD
    END-PERFORM
    CLOSE GOODS-RECEIPT-FILE.

WRITE-OVERDUE-REPORT.
    MOVE 0 TO Late-Count
    PERFORM VARYING Order-Idx FROM 1 BY 1 UNTIL Order-Idx > Order-Count
        IF (OR-Status (Order-Idx) = "O" OR OR-Status (Order-Idx) = "P")
            AND OR-Promised-Date (Order-Idx) IS NUMERIC
            AND OR-Promised-Date (Order-Idx) > 0
            AND OR-Promised-Date (Order-Idx) < WS-Run-Date
            ADD 1 TO Late-Count
            MOVE OR-Supplier-Code (Order-Idx)
                TO LT-Supplier-Code (Late-Count)
            MOVE OR-Promised-Date (Order-Idx)
                TO LT-Promised-Date (Late-Count)
            MOVE Order-Idx TO LT-Order-Idx (Late-Count)
        END-IF
    END-PERFORM
    PERFORM SORT-LATE-ORDERS
    OPEN OUTPUT OVERDUE-REPORT-FILE
    IF WS-Overdue-Report-Status <> "00"
        DISPLAY "OVERDUE-REPORT indisponible, statut "
            WS-Overdue-Report-Status
    END-IF
    MOVE "===== Commandes fournisseurs en retard =====" TO WS-Report-Line
    PERFORM PRINT-OVERDUE-LINE
    STRING "Edite le " WS-Run-Date "   receptions imputees "
           Receipt-Posted-Count "   refusees " Receipt-Reject-Count
        DELIMITED BY SIZE INTO WS-Report-Line
    PERFORM PRINT-OVERDUE-LINE
    IF Late-Count = 0
        MOVE "Aucune commande en retard" TO WS-Report-Line
        PERFORM PRINT-OVERDUE-LINE
    END-IF
    MOVE HIGH-VALUE TO Prior-Supplier
    MOVE 0 TO Supplier-Late-Count
    PERFORM VARYING Late-Idx FROM 1 BY 1 UNTIL Late-Idx > Late-Count
        IF LT-Supplier-Code (Late-Idx) <> Prior-Supplier
            PERFORM WRITE-SUPPLIER-TOTAL
            MOVE LT-Supplier-Code (Late-Idx) TO Prior-Supplier
            STRING "---- Fournisseur " Prior-Supplier " ----"
                DELIMITED BY SIZE INTO WS-Report-Line
            PERFORM PRINT-OVERDUE-LINE
        END-IF
        PERFORM WRITE-LATE-ORDER-LINE
    END-PERFORM
    PERFORM WRITE-SUPPLIER-TOTAL
    IF WS-Overdue-Report-Status = "00"
        CLOSE OVERDUE-REPORT-FILE
    END-IF.

SORT-LATE-ORDERS.
    PERFORM VARYING Late-Idx FROM 1 BY 1
        UNTIL Late-Idx >= Late-Count
        PERFORM VARYING Late-Idx-2 FROM 1 BY 1
            UNTIL Late-Idx-2 >= Late-Count
            IF LT-Supplier-Code (Late-Idx-2)
                > LT-Supplier-Code (Late-Idx-2 + 1)
                OR (LT-Supplier-Code (Late-Idx-2)
                    = LT-Supplier-Code (Late-Idx-2 + 1)
                AND LT-Promised-Date (Late-Idx-2)
                    > LT-Promised-Date (Late-Idx-2 + 1))
                MOVE Late-Entry (Late-Idx-2)     TO Late-Swap
                MOVE Late-Entry (Late-Idx-2 + 1) TO Late-Entry (Late-Idx-2)
                MOVE Late-Swap TO Late-Entry (Late-Idx-2 + 1)
            END-IF
        END-PERFORM
    END-PERFORM.

WRITE-LATE-ORDER-LINE.
    MOVE LT-Order-Idx (Late-Idx) TO Order-Idx
    ADD 1 TO Supplier-Late-Count
    COMPUTE Days-Late = FUNCTION INTEGER-OF-DATE (WS-Run-Date)
        - FUNCTION INTEGER-OF-DATE (OR-Promised-Date (Order-Idx))
    IF OR-Ordered-Qty (Order-Idx) > OR-Received-Qty (Order-Idx)
        COMPUTE Late-Outstanding = OR-Ordered-Qty (Order-Idx)
            - OR-Received-Qty (Order-Idx)
    ELSE
        MOVE 0 TO Late-Outstanding
    END-IF
    STRING "  " OR-Po-Number (Order-Idx)
           " piece " OR-Part-Number (Order-Idx)
           " cde " OR-Order-Date (Order-Idx)
           " promise " OR-Promised-Date (Order-Idx)
           " retard " Days-Late " j"
           " attendu " Late-Outstanding
           "/" OR-Ordered-Qty (Order-Idx)
           " statut " OR-Status (Order-Idx)
        DELIMITED BY SIZE INTO WS-Report-Line
    PERFORM PRINT-OVERDUE-LINE.

WRITE-SUPPLIER-TOTAL.
    IF Supplier-Late-Count > 0
        STRING "  Commandes en retard chez " Prior-Supplier " : "
               Supplier-Late-Count
            DELIMITED BY SIZE INTO WS-Report-Line
        PERFORM PRINT-OVERDUE-LINE
    END-IF
    MOVE 0 TO Supplier-Late-Count.

PRINT-OVERDUE-LINE.
    DISPLAY WS-Report-Line
    IF WS-Overdue-Report-Status = "00"
        MOVE WS-Report-Line TO OVERDUE-REPORT-RECORD
        WRITE OVERDUE-REPORT-RECORD
    END-IF
    MOVE SPACE TO WS-Report-Line.

WRITE-RUN-JOURNAL.
    OPEN EXTEND RUN-JOURNAL-FILE
    IF WS-Run-Journal-Status = "05" OR WS-Run-Journal-Status = "35"
        OPEN OUTPUT RUN-JOURNAL-FILE
    END-IF
    IF WS-Run-Journal-Status = "00"
        MOVE Run-Id                  TO RJ-Run-Id
        MOVE WS-Run-Date             TO RJ-Run-Date
        MOVE "goods-receipt"         TO RJ-Program
        MOVE Receipt-Read-Count      TO RJ-Records-Read
        MOVE Receipt-Posted-Count    TO RJ-Records-Written
        MOVE Receipt-Reject-Count    TO RJ-Records-Rejected
        MOVE WS-Stock-Master-Status  TO RJ-Main-Status
        MOVE WS-Open-Po-Status       TO RJ-History-Status
        MOVE "N"                     TO RJ-Superseded
        WRITE RUN-JOURNAL-RECORD
        CLOSE RUN-JOURNAL-FILE
    ELSE
        DISPLAY "RUN-JOURNAL indisponible, statut "
            WS-Run-Journal-Status
    END-IF.
