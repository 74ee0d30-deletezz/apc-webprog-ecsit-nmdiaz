      *                    the next sales run and AROMAARC has
      *                    something to retire.  AROMABAL proves
      *                    the per-run counts from RUNTOTAL.DAT.
      *   2026-10-15  NMD  Customer master record layout picks up
      *                    the payment-terms code.
      *   2026-10-15  NMD  Customer master record layout picks up
      *                    the sales-tax exemption flag and
      *                    certificate number.
      *   2026-10-15  NMD  The stock depletion takes each oil's
      *                    OILLOT.DAT lots first-expiring-first and
      *                    writes one OILMOVE.DAT movement per lot
      *                    drawn on, naming the lot.
      *   2026-10-15  NMD  The stock rewrite carries the oil's
      *                    weighted-average cost through unchanged.
      *   2026-10-15  NMD  The month-end close also rolls the
      *                    period's net units per oil number
      *                    (credits netted, as posted against
      *                    stock) into the OILDEMAND.DAT 24-month
      *                    demand history read by the AROMAFCST
      *                    forecast.  Like SALESHIS.DAT it is
      *                    copied to OILDEMAND.BAK before the
      *                    rewrite, and a rerun close replaces the
      *                    period's rows instead of duplicating
      *                    them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       SELECT OPTIONAL Sales-History-Backup ASSIGN TO "SALESHIS.BAK"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Oil-Demand-File ASSIGN TO "OILDEMAND.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Oil-Demand-Backup ASSIGN TO "OILDEMAND.BAK"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Oil-Stock-File ASSIGN TO "OILSTOCK.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Oil-Lot-File ASSIGN TO "OILLOT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Stock-Status-Report ASSIGN TO "STOCKSTAT.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

               02 CM-Rep-Code          PIC X(3).
               02 CM-Credit-Limit      PIC 9(7)V99.
               02 CM-Curr-Balance      PIC S9(7)V99.
               02 CM-Terms-Code        PIC X(2).
               02 CM-Tax-Exempt        PIC X.
               02 CM-Tax-Cert          PIC X(15).

       FD Cust-Exception.
           01 Cust-Exception-Rec.
       FD Sales-History-Backup.
           01 Sales-History-Backup-Rec    PIC X(40).

       FD Oil-Demand-File.
           01 Oil-Demand-Rec.
               88 End-Of-Oil-Demand     VALUE HIGH-VALUES.
               02 OD-Period             PIC X(7).
               02 OD-Oil-Number         PIC 99.
               02 OD-Net-Units          PIC S9(7).

       FD Oil-Demand-Backup.
           01 Oil-Demand-Backup-Rec       PIC X(16).

       FD Oil-Stock-File.
           01 Oil-Stock-Rec.
               88 End-Of-Oil-Stock-File VALUE HIGH-VALUES.
               02 OSF-Oil-Number        PIC 99.
               02 OSF-On-Hand           PIC 9(5).
               02 OSF-Reorder-Point     PIC 9(5).
               02 OSF-Avg-Cost          PIC 9(3)V9(4).

       FD Oil-Lot-File.
           01 Oil-Lot-Rec.
               88 End-Of-Oil-Lot-File   VALUE HIGH-VALUES.
               02 LT-Oil-Number         PIC 99.
               02 LT-Lot-Number         PIC X(10).
               02 LT-Expiry-Date        PIC 9(8).
               02 LT-Received-Date      PIC 9(8).
               02 LT-On-Hand            PIC 9(5).

       FD Stock-Status-Report.
           01 Stock-Print-Line            PIC X(64).
               02 MV-Oil-Number         PIC 99.
               02 MV-Move-Type          PIC X.
               02 MV-Quantity           PIC S9(7).
               02 MV-Lot-Number         PIC X(10).

       FD Backorder-File.
           01 Backorder-Rec.
               03 FILLER               PIC X.
               03 RP-Month             PIC 99.

       01  Demand-Entry-Count          PIC 9(4) VALUE ZEROS.

      *    Twenty-four periods of net units per oil number - the
      *    period being closed and the twenty-three before it.
       01  Oil-Demand-Table.
           02  Demand-Entry OCCURS 1 TO 1000 TIMES
                       DEPENDING ON Demand-Entry-Count
                       INDEXED BY Demand-Idx.
               03 DT-Period            PIC X(7).
               03 DT-Oil-Number        PIC 99.
               03 DT-Net-Units         PIC S9(7).

       01  Demand-Work-Fields.
           02  Demand-Cutoff-Period.
               03 DC-Year              PIC 9(4).
               03 FILLER               PIC X    VALUE "-".
               03 DC-Month             PIC 99.
           02  Demand-Month-Number     PIC 9(6).
           02  Demand-Month-Rem        PIC 99.

       01  Compare-Main-Title          PIC X(48)
            VALUE "        CUSTOMER SALES PERIOD COMPARISON REPORT".

               03  ST-Reorder-Point    PIC 9(5)    VALUE ZEROS.
               03  ST-On-File-Flag     PIC X       VALUE SPACE.
                   88 ST-On-File       VALUE "Y".
               03  ST-Lot-Total        PIC 9(7)    VALUE ZEROS.
               03  ST-Avg-Cost         PIC 9(3)V9(4) VALUE ZEROS.

      *    Stock by lot.  Whatever part of an oil's on-hand its lots
      *    do not cover was received before lots were recorded and
      *    is depleted ahead of them.
       01  Lot-Count                   PIC 9(4) VALUE ZEROS.

       01  Lot-Table.
           02  Lot-Entry OCCURS 1 TO 500 TIMES
                       DEPENDING ON Lot-Count.
               03 LTT-Oil-Number       PIC 99.
               03 LTT-Lot-Number       PIC X(10).
               03 LTT-Expiry-Date      PIC 9(8).
               03 LTT-Received-Date    PIC 9(8).
               03 LTT-On-Hand          PIC 9(5).

       01  Fefo-Work-Fields.
           02  Fefo-Qty-Left           PIC S9(7).
           02  Fefo-Unlotted           PIC S9(7).
           02  Fefo-Take               PIC S9(7).
           02  Fefo-Best-Sub           PIC 9(4).
           02  Lot-Sub                 PIC 9(4).

       01  Stock-Main-Title            PIC X(44)
            VALUE "              AROMAMORA OIL STOCK STATUS".
                        ST-On-Hand(OSF-Oil-Number)
                   MOVE OSF-Reorder-Point  TO
                        ST-Reorder-Point(OSF-Oil-Number)
                   IF OSF-Avg-Cost NUMERIC
                       MOVE OSF-Avg-Cost   TO
                            ST-Avg-Cost(OSF-Oil-Number)
                   END-IF
                   SET ST-On-File(OSF-Oil-Number) TO TRUE
               ELSE
                   DISPLAY "UPDATE-OIL-STOCK: OIL NUMBER "
               END-READ
           END-PERFORM.
           CLOSE Oil-Stock-File.
           PERFORM Load-Lot-Table.

           OPEN OUTPUT Stock-Status-Report.
           WRITE Stock-Print-Line FROM Stock-Main-Title AFTER
           CLOSE Oil-Movement-File.
           CLOSE Oil-Stock-File.
           CLOSE Stock-Status-Report.
           PERFORM Rewrite-Lot-File.

       Load-Lot-Table.
           OPEN INPUT Oil-Lot-File.
           READ Oil-Lot-File
               AT END SET End-Of-Oil-Lot-File TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Oil-Lot-File
               IF Lot-Count < 500
                   ADD 1 TO Lot-Count
                   MOVE LT-Oil-Number    TO LTT-Oil-Number(Lot-Count)
                   MOVE LT-Lot-Number    TO LTT-Lot-Number(Lot-Count)
                   MOVE LT-Expiry-Date   TO LTT-Expiry-Date(Lot-Count)
                   MOVE LT-Received-Date TO
                        LTT-Received-Date(Lot-Count)
                   MOVE LT-On-Hand       TO LTT-On-Hand(Lot-Count)
                   IF LT-Oil-Number >= 1 AND LT-Oil-Number <= 30
                       ADD LT-On-Hand TO ST-Lot-Total(LT-Oil-Number)
                   END-IF
               ELSE
                   DISPLAY "LOAD-LOT-TABLE: TABLE FULL, LOT "
                           LT-Lot-Number " OF OIL " LT-Oil-Number
                           " NOT LOADED"
               END-IF
               READ Oil-Lot-File
                   AT END SET End-Of-Oil-Lot-File TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Oil-Lot-File.

       Rewrite-Lot-File.
           OPEN OUTPUT Oil-Lot-File.
           MOVE ZEROS TO Lot-Sub.
           PERFORM Write-One-Lot-Row UNTIL Lot-Sub = Lot-Count.
           CLOSE Oil-Lot-File.

       Write-One-Lot-Row.
           ADD 1 TO Lot-Sub.
           IF LTT-On-Hand(Lot-Sub) > ZEROS
               MOVE LTT-Oil-Number(Lot-Sub)    TO LT-Oil-Number
               MOVE LTT-Lot-Number(Lot-Sub)    TO LT-Lot-Number
               MOVE LTT-Expiry-Date(Lot-Sub)   TO LT-Expiry-Date
               MOVE LTT-Received-Date(Lot-Sub) TO LT-Received-Date
               MOVE LTT-On-Hand(Lot-Sub)       TO LT-On-Hand
               WRITE Oil-Lot-Rec
           END-IF.

       Load-Open-Backorders.
           OPEN INPUT Backorder-File.
      *        The ledger carries the signed change to on-hand, so
      *        an oversold oil records only the depletion that
      *        actually happened and a credit-heavy run records the
      *        units that came back.  Depletion is drawn from the
      *        lots first-expiring-first; returned units cannot be
      *        traced to a lot and are held outside them.
               COMPUTE Move-Quantity = ST-On-Hand(Oil-Sub)
                   - Prev-On-Hand
               EVALUATE TRUE
                   WHEN Move-Quantity < ZEROS
                       COMPUTE Fefo-Qty-Left = 0 - Move-Quantity
                       PERFORM Take-Stock-Fefo
                   WHEN Move-Quantity > ZEROS
                       MOVE Move-Quantity TO Fefo-Take
                       MOVE SPACES        TO MV-Lot-Number
                       PERFORM Write-Sales-Movement
               END-EVALUATE

               MOVE Oil-Sub                  TO OSF-Oil-Number
               MOVE ST-On-Hand(Oil-Sub)      TO OSF-On-Hand
               MOVE ST-Reorder-Point(Oil-Sub) TO OSF-Reorder-Point
               MOVE ST-Avg-Cost(Oil-Sub)      TO OSF-Avg-Cost
               WRITE Oil-Stock-Rec

               MOVE Oil-Sub                  TO Prn-Stock-Oil-Number
               ADVANCING 1 LINE
           END-IF.

      *    Takes Fefo-Qty-Left units of oil Oil-Sub, oldest stock
      *    first, one movement per lot drawn on.
       Take-Stock-Fefo.
           COMPUTE Fefo-Unlotted = Prev-On-Hand
               - ST-Lot-Total(Oil-Sub).
           IF Fefo-Unlotted > ZEROS
               IF Fefo-Unlotted < Fefo-Qty-Left
                   MOVE Fefo-Unlotted TO Fefo-Take
               ELSE
                   MOVE Fefo-Qty-Left TO Fefo-Take
               END-IF
               COMPUTE Fefo-Take = 0 - Fefo-Take
               MOVE SPACES TO MV-Lot-Number
               PERFORM Write-Sales-Movement
           END-IF.

           MOVE 1 TO Fefo-Best-Sub.
           PERFORM Take-From-Earliest-Lot
               UNTIL Fefo-Qty-Left = ZEROS OR Fefo-Best-Sub = ZEROS.

           IF Fefo-Qty-Left > ZEROS
               COMPUTE Fefo-Take = 0 - Fefo-Qty-Left
               MOVE SPACES TO MV-Lot-Number
               PERFORM Write-Sales-Movement
           END-IF.

       Take-From-Earliest-Lot.
           MOVE ZEROS TO Fefo-Best-Sub.
           MOVE ZEROS TO Lot-Sub.
           PERFORM Find-Earliest-Lot UNTIL Lot-Sub = Lot-Count.
           IF Fefo-Best-Sub > ZEROS
               IF LTT-On-Hand(Fefo-Best-Sub) < Fefo-Qty-Left
                   MOVE LTT-On-Hand(Fefo-Best-Sub) TO Fefo-Take
               ELSE
                   MOVE Fefo-Qty-Left TO Fefo-Take
               END-IF
               SUBTRACT Fefo-Take FROM LTT-On-Hand(Fefo-Best-Sub)
               SUBTRACT Fefo-Take FROM ST-Lot-Total(Oil-Sub)
               COMPUTE Fefo-Take = 0 - Fefo-Take
               MOVE LTT-Lot-Number(Fefo-Best-Sub) TO MV-Lot-Number
               PERFORM Write-Sales-Movement
           END-IF.

       Find-Earliest-Lot.
           ADD 1 TO Lot-Sub.
           IF LTT-Oil-Number(Lot-Sub) = Oil-Sub
              AND LTT-On-Hand(Lot-Sub) > ZEROS
               IF Fefo-Best-Sub = ZEROS
                   MOVE Lot-Sub TO Fefo-Best-Sub
               ELSE
                   IF LTT-Expiry-Date(Lot-Sub)
                       < LTT-Expiry-Date(Fefo-Best-Sub)
                       MOVE Lot-Sub TO Fefo-Best-Sub
                   END-IF
               END-IF
           END-IF.

      *    Fefo-Take carries the signed change: negative out,
      *    positive back in.
       Write-Sales-Movement.
           MOVE Run-Date-Number  TO MV-Move-Date.
           MOVE "AROMASALESRPT"  TO MV-Source-Program.
           MOVE Oil-Sub          TO MV-Oil-Number.
           MOVE "S"              TO MV-Move-Type.
           MOVE Fefo-Take        TO MV-Quantity.
           WRITE Oil-Movement-Rec.
           IF Fefo-Take < ZEROS
               ADD Fefo-Take TO Fefo-Qty-Left
           END-IF.

       Record-Sale-Detail.
           IF Sale-Detail-Count < 5000
               ADD 1 TO Sale-Detail-Count
           PERFORM Backup-Sales-History.
           PERFORM Rewrite-Sales-History.

           PERFORM Close-Oil-Demand-Period.

      *    History rows older than the same month last year are
      *    dropped here, so the file never grows past the twelve
      *    closed periods the comparison report can use.  Rows for
           MOVE HT-Customer-Name(History-Idx) TO SH-Customer-Name.
           MOVE HT-Sales-Value(History-Idx)   TO SH-Sales-Value.
           WRITE Sales-History-Rec.

      *    The period's net units per oil number - the same credit-
      *    netted figures written to SORTSALE.DAT and posted against
      *    OILSTOCK.DAT - roll into OILDEMAND.DAT, which keeps the
      *    period being closed and the twenty-three before it.  An
      *    oil with no net movement in the period writes no row.  As
      *    with SALESHIS.DAT, the period's own rows are dropped and
      *    rebuilt so a rerun close replaces them, and the prior
      *    generation goes to OILDEMAND.BAK first; to restore, copy
      *    OILDEMAND.BAK over OILDEMAND.DAT and rerun the close.
       Close-Oil-Demand-Period.
           COMPUTE Demand-Month-Number = RP-Year * 12 + RP-Month - 24.
           DIVIDE Demand-Month-Number BY 12 GIVING DC-Year
               REMAINDER Demand-Month-Rem.
           COMPUTE DC-Month = Demand-Month-Rem + 1.

           PERFORM Load-Oil-Demand.

           MOVE ZEROS TO Oil-Sub.
           PERFORM Add-One-Oil-Demand UNTIL Oil-Sub = 30.

           PERFORM Backup-Oil-Demand.
           PERFORM Rewrite-Oil-Demand.

       Load-Oil-Demand.
           MOVE ZEROS TO Demand-Entry-Count.
           OPEN INPUT Oil-Demand-File.
           READ Oil-Demand-File
               AT END SET End-Of-Oil-Demand TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Oil-Demand
               IF OD-Period >= Demand-Cutoff-Period
                  AND OD-Period NOT = RC-Period
                  AND Demand-Entry-Count < 1000
                   ADD 1 TO Demand-Entry-Count
                   MOVE OD-Period     TO DT-Period(Demand-Entry-Count)
                   MOVE OD-Oil-Number TO
                        DT-Oil-Number(Demand-Entry-Count)
                   MOVE OD-Net-Units  TO
                        DT-Net-Units(Demand-Entry-Count)
               END-IF
               READ Oil-Demand-File
                   AT END SET End-Of-Oil-Demand TO TRUE
               END-READ
           END-PERFORM.

           CLOSE Oil-Demand-File.

       Add-One-Oil-Demand.
           ADD 1 TO Oil-Sub.
           IF RO-Units-Sold(Oil-Sub) NOT = ZEROS
               IF Demand-Entry-Count < 1000
                   ADD 1 TO Demand-Entry-Count
                   MOVE RC-Period TO DT-Period(Demand-Entry-Count)
                   MOVE Oil-Sub   TO DT-Oil-Number(Demand-Entry-Count)
                   MOVE RO-Units-Sold(Oil-Sub) TO
                        DT-Net-Units(Demand-Entry-Count)
               ELSE
                   DISPLAY "CLOSE-OIL-DEMAND-PERIOD: DEMAND TABLE "
                           "FULL, OIL " Oil-Sub " NOT ROLLED IN"
               END-IF
           END-IF.

       Backup-Oil-Demand.
           OPEN INPUT Oil-Demand-File.
           OPEN OUTPUT Oil-Demand-Backup.

           READ Oil-Demand-File
               AT END SET End-Of-Oil-Demand TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Oil-Demand
               WRITE Oil-Demand-Backup-Rec FROM Oil-Demand-Rec
               READ Oil-Demand-File
                   AT END SET End-Of-Oil-Demand TO TRUE
               END-READ
           END-PERFORM.

           CLOSE Oil-Demand-File.
           CLOSE Oil-Demand-Backup.

       Rewrite-Oil-Demand.
           OPEN OUTPUT Oil-Demand-File.
           PERFORM Write-One-Demand-Record
               VARYING Demand-Idx FROM 1 BY 1
               UNTIL Demand-Idx > Demand-Entry-Count.
           CLOSE Oil-Demand-File.

       Write-One-Demand-Record.
           MOVE DT-Period(Demand-Idx)     TO OD-Period.
           MOVE DT-Oil-Number(Demand-Idx) TO OD-Oil-Number.
           MOVE DT-Net-Units(Demand-Idx)  TO OD-Net-Units.
           WRITE Oil-Demand-Rec.
