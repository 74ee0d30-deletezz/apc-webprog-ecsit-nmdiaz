      *                    writes an "F" movement per fulfillment,
      *                    and rewrites BACKORD.DAT with only the
      *                    quantity still short.
      *   2026-10-15  NMD  Stock is now held by lot on OILLOT.DAT
      *                    beside the per-oil OILSTOCK.DAT total.
      *                    Goods receipts must carry a lot number
      *                    and expiry date; adjustments may name a
      *                    lot; unnamed depletions and backorder
      *                    fills take the first-expiring lot first.
      *                    New "X" transaction writes off an expired
      *                    lot.  OILMOVE.DAT names the lot moved.
      *   2026-10-15  NMD  Goods receipts carry the supplier's unit
      *                    cost and OILSTOCK.DAT keeps a running
      *                    weighted-average cost per oil for the
      *                    margin report and the cost-of-sales entry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AROMARCV.
       SELECT Oil-Stock-File ASSIGN TO "OILSTOCK.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Oil-Lot-File ASSIGN TO "OILLOT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Run-Control-File ASSIGN TO "RUNCTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

                   88 Adjust-Up         VALUE "U".
                   88 Adjust-Down       VALUE "D".
                   88 Physical-Count    VALUE "P".
                   88 Expiry-Write-Off  VALUE "X".
                   88 Valid-Stock-Tran  VALUES "R" "U" "D" "P" "X".
               02 RT-Oil-Number-X       PIC X(2).
               02 RT-Oil-Number REDEFINES RT-Oil-Number-X
                                        PIC 99.
               02 RT-Quantity REDEFINES RT-Quantity-X
                                        PIC 9(5).
               02 RT-Tran-Date          PIC 9(8).
               02 RT-Lot-Number         PIC X(10).
               02 RT-Expiry-Date-X      PIC X(8).
               02 RT-Expiry-Date REDEFINES RT-Expiry-Date-X
                                        PIC 9(8).
               02 RT-Unit-Cost-X        PIC X(5).
               02 RT-Unit-Cost REDEFINES RT-Unit-Cost-X
                                        PIC 9(3)V99.

       FD Oil-Stock-File.
           01 Oil-Stock-Rec.
               02 OSF-Oil-Number        PIC 99.
               02 OSF-On-Hand           PIC 9(5).
               02 OSF-Reorder-Point     PIC 9(5).
               02 OSF-Avg-Cost          PIC 9(3)V9(4).

      *    One row per lot still holding stock.  Whatever part of
      *    the OILSTOCK.DAT on-hand is not covered by the oil's lots
      *    is stock received before lots were recorded.
       FD Oil-Lot-File.
           01 Oil-Lot-Rec.
               88 End-Of-Oil-Lot-File   VALUE HIGH-VALUES.
               02 LT-Oil-Number         PIC 99.
               02 LT-Lot-Number         PIC X(10).
               02 LT-Expiry-Date        PIC 9(8).
               02 LT-Received-Date      PIC 9(8).
               02 LT-On-Hand            PIC 9(5).

       FD Run-Control-File.
           01 Run-Control-Rec.
               02 RC-Close-Flag         PIC X.

       FD Receipts-Listing.
           01 Receipts-Print-Line         PIC X(84).

       FD Oil-Movement-File.
           01 Oil-Movement-Rec.
               02 MV-Oil-Number         PIC 99.
               02 MV-Move-Type          PIC X.
               02 MV-Quantity           PIC S9(7).
               02 MV-Lot-Number         PIC X(10).

       FD Backorder-File.
           01 Backorder-Rec.
               03  ST-Reorder-Point    PIC 9(5)    VALUE ZEROS.
               03  ST-On-File-Flag     PIC X       VALUE SPACE.
                   88 ST-On-File       VALUE "Y".
               03  ST-Lot-Total        PIC 9(7)    VALUE ZEROS.
               03  ST-Avg-Cost         PIC 9(3)V9(4) VALUE ZEROS.

       01  Lot-Count                   PIC 9(4) VALUE ZEROS.

       01  Lot-Table.
           02  Lot-Entry OCCURS 1 TO 500 TIMES
                       DEPENDING ON Lot-Count
                       INDEXED BY Lot-Idx.
               03 LTT-Oil-Number       PIC 99.
               03 LTT-Lot-Number       PIC X(10).
               03 LTT-Expiry-Date      PIC 9(8).
               03 LTT-Received-Date    PIC 9(8).
               03 LTT-On-Hand          PIC 9(5).

      *    First-expiring-first depletion.  The caller sets the oil,
      *    the quantity to take, the movement type and the on-hand
      *    the oil had before the take; stock held outside any lot
      *    is the oldest and goes first.
       01  Fefo-Work-Fields.
           02  Fefo-Oil-Number         PIC 99.
           02  Fefo-Move-Type          PIC X.
           02  Fefo-Start-On-Hand      PIC 9(5).
           02  Fefo-Qty-Left           PIC S9(7).
           02  Fefo-Unlotted           PIC S9(7).
           02  Fefo-Take               PIC S9(7).
           02  Fefo-Best-Sub           PIC 9(4).
           02  Lot-Sub                 PIC 9(4).

       01  Tran-Lot-Fields.
           02  Tran-Lot-Sub            PIC 9(4).
           02  Tran-Lot-Found-Flag     PIC X.
               88 Tran-Lot-Found       VALUE "Y".
               88 Tran-Lot-Not-Found   VALUE "N".

       01  Receipts-Main-Title         PIC X(44)
            VALUE "        AROMAMORA STOCK RECEIPTS POSTING".
           02  FILLER                  PIC X(6)  VALUE "TYPE  ".
           02  FILLER                  PIC X(8)  VALUE "OIL #   ".
           02  FILLER                  PIC X(10) VALUE "QUANTITY  ".
           02  FILLER                  PIC X(12) VALUE "LOT #".
           02  FILLER                  PIC X(10) VALUE "TRAN DATE ".
           02  FILLER                  PIC X(10) VALUE "STATUS    ".
           02  FILLER                  PIC X(22) VALUE "REASON".
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  Prn-Rcv-Quantity        PIC X(5).
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  Prn-Rcv-Lot-Number      PIC X(10).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Rcv-Tran-Date       PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Rcv-Status          PIC X(8).
           PERFORM Write-Run-Log-Record.

           PERFORM Load-Stock-Table.
           PERFORM Load-Lot-Table.

           OPEN INPUT Receipts-File.
           OPEN OUTPUT Receipts-Listing.
           CLOSE Oil-Movement-File.

           PERFORM Rewrite-Stock-File.
           PERFORM Rewrite-Lot-File.

           MOVE "C" TO RL-Status.
           MOVE Trans-Read-Count    TO RL-Records-Read.
                        ST-On-Hand(OSF-Oil-Number)
                   MOVE OSF-Reorder-Point  TO
                        ST-Reorder-Point(OSF-Oil-Number)
                   IF OSF-Avg-Cost NUMERIC
                       MOVE OSF-Avg-Cost   TO
                            ST-Avg-Cost(OSF-Oil-Number)
                   END-IF
                   SET ST-On-File(OSF-Oil-Number) TO TRUE
               ELSE
                   DISPLAY "LOAD-STOCK-TABLE: OIL NUMBER "
           END-PERFORM.
           CLOSE Oil-Stock-File.

      *    A lot row for an oil not on OILSTOCK.DAT is kept on the
      *    file but never counted, so it cannot feed stock that the
      *    oil total does not have.
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

      *    Lots run down to nothing drop off the file.
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

       Rewrite-Stock-File.
           OPEN OUTPUT Oil-Stock-File.
           MOVE ZEROS TO OSF-Oil-Number.
               MOVE ST-On-Hand(OSF-Oil-Number)       TO OSF-On-Hand
               MOVE ST-Reorder-Point(OSF-Oil-Number)
                    TO OSF-Reorder-Point
               MOVE ST-Avg-Cost(OSF-Oil-Number)      TO OSF-Avg-Cost
               WRITE Oil-Stock-Rec
           END-IF.

      *    The edits reject rather than bend the transaction: an
      *    unknown type, a non-numeric oil number or quantity, an
      *    oil not on OILSTOCK.DAT, or an adjustment down past zero
      *    all list with a reason and leave on-hand untouched.  A
      *    goods receipt must name its lot and expiry, a write-off
      *    must name a lot already held, and a receipt into a lot
      *    already held must agree with its expiry date.
       Apply-One-Stock-Tran.
           ADD 1 TO Trans-Read-Count.
           PERFORM Find-Tran-Lot.
           EVALUATE TRUE
               WHEN NOT Valid-Stock-Tran
                   MOVE "BAD TRAN TYPE" TO Prn-Rcv-Reason
               WHEN RT-Quantity-X NOT NUMERIC
                   MOVE "QUANTITY NOT NUMERIC" TO Prn-Rcv-Reason
                   PERFORM Write-Rejected-Line
               WHEN (Goods-Receipt OR Expiry-Write-Off)
                    AND RT-Lot-Number = SPACES
                   MOVE "LOT NUMBER MISSING" TO Prn-Rcv-Reason
                   PERFORM Write-Rejected-Line
               WHEN Goods-Receipt AND (RT-Expiry-Date-X NOT NUMERIC
                    OR RT-Expiry-Date = ZEROS)
                   MOVE "EXPIRY DATE INVALID" TO Prn-Rcv-Reason
                   PERFORM Write-Rejected-Line
               WHEN Goods-Receipt AND RT-Unit-Cost-X NOT NUMERIC
                   MOVE "UNIT COST NOT NUMERIC" TO Prn-Rcv-Reason
                   PERFORM Write-Rejected-Line
               WHEN Goods-Receipt AND Tran-Lot-Found
                    AND LTT-Expiry-Date(Tran-Lot-Sub)
                        NOT = RT-Expiry-Date
                   MOVE "LOT EXPIRY MISMATCH" TO Prn-Rcv-Reason
                   PERFORM Write-Rejected-Line
               WHEN Goods-Receipt AND Tran-Lot-Not-Found
                    AND Lot-Count = 500
                   MOVE "LOT TABLE FULL" TO Prn-Rcv-Reason
                   PERFORM Write-Rejected-Line
               WHEN NOT Goods-Receipt AND RT-Lot-Number NOT = SPACES
                    AND Tran-Lot-Not-Found
                   MOVE "LOT NOT ON FILE" TO Prn-Rcv-Reason
                   PERFORM Write-Rejected-Line
               WHEN OTHER
                   PERFORM Apply-Valid-Stock-Tran
           END-EVALUATE.
               AT END SET End-Of-Receipts-File TO TRUE
           END-READ.

      *    A physical count or write-off that names a lot works on
      *    that lot alone; a write-off quantity of zero takes out
      *    whatever the lot still holds.
       Apply-Valid-Stock-Tran.
           EVALUATE TRUE
               WHEN Goods-Receipt
                   MOVE RT-Quantity TO Move-Quantity
               WHEN Adjust-Down
                   COMPUTE Move-Quantity = 0 - RT-Quantity
               WHEN Physical-Count AND Tran-Lot-Found
                   COMPUTE Move-Quantity = RT-Quantity
                       - LTT-On-Hand(Tran-Lot-Sub)
               WHEN Physical-Count
                   COMPUTE Move-Quantity = RT-Quantity
                       - ST-On-Hand(RT-Oil-Number)
               WHEN Expiry-Write-Off AND RT-Quantity = ZEROS
                   COMPUTE Move-Quantity = 0
                       - LTT-On-Hand(Tran-Lot-Sub)
               WHEN Expiry-Write-Off
                   COMPUTE Move-Quantity = 0 - RT-Quantity
           END-EVALUATE.

           COMPUTE New-On-Hand = ST-On-Hand(RT-Oil-Number)
               + Move-Quantity.
           EVALUATE TRUE
               WHEN New-On-Hand < ZEROS
                   MOVE "ADJUSTS BELOW ZERO" TO Prn-Rcv-Reason
                   PERFORM Write-Rejected-Line
               WHEN Tran-Lot-Found AND LTT-On-Hand(Tran-Lot-Sub)
                        + Move-Quantity < ZEROS
                   MOVE "EXCEEDS LOT ON HAND" TO Prn-Rcv-Reason
                   PERFORM Write-Rejected-Line
               WHEN OTHER
                   PERFORM Post-Stock-Change
                   IF Goods-Receipt
                       PERFORM Average-In-Receipt-Cost
                   END-IF
                   MOVE New-On-Hand TO ST-On-Hand(RT-Oil-Number)
                   MOVE "APPLIED" TO Prn-Rcv-Status
                   MOVE SPACES    TO Prn-Rcv-Reason
                   PERFORM Write-Listing-Line
                   ADD 1 TO Trans-Applied-Count
           END-EVALUATE.

      *    A receipt opens its lot if this is the first delivery of
      *    it.  A named lot takes the whole change; an unnamed
      *    increase is held outside any lot, and an unnamed
      *    decrease is taken first-expiring-first.
       Post-Stock-Change.
           IF Goods-Receipt AND Tran-Lot-Not-Found
               ADD 1 TO Lot-Count
               MOVE Lot-Count       TO Tran-Lot-Sub
               MOVE RT-Oil-Number   TO LTT-Oil-Number(Tran-Lot-Sub)
               MOVE RT-Lot-Number   TO LTT-Lot-Number(Tran-Lot-Sub)
               MOVE RT-Expiry-Date  TO LTT-Expiry-Date(Tran-Lot-Sub)
               MOVE RT-Tran-Date    TO LTT-Received-Date(Tran-Lot-Sub)
               MOVE ZEROS           TO LTT-On-Hand(Tran-Lot-Sub)
               SET Tran-Lot-Found TO TRUE
           END-IF.

           EVALUATE TRUE
               WHEN Tran-Lot-Found
                   ADD Move-Quantity TO LTT-On-Hand(Tran-Lot-Sub)
                   ADD Move-Quantity TO ST-Lot-Total(RT-Oil-Number)
                   MOVE RT-Lot-Number TO MV-Lot-Number
                   PERFORM Write-Movement-Record
               WHEN Move-Quantity < ZEROS
                   MOVE RT-Oil-Number TO Fefo-Oil-Number
                   MOVE RT-Tran-Type  TO Fefo-Move-Type
                   MOVE ST-On-Hand(RT-Oil-Number) TO Fefo-Start-On-Hand
                   COMPUTE Fefo-Qty-Left = 0 - Move-Quantity
                   PERFORM Take-Stock-Fefo
               WHEN OTHER
                   MOVE SPACES TO MV-Lot-Number
                   PERFORM Write-Movement-Record
           END-EVALUATE.

      *    Weighted average over the stock already held and the
      *    delivery.  Stock held at no recorded cost, or none at
      *    all, takes the delivery's cost outright.  Adjustments
      *    and write-offs leave the average alone.
       Average-In-Receipt-Cost.
           IF ST-On-Hand(RT-Oil-Number) = ZEROS
              OR ST-Avg-Cost(RT-Oil-Number) = ZEROS
               MOVE RT-Unit-Cost TO ST-Avg-Cost(RT-Oil-Number)
           ELSE
               COMPUTE ST-Avg-Cost(RT-Oil-Number) ROUNDED =
                   (ST-On-Hand(RT-Oil-Number)
                      * ST-Avg-Cost(RT-Oil-Number)
                  + RT-Quantity * RT-Unit-Cost) / New-On-Hand
           END-IF.

       Write-Movement-Record.
           MOVE Move-Quantity   TO MV-Quantity.
           WRITE Oil-Movement-Rec.

       Find-Tran-Lot.
           SET Tran-Lot-Not-Found TO TRUE.
           MOVE ZEROS TO Tran-Lot-Sub.
           IF RT-Lot-Number NOT = SPACES
              AND RT-Oil-Number-X NUMERIC
               SET Lot-Idx TO 1
               SEARCH Lot-Entry
                   AT END
                       CONTINUE
                   WHEN LTT-Oil-Number(Lot-Idx) = RT-Oil-Number
                    AND LTT-Lot-Number(Lot-Idx) = RT-Lot-Number
                       SET Tran-Lot-Found TO TRUE
                       SET Tran-Lot-Sub TO Lot-Idx
               END-SEARCH
           END-IF.

      *    Takes Fefo-Qty-Left units of Fefo-Oil-Number, writing one
      *    movement per lot drawn on.  The lot totals are kept in
      *    step; the caller adjusts the oil's on-hand itself.
       Take-Stock-Fefo.
           COMPUTE Fefo-Unlotted = Fefo-Start-On-Hand
               - ST-Lot-Total(Fefo-Oil-Number).
           IF Fefo-Unlotted > ZEROS
               IF Fefo-Unlotted < Fefo-Qty-Left
                   MOVE Fefo-Unlotted TO Fefo-Take
               ELSE
                   MOVE Fefo-Qty-Left TO Fefo-Take
               END-IF
               MOVE SPACES TO MV-Lot-Number
               PERFORM Write-Fefo-Movement
           END-IF.

           MOVE 1 TO Fefo-Best-Sub.
           PERFORM Take-From-Earliest-Lot
               UNTIL Fefo-Qty-Left = ZEROS OR Fefo-Best-Sub = ZEROS.

      *    Anything still owed means the lots held less than the
      *    oil total claimed; the balance moves unattributed.
           IF Fefo-Qty-Left > ZEROS
               MOVE Fefo-Qty-Left TO Fefo-Take
               MOVE SPACES TO MV-Lot-Number
               PERFORM Write-Fefo-Movement
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
               SUBTRACT Fefo-Take FROM ST-Lot-Total(Fefo-Oil-Number)
               MOVE LTT-Lot-Number(Fefo-Best-Sub) TO MV-Lot-Number
               PERFORM Write-Fefo-Movement
           END-IF.

       Find-Earliest-Lot.
           ADD 1 TO Lot-Sub.
           IF LTT-Oil-Number(Lot-Sub) = Fefo-Oil-Number
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

       Write-Fefo-Movement.
           MOVE Run-Date-Number TO MV-Move-Date.
           MOVE "AROMARCV"      TO MV-Source-Program.
           MOVE Fefo-Oil-Number TO MV-Oil-Number.
           MOVE Fefo-Move-Type  TO MV-Move-Type.
           COMPUTE MV-Quantity = 0 - Fefo-Take.
           WRITE Oil-Movement-Rec.
           SUBTRACT Fefo-Take FROM Fefo-Qty-Left.

      *    Fulfillment pass.  Open backorders are read oldest first
      *    and shipped out of whatever the receipts just raised;
      *    partial fills leave the remaining quantity short on the
               ELSE
                   MOVE BT-Qty-Short(Backorder-Sub) TO Fill-Qty
               END-IF
               MOVE BT-Oil-Number(Backorder-Sub) TO Fefo-Oil-Number
               MOVE "F"             TO Fefo-Move-Type
               MOVE ST-On-Hand(BT-Oil-Number(Backorder-Sub))
                    TO Fefo-Start-On-Hand
               MOVE Fill-Qty        TO Fefo-Qty-Left
               PERFORM Take-Stock-Fefo

               SUBTRACT Fill-Qty FROM
                   ST-On-Hand(BT-Oil-Number(Backorder-Sub))
               SUBTRACT Fill-Qty FROM BT-Qty-Short(Backorder-Sub)
               ADD Fill-Qty TO Units-Filled-Total
           END-IF.

       Rewrite-Backorder-File.
           MOVE RT-Tran-Type    TO Prn-Rcv-Tran-Type.
           MOVE RT-Oil-Number-X TO Prn-Rcv-Oil-Number.
           MOVE RT-Quantity-X   TO Prn-Rcv-Quantity.
           MOVE RT-Lot-Number   TO Prn-Rcv-Lot-Number.
           MOVE RT-Tran-Date    TO Prn-Rcv-Tran-Date.
           WRITE Receipts-Print-Line FROM Receipts-Detail-Line AFTER
           ADVANCING 1 LINE.
