      ******************************************************************
      * Author:
      * Date:
      * Purpose: Oil demand forecast.  Reads the OILDEMAND.DAT
      *          24-month history of net units per oil that the
      *          month-end close writes, and prints OILFCST.RPT
      *          showing, for each oil, the units of the last twelve
      *          closed periods, the same month last year, the
      *          year-on-year trend and a projected demand for the
      *          next three months.  The projection takes the same
      *          three months of last year and scales them by the
      *          trend, so seasonal oils are forecast from their own
      *          peaks rather than from the current run's rate.  An
      *          oil with under two years of history is projected at
      *          its last three months.  The projection is spread
      *          over the supplier's lead time (SUPPLIER.DAT via
      *          OILSUPP.DAT) and the oil is flagged short when that
      *          demand exceeds its OILSTOCK.DAT on-hand plus the
      *          units already on order on POEXTRACT.DAT, so buyers
      *          see a seasonal peak coming before BUYERS.RPT reacts.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026-10-15  NMD  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AROMAFCST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Run-Control-File ASSIGN TO "RUNCTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Oil-Demand-File ASSIGN TO "OILDEMAND.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Oil-Stock-File ASSIGN TO "OILSTOCK.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Supplier-File ASSIGN TO "SUPPLIER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Oil-Supplier-File ASSIGN TO "OILSUPP.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Po-Extract-File ASSIGN TO "POEXTRACT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Forecast-Report ASSIGN TO "OILFCST.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Run-Log-File ASSIGN TO "RUNLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Run-Control-File.
           01 Run-Control-Rec.
               02 RC-Run-Date           PIC X(10).
               02 RC-Period             PIC X(7).
               02 RC-Close-Flag         PIC X.

       FD Oil-Demand-File.
           01 Oil-Demand-Rec.
               88 End-Of-Oil-Demand     VALUE HIGH-VALUES.
               02 OD-Period             PIC X(7).
               02 OD-Oil-Number         PIC 99.
               02 OD-Net-Units          PIC S9(7).

       FD Oil-Stock-File.
           01 Oil-Stock-Rec.
               88 End-Of-Oil-Stock-File VALUE HIGH-VALUES.
               02 OSF-Oil-Number        PIC 99.
               02 OSF-On-Hand           PIC 9(5).
               02 OSF-Reorder-Point     PIC 9(5).
               02 OSF-Avg-Cost          PIC 9(3)V9(4).

       FD Supplier-File.
           01 Supplier-Rec.
               88 End-Of-Supplier-File  VALUE HIGH-VALUES.
               02 SUP-Supplier-Code     PIC X(3).
               02 SUP-Supplier-Name     PIC X(20).
               02 SUP-Lead-Days         PIC 9(3).
               02 SUP-Minimum-Order     PIC 9(5).

       FD Oil-Supplier-File.
           01 Oil-Supplier-Rec.
               88 End-Of-Oil-Supplier   VALUE HIGH-VALUES.
               02 OSP-Oil-Number        PIC 99.
               02 OSP-Supplier-Code     PIC X(3).
               02 OSP-Order-Qty         PIC 9(5).

       FD Po-Extract-File.
           01 Po-Extract-Rec.
               88 End-Of-Po-Extract     VALUE HIGH-VALUES.
               02 PO-Supplier-Code      PIC X(3).
               02 PO-Oil-Number         PIC 99.
               02 PO-Order-Qty          PIC 9(5).
               02 PO-Run-Date           PIC X(10).

       FD Forecast-Report.
           01 Forecast-Print-Line         PIC X(80).

       FD Run-Log-File.
           01 Run-Log-Rec.
               02 RL-Program-Id         PIC X(18).
               02 RL-Run-Date           PIC 9(8).
               02 RL-Run-Time           PIC 9(6).
               02 RL-Status             PIC X.
               02 RL-Records-Read       PIC 9(7).
               02 RL-Records-Rejected   PIC 9(7).
               02 RL-Key-Total          PIC S9(9)V99.

       WORKING-STORAGE SECTION.
      *    Net units per oil for the twenty-four periods ending with
      *    the latest closed period on OILDEMAND.DAT; slot 24 is that
      *    period and slot 12 the same month a year earlier.  A
      *    period with no row for the oil stays at zero.
       01  Oil-Demand-Table.
           02  Oil-Demand-Entry OCCURS 30 TIMES.
               03  DM-History-Flag     PIC X       VALUE SPACE.
                   88 DM-On-History    VALUE "Y".
               03  DM-Units            PIC S9(7)   VALUE ZEROS
                                       OCCURS 24 TIMES.

       01  Stock-Table.
           02  Stock-Entry OCCURS 30 TIMES.
               03  ST-On-Hand          PIC 9(5)    VALUE ZEROS.
               03  ST-On-File-Flag     PIC X       VALUE SPACE.
                   88 ST-On-File       VALUE "Y".

       01  Supplier-Count               PIC 99 VALUE ZEROS.

       01  Supplier-Table.
           02  Supplier-Entry OCCURS 1 TO 50 TIMES
                       DEPENDING ON Supplier-Count
                       INDEXED BY Supplier-Idx.
               03 SP-Supplier-Code     PIC X(3).
               03 SP-Supplier-Name     PIC X(20).
               03 SP-Lead-Days         PIC 9(3).

       01  Oil-Supp-Table.
           02  Oil-Supp-Entry OCCURS 30 TIMES.
               03  OT-Supplier-Code    PIC X(3)    VALUE SPACES.

      *    Units already on order per oil - the order quantities on
      *    the POEXTRACT.DAT extract last cut by the sales run's
      *    purchasing step.
       01  On-Order-Table.
           02  On-Order-Entry OCCURS 30 TIMES.
               03  OO-Order-Qty        PIC 9(7)    VALUE ZEROS.

       01  Forecast-Main-Title         PIC X(44)
            VALUE "          AROMAMORA OIL DEMAND FORECAST".

       01  Forecast-Title-Underline.
           02  FILLER                  PIC X(13) VALUE SPACES.
           02  FILLER                  PIC X(32) VALUE ALL "-".

       01  Report-Date-Line.
           02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           02  Prn-Run-Date            PIC X(10).
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(8)  VALUE "PERIOD: ".
           02  Prn-Run-Period          PIC X(7).

       01  Forecast-History-Line.
           02  FILLER                  PIC X(20) VALUE
           "LAST CLOSED PERIOD: ".
           02  Prn-Last-Period         PIC X(7).
           02  FILLER                  PIC X(26) VALUE
           "   NEXT 3 MONTHS FROM YEAR".
           02  FILLER                  PIC X(22) VALUE
           " AGO SCALED BY TREND".

       01  Forecast-Month-Headings.
           02  FILLER                  PIC X(6)  VALUE "OIL # ".
           02  Prn-Month-Heading       PIC X(6)  OCCURS 12 TIMES.

       01  Month-Heading-Work.
           02  FILLER                  PIC X     VALUE SPACE.
           02  MH-Month                PIC 99.
           02  FILLER                  PIC X     VALUE "/".
           02  MH-Year                 PIC 99.

       01  Forecast-Units-Line.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Fc-Oil-Number       PIC Z9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Fc-Units            PIC -----9 OCCURS 12 TIMES.

       01  Forecast-Trend-Line.
           02  FILLER                  PIC X(6)  VALUE SPACES.
           02  FILLER                  PIC X(8)  VALUE "YR AGO: ".
           02  Prn-Fc-Year-Ago         PIC ZZZZZ9-.
           02  FILLER                  PIC X(9)  VALUE "  TREND: ".
           02  Prn-Fc-Trend            PIC X(6).
           02  FILLER                  PIC X(11) VALUE "  NEXT 3M: ".
           02  Prn-Fc-Projected        PIC ZZZ,ZZ9.

       01  Trend-Edit-Work.
           02  TE-Trend-Pct            PIC ++++9.
           02  FILLER                  PIC X     VALUE "%".

       01  Forecast-Supply-Line.
           02  FILLER                  PIC X(6)  VALUE SPACES.
           02  FILLER                  PIC X(9)  VALUE "ON HAND: ".
           02  Prn-Fc-On-Hand          PIC ZZ,ZZ9.
           02  FILLER                  PIC X(12) VALUE "  ON ORDER: ".
           02  Prn-Fc-On-Order         PIC ZZ,ZZ9.
           02  FILLER                  PIC X(7)  VALUE "  LEAD ".
           02  Prn-Fc-Lead-Days        PIC ZZ9.
           02  FILLER                  PIC X(3)  VALUE "D: ".
           02  Prn-Fc-Lead-Demand      PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Fc-Flag             PIC X(11).

       01  Forecast-Oil-Count-Line.
           02  FILLER                  PIC X(19) VALUE
           "OILS FORECAST     :".
           02  Prn-Oils-Forecast       PIC BBBBBZZ,ZZ9.

       01  Forecast-Short-Count-Line.
           02  FILLER                  PIC X(19) VALUE
           "OILS FLAGGED SHORT:".
           02  Prn-Oils-Short          PIC BBBBBZZ,ZZ9.

       01  Forecast-Work-Fields.
           02  Oil-Sub                 PIC 99.
           02  Month-Sub               PIC 99.
           02  Demand-Rows-Read        PIC 9(7) VALUE ZEROS.
           02  Demand-Rows-Rejected    PIC 9(7) VALUE ZEROS.
           02  Oils-Forecast-Count     PIC 9(5) VALUE ZEROS.
           02  Oils-Short-Count        PIC 9(5) VALUE ZEROS.
           02  Recent-12-Units         PIC S9(8).
           02  Prior-12-Units          PIC S9(8).
           02  Year-Ago-Next-3-Units   PIC S9(8).
           02  Last-3-Units            PIC S9(8).
           02  Trend-Pct               PIC S9(4).
           02  Projected-Demand        PIC S9(8).
           02  Lead-Days               PIC 9(3).
           02  Lead-Demand             PIC 9(8).
           02  Available-Units         PIC 9(8).
           02  Total-Projected         PIC S9(9) VALUE ZEROS.
           02  Supplier-Found-Flag     PIC X.
               88 Supplier-Found       VALUE "Y".

      *    Periods are worked as a running month number (year times
      *    twelve plus month less one) so the twenty-four slots can
      *    step back across a year end.
       01  Period-Work-Fields.
           02  Latest-Period           PIC X(7) VALUE SPACES.
           02  Anchor-Period.
               03 AP-Year              PIC 9(4).
               03 FILLER               PIC X.
               03 AP-Month             PIC 99.
           02  Row-Period.
               03 RW-Year              PIC 9(4).
               03 FILLER               PIC X.
               03 RW-Month             PIC 99.
           02  Slot-Period.
               03 SL-Year              PIC 9(4).
               03 FILLER               PIC X    VALUE "-".
               03 SL-Month             PIC 99.
           02  Anchor-Month-Number     PIC 9(6).
           02  Slot-Month-Number       PIC 9(6).
           02  Slot-Month-Rem          PIC 99.
           02  History-Slot            PIC S9(7).

       01  Run-Log-Work-Fields.
           02  Log-Time-Work.
               03  LTW-HHMMSS          PIC 9(6).
               03  FILLER              PIC 99.

       PROCEDURE DIVISION.
       Produce-Demand-Forecast.
           PERFORM Load-Run-Control.
           MOVE "S" TO RL-Status.
           MOVE ZEROS TO RL-Records-Read, RL-Records-Rejected,
                         RL-Key-Total.
           PERFORM Write-Run-Log-Record.
           PERFORM Find-Latest-Demand-Period.
           PERFORM Build-Month-Headings.
           PERFORM Load-Demand-History.
           PERFORM Load-Stock-Table.
           PERFORM Load-Supplier-Table.
           PERFORM Load-Oil-Supplier-Table.
           PERFORM Load-Open-Orders.

           OPEN OUTPUT Forecast-Report.
           WRITE Forecast-Print-Line FROM Forecast-Main-Title AFTER
           ADVANCING 1 LINE.
           WRITE Forecast-Print-Line FROM Forecast-Title-Underline
           AFTER ADVANCING 1 LINE.
           WRITE Forecast-Print-Line FROM Report-Date-Line AFTER
           ADVANCING 1 LINE.
           MOVE Anchor-Period TO Prn-Last-Period.
           WRITE Forecast-Print-Line FROM Forecast-History-Line AFTER
           ADVANCING 1 LINE.
           WRITE Forecast-Print-Line FROM Forecast-Month-Headings
           AFTER ADVANCING 2 LINES.

           MOVE ZEROS TO Oil-Sub.
           PERFORM Forecast-One-Oil UNTIL Oil-Sub = 30.

           MOVE Oils-Forecast-Count TO Prn-Oils-Forecast.
           WRITE Forecast-Print-Line FROM Forecast-Oil-Count-Line
           AFTER ADVANCING 3 LINES.
           MOVE Oils-Short-Count TO Prn-Oils-Short.
           WRITE Forecast-Print-Line FROM Forecast-Short-Count-Line
           AFTER ADVANCING 1 LINE.

           CLOSE Forecast-Report.

           MOVE "C" TO RL-Status.
           MOVE Demand-Rows-Read     TO RL-Records-Read.
           MOVE Demand-Rows-Rejected TO RL-Records-Rejected.
           MOVE Total-Projected      TO RL-Key-Total.
           PERFORM Write-Run-Log-Record.
           STOP RUN.

       Write-Run-Log-Record.
           MOVE "AROMAFCST" TO RL-Program-Id.
           ACCEPT RL-Run-Date FROM DATE YYYYMMDD.
           ACCEPT Log-Time-Work FROM TIME.
           MOVE LTW-HHMMSS TO RL-Run-Time.
           OPEN EXTEND Run-Log-File.
           WRITE Run-Log-Rec.
           CLOSE Run-Log-File.

       Load-Run-Control.
           OPEN INPUT Run-Control-File.
           READ Run-Control-File
               AT END
                   DISPLAY "LOAD-RUN-CONTROL: RUNCTL.DAT IS EMPTY"
                   MOVE SPACES TO Run-Control-Rec
           END-READ.
           CLOSE Run-Control-File.
           MOVE RC-Run-Date TO Prn-Run-Date.
           MOVE RC-Period   TO Prn-Run-Period.

      *    The forecast hangs off the latest period the close has
      *    rolled in, so a mid-month run is not dragged down by a
      *    period that has not closed yet.  With no history at all
      *    the run's own period is used and every oil shows zero.
       Find-Latest-Demand-Period.
           OPEN INPUT Oil-Demand-File.
           READ Oil-Demand-File
               AT END SET End-Of-Oil-Demand TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Oil-Demand
               IF OD-Period > Latest-Period
                   MOVE OD-Period TO Row-Period
                   IF RW-Year NUMERIC AND RW-Month NUMERIC
                      AND RW-Month >= 1 AND RW-Month <= 12
                       MOVE OD-Period TO Latest-Period
                   END-IF
               END-IF
               READ Oil-Demand-File
                   AT END SET End-Of-Oil-Demand TO TRUE
               END-READ
           END-PERFORM.

           CLOSE Oil-Demand-File.

           IF Latest-Period = SPACES
               DISPLAY "FIND-LATEST-DEMAND-PERIOD: OILDEMAND.DAT HAS "
                       "NO HISTORY, FORECASTING FROM PERIOD "
                       RC-Period
               MOVE RC-Period TO Latest-Period
           END-IF.
           MOVE Latest-Period TO Anchor-Period.
           COMPUTE Anchor-Month-Number = AP-Year * 12 + AP-Month - 1.

      *    The report shows the twelve periods in slots 13 to 24.
       Build-Month-Headings.
           PERFORM Build-One-Month-Heading
               VARYING Month-Sub FROM 13 BY 1 UNTIL Month-Sub > 24.

       Build-One-Month-Heading.
           COMPUTE Slot-Month-Number = Anchor-Month-Number - 24
               + Month-Sub.
           DIVIDE Slot-Month-Number BY 12 GIVING SL-Year
               REMAINDER Slot-Month-Rem.
           COMPUTE SL-Month = Slot-Month-Rem + 1.
           MOVE SL-Month TO MH-Month.
           MOVE SL-Year  TO MH-Year.
           MOVE Month-Heading-Work TO Prn-Month-Heading(Month-Sub - 12).

      *    Rows older than the twenty-four periods are passed over;
      *    a row with a bad oil number or period is counted as
      *    rejected.
       Load-Demand-History.
           OPEN INPUT Oil-Demand-File.
           READ Oil-Demand-File
               AT END SET End-Of-Oil-Demand TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Oil-Demand
               ADD 1 TO Demand-Rows-Read
               MOVE OD-Period TO Row-Period
               IF OD-Oil-Number >= 1 AND OD-Oil-Number <= 30
                  AND RW-Year NUMERIC AND RW-Month NUMERIC
                  AND RW-Month >= 1 AND RW-Month <= 12
                  AND OD-Net-Units NUMERIC
                   COMPUTE History-Slot = RW-Year * 12 + RW-Month - 1
                       - Anchor-Month-Number + 24
                   IF History-Slot >= 1 AND History-Slot <= 24
                       ADD OD-Net-Units TO
                           DM-Units(OD-Oil-Number, History-Slot)
                       SET DM-On-History(OD-Oil-Number) TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO Demand-Rows-Rejected
                   DISPLAY "LOAD-DEMAND-HISTORY: OIL " OD-Oil-Number
                           " PERIOD " OD-Period
                           " NOT VALID, ROW SKIPPED"
               END-IF
               READ Oil-Demand-File
                   AT END SET End-Of-Oil-Demand TO TRUE
               END-READ
           END-PERFORM.

           CLOSE Oil-Demand-File.

       Load-Stock-Table.
           OPEN INPUT Oil-Stock-File.
           READ Oil-Stock-File
               AT END SET End-Of-Oil-Stock-File TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Oil-Stock-File
               IF OSF-Oil-Number >= 1 AND OSF-Oil-Number <= 30
                   MOVE OSF-On-Hand TO ST-On-Hand(OSF-Oil-Number)
                   SET ST-On-File(OSF-Oil-Number) TO TRUE
               ELSE
                   DISPLAY "LOAD-STOCK-TABLE: OIL NUMBER "
                           OSF-Oil-Number
                           " OUT OF RANGE, ROW SKIPPED"
               END-IF
               READ Oil-Stock-File
                   AT END SET End-Of-Oil-Stock-File TO TRUE
               END-READ
           END-PERFORM.

           CLOSE Oil-Stock-File.

       Load-Supplier-Table.
           MOVE ZEROS TO Supplier-Count.
           OPEN INPUT Supplier-File.
           READ Supplier-File
               AT END SET End-Of-Supplier-File TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Supplier-File
               IF Supplier-Count < 50
                   ADD 1 TO Supplier-Count
                   MOVE SUP-Supplier-Code TO
                        SP-Supplier-Code(Supplier-Count)
                   MOVE SUP-Supplier-Name TO
                        SP-Supplier-Name(Supplier-Count)
                   MOVE SUP-Lead-Days TO
                        SP-Lead-Days(Supplier-Count)
               ELSE
                   DISPLAY "LOAD-SUPPLIER-TABLE: TABLE FULL, "
                           "SUPPLIER " SUP-Supplier-Code " SKIPPED"
               END-IF
               READ Supplier-File
                   AT END SET End-Of-Supplier-File TO TRUE
               END-READ
           END-PERFORM.

           CLOSE Supplier-File.

       Load-Oil-Supplier-Table.
           OPEN INPUT Oil-Supplier-File.
           READ Oil-Supplier-File
               AT END SET End-Of-Oil-Supplier TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Oil-Supplier
               IF OSP-Oil-Number >= 1 AND OSP-Oil-Number <= 30
                   MOVE OSP-Supplier-Code TO
                        OT-Supplier-Code(OSP-Oil-Number)
               ELSE
                   DISPLAY "LOAD-OIL-SUPPLIER-TABLE: OIL NUMBER "
                           OSP-Oil-Number
                           " OUT OF RANGE, ROW SKIPPED"
               END-IF
               READ Oil-Supplier-File
                   AT END SET End-Of-Oil-Supplier TO TRUE
               END-READ
           END-PERFORM.

           CLOSE Oil-Supplier-File.

       Load-Open-Orders.
           OPEN INPUT Po-Extract-File.
           READ Po-Extract-File
               AT END SET End-Of-Po-Extract TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Po-Extract
               IF PO-Oil-Number >= 1 AND PO-Oil-Number <= 30
                   ADD PO-Order-Qty TO OO-Order-Qty(PO-Oil-Number)
               END-IF
               READ Po-Extract-File
                   AT END SET End-Of-Po-Extract TO TRUE
               END-READ
           END-PERFORM.

           CLOSE Po-Extract-File.

      *    An oil is forecast when it has demand history or is on
      *    OILSTOCK.DAT.  With a prior year on file, the trend is the
      *    last twelve periods against the twelve before, and the
      *    projection is the next three months of last year scaled
      *    by that ratio.  Without one, the last three periods stand
      *    in for the next three.  Demand over the lead time is the
      *    projection pro-rated on 90 days to the three months, the
      *    same 30/360 count ARAGE uses; an oil with no supplier is
      *    measured over the full three months.
       Forecast-One-Oil.
           ADD 1 TO Oil-Sub.
           IF DM-On-History(Oil-Sub) OR ST-On-File(Oil-Sub)
               MOVE ZEROS TO Recent-12-Units, Prior-12-Units
               PERFORM Sum-One-Month
                   VARYING Month-Sub FROM 1 BY 1 UNTIL Month-Sub > 24
               COMPUTE Year-Ago-Next-3-Units = DM-Units(Oil-Sub, 13)
                   + DM-Units(Oil-Sub, 14) + DM-Units(Oil-Sub, 15)
               COMPUTE Last-3-Units = DM-Units(Oil-Sub, 22)
                   + DM-Units(Oil-Sub, 23) + DM-Units(Oil-Sub, 24)

               IF Prior-12-Units > ZEROS
                   COMPUTE Trend-Pct ROUNDED =
                       (Recent-12-Units - Prior-12-Units) * 100
                       / Prior-12-Units
                       ON SIZE ERROR MOVE 9999 TO Trend-Pct
                   END-COMPUTE
                   MOVE Trend-Pct TO TE-Trend-Pct
                   MOVE Trend-Edit-Work TO Prn-Fc-Trend
                   COMPUTE Projected-Demand ROUNDED =
                       Year-Ago-Next-3-Units * Recent-12-Units
                       / Prior-12-Units
               ELSE
                   MOVE "  N/A" TO Prn-Fc-Trend
                   MOVE Last-3-Units TO Projected-Demand
               END-IF
               IF Projected-Demand < ZEROS
                   MOVE ZEROS TO Projected-Demand
               END-IF

               PERFORM Find-Oil-Lead-Days
               COMPUTE Lead-Demand ROUNDED =
                   Projected-Demand * Lead-Days / 90
               COMPUTE Available-Units = ST-On-Hand(Oil-Sub)
                   + OO-Order-Qty(Oil-Sub)

               MOVE Oil-Sub TO Prn-Fc-Oil-Number
               PERFORM Move-One-Month-Units
                   VARYING Month-Sub FROM 13 BY 1
                   UNTIL Month-Sub > 24
               WRITE Forecast-Print-Line FROM Forecast-Units-Line
               AFTER ADVANCING 2 LINES

               MOVE DM-Units(Oil-Sub, 12) TO Prn-Fc-Year-Ago
               MOVE Projected-Demand      TO Prn-Fc-Projected
               WRITE Forecast-Print-Line FROM Forecast-Trend-Line
               AFTER ADVANCING 1 LINE

               MOVE ST-On-Hand(Oil-Sub)   TO Prn-Fc-On-Hand
               MOVE OO-Order-Qty(Oil-Sub) TO Prn-Fc-On-Order
               MOVE Lead-Days             TO Prn-Fc-Lead-Days
               MOVE Lead-Demand           TO Prn-Fc-Lead-Demand
               EVALUATE TRUE
                   WHEN Lead-Demand > Available-Units
                       MOVE "** SHORT **" TO Prn-Fc-Flag
                       ADD 1 TO Oils-Short-Count
                   WHEN NOT Supplier-Found
                       MOVE "NO SUPPLIER" TO Prn-Fc-Flag
                   WHEN OTHER
                       MOVE SPACES        TO Prn-Fc-Flag
               END-EVALUATE
               WRITE Forecast-Print-Line FROM Forecast-Supply-Line
               AFTER ADVANCING 1 LINE

               ADD 1 TO Oils-Forecast-Count
               ADD Projected-Demand TO Total-Projected
           END-IF.

       Sum-One-Month.
           IF Month-Sub > 12
               ADD DM-Units(Oil-Sub, Month-Sub) TO Recent-12-Units
           ELSE
               ADD DM-Units(Oil-Sub, Month-Sub) TO Prior-12-Units
           END-IF.

       Move-One-Month-Units.
           MOVE DM-Units(Oil-Sub, Month-Sub)
                TO Prn-Fc-Units(Month-Sub - 12).

       Find-Oil-Lead-Days.
           MOVE "N" TO Supplier-Found-Flag.
           MOVE 90 TO Lead-Days.
           IF OT-Supplier-Code(Oil-Sub) NOT = SPACES
               SET Supplier-Idx TO 1
               SEARCH Supplier-Entry
                   AT END
                       DISPLAY "FIND-OIL-LEAD-DAYS: SUPPLIER "
                               OT-Supplier-Code(Oil-Sub)
                               " FOR OIL " Oil-Sub
                               " NOT ON SUPPLIER.DAT"
                   WHEN SP-Supplier-Code(Supplier-Idx)
                           = OT-Supplier-Code(Oil-Sub)
                       SET Supplier-Found TO TRUE
                       MOVE SP-Lead-Days(Supplier-Idx) TO Lead-Days
               END-SEARCH
           END-IF.
