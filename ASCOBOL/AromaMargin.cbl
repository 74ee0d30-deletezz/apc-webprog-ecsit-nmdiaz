      ******************************************************************
      * Author:
      * Date:
      * Purpose: Gross-margin report.  Reads the period's sorted
      *          sales lines on SORTSALE.DAT after the sales run and
      *          prints MARGIN.RPT broken out by oil, by customer and
      *          by rep code: revenue at the OILCOST.DAT price in
      *          effect on the sale date, cost at the oil's
      *          OILSTOCK.DAT weighted-average cost, and the gross
      *          margin amount and percent.  Credit memos reverse
      *          both revenue and cost.  Cost is worked line by line
      *          exactly as AROMAGL values its cost-of-sales entry,
      *          so the report total and the ledger agree.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026-10-15  NMD  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AROMAMGN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Run-Control-File ASSIGN TO "RUNCTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Aroma-Sorted ASSIGN TO "SORTSALE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Oil-Cost-File ASSIGN TO "OILCOST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Oil-Stock-File ASSIGN TO "OILSTOCK.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Margin-Report ASSIGN TO "MARGIN.RPT"
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

       FD Aroma-Sorted.
           01 Sorted-Rec.
               88 End-Of-Sorted-File       VALUE HIGH-VALUES.
               02  SS-Customer-Id              PIC X(5).
               02  SS-Customer-Name            PIC X(20).
               02  SS-Oil-Id.
                   03 FILLER               PIC X.
                   03 SS-Oil-Number           PIC 99.
               02 SS-Unit-Size             PIC 99.
               02 SS-Units-Sold            PIC 999.
               02 SS-Sale-Date             PIC 9(8).
               02 SS-Tran-Type             PIC X.
                   88 SS-Credit-Memo       VALUE "C".
               02 SS-Branch-Code           PIC X(2).
               02 SS-Rep-Code              PIC X(3).

       FD Oil-Cost-File.
           01 Oil-Cost-Rec.
               88 End-Of-Oil-Cost-File  VALUE HIGH-VALUES.
               02 OCF-Oil-Number        PIC 99.
               02 OCF-Eff-Date          PIC 9(8).
               02 OCF-Oil-Cost          PIC 9(2)V99.

       FD Oil-Stock-File.
           01 Oil-Stock-Rec.
               88 End-Of-Oil-Stock-File VALUE HIGH-VALUES.
               02 OSF-Oil-Number        PIC 99.
               02 OSF-On-Hand           PIC 9(5).
               02 OSF-Reorder-Point     PIC 9(5).
               02 OSF-Avg-Cost          PIC 9(3)V9(4).

       FD Margin-Report.
           01 Margin-Print-Line           PIC X(80).

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
       01  Run-Log-Work-Fields.
           02  Log-Time-Work.
               03  LTW-HHMMSS          PIC 9(6).
               03  FILLER              PIC 99.

       01  Oil-Price-Count             PIC 9(3) VALUE ZEROS.

      *    One row per oil number and effective-from date, matching
      *    the summary report job's pricing of each sale.
       01  Oil-Price-Table.
           02  Oil-Price-Entry OCCURS 1 TO 500 TIMES
                       DEPENDING ON Oil-Price-Count.
               03 OP-Oil-Number        PIC 99.
               03 OP-Eff-Date          PIC 9(8).
               03 OP-Oil-Cost          PIC 99V99.

       01  Price-Lookup-Fields.
           02  Price-Sub               PIC 9(3).
           02  Best-Eff-Date           PIC 9(8).
           02  Earliest-Eff-Date       PIC 9(8).
           02  Earliest-Oil-Cost       PIC 99V99.
           02  Sale-Oil-Cost           PIC 99V99.

       01  Avg-Cost-Table.
           02  Avg-Cost-Entry OCCURS 30 TIMES.
               03  AC-Avg-Cost         PIC 9(3)V9(4) VALUE ZEROS.

       01  Line-Work-Fields.
           02  Sale-Qty-Sold           PIC 99999.
           02  Line-Revenue            PIC S9(7)V99.
           02  Line-Cost               PIC S9(7)V99.
           02  Value-Of-Sale           PIC 999999V99.
           02  Sales-Read-Count        PIC 9(7) VALUE ZEROS.

       01  Oil-Margin-Table.
           02  Oil-Margin-Entry OCCURS 30 TIMES.
               03  OM-Revenue          PIC S9(9)V99 VALUE ZEROS.
               03  OM-Cost             PIC S9(9)V99 VALUE ZEROS.
               03  OM-Sold-Flag        PIC X        VALUE SPACE.
                   88 OM-Sold          VALUE "Y".

      *    SORTSALE.DAT is in customer-name order, so a customer's
      *    lines arrive together and a new row starts whenever the
      *    customer id changes.
       01  Cust-Margin-Count           PIC 9(4) VALUE ZEROS.

       01  Cust-Margin-Table.
           02  Cust-Margin-Entry OCCURS 1 TO 2000 TIMES
                       DEPENDING ON Cust-Margin-Count.
               03 CMG-Customer-Id      PIC X(5).
               03 CMG-Customer-Name    PIC X(20).
               03 CMG-Revenue          PIC S9(9)V99.
               03 CMG-Cost             PIC S9(9)V99.

       01  Rep-Margin-Count            PIC 9(3) VALUE ZEROS.

       01  Rep-Margin-Table.
           02  Rep-Margin-Entry OCCURS 1 TO 200 TIMES
                       DEPENDING ON Rep-Margin-Count
                       INDEXED BY Rep-Margin-Idx.
               03 RMG-Rep-Code         PIC X(3).
               03 RMG-Revenue          PIC S9(9)V99.
               03 RMG-Cost             PIC S9(9)V99.

       01  Margin-Totals.
           02  Total-Revenue           PIC S9(9)V99 VALUE ZEROS.
           02  Total-Cost              PIC S9(9)V99 VALUE ZEROS.

       01  Margin-Calc-Fields.
           02  Calc-Revenue            PIC S9(9)V99.
           02  Calc-Cost               PIC S9(9)V99.
           02  Calc-Margin             PIC S9(9)V99.
           02  Calc-Margin-Pct         PIC S9(5)V9.
           02  Margin-Sub              PIC 9(4).

       01  Margin-Main-Title           PIC X(44)
            VALUE "          AROMAMORA GROSS MARGIN REPORT".

       01  Margin-Title-Underline.
           02  FILLER                  PIC X(13) VALUE SPACES.
           02  FILLER                  PIC X(32) VALUE ALL "-".

       01  Report-Date-Line.
           02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           02  Prn-Run-Date            PIC X(10).
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(8)  VALUE "PERIOD: ".
           02  Prn-Run-Period          PIC X(7).

       01  Oil-Section-Heading         PIC X(20)
            VALUE "MARGIN BY OIL".

       01  Cust-Section-Heading        PIC X(20)
            VALUE "MARGIN BY CUSTOMER".

       01  Rep-Section-Heading         PIC X(20)
            VALUE "MARGIN BY REP".

       01  Margin-Subtitles.
           02  Prn-Sub-Key-Title       PIC X(27).
           02  FILLER                  PIC X(13) VALUE
           "      REVENUE".
           02  FILLER                  PIC X(13) VALUE
           "         COST".
           02  FILLER                  PIC X(13) VALUE
           "       MARGIN".
           02  FILLER                  PIC X(9)  VALUE
           " MARGIN %".

       01  Margin-Detail-Line.
           02  Prn-Mgn-Key             PIC X(27).
           02  Prn-Mgn-Revenue         PIC Z,ZZZ,ZZ9.99-.
           02  Prn-Mgn-Cost            PIC Z,ZZZ,ZZ9.99-.
           02  Prn-Mgn-Margin          PIC Z,ZZZ,ZZ9.99-.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Mgn-Pct             PIC ----9.9.

       01  Oil-Key-Fields.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Key-Oil-Number      PIC Z9.
           02  FILLER                  PIC X(23) VALUE SPACES.

       01  Cust-Key-Fields.
           02  Prn-Key-Customer-Id     PIC X(5).
           02  FILLER                  PIC X     VALUE SPACE.
           02  Prn-Key-Customer-Name   PIC X(20).
           02  FILLER                  PIC X     VALUE SPACE.

       01  Rep-Key-Fields.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Key-Rep-Code        PIC X(3).
           02  FILLER                  PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       Produce-Margin-Report.
           PERFORM Load-Run-Control.
           MOVE "S" TO RL-Status.
           MOVE ZEROS TO RL-Records-Read, RL-Records-Rejected,
                         RL-Key-Total.
           PERFORM Write-Run-Log-Record.
           PERFORM Load-Oil-Cost-Table.
           PERFORM Load-Avg-Cost-Table.

           OPEN INPUT Aroma-Sorted.
           READ Aroma-Sorted
               AT END SET End-Of-Sorted-File TO TRUE
           END-READ.

           PERFORM Margin-One-Sales-Line UNTIL End-Of-Sorted-File.

           CLOSE Aroma-Sorted.

           OPEN OUTPUT Margin-Report.
           WRITE Margin-Print-Line FROM Margin-Main-Title AFTER
           ADVANCING 1 LINE.
           WRITE Margin-Print-Line FROM Margin-Title-Underline AFTER
           ADVANCING 1 LINE.
           WRITE Margin-Print-Line FROM Report-Date-Line AFTER
           ADVANCING 1 LINE.

           WRITE Margin-Print-Line FROM Oil-Section-Heading AFTER
           ADVANCING 2 LINES.
           MOVE "OIL #" TO Prn-Sub-Key-Title.
           WRITE Margin-Print-Line FROM Margin-Subtitles AFTER
           ADVANCING 2 LINES.
           MOVE ZEROS TO Margin-Sub.
           PERFORM Print-One-Oil-Margin UNTIL Margin-Sub = 30.
           PERFORM Print-Margin-Total.

           WRITE Margin-Print-Line FROM Cust-Section-Heading AFTER
           ADVANCING 3 LINES.
           MOVE "CUSTOMER" TO Prn-Sub-Key-Title.
           WRITE Margin-Print-Line FROM Margin-Subtitles AFTER
           ADVANCING 2 LINES.
           MOVE ZEROS TO Margin-Sub.
           PERFORM Print-One-Cust-Margin
               UNTIL Margin-Sub = Cust-Margin-Count.
           PERFORM Print-Margin-Total.

           WRITE Margin-Print-Line FROM Rep-Section-Heading AFTER
           ADVANCING 3 LINES.
           MOVE "REP" TO Prn-Sub-Key-Title.
           WRITE Margin-Print-Line FROM Margin-Subtitles AFTER
           ADVANCING 2 LINES.
           MOVE ZEROS TO Margin-Sub.
           PERFORM Print-One-Rep-Margin
               UNTIL Margin-Sub = Rep-Margin-Count.
           PERFORM Print-Margin-Total.

           CLOSE Margin-Report.

           MOVE "C" TO RL-Status.
           MOVE Sales-Read-Count TO RL-Records-Read.
           MOVE ZEROS            TO RL-Records-Rejected.
           COMPUTE RL-Key-Total = Total-Revenue - Total-Cost.
           PERFORM Write-Run-Log-Record.
           STOP RUN.

       Write-Run-Log-Record.
           MOVE "AROMAMGN" TO RL-Program-Id.
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

       Load-Oil-Cost-Table.
           OPEN INPUT Oil-Cost-File.
           READ Oil-Cost-File
               AT END SET End-Of-Oil-Cost-File TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Oil-Cost-File
               IF OCF-Oil-Number >= 1 AND OCF-Oil-Number <= 30
                  AND Oil-Price-Count < 500
                   ADD 1 TO Oil-Price-Count
                   MOVE OCF-Oil-Number TO
                        OP-Oil-Number(Oil-Price-Count)
                   MOVE OCF-Eff-Date   TO
                        OP-Eff-Date(Oil-Price-Count)
                   MOVE OCF-Oil-Cost   TO
                        OP-Oil-Cost(Oil-Price-Count)
               ELSE
                   DISPLAY "LOAD-OIL-COST-TABLE: OIL NUMBER "
                           OCF-Oil-Number
                           " OUT OF RANGE OR TABLE FULL, ROW SKIPPED"
               END-IF
               READ Oil-Cost-File
                   AT END SET End-Of-Oil-Cost-File TO TRUE
               END-READ
           END-PERFORM.

           CLOSE Oil-Cost-File.

       Load-Avg-Cost-Table.
           OPEN INPUT Oil-Stock-File.
           READ Oil-Stock-File
               AT END SET End-Of-Oil-Stock-File TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Oil-Stock-File
               IF OSF-Oil-Number >= 1 AND OSF-Oil-Number <= 30
                  AND OSF-Avg-Cost NUMERIC
                   MOVE OSF-Avg-Cost TO AC-Avg-Cost(OSF-Oil-Number)
               END-IF
               READ Oil-Stock-File
                   AT END SET End-Of-Oil-Stock-File TO TRUE
               END-READ
           END-PERFORM.

           CLOSE Oil-Stock-File.

      *    Serial best-match scan, matching the summary report job:
      *    the winning row is the latest effective date on or before
      *    the sale date, falling back to the oil's oldest row.
       Find-Oil-Price.
           MOVE ZEROS TO Best-Eff-Date, Sale-Oil-Cost.
           MOVE 99999999 TO Earliest-Eff-Date.
           MOVE ZEROS TO Earliest-Oil-Cost.
           MOVE ZEROS TO Price-Sub.
           PERFORM Check-One-Price-Row UNTIL Price-Sub
                   = Oil-Price-Count.
           IF Best-Eff-Date = ZEROS
              AND Earliest-Eff-Date NOT = 99999999
               MOVE Earliest-Oil-Cost TO Sale-Oil-Cost
           END-IF.

       Check-One-Price-Row.
           ADD 1 TO Price-Sub.
           IF OP-Oil-Number(Price-Sub) = SS-Oil-Number
               IF OP-Eff-Date(Price-Sub) <= SS-Sale-Date
                  AND OP-Eff-Date(Price-Sub) >= Best-Eff-Date
                   MOVE OP-Eff-Date(Price-Sub) TO Best-Eff-Date
                   MOVE OP-Oil-Cost(Price-Sub) TO Sale-Oil-Cost
               END-IF
               IF OP-Eff-Date(Price-Sub) < Earliest-Eff-Date
                   MOVE OP-Eff-Date(Price-Sub) TO Earliest-Eff-Date
                   MOVE OP-Oil-Cost(Price-Sub) TO Earliest-Oil-Cost
               END-IF
           END-IF.

      *    Cost is valued exactly as AROMAGL's Cost-One-Sales-Line
      *    values it: the oil's average cost, rounded per line, or
      *    the price where the oil has no average cost yet.
       Margin-One-Sales-Line.
           ADD 1 TO Sales-Read-Count.
           COMPUTE Sale-Qty-Sold = SS-Unit-Size * SS-Units-Sold.
           PERFORM Find-Oil-Price.
           COMPUTE Line-Revenue = Sale-Qty-Sold * Sale-Oil-Cost.
           IF SS-Oil-Number >= 1 AND SS-Oil-Number <= 30
              AND AC-Avg-Cost(SS-Oil-Number) > ZEROS
               COMPUTE Value-Of-Sale ROUNDED =
                   Sale-Qty-Sold * AC-Avg-Cost(SS-Oil-Number)
           ELSE
               COMPUTE Value-Of-Sale = Sale-Qty-Sold * Sale-Oil-Cost
           END-IF.
           MOVE Value-Of-Sale TO Line-Cost.
           IF SS-Credit-Memo
               COMPUTE Line-Revenue = 0 - Line-Revenue
               COMPUTE Line-Cost    = 0 - Line-Cost
           END-IF.

           ADD Line-Revenue TO Total-Revenue.
           ADD Line-Cost    TO Total-Cost.

           IF SS-Oil-Number >= 1 AND SS-Oil-Number <= 30
               ADD Line-Revenue TO OM-Revenue(SS-Oil-Number)
               ADD Line-Cost    TO OM-Cost(SS-Oil-Number)
               SET OM-Sold(SS-Oil-Number) TO TRUE
           END-IF.

           PERFORM Add-To-Customer-Margin.
           PERFORM Add-To-Rep-Margin.

           READ Aroma-Sorted
               AT END SET End-Of-Sorted-File TO TRUE
           END-READ.

       Add-To-Customer-Margin.
           IF Cust-Margin-Count = ZEROS
              OR CMG-Customer-Id(Cust-Margin-Count)
                 NOT = SS-Customer-Id
               IF Cust-Margin-Count < 2000
                   ADD 1 TO Cust-Margin-Count
                   MOVE SS-Customer-Id   TO
                        CMG-Customer-Id(Cust-Margin-Count)
                   MOVE SS-Customer-Name TO
                        CMG-Customer-Name(Cust-Margin-Count)
                   MOVE ZEROS TO CMG-Revenue(Cust-Margin-Count)
                                 CMG-Cost(Cust-Margin-Count)
               ELSE
                   DISPLAY "ADD-TO-CUSTOMER-MARGIN: CUSTOMER TABLE "
                           "FULL, CUSTOMER " SS-Customer-Id
                           " ADDED TO LAST ROW"
               END-IF
           END-IF.
           ADD Line-Revenue TO CMG-Revenue(Cust-Margin-Count).
           ADD Line-Cost    TO CMG-Cost(Cust-Margin-Count).

       Add-To-Rep-Margin.
           SET Rep-Margin-Idx TO 1.
           SEARCH Rep-Margin-Entry
               AT END
                   IF Rep-Margin-Count < 200
                       ADD 1 TO Rep-Margin-Count
                       MOVE SS-Rep-Code TO
                            RMG-Rep-Code(Rep-Margin-Count)
                       MOVE Line-Revenue TO
                            RMG-Revenue(Rep-Margin-Count)
                       MOVE Line-Cost TO
                            RMG-Cost(Rep-Margin-Count)
                   ELSE
                       DISPLAY "ADD-TO-REP-MARGIN: REP TABLE FULL, "
                               "REP " SS-Rep-Code " NOT REPORTED"
                   END-IF
               WHEN RMG-Rep-Code(Rep-Margin-Idx) = SS-Rep-Code
                   ADD Line-Revenue TO RMG-Revenue(Rep-Margin-Idx)
                   ADD Line-Cost    TO RMG-Cost(Rep-Margin-Idx)
           END-SEARCH.

       Print-One-Oil-Margin.
           ADD 1 TO Margin-Sub.
           IF OM-Sold(Margin-Sub)
               MOVE Margin-Sub          TO Prn-Key-Oil-Number
               MOVE Oil-Key-Fields      TO Prn-Mgn-Key
               MOVE OM-Revenue(Margin-Sub) TO Calc-Revenue
               MOVE OM-Cost(Margin-Sub)    TO Calc-Cost
               PERFORM Print-Margin-Line
           END-IF.

       Print-One-Cust-Margin.
           ADD 1 TO Margin-Sub.
           MOVE CMG-Customer-Id(Margin-Sub)   TO Prn-Key-Customer-Id.
           MOVE CMG-Customer-Name(Margin-Sub) TO
                Prn-Key-Customer-Name.
           MOVE Cust-Key-Fields               TO Prn-Mgn-Key.
           MOVE CMG-Revenue(Margin-Sub)       TO Calc-Revenue.
           MOVE CMG-Cost(Margin-Sub)          TO Calc-Cost.
           PERFORM Print-Margin-Line.

       Print-One-Rep-Margin.
           ADD 1 TO Margin-Sub.
           MOVE RMG-Rep-Code(Margin-Sub) TO Prn-Key-Rep-Code.
           MOVE Rep-Key-Fields           TO Prn-Mgn-Key.
           MOVE RMG-Revenue(Margin-Sub)  TO Calc-Revenue.
           MOVE RMG-Cost(Margin-Sub)     TO Calc-Cost.
           PERFORM Print-Margin-Line.

       Print-Margin-Total.
           MOVE "TOTAL"       TO Prn-Mgn-Key.
           MOVE Total-Revenue TO Calc-Revenue.
           MOVE Total-Cost    TO Calc-Cost.
           PERFORM Format-Margin-Line.
           WRITE Margin-Print-Line FROM Margin-Detail-Line AFTER
           ADVANCING 2 LINES.

       Print-Margin-Line.
           PERFORM Format-Margin-Line.
           WRITE Margin-Print-Line FROM Margin-Detail-Line AFTER
           ADVANCING 1 LINE.

      *    Percent is of revenue; no revenue prints a zero percent.
       Format-Margin-Line.
           COMPUTE Calc-Margin = Calc-Revenue - Calc-Cost.
           IF Calc-Revenue = ZEROS
               MOVE ZEROS TO Calc-Margin-Pct
           ELSE
               COMPUTE Calc-Margin-Pct ROUNDED =
                   Calc-Margin * 100 / Calc-Revenue
                   ON SIZE ERROR
                       MOVE ZEROS TO Calc-Margin-Pct
               END-COMPUTE
           END-IF.
           MOVE Calc-Revenue    TO Prn-Mgn-Revenue.
           MOVE Calc-Cost       TO Prn-Mgn-Cost.
           MOVE Calc-Margin     TO Prn-Mgn-Margin.
           MOVE Calc-Margin-Pct TO Prn-Mgn-Pct.
