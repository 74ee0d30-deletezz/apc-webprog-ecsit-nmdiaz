      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly cross-file integrity audit.  Proves that the
      *          files which point at each other still agree:
      *            - CM-Curr-Balance on CUSTMAST.IDX equals the sum
      *              of the customer's AR-Open-Amount on ARMAST.IDX;
      *            - every CM-Rep-Code is on REPS.DAT;
      *            - every ARMAST.IDX and BACKORD.DAT customer is
      *              still on the customer master;
      *            - every oil on OILSTOCK.DAT has an OILCOST.DAT
      *              price row;
      *            - every OILSUPP.DAT supplier is on SUPPLIER.DAT;
      *            - every BO-Branch-Code is on BRANCH.DAT.
      *          Findings list on INTEGRITY.RPT.  Each balance
      *          difference also writes a BALCORR.DAT correction
      *          record (customer, master balance, open-item total,
      *          correction) for the credit desk to review and key.
      *          Any finding ends the run with RETURN-CODE 8 and an
      *          "E" completion on RUNLOG.DAT, so the run-sequence
      *          gate holds the ledger hand-off until it is cleared.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026-10-15  NMD  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AROMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Run-Control-File ASSIGN TO "RUNCTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Customer-Master ASSIGN TO "CUSTMAST.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CM-Customer-Id.

       SELECT Ar-Open-Item-File ASSIGN TO "ARMAST.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS AR-Open-Key.

       SELECT Reps-File ASSIGN TO "REPS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Oil-Stock-File ASSIGN TO "OILSTOCK.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Oil-Cost-File ASSIGN TO "OILCOST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Supplier-File ASSIGN TO "SUPPLIER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Oil-Supplier-File ASSIGN TO "OILSUPP.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Backorder-File ASSIGN TO "BACKORD.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Branch-Master-File ASSIGN TO "BRANCH.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Integrity-Report ASSIGN TO "INTEGRITY.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Balance-Correction-File ASSIGN TO "BALCORR.DAT"
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

       FD Customer-Master.
           01 Customer-Master-Rec.
               88 End-Of-Customer-Master VALUE HIGH-VALUES.
               02 CM-Customer-Id        PIC X(5).
               02 CM-Customer-Name      PIC X(20).
               02 CM-Rep-Code           PIC X(3).
               02 CM-Credit-Limit       PIC 9(7)V99.
               02 CM-Curr-Balance       PIC S9(7)V99.
               02 CM-Terms-Code         PIC X(2).
               02 CM-Tax-Exempt         PIC X.
               02 CM-Tax-Cert           PIC X(15).

       FD Ar-Open-Item-File.
           01 Ar-Open-Item-Rec.
               88 End-Of-Ar-File        VALUE HIGH-VALUES.
               02 AR-Open-Key.
                   03 AR-Customer-Id    PIC X(5).
                   03 AR-Invoice-No     PIC 9(7).
               02 AR-Customer-Name      PIC X(20).
               02 AR-Invoice-Date       PIC 9(8).
               02 AR-Item-Type          PIC X.
                   88 AR-Open-Credit    VALUE "C".
               02 AR-Original-Amount    PIC S9(7)V99.
               02 AR-Open-Amount        PIC S9(7)V99.
               02 AR-Due-Date           PIC 9(8).
               02 AR-Disc-Date          PIC 9(8).

       FD Reps-File.
           01 Reps-Rec.
               88 End-Of-Reps-File      VALUE HIGH-VALUES.
               02 RF-Rep-Code           PIC X(3).
               02 RF-Rep-Name           PIC X(20).
               02 RF-Commission-Rate    PIC V999.

       FD Oil-Stock-File.
           01 Oil-Stock-Rec.
               88 End-Of-Oil-Stock-File VALUE HIGH-VALUES.
               02 OSF-Oil-Number        PIC 99.
               02 OSF-On-Hand           PIC 9(5).
               02 OSF-Reorder-Point     PIC 9(5).
               02 OSF-Avg-Cost          PIC 9(3)V9(4).

       FD Oil-Cost-File.
           01 Oil-Cost-Rec.
               88 End-Of-Oil-Cost-File  VALUE HIGH-VALUES.
               02 OCF-Oil-Number        PIC 99.
               02 OCF-Eff-Date          PIC 9(8).
               02 OCF-Oil-Cost          PIC 9(2)V99.

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

       FD Backorder-File.
           01 Backorder-Rec.
               88 End-Of-Backorder-File VALUE HIGH-VALUES.
               02 BO-Customer-Id        PIC X(5).
               02 BO-Oil-Number         PIC 99.
               02 BO-Qty-Short          PIC 9(5).
               02 BO-Sale-Date          PIC 9(8).
               02 BO-Branch-Code        PIC X(2).

       FD Branch-Master-File.
           01 Branch-Master-Rec.
               88 End-Of-Branch-Master  VALUE HIGH-VALUES.
               02 BM-Branch-Code        PIC X(2).
               02 BM-Branch-Name        PIC X(20).

       FD Integrity-Report.
           01 Integrity-Print-Line        PIC X(90).

       FD Balance-Correction-File.
           01 Balance-Correction-Rec.
               02 BC-Customer-Id        PIC X(5).
               02 BC-Master-Balance     PIC S9(7)V99.
               02 BC-Open-Item-Total    PIC S9(9)V99.
               02 BC-Correction         PIC S9(9)V99.
               02 BC-Run-Date           PIC 9(8).

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
       01  Rep-Code-Count              PIC 9(3) VALUE ZEROS.

       01  Rep-Code-Table.
           02  Rep-Code-Entry OCCURS 1 TO 200 TIMES
                       DEPENDING ON Rep-Code-Count
                       INDEXED BY Rep-Code-Idx.
               03 RCT-Rep-Code         PIC X(3).

       01  Supplier-Code-Count         PIC 9(3) VALUE ZEROS.

       01  Supplier-Code-Table.
           02  Supplier-Code-Entry OCCURS 1 TO 200 TIMES
                       DEPENDING ON Supplier-Code-Count
                       INDEXED BY Supplier-Code-Idx.
               03 SCT-Supplier-Code    PIC X(3).

       01  Branch-Code-Count           PIC 99 VALUE ZEROS.

       01  Branch-Code-Table.
           02  Branch-Code-Entry OCCURS 1 TO 20 TIMES
                       DEPENDING ON Branch-Code-Count
                       INDEXED BY Branch-Code-Idx.
               03 BCT-Branch-Code      PIC X(2).

       01  Oil-Price-Flags.
           02  Oil-Price-Entry OCCURS 30 TIMES.
               03  OPF-Priced-Flag     PIC X VALUE SPACE.
                   88 OPF-Priced       VALUE "Y".

       01  Integrity-Main-Title        PIC X(44)
            VALUE "         AROMAMORA FILE INTEGRITY AUDIT".

       01  Integrity-Title-Underline.
           02  FILLER                  PIC X(13) VALUE SPACES.
           02  FILLER                  PIC X(32) VALUE ALL "-".

       01  Report-Date-Line.
           02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           02  Prn-Run-Date            PIC X(10).
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(8)  VALUE "PERIOD: ".
           02  Prn-Run-Period          PIC X(7).

       01  Integrity-Subtitles.
           02  FILLER                  PIC X(22) VALUE "CHECK".
           02  FILLER                  PIC X(16) VALUE "KEY".
           02  FILLER                  PIC X(40) VALUE "FINDING".

       01  Finding-Line.
           02  Prn-Fnd-Check           PIC X(20).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Fnd-Key             PIC X(14).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Fnd-Detail          PIC X(40).

      *    The balance finding carries the three amounts in the
      *    detail columns instead of a message.
       01  Balance-Detail-Fields.
           02  FILLER                  PIC X(4)  VALUE "CM: ".
           02  Prn-Bal-Master          PIC ZZZZZZ9.99-.
           02  FILLER                  PIC X(5)  VALUE " AR: ".
           02  Prn-Bal-Open-Items      PIC ZZZZZZ9.99-.
           02  FILLER                  PIC X(9)  VALUE SPACES.

       01  Correction-Detail-Fields.
           02  FILLER                  PIC X(12) VALUE
           "CORRECTION: ".
           02  Prn-Bal-Correction      PIC ZZZZZZ9.99-.
           02  FILLER                  PIC X(17) VALUE SPACES.

       01  Check-Count-Line.
           02  Prn-Cnt-Check           PIC X(22).
           02  FILLER                  PIC X(9)  VALUE "CHECKED: ".
           02  Prn-Cnt-Checked         PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(12) VALUE
           "   FINDINGS:".
           02  Prn-Cnt-Findings        PIC ZZZ,ZZ9.

       01  Verdict-Line.
           02  FILLER                  PIC X(22) VALUE
           "AUDIT VERDICT       :".
           02  Prn-Verdict             PIC X(40).

       01  Audit-Counts.
           02  Customers-Checked       PIC 9(7) VALUE ZEROS.
           02  Balance-Findings        PIC 9(7) VALUE ZEROS.
           02  Rep-Findings            PIC 9(7) VALUE ZEROS.
           02  Open-Items-Checked      PIC 9(7) VALUE ZEROS.
           02  Open-Item-Findings      PIC 9(7) VALUE ZEROS.
           02  Oils-Checked            PIC 9(7) VALUE ZEROS.
           02  Oil-Price-Findings      PIC 9(7) VALUE ZEROS.
           02  Oil-Supps-Checked       PIC 9(7) VALUE ZEROS.
           02  Supplier-Findings       PIC 9(7) VALUE ZEROS.
           02  Backorders-Checked      PIC 9(7) VALUE ZEROS.
           02  Bo-Customer-Findings    PIC 9(7) VALUE ZEROS.
           02  Bo-Branch-Findings      PIC 9(7) VALUE ZEROS.
           02  Total-Findings          PIC 9(7) VALUE ZEROS.
           02  Total-Correction        PIC S9(9)V99 VALUE ZEROS.

       01  Audit-Work-Fields.
           02  Cust-Open-Total         PIC S9(9)V99 VALUE ZEROS.
           02  Balance-Difference      PIC S9(9)V99.
           02  Prn-Invoice-No          PIC 9(7).

       01  Run-Date-Split.
           02  RD-Year                 PIC 9(4).
           02  FILLER                  PIC X.
           02  RD-Month                PIC 99.
           02  FILLER                  PIC X.
           02  RD-Day                  PIC 99.

       01  Run-Date-Number.
           02  RDN-Year                PIC 9(4).
           02  RDN-Month               PIC 99.
           02  RDN-Day                 PIC 99.

       01  Run-Log-Work-Fields.
           02  Log-Time-Work.
               03  LTW-HHMMSS          PIC 9(6).
               03  FILLER              PIC 99.

       PROCEDURE DIVISION.
       Audit-File-Integrity.
           PERFORM Load-Run-Control.
           MOVE "S" TO RL-Status.
           MOVE ZEROS TO RL-Records-Read, RL-Records-Rejected,
                         RL-Key-Total.
           PERFORM Write-Run-Log-Record.

           PERFORM Load-Rep-Codes.
           PERFORM Load-Supplier-Codes.
           PERFORM Load-Branch-Codes.
           PERFORM Load-Oil-Price-Flags.

           OPEN OUTPUT Integrity-Report.
           OPEN OUTPUT Balance-Correction-File.
           WRITE Integrity-Print-Line FROM Integrity-Main-Title AFTER
           ADVANCING 1 LINE.
           WRITE Integrity-Print-Line FROM Integrity-Title-Underline
           AFTER ADVANCING 1 LINE.
           WRITE Integrity-Print-Line FROM Report-Date-Line AFTER
           ADVANCING 1 LINE.
           WRITE Integrity-Print-Line FROM Integrity-Subtitles AFTER
           ADVANCING 2 LINES.

           OPEN INPUT Customer-Master.
           PERFORM Reconcile-Customer-Balances.
           PERFORM Check-Backorders.
           CLOSE Customer-Master.
           PERFORM Check-Oil-Prices.
           PERFORM Check-Oil-Suppliers.

           PERFORM Print-Check-Counts.
           COMPUTE Total-Findings = Balance-Findings + Rep-Findings
               + Open-Item-Findings + Oil-Price-Findings
               + Supplier-Findings + Bo-Customer-Findings
               + Bo-Branch-Findings.
           IF Total-Findings = ZEROS
               MOVE "ALL FILES AGREE" TO Prn-Verdict
           ELSE
               MOVE "FINDINGS OPEN - GL HAND-OFF HELD"
                    TO Prn-Verdict
           END-IF.
           WRITE Integrity-Print-Line FROM Verdict-Line AFTER
           ADVANCING 2 LINES.

           CLOSE Balance-Correction-File.
           CLOSE Integrity-Report.

           IF Total-Findings NOT = ZEROS
               DISPLAY "AUDIT-FILE-INTEGRITY: " Total-Findings
                       " FINDINGS, SEE INTEGRITY.RPT"
               MOVE 8 TO RETURN-CODE
               MOVE "E" TO RL-Status
           ELSE
               MOVE "C" TO RL-Status
           END-IF.
           MOVE Customers-Checked TO RL-Records-Read.
           MOVE Total-Findings    TO RL-Records-Rejected.
           MOVE Total-Correction  TO RL-Key-Total.
           PERFORM Write-Run-Log-Record.
           STOP RUN.

       Write-Run-Log-Record.
           MOVE "AROMAINT" TO RL-Program-Id.
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
           MOVE RC-Run-Date TO Run-Date-Split.
           MOVE RD-Year     TO RDN-Year.
           MOVE RD-Month    TO RDN-Month.
           MOVE RD-Day      TO RDN-Day.

       Load-Rep-Codes.
           OPEN INPUT Reps-File.
           READ Reps-File
               AT END SET End-Of-Reps-File TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Reps-File
               IF Rep-Code-Count < 200
                   ADD 1 TO Rep-Code-Count
                   MOVE RF-Rep-Code TO RCT-Rep-Code(Rep-Code-Count)
               ELSE
                   DISPLAY "LOAD-REP-CODES: REP TABLE FULL, REP "
                           RF-Rep-Code " NOT LOADED"
               END-IF
               READ Reps-File
                   AT END SET End-Of-Reps-File TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Reps-File.

       Load-Supplier-Codes.
           OPEN INPUT Supplier-File.
           READ Supplier-File
               AT END SET End-Of-Supplier-File TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Supplier-File
               IF Supplier-Code-Count < 200
                   ADD 1 TO Supplier-Code-Count
                   MOVE SUP-Supplier-Code TO
                        SCT-Supplier-Code(Supplier-Code-Count)
               ELSE
                   DISPLAY "LOAD-SUPPLIER-CODES: SUPPLIER TABLE "
                           "FULL, SUPPLIER " SUP-Supplier-Code
                           " NOT LOADED"
               END-IF
               READ Supplier-File
                   AT END SET End-Of-Supplier-File TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Supplier-File.

       Load-Branch-Codes.
           OPEN INPUT Branch-Master-File.
           READ Branch-Master-File
               AT END SET End-Of-Branch-Master TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Branch-Master
               IF Branch-Code-Count < 20
                   ADD 1 TO Branch-Code-Count
                   MOVE BM-Branch-Code TO
                        BCT-Branch-Code(Branch-Code-Count)
               ELSE
                   DISPLAY "LOAD-BRANCH-CODES: BRANCH TABLE FULL, "
                           "BRANCH " BM-Branch-Code " NOT LOADED"
               END-IF
               READ Branch-Master-File
                   AT END SET End-Of-Branch-Master TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Branch-Master-File.

       Load-Oil-Price-Flags.
           OPEN INPUT Oil-Cost-File.
           READ Oil-Cost-File
               AT END SET End-Of-Oil-Cost-File TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Oil-Cost-File
               IF OCF-Oil-Number >= 1 AND OCF-Oil-Number <= 30
                   SET OPF-Priced(OCF-Oil-Number) TO TRUE
               END-IF
               READ Oil-Cost-File
                   AT END SET End-Of-Oil-Cost-File TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Oil-Cost-File.

      *    Both indexed files are read in customer-id order and
      *    matched key against key.  A master record with no open
      *    items is proved against a zero open-item total; open
      *    items whose customer is lower than the current master
      *    key have no master record at all.  End of file on
      *    either side fills the record with HIGH-VALUES, so the
      *    other side runs out against it.
       Reconcile-Customer-Balances.
           OPEN INPUT Ar-Open-Item-File.
           READ Customer-Master NEXT RECORD
               AT END SET End-Of-Customer-Master TO TRUE
           END-READ.
           READ Ar-Open-Item-File
               AT END SET End-Of-Ar-File TO TRUE
           END-READ.
           MOVE ZEROS TO Cust-Open-Total.

           PERFORM Match-One-Key
               UNTIL End-Of-Customer-Master AND End-Of-Ar-File.

           CLOSE Ar-Open-Item-File.

       Match-One-Key.
           EVALUATE TRUE
               WHEN CM-Customer-Id < AR-Customer-Id
                   PERFORM Check-One-Customer
                   MOVE ZEROS TO Cust-Open-Total
                   READ Customer-Master NEXT RECORD
                       AT END SET End-Of-Customer-Master TO TRUE
                   END-READ
               WHEN CM-Customer-Id = AR-Customer-Id
                   ADD 1 TO Open-Items-Checked
                   ADD AR-Open-Amount TO Cust-Open-Total
                   READ Ar-Open-Item-File
                       AT END SET End-Of-Ar-File TO TRUE
                   END-READ
               WHEN OTHER
                   ADD 1 TO Open-Items-Checked
                   ADD 1 TO Open-Item-Findings
                   MOVE "A/R CUSTOMER"      TO Prn-Fnd-Check
                   MOVE AR-Invoice-No       TO Prn-Invoice-No
                   MOVE SPACES              TO Prn-Fnd-Key
                   STRING AR-Customer-Id "/" Prn-Invoice-No
                       DELIMITED BY SIZE INTO Prn-Fnd-Key
                   MOVE "OPEN ITEM CUSTOMER NOT ON MASTER"
                        TO Prn-Fnd-Detail
                   PERFORM Write-Finding-Line
                   READ Ar-Open-Item-File
                       AT END SET End-Of-Ar-File TO TRUE
                   END-READ
           END-EVALUATE.

       Check-One-Customer.
           ADD 1 TO Customers-Checked.
           IF CM-Curr-Balance NOT = Cust-Open-Total
               PERFORM Report-Balance-Difference
           END-IF.

           SET Rep-Code-Idx TO 1.
           SEARCH Rep-Code-Entry
               AT END
                   ADD 1 TO Rep-Findings
                   MOVE "CUSTOMER REP CODE" TO Prn-Fnd-Check
                   MOVE CM-Customer-Id      TO Prn-Fnd-Key
                   MOVE SPACES              TO Prn-Fnd-Detail
                   STRING "REP " CM-Rep-Code " NOT ON REPS.DAT"
                       DELIMITED BY SIZE INTO Prn-Fnd-Detail
                   PERFORM Write-Finding-Line
               WHEN RCT-Rep-Code(Rep-Code-Idx) = CM-Rep-Code
                   CONTINUE
           END-SEARCH.

      *    The correction is what the master balance must move by to
      *    agree with the open items, which are the book of record.
       Report-Balance-Difference.
           ADD 1 TO Balance-Findings.
           COMPUTE Balance-Difference = Cust-Open-Total
               - CM-Curr-Balance.
           ADD Balance-Difference TO Total-Correction.

           MOVE "BALANCE VS A/R"    TO Prn-Fnd-Check.
           MOVE CM-Customer-Id      TO Prn-Fnd-Key.
           MOVE CM-Curr-Balance     TO Prn-Bal-Master.
           MOVE Cust-Open-Total     TO Prn-Bal-Open-Items.
           MOVE Balance-Detail-Fields TO Prn-Fnd-Detail.
           PERFORM Write-Finding-Line.
           MOVE SPACES              TO Prn-Fnd-Check, Prn-Fnd-Key.
           MOVE Balance-Difference  TO Prn-Bal-Correction.
           MOVE Correction-Detail-Fields TO Prn-Fnd-Detail.
           WRITE Integrity-Print-Line FROM Finding-Line AFTER
           ADVANCING 1 LINE.

           MOVE CM-Customer-Id      TO BC-Customer-Id.
           MOVE CM-Curr-Balance     TO BC-Master-Balance.
           MOVE Cust-Open-Total     TO BC-Open-Item-Total.
           MOVE Balance-Difference  TO BC-Correction.
           MOVE Run-Date-Number     TO BC-Run-Date.
           WRITE Balance-Correction-Rec.

       Check-Backorders.
           OPEN INPUT Backorder-File.
           READ Backorder-File
               AT END SET End-Of-Backorder-File TO TRUE
           END-READ.

           PERFORM Check-One-Backorder UNTIL End-Of-Backorder-File.

           CLOSE Backorder-File.

       Check-One-Backorder.
           ADD 1 TO Backorders-Checked.
           MOVE BO-Customer-Id TO CM-Customer-Id.
           READ Customer-Master
               INVALID KEY
                   ADD 1 TO Bo-Customer-Findings
                   MOVE "BACKORDER CUSTOMER" TO Prn-Fnd-Check
                   MOVE BO-Customer-Id       TO Prn-Fnd-Key
                   MOVE SPACES               TO Prn-Fnd-Detail
                   STRING "OIL " BO-Oil-Number " SALE "
                          BO-Sale-Date " - NOT ON MASTER"
                       DELIMITED BY SIZE INTO Prn-Fnd-Detail
                   PERFORM Write-Finding-Line
           END-READ.

           SET Branch-Code-Idx TO 1.
           SEARCH Branch-Code-Entry
               AT END
                   ADD 1 TO Bo-Branch-Findings
                   MOVE "BACKORDER BRANCH"  TO Prn-Fnd-Check
                   MOVE BO-Customer-Id      TO Prn-Fnd-Key
                   MOVE SPACES              TO Prn-Fnd-Detail
                   STRING "BRANCH " BO-Branch-Code
                          " NOT ON BRANCH.DAT"
                       DELIMITED BY SIZE INTO Prn-Fnd-Detail
                   PERFORM Write-Finding-Line
               WHEN BCT-Branch-Code(Branch-Code-Idx) = BO-Branch-Code
                   CONTINUE
           END-SEARCH.

           READ Backorder-File
               AT END SET End-Of-Backorder-File TO TRUE
           END-READ.

       Check-Oil-Prices.
           OPEN INPUT Oil-Stock-File.
           READ Oil-Stock-File
               AT END SET End-Of-Oil-Stock-File TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Oil-Stock-File
               ADD 1 TO Oils-Checked
               IF OSF-Oil-Number < 1 OR OSF-Oil-Number > 30
                  OR NOT OPF-Priced(OSF-Oil-Number)
                   ADD 1 TO Oil-Price-Findings
                   MOVE "OIL PRICE"         TO Prn-Fnd-Check
                   MOVE SPACES              TO Prn-Fnd-Key
                   STRING "OIL " OSF-Oil-Number
                       DELIMITED BY SIZE INTO Prn-Fnd-Key
                   MOVE "STOCKED OIL HAS NO OILCOST.DAT PRICE"
                        TO Prn-Fnd-Detail
                   PERFORM Write-Finding-Line
               END-IF
               READ Oil-Stock-File
                   AT END SET End-Of-Oil-Stock-File TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Oil-Stock-File.

       Check-Oil-Suppliers.
           OPEN INPUT Oil-Supplier-File.
           READ Oil-Supplier-File
               AT END SET End-Of-Oil-Supplier TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Oil-Supplier
               ADD 1 TO Oil-Supps-Checked
               SET Supplier-Code-Idx TO 1
               SEARCH Supplier-Code-Entry
                   AT END
                       ADD 1 TO Supplier-Findings
                       MOVE "OIL SUPPLIER"      TO Prn-Fnd-Check
                       MOVE SPACES              TO Prn-Fnd-Key
                       STRING "OIL " OSP-Oil-Number
                           DELIMITED BY SIZE INTO Prn-Fnd-Key
                       MOVE SPACES              TO Prn-Fnd-Detail
                       STRING "SUPPLIER " OSP-Supplier-Code
                              " NOT ON SUPPLIER.DAT"
                           DELIMITED BY SIZE INTO Prn-Fnd-Detail
                       PERFORM Write-Finding-Line
                   WHEN SCT-Supplier-Code(Supplier-Code-Idx)
                        = OSP-Supplier-Code
                       CONTINUE
               END-SEARCH
               READ Oil-Supplier-File
                   AT END SET End-Of-Oil-Supplier TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Oil-Supplier-File.

       Write-Finding-Line.
           WRITE Integrity-Print-Line FROM Finding-Line AFTER
           ADVANCING 1 LINE.

       Print-Check-Counts.
           MOVE "CUSTOMER BALANCES"  TO Prn-Cnt-Check.
           MOVE Customers-Checked    TO Prn-Cnt-Checked.
           MOVE Balance-Findings     TO Prn-Cnt-Findings.
           WRITE Integrity-Print-Line FROM Check-Count-Line AFTER
           ADVANCING 3 LINES.
           MOVE "CUSTOMER REP CODES" TO Prn-Cnt-Check.
           MOVE Rep-Findings         TO Prn-Cnt-Findings.
           PERFORM Write-Count-Line.
           MOVE "A/R CUSTOMERS"      TO Prn-Cnt-Check.
           MOVE Open-Items-Checked   TO Prn-Cnt-Checked.
           MOVE Open-Item-Findings   TO Prn-Cnt-Findings.
           PERFORM Write-Count-Line.
           MOVE "BACKORDER CUSTOMERS" TO Prn-Cnt-Check.
           MOVE Backorders-Checked   TO Prn-Cnt-Checked.
           MOVE Bo-Customer-Findings TO Prn-Cnt-Findings.
           PERFORM Write-Count-Line.
           MOVE "BACKORDER BRANCHES" TO Prn-Cnt-Check.
           MOVE Bo-Branch-Findings   TO Prn-Cnt-Findings.
           PERFORM Write-Count-Line.
           MOVE "OIL PRICES"         TO Prn-Cnt-Check.
           MOVE Oils-Checked         TO Prn-Cnt-Checked.
           MOVE Oil-Price-Findings   TO Prn-Cnt-Findings.
           PERFORM Write-Count-Line.
           MOVE "OIL SUPPLIERS"      TO Prn-Cnt-Check.
           MOVE Oil-Supps-Checked    TO Prn-Cnt-Checked.
           MOVE Supplier-Findings    TO Prn-Cnt-Findings.
           PERFORM Write-Count-Line.

       Write-Count-Line.
           WRITE Integrity-Print-Line FROM Check-Count-Line AFTER
           ADVANCING 1 LINE.
