      *                    out-of-balance batch completes with
      *                    status "E" so the run-sequence gate
      *                    holds the ledger hand-off.
      *   2026-10-15  NMD  Sales tax.  The invoice run's TAXDTL.DAT
      *                    tax is added to each branch's A/R control
      *                    debit and credited to sales tax payable
      *                    (account 230000) per branch, so the batch
      *                    still balances with tax on the invoices.
      *   2026-10-15  NMD  Cost of sales is valued at each oil's
      *                    OILSTOCK.DAT weighted-average cost
      *                    instead of the OILCOST.DAT price, line by
      *                    line as AROMAMGN does, so the ledger
      *                    agrees with the margin report.  An oil
      *                    with no average cost yet still falls back
      *                    to the price.
      *   2026-10-15  NMD  Pay-when-paid commission.  With a "P"
      *                    card on COMMCTL.DAT the commission
      *                    expense and rep payables are posted from
      *                    the commission ARCASH released to
      *                    COMMREL.DAT as invoices were paid, not
      *                    from COMMSUM.DAT; commission still
      *                    pending or reversed is not posted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AROMAGL.
       SELECT Oil-Cost-File ASSIGN TO "OILCOST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Oil-Stock-File ASSIGN TO "OILSTOCK.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Tax-Detail-File ASSIGN TO "TAXDTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Run-Log-File ASSIGN TO "RUNLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Commission-Control-File ASSIGN TO "COMMCTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Comm-Release-File ASSIGN TO "COMMREL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Run-Control-File.
               02 CMS-Sales-Value       PIC S9(5)V99.
               02 CMS-Commission        PIC S9(5)V99.

      *    One card: "P" in column 1 pays commission when the
      *    invoice is paid.  No card, or anything else, leaves
      *    commission on the invoiced basis.
       FD Commission-Control-File.
           01 Commission-Control-Rec.
               02 CC-Commission-Mode    PIC X.
                   88 CC-Pay-When-Paid  VALUE "P".

       FD Comm-Release-File.
           01 Comm-Release-Rec.
               88 End-Of-Comm-Release   VALUE HIGH-VALUES.
               02 CRL-Rep-Code          PIC X(3).
               02 CRL-Customer-Id       PIC X(5).
               02 CRL-Invoice-No        PIC 9(7).
               02 CRL-Release-Date      PIC 9(8).
               02 CRL-Release-Type      PIC X.
                   88 CRL-Released      VALUE "R".
                   88 CRL-Reversed      VALUE "V".
               02 CRL-Amount            PIC S9(5)V99.

       FD Gl-Posting-File.
           01 Gl-Posting-Rec              PIC X(66).

               02 OCF-Eff-Date          PIC 9(8).
               02 OCF-Oil-Cost          PIC 9(2)V99.

       FD Oil-Stock-File.
           01 Oil-Stock-Rec.
               88 End-Of-Oil-Stock-File VALUE HIGH-VALUES.
               02 OSF-Oil-Number        PIC 99.
               02 OSF-On-Hand           PIC 9(5).
               02 OSF-Reorder-Point     PIC 9(5).
               02 OSF-Avg-Cost          PIC 9(3)V9(4).

       FD Tax-Detail-File.
           01 Tax-Detail-Rec.
               88 End-Of-Tax-Detail     VALUE HIGH-VALUES.
               02 TD-Invoice-No         PIC 9(7).
               02 TD-Customer-Id        PIC X(5).
               02 TD-Invoice-Date       PIC 9(8).
               02 TD-Branch-Code        PIC X(2).
               02 TD-Taxable-Value      PIC S9(7)V99.
               02 TD-Exempt-Value       PIC S9(7)V99.
               02 TD-Tax-Amount         PIC S9(7)V99.
               02 TD-Tax-Cert           PIC X(15).

       FD Run-Log-File.
           01 Run-Log-Rec.
               02 RL-Program-Id         PIC X(18).
                       INDEXED BY Branch-Total-Idx.
               03 BTT-Branch-Code      PIC X(2).
               03 BTT-Sales-Value      PIC S9(7)V99.
               03 BTT-Tax-Value        PIC S9(7)V99.

       01  Oil-Price-Count             PIC 9(3) VALUE ZEROS.

           02  Sale-Qty-Sold           PIC 99999.
           02  Value-Of-Sale           PIC 999999V99.

       01  Avg-Cost-Table.
           02  Avg-Cost-Entry OCCURS 30 TIMES.
               03  AC-Avg-Cost         PIC 9(3)V9(4) VALUE ZEROS.

       01  Rep-Total-Count             PIC 9(3) VALUE ZEROS.

       01  Rep-Totals-Table.
               03 RTT-Rep-Code         PIC X(3).
               03 RTT-Commission       PIC S9(7)V99.

       01  Rep-Tally-Fields.
           02  Tally-Rep-Code          PIC X(3).
           02  Tally-Commission        PIC S9(7)V99.

       01  Commission-Mode-Flag        PIC X VALUE "I".
           88  Pay-When-Paid-Mode      VALUE "P".

       PROCEDURE DIVISION.
       Produce-Gl-Extract.
           PERFORM Load-Run-Control.
                         RL-Key-Total.
           PERFORM Write-Run-Log-Record.
           PERFORM Load-Oil-Cost-Table.
           PERFORM Load-Avg-Cost-Table.
           PERFORM Sum-Sales-Values.
           PERFORM Sum-Sales-Tax.
           PERFORM Load-Commission-Control.
           IF Pay-When-Paid-Mode
               PERFORM Sum-Released-Commissions
           ELSE
               PERFORM Sum-Rep-Commissions
           END-IF.
           PERFORM Sum-Cost-Of-Sales.

           OPEN OUTPUT Gl-Posting-File.
           PERFORM Write-Batch-Header.
           PERFORM Write-Revenue-Posting.
           PERFORM Write-Receivable-Postings.
           PERFORM Write-Tax-Payable-Postings.
           PERFORM Write-Cost-Of-Sales-Postings.
           PERFORM Write-Commission-Postings.
           PERFORM Write-Batch-Trailer.
                            BTT-Branch-Code(Branch-Total-Count)
                       MOVE CS-Cust-Sales-Value TO
                            BTT-Sales-Value(Branch-Total-Count)
                       MOVE ZEROS TO BTT-Tax-Value(Branch-Total-Count)
                   ELSE
                       DISPLAY "SUM-SALES-VALUES: BRANCH TABLE "
                               "FULL, BRANCH " CS-Branch-Code
               AT END SET End-Of-Cust-Summary TO TRUE
           END-READ.

      *    Tax is collected at the selling branch; a branch with tax
      *    but no sales on CUSTSUM.DAT still gets its own row.
       Sum-Sales-Tax.
           OPEN INPUT Tax-Detail-File.
           READ Tax-Detail-File
               AT END SET End-Of-Tax-Detail TO TRUE
           END-READ.

           PERFORM Tally-One-Tax-Line UNTIL End-Of-Tax-Detail.

           CLOSE Tax-Detail-File.

       Tally-One-Tax-Line.
           SET Branch-Total-Idx TO 1.
           SEARCH Branch-Total-Entry
               AT END
                   IF Branch-Total-Count < 20
                       ADD 1 TO Branch-Total-Count
                       MOVE TD-Branch-Code TO
                            BTT-Branch-Code(Branch-Total-Count)
                       MOVE ZEROS TO
                            BTT-Sales-Value(Branch-Total-Count)
                       MOVE TD-Tax-Amount TO
                            BTT-Tax-Value(Branch-Total-Count)
                   ELSE
                       DISPLAY "SUM-SALES-TAX: BRANCH TABLE "
                               "FULL, BRANCH " TD-Branch-Code
                               " TAX NOT POSTED"
                   END-IF
               WHEN BTT-Branch-Code(Branch-Total-Idx)
                       = TD-Branch-Code
                   ADD TD-Tax-Amount TO
                       BTT-Tax-Value(Branch-Total-Idx)
           END-SEARCH.

           READ Tax-Detail-File
               AT END SET End-Of-Tax-Detail TO TRUE
           END-READ.

       Load-Oil-Cost-Table.
           OPEN INPUT Oil-Cost-File.
           READ Oil-Cost-File

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

      *    The units the report run posted against OILSTOCK.DAT are
      *    the sorted sales lines, so cost of sales is summed from
      *    SORTSALE.DAT at the oil's weighted-average cost, credits
      *    netting out exactly as they did in the stock posting.
      *    Each line is rounded on its own, as AROMAMGN rounds it.
       Sum-Cost-Of-Sales.
           OPEN INPUT Aroma-Sorted.
           READ Aroma-Sorted

       Cost-One-Sales-Line.
           COMPUTE Sale-Qty-Sold = SS-Unit-Size * SS-Units-Sold.
           IF SS-Oil-Number >= 1 AND SS-Oil-Number <= 30
              AND AC-Avg-Cost(SS-Oil-Number) > ZEROS
               COMPUTE Value-Of-Sale ROUNDED =
                   Sale-Qty-Sold * AC-Avg-Cost(SS-Oil-Number)
           ELSE
               PERFORM Find-Oil-Price
               COMPUTE Value-Of-Sale = Sale-Qty-Sold * Sale-Oil-Cost
           END-IF.
           IF SS-Credit-Memo
               SUBTRACT Value-Of-Sale FROM Cogs-Total
           ELSE
           CLOSE Comm-Summary-File.

       Tally-One-Commission.
           MOVE CMS-Rep-Code   TO Tally-Rep-Code.
           MOVE CMS-Commission TO Tally-Commission.
           PERFORM Add-To-Rep-Total.

           READ Comm-Summary-File
               AT END SET End-Of-Comm-Summary TO TRUE
           END-READ.

       Add-To-Rep-Total.
           ADD Tally-Commission TO Commission-Total.

           SET Rep-Total-Idx TO 1.
           SEARCH Rep-Total-Entry
               AT END
                   IF Rep-Total-Count < 200
                       ADD 1 TO Rep-Total-Count
                       MOVE Tally-Rep-Code TO
                            RTT-Rep-Code(Rep-Total-Count)
                       MOVE Tally-Commission TO
                            RTT-Commission(Rep-Total-Count)
                   ELSE
                       DISPLAY "SUM-REP-COMMISSIONS: REP TABLE "
                               "FULL, REP " Tally-Rep-Code
                               " NOT POSTED"
                   END-IF
               WHEN RTT-Rep-Code(Rep-Total-Idx) = Tally-Rep-Code
                   ADD Tally-Commission TO
                       RTT-Commission(Rep-Total-Idx)
           END-SEARCH.

       Load-Commission-Control.
           OPEN INPUT Commission-Control-File.
           READ Commission-Control-File
               AT END
                   MOVE SPACES TO Commission-Control-Rec
           END-READ.
           IF CC-Pay-When-Paid
               SET Pay-When-Paid-Mode TO TRUE
           END-IF.
           CLOSE Commission-Control-File.

      *    Pay-when-paid: only commission ARCASH released this cycle
      *    is owed to the reps.  Reversals come out of commission
      *    that was still pending and never reached the ledger.
       Sum-Released-Commissions.
           OPEN INPUT Comm-Release-File.
           READ Comm-Release-File
               AT END SET End-Of-Comm-Release TO TRUE
           END-READ.

           PERFORM Tally-One-Release UNTIL End-Of-Comm-Release.

           CLOSE Comm-Release-File.

       Tally-One-Release.
           IF CRL-Released
               MOVE CRL-Rep-Code TO Tally-Rep-Code
               MOVE CRL-Amount   TO Tally-Commission
               PERFORM Add-To-Rep-Total
           END-IF.

           READ Comm-Release-File
               AT END SET End-Of-Comm-Release TO TRUE
           END-READ.

       Write-Batch-Header.
           PERFORM Write-One-Posting.

      *    One A/R control debit per branch; the branch debits sum
      *    to the revenue credit plus the tax payable credits, which
      *    is what makes the batch self-balancing on the sales side.
       Write-Receivable-Postings.
           PERFORM Write-One-Branch-Receivable
               VARYING Branch-Total-Idx FROM 1 BY 1
       Write-One-Branch-Receivable.
           MOVE 120000 TO GLD-Account.
           MOVE "D"    TO Normal-Side.
           COMPUTE Posting-Amount = BTT-Sales-Value(Branch-Total-Idx)
                                  + BTT-Tax-Value(Branch-Total-Idx).
           MOVE SPACES TO GLD-Reference.
           STRING "AR BRANCH " BTT-Branch-Code(Branch-Total-Idx)
               DELIMITED BY SIZE INTO GLD-Reference.
           PERFORM Write-One-Posting.

       Write-Tax-Payable-Postings.
           PERFORM Write-One-Branch-Tax-Payable
               VARYING Branch-Total-Idx FROM 1 BY 1
               UNTIL Branch-Total-Idx > Branch-Total-Count.

       Write-One-Branch-Tax-Payable.
           IF BTT-Tax-Value(Branch-Total-Idx) NOT = ZEROS
               MOVE 230000 TO GLD-Account
               MOVE "C"    TO Normal-Side
               MOVE BTT-Tax-Value(Branch-Total-Idx) TO Posting-Amount
               MOVE SPACES TO GLD-Reference
               STRING "TAX BRANCH " BTT-Branch-Code(Branch-Total-Idx)
                   DELIMITED BY SIZE INTO GLD-Reference
               PERFORM Write-One-Posting
           END-IF.

       Write-Cost-Of-Sales-Postings.
           MOVE 500000 TO GLD-Account.
           MOVE "D"    TO Normal-Side.
