      *                    "R" card would otherwise throw the next
      *                    nightly run into reprint mode and leave
      *                    that night's sales uninvoiced.
      *   2026-10-15  NMD  Payment terms.  Each invoice looks up the
      *                    customer's terms code on CUSTMAST.IDX
      *                    against the TERMS.DAT table and prints
      *                    the terms, due date and any discount date
      *                    under the invoice date; the code and both
      *                    dates are carried on INVREG.DAT for ARPOST
      *                    and a reprint reissues the registered
      *                    dates.  Blank or unknown terms are due on
      *                    the invoice date, as before.
      *   2026-10-15  NMD  Sales tax.  Each invoice's lines are
      *                    subtotalled by selling branch and taxed
      *                    at that branch's TAXRATE.DAT rate unless
      *                    the customer is exempt on CUSTMAST.IDX.
      *                    Goods, tax (or the exemption certificate)
      *                    and the tax-inclusive total print at the
      *                    foot, the total and the tax are carried on
      *                    INVREG.DAT, the tax is added to the
      *                    customer's current balance, and one
      *                    branch line per invoice goes to TAXDTL.DAT
      *                    for AROMAGL and to the TAXHIST.DAT history
      *                    behind the monthly tax return.  A reprint
      *                    shows the registered tax, or the
      *                    exemption certificate for an exempt
      *                    customer.
      *   2026-10-15  NMD  Pay-when-paid commission.  With a "P"
      *                    card on COMMCTL.DAT each newly numbered
      *                    invoice puts the customer's COMMSUM.DAT
      *                    commission on the COMMPEND.IDX pending
      *                    ledger against the invoice number, for
      *                    ARCASH to release as the invoice is paid.
      *                    No card keeps commission on the invoiced
      *                    basis.  Reprints add nothing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AROMAINV.
       SELECT OPTIONAL Run-Log-File ASSIGN TO "RUNLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Customer-Master ASSIGN TO "CUSTMAST.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS CM-Customer-Id.

       SELECT OPTIONAL Terms-File ASSIGN TO "TERMS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Tax-Rate-File ASSIGN TO "TAXRATE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Tax-Detail-File ASSIGN TO "TAXDTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Tax-History-File ASSIGN TO "TAXHIST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Commission-Control-File ASSIGN TO "COMMCTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Comm-Summary-File ASSIGN TO "COMMSUM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Comm-Pending-File ASSIGN TO "COMMPEND.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS CP-Pend-Key.

       DATA DIVISION.
       FILE SECTION.
       FD Aroma-Sorted.
               02 IR-Customer-Name      PIC X(20).
               02 IR-Invoice-Date       PIC 9(8).
               02 IR-Invoice-Total      PIC S9(7)V99.
               02 IR-Terms-Code         PIC X(2).
               02 IR-Due-Date           PIC 9(8).
               02 IR-Disc-Date          PIC 9(8).
               02 IR-Tax-Amount         PIC S9(7)V99.

       FD Reprint-Select-File.
           01 Reprint-Select-Rec.
               02 RL-Records-Rejected   PIC 9(7).
               02 RL-Key-Total          PIC S9(9)V99.

       FD Customer-Master.
           01 Customer-Master-Rec.
               02 CM-Customer-Id        PIC X(5).
               02 CM-Customer-Name      PIC X(20).
               02 CM-Rep-Code           PIC X(3).
               02 CM-Credit-Limit       PIC 9(7)V99.
               02 CM-Curr-Balance       PIC S9(7)V99.
               02 CM-Terms-Code         PIC X(2).
               02 CM-Tax-Exempt         PIC X.
               02 CM-Tax-Cert           PIC X(15).

       FD Terms-File.
           01 Terms-Rec.
               88 End-Of-Terms-File     VALUE HIGH-VALUES.
               02 TM-Terms-Code         PIC X(2).
               02 TM-Net-Days           PIC 9(3).
               02 TM-Disc-Days          PIC 9(3).
               02 TM-Terms-Desc         PIC X(20).

       FD Tax-Rate-File.
           01 Tax-Rate-Rec.
               88 End-Of-Tax-Rate-File  VALUE HIGH-VALUES.
               02 TX-Branch-Code        PIC X(2).
               02 TX-Tax-Rate           PIC 9V9(4).

      *    One line per invoice and selling branch.  TAXDTL.DAT is
      *    this run's for the ledger extract; TAXHIST.DAT keeps every
      *    run for the monthly return.
       FD Tax-Detail-File.
           01 Tax-Detail-Rec.
               02 TD-Invoice-No         PIC 9(7).
               02 TD-Customer-Id        PIC X(5).
               02 TD-Invoice-Date       PIC 9(8).
               02 TD-Branch-Code        PIC X(2).
               02 TD-Taxable-Value      PIC S9(7)V99.
               02 TD-Exempt-Value       PIC S9(7)V99.
               02 TD-Tax-Amount         PIC S9(7)V99.
               02 TD-Tax-Cert           PIC X(15).

       FD Tax-History-File.
           01 Tax-History-Rec             PIC X(64).

      *    One card: "P" in column 1 pays commission when the
      *    invoice is paid.  No card, or anything else, leaves
      *    commission on the invoiced basis.
       FD Commission-Control-File.
           01 Commission-Control-Rec.
               02 CC-Commission-Mode    PIC X.
                   88 CC-Pay-When-Paid  VALUE "P".

       FD Comm-Summary-File.
           01 Comm-Summary-Rec.
               88 End-Of-Comm-Summary   VALUE HIGH-VALUES.
               02 CMS-Rep-Code          PIC X(3).
               02 CMS-Customer-Id       PIC X(5).
               02 CMS-Customer-Name     PIC X(20).
               02 CMS-Sales-Value       PIC S9(5)V99.
               02 CMS-Commission        PIC S9(5)V99.

      *    Commission waiting on the customer's payment, one row per
      *    invoice, keyed as ARMAST.IDX is.  What is still pending is
      *    the commission less what has been released and reversed.
       FD Comm-Pending-File.
           01 Comm-Pending-Rec.
               02 CP-Pend-Key.
                   03 CP-Customer-Id    PIC X(5).
                   03 CP-Invoice-No     PIC 9(7).
               02 CP-Rep-Code           PIC X(3).
               02 CP-Invoice-Date       PIC 9(8).
               02 CP-Invoice-Amount     PIC S9(7)V99.
               02 CP-Commission         PIC S9(5)V99.
               02 CP-Released           PIC S9(5)V99.
               02 CP-Reversed           PIC S9(5)V99.

       WORKING-STORAGE SECTION.
       01  Oil-Price-Count             PIC 9(3) VALUE ZEROS.

           "INVOICE DATE: ".
           02  Prn-Inv-Date            PIC X(10).

       01  Invoice-Terms-Line.
           02  FILLER                  PIC X(7)  VALUE "TERMS: ".
           02  Prn-Inv-Terms-Desc      PIC X(20).
           02  FILLER                  PIC X(6)  VALUE " DUE: ".
           02  Prn-Inv-Due-Date        PIC X(10).
           02  Prn-Inv-Disc-Label      PIC X(7).
           02  Prn-Inv-Disc-Date       PIC X(10).

       01  Invoice-Subtitles.
           02  FILLER                  PIC X(8)  VALUE "OIL #   ".
           02  FILLER                  PIC X(12) VALUE "UNIT SIZE   ".
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Inv-Tran-Type       PIC X(2).

       01  Invoice-Goods-Line.
           02  FILLER                  PIC X(19) VALUE
           "GOODS TOTAL       :".
           02  Prn-Invoice-Goods       PIC BBB$$$$,$$9.99-.

       01  Invoice-Tax-Line.
           02  FILLER                  PIC X(19) VALUE
           "SALES TAX         :".
           02  Prn-Invoice-Tax         PIC BBB$$$$,$$9.99-.

       01  Invoice-Exempt-Line.
           02  FILLER                  PIC X(19) VALUE
           "TAX EXEMPT - CERT :".
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-Invoice-Cert        PIC X(15).

       01  Invoice-Total-Line.
           02  FILLER                  PIC X(19) VALUE
           "INVOICE TOTAL     :".

       01  Invoice-Totals.
           02  Invoice-Total-Value     PIC S9(6)V99.
           02  Invoice-Goods-Value     PIC S9(6)V99.

      *    Sales tax rate per selling branch, from TAXRATE.DAT.
       01  Tax-Rate-Count              PIC 99 VALUE ZEROS.

       01  Tax-Rate-Table.
           02  Tax-Rate-Entry OCCURS 1 TO 20 TIMES
                       DEPENDING ON Tax-Rate-Count
                       INDEXED BY Tax-Rate-Idx.
               03 TR-Branch-Code       PIC X(2).
               03 TR-Tax-Rate          PIC 9V9(4).

      *    The invoice's lines subtotalled by selling branch; tax is
      *    worked and rounded once per branch, so a credit memo on
      *    the same invoice nets before the rate is applied.
       01  Inv-Branch-Count            PIC 99 VALUE ZEROS.

       01  Inv-Branch-Table.
           02  Inv-Branch-Entry OCCURS 1 TO 20 TIMES
                       DEPENDING ON Inv-Branch-Count
                       INDEXED BY Inv-Branch-Idx.
               03 IB-Branch-Code       PIC X(2).
               03 IB-Net-Value         PIC S9(7)V99.
               03 IB-Tax-Amount        PIC S9(7)V99.

       01  Tax-Work-Fields.
           02  Inv-Tax-Exempt          PIC X.
               88 Inv-Exempt           VALUE "Y".
           02  Inv-Tax-Cert            PIC X(15).
           02  Inv-Tax-Total           PIC S9(7)V99.
           02  Branch-Tax-Rate         PIC 9V9(4).

       01  Temp-Variables.
           02  Sale-Qty-Sold           PIC 99999.
               03 RG-Invoice-No        PIC 9(7).
               03 RG-Customer-Id       PIC X(5).
               03 RG-Invoice-Date      PIC 9(8).
               03 RG-Terms-Code        PIC X(2).
               03 RG-Due-Date          PIC 9(8).
               03 RG-Disc-Date         PIC 9(8).
               03 RG-Tax-Amount        PIC S9(7)V99.

      *    Payment terms from TERMS.DAT: days from the invoice date
      *    to the net due date and to the end of the prompt-payment
      *    discount window (zero discount days - no discount).
       01  Terms-Count                 PIC 99 VALUE ZEROS.

       01  Terms-Table.
           02  Terms-Entry OCCURS 1 TO 50 TIMES
                       DEPENDING ON Terms-Count
                       INDEXED BY Terms-Idx.
               03 TT-Terms-Code        PIC X(2).
               03 TT-Net-Days          PIC 9(3).
               03 TT-Disc-Days         PIC 9(3).
               03 TT-Terms-Desc        PIC X(20).

       01  Terms-Work-Fields.
           02  Inv-Terms-Code          PIC X(2).
           02  Inv-Terms-Desc          PIC X(20).
           02  Inv-Net-Days            PIC 9(3).
           02  Inv-Disc-Days           PIC 9(3).
           02  Inv-Due-Date            PIC 9(8).
           02  Inv-Disc-Date           PIC 9(8).
           02  Days-To-Add             PIC 9(3).
           02  Days-In-Month           PIC 99.
           02  Leap-Quotient           PIC 9(4).
           02  Leap-Remainder          PIC 9(4).

      *    This run's commission per customer from COMMSUM.DAT, for
      *    the pending ledger in pay-when-paid mode.
       01  Cust-Comm-Count             PIC 9(4) VALUE ZEROS.

       01  Cust-Comm-Table.
           02  Cust-Comm-Entry OCCURS 1 TO 2000 TIMES
                       DEPENDING ON Cust-Comm-Count
                       INDEXED BY Cust-Comm-Idx.
               03 CT-Customer-Id       PIC X(5).
               03 CT-Rep-Code          PIC X(3).
               03 CT-Commission        PIC S9(5)V99.

       01  Commission-Mode-Flag        PIC X VALUE "I".
           88  Pay-When-Paid-Mode      VALUE "P".

       01  Run-Log-Work-Fields.
           02  Log-Time-Work.
           PERFORM Write-Run-Log-Record.
           PERFORM Load-Reprint-Card.
           PERFORM Load-Oil-Cost-Table.
           PERFORM Load-Terms-Table.
           PERFORM Load-Tax-Rate-Table.
           PERFORM Load-Commission-Control.
           OPEN INPUT Aroma-Sorted.
           OPEN I-O Customer-Master.
           OPEN OUTPUT Invoice-Report.

           READ Aroma-Sorted
           ELSE
               PERFORM Load-Invoice-Control
               OPEN OUTPUT Invoice-Register-File
               OPEN OUTPUT Tax-Detail-File
               OPEN EXTEND Tax-History-File
               IF Pay-When-Paid-Mode
                   PERFORM Load-Cust-Commissions
                   OPEN I-O Comm-Pending-File
               END-IF
               PERFORM Print-One-Invoice UNTIL End-Of-Sorted-File
               CLOSE Invoice-Register-File
               CLOSE Tax-Detail-File
               CLOSE Tax-History-File
               IF Pay-When-Paid-Mode
                   CLOSE Comm-Pending-File
               END-IF
               PERFORM Rewrite-Invoice-Control
           END-IF.

           CLOSE Aroma-Sorted.
           CLOSE Customer-Master.
           CLOSE Invoice-Report.

           MOVE "C" TO RL-Status.
           OPEN OUTPUT Reprint-Select-File.
           CLOSE Reprint-Select-File.

       Load-Commission-Control.
           MOVE SPACES TO Commission-Control-Rec.
           OPEN INPUT Commission-Control-File.
           READ Commission-Control-File
               AT END
                   MOVE SPACES TO Commission-Control-Rec
           END-READ.
           IF CC-Pay-When-Paid
               SET Pay-When-Paid-Mode TO TRUE
           END-IF.
           CLOSE Commission-Control-File.

       Load-Cust-Commissions.
           OPEN INPUT Comm-Summary-File.
           READ Comm-Summary-File
               AT END SET End-Of-Comm-Summary TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Comm-Summary
               IF Cust-Comm-Count < 2000
                   ADD 1 TO Cust-Comm-Count
                   MOVE CMS-Customer-Id TO
                        CT-Customer-Id(Cust-Comm-Count)
                   MOVE CMS-Rep-Code TO CT-Rep-Code(Cust-Comm-Count)
                   MOVE CMS-Commission TO
                        CT-Commission(Cust-Comm-Count)
               ELSE
                   DISPLAY "LOAD-CUST-COMMISSIONS: TABLE FULL, "
                           "CUSTOMER " CMS-Customer-Id
                           " COMMISSION NOT PENDED"
               END-IF
               READ Comm-Summary-File
                   AT END SET End-Of-Comm-Summary TO TRUE
               END-READ
           END-PERFORM.

           CLOSE Comm-Summary-File.

       Load-Invoice-Control.
           MOVE ZEROS TO Invoice-Control-Rec.
           OPEN INPUT Invoice-Control-File.
                            RG-Customer-Id(Reg-Select-Count)
                       MOVE IR-Invoice-Date TO
                            RG-Invoice-Date(Reg-Select-Count)
                       PERFORM Default-Register-Terms
                       MOVE IR-Terms-Code TO
                            RG-Terms-Code(Reg-Select-Count)
                       MOVE IR-Due-Date TO
                            RG-Due-Date(Reg-Select-Count)
                       MOVE IR-Disc-Date TO
                            RG-Disc-Date(Reg-Select-Count)
                       MOVE IR-Tax-Amount TO
                            RG-Tax-Amount(Reg-Select-Count)
                   ELSE
                       DISPLAY "LOAD-REGISTER-SELECTION: SELECTION "
                               "TABLE FULL, INVOICE " IR-Invoice-No

           CLOSE Invoice-Register-File.

      *    Register rows written before terms were carried have no
      *    dates; they were due on the invoice date.
       Default-Register-Terms.
           IF IR-Due-Date NOT NUMERIC
               MOVE SPACES          TO IR-Terms-Code
               MOVE IR-Invoice-Date TO IR-Due-Date
               MOVE ZEROS           TO IR-Disc-Date
           END-IF.
           IF IR-Disc-Date NOT NUMERIC
               MOVE ZEROS TO IR-Disc-Date
           END-IF.
           IF IR-Tax-Amount NOT NUMERIC
               MOVE ZEROS TO IR-Tax-Amount
           END-IF.

       Load-Oil-Cost-Table.
           OPEN INPUT Oil-Cost-File.
           READ Oil-Cost-File

           CLOSE Oil-Cost-File.

       Load-Terms-Table.
           OPEN INPUT Terms-File.
           READ Terms-File
               AT END SET End-Of-Terms-File TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Terms-File
               IF Terms-Count < 50
                   ADD 1 TO Terms-Count
                   MOVE TM-Terms-Code TO TT-Terms-Code(Terms-Count)
                   MOVE TM-Net-Days   TO TT-Net-Days(Terms-Count)
                   MOVE TM-Disc-Days  TO TT-Disc-Days(Terms-Count)
                   MOVE TM-Terms-Desc TO TT-Terms-Desc(Terms-Count)
               ELSE
                   DISPLAY "LOAD-TERMS-TABLE: TERMS TABLE FULL, "
                           "CODE " TM-Terms-Code " NOT LOADED"
               END-IF
               READ Terms-File
                   AT END SET End-Of-Terms-File TO TRUE
               END-READ
           END-PERFORM.

           CLOSE Terms-File.

       Load-Tax-Rate-Table.
           OPEN INPUT Tax-Rate-File.
           READ Tax-Rate-File
               AT END SET End-Of-Tax-Rate-File TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Tax-Rate-File
               IF Tax-Rate-Count < 20
                   ADD 1 TO Tax-Rate-Count
                   MOVE TX-Branch-Code TO TR-Branch-Code(Tax-Rate-Count)
                   MOVE TX-Tax-Rate    TO TR-Tax-Rate(Tax-Rate-Count)
               ELSE
                   DISPLAY "LOAD-TAX-RATE-TABLE: RATE TABLE FULL, "
                           "BRANCH " TX-Branch-Code " NOT LOADED"
               END-IF
               READ Tax-Rate-File
                   AT END SET End-Of-Tax-Rate-File TO TRUE
               END-READ
           END-PERFORM.

           CLOSE Tax-Rate-File.

      *    A customer missing from the master or carrying a code no
      *    longer on TERMS.DAT is invoiced due on the invoice date
      *    rather than held up - the terms line shows the fallback.
      *    The same read picks up the customer's tax exemption.
       Find-Customer-Terms.
           MOVE "N"    TO Inv-Tax-Exempt.
           MOVE SPACES TO Inv-Tax-Cert.
           MOVE SPACES TO Inv-Terms-Code.
           MOVE "DUE ON INVOICE DATE" TO Inv-Terms-Desc.
           MOVE ZEROS TO Inv-Net-Days, Inv-Disc-Days.
           MOVE SS-Customer-Id TO CM-Customer-Id.
           READ Customer-Master
               INVALID KEY
                   DISPLAY "FIND-CUSTOMER-TERMS: CUSTOMER "
                           CM-Customer-Id " NOT ON MASTER, "
                           "DUE ON INVOICE DATE"
               NOT INVALID KEY
                   IF CM-Tax-Exempt = "Y"
                       MOVE "Y"         TO Inv-Tax-Exempt
                       MOVE CM-Tax-Cert TO Inv-Tax-Cert
                   END-IF
                   IF CM-Terms-Code NOT = SPACES
                       SET Terms-Idx TO 1
                       SEARCH Terms-Entry
                           AT END
                               DISPLAY "FIND-CUSTOMER-TERMS: TERMS "
                                       CM-Terms-Code " FOR CUSTOMER "
                                       CM-Customer-Id " NOT ON FILE, "
                                       "DUE ON INVOICE DATE"
                           WHEN TT-Terms-Code(Terms-Idx)
                                = CM-Terms-Code
                               MOVE CM-Terms-Code TO Inv-Terms-Code
                               MOVE TT-Terms-Desc(Terms-Idx)
                                    TO Inv-Terms-Desc
                               MOVE TT-Net-Days(Terms-Idx)
                                    TO Inv-Net-Days
                               MOVE TT-Disc-Days(Terms-Idx)
                                    TO Inv-Disc-Days
                       END-SEARCH
                   END-IF
           END-READ.

           MOVE Run-Date-Number TO Date-Number-Split.
           MOVE Inv-Net-Days TO Days-To-Add.
           PERFORM Add-Days-To-Date.
           MOVE Date-Number-Split TO Inv-Due-Date.

           IF Inv-Disc-Days > ZEROS
               MOVE Run-Date-Number TO Date-Number-Split
               MOVE Inv-Disc-Days TO Days-To-Add
               PERFORM Add-Days-To-Date
               MOVE Date-Number-Split TO Inv-Disc-Date
           ELSE
               MOVE ZEROS TO Inv-Disc-Date
           END-IF.

      *    Calendar days, not 30/360 - the due date printed on the
      *    invoice has to be a real date the customer can pay by.
       Add-Days-To-Date.
           PERFORM Advance-One-Day Days-To-Add TIMES.

       Advance-One-Day.
           ADD 1 TO DN-Day.
           PERFORM Set-Days-In-Month.
           IF DN-Day > Days-In-Month
               MOVE 1 TO DN-Day
               ADD 1 TO DN-Month
               IF DN-Month > 12
                   MOVE 1 TO DN-Month
                   ADD 1 TO DN-Year
               END-IF
           END-IF.

      *    February gets 29 days when the year divides by 4 but not
      *    by 100, or divides by 400.
       Set-Days-In-Month.
           EVALUATE DN-Month
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO Days-In-Month
               WHEN 2
                   MOVE 28 TO Days-In-Month
                   DIVIDE DN-Year BY 4
                       GIVING Leap-Quotient
                       REMAINDER Leap-Remainder
                   IF Leap-Remainder = ZEROS
                       DIVIDE DN-Year BY 100
                           GIVING Leap-Quotient
                           REMAINDER Leap-Remainder
                       IF Leap-Remainder NOT = ZEROS
                           MOVE 29 TO Days-In-Month
                       ELSE
                           DIVIDE DN-Year BY 400
                               GIVING Leap-Quotient
                               REMAINDER Leap-Remainder
                           IF Leap-Remainder = ZEROS
                               MOVE 29 TO Days-In-Month
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO Days-In-Month
           END-EVALUATE.

      *    Shared by the numbering run and a reprint: Inv-Terms-Desc
      *    and the two dates are set, the print fields follow.
       Format-Terms-Line.
           MOVE Inv-Terms-Desc TO Prn-Inv-Terms-Desc.
           MOVE Inv-Due-Date TO Date-Number-Split.
           MOVE DN-Year  TO DD-Year.
           MOVE DN-Month TO DD-Month.
           MOVE DN-Day   TO DD-Day.
           MOVE Date-Display TO Prn-Inv-Due-Date.
           IF Inv-Disc-Date > ZEROS
               MOVE Inv-Disc-Date TO Date-Number-Split
               MOVE DN-Year  TO DD-Year
               MOVE DN-Month TO DD-Month
               MOVE DN-Day   TO DD-Day
               MOVE " DISC: "    TO Prn-Inv-Disc-Label
               MOVE Date-Display TO Prn-Inv-Disc-Date
           ELSE
               MOVE SPACES TO Prn-Inv-Disc-Label, Prn-Inv-Disc-Date
           END-IF.

      *    Serial best-match scan rather than a SEARCH - the winning
      *    row is the latest effective date on or before the sale
      *    date, not the first hit.  A sale dated before the oil's

       Print-One-Invoice.
           MOVE ZEROS TO Invoice-Total-Value.
           MOVE ZEROS TO Inv-Branch-Count.
           MOVE SS-Customer-Id TO Prev-Cust-Id, Prn-Inv-Cust-Id.
           MOVE SS-Customer-Name TO Prn-Inv-Cust-Name.
           ADD 1 TO IVC-Last-Invoice-No.
           MOVE IVC-Last-Invoice-No TO Prn-Inv-Invoice-No.
           MOVE RC-Run-Date TO Prn-Inv-Date.
           PERFORM Find-Customer-Terms.
           PERFORM Format-Terms-Line.

           PERFORM Write-Invoice-Heading.

                   MOVE SPACES TO Prn-Inv-Tran-Type
               END-IF
               ADD Net-Sale-Value TO Invoice-Total-Value
               PERFORM Add-To-Branch-Subtotal

               MOVE SS-Oil-Number  TO Prn-Inv-Oil-Number
               MOVE SS-Unit-Size   TO Prn-Inv-Unit-Size
               END-READ
           END-PERFORM.

           PERFORM Compute-Invoice-Tax.
           PERFORM Print-Invoice-Totals.

           MOVE IVC-Last-Invoice-No TO IR-Invoice-No.
           MOVE Prev-Cust-Id        TO IR-Customer-Id.
           MOVE Prn-Inv-Cust-Name   TO IR-Customer-Name.
           MOVE Run-Date-Number     TO IR-Invoice-Date.
           MOVE Invoice-Total-Value TO IR-Invoice-Total.
           MOVE Inv-Terms-Code      TO IR-Terms-Code.
           MOVE Inv-Due-Date        TO IR-Due-Date.
           MOVE Inv-Disc-Date       TO IR-Disc-Date.
           MOVE Inv-Tax-Total       TO IR-Tax-Amount.
           WRITE Invoice-Register-Rec.
           ADD 1 TO Invoices-Printed.

           PERFORM Write-Tax-Detail-Record
               VARYING Inv-Branch-Idx FROM 1 BY 1
               UNTIL Inv-Branch-Idx > Inv-Branch-Count.
           IF Inv-Tax-Total NOT = ZEROS
               PERFORM Add-Tax-To-Balance
           END-IF.
           IF Pay-When-Paid-Mode
               PERFORM Write-Commission-Pending
           END-IF.

       Add-To-Branch-Subtotal.
           SET Inv-Branch-Idx TO 1.
           SEARCH Inv-Branch-Entry
               AT END
                   IF Inv-Branch-Count < 20
                       ADD 1 TO Inv-Branch-Count
                       MOVE SS-Branch-Code TO
                            IB-Branch-Code(Inv-Branch-Count)
                       MOVE Net-Sale-Value TO
                            IB-Net-Value(Inv-Branch-Count)
                       MOVE ZEROS TO IB-Tax-Amount(Inv-Branch-Count)
                   ELSE
                       DISPLAY "ADD-TO-BRANCH-SUBTOTAL: BRANCH TABLE "
                               "FULL, CUSTOMER " SS-Customer-Id
                               " BRANCH " SS-Branch-Code " UNTAXED"
                   END-IF
               WHEN IB-Branch-Code(Inv-Branch-Idx) = SS-Branch-Code
                   ADD Net-Sale-Value TO IB-Net-Value(Inv-Branch-Idx)
           END-SEARCH.

      *    A branch with no row on TAXRATE.DAT is taxed at zero and
      *    flagged, not held - the return shows it as taxable sales
      *    with no tax collected, for finance to chase.
       Compute-Invoice-Tax.
           MOVE ZEROS TO Inv-Tax-Total.
           PERFORM Tax-One-Branch
               VARYING Inv-Branch-Idx FROM 1 BY 1
               UNTIL Inv-Branch-Idx > Inv-Branch-Count.

       Tax-One-Branch.
           IF Inv-Exempt
               MOVE ZEROS TO IB-Tax-Amount(Inv-Branch-Idx)
           ELSE
               MOVE ZEROS TO Branch-Tax-Rate
               SET Tax-Rate-Idx TO 1
               SEARCH Tax-Rate-Entry
                   AT END
                       DISPLAY "COMPUTE-INVOICE-TAX: NO TAX RATE FOR "
                               "BRANCH " IB-Branch-Code(Inv-Branch-Idx)
                               ", TAXED AT ZERO"
                   WHEN TR-Branch-Code(Tax-Rate-Idx)
                        = IB-Branch-Code(Inv-Branch-Idx)
                       MOVE TR-Tax-Rate(Tax-Rate-Idx)
                            TO Branch-Tax-Rate
               END-SEARCH
               COMPUTE IB-Tax-Amount(Inv-Branch-Idx) ROUNDED =
                   IB-Net-Value(Inv-Branch-Idx) * Branch-Tax-Rate
               ADD IB-Tax-Amount(Inv-Branch-Idx) TO Inv-Tax-Total
           END-IF.

      *    Invoice-Total-Value holds the goods on the way in and the
      *    tax-inclusive total the customer owes on the way out.
       Print-Invoice-Totals.
           MOVE Invoice-Total-Value TO Invoice-Goods-Value.
           MOVE Invoice-Goods-Value TO Prn-Invoice-Goods.
           WRITE Invoice-Print-Line FROM Invoice-Goods-Line AFTER
           ADVANCING 2 LINES.
           IF Inv-Exempt
               MOVE Inv-Tax-Cert TO Prn-Invoice-Cert
               WRITE Invoice-Print-Line FROM Invoice-Exempt-Line AFTER
               ADVANCING 1 LINE
           ELSE
               MOVE Inv-Tax-Total TO Prn-Invoice-Tax
               WRITE Invoice-Print-Line FROM Invoice-Tax-Line AFTER
               ADVANCING 1 LINE
           END-IF.
           ADD Inv-Tax-Total TO Invoice-Total-Value.
           MOVE Invoice-Total-Value TO Prn-Invoice-Total.
           WRITE Invoice-Print-Line FROM Invoice-Total-Line AFTER
           ADVANCING 1 LINE.

       Write-Tax-Detail-Record.
           MOVE IVC-Last-Invoice-No TO TD-Invoice-No.
           MOVE Prev-Cust-Id        TO TD-Customer-Id.
           MOVE Run-Date-Number     TO TD-Invoice-Date.
           MOVE IB-Branch-Code(Inv-Branch-Idx) TO TD-Branch-Code.
           IF Inv-Exempt
               MOVE ZEROS TO TD-Taxable-Value
               MOVE IB-Net-Value(Inv-Branch-Idx) TO TD-Exempt-Value
           ELSE
               MOVE IB-Net-Value(Inv-Branch-Idx) TO TD-Taxable-Value
               MOVE ZEROS TO TD-Exempt-Value
           END-IF.
           MOVE IB-Tax-Amount(Inv-Branch-Idx) TO TD-Tax-Amount.
           MOVE Inv-Tax-Cert        TO TD-Tax-Cert.
           WRITE Tax-Detail-Rec.
           WRITE Tax-History-Rec FROM Tax-Detail-Rec.

      *    Only an invoice the customer owes money on earns pending
      *    commission.  A credit-net invoice pends nothing; it takes
      *    commission back when ARCASH offsets it against the
      *    customer's open invoices.
       Write-Commission-Pending.
           SET Cust-Comm-Idx TO 1.
           SEARCH Cust-Comm-Entry
               AT END
                   CONTINUE
               WHEN CT-Customer-Id(Cust-Comm-Idx) = Prev-Cust-Id
                   IF CT-Commission(Cust-Comm-Idx) > ZEROS
                      AND Invoice-Total-Value > ZEROS
                       MOVE Prev-Cust-Id        TO CP-Customer-Id
                       MOVE IVC-Last-Invoice-No TO CP-Invoice-No
                       MOVE CT-Rep-Code(Cust-Comm-Idx) TO CP-Rep-Code
                       MOVE Run-Date-Number     TO CP-Invoice-Date
                       MOVE Invoice-Total-Value TO CP-Invoice-Amount
                       MOVE CT-Commission(Cust-Comm-Idx)
                            TO CP-Commission
                       MOVE ZEROS TO CP-Released, CP-Reversed
                       WRITE Comm-Pending-Rec
                           INVALID KEY
                               DISPLAY "WRITE-COMMISSION-PENDING: "
                                       "INVOICE " CP-Invoice-No
                                       " ALREADY PENDING, DROPPED"
                       END-WRITE
                   END-IF
           END-SEARCH.

      *    The sales run raised the balance by the goods value; the
      *    tax is owed on top of it and comes off again when ARCASH
      *    applies the payment.
       Add-Tax-To-Balance.
           MOVE Prev-Cust-Id TO CM-Customer-Id.
           READ Customer-Master
               INVALID KEY
                   DISPLAY "ADD-TAX-TO-BALANCE: CUSTOMER "
                           CM-Customer-Id " NOT ON MASTER, "
                           "BALANCE NOT UPDATED"
               NOT INVALID KEY
                   ADD Inv-Tax-Total TO CM-Curr-Balance
                   REWRITE Customer-Master-Rec
           END-READ.

       Write-Invoice-Heading.
           WRITE Invoice-Print-Line FROM Invoice-Main-Title AFTER
           ADVANCING PAGE.
           ADVANCING 2 LINES.
           WRITE Invoice-Print-Line FROM Invoice-Date-Line AFTER
           ADVANCING 1 LINE.
           WRITE Invoice-Print-Line FROM Invoice-Terms-Line AFTER
           ADVANCING 1 LINE.
           WRITE Invoice-Print-Line FROM Invoice-Subtitles AFTER
           ADVANCING 2 LINES.

               MOVE DN-Month TO DD-Month
               MOVE DN-Day   TO DD-Day
               MOVE Date-Display TO Prn-Inv-Date
               MOVE RG-Terms-Code(Reg-Sub) TO Inv-Terms-Code
               MOVE RG-Due-Date(Reg-Sub)   TO Inv-Due-Date
               MOVE RG-Disc-Date(Reg-Sub)  TO Inv-Disc-Date
               MOVE RG-Tax-Amount(Reg-Sub) TO Inv-Tax-Total
           END-IF.

       Reprint-This-Invoice.
           MOVE ZEROS TO Invoice-Total-Value.
           PERFORM Find-Reprint-Tax-Status.
           MOVE SS-Customer-Id   TO Prn-Inv-Cust-Id.
           MOVE SS-Customer-Name TO Prn-Inv-Cust-Name.
           PERFORM Find-Reprint-Terms-Desc.
           PERFORM Format-Terms-Line.

           PERFORM Write-Invoice-Heading.

               END-READ
           END-PERFORM.

           PERFORM Print-Invoice-Totals.
           ADD 1 TO Invoices-Printed.

      *    An exempt customer's reissue prints the certificate line
      *    as the original did.  Only an invoice registered with no
      *    tax is treated as exempt, so a customer made exempt since
      *    still gets the tax that was charged.
       Find-Reprint-Tax-Status.
           MOVE "N"    TO Inv-Tax-Exempt.
           MOVE SPACES TO Inv-Tax-Cert.
           MOVE SS-Customer-Id TO CM-Customer-Id.
           READ Customer-Master
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-Tax-Exempt = "Y" AND Inv-Tax-Total = ZEROS
                       MOVE "Y"         TO Inv-Tax-Exempt
                       MOVE CM-Tax-Cert TO Inv-Tax-Cert
                   END-IF
           END-READ.

      *    A reissue keeps the registered terms code and dates; only
      *    the description is looked up again for the print.
       Find-Reprint-Terms-Desc.
           MOVE "DUE ON INVOICE DATE" TO Inv-Terms-Desc.
           IF Inv-Terms-Code NOT = SPACES
               SET Terms-Idx TO 1
               SEARCH Terms-Entry
                   AT END
                       MOVE Inv-Terms-Code TO Inv-Terms-Desc
                   WHEN TT-Terms-Code(Terms-Idx) = Inv-Terms-Code
                       MOVE TT-Terms-Desc(Terms-Idx) TO Inv-Terms-Desc
               END-SEARCH
           END-IF.
