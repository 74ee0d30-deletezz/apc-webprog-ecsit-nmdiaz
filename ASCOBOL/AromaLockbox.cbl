      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bank lockbox import.  Reads the bank's daily lockbox
      *          transmission LOCKBOX.DAT - a batch header, one detail
      *          per payment, a batch trailer carrying the item count
      *          and amount - proves each batch against its trailer
      *          and builds CASHRCPT.DAT for ARCASH.  A payment that
      *          quotes an open invoice goes straight through.  One
      *          that does not is matched against the customer's
      *          open items on ARMAST.IDX: first an item whose open
      *          amount it pays exactly, otherwise spread over the
      *          oldest open items.  Whatever cannot be placed - and
      *          every payment in a batch that fails its trailer -
      *          is appended to the LOCKSUSP.DAT suspense file, and
      *          every payment lists on LOCKMTCH.RPT with where it
      *          went, so no remittance is dropped.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026-10-15  NMD  Initial version.  CASHRCPT.DAT is built
      *                    from the bank's transmission instead of
      *                    being keyed from the remittance listing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARLOCKBX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Lockbox-File ASSIGN TO "LOCKBOX.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Run-Control-File ASSIGN TO "RUNCTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Ar-Open-Item-File ASSIGN TO "ARMAST.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS AR-Open-Key.

       SELECT Cash-Receipts-File ASSIGN TO "CASHRCPT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Lockbox-Suspense-File ASSIGN TO "LOCKSUSP.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Lockbox-Match-Report ASSIGN TO "LOCKMTCH.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Run-Log-File ASSIGN TO "RUNLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Lockbox-File.
           01 Lockbox-Header-Rec.
               88 End-Of-Lockbox-File   VALUE HIGH-VALUES.
               02 LB-Rec-Type           PIC X.
                   88 LB-Batch-Header   VALUE "H".
                   88 LB-Payment-Detail VALUE "D".
                   88 LB-Batch-Trailer  VALUE "T".
               02 LBH-Batch-Id          PIC X(8).
               02 LBH-Deposit-Date      PIC 9(8).
               02 FILLER                PIC X(15).
           01 Lockbox-Detail-Rec.
               02 FILLER                PIC X.
               02 LBD-Customer-Id       PIC X(5).
               02 LBD-Invoice-No-X      PIC X(7).
               02 LBD-Invoice-No REDEFINES LBD-Invoice-No-X
                                        PIC 9(7).
               02 LBD-Amount-X          PIC X(9).
               02 LBD-Amount REDEFINES LBD-Amount-X
                                        PIC 9(7)V99.
               02 LBD-Check-No          PIC X(10).
           01 Lockbox-Trailer-Rec.
               02 FILLER                PIC X.
               02 LBT-Item-Count        PIC 9(5).
               02 LBT-Amount-Total      PIC 9(9)V99.
               02 FILLER                PIC X(15).

       FD Run-Control-File.
           01 Run-Control-Rec.
               02 RC-Run-Date           PIC X(10).
               02 RC-Period             PIC X(7).
               02 RC-Close-Flag         PIC X.

       FD Ar-Open-Item-File.
           01 Ar-Open-Item-Rec.
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

       FD Cash-Receipts-File.
           01 Cash-Receipt-Rec.
               02 CR-Customer-Id        PIC X(5).
               02 CR-Invoice-No         PIC 9(7).
               02 CR-Receipt-Date       PIC 9(8).
               02 CR-Amount             PIC 9(7)V99.

      *    The amount is kept exactly as the bank sent it, so an
      *    unreadable amount still reaches the cashier.
       FD Lockbox-Suspense-File.
           01 Lockbox-Suspense-Rec.
               02 LS-Run-Date           PIC 9(8).
               02 LS-Batch-Id           PIC X(8).
               02 LS-Deposit-Date       PIC 9(8).
               02 LS-Customer-Id        PIC X(5).
               02 LS-Invoice-No-X       PIC X(7).
               02 LS-Amount-X           PIC X(9).
               02 LS-Amount REDEFINES LS-Amount-X
                                        PIC 9(7)V99.
               02 LS-Check-No           PIC X(10).
               02 LS-Reason             PIC X(20).

       FD Lockbox-Match-Report.
           01 Match-Print-Line            PIC X(90).

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
       01  Match-Main-Title            PIC X(44)
            VALUE "          LOCKBOX IMPORT MATCH REPORT".

       01  Match-Title-Underline.
           02  FILLER                  PIC X(13) VALUE SPACES.
           02  FILLER                  PIC X(32) VALUE ALL "-".

       01  Report-Date-Line.
           02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           02  Prn-Run-Date            PIC X(10).

       01  Match-Subtitles.
           02  FILLER                  PIC X(10) VALUE "BATCH     ".
           02  FILLER                  PIC X(7)  VALUE "CUST-ID".
           02  FILLER                  PIC X(9)  VALUE "  QUOTED ".
           02  FILLER                  PIC X(12) VALUE "CHECK NO    ".
           02  FILLER                  PIC X(13) VALUE "     AMOUNT  ".
           02  FILLER                  PIC X(9)  VALUE "APPLIED  ".
           02  FILLER                  PIC X(6)  VALUE "METHOD".

       01  Match-Detail-Line.
           02  Prn-Mt-Batch-Id         PIC X(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Mt-Cust-Id          PIC X(5).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Mt-Quoted           PIC X(7).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Mt-Check-No         PIC X(10).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Mt-Amount           PIC $$$$,$$9.99.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Mt-Applied-To       PIC X(7).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Mt-Method           PIC X(30).

       01  Batch-Control-Line.
           02  FILLER                  PIC X(6)  VALUE "BATCH ".
           02  Prn-Bc-Batch-Id         PIC X(8).
           02  FILLER                  PIC X(8)  VALUE "  ITEMS ".
           02  Prn-Bc-Items            PIC ZZ,ZZ9.
           02  FILLER                  PIC X     VALUE "/".
           02  Prn-Bc-Bank-Items       PIC ZZ,ZZ9.
           02  FILLER                  PIC X(8)  VALUE "  VALUE ".
           02  Prn-Bc-Amount           PIC $$$,$$$,$$9.99.
           02  FILLER                  PIC X     VALUE "/".
           02  Prn-Bc-Bank-Amount      PIC $$$,$$$,$$9.99.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Bc-Verdict          PIC X(16).

       01  Receipts-Built-Total-Line.
           02  FILLER                  PIC X(19) VALUE
           "TO CASHRCPT.DAT   :".
           02  Prn-Receipts-Built      PIC BB$$$,$$$,$$9.99.

       01  Suspense-Total-Line.
           02  FILLER                  PIC X(19) VALUE
           "TO SUSPENSE       :".
           02  Prn-Suspense-Total      PIC BB$$$,$$$,$$9.99.

      *    One bank batch, held until its trailer proves it.  Only
      *    a batch in balance is matched; a batch that fails goes to
      *    suspense whole for the bank to re-transmit.
       01  Batch-Item-Count            PIC 9(3) VALUE ZEROS.

       01  Batch-Item-Table.
           02  Batch-Item-Entry OCCURS 1 TO 500 TIMES
                       DEPENDING ON Batch-Item-Count.
               03 BI-Customer-Id       PIC X(5).
               03 BI-Invoice-No-X      PIC X(7).
               03 BI-Amount-X          PIC X(9).
               03 BI-Check-No          PIC X(10).

       01  Batch-Work-Fields.
           02  Batch-Id                PIC X(8).
           02  Batch-Deposit-Date      PIC 9(8).
           02  Batch-Detail-Count      PIC 9(5).
           02  Batch-Amount-Total      PIC 9(9)V99.
           02  Bank-Item-Count         PIC 9(5).
           02  Bank-Amount-Total       PIC 9(9)V99.
           02  Batch-Sub               PIC 9(3).
           02  Batch-Open-Flag         PIC X VALUE "N".
               88 Batch-Open           VALUE "Y".
           02  Batch-Balance-Flag      PIC X.
               88 Batch-In-Balance     VALUE "Y".
           02  Batch-Reason            PIC X(20).

      *    The customer's open invoices, oldest item number first as
      *    the ledger key returns them, net of anything this run has
      *    already sent at them.
       01  Cust-Item-Count             PIC 9(3) VALUE ZEROS.

       01  Cust-Item-Table.
           02  Cust-Item-Entry OCCURS 1 TO 200 TIMES
                       DEPENDING ON Cust-Item-Count.
               03 CI-Invoice-No        PIC 9(7).
               03 CI-Available         PIC S9(7)V99.

      *    Every amount this run has sent at an open item, so two
      *    payments are never both matched to the same balance.
       01  Claim-Count                 PIC 9(4) VALUE ZEROS.

       01  Claim-Table.
           02  Claim-Entry OCCURS 1 TO 2000 TIMES
                       DEPENDING ON Claim-Count.
               03 CL-Customer-Id       PIC X(5).
               03 CL-Invoice-No        PIC 9(7).
               03 CL-Amount            PIC 9(7)V99.

       01  Match-Work-Fields.
           02  Pay-Customer-Id         PIC X(5).
           02  Pay-Invoice-No-X        PIC X(7).
           02  Pay-Invoice-No REDEFINES Pay-Invoice-No-X
                                       PIC 9(7).
           02  Pay-Amount-X            PIC X(9).
           02  Pay-Amount REDEFINES Pay-Amount-X
                                       PIC 9(7)V99.
           02  Pay-Check-No            PIC X(10).
           02  Pay-Remaining           PIC S9(7)V99.
           02  Apply-Amount            PIC S9(7)V99.
           02  Claimed-Amount          PIC S9(7)V99.
           02  Item-Sub                PIC 9(3).
           02  Claim-Sub               PIC 9(4).
           02  Placed-Flag             PIC X.
               88 Payment-Placed       VALUE "Y".
           02  Item-Found-Flag         PIC X.
               88 Item-Found           VALUE "Y".
           02  End-Of-Ar-Flag          PIC X.
               88 End-Of-Ar-File       VALUE "Y".
           02  Suspense-Reason         PIC X(20).

       01  Lockbox-Totals.
           02  Details-Read-Count      PIC 9(7)     VALUE ZEROS.
           02  Suspense-Count          PIC 9(7)     VALUE ZEROS.
           02  Receipts-Built-Total    PIC S9(9)V99 VALUE ZEROS.
           02  Suspense-Total          PIC S9(9)V99 VALUE ZEROS.
           02  Batches-Failed-Count    PIC 9(3)     VALUE ZEROS.

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
       Import-Lockbox-File.
           PERFORM Load-Run-Control.
           MOVE "S" TO RL-Status.
           MOVE ZEROS TO RL-Records-Read, RL-Records-Rejected,
                         RL-Key-Total.
           PERFORM Write-Run-Log-Record.

           OPEN INPUT Lockbox-File.
           OPEN INPUT Ar-Open-Item-File.
           OPEN OUTPUT Cash-Receipts-File.
           OPEN EXTEND Lockbox-Suspense-File.
           OPEN OUTPUT Lockbox-Match-Report.

           WRITE Match-Print-Line FROM Match-Main-Title AFTER
           ADVANCING 1 LINE.
           WRITE Match-Print-Line FROM Match-Title-Underline AFTER
           ADVANCING 1 LINE.
           WRITE Match-Print-Line FROM Report-Date-Line AFTER
           ADVANCING 1 LINE.
           WRITE Match-Print-Line FROM Match-Subtitles AFTER
           ADVANCING 2 LINES.

           READ Lockbox-File
               AT END SET End-Of-Lockbox-File TO TRUE
           END-READ.

           PERFORM Process-One-Lockbox-Rec UNTIL End-Of-Lockbox-File.

      *    A transmission cut off before its last trailer cannot be
      *    proved; what arrived of that batch is suspended.
           IF Batch-Open
               MOVE "NO BATCH TRAILER" TO Batch-Reason
               PERFORM Fail-Batch
           END-IF.

           MOVE Receipts-Built-Total TO Prn-Receipts-Built.
           WRITE Match-Print-Line FROM Receipts-Built-Total-Line AFTER
           ADVANCING 3 LINES.
           MOVE Suspense-Total TO Prn-Suspense-Total.
           WRITE Match-Print-Line FROM Suspense-Total-Line AFTER
           ADVANCING 2 LINES.

           CLOSE Lockbox-File.
           CLOSE Ar-Open-Item-File.
           CLOSE Cash-Receipts-File.
           CLOSE Lockbox-Suspense-File.
           CLOSE Lockbox-Match-Report.

           IF Batches-Failed-Count > ZEROS
               DISPLAY "IMPORT-LOCKBOX-FILE: " Batches-Failed-Count
                       " BATCH(ES) FAILED BANK CONTROL TOTALS, "
                       "HELD IN SUSPENSE"
               MOVE 8 TO RETURN-CODE
               MOVE "E" TO RL-Status
           ELSE
               MOVE "C" TO RL-Status
           END-IF.
           MOVE Details-Read-Count   TO RL-Records-Read.
           MOVE Suspense-Count       TO RL-Records-Rejected.
           MOVE Receipts-Built-Total TO RL-Key-Total.
           PERFORM Write-Run-Log-Record.
           STOP RUN.

       Write-Run-Log-Record.
           MOVE "ARLOCKBX" TO RL-Program-Id.
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
           MOVE RC-Run-Date TO Run-Date-Split.
           MOVE RD-Year     TO RDN-Year.
           MOVE RD-Month    TO RDN-Month.
           MOVE RD-Day      TO RDN-Day.

       Process-One-Lockbox-Rec.
           EVALUATE TRUE
               WHEN LB-Batch-Header
                   IF Batch-Open
                       MOVE "NO BATCH TRAILER" TO Batch-Reason
                       PERFORM Fail-Batch
                   END-IF
                   PERFORM Start-New-Batch
               WHEN LB-Payment-Detail
                   IF NOT Batch-Open
                       PERFORM Start-Unheaded-Batch
                   END-IF
                   PERFORM Store-Batch-Item
               WHEN LB-Batch-Trailer
                   IF Batch-Open
                       MOVE LBT-Item-Count   TO Bank-Item-Count
                       MOVE LBT-Amount-Total TO Bank-Amount-Total
                       PERFORM Close-Batch
                   ELSE
                       DISPLAY "PROCESS-ONE-LOCKBOX-REC: TRAILER "
                               "WITH NO BATCH, IGNORED"
                   END-IF
               WHEN OTHER
                   DISPLAY "PROCESS-ONE-LOCKBOX-REC: RECORD TYPE "
                           LB-Rec-Type " UNKNOWN, IGNORED"
           END-EVALUATE.

           READ Lockbox-File
               AT END SET End-Of-Lockbox-File TO TRUE
           END-READ.

      *    The bank's deposit date is the receipt date ARCASH sees,
      *    the date that decides whether a discount was earned.
       Start-New-Batch.
           SET Batch-Open TO TRUE.
           MOVE LBH-Batch-Id TO Batch-Id.
           IF LBH-Deposit-Date NUMERIC AND LBH-Deposit-Date > ZEROS
               MOVE LBH-Deposit-Date TO Batch-Deposit-Date
           ELSE
               MOVE Run-Date-Number  TO Batch-Deposit-Date
           END-IF.
           PERFORM Reset-Batch-Totals.

      *    Details ahead of any header still have to be proved; with
      *    no header there is no trailer to prove them against, so
      *    they end up in suspense under a blank batch ID.
       Start-Unheaded-Batch.
           SET Batch-Open TO TRUE.
           MOVE SPACES TO Batch-Id.
           MOVE Run-Date-Number TO Batch-Deposit-Date.
           PERFORM Reset-Batch-Totals.

       Reset-Batch-Totals.
           MOVE ZEROS TO Batch-Item-Count, Batch-Detail-Count,
                         Batch-Amount-Total.
           MOVE ZEROS TO Bank-Item-Count, Bank-Amount-Total.

      *    Every detail counts toward the control totals even if the
      *    table is full; an item that cannot be held is suspended
      *    at once rather than lost.
       Store-Batch-Item.
           ADD 1 TO Details-Read-Count.
           ADD 1 TO Batch-Detail-Count.
           IF LBD-Amount-X NUMERIC
               ADD LBD-Amount TO Batch-Amount-Total
           END-IF.
           IF Batch-Item-Count < 500
               ADD 1 TO Batch-Item-Count
               MOVE LBD-Customer-Id  TO BI-Customer-Id(Batch-Item-Count)
               MOVE LBD-Invoice-No-X TO
                    BI-Invoice-No-X(Batch-Item-Count)
               MOVE LBD-Amount-X     TO BI-Amount-X(Batch-Item-Count)
               MOVE LBD-Check-No     TO BI-Check-No(Batch-Item-Count)
           ELSE
               DISPLAY "STORE-BATCH-ITEM: BATCH TABLE FULL, "
                       "BATCH " Batch-Id " CHECK " LBD-Check-No
                       " SUSPENDED"
               MOVE LBD-Customer-Id  TO Pay-Customer-Id
               MOVE LBD-Invoice-No-X TO Pay-Invoice-No-X
               MOVE LBD-Amount-X     TO Pay-Amount-X
               MOVE LBD-Check-No     TO Pay-Check-No
               MOVE "BATCH TABLE FULL" TO Suspense-Reason
               PERFORM Suspend-Payment
           END-IF.

       Close-Batch.
           IF Bank-Item-Count = Batch-Detail-Count
              AND Bank-Amount-Total = Batch-Amount-Total
               SET Batch-In-Balance TO TRUE
               MOVE "IN BALANCE" TO Prn-Bc-Verdict
               PERFORM Print-Batch-Control-Line
               MOVE ZEROS TO Batch-Sub
               PERFORM Place-One-Payment UNTIL Batch-Sub
                       = Batch-Item-Count
               MOVE "N" TO Batch-Open-Flag
           ELSE
               MOVE "OUT OF BALANCE" TO Batch-Reason
               PERFORM Fail-Batch
           END-IF.

       Fail-Batch.
           MOVE "N" TO Batch-Balance-Flag.
           ADD 1 TO Batches-Failed-Count.
           MOVE "** OUT OF BAL **" TO Prn-Bc-Verdict.
           PERFORM Print-Batch-Control-Line.
           MOVE ZEROS TO Batch-Sub.
           PERFORM Suspend-One-Batch-Item UNTIL Batch-Sub
                   = Batch-Item-Count.
           MOVE "N" TO Batch-Open-Flag.

       Print-Batch-Control-Line.
           MOVE Batch-Id           TO Prn-Bc-Batch-Id.
           MOVE Batch-Detail-Count TO Prn-Bc-Items.
           MOVE Bank-Item-Count    TO Prn-Bc-Bank-Items.
           MOVE Batch-Amount-Total TO Prn-Bc-Amount.
           MOVE Bank-Amount-Total  TO Prn-Bc-Bank-Amount.
           WRITE Match-Print-Line FROM Batch-Control-Line AFTER
           ADVANCING 2 LINES.

       Suspend-One-Batch-Item.
           ADD 1 TO Batch-Sub.
           PERFORM Take-Batch-Item.
           IF Batch-Reason = "NO BATCH TRAILER"
               MOVE "NO BATCH TRAILER" TO Suspense-Reason
           ELSE
               MOVE "BATCH OUT OF BALANCE" TO Suspense-Reason
           END-IF.
           PERFORM Suspend-Payment.

       Take-Batch-Item.
           MOVE BI-Customer-Id(Batch-Sub)  TO Pay-Customer-Id.
           MOVE BI-Invoice-No-X(Batch-Sub) TO Pay-Invoice-No-X.
           MOVE BI-Amount-X(Batch-Sub)     TO Pay-Amount-X.
           MOVE BI-Check-No(Batch-Sub)     TO Pay-Check-No.

      *    Quoted invoice first; a quoted number that is not an open
      *    item of this customer is treated as no number at all -
      *    most of them are keying slips on the remittance advice.
       Place-One-Payment.
           ADD 1 TO Batch-Sub.
           PERFORM Take-Batch-Item.
           MOVE "N" TO Placed-Flag.

           EVALUATE TRUE
               WHEN Pay-Amount-X NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO Suspense-Reason
                   PERFORM Suspend-Payment
               WHEN Pay-Amount = ZEROS
                   MOVE "ZERO AMOUNT" TO Suspense-Reason
                   PERFORM Suspend-Payment
               WHEN Pay-Customer-Id = SPACES
                   MOVE "NO CUSTOMER ID" TO Suspense-Reason
                   PERFORM Suspend-Payment
               WHEN OTHER
                   IF Pay-Invoice-No-X NUMERIC
                      AND Pay-Invoice-No > ZEROS
                       PERFORM Place-Quoted-Payment
                   END-IF
                   IF NOT Payment-Placed
                       PERFORM Load-Customer-Items
                       PERFORM Match-Exact-Amount
                   END-IF
                   IF NOT Payment-Placed
                       PERFORM Spread-Oldest-First
                   END-IF
           END-EVALUATE.

      *    A quoted open invoice takes the whole payment; an
      *    overpayment is ARCASH's to report, as it always was.
       Place-Quoted-Payment.
           MOVE Pay-Customer-Id TO AR-Customer-Id.
           MOVE Pay-Invoice-No  TO AR-Invoice-No.
           READ Ar-Open-Item-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM Find-Claimed-Amount
                   IF NOT AR-Open-Credit
                      AND AR-Open-Amount - Claimed-Amount > ZEROS
                       MOVE Pay-Invoice-No TO CR-Invoice-No
                       MOVE Pay-Amount     TO Apply-Amount
                       PERFORM Write-Receipt-Record
                       MOVE "INVOICE QUOTED" TO Prn-Mt-Method
                       PERFORM Print-Match-Line
                       SET Payment-Placed TO TRUE
                   END-IF
           END-READ.

       Find-Claimed-Amount.
           MOVE ZEROS TO Claimed-Amount.
           MOVE ZEROS TO Claim-Sub.
           PERFORM Check-One-Claim UNTIL Claim-Sub = Claim-Count.

       Check-One-Claim.
           ADD 1 TO Claim-Sub.
           IF CL-Customer-Id(Claim-Sub) = AR-Customer-Id
              AND CL-Invoice-No(Claim-Sub) = AR-Invoice-No
               ADD CL-Amount(Claim-Sub) TO Claimed-Amount
           END-IF.

       Load-Customer-Items.
           MOVE ZEROS TO Cust-Item-Count.
           MOVE "N" TO End-Of-Ar-Flag.
           MOVE Pay-Customer-Id TO AR-Customer-Id.
           MOVE ZEROS TO AR-Invoice-No.
           START Ar-Open-Item-File KEY NOT < AR-Open-Key
               INVALID KEY SET End-Of-Ar-File TO TRUE
           END-START.

           IF NOT End-Of-Ar-File
               READ Ar-Open-Item-File NEXT RECORD
                   AT END SET End-Of-Ar-File TO TRUE
               END-READ
           END-IF.

           PERFORM UNTIL End-Of-Ar-File
                   OR AR-Customer-Id NOT = Pay-Customer-Id
               IF NOT AR-Open-Credit AND AR-Open-Amount > ZEROS
                   PERFORM Find-Claimed-Amount
                   IF AR-Open-Amount - Claimed-Amount > ZEROS
                       IF Cust-Item-Count < 200
                           ADD 1 TO Cust-Item-Count
                           MOVE AR-Invoice-No TO
                                CI-Invoice-No(Cust-Item-Count)
                           COMPUTE CI-Available(Cust-Item-Count) =
                               AR-Open-Amount - Claimed-Amount
                       ELSE
                           DISPLAY "LOAD-CUSTOMER-ITEMS: ITEM TABLE "
                                   "FULL, CUSTOMER " Pay-Customer-Id
                                   " ITEM " AR-Invoice-No
                                   " NOT MATCHED"
                       END-IF
                   END-IF
               END-IF
               READ Ar-Open-Item-File NEXT RECORD
                   AT END SET End-Of-Ar-File TO TRUE
               END-READ
           END-PERFORM.

       Match-Exact-Amount.
           MOVE "N" TO Item-Found-Flag.
           MOVE ZEROS TO Item-Sub.
           PERFORM Check-One-Exact-Item UNTIL Item-Sub
                   = Cust-Item-Count OR Item-Found.

       Check-One-Exact-Item.
           ADD 1 TO Item-Sub.
           IF CI-Available(Item-Sub) = Pay-Amount
               SET Item-Found TO TRUE
               MOVE CI-Invoice-No(Item-Sub) TO CR-Invoice-No
               MOVE Pay-Amount TO Apply-Amount
               PERFORM Write-Receipt-Record
               MOVE ZEROS TO CI-Available(Item-Sub)
               MOVE "EXACT OPEN AMOUNT" TO Prn-Mt-Method
               PERFORM Print-Match-Line
               SET Payment-Placed TO TRUE
           END-IF.

      *    Pays the oldest open items off in turn; whatever the
      *    customer's open items cannot absorb is suspended.
       Spread-Oldest-First.
           MOVE Pay-Amount TO Pay-Remaining.
           MOVE ZEROS TO Item-Sub.
           PERFORM Spread-One-Item UNTIL Item-Sub = Cust-Item-Count
                   OR Pay-Remaining = ZEROS.

           IF Pay-Remaining > ZEROS
               IF Pay-Remaining = Pay-Amount
                   MOVE "NO OPEN ITEMS" TO Suspense-Reason
               ELSE
                   MOVE "EXCEEDS OPEN ITEMS" TO Suspense-Reason
               END-IF
               MOVE Pay-Remaining TO Pay-Amount
               PERFORM Suspend-Payment
           END-IF.

       Spread-One-Item.
           ADD 1 TO Item-Sub.
           IF CI-Available(Item-Sub) > ZEROS
               IF Pay-Remaining > CI-Available(Item-Sub)
                   MOVE CI-Available(Item-Sub) TO Apply-Amount
               ELSE
                   MOVE Pay-Remaining TO Apply-Amount
               END-IF
               MOVE CI-Invoice-No(Item-Sub) TO CR-Invoice-No
               PERFORM Write-Receipt-Record
               SUBTRACT Apply-Amount FROM CI-Available(Item-Sub)
               SUBTRACT Apply-Amount FROM Pay-Remaining
               MOVE "OLDEST OPEN ITEM" TO Prn-Mt-Method
               PERFORM Print-Match-Line
           END-IF.

      *    CR-Invoice-No is set by the caller.
       Write-Receipt-Record.
           MOVE Pay-Customer-Id    TO CR-Customer-Id.
           MOVE Batch-Deposit-Date TO CR-Receipt-Date.
           MOVE Apply-Amount       TO CR-Amount.
           WRITE Cash-Receipt-Rec.
           ADD Apply-Amount TO Receipts-Built-Total.
           MOVE CR-Invoice-No TO Prn-Mt-Applied-To.
           MOVE Apply-Amount  TO Prn-Mt-Amount.
           PERFORM Record-Claim.

       Record-Claim.
           IF Claim-Count < 2000
               ADD 1 TO Claim-Count
               MOVE Pay-Customer-Id TO CL-Customer-Id(Claim-Count)
               MOVE CR-Invoice-No   TO CL-Invoice-No(Claim-Count)
               MOVE Apply-Amount    TO CL-Amount(Claim-Count)
           ELSE
               DISPLAY "RECORD-CLAIM: CLAIM TABLE FULL, CUSTOMER "
                       Pay-Customer-Id " ITEM " CR-Invoice-No
                       " MAY BE MATCHED TWICE"
           END-IF.

       Suspend-Payment.
           MOVE Run-Date-Number    TO LS-Run-Date.
           MOVE Batch-Id           TO LS-Batch-Id.
           MOVE Batch-Deposit-Date TO LS-Deposit-Date.
           MOVE Pay-Customer-Id    TO LS-Customer-Id.
           MOVE Pay-Invoice-No-X   TO LS-Invoice-No-X.
           MOVE Pay-Amount-X       TO LS-Amount-X.
           MOVE Pay-Check-No       TO LS-Check-No.
           MOVE Suspense-Reason    TO LS-Reason.
           WRITE Lockbox-Suspense-Rec.
           ADD 1 TO Suspense-Count.
           IF Pay-Amount-X NUMERIC
               ADD Pay-Amount TO Suspense-Total
               MOVE Pay-Amount TO Prn-Mt-Amount
           ELSE
               MOVE ZEROS TO Prn-Mt-Amount
           END-IF.
           MOVE SPACES TO Prn-Mt-Applied-To.
           MOVE SPACES TO Prn-Mt-Method.
           STRING "SUSPENSE: " DELIMITED BY SIZE
                  Suspense-Reason DELIMITED BY SIZE
                  INTO Prn-Mt-Method.
           PERFORM Print-Match-Line.

       Print-Match-Line.
           MOVE Batch-Id         TO Prn-Mt-Batch-Id.
           MOVE Pay-Customer-Id  TO Prn-Mt-Cust-Id.
           MOVE Pay-Invoice-No-X TO Prn-Mt-Quoted.
           MOVE Pay-Check-No     TO Prn-Mt-Check-No.
           WRITE Match-Print-Line FROM Match-Detail-Line AFTER
           ADVANCING 1 LINE.
