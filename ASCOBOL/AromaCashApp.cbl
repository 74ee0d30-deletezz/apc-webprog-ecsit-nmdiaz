      *                    customer's current balance on
      *                    CUSTMAST.IDX, the balance the sales
      *                    edit checks against the credit limit.
      *   2026-10-15  NMD  Prompt-payment discount.  A receipt dated
      *                    on or before the item's discount date
      *                    that covers the open amount less 2%
      *                    closes the item with the 2% written off
      *                    as discount taken.  Discounts list on
      *                    CASHDISC.RPT and total on CASHEXCP.RPT;
      *                    the customer balance comes down by cash
      *                    and discount together.
      *   2026-10-15  NMD  Customer master record layout picks up
      *                    the sales-tax exemption flag and
      *                    certificate number.
      *   2026-10-15  NMD  Pay-when-paid commission.  Cash applied
      *                    to an invoice with commission pending on
      *                    COMMPEND.IDX releases the same share of
      *                    the commission to the rep; a discount or
      *                    credit offset reverses its share instead.
      *                    Each release and reversal is written to
      *                    COMMREL.DAT for AROMAGL and appended to
      *                    the COMMHIST.DAT history behind the rep
      *                    commission statement, dated with the
      *                    RUNCTL.DAT run date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCASH.
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS CM-Customer-Id.

       SELECT Cash-Discount-Report ASSIGN TO "CASHDISC.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Run-Log-File ASSIGN TO "RUNLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Run-Control-File ASSIGN TO "RUNCTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Comm-Pending-File ASSIGN TO "COMMPEND.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS CP-Pend-Key.

       SELECT Comm-Release-File ASSIGN TO "COMMREL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Comm-History-File ASSIGN TO "COMMHIST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Cash-Receipts-File.
                   88 AR-Open-Credit    VALUE "C".
               02 AR-Original-Amount    PIC S9(7)V99.
               02 AR-Open-Amount        PIC S9(7)V99.
               02 AR-Due-Date           PIC 9(8).
               02 AR-Disc-Date          PIC 9(8).

       FD Cash-Exception-Report.
           01 Cash-Print-Line             PIC X(72).

       FD Cash-Discount-Report.
           01 Disc-Print-Line             PIC X(72).

       FD Customer-Master.
           01 Customer-Master-Rec.
               02 CM-Customer-Id        PIC X(5).
               02 CM-Rep-Code           PIC X(3).
               02 CM-Credit-Limit       PIC 9(7)V99.
               02 CM-Curr-Balance       PIC S9(7)V99.
               02 CM-Terms-Code         PIC X(2).
               02 CM-Tax-Exempt         PIC X.
               02 CM-Tax-Cert           PIC X(15).

       FD Run-Log-File.
           01 Run-Log-Rec.
               02 RL-Records-Rejected   PIC 9(7).
               02 RL-Key-Total          PIC S9(9)V99.

       FD Run-Control-File.
           01 Run-Control-Rec.
               02 RC-Run-Date           PIC X(10).
               02 RC-Period             PIC X(7).
               02 RC-Close-Flag         PIC X.

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

      *    One line per commission movement.  COMMREL.DAT is this
      *    run's for the ledger extract; COMMHIST.DAT keeps every run
      *    for the rep commission statement.
       FD Comm-Release-File.
           01 Comm-Release-Rec.
               02 CRL-Rep-Code          PIC X(3).
               02 CRL-Customer-Id       PIC X(5).
               02 CRL-Invoice-No        PIC 9(7).
               02 CRL-Release-Date      PIC 9(8).
               02 CRL-Release-Type      PIC X.
                   88 CRL-Released      VALUE "R".
                   88 CRL-Reversed      VALUE "V".
               02 CRL-Amount            PIC S9(5)V99.

       FD Comm-History-File.
           01 Comm-History-Rec            PIC X(31).

       WORKING-STORAGE SECTION.
       01  Cash-Main-Title             PIC X(44)
            VALUE "         UNAPPLIED CASH EXCEPTION LISTING".
           "CREDITS OFFSET    :".
           02  Prn-Credit-Offset       PIC BB$$$$,$$9.99.

       01  Discount-Taken-Total-Line.
           02  FILLER                  PIC X(19) VALUE
           "DISCOUNT TAKEN    :".
           02  Prn-Discount-Taken      PIC BB$$$$,$$9.99.

       01  Comm-Released-Total-Line.
           02  FILLER                  PIC X(19) VALUE
           "COMM RELEASED     :".
           02  Prn-Comm-Released       PIC BB$$$$,$$9.99.

       01  Comm-Reversed-Total-Line.
           02  FILLER                  PIC X(19) VALUE
           "COMM REVERSED     :".
           02  Prn-Comm-Reversed       PIC BB$$$$,$$9.99.

       01  Disc-Main-Title             PIC X(44)
            VALUE "        PROMPT-PAYMENT DISCOUNT LISTING".

       01  Disc-Subtitles.
           02  FILLER                  PIC X(9)  VALUE "CUST-ID  ".
           02  FILLER                  PIC X(10) VALUE "ITEM NO   ".
           02  FILLER                  PIC X(10) VALUE "RCPT DATE ".
           02  FILLER                  PIC X(10) VALUE "DISC DATE ".
           02  FILLER                  PIC X(13) VALUE "CASH APPLIED ".
           02  FILLER                  PIC X(8)  VALUE "DISCOUNT".

       01  Disc-Detail-Line.
           02  Prn-Dsc-Cust-Id         PIC X(5).
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  Prn-Dsc-Invoice-No      PIC 9(7).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-Dsc-Rcpt-Date       PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Dsc-Disc-Date       PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Dsc-Applied         PIC $$$$,$$9.99.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Dsc-Discount        PIC $$$,$$9.99.

       01  Cash-App-Totals.
           02  Receipts-Read-Count     PIC 9(7)     VALUE ZEROS.
           02  Receipts-Except-Count   PIC 9(7)     VALUE ZEROS.
           02  Cash-Applied-Total      PIC S9(8)V99 VALUE ZEROS.
           02  Cash-Unapplied-Total    PIC S9(8)V99 VALUE ZEROS.
           02  Credit-Offset-Total     PIC S9(8)V99 VALUE ZEROS.
           02  Discount-Taken-Total    PIC S9(8)V99 VALUE ZEROS.
           02  Comm-Released-Total     PIC S9(8)V99 VALUE ZEROS.
           02  Comm-Reversed-Total     PIC S9(8)V99 VALUE ZEROS.

       01  Apply-Work-Fields.
           02  Amount-To-Apply         PIC S9(7)V99.
           02  Excess-Amount           PIC S9(7)V99.
           02  Discount-Amount         PIC S9(7)V99.

      *    The one prompt-payment rate the terms promise.
       01  Discount-Rate               PIC V99 VALUE .02.

      *    Open items for the customer being offset, gathered on the
      *    sequential scan.  The key order of ARMAST.IDX keeps one
           02  End-Of-Ar-Flag          PIC X VALUE "N".
               88 End-Of-Ar-File       VALUE "Y".

      *    An invoice's pending commission follows the money: cash
      *    paid releases the same share of the commission, value
      *    lost to a discount or a credit offset reverses its share.
      *    Whatever is left when the item closes goes the way of the
      *    closing movement, so no rounding stays pending.
       01  Comm-Work-Fields.
           02  Comm-Paid-Amount        PIC S9(7)V99.
           02  Comm-Lost-Amount        PIC S9(7)V99.
           02  Comm-Outstanding        PIC S9(5)V99.
           02  Release-Share           PIC S9(5)V99.
           02  Reverse-Share           PIC S9(5)V99.
           02  Comm-Closed-Flag        PIC X.
               88 Comm-Item-Closed     VALUE "Y".

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

       PROCEDURE DIVISION.
       Apply-Cash-Receipts.
           PERFORM Load-Run-Control.
           MOVE "S" TO RL-Status.
           MOVE ZEROS TO RL-Records-Read, RL-Records-Rejected,
                         RL-Key-Total.
           OPEN I-O Ar-Open-Item-File.
           OPEN I-O Customer-Master.
           OPEN OUTPUT Cash-Exception-Report.
           OPEN OUTPUT Cash-Discount-Report.
           OPEN I-O Comm-Pending-File.
           OPEN OUTPUT Comm-Release-File.
           OPEN EXTEND Comm-History-File.

           WRITE Cash-Print-Line FROM Cash-Main-Title AFTER
           ADVANCING 1 LINE.
           WRITE Cash-Print-Line FROM Cash-Subtitles AFTER
           ADVANCING 2 LINES.

           WRITE Disc-Print-Line FROM Disc-Main-Title AFTER
           ADVANCING 1 LINE.
           WRITE Disc-Print-Line FROM Cash-Title-Underline AFTER
           ADVANCING 1 LINE.
           WRITE Disc-Print-Line FROM Disc-Subtitles AFTER
           ADVANCING 2 LINES.

           READ Cash-Receipts-File
               AT END SET End-Of-Cash-Receipts TO TRUE
           END-READ.
           MOVE Credit-Offset-Total TO Prn-Credit-Offset.
           WRITE Cash-Print-Line FROM Credit-Offset-Total-Line AFTER
           ADVANCING 2 LINES.
           MOVE Discount-Taken-Total TO Prn-Discount-Taken.
           WRITE Cash-Print-Line FROM Discount-Taken-Total-Line AFTER
           ADVANCING 2 LINES.
           WRITE Disc-Print-Line FROM Discount-Taken-Total-Line AFTER
           ADVANCING 3 LINES.
           MOVE Comm-Released-Total TO Prn-Comm-Released.
           WRITE Cash-Print-Line FROM Comm-Released-Total-Line AFTER
           ADVANCING 2 LINES.
           MOVE Comm-Reversed-Total TO Prn-Comm-Reversed.
           WRITE Cash-Print-Line FROM Comm-Reversed-Total-Line AFTER
           ADVANCING 2 LINES.

           CLOSE Cash-Receipts-File.
           CLOSE Ar-Open-Item-File.
           CLOSE Customer-Master.
           CLOSE Cash-Exception-Report.
           CLOSE Cash-Discount-Report.
           CLOSE Comm-Pending-File.
           CLOSE Comm-Release-File.
           CLOSE Comm-History-File.

           MOVE "C" TO RL-Status.
           MOVE Receipts-Read-Count   TO RL-Records-Read.
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
           MOVE RC-Run-Date TO Run-Date-Split.
           MOVE RD-Year     TO RDN-Year.
           MOVE RD-Month    TO RDN-Month.
           MOVE RD-Day      TO RDN-Day.

      *    A receipt pays down its open item up to the open amount.
      *    Anything it cannot take - the whole receipt when the item
      *    is missing or closed, the excess when it overpays - lists
               PERFORM Write-Unapplied-Line
               ADD CR-Amount TO Cash-Unapplied-Total
           ELSE
               PERFORM Work-Out-Discount
               IF CR-Amount > AR-Open-Amount - Discount-Amount
                   COMPUTE Amount-To-Apply =
                       AR-Open-Amount - Discount-Amount
                   COMPUTE Excess-Amount = CR-Amount - Amount-To-Apply
                   MOVE Excess-Amount TO Prn-Csh-Unapplied
                   MOVE "OVERPAYS OPEN ITEM" TO Prn-Csh-Reason
                   PERFORM Write-Unapplied-Line
                   MOVE CR-Amount TO Amount-To-Apply
               END-IF
               SUBTRACT Amount-To-Apply FROM AR-Open-Amount
               SUBTRACT Discount-Amount FROM AR-Open-Amount
               REWRITE Ar-Open-Item-Rec
               ADD Amount-To-Apply TO Cash-Applied-Total
               IF Discount-Amount > ZEROS
                   ADD Discount-Amount TO Discount-Taken-Total
                   PERFORM Write-Discount-Line
               END-IF
               PERFORM Pay-Down-Customer-Balance
               MOVE Amount-To-Apply TO Comm-Paid-Amount
               MOVE Discount-Amount TO Comm-Lost-Amount
               MOVE "N" TO Comm-Closed-Flag
               IF AR-Open-Amount = ZEROS
                   SET Comm-Item-Closed TO TRUE
               END-IF
               MOVE CR-Customer-Id TO CP-Customer-Id
               MOVE CR-Invoice-No  TO CP-Invoice-No
               PERFORM Settle-Item-Commission
           END-IF.

      *    The discount is only earned by paying in full inside the
      *    window: receipt dated on or before the discount date and
      *    big enough to clear the open amount less the discount.
      *    A short or late payment applies as plain cash.
       Work-Out-Discount.
           MOVE ZEROS TO Discount-Amount.
           IF NOT AR-Open-Credit
              AND AR-Disc-Date NUMERIC
              AND AR-Disc-Date > ZEROS
              AND CR-Receipt-Date <= AR-Disc-Date
               COMPUTE Discount-Amount ROUNDED =
                   AR-Open-Amount * Discount-Rate
               IF CR-Amount < AR-Open-Amount - Discount-Amount
                   MOVE ZEROS TO Discount-Amount
               END-IF
           END-IF.

       Write-Discount-Line.
           MOVE CR-Customer-Id  TO Prn-Dsc-Cust-Id.
           MOVE CR-Invoice-No   TO Prn-Dsc-Invoice-No.
           MOVE CR-Receipt-Date TO Prn-Dsc-Rcpt-Date.
           MOVE AR-Disc-Date    TO Prn-Dsc-Disc-Date.
           MOVE Amount-To-Apply TO Prn-Dsc-Applied.
           MOVE Discount-Amount TO Prn-Dsc-Discount.
           WRITE Disc-Print-Line FROM Disc-Detail-Line AFTER
           ADVANCING 1 LINE.

      *    The sales edit raised the balance when the sale was
      *    accepted; the payment brings it back down so the credit
      *    screen sees what the customer still owes.  A discount
      *    taken is no longer owed either.
       Pay-Down-Customer-Balance.
           MOVE CR-Customer-Id TO CM-Customer-Id.
           READ Customer-Master
                           "BALANCE NOT UPDATED"
               NOT INVALID KEY
                   SUBTRACT Amount-To-Apply FROM CM-Curr-Balance
                   SUBTRACT Discount-Amount FROM CM-Curr-Balance
                   REWRITE Customer-Master-Rec
           END-READ.

                           AR-Customer-Id " " AR-Invoice-No
                           " VANISHED, NOT REWRITTEN"
               NOT INVALID KEY
                   IF NOT AR-Open-Credit
                       PERFORM Reverse-Offset-Commission
                   END-IF
                   MOVE OC-Open-Amount(Change-Sub) TO AR-Open-Amount
                   REWRITE Ar-Open-Item-Rec
           END-READ.

      *    A credit offset is value the customer never pays for, so
      *    the commission on it is taken back, not released.
       Reverse-Offset-Commission.
           MOVE ZEROS TO Comm-Paid-Amount.
           COMPUTE Comm-Lost-Amount =
               AR-Open-Amount - OC-Open-Amount(Change-Sub).
           MOVE "N" TO Comm-Closed-Flag.
           IF OC-Open-Amount(Change-Sub) = ZEROS
               SET Comm-Item-Closed TO TRUE
           END-IF.
           MOVE AR-Customer-Id TO CP-Customer-Id.
           MOVE AR-Invoice-No  TO CP-Invoice-No.
           PERFORM Settle-Item-Commission.

      *    No pending row means the invoice was raised on the
      *    invoiced basis and its commission has already been paid.
       Settle-Item-Commission.
           READ Comm-Pending-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM Share-Item-Commission
           END-READ.

       Share-Item-Commission.
           COMPUTE Comm-Outstanding =
               CP-Commission - CP-Released - CP-Reversed.
           IF Comm-Outstanding > ZEROS AND CP-Invoice-Amount > ZEROS
               COMPUTE Release-Share ROUNDED =
                   CP-Commission * Comm-Paid-Amount
                   / CP-Invoice-Amount
               COMPUTE Reverse-Share ROUNDED =
                   CP-Commission * Comm-Lost-Amount
                   / CP-Invoice-Amount
               IF Release-Share > Comm-Outstanding
                   MOVE Comm-Outstanding TO Release-Share
               END-IF
               EVALUATE TRUE
                   WHEN Comm-Item-Closed
                        AND Comm-Lost-Amount = ZEROS
                       MOVE Comm-Outstanding TO Release-Share
                       MOVE ZEROS TO Reverse-Share
                   WHEN Comm-Item-Closed
                   WHEN Release-Share + Reverse-Share
                        > Comm-Outstanding
                       COMPUTE Reverse-Share =
                           Comm-Outstanding - Release-Share
               END-EVALUATE
               ADD Release-Share TO CP-Released
               ADD Reverse-Share TO CP-Reversed
               REWRITE Comm-Pending-Rec
               IF Release-Share > ZEROS
                   MOVE "R" TO CRL-Release-Type
                   MOVE Release-Share TO CRL-Amount
                   ADD Release-Share TO Comm-Released-Total
                   PERFORM Write-Commission-Release
               END-IF
               IF Reverse-Share > ZEROS
                   MOVE "V" TO CRL-Release-Type
                   MOVE Reverse-Share TO CRL-Amount
                   ADD Reverse-Share TO Comm-Reversed-Total
                   PERFORM Write-Commission-Release
               END-IF
           END-IF.

       Write-Commission-Release.
           MOVE CP-Rep-Code     TO CRL-Rep-Code.
           MOVE CP-Customer-Id  TO CRL-Customer-Id.
           MOVE CP-Invoice-No   TO CRL-Invoice-No.
           MOVE Run-Date-Number TO CRL-Release-Date.
           WRITE Comm-Release-Rec.
           WRITE Comm-History-Rec FROM Comm-Release-Rec.
