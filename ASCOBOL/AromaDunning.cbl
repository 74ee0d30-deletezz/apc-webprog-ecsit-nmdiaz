      ******************************************************************
      * Author:
      * Date:
      * Purpose: Dunning notice run.  Reads the open-item receivables
      *          file ARMAST.IDX in key order against the RUNCTL.DAT
      *          run date and picks out each customer's open invoices
      *          (open amount above zero, credits ignored) that are
      *          past 30, 60 or 90 days.  An overdue invoice climbs
      *          one level per notice - reminder, second notice,
      *          final demand - and never gets the same level twice;
      *          the next level only goes out once the interval on
      *          DUNCTL.DAT has passed since the last notice.  Every
      *          notice sent is appended to the DUNHIST.DAT history
      *          the next run reads back.  DUNNOTE.RPT carries one
      *          letter per customer, worded for the highest level
      *          on it, and DUNEXCP.RPT lists every customer holding
      *          a still-open invoice at final demand so the credit
      *          desk can act before more orders are accepted.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026-10-15  NMD  Initial version.  Overdue letters come off
      *                    the ledger instead of being typed from
      *                    AGEDTB.RPT.
      *   2026-10-15  NMD  Overdue days now count from the item's
      *                    due date, matching ARAGE, so customers on
      *                    terms are not chased before they owe.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AROMADUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Ar-Open-Item-File ASSIGN TO "ARMAST.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS AR-Open-Key.

       SELECT Run-Control-File ASSIGN TO "RUNCTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Dunning-Control-File ASSIGN TO "DUNCTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Dunning-History-File ASSIGN TO "DUNHIST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Dunning-Notices ASSIGN TO "DUNNOTE.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Final-Demand-List ASSIGN TO "DUNEXCP.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Run-Log-File ASSIGN TO "RUNLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD Run-Control-File.
           01 Run-Control-Rec.
               02 RC-Run-Date           PIC X(10).
               02 RC-Period             PIC X(7).
               02 RC-Close-Flag         PIC X.

      *    One card: the number of days that must pass after a
      *    notice before the same invoice can climb to the next
      *    level.  No card, or a non-numeric one, leaves the
      *    default in Dun-Interval-Days.
       FD Dunning-Control-File.
           01 Dunning-Control-Rec.
               02 DC-Interval-Days-X    PIC X(3).
               02 DC-Interval-Days REDEFINES DC-Interval-Days-X
                                        PIC 9(3).

       FD Dunning-History-File.
           01 Dunning-History-Rec.
               88 End-Of-Dun-History    VALUE HIGH-VALUES.
               02 DH-Customer-Id        PIC X(5).
               02 DH-Invoice-No         PIC 9(7).
               02 DH-Dun-Level          PIC 9.
               02 DH-Date-Sent          PIC 9(8).

       FD Dunning-Notices.
           01 Notice-Print-Line           PIC X(72).

       FD Final-Demand-List.
           01 Final-Print-Line            PIC X(80).

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
       01  Notice-Main-Title           PIC X(44)
            VALUE "      AROMAMORA ACCOUNTS RECEIVABLE NOTICE".

       01  Notice-Title-Underline.
           02  FILLER                  PIC X(13) VALUE SPACES.
           02  FILLER                  PIC X(32) VALUE ALL "-".

       01  Report-Date-Line.
           02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           02  Prn-Run-Date            PIC X(10).
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(8)  VALUE "PERIOD: ".
           02  Prn-Run-Period          PIC X(7).

       01  Notice-Cust-Header.
           02  FILLER                  PIC X(10) VALUE "CUSTOMER: ".
           02  Prn-Ntc-Cust-Name       PIC X(20).
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(9)  VALUE "CUST-ID: ".
           02  Prn-Ntc-Cust-Id         PIC X(5).

       01  Notice-Level-Header.
           02  FILLER                  PIC X(4)  VALUE "RE: ".
           02  Prn-Ntc-Level-Name      PIC X(14).

       01  Notice-Text-Line.
           02  Prn-Ntc-Text            PIC X(60).

       01  Notice-Subtitles.
           02  FILLER                  PIC X(10) VALUE "INVOICE   ".
           02  FILLER                  PIC X(10) VALUE "DATE      ".
           02  FILLER                  PIC X(10) VALUE "DAYS OVER ".
           02  FILLER                  PIC X(14) VALUE "AMOUNT OPEN   ".
           02  FILLER                  PIC X(14) VALUE "NOTICE".

       01  Notice-Detail-Line.
           02  Prn-Ntc-Invoice-No      PIC 9(7).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-Ntc-Invoice-Date    PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Ntc-Days-Over       PIC ZZZZ9.
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  Prn-Ntc-Open-Amount     PIC $$$$,$$9.99.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-Ntc-Item-Level      PIC X(14).

       01  Notice-Total-Line.
           02  FILLER                  PIC X(19) VALUE
           "AMOUNT NOW OVERDUE:".
           02  Prn-Ntc-Overdue-Total   PIC BBB$$$$,$$9.99.

       01  Notice-Closing-Line         PIC X(60) VALUE
           "PLEASE QUOTE YOUR CUSTOMER ID WITH YOUR REMITTANCE.".

      *    Letter wording by level - four lines each, reminder
      *    first, final demand last.
       01  Letter-Text-Values.
           02  FILLER                  PIC X(60) VALUE
           "OUR RECORDS SHOW THE INVOICES LISTED BELOW ARE NOW PAST".
           02  FILLER                  PIC X(60) VALUE
           "DUE.  IF YOUR PAYMENT IS ALREADY ON ITS WAY PLEASE ACCEPT".
           02  FILLER                  PIC X(60) VALUE
           "OUR THANKS AND DISREGARD THIS REMINDER; OTHERWISE PLEASE".
           02  FILLER                  PIC X(60) VALUE
           "REMIT THE AMOUNT SHOWN AT YOUR EARLIEST CONVENIENCE.".
           02  FILLER                  PIC X(60) VALUE
           "WE WROTE TO YOU EARLIER ABOUT THE INVOICES LISTED BELOW".
           02  FILLER                  PIC X(60) VALUE
           "AND HAVE NOT YET RECEIVED PAYMENT.  PLEASE REMIT THE".
           02  FILLER                  PIC X(60) VALUE
           "AMOUNT SHOWN PROMPTLY, OR CALL OUR CREDIT DESK IF THERE".
           02  FILLER                  PIC X(60) VALUE
           "IS A QUERY ON ANY OF THESE INVOICES.".
           02  FILLER                  PIC X(60) VALUE
           "DESPITE OUR EARLIER NOTICES THE INVOICES LISTED BELOW".
           02  FILLER                  PIC X(60) VALUE
           "REMAIN UNPAID.  UNLESS PAYMENT IN FULL IS RECEIVED WITHIN".
           02  FILLER                  PIC X(60) VALUE
           "7 DAYS, FURTHER ORDERS ON THIS ACCOUNT WILL BE HELD AND".
           02  FILLER                  PIC X(60) VALUE
           "THE DEBT REFERRED FOR COLLECTION.".

       01  Letter-Text-Table REDEFINES Letter-Text-Values.
           02  Letter-Text-Level OCCURS 3 TIMES.
               03  Letter-Text-Row     PIC X(60) OCCURS 4 TIMES.

       01  Level-Name-Values.
           02  FILLER                  PIC X(14) VALUE "REMINDER".
           02  FILLER                  PIC X(14) VALUE "SECOND NOTICE".
           02  FILLER                  PIC X(14) VALUE "FINAL DEMAND".

       01  Level-Name-Table REDEFINES Level-Name-Values.
           02  Level-Name              PIC X(14) OCCURS 3 TIMES.

       01  Final-Main-Title            PIC X(44)
            VALUE "      FINAL DEMAND ACCOUNTS - CREDIT DESK".

       01  Final-Subtitles.
           02  FILLER                  PIC X(21) VALUE
           " CUSTOMER NAME".
           02  FILLER                  PIC X(8)  VALUE "CUST-ID ".
           02  FILLER                  PIC X(7)  VALUE "ITEMS  ".
           02  FILLER                  PIC X(15) VALUE
           "  AT FINAL DMD ".
           02  FILLER                  PIC X(10) VALUE "OLDEST    ".
           02  FILLER                  PIC X(10) VALUE "NEW/HELD".

       01  Final-Detail-Line.
           02  Prn-Fin-Cust-Name       PIC X(20).
           02  FILLER                  PIC X     VALUE SPACES.
           02  Prn-Fin-Cust-Id         PIC X(5).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-Fin-Item-Count      PIC ZZ9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-Fin-Amount          PIC $$$$,$$9.99-.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-Fin-Oldest-Days     PIC ZZZZ9.
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  Prn-Fin-New-Held        PIC X(4).

       01  Reminder-Total-Line.
           02  FILLER                  PIC X(19) VALUE
           "REMINDERS SENT    :".
           02  Prn-Reminder-Count      PIC BBBBBZZ,ZZ9.

       01  Second-Total-Line.
           02  FILLER                  PIC X(19) VALUE
           "SECOND NOTICES    :".
           02  Prn-Second-Count        PIC BBBBBZZ,ZZ9.

       01  Final-Total-Line.
           02  FILLER                  PIC X(19) VALUE
           "FINAL DEMANDS SENT:".
           02  Prn-Final-Count         PIC BBBBBZZ,ZZ9.

       01  Held-Total-Line.
           02  FILLER                  PIC X(19) VALUE
           "ACCOUNTS LISTED   :".
           02  Prn-Listed-Count        PIC BBBBBZZ,ZZ9.

      *    Every notice ever sent, loaded from DUNHIST.DAT.  An
      *    invoice can appear up to three times - once per level.
       01  History-Count               PIC 9(5) VALUE ZEROS.

       01  History-Table.
           02  History-Entry OCCURS 1 TO 9000 TIMES
                       DEPENDING ON History-Count.
               03 HT-Customer-Id       PIC X(5).
               03 HT-Invoice-No        PIC 9(7).
               03 HT-Dun-Level         PIC 9.
               03 HT-Date-Sent         PIC 9(8).

      *    The notices going out to the customer being worked,
      *    gathered so the letter can be worded for its highest
      *    level before any of it prints.
       01  Notice-Item-Count           PIC 9(3) VALUE ZEROS.

       01  Notice-Item-Table.
           02  Notice-Item-Entry OCCURS 1 TO 200 TIMES
                       DEPENDING ON Notice-Item-Count.
               03 NI-Invoice-No        PIC 9(7).
               03 NI-Invoice-Date      PIC 9(8).
               03 NI-Days-Over         PIC S9(5).
               03 NI-Open-Amount       PIC S9(7)V99.
               03 NI-Dun-Level         PIC 9.

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

       01  Item-Date-Split.
           02  ID-Year                 PIC 9(4).
           02  ID-Month                PIC 99.
           02  ID-Day                  PIC 99.

      *    Days use the same 30/360 count as ARAGE, so an invoice
      *    reaches each level on the day it moves bucket on the
      *    aged trial balance.
       01  Dunning-Work-Fields.
           02  Dun-Interval-Days       PIC 9(3) VALUE 14.
           02  Age-Days                PIC S9(5).
           02  Days-Since-Notice       PIC S9(5).
           02  Due-Level               PIC 9.
           02  Last-Level              PIC 9.
           02  Next-Level              PIC 9.
           02  Last-Date-Sent          PIC 9(8).
           02  Cust-Letter-Level       PIC 9.
           02  Cust-Overdue-Total      PIC S9(8)V99.
           02  Prev-Cust-Id            PIC X(5).
           02  Prev-Cust-Name          PIC X(20).
           02  History-Sub             PIC 9(5).
           02  Notice-Sub              PIC 9(3).
           02  Text-Sub                PIC 9.

       01  Final-Demand-Fields.
           02  Final-Item-Count        PIC 9(3).
           02  Final-Amount            PIC S9(8)V99.
           02  Final-Oldest-Days       PIC S9(5).
           02  Final-New-Flag          PIC X.
               88 Final-Sent-This-Run  VALUE "Y".

       01  Dunning-Totals.
           02  Items-Read-Count        PIC 9(7)     VALUE ZEROS.
           02  Reminder-Count          PIC 9(7)     VALUE ZEROS.
           02  Second-Notice-Count     PIC 9(7)     VALUE ZEROS.
           02  Final-Demand-Count      PIC 9(7)     VALUE ZEROS.
           02  Accounts-Listed-Count   PIC 9(7)     VALUE ZEROS.
           02  Amount-Noticed-Total    PIC S9(9)V99 VALUE ZEROS.

       01  Run-Log-Work-Fields.
           02  Log-Time-Work.
               03  LTW-HHMMSS          PIC 9(6).
               03  FILLER              PIC 99.

       PROCEDURE DIVISION.
       Produce-Dunning-Notices.
           PERFORM Load-Run-Control.
           MOVE "S" TO RL-Status.
           MOVE ZEROS TO RL-Records-Read, RL-Records-Rejected,
                         RL-Key-Total.
           PERFORM Write-Run-Log-Record.

           PERFORM Load-Dunning-Control.
           PERFORM Load-Dunning-History.

           OPEN INPUT Ar-Open-Item-File.
           OPEN EXTEND Dunning-History-File.
           OPEN OUTPUT Dunning-Notices.
           OPEN OUTPUT Final-Demand-List.

           WRITE Final-Print-Line FROM Final-Main-Title AFTER
           ADVANCING 1 LINE.
           WRITE Final-Print-Line FROM Notice-Title-Underline AFTER
           ADVANCING 1 LINE.
           WRITE Final-Print-Line FROM Report-Date-Line AFTER
           ADVANCING 1 LINE.
           WRITE Final-Print-Line FROM Final-Subtitles AFTER
           ADVANCING 2 LINES.

           READ Ar-Open-Item-File
               AT END SET End-Of-Ar-File TO TRUE
           END-READ.

           PERFORM Dun-One-Customer UNTIL End-Of-Ar-File.

           MOVE Reminder-Count TO Prn-Reminder-Count.
           WRITE Final-Print-Line FROM Reminder-Total-Line AFTER
           ADVANCING 3 LINES.
           MOVE Second-Notice-Count TO Prn-Second-Count.
           WRITE Final-Print-Line FROM Second-Total-Line AFTER
           ADVANCING 1 LINE.
           MOVE Final-Demand-Count TO Prn-Final-Count.
           WRITE Final-Print-Line FROM Final-Total-Line AFTER
           ADVANCING 1 LINE.
           MOVE Accounts-Listed-Count TO Prn-Listed-Count.
           WRITE Final-Print-Line FROM Held-Total-Line AFTER
           ADVANCING 2 LINES.

           CLOSE Ar-Open-Item-File.
           CLOSE Dunning-History-File.
           CLOSE Dunning-Notices.
           CLOSE Final-Demand-List.

           MOVE "C" TO RL-Status.
           MOVE Items-Read-Count     TO RL-Records-Read.
           MOVE ZEROS                TO RL-Records-Rejected.
           MOVE Amount-Noticed-Total TO RL-Key-Total.
           PERFORM Write-Run-Log-Record.
           STOP RUN.

       Write-Run-Log-Record.
           MOVE "AROMADUN" TO RL-Program-Id.
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

       Load-Dunning-Control.
           OPEN INPUT Dunning-Control-File.
           READ Dunning-Control-File
               AT END
                   MOVE SPACES TO Dunning-Control-Rec
           END-READ.
           IF DC-Interval-Days-X NUMERIC
               MOVE DC-Interval-Days TO Dun-Interval-Days
           END-IF.
           CLOSE Dunning-Control-File.

       Load-Dunning-History.
           OPEN INPUT Dunning-History-File.
           READ Dunning-History-File
               AT END SET End-Of-Dun-History TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Dun-History
               IF History-Count < 9000
                   ADD 1 TO History-Count
                   MOVE DH-Customer-Id TO
                        HT-Customer-Id(History-Count)
                   MOVE DH-Invoice-No TO HT-Invoice-No(History-Count)
                   MOVE DH-Dun-Level  TO HT-Dun-Level(History-Count)
                   MOVE DH-Date-Sent  TO HT-Date-Sent(History-Count)
               ELSE
                   DISPLAY "LOAD-DUNNING-HISTORY: HISTORY TABLE "
                           "FULL, CUSTOMER " DH-Customer-Id
                           " INVOICE " DH-Invoice-No " NOT LOADED"
               END-IF
               READ Dunning-History-File
                   AT END SET End-Of-Dun-History TO TRUE
               END-READ
           END-PERFORM.

           CLOSE Dunning-History-File.

      *    One customer's items arrive together in key order.  Each
      *    overdue invoice is weighed against its history; the ones
      *    due a notice are gathered and printed as one letter.
       Dun-One-Customer.
           MOVE AR-Customer-Id   TO Prev-Cust-Id.
           MOVE AR-Customer-Name TO Prev-Cust-Name.
           MOVE ZEROS TO Notice-Item-Count.
           MOVE ZEROS TO Cust-Letter-Level.
           MOVE ZEROS TO Cust-Overdue-Total.
           MOVE ZEROS TO Final-Item-Count, Final-Amount,
                         Final-Oldest-Days.
           MOVE "N" TO Final-New-Flag.

           PERFORM UNTIL End-Of-Ar-File
                   OR AR-Customer-Id NOT = Prev-Cust-Id
               ADD 1 TO Items-Read-Count
               IF AR-Open-Amount > ZEROS AND NOT AR-Open-Credit
                   PERFORM Assess-One-Item
               END-IF
               READ Ar-Open-Item-File
                   AT END SET End-Of-Ar-File TO TRUE
               END-READ
           END-PERFORM.

           IF Notice-Item-Count > ZEROS
               PERFORM Print-Customer-Letter
           END-IF.

           IF Final-Item-Count > ZEROS
               PERFORM Write-Final-Demand-Line
           END-IF.

       Assess-One-Item.
           IF AR-Due-Date NUMERIC AND AR-Due-Date > ZEROS
               MOVE AR-Due-Date     TO Item-Date-Split
           ELSE
               MOVE AR-Invoice-Date TO Item-Date-Split
           END-IF.
           COMPUTE Age-Days =
               (RD-Year  - ID-Year)  * 360
             + (RD-Month - ID-Month) * 30
             + (RD-Day   - ID-Day).

           EVALUATE TRUE
               WHEN Age-Days >= 90
                   MOVE 3 TO Due-Level
               WHEN Age-Days >= 60
                   MOVE 2 TO Due-Level
               WHEN Age-Days >= 30
                   MOVE 1 TO Due-Level
               WHEN OTHER
                   MOVE 0 TO Due-Level
           END-EVALUATE.

           IF Due-Level > ZEROS
               ADD AR-Open-Amount TO Cust-Overdue-Total
               PERFORM Find-Last-Notice
               MOVE ZEROS TO Next-Level
               IF Due-Level > Last-Level
                   IF Last-Level = ZEROS
                       COMPUTE Next-Level = Last-Level + 1
                   ELSE
                       PERFORM Compute-Days-Since-Notice
                       IF Days-Since-Notice >= Dun-Interval-Days
                           COMPUTE Next-Level = Last-Level + 1
                       END-IF
                   END-IF
               END-IF
               IF Next-Level > ZEROS
                   PERFORM Queue-One-Notice
               END-IF
               IF Last-Level = 3 OR Next-Level = 3
                   PERFORM Tally-Final-Demand-Item
               END-IF
           END-IF.

      *    The highest level already sent for this invoice, and the
      *    date it went out.  Zero means the invoice has never been
      *    dunned.
       Find-Last-Notice.
           MOVE ZEROS TO Last-Level.
           MOVE ZEROS TO Last-Date-Sent.
           MOVE ZEROS TO History-Sub.
           PERFORM Check-One-History-Row UNTIL History-Sub
                   = History-Count.

       Check-One-History-Row.
           ADD 1 TO History-Sub.
           IF HT-Customer-Id(History-Sub) = AR-Customer-Id
              AND HT-Invoice-No(History-Sub) = AR-Invoice-No
              AND HT-Dun-Level(History-Sub) > Last-Level
               MOVE HT-Dun-Level(History-Sub) TO Last-Level
               MOVE HT-Date-Sent(History-Sub) TO Last-Date-Sent
           END-IF.

       Compute-Days-Since-Notice.
           MOVE Last-Date-Sent TO Item-Date-Split.
           COMPUTE Days-Since-Notice =
               (RD-Year  - ID-Year)  * 360
             + (RD-Month - ID-Month) * 30
             + (RD-Day   - ID-Day).

       Queue-One-Notice.
           IF Notice-Item-Count < 200
               ADD 1 TO Notice-Item-Count
               MOVE AR-Invoice-No   TO
                    NI-Invoice-No(Notice-Item-Count)
               MOVE AR-Invoice-Date TO
                    NI-Invoice-Date(Notice-Item-Count)
               MOVE Age-Days        TO
                    NI-Days-Over(Notice-Item-Count)
               MOVE AR-Open-Amount  TO
                    NI-Open-Amount(Notice-Item-Count)
               MOVE Next-Level      TO
                    NI-Dun-Level(Notice-Item-Count)
               IF Next-Level > Cust-Letter-Level
                   MOVE Next-Level TO Cust-Letter-Level
               END-IF
               PERFORM Write-History-Record
           ELSE
               DISPLAY "QUEUE-ONE-NOTICE: NOTICE TABLE FULL, "
                       "CUSTOMER " AR-Customer-Id
                       " INVOICE " AR-Invoice-No " NOT DUNNED"
               MOVE ZEROS TO Next-Level
           END-IF.

       Write-History-Record.
           MOVE AR-Customer-Id  TO DH-Customer-Id.
           MOVE AR-Invoice-No   TO DH-Invoice-No.
           MOVE Next-Level      TO DH-Dun-Level.
           MOVE Run-Date-Number TO DH-Date-Sent.
           WRITE Dunning-History-Rec.

           ADD AR-Open-Amount TO Amount-Noticed-Total.
           EVALUATE Next-Level
               WHEN 1
                   ADD 1 TO Reminder-Count
               WHEN 2
                   ADD 1 TO Second-Notice-Count
               WHEN 3
                   ADD 1 TO Final-Demand-Count
                   MOVE "Y" TO Final-New-Flag
           END-EVALUATE.

       Tally-Final-Demand-Item.
           ADD 1 TO Final-Item-Count.
           ADD AR-Open-Amount TO Final-Amount.
           IF Age-Days > Final-Oldest-Days
               MOVE Age-Days TO Final-Oldest-Days
           END-IF.

       Print-Customer-Letter.
           WRITE Notice-Print-Line FROM Notice-Main-Title AFTER
           ADVANCING PAGE.
           WRITE Notice-Print-Line FROM Notice-Title-Underline AFTER
           ADVANCING 1 LINE.
           WRITE Notice-Print-Line FROM Report-Date-Line AFTER
           ADVANCING 1 LINE.

           MOVE Prev-Cust-Name TO Prn-Ntc-Cust-Name.
           MOVE Prev-Cust-Id   TO Prn-Ntc-Cust-Id.
           WRITE Notice-Print-Line FROM Notice-Cust-Header AFTER
           ADVANCING 2 LINES.

           MOVE Level-Name(Cust-Letter-Level) TO Prn-Ntc-Level-Name.
           WRITE Notice-Print-Line FROM Notice-Level-Header AFTER
           ADVANCING 2 LINES.

           MOVE ZEROS TO Text-Sub.
           PERFORM Print-One-Text-Row UNTIL Text-Sub = 4.

           WRITE Notice-Print-Line FROM Notice-Subtitles AFTER
           ADVANCING 2 LINES.

           MOVE ZEROS TO Notice-Sub.
           PERFORM Print-One-Notice-Item UNTIL Notice-Sub
                   = Notice-Item-Count.

           MOVE Cust-Overdue-Total TO Prn-Ntc-Overdue-Total.
           WRITE Notice-Print-Line FROM Notice-Total-Line AFTER
           ADVANCING 2 LINES.
           WRITE Notice-Print-Line FROM Notice-Closing-Line AFTER
           ADVANCING 2 LINES.

       Print-One-Text-Row.
           ADD 1 TO Text-Sub.
           MOVE Letter-Text-Row(Cust-Letter-Level, Text-Sub)
                TO Prn-Ntc-Text.
           IF Text-Sub = 1
               WRITE Notice-Print-Line FROM Notice-Text-Line AFTER
               ADVANCING 2 LINES
           ELSE
               WRITE Notice-Print-Line FROM Notice-Text-Line AFTER
               ADVANCING 1 LINE
           END-IF.

       Print-One-Notice-Item.
           ADD 1 TO Notice-Sub.
           MOVE NI-Invoice-No(Notice-Sub)   TO Prn-Ntc-Invoice-No.
           MOVE NI-Invoice-Date(Notice-Sub) TO Prn-Ntc-Invoice-Date.
           MOVE NI-Days-Over(Notice-Sub)    TO Prn-Ntc-Days-Over.
           MOVE NI-Open-Amount(Notice-Sub)  TO Prn-Ntc-Open-Amount.
           MOVE Level-Name(NI-Dun-Level(Notice-Sub))
                TO Prn-Ntc-Item-Level.
           WRITE Notice-Print-Line FROM Notice-Detail-Line AFTER
           ADVANCING 1 LINE.

      *    "NEW" when the final demand went out on this run, "HELD"
      *    when an earlier final demand is still unpaid.
       Write-Final-Demand-Line.
           MOVE Prev-Cust-Name    TO Prn-Fin-Cust-Name.
           MOVE Prev-Cust-Id      TO Prn-Fin-Cust-Id.
           MOVE Final-Item-Count  TO Prn-Fin-Item-Count.
           MOVE Final-Amount      TO Prn-Fin-Amount.
           MOVE Final-Oldest-Days TO Prn-Fin-Oldest-Days.
           IF Final-Sent-This-Run
               MOVE "NEW"  TO Prn-Fin-New-Held
           ELSE
               MOVE "HELD" TO Prn-Fin-New-Held
           END-IF.
           WRITE Final-Print-Line FROM Final-Detail-Line AFTER
           ADVANCING 1 LINE.
           ADD 1 TO Accounts-Listed-Count.
