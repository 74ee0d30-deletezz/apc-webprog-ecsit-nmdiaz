      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly sales tax return.  Reads the TAXHIST.DAT
      *          history the invoice run appends to and, for the
      *          RUNCTL.DAT period, prints TAXRTN.RPT - one line per
      *          selling branch with its taxable sales, exempt sales
      *          and tax collected, and a grand total.  Values are
      *          signed, so credit memos and returns net out of the
      *          branch they were sold from.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026-10-15  NMD  Initial version.  Finance files the
      *                    return from the invoiced tax instead of
      *                    working it out from BRANCHSM.RPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AROMATAX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Run-Control-File ASSIGN TO "RUNCTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Branch-Master-File ASSIGN TO "BRANCH.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Tax-History-File ASSIGN TO "TAXHIST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Tax-Return-Report ASSIGN TO "TAXRTN.RPT"
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

       FD Branch-Master-File.
           01 Branch-Master-Rec.
               88 End-Of-Branch-Master  VALUE HIGH-VALUES.
               02 BM-Branch-Code        PIC X(2).
               02 BM-Branch-Name        PIC X(20).

       FD Tax-History-File.
           01 Tax-History-Rec.
               88 End-Of-Tax-History    VALUE HIGH-VALUES.
               02 TH-Invoice-No         PIC 9(7).
               02 TH-Customer-Id        PIC X(5).
               02 TH-Invoice-Date.
                   03 TH-Year           PIC 9(4).
                   03 TH-Month          PIC 99.
                   03 TH-Day            PIC 99.
               02 TH-Branch-Code        PIC X(2).
               02 TH-Taxable-Value      PIC S9(7)V99.
               02 TH-Exempt-Value       PIC S9(7)V99.
               02 TH-Tax-Amount         PIC S9(7)V99.
               02 TH-Tax-Cert           PIC X(15).

       FD Tax-Return-Report.
           01 Tax-Print-Line              PIC X(90).

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
       01  Tax-Main-Title              PIC X(44)
            VALUE "         AROMAMORA SALES TAX RETURN".

       01  Tax-Title-Underline.
           02  FILLER                  PIC X(13) VALUE SPACES.
           02  FILLER                  PIC X(32) VALUE ALL "-".

       01  Report-Date-Line.
           02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           02  Prn-Run-Date            PIC X(10).
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(8)  VALUE "PERIOD: ".
           02  Prn-Run-Period          PIC X(7).

       01  Tax-Subtitles.
           02  FILLER                  PIC X(8)  VALUE "BRANCH  ".
           02  FILLER                  PIC X(22) VALUE "NAME".
           02  FILLER                  PIC X(16) VALUE
           "  TAXABLE SALES ".
           02  FILLER                  PIC X(16) VALUE
           "   EXEMPT SALES ".
           02  FILLER                  PIC X(16) VALUE
           "  TAX COLLECTED".

       01  Tax-Detail-Line.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Tax-Branch-Code     PIC X(2).
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  Prn-Tax-Branch-Name     PIC X(20).
           02  Prn-Tax-Taxable         PIC BB$$,$$$,$$9.99-.
           02  Prn-Tax-Exempt          PIC BB$$,$$$,$$9.99-.
           02  Prn-Tax-Collected       PIC BB$$,$$$,$$9.99-.

       01  Tax-Total-Line.
           02  FILLER                  PIC X(28) VALUE
           "TOTAL ALL BRANCHES".
           02  Prn-Tot-Taxable         PIC BB$$,$$$,$$9.99-.
           02  Prn-Tot-Exempt          PIC BB$$,$$$,$$9.99-.
           02  Prn-Tot-Collected       PIC BB$$,$$$,$$9.99-.

       01  Branch-Name-Count           PIC 99 VALUE ZEROS.

       01  Branch-Name-Table.
           02  Branch-Name-Entry OCCURS 1 TO 20 TIMES
                       DEPENDING ON Branch-Name-Count
                       INDEXED BY Branch-Name-Idx.
               03 BN-Branch-Code       PIC X(2).
               03 BN-Branch-Name       PIC X(20).

      *    Period totals per selling branch, in the order each
      *    branch is first met on the history.
       01  Branch-Tax-Count            PIC 99 VALUE ZEROS.

       01  Branch-Tax-Table.
           02  Branch-Tax-Entry OCCURS 1 TO 20 TIMES
                       DEPENDING ON Branch-Tax-Count
                       INDEXED BY Branch-Tax-Idx.
               03 BX-Branch-Code       PIC X(2).
               03 BX-Taxable-Value     PIC S9(9)V99.
               03 BX-Exempt-Value      PIC S9(9)V99.
               03 BX-Tax-Amount        PIC S9(9)V99.

       01  Return-Totals.
           02  Total-Taxable           PIC S9(9)V99 VALUE ZEROS.
           02  Total-Exempt            PIC S9(9)V99 VALUE ZEROS.
           02  Total-Collected         PIC S9(9)V99 VALUE ZEROS.
           02  History-Read-Count      PIC 9(7)     VALUE ZEROS.
           02  Period-Line-Count       PIC 9(7)     VALUE ZEROS.

       01  Run-Period-Split.
           02  RP-Year                 PIC 9(4).
           02  FILLER                  PIC X.
           02  RP-Month                PIC 99.

       01  Run-Log-Work-Fields.
           02  Log-Time-Work.
               03  LTW-HHMMSS          PIC 9(6).
               03  FILLER              PIC 99.

       PROCEDURE DIVISION.
       Produce-Tax-Return.
           PERFORM Load-Run-Control.
           MOVE "S" TO RL-Status.
           MOVE ZEROS TO RL-Records-Read, RL-Records-Rejected,
                         RL-Key-Total.
           PERFORM Write-Run-Log-Record.
           PERFORM Load-Branch-Names.

           OPEN INPUT Tax-History-File.
           READ Tax-History-File
               AT END SET End-Of-Tax-History TO TRUE
           END-READ.

           PERFORM Tally-One-History-Line UNTIL End-Of-Tax-History.

           CLOSE Tax-History-File.

           OPEN OUTPUT Tax-Return-Report.
           WRITE Tax-Print-Line FROM Tax-Main-Title AFTER
           ADVANCING 1 LINE.
           WRITE Tax-Print-Line FROM Tax-Title-Underline AFTER
           ADVANCING 1 LINE.
           WRITE Tax-Print-Line FROM Report-Date-Line AFTER
           ADVANCING 1 LINE.
           WRITE Tax-Print-Line FROM Tax-Subtitles AFTER
           ADVANCING 2 LINES.

           PERFORM Print-One-Branch-Line
               VARYING Branch-Tax-Idx FROM 1 BY 1
               UNTIL Branch-Tax-Idx > Branch-Tax-Count.

           MOVE Total-Taxable   TO Prn-Tot-Taxable.
           MOVE Total-Exempt    TO Prn-Tot-Exempt.
           MOVE Total-Collected TO Prn-Tot-Collected.
           WRITE Tax-Print-Line FROM Tax-Total-Line AFTER
           ADVANCING 3 LINES.
           CLOSE Tax-Return-Report.

           MOVE "C" TO RL-Status.
           MOVE Period-Line-Count TO RL-Records-Read.
           MOVE ZEROS             TO RL-Records-Rejected.
           MOVE Total-Collected   TO RL-Key-Total.
           PERFORM Write-Run-Log-Record.
           STOP RUN.

       Write-Run-Log-Record.
           MOVE "AROMATAX" TO RL-Program-Id.
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
           MOVE RC-Period   TO Run-Period-Split.

       Load-Branch-Names.
           OPEN INPUT Branch-Master-File.
           READ Branch-Master-File
               AT END SET End-Of-Branch-Master TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Branch-Master
               IF Branch-Name-Count < 20
                   ADD 1 TO Branch-Name-Count
                   MOVE BM-Branch-Code TO
                        BN-Branch-Code(Branch-Name-Count)
                   MOVE BM-Branch-Name TO
                        BN-Branch-Name(Branch-Name-Count)
               ELSE
                   DISPLAY "LOAD-BRANCH-NAMES: BRANCH TABLE FULL, "
                           "BRANCH " BM-Branch-Code " NOT LOADED"
               END-IF
               READ Branch-Master-File
                   AT END SET End-Of-Branch-Master TO TRUE
               END-READ
           END-PERFORM.

           CLOSE Branch-Master-File.

      *    Only lines invoiced in the return period count; the rest
      *    of the history is earlier months already filed.
       Tally-One-History-Line.
           ADD 1 TO History-Read-Count.
           IF TH-Year = RP-Year AND TH-Month = RP-Month
               ADD 1 TO Period-Line-Count
               SET Branch-Tax-Idx TO 1
               SEARCH Branch-Tax-Entry
                   AT END
                       IF Branch-Tax-Count < 20
                           ADD 1 TO Branch-Tax-Count
                           SET Branch-Tax-Idx TO Branch-Tax-Count
                           MOVE TH-Branch-Code TO
                                BX-Branch-Code(Branch-Tax-Idx)
                           MOVE ZEROS TO
                                BX-Taxable-Value(Branch-Tax-Idx)
                                BX-Exempt-Value(Branch-Tax-Idx)
                                BX-Tax-Amount(Branch-Tax-Idx)
                           PERFORM Add-History-To-Branch
                       ELSE
                           DISPLAY "TALLY-ONE-HISTORY-LINE: BRANCH "
                                   "TABLE FULL, BRANCH " TH-Branch-Code
                                   " NOT REPORTED"
                       END-IF
                   WHEN BX-Branch-Code(Branch-Tax-Idx) = TH-Branch-Code
                       PERFORM Add-History-To-Branch
               END-SEARCH
           END-IF.

           READ Tax-History-File
               AT END SET End-Of-Tax-History TO TRUE
           END-READ.

       Add-History-To-Branch.
           ADD TH-Taxable-Value TO BX-Taxable-Value(Branch-Tax-Idx).
           ADD TH-Exempt-Value  TO BX-Exempt-Value(Branch-Tax-Idx).
           ADD TH-Tax-Amount    TO BX-Tax-Amount(Branch-Tax-Idx).

       Print-One-Branch-Line.
           MOVE BX-Branch-Code(Branch-Tax-Idx) TO Prn-Tax-Branch-Code.
           MOVE "*NOT ON BRANCH.DAT*"          TO Prn-Tax-Branch-Name.
           SET Branch-Name-Idx TO 1.
           SEARCH Branch-Name-Entry
               AT END
                   CONTINUE
               WHEN BN-Branch-Code(Branch-Name-Idx)
                    = BX-Branch-Code(Branch-Tax-Idx)
                   MOVE BN-Branch-Name(Branch-Name-Idx)
                        TO Prn-Tax-Branch-Name
           END-SEARCH.
           MOVE BX-Taxable-Value(Branch-Tax-Idx) TO Prn-Tax-Taxable.
           MOVE BX-Exempt-Value(Branch-Tax-Idx)  TO Prn-Tax-Exempt.
           MOVE BX-Tax-Amount(Branch-Tax-Idx)    TO Prn-Tax-Collected.
           WRITE Tax-Print-Line FROM Tax-Detail-Line AFTER
           ADVANCING 1 LINE.

           ADD BX-Taxable-Value(Branch-Tax-Idx) TO Total-Taxable.
           ADD BX-Exempt-Value(Branch-Tax-Idx)  TO Total-Exempt.
           ADD BX-Tax-Amount(Branch-Tax-Idx)    TO Total-Collected.
