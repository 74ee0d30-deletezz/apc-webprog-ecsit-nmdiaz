      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly rep commission statement for pay-when-paid
      *          commission.  Reads the COMMPEND.IDX pending ledger
      *          the invoice run builds and the COMMHIST.DAT history
      *          ARCASH appends to and prints COMMSTMT.RPT - one line
      *          per rep with the commission still pending on unpaid
      *          invoices, the commission released for payment in
      *          the RUNCTL.DAT period and year to date, and the
      *          commission reversed on invoices closed by discount
      *          or credit offset in the period and year to date.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026-10-15  NMD  Initial version.  Reps are paid on what
      *                    their customers have paid, and the
      *                    statement shows what is still to come.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AROMACOM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Run-Control-File ASSIGN TO "RUNCTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Reps-File ASSIGN TO "REPS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Comm-Pending-File ASSIGN TO "COMMPEND.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS CP-Pend-Key.

       SELECT OPTIONAL Comm-History-File ASSIGN TO "COMMHIST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Comm-Statement-Report ASSIGN TO "COMMSTMT.RPT"
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

       FD Reps-File.
           01 Reps-Rec.
               88 End-Of-Reps-File      VALUE HIGH-VALUES.
               02 RF-Rep-Code           PIC X(3).
               02 RF-Rep-Name           PIC X(20).
               02 RF-Commission-Rate    PIC V999.

       FD Comm-Pending-File.
           01 Comm-Pending-Rec.
               88 End-Of-Comm-Pending   VALUE HIGH-VALUES.
               02 CP-Pend-Key.
                   03 CP-Customer-Id    PIC X(5).
                   03 CP-Invoice-No     PIC 9(7).
               02 CP-Rep-Code           PIC X(3).
               02 CP-Invoice-Date       PIC 9(8).
               02 CP-Invoice-Amount     PIC S9(7)V99.
               02 CP-Commission         PIC S9(5)V99.
               02 CP-Released           PIC S9(5)V99.
               02 CP-Reversed           PIC S9(5)V99.

       FD Comm-History-File.
           01 Comm-History-Rec.
               88 End-Of-Comm-History   VALUE HIGH-VALUES.
               02 CH-Rep-Code           PIC X(3).
               02 CH-Customer-Id        PIC X(5).
               02 CH-Invoice-No         PIC 9(7).
               02 CH-Release-Date.
                   03 CH-Year           PIC 9(4).
                   03 CH-Month          PIC 99.
                   03 CH-Day            PIC 99.
               02 CH-Release-Type       PIC X.
                   88 CH-Released       VALUE "R".
                   88 CH-Reversed       VALUE "V".
               02 CH-Amount             PIC S9(5)V99.

       FD Comm-Statement-Report.
           01 Stmt-Print-Line             PIC X(96).

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
       01  Stmt-Main-Title             PIC X(44)
            VALUE "     AROMAMORA REP COMMISSION STATEMENT".

       01  Stmt-Title-Underline.
           02  FILLER                  PIC X(13) VALUE SPACES.
           02  FILLER                  PIC X(32) VALUE ALL "-".

       01  Report-Date-Line.
           02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           02  Prn-Run-Date            PIC X(10).
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(8)  VALUE "PERIOD: ".
           02  Prn-Run-Period          PIC X(7).

       01  Stmt-Subtitles.
           02  FILLER                  PIC X(8)  VALUE "REP     ".
           02  FILLER                  PIC X(20) VALUE "NAME".
           02  FILLER                  PIC X(13) VALUE
           "     PENDING ".
           02  FILLER                  PIC X(13) VALUE
           " REL. PERIOD ".
           02  FILLER                  PIC X(13) VALUE
           "    REL. YTD ".
           02  FILLER                  PIC X(13) VALUE
           " REV. PERIOD ".
           02  FILLER                  PIC X(13) VALUE
           "    REV. YTD ".

       01  Stmt-Detail-Line.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Stm-Rep-Code        PIC X(3).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-Stm-Rep-Name        PIC X(20).
           02  Prn-Stm-Pending         PIC BB$$$,$$9.99-.
           02  Prn-Stm-Rel-Period      PIC BB$$$,$$9.99-.
           02  Prn-Stm-Rel-Ytd         PIC BB$$$,$$9.99-.
           02  Prn-Stm-Rev-Period      PIC BB$$$,$$9.99-.
           02  Prn-Stm-Rev-Ytd         PIC BB$$$,$$9.99-.

       01  Stmt-Total-Line.
           02  FILLER                  PIC X(28) VALUE
           "TOTAL ALL REPS".
           02  Prn-Tot-Pending         PIC BB$$$,$$9.99-.
           02  Prn-Tot-Rel-Period      PIC BB$$$,$$9.99-.
           02  Prn-Tot-Rel-Ytd         PIC BB$$$,$$9.99-.
           02  Prn-Tot-Rev-Period      PIC BB$$$,$$9.99-.
           02  Prn-Tot-Rev-Ytd         PIC BB$$$,$$9.99-.

      *    One row per rep, REPS.DAT order first; a rep met on the
      *    ledger or history but no longer on REPS.DAT is added at
      *    the end so nothing owed drops off the statement.
       01  Rep-Stmt-Count              PIC 9(3) VALUE ZEROS.

       01  Rep-Stmt-Table.
           02  Rep-Stmt-Entry OCCURS 1 TO 200 TIMES
                       DEPENDING ON Rep-Stmt-Count
                       INDEXED BY Rep-Stmt-Idx.
               03 RS-Rep-Code          PIC X(3).
               03 RS-Rep-Name          PIC X(20).
               03 RS-Pending           PIC S9(7)V99.
               03 RS-Rel-Period        PIC S9(7)V99.
               03 RS-Rel-Ytd           PIC S9(7)V99.
               03 RS-Rev-Period        PIC S9(7)V99.
               03 RS-Rev-Ytd           PIC S9(7)V99.

       01  Stmt-Totals.
           02  Total-Pending           PIC S9(9)V99 VALUE ZEROS.
           02  Total-Rel-Period        PIC S9(9)V99 VALUE ZEROS.
           02  Total-Rel-Ytd           PIC S9(9)V99 VALUE ZEROS.
           02  Total-Rev-Period        PIC S9(9)V99 VALUE ZEROS.
           02  Total-Rev-Ytd           PIC S9(9)V99 VALUE ZEROS.
           02  Ledger-Read-Count       PIC 9(7)     VALUE ZEROS.
           02  History-Read-Count      PIC 9(7)     VALUE ZEROS.

       01  Stmt-Work-Fields.
           02  Stmt-Rep-Code           PIC X(3).
           02  Invoice-Pending         PIC S9(5)V99.
           02  Rep-Row-Flag            PIC X.
               88 Rep-Row-Found        VALUE "Y".

       01  Run-Period-Split.
           02  RP-Year                 PIC 9(4).
           02  FILLER                  PIC X.
           02  RP-Month                PIC 99.

       01  Run-Log-Work-Fields.
           02  Log-Time-Work.
               03  LTW-HHMMSS          PIC 9(6).
               03  FILLER              PIC 99.

       PROCEDURE DIVISION.
       Produce-Commission-Statement.
           PERFORM Load-Run-Control.
           MOVE "S" TO RL-Status.
           MOVE ZEROS TO RL-Records-Read, RL-Records-Rejected,
                         RL-Key-Total.
           PERFORM Write-Run-Log-Record.
           PERFORM Load-Rep-Names.

           OPEN INPUT Comm-Pending-File.
           READ Comm-Pending-File
               AT END SET End-Of-Comm-Pending TO TRUE
           END-READ.
           PERFORM Tally-One-Pending-Invoice
               UNTIL End-Of-Comm-Pending.
           CLOSE Comm-Pending-File.

           OPEN INPUT Comm-History-File.
           READ Comm-History-File
               AT END SET End-Of-Comm-History TO TRUE
           END-READ.
           PERFORM Tally-One-History-Line UNTIL End-Of-Comm-History.
           CLOSE Comm-History-File.

           OPEN OUTPUT Comm-Statement-Report.
           WRITE Stmt-Print-Line FROM Stmt-Main-Title AFTER
           ADVANCING 1 LINE.
           WRITE Stmt-Print-Line FROM Stmt-Title-Underline AFTER
           ADVANCING 1 LINE.
           WRITE Stmt-Print-Line FROM Report-Date-Line AFTER
           ADVANCING 1 LINE.
           WRITE Stmt-Print-Line FROM Stmt-Subtitles AFTER
           ADVANCING 2 LINES.

           PERFORM Print-One-Rep-Line
               VARYING Rep-Stmt-Idx FROM 1 BY 1
               UNTIL Rep-Stmt-Idx > Rep-Stmt-Count.

           MOVE Total-Pending    TO Prn-Tot-Pending.
           MOVE Total-Rel-Period TO Prn-Tot-Rel-Period.
           MOVE Total-Rel-Ytd    TO Prn-Tot-Rel-Ytd.
           MOVE Total-Rev-Period TO Prn-Tot-Rev-Period.
           MOVE Total-Rev-Ytd    TO Prn-Tot-Rev-Ytd.
           WRITE Stmt-Print-Line FROM Stmt-Total-Line AFTER
           ADVANCING 3 LINES.
           CLOSE Comm-Statement-Report.

           MOVE "C" TO RL-Status.
           MOVE Ledger-Read-Count TO RL-Records-Read.
           MOVE ZEROS             TO RL-Records-Rejected.
           MOVE Total-Rel-Period  TO RL-Key-Total.
           PERFORM Write-Run-Log-Record.
           STOP RUN.

       Write-Run-Log-Record.
           MOVE "AROMACOM" TO RL-Program-Id.
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

       Load-Rep-Names.
           OPEN INPUT Reps-File.
           READ Reps-File
               AT END SET End-Of-Reps-File TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Reps-File
               IF Rep-Stmt-Count < 200
                   ADD 1 TO Rep-Stmt-Count
                   SET Rep-Stmt-Idx TO Rep-Stmt-Count
                   MOVE RF-Rep-Code TO RS-Rep-Code(Rep-Stmt-Idx)
                   MOVE RF-Rep-Name TO RS-Rep-Name(Rep-Stmt-Idx)
                   PERFORM Clear-Rep-Amounts
               ELSE
                   DISPLAY "LOAD-REP-NAMES: REP TABLE FULL, "
                           "REP " RF-Rep-Code " NOT LOADED"
               END-IF
               READ Reps-File
                   AT END SET End-Of-Reps-File TO TRUE
               END-READ
           END-PERFORM.

           CLOSE Reps-File.

       Clear-Rep-Amounts.
           MOVE ZEROS TO RS-Pending(Rep-Stmt-Idx)
                         RS-Rel-Period(Rep-Stmt-Idx)
                         RS-Rel-Ytd(Rep-Stmt-Idx)
                         RS-Rev-Period(Rep-Stmt-Idx)
                         RS-Rev-Ytd(Rep-Stmt-Idx).

      *    Leaves Rep-Stmt-Idx on the rep's row; no row is found
      *    only when the table is full and the rep cannot be added.
       Find-Rep-Row.
           MOVE "Y" TO Rep-Row-Flag.
           SET Rep-Stmt-Idx TO 1.
           SEARCH Rep-Stmt-Entry
               AT END
                   IF Rep-Stmt-Count < 200
                       ADD 1 TO Rep-Stmt-Count
                       SET Rep-Stmt-Idx TO Rep-Stmt-Count
                       MOVE Stmt-Rep-Code TO RS-Rep-Code(Rep-Stmt-Idx)
                       MOVE "*NOT ON REPS.DAT*"
                            TO RS-Rep-Name(Rep-Stmt-Idx)
                       PERFORM Clear-Rep-Amounts
                   ELSE
                       DISPLAY "FIND-REP-ROW: REP TABLE FULL, REP "
                               Stmt-Rep-Code " NOT REPORTED"
                       MOVE "N" TO Rep-Row-Flag
                   END-IF
               WHEN RS-Rep-Code(Rep-Stmt-Idx) = Stmt-Rep-Code
                   CONTINUE
           END-SEARCH.

       Tally-One-Pending-Invoice.
           ADD 1 TO Ledger-Read-Count.
           COMPUTE Invoice-Pending =
               CP-Commission - CP-Released - CP-Reversed.
           IF Invoice-Pending NOT = ZEROS
               MOVE CP-Rep-Code TO Stmt-Rep-Code
               PERFORM Find-Rep-Row
               IF Rep-Row-Found
                   ADD Invoice-Pending TO RS-Pending(Rep-Stmt-Idx)
               END-IF
           END-IF.

           READ Comm-Pending-File
               AT END SET End-Of-Comm-Pending TO TRUE
           END-READ.

      *    Year to date runs from January of the period's year up
      *    to and including the period; later months on the history
      *    belong to a statement not yet due.
       Tally-One-History-Line.
           ADD 1 TO History-Read-Count.
           IF CH-Year = RP-Year AND CH-Month NOT > RP-Month
               MOVE CH-Rep-Code TO Stmt-Rep-Code
               PERFORM Find-Rep-Row
               IF Rep-Row-Found
                   PERFORM Add-History-To-Rep
               END-IF
           END-IF.

           READ Comm-History-File
               AT END SET End-Of-Comm-History TO TRUE
           END-READ.

       Add-History-To-Rep.
           EVALUATE TRUE
               WHEN CH-Released
                   ADD CH-Amount TO RS-Rel-Ytd(Rep-Stmt-Idx)
                   IF CH-Month = RP-Month
                       ADD CH-Amount TO RS-Rel-Period(Rep-Stmt-Idx)
                   END-IF
               WHEN CH-Reversed
                   ADD CH-Amount TO RS-Rev-Ytd(Rep-Stmt-Idx)
                   IF CH-Month = RP-Month
                       ADD CH-Amount TO RS-Rev-Period(Rep-Stmt-Idx)
                   END-IF
           END-EVALUATE.

       Print-One-Rep-Line.
           MOVE RS-Rep-Code(Rep-Stmt-Idx)   TO Prn-Stm-Rep-Code.
           MOVE RS-Rep-Name(Rep-Stmt-Idx)   TO Prn-Stm-Rep-Name.
           MOVE RS-Pending(Rep-Stmt-Idx)    TO Prn-Stm-Pending.
           MOVE RS-Rel-Period(Rep-Stmt-Idx) TO Prn-Stm-Rel-Period.
           MOVE RS-Rel-Ytd(Rep-Stmt-Idx)    TO Prn-Stm-Rel-Ytd.
           MOVE RS-Rev-Period(Rep-Stmt-Idx) TO Prn-Stm-Rev-Period.
           MOVE RS-Rev-Ytd(Rep-Stmt-Idx)    TO Prn-Stm-Rev-Ytd.
           WRITE Stmt-Print-Line FROM Stmt-Detail-Line AFTER
           ADVANCING 1 LINE.

           ADD RS-Pending(Rep-Stmt-Idx)    TO Total-Pending.
           ADD RS-Rel-Period(Rep-Stmt-Idx) TO Total-Rel-Period.
           ADD RS-Rel-Ytd(Rep-Stmt-Idx)    TO Total-Rel-Ytd.
           ADD RS-Rev-Period(Rep-Stmt-Idx) TO Total-Rev-Period.
           ADD RS-Rev-Ytd(Rep-Stmt-Idx)    TO Total-Rev-Ytd.
