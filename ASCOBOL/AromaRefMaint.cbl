      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reference-data maintenance for REPS.DAT,
      *          SUPPLIER.DAT, OILSUPP.DAT and BRANCH.DAT.  Applies
      *          add/change/delete transactions from REFTRAN.DAT, in
      *          the manner of the customer and price maintenance
      *          runs: rejects list with a reason on REFMREJ.RPT and
      *          every applied change writes a dated before/after
      *          record to the REFAUDT.DAT audit file, which AROMAARC
      *          ages like CUSTAUDT.DAT.  The edits:
      *            REPS     - commission rate inside the allowed
      *                       range; no delete while the rep is
      *                       still assigned on CUSTMAST.IDX;
      *            SUPPLIER - lead days and minimum order numeric,
      *                       lead days 1-365; no delete while an
      *                       OILSUPP.DAT row points at it;
      *            OILSUPP  - oil number 1-30, supplier on
      *                       SUPPLIER.DAT, order quantity above
      *                       zero;
      *            BRANCH   - code and name present.
      *          Transactions apply in file order, so a supplier
      *          added earlier in the run can be pointed at later.
      *          A reference file too big for its table stops the
      *          run with return code 8 before anything is rewritten.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026-10-15  NMD  Initial version.  Commission rates, lead
      *                    times, order quantities and branches are
      *                    no longer hand-edited.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AROMAREF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL Reps-File ASSIGN TO "REPS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Supplier-File ASSIGN TO "SUPPLIER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Oil-Supplier-File ASSIGN TO "OILSUPP.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Branch-Master-File ASSIGN TO "BRANCH.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Customer-Master ASSIGN TO "CUSTMAST.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS CM-Customer-Id.

       SELECT Ref-Trans-File ASSIGN TO "REFTRAN.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Ref-Reject-Listing ASSIGN TO "REFMREJ.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Ref-Audit-File ASSIGN TO "REFAUDT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Run-Control-File ASSIGN TO "RUNCTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Run-Log-File ASSIGN TO "RUNLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Reps-File.
           01 Reps-Rec.
               88 End-Of-Reps-File      VALUE HIGH-VALUES.
               02 RF-Rep-Code           PIC X(3).
               02 RF-Rep-Name           PIC X(20).
               02 RF-Commission-Rate    PIC V999.

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

       FD Branch-Master-File.
           01 Branch-Master-Rec.
               88 End-Of-Branch-Master  VALUE HIGH-VALUES.
               02 BM-Branch-Code        PIC X(2).
               02 BM-Branch-Name        PIC X(20).

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

      *    The file ID names the reference file; the data area is
      *    laid out as that file's own record, numeric fields keyed
      *    as text so a bad character rejects instead of abending.
       FD Ref-Trans-File.
           01 Ref-Trans-Rec.
               88 End-Of-Ref-Trans      VALUE HIGH-VALUES.
               02 RX-File-Id            PIC X(8).
                   88 Rep-Trans         VALUE "REPS".
                   88 Supplier-Trans    VALUE "SUPPLIER".
                   88 Oil-Supp-Trans    VALUE "OILSUPP".
                   88 Branch-Trans      VALUE "BRANCH".
               02 RX-Action             PIC X.
                   88 Add-Trans         VALUE "A".
                   88 Change-Trans      VALUE "C".
                   88 Delete-Trans      VALUE "D".
               02 RX-Data               PIC X(40).
               02 RX-Rep-Data REDEFINES RX-Data.
                   03 RX-Rep-Code       PIC X(3).
                   03 RX-Rep-Name       PIC X(20).
                   03 RX-Comm-Rate-X    PIC X(3).
                   03 RX-Comm-Rate REDEFINES RX-Comm-Rate-X
                                        PIC V999.
                   03 FILLER            PIC X(14).
               02 RX-Supplier-Data REDEFINES RX-Data.
                   03 RX-Supplier-Code  PIC X(3).
                   03 RX-Supplier-Name  PIC X(20).
                   03 RX-Lead-Days-X    PIC X(3).
                   03 RX-Lead-Days REDEFINES RX-Lead-Days-X
                                        PIC 9(3).
                   03 RX-Min-Order-X    PIC X(5).
                   03 RX-Min-Order REDEFINES RX-Min-Order-X
                                        PIC 9(5).
                   03 FILLER            PIC X(9).
               02 RX-Oil-Supp-Data REDEFINES RX-Data.
                   03 RX-Oil-Number-X   PIC X(2).
                   03 RX-Oil-Number REDEFINES RX-Oil-Number-X
                                        PIC 99.
                   03 RX-Osp-Supplier   PIC X(3).
                   03 RX-Order-Qty-X    PIC X(5).
                   03 RX-Order-Qty REDEFINES RX-Order-Qty-X
                                        PIC 9(5).
                   03 FILLER            PIC X(30).
               02 RX-Branch-Data REDEFINES RX-Data.
                   03 RX-Branch-Code    PIC X(2).
                   03 RX-Branch-Name    PIC X(20).
                   03 FILLER            PIC X(18).

       FD Ref-Reject-Listing.
           01 Ref-Print-Line              PIC X(90).

      *    Before and after are images of the reference record in
      *    its own layout; an add has no before, a delete no after.
       FD Ref-Audit-File.
           01 Ref-Audit-Rec.
               02 RA-File-Id            PIC X(8).
               02 RA-Action             PIC X.
               02 RA-Change-Date        PIC 9(8).
               02 RA-Before-Data        PIC X(40).
               02 RA-After-Data         PIC X(40).

       FD Run-Control-File.
           01 Run-Control-Rec.
               02 RC-Run-Date           PIC X(10).
               02 RC-Period             PIC X(7).
               02 RC-Close-Flag         PIC X.

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
      *    The commission rates the sales office will sign off on;
      *    anything outside is a keying error.
       01  Min-Commission-Rate         PIC V999 VALUE .010.
       01  Max-Commission-Rate         PIC V999 VALUE .150.

      *    Each reference file is held in full and rewritten at the
      *    end.  A deleted row is flagged rather than squeezed out,
      *    so a delete and re-add in one run both land.  The table
      *    sizes are those of the smallest table any other run loads
      *    the file into (200 reps, 50 suppliers, 20 branches), so
      *    an add never grows a file past what its readers can hold.
       01  Rep-Row-Count               PIC 9(3) VALUE ZEROS.

       01  Rep-Row-Table.
           02  Rep-Row-Entry OCCURS 1 TO 200 TIMES
                       DEPENDING ON Rep-Row-Count
                       INDEXED BY Rep-Row-Idx.
               03 RR-Rep-Rec           PIC X(26).
               03 RR-Rep-Fields REDEFINES RR-Rep-Rec.
                   04 RR-Rep-Code      PIC X(3).
                   04 RR-Rep-Name      PIC X(20).
                   04 RR-Comm-Rate     PIC V999.
               03 RR-Cust-Count        PIC 9(5).
               03 RR-Deleted-Flag      PIC X.
                   88 RR-Deleted       VALUE "Y".

       01  Supplier-Row-Count          PIC 9(3) VALUE ZEROS.

       01  Supplier-Row-Table.
           02  Supplier-Row-Entry OCCURS 1 TO 50 TIMES
                       DEPENDING ON Supplier-Row-Count
                       INDEXED BY Supplier-Row-Idx.
               03 SR-Supplier-Rec      PIC X(31).
               03 SR-Supplier-Fields REDEFINES SR-Supplier-Rec.
                   04 SR-Supplier-Code PIC X(3).
                   04 SR-Supplier-Name PIC X(20).
                   04 SR-Lead-Days     PIC 9(3).
                   04 SR-Min-Order     PIC 9(5).
               03 SR-Deleted-Flag      PIC X.
                   88 SR-Deleted       VALUE "Y".

       01  Oil-Supp-Row-Count          PIC 9(3) VALUE ZEROS.

       01  Oil-Supp-Row-Table.
           02  Oil-Supp-Row-Entry OCCURS 1 TO 100 TIMES
                       DEPENDING ON Oil-Supp-Row-Count
                       INDEXED BY Oil-Supp-Row-Idx.
               03 OR-Oil-Supp-Rec      PIC X(10).
               03 OR-Oil-Supp-Fields REDEFINES OR-Oil-Supp-Rec.
                   04 OR-Oil-Number    PIC 99.
                   04 OR-Supplier-Code PIC X(3).
                   04 OR-Order-Qty     PIC 9(5).
               03 OR-Deleted-Flag      PIC X.
                   88 OR-Deleted       VALUE "Y".

       01  Branch-Row-Count            PIC 99 VALUE ZEROS.

       01  Branch-Row-Table.
           02  Branch-Row-Entry OCCURS 1 TO 20 TIMES
                       DEPENDING ON Branch-Row-Count
                       INDEXED BY Branch-Row-Idx.
               03 BR-Branch-Rec        PIC X(22).
               03 BR-Branch-Fields REDEFINES BR-Branch-Rec.
                   04 BR-Branch-Code   PIC X(2).
                   04 BR-Branch-Name   PIC X(20).
               03 BR-Deleted-Flag      PIC X.
                   88 BR-Deleted       VALUE "Y".

       01  Reject-Main-Title           PIC X(45)
            VALUE "      REFERENCE FILE REJECTED TRANSACTIONS".

       01  Reject-Subtitles.
           02  FILLER                  PIC X(10) VALUE "FILE      ".
           02  FILLER                  PIC X(7)  VALUE "ACTION ".
           02  FILLER                  PIC X(42) VALUE
           "TRANSACTION DATA".
           02  FILLER                  PIC X(26) VALUE "REASON".

       01  Reject-Detail-Line.
           02  Prn-Rej-File-Id         PIC X(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Rej-Action          PIC X.
           02  FILLER                  PIC X(6)  VALUE SPACES.
           02  Prn-Rej-Data            PIC X(40).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Rej-Reason          PIC X(26).

       01  Applied-Total-Line.
           02  FILLER                  PIC X(19) VALUE
           "TRANS APPLIED     :".
           02  Prn-Applied-Count       PIC BBBBBZZ,ZZ9.

       01  Reject-Total-Line.
           02  FILLER                  PIC X(19) VALUE
           "TRANS REJECTED    :".
           02  Prn-Reject-Count        PIC BBBBBZZ,ZZ9.

       01  Report-Date-Line.
           02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           02  Prn-Run-Date            PIC X(10).
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(8)  VALUE "PERIOD: ".
           02  Prn-Run-Period          PIC X(7).

       01  Maint-Totals.
           02  Trans-Read-Count        PIC 9(5) VALUE ZEROS.
           02  Trans-Applied-Count     PIC 9(5) VALUE ZEROS.
           02  Trans-Reject-Count      PIC 9(5) VALUE ZEROS.

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

       01  Maint-Work-Fields.
           02  Row-Found-Flag          PIC X.
               88 Row-Found            VALUE "Y".
           02  Supplier-Found-Flag     PIC X.
               88 Supplier-On-File     VALUE "Y".
           02  Supplier-In-Use-Flag    PIC X.
               88 Supplier-In-Use      VALUE "Y".
           02  Table-Overflow-Flag     PIC X VALUE "N".
               88 Table-Overflow       VALUE "Y".

       01  Run-Log-Work-Fields.
           02  Log-Time-Work.
               03  LTW-HHMMSS          PIC 9(6).
               03  FILLER              PIC 99.

       PROCEDURE DIVISION.
       Maintain-Reference-Files.
           PERFORM Load-Run-Control.
           MOVE "S" TO RL-Status.
           MOVE ZEROS TO RL-Records-Read, RL-Records-Rejected,
                         RL-Key-Total.
           PERFORM Write-Run-Log-Record.

           PERFORM Load-Rep-Table.
           PERFORM Count-Rep-Customers.
           PERFORM Load-Supplier-Table.
           PERFORM Load-Oil-Supp-Table.
           PERFORM Load-Branch-Table.

      *    A reference file that does not fit its table would be
      *    rewritten short, so nothing is applied or rewritten.
           IF Table-Overflow
               MOVE 8 TO RETURN-CODE
               MOVE "E" TO RL-Status
               MOVE ZEROS TO RL-Records-Read, RL-Records-Rejected,
                             RL-Key-Total
               PERFORM Write-Run-Log-Record
               STOP RUN
           END-IF.

           OPEN INPUT Ref-Trans-File.
           OPEN OUTPUT Ref-Reject-Listing.
           OPEN EXTEND Ref-Audit-File.

           WRITE Ref-Print-Line FROM Reject-Main-Title AFTER
           ADVANCING 1 LINE.
           WRITE Ref-Print-Line FROM Report-Date-Line AFTER
           ADVANCING 1 LINE.
           WRITE Ref-Print-Line FROM Reject-Subtitles AFTER
           ADVANCING 2 LINES.

           READ Ref-Trans-File
               AT END SET End-Of-Ref-Trans TO TRUE
           END-READ.

           PERFORM Apply-One-Ref-Tran UNTIL End-Of-Ref-Trans.

           MOVE Trans-Applied-Count TO Prn-Applied-Count.
           WRITE Ref-Print-Line FROM Applied-Total-Line AFTER
           ADVANCING 3 LINES.
           MOVE Trans-Reject-Count TO Prn-Reject-Count.
           WRITE Ref-Print-Line FROM Reject-Total-Line AFTER
           ADVANCING 2 LINES.

           CLOSE Ref-Trans-File.
           CLOSE Ref-Reject-Listing.
           CLOSE Ref-Audit-File.

           PERFORM Rewrite-Rep-File.
           PERFORM Rewrite-Supplier-File.
           PERFORM Rewrite-Oil-Supp-File.
           PERFORM Rewrite-Branch-File.

           MOVE "C" TO RL-Status.
           MOVE Trans-Read-Count    TO RL-Records-Read.
           MOVE Trans-Reject-Count  TO RL-Records-Rejected.
           MOVE Trans-Applied-Count TO RL-Key-Total.
           PERFORM Write-Run-Log-Record.
           STOP RUN.

       Write-Run-Log-Record.
           MOVE "AROMAREF" TO RL-Program-Id.
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

       Load-Rep-Table.
           OPEN INPUT Reps-File.
           READ Reps-File
               AT END SET End-Of-Reps-File TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Reps-File
               IF Rep-Row-Count < 200
                   ADD 1 TO Rep-Row-Count
                   MOVE Reps-Rec TO RR-Rep-Rec(Rep-Row-Count)
                   MOVE ZEROS TO RR-Cust-Count(Rep-Row-Count)
                   MOVE "N" TO RR-Deleted-Flag(Rep-Row-Count)
               ELSE
                   DISPLAY "LOAD-REP-TABLE: REP TABLE FULL AT REP "
                           RF-Rep-Code ", RUN STOPPED"
                   SET Table-Overflow TO TRUE
               END-IF
               READ Reps-File
                   AT END SET End-Of-Reps-File TO TRUE
               END-READ
           END-PERFORM.

           CLOSE Reps-File.

      *    Customers per rep, so a rep still carrying accounts is
      *    never deleted out from under the commission run.
       Count-Rep-Customers.
           OPEN INPUT Customer-Master.
           READ Customer-Master
               AT END SET End-Of-Customer-Master TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Customer-Master
               SET Rep-Row-Idx TO 1
               SEARCH Rep-Row-Entry
                   AT END
                       CONTINUE
                   WHEN RR-Rep-Code(Rep-Row-Idx) = CM-Rep-Code
                       ADD 1 TO RR-Cust-Count(Rep-Row-Idx)
               END-SEARCH
               READ Customer-Master
                   AT END SET End-Of-Customer-Master TO TRUE
               END-READ
           END-PERFORM.

           CLOSE Customer-Master.

       Load-Supplier-Table.
           OPEN INPUT Supplier-File.
           READ Supplier-File
               AT END SET End-Of-Supplier-File TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Supplier-File
               IF Supplier-Row-Count < 50
                   ADD 1 TO Supplier-Row-Count
                   MOVE Supplier-Rec TO
                        SR-Supplier-Rec(Supplier-Row-Count)
                   MOVE "N" TO SR-Deleted-Flag(Supplier-Row-Count)
               ELSE
                   DISPLAY "LOAD-SUPPLIER-TABLE: SUPPLIER TABLE "
                           "FULL AT SUPPLIER " SUP-Supplier-Code
                           ", RUN STOPPED"
                   SET Table-Overflow TO TRUE
               END-IF
               READ Supplier-File
                   AT END SET End-Of-Supplier-File TO TRUE
               END-READ
           END-PERFORM.

           CLOSE Supplier-File.

       Load-Oil-Supp-Table.
           OPEN INPUT Oil-Supplier-File.
           READ Oil-Supplier-File
               AT END SET End-Of-Oil-Supplier TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Oil-Supplier
               IF Oil-Supp-Row-Count < 100
                   ADD 1 TO Oil-Supp-Row-Count
                   MOVE Oil-Supplier-Rec TO
                        OR-Oil-Supp-Rec(Oil-Supp-Row-Count)
                   MOVE "N" TO OR-Deleted-Flag(Oil-Supp-Row-Count)
               ELSE
                   DISPLAY "LOAD-OIL-SUPP-TABLE: TABLE FULL AT OIL "
                           OSP-Oil-Number ", RUN STOPPED"
                   SET Table-Overflow TO TRUE
               END-IF
               READ Oil-Supplier-File
                   AT END SET End-Of-Oil-Supplier TO TRUE
               END-READ
           END-PERFORM.

           CLOSE Oil-Supplier-File.

       Load-Branch-Table.
           OPEN INPUT Branch-Master-File.
           READ Branch-Master-File
               AT END SET End-Of-Branch-Master TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Branch-Master
               IF Branch-Row-Count < 20
                   ADD 1 TO Branch-Row-Count
                   MOVE Branch-Master-Rec TO
                        BR-Branch-Rec(Branch-Row-Count)
                   MOVE "N" TO BR-Deleted-Flag(Branch-Row-Count)
               ELSE
                   DISPLAY "LOAD-BRANCH-TABLE: BRANCH TABLE FULL "
                           "AT BRANCH " BM-Branch-Code ", RUN STOPPED"
                   SET Table-Overflow TO TRUE
               END-IF
               READ Branch-Master-File
                   AT END SET End-Of-Branch-Master TO TRUE
               END-READ
           END-PERFORM.

           CLOSE Branch-Master-File.

       Apply-One-Ref-Tran.
           ADD 1 TO Trans-Read-Count.
           EVALUATE TRUE
               WHEN NOT Add-Trans AND NOT Change-Trans
                    AND NOT Delete-Trans
                   MOVE "BAD ACTION CODE" TO Prn-Rej-Reason
                   PERFORM Write-Ref-Reject-Line
               WHEN Rep-Trans
                   PERFORM Apply-Rep-Tran
               WHEN Supplier-Trans
                   PERFORM Apply-Supplier-Tran
               WHEN Oil-Supp-Trans
                   PERFORM Apply-Oil-Supp-Tran
               WHEN Branch-Trans
                   PERFORM Apply-Branch-Tran
               WHEN OTHER
                   MOVE "UNKNOWN FILE ID" TO Prn-Rej-Reason
                   PERFORM Write-Ref-Reject-Line
           END-EVALUATE.

           READ Ref-Trans-File
               AT END SET End-Of-Ref-Trans TO TRUE
           END-READ.

      ******************************************************************
      *    REPS.DAT
      ******************************************************************
       Find-Rep-Row.
           MOVE "N" TO Row-Found-Flag.
           SET Rep-Row-Idx TO 1.
           SEARCH Rep-Row-Entry
               AT END
                   CONTINUE
               WHEN RR-Rep-Code(Rep-Row-Idx) = RX-Rep-Code
                AND NOT RR-Deleted(Rep-Row-Idx)
                   SET Row-Found TO TRUE
           END-SEARCH.

       Apply-Rep-Tran.
           PERFORM Find-Rep-Row.
           MOVE SPACES TO Prn-Rej-Reason.
           EVALUATE TRUE
               WHEN RX-Rep-Code = SPACES
                   MOVE "BLANK REP CODE" TO Prn-Rej-Reason
               WHEN Add-Trans AND Row-Found
                   MOVE "DUPLICATE ADD" TO Prn-Rej-Reason
               WHEN NOT Add-Trans AND NOT Row-Found
                   MOVE "REP NOT ON FILE" TO Prn-Rej-Reason
               WHEN Delete-Trans
                    AND RR-Cust-Count(Rep-Row-Idx) > ZEROS
                   MOVE "REP STILL ON CUSTOMERS" TO Prn-Rej-Reason
               WHEN Delete-Trans
                   CONTINUE
               WHEN RX-Rep-Name = SPACES
                   MOVE "BLANK REP NAME" TO Prn-Rej-Reason
               WHEN RX-Comm-Rate-X NOT NUMERIC
                   MOVE "RATE NOT NUMERIC" TO Prn-Rej-Reason
               WHEN RX-Comm-Rate < Min-Commission-Rate
                 OR RX-Comm-Rate > Max-Commission-Rate
                   MOVE "RATE OUTSIDE ALLOWED RANGE" TO Prn-Rej-Reason
               WHEN Add-Trans AND Rep-Row-Count >= 200
                   MOVE "REP TABLE FULL" TO Prn-Rej-Reason
           END-EVALUATE.

           IF Prn-Rej-Reason NOT = SPACES
               PERFORM Write-Ref-Reject-Line
           ELSE
               EVALUATE TRUE
                   WHEN Add-Trans
                       ADD 1 TO Rep-Row-Count
                       SET Rep-Row-Idx TO Rep-Row-Count
                       MOVE SPACES TO RA-Before-Data
                       MOVE RX-Data TO RR-Rep-Rec(Rep-Row-Idx)
                       MOVE ZEROS TO RR-Cust-Count(Rep-Row-Idx)
                       MOVE "N" TO RR-Deleted-Flag(Rep-Row-Idx)
                       MOVE RR-Rep-Rec(Rep-Row-Idx) TO RA-After-Data
                   WHEN Change-Trans
                       MOVE RR-Rep-Rec(Rep-Row-Idx) TO RA-Before-Data
                       MOVE RX-Data TO RR-Rep-Rec(Rep-Row-Idx)
                       MOVE RR-Rep-Rec(Rep-Row-Idx) TO RA-After-Data
                   WHEN Delete-Trans
                       MOVE RR-Rep-Rec(Rep-Row-Idx) TO RA-Before-Data
                       SET RR-Deleted(Rep-Row-Idx) TO TRUE
                       MOVE SPACES TO RA-After-Data
               END-EVALUATE
               PERFORM Write-Ref-Audit
           END-IF.

      ******************************************************************
      *    SUPPLIER.DAT
      ******************************************************************
       Find-Supplier-Row.
           MOVE "N" TO Row-Found-Flag.
           SET Supplier-Row-Idx TO 1.
           SEARCH Supplier-Row-Entry
               AT END
                   CONTINUE
               WHEN SR-Supplier-Code(Supplier-Row-Idx)
                    = RX-Supplier-Code
                AND NOT SR-Deleted(Supplier-Row-Idx)
                   SET Row-Found TO TRUE
           END-SEARCH.

       Check-Supplier-In-Use.
           MOVE "N" TO Supplier-In-Use-Flag.
           SET Oil-Supp-Row-Idx TO 1.
           SEARCH Oil-Supp-Row-Entry
               AT END
                   CONTINUE
               WHEN OR-Supplier-Code(Oil-Supp-Row-Idx)
                    = RX-Supplier-Code
                AND NOT OR-Deleted(Oil-Supp-Row-Idx)
                   SET Supplier-In-Use TO TRUE
           END-SEARCH.

       Apply-Supplier-Tran.
           PERFORM Find-Supplier-Row.
           PERFORM Check-Supplier-In-Use.
           MOVE SPACES TO Prn-Rej-Reason.
           EVALUATE TRUE
               WHEN RX-Supplier-Code = SPACES
                   MOVE "BLANK SUPPLIER CODE" TO Prn-Rej-Reason
               WHEN Add-Trans AND Row-Found
                   MOVE "DUPLICATE ADD" TO Prn-Rej-Reason
               WHEN NOT Add-Trans AND NOT Row-Found
                   MOVE "SUPPLIER NOT ON FILE" TO Prn-Rej-Reason
               WHEN Delete-Trans AND Supplier-In-Use
                   MOVE "SUPPLIER STILL ON OILSUPP" TO Prn-Rej-Reason
               WHEN Delete-Trans
                   CONTINUE
               WHEN RX-Supplier-Name = SPACES
                   MOVE "BLANK SUPPLIER NAME" TO Prn-Rej-Reason
               WHEN RX-Lead-Days-X NOT NUMERIC
                   MOVE "LEAD DAYS NOT NUMERIC" TO Prn-Rej-Reason
               WHEN RX-Lead-Days < 1 OR RX-Lead-Days > 365
                   MOVE "LEAD DAYS NOT 1-365" TO Prn-Rej-Reason
               WHEN RX-Min-Order-X NOT NUMERIC
                   MOVE "MINIMUM ORDER NOT NUMERIC" TO Prn-Rej-Reason
               WHEN Add-Trans AND Supplier-Row-Count >= 50
                   MOVE "SUPPLIER TABLE FULL" TO Prn-Rej-Reason
           END-EVALUATE.

           IF Prn-Rej-Reason NOT = SPACES
               PERFORM Write-Ref-Reject-Line
           ELSE
               EVALUATE TRUE
                   WHEN Add-Trans
                       ADD 1 TO Supplier-Row-Count
                       SET Supplier-Row-Idx TO Supplier-Row-Count
                       MOVE SPACES TO RA-Before-Data
                       MOVE RX-Data TO
                            SR-Supplier-Rec(Supplier-Row-Idx)
                       MOVE "N" TO SR-Deleted-Flag(Supplier-Row-Idx)
                       MOVE SR-Supplier-Rec(Supplier-Row-Idx)
                            TO RA-After-Data
                   WHEN Change-Trans
                       MOVE SR-Supplier-Rec(Supplier-Row-Idx)
                            TO RA-Before-Data
                       MOVE RX-Data TO
                            SR-Supplier-Rec(Supplier-Row-Idx)
                       MOVE SR-Supplier-Rec(Supplier-Row-Idx)
                            TO RA-After-Data
                   WHEN Delete-Trans
                       MOVE SR-Supplier-Rec(Supplier-Row-Idx)
                            TO RA-Before-Data
                       SET SR-Deleted(Supplier-Row-Idx) TO TRUE
                       MOVE SPACES TO RA-After-Data
               END-EVALUATE
               PERFORM Write-Ref-Audit
           END-IF.

      ******************************************************************
      *    OILSUPP.DAT - one supplier assignment per oil number
      ******************************************************************
       Find-Oil-Supp-Row.
           MOVE "N" TO Row-Found-Flag.
           SET Oil-Supp-Row-Idx TO 1.
           SEARCH Oil-Supp-Row-Entry
               AT END
                   CONTINUE
               WHEN OR-Oil-Number(Oil-Supp-Row-Idx) = RX-Oil-Number
                AND NOT OR-Deleted(Oil-Supp-Row-Idx)
                   SET Row-Found TO TRUE
           END-SEARCH.

       Check-Supplier-On-File.
           MOVE "N" TO Supplier-Found-Flag.
           SET Supplier-Row-Idx TO 1.
           SEARCH Supplier-Row-Entry
               AT END
                   CONTINUE
               WHEN SR-Supplier-Code(Supplier-Row-Idx)
                    = RX-Osp-Supplier
                AND NOT SR-Deleted(Supplier-Row-Idx)
                   SET Supplier-On-File TO TRUE
           END-SEARCH.

       Apply-Oil-Supp-Tran.
           MOVE SPACES TO Prn-Rej-Reason.
           IF RX-Oil-Number-X NOT NUMERIC
               MOVE "OIL NUMBER NOT NUMERIC" TO Prn-Rej-Reason
           ELSE
               PERFORM Find-Oil-Supp-Row
               PERFORM Check-Supplier-On-File
               EVALUATE TRUE
                   WHEN RX-Oil-Number < 1 OR RX-Oil-Number > 30
                       MOVE "OIL NUMBER OUT OF RANGE"
                            TO Prn-Rej-Reason
                   WHEN Add-Trans AND Row-Found
                       MOVE "DUPLICATE ADD" TO Prn-Rej-Reason
                   WHEN NOT Add-Trans AND NOT Row-Found
                       MOVE "OIL NOT ON OILSUPP" TO Prn-Rej-Reason
                   WHEN Delete-Trans
                       CONTINUE
                   WHEN NOT Supplier-On-File
                       MOVE "SUPPLIER NOT ON FILE" TO Prn-Rej-Reason
                   WHEN RX-Order-Qty-X NOT NUMERIC
                       MOVE "ORDER QTY NOT NUMERIC" TO Prn-Rej-Reason
                   WHEN RX-Order-Qty = ZEROS
                       MOVE "ORDER QTY ZERO" TO Prn-Rej-Reason
                   WHEN Add-Trans AND Oil-Supp-Row-Count >= 100
                       MOVE "OILSUPP TABLE FULL" TO Prn-Rej-Reason
               END-EVALUATE
           END-IF.

           IF Prn-Rej-Reason NOT = SPACES
               PERFORM Write-Ref-Reject-Line
           ELSE
               EVALUATE TRUE
                   WHEN Add-Trans
                       ADD 1 TO Oil-Supp-Row-Count
                       SET Oil-Supp-Row-Idx TO Oil-Supp-Row-Count
                       MOVE SPACES TO RA-Before-Data
                       MOVE RX-Data TO
                            OR-Oil-Supp-Rec(Oil-Supp-Row-Idx)
                       MOVE "N" TO OR-Deleted-Flag(Oil-Supp-Row-Idx)
                       MOVE OR-Oil-Supp-Rec(Oil-Supp-Row-Idx)
                            TO RA-After-Data
                   WHEN Change-Trans
                       MOVE OR-Oil-Supp-Rec(Oil-Supp-Row-Idx)
                            TO RA-Before-Data
                       MOVE RX-Data TO
                            OR-Oil-Supp-Rec(Oil-Supp-Row-Idx)
                       MOVE OR-Oil-Supp-Rec(Oil-Supp-Row-Idx)
                            TO RA-After-Data
                   WHEN Delete-Trans
                       MOVE OR-Oil-Supp-Rec(Oil-Supp-Row-Idx)
                            TO RA-Before-Data
                       SET OR-Deleted(Oil-Supp-Row-Idx) TO TRUE
                       MOVE SPACES TO RA-After-Data
               END-EVALUATE
               PERFORM Write-Ref-Audit
           END-IF.

      ******************************************************************
      *    BRANCH.DAT
      ******************************************************************
       Find-Branch-Row.
           MOVE "N" TO Row-Found-Flag.
           SET Branch-Row-Idx TO 1.
           SEARCH Branch-Row-Entry
               AT END
                   CONTINUE
               WHEN BR-Branch-Code(Branch-Row-Idx) = RX-Branch-Code
                AND NOT BR-Deleted(Branch-Row-Idx)
                   SET Row-Found TO TRUE
           END-SEARCH.

       Apply-Branch-Tran.
           PERFORM Find-Branch-Row.
           MOVE SPACES TO Prn-Rej-Reason.
           EVALUATE TRUE
               WHEN RX-Branch-Code = SPACES
                   MOVE "BLANK BRANCH CODE" TO Prn-Rej-Reason
               WHEN Add-Trans AND Row-Found
                   MOVE "DUPLICATE ADD" TO Prn-Rej-Reason
               WHEN NOT Add-Trans AND NOT Row-Found
                   MOVE "BRANCH NOT ON FILE" TO Prn-Rej-Reason
               WHEN Delete-Trans
                   CONTINUE
               WHEN RX-Branch-Name = SPACES
                   MOVE "BLANK BRANCH NAME" TO Prn-Rej-Reason
               WHEN Add-Trans AND Branch-Row-Count >= 20
                   MOVE "BRANCH TABLE FULL" TO Prn-Rej-Reason
           END-EVALUATE.

           IF Prn-Rej-Reason NOT = SPACES
               PERFORM Write-Ref-Reject-Line
           ELSE
               EVALUATE TRUE
                   WHEN Add-Trans
                       ADD 1 TO Branch-Row-Count
                       SET Branch-Row-Idx TO Branch-Row-Count
                       MOVE SPACES TO RA-Before-Data
                       MOVE RX-Data TO BR-Branch-Rec(Branch-Row-Idx)
                       MOVE "N" TO BR-Deleted-Flag(Branch-Row-Idx)
                       MOVE BR-Branch-Rec(Branch-Row-Idx)
                            TO RA-After-Data
                   WHEN Change-Trans
                       MOVE BR-Branch-Rec(Branch-Row-Idx)
                            TO RA-Before-Data
                       MOVE RX-Data TO BR-Branch-Rec(Branch-Row-Idx)
                       MOVE BR-Branch-Rec(Branch-Row-Idx)
                            TO RA-After-Data
                   WHEN Delete-Trans
                       MOVE BR-Branch-Rec(Branch-Row-Idx)
                            TO RA-Before-Data
                       SET BR-Deleted(Branch-Row-Idx) TO TRUE
                       MOVE SPACES TO RA-After-Data
               END-EVALUATE
               PERFORM Write-Ref-Audit
           END-IF.

       Write-Ref-Audit.
           MOVE RX-File-Id      TO RA-File-Id.
           MOVE RX-Action       TO RA-Action.
           MOVE Run-Date-Number TO RA-Change-Date.
           WRITE Ref-Audit-Rec.
           ADD 1 TO Trans-Applied-Count.

       Write-Ref-Reject-Line.
           MOVE RX-File-Id TO Prn-Rej-File-Id.
           MOVE RX-Action  TO Prn-Rej-Action.
           MOVE RX-Data    TO Prn-Rej-Data.
           WRITE Ref-Print-Line FROM Reject-Detail-Line AFTER
           ADVANCING 1 LINE.
           ADD 1 TO Trans-Reject-Count.

      ******************************************************************
      *    Rewrites - deleted rows are simply not written back
      ******************************************************************
       Rewrite-Rep-File.
           OPEN OUTPUT Reps-File.
           PERFORM Write-One-Rep-Row
               VARYING Rep-Row-Idx FROM 1 BY 1
               UNTIL Rep-Row-Idx > Rep-Row-Count.
           CLOSE Reps-File.

       Write-One-Rep-Row.
           IF NOT RR-Deleted(Rep-Row-Idx)
               WRITE Reps-Rec FROM RR-Rep-Rec(Rep-Row-Idx)
           END-IF.

       Rewrite-Supplier-File.
           OPEN OUTPUT Supplier-File.
           PERFORM Write-One-Supplier-Row
               VARYING Supplier-Row-Idx FROM 1 BY 1
               UNTIL Supplier-Row-Idx > Supplier-Row-Count.
           CLOSE Supplier-File.

       Write-One-Supplier-Row.
           IF NOT SR-Deleted(Supplier-Row-Idx)
               WRITE Supplier-Rec
                   FROM SR-Supplier-Rec(Supplier-Row-Idx)
           END-IF.

       Rewrite-Oil-Supp-File.
           OPEN OUTPUT Oil-Supplier-File.
           PERFORM Write-One-Oil-Supp-Row
               VARYING Oil-Supp-Row-Idx FROM 1 BY 1
               UNTIL Oil-Supp-Row-Idx > Oil-Supp-Row-Count.
           CLOSE Oil-Supplier-File.

       Write-One-Oil-Supp-Row.
           IF NOT OR-Deleted(Oil-Supp-Row-Idx)
               WRITE Oil-Supplier-Rec
                   FROM OR-Oil-Supp-Rec(Oil-Supp-Row-Idx)
           END-IF.

       Rewrite-Branch-File.
           OPEN OUTPUT Branch-Master-File.
           PERFORM Write-One-Branch-Row
               VARYING Branch-Row-Idx FROM 1 BY 1
               UNTIL Branch-Row-Idx > Branch-Row-Count.
           CLOSE Branch-Master-File.

       Write-One-Branch-Row.
           IF NOT BR-Deleted(Branch-Row-Idx)
               WRITE Branch-Master-Rec
                   FROM BR-Branch-Rec(Branch-Row-Idx)
           END-IF.
