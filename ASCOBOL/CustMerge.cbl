      ******************************************************************
      * Author:
      * Date:
      * Purpose: Customer merge.  Folds a duplicate customer ID into
      *          the surviving one from CUSTMRG.DAT cards (from-ID,
      *          to-ID, rep override).  The duplicate's open items on
      *          ARMAST.IDX and pending commission on COMMPEND.IDX
      *          are re-keyed under the survivor with their invoice
      *          numbers kept; its SALESHIS.DAT history is added into
      *          the survivor's months; its CREDHOLD.DAT holds,
      *          BACKORD.DAT backorders and DUNHIST.DAT notices are
      *          re-pointed; its current balance is added to the
      *          survivor's and its master record deleted, with a
      *          before/after record on CUSTAUDT.DAT.  CUSTMRG.RPT
      *          shows what moved in each file.  A card whose to-ID
      *          is not on the master, or whose two customers belong
      *          to different reps without an override, changes
      *          nothing.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026-10-15  NMD  Initial version.  A duplicate account set
      *                    up by a branch can now be folded into the
      *                    real one after sales have posted, instead
      *                    of being deleted and leaving its items
      *                    orphaned under the dead ID.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMERGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Merge-Card-File ASSIGN TO "CUSTMRG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Customer-Master ASSIGN TO "CUSTMAST.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS CM-Customer-Id.

       SELECT Ar-Open-Item-File ASSIGN TO "ARMAST.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS AR-Open-Key.

       SELECT OPTIONAL Comm-Pending-File ASSIGN TO "COMMPEND.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CP-Pend-Key.

       SELECT OPTIONAL Sales-History-File ASSIGN TO "SALESHIS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Sales-History-Backup ASSIGN TO "SALESHIS.BAK"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Live-File ASSIGN TO Live-File-Name
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Merge-Work-File ASSIGN TO "MRGWORK.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Cust-Audit-File ASSIGN TO "CUSTAUDT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Merge-Report ASSIGN TO "CUSTMRG.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Run-Log-File ASSIGN TO "RUNLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    One card per merge.  A "Y" override lets two customers on
      *    different reps merge; the survivor keeps its own rep.
       FD Merge-Card-File.
           01 Merge-Card-Rec.
               88 End-Of-Merge-Cards    VALUE HIGH-VALUES.
               02 MC-From-Id            PIC X(5).
               02 MC-To-Id              PIC X(5).
               02 MC-Rep-Override       PIC X.
                   88 MC-Override-Reps  VALUE "Y".

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

       FD Sales-History-File.
           01 Sales-History-Rec.
               88 End-Of-Sales-History  VALUE HIGH-VALUES.
               02 SH-Period             PIC X(7).
               02 SH-Customer-Id        PIC X(5).
               02 SH-Customer-Name      PIC X(20).
               02 SH-Sales-Value        PIC S9(5)V99.

       FD Sales-History-Backup.
           01 Sales-History-Backup-Rec    PIC X(40).

      *    CREDHOLD.DAT, BACKORD.DAT and DUNHIST.DAT all lead with
      *    the customer ID; only the hold record carries the name.
       FD Live-File.
           01 Live-File-Rec.
               88 End-Of-Live-File      VALUE HIGH-VALUES.
               02 LF-Customer-Id        PIC X(5).
               02 LF-Customer-Name      PIC X(20).
               02 FILLER                PIC X(95).

       FD Merge-Work-File.
           01 Merge-Work-Rec              PIC X(120).
               88 End-Of-Merge-Work       VALUE HIGH-VALUES.

       FD Cust-Audit-File.
           01 Cust-Audit-Rec.
               02 CA-Action            PIC X.
               02 CA-Customer-Id       PIC X(5).
               02 CA-Before-Name       PIC X(20).
               02 CA-Before-Rep        PIC X(3).
               02 CA-After-Name        PIC X(20).
               02 CA-After-Rep         PIC X(3).
               02 CA-Before-Limit      PIC 9(7)V99.
               02 CA-After-Limit       PIC 9(7)V99.
               02 CA-Change-Date       PIC 9(8).
               02 CA-Before-Terms      PIC X(2).
               02 CA-After-Terms       PIC X(2).
               02 CA-Before-Exempt     PIC X.
               02 CA-Before-Cert       PIC X(15).
               02 CA-After-Exempt      PIC X.
               02 CA-After-Cert        PIC X(15).
               02 CA-Merged-Into       PIC X(5).

       FD Merge-Report.
           01 Merge-Print-Line            PIC X(72).

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
       01  Live-File-Name              PIC X(20).

       01  Merge-Main-Title            PIC X(44)
            VALUE "          CUSTOMER MERGE REPORT".

       01  Merge-Title-Underline.
           02  FILLER                  PIC X(13) VALUE SPACES.
           02  FILLER                  PIC X(32) VALUE ALL "-".

       01  Merge-Card-Line.
           02  FILLER                  PIC X(6)  VALUE "FROM: ".
           02  Prn-Mrg-From-Id         PIC X(5).
           02  FILLER                  PIC X(6)  VALUE "  TO: ".
           02  Prn-Mrg-To-Id           PIC X(5).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Mrg-To-Name         PIC X(20).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Mrg-Status          PIC X(26).

       01  Merge-Moved-Line.
           02  FILLER                  PIC X(6)  VALUE SPACES.
           02  Prn-Mvd-File            PIC X(14).
           02  Prn-Mvd-Count           PIC ZZ,ZZ9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Mvd-What            PIC X(30).

       01  Merge-Balance-Line.
           02  FILLER                  PIC X(6)  VALUE SPACES.
           02  FILLER                  PIC X(14) VALUE "CUSTMAST.IDX".
           02  FILLER                  PIC X(16) VALUE
           "BALANCE MOVED  ".
           02  Prn-Mvd-Balance         PIC $$$$,$$9.99-.

       01  Merges-Applied-Line.
           02  FILLER                  PIC X(19) VALUE
           "MERGES APPLIED    :".
           02  Prn-Merges-Applied      PIC BBBBBZZ,ZZ9.

       01  Merges-Rejected-Line.
           02  FILLER                  PIC X(19) VALUE
           "MERGES REJECTED   :".
           02  Prn-Merges-Rejected     PIC BBBBBZZ,ZZ9.

       01  Merge-Totals.
           02  Cards-Read-Count        PIC 9(5) VALUE ZEROS.
           02  Merges-Applied-Count    PIC 9(5) VALUE ZEROS.
           02  Merges-Rejected-Count   PIC 9(5) VALUE ZEROS.
           02  Balance-Moved-Total     PIC S9(9)V99 VALUE ZEROS.

       01  Merge-Run-Date              PIC 9(8).

      *    Both master records as read before anything moves.
       01  From-Master-Fields.
           02  From-On-Master-Flag     PIC X.
               88 From-On-Master       VALUE "Y".
           02  FM-Customer-Name        PIC X(20).
           02  FM-Rep-Code             PIC X(3).
           02  FM-Credit-Limit         PIC 9(7)V99.
           02  FM-Curr-Balance         PIC S9(7)V99.
           02  FM-Terms-Code           PIC X(2).
           02  FM-Tax-Exempt           PIC X.
           02  FM-Tax-Cert             PIC X(15).

       01  To-Master-Fields.
           02  To-On-Master-Flag       PIC X.
               88 To-On-Master         VALUE "Y".
           02  TM-Customer-Name        PIC X(20).
           02  TM-Rep-Code             PIC X(3).

       01  Merge-Reject-Reason         PIC X(26).

      *    The duplicate's keyed rows, gathered before any are
      *    re-keyed so the START/READ NEXT scan is never disturbed.
      *    A customer with more rows than this is rejected whole
      *    rather than half merged.
       01  Item-Move-Count             PIC 9(3) VALUE ZEROS.

       01  Item-Move-Table.
           02  Item-Move-Entry OCCURS 1 TO 500 TIMES
                       DEPENDING ON Item-Move-Count.
               03 IM-Item-Rec          PIC X(75).

       01  Pend-Move-Count             PIC 9(3) VALUE ZEROS.

       01  Pend-Move-Table.
           02  Pend-Move-Entry OCCURS 1 TO 500 TIMES
                       DEPENDING ON Pend-Move-Count.
               03 PM-Pend-Rec          PIC X(53).

       01  History-Entry-Count         PIC 9(5) VALUE ZEROS.

       01  Sales-History-Table.
           02  History-Entry OCCURS 1 TO 12000 TIMES
                       DEPENDING ON History-Entry-Count
                       INDEXED BY History-Idx, Survivor-Idx.
               03 HT-Period            PIC X(7).
               03 HT-Customer-Id       PIC X(5).
               03 HT-Customer-Name     PIC X(20).
               03 HT-Sales-Value       PIC S9(5)V99.
               03 HT-Drop-Flag         PIC X.
                   88 HT-Dropped       VALUE "Y".

       01  Merge-Work-Fields.
           02  Move-Sub                PIC 9(3).
           02  Rows-Moved              PIC 9(5).
           02  Items-Full-Flag         PIC X.
               88 Items-Table-Full     VALUE "Y".
           02  End-Of-Scan-Flag        PIC X.
               88 End-Of-Scan          VALUE "Y".
           02  End-Of-Pend-Flag        PIC X.
               88 End-Of-Pend-Scan     VALUE "Y".

       01  Run-Log-Work-Fields.
           02  Log-Time-Work.
               03  LTW-HHMMSS          PIC 9(6).
               03  FILLER              PIC 99.

       PROCEDURE DIVISION.
       Merge-Customers.
           ACCEPT Merge-Run-Date FROM DATE YYYYMMDD.
           MOVE "S" TO RL-Status.
           MOVE ZEROS TO RL-Records-Read, RL-Records-Rejected,
                         RL-Key-Total.
           PERFORM Write-Run-Log-Record.

           OPEN INPUT Merge-Card-File.
           OPEN I-O Customer-Master.
           OPEN I-O Ar-Open-Item-File.
           OPEN I-O Comm-Pending-File.
           OPEN EXTEND Cust-Audit-File.
           OPEN OUTPUT Merge-Report.

           WRITE Merge-Print-Line FROM Merge-Main-Title AFTER
           ADVANCING 1 LINE.
           WRITE Merge-Print-Line FROM Merge-Title-Underline AFTER
           ADVANCING 1 LINE.

           READ Merge-Card-File
               AT END SET End-Of-Merge-Cards TO TRUE
           END-READ.

           PERFORM Merge-One-Customer UNTIL End-Of-Merge-Cards.

           MOVE Merges-Applied-Count TO Prn-Merges-Applied.
           WRITE Merge-Print-Line FROM Merges-Applied-Line AFTER
           ADVANCING 3 LINES.
           MOVE Merges-Rejected-Count TO Prn-Merges-Rejected.
           WRITE Merge-Print-Line FROM Merges-Rejected-Line AFTER
           ADVANCING 2 LINES.

           CLOSE Merge-Card-File.
           CLOSE Customer-Master.
           CLOSE Ar-Open-Item-File.
           CLOSE Comm-Pending-File.
           CLOSE Cust-Audit-File.
           CLOSE Merge-Report.

           MOVE "C" TO RL-Status.
           MOVE Cards-Read-Count      TO RL-Records-Read.
           MOVE Merges-Rejected-Count TO RL-Records-Rejected.
           MOVE Balance-Moved-Total   TO RL-Key-Total.
           PERFORM Write-Run-Log-Record.
           STOP RUN.

       Write-Run-Log-Record.
           MOVE "CUSTMERGE" TO RL-Program-Id.
           ACCEPT RL-Run-Date FROM DATE YYYYMMDD.
           ACCEPT Log-Time-Work FROM TIME.
           MOVE LTW-HHMMSS TO RL-Run-Time.
           OPEN EXTEND Run-Log-File.
           WRITE Run-Log-Rec.
           CLOSE Run-Log-File.

      *    Every check is made, and every keyed row gathered, before
      *    the first file is touched - a rejected card leaves all
      *    of them exactly as they were.
       Merge-One-Customer.
           ADD 1 TO Cards-Read-Count.
           MOVE MC-From-Id TO Prn-Mrg-From-Id.
           MOVE MC-To-Id   TO Prn-Mrg-To-Id.
           PERFORM Read-Both-Masters.
           PERFORM Gather-Open-Items.
           PERFORM Gather-Pending-Commission.

           MOVE SPACES TO Merge-Reject-Reason.
           EVALUATE TRUE
               WHEN MC-From-Id = SPACES OR MC-To-Id = SPACES
                   MOVE "CUSTOMER ID MISSING" TO Merge-Reject-Reason
               WHEN MC-From-Id = MC-To-Id
                   MOVE "FROM-ID SAME AS TO-ID" TO Merge-Reject-Reason
               WHEN NOT To-On-Master
                   MOVE "TO-ID NOT ON FILE" TO Merge-Reject-Reason
               WHEN From-On-Master
                    AND FM-Rep-Code NOT = TM-Rep-Code
                    AND NOT MC-Override-Reps
                   MOVE "REPS DIFFER, NO OVERRIDE"
                        TO Merge-Reject-Reason
               WHEN Items-Table-Full
                   MOVE "TOO MANY ITEMS TO MOVE" TO Merge-Reject-Reason
           END-EVALUATE.

           MOVE TM-Customer-Name TO Prn-Mrg-To-Name.
           IF Merge-Reject-Reason NOT = SPACES
               MOVE Merge-Reject-Reason TO Prn-Mrg-Status
               WRITE Merge-Print-Line FROM Merge-Card-Line AFTER
               ADVANCING 2 LINES
               ADD 1 TO Merges-Rejected-Count
           ELSE
               MOVE "MERGED" TO Prn-Mrg-Status
               WRITE Merge-Print-Line FROM Merge-Card-Line AFTER
               ADVANCING 2 LINES
               PERFORM Apply-Customer-Merge
               ADD 1 TO Merges-Applied-Count
           END-IF.

           READ Merge-Card-File
               AT END SET End-Of-Merge-Cards TO TRUE
           END-READ.

      *    The duplicate may already have been deleted by CUSTMAINT;
      *    its orphaned rows can still be merged, there is just no
      *    balance to carry or rep to compare.
       Read-Both-Masters.
           MOVE "N" TO From-On-Master-Flag.
           MOVE MC-From-Id TO CM-Customer-Id.
           READ Customer-Master
               INVALID KEY
                   MOVE SPACES TO FM-Customer-Name, FM-Rep-Code,
                                  FM-Terms-Code, FM-Tax-Exempt,
                                  FM-Tax-Cert
                   MOVE ZEROS TO FM-Credit-Limit, FM-Curr-Balance
               NOT INVALID KEY
                   SET From-On-Master TO TRUE
                   MOVE CM-Customer-Name TO FM-Customer-Name
                   MOVE CM-Rep-Code      TO FM-Rep-Code
                   MOVE CM-Credit-Limit  TO FM-Credit-Limit
                   MOVE CM-Curr-Balance  TO FM-Curr-Balance
                   MOVE CM-Terms-Code    TO FM-Terms-Code
                   MOVE CM-Tax-Exempt    TO FM-Tax-Exempt
                   MOVE CM-Tax-Cert      TO FM-Tax-Cert
           END-READ.

           MOVE "N" TO To-On-Master-Flag.
           MOVE MC-To-Id TO CM-Customer-Id.
           READ Customer-Master
               INVALID KEY
                   MOVE SPACES TO TM-Customer-Name, TM-Rep-Code
               NOT INVALID KEY
                   SET To-On-Master TO TRUE
                   MOVE CM-Customer-Name TO TM-Customer-Name
                   MOVE CM-Rep-Code      TO TM-Rep-Code
           END-READ.

       Gather-Open-Items.
           MOVE ZEROS TO Item-Move-Count.
           MOVE "N" TO Items-Full-Flag.
           MOVE "N" TO End-Of-Scan-Flag.
           MOVE MC-From-Id TO AR-Customer-Id.
           MOVE ZEROS      TO AR-Invoice-No.
           START Ar-Open-Item-File KEY NOT < AR-Open-Key
               INVALID KEY SET End-Of-Scan TO TRUE
           END-START.

           IF NOT End-Of-Scan
               READ Ar-Open-Item-File NEXT RECORD
                   AT END SET End-Of-Scan TO TRUE
               END-READ
           END-IF.

           PERFORM UNTIL End-Of-Scan
                   OR AR-Customer-Id NOT = MC-From-Id
               IF Item-Move-Count < 500
                   ADD 1 TO Item-Move-Count
                   MOVE Ar-Open-Item-Rec TO
                        IM-Item-Rec(Item-Move-Count)
               ELSE
                   SET Items-Table-Full TO TRUE
               END-IF
               READ Ar-Open-Item-File NEXT RECORD
                   AT END SET End-Of-Scan TO TRUE
               END-READ
           END-PERFORM.

       Gather-Pending-Commission.
           MOVE ZEROS TO Pend-Move-Count.
           MOVE "N" TO End-Of-Pend-Flag.
           MOVE MC-From-Id TO CP-Customer-Id.
           MOVE ZEROS      TO CP-Invoice-No.
           START Comm-Pending-File KEY NOT < CP-Pend-Key
               INVALID KEY SET End-Of-Pend-Scan TO TRUE
           END-START.

           IF NOT End-Of-Pend-Scan
               READ Comm-Pending-File NEXT RECORD
                   AT END SET End-Of-Pend-Scan TO TRUE
               END-READ
           END-IF.

           PERFORM UNTIL End-Of-Pend-Scan
                   OR CP-Customer-Id NOT = MC-From-Id
               IF Pend-Move-Count < 500
                   ADD 1 TO Pend-Move-Count
                   MOVE Comm-Pending-Rec TO
                        PM-Pend-Rec(Pend-Move-Count)
               ELSE
                   SET Items-Table-Full TO TRUE
               END-IF
               READ Comm-Pending-File NEXT RECORD
                   AT END SET End-Of-Pend-Scan TO TRUE
               END-READ
           END-PERFORM.

       Apply-Customer-Merge.
           MOVE ZEROS TO Rows-Moved.
           MOVE ZEROS TO Move-Sub.
           PERFORM Rekey-One-Open-Item UNTIL Move-Sub
                   = Item-Move-Count.
           MOVE "ARMAST.IDX"   TO Prn-Mvd-File.
           MOVE "OPEN ITEMS RE-KEYED" TO Prn-Mvd-What.
           PERFORM Write-Moved-Line.

           MOVE ZEROS TO Rows-Moved.
           MOVE ZEROS TO Move-Sub.
           PERFORM Rekey-One-Pending-Row UNTIL Move-Sub
                   = Pend-Move-Count.
           MOVE "COMMPEND.IDX" TO Prn-Mvd-File.
           MOVE "PENDING COMMISSION RE-KEYED" TO Prn-Mvd-What.
           PERFORM Write-Moved-Line.

           PERFORM Merge-Sales-History.
           MOVE "SALESHIS.DAT" TO Prn-Mvd-File.
           MOVE "HISTORY MONTHS MOVED" TO Prn-Mvd-What.
           PERFORM Write-Moved-Line.

           MOVE "CREDHOLD.DAT" TO Live-File-Name.
           PERFORM Repoint-Live-File.
           MOVE "CREDHOLD.DAT" TO Prn-Mvd-File.
           MOVE "CREDIT HOLDS RE-POINTED" TO Prn-Mvd-What.
           PERFORM Write-Moved-Line.

           MOVE "BACKORD.DAT" TO Live-File-Name.
           PERFORM Repoint-Live-File.
           MOVE "BACKORD.DAT"  TO Prn-Mvd-File.
           MOVE "BACKORDERS RE-POINTED" TO Prn-Mvd-What.
           PERFORM Write-Moved-Line.

           MOVE "DUNHIST.DAT" TO Live-File-Name.
           PERFORM Repoint-Live-File.
           MOVE "DUNHIST.DAT"  TO Prn-Mvd-File.
           MOVE "DUNNING NOTICES RE-POINTED" TO Prn-Mvd-What.
           PERFORM Write-Moved-Line.

           PERFORM Fold-Master-Records.

      *    The invoice number is kept, so the customer's statements,
      *    dunning letters and cash remittances still match.
       Rekey-One-Open-Item.
           ADD 1 TO Move-Sub.
           MOVE IM-Item-Rec(Move-Sub) TO Ar-Open-Item-Rec.
           MOVE MC-To-Id         TO AR-Customer-Id.
           MOVE TM-Customer-Name TO AR-Customer-Name.
           WRITE Ar-Open-Item-Rec
               INVALID KEY
                   DISPLAY "REKEY-ONE-OPEN-ITEM: INVOICE "
                           AR-Invoice-No " ALREADY ON FILE FOR "
                           MC-To-Id ", LEFT UNDER " MC-From-Id
               NOT INVALID KEY
                   MOVE MC-From-Id TO AR-Customer-Id
                   DELETE Ar-Open-Item-File RECORD
                   ADD 1 TO Rows-Moved
           END-WRITE.

       Rekey-One-Pending-Row.
           ADD 1 TO Move-Sub.
           MOVE PM-Pend-Rec(Move-Sub) TO Comm-Pending-Rec.
           MOVE MC-To-Id TO CP-Customer-Id.
           WRITE Comm-Pending-Rec
               INVALID KEY
                   DISPLAY "REKEY-ONE-PENDING-ROW: INVOICE "
                           CP-Invoice-No " ALREADY ON FILE FOR "
                           MC-To-Id ", LEFT UNDER " MC-From-Id
               NOT INVALID KEY
                   MOVE MC-From-Id TO CP-Customer-Id
                   DELETE Comm-Pending-File RECORD
                   ADD 1 TO Rows-Moved
           END-WRITE.

      *    A month the survivor already has takes the duplicate's
      *    value on top, so the history keeps one row per customer
      *    and month for the comparison report.  The prior
      *    generation goes to SALESHIS.BAK first, as the month-end
      *    close does.
       Merge-Sales-History.
           MOVE ZEROS TO Rows-Moved.
           MOVE ZEROS TO History-Entry-Count.
           OPEN INPUT Sales-History-File.
           OPEN OUTPUT Sales-History-Backup.
           READ Sales-History-File
               AT END SET End-Of-Sales-History TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Sales-History
               WRITE Sales-History-Backup-Rec FROM Sales-History-Rec
               IF History-Entry-Count < 12000
                   ADD 1 TO History-Entry-Count
                   MOVE SH-Period        TO
                        HT-Period(History-Entry-Count)
                   MOVE SH-Customer-Id   TO
                        HT-Customer-Id(History-Entry-Count)
                   MOVE SH-Customer-Name TO
                        HT-Customer-Name(History-Entry-Count)
                   MOVE SH-Sales-Value   TO
                        HT-Sales-Value(History-Entry-Count)
                   MOVE "N" TO HT-Drop-Flag(History-Entry-Count)
               ELSE
                   DISPLAY "MERGE-SALES-HISTORY: HISTORY TABLE FULL, "
                           "PERIOD " SH-Period " CUSTOMER "
                           SH-Customer-Id " NOT CARRIED"
               END-IF
               READ Sales-History-File
                   AT END SET End-Of-Sales-History TO TRUE
               END-READ
           END-PERFORM.

           CLOSE Sales-History-File.
           CLOSE Sales-History-Backup.

           PERFORM Fold-One-History-Row
               VARYING History-Idx FROM 1 BY 1
               UNTIL History-Idx > History-Entry-Count.

           OPEN OUTPUT Sales-History-File.
           PERFORM Write-One-History-Record
               VARYING History-Idx FROM 1 BY 1
               UNTIL History-Idx > History-Entry-Count.
           CLOSE Sales-History-File.

       Fold-One-History-Row.
           IF HT-Customer-Id(History-Idx) = MC-From-Id
               ADD 1 TO Rows-Moved
               SET Survivor-Idx TO 1
               SEARCH History-Entry VARYING Survivor-Idx
                   AT END
                       MOVE MC-To-Id TO HT-Customer-Id(History-Idx)
                       MOVE TM-Customer-Name
                            TO HT-Customer-Name(History-Idx)
                   WHEN HT-Customer-Id(Survivor-Idx) = MC-To-Id
                    AND HT-Period(Survivor-Idx) = HT-Period(History-Idx)
                       ADD HT-Sales-Value(History-Idx)
                           TO HT-Sales-Value(Survivor-Idx)
                       SET HT-Dropped(History-Idx) TO TRUE
               END-SEARCH
           END-IF.

       Write-One-History-Record.
           IF NOT HT-Dropped(History-Idx)
               MOVE HT-Period(History-Idx)        TO SH-Period
               MOVE HT-Customer-Id(History-Idx)   TO SH-Customer-Id
               MOVE HT-Customer-Name(History-Idx) TO SH-Customer-Name
               MOVE HT-Sales-Value(History-Idx)   TO SH-Sales-Value
               WRITE Sales-History-Rec
           END-IF.

      *    The live file is copied to MRGWORK.TMP untouched and then
      *    rewritten from the copy with the duplicate's rows
      *    re-pointed, so until the rewrite finishes the work file
      *    is a whole copy of the original.
       Repoint-Live-File.
           MOVE ZEROS TO Rows-Moved.
           OPEN INPUT Live-File.
           OPEN OUTPUT Merge-Work-File.
           READ Live-File
               AT END SET End-Of-Live-File TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Live-File
               WRITE Merge-Work-Rec FROM Live-File-Rec
               READ Live-File
                   AT END SET End-Of-Live-File TO TRUE
               END-READ
           END-PERFORM.

           CLOSE Live-File.
           CLOSE Merge-Work-File.

           OPEN INPUT Merge-Work-File.
           OPEN OUTPUT Live-File.
           READ Merge-Work-File
               AT END SET End-Of-Merge-Work TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Merge-Work
               MOVE Merge-Work-Rec TO Live-File-Rec
               IF LF-Customer-Id = MC-From-Id
                   MOVE MC-To-Id TO LF-Customer-Id
                   IF Live-File-Name = "CREDHOLD.DAT"
                       MOVE TM-Customer-Name TO LF-Customer-Name
                   END-IF
                   ADD 1 TO Rows-Moved
               END-IF
               WRITE Live-File-Rec
               READ Merge-Work-File
                   AT END SET End-Of-Merge-Work TO TRUE
               END-READ
           END-PERFORM.

           CLOSE Merge-Work-File.
           CLOSE Live-File.

      *    The survivor keeps its own name, rep, limit, terms and
      *    tax status; only the duplicate's balance comes across.
      *    The audit record is written under the duplicate's ID, its
      *    details before, the survivor's after.
       Fold-Master-Records.
           IF From-On-Master
               MOVE MC-To-Id TO CM-Customer-Id
               READ Customer-Master
                   INVALID KEY
                       DISPLAY "FOLD-MASTER-RECORDS: CUSTOMER "
                               MC-To-Id " VANISHED, BALANCE NOT MOVED"
                   NOT INVALID KEY
                       ADD FM-Curr-Balance TO CM-Curr-Balance
                       REWRITE Customer-Master-Rec
                       ADD FM-Curr-Balance TO Balance-Moved-Total
               END-READ
               MOVE CM-Customer-Name TO CA-After-Name
               MOVE CM-Rep-Code      TO CA-After-Rep
               MOVE CM-Credit-Limit  TO CA-After-Limit
               MOVE CM-Terms-Code    TO CA-After-Terms
               MOVE CM-Tax-Exempt    TO CA-After-Exempt
               MOVE CM-Tax-Cert      TO CA-After-Cert
               MOVE MC-From-Id TO CM-Customer-Id
               DELETE Customer-Master RECORD
                   INVALID KEY
                       DISPLAY "FOLD-MASTER-RECORDS: CUSTOMER "
                               MC-From-Id " NOT DELETED"
               END-DELETE
               MOVE FM-Curr-Balance TO Prn-Mvd-Balance
               WRITE Merge-Print-Line FROM Merge-Balance-Line AFTER
               ADVANCING 1 LINE
           ELSE
               MOVE TM-Customer-Name TO CA-After-Name
               MOVE TM-Rep-Code      TO CA-After-Rep
               MOVE ZEROS            TO CA-After-Limit
               MOVE SPACES           TO CA-After-Terms, CA-After-Exempt,
                                        CA-After-Cert
           END-IF.

           MOVE "M"              TO CA-Action.
           MOVE MC-From-Id       TO CA-Customer-Id.
           MOVE FM-Customer-Name TO CA-Before-Name.
           MOVE FM-Rep-Code      TO CA-Before-Rep.
           MOVE FM-Credit-Limit  TO CA-Before-Limit.
           MOVE FM-Terms-Code    TO CA-Before-Terms.
           MOVE FM-Tax-Exempt    TO CA-Before-Exempt.
           MOVE FM-Tax-Cert      TO CA-Before-Cert.
           MOVE Merge-Run-Date   TO CA-Change-Date.
           MOVE MC-To-Id         TO CA-Merged-Into.
           WRITE Cust-Audit-Rec.

       Write-Moved-Line.
           MOVE Rows-Moved TO Prn-Mvd-Count.
           WRITE Merge-Print-Line FROM Merge-Moved-Line AFTER
           ADVANCING 1 LINE.
