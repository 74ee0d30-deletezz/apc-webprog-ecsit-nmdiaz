      ******************************************************************
      * Author:
      * Date:
      * Purpose: Customer account-activity inquiry.  Takes a
      *          customer ID range and a date range from the
      *          CUSTSEL.DAT selection card and prints CUSTINQ.RPT,
      *          one page per customer on CUSTMAST.IDX in the range:
      *            - master details, credit limit and balance;
      *            - SALESHIS.DAT months inside the date range;
      *            - INVREG.DAT invoices dated inside the range;
      *            - every open ARMAST.IDX item with its age in
      *              days past due against the RUNCTL.DAT run date
      *              (what is owed is listed whatever its date);
      *            - CREDHOLD.DAT holds and BACKORD.DAT backorders
      *              for sales dated inside the range;
      *            - CUSTAUDT.DAT changes dated inside the range.
      *          A "Y" extract flag on the card also writes the same
      *          records, tagged by section, to the flat file
      *          CUSTINQ.DAT for the credit desk to attach to a
      *          customer e-mail.  Blank IDs mean first / last
      *          customer; blank dates mean no date limit.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026-10-15  NMD  Initial version.  A customer's phone call
      *                    no longer means pulling six reports.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AROMAINQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Cust-Select-File ASSIGN TO "CUSTSEL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Customer-Master ASSIGN TO "CUSTMAST.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CM-Customer-Id.

       SELECT Ar-Open-Item-File ASSIGN TO "ARMAST.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS AR-Open-Key.

       SELECT OPTIONAL Sales-History-File ASSIGN TO "SALESHIS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Invoice-Register-File ASSIGN TO "INVREG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Credit-Hold-File ASSIGN TO "CREDHOLD.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Backorder-File ASSIGN TO "BACKORD.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Cust-Audit-File ASSIGN TO "CUSTAUDT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Run-Control-File ASSIGN TO "RUNCTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Inquiry-Report ASSIGN TO "CUSTINQ.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Inquiry-Extract-File ASSIGN TO "CUSTINQ.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Cust-Select-File.
           01 Cust-Select-Rec.
               02 CS-From-Id            PIC X(5).
               02 CS-To-Id              PIC X(5).
               02 CS-From-Date          PIC 9(8).
               02 CS-To-Date            PIC 9(8).
               02 CS-Extract-Flag       PIC X.
                   88 CS-Write-Extract  VALUE "Y".

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
               88 End-Of-Ar-Items       VALUE HIGH-VALUES.
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

       FD Sales-History-File.
           01 Sales-History-Rec.
               88 End-Of-Sales-History  VALUE HIGH-VALUES.
               02 SH-Period             PIC X(7).
               02 SH-Customer-Id        PIC X(5).
               02 SH-Customer-Name      PIC X(20).
               02 SH-Sales-Value        PIC S9(5)V99.

       FD Invoice-Register-File.
           01 Invoice-Register-Rec.
               88 End-Of-Invoice-Register VALUE HIGH-VALUES.
               02 IR-Invoice-No         PIC 9(7).
               02 IR-Customer-Id        PIC X(5).
               02 IR-Customer-Name      PIC X(20).
               02 IR-Invoice-Date       PIC 9(8).
               02 IR-Invoice-Total      PIC S9(7)V99.
               02 IR-Terms-Code         PIC X(2).
               02 IR-Due-Date           PIC 9(8).
               02 IR-Disc-Date          PIC 9(8).
               02 IR-Tax-Amount         PIC S9(7)V99.

       FD Credit-Hold-File.
           01 Credit-Hold-Rec.
               88 End-Of-Credit-Hold    VALUE HIGH-VALUES.
               02 CH-Customer-Id        PIC X(5).
               02 CH-Customer-Name      PIC X(20).
               02 CH-Oil-Id             PIC X(3).
               02 CH-Unit-Size          PIC 99.
               02 CH-Units-Sold         PIC 999.
               02 CH-Sale-Date          PIC 9(8).
               02 CH-Tran-Type          PIC X.
               02 CH-Branch-Code        PIC X(2).
               02 CH-Sale-Value         PIC S9(6)V99.
               02 CH-Hold-Date          PIC 9(8).

       FD Backorder-File.
           01 Backorder-Rec.
               88 End-Of-Backorder-File VALUE HIGH-VALUES.
               02 BO-Customer-Id        PIC X(5).
               02 BO-Oil-Number         PIC 99.
               02 BO-Qty-Short          PIC 9(5).
               02 BO-Sale-Date          PIC 9(8).
               02 BO-Branch-Code        PIC X(2).

       FD Cust-Audit-File.
           01 Cust-Audit-Rec.
               88 End-Of-Cust-Audit    VALUE HIGH-VALUES.
               02 CA-Action            PIC X.
                   88 CA-Add-Action    VALUE "A".
                   88 CA-Change-Action VALUE "C".
                   88 CA-Merge-Action  VALUE "M".
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

       FD Run-Control-File.
           01 Run-Control-Rec.
               02 RC-Run-Date           PIC X(10).
               02 RC-Period             PIC X(7).
               02 RC-Close-Flag         PIC X.

       FD Inquiry-Report.
           01 Inq-Print-Line              PIC X(96).

      *    Each extract record is the source record image behind a
      *    section tag; open items carry their age as well.
       FD Inquiry-Extract-File.
           01 Inquiry-Extract-Rec.
               02 IX-Rec-Type           PIC X(4).
               02 IX-Customer-Id        PIC X(5).
               02 IX-Data               PIC X(120).
               02 IX-Open-Data REDEFINES IX-Data.
                   03 IX-Open-Item      PIC X(75).
                   03 IX-Age-Days       PIC S9(5).
                   03 FILLER            PIC X(40).

       WORKING-STORAGE SECTION.
       01  Inq-Main-Title              PIC X(44)
            VALUE "     AROMAMORA CUSTOMER ACCOUNT ACTIVITY".

       01  Inq-Title-Underline.
           02  FILLER                  PIC X(13) VALUE SPACES.
           02  FILLER                  PIC X(32) VALUE ALL "-".

       01  Report-Date-Line.
           02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           02  Prn-Run-Date            PIC X(10).
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(8)  VALUE "PERIOD: ".
           02  Prn-Run-Period          PIC X(7).

       01  Inq-Range-Line.
           02  FILLER                  PIC X(11) VALUE "CUSTOMERS: ".
           02  Prn-Sel-From-Id         PIC X(5).
           02  FILLER                  PIC X(4)  VALUE " TO ".
           02  Prn-Sel-To-Id           PIC X(5).
           02  FILLER                  PIC X(10) VALUE "   DATES: ".
           02  Prn-Sel-From-Date       PIC 9(8).
           02  FILLER                  PIC X(4)  VALUE " TO ".
           02  Prn-Sel-To-Date         PIC 9(8).

       01  Cust-Head-Line-1.
           02  FILLER                  PIC X(10) VALUE "CUSTOMER: ".
           02  Prn-Cust-Id             PIC X(5).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Cust-Name           PIC X(20).
           02  FILLER                  PIC X(7)  VALUE "  REP: ".
           02  Prn-Cust-Rep            PIC X(3).
           02  FILLER                  PIC X(9)  VALUE "  TERMS: ".
           02  Prn-Cust-Terms          PIC X(2).

       01  Cust-Head-Line-2.
           02  FILLER                  PIC X(14) VALUE
           "CREDIT LIMIT: ".
           02  Prn-Cust-Limit          PIC $$,$$$,$$9.99.
           02  FILLER                  PIC X(11) VALUE "  BALANCE: ".
           02  Prn-Cust-Balance        PIC $$,$$$,$$9.99-.
           02  FILLER                  PIC X(13) VALUE
           "  AVAILABLE: ".
           02  Prn-Cust-Available      PIC $$,$$$,$$9.99-.

       01  Cust-Head-Line-3.
           02  FILLER                  PIC X(12) VALUE "TAX EXEMPT: ".
           02  Prn-Cust-Exempt         PIC X.
           02  FILLER                  PIC X(8)  VALUE "  CERT: ".
           02  Prn-Cust-Cert           PIC X(15).

       01  Section-Heading-Line.
           02  Prn-Section-Name        PIC X(40).

       01  No-Entries-Line.
           02  FILLER                  PIC X(6)  VALUE SPACES.
           02  FILLER                  PIC X(4)  VALUE "NONE".

       01  History-Subtitles.
           02  FILLER                  PIC X(12) VALUE "PERIOD".
           02  FILLER                  PIC X(12) VALUE "SALES VALUE".

       01  History-Detail-Line.
           02  Prn-His-Period          PIC X(7).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-His-Value           PIC $$$,$$9.99-.

       01  Invoice-Subtitles.
           02  FILLER                  PIC X(10) VALUE "INVOICE".
           02  FILLER                  PIC X(10) VALUE "INV DATE".
           02  FILLER                  PIC X(7)  VALUE "TERMS".
           02  FILLER                  PIC X(10) VALUE "DUE DATE".
           02  FILLER                  PIC X(14) VALUE "          TAX".
           02  FILLER                  PIC X(14) VALUE "        TOTAL".

       01  Invoice-Detail-Line.
           02  Prn-Inv-No              PIC 9(7).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-Inv-Date            PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Inv-Terms           PIC X(2).
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  Prn-Inv-Due-Date        PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Inv-Tax             PIC $$$$,$$9.99-.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Inv-Total           PIC $$$$,$$9.99-.

       01  Open-Item-Subtitles.
           02  FILLER                  PIC X(9)  VALUE "ITEM NO".
           02  FILLER                  PIC X(6)  VALUE "TYPE".
           02  FILLER                  PIC X(10) VALUE "ITEM DATE".
           02  FILLER                  PIC X(10) VALUE "DUE DATE".
           02  FILLER                  PIC X(14) VALUE "     ORIGINAL".
           02  FILLER                  PIC X(14) VALUE "         OPEN".
           02  FILLER                  PIC X(8)  VALUE "DAYS DUE".

       01  Open-Item-Detail-Line.
           02  Prn-Opn-No              PIC 9(7).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Opn-Type            PIC X(3).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-Opn-Date            PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Opn-Due-Date        PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Opn-Original        PIC $$$$,$$9.99-.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Opn-Open            PIC $$$$,$$9.99-.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Opn-Age             PIC ZZZZ9-.

       01  Hold-Subtitles.
           02  FILLER                  PIC X(11) VALUE "SALE DATE".
           02  FILLER                  PIC X(5)  VALUE "OIL".
           02  FILLER                  PIC X(6)  VALUE "SIZE".
           02  FILLER                  PIC X(6)  VALUE "UNITS".
           02  FILLER                  PIC X(14) VALUE "   SALE VALUE".
           02  FILLER                  PIC X(10) VALUE "HOLD DATE".

       01  Hold-Detail-Line.
           02  Prn-Hld-Sale-Date       PIC 9(8).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-Hld-Oil-Id          PIC X(3).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Hld-Unit-Size       PIC Z9.
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  Prn-Hld-Units           PIC ZZ9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-Hld-Value           PIC $$$$,$$9.99-.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Hld-Hold-Date       PIC 9(8).

       01  Backorder-Subtitles.
           02  FILLER                  PIC X(11) VALUE "SALE DATE".
           02  FILLER                  PIC X(5)  VALUE "OIL".
           02  FILLER                  PIC X(11) VALUE "QTY SHORT".
           02  FILLER                  PIC X(6)  VALUE "BRANCH".

       01  Backorder-Detail-Line.
           02  Prn-Bko-Sale-Date       PIC 9(8).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-Bko-Oil-Number      PIC 99.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-Bko-Qty-Short       PIC ZZ,ZZ9.
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  Prn-Bko-Branch          PIC X(2).

       01  Audit-Subtitles.
           02  FILLER                  PIC X(10) VALUE "CHANGED".
           02  FILLER                  PIC X(3)  VALUE "AC".
           02  FILLER                  PIC X(8)  VALUE SPACES.
           02  FILLER                  PIC X(22) VALUE "NAME".
           02  FILLER                  PIC X(5)  VALUE "REP".
           02  FILLER                  PIC X(15) VALUE "  CREDIT LIMIT".
           02  FILLER                  PIC X(5)  VALUE "TRM".
           02  FILLER                  PIC X(4)  VALUE "EX".
           02  FILLER                  PIC X(15) VALUE "CERT".

       01  Audit-Detail-Line.
           02  Prn-Aud-Date            PIC X(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Aud-Action          PIC X.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Aud-Side            PIC X(6).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Aud-Name            PIC X(20).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Aud-Rep             PIC X(3).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Aud-Limit           PIC $$,$$$,$$9.99.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Aud-Terms           PIC X(2).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-Aud-Exempt          PIC X.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-Aud-Cert            PIC X(15).

       01  Audit-Merge-Line.
           02  FILLER                  PIC X(19) VALUE SPACES.
           02  FILLER                  PIC X(7)  VALUE "MERGED ".
           02  Prn-Aud-Merged-From     PIC X(5).
           02  FILLER                  PIC X(6)  VALUE " INTO ".
           02  Prn-Aud-Merged-Into     PIC X(5).

       01  Section-Total-Line.
           02  Prn-Total-Label         PIC X(19).
           02  Prn-Total-Value         PIC BBB$$$$,$$9.99-.

       01  Section-Count-Line.
           02  Prn-Count-Label         PIC X(19).
           02  Prn-Count-Value         PIC BBBBBZZ,ZZ9.

       01  Customers-Listed-Line.
           02  FILLER                  PIC X(19) VALUE
           "CUSTOMERS LISTED  :".
           02  Prn-Customers-Listed    PIC BBBBBZZ,ZZ9.

      *    The selection after defaults are applied.
       01  Selection-Fields.
           02  Sel-From-Id             PIC X(5).
           02  Sel-To-Id               PIC X(5).
           02  Sel-From-Date           PIC 9(8).
           02  Sel-To-Date             PIC 9(8).
           02  Sel-From-YYYYMM         PIC 9(6).
           02  Sel-To-YYYYMM           PIC 9(6).

       01  Period-Split.
           02  PS-Year                 PIC 9(4).
           02  FILLER                  PIC X.
           02  PS-Month                PIC 99.

       01  Run-Date-Split.
           02  RD-Year                 PIC 9(4).
           02  FILLER                  PIC X.
           02  RD-Month                PIC 99.
           02  FILLER                  PIC X.
           02  RD-Day                  PIC 99.

       01  Item-Date-Split.
           02  ID-Year                 PIC 9(4).
           02  ID-Month                PIC 99.
           02  ID-Day                  PIC 99.

      *    Days past due on the same 30/360 count ARAGE ages by;
      *    an item not yet due shows a negative figure.
       01  Inquiry-Work-Fields.
           02  Age-Days                PIC S9(5).
           02  Period-YYYYMM           PIC 9(6).
           02  Section-Count           PIC 9(5).
           02  Section-Total           PIC S9(8)V99.
           02  Customers-Listed        PIC 9(5) VALUE ZEROS.
           02  Available-Credit        PIC S9(8)V99.

       PROCEDURE DIVISION.
       Produce-Customer-Inquiry.
           PERFORM Load-Run-Control.
           PERFORM Load-Selection-Card.

           OPEN OUTPUT Inquiry-Report.
           IF CS-Write-Extract
               OPEN OUTPUT Inquiry-Extract-File
           END-IF.

           WRITE Inq-Print-Line FROM Inq-Main-Title AFTER
           ADVANCING 1 LINE.
           WRITE Inq-Print-Line FROM Inq-Title-Underline AFTER
           ADVANCING 1 LINE.
           WRITE Inq-Print-Line FROM Report-Date-Line AFTER
           ADVANCING 1 LINE.
           WRITE Inq-Print-Line FROM Inq-Range-Line AFTER
           ADVANCING 1 LINE.

           OPEN INPUT Customer-Master.
           OPEN INPUT Ar-Open-Item-File.

           MOVE Sel-From-Id TO CM-Customer-Id.
           START Customer-Master KEY IS NOT LESS THAN CM-Customer-Id
               INVALID KEY SET End-Of-Customer-Master TO TRUE
           END-START.
           IF NOT End-Of-Customer-Master
               READ Customer-Master NEXT RECORD
                   AT END SET End-Of-Customer-Master TO TRUE
               END-READ
           END-IF.

           PERFORM Report-One-Customer UNTIL End-Of-Customer-Master.

           MOVE Customers-Listed TO Prn-Customers-Listed.
           WRITE Inq-Print-Line FROM Customers-Listed-Line AFTER
           ADVANCING 3 LINES.

           CLOSE Customer-Master.
           CLOSE Ar-Open-Item-File.
           CLOSE Inquiry-Report.
           IF CS-Write-Extract
               CLOSE Inquiry-Extract-File
           END-IF.
           STOP RUN.

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

      *    A missing card lists every customer for all dates, as the
      *    run-log report does with a missing RLOGSEL.DAT.
       Load-Selection-Card.
           OPEN INPUT Cust-Select-File.
           READ Cust-Select-File
               AT END
                   DISPLAY "LOAD-SELECTION-CARD: CUSTSEL.DAT "
                           "IS EMPTY"
                   MOVE SPACES TO Cust-Select-Rec
           END-READ.
           CLOSE Cust-Select-File.

           MOVE CS-From-Id TO Sel-From-Id, Prn-Sel-From-Id.
           MOVE CS-To-Id   TO Sel-To-Id, Prn-Sel-To-Id.
           IF CS-From-Id = SPACES
               MOVE LOW-VALUES TO Sel-From-Id
               MOVE "FIRST"    TO Prn-Sel-From-Id
           END-IF.
           IF CS-To-Id = SPACES
               IF CS-From-Id = SPACES
                   MOVE HIGH-VALUES TO Sel-To-Id
                   MOVE "LAST"      TO Prn-Sel-To-Id
               ELSE
                   MOVE CS-From-Id  TO Sel-To-Id, Prn-Sel-To-Id
               END-IF
           END-IF.

           IF CS-From-Date NUMERIC
               MOVE CS-From-Date TO Sel-From-Date
           ELSE
               MOVE ZEROS        TO Sel-From-Date
           END-IF.
           IF CS-To-Date NUMERIC AND CS-To-Date > ZEROS
               MOVE CS-To-Date   TO Sel-To-Date
           ELSE
               MOVE 99999999     TO Sel-To-Date
           END-IF.
           COMPUTE Sel-From-YYYYMM = Sel-From-Date / 100.
           COMPUTE Sel-To-YYYYMM   = Sel-To-Date / 100.
           MOVE Sel-From-Date TO Prn-Sel-From-Date.
           MOVE Sel-To-Date   TO Prn-Sel-To-Date.

       Report-One-Customer.
           IF CM-Customer-Id > Sel-To-Id
               SET End-Of-Customer-Master TO TRUE
           ELSE
               ADD 1 TO Customers-Listed
               PERFORM Print-Customer-Header
               PERFORM List-Sales-History
               PERFORM List-Invoices
               PERFORM List-Open-Items
               PERFORM List-Credit-Holds
               PERFORM List-Backorders
               PERFORM List-Account-Changes
               READ Customer-Master NEXT RECORD
                   AT END SET End-Of-Customer-Master TO TRUE
               END-READ
           END-IF.

       Print-Customer-Header.
           MOVE CM-Customer-Id   TO Prn-Cust-Id.
           MOVE CM-Customer-Name TO Prn-Cust-Name.
           MOVE CM-Rep-Code      TO Prn-Cust-Rep.
           MOVE CM-Terms-Code    TO Prn-Cust-Terms.
           MOVE CM-Credit-Limit  TO Prn-Cust-Limit.
           MOVE CM-Curr-Balance  TO Prn-Cust-Balance.
           COMPUTE Available-Credit = CM-Credit-Limit
                                    - CM-Curr-Balance.
           MOVE Available-Credit TO Prn-Cust-Available.
           MOVE CM-Tax-Exempt    TO Prn-Cust-Exempt.
           MOVE CM-Tax-Cert      TO Prn-Cust-Cert.

           WRITE Inq-Print-Line FROM Inq-Main-Title AFTER
           ADVANCING PAGE.
           WRITE Inq-Print-Line FROM Inq-Title-Underline AFTER
           ADVANCING 1 LINE.
           WRITE Inq-Print-Line FROM Cust-Head-Line-1 AFTER
           ADVANCING 2 LINES.
           WRITE Inq-Print-Line FROM Cust-Head-Line-2 AFTER
           ADVANCING 1 LINE.
           WRITE Inq-Print-Line FROM Cust-Head-Line-3 AFTER
           ADVANCING 1 LINE.

           MOVE "MAST" TO IX-Rec-Type.
           MOVE Customer-Master-Rec TO IX-Data.
           PERFORM Write-Extract-Record.

       Print-Section-Heading.
           WRITE Inq-Print-Line FROM Section-Heading-Line AFTER
           ADVANCING 3 LINES.
           MOVE ZEROS TO Section-Count, Section-Total.

       Print-Section-Total.
           IF Section-Count = ZEROS
               WRITE Inq-Print-Line FROM No-Entries-Line AFTER
               ADVANCING 1 LINE
           ELSE
               MOVE Section-Total TO Prn-Total-Value
               WRITE Inq-Print-Line FROM Section-Total-Line AFTER
               ADVANCING 2 LINES
           END-IF.

       Write-Extract-Record.
           IF CS-Write-Extract
               MOVE CM-Customer-Id TO IX-Customer-Id
               WRITE Inquiry-Extract-Rec
           END-IF.

      ******************************************************************
      *    SALESHIS.DAT - months whose period falls in the range
      ******************************************************************
       List-Sales-History.
           MOVE "MONTHLY SALES HISTORY" TO Prn-Section-Name.
           PERFORM Print-Section-Heading.
           WRITE Inq-Print-Line FROM History-Subtitles AFTER
           ADVANCING 1 LINE.

           OPEN INPUT Sales-History-File.
           READ Sales-History-File
               AT END SET End-Of-Sales-History TO TRUE
           END-READ.
           PERFORM Check-One-History-Row UNTIL End-Of-Sales-History.
           CLOSE Sales-History-File.

           MOVE "SALES IN RANGE    :" TO Prn-Total-Label.
           PERFORM Print-Section-Total.

       Check-One-History-Row.
           IF SH-Customer-Id = CM-Customer-Id
               MOVE SH-Period TO Period-Split
               IF PS-Year NUMERIC AND PS-Month NUMERIC
                   COMPUTE Period-YYYYMM = PS-Year * 100 + PS-Month
               ELSE
                   MOVE ZEROS TO Period-YYYYMM
               END-IF
               IF Period-YYYYMM >= Sel-From-YYYYMM
                  AND Period-YYYYMM <= Sel-To-YYYYMM
                   MOVE SH-Period      TO Prn-His-Period
                   MOVE SH-Sales-Value TO Prn-His-Value
                   WRITE Inq-Print-Line FROM History-Detail-Line
                   AFTER ADVANCING 1 LINE
                   ADD 1 TO Section-Count
                   ADD SH-Sales-Value TO Section-Total
                   MOVE "HIST" TO IX-Rec-Type
                   MOVE Sales-History-Rec TO IX-Data
                   PERFORM Write-Extract-Record
               END-IF
           END-IF.

           READ Sales-History-File
               AT END SET End-Of-Sales-History TO TRUE
           END-READ.

      ******************************************************************
      *    INVREG.DAT - invoices dated in the range
      ******************************************************************
       List-Invoices.
           MOVE "INVOICES" TO Prn-Section-Name.
           PERFORM Print-Section-Heading.
           WRITE Inq-Print-Line FROM Invoice-Subtitles AFTER
           ADVANCING 1 LINE.

           OPEN INPUT Invoice-Register-File.
           READ Invoice-Register-File
               AT END SET End-Of-Invoice-Register TO TRUE
           END-READ.
           PERFORM Check-One-Invoice UNTIL End-Of-Invoice-Register.
           CLOSE Invoice-Register-File.

           MOVE "INVOICED IN RANGE :" TO Prn-Total-Label.
           PERFORM Print-Section-Total.

       Check-One-Invoice.
           IF IR-Customer-Id = CM-Customer-Id
              AND IR-Invoice-Date >= Sel-From-Date
              AND IR-Invoice-Date <= Sel-To-Date
               MOVE IR-Invoice-No    TO Prn-Inv-No
               MOVE IR-Invoice-Date  TO Prn-Inv-Date
               MOVE IR-Terms-Code    TO Prn-Inv-Terms
               MOVE IR-Due-Date      TO Prn-Inv-Due-Date
               MOVE IR-Tax-Amount    TO Prn-Inv-Tax
               MOVE IR-Invoice-Total TO Prn-Inv-Total
               WRITE Inq-Print-Line FROM Invoice-Detail-Line
               AFTER ADVANCING 1 LINE
               ADD 1 TO Section-Count
               ADD IR-Invoice-Total TO Section-Total
               MOVE "INVC" TO IX-Rec-Type
               MOVE Invoice-Register-Rec TO IX-Data
               PERFORM Write-Extract-Record
           END-IF.

           READ Invoice-Register-File
               AT END SET End-Of-Invoice-Register TO TRUE
           END-READ.

      ******************************************************************
      *    ARMAST.IDX - every open item, aged
      ******************************************************************
       List-Open-Items.
           MOVE "OPEN ITEMS" TO Prn-Section-Name.
           PERFORM Print-Section-Heading.
           WRITE Inq-Print-Line FROM Open-Item-Subtitles AFTER
           ADVANCING 1 LINE.

           MOVE CM-Customer-Id TO AR-Customer-Id.
           MOVE ZEROS          TO AR-Invoice-No.
           START Ar-Open-Item-File KEY IS NOT LESS THAN AR-Open-Key
               INVALID KEY SET End-Of-Ar-Items TO TRUE
           END-START.
           IF NOT End-Of-Ar-Items
               READ Ar-Open-Item-File NEXT RECORD
                   AT END SET End-Of-Ar-Items TO TRUE
               END-READ
           END-IF.

           PERFORM Check-One-Open-Item
               UNTIL End-Of-Ar-Items
                  OR AR-Customer-Id NOT = CM-Customer-Id.

           MOVE "OPEN BALANCE      :" TO Prn-Total-Label.
           PERFORM Print-Section-Total.

       Check-One-Open-Item.
           IF AR-Open-Amount NOT = ZEROS
               IF AR-Due-Date NUMERIC AND AR-Due-Date > ZEROS
                   MOVE AR-Due-Date     TO Item-Date-Split
               ELSE
                   MOVE AR-Invoice-Date TO Item-Date-Split
               END-IF
               COMPUTE Age-Days =
                   (RD-Year  - ID-Year)  * 360
                 + (RD-Month - ID-Month) * 30
                 + (RD-Day   - ID-Day)
               MOVE AR-Invoice-No      TO Prn-Opn-No
               IF AR-Open-Credit
                   MOVE "CR"  TO Prn-Opn-Type
               ELSE
                   MOVE "INV" TO Prn-Opn-Type
               END-IF
               MOVE AR-Invoice-Date    TO Prn-Opn-Date
               MOVE Item-Date-Split    TO Prn-Opn-Due-Date
               MOVE AR-Original-Amount TO Prn-Opn-Original
               MOVE AR-Open-Amount     TO Prn-Opn-Open
               MOVE Age-Days           TO Prn-Opn-Age
               WRITE Inq-Print-Line FROM Open-Item-Detail-Line
               AFTER ADVANCING 1 LINE
               ADD 1 TO Section-Count
               ADD AR-Open-Amount TO Section-Total
               MOVE "OPEN" TO IX-Rec-Type
               MOVE SPACES TO IX-Data
               MOVE Ar-Open-Item-Rec TO IX-Open-Item
               MOVE Age-Days TO IX-Age-Days
               PERFORM Write-Extract-Record
           END-IF.

           READ Ar-Open-Item-File NEXT RECORD
               AT END SET End-Of-Ar-Items TO TRUE
           END-READ.

      ******************************************************************
      *    CREDHOLD.DAT - held sales dated in the range
      ******************************************************************
       List-Credit-Holds.
           MOVE "CREDIT HOLDS" TO Prn-Section-Name.
           PERFORM Print-Section-Heading.
           WRITE Inq-Print-Line FROM Hold-Subtitles AFTER
           ADVANCING 1 LINE.

           OPEN INPUT Credit-Hold-File.
           READ Credit-Hold-File
               AT END SET End-Of-Credit-Hold TO TRUE
           END-READ.
           PERFORM Check-One-Hold UNTIL End-Of-Credit-Hold.
           CLOSE Credit-Hold-File.

           MOVE "HELD VALUE        :" TO Prn-Total-Label.
           PERFORM Print-Section-Total.

       Check-One-Hold.
           IF CH-Customer-Id = CM-Customer-Id
              AND CH-Sale-Date >= Sel-From-Date
              AND CH-Sale-Date <= Sel-To-Date
               MOVE CH-Sale-Date  TO Prn-Hld-Sale-Date
               MOVE CH-Oil-Id     TO Prn-Hld-Oil-Id
               MOVE CH-Unit-Size  TO Prn-Hld-Unit-Size
               MOVE CH-Units-Sold TO Prn-Hld-Units
               MOVE CH-Sale-Value TO Prn-Hld-Value
               MOVE CH-Hold-Date  TO Prn-Hld-Hold-Date
               WRITE Inq-Print-Line FROM Hold-Detail-Line
               AFTER ADVANCING 1 LINE
               ADD 1 TO Section-Count
               ADD CH-Sale-Value TO Section-Total
               MOVE "HOLD" TO IX-Rec-Type
               MOVE Credit-Hold-Rec TO IX-Data
               PERFORM Write-Extract-Record
           END-IF.

           READ Credit-Hold-File
               AT END SET End-Of-Credit-Hold TO TRUE
           END-READ.

      ******************************************************************
      *    BACKORD.DAT - shortfalls on sales dated in the range
      ******************************************************************
       List-Backorders.
           MOVE "BACKORDERS" TO Prn-Section-Name.
           PERFORM Print-Section-Heading.
           WRITE Inq-Print-Line FROM Backorder-Subtitles AFTER
           ADVANCING 1 LINE.

           OPEN INPUT Backorder-File.
           READ Backorder-File
               AT END SET End-Of-Backorder-File TO TRUE
           END-READ.
           PERFORM Check-One-Backorder UNTIL End-Of-Backorder-File.
           CLOSE Backorder-File.

           IF Section-Count = ZEROS
               WRITE Inq-Print-Line FROM No-Entries-Line AFTER
               ADVANCING 1 LINE
           ELSE
               MOVE "UNITS BACKORDERED :" TO Prn-Count-Label
               MOVE Section-Total TO Prn-Count-Value
               WRITE Inq-Print-Line FROM Section-Count-Line AFTER
               ADVANCING 2 LINES
           END-IF.

       Check-One-Backorder.
           IF BO-Customer-Id = CM-Customer-Id
              AND BO-Sale-Date >= Sel-From-Date
              AND BO-Sale-Date <= Sel-To-Date
               MOVE BO-Sale-Date   TO Prn-Bko-Sale-Date
               MOVE BO-Oil-Number  TO Prn-Bko-Oil-Number
               MOVE BO-Qty-Short   TO Prn-Bko-Qty-Short
               MOVE BO-Branch-Code TO Prn-Bko-Branch
               WRITE Inq-Print-Line FROM Backorder-Detail-Line
               AFTER ADVANCING 1 LINE
               ADD 1 TO Section-Count
               ADD BO-Qty-Short TO Section-Total
               MOVE "BORD" TO IX-Rec-Type
               MOVE Backorder-Rec TO IX-Data
               PERFORM Write-Extract-Record
           END-IF.

           READ Backorder-File
               AT END SET End-Of-Backorder-File TO TRUE
           END-READ.

      ******************************************************************
      *    CUSTAUDT.DAT - account changes dated in the range
      ******************************************************************
       List-Account-Changes.
           MOVE "ACCOUNT CHANGES" TO Prn-Section-Name.
           PERFORM Print-Section-Heading.
           WRITE Inq-Print-Line FROM Audit-Subtitles AFTER
           ADVANCING 1 LINE.

           OPEN INPUT Cust-Audit-File.
           READ Cust-Audit-File
               AT END SET End-Of-Cust-Audit TO TRUE
           END-READ.
           PERFORM Check-One-Change UNTIL End-Of-Cust-Audit.
           CLOSE Cust-Audit-File.

           IF Section-Count = ZEROS
               WRITE Inq-Print-Line FROM No-Entries-Line AFTER
               ADVANCING 1 LINE
           ELSE
               MOVE "CHANGES LISTED    :" TO Prn-Count-Label
               MOVE Section-Count TO Prn-Count-Value
               WRITE Inq-Print-Line FROM Section-Count-Line AFTER
               ADVANCING 2 LINES
           END-IF.

      *    Records that fold another account into this one are
      *    listed too, so a survivor shows what it absorbed.
       Check-One-Change.
           IF (CA-Customer-Id = CM-Customer-Id
               OR CA-Merged-Into = CM-Customer-Id)
              AND CA-Change-Date >= Sel-From-Date
              AND CA-Change-Date <= Sel-To-Date
               PERFORM Print-One-Change
               ADD 1 TO Section-Count
               MOVE "AUDT" TO IX-Rec-Type
               MOVE Cust-Audit-Rec TO IX-Data
               PERFORM Write-Extract-Record
           END-IF.

           READ Cust-Audit-File
               AT END SET End-Of-Cust-Audit TO TRUE
           END-READ.

      *    An add has no before image and a delete or merge no
      *    after image worth printing.
       Print-One-Change.
           MOVE CA-Change-Date TO Prn-Aud-Date.
           MOVE CA-Action      TO Prn-Aud-Action.

           IF NOT CA-Add-Action
               MOVE "BEFORE"        TO Prn-Aud-Side
               MOVE CA-Before-Name  TO Prn-Aud-Name
               MOVE CA-Before-Rep   TO Prn-Aud-Rep
               MOVE CA-Before-Limit TO Prn-Aud-Limit
               MOVE CA-Before-Terms TO Prn-Aud-Terms
               MOVE CA-Before-Exempt TO Prn-Aud-Exempt
               MOVE CA-Before-Cert  TO Prn-Aud-Cert
               WRITE Inq-Print-Line FROM Audit-Detail-Line
               AFTER ADVANCING 1 LINE
               MOVE SPACES TO Prn-Aud-Date, Prn-Aud-Action
           END-IF.

           IF CA-Add-Action OR CA-Change-Action
               MOVE "AFTER"         TO Prn-Aud-Side
               MOVE CA-After-Name   TO Prn-Aud-Name
               MOVE CA-After-Rep    TO Prn-Aud-Rep
               MOVE CA-After-Limit  TO Prn-Aud-Limit
               MOVE CA-After-Terms  TO Prn-Aud-Terms
               MOVE CA-After-Exempt TO Prn-Aud-Exempt
               MOVE CA-After-Cert   TO Prn-Aud-Cert
               WRITE Inq-Print-Line FROM Audit-Detail-Line
               AFTER ADVANCING 1 LINE
           END-IF.

           IF CA-Merge-Action
               MOVE CA-Customer-Id TO Prn-Aud-Merged-From
               MOVE CA-Merged-Into TO Prn-Aud-Merged-Into
               WRITE Inq-Print-Line FROM Audit-Merge-Line
               AFTER ADVANCING 1 LINE
           END-IF.
