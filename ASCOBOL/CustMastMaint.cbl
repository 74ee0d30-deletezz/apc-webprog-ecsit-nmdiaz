      *   2026-09-03  NMD  Audit records now carry the change date
      *                    so the month-end archive utility can
      *                    age CUSTAUDT.DAT.
      *   2026-10-15  NMD  Master record extended with a payment-
      *                    terms code, keyed on the transaction and
      *                    edited against the TERMS.DAT terms table
      *                    (blank means due on invoice date).  The
      *                    audit record carries the terms before and
      *                    after, added behind the change date so
      *                    the archive utility's date offset holds.
      *   2026-10-15  NMD  Master record extended with a sales-tax
      *                    exemption flag and certificate number,
      *                    keyed on the transaction.  An exempt
      *                    customer must quote a certificate.  The
      *                    audit record carries both before and
      *                    after, again behind the change date.
      *   2026-10-15  NMD  Audit record extended with the merged-
      *                    into customer ID written by CUSTMERGE,
      *                    blank on maintenance records.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMAINT.
       SELECT OPTIONAL Cust-Audit-File ASSIGN TO "CUSTAUDT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Terms-File ASSIGN TO "TERMS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Customer-Master.
               02 CM-Rep-Code          PIC X(3).
               02 CM-Credit-Limit      PIC 9(7)V99.
               02 CM-Curr-Balance      PIC S9(7)V99.
               02 CM-Terms-Code        PIC X(2).
               02 CM-Tax-Exempt        PIC X.
               02 CM-Tax-Cert          PIC X(15).

       FD Cust-Trans-File.
           01  Cust-Trans-Rec.
               02 CT-Credit-Limit-X    PIC X(9).
               02 CT-Credit-Limit REDEFINES CT-Credit-Limit-X
                                       PIC 9(7)V99.
               02 CT-Terms-Code        PIC X(2).
               02 CT-Tax-Exempt        PIC X.
                   88 CT-Exempt-Valid  VALUE "Y" "N" " ".
               02 CT-Tax-Cert          PIC X(15).

       FD Cust-Reject-Listing.
           01 Reject-Print-Line           PIC X(72).
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

       FD Terms-File.
           01 Terms-Rec.
               88 End-Of-Terms-File    VALUE HIGH-VALUES.
               02 TM-Terms-Code        PIC X(2).
               02 TM-Net-Days          PIC 9(3).
               02 TM-Disc-Days         PIC 9(3).
               02 TM-Terms-Desc        PIC X(20).

       WORKING-STORAGE SECTION.
       01  Reject-Main-Title           PIC X(45)

       01  Maint-Run-Date              PIC 9(8).

      *    Valid payment-terms codes from TERMS.DAT.  Only the code
      *    is needed here; the day counts are AROMAINV's business.
       01  Terms-Count                 PIC 99 VALUE ZEROS.

       01  Terms-Table.
           02  Terms-Entry OCCURS 1 TO 50 TIMES
                       DEPENDING ON Terms-Count
                       INDEXED BY Terms-Idx.
               03 TT-Terms-Code        PIC X(2).

       01  Terms-Found-Flag            PIC X.
           88  Terms-Code-Valid        VALUE "Y".

       PROCEDURE DIVISION.
       Maintain-Customer-Master.
           ACCEPT Maint-Run-Date FROM DATE YYYYMMDD.
           PERFORM Load-Terms-Table.
           OPEN I-O Customer-Master.
           OPEN INPUT Cust-Trans-File.
           OPEN OUTPUT Cust-Reject-Listing.
           CLOSE Cust-Audit-File.
           STOP RUN.

       Load-Terms-Table.
           OPEN INPUT Terms-File.
           READ Terms-File
               AT END SET End-Of-Terms-File TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Terms-File
               IF Terms-Count < 50
                   ADD 1 TO Terms-Count
                   MOVE TM-Terms-Code TO TT-Terms-Code(Terms-Count)
               ELSE
                   DISPLAY "LOAD-TERMS-TABLE: TERMS TABLE FULL, "
                           "CODE " TM-Terms-Code " NOT LOADED"
               END-IF
               READ Terms-File
                   AT END SET End-Of-Terms-File TO TRUE
               END-READ
           END-PERFORM.

           CLOSE Terms-File.

      *    Blank terms are always good - the customer is simply due
      *    on the invoice date, as every account was before terms.
       Check-Terms-Code.
           MOVE "N" TO Terms-Found-Flag.
           IF CT-Terms-Code = SPACES
               SET Terms-Code-Valid TO TRUE
           ELSE
               SET Terms-Idx TO 1
               SEARCH Terms-Entry
                   AT END
                       CONTINUE
                   WHEN TT-Terms-Code(Terms-Idx) = CT-Terms-Code
                       SET Terms-Code-Valid TO TRUE
               END-SEARCH
           END-IF.

       Apply-One-Transaction.
           EVALUATE TRUE
               WHEN Add-Trans
           END-READ.

       Apply-Add-Transaction.
           PERFORM Check-Terms-Code.
           EVALUATE TRUE
               WHEN CT-Rep-Code = SPACES
                   MOVE "BLANK REP CODE" TO Prn-Rej-Reason
               WHEN CT-Credit-Limit-X NOT NUMERIC
                   MOVE "LIMIT NOT NUMERIC" TO Prn-Rej-Reason
                   PERFORM Write-Reject-Line
               WHEN NOT Terms-Code-Valid
                   MOVE "TERMS NOT ON FILE" TO Prn-Rej-Reason
                   PERFORM Write-Reject-Line
               WHEN NOT CT-Exempt-Valid
                   MOVE "EXEMPT FLAG NOT Y/N" TO Prn-Rej-Reason
                   PERFORM Write-Reject-Line
               WHEN CT-Tax-Exempt = "Y" AND CT-Tax-Cert = SPACES
                   MOVE "EXEMPT WITHOUT CERT" TO Prn-Rej-Reason
                   PERFORM Write-Reject-Line
               WHEN OTHER
                   MOVE CT-Customer-Id   TO CM-Customer-Id
                   MOVE CT-Customer-Name TO CM-Customer-Name
                   MOVE CT-Rep-Code      TO CM-Rep-Code
                   MOVE CT-Credit-Limit  TO CM-Credit-Limit
                   MOVE ZEROS            TO CM-Curr-Balance
                   MOVE CT-Terms-Code    TO CM-Terms-Code
                   PERFORM Set-Tax-Exemption
                   WRITE Customer-Master-Rec
                       INVALID KEY
                           MOVE "DUPLICATE ADD" TO Prn-Rej-Reason
                           MOVE CT-Customer-Name TO CA-After-Name
                           MOVE CT-Rep-Code      TO CA-After-Rep
                           MOVE CT-Credit-Limit  TO CA-After-Limit
                           MOVE SPACES           TO CA-Before-Terms
                           MOVE CT-Terms-Code    TO CA-After-Terms
                           MOVE SPACES           TO CA-Before-Exempt
                           MOVE SPACES           TO CA-Before-Cert
                           MOVE CM-Tax-Exempt    TO CA-After-Exempt
                           MOVE CM-Tax-Cert      TO CA-After-Cert
                           MOVE Maint-Run-Date    TO CA-Change-Date
                           MOVE SPACES            TO CA-Merged-Into
                           WRITE Cust-Audit-Rec
                           ADD 1 TO Trans-Applied-Count
                   END-WRITE
      *    sales edit and cash application own it - so a change
      *    carries the stored balance through untouched.
       Apply-Change-Transaction.
           PERFORM Check-Terms-Code.
           EVALUATE TRUE
               WHEN CT-Rep-Code = SPACES
                   MOVE "BLANK REP CODE" TO Prn-Rej-Reason
               WHEN CT-Credit-Limit-X NOT NUMERIC
                   MOVE "LIMIT NOT NUMERIC" TO Prn-Rej-Reason
                   PERFORM Write-Reject-Line
               WHEN NOT Terms-Code-Valid
                   MOVE "TERMS NOT ON FILE" TO Prn-Rej-Reason
                   PERFORM Write-Reject-Line
               WHEN NOT CT-Exempt-Valid
                   MOVE "EXEMPT FLAG NOT Y/N" TO Prn-Rej-Reason
                   PERFORM Write-Reject-Line
               WHEN CT-Tax-Exempt = "Y" AND CT-Tax-Cert = SPACES
                   MOVE "EXEMPT WITHOUT CERT" TO Prn-Rej-Reason
                   PERFORM Write-Reject-Line
               WHEN OTHER
                   MOVE CT-Customer-Id TO CM-Customer-Id
                   READ Customer-Master
                           MOVE CM-Customer-Name  TO CA-Before-Name
                           MOVE CM-Rep-Code       TO CA-Before-Rep
                           MOVE CM-Credit-Limit   TO CA-Before-Limit
                           MOVE CM-Terms-Code     TO CA-Before-Terms
                           MOVE CM-Tax-Exempt     TO CA-Before-Exempt
                           MOVE CM-Tax-Cert       TO CA-Before-Cert
                           MOVE CT-Customer-Name  TO CM-Customer-Name
                           MOVE CT-Rep-Code       TO CM-Rep-Code
                           MOVE CT-Credit-Limit   TO CM-Credit-Limit
                           MOVE CT-Terms-Code     TO CM-Terms-Code
                           PERFORM Set-Tax-Exemption
                           REWRITE Customer-Master-Rec
                           MOVE CT-Customer-Name  TO CA-After-Name
                           MOVE CT-Rep-Code       TO CA-After-Rep
                           MOVE CT-Credit-Limit   TO CA-After-Limit
                           MOVE CT-Terms-Code     TO CA-After-Terms
                           MOVE CM-Tax-Exempt     TO CA-After-Exempt
                           MOVE CM-Tax-Cert       TO CA-After-Cert
                           MOVE Maint-Run-Date    TO CA-Change-Date
                           MOVE SPACES            TO CA-Merged-Into
                           WRITE Cust-Audit-Rec
                           ADD 1 TO Trans-Applied-Count
                   END-READ
                   MOVE CM-Customer-Name TO CA-Before-Name
                   MOVE CM-Rep-Code      TO CA-Before-Rep
                   MOVE CM-Credit-Limit  TO CA-Before-Limit
                   MOVE CM-Terms-Code    TO CA-Before-Terms
                   MOVE CM-Tax-Exempt    TO CA-Before-Exempt
                   MOVE CM-Tax-Cert      TO CA-Before-Cert
                   MOVE SPACES           TO CA-After-Name
                   MOVE SPACES           TO CA-After-Rep
                   MOVE ZEROS            TO CA-After-Limit
                   MOVE SPACES           TO CA-After-Terms
                   MOVE SPACES           TO CA-After-Exempt
                   MOVE SPACES           TO CA-After-Cert
                   MOVE Maint-Run-Date   TO CA-Change-Date
                   MOVE SPACES           TO CA-Merged-Into
                   DELETE Customer-Master RECORD
                   WRITE Cust-Audit-Rec
                   ADD 1 TO Trans-Applied-Count
           END-READ.

      *    A blank flag means taxable.  The certificate is only
      *    kept while the customer is exempt, so a lapsed exemption
      *    does not leave a stale number behind.
       Set-Tax-Exemption.
           IF CT-Tax-Exempt = "Y"
               MOVE "Y"         TO CM-Tax-Exempt
               MOVE CT-Tax-Cert TO CM-Tax-Cert
           ELSE
               MOVE "N"         TO CM-Tax-Exempt
               MOVE SPACES      TO CM-Tax-Cert
           END-IF.

       Reject-Transaction-Bad-Action.
           MOVE "BAD ACTION CODE" TO Prn-Rej-Reason.
           PERFORM Write-Reject-Line.
