      *   2026-09-03  NMD  Master record extended with a credit
      *                    limit and a current balance for the
      *                    sales-edit credit check.
      *   2026-10-15  NMD  Master record extended with a payment-
      *                    terms code.
      *   2026-10-15  NMD  Master record extended with the sales-
      *                    tax exemption flag and certificate
      *                    number.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMLOAD.
               02 CM-Rep-Code          PIC X(3).
               02 CM-Credit-Limit      PIC 9(7)V99.
               02 CM-Curr-Balance      PIC S9(7)V99.
               02 CM-Terms-Code        PIC X(2).
               02 CM-Tax-Exempt        PIC X.
               02 CM-Tax-Cert          PIC X(15).

       FD Customer-Master-Ix.
           01  Customer-Master-Ix-Rec.
               02 CMX-Rep-Code         PIC X(3).
               02 CMX-Credit-Limit     PIC 9(7)V99.
               02 CMX-Curr-Balance     PIC S9(7)V99.
               02 CMX-Terms-Code       PIC X(2).
               02 CMX-Tax-Exempt       PIC X.
               02 CMX-Tax-Cert         PIC X(15).

       WORKING-STORAGE SECTION.
       01  Load-Totals.
           MOVE CM-Rep-Code      TO CMX-Rep-Code.
           MOVE CM-Credit-Limit  TO CMX-Credit-Limit.
           MOVE CM-Curr-Balance  TO CMX-Curr-Balance.
           MOVE CM-Terms-Code    TO CMX-Terms-Code.
           MOVE CM-Tax-Exempt    TO CMX-Tax-Exempt.
           MOVE CM-Tax-Cert      TO CMX-Tax-Cert.
           WRITE Customer-Master-Ix-Rec
               INVALID KEY
                   DISPLAY "CUSTMLOAD: DUPLICATE CUSTOMER ID "
