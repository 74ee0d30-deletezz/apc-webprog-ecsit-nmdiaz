      * Modification History:
      *   2026-09-03  NMD  Initial version.  The exception files
      *                    finally drain instead of only growing.
      *   2026-10-15  NMD  Customer master record layout picks up
      *                    the payment-terms code.
      *   2026-10-15  NMD  Customer master record layout picks up
      *                    the sales-tax exemption flag and
      *                    certificate number.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AROMARCY.
               02 CM-Rep-Code           PIC X(3).
               02 CM-Credit-Limit       PIC 9(7)V99.
               02 CM-Curr-Balance       PIC S9(7)V99.
               02 CM-Terms-Code         PIC X(2).
               02 CM-Tax-Exempt         PIC X.
               02 CM-Tax-Cert           PIC X(15).

       FD Oil-Cost-File.
           01 Oil-Cost-Rec.
