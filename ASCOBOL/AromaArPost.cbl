      *                    sequence.  ARCTL.DAT is retired; the open
      *                    item carries the number the customer sees
      *                    on the printed invoice.
      *   2026-10-15  NMD  The open item now carries the due date
      *                    and prompt-payment discount date AROMAINV
      *                    worked out from the customer's terms, and
      *                    the posting register shows the due date.
      *                    Register rows from before terms post due
      *                    on the invoice date with no discount.
      *   2026-10-15  NMD  Register layout picks up the invoice's
      *                    sales tax; the total posted is the
      *                    tax-inclusive amount the customer owes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARPOST.
               02 IR-Customer-Name      PIC X(20).
               02 IR-Invoice-Date       PIC 9(8).
               02 IR-Invoice-Total      PIC S9(7)V99.
               02 IR-Terms-Code         PIC X(2).
               02 IR-Due-Date           PIC 9(8).
               02 IR-Disc-Date          PIC 9(8).
               02 IR-Tax-Amount         PIC S9(7)V99.

       FD Run-Control-File.
           01 Run-Control-Rec.
                   88 AR-Open-Credit    VALUE "C".
               02 AR-Original-Amount    PIC S9(7)V99.
               02 AR-Open-Amount        PIC S9(7)V99.
               02 AR-Due-Date           PIC 9(8).
               02 AR-Disc-Date          PIC 9(8).

       FD Ar-Posting-Report.
           01 Ar-Print-Line               PIC X(72).
           02  FILLER                  PIC X(10) VALUE "INVOICE   ".
           02  FILLER                  PIC X(9)  VALUE "CUST-ID  ".
           02  FILLER                  PIC X(10) VALUE "INV DATE  ".
           02  FILLER                  PIC X(10) VALUE "DUE DATE  ".
           02  FILLER                  PIC X(6)  VALUE "TYPE  ".
           02  FILLER                  PIC X(11) VALUE "OPEN AMOUNT".

           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  Prn-Ar-Inv-Date         PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Ar-Due-Date         PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Ar-Item-Type        PIC X(4).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Ar-Open-Amount      PIC $$$$,$$9.99-.
           MOVE IR-Invoice-Date   TO AR-Invoice-Date.
           MOVE IR-Invoice-Total  TO AR-Original-Amount.
           MOVE IR-Invoice-Total  TO AR-Open-Amount.
           IF IR-Due-Date NUMERIC
               MOVE IR-Due-Date   TO AR-Due-Date
           ELSE
               MOVE IR-Invoice-Date TO AR-Due-Date
           END-IF.
           IF IR-Disc-Date NUMERIC
               MOVE IR-Disc-Date  TO AR-Disc-Date
           ELSE
               MOVE ZEROS         TO AR-Disc-Date
           END-IF.
           IF IR-Invoice-Total < ZEROS
               MOVE "C" TO AR-Item-Type
           ELSE
           MOVE AR-Invoice-No      TO Prn-Ar-Invoice-No.
           MOVE AR-Customer-Id     TO Prn-Ar-Cust-Id.
           MOVE AR-Invoice-Date    TO Prn-Ar-Inv-Date.
           MOVE AR-Due-Date        TO Prn-Ar-Due-Date.
           IF AR-Open-Credit
               MOVE "CR"  TO Prn-Ar-Item-Type
           ELSE
