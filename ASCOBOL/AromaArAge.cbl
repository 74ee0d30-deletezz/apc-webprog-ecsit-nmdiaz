      *   2026-09-03  NMD  Initial version.  Collections now chase a
      *                    printed aged trial balance instead of a
      *                    spreadsheet.
      *   2026-10-15  NMD  Items now age from their due date on
      *                    ARMAST.IDX rather than the invoice date,
      *                    so an account on 30-day terms is current
      *                    until it is actually owed; the statement
      *                    shows the due date beside the item date.
      *                    Items posted before terms were carried
      *                    still age from the invoice date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARAGE.
                   88 AR-Open-Credit    VALUE "C".
               02 AR-Original-Amount    PIC S9(7)V99.
               02 AR-Open-Amount        PIC S9(7)V99.
               02 AR-Due-Date           PIC 9(8).
               02 AR-Disc-Date          PIC 9(8).

       FD Run-Control-File.
           01 Run-Control-Rec.
           01 Aged-Print-Line             PIC X(90).

       FD Customer-Statements.
           01 Stmt-Print-Line             PIC X(82).

       FD Run-Log-File.
           01 Run-Log-Rec.
       01  Stmt-Subtitles.
           02  FILLER                  PIC X(10) VALUE "ITEM NO   ".
           02  FILLER                  PIC X(10) VALUE "DATE      ".
           02  FILLER                  PIC X(10) VALUE "DUE DATE  ".
           02  FILLER                  PIC X(6)  VALUE "TYPE  ".
           02  FILLER                  PIC X(13) VALUE "ORIGINAL     ".
           02  FILLER                  PIC X(13) VALUE "PAID         ".
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-Stm-Item-Date       PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Stm-Due-Date        PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Stm-Item-Type       PIC X(4).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Stm-Original        PIC $$$,$$9.99-.

      *    Aging uses the 30/360 day count the old ledger cards
      *    used - close enough to place an item in its bucket
      *    without a calendar routine.  The count runs from the
      *    item's due date; an item due on its invoice date ages
      *    exactly as it always did.
       01  Aging-Work-Fields.
           02  Age-Days                PIC S9(5).
           02  Item-Paid-Amount        PIC S9(7)V99.
           ADD Cust-Days-90 TO Total-Days-90.

       Age-One-Item.
           IF AR-Due-Date NUMERIC AND AR-Due-Date > ZEROS
               MOVE AR-Due-Date     TO Item-Date-Split
           ELSE
               MOVE AR-Invoice-Date TO Item-Date-Split
           END-IF.
           COMPUTE Age-Days =
               (RD-Year  - ID-Year)  * 360
             + (RD-Month - ID-Month) * 30
       Print-One-Statement-Line.
           MOVE AR-Invoice-No   TO Prn-Stm-Item-No.
           MOVE AR-Invoice-Date TO Prn-Stm-Item-Date.
           MOVE Item-Date-Split TO Prn-Stm-Due-Date.
           IF AR-Open-Credit
               MOVE "CR"  TO Prn-Stm-Item-Type
           ELSE
