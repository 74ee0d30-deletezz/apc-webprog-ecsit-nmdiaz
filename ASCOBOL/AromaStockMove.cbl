      ******************************************************************
      * Modification History:
      *   2026-09-03  NMD  Initial version.
      *   2026-10-15  NMD  Expiry write-offs ("X" movements) get a
      *                    column of their own instead of landing
      *                    in adjustments.  Movement layout picks
      *                    up the lot number.
      *   2026-10-15  NMD  Stock record layout picks up the
      *                    weighted-average cost.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AROMASMV.
                   88 Receipt-Move      VALUE "R".
                   88 Sales-Move        VALUES "S" "F".
                   88 Adjustment-Move   VALUES "U" "D" "P".
                   88 Write-Off-Move    VALUE "X".
               02 MV-Quantity           PIC S9(7).
               02 MV-Lot-Number         PIC X(10).

       FD Oil-Stock-File.
           01 Oil-Stock-Rec.
               02 OSF-Oil-Number        PIC 99.
               02 OSF-On-Hand           PIC 9(5).
               02 OSF-Reorder-Point     PIC 9(5).
               02 OSF-Avg-Cost          PIC 9(3)V9(4).

       FD Run-Control-File.
           01 Run-Control-Rec.
               03  MT-Receipts         PIC S9(7)   VALUE ZEROS.
               03  MT-Sales            PIC S9(7)   VALUE ZEROS.
               03  MT-Adjustments      PIC S9(7)   VALUE ZEROS.
               03  MT-Write-Offs       PIC S9(7)   VALUE ZEROS.
               03  MT-Period-Net       PIC S9(7)   VALUE ZEROS.

       01  Stock-Table.
           02  FILLER                  PIC X(11) VALUE "RECEIPTS   ".
           02  FILLER                  PIC X(11) VALUE "SALES      ".
           02  FILLER                  PIC X(11) VALUE "ADJUSTS    ".
           02  FILLER                  PIC X(11) VALUE "EXPIRED    ".
           02  FILLER                  PIC X(7)  VALUE "CLOSING".

       01  Movement-Detail-Line.
           02  Prn-Mov-Sales           PIC ZZZ,ZZ9-.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-Mov-Adjusts         PIC ZZZ,ZZ9-.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-Mov-Write-Offs      PIC ZZZ,ZZ9-.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Mov-Closing         PIC ZZZ,ZZ9-.

           02  Movements-In-Period     PIC 9(7) VALUE ZEROS.
           02  Opening-On-Hand         PIC S9(7).
           02  Sales-Out-Qty           PIC S9(7).
           02  Write-Off-Qty           PIC S9(7).
           02  Oil-Sub                 PIC 99.

       01  Run-Log-Work-Fields.
                       ADD MV-Quantity TO MT-Receipts(MV-Oil-Number)
                   WHEN Sales-Move
                       ADD MV-Quantity TO MT-Sales(MV-Oil-Number)
                   WHEN Write-Off-Move
                       ADD MV-Quantity TO MT-Write-Offs(MV-Oil-Number)
                   WHEN OTHER
                       ADD MV-Quantity TO
                           MT-Adjustments(MV-Oil-Number)

      *    Sales movements are written as the signed change to
      *    on-hand (depletion negative), so the report flips the
      *    sign to show units sold out; write-offs likewise show
      *    the units taken out.
       Print-One-Oil-Movement.
           ADD 1 TO Oil-Sub.
           IF ST-On-File(Oil-Sub)
               COMPUTE Opening-On-Hand = ST-On-Hand(Oil-Sub)
                   - MT-Period-Net(Oil-Sub)
               COMPUTE Sales-Out-Qty = 0 - MT-Sales(Oil-Sub)
               COMPUTE Write-Off-Qty = 0 - MT-Write-Offs(Oil-Sub)
               MOVE Oil-Sub                 TO Prn-Mov-Oil-Number
               MOVE Opening-On-Hand         TO Prn-Mov-Opening
               MOVE MT-Receipts(Oil-Sub)    TO Prn-Mov-Receipts
               MOVE Sales-Out-Qty           TO Prn-Mov-Sales
               MOVE MT-Adjustments(Oil-Sub) TO Prn-Mov-Adjusts
               MOVE Write-Off-Qty           TO Prn-Mov-Write-Offs
               MOVE ST-On-Hand(Oil-Sub)     TO Prn-Mov-Closing
               WRITE Movement-Print-Line FROM Movement-Detail-Line
               AFTER ADVANCING 1 LINE
