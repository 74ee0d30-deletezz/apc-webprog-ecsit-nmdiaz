      ******************************************************************
      * Author:
      * Date:
      * Purpose: Oil lot expiry report.  Reads the OILLOT.DAT lot
      *          stock file and prints LOTEXP.RPT in two parts: the
      *          lots already past their expiry date, which should be
      *          written off through AROMARCV with an "X" transaction,
      *          and the lots that expire within the warning window,
      *          so they can be sold or moved before they are lost.
      *          The window is the number of days on the EXPCTL.DAT
      *          card; with no card it is Warn-Days.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026-10-15  NMD  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AROMAEXP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL Oil-Lot-File ASSIGN TO "OILLOT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Run-Control-File ASSIGN TO "RUNCTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Expiry-Control-File ASSIGN TO "EXPCTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Expiry-Report ASSIGN TO "LOTEXP.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Run-Log-File ASSIGN TO "RUNLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Oil-Lot-File.
           01 Oil-Lot-Rec.
               88 End-Of-Oil-Lot-File   VALUE HIGH-VALUES.
               02 LT-Oil-Number         PIC 99.
               02 LT-Lot-Number         PIC X(10).
               02 LT-Expiry-Date        PIC 9(8).
               02 LT-Received-Date      PIC 9(8).
               02 LT-On-Hand            PIC 9(5).

       FD Run-Control-File.
           01 Run-Control-Rec.
               02 RC-Run-Date           PIC X(10).
               02 RC-Period             PIC X(7).
               02 RC-Close-Flag         PIC X.

      *    One card: the number of days ahead a lot is reported as
      *    expiring.  No card, or a non-numeric one, leaves the
      *    default in Warn-Days.
       FD Expiry-Control-File.
           01 Expiry-Control-Rec.
               02 EC-Warn-Days-X        PIC X(3).
               02 EC-Warn-Days REDEFINES EC-Warn-Days-X
                                        PIC 9(3).

       FD Expiry-Report.
           01 Expiry-Print-Line           PIC X(80).

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
       01  Lot-Count                   PIC 9(4) VALUE ZEROS.

       01  Lot-Table.
           02  Lot-Entry OCCURS 1 TO 500 TIMES
                       DEPENDING ON Lot-Count.
               03 LTT-Oil-Number       PIC 99.
               03 LTT-Lot-Number       PIC X(10).
               03 LTT-Expiry-Date      PIC 9(8).
               03 LTT-Received-Date    PIC 9(8).
               03 LTT-On-Hand          PIC 9(5).
               03 LTT-Days-Left        PIC S9(5).

       01  Expiry-Main-Title           PIC X(44)
            VALUE "           AROMAMORA LOT EXPIRY REPORT".

       01  Expiry-Title-Underline.
           02  FILLER                  PIC X(13) VALUE SPACES.
           02  FILLER                  PIC X(32) VALUE ALL "-".

       01  Report-Date-Line.
           02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           02  Prn-Run-Date            PIC X(10).
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(8)  VALUE "PERIOD: ".
           02  Prn-Run-Period          PIC X(7).

       01  Expired-Heading             PIC X(44)
            VALUE "LOTS ALREADY EXPIRED - WRITE OFF".

       01  Expiring-Heading.
           02  FILLER                  PIC X(21) VALUE
           "LOTS EXPIRING WITHIN ".
           02  Prn-Warn-Days           PIC ZZ9.
           02  FILLER                  PIC X(5)  VALUE " DAYS".

       01  Expiry-Subtitles.
           02  FILLER                  PIC X(7)  VALUE "OIL #  ".
           02  FILLER                  PIC X(12) VALUE "LOT #".
           02  FILLER                  PIC X(10) VALUE "RECEIVED".
           02  FILLER                  PIC X(10) VALUE "EXPIRES".
           02  FILLER                  PIC X(9)  VALUE "DAYS LEFT".
           02  FILLER                  PIC X(9)  VALUE "  ON HAND".

       01  Expiry-Detail-Line.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Exp-Oil-Number      PIC Z9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-Exp-Lot-Number      PIC X(10).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Exp-Received        PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Exp-Expiry          PIC 9(8).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-Exp-Days-Left       PIC ZZZZ9-.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-Exp-On-Hand         PIC ZZ,ZZ9.

       01  Expiry-Total-Line.
           02  FILLER                  PIC X(7)  VALUE "LOTS : ".
           02  Prn-Tot-Lots            PIC ZZZ9.
           02  FILLER                  PIC X(10) VALUE "   UNITS: ".
           02  Prn-Tot-Units           PIC ZZZ,ZZ9.

       01  Expiry-Work-Fields.
           02  Warn-Days               PIC 9(3) VALUE 60.
           02  Lots-Read-Count         PIC 9(7) VALUE ZEROS.
           02  Section-Lot-Count       PIC 9(4).
           02  Section-Unit-Count      PIC 9(7).
           02  Expired-Unit-Total      PIC 9(7) VALUE ZEROS.
           02  Lot-Sub                 PIC 9(4).
           02  Report-Section          PIC X.
               88 Expired-Section      VALUE "E".
               88 Expiring-Section     VALUE "W".

       01  Run-Date-Split.
           02  RD-Year                 PIC 9(4).
           02  FILLER                  PIC X.
           02  RD-Month                PIC 99.
           02  FILLER                  PIC X.
           02  RD-Day                  PIC 99.

      *    Days use the same 30/360 count as ARAGE.
       01  Expiry-Date-Split.
           02  ED-Year                 PIC 9(4).
           02  ED-Month                PIC 99.
           02  ED-Day                  PIC 99.

       01  Run-Log-Work-Fields.
           02  Log-Time-Work.
               03  LTW-HHMMSS          PIC 9(6).
               03  FILLER              PIC 99.

       PROCEDURE DIVISION.
       Produce-Expiry-Report.
           PERFORM Load-Run-Control.
           MOVE "S" TO RL-Status.
           MOVE ZEROS TO RL-Records-Read, RL-Records-Rejected,
                         RL-Key-Total.
           PERFORM Write-Run-Log-Record.
           PERFORM Load-Expiry-Control.
           PERFORM Load-Lot-Table.

           OPEN OUTPUT Expiry-Report.
           WRITE Expiry-Print-Line FROM Expiry-Main-Title AFTER
           ADVANCING 1 LINE.
           WRITE Expiry-Print-Line FROM Expiry-Title-Underline AFTER
           ADVANCING 1 LINE.
           WRITE Expiry-Print-Line FROM Report-Date-Line AFTER
           ADVANCING 1 LINE.

           WRITE Expiry-Print-Line FROM Expired-Heading AFTER
           ADVANCING 2 LINES.
           SET Expired-Section TO TRUE.
           PERFORM Print-Expiry-Section.
           MOVE Section-Unit-Count TO Expired-Unit-Total.

           MOVE Warn-Days TO Prn-Warn-Days.
           WRITE Expiry-Print-Line FROM Expiring-Heading AFTER
           ADVANCING 3 LINES.
           SET Expiring-Section TO TRUE.
           PERFORM Print-Expiry-Section.

           CLOSE Expiry-Report.

           MOVE "C" TO RL-Status.
           MOVE Lots-Read-Count    TO RL-Records-Read.
           MOVE ZEROS              TO RL-Records-Rejected.
           MOVE Expired-Unit-Total TO RL-Key-Total.
           PERFORM Write-Run-Log-Record.
           STOP RUN.

       Write-Run-Log-Record.
           MOVE "AROMAEXP" TO RL-Program-Id.
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

       Load-Expiry-Control.
           OPEN INPUT Expiry-Control-File.
           READ Expiry-Control-File
               AT END
                   MOVE SPACES TO Expiry-Control-Rec
           END-READ.
           IF EC-Warn-Days-X NUMERIC
               MOVE EC-Warn-Days TO Warn-Days
           END-IF.
           CLOSE Expiry-Control-File.

      *    Days left is negative once a lot is past its date.
       Load-Lot-Table.
           OPEN INPUT Oil-Lot-File.
           READ Oil-Lot-File
               AT END SET End-Of-Oil-Lot-File TO TRUE
           END-READ.

           PERFORM UNTIL End-Of-Oil-Lot-File
               ADD 1 TO Lots-Read-Count
               IF Lot-Count < 500
                   ADD 1 TO Lot-Count
                   MOVE LT-Oil-Number    TO LTT-Oil-Number(Lot-Count)
                   MOVE LT-Lot-Number    TO LTT-Lot-Number(Lot-Count)
                   MOVE LT-Expiry-Date   TO LTT-Expiry-Date(Lot-Count)
                   MOVE LT-Received-Date TO
                        LTT-Received-Date(Lot-Count)
                   MOVE LT-On-Hand       TO LTT-On-Hand(Lot-Count)
                   MOVE LT-Expiry-Date   TO Expiry-Date-Split
                   COMPUTE LTT-Days-Left(Lot-Count) =
                       (ED-Year  - RD-Year)  * 360
                     + (ED-Month - RD-Month) * 30
                     + (ED-Day   - RD-Day)
               ELSE
                   DISPLAY "LOAD-LOT-TABLE: TABLE FULL, LOT "
                           LT-Lot-Number " OF OIL " LT-Oil-Number
                           " NOT REPORTED"
               END-IF
               READ Oil-Lot-File
                   AT END SET End-Of-Oil-Lot-File TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Oil-Lot-File.

       Print-Expiry-Section.
           WRITE Expiry-Print-Line FROM Expiry-Subtitles AFTER
           ADVANCING 2 LINES.
           MOVE ZEROS TO Section-Lot-Count, Section-Unit-Count.
           MOVE ZEROS TO Lot-Sub.
           PERFORM Print-One-Lot UNTIL Lot-Sub = Lot-Count.
           MOVE Section-Lot-Count  TO Prn-Tot-Lots.
           MOVE Section-Unit-Count TO Prn-Tot-Units.
           WRITE Expiry-Print-Line FROM Expiry-Total-Line AFTER
           ADVANCING 2 LINES.

      *    A lot is expired once the run date is past its expiry
      *    date; it is expiring when its date falls inside the
      *    window.
       Print-One-Lot.
           ADD 1 TO Lot-Sub.
           IF LTT-On-Hand(Lot-Sub) > ZEROS
               IF (Expired-Section AND LTT-Days-Left(Lot-Sub) < ZEROS)
                  OR (Expiring-Section
                      AND LTT-Days-Left(Lot-Sub) >= ZEROS
                      AND LTT-Days-Left(Lot-Sub) <= Warn-Days)
                   MOVE LTT-Oil-Number(Lot-Sub)    TO Prn-Exp-Oil-Number
                   MOVE LTT-Lot-Number(Lot-Sub)    TO Prn-Exp-Lot-Number
                   MOVE LTT-Received-Date(Lot-Sub) TO Prn-Exp-Received
                   MOVE LTT-Expiry-Date(Lot-Sub)   TO Prn-Exp-Expiry
                   MOVE LTT-Days-Left(Lot-Sub)     TO Prn-Exp-Days-Left
                   MOVE LTT-On-Hand(Lot-Sub)       TO Prn-Exp-On-Hand
                   WRITE Expiry-Print-Line FROM Expiry-Detail-Line
                   AFTER ADVANCING 1 LINE
                   ADD 1 TO Section-Lot-Count
                   ADD LTT-On-Hand(Lot-Sub) TO Section-Unit-Count
               END-IF
           END-IF.
