000390*                   BATCHES ACCEPTED AND REJECTED BY DEPARTMENT,
000400*                   AND THE OLD SINGLE-BATCH "RECORDS AFTER
000410*                   TRAILER" REJECT IS RETIRED.
000420*   10/15/2026  TC  ACCEPTED BATCHES ARE NOW POSTED AS AN
000430*                   INTERNAL CHARGEBACK JOURNAL ON CHGBACK.DAT
000440*                   IN THE GLPOST.DAT INTERFACE LAYOUT.  EACH
000450*                   DEPARTMENT MAPS THROUGH DEPTGL.DAT TO ITS
000460*                   COST CENTRE AND GL ACCOUNT; A DEPARTMENT NOT
000470*                   ON THE TABLE REJECTS ITS BATCH.  ERROR-FREE
000480*                   RESULTS ARE DEBITED TO THE DEPARTMENT AND
000490*                   CREDITED TO CHARGEBACK RECOVERY; RESULTS
000500*                   FLAGGED IN ERROR ARE NEVER POSTED.
000510*                   CALCCTL.RPT SHOWS THE JOURNAL AMOUNT PER
000520*                   BATCH AND PER DEPARTMENT.  AN OUT-OF-BALANCE
000530*                   JOURNAL ENDS THE RUN WITH RETURN-CODE 8.
000540*   10/15/2026  TC  A RESULT THAT OVERFLOWS CO-RESULT IS NOW
000550*                   FLAGGED IN ERROR INSTEAD OF LOSING ITS HIGH-
000560*                   ORDER DIGITS, SO IT IS KEPT OFF THE JOURNAL.
000570******************************************************************
000580 IDENTIFICATION DIVISION.
000590 PROGRAM-ID. TC-COMMANDS2.
000600
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT CALC-IN ASSIGN TO "CALCIN.DAT"
000650                ORGANIZATION IS LINE SEQUENTIAL.
000660
000670     SELECT CALC-OUT ASSIGN TO "CALCOUT.DAT"
000680                ORGANIZATION IS LINE SEQUENTIAL.
000690
000700     SELECT CALC-CONTROL-REPORT ASSIGN TO "CALCCTL.RPT"
000710                ORGANIZATION IS LINE SEQUENTIAL.
000720
000730     SELECT DEPT-GL-TABLE ASSIGN TO "DEPTGL.DAT"
000740                ORGANIZATION IS LINE SEQUENTIAL.
000750
000760     SELECT CHARGEBACK-JOURNAL ASSIGN TO "CHGBACK.DAT"
000770                ORGANIZATION IS LINE SEQUENTIAL.
000780
000790     SELECT OPTIONAL RUN-LOG ASSIGN TO "RUNLOG.DAT"
000800                ORGANIZATION IS LINE SEQUENTIAL.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  CALC-IN.
000850     01  CALC-IN-REC.
000860         88  END-OF-CALC-IN            VALUE HIGH-VALUE.
000870         02  CI-RECORD-TYPE            PIC X(1).
000880             88  HEADER-RECORD         VALUE "H".
000890             88  TRAILER-RECORD        VALUE "T".
000900             88  ADD-OPERATION         VALUE "A".
000910             88  SUBTRACT-OPERATION    VALUE "S".
000920             88  MULTIPLY-OPERATION    VALUE "M".
000930             88  DIVIDE-OPERATION      VALUE "D".
000940         02  CI-RECORD-BODY            PIC X(24).
000950         02  CI-DETAIL-FIELDS REDEFINES CI-RECORD-BODY.
000960             03  CI-OPERAND-1          PIC 9(6)V99.
000970             03  CI-OPERAND-2          PIC 9(6)V99.
000980             03  FILLER                PIC X(8).
000990         02  CI-HEADER-FIELDS REDEFINES CI-RECORD-BODY.
001000             03  CI-BATCH-ID           PIC X(8).
001010             03  CI-DEPARTMENT         PIC X(10).
001020             03  CI-EXPECTED-COUNT     PIC 9(6).
001030         02  CI-TRAILER-FIELDS REDEFINES CI-RECORD-BODY.
001040             03  CI-TRAILER-COUNT      PIC 9(6).
001050             03  CI-HASH-TOTAL         PIC 9(10)V99.
001060             03  FILLER                PIC X(6).
001070
001080 FD  CALC-OUT.
001090     01  CALC-OUT-REC.
001100         02  CO-OPERATION-CODE         PIC X(1).
001110         02  CO-OPERAND-1              PIC 9(6)V99.
001120         02  CO-OPERAND-2              PIC 9(6)V99.
001130         02  CO-RESULT                 PIC S9(7)V99 SIGN IS
001140                                       LEADING SEPARATE.
001150         02  CO-ERROR-FLAG             PIC X(1).
001160
001170 FD  CALC-CONTROL-REPORT.
001180     01  CALC-CONTROL-LINE             PIC X(80).
001190
001200******************************************************************
001210* DEPARTMENT / COST-CENTRE TABLE - THE CI-DEPARTMENT NAME ON THE
001220* BATCH HEADER, ITS COST CENTRE, AND THE GL ACCOUNT ITS CHARGEBACK
001230* IS DEBITED TO
001240******************************************************************
001250 FD  DEPT-GL-TABLE.
001260     01  DEPT-GL-REC.
001270         88  END-OF-DEPT-GL            VALUE HIGH-VALUE.
001280         02  DG-DEPARTMENT             PIC X(10).
001290         02  DG-COST-CENTRE            PIC X(6).
001300         02  DG-GL-ACCOUNT-X           PIC X(6).
001310         02  DG-GL-ACCOUNT REDEFINES DG-GL-ACCOUNT-X
001320                                       PIC 9(6).
001330
001340******************************************************************
001350* CHARGEBACK JOURNAL - THE GLPOST.DAT FINANCE INTERFACE LAYOUT
001360******************************************************************
001370 FD  CHARGEBACK-JOURNAL.
001380     01  CHARGEBACK-JOURNAL-REC        PIC X(66).
001390
001400 FD  RUN-LOG.
001410     01  RUN-LOG-REC.
001420         02  RL-PROGRAM-ID             PIC X(18).
001430         02  RL-RUN-DATE               PIC 9(8).
001440         02  RL-RUN-TIME               PIC 9(6).
001450         02  RL-STATUS                 PIC X(1).
001460         02  RL-RECORDS-READ           PIC 9(7).
001470         02  RL-RECORDS-REJECTED       PIC 9(7).
001480         02  RL-KEY-TOTAL              PIC S9(9)V99.
001490
001500 WORKING-STORAGE SECTION.
001510 77  WS-ROWS-READ                      PIC 9(7) VALUE ZERO.
001520 77  WS-ROWS-IN-ERROR                  PIC 9(7) VALUE ZERO.
001530 77  WS-CALCS-PROCESSED                PIC 9(7) VALUE ZERO.
001540 77  WS-DETAIL-COUNT                   PIC 9(6) VALUE ZERO.
001550 77  WS-HASH-TOTAL                     PIC 9(10)V99 VALUE ZERO.
001560 77  WS-BATCHES-ACCEPTED               PIC 9(4) VALUE ZERO.
001570 77  WS-BATCHES-REJECTED               PIC 9(4) VALUE ZERO.
001580 77  WS-RESULT-COUNT                   PIC 9(6) VALUE ZERO.
001590 77  WS-ROW-SUB                        PIC 9(4) COMP VALUE ZERO.
001600
001610 01  WS-TIME-WORK.
001620     02  WS-TIME-HHMMSS                PIC 9(6).
001630     02  FILLER                        PIC 9(2).
001640
001650******************************************************************
001660* CHARGEBACK JOURNAL WORK FIELDS.  THE RECOVERY ACCOUNT TAKES THE
001670* CREDIT SIDE OF EVERY DEPARTMENT'S CHARGEBACK.
001680******************************************************************
001690 77  WS-RECOVERY-ACCOUNT               PIC 9(6) VALUE 790000.
001700 77  WS-DEPT-GL-COUNT                  PIC 9(2) COMP VALUE ZERO.
001710 77  WS-DEPT-GL-SUB                    PIC 9(2) COMP VALUE ZERO.
001720 77  WS-DEPT-GL-KEY                    PIC X(10) VALUE SPACES.
001730 77  WS-BATCH-JOURNAL-AMOUNT           PIC S9(9)V99 VALUE ZERO.
001740 77  WS-POSTING-AMOUNT                 PIC S9(9)V99 VALUE ZERO.
001750 77  WS-NORMAL-SIDE                    PIC X(1) VALUE SPACE.
001760 77  WS-JOURNAL-COUNT                  PIC 9(6) VALUE ZERO.
001770 77  WS-JOURNAL-HASH                   PIC 9(11)V99 VALUE ZERO.
001780 77  WS-JOURNAL-DEBITS                 PIC 9(11)V99 VALUE ZERO.
001790 77  WS-JOURNAL-CREDITS                PIC 9(11)V99 VALUE ZERO.
001800
001810 01  WS-DEPT-GL-FOUND-FLAG             PIC X(1) VALUE "N".
001820     88  DEPT-GL-FOUND                 VALUE "Y".
001830
001840 01  WS-RUN-DATE.
001850     02  WS-RUN-YEAR                   PIC 9(4).
001860     02  WS-RUN-MONTH                  PIC 9(2).
001870     02  WS-RUN-DAY                    PIC 9(2).
001880
001890 01  WS-DEPT-GL-TABLE.
001900     02  WS-DEPT-GL-ENTRY OCCURS 50 TIMES.
001910         03  DGT-DEPARTMENT            PIC X(10).
001920         03  DGT-COST-CENTRE           PIC X(6).
001930         03  DGT-GL-ACCOUNT            PIC 9(6).
001940         03  DGT-JOURNAL-AMOUNT        PIC S9(9)V99.
001950
001960 01  GL-HEADER-REC.
001970     02  FILLER                        PIC X(1) VALUE "H".
001980     02  GLH-BATCH-ID.
001990         03  FILLER                    PIC X(2) VALUE "CB".
002000         03  GLH-BATCH-YEAR            PIC 9(4).
002010         03  GLH-BATCH-MONTH           PIC 9(2).
002020     02  GLH-PERIOD.
002030         03  GLH-PERIOD-YEAR           PIC 9(4).
002040         03  FILLER                    PIC X(1) VALUE "-".
002050         03  GLH-PERIOD-MONTH          PIC 9(2).
002060     02  GLH-RUN-DATE.
002070         03  GLH-RUN-YEAR              PIC 9(4).
002080         03  FILLER                    PIC X(1) VALUE "-".
002090         03  GLH-RUN-MONTH             PIC 9(2).
002100         03  FILLER                    PIC X(1) VALUE "-".
002110         03  GLH-RUN-DAY               PIC 9(2).
002120     02  FILLER                        PIC X(14) VALUE SPACES.
002130
002140 01  GL-DETAIL-REC.
002150     02  FILLER                        PIC X(1) VALUE "D".
002160     02  GLD-ACCOUNT                   PIC 9(6).
002170     02  GLD-DEBIT-CREDIT              PIC X(1).
002180     02  GLD-AMOUNT                    PIC 9(9)V99.
002190     02  GLD-REFERENCE                 PIC X(14).
002200     02  FILLER                        PIC X(7) VALUE SPACES.
002210
002220 01  GL-TRAILER-REC.
002230     02  FILLER                        PIC X(1) VALUE "T".
002240     02  GLT-RECORD-COUNT              PIC 9(6).
002250     02  GLT-HASH-TOTAL                PIC 9(11)V99.
002260     02  GLT-DEBIT-TOTAL               PIC 9(11)V99.
002270     02  GLT-CREDIT-TOTAL              PIC 9(11)V99.
002280
002290******************************************************************
002300* BATCH CONTROL FIELDS SAVED FROM THE HEADER AND TRAILER WHILE
002310* THE BATCH IS GATHERED
002320******************************************************************
002330 01  WS-BATCH-CONTROLS.
002340     02  WS-BATCH-ID                   PIC X(8) VALUE SPACES.
002350     02  WS-DEPARTMENT                 PIC X(10) VALUE SPACES.
002360     02  WS-EXPECTED-COUNT             PIC 9(6) VALUE ZERO.
002370     02  WS-TRAILER-COUNT              PIC 9(6) VALUE ZERO.
002380     02  WS-TRAILER-HASH               PIC 9(10)V99 VALUE ZERO.
002390
002400 01  WS-BATCH-FLAGS.
002410     02  WS-BATCH-ERROR-FLAG           PIC X(1) VALUE "N".
002420         88  BATCH-REJECTED            VALUE "Y".
002430     02  WS-TRAILER-SEEN-FLAG          PIC X(1) VALUE "N".
002440         88  TRAILER-SEEN              VALUE "Y".
002450     02  WS-TABLE-FULL-FLAG            PIC X(1) VALUE "N".
002460         88  DETAIL-TABLE-FULL         VALUE "Y".
002470
002480 01  WS-REJECT-REASON                  PIC X(30) VALUE SPACES.
002490
002500******************************************************************
002510* THE GATHERED BATCH - UP TO 1000 DETAIL ROWS HELD UNTIL THE
002520* CONTROLS PROVE OUT, SO A BAD BATCH LEAVES NO RESULTS BEHIND
002530******************************************************************
002540 01  WS-DETAIL-TABLE.
002550     02  WS-DETAIL-ENTRY OCCURS 1000 TIMES.
002560         03  DT-OPERATION-CODE         PIC X(1).
002570         03  DT-OPERAND-1              PIC 9(6)V99.
002580         03  DT-OPERAND-2              PIC 9(6)V99.
002590
002600******************************************************************
002610* RUN SUMMARY OF BATCHES ACCEPTED AND REJECTED BY DEPARTMENT
002620******************************************************************
002630 77  WS-DEPT-COUNT                     PIC 9(2) COMP VALUE ZERO.
002640 77  WS-DEPT-SUB                       PIC 9(2) COMP VALUE ZERO.
002650
002660 01  WS-DEPT-FOUND-FLAG                PIC X(1) VALUE "N".
002670     88  DEPT-FOUND                    VALUE "Y".
002680
002690 01  WS-DEPT-SUMMARY-TABLE.
002700     02  WS-DEPT-ENTRY OCCURS 1 TO 20 TIMES
002710                 DEPENDING ON WS-DEPT-COUNT.
002720         03  DS-DEPARTMENT             PIC X(10).
002730         03  DS-ACCEPTED               PIC 9(4).
002740         03  DS-REJECTED               PIC 9(4).
002750
002760******************************************************************
002770* CALCOUT BATCH HEADER AND TRAILER ECHO RECORDS
002780******************************************************************
002790 01  CALC-OUT-HEADER.
002800     02  FILLER                        PIC X(1) VALUE "H".
002810     02  COH-BATCH-ID                  PIC X(8).
002820
002830 01  CALC-OUT-TRAILER.
002840     02  FILLER                        PIC X(1) VALUE "T".
002850     02  COT-RESULT-COUNT              PIC 9(6).
002860
002870******************************************************************
002880* CONTROL REPORT LINES
002890******************************************************************
002900 01  CTL-MAIN-TITLE                    PIC X(38) VALUE
002910     "CALCIN.DAT BATCH CONTROL VERIFICATION".
002920
002930 01  CTL-BATCH-LINE.
002940     02  FILLER                        PIC X(12) VALUE
002950         "BATCH ID  : ".
002960     02  PRN-CTL-BATCH-ID              PIC X(8).
002970     02  FILLER                        PIC X(9) VALUE
002980         "  DEPT : ".
002990     02  PRN-CTL-DEPARTMENT            PIC X(10).
003000
003010 01  CTL-COUNT-LINE.
003020     02  FILLER                        PIC X(12) VALUE
003030         "EXPECTED  : ".
003040     02  PRN-CTL-EXPECTED              PIC ZZZZZ9.
003050     02  FILLER                        PIC X(12) VALUE
003060         "  TRAILER : ".
003070     02  PRN-CTL-TRAILER               PIC ZZZZZ9.
003080     02  FILLER                        PIC X(9) VALUE
003090         "  READ : ".
003100     02  PRN-CTL-READ                  PIC ZZZZZ9.
003110
003120 01  CTL-HASH-LINE.
003130     02  FILLER                        PIC X(12) VALUE
003140         "HASH TRLR : ".
003150     02  PRN-CTL-TRAILER-HASH          PIC Z(9)9.99.
003160     02  FILLER                        PIC X(12) VALUE
003170         "  COMPUTED: ".
003180     02  PRN-CTL-COMPUTED-HASH         PIC Z(9)9.99.
003190
003200 01  CTL-STATUS-LINE.
003210     02  FILLER                        PIC X(12) VALUE
003220         "BATCH     : ".
003230     02  PRN-CTL-STATUS                PIC X(10).
003240     02  FILLER                        PIC X(2) VALUE SPACES.
003250     02  PRN-CTL-REASON                PIC X(30).
003260
003270 01  CTL-JOURNAL-LINE.
003280     02  FILLER                        PIC X(12) VALUE
003290         "JOURNAL   : ".
003300     02  PRN-CTL-JOURNAL               PIC Z(8)9.99-.
003310     02  FILLER                        PIC X(12) VALUE
003320         "  ACCOUNT : ".
003330     02  PRN-CTL-ACCOUNT               PIC 9(6).
003340     02  FILLER                        PIC X(8) VALUE
003350         "  CC : ".
003360     02  PRN-CTL-COST-CENTRE           PIC X(6).
003370
003380 01  CTL-SUMMARY-TITLE                 PIC X(30) VALUE
003390     "RUN SUMMARY BY DEPARTMENT".
003400
003410 01  CTL-SUMMARY-LINE.
003420     02  FILLER                        PIC X(2)  VALUE SPACES.
003430     02  PRN-SUM-DEPARTMENT            PIC X(10).
003440     02  FILLER                        PIC X(12) VALUE
003450         "  ACCEPTED: ".
003460     02  PRN-SUM-ACCEPTED              PIC ZZZ9.
003470     02  FILLER                        PIC X(12) VALUE
003480         "  REJECTED: ".
003490     02  PRN-SUM-REJECTED              PIC ZZZ9.
003500     02  FILLER                        PIC X(12) VALUE
003510         "  JOURNAL: ".
003520     02  PRN-SUM-JOURNAL               PIC Z(8)9.99-.
003530
003540 01  CTL-RUN-TOTAL-LINE.
003550     02  FILLER                        PIC X(12) VALUE
003560         "BATCHES   : ".
003570     02  PRN-RUN-ACCEPTED              PIC ZZZ9.
003580     02  FILLER                        PIC X(12) VALUE
003590         "  ACCEPTED, ".
003600     02  PRN-RUN-REJECTED              PIC ZZZ9.
003610     02  FILLER                        PIC X(9) VALUE
003620         " REJECTED".
003630
003640 01  CTL-JOURNAL-TOTAL-LINE.
003650     02  FILLER                        PIC X(12) VALUE
003660         "JOURNAL DR: ".
003670     02  PRN-JNL-DEBITS                PIC Z(10)9.99.
003680     02  FILLER                        PIC X(6) VALUE
003690         "  CR: ".
003700     02  PRN-JNL-CREDITS               PIC Z(10)9.99.
003710     02  FILLER                        PIC X(11) VALUE
003720         "  DETAILS: ".
003730     02  PRN-JNL-COUNT                 PIC ZZZZZ9.
003740
003750 PROCEDURE DIVISION.
003760******************************************************************
003770* 0000-MAINLINE
003780******************************************************************
003790 0000-MAINLINE.
003800     PERFORM 1000-INITIALIZE
003810         THRU 1000-INITIALIZE-EXIT.
003820
003830     PERFORM 3000-PROCESS-ONE-BATCH
003840         THRU 3000-PROCESS-ONE-BATCH-EXIT
003850         UNTIL END-OF-CALC-IN.
003860
003870     PERFORM 6000-WRITE-CHARGEBACK-JOURNAL
003880         THRU 6000-WRITE-CHARGEBACK-JOURNAL-EXIT.
003890
003900     PERFORM 3900-PRINT-RUN-SUMMARY
003910         THRU 3900-PRINT-RUN-SUMMARY-EXIT.
003920
003930     PERFORM 8000-TERMINATE
003940         THRU 8000-TERMINATE-EXIT.
003950
003960     PERFORM 9999-EXIT
003970         THRU 9999-EXIT-EXIT.
003980
003990******************************************************************
004000* 1000-INITIALIZE - RUN-LOG START RECORD, FILES OPENED FOR THE
004010* WHOLE RUN, AND THE FIRST CALCIN RECORD PRIMED
004020******************************************************************
004030 1000-INITIALIZE.
004040     MOVE "S" TO RL-STATUS.
004050     MOVE ZEROS TO RL-RECORDS-READ, RL-RECORDS-REJECTED,
004060                   RL-KEY-TOTAL.
004070     PERFORM 7000-WRITE-RUN-LOG
004080         THRU 7000-WRITE-RUN-LOG-EXIT.
004090
004100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004110     PERFORM 1100-LOAD-DEPT-GL-TABLE
004120         THRU 1100-LOAD-DEPT-GL-TABLE-EXIT.
004130
004140     OPEN INPUT CALC-IN.
004150     OPEN OUTPUT CALC-OUT.
004160     OPEN OUTPUT CALC-CONTROL-REPORT.
004170     WRITE CALC-CONTROL-LINE FROM CTL-MAIN-TITLE.
004180
004190     READ CALC-IN
004200         AT END SET END-OF-CALC-IN TO TRUE
004210     END-READ.
004220
004230     IF END-OF-CALC-IN
004240         ADD 1 TO WS-BATCHES-REJECTED
004250         DISPLAY "1000-INITIALIZE: CALCIN.DAT IS EMPTY"
004260     END-IF.
004270 1000-INITIALIZE-EXIT.
004280     EXIT.
004290
004300******************************************************************
004310* 1100-LOAD-DEPT-GL-TABLE - DEPARTMENT / COST-CENTRE TO GL
004320* ACCOUNT MAP.  A ROW WITH A NON-NUMERIC ACCOUNT IS SKIPPED, SO
004330* BATCHES FOR THAT DEPARTMENT REJECT UNTIL THE TABLE IS CORRECTED.
004340******************************************************************
004350 1100-LOAD-DEPT-GL-TABLE.
004360     OPEN INPUT DEPT-GL-TABLE.
004370     READ DEPT-GL-TABLE
004380         AT END SET END-OF-DEPT-GL TO TRUE
004390     END-READ.
004400
004410     PERFORM 1110-LOAD-ONE-DEPT-GL
004420         THRU 1110-LOAD-ONE-DEPT-GL-EXIT
004430         UNTIL END-OF-DEPT-GL.
004440
004450     CLOSE DEPT-GL-TABLE.
004460 1100-LOAD-DEPT-GL-TABLE-EXIT.
004470     EXIT.
004480
004490 1110-LOAD-ONE-DEPT-GL.
004500     IF DG-GL-ACCOUNT-X NOT NUMERIC
004510         DISPLAY "1100-LOAD-DEPT-GL-TABLE: ACCOUNT NOT NUMERIC, "
004520                 "DEPARTMENT " DG-DEPARTMENT " SKIPPED"
004530     ELSE
004540         IF WS-DEPT-GL-COUNT < 50
004550             ADD 1 TO WS-DEPT-GL-COUNT
004560             MOVE DG-DEPARTMENT
004570                 TO DGT-DEPARTMENT(WS-DEPT-GL-COUNT)
004580             MOVE DG-COST-CENTRE
004590                 TO DGT-COST-CENTRE(WS-DEPT-GL-COUNT)
004600             MOVE DG-GL-ACCOUNT
004610                 TO DGT-GL-ACCOUNT(WS-DEPT-GL-COUNT)
004620             MOVE ZEROS
004630                 TO DGT-JOURNAL-AMOUNT(WS-DEPT-GL-COUNT)
004640         ELSE
004650             DISPLAY "1100-LOAD-DEPT-GL-TABLE: TABLE FULL, "
004660                     "DEPARTMENT " DG-DEPARTMENT " SKIPPED"
004670         END-IF
004680     END-IF.
004690
004700     READ DEPT-GL-TABLE
004710         AT END SET END-OF-DEPT-GL TO TRUE
004720     END-READ.
004730 1110-LOAD-ONE-DEPT-GL-EXIT.
004740     EXIT.
004750
004760******************************************************************
004770* 2000-COMPUTE-ONE-ROW - APPLIES A GATHERED ROW'S OPERATION CODE
004780* TO ITS TWO OPERANDS AND WRITES THE RESULT TO CALCOUT.DAT.  AN
004790* UNRECOGNIZED OPERATION CODE, A DIVIDE BY ZERO OR A RESULT TOO
004800* LARGE FOR CO-RESULT IS FLAGGED ON THE OUTPUT ROW RATHER THAN
004810* ABENDING THE RUN, AND SO IS NEVER JOURNALLED.
004820******************************************************************
004830 2000-COMPUTE-ONE-ROW.
004840     MOVE DT-OPERATION-CODE(WS-ROW-SUB) TO CO-OPERATION-CODE.
004850     MOVE DT-OPERAND-1(WS-ROW-SUB)      TO CO-OPERAND-1.
004860     MOVE DT-OPERAND-2(WS-ROW-SUB)      TO CO-OPERAND-2.
004870     MOVE "N"                           TO CO-ERROR-FLAG.
004880     MOVE ZEROS                         TO CO-RESULT.
004890
004900     EVALUATE DT-OPERATION-CODE(WS-ROW-SUB)
004910         WHEN "A"
004920             COMPUTE CO-RESULT = DT-OPERAND-1(WS-ROW-SUB)
004930                 + DT-OPERAND-2(WS-ROW-SUB)
004940                 ON SIZE ERROR MOVE "Y" TO CO-ERROR-FLAG
004950             END-COMPUTE
004960         WHEN "S"
004970             COMPUTE CO-RESULT = DT-OPERAND-1(WS-ROW-SUB)
004980                 - DT-OPERAND-2(WS-ROW-SUB)
004990                 ON SIZE ERROR MOVE "Y" TO CO-ERROR-FLAG
005000             END-COMPUTE
005010         WHEN "M"
005020             COMPUTE CO-RESULT = DT-OPERAND-1(WS-ROW-SUB)
005030                 * DT-OPERAND-2(WS-ROW-SUB)
005040                 ON SIZE ERROR MOVE "Y" TO CO-ERROR-FLAG
005050             END-COMPUTE
005060         WHEN "D"
005070             IF DT-OPERAND-2(WS-ROW-SUB) = ZERO
005080                 MOVE "Y" TO CO-ERROR-FLAG
005090             ELSE
005100                 COMPUTE CO-RESULT ROUNDED =
005110                     DT-OPERAND-1(WS-ROW-SUB)
005120                     / DT-OPERAND-2(WS-ROW-SUB)
005130                     ON SIZE ERROR MOVE "Y" TO CO-ERROR-FLAG
005140                 END-COMPUTE
005150             END-IF
005160         WHEN OTHER
005170             MOVE "Y" TO CO-ERROR-FLAG
005180     END-EVALUATE.
005190
005200     WRITE CALC-OUT-REC.
005210     ADD 1 TO WS-RESULT-COUNT.
005220
005230     IF CO-ERROR-FLAG = "Y"
005240         ADD 1 TO WS-ROWS-IN-ERROR
005250     ELSE
005260         ADD 1 TO WS-CALCS-PROCESSED
005270         ADD CO-RESULT TO WS-BATCH-JOURNAL-AMOUNT
005280     END-IF.
005290 2000-COMPUTE-ONE-ROW-EXIT.
005300     EXIT.
005310
005320******************************************************************
005330* 3000-PROCESS-ONE-BATCH - GATHERS ONE HEADER/DETAIL/TRAILER
005340* BATCH INTO THE TABLE, VERIFIES ITS CONTROLS, PRINTS ITS CONTROL
005350* BLOCK, AND COMPUTES IT ONLY IF THE CONTROLS PROVE OUT.  A
005360* HEADER ARRIVING BEFORE THE TRAILER MEANS THE PRIOR BATCH LOST
005370* ITS TRAILER; THE NEW HEADER IS LEFT IN THE RECORD AREA TO START
005380* THE NEXT BATCH.
005390******************************************************************
005400 3000-PROCESS-ONE-BATCH.
005410     MOVE "N" TO WS-BATCH-ERROR-FLAG.
005420     MOVE "N" TO WS-TRAILER-SEEN-FLAG.
005430     MOVE "N" TO WS-TABLE-FULL-FLAG.
005440     MOVE ZEROS TO WS-DETAIL-COUNT, WS-HASH-TOTAL.
005450     MOVE ZEROS TO WS-TRAILER-COUNT, WS-TRAILER-HASH.
005460     MOVE SPACES TO WS-REJECT-REASON.
005470
005480     IF NOT HEADER-RECORD
005490         MOVE "Y" TO WS-BATCH-ERROR-FLAG
005500         MOVE "BATCH HEADER MISSING" TO WS-REJECT-REASON
005510         MOVE SPACES TO WS-BATCH-ID
005520         MOVE "(UNKNOWN)" TO WS-DEPARTMENT
005530         MOVE ZEROS TO WS-EXPECTED-COUNT
005540         PERFORM 3800-SKIP-TO-NEXT-HEADER
005550             THRU 3800-SKIP-TO-NEXT-HEADER-EXIT
005560         PERFORM 3500-PRINT-BATCH-CONTROL
005570             THRU 3500-PRINT-BATCH-CONTROL-EXIT
005580         PERFORM 3950-TALLY-DEPARTMENT
005590             THRU 3950-TALLY-DEPARTMENT-EXIT
005600         GO TO 3000-PROCESS-ONE-BATCH-EXIT
005610     END-IF.
005620
005630     MOVE CI-BATCH-ID       TO WS-BATCH-ID.
005640     MOVE CI-DEPARTMENT     TO WS-DEPARTMENT.
005650     MOVE CI-EXPECTED-COUNT TO WS-EXPECTED-COUNT.
005660
005670     READ CALC-IN
005680         AT END SET END-OF-CALC-IN TO TRUE
005690     END-READ.
005700
005710     PERFORM 3100-GATHER-ONE-ROW
005720         THRU 3100-GATHER-ONE-ROW-EXIT
005730         UNTIL END-OF-CALC-IN OR TRAILER-SEEN OR HEADER-RECORD.
005740
005750     PERFORM 3300-VERIFY-BATCH-CONTROLS
005760         THRU 3300-VERIFY-BATCH-CONTROLS-EXIT.
005770
005780     PERFORM 3500-PRINT-BATCH-CONTROL
005790         THRU 3500-PRINT-BATCH-CONTROL-EXIT.
005800
005810     IF NOT BATCH-REJECTED
005820         PERFORM 4000-COMPUTE-BATCH
005830             THRU 4000-COMPUTE-BATCH-EXIT
005840     END-IF.
005850
005860     PERFORM 3950-TALLY-DEPARTMENT
005870         THRU 3950-TALLY-DEPARTMENT-EXIT.
005880 3000-PROCESS-ONE-BATCH-EXIT.
005890     EXIT.
005900
005910******************************************************************
005920* 3100-GATHER-ONE-ROW - COUNTS A DETAIL ROW INTO THE CONTROL
005930* TOTALS AND STORES IT, OR CAPTURES THE TRAILER.  A ROW PAST THE
005940* TABLE LIMIT STILL COUNTS, SO THE CONTROL TOTALS STAY HONEST.
005950******************************************************************
005960 3100-GATHER-ONE-ROW.
005970     IF TRAILER-RECORD
005980         MOVE "Y" TO WS-TRAILER-SEEN-FLAG
005990         MOVE CI-TRAILER-COUNT TO WS-TRAILER-COUNT
006000         MOVE CI-HASH-TOTAL    TO WS-TRAILER-HASH
006010         READ CALC-IN
006020             AT END SET END-OF-CALC-IN TO TRUE
006030         END-READ
006040         GO TO 3100-GATHER-ONE-ROW-EXIT
006050     END-IF.
006060
006070     ADD 1 TO WS-DETAIL-COUNT.
006080     ADD 1 TO WS-ROWS-READ.
006090     ADD CI-OPERAND-1 TO WS-HASH-TOTAL.
006100     ADD CI-OPERAND-2 TO WS-HASH-TOTAL.
006110
006120     IF WS-DETAIL-COUNT > 1000
006130         MOVE "Y" TO WS-TABLE-FULL-FLAG
006140     ELSE
006150         MOVE CI-RECORD-TYPE
006160             TO DT-OPERATION-CODE(WS-DETAIL-COUNT)
006170         MOVE CI-OPERAND-1 TO DT-OPERAND-1(WS-DETAIL-COUNT)
006180         MOVE CI-OPERAND-2 TO DT-OPERAND-2(WS-DETAIL-COUNT)
006190     END-IF.
006200
006210     READ CALC-IN
006220         AT END SET END-OF-CALC-IN TO TRUE
006230     END-READ.
006240 3100-GATHER-ONE-ROW-EXIT.
006250     EXIT.
006260
006270******************************************************************
006280* 3300-VERIFY-BATCH-CONTROLS - THE GATHERED BATCH MUST HAVE A
006290* TRAILER, FIT THE TABLE, AGREE WITH BOTH CONTROL RECORDS, AND
006300* BELONG TO A DEPARTMENT THE CHARGEBACK JOURNAL CAN POST.
006310******************************************************************
006320 3300-VERIFY-BATCH-CONTROLS.
006330     IF NOT TRAILER-SEEN
006340         MOVE "Y" TO WS-BATCH-ERROR-FLAG
006350         MOVE "BATCH TRAILER MISSING" TO WS-REJECT-REASON
006360         GO TO 3300-VERIFY-BATCH-CONTROLS-EXIT
006370     END-IF.
006380
006390     IF DETAIL-TABLE-FULL
006400         MOVE "Y" TO WS-BATCH-ERROR-FLAG
006410         MOVE "BATCH OVER 1000 DETAIL ROWS" TO WS-REJECT-REASON
006420         GO TO 3300-VERIFY-BATCH-CONTROLS-EXIT
006430     END-IF.
006440
006450     IF WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
006460        OR WS-EXPECTED-COUNT NOT = WS-DETAIL-COUNT
006470         MOVE "Y" TO WS-BATCH-ERROR-FLAG
006480         MOVE "RECORD COUNT MISMATCH" TO WS-REJECT-REASON
006490         GO TO 3300-VERIFY-BATCH-CONTROLS-EXIT
006500     END-IF.
006510
006520     IF WS-TRAILER-HASH NOT = WS-HASH-TOTAL
006530         MOVE "Y" TO WS-BATCH-ERROR-FLAG
006540         MOVE "OPERAND HASH MISMATCH" TO WS-REJECT-REASON
006550         GO TO 3300-VERIFY-BATCH-CONTROLS-EXIT
006560     END-IF.
006570
006580     MOVE WS-DEPARTMENT TO WS-DEPT-GL-KEY.
006590     MOVE "N" TO WS-DEPT-GL-FOUND-FLAG.
006600     MOVE ZERO TO WS-DEPT-GL-SUB.
006610     PERFORM 3310-MATCH-ONE-DEPT-GL
006620         THRU 3310-MATCH-ONE-DEPT-GL-EXIT
006630         UNTIL DEPT-GL-FOUND OR WS-DEPT-GL-SUB = WS-DEPT-GL-COUNT.
006640
006650     IF NOT DEPT-GL-FOUND
006660         MOVE "Y" TO WS-BATCH-ERROR-FLAG
006670         MOVE "DEPARTMENT NOT ON DEPTGL.DAT" TO WS-REJECT-REASON
006680     END-IF.
006690 3300-VERIFY-BATCH-CONTROLS-EXIT.
006700     EXIT.
006710
006720 3310-MATCH-ONE-DEPT-GL.
006730     ADD 1 TO WS-DEPT-GL-SUB.
006740     IF DGT-DEPARTMENT(WS-DEPT-GL-SUB) = WS-DEPT-GL-KEY
006750         MOVE "Y" TO WS-DEPT-GL-FOUND-FLAG
006760     END-IF.
006770 3310-MATCH-ONE-DEPT-GL-EXIT.
006780     EXIT.
006790
006800******************************************************************
006810* 3500-PRINT-BATCH-CONTROL - ONE CONTROL BLOCK PER BATCH
006820******************************************************************
006830 3500-PRINT-BATCH-CONTROL.
006840     MOVE WS-BATCH-ID     TO PRN-CTL-BATCH-ID.
006850     MOVE WS-DEPARTMENT   TO PRN-CTL-DEPARTMENT.
006860     WRITE CALC-CONTROL-LINE FROM CTL-BATCH-LINE
006870         AFTER ADVANCING 2 LINES.
006880
006890     MOVE WS-EXPECTED-COUNT TO PRN-CTL-EXPECTED.
006900     MOVE WS-TRAILER-COUNT  TO PRN-CTL-TRAILER.
006910     MOVE WS-DETAIL-COUNT   TO PRN-CTL-READ.
006920     WRITE CALC-CONTROL-LINE FROM CTL-COUNT-LINE.
006930
006940     MOVE WS-TRAILER-HASH TO PRN-CTL-TRAILER-HASH.
006950     MOVE WS-HASH-TOTAL   TO PRN-CTL-COMPUTED-HASH.
006960     WRITE CALC-CONTROL-LINE FROM CTL-HASH-LINE.
006970
006980     IF BATCH-REJECTED
006990         MOVE "REJECTED" TO PRN-CTL-STATUS
007000         MOVE WS-REJECT-REASON TO PRN-CTL-REASON
007010     ELSE
007020         MOVE "ACCEPTED" TO PRN-CTL-STATUS
007030         MOVE SPACES TO PRN-CTL-REASON
007040     END-IF.
007050     WRITE CALC-CONTROL-LINE FROM CTL-STATUS-LINE.
007060 3500-PRINT-BATCH-CONTROL-EXIT.
007070     EXIT.
007080
007090******************************************************************
007100* 3800-SKIP-TO-NEXT-HEADER - STRAY ROWS BETWEEN BATCHES ARE
007110* CONSUMED AND COUNTED SO THE NEXT HEADER CAN START CLEAN.
007120******************************************************************
007130 3800-SKIP-TO-NEXT-HEADER.
007140     PERFORM UNTIL END-OF-CALC-IN OR HEADER-RECORD
007150         ADD 1 TO WS-DETAIL-COUNT
007160         ADD 1 TO WS-ROWS-READ
007170         READ CALC-IN
007180             AT END SET END-OF-CALC-IN TO TRUE
007190         END-READ
007200     END-PERFORM.
007210 3800-SKIP-TO-NEXT-HEADER-EXIT.
007220     EXIT.
007230
007240******************************************************************
007250* 3900-PRINT-RUN-SUMMARY - BATCHES ACCEPTED AND REJECTED PER
007260* DEPARTMENT, THEN THE RUN TOTALS
007270******************************************************************
007280 3900-PRINT-RUN-SUMMARY.
007290     WRITE CALC-CONTROL-LINE FROM CTL-SUMMARY-TITLE
007300         AFTER ADVANCING 3 LINES.
007310
007320     MOVE ZERO TO WS-DEPT-SUB.
007330     PERFORM 3910-PRINT-ONE-DEPARTMENT
007340         THRU 3910-PRINT-ONE-DEPARTMENT-EXIT
007350         UNTIL WS-DEPT-SUB = WS-DEPT-COUNT.
007360
007370     MOVE WS-BATCHES-ACCEPTED TO PRN-RUN-ACCEPTED.
007380     MOVE WS-BATCHES-REJECTED TO PRN-RUN-REJECTED.
007390     WRITE CALC-CONTROL-LINE FROM CTL-RUN-TOTAL-LINE
007400         AFTER ADVANCING 2 LINES.
007410
007420     MOVE WS-JOURNAL-DEBITS  TO PRN-JNL-DEBITS.
007430     MOVE WS-JOURNAL-CREDITS TO PRN-JNL-CREDITS.
007440     MOVE WS-JOURNAL-COUNT   TO PRN-JNL-COUNT.
007450     WRITE CALC-CONTROL-LINE FROM CTL-JOURNAL-TOTAL-LINE.
007460 3900-PRINT-RUN-SUMMARY-EXIT.
007470     EXIT.
007480
007490 3910-PRINT-ONE-DEPARTMENT.
007500     ADD 1 TO WS-DEPT-SUB.
007510     MOVE DS-DEPARTMENT(WS-DEPT-SUB) TO PRN-SUM-DEPARTMENT.
007520     MOVE DS-ACCEPTED(WS-DEPT-SUB)   TO PRN-SUM-ACCEPTED.
007530     MOVE DS-REJECTED(WS-DEPT-SUB)   TO PRN-SUM-REJECTED.
007540     MOVE ZEROS TO PRN-SUM-JOURNAL.
007550     MOVE DS-DEPARTMENT(WS-DEPT-SUB) TO WS-DEPT-GL-KEY.
007560     MOVE "N" TO WS-DEPT-GL-FOUND-FLAG.
007570     MOVE ZERO TO WS-DEPT-GL-SUB.
007580     PERFORM 3310-MATCH-ONE-DEPT-GL
007590         THRU 3310-MATCH-ONE-DEPT-GL-EXIT
007600         UNTIL DEPT-GL-FOUND OR WS-DEPT-GL-SUB = WS-DEPT-GL-COUNT.
007610     IF DEPT-GL-FOUND
007620         MOVE DGT-JOURNAL-AMOUNT(WS-DEPT-GL-SUB)
007630             TO PRN-SUM-JOURNAL
007640     END-IF.
007650     WRITE CALC-CONTROL-LINE FROM CTL-SUMMARY-LINE.
007660 3910-PRINT-ONE-DEPARTMENT-EXIT.
007670     EXIT.
007680
007690******************************************************************
007700* 3950-TALLY-DEPARTMENT - BUMPS THE BATCH'S DEPARTMENT INTO THE
007710* RUN SUMMARY TABLE AND THE RUN TOTALS
007720******************************************************************
007730 3950-TALLY-DEPARTMENT.
007740     IF BATCH-REJECTED
007750         ADD 1 TO WS-BATCHES-REJECTED
007760     ELSE
007770         ADD 1 TO WS-BATCHES-ACCEPTED
007780     END-IF.
007790
007800     MOVE "N" TO WS-DEPT-FOUND-FLAG.
007810     MOVE ZERO TO WS-DEPT-SUB.
007820     PERFORM 3960-MATCH-ONE-DEPARTMENT
007830         THRU 3960-MATCH-ONE-DEPARTMENT-EXIT
007840         UNTIL DEPT-FOUND OR WS-DEPT-SUB = WS-DEPT-COUNT.
007850
007860     IF NOT DEPT-FOUND
007870         IF WS-DEPT-COUNT < 20
007880             ADD 1 TO WS-DEPT-COUNT
007890             MOVE WS-DEPARTMENT TO DS-DEPARTMENT(WS-DEPT-COUNT)
007900             MOVE ZEROS TO DS-ACCEPTED(WS-DEPT-COUNT)
007910             MOVE ZEROS TO DS-REJECTED(WS-DEPT-COUNT)
007920             MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
007930             MOVE "Y" TO WS-DEPT-FOUND-FLAG
007940         ELSE
007950             DISPLAY "3950-TALLY-DEPARTMENT: SUMMARY TABLE "
007960                     "FULL, DEPARTMENT " WS-DEPARTMENT
007970                     " NOT TALLIED"
007980         END-IF
007990     END-IF.
008000
008010     IF DEPT-FOUND
008020         IF BATCH-REJECTED
008030             ADD 1 TO DS-REJECTED(WS-DEPT-SUB)
008040         ELSE
008050             ADD 1 TO DS-ACCEPTED(WS-DEPT-SUB)
008060         END-IF
008070     END-IF.
008080 3950-TALLY-DEPARTMENT-EXIT.
008090     EXIT.
008100
008110 3960-MATCH-ONE-DEPARTMENT.
008120     ADD 1 TO WS-DEPT-SUB.
008130     IF DS-DEPARTMENT(WS-DEPT-SUB) = WS-DEPARTMENT
008140         MOVE "Y" TO WS-DEPT-FOUND-FLAG
008150     END-IF.
008160 3960-MATCH-ONE-DEPARTMENT-EXIT.
008170     EXIT.
008180
008190******************************************************************
008200* 4000-COMPUTE-BATCH - THE VERIFIED BATCH GETS ITS ID ECHOED ON A
008210* CALCOUT.DAT HEADER, EACH GATHERED ROW COMPUTED, AND A TRAILER
008220* CARRYING THE RESULT COUNT FOR THIS BATCH ALONE.  ITS ERROR-FREE
008230* RESULTS ARE ADDED TO THE DEPARTMENT'S CHARGEBACK AND SHOWN UNDER
008240* THE BATCH'S CONTROL BLOCK.
008250******************************************************************
008260 4000-COMPUTE-BATCH.
008270     MOVE WS-BATCH-ID TO COH-BATCH-ID.
008280     WRITE CALC-OUT-REC FROM CALC-OUT-HEADER.
008290
008300     MOVE ZERO TO WS-RESULT-COUNT.
008310     MOVE ZERO TO WS-BATCH-JOURNAL-AMOUNT.
008320     PERFORM 2000-COMPUTE-ONE-ROW
008330         THRU 2000-COMPUTE-ONE-ROW-EXIT
008340         VARYING WS-ROW-SUB FROM 1 BY 1
008350         UNTIL WS-ROW-SUB > WS-DETAIL-COUNT.
008360
008370     MOVE WS-RESULT-COUNT TO COT-RESULT-COUNT.
008380     WRITE CALC-OUT-REC FROM CALC-OUT-TRAILER.
008390
008400     ADD WS-BATCH-JOURNAL-AMOUNT
008410         TO DGT-JOURNAL-AMOUNT(WS-DEPT-GL-SUB).
008420     MOVE WS-BATCH-JOURNAL-AMOUNT         TO PRN-CTL-JOURNAL.
008430     MOVE DGT-GL-ACCOUNT(WS-DEPT-GL-SUB)  TO PRN-CTL-ACCOUNT.
008440     MOVE DGT-COST-CENTRE(WS-DEPT-GL-SUB) TO PRN-CTL-COST-CENTRE.
008450     WRITE CALC-CONTROL-LINE FROM CTL-JOURNAL-LINE.
008460 4000-COMPUTE-BATCH-EXIT.
008470     EXIT.
008480
008490******************************************************************
008500* 6000-WRITE-CHARGEBACK-JOURNAL - CHGBACK.DAT IN THE GLPOST.DAT
008510* LAYOUT: A HEADER, A DEBIT TO EACH DEPARTMENT'S ACCOUNT AND A
008520* MATCHING CREDIT TO CHARGEBACK RECOVERY, AND A TRAILER WITH THE
008530* RECORD COUNT, AMOUNT HASH AND DEBIT AND CREDIT TOTALS.  ONLY
008540* ACCEPTED BATCHES EVER REACH THE DEPARTMENT TOTALS.
008550******************************************************************
008560 6000-WRITE-CHARGEBACK-JOURNAL.
008570     OPEN OUTPUT CHARGEBACK-JOURNAL.
008580
008590     MOVE WS-RUN-YEAR  TO GLH-BATCH-YEAR, GLH-PERIOD-YEAR,
008600                          GLH-RUN-YEAR.
008610     MOVE WS-RUN-MONTH TO GLH-BATCH-MONTH, GLH-PERIOD-MONTH,
008620                          GLH-RUN-MONTH.
008630     MOVE WS-RUN-DAY   TO GLH-RUN-DAY.
008640     WRITE CHARGEBACK-JOURNAL-REC FROM GL-HEADER-REC.
008650
008660     PERFORM 6100-POST-ONE-DEPARTMENT
008670         THRU 6100-POST-ONE-DEPARTMENT-EXIT
008680         VARYING WS-DEPT-GL-SUB FROM 1 BY 1
008690         UNTIL WS-DEPT-GL-SUB > WS-DEPT-GL-COUNT.
008700
008710     MOVE WS-JOURNAL-COUNT   TO GLT-RECORD-COUNT.
008720     MOVE WS-JOURNAL-HASH    TO GLT-HASH-TOTAL.
008730     MOVE WS-JOURNAL-DEBITS  TO GLT-DEBIT-TOTAL.
008740     MOVE WS-JOURNAL-CREDITS TO GLT-CREDIT-TOTAL.
008750     WRITE CHARGEBACK-JOURNAL-REC FROM GL-TRAILER-REC.
008760
008770     CLOSE CHARGEBACK-JOURNAL.
008780
008790     IF WS-JOURNAL-DEBITS NOT = WS-JOURNAL-CREDITS
008800         DISPLAY "6000-WRITE-CHARGEBACK-JOURNAL: JOURNAL OUT OF "
008810                 "BALANCE, DEBITS " WS-JOURNAL-DEBITS
008820                 " CREDITS " WS-JOURNAL-CREDITS
008830         MOVE 8 TO RETURN-CODE
008840     END-IF.
008850 6000-WRITE-CHARGEBACK-JOURNAL-EXIT.
008860     EXIT.
008870
008880******************************************************************
008890* 6100-POST-ONE-DEPARTMENT - A DEPARTMENT WITH NOTHING TO CHARGE
008900* WRITES NO LINES
008910******************************************************************
008920 6100-POST-ONE-DEPARTMENT.
008930     IF DGT-JOURNAL-AMOUNT(WS-DEPT-GL-SUB) = ZERO
008940         GO TO 6100-POST-ONE-DEPARTMENT-EXIT
008950     END-IF.
008960
008970     MOVE DGT-GL-ACCOUNT(WS-DEPT-GL-SUB) TO GLD-ACCOUNT.
008980     MOVE "D" TO WS-NORMAL-SIDE.
008990     MOVE DGT-JOURNAL-AMOUNT(WS-DEPT-GL-SUB) TO WS-POSTING-AMOUNT.
009000     MOVE SPACES TO GLD-REFERENCE.
009010     STRING "CHGBK " DGT-COST-CENTRE(WS-DEPT-GL-SUB)
009020         DELIMITED BY SIZE INTO GLD-REFERENCE.
009030     PERFORM 6200-WRITE-ONE-POSTING
009040         THRU 6200-WRITE-ONE-POSTING-EXIT.
009050
009060     MOVE WS-RECOVERY-ACCOUNT TO GLD-ACCOUNT.
009070     MOVE "C" TO WS-NORMAL-SIDE.
009080     MOVE DGT-JOURNAL-AMOUNT(WS-DEPT-GL-SUB) TO WS-POSTING-AMOUNT.
009090     MOVE SPACES TO GLD-REFERENCE.
009100     STRING "RECOV " DGT-COST-CENTRE(WS-DEPT-GL-SUB)
009110         DELIMITED BY SIZE INTO GLD-REFERENCE.
009120     PERFORM 6200-WRITE-ONE-POSTING
009130         THRU 6200-WRITE-ONE-POSTING-EXIT.
009140 6100-POST-ONE-DEPARTMENT-EXIT.
009150     EXIT.
009160
009170******************************************************************
009180* 6200-WRITE-ONE-POSTING - AS IN THE GL POSTING EXTRACT, AN AMOUNT
009190* THAT NETS NEGATIVE POSTS TO THE OPPOSITE SIDE UNSIGNED
009200******************************************************************
009210 6200-WRITE-ONE-POSTING.
009220     IF WS-POSTING-AMOUNT < ZERO
009230         IF WS-NORMAL-SIDE = "C"
009240             MOVE "D" TO GLD-DEBIT-CREDIT
009250         ELSE
009260             MOVE "C" TO GLD-DEBIT-CREDIT
009270         END-IF
009280         COMPUTE GLD-AMOUNT = 0 - WS-POSTING-AMOUNT
009290     ELSE
009300         MOVE WS-NORMAL-SIDE    TO GLD-DEBIT-CREDIT
009310         MOVE WS-POSTING-AMOUNT TO GLD-AMOUNT
009320     END-IF.
009330
009340     WRITE CHARGEBACK-JOURNAL-REC FROM GL-DETAIL-REC.
009350     ADD 1 TO WS-JOURNAL-COUNT.
009360     ADD GLD-AMOUNT TO WS-JOURNAL-HASH.
009370     IF GLD-DEBIT-CREDIT = "D"
009380         ADD GLD-AMOUNT TO WS-JOURNAL-DEBITS
009390     ELSE
009400         ADD GLD-AMOUNT TO WS-JOURNAL-CREDITS
009410     END-IF.
009420 6200-WRITE-ONE-POSTING-EXIT.
009430     EXIT.
009440
009450******************************************************************
009460* 7000-WRITE-RUN-LOG - APPENDS ONE RECORD TO THE SHARED RUN AUDIT
009470* LOG.  RL-STATUS AND THE COUNT FIELDS ARE SET BY THE CALLER.
009480******************************************************************
009490 7000-WRITE-RUN-LOG.
009500     MOVE "TC-COMMANDS2" TO RL-PROGRAM-ID.
009510     ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
009520     ACCEPT WS-TIME-WORK FROM TIME.
009530     MOVE WS-TIME-HHMMSS TO RL-RUN-TIME.
009540     OPEN EXTEND RUN-LOG.
009550     WRITE RUN-LOG-REC.
009560     CLOSE RUN-LOG.
009570 7000-WRITE-RUN-LOG-EXIT.
009580     EXIT.
009590
009600******************************************************************
009610* 8000-TERMINATE - FILES CLOSED, COMPLETION LOGGED, AND THE RUN
009620* ENDS WITH RETURN-CODE 8 IF ANY BATCH WAS REJECTED.
009630******************************************************************
009640 8000-TERMINATE.
009650     CLOSE CALC-IN.
009660     CLOSE CALC-OUT.
009670     CLOSE CALC-CONTROL-REPORT.
009680
009690     MOVE "C" TO RL-STATUS.
009700     IF WS-JOURNAL-DEBITS NOT = WS-JOURNAL-CREDITS
009710         MOVE "E" TO RL-STATUS
009720     END-IF.
009730     MOVE WS-ROWS-READ       TO RL-RECORDS-READ.
009740     MOVE WS-ROWS-IN-ERROR   TO RL-RECORDS-REJECTED.
009750     MOVE WS-CALCS-PROCESSED TO RL-KEY-TOTAL.
009760     PERFORM 7000-WRITE-RUN-LOG
009770         THRU 7000-WRITE-RUN-LOG-EXIT.
009780
009790     IF WS-BATCHES-REJECTED > ZERO
009800         MOVE 8 TO RETURN-CODE
009810     END-IF.
009820 8000-TERMINATE-EXIT.
009830     EXIT.
009840
009850******************************************************************
009860* 9999-EXIT - COMMON PROGRAM EXIT
009870******************************************************************
009880 9999-EXIT.
009890     STOP RUN.
009900 9999-EXIT-EXIT.
009910     EXIT.
009920 END PROGRAM TC-COMMANDS2.
