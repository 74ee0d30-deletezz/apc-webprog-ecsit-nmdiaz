000010******************************************************************
000020* AUTHOR:       D. FENWICK
000030* INSTALLATION: CSIS DATA PROCESSING
000040* DATE-WRITTEN: 10/15/2026
000050* DATE-COMPILED:
000060* PURPOSE:      GRADUATE MASTER MAINTENANCE.  APPLIES ADD, CHANGE
000070*               AND DELETE TRANSACTIONS FROM GRADTRAN.DAT TO THE
000080*               INDEXED GRADUATE MASTER GRADMAST.IDX BY STUDENT
000090*               ID.  ADDS AND CHANGES ARE EDITED AGAINST
000100*               COUNTRYCODES.DAT AND COURSES.DAT AND PUT THROUGH
000110*               THE SAME E-MAIL ADDRESS EDIT THE DOMAIN RUN
000120*               APPLIES, SO A CORRECTION TAKEN FROM
000130*               EMAILEXCP.RPT CANNOT BE KEYED IN WRONG A SECOND
000140*               TIME.  A CHANGE REPLACES THE WHOLE GRADUATE
000150*               RECORD.  REJECTS LIST ON GRADMREJ.RPT WITH A
000160*               REASON; EVERY APPLIED TRANSACTION WRITES A DATED
000170*               BEFORE/AFTER RECORD TO GRADAUDT.DAT.
000180* TECTONICS:    COBC
000190******************************************************************
000200* MODIFICATION HISTORY:
000210*   10/15/2026  DF  INITIAL VERSION.  GRADINFO CORRECTIONS ARE
000220*                   NO LONGER MADE BY EDITING THE RAW FILE.
000221*   10/15/2026  DF  A CHANGE THAT CORRECTS THE E-MAIL ADDRESS
000222*                   CLEARS THE UNDELIVERABLE FLAG, BOUNCE COUNT
000223*                   AND LAST-BOUNCE DATE SET BY CSISBOUNCE01.
000224*                   ADDS START DELIVERABLE WITH NO BOUNCES.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. CSISGRADMAINT01.
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT GRAD-TRANS ASSIGN TO "GradTran.Dat"
000310                ORGANIZATION IS LINE SEQUENTIAL.
000320
000330     SELECT GRADUATE-MASTER ASSIGN TO "GradMast.Idx"
000340                ORGANIZATION IS INDEXED
000350                ACCESS MODE IS RANDOM
000360                RECORD KEY IS GM-STUDENT-ID.
000370
000380     SELECT COUNTRY-CODES ASSIGN TO "CountryCodes.Dat"
000390                ORGANIZATION IS LINE SEQUENTIAL.
000400
000410     SELECT COURSES ASSIGN TO "Courses.Dat"
000420                ORGANIZATION IS LINE SEQUENTIAL.
000430
000440     SELECT GRAD-REJECT-LISTING ASSIGN TO "GradMRej.Rpt"
000450                ORGANIZATION IS LINE SEQUENTIAL.
000460
000470     SELECT OPTIONAL GRAD-AUDIT ASSIGN TO "GradAudt.Dat"
000480                ORGANIZATION IS LINE SEQUENTIAL.
000490
000500     SELECT OPTIONAL RUN-LOG ASSIGN TO "RUNLOG.DAT"
000510                ORGANIZATION IS LINE SEQUENTIAL.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550******************************************************************
000560* ONE TRANSACTION PER GRADUATE.  THE GRADUATE FIELDS ARE LAID OUT
000570* AS ON GRADINFO.DAT; NUMERIC FIELDS ARE KEYED AS TEXT SO A BAD
000580* CHARACTER REJECTS RATHER THAN ABENDS.
000590******************************************************************
000600 FD  GRAD-TRANS.
000610     01  GRAD-TRANS-REC.
000620         88  END-OF-GRAD-TRANS          VALUE HIGH-VALUE.
000630         02  GT-ACTION                  PIC X(1).
000640             88  GT-ADD                 VALUE "A".
000650             88  GT-CHANGE              VALUE "C".
000660             88  GT-DELETE              VALUE "D".
000670         02  GT-STUDENT-ID              PIC X(7).
000680         02  GT-GRAD-DATA.
000690             03  GT-STUD-NAME           PIC X(25).
000700             03  GT-GRAD-YEAR-X         PIC X(4).
000710             03  GT-GRAD-YEAR REDEFINES GT-GRAD-YEAR-X
000720                                        PIC 9(4).
000730             03  GT-COURSE-CODE-X       PIC X(1).
000740             03  GT-COURSE-CODE REDEFINES GT-COURSE-CODE-X
000750                                        PIC 9(1).
000760             03  GT-EMAIL-ADDR          PIC X(28).
000770             03  GT-EMAIL-DOMAIN-NAME   PIC X(20).
000780             03  GT-COUNTRY-CODE        PIC X(2).
000790
000800 FD  GRADUATE-MASTER.
000810     01  GRAD-MASTER-REC.
000820         02  GM-STUDENT-ID              PIC X(7).
000830         02  GM-GRAD-DATA.
000840             03  GM-STUD-NAME           PIC X(25).
000850             03  GM-GRAD-YEAR           PIC 9(4).
000860             03  GM-COURSE-CODE         PIC 9(1).
000870             03  GM-EMAIL-ADDR          PIC X(28).
000880             03  GM-EMAIL-DOMAIN-NAME   PIC X(20).
000890             03  GM-COUNTRY-CODE        PIC X(2).
000900         02  GM-MAIL-STATUS             PIC X(1).
000901             88  GM-UNDELIVERABLE       VALUE "U".
000902         02  GM-BOUNCE-COUNT            PIC 9(3).
000903         02  GM-LAST-BOUNCE-DATE        PIC 9(8).
000904         02  FILLER                     PIC X(8).
000910
000920 FD  COUNTRY-CODES.
000930     01  COUNTRY-CODE-INFO.
000940         88  END-OF-COUNTRY-CODE-REC    VALUE HIGH-VALUE.
000950         02  CCI-COUNTRY-CODE           PIC X(2).
000960         02  CCI-COUNTRY-NAME           PIC X(26).
000970
000980 FD  COURSES.
000990     01  COURSE-INFO.
001000         88  END-OF-COURSE-REC          VALUE HIGH-VALUE.
001010         02  CRF-COURSE-CODE            PIC 9(1).
001020         02  CRF-COURSE-NAME            PIC X(25).
001030
001040 FD  GRAD-REJECT-LISTING.
001050     01  GRAD-REJECT-LINE               PIC X(100).
001060
001070******************************************************************
001080* AUDIT RECORD - THE GRADUATE FIELDS BEFORE AND AFTER.  AN ADD
001090* HAS NO BEFORE AND A DELETE NO AFTER.
001100******************************************************************
001110 FD  GRAD-AUDIT.
001120     01  GRAD-AUDIT-REC.
001130         02  GA-ACTION                  PIC X(1).
001140         02  GA-STUDENT-ID              PIC X(7).
001150         02  GA-CHANGE-DATE             PIC 9(8).
001160         02  GA-BEFORE-DATA             PIC X(80).
001170         02  GA-AFTER-DATA              PIC X(80).
001180
001190 FD  RUN-LOG.
001200     01  RUN-LOG-REC.
001210         02  RL-PROGRAM-ID             PIC X(18).
001220         02  RL-RUN-DATE               PIC 9(8).
001230         02  RL-RUN-TIME               PIC 9(6).
001240         02  RL-STATUS                 PIC X(1).
001250         02  RL-RECORDS-READ           PIC 9(7).
001260         02  RL-RECORDS-REJECTED       PIC 9(7).
001270         02  RL-KEY-TOTAL              PIC S9(9)V99.
001280
001290 WORKING-STORAGE SECTION.
001300******************************************************************
001310* SWITCHES AND COUNTERS
001320******************************************************************
001330 77  WS-COUNTRY-COUNT                   PIC 9(4) COMP VALUE ZERO.
001340 77  WS-COURSE-COUNT                    PIC 9(2) COMP VALUE ZERO.
001350 77  WS-TRANS-READ                      PIC 9(7) VALUE ZERO.
001360 77  WS-TRANS-APPLIED                   PIC 9(7) VALUE ZERO.
001370 77  WS-TRANS-REJECTED                  PIC 9(7) VALUE ZERO.
001380
001390 01  WS-MASTER-FOUND-FLAG               PIC X(1) VALUE "N".
001400     88  MASTER-FOUND                   VALUE "Y".
001410
001420 01  WS-REJECT-REASON                   PIC X(26) VALUE SPACES.
001430
001440 01  WS-RUN-DATE.
001450     02  WS-RUN-YEAR                    PIC 9(4).
001460     02  WS-RUN-MONTH-DAY               PIC 9(4).
001470
001480 77  WS-LATEST-GRAD-YEAR                PIC 9(4) VALUE ZERO.
001490
001500 01  WS-TIME-WORK.
001510     02  WS-TIME-HHMMSS                 PIC 9(6).
001520     02  FILLER                         PIC 9(2).
001530
001540******************************************************************
001550* E-MAIL ADDRESS EDIT WORK FIELDS - THE DOMAIN RUN'S EDIT
001560******************************************************************
001570 77  WS-AT-SIGN-COUNT                   PIC 9(2) COMP VALUE ZERO.
001580
001590 01  WS-EMAIL-PARTS.
001600     02  WS-LOCAL-PART                  PIC X(28).
001610     02  WS-ADDR-DOMAIN                 PIC X(28).
001620
001630 01  WS-DOMAIN-COMPARE                  PIC X(20).
001640
001650******************************************************************
001660* COUNTRY-CODE LOOKUP TABLE, LOADED FROM COUNTRYCODES.DAT
001670******************************************************************
001680 01  COUNTRY-TABLE.
001690     02  COUNTRY-ENTRY OCCURS 1 TO 300 TIMES
001700                 DEPENDING ON WS-COUNTRY-COUNT
001710                 INDEXED BY COUNTRY-IDX.
001720         03  CTE-COUNTRY-CODE           PIC X(2).
001730         03  CTE-COUNTRY-NAME           PIC X(26).
001740
001750******************************************************************
001760* COURSE-CODE LOOKUP TABLE, LOADED FROM COURSES.DAT
001770******************************************************************
001780 01  COURSE-TABLE.
001790     02  COURSE-ENTRY OCCURS 1 TO 10 TIMES
001800                 DEPENDING ON WS-COURSE-COUNT
001810                 INDEXED BY COURSE-IDX.
001820         03  CSE-COURSE-CODE            PIC 9(1).
001830         03  CSE-COURSE-NAME            PIC X(25).
001840
001850******************************************************************
001860* LISTING LINES
001870******************************************************************
001880 01  REJECT-MAIN-TITLE                  PIC X(44) VALUE
001890     "GRADUATE MASTER REJECTED TRANSACTIONS".
001900
001910 01  REJECT-SUBTITLES.
001920     02  FILLER                         PIC X(5)  VALUE "ACT".
001930     02  FILLER                         PIC X(9)  VALUE
001940         "STUDENT".
001950     02  FILLER                         PIC X(27) VALUE
001960         "STUDENT NAME".
001970     02  FILLER                         PIC X(30) VALUE
001980         "E-MAIL ADDRESS".
001990     02  FILLER                         PIC X(26) VALUE
002000         "REASON".
002010
002020 01  REJECT-DETAIL-LINE.
002030     02  RDL-ACTION                     PIC X(1).
002040     02  FILLER                         PIC X(4)  VALUE SPACES.
002050     02  RDL-STUDENT-ID                 PIC X(7).
002060     02  FILLER                         PIC X(2)  VALUE SPACES.
002070     02  RDL-STUD-NAME                  PIC X(25).
002080     02  FILLER                         PIC X(2)  VALUE SPACES.
002090     02  RDL-EMAIL-ADDR                 PIC X(28).
002100     02  FILLER                         PIC X(2)  VALUE SPACES.
002110     02  RDL-REASON                     PIC X(26).
002120
002130 01  APPLIED-TOTAL-LINE.
002140     02  FILLER                         PIC X(22) VALUE
002150         "TRANSACTIONS APPLIED: ".
002160     02  PRN-TRANS-APPLIED              PIC ZZZZZZ9.
002170
002180 01  REJECTED-TOTAL-LINE.
002190     02  FILLER                         PIC X(22) VALUE
002200         "TRANSACTIONS REJECTED:".
002210     02  PRN-TRANS-REJECTED             PIC ZZZZZZ9.
002220
002230 PROCEDURE DIVISION.
002240******************************************************************
002250* 0000-MAINLINE
002260******************************************************************
002270 0000-MAINLINE.
002280     PERFORM 1000-INITIALIZE
002290         THRU 1000-INITIALIZE-EXIT.
002300
002310     PERFORM 2000-PROCESS-ONE-TRANS
002320         THRU 2000-PROCESS-ONE-TRANS-EXIT
002330         UNTIL END-OF-GRAD-TRANS.
002340
002350     PERFORM 8000-TERMINATE
002360         THRU 8000-TERMINATE-EXIT.
002370
002380     PERFORM 9999-EXIT
002390         THRU 9999-EXIT-EXIT.
002400
002410******************************************************************
002420* 1000-INITIALIZE - START-OF-RUN LOG RECORD, LOOKUP TABLES, FILES
002430* OPENED AND THE FIRST TRANSACTION READ
002440******************************************************************
002450 1000-INITIALIZE.
002460     MOVE "S" TO RL-STATUS.
002470     MOVE ZEROS TO RL-RECORDS-READ, RL-RECORDS-REJECTED,
002480                   RL-KEY-TOTAL.
002490     PERFORM 5000-WRITE-RUN-LOG
002500         THRU 5000-WRITE-RUN-LOG-EXIT.
002510
002520     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002530     COMPUTE WS-LATEST-GRAD-YEAR = WS-RUN-YEAR + 5.
002540
002550     PERFORM 1100-LOAD-COUNTRY-TABLE
002560         THRU 1100-LOAD-COUNTRY-TABLE-EXIT.
002570     PERFORM 1200-LOAD-COURSE-TABLE
002580         THRU 1200-LOAD-COURSE-TABLE-EXIT.
002590
002600     OPEN INPUT GRAD-TRANS.
002610     OPEN I-O GRADUATE-MASTER.
002620     OPEN EXTEND GRAD-AUDIT.
002630     OPEN OUTPUT GRAD-REJECT-LISTING.
002640     WRITE GRAD-REJECT-LINE FROM REJECT-MAIN-TITLE.
002650     WRITE GRAD-REJECT-LINE FROM REJECT-SUBTITLES
002660         AFTER ADVANCING 2 LINES.
002670
002680     READ GRAD-TRANS
002690         AT END SET END-OF-GRAD-TRANS TO TRUE
002700     END-READ.
002710 1000-INITIALIZE-EXIT.
002720     EXIT.
002730
002740******************************************************************
002750* 1100-LOAD-COUNTRY-TABLE
002760******************************************************************
002770 1100-LOAD-COUNTRY-TABLE.
002780     OPEN INPUT COUNTRY-CODES.
002790     READ COUNTRY-CODES
002800         AT END SET END-OF-COUNTRY-CODE-REC TO TRUE
002810     END-READ.
002820
002830     PERFORM UNTIL END-OF-COUNTRY-CODE-REC
002840         ADD 1 TO WS-COUNTRY-COUNT
002850         MOVE CCI-COUNTRY-CODE TO
002860              CTE-COUNTRY-CODE(WS-COUNTRY-COUNT)
002870         MOVE CCI-COUNTRY-NAME TO
002880              CTE-COUNTRY-NAME(WS-COUNTRY-COUNT)
002890         READ COUNTRY-CODES
002900             AT END SET END-OF-COUNTRY-CODE-REC TO TRUE
002910         END-READ
002920     END-PERFORM.
002930
002940     CLOSE COUNTRY-CODES.
002950 1100-LOAD-COUNTRY-TABLE-EXIT.
002960     EXIT.
002970
002980******************************************************************
002990* 1200-LOAD-COURSE-TABLE
003000******************************************************************
003010 1200-LOAD-COURSE-TABLE.
003020     OPEN INPUT COURSES.
003030     READ COURSES
003040         AT END SET END-OF-COURSE-REC TO TRUE
003050     END-READ.
003060
003070     PERFORM UNTIL END-OF-COURSE-REC
003080         ADD 1 TO WS-COURSE-COUNT
003090         MOVE CRF-COURSE-CODE TO
003100              CSE-COURSE-CODE(WS-COURSE-COUNT)
003110         MOVE CRF-COURSE-NAME TO
003120              CSE-COURSE-NAME(WS-COURSE-COUNT)
003130         READ COURSES
003140             AT END SET END-OF-COURSE-REC TO TRUE
003150         END-READ
003160     END-PERFORM.
003170
003180     CLOSE COURSES.
003190 1200-LOAD-COURSE-TABLE-EXIT.
003200     EXIT.
003210
003220******************************************************************
003230* 2000-PROCESS-ONE-TRANS - EDIT THE TRANSACTION, THEN APPLY IT
003240* OR LIST IT AS A REJECT
003250******************************************************************
003260 2000-PROCESS-ONE-TRANS.
003270     ADD 1 TO WS-TRANS-READ.
003280     MOVE SPACES TO WS-REJECT-REASON.
003290
003300     PERFORM 2100-EDIT-TRANSACTION
003310         THRU 2100-EDIT-TRANSACTION-EXIT.
003320
003330     IF WS-REJECT-REASON NOT = SPACES
003340         PERFORM 2900-WRITE-REJECT-LINE
003350             THRU 2900-WRITE-REJECT-LINE-EXIT
003360     ELSE
003370         PERFORM 3000-APPLY-TRANSACTION
003380             THRU 3000-APPLY-TRANSACTION-EXIT
003390     END-IF.
003400
003410     READ GRAD-TRANS
003420         AT END SET END-OF-GRAD-TRANS TO TRUE
003430     END-READ.
003440 2000-PROCESS-ONE-TRANS-EXIT.
003450     EXIT.
003460
003470******************************************************************
003480* 2100-EDIT-TRANSACTION - THE FIRST FAILING EDIT SETS THE REJECT
003490* REASON.  THE MASTER RECORD, IF ANY, IS LEFT IN THE RECORD AREA
003500* FOR THE APPLY STEP.
003510******************************************************************
003520 2100-EDIT-TRANSACTION.
003530     IF NOT GT-ADD AND NOT GT-CHANGE AND NOT GT-DELETE
003540         MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
003550         GO TO 2100-EDIT-TRANSACTION-EXIT
003560     END-IF.
003570
003580     IF GT-STUDENT-ID = SPACES
003590         MOVE "STUDENT ID MISSING" TO WS-REJECT-REASON
003600         GO TO 2100-EDIT-TRANSACTION-EXIT
003610     END-IF.
003620
003630     IF GT-STUDENT-ID NOT NUMERIC
003640         MOVE "STUDENT ID NOT NUMERIC" TO WS-REJECT-REASON
003650         GO TO 2100-EDIT-TRANSACTION-EXIT
003660     END-IF.
003670
003680     MOVE GT-STUDENT-ID TO GM-STUDENT-ID.
003690     MOVE "Y" TO WS-MASTER-FOUND-FLAG.
003700     READ GRADUATE-MASTER
003710         INVALID KEY MOVE "N" TO WS-MASTER-FOUND-FLAG
003720     END-READ.
003730
003740     IF GT-ADD AND MASTER-FOUND
003750         MOVE "STUDENT ID ALREADY ON FILE" TO WS-REJECT-REASON
003760         GO TO 2100-EDIT-TRANSACTION-EXIT
003770     END-IF.
003780
003790     IF NOT GT-ADD AND NOT MASTER-FOUND
003800         MOVE "STUDENT ID NOT ON FILE" TO WS-REJECT-REASON
003810         GO TO 2100-EDIT-TRANSACTION-EXIT
003820     END-IF.
003830
003840     IF GT-DELETE
003850         GO TO 2100-EDIT-TRANSACTION-EXIT
003860     END-IF.
003870
003880     IF GT-STUD-NAME = SPACES
003890         MOVE "STUDENT NAME MISSING" TO WS-REJECT-REASON
003900         GO TO 2100-EDIT-TRANSACTION-EXIT
003910     END-IF.
003920
003930     IF GT-GRAD-YEAR-X NOT NUMERIC
003940         MOVE "GRAD YEAR NOT NUMERIC" TO WS-REJECT-REASON
003950         GO TO 2100-EDIT-TRANSACTION-EXIT
003960     END-IF.
003970
003980     IF GT-GRAD-YEAR < 1950
003990        OR GT-GRAD-YEAR > WS-LATEST-GRAD-YEAR
004000         MOVE "GRAD YEAR OUT OF RANGE" TO WS-REJECT-REASON
004010         GO TO 2100-EDIT-TRANSACTION-EXIT
004020     END-IF.
004030
004040     PERFORM 2200-EDIT-COURSE-CODE
004050         THRU 2200-EDIT-COURSE-CODE-EXIT.
004060     IF WS-REJECT-REASON NOT = SPACES
004070         GO TO 2100-EDIT-TRANSACTION-EXIT
004080     END-IF.
004090
004100     PERFORM 2300-EDIT-COUNTRY-CODE
004110         THRU 2300-EDIT-COUNTRY-CODE-EXIT.
004120     IF WS-REJECT-REASON NOT = SPACES
004130         GO TO 2100-EDIT-TRANSACTION-EXIT
004140     END-IF.
004150
004160     PERFORM 2400-EDIT-EMAIL-ADDRESS
004170         THRU 2400-EDIT-EMAIL-ADDRESS-EXIT.
004180 2100-EDIT-TRANSACTION-EXIT.
004190     EXIT.
004200
004210******************************************************************
004220* 2200-EDIT-COURSE-CODE - MUST BE ON COURSES.DAT
004230******************************************************************
004240 2200-EDIT-COURSE-CODE.
004250     IF GT-COURSE-CODE-X NOT NUMERIC
004260         MOVE "COURSE CODE NOT NUMERIC" TO WS-REJECT-REASON
004270         GO TO 2200-EDIT-COURSE-CODE-EXIT
004280     END-IF.
004290
004300     SET COURSE-IDX TO 1.
004310     SEARCH COURSE-ENTRY
004320         AT END
004330             MOVE "COURSE CODE NOT ON FILE" TO WS-REJECT-REASON
004340         WHEN CSE-COURSE-CODE(COURSE-IDX) = GT-COURSE-CODE
004350             CONTINUE
004360     END-SEARCH.
004370 2200-EDIT-COURSE-CODE-EXIT.
004380     EXIT.
004390
004400******************************************************************
004410* 2300-EDIT-COUNTRY-CODE - MUST BE ON COUNTRYCODES.DAT
004420******************************************************************
004430 2300-EDIT-COUNTRY-CODE.
004440     SET COUNTRY-IDX TO 1.
004450     SEARCH COUNTRY-ENTRY
004460         AT END
004470             MOVE "COUNTRY CODE NOT ON FILE" TO WS-REJECT-REASON
004480         WHEN CTE-COUNTRY-CODE(COUNTRY-IDX) = GT-COUNTRY-CODE
004490             CONTINUE
004500     END-SEARCH.
004510 2300-EDIT-COUNTRY-CODE-EXIT.
004520     EXIT.
004530
004540******************************************************************
004550* 2400-EDIT-EMAIL-ADDRESS - THE DOMAIN RUN'S EDIT: EXACTLY ONE @,
004560* A NON-BLANK LOCAL PART, AND A DOMAIN PORTION MATCHING THE
004570* SEPARATELY KEYED E-MAIL DOMAIN NAME
004580******************************************************************
004590 2400-EDIT-EMAIL-ADDRESS.
004600     MOVE ZERO TO WS-AT-SIGN-COUNT.
004610     INSPECT GT-EMAIL-ADDR
004620         TALLYING WS-AT-SIGN-COUNT FOR ALL "@".
004630
004640     IF WS-AT-SIGN-COUNT NOT = 1
004650         MOVE "E-MAIL NEEDS EXACTLY ONE @" TO WS-REJECT-REASON
004660         GO TO 2400-EDIT-EMAIL-ADDRESS-EXIT
004670     END-IF.
004680
004690     MOVE SPACES TO WS-EMAIL-PARTS.
004700     UNSTRING GT-EMAIL-ADDR DELIMITED BY "@"
004710         INTO WS-LOCAL-PART
004720              WS-ADDR-DOMAIN
004730     END-UNSTRING.
004740
004750     IF WS-LOCAL-PART = SPACES
004760         MOVE "E-MAIL LOCAL PART BLANK" TO WS-REJECT-REASON
004770         GO TO 2400-EDIT-EMAIL-ADDRESS-EXIT
004780     END-IF.
004790
004800     MOVE WS-ADDR-DOMAIN TO WS-DOMAIN-COMPARE.
004810     IF WS-DOMAIN-COMPARE NOT = GT-EMAIL-DOMAIN-NAME
004820         MOVE "E-MAIL DOMAIN MISMATCH" TO WS-REJECT-REASON
004830     END-IF.
004840 2400-EDIT-EMAIL-ADDRESS-EXIT.
004850     EXIT.
004860
004870******************************************************************
004880* 2900-WRITE-REJECT-LINE
004890******************************************************************
004900 2900-WRITE-REJECT-LINE.
004910     MOVE GT-ACTION        TO RDL-ACTION.
004920     MOVE GT-STUDENT-ID    TO RDL-STUDENT-ID.
004930     MOVE GT-STUD-NAME     TO RDL-STUD-NAME.
004940     MOVE GT-EMAIL-ADDR    TO RDL-EMAIL-ADDR.
004950     MOVE WS-REJECT-REASON TO RDL-REASON.
004960     WRITE GRAD-REJECT-LINE FROM REJECT-DETAIL-LINE.
004970     ADD 1 TO WS-TRANS-REJECTED.
004980 2900-WRITE-REJECT-LINE-EXIT.
004990     EXIT.
005000
005010******************************************************************
005020* 3000-APPLY-TRANSACTION - UPDATE THE MASTER AND WRITE THE AUDIT
005030* RECORD.  A FAILED WRITE OR REWRITE IS LISTED AS A REJECT.
005040******************************************************************
005050 3000-APPLY-TRANSACTION.
005060     MOVE GT-ACTION     TO GA-ACTION.
005070     MOVE GT-STUDENT-ID TO GA-STUDENT-ID.
005080     MOVE WS-RUN-DATE   TO GA-CHANGE-DATE.
005090
005100     IF GT-ADD
005110         MOVE SPACES        TO GRAD-MASTER-REC
005120         MOVE GT-STUDENT-ID TO GM-STUDENT-ID
005130         MOVE GT-GRAD-DATA  TO GM-GRAD-DATA
005135         MOVE ZEROS         TO GM-BOUNCE-COUNT,
005136                               GM-LAST-BOUNCE-DATE
005140         WRITE GRAD-MASTER-REC
005150             INVALID KEY
005160                 MOVE "MASTER WRITE FAILED" TO WS-REJECT-REASON
005170         END-WRITE
005180         MOVE SPACES        TO GA-BEFORE-DATA
005190         MOVE GM-GRAD-DATA  TO GA-AFTER-DATA
005200     END-IF.
005210
005220     IF GT-CHANGE
005230         MOVE GM-GRAD-DATA  TO GA-BEFORE-DATA
005235         IF GT-EMAIL-ADDR NOT = GM-EMAIL-ADDR
005236             MOVE SPACE     TO GM-MAIL-STATUS
005237             MOVE ZEROS     TO GM-BOUNCE-COUNT,
005238                               GM-LAST-BOUNCE-DATE
005239         END-IF
005240         MOVE GT-GRAD-DATA  TO GM-GRAD-DATA
005250         REWRITE GRAD-MASTER-REC
005260             INVALID KEY
005270                 MOVE "MASTER REWRITE FAILED" TO WS-REJECT-REASON
005280         END-REWRITE
005290         MOVE GM-GRAD-DATA  TO GA-AFTER-DATA
005300     END-IF.
005310
005320     IF GT-DELETE
005330         MOVE GM-GRAD-DATA  TO GA-BEFORE-DATA
005340         DELETE GRADUATE-MASTER
005350             INVALID KEY
005360                 MOVE "MASTER DELETE FAILED" TO WS-REJECT-REASON
005370         END-DELETE
005380         MOVE SPACES        TO GA-AFTER-DATA
005390     END-IF.
005400
005410     IF WS-REJECT-REASON NOT = SPACES
005420         PERFORM 2900-WRITE-REJECT-LINE
005430             THRU 2900-WRITE-REJECT-LINE-EXIT
005440         GO TO 3000-APPLY-TRANSACTION-EXIT
005450     END-IF.
005460
005470     WRITE GRAD-AUDIT-REC.
005480     ADD 1 TO WS-TRANS-APPLIED.
005490 3000-APPLY-TRANSACTION-EXIT.
005500     EXIT.
005510
005520******************************************************************
005530* 5000-WRITE-RUN-LOG - APPENDS ONE RECORD TO THE SHARED RUN AUDIT
005540* LOG.  RL-STATUS AND THE COUNT FIELDS ARE SET BY THE CALLER.
005550******************************************************************
005560 5000-WRITE-RUN-LOG.
005570     MOVE "CSISGRADMAINT01" TO RL-PROGRAM-ID.
005580     ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
005590     ACCEPT WS-TIME-WORK FROM TIME.
005600     MOVE WS-TIME-HHMMSS TO RL-RUN-TIME.
005610     OPEN EXTEND RUN-LOG.
005620     WRITE RUN-LOG-REC.
005630     CLOSE RUN-LOG.
005640 5000-WRITE-RUN-LOG-EXIT.
005650     EXIT.
005660
005670******************************************************************
005680* 8000-TERMINATE
005690******************************************************************
005700 8000-TERMINATE.
005710     MOVE WS-TRANS-APPLIED TO PRN-TRANS-APPLIED.
005720     WRITE GRAD-REJECT-LINE FROM APPLIED-TOTAL-LINE
005730         AFTER ADVANCING 2 LINES.
005740     MOVE WS-TRANS-REJECTED TO PRN-TRANS-REJECTED.
005750     WRITE GRAD-REJECT-LINE FROM REJECTED-TOTAL-LINE.
005760
005770     CLOSE GRAD-TRANS.
005780     CLOSE GRADUATE-MASTER.
005790     CLOSE GRAD-AUDIT.
005800     CLOSE GRAD-REJECT-LISTING.
005810
005820     MOVE "C" TO RL-STATUS.
005830     MOVE WS-TRANS-READ     TO RL-RECORDS-READ.
005840     MOVE WS-TRANS-REJECTED TO RL-RECORDS-REJECTED.
005850     MOVE WS-TRANS-APPLIED  TO RL-KEY-TOTAL.
005860     PERFORM 5000-WRITE-RUN-LOG
005870         THRU 5000-WRITE-RUN-LOG-EXIT.
005880 8000-TERMINATE-EXIT.
005890     EXIT.
005900
005910******************************************************************
005920* 9999-EXIT - COMMON PROGRAM EXIT
005930******************************************************************
005940 9999-EXIT.
005950     STOP RUN.
005960 9999-EXIT-EXIT.
005970     EXIT.
005980 END PROGRAM CSISGRADMAINT01.
