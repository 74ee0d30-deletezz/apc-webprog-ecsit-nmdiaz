000010******************************************************************
000020* AUTHOR:       D. FENWICK
000030* INSTALLATION: CSIS DATA PROCESSING
000040* DATE-WRITTEN: 10/15/2026
000050* DATE-COMPILED:
000060* PURPOSE:      APPLIES THE MAIL SYSTEM'S BOUNCE FILE BOUNCES.DAT
000070*               TO THE GRADUATE MASTER GRADMAST.IDX.  BOUNCES ARE
000080*               MATCHED TO GRADUATES ON THE FULL E-MAIL ADDRESS,
000090*               IGNORING LETTER CASE.  EVERY MATCH ADDS TO THE
000100*               GRADUATE'S BOUNCE COUNT AND ADVANCES THE
000110*               LAST-BOUNCE DATE.  A HARD BOUNCE MARKS THE ADDRESS
000120*               UNDELIVERABLE AT ONCE; SOFT BOUNCES DO SO WHEN THE
000130*               COUNT REACHES THE LIMIT ON BOUNCECTL.DAT (3 IF NO
000140*               CARD).  BOUNCE.RPT LISTS REJECTED AND UNMATCHED
000150*               BOUNCES AND THE GRADUATES NEWLY MARKED.
000160*               RECONTACT.RPT LISTS EVERY UNDELIVERABLE GRADUATE
000170*               BY COURSE AND GRAD YEAR FOR THE REGISTRAR.
000180* TECTONICS:    COBC
000190******************************************************************
000200* MODIFICATION HISTORY:
000210*   10/15/2026  DF  INITIAL VERSION.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. CSISBOUNCE01.
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT BOUNCES ASSIGN TO "Bounces.Dat"
000300                ORGANIZATION IS LINE SEQUENTIAL.
000310
000320     SELECT OPTIONAL BOUNCE-CONTROL ASSIGN TO "BounceCtl.Dat"
000330                ORGANIZATION IS LINE SEQUENTIAL.
000340
000350     SELECT GRADUATE-MASTER ASSIGN TO "GradMast.Idx"
000360                ORGANIZATION IS INDEXED
000370                ACCESS MODE IS SEQUENTIAL
000380                RECORD KEY IS GM-STUDENT-ID.
000390
000400     SELECT COURSES ASSIGN TO "Courses.Dat"
000410                ORGANIZATION IS LINE SEQUENTIAL.
000420
000430     SELECT RECONTACT-SORT-FILE ASSIGN TO "ReContact.Tmp".
000440
000450     SELECT BOUNCE-LISTING ASSIGN TO "Bounce.Rpt"
000460                ORGANIZATION IS LINE SEQUENTIAL.
000470
000480     SELECT RECONTACT-REPORT ASSIGN TO "ReContact.Rpt"
000490                ORGANIZATION IS LINE SEQUENTIAL.
000500
000510     SELECT OPTIONAL RUN-LOG ASSIGN TO "RUNLOG.DAT"
000520                ORGANIZATION IS LINE SEQUENTIAL.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560******************************************************************
000570* ONE RECORD PER RETURNED MESSAGE FROM THE MAIL SYSTEM
000580******************************************************************
000590 FD  BOUNCES.
000600     01  BOUNCE-REC.
000610         88  END-OF-BOUNCE-REC          VALUE HIGH-VALUE.
000620         02  BN-EMAIL-ADDR              PIC X(28).
000630         02  BN-BOUNCE-DATE-X           PIC X(8).
000640         02  BN-BOUNCE-DATE REDEFINES BN-BOUNCE-DATE-X
000650                                        PIC 9(8).
000660         02  BN-BOUNCE-TYPE             PIC X(1).
000670             88  BN-HARD-BOUNCE         VALUE "H".
000680             88  BN-SOFT-BOUNCE         VALUE "S".
000690         02  BN-BOUNCE-REASON           PIC X(30).
000700
000710 FD  BOUNCE-CONTROL.
000720     01  BOUNCE-CONTROL-REC.
000730         02  BC-SOFT-LIMIT-X            PIC X(2).
000740         02  BC-SOFT-LIMIT REDEFINES BC-SOFT-LIMIT-X
000750                                        PIC 9(2).
000760
000770 FD  GRADUATE-MASTER.
000780     01  GRAD-MASTER-REC.
000790         88  END-OF-GRAD-MASTER         VALUE HIGH-VALUE.
000800         02  GM-STUDENT-ID              PIC X(7).
000810         02  GM-GRAD-DATA.
000820             03  GM-STUD-NAME           PIC X(25).
000830             03  GM-GRAD-YEAR           PIC 9(4).
000840             03  GM-COURSE-CODE         PIC 9(1).
000850             03  GM-EMAIL-ADDR          PIC X(28).
000860             03  GM-EMAIL-DOMAIN-NAME   PIC X(20).
000870             03  GM-COUNTRY-CODE        PIC X(2).
000880         02  GM-MAIL-STATUS             PIC X(1).
000890             88  GM-UNDELIVERABLE       VALUE "U".
000900         02  GM-BOUNCE-COUNT            PIC 9(3).
000910         02  GM-LAST-BOUNCE-DATE        PIC 9(8).
000920         02  FILLER                     PIC X(8).
000930
000940 FD  COURSES.
000950     01  COURSE-INFO.
000960         88  END-OF-COURSE-REC          VALUE HIGH-VALUE.
000970         02  CRF-COURSE-CODE            PIC 9(1).
000980         02  CRF-COURSE-NAME            PIC X(25).
000990
001000 SD  RECONTACT-SORT-FILE.
001010     01  RECONTACT-SORT-REC.
001020         88  END-OF-RECONTACT-SORT      VALUE HIGH-VALUE.
001030         02  RSF-COURSE-NAME            PIC X(25).
001040         02  RSF-GRAD-YEAR              PIC 9(4).
001050         02  RSF-STUD-NAME              PIC X(25).
001060         02  RSF-STUDENT-ID             PIC X(7).
001070         02  RSF-EMAIL-ADDR             PIC X(28).
001080         02  RSF-BOUNCE-COUNT           PIC 9(3).
001090         02  RSF-LAST-BOUNCE-DATE       PIC 9(8).
001100
001110 FD  BOUNCE-LISTING.
001120     01  BOUNCE-LISTING-LINE            PIC X(100).
001130
001140 FD  RECONTACT-REPORT.
001150     01  RECONTACT-LINE                 PIC X(100).
001160
001170 FD  RUN-LOG.
001180     01  RUN-LOG-REC.
001190         02  RL-PROGRAM-ID             PIC X(18).
001200         02  RL-RUN-DATE               PIC 9(8).
001210         02  RL-RUN-TIME               PIC 9(6).
001220         02  RL-STATUS                 PIC X(1).
001230         02  RL-RECORDS-READ           PIC 9(7).
001240         02  RL-RECORDS-REJECTED       PIC 9(7).
001250         02  RL-KEY-TOTAL              PIC S9(9)V99.
001260
001270 WORKING-STORAGE SECTION.
001280******************************************************************
001290* SWITCHES AND COUNTERS
001300******************************************************************
001310 77  WS-COURSE-COUNT                    PIC 9(2) COMP VALUE ZERO.
001320 77  WS-BOUNCE-ENTRIES                  PIC 9(4) COMP VALUE ZERO.
001330 77  WS-SOFT-BOUNCE-LIMIT               PIC 9(2) VALUE 3.
001340 77  WS-BOUNCES-READ                    PIC 9(7) VALUE ZERO.
001350 77  WS-BOUNCES-REJECTED                PIC 9(7) VALUE ZERO.
001360 77  WS-BOUNCES-MATCHED                 PIC 9(7) VALUE ZERO.
001370 77  WS-BOUNCES-UNMATCHED               PIC 9(7) VALUE ZERO.
001380 77  WS-GRADS-READ                      PIC 9(7) VALUE ZERO.
001390 77  WS-NEWLY-UNDELIVERABLE             PIC 9(7) VALUE ZERO.
001400 77  WS-UNDELIVERABLE-ON-FILE           PIC 9(7) VALUE ZERO.
001410 77  WS-YEAR-TOTAL                      PIC 9(5) COMP VALUE ZERO.
001420 77  WS-COURSE-TOTAL                    PIC 9(5) COMP VALUE ZERO.
001430 77  WS-GRAND-TOTAL                     PIC 9(7) COMP VALUE ZERO.
001440
001450 01  WS-MASTER-CHANGED-FLAG             PIC X(1) VALUE "N".
001460     88  MASTER-CHANGED                 VALUE "Y".
001470
001480 01  WS-HARD-BOUNCE-FLAG                PIC X(1) VALUE "N".
001490     88  HARD-BOUNCE-SEEN               VALUE "Y".
001500
001510 01  WS-WAS-UNDELIVERABLE-FLAG          PIC X(1) VALUE "N".
001520     88  WAS-UNDELIVERABLE              VALUE "Y".
001530
001540 01  WS-REJECT-REASON                   PIC X(30) VALUE SPACES.
001550
001560 01  WS-TIME-WORK.
001570     02  WS-TIME-HHMMSS                 PIC 9(6).
001580     02  FILLER                         PIC 9(2).
001590
001600******************************************************************
001610* ADDRESS MATCHING - BOTH SIDES ARE FOLDED TO UPPER CASE
001620******************************************************************
001630 01  WS-MATCH-ADDR                      PIC X(28).
001640
001650 01  WS-LOWER-CASE                      PIC X(26) VALUE
001660     "abcdefghijklmnopqrstuvwxyz".
001670 01  WS-UPPER-CASE                      PIC X(26) VALUE
001680     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001690
001700******************************************************************
001710* BOUNCE TABLE, LOADED FROM BOUNCES.DAT AND MATCHED AGAINST EACH
001720* GRADUATE ON ONE PASS OF THE MASTER
001730******************************************************************
001740 01  BOUNCE-TABLE.
001750     02  BOUNCE-ENTRY OCCURS 1 TO 3000 TIMES
001760                 DEPENDING ON WS-BOUNCE-ENTRIES
001770                 INDEXED BY BOUNCE-IDX.
001780         03  BTE-EMAIL-ADDR             PIC X(28).
001790         03  BTE-BOUNCE-DATE            PIC 9(8).
001800         03  BTE-BOUNCE-TYPE            PIC X(1).
001810             88  BTE-HARD-BOUNCE        VALUE "H".
001820         03  BTE-MATCH-COUNT            PIC 9(3) COMP.
001830
001840******************************************************************
001850* COURSE-CODE LOOKUP TABLE, LOADED FROM COURSES.DAT
001860******************************************************************
001870 01  COURSE-TABLE.
001880     02  COURSE-ENTRY OCCURS 1 TO 10 TIMES
001890                 DEPENDING ON WS-COURSE-COUNT
001900                 INDEXED BY COURSE-IDX.
001910         03  CSE-COURSE-CODE            PIC 9(1).
001920         03  CSE-COURSE-NAME            PIC X(25).
001930
001940******************************************************************
001950* BOUNCE.RPT LINES
001960******************************************************************
001970 01  BOUNCE-MAIN-TITLE                  PIC X(44) VALUE
001980     "E-MAIL BOUNCES APPLIED TO GRADUATE MASTER".
001990
002000 01  BOUNCE-SUBTITLES.
002010     02  FILLER                         PIC X(9)  VALUE
002020         "STUDENT".
002030     02  FILLER                         PIC X(30) VALUE
002040         "E-MAIL ADDRESS".
002050     02  FILLER                         PIC X(10) VALUE
002060         "BOUNCED".
002070     02  FILLER                         PIC X(5)  VALUE "TYPE".
002080     02  FILLER                         PIC X(30) VALUE
002090         "RESULT".
002100
002110 01  BOUNCE-DETAIL-LINE.
002120     02  BDL-STUDENT-ID                 PIC X(7).
002130     02  FILLER                         PIC X(2)  VALUE SPACES.
002140     02  BDL-EMAIL-ADDR                 PIC X(28).
002150     02  FILLER                         PIC X(2)  VALUE SPACES.
002160     02  BDL-BOUNCE-DATE                PIC X(8).
002170     02  FILLER                         PIC X(2)  VALUE SPACES.
002180     02  BDL-BOUNCE-TYPE                PIC X(1).
002190     02  FILLER                         PIC X(4)  VALUE SPACES.
002200     02  BDL-RESULT                     PIC X(30).
002210
002220 01  BOUNCE-TOTAL-LINE.
002230     02  BTL-LABEL                      PIC X(22).
002240     02  BTL-COUNT                      PIC ZZZZZZ9.
002250
002260******************************************************************
002270* RECONTACT.RPT LINES
002280******************************************************************
002290 01  PREV-COURSE-NAME                   PIC X(25).
002300 01  PREV-GRAD-YEAR                     PIC 9(4).
002310
002320 01  RECONTACT-MAIN-TITLE               PIC X(44) VALUE
002330     "GRADUATES TO RE-CONTACT - E-MAIL BOUNCING".
002340
002350 01  RECONTACT-COURSE-LINE.
002360     02  FILLER                         PIC X(8)  VALUE
002370         "COURSE: ".
002380     02  PRN-COURSE-NAME                PIC X(25).
002390
002400 01  RECONTACT-YEAR-LINE.
002410     02  FILLER                         PIC X(16) VALUE
002420         "    GRAD YEAR : ".
002430     02  PRN-GRAD-YEAR                  PIC 9999.
002440
002450 01  RECONTACT-SUBTITLES.
002460     02  FILLER                         PIC X(8)  VALUE SPACES.
002470     02  FILLER                         PIC X(9)  VALUE
002480         "STUDENT".
002490     02  FILLER                         PIC X(27) VALUE
002500         "STUDENT NAME".
002510     02  FILLER                         PIC X(30) VALUE
002520         "LAST E-MAIL ADDRESS".
002530     02  FILLER                         PIC X(9)  VALUE
002540         "BOUNCES".
002550     02  FILLER                         PIC X(11) VALUE
002560         "LAST BOUNCE".
002570
002580 01  RECONTACT-DETAIL-LINE.
002590     02  FILLER                         PIC X(8)  VALUE SPACES.
002600     02  RDL-STUDENT-ID                 PIC X(7).
002610     02  FILLER                         PIC X(2)  VALUE SPACES.
002620     02  RDL-STUD-NAME                  PIC X(25).
002630     02  FILLER                         PIC X(2)  VALUE SPACES.
002640     02  RDL-EMAIL-ADDR                 PIC X(28).
002650     02  FILLER                         PIC X(4)  VALUE SPACES.
002660     02  RDL-BOUNCE-COUNT               PIC ZZ9.
002670     02  FILLER                         PIC X(4)  VALUE SPACES.
002680     02  RDL-LAST-BOUNCE-DATE           PIC 9(8).
002690
002700 01  RECONTACT-YEAR-TOTAL-LINE.
002710     02  FILLER                         PIC X(22) VALUE
002720         "    YEAR TOTAL     : ".
002730     02  PRN-YEAR-TOTAL                 PIC ZZZZ9.
002740
002750 01  RECONTACT-COURSE-TOTAL-LINE.
002760     02  FILLER                         PIC X(22) VALUE
002770         "  COURSE TOTAL      : ".
002780     02  PRN-COURSE-TOTAL               PIC ZZZZ9.
002790
002800 01  RECONTACT-GRAND-TOTAL-LINE.
002810     02  FILLER                         PIC X(22) VALUE
002820         "  GRAND TOTAL       : ".
002830     02  PRN-GRAND-TOTAL                PIC ZZZZZZ9.
002840
002850 PROCEDURE DIVISION.
002860******************************************************************
002870* 0000-MAINLINE
002880******************************************************************
002890 0000-MAINLINE.
002900     PERFORM 1000-INITIALIZE
002910         THRU 1000-INITIALIZE-EXIT.
002920
002930     SORT RECONTACT-SORT-FILE
002940         ON ASCENDING KEY RSF-COURSE-NAME
002950                          RSF-GRAD-YEAR
002960                          RSF-STUD-NAME
002970         INPUT PROCEDURE IS 2000-APPLY-BOUNCES
002980             THRU 2000-APPLY-BOUNCES-EXIT
002990         OUTPUT PROCEDURE IS 3000-PRINT-RECONTACT
003000             THRU 3000-PRINT-RECONTACT-EXIT.
003010
003020     PERFORM 4000-LIST-UNMATCHED-BOUNCES
003030         THRU 4000-LIST-UNMATCHED-BOUNCES-EXIT.
003040
003050     PERFORM 8000-TERMINATE
003060         THRU 8000-TERMINATE-EXIT.
003070
003080     PERFORM 9999-EXIT
003090         THRU 9999-EXIT-EXIT.
003100
003110******************************************************************
003120* 1000-INITIALIZE - START-OF-RUN LOG RECORD, SOFT-BOUNCE LIMIT,
003130* COURSE TABLE AND BOUNCE TABLE
003140******************************************************************
003150 1000-INITIALIZE.
003160     MOVE "S" TO RL-STATUS.
003170     MOVE ZEROS TO RL-RECORDS-READ, RL-RECORDS-REJECTED,
003180                   RL-KEY-TOTAL.
003190     PERFORM 5000-WRITE-RUN-LOG
003200         THRU 5000-WRITE-RUN-LOG-EXIT.
003210
003220     OPEN INPUT BOUNCE-CONTROL.
003230     READ BOUNCE-CONTROL
003240         AT END MOVE SPACES TO BOUNCE-CONTROL-REC
003250     END-READ.
003260     IF BC-SOFT-LIMIT-X NUMERIC AND BC-SOFT-LIMIT > ZERO
003270         MOVE BC-SOFT-LIMIT TO WS-SOFT-BOUNCE-LIMIT
003280     END-IF.
003290     CLOSE BOUNCE-CONTROL.
003300
003310     OPEN OUTPUT BOUNCE-LISTING.
003320     WRITE BOUNCE-LISTING-LINE FROM BOUNCE-MAIN-TITLE.
003330     WRITE BOUNCE-LISTING-LINE FROM BOUNCE-SUBTITLES
003340         AFTER ADVANCING 2 LINES.
003350
003360     PERFORM 1100-LOAD-COURSE-TABLE
003370         THRU 1100-LOAD-COURSE-TABLE-EXIT.
003380     PERFORM 1200-LOAD-BOUNCE-TABLE
003390         THRU 1200-LOAD-BOUNCE-TABLE-EXIT.
003400 1000-INITIALIZE-EXIT.
003410     EXIT.
003420
003430******************************************************************
003440* 1100-LOAD-COURSE-TABLE
003450******************************************************************
003460 1100-LOAD-COURSE-TABLE.
003470     OPEN INPUT COURSES.
003480     READ COURSES
003490         AT END SET END-OF-COURSE-REC TO TRUE
003500     END-READ.
003510
003520     PERFORM UNTIL END-OF-COURSE-REC
003530         ADD 1 TO WS-COURSE-COUNT
003540         MOVE CRF-COURSE-CODE TO
003550              CSE-COURSE-CODE(WS-COURSE-COUNT)
003560         MOVE CRF-COURSE-NAME TO
003570              CSE-COURSE-NAME(WS-COURSE-COUNT)
003580         READ COURSES
003590             AT END SET END-OF-COURSE-REC TO TRUE
003600         END-READ
003610     END-PERFORM.
003620
003630     CLOSE COURSES.
003640 1100-LOAD-COURSE-TABLE-EXIT.
003650     EXIT.
003660
003670******************************************************************
003680* 1200-LOAD-BOUNCE-TABLE
003690******************************************************************
003700 1200-LOAD-BOUNCE-TABLE.
003710     OPEN INPUT BOUNCES.
003720     READ BOUNCES
003730         AT END SET END-OF-BOUNCE-REC TO TRUE
003740     END-READ.
003750
003760     PERFORM 1210-LOAD-ONE-BOUNCE
003770         THRU 1210-LOAD-ONE-BOUNCE-EXIT
003780         UNTIL END-OF-BOUNCE-REC.
003790
003800     CLOSE BOUNCES.
003810 1200-LOAD-BOUNCE-TABLE-EXIT.
003820     EXIT.
003830
003840******************************************************************
003850* 1210-LOAD-ONE-BOUNCE - A BOUNCE WITH NO ADDRESS, A BAD DATE OR
003860* AN UNKNOWN TYPE IS LISTED AND DROPPED
003870******************************************************************
003880 1210-LOAD-ONE-BOUNCE.
003890     ADD 1 TO WS-BOUNCES-READ.
003900     MOVE SPACES TO WS-REJECT-REASON.
003910
003920     IF BN-EMAIL-ADDR = SPACES
003930         MOVE "REJECTED - NO E-MAIL ADDRESS" TO WS-REJECT-REASON
003940     END-IF.
003950     IF WS-REJECT-REASON = SPACES
003960        AND BN-BOUNCE-DATE-X NOT NUMERIC
003970         MOVE "REJECTED - BOUNCE DATE INVALID"
003980             TO WS-REJECT-REASON
003990     END-IF.
004000     IF WS-REJECT-REASON = SPACES
004010        AND NOT BN-HARD-BOUNCE AND NOT BN-SOFT-BOUNCE
004020         MOVE "REJECTED - TYPE NOT H OR S" TO WS-REJECT-REASON
004030     END-IF.
004040     IF WS-REJECT-REASON = SPACES
004050        AND WS-BOUNCE-ENTRIES NOT < 3000
004060         MOVE "REJECTED - BOUNCE TABLE FULL" TO WS-REJECT-REASON
004070     END-IF.
004080
004090     IF WS-REJECT-REASON NOT = SPACES
004100         MOVE SPACES           TO BDL-STUDENT-ID
004110         MOVE BN-EMAIL-ADDR    TO BDL-EMAIL-ADDR
004120         MOVE BN-BOUNCE-DATE-X TO BDL-BOUNCE-DATE
004130         MOVE BN-BOUNCE-TYPE   TO BDL-BOUNCE-TYPE
004140         MOVE WS-REJECT-REASON TO BDL-RESULT
004150         WRITE BOUNCE-LISTING-LINE FROM BOUNCE-DETAIL-LINE
004160         ADD 1 TO WS-BOUNCES-REJECTED
004170         GO TO 1210-LOAD-ONE-BOUNCE-READ
004180     END-IF.
004190
004200     ADD 1 TO WS-BOUNCE-ENTRIES.
004210     MOVE BN-EMAIL-ADDR TO BTE-EMAIL-ADDR(WS-BOUNCE-ENTRIES).
004220     INSPECT BTE-EMAIL-ADDR(WS-BOUNCE-ENTRIES)
004230         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
004240     MOVE BN-BOUNCE-DATE TO BTE-BOUNCE-DATE(WS-BOUNCE-ENTRIES).
004250     MOVE BN-BOUNCE-TYPE TO BTE-BOUNCE-TYPE(WS-BOUNCE-ENTRIES).
004260     MOVE ZERO TO BTE-MATCH-COUNT(WS-BOUNCE-ENTRIES).
004270
004280 1210-LOAD-ONE-BOUNCE-READ.
004290     READ BOUNCES
004300         AT END SET END-OF-BOUNCE-REC TO TRUE
004310     END-READ.
004320 1210-LOAD-ONE-BOUNCE-EXIT.
004330     EXIT.
004340
004350******************************************************************
004360* 2000-APPLY-BOUNCES - SORT INPUT PROCEDURE.  ONE PASS OF THE
004370* GRADUATE MASTER: BOUNCES ARE APPLIED, CHANGED RECORDS
004380* REWRITTEN, AND EVERY UNDELIVERABLE GRADUATE RELEASED FOR THE
004390* RE-CONTACT REPORT.
004400******************************************************************
004410 2000-APPLY-BOUNCES.
004420     OPEN I-O GRADUATE-MASTER.
004430     READ GRADUATE-MASTER NEXT RECORD
004440         AT END SET END-OF-GRAD-MASTER TO TRUE
004450     END-READ.
004460
004470     PERFORM 2100-PROCESS-ONE-GRADUATE
004480         THRU 2100-PROCESS-ONE-GRADUATE-EXIT
004490         UNTIL END-OF-GRAD-MASTER.
004500
004510     CLOSE GRADUATE-MASTER.
004520 2000-APPLY-BOUNCES-EXIT.
004530     EXIT.
004540
004550******************************************************************
004560* 2100-PROCESS-ONE-GRADUATE
004570******************************************************************
004580 2100-PROCESS-ONE-GRADUATE.
004590     ADD 1 TO WS-GRADS-READ.
004600     MOVE "N" TO WS-MASTER-CHANGED-FLAG.
004610     MOVE "N" TO WS-HARD-BOUNCE-FLAG.
004620     MOVE "N" TO WS-WAS-UNDELIVERABLE-FLAG.
004630     IF GM-UNDELIVERABLE
004640         MOVE "Y" TO WS-WAS-UNDELIVERABLE-FLAG
004650     END-IF.
004660
004670     MOVE GM-EMAIL-ADDR TO WS-MATCH-ADDR.
004680     INSPECT WS-MATCH-ADDR
004690         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
004700
004710     PERFORM 2200-MATCH-ONE-BOUNCE
004720         THRU 2200-MATCH-ONE-BOUNCE-EXIT
004730         VARYING BOUNCE-IDX FROM 1 BY 1
004740         UNTIL BOUNCE-IDX > WS-BOUNCE-ENTRIES.
004750
004760     IF MASTER-CHANGED
004770         PERFORM 2300-UPDATE-MAIL-STATUS
004780             THRU 2300-UPDATE-MAIL-STATUS-EXIT
004790     END-IF.
004800
004810     IF GM-UNDELIVERABLE
004820         ADD 1 TO WS-UNDELIVERABLE-ON-FILE
004830         PERFORM 2400-RELEASE-RECONTACT
004840             THRU 2400-RELEASE-RECONTACT-EXIT
004850     END-IF.
004860
004870     READ GRADUATE-MASTER NEXT RECORD
004880         AT END SET END-OF-GRAD-MASTER TO TRUE
004890     END-READ.
004900 2100-PROCESS-ONE-GRADUATE-EXIT.
004910     EXIT.
004920
004930******************************************************************
004940* 2200-MATCH-ONE-BOUNCE - A BOUNCE FOR THIS GRADUATE'S ADDRESS
004950* BUMPS THE BOUNCE COUNT AND CARRIES THE LATEST BOUNCE DATE.
004960* COUNT AND DATE LEFT NON-NUMERIC BY AN EARLY LOAD START AT ZERO.
004970******************************************************************
004980 2200-MATCH-ONE-BOUNCE.
004990     IF BTE-EMAIL-ADDR(BOUNCE-IDX) NOT = WS-MATCH-ADDR
005000         GO TO 2200-MATCH-ONE-BOUNCE-EXIT
005010     END-IF.
005020
005030     IF NOT MASTER-CHANGED
005040         IF GM-BOUNCE-COUNT NOT NUMERIC
005050             MOVE ZEROS TO GM-BOUNCE-COUNT
005060         END-IF
005070         IF GM-LAST-BOUNCE-DATE NOT NUMERIC
005080             MOVE ZEROS TO GM-LAST-BOUNCE-DATE
005090         END-IF
005100         MOVE "Y" TO WS-MASTER-CHANGED-FLAG
005110     END-IF.
005120
005130     IF GM-BOUNCE-COUNT < 999
005140         ADD 1 TO GM-BOUNCE-COUNT
005150     END-IF.
005160     IF BTE-BOUNCE-DATE(BOUNCE-IDX) > GM-LAST-BOUNCE-DATE
005170         MOVE BTE-BOUNCE-DATE(BOUNCE-IDX) TO GM-LAST-BOUNCE-DATE
005180     END-IF.
005190     IF BTE-HARD-BOUNCE(BOUNCE-IDX)
005200         MOVE "Y" TO WS-HARD-BOUNCE-FLAG
005210     END-IF.
005220
005230     IF BTE-MATCH-COUNT(BOUNCE-IDX) = ZERO
005240         ADD 1 TO WS-BOUNCES-MATCHED
005250     END-IF.
005260     IF BTE-MATCH-COUNT(BOUNCE-IDX) < 999
005270         ADD 1 TO BTE-MATCH-COUNT(BOUNCE-IDX)
005280     END-IF.
005290 2200-MATCH-ONE-BOUNCE-EXIT.
005300     EXIT.
005310
005320******************************************************************
005330* 2300-UPDATE-MAIL-STATUS - A HARD BOUNCE, OR SOFT BOUNCES UP TO
005340* THE LIMIT, MARK THE ADDRESS UNDELIVERABLE.  THE MASTER IS
005350* REWRITTEN WITH THE NEW COUNT AND DATE EITHER WAY.
005360******************************************************************
005370 2300-UPDATE-MAIL-STATUS.
005380     IF HARD-BOUNCE-SEEN
005390        OR GM-BOUNCE-COUNT NOT < WS-SOFT-BOUNCE-LIMIT
005400         SET GM-UNDELIVERABLE TO TRUE
005410     END-IF.
005420
005430     REWRITE GRAD-MASTER-REC
005440         INVALID KEY
005450             DISPLAY "2300-UPDATE-MAIL-STATUS: REWRITE FAILED "
005460                     "FOR STUDENT ID " GM-STUDENT-ID
005470             GO TO 2300-UPDATE-MAIL-STATUS-EXIT
005480     END-REWRITE.
005490
005500     IF GM-UNDELIVERABLE AND NOT WAS-UNDELIVERABLE
005510         ADD 1 TO WS-NEWLY-UNDELIVERABLE
005520         MOVE GM-STUDENT-ID       TO BDL-STUDENT-ID
005530         MOVE GM-EMAIL-ADDR       TO BDL-EMAIL-ADDR
005540         MOVE GM-LAST-BOUNCE-DATE TO BDL-BOUNCE-DATE
005550         IF HARD-BOUNCE-SEEN
005560             MOVE "H" TO BDL-BOUNCE-TYPE
005570             MOVE "MARKED UNDELIVERABLE - HARD"
005580                 TO BDL-RESULT
005590         ELSE
005600             MOVE "S" TO BDL-BOUNCE-TYPE
005610             MOVE "MARKED UNDELIVERABLE - REPEATS"
005620                 TO BDL-RESULT
005630         END-IF
005640         WRITE BOUNCE-LISTING-LINE FROM BOUNCE-DETAIL-LINE
005650     END-IF.
005660 2300-UPDATE-MAIL-STATUS-EXIT.
005670     EXIT.
005680
005690******************************************************************
005700* 2400-RELEASE-RECONTACT
005710******************************************************************
005720 2400-RELEASE-RECONTACT.
005730     MOVE "UNKNOWN COURSE" TO RSF-COURSE-NAME.
005740     SET COURSE-IDX TO 1.
005750     SEARCH COURSE-ENTRY
005760         AT END
005770             CONTINUE
005780         WHEN CSE-COURSE-CODE(COURSE-IDX) = GM-COURSE-CODE
005790             MOVE CSE-COURSE-NAME(COURSE-IDX) TO RSF-COURSE-NAME
005800     END-SEARCH.
005810
005820     MOVE GM-GRAD-YEAR  TO RSF-GRAD-YEAR.
005830     MOVE GM-STUD-NAME  TO RSF-STUD-NAME.
005840     MOVE GM-STUDENT-ID TO RSF-STUDENT-ID.
005850     MOVE GM-EMAIL-ADDR TO RSF-EMAIL-ADDR.
005860     IF GM-BOUNCE-COUNT NUMERIC
005870         MOVE GM-BOUNCE-COUNT TO RSF-BOUNCE-COUNT
005880     ELSE
005890         MOVE ZEROS TO RSF-BOUNCE-COUNT
005900     END-IF.
005910     IF GM-LAST-BOUNCE-DATE NUMERIC
005920         MOVE GM-LAST-BOUNCE-DATE TO RSF-LAST-BOUNCE-DATE
005930     ELSE
005940         MOVE ZEROS TO RSF-LAST-BOUNCE-DATE
005950     END-IF.
005960     RELEASE RECONTACT-SORT-REC.
005970 2400-RELEASE-RECONTACT-EXIT.
005980     EXIT.
005990
006000******************************************************************
006010* 3000-PRINT-RECONTACT - SORT OUTPUT PROCEDURE.  UNDELIVERABLE
006020* GRADUATES BY COURSE AND GRAD YEAR, WITH YEAR, COURSE AND GRAND
006030* TOTALS.
006040******************************************************************
006050 3000-PRINT-RECONTACT.
006060     OPEN OUTPUT RECONTACT-REPORT.
006070     WRITE RECONTACT-LINE FROM RECONTACT-MAIN-TITLE.
006080
006090     RETURN RECONTACT-SORT-FILE
006100         AT END SET END-OF-RECONTACT-SORT TO TRUE
006110     END-RETURN.
006120
006130     MOVE ZERO TO WS-GRAND-TOTAL.
006140     PERFORM 3100-PRINT-ONE-COURSE
006150         THRU 3100-PRINT-ONE-COURSE-EXIT
006160         UNTIL END-OF-RECONTACT-SORT.
006170
006180     MOVE WS-GRAND-TOTAL TO PRN-GRAND-TOTAL.
006190     WRITE RECONTACT-LINE FROM RECONTACT-GRAND-TOTAL-LINE
006200         AFTER ADVANCING 2 LINES.
006210
006220     CLOSE RECONTACT-REPORT.
006230 3000-PRINT-RECONTACT-EXIT.
006240     EXIT.
006250
006260******************************************************************
006270* 3100-PRINT-ONE-COURSE
006280******************************************************************
006290 3100-PRINT-ONE-COURSE.
006300     MOVE RSF-COURSE-NAME TO PREV-COURSE-NAME.
006310     MOVE PREV-COURSE-NAME TO PRN-COURSE-NAME.
006320     WRITE RECONTACT-LINE FROM RECONTACT-COURSE-LINE
006330         AFTER ADVANCING 2 LINES.
006340
006350     MOVE ZERO TO WS-COURSE-TOTAL.
006360     PERFORM 3200-PRINT-ONE-YEAR
006370         THRU 3200-PRINT-ONE-YEAR-EXIT
006380         UNTIL END-OF-RECONTACT-SORT
006390            OR RSF-COURSE-NAME NOT = PREV-COURSE-NAME.
006400
006410     MOVE WS-COURSE-TOTAL TO PRN-COURSE-TOTAL.
006420     WRITE RECONTACT-LINE FROM RECONTACT-COURSE-TOTAL-LINE.
006430     ADD WS-COURSE-TOTAL TO WS-GRAND-TOTAL.
006440 3100-PRINT-ONE-COURSE-EXIT.
006450     EXIT.
006460
006470******************************************************************
006480* 3200-PRINT-ONE-YEAR
006490******************************************************************
006500 3200-PRINT-ONE-YEAR.
006510     MOVE RSF-GRAD-YEAR TO PREV-GRAD-YEAR.
006520     MOVE PREV-GRAD-YEAR TO PRN-GRAD-YEAR.
006530     WRITE RECONTACT-LINE FROM RECONTACT-YEAR-LINE.
006540     WRITE RECONTACT-LINE FROM RECONTACT-SUBTITLES.
006550
006560     MOVE ZERO TO WS-YEAR-TOTAL.
006570     PERFORM 3300-PRINT-ONE-GRADUATE
006580         THRU 3300-PRINT-ONE-GRADUATE-EXIT
006590         UNTIL END-OF-RECONTACT-SORT
006600            OR RSF-COURSE-NAME NOT = PREV-COURSE-NAME
006610            OR RSF-GRAD-YEAR NOT = PREV-GRAD-YEAR.
006620
006630     MOVE WS-YEAR-TOTAL TO PRN-YEAR-TOTAL.
006640     WRITE RECONTACT-LINE FROM RECONTACT-YEAR-TOTAL-LINE.
006650     ADD WS-YEAR-TOTAL TO WS-COURSE-TOTAL.
006660 3200-PRINT-ONE-YEAR-EXIT.
006670     EXIT.
006680
006690******************************************************************
006700* 3300-PRINT-ONE-GRADUATE
006710******************************************************************
006720 3300-PRINT-ONE-GRADUATE.
006730     MOVE RSF-STUDENT-ID       TO RDL-STUDENT-ID.
006740     MOVE RSF-STUD-NAME        TO RDL-STUD-NAME.
006750     MOVE RSF-EMAIL-ADDR       TO RDL-EMAIL-ADDR.
006760     MOVE RSF-BOUNCE-COUNT     TO RDL-BOUNCE-COUNT.
006770     MOVE RSF-LAST-BOUNCE-DATE TO RDL-LAST-BOUNCE-DATE.
006780     WRITE RECONTACT-LINE FROM RECONTACT-DETAIL-LINE.
006790     ADD 1 TO WS-YEAR-TOTAL.
006800
006810     RETURN RECONTACT-SORT-FILE
006820         AT END SET END-OF-RECONTACT-SORT TO TRUE
006830     END-RETURN.
006840 3300-PRINT-ONE-GRADUATE-EXIT.
006850     EXIT.
006860
006870******************************************************************
006880* 4000-LIST-UNMATCHED-BOUNCES - BOUNCES FOR ADDRESSES NO LONGER
006890* ON THE MASTER, FOR THE ALUMNI OFFICE TO DROP FROM ITS LISTS
006900******************************************************************
006910 4000-LIST-UNMATCHED-BOUNCES.
006920     PERFORM 4100-LIST-ONE-UNMATCHED
006930         THRU 4100-LIST-ONE-UNMATCHED-EXIT
006940         VARYING BOUNCE-IDX FROM 1 BY 1
006950         UNTIL BOUNCE-IDX > WS-BOUNCE-ENTRIES.
006960 4000-LIST-UNMATCHED-BOUNCES-EXIT.
006970     EXIT.
006980
006990 4100-LIST-ONE-UNMATCHED.
007000     IF BTE-MATCH-COUNT(BOUNCE-IDX) = ZERO
007010         ADD 1 TO WS-BOUNCES-UNMATCHED
007020         MOVE SPACES                      TO BDL-STUDENT-ID
007030         MOVE BTE-EMAIL-ADDR(BOUNCE-IDX)  TO BDL-EMAIL-ADDR
007040         MOVE BTE-BOUNCE-DATE(BOUNCE-IDX) TO BDL-BOUNCE-DATE
007050         MOVE BTE-BOUNCE-TYPE(BOUNCE-IDX) TO BDL-BOUNCE-TYPE
007060         MOVE "NO GRADUATE WITH THIS ADDRESS" TO BDL-RESULT
007070         WRITE BOUNCE-LISTING-LINE FROM BOUNCE-DETAIL-LINE
007080     END-IF.
007090 4100-LIST-ONE-UNMATCHED-EXIT.
007100     EXIT.
007110
007120******************************************************************
007130* 5000-WRITE-RUN-LOG - APPENDS ONE RECORD TO THE SHARED RUN AUDIT
007140* LOG.  RL-STATUS AND THE COUNT FIELDS ARE SET BY THE CALLER.
007150******************************************************************
007160 5000-WRITE-RUN-LOG.
007170     MOVE "CSISBOUNCE01" TO RL-PROGRAM-ID.
007180     ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
007190     ACCEPT WS-TIME-WORK FROM TIME.
007200     MOVE WS-TIME-HHMMSS TO RL-RUN-TIME.
007210     OPEN EXTEND RUN-LOG.
007220     WRITE RUN-LOG-REC.
007230     CLOSE RUN-LOG.
007240 5000-WRITE-RUN-LOG-EXIT.
007250     EXIT.
007260
007270******************************************************************
007280* 8000-TERMINATE - BOUNCE.RPT TOTALS AND END-OF-RUN LOG RECORD
007290******************************************************************
007300 8000-TERMINATE.
007310     MOVE "BOUNCES READ        :" TO BTL-LABEL.
007320     MOVE WS-BOUNCES-READ TO BTL-COUNT.
007330     WRITE BOUNCE-LISTING-LINE FROM BOUNCE-TOTAL-LINE
007340         AFTER ADVANCING 2 LINES.
007350     MOVE "BOUNCES REJECTED    :" TO BTL-LABEL.
007360     MOVE WS-BOUNCES-REJECTED TO BTL-COUNT.
007370     WRITE BOUNCE-LISTING-LINE FROM BOUNCE-TOTAL-LINE.
007380     MOVE "BOUNCES MATCHED     :" TO BTL-LABEL.
007390     MOVE WS-BOUNCES-MATCHED TO BTL-COUNT.
007400     WRITE BOUNCE-LISTING-LINE FROM BOUNCE-TOTAL-LINE.
007410     MOVE "BOUNCES UNMATCHED   :" TO BTL-LABEL.
007420     MOVE WS-BOUNCES-UNMATCHED TO BTL-COUNT.
007430     WRITE BOUNCE-LISTING-LINE FROM BOUNCE-TOTAL-LINE.
007440     MOVE "NEWLY UNDELIVERABLE :" TO BTL-LABEL.
007450     MOVE WS-NEWLY-UNDELIVERABLE TO BTL-COUNT.
007460     WRITE BOUNCE-LISTING-LINE FROM BOUNCE-TOTAL-LINE.
007470     MOVE "UNDELIVERABLE NOW   :" TO BTL-LABEL.
007480     MOVE WS-UNDELIVERABLE-ON-FILE TO BTL-COUNT.
007490     WRITE BOUNCE-LISTING-LINE FROM BOUNCE-TOTAL-LINE.
007500
007510     CLOSE BOUNCE-LISTING.
007520
007530     MOVE "C" TO RL-STATUS.
007540     MOVE WS-BOUNCES-READ TO RL-RECORDS-READ.
007550     COMPUTE RL-RECORDS-REJECTED =
007560         WS-BOUNCES-REJECTED + WS-BOUNCES-UNMATCHED.
007570     MOVE WS-NEWLY-UNDELIVERABLE TO RL-KEY-TOTAL.
007580     PERFORM 5000-WRITE-RUN-LOG
007590         THRU 5000-WRITE-RUN-LOG-EXIT.
007600 8000-TERMINATE-EXIT.
007610     EXIT.
007620
007630******************************************************************
007640* 9999-EXIT - COMMON PROGRAM EXIT
007650******************************************************************
007660 9999-EXIT.
007670     STOP RUN.
007680 9999-EXIT-EXIT.
007690     EXIT.
007700 END PROGRAM CSISBOUNCE01.
