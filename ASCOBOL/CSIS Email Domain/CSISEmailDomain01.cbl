000450*                   GRADUATE COUNT PER COURSE BROKEN OUT BY
000460*                   COUNTRY WITH COURSE AND GRAND TOTALS FOR THE
000470*                   DEAN'S OFFICE.
000471*   10/15/2026  DF  GRADUATES NOW READ FROM THE INDEXED GRADUATE
000472*                   MASTER GRADMAST.IDX IN STUDENT ID ORDER, KEPT
000473*                   BY CSISGRADMAINT01.  EMAILEXCP.RPT AND
000474*                   DUPGRADS.RPT CARRY THE STUDENT ID SO EACH
000475*                   ENTRY CAN BE CORRECTED OR DELETED BY KEY.
000476*   10/15/2026  DF  MAIL STATUS CARRIED ONTO SORTEDDOMAIN.DAT SO
000477*                   CSISDOMAINQUERY01 CAN DROP UNDELIVERABLE
000478*                   ADDRESSES FROM MAILING EXTRACTS.
000479*                   DOMAINSUM.RPT STILL COUNTS AND SHOWS THEM.
000480******************************************************************
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. CSISEMAILDOMAIN01.
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT GRADUATE-INFO ASSIGN TO "GradMast.Idx"
000560                ORGANIZATION IS INDEXED
000561                ACCESS MODE IS SEQUENTIAL
000562                RECORD KEY IS GI-STUDENT-ID.
000570
000580     SELECT COUNTRY-CODES ASSIGN TO "CountryCodes.Dat"
000590                ORGANIZATION IS LINE SEQUENTIAL.
000890 FD  GRADUATE-INFO.
000900     01  GRADUATE-REC.
000910         88  END-OF-GRAD-REC            VALUE HIGH-VALUE.
000915         02  GI-STUDENT-ID              PIC X(7).
000920         02  GI-STUD-NAME               PIC X(25).
000930         02  GI-GRAD-YEAR               PIC 9(4).
000940         02  GI-COURSE-CODE             PIC 9(1).
000950         02  GI-EMAIL-ADDR              PIC X(28).
000960         02  GI-EMAIL-DOMAIN-NAME       PIC X(20).
000970         02  GI-COUNTRY-CODE            PIC X(2).
000975         02  GI-MAIL-STATUS             PIC X(1).
000976             88  GI-UNDELIVERABLE       VALUE "U".
000977         02  GI-BOUNCE-COUNT            PIC 9(3).
000978         02  GI-LAST-BOUNCE-DATE        PIC 9(8).
000979         02  FILLER                     PIC X(8).
000980
000990 SD  EMAIL-DOMAIN-FILE.
001000     01  EMAIL-DOMAIN-INFO.
001040         02  EDF-GRAD-YEAR              PIC 9(4).
001050         02  EDF-COURSE-NAME            PIC X(25).
001060         02  EDF-COUNTRY-NAME           PIC X(26).
001065         02  EDF-MAIL-STATUS            PIC X(1).
001070
001080 FD  COUNTRY-CODES.
001090     01  COUNTRY-CODE-INFO.
001180         02  CRF-COURSE-NAME            PIC X(25).
001190
001200 FD  SORTED-DOMAIN-FILE.
001210     01  SORTED-DOMAIN-REC              PIC X(101).
001220     01  SORTED-DOMAIN-FIELDS.
001230         88  END-OF-SORTED-DOMAIN-REC   VALUE HIGH-VALUE.
001240         02  SDF-EMAIL-DOMAIN-NAME      PIC X(20).
001260         02  SDF-GRAD-YEAR              PIC 9(4).
001270         02  SDF-COURSE-NAME            PIC X(25).
001280         02  SDF-COUNTRY-NAME           PIC X(26).
001285         02  SDF-MAIL-STATUS            PIC X(1).
001287             88  SDF-UNDELIVERABLE      VALUE "U".
001290
001300 FD  DOMAIN-SUMMARY-REPORT.
001310     01  DOMAIN-SUMMARY-LINE            PIC X(64).
001370         02  GE-COUNTRY-CODE            PIC X(2).
001380
001390 FD  EMAIL-EXCEPTION.
001400     01  EMAIL-EXCEPTION-LINE           PIC X(100).
001410
001420 FD  DUP-GRAD-LISTING.
001430     01  DUP-GRAD-LINE                  PIC X(100).
001440
001450 FD  COURSE-COUNTRY-REPORT.
001460     01  COURSE-COUNTRY-LINE            PIC X(64).
001630 77  WS-COURSE-COUNT                    PIC 9(2) COMP VALUE ZERO.
001640 77  WS-YEAR-ENTRY-COUNT                PIC 9(3) COMP VALUE ZERO.
001650 77  WS-DOMAIN-TOTAL                    PIC 9(5) COMP VALUE ZERO.
001655 77  WS-DOMAIN-UNDELIVERABLE            PIC 9(5) COMP VALUE ZERO.
001660 77  WS-GRADS-READ                      PIC 9(7) VALUE ZERO.
001670 77  WS-GRADS-REJECTED                  PIC 9(7) VALUE ZERO.
001680 77  WS-GRADS-RELEASED                  PIC 9(7) VALUE ZERO.
002000     02  SEEN-GRAD-ENTRY OCCURS 1 TO 2000 TIMES
002010                 DEPENDING ON WS-SEEN-GRAD-COUNT
002020                 INDEXED BY SEEN-IDX.
002025         03  SGE-STUDENT-ID             PIC X(7).
002027         03  SGE-LAST-DUP-ID            PIC X(7).
002030         03  SGE-STUD-NAME              PIC X(25).
002040         03  SGE-GRAD-YEAR              PIC 9(4).
002050         03  SGE-EMAIL-ADDR             PIC X(28).
002620     02  FILLER                         PIC X(39) VALUE SPACES.
002630
002640 01  DUP-GRAD-TITLE                     PIC X(44) VALUE
002650     "DUPLICATED GRADUATE RECORDS ON GRADMAST.IDX".
002660
002670 01  DUP-GRAD-SUBTITLES.
002672     02  FILLER                         PIC X(9)  VALUE
002674         "KEPT ID".
002676     02  FILLER                         PIC X(9)  VALUE
002678         "LAST DUP".
002680     02  FILLER                         PIC X(27) VALUE
002690         "STUDENT NAME".
002700     02  FILLER                         PIC X(6)  VALUE "YEAR".
002740         "OCCURRENCE".
002750
002760 01  DUP-GRAD-DETAIL-LINE.
002762     02  DGL-STUDENT-ID                 PIC X(7).
002764     02  FILLER                         PIC X(2)  VALUE SPACES.
002766     02  DGL-LAST-DUP-ID                PIC X(7).
002768     02  FILLER                         PIC X(2)  VALUE SPACES.
002770     02  DGL-STUD-NAME                  PIC X(25).
002780     02  FILLER                         PIC X(2)  VALUE SPACES.
002790     02  DGL-GRAD-YEAR                  PIC 9(4).
002860     "GRADUATES FAILING THE E-MAIL ADDRESS EDIT".
002870
002880 01  EMAIL-EXCP-SUBTITLES.
002885     02  FILLER                         PIC X(9)  VALUE
002887         "STUDENT".
002890     02  FILLER                         PIC X(27) VALUE
002900         "STUDENT NAME".
002910     02  FILLER                         PIC X(30) VALUE
002940         "DOMAIN FIELD".
002950
002960 01  EMAIL-EXCP-DETAIL-LINE.
002965     02  EXL-STUDENT-ID                 PIC X(7).
002967     02  FILLER                         PIC X(2) VALUE SPACES.
002970     02  EXL-STUD-NAME                  PIC X(25).
002980     02  FILLER                         PIC X(2) VALUE SPACES.
002990     02  EXL-EMAIL-ADDR                 PIC X(28).
003560         "  DOMAIN TOTAL  : ".
003570     02  PRN-DOMAIN-TOTAL               PIC ZZZZ9.
003580     02  FILLER                         PIC X(41) VALUE SPACES.
003581
003582 01  DOMAIN-UNDELIVERABLE-LINE.
003583     02  FILLER                         PIC X(18) VALUE
003584         "  UNDELIVERABLE : ".
003585     02  PRN-DOMAIN-UNDELIVERABLE       PIC ZZZZ9.
003586     02  FILLER                         PIC X(41) VALUE SPACES.
003590
003600 PROCEDURE DIVISION.
003610******************************************************************
005060     MOVE GI-EMAIL-DOMAIN-NAME TO EDF-EMAIL-DOMAIN-NAME.
005070     MOVE GI-STUD-NAME         TO EDF-STUD-NAME.
005080     MOVE GI-GRAD-YEAR         TO EDF-GRAD-YEAR.
005085     MOVE GI-MAIL-STATUS       TO EDF-MAIL-STATUS.
005090
005100     PERFORM 2200-LOOKUP-COUNTRY-NAME
005110         THRU 2200-LOOKUP-COUNTRY-NAME-EXIT.
005550     GO TO 2110-EDIT-EMAIL-ADDRESS-EXIT.
005560
005570 2110-EDIT-EMAIL-FAILED.
005575     MOVE GI-STUDENT-ID        TO EXL-STUDENT-ID.
005580     MOVE GI-STUD-NAME         TO EXL-STUD-NAME.
005590     MOVE GI-EMAIL-ADDR        TO EXL-EMAIL-ADDR.
005600     MOVE GI-EMAIL-DOMAIN-NAME TO EXL-DOMAIN-NAME.
005760         AT END
005770             IF WS-SEEN-GRAD-COUNT < 2000
005780                 ADD 1 TO WS-SEEN-GRAD-COUNT
005782                 MOVE GI-STUDENT-ID TO
005784                      SGE-STUDENT-ID(WS-SEEN-GRAD-COUNT)
005786                 MOVE SPACES TO
005788                      SGE-LAST-DUP-ID(WS-SEEN-GRAD-COUNT)
005790                 MOVE GI-STUD-NAME TO
005800                      SGE-STUD-NAME(WS-SEEN-GRAD-COUNT)
005810                 MOVE GI-GRAD-YEAR TO
005930              OR SGE-EMAIL-ADDR(SEEN-IDX) = GI-EMAIL-ADDR
005940             MOVE "Y" TO WS-DUP-FLAG
005950             ADD 1 TO SGE-OCCURRENCES(SEEN-IDX)
005955             MOVE GI-STUDENT-ID TO SGE-LAST-DUP-ID(SEEN-IDX)
005960             ADD 1 TO WS-GRADS-REJECTED
005970     END-SEARCH.
005980 2120-CHECK-DUPLICATE-GRAD-EXIT.
006220******************************************************************
006230 2910-WRITE-ONE-DUP-LINE.
006240     IF SGE-OCCURRENCES(SEEN-IDX) > 1
006245         MOVE SGE-STUDENT-ID(SEEN-IDX)  TO DGL-STUDENT-ID
006247         MOVE SGE-LAST-DUP-ID(SEEN-IDX) TO DGL-LAST-DUP-ID
006250         MOVE SGE-STUD-NAME(SEEN-IDX)   TO DGL-STUD-NAME
006260         MOVE SGE-GRAD-YEAR(SEEN-IDX)   TO DGL-GRAD-YEAR
006270         MOVE SGE-EMAIL-ADDR(SEEN-IDX)  TO DGL-EMAIL-ADDR
007210 4100-PRINT-ONE-DOMAIN-GROUP.
007220     MOVE ZEROS TO WS-YEAR-ENTRY-COUNT.
007230     MOVE ZEROS TO WS-DOMAIN-TOTAL.
007235     MOVE ZEROS TO WS-DOMAIN-UNDELIVERABLE.
007240     MOVE SDF-EMAIL-DOMAIN-NAME TO PREV-DOMAIN-NAME.
007250
007260     PERFORM UNTIL SDF-EMAIL-DOMAIN-NAME NOT = PREV-DOMAIN-NAME
007280         PERFORM 4200-ACCUMULATE-YEAR-COUNT
007290             THRU 4200-ACCUMULATE-YEAR-COUNT-EXIT
007300         ADD 1 TO WS-DOMAIN-TOTAL
007302         IF SDF-UNDELIVERABLE
007304             ADD 1 TO WS-DOMAIN-UNDELIVERABLE
007306         END-IF
007310         READ SORTED-DOMAIN-FILE
007320             AT END SET END-OF-SORTED-DOMAIN-REC TO TRUE
007330         END-READ
007710
007720     MOVE WS-DOMAIN-TOTAL TO PRN-DOMAIN-TOTAL.
007730     WRITE DOMAIN-SUMMARY-LINE FROM DOMAIN-TOTAL-LINE.
007732
007734     IF WS-DOMAIN-UNDELIVERABLE > ZERO
007736         MOVE WS-DOMAIN-UNDELIVERABLE TO PRN-DOMAIN-UNDELIVERABLE
007738         WRITE DOMAIN-SUMMARY-LINE FROM DOMAIN-UNDELIVERABLE-LINE
007739     END-IF.
007740 4300-PRINT-DOMAIN-GROUP-LINES-EXIT.
007750     EXIT.
007760
