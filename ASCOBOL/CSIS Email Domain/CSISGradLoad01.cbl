000010******************************************************************
000020* AUTHOR:       D. FENWICK
000030* INSTALLATION: CSIS DATA PROCESSING
000040* DATE-WRITTEN: 10/15/2026
000050* DATE-COMPILED:
000060* PURPOSE:      ONE-TIME CONVERSION OF THE FLAT GRADUATE FILE
000070*               GRADINFO.DAT TO THE INDEXED GRADUATE MASTER
000080*               GRADMAST.IDX, KEYED ON A SEVEN-DIGIT STUDENT ID.
000090*               GRADINFO.DAT CARRIES NO KEY OF ITS OWN, SO IDS
000100*               ARE ASSIGNED IN FILE ORDER FROM 0000001 AND THE
000110*               GRADLOAD.RPT LISTING GIVES THE REGISTRAR THE
000120*               ID-TO-GRADUATE CROSS REFERENCE.  DUPLICATES ARE
000130*               LOADED AS THEY STAND - EACH GETS ITS OWN ID SO
000140*               THE DUPGRADS.RPT ENTRY CAN BE DELETED THROUGH
000150*               THE GRADUATE MAINTENANCE RUN.
000160* TECTONICS:    COBC
000170******************************************************************
000180* MODIFICATION HISTORY:
000190*   10/15/2026  DF  INITIAL VERSION.
000191*   10/15/2026  DF  RESERVED MASTER BYTES NOW HOLD THE MAIL
000192*                   STATUS, BOUNCE COUNT AND LAST-BOUNCE DATE KEPT
000193*                   BY CSISBOUNCE01.  LOADED AS DELIVERABLE.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. CSISGRADLOAD01.
000230
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT GRADUATE-INFO ASSIGN TO "GradInfo.Dat"
000280                ORGANIZATION IS LINE SEQUENTIAL.
000290
000300     SELECT GRADUATE-MASTER ASSIGN TO "GradMast.Idx"
000310                ORGANIZATION IS INDEXED
000320                ACCESS MODE IS SEQUENTIAL
000330                RECORD KEY IS GM-STUDENT-ID.
000340
000350     SELECT GRAD-LOAD-LISTING ASSIGN TO "GradLoad.Rpt"
000360                ORGANIZATION IS LINE SEQUENTIAL.
000370
000380     SELECT OPTIONAL RUN-LOG ASSIGN TO "RUNLOG.DAT"
000390                ORGANIZATION IS LINE SEQUENTIAL.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  GRADUATE-INFO.
000440     01  GRADUATE-REC.
000450         88  END-OF-GRAD-REC            VALUE HIGH-VALUE.
000460         02  GI-STUD-NAME               PIC X(25).
000470         02  GI-GRAD-YEAR               PIC 9(4).
000480         02  GI-COURSE-CODE             PIC 9(1).
000490         02  GI-EMAIL-ADDR              PIC X(28).
000500         02  GI-EMAIL-DOMAIN-NAME       PIC X(20).
000510         02  GI-COUNTRY-CODE            PIC X(2).
000520
000530******************************************************************
000540* GRADUATE MASTER - THE GRADINFO.DAT FIELDS BEHIND THE STUDENT
000550* ID, FOLLOWED BY THE E-MAIL BOUNCE STATUS FIELDS
000560******************************************************************
000570 FD  GRADUATE-MASTER.
000580     01  GRAD-MASTER-REC.
000590         02  GM-STUDENT-ID              PIC X(7).
000600         02  GM-GRAD-DATA.
000610             03  GM-STUD-NAME           PIC X(25).
000620             03  GM-GRAD-YEAR           PIC 9(4).
000630             03  GM-COURSE-CODE         PIC 9(1).
000640             03  GM-EMAIL-ADDR          PIC X(28).
000650             03  GM-EMAIL-DOMAIN-NAME   PIC X(20).
000660             03  GM-COUNTRY-CODE        PIC X(2).
000670         02  GM-MAIL-STATUS             PIC X(1).
000671             88  GM-UNDELIVERABLE       VALUE "U".
000672         02  GM-BOUNCE-COUNT            PIC 9(3).
000673         02  GM-LAST-BOUNCE-DATE        PIC 9(8).
000674         02  FILLER                     PIC X(8).
000680
000690 FD  GRAD-LOAD-LISTING.
000700     01  GRAD-LOAD-LINE                 PIC X(80).
000710
000720 FD  RUN-LOG.
000730     01  RUN-LOG-REC.
000740         02  RL-PROGRAM-ID             PIC X(18).
000750         02  RL-RUN-DATE               PIC 9(8).
000760         02  RL-RUN-TIME               PIC 9(6).
000770         02  RL-STATUS                 PIC X(1).
000780         02  RL-RECORDS-READ           PIC 9(7).
000790         02  RL-RECORDS-REJECTED       PIC 9(7).
000800         02  RL-KEY-TOTAL              PIC S9(9)V99.
000810
000820 WORKING-STORAGE SECTION.
000830******************************************************************
000840* SWITCHES AND COUNTERS
000850******************************************************************
000860 77  WS-GRADS-READ                      PIC 9(7) VALUE ZERO.
000870 77  WS-GRADS-LOADED                    PIC 9(7) VALUE ZERO.
000880 77  WS-GRADS-REJECTED                  PIC 9(7) VALUE ZERO.
000890 77  WS-NEXT-STUDENT-ID                 PIC 9(7) VALUE ZERO.
000900
000910 01  WS-TIME-WORK.
000920     02  WS-TIME-HHMMSS                 PIC 9(6).
000930     02  FILLER                         PIC 9(2).
000940
000950******************************************************************
000960* LISTING LINES
000970******************************************************************
000980 01  LOAD-MAIN-TITLE                    PIC X(44) VALUE
000990     "GRADUATE MASTER LOAD - STUDENT IDS ASSIGNED".
001000
001010 01  LOAD-SUBTITLES.
001020     02  FILLER                         PIC X(9)  VALUE
001030         "STUDENT".
001040     02  FILLER                         PIC X(27) VALUE
001050         "STUDENT NAME".
001060     02  FILLER                         PIC X(6)  VALUE "YEAR".
001070     02  FILLER                         PIC X(28) VALUE
001080         "E-MAIL ADDRESS".
001090
001100 01  LOAD-DETAIL-LINE.
001110     02  LDL-STUDENT-ID                 PIC X(7).
001120     02  FILLER                         PIC X(2)  VALUE SPACES.
001130     02  LDL-STUD-NAME                  PIC X(25).
001140     02  FILLER                         PIC X(2)  VALUE SPACES.
001150     02  LDL-GRAD-YEAR                  PIC 9(4).
001160     02  FILLER                         PIC X(2)  VALUE SPACES.
001170     02  LDL-EMAIL-ADDR                 PIC X(28).
001180
001190 01  LOAD-TOTAL-LINE.
001200     02  FILLER                         PIC X(22) VALUE
001210         "GRADUATES LOADED   : ".
001220     02  PRN-GRADS-LOADED               PIC ZZZZZZ9.
001230
001240 PROCEDURE DIVISION.
001250******************************************************************
001260* 0000-MAINLINE
001270******************************************************************
001280 0000-MAINLINE.
001290     PERFORM 1000-INITIALIZE
001300         THRU 1000-INITIALIZE-EXIT.
001310
001320     PERFORM 2000-LOAD-ONE-GRADUATE
001330         THRU 2000-LOAD-ONE-GRADUATE-EXIT
001340         UNTIL END-OF-GRAD-REC.
001350
001360     PERFORM 8000-TERMINATE
001370         THRU 8000-TERMINATE-EXIT.
001380
001390     PERFORM 9999-EXIT
001400         THRU 9999-EXIT-EXIT.
001410
001420******************************************************************
001430* 1000-INITIALIZE - START-OF-RUN LOG RECORD, FILES OPENED, FIRST
001440* GRADUATE READ
001450******************************************************************
001460 1000-INITIALIZE.
001470     MOVE "S" TO RL-STATUS.
001480     MOVE ZEROS TO RL-RECORDS-READ, RL-RECORDS-REJECTED,
001490                   RL-KEY-TOTAL.
001500     PERFORM 5000-WRITE-RUN-LOG
001510         THRU 5000-WRITE-RUN-LOG-EXIT.
001520
001530     OPEN INPUT GRADUATE-INFO.
001540     OPEN OUTPUT GRADUATE-MASTER.
001550     OPEN OUTPUT GRAD-LOAD-LISTING.
001560     WRITE GRAD-LOAD-LINE FROM LOAD-MAIN-TITLE.
001570     WRITE GRAD-LOAD-LINE FROM LOAD-SUBTITLES
001580         AFTER ADVANCING 2 LINES.
001590
001600     READ GRADUATE-INFO
001610         AT END SET END-OF-GRAD-REC TO TRUE
001620     END-READ.
001630 1000-INITIALIZE-EXIT.
001640     EXIT.
001650
001660******************************************************************
001670* 2000-LOAD-ONE-GRADUATE - NEXT STUDENT ID, MASTER RECORD WRITTEN
001680* AND LISTED
001690******************************************************************
001700 2000-LOAD-ONE-GRADUATE.
001710     ADD 1 TO WS-GRADS-READ.
001720     ADD 1 TO WS-NEXT-STUDENT-ID.
001730
001740     MOVE SPACES               TO GRAD-MASTER-REC.
001745     MOVE ZEROS                TO GM-BOUNCE-COUNT,
001746                                  GM-LAST-BOUNCE-DATE.
001750     MOVE WS-NEXT-STUDENT-ID   TO GM-STUDENT-ID.
001760     MOVE GI-STUD-NAME         TO GM-STUD-NAME.
001770     MOVE GI-GRAD-YEAR         TO GM-GRAD-YEAR.
001780     MOVE GI-COURSE-CODE       TO GM-COURSE-CODE.
001790     MOVE GI-EMAIL-ADDR        TO GM-EMAIL-ADDR.
001800     MOVE GI-EMAIL-DOMAIN-NAME TO GM-EMAIL-DOMAIN-NAME.
001810     MOVE GI-COUNTRY-CODE      TO GM-COUNTRY-CODE.
001820
001830     WRITE GRAD-MASTER-REC
001840         INVALID KEY
001850             DISPLAY "2000-LOAD-ONE-GRADUATE: WRITE FAILED FOR "
001860                     "STUDENT ID " GM-STUDENT-ID
001870             ADD 1 TO WS-GRADS-REJECTED
001880             GO TO 2000-LOAD-ONE-GRADUATE-READ
001890     END-WRITE.
001900     ADD 1 TO WS-GRADS-LOADED.
001910
001920     MOVE GM-STUDENT-ID TO LDL-STUDENT-ID.
001930     MOVE GM-STUD-NAME  TO LDL-STUD-NAME.
001940     MOVE GM-GRAD-YEAR  TO LDL-GRAD-YEAR.
001950     MOVE GM-EMAIL-ADDR TO LDL-EMAIL-ADDR.
001960     WRITE GRAD-LOAD-LINE FROM LOAD-DETAIL-LINE.
001970
001980 2000-LOAD-ONE-GRADUATE-READ.
001990     READ GRADUATE-INFO
002000         AT END SET END-OF-GRAD-REC TO TRUE
002010     END-READ.
002020 2000-LOAD-ONE-GRADUATE-EXIT.
002030     EXIT.
002040
002050******************************************************************
002060* 5000-WRITE-RUN-LOG - APPENDS ONE RECORD TO THE SHARED RUN AUDIT
002070* LOG.  RL-STATUS AND THE COUNT FIELDS ARE SET BY THE CALLER.
002080******************************************************************
002090 5000-WRITE-RUN-LOG.
002100     MOVE "CSISGRADLOAD01" TO RL-PROGRAM-ID.
002110     ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
002120     ACCEPT WS-TIME-WORK FROM TIME.
002130     MOVE WS-TIME-HHMMSS TO RL-RUN-TIME.
002140     OPEN EXTEND RUN-LOG.
002150     WRITE RUN-LOG-REC.
002160     CLOSE RUN-LOG.
002170 5000-WRITE-RUN-LOG-EXIT.
002180     EXIT.
002190
002200******************************************************************
002210* 8000-TERMINATE
002220******************************************************************
002230 8000-TERMINATE.
002240     MOVE WS-GRADS-LOADED TO PRN-GRADS-LOADED.
002250     WRITE GRAD-LOAD-LINE FROM LOAD-TOTAL-LINE
002260         AFTER ADVANCING 2 LINES.
002270
002280     CLOSE GRADUATE-INFO.
002290     CLOSE GRADUATE-MASTER.
002300     CLOSE GRAD-LOAD-LISTING.
002310
002320     MOVE "C" TO RL-STATUS.
002330     MOVE WS-GRADS-READ     TO RL-RECORDS-READ.
002340     MOVE WS-GRADS-REJECTED TO RL-RECORDS-REJECTED.
002350     MOVE WS-GRADS-LOADED   TO RL-KEY-TOTAL.
002360     PERFORM 5000-WRITE-RUN-LOG
002370         THRU 5000-WRITE-RUN-LOG-EXIT.
002380 8000-TERMINATE-EXIT.
002390     EXIT.
002400
002410******************************************************************
002420* 9999-EXIT - COMMON PROGRAM EXIT
002430******************************************************************
002440 9999-EXIT.
002450     STOP RUN.
002460 9999-EXIT-EXIT.
002470     EXIT.
002480 END PROGRAM CSISGRADLOAD01.
