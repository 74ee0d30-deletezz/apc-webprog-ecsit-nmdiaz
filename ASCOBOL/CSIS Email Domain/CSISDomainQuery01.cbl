000200* MODIFICATION HISTORY:
000210*   09/03/2026  DF  INITIAL VERSION.  ALUMNI-OFFICE REQUESTS NO
000220*                   LONGER MEAN EYEBALLING SORTEDDOMAIN.DAT.
000221*   10/15/2026  DF  GRADUATES MARKED UNDELIVERABLE BY CSISBOUNCE01
000222*                   ARE LEFT OUT OF THE LISTING AND EXTRACT.  EACH
000223*                   CARD SHOWS HOW MANY MATCHES WERE WITHHELD.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. CSISDOMAINQUERY01.
000660         02  SDF-GRAD-YEAR              PIC 9(4).
000670         02  SDF-COURSE-NAME            PIC X(25).
000680         02  SDF-COUNTRY-NAME           PIC X(26).
000685         02  SDF-MAIL-STATUS            PIC X(1).
000687             88  SDF-UNDELIVERABLE      VALUE "U".
000690
000700 FD  QUERY-LISTING.
000710     01  QUERY-LISTING-LINE             PIC X(110).
000890******************************************************************
000900 77  WS-CARD-NUMBER                     PIC 9(2) VALUE ZERO.
000910 77  WS-CARD-MATCHES                    PIC 9(6) VALUE ZERO.
000915 77  WS-CARD-WITHHELD                   PIC 9(6) VALUE ZERO.
000920 77  WS-RECORDS-SCANNED                 PIC 9(7) VALUE ZERO.
000930 77  WS-TOTAL-MATCHES                   PIC 9(7) VALUE ZERO.
000940
000950 01  WS-MATCH-FLAG                      PIC X(1) VALUE "N".
000960     88  RECORD-MATCHES                 VALUE "Y".
000961
000962 01  WS-WITHHELD-FLAG                   PIC X(1) VALUE "N".
000963     88  RECORD-WITHHELD                VALUE "Y".
000970
000980 01  WS-TIME-WORK.
000990     02  WS-TIME-HHMMSS                 PIC 9(6).
001720         "  MATCHES   : ".
001730     02  PRN-QRY-MATCHES                PIC ZZZZZ9.
001740     02  FILLER                         PIC X(90) VALUE SPACES.
001741
001742 01  QRY-WITHHELD-LINE.
001743     02  FILLER                         PIC X(14) VALUE
001744         "  WITHHELD  : ".
001745     02  PRN-QRY-WITHHELD               PIC ZZZZZ9.
001746     02  FILLER                         PIC X(24) VALUE
001747         "  (UNDELIVERABLE E-MAIL)".
001748     02  FILLER                         PIC X(66) VALUE SPACES.
001750
001760 01  QRY-SUBTITLES.
001770     02  FILLER                         PIC X(27) VALUE
002920     END-IF.
002930
002940     MOVE ZERO TO WS-CARD-MATCHES.
002945     MOVE ZERO TO WS-CARD-WITHHELD.
002950     PERFORM 3000-COUNT-CARD-MATCHES
002960         THRU 3000-COUNT-CARD-MATCHES-EXIT.
002970
003570
003580     MOVE WS-CARD-MATCHES TO PRN-QRY-MATCHES.
003590     WRITE QUERY-LISTING-LINE FROM QRY-COUNT-LINE.
003592
003594     MOVE WS-CARD-WITHHELD TO PRN-QRY-WITHHELD.
003596     WRITE QUERY-LISTING-LINE FROM QRY-WITHHELD-LINE.
003600
003610     WRITE QUERY-LISTING-LINE FROM QRY-SUBTITLES
003620         AFTER ADVANCING 2 LINES.
003870     IF RECORD-MATCHES
003880         ADD 1 TO WS-CARD-MATCHES
003890     END-IF.
003892     IF RECORD-WITHHELD
003894         ADD 1 TO WS-CARD-WITHHELD
003896     END-IF.
003900     READ SORTED-DOMAIN-FILE
003910         AT END SET END-OF-SORTED-DOMAIN-REC TO TRUE
003920     END-READ.
003950
003960******************************************************************
003970* 3100-TEST-ONE-RECORD - APPLIES EVERY FILTER THE CARD CARRIES;
003980* A BLANK OR ZERO FILTER PASSES EVERYTHING.  A GRADUATE WHO
003982* OTHERWISE MATCHES BUT IS MARKED UNDELIVERABLE IS WITHHELD.
003990******************************************************************
004000 3100-TEST-ONE-RECORD.
004010     MOVE "Y" TO WS-MATCH-FLAG.
004015     MOVE "N" TO WS-WITHHELD-FLAG.
004020
004030     IF WS-FROM-YEAR NOT = ZEROS
004040        AND SDF-GRAD-YEAR < WS-FROM-YEAR
004280         PERFORM 3200-MATCH-DOMAIN-MASK
004290             THRU 3200-MATCH-DOMAIN-MASK-EXIT
004300     END-IF.
004302
004304     IF RECORD-MATCHES AND SDF-UNDELIVERABLE
004306         MOVE "N" TO WS-MATCH-FLAG
004308         MOVE "Y" TO WS-WITHHELD-FLAG
004309     END-IF.
004310 3100-TEST-ONE-RECORD-EXIT.
004320     EXIT.
004330
