000270*                  TIMES A DAY.  THE QUEUE AND DISPOSITION  *
000280*                  FILES ARE SMALL DAILY TEXT FILES AND     *
000290*                  ARE READ THROUGH ONCE EACH.              *
000291*  15/10/2026 RH   UNDER EACH CLAIM, ANY APPOINTMENT ON      *
000292*                  APPOINTEES.DAT - WHO, THEIR ADDRESS, THE *
000293*                  DATES IT RUNS AND HOW THEY ARE PAID.     *
000300*----------------------------------------------------------*
000310
000320*----------------------------------------------------------*
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-INQUIRY-STATUS.
000710
000711     SELECT APPOINTEE-FILE ASSIGN TO "appointees.dat"
000712         ORGANIZATION IS INDEXED
000713         ACCESS MODE IS RANDOM
000714         RECORD KEY IS APT-KEY
000715         FILE STATUS IS WS-APPOINTEE-STATUS.
000716
000720*----------------------------------------------------------*
000730*  DATA DIVISION                                           *
000740*----------------------------------------------------------*
001070 FD  INQUIRY-REPORT-FILE.
001080 01  INQUIRY-REPORT-RECORD     PIC X(110).
001090
001092*  APPOINTEE-FILE - READ BY KEY FOR EACH CLAIM PRINTED.
001094 FD  APPOINTEE-FILE.
001096     COPY APPOINTEE-RECORD.
001098
001100 WORKING-STORAGE SECTION.
001110
001120 01  WS-FILE-STATUSES.
001170     05  WS-DISPOSITION-STATUS  PIC X(02) VALUE "00".
001180     05  WS-FAILED-STATUS       PIC X(02) VALUE "00".
001190     05  WS-INQUIRY-STATUS      PIC X(02) VALUE "00".
001191     05  WS-APPOINTEE-STATUS    PIC X(02) VALUE "00".
001200
001210*  THE CITIZEN-ID ASKED ABOUT, OFF THE COMMAND LINE.
001220 01  WS-PARM-RAW                PIC X(40) VALUE SPACES.
001550     05  WS-EOF-SWITCH          PIC X(01) VALUE "N".
001560         88  END-OF-FILE                   VALUE "Y".
001570         88  NOT-END-OF-FILE               VALUE "N".
001571     05  WS-APPOINTEES-SWITCH   PIC X(01) VALUE "Y".
001572         88  APPOINTEES-PRESENT            VALUE "Y".
001573         88  APPOINTEES-ABSENT             VALUE "N".
001580
001590*  STATUS WORD SPELLED OUT FOR THE CLAIM LINE.
001600 01  WS-STATUS-TEXT             PIC X(10).
001601
001602*  END OF AN APPOINTMENT FOR THE APPOINTEE LINE - THE DATE,
001603*  OR "OPEN" WHILE IT HAS NOT BEEN ENDED.
001604 01  WS-APT-END-TEXT            PIC X(08).
001610
001620*  FILE NAME AND STATUS CARRIED INTO 9100-ABEND-FILE-ERROR WHEN
001630*  AN OPEN OR A WRITE FAILS ON A FILE THE RUN CANNOT CONTINUE
002080         MOVE "CITIZEN-MASTER-FILE" TO WS-ERROR-FILE-NAME
002090         MOVE WS-MASTER-STATUS TO WS-ERROR-STATUS
002100         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002101     END-IF
002102
002103     OPEN INPUT APPOINTEE-FILE
002104     IF WS-APPOINTEE-STATUS = "35"
002105         SET APPOINTEES-ABSENT TO TRUE
002106     ELSE
002107         IF WS-APPOINTEE-STATUS NOT = "00"
002108             MOVE "APPOINTEE-FILE" TO WS-ERROR-FILE-NAME
002109             MOVE WS-APPOINTEE-STATUS TO WS-ERROR-STATUS
002110             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002111         END-IF
002112     END-IF
002120
002130     OPEN OUTPUT INQUIRY-REPORT-FILE
002140     IF WS-INQUIRY-STATUS NOT = "00"
002650
002660*----------------------------------------------------------*
002670*  2100-PRINT-ONE-CLAIM - ONE CLAIM LINE: TYPE, NAME, DOB, *
002680*  CLAIMED AMOUNT, STATUS AND PAYMENT METHOD, FOLLOWED BY  *
002681*  ANY APPOINTMENT RECORDED AGAINST THE CLAIM.             *
002690*----------------------------------------------------------*
002700 2100-PRINT-ONE-CLAIM.
002710     READ CITIZEN-MASTER-FILE NEXT RECORD
003220         END-STRING
003230     END-IF
003240     WRITE INQUIRY-REPORT-RECORD
003241     PERFORM 9110-CHECK-INQUIRY-STATUS THRU 9110-EXIT
003242
003243     PERFORM 2150-PRINT-APPOINTEE THRU 2150-EXIT.
003244 2100-EXIT.
003245     EXIT.
003246
003247*----------------------------------------------------------*
003248*  2150-PRINT-APPOINTEE - IF THE CLAIM HAS A ROW ON THE    *
003249*  APPOINTEE FILE, TWO LINES: THE APPOINTEE, THEIR         *
003250*  ADDRESS AND THE DATES THE APPOINTMENT RUNS, THEN HOW    *
003251*  THE APPOINTEE IS PAID.  AN ENDED APPOINTMENT IS STILL   *
003252*  SHOWN, WITH ITS END DATE.                               *
003253*----------------------------------------------------------*
003254 2150-PRINT-APPOINTEE.
003255     IF APPOINTEES-ABSENT
003256         GO TO 2150-EXIT
003257     END-IF
003258
003259     MOVE CITIZEN-KEY TO APT-KEY
003260     READ APPOINTEE-FILE
003261         INVALID KEY
003262             GO TO 2150-EXIT
003263     END-READ
003264
003265     IF APT-END-DATE = ZERO
003266         MOVE "OPEN" TO WS-APT-END-TEXT
003267     ELSE
003268         MOVE APT-END-DATE TO WS-APT-END-TEXT
003269     END-IF
003270     MOVE SPACES TO INQUIRY-REPORT-RECORD
003271     STRING
003272         "     APPOINTEE "        DELIMITED BY SIZE
003273         APT-NAME                 DELIMITED BY SIZE
003274         " "                      DELIMITED BY SIZE
003275         APT-ADDRESS              DELIMITED BY SIZE
003276         " FROM "                 DELIMITED BY SIZE
003277         APT-START-DATE           DELIMITED BY SIZE
003278         " TO "                   DELIMITED BY SIZE
003279         WS-APT-END-TEXT          DELIMITED BY SIZE
003280         INTO INQUIRY-REPORT-RECORD
003281     END-STRING
003282     WRITE INQUIRY-REPORT-RECORD
003283     PERFORM 9110-CHECK-INQUIRY-STATUS THRU 9110-EXIT
003284
003285     MOVE SPACES TO INQUIRY-REPORT-RECORD
003286     IF APT-PAID-BY-ORDER
003287         MOVE "     APPOINTEE PAID BY PAYABLE ORDER"
003288             TO INQUIRY-REPORT-RECORD
003289     ELSE
003290         STRING
003291             "     APPOINTEE PAID BY BACS, SORT "
003292                                         DELIMITED BY SIZE
003293             APT-SORT-CODE               DELIMITED BY SIZE
003294             " ACCOUNT "                 DELIMITED BY SIZE
003295             APT-ACCOUNT-NUMBER          DELIMITED BY SIZE
003296             INTO INQUIRY-REPORT-RECORD
003297         END-STRING
003298     END-IF
003299     WRITE INQUIRY-REPORT-RECORD
003300     PERFORM 9110-CHECK-INQUIRY-STATUS THRU 9110-EXIT.
003301 2150-EXIT.
003302     EXIT.
003303
003304*----------------------------------------------------------*
003305*  3000-PRINT-PAYMENT-HISTORY - ONE KEYED START AT THE     *
003310*  CITIZEN'S FIRST HISTORY ROW, THEN EVERY ROW UNTIL THE   *
003320*  ID CHANGES.  A MISSING HISTORY FILE MEANS NOTHING HAS   *
003330*  EVER BEEN PAID.                                         *
006410     PERFORM 9110-CHECK-INQUIRY-STATUS THRU 9110-EXIT
006420
006430     CLOSE CITIZEN-MASTER-FILE
006431     IF APPOINTEES-PRESENT
006432         CLOSE APPOINTEE-FILE
006433     END-IF
006440     CLOSE INQUIRY-REPORT-FILE
006450
006460     DISPLAY "CITIZEN-INQUIRY CITIZEN  : " WS-PARM-CITIZEN-ID
