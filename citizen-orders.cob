000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CITIZEN-ORDERS.
000030 AUTHOR.        R HARGREAVES.
000040 INSTALLATION.  DWP BENEFITS DIVISION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICATION HISTORY                                    *
000090*----------------------------------------------------------*
000100*  15/10/2026 RH   INITIAL VERSION.  A CLAIM PAID BY       *
000110*                  PAYABLE ORDER (PAY METHOD "P") WENT OUT *
000120*                  ON PAYMENT-EXTRACT.TXT WITH BLANK       *
000130*                  ACCOUNT FIELDS AND WAS NEVER SEEN AGAIN. *
000140*                  THIS PROGRAM GIVES EACH "P" LINE THE    *
000150*                  NEXT SERIAL NUMBER OFF THE CONTROLLED   *
000160*                  ORDER STOCK (ORDER-STOCK.TXT), PRINTS   *
000170*                  THE ORDER TO PAYABLE-ORDER-SPOOL.TXT    *
000180*                  AND RECORDS IT ON THE KEYED REGISTER    *
000190*                  (PAYABLE-ORDERS.DAT).  THE FULL RUN ALSO *
000200*                  MARKS ORDERS CASHED OFF THE BANK'S      *
000210*                  ENCASHMENT FILE, APPLIES THE CLERICAL   *
000220*                  CANCELLATIONS AND SPOILED-FORM NOTICES  *
000230*                  ON ORDER-ACTIONS.TXT, STALE-DATES ANY   *
000240*                  ORDER NOT CASHED WITHIN THE VALIDITY    *
000250*                  PERIOD, AND PUTS EVERY CANCELLED OR     *
000260*                  STALE ORDER ONTO FAILED-PAYMENTS.TXT SO *
000270*                  CITIZEN-REISSUE RE-ISSUES IT UNDER ITS  *
000280*                  NORMAL ATTEMPT CAP.  "ISSUE" ON THE     *
000290*                  COMMAND LINE ONLY NUMBERS AND PRINTS    *
000300*                  NEW ORDERS.  EVERY RUN ENDS WITH A      *
000310*                  STOCK RECONCILIATION ON                 *
000320*                  PAYABLE-ORDER-REPORT.TXT.               *
000321*  15/10/2026 RH   EVERY CANCELLED OR STALE ORDER IS NOW   *
000322*                  ALSO RECORDED ON THE PERMANENT          *
000324*                  RETURNED-PAYMENTS REGISTER              *
000325*                  (RETURNED-PAYMENTS.DAT, SHARED WITH     *
000327*                  CITIZEN-RECON) AS MONEY THAT NEVER      *
000328*                  REACHED THE CLAIMANT.                   *
000330*----------------------------------------------------------*
000340
000350*----------------------------------------------------------*
000360*  ENVIRONMENT DIVISION                                    *
000370*----------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT EXTRACT-FILE ASSIGN TO "payment-extract.txt"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-EXTRACT-STATUS.
000440
000450     SELECT ORDER-REGISTER-FILE ASSIGN TO "payable-orders.dat"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS ORD-SERIAL
000490         ALTERNATE RECORD KEY IS ORD-PAYMENT-REF
000500             WITH DUPLICATES
000510         FILE STATUS IS WS-REGISTER-STATUS.
000520
000530     SELECT STOCK-FILE ASSIGN TO "order-stock.txt"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-STOCK-STATUS.
000560
000570     SELECT ENCASHMENT-FILE ASSIGN TO "order-encashments.txt"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-ENCASH-STATUS.
000600
000610     SELECT ORDER-ACTION-FILE ASSIGN TO "order-actions.txt"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-ACTION-STATUS.
000640
000650     SELECT CITIZEN-MASTER-FILE ASSIGN TO "citizens.dat"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS CITIZEN-KEY
000690         ALTERNATE RECORD KEY IS CITIZEN-BENEFIT-TYPE
000700             WITH DUPLICATES
000710         FILE STATUS IS WS-MASTER-STATUS.
000720
000730     SELECT APPOINTEE-FILE ASSIGN TO "appointees.dat"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS RANDOM
000760         RECORD KEY IS APT-KEY
000770         FILE STATUS IS WS-APPOINTEE-STATUS.
000780
000790     SELECT FAILED-FILE ASSIGN TO "failed-payments.txt"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-FAILED-STATUS.
000820
000821     SELECT RETURN-REGISTER-FILE ASSIGN TO "returned-payments.dat"
000823         ORGANIZATION IS INDEXED
000825         ACCESS MODE IS RANDOM
000826         RECORD KEY IS RTP-KEY
000828         FILE STATUS IS WS-RETURNED-STATUS.
000829
000830     SELECT ORDER-SPOOL-FILE ASSIGN TO "payable-order-spool.txt"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-SPOOL-STATUS.
000860
000870     SELECT ORDER-REPORT-FILE ASSIGN TO "payable-order-report.txt"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-REPORT-STATUS.
000900
000910*----------------------------------------------------------*
000920*  DATA DIVISION                                           *
000930*----------------------------------------------------------*
000940 DATA DIVISION.
000950 FILE SECTION.
000960*  EXTRACT-FILE - THE DAY'S PAYMENTS, IN THE SHARED
000970*  PAYMENT-EXTRACT LAYOUT.  ONLY THE "P" LINES ARE USED.
000980 FD  EXTRACT-FILE.
000990     COPY PAYMENT-EXTRACT.
001000
001010*  ORDER-REGISTER-FILE - PERMANENT REGISTER OF EVERY SERIAL
001020*  ISSUED OR SPOILED.  READ BY SERIAL FOR AN ENCASHMENT OR AN
001030*  ACTION, BY PAYMENT REFERENCE TO STOP AN EXTRACT LINE BEING
001040*  GIVEN TWO ORDERS, AND IN SERIAL ORDER FOR THE STALE-DATE
001050*  SWEEP AND THE STOCK RECONCILIATION.
001060 FD  ORDER-REGISTER-FILE.
001070     COPY PAYABLE-ORDER-REGISTER.
001080
001090*  STOCK-FILE - ONE CARD, KEPT BY THE STORES SECTION: THE
001100*  SERIAL RANGE OF THE ORDER STOCK NOW IN THE PRINTER, THE
001110*  NEXT SERIAL TO USE, THE VALIDITY PERIOD IN DAYS, AND THE
001120*  RUNNING COUNTS FOR THE RANGE.  A NEW RANGE IS LOADED BY
001130*  REPLACING THE CARD WITH THE NEW FIRST AND LAST SERIALS,
001140*  NEXT SERIAL EQUAL TO THE FIRST AND THE COUNTS AT ZERO.
001150*  REWRITTEN AT THE END OF EVERY RUN.
001160 FD  STOCK-FILE.
001170 01  STOCK-RECORD.
001180     05  STK-FIRST-SERIAL       PIC X(08).
001190     05  STK-LAST-SERIAL        PIC X(08).
001200     05  STK-NEXT-SERIAL        PIC X(08).
001210     05  STK-VALIDITY-DAYS      PIC X(03).
001220     05  STK-ISSUED-COUNT       PIC X(07).
001230     05  STK-SPOILED-BLANK      PIC X(07).
001240     05  STK-SPOILED-PRINTED    PIC X(07).
001250
001260*  ENCASHMENT-FILE - ONE LINE PER ORDER THE BANK HAS PAID
001270*  OUT: SERIAL, AMOUNT PAID AND THE DATE IT WAS CASHED.  MAY
001280*  NOT EXIST ON A DAY NOTHING WAS PRESENTED.
001290 FD  ENCASHMENT-FILE.
001300 01  ENCASHMENT-RECORD.
001310     05  ENC-SERIAL             PIC X(08).
001320     05  ENC-AMOUNT             PIC 9(09)V99.
001330     05  ENC-CASHED-DATE        PIC 9(08).
001340
001350*  ORDER-ACTION-FILE - CLERICAL NOTICES AGAINST A SERIAL.
001360*  ACTION "C" CANCELS AN ISSUED ORDER (LOST, STOPPED) SO IT
001370*  IS RE-ISSUED; ACTION "S" REPORTS A FORM SPOILED - AN
001380*  ISSUED ORDER SPOILED IN PRINT IS CANCELLED AND RE-ISSUED
001390*  THE SAME WAY, A BLANK FORM NOT YET REACHED IS BARRED SO
001400*  ITS SERIAL IS NEVER ISSUED.  MAY NOT EXIST.
001410 FD  ORDER-ACTION-FILE.
001420 01  ORDER-ACTION-RECORD.
001430     05  OA-ACTION              PIC X(01).
001440         88  OA-CANCEL                     VALUE "C".
001450         88  OA-SPOIL                      VALUE "S".
001460     05  OA-SERIAL              PIC X(08).
001470     05  OA-REASON              PIC X(20).
001480
001490*  CITIZEN-MASTER-FILE - READ BY KEY FOR THE NAME AND
001500*  ADDRESS PRINTED ON THE ORDER.
001510 FD  CITIZEN-MASTER-FILE.
001520     COPY CITIZEN-RECORD.
001530
001540*  APPOINTEE-FILE - AN ORDER FOR A CLAIM WITH AN APPOINTEE IN
001550*  FORCE IS MADE OUT TO THE APPOINTEE.  READ ONLY, AND MAY
001560*  NOT EXIST.
001570 FD  APPOINTEE-FILE.
001580     COPY APPOINTEE-RECORD.
001590
001600*  FAILED-FILE - CANCELLED AND STALE ORDERS, IN THE
001610*  PAYMENT-EXTRACT LAYOUT CITIZEN-REISSUE READS.  OPENED
001620*  EXTEND SO THEY JOIN THE RETURNS CITIZEN-RECON QUEUED.
001630 FD  FAILED-FILE.
001640 01  FAILED-RECORD             PIC X(49).
001650
001652*  RETURN-REGISTER-FILE - EVERY CANCELLED OR STALE ORDER,
001654*  KEPT FOR GOOD SO THE TAX YEAR TOTALS CAN LEAVE IT OUT.
001656 FD  RETURN-REGISTER-FILE.
001658     COPY RETURNED-PAYMENT.
001659
001660*  ORDER-SPOOL-FILE - THE PRINTED ORDERS.  OPENED EXTEND SO A
001670*  SECOND RUN THE SAME DAY DOES NOT WIPE ORDERS NOT YET
001680*  PRINTED; THE PRINT ROOM CLEARS IT AFTER EACH PRINT.
001690 FD  ORDER-SPOOL-FILE.
001700 01  ORDER-SPOOL-RECORD        PIC X(80).
001710
001720*  ORDER-REPORT-FILE - WHAT THIS RUN DID AND THE STOCK
001730*  RECONCILIATION, REBUILT EVERY RUN.
001740 FD  ORDER-REPORT-FILE.
001750 01  ORDER-REPORT-RECORD       PIC X(120).
001760
001770 WORKING-STORAGE SECTION.
001780
001790 01  WS-FILE-STATUSES.
001800     05  WS-EXTRACT-STATUS      PIC X(02) VALUE "00".
001810     05  WS-REGISTER-STATUS     PIC X(02) VALUE "00".
001820     05  WS-STOCK-STATUS        PIC X(02) VALUE "00".
001830     05  WS-ENCASH-STATUS       PIC X(02) VALUE "00".
001840     05  WS-ACTION-STATUS       PIC X(02) VALUE "00".
001850     05  WS-MASTER-STATUS       PIC X(02) VALUE "00".
001860     05  WS-APPOINTEE-STATUS    PIC X(02) VALUE "00".
001870     05  WS-FAILED-STATUS       PIC X(02) VALUE "00".
001875     05  WS-RETURNED-STATUS     PIC X(02) VALUE "00".
001880     05  WS-SPOOL-STATUS        PIC X(02) VALUE "00".
001890     05  WS-REPORT-STATUS       PIC X(02) VALUE "00".
001900
001910*  RAW COMMAND LINE PARAMETER: BLANK FOR THE FULL RUN, OR
001920*  "ISSUE" TO NUMBER AND PRINT NEW ORDERS ONLY.
001930 01  WS-PARM-RAW                PIC X(40) VALUE SPACES.
001940
001950*  THE STOCK CARD AS READ, HELD FOR THE RUN AND WRITTEN BACK
001960*  AT FINALIZE.
001970 01  WS-STOCK-CARD.
001980     05  WS-STK-FIRST-SERIAL    PIC 9(08).
001990     05  WS-STK-LAST-SERIAL     PIC 9(08).
002000     05  WS-STK-NEXT-SERIAL     PIC 9(08).
002010     05  WS-STK-VALIDITY-DAYS   PIC 9(03).
002020     05  WS-STK-ISSUED-COUNT    PIC 9(07).
002030     05  WS-STK-SPOILED-BLANK   PIC 9(07).
002040     05  WS-STK-SPOILED-PRINTED PIC 9(07).
002050
002060*  STOCK RECONCILIATION FIGURES.
002070 77  WS-RANGE-SIZE              PIC 9(08) COMP VALUE ZERO.
002080 77  WS-RANGE-REMAINING         PIC S9(08) COMP VALUE ZERO.
002090 77  WS-RANGE-ROWS              PIC 9(08) COMP VALUE ZERO.
002100 77  WS-RANGE-EXPECTED          PIC 9(08) COMP VALUE ZERO.
002110
002120*  A CANCELLED OR STALE ORDER PUT BACK INTO THE
002130*  PAYMENT-EXTRACT LAYOUT FOR THE FAILED QUEUE - KEPT IN STEP
002140*  WITH THE PAYMENT-EXTRACT COPYBOOK.
002150 01  WS-FAILED-FIELDS.
002160     05  WS-FP-CITIZEN-ID       PIC X(05).
002170     05  WS-FP-BENEFIT-TYPE     PIC X(02).
002180     05  WS-FP-AMOUNT           PIC 9(09)V99.
002190     05  WS-FP-PAYMENT-DATE     PIC 9(08).
002200     05  WS-FP-RUN-ID           PIC X(08).
002210     05  WS-FP-SORT-CODE        PIC X(06).
002220     05  WS-FP-ACCOUNT-NUMBER   PIC X(08).
002230     05  WS-FP-PAY-METHOD       PIC X(01).
002240
002250*  WHO THE ORDER BEING ISSUED IS MADE OUT TO - THE CLAIMANT
002260*  OFF THE MASTER, OR THE APPOINTEE WHILE ONE IS IN FORCE.
002270 01  WS-PAYEE-NAME              PIC X(20).
002280 01  WS-PAYEE-ADDRESS           PIC X(30).
002290
002300*  RUN DATE/TIME - THE ISSUE DATE ON EVERY ORDER.
002310 01  WS-RUN-DATE-TIME.
002320     05  WS-RUN-DATE            PIC 9(08).
002330     05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
002340         10  WS-RUN-YEAR        PIC 9(04).
002350         10  WS-RUN-MONTH       PIC 9(02).
002360         10  WS-RUN-DAY         PIC 9(02).
002370     05  WS-RUN-TIME            PIC 9(08).
002380
002390*  RUN IDENTIFIER - "PO" PLUS HHMMSS - STAMPED ON EVERY ORDER
002400*  THIS RUN ISSUES.
002410 01  WS-RUN-ID                  PIC X(08) VALUE SPACES.
002420
002430*  DAY NUMBERS FOR THE STALE-DATE TEST: AN ORDER IS STALE
002440*  ONCE THE RUN DATE IS PAST ITS ISSUE DATE PLUS THE
002450*  VALIDITY PERIOD.
002460 77  WS-RUN-DAY-NUMBER          PIC 9(07) COMP VALUE ZERO.
002470 77  WS-LAST-VALID-DAY          PIC 9(07) COMP VALUE ZERO.
002480
002490*  A YYYYMMDD DATE BROKEN OUT AND EDITED AS DD/MM/YYYY.
002500 01  WS-DATE-WORK               PIC 9(08).
002510 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
002520     05  WS-DW-YEAR             PIC 9(04).
002530     05  WS-DW-MONTH            PIC 9(02).
002540     05  WS-DW-DAY              PIC 9(02).
002550 01  WS-DATE-PRINT              PIC X(10).
002560 01  WS-ISSUE-DATE-PRINT        PIC X(10).
002570 01  WS-VALID-TO-PRINT          PIC X(10).
002580
002590*  REPORT TEXT FOR THE ITEM IN HAND.
002600 01  WS-ITEM-TEXT               PIC X(60).
002610 01  WS-SERIAL-DISPLAY          PIC 9(08).
002620
002630 01  WS-AMOUNT-DISPLAY          PIC Z(08)9.99.
002640 01  WS-TOTAL-DISPLAY           PIC Z(08)9.99.
002650 01  WS-COUNT-DISPLAY           PIC Z,ZZZ,ZZ9.
002660 01  WS-SERIAL-COUNT-DISPLAY    PIC -ZZ,ZZZ,ZZ9.
002670
002680 01  WS-TOTAL-ISSUED            PIC 9(09)V99 VALUE ZERO.
002690
002700 77  WS-COUNT-EXTRACT-READ      PIC 9(07) COMP VALUE ZERO.
002710 77  WS-COUNT-ORDER-LINES       PIC 9(07) COMP VALUE ZERO.
002720 77  WS-COUNT-ISSUED            PIC 9(07) COMP VALUE ZERO.
002730 77  WS-COUNT-ALREADY-ISSUED    PIC 9(07) COMP VALUE ZERO.
002740 77  WS-COUNT-NOT-ISSUED        PIC 9(07) COMP VALUE ZERO.
002750 77  WS-COUNT-ENCASH-READ       PIC 9(07) COMP VALUE ZERO.
002760 77  WS-COUNT-CASHED            PIC 9(07) COMP VALUE ZERO.
002770 77  WS-COUNT-ACTIONS-READ      PIC 9(07) COMP VALUE ZERO.
002780 77  WS-COUNT-CANCELLED         PIC 9(07) COMP VALUE ZERO.
002790 77  WS-COUNT-SPOILED           PIC 9(07) COMP VALUE ZERO.
002800 77  WS-COUNT-STALE             PIC 9(07) COMP VALUE ZERO.
002810 77  WS-COUNT-REQUEUED          PIC 9(07) COMP VALUE ZERO.
002820 77  WS-COUNT-REPEATS           PIC 9(07) COMP VALUE ZERO.
002830 77  WS-COUNT-EXCEPTIONS        PIC 9(07) COMP VALUE ZERO.
002840
002850 01  WS-SWITCHES.
002860     05  WS-RUN-MODE-SWITCH     PIC X(01) VALUE "F".
002870         88  FULL-RUN                      VALUE "F".
002880         88  ISSUE-ONLY-RUN                VALUE "I".
002890     05  WS-EOF-SWITCH          PIC X(01) VALUE "N".
002900         88  END-OF-FILE                   VALUE "Y".
002910         88  NOT-END-OF-FILE               VALUE "N".
002920     05  WS-ENC-EOF-SWITCH      PIC X(01) VALUE "N".
002930         88  END-OF-ENCASHMENTS            VALUE "Y".
002940         88  NOT-END-OF-ENCASHMENTS        VALUE "N".
002950     05  WS-OA-EOF-SWITCH       PIC X(01) VALUE "N".
002960         88  END-OF-ACTIONS                VALUE "Y".
002970         88  NOT-END-OF-ACTIONS            VALUE "N".
002980     05  WS-REG-EOF-SWITCH      PIC X(01) VALUE "N".
002990         88  END-OF-REGISTER               VALUE "Y".
003000         88  NOT-END-OF-REGISTER           VALUE "N".
003010     05  WS-APPOINTEES-SWITCH   PIC X(01) VALUE "Y".
003020         88  APPOINTEES-PRESENT            VALUE "Y".
003030         88  APPOINTEES-ABSENT             VALUE "N".
003040     05  WS-ADDRESSEE-SWITCH    PIC X(01) VALUE "C".
003050         88  PAY-TO-APPOINTEE              VALUE "A".
003060         88  PAY-TO-CLAIMANT               VALUE "C".
003070     05  WS-SERIAL-SWITCH       PIC X(01) VALUE "N".
003080         88  SERIAL-FOUND                  VALUE "Y".
003090         88  SERIAL-NOT-FOUND              VALUE "N".
003100     05  WS-STOCK-SWITCH        PIC X(01) VALUE "N".
003110         88  STOCK-EXHAUSTED               VALUE "Y".
003120         88  STOCK-AVAILABLE               VALUE "N".
003130
003140*  FILE NAME AND STATUS CARRIED INTO 9100-ABEND-FILE-ERROR WHEN
003150*  AN OPEN OR A WRITE FAILS ON A FILE THE RUN CANNOT CONTINUE
003160*  WITHOUT.
003170 01  WS-ERROR-FILE-NAME         PIC X(20).
003180 01  WS-ERROR-STATUS            PIC X(02).
003190
003200*  ARGUMENTS FOR THE CITIZEN-RUNLOCK REGISTRY CALLS.
003210 01  WS-LOCK-ACTION             PIC X(01) VALUE SPACE.
003220 01  WS-LOCK-PROGRAM-NAME       PIC X(15)
003230                                VALUE "CITIZEN-ORDERS".
003240 01  WS-LOCK-RUN-ID             PIC X(08) VALUE SPACES.
003250 01  WS-LOCK-RESULT             PIC X(01) VALUE SPACE.
003260
003270*----------------------------------------------------------*
003280*  PROCEDURE DIVISION                                      *
003290*----------------------------------------------------------*
003300 PROCEDURE DIVISION.
003310
003320 0000-MAINLINE.
003330     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003340     IF FULL-RUN
003350         PERFORM 2000-APPLY-ENCASHMENT THRU 2000-EXIT
003360             UNTIL END-OF-ENCASHMENTS
003370         PERFORM 3000-APPLY-ORDER-ACTION THRU 3000-EXIT
003380             UNTIL END-OF-ACTIONS
003390         PERFORM 4000-STALE-DATE-SWEEP THRU 4000-EXIT
003400     END-IF
003410     PERFORM 5000-ISSUE-ORDER THRU 5000-EXIT
003420         UNTIL END-OF-FILE
003430     PERFORM 7000-STOCK-RECONCILIATION THRU 7000-EXIT
003440     PERFORM 8000-FINALIZE THRU 8000-EXIT
003450     GO TO 9999-EXIT.
003460
003470*----------------------------------------------------------*
003480*  1000-INITIALIZE - EDIT THE PARAMETER, READ THE STOCK    *
003490*  CARD AND OPEN THE FILES.  THE ENCASHMENT AND ACTION     *
003500*  FILES ARE ONLY OPENED FOR THE FULL RUN, AND MAY BE      *
003510*  ABSENT (STATUS 35) ON A DAY WITH NOTHING TO APPLY.      *
003520*----------------------------------------------------------*
003530 1000-INITIALIZE.
003540     ACCEPT WS-PARM-RAW FROM COMMAND-LINE
003550     EVALUATE WS-PARM-RAW
003560         WHEN SPACES
003570             SET FULL-RUN TO TRUE
003580         WHEN "ISSUE"
003590             SET ISSUE-ONLY-RUN TO TRUE
003600         WHEN OTHER
003610             DISPLAY "CITIZEN-ORDERS: PARAMETER MUST BE BLANK "
003620                 "OR ISSUE: " WS-PARM-RAW
003630             MOVE 16 TO RETURN-CODE
003640             STOP RUN
003650     END-EVALUATE
003660
003670     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003680     ACCEPT WS-RUN-TIME FROM TIME
003690     STRING
003700         "PO"             DELIMITED BY SIZE
003710         WS-RUN-TIME(1:6) DELIMITED BY SIZE
003720         INTO WS-RUN-ID
003730     END-STRING
003740     COMPUTE WS-RUN-DAY-NUMBER =
003750         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
003760
003770     PERFORM 1100-READ-STOCK-CARD THRU 1100-EXIT
003780     PERFORM 1900-REGISTER-RUN THRU 1900-EXIT
003790
003800     OPEN INPUT EXTRACT-FILE
003810     IF WS-EXTRACT-STATUS NOT = "00"
003820         MOVE "EXTRACT-FILE" TO WS-ERROR-FILE-NAME
003830         MOVE WS-EXTRACT-STATUS TO WS-ERROR-STATUS
003840         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003850     END-IF
003860
003870     PERFORM 1200-OPEN-ORDER-REGISTER THRU 1200-EXIT
003880
003890     OPEN INPUT CITIZEN-MASTER-FILE
003900     IF WS-MASTER-STATUS NOT = "00"
003910         MOVE "CITIZEN-MASTER-FILE" TO WS-ERROR-FILE-NAME
003920         MOVE WS-MASTER-STATUS TO WS-ERROR-STATUS
003930         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003940     END-IF
003950
003960     OPEN INPUT APPOINTEE-FILE
003970     IF WS-APPOINTEE-STATUS = "35"
003980         SET APPOINTEES-ABSENT TO TRUE
003990     ELSE
004000         IF WS-APPOINTEE-STATUS NOT = "00"
004010             MOVE "APPOINTEE-FILE" TO WS-ERROR-FILE-NAME
004020             MOVE WS-APPOINTEE-STATUS TO WS-ERROR-STATUS
004030             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
004040         END-IF
004050     END-IF
004060
004070     OPEN EXTEND ORDER-SPOOL-FILE
004080     IF WS-SPOOL-STATUS = "35"
004090         OPEN OUTPUT ORDER-SPOOL-FILE
004100     END-IF
004110     IF WS-SPOOL-STATUS NOT = "00"
004120         MOVE "ORDER-SPOOL-FILE" TO WS-ERROR-FILE-NAME
004130         MOVE WS-SPOOL-STATUS TO WS-ERROR-STATUS
004140         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
004150     END-IF
004160
004170     OPEN OUTPUT ORDER-REPORT-FILE
004180     IF WS-REPORT-STATUS NOT = "00"
004190         MOVE "ORDER-REPORT-FILE" TO WS-ERROR-FILE-NAME
004200         MOVE WS-REPORT-STATUS TO WS-ERROR-STATUS
004210         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
004220     END-IF
004230
004240     IF FULL-RUN
004250         PERFORM 1300-OPEN-FULL-RUN-FILES THRU 1300-EXIT
004260     ELSE
004270         SET END-OF-ENCASHMENTS TO TRUE
004280         SET END-OF-ACTIONS TO TRUE
004290     END-IF
004300
004310     PERFORM 1400-WRITE-HEADER THRU 1400-EXIT.
004320 1000-EXIT.
004330     EXIT.
004340
004350*----------------------------------------------------------*
004360*  1100-READ-STOCK-CARD - THE RUN CANNOT NUMBER AN ORDER   *
004370*  WITHOUT KNOWING WHAT STOCK IS IN THE PRINTER, SO A      *
004380*  MISSING OR MALFORMED CARD STOPS THE RUN BEFORE ANYTHING *
004390*  ELSE IS OPENED.                                         *
004400*----------------------------------------------------------*
004410 1100-READ-STOCK-CARD.
004420     OPEN INPUT STOCK-FILE
004430     IF WS-STOCK-STATUS NOT = "00"
004440         MOVE "STOCK-FILE" TO WS-ERROR-FILE-NAME
004450         MOVE WS-STOCK-STATUS TO WS-ERROR-STATUS
004460         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
004470     END-IF
004480     READ STOCK-FILE
004490         AT END
004500             DISPLAY "CITIZEN-ORDERS: ORDER-STOCK.TXT IS EMPTY - "
004510                 "NO ORDER STOCK LOADED"
004520             MOVE 16 TO RETURN-CODE
004530             STOP RUN
004540     END-READ
004550     CLOSE STOCK-FILE
004560
004570     IF STK-FIRST-SERIAL NOT NUMERIC
004580         OR STK-LAST-SERIAL NOT NUMERIC
004590         OR STK-NEXT-SERIAL NOT NUMERIC
004600         OR STK-VALIDITY-DAYS NOT NUMERIC
004610         OR STK-ISSUED-COUNT NOT NUMERIC
004620         OR STK-SPOILED-BLANK NOT NUMERIC
004630         OR STK-SPOILED-PRINTED NOT NUMERIC
004640         DISPLAY "CITIZEN-ORDERS: ORDER-STOCK.TXT HAS A "
004650             "NON-NUMERIC FIELD: " STOCK-RECORD
004660         MOVE 16 TO RETURN-CODE
004670         STOP RUN
004680     END-IF
004690     MOVE STOCK-RECORD TO WS-STOCK-CARD
004700
004710     IF WS-STK-FIRST-SERIAL = ZERO
004720         OR WS-STK-LAST-SERIAL < WS-STK-FIRST-SERIAL
004730         OR WS-STK-NEXT-SERIAL < WS-STK-FIRST-SERIAL
004740         OR WS-STK-NEXT-SERIAL > WS-STK-LAST-SERIAL + 1
004750         OR WS-STK-VALIDITY-DAYS = ZERO
004760         DISPLAY "CITIZEN-ORDERS: ORDER-STOCK.TXT RANGE OR "
004770             "VALIDITY IS NOT CONSISTENT: " STOCK-RECORD
004780         MOVE 16 TO RETURN-CODE
004790         STOP RUN
004800     END-IF.
004810 1100-EXIT.
004820     EXIT.
004830
004840*----------------------------------------------------------*
004850*  1200-OPEN-ORDER-REGISTER - THE REGISTER IS PERMANENT, SO *
004860*  IT IS ALWAYS OPENED I-O.  IF NO RUN HAS EVER CREATED IT *
004870*  YET (STATUS 35) IT IS CREATED EMPTY AND REOPENED.       *
004880*----------------------------------------------------------*
004890 1200-OPEN-ORDER-REGISTER.
004900     OPEN I-O ORDER-REGISTER-FILE
004910     IF WS-REGISTER-STATUS = "35"
004920         OPEN OUTPUT ORDER-REGISTER-FILE
004930         IF WS-REGISTER-STATUS = "00"
004940             CLOSE ORDER-REGISTER-FILE
004950             OPEN I-O ORDER-REGISTER-FILE
004960         END-IF
004970     END-IF
004980     IF WS-REGISTER-STATUS NOT = "00"
004990         MOVE "ORDER-REGISTER-FILE" TO WS-ERROR-FILE-NAME
005000         MOVE WS-REGISTER-STATUS TO WS-ERROR-STATUS
005010         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
005020     END-IF.
005030 1200-EXIT.
005040     EXIT.
005050
005060*----------------------------------------------------------*
005070*  1300-OPEN-FULL-RUN-FILES - THE BANK'S ENCASHMENTS AND   *
005080*  THE CLERICAL ACTIONS IN, THE FAILED QUEUE OUT.  THE     *
005090*  FAILED QUEUE IS OPENED EXTEND: CITIZEN-RECON REBUILDS IT *
005100*  FROM THE DAY'S RETURNS, SO THIS RUN GOES AFTER RECON AND *
005110*  BEFORE CITIZEN-REISSUE.                                 *
005113*  THE RETURNED-PAYMENTS REGISTER IS PERMANENT - OPENED    *
005116*  I-O, AND CREATED EMPTY THE FIRST TIME (STATUS 35).      *
005120*----------------------------------------------------------*
005130 1300-OPEN-FULL-RUN-FILES.
005140     OPEN INPUT ENCASHMENT-FILE
005150     IF WS-ENCASH-STATUS = "35"
005160         SET END-OF-ENCASHMENTS TO TRUE
005170     ELSE
005180         IF WS-ENCASH-STATUS NOT = "00"
005190             MOVE "ENCASHMENT-FILE" TO WS-ERROR-FILE-NAME
005200             MOVE WS-ENCASH-STATUS TO WS-ERROR-STATUS
005210             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
005220         END-IF
005230     END-IF
005240
005250     OPEN INPUT ORDER-ACTION-FILE
005260     IF WS-ACTION-STATUS = "35"
005270         SET END-OF-ACTIONS TO TRUE
005280     ELSE
005290         IF WS-ACTION-STATUS NOT = "00"
005300             MOVE "ORDER-ACTION-FILE" TO WS-ERROR-FILE-NAME
005310             MOVE WS-ACTION-STATUS TO WS-ERROR-STATUS
005320             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
005330         END-IF
005340     END-IF
005350
005360     OPEN EXTEND FAILED-FILE
005370     IF WS-FAILED-STATUS = "35"
005380         OPEN OUTPUT FAILED-FILE
005390     END-IF
005400     IF WS-FAILED-STATUS NOT = "00"
005410         MOVE "FAILED-FILE" TO WS-ERROR-FILE-NAME
005420         MOVE WS-FAILED-STATUS TO WS-ERROR-STATUS
005421         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
005422     END-IF
005423
005424     OPEN I-O RETURN-REGISTER-FILE
005425     IF WS-RETURNED-STATUS = "35"
005426         OPEN OUTPUT RETURN-REGISTER-FILE
005427         IF WS-RETURNED-STATUS = "00"
005428             CLOSE RETURN-REGISTER-FILE
005429             OPEN I-O RETURN-REGISTER-FILE
005430         END-IF
005431     END-IF
005432     IF WS-RETURNED-STATUS NOT = "00"
005433         MOVE "RETURN-REGISTER-FILE" TO WS-ERROR-FILE-NAME
005434         MOVE WS-RETURNED-STATUS TO WS-ERROR-STATUS
005437         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
005440     END-IF.
005450 1300-EXIT.
005460     EXIT.
005470
005480*----------------------------------------------------------*
005490*  1400-WRITE-HEADER - BANNER, RUN DATE, RUN IDENTIFIER AND *
005500*  WHICH KIND OF RUN THIS IS.                              *
005510*----------------------------------------------------------*
005520 1400-WRITE-HEADER.
005530     MOVE "CITIZEN BENEFITS PAYABLE ORDER RUN"
005540         TO ORDER-REPORT-RECORD
005550     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
005560
005570     MOVE SPACES TO ORDER-REPORT-RECORD
005580     STRING
005590         "RUN DATE: " DELIMITED BY SIZE
005600         WS-RUN-YEAR  DELIMITED BY SIZE
005610         "-"          DELIMITED BY SIZE
005620         WS-RUN-MONTH DELIMITED BY SIZE
005630         "-"          DELIMITED BY SIZE
005640         WS-RUN-DAY   DELIMITED BY SIZE
005650         "  RUN ID: " DELIMITED BY SIZE
005660         WS-RUN-ID    DELIMITED BY SIZE
005670         INTO ORDER-REPORT-RECORD
005680     END-STRING
005690     IF FULL-RUN
005700         MOVE "  FULL RUN" TO ORDER-REPORT-RECORD(37:10)
005710     ELSE
005720         MOVE "  ISSUE ONLY" TO ORDER-REPORT-RECORD(37:12)
005730     END-IF
005740     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
005750
005760     MOVE ALL "-" TO ORDER-REPORT-RECORD
005770     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT.
005780 1400-EXIT.
005790     EXIT.
005800
005810*----------------------------------------------------------*
005820*  1900-REGISTER-RUN - TAKE THE SHARED PAYMENT FILES       *
005830*  THROUGH THE CITIZEN-RUNLOCK REGISTRY.  A REFUSAL MEANS  *
005840*  ANOTHER WRITER IS MID-FLIGHT - STOP BEFORE ANYTHING IS  *
005850*  OPENED.                                                 *
005860*----------------------------------------------------------*
005870 1900-REGISTER-RUN.
005880     MOVE "R" TO WS-LOCK-ACTION
005890     MOVE WS-RUN-ID TO WS-LOCK-RUN-ID
005900     CALL "CITIZEN-RUNLOCK" USING WS-LOCK-ACTION,
005910                                   WS-LOCK-PROGRAM-NAME,
005920                                   WS-LOCK-RUN-ID,
005930                                   WS-LOCK-RESULT
005940     END-CALL
005950     IF WS-LOCK-RESULT NOT = "G"
005960         DISPLAY "CITIZEN-ORDERS: ANOTHER RUN HOLDS THE "
005970             "PAYMENT FILES - NOT STARTED"
005980         MOVE 16 TO RETURN-CODE
005990         STOP RUN
006000     END-IF.
006010 1900-EXIT.
006020     EXIT.
006030
006040*----------------------------------------------------------*
006050*  2000-APPLY-ENCASHMENT - ONE LINE OFF THE BANK'S         *
006060*  ENCASHMENT FILE.  AN ISSUED ORDER IS MARKED CASHED; THE *
006070*  SAME ENCASHMENT SEEN AGAIN ON A RERUN IS A NO-OP.  AN   *
006080*  UNKNOWN SERIAL, A SECOND PRESENTATION, OR AN ORDER      *
006090*  CASHED AFTER IT WAS STOPPED IS AN EXCEPTION FOR THE     *
006100*  CLERICAL SECTION - THE LAST MAY ALREADY HAVE BEEN       *
006110*  RE-ISSUED.                                              *
006120*----------------------------------------------------------*
006130 2000-APPLY-ENCASHMENT.
006140     READ ENCASHMENT-FILE
006150         AT END
006160             SET END-OF-ENCASHMENTS TO TRUE
006170             GO TO 2000-EXIT
006180     END-READ
006190     IF ENCASHMENT-RECORD = SPACES
006200         GO TO 2000-EXIT
006210     END-IF
006220     ADD 1 TO WS-COUNT-ENCASH-READ
006230
006240     IF ENC-SERIAL NOT NUMERIC
006250         OR ENC-AMOUNT NOT NUMERIC
006260         OR ENC-CASHED-DATE NOT NUMERIC
006270         MOVE "ENCASHMENT LINE NOT NUMERIC - IGNORED"
006280             TO WS-ITEM-TEXT
006290         PERFORM 2950-REPORT-EXCEPTION THRU 2950-EXIT
006300         GO TO 2000-EXIT
006310     END-IF
006320
006330     MOVE ENC-SERIAL TO ORD-SERIAL
006340     READ ORDER-REGISTER-FILE
006350         KEY IS ORD-SERIAL
006360         INVALID KEY
006370             MOVE "ENCASHMENT FOR A SERIAL NOT ON THE REGISTER"
006380                 TO WS-ITEM-TEXT
006390             PERFORM 2950-REPORT-EXCEPTION THRU 2950-EXIT
006400             GO TO 2000-EXIT
006410     END-READ
006420
006430     EVALUATE TRUE
006440         WHEN ORD-CASHED
006450             IF ORD-STATUS-DATE = ENC-CASHED-DATE
006460                 ADD 1 TO WS-COUNT-REPEATS
006470             ELSE
006480                 MOVE "PRESENTED AGAIN - ALREADY CASHED"
006490                     TO WS-ITEM-TEXT
006500                 PERFORM 2950-REPORT-EXCEPTION THRU 2950-EXIT
006510             END-IF
006520         WHEN ORD-CANCELLED
006530             MOVE "CASHED AFTER CANCELLATION - CHECK RE-ISSUE"
006540                 TO WS-ITEM-TEXT
006550             PERFORM 2950-REPORT-EXCEPTION THRU 2950-EXIT
006560         WHEN ORD-STALE
006570             MOVE "CASHED AFTER STALE-DATING - CHECK RE-ISSUE"
006580                 TO WS-ITEM-TEXT
006590             PERFORM 2950-REPORT-EXCEPTION THRU 2950-EXIT
006600         WHEN OTHER
006610             SET ORD-CASHED TO TRUE
006620             MOVE ENC-CASHED-DATE TO ORD-STATUS-DATE
006630             MOVE ENC-AMOUNT TO ORD-CASHED-AMOUNT
006640             REWRITE ORDER-RECORD
006650             PERFORM 9111-CHECK-REGISTER-STATUS THRU 9111-EXIT
006660             ADD 1 TO WS-COUNT-CASHED
006670             MOVE "CASHED" TO WS-ITEM-TEXT
006680             PERFORM 2900-REPORT-ORDER THRU 2900-EXIT
006690             IF ENC-AMOUNT NOT = ORD-AMOUNT
006700                 MOVE "CASHED FOR A DIFFERENT AMOUNT THAN ISSUED"
006710                     TO WS-ITEM-TEXT
006720                 PERFORM 2950-REPORT-EXCEPTION THRU 2950-EXIT
006730             END-IF
006740     END-EVALUATE.
006750 2000-EXIT.
006760     EXIT.
006770
006780*----------------------------------------------------------*
006790*  2900-REPORT-ORDER - ONE REPORT LINE FOR THE ORDER NOW IN *
006800*  THE REGISTER RECORD, WITH WS-ITEM-TEXT SAYING WHAT WAS  *
006810*  DONE TO IT.                                             *
006820*----------------------------------------------------------*
006830 2900-REPORT-ORDER.
006840     MOVE ORD-AMOUNT TO WS-AMOUNT-DISPLAY
006850     MOVE SPACES TO ORDER-REPORT-RECORD
006860     STRING
006870         "ORDER "           DELIMITED BY SIZE
006880         ORD-SERIAL         DELIMITED BY SIZE
006890         " "                DELIMITED BY SIZE
006900         ORD-CITIZEN-ID     DELIMITED BY SIZE
006910         " TYPE "           DELIMITED BY SIZE
006920         ORD-BENEFIT-TYPE   DELIMITED BY SIZE
006930         " £"               DELIMITED BY SIZE
006940         WS-AMOUNT-DISPLAY  DELIMITED BY SIZE
006950         " "                DELIMITED BY SIZE
006960         ORD-PAYEE-NAME     DELIMITED BY SIZE
006970         " - "              DELIMITED BY SIZE
006980         WS-ITEM-TEXT       DELIMITED BY SIZE
006990         INTO ORDER-REPORT-RECORD
007000     END-STRING
007010     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT.
007020 2900-EXIT.
007030     EXIT.
007040
007050*----------------------------------------------------------*
007060*  2950-REPORT-EXCEPTION - AN ITEM THE RUN COULD NOT APPLY. *
007070*  COUNTED, SO THE RUN ENDS WITH RETURN-CODE 8, AND LISTED *
007080*  WITH THE INPUT LINE THAT CAUSED IT.                     *
007090*----------------------------------------------------------*
007100 2950-REPORT-EXCEPTION.
007110     ADD 1 TO WS-COUNT-EXCEPTIONS
007120     MOVE SPACES TO ORDER-REPORT-RECORD
007130     STRING
007140         "*** EXCEPTION - " DELIMITED BY SIZE
007150         WS-ITEM-TEXT       DELIMITED BY "  "
007160         INTO ORDER-REPORT-RECORD
007170     END-STRING
007180     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT.
007190 2950-EXIT.
007200     EXIT.
007210
007220*----------------------------------------------------------*
007230*  2990-WRITE-REPORT-LINE - ONE REPORT LINE, STATUS-CHECKED.*
007240*----------------------------------------------------------*
007250 2990-WRITE-REPORT-LINE.
007260     WRITE ORDER-REPORT-RECORD
007270     PERFORM 9110-CHECK-REPORT-STATUS THRU 9110-EXIT.
007280 2990-EXIT.
007290     EXIT.
007300
007310*----------------------------------------------------------*
007320*  3000-APPLY-ORDER-ACTION - ONE CLERICAL NOTICE.  CANCEL  *
007330*  OR SPOIL AN ISSUED ORDER AND IT GOES TO THE FAILED QUEUE *
007340*  FOR RE-ISSUE; SPOIL A BLANK FORM AT OR BEYOND THE NEXT  *
007350*  SERIAL AND THE SERIAL IS BARRED ON THE REGISTER.  AN    *
007360*  ORDER ALREADY CANCELLED IS LEFT ALONE, SO A RERUN OVER  *
007370*  THE SAME FILE DOES NOT RE-ISSUE IT TWICE.               *
007380*----------------------------------------------------------*
007390 3000-APPLY-ORDER-ACTION.
007400     READ ORDER-ACTION-FILE
007410         AT END
007420             SET END-OF-ACTIONS TO TRUE
007430             GO TO 3000-EXIT
007440     END-READ
007450     IF ORDER-ACTION-RECORD = SPACES
007460         GO TO 3000-EXIT
007470     END-IF
007480     ADD 1 TO WS-COUNT-ACTIONS-READ
007490
007500     IF OA-SERIAL NOT NUMERIC
007510         OR NOT (OA-CANCEL OR OA-SPOIL)
007520         MOVE SPACES TO WS-ITEM-TEXT
007530         STRING
007540             "ACTION LINE NOT C/S PLUS SERIAL: "
007550                                 DELIMITED BY SIZE
007560             ORDER-ACTION-RECORD DELIMITED BY SIZE
007570             INTO WS-ITEM-TEXT
007580         END-STRING
007590         PERFORM 2950-REPORT-EXCEPTION THRU 2950-EXIT
007600         GO TO 3000-EXIT
007610     END-IF
007620
007630     MOVE OA-SERIAL TO ORD-SERIAL
007640     READ ORDER-REGISTER-FILE
007650         KEY IS ORD-SERIAL
007660         INVALID KEY
007670             PERFORM 3100-SPOIL-BLANK-FORM THRU 3100-EXIT
007680             GO TO 3000-EXIT
007690     END-READ
007700
007710     IF ORD-CANCELLED
007720         ADD 1 TO WS-COUNT-REPEATS
007730         GO TO 3000-EXIT
007740     END-IF
007750     IF NOT ORD-ISSUED
007760         MOVE "CANNOT CANCEL - ORDER ALREADY CASHED OR STALE"
007770             TO WS-ITEM-TEXT
007780         PERFORM 2950-REPORT-EXCEPTION THRU 2950-EXIT
007790         GO TO 3000-EXIT
007800     END-IF
007810
007820     SET ORD-CANCELLED TO TRUE
007830     MOVE WS-RUN-DATE TO ORD-STATUS-DATE
007840     IF OA-SPOIL
007850         MOVE "SPOILED IN PRINT" TO ORD-REASON
007860         ADD 1 TO WS-STK-SPOILED-PRINTED
007870         ADD 1 TO WS-COUNT-SPOILED
007880     ELSE
007890         MOVE OA-REASON TO ORD-REASON
007900         IF ORD-REASON = SPACES
007910             MOVE "CANCELLED" TO ORD-REASON
007920         END-IF
007930     END-IF
007940     REWRITE ORDER-RECORD
007950     PERFORM 9111-CHECK-REGISTER-STATUS THRU 9111-EXIT
007960     ADD 1 TO WS-COUNT-CANCELLED
007970
007980     MOVE SPACES TO WS-ITEM-TEXT
007990     STRING
008000         "CANCELLED (" DELIMITED BY SIZE
008010         ORD-REASON    DELIMITED BY "  "
008020         "), QUEUED FOR RE-ISSUE"
008030                       DELIMITED BY SIZE
008040         INTO WS-ITEM-TEXT
008050     END-STRING
008060     PERFORM 2900-REPORT-ORDER THRU 2900-EXIT
008070     PERFORM 6000-QUEUE-FAILED-ORDER THRU 6000-EXIT.
008080 3000-EXIT.
008090     EXIT.
008100
008110*----------------------------------------------------------*
008120*  3100-SPOIL-BLANK-FORM - A SERIAL NOT ON THE REGISTER.   *
008130*  ONLY A SPOILED BLANK FORM STILL AHEAD OF THE NEXT SERIAL *
008140*  CAN BE RECORDED: IT IS WRITTEN AS A CANCELLED ROW WITH  *
008150*  NO CLAIM, WHICH 5200-ALLOCATE-SERIAL STEPS OVER.        *
008160*----------------------------------------------------------*
008170 3100-SPOIL-BLANK-FORM.
008180     IF OA-CANCEL
008190         MOVE "CANCEL FOR A SERIAL NOT ON THE REGISTER"
008200             TO WS-ITEM-TEXT
008210         PERFORM 2950-REPORT-EXCEPTION THRU 2950-EXIT
008220         GO TO 3100-EXIT
008230     END-IF
008240     MOVE OA-SERIAL TO WS-SERIAL-DISPLAY
008250     IF WS-SERIAL-DISPLAY < WS-STK-NEXT-SERIAL
008260         OR WS-SERIAL-DISPLAY > WS-STK-LAST-SERIAL
008270         MOVE "SPOILED SERIAL IS NOT UNUSED STOCK IN THE RANGE"
008280             TO WS-ITEM-TEXT
008290         PERFORM 2950-REPORT-EXCEPTION THRU 2950-EXIT
008300         GO TO 3100-EXIT
008310     END-IF
008320
008330     INITIALIZE ORDER-RECORD
008340     MOVE WS-SERIAL-DISPLAY TO ORD-SERIAL
008350     SET ORD-CANCELLED TO TRUE
008360     MOVE WS-RUN-DATE TO ORD-STATUS-DATE
008370     MOVE "SPOILED BLANK FORM" TO ORD-REASON
008380     MOVE WS-RUN-ID TO ORD-ISSUE-RUN-ID
008390     WRITE ORDER-RECORD
008400     PERFORM 9111-CHECK-REGISTER-STATUS THRU 9111-EXIT
008410     ADD 1 TO WS-STK-SPOILED-BLANK
008420     ADD 1 TO WS-COUNT-SPOILED
008430
008440     MOVE SPACES TO ORDER-REPORT-RECORD
008450     STRING
008460         "ORDER "                     DELIMITED BY SIZE
008470         ORD-SERIAL                   DELIMITED BY SIZE
008480         " - BLANK FORM SPOILED, SERIAL BARRED"
008490                                      DELIMITED BY SIZE
008500         INTO ORDER-REPORT-RECORD
008510     END-STRING
008520     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT.
008530 3100-EXIT.
008540     EXIT.
008550
008560*----------------------------------------------------------*
008570*  4000-STALE-DATE-SWEEP - READ THE WHOLE REGISTER IN      *
008580*  SERIAL ORDER AND STALE-DATE EVERY ORDER STILL ISSUED    *
008590*  WHOSE VALIDITY PERIOD HAS RUN OUT.                      *
008600*----------------------------------------------------------*
008610 4000-STALE-DATE-SWEEP.
008620     SET NOT-END-OF-REGISTER TO TRUE
008630     MOVE ZERO TO ORD-SERIAL
008640     START ORDER-REGISTER-FILE
008650         KEY IS NOT LESS THAN ORD-SERIAL
008660         INVALID KEY
008670             SET END-OF-REGISTER TO TRUE
008680     END-START
008690     PERFORM 4100-CHECK-ONE-ORDER THRU 4100-EXIT
008700         UNTIL END-OF-REGISTER.
008710 4000-EXIT.
008720     EXIT.
008730
008740*----------------------------------------------------------*
008750*  4100-CHECK-ONE-ORDER - AN ISSUED ORDER IS STALE ONCE THE *
008760*  RUN DATE IS PAST ITS ISSUE DATE PLUS THE VALIDITY DAYS  *
008770*  ON THE STOCK CARD.  IT IS MARKED STALE AND QUEUED FOR   *
008780*  RE-ISSUE.                                               *
008790*----------------------------------------------------------*
008800 4100-CHECK-ONE-ORDER.
008810     READ ORDER-REGISTER-FILE NEXT RECORD
008820         AT END
008830             SET END-OF-REGISTER TO TRUE
008840             GO TO 4100-EXIT
008850     END-READ
008860     IF NOT ORD-ISSUED
008870         GO TO 4100-EXIT
008880     END-IF
008890
008900     COMPUTE WS-LAST-VALID-DAY =
008910         FUNCTION INTEGER-OF-DATE(ORD-ISSUE-DATE)
008920             + WS-STK-VALIDITY-DAYS
008930     IF WS-RUN-DAY-NUMBER NOT > WS-LAST-VALID-DAY
008940         GO TO 4100-EXIT
008950     END-IF
008960
008970     SET ORD-STALE TO TRUE
008980     MOVE WS-RUN-DATE TO ORD-STATUS-DATE
008990     REWRITE ORDER-RECORD
009000     PERFORM 9111-CHECK-REGISTER-STATUS THRU 9111-EXIT
009010     ADD 1 TO WS-COUNT-STALE
009020     MOVE "STALE-DATED, QUEUED FOR RE-ISSUE" TO WS-ITEM-TEXT
009030     PERFORM 2900-REPORT-ORDER THRU 2900-EXIT
009040     PERFORM 6000-QUEUE-FAILED-ORDER THRU 6000-EXIT.
009050 4100-EXIT.
009060     EXIT.
009070
009080*----------------------------------------------------------*
009090*  5000-ISSUE-ORDER - ONE EXTRACT LINE.  A "P" LINE NOT    *
009100*  ALREADY ON THE REGISTER IS GIVEN THE NEXT SERIAL,       *
009110*  RECORDED AS ISSUED AND PRINTED.  A LINE THAT CANNOT BE  *
009120*  ISSUED (NO MASTER ROW, NO STOCK LEFT) IS AN EXCEPTION   *
009130*  AND STAYS UNISSUED FOR THE NEXT RUN TO PICK UP.         *
009140*----------------------------------------------------------*
009150 5000-ISSUE-ORDER.
009160     READ EXTRACT-FILE
009170         AT END
009180             SET END-OF-FILE TO TRUE
009190             GO TO 5000-EXIT
009200     END-READ
009210     ADD 1 TO WS-COUNT-EXTRACT-READ
009220     IF EXT-PAY-METHOD NOT = "P"
009230         GO TO 5000-EXIT
009240     END-IF
009250     ADD 1 TO WS-COUNT-ORDER-LINES
009260
009270     MOVE EXT-CITIZEN-ID TO ORD-CITIZEN-ID
009280     MOVE EXT-BENEFIT-TYPE TO ORD-BENEFIT-TYPE
009290     MOVE EXT-PAYMENT-DATE TO ORD-PAYMENT-DATE
009300     MOVE EXT-RUN-ID TO ORD-RUN-ID
009310     READ ORDER-REGISTER-FILE
009320         KEY IS ORD-PAYMENT-REF
009330         INVALID KEY
009340             CONTINUE
009350         NOT INVALID KEY
009360             ADD 1 TO WS-COUNT-ALREADY-ISSUED
009370             GO TO 5000-EXIT
009380     END-READ
009390
009400     PERFORM 5100-SET-PAYEE THRU 5100-EXIT
009410     IF WS-MASTER-STATUS NOT = "00"
009420         MOVE SPACES TO WS-ITEM-TEXT
009430         STRING
009440             "NOT ISSUED - NO MASTER ROW FOR " DELIMITED BY SIZE
009450             EXT-CITIZEN-ID                    DELIMITED BY SIZE
009460             " TYPE "                          DELIMITED BY SIZE
009470             EXT-BENEFIT-TYPE                  DELIMITED BY SIZE
009480             INTO WS-ITEM-TEXT
009490         END-STRING
009500         PERFORM 2950-REPORT-EXCEPTION THRU 2950-EXIT
009510         ADD 1 TO WS-COUNT-NOT-ISSUED
009520         GO TO 5000-EXIT
009530     END-IF
009540
009550     PERFORM 5200-ALLOCATE-SERIAL THRU 5200-EXIT
009560     IF STOCK-EXHAUSTED
009570         MOVE SPACES TO WS-ITEM-TEXT
009580         STRING
009590             "NOT ISSUED - ORDER STOCK EXHAUSTED, "
009600                                   DELIMITED BY SIZE
009610             EXT-CITIZEN-ID        DELIMITED BY SIZE
009620             " TYPE "              DELIMITED BY SIZE
009630             EXT-BENEFIT-TYPE      DELIMITED BY SIZE
009640             INTO WS-ITEM-TEXT
009650         END-STRING
009660         PERFORM 2950-REPORT-EXCEPTION THRU 2950-EXIT
009670         ADD 1 TO WS-COUNT-NOT-ISSUED
009680         GO TO 5000-EXIT
009690     END-IF
009700
009710     INITIALIZE ORDER-RECORD
009720     MOVE WS-STK-NEXT-SERIAL TO ORD-SERIAL
009730     MOVE EXT-CITIZEN-ID TO ORD-CITIZEN-ID
009740     MOVE EXT-BENEFIT-TYPE TO ORD-BENEFIT-TYPE
009750     MOVE EXT-PAYMENT-DATE TO ORD-PAYMENT-DATE
009760     MOVE EXT-RUN-ID TO ORD-RUN-ID
009770     MOVE EXT-PAYABLE-AMOUNT TO ORD-AMOUNT
009780     MOVE WS-PAYEE-NAME TO ORD-PAYEE-NAME
009790     MOVE WS-RUN-DATE TO ORD-ISSUE-DATE
009800     SET ORD-ISSUED TO TRUE
009810     MOVE WS-RUN-DATE TO ORD-STATUS-DATE
009820     MOVE WS-RUN-ID TO ORD-ISSUE-RUN-ID
009830     WRITE ORDER-RECORD
009840     PERFORM 9111-CHECK-REGISTER-STATUS THRU 9111-EXIT
009850
009860     ADD 1 TO WS-STK-NEXT-SERIAL
009870     ADD 1 TO WS-STK-ISSUED-COUNT
009880     ADD 1 TO WS-COUNT-ISSUED
009890     ADD ORD-AMOUNT TO WS-TOTAL-ISSUED
009900
009910     PERFORM 5300-PRINT-ORDER THRU 5300-EXIT
009920     MOVE "ISSUED" TO WS-ITEM-TEXT
009930     PERFORM 2900-REPORT-ORDER THRU 2900-EXIT.
009940 5000-EXIT.
009950     EXIT.
009960
009970*----------------------------------------------------------*
009980*  5100-SET-PAYEE - THE ORDER IS MADE OUT TO THE CLAIMANT  *
009990*  ON THE MASTER, OR TO THE APPOINTEE IF AN APPOINTMENT IS *
010000*  IN FORCE AT THE PAYMENT DATE.  WS-MASTER-STATUS IS LEFT *
010010*  NON-ZERO WHEN THE CLAIM IS NOT ON THE MASTER.           *
010020*----------------------------------------------------------*
010030 5100-SET-PAYEE.
010040     SET PAY-TO-CLAIMANT TO TRUE
010050     MOVE EXT-CITIZEN-ID TO CITIZEN-ID
010060     MOVE EXT-BENEFIT-TYPE TO CITIZEN-BENEFIT-TYPE
010070     READ CITIZEN-MASTER-FILE
010080         INVALID KEY
010090             GO TO 5100-EXIT
010100     END-READ
010110     MOVE CITIZEN-NAME TO WS-PAYEE-NAME
010120     MOVE CITIZEN-ADDRESS TO WS-PAYEE-ADDRESS
010130
010140     IF APPOINTEES-ABSENT
010150         GO TO 5100-EXIT
010160     END-IF
010170     MOVE CITIZEN-KEY TO APT-KEY
010180     READ APPOINTEE-FILE
010190         INVALID KEY
010200             GO TO 5100-EXIT
010210     END-READ
010220     IF APT-START-DATE > EXT-PAYMENT-DATE
010230         OR (APT-END-DATE NOT = ZERO
010240             AND APT-END-DATE < EXT-PAYMENT-DATE)
010250         GO TO 5100-EXIT
010260     END-IF
010270     SET PAY-TO-APPOINTEE TO TRUE
010280     MOVE APT-NAME TO WS-PAYEE-NAME
010290     MOVE APT-ADDRESS TO WS-PAYEE-ADDRESS.
010300 5100-EXIT.
010310     EXIT.
010320
010330*----------------------------------------------------------*
010340*  5200-ALLOCATE-SERIAL - STEP THE NEXT SERIAL PAST ANY    *
010350*  SERIAL ALREADY ON THE REGISTER (A BARRED BLANK FORM) AND *
010360*  FLAG THE STOCK EXHAUSTED IF THE RANGE RUNS OUT.         *
010370*----------------------------------------------------------*
010380 5200-ALLOCATE-SERIAL.
010390     SET SERIAL-FOUND TO TRUE
010400     PERFORM 5210-TRY-NEXT-SERIAL THRU 5210-EXIT
010410         UNTIL SERIAL-NOT-FOUND
010420             OR STOCK-EXHAUSTED.
010430 5200-EXIT.
010440     EXIT.
010450
010460*----------------------------------------------------------*
010470*  5210-TRY-NEXT-SERIAL - IS THE NEXT SERIAL FREE?  IF IT  *
010480*  IS ALREADY ON THE REGISTER, MOVE ON ONE.                *
010490*----------------------------------------------------------*
010500 5210-TRY-NEXT-SERIAL.
010510     IF WS-STK-NEXT-SERIAL > WS-STK-LAST-SERIAL
010520         SET STOCK-EXHAUSTED TO TRUE
010530         GO TO 5210-EXIT
010540     END-IF
010550     MOVE WS-STK-NEXT-SERIAL TO ORD-SERIAL
010560     READ ORDER-REGISTER-FILE
010570         KEY IS ORD-SERIAL
010580         INVALID KEY
010590             SET SERIAL-NOT-FOUND TO TRUE
010600             GO TO 5210-EXIT
010610     END-READ
010620     ADD 1 TO WS-STK-NEXT-SERIAL.
010630 5210-EXIT.
010640     EXIT.
010650
010660*----------------------------------------------------------*
010670*  5300-PRINT-ORDER - THE ORDER ITSELF ON THE SPOOL: SERIAL,*
010680*  PAYEE, AMOUNT, ISSUE DATE AND LAST DATE IT MAY BE       *
010690*  CASHED, AND THE CLAIM IT PAYS.                          *
010700*----------------------------------------------------------*
010710 5300-PRINT-ORDER.
010720     MOVE ORD-ISSUE-DATE TO WS-DATE-WORK
010730     PERFORM 5390-EDIT-DATE THRU 5390-EXIT
010740     MOVE WS-DATE-PRINT TO WS-ISSUE-DATE-PRINT
010750     COMPUTE WS-DATE-WORK = FUNCTION DATE-OF-INTEGER(
010760         FUNCTION INTEGER-OF-DATE(ORD-ISSUE-DATE)
010770             + WS-STK-VALIDITY-DAYS)
010780     PERFORM 5390-EDIT-DATE THRU 5390-EXIT
010790     MOVE WS-DATE-PRINT TO WS-VALID-TO-PRINT
010800     MOVE ORD-AMOUNT TO WS-AMOUNT-DISPLAY
010810
010820     MOVE ALL "=" TO ORDER-SPOOL-RECORD
010830     PERFORM 5380-WRITE-SPOOL-LINE THRU 5380-EXIT
010840
010850     MOVE SPACES TO ORDER-SPOOL-RECORD
010860     STRING
010870         "PAYABLE ORDER   NO. " DELIMITED BY SIZE
010880         ORD-SERIAL             DELIMITED BY SIZE
010890         INTO ORDER-SPOOL-RECORD
010900     END-STRING
010910     PERFORM 5380-WRITE-SPOOL-LINE THRU 5380-EXIT
010920
010930     MOVE SPACES TO ORDER-SPOOL-RECORD
010940     STRING
010950         "PAY             "     DELIMITED BY SIZE
010960         WS-PAYEE-NAME          DELIMITED BY SIZE
010970         INTO ORDER-SPOOL-RECORD
010980     END-STRING
010990     PERFORM 5380-WRITE-SPOOL-LINE THRU 5380-EXIT
011000
011010     MOVE SPACES TO ORDER-SPOOL-RECORD
011020     MOVE WS-PAYEE-ADDRESS TO ORDER-SPOOL-RECORD(17:30)
011030     PERFORM 5380-WRITE-SPOOL-LINE THRU 5380-EXIT
011040
011050     MOVE SPACES TO ORDER-SPOOL-RECORD
011060     STRING
011070         "THE SUM OF      £"    DELIMITED BY SIZE
011080         WS-AMOUNT-DISPLAY      DELIMITED BY SIZE
011090         INTO ORDER-SPOOL-RECORD
011100     END-STRING
011110     PERFORM 5380-WRITE-SPOOL-LINE THRU 5380-EXIT
011120
011130     MOVE SPACES TO ORDER-SPOOL-RECORD
011140     STRING
011150         "ISSUED          "     DELIMITED BY SIZE
011160         WS-ISSUE-DATE-PRINT    DELIMITED BY SIZE
011170         "   NOT VALID AFTER "  DELIMITED BY SIZE
011180         WS-VALID-TO-PRINT      DELIMITED BY SIZE
011190         INTO ORDER-SPOOL-RECORD
011200     END-STRING
011210     PERFORM 5380-WRITE-SPOOL-LINE THRU 5380-EXIT
011220
011230     IF PAY-TO-APPOINTEE
011240         MOVE SPACES TO ORDER-SPOOL-RECORD
011250         STRING
011260             "ON BEHALF OF    "  DELIMITED BY SIZE
011270             CITIZEN-NAME        DELIMITED BY SIZE
011280             INTO ORDER-SPOOL-RECORD
011290         END-STRING
011300         PERFORM 5380-WRITE-SPOOL-LINE THRU 5380-EXIT
011310     END-IF
011320
011330     MOVE SPACES TO ORDER-SPOOL-RECORD
011340     STRING
011350         "REFERENCE       "     DELIMITED BY SIZE
011360         ORD-CITIZEN-ID         DELIMITED BY SIZE
011370         " TYPE "               DELIMITED BY SIZE
011380         ORD-BENEFIT-TYPE       DELIMITED BY SIZE
011390         "   RUN "              DELIMITED BY SIZE
011400         ORD-RUN-ID             DELIMITED BY SIZE
011410         INTO ORDER-SPOOL-RECORD
011420     END-STRING
011430     PERFORM 5380-WRITE-SPOOL-LINE THRU 5380-EXIT.
011440 5300-EXIT.
011450     EXIT.
011460
011470*----------------------------------------------------------*
011480*  5380-WRITE-SPOOL-LINE - ONE PRINT LINE, STATUS-CHECKED. *
011490*----------------------------------------------------------*
011500 5380-WRITE-SPOOL-LINE.
011510     WRITE ORDER-SPOOL-RECORD
011520     PERFORM 9112-CHECK-SPOOL-STATUS THRU 9112-EXIT.
011530 5380-EXIT.
011540     EXIT.
011550
011560*----------------------------------------------------------*
011570*  5390-EDIT-DATE - WS-DATE-WORK (YYYYMMDD) AS DD/MM/YYYY. *
011580*----------------------------------------------------------*
011590 5390-EDIT-DATE.
011600     MOVE SPACES TO WS-DATE-PRINT
011610     STRING
011620         WS-DW-DAY   DELIMITED BY SIZE
011630         "/"         DELIMITED BY SIZE
011640         WS-DW-MONTH DELIMITED BY SIZE
011650         "/"         DELIMITED BY SIZE
011660         WS-DW-YEAR  DELIMITED BY SIZE
011670         INTO WS-DATE-PRINT
011680     END-STRING.
011690 5390-EXIT.
011700     EXIT.
011710
011720*----------------------------------------------------------*
011730*  6000-QUEUE-FAILED-ORDER - A CANCELLED OR STALE ORDER    *
011740*  GOES ONTO THE FAILED QUEUE AS THE EXTRACT LINE IT PAID, *
011750*  WITH ITS ORIGINAL PAYMENT DATE AND RUN, SO              *
011760*  CITIZEN-REISSUE RE-ISSUES IT LIKE A RETURNED PAYMENT.   *
011770*  THE RE-ISSUED LINE IS STILL A "P" LINE AND IS GIVEN A   *
011780*  NEW SERIAL BY THE NEXT ISSUE RUN.                       *
011790*----------------------------------------------------------*
011800 6000-QUEUE-FAILED-ORDER.
011810     MOVE SPACES TO WS-FAILED-FIELDS
011820     MOVE ORD-CITIZEN-ID TO WS-FP-CITIZEN-ID
011830     MOVE ORD-BENEFIT-TYPE TO WS-FP-BENEFIT-TYPE
011840     MOVE ORD-AMOUNT TO WS-FP-AMOUNT
011850     MOVE ORD-PAYMENT-DATE TO WS-FP-PAYMENT-DATE
011860     MOVE ORD-RUN-ID TO WS-FP-RUN-ID
011870     MOVE "P" TO WS-FP-PAY-METHOD
011880     MOVE WS-FAILED-FIELDS TO FAILED-RECORD
011890     WRITE FAILED-RECORD
011900     PERFORM 9113-CHECK-FAILED-STATUS THRU 9113-EXIT
011901     ADD 1 TO WS-COUNT-REQUEUED
011902
011903*    THE ORDER NEVER REACHED THE CLAIMANT - ONTO THE
011904*    RETURNED-PAYMENTS REGISTER.  A ROW ALREADY THERE IS LEFT
011905*    AS FIRST RECORDED.
011906     MOVE SPACES TO RETURNED-PAYMENT-RECORD
011907     MOVE ORD-CITIZEN-ID TO RTP-CITIZEN-ID
011908     MOVE ORD-BENEFIT-TYPE TO RTP-BENEFIT-TYPE
011909     MOVE ORD-PAYMENT-DATE TO RTP-PAYMENT-DATE
011910     MOVE ORD-AMOUNT TO RTP-AMOUNT
011911     MOVE WS-RUN-DATE TO RTP-RETURNED-DATE
011912     IF ORD-STALE
011913         MOVE "ORDER STALE-DATED" TO RTP-REASON
011914     ELSE
011915         MOVE ORD-REASON TO RTP-REASON
011916     END-IF
011917     MOVE WS-LOCK-PROGRAM-NAME TO RTP-PROGRAM-NAME
011918     WRITE RETURNED-PAYMENT-RECORD
011919         INVALID KEY
011920             GO TO 6000-EXIT
011921     END-WRITE
011922     PERFORM 9114-CHECK-RETURNED-STATUS THRU 9114-EXIT.
011926 6000-EXIT.
011930     EXIT.
011940
011950*----------------------------------------------------------*
011960*  7000-STOCK-RECONCILIATION - THE RANGE ON THE STOCK CARD *
011970*  MUST EQUAL SERIALS ISSUED PLUS BLANK FORMS SPOILED PLUS *
011980*  SERIALS REMAINING, AND THE REGISTER MUST HOLD ONE ROW   *
011990*  FOR EVERY SERIAL ISSUED OR SPOILED IN THE RANGE.  A     *
012000*  DIFFERENCE IS AN EXCEPTION.  ORDERS SPOILED IN PRINT    *
012010*  ARE ALREADY COUNTED AS ISSUED, AND ARE SHOWN SEPARATELY. *
012020*----------------------------------------------------------*
012030 7000-STOCK-RECONCILIATION.
012040     COMPUTE WS-RANGE-SIZE =
012050         WS-STK-LAST-SERIAL - WS-STK-FIRST-SERIAL + 1
012080     COMPUTE WS-RANGE-EXPECTED =
012090         WS-STK-ISSUED-COUNT + WS-STK-SPOILED-BLANK
012100
012110     MOVE ZERO TO WS-RANGE-ROWS
012120     SET NOT-END-OF-REGISTER TO TRUE
012130     MOVE WS-STK-FIRST-SERIAL TO ORD-SERIAL
012140     START ORDER-REGISTER-FILE
012150         KEY IS NOT LESS THAN ORD-SERIAL
012160         INVALID KEY
012170             SET END-OF-REGISTER TO TRUE
012180     END-START
012190     PERFORM 7100-COUNT-RANGE-ROW THRU 7100-EXIT
012200         UNTIL END-OF-REGISTER
012210
012220*    BLANK FORMS BARRED AHEAD OF THE NEXT SERIAL ARE NOT
012230*    AVAILABLE EITHER.
012240     COMPUTE WS-RANGE-REMAINING = WS-RANGE-SIZE
012250         - WS-STK-ISSUED-COUNT - WS-STK-SPOILED-BLANK
012260
012270     MOVE ALL "-" TO ORDER-REPORT-RECORD
012280     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
012290     MOVE "PAYABLE ORDER STOCK RECONCILIATION"
012300         TO ORDER-REPORT-RECORD
012310     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
012320
012330     MOVE SPACES TO ORDER-REPORT-RECORD
012340     MOVE WS-RANGE-SIZE TO WS-SERIAL-COUNT-DISPLAY
012350     STRING
012360         "STOCK RANGE          : " DELIMITED BY SIZE
012370         WS-STK-FIRST-SERIAL       DELIMITED BY SIZE
012380         " TO "                    DELIMITED BY SIZE
012390         WS-STK-LAST-SERIAL        DELIMITED BY SIZE
012400         "  SERIALS "              DELIMITED BY SIZE
012410         WS-SERIAL-COUNT-DISPLAY   DELIMITED BY SIZE
012420         INTO ORDER-REPORT-RECORD
012430     END-STRING
012440     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
012450
012460     MOVE SPACES TO ORDER-REPORT-RECORD
012470     STRING
012480         "NEXT SERIAL          : " DELIMITED BY SIZE
012490         WS-STK-NEXT-SERIAL        DELIMITED BY SIZE
012500         INTO ORDER-REPORT-RECORD
012510     END-STRING
012520     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
012530
012540     MOVE WS-STK-ISSUED-COUNT TO WS-SERIAL-COUNT-DISPLAY
012550     MOVE SPACES TO ORDER-REPORT-RECORD
012560     STRING
012570         "SERIALS USED         : " DELIMITED BY SIZE
012580         WS-SERIAL-COUNT-DISPLAY   DELIMITED BY SIZE
012590         INTO ORDER-REPORT-RECORD
012600     END-STRING
012610     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
012620
012630     MOVE WS-STK-SPOILED-BLANK TO WS-SERIAL-COUNT-DISPLAY
012640     MOVE SPACES TO ORDER-REPORT-RECORD
012650     STRING
012660         "SPOILED BLANK        : " DELIMITED BY SIZE
012670         WS-SERIAL-COUNT-DISPLAY   DELIMITED BY SIZE
012680         INTO ORDER-REPORT-RECORD
012690     END-STRING
012700     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
012710
012720     MOVE WS-STK-SPOILED-PRINTED TO WS-SERIAL-COUNT-DISPLAY
012730     MOVE SPACES TO ORDER-REPORT-RECORD
012740     STRING
012750         "SPOILED IN PRINT     : " DELIMITED BY SIZE
012760         WS-SERIAL-COUNT-DISPLAY   DELIMITED BY SIZE
012770         "  (INCLUDED IN SERIALS USED)"
012780                                   DELIMITED BY SIZE
012790         INTO ORDER-REPORT-RECORD
012800     END-STRING
012810     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
012820
012830     MOVE WS-RANGE-REMAINING TO WS-SERIAL-COUNT-DISPLAY
012840     MOVE SPACES TO ORDER-REPORT-RECORD
012850     STRING
012860         "SERIALS REMAINING    : " DELIMITED BY SIZE
012870         WS-SERIAL-COUNT-DISPLAY   DELIMITED BY SIZE
012880         INTO ORDER-REPORT-RECORD
012890     END-STRING
012900     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
012910
012920     MOVE WS-RANGE-ROWS TO WS-SERIAL-COUNT-DISPLAY
012930     MOVE SPACES TO ORDER-REPORT-RECORD
012940     STRING
012950         "REGISTER ROWS IN RANGE: " DELIMITED BY SIZE
012960         WS-SERIAL-COUNT-DISPLAY    DELIMITED BY SIZE
012970         INTO ORDER-REPORT-RECORD
012980     END-STRING
012990     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
013000
013010     IF WS-RANGE-ROWS = WS-RANGE-EXPECTED
013020         AND WS-RANGE-REMAINING NOT < ZERO
013030         MOVE "STOCK RECONCILES" TO ORDER-REPORT-RECORD
013040         PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
013050     ELSE
013060         MOVE "STOCK DOES NOT RECONCILE WITH THE REGISTER"
013070             TO WS-ITEM-TEXT
013080         PERFORM 2950-REPORT-EXCEPTION THRU 2950-EXIT
013090     END-IF.
013100 7000-EXIT.
013110     EXIT.
013120
013130*----------------------------------------------------------*
013140*  7100-COUNT-RANGE-ROW - COUNT ONE REGISTER ROW INSIDE THE *
013150*  CURRENT STOCK RANGE; STOP AT THE FIRST ROW BEYOND IT.   *
013160*----------------------------------------------------------*
013170 7100-COUNT-RANGE-ROW.
013180     READ ORDER-REGISTER-FILE NEXT RECORD
013190         AT END
013200             SET END-OF-REGISTER TO TRUE
013210             GO TO 7100-EXIT
013220     END-READ
013230     IF ORD-SERIAL > WS-STK-LAST-SERIAL
013240         SET END-OF-REGISTER TO TRUE
013250         GO TO 7100-EXIT
013260     END-IF
013270     ADD 1 TO WS-RANGE-ROWS.
013280 7100-EXIT.
013290     EXIT.
013300
013310*----------------------------------------------------------*
013320*  8000-FINALIZE - WRITE THE STOCK CARD BACK, THE COUNTS TO *
013330*  THE REPORT AND THE JOB LOG, CLOSE DOWN, AND SET         *
013340*  RETURN-CODE 8 IF ANY EXCEPTION WAS REPORTED.            *
013350*----------------------------------------------------------*
013360 8000-FINALIZE.
013370     PERFORM 8100-SAVE-STOCK-CARD THRU 8100-EXIT
013380
013390     MOVE ALL "-" TO ORDER-REPORT-RECORD
013400     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
013410
013420     MOVE WS-COUNT-ORDER-LINES TO WS-COUNT-DISPLAY
013430     MOVE SPACES TO ORDER-REPORT-RECORD
013440     STRING
013450         "CITIZEN-ORDERS ORDER LINES READ  : " DELIMITED BY SIZE
013460         WS-COUNT-DISPLAY                      DELIMITED BY SIZE
013470         INTO ORDER-REPORT-RECORD
013480     END-STRING
013490     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
013500
013510     MOVE WS-COUNT-ISSUED TO WS-COUNT-DISPLAY
013520     MOVE SPACES TO ORDER-REPORT-RECORD
013530     STRING
013540         "CITIZEN-ORDERS ORDERS ISSUED     : " DELIMITED BY SIZE
013550         WS-COUNT-DISPLAY                      DELIMITED BY SIZE
013560         INTO ORDER-REPORT-RECORD
013570     END-STRING
013580     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
013590
013600     MOVE WS-TOTAL-ISSUED TO WS-TOTAL-DISPLAY
013610     MOVE SPACES TO ORDER-REPORT-RECORD
013620     STRING
013630         "CITIZEN-ORDERS TOTAL ISSUED      : £" DELIMITED BY SIZE
013640         WS-TOTAL-DISPLAY                       DELIMITED BY SIZE
013650         INTO ORDER-REPORT-RECORD
013660     END-STRING
013670     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
013680
013690     MOVE WS-COUNT-ALREADY-ISSUED TO WS-COUNT-DISPLAY
013700     MOVE SPACES TO ORDER-REPORT-RECORD
013710     STRING
013720         "CITIZEN-ORDERS ALREADY ISSUED    : " DELIMITED BY SIZE
013730         WS-COUNT-DISPLAY                      DELIMITED BY SIZE
013740         INTO ORDER-REPORT-RECORD
013750     END-STRING
013760     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
013770
013780     MOVE WS-COUNT-NOT-ISSUED TO WS-COUNT-DISPLAY
013790     MOVE SPACES TO ORDER-REPORT-RECORD
013800     STRING
013810         "CITIZEN-ORDERS NOT ISSUED        : " DELIMITED BY SIZE
013820         WS-COUNT-DISPLAY                      DELIMITED BY SIZE
013830         INTO ORDER-REPORT-RECORD
013840     END-STRING
013850     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
013860
013870     MOVE WS-COUNT-CASHED TO WS-COUNT-DISPLAY
013880     MOVE SPACES TO ORDER-REPORT-RECORD
013890     STRING
013900         "CITIZEN-ORDERS CASHED            : " DELIMITED BY SIZE
013910         WS-COUNT-DISPLAY                      DELIMITED BY SIZE
013920         INTO ORDER-REPORT-RECORD
013930     END-STRING
013940     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
013950
013960     MOVE WS-COUNT-CANCELLED TO WS-COUNT-DISPLAY
013970     MOVE SPACES TO ORDER-REPORT-RECORD
013980     STRING
013990         "CITIZEN-ORDERS CANCELLED         : " DELIMITED BY SIZE
014000         WS-COUNT-DISPLAY                      DELIMITED BY SIZE
014010         INTO ORDER-REPORT-RECORD
014020     END-STRING
014030     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
014040
014050     MOVE WS-COUNT-SPOILED TO WS-COUNT-DISPLAY
014060     MOVE SPACES TO ORDER-REPORT-RECORD
014070     STRING
014080         "CITIZEN-ORDERS SPOILED           : " DELIMITED BY SIZE
014090         WS-COUNT-DISPLAY                      DELIMITED BY SIZE
014100         INTO ORDER-REPORT-RECORD
014110     END-STRING
014120     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
014130
014140     MOVE WS-COUNT-STALE TO WS-COUNT-DISPLAY
014150     MOVE SPACES TO ORDER-REPORT-RECORD
014160     STRING
014170         "CITIZEN-ORDERS STALE-DATED       : " DELIMITED BY SIZE
014180         WS-COUNT-DISPLAY                      DELIMITED BY SIZE
014190         INTO ORDER-REPORT-RECORD
014200     END-STRING
014210     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
014220
014230     MOVE WS-COUNT-REQUEUED TO WS-COUNT-DISPLAY
014240     MOVE SPACES TO ORDER-REPORT-RECORD
014250     STRING
014260         "CITIZEN-ORDERS QUEUED TO RE-ISSUE: " DELIMITED BY SIZE
014270         WS-COUNT-DISPLAY                      DELIMITED BY SIZE
014280         INTO ORDER-REPORT-RECORD
014290     END-STRING
014300     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
014310
014320     MOVE WS-COUNT-EXCEPTIONS TO WS-COUNT-DISPLAY
014330     MOVE SPACES TO ORDER-REPORT-RECORD
014340     STRING
014350         "CITIZEN-ORDERS EXCEPTIONS        : " DELIMITED BY SIZE
014360         WS-COUNT-DISPLAY                      DELIMITED BY SIZE
014370         INTO ORDER-REPORT-RECORD
014380     END-STRING
014390     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
014400
014410     CLOSE EXTRACT-FILE
014420     CLOSE ORDER-REGISTER-FILE
014430     CLOSE CITIZEN-MASTER-FILE
014440     IF APPOINTEES-PRESENT
014450         CLOSE APPOINTEE-FILE
014460     END-IF
014470     CLOSE ORDER-SPOOL-FILE
014480     CLOSE ORDER-REPORT-FILE
014490     IF FULL-RUN
014500         IF WS-ENCASH-STATUS NOT = "35"
014510             CLOSE ENCASHMENT-FILE
014520         END-IF
014530         IF WS-ACTION-STATUS NOT = "35"
014540             CLOSE ORDER-ACTION-FILE
014550         END-IF
014560         CLOSE FAILED-FILE
014565         CLOSE RETURN-REGISTER-FILE
014570     END-IF
014580
014590     PERFORM 8900-DEREGISTER-RUN THRU 8900-EXIT
014600
014610     DISPLAY "CITIZEN-ORDERS ORDER LINES READ  : "
014620         WS-COUNT-ORDER-LINES
014630     DISPLAY "CITIZEN-ORDERS ORDERS ISSUED     : "
014640         WS-COUNT-ISSUED
014650     DISPLAY "CITIZEN-ORDERS CASHED            : "
014660         WS-COUNT-CASHED
014670     DISPLAY "CITIZEN-ORDERS CANCELLED         : "
014680         WS-COUNT-CANCELLED
014690     DISPLAY "CITIZEN-ORDERS STALE-DATED       : "
014700         WS-COUNT-STALE
014710     DISPLAY "CITIZEN-ORDERS QUEUED TO RE-ISSUE: "
014720         WS-COUNT-REQUEUED
014730     DISPLAY "CITIZEN-ORDERS EXCEPTIONS        : "
014740         WS-COUNT-EXCEPTIONS
014750
014760     IF WS-COUNT-EXCEPTIONS NOT = ZERO
014770         DISPLAY "CITIZEN-ORDERS: RUN NEEDS A HUMAN LOOK - "
014780             "SEE PAYABLE-ORDER-REPORT.TXT"
014790         MOVE 8 TO RETURN-CODE
014800     END-IF.
014810 8000-EXIT.
014820     EXIT.
014830
014840*----------------------------------------------------------*
014850*  8100-SAVE-STOCK-CARD - WRITE THE CARD BACK WITH THE NEXT *
014860*  SERIAL AND THE RANGE COUNTS AS THIS RUN LEFT THEM.      *
014870*----------------------------------------------------------*
014880 8100-SAVE-STOCK-CARD.
014890     OPEN OUTPUT STOCK-FILE
014900     IF WS-STOCK-STATUS NOT = "00"
014910         MOVE "STOCK-FILE" TO WS-ERROR-FILE-NAME
014920         MOVE WS-STOCK-STATUS TO WS-ERROR-STATUS
014930         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
014940     END-IF
014950     MOVE WS-STOCK-CARD TO STOCK-RECORD
014960     WRITE STOCK-RECORD
014970     IF WS-STOCK-STATUS NOT = "00"
014980         MOVE "STOCK-FILE" TO WS-ERROR-FILE-NAME
014990         MOVE WS-STOCK-STATUS TO WS-ERROR-STATUS
015000         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
015010     END-IF
015020     CLOSE STOCK-FILE.
015030 8100-EXIT.
015040     EXIT.
015050
015060*----------------------------------------------------------*
015070*  8900-DEREGISTER-RUN - HAND THE SHARED PAYMENT FILES     *
015080*  BACK TO THE REGISTRY.                                   *
015090*----------------------------------------------------------*
015100 8900-DEREGISTER-RUN.
015110     MOVE "D" TO WS-LOCK-ACTION
015120     CALL "CITIZEN-RUNLOCK" USING WS-LOCK-ACTION,
015130                                   WS-LOCK-PROGRAM-NAME,
015140                                   WS-LOCK-RUN-ID,
015150                                   WS-LOCK-RESULT
015160     END-CALL.
015170 8900-EXIT.
015180     EXIT.
015190
015200*----------------------------------------------------------*
015210*  9100-ABEND-FILE-ERROR - AN OPEN OR A WRITE CAME BACK    *
015220*  WITH A NON-ZERO FILE STATUS ON A FILE THE RUN CANNOT    *
015230*  SENSIBLY CONTINUE WITHOUT.  REPORT IT AND STOP RATHER   *
015240*  THAN ISSUING ORDERS THE REGISTER DOES NOT HOLD.         *
015250*----------------------------------------------------------*
015260 9100-ABEND-FILE-ERROR.
015270     DISPLAY "CITIZEN-ORDERS: I/O ERROR ON " WS-ERROR-FILE-NAME
015280         ", FILE STATUS = " WS-ERROR-STATUS
015290     MOVE 16 TO RETURN-CODE
015300     STOP RUN.
015310 9100-EXIT.
015320     EXIT.
015330
015340*----------------------------------------------------------*
015350*  9110 THRU 9114-CHECK-xxx-STATUS - TESTED AFTER EVERY    *
015360*  WRITE TO THE FILE NAMED, SO A FULL DISK OR OTHER WRITE  *
015370*  FAILURE ABENDS THE RUN INSTEAD OF BEING SILENTLY        *
015380*  IGNORED.                                                *
015390*----------------------------------------------------------*
015400 9110-CHECK-REPORT-STATUS.
015410     IF WS-REPORT-STATUS NOT = "00"
015420         MOVE "ORDER-REPORT-FILE" TO WS-ERROR-FILE-NAME
015430         MOVE WS-REPORT-STATUS TO WS-ERROR-STATUS
015440         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
015450     END-IF.
015460 9110-EXIT.
015470     EXIT.
015480
015490 9111-CHECK-REGISTER-STATUS.
015500     IF WS-REGISTER-STATUS NOT = "00"
015510         AND WS-REGISTER-STATUS NOT = "02"
015520         MOVE "ORDER-REGISTER-FILE" TO WS-ERROR-FILE-NAME
015530         MOVE WS-REGISTER-STATUS TO WS-ERROR-STATUS
015540         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
015550     END-IF.
015560 9111-EXIT.
015570     EXIT.
015580
015590 9112-CHECK-SPOOL-STATUS.
015600     IF WS-SPOOL-STATUS NOT = "00"
015610         MOVE "ORDER-SPOOL-FILE" TO WS-ERROR-FILE-NAME
015620         MOVE WS-SPOOL-STATUS TO WS-ERROR-STATUS
015630         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
015640     END-IF.
015650 9112-EXIT.
015660     EXIT.
015670
015680 9113-CHECK-FAILED-STATUS.
015690     IF WS-FAILED-STATUS NOT = "00"
015700         MOVE "FAILED-FILE" TO WS-ERROR-FILE-NAME
015710         MOVE WS-FAILED-STATUS TO WS-ERROR-STATUS
015720         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
015730     END-IF.
015740 9113-EXIT.
015750     EXIT.
015751
015752 9114-CHECK-RETURNED-STATUS.
015753     IF WS-RETURNED-STATUS NOT = "00"
015754         MOVE "RETURN-REGISTER-FILE" TO WS-ERROR-FILE-NAME
015755         MOVE WS-RETURNED-STATUS TO WS-ERROR-STATUS
015756         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
015757     END-IF.
015758 9114-EXIT.
015759     EXIT.
015760
015770 9999-EXIT.
015780     STOP RUN.
