000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CITIZEN-CASHFC.
000030 AUTHOR.        R HARGREAVES.
000040 INSTALLATION.  DWP BENEFITS DIVISION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICATION HISTORY                                    *
000090*----------------------------------------------------------*
000100*  15/10/2026 RH   INITIAL VERSION.  THE WEEKLY CASH       *
000110*                  REQUIREMENT FORECAST FOR FINANCE.       *
000120*                  PROJECTS EVERY CLAIM ON THE MASTER      *
000130*                  FORWARD OVER THE NEXT THIRTEEN WEEKS ON *
000140*                  ITS BENEFIT TYPE'S PAYMENT CYCLE (THE   *
000150*                  PAY-SCHEDULE.TXT CARD), PRICING EACH    *
000160*                  PAYMENT THROUGH CITIZEN-CALC AT ITS OWN *
000170*                  PAY DATE SO A RATES.TXT UPRATING SHOWS  *
000180*                  IN THE WEEK IT TAKES EFFECT.  A         *
000190*                  SUSPENSION OR TERMINATION STOPS THE     *
000200*                  CLAIM FROM ITS STATUS DATE, THE AGE     *
000210*                  BAND AND BANK DETAILS ARE TESTED AS     *
000220*                  CITIZEN-BATCH TESTS THEM, AND           *
000230*                  OVERPAYMENT RECOVERY IS TAKEN OFF WHILE *
000240*                  THE LEDGER BALANCE LASTS.  HELD         *
000250*                  REVIEW-QUEUE CLAIMS, FAILED PAYMENTS    *
000260*                  AND PAYMENTS AWAITING A SECOND OFFICER  *
000270*                  ARE SHOWN APART AS MAY BECOME PAYABLE.  *
000280*                  WRITES FORECAST-REPORT.TXT BY WEEK AND  *
000290*                  BENEFIT TYPE AND THE FIXED-WIDTH        *
000300*                  CASH-FORECAST.TXT FOR FINANCE, KEEPS    *
000310*                  EACH WEEK'S FORECAST ON                 *
000320*                  FORECAST-HISTORY.DAT, AND ONCE A WEEK   *
000330*                  IS OVER COMPARES ITS FORECAST WITH WHAT *
000340*                  THE AUDIT TRAIL SHOWS WAS PAID.         *
000350*                  CHANGES NOTHING ELSE.                   *
000360*----------------------------------------------------------*
000370
000380*----------------------------------------------------------*
000390*  ENVIRONMENT DIVISION                                    *
000400*----------------------------------------------------------*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT SCHEDULE-FILE ASSIGN TO "pay-schedule.txt"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-SCHEDULE-STATUS.
000470
000480     SELECT CITIZEN-MASTER-FILE ASSIGN TO "citizens.dat"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS CITIZEN-KEY
000520         ALTERNATE RECORD KEY IS CITIZEN-BENEFIT-TYPE
000530             WITH DUPLICATES
000540         FILE STATUS IS WS-MASTER-STATUS.
000550
000560     SELECT OVERPAY-LEDGER-FILE ASSIGN TO "overpayments.dat"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS OVP-KEY
000600         FILE STATUS IS WS-OVERPAY-STATUS.
000610
000620     SELECT APPOINTEE-FILE ASSIGN TO "appointees.dat"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS APT-KEY
000660         FILE STATUS IS WS-APPOINTEE-STATUS.
000670
000680     SELECT FRAUD-HOLD-FILE ASSIGN TO "fraud-holds.dat"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS FHD-KEY
000720         FILE STATUS IS WS-HOLD-STATUS.
000730
000740     SELECT REVIEW-QUEUE-FILE ASSIGN TO "review-queue.txt"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-REVIEW-STATUS.
000770
000780     SELECT FAILED-FILE ASSIGN TO "failed-payments.txt"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-FAILED-STATUS.
000810
000820     SELECT PENDING-AUTH-FILE ASSIGN TO "pending-auth.dat"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS SEQUENTIAL
000850         RECORD KEY IS PND-KEY
000860         FILE STATUS IS WS-PENDING-STATUS.
000870
000880     SELECT AUDIT-TRAIL-FILE ASSIGN TO "audit-trail.txt"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-AUDIT-STATUS.
000910
000920     SELECT FORECAST-HISTORY-FILE ASSIGN TO "forecast-history.dat"
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS FCH-KEY
000960         FILE STATUS IS WS-HISTORY-STATUS.
000970
000980     SELECT FORECAST-WORK-FILE ASSIGN TO "forecast-work.dat"
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS RANDOM
001010         RECORD KEY IS FWK-KEY
001020         FILE STATUS IS WS-WORK-STATUS.
001030
001040     SELECT CASH-FORECAST-FILE ASSIGN TO "cash-forecast.txt"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS WS-FINANCE-STATUS.
001070
001080     SELECT FORECAST-REPORT-FILE ASSIGN TO "forecast-report.txt"
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS WS-REPORT-STATUS.
001110
001120*----------------------------------------------------------*
001130*  DATA DIVISION                                           *
001140*----------------------------------------------------------*
001150 DATA DIVISION.
001160 FILE SECTION.
001170*  SCHEDULE-FILE - ONE LINE PER BENEFIT TYPE PAID ON A CYCLE
001180*  OF ITS OWN (THE BT= RUNS OF CITIZEN-BATCH): THE TYPE, THE
001190*  WEEKS BETWEEN PAY DAYS AND ANY ONE PAY DAY ON THE CYCLE
001200*  (YYYYMMDD).  TYPE "**" IS THE CYCLE FOR EVERY TYPE WITHOUT
001210*  A LINE OF ITS OWN.  A TYPE COVERED BY NEITHER IS TAKEN AS
001220*  PAID WEEKLY ON THE RUN DATE'S DAY OF THE WEEK.
001230 FD  SCHEDULE-FILE.
001240 01  SCHEDULE-RECORD.
001250     05  SCH-BENEFIT-TYPE       PIC X(02).
001260     05  SCH-INTERVAL-WEEKS     PIC X(02).
001270     05  SCH-ANCHOR-DATE        PIC X(08).
001280
001290*  CITIZEN-MASTER-FILE - READ FROM END TO END FOR THE
001300*  PROJECTION, THEN BY KEY FOR THE CLAIMS ON THE REVIEW QUEUE.
001310 FD  CITIZEN-MASTER-FILE.
001320     COPY CITIZEN-RECORD.
001330
001340*  OVERPAY-LEDGER-FILE - THE BALANCE STILL TO RECOVER ON EACH
001350*  CLAIM.  READ ONLY, AND MAY NOT EXIST.
001360 FD  OVERPAY-LEDGER-FILE.
001370     COPY OVERPAYMENT-LEDGER.
001380
001390*  APPOINTEE-FILE - WHO IS PAID WHILE AN APPOINTMENT IS IN
001400*  FORCE.  READ ONLY, AND MAY NOT EXIST.
001410 FD  APPOINTEE-FILE.
001420     COPY APPOINTEE-RECORD.
001430
001440*  FRAUD-HOLD-FILE - CLAIMS CITIZEN-BATCH IS HOLDING FOR A
001450*  FRAUD REFERRAL.  READ ONLY, AND MAY NOT EXIST.
001460 FD  FRAUD-HOLD-FILE.
001470     COPY FRAUD-HOLD.
001480
001490*  REVIEW-QUEUE-FILE - THE CLAIMS WAITING ON A CLERICAL
001500*  DECISION.  READ ONLY, AND MAY NOT EXIST.
001510 FD  REVIEW-QUEUE-FILE.
001520 01  REVIEW-QUEUE-RECORD       PIC X(100).
001530
001540*  FAILED-FILE - PAYMENTS RETURNED AND WAITING FOR
001550*  CITIZEN-REISSUE, IN THE PAYMENT-EXTRACT LAYOUT.  READ ONLY,
001560*  AND MAY NOT EXIST.
001570 FD  FAILED-FILE.
001580 01  FAILED-RECORD             PIC X(49).
001590
001600*  PENDING-AUTH-FILE - PAYMENTS HELD FOR A SECOND OFFICER.
001610*  READ ONLY, AND MAY NOT EXIST.
001620 FD  PENDING-AUTH-FILE.
001630     COPY PENDING-AUTH.
001640
001650*  AUDIT-TRAIL-FILE - READ FOR WHAT WAS ACTUALLY PAID IN THE
001660*  WEEKS NOW BEING COMPARED.
001670 FD  AUDIT-TRAIL-FILE.
001680 01  AUDIT-TRAIL-RECORD        PIC X(170).
001690
001700*  FORECAST-HISTORY-FILE - EACH WEEK'S FORECAST AND, ONCE THE
001710*  WEEK IS OVER, WHAT WAS PAID.  PERMANENT; CREATED EMPTY THE
001720*  FIRST TIME IT IS FOUND MISSING.
001730 FD  FORECAST-HISTORY-FILE.
001740     COPY FORECAST-HISTORY.
001750
001760*  FORECAST-WORK-FILE - ONE ROW PER CLAIM ALREADY COUNTED OFF
001770*  THE REVIEW QUEUE, SO A CLAIM QUEUED MORE THAN ONCE IS
001780*  COUNTED ONCE.  REBUILT EVERY RUN.
001790 FD  FORECAST-WORK-FILE.
001800 01  FORECAST-WORK-RECORD.
001810     05  FWK-KEY.
001820         10  FWK-CITIZEN-ID     PIC X(05).
001830         10  FWK-BENEFIT-TYPE   PIC X(02).
001840
001850*  CASH-FORECAST-FILE - THE FIXED-WIDTH FILE FOR FINANCE.
001860 FD  CASH-FORECAST-FILE.
001870     COPY CASH-FORECAST.
001880
001890*  FORECAST-REPORT-FILE - LAST PERIOD AGAINST ACTUAL, THE
001900*  FORECAST BY WEEK AND BENEFIT TYPE, WHAT MAY BECOME PAYABLE,
001910*  AND THE COUNTS.  REBUILT EVERY RUN.
001920 FD  FORECAST-REPORT-FILE.
001930 01  FORECAST-REPORT-RECORD    PIC X(132).
001940
001950 WORKING-STORAGE SECTION.
001960
001970 01  WS-FILE-STATUSES.
001980     05  WS-SCHEDULE-STATUS     PIC X(02) VALUE "00".
001990     05  WS-MASTER-STATUS       PIC X(02) VALUE "00".
002000     05  WS-OVERPAY-STATUS      PIC X(02) VALUE "00".
002010     05  WS-APPOINTEE-STATUS    PIC X(02) VALUE "00".
002020     05  WS-HOLD-STATUS         PIC X(02) VALUE "00".
002030     05  WS-REVIEW-STATUS       PIC X(02) VALUE "00".
002040     05  WS-FAILED-STATUS       PIC X(02) VALUE "00".
002050     05  WS-PENDING-STATUS      PIC X(02) VALUE "00".
002060     05  WS-AUDIT-STATUS        PIC X(02) VALUE "00".
002070     05  WS-HISTORY-STATUS      PIC X(02) VALUE "00".
002080     05  WS-WORK-STATUS         PIC X(02) VALUE "00".
002090     05  WS-FINANCE-STATUS      PIC X(02) VALUE "00".
002100     05  WS-REPORT-STATUS       PIC X(02) VALUE "00".
002110
002120*  RUN DATE/TIME AND IDENTIFIER - "CF" PLUS HHMMSS - NAMING
002130*  THE RUN ON THE REGISTRY AND ON EVERY FORECAST ROW IT WRITES.
002140 01  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
002150 01  WS-RUN-TIME                PIC 9(08) VALUE ZERO.
002160 01  WS-RUN-ID                  PIC X(08) VALUE SPACES.
002170
002180*  THE THIRTEEN WEEKS FORECAST: WEEK 1 STARTS THE DAY AFTER
002190*  THE RUN DATE.  DAY NUMBERS ARE INTEGER-OF-DATE VALUES.
002200 77  WS-WEEKS                   PIC 9(02) COMP VALUE 13.
002210 77  WS-FIRST-DAY-NO            PIC 9(07) COMP VALUE ZERO.
002220 77  WS-LAST-DAY-NO             PIC 9(07) COMP VALUE ZERO.
002230 77  WS-DAY-NO                  PIC 9(07) COMP VALUE ZERO.
002240 01  WS-FIRST-DAY               PIC 9(08) VALUE ZERO.
002250 01  WS-LAST-DAY                PIC 9(08) VALUE ZERO.
002260
002270*  A SCHEDULE LINE ONCE EDITED, AND THE "**" LINE IF ANY.
002280 01  WS-SCHEDULE-LINE.
002290     05  WS-SCL-INTERVAL        PIC 9(02).
002300     05  WS-SCL-ANCHOR          PIC 9(08).
002310 01  WS-DEFAULT-INTERVAL        PIC 9(02) VALUE ZERO.
002320 01  WS-DEFAULT-ANCHOR          PIC 9(08) VALUE ZERO.
002330
002340*  EACH BENEFIT TYPE'S CYCLE, IN WS-BT-CODES ORDER, AND THE
002350*  PAY DATES IT GIVES INSIDE THE THIRTEEN WEEKS WITH THE WEEK
002360*  EACH FALLS IN.  A CYCLE OF ONE WEEK OR MORE CANNOT GIVE
002370*  MORE THAN THIRTEEN.
002380 01  WS-SCHEDULE-TABLE.
002390     05  WS-SC-ENTRY OCCURS 7 TIMES.
002400         10  WS-SC-ORIGIN       PIC X(01).
002410             88  SC-OWN-LINE              VALUE "T".
002420             88  SC-DEFAULT-LINE          VALUE "D".
002430             88  SC-NO-LINE               VALUE "N".
002440         10  WS-SC-INTERVAL     PIC 9(02).
002450         10  WS-SC-ANCHOR       PIC 9(08).
002460         10  WS-SC-DATE-COUNT   PIC 9(02) COMP.
002470         10  WS-SC-PAY OCCURS 13 TIMES.
002480             15  WS-SC-PAY-DATE PIC 9(08).
002490             15  WS-SC-PAY-WEEK PIC 9(02) COMP.
002500 77  WS-INTERVAL-DAYS           PIC 9(05) COMP VALUE ZERO.
002510 77  WS-ANCHOR-DAY-NO           PIC 9(07) COMP VALUE ZERO.
002520 77  WS-STEPS                   PIC 9(07) COMP VALUE ZERO.
002530 77  WS-PAY-DAY-NO              PIC 9(07) COMP VALUE ZERO.
002540 77  WS-PD-IDX                  PIC 9(02) COMP VALUE ZERO.
002550
002560*  BENEFIT TYPE CODES, IN STEP WITH CITIZEN-BATCH.
002570 01  WS-BT-CODES-INIT.
002580     05  FILLER                 PIC X(02) VALUE "SP".
002590     05  FILLER                 PIC X(02) VALUE "PC".
002600     05  FILLER                 PIC X(02) VALUE "JS".
002610     05  FILLER                 PIC X(02) VALUE "HB".
002620     05  FILLER                 PIC X(02) VALUE "UC".
002630     05  FILLER                 PIC X(02) VALUE "CA".
002640     05  FILLER                 PIC X(02) VALUE "AA".
002650 01  WS-BT-CODES REDEFINES WS-BT-CODES-INIT.
002660     05  WS-BT-CODE             PIC X(02) OCCURS 7 TIMES.
002670
002680*  QUALIFYING AGE BANDS, AS CITIZEN-BATCH HOLDS THEM, IN THE
002690*  SAME ORDER AS WS-BT-CODES.
002700 01  WS-BT-MIN-AGE-INIT.
002710     05  FILLER                 PIC 9(02) VALUE 66.
002720     05  FILLER                 PIC 9(02) VALUE 66.
002730     05  FILLER                 PIC 9(02) VALUE 18.
002740     05  FILLER                 PIC 9(02) VALUE 18.
002750     05  FILLER                 PIC 9(02) VALUE 18.
002760     05  FILLER                 PIC 9(02) VALUE 16.
002770     05  FILLER                 PIC 9(02) VALUE 65.
002780 01  WS-BT-MIN-AGES REDEFINES WS-BT-MIN-AGE-INIT.
002790     05  WS-BT-MIN-AGE          PIC 9(02) OCCURS 7 TIMES.
002800 01  WS-BT-MAX-AGE-INIT.
002810     05  FILLER                 PIC 9(02) VALUE 99.
002820     05  FILLER                 PIC 9(02) VALUE 99.
002830     05  FILLER                 PIC 9(02) VALUE 66.
002840     05  FILLER                 PIC 9(02) VALUE 99.
002850     05  FILLER                 PIC 9(02) VALUE 66.
002860     05  FILLER                 PIC 9(02) VALUE 99.
002870     05  FILLER                 PIC 9(02) VALUE 99.
002880 01  WS-BT-MAX-AGES REDEFINES WS-BT-MAX-AGE-INIT.
002890     05  WS-BT-MAX-AGE          PIC 9(02) OCCURS 7 TIMES.
002900
002910 77  WS-BT-IDX                  PIC 9(02) COMP VALUE ZERO.
002920 77  WS-TYPE-IDX                PIC 9(02) COMP VALUE ZERO.
002930 01  WS-LOOKUP-TYPE             PIC X(02) VALUE SPACES.
002940
002950*  THE FORECAST ITSELF: FOR EACH WEEK, ONE CELL PER BENEFIT
002960*  TYPE AND AN EIGHTH FOR ALL TYPES TOGETHER.  GROSS IS THE
002970*  AWARD, RECOVERY THE OVERPAYMENT SLICE KEPT BACK, NET WHAT
002980*  LEAVES THE DEPARTMENT.
002990 01  WS-WEEK-TABLE.
003000     05  WS-WK-ENTRY OCCURS 13 TIMES.
003010         10  WS-WK-START        PIC 9(08).
003020         10  WS-WK-END          PIC 9(08).
003030         10  WS-WK-CELL OCCURS 8 TIMES.
003040             15  WS-WC-COUNT    PIC 9(07) COMP.
003050             15  WS-WC-GROSS    PIC 9(11)V99 COMP-3.
003060             15  WS-WC-RECOVERY PIC 9(11)V99 COMP-3.
003070             15  WS-WC-NET      PIC 9(11)V99 COMP-3.
003080 77  WS-WK-IDX                  PIC 9(02) COMP VALUE ZERO.
003090 77  WS-COL-IDX                 PIC 9(02) COMP VALUE ZERO.
003100
003110*  THE THIRTEEN WEEKS ADDED UP, SAME COLUMNS.
003120 01  WS-PERIOD-TABLE.
003130     05  WS-PT-CELL OCCURS 8 TIMES.
003140         10  WS-PT-COUNT        PIC 9(07) COMP.
003150         10  WS-PT-GROSS        PIC 9(11)V99 COMP-3.
003160         10  WS-PT-RECOVERY     PIC 9(11)V99 COMP-3.
003170         10  WS-PT-NET          PIC 9(11)V99 COMP-3.
003180
003190*  WHAT MAY BECOME PAYABLE, BY SOURCE (HELD ON THE REVIEW
003200*  QUEUE, FAILED AND AWAITING RE-ISSUE, AWAITING A SECOND
003210*  OFFICER) AND A FOURTH ROW FOR ALL SOURCES, SAME COLUMNS.
003220 01  WS-MB-TABLE.
003230     05  WS-MB-SOURCE OCCURS 4 TIMES.
003240         10  WS-MB-CELL OCCURS 8 TIMES.
003250             15  WS-MB-COUNT    PIC 9(07) COMP.
003260             15  WS-MB-AMOUNT   PIC 9(11)V99 COMP-3.
003270 77  WS-MB-IDX                  PIC 9(02) COMP VALUE ZERO.
003280 01  WS-MB-NAMES-INIT.
003290     05  FILLER PIC X(28) VALUE "REVIEW  HELD ON REVIEW QUEUE".
003300     05  FILLER PIC X(28) VALUE "FAILED  FAILED PAYMENTS".
003310     05  FILLER PIC X(28) VALUE "AUTH    AWAITING 2ND OFFICER".
003320     05  FILLER PIC X(28) VALUE "TOTAL   MAY BECOME PAYABLE".
003330 01  WS-MB-NAMES REDEFINES WS-MB-NAMES-INIT.
003340     05  WS-MB-NAME-ENTRY OCCURS 4 TIMES.
003350         10  WS-MB-SOURCE-CODE  PIC X(08).
003360         10  WS-MB-SOURCE-TEXT  PIC X(20).
003370 01  WS-POST-AMOUNT             PIC 9(09)V99 VALUE ZERO.
003380
003390*  THE CLAIM'S AGE AND PAYEE AT THE DATE UNDER TEST, AS
003400*  CITIZEN-BATCH WORKS THEM OUT AT ITS RUN DATE.
003410 01  WS-TEST-DATE               PIC 9(08) VALUE ZERO.
003420 01  WS-TEST-DATE-R REDEFINES WS-TEST-DATE.
003430     05  WS-TEST-YEAR           PIC 9(04).
003440     05  WS-TEST-MONTH          PIC 9(02).
003450     05  WS-TEST-DAY            PIC 9(02).
003460 77  WS-AGE-YEARS               PIC 9(03) VALUE ZERO.
003470 01  WS-DOB-FIELDS.
003480     05  WS-DOB-YEAR            PIC 9(04).
003490     05  WS-DOB-MONTH           PIC 9(02).
003500     05  WS-DOB-DAY             PIC 9(02).
003510 01  WS-PAYEE-SORT-CODE         PIC X(06).
003520 01  WS-PAYEE-ACCOUNT-NUMBER    PIC X(08).
003530 01  WS-PAYEE-PAY-METHOD        PIC X(01).
003540     88  PAYEE-BY-ORDER                   VALUE "P".
003550
003560*  ONE PROJECTED PAYMENT: THE AWARD, THE RECOVERY SLICE AT
003570*  CITIZEN-BATCH'S RATE AND CAP, AND THE LEDGER BALANCE LEFT
003580*  TO RECOVER AS THE CLAIM IS WALKED FORWARD.
003590 77  WS-RECOVERY-PCT            PIC 9(02) VALUE 20.
003600 01  WS-PAYABLE-AMOUNT          PIC 9(07)V99 VALUE ZERO.
003610 01  WS-RECOVERY-AMOUNT         PIC 9(07)V99 VALUE ZERO.
003620 01  WS-NET-AMOUNT              PIC 9(07)V99 VALUE ZERO.
003630 01  WS-BALANCE-LEFT            PIC 9(09)V99 VALUE ZERO.
003640
003650*  THE QUEUE LINE'S CLAIM, LIFTED OUT AS CITIZEN-REVIEW DOES.
003660 01  WS-QUEUE-TYPE-PARTS.
003670     05  WS-QT-BEFORE           PIC X(100).
003680     05  WS-QT-AFTER            PIC X(100).
003690
003700*  ONE FAILED PAYMENT, IN THE PAYMENT-EXTRACT LAYOUT.
003710 01  WS-FAILED-FIELDS.
003720     05  WS-FP-CITIZEN-ID       PIC X(05).
003730     05  WS-FP-BENEFIT-TYPE     PIC X(02).
003740     05  WS-FP-AMOUNT           PIC 9(09)V99.
003750     05  WS-FP-PAYMENT-DATE     PIC 9(08).
003760     05  WS-FP-RUN-ID           PIC X(08).
003770     05  WS-FP-SORT-CODE        PIC X(06).
003780     05  WS-FP-ACCOUNT-NUMBER   PIC X(08).
003790     05  WS-FP-PAY-METHOD       PIC X(01).
003800
003810*  THE TRAIL LINE PULLED APART ON ITS LABELS, THE SAME WAY
003820*  CITIZEN-SUMMARY DOES IT.
003830 01  WS-TRAIL-LINE              PIC X(170).
003840 01  WS-PART-FIELDS.
003850     05  WS-PART-STAMP          PIC X(20).
003860     05  WS-PART-ID             PIC X(10).
003870     05  WS-PART-TYPE           PIC X(10).
003880     05  WS-PART-AMOUNT         PIC X(15).
003890     05  WS-PART-TOTAL          PIC X(120).
003900 01  WS-LINE-DATE-X             PIC X(08).
003910 01  WS-LINE-DATE REDEFINES WS-LINE-DATE-X
003920                                PIC 9(08).
003930 77  WS-NUMVAL-TEST-RESULT      PIC 9(02) COMP VALUE ZERO.
003940 01  WS-LINE-AMOUNT             PIC 9(09)V99 VALUE ZERO.
003950
003960*  THE PAST WEEKS BEING COMPARED - EVERY FORECAST ROW WHOSE
003970*  WEEK ENDED BEFORE THE RUN DATE AND HAS NOT BEEN COMPARED.
003980*  ANY BEYOND THE TABLE ARE LEFT FOR THE NEXT RUN.
003990 77  WS-CMP-COUNT               PIC 9(03) COMP VALUE ZERO.
004000 77  WS-CMP-IDX                 PIC 9(03) COMP VALUE ZERO.
004010 77  WS-CMP-MAX                 PIC 9(03) COMP VALUE 400.
004020 01  WS-CMP-TABLE.
004030     05  WS-CMP-ENTRY OCCURS 400 TIMES.
004040         10  WS-CMP-WEEK-START  PIC 9(08).
004050         10  WS-CMP-WEEK-END    PIC 9(08).
004060         10  WS-CMP-TYPE        PIC X(02).
004070         10  WS-CMP-FORECAST    PIC 9(09)V99.
004080         10  WS-CMP-FC-COUNT    PIC 9(07).
004090         10  WS-CMP-ACTUAL      PIC 9(09)V99.
004100         10  WS-CMP-AC-COUNT    PIC 9(07).
004110 01  WS-VARIANCE                PIC S9(09)V99 VALUE ZERO.
004120 01  WS-CMP-TOTAL-FORECAST      PIC 9(11)V99 VALUE ZERO.
004130 01  WS-CMP-TOTAL-ACTUAL        PIC 9(11)V99 VALUE ZERO.
004140 01  WS-CMP-TOTAL-VARIANCE      PIC S9(11)V99 VALUE ZERO.
004150
004160*  FINANCE FILE CONTROL TOTALS, CARRIED ON THE TRAILER.
004170 77  WS-FIN-DETAIL-COUNT        PIC 9(07) COMP VALUE ZERO.
004180 77  WS-FIN-MB-COUNT            PIC 9(07) COMP VALUE ZERO.
004190 77  WS-FIN-VARIANCE-COUNT      PIC 9(07) COMP VALUE ZERO.
004200 01  WS-FIN-DETAIL-NET          PIC 9(11)V99 VALUE ZERO.
004210 01  WS-FIN-MB-AMOUNT           PIC 9(11)V99 VALUE ZERO.
004220
004230*  ONE LINE OF THE FORECAST GRID: A LABEL, THEN ONE COLUMN
004240*  PER BENEFIT TYPE AND THE ALL-TYPES TOTAL.
004250 01  WS-GRID-LINE.
004260     05  GL-LABEL               PIC X(20).
004270     05  GL-COLUMN OCCURS 8 TIMES.
004280         10  FILLER             PIC X(01).
004290         10  GL-VALUE           PIC Z(09)9.99.
004300 01  WS-GRID-HEADINGS.
004310     05  GH-LABEL               PIC X(20).
004320     05  GH-COLUMN OCCURS 8 TIMES.
004330         10  FILLER             PIC X(09).
004340         10  GH-CODE            PIC X(05).
004350 01  WS-WEEK-LABEL.
004360     05  WL-WEEK                PIC 9(02).
004370     05  FILLER                 PIC X(01).
004380     05  WL-START               PIC 9(08).
004390     05  FILLER                 PIC X(01).
004400     05  WL-END                 PIC 9(08).
004410
004420*  ONE LINE OF THE FORECAST AGAINST ACTUAL SECTION.
004430 01  WS-COMPARE-LINE.
004440     05  FILLER                 PIC X(02).
004450     05  CL-WEEK-START          PIC 9(08).
004460     05  FILLER                 PIC X(01).
004470     05  CL-WEEK-END            PIC 9(08).
004480     05  FILLER                 PIC X(02).
004490     05  CL-BENEFIT-TYPE        PIC X(02).
004500     05  FILLER                 PIC X(02).
004510     05  CL-FC-COUNT            PIC Z(06)9.
004520     05  FILLER                 PIC X(01).
004530     05  CL-FORECAST            PIC Z(10)9.99.
004540     05  FILLER                 PIC X(02).
004550     05  CL-AC-COUNT            PIC Z(06)9.
004560     05  FILLER                 PIC X(01).
004570     05  CL-ACTUAL              PIC Z(10)9.99.
004580     05  FILLER                 PIC X(01).
004590     05  CL-VARIANCE            PIC -(11)9.99.
004600 01  WS-COMPARE-HEADINGS.
004610     05  FILLER                 PIC X(25)
004620                                VALUE "  WEEK              TYPE".
004630     05  FILLER                 PIC X(24)
004640                                VALUE "  PAYTS        FORECAST".
004650     05  FILLER                 PIC X(24)
004660                                VALUE "    PAYTS          PAID".
004670     05  FILLER                 PIC X(16)
004680                                VALUE "        VARIANCE".
004690
004700 01  WS-COUNT-DISPLAY           PIC Z,ZZZ,ZZ9.
004710 01  WS-COUNT-LABEL             PIC X(37) VALUE SPACES.
004720 01  WS-COUNT-VALUE             PIC 9(07) VALUE ZERO.
004730 01  WS-TOTAL-DISPLAY           PIC Z(10)9.99.
004740 01  WS-INTERVAL-DISPLAY        PIC Z9.
004750 01  WS-DATES-DISPLAY           PIC Z9.
004760 01  WS-ORIGIN-TEXT             PIC X(30) VALUE SPACES.
004770
004780 77  WS-COUNT-READ              PIC 9(07) COMP VALUE ZERO.
004790 77  WS-COUNT-PROJECTED         PIC 9(07) COMP VALUE ZERO.
004800 77  WS-COUNT-STOPPED           PIC 9(07) COMP VALUE ZERO.
004810 77  WS-COUNT-FRAUD-HELD        PIC 9(07) COMP VALUE ZERO.
004820 77  WS-COUNT-UNKNOWN-TYPE      PIC 9(07) COMP VALUE ZERO.
004830 77  WS-COUNT-PAYMENTS          PIC 9(07) COMP VALUE ZERO.
004840 77  WS-COUNT-DROP-STATUS       PIC 9(07) COMP VALUE ZERO.
004850 77  WS-COUNT-DROP-AGE          PIC 9(07) COMP VALUE ZERO.
004860 77  WS-COUNT-DROP-BANK         PIC 9(07) COMP VALUE ZERO.
004870 77  WS-COUNT-RECOVERIES        PIC 9(07) COMP VALUE ZERO.
004880 77  WS-COUNT-QUEUE-LINES       PIC 9(07) COMP VALUE ZERO.
004890 77  WS-COUNT-QUEUE-HELD        PIC 9(07) COMP VALUE ZERO.
004900 77  WS-COUNT-QUEUE-REPEATED    PIC 9(07) COMP VALUE ZERO.
004910 77  WS-COUNT-QUEUE-IN-PAYMENT  PIC 9(07) COMP VALUE ZERO.
004920 77  WS-COUNT-QUEUE-ENDED       PIC 9(07) COMP VALUE ZERO.
004930 77  WS-COUNT-QUEUE-UNMATCHED   PIC 9(07) COMP VALUE ZERO.
004940 77  WS-COUNT-FAILED            PIC 9(07) COMP VALUE ZERO.
004950 77  WS-COUNT-PENDING           PIC 9(07) COMP VALUE ZERO.
004960 77  WS-COUNT-ROWS-REPLACED     PIC 9(07) COMP VALUE ZERO.
004970 77  WS-COUNT-COMPARED          PIC 9(07) COMP VALUE ZERO.
004980 77  WS-COUNT-LEFT-OVER         PIC 9(07) COMP VALUE ZERO.
004990 77  WS-COUNT-TRAIL-PAYMENTS    PIC 9(07) COMP VALUE ZERO.
005000
005010 01  WS-SWITCHES.
005020     05  WS-EOF-SWITCH          PIC X(01) VALUE "N".
005030         88  END-OF-FILE                   VALUE "Y".
005040         88  NOT-END-OF-FILE               VALUE "N".
005050     05  WS-MASTER-EOF-SWITCH   PIC X(01) VALUE "N".
005060         88  END-OF-MASTER                 VALUE "Y".
005070     05  WS-DEFAULT-SWITCH      PIC X(01) VALUE "N".
005080         88  DEFAULT-CYCLE-GIVEN           VALUE "Y".
005090         88  NO-DEFAULT-CYCLE              VALUE "N".
005100     05  WS-OVERPAY-SWITCH      PIC X(01) VALUE "Y".
005110         88  OVERPAYS-PRESENT              VALUE "Y".
005120         88  OVERPAYS-ABSENT               VALUE "N".
005130     05  WS-APPOINTEES-SWITCH   PIC X(01) VALUE "Y".
005140         88  APPOINTEES-PRESENT            VALUE "Y".
005150         88  APPOINTEES-ABSENT             VALUE "N".
005160     05  WS-HOLDS-SWITCH        PIC X(01) VALUE "Y".
005170         88  FRAUD-HOLDS-PRESENT           VALUE "Y".
005180         88  FRAUD-HOLDS-ABSENT            VALUE "N".
005190     05  WS-FRAUD-SWITCH        PIC X(01) VALUE "N".
005200         88  CLAIM-FRAUD-HELD              VALUE "Y".
005210         88  CLAIM-NOT-FRAUD-HELD          VALUE "N".
005220     05  WS-DUE-SWITCH          PIC X(01) VALUE "Y".
005230         88  DUE-AT-DATE                   VALUE "Y".
005240         88  STOPPED-AT-DATE               VALUE "S".
005250         88  OUT-OF-AGE-AT-DATE            VALUE "A".
005260         88  NO-BANK-AT-DATE               VALUE "B".
005270
005280*  FILE NAME AND STATUS CARRIED INTO 9100-ABEND-FILE-ERROR WHEN
005290*  AN OPEN OR A WRITE FAILS ON A FILE THE RUN CANNOT CONTINUE
005300*  WITHOUT.
005310 01  WS-ERROR-FILE-NAME         PIC X(21).
005320 01  WS-ERROR-STATUS            PIC X(02).
005330
005340*  ARGUMENTS FOR THE CITIZEN-RUNLOCK REGISTRY CALLS.
005350 01  WS-LOCK-ACTION             PIC X(01) VALUE SPACE.
005360 01  WS-LOCK-PROGRAM-NAME       PIC X(15)
005370                                VALUE "CITIZEN-CASHFC".
005380 01  WS-LOCK-RUN-ID             PIC X(08) VALUE SPACES.
005390 01  WS-LOCK-RESULT             PIC X(01) VALUE SPACE.
005400
005410*----------------------------------------------------------*
005420*  PROCEDURE DIVISION                                      *
005430*----------------------------------------------------------*
005440 PROCEDURE DIVISION.
005450
005460 0000-MAINLINE.
005470     PERFORM 1000-INITIALIZE THRU 1000-EXIT
005480     PERFORM 2000-COMPARE-LAST-PERIOD THRU 2000-EXIT
005490     PERFORM 3100-PROJECT-CLAIM THRU 3100-EXIT
005500         UNTIL END-OF-MASTER
005510     PERFORM 4000-MAY-BECOME-PAYABLE THRU 4000-EXIT
005520     PERFORM 5000-WRITE-FORECAST THRU 5000-EXIT
005530     PERFORM 8000-FINALIZE THRU 8000-EXIT
005540     GO TO 9999-EXIT.
005550
005560*----------------------------------------------------------*
005570*  1000-INITIALIZE - SET THE THIRTEEN WEEKS, READ THE PAY  *
005580*  SCHEDULE CARD, REGISTER THE RUN AND OPEN THE FILES.  NO *
005590*  LEDGER, APPOINTEE OR HOLD FILE (STATUS 35) ONLY MEANS   *
005600*  THERE IS NOTHING ON IT.  THE HISTORY FILE IS CREATED    *
005610*  EMPTY THE FIRST TIME IT IS FOUND MISSING.  THE FINANCE  *
005620*  HEADER AND THE REPORT HEADINGS ARE WRITTEN HERE.        *
005630*----------------------------------------------------------*
005640 1000-INITIALIZE.
005650     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005660     ACCEPT WS-RUN-TIME FROM TIME
005670     STRING
005680         "CF"             DELIMITED BY SIZE
005690         WS-RUN-TIME(1:6) DELIMITED BY SIZE
005700         INTO WS-RUN-ID
005710     END-STRING
005720
005730     COMPUTE WS-FIRST-DAY-NO =
005740         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1
005750     END-COMPUTE
005760     COMPUTE WS-LAST-DAY-NO = WS-FIRST-DAY-NO + (WS-WEEKS * 7) - 1
005770     COMPUTE WS-FIRST-DAY =
005780         FUNCTION DATE-OF-INTEGER(WS-FIRST-DAY-NO)
005790     END-COMPUTE
005800     COMPUTE WS-LAST-DAY =
005810         FUNCTION DATE-OF-INTEGER(WS-LAST-DAY-NO)
005820     END-COMPUTE
005830     INITIALIZE WS-WEEK-TABLE
005840     INITIALIZE WS-PERIOD-TABLE
005850     INITIALIZE WS-MB-TABLE
005860     PERFORM 1200-SET-WEEK THRU 1200-EXIT
005870         VARYING WS-WK-IDX FROM 1 BY 1
005880         UNTIL WS-WK-IDX > WS-WEEKS
005890
005900     PERFORM 1100-READ-SCHEDULE THRU 1100-EXIT
005910     PERFORM 1300-BUILD-PAY-DATES THRU 1300-EXIT
005920         VARYING WS-BT-IDX FROM 1 BY 1
005930         UNTIL WS-BT-IDX > 7
005940     PERFORM 1900-REGISTER-RUN THRU 1900-EXIT
005950
005960     OPEN INPUT CITIZEN-MASTER-FILE
005970     IF WS-MASTER-STATUS NOT = "00"
005980         MOVE "CITIZEN-MASTER-FILE" TO WS-ERROR-FILE-NAME
005990         MOVE WS-MASTER-STATUS TO WS-ERROR-STATUS
006000         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
006010     END-IF
006020
006030     OPEN INPUT OVERPAY-LEDGER-FILE
006040     IF WS-OVERPAY-STATUS = "35"
006050         SET OVERPAYS-ABSENT TO TRUE
006060     ELSE
006070         IF WS-OVERPAY-STATUS NOT = "00"
006080             MOVE "OVERPAY-LEDGER-FILE" TO WS-ERROR-FILE-NAME
006090             MOVE WS-OVERPAY-STATUS TO WS-ERROR-STATUS
006100             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
006110         END-IF
006120     END-IF
006130
006140     OPEN INPUT APPOINTEE-FILE
006150     IF WS-APPOINTEE-STATUS = "35"
006160         SET APPOINTEES-ABSENT TO TRUE
006170     ELSE
006180         IF WS-APPOINTEE-STATUS NOT = "00"
006190             MOVE "APPOINTEE-FILE" TO WS-ERROR-FILE-NAME
006200             MOVE WS-APPOINTEE-STATUS TO WS-ERROR-STATUS
006210             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
006220         END-IF
006230     END-IF
006240
006250     OPEN INPUT FRAUD-HOLD-FILE
006260     IF WS-HOLD-STATUS = "35"
006270         SET FRAUD-HOLDS-ABSENT TO TRUE
006280     ELSE
006290         IF WS-HOLD-STATUS NOT = "00"
006300             MOVE "FRAUD-HOLD-FILE" TO WS-ERROR-FILE-NAME
006310             MOVE WS-HOLD-STATUS TO WS-ERROR-STATUS
006320             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
006330         END-IF
006340     END-IF
006350
006360     OPEN I-O FORECAST-HISTORY-FILE
006370     IF WS-HISTORY-STATUS = "35"
006380         OPEN OUTPUT FORECAST-HISTORY-FILE
006390         CLOSE FORECAST-HISTORY-FILE
006400         OPEN I-O FORECAST-HISTORY-FILE
006410     END-IF
006420     IF WS-HISTORY-STATUS NOT = "00"
006430         MOVE "FORECAST-HISTORY-FILE" TO WS-ERROR-FILE-NAME
006440         MOVE WS-HISTORY-STATUS TO WS-ERROR-STATUS
006450         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
006460     END-IF
006470
006480     OPEN OUTPUT FORECAST-WORK-FILE
006490     IF WS-WORK-STATUS = "00"
006500         CLOSE FORECAST-WORK-FILE
006510         OPEN I-O FORECAST-WORK-FILE
006520     END-IF
006530     IF WS-WORK-STATUS NOT = "00"
006540         MOVE "FORECAST-WORK-FILE" TO WS-ERROR-FILE-NAME
006550         MOVE WS-WORK-STATUS TO WS-ERROR-STATUS
006560         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
006570     END-IF
006580
006590     OPEN OUTPUT CASH-FORECAST-FILE
006600     IF WS-FINANCE-STATUS NOT = "00"
006610         MOVE "CASH-FORECAST-FILE" TO WS-ERROR-FILE-NAME
006620         MOVE WS-FINANCE-STATUS TO WS-ERROR-STATUS
006630         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
006640     END-IF
006650
006660     OPEN OUTPUT FORECAST-REPORT-FILE
006670     IF WS-REPORT-STATUS NOT = "00"
006680         MOVE "FORECAST-REPORT-FILE" TO WS-ERROR-FILE-NAME
006690         MOVE WS-REPORT-STATUS TO WS-ERROR-STATUS
006700         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
006710     END-IF
006720
006730     MOVE SPACES TO CASH-FORECAST-RECORD
006740     SET CFC-HEADER TO TRUE
006750     MOVE "DWPBEN" TO CFC-HDR-SENDER
006760     MOVE "CASHFCST" TO CFC-HDR-INTERFACE
006770     MOVE WS-RUN-DATE TO CFC-HDR-CREATED-DATE
006780     MOVE WS-FIRST-DAY TO CFC-HDR-FIRST-DAY
006790     MOVE WS-LAST-DAY TO CFC-HDR-LAST-DAY
006800     MOVE WS-WEEKS TO CFC-HDR-WEEKS
006810     WRITE CASH-FORECAST-RECORD
006820     PERFORM 9111-CHECK-FINANCE-STATUS THRU 9111-EXIT
006830
006840     MOVE SPACES TO FORECAST-REPORT-RECORD
006850     STRING
006860         "CITIZEN-CASHFC REPORT - RUN DATE " DELIMITED BY SIZE
006870         WS-RUN-DATE              DELIMITED BY SIZE
006880         " RUN "                  DELIMITED BY SIZE
006890         WS-RUN-ID                DELIMITED BY SIZE
006900         " - WEEKS FROM "         DELIMITED BY SIZE
006910         WS-FIRST-DAY             DELIMITED BY SIZE
006920         " TO "                   DELIMITED BY SIZE
006930         WS-LAST-DAY              DELIMITED BY SIZE
006940         INTO FORECAST-REPORT-RECORD
006950     END-STRING
006960     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
006970     MOVE ALL "-" TO FORECAST-REPORT-RECORD
006980     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
006990     MOVE "PAYMENT CYCLES" TO FORECAST-REPORT-RECORD
007000     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
007010     PERFORM 1400-REPORT-CYCLE THRU 1400-EXIT
007020         VARYING WS-BT-IDX FROM 1 BY 1
007030         UNTIL WS-BT-IDX > 7
007040
007050     MOVE SPACES TO WS-GRID-HEADINGS
007060     PERFORM 1500-SET-HEADING THRU 1500-EXIT
007070         VARYING WS-COL-IDX FROM 1 BY 1
007080         UNTIL WS-COL-IDX > 7
007090     MOVE "TOTAL" TO GH-CODE(8).
007100 1000-EXIT.
007110     EXIT.
007120
007130*----------------------------------------------------------*
007140*  1100-READ-SCHEDULE - THE FORECAST CANNOT PLACE ANY      *
007150*  PAYMENT IN A WEEK WITHOUT THE CYCLES, SO A MISSING CARD *
007160*  OR A BAD LINE STOPS THE RUN BEFORE ANYTHING IS OPENED.  *
007170*----------------------------------------------------------*
007180 1100-READ-SCHEDULE.
007190     PERFORM 1150-CLEAR-CYCLE THRU 1150-EXIT
007200         VARYING WS-BT-IDX FROM 1 BY 1
007210         UNTIL WS-BT-IDX > 7
007220     OPEN INPUT SCHEDULE-FILE
007230     IF WS-SCHEDULE-STATUS NOT = "00"
007240         MOVE "SCHEDULE-FILE" TO WS-ERROR-FILE-NAME
007250         MOVE WS-SCHEDULE-STATUS TO WS-ERROR-STATUS
007260         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
007270     END-IF
007280     SET NOT-END-OF-FILE TO TRUE
007290     PERFORM 1110-LOAD-SCHEDULE-LINE THRU 1110-EXIT
007300         UNTIL END-OF-FILE
007310     CLOSE SCHEDULE-FILE.
007320 1100-EXIT.
007330     EXIT.
007340
007350*----------------------------------------------------------*
007360*  1110-LOAD-SCHEDULE-LINE - ONE CARD LINE.  THE CYCLE     *
007370*  MUST BE ONE WEEK OR MORE AND THE PAY DAY A REAL DATE;   *
007380*  A TYPE MAY ONLY BE GIVEN ONCE.                          *
007390*----------------------------------------------------------*
007400 1110-LOAD-SCHEDULE-LINE.
007410     READ SCHEDULE-FILE
007420         AT END
007430             SET END-OF-FILE TO TRUE
007440             GO TO 1110-EXIT
007450     END-READ
007460     IF SCHEDULE-RECORD = SPACES
007470         GO TO 1110-EXIT
007480     END-IF
007490
007500     IF SCH-INTERVAL-WEEKS NOT NUMERIC
007510         OR SCH-ANCHOR-DATE NOT NUMERIC
007520         DISPLAY "CITIZEN-CASHFC: PAY-SCHEDULE.TXT HAS A "
007530             "NON-NUMERIC FIELD: " SCHEDULE-RECORD
007540         MOVE 16 TO RETURN-CODE
007550         STOP RUN
007560     END-IF
007570     MOVE SCH-INTERVAL-WEEKS TO WS-SCL-INTERVAL
007580     MOVE SCH-ANCHOR-DATE TO WS-SCL-ANCHOR
007590     IF WS-SCL-INTERVAL = ZERO
007600         OR FUNCTION TEST-DATE-YYYYMMDD(WS-SCL-ANCHOR) NOT = ZERO
007610         DISPLAY "CITIZEN-CASHFC: PAY-SCHEDULE.TXT CYCLE IS "
007620             "ZERO OR PAY DAY IS NOT A DATE: " SCHEDULE-RECORD
007630         MOVE 16 TO RETURN-CODE
007640         STOP RUN
007650     END-IF
007660
007670     IF SCH-BENEFIT-TYPE = "**"
007680         IF DEFAULT-CYCLE-GIVEN
007690             DISPLAY "CITIZEN-CASHFC: PAY-SCHEDULE.TXT GIVES "
007700                 "THE ** CYCLE TWICE"
007710             MOVE 16 TO RETURN-CODE
007720             STOP RUN
007730         END-IF
007740         SET DEFAULT-CYCLE-GIVEN TO TRUE
007750         MOVE WS-SCL-INTERVAL TO WS-DEFAULT-INTERVAL
007760         MOVE WS-SCL-ANCHOR TO WS-DEFAULT-ANCHOR
007770         GO TO 1110-EXIT
007780     END-IF
007790
007800     MOVE SCH-BENEFIT-TYPE TO WS-LOOKUP-TYPE
007810     PERFORM 3900-LOCATE-BENEFIT-TYPE THRU 3900-EXIT
007820     IF WS-TYPE-IDX > 7
007830         DISPLAY "CITIZEN-CASHFC: PAY-SCHEDULE.TXT BENEFIT "
007840             "TYPE NOT KNOWN: " SCHEDULE-RECORD
007850         MOVE 16 TO RETURN-CODE
007860         STOP RUN
007870     END-IF
007880     IF SC-OWN-LINE(WS-TYPE-IDX)
007890         DISPLAY "CITIZEN-CASHFC: PAY-SCHEDULE.TXT GIVES "
007900             "TYPE " SCH-BENEFIT-TYPE " TWICE"
007910         MOVE 16 TO RETURN-CODE
007920         STOP RUN
007930     END-IF
007940     SET SC-OWN-LINE(WS-TYPE-IDX) TO TRUE
007950     MOVE WS-SCL-INTERVAL TO WS-SC-INTERVAL(WS-TYPE-IDX)
007960     MOVE WS-SCL-ANCHOR TO WS-SC-ANCHOR(WS-TYPE-IDX).
007970 1110-EXIT.
007980     EXIT.
007990
008000*----------------------------------------------------------*
008010*  1150-CLEAR-CYCLE - NO LINE SEEN YET FOR THE TYPE.       *
008020*----------------------------------------------------------*
008030 1150-CLEAR-CYCLE.
008040     SET SC-NO-LINE(WS-BT-IDX) TO TRUE
008050     MOVE ZERO TO WS-SC-INTERVAL(WS-BT-IDX)
008060     MOVE ZERO TO WS-SC-ANCHOR(WS-BT-IDX)
008070     MOVE ZERO TO WS-SC-DATE-COUNT(WS-BT-IDX).
008080 1150-EXIT.
008090     EXIT.
008100
008110*----------------------------------------------------------*
008120*  1200-SET-WEEK - THE FIRST AND LAST DAY OF ONE WEEK.     *
008130*----------------------------------------------------------*
008140 1200-SET-WEEK.
008150     COMPUTE WS-DAY-NO = WS-FIRST-DAY-NO + ((WS-WK-IDX - 1) * 7)
008160     COMPUTE WS-WK-START(WS-WK-IDX) =
008170         FUNCTION DATE-OF-INTEGER(WS-DAY-NO)
008180     END-COMPUTE
008190     ADD 6 TO WS-DAY-NO
008200     COMPUTE WS-WK-END(WS-WK-IDX) =
008210         FUNCTION DATE-OF-INTEGER(WS-DAY-NO)
008220     END-COMPUTE.
008230 1200-EXIT.
008240     EXIT.
008250
008260*----------------------------------------------------------*
008270*  1300-BUILD-PAY-DATES - EVERY PAY DAY OF ONE BENEFIT     *
008280*  TYPE'S CYCLE THAT FALLS IN THE THIRTEEN WEEKS: THE      *
008290*  FIRST ONE ON OR AFTER WEEK 1'S FIRST DAY, THEN ONE      *
008300*  CYCLE APART TO THE END OF WEEK 13.                      *
008310*----------------------------------------------------------*
008320 1300-BUILD-PAY-DATES.
008330     IF SC-NO-LINE(WS-BT-IDX)
008340         IF DEFAULT-CYCLE-GIVEN
008350             SET SC-DEFAULT-LINE(WS-BT-IDX) TO TRUE
008360             MOVE WS-DEFAULT-INTERVAL TO WS-SC-INTERVAL(WS-BT-IDX)
008370             MOVE WS-DEFAULT-ANCHOR TO WS-SC-ANCHOR(WS-BT-IDX)
008380         ELSE
008390             MOVE 1 TO WS-SC-INTERVAL(WS-BT-IDX)
008400             MOVE WS-RUN-DATE TO WS-SC-ANCHOR(WS-BT-IDX)
008410         END-IF
008420     END-IF
008430
008440     COMPUTE WS-INTERVAL-DAYS = WS-SC-INTERVAL(WS-BT-IDX) * 7
008450     COMPUTE WS-ANCHOR-DAY-NO =
008460         FUNCTION INTEGER-OF-DATE(WS-SC-ANCHOR(WS-BT-IDX))
008470     END-COMPUTE
008480     IF WS-ANCHOR-DAY-NO NOT < WS-FIRST-DAY-NO
008490         MOVE WS-ANCHOR-DAY-NO TO WS-PAY-DAY-NO
008500     ELSE
008510         COMPUTE WS-STEPS =
008520             (WS-FIRST-DAY-NO - WS-ANCHOR-DAY-NO
008530                 + WS-INTERVAL-DAYS - 1) / WS-INTERVAL-DAYS
008540         END-COMPUTE
008550         COMPUTE WS-PAY-DAY-NO =
008560             WS-ANCHOR-DAY-NO + (WS-STEPS * WS-INTERVAL-DAYS)
008570         END-COMPUTE
008580     END-IF
008590
008600     MOVE ZERO TO WS-SC-DATE-COUNT(WS-BT-IDX)
008610     PERFORM 1310-ADD-PAY-DATE THRU 1310-EXIT
008620         UNTIL WS-PAY-DAY-NO > WS-LAST-DAY-NO.
008630 1300-EXIT.
008640     EXIT.
008650
008660*----------------------------------------------------------*
008670*  1310-ADD-PAY-DATE - ONE PAY DAY AND THE WEEK IT IS IN.  *
008680*----------------------------------------------------------*
008690 1310-ADD-PAY-DATE.
008700     ADD 1 TO WS-SC-DATE-COUNT(WS-BT-IDX)
008710     MOVE WS-SC-DATE-COUNT(WS-BT-IDX) TO WS-PD-IDX
008720     COMPUTE WS-SC-PAY-DATE(WS-BT-IDX, WS-PD-IDX) =
008730         FUNCTION DATE-OF-INTEGER(WS-PAY-DAY-NO)
008740     END-COMPUTE
008750     COMPUTE WS-SC-PAY-WEEK(WS-BT-IDX, WS-PD-IDX) =
008760         ((WS-PAY-DAY-NO - WS-FIRST-DAY-NO) / 7) + 1
008770     END-COMPUTE
008780     ADD WS-INTERVAL-DAYS TO WS-PAY-DAY-NO.
008790 1310-EXIT.
008800     EXIT.
008810
008820*----------------------------------------------------------*
008830*  1400-REPORT-CYCLE - ONE TYPE'S CYCLE ON THE REPORT, AND *
008840*  WHERE IT CAME FROM.                                     *
008850*----------------------------------------------------------*
008860 1400-REPORT-CYCLE.
008870     EVALUATE TRUE
008880         WHEN SC-OWN-LINE(WS-BT-IDX)
008890             MOVE "OWN LINE" TO WS-ORIGIN-TEXT
008900         WHEN SC-DEFAULT-LINE(WS-BT-IDX)
008910             MOVE "** LINE" TO WS-ORIGIN-TEXT
008920         WHEN OTHER
008930             MOVE "NO LINE - WEEKLY FROM RUN DATE"
008940                 TO WS-ORIGIN-TEXT
008950     END-EVALUATE
008960     MOVE WS-SC-INTERVAL(WS-BT-IDX) TO WS-INTERVAL-DISPLAY
008970     MOVE WS-SC-DATE-COUNT(WS-BT-IDX) TO WS-DATES-DISPLAY
008980     MOVE SPACES TO FORECAST-REPORT-RECORD
008990     STRING
009000         "  "                       DELIMITED BY SIZE
009010         WS-BT-CODE(WS-BT-IDX)      DELIMITED BY SIZE
009020         "  EVERY "                 DELIMITED BY SIZE
009030         WS-INTERVAL-DISPLAY        DELIMITED BY SIZE
009040         " WEEK(S) FROM "           DELIMITED BY SIZE
009050         WS-SC-ANCHOR(WS-BT-IDX)    DELIMITED BY SIZE
009060         "  PAY DAYS IN PERIOD "    DELIMITED BY SIZE
009070         WS-DATES-DISPLAY           DELIMITED BY SIZE
009080         "  ("                      DELIMITED BY SIZE
009090         WS-ORIGIN-TEXT             DELIMITED BY "  "
009100         ")"                        DELIMITED BY SIZE
009110         INTO FORECAST-REPORT-RECORD
009120     END-STRING
009130     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT.
009140 1400-EXIT.
009150     EXIT.
009160
009170*----------------------------------------------------------*
009180*  1500-SET-HEADING - ONE BENEFIT TYPE COLUMN HEADING,     *
009190*  RIGHT-ALIGNED OVER ITS FIGURES.                         *
009200*----------------------------------------------------------*
009210 1500-SET-HEADING.
009220     MOVE WS-BT-CODE(WS-COL-IDX) TO GH-CODE(WS-COL-IDX)(4:2).
009230 1500-EXIT.
009240     EXIT.
009250
009260*----------------------------------------------------------*
009270*  1900-REGISTER-RUN - TAKE THE SHARED FILES THROUGH THE   *
009280*  CITIZEN-RUNLOCK REGISTRY.  A REFUSAL MEANS A WRITER IS  *
009290*  MID-FLIGHT AND THE FILES ARE HALF-UPDATED - STOP BEFORE *
009300*  ANYTHING IS OPENED.                                     *
009310*----------------------------------------------------------*
009320 1900-REGISTER-RUN.
009330     MOVE "R" TO WS-LOCK-ACTION
009340     MOVE WS-RUN-ID TO WS-LOCK-RUN-ID
009350     CALL "CITIZEN-RUNLOCK" USING WS-LOCK-ACTION,
009360                                   WS-LOCK-PROGRAM-NAME,
009370                                   WS-LOCK-RUN-ID,
009380                                   WS-LOCK-RESULT
009390     END-CALL
009400     IF WS-LOCK-RESULT NOT = "G"
009410         DISPLAY "CITIZEN-CASHFC: ANOTHER RUN HOLDS THE "
009420             "PAYMENT FILES - NOT STARTED"
009430         MOVE 16 TO RETURN-CODE
009440         STOP RUN
009450     END-IF.
009460 1900-EXIT.
009470     EXIT.
009480
009490*----------------------------------------------------------*
009500*  2000-COMPARE-LAST-PERIOD - EVERY FORECAST WEEK THAT     *
009510*  ENDED BEFORE TODAY AND HAS NOT YET BEEN COMPARED IS     *
009520*  SET AGAINST WHAT THE AUDIT TRAIL SHOWS WAS PAID IN IT.  *
009530*  THE WEEK ENDING TODAY WAITS FOR THE NEXT RUN, SO IT     *
009540*  DOES NOT MATTER WHETHER TODAY'S PAYMENTS HAVE BEEN MADE *
009550*  YET.  NO TRAIL (STATUS 35) MEANS NOTHING WAS PAID.      *
009560*----------------------------------------------------------*
009570 2000-COMPARE-LAST-PERIOD.
009580     MOVE SPACES TO FORECAST-REPORT-RECORD
009590     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
009600     MOVE "LAST PERIOD - NET FORECAST AGAINST AUDIT TRAIL PAID"
009610         TO FORECAST-REPORT-RECORD
009620     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
009630
009640     MOVE ZERO TO FCH-WEEK-START
009650     MOVE LOW-VALUES TO FCH-BENEFIT-TYPE
009660     SET NOT-END-OF-FILE TO TRUE
009670     START FORECAST-HISTORY-FILE KEY IS NOT LESS THAN FCH-KEY
009680         INVALID KEY
009690             SET END-OF-FILE TO TRUE
009700     END-START
009710     PERFORM 2100-LOAD-ENDED-WEEK THRU 2100-EXIT
009720         UNTIL END-OF-FILE
009730
009740     IF WS-CMP-COUNT = ZERO
009750         MOVE "  NO FORECAST WEEK HAS ENDED SINCE LAST RUN"
009760             TO FORECAST-REPORT-RECORD
009770         PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
009780         GO TO 2000-EXIT
009790     END-IF
009800
009810     OPEN INPUT AUDIT-TRAIL-FILE
009820     IF WS-AUDIT-STATUS NOT = "35"
009830         IF WS-AUDIT-STATUS NOT = "00"
009840             MOVE "AUDIT-TRAIL-FILE" TO WS-ERROR-FILE-NAME
009850             MOVE WS-AUDIT-STATUS TO WS-ERROR-STATUS
009860             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
009870         END-IF
009880         SET NOT-END-OF-FILE TO TRUE
009890         PERFORM 2200-READ-TRAIL-LINE THRU 2200-EXIT
009900             UNTIL END-OF-FILE
009910         CLOSE AUDIT-TRAIL-FILE
009920     END-IF
009930
009940     MOVE WS-COMPARE-HEADINGS TO FORECAST-REPORT-RECORD
009950     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
009960     PERFORM 2300-FINISH-COMPARISON THRU 2300-EXIT
009970         VARYING WS-CMP-IDX FROM 1 BY 1
009980         UNTIL WS-CMP-IDX > WS-CMP-COUNT
009990
010000     COMPUTE WS-CMP-TOTAL-VARIANCE =
010010         WS-CMP-TOTAL-ACTUAL - WS-CMP-TOTAL-FORECAST
010020     END-COMPUTE
010030     MOVE SPACES TO WS-COMPARE-LINE
010040     MOVE WS-CMP-TOTAL-FORECAST TO CL-FORECAST
010050     MOVE WS-CMP-TOTAL-ACTUAL TO CL-ACTUAL
010060     MOVE WS-CMP-TOTAL-VARIANCE TO CL-VARIANCE
010070     MOVE WS-COMPARE-LINE TO FORECAST-REPORT-RECORD
010080     MOVE "  TOTAL" TO FORECAST-REPORT-RECORD(1:7)
010090     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
010100
010110     IF WS-COUNT-LEFT-OVER NOT = ZERO
010120         MOVE WS-COUNT-LEFT-OVER TO WS-COUNT-DISPLAY
010130         MOVE SPACES TO FORECAST-REPORT-RECORD
010140         STRING
010150             "  "                 DELIMITED BY SIZE
010160             WS-COUNT-DISPLAY     DELIMITED BY SIZE
010170             " MORE ENDED WEEK ROWS LEFT FOR THE NEXT RUN"
010180                                  DELIMITED BY SIZE
010190             INTO FORECAST-REPORT-RECORD
010200         END-STRING
010210         PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
010220     END-IF.
010230 2000-EXIT.
010240     EXIT.
010250
010260*----------------------------------------------------------*
010270*  2100-LOAD-ENDED-WEEK - ONE HISTORY ROW.  THE ROWS COME  *
010280*  IN WEEK ORDER, SO THE FIRST WEEK STARTING TODAY OR      *
010290*  LATER ENDS THE SEARCH.                                  *
010300*----------------------------------------------------------*
010310 2100-LOAD-ENDED-WEEK.
010320     READ FORECAST-HISTORY-FILE NEXT RECORD
010330         AT END
010340             SET END-OF-FILE TO TRUE
010350             GO TO 2100-EXIT
010360     END-READ
010370     IF FCH-WEEK-START NOT < WS-RUN-DATE
010380         SET END-OF-FILE TO TRUE
010390         GO TO 2100-EXIT
010400     END-IF
010410     IF NOT FCH-NOT-COMPARED
010420         OR FCH-WEEK-END NOT < WS-RUN-DATE
010430         GO TO 2100-EXIT
010440     END-IF
010450     IF WS-CMP-COUNT NOT < WS-CMP-MAX
010460         ADD 1 TO WS-COUNT-LEFT-OVER
010470         GO TO 2100-EXIT
010480     END-IF
010490
010500     ADD 1 TO WS-CMP-COUNT
010510     MOVE FCH-WEEK-START TO WS-CMP-WEEK-START(WS-CMP-COUNT)
010520     MOVE FCH-WEEK-END TO WS-CMP-WEEK-END(WS-CMP-COUNT)
010530     MOVE FCH-BENEFIT-TYPE TO WS-CMP-TYPE(WS-CMP-COUNT)
010540     MOVE FCH-NET TO WS-CMP-FORECAST(WS-CMP-COUNT)
010550     MOVE FCH-PAYMENT-COUNT TO WS-CMP-FC-COUNT(WS-CMP-COUNT)
010560     MOVE ZERO TO WS-CMP-ACTUAL(WS-CMP-COUNT)
010570     MOVE ZERO TO WS-CMP-AC-COUNT(WS-CMP-COUNT).
010580 2100-EXIT.
010590     EXIT.
010600
010610*----------------------------------------------------------*
010620*  2200-READ-TRAIL-LINE - ONE TRAIL LINE.  EVERY PAYMENT   *
010630*  LINE CARRIES THE NET AMOUNT THAT MOVED AS ITS AMOUNT    *
010640*  ADDED, WHICHEVER PROGRAM PAID IT; THE CARRIED-FORWARD   *
010650*  LINES CITIZEN-ARCHIVE LEAVES ARE NOT PAYMENTS.          *
010660*----------------------------------------------------------*
010670 2200-READ-TRAIL-LINE.
010680     READ AUDIT-TRAIL-FILE
010690         AT END
010700             SET END-OF-FILE TO TRUE
010710             GO TO 2200-EXIT
010720     END-READ
010730     MOVE AUDIT-TRAIL-RECORD TO WS-TRAIL-LINE
010740
010750     MOVE SPACES TO WS-PART-FIELDS
010760     UNSTRING WS-TRAIL-LINE
010770         DELIMITED BY "  CITIZEN: "
010780                   OR "  TYPE: "
010790                   OR "  AMOUNT ADDED: £"
010800                   OR "  RUNNING TOTAL: £"
010810         INTO WS-PART-STAMP, WS-PART-ID, WS-PART-TYPE,
010820              WS-PART-AMOUNT, WS-PART-TOTAL
010830     END-UNSTRING
010840     IF WS-PART-ID(1:4) = "CFWD"
010850         GO TO 2200-EXIT
010860     END-IF
010870
010880     STRING
010890         WS-PART-STAMP(1:4) DELIMITED BY SIZE
010900         WS-PART-STAMP(6:2) DELIMITED BY SIZE
010910         WS-PART-STAMP(9:2) DELIMITED BY SIZE
010920         INTO WS-LINE-DATE-X
010930     END-STRING
010940     IF WS-LINE-DATE-X IS NOT NUMERIC
010950         GO TO 2200-EXIT
010960     END-IF
010970     IF WS-LINE-DATE NOT < WS-RUN-DATE
010980         GO TO 2200-EXIT
010990     END-IF
011000
011010     MOVE FUNCTION TEST-NUMVAL(WS-PART-AMOUNT)
011020         TO WS-NUMVAL-TEST-RESULT
011030     IF WS-NUMVAL-TEST-RESULT NOT = ZERO
011040         GO TO 2200-EXIT
011050     END-IF
011060     MOVE FUNCTION NUMVAL(WS-PART-AMOUNT) TO WS-LINE-AMOUNT
011070
011080     PERFORM 2250-MATCH-TRAIL-LINE THRU 2250-EXIT
011090         VARYING WS-CMP-IDX FROM 1 BY 1
011100         UNTIL WS-CMP-IDX > WS-CMP-COUNT.
011110 2200-EXIT.
011120     EXIT.
011130
011140*----------------------------------------------------------*
011150*  2250-MATCH-TRAIL-LINE - ADD THE LINE TO THE WEEK AND    *
011160*  TYPE IT WAS PAID IN, IF THAT WEEK IS BEING COMPARED.    *
011170*----------------------------------------------------------*
011180 2250-MATCH-TRAIL-LINE.
011190     IF WS-CMP-TYPE(WS-CMP-IDX) NOT = WS-PART-TYPE(1:2)
011200         OR WS-LINE-DATE < WS-CMP-WEEK-START(WS-CMP-IDX)
011210         OR WS-LINE-DATE > WS-CMP-WEEK-END(WS-CMP-IDX)
011220         GO TO 2250-EXIT
011230     END-IF
011240     ADD WS-LINE-AMOUNT TO WS-CMP-ACTUAL(WS-CMP-IDX)
011250     ADD 1 TO WS-CMP-AC-COUNT(WS-CMP-IDX)
011260     ADD 1 TO WS-COUNT-TRAIL-PAYMENTS.
011270 2250-EXIT.
011280     EXIT.
011290
011300*----------------------------------------------------------*
011310*  2300-FINISH-COMPARISON - STAMP ONE COMPARED WEEK'S ROW  *
011320*  WITH WHAT WAS PAID, AND PUT IT ON THE REPORT AND THE    *
011330*  FINANCE FILE.  THE ROW IS NEVER COMPARED AGAIN.         *
011340*----------------------------------------------------------*
011350 2300-FINISH-COMPARISON.
011360     MOVE WS-CMP-WEEK-START(WS-CMP-IDX) TO FCH-WEEK-START
011370     MOVE WS-CMP-TYPE(WS-CMP-IDX) TO FCH-BENEFIT-TYPE
011380     READ FORECAST-HISTORY-FILE KEY IS FCH-KEY
011390         INVALID KEY
011400             MOVE "FORECAST-HISTORY-FILE" TO WS-ERROR-FILE-NAME
011410             MOVE WS-HISTORY-STATUS TO WS-ERROR-STATUS
011420             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
011430     END-READ
011440     MOVE WS-RUN-DATE TO FCH-COMPARED-DATE
011450     MOVE WS-CMP-ACTUAL(WS-CMP-IDX) TO FCH-ACTUAL-PAID
011460     MOVE WS-CMP-AC-COUNT(WS-CMP-IDX) TO FCH-ACTUAL-COUNT
011470     REWRITE FORECAST-HISTORY-RECORD
011480     PERFORM 9112-CHECK-HISTORY-STATUS THRU 9112-EXIT
011490     ADD 1 TO WS-COUNT-COMPARED
011500
011510     COMPUTE WS-VARIANCE =
011520         WS-CMP-ACTUAL(WS-CMP-IDX) - WS-CMP-FORECAST(WS-CMP-IDX)
011530     END-COMPUTE
011540     ADD WS-CMP-FORECAST(WS-CMP-IDX) TO WS-CMP-TOTAL-FORECAST
011550     ADD WS-CMP-ACTUAL(WS-CMP-IDX) TO WS-CMP-TOTAL-ACTUAL
011560
011570     MOVE SPACES TO WS-COMPARE-LINE
011580     MOVE WS-CMP-WEEK-START(WS-CMP-IDX) TO CL-WEEK-START
011590     MOVE WS-CMP-WEEK-END(WS-CMP-IDX) TO CL-WEEK-END
011600     MOVE WS-CMP-TYPE(WS-CMP-IDX) TO CL-BENEFIT-TYPE
011610     MOVE WS-CMP-FC-COUNT(WS-CMP-IDX) TO CL-FC-COUNT
011620     MOVE WS-CMP-FORECAST(WS-CMP-IDX) TO CL-FORECAST
011630     MOVE WS-CMP-AC-COUNT(WS-CMP-IDX) TO CL-AC-COUNT
011640     MOVE WS-CMP-ACTUAL(WS-CMP-IDX) TO CL-ACTUAL
011650     MOVE WS-VARIANCE TO CL-VARIANCE
011660     MOVE WS-COMPARE-LINE TO FORECAST-REPORT-RECORD
011670     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
011680
011690     MOVE SPACES TO CASH-FORECAST-RECORD
011700     SET CFC-VARIANCE TO TRUE
011710     MOVE WS-CMP-WEEK-START(WS-CMP-IDX) TO CFC-VAR-WEEK-START
011720     MOVE WS-CMP-WEEK-END(WS-CMP-IDX) TO CFC-VAR-WEEK-END
011730     MOVE WS-CMP-TYPE(WS-CMP-IDX) TO CFC-VAR-BENEFIT-TYPE
011740     MOVE WS-CMP-FORECAST(WS-CMP-IDX) TO CFC-VAR-FORECAST
011750     MOVE WS-CMP-ACTUAL(WS-CMP-IDX) TO CFC-VAR-ACTUAL
011760     MOVE WS-VARIANCE TO CFC-VAR-VARIANCE
011770     WRITE CASH-FORECAST-RECORD
011780     PERFORM 9111-CHECK-FINANCE-STATUS THRU 9111-EXIT
011790     ADD 1 TO WS-FIN-VARIANCE-COUNT.
011800 2300-EXIT.
011810     EXIT.
011820
011830*----------------------------------------------------------*
011840*  2990-WRITE-REPORT-LINE - ONE REPORT LINE, STATUS-       *
011850*  CHECKED.                                                *
011860*----------------------------------------------------------*
011870 2990-WRITE-REPORT-LINE.
011880     WRITE FORECAST-REPORT-RECORD
011890     PERFORM 9110-CHECK-REPORT-STATUS THRU 9110-EXIT.
011900 2990-EXIT.
011910     EXIT.
011920
011930*----------------------------------------------------------*
011940*  3100-PROJECT-CLAIM - READ THE NEXT CLAIM OFF THE MASTER *
011950*  AND WALK IT THROUGH ITS TYPE'S PAY DAYS.  A CLAIM       *
011960*  ALREADY STOPPED, OR HELD FOR A FRAUD REFERRAL, PAYS     *
011970*  NOTHING IN THE PERIOD - A HELD CLAIM IS ON THE REVIEW   *
011980*  QUEUE AND IS COUNTED THERE IF IT MAY BE PAID.  THE      *
011990*  LEDGER BALANCE IS DRAWN DOWN PAY DAY BY PAY DAY.        *
012000*----------------------------------------------------------*
012010 3100-PROJECT-CLAIM.
012020     READ CITIZEN-MASTER-FILE NEXT RECORD
012030         AT END
012040             SET END-OF-MASTER TO TRUE
012050             GO TO 3100-EXIT
012060     END-READ
012070     ADD 1 TO WS-COUNT-READ
012080
012090     MOVE CITIZEN-BENEFIT-TYPE TO WS-LOOKUP-TYPE
012100     PERFORM 3900-LOCATE-BENEFIT-TYPE THRU 3900-EXIT
012110     IF WS-TYPE-IDX > 7
012120         ADD 1 TO WS-COUNT-UNKNOWN-TYPE
012130         GO TO 3100-EXIT
012140     END-IF
012150
012160     IF NOT CLAIM-ACTIVE
012170         IF CITIZEN-STATUS-DATE IS NOT NUMERIC
012180             OR CITIZEN-STATUS-DATE NOT > WS-RUN-DATE
012190             ADD 1 TO WS-COUNT-STOPPED
012200             GO TO 3100-EXIT
012210         END-IF
012220     END-IF
012230
012240     PERFORM 3400-CHECK-FRAUD-HOLD THRU 3400-EXIT
012250     IF CLAIM-FRAUD-HELD
012260         ADD 1 TO WS-COUNT-FRAUD-HELD
012270         GO TO 3100-EXIT
012280     END-IF
012290
012300     MOVE ZERO TO WS-BALANCE-LEFT
012310     IF OVERPAYS-PRESENT
012320         MOVE CITIZEN-ID TO OVP-CITIZEN-ID
012330         MOVE CITIZEN-BENEFIT-TYPE TO OVP-BENEFIT-TYPE
012340         READ OVERPAY-LEDGER-FILE
012350             INVALID KEY
012360                 MOVE ZERO TO OVP-BALANCE
012370         END-READ
012380         MOVE OVP-BALANCE TO WS-BALANCE-LEFT
012390     END-IF
012400
012410     ADD 1 TO WS-COUNT-PROJECTED
012420     PERFORM 3200-PROJECT-PAYMENT THRU 3200-EXIT
012430         VARYING WS-PD-IDX FROM 1 BY 1
012440         UNTIL WS-PD-IDX > WS-SC-DATE-COUNT(WS-TYPE-IDX).
012450 3100-EXIT.
012460     EXIT.
012470
012480*----------------------------------------------------------*
012490*  3200-PROJECT-PAYMENT - ONE PAY DAY FOR THE CLAIM: IS IT *
012500*  DUE, WHAT DOES CITIZEN-CALC PRICE IT AT ON THAT DAY,    *
012510*  AND HOW MUCH OF IT GOES TO RECOVERY.                    *
012520*----------------------------------------------------------*
012530 3200-PROJECT-PAYMENT.
012540     MOVE WS-SC-PAY-DATE(WS-TYPE-IDX, WS-PD-IDX) TO WS-TEST-DATE
012550     PERFORM 3300-TEST-CLAIM-AT-DATE THRU 3300-EXIT
012560     EVALUATE TRUE
012570         WHEN STOPPED-AT-DATE
012580             ADD 1 TO WS-COUNT-DROP-STATUS
012590             GO TO 3200-EXIT
012600         WHEN OUT-OF-AGE-AT-DATE
012610             ADD 1 TO WS-COUNT-DROP-AGE
012620             GO TO 3200-EXIT
012630         WHEN NO-BANK-AT-DATE
012640             ADD 1 TO WS-COUNT-DROP-BANK
012650             GO TO 3200-EXIT
012660     END-EVALUATE
012670
012680     CALL "CITIZEN-CALC" USING CITIZEN-BENEFIT-AMOUNT,
012690                               CITIZEN-BENEFIT-TYPE,
012700                               WS-AGE-YEARS,
012710                               WS-TEST-DATE,
012720                               WS-PAYABLE-AMOUNT
012730     END-CALL
012740
012750     MOVE ZERO TO WS-RECOVERY-AMOUNT
012760     IF WS-BALANCE-LEFT NOT = ZERO
012770         COMPUTE WS-RECOVERY-AMOUNT ROUNDED =
012780             WS-PAYABLE-AMOUNT * WS-RECOVERY-PCT / 100
012790         END-COMPUTE
012800         IF WS-RECOVERY-AMOUNT > WS-BALANCE-LEFT
012810             MOVE WS-BALANCE-LEFT TO WS-RECOVERY-AMOUNT
012820         END-IF
012830         SUBTRACT WS-RECOVERY-AMOUNT FROM WS-BALANCE-LEFT
012840         IF WS-RECOVERY-AMOUNT NOT = ZERO
012850             ADD 1 TO WS-COUNT-RECOVERIES
012860         END-IF
012870     END-IF
012880     COMPUTE WS-NET-AMOUNT =
012890         WS-PAYABLE-AMOUNT - WS-RECOVERY-AMOUNT
012900     END-COMPUTE
012910
012920     MOVE WS-SC-PAY-WEEK(WS-TYPE-IDX, WS-PD-IDX) TO WS-WK-IDX
012930     MOVE WS-TYPE-IDX TO WS-COL-IDX
012940     PERFORM 3250-ADD-TO-CELL THRU 3250-EXIT
012950     MOVE 8 TO WS-COL-IDX
012960     PERFORM 3250-ADD-TO-CELL THRU 3250-EXIT
012970     ADD 1 TO WS-COUNT-PAYMENTS.
012980 3200-EXIT.
012990     EXIT.
013000
013010*----------------------------------------------------------*
013020*  3250-ADD-TO-CELL - ONE PAYMENT INTO ONE WEEK'S COLUMN.  *
013030*----------------------------------------------------------*
013040 3250-ADD-TO-CELL.
013050     ADD 1 TO WS-WC-COUNT(WS-WK-IDX, WS-COL-IDX)
013060     ADD WS-PAYABLE-AMOUNT TO WS-WC-GROSS(WS-WK-IDX, WS-COL-IDX)
013070     ADD WS-RECOVERY-AMOUNT
013080         TO WS-WC-RECOVERY(WS-WK-IDX, WS-COL-IDX)
013090     ADD WS-NET-AMOUNT TO WS-WC-NET(WS-WK-IDX, WS-COL-IDX).
013100 3250-EXIT.
013110     EXIT.
013120
013130*----------------------------------------------------------*
013140*  3300-TEST-CLAIM-AT-DATE - WOULD CITIZEN-BATCH PAY THE   *
013150*  CLAIM IN CITIZEN-RECORD ON WS-TEST-DATE?  NOT ONCE A    *
013160*  SUSPENSION OR TERMINATION HAS TAKEN EFFECT, NOR OUTSIDE *
013170*  THE TYPE'S AGE BAND, NOR WITHOUT USABLE BANK DETAILS    *
013180*  FOR THE PAYEE (THE APPOINTEE IF ONE IS IN FORCE THEN)   *
013190*  UNLESS PAID BY ORDER.  WS-TYPE-IDX IS ALREADY SET.      *
013193*  THE AGE AT THE DATE IS WORKED OUT FIRST, SO THE CALLER  *
013196*  HAS WS-AGE-YEARS EVEN WHEN THE CLAIM IS STOPPED.        *
013200*----------------------------------------------------------*
013210 3300-TEST-CLAIM-AT-DATE.
013220     SET DUE-AT-DATE TO TRUE
013310     MOVE CITIZEN-DOB(1:4) TO WS-DOB-YEAR
013320     MOVE CITIZEN-DOB(6:2) TO WS-DOB-MONTH
013330     MOVE CITIZEN-DOB(9:2) TO WS-DOB-DAY
013340     COMPUTE WS-AGE-YEARS = WS-TEST-YEAR - WS-DOB-YEAR
013350     IF WS-DOB-MONTH > WS-TEST-MONTH
013360         OR (WS-DOB-MONTH = WS-TEST-MONTH
013370             AND WS-DOB-DAY > WS-TEST-DAY)
013380         SUBTRACT 1 FROM WS-AGE-YEARS
013390     END-IF
013391
013392     IF NOT CLAIM-ACTIVE
013393         IF CITIZEN-STATUS-DATE IS NOT NUMERIC
013394             OR CITIZEN-STATUS-DATE NOT > WS-TEST-DATE
013395             SET STOPPED-AT-DATE TO TRUE
013396             GO TO 3300-EXIT
013397         END-IF
013398     END-IF
013399
013400     IF WS-AGE-YEARS < WS-BT-MIN-AGE(WS-TYPE-IDX)
013410         OR WS-AGE-YEARS > WS-BT-MAX-AGE(WS-TYPE-IDX)
013420         SET OUT-OF-AGE-AT-DATE TO TRUE
013430         GO TO 3300-EXIT
013440     END-IF
013450
013460     MOVE CITIZEN-SORT-CODE TO WS-PAYEE-SORT-CODE
013470     MOVE CITIZEN-ACCOUNT-NUMBER TO WS-PAYEE-ACCOUNT-NUMBER
013480     MOVE CITIZEN-PAY-METHOD TO WS-PAYEE-PAY-METHOD
013490     IF APPOINTEES-PRESENT
013500         MOVE CITIZEN-KEY TO APT-KEY
013510         READ APPOINTEE-FILE
013520             INVALID KEY
013530                 MOVE ZERO TO APT-START-DATE
013540                 MOVE 1 TO APT-END-DATE
013550         END-READ
013560         IF APT-START-DATE NOT > WS-TEST-DATE
013570             AND (APT-END-DATE = ZERO
013580                 OR APT-END-DATE NOT < WS-TEST-DATE)
013590             MOVE APT-SORT-CODE TO WS-PAYEE-SORT-CODE
013600             MOVE APT-ACCOUNT-NUMBER TO WS-PAYEE-ACCOUNT-NUMBER
013610             MOVE APT-PAY-METHOD TO WS-PAYEE-PAY-METHOD
013620         END-IF
013630     END-IF
013640     IF PAYEE-BY-ORDER
013650         GO TO 3300-EXIT
013660     END-IF
013670     IF WS-PAYEE-SORT-CODE NOT NUMERIC
013680         OR WS-PAYEE-ACCOUNT-NUMBER NOT NUMERIC
013690         SET NO-BANK-AT-DATE TO TRUE
013700     END-IF.
013710 3300-EXIT.
013720     EXIT.
013730
013740*----------------------------------------------------------*
013750*  3400-CHECK-FRAUD-HOLD - IS CITIZEN-BATCH HOLDING THE    *
013760*  CLAIM FOR A FRAUD REFERRAL, AS IT JUDGES IT: A REFERRAL *
013770*  AWAITING ITS DECISION, OR AN UPHELD ONE WITH NO STATUS  *
013780*  CHANGE ON THE MASTER SINCE THE DECISION.                *
013790*----------------------------------------------------------*
013800 3400-CHECK-FRAUD-HOLD.
013810     SET CLAIM-NOT-FRAUD-HELD TO TRUE
013820     IF FRAUD-HOLDS-ABSENT
013830         GO TO 3400-EXIT
013840     END-IF
013850     MOVE CITIZEN-KEY TO FHD-KEY
013860     READ FRAUD-HOLD-FILE
013870         INVALID KEY
013880             GO TO 3400-EXIT
013890     END-READ
013900     IF FHD-HELD
013910         SET CLAIM-FRAUD-HELD TO TRUE
013920         GO TO 3400-EXIT
013930     END-IF
013940     IF FHD-UPHELD
013950         IF CITIZEN-STATUS-DATE IS NOT NUMERIC
013960             OR CITIZEN-STATUS-DATE NOT > FHD-DECIDED-DATE
013970             SET CLAIM-FRAUD-HELD TO TRUE
013980         END-IF
013990     END-IF.
014000 3400-EXIT.
014010     EXIT.
014020
014030*----------------------------------------------------------*
014040*  3900-LOCATE-BENEFIT-TYPE - WS-TYPE-IDX TO WS-LOOKUP-    *
014050*  TYPE'S PLACE IN WS-BT-CODES, OR 8 IF IT IS NOT THERE.   *
014060*----------------------------------------------------------*
014070 3900-LOCATE-BENEFIT-TYPE.
014080     PERFORM 3910-CHECK-BENEFIT-TYPE THRU 3910-EXIT
014090         VARYING WS-TYPE-IDX FROM 1 BY 1
014100         UNTIL WS-TYPE-IDX > 7
014110             OR WS-BT-CODE(WS-TYPE-IDX) = WS-LOOKUP-TYPE.
014120 3900-EXIT.
014130     EXIT.
014140
014150 3910-CHECK-BENEFIT-TYPE.
014160     CONTINUE.
014170 3910-EXIT.
014180     EXIT.
014190
014200*----------------------------------------------------------*
014210*  4000-MAY-BECOME-PAYABLE - MONEY NOT IN THE FORECAST     *
014220*  THAT A DECISION COULD RELEASE: CLAIMS HELD ON THE       *
014230*  REVIEW QUEUE, PAYMENTS ON THE FAILED QUEUE FOR          *
014240*  RE-ISSUE, AND PAYMENTS WAITING FOR A SECOND OFFICER.    *
014250*  ANY OF THE THREE FILES MAY BE ABSENT (STATUS 35).       *
014260*----------------------------------------------------------*
014270 4000-MAY-BECOME-PAYABLE.
014280     OPEN INPUT REVIEW-QUEUE-FILE
014290     IF WS-REVIEW-STATUS NOT = "35"
014300         IF WS-REVIEW-STATUS NOT = "00"
014310             MOVE "REVIEW-QUEUE-FILE" TO WS-ERROR-FILE-NAME
014320             MOVE WS-REVIEW-STATUS TO WS-ERROR-STATUS
014330             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
014340         END-IF
014350         SET NOT-END-OF-FILE TO TRUE
014360         PERFORM 4100-READ-QUEUE-LINE THRU 4100-EXIT
014370             UNTIL END-OF-FILE
014380         CLOSE REVIEW-QUEUE-FILE
014390     END-IF
014400
014410     OPEN INPUT FAILED-FILE
014420     IF WS-FAILED-STATUS NOT = "35"
014430         IF WS-FAILED-STATUS NOT = "00"
014440             MOVE "FAILED-FILE" TO WS-ERROR-FILE-NAME
014450             MOVE WS-FAILED-STATUS TO WS-ERROR-STATUS
014460             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
014470         END-IF
014480         SET NOT-END-OF-FILE TO TRUE
014490         PERFORM 4200-READ-FAILED-PAYMENT THRU 4200-EXIT
014500             UNTIL END-OF-FILE
014510         CLOSE FAILED-FILE
014520     END-IF
014530
014540     OPEN INPUT PENDING-AUTH-FILE
014550     IF WS-PENDING-STATUS NOT = "35"
014560         IF WS-PENDING-STATUS NOT = "00"
014570             MOVE "PENDING-AUTH-FILE" TO WS-ERROR-FILE-NAME
014580             MOVE WS-PENDING-STATUS TO WS-ERROR-STATUS
014590             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
014600         END-IF
014610         SET NOT-END-OF-FILE TO TRUE
014620         PERFORM 4300-READ-PENDING-ITEM THRU 4300-EXIT
014630             UNTIL END-OF-FILE
014640         CLOSE PENDING-AUTH-FILE
014650     END-IF.
014660 4000-EXIT.
014670     EXIT.
014680
014690*----------------------------------------------------------*
014700*  4100-READ-QUEUE-LINE - ONE QUEUE LINE.  EACH CLAIM      *
014710*  COUNTS ONCE HOWEVER OFTEN IT IS QUEUED, AT ONE PAYMENT  *
014720*  PRICED BY CITIZEN-CALC AT THE RUN DATE - WHAT           *
014730*  CITIZEN-REVIEW WOULD PAY ON RELEASE.  A CLAIM NOT ON    *
014740*  THE MASTER, TERMINATED, OR NOT IN FACT BEING HELD (SO   *
014750*  ALREADY IN THE FORECAST) ADDS NOTHING.                  *
014760*----------------------------------------------------------*
014770 4100-READ-QUEUE-LINE.
014780     READ REVIEW-QUEUE-FILE
014790         AT END
014800             SET END-OF-FILE TO TRUE
014810             GO TO 4100-EXIT
014820     END-READ
014830     IF REVIEW-QUEUE-RECORD = SPACES
014840         GO TO 4100-EXIT
014850     END-IF
014860     ADD 1 TO WS-COUNT-QUEUE-LINES
014870
014880     MOVE SPACES TO WS-QUEUE-TYPE-PARTS
014890     UNSTRING REVIEW-QUEUE-RECORD DELIMITED BY " TYPE "
014900         INTO WS-QT-BEFORE, WS-QT-AFTER
014910     END-UNSTRING
014920     MOVE REVIEW-QUEUE-RECORD(8:5) TO FWK-CITIZEN-ID
014930     MOVE WS-QT-AFTER(1:2) TO FWK-BENEFIT-TYPE
014940     WRITE FORECAST-WORK-RECORD
014950         INVALID KEY
014960             ADD 1 TO WS-COUNT-QUEUE-REPEATED
014970             GO TO 4100-EXIT
014980     END-WRITE
014990     PERFORM 9113-CHECK-WORK-STATUS THRU 9113-EXIT
015000
015010     MOVE FWK-BENEFIT-TYPE TO WS-LOOKUP-TYPE
015020     PERFORM 3900-LOCATE-BENEFIT-TYPE THRU 3900-EXIT
015030     IF WS-TYPE-IDX > 7
015040         ADD 1 TO WS-COUNT-QUEUE-UNMATCHED
015050         GO TO 4100-EXIT
015060     END-IF
015070     MOVE FWK-KEY TO CITIZEN-KEY
015080     READ CITIZEN-MASTER-FILE KEY IS CITIZEN-KEY
015090         INVALID KEY
015100             ADD 1 TO WS-COUNT-QUEUE-UNMATCHED
015110             GO TO 4100-EXIT
015120     END-READ
015130
015140     IF CLAIM-TERMINATED
015150         IF CITIZEN-STATUS-DATE IS NOT NUMERIC
015160             OR CITIZEN-STATUS-DATE NOT > WS-RUN-DATE
015170             ADD 1 TO WS-COUNT-QUEUE-ENDED
015180             GO TO 4100-EXIT
015190         END-IF
015200     END-IF
015210
015220     MOVE WS-RUN-DATE TO WS-TEST-DATE
015230     PERFORM 3300-TEST-CLAIM-AT-DATE THRU 3300-EXIT
015240     PERFORM 3400-CHECK-FRAUD-HOLD THRU 3400-EXIT
015250     IF DUE-AT-DATE
015260         AND CLAIM-NOT-FRAUD-HELD
015270         ADD 1 TO WS-COUNT-QUEUE-IN-PAYMENT
015280         GO TO 4100-EXIT
015290     END-IF
015300
015310     CALL "CITIZEN-CALC" USING CITIZEN-BENEFIT-AMOUNT,
015320                               CITIZEN-BENEFIT-TYPE,
015330                               WS-AGE-YEARS,
015340                               WS-RUN-DATE,
015350                               WS-PAYABLE-AMOUNT
015360     END-CALL
015370     MOVE WS-PAYABLE-AMOUNT TO WS-POST-AMOUNT
015380     MOVE 1 TO WS-MB-IDX
015390     PERFORM 4900-POST-MAY-BECOME THRU 4900-EXIT
015400     ADD 1 TO WS-COUNT-QUEUE-HELD.
015410 4100-EXIT.
015420     EXIT.
015430
015440*----------------------------------------------------------*
015450*  4200-READ-FAILED-PAYMENT - ONE RETURNED PAYMENT WAITING *
015460*  FOR RE-ISSUE, AT ITS ORIGINAL AMOUNT.                   *
015470*----------------------------------------------------------*
015480 4200-READ-FAILED-PAYMENT.
015490     READ FAILED-FILE
015500         AT END
015510             SET END-OF-FILE TO TRUE
015520             GO TO 4200-EXIT
015530     END-READ
015540     IF FAILED-RECORD = SPACES
015550         GO TO 4200-EXIT
015560     END-IF
015570     MOVE FAILED-RECORD TO WS-FAILED-FIELDS
015580     IF WS-FP-AMOUNT NOT NUMERIC
015590         GO TO 4200-EXIT
015600     END-IF
015610
015620     MOVE WS-FP-BENEFIT-TYPE TO WS-LOOKUP-TYPE
015630     PERFORM 3900-LOCATE-BENEFIT-TYPE THRU 3900-EXIT
015640     IF WS-TYPE-IDX > 7
015650         GO TO 4200-EXIT
015660     END-IF
015670     MOVE WS-FP-AMOUNT TO WS-POST-AMOUNT
015680     MOVE 2 TO WS-MB-IDX
015690     PERFORM 4900-POST-MAY-BECOME THRU 4900-EXIT
015700     ADD 1 TO WS-COUNT-FAILED.
015710 4200-EXIT.
015720     EXIT.
015730
015740*----------------------------------------------------------*
015750*  4300-READ-PENDING-ITEM - ONE PAYMENT HELD FOR A SECOND  *
015760*  OFFICER.  ONLY ITEMS STILL PENDING COUNT, AT THE AMOUNT *
015770*  CITIZEN-APPROVE WOULD PAY.                              *
015780*----------------------------------------------------------*
015790 4300-READ-PENDING-ITEM.
015800     READ PENDING-AUTH-FILE NEXT RECORD
015810         AT END
015820             SET END-OF-FILE TO TRUE
015830             GO TO 4300-EXIT
015840     END-READ
015850     IF NOT PND-PENDING
015860         GO TO 4300-EXIT
015870     END-IF
015880
015890     MOVE PND-BENEFIT-TYPE TO WS-LOOKUP-TYPE
015900     PERFORM 3900-LOCATE-BENEFIT-TYPE THRU 3900-EXIT
015910     IF WS-TYPE-IDX > 7
015920         GO TO 4300-EXIT
015930     END-IF
015940     MOVE PND-AMOUNT TO WS-POST-AMOUNT
015950     MOVE 3 TO WS-MB-IDX
015960     PERFORM 4900-POST-MAY-BECOME THRU 4900-EXIT
015970     ADD 1 TO WS-COUNT-PENDING.
015980 4300-EXIT.
015990     EXIT.
016000
016010*----------------------------------------------------------*
016020*  4900-POST-MAY-BECOME - ONE ITEM INTO ITS SOURCE'S ROW   *
016030*  AND THE ALL-SOURCES ROW, UNDER ITS TYPE AND THE TOTAL.  *
016040*----------------------------------------------------------*
016050 4900-POST-MAY-BECOME.
016060     ADD 1 TO WS-MB-COUNT(WS-MB-IDX, WS-TYPE-IDX)
016070     ADD WS-POST-AMOUNT TO WS-MB-AMOUNT(WS-MB-IDX, WS-TYPE-IDX)
016080     ADD 1 TO WS-MB-COUNT(WS-MB-IDX, 8)
016090     ADD WS-POST-AMOUNT TO WS-MB-AMOUNT(WS-MB-IDX, 8)
016100     ADD 1 TO WS-MB-COUNT(4, WS-TYPE-IDX)
016110     ADD WS-POST-AMOUNT TO WS-MB-AMOUNT(4, WS-TYPE-IDX)
016120     ADD 1 TO WS-MB-COUNT(4, 8)
016130     ADD WS-POST-AMOUNT TO WS-MB-AMOUNT(4, 8).
016140 4900-EXIT.
016150     EXIT.
016160
016170*----------------------------------------------------------*
016180*  5000-WRITE-FORECAST - REPLACE THE HISTORY ROWS FOR THE  *
016190*  WEEKS STILL TO COME WITH THIS RUN'S FORECAST, AND PUT   *
016200*  IT ON THE REPORT AND THE FINANCE FILE BY WEEK AND       *
016210*  BENEFIT TYPE, FOLLOWED BY WHAT MAY BECOME PAYABLE.      *
016220*----------------------------------------------------------*
016230 5000-WRITE-FORECAST.
016240     MOVE WS-FIRST-DAY TO FCH-WEEK-START
016250     MOVE LOW-VALUES TO FCH-BENEFIT-TYPE
016260     SET NOT-END-OF-FILE TO TRUE
016270     START FORECAST-HISTORY-FILE KEY IS NOT LESS THAN FCH-KEY
016280         INVALID KEY
016290             SET END-OF-FILE TO TRUE
016300     END-START
016310     PERFORM 5100-DELETE-FUTURE-ROW THRU 5100-EXIT
016320         UNTIL END-OF-FILE
016330
016340     MOVE SPACES TO FORECAST-REPORT-RECORD
016350     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
016360     MOVE "NET PAYMENTS FORECAST BY WEEK AND BENEFIT TYPE"
016370         TO FORECAST-REPORT-RECORD
016380     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
016390     MOVE "WK START    END" TO GH-LABEL
016400     MOVE WS-GRID-HEADINGS TO FORECAST-REPORT-RECORD
016410     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
016420
016430     PERFORM 5200-WRITE-WEEK THRU 5200-EXIT
016440         VARYING WS-WK-IDX FROM 1 BY 1
016450         UNTIL WS-WK-IDX > WS-WEEKS
016460
016470     MOVE "13 WEEKS GROSS" TO GL-LABEL
016480     PERFORM 5400-SET-PERIOD-GROSS THRU 5400-EXIT
016490         VARYING WS-COL-IDX FROM 1 BY 1
016500         UNTIL WS-COL-IDX > 8
016510     MOVE WS-GRID-LINE TO FORECAST-REPORT-RECORD
016520     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
016530     MOVE "13 WEEKS RECOVERY" TO GL-LABEL
016540     PERFORM 5410-SET-PERIOD-RECOVERY THRU 5410-EXIT
016550         VARYING WS-COL-IDX FROM 1 BY 1
016560         UNTIL WS-COL-IDX > 8
016570     MOVE WS-GRID-LINE TO FORECAST-REPORT-RECORD
016580     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
016590     MOVE "13 WEEKS NET" TO GL-LABEL
016600     PERFORM 5420-SET-PERIOD-NET THRU 5420-EXIT
016610         VARYING WS-COL-IDX FROM 1 BY 1
016620         UNTIL WS-COL-IDX > 8
016630     MOVE WS-GRID-LINE TO FORECAST-REPORT-RECORD
016640     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
016650
016660     MOVE SPACES TO FORECAST-REPORT-RECORD
016670     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
016680     MOVE "MAY BECOME PAYABLE - NOT IN THE FORECAST ABOVE"
016690         TO FORECAST-REPORT-RECORD
016700     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
016710     MOVE SPACES TO GH-LABEL
016720     MOVE WS-GRID-HEADINGS TO FORECAST-REPORT-RECORD
016730     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
016740     PERFORM 5500-WRITE-MAY-BECOME THRU 5500-EXIT
016750         VARYING WS-MB-IDX FROM 1 BY 1
016760         UNTIL WS-MB-IDX > 4.
016770 5000-EXIT.
016780     EXIT.
016790
016800*----------------------------------------------------------*
016810*  5100-DELETE-FUTURE-ROW - A ROW FOR A WEEK STARTING      *
016820*  AFTER TODAY IS AN EARLIER RUN'S FORECAST; THIS RUN'S    *
016830*  TAKES ITS PLACE.                                        *
016840*----------------------------------------------------------*
016850 5100-DELETE-FUTURE-ROW.
016860     READ FORECAST-HISTORY-FILE NEXT RECORD
016870         AT END
016880             SET END-OF-FILE TO TRUE
016890             GO TO 5100-EXIT
016900     END-READ
016910     DELETE FORECAST-HISTORY-FILE RECORD
016920     PERFORM 9112-CHECK-HISTORY-STATUS THRU 9112-EXIT
016930     ADD 1 TO WS-COUNT-ROWS-REPLACED.
016940 5100-EXIT.
016950     EXIT.
016960
016970*----------------------------------------------------------*
016980*  5200-WRITE-WEEK - ONE WEEK: A HISTORY ROW AND A FINANCE *
016990*  DETAIL PER BENEFIT TYPE, THEN ITS LINE OF THE GRID.     *
017000*----------------------------------------------------------*
017010 5200-WRITE-WEEK.
017020     PERFORM 5300-WRITE-WEEK-TYPE THRU 5300-EXIT
017030         VARYING WS-COL-IDX FROM 1 BY 1
017040         UNTIL WS-COL-IDX > 7
017050     MOVE 8 TO WS-COL-IDX
017060     PERFORM 5350-ADD-TO-PERIOD THRU 5350-EXIT
017070
017080     MOVE WS-WK-IDX TO WL-WEEK
017090     MOVE WS-WK-START(WS-WK-IDX) TO WL-START
017100     MOVE WS-WK-END(WS-WK-IDX) TO WL-END
017110     MOVE SPACES TO WS-GRID-LINE
017120     MOVE WS-WEEK-LABEL TO GL-LABEL
017130     PERFORM 5360-SET-WEEK-COLUMN THRU 5360-EXIT
017140         VARYING WS-COL-IDX FROM 1 BY 1
017150         UNTIL WS-COL-IDX > 8
017160     MOVE WS-GRID-LINE TO FORECAST-REPORT-RECORD
017170     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT.
017180 5200-EXIT.
017190     EXIT.
017200
017210*----------------------------------------------------------*
017220*  5300-WRITE-WEEK-TYPE - ONE WEEK AND BENEFIT TYPE, TO    *
017230*  THE HISTORY AND THE FINANCE FILE, NIL WEEKS INCLUDED SO *
017240*  FINANCE ALWAYS LOADS THE FULL GRID.                     *
017250*----------------------------------------------------------*
017260 5300-WRITE-WEEK-TYPE.
017270     MOVE SPACES TO FORECAST-HISTORY-RECORD
017280     MOVE WS-WK-START(WS-WK-IDX) TO FCH-WEEK-START
017290     MOVE WS-BT-CODE(WS-COL-IDX) TO FCH-BENEFIT-TYPE
017300     MOVE WS-WK-END(WS-WK-IDX) TO FCH-WEEK-END
017310     MOVE WS-RUN-DATE TO FCH-FORECAST-DATE
017320     MOVE WS-RUN-ID TO FCH-FORECAST-RUN-ID
017330     MOVE WS-WC-COUNT(WS-WK-IDX, WS-COL-IDX) TO FCH-PAYMENT-COUNT
017340     MOVE WS-WC-GROSS(WS-WK-IDX, WS-COL-IDX) TO FCH-GROSS
017350     MOVE WS-WC-RECOVERY(WS-WK-IDX, WS-COL-IDX) TO FCH-RECOVERY
017360     MOVE WS-WC-NET(WS-WK-IDX, WS-COL-IDX) TO FCH-NET
017370     MOVE ZERO TO FCH-COMPARED-DATE
017380     MOVE ZERO TO FCH-ACTUAL-COUNT
017390     MOVE ZERO TO FCH-ACTUAL-PAID
017400     WRITE FORECAST-HISTORY-RECORD
017410     PERFORM 9112-CHECK-HISTORY-STATUS THRU 9112-EXIT
017420
017430     MOVE SPACES TO CASH-FORECAST-RECORD
017440     SET CFC-DETAIL TO TRUE
017450     MOVE WS-WK-IDX TO CFC-WEEK-NUMBER
017460     MOVE WS-WK-START(WS-WK-IDX) TO CFC-WEEK-START
017470     MOVE WS-WK-END(WS-WK-IDX) TO CFC-WEEK-END
017480     MOVE WS-BT-CODE(WS-COL-IDX) TO CFC-BENEFIT-TYPE
017490     MOVE WS-WC-COUNT(WS-WK-IDX, WS-COL-IDX) TO CFC-PAYMENT-COUNT
017500     MOVE WS-WC-GROSS(WS-WK-IDX, WS-COL-IDX) TO CFC-GROSS
017510     MOVE WS-WC-RECOVERY(WS-WK-IDX, WS-COL-IDX) TO CFC-RECOVERY
017520     MOVE WS-WC-NET(WS-WK-IDX, WS-COL-IDX) TO CFC-NET
017530     WRITE CASH-FORECAST-RECORD
017540     PERFORM 9111-CHECK-FINANCE-STATUS THRU 9111-EXIT
017550     ADD 1 TO WS-FIN-DETAIL-COUNT
017560     ADD WS-WC-NET(WS-WK-IDX, WS-COL-IDX) TO WS-FIN-DETAIL-NET
017570
017580     PERFORM 5350-ADD-TO-PERIOD THRU 5350-EXIT.
017590 5300-EXIT.
017600     EXIT.
017610
017620*----------------------------------------------------------*
017630*  5350-ADD-TO-PERIOD - ONE WEEK'S CELL INTO THE THIRTEEN  *
017640*  WEEK TOTALS.                                            *
017650*----------------------------------------------------------*
017660 5350-ADD-TO-PERIOD.
017670     ADD WS-WC-COUNT(WS-WK-IDX, WS-COL-IDX)
017680         TO WS-PT-COUNT(WS-COL-IDX)
017690     ADD WS-WC-GROSS(WS-WK-IDX, WS-COL-IDX)
017700         TO WS-PT-GROSS(WS-COL-IDX)
017710     ADD WS-WC-RECOVERY(WS-WK-IDX, WS-COL-IDX)
017720         TO WS-PT-RECOVERY(WS-COL-IDX)
017730     ADD WS-WC-NET(WS-WK-IDX, WS-COL-IDX)
017740         TO WS-PT-NET(WS-COL-IDX).
017750 5350-EXIT.
017760     EXIT.
017770
017780*----------------------------------------------------------*
017790*  5360 TO 5420 - ONE COLUMN OF A GRID LINE.               *
017800*----------------------------------------------------------*
017810 5360-SET-WEEK-COLUMN.
017820     MOVE WS-WC-NET(WS-WK-IDX, WS-COL-IDX)
017830         TO GL-VALUE(WS-COL-IDX).
017840 5360-EXIT.
017850     EXIT.
017860
017870 5400-SET-PERIOD-GROSS.
017880     MOVE WS-PT-GROSS(WS-COL-IDX) TO GL-VALUE(WS-COL-IDX).
017890 5400-EXIT.
017900     EXIT.
017910
017920 5410-SET-PERIOD-RECOVERY.
017930     MOVE WS-PT-RECOVERY(WS-COL-IDX) TO GL-VALUE(WS-COL-IDX).
017940 5410-EXIT.
017950     EXIT.
017960
017970 5420-SET-PERIOD-NET.
017980     MOVE WS-PT-NET(WS-COL-IDX) TO GL-VALUE(WS-COL-IDX).
017990 5420-EXIT.
018000     EXIT.
018010
018020*----------------------------------------------------------*
018030*  5500-WRITE-MAY-BECOME - ONE SOURCE'S LINE, AND A        *
018040*  FINANCE RECORD FOR EACH BENEFIT TYPE IT HAS ITEMS FOR.  *
018050*  THE ALL-SOURCES LINE IS REPORTED ONLY.                  *
018060*----------------------------------------------------------*
018070 5500-WRITE-MAY-BECOME.
018080     MOVE SPACES TO WS-GRID-LINE
018090     MOVE WS-MB-SOURCE-TEXT(WS-MB-IDX) TO GL-LABEL
018100     PERFORM 5510-SET-MAY-BECOME-COLUMN THRU 5510-EXIT
018110         VARYING WS-COL-IDX FROM 1 BY 1
018120         UNTIL WS-COL-IDX > 8
018130     MOVE WS-GRID-LINE TO FORECAST-REPORT-RECORD
018140     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT.
018150 5500-EXIT.
018160     EXIT.
018170
018180*----------------------------------------------------------*
018190*  5510-SET-MAY-BECOME-COLUMN - ONE COLUMN OF THE LINE,    *
018200*  AND ITS FINANCE RECORD.                                 *
018210*----------------------------------------------------------*
018220 5510-SET-MAY-BECOME-COLUMN.
018230     MOVE WS-MB-AMOUNT(WS-MB-IDX, WS-COL-IDX)
018240         TO GL-VALUE(WS-COL-IDX)
018250     IF WS-MB-IDX = 4
018260         OR WS-COL-IDX = 8
018270         OR WS-MB-COUNT(WS-MB-IDX, WS-COL-IDX) = ZERO
018280         GO TO 5510-EXIT
018290     END-IF
018300
018310     MOVE SPACES TO CASH-FORECAST-RECORD
018320     SET CFC-MAY-BECOME TO TRUE
018330     MOVE WS-MB-SOURCE-CODE(WS-MB-IDX) TO CFC-MB-SOURCE
018340     MOVE WS-BT-CODE(WS-COL-IDX) TO CFC-MB-BENEFIT-TYPE
018350     MOVE WS-MB-COUNT(WS-MB-IDX, WS-COL-IDX) TO CFC-MB-ITEM-COUNT
018360     MOVE WS-MB-AMOUNT(WS-MB-IDX, WS-COL-IDX) TO CFC-MB-AMOUNT
018370     WRITE CASH-FORECAST-RECORD
018380     PERFORM 9111-CHECK-FINANCE-STATUS THRU 9111-EXIT
018390     ADD 1 TO WS-FIN-MB-COUNT
018400     ADD WS-MB-AMOUNT(WS-MB-IDX, WS-COL-IDX) TO WS-FIN-MB-AMOUNT.
018410 5510-EXIT.
018420     EXIT.
018430
018440*----------------------------------------------------------*
018450*  8000-FINALIZE - FINANCE TRAILER, COUNTS, CLOSE DOWN.    *
018460*----------------------------------------------------------*
018470 8000-FINALIZE.
018480     MOVE SPACES TO CASH-FORECAST-RECORD
018490     SET CFC-TRAILER TO TRUE
018500     MOVE WS-FIN-DETAIL-COUNT TO CFC-TRL-DETAIL-COUNT
018510     MOVE WS-FIN-DETAIL-NET TO CFC-TRL-DETAIL-NET
018520     MOVE WS-FIN-MB-COUNT TO CFC-TRL-MB-COUNT
018530     MOVE WS-FIN-MB-AMOUNT TO CFC-TRL-MB-AMOUNT
018540     MOVE WS-FIN-VARIANCE-COUNT TO CFC-TRL-VARIANCE-COUNT
018550     WRITE CASH-FORECAST-RECORD
018560     PERFORM 9111-CHECK-FINANCE-STATUS THRU 9111-EXIT
018570
018580     MOVE ALL "-" TO FORECAST-REPORT-RECORD
018590     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
018600
018610     MOVE "CITIZEN-CASHFC CLAIMS READ         : "
018620         TO WS-COUNT-LABEL
018630     MOVE WS-COUNT-READ TO WS-COUNT-VALUE
018640     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
018650     MOVE "CITIZEN-CASHFC CLAIMS PROJECTED    : "
018660         TO WS-COUNT-LABEL
018670     MOVE WS-COUNT-PROJECTED TO WS-COUNT-VALUE
018680     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
018690     MOVE "CITIZEN-CASHFC ALREADY STOPPED     : "
018700         TO WS-COUNT-LABEL
018710     MOVE WS-COUNT-STOPPED TO WS-COUNT-VALUE
018720     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
018730     MOVE "CITIZEN-CASHFC FRAUD HELD          : "
018740         TO WS-COUNT-LABEL
018750     MOVE WS-COUNT-FRAUD-HELD TO WS-COUNT-VALUE
018760     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
018770     MOVE "CITIZEN-CASHFC TYPE NOT KNOWN      : "
018780         TO WS-COUNT-LABEL
018790     MOVE WS-COUNT-UNKNOWN-TYPE TO WS-COUNT-VALUE
018800     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
018810     MOVE "CITIZEN-CASHFC PAYMENTS FORECAST   : "
018820         TO WS-COUNT-LABEL
018830     MOVE WS-COUNT-PAYMENTS TO WS-COUNT-VALUE
018840     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
018850     MOVE "CITIZEN-CASHFC WITH A RECOVERY     : "
018860         TO WS-COUNT-LABEL
018870     MOVE WS-COUNT-RECOVERIES TO WS-COUNT-VALUE
018880     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
018890     MOVE "CITIZEN-CASHFC NOT DUE - STATUS    : "
018900         TO WS-COUNT-LABEL
018910     MOVE WS-COUNT-DROP-STATUS TO WS-COUNT-VALUE
018920     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
018930     MOVE "CITIZEN-CASHFC NOT DUE - AGE       : "
018940         TO WS-COUNT-LABEL
018950     MOVE WS-COUNT-DROP-AGE TO WS-COUNT-VALUE
018960     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
018970     MOVE "CITIZEN-CASHFC NOT DUE - BANK      : "
018980         TO WS-COUNT-LABEL
018990     MOVE WS-COUNT-DROP-BANK TO WS-COUNT-VALUE
019000     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
019010     MOVE "CITIZEN-CASHFC QUEUE LINES         : "
019020         TO WS-COUNT-LABEL
019030     MOVE WS-COUNT-QUEUE-LINES TO WS-COUNT-VALUE
019040     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
019050     MOVE "CITIZEN-CASHFC QUEUE CLAIMS HELD   : "
019060         TO WS-COUNT-LABEL
019070     MOVE WS-COUNT-QUEUE-HELD TO WS-COUNT-VALUE
019080     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
019090     MOVE "CITIZEN-CASHFC QUEUED AGAIN        : "
019100         TO WS-COUNT-LABEL
019110     MOVE WS-COUNT-QUEUE-REPEATED TO WS-COUNT-VALUE
019120     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
019130     MOVE "CITIZEN-CASHFC QUEUED, IN PAYMENT  : "
019140         TO WS-COUNT-LABEL
019150     MOVE WS-COUNT-QUEUE-IN-PAYMENT TO WS-COUNT-VALUE
019160     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
019170     MOVE "CITIZEN-CASHFC QUEUED, TERMINATED  : "
019180         TO WS-COUNT-LABEL
019190     MOVE WS-COUNT-QUEUE-ENDED TO WS-COUNT-VALUE
019200     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
019210     MOVE "CITIZEN-CASHFC QUEUED, NOT MATCHED : "
019220         TO WS-COUNT-LABEL
019230     MOVE WS-COUNT-QUEUE-UNMATCHED TO WS-COUNT-VALUE
019240     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
019250     MOVE "CITIZEN-CASHFC FAILED PAYMENTS     : "
019260         TO WS-COUNT-LABEL
019270     MOVE WS-COUNT-FAILED TO WS-COUNT-VALUE
019280     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
019290     MOVE "CITIZEN-CASHFC AWAITING 2ND OFFICER: "
019300         TO WS-COUNT-LABEL
019310     MOVE WS-COUNT-PENDING TO WS-COUNT-VALUE
019320     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
019330     MOVE "CITIZEN-CASHFC WEEK ROWS REPLACED  : "
019340         TO WS-COUNT-LABEL
019350     MOVE WS-COUNT-ROWS-REPLACED TO WS-COUNT-VALUE
019360     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
019370     MOVE "CITIZEN-CASHFC WEEK ROWS COMPARED  : "
019380         TO WS-COUNT-LABEL
019390     MOVE WS-COUNT-COMPARED TO WS-COUNT-VALUE
019400     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
019410     MOVE "CITIZEN-CASHFC TRAIL PAYMENTS USED : "
019420         TO WS-COUNT-LABEL
019430     MOVE WS-COUNT-TRAIL-PAYMENTS TO WS-COUNT-VALUE
019440     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
019450     MOVE WS-PT-NET(8) TO WS-TOTAL-DISPLAY
019460     MOVE SPACES TO FORECAST-REPORT-RECORD
019470     STRING
019480         "CITIZEN-CASHFC 13 WEEKS NET       : £"
019490                                  DELIMITED BY SIZE
019500         WS-TOTAL-DISPLAY         DELIMITED BY SIZE
019510         INTO FORECAST-REPORT-RECORD
019520     END-STRING
019530     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
019540     DISPLAY "CITIZEN-CASHFC 13 WEEKS NET       : £"
019550         WS-TOTAL-DISPLAY
019560
019570     CLOSE CITIZEN-MASTER-FILE
019580     IF OVERPAYS-PRESENT
019590         CLOSE OVERPAY-LEDGER-FILE
019600     END-IF
019610     IF APPOINTEES-PRESENT
019620         CLOSE APPOINTEE-FILE
019630     END-IF
019640     IF FRAUD-HOLDS-PRESENT
019650         CLOSE FRAUD-HOLD-FILE
019660     END-IF
019670     CLOSE FORECAST-HISTORY-FILE
019680     CLOSE FORECAST-WORK-FILE
019690     CLOSE CASH-FORECAST-FILE
019700     CLOSE FORECAST-REPORT-FILE
019710
019720     PERFORM 8900-DEREGISTER-RUN THRU 8900-EXIT.
019730 8000-EXIT.
019740     EXIT.
019750
019760*----------------------------------------------------------*
019770*  8100-WRITE-COUNT-LINE - ONE COUNT, LABELLED, ON THE     *
019780*  REPORT AND THE CONSOLE.                                 *
019790*----------------------------------------------------------*
019800 8100-WRITE-COUNT-LINE.
019810     MOVE WS-COUNT-VALUE TO WS-COUNT-DISPLAY
019820     MOVE SPACES TO FORECAST-REPORT-RECORD
019830     STRING
019840         WS-COUNT-LABEL           DELIMITED BY SIZE
019850         WS-COUNT-DISPLAY         DELIMITED BY SIZE
019860         INTO FORECAST-REPORT-RECORD
019870     END-STRING
019880     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
019890     DISPLAY WS-COUNT-LABEL WS-COUNT-DISPLAY.
019900 8100-EXIT.
019910     EXIT.
019920
019930*----------------------------------------------------------*
019940*  8900-DEREGISTER-RUN - HAND THE SHARED FILES BACK TO THE *
019950*  REGISTRY.                                               *
019960*----------------------------------------------------------*
019970 8900-DEREGISTER-RUN.
019980     MOVE "D" TO WS-LOCK-ACTION
019990     CALL "CITIZEN-RUNLOCK" USING WS-LOCK-ACTION,
020000                                   WS-LOCK-PROGRAM-NAME,
020010                                   WS-LOCK-RUN-ID,
020020                                   WS-LOCK-RESULT
020030     END-CALL.
020040 8900-EXIT.
020050     EXIT.
020060
020070*----------------------------------------------------------*
020080*  9100-ABEND-FILE-ERROR - AN OPEN OR A WRITE CAME BACK    *
020090*  WITH A NON-ZERO FILE STATUS ON A FILE THE RUN CANNOT    *
020100*  SENSIBLY CONTINUE WITHOUT.  REPORT IT AND STOP RATHER   *
020110*  THAN SENDING FINANCE A FORECAST WITH PART MISSING.      *
020120*----------------------------------------------------------*
020130 9100-ABEND-FILE-ERROR.
020140     DISPLAY "CITIZEN-CASHFC: I/O ERROR ON " WS-ERROR-FILE-NAME
020150         ", FILE STATUS = " WS-ERROR-STATUS
020160     MOVE 16 TO RETURN-CODE
020170     STOP RUN.
020180 9100-EXIT.
020190     EXIT.
020200
020210*----------------------------------------------------------*
020220*  9110 TO 9113-CHECK-xxx-STATUS - TESTED AFTER EVERY      *
020230*  WRITE TO THE FILE NAMED, SO A FULL DISK OR OTHER WRITE  *
020240*  FAILURE ABENDS THE RUN INSTEAD OF BEING SILENTLY        *
020250*  IGNORED.                                                *
020260*----------------------------------------------------------*
020270 9110-CHECK-REPORT-STATUS.
020280     IF WS-REPORT-STATUS NOT = "00"
020290         MOVE "FORECAST-REPORT-FILE" TO WS-ERROR-FILE-NAME
020300         MOVE WS-REPORT-STATUS TO WS-ERROR-STATUS
020310         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
020320     END-IF.
020330 9110-EXIT.
020340     EXIT.
020350
020360 9111-CHECK-FINANCE-STATUS.
020370     IF WS-FINANCE-STATUS NOT = "00"
020380         MOVE "CASH-FORECAST-FILE" TO WS-ERROR-FILE-NAME
020390         MOVE WS-FINANCE-STATUS TO WS-ERROR-STATUS
020400         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
020410     END-IF.
020420 9111-EXIT.
020430     EXIT.
020440
020450 9112-CHECK-HISTORY-STATUS.
020460     IF WS-HISTORY-STATUS NOT = "00"
020470         MOVE "FORECAST-HISTORY-FILE" TO WS-ERROR-FILE-NAME
020480         MOVE WS-HISTORY-STATUS TO WS-ERROR-STATUS
020490         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
020500     END-IF.
020510 9112-EXIT.
020520     EXIT.
020530
020540 9113-CHECK-WORK-STATUS.
020550     IF WS-WORK-STATUS NOT = "00"
020560         MOVE "FORECAST-WORK-FILE" TO WS-ERROR-FILE-NAME
020570         MOVE WS-WORK-STATUS TO WS-ERROR-STATUS
020580         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
020590     END-IF.
020600 9113-EXIT.
020610     EXIT.
020620
020630 9999-EXIT.
020640     STOP RUN.
