000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CITIZEN-TAXYEAR.
000030 AUTHOR.        R HARGREAVES.
000040 INSTALLATION.  DWP BENEFITS DIVISION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICATION HISTORY                                    *
000090*----------------------------------------------------------*
000100*  15/10/2026 RH   INITIAL VERSION.  THE TAX YEAR END      *
000110*                  RUN.  TOTALS WHAT EACH CITIZEN WAS      *
000120*                  PAID IN A 6 APRIL TO 5 APRIL TAX YEAR   *
000130*                  (NAMED ON THE COMMAND LINE) BY BENEFIT  *
000140*                  TYPE, FROM PAYMENT-HISTORY.DAT - AND    *
000150*                  FROM AN ARCHIVED                        *
000160*                  PAYMENT-HISTORY-YYYYMMDD.TXT WHEN       *
000170*                  CITIZEN-ARCHIVE HAS ALREADY MOVED PART  *
000180*                  OF THE YEAR OUT.  RE-ISSUES COUNT AT    *
000190*                  THEIR OWN PAYMENT DATE, ARREARS TOP-UPS *
000200*                  AT THE DATE THEY WERE PAID (OFF THE     *
000210*                  AUDIT TRAIL), PAYMENTS ON THE RETURNED  *
000220*                  PAYMENTS REGISTER ARE TAKEN BACK OUT,   *
000230*                  AND OVERPAYMENT RECOVERIES TAKEN BY     *
000240*                  CITIZEN-BATCH ARE SHOWN AS NOT PAID.    *
000250*                  PRINTS ONE ANNUAL STATEMENT PER         *
000260*                  CITIZEN TO TAX-STATEMENT-SPOOL.TXT      *
000270*                  WITH THE CITIZEN-LETTER ADDRESS BLOCK,  *
000280*                  AND WRITES THE FIXED-WIDTH TAXABLE      *
000290*                  BENEFITS FILE FOR HMRC                  *
000300*                  (HMRC-TAXABLE-BENEFITS.TXT) WITH        *
000310*                  HEADER AND TRAILER CONTROL TOTALS.      *
000320*                  READS ONLY - NOTHING IT TOUCHES IS      *
000330*                  CHANGED, SO IT CAN BE RERUN AT WILL.    *
000340*----------------------------------------------------------*
000350
000360*----------------------------------------------------------*
000370*  ENVIRONMENT DIVISION                                    *
000380*----------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PAYMENT-HISTORY-FILE ASSIGN TO "payment-history.dat"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS PAYHIST-KEY
000460         FILE STATUS IS WS-PAYHIST-STATUS.
000470
000480     SELECT HIST-ARCHIVE-FILE ASSIGN TO WS-HIST-ARCHIVE-NAME
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-HIST-ARC-STATUS.
000510
000520     SELECT AUDIT-TRAIL-FILE ASSIGN TO "audit-trail.txt"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-AUDIT-STATUS.
000550
000560     SELECT TRAIL-ARCHIVE-FILE ASSIGN TO WS-TRAIL-ARCHIVE-NAME
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-TRAIL-ARC-STATUS.
000590
000600     SELECT RETURN-REGISTER-FILE ASSIGN TO "returned-payments.dat"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS RTP-KEY
000640         FILE STATUS IS WS-RETURNED-STATUS.
000650
000660     SELECT TAX-WORK-FILE ASSIGN TO "tax-year-work.dat"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS TYW-KEY
000700         FILE STATUS IS WS-WORK-STATUS.
000710
000720     SELECT CITIZEN-MASTER-FILE ASSIGN TO "citizens.dat"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS RANDOM
000750         RECORD KEY IS CITIZEN-KEY
000760         ALTERNATE RECORD KEY IS CITIZEN-BENEFIT-TYPE
000770             WITH DUPLICATES
000780         FILE STATUS IS WS-MASTER-STATUS.
000790
000800     SELECT DECEASED-FILE ASSIGN TO "deceased.dat"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS RANDOM
000830         RECORD KEY IS DCD-CITIZEN-ID
000840         FILE STATUS IS WS-DECEASED-STATUS.
000850
000860     SELECT APPOINTEE-FILE ASSIGN TO "appointees.dat"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS RANDOM
000890         RECORD KEY IS APT-KEY
000900         FILE STATUS IS WS-APPOINTEE-STATUS.
000910
000920     SELECT STATEMENT-SPOOL-FILE
000930         ASSIGN TO "tax-statement-spool.txt"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-SPOOL-STATUS.
000960
000970     SELECT HMRC-INTERFACE-FILE
000980         ASSIGN TO "hmrc-taxable-benefits.txt"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-HMRC-STATUS.
001010
001020     SELECT TAX-REPORT-FILE ASSIGN TO "tax-year-report.txt"
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WS-REPORT-STATUS.
001050
001060*----------------------------------------------------------*
001070*  DATA DIVISION                                           *
001080*----------------------------------------------------------*
001090 DATA DIVISION.
001100 FILE SECTION.
001110*  PAYMENT-HISTORY-FILE - EVERY PAYMENT MADE, READ IN KEY
001120*  ORDER FOR THE ROWS DATED IN THE TAX YEAR.
001130 FD  PAYMENT-HISTORY-FILE.
001140     COPY PAYMENT-HISTORY.
001150
001160*  HIST-ARCHIVE-FILE - HISTORY ROWS CITIZEN-ARCHIVE HAS MOVED
001170*  OUT OF THE LIVE FILE, FLAT, IN THE PAYMENT-HISTORY LAYOUT.
001180 FD  HIST-ARCHIVE-FILE.
001190 01  HIST-ARCHIVE-RECORD.
001200     05  HARC-CITIZEN-ID        PIC X(05).
001210     05  HARC-BENEFIT-TYPE      PIC X(02).
001220     05  HARC-PAYMENT-DATE      PIC 9(08).
001230     05  HARC-AMOUNT            PIC 9(09)V99.
001240     05  FILLER                 PIC X(06).
001250
001260*  AUDIT-TRAIL-FILE - READ FOR THE ARREARS TOP-UPS AND THE
001270*  OVERPAYMENT RECOVERIES, WHICH THE HISTORY ROWS DO NOT SHOW
001280*  SEPARATELY.
001290 FD  AUDIT-TRAIL-FILE.
001300 01  AUDIT-TRAIL-RECORD        PIC X(170).
001310
001320*  TRAIL-ARCHIVE-FILE - THE ARCHIVED TRAIL LINES, VERBATIM.
001330 FD  TRAIL-ARCHIVE-FILE.
001340 01  TRAIL-ARCHIVE-RECORD      PIC X(170).
001350
001360*  RETURN-REGISTER-FILE - PAYMENTS THAT NEVER REACHED THE
001370*  CLAIMANT, KEPT BY CITIZEN-RECON AND CITIZEN-ORDERS.
001380 FD  RETURN-REGISTER-FILE.
001390     COPY RETURNED-PAYMENT.
001400
001410*  TAX-WORK-FILE - ONE ROW PER CITIZEN AND BENEFIT TYPE PAID
001420*  IN THE YEAR, BUILT UP FROM THE INPUTS ABOVE AND THEN READ
001430*  BACK IN KEY ORDER FOR THE STATEMENTS.  REBUILT EVERY RUN.
001440 FD  TAX-WORK-FILE.
001450 01  TAX-WORK-RECORD.
001460     05  TYW-KEY.
001470         10  TYW-CITIZEN-ID     PIC X(05).
001480         10  TYW-BENEFIT-TYPE   PIC X(02).
001490     05  TYW-FIGURES.
001500         10  TYW-PAYMENT-COUNT  PIC 9(05).
001510*        HISTORY ROWS DATED IN THE YEAR, AS THEY STAND NOW.
001520         10  TYW-HISTORY-PAID   PIC 9(09)V99.
001530*        ARREARS TOP-UPS PAID IN THE YEAR.
001540         10  TYW-TOPUP-PAID     PIC 9(09)V99.
001550*        ARREARS TOP-UPS ALREADY FOLDED INTO THE YEAR'S
001560*        HISTORY ROWS BY CITIZEN-ARREARS, WHENEVER PAID.
001570         10  TYW-TOPUP-IN-ROWS  PIC 9(09)V99.
001580         10  TYW-RETURNED       PIC 9(09)V99.
001590         10  TYW-RECOVERED      PIC 9(09)V99.
001600
001610*  CITIZEN-MASTER-FILE - READ BY KEY FOR THE NAME, DATE OF
001620*  BIRTH AND ADDRESS BLOCK.
001630 FD  CITIZEN-MASTER-FILE.
001640     COPY CITIZEN-RECORD.
001650
001660*  DECEASED-FILE - NO STATEMENT IS PRINTED FOR A CITIZEN ON
001670*  IT, THOUGH THE HMRC FIGURES STILL GO.
001680 FD  DECEASED-FILE.
001690     COPY DECEASED-REGISTER.
001700
001710*  APPOINTEE-FILE - THE THIRD PARTY WRITTEN TO WHILE AN
001720*  APPOINTMENT IS IN FORCE.
001730 FD  APPOINTEE-FILE.
001740     COPY APPOINTEE-RECORD.
001750
001760*  STATEMENT-SPOOL-FILE - THE PRINT SPOOL, ONE LINE PER
001770*  PRINTED LINE, STATEMENTS SEPARATED BY A FULL-WIDTH RULE.
001780 FD  STATEMENT-SPOOL-FILE.
001790 01  STATEMENT-SPOOL-RECORD    PIC X(80).
001800
001810*  HMRC-INTERFACE-FILE - THE TAXABLE-BENEFITS FILE FOR HMRC.
001820 FD  HMRC-INTERFACE-FILE.
001830     COPY TAXABLE-BENEFIT.
001840
001850*  TAX-REPORT-FILE - ONE LINE PER CITIZEN AND BENEFIT TYPE,
001860*  THE EXCEPTIONS, AND THE TOTALS BY TYPE.  REBUILT EVERY RUN.
001870 FD  TAX-REPORT-FILE.
001880 01  TAX-REPORT-RECORD         PIC X(132).
001890
001900 WORKING-STORAGE SECTION.
001910
001920 01  WS-FILE-STATUSES.
001930     05  WS-PAYHIST-STATUS      PIC X(02) VALUE "00".
001940     05  WS-HIST-ARC-STATUS     PIC X(02) VALUE "00".
001950     05  WS-AUDIT-STATUS        PIC X(02) VALUE "00".
001960     05  WS-TRAIL-ARC-STATUS    PIC X(02) VALUE "00".
001970     05  WS-RETURNED-STATUS     PIC X(02) VALUE "00".
001980     05  WS-WORK-STATUS         PIC X(02) VALUE "00".
001990     05  WS-MASTER-STATUS       PIC X(02) VALUE "00".
002000     05  WS-DECEASED-STATUS     PIC X(02) VALUE "00".
002010     05  WS-APPOINTEE-STATUS    PIC X(02) VALUE "00".
002020     05  WS-SPOOL-STATUS        PIC X(02) VALUE "00".
002030     05  WS-HMRC-STATUS         PIC X(02) VALUE "00".
002040     05  WS-REPORT-STATUS       PIC X(02) VALUE "00".
002050
002060*  RAW COMMAND LINE PARAMETER: THE YEAR THE TAX YEAR STARTS
002070*  IN (YYYY - "2025" IS 6 APRIL 2025 TO 5 APRIL 2026),
002080*  OPTIONALLY FOLLOWED BY THE RETENTION DATE (YYYYMMDD) OF A
002090*  CITIZEN-ARCHIVE RUN WHOSE FILES HOLD PART OF THE YEAR.
002100 01  WS-PARM-RAW                PIC X(40) VALUE SPACES.
002110 01  WS-PARM-YEAR-STR           PIC X(10) VALUE SPACES.
002120 01  WS-PARM-ARCHIVE-STR        PIC X(10) VALUE SPACES.
002130
002140*  FIRST AND LAST DAY OF THE TAX YEAR.
002150 01  WS-YEAR-START              PIC 9(08) VALUE ZERO.
002160 01  WS-YEAR-START-R REDEFINES WS-YEAR-START.
002170     05  WS-YS-YEAR             PIC 9(04).
002180     05  WS-YS-MMDD             PIC 9(04).
002190 01  WS-YEAR-END                PIC 9(08) VALUE ZERO.
002200 01  WS-YEAR-END-R REDEFINES WS-YEAR-END.
002210     05  WS-YE-YEAR             PIC 9(04).
002220     05  WS-YE-MMDD             PIC 9(04).
002230
002240*  DATED ARCHIVE FILE NAMES, BUILT AS CITIZEN-ARCHIVE BUILDS
002250*  THEM FROM ITS RETENTION DATE.
002260 01  WS-ARCHIVE-DATE            PIC 9(08) VALUE ZERO.
002270 01  WS-TRAIL-ARCHIVE-NAME      PIC X(30) VALUE SPACES.
002280 01  WS-HIST-ARCHIVE-NAME       PIC X(34) VALUE SPACES.
002290
002300 01  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
002310
002320*  ONE PAYMENT ROW, FROM EITHER THE LIVE OR THE ARCHIVED
002330*  HISTORY, ON ITS WAY TO THE WORK FILE.
002340 01  WS-ROW-FIELDS.
002350     05  WS-ROW-CITIZEN-ID      PIC X(05).
002360     05  WS-ROW-BENEFIT-TYPE    PIC X(02).
002370     05  WS-ROW-PAYMENT-DATE    PIC 9(08).
002380     05  WS-ROW-AMOUNT          PIC 9(09)V99.
002390
002400*  ONE AMOUNT TO ADD INTO A WORK ROW, AND WHICH FIGURE IT
002410*  BELONGS IN.
002420 01  WS-POST-KEY.
002430     05  WS-POST-CITIZEN-ID     PIC X(05).
002440     05  WS-POST-BENEFIT-TYPE   PIC X(02).
002450 01  WS-POST-AMOUNT             PIC 9(09)V99 VALUE ZERO.
002460 01  WS-POST-FIGURE             PIC X(01) VALUE SPACE.
002470     88  POST-HISTORY-PAID                VALUE "P".
002480     88  POST-TOPUP-PAID                  VALUE "T".
002490     88  POST-TOPUP-IN-ROWS               VALUE "F".
002500     88  POST-RETURNED                    VALUE "R".
002510     88  POST-RECOVERED                   VALUE "C".
002520
002530*  THE TRAIL LINE PULLED APART ON ITS LABELS, THE SAME WAY
002540*  CITIZEN-SUMMARY DOES IT, AND WHAT FOLLOWS THE TOP-UP AND
002550*  RECOVERY LABELS ADDED BY CITIZEN-ARREARS AND CITIZEN-BATCH.
002560 01  WS-TRAIL-LINE              PIC X(170).
002570 01  WS-PART-FIELDS.
002580     05  WS-PART-STAMP          PIC X(20).
002590     05  WS-PART-ID             PIC X(10).
002600     05  WS-PART-TYPE           PIC X(10).
002610     05  WS-PART-AMOUNT         PIC X(15).
002620     05  WS-PART-TOTAL          PIC X(120).
002630 01  WS-TAIL-FIELDS.
002640     05  WS-TAIL-BEFORE         PIC X(170).
002650     05  WS-TAIL-AFTER          PIC X(170).
002660 01  WS-LINE-DATE-X             PIC X(08).
002670 01  WS-LINE-DATE REDEFINES WS-LINE-DATE-X
002680                                PIC 9(08).
002690 01  WS-FOR-DATE                PIC 9(08) VALUE ZERO.
002700 77  WS-TOPUP-LABEL-COUNT       PIC 9(03) COMP VALUE ZERO.
002710 77  WS-RECOVERY-LABEL-COUNT    PIC 9(03) COMP VALUE ZERO.
002720 77  WS-NUMVAL-TEST-RESULT      PIC 9(02) COMP VALUE ZERO.
002730 77  WS-LINE-AMOUNT             PIC 9(09)V99 VALUE ZERO.
002740
002750*  ONE CITIZEN'S WORK ROWS, HELD WHILE THE WORK FILE IS READ
002760*  SO THE STATEMENT CAN BE PRINTED IN ONE PIECE.  NET PAID IS
002770*  HISTORY PLUS TOP-UPS PAID, LESS TOP-UPS ALREADY IN THE
002780*  ROWS, LESS RETURNS; THE HISTORY IS ALREADY NET OF ANY
002790*  RECOVERY.
002800 01  WS-HELD-CITIZEN-ID         PIC X(05) VALUE SPACES.
002810 77  WS-HELD-COUNT              PIC 9(02) COMP VALUE ZERO.
002820 77  WS-HLD-IDX                 PIC 9(02) COMP VALUE ZERO.
002830 01  WS-HELD-TABLE.
002840     05  WS-HELD-ENTRY OCCURS 8 TIMES.
002850         10  WS-HLD-BENEFIT-TYPE PIC X(02).
002860         10  WS-HLD-PAYMENTS    PIC 9(05).
002870         10  WS-HLD-NET         PIC 9(09)V99.
002880         10  WS-HLD-RECOVERED   PIC 9(09)V99.
002890 01  WS-NET-AMOUNT              PIC S9(09)V99 VALUE ZERO.
002900
002910*  THE CITIZEN'S STATEMENT TOTALS.
002920 01  WS-STMT-PAID               PIC 9(09)V99 VALUE ZERO.
002930 01  WS-STMT-TAXABLE            PIC 9(09)V99 VALUE ZERO.
002940
002950*  BENEFIT TYPE UNDER TEST AGAINST THE TAXABLE TYPES.
002960 01  WS-CHECK-TYPE              PIC X(02) VALUE SPACES.
002970     88  TAXABLE-BENEFIT-TYPE             VALUES "SP" "CA" "JS".
002980
002990*  BENEFIT TYPE CODES AND THEIR FULL NAMES AS THEY APPEAR ON
003000*  A LETTER, IN STEP WITH CITIZEN-LETTER.
003010 01  WS-BT-NAMES-INIT.
003020     05  FILLER PIC X(24) VALUE "SPSTATE PENSION".
003030     05  FILLER PIC X(24) VALUE "PCPENSION CREDIT".
003040     05  FILLER PIC X(24) VALUE "JSJOBSEEKER'S ALLOWANCE".
003050     05  FILLER PIC X(24) VALUE "HBHOUSING BENEFIT".
003060     05  FILLER PIC X(24) VALUE "UCUNIVERSAL CREDIT".
003070     05  FILLER PIC X(24) VALUE "CACARER'S ALLOWANCE".
003080     05  FILLER PIC X(24) VALUE "AAATTENDANCE ALLOWANCE".
003090     05  FILLER PIC X(24) VALUE "??OTHER BENEFIT".
003100 01  WS-BT-NAMES REDEFINES WS-BT-NAMES-INIT.
003110     05  WS-BT-NAME-ENTRY OCCURS 8 TIMES.
003120         10  WS-BT-NAME-CODE    PIC X(02).
003130         10  WS-BT-NAME-TEXT    PIC X(22).
003140
003150 77  WS-BT-IDX                  PIC 9(02) COMP VALUE ZERO.
003160
003170*  THE YEAR'S TOTALS BY BENEFIT TYPE, ONE BUCKET PER ENTRY IN
003180*  WS-BT-NAMES - THE LAST FOR ANY CODE NOT RECOGNISED.
003190 01  WS-TYPE-TOTALS.
003200     05  WS-TYPE-BUCKET OCCURS 8 TIMES.
003210         10  WS-TT-CLAIMS       PIC 9(07) COMP.
003220         10  WS-TT-NET          PIC 9(11)V99 COMP-3.
003230         10  WS-TT-RECOVERED    PIC 9(11)V99 COMP-3.
003240
003250*  SPELLED-OUT BENEFIT NAME FOR THE STATEMENT BODY.
003260 01  WS-BENEFIT-NAME            PIC X(22).
003270
003280*  THE DATE AN APPOINTMENT MUST BE IN FORCE AT FOR THE
003290*  STATEMENT TO GO TO THE APPOINTEE - TODAY.
003300 01  WS-APT-AS-AT-DATE          PIC 9(08).
003310
003320*  ONE REPORT DETAIL LINE AND ITS COLUMN HEADINGS.
003330 01  WS-DETAIL-LINE.
003340     05  FILLER                 PIC X(02) VALUE SPACES.
003350     05  DL-CITIZEN-ID          PIC X(05).
003360     05  FILLER                 PIC X(01) VALUE SPACE.
003370     05  DL-BENEFIT-TYPE        PIC X(02).
003380     05  FILLER                 PIC X(02) VALUE SPACES.
003390     05  DL-PAYMENTS            PIC Z(04)9.
003400     05  FILLER                 PIC X(01) VALUE SPACE.
003410     05  DL-HISTORY-PAID        PIC Z(08)9.99.
003420     05  FILLER                 PIC X(01) VALUE SPACE.
003430     05  DL-TOPUP-PAID          PIC Z(08)9.99.
003440     05  FILLER                 PIC X(01) VALUE SPACE.
003450     05  DL-TOPUP-IN-ROWS       PIC Z(08)9.99.
003460     05  FILLER                 PIC X(01) VALUE SPACE.
003470     05  DL-RETURNED            PIC Z(08)9.99.
003480     05  FILLER                 PIC X(01) VALUE SPACE.
003490     05  DL-NET                 PIC -(08)9.99.
003500     05  FILLER                 PIC X(02) VALUE SPACES.
003510     05  DL-TAXABLE             PIC X(07).
003520     05  FILLER                 PIC X(01) VALUE SPACE.
003530     05  DL-TEXT                PIC X(40).
003540 01  WS-COLUMN-HEADINGS.
003550     05  FILLER                 PIC X(17)
003560                                VALUE "  CITZN TY  PAYTS".
003570     05  FILLER                 PIC X(13)
003580                                VALUE "      HISTORY".
003590     05  FILLER                 PIC X(13)
003600                                VALUE "      TOP-UPS".
003610     05  FILLER                 PIC X(13)
003620                                VALUE "   IN HISTORY".
003630     05  FILLER                 PIC X(13)
003640                                VALUE "     RETURNED".
003650     05  FILLER                 PIC X(13)
003660                                VALUE "     NET PAID".
003670     05  FILLER                 PIC X(09)
003680                                VALUE "  TAXABLE".
003690
003700*  ONE STATEMENT LINE PER BENEFIT TYPE: AWARDED IS WHAT WAS
003710*  DUE BEFORE ANY RECOVERY, PAID IS WHAT THE CLAIMANT GOT.
003720 01  WS-STATEMENT-LINE.
003730     05  SL-BENEFIT-NAME        PIC X(22).
003740     05  FILLER                 PIC X(01) VALUE SPACE.
003750     05  SL-AWARDED             PIC Z(07)9.99.
003760     05  FILLER                 PIC X(02) VALUE SPACES.
003770     05  SL-RECOVERED           PIC Z(07)9.99.
003780     05  FILLER                 PIC X(02) VALUE SPACES.
003790     05  SL-PAID                PIC Z(07)9.99.
003800     05  FILLER                 PIC X(01) VALUE SPACE.
003810     05  SL-TAXABLE-MARK        PIC X(01).
003820 01  WS-STATEMENT-HEADINGS.
003830     05  FILLER                 PIC X(23) VALUE "BENEFIT".
003840     05  FILLER                 PIC X(11) VALUE "    AWARDED".
003850     05  FILLER                 PIC X(13) VALUE "    RECOVERED".
003860     05  FILLER                 PIC X(13) VALUE "         PAID".
003870
003880 01  WS-AMOUNT-DISPLAY          PIC Z(08)9.99.
003890 01  WS-TOTAL-DISPLAY           PIC Z(10)9.99.
003900 01  WS-RECOVERED-DISPLAY       PIC Z(10)9.99.
003910 01  WS-TAXABLE-WORD            PIC X(07) VALUE SPACES.
003920 01  WS-COUNT-DISPLAY           PIC Z,ZZZ,ZZ9.
003930
003940*  HMRC FILE CONTROL TOTALS, CARRIED ON THE TRAILER.
003950 77  WS-HMRC-DETAIL-COUNT       PIC 9(07) COMP VALUE ZERO.
003960 01  WS-HMRC-TOTAL              PIC 9(11)V99 VALUE ZERO.
003970
003980 77  WS-COUNT-HISTORY-ROWS      PIC 9(07) COMP VALUE ZERO.
003990 77  WS-COUNT-ARCHIVED-ROWS     PIC 9(07) COMP VALUE ZERO.
004000 77  WS-COUNT-TOPUPS            PIC 9(07) COMP VALUE ZERO.
004010 77  WS-COUNT-RECOVERIES        PIC 9(07) COMP VALUE ZERO.
004020 77  WS-COUNT-RETURNS           PIC 9(07) COMP VALUE ZERO.
004030 77  WS-COUNT-CITIZENS          PIC 9(07) COMP VALUE ZERO.
004040 77  WS-COUNT-STATEMENTS        PIC 9(07) COMP VALUE ZERO.
004050 77  WS-COUNT-TO-APPOINTEE      PIC 9(07) COMP VALUE ZERO.
004060 77  WS-COUNT-DECEASED          PIC 9(07) COMP VALUE ZERO.
004070 77  WS-COUNT-NOT-ON-MASTER     PIC 9(07) COMP VALUE ZERO.
004080 77  WS-COUNT-BELOW-ZERO        PIC 9(07) COMP VALUE ZERO.
004090
004100 01  WS-SWITCHES.
004110     05  WS-EOF-SWITCH          PIC X(01) VALUE "N".
004120         88  END-OF-FILE                   VALUE "Y".
004130         88  NOT-END-OF-FILE               VALUE "N".
004140     05  WS-ARCHIVE-SWITCH      PIC X(01) VALUE "N".
004150         88  ARCHIVE-REQUESTED             VALUE "Y".
004160         88  ARCHIVE-NOT-REQUESTED         VALUE "N".
004170     05  WS-REGISTER-SWITCH     PIC X(01) VALUE "Y".
004180         88  REGISTER-PRESENT              VALUE "Y".
004190         88  REGISTER-ABSENT               VALUE "N".
004200     05  WS-DECEASED-SWITCH     PIC X(01) VALUE "N".
004210         88  CITIZEN-IS-DECEASED           VALUE "Y".
004220         88  CITIZEN-NOT-DECEASED          VALUE "N".
004230     05  WS-APPOINTEES-SWITCH   PIC X(01) VALUE "Y".
004240         88  APPOINTEES-PRESENT            VALUE "Y".
004250         88  APPOINTEES-ABSENT             VALUE "N".
004260     05  WS-ADDRESSEE-SWITCH    PIC X(01) VALUE "C".
004270         88  WRITE-TO-APPOINTEE            VALUE "A".
004280         88  WRITE-TO-CLAIMANT             VALUE "C".
004290     05  WS-WORK-ROW-SWITCH     PIC X(01) VALUE "N".
004300         88  WORK-ROW-NEW                  VALUE "Y".
004310         88  WORK-ROW-EXISTS               VALUE "N".
004320     05  WS-CLAIMANT-SWITCH     PIC X(01) VALUE "N".
004330         88  CLAIMANT-FOUND                VALUE "Y".
004340         88  CLAIMANT-NOT-FOUND            VALUE "N".
004350
004360*  FILE NAME AND STATUS CARRIED INTO 9100-ABEND-FILE-ERROR WHEN
004370*  AN OPEN OR A WRITE FAILS ON A FILE THE RUN CANNOT CONTINUE
004380*  WITHOUT.
004390 01  WS-ERROR-FILE-NAME         PIC X(20).
004400 01  WS-ERROR-STATUS            PIC X(02).
004410
004420*----------------------------------------------------------*
004430*  PROCEDURE DIVISION                                      *
004440*----------------------------------------------------------*
004450 PROCEDURE DIVISION.
004460
004470 0000-MAINLINE.
004480     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004490     PERFORM 2000-TOTAL-HISTORY THRU 2000-EXIT
004500     IF ARCHIVE-REQUESTED
004510         PERFORM 2500-TOTAL-ARCHIVED-HISTORY THRU 2500-EXIT
004520     END-IF
004530     PERFORM 3000-TOTAL-AUDIT-TRAIL THRU 3000-EXIT
004540     PERFORM 3500-TOTAL-RETURNS THRU 3500-EXIT
004550     PERFORM 4000-PRODUCE-STATEMENTS THRU 4000-EXIT
004560     PERFORM 8000-FINALIZE THRU 8000-EXIT
004570     GO TO 9999-EXIT.
004580
004590*----------------------------------------------------------*
004600*  1000-INITIALIZE - EDIT THE PARAMETER, BUILD THE ARCHIVE *
004610*  FILE NAMES, AND OPEN THE FILES.  THE WORK FILE IS       *
004620*  CREATED EMPTY EVERY RUN.  A MISSING DECEASED REGISTER   *
004630*  OR APPOINTEE FILE JUST MEANS THERE ARE NONE.  THE HMRC  *
004640*  HEADER IS WRITTEN HERE.                                 *
004650*----------------------------------------------------------*
004660 1000-INITIALIZE.
004670     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004680     PERFORM 1100-EDIT-PARAMETER THRU 1100-EXIT
004690
004700     IF ARCHIVE-REQUESTED
004710         MOVE SPACES TO WS-TRAIL-ARCHIVE-NAME
004720         STRING
004730             "audit-trail-"    DELIMITED BY SIZE
004740             WS-ARCHIVE-DATE   DELIMITED BY SIZE
004750             ".txt"            DELIMITED BY SIZE
004760             INTO WS-TRAIL-ARCHIVE-NAME
004770         END-STRING
004780         MOVE SPACES TO WS-HIST-ARCHIVE-NAME
004790         STRING
004800             "payment-history-" DELIMITED BY SIZE
004810             WS-ARCHIVE-DATE    DELIMITED BY SIZE
004820             ".txt"             DELIMITED BY SIZE
004830             INTO WS-HIST-ARCHIVE-NAME
004840         END-STRING
004850     END-IF
004860
004870     OPEN OUTPUT TAX-WORK-FILE
004880     IF WS-WORK-STATUS NOT = "00"
004890         MOVE "TAX-WORK-FILE" TO WS-ERROR-FILE-NAME
004900         MOVE WS-WORK-STATUS TO WS-ERROR-STATUS
004910         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
004920     END-IF
004930     CLOSE TAX-WORK-FILE
004940     OPEN I-O TAX-WORK-FILE
004950     IF WS-WORK-STATUS NOT = "00"
004960         MOVE "TAX-WORK-FILE" TO WS-ERROR-FILE-NAME
004970         MOVE WS-WORK-STATUS TO WS-ERROR-STATUS
004980         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
004990     END-IF
005000
005010     OPEN INPUT CITIZEN-MASTER-FILE
005020     IF WS-MASTER-STATUS NOT = "00"
005030         MOVE "CITIZEN-MASTER-FILE" TO WS-ERROR-FILE-NAME
005040         MOVE WS-MASTER-STATUS TO WS-ERROR-STATUS
005050         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
005060     END-IF
005070
005080     OPEN INPUT DECEASED-FILE
005090     IF WS-DECEASED-STATUS = "35"
005100         SET REGISTER-ABSENT TO TRUE
005110     ELSE
005120         IF WS-DECEASED-STATUS NOT = "00"
005130             MOVE "DECEASED-FILE" TO WS-ERROR-FILE-NAME
005140             MOVE WS-DECEASED-STATUS TO WS-ERROR-STATUS
005150             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
005160         END-IF
005170     END-IF
005180
005190     OPEN INPUT APPOINTEE-FILE
005200     IF WS-APPOINTEE-STATUS = "35"
005210         SET APPOINTEES-ABSENT TO TRUE
005220     ELSE
005230         IF WS-APPOINTEE-STATUS NOT = "00"
005240             MOVE "APPOINTEE-FILE" TO WS-ERROR-FILE-NAME
005250             MOVE WS-APPOINTEE-STATUS TO WS-ERROR-STATUS
005260             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
005270         END-IF
005280     END-IF
005290
005300     OPEN OUTPUT STATEMENT-SPOOL-FILE
005310     IF WS-SPOOL-STATUS NOT = "00"
005320         MOVE "STATEMENT-SPOOL-FILE" TO WS-ERROR-FILE-NAME
005330         MOVE WS-SPOOL-STATUS TO WS-ERROR-STATUS
005340         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
005350     END-IF
005360
005370     OPEN OUTPUT HMRC-INTERFACE-FILE
005380     IF WS-HMRC-STATUS NOT = "00"
005390         MOVE "HMRC-INTERFACE-FILE" TO WS-ERROR-FILE-NAME
005400         MOVE WS-HMRC-STATUS TO WS-ERROR-STATUS
005410         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
005420     END-IF
005430
005440     OPEN OUTPUT TAX-REPORT-FILE
005450     IF WS-REPORT-STATUS NOT = "00"
005460         MOVE "TAX-REPORT-FILE" TO WS-ERROR-FILE-NAME
005470         MOVE WS-REPORT-STATUS TO WS-ERROR-STATUS
005480         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
005490     END-IF
005500
005510     MOVE SPACES TO TAX-REPORT-RECORD
005520     STRING
005530         "CITIZEN-TAXYEAR REPORT - TAX YEAR " DELIMITED BY SIZE
005540         WS-YEAR-START            DELIMITED BY SIZE
005550         " TO "                   DELIMITED BY SIZE
005560         WS-YEAR-END              DELIMITED BY SIZE
005570         " - RUN DATE "           DELIMITED BY SIZE
005580         WS-RUN-DATE              DELIMITED BY SIZE
005590         INTO TAX-REPORT-RECORD
005600     END-STRING
005610     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
005620     IF ARCHIVE-REQUESTED
005630         MOVE SPACES TO TAX-REPORT-RECORD
005640         STRING
005650             "ALSO READING " DELIMITED BY SIZE
005660             WS-HIST-ARCHIVE-NAME  DELIMITED BY " "
005670             " AND "               DELIMITED BY SIZE
005680             WS-TRAIL-ARCHIVE-NAME DELIMITED BY " "
005690             INTO TAX-REPORT-RECORD
005700         END-STRING
005710         PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
005720     END-IF
005730     MOVE ALL "-" TO TAX-REPORT-RECORD
005740     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
005750     MOVE WS-COLUMN-HEADINGS TO TAX-REPORT-RECORD
005760     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
005770
005780     MOVE SPACES TO TAXABLE-BENEFIT-RECORD
005790     SET TXB-HEADER TO TRUE
005800     MOVE "DWPBEN" TO TXB-HDR-SENDER
005810     MOVE "TAXBEN" TO TXB-HDR-INTERFACE
005820     MOVE WS-YEAR-START TO TXB-HDR-YEAR-START
005830     MOVE WS-YEAR-END TO TXB-HDR-YEAR-END
005840     MOVE WS-RUN-DATE TO TXB-HDR-CREATED-DATE
005850     WRITE TAXABLE-BENEFIT-RECORD
005860     PERFORM 9112-CHECK-HMRC-STATUS THRU 9112-EXIT.
005870 1000-EXIT.
005880     EXIT.
005890
005900*----------------------------------------------------------*
005910*  1100-EDIT-PARAMETER - THE TAX YEAR IS REQUIRED AS A     *
005920*  FOUR-DIGIT YEAR AND MUST HAVE STARTED BY TODAY.  THE    *
005930*  ARCHIVE DATE IS OPTIONAL AND MUST OTHERWISE BE AN       *
005940*  EIGHT-DIGIT YYYYMMDD.                                   *
005950*----------------------------------------------------------*
005960 1100-EDIT-PARAMETER.
005970     ACCEPT WS-PARM-RAW FROM COMMAND-LINE
005980     UNSTRING WS-PARM-RAW DELIMITED BY ALL SPACE
005990         INTO WS-PARM-YEAR-STR
006000              WS-PARM-ARCHIVE-STR
006010     END-UNSTRING
006020
006030     IF WS-PARM-YEAR-STR(1:4) IS NOT NUMERIC
006040         OR WS-PARM-YEAR-STR(5:6) NOT = SPACES
006050         DISPLAY "CITIZEN-TAXYEAR: TAX YEAR PARAMETER MISSING "
006060             "OR NOT YYYY: " WS-PARM-YEAR-STR
006070         MOVE 16 TO RETURN-CODE
006080         STOP RUN
006090     END-IF
006100     MOVE WS-PARM-YEAR-STR(1:4) TO WS-YS-YEAR
006110     MOVE 0406 TO WS-YS-MMDD
006120     COMPUTE WS-YE-YEAR = WS-YS-YEAR + 1
006130     MOVE 0405 TO WS-YE-MMDD
006140
006150     IF WS-YEAR-START > WS-RUN-DATE
006160         DISPLAY "CITIZEN-TAXYEAR: TAX YEAR STARTING "
006170             WS-YEAR-START " HAS NOT BEGUN - REFUSED"
006180         MOVE 16 TO RETURN-CODE
006190         STOP RUN
006200     END-IF
006210
006220     IF WS-PARM-ARCHIVE-STR = SPACES
006230         GO TO 1100-EXIT
006240     END-IF
006250     IF WS-PARM-ARCHIVE-STR(1:8) IS NOT NUMERIC
006260         OR WS-PARM-ARCHIVE-STR(9:2) NOT = SPACES
006270         DISPLAY "CITIZEN-TAXYEAR: ARCHIVE DATE MUST BE "
006280             "YYYYMMDD: " WS-PARM-ARCHIVE-STR
006290         MOVE 16 TO RETURN-CODE
006300         STOP RUN
006310     END-IF
006320     MOVE WS-PARM-ARCHIVE-STR(1:8) TO WS-ARCHIVE-DATE
006330     SET ARCHIVE-REQUESTED TO TRUE.
006340 1100-EXIT.
006350     EXIT.
006360
006370*----------------------------------------------------------*
006380*  2000-TOTAL-HISTORY - EVERY LIVE HISTORY ROW DATED IN    *
006390*  THE TAX YEAR INTO THE WORK FILE.  NO HISTORY FILE AT    *
006400*  ALL (STATUS 35) MEANS NOTHING HAS BEEN PAID YET.        *
006410*----------------------------------------------------------*
006420 2000-TOTAL-HISTORY.
006430     OPEN INPUT PAYMENT-HISTORY-FILE
006440     IF WS-PAYHIST-STATUS = "35"
006450         GO TO 2000-EXIT
006460     END-IF
006470     IF WS-PAYHIST-STATUS NOT = "00"
006480         MOVE "PAYMENT-HISTORY-FILE" TO WS-ERROR-FILE-NAME
006490         MOVE WS-PAYHIST-STATUS TO WS-ERROR-STATUS
006500         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
006510     END-IF
006520     SET NOT-END-OF-FILE TO TRUE
006530     PERFORM 2100-TALLY-HISTORY-ROW THRU 2100-EXIT
006540         UNTIL END-OF-FILE
006550     CLOSE PAYMENT-HISTORY-FILE.
006560 2000-EXIT.
006570     EXIT.
006580
006590*----------------------------------------------------------*
006600*  2100-TALLY-HISTORY-ROW - ONE LIVE HISTORY ROW.          *
006610*----------------------------------------------------------*
006620 2100-TALLY-HISTORY-ROW.
006630     READ PAYMENT-HISTORY-FILE NEXT RECORD
006640         AT END
006650             SET END-OF-FILE TO TRUE
006660             GO TO 2100-EXIT
006670     END-READ
006680
006690     MOVE PAYHIST-CITIZEN-ID TO WS-ROW-CITIZEN-ID
006700     MOVE PAYHIST-BENEFIT-TYPE TO WS-ROW-BENEFIT-TYPE
006710     MOVE PAYHIST-PAYMENT-DATE TO WS-ROW-PAYMENT-DATE
006720     MOVE PAYHIST-AMOUNT TO WS-ROW-AMOUNT
006730     PERFORM 2900-POST-PAYMENT-ROW THRU 2900-EXIT
006740     IF WS-ROW-PAYMENT-DATE NOT < WS-YEAR-START
006750         AND WS-ROW-PAYMENT-DATE NOT > WS-YEAR-END
006760         ADD 1 TO WS-COUNT-HISTORY-ROWS
006770     END-IF.
006780 2100-EXIT.
006790     EXIT.
006800
006810*----------------------------------------------------------*
006820*  2500-TOTAL-ARCHIVED-HISTORY - THE SAME FOR THE ROWS     *
006830*  CITIZEN-ARCHIVE HAS MOVED OUT.  THE ARCHIVE WAS ASKED   *
006840*  FOR BY NAME, SO IT NOT BEING THERE STOPS THE RUN RATHER *
006850*  THAN LEAVING PART OF THE YEAR OUT OF EVERY STATEMENT.   *
006860*----------------------------------------------------------*
006870 2500-TOTAL-ARCHIVED-HISTORY.
006880     OPEN INPUT HIST-ARCHIVE-FILE
006890     IF WS-HIST-ARC-STATUS NOT = "00"
006900         MOVE "HIST-ARCHIVE-FILE" TO WS-ERROR-FILE-NAME
006910         MOVE WS-HIST-ARC-STATUS TO WS-ERROR-STATUS
006920         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
006930     END-IF
006940     SET NOT-END-OF-FILE TO TRUE
006950     PERFORM 2600-TALLY-ARCHIVED-ROW THRU 2600-EXIT
006960         UNTIL END-OF-FILE
006970     CLOSE HIST-ARCHIVE-FILE.
006980 2500-EXIT.
006990     EXIT.
007000
007010*----------------------------------------------------------*
007020*  2600-TALLY-ARCHIVED-ROW - ONE ARCHIVED HISTORY ROW.     *
007030*----------------------------------------------------------*
007040 2600-TALLY-ARCHIVED-ROW.
007050     READ HIST-ARCHIVE-FILE
007060         AT END
007070             SET END-OF-FILE TO TRUE
007080             GO TO 2600-EXIT
007090     END-READ
007100
007110     MOVE HARC-CITIZEN-ID TO WS-ROW-CITIZEN-ID
007120     MOVE HARC-BENEFIT-TYPE TO WS-ROW-BENEFIT-TYPE
007130     MOVE HARC-PAYMENT-DATE TO WS-ROW-PAYMENT-DATE
007140     MOVE HARC-AMOUNT TO WS-ROW-AMOUNT
007150     PERFORM 2900-POST-PAYMENT-ROW THRU 2900-EXIT
007160     IF WS-ROW-PAYMENT-DATE NOT < WS-YEAR-START
007170         AND WS-ROW-PAYMENT-DATE NOT > WS-YEAR-END
007180         ADD 1 TO WS-COUNT-ARCHIVED-ROWS
007190     END-IF.
007200 2600-EXIT.
007210     EXIT.
007220
007230*----------------------------------------------------------*
007240*  2900-POST-PAYMENT-ROW - A HISTORY ROW DATED IN THE TAX  *
007250*  YEAR GOES INTO ITS CITIZEN AND TYPE'S WORK ROW.         *
007260*----------------------------------------------------------*
007270 2900-POST-PAYMENT-ROW.
007280     IF WS-ROW-PAYMENT-DATE < WS-YEAR-START
007290         OR WS-ROW-PAYMENT-DATE > WS-YEAR-END
007300         GO TO 2900-EXIT
007310     END-IF
007320
007330     MOVE WS-ROW-CITIZEN-ID TO WS-POST-CITIZEN-ID
007340     MOVE WS-ROW-BENEFIT-TYPE TO WS-POST-BENEFIT-TYPE
007350     MOVE WS-ROW-AMOUNT TO WS-POST-AMOUNT
007360     SET POST-HISTORY-PAID TO TRUE
007370     PERFORM 5000-POST-TO-WORK THRU 5000-EXIT.
007380 2900-EXIT.
007390     EXIT.
007400
007410*----------------------------------------------------------*
007420*  2990-WRITE-REPORT-LINE - ONE REPORT LINE, STATUS-       *
007430*  CHECKED.                                                *
007440*----------------------------------------------------------*
007450 2990-WRITE-REPORT-LINE.
007460     WRITE TAX-REPORT-RECORD
007470     PERFORM 9110-CHECK-REPORT-STATUS THRU 9110-EXIT.
007480 2990-EXIT.
007490     EXIT.
007500
007510*----------------------------------------------------------*
007520*  3000-TOTAL-AUDIT-TRAIL - THE LIVE TRAIL, AND THE        *
007530*  ARCHIVED ONE WHEN ASKED FOR, FOR THE ARREARS TOP-UPS    *
007540*  AND OVERPAYMENT RECOVERIES.  NO LIVE TRAIL (STATUS 35)  *
007550*  MEANS NONE.                                             *
007560*----------------------------------------------------------*
007570 3000-TOTAL-AUDIT-TRAIL.
007580     OPEN INPUT AUDIT-TRAIL-FILE
007590     IF WS-AUDIT-STATUS NOT = "35"
007600         IF WS-AUDIT-STATUS NOT = "00"
007610             MOVE "AUDIT-TRAIL-FILE" TO WS-ERROR-FILE-NAME
007620             MOVE WS-AUDIT-STATUS TO WS-ERROR-STATUS
007630             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
007640         END-IF
007650         SET NOT-END-OF-FILE TO TRUE
007660         PERFORM 3100-READ-TRAIL-LINE THRU 3100-EXIT
007670             UNTIL END-OF-FILE
007680         CLOSE AUDIT-TRAIL-FILE
007690     END-IF
007700
007710     IF ARCHIVE-NOT-REQUESTED
007720         GO TO 3000-EXIT
007730     END-IF
007740     OPEN INPUT TRAIL-ARCHIVE-FILE
007750     IF WS-TRAIL-ARC-STATUS NOT = "00"
007760         MOVE "TRAIL-ARCHIVE-FILE" TO WS-ERROR-FILE-NAME
007770         MOVE WS-TRAIL-ARC-STATUS TO WS-ERROR-STATUS
007780         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
007790     END-IF
007800     SET NOT-END-OF-FILE TO TRUE
007810     PERFORM 3150-READ-ARCHIVED-TRAIL-LINE THRU 3150-EXIT
007820         UNTIL END-OF-FILE
007830     CLOSE TRAIL-ARCHIVE-FILE.
007840 3000-EXIT.
007850     EXIT.
007860
007870*----------------------------------------------------------*
007880*  3100-READ-TRAIL-LINE - ONE LIVE TRAIL LINE.             *
007890*----------------------------------------------------------*
007900 3100-READ-TRAIL-LINE.
007910     READ AUDIT-TRAIL-FILE
007920         AT END
007930             SET END-OF-FILE TO TRUE
007940             GO TO 3100-EXIT
007950     END-READ
007960     MOVE AUDIT-TRAIL-RECORD TO WS-TRAIL-LINE
007970     PERFORM 3200-PARSE-TRAIL-LINE THRU 3200-EXIT.
007980 3100-EXIT.
007990     EXIT.
008000
008010*----------------------------------------------------------*
008020*  3150-READ-ARCHIVED-TRAIL-LINE - ONE ARCHIVED TRAIL      *
008030*  LINE.                                                   *
008040*----------------------------------------------------------*
008050 3150-READ-ARCHIVED-TRAIL-LINE.
008060     READ TRAIL-ARCHIVE-FILE
008070         AT END
008080             SET END-OF-FILE TO TRUE
008090             GO TO 3150-EXIT
008100     END-READ
008110     MOVE TRAIL-ARCHIVE-RECORD TO WS-TRAIL-LINE
008120     PERFORM 3200-PARSE-TRAIL-LINE THRU 3200-EXIT.
008130 3150-EXIT.
008140     EXIT.
008150
008160*----------------------------------------------------------*
008170*  3200-PARSE-TRAIL-LINE - ONLY A CITIZEN-ARREARS TOP-UP   *
008180*  ("FOR PAYMENT OF:") OR A CITIZEN-BATCH PAYMENT WITH A   *
008190*  RECOVERY ("RECOVERY: £") MATTERS HERE - EVERY OTHER     *
008200*  PAYMENT IS ALREADY ON THE HISTORY.  THE CARRIED-FORWARD *
008210*  LINES CITIZEN-ARCHIVE LEAVES CARRY NEITHER LABEL.       *
008220*----------------------------------------------------------*
008230 3200-PARSE-TRAIL-LINE.
008240     MOVE ZERO TO WS-TOPUP-LABEL-COUNT
008250     MOVE ZERO TO WS-RECOVERY-LABEL-COUNT
008260     INSPECT WS-TRAIL-LINE
008270         TALLYING WS-TOPUP-LABEL-COUNT
008280             FOR ALL "  FOR PAYMENT OF: "
008290     INSPECT WS-TRAIL-LINE
008300         TALLYING WS-RECOVERY-LABEL-COUNT
008310             FOR ALL "  RECOVERY: £"
008320     IF WS-TOPUP-LABEL-COUNT = ZERO
008330         AND WS-RECOVERY-LABEL-COUNT = ZERO
008340         GO TO 3200-EXIT
008350     END-IF
008360
008370     MOVE SPACES TO WS-PART-FIELDS
008380     UNSTRING WS-TRAIL-LINE
008390         DELIMITED BY "  CITIZEN: "
008400                   OR "  TYPE: "
008410                   OR "  AMOUNT ADDED: £"
008420                   OR "  RUNNING TOTAL: £"
008430         INTO WS-PART-STAMP, WS-PART-ID, WS-PART-TYPE,
008440              WS-PART-AMOUNT, WS-PART-TOTAL
008450     END-UNSTRING
008460     IF WS-PART-ID(1:4) = "CFWD"
008470         GO TO 3200-EXIT
008480     END-IF
008490
008500     STRING
008510         WS-PART-STAMP(1:4) DELIMITED BY SIZE
008520         WS-PART-STAMP(6:2) DELIMITED BY SIZE
008530         WS-PART-STAMP(9:2) DELIMITED BY SIZE
008540         INTO WS-LINE-DATE-X
008550     END-STRING
008560     IF WS-LINE-DATE-X IS NOT NUMERIC
008570         GO TO 3200-EXIT
008580     END-IF
008590
008600     MOVE WS-PART-ID(1:5) TO WS-POST-CITIZEN-ID
008610     MOVE WS-PART-TYPE(1:2) TO WS-POST-BENEFIT-TYPE
008620     IF WS-TOPUP-LABEL-COUNT NOT = ZERO
008630         PERFORM 3300-POST-TOPUP THRU 3300-EXIT
008640     END-IF
008650     IF WS-RECOVERY-LABEL-COUNT NOT = ZERO
008660         PERFORM 3400-POST-RECOVERY THRU 3400-EXIT
008670     END-IF.
008680 3200-EXIT.
008690     EXIT.
008700
008710*----------------------------------------------------------*
008720*  3300-POST-TOPUP - AN ARREARS TOP-UP WAS PAID ON THE     *
008730*  TRAIL LINE'S DATE, BUT CITIZEN-ARREARS ALSO FOLDED IT   *
008740*  INTO THE HISTORY ROW OF THE PAYMENT IT TOPS UP.  IT IS  *
008750*  COUNTED IN THE YEAR IT WAS PAID AND TAKEN BACK OUT OF   *
008760*  THE YEAR ITS HISTORY ROW FALLS IN, SO IT IS NEVER       *
008770*  COUNTED TWICE OR IN THE WRONG YEAR.                     *
008780*----------------------------------------------------------*
008790 3300-POST-TOPUP.
008800     MOVE FUNCTION TEST-NUMVAL(WS-PART-AMOUNT)
008810         TO WS-NUMVAL-TEST-RESULT
008820     IF WS-NUMVAL-TEST-RESULT NOT = ZERO
008830         GO TO 3300-EXIT
008840     END-IF
008850     MOVE FUNCTION NUMVAL(WS-PART-AMOUNT) TO WS-LINE-AMOUNT
008860
008870     MOVE SPACES TO WS-TAIL-FIELDS
008880     UNSTRING WS-TRAIL-LINE DELIMITED BY "  FOR PAYMENT OF: "
008890         INTO WS-TAIL-BEFORE, WS-TAIL-AFTER
008900     END-UNSTRING
008910     IF WS-TAIL-AFTER(1:8) IS NOT NUMERIC
008920         GO TO 3300-EXIT
008930     END-IF
008940     MOVE WS-TAIL-AFTER(1:8) TO WS-FOR-DATE
008950
008960     MOVE WS-LINE-AMOUNT TO WS-POST-AMOUNT
008970     IF WS-LINE-DATE NOT < WS-YEAR-START
008980         AND WS-LINE-DATE NOT > WS-YEAR-END
008990         SET POST-TOPUP-PAID TO TRUE
009000         PERFORM 5000-POST-TO-WORK THRU 5000-EXIT
009010         ADD 1 TO WS-COUNT-TOPUPS
009020     END-IF
009030     IF WS-FOR-DATE NOT < WS-YEAR-START
009040         AND WS-FOR-DATE NOT > WS-YEAR-END
009050         SET POST-TOPUP-IN-ROWS TO TRUE
009060         PERFORM 5000-POST-TO-WORK THRU 5000-EXIT
009070     END-IF.
009080 3300-EXIT.
009090     EXIT.
009100
009110*----------------------------------------------------------*
009120*  3400-POST-RECOVERY - THE SLICE CITIZEN-BATCH KEPT BACK  *
009130*  AGAINST AN OVERPAYMENT ON A PAYMENT MADE IN THE YEAR.   *
009140*  THE HISTORY ROW IS ALREADY NET OF IT; IT IS HELD ONLY   *
009150*  TO SHOW ON THE STATEMENT WHAT WAS AWARDED BUT NOT PAID. *
009160*----------------------------------------------------------*
009170 3400-POST-RECOVERY.
009180     IF WS-LINE-DATE < WS-YEAR-START
009190         OR WS-LINE-DATE > WS-YEAR-END
009200         GO TO 3400-EXIT
009210     END-IF
009220
009230     MOVE SPACES TO WS-TAIL-FIELDS
009240     UNSTRING WS-TRAIL-LINE
009250         DELIMITED BY "  RECOVERY: £"
009260                   OR "  GROSS: £"
009270         INTO WS-TAIL-BEFORE, WS-TAIL-AFTER
009280     END-UNSTRING
009290     MOVE FUNCTION TEST-NUMVAL(WS-TAIL-AFTER)
009300         TO WS-NUMVAL-TEST-RESULT
009310     IF WS-NUMVAL-TEST-RESULT NOT = ZERO
009320         GO TO 3400-EXIT
009330     END-IF
009340     MOVE FUNCTION NUMVAL(WS-TAIL-AFTER) TO WS-POST-AMOUNT
009350
009360     SET POST-RECOVERED TO TRUE
009370     PERFORM 5000-POST-TO-WORK THRU 5000-EXIT
009380     ADD 1 TO WS-COUNT-RECOVERIES.
009390 3400-EXIT.
009400     EXIT.
009410
009420*----------------------------------------------------------*
009430*  3500-TOTAL-RETURNS - EVERY PAYMENT ON THE RETURNED      *
009440*  PAYMENTS REGISTER WHOSE ORIGINAL PAYMENT DATE FALLS IN  *
009450*  THE YEAR COMES BACK OUT OF IT.  A RE-ISSUE IS ITS OWN   *
009460*  HISTORY ROW AT ITS OWN DATE, SO A PAYMENT RETURNED AND  *
009470*  RE-ISSUED IS COUNTED ONCE AND ONE NEVER RE-ISSUED NOT   *
009480*  AT ALL.  NO REGISTER (STATUS 35) MEANS NO RETURNS YET.  *
009490*----------------------------------------------------------*
009500 3500-TOTAL-RETURNS.
009510     OPEN INPUT RETURN-REGISTER-FILE
009520     IF WS-RETURNED-STATUS = "35"
009530         GO TO 3500-EXIT
009540     END-IF
009550     IF WS-RETURNED-STATUS NOT = "00"
009560         MOVE "RETURN-REGISTER-FILE" TO WS-ERROR-FILE-NAME
009570         MOVE WS-RETURNED-STATUS TO WS-ERROR-STATUS
009580         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
009590     END-IF
009600     SET NOT-END-OF-FILE TO TRUE
009610     PERFORM 3600-TALLY-RETURN THRU 3600-EXIT
009620         UNTIL END-OF-FILE
009630     CLOSE RETURN-REGISTER-FILE.
009640 3500-EXIT.
009650     EXIT.
009660
009670*----------------------------------------------------------*
009680*  3600-TALLY-RETURN - ONE RETURNED PAYMENT.               *
009690*----------------------------------------------------------*
009700 3600-TALLY-RETURN.
009710     READ RETURN-REGISTER-FILE NEXT RECORD
009720         AT END
009730             SET END-OF-FILE TO TRUE
009740             GO TO 3600-EXIT
009750     END-READ
009760     IF RTP-PAYMENT-DATE < WS-YEAR-START
009770         OR RTP-PAYMENT-DATE > WS-YEAR-END
009780         GO TO 3600-EXIT
009790     END-IF
009800
009810     MOVE RTP-CITIZEN-ID TO WS-POST-CITIZEN-ID
009820     MOVE RTP-BENEFIT-TYPE TO WS-POST-BENEFIT-TYPE
009830     MOVE RTP-AMOUNT TO WS-POST-AMOUNT
009840     SET POST-RETURNED TO TRUE
009850     PERFORM 5000-POST-TO-WORK THRU 5000-EXIT
009860     ADD 1 TO WS-COUNT-RETURNS.
009870 3600-EXIT.
009880     EXIT.
009890
009900*----------------------------------------------------------*
009910*  4000-PRODUCE-STATEMENTS - READ THE WORK FILE BACK IN    *
009920*  KEY ORDER, HOLDING EACH CITIZEN'S ROWS UNTIL THE        *
009930*  CITIZEN CHANGES, THEN REPORT, FILE AND PRINT THEM.      *
009940*----------------------------------------------------------*
009950 4000-PRODUCE-STATEMENTS.
009960     CLOSE TAX-WORK-FILE
009970     OPEN INPUT TAX-WORK-FILE
009980     IF WS-WORK-STATUS NOT = "00"
009990         MOVE "TAX-WORK-FILE" TO WS-ERROR-FILE-NAME
010000         MOVE WS-WORK-STATUS TO WS-ERROR-STATUS
010010         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
010020     END-IF
010030
010040     MOVE ZERO TO WS-HELD-COUNT
010050     SET NOT-END-OF-FILE TO TRUE
010060     PERFORM 4100-READ-WORK-ROW THRU 4100-EXIT
010070         UNTIL END-OF-FILE
010080     IF WS-HELD-COUNT NOT = ZERO
010090         PERFORM 4200-FINISH-CITIZEN THRU 4200-EXIT
010100     END-IF.
010110 4000-EXIT.
010120     EXIT.
010130
010140*----------------------------------------------------------*
010150*  4100-READ-WORK-ROW - ONE WORK ROW.  A NEW CITIZEN       *
010160*  FINISHES THE ONE HELD.  A NET BELOW ZERO (MORE RETURNED *
010170*  THAN PAID IN THE YEAR) IS REPORTED AND TREATED AS NIL.  *
010180*----------------------------------------------------------*
010190 4100-READ-WORK-ROW.
010200     READ TAX-WORK-FILE NEXT RECORD
010210         AT END
010220             SET END-OF-FILE TO TRUE
010230             GO TO 4100-EXIT
010240     END-READ
010250
010260     IF WS-HELD-COUNT NOT = ZERO
010270         AND TYW-CITIZEN-ID NOT = WS-HELD-CITIZEN-ID
010280         PERFORM 4200-FINISH-CITIZEN THRU 4200-EXIT
010290     END-IF
010300     MOVE TYW-CITIZEN-ID TO WS-HELD-CITIZEN-ID
010310
010320     IF WS-HELD-COUNT NOT < 8
010330         DISPLAY "CITIZEN-TAXYEAR: MORE THAN 8 BENEFIT TYPES "
010340             "FOR CITIZEN " TYW-CITIZEN-ID
010350             " - INCREASE THE TABLE"
010360         MOVE 16 TO RETURN-CODE
010370         STOP RUN
010380     END-IF
010390     ADD 1 TO WS-HELD-COUNT
010400     MOVE WS-HELD-COUNT TO WS-HLD-IDX
010410
010420     COMPUTE WS-NET-AMOUNT = TYW-HISTORY-PAID
010430                           + TYW-TOPUP-PAID
010440                           - TYW-TOPUP-IN-ROWS
010450                           - TYW-RETURNED
010460
010470     MOVE SPACES TO WS-DETAIL-LINE
010480     MOVE TYW-CITIZEN-ID TO DL-CITIZEN-ID
010490     MOVE TYW-BENEFIT-TYPE TO DL-BENEFIT-TYPE
010500     MOVE TYW-PAYMENT-COUNT TO DL-PAYMENTS
010510     MOVE TYW-HISTORY-PAID TO DL-HISTORY-PAID
010520     MOVE TYW-TOPUP-PAID TO DL-TOPUP-PAID
010530     MOVE TYW-TOPUP-IN-ROWS TO DL-TOPUP-IN-ROWS
010540     MOVE TYW-RETURNED TO DL-RETURNED
010550     MOVE WS-NET-AMOUNT TO DL-NET
010560     MOVE TYW-BENEFIT-TYPE TO WS-CHECK-TYPE
010570     IF TAXABLE-BENEFIT-TYPE
010580         MOVE "TAXABLE" TO DL-TAXABLE
010590     END-IF
010600     IF WS-NET-AMOUNT < ZERO
010610         MOVE "NET BELOW ZERO - TREATED AS NIL" TO DL-TEXT
010620         ADD 1 TO WS-COUNT-BELOW-ZERO
010630         MOVE ZERO TO WS-NET-AMOUNT
010640     END-IF
010650     MOVE WS-DETAIL-LINE TO TAX-REPORT-RECORD
010660     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
010670
010680     MOVE TYW-BENEFIT-TYPE TO WS-HLD-BENEFIT-TYPE(WS-HLD-IDX)
010690     MOVE TYW-PAYMENT-COUNT TO WS-HLD-PAYMENTS(WS-HLD-IDX)
010700     MOVE WS-NET-AMOUNT TO WS-HLD-NET(WS-HLD-IDX)
010710     MOVE TYW-RECOVERED TO WS-HLD-RECOVERED(WS-HLD-IDX)
010720
010730     PERFORM 4150-LOCATE-BENEFIT-TYPE THRU 4150-EXIT
010740     ADD 1 TO WS-TT-CLAIMS(WS-BT-IDX)
010750     ADD WS-NET-AMOUNT TO WS-TT-NET(WS-BT-IDX)
010760     ADD TYW-RECOVERED TO WS-TT-RECOVERED(WS-BT-IDX).
010770 4100-EXIT.
010780     EXIT.
010790
010800*----------------------------------------------------------*
010810*  4150-LOCATE-BENEFIT-TYPE - WS-BT-IDX ON TO THE ENTRY    *
010820*  FOR WS-CHECK-TYPE, OR THE LAST ("??") FOR A CODE NOT IN *
010830*  THE TABLE.                                              *
010840*----------------------------------------------------------*
010850 4150-LOCATE-BENEFIT-TYPE.
010860     PERFORM 4160-MATCH-BENEFIT-TYPE THRU 4160-EXIT
010870         VARYING WS-BT-IDX FROM 1 BY 1
010880         UNTIL WS-BT-IDX > 7
010890             OR WS-BT-NAME-CODE(WS-BT-IDX) = WS-CHECK-TYPE.
010900 4150-EXIT.
010910     EXIT.
010920
010930*----------------------------------------------------------*
010940*  4160-MATCH-BENEFIT-TYPE - STEP THE INDEX ON TO THE      *
010950*  TABLE ENTRY FOR THE CURRENT BENEFIT TYPE.  THE SEARCH   *
010960*  ITSELF IS DRIVEN BY THE PERFORM VARYING CLAUSE.         *
010970*----------------------------------------------------------*
010980 4160-MATCH-BENEFIT-TYPE.
010990     CONTINUE.
011000 4160-EXIT.
011010     EXIT.
011020
011030*----------------------------------------------------------*
011040*  4200-FINISH-CITIZEN - THE HELD CITIZEN'S NAME, DATE OF  *
011050*  BIRTH AND ADDRESS COME OFF THE FIRST OF THEIR CLAIMS    *
011060*  STILL ON THE MASTER.  WITH NONE LEFT THERE IS NOBODY TO *
011070*  WRITE TO OR NAME TO HMRC - REPORTED FOR A HUMAN LOOK.   *
011080*  A DECEASED CITIZEN'S FIGURES STILL GO TO HMRC, BUT NO   *
011090*  STATEMENT IS PRINTED.                                   *
011100*----------------------------------------------------------*
011110 4200-FINISH-CITIZEN.
011120     ADD 1 TO WS-COUNT-CITIZENS
011130     PERFORM 4300-FIND-CLAIMANT THRU 4300-EXIT
011140     IF CLAIMANT-NOT-FOUND
011150         MOVE SPACES TO WS-DETAIL-LINE
011160         MOVE WS-HELD-CITIZEN-ID TO DL-CITIZEN-ID
011170         MOVE "NOT ON MASTER - NO STATEMENT OR HMRC" TO DL-TEXT
011180         MOVE WS-DETAIL-LINE TO TAX-REPORT-RECORD
011190         PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
011200         DISPLAY "CITIZEN-TAXYEAR: NO MASTER ROW FOR "
011210             WS-HELD-CITIZEN-ID " - NO STATEMENT PRODUCED"
011220         ADD 1 TO WS-COUNT-NOT-ON-MASTER
011230         MOVE ZERO TO WS-HELD-COUNT
011240         GO TO 4200-EXIT
011250     END-IF
011260
011270     PERFORM 4400-WRITE-HMRC-DETAIL THRU 4400-EXIT
011280         VARYING WS-HLD-IDX FROM 1 BY 1
011290         UNTIL WS-HLD-IDX > WS-HELD-COUNT
011300
011310     PERFORM 4500-CHECK-DECEASED THRU 4500-EXIT
011320     IF CITIZEN-NOT-DECEASED
011330         PERFORM 4600-PRINT-STATEMENT THRU 4600-EXIT
011340     END-IF
011350     MOVE ZERO TO WS-HELD-COUNT.
011360 4200-EXIT.
011370     EXIT.
011380
011390*----------------------------------------------------------*
011400*  4300-FIND-CLAIMANT - TRY THE MASTER FOR EACH OF THE     *
011410*  HELD CITIZEN'S BENEFIT TYPES IN TURN.                   *
011420*----------------------------------------------------------*
011430 4300-FIND-CLAIMANT.
011440     SET CLAIMANT-NOT-FOUND TO TRUE
011450     PERFORM 4310-TRY-CLAIM THRU 4310-EXIT
011460         VARYING WS-HLD-IDX FROM 1 BY 1
011470         UNTIL WS-HLD-IDX > WS-HELD-COUNT
011480             OR CLAIMANT-FOUND.
011490 4300-EXIT.
011500     EXIT.
011510
011520*----------------------------------------------------------*
011530*  4310-TRY-CLAIM - ONE MASTER READ.                       *
011540*----------------------------------------------------------*
011550 4310-TRY-CLAIM.
011560     MOVE WS-HELD-CITIZEN-ID TO CITIZEN-ID
011570     MOVE WS-HLD-BENEFIT-TYPE(WS-HLD-IDX) TO CITIZEN-BENEFIT-TYPE
011580     READ CITIZEN-MASTER-FILE
011590         INVALID KEY
011600             GO TO 4310-EXIT
011610     END-READ
011620     SET CLAIMANT-FOUND TO TRUE.
011630 4310-EXIT.
011640     EXIT.
011650
011660*----------------------------------------------------------*
011670*  4400-WRITE-HMRC-DETAIL - ONE DETAIL RECORD PER TAXABLE  *
011680*  BENEFIT TYPE WITH SOMETHING PAID IN THE YEAR, ADDED     *
011690*  INTO THE TRAILER CONTROL TOTALS.                        *
011700*----------------------------------------------------------*
011710 4400-WRITE-HMRC-DETAIL.
011720     MOVE WS-HLD-BENEFIT-TYPE(WS-HLD-IDX) TO WS-CHECK-TYPE
011730     IF NOT TAXABLE-BENEFIT-TYPE
011740         OR WS-HLD-NET(WS-HLD-IDX) = ZERO
011750         GO TO 4400-EXIT
011760     END-IF
011770
011780     MOVE SPACES TO TAXABLE-BENEFIT-RECORD
011790     SET TXB-DETAIL TO TRUE
011800     MOVE WS-HELD-CITIZEN-ID TO TXB-CITIZEN-ID
011810     MOVE CITIZEN-NAME TO TXB-NAME
011820     MOVE CITIZEN-DOB TO TXB-DATE-OF-BIRTH
011830     MOVE WS-CHECK-TYPE TO TXB-BENEFIT-TYPE
011840     MOVE WS-HLD-NET(WS-HLD-IDX) TO TXB-TAXABLE-AMOUNT
011850     WRITE TAXABLE-BENEFIT-RECORD
011860     PERFORM 9112-CHECK-HMRC-STATUS THRU 9112-EXIT
011870
011880     ADD 1 TO WS-HMRC-DETAIL-COUNT
011890     ADD WS-HLD-NET(WS-HLD-IDX) TO WS-HMRC-TOTAL.
011900 4400-EXIT.
011910     EXIT.
011920
011930*----------------------------------------------------------*
011940*  4500-CHECK-DECEASED - LOOK THE CITIZEN UP ON THE        *
011950*  DECEASED REGISTER, AS CITIZEN-LETTER DOES.  A CITIZEN   *
011960*  ON IT GETS NO STATEMENT - COUNTED AND LOGGED SO THE     *
011970*  SUPPRESSION IS VISIBLE.                                 *
011980*----------------------------------------------------------*
011990 4500-CHECK-DECEASED.
012000     SET CITIZEN-NOT-DECEASED TO TRUE
012010     IF REGISTER-ABSENT
012020         GO TO 4500-EXIT
012030     END-IF
012040
012050     MOVE CITIZEN-ID TO DCD-CITIZEN-ID
012060     READ DECEASED-FILE
012070         INVALID KEY
012080             GO TO 4500-EXIT
012090     END-READ
012100
012110     SET CITIZEN-IS-DECEASED TO TRUE
012120     DISPLAY "CITIZEN-TAXYEAR: " CITIZEN-ID " DIED "
012130         DCD-DATE-OF-DEATH " - NO STATEMENT PRODUCED"
012140     ADD 1 TO WS-COUNT-DECEASED.
012150 4500-EXIT.
012160     EXIT.
012170
012180*----------------------------------------------------------*
012190*  4600-PRINT-STATEMENT - THE ANNUAL STATEMENT: THE        *
012200*  CITIZEN-LETTER HEAD, ONE LINE PER BENEFIT TYPE, THE     *
012210*  TOTALS, AND A NOTE ON WHAT IS TAXABLE.                  *
012220*----------------------------------------------------------*
012230 4600-PRINT-STATEMENT.
012240     MOVE WS-RUN-DATE TO WS-APT-AS-AT-DATE
012250     PERFORM 4610-CHECK-APPOINTEE THRU 4610-EXIT
012260     PERFORM 4700-PRINT-LETTER-HEAD THRU 4700-EXIT
012270
012280     MOVE "ANNUAL STATEMENT OF BENEFIT PAID"
012290         TO STATEMENT-SPOOL-RECORD
012300     PERFORM 4800-WRITE-SPOOL-LINE THRU 4800-EXIT
012310     MOVE SPACES TO STATEMENT-SPOOL-RECORD
012320     STRING
012330         "FOR THE TAX YEAR 6 APRIL " DELIMITED BY SIZE
012340         WS-YS-YEAR                  DELIMITED BY SIZE
012350         " TO 5 APRIL "              DELIMITED BY SIZE
012360         WS-YE-YEAR                  DELIMITED BY SIZE
012370         "."                         DELIMITED BY SIZE
012380         INTO STATEMENT-SPOOL-RECORD
012390     END-STRING
012400     PERFORM 4800-WRITE-SPOOL-LINE THRU 4800-EXIT
012410     MOVE SPACES TO STATEMENT-SPOOL-RECORD
012420     PERFORM 4800-WRITE-SPOOL-LINE THRU 4800-EXIT
012430
012440     MOVE WS-STATEMENT-HEADINGS TO STATEMENT-SPOOL-RECORD
012450     PERFORM 4800-WRITE-SPOOL-LINE THRU 4800-EXIT
012460     MOVE ZERO TO WS-STMT-PAID
012470     MOVE ZERO TO WS-STMT-TAXABLE
012480     PERFORM 4620-PRINT-STATEMENT-LINE THRU 4620-EXIT
012490         VARYING WS-HLD-IDX FROM 1 BY 1
012500         UNTIL WS-HLD-IDX > WS-HELD-COUNT
012510     MOVE SPACES TO STATEMENT-SPOOL-RECORD
012520     PERFORM 4800-WRITE-SPOOL-LINE THRU 4800-EXIT
012530
012540     MOVE WS-STMT-PAID TO WS-AMOUNT-DISPLAY
012550     MOVE SPACES TO STATEMENT-SPOOL-RECORD
012560     STRING
012570         "TOTAL PAID TO YOU IN THE YEAR:  £"
012580                             DELIMITED BY SIZE
012590         WS-AMOUNT-DISPLAY   DELIMITED BY SIZE
012600         INTO STATEMENT-SPOOL-RECORD
012610     END-STRING
012620     PERFORM 4800-WRITE-SPOOL-LINE THRU 4800-EXIT
012630     IF WS-STMT-TAXABLE NOT = ZERO
012640         MOVE WS-STMT-TAXABLE TO WS-AMOUNT-DISPLAY
012650         MOVE SPACES TO STATEMENT-SPOOL-RECORD
012660         STRING
012670             "OF WHICH TAXABLE (MARKED *):    £"
012680                                 DELIMITED BY SIZE
012690             WS-AMOUNT-DISPLAY   DELIMITED BY SIZE
012700             INTO STATEMENT-SPOOL-RECORD
012710         END-STRING
012720         PERFORM 4800-WRITE-SPOOL-LINE THRU 4800-EXIT
012730     END-IF
012740     MOVE SPACES TO STATEMENT-SPOOL-RECORD
012750     PERFORM 4800-WRITE-SPOOL-LINE THRU 4800-EXIT
012760
012770     IF WS-STMT-TAXABLE NOT = ZERO
012780         MOVE "* TAXABLE - WHAT WAS PAID HAS BEEN REPORTED TO"
012790             TO STATEMENT-SPOOL-RECORD
012800         PERFORM 4800-WRITE-SPOOL-LINE THRU 4800-EXIT
012810         MOVE "HM REVENUE AND CUSTOMS."
012820             TO STATEMENT-SPOOL-RECORD
012830         PERFORM 4800-WRITE-SPOOL-LINE THRU 4800-EXIT
012840     END-IF
012850     MOVE "PAYMENTS RETURNED BY YOUR BANK, OR NOT CASHED, AND"
012860         TO STATEMENT-SPOOL-RECORD
012870     PERFORM 4800-WRITE-SPOOL-LINE THRU 4800-EXIT
012880     MOVE "NOT PAID AGAIN ARE NOT INCLUDED.  AMOUNTS RECOVERED"
012890         TO STATEMENT-SPOOL-RECORD
012900     PERFORM 4800-WRITE-SPOOL-LINE THRU 4800-EXIT
012910     MOVE "AGAINST AN OVERPAYMENT WERE NOT PAID TO YOU.  KEEP"
012920         TO STATEMENT-SPOOL-RECORD
012930     PERFORM 4800-WRITE-SPOOL-LINE THRU 4800-EXIT
012940     MOVE "THIS STATEMENT - YOU MAY NEED IT FOR YOUR TAX AFFAIRS."
012950         TO STATEMENT-SPOOL-RECORD
012960     PERFORM 4800-WRITE-SPOOL-LINE THRU 4800-EXIT
012970
012980     ADD 1 TO WS-COUNT-STATEMENTS.
012990 4600-EXIT.
013000     EXIT.
013010
013020*----------------------------------------------------------*
013030*  4610-CHECK-APPOINTEE - LOOK THE CLAIM UP ON THE         *
013040*  APPOINTEE FILE, AS CITIZEN-LETTER DOES.  AN APPOINTMENT *
013050*  IN FORCE AT WS-APT-AS-AT-DATE SENDS THE STATEMENT TO    *
013060*  THE APPOINTEE; OTHERWISE IT GOES TO THE CLAIMANT.       *
013070*----------------------------------------------------------*
013080 4610-CHECK-APPOINTEE.
013090     SET WRITE-TO-CLAIMANT TO TRUE
013100     IF APPOINTEES-ABSENT
013110         GO TO 4610-EXIT
013120     END-IF
013130
013140     MOVE CITIZEN-KEY TO APT-KEY
013150     READ APPOINTEE-FILE
013160         INVALID KEY
013170             GO TO 4610-EXIT
013180     END-READ
013190     IF APT-START-DATE > WS-APT-AS-AT-DATE
013200         OR (APT-END-DATE NOT = ZERO
013210             AND APT-END-DATE < WS-APT-AS-AT-DATE)
013220         GO TO 4610-EXIT
013230     END-IF
013240
013250     SET WRITE-TO-APPOINTEE TO TRUE
013260     ADD 1 TO WS-COUNT-TO-APPOINTEE.
013270 4610-EXIT.
013280     EXIT.
013290
013300*----------------------------------------------------------*
013310*  4620-PRINT-STATEMENT-LINE - ONE BENEFIT TYPE: AWARDED   *
013320*  (PAID PLUS RECOVERED), RECOVERED, AND PAID, WITH THE    *
013330*  TAXABLE TYPES MARKED.                                   *
013340*----------------------------------------------------------*
013350 4620-PRINT-STATEMENT-LINE.
013360     MOVE WS-HLD-BENEFIT-TYPE(WS-HLD-IDX) TO WS-CHECK-TYPE
013370     PERFORM 4150-LOCATE-BENEFIT-TYPE THRU 4150-EXIT
013380     IF WS-BT-IDX > 7
013390         MOVE "BENEFIT" TO WS-BENEFIT-NAME
013400     ELSE
013410         MOVE WS-BT-NAME-TEXT(WS-BT-IDX) TO WS-BENEFIT-NAME
013420     END-IF
013430
013440     MOVE SPACES TO WS-STATEMENT-LINE
013450     MOVE WS-BENEFIT-NAME TO SL-BENEFIT-NAME
013460     COMPUTE SL-AWARDED = WS-HLD-NET(WS-HLD-IDX)
013470                        + WS-HLD-RECOVERED(WS-HLD-IDX)
013480     MOVE WS-HLD-RECOVERED(WS-HLD-IDX) TO SL-RECOVERED
013490     MOVE WS-HLD-NET(WS-HLD-IDX) TO SL-PAID
013500     ADD WS-HLD-NET(WS-HLD-IDX) TO WS-STMT-PAID
013510     IF TAXABLE-BENEFIT-TYPE
013520         MOVE "*" TO SL-TAXABLE-MARK
013530         ADD WS-HLD-NET(WS-HLD-IDX) TO WS-STMT-TAXABLE
013540     END-IF
013550     MOVE WS-STATEMENT-LINE TO STATEMENT-SPOOL-RECORD
013560     PERFORM 4800-WRITE-SPOOL-LINE THRU 4800-EXIT.
013570 4620-EXIT.
013580     EXIT.
013590
013600*----------------------------------------------------------*
013610*  4700-PRINT-LETTER-HEAD - SEPARATOR RULE, NAME AND       *
013620*  ADDRESS BLOCK, AND SALUTATION, LAID OUT AS              *
013630*  CITIZEN-LETTER LAYS THEM OUT.  USES THE CITIZEN-RECORD  *
013640*  CURRENTLY IN THE FD, OR THE APPOINTEE-RECORD WHEN       *
013650*  4610-CHECK-APPOINTEE HAS FOUND AN APPOINTMENT IN FORCE  *
013660*  - THE CLAIMANT IS THEN NAMED ON AN "ON BEHALF OF" LINE  *
013670*  UNDER THE SALUTATION.                                   *
013680*----------------------------------------------------------*
013690 4700-PRINT-LETTER-HEAD.
013700     MOVE ALL "=" TO STATEMENT-SPOOL-RECORD
013710     PERFORM 4800-WRITE-SPOOL-LINE THRU 4800-EXIT
013720
013730     IF WRITE-TO-APPOINTEE
013740         MOVE APT-NAME TO STATEMENT-SPOOL-RECORD
013750         PERFORM 4800-WRITE-SPOOL-LINE THRU 4800-EXIT
013760         MOVE APT-ADDRESS TO STATEMENT-SPOOL-RECORD
013770         PERFORM 4800-WRITE-SPOOL-LINE THRU 4800-EXIT
013780     ELSE
013790         MOVE CITIZEN-NAME TO STATEMENT-SPOOL-RECORD
013800         PERFORM 4800-WRITE-SPOOL-LINE THRU 4800-EXIT
013810         MOVE CITIZEN-ADDRESS TO STATEMENT-SPOOL-RECORD
013820         PERFORM 4800-WRITE-SPOOL-LINE THRU 4800-EXIT
013830     END-IF
013840
013850     MOVE SPACES TO STATEMENT-SPOOL-RECORD
013860     PERFORM 4800-WRITE-SPOOL-LINE THRU 4800-EXIT
013870
013880     MOVE SPACES TO STATEMENT-SPOOL-RECORD
013890     IF WRITE-TO-APPOINTEE
013900         STRING
013910             "DEAR "       DELIMITED BY SIZE
013920             APT-NAME      DELIMITED BY SIZE
013930             INTO STATEMENT-SPOOL-RECORD
013940         END-STRING
013950         PERFORM 4800-WRITE-SPOOL-LINE THRU 4800-EXIT
013960         MOVE SPACES TO STATEMENT-SPOOL-RECORD
013970         STRING
013980             "ON BEHALF OF "  DELIMITED BY SIZE
013990             CITIZEN-NAME     DELIMITED BY "  "
014000             " (REFERENCE "   DELIMITED BY SIZE
014010             CITIZEN-ID       DELIMITED BY SIZE
014020             ")"              DELIMITED BY SIZE
014030             INTO STATEMENT-SPOOL-RECORD
014040         END-STRING
014050     ELSE
014060         STRING
014070             "DEAR "       DELIMITED BY SIZE
014080             CITIZEN-NAME  DELIMITED BY SIZE
014090             INTO STATEMENT-SPOOL-RECORD
014100         END-STRING
014110     END-IF
014120     PERFORM 4800-WRITE-SPOOL-LINE THRU 4800-EXIT
014130
014140     MOVE SPACES TO STATEMENT-SPOOL-RECORD
014150     PERFORM 4800-WRITE-SPOOL-LINE THRU 4800-EXIT.
014160 4700-EXIT.
014170     EXIT.
014180
014190*----------------------------------------------------------*
014200*  4800-WRITE-SPOOL-LINE - ONE PRINT LINE, STATUS-CHECKED. *
014210*----------------------------------------------------------*
014220 4800-WRITE-SPOOL-LINE.
014230     WRITE STATEMENT-SPOOL-RECORD
014240     PERFORM 9111-CHECK-SPOOL-STATUS THRU 9111-EXIT.
014250 4800-EXIT.
014260     EXIT.
014270
014280*----------------------------------------------------------*
014290*  5000-POST-TO-WORK - ADD WS-POST-AMOUNT INTO THE FIGURE  *
014300*  NAMED BY WS-POST-FIGURE ON THE WORK ROW FOR             *
014310*  WS-POST-KEY, STARTING THE ROW IF THIS IS ITS FIRST      *
014320*  AMOUNT.                                                 *
014330*----------------------------------------------------------*
014340 5000-POST-TO-WORK.
014350     MOVE WS-POST-KEY TO TYW-KEY
014360     SET WORK-ROW-EXISTS TO TRUE
014370     READ TAX-WORK-FILE
014380         INVALID KEY
014390             SET WORK-ROW-NEW TO TRUE
014400     END-READ
014410     IF WORK-ROW-NEW
014420         MOVE WS-POST-KEY TO TYW-KEY
014430         MOVE ZERO TO TYW-PAYMENT-COUNT
014440         MOVE ZERO TO TYW-HISTORY-PAID
014450         MOVE ZERO TO TYW-TOPUP-PAID
014460         MOVE ZERO TO TYW-TOPUP-IN-ROWS
014470         MOVE ZERO TO TYW-RETURNED
014480         MOVE ZERO TO TYW-RECOVERED
014490     END-IF
014500
014510     EVALUATE TRUE
014520         WHEN POST-HISTORY-PAID
014530             ADD 1 TO TYW-PAYMENT-COUNT
014540             ADD WS-POST-AMOUNT TO TYW-HISTORY-PAID
014550         WHEN POST-TOPUP-PAID
014560             ADD WS-POST-AMOUNT TO TYW-TOPUP-PAID
014570         WHEN POST-TOPUP-IN-ROWS
014580             ADD WS-POST-AMOUNT TO TYW-TOPUP-IN-ROWS
014590         WHEN POST-RETURNED
014600             ADD WS-POST-AMOUNT TO TYW-RETURNED
014610         WHEN POST-RECOVERED
014620             ADD WS-POST-AMOUNT TO TYW-RECOVERED
014630     END-EVALUATE
014640
014650     IF WORK-ROW-NEW
014660         WRITE TAX-WORK-RECORD
014670     ELSE
014680         REWRITE TAX-WORK-RECORD
014690     END-IF
014700     PERFORM 9113-CHECK-WORK-STATUS THRU 9113-EXIT.
014710 5000-EXIT.
014720     EXIT.
014730
014740*----------------------------------------------------------*
014750*  8000-FINALIZE - CLOSE THE SPOOL, WRITE THE HMRC         *
014760*  TRAILER, PUT THE TOTALS BY TYPE AND THE COUNTS ON THE   *
014770*  REPORT, AND CLOSE DOWN.  A CITIZEN NOT ON THE MASTER OR *
014780*  A NET BELOW ZERO SETS RETURN CODE 8 - THE HMRC FILE IS  *
014790*  SHORT OF SOMETHING A PERSON HAS TO LOOK AT.             *
014800*----------------------------------------------------------*
014810 8000-FINALIZE.
014820     MOVE ALL "=" TO STATEMENT-SPOOL-RECORD
014830     PERFORM 4800-WRITE-SPOOL-LINE THRU 4800-EXIT
014840
014850     MOVE SPACES TO TAXABLE-BENEFIT-RECORD
014860     SET TXB-TRAILER TO TRUE
014870     MOVE WS-HMRC-DETAIL-COUNT TO TXB-TRL-DETAIL-COUNT
014880     MOVE WS-HMRC-TOTAL TO TXB-TRL-TOTAL-AMOUNT
014890     WRITE TAXABLE-BENEFIT-RECORD
014900     PERFORM 9112-CHECK-HMRC-STATUS THRU 9112-EXIT
014910
014920     MOVE ALL "-" TO TAX-REPORT-RECORD
014930     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
014940     MOVE "TOTALS BY BENEFIT TYPE" TO TAX-REPORT-RECORD
014950     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
014960     PERFORM 8100-REPORT-TYPE-TOTAL THRU 8100-EXIT
014970         VARYING WS-BT-IDX FROM 1 BY 1
014980         UNTIL WS-BT-IDX > 8
014990     MOVE ALL "-" TO TAX-REPORT-RECORD
015000     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
015010
015020     MOVE WS-COUNT-HISTORY-ROWS TO WS-COUNT-DISPLAY
015030     MOVE SPACES TO TAX-REPORT-RECORD
015040     STRING
015050         "CITIZEN-TAXYEAR HISTORY ROWS    : " DELIMITED BY SIZE
015060         WS-COUNT-DISPLAY                     DELIMITED BY SIZE
015070         INTO TAX-REPORT-RECORD
015080     END-STRING
015090     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
015100
015110     MOVE WS-COUNT-ARCHIVED-ROWS TO WS-COUNT-DISPLAY
015120     MOVE SPACES TO TAX-REPORT-RECORD
015130     STRING
015140         "CITIZEN-TAXYEAR ARCHIVED ROWS   : " DELIMITED BY SIZE
015150         WS-COUNT-DISPLAY                     DELIMITED BY SIZE
015160         INTO TAX-REPORT-RECORD
015170     END-STRING
015180     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
015190
015200     MOVE WS-COUNT-TOPUPS TO WS-COUNT-DISPLAY
015210     MOVE SPACES TO TAX-REPORT-RECORD
015220     STRING
015230         "CITIZEN-TAXYEAR ARREARS TOP-UPS : " DELIMITED BY SIZE
015240         WS-COUNT-DISPLAY                     DELIMITED BY SIZE
015250         INTO TAX-REPORT-RECORD
015260     END-STRING
015270     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
015280
015290     MOVE WS-COUNT-RECOVERIES TO WS-COUNT-DISPLAY
015300     MOVE SPACES TO TAX-REPORT-RECORD
015310     STRING
015320         "CITIZEN-TAXYEAR RECOVERIES      : " DELIMITED BY SIZE
015330         WS-COUNT-DISPLAY                     DELIMITED BY SIZE
015340         INTO TAX-REPORT-RECORD
015350     END-STRING
015360     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
015370
015380     MOVE WS-COUNT-RETURNS TO WS-COUNT-DISPLAY
015390     MOVE SPACES TO TAX-REPORT-RECORD
015400     STRING
015410         "CITIZEN-TAXYEAR RETURNS         : " DELIMITED BY SIZE
015420         WS-COUNT-DISPLAY                     DELIMITED BY SIZE
015430         INTO TAX-REPORT-RECORD
015440     END-STRING
015450     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
015460
015470     MOVE WS-COUNT-CITIZENS TO WS-COUNT-DISPLAY
015480     MOVE SPACES TO TAX-REPORT-RECORD
015490     STRING
015500         "CITIZEN-TAXYEAR CITIZENS PAID   : " DELIMITED BY SIZE
015510         WS-COUNT-DISPLAY                     DELIMITED BY SIZE
015520         INTO TAX-REPORT-RECORD
015530     END-STRING
015540     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
015550
015560     MOVE WS-COUNT-STATEMENTS TO WS-COUNT-DISPLAY
015570     MOVE SPACES TO TAX-REPORT-RECORD
015580     STRING
015590         "CITIZEN-TAXYEAR STATEMENTS      : " DELIMITED BY SIZE
015600         WS-COUNT-DISPLAY                     DELIMITED BY SIZE
015610         INTO TAX-REPORT-RECORD
015620     END-STRING
015630     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
015640
015650     MOVE WS-COUNT-TO-APPOINTEE TO WS-COUNT-DISPLAY
015660     MOVE SPACES TO TAX-REPORT-RECORD
015670     STRING
015680         "CITIZEN-TAXYEAR TO APPOINTEE    : " DELIMITED BY SIZE
015690         WS-COUNT-DISPLAY                     DELIMITED BY SIZE
015700         INTO TAX-REPORT-RECORD
015710     END-STRING
015720     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
015730
015740     MOVE WS-COUNT-DECEASED TO WS-COUNT-DISPLAY
015750     MOVE SPACES TO TAX-REPORT-RECORD
015760     STRING
015770         "CITIZEN-TAXYEAR DECEASED        : " DELIMITED BY SIZE
015780         WS-COUNT-DISPLAY                     DELIMITED BY SIZE
015790         INTO TAX-REPORT-RECORD
015800     END-STRING
015810     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
015820
015830     MOVE WS-COUNT-NOT-ON-MASTER TO WS-COUNT-DISPLAY
015840     MOVE SPACES TO TAX-REPORT-RECORD
015850     STRING
015860         "CITIZEN-TAXYEAR NOT ON MASTER   : " DELIMITED BY SIZE
015870         WS-COUNT-DISPLAY                     DELIMITED BY SIZE
015880         INTO TAX-REPORT-RECORD
015890     END-STRING
015900     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
015910
015920     MOVE WS-COUNT-BELOW-ZERO TO WS-COUNT-DISPLAY
015930     MOVE SPACES TO TAX-REPORT-RECORD
015940     STRING
015950         "CITIZEN-TAXYEAR NET BELOW ZERO  : " DELIMITED BY SIZE
015960         WS-COUNT-DISPLAY                     DELIMITED BY SIZE
015970         INTO TAX-REPORT-RECORD
015980     END-STRING
015990     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
016000
016010     MOVE WS-HMRC-DETAIL-COUNT TO WS-COUNT-DISPLAY
016020     MOVE WS-HMRC-TOTAL TO WS-TOTAL-DISPLAY
016030     MOVE SPACES TO TAX-REPORT-RECORD
016040     STRING
016050         "CITIZEN-TAXYEAR HMRC DETAILS    : " DELIMITED BY SIZE
016060         WS-COUNT-DISPLAY                     DELIMITED BY SIZE
016070         "  TOTAL £"                          DELIMITED BY SIZE
016080         WS-TOTAL-DISPLAY                     DELIMITED BY SIZE
016090         INTO TAX-REPORT-RECORD
016100     END-STRING
016110     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
016120
016130     CLOSE TAX-WORK-FILE
016140     CLOSE CITIZEN-MASTER-FILE
016150     IF REGISTER-PRESENT
016160         CLOSE DECEASED-FILE
016170     END-IF
016180     IF APPOINTEES-PRESENT
016190         CLOSE APPOINTEE-FILE
016200     END-IF
016210     CLOSE STATEMENT-SPOOL-FILE
016220     CLOSE HMRC-INTERFACE-FILE
016230     CLOSE TAX-REPORT-FILE
016240
016250     DISPLAY "CITIZEN-TAXYEAR TAX YEAR           : "
016260         WS-YEAR-START " TO " WS-YEAR-END
016270     DISPLAY "CITIZEN-TAXYEAR CITIZENS PAID      : "
016280         WS-COUNT-CITIZENS
016290     DISPLAY "CITIZEN-TAXYEAR STATEMENTS PRINTED : "
016300         WS-COUNT-STATEMENTS
016310     DISPLAY "CITIZEN-TAXYEAR HMRC DETAIL RECORDS: "
016320         WS-HMRC-DETAIL-COUNT
016330     DISPLAY "CITIZEN-TAXYEAR HMRC TOTAL         : "
016340         WS-TOTAL-DISPLAY
016350     DISPLAY "CITIZEN-TAXYEAR NOT ON MASTER      : "
016360         WS-COUNT-NOT-ON-MASTER
016370     DISPLAY "CITIZEN-TAXYEAR NET BELOW ZERO     : "
016380         WS-COUNT-BELOW-ZERO
016390
016400     IF WS-COUNT-NOT-ON-MASTER NOT = ZERO
016410         OR WS-COUNT-BELOW-ZERO NOT = ZERO
016420         DISPLAY "CITIZEN-TAXYEAR: RUN NEEDS A HUMAN LOOK - "
016430             "SEE TAX-YEAR-REPORT.TXT"
016440         MOVE 8 TO RETURN-CODE
016450     END-IF.
016460 8000-EXIT.
016470     EXIT.
016480
016490*----------------------------------------------------------*
016500*  8100-REPORT-TYPE-TOTAL - ONE BENEFIT TYPE'S CLAIMS, NET *
016510*  PAID AND RECOVERED FOR THE YEAR.  TYPES NOBODY WAS PAID *
016520*  ARE LEFT OFF.                                           *
016530*----------------------------------------------------------*
016540 8100-REPORT-TYPE-TOTAL.
016550     IF WS-TT-CLAIMS(WS-BT-IDX) = ZERO
016560         GO TO 8100-EXIT
016570     END-IF
016580
016590     MOVE WS-TT-CLAIMS(WS-BT-IDX) TO WS-COUNT-DISPLAY
016600     MOVE WS-TT-NET(WS-BT-IDX) TO WS-TOTAL-DISPLAY
016610     MOVE WS-TT-RECOVERED(WS-BT-IDX) TO WS-RECOVERED-DISPLAY
016620     MOVE WS-BT-NAME-CODE(WS-BT-IDX) TO WS-CHECK-TYPE
016630     MOVE SPACES TO WS-TAXABLE-WORD
016640     IF TAXABLE-BENEFIT-TYPE
016650         MOVE "TAXABLE" TO WS-TAXABLE-WORD
016660     END-IF
016670     MOVE SPACES TO TAX-REPORT-RECORD
016680     STRING
016690         "  "                        DELIMITED BY SIZE
016700         WS-BT-NAME-CODE(WS-BT-IDX)  DELIMITED BY SIZE
016710         "  CLAIMS "                 DELIMITED BY SIZE
016720         WS-COUNT-DISPLAY            DELIMITED BY SIZE
016730         "  NET PAID £"              DELIMITED BY SIZE
016740         WS-TOTAL-DISPLAY            DELIMITED BY SIZE
016750         "  RECOVERED £"             DELIMITED BY SIZE
016760         WS-RECOVERED-DISPLAY        DELIMITED BY SIZE
016770         "  "                        DELIMITED BY SIZE
016780         WS-TAXABLE-WORD             DELIMITED BY SIZE
016790         INTO TAX-REPORT-RECORD
016800     END-STRING
016810     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT.
016820 8100-EXIT.
016830     EXIT.
016840
016850*----------------------------------------------------------*
016860*  9100-ABEND-FILE-ERROR - AN OPEN OR A WRITE CAME BACK    *
016870*  WITH A NON-ZERO FILE STATUS ON A FILE THE RUN CANNOT    *
016880*  SENSIBLY CONTINUE WITHOUT.  REPORT IT AND STOP RATHER   *
016890*  THAN SENDING HMRC A FILE WITH PART OF THE YEAR MISSING. *
016900*----------------------------------------------------------*
016910 9100-ABEND-FILE-ERROR.
016920     DISPLAY "CITIZEN-TAXYEAR: I/O ERROR ON " WS-ERROR-FILE-NAME
016930         ", FILE STATUS = " WS-ERROR-STATUS
016940     MOVE 16 TO RETURN-CODE
016950     STOP RUN.
016960 9100-EXIT.
016970     EXIT.
016980
016990*----------------------------------------------------------*
017000*  9110/9111/9112/9113-CHECK-xxx-STATUS - TESTED AFTER     *
017010*  EVERY WRITE TO THE FILE NAMED, SO A FULL DISK OR OTHER  *
017020*  WRITE FAILURE ABENDS THE RUN INSTEAD OF BEING SILENTLY  *
017030*  IGNORED.                                                *
017040*----------------------------------------------------------*
017050 9110-CHECK-REPORT-STATUS.
017060     IF WS-REPORT-STATUS NOT = "00"
017070         MOVE "TAX-REPORT-FILE" TO WS-ERROR-FILE-NAME
017080         MOVE WS-REPORT-STATUS TO WS-ERROR-STATUS
017090         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
017100     END-IF.
017110 9110-EXIT.
017120     EXIT.
017130
017140 9111-CHECK-SPOOL-STATUS.
017150     IF WS-SPOOL-STATUS NOT = "00"
017160         MOVE "STATEMENT-SPOOL-FILE" TO WS-ERROR-FILE-NAME
017170         MOVE WS-SPOOL-STATUS TO WS-ERROR-STATUS
017180         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
017190     END-IF.
017200 9111-EXIT.
017210     EXIT.
017220
017230 9112-CHECK-HMRC-STATUS.
017240     IF WS-HMRC-STATUS NOT = "00"
017250         MOVE "HMRC-INTERFACE-FILE" TO WS-ERROR-FILE-NAME
017260         MOVE WS-HMRC-STATUS TO WS-ERROR-STATUS
017270         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
017280     END-IF.
017290 9112-EXIT.
017300     EXIT.
017310
017320 9113-CHECK-WORK-STATUS.
017330     IF WS-WORK-STATUS NOT = "00"
017340         MOVE "TAX-WORK-FILE" TO WS-ERROR-FILE-NAME
017350         MOVE WS-WORK-STATUS TO WS-ERROR-STATUS
017360         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
017370     END-IF.
017380 9113-EXIT.
017390     EXIT.
017400
017410 9999-EXIT.
017420     STOP RUN.
