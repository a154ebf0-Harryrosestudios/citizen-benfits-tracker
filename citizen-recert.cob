000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CITIZEN-RECERT.
000030 AUTHOR.        R HARGREAVES.
000040 INSTALLATION.  DWP BENEFITS DIVISION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICATION HISTORY                                    *
000090*----------------------------------------------------------*
000100*  15/10/2026 RH   INITIAL VERSION.  AA AND CA AWARDS MUST *
000110*                  BE RE-CERTIFIED EVERY 52 WEEKS AND UC   *
000120*                  EVERY 26, BUT NOTHING TRACKED IT AND    *
000130*                  CLAIMS PAID ON UNTIL SOMEONE REMEMBERED.*
000140*                  THIS WEEKLY RUN WORKS THROUGH EVERY AA, *
000150*                  CA AND UC CLAIM AGAINST THE             *
000160*                  RE-CERTIFICATION CONTROL FILE           *
000170*                  (RECERT.DAT, KEPT BY CITIZEN-MAINT):    *
000180*                  A CLAIM FALLING DUE WITHIN THE NOTICE   *
000190*                  PERIOD IS ISSUED A REVIEW FORM (ONE     *
000200*                  LINE ON RECERT-FORMS.TXT FOR            *
000210*                  CITIZEN-LETTER TO PRINT) WITH A         *
000220*                  REPLY-BY DATE; A FORM NOT BACK BY ITS   *
000230*                  REPLY-BY DATE RAISES AN S (SUSPEND)     *
000240*                  LINE ON TRANSACTIONS.TXT FOR THE NEXT   *
000250*                  CITIZEN-MAINT RUN TO APPLY, SO THE STOP *
000260*                  GOES THROUGH THE NORMAL STATUS          *
000270*                  LIFECYCLE.  A CLAIM WITH NO CONTROL ROW *
000280*                  YET (ONE ADDED BEFORE THE CYCLE WAS     *
000290*                  KEPT) IS GIVEN ONE, DUE A FULL CYCLE    *
000300*                  FROM THE RUN DATE.  RECERT-REPORT.TXT   *
000310*                  LISTS EVERY FORM ISSUED AND SUSPENSION  *
000320*                  RAISED AND COUNTS CLAIMS DUE, FORMS     *
000330*                  ISSUED, OVERDUE AND SUSPENDED BY        *
000340*                  BENEFIT TYPE.                           *
000341*  15/10/2026 RH   THE TRANSACTION LAYOUT IS NOW THE       *
000342*                  SHARED TRANSACTION-RECORD COPYBOOK,     *
000343*                  WHICH HAD GROWN AN OFFICER ID (COLUMNS  *
000344*                  102-109) THIS PROGRAM'S OWN COPY        *
000345*                  LACKED.  A NO-REPLY SUSPENSION NOW      *
000346*                  CARRIES THE RUN IDENTIFIER IN THAT      *
000347*                  FIELD, SO THE MASTER JOURNAL SHOWS      *
000348*                  WHICH RUN STOPPED THE CLAIM.            *
000350*----------------------------------------------------------*
000360
000370*----------------------------------------------------------*
000380*  ENVIRONMENT DIVISION                                    *
000390*----------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CITIZEN-MASTER-FILE ASSIGN TO "citizens.dat"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CITIZEN-KEY
000470         ALTERNATE RECORD KEY IS CITIZEN-BENEFIT-TYPE
000480             WITH DUPLICATES
000490         FILE STATUS IS WS-MASTER-STATUS.
000500
000510     SELECT RECERT-FILE ASSIGN TO "recert.dat"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS RCT-KEY
000550         FILE STATUS IS WS-RECERT-STATUS.
000560
000570     SELECT RECERT-FORM-FILE ASSIGN TO "recert-forms.txt"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-FORM-STATUS.
000600
000610     SELECT TRANSACTION-FILE ASSIGN TO "transactions.txt"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-TXN-STATUS.
000640
000650     SELECT RECERT-REPORT-FILE ASSIGN TO "recert-report.txt"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-REPORT-STATUS.
000680
000690*----------------------------------------------------------*
000700*  DATA DIVISION                                           *
000710*----------------------------------------------------------*
000720 DATA DIVISION.
000730 FILE SECTION.
000740*  CITIZEN-MASTER-FILE - READ ALONG THE ALTERNATE INDEX ON
000750*  CITIZEN-BENEFIT-TYPE, ONE RE-CERTIFIED TYPE AT A TIME.
000760 FD  CITIZEN-MASTER-FILE.
000770     COPY CITIZEN-RECORD.
000780
000790*  RECERT-FILE - THE DUE DATE AND REVIEW FORM STATE PER
000800*  CLAIM.  MAINTAINED IN PLACE.
000810 FD  RECERT-FILE.
000820     COPY RECERT-CONTROL.
000830
000840*  RECERT-FORM-FILE - THE FORMS ISSUED BY THIS RUN, FOR
000850*  CITIZEN-LETTER TO PRINT.  REBUILT EVERY RUN.
000860 FD  RECERT-FORM-FILE.
000870     COPY RECERT-FORM.
000880
000890*  TRANSACTION-FILE - CITIZEN-MAINT'S DAILY INPUT, IN ITS
000900*  FIXED-WIDTH LAYOUT.  SUSPENSIONS ARE ADDED TO THE END OF
000910*  WHATEVER HAS ALREADY BEEN KEYED FOR THE NEXT RUN.
000920 FD  TRANSACTION-FILE.
000930     COPY TRANSACTION-RECORD.
001050
001060*  RECERT-REPORT-FILE - WHAT THIS RUN ISSUED AND RAISED, AND
001070*  THE COUNTS BY BENEFIT TYPE.  REBUILT EVERY RUN.
001080 FD  RECERT-REPORT-FILE.
001090 01  RECERT-REPORT-RECORD      PIC X(132).
001100
001110 WORKING-STORAGE SECTION.
001120
001130 01  WS-FILE-STATUSES.
001140     05  WS-MASTER-STATUS       PIC X(02) VALUE "00".
001150     05  WS-RECERT-STATUS       PIC X(02) VALUE "00".
001160     05  WS-FORM-STATUS         PIC X(02) VALUE "00".
001170     05  WS-TXN-STATUS          PIC X(02) VALUE "00".
001180     05  WS-REPORT-STATUS       PIC X(02) VALUE "00".
001190
001200*  THE RE-CERTIFIED BENEFIT TYPES AND THEIR CYCLES IN WEEKS -
001210*  THE SAME RULE CITIZEN-MAINT APPLIES WHEN IT SETS A DUE
001220*  DATE.
001230 01  WS-RT-TYPES-INIT.
001240     05  FILLER PIC X(04) VALUE "AA52".
001250     05  FILLER PIC X(04) VALUE "CA52".
001260     05  FILLER PIC X(04) VALUE "UC26".
001270 01  WS-RT-TYPES REDEFINES WS-RT-TYPES-INIT.
001280     05  WS-RT-ENTRY OCCURS 3 TIMES.
001290         10  WS-RT-TYPE         PIC X(02).
001300         10  WS-RT-CYCLE-WEEKS  PIC 9(02).
001310
001320 77  WS-RT-IDX                  PIC 9(02) COMP VALUE ZERO.
001330
001340*  COUNTS BY RE-CERTIFIED TYPE, IN STEP WITH WS-RT-TYPES.
001350 01  WS-TYPE-COUNTS.
001360     05  WS-TC-ENTRY OCCURS 3 TIMES.
001370         10  WS-TC-CLAIMS       PIC 9(07) COMP.
001380         10  WS-TC-SEEDED       PIC 9(07) COMP.
001390         10  WS-TC-DUE          PIC 9(07) COMP.
001400         10  WS-TC-ISSUED       PIC 9(07) COMP.
001410         10  WS-TC-AWAITING     PIC 9(07) COMP.
001420         10  WS-TC-OVERDUE      PIC 9(07) COMP.
001430         10  WS-TC-SUSPENDED    PIC 9(07) COMP.
001440
001450*  A FORM IS ISSUED WHEN THE CLAIM FALLS DUE WITHIN THE
001460*  NOTICE PERIOD, AND MUST BE BACK WITHIN THE REPLY PERIOD OF
001470*  BEING ISSUED (AND NOT BEFORE THE DUE DATE ITSELF).
001480 77  WS-NOTICE-DAYS             PIC 9(03) COMP VALUE 28.
001490 77  WS-REPLY-DAYS              PIC 9(03) COMP VALUE 28.
001500
001510*  RUN DATE/TIME AND IDENTIFIER - "RC" PLUS HHMMSS - NAMING
001520*  THE RUN ON THE REGISTRY.
001530 01  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
001540 01  WS-RUN-TIME                PIC 9(08) VALUE ZERO.
001550 01  WS-RUN-ID                  PIC X(08) VALUE SPACES.
001560
001570*  THE LAST DUE DATE INSIDE THE NOTICE PERIOD, AND THE
001580*  REPLY-BY DATE FOR A FORM ISSUED TODAY.
001590 01  WS-NOTICE-END-DATE         PIC 9(08) VALUE ZERO.
001600 01  WS-REPLY-BY-DATE           PIC 9(08) VALUE ZERO.
001610
001620*  ONE REPORT DETAIL LINE.
001630 01  WS-DETAIL-LINE.
001640     05  FILLER                 PIC X(02) VALUE SPACES.
001650     05  DL-CITIZEN-ID          PIC X(05).
001660     05  FILLER                 PIC X(01) VALUE SPACE.
001670     05  DL-BENEFIT-TYPE        PIC X(02).
001680     05  FILLER                 PIC X(02) VALUE SPACES.
001690     05  DL-NAME                PIC X(20).
001700     05  FILLER                 PIC X(02) VALUE SPACES.
001710     05  DL-ACTION              PIC X(18).
001720     05  FILLER                 PIC X(06) VALUE " DUE ".
001730     05  DL-DUE-DATE            PIC 9(08).
001740     05  FILLER                 PIC X(11) VALUE " REPLY BY ".
001750     05  DL-REPLY-BY-DATE       PIC 9(08).
001760     05  FILLER                 PIC X(01) VALUE SPACE.
001770     05  DL-TEXT                PIC X(46).
001780
001790*  ONE LINE OF THE COUNTS-BY-TYPE TABLE.
001800 01  WS-TYPE-LINE.
001810     05  FILLER                 PIC X(02) VALUE SPACES.
001820     05  TL-TYPE                PIC X(05).
001830     05  TL-CLAIMS              PIC Z,ZZZ,ZZ9.
001840     05  FILLER                 PIC X(02) VALUE SPACES.
001850     05  TL-SEEDED              PIC Z,ZZZ,ZZ9.
001860     05  FILLER                 PIC X(02) VALUE SPACES.
001870     05  TL-DUE                 PIC Z,ZZZ,ZZ9.
001880     05  FILLER                 PIC X(02) VALUE SPACES.
001890     05  TL-ISSUED              PIC Z,ZZZ,ZZ9.
001900     05  FILLER                 PIC X(02) VALUE SPACES.
001910     05  TL-AWAITING            PIC Z,ZZZ,ZZ9.
001920     05  FILLER                 PIC X(02) VALUE SPACES.
001930     05  TL-OVERDUE             PIC Z,ZZZ,ZZ9.
001940     05  FILLER                 PIC X(02) VALUE SPACES.
001950     05  TL-SUSPENDED           PIC Z,ZZZ,ZZ9.
001960
001970*  RUN TOTALS ACROSS THE THREE TYPES, FOR THE TABLE'S TOTAL
001980*  LINE.
001990 01  WS-TOTAL-COUNTS.
002000     05  WS-TOT-CLAIMS          PIC 9(07) COMP VALUE ZERO.
002010     05  WS-TOT-SEEDED          PIC 9(07) COMP VALUE ZERO.
002020     05  WS-TOT-DUE             PIC 9(07) COMP VALUE ZERO.
002030     05  WS-TOT-ISSUED          PIC 9(07) COMP VALUE ZERO.
002040     05  WS-TOT-AWAITING        PIC 9(07) COMP VALUE ZERO.
002050     05  WS-TOT-OVERDUE         PIC 9(07) COMP VALUE ZERO.
002060     05  WS-TOT-SUSPENDED       PIC 9(07) COMP VALUE ZERO.
002070
002080 01  WS-COUNT-DISPLAY           PIC Z,ZZZ,ZZ9.
002090
002100 01  WS-SWITCHES.
002110     05  WS-TYPE-DONE-SWITCH    PIC X(01) VALUE "N".
002120         88  TYPE-CYCLE-DONE               VALUE "Y".
002130         88  TYPE-CYCLE-NOT-DONE           VALUE "N".
002140     05  WS-RECERT-SWITCH       PIC X(01) VALUE "N".
002150         88  RECERT-ON-FILE                VALUE "Y".
002160         88  RECERT-NOT-ON-FILE            VALUE "N".
002170
002180*  FILE NAME AND STATUS CARRIED INTO 9100-ABEND-FILE-ERROR WHEN
002190*  AN OPEN OR A WRITE FAILS ON A FILE THE RUN CANNOT CONTINUE
002200*  WITHOUT.
002210 01  WS-ERROR-FILE-NAME         PIC X(20).
002220 01  WS-ERROR-STATUS            PIC X(02).
002230
002240*  ARGUMENTS FOR THE CITIZEN-RUNLOCK REGISTRY CALLS.
002250 01  WS-LOCK-ACTION             PIC X(01) VALUE SPACE.
002260 01  WS-LOCK-PROGRAM-NAME       PIC X(15)
002270                                VALUE "CITIZEN-RECERT".
002280 01  WS-LOCK-RUN-ID             PIC X(08) VALUE SPACES.
002290 01  WS-LOCK-RESULT             PIC X(01) VALUE SPACE.
002300
002310*----------------------------------------------------------*
002320*  PROCEDURE DIVISION                                      *
002330*----------------------------------------------------------*
002340 PROCEDURE DIVISION.
002350
002360 0000-MAINLINE.
002370     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002380     PERFORM 2000-PROCESS-TYPE THRU 2000-EXIT
002390         VARYING WS-RT-IDX FROM 1 BY 1
002400         UNTIL WS-RT-IDX > 3
002410     PERFORM 8000-FINALIZE THRU 8000-EXIT
002420     GO TO 9999-EXIT.
002430
002440*----------------------------------------------------------*
002450*  1000-INITIALIZE - WORK OUT THE NOTICE AND REPLY DATES,  *
002460*  REGISTER THE RUN AND OPEN THE FILES.  THE CONTROL FILE  *
002470*  IS CREATED EMPTY THE FIRST TIME IT IS FOUND MISSING;    *
002480*  LIKEWISE THE TRANSACTION FILE WHEN NOTHING HAS BEEN     *
002490*  KEYED FOR THE NEXT MAINTENANCE RUN.                     *
002500*----------------------------------------------------------*
002510 1000-INITIALIZE.
002520     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002530     ACCEPT WS-RUN-TIME FROM TIME
002540     STRING
002550         "RC"             DELIMITED BY SIZE
002560         WS-RUN-TIME(1:6) DELIMITED BY SIZE
002570         INTO WS-RUN-ID
002580     END-STRING
002590     COMPUTE WS-NOTICE-END-DATE = FUNCTION DATE-OF-INTEGER(
002600         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + WS-NOTICE-DAYS)
002610     COMPUTE WS-REPLY-BY-DATE = FUNCTION DATE-OF-INTEGER(
002620         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + WS-REPLY-DAYS)
002630     INITIALIZE WS-TYPE-COUNTS
002640
002650     PERFORM 1900-REGISTER-RUN THRU 1900-EXIT
002660
002670     OPEN INPUT CITIZEN-MASTER-FILE
002680     IF WS-MASTER-STATUS NOT = "00"
002690         MOVE "CITIZEN-MASTER-FILE" TO WS-ERROR-FILE-NAME
002700         MOVE WS-MASTER-STATUS TO WS-ERROR-STATUS
002710         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002720     END-IF
002730
002740     OPEN I-O RECERT-FILE
002750     IF WS-RECERT-STATUS = "35"
002760         OPEN OUTPUT RECERT-FILE
002770         CLOSE RECERT-FILE
002780         OPEN I-O RECERT-FILE
002790     END-IF
002800     IF WS-RECERT-STATUS NOT = "00"
002810         MOVE "RECERT-FILE" TO WS-ERROR-FILE-NAME
002820         MOVE WS-RECERT-STATUS TO WS-ERROR-STATUS
002830         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002840     END-IF
002850
002860     OPEN OUTPUT RECERT-FORM-FILE
002870     IF WS-FORM-STATUS NOT = "00"
002880         MOVE "RECERT-FORM-FILE" TO WS-ERROR-FILE-NAME
002890         MOVE WS-FORM-STATUS TO WS-ERROR-STATUS
002900         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002910     END-IF
002920
002930     OPEN EXTEND TRANSACTION-FILE
002940     IF WS-TXN-STATUS = "35"
002950         OPEN OUTPUT TRANSACTION-FILE
002960     END-IF
002970     IF WS-TXN-STATUS NOT = "00"
002980         MOVE "TRANSACTION-FILE" TO WS-ERROR-FILE-NAME
002990         MOVE WS-TXN-STATUS TO WS-ERROR-STATUS
003000         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003010     END-IF
003020
003030     OPEN OUTPUT RECERT-REPORT-FILE
003040     IF WS-REPORT-STATUS NOT = "00"
003050         MOVE "RECERT-REPORT-FILE" TO WS-ERROR-FILE-NAME
003060         MOVE WS-REPORT-STATUS TO WS-ERROR-STATUS
003070         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003080     END-IF
003090
003100     MOVE SPACES TO RECERT-REPORT-RECORD
003110     STRING
003120         "CITIZEN-RECERT REPORT - RUN DATE " DELIMITED BY SIZE
003130         WS-RUN-DATE              DELIMITED BY SIZE
003140         " RUN "                  DELIMITED BY SIZE
003150         WS-RUN-ID                DELIMITED BY SIZE
003160         " - FORMS FOR CLAIMS DUE BY " DELIMITED BY SIZE
003170         WS-NOTICE-END-DATE       DELIMITED BY SIZE
003180         INTO RECERT-REPORT-RECORD
003190     END-STRING
003200     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
003210     MOVE ALL "-" TO RECERT-REPORT-RECORD
003220     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT.
003230 1000-EXIT.
003240     EXIT.
003250
003260*----------------------------------------------------------*
003270*  1900-REGISTER-RUN - TAKE THE SHARED FILES THROUGH THE   *
003280*  CITIZEN-RUNLOCK REGISTRY.  A REFUSAL MEANS ANOTHER      *
003290*  WRITER IS MID-FLIGHT - STOP BEFORE ANYTHING IS OPENED.  *
003300*----------------------------------------------------------*
003310 1900-REGISTER-RUN.
003320     MOVE "R" TO WS-LOCK-ACTION
003330     MOVE WS-RUN-ID TO WS-LOCK-RUN-ID
003340     CALL "CITIZEN-RUNLOCK" USING WS-LOCK-ACTION,
003350                                   WS-LOCK-PROGRAM-NAME,
003360                                   WS-LOCK-RUN-ID,
003370                                   WS-LOCK-RESULT
003380     END-CALL
003390     IF WS-LOCK-RESULT NOT = "G"
003400         DISPLAY "CITIZEN-RECERT: ANOTHER RUN HOLDS THE "
003410             "PAYMENT FILES - NOT STARTED"
003420         MOVE 16 TO RETURN-CODE
003430         STOP RUN
003440     END-IF.
003450 1900-EXIT.
003460     EXIT.
003470
003480*----------------------------------------------------------*
003490*  2000-PROCESS-TYPE - EVERY CLAIM OF ONE RE-CERTIFIED     *
003500*  TYPE, READ STRAIGHT OFF THE ALTERNATE INDEX ON          *
003510*  CITIZEN-BENEFIT-TYPE THE SAME WAY A SELECTIVE           *
003520*  CITIZEN-BATCH CYCLE IS.                                 *
003530*----------------------------------------------------------*
003540 2000-PROCESS-TYPE.
003550     SET TYPE-CYCLE-NOT-DONE TO TRUE
003560     MOVE WS-RT-TYPE(WS-RT-IDX) TO CITIZEN-BENEFIT-TYPE
003570     START CITIZEN-MASTER-FILE
003580         KEY IS EQUAL TO CITIZEN-BENEFIT-TYPE
003590         INVALID KEY
003600             SET TYPE-CYCLE-DONE TO TRUE
003610     END-START
003620     PERFORM 2100-REVIEW-CLAIM THRU 2100-EXIT
003630         UNTIL TYPE-CYCLE-DONE.
003640 2000-EXIT.
003650     EXIT.
003660
003670*----------------------------------------------------------*
003680*  2100-REVIEW-CLAIM - READ THE NEXT CLAIM ALONG THE       *
003690*  ALTERNATE INDEX AND TAKE IT ONE STEP THROUGH ITS        *
003700*  RE-CERTIFICATION CYCLE.  A TERMINATED CLAIM HAS NO      *
003710*  CYCLE.  A SUSPENDED CLAIM IS NOT SENT A NEW FORM - IT   *
003720*  STARTS A FRESH CYCLE WHEN IT IS RESUMED.                *
003730*----------------------------------------------------------*
003740 2100-REVIEW-CLAIM.
003750     READ CITIZEN-MASTER-FILE NEXT RECORD
003760         AT END
003770             SET TYPE-CYCLE-DONE TO TRUE
003780             GO TO 2100-EXIT
003790     END-READ
003800
003810     IF CITIZEN-BENEFIT-TYPE NOT = WS-RT-TYPE(WS-RT-IDX)
003820         SET TYPE-CYCLE-DONE TO TRUE
003830         GO TO 2100-EXIT
003840     END-IF
003850
003860     IF CLAIM-TERMINATED
003870         GO TO 2100-EXIT
003880     END-IF
003890     ADD 1 TO WS-TC-CLAIMS(WS-RT-IDX)
003900
003910     PERFORM 2200-READ-CONTROL-ROW THRU 2200-EXIT
003920     IF RECERT-NOT-ON-FILE
003930         GO TO 2100-EXIT
003940     END-IF
003950
003960     EVALUATE TRUE
003970         WHEN RCT-FORM-NOT-ISSUED
003980             IF RCT-DUE-DATE > WS-NOTICE-END-DATE
003990                 OR CLAIM-SUSPENDED
004000                 GO TO 2100-EXIT
004010             END-IF
004020             ADD 1 TO WS-TC-DUE(WS-RT-IDX)
004030             PERFORM 2300-ISSUE-FORM THRU 2300-EXIT
004040         WHEN RCT-FORM-ISSUED
004050             ADD 1 TO WS-TC-DUE(WS-RT-IDX)
004060             IF WS-RUN-DATE NOT > RCT-REPLY-BY-DATE
004070                 ADD 1 TO WS-TC-AWAITING(WS-RT-IDX)
004080                 GO TO 2100-EXIT
004090             END-IF
004100             ADD 1 TO WS-TC-OVERDUE(WS-RT-IDX)
004110             PERFORM 2400-RAISE-SUSPENSION THRU 2400-EXIT
004120         WHEN RCT-SUSPENSION-RAISED
004130             ADD 1 TO WS-TC-DUE(WS-RT-IDX)
004140             ADD 1 TO WS-TC-OVERDUE(WS-RT-IDX)
004150     END-EVALUATE.
004160 2100-EXIT.
004170     EXIT.
004180
004190*----------------------------------------------------------*
004200*  2200-READ-CONTROL-ROW - THE CLAIM'S CONTROL ROW.  A     *
004210*  CLAIM WITHOUT ONE PREDATES THE CYCLE BEING KEPT - IT IS *
004220*  GIVEN ONE NOW, DUE A FULL CYCLE FROM TODAY, AND HAS     *
004230*  NOTHING FURTHER TO DO THIS RUN.                         *
004240*----------------------------------------------------------*
004250 2200-READ-CONTROL-ROW.
004260     MOVE CITIZEN-KEY TO RCT-KEY
004270     READ RECERT-FILE
004280         INVALID KEY
004290             SET RECERT-NOT-ON-FILE TO TRUE
004300         NOT INVALID KEY
004310             SET RECERT-ON-FILE TO TRUE
004320     END-READ
004330     IF RECERT-ON-FILE
004340         GO TO 2200-EXIT
004350     END-IF
004360
004370     INITIALIZE RECERT-CONTROL-RECORD
004380     MOVE CITIZEN-KEY TO RCT-KEY
004390     MOVE WS-RT-CYCLE-WEEKS(WS-RT-IDX) TO RCT-CYCLE-WEEKS
004400     COMPUTE RCT-DUE-DATE = FUNCTION DATE-OF-INTEGER(
004410         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
004420             + RCT-CYCLE-WEEKS * 7)
004430     SET RCT-FORM-NOT-ISSUED TO TRUE
004440     MOVE WS-RUN-DATE TO RCT-LAST-CHANGED
004450     MOVE WS-LOCK-PROGRAM-NAME TO RCT-LAST-PROGRAM
004460     WRITE RECERT-CONTROL-RECORD
004470     PERFORM 9111-CHECK-RECERT-STATUS THRU 9111-EXIT
004480     ADD 1 TO WS-TC-SEEDED(WS-RT-IDX).
004490 2200-EXIT.
004500     EXIT.
004510
004520*----------------------------------------------------------*
004530*  2300-ISSUE-FORM - THE CLAIM HAS FALLEN DUE WITHIN THE   *
004540*  NOTICE PERIOD.  ONE FORM LINE FOR CITIZEN-LETTER, THE   *
004550*  CONTROL ROW MARKED ISSUED WITH ITS REPLY-BY DATE - THE  *
004560*  REPLY PERIOD FROM TODAY, OR THE DUE DATE IF THAT IS     *
004570*  LATER - AND A REPORT LINE.                              *
004580*----------------------------------------------------------*
004590 2300-ISSUE-FORM.
004600     MOVE WS-RUN-DATE TO RCT-ISSUED-DATE
004610     IF RCT-DUE-DATE > WS-REPLY-BY-DATE
004620         MOVE RCT-DUE-DATE TO RCT-REPLY-BY-DATE
004630     ELSE
004640         MOVE WS-REPLY-BY-DATE TO RCT-REPLY-BY-DATE
004650     END-IF
004660     SET RCT-FORM-ISSUED TO TRUE
004670     MOVE WS-RUN-DATE TO RCT-LAST-CHANGED
004680     MOVE WS-LOCK-PROGRAM-NAME TO RCT-LAST-PROGRAM
004690     REWRITE RECERT-CONTROL-RECORD
004700     PERFORM 9111-CHECK-RECERT-STATUS THRU 9111-EXIT
004710
004720     INITIALIZE RECERT-FORM-RECORD
004730     MOVE CITIZEN-ID TO RCF-CITIZEN-ID
004740     MOVE CITIZEN-BENEFIT-TYPE TO RCF-BENEFIT-TYPE
004750     MOVE RCT-DUE-DATE TO RCF-DUE-DATE
004760     MOVE RCT-ISSUED-DATE TO RCF-ISSUED-DATE
004770     MOVE RCT-REPLY-BY-DATE TO RCF-REPLY-BY-DATE
004780     WRITE RECERT-FORM-RECORD
004790     PERFORM 9112-CHECK-FORM-STATUS THRU 9112-EXIT
004800
004810     MOVE "FORM ISSUED" TO DL-ACTION
004820     MOVE SPACES TO DL-TEXT
004830     PERFORM 2900-WRITE-DETAIL-LINE THRU 2900-EXIT
004840     ADD 1 TO WS-TC-ISSUED(WS-RT-IDX).
004850 2300-EXIT.
004860     EXIT.
004870
004880*----------------------------------------------------------*
004890*  2400-RAISE-SUSPENSION - THE REPLY-BY DATE HAS PASSED    *
004900*  WITHOUT THE FORM COMING BACK.  AN S LINE EFFECTIVE      *
004910*  TODAY GOES ON THE TRANSACTION FILE FOR CITIZEN-MAINT,   *
004920*  AND THE CONTROL ROW IS MARKED SO IT IS RAISED ONCE      *
004930*  ONLY.  A CLAIM ALREADY SUSPENDED FOR SOME OTHER REASON  *
004940*  NEEDS NO TRANSACTION - IT IS MARKED AND REPORTED ONLY.  *
004950*----------------------------------------------------------*
004960 2400-RAISE-SUSPENSION.
004970     SET RCT-SUSPENSION-RAISED TO TRUE
004980     MOVE WS-RUN-DATE TO RCT-SUSPENDED-DATE
004990     MOVE WS-RUN-DATE TO RCT-LAST-CHANGED
005000     MOVE WS-LOCK-PROGRAM-NAME TO RCT-LAST-PROGRAM
005010     REWRITE RECERT-CONTROL-RECORD
005020     PERFORM 9111-CHECK-RECERT-STATUS THRU 9111-EXIT
005030
005040     IF CLAIM-SUSPENDED
005050         MOVE "NO REPLY" TO DL-ACTION
005060         MOVE "CLAIM ALREADY SUSPENDED - NO TRANSACTION"
005070             TO DL-TEXT
005080         PERFORM 2900-WRITE-DETAIL-LINE THRU 2900-EXIT
005090         GO TO 2400-EXIT
005100     END-IF
005110
005120     MOVE SPACES TO TRANSACTION-RECORD
005130     MOVE "S" TO TXN-CODE
005140     MOVE CITIZEN-ID TO TXN-CITIZEN-ID
005150     MOVE CITIZEN-BENEFIT-TYPE TO TXN-BENEFIT-TYPE
005160     MOVE WS-RUN-DATE TO TXN-STATUS-DATE
005165     MOVE WS-RUN-ID TO TXN-OFFICER-ID
005170     WRITE TRANSACTION-RECORD
005180     PERFORM 9113-CHECK-TXN-STATUS THRU 9113-EXIT
005190
005200     MOVE "SUSPENSION RAISED" TO DL-ACTION
005210     MOVE "NO REPLY - S TRANSACTION FOR CITIZEN-MAINT"
005220         TO DL-TEXT
005230     PERFORM 2900-WRITE-DETAIL-LINE THRU 2900-EXIT
005240     ADD 1 TO WS-TC-SUSPENDED(WS-RT-IDX).
005250 2400-EXIT.
005260     EXIT.
005270
005280*----------------------------------------------------------*
005290*  2900-WRITE-DETAIL-LINE - ONE REPORT LINE FOR THE CLAIM  *
005300*  IN HAND.  THE CALLER HAS SET THE ACTION AND THE TEXT.   *
005310*----------------------------------------------------------*
005320 2900-WRITE-DETAIL-LINE.
005330     MOVE CITIZEN-ID TO DL-CITIZEN-ID
005340     MOVE CITIZEN-BENEFIT-TYPE TO DL-BENEFIT-TYPE
005350     MOVE CITIZEN-NAME TO DL-NAME
005360     MOVE RCT-DUE-DATE TO DL-DUE-DATE
005370     MOVE RCT-REPLY-BY-DATE TO DL-REPLY-BY-DATE
005380     MOVE WS-DETAIL-LINE TO RECERT-REPORT-RECORD
005390     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT.
005400 2900-EXIT.
005410     EXIT.
005420
005430*----------------------------------------------------------*
005440*  2990-WRITE-REPORT-LINE - ONE REPORT LINE, STATUS-       *
005450*  CHECKED.                                                *
005460*----------------------------------------------------------*
005470 2990-WRITE-REPORT-LINE.
005480     WRITE RECERT-REPORT-RECORD
005490     PERFORM 9110-CHECK-REPORT-STATUS THRU 9110-EXIT.
005500 2990-EXIT.
005510     EXIT.
005520
005530*----------------------------------------------------------*
005540*  8000-FINALIZE - THE COUNTS BY BENEFIT TYPE AND THEIR    *
005550*  TOTAL, THEN CLOSE DOWN.  DUE COUNTS EVERY CLAIM WITH A  *
005560*  CYCLE OPEN INSIDE THE NOTICE PERIOD; ISSUED, THE FORMS  *
005570*  SENT THIS RUN; AWAITING, FORMS OUT AND NOT YET PAST     *
005580*  THEIR REPLY-BY DATE; OVERDUE, FORMS PAST IT; SUSPENDED, *
005590*  THE SUSPENSIONS RAISED THIS RUN.                        *
005600*----------------------------------------------------------*
005610 8000-FINALIZE.
005620     MOVE ALL "-" TO RECERT-REPORT-RECORD
005630     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
005640     MOVE SPACES TO RECERT-REPORT-RECORD
005650     STRING
005660         "  TYPE    CLAIMS     SEEDED        DUE     ISSUED"
005670                                  DELIMITED BY SIZE
005680         "   AWAITING    OVERDUE  SUSPENDED"
005690                                  DELIMITED BY SIZE
005700         INTO RECERT-REPORT-RECORD
005710     END-STRING
005720     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
005730
005740     PERFORM 8100-WRITE-TYPE-LINE THRU 8100-EXIT
005750         VARYING WS-RT-IDX FROM 1 BY 1
005760         UNTIL WS-RT-IDX > 3
005770
005780     MOVE "TOTAL" TO TL-TYPE
005790     MOVE WS-TOT-CLAIMS TO TL-CLAIMS
005800     MOVE WS-TOT-SEEDED TO TL-SEEDED
005810     MOVE WS-TOT-DUE TO TL-DUE
005820     MOVE WS-TOT-ISSUED TO TL-ISSUED
005830     MOVE WS-TOT-AWAITING TO TL-AWAITING
005840     MOVE WS-TOT-OVERDUE TO TL-OVERDUE
005850     MOVE WS-TOT-SUSPENDED TO TL-SUSPENDED
005860     MOVE WS-TYPE-LINE TO RECERT-REPORT-RECORD
005870     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
005880
005890     MOVE ALL "-" TO RECERT-REPORT-RECORD
005900     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
005910
005920     MOVE WS-TOT-ISSUED TO WS-COUNT-DISPLAY
005930     MOVE SPACES TO RECERT-REPORT-RECORD
005940     STRING
005950         "CITIZEN-RECERT FORMS ISSUED      : " DELIMITED BY SIZE
005960         WS-COUNT-DISPLAY                      DELIMITED BY SIZE
005970         INTO RECERT-REPORT-RECORD
005980     END-STRING
005990     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
006000
006010     MOVE WS-TOT-SUSPENDED TO WS-COUNT-DISPLAY
006020     MOVE SPACES TO RECERT-REPORT-RECORD
006030     STRING
006040         "CITIZEN-RECERT SUSPENSIONS RAISED: " DELIMITED BY SIZE
006050         WS-COUNT-DISPLAY                      DELIMITED BY SIZE
006060         INTO RECERT-REPORT-RECORD
006070     END-STRING
006080     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
006090
006100     CLOSE CITIZEN-MASTER-FILE
006110     CLOSE RECERT-FILE
006120     CLOSE RECERT-FORM-FILE
006130     CLOSE TRANSACTION-FILE
006140     CLOSE RECERT-REPORT-FILE
006150
006160     PERFORM 8900-DEREGISTER-RUN THRU 8900-EXIT
006170
006180     DISPLAY "CITIZEN-RECERT CLAIMS REVIEWED   : "
006190         WS-TOT-CLAIMS
006200     DISPLAY "CITIZEN-RECERT CONTROL ROWS ADDED: "
006210         WS-TOT-SEEDED
006220     DISPLAY "CITIZEN-RECERT FORMS ISSUED      : "
006230         WS-TOT-ISSUED
006240     DISPLAY "CITIZEN-RECERT FORMS OVERDUE     : "
006250         WS-TOT-OVERDUE
006260     DISPLAY "CITIZEN-RECERT SUSPENSIONS RAISED: "
006270         WS-TOT-SUSPENDED.
006280 8000-EXIT.
006290     EXIT.
006300
006310*----------------------------------------------------------*
006320*  8100-WRITE-TYPE-LINE - ONE LINE OF THE COUNTS TABLE,    *
006330*  ADDED INTO THE RUN TOTALS.                              *
006340*----------------------------------------------------------*
006350 8100-WRITE-TYPE-LINE.
006360     MOVE WS-RT-TYPE(WS-RT-IDX) TO TL-TYPE
006370     MOVE WS-TC-CLAIMS(WS-RT-IDX) TO TL-CLAIMS
006380     MOVE WS-TC-SEEDED(WS-RT-IDX) TO TL-SEEDED
006390     MOVE WS-TC-DUE(WS-RT-IDX) TO TL-DUE
006400     MOVE WS-TC-ISSUED(WS-RT-IDX) TO TL-ISSUED
006410     MOVE WS-TC-AWAITING(WS-RT-IDX) TO TL-AWAITING
006420     MOVE WS-TC-OVERDUE(WS-RT-IDX) TO TL-OVERDUE
006430     MOVE WS-TC-SUSPENDED(WS-RT-IDX) TO TL-SUSPENDED
006440     MOVE WS-TYPE-LINE TO RECERT-REPORT-RECORD
006450     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
006460
006470     ADD WS-TC-CLAIMS(WS-RT-IDX) TO WS-TOT-CLAIMS
006480     ADD WS-TC-SEEDED(WS-RT-IDX) TO WS-TOT-SEEDED
006490     ADD WS-TC-DUE(WS-RT-IDX) TO WS-TOT-DUE
006500     ADD WS-TC-ISSUED(WS-RT-IDX) TO WS-TOT-ISSUED
006510     ADD WS-TC-AWAITING(WS-RT-IDX) TO WS-TOT-AWAITING
006520     ADD WS-TC-OVERDUE(WS-RT-IDX) TO WS-TOT-OVERDUE
006530     ADD WS-TC-SUSPENDED(WS-RT-IDX) TO WS-TOT-SUSPENDED.
006540 8100-EXIT.
006550     EXIT.
006560
006570*----------------------------------------------------------*
006580*  8900-DEREGISTER-RUN - HAND THE SHARED FILES BACK TO THE *
006590*  REGISTRY.                                               *
006600*----------------------------------------------------------*
006610 8900-DEREGISTER-RUN.
006620     MOVE "D" TO WS-LOCK-ACTION
006630     CALL "CITIZEN-RUNLOCK" USING WS-LOCK-ACTION,
006640                                   WS-LOCK-PROGRAM-NAME,
006650                                   WS-LOCK-RUN-ID,
006660                                   WS-LOCK-RESULT
006670     END-CALL.
006680 8900-EXIT.
006690     EXIT.
006700
006710*----------------------------------------------------------*
006720*  9100-ABEND-FILE-ERROR - AN OPEN OR A WRITE CAME BACK    *
006730*  WITH A NON-ZERO FILE STATUS ON A FILE THE RUN CANNOT    *
006740*  SENSIBLY CONTINUE WITHOUT.  REPORT IT AND STOP RATHER   *
006750*  THAN ISSUING FORMS THE CONTROL FILE DOES NOT RECORD.    *
006760*----------------------------------------------------------*
006770 9100-ABEND-FILE-ERROR.
006780     DISPLAY "CITIZEN-RECERT: I/O ERROR ON " WS-ERROR-FILE-NAME
006790         ", FILE STATUS = " WS-ERROR-STATUS
006800     MOVE 16 TO RETURN-CODE
006810     STOP RUN.
006820 9100-EXIT.
006830     EXIT.
006840
006850*----------------------------------------------------------*
006860*  9110/9111/9112/9113-CHECK-xxx-STATUS - TESTED AFTER     *
006870*  EVERY WRITE TO THE FILE NAMED, SO A FULL DISK OR OTHER  *
006880*  WRITE FAILURE ABENDS THE RUN INSTEAD OF BEING SILENTLY  *
006890*  IGNORED.                                                *
006900*----------------------------------------------------------*
006910 9110-CHECK-REPORT-STATUS.
006920     IF WS-REPORT-STATUS NOT = "00"
006930         MOVE "RECERT-REPORT-FILE" TO WS-ERROR-FILE-NAME
006940         MOVE WS-REPORT-STATUS TO WS-ERROR-STATUS
006950         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
006960     END-IF.
006970 9110-EXIT.
006980     EXIT.
006990
007000 9111-CHECK-RECERT-STATUS.
007010     IF WS-RECERT-STATUS NOT = "00"
007020         MOVE "RECERT-FILE" TO WS-ERROR-FILE-NAME
007030         MOVE WS-RECERT-STATUS TO WS-ERROR-STATUS
007040         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
007050     END-IF.
007060 9111-EXIT.
007070     EXIT.
007080
007090 9112-CHECK-FORM-STATUS.
007100     IF WS-FORM-STATUS NOT = "00"
007110         MOVE "RECERT-FORM-FILE" TO WS-ERROR-FILE-NAME
007120         MOVE WS-FORM-STATUS TO WS-ERROR-STATUS
007130         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
007140     END-IF.
007150 9112-EXIT.
007160     EXIT.
007170
007180 9113-CHECK-TXN-STATUS.
007190     IF WS-TXN-STATUS NOT = "00"
007200         MOVE "TRANSACTION-FILE" TO WS-ERROR-FILE-NAME
007210         MOVE WS-TXN-STATUS TO WS-ERROR-STATUS
007220         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
007230     END-IF.
007240 9113-EXIT.
007250     EXIT.
007260
007270 9999-EXIT.
007280     STOP RUN.
