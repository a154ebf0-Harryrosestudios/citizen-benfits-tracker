000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CITIZEN-APPROVE.
000030 AUTHOR.        R HARGREAVES.
000040 INSTALLATION.  DWP BENEFITS DIVISION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICATION HISTORY                                    *
000090*----------------------------------------------------------*
000100*  15/10/2026 RH   INITIAL VERSION.  THE SECOND PAIR OF    *
000110*                  EYES ON A PAYMENT HELD FOR              *
000120*                  AUTHORISATION BY CITIZEN-BATCH,         *
000130*                  CITIZEN-ARREARS, CITIZEN-REISSUE OR     *
000140*                  CITIZEN-REVIEW.  READS THE DAY'S        *
000150*                  AUTHORISATIONS (AUTHORISATIONS.TXT),    *
000160*                  ONE LINE PER HELD ITEM NAMING THE       *
000170*                  AUTHORISING OFFICER AND WHETHER THE     *
000180*                  ITEM IS APPROVED OR REJECTED.  AN       *
000190*                  APPROVAL BY THE OFFICER WHO KEYED THE   *
000200*                  DECISION OR THE CHANGE TO THE CLAIM THE *
000210*                  PAYMENT WAS WORKED OUT FROM IS REFUSED. *
000220*                  AN APPROVED ITEM IS PAID AS THE PROGRAM *
000230*                  THAT HELD IT WOULD HAVE PAID IT -       *
000240*                  EXTRACT, AUDIT TRAIL AND PAYMENT        *
000250*                  HISTORY; A REJECTED BATCH PAYMENT HAS   *
000260*                  ITS OVERPAYMENT RECOVERY PUT BACK ON    *
000270*                  THE LEDGER.  EVERY DECISION, AND EVERY  *
000280*                  ITEM STILL PENDING MORE THAN TWO DAYS,  *
000290*                  IS LISTED ON AUTH-REPORT.TXT.           *
000292*                  AN APPROVAL IS REFUSED WHILE A          *
000294*                  CITIZEN-FRAUD REFERRAL STILL STOPS THE  *
000296*                  CLAIM, TESTED AS CITIZEN-BATCH TESTS    *
000298*                  IT.                                     *
000300*----------------------------------------------------------*
000310
000320*----------------------------------------------------------*
000330*  ENVIRONMENT DIVISION                                    *
000340*----------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT AUTHORISATION-FILE ASSIGN TO "authorisations.txt"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-AUTHORISATION-STATUS.
000410
000420     SELECT PENDING-AUTH-FILE ASSIGN TO "pending-auth.dat"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS PND-KEY
000460         FILE STATUS IS WS-PENDING-STATUS.
000470
000480     SELECT CITIZEN-MASTER-FILE ASSIGN TO "citizens.dat"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS CITIZEN-KEY
000520         ALTERNATE RECORD KEY IS CITIZEN-BENEFIT-TYPE
000530             WITH DUPLICATES
000540         FILE STATUS IS WS-MASTER-STATUS.
000541
000542     SELECT FRAUD-HOLD-FILE ASSIGN TO "fraud-holds.dat"
000543         ORGANIZATION IS INDEXED
000544         ACCESS MODE IS RANDOM
000545         RECORD KEY IS FHD-KEY
000546         FILE STATUS IS WS-FRAUD-HOLD-STATUS.
000550
000560     SELECT MASTER-JOURNAL-FILE ASSIGN TO "master-journal.dat"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS JNL-KEY
000600         ALTERNATE RECORD KEY IS JNL-CITIZEN-KEY WITH DUPLICATES
000610         FILE STATUS IS WS-JOURNAL-STATUS.
000620
000630     SELECT PAYMENT-HISTORY-FILE ASSIGN TO "payment-history.dat"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS PAYHIST-KEY
000670         FILE STATUS IS WS-PAYHIST-STATUS.
000680
000690     SELECT OVERPAY-LEDGER-FILE ASSIGN TO "overpayments.dat"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS OVP-KEY
000730         FILE STATUS IS WS-OVERPAY-STATUS.
000740
000750     SELECT EXTRACT-FILE ASSIGN TO "payment-extract.txt"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-EXTRACT-STATUS.
000780
000790     SELECT AUDIT-TRAIL-FILE ASSIGN TO "audit-trail.txt"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-AUDIT-STATUS.
000820
000830     SELECT AUTH-REPORT-FILE ASSIGN TO "auth-report.txt"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-REPORT-STATUS.
000860
000870*----------------------------------------------------------*
000880*  DATA DIVISION                                           *
000890*----------------------------------------------------------*
000900 DATA DIVISION.
000910 FILE SECTION.
000920*  AUTHORISATION-FILE - ONE LINE PER DECISION ON A HELD ITEM,
000930*  KEYED BY THE AUTHORISING TEAM: THE ITEM'S KEY AS SHOWN ON
000940*  THE HOLDING PROGRAM'S REPORT (CITIZEN-ID, BENEFIT TYPE,
000950*  PAYMENT DATE YYYYMMDD, HOLDING PROGRAM "BATCH", "ARREARS",
000960*  "REISSUE" OR "REVIEW"), THE AUTHORISING OFFICER'S ID AND
000970*  "A" TO APPROVE OR "R" TO REJECT.  NO FILE MEANS NO
000980*  DECISIONS TODAY.
000990 FD  AUTHORISATION-FILE.
001000 01  AUTHORISATION-RECORD.
001010     05  AUT-ITEM-KEY.
001020         10  AUT-CITIZEN-ID     PIC X(05).
001030         10  AUT-BENEFIT-TYPE   PIC X(02).
001040         10  AUT-PAYMENT-DATE   PIC X(08).
001050         10  AUT-SOURCE         PIC X(08).
001060     05  FILLER                 PIC X(01).
001070     05  AUT-APPROVER-ID        PIC X(08).
001080     05  FILLER                 PIC X(01).
001090     05  AUT-ACTION             PIC X(01).
001100         88  AUT-APPROVE                   VALUE "A".
001110         88  AUT-REJECT                    VALUE "R".
001120
001130*  PENDING-AUTH-FILE - THE HELD ITEMS.  EACH DECIDED ROW IS
001140*  REWRITTEN WITH THE DECISION; THE FILE IS THEN READ END TO
001150*  END FOR THE ITEMS STILL WAITING.
001160 FD  PENDING-AUTH-FILE.
001170     COPY PENDING-AUTH.
001180
001190*  CITIZEN-MASTER-FILE - READ ONLY, TO STOP AN APPROVAL PAYING
001200*  A CLAIM THAT HAS SINCE BEEN SUSPENDED OR TERMINATED.
001210 FD  CITIZEN-MASTER-FILE.
001220     COPY CITIZEN-RECORD.
001230
001231*  FRAUD-HOLD-FILE - READ ONLY, TO STOP AN APPROVAL PAYING
001232*  A CLAIM A CITIZEN-FRAUD REFERRAL STILL STOPS.  NOT THERE
001233*  AT ALL UNTIL THE FIRST SCAN HAS RUN.
001234 FD  FRAUD-HOLD-FILE.
001235     COPY FRAUD-HOLD.
001236
001240*  MASTER-JOURNAL-FILE - READ ONLY, FOR THE OFFICER WHO KEYED
001250*  THE LAST CHANGE TO THE CLAIM BEFORE THE ITEM WAS HELD.
001260 FD  MASTER-JOURNAL-FILE.
001270     COPY MASTER-JOURNAL.
001280
001290*  PAYMENT-HISTORY-FILE - ONE ROW WRITTEN PER APPROVED
001300*  PAYMENT, OR THE ROW AN ARREARS TOP-UP IS FOR REWRITTEN.
001310 FD  PAYMENT-HISTORY-FILE.
001320     COPY PAYMENT-HISTORY.
001330
001340*  OVERPAY-LEDGER-FILE - A REJECTED BATCH PAYMENT'S RECOVERY
001350*  IS PUT BACK ON THE CLAIM'S BALANCE.
001360 FD  OVERPAY-LEDGER-FILE.
001370     COPY OVERPAYMENT-LEDGER.
001380
001390*  EXTRACT-FILE - APPROVED ITEMS JOIN THE DAY'S SUBMISSION,
001400*  SO THE FILE IS OPENED EXTEND.
001410 FD  EXTRACT-FILE.
001420     COPY PAYMENT-EXTRACT.
001430
001440*  AUDIT-TRAIL-FILE - PERMANENT, OPENED EXTEND.
001450 FD  AUDIT-TRAIL-FILE.
001460 01  AUDIT-TRAIL-RECORD        PIC X(170).
001470
001480*  AUTH-REPORT-FILE - THE DECISIONS AND THE AGED ITEMS,
001490*  REBUILT EVERY RUN.
001500 FD  AUTH-REPORT-FILE.
001510 01  AUTH-REPORT-RECORD        PIC X(132).
001520
001530 WORKING-STORAGE SECTION.
001540
001550 01  WS-FILE-STATUSES.
001560     05  WS-AUTHORISATION-STATUS PIC X(02) VALUE "00".
001570     05  WS-PENDING-STATUS      PIC X(02) VALUE "00".
001580     05  WS-MASTER-STATUS       PIC X(02) VALUE "00".
001585     05  WS-FRAUD-HOLD-STATUS   PIC X(02) VALUE "00".
001590     05  WS-JOURNAL-STATUS      PIC X(02) VALUE "00".
001600     05  WS-PAYHIST-STATUS      PIC X(02) VALUE "00".
001610     05  WS-OVERPAY-STATUS      PIC X(02) VALUE "00".
001620     05  WS-EXTRACT-STATUS      PIC X(02) VALUE "00".
001630     05  WS-AUDIT-STATUS        PIC X(02) VALUE "00".
001640     05  WS-REPORT-STATUS       PIC X(02) VALUE "00".
001650
001660*  RUN DATE/TIME STAMPED ON EVERY AUDIT LINE AND DECISION.
001670 01  WS-RUN-DATE-TIME.
001680     05  WS-RUN-DATE            PIC 9(08).
001690     05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001700         10  WS-RUN-YEAR        PIC 9(04).
001710         10  WS-RUN-MONTH       PIC 9(02).
001720         10  WS-RUN-DAY         PIC 9(02).
001730     05  WS-RUN-TIME            PIC 9(08).
001740     05  WS-RUN-TIME-R REDEFINES WS-RUN-TIME.
001750         10  WS-RUN-HOUR        PIC 9(02).
001760         10  WS-RUN-MINUTE      PIC 9(02).
001770         10  WS-RUN-SECOND      PIC 9(02).
001780         10  WS-RUN-HUNDREDTH   PIC 9(02).
001790
001800*  THIS RUN'S OWN IDENTIFIER, "AP" PLUS HHMMSS, ON EVERY
001810*  EXTRACT AND AUDIT LINE IT WRITES.
001820 01  WS-RUN-ID                  PIC X(08) VALUE SPACES.
001830
001840*  DAYS AN ITEM MAY WAIT BEFORE IT IS LISTED AS OVERDUE.
001850 77  WS-AGE-LIMIT-DAYS          PIC 9(03) COMP VALUE 2.
001860 77  WS-ITEM-AGE-DAYS           PIC S9(07) COMP VALUE ZERO.
001870
001880*  THE APPROVED ITEM BEING PAID: THE DATE IT GOES ON THE
001890*  EXTRACT AS, AND THE HISTORY ROW IT IS RECORDED ON.
001900 01  WS-EXTRACT-DATE            PIC 9(08) VALUE ZERO.
001910 01  WS-HISTORY-DATE            PIC 9(08) VALUE ZERO.
001920
001930*  OFFICER WHO KEYED THE LAST CHANGE TO THE CLAIM ON OR
001940*  BEFORE THE DAY THE ITEM WAS HELD, FROM THE JOURNAL.
001950 01  WS-KEYING-OFFICER          PIC X(08) VALUE SPACES.
001960
001970 01  WS-TOTAL-RELEASED          PIC 9(09)V99 VALUE ZERO.
001980
001990*  EDITED FORMS FOR THE AUDIT LINE - THE SAME PICTURES AS
002000*  CITIZEN-BATCH'S, SO EVERY AUDIT LINE READS ALIKE.
002010 01  WS-AUDIT-AMOUNT-DISPLAY    PIC Z(06)9.99.
002020 01  WS-AUDIT-TOTAL-DISPLAY     PIC Z(08)9.99.
002030 01  WS-RECOVERY-DISPLAY        PIC Z(06)9.99.
002040 01  WS-GROSS-DISPLAY           PIC Z(06)9.99.
002050 01  WS-AUDIT-SUFFIX            PIC X(45) VALUE SPACES.
002060
002070*  ONE REPORT DETAIL LINE.
002080 01  WS-DETAIL-LINE.
002090     05  FILLER                 PIC X(02) VALUE SPACES.
002100     05  DL-CITIZEN-ID          PIC X(05).
002110     05  FILLER                 PIC X(01) VALUE SPACE.
002120     05  DL-BENEFIT-TYPE        PIC X(02).
002130     05  FILLER                 PIC X(01) VALUE SPACE.
002140     05  DL-PAYMENT-DATE        PIC X(08).
002150     05  FILLER                 PIC X(01) VALUE SPACE.
002160     05  DL-SOURCE              PIC X(08).
002170     05  FILLER                 PIC X(01) VALUE SPACE.
002180     05  DL-OFFICER-ID          PIC X(08).
002190     05  FILLER                 PIC X(01) VALUE SPACE.
002200     05  DL-OUTCOME             PIC X(10).
002210     05  FILLER                 PIC X(01) VALUE SPACE.
002220     05  DL-TEXT                PIC X(83).
002230
002240 01  WS-AMOUNT-DISPLAY          PIC Z(08)9.99.
002250 01  WS-AGE-DISPLAY             PIC Z(04)9.
002260 01  WS-LIMIT-DISPLAY           PIC Z9.
002270 01  WS-TEXT-SAVE               PIC X(83).
002280 01  WS-COUNT-DISPLAY           PIC Z,ZZZ,ZZ9.
002290
002300 77  WS-COUNT-DECISIONS         PIC 9(07) COMP VALUE ZERO.
002310 77  WS-COUNT-APPROVED          PIC 9(07) COMP VALUE ZERO.
002320 77  WS-COUNT-REJECTED          PIC 9(07) COMP VALUE ZERO.
002330 77  WS-COUNT-SUPERSEDED        PIC 9(07) COMP VALUE ZERO.
002340 77  WS-COUNT-DEFERRED          PIC 9(07) COMP VALUE ZERO.
002350 77  WS-COUNT-REFUSED           PIC 9(07) COMP VALUE ZERO.
002360 77  WS-COUNT-STILL-PENDING     PIC 9(07) COMP VALUE ZERO.
002370 77  WS-COUNT-OVERDUE           PIC 9(07) COMP VALUE ZERO.
002380
002390 01  WS-SWITCHES.
002400     05  WS-EOF-SWITCH          PIC X(01) VALUE "N".
002410         88  END-OF-FILE                   VALUE "Y".
002420         88  NOT-END-OF-FILE               VALUE "N".
002430     05  WS-JNL-EOF-SWITCH      PIC X(01) VALUE "N".
002440         88  END-OF-JOURNAL                VALUE "Y".
002450         88  NOT-END-OF-JOURNAL            VALUE "N".
002460     05  WS-PND-EOF-SWITCH      PIC X(01) VALUE "N".
002470         88  END-OF-PENDING                VALUE "Y".
002480         88  NOT-END-OF-PENDING            VALUE "N".
002490     05  WS-JOURNAL-SWITCH      PIC X(01) VALUE "Y".
002500         88  JOURNAL-PRESENT               VALUE "Y".
002510         88  JOURNAL-ABSENT                VALUE "N".
002511     05  WS-FRAUD-HOLDS-SWITCH  PIC X(01) VALUE "Y".
002512         88  FRAUD-HOLDS-PRESENT           VALUE "Y".
002513         88  FRAUD-HOLDS-ABSENT            VALUE "N".
002514     05  WS-FRAUD-HOLD-SWITCH   PIC X(01) VALUE "N".
002515         88  CLAIM-FRAUD-HELD              VALUE "Y".
002516         88  CLAIM-NOT-FRAUD-HELD          VALUE "N".
002520
002530*  FILE NAME AND STATUS CARRIED INTO 9100-ABEND-FILE-ERROR WHEN
002540*  AN OPEN OR A WRITE FAILS ON A FILE THE RUN CANNOT CONTINUE
002550*  WITHOUT.
002560 01  WS-ERROR-FILE-NAME         PIC X(20).
002570 01  WS-ERROR-STATUS            PIC X(02).
002580
002590*  ARGUMENTS FOR THE CITIZEN-RUNLOCK REGISTRY CALLS.
002600 01  WS-LOCK-ACTION             PIC X(01) VALUE SPACE.
002610 01  WS-LOCK-PROGRAM-NAME       PIC X(15)
002620                                VALUE "CITIZEN-APPROVE".
002630 01  WS-LOCK-RUN-ID             PIC X(08) VALUE SPACES.
002640 01  WS-LOCK-RESULT             PIC X(01) VALUE SPACE.
002650
002660*----------------------------------------------------------*
002670*  PROCEDURE DIVISION                                      *
002680*----------------------------------------------------------*
002690 PROCEDURE DIVISION.
002700
002710 0000-MAINLINE.
002720     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002730     PERFORM 2000-PROCESS-DECISION THRU 2000-EXIT
002740         UNTIL END-OF-FILE
002750     PERFORM 3000-LIST-PENDING THRU 3000-EXIT
002760     PERFORM 8000-FINALIZE THRU 8000-EXIT
002770     GO TO 9999-EXIT.
002780
002790*----------------------------------------------------------*
002800*  1000-INITIALIZE - REGISTER THE RUN AND OPEN THE FILES.  *
002810*  THE PENDING FILE, HISTORY AND LEDGER ARE CREATED EMPTY  *
002820*  ON A FIRST RUN (STATUS 35) AS THE PAYMENT PROGRAMS DO.  *
002830*  NO AUTHORISATIONS FILE MEANS NO DECISIONS TODAY - THE   *
002840*  AGED ITEMS ARE STILL LISTED.                            *
002850*----------------------------------------------------------*
002860 1000-INITIALIZE.
002870     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002880     ACCEPT WS-RUN-TIME FROM TIME
002890     STRING
002900         "AP"             DELIMITED BY SIZE
002910         WS-RUN-TIME(1:6) DELIMITED BY SIZE
002920         INTO WS-RUN-ID
002930     END-STRING
002940
002950     PERFORM 1900-REGISTER-RUN THRU 1900-EXIT
002960
002970     OPEN OUTPUT AUTH-REPORT-FILE
002980     IF WS-REPORT-STATUS NOT = "00"
002990         MOVE "AUTH-REPORT-FILE" TO WS-ERROR-FILE-NAME
003000         MOVE WS-REPORT-STATUS TO WS-ERROR-STATUS
003010         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003020     END-IF
003030
003040     OPEN INPUT AUTHORISATION-FILE
003050     IF WS-AUTHORISATION-STATUS = "35"
003060         SET END-OF-FILE TO TRUE
003070     ELSE
003080         IF WS-AUTHORISATION-STATUS NOT = "00"
003090             MOVE "AUTHORISATION-FILE" TO WS-ERROR-FILE-NAME
003100             MOVE WS-AUTHORISATION-STATUS TO WS-ERROR-STATUS
003110             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003120         END-IF
003130     END-IF
003140
003150     OPEN I-O PENDING-AUTH-FILE
003160     IF WS-PENDING-STATUS = "35"
003170         OPEN OUTPUT PENDING-AUTH-FILE
003180         CLOSE PENDING-AUTH-FILE
003190         OPEN I-O PENDING-AUTH-FILE
003200     END-IF
003210     IF WS-PENDING-STATUS NOT = "00"
003220         MOVE "PENDING-AUTH-FILE" TO WS-ERROR-FILE-NAME
003230         MOVE WS-PENDING-STATUS TO WS-ERROR-STATUS
003240         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003250     END-IF
003260
003270     OPEN INPUT CITIZEN-MASTER-FILE
003280     IF WS-MASTER-STATUS NOT = "00"
003290         MOVE "CITIZEN-MASTER-FILE" TO WS-ERROR-FILE-NAME
003300         MOVE WS-MASTER-STATUS TO WS-ERROR-STATUS
003310         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003320     END-IF
003330
003340*    NO JOURNAL YET MEANS NO OFFICER HAS KEYED A CHANGE THAT
003350*    COULD BAR AN APPROVAL - THE DECISION CHECK STILL APPLIES.
003360     OPEN INPUT MASTER-JOURNAL-FILE
003370     IF WS-JOURNAL-STATUS = "35"
003380         SET JOURNAL-ABSENT TO TRUE
003390     ELSE
003400         IF WS-JOURNAL-STATUS NOT = "00"
003410             MOVE "MASTER-JOURNAL-FILE" TO WS-ERROR-FILE-NAME
003420             MOVE WS-JOURNAL-STATUS TO WS-ERROR-STATUS
003421             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003422         END-IF
003423     END-IF
003424
003425*    NO HOLDS FILE MEANS CITIZEN-FRAUD HAS NEVER RUN, AND NO
003426*    CLAIM IS HELD.
003427     OPEN INPUT FRAUD-HOLD-FILE
003428     IF WS-FRAUD-HOLD-STATUS = "35"
003429         SET FRAUD-HOLDS-ABSENT TO TRUE
003430     ELSE
003431         IF WS-FRAUD-HOLD-STATUS NOT = "00"
003432             MOVE "FRAUD-HOLD-FILE" TO WS-ERROR-FILE-NAME
003433             MOVE WS-FRAUD-HOLD-STATUS TO WS-ERROR-STATUS
003434             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003440         END-IF
003450     END-IF
003460
003470     OPEN I-O PAYMENT-HISTORY-FILE
003480     IF WS-PAYHIST-STATUS = "35"
003490         OPEN OUTPUT PAYMENT-HISTORY-FILE
003500         CLOSE PAYMENT-HISTORY-FILE
003510         OPEN I-O PAYMENT-HISTORY-FILE
003520     END-IF
003530     IF WS-PAYHIST-STATUS NOT = "00"
003540         MOVE "PAYMENT-HISTORY-FILE" TO WS-ERROR-FILE-NAME
003550         MOVE WS-PAYHIST-STATUS TO WS-ERROR-STATUS
003560         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003570     END-IF
003580
003590     OPEN I-O OVERPAY-LEDGER-FILE
003600     IF WS-OVERPAY-STATUS = "35"
003610         OPEN OUTPUT OVERPAY-LEDGER-FILE
003620         CLOSE OVERPAY-LEDGER-FILE
003630         OPEN I-O OVERPAY-LEDGER-FILE
003640     END-IF
003650     IF WS-OVERPAY-STATUS NOT = "00"
003660         MOVE "OVERPAY-LEDGER-FILE" TO WS-ERROR-FILE-NAME
003670         MOVE WS-OVERPAY-STATUS TO WS-ERROR-STATUS
003680         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003690     END-IF
003700
003710     OPEN EXTEND EXTRACT-FILE
003720     IF WS-EXTRACT-STATUS = "35"
003730         OPEN OUTPUT EXTRACT-FILE
003740     END-IF
003750     IF WS-EXTRACT-STATUS NOT = "00"
003760         MOVE "EXTRACT-FILE" TO WS-ERROR-FILE-NAME
003770         MOVE WS-EXTRACT-STATUS TO WS-ERROR-STATUS
003780         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003790     END-IF
003800
003810     OPEN EXTEND AUDIT-TRAIL-FILE
003820     IF WS-AUDIT-STATUS = "35"
003830         OPEN OUTPUT AUDIT-TRAIL-FILE
003840     END-IF
003850     IF WS-AUDIT-STATUS NOT = "00"
003860         MOVE "AUDIT-TRAIL-FILE" TO WS-ERROR-FILE-NAME
003870         MOVE WS-AUDIT-STATUS TO WS-ERROR-STATUS
003880         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003890     END-IF
003900
003910     MOVE SPACES TO AUTH-REPORT-RECORD
003920     STRING
003930         "CITIZEN-APPROVE REPORT - RUN DATE " DELIMITED BY SIZE
003940         WS-RUN-DATE              DELIMITED BY SIZE
003950         " RUN "                  DELIMITED BY SIZE
003960         WS-RUN-ID                DELIMITED BY SIZE
003970         INTO AUTH-REPORT-RECORD
003980     END-STRING
003990     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
004000     MOVE ALL "-" TO AUTH-REPORT-RECORD
004010     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
004020     MOVE "DECISIONS" TO AUTH-REPORT-RECORD
004030     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
004040     IF END-OF-FILE
004050         MOVE "  NO AUTHORISATIONS FILE - NO DECISIONS TODAY"
004060             TO AUTH-REPORT-RECORD
004070         PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
004080     END-IF.
004090 1000-EXIT.
004100     EXIT.
004110
004120*----------------------------------------------------------*
004130*  1900-REGISTER-RUN - TAKE THE SHARED FILES THROUGH THE   *
004140*  CITIZEN-RUNLOCK REGISTRY.  A REFUSAL MEANS ANOTHER      *
004150*  WRITER IS MID-FLIGHT - STOP BEFORE ANYTHING IS OPENED.  *
004160*----------------------------------------------------------*
004170 1900-REGISTER-RUN.
004180     MOVE "R" TO WS-LOCK-ACTION
004190     MOVE WS-RUN-ID TO WS-LOCK-RUN-ID
004200     CALL "CITIZEN-RUNLOCK" USING WS-LOCK-ACTION,
004210                                   WS-LOCK-PROGRAM-NAME,
004220                                   WS-LOCK-RUN-ID,
004230                                   WS-LOCK-RESULT
004240     END-CALL
004250     IF WS-LOCK-RESULT NOT = "G"
004260         DISPLAY "CITIZEN-APPROVE: ANOTHER RUN HOLDS THE "
004270             "PAYMENT FILES - NOT STARTED"
004280         MOVE 16 TO RETURN-CODE
004290         STOP RUN
004300     END-IF.
004310 1900-EXIT.
004320     EXIT.
004330
004340*----------------------------------------------------------*
004350*  2000-PROCESS-DECISION - ONE AUTHORISATIONS LINE.  THE   *
004360*  LINE MUST NAME AN ITEM STILL PENDING, AN OFFICER AND A  *
004370*  VALID ACTION.  A REJECTION IS TAKEN FROM ANY OFFICER;   *
004380*  AN APPROVAL ONLY FROM ONE WHO DID NOT KEY THE DECISION  *
004390*  OR CHANGE BEHIND THE PAYMENT, AND ONLY WHILE THE CLAIM  *
004400*  IS STILL IN PAYMENT AND NO FRAUD REFERRAL STOPS IT.  A  *
004410*  REFUSED LINE LEAVES THE ITEM AS IT WAS.                 *
004420*----------------------------------------------------------*
004430 2000-PROCESS-DECISION.
004440     READ AUTHORISATION-FILE
004450         AT END
004460             SET END-OF-FILE TO TRUE
004470             GO TO 2000-EXIT
004480     END-READ
004490     IF AUTHORISATION-RECORD = SPACES
004500         GO TO 2000-EXIT
004510     END-IF
004520     ADD 1 TO WS-COUNT-DECISIONS
004530
004540     MOVE AUT-CITIZEN-ID TO DL-CITIZEN-ID
004550     MOVE AUT-BENEFIT-TYPE TO DL-BENEFIT-TYPE
004560     MOVE AUT-PAYMENT-DATE TO DL-PAYMENT-DATE
004570     MOVE AUT-SOURCE TO DL-SOURCE
004580     MOVE AUT-APPROVER-ID TO DL-OFFICER-ID
004590
004600     IF AUT-PAYMENT-DATE IS NOT NUMERIC
004610         MOVE "PAYMENT DATE IS NOT YYYYMMDD" TO DL-TEXT
004620         PERFORM 2900-REFUSE-DECISION THRU 2900-EXIT
004630         GO TO 2000-EXIT
004640     END-IF
004650     IF NOT AUT-APPROVE
004660         AND NOT AUT-REJECT
004670         MOVE "ACTION MUST BE A (APPROVE) OR R (REJECT)"
004680             TO DL-TEXT
004690         PERFORM 2900-REFUSE-DECISION THRU 2900-EXIT
004700         GO TO 2000-EXIT
004710     END-IF
004720     IF AUT-APPROVER-ID = SPACES
004730         MOVE "NO AUTHORISING OFFICER GIVEN" TO DL-TEXT
004740         PERFORM 2900-REFUSE-DECISION THRU 2900-EXIT
004750         GO TO 2000-EXIT
004760     END-IF
004770
004780     MOVE AUT-CITIZEN-ID TO PND-CITIZEN-ID
004790     MOVE AUT-BENEFIT-TYPE TO PND-BENEFIT-TYPE
004800     MOVE AUT-PAYMENT-DATE TO PND-PAYMENT-DATE
004810     MOVE AUT-SOURCE TO PND-SOURCE
004820     READ PENDING-AUTH-FILE
004830         INVALID KEY
004840             MOVE "NO SUCH HELD ITEM" TO DL-TEXT
004850             PERFORM 2900-REFUSE-DECISION THRU 2900-EXIT
004860             GO TO 2000-EXIT
004870     END-READ
004880     IF NOT PND-PENDING
004890         MOVE "ITEM ALREADY DECIDED" TO DL-TEXT
004900         PERFORM 2900-REFUSE-DECISION THRU 2900-EXIT
004910         GO TO 2000-EXIT
004920     END-IF
004930
004940     IF AUT-REJECT
004950         PERFORM 2500-REJECT-ITEM THRU 2500-EXIT
004960         GO TO 2000-EXIT
004970     END-IF
004980
004990     IF AUT-APPROVER-ID = PND-KEYED-BY
005000         MOVE "APPROVER KEYED THE DECISION - ANOTHER OFFICER MUST"
005010             TO DL-TEXT
005020         PERFORM 2900-REFUSE-DECISION THRU 2900-EXIT
005030         GO TO 2000-EXIT
005040     END-IF
005050     PERFORM 2100-FIND-KEYING-OFFICER THRU 2100-EXIT
005060     IF AUT-APPROVER-ID = WS-KEYING-OFFICER
005070         MOVE "APPROVER KEYED THE CLAIM CHANGE - ANOTHER MUST"
005080             TO DL-TEXT
005090         PERFORM 2900-REFUSE-DECISION THRU 2900-EXIT
005100         GO TO 2000-EXIT
005110     END-IF
005120
005130     MOVE PND-CITIZEN-ID TO CITIZEN-ID
005140     MOVE PND-BENEFIT-TYPE TO CITIZEN-BENEFIT-TYPE
005150     READ CITIZEN-MASTER-FILE
005160         INVALID KEY
005170             MOVE "CLAIM NOT ON THE MASTER - LEFT PENDING"
005180                 TO DL-TEXT
005190             PERFORM 2900-REFUSE-DECISION THRU 2900-EXIT
005200             GO TO 2000-EXIT
005210     END-READ
005220     IF CLAIM-SUSPENDED
005230         OR CLAIM-TERMINATED
005240         MOVE "CLAIM NO LONGER IN PAYMENT - LEFT PENDING"
005250             TO DL-TEXT
005260         PERFORM 2900-REFUSE-DECISION THRU 2900-EXIT
005270         GO TO 2000-EXIT
005280     END-IF
005281     PERFORM 2150-CHECK-FRAUD-HOLD THRU 2150-EXIT
005282     IF CLAIM-FRAUD-HELD
005283         MOVE "FRAUD HOLD - LEFT PENDING" TO DL-TEXT
005284         PERFORM 2900-REFUSE-DECISION THRU 2900-EXIT
005285         GO TO 2000-EXIT
005286     END-IF
005290
005300     EVALUATE TRUE
005310         WHEN PND-FROM-ARREARS
005320             PERFORM 2300-APPROVE-TOPUP THRU 2300-EXIT
005330         WHEN PND-FROM-REISSUE
005340             PERFORM 2400-APPROVE-REISSUE THRU 2400-EXIT
005350         WHEN OTHER
005360             PERFORM 2200-APPROVE-PAYMENT THRU 2200-EXIT
005370     END-EVALUATE.
005380 2000-EXIT.
005390     EXIT.
005400
005410*----------------------------------------------------------*
005420*  2100-FIND-KEYING-OFFICER - THE LAST OFFICER TO KEY A    *
005430*  CHANGE TO THE CLAIM ON OR BEFORE THE DAY THE ITEM WAS   *
005440*  HELD - THE CHANGE THE HELD PAYMENT WAS WORKED OUT FROM. *
005450*  THE JOURNAL'S CLAIM INDEX RETURNS A CLAIM'S ROWS IN THE *
005460*  ORDER THEY WERE WRITTEN.  CHANGES NO OFFICER KEYED (A   *
005470*  LOAD, A DEATH NOTICE) ARE PASSED OVER.                  *
005480*----------------------------------------------------------*
005490 2100-FIND-KEYING-OFFICER.
005500     MOVE SPACES TO WS-KEYING-OFFICER
005510     IF JOURNAL-ABSENT
005520         GO TO 2100-EXIT
005530     END-IF
005540     MOVE PND-CITIZEN-ID TO JNL-CITIZEN-ID
005550     MOVE PND-BENEFIT-TYPE TO JNL-BENEFIT-TYPE
005560     START MASTER-JOURNAL-FILE KEY IS EQUAL TO JNL-CITIZEN-KEY
005570         INVALID KEY
005580             GO TO 2100-EXIT
005590     END-START
005600     SET NOT-END-OF-JOURNAL TO TRUE
005610     PERFORM 2110-READ-CLAIM-CHANGE THRU 2110-EXIT
005620         UNTIL END-OF-JOURNAL.
005630 2100-EXIT.
005640     EXIT.
005650
005660*----------------------------------------------------------*
005670*  2110-READ-CLAIM-CHANGE - NEXT JOURNAL ROW FOR THE       *
005680*  CLAIM; ITS OFFICER IS KEPT IF IT KEYED ONE IN TIME.     *
005690*----------------------------------------------------------*
005700 2110-READ-CLAIM-CHANGE.
005710     READ MASTER-JOURNAL-FILE NEXT RECORD
005720         AT END
005730             SET END-OF-JOURNAL TO TRUE
005740             GO TO 2110-EXIT
005750     END-READ
005760     IF JNL-CITIZEN-ID NOT = PND-CITIZEN-ID
005770         OR JNL-BENEFIT-TYPE NOT = PND-BENEFIT-TYPE
005780         SET END-OF-JOURNAL TO TRUE
005790         GO TO 2110-EXIT
005800     END-IF
005810     IF JNL-RUN-DATE > PND-HELD-DATE
005820         OR JNL-OFFICER-ID = SPACES
005830         GO TO 2110-EXIT
005840     END-IF
005850     MOVE JNL-OFFICER-ID TO WS-KEYING-OFFICER.
005860 2110-EXIT.
005861     EXIT.
005862
005863*----------------------------------------------------------*
005864*  2150-CHECK-FRAUD-HOLD - THE SAME TEST CITIZEN-BATCH     *
005865*  MAKES BEFORE PAYING.  A CITIZEN-FRAUD REFERRAL STILL    *
005866*  AWAITING ITS DECISION HOLDS THE CLAIM; A CLEARED ONE    *
005867*  HOLDS NOTHING; AN UPHELD ONE GOES ON HOLDING IT UNTIL A *
005868*  STATUS CHANGE DATED AFTER THE DECISION (A RESUME) IS ON *
005869*  THE MASTER.                                             *
005870*----------------------------------------------------------*
005871 2150-CHECK-FRAUD-HOLD.
005872     SET CLAIM-NOT-FRAUD-HELD TO TRUE
005873     IF FRAUD-HOLDS-ABSENT
005874         GO TO 2150-EXIT
005875     END-IF
005876     MOVE CITIZEN-KEY TO FHD-KEY
005877     READ FRAUD-HOLD-FILE
005878         INVALID KEY
005879             GO TO 2150-EXIT
005880     END-READ
005881     IF FHD-HELD
005882         SET CLAIM-FRAUD-HELD TO TRUE
005883         GO TO 2150-EXIT
005884     END-IF
005885     IF FHD-UPHELD
005886         IF CITIZEN-STATUS-DATE IS NOT NUMERIC
005887             OR CITIZEN-STATUS-DATE NOT > FHD-DECIDED-DATE
005888             SET CLAIM-FRAUD-HELD TO TRUE
005889         END-IF
005890     END-IF.
005891 2150-EXIT.
005892     EXIT.
005893
005894*----------------------------------------------------------*
005900*  2200-APPROVE-PAYMENT - A BATCH OR REVIEW PAYMENT IS     *
005910*  PAID AS AT THE DATE IT WAS HELD FOR, SO THE HISTORY ROW *
005920*  IS THE ONE THE HOLDING PROGRAM WOULD HAVE WRITTEN AND   *
005930*  ITS DOUBLE-PAYMENT CHECK STILL HOLDS.  IF A ROW IS      *
005940*  ALREADY THERE THE CLAIM WAS PAID FOR THAT DATE SOME     *
005950*  OTHER WAY: THE ITEM IS SUPERSEDED, NOT PAID AGAIN, AND  *
005960*  ANY RECOVERY IT TOOK IS PUT BACK.                       *
005970*----------------------------------------------------------*
005980 2200-APPROVE-PAYMENT.
005990     MOVE PND-PAYMENT-DATE TO WS-HISTORY-DATE
006000     MOVE PND-PAYMENT-DATE TO WS-EXTRACT-DATE
006010     MOVE PND-CITIZEN-ID TO PAYHIST-CITIZEN-ID
006020     MOVE PND-BENEFIT-TYPE TO PAYHIST-BENEFIT-TYPE
006030     MOVE WS-HISTORY-DATE TO PAYHIST-PAYMENT-DATE
006040     READ PAYMENT-HISTORY-FILE
006050         INVALID KEY
006060             CONTINUE
006070         NOT INVALID KEY
006080             SET PND-SUPERSEDED TO TRUE
006090             PERFORM 2800-MARK-DECIDED THRU 2800-EXIT
006100             MOVE "ALREADY PAID FOR THIS DATE - NOT PAID AGAIN"
006110                 TO DL-TEXT
006120             IF PND-RECOVERY-AMOUNT NOT = ZERO
006130                 PERFORM 2550-RESTORE-RECOVERY THRU 2550-EXIT
006140             END-IF
006150             MOVE "SUPERSEDED" TO DL-OUTCOME
006160             PERFORM 2980-WRITE-DETAIL THRU 2980-EXIT
006170             ADD 1 TO WS-COUNT-SUPERSEDED
006180             GO TO 2200-EXIT
006190     END-READ
006200
006210     MOVE SPACES TO WS-AUDIT-SUFFIX
006220     IF PND-RECOVERY-AMOUNT NOT = ZERO
006230         MOVE PND-RECOVERY-AMOUNT TO WS-RECOVERY-DISPLAY
006240         MOVE PND-GROSS-AMOUNT TO WS-GROSS-DISPLAY
006250         STRING
006260             "  RECOVERY: £"      DELIMITED BY SIZE
006270             WS-RECOVERY-DISPLAY  DELIMITED BY SIZE
006280             "  GROSS: £"         DELIMITED BY SIZE
006290             WS-GROSS-DISPLAY     DELIMITED BY SIZE
006300             INTO WS-AUDIT-SUFFIX
006310         END-STRING
006320     END-IF
006330     PERFORM 2600-PAY-ITEM THRU 2600-EXIT
006340     PERFORM 2710-WRITE-PAYMENT-HISTORY THRU 2710-EXIT.
006350 2200-EXIT.
006360     EXIT.
006370
006380*----------------------------------------------------------*
006390*  2300-APPROVE-TOPUP - AN ARREARS TOP-UP IS PAID TODAY    *
006400*  AND FOLDED INTO THE HISTORY ROW IT IS FOR, AS           *
006410*  CITIZEN-ARREARS DOES, WITH THE SAME "FOR PAYMENT OF"    *
006420*  ENDING ON THE AUDIT LINE.  NO ROW TO FOLD IT INTO MEANS *
006430*  THE HISTORY HAS CHANGED UNDER THE ITEM - REFUSED.       *
006440*----------------------------------------------------------*
006450 2300-APPROVE-TOPUP.
006460     MOVE PND-CITIZEN-ID TO PAYHIST-CITIZEN-ID
006470     MOVE PND-BENEFIT-TYPE TO PAYHIST-BENEFIT-TYPE
006480     MOVE PND-PAYMENT-DATE TO PAYHIST-PAYMENT-DATE
006490     READ PAYMENT-HISTORY-FILE
006500         INVALID KEY
006510             MOVE "NO HISTORY ROW FOR THE TOP-UP - LEFT PENDING"
006520                 TO DL-TEXT
006530             PERFORM 2900-REFUSE-DECISION THRU 2900-EXIT
006540             GO TO 2300-EXIT
006550     END-READ
006560
006570     MOVE WS-RUN-DATE TO WS-EXTRACT-DATE
006580     MOVE SPACES TO WS-AUDIT-SUFFIX
006590     STRING
006600         "  FOR PAYMENT OF: "     DELIMITED BY SIZE
006610         PND-PAYMENT-DATE         DELIMITED BY SIZE
006620         INTO WS-AUDIT-SUFFIX
006630     END-STRING
006640     PERFORM 2600-PAY-ITEM THRU 2600-EXIT
006650
006660     ADD PND-AMOUNT TO PAYHIST-AMOUNT
006670     REWRITE PAYHIST-RECORD
006680     PERFORM 9113-CHECK-PAYHIST-STATUS THRU 9113-EXIT.
006690 2300-EXIT.
006700     EXIT.
006710
006720*----------------------------------------------------------*
006730*  2400-APPROVE-REISSUE - A RE-ISSUE IS PAID TODAY AND     *
006740*  RECORDED AT TODAY'S DATE, AS CITIZEN-REISSUE DOES.  IF  *
006750*  THE CLAIM IS ALREADY PAID TODAY THE ROW CANNOT BE       *
006760*  WRITTEN - THE ITEM STAYS PENDING FOR A LATER RUN.       *
006770*----------------------------------------------------------*
006780 2400-APPROVE-REISSUE.
006790     MOVE WS-RUN-DATE TO WS-HISTORY-DATE
006800     MOVE WS-RUN-DATE TO WS-EXTRACT-DATE
006810     MOVE PND-CITIZEN-ID TO PAYHIST-CITIZEN-ID
006820     MOVE PND-BENEFIT-TYPE TO PAYHIST-BENEFIT-TYPE
006830     MOVE WS-HISTORY-DATE TO PAYHIST-PAYMENT-DATE
006840     READ PAYMENT-HISTORY-FILE
006850         INVALID KEY
006860             CONTINUE
006870         NOT INVALID KEY
006880             MOVE "DEFERRED" TO DL-OUTCOME
006890             MOVE "ALREADY PAID TODAY - APPROVE AGAIN NEXT RUN"
006900                 TO DL-TEXT
006910             PERFORM 2980-WRITE-DETAIL THRU 2980-EXIT
006920             ADD 1 TO WS-COUNT-DEFERRED
006930             GO TO 2400-EXIT
006940     END-READ
006950
006960     MOVE SPACES TO WS-AUDIT-SUFFIX
006970     PERFORM 2600-PAY-ITEM THRU 2600-EXIT
006980     PERFORM 2710-WRITE-PAYMENT-HISTORY THRU 2710-EXIT.
006990 2400-EXIT.
007000     EXIT.
007010
007020*----------------------------------------------------------*
007030*  2500-REJECT-ITEM - THE ITEM IS NEVER PAID.  A BATCH     *
007040*  PAYMENT HAD ITS OVERPAYMENT RECOVERY TAKEN OFF THE      *
007050*  LEDGER WHEN IT WAS HELD; THAT RECOVERY NEVER HAPPENED,  *
007060*  SO IT GOES BACK ON THE BALANCE.                         *
007070*----------------------------------------------------------*
007080 2500-REJECT-ITEM.
007090     SET PND-REJECTED TO TRUE
007100     PERFORM 2800-MARK-DECIDED THRU 2800-EXIT
007110     MOVE "NOT PAID" TO DL-TEXT
007120     IF PND-RECOVERY-AMOUNT NOT = ZERO
007130         PERFORM 2550-RESTORE-RECOVERY THRU 2550-EXIT
007140     END-IF
007150     MOVE "REJECTED" TO DL-OUTCOME
007160     PERFORM 2980-WRITE-DETAIL THRU 2980-EXIT
007170     ADD 1 TO WS-COUNT-REJECTED.
007180 2500-EXIT.
007190     EXIT.
007200
007210*----------------------------------------------------------*
007220*  2550-RESTORE-RECOVERY - PUT A HELD BATCH PAYMENT'S      *
007230*  RECOVERY BACK: THE BALANCE GOES UP AND THE RECOVERED    *
007240*  TOTAL DOWN, SO RAISED MINUS RECOVERED STILL PROVES THE  *
007250*  BALANCE.  A MISSING LEDGER ROW IS SAID ON THE LINE AND  *
007260*  COUNTED AS A REFUSAL FOR SOMEONE TO PUT RIGHT BY HAND.  *
007270*----------------------------------------------------------*
007280 2550-RESTORE-RECOVERY.
007290     MOVE PND-RECOVERY-AMOUNT TO WS-RECOVERY-DISPLAY
007300     MOVE PND-CITIZEN-ID TO OVP-CITIZEN-ID
007310     MOVE PND-BENEFIT-TYPE TO OVP-BENEFIT-TYPE
007320     READ OVERPAY-LEDGER-FILE
007330         INVALID KEY
007340             MOVE DL-TEXT TO WS-TEXT-SAVE
007350             MOVE SPACES TO DL-TEXT
007360             STRING
007370                 WS-TEXT-SAVE           DELIMITED BY "  "
007380                 " - NO LEDGER ROW TO PUT RECOVERY OF £"
007390                                        DELIMITED BY SIZE
007400                 WS-RECOVERY-DISPLAY    DELIMITED BY SIZE
007410                 " BACK"                DELIMITED BY SIZE
007420                 INTO DL-TEXT
007430             END-STRING
007440             ADD 1 TO WS-COUNT-REFUSED
007450             GO TO 2550-EXIT
007460     END-READ
007470     ADD PND-RECOVERY-AMOUNT TO OVP-BALANCE
007480     SUBTRACT PND-RECOVERY-AMOUNT FROM OVP-RECOVERED-TOTAL
007490     MOVE WS-RUN-DATE TO OVP-LAST-ACTION-DATE
007500     REWRITE OVERPAY-RECORD
007510     PERFORM 9115-CHECK-OVERPAY-STATUS THRU 9115-EXIT
007520     MOVE DL-TEXT TO WS-TEXT-SAVE
007530     MOVE SPACES TO DL-TEXT
007540     STRING
007550         WS-TEXT-SAVE           DELIMITED BY "  "
007560         " - RECOVERY OF £"     DELIMITED BY SIZE
007570         WS-RECOVERY-DISPLAY    DELIMITED BY SIZE
007580         " PUT BACK ON LEDGER"  DELIMITED BY SIZE
007590         INTO DL-TEXT
007600     END-STRING.
007610 2550-EXIT.
007620     EXIT.
007630
007640*----------------------------------------------------------*
007650*  2600-PAY-ITEM - THE APPROVED AMOUNT ONTO THE EXTRACT    *
007660*  AND THE AUDIT TRAIL, AND THE ITEM MARKED APPROVED.  THE *
007670*  PAYEE IS THE ONE RESOLVED WHEN THE ITEM WAS HELD.       *
007680*----------------------------------------------------------*
007690 2600-PAY-ITEM.
007700     ADD PND-AMOUNT TO WS-TOTAL-RELEASED
007710     PERFORM 2610-WRITE-EXTRACT THRU 2610-EXIT
007720     PERFORM 2700-WRITE-AUDIT-TRAIL THRU 2700-EXIT
007730     SET PND-APPROVED TO TRUE
007740     PERFORM 2800-MARK-DECIDED THRU 2800-EXIT
007750
007760     MOVE PND-AMOUNT TO WS-AMOUNT-DISPLAY
007770     MOVE SPACES TO DL-TEXT
007780     STRING
007790         "PAID £"                 DELIMITED BY SIZE
007800         WS-AMOUNT-DISPLAY        DELIMITED BY SIZE
007810         " ON "                   DELIMITED BY SIZE
007820         WS-EXTRACT-DATE          DELIMITED BY SIZE
007830         INTO DL-TEXT
007840     END-STRING
007850     MOVE "APPROVED" TO DL-OUTCOME
007860     PERFORM 2980-WRITE-DETAIL THRU 2980-EXIT
007870     ADD 1 TO WS-COUNT-APPROVED.
007880 2600-EXIT.
007890     EXIT.
007900
007910*----------------------------------------------------------*
007920*  2610-WRITE-EXTRACT - ONE FIXED-WIDTH PAYMENT LINE.  A   *
007930*  PAYABLE ORDER TRAVELS WITHOUT ACCOUNT FIELDS.           *
007940*----------------------------------------------------------*
007950 2610-WRITE-EXTRACT.
007960     MOVE SPACES TO EXTRACT-RECORD
007970     MOVE PND-CITIZEN-ID TO EXT-CITIZEN-ID
007980     MOVE PND-BENEFIT-TYPE TO EXT-BENEFIT-TYPE
007990     MOVE PND-AMOUNT TO EXT-PAYABLE-AMOUNT
008000     MOVE WS-EXTRACT-DATE TO EXT-PAYMENT-DATE
008010     MOVE WS-RUN-ID TO EXT-RUN-ID
008020     IF PND-PAY-METHOD = "P"
008030         MOVE "P" TO EXT-PAY-METHOD
008040     ELSE
008050         MOVE PND-SORT-CODE TO EXT-SORT-CODE
008060         MOVE PND-ACCOUNT-NUMBER TO EXT-ACCOUNT-NUMBER
008070         MOVE "B" TO EXT-PAY-METHOD
008080     END-IF
008090     WRITE EXTRACT-RECORD
008100     PERFORM 9111-CHECK-EXTRACT-STATUS THRU 9111-EXIT.
008110 2610-EXIT.
008120     EXIT.
008130
008140*----------------------------------------------------------*
008150*  2700-WRITE-AUDIT-TRAIL - SAME LINE FORMAT AS            *
008160*  CITIZEN-BATCH'S AUDIT TRAIL, ENDING AS THE HOLDING      *
008170*  PROGRAM'S WOULD HAVE ENDED, SO AN APPROVED ITEM ROLLS   *
008180*  UP IN CITIZEN-SUMMARY AND CITIZEN-TAXYEAR LIKE ANY      *
008190*  OTHER PAYMENT.  THE RUNNING TOTAL SHOWN IS THE TOTAL    *
008200*  RELEASED BY THIS RUN.                                   *
008210*----------------------------------------------------------*
008220 2700-WRITE-AUDIT-TRAIL.
008230     MOVE PND-AMOUNT TO WS-AUDIT-AMOUNT-DISPLAY
008240     MOVE WS-TOTAL-RELEASED TO WS-AUDIT-TOTAL-DISPLAY
008250     MOVE SPACES TO AUDIT-TRAIL-RECORD
008260     STRING
008270         WS-RUN-YEAR              DELIMITED BY SIZE
008280         "-"                      DELIMITED BY SIZE
008290         WS-RUN-MONTH             DELIMITED BY SIZE
008300         "-"                      DELIMITED BY SIZE
008310         WS-RUN-DAY               DELIMITED BY SIZE
008320         " "                      DELIMITED BY SIZE
008330         WS-RUN-HOUR              DELIMITED BY SIZE
008340         ":"                      DELIMITED BY SIZE
008350         WS-RUN-MINUTE            DELIMITED BY SIZE
008360         ":"                      DELIMITED BY SIZE
008370         WS-RUN-SECOND            DELIMITED BY SIZE
008380         "  CITIZEN: "            DELIMITED BY SIZE
008390         PND-CITIZEN-ID           DELIMITED BY SIZE
008400         "  TYPE: "               DELIMITED BY SIZE
008410         PND-BENEFIT-TYPE         DELIMITED BY SIZE
008420         "  AMOUNT ADDED: £"      DELIMITED BY SIZE
008430         WS-AUDIT-AMOUNT-DISPLAY  DELIMITED BY SIZE
008440         "  RUNNING TOTAL: £"     DELIMITED BY SIZE
008450         WS-AUDIT-TOTAL-DISPLAY   DELIMITED BY SIZE
008460         "  RUN: "                DELIMITED BY SIZE
008470         WS-RUN-ID                DELIMITED BY SIZE
008480         WS-AUDIT-SUFFIX          DELIMITED BY SIZE
008490         INTO AUDIT-TRAIL-RECORD
008500     END-STRING
008510     WRITE AUDIT-TRAIL-RECORD
008520     PERFORM 9112-CHECK-AUDIT-STATUS THRU 9112-EXIT.
008530 2700-EXIT.
008540     EXIT.
008550
008560*----------------------------------------------------------*
008570*  2710-WRITE-PAYMENT-HISTORY - THE PAYMENT'S HISTORY ROW. *
008580*  THE KEY WAS READ AS ABSENT MOMENTS AGO, SO A DUPLICATE  *
008590*  HERE IS A GENUINE I/O PROBLEM AND ABENDS.               *
008600*----------------------------------------------------------*
008610 2710-WRITE-PAYMENT-HISTORY.
008620     INITIALIZE PAYHIST-RECORD
008630     MOVE PND-CITIZEN-ID TO PAYHIST-CITIZEN-ID
008640     MOVE PND-BENEFIT-TYPE TO PAYHIST-BENEFIT-TYPE
008650     MOVE WS-HISTORY-DATE TO PAYHIST-PAYMENT-DATE
008660     MOVE PND-AMOUNT TO PAYHIST-AMOUNT
008670     WRITE PAYHIST-RECORD
008680     PERFORM 9113-CHECK-PAYHIST-STATUS THRU 9113-EXIT.
008690 2710-EXIT.
008700     EXIT.
008710
008720*----------------------------------------------------------*
008730*  2800-MARK-DECIDED - THE DECISION, WHO TOOK IT AND IN    *
008740*  WHICH RUN, ONTO THE PENDING ROW.  THE CALLER HAS SET    *
008750*  THE NEW STATUS.                                         *
008760*----------------------------------------------------------*
008770 2800-MARK-DECIDED.
008780     MOVE AUT-APPROVER-ID TO PND-DECIDED-BY
008790     MOVE WS-RUN-DATE TO PND-DECIDED-DATE
008800     MOVE WS-RUN-ID TO PND-DECIDED-RUN-ID
008810     REWRITE PENDING-AUTH-RECORD
008820     PERFORM 9114-CHECK-PENDING-STATUS THRU 9114-EXIT.
008830 2800-EXIT.
008840     EXIT.
008850
008860*----------------------------------------------------------*
008870*  2900-REFUSE-DECISION - THE LINE IS NOT ACTED ON; THE    *
008880*  REASON IS IN DL-TEXT.  ANY REFUSAL ENDS THE RUN 08.     *
008890*----------------------------------------------------------*
008900 2900-REFUSE-DECISION.
008910     MOVE "REFUSED" TO DL-OUTCOME
008920     PERFORM 2980-WRITE-DETAIL THRU 2980-EXIT
008930     ADD 1 TO WS-COUNT-REFUSED.
008940 2900-EXIT.
008950     EXIT.
008960
008970*----------------------------------------------------------*
008980*  2980-WRITE-DETAIL - THE DETAIL LINE ONTO THE REPORT.    *
008990*----------------------------------------------------------*
009000 2980-WRITE-DETAIL.
009010     MOVE WS-DETAIL-LINE TO AUTH-REPORT-RECORD
009020     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT.
009030 2980-EXIT.
009040     EXIT.
009050
009060*----------------------------------------------------------*
009070*  2990-WRITE-REPORT-LINE - ONE LINE ONTO THE REPORT.      *
009080*----------------------------------------------------------*
009090 2990-WRITE-REPORT-LINE.
009100     WRITE AUTH-REPORT-RECORD
009110     PERFORM 9110-CHECK-REPORT-STATUS THRU 9110-EXIT.
009120 2990-EXIT.
009130     EXIT.
009140
009150*----------------------------------------------------------*
009160*  3000-LIST-PENDING - READ THE PENDING FILE END TO END    *
009170*  AFTER TODAY'S DECISIONS, COUNT WHAT IS STILL WAITING    *
009180*  AND LIST EVERY ITEM HELD MORE THAN WS-AGE-LIMIT-DAYS    *
009190*  AGO.                                                    *
009200*----------------------------------------------------------*
009210 3000-LIST-PENDING.
009220     MOVE ALL "-" TO AUTH-REPORT-RECORD
009230     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
009240     MOVE WS-AGE-LIMIT-DAYS TO WS-LIMIT-DISPLAY
009250     MOVE SPACES TO AUTH-REPORT-RECORD
009260     STRING
009270         "ITEMS PENDING MORE THAN" DELIMITED BY SIZE
009280         WS-LIMIT-DISPLAY          DELIMITED BY SIZE
009290         " DAYS"                   DELIMITED BY SIZE
009300         INTO AUTH-REPORT-RECORD
009310     END-STRING
009320     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
009330
009340     SET NOT-END-OF-PENDING TO TRUE
009350     MOVE LOW-VALUES TO PND-KEY
009360     START PENDING-AUTH-FILE KEY IS NOT LESS THAN PND-KEY
009370         INVALID KEY
009380             SET END-OF-PENDING TO TRUE
009390     END-START
009400     PERFORM 3100-CHECK-PENDING-ITEM THRU 3100-EXIT
009410         UNTIL END-OF-PENDING
009420
009430     IF WS-COUNT-OVERDUE = ZERO
009440         MOVE "  NONE" TO AUTH-REPORT-RECORD
009450         PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
009460     END-IF.
009470 3000-EXIT.
009480     EXIT.
009490
009500*----------------------------------------------------------*
009510*  3100-CHECK-PENDING-ITEM - ONE PENDING-FILE ROW.  THE    *
009520*  AGE IS IN CALENDAR DAYS FROM THE RUN THAT HELD IT.      *
009530*----------------------------------------------------------*
009540 3100-CHECK-PENDING-ITEM.
009550     READ PENDING-AUTH-FILE NEXT RECORD
009560         AT END
009570             SET END-OF-PENDING TO TRUE
009580             GO TO 3100-EXIT
009590     END-READ
009600     IF NOT PND-PENDING
009610         GO TO 3100-EXIT
009620     END-IF
009630     ADD 1 TO WS-COUNT-STILL-PENDING
009640
009650     COMPUTE WS-ITEM-AGE-DAYS =
009660         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
009670       - FUNCTION INTEGER-OF-DATE(PND-HELD-DATE)
009680     END-COMPUTE
009690     IF WS-ITEM-AGE-DAYS NOT > WS-AGE-LIMIT-DAYS
009700         GO TO 3100-EXIT
009710     END-IF
009720     ADD 1 TO WS-COUNT-OVERDUE
009730
009740     MOVE PND-CITIZEN-ID TO DL-CITIZEN-ID
009750     MOVE PND-BENEFIT-TYPE TO DL-BENEFIT-TYPE
009760     MOVE PND-PAYMENT-DATE TO DL-PAYMENT-DATE
009770     MOVE PND-SOURCE TO DL-SOURCE
009780     MOVE PND-KEYED-BY TO DL-OFFICER-ID
009790     MOVE "OVERDUE" TO DL-OUTCOME
009800     MOVE PND-AMOUNT TO WS-AMOUNT-DISPLAY
009810     MOVE WS-ITEM-AGE-DAYS TO WS-AGE-DISPLAY
009820     MOVE SPACES TO DL-TEXT
009830     STRING
009840         "£"                      DELIMITED BY SIZE
009850         WS-AMOUNT-DISPLAY        DELIMITED BY SIZE
009860         " HELD "                 DELIMITED BY SIZE
009870         PND-HELD-DATE            DELIMITED BY SIZE
009880         " AGE"                   DELIMITED BY SIZE
009890         WS-AGE-DISPLAY           DELIMITED BY SIZE
009900         " DAYS - "               DELIMITED BY SIZE
009910         PND-REASON               DELIMITED BY SIZE
009920         INTO DL-TEXT
009930     END-STRING
009940     PERFORM 2980-WRITE-DETAIL THRU 2980-EXIT.
009950 3100-EXIT.
009960     EXIT.
009970
009980*----------------------------------------------------------*
009990*  8000-FINALIZE - COUNTS, CLOSE DOWN, HAND THE FILES BACK *
010000*  AND SET THE RETURN CODE.  A REFUSED LINE NEEDS SOMEONE  *
010010*  TO LOOK AT IT - RETURN CODE 08.                         *
010020*----------------------------------------------------------*
010030 8000-FINALIZE.
010040     MOVE ALL "-" TO AUTH-REPORT-RECORD
010050     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
010060
010070     MOVE WS-COUNT-DECISIONS TO WS-COUNT-DISPLAY
010080     MOVE SPACES TO AUTH-REPORT-RECORD
010090     STRING
010100         "CITIZEN-APPROVE DECISIONS READ    : " DELIMITED BY SIZE
010110         WS-COUNT-DISPLAY                       DELIMITED BY SIZE
010120         INTO AUTH-REPORT-RECORD
010130     END-STRING
010140     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
010150
010160     MOVE WS-COUNT-APPROVED TO WS-COUNT-DISPLAY
010170     MOVE SPACES TO AUTH-REPORT-RECORD
010180     STRING
010190         "CITIZEN-APPROVE APPROVED, PAID    : " DELIMITED BY SIZE
010200         WS-COUNT-DISPLAY                       DELIMITED BY SIZE
010210         INTO AUTH-REPORT-RECORD
010220     END-STRING
010230     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
010240
010250     MOVE WS-TOTAL-RELEASED TO WS-AMOUNT-DISPLAY
010260     MOVE SPACES TO AUTH-REPORT-RECORD
010270     STRING
010280         "CITIZEN-APPROVE TOTAL PAID        : £"
010290                                                DELIMITED BY SIZE
010300         WS-AMOUNT-DISPLAY                       DELIMITED BY SIZE
010310         INTO AUTH-REPORT-RECORD
010320     END-STRING
010330     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
010340
010350     MOVE WS-COUNT-REJECTED TO WS-COUNT-DISPLAY
010360     MOVE SPACES TO AUTH-REPORT-RECORD
010370     STRING
010380         "CITIZEN-APPROVE REJECTED          : " DELIMITED BY SIZE
010390         WS-COUNT-DISPLAY                       DELIMITED BY SIZE
010400         INTO AUTH-REPORT-RECORD
010410     END-STRING
010420     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
010430
010440     MOVE WS-COUNT-SUPERSEDED TO WS-COUNT-DISPLAY
010450     MOVE SPACES TO AUTH-REPORT-RECORD
010460     STRING
010470         "CITIZEN-APPROVE SUPERSEDED        : " DELIMITED BY SIZE
010480         WS-COUNT-DISPLAY                       DELIMITED BY SIZE
010490         INTO AUTH-REPORT-RECORD
010500     END-STRING
010510     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
010520
010530     MOVE WS-COUNT-DEFERRED TO WS-COUNT-DISPLAY
010540     MOVE SPACES TO AUTH-REPORT-RECORD
010550     STRING
010560         "CITIZEN-APPROVE DEFERRED          : " DELIMITED BY SIZE
010570         WS-COUNT-DISPLAY                       DELIMITED BY SIZE
010580         INTO AUTH-REPORT-RECORD
010590     END-STRING
010600     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
010610
010620     MOVE WS-COUNT-REFUSED TO WS-COUNT-DISPLAY
010630     MOVE SPACES TO AUTH-REPORT-RECORD
010640     STRING
010650         "CITIZEN-APPROVE REFUSED           : " DELIMITED BY SIZE
010660         WS-COUNT-DISPLAY                       DELIMITED BY SIZE
010670         INTO AUTH-REPORT-RECORD
010680     END-STRING
010690     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
010700
010710     MOVE WS-COUNT-STILL-PENDING TO WS-COUNT-DISPLAY
010720     MOVE SPACES TO AUTH-REPORT-RECORD
010730     STRING
010740         "CITIZEN-APPROVE STILL PENDING     : " DELIMITED BY SIZE
010750         WS-COUNT-DISPLAY                       DELIMITED BY SIZE
010760         INTO AUTH-REPORT-RECORD
010770     END-STRING
010780     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
010790
010800     MOVE WS-COUNT-OVERDUE TO WS-COUNT-DISPLAY
010810     MOVE SPACES TO AUTH-REPORT-RECORD
010820     STRING
010830         "CITIZEN-APPROVE OVERDUE           : " DELIMITED BY SIZE
010840         WS-COUNT-DISPLAY                       DELIMITED BY SIZE
010850         INTO AUTH-REPORT-RECORD
010860     END-STRING
010870     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
010880
010890     IF WS-AUTHORISATION-STATUS NOT = "35"
010900         CLOSE AUTHORISATION-FILE
010910     END-IF
010920     CLOSE PENDING-AUTH-FILE
010930     CLOSE CITIZEN-MASTER-FILE
010940     IF JOURNAL-PRESENT
010950         CLOSE MASTER-JOURNAL-FILE
010960     END-IF
010962     IF FRAUD-HOLDS-PRESENT
010964         CLOSE FRAUD-HOLD-FILE
010966     END-IF
010970     CLOSE PAYMENT-HISTORY-FILE
010980     CLOSE OVERPAY-LEDGER-FILE
010990     CLOSE EXTRACT-FILE
011000     CLOSE AUDIT-TRAIL-FILE
011010     CLOSE AUTH-REPORT-FILE
011020
011030     PERFORM 8900-DEREGISTER-RUN THRU 8900-EXIT
011040
011050     DISPLAY "CITIZEN-APPROVE DECISIONS READ    : "
011060         WS-COUNT-DECISIONS
011070     DISPLAY "CITIZEN-APPROVE APPROVED, PAID    : "
011080         WS-COUNT-APPROVED
011090     DISPLAY "CITIZEN-APPROVE REJECTED          : "
011100         WS-COUNT-REJECTED
011110     DISPLAY "CITIZEN-APPROVE REFUSED           : "
011120         WS-COUNT-REFUSED
011130     DISPLAY "CITIZEN-APPROVE STILL PENDING     : "
011140         WS-COUNT-STILL-PENDING
011150     DISPLAY "CITIZEN-APPROVE OVERDUE           : "
011160         WS-COUNT-OVERDUE
011170
011180     IF WS-COUNT-REFUSED NOT = ZERO
011190         DISPLAY "CITIZEN-APPROVE: RUN NEEDS A HUMAN LOOK - "
011200             "SEE AUTH-REPORT.TXT"
011210         MOVE 8 TO RETURN-CODE
011220     END-IF.
011230 8000-EXIT.
011240     EXIT.
011250
011260*----------------------------------------------------------*
011270*  8900-DEREGISTER-RUN - HAND THE SHARED FILES BACK TO THE *
011280*  REGISTRY.                                               *
011290*----------------------------------------------------------*
011300 8900-DEREGISTER-RUN.
011310     MOVE "D" TO WS-LOCK-ACTION
011320     CALL "CITIZEN-RUNLOCK" USING WS-LOCK-ACTION,
011330                                   WS-LOCK-PROGRAM-NAME,
011340                                   WS-LOCK-RUN-ID,
011350                                   WS-LOCK-RESULT
011360     END-CALL.
011370 8900-EXIT.
011380     EXIT.
011390
011400*----------------------------------------------------------*
011410*  9100-ABEND-FILE-ERROR - AN OPEN OR A WRITE CAME BACK    *
011420*  WITH A NON-ZERO FILE STATUS ON A FILE THE RUN CANNOT    *
011430*  SENSIBLY CONTINUE WITHOUT.  REPORT IT AND STOP RATHER   *
011440*  THAN PAY AN ITEM THE PENDING FILE DOES NOT RECORD.      *
011450*----------------------------------------------------------*
011460 9100-ABEND-FILE-ERROR.
011470     DISPLAY "CITIZEN-APPROVE: I/O ERROR ON " WS-ERROR-FILE-NAME
011480         ", FILE STATUS = " WS-ERROR-STATUS
011490     MOVE 16 TO RETURN-CODE
011500     STOP RUN.
011510 9100-EXIT.
011520     EXIT.
011530
011540*----------------------------------------------------------*
011550*  9110 TO 9115-CHECK-xxx-STATUS - TESTED AFTER EVERY      *
011560*  WRITE TO THE FILE NAMED, SO A FULL DISK OR OTHER WRITE  *
011570*  FAILURE ABENDS THE RUN INSTEAD OF BEING SILENTLY        *
011580*  IGNORED.                                                *
011590*----------------------------------------------------------*
011600 9110-CHECK-REPORT-STATUS.
011610     IF WS-REPORT-STATUS NOT = "00"
011620         MOVE "AUTH-REPORT-FILE" TO WS-ERROR-FILE-NAME
011630         MOVE WS-REPORT-STATUS TO WS-ERROR-STATUS
011640         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
011650     END-IF.
011660 9110-EXIT.
011670     EXIT.
011680
011690 9111-CHECK-EXTRACT-STATUS.
011700     IF WS-EXTRACT-STATUS NOT = "00"
011710         MOVE "EXTRACT-FILE" TO WS-ERROR-FILE-NAME
011720         MOVE WS-EXTRACT-STATUS TO WS-ERROR-STATUS
011730         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
011740     END-IF.
011750 9111-EXIT.
011760     EXIT.
011770
011780 9112-CHECK-AUDIT-STATUS.
011790     IF WS-AUDIT-STATUS NOT = "00"
011800         MOVE "AUDIT-TRAIL-FILE" TO WS-ERROR-FILE-NAME
011810         MOVE WS-AUDIT-STATUS TO WS-ERROR-STATUS
011820         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
011830     END-IF.
011840 9112-EXIT.
011850     EXIT.
011860
011870 9113-CHECK-PAYHIST-STATUS.
011880     IF WS-PAYHIST-STATUS NOT = "00"
011890         MOVE "PAYMENT-HISTORY-FILE" TO WS-ERROR-FILE-NAME
011900         MOVE WS-PAYHIST-STATUS TO WS-ERROR-STATUS
011910         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
011920     END-IF.
011930 9113-EXIT.
011940     EXIT.
011950
011960 9114-CHECK-PENDING-STATUS.
011970     IF WS-PENDING-STATUS NOT = "00"
011980         MOVE "PENDING-AUTH-FILE" TO WS-ERROR-FILE-NAME
011990         MOVE WS-PENDING-STATUS TO WS-ERROR-STATUS
012000         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
012010     END-IF.
012020 9114-EXIT.
012030     EXIT.
012040
012050 9115-CHECK-OVERPAY-STATUS.
012060     IF WS-OVERPAY-STATUS NOT = "00"
012070         MOVE "OVERPAY-LEDGER-FILE" TO WS-ERROR-FILE-NAME
012080         MOVE WS-OVERPAY-STATUS TO WS-ERROR-STATUS
012090         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
012100     END-IF.
012110 9115-EXIT.
012120     EXIT.
012130
012140 9999-EXIT.
012150     STOP RUN.
