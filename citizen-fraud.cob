000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CITIZEN-FRAUD.
000030 AUTHOR.        R HARGREAVES.
000040 INSTALLATION.  DWP BENEFITS DIVISION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICATION HISTORY                                    *
000090*----------------------------------------------------------*
000100*  15/10/2026 RH   INITIAL VERSION.  AN OVERNIGHT SCAN OF  *
000110*                  THE MASTER FOR THE PATTERNS THE FRAUD   *
000120*                  AND ERROR SECTION LOOK FOR: ONE BANK    *
000130*                  ACCOUNT PAYING MORE THAN ONE            *
000140*                  CITIZEN-ID, AN ADDRESS WITH MORE        *
000150*                  CLAIMANTS THAN THE SET LIMIT, THE SAME  *
000160*                  NAME AND DATE OF BIRTH UNDER MORE THAN  *
000170*                  ONE CITIZEN-ID, AND BANK DETAILS        *
000180*                  CHANGED (PER THE MASTER JOURNAL)        *
000190*                  SHORTLY BEFORE THE CLAIM'S LAST         *
000200*                  PAYMENT.  EACH FINDING ADDS ITS SCORE   *
000210*                  TO EVERY CLAIM IT TOUCHES AND IS LISTED *
000220*                  ON FRAUD-REPORT.TXT.  A CLAIM SCORING   *
000230*                  AT OR ABOVE THE REFERRAL SCORE GOES ON  *
000240*                  REVIEW-QUEUE.TXT AND IS HELD ON         *
000250*                  FRAUD-HOLDS.DAT, WHICH STOPS            *
000260*                  CITIZEN-BATCH PAYING IT UNTIL A         *
000270*                  DECISION IS ACTIONED THROUGH            *
000280*                  CITIZEN-REVIEW.  THE LIMIT, THE WINDOW  *
000290*                  AND THE SCORES ARE READ FROM THE        *
000300*                  FRAUD-PARAMS.TXT CARD, NOT SET HERE.    *
000310*----------------------------------------------------------*
000320
000330*----------------------------------------------------------*
000340*  ENVIRONMENT DIVISION                                    *
000350*----------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT FRAUD-PARAM-FILE ASSIGN TO "fraud-params.txt"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-PARAM-STATUS.
000420
000430     SELECT CITIZEN-MASTER-FILE ASSIGN TO "citizens.dat"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CITIZEN-KEY
000470         ALTERNATE RECORD KEY IS CITIZEN-BENEFIT-TYPE
000480             WITH DUPLICATES
000490         FILE STATUS IS WS-MASTER-STATUS.
000500
000510     SELECT PAYMENT-HISTORY-FILE ASSIGN TO "payment-history.dat"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS PAYHIST-KEY
000550         FILE STATUS IS WS-PAYHIST-STATUS.
000560
000570     SELECT MASTER-JOURNAL-FILE ASSIGN TO "master-journal.dat"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS JNL-KEY
000610         ALTERNATE RECORD KEY IS JNL-CITIZEN-KEY WITH DUPLICATES
000620         FILE STATUS IS WS-JOURNAL-STATUS.
000630
000640     SELECT FRAUD-WORK-FILE ASSIGN TO "fraud-work.dat"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS FWK-KEY
000680         FILE STATUS IS WS-WORK-STATUS.
000690
000700     SELECT FRAUD-SCORE-FILE ASSIGN TO "fraud-scores.dat"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS FSC-KEY
000740         FILE STATUS IS WS-SCORE-STATUS.
000750
000760     SELECT FRAUD-HOLD-FILE ASSIGN TO "fraud-holds.dat"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS RANDOM
000790         RECORD KEY IS FHD-KEY
000800         FILE STATUS IS WS-HOLD-STATUS.
000810
000820     SELECT REVIEW-QUEUE-FILE ASSIGN TO "review-queue.txt"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-REVIEW-STATUS.
000850
000860     SELECT FRAUD-REPORT-FILE ASSIGN TO "fraud-report.txt"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-REPORT-STATUS.
000890
000900*----------------------------------------------------------*
000910*  DATA DIVISION                                           *
000920*----------------------------------------------------------*
000930 DATA DIVISION.
000940 FILE SECTION.
000950*  FRAUD-PARAM-FILE - ONE CARD OF THREE-DIGIT FIGURES: THE
000960*  MOST CLAIMANTS ONE ADDRESS MAY HAVE BEFORE IT IS A
000970*  FINDING, THE NUMBER OF DAYS BEFORE THE LAST PAYMENT A BANK
000980*  DETAILS CHANGE IS A FINDING WITHIN, THE SCORE FOR EACH OF
000990*  THE FOUR FINDINGS, AND THE SCORE AT WHICH A CLAIM IS
001000*  REFERRED.
001010 FD  FRAUD-PARAM-FILE.
001020 01  FRAUD-PARAM-RECORD.
001030     05  FPR-ADDRESS-LIMIT      PIC X(03).
001040     05  FPR-BANK-WINDOW-DAYS   PIC X(03).
001050     05  FPR-SCORE-ACCOUNT      PIC X(03).
001060     05  FPR-SCORE-ADDRESS      PIC X(03).
001070     05  FPR-SCORE-NAME-DOB     PIC X(03).
001080     05  FPR-SCORE-BANK-CHANGE  PIC X(03).
001090     05  FPR-REFER-SCORE        PIC X(03).
001100
001110*  CITIZEN-MASTER-FILE - READ FROM END TO END, ONCE.
001120 FD  CITIZEN-MASTER-FILE.
001130     COPY CITIZEN-RECORD.
001140
001150*  PAYMENT-HISTORY-FILE - READ FOR EACH CLAIM'S LATEST
001160*  PAYMENT DATE.  READ ONLY, AND MAY NOT EXIST.
001170 FD  PAYMENT-HISTORY-FILE.
001180     COPY PAYMENT-HISTORY.
001190
001200*  MASTER-JOURNAL-FILE - EVERY CHANGE MADE TO A CLAIM, READ
001210*  ALONG THE ALTERNATE INDEX ON THE CLAIM FOR CHANGES TO THE
001220*  SORT CODE OR ACCOUNT NUMBER.  READ ONLY, AND MAY NOT EXIST.
001230 FD  MASTER-JOURNAL-FILE.
001240     COPY MASTER-JOURNAL.
001250
001260*  FRAUD-WORK-FILE - ONE ROW PER CLAIM FOR EACH OF ITS BANK
001270*  ACCOUNT, ADDRESS AND NAME/DATE OF BIRTH, KEYED SO THE
001280*  CLAIMS SHARING ONE VALUE READ BACK TOGETHER, IN CITIZEN-ID
001290*  ORDER.  REBUILT EVERY RUN.
001300 FD  FRAUD-WORK-FILE.
001310 01  FRAUD-WORK-RECORD.
001320     05  FWK-KEY.
001330         10  FWK-FINDING        PIC X(01).
001340             88  FWK-SHARED-ACCOUNT        VALUE "A".
001350             88  FWK-SHARED-ADDRESS        VALUE "D".
001360             88  FWK-SHARED-NAME-DOB       VALUE "N".
001370         10  FWK-MATCH-VALUE    PIC X(30).
001380         10  FWK-CITIZEN-KEY.
001390             15  FWK-CITIZEN-ID     PIC X(05).
001400             15  FWK-BENEFIT-TYPE   PIC X(02).
001410     05  FWK-NAME               PIC X(20).
001420
001430*  FRAUD-SCORE-FILE - ONE ROW PER CLAIM SCANNED, CARRYING ITS
001440*  SCORE SO FAR AND THE FINDINGS THAT MADE IT UP, IN THE SAME
001450*  ONE-BYTE-PER-FINDING FORM AS FRAUD-HOLDS.DAT.  REBUILT
001460*  EVERY RUN.
001470 FD  FRAUD-SCORE-FILE.
001480 01  FRAUD-SCORE-RECORD.
001490     05  FSC-KEY.
001500         10  FSC-CITIZEN-ID     PIC X(05).
001510         10  FSC-BENEFIT-TYPE   PIC X(02).
001520     05  FSC-NAME               PIC X(20).
001530     05  FSC-SCORE              PIC 9(04).
001540     05  FSC-FINDINGS.
001550         10  FSC-FOUND-ACCOUNT     PIC X(01).
001560         10  FSC-FOUND-ADDRESS     PIC X(01).
001570         10  FSC-FOUND-NAME-DOB    PIC X(01).
001580         10  FSC-FOUND-BANK-CHANGE PIC X(01).
001590
001600*  FRAUD-HOLD-FILE - THE CLAIMS REFERRED AND WHERE THEIR
001610*  DECISION HAS GOT TO.  PERMANENT, SHARED WITH CITIZEN-BATCH
001620*  AND CITIZEN-REVIEW.
001630 FD  FRAUD-HOLD-FILE.
001640     COPY FRAUD-HOLD.
001650
001660*  REVIEW-QUEUE-FILE - SHARED WITH CITIZEN-LOAD, CITIZEN-BATCH
001670*  AND CITIZEN-DEATHS.  OPENED EXTEND SO THE ENTRIES ALREADY
001680*  QUEUED ARE KEPT.
001690 FD  REVIEW-QUEUE-FILE.
001700 01  REVIEW-QUEUE-RECORD       PIC X(100).
001710
001720*  FRAUD-REPORT-FILE - EVERY FINDING AND EVERY CLAIM SCORED,
001730*  WITH WHAT WAS DONE ABOUT IT.  REBUILT EVERY RUN.
001740 FD  FRAUD-REPORT-FILE.
001750 01  FRAUD-REPORT-RECORD       PIC X(132).
001760
001770 WORKING-STORAGE SECTION.
001780
001790 01  WS-FILE-STATUSES.
001800     05  WS-PARAM-STATUS        PIC X(02) VALUE "00".
001810     05  WS-MASTER-STATUS       PIC X(02) VALUE "00".
001820     05  WS-PAYHIST-STATUS      PIC X(02) VALUE "00".
001830     05  WS-JOURNAL-STATUS      PIC X(02) VALUE "00".
001840     05  WS-WORK-STATUS         PIC X(02) VALUE "00".
001850     05  WS-SCORE-STATUS        PIC X(02) VALUE "00".
001860     05  WS-HOLD-STATUS         PIC X(02) VALUE "00".
001870     05  WS-REVIEW-STATUS       PIC X(02) VALUE "00".
001880     05  WS-REPORT-STATUS       PIC X(02) VALUE "00".
001890
001900*  THE PARAMETER CARD ONCE EDITED NUMERIC.
001910 01  WS-PARAM-CARD.
001920     05  WS-ADDRESS-LIMIT       PIC 9(03).
001930     05  WS-BANK-WINDOW-DAYS    PIC 9(03).
001940     05  WS-SCORE-ACCOUNT       PIC 9(03).
001950     05  WS-SCORE-ADDRESS       PIC 9(03).
001960     05  WS-SCORE-NAME-DOB      PIC 9(03).
001970     05  WS-SCORE-BANK-CHANGE   PIC 9(03).
001980     05  WS-REFER-SCORE         PIC 9(03).
001990
002000*  RUN DATE/TIME AND IDENTIFIER - "FR" PLUS HHMMSS - NAMING
002010*  THE RUN ON THE REGISTRY AND ON EVERY HOLD IT RAISES.
002020 01  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
002030 01  WS-RUN-TIME                PIC 9(08) VALUE ZERO.
002040 01  WS-RUN-ID                  PIC X(08) VALUE SPACES.
002050
002060*  THE CLAIM'S LATEST PAYMENT, AND THE LATEST CHANGE TO ITS
002070*  BANK DETAILS WITHIN THE WINDOW BEFORE IT - ZERO WHEN THERE
002080*  IS NONE.
002090 01  WS-LAST-PAID-DATE          PIC 9(08) VALUE ZERO.
002100 01  WS-CHANGE-DATE             PIC 9(08) VALUE ZERO.
002110 01  WS-CHANGE-FROM             PIC X(14) VALUE SPACES.
002120 01  WS-CHANGE-TO               PIC X(14) VALUE SPACES.
002130 77  WS-DAYS-BEFORE-PAYMENT     PIC S9(07) COMP VALUE ZERO.
002140
002150*  A JOURNAL ROW'S BEFORE AND AFTER IMAGES, LAID OUT AS THE
002160*  CITIZEN-RECORD COPYBOOK AS FAR AS THE BANK DETAILS.
002170 01  WS-BEFORE-IMAGE.
002180     05  FILLER                 PIC X(76).
002190     05  WS-BEFORE-BANK.
002200         10  WS-BEFORE-SORT-CODE   PIC X(06).
002210         10  WS-BEFORE-ACCOUNT     PIC X(08).
002220     05  FILLER                 PIC X(11).
002230 01  WS-AFTER-IMAGE.
002240     05  FILLER                 PIC X(76).
002250     05  WS-AFTER-BANK.
002260         10  WS-AFTER-SORT-CODE    PIC X(06).
002270         10  WS-AFTER-ACCOUNT      PIC X(08).
002280     05  FILLER                 PIC X(11).
002290
002300*  THE GROUP OF CLAIMS SHARING ONE ACCOUNT, ADDRESS OR
002310*  NAME/DATE OF BIRTH.  CITIZENS COUNTS DISTINCT CITIZEN-IDS,
002320*  SO ONE CITIZEN'S SEVERAL CLAIMS ARE NOT A FINDING AGAINST
002330*  THEMSELVES.  A GROUP BIGGER THAN THE TABLE STILL COUNTS IN
002340*  FULL; ONLY THE FIRST 500 CLAIMS ARE SCORED AND LISTED.
002350 01  WS-GROUP-FINDING           PIC X(01) VALUE SPACE.
002360 01  WS-GROUP-MATCH             PIC X(30) VALUE SPACES.
002370 01  WS-GROUP-MATCH-TEXT        PIC X(31) VALUE SPACES.
002380 01  WS-GROUP-TITLE             PIC X(16) VALUE SPACES.
002390 01  WS-GROUP-LAST-ID           PIC X(05) VALUE SPACES.
002400 01  WS-GROUP-SCORE             PIC 9(03) VALUE ZERO.
002410 77  WS-GROUP-CITIZENS          PIC 9(07) COMP VALUE ZERO.
002420 77  WS-GROUP-COUNT             PIC 9(03) COMP VALUE ZERO.
002430 77  WS-GROUP-IDX               PIC 9(03) COMP VALUE ZERO.
002440 01  WS-GROUP-TABLE.
002450     05  WS-GRP-ENTRY OCCURS 500 TIMES.
002460         10  WS-GRP-CITIZEN-KEY.
002470             15  WS-GRP-CITIZEN-ID     PIC X(05).
002480             15  WS-GRP-BENEFIT-TYPE   PIC X(02).
002490         10  WS-GRP-NAME            PIC X(20).
002500
002510 77  WS-COUNT-SCANNED           PIC 9(07) COMP VALUE ZERO.
002520 77  WS-COUNT-ACCOUNTS          PIC 9(07) COMP VALUE ZERO.
002530 77  WS-COUNT-ADDRESSES         PIC 9(07) COMP VALUE ZERO.
002540 77  WS-COUNT-NAMES             PIC 9(07) COMP VALUE ZERO.
002550 77  WS-COUNT-BANK-CHANGES      PIC 9(07) COMP VALUE ZERO.
002560 77  WS-COUNT-SCORED            PIC 9(07) COMP VALUE ZERO.
002570 77  WS-COUNT-REFERRED          PIC 9(07) COMP VALUE ZERO.
002580 77  WS-COUNT-ALREADY-HELD      PIC 9(07) COMP VALUE ZERO.
002590 77  WS-COUNT-NOT-REREFERRED    PIC 9(07) COMP VALUE ZERO.
002600 77  WS-COUNT-BELOW-SCORE       PIC 9(07) COMP VALUE ZERO.
002610
002620 01  WS-COUNT-DISPLAY           PIC Z,ZZZ,ZZ9.
002630 01  WS-COUNT-LABEL             PIC X(35) VALUE SPACES.
002640 01  WS-COUNT-VALUE             PIC 9(07) VALUE ZERO.
002650 01  WS-SCORE-DISPLAY           PIC ZZZ9.
002660 01  WS-QUEUE-SCORE             PIC 9(04).
002670
002680*  ONE LINE OF THE CLAIMS-SCORED SECTION OF THE REPORT.
002690 01  WS-DETAIL-LINE.
002700     05  FILLER                 PIC X(02) VALUE SPACES.
002710     05  DL-CITIZEN-ID          PIC X(05).
002720     05  FILLER                 PIC X(01) VALUE SPACE.
002730     05  DL-BENEFIT-TYPE        PIC X(02).
002740     05  FILLER                 PIC X(02) VALUE SPACES.
002750     05  DL-NAME                PIC X(20).
002760     05  FILLER                 PIC X(02) VALUE SPACES.
002770     05  DL-SCORE               PIC ZZZ9.
002780     05  FILLER                 PIC X(04) VALUE SPACES.
002790     05  DL-FINDINGS            PIC X(04).
002800     05  FILLER                 PIC X(04) VALUE SPACES.
002810     05  DL-ACTION              PIC X(50).
002820
002830*  ONE CLAIM LISTED UNDER A FINDING.
002840 01  WS-MEMBER-LINE.
002850     05  FILLER                 PIC X(06) VALUE SPACES.
002860     05  ML-CITIZEN-ID          PIC X(05).
002870     05  FILLER                 PIC X(01) VALUE SPACE.
002880     05  ML-BENEFIT-TYPE        PIC X(02).
002890     05  FILLER                 PIC X(02) VALUE SPACES.
002900     05  ML-NAME                PIC X(20).
002910
002920 01  WS-SWITCHES.
002930     05  WS-MASTER-EOF-SWITCH   PIC X(01) VALUE "N".
002940         88  END-OF-MASTER                 VALUE "Y".
002950     05  WS-WORK-EOF-SWITCH     PIC X(01) VALUE "N".
002960         88  END-OF-WORK                   VALUE "Y".
002970     05  WS-SCORE-EOF-SWITCH    PIC X(01) VALUE "N".
002980         88  END-OF-SCORES                 VALUE "Y".
002990     05  WS-HISTORY-SWITCH      PIC X(01) VALUE "Y".
003000         88  HISTORY-PRESENT               VALUE "Y".
003010         88  HISTORY-ABSENT                VALUE "N".
003020     05  WS-JOURNAL-SWITCH      PIC X(01) VALUE "Y".
003030         88  JOURNAL-PRESENT               VALUE "Y".
003040         88  JOURNAL-ABSENT                VALUE "N".
003050     05  WS-HISTORY-DONE-SWITCH PIC X(01) VALUE "N".
003060         88  HISTORY-DONE                  VALUE "Y".
003070         88  HISTORY-NOT-DONE              VALUE "N".
003080     05  WS-JOURNAL-DONE-SWITCH PIC X(01) VALUE "N".
003090         88  JOURNAL-DONE                  VALUE "Y".
003100         88  JOURNAL-NOT-DONE              VALUE "N".
003110     05  WS-OVERFLOW-SWITCH     PIC X(01) VALUE "N".
003120         88  GROUP-OVERFLOWED              VALUE "Y".
003130         88  GROUP-NOT-OVERFLOWED          VALUE "N".
003140     05  WS-HOLD-SWITCH         PIC X(01) VALUE "N".
003150         88  HOLD-ON-FILE                  VALUE "Y".
003160         88  HOLD-NOT-ON-FILE              VALUE "N".
003170     05  WS-NEW-FINDING-SWITCH  PIC X(01) VALUE "N".
003180         88  NEW-FINDING                   VALUE "Y".
003190         88  NO-NEW-FINDING                VALUE "N".
003200
003210*  FILE NAME AND STATUS CARRIED INTO 9100-ABEND-FILE-ERROR WHEN
003220*  AN OPEN OR A WRITE FAILS ON A FILE THE RUN CANNOT CONTINUE
003230*  WITHOUT.
003240 01  WS-ERROR-FILE-NAME         PIC X(20).
003250 01  WS-ERROR-STATUS            PIC X(02).
003260
003270*  ARGUMENTS FOR THE CITIZEN-RUNLOCK REGISTRY CALLS.
003280 01  WS-LOCK-ACTION             PIC X(01) VALUE SPACE.
003290 01  WS-LOCK-PROGRAM-NAME       PIC X(15)
003300                                VALUE "CITIZEN-FRAUD".
003310 01  WS-LOCK-RUN-ID             PIC X(08) VALUE SPACES.
003320 01  WS-LOCK-RESULT             PIC X(01) VALUE SPACE.
003330
003340*----------------------------------------------------------*
003350*  PROCEDURE DIVISION                                      *
003360*----------------------------------------------------------*
003370 PROCEDURE DIVISION.
003380
003390 0000-MAINLINE.
003400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003410     PERFORM 2000-SCAN-CLAIM THRU 2000-EXIT
003420         UNTIL END-OF-MASTER
003430     PERFORM 3000-START-GROUPS THRU 3000-EXIT
003440     PERFORM 3100-PROCESS-GROUP THRU 3100-EXIT
003450         UNTIL END-OF-WORK
003460     PERFORM 4000-START-SCORES THRU 4000-EXIT
003470     PERFORM 4100-DECIDE-CLAIM THRU 4100-EXIT
003480         UNTIL END-OF-SCORES
003490     PERFORM 8000-FINALIZE THRU 8000-EXIT
003500     GO TO 9999-EXIT.
003510
003520*----------------------------------------------------------*
003530*  1000-INITIALIZE - READ THE PARAMETER CARD, REGISTER THE *
003540*  RUN AND OPEN THE FILES.  NO PAYMENT HISTORY OR NO       *
003550*  JOURNAL (STATUS 35) ONLY MEANS THERE ARE NO BANK        *
003560*  CHANGE FINDINGS TO MAKE.  THE HOLD FILE IS CREATED      *
003570*  EMPTY THE FIRST TIME IT IS FOUND MISSING.               *
003580*----------------------------------------------------------*
003590 1000-INITIALIZE.
003600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003610     ACCEPT WS-RUN-TIME FROM TIME
003620     STRING
003630         "FR"             DELIMITED BY SIZE
003640         WS-RUN-TIME(1:6) DELIMITED BY SIZE
003650         INTO WS-RUN-ID
003660     END-STRING
003670
003680     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT
003690     PERFORM 1900-REGISTER-RUN THRU 1900-EXIT
003700
003710     OPEN INPUT CITIZEN-MASTER-FILE
003720     IF WS-MASTER-STATUS NOT = "00"
003730         MOVE "CITIZEN-MASTER-FILE" TO WS-ERROR-FILE-NAME
003740         MOVE WS-MASTER-STATUS TO WS-ERROR-STATUS
003750         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003760     END-IF
003770
003780     OPEN INPUT PAYMENT-HISTORY-FILE
003790     IF WS-PAYHIST-STATUS = "35"
003800         SET HISTORY-ABSENT TO TRUE
003810     ELSE
003820         IF WS-PAYHIST-STATUS NOT = "00"
003830             MOVE "PAYMENT-HISTORY-FILE" TO WS-ERROR-FILE-NAME
003840             MOVE WS-PAYHIST-STATUS TO WS-ERROR-STATUS
003850             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003860         END-IF
003870     END-IF
003880
003890     OPEN INPUT MASTER-JOURNAL-FILE
003900     IF WS-JOURNAL-STATUS = "35"
003910         SET JOURNAL-ABSENT TO TRUE
003920     ELSE
003930         IF WS-JOURNAL-STATUS NOT = "00"
003940             MOVE "MASTER-JOURNAL-FILE" TO WS-ERROR-FILE-NAME
003950             MOVE WS-JOURNAL-STATUS TO WS-ERROR-STATUS
003960             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003970         END-IF
003980     END-IF
003990
004000     OPEN OUTPUT FRAUD-WORK-FILE
004010     IF WS-WORK-STATUS = "00"
004020         CLOSE FRAUD-WORK-FILE
004030         OPEN I-O FRAUD-WORK-FILE
004040     END-IF
004050     IF WS-WORK-STATUS NOT = "00"
004060         MOVE "FRAUD-WORK-FILE" TO WS-ERROR-FILE-NAME
004070         MOVE WS-WORK-STATUS TO WS-ERROR-STATUS
004080         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
004090     END-IF
004100
004110     OPEN OUTPUT FRAUD-SCORE-FILE
004120     IF WS-SCORE-STATUS = "00"
004130         CLOSE FRAUD-SCORE-FILE
004140         OPEN I-O FRAUD-SCORE-FILE
004150     END-IF
004160     IF WS-SCORE-STATUS NOT = "00"
004170         MOVE "FRAUD-SCORE-FILE" TO WS-ERROR-FILE-NAME
004180         MOVE WS-SCORE-STATUS TO WS-ERROR-STATUS
004190         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
004200     END-IF
004210
004220     OPEN I-O FRAUD-HOLD-FILE
004230     IF WS-HOLD-STATUS = "35"
004240         OPEN OUTPUT FRAUD-HOLD-FILE
004250         CLOSE FRAUD-HOLD-FILE
004260         OPEN I-O FRAUD-HOLD-FILE
004270     END-IF
004280     IF WS-HOLD-STATUS NOT = "00"
004290         MOVE "FRAUD-HOLD-FILE" TO WS-ERROR-FILE-NAME
004300         MOVE WS-HOLD-STATUS TO WS-ERROR-STATUS
004310         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
004320     END-IF
004330
004340     OPEN EXTEND REVIEW-QUEUE-FILE
004350     IF WS-REVIEW-STATUS = "35"
004360         OPEN OUTPUT REVIEW-QUEUE-FILE
004370     END-IF
004380     IF WS-REVIEW-STATUS NOT = "00"
004390         MOVE "REVIEW-QUEUE-FILE" TO WS-ERROR-FILE-NAME
004400         MOVE WS-REVIEW-STATUS TO WS-ERROR-STATUS
004410         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
004420     END-IF
004430
004440     OPEN OUTPUT FRAUD-REPORT-FILE
004450     IF WS-REPORT-STATUS NOT = "00"
004460         MOVE "FRAUD-REPORT-FILE" TO WS-ERROR-FILE-NAME
004470         MOVE WS-REPORT-STATUS TO WS-ERROR-STATUS
004480         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
004490     END-IF
004500
004510     MOVE SPACES TO FRAUD-REPORT-RECORD
004520     STRING
004530         "CITIZEN-FRAUD REPORT - RUN DATE " DELIMITED BY SIZE
004540         WS-RUN-DATE              DELIMITED BY SIZE
004550         " RUN "                  DELIMITED BY SIZE
004560         WS-RUN-ID                DELIMITED BY SIZE
004570         INTO FRAUD-REPORT-RECORD
004580     END-STRING
004590     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
004600     MOVE SPACES TO FRAUD-REPORT-RECORD
004610     STRING
004620         "ADDRESS LIMIT "         DELIMITED BY SIZE
004630         WS-ADDRESS-LIMIT         DELIMITED BY SIZE
004640         "  BANK CHANGE WINDOW "  DELIMITED BY SIZE
004650         WS-BANK-WINDOW-DAYS      DELIMITED BY SIZE
004660         " DAYS  SCORES: ACCOUNT " DELIMITED BY SIZE
004670         WS-SCORE-ACCOUNT         DELIMITED BY SIZE
004680         " ADDRESS "              DELIMITED BY SIZE
004690         WS-SCORE-ADDRESS         DELIMITED BY SIZE
004700         " NAME/DOB "             DELIMITED BY SIZE
004710         WS-SCORE-NAME-DOB        DELIMITED BY SIZE
004720         " BANK CHANGE "          DELIMITED BY SIZE
004730         WS-SCORE-BANK-CHANGE     DELIMITED BY SIZE
004740         "  REFERRED AT "         DELIMITED BY SIZE
004750         WS-REFER-SCORE           DELIMITED BY SIZE
004760         INTO FRAUD-REPORT-RECORD
004770     END-STRING
004780     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
004790     MOVE ALL "-" TO FRAUD-REPORT-RECORD
004800     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
004810     MOVE "BANK DETAILS CHANGED SHORTLY BEFORE THE LAST PAYMENT"
004820         TO FRAUD-REPORT-RECORD
004830     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT.
004840 1000-EXIT.
004850     EXIT.
004860
004870*----------------------------------------------------------*
004880*  1100-READ-PARAMETERS - THE SCAN CANNOT SCORE ANYTHING   *
004890*  WITHOUT ITS LIMITS, SO A MISSING OR MALFORMED CARD      *
004900*  STOPS THE RUN BEFORE ANYTHING ELSE IS OPENED.           *
004910*----------------------------------------------------------*
004920 1100-READ-PARAMETERS.
004930     OPEN INPUT FRAUD-PARAM-FILE
004940     IF WS-PARAM-STATUS NOT = "00"
004950         MOVE "FRAUD-PARAM-FILE" TO WS-ERROR-FILE-NAME
004960         MOVE WS-PARAM-STATUS TO WS-ERROR-STATUS
004970         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
004980     END-IF
004990     READ FRAUD-PARAM-FILE
005000         AT END
005010             DISPLAY "CITIZEN-FRAUD: FRAUD-PARAMS.TXT IS EMPTY - "
005020                 "NO LIMITS OR SCORES LOADED"
005030             MOVE 16 TO RETURN-CODE
005040             STOP RUN
005050     END-READ
005060     CLOSE FRAUD-PARAM-FILE
005070
005080     IF FPR-ADDRESS-LIMIT NOT NUMERIC
005090         OR FPR-BANK-WINDOW-DAYS NOT NUMERIC
005100         OR FPR-SCORE-ACCOUNT NOT NUMERIC
005110         OR FPR-SCORE-ADDRESS NOT NUMERIC
005120         OR FPR-SCORE-NAME-DOB NOT NUMERIC
005130         OR FPR-SCORE-BANK-CHANGE NOT NUMERIC
005140         OR FPR-REFER-SCORE NOT NUMERIC
005150         DISPLAY "CITIZEN-FRAUD: FRAUD-PARAMS.TXT HAS A "
005160             "NON-NUMERIC FIELD: " FRAUD-PARAM-RECORD
005170         MOVE 16 TO RETURN-CODE
005180         STOP RUN
005190     END-IF
005200     MOVE FRAUD-PARAM-RECORD TO WS-PARAM-CARD
005210
005220*    A LIMIT OF NOTHING WOULD MAKE EVERY ADDRESS A FINDING, AND
005230*    A REFERRAL SCORE OF NOTHING WOULD REFER EVERY CLAIM.
005240     IF WS-ADDRESS-LIMIT = ZERO
005250         OR WS-REFER-SCORE = ZERO
005260         DISPLAY "CITIZEN-FRAUD: FRAUD-PARAMS.TXT ADDRESS LIMIT "
005270             "OR REFERRAL SCORE IS ZERO: " FRAUD-PARAM-RECORD
005280         MOVE 16 TO RETURN-CODE
005290         STOP RUN
005300     END-IF.
005310 1100-EXIT.
005320     EXIT.
005330
005340*----------------------------------------------------------*
005350*  1900-REGISTER-RUN - TAKE THE SHARED FILES THROUGH THE   *
005360*  CITIZEN-RUNLOCK REGISTRY.  A REFUSAL MEANS ANOTHER      *
005370*  WRITER IS MID-FLIGHT - STOP BEFORE ANYTHING IS OPENED.  *
005380*----------------------------------------------------------*
005390 1900-REGISTER-RUN.
005400     MOVE "R" TO WS-LOCK-ACTION
005410     MOVE WS-RUN-ID TO WS-LOCK-RUN-ID
005420     CALL "CITIZEN-RUNLOCK" USING WS-LOCK-ACTION,
005430                                   WS-LOCK-PROGRAM-NAME,
005440                                   WS-LOCK-RUN-ID,
005450                                   WS-LOCK-RESULT
005460     END-CALL
005470     IF WS-LOCK-RESULT NOT = "G"
005480         DISPLAY "CITIZEN-FRAUD: ANOTHER RUN HOLDS THE "
005490             "PAYMENT FILES - NOT STARTED"
005500         MOVE 16 TO RETURN-CODE
005510         STOP RUN
005520     END-IF.
005530 1900-EXIT.
005540     EXIT.
005550
005560*----------------------------------------------------------*
005570*  2000-SCAN-CLAIM - READ THE NEXT CLAIM OFF THE MASTER,   *
005580*  FILE ITS ACCOUNT, ADDRESS AND NAME/DATE OF BIRTH ON THE *
005590*  WORK FILE FOR THE GROUP PASS, AND LOOK FOR A LATE BANK  *
005600*  DETAILS CHANGE.  A TERMINATED CLAIM IS NOT PAID AND IS  *
005610*  LEFT OUT.  A CLAIM PAID BY ORDER, OR WITH NO USABLE     *
005620*  ACCOUNT, HAS NO ACCOUNT TO SHARE.                       *
005630*----------------------------------------------------------*
005640 2000-SCAN-CLAIM.
005650     READ CITIZEN-MASTER-FILE NEXT RECORD
005660         AT END
005670             SET END-OF-MASTER TO TRUE
005680             GO TO 2000-EXIT
005690     END-READ
005700
005710     IF CLAIM-TERMINATED
005720         GO TO 2000-EXIT
005730     END-IF
005740     ADD 1 TO WS-COUNT-SCANNED
005750
005760     MOVE CITIZEN-KEY TO FSC-KEY
005770     MOVE CITIZEN-NAME TO FSC-NAME
005780     MOVE ZERO TO FSC-SCORE
005790     MOVE SPACES TO FSC-FINDINGS
005800
005810     IF NOT PAID-BY-ORDER
005820         AND CITIZEN-SORT-CODE IS NUMERIC
005830         AND CITIZEN-ACCOUNT-NUMBER IS NUMERIC
005840         SET FWK-SHARED-ACCOUNT TO TRUE
005850         MOVE SPACES TO FWK-MATCH-VALUE
005860         MOVE CITIZEN-SORT-CODE TO FWK-MATCH-VALUE(1:6)
005870         MOVE CITIZEN-ACCOUNT-NUMBER TO FWK-MATCH-VALUE(7:8)
005880         PERFORM 2010-WRITE-WORK-ROW THRU 2010-EXIT
005890     END-IF
005900
005910     IF CITIZEN-ADDRESS NOT = SPACES
005920         SET FWK-SHARED-ADDRESS TO TRUE
005930         MOVE CITIZEN-ADDRESS TO FWK-MATCH-VALUE
005940         PERFORM 2010-WRITE-WORK-ROW THRU 2010-EXIT
005950     END-IF
005960
005970     IF CITIZEN-NAME NOT = SPACES
005980         SET FWK-SHARED-NAME-DOB TO TRUE
005990         MOVE CITIZEN-NAME TO FWK-MATCH-VALUE(1:20)
006000         MOVE CITIZEN-DOB TO FWK-MATCH-VALUE(21:10)
006010         PERFORM 2010-WRITE-WORK-ROW THRU 2010-EXIT
006020     END-IF
006030
006040     PERFORM 2100-CHECK-BANK-CHANGE THRU 2100-EXIT
006050
006060     WRITE FRAUD-SCORE-RECORD
006070     PERFORM 9113-CHECK-SCORE-STATUS THRU 9113-EXIT.
006080 2000-EXIT.
006090     EXIT.
006100
006110*----------------------------------------------------------*
006120*  2010-WRITE-WORK-ROW - ONE WORK ROW FOR THE CLAIM IN     *
006130*  HAND.  THE CALLER HAS SET THE FINDING AND MATCH VALUE.  *
006140*----------------------------------------------------------*
006150 2010-WRITE-WORK-ROW.
006160     MOVE CITIZEN-KEY TO FWK-CITIZEN-KEY
006170     MOVE CITIZEN-NAME TO FWK-NAME
006180     WRITE FRAUD-WORK-RECORD
006190     PERFORM 9112-CHECK-WORK-STATUS THRU 9112-EXIT.
006200 2010-EXIT.
006210     EXIT.
006220
006230*----------------------------------------------------------*
006240*  2100-CHECK-BANK-CHANGE - WAS THE SORT CODE OR ACCOUNT   *
006250*  NUMBER CHANGED ON OR BEFORE THE CLAIM'S LATEST PAYMENT, *
006260*  AND NOT MORE THAN THE WINDOW OF DAYS BEFORE IT?  THE    *
006270*  LATEST SUCH CHANGE IS THE FINDING.  A CLAIM NEVER PAID  *
006280*  HAS NOTHING TO FIND.                                    *
006290*----------------------------------------------------------*
006300 2100-CHECK-BANK-CHANGE.
006310     IF HISTORY-ABSENT
006320         OR JOURNAL-ABSENT
006330         GO TO 2100-EXIT
006340     END-IF
006350
006360     PERFORM 2110-FIND-LAST-PAYMENT THRU 2110-EXIT
006370     IF WS-LAST-PAID-DATE = ZERO
006380         GO TO 2100-EXIT
006390     END-IF
006400
006410     MOVE ZERO TO WS-CHANGE-DATE
006420     SET JOURNAL-NOT-DONE TO TRUE
006430     MOVE CITIZEN-KEY TO JNL-CITIZEN-KEY
006440     START MASTER-JOURNAL-FILE KEY IS EQUAL TO JNL-CITIZEN-KEY
006450         INVALID KEY
006460             SET JOURNAL-DONE TO TRUE
006470     END-START
006480     PERFORM 2130-READ-JOURNAL-ROW THRU 2130-EXIT
006490         UNTIL JOURNAL-DONE
006500     IF WS-CHANGE-DATE = ZERO
006510         GO TO 2100-EXIT
006520     END-IF
006530
006540     ADD WS-SCORE-BANK-CHANGE TO FSC-SCORE
006550     MOVE "B" TO FSC-FOUND-BANK-CHANGE
006560     ADD 1 TO WS-COUNT-BANK-CHANGES
006570
006580     MOVE WS-SCORE-BANK-CHANGE TO WS-SCORE-DISPLAY
006590     MOVE SPACES TO FRAUD-REPORT-RECORD
006600     STRING
006610         "  "                     DELIMITED BY SIZE
006620         CITIZEN-ID               DELIMITED BY SIZE
006630         " "                      DELIMITED BY SIZE
006640         CITIZEN-BENEFIT-TYPE     DELIMITED BY SIZE
006650         "  "                     DELIMITED BY SIZE
006660         CITIZEN-NAME             DELIMITED BY SIZE
006670         "  CHANGED "             DELIMITED BY SIZE
006680         WS-CHANGE-DATE           DELIMITED BY SIZE
006690         " FROM "                 DELIMITED BY SIZE
006700         WS-CHANGE-FROM(1:6)      DELIMITED BY SIZE
006710         " "                      DELIMITED BY SIZE
006720         WS-CHANGE-FROM(7:8)      DELIMITED BY SIZE
006730         " TO "                   DELIMITED BY SIZE
006740         WS-CHANGE-TO(1:6)        DELIMITED BY SIZE
006750         " "                      DELIMITED BY SIZE
006760         WS-CHANGE-TO(7:8)        DELIMITED BY SIZE
006770         "  LAST PAID "           DELIMITED BY SIZE
006780         WS-LAST-PAID-DATE        DELIMITED BY SIZE
006790         "  SCORE +"              DELIMITED BY SIZE
006800         WS-SCORE-DISPLAY         DELIMITED BY SIZE
006810         INTO FRAUD-REPORT-RECORD
006820     END-STRING
006830     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT.
006840 2100-EXIT.
006850     EXIT.
006860
006870*----------------------------------------------------------*
006880*  2110-FIND-LAST-PAYMENT - THE HISTORY IS KEYED ON THE    *
006890*  CLAIM PLUS THE PAYMENT DATE, SO THE CLAIM'S ROWS READ   *
006900*  BACK OLDEST FIRST AND THE LAST ONE READ IS THE LATEST.  *
006910*----------------------------------------------------------*
006920 2110-FIND-LAST-PAYMENT.
006930     MOVE ZERO TO WS-LAST-PAID-DATE
006940     SET HISTORY-NOT-DONE TO TRUE
006950     MOVE CITIZEN-ID TO PAYHIST-CITIZEN-ID
006960     MOVE CITIZEN-BENEFIT-TYPE TO PAYHIST-BENEFIT-TYPE
006970     MOVE ZERO TO PAYHIST-PAYMENT-DATE
006980     START PAYMENT-HISTORY-FILE KEY IS NOT LESS THAN PAYHIST-KEY
006990         INVALID KEY
007000             SET HISTORY-DONE TO TRUE
007010     END-START
007020     PERFORM 2120-READ-HISTORY-ROW THRU 2120-EXIT
007030         UNTIL HISTORY-DONE.
007040 2110-EXIT.
007050     EXIT.
007060
007070 2120-READ-HISTORY-ROW.
007080     READ PAYMENT-HISTORY-FILE NEXT RECORD
007090         AT END
007100             SET HISTORY-DONE TO TRUE
007110             GO TO 2120-EXIT
007120     END-READ
007130     IF PAYHIST-CITIZEN-ID NOT = CITIZEN-ID
007140         OR PAYHIST-BENEFIT-TYPE NOT = CITIZEN-BENEFIT-TYPE
007150         SET HISTORY-DONE TO TRUE
007160         GO TO 2120-EXIT
007170     END-IF
007180     MOVE PAYHIST-PAYMENT-DATE TO WS-LAST-PAID-DATE.
007190 2120-EXIT.
007200     EXIT.
007210
007220*----------------------------------------------------------*
007230*  2130-READ-JOURNAL-ROW - ONE CHANGE TO THE CLAIM.  AN    *
007240*  ADD OR A DELETE HAS NO BEFORE OR NO AFTER TO COMPARE,   *
007250*  SO ONLY A ROW WITH BOTH IMAGES CAN CHANGE THE BANK      *
007260*  DETAILS.  THE CHANGE IS DATED BY THE RUN THAT MADE IT.  *
007270*----------------------------------------------------------*
007280 2130-READ-JOURNAL-ROW.
007290     READ MASTER-JOURNAL-FILE NEXT RECORD
007300         AT END
007310             SET JOURNAL-DONE TO TRUE
007320             GO TO 2130-EXIT
007330     END-READ
007340     IF JNL-CITIZEN-KEY NOT = CITIZEN-KEY
007350         SET JOURNAL-DONE TO TRUE
007360         GO TO 2130-EXIT
007370     END-IF
007380     IF JNL-BEFORE-IMAGE = SPACES
007390         OR JNL-AFTER-IMAGE = SPACES
007400         GO TO 2130-EXIT
007410     END-IF
007420
007430     MOVE JNL-BEFORE-IMAGE TO WS-BEFORE-IMAGE
007440     MOVE JNL-AFTER-IMAGE TO WS-AFTER-IMAGE
007450     IF WS-BEFORE-BANK = WS-AFTER-BANK
007460         OR JNL-RUN-DATE > WS-LAST-PAID-DATE
007470         OR JNL-RUN-DATE < WS-CHANGE-DATE
007480         GO TO 2130-EXIT
007490     END-IF
007500     COMPUTE WS-DAYS-BEFORE-PAYMENT =
007510         FUNCTION INTEGER-OF-DATE(WS-LAST-PAID-DATE)
007520       - FUNCTION INTEGER-OF-DATE(JNL-RUN-DATE)
007530     IF WS-DAYS-BEFORE-PAYMENT > WS-BANK-WINDOW-DAYS
007540         GO TO 2130-EXIT
007550     END-IF
007560
007570     MOVE JNL-RUN-DATE TO WS-CHANGE-DATE
007580     MOVE WS-BEFORE-BANK TO WS-CHANGE-FROM
007590     MOVE WS-AFTER-BANK TO WS-CHANGE-TO.
007600 2130-EXIT.
007610     EXIT.
007620
007630*----------------------------------------------------------*
007640*  2990-WRITE-REPORT-LINE - ONE REPORT LINE, STATUS-       *
007650*  CHECKED.                                                *
007660*----------------------------------------------------------*
007670 2990-WRITE-REPORT-LINE.
007680     WRITE FRAUD-REPORT-RECORD
007690     PERFORM 9110-CHECK-REPORT-STATUS THRU 9110-EXIT.
007700 2990-EXIT.
007710     EXIT.
007720
007730*----------------------------------------------------------*
007740*  3000-START-GROUPS - THE WORK FILE IS COMPLETE.  REOPEN  *
007750*  IT FOR READING FROM THE TOP AND READ THE FIRST ROW.     *
007760*----------------------------------------------------------*
007770 3000-START-GROUPS.
007780     CLOSE FRAUD-WORK-FILE
007790     OPEN INPUT FRAUD-WORK-FILE
007800     IF WS-WORK-STATUS NOT = "00"
007810         MOVE "FRAUD-WORK-FILE" TO WS-ERROR-FILE-NAME
007820         MOVE WS-WORK-STATUS TO WS-ERROR-STATUS
007830         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
007840     END-IF
007850
007860     MOVE ALL "-" TO FRAUD-REPORT-RECORD
007870     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
007880     MOVE "ACCOUNTS, ADDRESSES AND NAMES/DATES OF BIRTH SHARED"
007890         TO FRAUD-REPORT-RECORD
007900     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
007910
007920     PERFORM 3010-READ-WORK-ROW THRU 3010-EXIT.
007930 3000-EXIT.
007940     EXIT.
007950
007960 3010-READ-WORK-ROW.
007970     READ FRAUD-WORK-FILE NEXT RECORD
007980         AT END
007990             SET END-OF-WORK TO TRUE
008000     END-READ.
008010 3010-EXIT.
008020     EXIT.
008030
008040*----------------------------------------------------------*
008050*  3100-PROCESS-GROUP - COLLECT EVERY CLAIM SHARING THE    *
008060*  CURRENT ROW'S FINDING AND MATCH VALUE, THEN DECIDE      *
008070*  WHETHER THE GROUP IS A FINDING: AN ACCOUNT OR A         *
008080*  NAME/DATE OF BIRTH UNDER MORE THAN ONE CITIZEN-ID, OR   *
008090*  AN ADDRESS WITH MORE CITIZEN-IDS THAN THE LIMIT.  EACH  *
008100*  CLAIM IN A GROUP THAT IS A FINDING TAKES THE FINDING'S  *
008110*  SCORE.                                                  *
008120*----------------------------------------------------------*
008130 3100-PROCESS-GROUP.
008140     MOVE FWK-FINDING TO WS-GROUP-FINDING
008150     MOVE FWK-MATCH-VALUE TO WS-GROUP-MATCH
008160     MOVE ZERO TO WS-GROUP-CITIZENS
008170     MOVE ZERO TO WS-GROUP-COUNT
008180     MOVE SPACES TO WS-GROUP-LAST-ID
008190     SET GROUP-NOT-OVERFLOWED TO TRUE
008200     PERFORM 3110-COLLECT-MEMBER THRU 3110-EXIT
008210         UNTIL END-OF-WORK
008220             OR FWK-FINDING NOT = WS-GROUP-FINDING
008230             OR FWK-MATCH-VALUE NOT = WS-GROUP-MATCH
008240
008250     MOVE SPACES TO WS-GROUP-MATCH-TEXT
008260     EVALUATE WS-GROUP-FINDING
008270         WHEN "A"
008280             IF WS-GROUP-CITIZENS < 2
008290                 GO TO 3100-EXIT
008300             END-IF
008310             MOVE "SHARED ACCOUNT" TO WS-GROUP-TITLE
008320             STRING
008330                 WS-GROUP-MATCH(1:6)  DELIMITED BY SIZE
008340                 " "                  DELIMITED BY SIZE
008350                 WS-GROUP-MATCH(7:8)  DELIMITED BY SIZE
008360                 INTO WS-GROUP-MATCH-TEXT
008370             END-STRING
008380             MOVE WS-SCORE-ACCOUNT TO WS-GROUP-SCORE
008390             ADD 1 TO WS-COUNT-ACCOUNTS
008400         WHEN "D"
008410             IF WS-GROUP-CITIZENS NOT > WS-ADDRESS-LIMIT
008420                 GO TO 3100-EXIT
008430             END-IF
008440             MOVE "CROWDED ADDRESS" TO WS-GROUP-TITLE
008450             MOVE WS-GROUP-MATCH TO WS-GROUP-MATCH-TEXT
008460             MOVE WS-SCORE-ADDRESS TO WS-GROUP-SCORE
008470             ADD 1 TO WS-COUNT-ADDRESSES
008480         WHEN OTHER
008490             IF WS-GROUP-CITIZENS < 2
008500                 GO TO 3100-EXIT
008510             END-IF
008520             MOVE "SAME NAME/DOB" TO WS-GROUP-TITLE
008530             STRING
008540                 WS-GROUP-MATCH(1:20) DELIMITED BY SIZE
008550                 " "                  DELIMITED BY SIZE
008560                 WS-GROUP-MATCH(21:10) DELIMITED BY SIZE
008570                 INTO WS-GROUP-MATCH-TEXT
008580             END-STRING
008590             MOVE WS-SCORE-NAME-DOB TO WS-GROUP-SCORE
008600             ADD 1 TO WS-COUNT-NAMES
008610     END-EVALUATE
008620
008630     MOVE WS-GROUP-CITIZENS TO WS-COUNT-DISPLAY
008640     MOVE WS-GROUP-SCORE TO WS-SCORE-DISPLAY
008650     MOVE SPACES TO FRAUD-REPORT-RECORD
008660     STRING
008670         "  "                     DELIMITED BY SIZE
008680         WS-GROUP-TITLE           DELIMITED BY SIZE
008690         WS-GROUP-MATCH-TEXT      DELIMITED BY SIZE
008700         "  CITIZEN-IDS "         DELIMITED BY SIZE
008710         WS-COUNT-DISPLAY         DELIMITED BY SIZE
008720         "  SCORE +"              DELIMITED BY SIZE
008730         WS-SCORE-DISPLAY         DELIMITED BY SIZE
008740         " EACH CLAIM"            DELIMITED BY SIZE
008750         INTO FRAUD-REPORT-RECORD
008760     END-STRING
008770     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
008780
008790     PERFORM 3200-SCORE-MEMBER THRU 3200-EXIT
008800         VARYING WS-GROUP-IDX FROM 1 BY 1
008810         UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
008820
008830     IF GROUP-OVERFLOWED
008840         MOVE SPACES TO FRAUD-REPORT-RECORD
008850         MOVE "MORE THAN 500 CLAIMS - ONLY THE FIRST 500 SCORED"
008860             TO FRAUD-REPORT-RECORD(7:)
008870         PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
008880     END-IF.
008890 3100-EXIT.
008900     EXIT.
008910
008920*----------------------------------------------------------*
008930*  3110-COLLECT-MEMBER - ADD THE CURRENT ROW TO THE GROUP  *
008940*  AND READ THE NEXT.  ROWS FOR ONE VALUE COME BACK IN     *
008950*  CITIZEN-ID ORDER, SO A NEW ID IS A NEW CITIZEN.         *
008960*----------------------------------------------------------*
008970 3110-COLLECT-MEMBER.
008980     IF FWK-CITIZEN-ID NOT = WS-GROUP-LAST-ID
008990         ADD 1 TO WS-GROUP-CITIZENS
009000         MOVE FWK-CITIZEN-ID TO WS-GROUP-LAST-ID
009010     END-IF
009020     IF WS-GROUP-COUNT < 500
009030         ADD 1 TO WS-GROUP-COUNT
009040         MOVE FWK-CITIZEN-KEY
009050             TO WS-GRP-CITIZEN-KEY(WS-GROUP-COUNT)
009060         MOVE FWK-NAME TO WS-GRP-NAME(WS-GROUP-COUNT)
009070     ELSE
009080         SET GROUP-OVERFLOWED TO TRUE
009090     END-IF
009100     PERFORM 3010-READ-WORK-ROW THRU 3010-EXIT.
009110 3110-EXIT.
009120     EXIT.
009130
009140*----------------------------------------------------------*
009150*  3200-SCORE-MEMBER - ADD THE GROUP'S SCORE TO ONE CLAIM  *
009160*  IN IT, MARK THE FINDING AGAINST THE CLAIM, AND LIST IT  *
009170*  UNDER THE GROUP.                                        *
009180*----------------------------------------------------------*
009190 3200-SCORE-MEMBER.
009200     MOVE WS-GRP-CITIZEN-KEY(WS-GROUP-IDX) TO FSC-KEY
009210     READ FRAUD-SCORE-FILE
009220         INVALID KEY
009230             GO TO 3200-EXIT
009240     END-READ
009250     ADD WS-GROUP-SCORE TO FSC-SCORE
009260     EVALUATE WS-GROUP-FINDING
009270         WHEN "A"
009280             MOVE "A" TO FSC-FOUND-ACCOUNT
009290         WHEN "D"
009300             MOVE "D" TO FSC-FOUND-ADDRESS
009310         WHEN OTHER
009320             MOVE "N" TO FSC-FOUND-NAME-DOB
009330     END-EVALUATE
009340     REWRITE FRAUD-SCORE-RECORD
009350     PERFORM 9113-CHECK-SCORE-STATUS THRU 9113-EXIT
009360
009370     MOVE WS-GRP-CITIZEN-ID(WS-GROUP-IDX) TO ML-CITIZEN-ID
009380     MOVE WS-GRP-BENEFIT-TYPE(WS-GROUP-IDX) TO ML-BENEFIT-TYPE
009390     MOVE WS-GRP-NAME(WS-GROUP-IDX) TO ML-NAME
009400     MOVE WS-MEMBER-LINE TO FRAUD-REPORT-RECORD
009410     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT.
009420 3200-EXIT.
009430     EXIT.
009440
009450*----------------------------------------------------------*
009460*  4000-START-SCORES - EVERY FINDING IS ON THE SCORE FILE. *
009470*  POSITION IT AT THE FIRST CLAIM AND HEAD THE LAST        *
009480*  SECTION OF THE REPORT.                                  *
009490*----------------------------------------------------------*
009500 4000-START-SCORES.
009510     MOVE ALL "-" TO FRAUD-REPORT-RECORD
009520     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
009530     MOVE "CLAIMS SCORED" TO FRAUD-REPORT-RECORD
009540     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
009550     MOVE SPACES TO FRAUD-REPORT-RECORD
009560     STRING
009570         "  ID    TYPE NAME                  SCORE    FINDINGS"
009580                                  DELIMITED BY SIZE
009590         "  ACTION"               DELIMITED BY SIZE
009600         INTO FRAUD-REPORT-RECORD
009610     END-STRING
009620     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
009630
009640     MOVE LOW-VALUES TO FSC-KEY
009650     START FRAUD-SCORE-FILE KEY IS NOT LESS THAN FSC-KEY
009660         INVALID KEY
009670             SET END-OF-SCORES TO TRUE
009680     END-START.
009690 4000-EXIT.
009700     EXIT.
009710
009720*----------------------------------------------------------*
009730*  4100-DECIDE-CLAIM - ONE CLAIM'S TOTAL SCORE.  A CLAIM   *
009740*  STILL HELD FROM AN EARLIER REFERRAL IS QUEUED AGAIN     *
009750*  WHATEVER IT SCORES TONIGHT, AS CITIZEN-BATCH QUEUES ITS *
009760*  OWN HELD CLAIMS EVERY RUN, SO A REBUILT QUEUE NEVER     *
009770*  LEAVES A HOLD WITH NOTHING TO DECIDE IT ON.  OTHERWISE  *
009780*  A CLAIM WITH NO FINDING IS NOT LISTED; ONE BELOW THE    *
009790*  REFERRAL SCORE IS LISTED ONLY; ONE AT OR ABOVE IT IS    *
009800*  REFERRED.                                               *
009810*----------------------------------------------------------*
009820 4100-DECIDE-CLAIM.
009830     READ FRAUD-SCORE-FILE NEXT RECORD
009840         AT END
009850             SET END-OF-SCORES TO TRUE
009860             GO TO 4100-EXIT
009870     END-READ
009880
009890     MOVE FSC-KEY TO FHD-KEY
009900     READ FRAUD-HOLD-FILE
009910         INVALID KEY
009920             SET HOLD-NOT-ON-FILE TO TRUE
009930         NOT INVALID KEY
009940             SET HOLD-ON-FILE TO TRUE
009950     END-READ
009960     IF HOLD-ON-FILE
009970         AND FHD-HELD
009980         PERFORM 4300-REQUEUE-HELD-CLAIM THRU 4300-EXIT
009990         GO TO 4100-EXIT
010000     END-IF
010010
010020     IF FSC-SCORE = ZERO
010030         GO TO 4100-EXIT
010040     END-IF
010050     ADD 1 TO WS-COUNT-SCORED
010060
010070     IF FSC-SCORE < WS-REFER-SCORE
010080         MOVE "BELOW REFERRAL SCORE - NOT REFERRED" TO DL-ACTION
010090         PERFORM 4900-WRITE-DETAIL-LINE THRU 4900-EXIT
010100         ADD 1 TO WS-COUNT-BELOW-SCORE
010110         GO TO 4100-EXIT
010120     END-IF
010130
010140     PERFORM 4200-REFER-CLAIM THRU 4200-EXIT.
010150 4100-EXIT.
010160     EXIT.
010170
010180*----------------------------------------------------------*
010190*  4200-REFER-CLAIM - HOLD THE CLAIM AND QUEUE IT FOR A    *
010200*  CLERICAL DECISION.  A CLAIM WHOSE EARLIER REFERRAL HAS  *
010210*  BEEN DECIDED IS REFERRED AGAIN ONLY FOR A FINDING THAT  *
010220*  DECISION DID NOT SEE - THE SAME FINDINGS COME UP EVERY  *
010230*  NIGHT AND MUST NOT UNDO IT.  THE HOLD ROW, IF ANY, HAS  *
010240*  BEEN READ BY 4100-DECIDE-CLAIM.                         *
010250*----------------------------------------------------------*
010260 4200-REFER-CLAIM.
010270     IF HOLD-ON-FILE
010280         PERFORM 4210-CHECK-NEW-FINDING THRU 4210-EXIT
010290         IF NO-NEW-FINDING
010300             MOVE SPACES TO DL-ACTION
010310             STRING
010320                 "DECIDED "           DELIMITED BY SIZE
010330                 FHD-DECIDED-DATE     DELIMITED BY SIZE
010340                 " - NO NEW FINDING"  DELIMITED BY SIZE
010350                 INTO DL-ACTION
010360             END-STRING
010370             PERFORM 4900-WRITE-DETAIL-LINE THRU 4900-EXIT
010380             ADD 1 TO WS-COUNT-NOT-REREFERRED
010390             GO TO 4200-EXIT
010400         END-IF
010410     END-IF
010420
010430     IF HOLD-NOT-ON-FILE
010440         MOVE SPACES TO FRAUD-HOLD-RECORD
010450     END-IF
010460     MOVE FSC-KEY TO FHD-KEY
010470     SET FHD-HELD TO TRUE
010480     MOVE FSC-SCORE TO FHD-SCORE
010490     MOVE FSC-FINDINGS TO FHD-FINDINGS
010500     MOVE WS-RUN-DATE TO FHD-REFERRED-DATE
010510     MOVE WS-RUN-ID TO FHD-REFERRED-RUN-ID
010520     MOVE ZERO TO FHD-DECIDED-DATE
010530     MOVE SPACES TO FHD-DECIDED-RUN-ID
010540     MOVE WS-RUN-DATE TO FHD-LAST-CHANGED
010550     MOVE WS-LOCK-PROGRAM-NAME TO FHD-LAST-PROGRAM
010560     IF HOLD-ON-FILE
010570         REWRITE FRAUD-HOLD-RECORD
010580         MOVE "REFERRED AGAIN - NEW FINDING - HELD" TO DL-ACTION
010590     ELSE
010600         WRITE FRAUD-HOLD-RECORD
010610         MOVE "REFERRED - HELD FOR REVIEW" TO DL-ACTION
010620     END-IF
010630     PERFORM 9114-CHECK-HOLD-STATUS THRU 9114-EXIT
010640
010650     PERFORM 4250-WRITE-QUEUE-LINE THRU 4250-EXIT
010660     PERFORM 4900-WRITE-DETAIL-LINE THRU 4900-EXIT
010670     ADD 1 TO WS-COUNT-REFERRED.
010680 4200-EXIT.
010690     EXIT.
010700
010710*----------------------------------------------------------*
010720*  4210-CHECK-NEW-FINDING - IS ANY OF TONIGHT'S FINDINGS   *
010730*  ONE THE LAST REFERRAL DID NOT HAVE?                     *
010740*----------------------------------------------------------*
010750 4210-CHECK-NEW-FINDING.
010760     SET NO-NEW-FINDING TO TRUE
010770     IF (FSC-FOUND-ACCOUNT NOT = SPACE
010780             AND FHD-FOUND-ACCOUNT = SPACE)
010790         OR (FSC-FOUND-ADDRESS NOT = SPACE
010800             AND FHD-FOUND-ADDRESS = SPACE)
010810         OR (FSC-FOUND-NAME-DOB NOT = SPACE
010820             AND FHD-FOUND-NAME-DOB = SPACE)
010830         OR (FSC-FOUND-BANK-CHANGE NOT = SPACE
010840             AND FHD-FOUND-BANK-CHANGE = SPACE)
010850         SET NEW-FINDING TO TRUE
010860     END-IF.
010870 4210-EXIT.
010880     EXIT.
010890
010900*----------------------------------------------------------*
010910*  4250-WRITE-QUEUE-LINE - THE REVIEW-QUEUE ENTRY FOR THE  *
010920*  HOLD ROW IN HAND, IN THE USUAL "REVIEW ... TYPE XX -    *
010930*  REASON" FORM, WITH THE SCORE AND FINDINGS IT WAS        *
010940*  REFERRED ON.                                            *
010950*----------------------------------------------------------*
010960 4250-WRITE-QUEUE-LINE.
010970     MOVE FHD-SCORE TO WS-QUEUE-SCORE
010980     MOVE SPACES TO REVIEW-QUEUE-RECORD
010990     STRING
011000         "REVIEW "                DELIMITED BY SIZE
011010         FSC-CITIZEN-ID           DELIMITED BY SIZE
011020         " "                      DELIMITED BY SIZE
011030         FSC-NAME                 DELIMITED BY SIZE
011040         " FRAUD TYPE "           DELIMITED BY SIZE
011050         FSC-BENEFIT-TYPE         DELIMITED BY SIZE
011060         " - FRAUD REFERRAL SCORE " DELIMITED BY SIZE
011070         WS-QUEUE-SCORE           DELIMITED BY SIZE
011080         " FINDINGS "             DELIMITED BY SIZE
011090         FHD-FINDINGS             DELIMITED BY SIZE
011100         INTO REVIEW-QUEUE-RECORD
011110     END-STRING
011120     WRITE REVIEW-QUEUE-RECORD
011130     PERFORM 9111-CHECK-REVIEW-STATUS THRU 9111-EXIT.
011140 4250-EXIT.
011150     EXIT.
011160
011170*----------------------------------------------------------*
011180*  4300-REQUEUE-HELD-CLAIM - THE CLAIM IS STILL HELD FROM  *
011190*  AN EARLIER REFERRAL AND AWAITS ITS DECISION.  QUEUE IT  *
011200*  AGAIN ON THE SCORE IT WAS REFERRED ON; TONIGHT'S SCORE  *
011210*  IS REPORTED BUT CHANGES NOTHING.                        *
011220*----------------------------------------------------------*
011230 4300-REQUEUE-HELD-CLAIM.
011240     PERFORM 4250-WRITE-QUEUE-LINE THRU 4250-EXIT
011250     MOVE SPACES TO DL-ACTION
011260     STRING
011270         "HELD SINCE "            DELIMITED BY SIZE
011280         FHD-REFERRED-DATE        DELIMITED BY SIZE
011290         " - AWAITING DECISION, REQUEUED" DELIMITED BY SIZE
011300         INTO DL-ACTION
011310     END-STRING
011320     PERFORM 4900-WRITE-DETAIL-LINE THRU 4900-EXIT
011330     ADD 1 TO WS-COUNT-ALREADY-HELD.
011340 4300-EXIT.
011350     EXIT.
011360
011370*----------------------------------------------------------*
011380*  4900-WRITE-DETAIL-LINE - ONE CLAIMS-SCORED LINE FOR THE *
011390*  CLAIM IN HAND.  THE CALLER HAS SET THE ACTION.          *
011400*----------------------------------------------------------*
011410 4900-WRITE-DETAIL-LINE.
011420     MOVE FSC-CITIZEN-ID TO DL-CITIZEN-ID
011430     MOVE FSC-BENEFIT-TYPE TO DL-BENEFIT-TYPE
011440     MOVE FSC-NAME TO DL-NAME
011450     MOVE FSC-SCORE TO DL-SCORE
011460     MOVE FSC-FINDINGS TO DL-FINDINGS
011470     MOVE WS-DETAIL-LINE TO FRAUD-REPORT-RECORD
011480     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT.
011490 4900-EXIT.
011500     EXIT.
011510
011520*----------------------------------------------------------*
011530*  8000-FINALIZE - THE RUN'S COUNTS, ON THE REPORT AND THE *
011540*  CONSOLE, THEN CLOSE DOWN.                               *
011550*----------------------------------------------------------*
011560 8000-FINALIZE.
011570     MOVE ALL "-" TO FRAUD-REPORT-RECORD
011580     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
011590
011600     MOVE "CITIZEN-FRAUD CLAIMS SCANNED     : " TO WS-COUNT-LABEL
011610     MOVE WS-COUNT-SCANNED TO WS-COUNT-VALUE
011620     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
011630     MOVE "CITIZEN-FRAUD SHARED ACCOUNTS    : " TO WS-COUNT-LABEL
011640     MOVE WS-COUNT-ACCOUNTS TO WS-COUNT-VALUE
011650     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
011660     MOVE "CITIZEN-FRAUD CROWDED ADDRESSES  : " TO WS-COUNT-LABEL
011670     MOVE WS-COUNT-ADDRESSES TO WS-COUNT-VALUE
011680     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
011690     MOVE "CITIZEN-FRAUD SAME NAME/DOB      : " TO WS-COUNT-LABEL
011700     MOVE WS-COUNT-NAMES TO WS-COUNT-VALUE
011710     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
011720     MOVE "CITIZEN-FRAUD LATE BANK CHANGES  : " TO WS-COUNT-LABEL
011730     MOVE WS-COUNT-BANK-CHANGES TO WS-COUNT-VALUE
011740     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
011750     MOVE "CITIZEN-FRAUD CLAIMS SCORED      : " TO WS-COUNT-LABEL
011760     MOVE WS-COUNT-SCORED TO WS-COUNT-VALUE
011770     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
011780     MOVE "CITIZEN-FRAUD CLAIMS REFERRED    : " TO WS-COUNT-LABEL
011790     MOVE WS-COUNT-REFERRED TO WS-COUNT-VALUE
011800     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
011810     MOVE "CITIZEN-FRAUD HELD, QUEUED AGAIN : " TO WS-COUNT-LABEL
011820     MOVE WS-COUNT-ALREADY-HELD TO WS-COUNT-VALUE
011830     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
011840     MOVE "CITIZEN-FRAUD DECIDED, NOT NEW   : " TO WS-COUNT-LABEL
011850     MOVE WS-COUNT-NOT-REREFERRED TO WS-COUNT-VALUE
011860     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
011870     MOVE "CITIZEN-FRAUD BELOW REFERRAL     : " TO WS-COUNT-LABEL
011880     MOVE WS-COUNT-BELOW-SCORE TO WS-COUNT-VALUE
011890     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
011900
011910     CLOSE CITIZEN-MASTER-FILE
011920     IF HISTORY-PRESENT
011930         CLOSE PAYMENT-HISTORY-FILE
011940     END-IF
011950     IF JOURNAL-PRESENT
011960         CLOSE MASTER-JOURNAL-FILE
011970     END-IF
011980     CLOSE FRAUD-WORK-FILE
011990     CLOSE FRAUD-SCORE-FILE
012000     CLOSE FRAUD-HOLD-FILE
012010     CLOSE REVIEW-QUEUE-FILE
012020     CLOSE FRAUD-REPORT-FILE
012030
012040     PERFORM 8900-DEREGISTER-RUN THRU 8900-EXIT.
012050 8000-EXIT.
012060     EXIT.
012070
012080*----------------------------------------------------------*
012090*  8100-WRITE-COUNT-LINE - ONE COUNT, LABELLED, ON THE     *
012100*  REPORT AND THE CONSOLE.                                 *
012110*----------------------------------------------------------*
012120 8100-WRITE-COUNT-LINE.
012130     MOVE WS-COUNT-VALUE TO WS-COUNT-DISPLAY
012140     MOVE SPACES TO FRAUD-REPORT-RECORD
012150     STRING
012160         WS-COUNT-LABEL           DELIMITED BY SIZE
012170         WS-COUNT-DISPLAY         DELIMITED BY SIZE
012180         INTO FRAUD-REPORT-RECORD
012190     END-STRING
012200     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
012210     DISPLAY WS-COUNT-LABEL WS-COUNT-DISPLAY.
012220 8100-EXIT.
012230     EXIT.
012240
012250*----------------------------------------------------------*
012260*  8900-DEREGISTER-RUN - HAND THE SHARED FILES BACK TO THE *
012270*  REGISTRY.                                               *
012280*----------------------------------------------------------*
012290 8900-DEREGISTER-RUN.
012300     MOVE "D" TO WS-LOCK-ACTION
012310     CALL "CITIZEN-RUNLOCK" USING WS-LOCK-ACTION,
012320                                   WS-LOCK-PROGRAM-NAME,
012330                                   WS-LOCK-RUN-ID,
012340                                   WS-LOCK-RESULT
012350     END-CALL.
012360 8900-EXIT.
012370     EXIT.
012380
012390*----------------------------------------------------------*
012400*  9100-ABEND-FILE-ERROR - AN OPEN OR A WRITE CAME BACK    *
012410*  WITH A NON-ZERO FILE STATUS ON A FILE THE RUN CANNOT    *
012420*  SENSIBLY CONTINUE WITHOUT.  REPORT IT AND STOP RATHER   *
012430*  THAN QUEUING CLAIMS THE HOLD FILE DOES NOT RECORD.      *
012440*----------------------------------------------------------*
012450 9100-ABEND-FILE-ERROR.
012460     DISPLAY "CITIZEN-FRAUD: I/O ERROR ON " WS-ERROR-FILE-NAME
012470         ", FILE STATUS = " WS-ERROR-STATUS
012480     MOVE 16 TO RETURN-CODE
012490     STOP RUN.
012500 9100-EXIT.
012510     EXIT.
012520
012530*----------------------------------------------------------*
012540*  9110/9111/9112/9113/9114-CHECK-xxx-STATUS - TESTED      *
012550*  AFTER EVERY WRITE TO THE FILE NAMED, SO A FULL DISK OR  *
012560*  OTHER WRITE FAILURE ABENDS THE RUN INSTEAD OF BEING     *
012570*  SILENTLY IGNORED.                                       *
012580*----------------------------------------------------------*
012590 9110-CHECK-REPORT-STATUS.
012600     IF WS-REPORT-STATUS NOT = "00"
012610         MOVE "FRAUD-REPORT-FILE" TO WS-ERROR-FILE-NAME
012620         MOVE WS-REPORT-STATUS TO WS-ERROR-STATUS
012630         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
012640     END-IF.
012650 9110-EXIT.
012660     EXIT.
012670
012680 9111-CHECK-REVIEW-STATUS.
012690     IF WS-REVIEW-STATUS NOT = "00"
012700         MOVE "REVIEW-QUEUE-FILE" TO WS-ERROR-FILE-NAME
012710         MOVE WS-REVIEW-STATUS TO WS-ERROR-STATUS
012720         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
012730     END-IF.
012740 9111-EXIT.
012750     EXIT.
012760
012770 9112-CHECK-WORK-STATUS.
012780     IF WS-WORK-STATUS NOT = "00"
012790         MOVE "FRAUD-WORK-FILE" TO WS-ERROR-FILE-NAME
012800         MOVE WS-WORK-STATUS TO WS-ERROR-STATUS
012810         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
012820     END-IF.
012830 9112-EXIT.
012840     EXIT.
012850
012860 9113-CHECK-SCORE-STATUS.
012870     IF WS-SCORE-STATUS NOT = "00"
012880         MOVE "FRAUD-SCORE-FILE" TO WS-ERROR-FILE-NAME
012890         MOVE WS-SCORE-STATUS TO WS-ERROR-STATUS
012900         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
012910     END-IF.
012920 9113-EXIT.
012930     EXIT.
012940
012950 9114-CHECK-HOLD-STATUS.
012960     IF WS-HOLD-STATUS NOT = "00"
012970         MOVE "FRAUD-HOLD-FILE" TO WS-ERROR-FILE-NAME
012980         MOVE WS-HOLD-STATUS TO WS-ERROR-STATUS
012990         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
013000     END-IF.
013010 9114-EXIT.
013020     EXIT.
013030
013040 9999-EXIT.
013050     STOP RUN.
