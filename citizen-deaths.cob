000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CITIZEN-DEATHS.
000030 AUTHOR.        R HARGREAVES.
000040 INSTALLATION.  DWP BENEFITS DIVISION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICATION HISTORY                                    *
000090*----------------------------------------------------------*
000100*  15/10/2026 RH   INITIAL VERSION.  UNTIL NOW A DEATH ONLY *
000110*                  REACHED US WHEN A BACS RETURN SAID       *
000120*                  "DECEASED" (CITIZEN-RECON), BY WHICH     *
000130*                  TIME WEEKS HAD BEEN PAID TO A CLOSED     *
000140*                  ACCOUNT AND THE CITIZEN'S OTHER CLAIMS   *
000150*                  WERE STILL PAYING.  THIS PROGRAM READS   *
000160*                  THE DAILY DEATH NOTIFICATION FILE        *
000170*                  (DEATH-NOTIFICATIONS.TXT, ONE FIXED-     *
000180*                  WIDTH LINE PER NOTICE: CITIZEN-ID, NAME, *
000190*                  DOB, DATE OF DEATH) AND MATCHES EACH     *
000200*                  NOTICE TO THE MASTER BY CITIZEN-ID,      *
000210*                  CHECKING THE NAME AND DOB AGREE ON EVERY *
000220*                  CLAIM THE CITIZEN HOLDS.  ON A MATCH     *
000230*                  EVERY CLAIM IS TERMINATED (STATUS "T",   *
000240*                  STATUS DATE = DATE OF DEATH), EVERY      *
000250*                  PAYMENT ON THE HISTORY DATED AFTER THE   *
000260*                  DEATH IS RAISED ON THE OVERPAYMENT       *
000270*                  LEDGER, AND THE CITIZEN GOES ON THE      *
000280*                  DECEASED REGISTER (DECEASED.DAT) SO      *
000290*                  CITIZEN-LETTER STOPS POSTING ADVICE AND  *
000300*                  A REPEATED NOTICE IS NOT ACTIONED TWICE. *
000310*                  A NAME/DOB MISMATCH IS NOT ACTIONED - IT *
000320*                  GOES ON REVIEW-QUEUE.TXT FOR A CLERICAL  *
000330*                  DECISION.  EVERYTHING STOPPED AND OWED   *
000340*                  IS LISTED ON BEREAVEMENT-REPORT.TXT.     *
000341*  15/10/2026 RH   EACH TERMINATION NOW GOES TO THE         *
000342*                  PERMANENT MASTER JOURNAL THROUGH         *
000344*                  CITIZEN-JOURNAL (CODE "K"), SO THE       *
000345*                  JOURNAL SHOWS EVERY CHANGE TO A CLAIM    *
000347*                  AND CITIZEN-BACKOUT NEVER UNDOES AN      *
000348*                  EARLIER RUN OVER THE TOP OF A DEATH.     *
000349*  15/10/2026 RH   JOURNAL ROWS NOW NAME THE OFFICER WHO    *
000350*                  KEYED THE CHANGE.  NO OFFICER KEYS A     *
000351*                  DEATH NOTICE, SO THIS RUN PASSES A BLANK *
000352*                  ONE.                                     *
000353*  15/10/2026 RH   A POST-DEATH PAYMENT THAT NEVER REACHED *
000354*                  THE ACCOUNT (ON RETURNED-PAYMENTS.DAT)  *
000355*                  IS NOT OWED BY THE ESTATE, AND ONE      *
000356*                  CITIZEN-RECON HAS ALREADY RAISED        *
000357*                  BECAUSE THE BANK REPORTED THE PAYEE     *
000358*                  DECEASED (ON DECEASED-OVERPAYS.DAT) IS  *
000359*                  ALREADY ON THE LEDGER - NEITHER IS      *
000360*                  RAISED NOW.  BOTH ARE COUNTED AS        *
000361*                  ALREADY SETTLED.                        *
000362*----------------------------------------------------------*
000363
000370*----------------------------------------------------------*
000380*  ENVIRONMENT DIVISION                                    *
000390*----------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT DEATH-NOTICE-FILE ASSIGN TO "death-notifications.txt"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-NOTICE-STATUS.
000460
000470     SELECT CITIZEN-MASTER-FILE ASSIGN TO "citizens.dat"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS CITIZEN-KEY
000510         ALTERNATE RECORD KEY IS CITIZEN-BENEFIT-TYPE
000520             WITH DUPLICATES
000530         FILE STATUS IS WS-MASTER-STATUS.
000540
000550     SELECT PAYMENT-HISTORY-FILE ASSIGN TO "payment-history.dat"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS PAYHIST-KEY
000590         FILE STATUS IS WS-PAYHIST-STATUS.
000600
000610     SELECT OVERPAY-LEDGER-FILE ASSIGN TO "overpayments.dat"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS OVP-KEY
000650         FILE STATUS IS WS-OVERPAY-STATUS.
000660
000670     SELECT DECEASED-FILE ASSIGN TO "deceased.dat"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS DCD-CITIZEN-ID
000710         FILE STATUS IS WS-DECEASED-STATUS.
000711     SELECT RETURN-REGISTER-FILE ASSIGN TO "returned-payments.dat"
000712         ORGANIZATION IS INDEXED
000713         ACCESS MODE IS RANDOM
000714         RECORD KEY IS RTP-KEY
000715         FILE STATUS IS WS-RETURNED-STATUS.
000720
000721     SELECT DECEASED-OVP-FILE ASSIGN TO "deceased-overpays.dat"
000722         ORGANIZATION IS INDEXED
000723         ACCESS MODE IS RANDOM
000724         RECORD KEY IS DOP-KEY
000725         FILE STATUS IS WS-DOP-STATUS.
000726
000730     SELECT REVIEW-QUEUE-FILE ASSIGN TO "review-queue.txt"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-REVIEW-STATUS.
000760
000770     SELECT BEREAVEMENT-REPORT-FILE
000780         ASSIGN TO "bereavement-report.txt"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-REPORT-STATUS.
000810
000820*----------------------------------------------------------*
000830*  DATA DIVISION                                           *
000840*----------------------------------------------------------*
000850 DATA DIVISION.
000860 FILE SECTION.
000870*  DEATH-NOTICE-FILE - THE DAY'S DEATH NOTIFICATIONS, ONE
000880*  FIXED-WIDTH LINE EACH.  THE DOB IS YYYY-MM-DD AS ON THE
000890*  MASTER; THE DATE OF DEATH IS YYYYMMDD AS ON EVERY OTHER
000900*  EFFECTIVE DATE IN THE SYSTEM.
000910 FD  DEATH-NOTICE-FILE.
000920 01  DEATH-NOTICE-RECORD.
000930     05  DN-CITIZEN-ID          PIC X(05).
000940     05  DN-NAME                PIC X(20).
000950     05  DN-DOB                 PIC X(10).
000960     05  DN-DATE-OF-DEATH       PIC X(08).
000970
000980*  CITIZEN-MASTER-FILE - OPENED I-O.  ONE KEYED START AT THE
000990*  CITIZEN'S LOWEST CLAIM FINDS EVERY BENEFIT TYPE HELD; EACH
001000*  CLAIM IS THEN READ BY KEY AND REWRITTEN TERMINATED.
001010 FD  CITIZEN-MASTER-FILE.
001020     COPY CITIZEN-RECORD.
001030
001040*  PAYMENT-HISTORY-FILE - READ ONLY.  ONE KEYED START AT THE
001050*  CITIZEN'S FIRST ROW FINDS EVERY PAYMENT ON EVERY CLAIM.
001060 FD  PAYMENT-HISTORY-FILE.
001070     COPY PAYMENT-HISTORY.
001080
001090*  OVERPAY-LEDGER-FILE - PAYMENTS DATED AFTER THE DEATH ARE
001100*  RAISED HERE, ONE ROW PER CLAIM, THE SAME WAY CITIZEN-RECON
001110*  RAISES A PAYMENT THE BANK REPORTS DECEASED.
001120 FD  OVERPAY-LEDGER-FILE.
001130     COPY OVERPAYMENT-LEDGER.
001140
001150*  DECEASED-FILE - PERMANENT REGISTER OF DEATHS ACTIONED.
001160 FD  DECEASED-FILE.
001170     COPY DECEASED-REGISTER.
001172*  RETURN-REGISTER-FILE - PAYMENTS THAT NEVER REACHED THE
001174*  CLAIMANT.  READ ONLY, AND MAY NOT EXIST.
001176 FD  RETURN-REGISTER-FILE.
001178     COPY RETURNED-PAYMENT.
001180
001181*  DECEASED-OVP-FILE - PAYMENTS CITIZEN-RECON HAS ALREADY
001182*  RAISED FOR A PAYEE THE BANK REPORTED DECEASED.  READ ONLY,
001183*  AND MAY NOT EXIST.
001184 FD  DECEASED-OVP-FILE.
001185     COPY DECEASED-OVERPAY.
001186
001190*  REVIEW-QUEUE-FILE - SHARED WITH CITIZEN-LOAD, CITIZEN-BATCH
001200*  AND CITIZEN-REISSUE.  OPENED EXTEND SO A MISMATCHED NOTICE
001210*  ADDS TO THE DAY'S QUEUE RATHER THAN REPLACING IT.
001220 FD  REVIEW-QUEUE-FILE.
001230 01  REVIEW-QUEUE-RECORD       PIC X(100).
001240
001250*  BEREAVEMENT-REPORT-FILE - WHAT WAS STOPPED AND WHAT IS OWED
001260*  FOR EACH NOTICE, REBUILT EVERY RUN.
001270 FD  BEREAVEMENT-REPORT-FILE.
001280 01  BEREAVEMENT-REPORT-RECORD PIC X(120).
001290
001300 WORKING-STORAGE SECTION.
001310
001320 01  WS-FILE-STATUSES.
001330     05  WS-NOTICE-STATUS       PIC X(02) VALUE "00".
001340     05  WS-MASTER-STATUS       PIC X(02) VALUE "00".
001350     05  WS-PAYHIST-STATUS      PIC X(02) VALUE "00".
001360     05  WS-OVERPAY-STATUS      PIC X(02) VALUE "00".
001370     05  WS-DECEASED-STATUS     PIC X(02) VALUE "00".
001380     05  WS-REVIEW-STATUS       PIC X(02) VALUE "00".
001390     05  WS-REPORT-STATUS       PIC X(02) VALUE "00".
001393     05  WS-RETURNED-STATUS     PIC X(02) VALUE "00".
001396     05  WS-DOP-STATUS          PIC X(02) VALUE "00".
001400
001410*  THE CLAIMS OF THE CITIZEN IN HAND - ONE ENTRY PER BENEFIT
001420*  TYPE ON THE MASTER, PLUS ONE FOR ANY TYPE THAT TURNS UP
001430*  ONLY ON THE HISTORY (A CLAIM SINCE DELETED BUT PAID AFTER
001440*  THE DEATH).  SEVEN TYPES EXIST; TEN LEAVES ROOM - THE RUN
001450*  ABENDS RATHER THAN SILENTLY DROPPING AN ELEVENTH.
001460 01  WS-CLAIM-TABLE.
001470     05  WS-CLAIM-ENTRY OCCURS 10 TIMES.
001480         10  WS-CL-TYPE         PIC X(02).
001490         10  WS-CL-ON-MASTER    PIC X(01).
001500         10  WS-CL-OLD-STATUS   PIC X(01).
001510         10  WS-CL-OLD-DATE     PIC X(08).
001520*        "T" TERMINATED THIS RUN, "L" LEFT ALONE (ALREADY
001530*        TERMINATED ON OR BEFORE THE DATE OF DEATH), "H" ON
001540*        THE HISTORY ONLY.
001550         10  WS-CL-ACTION       PIC X(01).
001560         10  WS-CL-PAYMENTS     PIC 9(03) COMP.
001570         10  WS-CL-OVERPAID     PIC 9(09)V99.
001580
001590 77  WS-CLAIM-COUNT             PIC 9(02) COMP VALUE ZERO.
001600 77  WS-CL-IDX                  PIC 9(02) COMP VALUE ZERO.
001610
001620*  DATE OF DEATH OFF THE NOTICE ONCE EDITED, AND THE TOTAL
001630*  OWED ACROSS ALL THE CITIZEN'S CLAIMS.
001640 01  WS-DATE-OF-DEATH           PIC 9(08) VALUE ZERO.
001650 01  WS-CITIZEN-OVERPAID        PIC 9(09)V99 VALUE ZERO.
001660 77  WS-CITIZEN-STOPPED         PIC 9(02) COMP VALUE ZERO.
001670
001680*  NAME AND DOB FROM THE NOTICE AND THE MASTER, FOLDED TO
001690*  UPPER CASE FOR THE COMPARISON SO A NOTICE KEYED IN MIXED
001700*  CASE STILL MATCHES.
001710 01  WS-CMP-NOTICE-NAME         PIC X(20).
001720 01  WS-CMP-MASTER-NAME         PIC X(20).
001730 01  WS-MASTER-NAME             PIC X(20).
001740 01  WS-MASTER-DOB              PIC X(10).
001750
001760 77  WS-COUNT-NOTICES-READ      PIC 9(07) COMP VALUE ZERO.
001770 77  WS-COUNT-ACTIONED          PIC 9(07) COMP VALUE ZERO.
001780 77  WS-COUNT-MISMATCHED        PIC 9(07) COMP VALUE ZERO.
001790 77  WS-COUNT-NOT-ON-MASTER     PIC 9(07) COMP VALUE ZERO.
001800 77  WS-COUNT-ALREADY-RECORDED  PIC 9(07) COMP VALUE ZERO.
001810 77  WS-COUNT-REJECTED          PIC 9(07) COMP VALUE ZERO.
001820 77  WS-COUNT-CLAIMS-STOPPED    PIC 9(07) COMP VALUE ZERO.
001830 77  WS-COUNT-OVERPAY-RAISED    PIC 9(07) COMP VALUE ZERO.
001835 77  WS-COUNT-ALREADY-SETTLED   PIC 9(07) COMP VALUE ZERO.
001840
001850 01  WS-TOTAL-OVERPAID          PIC 9(11)V99 VALUE ZERO.
001860 01  WS-AMOUNT-DISPLAY          PIC Z(08)9.99.
001870 01  WS-TOTAL-DISPLAY           PIC Z(10)9.99.
001880 01  WS-COUNT-DISPLAY           PIC Z,ZZZ,ZZ9.
001890 01  WS-PAYMENTS-DISPLAY        PIC ZZ9.
001900
001910*  RUN DATE/TIME, AND THE RUN IDENTIFIER - "DN" PLUS HHMMSS,
001920*  IN STEP WITH THE "RV"/"RI"/"AR" RUNS - STAMPED ON THE
001930*  REGISTER AND THE REPORT.
001940 01  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
001950 01  WS-RUN-TIME                PIC 9(08) VALUE ZERO.
001960 01  WS-RUN-ID                  PIC X(08) VALUE SPACES.
001970
001980 01  WS-SWITCHES.
001990     05  WS-EOF-SWITCH          PIC X(01) VALUE "N".
002000         88  END-OF-FILE                   VALUE "Y".
002010         88  NOT-END-OF-FILE               VALUE "N".
002020     05  WS-CLAIMS-EOF-SWITCH   PIC X(01) VALUE "N".
002030         88  END-OF-CLAIMS                 VALUE "Y".
002040         88  NOT-END-OF-CLAIMS             VALUE "N".
002050     05  WS-HIST-EOF-SWITCH     PIC X(01) VALUE "N".
002060         88  END-OF-HISTORY                VALUE "Y".
002070         88  NOT-END-OF-HISTORY            VALUE "N".
002080     05  WS-HIST-FILE-SWITCH    PIC X(01) VALUE "Y".
002090         88  HISTORY-PRESENT               VALUE "Y".
002100         88  HISTORY-ABSENT                VALUE "N".
002110     05  WS-MATCH-SWITCH        PIC X(01) VALUE "Y".
002120         88  DETAILS-MATCH                 VALUE "Y".
002130         88  DETAILS-MISMATCH              VALUE "N".
002140     05  WS-EDIT-SWITCH         PIC X(01) VALUE "Y".
002150         88  NOTICE-IS-VALID               VALUE "Y".
002160         88  NOTICE-IS-INVALID             VALUE "N".
002161     05  WS-RETURNS-SWITCH      PIC X(01) VALUE "Y".
002162         88  RETURNS-PRESENT               VALUE "Y".
002163         88  RETURNS-ABSENT                VALUE "N".
002164     05  WS-DOP-SWITCH          PIC X(01) VALUE "Y".
002165         88  DOP-PRESENT                   VALUE "Y".
002166         88  DOP-ABSENT                    VALUE "N".
002170
002180*  REASON TEXT FOR A REJECTED NOTICE, AND THE OUTCOME TEXT
002190*  ON EACH CLAIM LINE OF THE REPORT.
002200 01  WS-REJECT-REASON-TEXT      PIC X(40).
002210 01  WS-CLAIM-OUTCOME           PIC X(36).
002220
002230*  FILE NAME AND STATUS CARRIED INTO 9100-ABEND-FILE-ERROR WHEN
002240*  AN OPEN OR A WRITE FAILS ON A FILE THE RUN CANNOT CONTINUE
002250*  WITHOUT.
002260 01  WS-ERROR-FILE-NAME         PIC X(20).
002270 01  WS-ERROR-STATUS            PIC X(02).
002280
002290*  ARGUMENTS FOR THE CITIZEN-RUNLOCK REGISTRY CALLS.
002300 01  WS-LOCK-ACTION             PIC X(01) VALUE SPACE.
002310 01  WS-LOCK-PROGRAM-NAME       PIC X(15)
002320                                VALUE "CITIZEN-DEATHS".
002330 01  WS-LOCK-RUN-ID             PIC X(08) VALUE SPACES.
002340 01  WS-LOCK-RESULT             PIC X(01) VALUE SPACE.
002350
002351*  ARGUMENTS FOR THE CITIZEN-JOURNAL CALLS - THE WHOLE MASTER
002352*  ROW BEFORE AND AFTER A TERMINATION.
002353 01  WS-JNL-ACTION              PIC X(01) VALUE SPACE.
002355 01  WS-JNL-TXN-CODE            PIC X(01) VALUE SPACE.
002356 01  WS-JNL-BEFORE-IMAGE        PIC X(101) VALUE SPACES.
002357 01  WS-JNL-AFTER-IMAGE         PIC X(101) VALUE SPACES.
002358 01  WS-JNL-OFFICER-ID          PIC X(08) VALUE SPACES.
002359
002360*----------------------------------------------------------*
002370*  PROCEDURE DIVISION                                      *
002380*----------------------------------------------------------*
002390 PROCEDURE DIVISION.
002400
002410 0000-MAINLINE.
002420     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002430     PERFORM 2000-PROCESS-NOTICE THRU 2000-EXIT
002440         UNTIL END-OF-FILE
002450     PERFORM 8000-FINALIZE THRU 8000-EXIT
002460     GO TO 9999-EXIT.
002470
002480*----------------------------------------------------------*
002490*  1000-INITIALIZE - REGISTER THE RUN AND OPEN ALL FILES.   *
002500*  A MISSING NOTIFICATION FILE (STATUS 35) MEANS NO DEATHS  *
002510*  WERE NOTIFIED TODAY - THE RUN STILL PRODUCES AN EMPTY    *
002520*  REPORT SO THE DAY IS SEEN TO HAVE BEEN CHECKED.          *
002530*----------------------------------------------------------*
002540 1000-INITIALIZE.
002550     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002560     ACCEPT WS-RUN-TIME FROM TIME
002570     STRING
002580         "DN"             DELIMITED BY SIZE
002590         WS-RUN-TIME(1:6) DELIMITED BY SIZE
002600         INTO WS-RUN-ID
002610     END-STRING
002620
002630     PERFORM 1900-REGISTER-RUN THRU 1900-EXIT
002640
002650     OPEN INPUT DEATH-NOTICE-FILE
002660     IF WS-NOTICE-STATUS = "35"
002670         SET END-OF-FILE TO TRUE
002680     ELSE
002690         IF WS-NOTICE-STATUS NOT = "00"
002700             MOVE "DEATH-NOTICE-FILE" TO WS-ERROR-FILE-NAME
002710             MOVE WS-NOTICE-STATUS TO WS-ERROR-STATUS
002720             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002730         END-IF
002740     END-IF
002750
002760     OPEN I-O CITIZEN-MASTER-FILE
002770     IF WS-MASTER-STATUS NOT = "00"
002780         MOVE "CITIZEN-MASTER-FILE" TO WS-ERROR-FILE-NAME
002790         MOVE WS-MASTER-STATUS TO WS-ERROR-STATUS
002800         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002810     END-IF
002820
002830*    NO HISTORY FILE YET MEANS NOTHING HAS EVER BEEN PAID, SO
002840*    NOTHING CAN HAVE BEEN PAID AFTER A DEATH.
002850     OPEN INPUT PAYMENT-HISTORY-FILE
002860     IF WS-PAYHIST-STATUS = "35"
002870         SET HISTORY-ABSENT TO TRUE
002880     ELSE
002890         IF WS-PAYHIST-STATUS NOT = "00"
002900             MOVE "PAYMENT-HISTORY-FILE" TO WS-ERROR-FILE-NAME
002910             MOVE WS-PAYHIST-STATUS TO WS-ERROR-STATUS
002920             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002930         END-IF
002940     END-IF
002950
002960     PERFORM 1200-OPEN-OVERPAY-LEDGER THRU 1200-EXIT
002970
002980     PERFORM 1300-OPEN-DECEASED-REGISTER THRU 1300-EXIT
002981
002982*    NEITHER REGISTER YET MEANS NOTHING HAS BEEN RETURNED OR
002983*    RAISED FOR A DECEASED PAYEE.
002984     OPEN INPUT RETURN-REGISTER-FILE
002985     IF WS-RETURNED-STATUS = "35"
002986         SET RETURNS-ABSENT TO TRUE
002987     ELSE
002988         IF WS-RETURNED-STATUS NOT = "00"
002989             MOVE "RETURN-REGISTER-FILE" TO WS-ERROR-FILE-NAME
002990             MOVE WS-RETURNED-STATUS TO WS-ERROR-STATUS
002991             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002992         END-IF
002993     END-IF
002994
002995     OPEN INPUT DECEASED-OVP-FILE
002996     IF WS-DOP-STATUS = "35"
002997         SET DOP-ABSENT TO TRUE
002998     ELSE
002999         IF WS-DOP-STATUS NOT = "00"
003000             MOVE "DECEASED-OVP-FILE" TO WS-ERROR-FILE-NAME
003001             MOVE WS-DOP-STATUS TO WS-ERROR-STATUS
003002             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003003         END-IF
003004     END-IF
003005
003006     OPEN EXTEND REVIEW-QUEUE-FILE
003010     IF WS-REVIEW-STATUS = "35"
003020         OPEN OUTPUT REVIEW-QUEUE-FILE
003030     END-IF
003040     IF WS-REVIEW-STATUS NOT = "00"
003050         MOVE "REVIEW-QUEUE-FILE" TO WS-ERROR-FILE-NAME
003060         MOVE WS-REVIEW-STATUS TO WS-ERROR-STATUS
003070         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003080     END-IF
003090
003100     OPEN OUTPUT BEREAVEMENT-REPORT-FILE
003110     IF WS-REPORT-STATUS NOT = "00"
003120         MOVE "BEREAVEMENT-REPORT-FILE" TO WS-ERROR-FILE-NAME
003130         MOVE WS-REPORT-STATUS TO WS-ERROR-STATUS
003140         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003150     END-IF
003160
003170     MOVE SPACES TO BEREAVEMENT-REPORT-RECORD
003180     STRING
003190         "CITIZEN-DEATHS BEREAVEMENT REPORT - RUN DATE "
003200                                  DELIMITED BY SIZE
003210         WS-RUN-DATE              DELIMITED BY SIZE
003220         " RUN "                  DELIMITED BY SIZE
003230         WS-RUN-ID                DELIMITED BY SIZE
003240         INTO BEREAVEMENT-REPORT-RECORD
003250     END-STRING
003260     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
003270     MOVE ALL "-" TO BEREAVEMENT-REPORT-RECORD
003271     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
003273
003275     MOVE "O" TO WS-JNL-ACTION
003277     CALL "CITIZEN-JOURNAL" USING WS-JNL-ACTION,
003279                                   WS-LOCK-PROGRAM-NAME,
003280                                   WS-RUN-ID,
003282                                   WS-JNL-TXN-CODE,
003284                                   WS-JNL-BEFORE-IMAGE,
003285                                   WS-JNL-AFTER-IMAGE,
003286                                   WS-JNL-OFFICER-ID
003288     END-CALL.
003290 1000-EXIT.
003300     EXIT.
003310
003320*----------------------------------------------------------*
003330*  1200-OPEN-OVERPAY-LEDGER - THE LEDGER IS PERMANENT AND  *
003340*  SHARED WITH CITIZEN-BATCH, CITIZEN-REVIEW AND           *
003350*  CITIZEN-RECON, SO IT IS ALWAYS OPENED I-O.  IF NO RUN   *
003360*  HAS EVER CREATED IT YET (STATUS 35) IT IS CREATED EMPTY *
003370*  AND REOPENED.                                           *
003380*----------------------------------------------------------*
003390 1200-OPEN-OVERPAY-LEDGER.
003400     OPEN I-O OVERPAY-LEDGER-FILE
003410     IF WS-OVERPAY-STATUS = "35"
003420         OPEN OUTPUT OVERPAY-LEDGER-FILE
003430         IF WS-OVERPAY-STATUS = "00"
003440             CLOSE OVERPAY-LEDGER-FILE
003450             OPEN I-O OVERPAY-LEDGER-FILE
003460         END-IF
003470     END-IF
003480     IF WS-OVERPAY-STATUS NOT = "00"
003490         MOVE "OVERPAY-LEDGER-FILE" TO WS-ERROR-FILE-NAME
003500         MOVE WS-OVERPAY-STATUS TO WS-ERROR-STATUS
003510         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003520     END-IF.
003530 1200-EXIT.
003540     EXIT.
003550
003560*----------------------------------------------------------*
003570*  1300-OPEN-DECEASED-REGISTER - PERMANENT, SO OPENED I-O  *
003580*  AND CREATED EMPTY THE FIRST TIME (STATUS 35) THE SAME   *
003590*  WAY AS THE LEDGER.                                      *
003600*----------------------------------------------------------*
003610 1300-OPEN-DECEASED-REGISTER.
003620     OPEN I-O DECEASED-FILE
003630     IF WS-DECEASED-STATUS = "35"
003640         OPEN OUTPUT DECEASED-FILE
003650         IF WS-DECEASED-STATUS = "00"
003660             CLOSE DECEASED-FILE
003670             OPEN I-O DECEASED-FILE
003680         END-IF
003690     END-IF
003700     IF WS-DECEASED-STATUS NOT = "00"
003710         MOVE "DECEASED-FILE" TO WS-ERROR-FILE-NAME
003720         MOVE WS-DECEASED-STATUS TO WS-ERROR-STATUS
003730         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003740     END-IF.
003750 1300-EXIT.
003760     EXIT.
003770
003780*----------------------------------------------------------*
003790*  1900-REGISTER-RUN - TAKE THE SHARED FILES THROUGH THE   *
003800*  CITIZEN-RUNLOCK REGISTRY.  A REFUSAL MEANS ANOTHER      *
003810*  WRITER IS MID-FLIGHT - STOP BEFORE ANYTHING IS OPENED.  *
003820*----------------------------------------------------------*
003830 1900-REGISTER-RUN.
003840     MOVE "R" TO WS-LOCK-ACTION
003850     MOVE WS-RUN-ID TO WS-LOCK-RUN-ID
003860     CALL "CITIZEN-RUNLOCK" USING WS-LOCK-ACTION,
003870                                   WS-LOCK-PROGRAM-NAME,
003880                                   WS-LOCK-RUN-ID,
003890                                   WS-LOCK-RESULT
003900     END-CALL
003910     IF WS-LOCK-RESULT NOT = "G"
003920         DISPLAY "CITIZEN-DEATHS: ANOTHER RUN HOLDS THE "
003930             "PAYMENT FILES - NOT STARTED"
003940         MOVE 16 TO RETURN-CODE
003950         STOP RUN
003960     END-IF.
003970 1900-EXIT.
003980     EXIT.
003990
004000*----------------------------------------------------------*
004010*  2000-PROCESS-NOTICE - READ ONE NOTICE, EDIT IT, FIND THE *
004020*  CITIZEN'S CLAIMS, AND EITHER ACTION THE DEATH OR QUEUE   *
004030*  THE MISMATCH FOR REVIEW.                                 *
004040*----------------------------------------------------------*
004050 2000-PROCESS-NOTICE.
004060     READ DEATH-NOTICE-FILE
004070         AT END
004080             SET END-OF-FILE TO TRUE
004090             GO TO 2000-EXIT
004100     END-READ
004110
004120*    A BLANK LINE IS NOT A NOTICE - SKIP IT QUIETLY.
004130     IF DEATH-NOTICE-RECORD = SPACES
004140         GO TO 2000-EXIT
004150     END-IF
004160     ADD 1 TO WS-COUNT-NOTICES-READ
004170
004180     PERFORM 2100-EDIT-NOTICE THRU 2100-EXIT
004190     IF NOTICE-IS-INVALID
004200         PERFORM 2910-REPORT-REJECTED THRU 2910-EXIT
004210         GO TO 2000-EXIT
004220     END-IF
004230
004240*    A DEATH ALREADY ON THE REGISTER WAS ACTIONED BY AN
004250*    EARLIER RUN - A REPEATED NOTICE MUST NOT RAISE THE
004260*    SAME OVERPAYMENT TWICE.
004270     MOVE DN-CITIZEN-ID TO DCD-CITIZEN-ID
004280     READ DECEASED-FILE
004290         INVALID KEY
004300             CONTINUE
004310         NOT INVALID KEY
004320             PERFORM 2920-REPORT-ALREADY-RECORDED THRU 2920-EXIT
004330             GO TO 2000-EXIT
004340     END-READ
004350
004360     PERFORM 2200-LOAD-CLAIMS THRU 2200-EXIT
004370
004380     IF WS-CLAIM-COUNT = ZERO
004390         PERFORM 2930-REPORT-NOT-ON-MASTER THRU 2930-EXIT
004400         GO TO 2000-EXIT
004410     END-IF
004420
004430     IF DETAILS-MISMATCH
004440         PERFORM 2300-QUEUE-MISMATCH THRU 2300-EXIT
004450         GO TO 2000-EXIT
004460     END-IF
004470
004480     MOVE ZERO TO WS-CITIZEN-OVERPAID
004490     MOVE ZERO TO WS-CITIZEN-STOPPED
004500     PERFORM 2400-TERMINATE-CLAIM THRU 2400-EXIT
004510         VARYING WS-CL-IDX FROM 1 BY 1
004520         UNTIL WS-CL-IDX > WS-CLAIM-COUNT
004530     PERFORM 2500-SCAN-HISTORY THRU 2500-EXIT
004540     PERFORM 2600-RAISE-OVERPAYMENT THRU 2600-EXIT
004550         VARYING WS-CL-IDX FROM 1 BY 1
004560         UNTIL WS-CL-IDX > WS-CLAIM-COUNT
004570     PERFORM 2700-RECORD-DECEASED THRU 2700-EXIT
004580     PERFORM 2800-REPORT-ACTIONED THRU 2800-EXIT
004590     ADD 1 TO WS-COUNT-ACTIONED.
004600 2000-EXIT.
004610     EXIT.
004620
004630*----------------------------------------------------------*
004640*  2100-EDIT-NOTICE - THE CITIZEN-ID MUST BE PRESENT AND    *
004650*  THE DATE OF DEATH A REAL YYYYMMDD NO LATER THAN TODAY -  *
004660*  A NOTICE THAT FAILS IS REPORTED, NEVER GUESSED AT.       *
004670*----------------------------------------------------------*
004680 2100-EDIT-NOTICE.
004690     SET NOTICE-IS-VALID TO TRUE
004700     MOVE SPACES TO WS-REJECT-REASON-TEXT
004710
004720     IF DN-CITIZEN-ID = SPACES OR LOW-VALUES
004730         SET NOTICE-IS-INVALID TO TRUE
004740         MOVE "CITIZEN-ID IS BLANK" TO WS-REJECT-REASON-TEXT
004750         GO TO 2100-EXIT
004760     END-IF
004770
004780     IF DN-DATE-OF-DEATH NOT NUMERIC
004790         SET NOTICE-IS-INVALID TO TRUE
004800         MOVE "DATE OF DEATH IS NOT YYYYMMDD"
004810             TO WS-REJECT-REASON-TEXT
004820         GO TO 2100-EXIT
004830     END-IF
004840
004850     MOVE DN-DATE-OF-DEATH TO WS-DATE-OF-DEATH
004860     IF WS-DATE-OF-DEATH(5:2) < "01" OR > "12"
004870         OR WS-DATE-OF-DEATH(7:2) < "01" OR > "31"
004880         SET NOTICE-IS-INVALID TO TRUE
004890         MOVE "DATE OF DEATH IS NOT YYYYMMDD"
004900             TO WS-REJECT-REASON-TEXT
004910         GO TO 2100-EXIT
004920     END-IF
004930
004940     IF WS-DATE-OF-DEATH > WS-RUN-DATE
004950         SET NOTICE-IS-INVALID TO TRUE
004960         MOVE "DATE OF DEATH IS IN THE FUTURE"
004970             TO WS-REJECT-REASON-TEXT
004980     END-IF.
004990 2100-EXIT.
005000     EXIT.
005010
005020*----------------------------------------------------------*
005030*  2200-LOAD-CLAIMS - ONE KEYED START AT (ID, LOWEST TYPE), *
005040*  THEN EVERY CLAIM UNTIL THE ID CHANGES, NOTING EACH       *
005050*  CLAIM'S TYPE AND STATUS AND CHECKING THE NAME AND DOB ON *
005060*  EVERY ONE AGAINST THE NOTICE.                            *
005070*----------------------------------------------------------*
005080 2200-LOAD-CLAIMS.
005090     MOVE ZERO TO WS-CLAIM-COUNT
005100     SET DETAILS-MATCH TO TRUE
005110     MOVE DN-NAME TO WS-CMP-NOTICE-NAME
005120     INSPECT WS-CMP-NOTICE-NAME
005130         CONVERTING "abcdefghijklmnopqrstuvwxyz"
005140                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
005150
005160     SET NOT-END-OF-CLAIMS TO TRUE
005170     MOVE DN-CITIZEN-ID TO CITIZEN-ID
005180     MOVE SPACES TO CITIZEN-BENEFIT-TYPE
005190     START CITIZEN-MASTER-FILE
005200         KEY IS NOT LESS THAN CITIZEN-KEY
005210         INVALID KEY
005220             SET END-OF-CLAIMS TO TRUE
005230     END-START
005240     PERFORM 2210-LOAD-ONE-CLAIM THRU 2210-EXIT
005250         UNTIL END-OF-CLAIMS.
005260 2200-EXIT.
005270     EXIT.
005280
005290*----------------------------------------------------------*
005300*  2210-LOAD-ONE-CLAIM - READ THE NEXT CLAIM ALONG THE KEY  *
005310*  AND ADD IT TO THE TABLE.                                 *
005320*----------------------------------------------------------*
005330 2210-LOAD-ONE-CLAIM.
005340     READ CITIZEN-MASTER-FILE NEXT RECORD
005350         AT END
005360             SET END-OF-CLAIMS TO TRUE
005370             GO TO 2210-EXIT
005380     END-READ
005390     IF CITIZEN-ID NOT = DN-CITIZEN-ID
005400         SET END-OF-CLAIMS TO TRUE
005410         GO TO 2210-EXIT
005420     END-IF
005430
005440     IF WS-CLAIM-COUNT NOT < 10
005450         DISPLAY "CITIZEN-DEATHS: MORE THAN 10 CLAIMS FOR "
005460             "CITIZEN " DN-CITIZEN-ID " - INCREASE THE TABLE"
005470         MOVE 16 TO RETURN-CODE
005480         STOP RUN
005490     END-IF
005500
005510     ADD 1 TO WS-CLAIM-COUNT
005520     MOVE CITIZEN-BENEFIT-TYPE TO WS-CL-TYPE(WS-CLAIM-COUNT)
005530     MOVE "Y" TO WS-CL-ON-MASTER(WS-CLAIM-COUNT)
005540     MOVE CITIZEN-CLAIM-STATUS TO WS-CL-OLD-STATUS(WS-CLAIM-COUNT)
005550     MOVE CITIZEN-STATUS-DATE TO WS-CL-OLD-DATE(WS-CLAIM-COUNT)
005560     MOVE SPACE TO WS-CL-ACTION(WS-CLAIM-COUNT)
005570     MOVE ZERO TO WS-CL-PAYMENTS(WS-CLAIM-COUNT)
005580     MOVE ZERO TO WS-CL-OVERPAID(WS-CLAIM-COUNT)
005590
005600     MOVE CITIZEN-NAME TO WS-MASTER-NAME
005610     MOVE CITIZEN-DOB TO WS-MASTER-DOB
005620     MOVE CITIZEN-NAME TO WS-CMP-MASTER-NAME
005630     INSPECT WS-CMP-MASTER-NAME
005640         CONVERTING "abcdefghijklmnopqrstuvwxyz"
005650                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
005660     IF WS-CMP-MASTER-NAME NOT = WS-CMP-NOTICE-NAME
005670         OR CITIZEN-DOB NOT = DN-DOB
005680         SET DETAILS-MISMATCH TO TRUE
005690     END-IF.
005700 2210-EXIT.
005710     EXIT.
005720
005730*----------------------------------------------------------*
005740*  2300-QUEUE-MISMATCH - THE CITIZEN-ID IS ON THE MASTER    *
005750*  BUT THE NAME OR DOB DOES NOT AGREE, SO THE NOTICE MAY BE *
005760*  FOR SOMEONE ELSE.  NOTHING IS STOPPED - EACH OF THE      *
005770*  CITIZEN'S CLAIMS GOES ON THE REVIEW QUEUE IN THE SHARED  *
005780*  FORMAT ("REVIEW " PLUS THE ID, " TYPE " PLUS THE CODE)   *
005790*  FOR A CLERK TO CONFIRM AND KEY A "T" TRANSACTION, OR     *
005800*  REJECT.                                                  *
005810*----------------------------------------------------------*
005820 2300-QUEUE-MISMATCH.
005830     PERFORM 2310-QUEUE-ONE-CLAIM THRU 2310-EXIT
005840         VARYING WS-CL-IDX FROM 1 BY 1
005850         UNTIL WS-CL-IDX > WS-CLAIM-COUNT
005860     ADD 1 TO WS-COUNT-MISMATCHED
005870
005880     MOVE SPACES TO BEREAVEMENT-REPORT-RECORD
005890     STRING
005900         "NOT ACTIONED "          DELIMITED BY SIZE
005910         DN-CITIZEN-ID            DELIMITED BY SIZE
005920         " NOTICE "               DELIMITED BY SIZE
005930         DN-NAME                  DELIMITED BY SIZE
005940         " DOB "                  DELIMITED BY SIZE
005950         DN-DOB                   DELIMITED BY SIZE
005960         " - MASTER HOLDS "       DELIMITED BY SIZE
005970         WS-MASTER-NAME           DELIMITED BY SIZE
005980         " DOB "                  DELIMITED BY SIZE
005990         WS-MASTER-DOB            DELIMITED BY SIZE
006000         INTO BEREAVEMENT-REPORT-RECORD
006010     END-STRING
006020     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
006030     MOVE "  NAME/DOB MISMATCH - CLAIMS QUEUED FOR REVIEW"
006040         TO BEREAVEMENT-REPORT-RECORD
006050     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT.
006060 2300-EXIT.
006070     EXIT.
006080
006090*----------------------------------------------------------*
006100*  2310-QUEUE-ONE-CLAIM - ONE REVIEW QUEUE LINE PER CLAIM.  *
006110*----------------------------------------------------------*
006120 2310-QUEUE-ONE-CLAIM.
006130     MOVE SPACES TO REVIEW-QUEUE-RECORD
006140     STRING
006150         "REVIEW "                DELIMITED BY SIZE
006160         DN-CITIZEN-ID            DELIMITED BY SIZE
006170         " "                      DELIMITED BY SIZE
006180         WS-MASTER-NAME           DELIMITED BY SIZE
006190         " DEATH TYPE "           DELIMITED BY SIZE
006200         WS-CL-TYPE(WS-CL-IDX)    DELIMITED BY SIZE
006210         " - DEATH NOTICE NAME/DOB DO NOT MATCH, DIED "
006220                                  DELIMITED BY SIZE
006230         DN-DATE-OF-DEATH         DELIMITED BY SIZE
006240         INTO REVIEW-QUEUE-RECORD
006250     END-STRING
006260     WRITE REVIEW-QUEUE-RECORD
006270     PERFORM 9112-CHECK-REVIEW-STATUS THRU 9112-EXIT.
006280 2310-EXIT.
006290     EXIT.
006300
006310*----------------------------------------------------------*
006320*  2400-TERMINATE-CLAIM - STOP ONE CLAIM FROM THE DATE OF   *
006330*  DEATH.  A CLAIM ALREADY TERMINATED ON OR BEFORE THAT     *
006340*  DATE IS LEFT AS IT IS - THE EARLIER DECISION STANDS.     *
006350*  AN ACTIVE OR SUSPENDED CLAIM, OR ONE TERMINATED FROM A   *
006360*  LATER DATE, IS REWRITTEN "T" FROM THE DATE OF DEATH.     *
006370*----------------------------------------------------------*
006380 2400-TERMINATE-CLAIM.
006390     MOVE DN-CITIZEN-ID TO CITIZEN-ID
006400     MOVE WS-CL-TYPE(WS-CL-IDX) TO CITIZEN-BENEFIT-TYPE
006410     READ CITIZEN-MASTER-FILE
006420         INVALID KEY
006430             MOVE "CITIZEN-MASTER-FILE" TO WS-ERROR-FILE-NAME
006440             MOVE WS-MASTER-STATUS TO WS-ERROR-STATUS
006450             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
006460     END-READ
006470
006480     IF CLAIM-TERMINATED
006490         AND CITIZEN-STATUS-DATE IS NUMERIC
006500         AND CITIZEN-STATUS-DATE NOT > DN-DATE-OF-DEATH
006510         MOVE "L" TO WS-CL-ACTION(WS-CL-IDX)
006520         GO TO 2400-EXIT
006530     END-IF
006540
006545     MOVE CITIZEN-RECORD TO WS-JNL-BEFORE-IMAGE
006550     MOVE "T" TO CITIZEN-CLAIM-STATUS
006560     MOVE DN-DATE-OF-DEATH TO CITIZEN-STATUS-DATE
006570     REWRITE CITIZEN-RECORD
006580     PERFORM 9111-CHECK-MASTER-STATUS THRU 9111-EXIT
006581
006582     MOVE "W" TO WS-JNL-ACTION
006583     MOVE "K" TO WS-JNL-TXN-CODE
006584     MOVE CITIZEN-RECORD TO WS-JNL-AFTER-IMAGE
006585     CALL "CITIZEN-JOURNAL" USING WS-JNL-ACTION,
006586                                   WS-LOCK-PROGRAM-NAME,
006587                                   WS-RUN-ID,
006588                                   WS-JNL-TXN-CODE,
006589                                   WS-JNL-BEFORE-IMAGE,
006590                                   WS-JNL-AFTER-IMAGE,
006591                                   WS-JNL-OFFICER-ID
006593     END-CALL
006595     MOVE "T" TO WS-CL-ACTION(WS-CL-IDX)
006600     ADD 1 TO WS-CITIZEN-STOPPED
006610     ADD 1 TO WS-COUNT-CLAIMS-STOPPED.
006620 2400-EXIT.
006630     EXIT.
006640
006650*----------------------------------------------------------*
006660*  2500-SCAN-HISTORY - ONE KEYED START AT THE CITIZEN'S     *
006670*  FIRST HISTORY ROW, THEN EVERY ROW UNTIL THE ID CHANGES.  *
006680*  EVERY PAYMENT DATED AFTER THE DEATH IS ADDED TO ITS      *
006690*  CLAIM'S OVERPAID TOTAL.  THE HISTORY AMOUNT IS WHAT WAS  *
006700*  ACTUALLY PAID (NET OF ANY RECOVERY DEDUCTION), WHICH IS  *
006710*  EXACTLY WHAT THE ESTATE OWES BACK.                       *
006712*  A PAYMENT THE BANK RETURNED OR THE ORDER THAT WAS NEVER  *
006714*  CASHED IS NOT OWED, AND ONE CITIZEN-RECON HAS ALREADY    *
006716*  RAISED AS PAID TO A DECEASED PAYEE IS ALREADY ON THE     *
006718*  LEDGER - NEITHER IS CHARGED AGAIN.                       *
006720*----------------------------------------------------------*
006730 2500-SCAN-HISTORY.
006740     IF HISTORY-ABSENT
006750         GO TO 2500-EXIT
006760     END-IF
006770
006780     SET NOT-END-OF-HISTORY TO TRUE
006790     MOVE DN-CITIZEN-ID TO PAYHIST-CITIZEN-ID
006800     MOVE SPACES TO PAYHIST-BENEFIT-TYPE
006810     MOVE ZERO TO PAYHIST-PAYMENT-DATE
006820     START PAYMENT-HISTORY-FILE
006830         KEY IS NOT LESS THAN PAYHIST-KEY
006840         INVALID KEY
006850             SET END-OF-HISTORY TO TRUE
006860     END-START
006870     PERFORM 2510-SCAN-ONE-PAYMENT THRU 2510-EXIT
006880         UNTIL END-OF-HISTORY.
006890 2500-EXIT.
006900     EXIT.
006910
006920*----------------------------------------------------------*
006930*  2510-SCAN-ONE-PAYMENT - READ THE NEXT HISTORY ROW AND,   *
006940*  IF IT IS DATED AFTER THE DEATH, CHARGE IT TO ITS CLAIM.  *
006950*  A TYPE NOT ON THE MASTER (THE CLAIM HAS SINCE BEEN       *
006960*  DELETED) GETS A TABLE ENTRY OF ITS OWN SO THE MONEY IS   *
006970*  STILL RAISED.                                            *
006980*----------------------------------------------------------*
006990 2510-SCAN-ONE-PAYMENT.
007000     READ PAYMENT-HISTORY-FILE NEXT RECORD
007010         AT END
007020             SET END-OF-HISTORY TO TRUE
007030             GO TO 2510-EXIT
007040     END-READ
007050     IF PAYHIST-CITIZEN-ID NOT = DN-CITIZEN-ID
007060         SET END-OF-HISTORY TO TRUE
007070         GO TO 2510-EXIT
007080     END-IF
007090     IF PAYHIST-PAYMENT-DATE NOT > WS-DATE-OF-DEATH
007100         GO TO 2510-EXIT
007101     END-IF
007102
007103     IF RETURNS-PRESENT
007104         MOVE PAYHIST-KEY TO RTP-KEY
007105         READ RETURN-REGISTER-FILE
007106             NOT INVALID KEY
007107                 ADD 1 TO WS-COUNT-ALREADY-SETTLED
007108                 GO TO 2510-EXIT
007109         END-READ
007110     END-IF
007111     IF DOP-PRESENT
007112         MOVE PAYHIST-KEY TO DOP-KEY
007113         READ DECEASED-OVP-FILE
007114             NOT INVALID KEY
007115                 ADD 1 TO WS-COUNT-ALREADY-SETTLED
007116                 GO TO 2510-EXIT
007117         END-READ
007118     END-IF
007120
007130     PERFORM 2520-MATCH-CLAIM-TYPE THRU 2520-EXIT
007140         VARYING WS-CL-IDX FROM 1 BY 1
007150         UNTIL WS-CL-IDX > WS-CLAIM-COUNT
007160             OR WS-CL-TYPE(WS-CL-IDX) = PAYHIST-BENEFIT-TYPE
007170
007180     IF WS-CL-IDX > WS-CLAIM-COUNT
007190         IF WS-CLAIM-COUNT NOT < 10
007200             DISPLAY "CITIZEN-DEATHS: MORE THAN 10 CLAIMS FOR "
007210                 "CITIZEN " DN-CITIZEN-ID " - INCREASE THE TABLE"
007220             MOVE 16 TO RETURN-CODE
007230             STOP RUN
007240         END-IF
007250         ADD 1 TO WS-CLAIM-COUNT
007260         MOVE WS-CLAIM-COUNT TO WS-CL-IDX
007270         MOVE PAYHIST-BENEFIT-TYPE TO WS-CL-TYPE(WS-CL-IDX)
007280         MOVE "N" TO WS-CL-ON-MASTER(WS-CL-IDX)
007290         MOVE SPACE TO WS-CL-OLD-STATUS(WS-CL-IDX)
007300         MOVE SPACES TO WS-CL-OLD-DATE(WS-CL-IDX)
007310         MOVE "H" TO WS-CL-ACTION(WS-CL-IDX)
007320         MOVE ZERO TO WS-CL-PAYMENTS(WS-CL-IDX)
007330         MOVE ZERO TO WS-CL-OVERPAID(WS-CL-IDX)
007340     END-IF
007350
007360     ADD 1 TO WS-CL-PAYMENTS(WS-CL-IDX)
007370     ADD PAYHIST-AMOUNT TO WS-CL-OVERPAID(WS-CL-IDX).
007380 2510-EXIT.
007390     EXIT.
007400
007410*----------------------------------------------------------*
007420*  2520-MATCH-CLAIM-TYPE - STEP THE INDEX ON TO THE TABLE   *
007430*  ENTRY FOR THE HISTORY ROW'S BENEFIT TYPE.  THE SEARCH    *
007440*  ITSELF IS DRIVEN BY THE PERFORM VARYING CLAUSE.          *
007450*----------------------------------------------------------*
007460 2520-MATCH-CLAIM-TYPE.
007470     CONTINUE.
007480 2520-EXIT.
007490     EXIT.
007500
007510*----------------------------------------------------------*
007520*  2600-RAISE-OVERPAYMENT - PUT ONE CLAIM'S POST-DEATH      *
007530*  PAYMENTS ON (OR ADD THEM TO) ITS OVERPAYMENT LEDGER ROW, *
007540*  THE SAME WAY CITIZEN-RECON RAISES A PAYMENT THE BANK     *
007550*  REPORTS DECEASED.  THE CLAIM WILL NOT PAY AGAIN, SO THE  *
007560*  ROW IS THE ESTATE'S DEBT ON RECORD.                      *
007570*----------------------------------------------------------*
007580 2600-RAISE-OVERPAYMENT.
007590     IF WS-CL-OVERPAID(WS-CL-IDX) = ZERO
007600         GO TO 2600-EXIT
007610     END-IF
007620
007630     MOVE DN-CITIZEN-ID TO OVP-CITIZEN-ID
007640     MOVE WS-CL-TYPE(WS-CL-IDX) TO OVP-BENEFIT-TYPE
007650     READ OVERPAY-LEDGER-FILE
007660         INVALID KEY
007670             INITIALIZE OVERPAY-RECORD
007680             MOVE DN-CITIZEN-ID TO OVP-CITIZEN-ID
007690             MOVE WS-CL-TYPE(WS-CL-IDX) TO OVP-BENEFIT-TYPE
007700             MOVE WS-CL-OVERPAID(WS-CL-IDX) TO OVP-BALANCE
007710             MOVE WS-CL-OVERPAID(WS-CL-IDX) TO OVP-RAISED-TOTAL
007720             MOVE WS-RUN-DATE TO OVP-LAST-ACTION-DATE
007730             WRITE OVERPAY-RECORD
007740             PERFORM 9113-CHECK-OVERPAY-STATUS THRU 9113-EXIT
007750         NOT INVALID KEY
007760             ADD WS-CL-OVERPAID(WS-CL-IDX) TO OVP-BALANCE
007770             ADD WS-CL-OVERPAID(WS-CL-IDX) TO OVP-RAISED-TOTAL
007780             MOVE WS-RUN-DATE TO OVP-LAST-ACTION-DATE
007790             REWRITE OVERPAY-RECORD
007800             PERFORM 9113-CHECK-OVERPAY-STATUS THRU 9113-EXIT
007810     END-READ
007820
007830     ADD WS-CL-OVERPAID(WS-CL-IDX) TO WS-CITIZEN-OVERPAID
007840     ADD WS-CL-OVERPAID(WS-CL-IDX) TO WS-TOTAL-OVERPAID
007850     ADD 1 TO WS-COUNT-OVERPAY-RAISED.
007860 2600-EXIT.
007870     EXIT.
007880
007890*----------------------------------------------------------*
007900*  2700-RECORD-DECEASED - PUT THE CITIZEN ON THE DECEASED   *
007910*  REGISTER.  THE KEY WAS READ AS ABSENT MOMENTS AGO, SO A  *
007920*  DUPLICATE HERE IS A GENUINE I/O PROBLEM AND ABENDS.      *
007930*----------------------------------------------------------*
007940 2700-RECORD-DECEASED.
007950     INITIALIZE DECEASED-RECORD
007960     MOVE DN-CITIZEN-ID TO DCD-CITIZEN-ID
007970     MOVE WS-MASTER-NAME TO DCD-NAME
007980     MOVE WS-MASTER-DOB TO DCD-DOB
007990     MOVE WS-DATE-OF-DEATH TO DCD-DATE-OF-DEATH
008000     MOVE WS-RUN-DATE TO DCD-ACTIONED-DATE
008010     MOVE WS-RUN-ID TO DCD-RUN-ID
008020     MOVE WS-CITIZEN-STOPPED TO DCD-CLAIMS-STOPPED
008030     MOVE WS-CITIZEN-OVERPAID TO DCD-OVERPAY-TOTAL
008040     WRITE DECEASED-RECORD
008050     PERFORM 9114-CHECK-DECEASED-STATUS THRU 9114-EXIT.
008060 2700-EXIT.
008070     EXIT.
008080
008090*----------------------------------------------------------*
008100*  2800-REPORT-ACTIONED - ONE HEADING LINE FOR THE CITIZEN, *
008110*  ONE LINE PER CLAIM SAYING WHAT WAS STOPPED AND WHAT IS   *
008120*  OWED ON IT, AND THE ESTATE'S TOTAL.                      *
008130*----------------------------------------------------------*
008140 2800-REPORT-ACTIONED.
008150     MOVE SPACES TO BEREAVEMENT-REPORT-RECORD
008160     STRING
008170         "DECEASED "              DELIMITED BY SIZE
008180         DN-CITIZEN-ID            DELIMITED BY SIZE
008190         " "                      DELIMITED BY SIZE
008200         WS-MASTER-NAME           DELIMITED BY SIZE
008210         " DOB "                  DELIMITED BY SIZE
008220         WS-MASTER-DOB            DELIMITED BY SIZE
008230         " DIED "                 DELIMITED BY SIZE
008240         DN-DATE-OF-DEATH         DELIMITED BY SIZE
008250         INTO BEREAVEMENT-REPORT-RECORD
008260     END-STRING
008270     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
008280
008290     PERFORM 2810-REPORT-ONE-CLAIM THRU 2810-EXIT
008300         VARYING WS-CL-IDX FROM 1 BY 1
008310         UNTIL WS-CL-IDX > WS-CLAIM-COUNT
008320
008330     MOVE WS-CITIZEN-OVERPAID TO WS-AMOUNT-DISPLAY
008340     MOVE SPACES TO BEREAVEMENT-REPORT-RECORD
008350     STRING
008360         "  TOTAL OWED BY THE ESTATE            £"
008370                                  DELIMITED BY SIZE
008380         WS-AMOUNT-DISPLAY        DELIMITED BY SIZE
008390         INTO BEREAVEMENT-REPORT-RECORD
008400     END-STRING
008410     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT.
008420 2800-EXIT.
008430     EXIT.
008440
008450*----------------------------------------------------------*
008460*  2810-REPORT-ONE-CLAIM - WHAT HAPPENED TO ONE CLAIM, AND  *
008470*  THE PAYMENTS MADE ON IT AFTER THE DEATH.                 *
008480*----------------------------------------------------------*
008490 2810-REPORT-ONE-CLAIM.
008500     MOVE SPACES TO WS-CLAIM-OUTCOME
008510     EVALUATE TRUE
008520         WHEN WS-CL-ACTION(WS-CL-IDX) = "H"
008530             MOVE "NOT ON MASTER - PAID AFTER DEATH"
008540                 TO WS-CLAIM-OUTCOME
008550         WHEN WS-CL-ACTION(WS-CL-IDX) = "L"
008560             STRING
008570                 "ALREADY TERMINATED FROM "
008580                                  DELIMITED BY SIZE
008590                 WS-CL-OLD-DATE(WS-CL-IDX)
008600                                  DELIMITED BY SIZE
008610                 INTO WS-CLAIM-OUTCOME
008620             END-STRING
008630         WHEN WS-CL-OLD-STATUS(WS-CL-IDX) = "S"
008640             MOVE "STOPPED - WAS SUSPENDED"
008650                 TO WS-CLAIM-OUTCOME
008660         WHEN WS-CL-OLD-STATUS(WS-CL-IDX) = "T"
008670             MOVE "STOPPED - TERMINATION BROUGHT FORWARD"
008680                 TO WS-CLAIM-OUTCOME
008690         WHEN OTHER
008700             MOVE "STOPPED - WAS ACTIVE"
008710                 TO WS-CLAIM-OUTCOME
008720     END-EVALUATE
008730
008740     MOVE WS-CL-PAYMENTS(WS-CL-IDX) TO WS-PAYMENTS-DISPLAY
008750     MOVE WS-CL-OVERPAID(WS-CL-IDX) TO WS-AMOUNT-DISPLAY
008760     MOVE SPACES TO BEREAVEMENT-REPORT-RECORD
008770     STRING
008780         "  TYPE "                DELIMITED BY SIZE
008790         WS-CL-TYPE(WS-CL-IDX)    DELIMITED BY SIZE
008800         " "                      DELIMITED BY SIZE
008810         WS-CLAIM-OUTCOME         DELIMITED BY SIZE
008820         " PAID AFTER DEATH "     DELIMITED BY SIZE
008830         WS-PAYMENTS-DISPLAY      DELIMITED BY SIZE
008840         " OWED £"                DELIMITED BY SIZE
008850         WS-AMOUNT-DISPLAY        DELIMITED BY SIZE
008860         INTO BEREAVEMENT-REPORT-RECORD
008870     END-STRING
008880     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT.
008890 2810-EXIT.
008900     EXIT.
008910
008920*----------------------------------------------------------*
008930*  2910-REPORT-REJECTED - A NOTICE THAT FAILED ITS EDITS.   *
008940*----------------------------------------------------------*
008950 2910-REPORT-REJECTED.
008960     ADD 1 TO WS-COUNT-REJECTED
008970     MOVE SPACES TO BEREAVEMENT-REPORT-RECORD
008980     STRING
008990         "REJECTED "              DELIMITED BY SIZE
009000         WS-REJECT-REASON-TEXT    DELIMITED BY SIZE
009010         " RAW: "                 DELIMITED BY SIZE
009020         DEATH-NOTICE-RECORD      DELIMITED BY SIZE
009030         INTO BEREAVEMENT-REPORT-RECORD
009040     END-STRING
009050     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT.
009060 2910-EXIT.
009070     EXIT.
009080
009090*----------------------------------------------------------*
009100*  2920-REPORT-ALREADY-RECORDED - THE DEATH WAS ACTIONED BY *
009110*  AN EARLIER RUN; THE NOTICE IS A REPEAT.                  *
009120*----------------------------------------------------------*
009130 2920-REPORT-ALREADY-RECORDED.
009140     ADD 1 TO WS-COUNT-ALREADY-RECORDED
009150     MOVE SPACES TO BEREAVEMENT-REPORT-RECORD
009160     STRING
009170         "REPEAT NOTICE "         DELIMITED BY SIZE
009180         DN-CITIZEN-ID            DELIMITED BY SIZE
009190         " "                      DELIMITED BY SIZE
009200         DN-NAME                  DELIMITED BY SIZE
009210         " - DEATH ALREADY ACTIONED ON "
009220                                  DELIMITED BY SIZE
009230         DCD-ACTIONED-DATE        DELIMITED BY SIZE
009240         " RUN "                  DELIMITED BY SIZE
009250         DCD-RUN-ID               DELIMITED BY SIZE
009260         INTO BEREAVEMENT-REPORT-RECORD
009270     END-STRING
009280     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT.
009290 2920-EXIT.
009300     EXIT.
009310
009320*----------------------------------------------------------*
009330*  2930-REPORT-NOT-ON-MASTER - NO CLAIM ON THE MASTER FOR   *
009340*  THE NOTICE'S CITIZEN-ID.  NOTHING IS PAYING, SO THERE IS *
009350*  NOTHING TO STOP OR QUEUE - REPORTED FOR THE RECORD.      *
009360*----------------------------------------------------------*
009370 2930-REPORT-NOT-ON-MASTER.
009380     ADD 1 TO WS-COUNT-NOT-ON-MASTER
009390     MOVE SPACES TO BEREAVEMENT-REPORT-RECORD
009400     STRING
009410         "NOT ON MASTER "         DELIMITED BY SIZE
009420         DN-CITIZEN-ID            DELIMITED BY SIZE
009430         " "                      DELIMITED BY SIZE
009440         DN-NAME                  DELIMITED BY SIZE
009450         " DOB "                  DELIMITED BY SIZE
009460         DN-DOB                   DELIMITED BY SIZE
009470         " DIED "                 DELIMITED BY SIZE
009480         DN-DATE-OF-DEATH         DELIMITED BY SIZE
009490         INTO BEREAVEMENT-REPORT-RECORD
009500     END-STRING
009510     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT.
009520 2930-EXIT.
009530     EXIT.
009540
009550*----------------------------------------------------------*
009560*  2990-WRITE-REPORT-LINE - ONE REPORT LINE, STATUS-CHECKED.*
009570*----------------------------------------------------------*
009580 2990-WRITE-REPORT-LINE.
009590     WRITE BEREAVEMENT-REPORT-RECORD
009600     PERFORM 9110-CHECK-REPORT-STATUS THRU 9110-EXIT.
009610 2990-EXIT.
009620     EXIT.
009630
009640*----------------------------------------------------------*
009650*  8000-FINALIZE - WRITE THE COUNTS AND THE TOTAL OWED TO   *
009660*  THE REPORT AND THE JOB LOG, CLOSE DOWN, AND SET          *
009670*  RETURN-CODE 8 IF A NOTICE COULD NOT BE ACTIONED AT ALL.  *
009680*----------------------------------------------------------*
009690 8000-FINALIZE.
009700     MOVE ALL "-" TO BEREAVEMENT-REPORT-RECORD
009710     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
009720
009730     MOVE WS-COUNT-NOTICES-READ TO WS-COUNT-DISPLAY
009740     MOVE SPACES TO BEREAVEMENT-REPORT-RECORD
009750     STRING
009760         "CITIZEN-DEATHS NOTICES READ    : " DELIMITED BY SIZE
009770         WS-COUNT-DISPLAY                    DELIMITED BY SIZE
009780         INTO BEREAVEMENT-REPORT-RECORD
009790     END-STRING
009800     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
009810
009820     MOVE WS-COUNT-ACTIONED TO WS-COUNT-DISPLAY
009830     MOVE SPACES TO BEREAVEMENT-REPORT-RECORD
009840     STRING
009850         "CITIZEN-DEATHS DEATHS ACTIONED : " DELIMITED BY SIZE
009860         WS-COUNT-DISPLAY                    DELIMITED BY SIZE
009870         INTO BEREAVEMENT-REPORT-RECORD
009880     END-STRING
009890     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
009900
009910     MOVE WS-COUNT-CLAIMS-STOPPED TO WS-COUNT-DISPLAY
009920     MOVE SPACES TO BEREAVEMENT-REPORT-RECORD
009930     STRING
009940         "CITIZEN-DEATHS CLAIMS STOPPED  : " DELIMITED BY SIZE
009950         WS-COUNT-DISPLAY                    DELIMITED BY SIZE
009960         INTO BEREAVEMENT-REPORT-RECORD
009970     END-STRING
009980     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
009990
010000     MOVE WS-COUNT-OVERPAY-RAISED TO WS-COUNT-DISPLAY
010010     MOVE SPACES TO BEREAVEMENT-REPORT-RECORD
010020     STRING
010030         "CITIZEN-DEATHS OVERPAY RAISED  : " DELIMITED BY SIZE
010040         WS-COUNT-DISPLAY                    DELIMITED BY SIZE
010050         INTO BEREAVEMENT-REPORT-RECORD
010060     END-STRING
010070     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
010080
010081     MOVE WS-COUNT-ALREADY-SETTLED TO WS-COUNT-DISPLAY
010082     MOVE SPACES TO BEREAVEMENT-REPORT-RECORD
010083     STRING
010084         "CITIZEN-DEATHS ALREADY SETTLED : " DELIMITED BY SIZE
010085         WS-COUNT-DISPLAY                    DELIMITED BY SIZE
010086         INTO BEREAVEMENT-REPORT-RECORD
010087     END-STRING
010088     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
010089
010090     MOVE WS-TOTAL-OVERPAID TO WS-TOTAL-DISPLAY
010100     MOVE SPACES TO BEREAVEMENT-REPORT-RECORD
010110     STRING
010120         "CITIZEN-DEATHS TOTAL OWED      : " DELIMITED BY SIZE
010130         WS-TOTAL-DISPLAY                    DELIMITED BY SIZE
010140         INTO BEREAVEMENT-REPORT-RECORD
010150     END-STRING
010160     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
010170
010180     MOVE WS-COUNT-MISMATCHED TO WS-COUNT-DISPLAY
010190     MOVE SPACES TO BEREAVEMENT-REPORT-RECORD
010200     STRING
010210         "CITIZEN-DEATHS QUEUED MISMATCH : " DELIMITED BY SIZE
010220         WS-COUNT-DISPLAY                    DELIMITED BY SIZE
010230         INTO BEREAVEMENT-REPORT-RECORD
010240     END-STRING
010250     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
010260
010270     MOVE WS-COUNT-ALREADY-RECORDED TO WS-COUNT-DISPLAY
010280     MOVE SPACES TO BEREAVEMENT-REPORT-RECORD
010290     STRING
010300         "CITIZEN-DEATHS REPEAT NOTICES  : " DELIMITED BY SIZE
010310         WS-COUNT-DISPLAY                    DELIMITED BY SIZE
010320         INTO BEREAVEMENT-REPORT-RECORD
010330     END-STRING
010340     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
010350
010360     MOVE WS-COUNT-NOT-ON-MASTER TO WS-COUNT-DISPLAY
010370     MOVE SPACES TO BEREAVEMENT-REPORT-RECORD
010380     STRING
010390         "CITIZEN-DEATHS NOT ON MASTER   : " DELIMITED BY SIZE
010400         WS-COUNT-DISPLAY                    DELIMITED BY SIZE
010410         INTO BEREAVEMENT-REPORT-RECORD
010420     END-STRING
010430     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
010440
010450     MOVE WS-COUNT-REJECTED TO WS-COUNT-DISPLAY
010460     MOVE SPACES TO BEREAVEMENT-REPORT-RECORD
010470     STRING
010480         "CITIZEN-DEATHS REJECTED        : " DELIMITED BY SIZE
010490         WS-COUNT-DISPLAY                    DELIMITED BY SIZE
010500         INTO BEREAVEMENT-REPORT-RECORD
010510     END-STRING
010520     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
010530
010540     IF WS-NOTICE-STATUS NOT = "35"
010550         CLOSE DEATH-NOTICE-FILE
010560     END-IF
010570     CLOSE CITIZEN-MASTER-FILE
010580     IF HISTORY-PRESENT
010590         CLOSE PAYMENT-HISTORY-FILE
010600     END-IF
010610     CLOSE OVERPAY-LEDGER-FILE
010620     CLOSE DECEASED-FILE
010621     IF RETURNS-PRESENT
010622         CLOSE RETURN-REGISTER-FILE
010623     END-IF
010624     IF DOP-PRESENT
010625         CLOSE DECEASED-OVP-FILE
010626     END-IF
010630     CLOSE REVIEW-QUEUE-FILE
010640     CLOSE BEREAVEMENT-REPORT-FILE
010650
010651     MOVE "C" TO WS-JNL-ACTION
010652     CALL "CITIZEN-JOURNAL" USING WS-JNL-ACTION,
010653                                   WS-LOCK-PROGRAM-NAME,
010654                                   WS-RUN-ID,
010655                                   WS-JNL-TXN-CODE,
010656                                   WS-JNL-BEFORE-IMAGE,
010657                                   WS-JNL-AFTER-IMAGE,
010658                                   WS-JNL-OFFICER-ID
010659     END-CALL
010660
010665     PERFORM 8900-DEREGISTER-RUN THRU 8900-EXIT
010670
010680     DISPLAY "CITIZEN-DEATHS NOTICES READ    : "
010690         WS-COUNT-NOTICES-READ
010700     DISPLAY "CITIZEN-DEATHS DEATHS ACTIONED : "
010710         WS-COUNT-ACTIONED
010720     DISPLAY "CITIZEN-DEATHS CLAIMS STOPPED  : "
010730         WS-COUNT-CLAIMS-STOPPED
010740     DISPLAY "CITIZEN-DEATHS OVERPAY RAISED  : "
010750         WS-COUNT-OVERPAY-RAISED
010753     DISPLAY "CITIZEN-DEATHS ALREADY SETTLED : "
010756         WS-COUNT-ALREADY-SETTLED
010760     DISPLAY "CITIZEN-DEATHS TOTAL OWED      : "
010770         WS-TOTAL-DISPLAY
010780     DISPLAY "CITIZEN-DEATHS QUEUED MISMATCH : "
010790         WS-COUNT-MISMATCHED
010800     DISPLAY "CITIZEN-DEATHS REPEAT NOTICES  : "
010810         WS-COUNT-ALREADY-RECORDED
010820     DISPLAY "CITIZEN-DEATHS NOT ON MASTER   : "
010830         WS-COUNT-NOT-ON-MASTER
010840     DISPLAY "CITIZEN-DEATHS REJECTED        : "
010850         WS-COUNT-REJECTED
010860
010870     IF WS-COUNT-REJECTED NOT = ZERO
010880         OR WS-COUNT-NOT-ON-MASTER NOT = ZERO
010890         DISPLAY "CITIZEN-DEATHS: RUN NEEDS A HUMAN LOOK - "
010900             "SEE BEREAVEMENT-REPORT.TXT"
010910         MOVE 8 TO RETURN-CODE
010920     END-IF.
010930 8000-EXIT.
010940     EXIT.
010950
010960*----------------------------------------------------------*
010970*  8900-DEREGISTER-RUN - HAND THE SHARED FILES BACK TO     *
010980*  THE REGISTRY.                                           *
010990*----------------------------------------------------------*
011000 8900-DEREGISTER-RUN.
011010     MOVE "D" TO WS-LOCK-ACTION
011020     CALL "CITIZEN-RUNLOCK" USING WS-LOCK-ACTION,
011030                                   WS-LOCK-PROGRAM-NAME,
011040                                   WS-LOCK-RUN-ID,
011050                                   WS-LOCK-RESULT
011060     END-CALL.
011070 8900-EXIT.
011080     EXIT.
011090
011100*----------------------------------------------------------*
011110*  9100-ABEND-FILE-ERROR - AN OPEN OR A WRITE CAME BACK     *
011120*  WITH A NON-ZERO FILE STATUS ON A FILE THE RUN CANNOT     *
011130*  SENSIBLY CONTINUE WITHOUT.  REPORT IT AND STOP RATHER    *
011140*  THAN LEAVING A DEATH HALF ACTIONED.                      *
011150*----------------------------------------------------------*
011160 9100-ABEND-FILE-ERROR.
011170     DISPLAY "CITIZEN-DEATHS: I/O ERROR ON " WS-ERROR-FILE-NAME
011180         ", FILE STATUS = " WS-ERROR-STATUS
011190     MOVE 16 TO RETURN-CODE
011200     STOP RUN.
011210 9100-EXIT.
011220     EXIT.
011230
011240*----------------------------------------------------------*
011250*  9110-CHECK-REPORT-STATUS THRU 9114-CHECK-DECEASED-STATUS *
011260*  - TESTED AFTER EVERY WRITE TO THE FILE NAMED, SO A FULL  *
011270*  DISK OR OTHER WRITE FAILURE ABENDS THE RUN INSTEAD OF    *
011280*  BEING SILENTLY IGNORED.                                  *
011290*----------------------------------------------------------*
011300 9110-CHECK-REPORT-STATUS.
011310     IF WS-REPORT-STATUS NOT = "00"
011320         MOVE "BEREAVEMENT-REPORT-FILE" TO WS-ERROR-FILE-NAME
011330         MOVE WS-REPORT-STATUS TO WS-ERROR-STATUS
011340         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
011350     END-IF.
011360 9110-EXIT.
011370     EXIT.
011380
011390 9111-CHECK-MASTER-STATUS.
011400     IF WS-MASTER-STATUS NOT = "00"
011410         MOVE "CITIZEN-MASTER-FILE" TO WS-ERROR-FILE-NAME
011420         MOVE WS-MASTER-STATUS TO WS-ERROR-STATUS
011430         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
011440     END-IF.
011450 9111-EXIT.
011460     EXIT.
011470
011480 9112-CHECK-REVIEW-STATUS.
011490     IF WS-REVIEW-STATUS NOT = "00"
011500         MOVE "REVIEW-QUEUE-FILE" TO WS-ERROR-FILE-NAME
011510         MOVE WS-REVIEW-STATUS TO WS-ERROR-STATUS
011520         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
011530     END-IF.
011540 9112-EXIT.
011550     EXIT.
011560
011570 9113-CHECK-OVERPAY-STATUS.
011580     IF WS-OVERPAY-STATUS NOT = "00"
011590         MOVE "OVERPAY-LEDGER-FILE" TO WS-ERROR-FILE-NAME
011600         MOVE WS-OVERPAY-STATUS TO WS-ERROR-STATUS
011610         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
011620     END-IF.
011630 9113-EXIT.
011640     EXIT.
011650
011660 9114-CHECK-DECEASED-STATUS.
011670     IF WS-DECEASED-STATUS NOT = "00"
011680         MOVE "DECEASED-FILE" TO WS-ERROR-FILE-NAME
011690         MOVE WS-DECEASED-STATUS TO WS-ERROR-STATUS
011700         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
011710     END-IF.
011720 9114-EXIT.
011730     EXIT.
011740
011750 9999-EXIT.
011760     STOP RUN.
