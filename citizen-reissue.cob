000366*                  ATTEMPTS-EXHAUSTED ITEM COME OFF - THE   *
000367*                  REVIEW QUEUE IS THE EXHAUSTED ITEM'S     *
000368*                  SYSTEM OF RECORD FROM THERE ON.          *
000369*  15/10/2026 RH   AN ITEM FOR A CLAIM WITH AN APPOINTEE IN *
000370*                  FORCE AT THE RE-ISSUE DATE GOES OUT TO   *
000371*                  THE APPOINTEE (APPOINTEES.DAT) RATHER    *
000372*                  THAN TO THE DETAILS IT BOUNCED FROM;     *
000373*                  ANY OTHER ITEM STILL GOES AS ORIGINALLY  *
000374*                  SENT.                                    *
000375*  15/10/2026 RH   EACH ITEM IS NOW PUT TO CITIZEN-AUTHCHK  *
000376*                  WITH THE CLAIM'S LAST PAYMENT OFF THE    *
000377*                  HISTORY.  ONE OVER ITS LIMIT, OR TOO FAR *
000378*                  ABOVE THAT PAYMENT, IS WRITTEN TO        *
000379*                  PENDING-AUTH.DAT FOR CITIZEN-APPROVE     *
000380*                  INSTEAD OF THE EXTRACT, HISTORY AND      *
000381*                  AUDIT TRAIL, AND COMES OFF THE FAILED    *
000382*                  QUEUE - THE PENDING FILE IS ITS RECORD   *
000383*                  NOW.  AN ITEM QUEUED AGAIN AFTER IT WAS  *
000384*                  HELD IS REPORTED AND DROPPED.            *
000385*  15/10/2026 RH   AN ITEM IS NOW CHECKED AGAINST THE       *
000386*                  MASTER AND THE DECEASED REGISTER BEFORE  *
000387*                  IT IS PAID.  ONE WHOSE CLAIM HAS GONE    *
000388*                  FROM THE MASTER, IS SUSPENDED OR         *
000389*                  TERMINATED AT THE RUN DATE, OR WHOSE     *
000390*                  CITIZEN DIED ON OR BEFORE THE ORIGINAL   *
000391*                  PAYMENT DATE IS REPORTED AND DROPPED     *
000392*                  FROM THE FAILED QUEUE.                   *
000393*----------------------------------------------------------*
000394
000395*----------------------------------------------------------*
000396*  ENVIRONMENT DIVISION                                    *
000397*----------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000540
000550     SELECT PAYMENT-HISTORY-FILE ASSIGN TO "payment-history.dat"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS PAYHIST-KEY
000590         FILE STATUS IS WS-PAYHIST-STATUS.
000600
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-AUDIT-STATUS.
000640
000641     SELECT DECEASED-FILE ASSIGN TO "deceased.dat"
000642         ORGANIZATION IS INDEXED
000643         ACCESS MODE IS RANDOM
000644         RECORD KEY IS DCD-CITIZEN-ID
000645         FILE STATUS IS WS-DECEASED-STATUS.
000646
000650     SELECT REVIEW-QUEUE-FILE ASSIGN TO "review-queue.txt"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-REVIEW-STATUS.
000671
000672     SELECT CITIZEN-MASTER-FILE ASSIGN TO "citizens.dat"
000673         ORGANIZATION IS INDEXED
000674         ACCESS MODE IS RANDOM
000675         RECORD KEY IS CITIZEN-KEY
000676         ALTERNATE RECORD KEY IS CITIZEN-BENEFIT-TYPE
000677             WITH DUPLICATES
000678         FILE STATUS IS WS-MASTER-STATUS.
000680
000690     SELECT ATTEMPTS-FILE ASSIGN TO "reissue-attempts.txt"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-ATTEMPTS-STATUS.
000720
000721     SELECT PENDING-AUTH-FILE ASSIGN TO "pending-auth.dat"
000722         ORGANIZATION IS INDEXED
000723         ACCESS MODE IS RANDOM
000724         RECORD KEY IS PND-KEY
000725         FILE STATUS IS WS-PENDING-STATUS.
000726
000730     SELECT REGISTER-FILE ASSIGN TO "reissue-report.txt"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-REGISTER-STATUS.
000751
000752     SELECT APPOINTEE-FILE ASSIGN TO "appointees.dat"
000753         ORGANIZATION IS INDEXED
000754         ACCESS MODE IS RANDOM
000755         RECORD KEY IS APT-KEY
000756         FILE STATUS IS WS-APPOINTEE-STATUS.
000760
000770*----------------------------------------------------------*
000780*  DATA DIVISION                                           *
001160 FD  AUDIT-TRAIL-FILE.
001170 01  AUDIT-TRAIL-RECORD        PIC X(170).
001180
001181*  DECEASED-FILE - CITIZENS WHOSE DEATH CITIZEN-DEATHS HAS
001182*  ACTIONED.  READ ONLY, AND MAY NOT EXIST.
001183 FD  DECEASED-FILE.
001184     COPY DECEASED-REGISTER.
001185
001190*  REVIEW-QUEUE-FILE - SHARED WITH CITIZEN-LOAD AND
001200*  CITIZEN-BATCH; AN ITEM PAST THE ATTEMPT CAP GOES HERE FOR
001210*  A CLERICAL DECISION.  ALWAYS OPENED EXTEND.
001220 FD  REVIEW-QUEUE-FILE.
001230 01  REVIEW-QUEUE-RECORD       PIC X(100).
001231
001232*  CITIZEN-MASTER-FILE - READ ONLY, FOR THE CLAIM'S STATUS AT
001233*  THE RE-ISSUE DATE.
001234 FD  CITIZEN-MASTER-FILE.
001235     COPY CITIZEN-RECORD.
001240
001250*  ATTEMPTS-FILE - ONE FIXED-WIDTH LINE PER CLAIM THAT HAS
001260*  EVER HAD A RE-ISSUE, CARRYING ITS RUNNING ATTEMPT COUNT
001330     05  AT-BENEFIT-TYPE        PIC X(02).
001340     05  AT-COUNT               PIC 9(02).
001350
001351*  PENDING-AUTH-FILE - PAYMENTS HELD FOR A SECOND OFFICER'S
001352*  AUTHORISATION.  SHARED WITH THE OTHER PAYING PROGRAMS AND
001353*  CITIZEN-APPROVE; CREATED ON FIRST USE.
001354 FD  PENDING-AUTH-FILE.
001355     COPY PENDING-AUTH.
001356
001360*  REGISTER-FILE - THE RE-ISSUE REGISTER: ONE LINE PER ITEM
001370*  WITH ITS ATTEMPT COUNT AND THE RETURN REASON.
001380 FD  REGISTER-FILE.
001390 01  REGISTER-RECORD           PIC X(120).
001391
001392*  APPOINTEE-FILE - THE THIRD PARTY PAID FOR A CLAIM WHILE AN
001393*  APPOINTMENT IS IN FORCE.  READ ONLY, AND MAY NOT EXIST.
001394 FD  APPOINTEE-FILE.
001395     COPY APPOINTEE-RECORD.
001400
001410 WORKING-STORAGE SECTION.
001420
001490     05  WS-REVIEW-STATUS       PIC X(02) VALUE "00".
001500     05  WS-ATTEMPTS-STATUS     PIC X(02) VALUE "00".
001510     05  WS-REGISTER-STATUS     PIC X(02) VALUE "00".
001511     05  WS-APPOINTEE-STATUS    PIC X(02) VALUE "00".
001515     05  WS-PENDING-STATUS      PIC X(02) VALUE "00".
001516     05  WS-MASTER-STATUS       PIC X(02) VALUE "00".
001517     05  WS-DECEASED-STATUS     PIC X(02) VALUE "00".
001520
001530*  THE FAILED LINE PULLED APART INTO THE PAYMENT-EXTRACT
001540*  FIELDS - KEPT IN STEP WITH THE PAYMENT-EXTRACT COPYBOOK.
002260 77  WS-COUNT-REISSUED          PIC 9(07) COMP VALUE ZERO.
002270 77  WS-COUNT-TO-REVIEW         PIC 9(07) COMP VALUE ZERO.
002280 77  WS-COUNT-BLOCKED           PIC 9(07) COMP VALUE ZERO.
002285 77  WS-COUNT-AUTH-HELD         PIC 9(07) COMP VALUE ZERO.
002287 77  WS-COUNT-NOT-PAYABLE        PIC 9(07) COMP VALUE ZERO.
002290
002300 01  WS-COUNT-DISPLAY           PIC Z,ZZZ,ZZ9.
002310
002420     05  WS-PAID-SWITCH         PIC X(01) VALUE "N".
002430         88  ALREADY-PAID                  VALUE "Y".
002440         88  NOT-ALREADY-PAID              VALUE "N".
002441     05  WS-DECEASED-SWITCH     PIC X(01) VALUE "Y".
002442         88  DECEASED-PRESENT              VALUE "Y".
002443         88  DECEASED-ABSENT               VALUE "N".
002444     05  WS-PAYABLE-SWITCH      PIC X(01) VALUE "Y".
002445         88  CLAIM-PAYABLE                 VALUE "Y".
002446         88  CLAIM-NOT-PAYABLE             VALUE "N".
002450     05  WS-NO-QUEUE-SWITCH     PIC X(01) VALUE "N".
002460         88  NO-FAILED-QUEUE               VALUE "Y".
002470         88  FAILED-QUEUE-FOUND            VALUE "N".
002471     05  WS-APPOINTEES-SWITCH   PIC X(01) VALUE "Y".
002472         88  APPOINTEES-PRESENT            VALUE "Y".
002473         88  APPOINTEES-ABSENT             VALUE "N".
002474     05  WS-HIST-EOF-SWITCH     PIC X(01) VALUE "N".
002475         88  END-OF-HISTORY                VALUE "Y".
002476         88  NOT-END-OF-HISTORY            VALUE "N".
002477     05  WS-AUTH-HELD-SWITCH    PIC X(01) VALUE "N".
002478         88  ITEM-AUTH-HELD                VALUE "Y".
002479         88  ITEM-NOT-AUTH-HELD            VALUE "N".
002480
002481*  ARGUMENTS FOR THE CITIZEN-AUTHCHK CALL - THE ITEM, THE
002482*  CLAIM'S LATEST PAYMENT BEFORE THE RUN DATE (ZERO IF NONE),
002483*  AND THE VERDICT.
002484 01  WS-AUTH-SOURCE             PIC X(08) VALUE "REISSUE".
002485 01  WS-LAST-PAID               PIC 9(09)V99 VALUE ZERO.
002486 01  WS-AUTH-RESULT             PIC X(01) VALUE SPACE.
002487 01  WS-AUTH-REASON             PIC X(40) VALUE SPACES.
002488
002490*  FILE NAME AND STATUS CARRIED INTO 9100-ABEND-FILE-ERROR WHEN
002500*  AN OPEN OR A WRITE FAILS ON A FILE THE RUN CANNOT CONTINUE
002510*  WITHOUT.
003070
003080     PERFORM 1050-OPEN-PAYMENT-HISTORY THRU 1050-EXIT
003090
003091*    NO DECEASED REGISTER (STATUS 35) MEANS NO DEATH HAS EVER
003092*    BEEN ACTIONED.
003093     OPEN INPUT DECEASED-FILE
003094     IF WS-DECEASED-STATUS = "35"
003095         SET DECEASED-ABSENT TO TRUE
003096     ELSE
003097         IF WS-DECEASED-STATUS NOT = "00"
003098             MOVE "DECEASED-FILE" TO WS-ERROR-FILE-NAME
003099             MOVE WS-DECEASED-STATUS TO WS-ERROR-STATUS
003100             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003101         END-IF
003102     END-IF
003103
003104     OPEN EXTEND AUDIT-TRAIL-FILE
003110     IF WS-AUDIT-STATUS = "35"
003120         OPEN OUTPUT AUDIT-TRAIL-FILE
003130     END-IF
003160         MOVE WS-AUDIT-STATUS TO WS-ERROR-STATUS
003170         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003180     END-IF
003183
003186     PERFORM 1060-OPEN-PENDING-AUTH THRU 1060-EXIT
003190
003200     OPEN EXTEND REVIEW-QUEUE-FILE
003210     IF WS-REVIEW-STATUS = "35"
003270         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003280     END-IF
003290
003291     OPEN INPUT CITIZEN-MASTER-FILE
003292     IF WS-MASTER-STATUS NOT = "00"
003293         MOVE "CITIZEN-MASTER-FILE" TO WS-ERROR-FILE-NAME
003294         MOVE WS-MASTER-STATUS TO WS-ERROR-STATUS
003295         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003296     END-IF
003297
003300     OPEN OUTPUT REGISTER-FILE
003310     IF WS-REGISTER-STATUS NOT = "00"
003320         MOVE "REGISTER-FILE" TO WS-ERROR-FILE-NAME
003330         MOVE WS-REGISTER-STATUS TO WS-ERROR-STATUS
003340         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003341     END-IF
003342
003343*    NO APPOINTEE FILE (STATUS 35) MEANS NO APPOINTMENT HAS
003344*    EVER BEEN KEYED - EVERY ITEM GOES AS ORIGINALLY SENT.
003345     OPEN INPUT APPOINTEE-FILE
003346     IF WS-APPOINTEE-STATUS = "35"
003347         SET APPOINTEES-ABSENT TO TRUE
003348     ELSE
003349         IF WS-APPOINTEE-STATUS NOT = "00"
003350             MOVE "APPOINTEE-FILE" TO WS-ERROR-FILE-NAME
003351             MOVE WS-APPOINTEE-STATUS TO WS-ERROR-STATUS
003352             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003353         END-IF
003354     END-IF
003360
003370     PERFORM 1100-LOAD-RETURNS THRU 1100-EXIT
003380     PERFORM 1200-LOAD-ATTEMPTS THRU 1200-EXIT
003665     EXIT.
003666
003667*----------------------------------------------------------*
003668*  1060-OPEN-PENDING-AUTH - SHARED WITH THE OTHER PAYING    *
003669*  PROGRAMS AND CITIZEN-APPROVE, SO ALWAYS OPENED I-O,      *
003670*  AND CREATED EMPTY THE SAME WAY AS THE HISTORY IF NO RUN  *
003671*  HAS MADE IT YET.                                         *
003672*----------------------------------------------------------*
003673 1060-OPEN-PENDING-AUTH.
003674     OPEN I-O PENDING-AUTH-FILE
003675     IF WS-PENDING-STATUS = "35"
003676         OPEN OUTPUT PENDING-AUTH-FILE
003677         IF WS-PENDING-STATUS = "00"
003678             CLOSE PENDING-AUTH-FILE
003679             OPEN I-O PENDING-AUTH-FILE
003680         END-IF
003681     END-IF
003682     IF WS-PENDING-STATUS NOT = "00"
003683         MOVE "PENDING-AUTH-FILE" TO WS-ERROR-FILE-NAME
003684         MOVE WS-PENDING-STATUS TO WS-ERROR-STATUS
003685         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003686     END-IF.
003687 1060-EXIT.
003688     EXIT.
003689
003690*----------------------------------------------------------*
003691*  1100-LOAD-RETURNS - LOAD THE RETURNED LINES OFF THE      *
003692*  DAY'S ACKNOWLEDGEMENT FILE SO THE REGISTER CAN NAME THE  *
003693*  REASON EACH ITEM FAILED.  A MISSING FILE (STATUS 35)     *
003700*  JUST LEAVES THE REASON COLUMN BLANK.                     *
003710*----------------------------------------------------------*
003720 1100-LOAD-RETURNS.
005330     PERFORM 2100-FIND-RETURN-REASON THRU 2100-EXIT
005340     PERFORM 2200-LOCATE-ATTEMPT-ENTRY THRU 2200-EXIT
005350
005351     PERFORM 2250-CHECK-CLAIM-STATE THRU 2250-EXIT
005352     IF CLAIM-NOT-PAYABLE
005353         GO TO 2000-EXIT
005354     END-IF
005355
005360     IF WS-AT-COUNT(WS-AT-IDX) NOT < WS-MAX-ATTEMPTS
005370         PERFORM 2500-ROUTE-TO-REVIEW THRU 2500-EXIT
005371         GO TO 2000-EXIT
005372     END-IF
005373
005374     PERFORM 2350-CHECK-PENDING-AUTH THRU 2350-EXIT
005375     IF ITEM-AUTH-HELD
005380         GO TO 2000-EXIT
005390     END-IF
005400
005450     END-IF
005460
005470     ADD 1 TO WS-AT-COUNT(WS-AT-IDX)
005471     PERFORM 2400-CHECK-AUTHORISATION THRU 2400-EXIT
005473     IF ITEM-AUTH-HELD
005475         PERFORM 2900-HOLD-FOR-AUTHORISATION THRU 2900-EXIT
005476         GO TO 2000-EXIT
005478     END-IF
005480     PERFORM 2600-WRITE-EXTRACT THRU 2600-EXIT
005490     PERFORM 2650-WRITE-PAYMENT-HISTORY THRU 2650-EXIT
005500     ADD WS-FP-AMOUNT TO WS-TOTAL-REISSUED
006240 2210-EXIT.
006250     EXIT.
006260
006261*----------------------------------------------------------*
006262*  2250-CHECK-CLAIM-STATE - IS THE CLAIM STILL ONE WE PAY?  *
006263*  AN ITEM IS REPORTED AND DROPPED FROM THE FAILED QUEUE    *
006264*  IF THE CLAIM IS NO LONGER ON THE MASTER, IF A SUSPENSION *
006265*  OR TERMINATION IS IN EFFECT AT THE RUN DATE (THE SAME    *
006266*  RULE AS 2145-CHECK-CLAIM-STATUS IN CITIZEN-BATCH), OR IF *
006267*  THE CITIZEN DIED ON OR BEFORE THE ORIGINAL PAYMENT DATE. *
006268*  A CLAIM RESUMED LATER IS PAID BY THE SCAN OR ARREARS,    *
006269*  NOT BY A RE-ISSUE.                                       *
006270*----------------------------------------------------------*
006271 2250-CHECK-CLAIM-STATE.
006272     SET CLAIM-PAYABLE TO TRUE
006273     MOVE WS-FP-CITIZEN-ID TO CITIZEN-ID
006274     MOVE WS-FP-BENEFIT-TYPE TO CITIZEN-BENEFIT-TYPE
006275     READ CITIZEN-MASTER-FILE
006276         INVALID KEY
006277             MOVE "DROPPED - CLAIM NOT ON MASTER"
006278                 TO WS-ITEM-OUTCOME
006279             PERFORM 2260-REPORT-NOT-PAYABLE THRU 2260-EXIT
006280             GO TO 2250-EXIT
006281     END-READ
006282
006283     IF NOT CLAIM-ACTIVE
006284         IF CITIZEN-STATUS-DATE IS NOT NUMERIC
006285             OR CITIZEN-STATUS-DATE NOT > WS-RUN-DATE
006286             IF CLAIM-TERMINATED
006287                 MOVE "DROPPED - CLAIM TERMINATED"
006288                     TO WS-ITEM-OUTCOME
006289             ELSE
006290                 MOVE "DROPPED - CLAIM SUSPENDED"
006291                     TO WS-ITEM-OUTCOME
006292             END-IF
006293             PERFORM 2260-REPORT-NOT-PAYABLE THRU 2260-EXIT
006294             GO TO 2250-EXIT
006295         END-IF
006296     END-IF
006297
006298     IF DECEASED-ABSENT
006299         GO TO 2250-EXIT
006300     END-IF
006301     MOVE WS-FP-CITIZEN-ID TO DCD-CITIZEN-ID
006302     READ DECEASED-FILE
006303         INVALID KEY
006304             GO TO 2250-EXIT
006305     END-READ
006306     IF DCD-DATE-OF-DEATH > WS-FP-PAYMENT-DATE
006307         GO TO 2250-EXIT
006308     END-IF
006309     MOVE "DROPPED - DIED BY PAYMENT DATE" TO WS-ITEM-OUTCOME
006310     PERFORM 2260-REPORT-NOT-PAYABLE THRU 2260-EXIT.
006311 2250-EXIT.
006312     EXIT.
006313
006314*----------------------------------------------------------*
006315*  2260-REPORT-NOT-PAYABLE - THE ITEM IS NOT RE-ISSUED AND  *
006316*  NOT KEPT, SO IT COMES OFF THE FAILED QUEUE; THE REGISTER *
006317*  LINE SAYS WHY.                                           *
006318*----------------------------------------------------------*
006319 2260-REPORT-NOT-PAYABLE.
006320     SET CLAIM-NOT-PAYABLE TO TRUE
006321     ADD 1 TO WS-COUNT-NOT-PAYABLE
006322     PERFORM 2800-WRITE-REGISTER-LINE THRU 2800-EXIT.
006323 2260-EXIT.
006324     EXIT.
006325
006326*----------------------------------------------------------*
006327*  2300-CHECK-PAYMENT-HISTORY - HAS THIS CLAIM ALREADY      *
006328*  TAKEN A PAYMENT AT TODAY'S DATE?  ONE ROW PER CLAIM PER  *
006329*  DAY IS THE HISTORY'S DESIGN - A RE-ISSUE ON TOP OF       *
006330*  TODAY'S SCAN PAYMENT WAITS FOR A CLERICAL DECISION.      *
006331*----------------------------------------------------------*
006332 2300-CHECK-PAYMENT-HISTORY.
006340     SET NOT-ALREADY-PAID TO TRUE
006350     MOVE WS-FP-CITIZEN-ID TO PAYHIST-CITIZEN-ID
006360     MOVE WS-FP-BENEFIT-TYPE TO PAYHIST-BENEFIT-TYPE
006420             SET ALREADY-PAID TO TRUE
006430     END-READ.
006440 2300-EXIT.
006441     EXIT.
006442
006443*----------------------------------------------------------*
006444*  2350-CHECK-PENDING-AUTH - WAS THIS ITEM ALREADY HELD FOR *
006445*  AUTHORISATION BY AN EARLIER RUN AND THEN QUEUED AGAIN?   *
006446*  IT IS CITIZEN-APPROVE'S TO PAY OR REFUSE, SO IT IS       *
006447*  REPORTED AND DROPPED FROM THE FAILED QUEUE.              *
006448*----------------------------------------------------------*
006449 2350-CHECK-PENDING-AUTH.
006450     SET ITEM-NOT-AUTH-HELD TO TRUE
006451     MOVE WS-FP-CITIZEN-ID TO PND-CITIZEN-ID
006452     MOVE WS-FP-BENEFIT-TYPE TO PND-BENEFIT-TYPE
006453     MOVE WS-FP-PAYMENT-DATE TO PND-PAYMENT-DATE
006454     MOVE WS-AUTH-SOURCE TO PND-SOURCE
006455     READ PENDING-AUTH-FILE
006456         INVALID KEY
006457             GO TO 2350-EXIT
006458     END-READ
006459     SET ITEM-AUTH-HELD TO TRUE
006460     ADD 1 TO WS-COUNT-AUTH-HELD
006461     EVALUATE TRUE
006462         WHEN PND-PENDING
006463             MOVE "ALREADY HELD FOR AUTHORISATION"
006464                TO WS-ITEM-OUTCOME
006465         WHEN PND-REJECTED
006466             MOVE "DROPPED - AUTHORISATION REFUSED"
006467                TO WS-ITEM-OUTCOME
006468         WHEN OTHER
006469             MOVE "DROPPED - AUTHORISATION DECIDED"
006470                TO WS-ITEM-OUTCOME
006471     END-EVALUATE
006472     PERFORM 2800-WRITE-REGISTER-LINE THRU 2800-EXIT.
006473 2350-EXIT.
006474     EXIT.
006475
006476*----------------------------------------------------------*
006477*  2400-CHECK-AUTHORISATION - PUT THE ITEM TO               *
006478*  CITIZEN-AUTHCHK WITH THE CLAIM'S LAST PAYMENT.           *
006479*----------------------------------------------------------*
006480 2400-CHECK-AUTHORISATION.
006481     SET ITEM-NOT-AUTH-HELD TO TRUE
006482     PERFORM 2410-FIND-LAST-PAYMENT THRU 2410-EXIT
006483     CALL "CITIZEN-AUTHCHK" USING WS-AUTH-SOURCE,
006484                                  WS-FP-BENEFIT-TYPE,
006485                                  WS-FP-AMOUNT,
006486                                  WS-LAST-PAID,
006487                                  WS-AUTH-RESULT,
006488                                  WS-AUTH-REASON
006489     END-CALL
006490     IF WS-AUTH-RESULT = "H"
006491         SET ITEM-AUTH-HELD TO TRUE
006492     END-IF.
006493 2400-EXIT.
006494     EXIT.
006495
006496*----------------------------------------------------------*
006497*  2410-FIND-LAST-PAYMENT - THE CLAIM'S LATEST HISTORY ROW  *
006498*  BEFORE THE RUN DATE.  BROWSES FORWARD FROM THE CLAIM'S   *
006499*  FIRST ROW; ZERO WHEN IT HAS NEVER BEEN PAID.             *
006500*----------------------------------------------------------*
006501 2410-FIND-LAST-PAYMENT.
006502     MOVE ZERO TO WS-LAST-PAID
006503     MOVE WS-FP-CITIZEN-ID TO PAYHIST-CITIZEN-ID
006504     MOVE WS-FP-BENEFIT-TYPE TO PAYHIST-BENEFIT-TYPE
006505     MOVE ZERO TO PAYHIST-PAYMENT-DATE
006506     START PAYMENT-HISTORY-FILE KEY IS NOT LESS THAN PAYHIST-KEY
006507         INVALID KEY
006508             GO TO 2410-EXIT
006509     END-START
006510     SET NOT-END-OF-HISTORY TO TRUE
006511     PERFORM 2420-READ-CLAIM-PAYMENT THRU 2420-EXIT
006512         UNTIL END-OF-HISTORY.
006513 2410-EXIT.
006514     EXIT.
006515
006516*----------------------------------------------------------*
006517*  2420-READ-CLAIM-PAYMENT - NEXT HISTORY ROW, KEPT IF IT   *
006518*  IS STILL THIS CLAIM'S AND BEFORE THE RUN DATE.           *
006519*----------------------------------------------------------*
006520 2420-READ-CLAIM-PAYMENT.
006521     READ PAYMENT-HISTORY-FILE NEXT RECORD
006522         AT END
006523             SET END-OF-HISTORY TO TRUE
006524             GO TO 2420-EXIT
006525     END-READ
006526     IF PAYHIST-CITIZEN-ID NOT = WS-FP-CITIZEN-ID
006527         OR PAYHIST-BENEFIT-TYPE NOT = WS-FP-BENEFIT-TYPE
006528         OR PAYHIST-PAYMENT-DATE NOT < WS-RUN-DATE
006529         SET END-OF-HISTORY TO TRUE
006530         GO TO 2420-EXIT
006531     END-IF
006532     MOVE PAYHIST-AMOUNT TO WS-LAST-PAID.
006533 2420-EXIT.
006534     EXIT.
006535
006536*----------------------------------------------------------*
006537*  2500-ROUTE-TO-REVIEW - THE CLAIM HAS USED UP ITS         *
006538*  RE-ISSUE ATTEMPTS.  QUEUE IT FOR A CLERICAL DECISION IN  *
006539*  THE SHARED QUEUE FORMAT ("REVIEW " PLUS THE ID, " TYPE " *
006540*  PLUS THE CODE) SO CITIZEN-REVIEW CAN ACTION IT.  THE     *
006541*  ITEM COMES OFF THE FAILED QUEUE - THE REVIEW QUEUE IS    *
006542*  ITS SYSTEM OF RECORD NOW, AND KEEPING IT WOULD RE-QUEUE  *
006543*  IT ON EVERY RUN.                                         *
006544*----------------------------------------------------------*
006545 2500-ROUTE-TO-REVIEW.
006546     MOVE SPACES TO REVIEW-QUEUE-RECORD
006550     STRING
006560         "REVIEW "            DELIMITED BY SIZE
006570         WS-FP-CITIZEN-ID     DELIMITED BY SIZE
007101     MOVE WS-FP-SORT-CODE TO EXT-SORT-CODE
007102     MOVE WS-FP-ACCOUNT-NUMBER TO EXT-ACCOUNT-NUMBER
007103     MOVE WS-FP-PAY-METHOD TO EXT-PAY-METHOD
007104     PERFORM 2610-APPLY-APPOINTEE THRU 2610-EXIT
007105     WRITE EXTRACT-RECORD
007110     PERFORM 9111-CHECK-EXTRACT-STATUS THRU 9111-EXIT.
007120 2600-EXIT.
007121     EXIT.
007122
007123*----------------------------------------------------------*
007124*  2610-APPLY-APPOINTEE - IF AN APPOINTMENT FOR THE CLAIM   *
007125*  IS IN FORCE AT THE RE-ISSUE DATE, OVERLAY THE EXTRACT    *
007126*  LINE'S PAYMENT DETAILS WITH THE APPOINTEE'S - THE SAME   *
007127*  RULE AS 2153-SET-PAYEE IN CITIZEN-BATCH.  A PAYABLE      *
007128*  ORDER TRAVELS WITHOUT ACCOUNT FIELDS.                    *
007129*----------------------------------------------------------*
007130 2610-APPLY-APPOINTEE.
007131     IF APPOINTEES-ABSENT
007132         GO TO 2610-EXIT
007133     END-IF
007134
007135     MOVE WS-FP-CITIZEN-ID TO APT-CITIZEN-ID
007136     MOVE WS-FP-BENEFIT-TYPE TO APT-BENEFIT-TYPE
007137     READ APPOINTEE-FILE
007138         INVALID KEY
007139             GO TO 2610-EXIT
007140     END-READ
007141     IF APT-START-DATE > WS-RUN-DATE
007142         OR (APT-END-DATE NOT = ZERO
007143             AND APT-END-DATE < WS-RUN-DATE)
007144         GO TO 2610-EXIT
007145     END-IF
007146
007147     IF APT-PAID-BY-ORDER
007148         MOVE SPACES TO EXT-SORT-CODE
007149         MOVE SPACES TO EXT-ACCOUNT-NUMBER
007150         MOVE "P" TO EXT-PAY-METHOD
007151     ELSE
007152         MOVE APT-SORT-CODE TO EXT-SORT-CODE
007153         MOVE APT-ACCOUNT-NUMBER TO EXT-ACCOUNT-NUMBER
007154         MOVE "B" TO EXT-PAY-METHOD
007155     END-IF.
007156 2610-EXIT.
007157     EXIT.
007158
007159*----------------------------------------------------------*
007160*  2650-WRITE-PAYMENT-HISTORY - RECORD THE RE-ISSUE AT THE  *
007170*  FRESH PAYMENT DATE.  THE KEY WAS READ AS ABSENT BY       *
007180*  2300-CHECK-PAYMENT-HISTORY MOMENTS AGO, SO A DUPLICATE   *
007990 2800-EXIT.
008000     EXIT.
008010
008011*----------------------------------------------------------*
008012*  2900-HOLD-FOR-AUTHORISATION - THE ITEM GOES TO THE       *
008013*  PENDING-AUTHORISATION FILE INSTEAD OF THE EXTRACT,       *
008014*  HISTORY AND AUDIT TRAIL, PAYABLE TO WHOEVER 2600 WOULD   *
008015*  HAVE SENT IT TO.  IT IS NOT KEPT ON THE FAILED QUEUE -   *
008016*  CITIZEN-APPROVE RE-ISSUES IT IF IT IS APPROVED.          *
008020*----------------------------------------------------------*
008021 2900-HOLD-FOR-AUTHORISATION.
008022     MOVE SPACES TO EXTRACT-RECORD
008023     MOVE WS-FP-SORT-CODE TO EXT-SORT-CODE
008024     MOVE WS-FP-ACCOUNT-NUMBER TO EXT-ACCOUNT-NUMBER
008025     MOVE WS-FP-PAY-METHOD TO EXT-PAY-METHOD
008026     PERFORM 2610-APPLY-APPOINTEE THRU 2610-EXIT
008027
008028     INITIALIZE PENDING-AUTH-RECORD
008029     MOVE WS-FP-CITIZEN-ID TO PND-CITIZEN-ID
008030     MOVE WS-FP-BENEFIT-TYPE TO PND-BENEFIT-TYPE
008031     MOVE WS-FP-PAYMENT-DATE TO PND-PAYMENT-DATE
008032     MOVE WS-AUTH-SOURCE TO PND-SOURCE
008033     SET PND-PENDING TO TRUE
008034     MOVE WS-FP-AMOUNT TO PND-AMOUNT
008035     MOVE WS-FP-AMOUNT TO PND-GROSS-AMOUNT
008036     MOVE WS-LAST-PAID TO PND-LAST-PAID
008037     MOVE WS-AUTH-REASON TO PND-REASON
008038     MOVE EXT-SORT-CODE TO PND-SORT-CODE
008039     MOVE EXT-ACCOUNT-NUMBER TO PND-ACCOUNT-NUMBER
008040     MOVE EXT-PAY-METHOD TO PND-PAY-METHOD
008041     MOVE WS-RUN-DATE TO PND-HELD-DATE
008042     MOVE WS-RUN-ID TO PND-HELD-RUN-ID
008043     WRITE PENDING-AUTH-RECORD
008044     PERFORM 9117-CHECK-PENDING-STATUS THRU 9117-EXIT
008045
008046     ADD 1 TO WS-COUNT-AUTH-HELD
008047     MOVE "HELD FOR AUTHORISATION" TO WS-ITEM-OUTCOME
008048     PERFORM 2800-WRITE-REGISTER-LINE THRU 2800-EXIT.
008049 2900-EXIT.
008050     EXIT.
008051
008052*----------------------------------------------------------*
008053*  8000-FINALIZE - WRITE THE ATTEMPTS FILE BACK IN FULL,    *
008054*  THE REGISTER TRAILER, AND CLOSE DOWN.                    *
008055*----------------------------------------------------------*
008060 8000-FINALIZE.
008070     PERFORM 8100-SAVE-ATTEMPTS THRU 8100-EXIT
008080
008540     WRITE REGISTER-RECORD
008550     PERFORM 9110-CHECK-REGISTER-STATUS THRU 9110-EXIT
008560
008561     MOVE WS-COUNT-AUTH-HELD TO WS-COUNT-DISPLAY
008562     MOVE SPACES TO REGISTER-RECORD
008563     STRING
008564         "CITIZEN-REISSUE AUTH HELD        : "
008565                                  DELIMITED BY SIZE
008566         WS-COUNT-DISPLAY         DELIMITED BY SIZE
008567         INTO REGISTER-RECORD
008568     END-STRING
008569     WRITE REGISTER-RECORD
008570     PERFORM 9110-CHECK-REGISTER-STATUS THRU 9110-EXIT
008571
008572     MOVE WS-COUNT-NOT-PAYABLE TO WS-COUNT-DISPLAY
008573     MOVE SPACES TO REGISTER-RECORD
008574     STRING
008575         "CITIZEN-REISSUE DROPPED NOT DUE  : "
008576                                  DELIMITED BY SIZE
008577         WS-COUNT-DISPLAY         DELIMITED BY SIZE
008578         INTO REGISTER-RECORD
008579     END-STRING
008580     WRITE REGISTER-RECORD
008581     PERFORM 9110-CHECK-REGISTER-STATUS THRU 9110-EXIT
008582     MOVE WS-TOTAL-REISSUED TO WS-TOTAL-DISPLAY
008583     MOVE SPACES TO REGISTER-RECORD
008590     STRING
008600         "CITIZEN-REISSUE TOTAL RE-ISSUED  : £"
008610                                  DELIMITED BY SIZE
008730     CLOSE AUDIT-TRAIL-FILE
008740     CLOSE REVIEW-QUEUE-FILE
008750     CLOSE REGISTER-FILE
008751     IF APPOINTEES-PRESENT
008752         CLOSE APPOINTEE-FILE
008753     END-IF
008754     CLOSE PENDING-AUTH-FILE
008755     CLOSE CITIZEN-MASTER-FILE
008756     IF DECEASED-PRESENT
008757         CLOSE DECEASED-FILE
008758     END-IF
008760
008770     DISPLAY "CITIZEN-REISSUE ITEMS READ       : "
008780         WS-COUNT-ITEMS-READ
008820         WS-COUNT-TO-REVIEW
008830     DISPLAY "CITIZEN-REISSUE HELD ALREADY PAID: "
008840         WS-COUNT-BLOCKED
008841     DISPLAY "CITIZEN-REISSUE AUTH HELD        : "
008842         WS-COUNT-AUTH-HELD
008843     DISPLAY "CITIZEN-REISSUE DROPPED NOT DUE  : "
008844         WS-COUNT-NOT-PAYABLE
008845
008846     PERFORM 8900-DEREGISTER-RUN THRU 8900-EXIT.
008850 8000-EXIT.
008860     EXIT.
008862
009330     EXIT.
009340
009350*----------------------------------------------------------*
009360*  9110 TO 9117-CHECK-xxx-STATUS - TESTED                   *
009370*  AFTER EVERY WRITE TO THE FILE NAMED, SO A FULL DISK OR   *
009380*  OTHER WRITE FAILURE ABENDS THE RUN INSTEAD OF BEING      *
009390*  SILENTLY IGNORED.                                        *
009938 9116-EXIT.
009939     EXIT.
009940
009941 9117-CHECK-PENDING-STATUS.
009942     IF WS-PENDING-STATUS NOT = "00"
009943         MOVE "PENDING-AUTH-FILE" TO WS-ERROR-FILE-NAME
009944         MOVE WS-PENDING-STATUS TO WS-ERROR-STATUS
009945         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
009946     END-IF.
009947 9117-EXIT.
009948     EXIT.
009949
009950 9999-EXIT.
009960     STOP RUN.
