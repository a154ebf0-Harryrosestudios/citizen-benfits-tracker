000407*                  AND DEREGISTERS AT FINALIZE, SO A        *
000408*                  REVIEW RUN CANNOT SHARE THE PAYMENT      *
000409*                  FILES WITH A SCAN MID-FLIGHT.            *
000410*  15/10/2026 RH   A RELEASE FOR A CLAIM WITH AN APPOINTEE  *
000411*                  IN FORCE AT THE RUN DATE IS PAID TO THE  *
000412*                  APPOINTEE (APPOINTEES.DAT), IN STEP      *
000413*                  WITH CITIZEN-BATCH.                      *
000414*  15/10/2026 RH   AN AMEND OR RELOAD OF THE MASTER NOW     *
000415*                  GOES TO THE PERMANENT MASTER JOURNAL     *
000416*                  THROUGH CITIZEN-JOURNAL, WITH THE WHOLE  *
000417*                  ROW BEFORE AND AFTER, UNDER THIS RUN'S   *
000418*                  IDENTIFIER, SO CITIZEN-BACKOUT CAN       *
000419*                  REVERSE IT.                              *
000420*  15/10/2026 RH   THE DECISION ON A CITIZEN-FRAUD REFERRAL *
000421*                  ("... FRAUD TYPE XX - ..." ON THE QUEUE) *
000422*                  ALSO ENDS THE CLAIM'S HOLD ON            *
000423*                  FRAUD-HOLDS.DAT: A RELEASE OR AMEND THAT *
000424*                  GOES THROUGH LIFTS IT; A REJECTION       *
000425*                  UPHOLDS IT AND PUTS AN S LINE ON         *
000426*                  TRANSACTIONS.TXT SO THE NEXT             *
000427*                  CITIZEN-MAINT SUSPENDS THE CLAIM.        *
000428*  15/10/2026 RH   A DECISION LINE NOW CARRIES THE DECIDING *
000429*                  OFFICER'S ID (COLUMNS 49-56), JOURNALLED *
000430*                  WITH AN AMEND OR RELOAD.  A RELEASE IS   *
000431*                  PUT TO CITIZEN-AUTHCHK WITH THE CLAIM'S  *
000432*                  LAST PAYMENT; ONE OVER ITS LIMIT, OR TOO *
000433*                  FAR ABOVE THAT PAYMENT, IS WRITTEN TO    *
000434*                  PENDING-AUTH.DAT UNDER THE DECIDING      *
000435*                  OFFICER FOR CITIZEN-APPROVE INSTEAD OF   *
000436*                  THE EXTRACT, AUDIT TRAIL AND HISTORY.  A *
000437*                  RERUN FINDS IT THERE AND DOES NOT        *
000438*                  RELEASE IT AGAIN.                        *
000439*  15/10/2026 RH   THE TRANSACTION LAYOUT IS NOW THE SHARED *
000440*                  TRANSACTION-RECORD COPYBOOK, WHICH HAD   *
000441*                  GROWN AN OFFICER ID (COLUMNS 102-109)    *
000442*                  THIS PROGRAM'S OWN COPY LACKED.  A       *
000443*                  SUSPENSION RAISED FOR AN UPHELD FRAUD    *
000444*                  REFERRAL NOW CARRIES THE DECIDING        *
000445*                  OFFICER'S ID, SO THE MASTER JOURNAL      *
000446*                  SHOWS WHO STOPPED THE CLAIM.             *
000447*  15/10/2026 RH   TODAY'S CITIZEN-MAINT HAS ALREADY READ   *
000448*                  TRANSACTIONS.TXT BY THE TIME THIS        *
000449*                  PROGRAM RUNS, SO THE S LINE FOR AN       *
000450*                  UPHELD REFERRAL NOW GOES ON              *
000451*                  CARRIED-TRANSACTIONS.TXT, WHICH THE NEXT *
000452*                  DAY'S CITIZEN-MAINT APPLIES AND EMPTIES. *
000453*----------------------------------------------------------*
000454
000455*----------------------------------------------------------*
000456*  ENVIRONMENT DIVISION                                    *
000457*----------------------------------------------------------*
000458 ENVIRONMENT DIVISION.
000459 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000461     SELECT REVIEW-QUEUE-FILE ASSIGN TO "review-queue.txt"
000462         ORGANIZATION IS LINE SEQUENTIAL
000463         FILE STATUS IS WS-REVIEW-STATUS.
000464
000465     SELECT DECISION-FILE ASSIGN TO "review-decisions.txt"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-DECISION-STATUS.
000490
000702
000704     SELECT PAYMENT-HISTORY-FILE ASSIGN TO "payment-history.dat"
000706         ORGANIZATION IS INDEXED
000707         ACCESS MODE IS DYNAMIC
000708         RECORD KEY IS PAYHIST-KEY
000709         FILE STATUS IS WS-PAYHIST-STATUS.
000710
000714         RECORD KEY IS OVP-KEY
000715         FILE STATUS IS WS-OVERPAY-STATUS.
000716
000717     SELECT APPOINTEE-FILE ASSIGN TO "appointees.dat"
000718         ORGANIZATION IS INDEXED
000719         ACCESS MODE IS RANDOM
000720         RECORD KEY IS APT-KEY
000721         FILE STATUS IS WS-APPOINTEE-STATUS.
000722
000723     SELECT FRAUD-HOLD-FILE ASSIGN TO "fraud-holds.dat"
000724         ORGANIZATION IS INDEXED
000725         ACCESS MODE IS RANDOM
000726         RECORD KEY IS FHD-KEY
000727         FILE STATUS IS WS-FRAUD-HOLD-STATUS.
000728
000729     SELECT PENDING-AUTH-FILE ASSIGN TO "pending-auth.dat"
000730         ORGANIZATION IS INDEXED
000731         ACCESS MODE IS RANDOM
000732         RECORD KEY IS PND-KEY
000733         FILE STATUS IS WS-PENDING-STATUS.
000734
000735     SELECT CARRIED-TXN-FILE ASSIGN TO "carried-transactions.txt"
000736         ORGANIZATION IS LINE SEQUENTIAL
000737         FILE STATUS IS WS-TXN-STATUS.
000738
000739*----------------------------------------------------------*
000740*  DATA DIVISION                                           *
000741*----------------------------------------------------------*
000750 DATA DIVISION.
000760 FILE SECTION.
000770*  REVIEW-QUEUE-FILE - THE DAY'S EXCEPTIONS, WRITTEN BY
000850*  KEYED BY CITIZEN-ID.  THE AMEND FIELDS ARE ONLY LOOKED AT
000860*  WHEN THE ACTION IS "A"; A BLANK AMEND FIELD MEANS "LEAVE
000870*  THE MASTER VALUE AS IT IS".
000872*  THE OFFICER-ID NAMES WHO MADE THE DECISION, FOR THE MASTER
000875*  JOURNAL AND FOR CITIZEN-APPROVE - THE SAME OFFICER MAY
000877*  NOT AUTHORISE A RELEASE THEY DECIDED.
000880 FD  DECISION-FILE.
000890 01  DECISION-RECORD.
000900     05  DEC-CITIZEN-ID         PIC X(05).
000960     05  DEC-DOB                PIC X(10).
000970     05  DEC-BENEFIT-TYPE       PIC X(02).
000980     05  DEC-AMOUNT-STR         PIC X(10).
000985     05  DEC-OFFICER-ID         PIC X(08).
000990
001000*  CITIZEN-MASTER-FILE - OPENED I-O, SINCE AN AMEND DECISION
001010*  REWRITES (OR RELOADS) THE CITIZEN'S MASTER ROW IN PLACE.
001288 FD  OVERPAY-LEDGER-FILE.
001289     COPY OVERPAYMENT-LEDGER.
001290
001291*  APPOINTEE-FILE - THE THIRD PARTY PAID FOR A CLAIM WHILE AN
001292*  APPOINTMENT IS IN FORCE.  READ ONLY, AND MAY NOT EXIST.
001293 FD  APPOINTEE-FILE.
001294     COPY APPOINTEE-RECORD.
001295
001296*  FRAUD-HOLD-FILE - CLAIMS CITIZEN-FRAUD HAS REFERRED.  THE
001297*  ROW IS MARKED WITH THE DECISION.  NOT THERE AT ALL UNTIL
001298*  THE FIRST SCAN HAS RUN.
001299 FD  FRAUD-HOLD-FILE.
001300     COPY FRAUD-HOLD.
001301
001302*  PENDING-AUTH-FILE - PAYMENTS HELD FOR A SECOND OFFICER'S
001303*  AUTHORISATION.  SHARED WITH THE OTHER PAYING PROGRAMS AND
001304*  CITIZEN-APPROVE; CREATED ON FIRST USE.
001305 FD  PENDING-AUTH-FILE.
001306     COPY PENDING-AUTH.
001307
001308*  CARRIED-TXN-FILE - SUSPENSIONS FOR UPHELD REFERRALS, IN
001309*  CITIZEN-MAINT'S FIXED-WIDTH LAYOUT.  TODAY'S CITIZEN-MAINT
001310*  HAS ALREADY RUN, SO THE NEXT DAY'S RUN APPLIES THESE AFTER
001311*  ITS KEYED TRANSACTIONS AND THEN EMPTIES THE FILE.
001312 FD  CARRIED-TXN-FILE.
001313     COPY TRANSACTION-RECORD.
001314
001315 WORKING-STORAGE SECTION.
001316
001317 01  WS-FILE-STATUSES.
001320     05  WS-REVIEW-STATUS       PIC X(02) VALUE "00".
001330     05  WS-DECISION-STATUS     PIC X(02) VALUE "00".
001340     05  WS-MASTER-STATUS       PIC X(02) VALUE "00".
001380     05  WS-CARRY-STATUS        PIC X(02) VALUE "00".
001382     05  WS-PAYHIST-STATUS      PIC X(02) VALUE "00".
001384     05  WS-OVERPAY-STATUS      PIC X(02) VALUE "00".
001385     05  WS-APPOINTEE-STATUS    PIC X(02) VALUE "00".
001386     05  WS-FRAUD-HOLD-STATUS   PIC X(02) VALUE "00".
001388     05  WS-TXN-STATUS          PIC X(02) VALUE "00".
001389     05  WS-PENDING-STATUS      PIC X(02) VALUE "00".
001390
001400*  THE DAY'S DECISIONS, LOADED UP FRONT SO EACH QUEUE ENTRY
001410*  CAN BE MATCHED BY A TABLE LOOKUP.  500 IS WELL ABOVE ANY
001490         10  WS-DEC-DOB         PIC X(10).
001500         10  WS-DEC-TYPE        PIC X(02).
001510         10  WS-DEC-AMOUNT-STR  PIC X(10).
001511         10  WS-DEC-OFFICER     PIC X(08).
001512*        SET ONCE THE DECISION HAS BEEN ACTIONED, SO A CITIZEN
001514*        QUEUED TWICE THE SAME DAY (A DUPLICATE-ID ENTRY FROM
001516*        CITIZEN-LOAD PLUS AN AGE HOLD FROM CITIZEN-BATCH)
001710 77  WS-COUNT-FAILED            PIC 9(07) COMP VALUE ZERO.
001712 77  WS-COUNT-ALREADY-PAID      PIC 9(07) COMP VALUE ZERO.
001713 77  WS-COUNT-OVERPAY-RAISED    PIC 9(07) COMP VALUE ZERO.
001714 77  WS-COUNT-FRAUD-LIFTED      PIC 9(07) COMP VALUE ZERO.
001715 77  WS-COUNT-FRAUD-UPHELD      PIC 9(07) COMP VALUE ZERO.
001716 77  WS-COUNT-AUTH-HELD         PIC 9(07) COMP VALUE ZERO.
001717
001718*  OCCURRENCES OF " FRAUD TYPE " ON THE QUEUE LINE - NON-ZERO
001719*  FOR A CITIZEN-FRAUD REFERRAL.
001720 77  WS-FRAUD-TALLY             PIC 9(02) COMP VALUE ZERO.
001721
001722*  OVERPAYMENT FOUND BY REPRICING AN AMENDED CLAIM AGAINST
001723*  WHAT WAS ACTUALLY PAID AT THE RUN DATE, AND ITS EDITED
001724*  FORM FOR THE DISPOSITION LINE.
001725 01  WS-OVERPAY-AMOUNT          PIC 9(09)V99 VALUE ZERO.
001726 01  WS-OVERPAY-DISPLAY         PIC Z(08)9.99.
001727
001730 01  WS-COUNT-DISPLAY           PIC Z,ZZZ,ZZ9.
001740
001750*  RUN DATE/TIME STAMPED ON EVERY DISPOSITION AND AUDIT LINE.
001987     05  WS-BANK-SWITCH         PIC X(01) VALUE "Y".
001988         88  BANK-DETAILS-USABLE           VALUE "Y".
001989         88  BANK-DETAILS-UNUSABLE         VALUE "N".
001990     05  WS-APPOINTEES-SWITCH   PIC X(01) VALUE "Y".
001991         88  APPOINTEES-PRESENT            VALUE "Y".
001992         88  APPOINTEES-ABSENT             VALUE "N".
001993     05  WS-PAYEE-SWITCH        PIC X(01) VALUE "N".
001994         88  PAID-TO-APPOINTEE             VALUE "Y".
001995         88  PAID-TO-CLAIMANT              VALUE "N".
001996     05  WS-FRAUD-HOLDS-SWITCH  PIC X(01) VALUE "Y".
001997         88  FRAUD-HOLDS-PRESENT           VALUE "Y".
001998         88  FRAUD-HOLDS-ABSENT            VALUE "N".
001999     05  WS-ACTIONED-SWITCH     PIC X(01) VALUE "N".
002000         88  DECISION-ACTIONED             VALUE "Y".
002001         88  DECISION-NOT-ACTIONED         VALUE "N".
002002     05  WS-HIST-EOF-SWITCH     PIC X(01) VALUE "N".
002003         88  END-OF-HISTORY                VALUE "Y".
002004         88  NOT-END-OF-HISTORY            VALUE "N".
002005     05  WS-AUTH-HELD-SWITCH    PIC X(01) VALUE "N".
002006         88  RELEASE-AUTH-HELD             VALUE "Y".
002007         88  RELEASE-NOT-AUTH-HELD         VALUE "N".
002008
002009*  OUTCOME TEXT CARRIED INTO THE DISPOSITION LINE.
002010 01  WS-DISPOSITION-TEXT        PIC X(40).
002011
002012*  BENEFIT TYPE OF THE CLAIM THE DISPOSITION LINE IS ABOUT -
002076 01  WS-LOCK-RUN-ID             PIC X(08) VALUE SPACES.
002077 01  WS-LOCK-RESULT             PIC X(01) VALUE SPACE.
002080
002081*  ARGUMENTS FOR THE CITIZEN-JOURNAL CALLS - THE WHOLE MASTER
002082*  ROW BEFORE AND AFTER AN AMEND OR RELOAD.
002083 01  WS-JNL-ACTION              PIC X(01) VALUE SPACE.
002084 01  WS-JNL-TXN-CODE            PIC X(01) VALUE SPACE.
002085 01  WS-JNL-BEFORE-IMAGE        PIC X(101) VALUE SPACES.
002086 01  WS-JNL-AFTER-IMAGE         PIC X(101) VALUE SPACES.
002087 01  WS-JNL-OFFICER-ID          PIC X(08) VALUE SPACES.
002088
002089*  ARGUMENTS FOR THE CITIZEN-AUTHCHK CALL - THE RELEASE, THE
002090*  CLAIM'S LATEST PAYMENT BEFORE THE RUN DATE (ZERO IF NEVER
002091*  PAID), AND THE VERDICT.
002092 01  WS-AUTH-SOURCE             PIC X(08) VALUE "REVIEW".
002093 01  WS-AUTH-AMOUNT             PIC 9(09)V99 VALUE ZERO.
002094 01  WS-LAST-PAID               PIC 9(09)V99 VALUE ZERO.
002095 01  WS-AUTH-RESULT             PIC X(01) VALUE SPACE.
002096 01  WS-AUTH-REASON             PIC X(40) VALUE SPACES.
002097
002098*  WHO A RELEASE IS ACTUALLY PAID TO - THE CLAIMANT'S OWN
002099*  DETAILS OFF THE MASTER, OR THE APPOINTEE'S WHILE AN
002100*  APPOINTMENT IS IN FORCE.  SET BY 2510-SET-PAYEE.
002101 01  WS-PAYEE-DETAILS.
002102     05  WS-PAYEE-SORT-CODE     PIC X(06).
002103     05  WS-PAYEE-ACCOUNT-NUMBER PIC X(08).
002104     05  WS-PAYEE-PAY-METHOD    PIC X(01).
002105         88  PAYEE-BY-ORDER                VALUE "P".
002106
002107*----------------------------------------------------------*
002108*  PROCEDURE DIVISION                                      *
002110*----------------------------------------------------------*
002120 PROCEDURE DIVISION.
002130
002813
002814     PERFORM 1300-OPEN-OVERPAY-LEDGER THRU 1300-EXIT
002815
002816*    NO APPOINTEE FILE (STATUS 35) MEANS NO APPOINTMENT HAS
002817*    EVER BEEN KEYED - EVERY RELEASE IS PAID TO THE CLAIMANT.
002818     OPEN INPUT APPOINTEE-FILE
002819     IF WS-APPOINTEE-STATUS = "35"
002820         SET APPOINTEES-ABSENT TO TRUE
002821     ELSE
002822         IF WS-APPOINTEE-STATUS NOT = "00"
002823             MOVE "APPOINTEE-FILE" TO WS-ERROR-FILE-NAME
002824             MOVE WS-APPOINTEE-STATUS TO WS-ERROR-STATUS
002825             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002826         END-IF
002827     END-IF
002828
002829*    NO FRAUD HOLD FILE (STATUS 35) MEANS CITIZEN-FRAUD HAS
002830*    NEVER RUN - THERE IS NO HOLD FOR A DECISION TO END.
002831     OPEN I-O FRAUD-HOLD-FILE
002832     IF WS-FRAUD-HOLD-STATUS = "35"
002833         SET FRAUD-HOLDS-ABSENT TO TRUE
002834     ELSE
002835         IF WS-FRAUD-HOLD-STATUS NOT = "00"
002836             MOVE "FRAUD-HOLD-FILE" TO WS-ERROR-FILE-NAME
002837             MOVE WS-FRAUD-HOLD-STATUS TO WS-ERROR-STATUS
002838             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002839         END-IF
002840     END-IF
002841
002842     OPEN EXTEND CARRIED-TXN-FILE
002843     IF WS-TXN-STATUS = "35"
002844         OPEN OUTPUT CARRIED-TXN-FILE
002845     END-IF
002846     IF WS-TXN-STATUS NOT = "00"
002847         MOVE "CARRIED-TXN-FILE" TO WS-ERROR-FILE-NAME
002848         MOVE WS-TXN-STATUS TO WS-ERROR-STATUS
002849         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002850     END-IF
002851
002852*    SHARED WITH THE OTHER PAYING PROGRAMS AND
002853*    CITIZEN-APPROVE; THE VERY FIRST RUN EVER FINDS NO FILE
002854*    (STATUS 35) AND CREATES IT EMPTY BEFORE REOPENING.
002855     OPEN I-O PENDING-AUTH-FILE
002856     IF WS-PENDING-STATUS = "35"
002857         OPEN OUTPUT PENDING-AUTH-FILE
002858         IF WS-PENDING-STATUS = "00"
002859             CLOSE PENDING-AUTH-FILE
002860             OPEN I-O PENDING-AUTH-FILE
002861         END-IF
002862     END-IF
002863     IF WS-PENDING-STATUS NOT = "00"
002864         MOVE "PENDING-AUTH-FILE" TO WS-ERROR-FILE-NAME
002865         MOVE WS-PENDING-STATUS TO WS-ERROR-STATUS
002866         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002867     END-IF
002868
002869     MOVE "O" TO WS-JNL-ACTION
002870     CALL "CITIZEN-JOURNAL" USING WS-JNL-ACTION,
002871                                   WS-LOCK-PROGRAM-NAME,
002872                                   WS-RUN-ID,
002873                                   WS-JNL-TXN-CODE,
002874                                   WS-JNL-BEFORE-IMAGE,
002875                                   WS-JNL-AFTER-IMAGE,
002876                                   WS-JNL-OFFICER-ID
002877     END-CALL
002878
002879     PERFORM 1100-LOAD-DECISIONS THRU 1100-EXIT.
002880 1000-EXIT.
002881     EXIT.
002882
002883*----------------------------------------------------------*
002884*  1100-LOAD-DECISIONS - READ THE WHOLE DECISIONS FILE INTO *
002885*  THE LOOKUP TABLE.                                        *
002890*----------------------------------------------------------*
002900 1100-LOAD-DECISIONS.
002910     OPEN INPUT DECISION-FILE
003310     MOVE DEC-DOB TO WS-DEC-DOB(WS-DECISION-COUNT)
003320     MOVE DEC-BENEFIT-TYPE TO WS-DEC-TYPE(WS-DECISION-COUNT)
003330     MOVE DEC-AMOUNT-STR TO WS-DEC-AMOUNT-STR(WS-DECISION-COUNT)
003332     MOVE DEC-OFFICER-ID TO WS-DEC-OFFICER(WS-DECISION-COUNT)
003335     MOVE "N" TO WS-DEC-USED(WS-DECISION-COUNT).
003340 1110-EXIT.
003350     EXIT.
003616*    FOR THE SAME CITIZEN FINDS NO UNUSED DECISION AND IS
003617*    CARRIED FORWARD INSTEAD OF RE-ACTIONED.
003618     MOVE "Y" TO WS-DEC-USED(WS-DEC-IDX)
003619     SET DECISION-NOT-ACTIONED TO TRUE
003620     EVALUATE WS-DEC-ACTION(WS-DEC-IDX)
003630         WHEN "R"
003640             PERFORM 2200-RELEASE-PAYMENT THRU 2200-EXIT
003710                 TO WS-DISPOSITION-TEXT
003720             PERFORM 2800-WRITE-DISPOSITION THRU 2800-EXIT
003730             PERFORM 2500-CARRY-FORWARD THRU 2500-EXIT
003731     END-EVALUATE
003733
003735*    A CITIZEN-FRAUD REFERRAL ALSO HAS ITS HOLD TO END.
003736     IF FRAUD-HOLDS-PRESENT
003738         MOVE ZERO TO WS-FRAUD-TALLY
003740         INSPECT REVIEW-QUEUE-RECORD TALLYING WS-FRAUD-TALLY
003741             FOR ALL " FRAUD TYPE "
003743         IF WS-FRAUD-TALLY > ZERO
003745             PERFORM 2550-DECIDE-FRAUD-HOLD THRU 2550-EXIT
003746         END-IF
003748     END-IF.
003750 2000-EXIT.
003760     EXIT.
003770
004180             ADD 1 TO WS-COUNT-FAILED
004190             GO TO 2200-EXIT
004200     END-READ
004203
004206     PERFORM 2510-SET-PAYEE THRU 2510-EXIT
004210
004211     PERFORM 2260-CHECK-PAYMENT-HISTORY THRU 2260-EXIT
004212     IF ALREADY-PAID
004214             TO WS-DISPOSITION-TEXT
004215         PERFORM 2800-WRITE-DISPOSITION THRU 2800-EXIT
004216         ADD 1 TO WS-COUNT-ALREADY-PAID
004217         SET DECISION-ACTIONED TO TRUE
004218         GO TO 2200-EXIT
004219     END-IF
004220
004221     PERFORM 2530-CHECK-PENDING-AUTH THRU 2530-EXIT
004222     IF RELEASE-AUTH-HELD
004223         PERFORM 2800-WRITE-DISPOSITION THRU 2800-EXIT
004224         ADD 1 TO WS-COUNT-AUTH-HELD
004225         SET DECISION-ACTIONED TO TRUE
004226         GO TO 2200-EXIT
004227     END-IF
004228
004229*    A CLAIM CITIZEN-MAINT HAS SUSPENDED OR TERMINATED IS
004230*    NOT RELEASED, HOWEVER THE DECISION READS - THE STATUS
004231*    CAME LATER AND WINS.  A STATUS DATED IN THE FUTURE HAS
004232*    NOT BITTEN YET, IN STEP WITH CITIZEN-BATCH.
004233     IF (CLAIM-SUSPENDED OR CLAIM-TERMINATED)
004234         AND NOT (CITIZEN-STATUS-DATE IS NUMERIC
004235             AND CITIZEN-STATUS-DATE > WS-RUN-DATE)
004236         MOVE "RELEASE HELD - CLAIM NOT ACTIVE"
004237             TO WS-DISPOSITION-TEXT
004238         PERFORM 2800-WRITE-DISPOSITION THRU 2800-EXIT
004241         PERFORM 2500-CARRY-FORWARD THRU 2500-EXIT
004242         ADD 1 TO WS-COUNT-FAILED
004243         GO TO 2200-EXIT
004262                               WS-PAYABLE-AMOUNT
004263     END-CALL
004264
004265     PERFORM 2540-CHECK-AUTHORISATION THRU 2540-EXIT
004266     IF RELEASE-AUTH-HELD
004267         PERFORM 2545-HOLD-FOR-AUTHORISATION THRU 2545-EXIT
004268         MOVE "RELEASE HELD - AWAITING AUTHORISATION"
004269             TO WS-DISPOSITION-TEXT
004270         PERFORM 2800-WRITE-DISPOSITION THRU 2800-EXIT
004271         ADD 1 TO WS-COUNT-AUTH-HELD
004272         SET DECISION-ACTIONED TO TRUE
004273         GO TO 2200-EXIT
004274     END-IF
004275
004276     ADD WS-PAYABLE-AMOUNT TO WS-TOTAL-RELEASED
004277
004280     PERFORM 2600-WRITE-EXTRACT THRU 2600-EXIT
004290     PERFORM 2700-WRITE-AUDIT-TRAIL THRU 2700-EXIT
004291     PERFORM 2270-WRITE-PAYMENT-HISTORY THRU 2270-EXIT
004300
004310     MOVE "RELEASED FOR PAYMENT" TO WS-DISPOSITION-TEXT
004320     PERFORM 2800-WRITE-DISPOSITION THRU 2800-EXIT
004326     ADD 1 TO WS-COUNT-RELEASED
004333     SET DECISION-ACTIONED TO TRUE.
004340 2200-EXIT.
004350     EXIT.
004360
004397
004398*----------------------------------------------------------*
004399*  2265-CHECK-BANK-DETAILS - THE SAME USABILITY CHECK       *
004400*  CITIZEN-BATCH GIVES A PAYEE AHEAD OF PAYMENT: A PAYABLE  *
004401*  ORDER NEEDS NO ACCOUNT, ANYTHING ELSE NEEDS A FULLY      *
004402*  NUMERIC SORT CODE AND ACCOUNT NUMBER.                    *
004403*----------------------------------------------------------*
004404 2265-CHECK-BANK-DETAILS.
004405     SET BANK-DETAILS-USABLE TO TRUE
004406     IF PAYEE-BY-ORDER
004407         GO TO 2265-EXIT
004408     END-IF
004409     IF WS-PAYEE-SORT-CODE NOT NUMERIC
004410         OR WS-PAYEE-ACCOUNT-NUMBER NOT NUMERIC
004411         SET BANK-DETAILS-UNUSABLE TO TRUE
004412     END-IF.
004413 2265-EXIT.
004440 2300-REJECT-CLAIM.
004441     MOVE "CLAIM REJECTED" TO WS-DISPOSITION-TEXT
004450     PERFORM 2800-WRITE-DISPOSITION THRU 2800-EXIT
004455     SET DECISION-ACTIONED TO TRUE
004460     ADD 1 TO WS-COUNT-REJECTED.
004470 2300-EXIT.
004480     EXIT.
004564             PERFORM 2410-LOAD-FRESH-ROW THRU 2410-EXIT
004565             GO TO 2400-EXIT
004566     END-READ
004567     MOVE CITIZEN-RECORD TO WS-JNL-BEFORE-IMAGE
004568
004569     IF WS-DEC-NAME(WS-DEC-IDX) NOT = SPACES
004570         MOVE WS-DEC-NAME(WS-DEC-IDX) TO CITIZEN-NAME
004571     END-IF
004572     IF WS-DEC-DOB(WS-DEC-IDX) NOT = SPACES
004573         MOVE WS-DEC-DOB(WS-DEC-IDX) TO CITIZEN-DOB
004574     END-IF
004575     IF WS-DEC-AMOUNT-STR(WS-DEC-IDX) NOT = SPACES
004576         MOVE FUNCTION NUMVAL(WS-DEC-AMOUNT-STR(WS-DEC-IDX))
004577             TO CITIZEN-BENEFIT-AMOUNT
004578     END-IF
004579
004580     REWRITE CITIZEN-RECORD
004581         INVALID KEY
004582             MOVE "AMEND FAILED - REWRITE REJECTED"
004583                 TO WS-DISPOSITION-TEXT
004584             PERFORM 2800-WRITE-DISPOSITION THRU 2800-EXIT
004585             ADD 1 TO WS-COUNT-FAILED
004586             GO TO 2400-EXIT
004587     END-REWRITE
004588     PERFORM 2520-JOURNAL-CHANGE THRU 2520-EXIT
004589
004590     MOVE "AMENDED ON MASTER" TO WS-DISPOSITION-TEXT
004591     PERFORM 2800-WRITE-DISPOSITION THRU 2800-EXIT
004592     ADD 1 TO WS-COUNT-AMENDED
004593     SET DECISION-ACTIONED TO TRUE
004594
004595*    IF THE CLAIM WAS ALREADY PAID AT THE RUN DATE AND THE
004596*    AMENDED DETAILS NOW PRICE LOWER, THE DIFFERENCE IS AN
004597*    OVERPAYMENT TO RECOVER, NOT MONEY TO WRITE OFF.
004598     PERFORM 2470-RAISE-OVERPAYMENT THRU 2470-EXIT.
004599 2400-EXIT.
004600     EXIT.
004960
004970*----------------------------------------------------------*
004980*  2410-LOAD-FRESH-ROW - THE CITIZEN IS NOT ON THE MASTER,  *
005160             ADD 1 TO WS-COUNT-FAILED
005170             GO TO 2410-EXIT
005180     END-WRITE
005183     MOVE SPACES TO WS-JNL-BEFORE-IMAGE
005186     PERFORM 2520-JOURNAL-CHANGE THRU 2520-EXIT
005190
005200     MOVE "RELOADED ONTO MASTER" TO WS-DISPOSITION-TEXT
005210     PERFORM 2800-WRITE-DISPOSITION THRU 2800-EXIT
005216     ADD 1 TO WS-COUNT-AMENDED
005223     SET DECISION-ACTIONED TO TRUE.
005230 2410-EXIT.
005240     EXIT.
005241
005360 2500-EXIT.
005370     EXIT.
005380
005381*----------------------------------------------------------*
005382*  2510-SET-PAYEE - THE CLAIMANT, UNLESS AN APPOINTMENT     *
005383*  FOR THE CLAIM IS IN FORCE AT THE RUN DATE, IN WHICH      *
005384*  CASE THE APPOINTEE - THE SAME RULE AS 2153-SET-PAYEE IN  *
005385*  CITIZEN-BATCH.                                           *
005390*----------------------------------------------------------*
005391 2510-SET-PAYEE.
005392     SET PAID-TO-CLAIMANT TO TRUE
005393     MOVE CITIZEN-SORT-CODE TO WS-PAYEE-SORT-CODE
005394     MOVE CITIZEN-ACCOUNT-NUMBER TO WS-PAYEE-ACCOUNT-NUMBER
005395     MOVE CITIZEN-PAY-METHOD TO WS-PAYEE-PAY-METHOD
005396     IF APPOINTEES-ABSENT
005397         GO TO 2510-EXIT
005398     END-IF
005399
005400     MOVE CITIZEN-KEY TO APT-KEY
005401     READ APPOINTEE-FILE
005402         INVALID KEY
005403             GO TO 2510-EXIT
005404     END-READ
005405     IF APT-START-DATE > WS-RUN-DATE
005406         OR (APT-END-DATE NOT = ZERO
005407             AND APT-END-DATE < WS-RUN-DATE)
005408         GO TO 2510-EXIT
005409     END-IF
005410
005411     SET PAID-TO-APPOINTEE TO TRUE
005412     MOVE APT-SORT-CODE TO WS-PAYEE-SORT-CODE
005413     MOVE APT-ACCOUNT-NUMBER TO WS-PAYEE-ACCOUNT-NUMBER
005414     MOVE APT-PAY-METHOD TO WS-PAYEE-PAY-METHOD.
005415 2510-EXIT.
005416     EXIT.
005417
005418*----------------------------------------------------------*
005419*  2520-JOURNAL-CHANGE - THE AMEND OR RELOAD JUST MADE      *
005420*  ONTO THE MASTER JOURNAL.  THE CALLER HAS SET THE BEFORE  *
005421*  IMAGE (SPACES FOR A FRESH ROW); THE AFTER IMAGE IS THE   *
005422*  ROW AS NOW WRITTEN.  THE TRANSACTION CODE IS THE         *
005423*  DECISION ACTION AND THE OFFICER IS THE DECIDING ONE.     *
005424*----------------------------------------------------------*
005425 2520-JOURNAL-CHANGE.
005426     MOVE "W" TO WS-JNL-ACTION
005427     MOVE "A" TO WS-JNL-TXN-CODE
005428     MOVE CITIZEN-RECORD TO WS-JNL-AFTER-IMAGE
005429     MOVE WS-DEC-OFFICER(WS-DEC-IDX) TO WS-JNL-OFFICER-ID
005430     CALL "CITIZEN-JOURNAL" USING WS-JNL-ACTION,
005431                                   WS-LOCK-PROGRAM-NAME,
005432                                   WS-RUN-ID,
005433                                   WS-JNL-TXN-CODE,
005434                                   WS-JNL-BEFORE-IMAGE,
005435                                   WS-JNL-AFTER-IMAGE,
005436                                   WS-JNL-OFFICER-ID
005437     END-CALL.
005438 2520-EXIT.
005439     EXIT.
005440
005441*----------------------------------------------------------*
005442*  2530-CHECK-PENDING-AUTH - WAS A RELEASE FOR THIS CLAIM   *
005443*  AT THE RUN DATE ALREADY HELD FOR AUTHORISATION BY AN     *
005444*  EARLIER REVIEW RUN?  IT IS CITIZEN-APPROVE'S TO PAY OR   *
005445*  REFUSE NOW, SO IT IS NOT RELEASED AGAIN.                 *
005446*----------------------------------------------------------*
005447 2530-CHECK-PENDING-AUTH.
005448     SET RELEASE-NOT-AUTH-HELD TO TRUE
005449     MOVE CITIZEN-ID TO PND-CITIZEN-ID
005450     MOVE CITIZEN-BENEFIT-TYPE TO PND-BENEFIT-TYPE
005451     MOVE WS-RUN-DATE TO PND-PAYMENT-DATE
005452     MOVE WS-AUTH-SOURCE TO PND-SOURCE
005453     READ PENDING-AUTH-FILE
005454         INVALID KEY
005455             GO TO 2530-EXIT
005456     END-READ
005457     SET RELEASE-AUTH-HELD TO TRUE
005458     EVALUATE TRUE
005459         WHEN PND-PENDING
005460             MOVE "RELEASE SKIPPED - AWAITING AUTHORISATION"
005461                 TO WS-DISPOSITION-TEXT
005462         WHEN PND-REJECTED
005463             MOVE "RELEASE SKIPPED - AUTHORISATION REFUSED"
005464                 TO WS-DISPOSITION-TEXT
005465         WHEN OTHER
005466             MOVE "RELEASE SKIPPED - AUTHORISATION DECIDED"
005467                 TO WS-DISPOSITION-TEXT
005468     END-EVALUATE.
005469 2530-EXIT.
005470     EXIT.
005471
005472*----------------------------------------------------------*
005473*  2540-CHECK-AUTHORISATION - PUT THE RELEASE TO            *
005474*  CITIZEN-AUTHCHK WITH THE CLAIM'S LAST PAYMENT, THE SAME  *
005475*  TEST CITIZEN-BATCH APPLIES TO THE SCAN.                  *
005476*----------------------------------------------------------*
005477 2540-CHECK-AUTHORISATION.
005478     SET RELEASE-NOT-AUTH-HELD TO TRUE
005479     PERFORM 2541-FIND-LAST-PAYMENT THRU 2541-EXIT
005480     MOVE WS-PAYABLE-AMOUNT TO WS-AUTH-AMOUNT
005481     CALL "CITIZEN-AUTHCHK" USING WS-AUTH-SOURCE,
005482                                  CITIZEN-BENEFIT-TYPE,
005483                                  WS-AUTH-AMOUNT,
005484                                  WS-LAST-PAID,
005485                                  WS-AUTH-RESULT,
005486                                  WS-AUTH-REASON
005487     END-CALL
005488     IF WS-AUTH-RESULT = "H"
005489         SET RELEASE-AUTH-HELD TO TRUE
005490     END-IF.
005491 2540-EXIT.
005492     EXIT.
005493
005494*----------------------------------------------------------*
005495*  2541-FIND-LAST-PAYMENT - THE CLAIM'S LATEST HISTORY ROW  *
005496*  BEFORE THE RUN DATE.  BROWSES FORWARD FROM THE CLAIM'S   *
005497*  FIRST ROW; ZERO WHEN IT HAS NEVER BEEN PAID.             *
005498*----------------------------------------------------------*
005499 2541-FIND-LAST-PAYMENT.
005500     MOVE ZERO TO WS-LAST-PAID
005501     MOVE CITIZEN-ID TO PAYHIST-CITIZEN-ID
005502     MOVE CITIZEN-BENEFIT-TYPE TO PAYHIST-BENEFIT-TYPE
005503     MOVE ZERO TO PAYHIST-PAYMENT-DATE
005504     START PAYMENT-HISTORY-FILE KEY IS NOT LESS THAN PAYHIST-KEY
005505         INVALID KEY
005506             GO TO 2541-EXIT
005507     END-START
005508     SET NOT-END-OF-HISTORY TO TRUE
005509     PERFORM 2542-READ-CLAIM-PAYMENT THRU 2542-EXIT
005510         UNTIL END-OF-HISTORY.
005511 2541-EXIT.
005512     EXIT.
005513
005514*----------------------------------------------------------*
005515*  2542-READ-CLAIM-PAYMENT - NEXT HISTORY ROW, KEPT IF IT   *
005516*  IS STILL THIS CLAIM'S AND BEFORE THE RUN DATE.           *
005517*----------------------------------------------------------*
005518 2542-READ-CLAIM-PAYMENT.
005519     READ PAYMENT-HISTORY-FILE NEXT RECORD
005520         AT END
005521             SET END-OF-HISTORY TO TRUE
005522             GO TO 2542-EXIT
005523     END-READ
005524     IF PAYHIST-CITIZEN-ID NOT = CITIZEN-ID
005525         OR PAYHIST-BENEFIT-TYPE NOT = CITIZEN-BENEFIT-TYPE
005526         OR PAYHIST-PAYMENT-DATE NOT < WS-RUN-DATE
005527         SET END-OF-HISTORY TO TRUE
005528         GO TO 2542-EXIT
005529     END-IF
005530     MOVE PAYHIST-AMOUNT TO WS-LAST-PAID.
005531 2542-EXIT.
005532     EXIT.
005533
005534*----------------------------------------------------------*
005535*  2545-HOLD-FOR-AUTHORISATION - THE RELEASE GOES TO THE    *
005536*  PENDING-AUTHORISATION FILE, WITH WHERE IT IS TO BE PAID  *
005537*  AND THE OFFICER WHO DECIDED IT, INSTEAD OF THE EXTRACT,  *
005538*  AUDIT TRAIL AND HISTORY.  2530-CHECK-PENDING-AUTH FOUND  *
005539*  NO ROW FOR THIS KEY, SO A DUPLICATE HERE IS A GENUINE    *
005540*  I/O PROBLEM.                                             *
005541*----------------------------------------------------------*
005542 2545-HOLD-FOR-AUTHORISATION.
005543     INITIALIZE PENDING-AUTH-RECORD
005544     MOVE CITIZEN-ID TO PND-CITIZEN-ID
005545     MOVE CITIZEN-BENEFIT-TYPE TO PND-BENEFIT-TYPE
005546     MOVE WS-RUN-DATE TO PND-PAYMENT-DATE
005547     MOVE WS-AUTH-SOURCE TO PND-SOURCE
005548     SET PND-PENDING TO TRUE
005549     MOVE WS-PAYABLE-AMOUNT TO PND-AMOUNT
005550     MOVE WS-PAYABLE-AMOUNT TO PND-GROSS-AMOUNT
005551     MOVE WS-LAST-PAID TO PND-LAST-PAID
005552     MOVE WS-AUTH-REASON TO PND-REASON
005553     IF PAYEE-BY-ORDER
005554         MOVE "P" TO PND-PAY-METHOD
005555     ELSE
005556         MOVE WS-PAYEE-SORT-CODE TO PND-SORT-CODE
005557         MOVE WS-PAYEE-ACCOUNT-NUMBER TO PND-ACCOUNT-NUMBER
005558         MOVE "B" TO PND-PAY-METHOD
005559     END-IF
005560     MOVE WS-RUN-DATE TO PND-HELD-DATE
005561     MOVE WS-RUN-ID TO PND-HELD-RUN-ID
005562     MOVE WS-DEC-OFFICER(WS-DEC-IDX) TO PND-KEYED-BY
005563     WRITE PENDING-AUTH-RECORD
005564     PERFORM 9118-CHECK-PENDING-STATUS THRU 9118-EXIT.
005565 2545-EXIT.
005566     EXIT.
005567
005568*----------------------------------------------------------*
005569*  2550-DECIDE-FRAUD-HOLD - THE QUEUE ENTRY IS A FRAUD      *
005570*  REFERRAL AND ITS DECISION HAS BEEN ACTIONED.  A RELEASE  *
005571*  OR AMEND CLEARS THE HOLD SO CITIZEN-BATCH PAYS THE CLAIM *
005572*  AGAIN.  A REJECTION UPHOLDS THE REFERRAL - CITIZEN-BATCH *
005573*  GOES ON STOPPING THE CLAIM, AND AN S LINE EFFECTIVE      *
005574*  TODAY GOES ON CARRIED-TRANSACTIONS.TXT SO THE STOP IS    *
005575*  APPLIED THROUGH THE NORMAL STATUS LIFECYCLE BY THE NEXT  *
005576*  DAY'S CITIZEN-MAINT.  A DECISION THAT FAILED AND WAS     *
005577*  CARRIED FORWARD LEAVES THE HOLD IN PLACE, AS DOES ONE    *
005578*  ON A ROW ALREADY DECIDED.                                *
005579*----------------------------------------------------------*
005580 2550-DECIDE-FRAUD-HOLD.
005581     IF DECISION-NOT-ACTIONED
005582         GO TO 2550-EXIT
005583     END-IF
005584     MOVE WS-QUEUE-CITIZEN-ID TO FHD-CITIZEN-ID
005585     MOVE WS-QUEUE-BENEFIT-TYPE TO FHD-BENEFIT-TYPE
005586     READ FRAUD-HOLD-FILE
005587         INVALID KEY
005588             GO TO 2550-EXIT
005589     END-READ
005590     IF NOT FHD-HELD
005591         GO TO 2550-EXIT
005592     END-IF
005593
005594     MOVE WS-RUN-DATE TO FHD-DECIDED-DATE
005595     MOVE WS-RUN-ID TO FHD-DECIDED-RUN-ID
005596     MOVE WS-RUN-DATE TO FHD-LAST-CHANGED
005597     MOVE WS-LOCK-PROGRAM-NAME TO FHD-LAST-PROGRAM
005598     IF WS-DEC-ACTION(WS-DEC-IDX) = "X"
005599         SET FHD-UPHELD TO TRUE
005600         PERFORM 2560-RAISE-SUSPENSION THRU 2560-EXIT
005601         ADD 1 TO WS-COUNT-FRAUD-UPHELD
005602     ELSE
005603         SET FHD-CLEARED TO TRUE
005604         MOVE "FRAUD HOLD LIFTED" TO WS-DISPOSITION-TEXT
005605         ADD 1 TO WS-COUNT-FRAUD-LIFTED
005606     END-IF
005607     REWRITE FRAUD-HOLD-RECORD
005608     PERFORM 9116-CHECK-FRAUD-HOLD-STATUS THRU 9116-EXIT
005609     PERFORM 2800-WRITE-DISPOSITION THRU 2800-EXIT.
005610 2550-EXIT.
005611     EXIT.
005612
005613*----------------------------------------------------------*
005614*  2560-RAISE-SUSPENSION - AN S LINE FOR THE UPHELD CLAIM,  *
005615*  FOR THE NEXT DAY'S CITIZEN-MAINT.  A CLAIM NOT ON THE    *
005616*  MASTER, OR ALREADY SUSPENDED OR TERMINATED, NEEDS NO     *
005617*  TRANSACTION.                                             *
005618*----------------------------------------------------------*
005619 2560-RAISE-SUSPENSION.
005620     MOVE WS-QUEUE-CITIZEN-ID TO CITIZEN-ID
005621     MOVE WS-QUEUE-BENEFIT-TYPE TO CITIZEN-BENEFIT-TYPE
005622     READ CITIZEN-MASTER-FILE
005623         INVALID KEY
005624             MOVE "FRAUD UPHELD - NOT ON MASTER"
005625                 TO WS-DISPOSITION-TEXT
005626             GO TO 2560-EXIT
005627     END-READ
005628     IF (CLAIM-SUSPENDED OR CLAIM-TERMINATED)
005629         AND NOT (CITIZEN-STATUS-DATE IS NUMERIC
005630             AND CITIZEN-STATUS-DATE > WS-RUN-DATE)
005631         MOVE "FRAUD UPHELD - CLAIM ALREADY STOPPED"
005632             TO WS-DISPOSITION-TEXT
005633         GO TO 2560-EXIT
005634     END-IF
005635
005636     MOVE SPACES TO TRANSACTION-RECORD
005637     MOVE "S" TO TXN-CODE
005638     MOVE CITIZEN-ID TO TXN-CITIZEN-ID
005639     MOVE CITIZEN-BENEFIT-TYPE TO TXN-BENEFIT-TYPE
005640     MOVE WS-RUN-DATE TO TXN-STATUS-DATE
005641     MOVE WS-DEC-OFFICER(WS-DEC-IDX) TO TXN-OFFICER-ID
005642     WRITE TRANSACTION-RECORD
005643     PERFORM 9117-CHECK-TXN-STATUS THRU 9117-EXIT
005644     MOVE "FRAUD UPHELD - SUSPENSION RAISED"
005645         TO WS-DISPOSITION-TEXT.
005646 2560-EXIT.
005647     EXIT.
005648
005649*----------------------------------------------------------*
005650*  2600-WRITE-EXTRACT - SAME FIXED-WIDTH PAYMENT LINE       *
005651*  CITIZEN-BATCH WRITES, APPENDED TO THE DAY'S EXTRACT.     *
005652*----------------------------------------------------------*
005653 2600-WRITE-EXTRACT.
005654     MOVE SPACES TO EXTRACT-RECORD
005655     MOVE CITIZEN-ID TO EXT-CITIZEN-ID
005656     MOVE CITIZEN-BENEFIT-TYPE TO EXT-BENEFIT-TYPE
005657     MOVE WS-PAYABLE-AMOUNT TO EXT-PAYABLE-AMOUNT
005658     MOVE WS-RUN-DATE TO EXT-PAYMENT-DATE
005659     MOVE WS-RUN-ID TO EXT-RUN-ID
005660*    A PAYABLE ORDER TRAVELS WITHOUT ACCOUNT FIELDS; A BLANK
005661*    METHOD ON AN OLD ROW IS BACS, IN STEP WITH CITIZEN-BATCH.
005662     IF PAYEE-BY-ORDER
005663         MOVE "P" TO EXT-PAY-METHOD
005664     ELSE
005665         MOVE WS-PAYEE-SORT-CODE TO EXT-SORT-CODE
005666         MOVE WS-PAYEE-ACCOUNT-NUMBER TO EXT-ACCOUNT-NUMBER
005667         MOVE "B" TO EXT-PAY-METHOD
005668     END-IF
005669     WRITE EXTRACT-RECORD
005670     PERFORM 9111-CHECK-EXTRACT-STATUS THRU 9111-EXIT.
005671 2600-EXIT.
005672     EXIT.
005673
005674*----------------------------------------------------------*
005675*  2700-WRITE-AUDIT-TRAIL - SAME LINE FORMAT AS             *
005676*  CITIZEN-BATCH'S AUDIT TRAIL, SO A RELEASED PAYMENT IS    *
005677*  AUDITABLE ALONGSIDE THE SCAN PAYMENTS.  THE RUNNING      *
005678*  TOTAL SHOWN IS THE TOTAL RELEASED BY THIS REVIEW RUN.    *
005679*----------------------------------------------------------*
005680 2700-WRITE-AUDIT-TRAIL.
005681     MOVE WS-PAYABLE-AMOUNT TO WS-AUDIT-AMOUNT-DISPLAY
005682     MOVE WS-TOTAL-RELEASED TO WS-AUDIT-TOTAL-DISPLAY
005683     MOVE SPACES TO AUDIT-TRAIL-RECORD
005684     STRING
005685         WS-RUN-YEAR              DELIMITED BY SIZE
005686         "-"                      DELIMITED BY SIZE
005687         WS-RUN-MONTH             DELIMITED BY SIZE
005688         "-"                      DELIMITED BY SIZE
005690         WS-RUN-DAY               DELIMITED BY SIZE
005700         " "                      DELIMITED BY SIZE
005710         WS-RUN-HOUR              DELIMITED BY SIZE
006888     WRITE DISPOSITION-RECORD
006889     PERFORM 9110-CHECK-DISPOSITION-STATUS THRU 9110-EXIT
006890
006891     MOVE WS-COUNT-FRAUD-LIFTED TO WS-COUNT-DISPLAY
006892     MOVE SPACES TO DISPOSITION-RECORD
006893     STRING
006894         "CITIZEN-REVIEW FRAUD LIFTED    : " DELIMITED BY SIZE
006895         WS-COUNT-DISPLAY                    DELIMITED BY SIZE
006896         INTO DISPOSITION-RECORD
006897     END-STRING
006898     WRITE DISPOSITION-RECORD
006899     PERFORM 9110-CHECK-DISPOSITION-STATUS THRU 9110-EXIT
006900
006901     MOVE WS-COUNT-FRAUD-UPHELD TO WS-COUNT-DISPLAY
006902     MOVE SPACES TO DISPOSITION-RECORD
006903     STRING
006904         "CITIZEN-REVIEW FRAUD UPHELD    : " DELIMITED BY SIZE
006905         WS-COUNT-DISPLAY                    DELIMITED BY SIZE
006906         INTO DISPOSITION-RECORD
006907     END-STRING
006908     WRITE DISPOSITION-RECORD
006909     PERFORM 9110-CHECK-DISPOSITION-STATUS THRU 9110-EXIT
006910
006911     MOVE WS-COUNT-AUTH-HELD TO WS-COUNT-DISPLAY
006912     MOVE SPACES TO DISPOSITION-RECORD
006913     STRING
006914         "CITIZEN-REVIEW AUTH HELD       : " DELIMITED BY SIZE
006915         WS-COUNT-DISPLAY                    DELIMITED BY SIZE
006916         INTO DISPOSITION-RECORD
006917     END-STRING
006918     WRITE DISPOSITION-RECORD
006919     PERFORM 9110-CHECK-DISPOSITION-STATUS THRU 9110-EXIT
006920
006921     CLOSE REVIEW-QUEUE-FILE
006922     CLOSE CITIZEN-MASTER-FILE
006923     CLOSE DISPOSITION-FILE
006924     CLOSE EXTRACT-FILE
006925     CLOSE AUDIT-TRAIL-FILE
006926     CLOSE PAYMENT-HISTORY-FILE
006927     CLOSE OVERPAY-LEDGER-FILE
006928     IF APPOINTEES-PRESENT
006929         CLOSE APPOINTEE-FILE
006930     END-IF
006931     IF FRAUD-HOLDS-PRESENT
006932         CLOSE FRAUD-HOLD-FILE
006933     END-IF
006934     CLOSE CARRIED-TXN-FILE
006935     CLOSE PENDING-AUTH-FILE
006936     CLOSE CARRY-FILE
006937
006938     MOVE "C" TO WS-JNL-ACTION
006939     CALL "CITIZEN-JOURNAL" USING WS-JNL-ACTION,
006940                                   WS-LOCK-PROGRAM-NAME,
006941                                   WS-RUN-ID,
006942                                   WS-JNL-TXN-CODE,
006943                                   WS-JNL-BEFORE-IMAGE,
006944                                   WS-JNL-AFTER-IMAGE,
006945                                   WS-JNL-OFFICER-ID
006946     END-CALL
006947
006948     PERFORM 8900-DEREGISTER-RUN THRU 8900-EXIT
006949
006950     DISPLAY "CITIZEN-REVIEW ENTRIES READ    : "
006960         WS-COUNT-QUEUE-READ
006970     DISPLAY "CITIZEN-REVIEW RELEASED        : "
007062     DISPLAY "CITIZEN-REVIEW ALREADY PAID    : "
007064         WS-COUNT-ALREADY-PAID
007066     DISPLAY "CITIZEN-REVIEW OVERPAY RAISED  : "
007067         WS-COUNT-OVERPAY-RAISED
007068     DISPLAY "CITIZEN-REVIEW FRAUD LIFTED    : "
007069         WS-COUNT-FRAUD-LIFTED
007070     DISPLAY "CITIZEN-REVIEW FRAUD UPHELD    : "
007071         WS-COUNT-FRAUD-UPHELD
007072     DISPLAY "CITIZEN-REVIEW AUTH HELD       : "
007073         WS-COUNT-AUTH-HELD.
007074 8000-EXIT.
007080     EXIT.
007081
007082*----------------------------------------------------------*
007230     EXIT.
007240
007250*----------------------------------------------------------*
007260*  9110 TO 9118-CHECK-xxx-STATUS - TESTED AFTER             *
007270*  EVERY WRITE TO THE FILE NAMED, SO A FULL DISK OR OTHER   *
007280*  WRITE FAILURE ABENDS THE RUN INSTEAD OF PRODUCING AN     *
007290*  INCOMPLETE DISPOSITION LOG, EXTRACT, AUDIT TRAIL, OR     *
007678 9115-EXIT.
007679     EXIT.
007680
007681 9116-CHECK-FRAUD-HOLD-STATUS.
007682     IF WS-FRAUD-HOLD-STATUS NOT = "00"
007683         MOVE "FRAUD-HOLD-FILE" TO WS-ERROR-FILE-NAME
007684         MOVE WS-FRAUD-HOLD-STATUS TO WS-ERROR-STATUS
007685         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
007686     END-IF.
007687 9116-EXIT.
007688     EXIT.
007689
007690 9117-CHECK-TXN-STATUS.
007691     IF WS-TXN-STATUS NOT = "00"
007692         MOVE "CARRIED-TXN-FILE" TO WS-ERROR-FILE-NAME
007693         MOVE WS-TXN-STATUS TO WS-ERROR-STATUS
007694         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
007695     END-IF.
007696 9117-EXIT.
007697     EXIT.
007698
007699 9118-CHECK-PENDING-STATUS.
007700     IF WS-PENDING-STATUS NOT = "00"
007701         MOVE "PENDING-AUTH-FILE" TO WS-ERROR-FILE-NAME
007702         MOVE WS-PENDING-STATUS TO WS-ERROR-STATUS
007703         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
007704     END-IF.
007705 9118-EXIT.
007706     EXIT.
007707
007708 9999-EXIT.
007709     STOP RUN.
