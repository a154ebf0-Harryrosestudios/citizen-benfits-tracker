000362*                  AS CITIZEN-CALC'S 2100-JUDGE-RATE, AND   *
000363*                  SKIPS (AND COUNTS) ROWS WITH NO          *
000364*                  GOVERNING LINE.                          *
000365*  15/10/2026 RH   A TOP-UP FOR A CLAIM WITH AN APPOINTEE   *
000366*                  IN FORCE AT THE RUN DATE - THE DAY THE   *
000367*                  MONEY MOVES - IS PAID TO THE APPOINTEE   *
000368*                  (APPOINTEES.DAT), IN STEP WITH           *
000369*                  CITIZEN-BATCH.                           *
000370*  15/10/2026 RH   THE AUDIT TRAIL LINE FOR A TOP-UP NOW    *
000371*                  ENDS WITH THE DATE OF THE PAYMENT IT     *
000372*                  TOPS UP ("FOR PAYMENT OF: YYYYMMDD").    *
000373*                  THE HISTORY ROW IS REWRITTEN AT THE      *
000374*                  REPRICED AMOUNT, SO WITHOUT IT NOTHING   *
000375*                  COULD TELL THE TOP-UP (PAID TODAY) APART *
000376*                  FROM THE ORIGINAL PAYMENT WHEN A TAX     *
000377*                  YEAR IS TOTALLED.                        *
000378*  15/10/2026 RH   EACH TOP-UP IS NOW PUT TO                *
000379*                  CITIZEN-AUTHCHK WITH THE CLAIM'S LAST    *
000380*                  PAYMENT OFF THE HISTORY.  ONE OVER ITS   *
000381*                  LIMIT, OR TOO FAR ABOVE THAT PAYMENT, IS *
000382*                  WRITTEN TO PENDING-AUTH.DAT FOR          *
000383*                  CITIZEN-APPROVE INSTEAD OF THE EXTRACT   *
000384*                  AND AUDIT TRAIL, AND THE HISTORY ROW IS  *
000385*                  LEFT ALONE - CITIZEN-APPROVE BRINGS IT   *
000386*                  UP WHEN THE TOP-UP IS PAID.  A ROW WHOSE *
000387*                  TOP-UP IS STILL PENDING, OR WAS REFUSED, *
000388*                  IS REPORTED AND NOT RAISED AGAIN.        *
000389*----------------------------------------------------------*
000390
000391*----------------------------------------------------------*
000392*  ENVIRONMENT DIVISION                                    *
000393*----------------------------------------------------------*
000394 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PAYMENT-HISTORY-FILE ASSIGN TO "payment-history.dat"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-EXTRACT-STATUS.
000590
000591     SELECT APPOINTEE-FILE ASSIGN TO "appointees.dat"
000592         ORGANIZATION IS INDEXED
000593         ACCESS MODE IS RANDOM
000594         RECORD KEY IS APT-KEY
000595         FILE STATUS IS WS-APPOINTEE-STATUS.
000596
000600     SELECT AUDIT-TRAIL-FILE ASSIGN TO "audit-trail.txt"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-AUDIT-STATUS.
000621
000622     SELECT PENDING-AUTH-FILE ASSIGN TO "pending-auth.dat"
000623         ORGANIZATION IS INDEXED
000624         ACCESS MODE IS RANDOM
000625         RECORD KEY IS PND-KEY
000626         FILE STATUS IS WS-PENDING-STATUS.
000630
000640     SELECT ARREARS-REPORT-FILE ASSIGN TO "arrears-report.txt"
000650         ORGANIZATION IS LINE SEQUENTIAL
000880 FD  EXTRACT-FILE.
000890     COPY PAYMENT-EXTRACT.
000900
000901*  APPOINTEE-FILE - THE THIRD PARTY PAID FOR A CLAIM WHILE AN
000902*  APPOINTMENT IS IN FORCE.  READ ONLY, AND MAY NOT EXIST.
000903 FD  APPOINTEE-FILE.
000904     COPY APPOINTEE-RECORD.
000905
000910*  AUDIT-TRAIL-FILE - SAME FILE AND LINE FORMAT AS
000920*  CITIZEN-BATCH, SO A TOP-UP IS AUDITED ALONGSIDE THE
000930*  PAYMENTS IT CORRECTS.
000940 FD  AUDIT-TRAIL-FILE.
000950 01  AUDIT-TRAIL-RECORD        PIC X(170).
000952
000954 FD  PENDING-AUTH-FILE.
000956     COPY PENDING-AUTH.
000960
000970*  ARREARS-REPORT-FILE - THE HUMAN-READABLE ARREARS
000980*  STATEMENT: ONE LINE PER TOP-UP SHOWING THE ORIGINAL
001040
001050 01  WS-FILE-STATUSES.
001060     05  WS-PAYHIST-STATUS      PIC X(02) VALUE "00".
001063     05  WS-APPOINTEE-STATUS    PIC X(02) VALUE "00".
001066     05  WS-PENDING-STATUS      PIC X(02) VALUE "00".
001070     05  WS-MASTER-STATUS       PIC X(02) VALUE "00".
001080     05  WS-EXTRACT-STATUS      PIC X(02) VALUE "00".
001090     05  WS-AUDIT-STATUS        PIC X(02) VALUE "00".
001300*  RUN THAT RAISED IT.
001310 01  WS-RUN-ID                  PIC X(08) VALUE SPACES.
001320
001321*  WHO A TOP-UP IS ACTUALLY PAID TO - THE CLAIMANT'S OWN
001322*  DETAILS OFF THE MASTER, OR THE APPOINTEE'S WHILE AN
001323*  APPOINTMENT IS IN FORCE.  SET BY 2140-SET-PAYEE.
001324 01  WS-PAYEE-DETAILS.
001325     05  WS-PAYEE-SORT-CODE     PIC X(06).
001326     05  WS-PAYEE-ACCOUNT-NUMBER PIC X(08).
001327     05  WS-PAYEE-PAY-METHOD    PIC X(01).
001328         88  PAYEE-BY-ORDER                VALUE "P".
001329
001330*  THE HISTORY ROW'S PAYMENT DATE, BROKEN OUT FOR THE AGE
001340*  ARITHMETIC AND PASSED TO CITIZEN-CALC AS THE EFFECTIVE
001350*  DATE THE RATES ARE SELECTED AGAINST - THE REPRICING ASKS
001410     05  WS-PAY-MONTH           PIC 9(02).
001420     05  WS-PAY-DAY             PIC 9(02).
001430
001431*  ARGUMENTS FOR THE CITIZEN-AUTHCHK CALL - THE TOP-UP, THE
001432*  CLAIM'S LATEST PAYMENT ON THE HISTORY, AND THE VERDICT.
001433 01  WS-AUTH-SOURCE             PIC X(08) VALUE "ARREARS".
001434 01  WS-LAST-PAID               PIC 9(09)V99 VALUE ZERO.
001435 01  WS-AUTH-RESULT             PIC X(01) VALUE SPACE.
001436 01  WS-AUTH-REASON             PIC X(40) VALUE SPACES.
001437
001440*  CITIZEN'S AGE IN COMPLETE YEARS AS AT THE ORIGINAL
001450*  PAYMENT DATE, AND THE BROKEN-OUT FORM OF CITIZEN-DOB USED
001460*  TO WORK IT OUT, THE SAME WAY 2150-CHECK-ELIGIBILITY DOES
001500     05  WS-DOB-YEAR            PIC 9(04).
001510     05  WS-DOB-MONTH           PIC 9(02).
001520     05  WS-DOB-DAY             PIC 9(02).
001521
001522*  THE ROW BEING REPRICED, KEPT WHILE 2160 BROWSES ON TO THE
001523*  CLAIM'S LATEST ROW, SO THE SCAN CAN BE PUT BACK ON IT.
001524 01  WS-SAVED-PAYHIST-KEY       PIC X(15).
001525
001526 01  WS-PENDING-STATE-TEXT      PIC X(22).
001530
001540*  THE REPRICED AMOUNT RETURNED BY CITIZEN-CALC, THE TOP-UP
001550*  OWED, AND THE RUNNING TOTAL OF ARREARS RAISED THIS RUN.
001690 77  WS-COUNT-TOPPED-UP         PIC 9(07) COMP VALUE ZERO.
001700 77  WS-COUNT-NOT-ON-MASTER     PIC 9(07) COMP VALUE ZERO.
001702 77  WS-COUNT-NOT-GOVERNED      PIC 9(07) COMP VALUE ZERO.
001706 77  WS-COUNT-AUTH-HELD         PIC 9(07) COMP VALUE ZERO.
001710
001720 01  WS-COUNT-DISPLAY           PIC Z,ZZZ,ZZ9.
001730
001740 01  WS-SWITCHES.
001741     05  WS-APPOINTEES-SWITCH   PIC X(01) VALUE "Y".
001742         88  APPOINTEES-PRESENT            VALUE "Y".
001743         88  APPOINTEES-ABSENT             VALUE "N".
001744     05  WS-PAYEE-SWITCH        PIC X(01) VALUE "N".
001745         88  PAID-TO-APPOINTEE             VALUE "Y".
001746         88  PAID-TO-CLAIMANT              VALUE "N".
001747     05  WS-CLAIM-EOF-SWITCH    PIC X(01) VALUE "N".
001748         88  END-OF-CLAIM-ROWS             VALUE "Y".
001749         88  NOT-END-OF-CLAIM-ROWS         VALUE "N".
001750     05  WS-EOF-SWITCH          PIC X(01) VALUE "N".
001760         88  END-OF-FILE                   VALUE "Y".
001770         88  NOT-END-OF-FILE               VALUE "N".
001782     05  WS-GOVERNED-SWITCH     PIC X(01) VALUE "N".
001783         88  RATE-GOVERNS-ROW              VALUE "Y".
001784         88  NO-RATE-GOVERNS-ROW           VALUE "N".
001785     05  WS-AUTH-HELD-SWITCH    PIC X(01) VALUE "N".
001786         88  TOPUP-AUTH-HELD               VALUE "Y".
001787         88  TOPUP-NOT-AUTH-HELD           VALUE "N".
001788     05  WS-PENDING-ROW-SWITCH  PIC X(01) VALUE "N".
001789         88  PENDING-ROW-FOUND             VALUE "Y".
001790         88  NO-PENDING-ROW                VALUE "N".
001791
001792*  FILE NAME AND STATUS CARRIED INTO 9100-ABEND-FILE-ERROR WHEN
001800*  AN OPEN OR A WRITE FAILS ON A FILE THE RUN CANNOT CONTINUE
001810*  WITHOUT.
001820 01  WS-ERROR-FILE-NAME         PIC X(20).
002540
002542     PERFORM 1300-LOAD-RATES THRU 1300-EXIT
002544
002545*    NO APPOINTEE FILE (STATUS 35) MEANS NO APPOINTMENT HAS
002546*    EVER BEEN KEYED - EVERY TOP-UP IS PAID TO THE CLAIMANT.
002547     OPEN INPUT APPOINTEE-FILE
002548     IF WS-APPOINTEE-STATUS = "35"
002549         SET APPOINTEES-ABSENT TO TRUE
002550     ELSE
002551         IF WS-APPOINTEE-STATUS NOT = "00"
002552             MOVE "APPOINTEE-FILE" TO WS-ERROR-FILE-NAME
002553             MOVE WS-APPOINTEE-STATUS TO WS-ERROR-STATUS
002554             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002555         END-IF
002556     END-IF
002557
002558*    SHARED WITH THE OTHER PAYING PROGRAMS AND
002559*    CITIZEN-APPROVE; THE VERY FIRST RUN EVER FINDS NO FILE
002560*    (STATUS 35) AND CREATES IT EMPTY BEFORE REOPENING.
002561     OPEN I-O PENDING-AUTH-FILE
002562     IF WS-PENDING-STATUS = "35"
002563         OPEN OUTPUT PENDING-AUTH-FILE
002564         IF WS-PENDING-STATUS = "00"
002565             CLOSE PENDING-AUTH-FILE
002566             OPEN I-O PENDING-AUTH-FILE
002567         END-IF
002568     END-IF
002569     IF WS-PENDING-STATUS NOT = "00"
002570         MOVE "PENDING-AUTH-FILE" TO WS-ERROR-FILE-NAME
002571         MOVE WS-PENDING-STATUS TO WS-ERROR-STATUS
002572         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002573     END-IF
002574
002575     PERFORM 1100-WRITE-HEADER THRU 1100-EXIT.
002576 1000-EXIT.
002577     EXIT.
002580
002590*----------------------------------------------------------*
002600*  1100-WRITE-HEADER - BANNER, RUN DATE AND RUN IDENTIFIER  *
003358         GO TO 2000-EXIT
003359     END-IF
003361
003362     PERFORM 2155-CHECK-PENDING-AUTH THRU 2155-EXIT
003363     IF TOPUP-AUTH-HELD
003364         PERFORM 2360-REPORT-PENDING-AUTH THRU 2360-EXIT
003365         GO TO 2000-EXIT
003366     END-IF
003367
003368     PERFORM 2170-CHECK-AUTHORISATION THRU 2170-EXIT
003369     IF TOPUP-AUTH-HELD
003370         PERFORM 2800-HOLD-FOR-AUTHORISATION THRU 2800-EXIT
003371         GO TO 2000-EXIT
003372     END-IF
003373
003374     ADD WS-TOPUP-AMOUNT TO WS-TOTAL-ARREARS
003375     ADD 1 TO WS-COUNT-TOPPED-UP
003380
003390     PERFORM 2400-WRITE-STATEMENT-LINE THRU 2400-EXIT
003400     PERFORM 2600-WRITE-EXTRACT THRU 2600-EXIT
003631
003632*----------------------------------------------------------*
003633*  2150-CHECK-BANK-DETAILS - THE SAME USABILITY CHECK       *
003634*  CITIZEN-BATCH GIVES A PAYEE AHEAD OF PAYMENT: A PAYABLE  *
003635*  ORDER NEEDS NO ACCOUNT, ANYTHING ELSE NEEDS A FULLY      *
003636*  NUMERIC SORT CODE AND ACCOUNT NUMBER.                    *
003637*----------------------------------------------------------*
003638 2150-CHECK-BANK-DETAILS.
003639     SET BANK-DETAILS-USABLE TO TRUE
003640     PERFORM 2140-SET-PAYEE THRU 2140-EXIT
003641     IF PAYEE-BY-ORDER
003642         GO TO 2150-EXIT
003643     END-IF
003644     IF WS-PAYEE-SORT-CODE NOT NUMERIC
003645         OR WS-PAYEE-ACCOUNT-NUMBER NOT NUMERIC
003646         SET BANK-DETAILS-UNUSABLE TO TRUE
003647     END-IF.
003648 2150-EXIT.
003860 2300-EXIT.
003870     EXIT.
003880
003881*----------------------------------------------------------*
003882*  2140-SET-PAYEE - THE CLAIMANT, UNLESS AN APPOINTMENT     *
003883*  FOR THE CLAIM IS IN FORCE AT THE RUN DATE, IN WHICH      *
003884*  CASE THE APPOINTEE - THE SAME RULE AS 2153-SET-PAYEE IN  *
003885*  CITIZEN-BATCH.                                           *
003890*----------------------------------------------------------*
003891 2140-SET-PAYEE.
003892     SET PAID-TO-CLAIMANT TO TRUE
003893     MOVE CITIZEN-SORT-CODE TO WS-PAYEE-SORT-CODE
003894     MOVE CITIZEN-ACCOUNT-NUMBER TO WS-PAYEE-ACCOUNT-NUMBER
003895     MOVE CITIZEN-PAY-METHOD TO WS-PAYEE-PAY-METHOD
003896     IF APPOINTEES-ABSENT
003897         GO TO 2140-EXIT
003898     END-IF
003899
003900     MOVE CITIZEN-KEY TO APT-KEY
003901     READ APPOINTEE-FILE
003902         INVALID KEY
003903             GO TO 2140-EXIT
003904     END-READ
003905     IF APT-START-DATE > WS-RUN-DATE
003906         OR (APT-END-DATE NOT = ZERO
003907             AND APT-END-DATE < WS-RUN-DATE)
003908         GO TO 2140-EXIT
003909     END-IF
003910
003911     SET PAID-TO-APPOINTEE TO TRUE
003912     MOVE APT-SORT-CODE TO WS-PAYEE-SORT-CODE
003913     MOVE APT-ACCOUNT-NUMBER TO WS-PAYEE-ACCOUNT-NUMBER
003914     MOVE APT-PAY-METHOD TO WS-PAYEE-PAY-METHOD.
003915 2140-EXIT.
003916     EXIT.
003917
003918*----------------------------------------------------------*
003919*  2155-CHECK-PENDING-AUTH - WAS A TOP-UP FOR THIS HISTORY  *
003920*  ROW ALREADY HELD FOR AUTHORISATION BY AN EARLIER RUN?    *
003921*  STILL PENDING OR REFUSED, IT IS NOT RAISED AGAIN.  ONE   *
003922*  APPROVED (OR OVERTAKEN) HAS BEEN DEALT WITH, SO A        *
003923*  FURTHER SHORTFALL ON THE ROW - A LATER RATE CHANGE - IS  *
003924*  JUDGED AFRESH, AND IF HELD REPLACES THE OLD ROW.         *
003925*----------------------------------------------------------*
003926 2155-CHECK-PENDING-AUTH.
003927     SET TOPUP-NOT-AUTH-HELD TO TRUE
003928     SET NO-PENDING-ROW TO TRUE
003929     MOVE PAYHIST-CITIZEN-ID TO PND-CITIZEN-ID
003930     MOVE PAYHIST-BENEFIT-TYPE TO PND-BENEFIT-TYPE
003931     MOVE PAYHIST-PAYMENT-DATE TO PND-PAYMENT-DATE
003932     MOVE WS-AUTH-SOURCE TO PND-SOURCE
003933     READ PENDING-AUTH-FILE
003934         INVALID KEY
003935             GO TO 2155-EXIT
003936     END-READ
003937     SET PENDING-ROW-FOUND TO TRUE
003938     EVALUATE TRUE
003939         WHEN PND-PENDING
003940             SET TOPUP-AUTH-HELD TO TRUE
003941             MOVE "AWAITING AUTHORISATION"
003942                TO WS-PENDING-STATE-TEXT
003943         WHEN PND-REJECTED
003944             SET TOPUP-AUTH-HELD TO TRUE
003945             MOVE "AUTHORISATION REFUSED"
003946                TO WS-PENDING-STATE-TEXT
003947         WHEN OTHER
003948             CONTINUE
003949     END-EVALUATE.
003950 2155-EXIT.
003951     EXIT.
003952
003953*----------------------------------------------------------*
003954*  2160-FIND-LAST-PAYMENT - THE CLAIM'S LATEST ROW ON THE   *
003955*  HISTORY.  THE SCAN IS ON THE ROW BEING REPRICED, SO      *
003956*  BROWSE ON FROM IT TO THE LAST ROW FOR THE SAME CLAIM     *
003957*  (THIS ROW ITSELF IF THERE IS NONE LATER), THEN PUT THE   *
003958*  SCAN BACK ON THE ROW - RE-READING IT - SO THE NEXT READ  *
003959*  CARRIES ON WHERE IT LEFT OFF.                            *
003960*----------------------------------------------------------*
003961 2160-FIND-LAST-PAYMENT.
003962     MOVE PAYHIST-KEY TO WS-SAVED-PAYHIST-KEY
003963     MOVE PAYHIST-AMOUNT TO WS-LAST-PAID
003964     SET NOT-END-OF-CLAIM-ROWS TO TRUE
003965     PERFORM 2165-READ-CLAIM-ROW THRU 2165-EXIT
003966         UNTIL END-OF-CLAIM-ROWS
003967
003968     MOVE WS-SAVED-PAYHIST-KEY TO PAYHIST-KEY
003969     START PAYMENT-HISTORY-FILE KEY IS EQUAL TO PAYHIST-KEY
003970     PERFORM 9113-CHECK-PAYHIST-STATUS THRU 9113-EXIT
003971     READ PAYMENT-HISTORY-FILE NEXT RECORD
003972     PERFORM 9113-CHECK-PAYHIST-STATUS THRU 9113-EXIT.
003973 2160-EXIT.
003974     EXIT.
003975
003976*----------------------------------------------------------*
003977*  2165-READ-CLAIM-ROW - NEXT HISTORY ROW, KEPT IF IT IS    *
003978*  STILL THE SAME CLAIM'S.                                  *
003979*----------------------------------------------------------*
003980 2165-READ-CLAIM-ROW.
003981     READ PAYMENT-HISTORY-FILE NEXT RECORD
003982         AT END
003983             SET END-OF-CLAIM-ROWS TO TRUE
003984             GO TO 2165-EXIT
003985     END-READ
003986     IF PAYHIST-CITIZEN-ID NOT = WS-SAVED-PAYHIST-KEY(1:5)
003987         OR PAYHIST-BENEFIT-TYPE NOT = WS-SAVED-PAYHIST-KEY(6:2)
003988         SET END-OF-CLAIM-ROWS TO TRUE
003989         GO TO 2165-EXIT
003990     END-IF
003991     MOVE PAYHIST-AMOUNT TO WS-LAST-PAID.
003992 2165-EXIT.
003993     EXIT.
003994
003995*----------------------------------------------------------*
003996*  2170-CHECK-AUTHORISATION - PUT THE TOP-UP TO             *
003997*  CITIZEN-AUTHCHK WITH THE CLAIM'S LAST PAYMENT.           *
003998*----------------------------------------------------------*
003999 2170-CHECK-AUTHORISATION.
004000     SET TOPUP-NOT-AUTH-HELD TO TRUE
004001     PERFORM 2160-FIND-LAST-PAYMENT THRU 2160-EXIT
004002     CALL "CITIZEN-AUTHCHK" USING WS-AUTH-SOURCE,
004003                                  PAYHIST-BENEFIT-TYPE,
004004                                  WS-TOPUP-AMOUNT,
004005                                  WS-LAST-PAID,
004006                                  WS-AUTH-RESULT,
004007                                  WS-AUTH-REASON
004008     END-CALL
004009     IF WS-AUTH-RESULT = "H"
004010         SET TOPUP-AUTH-HELD TO TRUE
004011     END-IF.
004012 2170-EXIT.
004013     EXIT.
004014
004015*----------------------------------------------------------*
004016*  2360-REPORT-PENDING-AUTH - A TOP-UP FOR THIS ROW IS      *
004017*  ALREADY WITH CITIZEN-APPROVE, OR WAS REFUSED THERE.      *
004018*  SAY SO AND COUNT IT; NOTHING IS RAISED.                  *
004019*----------------------------------------------------------*
004020 2360-REPORT-PENDING-AUTH.
004021     ADD 1 TO WS-COUNT-AUTH-HELD
004022     MOVE SPACES TO ARREARS-REPORT-RECORD
004023     STRING
004024         "HELD - "                DELIMITED BY SIZE
004025         WS-PENDING-STATE-TEXT    DELIMITED BY SIZE
004026         ": "                     DELIMITED BY SIZE
004027         PAYHIST-CITIZEN-ID       DELIMITED BY SIZE
004028         " TYPE "                 DELIMITED BY SIZE
004029         PAYHIST-BENEFIT-TYPE     DELIMITED BY SIZE
004030         " PAID "                 DELIMITED BY SIZE
004031         PAYHIST-PAYMENT-DATE     DELIMITED BY SIZE
004032         INTO ARREARS-REPORT-RECORD
004033     END-STRING
004034     WRITE ARREARS-REPORT-RECORD
004035     PERFORM 9110-CHECK-REPORT-STATUS THRU 9110-EXIT.
004036 2360-EXIT.
004037     EXIT.
004038
004039*----------------------------------------------------------*
004040*  2400-WRITE-STATEMENT-LINE - ONE STATEMENT LINE PER       *
004041*  TOP-UP: WHO, WHICH CLAIM, THE DAY IT WAS UNDERPAID, WHAT *
004042*  WAS PAID, WHAT THE RATES NOW SAY, AND THE DIFFERENCE     *
004043*  OWED.                                                    *
004044*----------------------------------------------------------*
004045 2400-WRITE-STATEMENT-LINE.
004046     MOVE PAYHIST-AMOUNT TO WS-PAID-DISPLAY
004047     MOVE WS-REPRICED-AMOUNT TO WS-REPRICED-DISPLAY
004048     MOVE WS-TOPUP-AMOUNT TO WS-TOPUP-DISPLAY
004049     MOVE SPACES TO ARREARS-REPORT-RECORD
004050     STRING
004051         "OWED: "                 DELIMITED BY SIZE
004052         PAYHIST-CITIZEN-ID       DELIMITED BY SIZE
004053         " TYPE "                 DELIMITED BY SIZE
004054         PAYHIST-BENEFIT-TYPE     DELIMITED BY SIZE
004055         " PAID "                 DELIMITED BY SIZE
004060         PAYHIST-PAYMENT-DATE     DELIMITED BY SIZE
004070         " £"                     DELIMITED BY SIZE
004080         WS-PAID-DISPLAY          DELIMITED BY SIZE
004470     MOVE WS-RUN-ID TO EXT-RUN-ID
004472*    A PAYABLE ORDER TRAVELS WITHOUT ACCOUNT FIELDS; A BLANK
004474*    METHOD ON AN OLD ROW IS BACS, IN STEP WITH CITIZEN-BATCH.
004475     IF PAYEE-BY-ORDER
004476         MOVE "P" TO EXT-PAY-METHOD
004477     ELSE
004478         MOVE WS-PAYEE-SORT-CODE TO EXT-SORT-CODE
004479         MOVE WS-PAYEE-ACCOUNT-NUMBER TO EXT-ACCOUNT-NUMBER
004481         MOVE "B" TO EXT-PAY-METHOD
004482     END-IF
004483     WRITE EXTRACT-RECORD
004550*  CITIZEN-BATCH'S AUDIT TRAIL, SO A TOP-UP ROLLS UP IN     *
004560*  CITIZEN-SUMMARY ALONGSIDE EVERY OTHER PAYMENT.  THE      *
004570*  RUNNING TOTAL SHOWN IS THE TOTAL ARREARS RAISED BY THIS  *
004575*  RUN.  THE LINE ENDS WITH THE DATE OF THE PAYMENT THE     *
004580*  TOP-UP IS FOR, SO IT CAN BE TOLD APART FROM THAT PAYMENT *
004585*  ON THE REWRITTEN HISTORY ROW.                            *
004590*----------------------------------------------------------*
004600 2700-WRITE-AUDIT-TRAIL.
004610     MOVE WS-TOPUP-AMOUNT TO WS-AUDIT-AMOUNT-DISPLAY
004830         WS-AUDIT-TOTAL-DISPLAY   DELIMITED BY SIZE
004840         "  RUN: "                DELIMITED BY SIZE
004850         WS-RUN-ID                DELIMITED BY SIZE
004853         "  FOR PAYMENT OF: "     DELIMITED BY SIZE
004856         PAYHIST-PAYMENT-DATE     DELIMITED BY SIZE
004860         INTO AUDIT-TRAIL-RECORD
004870     END-STRING
004880     WRITE AUDIT-TRAIL-RECORD
004890     PERFORM 9112-CHECK-AUDIT-STATUS THRU 9112-EXIT.
004900 2700-EXIT.
004901     EXIT.
004902
004903*----------------------------------------------------------*
004904*  2800-HOLD-FOR-AUTHORISATION - THE TOP-UP GOES TO THE     *
004905*  PENDING-AUTHORISATION FILE, WITH WHERE IT IS TO BE PAID, *
004906*  INSTEAD OF THE EXTRACT AND AUDIT TRAIL.  THE HISTORY ROW *
004907*  IS LEFT AT WHAT WAS PAID AND THE TOP-UP IS NOT ADDED TO  *
004908*  THE TOTAL OWED - CITIZEN-APPROVE DOES BOTH IF IT IS      *
004909*  APPROVED.  AN OLD DECIDED ROW FOR THE SAME HISTORY ROW   *
004910*  IS REPLACED.                                             *
004911*----------------------------------------------------------*
004912 2800-HOLD-FOR-AUTHORISATION.
004913     ADD 1 TO WS-COUNT-AUTH-HELD
004914     MOVE WS-TOPUP-AMOUNT TO WS-TOPUP-DISPLAY
004915     MOVE SPACES TO ARREARS-REPORT-RECORD
004916     STRING
004917         "HELD FOR AUTHORISATION: " DELIMITED BY SIZE
004918         PAYHIST-CITIZEN-ID       DELIMITED BY SIZE
004919         " TYPE "                 DELIMITED BY SIZE
004920         PAYHIST-BENEFIT-TYPE     DELIMITED BY SIZE
004921         " PAID "                 DELIMITED BY SIZE
004922         PAYHIST-PAYMENT-DATE     DELIMITED BY SIZE
004923         " TOP-UP £"              DELIMITED BY SIZE
004924         WS-TOPUP-DISPLAY         DELIMITED BY SIZE
004925         " "                      DELIMITED BY SIZE
004926         WS-AUTH-REASON           DELIMITED BY SIZE
004927         INTO ARREARS-REPORT-RECORD
004928     END-STRING
004929     WRITE ARREARS-REPORT-RECORD
004930     PERFORM 9110-CHECK-REPORT-STATUS THRU 9110-EXIT
004931
004932     INITIALIZE PENDING-AUTH-RECORD
004933     MOVE PAYHIST-CITIZEN-ID TO PND-CITIZEN-ID
004934     MOVE PAYHIST-BENEFIT-TYPE TO PND-BENEFIT-TYPE
004935     MOVE PAYHIST-PAYMENT-DATE TO PND-PAYMENT-DATE
004936     MOVE WS-AUTH-SOURCE TO PND-SOURCE
004937     SET PND-PENDING TO TRUE
004938     MOVE WS-TOPUP-AMOUNT TO PND-AMOUNT
004939     MOVE WS-TOPUP-AMOUNT TO PND-GROSS-AMOUNT
004940     MOVE WS-LAST-PAID TO PND-LAST-PAID
004941     MOVE WS-AUTH-REASON TO PND-REASON
004942     IF PAYEE-BY-ORDER
004943         MOVE "P" TO PND-PAY-METHOD
004944     ELSE
004945         MOVE WS-PAYEE-SORT-CODE TO PND-SORT-CODE
004946         MOVE WS-PAYEE-ACCOUNT-NUMBER TO PND-ACCOUNT-NUMBER
004947         MOVE "B" TO PND-PAY-METHOD
004948     END-IF
004949     MOVE WS-RUN-DATE TO PND-HELD-DATE
004950     MOVE WS-RUN-ID TO PND-HELD-RUN-ID
004951     IF PENDING-ROW-FOUND
004952         REWRITE PENDING-AUTH-RECORD
004953     ELSE
004954         WRITE PENDING-AUTH-RECORD
004955     END-IF
004956     PERFORM 9114-CHECK-PENDING-STATUS THRU 9114-EXIT.
004957 2800-EXIT.
004958     EXIT.
004959
004960*----------------------------------------------------------*
004961*  8000-FINALIZE - TRAILER COUNTS AND TOTAL OWED, THEN      *
004962*  CLOSE DOWN.                                              *
004963*----------------------------------------------------------*
004970 8000-FINALIZE.
004980     MOVE ALL "-" TO ARREARS-REPORT-RECORD
004990     WRITE ARREARS-REPORT-RECORD
005140     MOVE SPACES TO ARREARS-REPORT-RECORD
005150     STRING
005160         "CITIZEN-ARREARS TOP-UPS RAISED    : "
005161                                  DELIMITED BY SIZE
005162         WS-COUNT-DISPLAY         DELIMITED BY SIZE
005163         INTO ARREARS-REPORT-RECORD
005164     END-STRING
005165     WRITE ARREARS-REPORT-RECORD
005166     PERFORM 9110-CHECK-REPORT-STATUS THRU 9110-EXIT
005167
005168     MOVE WS-COUNT-AUTH-HELD TO WS-COUNT-DISPLAY
005169     MOVE SPACES TO ARREARS-REPORT-RECORD
005170     STRING
005171         "CITIZEN-ARREARS AUTH HELD         : "
005172                                  DELIMITED BY SIZE
005180         WS-COUNT-DISPLAY         DELIMITED BY SIZE
005190         INTO ARREARS-REPORT-RECORD
005200     END-STRING
005480     CLOSE EXTRACT-FILE
005490     CLOSE AUDIT-TRAIL-FILE
005500     CLOSE ARREARS-REPORT-FILE
005501     IF APPOINTEES-PRESENT
005502         CLOSE APPOINTEE-FILE
005503     END-IF
005506     CLOSE PENDING-AUTH-FILE
005510
005520     DISPLAY "CITIZEN-ARREARS HISTORY ROWS READ : "
005530         WS-COUNT-ROWS-READ
005540     DISPLAY "CITIZEN-ARREARS TOP-UPS RAISED    : "
005550         WS-COUNT-TOPPED-UP
005553     DISPLAY "CITIZEN-ARREARS AUTH HELD         : "
005556         WS-COUNT-AUTH-HELD
005560     DISPLAY "CITIZEN-ARREARS NOT ON MASTER     : "
005570         WS-COUNT-NOT-ON-MASTER
005571     DISPLAY "CITIZEN-ARREARS NOT RATE-GOVERNED : "
005750     EXIT.
005760
005770*----------------------------------------------------------*
005780*  9110 TO 9114-CHECK-xxx-STATUS - TESTED AFTER             *
005790*  EVERY WRITE TO THE FILE NAMED, SO A FULL DISK OR OTHER   *
005800*  WRITE FAILURE ABENDS THE RUN INSTEAD OF PRODUCING AN     *
005810*  INCOMPLETE STATEMENT, EXTRACT, AUDIT TRAIL, OR HISTORY   *
006170 9113-EXIT.
006180     EXIT.
006190
006191 9114-CHECK-PENDING-STATUS.
006192     IF WS-PENDING-STATUS NOT = "00"
006193         MOVE "PENDING-AUTH-FILE" TO WS-ERROR-FILE-NAME
006194         MOVE WS-PENDING-STATUS TO WS-ERROR-STATUS
006195         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
006196     END-IF.
006197 9114-EXIT.
006198     EXIT.
006199
006200 9999-EXIT.
006210     STOP RUN.
