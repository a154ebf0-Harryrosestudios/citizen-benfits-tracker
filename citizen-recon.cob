000362*                  THE FAILED QUEUE AND THE OVERPAYMENT     *
000363*                  LEDGER, SO IT HOLDS THE FILES LIKE ANY   *
000364*                  OTHER WRITER.                            *
000365*  15/10/2026 RH   EVERY RETURNED PAYMENT IS NOW ALSO       *
000366*                  RECORDED ON THE PERMANENT RETURNED-      *
000367*                  PAYMENTS REGISTER                        *
000368*                  (RETURNED-PAYMENTS.DAT, KEYED LIKE THE   *
000369*                  PAYMENT HISTORY) - THE FAILED QUEUE IS   *
000370*                  REBUILT EVERY RUN AND EMPTIED BY         *
000371*                  CITIZEN-REISSUE, SO NOTHING ELSE         *
000372*                  REMEMBERS WHICH PAYMENTS NEVER ARRIVED   *
000373*                  WHEN THE TAX YEAR IS TOTALLED.           *
000374*  15/10/2026 RH   AN ACCEPTED PAYMENT THE BANK SAYS WAS   *
000375*                  PAID TO A DECEASED CLAIMANT IS NO       *
000376*                  LONGER RAISED WHEN CITIZEN-DEATHS HAS   *
000377*                  ALREADY ACTIONED A DEATH BEFORE THE     *
000378*                  PAYMENT DATE (DECEASED.DAT) -           *
000379*                  CITIZEN-DEATHS RAISED IT THEN.  EVERY   *
000380*                  PAYMENT THIS RUN DOES RAISE IS RECORDED *
000381*                  ON THE PERMANENT DECEASED-OVERPAYS.DAT, *
000382*                  SO A LATER DEATH NOTICE DOES NOT RAISE  *
000383*                  IT AGAIN AND A RERUN OF THE SAME        *
000384*                  RETURNS FILE DOES NOT DOUBLE THE LEDGER *
000385*                  BALANCE.                                *
000386*----------------------------------------------------------*
000387
000388*----------------------------------------------------------*
000389*  ENVIRONMENT DIVISION                                    *
000390*----------------------------------------------------------*
000391 ENVIRONMENT DIVISION.
000392 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT EXTRACT-FILE ASSIGN TO "payment-extract.txt"
000420         ORGANIZATION IS LINE SEQUENTIAL
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RETURNS-STATUS.
000480
000481     SELECT DECEASED-FILE ASSIGN TO "deceased.dat"
000482         ORGANIZATION IS INDEXED
000483         ACCESS MODE IS RANDOM
000484         RECORD KEY IS DCD-CITIZEN-ID
000485         FILE STATUS IS WS-DECEASED-STATUS.
000486
000490     SELECT RECON-REPORT-FILE ASSIGN TO "recon-report.txt"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-REPORT-STATUS.
000511
000512     SELECT DECEASED-OVP-FILE ASSIGN TO "deceased-overpays.dat"
000513         ORGANIZATION IS INDEXED
000514         ACCESS MODE IS RANDOM
000515         RECORD KEY IS DOP-KEY
000516         FILE STATUS IS WS-DOP-STATUS.
000520
000530     SELECT FAILED-FILE ASSIGN TO "failed-payments.txt"
000540         ORGANIZATION IS LINE SEQUENTIAL
000558         ACCESS MODE IS RANDOM
000560         RECORD KEY IS OVP-KEY
000562         FILE STATUS IS WS-OVERPAY-STATUS.
000563     SELECT RETURN-REGISTER-FILE ASSIGN TO "returned-payments.dat"
000564         ORGANIZATION IS INDEXED
000565         ACCESS MODE IS RANDOM
000566         RECORD KEY IS RTP-KEY
000567         FILE STATUS IS WS-RETURNED-STATUS.
000568
000570*----------------------------------------------------------*
000580*  DATA DIVISION                                           *
000590*----------------------------------------------------------*
000760     05  RTN-AMOUNT             PIC 9(09)V99.
000770     05  RTN-REASON             PIC X(20).
000780
000781*  DECEASED-FILE - THE DEATHS CITIZEN-DEATHS HAS ACTIONED.
000782*  READ ONLY, AND MAY NOT EXIST YET.
000783 FD  DECEASED-FILE.
000784     COPY DECEASED-REGISTER.
000785
000790*  RECON-REPORT-FILE - UNMATCHED ITEMS AND THE BALANCE.
000800 FD  RECON-REPORT-FILE.
000810 01  RECON-REPORT-RECORD       PIC X(120).
000811
000812*  DECEASED-OVP-FILE - EVERY PAYMENT RAISED HERE FOR A
000813*  DECEASED PAYEE, KEPT FOR GOOD SO IT IS NEVER RAISED TWICE.
000814 FD  DECEASED-OVP-FILE.
000815     COPY DECEASED-OVERPAY.
000820
000830*  FAILED-FILE - ONE LINE PER RETURNED PAYMENT, IN PAYMENT-
000840*  EXTRACT LAYOUT SO A RE-ISSUE CAN BE FED STRAIGHT BACK.
000866*  THE BANK REPORTS DECEASED IS RAISED HERE FOR RECOVERY.
000868 FD  OVERPAY-LEDGER-FILE.
000870     COPY OVERPAYMENT-LEDGER.
000871*  RETURN-REGISTER-FILE - EVERY RETURNED PAYMENT, KEPT FOR
000872*  GOOD SO THE TAX YEAR TOTALS CAN LEAVE IT OUT.
000873 FD  RETURN-REGISTER-FILE.
000874     COPY RETURNED-PAYMENT.
000875
000880 WORKING-STORAGE SECTION.
000890
000900 01  WS-FILE-STATUSES.
000910     05  WS-EXTRACT-STATUS      PIC X(02) VALUE "00".
000920     05  WS-RETURNS-STATUS      PIC X(02) VALUE "00".
000925     05  WS-DECEASED-STATUS     PIC X(02) VALUE "00".
000930     05  WS-REPORT-STATUS       PIC X(02) VALUE "00".
000935     05  WS-DOP-STATUS          PIC X(02) VALUE "00".
000940     05  WS-FAILED-STATUS       PIC X(02) VALUE "00".
000942     05  WS-OVERPAY-STATUS      PIC X(02) VALUE "00".
000943     05  WS-RETURNED-STATUS     PIC X(02) VALUE "00".
000944
000946*  OCCURRENCES OF "DECEASED" IN THE RETURN REASON UNDER
000947*  TEST, AND THE COUNT OF LEDGER ROWS RAISED THIS RUN.
000948 77  WS-DECEASED-COUNT          PIC 9(03) COMP VALUE ZERO.
000949 77  WS-COUNT-OVERPAY-RAISED    PIC 9(07) COMP VALUE ZERO.
000950
000951*  PAYMENTS TO A DECEASED PAYEE NOT RAISED AGAIN THIS RUN,
000952*  AND WHY.
000953 77  WS-COUNT-OVERPAY-SKIPPED   PIC 9(07) COMP VALUE ZERO.
000954 01  WS-SKIP-REASON             PIC X(30).
000955
000960*  THE DAY'S RETURNS, LOADED UP FRONT SO EACH EXTRACT LINE
000970*  CAN BE MATCHED BY A TABLE LOOKUP ON CITIZEN-ID PLUS
000975*  BENEFIT TYPE PLUS
001380     05  WS-BALANCE-SWITCH      PIC X(01) VALUE "Y".
001390         88  RUN-IN-BALANCE                VALUE "Y".
001400         88  RUN-OUT-OF-BALANCE            VALUE "N".
001402     05  WS-DECEASED-SWITCH     PIC X(01) VALUE "Y".
001404         88  DECEASED-PRESENT              VALUE "Y".
001406         88  DECEASED-ABSENT               VALUE "N".
001410
001420*  FILE NAME AND STATUS CARRIED INTO 9100-ABEND-FILE-ERROR WHEN
001430*  AN OPEN OR A WRITE FAILS ON A FILE THE RUN CANNOT CONTINUE
001940     END-IF
001950
001952     PERFORM 1200-OPEN-OVERPAY-LEDGER THRU 1200-EXIT
001953     PERFORM 1300-OPEN-RETURNED-REGISTER THRU 1300-EXIT
001954     PERFORM 1400-OPEN-DECEASED-FILES THRU 1400-EXIT
001955
001960     PERFORM 1100-LOAD-RETURN THRU 1100-EXIT
001970         UNTIL END-OF-RETURNS
001980     CLOSE RETURNS-FILE.
002330 1100-EXIT.
002340     EXIT.
002350
002352*----------------------------------------------------------*
002354*  1300-OPEN-RETURNED-REGISTER - PERMANENT, SO ALWAYS       *
002356*  OPENED I-O, AND CREATED EMPTY THE FIRST TIME (STATUS     *
002358*  35) LIKE THE LEDGER.                                     *
002360*----------------------------------------------------------*
002361 1300-OPEN-RETURNED-REGISTER.
002362     OPEN I-O RETURN-REGISTER-FILE
002363     IF WS-RETURNED-STATUS = "35"
002364         OPEN OUTPUT RETURN-REGISTER-FILE
002365         IF WS-RETURNED-STATUS = "00"
002366             CLOSE RETURN-REGISTER-FILE
002367             OPEN I-O RETURN-REGISTER-FILE
002368         END-IF
002369     END-IF
002370     IF WS-RETURNED-STATUS NOT = "00"
002371         MOVE "RETURN-REGISTER-FILE" TO WS-ERROR-FILE-NAME
002372         MOVE WS-RETURNED-STATUS TO WS-ERROR-STATUS
002373         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002374     END-IF.
002375 1300-EXIT.
002376     EXIT.
002377
002378*----------------------------------------------------------*
002379*  1400-OPEN-DECEASED-FILES - THE DECEASED REGISTER IS      *
002380*  CITIZEN-DEATHS' AND ONLY READ HERE; NONE YET (STATUS 35) *
002381*  MEANS NO DEATH HAS BEEN ACTIONED.  THE RAISED-PAYMENTS   *
002382*  REGISTER IS PERMANENT, SO OPENED I-O AND CREATED EMPTY   *
002383*  THE FIRST TIME LIKE THE LEDGER.                          *
002384*----------------------------------------------------------*
002385 1400-OPEN-DECEASED-FILES.
002386     OPEN INPUT DECEASED-FILE
002387     IF WS-DECEASED-STATUS = "35"
002388         SET DECEASED-ABSENT TO TRUE
002389     ELSE
002390         IF WS-DECEASED-STATUS NOT = "00"
002391             MOVE "DECEASED-FILE" TO WS-ERROR-FILE-NAME
002392             MOVE WS-DECEASED-STATUS TO WS-ERROR-STATUS
002393             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002394         END-IF
002395     END-IF
002396
002397     OPEN I-O DECEASED-OVP-FILE
002398     IF WS-DOP-STATUS = "35"
002399         OPEN OUTPUT DECEASED-OVP-FILE
002400         IF WS-DOP-STATUS = "00"
002401             CLOSE DECEASED-OVP-FILE
002402             OPEN I-O DECEASED-OVP-FILE
002403         END-IF
002404     END-IF
002405     IF WS-DOP-STATUS NOT = "00"
002406         MOVE "DECEASED-OVP-FILE" TO WS-ERROR-FILE-NAME
002407         MOVE WS-DOP-STATUS TO WS-ERROR-STATUS
002408         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002409     END-IF.
002410 1400-EXIT.
002411     EXIT.
002412
002413*----------------------------------------------------------*
002414*  2000-MATCH-EXTRACT-LINE - READ ONE EXTRACT LINE AND FIND *
002415*  ITS RETURN BY CITIZEN-ID PLUS PAYMENT DATE.  AN ACCEPTED *
002416*  RETURN JUST GOES INTO THE BALANCE; A RETURNED PAYMENT    *
002417*  ALSO GOES ONTO THE FAILED-PAYMENTS QUEUE FOR RE-ISSUE;   *
002418*  NO RETURN AT ALL IS AN UNMATCHED ITEM.                   *
002420*----------------------------------------------------------*
002430 2000-MATCH-EXTRACT-LINE.
002440     READ EXTRACT-FILE
002695         INSPECT WS-RTN-REASON(WS-RTN-IDX)
002696             TALLYING WS-DECEASED-COUNT FOR ALL "DECEASED"
002697         IF WS-DECEASED-COUNT NOT = ZERO
002698             PERFORM 2410-SCREEN-DECEASED-PAYMENT THRU 2410-EXIT
002699         END-IF
002700     END-IF.
002710 2000-EXIT.
003310     MOVE EXTRACT-RECORD TO FAILED-RECORD
003320     WRITE FAILED-RECORD
003330     PERFORM 9111-CHECK-FAILED-STATUS THRU 9111-EXIT
003335     PERFORM 2450-RECORD-RETURN THRU 2450-EXIT
003340
003350     MOVE WS-RTN-AMOUNT(WS-RTN-IDX) TO WS-TOTAL-DISPLAY
003360     MOVE SPACES TO RECON-REPORT-RECORD
003570 2400-EXIT.
003571     EXIT.
003572
003573*----------------------------------------------------------*
003574*  2410-SCREEN-DECEASED-PAYMENT - A DEATH CITIZEN-DEATHS   *
003575*  ACTIONED BEFORE THE PAYMENT DATE MEANS IT RAISED THIS   *
003576*  PAYMENT ALREADY, AND A PAYMENT ON THE RAISED-PAYMENTS   *
003577*  REGISTER WAS RAISED BY AN EARLIER RUN - NEITHER IS      *
003578*  RAISED AGAIN.  ANYTHING ELSE IS RAISED (2400) AND GOES  *
003579*  ONTO THE REGISTER.                                      *
003580*----------------------------------------------------------*
003581 2410-SCREEN-DECEASED-PAYMENT.
003582     IF DECEASED-PRESENT
003583         MOVE EXT-CITIZEN-ID TO DCD-CITIZEN-ID
003584         READ DECEASED-FILE
003585             NOT INVALID KEY
003586                 IF DCD-DATE-OF-DEATH < EXT-PAYMENT-DATE
003587                     MOVE "RAISED BY CITIZEN-DEATHS"
003588                         TO WS-SKIP-REASON
003589                     PERFORM 2420-REPORT-NOT-RAISED
003590                         THRU 2420-EXIT
003591                     GO TO 2410-EXIT
003592                 END-IF
003593         END-READ
003594     END-IF
003595
003596     MOVE EXT-CITIZEN-ID TO DOP-CITIZEN-ID
003597     MOVE EXT-BENEFIT-TYPE TO DOP-BENEFIT-TYPE
003598     MOVE EXT-PAYMENT-DATE TO DOP-PAYMENT-DATE
003599     READ DECEASED-OVP-FILE
003600         NOT INVALID KEY
003601             MOVE "RAISED ON AN EARLIER RUN" TO WS-SKIP-REASON
003602             PERFORM 2420-REPORT-NOT-RAISED THRU 2420-EXIT
003603             GO TO 2410-EXIT
003604     END-READ
003605
003606     PERFORM 2400-RAISE-DECEASED-OVERPAY THRU 2400-EXIT
003607
003608     MOVE SPACES TO DECEASED-OVERPAY-RECORD
003609     MOVE EXT-CITIZEN-ID TO DOP-CITIZEN-ID
003610     MOVE EXT-BENEFIT-TYPE TO DOP-BENEFIT-TYPE
003611     MOVE EXT-PAYMENT-DATE TO DOP-PAYMENT-DATE
003612     MOVE WS-RTN-AMOUNT(WS-RTN-IDX) TO DOP-AMOUNT
003613     MOVE WS-RUN-DATE TO DOP-RAISED-DATE
003614     MOVE WS-RTN-REASON(WS-RTN-IDX) TO DOP-REASON
003615     WRITE DECEASED-OVERPAY-RECORD
003616     PERFORM 9114-CHECK-DOP-STATUS THRU 9114-EXIT.
003617 2410-EXIT.
003618     EXIT.
003619
003620*----------------------------------------------------------*
003621*  2420-REPORT-NOT-RAISED - A PAYMENT TO A DECEASED PAYEE   *
003622*  ALREADY ON THE LEDGER, AND WHY IT IS NOT RAISED AGAIN.   *
003623*----------------------------------------------------------*
003624 2420-REPORT-NOT-RAISED.
003625     ADD 1 TO WS-COUNT-OVERPAY-SKIPPED
003626     MOVE WS-RTN-AMOUNT(WS-RTN-IDX) TO WS-TOTAL-DISPLAY
003627     MOVE SPACES TO RECON-REPORT-RECORD
003628     STRING
003629         "PAID DECEASED - NOT RAISED AGAIN, "
003630                                  DELIMITED BY SIZE
003631         WS-SKIP-REASON           DELIMITED BY "  "
003632         ": "                     DELIMITED BY SIZE
003633         EXT-CITIZEN-ID           DELIMITED BY SIZE
003634         " TYPE "                 DELIMITED BY SIZE
003635         EXT-BENEFIT-TYPE         DELIMITED BY SIZE
003636         " DATE "                 DELIMITED BY SIZE
003637         EXT-PAYMENT-DATE         DELIMITED BY SIZE
003638         " AMOUNT "               DELIMITED BY SIZE
003639         WS-TOTAL-DISPLAY         DELIMITED BY SIZE
003640         INTO RECON-REPORT-RECORD
003641     END-STRING
003642     WRITE RECON-REPORT-RECORD
003643     PERFORM 9110-CHECK-REPORT-STATUS THRU 9110-EXIT.
003644 2420-EXIT.
003645     EXIT.
003646
003647*----------------------------------------------------------*
003648*  2450-RECORD-RETURN - THE RETURNED PAYMENT ONTO THE       *
003649*  RETURNED-PAYMENTS REGISTER.  A ROW ALREADY THERE MEANS   *
003650*  THE SAME RETURNS FILE HAS BEEN RECONCILED BEFORE - IT IS *
003651*  LEFT AS FIRST RECORDED.                                  *
003652*----------------------------------------------------------*
003653 2450-RECORD-RETURN.
003654     MOVE SPACES TO RETURNED-PAYMENT-RECORD
003655     MOVE EXT-CITIZEN-ID TO RTP-CITIZEN-ID
003656     MOVE EXT-BENEFIT-TYPE TO RTP-BENEFIT-TYPE
003657     MOVE EXT-PAYMENT-DATE TO RTP-PAYMENT-DATE
003658     MOVE WS-RTN-AMOUNT(WS-RTN-IDX) TO RTP-AMOUNT
003659     MOVE WS-RUN-DATE TO RTP-RETURNED-DATE
003660     MOVE WS-RTN-REASON(WS-RTN-IDX) TO RTP-REASON
003661     MOVE WS-LOCK-PROGRAM-NAME TO RTP-PROGRAM-NAME
003662     WRITE RETURNED-PAYMENT-RECORD
003663         INVALID KEY
003664             GO TO 2450-EXIT
003665     END-WRITE
003666     PERFORM 9113-CHECK-RETURNED-STATUS THRU 9113-EXIT.
003667 2450-EXIT.
003668     EXIT.
003669
003670
003671*----------------------------------------------------------*
003672*  3000-SWEEP-UNUSED-RETURNS - ANYTHING LEFT UNUSED IN THE  *
003673*  TABLE IS A RETURN FOR A PAYMENT WE NEVER SENT - REPORT   *
003674*  EACH ONE.                                                *
003675*----------------------------------------------------------*
003676 3000-SWEEP-UNUSED-RETURNS.
003677     PERFORM 3100-REPORT-RTN-UNMATCHED THRU 3100-EXIT
003678         VARYING WS-RTN-IDX FROM 1 BY 1
003679         UNTIL WS-RTN-IDX > WS-RETURNS-COUNT.
003680 3000-EXIT.
003681     EXIT.
003682
003683*----------------------------------------------------------*
003684*  3100-REPORT-RTN-UNMATCHED - ONE REPORT LINE PER RETURN   *
003685*  THAT MATCHED NO EXTRACT LINE.                            *
003690*----------------------------------------------------------*
003700 3100-REPORT-RTN-UNMATCHED.
003710     IF WS-RTN-USED(WS-RTN-IDX) = "Y"
005149     WRITE RECON-REPORT-RECORD
005151     PERFORM 9110-CHECK-REPORT-STATUS THRU 9110-EXIT
005152
005153     MOVE WS-COUNT-OVERPAY-SKIPPED TO WS-COUNT-DISPLAY
005154     MOVE SPACES TO RECON-REPORT-RECORD
005155     STRING
005156         "CITIZEN-RECON OVERPAY SKIPPED : " DELIMITED BY SIZE
005157         WS-COUNT-DISPLAY                   DELIMITED BY SIZE
005158         INTO RECON-REPORT-RECORD
005159     END-STRING
005160     WRITE RECON-REPORT-RECORD
005161     PERFORM 9110-CHECK-REPORT-STATUS THRU 9110-EXIT
005162
005163     CLOSE EXTRACT-FILE
005164     CLOSE RECON-REPORT-FILE
005170     CLOSE FAILED-FILE
005172     CLOSE OVERPAY-LEDGER-FILE
005173     CLOSE RETURN-REGISTER-FILE
005174     IF DECEASED-PRESENT
005175         CLOSE DECEASED-FILE
005176     END-IF
005177     CLOSE DECEASED-OVP-FILE
005178
005179     PERFORM 8900-DEREGISTER-RUN THRU 8900-EXIT
005180
005190     DISPLAY "CITIZEN-RECON EXTRACT LINES   : "
005200         WS-COUNT-EXTRACT-READ
005300         WS-COUNT-RTN-UNMATCHED
005302     DISPLAY "CITIZEN-RECON OVERPAY RAISED  : "
005304         WS-COUNT-OVERPAY-RAISED
005306     DISPLAY "CITIZEN-RECON OVERPAY SKIPPED : "
005308         WS-COUNT-OVERPAY-SKIPPED
005310
005320     IF RUN-OUT-OF-BALANCE
005330         OR WS-COUNT-EXT-UNMATCHED NOT = ZERO
005789     END-IF.
005790 9112-EXIT.
005791     EXIT.
005792 9113-CHECK-RETURNED-STATUS.
005793     IF WS-RETURNED-STATUS NOT = "00"
005794         MOVE "RETURN-REGISTER-FILE" TO WS-ERROR-FILE-NAME
005795         MOVE WS-RETURNED-STATUS TO WS-ERROR-STATUS
005796         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
005797     END-IF.
005798 9113-EXIT.
005799     EXIT.
005800
005801 9114-CHECK-DOP-STATUS.
005802     IF WS-DOP-STATUS NOT = "00"
005803         MOVE "DECEASED-OVP-FILE" TO WS-ERROR-FILE-NAME
005804         MOVE WS-DOP-STATUS TO WS-ERROR-STATUS
005805         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
005806     END-IF.
005807 9114-EXIT.
005808     EXIT.
005809
005810 9999-EXIT.
005811     STOP RUN.
