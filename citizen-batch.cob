000966*                  ENTRY.  A REFUSAL (ANOTHER RUN HOLDS     *
000967*                  THE FILES) ENDS WITH RETURN-CODE 16      *
000968*                  BEFORE ANYTHING IS OPENED.               *
000969*  15/10/2026 RH   A CLAIM WITH AN APPOINTEE IN FORCE AT    *
000970*                  THE RUN DATE (APPOINTEES.DAT, KEPT BY    *
000971*                  CITIZEN-MAINT) IS PAID TO THE            *
000972*                  APPOINTEE'S ACCOUNT OR BY ORDER AS THE   *
000973*                  APPOINTMENT SAYS - THE BANK CHECK AND    *
000974*                  THE EXTRACT LINE BOTH USE THE PAYEE'S    *
000975*                  DETAILS, NOT THE CLAIMANT'S.             *
000976*  15/10/2026 RH   A CLAIM HELD ON FRAUD-HOLDS.DAT          *
000977*                  (REFERRED BY CITIZEN-FRAUD AND NOT YET   *
000978*                  DECIDED THROUGH CITIZEN-REVIEW) IS       *
000979*                  SKIPPED AS A SUSPENDED CLAIM IS, WITH A  *
000980*                  "FRAUD HOLD" STATUS-HELD LINE.           *
000981*  15/10/2026 RH   EACH PAYMENT IS NOW PUT TO               *
000982*                  CITIZEN-AUTHCHK AFTER THE OVERPAYMENT    *
000983*                  RECOVERY, ALONG WITH THE CLAIM'S LAST    *
000984*                  PAYMENT OFF THE HISTORY.  ONE OVER ITS   *
000985*                  LIMIT, OR TOO FAR ABOVE THE LAST         *
000986*                  PAYMENT, IS WRITTEN TO PENDING-AUTH.DAT  *
000987*                  INSTEAD OF THE EXTRACT, AUDIT TRAIL AND  *
000988*                  HISTORY, FOR CITIZEN-APPROVE TO          *
000989*                  RELEASE OR REFUSE.  A CLAIM ALREADY ON   *
000990*                  THAT FILE FOR THE RUN DATE IS SKIPPED,   *
000991*                  SO A RERUN NEITHER HOLDS IT TWICE NOR    *
000992*                  TAKES A SECOND RECOVERY.  THE RESTART    *
000993*                  RECORD CARRIES THE NEW COUNT.            *
000994*----------------------------------------------------------*
000995
000996*----------------------------------------------------------*
000997*  ENVIRONMENT DIVISION                                    *
000998*----------------------------------------------------------*
000999 ENVIRONMENT DIVISION.
001000 INPUT-OUTPUT SECTION.
001001 FILE-CONTROL.
001002     SELECT CITIZEN-MASTER-FILE ASSIGN TO "citizens.dat"
001003         ORGANIZATION IS INDEXED
001004         ACCESS MODE IS DYNAMIC
001005         RECORD KEY IS CITIZEN-KEY
001006         ALTERNATE RECORD KEY IS CITIZEN-BENEFIT-TYPE
001007             WITH DUPLICATES
001008         FILE STATUS IS WS-MASTER-STATUS.
001009
001010     SELECT OUTPUT-FILE ASSIGN TO "report.txt"
001011         ORGANIZATION IS LINE SEQUENTIAL
001012         FILE STATUS IS WS-OUTPUT-STATUS.
001013
001014     SELECT RESTART-FILE ASSIGN TO "restart.dat"
001015         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-RESTART-STATUS.
001030
001040     SELECT EXTRACT-FILE ASSIGN TO "payment-extract.txt"
001142
001144     SELECT PAYMENT-HISTORY-FILE ASSIGN TO "payment-history.dat"
001146         ORGANIZATION IS INDEXED
001147         ACCESS MODE IS DYNAMIC
001148         RECORD KEY IS PAYHIST-KEY
001149         FILE STATUS IS WS-PAYHIST-STATUS.
001150
001154         RECORD KEY IS OVP-KEY
001155         FILE STATUS IS WS-OVERPAY-STATUS.
001156
001157     SELECT APPOINTEE-FILE ASSIGN TO "appointees.dat"
001158         ORGANIZATION IS INDEXED
001159         ACCESS MODE IS RANDOM
001160         RECORD KEY IS APT-KEY
001161         FILE STATUS IS WS-APPOINTEE-STATUS.
001162
001163     SELECT FRAUD-HOLD-FILE ASSIGN TO "fraud-holds.dat"
001164         ORGANIZATION IS INDEXED
001165         ACCESS MODE IS RANDOM
001166         RECORD KEY IS FHD-KEY
001167         FILE STATUS IS WS-FRAUD-HOLD-STATUS.
001168
001169     SELECT PENDING-AUTH-FILE ASSIGN TO "pending-auth.dat"
001170         ORGANIZATION IS INDEXED
001171         ACCESS MODE IS RANDOM
001172         RECORD KEY IS PND-KEY
001173         FILE STATUS IS WS-PENDING-STATUS.
001174
001175*----------------------------------------------------------*
001176*  DATA DIVISION                                           *
001180*----------------------------------------------------------*
001190 DATA DIVISION.
001200 FILE SECTION.
001370     05  RST-RECORD-COUNT-REVIEWED PIC 9(07).
001375     05  RST-RECORD-COUNT-SKIPPED PIC 9(07).
001377     05  RST-RECORD-COUNT-STATUS PIC 9(07).
001378     05  RST-RECORD-COUNT-AUTH  PIC 9(07).
001380     05  RST-TOTAL-BENEFITS     PIC 9(09)V99.
001381     05  RST-RUN-CYCLE          PIC X(20).
001390     05  RST-BT-TOTAL           PIC 9(09)V99 OCCURS 7 TIMES.
001430*  FROM REPORT.TXT, WHICH IS FOR HUMAN RECONCILIATION.
001440 FD  EXTRACT-FILE.
001450     COPY PAYMENT-EXTRACT.
001453
001456*  APPOINTEE-FILE - THE THIRD PARTY PAID FOR A CLAIM WHILE AN
001459*  APPOINTMENT IS IN FORCE.  READ ONLY; NOT THERE AT ALL
001462*  UNTIL CITIZEN-MAINT KEYS THE FIRST APPOINTMENT.
001465 FD  APPOINTEE-FILE.
001468     COPY APPOINTEE-RECORD.
001471
001474*  FRAUD-HOLD-FILE - CLAIMS CITIZEN-FRAUD HAS REFERRED.  READ
001477*  ONLY; NOT THERE AT ALL UNTIL THE FIRST SCAN HAS RUN.
001480 FD  FRAUD-HOLD-FILE.
001483     COPY FRAUD-HOLD.
001486
001489*  PENDING-AUTH-FILE - PAYMENTS HELD FOR A SECOND OFFICER'S
001492*  AUTHORISATION.  SHARED WITH THE OTHER PAYING PROGRAMS
001495*  AND CITIZEN-APPROVE; CREATED ON FIRST USE.
001498 FD  PENDING-AUTH-FILE.
001501     COPY PENDING-AUTH.
001510
001520*  REVIEW-QUEUE-FILE - ONE LINE PER CITIZEN HELD BACK FROM
001530*  PAYMENT BY THE AGE/ELIGIBILITY CHECK, FOR CLERICAL REVIEW.
001722     05  WS-PAYHIST-STATUS      PIC X(02) VALUE "00".
001723     05  WS-RUN-CONTROL-STATUS  PIC X(02) VALUE "00".
001724     05  WS-OVERPAY-STATUS      PIC X(02) VALUE "00".
001725     05  WS-APPOINTEE-STATUS    PIC X(02) VALUE "00".
001727     05  WS-FRAUD-HOLD-STATUS   PIC X(02) VALUE "00".
001728     05  WS-PENDING-STATUS      PIC X(02) VALUE "00".
001730
001740*  RAW COMMAND LINE PARAMETER.  EITHER BLANK (FULL SCAN), A
001741*  FIVE-BYTE CITIZEN-ID (AD HOC SINGLE-CITIZEN RERUN), OR
002704     05  WS-STATUS-SWITCH       PIC X(01) VALUE "Y".
002705         88  CLAIM-PAYABLE                 VALUE "Y".
002706         88  CLAIM-STATUS-HELD             VALUE "N".
002707     05  WS-APPOINTEES-SWITCH   PIC X(01) VALUE "Y".
002708         88  APPOINTEES-PRESENT            VALUE "Y".
002709         88  APPOINTEES-ABSENT             VALUE "N".
002710     05  WS-PAYEE-SWITCH        PIC X(01) VALUE "N".
002711         88  PAID-TO-APPOINTEE             VALUE "Y".
002712         88  PAID-TO-CLAIMANT              VALUE "N".
002713     05  WS-FRAUD-HOLDS-SWITCH  PIC X(01) VALUE "Y".
002714         88  FRAUD-HOLDS-PRESENT           VALUE "Y".
002715         88  FRAUD-HOLDS-ABSENT            VALUE "N".
002716     05  WS-HIST-EOF-SWITCH     PIC X(01) VALUE "N".
002717         88  END-OF-HISTORY                VALUE "Y".
002718         88  NOT-END-OF-HISTORY            VALUE "N".
002719     05  WS-AUTH-HELD-SWITCH    PIC X(01) VALUE "N".
002720         88  PAYMENT-AUTH-HELD             VALUE "Y".
002721         88  PAYMENT-NOT-AUTH-HELD         VALUE "N".
002722
002723*  CITIZEN'S AGE IN COMPLETE YEARS AS AT THE RUN DATE, AND THE
002724*  BROKEN-OUT FORM OF CITIZEN-DOB USED TO WORK IT OUT.
002725 77  WS-AGE-YEARS               PIC 9(03) VALUE ZERO.
002730 01  WS-DOB-BREAKDOWN.
002740     05  WS-DOB-YEAR            PIC 9(04).
002750     05  WS-DOB-MONTH           PIC 9(02).
002760     05  WS-DOB-DAY             PIC 9(02).
002761
002762*  WHO THE CLAIM IS ACTUALLY PAID TO - THE CLAIMANT'S OWN
002763*  DETAILS OFF THE MASTER, OR THE APPOINTEE'S WHILE AN
002764*  APPOINTMENT IS IN FORCE.  SET BY 2153-SET-PAYEE.
002765 01  WS-PAYEE-DETAILS.
002766     05  WS-PAYEE-SORT-CODE     PIC X(06).
002767     05  WS-PAYEE-ACCOUNT-NUMBER PIC X(08).
002768     05  WS-PAYEE-PAY-METHOD    PIC X(01).
002769         88  PAYEE-BY-ORDER                VALUE "P".
002770
002780*  REASON TEXT ATTACHED TO A CITIZEN HELD BACK FOR REVIEW.
002790 01  WS-REVIEW-REASON-TEXT      PIC X(40).
002860 01  WS-RESTART-CITIZEN-ID      PIC X(05).
002861 01  WS-RESTART-BENEFIT-TYPE    PIC X(02).
002870
002871*  CLAIMS HELD FOR AUTHORISATION THIS RUN, OR FOUND ALREADY
002872*  ON THE PENDING-AUTHORISATION FILE FOR THE RUN DATE, AND
002873*  THEREFORE NOT PAID.
002874 77  WS-RECORD-COUNT-AUTH       PIC 9(07) COMP VALUE ZERO.
002875
002876*  ARGUMENTS FOR THE CITIZEN-AUTHCHK CALL - THE PAYMENT, THE
002877*  CLAIM'S LATEST PAYMENT BEFORE THE RUN DATE (ZERO IF
002878*  NEVER PAID), AND THE VERDICT.
002879 01  WS-AUTH-SOURCE             PIC X(08) VALUE "BATCH".
002880 01  WS-AUTH-AMOUNT             PIC 9(09)V99 VALUE ZERO.
002881 01  WS-LAST-PAID               PIC 9(09)V99 VALUE ZERO.
002882 01  WS-AUTH-RESULT             PIC X(01) VALUE SPACE.
002883 01  WS-AUTH-REASON             PIC X(40) VALUE SPACES.
002884
002885*  STATE OF A CLAIM'S ITEM ALREADY ON THE PENDING FILE, FOR
002886*  ITS REPORT LINE.
002887 01  WS-PENDING-STATE-TEXT      PIC X(22).
002888
002889*  FILE NAME AND STATUS CARRIED INTO 9100-ABEND-FILE-ERROR WHEN
002890*  AN OPEN OR A WRITE FAILS ON A FILE THE RUN CANNOT CONTINUE
002900*  WITHOUT.
002910 01  WS-ERROR-FILE-NAME         PIC X(20).
003862
003864     PERFORM 1060-OPEN-OVERPAY-LEDGER THRU 1060-EXIT
003865
003866     PERFORM 1070-OPEN-APPOINTEES THRU 1070-EXIT
003867
003868     PERFORM 1080-OPEN-FRAUD-HOLDS THRU 1080-EXIT
003869
003870     PERFORM 1090-OPEN-PENDING-AUTH THRU 1090-EXIT
003871
003872     PERFORM 1030-OPEN-AUDIT-TRAIL THRU 1030-EXIT.
003880 1010-EXIT.
003890     EXIT.
003900
004172
004174     PERFORM 1060-OPEN-OVERPAY-LEDGER THRU 1060-EXIT
004175
004176     PERFORM 1070-OPEN-APPOINTEES THRU 1070-EXIT
004177
004178     PERFORM 1080-OPEN-FRAUD-HOLDS THRU 1080-EXIT
004179
004180     PERFORM 1090-OPEN-PENDING-AUTH THRU 1090-EXIT
004181
004182     PERFORM 1030-OPEN-AUDIT-TRAIL THRU 1030-EXIT.
004190 1020-EXIT.
004191     EXIT.
004192
004193*----------------------------------------------------------*
004194*  1070-OPEN-APPOINTEES - READ ONLY.  NO FILE (STATUS 35)   *
004195*  MEANS NO APPOINTMENT HAS EVER BEEN KEYED, AND EVERY      *
004196*  CLAIM IS PAID TO THE CLAIMANT.                           *
004197*----------------------------------------------------------*
004198 1070-OPEN-APPOINTEES.
004199     OPEN INPUT APPOINTEE-FILE
004200     IF WS-APPOINTEE-STATUS = "35"
004201         SET APPOINTEES-ABSENT TO TRUE
004202     ELSE
004203         IF WS-APPOINTEE-STATUS NOT = "00"
004204             MOVE "APPOINTEE-FILE" TO WS-ERROR-FILE-NAME
004205             MOVE WS-APPOINTEE-STATUS TO WS-ERROR-STATUS
004206             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
004207         END-IF
004208     END-IF.
004209 1070-EXIT.
004210     EXIT.
004211
004212*----------------------------------------------------------*
004213*  1080-OPEN-FRAUD-HOLDS - READ ONLY.  NO FILE (STATUS 35)  *
004214*  MEANS CITIZEN-FRAUD HAS NEVER RUN, AND NO CLAIM IS HELD. *
004215*----------------------------------------------------------*
004216 1080-OPEN-FRAUD-HOLDS.
004217     OPEN INPUT FRAUD-HOLD-FILE
004218     IF WS-FRAUD-HOLD-STATUS = "35"
004219         SET FRAUD-HOLDS-ABSENT TO TRUE
004220     ELSE
004221         IF WS-FRAUD-HOLD-STATUS NOT = "00"
004222             MOVE "FRAUD-HOLD-FILE" TO WS-ERROR-FILE-NAME
004223             MOVE WS-FRAUD-HOLD-STATUS TO WS-ERROR-STATUS
004224             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
004225         END-IF
004226     END-IF.
004227 1080-EXIT.
004228     EXIT.
004229
004230*----------------------------------------------------------*
004231*  1090-OPEN-PENDING-AUTH - SHARED WITH THE OTHER PAYING    *
004232*  PROGRAMS AND CITIZEN-APPROVE, SO ALWAYS OPENED I-O.      *
004233*  THE VERY FIRST RUN EVER FINDS NO FILE (STATUS 35) AND    *
004234*  CREATES IT EMPTY BEFORE REOPENING.                       *
004235*----------------------------------------------------------*
004236 1090-OPEN-PENDING-AUTH.
004237     OPEN I-O PENDING-AUTH-FILE
004238     IF WS-PENDING-STATUS = "35"
004239         OPEN OUTPUT PENDING-AUTH-FILE
004240         IF WS-PENDING-STATUS = "00"
004241             CLOSE PENDING-AUTH-FILE
004242             OPEN I-O PENDING-AUTH-FILE
004243         END-IF
004244     END-IF
004245     IF WS-PENDING-STATUS NOT = "00"
004246         MOVE "PENDING-AUTH-FILE" TO WS-ERROR-FILE-NAME
004247         MOVE WS-PENDING-STATUS TO WS-ERROR-STATUS
004248         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
004249     END-IF.
004250 1090-EXIT.
004251     EXIT.
004252
004253*----------------------------------------------------------*
004254*  1030-OPEN-AUDIT-TRAIL - ALWAYS OPENED EXTEND, EVEN ON A  *
004255*  FRESH FULL SCAN, SINCE IT IS NEVER OVERWRITTEN.  FALL    *
004256*  BACK TO OUTPUT IF IT DOES NOT EXIST YET.                 *
004260*----------------------------------------------------------*
004270 1030-OPEN-AUDIT-TRAIL.
004280     OPEN EXTEND AUDIT-TRAIL-FILE
004968                     PERFORM 1320-RESTORE-BT-TOTAL THRU 1320-EXIT
004969                         VARYING WS-BT-IDX FROM 1 BY 1
004970                         UNTIL WS-BT-IDX > 7
004971                     MOVE RST-RECORD-COUNT-AUTH
004972                         TO WS-RECORD-COUNT-AUTH
004973                 END-IF
005030         END-READ
005040         CLOSE RESTART-FILE
005042     ELSE
005475     PERFORM 2200-CALCULATE-AND-WRITE THRU 2200-EXIT.
005480 2000-EXIT.
005485     EXIT.
005486
005487*----------------------------------------------------------*
005488*  2147-CHECK-FRAUD-HOLD - A CLAIM 2145 FOUND PAYABLE IS   *
005489*  STILL NOT PAID WHILE A CITIZEN-FRAUD REFERRAL AGAINST   *
005490*  IT AWAITS ITS DECISION THROUGH CITIZEN-REVIEW.  A       *
005491*  CLEARED ROW HOLDS NOTHING.  AN UPHELD ONE GOES ON       *
005492*  STOPPING THE CLAIM - ITS SUSPENSION IS ONLY APPLIED BY  *
005493*  THE NEXT DAY'S CITIZEN-MAINT, WHICH READS IT FROM       *
005494*  CARRIED-TRANSACTIONS.TXT - UNTIL A STATUS CHANGE DATED  *
005495*  AFTER THE DECISION (A RESUME) IS ON THE MASTER.         *
005496*----------------------------------------------------------*
005497 2147-CHECK-FRAUD-HOLD.
005498     IF CLAIM-STATUS-HELD OR FRAUD-HOLDS-ABSENT
005499         GO TO 2147-EXIT
005500     END-IF
005501     MOVE CITIZEN-KEY TO FHD-KEY
005502     READ FRAUD-HOLD-FILE
005503         INVALID KEY
005504             GO TO 2147-EXIT
005505     END-READ
005506     IF FHD-HELD
005507         SET CLAIM-STATUS-HELD TO TRUE
005508         MOVE "FRAUD HOLD" TO WS-STATUS-HELD-TEXT
005509         GO TO 2147-EXIT
005510     END-IF
005511     IF FHD-UPHELD
005512         IF CITIZEN-STATUS-DATE IS NOT NUMERIC
005513             OR CITIZEN-STATUS-DATE NOT > FHD-DECIDED-DATE
005514             SET CLAIM-STATUS-HELD TO TRUE
005515             MOVE "FRAUD HOLD" TO WS-STATUS-HELD-TEXT
005516         END-IF
005517     END-IF.
005518 2147-EXIT.
005519     EXIT.
005520
005521*----------------------------------------------------------*
005522*  2153-SET-PAYEE - WHO IS THIS PAYMENT MADE TO?  THE       *
005523*  CLAIMANT, UNLESS AN APPOINTMENT FOR THE CLAIM IS IN      *
005524*  FORCE AT THE RUN DATE, IN WHICH CASE THE APPOINTEE'S     *
005525*  ACCOUNT (OR A PAYABLE ORDER IN THE APPOINTEE'S NAME).    *
005526*  A BLANK METHOD ON EITHER IS BACS.                        *
005527*----------------------------------------------------------*
005528 2153-SET-PAYEE.
005529     SET PAID-TO-CLAIMANT TO TRUE
005530     MOVE CITIZEN-SORT-CODE TO WS-PAYEE-SORT-CODE
005531     MOVE CITIZEN-ACCOUNT-NUMBER TO WS-PAYEE-ACCOUNT-NUMBER
005532     MOVE CITIZEN-PAY-METHOD TO WS-PAYEE-PAY-METHOD
005533     IF APPOINTEES-ABSENT
005534         GO TO 2153-EXIT
005535     END-IF
005536
005537     MOVE CITIZEN-KEY TO APT-KEY
005538     READ APPOINTEE-FILE
005539         INVALID KEY
005540             GO TO 2153-EXIT
005541     END-READ
005542     IF APT-START-DATE > WS-RUN-DATE
005543         OR (APT-END-DATE NOT = ZERO
005544             AND APT-END-DATE < WS-RUN-DATE)
005545         GO TO 2153-EXIT
005546     END-IF
005547
005548     SET PAID-TO-APPOINTEE TO TRUE
005549     MOVE APT-SORT-CODE TO WS-PAYEE-SORT-CODE
005550     MOVE APT-ACCOUNT-NUMBER TO WS-PAYEE-ACCOUNT-NUMBER
005551     MOVE APT-PAY-METHOD TO WS-PAYEE-PAY-METHOD.
005552 2153-EXIT.
005553     EXIT.
005560
005561
005562*----------------------------------------------------------*
005611*  CITIZEN-RECORD.                                         *
005612*----------------------------------------------------------*
005620 2200-CALCULATE-AND-WRITE.
005621     PERFORM 2153-SET-PAYEE THRU 2153-EXIT
005622     PERFORM 2145-CHECK-CLAIM-STATUS THRU 2145-EXIT
005623     PERFORM 2147-CHECK-FRAUD-HOLD THRU 2147-EXIT
005624     IF CLAIM-STATUS-HELD
005625         PERFORM 2146-LOG-STATUS-HELD THRU 2146-EXIT
005626         IF CHECKPOINT-DUE
005627             PERFORM 2500-WRITE-CHECKPOINT THRU 2500-EXIT
005628             SET CHECKPOINT-NOT-DUE TO TRUE
005629         END-IF
005630         GO TO 2200-EXIT
005631     END-IF
005632
005633     PERFORM 2150-CHECK-ELIGIBILITY THRU 2150-EXIT
005640     IF CITIZEN-NOT-ELIGIBLE
005650         PERFORM 2160-WRITE-REVIEW-QUEUE THRU 2160-EXIT
005652         IF CHECKPOINT-DUE
005689         GO TO 2200-EXIT
005690     END-IF
005691
005692     PERFORM 2172-CHECK-PENDING-AUTH THRU 2172-EXIT
005693     IF PAYMENT-AUTH-HELD
005694         PERFORM 2182-LOG-PENDING-AUTH THRU 2182-EXIT
005695         IF CHECKPOINT-DUE
005696             PERFORM 2500-WRITE-CHECKPOINT THRU 2500-EXIT
005697             SET CHECKPOINT-NOT-DUE TO TRUE
005698         END-IF
005699         GO TO 2200-EXIT
005700     END-IF
005701
005702     CALL "CITIZEN-CALC" USING CITIZEN-BENEFIT-AMOUNT,
005703                               CITIZEN-BENEFIT-TYPE,
005704                               WS-AGE-YEARS,
005705                               WS-RUN-DATE,
005706                               WS-PAYABLE-AMOUNT
005710     END-CALL
005712
005714     PERFORM 2190-APPLY-OVERPAY-RECOVERY THRU 2190-EXIT
005715
005716     PERFORM 2195-CHECK-AUTHORISATION THRU 2195-EXIT
005717     IF PAYMENT-AUTH-HELD
005718         PERFORM 2196-HOLD-FOR-AUTHORISATION THRU 2196-EXIT
005719         IF CHECKPOINT-DUE
005720             PERFORM 2500-WRITE-CHECKPOINT THRU 2500-EXIT
005721             SET CHECKPOINT-NOT-DUE TO TRUE
005722         END-IF
005723         GO TO 2200-EXIT
005724     END-IF
005725
005730     ADD WS-PAYABLE-AMOUNT TO TOTAL-BENEFITS
005740
005750     PERFORM 2700-WRITE-AUDIT-TRAIL THRU 2700-EXIT
005990
006000     PERFORM 2600-WRITE-EXTRACT THRU 2600-EXIT.
006010 2200-EXIT.
006011     EXIT.
006012
006013*----------------------------------------------------------*
006014*  2172-CHECK-PENDING-AUTH - WAS THIS CLAIM'S PAYMENT FOR   *
006015*  THE RUN DATE ALREADY HELD FOR AUTHORISATION BY AN        *
006016*  EARLIER RUN?  STILL PENDING OR REFUSED, IT IS NOT PAID   *
006017*  HERE - AND THE RECOVERY IS NOT TAKEN A SECOND TIME.  ONE *
006018*  APPROVED AND PAID IS ALREADY ON THE HISTORY, SO 2170     *
006019*  HAS SKIPPED IT BEFORE THIS IS REACHED.                   *
006020*----------------------------------------------------------*
006021 2172-CHECK-PENDING-AUTH.
006022     SET PAYMENT-NOT-AUTH-HELD TO TRUE
006023     MOVE CITIZEN-ID TO PND-CITIZEN-ID
006024     MOVE CITIZEN-BENEFIT-TYPE TO PND-BENEFIT-TYPE
006025     MOVE WS-RUN-DATE TO PND-PAYMENT-DATE
006026     MOVE WS-AUTH-SOURCE TO PND-SOURCE
006027     READ PENDING-AUTH-FILE
006028         INVALID KEY
006029             GO TO 2172-EXIT
006030     END-READ
006031     SET PAYMENT-AUTH-HELD TO TRUE
006032     EVALUATE TRUE
006033         WHEN PND-PENDING
006034             MOVE "AWAITING AUTHORISATION"
006035                TO WS-PENDING-STATE-TEXT
006036         WHEN PND-REJECTED
006037             MOVE "AUTHORISATION REFUSED"
006038                TO WS-PENDING-STATE-TEXT
006039         WHEN OTHER
006040             MOVE "AUTHORISATION DECIDED"
006041                TO WS-PENDING-STATE-TEXT
006042     END-EVALUATE.
006043 2172-EXIT.
006044     EXIT.
006045
006046*----------------------------------------------------------*
006047*  2175-FIND-LAST-PAYMENT - THE CLAIM'S LATEST HISTORY ROW  *
006048*  BEFORE THE RUN DATE.  BROWSES FORWARD FROM THE CLAIM'S   *
006049*  FIRST ROW; ZERO WHEN IT HAS NEVER BEEN PAID.             *
006050*----------------------------------------------------------*
006051 2175-FIND-LAST-PAYMENT.
006052     MOVE ZERO TO WS-LAST-PAID
006053     MOVE CITIZEN-ID TO PAYHIST-CITIZEN-ID
006054     MOVE CITIZEN-BENEFIT-TYPE TO PAYHIST-BENEFIT-TYPE
006055     MOVE ZERO TO PAYHIST-PAYMENT-DATE
006056     START PAYMENT-HISTORY-FILE KEY IS NOT LESS THAN PAYHIST-KEY
006057         INVALID KEY
006058             GO TO 2175-EXIT
006059     END-START
006060     SET NOT-END-OF-HISTORY TO TRUE
006061     PERFORM 2176-READ-CLAIM-PAYMENT THRU 2176-EXIT
006062         UNTIL END-OF-HISTORY.
006063 2175-EXIT.
006064     EXIT.
006065
006066*----------------------------------------------------------*
006067*  2176-READ-CLAIM-PAYMENT - NEXT HISTORY ROW, KEPT IF IT   *
006068*  IS STILL THIS CLAIM'S AND BEFORE THE RUN DATE.           *
006069*----------------------------------------------------------*
006070 2176-READ-CLAIM-PAYMENT.
006071     READ PAYMENT-HISTORY-FILE NEXT RECORD
006072         AT END
006073             SET END-OF-HISTORY TO TRUE
006074             GO TO 2176-EXIT
006075     END-READ
006076     IF PAYHIST-CITIZEN-ID NOT = CITIZEN-ID
006077         OR PAYHIST-BENEFIT-TYPE NOT = CITIZEN-BENEFIT-TYPE
006078         OR PAYHIST-PAYMENT-DATE NOT < WS-RUN-DATE
006079         SET END-OF-HISTORY TO TRUE
006080         GO TO 2176-EXIT
006081     END-IF
006082     MOVE PAYHIST-AMOUNT TO WS-LAST-PAID.
006083 2176-EXIT.
006084     EXIT.
006085
006086*----------------------------------------------------------*
006087*  2150-CHECK-ELIGIBILITY - WORK OUT THE CITIZEN'S AGE AS AT *
006088*  THE RUN DATE AND CHECK IT AGAINST THE MINIMUM AND MAXIMUM *
006089*  QUALIFYING AGE FOR THE BENEFIT TYPE THEY ARE CLAIMING.  A *
006090*  BENEFIT TYPE NOT FOUND ON THE TABLE IS LEFT ELIGIBLE -    *
006091*  THE CODE ALREADY PASSED CITIZEN-LOAD'S VALID-BENEFIT-TYPE*
006100*  EDIT, SO THIS CAN ONLY HAPPEN IF THE TABLE ITSELF IS OUT  *
006110*  OF STEP WITH THE COPYBOOK.                                *
006120*----------------------------------------------------------*
006493
006494*----------------------------------------------------------*
006495*  2155-CHECK-BANK-DETAILS - CAN THE BUREAU ACTUALLY PAY    *
006496*  THIS CLAIM FROM THE PAYEE'S DETAILS?  A PAYABLE          *
006497*  ORDER NEEDS NO ACCOUNT; ANYTHING ELSE NEEDS A FULLY      *
006498*  NUMERIC SORT CODE AND ACCOUNT NUMBER.  A CLAIM THAT      *
006499*  FAILS IS HELD TO THE REVIEW QUEUE INSTEAD OF BEING SENT  *
006501*----------------------------------------------------------*
006502 2155-CHECK-BANK-DETAILS.
006503     SET BANK-DETAILS-USABLE TO TRUE
006504     IF PAYEE-BY-ORDER
006505         GO TO 2155-EXIT
006506     END-IF
006507     IF WS-PAYEE-SORT-CODE NOT NUMERIC
006508         OR WS-PAYEE-ACCOUNT-NUMBER NOT NUMERIC
006509         SET BANK-DETAILS-UNUSABLE TO TRUE
006510         MOVE "NO USABLE BANK DETAILS"
006511             TO WS-REVIEW-REASON-TEXT
006900     MOVE WS-RECORD-COUNT-REVIEWED TO RST-RECORD-COUNT-REVIEWED
006905     MOVE WS-RECORD-COUNT-SKIPPED TO RST-RECORD-COUNT-SKIPPED
006906     MOVE WS-RECORD-COUNT-STATUS TO RST-RECORD-COUNT-STATUS
006908     MOVE WS-RECORD-COUNT-AUTH TO RST-RECORD-COUNT-AUTH
006910     MOVE TOTAL-BENEFITS TO RST-TOTAL-BENEFITS
006911     MOVE WS-RUN-CYCLE TO RST-RUN-CYCLE
006920     PERFORM 2510-SAVE-BT-TOTAL THRU 2510-EXIT
007232*    A PAYABLE ORDER TRAVELS WITHOUT ACCOUNT FIELDS; A BLANK
007233*    METHOD ON AN OLD ROW IS BACS, AND GOES DOWNSTREAM AS
007234*    SUCH SO THE BUREAU NEVER HAS TO GUESS.
007235     IF PAYEE-BY-ORDER
007236         MOVE "P" TO EXT-PAY-METHOD
007237     ELSE
007238         MOVE WS-PAYEE-SORT-CODE TO EXT-SORT-CODE
007239         MOVE WS-PAYEE-ACCOUNT-NUMBER TO EXT-ACCOUNT-NUMBER
007241         MOVE "B" TO EXT-PAY-METHOD
007242     END-IF
007243     WRITE EXTRACT-RECORD
007687     PERFORM 2200-CALCULATE-AND-WRITE THRU 2200-EXIT.
007688 2420-EXIT.
007689     EXIT.
007690
007691*----------------------------------------------------------*
007692*  2195-CHECK-AUTHORISATION - PUT THE PAYMENT, NET OF ANY   *
007693*  RECOVERY, TO CITIZEN-AUTHCHK WITH THE CLAIM'S LAST       *
007694*  PAYMENT.  A DRY RUN ASKS TOO, SO ITS REPORT SHOWS WHAT   *
007695*  THE LIVE RUN WOULD HOLD.                                 *
007696*----------------------------------------------------------*
007697 2195-CHECK-AUTHORISATION.
007698     SET PAYMENT-NOT-AUTH-HELD TO TRUE
007699     PERFORM 2175-FIND-LAST-PAYMENT THRU 2175-EXIT
007700     MOVE WS-PAYABLE-AMOUNT TO WS-AUTH-AMOUNT
007701     CALL "CITIZEN-AUTHCHK" USING WS-AUTH-SOURCE,
007702                                  CITIZEN-BENEFIT-TYPE,
007703                                  WS-AUTH-AMOUNT,
007704                                  WS-LAST-PAID,
007705                                  WS-AUTH-RESULT,
007706                                  WS-AUTH-REASON
007707     END-CALL
007708     IF WS-AUTH-RESULT = "H"
007709         SET PAYMENT-AUTH-HELD TO TRUE
007710     END-IF.
007711 2195-EXIT.
007712     EXIT.
007713
007714*----------------------------------------------------------*
007715*  2196-HOLD-FOR-AUTHORISATION - THE PAYMENT GOES TO THE    *
007716*  PENDING-AUTHORISATION FILE, WITH WHERE IT IS TO BE PAID  *
007717*  AND THE RECOVERY ALREADY TAKEN, INSTEAD OF THE EXTRACT,  *
007718*  AUDIT TRAIL AND HISTORY.  IT IS NOT ADDED TO THE RUN'S   *
007719*  TOTALS - CITIZEN-APPROVE PAYS IT IF IT IS APPROVED.      *
007720*  2172 FOUND NO ROW FOR THIS KEY, SO A DUPLICATE HERE IS A *
007721*  GENUINE I/O PROBLEM AND ABENDS.                          *
007722*----------------------------------------------------------*
007723 2196-HOLD-FOR-AUTHORISATION.
007724     MOVE WS-PAYABLE-AMOUNT TO WS-AMOUNT-DISPLAY
007725     MOVE SPACES TO OUTPUT-RECORD
007726     STRING
007727         "Auth hold: "      DELIMITED BY SIZE
007728         CITIZEN-ID         DELIMITED BY SIZE
007729         " "                DELIMITED BY SIZE
007730         CITIZEN-NAME       DELIMITED BY SIZE
007731         " £"               DELIMITED BY SIZE
007732         WS-AMOUNT-DISPLAY  DELIMITED BY SIZE
007733         " "                DELIMITED BY SIZE
007734         WS-AUTH-REASON     DELIMITED BY SIZE
007735         INTO OUTPUT-RECORD
007736     END-STRING
007737     WRITE OUTPUT-RECORD
007738     PERFORM 9110-CHECK-OUTPUT-STATUS THRU 9110-EXIT
007739     ADD 1 TO WS-RECORD-COUNT-AUTH
007740
007741*    A DRY RUN HOLDS NOTHING - NO PENDING ROW.
007742     IF DRY-RUN-MODE
007743         GO TO 2196-EXIT
007744     END-IF
007745     INITIALIZE PENDING-AUTH-RECORD
007746     MOVE CITIZEN-ID TO PND-CITIZEN-ID
007747     MOVE CITIZEN-BENEFIT-TYPE TO PND-BENEFIT-TYPE
007748     MOVE WS-RUN-DATE TO PND-PAYMENT-DATE
007749     MOVE WS-AUTH-SOURCE TO PND-SOURCE
007750     SET PND-PENDING TO TRUE
007751     MOVE WS-PAYABLE-AMOUNT TO PND-AMOUNT
007752     MOVE WS-GROSS-AMOUNT TO PND-GROSS-AMOUNT
007753     MOVE WS-RECOVERY-AMOUNT TO PND-RECOVERY-AMOUNT
007754     MOVE WS-LAST-PAID TO PND-LAST-PAID
007755     MOVE WS-AUTH-REASON TO PND-REASON
007756     IF PAYEE-BY-ORDER
007757         MOVE "P" TO PND-PAY-METHOD
007758     ELSE
007759         MOVE WS-PAYEE-SORT-CODE TO PND-SORT-CODE
007760         MOVE WS-PAYEE-ACCOUNT-NUMBER TO PND-ACCOUNT-NUMBER
007761         MOVE "B" TO PND-PAY-METHOD
007762     END-IF
007763     MOVE WS-RUN-DATE TO PND-HELD-DATE
007764     MOVE WS-RUN-ID TO PND-HELD-RUN-ID
007765     WRITE PENDING-AUTH-RECORD
007766     PERFORM 9117-CHECK-PENDING-STATUS THRU 9117-EXIT.
007767 2196-EXIT.
007768     EXIT.
007769
007770*----------------------------------------------------------*
007771*  2182-LOG-PENDING-AUTH - THE CLAIM IS SKIPPED BECAUSE     *
007772*  ITS PAYMENT FOR THE RUN DATE IS ALREADY WITH             *
007773*  CITIZEN-APPROVE - SAY SO AND COUNT IT.                   *
007774*----------------------------------------------------------*
007775 2182-LOG-PENDING-AUTH.
007776     MOVE SPACES TO OUTPUT-RECORD
007777     STRING
007778         "Auth hold: "         DELIMITED BY SIZE
007779         CITIZEN-ID            DELIMITED BY SIZE
007780         " "                   DELIMITED BY SIZE
007781         CITIZEN-NAME          DELIMITED BY SIZE
007782         " AT "                DELIMITED BY SIZE
007783         WS-RUN-DATE           DELIMITED BY SIZE
007784         " "                   DELIMITED BY SIZE
007785         WS-PENDING-STATE-TEXT DELIMITED BY SIZE
007786         " - SKIPPED"          DELIMITED BY SIZE
007787         INTO OUTPUT-RECORD
007788     END-STRING
007789     WRITE OUTPUT-RECORD
007790     PERFORM 9110-CHECK-OUTPUT-STATUS THRU 9110-EXIT
007791     ADD 1 TO WS-RECORD-COUNT-AUTH.
007792 2182-EXIT.
007793     EXIT.
007800
007810*----------------------------------------------------------*
007820*  8000-FINALIZE - WRITE THE GRAND TOTAL AND CLOSE DOWN.   *
008448     WRITE OUTPUT-RECORD
008449     PERFORM 9110-CHECK-OUTPUT-STATUS THRU 9110-EXIT
008450
008451     MOVE WS-RECORD-COUNT-AUTH TO WS-COUNT-DISPLAY
008452     MOVE SPACES TO OUTPUT-RECORD
008453     STRING
008454         "RECORDS AUTH HELD    : " DELIMITED BY SIZE
008455         WS-COUNT-DISPLAY      DELIMITED BY SIZE
008456         INTO OUTPUT-RECORD
008457     END-STRING
008458     WRITE OUTPUT-RECORD
008459     PERFORM 9110-CHECK-OUTPUT-STATUS THRU 9110-EXIT
008460
008461     IF WS-PARM-CITIZEN-ID = SPACES
008462         AND WS-SEL-COUNT = ZERO
008463         PERFORM 8200-CLEAR-CHECKPOINT THRU 8200-EXIT
008464     END-IF
008470
008480     CLOSE CITIZEN-MASTER-FILE
008490     CLOSE OUTPUT-FILE
008515     CLOSE PAYMENT-HISTORY-FILE
008517     CLOSE OVERPAY-LEDGER-FILE
008520     CLOSE AUDIT-TRAIL-FILE
008521     IF APPOINTEES-PRESENT
008522         CLOSE APPOINTEE-FILE
008523     END-IF
008524     IF FRAUD-HOLDS-PRESENT
008525         CLOSE FRAUD-HOLD-FILE
008526     END-IF
008527     CLOSE PENDING-AUTH-FILE
008528
008529     PERFORM 8900-DEREGISTER-RUN THRU 8900-EXIT.
008530 8000-EXIT.
008540     EXIT.
008542
009547     END-IF.
009548  9116-EXIT.
009549     EXIT.
009550
009551  9117-CHECK-PENDING-STATUS.
009552     IF WS-PENDING-STATUS NOT = "00"
009553         MOVE "PENDING-AUTH-FILE" TO WS-ERROR-FILE-NAME
009554         MOVE WS-PENDING-STATUS TO WS-ERROR-STATUS
009555         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
009556     END-IF.
009557  9117-EXIT.
009558     EXIT.
009559 9999-EXIT.
009560     STOP RUN.
