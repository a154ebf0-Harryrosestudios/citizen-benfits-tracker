000314*                  AND DEREGISTERS AT FINALIZE - REWRITING  *
000315*                  THE MASTER UNDER A LIVE SCAN IS EXACTLY  *
000316*                  WHAT THE REGISTRY EXISTS TO STOP.        *
000317*  15/10/2026 RH   NEW TRANSACTION CODES N=APPOINT AND      *
000318*                  E=END APPOINTMENT KEEP THE APPOINTEE     *
000319*                  FILE (APPOINTEES.DAT) - THE THIRD PARTY  *
000320*                  WHO IS PAID AND WRITTEN TO FOR A CLAIM - *
000321*                  SO THE CLAIMANT'S OWN DETAILS ARE NO     *
000322*                  LONGER OVERWRITTEN ON THE MASTER.  AN    *
000323*                  N LINE CARRIES THE APPOINTEE'S NAME,     *
000324*                  ADDRESS, BANK DETAILS AND PAY METHOD IN  *
000325*                  THE USUAL FIELDS AND THE START DATE IN   *
000326*                  THE STATUS-DATE FIELD; BANK DETAILS GET  *
000327*                  THE SAME CITIZEN-MODCHK CHECK.           *
000328*  15/10/2026 RH   EVERY ADD, AMEND, DELETE AND STATUS      *
000329*                  CHANGE NOW GOES TO THE PERMANENT MASTER  *
000330*                  JOURNAL THROUGH CITIZEN-JOURNAL, WITH    *
000331*                  THE WHOLE ROW BEFORE AND AFTER, SO A BAD *
000332*                  RUN CAN BE BACKED OUT CLAIM BY CLAIM BY  *
000333*                  CITIZEN-BACKOUT.  A DELETE NOW READS THE *
000334*                  ROW FIRST TO KEEP ITS IMAGE.  THE RUN    *
000335*                  NOW HAS A RUN IDENTIFIER ("MT" PLUS      *
000336*                  HHMMSS) TO KEY THE JOURNAL ROWS AND      *
000337*                  NAME THE RUN ON THE REGISTRY.            *
000338*  15/10/2026 RH   AA, CA AND UC CLAIMS ARE NOW             *
000339*                  RE-CERTIFIED ON A CYCLE (52 WEEKS FOR    *
000340*                  AA/CA, 26 FOR UC) HELD ON THE NEW        *
000341*                  RE-CERTIFICATION CONTROL FILE            *
000342*                  (RECERT.DAT).  AN ADD SETS THE CLAIM'S   *
000343*                  FIRST DUE DATE, A RESUME SETS A FRESH    *
000344*                  ONE FROM THE RESUME DATE, AND A DELETE   *
000345*                  REMOVES THE ROW.  NEW TRANSACTION CODE   *
000346*                  F=FORM RETURNED RECORDS A RETURNED       *
000347*                  REVIEW FORM (DATE IN THE STATUS-DATE     *
000348*                  FIELD) AND ROLLS THE DUE DATE ON BY ONE  *
000349*                  CYCLE.                                   *
000350*  15/10/2026 RH   EVERY TRANSACTION NOW CARRIES THE ID OF  *
000351*                  THE OFFICER WHO KEYED IT (COLUMNS        *
000352*                  102-109), PASSED TO THE MASTER JOURNAL   *
000353*                  WITH THE CHANGE SO CITIZEN-APPROVE CAN   *
000354*                  REFUSE A HELD PAYMENT APPROVED BY THE    *
000355*                  SAME OFFICER.                            *
000356*  15/10/2026 RH   THE TRANSACTION LAYOUT NOW LIVES IN THE  *
000357*                  TRANSACTION-RECORD COPYBOOK, SHARED WITH *
000358*                  CITIZEN-REVIEW AND CITIZEN-RECERT, WHICH *
000359*                  BOTH ADD LINES TO THE FILE.              *
000360*  15/10/2026 RH   CITIZEN-REVIEW RUNS AFTER THIS PROGRAM,  *
000361*                  SO THE SUSPENSION IT RAISES FOR AN       *
000362*                  UPHELD FRAUD REFERRAL NOW GOES ON ITS    *
000363*                  OWN FILE, CARRIED-TRANSACTIONS.TXT,      *
000364*                  WHICH THE NEXT RUN APPLIES AFTER         *
000365*                  TRANSACTIONS.TXT AND THEN EMPTIES.  AN F *
000366*                  (FORM RETURNED) LINE IS NOW REJECTED     *
000367*                  UNLESS A FORM IS OUTSTANDING ON THE      *
000368*                  CLAIM.                                   *
000369*----------------------------------------------------------*
000370
000371*----------------------------------------------------------*
000372*  ENVIRONMENT DIVISION                                    *
000373*----------------------------------------------------------*
000374 ENVIRONMENT DIVISION.
000375 INPUT-OUTPUT SECTION.
000376 FILE-CONTROL.
000377     SELECT TRANSACTION-FILE ASSIGN TO "transactions.txt"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-TXN-STATUS.
000400
000402     SELECT CARRIED-TXN-FILE ASSIGN TO "carried-transactions.txt"
000404         ORGANIZATION IS LINE SEQUENTIAL
000406         FILE STATUS IS WS-CARRIED-STATUS.
000408
000410     SELECT CITIZEN-MASTER-FILE ASSIGN TO "citizens.dat"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000441         ALTERNATE RECORD KEY IS CITIZEN-BENEFIT-TYPE
000442             WITH DUPLICATES
000450         FILE STATUS IS WS-MASTER-STATUS.
000451
000452     SELECT APPOINTEE-FILE ASSIGN TO "appointees.dat"
000453         ORGANIZATION IS INDEXED
000454         ACCESS MODE IS RANDOM
000455         RECORD KEY IS APT-KEY
000456         FILE STATUS IS WS-APPOINTEE-STATUS.
000460
000461     SELECT RECERT-FILE ASSIGN TO "recert.dat"
000462         ORGANIZATION IS INDEXED
000463         ACCESS MODE IS RANDOM
000464         RECORD KEY IS RCT-KEY
000465         FILE STATUS IS WS-RECERT-STATUS.
000466
000470     SELECT MAINT-REPORT-FILE ASSIGN TO "maint-report.txt"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-REPORT-STATUS.
000580*  ORDER.  THE AMOUNT TRAVELS AS TEXT AND GETS THE SAME
000590*  NUMVAL EDIT CITIZEN-LOAD GIVES THE SOURCE EXTRACT.
000600 FD  TRANSACTION-FILE.
000610     COPY TRANSACTION-RECORD.
000622
000634*  CARRIED-TXN-FILE - LINES IN THE SAME LAYOUT RAISED BY A
000646*  LATER STEP OF THE CHAIN (CITIZEN-REVIEW) AFTER THIS RUN
000658*  HAS READ TRANSACTIONS.TXT.  APPLIED BY THE NEXT RUN, AFTER
000670*  THE KEYED LINES, AND EMPTIED ONCE THAT RUN HAS FINISHED,
000682*  SO EACH LINE IS APPLIED ONCE.  NO FILE MEANS NOTHING
000694*  CARRIED.
000706 FD  CARRIED-TXN-FILE.
000718 01  CARRIED-TXN-RECORD        PIC X(109).
000735
000740*  CITIZEN-MASTER-FILE - MAINTAINED IN PLACE, NOT REBUILT.
000750 FD  CITIZEN-MASTER-FILE.
000760     COPY CITIZEN-RECORD.
000761
000762*  APPOINTEE-FILE - THE THIRD PARTY PAID AND WRITTEN TO FOR A
000763*  CLAIM, KEYED LIKE THE MASTER.  MAINTAINED IN PLACE BY THE
000764*  N/E TRANSACTIONS.
000765 FD  APPOINTEE-FILE.
000766     COPY APPOINTEE-RECORD.
000770
000771*  RECERT-FILE - THE RE-CERTIFICATION DUE DATE AND REVIEW
000772*  FORM STATE PER CLAIM, KEYED LIKE THE MASTER.  SET BY THE
000773*  A/R TRANSACTIONS, ROLLED BY F, CLEARED BY D.
000774 FD  RECERT-FILE.
000775     COPY RECERT-CONTROL.
000776
000780*  MAINT-REPORT-FILE - ONE LINE PER REJECTED TRANSACTION AND
000790*  THE APPLIED/REJECTED COUNTS PER TRANSACTION TYPE.  WIDE
000795*  ENOUGH FOR THE REASON PREFIX PLUS THE WHOLE RAW LINE.
000840
000850 01  WS-FILE-STATUSES.
000860     05  WS-TXN-STATUS          PIC X(02) VALUE "00".
000865     05  WS-CARRIED-STATUS      PIC X(02) VALUE "00".
000870     05  WS-MASTER-STATUS       PIC X(02) VALUE "00".
000880     05  WS-REPORT-STATUS       PIC X(02) VALUE "00".
000881     05  WS-APPOINTEE-STATUS    PIC X(02) VALUE "00".
000885     05  WS-RECERT-STATUS       PIC X(02) VALUE "00".
000890
000900 77  WS-NUMVAL-TEST-RESULT      PIC 9(02) COMP VALUE ZERO.
000902
000906 01  WS-MODCHK-RESULT           PIC X(01) VALUE "N".
000910
000920 77  WS-COUNT-READ              PIC 9(07) COMP VALUE ZERO.
000922 77  WS-COUNT-APT-APPLIED       PIC 9(07) COMP VALUE ZERO.
000924 77  WS-COUNT-APT-REJECTED      PIC 9(07) COMP VALUE ZERO.
000926 77  WS-COUNT-RCT-APPLIED       PIC 9(07) COMP VALUE ZERO.
000928 77  WS-COUNT-RCT-REJECTED      PIC 9(07) COMP VALUE ZERO.
000930 77  WS-COUNT-ADD-APPLIED       PIC 9(07) COMP VALUE ZERO.
000940 77  WS-COUNT-ADD-REJECTED      PIC 9(07) COMP VALUE ZERO.
000950 77  WS-COUNT-AMD-APPLIED       PIC 9(07) COMP VALUE ZERO.
000988*  TRANSACTION THAT DOES NOT NAME ONE.
000989 01  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
000990
000991*  RUN IDENTIFIER KEYING THIS RUN'S JOURNAL ROWS - "MT" PLUS
000992*  HHMMSS - SO CITIZEN-BACKOUT CAN NAME THE RUN TO REVERSE.
000993 01  WS-RUN-TIME                PIC 9(08) VALUE ZERO.
000994 01  WS-RUN-ID                  PIC X(08) VALUE SPACES.
000995
000996*  EFFECTIVE DATE OF AN N OR E TRANSACTION, ONCE A BLANK ONE
000997*  HAS BEEN DEFAULTED TO THE RUN DATE.
000998 01  WS-APT-EFFECTIVE-DATE      PIC 9(08) VALUE ZERO.
000999
001000 01  WS-COUNT-DISPLAY           PIC Z,ZZZ,ZZ9.
001001
001002*  ARGUMENTS FOR THE CITIZEN-JOURNAL CALLS - THE WHOLE MASTER
001003*  ROW BEFORE AND AFTER EACH CHANGE, AND THE KEYING OFFICER.
001004 01  WS-JNL-ACTION              PIC X(01) VALUE SPACE.
001005 01  WS-JNL-TXN-CODE            PIC X(01) VALUE SPACE.
001006 01  WS-JNL-BEFORE-IMAGE        PIC X(101) VALUE SPACES.
001007 01  WS-JNL-AFTER-IMAGE         PIC X(101) VALUE SPACES.
001008 01  WS-JNL-OFFICER-ID          PIC X(08) VALUE SPACES.
001010
001012*  RE-CERTIFICATION CYCLE FOR THE CLAIM IN HAND - ZERO FOR A
001013*  BENEFIT TYPE THAT IS NOT RE-CERTIFIED - THE DATE THE NEXT
001014*  CYCLE RUNS FROM, AND THE DATE AN F FORM CAME BACK.
001015 01  WS-RCT-CYCLE-WEEKS         PIC 9(02) VALUE ZERO.
001016 01  WS-RCT-FROM-DATE           PIC 9(08) VALUE ZERO.
001017 01  WS-RCT-RETURNED-DATE       PIC 9(08) VALUE ZERO.
001018
001020 01  WS-SWITCHES.
001030     05  WS-EOF-SWITCH          PIC X(01) VALUE "N".
001040         88  END-OF-FILE                   VALUE "Y".
001060     05  WS-EDIT-SWITCH         PIC X(01) VALUE "Y".
001070         88  TXN-IS-VALID                  VALUE "Y".
001080         88  TXN-IS-INVALID                VALUE "N".
001081     05  WS-APPOINTEE-SWITCH    PIC X(01) VALUE "N".
001082         88  APPOINTEE-ON-FILE             VALUE "Y".
001083         88  APPOINTEE-NOT-ON-FILE         VALUE "N".
001084     05  WS-RECERT-SWITCH       PIC X(01) VALUE "N".
001085         88  RECERT-ON-FILE                VALUE "Y".
001086         88  RECERT-NOT-ON-FILE            VALUE "N".
001087     05  WS-INPUT-SWITCH        PIC X(01) VALUE "K".
001088         88  READING-KEYED-TXNS            VALUE "K".
001089         88  READING-CARRIED-TXNS          VALUE "C".
001090
001100*  REASON TEXT ATTACHED TO A REJECTED TRANSACTION.
001110 01  WS-REJECT-REASON-TEXT      PIC X(40).
001160 01  WS-ERROR-FILE-NAME         PIC X(20).
001170 01  WS-ERROR-STATUS            PIC X(02).
001171
001172*  ARGUMENTS FOR THE CITIZEN-RUNLOCK REGISTRY CALLS - THE
001173*  REGISTRY ENTRY CARRIES THE PROGRAM NAME, THE RUN
001174*  IDENTIFIER AND THE START TIME.
001175 01  WS-LOCK-ACTION             PIC X(01) VALUE SPACE.
001176 01  WS-LOCK-PROGRAM-NAME       PIC X(15)
001177                                VALUE "CITIZEN-MAINT".
001250     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001260     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
001270         UNTIL END-OF-FILE
001275     PERFORM 3000-APPLY-CARRIED-TXNS THRU 3000-EXIT
001280     PERFORM 8000-FINALIZE THRU 8000-EXIT
001290     GO TO 9999-EXIT.
001300
001330*----------------------------------------------------------*
001340 1000-INITIALIZE.
001342     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001343     ACCEPT WS-RUN-TIME FROM TIME
001344     STRING
001345         "MT"             DELIMITED BY SIZE
001346         WS-RUN-TIME(1:6) DELIMITED BY SIZE
001347         INTO WS-RUN-ID
001348     END-STRING
001349     MOVE WS-RUN-ID TO WS-LOCK-RUN-ID
001350     PERFORM 1900-REGISTER-RUN THRU 1900-EXIT
001351
001352     MOVE "O" TO WS-JNL-ACTION
001353     CALL "CITIZEN-JOURNAL" USING WS-JNL-ACTION,
001354                                   WS-LOCK-PROGRAM-NAME,
001355                                   WS-RUN-ID,
001356                                   WS-JNL-TXN-CODE,
001357                                   WS-JNL-BEFORE-IMAGE,
001358                                   WS-JNL-AFTER-IMAGE,
001359                                   WS-JNL-OFFICER-ID
001360     END-CALL
001361
001362     OPEN INPUT TRANSACTION-FILE
001363     IF WS-TXN-STATUS NOT = "00"
001370         MOVE "TRANSACTION-FILE" TO WS-ERROR-FILE-NAME
001380         MOVE WS-TXN-STATUS TO WS-ERROR-STATUS
001390         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
001400     END-IF
001410
001411*    THE APPOINTEE FILE IS CREATED EMPTY THE FIRST TIME THE
001412*    RUN FINDS IT MISSING, THEN REOPENED FOR UPDATE.
001413     OPEN I-O APPOINTEE-FILE
001414     IF WS-APPOINTEE-STATUS = "35"
001415         OPEN OUTPUT APPOINTEE-FILE
001416         CLOSE APPOINTEE-FILE
001417         OPEN I-O APPOINTEE-FILE
001418     END-IF
001419     IF WS-APPOINTEE-STATUS NOT = "00"
001420         MOVE "APPOINTEE-FILE" TO WS-ERROR-FILE-NAME
001421         MOVE WS-APPOINTEE-STATUS TO WS-ERROR-STATUS
001422         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
001423     END-IF
001424
001425     OPEN I-O CITIZEN-MASTER-FILE
001430     IF WS-MASTER-STATUS NOT = "00"
001440         MOVE "CITIZEN-MASTER-FILE" TO WS-ERROR-FILE-NAME
001450         MOVE WS-MASTER-STATUS TO WS-ERROR-STATUS
001451         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
001452     END-IF
001453
001454*    SO IS THE RE-CERTIFICATION CONTROL FILE.
001455     OPEN I-O RECERT-FILE
001456     IF WS-RECERT-STATUS = "35"
001457         OPEN OUTPUT RECERT-FILE
001458         CLOSE RECERT-FILE
001459         OPEN I-O RECERT-FILE
001460     END-IF
001461     IF WS-RECERT-STATUS NOT = "00"
001462         MOVE "RECERT-FILE" TO WS-ERROR-FILE-NAME
001463         MOVE WS-RECERT-STATUS TO WS-ERROR-STATUS
001464         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
001470     END-IF
001480
001490     OPEN OUTPUT MAINT-REPORT-FILE
001582
001583*----------------------------------------------------------*
001590*  2000-PROCESS-TRANSACTION - READ, EDIT, AND APPLY ONE     *
001600*  TRANSACTION, FROM TRANSACTIONS.TXT OR, ONCE THAT IS      *
001605*  DONE, FROM CARRIED-TRANSACTIONS.TXT.                     *
001610*----------------------------------------------------------*
001620 2000-PROCESS-TRANSACTION.
001621     IF READING-CARRIED-TXNS
001622         READ CARRIED-TXN-FILE INTO TRANSACTION-RECORD
001623             AT END
001624                 SET END-OF-FILE TO TRUE
001625                 GO TO 2000-EXIT
001626             NOT AT END
001627                 ADD 1 TO WS-COUNT-READ
001628         END-READ
001629     ELSE
001630         READ TRANSACTION-FILE
001640             AT END
001650                 SET END-OF-FILE TO TRUE
001660                 GO TO 2000-EXIT
001670             NOT AT END
001680                 ADD 1 TO WS-COUNT-READ
001690         END-READ
001695     END-IF
001700
001710*    A BLANK LINE IS NOT A TRANSACTION - SKIP IT QUIETLY.
001720     IF TRANSACTION-RECORD = SPACES
001890             PERFORM 2400-APPLY-DELETE THRU 2400-EXIT
001892         WHEN TXN-STATUS-CODE
001894             PERFORM 2500-APPLY-STATUS THRU 2500-EXIT
001895         WHEN TXN-APPOINT
001896             PERFORM 2600-APPLY-APPOINT THRU 2600-EXIT
001897         WHEN TXN-END-APPOINT
001898             PERFORM 2650-APPLY-END-APPOINT THRU 2650-EXIT
001899         WHEN TXN-FORM-RETURNED
001900             PERFORM 2700-APPLY-FORM-RETURNED THRU 2700-EXIT
001901     END-EVALUATE.
001910 2000-EXIT.
001920     EXIT.
001930
002050
002060     IF NOT VALID-TXN-CODE
002070         SET TXN-IS-INVALID TO TRUE
002080         MOVE "TRANSACTION CODE IS NOT RECOGNISED"
002090             TO WS-REJECT-REASON-TEXT
002100         GO TO 2100-EXIT
002110     END-IF
002194
002195*    A STATUS TRANSACTION CARRIES NO RECORD FIELDS - ONLY
002196*    THE EFFECTIVE DATE NEEDS EDITING, AND A BLANK ONE
002197*    MEANS EFFECTIVE TODAY.  SO DOES A FORM RETURNED.
002198     IF TXN-STATUS-CODE OR TXN-FORM-RETURNED
002199         IF TXN-STATUS-DATE NOT = SPACES
002201             AND TXN-STATUS-DATE NOT NUMERIC
002202             SET TXN-IS-INVALID TO TRUE
002205         END-IF
002206         GO TO 2100-EXIT
002207     END-IF
002208
002209*    AN APPOINTEE TRANSACTION CARRIES THE APPOINTEE'S
002210*    DETAILS, NOT THE CLAIMANT'S - ITS OWN EDITS IN 2150.
002211     IF TXN-APPOINTEE-CODE
002212         PERFORM 2150-EDIT-APPOINTEE THRU 2150-EXIT
002213         GO TO 2100-EXIT
002214     END-IF
002220
002230     IF (TXN-ADD OR TXN-DOB NOT = SPACES)
002240         AND NOT (TXN-DOB(1:4) IS NUMERIC
002580     EXIT.
002581
002582*----------------------------------------------------------*
002583*  2150-EDIT-APPOINTEE - AN E LINE NEEDS ONLY A USABLE END  *
002584*  DATE.  AN N LINE NEEDS THE APPOINTEE'S NAME AND ADDRESS, *
002585*  A USABLE START DATE, AND - UNLESS THE APPOINTEE IS PAID  *
002586*  BY PAYABLE ORDER - BANK DETAILS THAT PASS THE SHARED     *
002587*  MODULUS CHECK, SINCE THEY ARE WHAT THE PAYMENT GOES TO.  *
002588*----------------------------------------------------------*
002589 2150-EDIT-APPOINTEE.
002590     IF TXN-STATUS-DATE NOT = SPACES
002591         AND TXN-STATUS-DATE NOT NUMERIC
002592         SET TXN-IS-INVALID TO TRUE
002593         MOVE "APPOINTMENT DATE IS NOT YYYYMMDD"
002594             TO WS-REJECT-REASON-TEXT
002595         GO TO 2150-EXIT
002596     END-IF
002597
002598     IF TXN-END-APPOINT
002599         GO TO 2150-EXIT
002600     END-IF
002601
002602     IF TXN-NAME = SPACES OR TXN-ADDRESS = SPACES
002603         SET TXN-IS-INVALID TO TRUE
002604         MOVE "APPOINTEE NAME/ADDRESS IS BLANK"
002605             TO WS-REJECT-REASON-TEXT
002606         GO TO 2150-EXIT
002607     END-IF
002608
002609     IF NOT VALID-TXN-PAY-METHOD
002610         SET TXN-IS-INVALID TO TRUE
002611         MOVE "PAYMENT METHOD IS NOT B OR P"
002612             TO WS-REJECT-REASON-TEXT
002613         GO TO 2150-EXIT
002614     END-IF
002615
002616     IF TXN-PAY-METHOD = "P"
002617         GO TO 2150-EXIT
002618     END-IF
002619
002620     CALL "CITIZEN-MODCHK" USING TXN-SORT-CODE,
002621                                 TXN-ACCOUNT-NUMBER,
002622                                 WS-MODCHK-RESULT
002623     END-CALL
002624     IF WS-MODCHK-RESULT NOT = "Y"
002625         SET TXN-IS-INVALID TO TRUE
002626         MOVE "BANK DETAILS FAIL THE MODULUS CHECK"
002627             TO WS-REJECT-REASON-TEXT
002628     END-IF.
002629 2150-EXIT.
002630     EXIT.
002631
002632*----------------------------------------------------------*
002633*  2200-APPLY-ADD - BUILD THE MASTER ROW FROM THE           *
002634*  TRANSACTION AND WRITE IT.  A DUPLICATE CITIZEN-ID IS A   *
002635*  REJECT HERE, NOT A REVIEW ITEM - THE CLERK KEYING THE    *
002636*  TRANSACTION GETS THE REPORT BACK THE SAME DAY AND CAN    *
002637*  RE-KEY IT AS AN AMEND IF THAT IS WHAT WAS MEANT.         *
002640*----------------------------------------------------------*
002650 2200-APPLY-ADD.
002660     INITIALIZE CITIZEN-RECORD
002810     END-WRITE
002820
002830     PERFORM 9111-CHECK-MASTER-STATUS THRU 9111-EXIT
002833     MOVE SPACES TO WS-JNL-BEFORE-IMAGE
002836     PERFORM 2800-JOURNAL-CHANGE THRU 2800-EXIT
002837     MOVE WS-RUN-DATE TO WS-RCT-FROM-DATE
002838     PERFORM 2750-SET-RECERT-DUE THRU 2750-EXIT
002840     ADD 1 TO WS-COUNT-ADD-APPLIED.
002850 2200-EXIT.
002860     EXIT.
002980             PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
002990             GO TO 2300-EXIT
003000     END-READ
003005     MOVE CITIZEN-RECORD TO WS-JNL-BEFORE-IMAGE
003010
003020     IF TXN-NAME NOT = SPACES
003030         MOVE TXN-NAME TO CITIZEN-NAME
003250     END-REWRITE
003260
003270     PERFORM 9111-CHECK-MASTER-STATUS THRU 9111-EXIT
003275     PERFORM 2800-JOURNAL-CHANGE THRU 2800-EXIT
003280     ADD 1 TO WS-COUNT-AMD-APPLIED.
003290 2300-EXIT.
003300     EXIT.
003320*----------------------------------------------------------*
003330*  2400-APPLY-DELETE - A DEATH OR A CLOSURE.  THE ROW COMES *
003340*  OFF THE MASTER; THE AUDIT TRAIL OF WHAT WAS PAID WHILE   *
003346*  IT WAS THERE IS PERMANENT AND UNAFFECTED.  THE ROW IS    *
003353*  READ FIRST SO THE JOURNAL KEEPS WHAT WAS DELETED.        *
003360*----------------------------------------------------------*
003370 2400-APPLY-DELETE.
003380     MOVE TXN-CITIZEN-ID TO CITIZEN-ID
003381     MOVE TXN-BENEFIT-TYPE TO CITIZEN-BENEFIT-TYPE
003382     READ CITIZEN-MASTER-FILE
003383         INVALID KEY
003384             MOVE "DELETE REJECTED - NOT ON MASTER"
003385                 TO WS-REJECT-REASON-TEXT
003386             PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
003387             GO TO 2400-EXIT
003388     END-READ
003389     MOVE CITIZEN-RECORD TO WS-JNL-BEFORE-IMAGE
003390
003391     DELETE CITIZEN-MASTER-FILE
003400         INVALID KEY
003410             MOVE "DELETE REJECTED - NOT ON MASTER"
003420                 TO WS-REJECT-REASON-TEXT
003450     END-DELETE
003460
003470     PERFORM 9111-CHECK-MASTER-STATUS THRU 9111-EXIT
003473     MOVE SPACES TO CITIZEN-RECORD
003476     PERFORM 2800-JOURNAL-CHANGE THRU 2800-EXIT
003478     PERFORM 2760-DROP-RECERT THRU 2760-EXIT
003480     ADD 1 TO WS-COUNT-DEL-APPLIED.
003490 2400-EXIT.
003500     EXIT.
003526         GO TO 2500-EXIT
003527     END-IF
003528
003529     MOVE CITIZEN-RECORD TO WS-JNL-BEFORE-IMAGE
003530     EVALUATE TRUE
003531         WHEN TXN-SUSPEND
003532             MOVE "S" TO CITIZEN-CLAIM-STATUS
003533         WHEN TXN-RESUME
003534             MOVE "A" TO CITIZEN-CLAIM-STATUS
003535         WHEN TXN-TERMINATE
003536             MOVE "T" TO CITIZEN-CLAIM-STATUS
003537     END-EVALUATE
003538
003539     IF TXN-STATUS-DATE NOT = SPACES
003540         MOVE TXN-STATUS-DATE TO CITIZEN-STATUS-DATE
003541     ELSE
003542         MOVE WS-RUN-DATE TO CITIZEN-STATUS-DATE
003543     END-IF
003544
003545     REWRITE CITIZEN-RECORD
003546         INVALID KEY
003547             MOVE "STATUS REJECTED - REWRITE FAILED"
003548                 TO WS-REJECT-REASON-TEXT
003549             PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
003550             GO TO 2500-EXIT
003551     END-REWRITE
003552
003553     PERFORM 9111-CHECK-MASTER-STATUS THRU 9111-EXIT
003554     PERFORM 2800-JOURNAL-CHANGE THRU 2800-EXIT
003555
003556*    A RESUMED CLAIM STARTS A FRESH RE-CERTIFICATION CYCLE
003557*    FROM THE DATE IT WAS RESUMED.
003558     IF TXN-RESUME
003559         MOVE CITIZEN-STATUS-DATE TO WS-RCT-FROM-DATE
003560         PERFORM 2750-SET-RECERT-DUE THRU 2750-EXIT
003561     END-IF
003562     ADD 1 TO WS-COUNT-STS-APPLIED.
003563 2500-EXIT.
003564     EXIT.
003565
003566*----------------------------------------------------------*
003567*  2600-APPLY-APPOINT - RECORD (OR REPLACE) THE APPOINTEE   *
003568*  FOR A CLAIM.  THE CLAIM MUST BE ON THE MASTER; THE       *
003569*  MASTER ROW ITSELF IS NOT TOUCHED.  A NEW APPOINTEE FOR A *
003570*  CLAIM THAT ALREADY HAS ONE REPLACES IT FROM THE START    *
003571*  DATE GIVEN, OPEN-ENDED.                                  *
003572*----------------------------------------------------------*
003573 2600-APPLY-APPOINT.
003574     MOVE TXN-CITIZEN-ID TO CITIZEN-ID
003575     MOVE TXN-BENEFIT-TYPE TO CITIZEN-BENEFIT-TYPE
003576     READ CITIZEN-MASTER-FILE
003577         INVALID KEY
003578             MOVE "APPOINT REJECTED - CLAIM NOT ON MASTER"
003579                 TO WS-REJECT-REASON-TEXT
003580             PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
003581             GO TO 2600-EXIT
003582     END-READ
003583
003584     IF TXN-STATUS-DATE NOT = SPACES
003585         MOVE TXN-STATUS-DATE TO WS-APT-EFFECTIVE-DATE
003586     ELSE
003587         MOVE WS-RUN-DATE TO WS-APT-EFFECTIVE-DATE
003588     END-IF
003589
003590     MOVE TXN-CITIZEN-ID TO APT-CITIZEN-ID
003591     MOVE TXN-BENEFIT-TYPE TO APT-BENEFIT-TYPE
003592     READ APPOINTEE-FILE
003593         INVALID KEY
003594             MOVE "N" TO WS-APPOINTEE-SWITCH
003595         NOT INVALID KEY
003596             MOVE "Y" TO WS-APPOINTEE-SWITCH
003597     END-READ
003598
003599     INITIALIZE APPOINTEE-RECORD
003600     MOVE TXN-CITIZEN-ID TO APT-CITIZEN-ID
003601     MOVE TXN-BENEFIT-TYPE TO APT-BENEFIT-TYPE
003602     MOVE TXN-NAME TO APT-NAME
003603     MOVE TXN-ADDRESS TO APT-ADDRESS
003604     MOVE TXN-PAY-METHOD TO APT-PAY-METHOD
003605     IF NOT APT-PAID-BY-ORDER
003606         MOVE TXN-SORT-CODE TO APT-SORT-CODE
003607         MOVE TXN-ACCOUNT-NUMBER TO APT-ACCOUNT-NUMBER
003608     END-IF
003609     MOVE WS-APT-EFFECTIVE-DATE TO APT-START-DATE
003610     MOVE ZERO TO APT-END-DATE
003611     MOVE WS-RUN-DATE TO APT-LAST-CHANGED
003612
003613     IF APPOINTEE-ON-FILE
003614         REWRITE APPOINTEE-RECORD
003615             INVALID KEY
003616                 MOVE "APPOINT REJECTED - REWRITE FAILED"
003617                     TO WS-REJECT-REASON-TEXT
003618                 PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
003619                 GO TO 2600-EXIT
003620         END-REWRITE
003621     ELSE
003622         WRITE APPOINTEE-RECORD
003623             INVALID KEY
003624                 MOVE "APPOINT REJECTED - WRITE FAILED"
003625                     TO WS-REJECT-REASON-TEXT
003626                 PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
003627                 GO TO 2600-EXIT
003628         END-WRITE
003629     END-IF
003630
003631     PERFORM 9112-CHECK-APPOINTEE-STATUS THRU 9112-EXIT
003632     ADD 1 TO WS-COUNT-APT-APPLIED.
003633 2600-EXIT.
003634     EXIT.
003635
003636*----------------------------------------------------------*
003637*  2650-APPLY-END-APPOINT - END THE APPOINTMENT ON A CLAIM. *
003638*  THE ROW STAYS ON FILE WITH ITS END DATE SET, SO INQUIRY  *
003639*  CAN STILL SHOW WHO WAS PAID AND WHEN; PAYMENT AFTER THE  *
003640*  END DATE GOES BACK TO THE CLAIMANT.                      *
003641*----------------------------------------------------------*
003642 2650-APPLY-END-APPOINT.
003643     MOVE TXN-CITIZEN-ID TO APT-CITIZEN-ID
003644     MOVE TXN-BENEFIT-TYPE TO APT-BENEFIT-TYPE
003645     READ APPOINTEE-FILE
003646         INVALID KEY
003647             MOVE "END REJECTED - NO APPOINTEE ON FILE"
003648                 TO WS-REJECT-REASON-TEXT
003649             PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
003650             GO TO 2650-EXIT
003651     END-READ
003652
003653     IF TXN-STATUS-DATE NOT = SPACES
003654         MOVE TXN-STATUS-DATE TO WS-APT-EFFECTIVE-DATE
003655     ELSE
003656         MOVE WS-RUN-DATE TO WS-APT-EFFECTIVE-DATE
003657     END-IF
003658
003659     IF WS-APT-EFFECTIVE-DATE < APT-START-DATE
003660         MOVE "END REJECTED - BEFORE APPOINTMENT START"
003661             TO WS-REJECT-REASON-TEXT
003662         PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
003663         GO TO 2650-EXIT
003664     END-IF
003665
003666     MOVE WS-APT-EFFECTIVE-DATE TO APT-END-DATE
003667     MOVE WS-RUN-DATE TO APT-LAST-CHANGED
003668     REWRITE APPOINTEE-RECORD
003669         INVALID KEY
003670             MOVE "END REJECTED - REWRITE FAILED"
003671                 TO WS-REJECT-REASON-TEXT
003672             PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
003673             GO TO 2650-EXIT
003674     END-REWRITE
003675
003676     PERFORM 9112-CHECK-APPOINTEE-STATUS THRU 9112-EXIT
003677     ADD 1 TO WS-COUNT-APT-APPLIED.
003678 2650-EXIT.
003679     EXIT.
003680
003681*----------------------------------------------------------*
003682*  2700-APPLY-FORM-RETURNED - A RE-CERTIFICATION REVIEW     *
003683*  FORM HAS COME BACK.  THE CLAIM MUST BE ON THE MASTER, ON *
003684*  A RE-CERTIFIED BENEFIT TYPE AND ON THE CONTROL FILE WITH *
003685*  A FORM OUT (ISSUED, OR SUSPENDED FOR NO REPLY).          *
003686*  THE DUE DATE ROLLS ON BY ONE CYCLE FROM WHERE IT WAS -   *
003687*  OR FROM THE RETURN DATE IF THE FORM IS SO LATE THAT      *
003688*  WOULD STILL LEAVE IT BEHIND - AND THE CYCLE GOES BACK TO *
003689*  "NOT ISSUED".  A CLAIM ALREADY SUSPENDED FOR NO REPLY    *
003690*  STAYS SUSPENDED UNTIL AN R TRANSACTION RESUMES IT.       *
003691*----------------------------------------------------------*
003692 2700-APPLY-FORM-RETURNED.
003693     MOVE TXN-CITIZEN-ID TO CITIZEN-ID
003694     MOVE TXN-BENEFIT-TYPE TO CITIZEN-BENEFIT-TYPE
003695     READ CITIZEN-MASTER-FILE
003696         INVALID KEY
003697             MOVE "FORM REJECTED - CLAIM NOT ON MASTER"
003698                 TO WS-REJECT-REASON-TEXT
003699             PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
003700             GO TO 2700-EXIT
003701     END-READ
003702
003703     PERFORM 2740-CYCLE-FOR-TYPE THRU 2740-EXIT
003704     IF WS-RCT-CYCLE-WEEKS = ZERO
003705         MOVE "FORM REJECTED - TYPE IS NOT RE-CERTIFIED"
003706             TO WS-REJECT-REASON-TEXT
003707         PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
003708         GO TO 2700-EXIT
003709     END-IF
003710
003711     MOVE CITIZEN-KEY TO RCT-KEY
003712     READ RECERT-FILE
003713         INVALID KEY
003714             MOVE "FORM REJECTED - NO REVIEW ON FILE"
003715                 TO WS-REJECT-REASON-TEXT
003716             PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
003717             GO TO 2700-EXIT
003718     END-READ
003719     IF NOT RCT-FORM-ISSUED
003720         AND NOT RCT-SUSPENSION-RAISED
003721         MOVE "FORM REJECTED - NO FORM OUTSTANDING"
003722             TO WS-REJECT-REASON-TEXT
003723         PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
003724         GO TO 2700-EXIT
003725     END-IF
003726
003727     IF TXN-STATUS-DATE NOT = SPACES
003728         MOVE TXN-STATUS-DATE TO WS-RCT-RETURNED-DATE
003729     ELSE
003730         MOVE WS-RUN-DATE TO WS-RCT-RETURNED-DATE
003731     END-IF
003732
003733     COMPUTE RCT-DUE-DATE = FUNCTION DATE-OF-INTEGER(
003734         FUNCTION INTEGER-OF-DATE(RCT-DUE-DATE)
003735             + WS-RCT-CYCLE-WEEKS * 7)
003736     IF RCT-DUE-DATE NOT > WS-RCT-RETURNED-DATE
003737         COMPUTE RCT-DUE-DATE = FUNCTION DATE-OF-INTEGER(
003738             FUNCTION INTEGER-OF-DATE(WS-RCT-RETURNED-DATE)
003739                 + WS-RCT-CYCLE-WEEKS * 7)
003740     END-IF
003741     MOVE WS-RCT-CYCLE-WEEKS TO RCT-CYCLE-WEEKS
003742     SET RCT-FORM-NOT-ISSUED TO TRUE
003743     MOVE WS-RCT-RETURNED-DATE TO RCT-RETURNED-DATE
003744     MOVE WS-RUN-DATE TO RCT-LAST-CHANGED
003745     MOVE WS-LOCK-PROGRAM-NAME TO RCT-LAST-PROGRAM
003746     REWRITE RECERT-CONTROL-RECORD
003747         INVALID KEY
003748             MOVE "FORM REJECTED - REWRITE FAILED"
003749                 TO WS-REJECT-REASON-TEXT
003750             PERFORM 2900-WRITE-REJECT-LINE THRU 2900-EXIT
003751             GO TO 2700-EXIT
003752     END-REWRITE
003753
003754     PERFORM 9113-CHECK-RECERT-STATUS THRU 9113-EXIT
003755     ADD 1 TO WS-COUNT-RCT-APPLIED.
003756 2700-EXIT.
003757     EXIT.
003758
003759*----------------------------------------------------------*
003760*  2740-CYCLE-FOR-TYPE - RE-CERTIFICATION CYCLE IN WEEKS    *
003761*  FOR THE CLAIM IN THE MASTER RECORD AREA: 52 FOR AA AND   *
003762*  CA, 26 FOR UC, ZERO FOR EVERY OTHER TYPE.  THE SAME      *
003763*  RULE CITIZEN-RECERT APPLIES.                             *
003764*----------------------------------------------------------*
003765 2740-CYCLE-FOR-TYPE.
003766     EVALUATE CITIZEN-BENEFIT-TYPE
003767         WHEN "AA"
003768         WHEN "CA"
003769             MOVE 52 TO WS-RCT-CYCLE-WEEKS
003770         WHEN "UC"
003771             MOVE 26 TO WS-RCT-CYCLE-WEEKS
003772         WHEN OTHER
003773             MOVE ZERO TO WS-RCT-CYCLE-WEEKS
003774     END-EVALUATE.
003775 2740-EXIT.
003776     EXIT.
003777
003778*----------------------------------------------------------*
003779*  2750-SET-RECERT-DUE - START A FRESH RE-CERTIFICATION     *
003780*  CYCLE FOR THE CLAIM IN THE MASTER RECORD AREA, DUE ONE   *
003781*  CYCLE AFTER WS-RCT-FROM-DATE.  NOTHING TO DO FOR A TYPE  *
003782*  THAT IS NOT RE-CERTIFIED.  THE DATES OF THE LAST FORM    *
003783*  ISSUED AND RETURNED STAY ON THE ROW.                     *
003784*----------------------------------------------------------*
003785 2750-SET-RECERT-DUE.
003786     PERFORM 2740-CYCLE-FOR-TYPE THRU 2740-EXIT
003787     IF WS-RCT-CYCLE-WEEKS = ZERO
003788         GO TO 2750-EXIT
003789     END-IF
003790
003791     MOVE CITIZEN-KEY TO RCT-KEY
003792     READ RECERT-FILE
003793         INVALID KEY
003794             SET RECERT-NOT-ON-FILE TO TRUE
003795         NOT INVALID KEY
003796             SET RECERT-ON-FILE TO TRUE
003797     END-READ
003798     IF RECERT-NOT-ON-FILE
003799         INITIALIZE RECERT-CONTROL-RECORD
003800         MOVE CITIZEN-KEY TO RCT-KEY
003801     END-IF
003802
003803     MOVE WS-RCT-CYCLE-WEEKS TO RCT-CYCLE-WEEKS
003804     COMPUTE RCT-DUE-DATE = FUNCTION DATE-OF-INTEGER(
003805         FUNCTION INTEGER-OF-DATE(WS-RCT-FROM-DATE)
003806             + WS-RCT-CYCLE-WEEKS * 7)
003807     SET RCT-FORM-NOT-ISSUED TO TRUE
003808     MOVE ZERO TO RCT-SUSPENDED-DATE
003809     MOVE WS-RUN-DATE TO RCT-LAST-CHANGED
003810     MOVE WS-LOCK-PROGRAM-NAME TO RCT-LAST-PROGRAM
003811
003812     IF RECERT-ON-FILE
003813         REWRITE RECERT-CONTROL-RECORD
003814     ELSE
003815         WRITE RECERT-CONTROL-RECORD
003816     END-IF
003817     PERFORM 9113-CHECK-RECERT-STATUS THRU 9113-EXIT.
003818 2750-EXIT.
003819     EXIT.
003820
003821*----------------------------------------------------------*
003822*  2760-DROP-RECERT - A DELETED CLAIM COMES OFF THE         *
003823*  RE-CERTIFICATION CONTROL FILE TOO.  MOST CLAIMS HAVE NO  *
003824*  ROW, SO NOT FINDING ONE IS NORMAL.                       *
003825*----------------------------------------------------------*
003826 2760-DROP-RECERT.
003827     MOVE TXN-CITIZEN-ID TO RCT-CITIZEN-ID
003828     MOVE TXN-BENEFIT-TYPE TO RCT-BENEFIT-TYPE
003829     DELETE RECERT-FILE
003830         INVALID KEY
003831             GO TO 2760-EXIT
003832     END-DELETE
003833     PERFORM 9113-CHECK-RECERT-STATUS THRU 9113-EXIT.
003834 2760-EXIT.
003835     EXIT.
003836
003837*----------------------------------------------------------*
003838*  2800-JOURNAL-CHANGE - THE CHANGE JUST MADE ONTO THE      *
003839*  MASTER JOURNAL.  THE CALLER HAS SET THE BEFORE IMAGE;    *
003840*  THE AFTER IMAGE IS THE ROW AS NOW WRITTEN, OR SPACES     *
003841*  AFTER A DELETE.                                          *
003842*----------------------------------------------------------*
003843 2800-JOURNAL-CHANGE.
003844     MOVE "W" TO WS-JNL-ACTION
003845     MOVE TXN-CODE TO WS-JNL-TXN-CODE
003846     MOVE TXN-OFFICER-ID TO WS-JNL-OFFICER-ID
003847     MOVE CITIZEN-RECORD TO WS-JNL-AFTER-IMAGE
003848     CALL "CITIZEN-JOURNAL" USING WS-JNL-ACTION,
003849                                   WS-LOCK-PROGRAM-NAME,
003850                                   WS-RUN-ID,
003851                                   WS-JNL-TXN-CODE,
003852                                   WS-JNL-BEFORE-IMAGE,
003853                                   WS-JNL-AFTER-IMAGE,
003854                                   WS-JNL-OFFICER-ID
003855     END-CALL.
003856 2800-EXIT.
003857     EXIT.
003858
003859*----------------------------------------------------------*
003860*  2900-WRITE-REJECT-LINE - LOG A REJECTED TRANSACTION WITH *
003861*  ITS REASON AND THE RAW LINE, AND BUMP THE REJECTED COUNT *
003862*  FOR ITS TRANSACTION TYPE.                                *
003863*----------------------------------------------------------*
003864 2900-WRITE-REJECT-LINE.
003865     MOVE SPACES TO MAINT-REPORT-RECORD
003866     STRING
003867         "REJECTED "            DELIMITED BY SIZE
003868         WS-REJECT-REASON-TEXT  DELIMITED BY SIZE
003869         " RAW: "               DELIMITED BY SIZE
003870         TRANSACTION-RECORD     DELIMITED BY SIZE
003871         INTO MAINT-REPORT-RECORD
003872     END-STRING
003873     WRITE MAINT-REPORT-RECORD
003874     PERFORM 9110-CHECK-REPORT-STATUS THRU 9110-EXIT
003875
003876     EVALUATE TRUE
003877         WHEN TXN-ADD
003878             ADD 1 TO WS-COUNT-ADD-REJECTED
003879         WHEN TXN-AMEND
003880             ADD 1 TO WS-COUNT-AMD-REJECTED
003881         WHEN TXN-DELETE
003882             ADD 1 TO WS-COUNT-DEL-REJECTED
003883         WHEN TXN-STATUS-CODE
003884             ADD 1 TO WS-COUNT-STS-REJECTED
003885         WHEN TXN-APPOINTEE-CODE
003886             ADD 1 TO WS-COUNT-APT-REJECTED
003887         WHEN TXN-FORM-RETURNED
003888             ADD 1 TO WS-COUNT-RCT-REJECTED
003889         WHEN OTHER
003890*            AN UNRECOGNISED TRANSACTION CODE BELONGS TO NO
003891*            TYPE - COUNTED ON ITS OWN SO THE PER-TYPE
003892*            RECONCILIATION AGAINST WHAT WAS KEYED STILL ADDS UP.
003893             ADD 1 TO WS-COUNT-INV-REJECTED
003894     END-EVALUATE.
003895 2900-EXIT.
003896     EXIT.
003897
003898*----------------------------------------------------------*
003899*  3000-APPLY-CARRIED-TXNS - THE LINES CARRIED FROM A       *
003900*  LATER STEP OF YESTERDAY'S CHAIN, THROUGH THE SAME EDIT   *
003901*  AND APPLY AS THE KEYED ONES.  NO FILE (STATUS 35) MEANS  *
003902*  NOTHING WAS CARRIED.                                     *
003903*----------------------------------------------------------*
003904 3000-APPLY-CARRIED-TXNS.
003905     OPEN INPUT CARRIED-TXN-FILE
003906     IF WS-CARRIED-STATUS = "35"
003907         GO TO 3000-EXIT
003908     END-IF
003909     IF WS-CARRIED-STATUS NOT = "00"
003910         MOVE "CARRIED-TXN-FILE" TO WS-ERROR-FILE-NAME
003911         MOVE WS-CARRIED-STATUS TO WS-ERROR-STATUS
003912         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003913     END-IF
003914     SET READING-CARRIED-TXNS TO TRUE
003915     SET NOT-END-OF-FILE TO TRUE
003916     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
003917         UNTIL END-OF-FILE
003918     CLOSE CARRIED-TXN-FILE.
003919 3000-EXIT.
003920     EXIT.
003921
003922*----------------------------------------------------------*
003923*  8000-FINALIZE - WRITE THE APPLIED/REJECTED COUNTS PER    *
003924*  TRANSACTION TYPE TO THE REPORT AND THE JOB LOG, THEN     *
003925*  CLOSE DOWN.                                              *
003926*----------------------------------------------------------*
003927 8000-FINALIZE.
003928     MOVE SPACES TO MAINT-REPORT-RECORD
003929     MOVE ALL "-" TO MAINT-REPORT-RECORD
003930     WRITE MAINT-REPORT-RECORD
003931     PERFORM 9110-CHECK-REPORT-STATUS THRU 9110-EXIT
003932
003933     MOVE WS-COUNT-READ TO WS-COUNT-DISPLAY
003940     MOVE SPACES TO MAINT-REPORT-RECORD
003950     STRING
003960         "CITIZEN-MAINT TRANSACTIONS READ: " DELIMITED BY SIZE
004639     WRITE MAINT-REPORT-RECORD
004640     PERFORM 9110-CHECK-REPORT-STATUS THRU 9110-EXIT
004641
004642     MOVE WS-COUNT-APT-APPLIED TO WS-COUNT-DISPLAY
004643     MOVE SPACES TO MAINT-REPORT-RECORD
004644     STRING
004645         "CITIZEN-MAINT APPOINT APPLIED  : " DELIMITED BY SIZE
004646         WS-COUNT-DISPLAY                    DELIMITED BY SIZE
004647         INTO MAINT-REPORT-RECORD
004648     END-STRING
004649     WRITE MAINT-REPORT-RECORD
004650     PERFORM 9110-CHECK-REPORT-STATUS THRU 9110-EXIT
004651
004652     MOVE WS-COUNT-APT-REJECTED TO WS-COUNT-DISPLAY
004653     MOVE SPACES TO MAINT-REPORT-RECORD
004654     STRING
004655         "CITIZEN-MAINT APPOINT REJECTED : " DELIMITED BY SIZE
004656         WS-COUNT-DISPLAY                    DELIMITED BY SIZE
004657         INTO MAINT-REPORT-RECORD
004658     END-STRING
004659     WRITE MAINT-REPORT-RECORD
004660     PERFORM 9110-CHECK-REPORT-STATUS THRU 9110-EXIT
004661
004662     MOVE WS-COUNT-RCT-APPLIED TO WS-COUNT-DISPLAY
004663     MOVE SPACES TO MAINT-REPORT-RECORD
004664     STRING
004665         "CITIZEN-MAINT FORMS   APPLIED  : " DELIMITED BY SIZE
004666         WS-COUNT-DISPLAY                    DELIMITED BY SIZE
004667         INTO MAINT-REPORT-RECORD
004668     END-STRING
004669     WRITE MAINT-REPORT-RECORD
004670     PERFORM 9110-CHECK-REPORT-STATUS THRU 9110-EXIT
004671
004672     MOVE WS-COUNT-RCT-REJECTED TO WS-COUNT-DISPLAY
004673     MOVE SPACES TO MAINT-REPORT-RECORD
004674     STRING
004675         "CITIZEN-MAINT FORMS   REJECTED : " DELIMITED BY SIZE
004676         WS-COUNT-DISPLAY                    DELIMITED BY SIZE
004677         INTO MAINT-REPORT-RECORD
004678     END-STRING
004679     WRITE MAINT-REPORT-RECORD
004680     PERFORM 9110-CHECK-REPORT-STATUS THRU 9110-EXIT
004681
004682     CLOSE TRANSACTION-FILE
004683     CLOSE CITIZEN-MASTER-FILE
004684     CLOSE APPOINTEE-FILE
004685     CLOSE RECERT-FILE
004686     CLOSE MAINT-REPORT-FILE
004687
004688*    EVERY CARRIED LINE HAS NOW BEEN APPLIED OR REPORTED, SO
004689*    THE FILE IS EMPTIED FOR THE NEXT DAY'S LINES.
004690     IF READING-CARRIED-TXNS
004691         OPEN OUTPUT CARRIED-TXN-FILE
004692         IF WS-CARRIED-STATUS NOT = "00"
004693             MOVE "CARRIED-TXN-FILE" TO WS-ERROR-FILE-NAME
004694             MOVE WS-CARRIED-STATUS TO WS-ERROR-STATUS
004695             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
004696         END-IF
004697         CLOSE CARRIED-TXN-FILE
004698     END-IF
004699
004700     MOVE "C" TO WS-JNL-ACTION
004701     CALL "CITIZEN-JOURNAL" USING WS-JNL-ACTION,
004702                                   WS-LOCK-PROGRAM-NAME,
004703                                   WS-RUN-ID,
004704                                   WS-JNL-TXN-CODE,
004705                                   WS-JNL-BEFORE-IMAGE,
004706                                   WS-JNL-AFTER-IMAGE,
004707                                   WS-JNL-OFFICER-ID
004708     END-CALL
004709
004710     PERFORM 8900-DEREGISTER-RUN THRU 8900-EXIT
004711
004712     DISPLAY "CITIZEN-MAINT TRANSACTIONS READ: "
004713         WS-COUNT-READ
004714     DISPLAY "CITIZEN-MAINT ADDS    APPLIED  : "
004715         WS-COUNT-ADD-APPLIED
004716     DISPLAY "CITIZEN-MAINT ADDS    REJECTED : "
004720         WS-COUNT-ADD-REJECTED
004730     DISPLAY "CITIZEN-MAINT AMENDS  APPLIED  : "
004740         WS-COUNT-AMD-APPLIED
004805     DISPLAY "CITIZEN-MAINT STATUS  REJECTED : "
004807         WS-COUNT-STS-REJECTED
004808     DISPLAY "CITIZEN-MAINT INVALID REJECTED : "
004809         WS-COUNT-INV-REJECTED
004810     DISPLAY "CITIZEN-MAINT APPOINT APPLIED  : "
004811         WS-COUNT-APT-APPLIED
004812     DISPLAY "CITIZEN-MAINT APPOINT REJECTED : "
004813         WS-COUNT-APT-REJECTED
004814     DISPLAY "CITIZEN-MAINT FORMS   APPLIED  : "
004815         WS-COUNT-RCT-APPLIED
004816     DISPLAY "CITIZEN-MAINT FORMS   REJECTED : "
004817         WS-COUNT-RCT-REJECTED.
004818 8000-EXIT.
004820     EXIT.
004822
004824*----------------------------------------------------------*
004960     EXIT.
004970
004980*----------------------------------------------------------*
004990*  9110-CHECK-REPORT-STATUS / 9111-CHECK-MASTER-STATUS /   *
004993*  9112-CHECK-APPOINTEE-STATUS /                            *
004996*  9113-CHECK-RECERT-STATUS -                               *
005000*  TESTED AFTER EVERY WRITE TO THE FILE NAMED, SO A FULL    *
005010*  DISK OR OTHER WRITE FAILURE ABENDS THE RUN INSTEAD OF    *
005020*  BEING SILENTLY IGNORED.                                  *
005180     END-IF.
005190 9111-EXIT.
005200     EXIT.
005201
005202 9112-CHECK-APPOINTEE-STATUS.
005203     IF WS-APPOINTEE-STATUS NOT = "00"
005204         MOVE "APPOINTEE-FILE" TO WS-ERROR-FILE-NAME
005205         MOVE WS-APPOINTEE-STATUS TO WS-ERROR-STATUS
005206         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
005207     END-IF.
005208 9112-EXIT.
005209     EXIT.
005210
005211 9113-CHECK-RECERT-STATUS.
005212     IF WS-RECERT-STATUS NOT = "00"
005213         MOVE "RECERT-FILE" TO WS-ERROR-FILE-NAME
005214         MOVE WS-RECERT-STATUS TO WS-ERROR-STATUS
005215         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
005216     END-IF.
005217 9113-EXIT.
005218     EXIT.
005219
005220 9999-EXIT.
005230     STOP RUN.
