000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CITIZEN-AUTHCHK.
000030 AUTHOR.        R HARGREAVES.
000040 INSTALLATION.  DWP BENEFITS DIVISION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICATION HISTORY                                    *
000090*----------------------------------------------------------*
000100*  15/10/2026 RH   INITIAL VERSION.  EVERY PROGRAM THAT    *
000110*                  PUTS MONEY ON THE PAYMENT EXTRACT       *
000120*                  (CITIZEN-BATCH, CITIZEN-ARREARS,        *
000130*                  CITIZEN-REISSUE AND CITIZEN-REVIEW)     *
000140*                  CALLS THIS MODULE WITH EACH PAYMENT     *
000150*                  BEFORE WRITING IT.  IT SAYS WHETHER THE *
000160*                  PAYMENT MUST BE HELD FOR A SECOND       *
000170*                  OFFICER'S AUTHORISATION - OVER THE      *
000180*                  SINGLE-PAYMENT LIMIT, OR MORE THAN THE  *
000190*                  SET PERCENTAGE ABOVE THE CLAIM'S LAST   *
000200*                  PAYMENT - AGAINST LIMITS SET PER        *
000210*                  BENEFIT TYPE AND PER CALLING PROGRAM ON *
000220*                  THE AUTH-LIMITS.TXT FILE, LOADED ON THE *
000230*                  FIRST CALL.                             *
000240*----------------------------------------------------------*
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT AUTH-LIMIT-FILE ASSIGN TO "auth-limits.txt"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-LIMIT-STATUS.
000320
000330 DATA DIVISION.
000340 FILE SECTION.
000350*  AUTH-LIMIT-FILE - ONE FIXED-WIDTH LINE PER BENEFIT TYPE
000360*  AND CALLING PROGRAM.  A TYPE OF "**" COVERS EVERY TYPE
000370*  WITHOUT A LINE OF ITS OWN, A SOURCE OF "ALL" EVERY
000380*  PROGRAM.  A ZERO LIMIT OR PERCENTAGE SWITCHES THAT TEST
000390*  OFF FOR THE LINE.
000400 FD  AUTH-LIMIT-FILE.
000410 01  AUTH-LIMIT-RECORD.
000420     05  AL-BENEFIT-TYPE        PIC X(02).
000430     05  AL-SOURCE              PIC X(08).
000440     05  AL-AMOUNT-LIMIT        PIC 9(07)V99.
000450     05  AL-PERCENT-LIMIT       PIC 9(03).
000460
000470 WORKING-STORAGE SECTION.
000480
000490 01  WS-LIMIT-STATUS            PIC X(02) VALUE "00".
000500
000510*  THE LIMITS TABLE, LOADED ON THE FIRST CALL AND HELD FOR
000520*  THE REST OF THE RUN.  100 IS WELL ABOVE SEVEN BENEFIT
000530*  TYPES TIMES FOUR PROGRAMS PLUS THE DEFAULTS - THE LOAD
000540*  ABENDS RATHER THAN SILENTLY DROPPING LINE 101.
000550 01  WS-LIMIT-TABLE.
000560     05  WS-LIMIT-ENTRY OCCURS 100 TIMES.
000570         10  WS-AL-TYPE         PIC X(02).
000580         10  WS-AL-SOURCE       PIC X(08).
000590         10  WS-AL-AMOUNT       PIC 9(07)V99.
000600         10  WS-AL-PERCENT      PIC 9(03).
000610
000620 77  WS-LIMIT-COUNT             PIC 9(03) COMP VALUE ZERO.
000630 77  WS-LIMIT-IDX               PIC 9(03) COMP VALUE ZERO.
000640
000650 01  WS-SWITCHES.
000660     05  WS-LIMITS-LOADED-SWITCH PIC X(01) VALUE "N".
000670         88  LIMITS-LOADED                 VALUE "Y".
000680         88  LIMITS-NOT-LOADED             VALUE "N".
000690     05  WS-LIMIT-EOF-SWITCH    PIC X(01) VALUE "N".
000700         88  END-OF-LIMITS                 VALUE "Y".
000710         88  NOT-END-OF-LIMITS             VALUE "N".
000720
000730*  TABLE SLOT OF THE LINE THAT GOVERNS THE CURRENT CALL, AND
000740*  HOW CLOSELY IT MATCHES - 3 TYPE AND SOURCE, 2 TYPE ONLY,
000750*  1 SOURCE ONLY, 0 THE "**"/"ALL" DEFAULT.  SLOT ZERO MEANS
000760*  NO LINE APPLIES AND NOTHING IS HELD.
000770 77  WS-BEST-LIMIT-IDX          PIC 9(03) COMP VALUE ZERO.
000780 77  WS-BEST-LIMIT-RANK         PIC 9(01) COMP VALUE ZERO.
000790 77  WS-THIS-LIMIT-RANK         PIC 9(01) COMP VALUE ZERO.
000800
000810*  THE MOST THE PAYMENT MAY BE UNDER THE PERCENTAGE TEST.
000820 01  WS-PERCENT-CEILING         PIC 9(11)V99 VALUE ZERO.
000830
000840*  EDITED FIGURES FOR THE REASON TEXT.
000850 01  WS-LIMIT-DISPLAY           PIC Z(6)9.99.
000860 01  WS-PERCENT-DISPLAY         PIC ZZ9.
000870
000880 LINKAGE SECTION.
000890*  THE CALLING PROGRAM ("BATCH", "ARREARS", "REISSUE" OR
000900*  "REVIEW"), THE CLAIM'S BENEFIT TYPE, THE PAYMENT ABOUT TO
000910*  BE MADE AND THE CLAIM'S LAST PAYMENT ON PAYMENT-HISTORY
000920*  (ZERO WHEN IT HAS NEVER BEEN PAID).
000930 01  AUTH-SOURCE                PIC X(08).
000940 01  AUTH-BENEFIT-TYPE          PIC X(02).
000950 01  AUTH-AMOUNT                PIC 9(09)V99.
000960 01  AUTH-LAST-PAID             PIC 9(09)V99.
000970
000980*  "H" HOLD FOR AUTHORISATION, "P" PAY AS NORMAL - AND, FOR
000990*  A HOLD, WHY.
001000 01  AUTH-RESULT                PIC X(01).
001010 01  AUTH-REASON                PIC X(40).
001020
001030*----------------------------------------------------------*
001040*  PROCEDURE DIVISION                                      *
001050*----------------------------------------------------------*
001060 PROCEDURE DIVISION USING AUTH-SOURCE,
001070                          AUTH-BENEFIT-TYPE,
001080                          AUTH-AMOUNT,
001090                          AUTH-LAST-PAID,
001100                          AUTH-RESULT,
001110                          AUTH-REASON.
001120
001130 0000-CHECK-PAYMENT.
001140     IF LIMITS-NOT-LOADED
001150         PERFORM 1000-LOAD-LIMITS THRU 1000-EXIT
001160     END-IF
001170
001180     MOVE "P" TO AUTH-RESULT
001190     MOVE SPACES TO AUTH-REASON
001200     PERFORM 2000-SELECT-LIMIT THRU 2000-EXIT
001210     IF WS-BEST-LIMIT-IDX = ZERO
001220         GO TO 0000-EXIT
001230     END-IF
001240
001250     IF WS-AL-AMOUNT(WS-BEST-LIMIT-IDX) > ZERO
001260         AND AUTH-AMOUNT > WS-AL-AMOUNT(WS-BEST-LIMIT-IDX)
001270         MOVE "H" TO AUTH-RESULT
001280         MOVE WS-AL-AMOUNT(WS-BEST-LIMIT-IDX) TO WS-LIMIT-DISPLAY
001290         STRING "OVER THE SINGLE PAYMENT LIMIT OF "
001300                                         DELIMITED BY SIZE
001310                WS-LIMIT-DISPLAY         DELIMITED BY SIZE
001320                INTO AUTH-REASON
001330         END-STRING
001340         GO TO 0000-EXIT
001350     END-IF
001360
001370*    THE PERCENTAGE TEST NEEDS A LAST PAYMENT TO MEASURE FROM
001380*    - A CLAIM'S FIRST PAYMENT IS HELD ONLY BY THE LIMIT.
001390     IF WS-AL-PERCENT(WS-BEST-LIMIT-IDX) = ZERO
001400         OR AUTH-LAST-PAID = ZERO
001410         GO TO 0000-EXIT
001420     END-IF
001430     COMPUTE WS-PERCENT-CEILING ROUNDED =
001440         AUTH-LAST-PAID
001450         + (AUTH-LAST-PAID * WS-AL-PERCENT(WS-BEST-LIMIT-IDX)
001460            / 100)
001470     END-COMPUTE
001480     IF AUTH-AMOUNT > WS-PERCENT-CEILING
001490         MOVE "H" TO AUTH-RESULT
001500         MOVE WS-AL-PERCENT(WS-BEST-LIMIT-IDX)
001510             TO WS-PERCENT-DISPLAY
001520         STRING "MORE THAN "             DELIMITED BY SIZE
001530                WS-PERCENT-DISPLAY       DELIMITED BY SIZE
001540                "% ABOVE THE LAST PAYMENT"
001550                                         DELIMITED BY SIZE
001560                INTO AUTH-REASON
001570         END-STRING
001580     END-IF.
001590 0000-EXIT.
001600     GOBACK.
001610
001620*----------------------------------------------------------*
001630*  1000-LOAD-LIMITS - READ THE WHOLE LIMITS FILE INTO THE  *
001640*  TABLE, ONCE PER RUN.  A MISSING OR EMPTY FILE STOPS THE *
001650*  RUN - PAYING EVERYTHING UNCHECKED BECAUSE THE LIMITS    *
001660*  WERE MISLAID IS WHAT THE CONTROL EXISTS TO PREVENT.     *
001670*----------------------------------------------------------*
001680 1000-LOAD-LIMITS.
001690     OPEN INPUT AUTH-LIMIT-FILE
001700     IF WS-LIMIT-STATUS NOT = "00"
001710         DISPLAY "CITIZEN-AUTHCHK: CANNOT OPEN AUTH-LIMIT-FILE "
001720             "(auth-limits.txt), FILE STATUS = " WS-LIMIT-STATUS
001730         MOVE 16 TO RETURN-CODE
001740         STOP RUN
001750     END-IF
001760
001770     PERFORM 1100-READ-LIMIT THRU 1100-EXIT
001780         UNTIL END-OF-LIMITS
001790     CLOSE AUTH-LIMIT-FILE
001800
001810     IF WS-LIMIT-COUNT = ZERO
001820         DISPLAY "CITIZEN-AUTHCHK: AUTH-LIMIT-FILE "
001830             "(auth-limits.txt) IS EMPTY"
001840         MOVE 16 TO RETURN-CODE
001850         STOP RUN
001860     END-IF
001870
001880     SET LIMITS-LOADED TO TRUE.
001890 1000-EXIT.
001900     EXIT.
001910
001920*----------------------------------------------------------*
001930*  1100-READ-LIMIT - LOAD ONE LIMITS LINE INTO THE TABLE.  *
001940*  BLANK LINES ARE SKIPPED; A LINE WHOSE FIGURES ARE NOT   *
001950*  NUMERIC STOPS THE RUN RATHER THAN BEING GUESSED AT.     *
001960*----------------------------------------------------------*
001970 1100-READ-LIMIT.
001980     READ AUTH-LIMIT-FILE
001990         AT END
002000             SET END-OF-LIMITS TO TRUE
002010             GO TO 1100-EXIT
002020     END-READ
002030
002040     IF AUTH-LIMIT-RECORD = SPACES
002050         GO TO 1100-EXIT
002060     END-IF
002070
002080     IF AL-AMOUNT-LIMIT NOT NUMERIC
002090         OR AL-PERCENT-LIMIT NOT NUMERIC
002100         DISPLAY "CITIZEN-AUTHCHK: BAD LINE ON AUTH-LIMIT-FILE "
002110             "(auth-limits.txt): " AUTH-LIMIT-RECORD
002120         MOVE 16 TO RETURN-CODE
002130         STOP RUN
002140     END-IF
002150
002160     IF WS-LIMIT-COUNT NOT < 100
002170         DISPLAY "CITIZEN-AUTHCHK: MORE THAN 100 LINES ON "
002180             "AUTH-LIMIT-FILE (auth-limits.txt) - INCREASE THE "
002190             "TABLE"
002200         MOVE 16 TO RETURN-CODE
002210         STOP RUN
002220     END-IF
002230
002240     ADD 1 TO WS-LIMIT-COUNT
002250     MOVE AL-BENEFIT-TYPE TO WS-AL-TYPE(WS-LIMIT-COUNT)
002260     MOVE AL-SOURCE TO WS-AL-SOURCE(WS-LIMIT-COUNT)
002270     MOVE AL-AMOUNT-LIMIT TO WS-AL-AMOUNT(WS-LIMIT-COUNT)
002280     MOVE AL-PERCENT-LIMIT TO WS-AL-PERCENT(WS-LIMIT-COUNT).
002290 1100-EXIT.
002300     EXIT.
002310
002320*----------------------------------------------------------*
002330*  2000-SELECT-LIMIT - FIND THE LINE THAT GOVERNS THIS     *
002340*  CALL: THE MOST SPECIFIC ONE WHOSE TYPE AND SOURCE BOTH  *
002350*  FIT.  A TYPE'S OWN LINE BEATS A PROGRAM'S OWN LINE, SO  *
002360*  "HB ALL" WINS OVER "** ARREARS" FOR AN HB TOP-UP.       *
002370*----------------------------------------------------------*
002380 2000-SELECT-LIMIT.
002390     MOVE ZERO TO WS-BEST-LIMIT-IDX
002400     MOVE ZERO TO WS-BEST-LIMIT-RANK
002410     PERFORM 2100-JUDGE-LIMIT THRU 2100-EXIT
002420         VARYING WS-LIMIT-IDX FROM 1 BY 1
002430         UNTIL WS-LIMIT-IDX > WS-LIMIT-COUNT.
002440 2000-EXIT.
002450     EXIT.
002460
002470*----------------------------------------------------------*
002480*  2100-JUDGE-LIMIT - TEST ONE TABLE ENTRY AGAINST THE     *
002490*  CURRENT CALL AND KEEP IT IF IT BEATS THE BEST SO FAR.   *
002500*  OF TWO LINES EQUALLY SPECIFIC THE FIRST ON THE FILE     *
002510*  WINS.                                                   *
002520*----------------------------------------------------------*
002530 2100-JUDGE-LIMIT.
002540     MOVE ZERO TO WS-THIS-LIMIT-RANK
002550     IF WS-AL-TYPE(WS-LIMIT-IDX) = AUTH-BENEFIT-TYPE
002560         ADD 2 TO WS-THIS-LIMIT-RANK
002570     ELSE
002580         IF WS-AL-TYPE(WS-LIMIT-IDX) NOT = "**"
002590             GO TO 2100-EXIT
002600         END-IF
002610     END-IF
002620     IF WS-AL-SOURCE(WS-LIMIT-IDX) = AUTH-SOURCE
002630         ADD 1 TO WS-THIS-LIMIT-RANK
002640     ELSE
002650         IF WS-AL-SOURCE(WS-LIMIT-IDX) NOT = "ALL"
002660             GO TO 2100-EXIT
002670         END-IF
002680     END-IF
002690
002700     IF WS-BEST-LIMIT-IDX = ZERO
002710         OR WS-THIS-LIMIT-RANK > WS-BEST-LIMIT-RANK
002720         MOVE WS-LIMIT-IDX TO WS-BEST-LIMIT-IDX
002730         MOVE WS-THIS-LIMIT-RANK TO WS-BEST-LIMIT-RANK
002740     END-IF.
002750 2100-EXIT.
002760     EXIT.
