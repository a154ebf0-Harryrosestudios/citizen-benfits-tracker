000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CITIZEN-JOBSTREAM.
000030 AUTHOR.        R HARGREAVES.
000040 INSTALLATION.  DWP BENEFITS DIVISION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICATION HISTORY                                    *
000090*----------------------------------------------------------*
000100*  15/10/2026 RH   INITIAL VERSION.  THE DAILY CHAIN        *
000110*                  (CITIZEN-MAINT, CITIZEN-LOAD OR          *
000120*                  CITIZEN-BATCH, CITIZEN-REVIEW,           *
000130*                  CITIZEN-LETTER, CITIZEN-BALANCE, AND     *
000140*                  CITIZEN-RECON/CITIZEN-REISSUE WHEN THE   *
000150*                  BACS RETURNS ARRIVE) WAS RUN BY HAND,    *
000160*                  WITH SOMEONE READING EACH STEP'S         *
000170*                  RETURN-CODE BEFORE STARTING THE NEXT.    *
000180*                  THIS DRIVER READS A STREAM DEFINITION    *
000190*                  (JOB-STREAM.TXT, OR THE FILE NAMED ON    *
000200*                  THE COMMAND LINE) LISTING EACH STEP'S    *
000210*                  PROGRAM, COMMAND, PARAMETERS AND THE     *
000220*                  RETURN CODES IT MAY END WITH, RUNS THE   *
000230*                  STEPS IN ORDER AND STOPS THE STREAM AT   *
000240*                  THE FIRST STEP THAT ENDS WITH ANY OTHER  *
000250*                  CODE.  EVERY STEP'S START AND END TIME,  *
000260*                  RETURN CODE AND RUN IDENTIFIER GOES TO   *
000270*                  A PERMANENT JOB LOG (JOB-STREAM-LOG.TXT).*
000280*                  THE FAILED STEP IS REMEMBERED ON         *
000290*                  JOB-STREAM-RESTART.TXT, SO THE NEXT RUN  *
000300*                  OF THE SAME STREAM RESUMES AT THAT STEP  *
000310*                  INSTEAD OF RE-RUNNING MAINTENANCE AND    *
000320*                  PAYING EVERYONE AGAIN.  "FROMTOP" ON THE *
000330*                  COMMAND LINE IGNORES THE RESTART POINT.  *
000340*----------------------------------------------------------*
000350
000360*----------------------------------------------------------*
000370*  ENVIRONMENT DIVISION                                    *
000380*----------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT STREAM-DEF-FILE ASSIGN TO WS-STREAM-FILE-NAME
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-STREAM-STATUS.
000450
000460     SELECT JOB-RESTART-FILE ASSIGN TO "job-stream-restart.txt"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RESTART-STATUS.
000490
000500     SELECT JOB-LOG-FILE ASSIGN TO "job-stream-log.txt"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-LOG-STATUS.
000530
000540     SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.txt"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-HISTORY-STATUS.
000570
000580*----------------------------------------------------------*
000590*  DATA DIVISION                                           *
000600*----------------------------------------------------------*
000610 DATA DIVISION.
000620 FILE SECTION.
000630*  STREAM-DEF-FILE - ONE LINE PER STEP, IN RUN ORDER.  A
000640*  LINE WITH "*" IN COLUMN 1 IS A COMMENT.  THE ALLOWED
000650*  RETURN CODES ARE A COMMA LIST ("00" OR "00,04,08"); THE
000660*  COMMAND IS WHAT THE SHELL RUNS AND THE PARAMETERS ARE
000670*  PASSED TO IT AS ITS COMMAND LINE (E.G. "BT=SP,PC" FOR
000680*  CITIZEN-BATCH).
000690 FD  STREAM-DEF-FILE.
000700 01  STREAM-DEF-RECORD.
000710     05  SD-PROGRAM-NAME        PIC X(15).
000720     05  FILLER                 PIC X(01).
000730     05  SD-ALLOWED-RCS         PIC X(11).
000740     05  FILLER                 PIC X(01).
000750     05  SD-COMMAND             PIC X(40).
000760     05  FILLER                 PIC X(01).
000770     05  SD-PARAMETERS          PIC X(40).
000780     05  FILLER                 PIC X(11).
000790
000800*  JOB-RESTART-FILE - ONE LINE PER STREAM THAT STOPPED ON A
000810*  FAILED STEP, NAMING THE STEP THE NEXT RUN RESUMES AT.  A
000820*  STREAM THAT RUNS TO THE END HAS ITS LINE REMOVED.
000830 FD  JOB-RESTART-FILE.
000840 01  JOB-RESTART-RECORD.
000850     05  JR-STREAM-NAME         PIC X(40).
000860     05  JR-STEP-NO             PIC 9(02).
000870     05  JR-PROGRAM-NAME        PIC X(15).
000880     05  JR-FAILED-DATE         PIC 9(08).
000890     05  JR-FAILED-TIME         PIC 9(06).
000900
000910*  JOB-LOG-FILE - PERMANENT LOG OF EVERY STREAM AND STEP,
000920*  OPENED EXTEND SO IT IS NEVER OVERWRITTEN.
000930 FD  JOB-LOG-FILE.
000940 01  JOB-LOG-RECORD            PIC X(132).
000950
000960*  RUN-HISTORY-FILE - EVERY RUN GRANTED THE SHARED FILES BY
000970*  CITIZEN-RUNLOCK, WITH ITS RUN IDENTIFIER.  READ BACK
000980*  AFTER EACH STEP TO FIND THE IDENTIFIER THE STEP USED.
000990 FD  RUN-HISTORY-FILE.
001000 01  RUN-HISTORY-RECORD.
001010     05  RH-PROGRAM-NAME        PIC X(15).
001020     05  RH-RUN-ID              PIC X(08).
001030     05  RH-START-DATE          PIC 9(08).
001040     05  RH-START-TIME          PIC 9(06).
001050
001060 WORKING-STORAGE SECTION.
001070
001080 01  WS-FILE-STATUSES.
001090     05  WS-STREAM-STATUS       PIC X(02) VALUE "00".
001100     05  WS-RESTART-STATUS      PIC X(02) VALUE "00".
001110     05  WS-LOG-STATUS          PIC X(02) VALUE "00".
001120     05  WS-HISTORY-STATUS      PIC X(02) VALUE "00".
001130
001140*  RAW COMMAND LINE: AN OPTIONAL STREAM DEFINITION FILE NAME
001150*  AND/OR "FROMTOP".
001160 01  WS-PARM-RAW                PIC X(80) VALUE SPACES.
001170 01  WS-PARM-FIELDS.
001180     05  WS-PARM-WORD-1         PIC X(40) VALUE SPACES.
001190     05  WS-PARM-WORD-2         PIC X(40) VALUE SPACES.
001200
001210 01  WS-STREAM-FILE-NAME        PIC X(40)
001220                                VALUE "job-stream.txt".
001230
001240*  THE STREAM AS READ.  20 STEPS IS SEVERAL TIMES THE
001250*  LONGEST CHAIN THE SITE RUNS.
001260 01  WS-STEP-TABLE.
001270     05  WS-STEP-ENTRY OCCURS 20 TIMES.
001280         10  WS-ST-PROGRAM      PIC X(15).
001290         10  WS-ST-COMMAND      PIC X(40).
001300         10  WS-ST-PARAMETERS   PIC X(40).
001310         10  WS-ST-RC-COUNT     PIC 9(02) COMP.
001320         10  WS-ST-OK-RC        PIC 9(03) OCCURS 4 TIMES.
001330
001340 77  WS-STEP-COUNT              PIC 9(02) COMP VALUE ZERO.
001350 77  WS-STEP-IDX                PIC 9(02) COMP VALUE ZERO.
001360 77  WS-RC-IDX                  PIC 9(02) COMP VALUE ZERO.
001370 77  WS-RC-SCAN-IDX             PIC 9(02) COMP VALUE ZERO.
001380 77  WS-DEF-LINE-NO             PIC 9(05) COMP VALUE ZERO.
001390
001400*  THE ALLOWED RETURN CODE LIST SPLIT ON ITS COMMAS.
001410 01  WS-RC-TEXT-TABLE.
001420     05  WS-RC-TEXT             PIC X(03) OCCURS 4 TIMES.
001430 77  WS-NUMVAL-TEST-RESULT      PIC 9(02) COMP VALUE ZERO.
001440
001450*  RESTART POINTS OF EVERY STREAM, AS READ - REWRITTEN AT
001460*  FINALIZE WITH THIS STREAM'S LINE SET OR REMOVED.
001470 01  WS-RESTART-TABLE.
001480     05  WS-RS-ENTRY OCCURS 20 TIMES.
001490         10  WS-RS-STREAM       PIC X(40).
001500         10  WS-RS-STEP-NO      PIC 9(02).
001510         10  WS-RS-PROGRAM      PIC X(15).
001520         10  WS-RS-DATE         PIC 9(08).
001530         10  WS-RS-TIME         PIC 9(06).
001540
001550 77  WS-RESTART-COUNT           PIC 9(02) COMP VALUE ZERO.
001560 77  WS-RS-IDX                  PIC 9(02) COMP VALUE ZERO.
001570 77  WS-RS-THIS-IDX             PIC 9(02) COMP VALUE ZERO.
001580
001590*  THE STEP THIS RUN STARTS AT (1 UNLESS RESUMING) AND THE
001600*  STEP IT STOPPED ON, IF ANY.
001610 77  WS-START-STEP              PIC 9(02) COMP VALUE 1.
001620 77  WS-FAILED-STEP             PIC 9(02) COMP VALUE ZERO.
001630 01  WS-STEP-NO-DISPLAY         PIC 9(02).
001635 01  WS-RESTART-NOTE            PIC X(10) VALUE SPACES.
001640
001650*  WHAT THE SHELL HANDED BACK, AND THE STEP'S OWN RETURN
001660*  CODE WORKED OUT FROM IT.  THE SHELL REPORTS THE PROCESS
001670*  WAIT STATUS, WHICH CARRIES THE STEP'S RETURN CODE IN ITS
001680*  HIGH-ORDER BYTE.
001690 01  WS-SHELL-COMMAND           PIC X(100) VALUE SPACES.
001700 01  WS-SHELL-STATUS            PIC S9(09) COMP VALUE ZERO.
001710 01  WS-STEP-RC                 PIC 9(03) VALUE ZERO.
001720 01  WS-FAILED-RC               PIC 9(03) VALUE ZERO.
001730 01  WS-STEP-RUN-ID             PIC X(08) VALUE SPACES.
001740 01  WS-STEP-OUTCOME            PIC X(10) VALUE SPACES.
001750
001760*  START AND END STAMPS FOR THE STREAM AND THE STEP.
001770 01  WS-NOW.
001780     05  WS-NOW-DATE            PIC 9(08).
001790     05  WS-NOW-TIME            PIC 9(08).
001800 01  WS-STEP-START.
001810     05  WS-STEP-START-DATE     PIC 9(08).
001820     05  WS-STEP-START-TIME     PIC 9(08).
001830 01  WS-STEP-END.
001840     05  WS-STEP-END-DATE       PIC 9(08).
001850     05  WS-STEP-END-TIME       PIC 9(08).
001860
001870*  A DATE/TIME PAIR LAID OUT AS YYYY-MM-DD HH:MM:SS FOR THE
001880*  JOB LOG BY 2900-FORMAT-STAMP.
001890 01  WS-STAMP-IN.
001900     05  WS-STAMP-DATE          PIC 9(08).
001910     05  WS-STAMP-DATE-R REDEFINES WS-STAMP-DATE.
001920         10  WS-STAMP-YEAR      PIC 9(04).
001930         10  WS-STAMP-MONTH     PIC 9(02).
001940         10  WS-STAMP-DAY       PIC 9(02).
001950     05  WS-STAMP-TIME          PIC 9(08).
001960     05  WS-STAMP-TIME-R REDEFINES WS-STAMP-TIME.
001970         10  WS-STAMP-HOUR      PIC 9(02).
001980         10  WS-STAMP-MINUTE    PIC 9(02).
001990         10  WS-STAMP-SECOND    PIC 9(02).
002000         10  WS-STAMP-HUNDREDTH PIC 9(02).
002010 01  WS-STAMP-TEXT              PIC X(19).
002020 01  WS-START-STAMP-TEXT        PIC X(19).
002030 01  WS-END-STAMP-TEXT          PIC X(19).
002040
002050 77  WS-COUNT-STEPS-RUN         PIC 9(07) COMP VALUE ZERO.
002060 77  WS-COUNT-STEPS-SKIPPED     PIC 9(07) COMP VALUE ZERO.
002070 01  WS-COUNT-DISPLAY           PIC Z,ZZZ,ZZ9.
002080
002090 01  WS-SWITCHES.
002100     05  WS-EOF-SWITCH          PIC X(01) VALUE "N".
002110         88  END-OF-FILE                   VALUE "Y".
002120         88  NOT-END-OF-FILE               VALUE "N".
002130     05  WS-STREAM-SWITCH       PIC X(01) VALUE "N".
002140         88  STREAM-FAILED                 VALUE "Y".
002150         88  STREAM-NOT-FAILED             VALUE "N".
002160     05  WS-FROMTOP-SWITCH      PIC X(01) VALUE "N".
002170         88  RUN-FROM-TOP                  VALUE "Y".
002180         88  RUN-FROM-RESTART              VALUE "N".
002190     05  WS-RC-OK-SWITCH        PIC X(01) VALUE "N".
002200         88  STEP-RC-ALLOWED               VALUE "Y".
002210         88  STEP-RC-NOT-ALLOWED           VALUE "N".
002220
002230*  FILE NAME AND STATUS CARRIED INTO 9100-ABEND-FILE-ERROR WHEN
002240*  AN OPEN OR A WRITE FAILS ON A FILE THE RUN CANNOT CONTINUE
002250*  WITHOUT.
002260 01  WS-ERROR-FILE-NAME         PIC X(20).
002270 01  WS-ERROR-STATUS            PIC X(02).
002280
002290*----------------------------------------------------------*
002300*  PROCEDURE DIVISION                                      *
002310*----------------------------------------------------------*
002320 PROCEDURE DIVISION.
002330
002340 0000-MAINLINE.
002350     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002360     PERFORM 2000-RUN-STEP THRU 2000-EXIT
002370         VARYING WS-STEP-IDX FROM 1 BY 1
002380         UNTIL WS-STEP-IDX > WS-STEP-COUNT
002390             OR STREAM-FAILED
002400     PERFORM 8000-FINALIZE THRU 8000-EXIT
002410     GO TO 9999-EXIT.
002420
002430*----------------------------------------------------------*
002440*  1000-INITIALIZE - SORT OUT THE COMMAND LINE, LOAD AND    *
002450*  EDIT THE WHOLE STREAM DEFINITION BEFORE ANY STEP RUNS,   *
002460*  WORK OUT WHERE THIS RUN STARTS, AND OPEN THE JOB LOG.    *
002470*  THE DRIVER ITSELF DOES NOT REGISTER WITH CITIZEN-RUNLOCK *
002480*  - EVERY STEP THAT WRITES THE SHARED FILES REGISTERS FOR  *
002490*  ITSELF, AND AN ENTRY HELD BY THE DRIVER WOULD REFUSE     *
002500*  THEM ALL.                                                *
002510*----------------------------------------------------------*
002520 1000-INITIALIZE.
002530     ACCEPT WS-PARM-RAW FROM COMMAND-LINE
002540     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
002550     ACCEPT WS-NOW-TIME FROM TIME
002560
002570     UNSTRING WS-PARM-RAW DELIMITED BY ALL SPACE
002580         INTO WS-PARM-WORD-1, WS-PARM-WORD-2
002590     END-UNSTRING
002600     IF WS-PARM-WORD-1 = "FROMTOP"
002610         MOVE WS-PARM-WORD-2 TO WS-PARM-WORD-1
002620         MOVE "FROMTOP" TO WS-PARM-WORD-2
002630     END-IF
002640     IF WS-PARM-WORD-1 NOT = SPACES
002650         MOVE WS-PARM-WORD-1 TO WS-STREAM-FILE-NAME
002660     END-IF
002670     EVALUATE WS-PARM-WORD-2
002680         WHEN SPACES
002690             SET RUN-FROM-RESTART TO TRUE
002700         WHEN "FROMTOP"
002710             SET RUN-FROM-TOP TO TRUE
002720         WHEN OTHER
002730             DISPLAY "CITIZEN-JOBSTREAM: PARAMETER MUST BE "
002740                 "[STREAM FILE] [FROMTOP]: " WS-PARM-RAW
002750             MOVE 16 TO RETURN-CODE
002760             STOP RUN
002770     END-EVALUATE
002780
002790     PERFORM 1100-LOAD-STREAM THRU 1100-EXIT
002800     PERFORM 1300-LOAD-RESTART-POINTS THRU 1300-EXIT
002810     PERFORM 1400-SET-START-STEP THRU 1400-EXIT
002820
002830     OPEN EXTEND JOB-LOG-FILE
002840     IF WS-LOG-STATUS = "35"
002850         OPEN OUTPUT JOB-LOG-FILE
002860     END-IF
002870     IF WS-LOG-STATUS NOT = "00"
002880         MOVE "JOB-LOG-FILE" TO WS-ERROR-FILE-NAME
002890         MOVE WS-LOG-STATUS TO WS-ERROR-STATUS
002900         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002910     END-IF
002920
002930     MOVE WS-NOW-DATE TO WS-STAMP-DATE
002940     MOVE WS-NOW-TIME TO WS-STAMP-TIME
002950     PERFORM 2900-FORMAT-STAMP THRU 2900-EXIT
002960     MOVE WS-START-STEP TO WS-STEP-NO-DISPLAY
002965     MOVE SPACES TO WS-RESTART-NOTE
002966     IF WS-START-STEP > 1
002967         MOVE " (RESTART)" TO WS-RESTART-NOTE
002968     END-IF
002970     MOVE SPACES TO JOB-LOG-RECORD
002980     STRING
002990         WS-STAMP-TEXT            DELIMITED BY SIZE
003000         "  STREAM "              DELIMITED BY SIZE
003010         WS-STREAM-FILE-NAME      DELIMITED BY SPACE
003020         " STARTED AT STEP "      DELIMITED BY SIZE
003030         WS-STEP-NO-DISPLAY       DELIMITED BY SIZE
003040         WS-RESTART-NOTE          DELIMITED BY SIZE
003050         INTO JOB-LOG-RECORD
003060     END-STRING
003130     PERFORM 2800-WRITE-LOG-LINE THRU 2800-EXIT.
003140 1000-EXIT.
003150     EXIT.
003160
003170*----------------------------------------------------------*
003180*  1100-LOAD-STREAM - READ THE WHOLE DEFINITION INTO THE    *
003190*  STEP TABLE.  A DEFINITION THAT IS MISSING, EMPTY OR HAS  *
003200*  A BAD LINE STOPS THE RUN BEFORE ANY STEP STARTS - HALF   *
003210*  A STREAM RUN ON A TYPO IS WORSE THAN NONE.               *
003220*----------------------------------------------------------*
003230 1100-LOAD-STREAM.
003240     OPEN INPUT STREAM-DEF-FILE
003250     IF WS-STREAM-STATUS NOT = "00"
003260         DISPLAY "CITIZEN-JOBSTREAM: CANNOT OPEN STREAM "
003270             "DEFINITION " WS-STREAM-FILE-NAME
003280         MOVE "STREAM-DEF-FILE" TO WS-ERROR-FILE-NAME
003290         MOVE WS-STREAM-STATUS TO WS-ERROR-STATUS
003300         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003310     END-IF
003320     SET NOT-END-OF-FILE TO TRUE
003330     PERFORM 1110-LOAD-STEP-LINE THRU 1110-EXIT
003340         UNTIL END-OF-FILE
003350     CLOSE STREAM-DEF-FILE
003360
003370     IF WS-STEP-COUNT = ZERO
003380         DISPLAY "CITIZEN-JOBSTREAM: NO STEPS ON STREAM "
003390             "DEFINITION " WS-STREAM-FILE-NAME
003400         MOVE 16 TO RETURN-CODE
003410         STOP RUN
003420     END-IF.
003430 1100-EXIT.
003440     EXIT.
003450
003460*----------------------------------------------------------*
003470*  1110-LOAD-STEP-LINE - ONE DEFINITION LINE INTO THE STEP  *
003480*  TABLE.  COMMENTS AND BLANK LINES ARE PASSED OVER.        *
003490*----------------------------------------------------------*
003500 1110-LOAD-STEP-LINE.
003510     READ STREAM-DEF-FILE
003520         AT END
003530             SET END-OF-FILE TO TRUE
003540             GO TO 1110-EXIT
003550     END-READ
003560     ADD 1 TO WS-DEF-LINE-NO
003570     IF STREAM-DEF-RECORD = SPACES
003580         OR STREAM-DEF-RECORD(1:1) = "*"
003590         GO TO 1110-EXIT
003600     END-IF
003610
003620     IF WS-STEP-COUNT NOT < 20
003630         DISPLAY "CITIZEN-JOBSTREAM: MORE THAN 20 STEPS ON "
003640             "THE STREAM DEFINITION - INCREASE THE TABLE"
003650         MOVE 16 TO RETURN-CODE
003660         STOP RUN
003670     END-IF
003680     IF SD-PROGRAM-NAME = SPACES
003690         OR SD-COMMAND = SPACES
003700         DISPLAY "CITIZEN-JOBSTREAM: DEFINITION LINE "
003710             WS-DEF-LINE-NO " HAS NO PROGRAM OR COMMAND"
003720         MOVE 16 TO RETURN-CODE
003730         STOP RUN
003740     END-IF
003750
003760     ADD 1 TO WS-STEP-COUNT
003770     MOVE SD-PROGRAM-NAME TO WS-ST-PROGRAM(WS-STEP-COUNT)
003780     MOVE SD-COMMAND TO WS-ST-COMMAND(WS-STEP-COUNT)
003790     MOVE SD-PARAMETERS TO WS-ST-PARAMETERS(WS-STEP-COUNT)
003800     MOVE ZERO TO WS-ST-RC-COUNT(WS-STEP-COUNT)
003810
003820     MOVE SPACES TO WS-RC-TEXT-TABLE
003830     UNSTRING SD-ALLOWED-RCS DELIMITED BY ","
003840         INTO WS-RC-TEXT(1), WS-RC-TEXT(2),
003850              WS-RC-TEXT(3), WS-RC-TEXT(4)
003860     END-UNSTRING
003870     PERFORM 1120-LOAD-ALLOWED-RC THRU 1120-EXIT
003880         VARYING WS-RC-SCAN-IDX FROM 1 BY 1
003890         UNTIL WS-RC-SCAN-IDX > 4
003900
003910     IF WS-ST-RC-COUNT(WS-STEP-COUNT) = ZERO
003920         DISPLAY "CITIZEN-JOBSTREAM: DEFINITION LINE "
003930             WS-DEF-LINE-NO " HAS NO ALLOWED RETURN CODES"
003940         MOVE 16 TO RETURN-CODE
003950         STOP RUN
003960     END-IF.
003970 1110-EXIT.
003980     EXIT.
003990
004000*----------------------------------------------------------*
004010*  1120-LOAD-ALLOWED-RC - EDIT ONE ALLOWED RETURN CODE AND  *
004020*  ADD IT TO THE STEP'S LIST.                               *
004030*----------------------------------------------------------*
004040 1120-LOAD-ALLOWED-RC.
004050     IF WS-RC-TEXT(WS-RC-SCAN-IDX) = SPACES
004060         GO TO 1120-EXIT
004070     END-IF
004080     MOVE FUNCTION TEST-NUMVAL(WS-RC-TEXT(WS-RC-SCAN-IDX))
004090         TO WS-NUMVAL-TEST-RESULT
004100     IF WS-NUMVAL-TEST-RESULT NOT = ZERO
004110         DISPLAY "CITIZEN-JOBSTREAM: DEFINITION LINE "
004120             WS-DEF-LINE-NO " ALLOWED RETURN CODE IS NOT "
004130             "NUMERIC: " WS-RC-TEXT(WS-RC-SCAN-IDX)
004140         MOVE 16 TO RETURN-CODE
004150         STOP RUN
004160     END-IF
004170     ADD 1 TO WS-ST-RC-COUNT(WS-STEP-COUNT)
004180     MOVE FUNCTION NUMVAL(WS-RC-TEXT(WS-RC-SCAN-IDX))
004190         TO WS-ST-OK-RC(WS-STEP-COUNT,
004200                        WS-ST-RC-COUNT(WS-STEP-COUNT)).
004210 1120-EXIT.
004220     EXIT.
004230
004240*----------------------------------------------------------*
004250*  1300-LOAD-RESTART-POINTS - EVERY STREAM'S RESTART POINT  *
004260*  INTO THE TABLE.  NO FILE YET (STATUS 35) MEANS NO        *
004270*  STREAM IS WAITING TO RESTART.                            *
004280*----------------------------------------------------------*
004290 1300-LOAD-RESTART-POINTS.
004300     MOVE ZERO TO WS-RESTART-COUNT
004310     MOVE ZERO TO WS-RS-THIS-IDX
004320     OPEN INPUT JOB-RESTART-FILE
004330     IF WS-RESTART-STATUS = "35"
004340         GO TO 1300-EXIT
004350     END-IF
004360     IF WS-RESTART-STATUS NOT = "00"
004370         MOVE "JOB-RESTART-FILE" TO WS-ERROR-FILE-NAME
004380         MOVE WS-RESTART-STATUS TO WS-ERROR-STATUS
004390         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
004400     END-IF
004410     SET NOT-END-OF-FILE TO TRUE
004420     PERFORM 1310-LOAD-RESTART-LINE THRU 1310-EXIT
004430         UNTIL END-OF-FILE
004440     CLOSE JOB-RESTART-FILE.
004450 1300-EXIT.
004460     EXIT.
004470
004480*----------------------------------------------------------*
004490*  1310-LOAD-RESTART-LINE - ONE STREAM'S RESTART POINT,     *
004500*  NOTING WHICH ENTRY (IF ANY) BELONGS TO THIS STREAM.      *
004510*----------------------------------------------------------*
004520 1310-LOAD-RESTART-LINE.
004530     READ JOB-RESTART-FILE
004540         AT END
004550             SET END-OF-FILE TO TRUE
004560             GO TO 1310-EXIT
004570     END-READ
004580     IF JOB-RESTART-RECORD = SPACES
004590         GO TO 1310-EXIT
004600     END-IF
004610     IF WS-RESTART-COUNT NOT < 20
004620         DISPLAY "CITIZEN-JOBSTREAM: MORE THAN 20 ENTRIES ON "
004630             "JOB-STREAM-RESTART.TXT - INCREASE THE TABLE"
004640         MOVE 16 TO RETURN-CODE
004650         STOP RUN
004660     END-IF
004670     ADD 1 TO WS-RESTART-COUNT
004680     MOVE JR-STREAM-NAME TO WS-RS-STREAM(WS-RESTART-COUNT)
004690     MOVE JR-STEP-NO TO WS-RS-STEP-NO(WS-RESTART-COUNT)
004700     MOVE JR-PROGRAM-NAME TO WS-RS-PROGRAM(WS-RESTART-COUNT)
004710     MOVE JR-FAILED-DATE TO WS-RS-DATE(WS-RESTART-COUNT)
004720     MOVE JR-FAILED-TIME TO WS-RS-TIME(WS-RESTART-COUNT)
004730     IF JR-STREAM-NAME = WS-STREAM-FILE-NAME
004740         MOVE WS-RESTART-COUNT TO WS-RS-THIS-IDX
004750     END-IF.
004760 1310-EXIT.
004770     EXIT.
004780
004790*----------------------------------------------------------*
004800*  1400-SET-START-STEP - RESUME AT THE STEP THAT FAILED     *
004810*  LAST TIME, UNLESS THE OPERATOR ASKED FOR FROMTOP.  IF    *
004820*  THE DEFINITION NO LONGER HAS THAT PROGRAM AT THAT STEP   *
004830*  IT HAS BEEN EDITED SINCE THE FAILURE, AND GUESSING WHERE *
004840*  TO PICK UP COULD PAY EVERYONE TWICE - THE RUN IS REFUSED *
004850*  AND THE OPERATOR DECIDES.                                *
004860*----------------------------------------------------------*
004870 1400-SET-START-STEP.
004880     MOVE 1 TO WS-START-STEP
004890     IF WS-RS-THIS-IDX = ZERO
004900         GO TO 1400-EXIT
004910     END-IF
004920     IF RUN-FROM-TOP
004930         DISPLAY "CITIZEN-JOBSTREAM: FROMTOP - RESTART POINT "
004940             "AT STEP " WS-RS-STEP-NO(WS-RS-THIS-IDX)
004950             " IGNORED"
004960         GO TO 1400-EXIT
004970     END-IF
004980     MOVE WS-RS-STEP-NO(WS-RS-THIS-IDX) TO WS-START-STEP
004990     IF WS-START-STEP > WS-STEP-COUNT
005000         OR WS-START-STEP = ZERO
005010         OR WS-ST-PROGRAM(WS-START-STEP)
005015             NOT = WS-RS-PROGRAM(WS-RS-THIS-IDX)
005020         DISPLAY "CITIZEN-JOBSTREAM: RESTART POINT STEP "
005030             WS-RS-STEP-NO(WS-RS-THIS-IDX) " "
005040             WS-RS-PROGRAM(WS-RS-THIS-IDX)
005050             " NO LONGER MATCHES " WS-STREAM-FILE-NAME
005060         DISPLAY "CITIZEN-JOBSTREAM: CORRECT THE DEFINITION "
005070             "OR RERUN WITH FROMTOP - NOT STARTED"
005080         MOVE 16 TO RETURN-CODE
005090         STOP RUN
005100     END-IF
005120     DISPLAY "CITIZEN-JOBSTREAM: RESTARTING AT STEP "
005130         WS-RS-STEP-NO(WS-RS-THIS-IDX) " "
005140         WS-RS-PROGRAM(WS-RS-THIS-IDX).
005150 1400-EXIT.
005160     EXIT.
005170
005180*----------------------------------------------------------*
005190*  2000-RUN-STEP - RUN ONE STEP THROUGH THE SHELL, WORK OUT *
005200*  ITS RETURN CODE AND RUN IDENTIFIER, CHECK THE CODE       *
005210*  AGAINST THE STEP'S ALLOWED LIST AND LOG THE OUTCOME.  A  *
005220*  STEP BEFORE THE RESTART POINT FINISHED IN AN EARLIER RUN *
005230*  AND IS LOGGED AS SKIPPED, NOT RUN AGAIN.                 *
005240*----------------------------------------------------------*
005250 2000-RUN-STEP.
005260     IF WS-STEP-IDX < WS-START-STEP
005270         PERFORM 2500-LOG-SKIPPED-STEP THRU 2500-EXIT
005280         GO TO 2000-EXIT
005290     END-IF
005300
005310     MOVE WS-STEP-IDX TO WS-STEP-NO-DISPLAY
005320     DISPLAY "CITIZEN-JOBSTREAM: STEP " WS-STEP-NO-DISPLAY " "
005330         WS-ST-PROGRAM(WS-STEP-IDX) " STARTING"
005340     MOVE SPACES TO WS-SHELL-COMMAND
005350     STRING
005360         WS-ST-COMMAND(WS-STEP-IDX)    DELIMITED BY SPACE
005370         " "                           DELIMITED BY SIZE
005380         WS-ST-PARAMETERS(WS-STEP-IDX) DELIMITED BY SIZE
005390         INTO WS-SHELL-COMMAND
005400     END-STRING
005410
005420     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
005430     ACCEPT WS-STEP-START-TIME FROM TIME
005440     CALL "SYSTEM" USING WS-SHELL-COMMAND
005450     END-CALL
005460     MOVE RETURN-CODE TO WS-SHELL-STATUS
005470     MOVE ZERO TO RETURN-CODE
005480     ACCEPT WS-STEP-END-DATE FROM DATE YYYYMMDD
005490     ACCEPT WS-STEP-END-TIME FROM TIME
005500
005510*    A NEGATIVE STATUS MEANS THE SHELL COULD NOT START THE
005520*    STEP AT ALL - LOGGED AS 999, WHICH NO STEP IS ALLOWED.
005530     EVALUATE TRUE
005540         WHEN WS-SHELL-STATUS < ZERO
005550             MOVE 999 TO WS-STEP-RC
005560         WHEN WS-SHELL-STATUS > 255
005570             DIVIDE WS-SHELL-STATUS BY 256 GIVING WS-STEP-RC
005580         WHEN OTHER
005590             MOVE WS-SHELL-STATUS TO WS-STEP-RC
005600     END-EVALUATE
005610
005620     PERFORM 2200-FIND-STEP-RUN-ID THRU 2200-EXIT
005630
005640     SET STEP-RC-NOT-ALLOWED TO TRUE
005650     PERFORM 2100-MATCH-ALLOWED-RC THRU 2100-EXIT
005660         VARYING WS-RC-IDX FROM 1 BY 1
005670         UNTIL WS-RC-IDX > WS-ST-RC-COUNT(WS-STEP-IDX)
005680             OR STEP-RC-ALLOWED
005690
005700     ADD 1 TO WS-COUNT-STEPS-RUN
005710     IF STEP-RC-ALLOWED
005720         MOVE "COMPLETED" TO WS-STEP-OUTCOME
005730     ELSE
005740         MOVE "FAILED" TO WS-STEP-OUTCOME
005750         SET STREAM-FAILED TO TRUE
005760         MOVE WS-STEP-IDX TO WS-FAILED-STEP
005770         MOVE WS-STEP-RC TO WS-FAILED-RC
005780     END-IF
005790     PERFORM 2600-LOG-STEP THRU 2600-EXIT.
005800 2000-EXIT.
005810     EXIT.
005820
005830*----------------------------------------------------------*
005840*  2100-MATCH-ALLOWED-RC - IS THE STEP'S RETURN CODE THE   *
005850*  ONE AT THIS POSITION OF ITS ALLOWED LIST?  THE SEARCH   *
005860*  ITSELF IS DRIVEN BY THE PERFORM VARYING CLAUSE.         *
005870*----------------------------------------------------------*
005880 2100-MATCH-ALLOWED-RC.
005890     IF WS-ST-OK-RC(WS-STEP-IDX, WS-RC-IDX) = WS-STEP-RC
005900         SET STEP-RC-ALLOWED TO TRUE
005910     END-IF.
005920 2100-EXIT.
005930     EXIT.
005940
005950*----------------------------------------------------------*
005960*  2200-FIND-STEP-RUN-ID - THE RUN IDENTIFIER THE STEP      *
005970*  REGISTERED WITH CITIZEN-RUNLOCK: THE LATEST RUN HISTORY  *
005980*  LINE FOR THE STEP'S PROGRAM STAMPED AT OR AFTER THE      *
005990*  STEP STARTED.  A STEP THAT NEVER REGISTERS (A READ-ONLY  *
006000*  PROGRAM, OR ONE REFUSED THE FILES) HAS NONE.             *
006010*----------------------------------------------------------*
006020 2200-FIND-STEP-RUN-ID.
006030     MOVE SPACES TO WS-STEP-RUN-ID
006040     OPEN INPUT RUN-HISTORY-FILE
006050     IF WS-HISTORY-STATUS = "35"
006060         GO TO 2200-EXIT
006070     END-IF
006080     IF WS-HISTORY-STATUS NOT = "00"
006090         MOVE "RUN-HISTORY-FILE" TO WS-ERROR-FILE-NAME
006100         MOVE WS-HISTORY-STATUS TO WS-ERROR-STATUS
006110         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
006120     END-IF
006130     SET NOT-END-OF-FILE TO TRUE
006140     PERFORM 2210-CHECK-HISTORY-LINE THRU 2210-EXIT
006150         UNTIL END-OF-FILE
006160     CLOSE RUN-HISTORY-FILE.
006170 2200-EXIT.
006180     EXIT.
006190
006200*----------------------------------------------------------*
006210*  2210-CHECK-HISTORY-LINE - TAKE THE LINE'S RUN ID IF IT   *
006220*  IS THE STEP'S PROGRAM AND NOT OLDER THAN THE STEP.       *
006230*----------------------------------------------------------*
006240 2210-CHECK-HISTORY-LINE.
006250     READ RUN-HISTORY-FILE
006260         AT END
006270             SET END-OF-FILE TO TRUE
006280             GO TO 2210-EXIT
006290     END-READ
006300     IF RH-PROGRAM-NAME NOT = WS-ST-PROGRAM(WS-STEP-IDX)
006310         GO TO 2210-EXIT
006320     END-IF
006330     IF RH-START-DATE > WS-STEP-START-DATE
006340         OR (RH-START-DATE = WS-STEP-START-DATE
006350             AND RH-START-TIME NOT < WS-STEP-START-TIME(1:6))
006360         MOVE RH-RUN-ID TO WS-STEP-RUN-ID
006370     END-IF.
006380 2210-EXIT.
006390     EXIT.
006400
006410*----------------------------------------------------------*
006420*  2500-LOG-SKIPPED-STEP - A STEP BEFORE THE RESTART POINT  *
006430*  ALREADY FINISHED IN THE RUN THAT FAILED - SAY SO.        *
006440*----------------------------------------------------------*
006450 2500-LOG-SKIPPED-STEP.
006460     ADD 1 TO WS-COUNT-STEPS-SKIPPED
006470     MOVE WS-STEP-IDX TO WS-STEP-NO-DISPLAY
006480     MOVE SPACES TO JOB-LOG-RECORD
006490     STRING
006500         "STEP "                       DELIMITED BY SIZE
006510         WS-STEP-NO-DISPLAY            DELIMITED BY SIZE
006520         " "                           DELIMITED BY SIZE
006530         WS-ST-PROGRAM(WS-STEP-IDX)    DELIMITED BY SIZE
006540         " SKIPPED - COMPLETED BEFORE THE RESTART POINT"
006550                                       DELIMITED BY SIZE
006560         INTO JOB-LOG-RECORD
006570     END-STRING
006580     PERFORM 2800-WRITE-LOG-LINE THRU 2800-EXIT.
006590 2500-EXIT.
006600     EXIT.
006610
006620*----------------------------------------------------------*
006630*  2600-LOG-STEP - ONE JOB LOG LINE PER STEP RUN: START AND *
006640*  END STAMPS, RETURN CODE, RUN IDENTIFIER AND OUTCOME.     *
006650*----------------------------------------------------------*
006660 2600-LOG-STEP.
006670     MOVE WS-STEP-START-DATE TO WS-STAMP-DATE
006680     MOVE WS-STEP-START-TIME TO WS-STAMP-TIME
006690     PERFORM 2900-FORMAT-STAMP THRU 2900-EXIT
006700     MOVE WS-STAMP-TEXT TO WS-START-STAMP-TEXT
006710     MOVE WS-STEP-END-DATE TO WS-STAMP-DATE
006720     MOVE WS-STEP-END-TIME TO WS-STAMP-TIME
006730     PERFORM 2900-FORMAT-STAMP THRU 2900-EXIT
006740     MOVE WS-STAMP-TEXT TO WS-END-STAMP-TEXT
006750     IF WS-STEP-RUN-ID = SPACES
006760         MOVE "N/A" TO WS-STEP-RUN-ID
006770     END-IF
006780     MOVE WS-STEP-IDX TO WS-STEP-NO-DISPLAY
006790     MOVE SPACES TO JOB-LOG-RECORD
006800     STRING
006810         "STEP "                       DELIMITED BY SIZE
006820         WS-STEP-NO-DISPLAY            DELIMITED BY SIZE
006830         " "                           DELIMITED BY SIZE
006840         WS-ST-PROGRAM(WS-STEP-IDX)    DELIMITED BY SIZE
006850         " START "                     DELIMITED BY SIZE
006860         WS-START-STAMP-TEXT           DELIMITED BY SIZE
006870         "  END "                      DELIMITED BY SIZE
006880         WS-END-STAMP-TEXT             DELIMITED BY SIZE
006890         "  RC "                       DELIMITED BY SIZE
006900         WS-STEP-RC                    DELIMITED BY SIZE
006910         "  RUN "                      DELIMITED BY SIZE
006920         WS-STEP-RUN-ID                DELIMITED BY SIZE
006930         "  "                          DELIMITED BY SIZE
006940         WS-STEP-OUTCOME               DELIMITED BY SIZE
006950         INTO JOB-LOG-RECORD
006960     END-STRING
006970     PERFORM 2800-WRITE-LOG-LINE THRU 2800-EXIT.
006980 2600-EXIT.
006990     EXIT.
007000
007010*----------------------------------------------------------*
007020*  2800-WRITE-LOG-LINE - THE LINE BUILT IN JOB-LOG-RECORD   *
007030*  ONTO THE PERMANENT JOB LOG AND THE OPERATOR'S CONSOLE.   *
007040*----------------------------------------------------------*
007050 2800-WRITE-LOG-LINE.
007060     DISPLAY "CITIZEN-JOBSTREAM: " JOB-LOG-RECORD(1:112)
007070     WRITE JOB-LOG-RECORD
007080     PERFORM 9110-CHECK-LOG-STATUS THRU 9110-EXIT.
007090 2800-EXIT.
007100     EXIT.
007110
007120*----------------------------------------------------------*
007130*  2900-FORMAT-STAMP - WS-STAMP-DATE/WS-STAMP-TIME AS       *
007140*  YYYY-MM-DD HH:MM:SS IN WS-STAMP-TEXT.                    *
007150*----------------------------------------------------------*
007160 2900-FORMAT-STAMP.
007170     MOVE SPACES TO WS-STAMP-TEXT
007180     STRING
007190         WS-STAMP-YEAR   DELIMITED BY SIZE
007200         "-"             DELIMITED BY SIZE
007210         WS-STAMP-MONTH  DELIMITED BY SIZE
007220         "-"             DELIMITED BY SIZE
007230         WS-STAMP-DAY    DELIMITED BY SIZE
007240         " "             DELIMITED BY SIZE
007250         WS-STAMP-HOUR   DELIMITED BY SIZE
007260         ":"             DELIMITED BY SIZE
007270         WS-STAMP-MINUTE DELIMITED BY SIZE
007280         ":"             DELIMITED BY SIZE
007290         WS-STAMP-SECOND DELIMITED BY SIZE
007300         INTO WS-STAMP-TEXT
007310     END-STRING.
007320 2900-EXIT.
007330     EXIT.
007340
007350*----------------------------------------------------------*
007360*  8000-FINALIZE - RECORD OR CLEAR THIS STREAM'S RESTART    *
007370*  POINT, WRITE THE STREAM'S CLOSING LOG LINE AND COUNTS,   *
007380*  AND HAND A FAILED STEP'S RETURN CODE BACK TO WHOEVER     *
007390*  STARTED THE STREAM.                                      *
007400*----------------------------------------------------------*
007410 8000-FINALIZE.
007420     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
007430     ACCEPT WS-NOW-TIME FROM TIME
007440     IF STREAM-FAILED
007450         PERFORM 8100-SET-RESTART-POINT THRU 8100-EXIT
007460     ELSE
007470         IF WS-RS-THIS-IDX NOT = ZERO
007480             MOVE SPACES TO WS-RS-STREAM(WS-RS-THIS-IDX)
007490         END-IF
007500     END-IF
007510     PERFORM 8200-REWRITE-RESTART-FILE THRU 8200-EXIT
007520
007530     MOVE WS-NOW-DATE TO WS-STAMP-DATE
007540     MOVE WS-NOW-TIME TO WS-STAMP-TIME
007550     PERFORM 2900-FORMAT-STAMP THRU 2900-EXIT
007560     MOVE SPACES TO JOB-LOG-RECORD
007570     IF STREAM-FAILED
007580         MOVE WS-FAILED-STEP TO WS-STEP-NO-DISPLAY
007590         STRING
007600             WS-STAMP-TEXT            DELIMITED BY SIZE
007610             "  STREAM "              DELIMITED BY SIZE
007620             WS-STREAM-FILE-NAME      DELIMITED BY SPACE
007630             " STOPPED AT STEP "      DELIMITED BY SIZE
007640             WS-STEP-NO-DISPLAY       DELIMITED BY SIZE
007650             " RC "                   DELIMITED BY SIZE
007660             WS-FAILED-RC             DELIMITED BY SIZE
007670             " - NEXT RUN RESTARTS AT THIS STEP"
007680                                      DELIMITED BY SIZE
007690             INTO JOB-LOG-RECORD
007700         END-STRING
007710     ELSE
007720         STRING
007730             WS-STAMP-TEXT            DELIMITED BY SIZE
007740             "  STREAM "              DELIMITED BY SIZE
007750             WS-STREAM-FILE-NAME      DELIMITED BY SPACE
007760             " ENDED - ALL STEPS COMPLETED"
007770                                      DELIMITED BY SIZE
007780             INTO JOB-LOG-RECORD
007790         END-STRING
007800     END-IF
007810     PERFORM 2800-WRITE-LOG-LINE THRU 2800-EXIT
007820     CLOSE JOB-LOG-FILE
007830
007840     MOVE WS-COUNT-STEPS-RUN TO WS-COUNT-DISPLAY
007850     DISPLAY "CITIZEN-JOBSTREAM STEPS RUN    : " WS-COUNT-DISPLAY
007860     MOVE WS-COUNT-STEPS-SKIPPED TO WS-COUNT-DISPLAY
007870     DISPLAY "CITIZEN-JOBSTREAM STEPS SKIPPED: " WS-COUNT-DISPLAY
007880
007890*    THE STREAM ENDS WITH THE FAILED STEP'S OWN RETURN CODE,
007900*    OR 16 IF THE STEP FAILED WITH A ZERO IT WAS NOT ALLOWED.
007910     IF STREAM-FAILED
007920         IF WS-FAILED-RC = ZERO
007930             MOVE 16 TO RETURN-CODE
007940         ELSE
007950             MOVE WS-FAILED-RC TO RETURN-CODE
007960         END-IF
007970     END-IF.
007980 8000-EXIT.
007990     EXIT.
008000
008010*----------------------------------------------------------*
008020*  8100-SET-RESTART-POINT - POINT THIS STREAM'S RESTART     *
008030*  ENTRY AT THE STEP THAT FAILED, ADDING ONE IF THE STREAM  *
008040*  HAD NONE.                                                *
008050*----------------------------------------------------------*
008060 8100-SET-RESTART-POINT.
008070     IF WS-RS-THIS-IDX = ZERO
008080         IF WS-RESTART-COUNT NOT < 20
008090             DISPLAY "CITIZEN-JOBSTREAM: MORE THAN 20 ENTRIES "
008100                 "ON JOB-STREAM-RESTART.TXT - INCREASE THE "
008110                 "TABLE"
008120             MOVE 16 TO RETURN-CODE
008130             STOP RUN
008140         END-IF
008150         ADD 1 TO WS-RESTART-COUNT
008160         MOVE WS-RESTART-COUNT TO WS-RS-THIS-IDX
008170     END-IF
008180     MOVE WS-STREAM-FILE-NAME TO WS-RS-STREAM(WS-RS-THIS-IDX)
008190     MOVE WS-FAILED-STEP TO WS-RS-STEP-NO(WS-RS-THIS-IDX)
008200     MOVE WS-ST-PROGRAM(WS-FAILED-STEP)
008210         TO WS-RS-PROGRAM(WS-RS-THIS-IDX)
008220     MOVE WS-NOW-DATE TO WS-RS-DATE(WS-RS-THIS-IDX)
008230     MOVE WS-NOW-TIME(1:6) TO WS-RS-TIME(WS-RS-THIS-IDX).
008240 8100-EXIT.
008250     EXIT.
008260
008270*----------------------------------------------------------*
008280*  8200-REWRITE-RESTART-FILE - WRITE BACK EVERY STREAM'S    *
008290*  RESTART POINT; A CLEARED ENTRY IS LEFT OFF.              *
008300*----------------------------------------------------------*
008310 8200-REWRITE-RESTART-FILE.
008320     OPEN OUTPUT JOB-RESTART-FILE
008330     IF WS-RESTART-STATUS NOT = "00"
008340         MOVE "JOB-RESTART-FILE" TO WS-ERROR-FILE-NAME
008350         MOVE WS-RESTART-STATUS TO WS-ERROR-STATUS
008360         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
008370     END-IF
008380     PERFORM 8210-WRITE-RESTART-LINE THRU 8210-EXIT
008390         VARYING WS-RS-IDX FROM 1 BY 1
008400         UNTIL WS-RS-IDX > WS-RESTART-COUNT
008410     CLOSE JOB-RESTART-FILE.
008420 8200-EXIT.
008430     EXIT.
008440
008450*----------------------------------------------------------*
008460*  8210-WRITE-RESTART-LINE - ONE STREAM'S RESTART POINT.    *
008470*----------------------------------------------------------*
008480 8210-WRITE-RESTART-LINE.
008490     IF WS-RS-STREAM(WS-RS-IDX) = SPACES
008500         GO TO 8210-EXIT
008510     END-IF
008520     MOVE SPACES TO JOB-RESTART-RECORD
008530     MOVE WS-RS-STREAM(WS-RS-IDX) TO JR-STREAM-NAME
008540     MOVE WS-RS-STEP-NO(WS-RS-IDX) TO JR-STEP-NO
008550     MOVE WS-RS-PROGRAM(WS-RS-IDX) TO JR-PROGRAM-NAME
008560     MOVE WS-RS-DATE(WS-RS-IDX) TO JR-FAILED-DATE
008570     MOVE WS-RS-TIME(WS-RS-IDX) TO JR-FAILED-TIME
008580     WRITE JOB-RESTART-RECORD
008590     IF WS-RESTART-STATUS NOT = "00"
008600         MOVE "JOB-RESTART-FILE" TO WS-ERROR-FILE-NAME
008610         MOVE WS-RESTART-STATUS TO WS-ERROR-STATUS
008620         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
008630     END-IF.
008640 8210-EXIT.
008650     EXIT.
008660
008670*----------------------------------------------------------*
008680*  9100-ABEND-FILE-ERROR - AN OPEN OR A WRITE CAME BACK     *
008690*  WITH A NON-ZERO FILE STATUS ON A FILE THE RUN CANNOT     *
008700*  SENSIBLY CONTINUE WITHOUT.                               *
008710*----------------------------------------------------------*
008720 9100-ABEND-FILE-ERROR.
008730     DISPLAY "CITIZEN-JOBSTREAM: I/O ERROR ON "
008740         WS-ERROR-FILE-NAME ", FILE STATUS = " WS-ERROR-STATUS
008750     MOVE 16 TO RETURN-CODE
008760     STOP RUN.
008770 9100-EXIT.
008780     EXIT.
008790
008800*----------------------------------------------------------*
008810*  9110-CHECK-LOG-STATUS - TESTED AFTER EVERY WRITE TO THE  *
008820*  JOB LOG.                                                 *
008830*----------------------------------------------------------*
008840 9110-CHECK-LOG-STATUS.
008850     IF WS-LOG-STATUS NOT = "00"
008860         MOVE "JOB-LOG-FILE" TO WS-ERROR-FILE-NAME
008870         MOVE WS-LOG-STATUS TO WS-ERROR-STATUS
008880         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
008890     END-IF.
008900 9110-EXIT.
008910     EXIT.
008920
008930 9999-EXIT.
008940     STOP RUN.
