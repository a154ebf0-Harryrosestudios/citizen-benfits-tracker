000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CITIZEN-BACKOUT.
000030 AUTHOR.        R HARGREAVES.
000040 INSTALLATION.  DWP BENEFITS DIVISION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICATION HISTORY                                    *
000090*----------------------------------------------------------*
000100*  15/10/2026 RH   INITIAL VERSION.  UNDOING A BAD         *
000110*                  TRANSACTIONS FILE OR A BAD RELOAD USED  *
000120*                  TO MEAN RESTORING THE WHOLE MASTER AND  *
000130*                  LOSING EVERYTHING ELSE DONE SINCE.      *
000140*                  THIS PROGRAM REVERSES ONE NAMED RUN'S   *
000150*                  CHANGES CLAIM BY CLAIM FROM THE MASTER  *
000160*                  JOURNAL (MASTER-JOURNAL.DAT): EACH      *
000170*                  CLAIM THE RUN TOUCHED IS PUT BACK TO    *
000180*                  THE ROW AS IT STOOD BEFORE THE RUN'S    *
000190*                  FIRST CHANGE TO IT - AN ADD IS REMOVED, *
000200*                  A DELETE OR A CLEARED ROW IS PUT BACK,  *
000210*                  ANYTHING ELSE IS REWRITTEN.  A CLAIM    *
000220*                  CHANGED AGAIN BY ANY LATER RUN, OR NOT  *
000230*                  ON THE MASTER AS THE JOURNAL SAYS THE   *
000240*                  RUN LEFT IT, IS REFUSED AND LEFT ALONE. *
000250*                  EVERY REVERSAL IS ITSELF JOURNALLED, SO *
000260*                  A SECOND BACK-OUT OF THE SAME RUN DOES  *
000270*                  NOTHING TWICE.  WHAT WAS REVERSED AND   *
000280*                  WHAT WAS REFUSED IS LISTED ON           *
000290*                  BACKOUT-REPORT.TXT.                     *
000300*----------------------------------------------------------*
000310
000320*----------------------------------------------------------*
000330*  ENVIRONMENT DIVISION                                    *
000340*----------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT MASTER-JOURNAL-FILE ASSIGN TO "master-journal.dat"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS JNL-KEY
000420         ALTERNATE RECORD KEY IS JNL-CITIZEN-KEY WITH DUPLICATES
000430         FILE STATUS IS WS-JOURNAL-STATUS.
000440
000450     SELECT CITIZEN-MASTER-FILE ASSIGN TO "citizens.dat"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS CITIZEN-KEY
000490         ALTERNATE RECORD KEY IS CITIZEN-BENEFIT-TYPE
000500             WITH DUPLICATES
000510         FILE STATUS IS WS-MASTER-STATUS.
000520
000530     SELECT CLAIM-WORK-FILE ASSIGN TO "backout-claims.txt"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-WORK-STATUS.
000560
000570     SELECT BACKOUT-REPORT-FILE ASSIGN TO "backout-report.txt"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-REPORT-STATUS.
000600
000610*----------------------------------------------------------*
000620*  DATA DIVISION                                           *
000630*----------------------------------------------------------*
000640 DATA DIVISION.
000650 FILE SECTION.
000660*  MASTER-JOURNAL-FILE - READ FOR THE RUN BEING REVERSED, AND
000670*  ONE ROW ADDED FOR EVERY CLAIM PUT BACK.
000680 FD  MASTER-JOURNAL-FILE.
000690     COPY MASTER-JOURNAL.
000700
000710*  CITIZEN-MASTER-FILE - MAINTAINED IN PLACE.
000720 FD  CITIZEN-MASTER-FILE.
000730     COPY CITIZEN-RECORD.
000740
000750*  CLAIM-WORK-FILE - ONE LINE PER JOURNAL ROW OF THE RUN BEING
000760*  REVERSED, TAKEN OFF IN KEY ORDER BEFORE ANYTHING IS
000770*  CHANGED, SO THE ROWS THIS RUN ADDS TO THE JOURNAL ARE NOT
000780*  READ BACK AS PART OF IT.  REBUILT EVERY RUN.
000790 FD  CLAIM-WORK-FILE.
000800 01  CLAIM-WORK-RECORD.
000810     05  WK-CITIZEN-KEY         PIC X(07).
000820     05  WK-SEQUENCE            PIC 9(07).
000830
000840*  BACKOUT-REPORT-FILE - WHAT THIS RUN REVERSED AND REFUSED,
000850*  REBUILT EVERY RUN.
000860 FD  BACKOUT-REPORT-FILE.
000870 01  BACKOUT-REPORT-RECORD     PIC X(120).
000880
000890 WORKING-STORAGE SECTION.
000900
000910 01  WS-FILE-STATUSES.
000920     05  WS-JOURNAL-STATUS      PIC X(02) VALUE "00".
000930     05  WS-MASTER-STATUS       PIC X(02) VALUE "00".
000940     05  WS-WORK-STATUS         PIC X(02) VALUE "00".
000950     05  WS-REPORT-STATUS       PIC X(02) VALUE "00".
000960
000970*  RAW COMMAND LINE PARAMETER: THE RUN IDENTIFIER TO REVERSE,
000980*  OPTIONALLY FOLLOWED BY ITS RUN DATE (YYYYMMDD) - TODAY IF
000990*  OMITTED.
001000 01  WS-PARM-RAW                PIC X(40) VALUE SPACES.
001010 01  WS-PARM-DATE-STR           PIC X(10) VALUE SPACES.
001020
001030*  THE RUN BEING REVERSED.
001040 01  WS-TARGET-RUN.
001050     05  WS-TARGET-RUN-DATE     PIC 9(08) VALUE ZERO.
001060     05  WS-TARGET-RUN-ID       PIC X(08) VALUE SPACES.
001070
001080*  RUN DATE/TIME AND IDENTIFIER - "BO" PLUS HHMMSS - KEYING
001090*  THE JOURNAL ROWS THIS RUN WRITES.
001100 01  WS-RUN-DATE-TIME.
001110     05  WS-RUN-DATE            PIC 9(08).
001120     05  WS-RUN-TIME            PIC 9(08).
001130 01  WS-RUN-ID                  PIC X(08) VALUE SPACES.
001140 77  WS-JOURNAL-SEQUENCE        PIC 9(07) COMP VALUE ZERO.
001150
001160*  ONE CLAIM'S JOURNAL HISTORY AS FAR AS THE REVERSAL NEEDS
001170*  IT: THE RUN'S FIRST AND LAST CHANGE TO THE CLAIM, THE ROW
001180*  BEFORE THE FIRST AND AFTER THE LAST, AND THE LATEST RUN TO
001190*  HAVE CHANGED THE CLAIM SINCE.
001200 01  WS-CLAIM-HISTORY.
001210     05  WS-FIRST-SEQUENCE      PIC 9(07).
001220     05  WS-FIRST-TXN-CODE      PIC X(01).
001230     05  WS-FIRST-PROGRAM       PIC X(15).
001240     05  WS-ORIGINAL-IMAGE      PIC X(101).
001250     05  WS-RESULT-IMAGE        PIC X(101).
001260     05  WS-LATER-PROGRAM       PIC X(15).
001270     05  WS-LATER-RUN-DATE      PIC 9(08).
001280     05  WS-LATER-RUN-ID        PIC X(08).
001290
001300*  THE ROW ON THE MASTER NOW, BEFORE IT IS PUT BACK.
001310 01  WS-CURRENT-IMAGE           PIC X(101).
001320
001330*  ONE REPORT DETAIL LINE.
001340 01  WS-DETAIL-LINE.
001350     05  FILLER                 PIC X(02) VALUE SPACES.
001360     05  DL-CITIZEN-ID          PIC X(05).
001370     05  FILLER                 PIC X(01) VALUE SPACE.
001380     05  DL-BENEFIT-TYPE        PIC X(02).
001390     05  FILLER                 PIC X(02) VALUE SPACES.
001400     05  DL-OUTCOME             PIC X(12).
001410     05  FILLER                 PIC X(01) VALUE SPACE.
001420     05  DL-TEXT                PIC X(95).
001430
001440 01  WS-AMOUNT-DISPLAY          PIC Z(06)9.99.
001450 01  WS-COUNT-DISPLAY           PIC Z,ZZZ,ZZ9.
001460
001470 77  WS-COUNT-JOURNAL-ROWS      PIC 9(07) COMP VALUE ZERO.
001480 77  WS-COUNT-CLAIMS            PIC 9(07) COMP VALUE ZERO.
001490 77  WS-COUNT-REVERSED          PIC 9(07) COMP VALUE ZERO.
001500 77  WS-COUNT-NO-CHANGE         PIC 9(07) COMP VALUE ZERO.
001510 77  WS-COUNT-ALREADY-DONE      PIC 9(07) COMP VALUE ZERO.
001520 77  WS-COUNT-REFUSED           PIC 9(07) COMP VALUE ZERO.
001530
001540 01  WS-SWITCHES.
001550     05  WS-EOF-SWITCH          PIC X(01) VALUE "N".
001560         88  END-OF-FILE                   VALUE "Y".
001570         88  NOT-END-OF-FILE               VALUE "N".
001580     05  WS-JNL-EOF-SWITCH      PIC X(01) VALUE "N".
001590         88  END-OF-JOURNAL                VALUE "Y".
001600         88  NOT-END-OF-JOURNAL            VALUE "N".
001610     05  WS-TARGET-SWITCH       PIC X(01) VALUE "N".
001620         88  TARGET-ROW-SEEN               VALUE "Y".
001630         88  TARGET-ROW-NOT-SEEN           VALUE "N".
001640     05  WS-LATER-SWITCH        PIC X(01) VALUE "N".
001650         88  CHANGED-SINCE                 VALUE "Y".
001660         88  NOT-CHANGED-SINCE             VALUE "N".
001670     05  WS-REVERSED-SWITCH     PIC X(01) VALUE "N".
001680         88  ALREADY-REVERSED              VALUE "Y".
001690         88  NOT-ALREADY-REVERSED          VALUE "N".
001700     05  WS-ON-MASTER-SWITCH    PIC X(01) VALUE "N".
001710         88  CLAIM-ON-MASTER               VALUE "Y".
001720         88  CLAIM-NOT-ON-MASTER           VALUE "N".
001730
001740*  FILE NAME AND STATUS CARRIED INTO 9100-ABEND-FILE-ERROR WHEN
001750*  AN OPEN OR A WRITE FAILS ON A FILE THE RUN CANNOT CONTINUE
001760*  WITHOUT.
001770 01  WS-ERROR-FILE-NAME         PIC X(20).
001780 01  WS-ERROR-STATUS            PIC X(02).
001790
001800*  ARGUMENTS FOR THE CITIZEN-RUNLOCK REGISTRY CALLS.
001810 01  WS-LOCK-ACTION             PIC X(01) VALUE SPACE.
001820 01  WS-LOCK-PROGRAM-NAME       PIC X(15)
001830                                VALUE "CITIZEN-BACKOUT".
001840 01  WS-LOCK-RUN-ID             PIC X(08) VALUE SPACES.
001850 01  WS-LOCK-RESULT             PIC X(01) VALUE SPACE.
001860
001870*----------------------------------------------------------*
001880*  PROCEDURE DIVISION                                      *
001890*----------------------------------------------------------*
001900 PROCEDURE DIVISION.
001910
001920 0000-MAINLINE.
001930     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001940     PERFORM 2000-LIST-RUN-CHANGES THRU 2000-EXIT
001950     SET NOT-END-OF-FILE TO TRUE
001960     PERFORM 3000-BACK-OUT-CLAIM THRU 3000-EXIT
001970         UNTIL END-OF-FILE
001980     PERFORM 8000-FINALIZE THRU 8000-EXIT
001990     GO TO 9999-EXIT.
002000
002010*----------------------------------------------------------*
002020*  1000-INITIALIZE - EDIT THE PARAMETER AND OPEN THE       *
002030*  FILES.  NO JOURNAL AT ALL (STATUS 35) MEANS THERE IS    *
002040*  NOTHING A BACK-OUT COULD WORK FROM - STOP BEFORE        *
002050*  TOUCHING THE MASTER.                                    *
002060*----------------------------------------------------------*
002070 1000-INITIALIZE.
002080     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002090     ACCEPT WS-RUN-TIME FROM TIME
002100     STRING
002110         "BO"             DELIMITED BY SIZE
002120         WS-RUN-TIME(1:6) DELIMITED BY SIZE
002130         INTO WS-RUN-ID
002140     END-STRING
002150
002160     PERFORM 1100-EDIT-PARAMETER THRU 1100-EXIT
002170     PERFORM 1900-REGISTER-RUN THRU 1900-EXIT
002180
002190     OPEN I-O MASTER-JOURNAL-FILE
002200     IF WS-JOURNAL-STATUS = "35"
002210         DISPLAY "CITIZEN-BACKOUT: NO MASTER JOURNAL "
002220             "(MASTER-JOURNAL.DAT) - NOTHING TO BACK OUT FROM"
002230         PERFORM 8900-DEREGISTER-RUN THRU 8900-EXIT
002240         MOVE 16 TO RETURN-CODE
002250         STOP RUN
002260     END-IF
002270     IF WS-JOURNAL-STATUS NOT = "00"
002280         MOVE "MASTER-JOURNAL-FILE" TO WS-ERROR-FILE-NAME
002290         MOVE WS-JOURNAL-STATUS TO WS-ERROR-STATUS
002300         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002310     END-IF
002320
002330     OPEN I-O CITIZEN-MASTER-FILE
002340     IF WS-MASTER-STATUS NOT = "00"
002350         MOVE "CITIZEN-MASTER-FILE" TO WS-ERROR-FILE-NAME
002360         MOVE WS-MASTER-STATUS TO WS-ERROR-STATUS
002370         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002380     END-IF
002390
002400     OPEN OUTPUT BACKOUT-REPORT-FILE
002410     IF WS-REPORT-STATUS NOT = "00"
002420         MOVE "BACKOUT-REPORT-FILE" TO WS-ERROR-FILE-NAME
002430         MOVE WS-REPORT-STATUS TO WS-ERROR-STATUS
002440         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
002450     END-IF
002460
002470     MOVE SPACES TO BACKOUT-REPORT-RECORD
002480     STRING
002490         "CITIZEN-BACKOUT REPORT - RUN DATE " DELIMITED BY SIZE
002500         WS-RUN-DATE              DELIMITED BY SIZE
002510         " RUN "                  DELIMITED BY SIZE
002520         WS-RUN-ID                DELIMITED BY SIZE
002530         " - REVERSING RUN "      DELIMITED BY SIZE
002540         WS-TARGET-RUN-ID         DELIMITED BY SIZE
002550         " OF "                   DELIMITED BY SIZE
002560         WS-TARGET-RUN-DATE       DELIMITED BY SIZE
002570         INTO BACKOUT-REPORT-RECORD
002580     END-STRING
002590     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
002600     MOVE ALL "-" TO BACKOUT-REPORT-RECORD
002610     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT.
002620 1000-EXIT.
002630     EXIT.
002640
002650*----------------------------------------------------------*
002660*  1100-EDIT-PARAMETER - THE RUN IDENTIFIER IS REQUIRED;   *
002670*  THE RUN DATE DEFAULTS TO TODAY AND MUST OTHERWISE BE AN *
002680*  EIGHT-DIGIT YYYYMMDD.                                   *
002690*----------------------------------------------------------*
002700 1100-EDIT-PARAMETER.
002710     ACCEPT WS-PARM-RAW FROM COMMAND-LINE
002720     IF WS-PARM-RAW = SPACES
002730         DISPLAY "CITIZEN-BACKOUT: RUN IDENTIFIER PARAMETER "
002740             "MISSING"
002750         MOVE 16 TO RETURN-CODE
002760         STOP RUN
002770     END-IF
002780     UNSTRING WS-PARM-RAW DELIMITED BY ALL SPACE
002790         INTO WS-TARGET-RUN-ID
002800              WS-PARM-DATE-STR
002810     END-UNSTRING
002820
002830     IF WS-PARM-DATE-STR = SPACES
002840         MOVE WS-RUN-DATE TO WS-TARGET-RUN-DATE
002850         GO TO 1100-EXIT
002860     END-IF
002870     IF WS-PARM-DATE-STR(1:8) IS NOT NUMERIC
002880         OR WS-PARM-DATE-STR(9:2) NOT = SPACES
002890         DISPLAY "CITIZEN-BACKOUT: RUN DATE MUST BE YYYYMMDD: "
002900             WS-PARM-DATE-STR
002910         MOVE 16 TO RETURN-CODE
002920         STOP RUN
002930     END-IF
002940     MOVE WS-PARM-DATE-STR(1:8) TO WS-TARGET-RUN-DATE.
002950 1100-EXIT.
002960     EXIT.
002970
002980*----------------------------------------------------------*
002990*  1900-REGISTER-RUN - TAKE THE SHARED FILES THROUGH THE   *
003000*  CITIZEN-RUNLOCK REGISTRY.  A REFUSAL MEANS ANOTHER      *
003010*  WRITER IS MID-FLIGHT - STOP BEFORE ANYTHING IS OPENED.  *
003020*----------------------------------------------------------*
003030 1900-REGISTER-RUN.
003040     MOVE "R" TO WS-LOCK-ACTION
003050     MOVE WS-RUN-ID TO WS-LOCK-RUN-ID
003060     CALL "CITIZEN-RUNLOCK" USING WS-LOCK-ACTION,
003070                                   WS-LOCK-PROGRAM-NAME,
003080                                   WS-LOCK-RUN-ID,
003090                                   WS-LOCK-RESULT
003100     END-CALL
003110     IF WS-LOCK-RESULT NOT = "G"
003120         DISPLAY "CITIZEN-BACKOUT: ANOTHER RUN HOLDS THE "
003130             "PAYMENT FILES - NOT STARTED"
003140         MOVE 16 TO RETURN-CODE
003150         STOP RUN
003160     END-IF.
003170 1900-EXIT.
003180     EXIT.
003190
003200*----------------------------------------------------------*
003210*  2000-LIST-RUN-CHANGES - EVERY JOURNAL ROW OF THE RUN    *
003220*  BEING REVERSED, IN THE ORDER IT MADE THEM, ONTO THE     *
003230*  WORK FILE.  THE WORK FILE IS THEN REOPENED FOR 3000.    *
003240*----------------------------------------------------------*
003250 2000-LIST-RUN-CHANGES.
003260     OPEN OUTPUT CLAIM-WORK-FILE
003270     IF WS-WORK-STATUS NOT = "00"
003280         MOVE "CLAIM-WORK-FILE" TO WS-ERROR-FILE-NAME
003290         MOVE WS-WORK-STATUS TO WS-ERROR-STATUS
003300         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003310     END-IF
003320
003330     SET NOT-END-OF-JOURNAL TO TRUE
003340     MOVE WS-TARGET-RUN-DATE TO JNL-RUN-DATE
003350     MOVE WS-TARGET-RUN-ID TO JNL-RUN-ID
003360     MOVE ZERO TO JNL-SEQUENCE
003370     START MASTER-JOURNAL-FILE KEY IS NOT LESS THAN JNL-KEY
003380         INVALID KEY
003390             SET END-OF-JOURNAL TO TRUE
003400     END-START
003410     PERFORM 2100-LIST-ONE-CHANGE THRU 2100-EXIT
003420         UNTIL END-OF-JOURNAL
003430     CLOSE CLAIM-WORK-FILE
003440
003450     IF WS-COUNT-JOURNAL-ROWS = ZERO
003460         MOVE SPACES TO BACKOUT-REPORT-RECORD
003470         STRING
003480             "  NO JOURNAL ROWS FOR RUN " DELIMITED BY SIZE
003490             WS-TARGET-RUN-ID             DELIMITED BY SIZE
003500             " OF "                       DELIMITED BY SIZE
003510             WS-TARGET-RUN-DATE           DELIMITED BY SIZE
003520             " - NOTHING REVERSED"        DELIMITED BY SIZE
003530             INTO BACKOUT-REPORT-RECORD
003540         END-STRING
003550         PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
003560     END-IF
003570
003580     OPEN INPUT CLAIM-WORK-FILE
003590     IF WS-WORK-STATUS NOT = "00"
003600         MOVE "CLAIM-WORK-FILE" TO WS-ERROR-FILE-NAME
003610         MOVE WS-WORK-STATUS TO WS-ERROR-STATUS
003620         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
003630     END-IF.
003640 2000-EXIT.
003650     EXIT.
003660
003670*----------------------------------------------------------*
003680*  2100-LIST-ONE-CHANGE - ONE JOURNAL ROW; STOP AT THE     *
003690*  FIRST ROW BELONGING TO ANOTHER RUN.                     *
003700*----------------------------------------------------------*
003710 2100-LIST-ONE-CHANGE.
003720     READ MASTER-JOURNAL-FILE NEXT RECORD
003730         AT END
003740             SET END-OF-JOURNAL TO TRUE
003750             GO TO 2100-EXIT
003760     END-READ
003770     IF JNL-RUN-DATE NOT = WS-TARGET-RUN-DATE
003780         OR JNL-RUN-ID NOT = WS-TARGET-RUN-ID
003790         SET END-OF-JOURNAL TO TRUE
003800         GO TO 2100-EXIT
003810     END-IF
003820     MOVE JNL-CITIZEN-KEY TO WK-CITIZEN-KEY
003830     MOVE JNL-SEQUENCE TO WK-SEQUENCE
003840     WRITE CLAIM-WORK-RECORD
003850     PERFORM 9113-CHECK-WORK-STATUS THRU 9113-EXIT
003860     ADD 1 TO WS-COUNT-JOURNAL-ROWS.
003870 2100-EXIT.
003880     EXIT.
003890
003900*----------------------------------------------------------*
003910*  2990-WRITE-REPORT-LINE - ONE LINE ONTO THE REPORT.      *
003920*----------------------------------------------------------*
003930 2990-WRITE-REPORT-LINE.
003940     WRITE BACKOUT-REPORT-RECORD
003950     PERFORM 9110-CHECK-REPORT-STATUS THRU 9110-EXIT.
003960 2990-EXIT.
003970     EXIT.
003980
003990*----------------------------------------------------------*
004000*  3000-BACK-OUT-CLAIM - ONE WORK LINE.  A CLAIM THE RUN   *
004010*  CHANGED MORE THAN ONCE HAS A LINE PER CHANGE; ONLY THE  *
004020*  LINE FOR ITS FIRST CHANGE IS ACTED ON, AND IT UNDOES    *
004030*  ALL OF THEM TOGETHER BY PUTTING BACK THE ROW AS IT      *
004040*  STOOD BEFORE THAT FIRST CHANGE.                         *
004050*----------------------------------------------------------*
004060 3000-BACK-OUT-CLAIM.
004070     READ CLAIM-WORK-FILE
004080         AT END
004090             SET END-OF-FILE TO TRUE
004100             GO TO 3000-EXIT
004110     END-READ
004120
004130     PERFORM 3100-SCAN-CLAIM-HISTORY THRU 3100-EXIT
004140     IF TARGET-ROW-NOT-SEEN
004150         OR WK-SEQUENCE NOT = WS-FIRST-SEQUENCE
004160         GO TO 3000-EXIT
004170     END-IF
004180     ADD 1 TO WS-COUNT-CLAIMS
004190     MOVE SPACES TO DL-TEXT
004200     MOVE WK-CITIZEN-KEY(1:5) TO DL-CITIZEN-ID
004210     MOVE WK-CITIZEN-KEY(6:2) TO DL-BENEFIT-TYPE
004220
004230     IF ALREADY-REVERSED
004240         MOVE "ALREADY DONE" TO DL-OUTCOME
004250         MOVE "THIS RUN'S CHANGE WAS BACKED OUT EARLIER"
004260             TO DL-TEXT
004270         PERFORM 3900-REPORT-CLAIM THRU 3900-EXIT
004280         ADD 1 TO WS-COUNT-ALREADY-DONE
004290         GO TO 3000-EXIT
004300     END-IF
004310
004320     IF CHANGED-SINCE
004330         MOVE "REFUSED" TO DL-OUTCOME
004340         STRING
004350             "CHANGED SINCE BY "  DELIMITED BY SIZE
004360             WS-LATER-PROGRAM     DELIMITED BY SPACE
004370             " RUN "              DELIMITED BY SIZE
004380             WS-LATER-RUN-ID      DELIMITED BY SIZE
004390             " OF "               DELIMITED BY SIZE
004400             WS-LATER-RUN-DATE    DELIMITED BY SIZE
004410             INTO DL-TEXT
004420         END-STRING
004430         PERFORM 3900-REPORT-CLAIM THRU 3900-EXIT
004440         ADD 1 TO WS-COUNT-REFUSED
004450         GO TO 3000-EXIT
004460     END-IF
004470
004480     IF WS-ORIGINAL-IMAGE = WS-RESULT-IMAGE
004490         MOVE "NO CHANGE" TO DL-OUTCOME
004500         MOVE "THE RUN LEFT THE CLAIM AS IT FOUND IT"
004510             TO DL-TEXT
004520         PERFORM 3900-REPORT-CLAIM THRU 3900-EXIT
004530         ADD 1 TO WS-COUNT-NO-CHANGE
004540         GO TO 3000-EXIT
004550     END-IF
004560
004570     PERFORM 3200-CHECK-MASTER-ROW THRU 3200-EXIT
004580     IF (CLAIM-ON-MASTER
004590             AND WS-CURRENT-IMAGE NOT = WS-RESULT-IMAGE)
004600         OR (CLAIM-NOT-ON-MASTER
004610             AND WS-RESULT-IMAGE NOT = SPACES)
004620         MOVE "REFUSED" TO DL-OUTCOME
004630         MOVE "MASTER ROW DIFFERS FROM THE JOURNAL"
004640             TO DL-TEXT
004650         PERFORM 3900-REPORT-CLAIM THRU 3900-EXIT
004660         ADD 1 TO WS-COUNT-REFUSED
004670         GO TO 3000-EXIT
004680     END-IF
004690
004700     PERFORM 3300-RESTORE-ROW THRU 3300-EXIT
004710     PERFORM 3400-JOURNAL-REVERSAL THRU 3400-EXIT
004720     ADD 1 TO WS-COUNT-REVERSED.
004730 3000-EXIT.
004740     EXIT.
004750
004760*----------------------------------------------------------*
004770*  3100-SCAN-CLAIM-HISTORY - EVERY JOURNAL ROW EVER        *
004780*  WRITTEN FOR THE CLAIM, THROUGH THE CLAIM INDEX.  ROWS   *
004790*  SHARING AN ALTERNATE KEY COME BACK IN THE ORDER THEY    *
004800*  WERE WRITTEN, SO ANY ROW OF ANOTHER RUN AFTER THIS      *
004810*  RUN'S LAST ROW IS A LATER CHANGE.                       *
004820*----------------------------------------------------------*
004830 3100-SCAN-CLAIM-HISTORY.
004840     INITIALIZE WS-CLAIM-HISTORY
004850     SET TARGET-ROW-NOT-SEEN TO TRUE
004860     SET NOT-CHANGED-SINCE TO TRUE
004870     SET NOT-ALREADY-REVERSED TO TRUE
004880     SET NOT-END-OF-JOURNAL TO TRUE
004890
004900     MOVE WK-CITIZEN-KEY TO JNL-CITIZEN-KEY
004910     START MASTER-JOURNAL-FILE KEY IS EQUAL TO JNL-CITIZEN-KEY
004920         INVALID KEY
004930             SET END-OF-JOURNAL TO TRUE
004940     END-START
004950     PERFORM 3110-SCAN-ONE-ENTRY THRU 3110-EXIT
004960         UNTIL END-OF-JOURNAL.
004970 3100-EXIT.
004980     EXIT.
004990
005000*----------------------------------------------------------*
005010*  3110-SCAN-ONE-ENTRY - ONE ROW OF THE CLAIM'S HISTORY.   *
005020*  A BACK-OUT ROW NAMING THIS RUN MEANS IT HAS ALREADY     *
005030*  BEEN REVERSED FOR THE CLAIM.                            *
005040*----------------------------------------------------------*
005050 3110-SCAN-ONE-ENTRY.
005060     READ MASTER-JOURNAL-FILE NEXT RECORD
005070         AT END
005080             SET END-OF-JOURNAL TO TRUE
005090             GO TO 3110-EXIT
005100     END-READ
005110     IF JNL-CITIZEN-KEY NOT = WK-CITIZEN-KEY
005120         SET END-OF-JOURNAL TO TRUE
005130         GO TO 3110-EXIT
005140     END-IF
005150
005160     IF JNL-BACKED-OUT
005170         AND JNL-REVERSED-RUN-DATE = WS-TARGET-RUN-DATE
005180         AND JNL-REVERSED-RUN-ID = WS-TARGET-RUN-ID
005190         SET ALREADY-REVERSED TO TRUE
005200         GO TO 3110-EXIT
005210     END-IF
005220
005230     IF JNL-RUN-DATE = WS-TARGET-RUN-DATE
005240         AND JNL-RUN-ID = WS-TARGET-RUN-ID
005250         IF TARGET-ROW-NOT-SEEN
005260             SET TARGET-ROW-SEEN TO TRUE
005270             MOVE JNL-SEQUENCE TO WS-FIRST-SEQUENCE
005280             MOVE JNL-TXN-CODE TO WS-FIRST-TXN-CODE
005290             MOVE JNL-PROGRAM-NAME TO WS-FIRST-PROGRAM
005300             MOVE JNL-BEFORE-IMAGE TO WS-ORIGINAL-IMAGE
005310         END-IF
005320         MOVE JNL-AFTER-IMAGE TO WS-RESULT-IMAGE
005330         SET NOT-CHANGED-SINCE TO TRUE
005340         GO TO 3110-EXIT
005350     END-IF
005360
005370     IF TARGET-ROW-SEEN
005380         SET CHANGED-SINCE TO TRUE
005390         MOVE JNL-PROGRAM-NAME TO WS-LATER-PROGRAM
005400         MOVE JNL-RUN-DATE TO WS-LATER-RUN-DATE
005410         MOVE JNL-RUN-ID TO WS-LATER-RUN-ID
005420     END-IF.
005430 3110-EXIT.
005440     EXIT.
005450
005460*----------------------------------------------------------*
005470*  3200-CHECK-MASTER-ROW - THE CLAIM AS IT STANDS ON THE   *
005480*  MASTER NOW, OR NOT THERE AT ALL.                        *
005490*----------------------------------------------------------*
005500 3200-CHECK-MASTER-ROW.
005510     SET CLAIM-ON-MASTER TO TRUE
005520     MOVE SPACES TO WS-CURRENT-IMAGE
005530     MOVE WK-CITIZEN-KEY TO CITIZEN-KEY
005540     READ CITIZEN-MASTER-FILE
005550         INVALID KEY
005560             SET CLAIM-NOT-ON-MASTER TO TRUE
005570             GO TO 3200-EXIT
005580     END-READ
005590     MOVE CITIZEN-RECORD TO WS-CURRENT-IMAGE.
005600 3200-EXIT.
005610     EXIT.
005620
005630*----------------------------------------------------------*
005640*  3300-RESTORE-ROW - PUT THE CLAIM BACK AS IT STOOD       *
005650*  BEFORE THE RUN: A CLAIM THE RUN ADDED COMES OFF THE     *
005660*  MASTER, ONE IT DELETED OR CLEARED GOES BACK ON, AND     *
005670*  ANYTHING ELSE IS REWRITTEN WITH THE ORIGINAL ROW.       *
005680*----------------------------------------------------------*
005690 3300-RESTORE-ROW.
005700     EVALUATE TRUE
005710         WHEN WS-ORIGINAL-IMAGE = SPACES
005720             DELETE CITIZEN-MASTER-FILE
005730             PERFORM 9111-CHECK-MASTER-STATUS THRU 9111-EXIT
005740             MOVE "REMOVED" TO DL-OUTCOME
005750             MOVE WS-CURRENT-IMAGE TO CITIZEN-RECORD
005760         WHEN WS-RESULT-IMAGE = SPACES
005770             MOVE WS-ORIGINAL-IMAGE TO CITIZEN-RECORD
005780             WRITE CITIZEN-RECORD
005790             PERFORM 9111-CHECK-MASTER-STATUS THRU 9111-EXIT
005800             MOVE "PUT BACK" TO DL-OUTCOME
005810         WHEN OTHER
005820             MOVE WS-ORIGINAL-IMAGE TO CITIZEN-RECORD
005830             REWRITE CITIZEN-RECORD
005840             PERFORM 9111-CHECK-MASTER-STATUS THRU 9111-EXIT
005850             MOVE "REVERSED" TO DL-OUTCOME
005860     END-EVALUATE
005870
005880     MOVE CITIZEN-BENEFIT-AMOUNT TO WS-AMOUNT-DISPLAY
005890     STRING
005900         WS-FIRST-PROGRAM        DELIMITED BY SPACE
005910         " TXN "                 DELIMITED BY SIZE
005920         WS-FIRST-TXN-CODE       DELIMITED BY SIZE
005930         " - "                   DELIMITED BY SIZE
005940         CITIZEN-NAME            DELIMITED BY SIZE
005950         " AMOUNT £"             DELIMITED BY SIZE
005960         WS-AMOUNT-DISPLAY       DELIMITED BY SIZE
005970         " STATUS "              DELIMITED BY SIZE
005980         CITIZEN-CLAIM-STATUS    DELIMITED BY SIZE
005990         " "                     DELIMITED BY SIZE
006000         CITIZEN-STATUS-DATE     DELIMITED BY SIZE
006010         INTO DL-TEXT
006020     END-STRING
006030     PERFORM 3900-REPORT-CLAIM THRU 3900-EXIT.
006040 3300-EXIT.
006050     EXIT.
006060
006070*----------------------------------------------------------*
006080*  3400-JOURNAL-REVERSAL - THE REVERSAL ITSELF ONTO THE    *
006090*  JOURNAL UNDER THIS RUN, NAMING THE RUN IT REVERSED, SO  *
006100*  THE CLAIM'S HISTORY STAYS COMPLETE AND A SECOND BACK-   *
006110*  OUT OF THE SAME RUN KNOWS IT HAS BEEN DONE.             *
006120*----------------------------------------------------------*
006130 3400-JOURNAL-REVERSAL.
006140     ADD 1 TO WS-JOURNAL-SEQUENCE
006150     MOVE SPACES TO JOURNAL-RECORD
006160     MOVE WS-RUN-DATE TO JNL-RUN-DATE
006170     MOVE WS-RUN-ID TO JNL-RUN-ID
006180     MOVE WS-JOURNAL-SEQUENCE TO JNL-SEQUENCE
006190     MOVE WK-CITIZEN-KEY TO JNL-CITIZEN-KEY
006200     SET JNL-BACKED-OUT TO TRUE
006210     MOVE WS-LOCK-PROGRAM-NAME TO JNL-PROGRAM-NAME
006220     ACCEPT JNL-ENTRY-DATE FROM DATE YYYYMMDD
006230     ACCEPT JNL-ENTRY-TIME FROM TIME
006240     MOVE WS-CURRENT-IMAGE TO JNL-BEFORE-IMAGE
006250     MOVE WS-ORIGINAL-IMAGE TO JNL-AFTER-IMAGE
006260     MOVE WS-TARGET-RUN-DATE TO JNL-REVERSED-RUN-DATE
006270     MOVE WS-TARGET-RUN-ID TO JNL-REVERSED-RUN-ID
006280     WRITE JOURNAL-RECORD
006290         INVALID KEY
006300             MOVE "MASTER-JOURNAL-FILE" TO WS-ERROR-FILE-NAME
006310             MOVE WS-JOURNAL-STATUS TO WS-ERROR-STATUS
006320             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
006330     END-WRITE
006340     PERFORM 9112-CHECK-JOURNAL-STATUS THRU 9112-EXIT.
006350 3400-EXIT.
006360     EXIT.
006370
006380*----------------------------------------------------------*
006390*  3900-REPORT-CLAIM - THE DETAIL LINE BUILT BY THE        *
006400*  CALLER.                                                 *
006410*----------------------------------------------------------*
006420 3900-REPORT-CLAIM.
006430     MOVE WS-DETAIL-LINE TO BACKOUT-REPORT-RECORD
006440     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT.
006450 3900-EXIT.
006460     EXIT.
006470
006480*----------------------------------------------------------*
006490*  8000-FINALIZE - COUNTS TO THE REPORT AND THE JOB LOG,   *
006500*  THEN CLOSE DOWN.  A REFUSED CLAIM, OR A RUN WITH        *
006510*  NOTHING ON THE JOURNAL, NEEDS A HUMAN LOOK - RETURN     *
006520*  CODE 8.                                                 *
006530*----------------------------------------------------------*
006540 8000-FINALIZE.
006550     MOVE ALL "-" TO BACKOUT-REPORT-RECORD
006560     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
006570
006580     MOVE WS-COUNT-JOURNAL-ROWS TO WS-COUNT-DISPLAY
006590     MOVE SPACES TO BACKOUT-REPORT-RECORD
006600     STRING
006610         "CITIZEN-BACKOUT JOURNAL ROWS READ : " DELIMITED BY SIZE
006620         WS-COUNT-DISPLAY                       DELIMITED BY SIZE
006630         INTO BACKOUT-REPORT-RECORD
006640     END-STRING
006650     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
006660
006670     MOVE WS-COUNT-CLAIMS TO WS-COUNT-DISPLAY
006680     MOVE SPACES TO BACKOUT-REPORT-RECORD
006690     STRING
006700         "CITIZEN-BACKOUT CLAIMS TOUCHED    : " DELIMITED BY SIZE
006710         WS-COUNT-DISPLAY                       DELIMITED BY SIZE
006720         INTO BACKOUT-REPORT-RECORD
006730     END-STRING
006740     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
006750
006760     MOVE WS-COUNT-REVERSED TO WS-COUNT-DISPLAY
006770     MOVE SPACES TO BACKOUT-REPORT-RECORD
006780     STRING
006790         "CITIZEN-BACKOUT CLAIMS REVERSED   : " DELIMITED BY SIZE
006800         WS-COUNT-DISPLAY                       DELIMITED BY SIZE
006810         INTO BACKOUT-REPORT-RECORD
006820     END-STRING
006830     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
006840
006850     MOVE WS-COUNT-NO-CHANGE TO WS-COUNT-DISPLAY
006860     MOVE SPACES TO BACKOUT-REPORT-RECORD
006870     STRING
006880         "CITIZEN-BACKOUT NO NET CHANGE     : " DELIMITED BY SIZE
006890         WS-COUNT-DISPLAY                       DELIMITED BY SIZE
006900         INTO BACKOUT-REPORT-RECORD
006910     END-STRING
006920     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
006930
006940     MOVE WS-COUNT-ALREADY-DONE TO WS-COUNT-DISPLAY
006950     MOVE SPACES TO BACKOUT-REPORT-RECORD
006960     STRING
006970         "CITIZEN-BACKOUT ALREADY BACKED OUT: " DELIMITED BY SIZE
006980         WS-COUNT-DISPLAY                       DELIMITED BY SIZE
006990         INTO BACKOUT-REPORT-RECORD
007000     END-STRING
007010     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
007020
007030     MOVE WS-COUNT-REFUSED TO WS-COUNT-DISPLAY
007040     MOVE SPACES TO BACKOUT-REPORT-RECORD
007050     STRING
007060         "CITIZEN-BACKOUT CLAIMS REFUSED    : " DELIMITED BY SIZE
007070         WS-COUNT-DISPLAY                       DELIMITED BY SIZE
007080         INTO BACKOUT-REPORT-RECORD
007090     END-STRING
007100     PERFORM 2990-WRITE-REPORT-LINE THRU 2990-EXIT
007110
007120     CLOSE MASTER-JOURNAL-FILE
007130     CLOSE CITIZEN-MASTER-FILE
007140     CLOSE CLAIM-WORK-FILE
007150     CLOSE BACKOUT-REPORT-FILE
007160
007170     PERFORM 8900-DEREGISTER-RUN THRU 8900-EXIT
007180
007190     DISPLAY "CITIZEN-BACKOUT REVERSING RUN     : "
007200         WS-TARGET-RUN-ID " OF " WS-TARGET-RUN-DATE
007210     DISPLAY "CITIZEN-BACKOUT JOURNAL ROWS READ : "
007220         WS-COUNT-JOURNAL-ROWS
007230     DISPLAY "CITIZEN-BACKOUT CLAIMS REVERSED   : "
007240         WS-COUNT-REVERSED
007250     DISPLAY "CITIZEN-BACKOUT ALREADY BACKED OUT: "
007260         WS-COUNT-ALREADY-DONE
007270     DISPLAY "CITIZEN-BACKOUT CLAIMS REFUSED    : "
007280         WS-COUNT-REFUSED
007290
007300     IF WS-COUNT-REFUSED NOT = ZERO
007310         OR WS-COUNT-JOURNAL-ROWS = ZERO
007320         DISPLAY "CITIZEN-BACKOUT: RUN NEEDS A HUMAN LOOK - "
007330             "SEE BACKOUT-REPORT.TXT"
007340         MOVE 8 TO RETURN-CODE
007350     END-IF.
007360 8000-EXIT.
007370     EXIT.
007380
007390*----------------------------------------------------------*
007400*  8900-DEREGISTER-RUN - HAND THE SHARED FILES BACK TO THE *
007410*  REGISTRY.                                               *
007420*----------------------------------------------------------*
007430 8900-DEREGISTER-RUN.
007440     MOVE "D" TO WS-LOCK-ACTION
007450     CALL "CITIZEN-RUNLOCK" USING WS-LOCK-ACTION,
007460                                   WS-LOCK-PROGRAM-NAME,
007470                                   WS-LOCK-RUN-ID,
007480                                   WS-LOCK-RESULT
007490     END-CALL.
007500 8900-EXIT.
007510     EXIT.
007520
007530*----------------------------------------------------------*
007540*  9100-ABEND-FILE-ERROR - AN OPEN OR A WRITE CAME BACK    *
007550*  WITH A NON-ZERO FILE STATUS ON A FILE THE RUN CANNOT    *
007560*  SENSIBLY CONTINUE WITHOUT.  REPORT IT AND STOP RATHER   *
007570*  THAN LEAVING A REVERSAL THE JOURNAL DOES NOT RECORD.    *
007580*----------------------------------------------------------*
007590 9100-ABEND-FILE-ERROR.
007600     DISPLAY "CITIZEN-BACKOUT: I/O ERROR ON " WS-ERROR-FILE-NAME
007610         ", FILE STATUS = " WS-ERROR-STATUS
007620     MOVE 16 TO RETURN-CODE
007630     STOP RUN.
007640 9100-EXIT.
007650     EXIT.
007660
007670*----------------------------------------------------------*
007680*  9110/9111/9112/9113-CHECK-xxx-STATUS - TESTED AFTER     *
007690*  EVERY WRITE TO THE FILE NAMED, SO A FULL DISK OR OTHER  *
007700*  WRITE FAILURE ABENDS THE RUN INSTEAD OF BEING SILENTLY  *
007710*  IGNORED.                                                *
007720*----------------------------------------------------------*
007730 9110-CHECK-REPORT-STATUS.
007740     IF WS-REPORT-STATUS NOT = "00"
007750         MOVE "BACKOUT-REPORT-FILE" TO WS-ERROR-FILE-NAME
007760         MOVE WS-REPORT-STATUS TO WS-ERROR-STATUS
007770         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
007780     END-IF.
007790 9110-EXIT.
007800     EXIT.
007810
007820 9111-CHECK-MASTER-STATUS.
007830     IF WS-MASTER-STATUS NOT = "00"
007840         AND WS-MASTER-STATUS NOT = "02"
007850         MOVE "CITIZEN-MASTER-FILE" TO WS-ERROR-FILE-NAME
007860         MOVE WS-MASTER-STATUS TO WS-ERROR-STATUS
007870         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
007880     END-IF.
007890 9111-EXIT.
007900     EXIT.
007910
007920 9112-CHECK-JOURNAL-STATUS.
007930     IF WS-JOURNAL-STATUS NOT = "00"
007940         AND WS-JOURNAL-STATUS NOT = "02"
007950         MOVE "MASTER-JOURNAL-FILE" TO WS-ERROR-FILE-NAME
007960         MOVE WS-JOURNAL-STATUS TO WS-ERROR-STATUS
007970         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
007980     END-IF.
007990 9112-EXIT.
008000     EXIT.
008010
008020 9113-CHECK-WORK-STATUS.
008030     IF WS-WORK-STATUS NOT = "00"
008040         MOVE "CLAIM-WORK-FILE" TO WS-ERROR-FILE-NAME
008050         MOVE WS-WORK-STATUS TO WS-ERROR-STATUS
008060         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
008070     END-IF.
008080 9113-EXIT.
008090     EXIT.
008100
008110 9999-EXIT.
008120     STOP RUN.
