000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CITIZEN-JOURNAL.
000030 AUTHOR.        R HARGREAVES.
000040 INSTALLATION.  DWP BENEFITS DIVISION.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICATION HISTORY                                    *
000090*----------------------------------------------------------*
000100*  15/10/2026 RH   INITIAL VERSION.  CITIZEN-MAINT,        *
000110*                  CITIZEN-LOAD AND CITIZEN-REVIEW ALL     *
000120*                  REWRITE THE MASTER IN PLACE AND NOTHING *
000130*                  KEPT THE ROW AS IT WAS, SO A BAD        *
000140*                  TRANSACTIONS FILE COULD ONLY BE UNDONE  *
000150*                  BY RESTORING THE WHOLE MASTER.  EVERY   *
000160*                  PROGRAM THAT WRITES THE MASTER NOW      *
000170*                  CALLS THIS MODULE AFTER EACH WRITE,     *
000180*                  REWRITE OR DELETE, AND IT ADDS ONE ROW  *
000190*                  TO THE PERMANENT MASTER JOURNAL         *
000200*                  (MASTER-JOURNAL.DAT) WITH THE WHOLE ROW *
000210*                  BEFORE AND AFTER THE CHANGE.            *
000220*                  CITIZEN-BACKOUT READS IT BACK TO        *
000230*                  REVERSE ONE RUN'S CHANGES.              *
000232*  15/10/2026 RH   NEW SEVENTH ARGUMENT - THE OFFICER WHO  *
000235*                  KEYED THE CHANGE, STORED ON THE JOURNAL *
000237*                  ROW.                                    *
000240*----------------------------------------------------------*
000250
000260*----------------------------------------------------------*
000270*  ENVIRONMENT DIVISION                                    *
000280*----------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT MASTER-JOURNAL-FILE ASSIGN TO "master-journal.dat"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS JNL-KEY
000360         ALTERNATE RECORD KEY IS JNL-CITIZEN-KEY WITH DUPLICATES
000370         FILE STATUS IS WS-JOURNAL-STATUS.
000380
000390*----------------------------------------------------------*
000400*  DATA DIVISION                                           *
000410*----------------------------------------------------------*
000420 DATA DIVISION.
000430 FILE SECTION.
000440*  MASTER-JOURNAL-FILE - PERMANENT, ONE ROW PER MASTER
000450*  CHANGE.  CREATED ON FIRST USE, NEVER REWRITTEN.
000460 FD  MASTER-JOURNAL-FILE.
000470     COPY MASTER-JOURNAL.
000480
000490 WORKING-STORAGE SECTION.
000500
000510 01  WS-FILE-STATUSES.
000520     05  WS-JOURNAL-STATUS      PIC X(02) VALUE "00".
000530
000540*  THE CALLER'S RUN, FIXED AT OPEN, AND THE LAST SEQUENCE
000550*  NUMBER USED UNDER IT.
000560 01  WS-JOURNAL-RUN.
000570     05  WS-JOURNAL-RUN-DATE    PIC 9(08) VALUE ZERO.
000580     05  WS-JOURNAL-RUN-ID      PIC X(08) VALUE SPACES.
000590 77  WS-JOURNAL-SEQUENCE        PIC 9(07) COMP VALUE ZERO.
000600
000610 01  WS-NOW.
000620     05  WS-NOW-DATE            PIC 9(08).
000630     05  WS-NOW-TIME            PIC 9(08).
000640
000650 01  WS-SWITCHES.
000660     05  WS-OPEN-SWITCH         PIC X(01) VALUE "N".
000670         88  JOURNAL-IS-OPEN               VALUE "Y".
000680         88  JOURNAL-NOT-OPEN              VALUE "N".
000690     05  WS-EOF-SWITCH          PIC X(01) VALUE "N".
000700         88  END-OF-FILE                   VALUE "Y".
000710         88  NOT-END-OF-FILE               VALUE "N".
000720
000730 LINKAGE SECTION.
000740*  WHAT THE CALLER WANTS DONE: "O" OPEN THE JOURNAL FOR
000750*  THIS RUN, "W" WRITE ONE CHANGE, "C" CLOSE.
000760 01  JOURNAL-ACTION             PIC X(01).
000770
000780*  WHO IS WRITING, AND UNDER WHICH RUN IDENTIFIER.
000790 01  JOURNAL-PROGRAM-NAME       PIC X(15).
000800 01  JOURNAL-RUN-ID             PIC X(08).
000810
000820*  THE CHANGE ITSELF ("W" ONLY): THE CALLER'S TRANSACTION
000830*  CODE AND THE WHOLE MASTER ROW BEFORE AND AFTER - SPACES
000840*  BEFORE AN ADD, AND AFTER A DELETE.
000850 01  JOURNAL-TXN-CODE           PIC X(01).
000860 01  JOURNAL-BEFORE-IMAGE       PIC X(101).
000870 01  JOURNAL-AFTER-IMAGE        PIC X(101).
000880
000882*  THE OFFICER WHO KEYED THE CHANGE ("W" ONLY) - SPACES WHEN
000884*  NO OFFICER DID.
000886 01  JOURNAL-OFFICER-ID         PIC X(08).
000888
000890*----------------------------------------------------------*
000900*  PROCEDURE DIVISION                                      *
000910*----------------------------------------------------------*
000920 PROCEDURE DIVISION USING JOURNAL-ACTION,
000930                           JOURNAL-PROGRAM-NAME,
000940                           JOURNAL-RUN-ID,
000950                           JOURNAL-TXN-CODE,
000960                           JOURNAL-BEFORE-IMAGE,
000966                           JOURNAL-AFTER-IMAGE,
000973                           JOURNAL-OFFICER-ID.
000980
000990 0000-DISPATCH.
001000     EVALUATE JOURNAL-ACTION
001010         WHEN "O"
001020             PERFORM 1000-OPEN-JOURNAL THRU 1000-EXIT
001030         WHEN "W"
001040             PERFORM 2000-WRITE-ENTRY THRU 2000-EXIT
001050         WHEN "C"
001060             PERFORM 3000-CLOSE-JOURNAL THRU 3000-EXIT
001070         WHEN OTHER
001080             DISPLAY "CITIZEN-JOURNAL: UNKNOWN ACTION "
001090                 JOURNAL-ACTION
001100             MOVE 16 TO RETURN-CODE
001110             STOP RUN
001120     END-EVALUATE.
001130 0000-EXIT.
001140     GOBACK.
001150
001160*----------------------------------------------------------*
001170*  1000-OPEN-JOURNAL - OPEN I-O, CREATING THE JOURNAL ON   *
001180*  FIRST USE, AND PICK UP THE LAST SEQUENCE NUMBER ALREADY *
001190*  USED UNDER THIS RUN SO A SECOND OPEN BY THE SAME RUN    *
001200*  CARRIES ON FROM IT RATHER THAN COLLIDING.               *
001210*----------------------------------------------------------*
001220 1000-OPEN-JOURNAL.
001230     IF JOURNAL-IS-OPEN
001240         GO TO 1000-EXIT
001250     END-IF
001260     OPEN I-O MASTER-JOURNAL-FILE
001270     IF WS-JOURNAL-STATUS = "35"
001280         OPEN OUTPUT MASTER-JOURNAL-FILE
001290         IF WS-JOURNAL-STATUS = "00"
001300             CLOSE MASTER-JOURNAL-FILE
001310             OPEN I-O MASTER-JOURNAL-FILE
001320         END-IF
001330     END-IF
001340     IF WS-JOURNAL-STATUS NOT = "00"
001350         DISPLAY "CITIZEN-JOURNAL: I/O ERROR ON "
001360             "MASTER-JOURNAL-FILE, FILE STATUS = "
001370             WS-JOURNAL-STATUS
001380         MOVE 16 TO RETURN-CODE
001390         STOP RUN
001400     END-IF
001410     SET JOURNAL-IS-OPEN TO TRUE
001420
001430     ACCEPT WS-JOURNAL-RUN-DATE FROM DATE YYYYMMDD
001440     MOVE JOURNAL-RUN-ID TO WS-JOURNAL-RUN-ID
001450     MOVE ZERO TO WS-JOURNAL-SEQUENCE
001460
001470     MOVE WS-JOURNAL-RUN-DATE TO JNL-RUN-DATE
001480     MOVE WS-JOURNAL-RUN-ID TO JNL-RUN-ID
001490     MOVE ZERO TO JNL-SEQUENCE
001500     START MASTER-JOURNAL-FILE KEY IS NOT LESS THAN JNL-KEY
001510         INVALID KEY
001520             GO TO 1000-EXIT
001530     END-START
001540     SET NOT-END-OF-FILE TO TRUE
001550     PERFORM 1100-FIND-LAST-SEQUENCE THRU 1100-EXIT
001560         UNTIL END-OF-FILE.
001570 1000-EXIT.
001580     EXIT.
001590
001600*----------------------------------------------------------*
001610*  1100-FIND-LAST-SEQUENCE - WALK THIS RUN'S ROWS, IF ANY, *
001620*  KEEPING THE HIGHEST SEQUENCE NUMBER.                    *
001630*----------------------------------------------------------*
001640 1100-FIND-LAST-SEQUENCE.
001650     READ MASTER-JOURNAL-FILE NEXT RECORD
001660         AT END
001670             SET END-OF-FILE TO TRUE
001680             GO TO 1100-EXIT
001690     END-READ
001700     IF JNL-RUN-DATE NOT = WS-JOURNAL-RUN-DATE
001710         OR JNL-RUN-ID NOT = WS-JOURNAL-RUN-ID
001720         SET END-OF-FILE TO TRUE
001730         GO TO 1100-EXIT
001740     END-IF
001750     MOVE JNL-SEQUENCE TO WS-JOURNAL-SEQUENCE.
001760 1100-EXIT.
001770     EXIT.
001780
001790*----------------------------------------------------------*
001800*  2000-WRITE-ENTRY - ONE CHANGE ONTO THE JOURNAL.  THE    *
001810*  CLAIM KEY IS TAKEN FROM THE AFTER IMAGE, OR FROM THE    *
001820*  BEFORE IMAGE WHEN THE ROW WAS DELETED.  A JOURNAL THAT  *
001830*  CANNOT BE WRITTEN STOPS THE RUN - A MASTER CHANGE WITH  *
001840*  NO JOURNAL ROW COULD NEVER BE BACKED OUT.               *
001850*----------------------------------------------------------*
001860 2000-WRITE-ENTRY.
001870     IF JOURNAL-NOT-OPEN
001880         DISPLAY "CITIZEN-JOURNAL: WRITE BEFORE OPEN BY "
001890             JOURNAL-PROGRAM-NAME
001900         MOVE 16 TO RETURN-CODE
001910         STOP RUN
001920     END-IF
001930     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
001940     ACCEPT WS-NOW-TIME FROM TIME
001950     ADD 1 TO WS-JOURNAL-SEQUENCE
001960
001970     MOVE SPACES TO JOURNAL-RECORD
001980     MOVE WS-JOURNAL-RUN-DATE TO JNL-RUN-DATE
001990     MOVE WS-JOURNAL-RUN-ID TO JNL-RUN-ID
002000     MOVE WS-JOURNAL-SEQUENCE TO JNL-SEQUENCE
002010     IF JOURNAL-AFTER-IMAGE = SPACES
002020         MOVE JOURNAL-BEFORE-IMAGE(1:7) TO JNL-CITIZEN-KEY
002030     ELSE
002040         MOVE JOURNAL-AFTER-IMAGE(1:7) TO JNL-CITIZEN-KEY
002050     END-IF
002060     MOVE JOURNAL-TXN-CODE TO JNL-TXN-CODE
002070     MOVE JOURNAL-PROGRAM-NAME TO JNL-PROGRAM-NAME
002080     MOVE WS-NOW-DATE TO JNL-ENTRY-DATE
002090     MOVE WS-NOW-TIME TO JNL-ENTRY-TIME
002100     MOVE JOURNAL-BEFORE-IMAGE TO JNL-BEFORE-IMAGE
002110     MOVE JOURNAL-AFTER-IMAGE TO JNL-AFTER-IMAGE
002120     MOVE ZERO TO JNL-REVERSED-RUN-DATE
002130     MOVE SPACES TO JNL-REVERSED-RUN-ID
002135     MOVE JOURNAL-OFFICER-ID TO JNL-OFFICER-ID
002140     WRITE JOURNAL-RECORD
002150         INVALID KEY
002160             DISPLAY "CITIZEN-JOURNAL: DUPLICATE JOURNAL KEY "
002170                 JNL-RUN-DATE " " JNL-RUN-ID " " JNL-SEQUENCE
002180             MOVE 16 TO RETURN-CODE
002190             STOP RUN
002200     END-WRITE
002210     IF WS-JOURNAL-STATUS NOT = "00"
002220         AND WS-JOURNAL-STATUS NOT = "02"
002230         DISPLAY "CITIZEN-JOURNAL: WRITE FAILED ON "
002240             "MASTER-JOURNAL-FILE, FILE STATUS = "
002250             WS-JOURNAL-STATUS
002260         MOVE 16 TO RETURN-CODE
002270         STOP RUN
002280     END-IF.
002290 2000-EXIT.
002300     EXIT.
002310
002320*----------------------------------------------------------*
002330*  3000-CLOSE-JOURNAL - END OF THE CALLER'S RUN.           *
002340*----------------------------------------------------------*
002350 3000-CLOSE-JOURNAL.
002360     IF JOURNAL-IS-OPEN
002370         CLOSE MASTER-JOURNAL-FILE
002380         SET JOURNAL-NOT-OPEN TO TRUE
002390     END-IF.
002400 3000-EXIT.
002410     EXIT.
