000344*                  AND DEREGISTERS AT FINALIZE - REBUILDING *
000345*                  THE MASTER UNDER A LIVE SCAN IS EXACTLY  *
000346*                  WHAT THE REGISTRY EXISTS TO STOP.        *
000347*  15/10/2026 RH   THE RELOAD NOW GOES TO THE PERMANENT     *
000348*                  MASTER JOURNAL THROUGH CITIZEN-JOURNAL - *
000349*                  EVERY ROW ON THE OLD MASTER IS           *
000350*                  JOURNALLED AS CLEARED BEFORE THE MASTER  *
000351*                  IS RECREATED, AND EVERY ROW LOADED AS    *
000352*                  LOADED - SO CITIZEN-BACKOUT CAN PUT A    *
000353*                  BAD RELOAD BACK.  THE RUN NOW HAS A RUN  *
000354*                  IDENTIFIER ("LD" PLUS HHMMSS) TO KEY THE *
000355*                  JOURNAL ROWS AND NAME THE RUN ON THE     *
000356*                  REGISTRY.                                *
000357*  15/10/2026 RH   JOURNAL ROWS NOW NAME THE OFFICER WHO    *
000358*                  KEYED THE CHANGE.  NO OFFICER KEYS A     *
000359*                  RELOAD, SO THIS RUN PASSES A BLANK ONE.  *
000360*----------------------------------------------------------*
000361
000362*----------------------------------------------------------*
000363*  ENVIRONMENT DIVISION                                    *
000364*----------------------------------------------------------*
000365 ENVIRONMENT DIVISION.
000366 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT INPUT-FILE ASSIGN TO "citizens.txt"
000390         ORGANIZATION IS LINE SEQUENTIAL
000410
000420     SELECT CITIZEN-MASTER-FILE ASSIGN TO "citizens.dat"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS CITIZEN-KEY
000451         ALTERNATE RECORD KEY IS CITIZEN-BENEFIT-TYPE
000452             WITH DUPLICATES
000590 01  INPUT-RECORD              PIC X(120).
000600
000610*  CITIZEN-MASTER-FILE - INDEXED MASTER, KEYED ON CITIZEN-ID.
000613*  READ THROUGH ONCE AS IT STOOD BEFORE THE RELOAD, FOR THE
000616*  JOURNAL, THEN RECREATED.
000620 FD  CITIZEN-MASTER-FILE.
000630     COPY CITIZEN-RECORD.
000640
000810 77  WS-RECORD-COUNT-LOADED     PIC 9(07) COMP VALUE ZERO.
000820 77  WS-RECORD-COUNT-REJECTED   PIC 9(07) COMP VALUE ZERO.
000825 77  WS-RECORD-COUNT-REVIEWED   PIC 9(07) COMP VALUE ZERO.
000827 77  WS-RECORD-COUNT-CLEARED    PIC 9(07) COMP VALUE ZERO.
000830
000840 01  WS-SWITCHES.
000850     05  WS-EOF-SWITCH          PIC X(01) VALUE "N".
000860         88  END-OF-FILE                   VALUE "Y".
000870         88  NOT-END-OF-FILE               VALUE "N".
000872     05  WS-MASTER-EOF-SWITCH   PIC X(01) VALUE "N".
000875         88  END-OF-MASTER                 VALUE "Y".
000877         88  NOT-END-OF-MASTER             VALUE "N".
000880     05  WS-EDIT-SWITCH         PIC X(01) VALUE "Y".
000890         88  RECORD-IS-VALID                VALUE "Y".
000900         88  RECORD-IS-INVALID              VALUE "N".
000940     05  WS-REJECT-REASON-CODE  PIC X(04).
000950     05  WS-REJECT-REASON-TEXT  PIC X(40).
000960
000961*  RUN IDENTIFIER KEYING THIS RUN'S JOURNAL ROWS - "LD" PLUS
000962*  HHMMSS - SO CITIZEN-BACKOUT CAN NAME THE RUN TO REVERSE.
000963 01  WS-RUN-TIME                PIC 9(08) VALUE ZERO.
000964 01  WS-RUN-ID                  PIC X(08) VALUE SPACES.
000965
000970*  EDITED FORM OF A RECONCILIATION COUNT FOR THE REJECTS.TXT
000980*  TRAILER.
000990 01  WS-COUNT-DISPLAY           PIC Z,ZZZ,ZZ9.
000991
000992*  ARGUMENTS FOR THE CITIZEN-JOURNAL CALLS - THE WHOLE MASTER
000993*  ROW BEFORE AND AFTER EACH CHANGE.
000994 01  WS-JNL-ACTION              PIC X(01) VALUE SPACE.
000995 01  WS-JNL-TXN-CODE            PIC X(01) VALUE SPACE.
000996 01  WS-JNL-BEFORE-IMAGE        PIC X(101) VALUE SPACES.
000997 01  WS-JNL-AFTER-IMAGE         PIC X(101) VALUE SPACES.
000998 01  WS-JNL-OFFICER-ID          PIC X(08) VALUE SPACES.
001000
001010*  FILE NAME AND STATUS CARRIED INTO 9100-ABEND-FILE-ERROR WHEN
001020*  AN OPEN OR A WRITE FAILS ON A FILE THE RUN CANNOT CONTINUE
001040 01  WS-ERROR-FILE-NAME         PIC X(20).
001050 01  WS-ERROR-STATUS            PIC X(02).
001051
001052*  ARGUMENTS FOR THE CITIZEN-RUNLOCK REGISTRY CALLS - THE
001053*  REGISTRY ENTRY CARRIES THE PROGRAM NAME, THE RUN
001054*  IDENTIFIER AND THE START TIME.
001055 01  WS-LOCK-ACTION             PIC X(01) VALUE SPACE.
001056 01  WS-LOCK-PROGRAM-NAME       PIC X(15)
001057                                VALUE "CITIZEN-LOAD".
001200*  1000-INITIALIZE - OPEN ALL FILES FOR THE RUN.           *
001210*----------------------------------------------------------*
001220 1000-INITIALIZE.
001221     ACCEPT WS-RUN-TIME FROM TIME
001222     STRING
001223         "LD"             DELIMITED BY SIZE
001224         WS-RUN-TIME(1:6) DELIMITED BY SIZE
001225         INTO WS-RUN-ID
001226     END-STRING
001227     MOVE WS-RUN-ID TO WS-LOCK-RUN-ID
001228     PERFORM 1900-REGISTER-RUN THRU 1900-EXIT
001229
001230     OPEN INPUT  INPUT-FILE
001240     IF WS-INPUT-STATUS NOT = "00"
001250         MOVE "INPUT-FILE" TO WS-ERROR-FILE-NAME
001260         MOVE WS-INPUT-STATUS TO WS-ERROR-STATUS
001270         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
001280     END-IF
001283
001286     PERFORM 1950-JOURNAL-OLD-MASTER THRU 1950-EXIT
001290
001300     OPEN OUTPUT CITIZEN-MASTER-FILE
001310     IF WS-MASTER-STATUS NOT = "00"
001461     EXIT.
001462
001463*----------------------------------------------------------*
001464*  1950-JOURNAL-OLD-MASTER - OPEN THE JOURNAL FOR THE RUN. *
001465*  THE RELOAD REPLACES THE WHOLE MASTER, SO EVERY ROW ON   *
001466*  IT NOW IS JOURNALLED AS CLEARED BEFORE IT IS RECREATED. *
001467*  NO MASTER YET (STATUS 35) IS A FIRST LOAD WITH NOTHING  *
001468*  TO CLEAR.                                               *
001469*----------------------------------------------------------*
001470 1950-JOURNAL-OLD-MASTER.
001471     MOVE "O" TO WS-JNL-ACTION
001472     CALL "CITIZEN-JOURNAL" USING WS-JNL-ACTION,
001473                                   WS-LOCK-PROGRAM-NAME,
001474                                   WS-RUN-ID,
001475                                   WS-JNL-TXN-CODE,
001476                                   WS-JNL-BEFORE-IMAGE,
001477                                   WS-JNL-AFTER-IMAGE,
001478                                   WS-JNL-OFFICER-ID
001479     END-CALL
001480
001481     OPEN INPUT CITIZEN-MASTER-FILE
001482     IF WS-MASTER-STATUS = "35"
001483         GO TO 1950-EXIT
001484     END-IF
001485     IF WS-MASTER-STATUS NOT = "00"
001486         MOVE "CITIZEN-MASTER-FILE" TO WS-ERROR-FILE-NAME
001487         MOVE WS-MASTER-STATUS TO WS-ERROR-STATUS
001488         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
001489     END-IF
001490     SET NOT-END-OF-MASTER TO TRUE
001491     PERFORM 1960-JOURNAL-CLEARED-ROW THRU 1960-EXIT
001492         UNTIL END-OF-MASTER
001493     CLOSE CITIZEN-MASTER-FILE.
001494 1950-EXIT.
001495     EXIT.
001496
001497*----------------------------------------------------------*
001498*  1960-JOURNAL-CLEARED-ROW - ONE ROW OF THE OLD MASTER     *
001499*  ONTO THE JOURNAL, WITH NO AFTER IMAGE.                   *
001500*----------------------------------------------------------*
001501 1960-JOURNAL-CLEARED-ROW.
001502     READ CITIZEN-MASTER-FILE NEXT RECORD
001503         AT END
001504             SET END-OF-MASTER TO TRUE
001505             GO TO 1960-EXIT
001506     END-READ
001507     MOVE "W" TO WS-JNL-ACTION
001508     MOVE "Z" TO WS-JNL-TXN-CODE
001509     MOVE CITIZEN-RECORD TO WS-JNL-BEFORE-IMAGE
001510     MOVE SPACES TO WS-JNL-AFTER-IMAGE
001511     CALL "CITIZEN-JOURNAL" USING WS-JNL-ACTION,
001512                                   WS-LOCK-PROGRAM-NAME,
001513                                   WS-RUN-ID,
001514                                   WS-JNL-TXN-CODE,
001515                                   WS-JNL-BEFORE-IMAGE,
001516                                   WS-JNL-AFTER-IMAGE,
001517                                   WS-JNL-OFFICER-ID
001518     END-CALL
001519     ADD 1 TO WS-RECORD-COUNT-CLEARED.
001520 1960-EXIT.
001521     EXIT.
001522
001523*----------------------------------------------------------*
001524*  2000-PROCESS-CITIZEN - READ, EDIT, AND ROUTE ONE ROW.   *
001525*----------------------------------------------------------*
001526 2000-PROCESS-CITIZEN.
001527     READ INPUT-FILE
001528         AT END
001529             SET END-OF-FILE TO TRUE
001530             GO TO 2000-EXIT
001540         NOT AT END
001550             ADD 1 TO WS-RECORD-COUNT-READ
002410
002420     PERFORM 9111-CHECK-MASTER-STATUS THRU 9111-EXIT
002430
002431     MOVE "W" TO WS-JNL-ACTION
002432     MOVE "L" TO WS-JNL-TXN-CODE
002433     MOVE SPACES TO WS-JNL-BEFORE-IMAGE
002434     MOVE CITIZEN-RECORD TO WS-JNL-AFTER-IMAGE
002435     CALL "CITIZEN-JOURNAL" USING WS-JNL-ACTION,
002436                                   WS-LOCK-PROGRAM-NAME,
002437                                   WS-RUN-ID,
002438                                   WS-JNL-TXN-CODE,
002439                                   WS-JNL-BEFORE-IMAGE,
002440                                   WS-JNL-AFTER-IMAGE,
002441                                   WS-JNL-OFFICER-ID
002442     END-CALL
002443
002444     ADD 1 TO WS-RECORD-COUNT-LOADED.
002450 2200-EXIT.
002460     EXIT.
002470
003120     CLOSE REJECTS-FILE
003122     CLOSE REVIEW-QUEUE-FILE
003130
003131     MOVE "C" TO WS-JNL-ACTION
003132     CALL "CITIZEN-JOURNAL" USING WS-JNL-ACTION,
003133                                   WS-LOCK-PROGRAM-NAME,
003134                                   WS-RUN-ID,
003135                                   WS-JNL-TXN-CODE,
003136                                   WS-JNL-BEFORE-IMAGE,
003137                                   WS-JNL-AFTER-IMAGE,
003138                                   WS-JNL-OFFICER-ID
003139     END-CALL
003140
003141     DISPLAY "CITIZEN-LOAD OLD ROWS CLEARED: "
003142         WS-RECORD-COUNT-CLEARED
003143     DISPLAY "CITIZEN-LOAD RECORDS READ    : "
003150         WS-RECORD-COUNT-READ
003160     DISPLAY "CITIZEN-LOAD RECORDS LOADED  : "
003170         WS-RECORD-COUNT-LOADED
