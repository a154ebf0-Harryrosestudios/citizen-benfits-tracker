000300*                  THROUGH CITIZEN-RUNCTL, AND THE          *
000310*                  OVERRIDE ITSELF IS LOGGED TO             *
000320*                  RUN-LOCK-LOG.TXT.                        *
000321*  15/10/2026 RH   EVERY GRANTED REGISTRATION IS ALSO       *
000322*                  APPENDED TO A PERMANENT RUN HISTORY      *
000323*                  (RUN-HISTORY.TXT) - THE REGISTRY ITSELF  *
000324*                  IS EMPTIED AGAIN AT DEREGISTRATION, SO   *
000325*                  ONCE A RUN HAD FINISHED NOTHING SAID     *
000326*                  WHICH RUN IDENTIFIER IT HAD USED.  THE   *
000327*                  CITIZEN-JOBSTREAM DRIVER READS IT BACK   *
000328*                  TO PUT EACH STEP'S RUN IDENTIFIER ON     *
000329*                  THE JOB LOG.                             *
000330*----------------------------------------------------------*
000340
000350*----------------------------------------------------------*
000450     SELECT LOCK-LOG-FILE ASSIGN TO "run-lock-log.txt"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-LOG-STATUS.
000471
000472     SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.txt"
000473         ORGANIZATION IS LINE SEQUENTIAL
000474         FILE STATUS IS WS-HISTORY-STATUS.
000480
000490*----------------------------------------------------------*
000500*  DATA DIVISION                                           *
000650 FD  LOCK-LOG-FILE.
000660 01  LOCK-LOG-RECORD           PIC X(100).
000670
000671*  RUN-HISTORY-FILE - EVERY RUN EVER GRANTED THE FILES, IN THE
000672*  REGISTRY LINE LAYOUT.  OPENED EXTEND, NEVER OVERWRITTEN.
000673 FD  RUN-HISTORY-FILE.
000674 01  RUN-HISTORY-RECORD.
000675     05  RH-PROGRAM-NAME        PIC X(15).
000676     05  RH-RUN-ID              PIC X(08).
000677     05  RH-START-DATE          PIC 9(08).
000678     05  RH-START-TIME          PIC 9(06).
000679
000680 WORKING-STORAGE SECTION.
000690
000700 01  WS-FILE-STATUSES.
000710     05  WS-LOCK-STATUS         PIC X(02) VALUE "00".
000720     05  WS-LOG-STATUS          PIC X(02) VALUE "00".
000721     05  WS-HISTORY-STATUS      PIC X(02) VALUE "00".
000730
000740*  THE REGISTRY AS READ - 20 SLOTS IS MANY TIMES ANY
000750*  PLAUSIBLE NUMBER OF SIMULTANEOUS RUNS.
002290         MOVE 16 TO RETURN-CODE
002300         STOP RUN
002310     END-IF
002320     CLOSE RUN-LOCK-FILE
002321     PERFORM 2100-LOG-RUN-HISTORY THRU 2100-EXIT.
002330 2000-EXIT.
002331     EXIT.
002332
002333*----------------------------------------------------------*
002334*  2100-LOG-RUN-HISTORY - THE GRANTED RUN ONTO THE         *
002335*  PERMANENT RUN HISTORY, SO ITS RUN IDENTIFIER CAN STILL  *
002336*  BE FOUND ONCE IT HAS DEREGISTERED.                      *
002337*----------------------------------------------------------*
002338 2100-LOG-RUN-HISTORY.
002339     OPEN EXTEND RUN-HISTORY-FILE
002340     IF WS-HISTORY-STATUS = "35"
002341         OPEN OUTPUT RUN-HISTORY-FILE
002342     END-IF
002343     IF WS-HISTORY-STATUS NOT = "00"
002344         DISPLAY "CITIZEN-RUNLOCK: I/O ERROR ON "
002345             "RUN-HISTORY-FILE, FILE STATUS = " WS-HISTORY-STATUS
002346         MOVE 16 TO RETURN-CODE
002347         STOP RUN
002348     END-IF
002349     MOVE SPACES TO RUN-HISTORY-RECORD
002350     MOVE LOCK-PROGRAM-NAME TO RH-PROGRAM-NAME
002351     MOVE LOCK-RUN-ID TO RH-RUN-ID
002352     MOVE WS-NOW-DATE TO RH-START-DATE
002353     MOVE WS-NOW-TIME(1:6) TO RH-START-TIME
002354     WRITE RUN-HISTORY-RECORD
002355     IF WS-HISTORY-STATUS NOT = "00"
002356         DISPLAY "CITIZEN-RUNLOCK: WRITE FAILED ON "
002357             "RUN-HISTORY-FILE, FILE STATUS = " WS-HISTORY-STATUS
002358         MOVE 16 TO RETURN-CODE
002359         STOP RUN
002360     END-IF
002361     CLOSE RUN-HISTORY-FILE.
002362 2100-EXIT.
002363     EXIT.
002364
002365*----------------------------------------------------------*
002370*  3000-DEREGISTER - REWRITE THE REGISTRY WITHOUT THE      *
002380*  CALLER'S OWN ENTRY.  AN ENTRY ALREADY GONE (AN          *
002390*  OVERRIDE MID-RUN) IS NOT AN ERROR.                      *
