000350*                  RUN-CONTROL CARD CITIZEN-BATCH READS,    *
000360*                  SO AN OVERRIDDEN CYCLE BALANCES ON ITS   *
000370*                  OWN EFFECTIVE DATE.                      *
000371*  15/10/2026 RH   CITIZEN-APPROVE ("AP") WRITES NO         *
000372*                  REPORT.TXT TRAILER, SO ITS LINES ARE     *
000373*                  LEFT OUT OF THE TRAILER COMPARISON.      *
000374*                  AN APPROVED TOP-UP, OR ITEM HELD ON AN   *
000375*                  EARLIER DAY, ADDS NO HISTORY ROW AT      *
000376*                  THE RUN DATE - THAT "AP" SLICE IS        *
000377*                  SHOWN AND LEFT OUT OF THE HISTORY        *
000378*                  COMPARISON AS THE ARREARS SLICE IS.      *
000380*----------------------------------------------------------*
000390
000400*----------------------------------------------------------*
001340 01  WS-LINE-RUN-ID             PIC X(08).
001350
001360*  DAY TOTALS ACROSS EVERY RUN: THE WHOLE EXTRACT, THE
001370*  ARREARS SLICE AND THE APPROVALS THAT ADD NO HISTORY ROW
001380*  AT THE RUN DATE (BOTH SHOWN SEPARATELY), AND THE HISTORY
001382*  ROWS ADDED AT THE RUN DATE.  AN APPROVED TOP-UP IS NOT
001384*  MARKED ON ITS EXTRACT LINE, SO IT JOINS THE APPROVAL
001386*  SLICE FROM ITS AUDIT LINE.
001390 01  WS-DAY-TOTALS.
001400     05  WS-EXT-DAY-COUNT       PIC 9(07) VALUE ZERO.
001410     05  WS-EXT-DAY-TOTAL       PIC 9(11)V99 VALUE ZERO.
001420     05  WS-EXT-AR-COUNT        PIC 9(07) VALUE ZERO.
001430     05  WS-EXT-AR-TOTAL        PIC 9(11)V99 VALUE ZERO.
001433     05  WS-EXT-AP-COUNT        PIC 9(07) VALUE ZERO.
001436     05  WS-EXT-AP-TOTAL        PIC 9(11)V99 VALUE ZERO.
001440     05  WS-HIST-DAY-COUNT      PIC 9(07) VALUE ZERO.
001450     05  WS-HIST-DAY-TOTAL      PIC 9(11)V99 VALUE ZERO.
001460     05  WS-AUD-DAY-COUNT       PIC 9(07) VALUE ZERO.
001490*  REPORT.TXT TRAILER FIGURES, SUMMED ACROSS EVERY LIVE
001500*  (NON-DRY-RUN) SECTION, AND THE EXTRACT FIGURES FOR THE
001510*  PAY RUNS THEY SHOULD EQUAL - RUNS WHOSE IDENTIFIER DOES
001520*  NOT CARRY THE RV/RI/AR/AP PREFIX OF A REVIEW RELEASE,
001530*  RE-ISSUE, ARREARS OR APPROVAL RUN, NONE OF WHICH WRITE
001535*  REPORT.TXT.
001540 01  WS-REPORT-FIGURES.
001550     05  WS-RPT-WRITTEN-SUM     PIC 9(07) VALUE ZERO.
001560     05  WS-RPT-TOTAL-SUM       PIC 9(11)V99 VALUE ZERO.
001660     05  WS-PART-AMOUNT         PIC X(15).
001670     05  WS-PART-TOTAL          PIC X(15).
001680     05  WS-PART-RUN            PIC X(10).
001685     05  WS-PART-FOR-DATE       PIC X(10).
001690
001700 77  WS-NUMVAL-TEST-RESULT      PIC 9(02) COMP VALUE ZERO.
001710 77  WS-LINE-AMOUNT             PIC 9(09)V99 VALUE ZERO.
003530         ADD 1 TO WS-EXT-AR-COUNT
003540         ADD EXT-PAYABLE-AMOUNT TO WS-EXT-AR-TOTAL
003550     END-IF
003551     IF EXT-RUN-ID(1:2) = "AP"
003552         AND EXT-PAYMENT-DATE NOT = WS-RUN-DATE
003553         ADD 1 TO WS-EXT-AP-COUNT
003554         ADD EXT-PAYABLE-AMOUNT TO WS-EXT-AP-TOTAL
003555     END-IF
003560     IF EXT-RUN-ID(1:2) NOT = "RV"
003570         AND EXT-RUN-ID(1:2) NOT = "RI"
003580         AND EXT-RUN-ID(1:2) NOT = "AR"
003585         AND EXT-RUN-ID(1:2) NOT = "AP"
003590         ADD 1 TO WS-PAY-EXT-COUNT
003600         ADD EXT-PAYABLE-AMOUNT TO WS-PAY-EXT-TOTAL
003610     END-IF.
003910*  AMOUNT, ADD IT INTO ITS RUN'S BUCKET.  LINES WITHOUT AN  *
003920*  AMOUNT OR A RUN LABEL (OLD-FORMAT LINES) ARE SKIPPED,    *
003930*  THE SAME WAY CITIZEN-SUMMARY SKIPS THEM.                 *
003932*  AN APPROVED ARREARS TOP-UP (AN "AP" LINE ENDING "FOR     *
003934*  PAYMENT OF") IS ALSO ADDED INTO THE APPROVAL SLICE - IT  *
003936*  ADDS NO HISTORY ROW.                                     *
003940*----------------------------------------------------------*
003950 3100-TALLY-AUDIT-LINE.
003960     READ AUDIT-TRAIL-FILE
004110                   OR "  AMOUNT ADDED: £"
004120                   OR "  RUNNING TOTAL: £"
004130                   OR "  RUN: "
004135                   OR "  FOR PAYMENT OF: "
004140         INTO WS-PART-STAMP, WS-PART-ID, WS-PART-TYPE,
004150              WS-PART-AMOUNT, WS-PART-TOTAL, WS-PART-RUN,
004155              WS-PART-FOR-DATE
004160     END-UNSTRING
004170
004180     IF WS-PART-AMOUNT = SPACES OR WS-PART-RUN = SPACES
004300     ADD 1 TO WS-RT-AUD-COUNT(WS-RUN-IDX)
004310     ADD WS-LINE-AMOUNT TO WS-RT-AUD-TOTAL(WS-RUN-IDX)
004320     ADD 1 TO WS-AUD-DAY-COUNT
004330     ADD WS-LINE-AMOUNT TO WS-AUD-DAY-TOTAL
004331     IF WS-LINE-RUN-ID(1:2) = "AP"
004332         AND WS-PART-FOR-DATE NOT = SPACES
004333         ADD 1 TO WS-EXT-AP-COUNT
004334         ADD WS-LINE-AMOUNT TO WS-EXT-AP-TOTAL
004335     END-IF.
004340 3100-EXIT.
004350     EXIT.
004360
004390*  DATED WITH THE RUN DATE.  AN ARREARS RUN REWRITES OLD    *
004400*  ROWS RATHER THAN ADDING NEW ONES, WHICH IS WHY THE       *
004410*  COMPARISON LATER LEAVES THE "AR" EXTRACT SLICE OUT.      *
004412*  AN APPROVED TOP-UP DOES THE SAME, AND AN APPROVED ITEM   *
004414*  HELD ON AN EARLIER DAY ADDS ITS ROW AT THAT DAY'S DATE,  *
004416*  SO THE "AP" SLICE OF BOTH IS LEFT OUT TOO.               *
004420*----------------------------------------------------------*
004430 4000-ROLL-UP-HISTORY.
004440     SET NOT-END-OF-FILE TO TRUE
006210*----------------------------------------------------------*
006220*  6200-PRINT-HISTORY-CHECK - THE DAY'S EXTRACT VALUE,      *
006230*  LESS THE ARREARS SLICE (WHICH REPRICES EXISTING ROWS     *
006240*  RATHER THAN ADDING NEW ONES) AND THE APPROVAL SLICE      *
006250*  (TOP-UPS, AND ITEMS PAID AS AT AN EARLIER DAY), MUST     *
006255*  EQUAL THE HISTORY ROWS ADDED AT THE RUN DATE.            *
006260*----------------------------------------------------------*
006270 6200-PRINT-HISTORY-CHECK.
006280     MOVE SPACES TO BALANCE-REPORT-RECORD
006530     PERFORM 9110-CHECK-BALANCE-STATUS THRU 9110-EXIT
006540
006550     MOVE SPACES TO BALANCE-REPORT-RECORD
006551     MOVE WS-EXT-AP-COUNT TO WS-COUNT-DISPLAY
006552     MOVE WS-EXT-AP-TOTAL TO WS-TOTAL-DISPLAY
006553     STRING
006554         "  OF WHICH APPROVALS     : " DELIMITED BY SIZE
006555         WS-COUNT-DISPLAY             DELIMITED BY SIZE
006556         " £"                         DELIMITED BY SIZE
006557         WS-TOTAL-DISPLAY             DELIMITED BY SIZE
006558         " (NO ROW ADDED TODAY)"      DELIMITED BY SIZE
006559         INTO BALANCE-REPORT-RECORD
006560     END-STRING
006561     WRITE BALANCE-REPORT-RECORD
006562     PERFORM 9110-CHECK-BALANCE-STATUS THRU 9110-EXIT
006563
006564     MOVE SPACES TO BALANCE-REPORT-RECORD
006565     MOVE WS-HIST-DAY-COUNT TO WS-COUNT-DISPLAY
006570     MOVE WS-HIST-DAY-TOTAL TO WS-TOTAL-DISPLAY
006580     IF WS-HIST-DAY-TOTAL
006590             = WS-EXT-DAY-TOTAL - WS-EXT-AR-TOTAL
006595                 - WS-EXT-AP-TOTAL
006600         AND WS-HIST-DAY-COUNT
006610             = WS-EXT-DAY-COUNT - WS-EXT-AR-COUNT
006615                 - WS-EXT-AP-COUNT
006620         STRING
006630             "HISTORY ROWS ADDED TODAY : " DELIMITED BY SIZE
006640             WS-COUNT-DISPLAY             DELIMITED BY SIZE
