000010*----------------------------------------------------------*
000020*  FORECAST-HISTORY                                        *
000030*  ONE ROW PER FORECAST WEEK AND BENEFIT TYPE ON           *
000040*  FORECAST-HISTORY.DAT, KEPT BY CITIZEN-CASHFC.  EACH     *
000050*  RUN REPLACES THE ROWS FOR THE WEEKS STILL TO COME WITH  *
000060*  ITS OWN FORECAST, SO A WEEK'S ROW ALWAYS HOLDS THE LAST *
000070*  FORECAST MADE BEFORE THE WEEK BEGAN.  ONCE THE WEEK IS  *
000080*  OVER, THE NEXT RUN ADDS WHAT THE AUDIT TRAIL SHOWS WAS  *
000090*  ACTUALLY PAID IN IT AND STAMPS THE DATE COMPARED; A     *
000100*  COMPARED ROW IS NEVER CHANGED AGAIN.  AMOUNTS ARE       *
000110*  UNSIGNED, TWO DECIMAL PLACES.                           *
000120*----------------------------------------------------------*
000130*  15/10/2026 RH   INITIAL VERSION.                        *
000140*----------------------------------------------------------*
000150 01  FORECAST-HISTORY-RECORD.
000160     05  FCH-KEY.
000170         10  FCH-WEEK-START          PIC 9(08).
000180         10  FCH-BENEFIT-TYPE        PIC X(02).
000190     05  FCH-WEEK-END                PIC 9(08).
000200*    THE RUN THAT MADE THE FORECAST NOW ON THE ROW.
000210     05  FCH-FORECAST-DATE           PIC 9(08).
000220     05  FCH-FORECAST-RUN-ID         PIC X(08).
000230     05  FCH-PAYMENT-COUNT           PIC 9(07).
000240     05  FCH-GROSS                   PIC 9(09)V99.
000250     05  FCH-RECOVERY                PIC 9(09)V99.
000260     05  FCH-NET                     PIC 9(09)V99.
000270*    ZERO UNTIL THE WEEK HAS BEEN COMPARED WITH THE AUDIT
000280*    TRAIL; THE ACTUAL FIGURES ARE ONLY MEANINGFUL AFTER.
000290     05  FCH-COMPARED-DATE           PIC 9(08).
000300         88  FCH-NOT-COMPARED            VALUE ZERO.
000310     05  FCH-ACTUAL-COUNT            PIC 9(07).
000320     05  FCH-ACTUAL-PAID             PIC 9(09)V99.
000330     05  FILLER                      PIC X(10).
