000010*----------------------------------------------------------*
000020*  CASH-FORECAST                                           *
000030*  THE FIXED-WIDTH THIRTEEN-WEEK CASH REQUIREMENT FILE     *
000040*  LOADED BY FINANCE, WRITTEN BY CITIZEN-CASHFC.           *
000050*  80-BYTE RECORDS: ONE HEADER (H); ONE DETAIL (D) PER     *
000060*  WEEK PER BENEFIT TYPE, ZERO WEEKS INCLUDED; ONE (M) PER *
000070*  SOURCE AND BENEFIT TYPE OF THE ITEMS THAT MAY BECOME    *
000080*  PAYABLE, WHICH ARE NOT IN THE D FIGURES; ONE (V) PER    *
000090*  PAST WEEK AND TYPE NOW COMPARED WITH WHAT WAS PAID; AND *
000100*  ONE TRAILER (T) CARRYING THE D AND M COUNTS AND TOTALS  *
000110*  AND THE V COUNT AS CONTROL TOTALS.  AMOUNTS ARE         *
000120*  UNSIGNED, IMPLIED TWO DECIMAL PLACES, EXCEPT THE        *
000130*  VARIANCE, WHICH CARRIES A LEADING SIGN.                 *
000140*----------------------------------------------------------*
000150*  15/10/2026 RH   INITIAL VERSION.                        *
000160*----------------------------------------------------------*
000170 01  CASH-FORECAST-RECORD.
000180     05  CFC-RECORD-TYPE             PIC X(01).
000190         88  CFC-HEADER                        VALUE "H".
000200         88  CFC-DETAIL                        VALUE "D".
000210         88  CFC-MAY-BECOME                    VALUE "M".
000220         88  CFC-VARIANCE                      VALUE "V".
000230         88  CFC-TRAILER                       VALUE "T".
000240     05  CFC-HEADER-DATA.
000250         10  CFC-HDR-SENDER          PIC X(08).
000260         10  CFC-HDR-INTERFACE       PIC X(08).
000270         10  CFC-HDR-CREATED-DATE    PIC 9(08).
000280         10  CFC-HDR-FIRST-DAY       PIC 9(08).
000290         10  CFC-HDR-LAST-DAY        PIC 9(08).
000300         10  CFC-HDR-WEEKS           PIC 9(02).
000310         10  FILLER                  PIC X(37).
000320     05  CFC-DETAIL-DATA REDEFINES CFC-HEADER-DATA.
000330         10  CFC-WEEK-NUMBER         PIC 9(02).
000340         10  CFC-WEEK-START          PIC 9(08).
000350         10  CFC-WEEK-END            PIC 9(08).
000360         10  CFC-BENEFIT-TYPE        PIC X(02).
000370         10  CFC-PAYMENT-COUNT       PIC 9(07).
000380         10  CFC-GROSS               PIC 9(09)V99.
000390         10  CFC-RECOVERY            PIC 9(09)V99.
000400         10  CFC-NET                 PIC 9(09)V99.
000410         10  FILLER                  PIC X(19).
000420     05  CFC-MAY-BECOME-DATA REDEFINES CFC-HEADER-DATA.
000430         10  CFC-MB-SOURCE           PIC X(08).
000440         10  CFC-MB-BENEFIT-TYPE     PIC X(02).
000450         10  CFC-MB-ITEM-COUNT       PIC 9(07).
000460         10  CFC-MB-AMOUNT           PIC 9(09)V99.
000470         10  FILLER                  PIC X(51).
000480     05  CFC-VARIANCE-DATA REDEFINES CFC-HEADER-DATA.
000490         10  CFC-VAR-WEEK-START      PIC 9(08).
000500         10  CFC-VAR-WEEK-END        PIC 9(08).
000510         10  CFC-VAR-BENEFIT-TYPE    PIC X(02).
000520         10  CFC-VAR-FORECAST        PIC 9(09)V99.
000530         10  CFC-VAR-ACTUAL          PIC 9(09)V99.
000540         10  CFC-VAR-VARIANCE        PIC S9(09)V99
000550                                     SIGN IS LEADING SEPARATE.
000560         10  FILLER                  PIC X(27).
000570     05  CFC-TRAILER-DATA REDEFINES CFC-HEADER-DATA.
000580         10  CFC-TRL-DETAIL-COUNT    PIC 9(07).
000590         10  CFC-TRL-DETAIL-NET      PIC 9(11)V99.
000600         10  CFC-TRL-MB-COUNT        PIC 9(07).
000610         10  CFC-TRL-MB-AMOUNT       PIC 9(11)V99.
000620         10  CFC-TRL-VARIANCE-COUNT  PIC 9(07).
000630         10  FILLER                  PIC X(32).
