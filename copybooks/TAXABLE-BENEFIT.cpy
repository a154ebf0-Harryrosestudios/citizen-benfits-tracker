000010*----------------------------------------------------------*
000020*  TAXABLE-BENEFIT                                         *
000030*  THE FIXED-WIDTH TAXABLE-BENEFITS INTERFACE FILE SENT TO *
000040*  HM REVENUE AND CUSTOMS AT TAX YEAR END, WRITTEN BY      *
000050*  CITIZEN-TAXYEAR.  80-BYTE RECORDS: ONE HEADER (H), ONE  *
000060*  DETAIL (D) PER CITIZEN PER TAXABLE BENEFIT TYPE PAID IN *
000070*  THE YEAR, AND ONE TRAILER (T) CARRYING THE DETAIL COUNT *
000080*  AND THE TOTAL OF THE DETAIL AMOUNTS AS CONTROL TOTALS.  *
000090*  AMOUNTS ARE UNSIGNED, IMPLIED TWO DECIMAL PLACES.       *
000100*----------------------------------------------------------*
000110*  15/10/2026 RH   INITIAL VERSION.                        *
000120*----------------------------------------------------------*
000130 01  TAXABLE-BENEFIT-RECORD.
000140     05  TXB-RECORD-TYPE             PIC X(01).
000150         88  TXB-HEADER                        VALUE "H".
000160         88  TXB-DETAIL                        VALUE "D".
000170         88  TXB-TRAILER                       VALUE "T".
000180     05  TXB-HEADER-DATA.
000190         10  TXB-HDR-SENDER          PIC X(08).
000200         10  TXB-HDR-INTERFACE       PIC X(08).
000210         10  TXB-HDR-YEAR-START      PIC 9(08).
000220         10  TXB-HDR-YEAR-END        PIC 9(08).
000230         10  TXB-HDR-CREATED-DATE    PIC 9(08).
000240         10  FILLER                  PIC X(39).
000250     05  TXB-DETAIL-DATA REDEFINES TXB-HEADER-DATA.
000260         10  TXB-CITIZEN-ID          PIC X(05).
000270         10  TXB-NAME                PIC X(20).
000280         10  TXB-DATE-OF-BIRTH       PIC X(10).
000290         10  TXB-BENEFIT-TYPE        PIC X(02).
000300         10  TXB-TAXABLE-AMOUNT      PIC 9(09)V99.
000310         10  FILLER                  PIC X(31).
000320     05  TXB-TRAILER-DATA REDEFINES TXB-HEADER-DATA.
000330         10  TXB-TRL-DETAIL-COUNT    PIC 9(07).
000340         10  TXB-TRL-TOTAL-AMOUNT    PIC 9(11)V99.
000350         10  FILLER                  PIC X(59).
