000010*----------------------------------------------------------*
000020*  PAYABLE-ORDER-REGISTER                                  *
000030*  ONE ROW PER PAYABLE ORDER SERIAL NUMBER, KEYED ON THE   *
000040*  SERIAL.  WRITTEN BY CITIZEN-ORDERS WHEN A "P" LINE ON   *
000050*  PAYMENT-EXTRACT.TXT IS GIVEN THE NEXT SERIAL OFF THE    *
000060*  ORDER STOCK, AND MOVED ON FROM ISSUED TO CASHED (THE    *
000070*  BANK'S ENCASHMENT FILE), CANCELLED (A CLERICAL STOP OR  *
000080*  AN ORDER SPOILED IN PRINT) OR STALE (NOT CASHED WITHIN  *
000090*  THE VALIDITY PERIOD).  THE ALTERNATE KEY IS THE EXTRACT *
000100*  LINE THE ORDER PAYS, SO A SECOND RUN OVER THE SAME      *
000110*  EXTRACT FINDS THE ORDER ALREADY ISSUED.  A BLANK FORM   *
000120*  SPOILED BEFORE USE IS HELD AS A CANCELLED ROW WITH NO   *
000130*  CLAIM, SO ITS SERIAL IS NEVER ISSUED.                   *
000140*----------------------------------------------------------*
000150*  15/10/2026 RH   INITIAL VERSION.                        *
000160*----------------------------------------------------------*
000170 01  ORDER-RECORD.
000180     05  ORD-SERIAL                  PIC 9(08).
000190     05  ORD-PAYMENT-REF.
000200         10  ORD-CITIZEN-ID          PIC X(05).
000210         10  ORD-BENEFIT-TYPE        PIC X(02).
000220         10  ORD-PAYMENT-DATE        PIC 9(08).
000230         10  ORD-RUN-ID              PIC X(08).
000240     05  ORD-AMOUNT                  PIC 9(09)V99.
000250     05  ORD-PAYEE-NAME              PIC X(20).
000260     05  ORD-ISSUE-DATE              PIC 9(08).
000270     05  ORD-STATUS                  PIC X(01).
000280         88  ORD-ISSUED                  VALUE "I".
000290         88  ORD-CASHED                  VALUE "C".
000300         88  ORD-CANCELLED               VALUE "X".
000310         88  ORD-STALE                   VALUE "S".
000320*    DATE THE ROW LAST CHANGED STATUS - THE ISSUE DATE UNTIL
000330*    IT IS CASHED, CANCELLED OR STALE-DATED.
000340     05  ORD-STATUS-DATE             PIC 9(08).
000350     05  ORD-CASHED-AMOUNT           PIC 9(09)V99.
000360*    WHY AN ORDER WAS CANCELLED, FROM THE ORDER ACTION LINE.
000370     05  ORD-REASON                  PIC X(20).
000380*    RUN IDENTIFIER OF THE CITIZEN-ORDERS RUN THAT ISSUED IT.
000390     05  ORD-ISSUE-RUN-ID            PIC X(08).
000400     05  FILLER                      PIC X(10).
