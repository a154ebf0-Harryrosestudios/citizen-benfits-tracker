000010*----------------------------------------------------------*
000020*  DECEASED-OVERPAY                                        *
000030*  ONE ROW PER PAYMENT CITIZEN-RECON HAS RAISED ON THE     *
000040*  OVERPAYMENT LEDGER BECAUSE THE BANK ACCEPTED IT BUT     *
000050*  REPORTED THE PAYEE DECEASED.  KEYED LIKE PAYHIST-KEY ON *
000060*  CITIZEN-ID, BENEFIT TYPE AND PAYMENT DATE, SO A RERUN   *
000070*  OF CITIZEN-RECON CANNOT RAISE THE SAME PAYMENT TWICE,   *
000080*  AND CITIZEN-DEATHS, WHEN THE DEATH NOTICE ARRIVES       *
000090*  LATER, LEAVES THE PAYMENT OFF WHAT IT RAISES FOR THE    *
000100*  ESTATE.  PERMANENT - ROWS ARE NEVER REWRITTEN OR        *
000110*  DELETED.                                                *
000120*----------------------------------------------------------*
000130*  15/10/2026 RH   INITIAL VERSION.                        *
000140*----------------------------------------------------------*
000150 01  DECEASED-OVERPAY-RECORD.
000160     05  DOP-KEY.
000170         10  DOP-CITIZEN-ID          PIC X(05).
000180         10  DOP-BENEFIT-TYPE        PIC X(02).
000190         10  DOP-PAYMENT-DATE        PIC 9(08).
000200     05  DOP-AMOUNT                  PIC 9(09)V99.
000210*    THE DAY THE PAYMENT WAS RAISED, AND THE RETURN REASON
000220*    THE BANK GAVE.
000230     05  DOP-RAISED-DATE             PIC 9(08).
000240     05  DOP-REASON                  PIC X(20).
000250     05  FILLER                      PIC X(26).
