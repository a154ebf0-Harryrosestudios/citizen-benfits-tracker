000010*----------------------------------------------------------*
000020*  RETURNED-PAYMENT                                        *
000030*  ONE ROW PER PAYMENT THAT NEVER REACHED THE CLAIMANT: A  *
000040*  BACS PAYMENT THE BANK RETURNED (WRITTEN BY              *
000050*  CITIZEN-RECON) OR A PAYABLE ORDER CANCELLED OR          *
000060*  STALE-DATED UNCASHED (WRITTEN BY CITIZEN-ORDERS).       *
000070*  KEYED LIKE PAYHIST-KEY ON CITIZEN-ID, BENEFIT TYPE AND  *
000080*  THE PAYMENT DATE OF THE PAYMENT THAT FAILED, SO A RERUN *
000090*  OF EITHER PROGRAM CANNOT RECORD THE SAME RETURN TWICE.  *
000100*  THE PAYMENT-HISTORY ROW IS LEFT AS IT WAS PAID; A       *
000110*  RE-ISSUE IS A NEW HISTORY ROW AT ITS OWN DATE.  READ BY *
000120*  CITIZEN-TAXYEAR TO TAKE RETURNED MONEY OUT OF WHAT A    *
000130*  CLAIMANT WAS PAID.  PERMANENT - ROWS ARE NEVER          *
000140*  REWRITTEN OR DELETED.                                   *
000150*----------------------------------------------------------*
000160*  15/10/2026 RH   INITIAL VERSION.                        *
000170*----------------------------------------------------------*
000180 01  RETURNED-PAYMENT-RECORD.
000190     05  RTP-KEY.
000200         10  RTP-CITIZEN-ID          PIC X(05).
000210         10  RTP-BENEFIT-TYPE        PIC X(02).
000220         10  RTP-PAYMENT-DATE        PIC 9(08).
000230     05  RTP-AMOUNT                  PIC 9(09)V99.
000240*    THE DAY THE RETURN, CANCELLATION OR STALE-DATING WAS
000250*    PROCESSED, AND WHY.
000260     05  RTP-RETURNED-DATE           PIC 9(08).
000270     05  RTP-REASON                  PIC X(20).
000280     05  RTP-PROGRAM-NAME            PIC X(15).
000290     05  FILLER                      PIC X(11).
