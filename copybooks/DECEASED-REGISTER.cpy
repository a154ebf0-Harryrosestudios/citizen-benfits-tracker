000010*----------------------------------------------------------*
000020*  DECEASED-REGISTER                                       *
000030*  ONE ROW PER CITIZEN WHOSE DEATH HAS BEEN CONFIRMED AND  *
000040*  ACTIONED, KEYED ON CITIZEN-ID.  WRITTEN BY              *
000050*  CITIZEN-DEATHS ONCE EVERY CLAIM THE CITIZEN HOLDS HAS   *
000060*  BEEN TERMINATED AND THE POST-DEATH PAYMENTS RAISED ON   *
000070*  THE OVERPAYMENT LEDGER; A SECOND NOTICE FOR THE SAME    *
000080*  CITIZEN FINDS THE ROW AND IS NOT ACTIONED AGAIN.  READ  *
000090*  BY CITIZEN-LETTER SO NO PAYMENT ADVICE IS POSTED TO     *
000100*  SOMEONE WE KNOW HAS DIED.                               *
000110*----------------------------------------------------------*
000120*  15/10/2026 RH   INITIAL VERSION.                        *
000130*----------------------------------------------------------*
000140 01  DECEASED-RECORD.
000150     05  DCD-CITIZEN-ID              PIC X(05).
000160     05  DCD-NAME                    PIC X(20).
000170     05  DCD-DOB                     PIC X(10).
000180     05  DCD-DATE-OF-DEATH           PIC 9(08).
000190*    RUN DATE AND RUN IDENTIFIER OF THE CITIZEN-DEATHS RUN
000200*    THAT ACTIONED THE NOTICE.
000210     05  DCD-ACTIONED-DATE           PIC 9(08).
000220     05  DCD-RUN-ID                  PIC X(08).
000230     05  DCD-CLAIMS-STOPPED          PIC 9(02).
000240     05  DCD-OVERPAY-TOTAL           PIC 9(09)V99.
000250     05  FILLER                      PIC X(08).
