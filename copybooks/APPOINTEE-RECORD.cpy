000010*----------------------------------------------------------*
000020*  APPOINTEE-RECORD                                        *
000030*  ONE ROW PER CLAIM PAID TO SOMEONE OTHER THAN THE        *
000040*  CLAIMANT - A RELATIVE, A SOLICITOR OR A CARE HOME -     *
000050*  KEYED THE SAME WAY AS THE MASTER (CITIZEN-ID PLUS       *
000060*  BENEFIT TYPE).  KEPT BY CITIZEN-MAINT'S N/E             *
000070*  TRANSACTIONS SO THE CLAIMANT'S OWN NAME, ADDRESS AND    *
000080*  BANK DETAILS STAY ON THE MASTER UNTOUCHED.  WHILE THE   *
000090*  APPOINTMENT IS IN FORCE THE PAYING PROGRAMS PAY THE     *
000100*  APPOINTEE'S ACCOUNT AND CITIZEN-LETTER WRITES TO THE    *
000110*  APPOINTEE ON BEHALF OF THE CLAIMANT.                    *
000120*----------------------------------------------------------*
000130*  15/10/2026 RH   INITIAL VERSION.                        *
000140*----------------------------------------------------------*
000150 01  APPOINTEE-RECORD.
000160     05  APT-KEY.
000170         10  APT-CITIZEN-ID          PIC X(05).
000180         10  APT-BENEFIT-TYPE        PIC X(02).
000190     05  APT-NAME                    PIC X(20).
000200     05  APT-ADDRESS                 PIC X(30).
000210     05  APT-SORT-CODE               PIC X(06).
000220     05  APT-ACCOUNT-NUMBER          PIC X(08).
000230     05  APT-PAY-METHOD              PIC X(01).
000240         88  APT-PAID-BY-BACS            VALUES "B" " ".
000250         88  APT-PAID-BY-ORDER           VALUE "P".
000260*    THE APPOINTMENT IS IN FORCE FROM THE START DATE UP TO
000270*    AND INCLUDING THE END DATE, BOTH YYYYMMDD.  AN END DATE
000280*    OF ZERO MEANS THE APPOINTMENT HAS NOT BEEN ENDED.
000290     05  APT-START-DATE              PIC 9(08).
000300     05  APT-END-DATE                PIC 9(08).
000310*    RUN DATE OF THE CITIZEN-MAINT RUN THAT LAST CHANGED THE
000320*    ROW.
000330     05  APT-LAST-CHANGED            PIC 9(08).
000340     05  FILLER                      PIC X(10).
