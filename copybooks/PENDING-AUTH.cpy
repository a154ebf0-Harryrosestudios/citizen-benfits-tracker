000010*----------------------------------------------------------*
000020*  PENDING-AUTH                                            *
000030*  ONE ROW PER PAYMENT HELD FOR A SECOND OFFICER'S         *
000040*  AUTHORISATION INSTEAD OF GOING TO THE EXTRACT - A       *
000050*  SINGLE PAYMENT OVER ITS LIMIT, OR TOO FAR ABOVE THE     *
000060*  CLAIM'S LAST PAYMENT, AS JUDGED BY CITIZEN-AUTHCHK FOR  *
000070*  CITIZEN-BATCH, CITIZEN-ARREARS, CITIZEN-REISSUE AND     *
000080*  CITIZEN-REVIEW.  KEYED ON THE CLAIM, THE PAYMENT THE    *
000090*  ITEM IS FOR AND THE PROGRAM THAT HELD IT, SO A RERUN    *
000100*  FINDS THE ITEM ALREADY HELD RATHER THAN HOLDING IT      *
000110*  TWICE.  CITIZEN-APPROVE MARKS THE ROW WITH THE          *
000120*  DECISION AND, FOR AN APPROVAL, PAYS IT.  ROWS ARE KEPT. *
000130*----------------------------------------------------------*
000140*  15/10/2026 RH   INITIAL VERSION.                        *
000150*----------------------------------------------------------*
000160 01  PENDING-AUTH-RECORD.
000170     05  PND-KEY.
000180         10  PND-CITIZEN-ID          PIC X(05).
000190         10  PND-BENEFIT-TYPE        PIC X(02).
000200*        THE PAYMENT THE ITEM IS FOR, YYYYMMDD: THE RUN DATE
000210*        OF A BATCH OR REVIEW PAYMENT, THE HISTORY ROW AN
000220*        ARREARS TOP-UP IS FOR, THE ORIGINAL DATE OF A FAILED
000230*        PAYMENT BEING RE-ISSUED.
000240         10  PND-PAYMENT-DATE        PIC 9(08).
000250         10  PND-SOURCE              PIC X(08).
000260             88  PND-FROM-BATCH          VALUE "BATCH".
000270             88  PND-FROM-ARREARS        VALUE "ARREARS".
000280             88  PND-FROM-REISSUE        VALUE "REISSUE".
000290             88  PND-FROM-REVIEW         VALUE "REVIEW".
000300     05  PND-STATUS                  PIC X(01).
000310         88  PND-PENDING                 VALUE "P".
000320         88  PND-APPROVED                VALUE "A".
000330         88  PND-REJECTED                VALUE "R".
000340         88  PND-SUPERSEDED              VALUE "S".
000350*    THE AMOUNT TO PAY IF APPROVED.  FOR A BATCH PAYMENT THIS
000360*    IS NET OF THE OVERPAYMENT RECOVERY ALREADY TAKEN OFF THE
000370*    LEDGER, WHICH A REJECTION PUTS BACK; GROSS IS THE AWARD
000380*    BEFORE THE RECOVERY.  LAST-PAID IS THE CLAIM'S LATEST
000390*    PAYMENT-HISTORY ROW WHEN THE ITEM WAS HELD, ZERO IF NONE.
000400     05  PND-AMOUNT                  PIC 9(09)V99.
000410     05  PND-GROSS-AMOUNT            PIC 9(09)V99.
000420     05  PND-RECOVERY-AMOUNT         PIC 9(09)V99.
000430     05  PND-LAST-PAID               PIC 9(09)V99.
000440     05  PND-REASON                  PIC X(40).
000450*    WHERE THE MONEY GOES, RESOLVED (APPOINTEE INCLUDED) WHEN
000460*    THE ITEM WAS HELD - THE SAME FIELDS AS THE EXTRACT LINE.
000470     05  PND-SORT-CODE               PIC X(06).
000480     05  PND-ACCOUNT-NUMBER          PIC X(08).
000490     05  PND-PAY-METHOD              PIC X(01).
000500*    THE RUN THAT HELD THE ITEM, AND THE OFFICER WHOSE
000510*    DECISION RAISED IT - BLANK UNLESS CITIZEN-REVIEW HELD IT.
000520     05  PND-HELD-DATE               PIC 9(08).
000530     05  PND-HELD-RUN-ID             PIC X(08).
000540     05  PND-KEYED-BY                PIC X(08).
000550*    THE AUTHORISING OFFICER AND RUN - SPACES AND ZERO WHILE
000560*    THE ITEM IS STILL PENDING.
000570     05  PND-DECIDED-BY              PIC X(08).
000580     05  PND-DECIDED-DATE            PIC 9(08).
000590     05  PND-DECIDED-RUN-ID          PIC X(08).
000600     05  FILLER                      PIC X(20).
