000010*----------------------------------------------------------*
000020*  MASTER-JOURNAL                                          *
000030*  ONE ROW PER WRITE TO THE CITIZEN MASTER (CITIZENS.DAT): *
000031*  AN ADD, AMEND, DELETE OR STATUS CHANGE BY CITIZEN-      *
000032*  MAINT, A ROW CLEARED OR LOADED BY CITIZEN-LOAD, AN      *
000033*  AMEND OR RELOAD BY CITIZEN-REVIEW, A TERMINATION BY     *
000034*  CITIZEN-DEATHS OR A REVERSAL BY CITIZEN-BACKOUT - WITH  *
000035*  THE WHOLE ROW AS IT STOOD BEFORE AND AFTER THE WRITE.   *
000036*  KEYED ON THE RUN (RUN DATE, RUN IDENTIFIER) AND A       *
000037*  SEQUENCE NUMBER WITHIN IT, SO ONE RUN'S CHANGES READ    *
000038*  BACK IN THE ORDER THEY WERE MADE, WITH AN ALTERNATE     *
000039*  INDEX ON THE CLAIM SO EVERY CHANGE EVER MADE TO ONE     *
000040*  CLAIM CAN BE FOUND.  PERMANENT - ROWS ARE NEVER         *
000041*  REWRITTEN OR DELETED.                                   *
000140*----------------------------------------------------------*
000150*  15/10/2026 RH   INITIAL VERSION.                        *
000152*  15/10/2026 RH   THE OFFICER WHO KEYED THE CHANGE IS NOW *
000154*                  CARRIED, TAKEN FROM THE TRAILING        *
000156*                  FILLER, SO A HELD PAYMENT CAN BE        *
000158*                  REFUSED APPROVAL BY THE SAME OFFICER.   *
000160*----------------------------------------------------------*
000170 01  JOURNAL-RECORD.
000180     05  JNL-KEY.
000190         10  JNL-RUN-DATE            PIC 9(08).
000200         10  JNL-RUN-ID              PIC X(08).
000210         10  JNL-SEQUENCE            PIC 9(07).
000220     05  JNL-CITIZEN-KEY.
000230         10  JNL-CITIZEN-ID          PIC X(05).
000240         10  JNL-BENEFIT-TYPE        PIC X(02).
000250*    THE WRITING PROGRAM'S OWN TRANSACTION CODE: CITIZEN-MAINT'S
000260*    A/C/D/S/R/T, CITIZEN-REVIEW'S DECISION ACTION "A", AND THE
000270*    CODES BELOW FOR THE PROGRAMS THAT HAVE NONE OF THEIR OWN.
000280     05  JNL-TXN-CODE                PIC X(01).
000290         88  JNL-LOADED                  VALUE "L".
000300         88  JNL-CLEARED-BY-RELOAD       VALUE "Z".
000310         88  JNL-DEATH-TERMINATION       VALUE "K".
000320         88  JNL-BACKED-OUT              VALUE "B".
000330     05  JNL-PROGRAM-NAME            PIC X(15).
000340*    WHEN THE ROW WAS WRITTEN, YYYYMMDD AND HHMMSSHH.
000350     05  JNL-ENTRY-DATE              PIC 9(08).
000360     05  JNL-ENTRY-TIME              PIC 9(08).
000370*    THE WHOLE CITIZEN-RECORD BEFORE AND AFTER THE WRITE - SAME
000380*    LENGTH AS THE CITIZEN-RECORD COPYBOOK.  SPACES BEFORE AN
000390*    ADD, AND AFTER A DELETE.
000400     05  JNL-BEFORE-IMAGE            PIC X(101).
000410     05  JNL-AFTER-IMAGE             PIC X(101).
000420*    ON A CITIZEN-BACKOUT ROW, THE RUN WHOSE CHANGE IT REVERSED.
000430     05  JNL-REVERSED-RUN.
000440         10  JNL-REVERSED-RUN-DATE   PIC 9(08).
000450         10  JNL-REVERSED-RUN-ID     PIC X(08).
000460*    THE OFFICER WHO KEYED THE CHANGE - CITIZEN-MAINT'S
000470*    TRANSACTION OR CITIZEN-REVIEW'S DECISION.  BLANK FOR A
000480*    CHANGE NO OFFICER KEYED (A LOAD, A DEATH NOTICE).
000490     05  JNL-OFFICER-ID              PIC X(08).
000500     05  FILLER                      PIC X(12).
