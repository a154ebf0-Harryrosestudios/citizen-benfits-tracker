000010*----------------------------------------------------------*
000020*  RECERT-CONTROL                                          *
000030*  ONE ROW PER CLAIM ON A RE-CERTIFICATION CYCLE (AA AND   *
000040*  CA EVERY 52 WEEKS, UC EVERY 26), KEYED THE SAME WAY AS  *
000050*  THE MASTER (CITIZEN-ID PLUS BENEFIT TYPE).  THE DUE     *
000060*  DATE IS SET BY CITIZEN-MAINT WHEN THE CLAIM IS ADDED OR *
000070*  RESUMED AND ROLLED FORWARD BY AN F (FORM RETURNED)      *
000080*  TRANSACTION.  CITIZEN-RECERT ISSUES THE REVIEW FORM     *
000090*  WHEN THE DUE DATE COMES INSIDE THE NOTICE PERIOD AND    *
000100*  RAISES A SUSPENSION WHEN THE REPLY-BY DATE PASSES       *
000110*  WITHOUT THE FORM COMING BACK.                           *
000120*----------------------------------------------------------*
000130*  15/10/2026 RH   INITIAL VERSION.                        *
000140*----------------------------------------------------------*
000150 01  RECERT-CONTROL-RECORD.
000160     05  RCT-KEY.
000170         10  RCT-CITIZEN-ID          PIC X(05).
000180         10  RCT-BENEFIT-TYPE        PIC X(02).
000190     05  RCT-CYCLE-WEEKS             PIC 9(02).
000200*    DATE THE CLAIM IS NEXT DUE FOR RE-CERTIFICATION,
000210*    YYYYMMDD.
000220     05  RCT-DUE-DATE                PIC 9(08).
000230*    WHERE THE CURRENT CYCLE HAS GOT TO.  BACK TO "NOT
000240*    ISSUED" EACH TIME THE DUE DATE IS SET OR ROLLED.
000250     05  RCT-FORM-STATUS             PIC X(01).
000260         88  RCT-FORM-NOT-ISSUED         VALUE " ".
000270         88  RCT-FORM-ISSUED             VALUE "I".
000280         88  RCT-SUSPENSION-RAISED       VALUE "S".
000290*    DATES OF THE LATEST FORM ISSUED, THE DATE IT MUST BE
000300*    BACK BY, THE DATE THE LATEST FORM CAME BACK AND THE
000310*    DATE A SUSPENSION WAS RAISED FOR NO REPLY - ALL
000320*    YYYYMMDD, ZERO WHEN IT HAS NOT HAPPENED.
000330     05  RCT-ISSUED-DATE             PIC 9(08).
000340     05  RCT-REPLY-BY-DATE           PIC 9(08).
000350     05  RCT-RETURNED-DATE           PIC 9(08).
000360     05  RCT-SUSPENDED-DATE          PIC 9(08).
000370*    RUN DATE AND PROGRAM THAT LAST CHANGED THE ROW.
000380     05  RCT-LAST-CHANGED            PIC 9(08).
000390     05  RCT-LAST-PROGRAM            PIC X(15).
000400     05  FILLER                      PIC X(10).
