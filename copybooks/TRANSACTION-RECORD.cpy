000010*----------------------------------------------------------*
000020*  TRANSACTION-RECORD                                      *
000030*  ONE FIXED-WIDTH LINE OF TRANSACTIONS.TXT, THE DAILY     *
000040*  INPUT TO CITIZEN-MAINT: THE CODE, THEN THE CITIZEN      *
000050*  RECORD FIELDS IN COPYBOOK ORDER.  THE AMOUNT TRAVELS AS *
000060*  TEXT AND GETS THE SAME NUMVAL EDIT CITIZEN-LOAD GIVES   *
000070*  THE SOURCE EXTRACT.  KEYED BY THE CLERICAL SECTION AND  *
000075*  ADDED TO BY CITIZEN-RECERT.  CITIZEN-REVIEW WRITES THE  *
000080*  SAME LINE TO CARRIED-TRANSACTIONS.TXT, WHICH            *
000085*  CITIZEN-MAINT READS AFTER TRANSACTIONS.TXT, SO ALL      *
000090*  THREE COPY THIS LAYOUT RATHER THAN CARRYING THEIR OWN.  *
000100*----------------------------------------------------------*
000110*  15/10/2026 RH   INITIAL VERSION, TAKEN FROM THE LAYOUT  *
000120*                  CITIZEN-MAINT CARRIED.                  *
000123*  15/10/2026 RH   CITIZEN-REVIEW'S LINES NOW GO ON        *
000126*                  CARRIED-TRANSACTIONS.TXT.               *
000130*----------------------------------------------------------*
000140 01  TRANSACTION-RECORD.
000150     05  TXN-CODE                    PIC X(01).
000160         88  TXN-ADD                     VALUE "A".
000170         88  TXN-AMEND                   VALUE "C".
000180         88  TXN-DELETE                  VALUE "D".
000190         88  TXN-SUSPEND                 VALUE "S".
000200         88  TXN-RESUME                  VALUE "R".
000210         88  TXN-TERMINATE               VALUE "T".
000220         88  TXN-STATUS-CODE             VALUES "S" "R" "T".
000230         88  TXN-APPOINT                 VALUE "N".
000240         88  TXN-END-APPOINT             VALUE "E".
000250         88  TXN-APPOINTEE-CODE          VALUES "N" "E".
000260         88  TXN-FORM-RETURNED           VALUE "F".
000270         88  VALID-TXN-CODE              VALUES "A" "C" "D"
000280                                                "S" "R" "T"
000290                                                "N" "E" "F".
000300     05  TXN-CITIZEN-ID              PIC X(05).
000310     05  TXN-NAME                    PIC X(20).
000320     05  TXN-DOB                     PIC X(10).
000330     05  TXN-BENEFIT-TYPE            PIC X(02).
000340     05  TXN-AMOUNT-STR              PIC X(10).
000350     05  TXN-ADDRESS                 PIC X(30).
000360     05  TXN-SORT-CODE               PIC X(06).
000370     05  TXN-ACCOUNT-NUMBER          PIC X(08).
000380     05  TXN-PAY-METHOD              PIC X(01).
000390         88  VALID-TXN-PAY-METHOD        VALUES "B" "P" " ".
000400*    EFFECTIVE DATE FOR AN S/R/T STATUS TRANSACTION, THE
000410*    START DATE OF AN N APPOINTMENT, THE END DATE OF AN E OR
000420*    THE DATE AN F FORM CAME BACK, YYYYMMDD - BLANK MEANS
000430*    EFFECTIVE TODAY.
000440     05  TXN-STATUS-DATE             PIC X(08).
000450*    WHO RAISED THE TRANSACTION - THE KEYING OFFICER, THE
000460*    OFFICER WHOSE DECISION CITIZEN-REVIEW ACTIONED, OR THE
000470*    CITIZEN-RECERT RUN IDENTIFIER.  CARRIED ONTO THE
000480*    JOURNAL ROW BY CITIZEN-MAINT.
000490     05  TXN-OFFICER-ID              PIC X(08).
