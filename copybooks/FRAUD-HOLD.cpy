000010*----------------------------------------------------------*
000020*  FRAUD-HOLD                                              *
000030*  ONE ROW PER CLAIM CITIZEN-FRAUD HAS REFERRED FOR A      *
000040*  CLERICAL DECISION, KEYED THE SAME WAY AS THE MASTER     *
000050*  (CITIZEN-ID PLUS BENEFIT TYPE).  WHILE THE ROW IS HELD  *
000060*  CITIZEN-BATCH SKIPS THE CLAIM AS IT DOES A SUSPENDED    *
000070*  ONE.  THE DECISION TAKEN THROUGH CITIZEN-REVIEW ON THE  *
000080*  REFERRAL'S QUEUE ENTRY ENDS THE HOLD - A RELEASE OR AN  *
000090*  AMEND CLEARS IT, A REJECTION UPHOLDS IT AND SUSPENDS    *
000100*  THE CLAIM THROUGH CITIZEN-MAINT.  THE ROW IS KEPT SO    *
000110*  THE SAME FINDINGS ARE NOT REFERRED AGAIN NIGHT AFTER    *
000120*  NIGHT.                                                  *
000130*----------------------------------------------------------*
000140*  15/10/2026 RH   INITIAL VERSION.                        *
000150*----------------------------------------------------------*
000160 01  FRAUD-HOLD-RECORD.
000170     05  FHD-KEY.
000180         10  FHD-CITIZEN-ID          PIC X(05).
000190         10  FHD-BENEFIT-TYPE        PIC X(02).
000200     05  FHD-HOLD-STATUS             PIC X(01).
000210         88  FHD-HELD                    VALUE "H".
000220         88  FHD-CLEARED                 VALUE "C".
000230         88  FHD-UPHELD                  VALUE "U".
000240*    THE SCORE THE CLAIM WAS REFERRED ON, AND WHICH FINDINGS
000250*    MADE IT UP - ONE BYTE EACH, THE FINDING'S LETTER OR A
000260*    SPACE: SHARED ACCOUNT "A", CROWDED ADDRESS "D", SAME
000270*    NAME AND DATE OF BIRTH "N", BANK DETAILS CHANGED BEFORE
000280*    THE LAST PAYMENT "B".
000290     05  FHD-SCORE                   PIC 9(04).
000300     05  FHD-FINDINGS.
000310         10  FHD-FOUND-ACCOUNT       PIC X(01).
000320         10  FHD-FOUND-ADDRESS       PIC X(01).
000330         10  FHD-FOUND-NAME-DOB      PIC X(01).
000340         10  FHD-FOUND-BANK-CHANGE   PIC X(01).
000350*    RUN THAT MADE THE REFERRAL AND RUN THAT ACTIONED THE
000360*    DECISION - DATES YYYYMMDD, ZERO WHILE STILL HELD.
000370     05  FHD-REFERRED-DATE           PIC 9(08).
000380     05  FHD-REFERRED-RUN-ID         PIC X(08).
000390     05  FHD-DECIDED-DATE            PIC 9(08).
000400     05  FHD-DECIDED-RUN-ID          PIC X(08).
000410*    RUN DATE AND PROGRAM THAT LAST CHANGED THE ROW.
000420     05  FHD-LAST-CHANGED            PIC 9(08).
000430     05  FHD-LAST-PROGRAM            PIC X(15).
000440     05  FILLER                      PIC X(10).
