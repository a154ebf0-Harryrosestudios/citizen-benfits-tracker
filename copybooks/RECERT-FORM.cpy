000010*----------------------------------------------------------*
000020*  RECERT-FORM                                             *
000030*  ONE LINE PER RE-CERTIFICATION REVIEW FORM ISSUED BY A   *
000040*  CITIZEN-RECERT RUN (RECERT-FORMS.TXT, REBUILT EACH      *
000050*  RUN).  READ BY CITIZEN-LETTER IN ITS FORMS MODE TO      *
000060*  PRINT THE REVIEW FORM COVERING LETTER.                  *
000070*----------------------------------------------------------*
000080*  15/10/2026 RH   INITIAL VERSION.                        *
000090*----------------------------------------------------------*
000100 01  RECERT-FORM-RECORD.
000110     05  RCF-CITIZEN-ID              PIC X(05).
000120     05  RCF-BENEFIT-TYPE            PIC X(02).
000130     05  RCF-DUE-DATE                PIC 9(08).
000140     05  RCF-ISSUED-DATE             PIC 9(08).
000150     05  RCF-REPLY-BY-DATE           PIC 9(08).
000160     05  FILLER                      PIC X(09).
