000278*                  EXTRACT LINE'S TYPE FOR A PAYMENT        *
000279*                  LETTER, THE QUEUE ENTRY'S "TYPE XX" FOR  *
000280*                  A HELD-FOR-REVIEW LETTER.                *
000281*  15/10/2026 RH   NO LETTER OF EITHER KIND IS PRINTED FOR A *
000282*                  CITIZEN ON THE DECEASED REGISTER         *
000283*                  (DECEASED.DAT, KEPT BY CITIZEN-DEATHS) - *
000284*                  THE ESTATE IS WRITTEN TO SEPARATELY.     *
000285*                  SUPPRESSED LETTERS ARE COUNTED ON THE    *
000286*                  JOB LOG.                                 *
000287*  15/10/2026 RH   A CLAIM WITH AN APPOINTEE IN FORCE (ON    *
000288*                  APPOINTEES.DAT, KEPT BY CITIZEN-MAINT)   *
000289*                  IS WRITTEN TO THE APPOINTEE'S NAME AND   *
000290*                  ADDRESS, WITH AN "ON BEHALF OF" LINE     *
000291*                  NAMING THE CLAIMANT.  A PAYMENT LETTER   *
000292*                  TESTS THE APPOINTMENT AT THE PAYMENT     *
000293*                  DATE, A REVIEW LETTER AT TODAY'S DATE.   *
000294*  15/10/2026 RH   NEW FORMS MODE ("FORMS" ON THE COMMAND   *
000295*                  LINE), RUN AFTER THE WEEKLY              *
000296*                  CITIZEN-RECERT: PRINTS THE COVERING      *
000297*                  LETTER FOR EACH RE-CERTIFICATION REVIEW  *
000298*                  FORM ON RECERT-FORMS.TXT, GIVING THE DUE *
000299*                  DATE AND THE REPLY-BY DATE AFTER WHICH   *
000300*                  PAYMENT IS SUSPENDED, WITH THE SAME      *
000301*                  ADDRESS BLOCK, APPOINTEE AND DECEASED    *
000302*                  HANDLING.  THE DAY'S PAYMENT AND REVIEW  *
000303*                  LETTERS ARE NOT PRINTED IN THIS MODE.    *
000304*  15/10/2026 RH   FORMS MODE SPOOLS TO ITS OWN FILE,       *
000305*                  RECERT-LETTER-SPOOL.TXT, SO THE DAILY    *
000306*                  RUN CANNOT OVERWRITE THE FORM LETTERS.   *
000307*----------------------------------------------------------*
000308
000309*----------------------------------------------------------*
000310*  ENVIRONMENT DIVISION                                    *
000320*----------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-EXTRACT-STATUS.
000390
000391     SELECT DECEASED-FILE ASSIGN TO "deceased.dat"
000392         ORGANIZATION IS INDEXED
000393         ACCESS MODE IS RANDOM
000394         RECORD KEY IS DCD-CITIZEN-ID
000395         FILE STATUS IS WS-DECEASED-STATUS.
000396
000400     SELECT REVIEW-QUEUE-FILE ASSIGN TO "review-queue.txt"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-REVIEW-STATUS.
000421
000422     SELECT APPOINTEE-FILE ASSIGN TO "appointees.dat"
000423         ORGANIZATION IS INDEXED
000424         ACCESS MODE IS RANDOM
000425         RECORD KEY IS APT-KEY
000426         FILE STATUS IS WS-APPOINTEE-STATUS.
000430
000440     SELECT CITIZEN-MASTER-FILE ASSIGN TO "citizens.dat"
000450         ORGANIZATION IS INDEXED
000471         ALTERNATE RECORD KEY IS CITIZEN-BENEFIT-TYPE
000472             WITH DUPLICATES
000480         FILE STATUS IS WS-MASTER-STATUS.
000482
000484     SELECT RECERT-FORM-FILE ASSIGN TO "recert-forms.txt"
000486         ORGANIZATION IS LINE SEQUENTIAL
000488         FILE STATUS IS WS-FORM-STATUS.
000490
000500     SELECT LETTER-SPOOL-FILE ASSIGN TO WS-SPOOL-FILE-NAME
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-SPOOL-STATUS.
000530
000610 FD  EXTRACT-FILE.
000620     COPY PAYMENT-EXTRACT.
000630
000631*  DECEASED-FILE - CITIZENS WHOSE DEATH HAS BEEN ACTIONED BY
000632*  CITIZEN-DEATHS.  READ BY KEY BEFORE EVERY LETTER.
000633 FD  DECEASED-FILE.
000634     COPY DECEASED-REGISTER.
000635
000640*  REVIEW-QUEUE-FILE - THE DAY'S HELD CLAIMS.  THE
000650*  CITIZEN-ID ALWAYS SITS AT "REVIEW " PLUS FIVE BYTES.
000660 FD  REVIEW-QUEUE-FILE.
000670 01  REVIEW-QUEUE-RECORD       PIC X(100).
000680
000681*  APPOINTEE-FILE - THE THIRD PARTY WRITTEN TO WHILE AN
000682*  APPOINTMENT IS IN FORCE.  READ BY KEY BEFORE EVERY LETTER.
000683 FD  APPOINTEE-FILE.
000684     COPY APPOINTEE-RECORD.
000685
000690*  CITIZEN-MASTER-FILE - READ BY KEY FOR THE NAME AND
000700*  ADDRESS BLOCK ON EACH LETTER.
000710 FD  CITIZEN-MASTER-FILE.
000720     COPY CITIZEN-RECORD.
000721
000722*  RECERT-FORM-FILE - THE RE-CERTIFICATION REVIEW FORMS
000723*  ISSUED BY THE LAST CITIZEN-RECERT RUN.  READ IN FORMS
000724*  MODE ONLY.
000725 FD  RECERT-FORM-FILE.
000726     COPY RECERT-FORM.
000730
000740*  LETTER-SPOOL-FILE - THE PRINT SPOOL, ONE LINE PER PRINTED
000750*  LINE, LETTERS SEPARATED BY A FULL-WIDTH RULE.  THE FORMS
000755*  MODE HAS ITS OWN SPOOL (SEE WS-SPOOL-FILE-NAME).
000760 FD  LETTER-SPOOL-FILE.
000770 01  LETTER-SPOOL-RECORD       PIC X(80).
000780
000830     05  WS-REVIEW-STATUS       PIC X(02) VALUE "00".
000840     05  WS-MASTER-STATUS       PIC X(02) VALUE "00".
000850     05  WS-SPOOL-STATUS        PIC X(02) VALUE "00".
000851     05  WS-DECEASED-STATUS     PIC X(02) VALUE "00".
000852     05  WS-APPOINTEE-STATUS    PIC X(02) VALUE "00".
000853     05  WS-FORM-STATUS         PIC X(02) VALUE "00".
000854
000855*  RAW COMMAND LINE PARAMETER: "FORMS" FOR THE WEEKLY REVIEW
000856*  FORM LETTERS, BLANK FOR THE DAY'S PAYMENT AND REVIEW
000857*  LETTERS.
000858 01  WS-PARM-RAW                PIC X(40) VALUE SPACES.
000860
000861*  PRINT SPOOL NAME - LETTER-SPOOL.TXT FOR THE DAILY RUN,
000862*  RECERT-LETTER-SPOOL.TXT IN FORMS MODE, SO THAT THE ONE
000863*  RUN NEVER EMPTIES THE OTHER'S SPOOL BEFORE IT IS PRINTED.
000864 01  WS-SPOOL-FILE-NAME         PIC X(30)
000865                                VALUE "letter-spool.txt".
000866
000870*  BENEFIT TYPE CODES AND THEIR FULL NAMES AS THEY APPEAR ON
000880*  A LETTER, IN STEP WITH THE VALID-BENEFIT-TYPE CODES ON
000890*  THE CITIZEN-RECORD COPYBOOK.
001150     05  WS-PAY-YEAR            PIC 9(04).
001160     05  WS-PAY-MONTH           PIC 9(02).
001170     05  WS-PAY-DAY             PIC 9(02).
001171
001172*  TODAY'S DATE, AND THE DATE AN APPOINTMENT MUST BE IN FORCE
001173*  AT FOR THE LETTER BEING PRINTED TO GO TO THE APPOINTEE.
001174 01  WS-RUN-DATE                PIC 9(08).
001175 01  WS-APT-AS-AT-DATE          PIC 9(08).
001180
001181*  A DATE ON A REVIEW FORM LETTER, BROKEN OUT FOR PRINT.
001182 01  WS-FORM-DATE               PIC 9(08).
001183 01  WS-FORM-DATE-R REDEFINES WS-FORM-DATE.
001185     05  WS-FORM-YEAR           PIC 9(04).
001186     05  WS-FORM-MONTH          PIC 9(02).
001187     05  WS-FORM-DAY            PIC 9(02).
001188
001190 77  WS-COUNT-PAYMENT-LETTERS   PIC 9(07) COMP VALUE ZERO.
001200 77  WS-COUNT-REVIEW-LETTERS    PIC 9(07) COMP VALUE ZERO.
001210 77  WS-COUNT-NOT-ON-MASTER     PIC 9(07) COMP VALUE ZERO.
001211 77  WS-COUNT-DECEASED          PIC 9(07) COMP VALUE ZERO.
001212 77  WS-COUNT-TO-APPOINTEE      PIC 9(07) COMP VALUE ZERO.
001216 77  WS-COUNT-FORM-LETTERS      PIC 9(07) COMP VALUE ZERO.
001220
001230 01  WS-SWITCHES.
001231     05  WS-REGISTER-SWITCH     PIC X(01) VALUE "Y".
001232         88  REGISTER-PRESENT              VALUE "Y".
001233         88  REGISTER-ABSENT               VALUE "N".
001234     05  WS-DECEASED-SWITCH     PIC X(01) VALUE "N".
001235         88  CITIZEN-IS-DECEASED           VALUE "Y".
001236         88  CITIZEN-NOT-DECEASED          VALUE "N".
001237     05  WS-APPOINTEES-SWITCH   PIC X(01) VALUE "Y".
001238         88  APPOINTEES-PRESENT            VALUE "Y".
001239         88  APPOINTEES-ABSENT             VALUE "N".
001240     05  WS-EOF-SWITCH          PIC X(01) VALUE "N".
001250         88  END-OF-FILE                   VALUE "Y".
001260         88  NOT-END-OF-FILE               VALUE "N".
001270     05  WS-QUEUE-EOF-SWITCH    PIC X(01) VALUE "N".
001280         88  END-OF-QUEUE                  VALUE "Y".
001290         88  NOT-END-OF-QUEUE              VALUE "N".
001291     05  WS-ADDRESSEE-SWITCH    PIC X(01) VALUE "C".
001292         88  WRITE-TO-APPOINTEE            VALUE "A".
001293         88  WRITE-TO-CLAIMANT             VALUE "C".
001294     05  WS-FORM-EOF-SWITCH     PIC X(01) VALUE "N".
001295         88  END-OF-FORMS                  VALUE "Y".
001296         88  NOT-END-OF-FORMS              VALUE "N".
001297     05  WS-MODE-SWITCH         PIC X(01) VALUE "D".
001298         88  PRINT-DAILY-LETTERS           VALUE "D".
001299         88  PRINT-REVIEW-FORMS            VALUE "F".
001300
001310*  FILE NAME AND STATUS CARRIED INTO 9100-ABEND-FILE-ERROR WHEN
001320*  AN OPEN OR A WRITE FAILS ON A FILE THE RUN CANNOT CONTINUE
001450         UNTIL END-OF-FILE
001460     PERFORM 3000-LETTER-FOR-REVIEW THRU 3000-EXIT
001470         UNTIL END-OF-QUEUE
001473     PERFORM 4000-LETTER-FOR-RECERT THRU 4000-EXIT
001476         UNTIL END-OF-FORMS
001480     PERFORM 8000-FINALIZE THRU 8000-EXIT
001490     GO TO 9999-EXIT.
001500
001510*----------------------------------------------------------*
001520*  1000-INITIALIZE - OPEN ALL FILES.  A MISSING REVIEW      *
001530*  QUEUE (STATUS 35) JUST MEANS NO CLAIMS WERE HELD TODAY - *
001535*  THE PAYMENT LETTERS STILL GO OUT.  IN FORMS MODE THE     *
001540*  REVIEW FORMS ARE OPENED (1200) IN PLACE OF THE EXTRACT   *
001545*  AND QUEUE.                                               *
001550*----------------------------------------------------------*
001560 1000-INITIALIZE.
001561     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001562     ACCEPT WS-PARM-RAW FROM COMMAND-LINE
001563     IF WS-PARM-RAW = "FORMS"
001564         PERFORM 1200-OPEN-FORM-INPUT THRU 1200-EXIT
001565         GO TO 1000-SHARED-FILES
001566     END-IF
001567     SET END-OF-FORMS TO TRUE
001568
001570     OPEN INPUT EXTRACT-FILE
001580     IF WS-EXTRACT-STATUS NOT = "00"
001590         MOVE "EXTRACT-FILE" TO WS-ERROR-FILE-NAME
001700             MOVE WS-REVIEW-STATUS TO WS-ERROR-STATUS
001710             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
001720         END-IF
001730     END-IF.
001740
001745 1000-SHARED-FILES.
001750     OPEN INPUT CITIZEN-MASTER-FILE
001760     IF WS-MASTER-STATUS NOT = "00"
001770         MOVE "CITIZEN-MASTER-FILE" TO WS-ERROR-FILE-NAME
001780         MOVE WS-MASTER-STATUS TO WS-ERROR-STATUS
001790         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
001800     END-IF
001803
001806     PERFORM 1300-OPEN-REGISTERS THRU 1300-EXIT
001810
001812     IF PRINT-REVIEW-FORMS
001814         MOVE "recert-letter-spool.txt" TO WS-SPOOL-FILE-NAME
001816     END-IF
001820     OPEN OUTPUT LETTER-SPOOL-FILE
001830     IF WS-SPOOL-STATUS NOT = "00"
001840         MOVE "LETTER-SPOOL-FILE" TO WS-ERROR-FILE-NAME
001880 1000-EXIT.
001890     EXIT.
001900
001901*----------------------------------------------------------*
001902*  1200-OPEN-FORM-INPUT - THE REVIEW FORMS ISSUED BY THE    *
001903*  LAST CITIZEN-RECERT RUN.  CITIZEN-RECERT ALWAYS LEAVES   *
001904*  THE FILE, EMPTY IF NO FORM FELL DUE, SO A MISSING ONE IS *
001905*  AN ERROR.  THE DAY'S PAYMENT AND REVIEW LETTERS ARE NOT  *
001906*  PRINTED IN THIS MODE, AND THE COVERING LETTERS GO TO     *
001908*  RECERT-LETTER-SPOOL.TXT.                                 *
001910*----------------------------------------------------------*
001911 1200-OPEN-FORM-INPUT.
001912     SET PRINT-REVIEW-FORMS TO TRUE
001913     SET END-OF-FILE TO TRUE
001914     SET END-OF-QUEUE TO TRUE
001915     OPEN INPUT RECERT-FORM-FILE
001916     IF WS-FORM-STATUS NOT = "00"
001917         MOVE "RECERT-FORM-FILE" TO WS-ERROR-FILE-NAME
001918         MOVE WS-FORM-STATUS TO WS-ERROR-STATUS
001919         PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
001920     END-IF.
001921 1200-EXIT.
001922     EXIT.
001923
001924*----------------------------------------------------------*
001925*  1300-OPEN-REGISTERS - THE DECEASED REGISTER AND THE      *
001926*  APPOINTEE FILE, BOTH READ BY KEY BEFORE EVERY LETTER.    *
001927*  A MISSING REGISTER MEANS NO DEATH HAS BEEN ACTIONED YET, *
001928*  AND A MISSING APPOINTEE FILE THAT NO CLAIM HAS ONE.      *
001929*----------------------------------------------------------*
001930 1300-OPEN-REGISTERS.
001931     OPEN INPUT DECEASED-FILE
001932     IF WS-DECEASED-STATUS = "35"
001933         SET REGISTER-ABSENT TO TRUE
001934     ELSE
001935         IF WS-DECEASED-STATUS NOT = "00"
001936             MOVE "DECEASED-FILE" TO WS-ERROR-FILE-NAME
001937             MOVE WS-DECEASED-STATUS TO WS-ERROR-STATUS
001938             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
001939         END-IF
001940     END-IF
001941
001942     OPEN INPUT APPOINTEE-FILE
001943     IF WS-APPOINTEE-STATUS = "35"
001944         SET APPOINTEES-ABSENT TO TRUE
001945     ELSE
001946         IF WS-APPOINTEE-STATUS NOT = "00"
001947             MOVE "APPOINTEE-FILE" TO WS-ERROR-FILE-NAME
001948             MOVE WS-APPOINTEE-STATUS TO WS-ERROR-STATUS
001949             PERFORM 9100-ABEND-FILE-ERROR THRU 9100-EXIT
001950         END-IF
001951     END-IF.
001952 1300-EXIT.
001953     EXIT.
001954
001955*----------------------------------------------------------*
001956*  2000-LETTER-FOR-PAYMENT - ONE PAYMENT ADVICE LETTER PER  *
001957*  EXTRACT LINE.                                            *
001958*----------------------------------------------------------*
001959 2000-LETTER-FOR-PAYMENT.
001960     READ EXTRACT-FILE
001970         AT END
001980             SET END-OF-FILE TO TRUE
002060             GO TO 2000-EXIT
002070     END-READ
002080
002081     PERFORM 2050-CHECK-DECEASED THRU 2050-EXIT
002082     IF CITIZEN-IS-DECEASED
002083         GO TO 2000-EXIT
002084     END-IF
002085
002100     PERFORM 2100-SPELL-BENEFIT-TYPE THRU 2100-EXIT
002110     MOVE EXT-PAYABLE-AMOUNT TO WS-AMOUNT-DISPLAY
002120     MOVE EXT-PAYMENT-DATE TO WS-PAYMENT-DATE
002121     MOVE EXT-PAYMENT-DATE TO WS-APT-AS-AT-DATE
002122     PERFORM 2060-CHECK-APPOINTEE THRU 2060-EXIT
002130
002140     PERFORM 2200-PRINT-LETTER-HEAD THRU 2200-EXIT
002150
002490     EXIT.
002500
002510*----------------------------------------------------------*
002511*  2050-CHECK-DECEASED - LOOK THE CITIZEN UP ON THE         *
002512*  DECEASED REGISTER.  A CITIZEN ON IT GETS NO LETTER -     *
002513*  COUNTED AND LOGGED SO THE SUPPRESSION IS VISIBLE.        *
002514*----------------------------------------------------------*
002515 2050-CHECK-DECEASED.
002516     SET CITIZEN-NOT-DECEASED TO TRUE
002517     IF REGISTER-ABSENT
002518         GO TO 2050-EXIT
002519     END-IF
002520
002521     MOVE CITIZEN-ID TO DCD-CITIZEN-ID
002522     READ DECEASED-FILE
002523         INVALID KEY
002524             GO TO 2050-EXIT
002525     END-READ
002526
002527     SET CITIZEN-IS-DECEASED TO TRUE
002528     DISPLAY "CITIZEN-LETTER: " CITIZEN-ID " DIED "
002529         DCD-DATE-OF-DEATH " - NO LETTER PRODUCED"
002530     ADD 1 TO WS-COUNT-DECEASED.
002531 2050-EXIT.
002532     EXIT.
002533
002534*----------------------------------------------------------*
002535*  2060-CHECK-APPOINTEE - LOOK THE CLAIM UP ON THE          *
002536*  APPOINTEE FILE.  AN APPOINTMENT IN FORCE AT              *
002537*  WS-APT-AS-AT-DATE (STARTED ON OR BEFORE IT, AND NOT      *
002538*  ENDED OR ENDED ON OR AFTER IT) SENDS THE LETTER TO THE   *
002539*  APPOINTEE; OTHERWISE IT GOES TO THE CLAIMANT.            *
002540*----------------------------------------------------------*
002541 2060-CHECK-APPOINTEE.
002542     SET WRITE-TO-CLAIMANT TO TRUE
002543     IF APPOINTEES-ABSENT
002544         GO TO 2060-EXIT
002545     END-IF
002546
002547     MOVE CITIZEN-KEY TO APT-KEY
002548     READ APPOINTEE-FILE
002549         INVALID KEY
002550             GO TO 2060-EXIT
002551     END-READ
002552     IF APT-START-DATE > WS-APT-AS-AT-DATE
002553         OR (APT-END-DATE NOT = ZERO
002554             AND APT-END-DATE < WS-APT-AS-AT-DATE)
002555         GO TO 2060-EXIT
002556     END-IF
002557
002558     SET WRITE-TO-APPOINTEE TO TRUE
002559     ADD 1 TO WS-COUNT-TO-APPOINTEE.
002560 2060-EXIT.
002561     EXIT.
002562
002563*----------------------------------------------------------*
002564*  2100-SPELL-BENEFIT-TYPE - FULL BENEFIT NAME FOR THE      *
002565*  LETTER BODY.  AN UNRECOGNISED CODE PRINTS AS "BENEFIT"   *
002566*  RATHER THAN HOLDING UP THE WHOLE PRINT RUN.              *
002567*----------------------------------------------------------*
002568 2100-SPELL-BENEFIT-TYPE.
002570     PERFORM 2110-MATCH-BENEFIT-NAME THRU 2110-EXIT
002580         VARYING WS-BT-IDX FROM 1 BY 1
002590         UNTIL WS-BT-IDX > 7
002800*----------------------------------------------------------*
002810*  2200-PRINT-LETTER-HEAD - SEPARATOR RULE, NAME AND        *
002820*  ADDRESS BLOCK, AND SALUTATION, SHARED BY BOTH LETTER     *
002830*  TYPES.  USES THE CITIZEN-RECORD CURRENTLY IN THE FD,     *
002831*  OR THE APPOINTEE-RECORD WHEN 2060-CHECK-APPOINTEE HAS    *
002832*  FOUND AN APPOINTMENT IN FORCE - THE CLAIMANT IS THEN     *
002833*  NAMED ON AN "ON BEHALF OF" LINE UNDER THE SALUTATION.    *
002840*----------------------------------------------------------*
002850 2200-PRINT-LETTER-HEAD.
002860     MOVE ALL "=" TO LETTER-SPOOL-RECORD
002870     PERFORM 2300-WRITE-SPOOL-LINE THRU 2300-EXIT
002880
002881     IF WRITE-TO-APPOINTEE
002882         MOVE APT-NAME TO LETTER-SPOOL-RECORD
002883         PERFORM 2300-WRITE-SPOOL-LINE THRU 2300-EXIT
002884         MOVE APT-ADDRESS TO LETTER-SPOOL-RECORD
002885         PERFORM 2300-WRITE-SPOOL-LINE THRU 2300-EXIT
002886     ELSE
002890         MOVE CITIZEN-NAME TO LETTER-SPOOL-RECORD
002900         PERFORM 2300-WRITE-SPOOL-LINE THRU 2300-EXIT
002910         MOVE CITIZEN-ADDRESS TO LETTER-SPOOL-RECORD
002920         PERFORM 2300-WRITE-SPOOL-LINE THRU 2300-EXIT
002921     END-IF
002930
002940     MOVE SPACES TO LETTER-SPOOL-RECORD
002950     PERFORM 2300-WRITE-SPOOL-LINE THRU 2300-EXIT
002960
002970     MOVE SPACES TO LETTER-SPOOL-RECORD
002971     IF WRITE-TO-APPOINTEE
002972         STRING
002973             "DEAR "       DELIMITED BY SIZE
002974             APT-NAME      DELIMITED BY SIZE
002975             INTO LETTER-SPOOL-RECORD
002976         END-STRING
002977         PERFORM 2300-WRITE-SPOOL-LINE THRU 2300-EXIT
002978         MOVE SPACES TO LETTER-SPOOL-RECORD
002979         STRING
002980             "ON BEHALF OF "  DELIMITED BY SIZE
002981             CITIZEN-NAME     DELIMITED BY "  "
002982             " (REFERENCE "   DELIMITED BY SIZE
002983             CITIZEN-ID       DELIMITED BY SIZE
002984             ")"              DELIMITED BY SIZE
002985             INTO LETTER-SPOOL-RECORD
002986         END-STRING
002987     ELSE
002988         STRING
002990             "DEAR "       DELIMITED BY SIZE
003000             CITIZEN-NAME  DELIMITED BY SIZE
003010             INTO LETTER-SPOOL-RECORD
003020         END-STRING
003021     END-IF
003030     PERFORM 2300-WRITE-SPOOL-LINE THRU 2300-EXIT
003040
003050     MOVE SPACES TO LETTER-SPOOL-RECORD
003490             GO TO 3000-EXIT
003500     END-READ
003510
003511     PERFORM 2050-CHECK-DECEASED THRU 2050-EXIT
003512     IF CITIZEN-IS-DECEASED
003513         GO TO 3000-EXIT
003514     END-IF
003515
003520     PERFORM 2100-SPELL-BENEFIT-TYPE THRU 2100-EXIT
003521     MOVE WS-RUN-DATE TO WS-APT-AS-AT-DATE
003522     PERFORM 2060-CHECK-APPOINTEE THRU 2060-EXIT
003530     PERFORM 2200-PRINT-LETTER-HEAD THRU 2200-EXIT
003540
003550     MOVE SPACES TO LETTER-SPOOL-RECORD
003740     EXIT.
003750
003760*----------------------------------------------------------*
003761*  4000-LETTER-FOR-RECERT - ONE COVERING LETTER PER REVIEW  *
003762*  FORM ISSUED BY CITIZEN-RECERT, TO GO OUT WITH THE FORM.  *
003763*  THE APPOINTMENT IS TESTED AT TODAY'S DATE, AS FOR A      *
003764*  REVIEW LETTER.                                           *
003765*----------------------------------------------------------*
003766 4000-LETTER-FOR-RECERT.
003767     READ RECERT-FORM-FILE
003768         AT END
003769             SET END-OF-FORMS TO TRUE
003770             GO TO 4000-EXIT
003771     END-READ
003772
003773     MOVE RCF-CITIZEN-ID TO CITIZEN-ID
003774     MOVE RCF-BENEFIT-TYPE TO CITIZEN-BENEFIT-TYPE
003775     READ CITIZEN-MASTER-FILE
003776         INVALID KEY
003777             PERFORM 2900-LOG-NOT-ON-MASTER THRU 2900-EXIT
003778             GO TO 4000-EXIT
003779     END-READ
003780
003781     PERFORM 2050-CHECK-DECEASED THRU 2050-EXIT
003782     IF CITIZEN-IS-DECEASED
003783         GO TO 4000-EXIT
003784     END-IF
003785
003786     PERFORM 2100-SPELL-BENEFIT-TYPE THRU 2100-EXIT
003787     MOVE WS-RUN-DATE TO WS-APT-AS-AT-DATE
003788     PERFORM 2060-CHECK-APPOINTEE THRU 2060-EXIT
003789     PERFORM 2200-PRINT-LETTER-HEAD THRU 2200-EXIT
003790
003791     MOVE SPACES TO LETTER-SPOOL-RECORD
003792     STRING
003793         "YOUR CLAIM FOR " DELIMITED BY SIZE
003794         WS-BENEFIT-NAME   DELIMITED BY "  "
003795         " IS DUE FOR ITS REGULAR REVIEW."
003796                           DELIMITED BY SIZE
003797         INTO LETTER-SPOOL-RECORD
003798     END-STRING
003799     PERFORM 2300-WRITE-SPOOL-LINE THRU 2300-EXIT
003800
003801     MOVE RCF-DUE-DATE TO WS-FORM-DATE
003802     MOVE SPACES TO LETTER-SPOOL-RECORD
003803     STRING
003804         "THE REVIEW DATE IS " DELIMITED BY SIZE
003805         WS-FORM-DAY           DELIMITED BY SIZE
003806         "/"                   DELIMITED BY SIZE
003807         WS-FORM-MONTH         DELIMITED BY SIZE
003808         "/"                   DELIMITED BY SIZE
003809         WS-FORM-YEAR          DELIMITED BY SIZE
003810         ".  PLEASE COMPLETE THE ENCLOSED FORM"
003811                               DELIMITED BY SIZE
003812         INTO LETTER-SPOOL-RECORD
003813     END-STRING
003814     PERFORM 2300-WRITE-SPOOL-LINE THRU 2300-EXIT
003815
003816     MOVE RCF-REPLY-BY-DATE TO WS-FORM-DATE
003817     MOVE SPACES TO LETTER-SPOOL-RECORD
003818     STRING
003819         "AND RETURN IT TO YOUR BENEFITS OFFICE BY "
003820                               DELIMITED BY SIZE
003821         WS-FORM-DAY           DELIMITED BY SIZE
003822         "/"                   DELIMITED BY SIZE
003823         WS-FORM-MONTH         DELIMITED BY SIZE
003824         "/"                   DELIMITED BY SIZE
003825         WS-FORM-YEAR          DELIMITED BY SIZE
003826         "."                   DELIMITED BY SIZE
003827         INTO LETTER-SPOOL-RECORD
003828     END-STRING
003829     PERFORM 2300-WRITE-SPOOL-LINE THRU 2300-EXIT
003830
003831     MOVE "IF WE HAVE NOT RECEIVED IT BY THEN, YOUR PAYMENTS"
003832         TO LETTER-SPOOL-RECORD
003833     PERFORM 2300-WRITE-SPOOL-LINE THRU 2300-EXIT
003834     MOVE "WILL BE SUSPENDED UNTIL IT HAS BEEN RETURNED."
003835         TO LETTER-SPOOL-RECORD
003836     PERFORM 2300-WRITE-SPOOL-LINE THRU 2300-EXIT
003837
003838     ADD 1 TO WS-COUNT-FORM-LETTERS.
003839 4000-EXIT.
003840     EXIT.
003841
003842*----------------------------------------------------------*
003843*  8000-FINALIZE - CLOSE DOWN AND REPORT THE LETTER COUNTS. *
003844*----------------------------------------------------------*
003845 8000-FINALIZE.
003846     MOVE ALL "=" TO LETTER-SPOOL-RECORD
003847     PERFORM 2300-WRITE-SPOOL-LINE THRU 2300-EXIT
003848
003850     IF PRINT-DAILY-LETTERS
003851         CLOSE EXTRACT-FILE
003853         IF WS-REVIEW-STATUS NOT = "35"
003854             CLOSE REVIEW-QUEUE-FILE
003855         END-IF
003857     ELSE
003858         CLOSE RECERT-FORM-FILE
003860     END-IF
003870     CLOSE CITIZEN-MASTER-FILE
003871     IF REGISTER-PRESENT
003872         CLOSE DECEASED-FILE
003873     END-IF
003874     IF APPOINTEES-PRESENT
003875         CLOSE APPOINTEE-FILE
003876     END-IF
003880     CLOSE LETTER-SPOOL-FILE
003890
003900     DISPLAY "CITIZEN-LETTER PAYMENT LETTERS : "
003910         WS-COUNT-PAYMENT-LETTERS
003920     DISPLAY "CITIZEN-LETTER REVIEW LETTERS  : "
003930         WS-COUNT-REVIEW-LETTERS
003933     DISPLAY "CITIZEN-LETTER REVIEW FORMS    : "
003936         WS-COUNT-FORM-LETTERS
003940     DISPLAY "CITIZEN-LETTER NOT ON MASTER   : "
003950         WS-COUNT-NOT-ON-MASTER
003951     DISPLAY "CITIZEN-LETTER DECEASED        : "
003952         WS-COUNT-DECEASED
003953     DISPLAY "CITIZEN-LETTER TO APPOINTEE    : "
003954         WS-COUNT-TO-APPOINTEE.
003960 8000-EXIT.
003970     EXIT.
003980
