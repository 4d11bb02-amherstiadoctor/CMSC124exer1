000100*================================================================
000110* PROGRAM:  DOCTOR_10
000120* PURPOSE:  CASHIER PAYMENT POSTING
000130*           READS THE CASHIER'S DAILY PAYMENT FILE (HDR, ONE
000140*           DETAIL PER OFFICIAL RECEIPT, TRL WITH THE COUNT AND
000150*           THE AMOUNT COLLECTED), AND POSTS EACH PAYMENT TO THE
000160*           STUDENT'S FEE-LEDGER BY STUDENT NUMBER. A PAYMENT
000170*           THAT MATCHES NO STUDENT, CARRIES NO AMOUNT OR NO
000180*           RECEIPT, OR WHOSE RECEIPT IS ALREADY POSTED GOES TO
000190*           THE REJECT FILE WITH A REASON CODE SO THE CASHIER
000200*           CAN CORRECT AND RESEND IT.
000210*================================================================
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. Doctor_10.
000240 AUTHOR. Doctor, Amherstia S.
000250 INSTALLATION. REGISTRAR MIS.
000260 DATE-WRITTEN. 10/15/2026.
000270 DATE-COMPILED.
000280*
000290* MODIFICATION HISTORY
000300*   DATE        BY    DESCRIPTION
000310*   ----------  ----  --------------------------------------------
000320*   2026-10-15  ASD   New program. Payments taken at the cashier
000330*                     were only ever tallied on accounting's
000340*                     spreadsheet; they now post to the
000350*                     FEE-LEDGER that the assessment charges.
000360*   2026-10-15  ASD   The master record now carries the date of
000370*                     birth and year level (see Doctor_01); the
000380*                     layout here widened to match.
000390*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430         SELECT PAYMENT-FILE ASSIGN TO "CASHPAY"
000440             ORGANIZATION IS SEQUENTIAL
000450             ACCESS MODE IS SEQUENTIAL
000460             FILE STATUS IS stu-pay-status.
000470         SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000480             ORGANIZATION IS INDEXED
000490             ACCESS MODE IS DYNAMIC
000500             RECORD KEY IS SNo-M
000510             FILE STATUS IS stu-file-status.
000520         SELECT FEE-LEDGER ASSIGN TO "FEELEDGR"
000530             ORGANIZATION IS INDEXED
000540             ACCESS MODE IS DYNAMIC
000550             RECORD KEY IS ledger-key-F
000560             FILE STATUS IS stu-fee-status.
000570         SELECT PAYMENT-REJECT ASSIGN TO "PAYREJ"
000580             ORGANIZATION IS SEQUENTIAL
000590             ACCESS MODE IS SEQUENTIAL
000600             FILE STATUS IS stu-reject-status.
000610*
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  PAYMENT-FILE
000650         LABEL RECORDS ARE STANDARD.
000660 01  PAYMENT-RECORD.
000670         03  SNo-P            PIC X(10).
000680         03  receipt-no-P     PIC X(15).
000690         03  paid-date-P      PIC 9(08).
000700         03  amount-P         PIC 9(07)V99.
000710         03  term-P           PIC 9(05).
000720 01  PAYMENT-CONTROL-RECORD.
000730         03  control-type-P   PIC X(03).
000740             88  payment-header         VALUE "HDR".
000750             88  payment-trailer        VALUE "TRL".
000760             88  payment-control        VALUE "HDR" "TRL".
000770         03  control-date-P   PIC 9(08).
000780         03  control-count-P  PIC 9(05).
000790         03  control-amount-P PIC 9(09)V99.
000800         03  FILLER           PIC X(20).
000810*
000820 FD  STUDENT-MASTER
000830         LABEL RECORDS ARE STANDARD.
000840 01  STUDENT-MASTER-RECORD.
000850         03  SNo-M            PIC X(10).
000860         03  fullname-M       PIC X(50).
000870         03  course-M         PIC X(50).
000880         03  age-M            PIC 99.
000890         03  contact-no-M.
000900             04  mobile-M     PIC X(11).
000910             04  landline-M   PIC X(8).
000920         03  enroll-status-M  PIC X(01).
000930             88  enrolled-M             VALUE "E" " ".
000940             88  on-leave-M             VALUE "L".
000950             88  graduated-M            VALUE "G".
000960         03  birth-date-M     PIC 9(08).
000970         03  year-level-M     PIC 9(01).
000980*
000990 FD  FEE-LEDGER
001000         LABEL RECORDS ARE STANDARD.
001010 01  FEE-LEDGER-RECORD.
001020         03  ledger-key-F.
001030             04  SNo-F        PIC X(10).
001040             04  entry-seq-F  PIC 9(05).
001050         03  entry-type-F     PIC X(01).
001060             88  entry-tuition-F        VALUE "T".
001070             88  entry-misc-F           VALUE "M".
001080             88  entry-payment-F        VALUE "P".
001090             88  entry-charge-F         VALUE "T" "M".
001100         03  term-F           PIC 9(05).
001110         03  entry-date-F     PIC 9(08).
001120         03  amount-F         PIC 9(07)V99.
001130         03  reference-F      PIC X(15).
001140         03  operator-F       PIC X(10).
001150*
001160 FD  PAYMENT-REJECT
001170         LABEL RECORDS ARE STANDARD.
001180 01  PAYMENT-REJECT-RECORD.
001190         03  SNo-R            PIC X(10).
001200         03  receipt-no-R     PIC X(15).
001210         03  paid-date-R      PIC 9(08).
001220         03  amount-R         PIC 9(07)V99.
001230         03  term-R           PIC 9(05).
001240         03  reject-code-R    PIC X(03).
001250         03  reject-text-R    PIC X(30).
001260*
001270 WORKING-STORAGE SECTION.
001280*---------------------------------------------------------------
001290* PROGRAM SWITCHES AND CONTROL COUNTERS
001300*---------------------------------------------------------------
001310 77  stu-pay-status          PIC X(02) VALUE "00".
001320         88  stu-pay-ok               VALUE "00".
001330         88  stu-pay-not-found        VALUE "35".
001340 77  stu-file-status         PIC X(02) VALUE "00".
001350         88  stu-file-ok              VALUE "00".
001360         88  stu-file-not-found       VALUE "35".
001370 77  stu-fee-status          PIC X(02) VALUE "00".
001380         88  stu-fee-ok               VALUE "00".
001390         88  stu-fee-not-found        VALUE "35".
001400 77  stu-reject-status       PIC X(02) VALUE "00".
001410         88  stu-reject-ok            VALUE "00".
001420 77  stu-eof-switch          PIC X(01) VALUE "N".
001430         88  stu-eof                  VALUE "Y".
001440         88  stu-not-eof               VALUE "N".
001450 77  stu-fee-eof-switch      PIC X(01) VALUE "N".
001460         88  stu-fee-eof              VALUE "Y".
001470         88  stu-fee-not-eof           VALUE "N".
001480 77  stu-valid-switch        PIC X(01) VALUE "N".
001490         88  stu-valid                 VALUE "Y".
001500         88  stu-not-valid              VALUE "N".
001510 77  stu-found-switch        PIC X(01) VALUE "N".
001520         88  stu-found                 VALUE "Y".
001530         88  stu-not-found              VALUE "N".
001540 77  stu-posted-switch       PIC X(01) VALUE "N".
001550         88  stu-receipt-posted        VALUE "Y".
001560         88  stu-receipt-new            VALUE "N".
001570 77  stu-trailer-switch      PIC X(01) VALUE "N".
001580         88  stu-has-trailer           VALUE "Y".
001590         88  stu-no-trailer             VALUE "N".
001600 77  stu-run-switch          PIC X(01) VALUE "Y".
001610         88  stu-run-ok                VALUE "Y".
001620         88  stu-run-stopped            VALUE "N".
001630 77  stu-operator-id         PIC X(10) VALUE "CASHPOST".
001640 77  stu-pay-date            PIC 9(08) VALUE 0.
001650 77  stu-fee-sno             PIC X(10) VALUE SPACES.
001660 77  stu-last-seq            PIC 9(05) VALUE 0.
001670 77  stu-entry-count         PIC 9(05) VALUE 0.
001680 77  stu-verify-count        PIC 9(05) VALUE 0.
001690 77  stu-expect-count        PIC 9(05) VALUE 0.
001700 77  stu-post-count          PIC 9(05) VALUE 0.
001710 77  stu-reject-count        PIC 9(05) VALUE 0.
001720 77  stu-verify-amount       PIC 9(09)V99 VALUE 0.
001730 77  stu-expect-amount       PIC 9(09)V99 VALUE 0.
001740 77  stu-post-amount         PIC 9(09)V99 VALUE 0.
001750 77  stu-reject-amount       PIC 9(09)V99 VALUE 0.
001760 77  stu-amount-edit         PIC ZZZ,ZZZ,ZZ9.99.
001770 77  stu-reject-code         PIC X(03) VALUE SPACES.
001780 77  stu-reject-text         PIC X(30) VALUE SPACES.
001790*
001800 PROCEDURE DIVISION.
001810*
001820         PERFORM OPEN-POSTING-FILES.
001830         IF stu-run-ok
001840             PERFORM VERIFY-PAYMENT-CONTROLS
001850         END-IF.
001860         IF stu-run-ok
001870             PERFORM READ-NEXT-PAYMENT-DETAIL
001880             PERFORM PROCESS-PAYMENT-RECORD UNTIL stu-eof
001890             PERFORM PRINT-POSTING-TOTALS
001900             PERFORM CLOSE-POSTING-FILES
001910         END-IF.
001920         STOP RUN.
001930*
001940*----------------------------------------------------------------*
001950*  OPEN-POSTING-FILES -- OPENS THE PAYMENT FILE FOR INPUT, THE   *
001960*  MASTER FOR LOOKUPS, THE LEDGER FOR I-O (CREATING IT ON FIRST  *
001970*  USE) AND A FRESH REJECT FILE. A MISSING PAYMENT FILE IS       *
001980*  REPORTED AND THE RUN ENDS WITHOUT TOUCHING THE LEDGER.        *
001990*----------------------------------------------------------------*
002000 OPEN-POSTING-FILES.
002010         OPEN INPUT PAYMENT-FILE.
002020         IF stu-pay-not-found
002030             DISPLAY "PAYMENT FILE CASHPAY NOT FOUND - NO RUN"
002040             SET stu-run-stopped TO TRUE
002050         ELSE
002060             OPEN INPUT STUDENT-MASTER
002070             IF NOT stu-file-ok
002080                 DISPLAY "MASTER FILE STUDMAST NOT FOUND - NO RUN"
002090                 CLOSE PAYMENT-FILE
002100                 SET stu-run-stopped TO TRUE
002110             END-IF
002120         END-IF.
002130         IF stu-run-ok
002140             OPEN I-O FEE-LEDGER
002150             IF stu-fee-not-found
002160                 OPEN OUTPUT FEE-LEDGER
002170                 CLOSE FEE-LEDGER
002180                 OPEN I-O FEE-LEDGER
002190             END-IF
002200             IF NOT stu-fee-ok
002210                 DISPLAY "WARNING - CANNOT OPEN FEELEDGR - NO RUN"
002220                 CLOSE PAYMENT-FILE
002230                 CLOSE STUDENT-MASTER
002240                 SET stu-run-stopped TO TRUE
002250             END-IF
002260         END-IF.
002270         IF stu-run-ok
002280             OPEN OUTPUT PAYMENT-REJECT
002290             IF NOT stu-reject-ok
002300                 DISPLAY "WARNING - CANNOT OPEN PAYREJ - NO RUN"
002310                 CLOSE PAYMENT-FILE
002320                 CLOSE STUDENT-MASTER
002330                 CLOSE FEE-LEDGER
002340                 SET stu-run-stopped TO TRUE
002350             END-IF
002360         END-IF.
002370*
002380 CLOSE-POSTING-FILES.
002390         CLOSE PAYMENT-FILE.
002400         CLOSE STUDENT-MASTER.
002410         CLOSE FEE-LEDGER.
002420         CLOSE PAYMENT-REJECT.
002430*
002440*----------------------------------------------------------------*
002450*  VERIFY-PAYMENT-CONTROLS -- ONE PASS OVER THE PAYMENT FILE     *
002460*  BEFORE ANYTHING IS POSTED: THE FIRST RECORD MUST BE THE HDR   *
002470*  (WHOSE DATE IS THE COLLECTION DATE), A TRL MUST BE PRESENT,   *
002480*  AND BOTH THE TRL COUNT AND THE TRL AMOUNT MUST AGREE WITH THE *
002490*  DETAILS ON FILE - OTHERWISE THE RUN IS REFUSED BEFORE THE     *
002500*  LEDGER IS TOUCHED, AS THE INTAKE LOAD DOES. THE FILE IS THEN  *
002510*  REWOUND FOR THE REAL PASS.                                    *
002520*----------------------------------------------------------------*
002530 VERIFY-PAYMENT-CONTROLS.
002540         MOVE 0 TO stu-verify-count.
002550         MOVE 0 TO stu-verify-amount.
002560         SET stu-no-trailer TO TRUE.
002570         SET stu-not-eof TO TRUE.
002580         READ PAYMENT-FILE NEXT RECORD
002590             AT END
002600                 SET stu-eof TO TRUE
002610         END-READ.
002620         IF stu-eof OR NOT payment-header
002630             DISPLAY "PAYMENT FILE HAS NO HDR RECORD - NO RUN"
002640             PERFORM CLOSE-POSTING-FILES
002650             SET stu-run-stopped TO TRUE
002660         ELSE
002670             MOVE control-date-P TO stu-pay-date
002680             PERFORM COUNT-ONE-PAYMENT-RECORD UNTIL stu-eof
002690             IF stu-no-trailer
002700                 DISPLAY "PAYMENT FILE HAS NO TRL RECORD - NO RUN"
002710                 PERFORM CLOSE-POSTING-FILES
002720                 SET stu-run-stopped TO TRUE
002730             ELSE
002740                 IF stu-expect-count NOT = stu-verify-count
002750                 OR stu-expect-amount NOT = stu-verify-amount
002760                     MOVE stu-verify-amount TO stu-amount-edit
002770                     DISPLAY "TRL COUNT " stu-expect-count
002780                         " OR AMOUNT DISAGREES WITH "
002790                         stu-verify-count " DETAIL RECORDS FOR "
002800                         stu-amount-edit " - NO RUN"
002810                     PERFORM CLOSE-POSTING-FILES
002820                     SET stu-run-stopped TO TRUE
002830                 ELSE
002840                     CLOSE PAYMENT-FILE
002850                     OPEN INPUT PAYMENT-FILE
002860                     SET stu-not-eof TO TRUE
002870                 END-IF
002880             END-IF
002890         END-IF.
002900*
002910 COUNT-ONE-PAYMENT-RECORD.
002920         READ PAYMENT-FILE NEXT RECORD
002930             AT END
002940                 SET stu-eof TO TRUE
002950         END-READ.
002960         IF stu-not-eof
002970             IF payment-trailer
002980                 SET stu-has-trailer TO TRUE
002990                 MOVE control-count-P TO stu-expect-count
003000                 MOVE control-amount-P TO stu-expect-amount
003010             ELSE
003020                 IF NOT payment-header
003030                     COMPUTE stu-verify-count
003040                         = stu-verify-count + 1
003050                     IF amount-P NUMERIC
003060                         COMPUTE stu-verify-amount
003070                             = stu-verify-amount + amount-P
003080                     END-IF
003090                 END-IF
003100             END-IF
003110         END-IF.
003120*
003130*----------------------------------------------------------------*
003140*  READ-NEXT-PAYMENT-DETAIL -- READS FORWARD TO THE NEXT DETAIL  *
003150*  RECORD, STEPPING OVER THE HDR AND TRL CONTROL RECORDS.        *
003160*----------------------------------------------------------------*
003170 READ-NEXT-PAYMENT-DETAIL.
003180         PERFORM READ-ONE-PAYMENT-RECORD.
003190         PERFORM READ-ONE-PAYMENT-RECORD
003200             UNTIL stu-eof OR NOT payment-control.
003210*
003220 READ-ONE-PAYMENT-RECORD.
003230         READ PAYMENT-FILE NEXT RECORD
003240             AT END
003250                 SET stu-eof TO TRUE
003260         END-READ.
003270*
003280*----------------------------------------------------------------*
003290*  PROCESS-PAYMENT-RECORD -- VALIDATES THE PAYMENT AND EITHER    *
003300*  POSTS IT TO THE LEDGER OR WRITES IT TO THE REJECT FILE WITH   *
003310*  THE FIRST FAILING REASON.                                     *
003320*----------------------------------------------------------------*
003330 PROCESS-PAYMENT-RECORD.
003340         PERFORM VALIDATE-PAYMENT-RECORD.
003350         IF stu-valid
003360             PERFORM POST-PAYMENT-RECORD
003370         ELSE
003380             PERFORM REJECT-PAYMENT-RECORD
003390         END-IF.
003400         PERFORM READ-NEXT-PAYMENT-DETAIL.
003410*
003420*----------------------------------------------------------------*
003430*  VALIDATE-PAYMENT-RECORD -- A NUMERIC, NON-ZERO AMOUNT (AMT),  *
003440*  A RECEIPT NUMBER (RCT), A STUDENT NUMBER KNOWN TO THE MASTER  *
003450*  OR ALREADY CARRYING LEDGER ENTRIES, SO A WITHDRAWN STUDENT    *
003460*  CAN STILL SETTLE (SNO), AND A RECEIPT NOT ALREADY POSTED TO   *
003470*  THAT STUDENT (DUP). THE LEDGER SCAN ALSO LEAVES THE LAST      *
003480*  ENTRY SEQUENCE FOR NUMBERING THE POSTING. A RERUN OF A FILE   *
003490*  ALREADY POSTED REJECTS EVERY RECEIPT AS DUP AND POSTS NOTHING *
003500*  TWICE.                                                        *
003510*----------------------------------------------------------------*
003520 VALIDATE-PAYMENT-RECORD.
003530         SET stu-valid TO TRUE.
003540         MOVE SPACES TO stu-reject-code.
003550         MOVE SPACES TO stu-reject-text.
003560         IF amount-P NUMERIC AND amount-P > 0
003570             CONTINUE
003580         ELSE
003590             SET stu-not-valid TO TRUE
003600             MOVE "AMT" TO stu-reject-code
003610             MOVE "PAYMENT AMOUNT MISSING OR ZERO"
003620                 TO stu-reject-text
003630         END-IF.
003640         IF stu-valid AND receipt-no-P = SPACES
003650             SET stu-not-valid TO TRUE
003660             MOVE "RCT" TO stu-reject-code
003670             MOVE "OFFICIAL RECEIPT NO MISSING"
003680                 TO stu-reject-text
003690         END-IF.
003700         IF stu-valid
003710             MOVE SNo-P TO stu-fee-sno
003720             PERFORM SCAN-STUDENT-LEDGER
003730             SET stu-found TO TRUE
003740             IF stu-entry-count = 0
003750                 MOVE SNo-P TO SNo-M
003760                 READ STUDENT-MASTER
003770                     INVALID KEY
003780                         SET stu-not-found TO TRUE
003790                 END-READ
003800             END-IF
003810             IF stu-not-found
003820                 SET stu-not-valid TO TRUE
003830                 MOVE "SNO" TO stu-reject-code
003840                 MOVE "NO SUCH STUDENT ON FILE"
003850                     TO stu-reject-text
003860             ELSE
003870                 IF stu-receipt-posted
003880                     SET stu-not-valid TO TRUE
003890                     MOVE "DUP" TO stu-reject-code
003900                     MOVE "RECEIPT ALREADY POSTED"
003910                         TO stu-reject-text
003920                 END-IF
003930             END-IF
003940         END-IF.
003950*
003960*----------------------------------------------------------------*
003970*  SCAN-STUDENT-LEDGER -- READS THE LEDGER ENTRIES FOR THE       *
003980*  STUDENT IN stu-fee-sno, COUNTING THEM, KEEPING THE HIGHEST    *
003990*  ENTRY SEQUENCE AND SETTING stu-receipt-posted WHEN A PAYMENT  *
004000*  UNDER THIS RECEIPT NUMBER IS ALREADY ON FILE.                 *
004010*----------------------------------------------------------------*
004020 SCAN-STUDENT-LEDGER.
004030         MOVE 0 TO stu-last-seq.
004040         MOVE 0 TO stu-entry-count.
004050         SET stu-receipt-new TO TRUE.
004060         SET stu-fee-not-eof TO TRUE.
004070         MOVE stu-fee-sno TO SNo-F.
004080         MOVE 0 TO entry-seq-F.
004090         START FEE-LEDGER
004100             KEY IS GREATER THAN ledger-key-F
004110             INVALID KEY
004120                 SET stu-fee-eof TO TRUE
004130             NOT INVALID KEY
004140                 PERFORM READ-NEXT-LEDGER-RECORD
004150         END-START.
004160         PERFORM CHECK-ONE-LEDGER-ENTRY UNTIL stu-fee-eof.
004170*
004180 READ-NEXT-LEDGER-RECORD.
004190         READ FEE-LEDGER NEXT RECORD
004200             AT END
004210                 SET stu-fee-eof TO TRUE
004220         END-READ.
004230         IF stu-fee-not-eof AND SNo-F NOT = stu-fee-sno
004240             SET stu-fee-eof TO TRUE
004250         END-IF.
004260*
004270 CHECK-ONE-LEDGER-ENTRY.
004280         COMPUTE stu-entry-count = stu-entry-count + 1.
004290         MOVE entry-seq-F TO stu-last-seq.
004300         IF entry-payment-F AND reference-F = receipt-no-P
004310             SET stu-receipt-posted TO TRUE
004320         END-IF.
004330         PERFORM READ-NEXT-LEDGER-RECORD.
004340*
004350*----------------------------------------------------------------*
004360*  POST-PAYMENT-RECORD -- WRITES THE PAYMENT AS THE STUDENT'S    *
004370*  NEXT LEDGER ENTRY UNDER OPERATOR CASHPOST, DATED THE DAY IT   *
004380*  WAS PAID (THE HDR DATE WHEN THE DETAIL CARRIES NONE).         *
004390*----------------------------------------------------------------*
004400 POST-PAYMENT-RECORD.
004410         COMPUTE stu-last-seq = stu-last-seq + 1.
004420         MOVE SNo-P           TO SNo-F.
004430         MOVE stu-last-seq    TO entry-seq-F.
004440         SET entry-payment-F  TO TRUE.
004450         IF term-P NUMERIC
004460             MOVE term-P      TO term-F
004470         ELSE
004480             MOVE 0           TO term-F
004490         END-IF.
004500         IF paid-date-P NUMERIC AND paid-date-P > 0
004510             MOVE paid-date-P TO entry-date-F
004520         ELSE
004530             MOVE stu-pay-date TO entry-date-F
004540         END-IF.
004550         MOVE amount-P        TO amount-F.
004560         MOVE receipt-no-P    TO reference-F.
004570         MOVE stu-operator-id TO operator-F.
004580         WRITE FEE-LEDGER-RECORD
004590             INVALID KEY
004600                 DISPLAY "WARNING - LEDGER WRITE FAILED FOR "
004610                     SNo-P
004620         END-WRITE.
004630         IF stu-fee-ok
004640             COMPUTE stu-post-count = stu-post-count + 1
004650             COMPUTE stu-post-amount = stu-post-amount + amount-P
004660         ELSE
004670             MOVE "ERR" TO stu-reject-code
004680             MOVE "LEDGER FILE WRITE FAILED" TO stu-reject-text
004690             PERFORM REJECT-PAYMENT-RECORD
004700         END-IF.
004710*
004720*----------------------------------------------------------------*
004730*  REJECT-PAYMENT-RECORD -- COPIES THE PAYMENT TO THE REJECT     *
004740*  FILE WITH THE REASON CODE AND TEXT APPENDED.                  *
004750*----------------------------------------------------------------*
004760 REJECT-PAYMENT-RECORD.
004770         MOVE SNo-P           TO SNo-R.
004780         MOVE receipt-no-P    TO receipt-no-R.
004790         MOVE paid-date-P     TO paid-date-R.
004800         MOVE amount-P        TO amount-R.
004810         MOVE term-P          TO term-R.
004820         MOVE stu-reject-code TO reject-code-R.
004830         MOVE stu-reject-text TO reject-text-R.
004840         WRITE PAYMENT-REJECT-RECORD.
004850         IF NOT stu-reject-ok
004860             DISPLAY "WARNING - REJECT WRITE FAILED FOR " SNo-P
004870         END-IF.
004880         COMPUTE stu-reject-count = stu-reject-count + 1.
004890         IF amount-P NUMERIC
004900             COMPUTE stu-reject-amount =
004910                 stu-reject-amount + amount-P
004920         END-IF.
004930*
004940 PRINT-POSTING-TOTALS.
004950         DISPLAY "COLLECTION DATE:         " stu-pay-date.
004960         DISPLAY "PAYMENT DETAIL RECORDS:  " stu-verify-count.
004970         DISPLAY "EXPECTED PER TRAILER:    " stu-expect-count.
004980         DISPLAY "PAYMENTS POSTED:         " stu-post-count.
004990         MOVE stu-post-amount TO stu-amount-edit.
005000         DISPLAY "AMOUNT POSTED:           " stu-amount-edit.
005010         DISPLAY "PAYMENTS REJECTED:       " stu-reject-count.
005020         MOVE stu-reject-amount TO stu-amount-edit.
005030         DISPLAY "AMOUNT REJECTED:         " stu-amount-edit.
