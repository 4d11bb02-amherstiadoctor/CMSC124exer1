000610*                     rule: a failed archive write keeps the
000620*                     contact on the live file and ends the
000630*                     scan instead of deleting it anyway.
000640*   2026-10-15  ASD   COURSE-REFERENCE gained the per-term
000650*                     tuition and miscellaneous fee rates (see
000660*                     Doctor_01); the layout here widened to
000670*                     match.
000680*   2026-10-15  ASD   Now ends with GOBACK and sets RETURN-CODE
000690*                     (0 run complete, 1 no transaction file
000700*                     tonight, 8 no run) with its counts in the
000710*                     EXTERNAL step totals, so the nightly
000720*                     controller Doctor_14 can CALL it as a step.
000730*                     Run on its own it behaves as before.
000740*   2026-10-15  ASD   Transactions now carry the date of birth
000750*                     and year level (appended) and the master,
000760*                     archive, waitlist, course and audit layouts
000770*                     widened with them (see Doctor_01). Admits
000780*                     and changes are checked like the intake
000790*                     load: reason DOB for a bad date, AGE for an
000800*                     age outside 15-99 worked out from it, YRL
000810*                     for a year level outside the course length.
000820*                     The age applied is the worked-out one, and a
000830*                     waitlist promotion brings it up to date.
000840*                     Withdrawals archive both fields and rejects
000850*                     carry them.
000860*   2026-10-15  ASD   The EXTERNAL step totals now carry the
000870*                     cycle date set by the nightly controller
000880*                     Doctor_14; the layout here widened to match.
000890*   2026-10-15  ASD   The date-of-birth check now knows the days
000900*                     in each month, leap years included, so a
000910*                     date such as 0231 or 0431 is refused.
000920*
000930 ENVIRONMENT DIVISION.
000940 INPUT-OUTPUT SECTION.
000950 FILE-CONTROL.
000960         SELECT STUDENT-TRANS ASSIGN TO "STUDTRAN"
000970             ORGANIZATION IS SEQUENTIAL
000980             ACCESS MODE IS SEQUENTIAL
000990             FILE STATUS IS stu-trans-status.
001000         SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
001010             ORGANIZATION IS INDEXED
001020             ACCESS MODE IS DYNAMIC
001030             RECORD KEY IS SNo-M
001040             FILE STATUS IS stu-file-status.
001050         SELECT STUDENT-ARCHIVE ASSIGN TO "STUDARCH"
001060             ORGANIZATION IS SEQUENTIAL
001070             ACCESS MODE IS SEQUENTIAL
001080             FILE STATUS IS stu-archive-status.
001090         SELECT TRANS-REJECT ASSIGN TO "STUDTREJ"
001100             ORGANIZATION IS SEQUENTIAL
001110             ACCESS MODE IS SEQUENTIAL
001120             FILE STATUS IS stu-reject-status.
001130         SELECT STUDENT-AUDIT ASSIGN TO "STUDAUDT"
001140             ORGANIZATION IS SEQUENTIAL
001150             ACCESS MODE IS SEQUENTIAL
001160             FILE STATUS IS stu-audit-status.
001170         SELECT COURSE-REFERENCE ASSIGN TO "COURSREF"
001180             ORGANIZATION IS INDEXED
001190             ACCESS MODE IS DYNAMIC
001200             RECORD KEY IS course-code-C
001210             FILE STATUS IS stu-course-status.
001220         SELECT STUDENT-WAITLIST ASSIGN TO "STUDWAIT"
001230             ORGANIZATION IS SEQUENTIAL
001240             ACCESS MODE IS SEQUENTIAL
001250             FILE STATUS IS stu-wait-status.
001260         SELECT GUARDIAN-FILE ASSIGN TO "GRDNFILE"
001270             ORGANIZATION IS INDEXED
001280             ACCESS MODE IS DYNAMIC
001290             RECORD KEY IS guardian-key-G
001300             FILE STATUS IS stu-guard-status.
001310         SELECT GUARDIAN-ARCHIVE ASSIGN TO "GRDNARCH"
001320             ORGANIZATION IS SEQUENTIAL
001330             ACCESS MODE IS SEQUENTIAL
001340             FILE STATUS IS stu-grdarch-status.
001350*
001360 DATA DIVISION.
001370 FILE SECTION.
001380 FD  STUDENT-TRANS
001390         LABEL RECORDS ARE STANDARD.
001400 01  STUDENT-TRANS-RECORD.
001410         03  action-code-N    PIC X(01).
001420             88  trans-admit            VALUE "A".
001430             88  trans-change           VALUE "C".
001440             88  trans-withdraw         VALUE "W".
001450         03  SNo-N            PIC X(10).
001460         03  fullname-N       PIC X(50).
001470         03  course-N         PIC X(50).
001480         03  age-N            PIC 99.
001490         03  contact-no-N.
001500             04  mobile-N     PIC X(11).
001510             04  landline-N   PIC X(8).
001520         03  birth-date-N     PIC 9(08).
001530         03  year-level-N     PIC 9(01).
001540*
001550 FD  STUDENT-MASTER
001560         LABEL RECORDS ARE STANDARD.
001570 01  STUDENT-MASTER-RECORD.
001580         03  SNo-M            PIC X(10).
001590         03  fullname-M       PIC X(50).
001600         03  course-M         PIC X(50).
001610         03  age-M            PIC 99.
001620         03  contact-no-M.
001630             04  mobile-M     PIC X(11).
001640             04  landline-M   PIC X(8).
001650         03  enroll-status-M  PIC X(01).
001660             88  enrolled-M             VALUE "E" " ".
001670             88  on-leave-M             VALUE "L".
001680             88  graduated-M            VALUE "G".
001690         03  birth-date-M     PIC 9(08).
001700         03  year-level-M     PIC 9(01).
001710*
001720 FD  STUDENT-ARCHIVE
001730         LABEL RECORDS ARE STANDARD.
001740 01  STUDENT-ARCHIVE-RECORD.
001750         03  SNo-A            PIC X(10).
001760         03  fullname-A       PIC X(50).
001770         03  course-A         PIC X(50).
001780         03  age-A            PIC 99.
001790         03  contact-no-A.
001800             04  mobile-A     PIC X(11).
001810             04  landline-A   PIC X(8).
001820         03  withdrawn-date-A PIC 9(08).
001830         03  birth-date-A     PIC 9(08).
001840         03  year-level-A     PIC 9(01).
001850*
001860 FD  TRANS-REJECT
001870         LABEL RECORDS ARE STANDARD.
001880 01  TRANS-REJECT-RECORD.
001890         03  action-code-R    PIC X(01).
001900         03  SNo-R            PIC X(10).
001910         03  fullname-R       PIC X(50).
001920         03  course-R         PIC X(50).
001930         03  age-R            PIC 99.
001940         03  contact-no-R.
001950             04  mobile-R     PIC X(11).
001960             04  landline-R   PIC X(8).
001970         03  reject-code-R    PIC X(03).
001980         03  reject-text-R    PIC X(30).
001990         03  birth-date-R     PIC 9(08).
002000         03  year-level-R     PIC 9(01).
002010*
002020 FD  STUDENT-AUDIT
002030         LABEL RECORDS ARE STANDARD.
002040 01  STUDENT-AUDIT-RECORD.
002050         03  action-T         PIC X(06).
002060         03  audit-date-T     PIC 9(08).
002070         03  audit-time-T     PIC 9(08).
002080         03  operator-T       PIC X(10).
002090         03  before-image-T.
002100             04  SNo-BT       PIC X(10).
002110             04  detail-BT    PIC X(131).
002120         03  after-image-T.
002130             04  SNo-AT       PIC X(10).
002140             04  detail-AT    PIC X(131).
002150*
002160 FD  COURSE-REFERENCE
002170         LABEL RECORDS ARE STANDARD.
002180 01  COURSE-REFERENCE-RECORD.
002190         03  course-code-C    PIC X(10).
002200         03  course-title-C   PIC X(50).
002210         03  course-status-C  PIC X(01).
002220             88  course-active          VALUE "A".
002230             88  course-retired         VALUE "R".
002240         03  course-max-C     PIC 9(05).
002250         03  tuition-rate-C   PIC 9(07)V99.
002260         03  misc-fee-C       PIC 9(07)V99.
002270         03  course-years-C   PIC 9(01).
002280*
002290 FD  STUDENT-WAITLIST
002300         LABEL RECORDS ARE STANDARD.
002310 01  STUDENT-WAITLIST-RECORD.
002320         03  SNo-W            PIC X(10).
002330         03  fullname-W       PIC X(50).
002340         03  course-W         PIC X(50).
002350         03  age-W            PIC 99.
002360         03  contact-no-W.
002370             04  mobile-W     PIC X(11).
002380             04  landline-W   PIC X(8).
002390         03  wait-status-W    PIC X(01).
002400             88  wait-waiting           VALUE "W".
002410             88  wait-promoted          VALUE "P".
002420             88  wait-cancelled         VALUE "C".
002430         03  wait-date-W      PIC 9(08).
002440         03  birth-date-W     PIC 9(08).
002450         03  year-level-W     PIC 9(01).
002460*
002470 FD  GUARDIAN-FILE
002480         LABEL RECORDS ARE STANDARD.
002490 01  GUARDIAN-RECORD.
002500         03  guardian-key-G.
002510             04  SNo-G        PIC X(10).
002520             04  contact-seq-G PIC 9(02).
002530         03  contact-name-G   PIC X(50).
002540         03  relationship-G   PIC X(20).
002550         03  contact-no-G.
002560             04  mobile-G     PIC X(11).
002570             04  landline-G   PIC X(8).
002580*
002590 FD  GUARDIAN-ARCHIVE
002600         LABEL RECORDS ARE STANDARD.
002610 01  GUARDIAN-ARCHIVE-RECORD.
002620         03  SNo-H            PIC X(10).
002630         03  contact-seq-H    PIC 9(02).
002640         03  contact-name-H   PIC X(50).
002650         03  relationship-H   PIC X(20).
002660         03  contact-no-H.
002670             04  mobile-H     PIC X(11).
002680             04  landline-H   PIC X(8).
002690         03  archived-date-H  PIC 9(08).
002700*
002710 WORKING-STORAGE SECTION.
002720*---------------------------------------------------------------
002730* PROGRAM SWITCHES AND CONTROL COUNTERS
002740*---------------------------------------------------------------
002750 77  stu-trans-status        PIC X(02) VALUE "00".
002760         88  stu-trans-ok             VALUE "00".
002770         88  stu-trans-not-found      VALUE "35".
002780 77  stu-file-status         PIC X(02) VALUE "00".
002790         88  stu-file-ok              VALUE "00".
002800         88  stu-file-not-found       VALUE "35".
002810 77  stu-archive-status      PIC X(02) VALUE "00".
002820         88  stu-archive-ok           VALUE "00".
002830         88  stu-archive-not-found    VALUE "35".
002840 77  stu-reject-status       PIC X(02) VALUE "00".
002850         88  stu-reject-ok            VALUE "00".
002860 77  stu-audit-status        PIC X(02) VALUE "00".
002870         88  stu-audit-ok             VALUE "00".
002880         88  stu-audit-not-found      VALUE "35".
002890 77  stu-course-status       PIC X(02) VALUE "00".
002900         88  stu-course-ok            VALUE "00".
002910         88  stu-course-not-found     VALUE "35".
002920 77  stu-wait-status         PIC X(02) VALUE "00".
002930         88  stu-wait-ok              VALUE "00".
002940         88  stu-wait-not-found       VALUE "35".
002950 77  stu-guard-status        PIC X(02) VALUE "00".
002960         88  stu-guard-ok             VALUE "00".
002970         88  stu-guard-not-found      VALUE "35".
002980 77  stu-grdarch-status      PIC X(02) VALUE "00".
002990         88  stu-grdarch-ok           VALUE "00".
003000         88  stu-grdarch-not-found    VALUE "35".
003010 77  stu-guard-eof-switch    PIC X(01) VALUE "N".
003020         88  stu-guard-eof            VALUE "Y".
003030         88  stu-guard-not-eof         VALUE "N".
003040 77  stu-guard-sno           PIC X(10) VALUE SPACES.
003050 77  stu-guard-count         PIC 9(03) VALUE 0.
003060 77  stu-eof-switch          PIC X(01) VALUE "N".
003070         88  stu-eof                  VALUE "Y".
003080         88  stu-not-eof               VALUE "N".
003090 77  stu-wl-eof-switch       PIC X(01) VALUE "N".
003100         88  stu-wl-eof               VALUE "Y".
003110         88  stu-wl-not-eof            VALUE "N".
003120 77  stu-found-switch        PIC X(01) VALUE "N".
003130         88  stu-found                 VALUE "Y".
003140         88  stu-not-found              VALUE "N".
003150 77  stu-valid-switch        PIC X(01) VALUE "N".
003160         88  stu-valid                 VALUE "Y".
003170         88  stu-not-valid              VALUE "N".
003180 77  stu-run-switch          PIC X(01) VALUE "Y".
003190         88  stu-run-ok                VALUE "Y".
003200         88  stu-run-stopped            VALUE "N".
003210 77  stu-full-switch         PIC X(01) VALUE "N".
003220         88  stu-course-full           VALUE "Y".
003230         88  stu-course-open            VALUE "N".
003240 77  stu-promote-switch      PIC X(01) VALUE "N".
003250         88  stu-promoted              VALUE "Y".
003260         88  stu-not-promoted           VALUE "N".
003270 77  stu-archive-error-switch PIC X(01) VALUE "N".
003280         88  stu-archive-error        VALUE "Y".
003290         88  stu-archive-no-error      VALUE "N".
003300 77  stu-read-count          PIC 9(05) VALUE 0.
003310 77  stu-admit-count         PIC 9(05) VALUE 0.
003320 77  stu-change-count        PIC 9(05) VALUE 0.
003330 77  stu-wdraw-count         PIC 9(05) VALUE 0.
003340 77  stu-wait-count          PIC 9(05) VALUE 0.
003350 77  stu-reject-count        PIC 9(05) VALUE 0.
003360 77  stu-reject-code         PIC X(03) VALUE SPACES.
003370 77  stu-reject-text         PIC X(30) VALUE SPACES.
003380 77  stu-audit-action        PIC X(06) VALUE SPACES.
003390 77  stu-before-image        PIC X(141) VALUE SPACES.
003400 77  stu-after-image         PIC X(141) VALUE SPACES.
003410 77  stu-enrolled-count      PIC 9(05) VALUE 0.
003420 77  stu-course-max          PIC 9(05) VALUE 0.
003430 77  stu-check-course        PIC X(50) VALUE SPACES.
003440 77  stu-prev-course         PIC X(50) VALUE SPACES.
003450 77  stu-operator-id         PIC X(10) VALUE "STUDTRAN".
003460 77  stu-luhn-sum            PIC 9(04) VALUE 0.
003470 77  stu-luhn-prod           PIC 9(02) VALUE 0.
003480 77  stu-luhn-ix             PIC 9(02) VALUE 0.
003490 77  stu-luhn-quot           PIC 9(04) VALUE 0.
003500 77  stu-luhn-rem            PIC 9(02) VALUE 0.
003510 77  stu-check-digit         PIC 9(01) VALUE 0.
003520 77  stu-check-char          PIC X(01) VALUE "0".
003530 77  stu-verify-sno          PIC X(10) VALUE SPACES.
003540 77  stu-chkdig-switch       PIC X(01) VALUE "N".
003550         88  stu-chkdig-good          VALUE "Y".
003560         88  stu-chkdig-bad            VALUE "N".
003570*---------------------------------------------------------------
003580* DATE OF BIRTH AND YEAR LEVEL CHECKS - THE AGE APPLIED IS WORKED
003590* OUT FROM THE DATE OF BIRTH AGAINST TODAY, AS IN DOCTOR_01
003600*---------------------------------------------------------------
003610 77  stu-dob-switch          PIC X(01) VALUE "N".
003620         88  stu-dob-good             VALUE "Y".
003630         88  stu-dob-bad               VALUE "N".
003640 77  stu-check-dob           PIC 9(08) VALUE 0.
003650 77  stu-birth-age           PIC 9(03) VALUE 0.
003660 77  stu-month-days          PIC 9(02) VALUE 0.
003670 77  stu-leap-quot           PIC 9(04) VALUE 0.
003680 77  stu-leap-rem            PIC 9(03) VALUE 0.
003690 77  stu-trans-age           PIC 99    VALUE 0.
003700 77  stu-max-years           PIC 9(01) VALUE 9.
003710 01  stu-birth-work.
003720         03  stu-birth-yyyy   PIC 9(04).
003730         03  stu-birth-mmdd.
003740             04  stu-birth-mm PIC 9(02).
003750             04  stu-birth-dd PIC 9(02).
003760 01  stu-today-work.
003770         03  stu-today-yyyy   PIC 9(04).
003780         03  stu-today-mmdd   PIC 9(04).
003790 01  stu-base-work.
003800         03  stu-base-number  PIC 9(09).
003810         03  FILLER REDEFINES stu-base-number.
003820             04  stu-base-digit OCCURS 9 TIMES PIC 9(01).
003830*---------------------------------------------------------------
003840* STEP TOTALS HANDED BACK TO THE NIGHTLY CONTROLLER DOCTOR_14,
003850* WHICH CALLS THIS PROGRAM AS ONE STEP OF THE NIGHTLY CYCLE. THE
003860* SAME LAYOUT IS DECLARED EXTERNAL IN EVERY STEP PROGRAM.
003870*---------------------------------------------------------------
003880 01  stu-step-totals EXTERNAL.
003890         03  stu-step-caller  PIC X(08).
003900             88  stu-step-nightly       VALUE "NIGHTRUN".
003910         03  stu-step-read    PIC 9(07).
003920         03  stu-step-written PIC 9(07).
003930         03  stu-step-rejected PIC 9(07).
003940         03  stu-step-except  PIC 9(07).
003950         03  stu-step-cycle-date PIC 9(08).
003960*
003970 PROCEDURE DIVISION.
003980*
003990         PERFORM OPEN-TRANS-FILES.
004000         IF stu-run-ok
004010             PERFORM READ-NEXT-TRANS-RECORD
004020             PERFORM PROCESS-TRANS-RECORD UNTIL stu-eof
004030             PERFORM PRINT-TRANS-TOTALS
004040             CLOSE STUDENT-TRANS
004050             CLOSE STUDENT-MASTER
004060             CLOSE STUDENT-ARCHIVE
004070             CLOSE TRANS-REJECT
004080             CLOSE STUDENT-AUDIT
004090             CLOSE STUDENT-WAITLIST
004100             CLOSE GUARDIAN-FILE
004110             CLOSE GUARDIAN-ARCHIVE
004120             CLOSE COURSE-REFERENCE
004130         END-IF.
004140         PERFORM SET-STEP-RESULT.
004150         GOBACK.
004160*
004170*----------------------------------------------------------------*
004180*  OPEN-TRANS-FILES -- OPENS THE TRANSACTION FILE FOR INPUT,     *
004190*  THE MASTER FOR I-O, THE ARCHIVE, AUDIT AND WAITLIST FOR       *
004200*  EXTEND (CREATING EACH ON FIRST USE, AS DOCTOR_01 DOES) AND A  *
004210*  FRESH REJECT FILE. A MISSING TRANSACTION, MASTER OR COURSE    *
004220*  FILE STOPS THE RUN.                                           *
004230*----------------------------------------------------------------*
004240 OPEN-TRANS-FILES.
004250         OPEN INPUT STUDENT-TRANS.
004260         IF stu-trans-not-found
004270             DISPLAY "TRANSACTION FILE STUDTRAN NOT FOUND - "
004280                 "NO RUN"
004290             SET stu-run-stopped TO TRUE
004300         ELSE
004310             OPEN I-O STUDENT-MASTER
004320             IF NOT stu-file-ok
004330                 DISPLAY "WARNING - CANNOT OPEN STUDMAST - NO RUN"
004340                 CLOSE STUDENT-TRANS
004350                 SET stu-run-stopped TO TRUE
004360             ELSE
004370                 OPEN INPUT COURSE-REFERENCE
004380                 IF NOT stu-course-ok
004390                     DISPLAY "COURSE FILE COURSREF NOT FOUND - "
004400                         "NO RUN"
004410                     CLOSE STUDENT-TRANS
004420                     CLOSE STUDENT-MASTER
004430                     SET stu-run-stopped TO TRUE
004440                 END-IF
004450             END-IF
004460             IF stu-run-ok
004470                 OPEN OUTPUT TRANS-REJECT
004480                 IF NOT stu-reject-ok
004490                     DISPLAY "WARNING - CANNOT OPEN STUDTREJ - "
004500                         "NO RUN"
004510                     CLOSE STUDENT-TRANS
004520                     CLOSE STUDENT-MASTER
004530                     CLOSE COURSE-REFERENCE
004540                     SET stu-run-stopped TO TRUE
004550                 ELSE
004560                     OPEN EXTEND STUDENT-ARCHIVE
004570                     IF stu-archive-not-found
004580                         OPEN OUTPUT STUDENT-ARCHIVE
004590                         CLOSE STUDENT-ARCHIVE
004600                         OPEN EXTEND STUDENT-ARCHIVE
004610                     END-IF
004620                     OPEN EXTEND STUDENT-AUDIT
004630                     IF stu-audit-not-found
004640                         OPEN OUTPUT STUDENT-AUDIT
004650                         CLOSE STUDENT-AUDIT
004660                         OPEN EXTEND STUDENT-AUDIT
004670                     END-IF
004680                     OPEN EXTEND STUDENT-WAITLIST
004690                     IF stu-wait-not-found
004700                         OPEN OUTPUT STUDENT-WAITLIST
004710                         CLOSE STUDENT-WAITLIST
004720                         OPEN EXTEND STUDENT-WAITLIST
004730                     END-IF
004740                     OPEN I-O GUARDIAN-FILE
004750                     IF stu-guard-not-found
004760                         OPEN OUTPUT GUARDIAN-FILE
004770                         CLOSE GUARDIAN-FILE
004780                         OPEN I-O GUARDIAN-FILE
004790                     END-IF
004800                     OPEN EXTEND GUARDIAN-ARCHIVE
004810                     IF stu-grdarch-not-found
004820                         OPEN OUTPUT GUARDIAN-ARCHIVE
004830                         CLOSE GUARDIAN-ARCHIVE
004840                         OPEN EXTEND GUARDIAN-ARCHIVE
004850                     END-IF
004860                 END-IF
004870             END-IF
004880         END-IF.
004890*
004900 READ-NEXT-TRANS-RECORD.
004910         READ STUDENT-TRANS NEXT RECORD
004920             AT END
004930                 SET stu-eof TO TRUE
004940         END-READ.
004950         IF stu-not-eof
004960             COMPUTE stu-read-count = stu-read-count + 1
004970         END-IF.
004980*
004990*----------------------------------------------------------------*
005000*  PROCESS-TRANS-RECORD -- DISPATCHES ON THE ACTION CODE. AN     *
005010*  UNKNOWN CODE IS REJECTED WITH REASON ACT.                     *
005020*----------------------------------------------------------------*
005030 PROCESS-TRANS-RECORD.
005040         MOVE SPACES TO stu-reject-code.
005050         MOVE SPACES TO stu-reject-text.
005060         EVALUATE TRUE
005070           WHEN trans-admit
005080             PERFORM APPLY-ADMIT-TRANS
005090           WHEN trans-change
005100             PERFORM APPLY-CHANGE-TRANS
005110           WHEN trans-withdraw
005120             PERFORM APPLY-WITHDRAW-TRANS
005130           WHEN OTHER
005140             MOVE "ACT" TO stu-reject-code
005150             MOVE "UNKNOWN ACTION CODE" TO stu-reject-text
005160             PERFORM REJECT-TRANS-RECORD
005170         END-EVALUATE.
005180         PERFORM READ-NEXT-TRANS-RECORD.
005190*
005200*----------------------------------------------------------------*
005210*  APPLY-ADMIT-TRANS -- SAME CHECKS AS THE INTAKE LOAD: CHECK    *
005220*  DIGIT ON THE SUPPLIED SNO, NO DUPLICATE SNO, ACTIVE COURSE,   *
005230*  YEAR LEVEL, DATE OF BIRTH GIVING AN AGE OF 15-99, NUMERIC     *
005240*  MOBILE AND LANDLINE. A FULL COURSE PUTS THE ADMIT ON THE      *
005250*  WAITLIST; A GOOD ONE GOES ONTO THE MASTER AS ENROLLED WITH    *
005260*  AN ADD AUDIT RECORD.                                          *
005270*----------------------------------------------------------------*
005280 APPLY-ADMIT-TRANS.
005290         SET stu-valid TO TRUE.
005300         MOVE SNo-N TO stu-verify-sno.
005310         PERFORM VERIFY-CHECK-DIGIT.
005320         IF stu-chkdig-bad
005330             SET stu-not-valid TO TRUE
005340             MOVE "CHK" TO stu-reject-code
005350             MOVE "STUDENT NUMBER CHECK DIGIT BAD"
005360                 TO stu-reject-text
005370         END-IF.
005380         IF stu-valid
005390             PERFORM LOOK-UP-TRANS-SNO
005400             IF stu-found
005410                 SET stu-not-valid TO TRUE
005420                 MOVE "DUP" TO stu-reject-code
005430                 MOVE "STUDENT NUMBER ALREADY EXISTS"
005440                     TO stu-reject-text
005450             END-IF
005460         END-IF.
005470         IF stu-valid
005480             PERFORM VALIDATE-TRANS-FIELDS
005490         END-IF.
005500         IF stu-valid
005510             MOVE course-N TO stu-check-course
005520             PERFORM CHECK-COURSE-CAPACITY
005530             IF stu-course-full
005540                 PERFORM WAITLIST-TRANS-RECORD
005550             ELSE
005560                 PERFORM LOAD-TRANS-RECORD
005570             END-IF
005580         ELSE
005590             PERFORM REJECT-TRANS-RECORD
005600         END-IF.
005610*
005620*----------------------------------------------------------------*
005630*  APPLY-CHANGE-TRANS -- THE STUDENT MUST BE ON THE MASTER;      *
005640*  COURSE, YEAR LEVEL, DATE OF BIRTH (AND THE AGE WORKED OUT     *
005650*  FROM IT), MOBILE AND LANDLINE ARE VALIDATED AND APPLIED       *
005660*  EXACTLY AS EDIT-STUDENT DOES (THE NAME IS NOT AN EDITABLE     *
005670*  FIELD THERE EITHER). A CHANGE INTO A FULL COURSE IS REJECTED  *
005680*  WITH REASON FUL; A CHANGE OUT OF A COURSE FREES A SEAT AND    *
005690*  PROMOTES FROM THE WAITLIST. AUDITED AS EDIT WITH BEFORE AND   *
005700*  AFTER IMAGES.                                                 *
005710*----------------------------------------------------------------*
005720 APPLY-CHANGE-TRANS.
005730         SET stu-valid TO TRUE.
005740         PERFORM LOOK-UP-TRANS-SNO.
005750         IF stu-not-found
005760             SET stu-not-valid TO TRUE
005770             MOVE "NOF" TO stu-reject-code
005780             MOVE "STUDENT NOT ON MASTER" TO stu-reject-text
005790         END-IF.
005800         IF stu-valid
005810             MOVE STUDENT-MASTER-RECORD TO stu-before-image
005820             MOVE course-M TO stu-prev-course
005830             PERFORM VALIDATE-TRANS-FIELDS
005840         END-IF.
005850         IF stu-valid AND course-N NOT = stu-prev-course
005860             MOVE course-N TO stu-check-course
005870             PERFORM CHECK-COURSE-CAPACITY
005880             IF stu-course-full
005890                 SET stu-not-valid TO TRUE
005900                 MOVE "FUL" TO stu-reject-code
005910                 MOVE "NEW COURSE IS FULL" TO stu-reject-text
005920             END-IF
005930         END-IF.
005940         IF stu-valid
005950             PERFORM LOOK-UP-TRANS-SNO
005960             IF stu-not-found
005970                 SET stu-not-valid TO TRUE
005980                 MOVE "NOF" TO stu-reject-code
005990                 MOVE "STUDENT NOT ON MASTER" TO stu-reject-text
006000             END-IF
006010         END-IF.
006020         IF stu-valid
006030             MOVE course-N    TO course-M
006040             MOVE stu-trans-age TO age-M
006050             MOVE mobile-N    TO mobile-M
006060             MOVE landline-N  TO landline-M
006070             MOVE birth-date-N TO birth-date-M
006080             MOVE year-level-N TO year-level-M
006090             REWRITE STUDENT-MASTER-RECORD
006100                 INVALID KEY
006110                     DISPLAY "WARNING - REWRITE FAILED FOR "
006120                         SNo-N
006130             END-REWRITE
006140             IF stu-file-ok
006150                 COMPUTE stu-change-count = stu-change-count + 1
006160                 MOVE "EDIT" TO stu-audit-action
006170                 MOVE STUDENT-MASTER-RECORD TO stu-after-image
006180                 PERFORM WRITE-AUDIT-RECORD
006190                 IF course-N NOT = stu-prev-course
006200                     MOVE stu-prev-course TO stu-check-course
006210                     PERFORM PROMOTE-FROM-WAITLIST
006220                 END-IF
006230             END-IF
006240         ELSE
006250             PERFORM REJECT-TRANS-RECORD
006260         END-IF.
006270*
006280*----------------------------------------------------------------*
006290*  APPLY-WITHDRAW-TRANS -- THE STUDENT MUST BE ON THE MASTER.    *
006300*  THE OUTGOING RECORD IS ARCHIVED FIRST AND ONLY THEN DELETED,  *
006310*  EXACTLY AS DELETE-STUDENT DOES, WITH A DELETE AUDIT RECORD    *
006320*  AND A WAITLIST PROMOTION FOR THE FREED SEAT.                  *
006330*----------------------------------------------------------------*
006340 APPLY-WITHDRAW-TRANS.
006350         PERFORM LOOK-UP-TRANS-SNO.
006360         IF stu-not-found
006370             MOVE "NOF" TO stu-reject-code
006380             MOVE "STUDENT NOT ON MASTER" TO stu-reject-text
006390             PERFORM REJECT-TRANS-RECORD
006400         ELSE
006410             MOVE STUDENT-MASTER-RECORD TO stu-before-image
006420             MOVE course-M TO stu-check-course
006430             PERFORM ARCHIVE-WITHDRAWN-STUDENT
006440             IF stu-archive-error
006450                 MOVE "ERR" TO stu-reject-code
006460                 MOVE "ARCHIVE WRITE FAILED" TO stu-reject-text
006470                 PERFORM REJECT-TRANS-RECORD
006480             ELSE
006490                 DELETE STUDENT-MASTER RECORD
006500                     INVALID KEY
006510                         DISPLAY "WARNING - NOT ON FILE: " SNo-N
006520                 END-DELETE
006530                 IF stu-file-ok
006540                     COMPUTE stu-wdraw-count
006550                         = stu-wdraw-count + 1
006560                     MOVE "DELETE" TO stu-audit-action
006570                     MOVE SPACES TO stu-after-image
006580                     PERFORM WRITE-AUDIT-RECORD
006590                     MOVE SNo-N TO stu-guard-sno
006600                     PERFORM ARCHIVE-GUARDIAN-CONTACTS
006610                     PERFORM PROMOTE-FROM-WAITLIST
006620                 END-IF
006630             END-IF
006640         END-IF.
006650*
006660*----------------------------------------------------------------*
006670*  LOOK-UP-TRANS-SNO -- READS THE MASTER BY THE TRANSACTION'S    *
006680*  STUDENT NUMBER, SETTING stu-found/stu-not-found.              *
006690*----------------------------------------------------------------*
006700 LOOK-UP-TRANS-SNO.
006710         SET stu-not-found TO TRUE.
006720         MOVE SNo-N TO SNo-M.
006730         READ STUDENT-MASTER
006740             INVALID KEY
006750                 CONTINUE
006760             NOT INVALID KEY
006770                 SET stu-found TO TRUE
006780         END-READ.
006790*
006800*----------------------------------------------------------------*
006810*  VALIDATE-TRANS-FIELDS -- THE FIELD CHECKS SHARED BY ADMIT     *
006820*  AND CHANGE, IN THE SAME ORDER AS EDIT-STUDENT'S PROMPTS:      *
006830*  ACTIVE COURSE CODE, YEAR LEVEL 1 TO THE COURSE LENGTH (1-9    *
006840*  WHEN NO LENGTH IS SET), A REAL DATE OF BIRTH NOT AFTER TODAY  *
006850*  GIVING AN AGE OF 15-99 (LEFT IN stu-trans-age), 11-DIGIT      *
006860*  MOBILE, 8-DIGIT LANDLINE. THE FIRST FAILURE SETS THE REASON.  *
006870*----------------------------------------------------------------*
006880 VALIDATE-TRANS-FIELDS.
006890         MOVE course-N TO course-code-C.
006900         READ COURSE-REFERENCE
006910             INVALID KEY
006920                 SET stu-not-valid TO TRUE
006930                 MOVE "CRS" TO stu-reject-code
006940                 MOVE "UNKNOWN OR RETIRED COURSE CODE"
006950                     TO stu-reject-text
006960             NOT INVALID KEY
006970                 IF NOT course-active
006980                     SET stu-not-valid TO TRUE
006990                     MOVE "CRS" TO stu-reject-code
007000                     MOVE "UNKNOWN OR RETIRED COURSE CODE"
007010                         TO stu-reject-text
007020                 END-IF
007030                 MOVE 9 TO stu-max-years
007040                 IF course-years-C NUMERIC AND course-years-C > 0
007050                     MOVE course-years-C TO stu-max-years
007060                 END-IF
007070         END-READ.
007080         IF stu-valid
007090             IF year-level-N NUMERIC AND year-level-N >= 1
007100             AND year-level-N <= stu-max-years
007110                 CONTINUE
007120             ELSE
007130                 SET stu-not-valid TO TRUE
007140                 MOVE "YRL" TO stu-reject-code
007150                 MOVE "YEAR LEVEL OUTSIDE COURSE"
007160                     TO stu-reject-text
007170             END-IF
007180         END-IF.
007190         IF stu-valid
007200             MOVE 0 TO stu-check-dob
007210             IF birth-date-N NUMERIC
007220                 MOVE birth-date-N TO stu-check-dob
007230             END-IF
007240             PERFORM COMPUTE-BIRTH-AGE
007250             IF stu-dob-bad
007260                 SET stu-not-valid TO TRUE
007270                 MOVE "DOB" TO stu-reject-code
007280                 MOVE "DATE OF BIRTH NOT A VALID DATE"
007290                     TO stu-reject-text
007300             ELSE
007310                 IF stu-birth-age >= 15 AND stu-birth-age <= 99
007320                     MOVE stu-birth-age TO stu-trans-age
007330                 ELSE
007340                     SET stu-not-valid TO TRUE
007350                     MOVE "AGE" TO stu-reject-code
007360                     MOVE "AGE FROM BIRTH DATE NOT 15-99"
007370                         TO stu-reject-text
007380                 END-IF
007390             END-IF
007400         END-IF.
007410         IF stu-valid
007420             IF mobile-N IS NUMERIC
007430                 CONTINUE
007440             ELSE
007450                 SET stu-not-valid TO TRUE
007460                 MOVE "MOB" TO stu-reject-code
007470                 MOVE "MOBILE NO MUST BE 11 DIGITS"
007480                     TO stu-reject-text
007490             END-IF
007500         END-IF.
007510         IF stu-valid
007520             IF landline-N IS NUMERIC
007530                 CONTINUE
007540             ELSE
007550                 SET stu-not-valid TO TRUE
007560                 MOVE "LND" TO stu-reject-code
007570                 MOVE "LANDLINE NO MUST BE 8 DIGITS"
007580                     TO stu-reject-text
007590             END-IF
007600         END-IF.
007610*
007620*----------------------------------------------------------------*
007630*  COMPUTE-BIRTH-AGE -- CHECKS THE DATE OF BIRTH IN              *
007640*  stu-check-dob AND, WHEN IT IS A REAL DATE NOT AFTER TODAY,    *
007650*  SETS stu-dob-good AND LEAVES THE AGE IN WHOLE YEARS IN        *
007660*  stu-birth-age - THE SAME RULE AS DOCTOR_01.                   *
007670*----------------------------------------------------------------*
007680 COMPUTE-BIRTH-AGE.
007690         SET stu-dob-bad TO TRUE.
007700         MOVE 0 TO stu-birth-age.
007710         ACCEPT stu-today-work FROM DATE YYYYMMDD.
007720         MOVE stu-check-dob TO stu-birth-work.
007730         PERFORM SET-MONTH-DAYS.
007740         IF stu-birth-mm >= 1 AND stu-birth-mm <= 12
007750         AND stu-birth-dd >= 1
007760         AND stu-birth-dd <= stu-month-days
007770         AND stu-birth-work NOT > stu-today-work
007780             SET stu-dob-good TO TRUE
007790             COMPUTE stu-birth-age =
007800                 stu-today-yyyy - stu-birth-yyyy
007810             IF stu-today-mmdd < stu-birth-mmdd
007820                 COMPUTE stu-birth-age = stu-birth-age - 1
007830             END-IF
007840         END-IF.
007850*
007860*----------------------------------------------------------------*
007870*  SET-MONTH-DAYS -- THE NUMBER OF DAYS IN THE BIRTH MONTH, SO   *
007880*  A DAY PAST THE END OF ITS MONTH IS NOT TAKEN AS A DATE.       *
007890*  FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT A       *
007900*  CENTURY YEAR NOT DIVISIBLE BY 400.                            *
007910*----------------------------------------------------------------*
007920 SET-MONTH-DAYS.
007930         EVALUATE stu-birth-mm
007940           WHEN 4
007950           WHEN 6
007960           WHEN 9
007970           WHEN 11
007980             MOVE 30 TO stu-month-days
007990           WHEN 2
008000             MOVE 28 TO stu-month-days
008010             DIVIDE stu-birth-yyyy BY 4
008020                 GIVING stu-leap-quot REMAINDER stu-leap-rem
008030             IF stu-leap-rem = 0
008040                 MOVE 29 TO stu-month-days
008050                 DIVIDE stu-birth-yyyy BY 100
008060                     GIVING stu-leap-quot REMAINDER stu-leap-rem
008070                 IF stu-leap-rem = 0
008080                     MOVE 28 TO stu-month-days
008090                     DIVIDE stu-birth-yyyy BY 400
008100                         GIVING stu-leap-quot
008110                         REMAINDER stu-leap-rem
008120                     IF stu-leap-rem = 0
008130                         MOVE 29 TO stu-month-days
008140                     END-IF
008150                 END-IF
008160             END-IF
008170           WHEN OTHER
008180             MOVE 31 TO stu-month-days
008190         END-EVALUATE.
008200*
008210*----------------------------------------------------------------*
008220*  LOAD-TRANS-RECORD -- WRITES A VALIDATED ADMIT ONTO THE        *
008230*  MASTER AS ENROLLED, WITH THE SAME DUPLICATE-AT-WRITE GUARD    *
008240*  AS THE INTAKE LOAD AND AN ADD AUDIT RECORD.                   *
008250*----------------------------------------------------------------*
008260 LOAD-TRANS-RECORD.
008270         MOVE SNo-N        TO SNo-M.
008280         MOVE fullname-N   TO fullname-M.
008290         MOVE course-N     TO course-M.
008300         MOVE stu-trans-age TO age-M.
008310         MOVE mobile-N     TO mobile-M.
008320         MOVE landline-N   TO landline-M.
008330         MOVE "E"          TO enroll-status-M.
008340         MOVE birth-date-N TO birth-date-M.
008350         MOVE year-level-N TO year-level-M.
008360         WRITE STUDENT-MASTER-RECORD
008370             INVALID KEY
008380                 MOVE "DUP" TO stu-reject-code
008390                 MOVE "STUDENT NUMBER ALREADY EXISTS"
008400                     TO stu-reject-text
008410                 PERFORM REJECT-TRANS-RECORD
008420         END-WRITE.
008430         IF stu-file-ok
008440             COMPUTE stu-admit-count = stu-admit-count + 1
008450             MOVE "ADD" TO stu-audit-action
008460             MOVE SPACES TO stu-before-image
008470             MOVE STUDENT-MASTER-RECORD TO stu-after-image
008480             PERFORM WRITE-AUDIT-RECORD
008490         END-IF.
008500*
008510*----------------------------------------------------------------*
008520*  ARCHIVE-WITHDRAWN-STUDENT -- WRITES THE OUTGOING MASTER       *
008530*  RECORD TO STUDENT-ARCHIVE STAMPED WITH TODAY'S DATE, AS       *
008540*  DELETE-STUDENT'S ARCHIVE STEP DOES.                           *
008550*----------------------------------------------------------------*
008560 ARCHIVE-WITHDRAWN-STUDENT.
008570         SET stu-archive-no-error TO TRUE.
008580         MOVE SNo-M          TO SNo-A.
008590         MOVE fullname-M     TO fullname-A.
008600         MOVE course-M       TO course-A.
008610         MOVE age-M          TO age-A.
008620         MOVE mobile-M       TO mobile-A.
008630         MOVE landline-M     TO landline-A.
008640         MOVE birth-date-M   TO birth-date-A.
008650         MOVE year-level-M   TO year-level-A.
008660         ACCEPT withdrawn-date-A FROM DATE YYYYMMDD.
008670         WRITE STUDENT-ARCHIVE-RECORD.
008680         IF NOT stu-archive-ok
008690             SET stu-archive-error TO TRUE
008700         END-IF.
008710*
008720*----------------------------------------------------------------*
008730*  REJECT-TRANS-RECORD -- COPIES THE TRANSACTION TO THE REJECT   *
008740*  FILE WITH THE REASON CODE AND TEXT APPENDED.                  *
008750*----------------------------------------------------------------*
008760 REJECT-TRANS-RECORD.
008770         MOVE action-code-N   TO action-code-R.
008780         MOVE SNo-N           TO SNo-R.
008790         MOVE fullname-N      TO fullname-R.
008800         MOVE course-N        TO course-R.
008810         MOVE age-N           TO age-R.
008820         MOVE mobile-N        TO mobile-R.
008830         MOVE landline-N      TO landline-R.
008840         MOVE stu-reject-code TO reject-code-R.
008850         MOVE stu-reject-text TO reject-text-R.
008860         MOVE birth-date-N    TO birth-date-R.
008870         MOVE year-level-N    TO year-level-R.
008880         WRITE TRANS-REJECT-RECORD.
008890         IF NOT stu-reject-ok
008900             DISPLAY "WARNING - REJECT WRITE FAILED FOR "
008910                 SNo-N
008920         END-IF.
008930         COMPUTE stu-reject-count = stu-reject-count + 1.
008940*
008950*----------------------------------------------------------------*
008960*  WRITE-AUDIT-RECORD -- APPENDS ONE RECORD TO STUDENT-AUDIT     *
008970*  WITH THE ACTION, DATE AND TIME, OPERATOR STUDTRAN AND THE     *
008980*  BEFORE/AFTER IMAGES SET UP BY THE CALLER, MATCHING THE        *
008990*  IMAGES DOCTOR_01 WRITES FOR KEYED CHANGES.                    *
009000*----------------------------------------------------------------*
009010 WRITE-AUDIT-RECORD.
009020         MOVE stu-audit-action TO action-T.
009030         ACCEPT audit-date-T FROM DATE YYYYMMDD.
009040         ACCEPT audit-time-T FROM TIME.
009050         MOVE stu-operator-id  TO operator-T.
009060         MOVE stu-before-image TO before-image-T.
009070         MOVE stu-after-image  TO after-image-T.
009080         WRITE STUDENT-AUDIT-RECORD.
009090         IF NOT stu-audit-ok
009100             DISPLAY "WARNING - AUDIT WRITE FAILED"
009110         END-IF.
009120*
009130*----------------------------------------------------------------*
009140*  CHECK-COURSE-CAPACITY -- SAME RULE AS DOCTOR_01 AND           *
009150*  DOCTOR_02: LOOK UP THE COURSE MAXIMUM (ZERO MEANS NO LIMIT)   *
009160*  AND COUNT THE ACTIVELY ENROLLED STUDENTS OFF THE MASTER.      *
009170*----------------------------------------------------------------*
009180 CHECK-COURSE-CAPACITY.
009190         SET stu-course-open TO TRUE.
009200         MOVE stu-check-course TO course-code-C.
009210         READ COURSE-REFERENCE
009220             INVALID KEY
009230                 MOVE 0 TO stu-course-max
009240             NOT INVALID KEY
009250                 MOVE course-max-C TO stu-course-max
009260         END-READ.
009270         IF stu-course-max > 0
009280             PERFORM COUNT-COURSE-ENROLLMENT
009290             IF stu-enrolled-count >= stu-course-max
009300                 SET stu-course-full TO TRUE
009310             END-IF
009320         END-IF.
009330*
009340 COUNT-COURSE-ENROLLMENT.
009350         MOVE 0 TO stu-enrolled-count.
009360         SET stu-wl-not-eof TO TRUE.
009370         MOVE LOW-VALUES TO SNo-M.
009380         START STUDENT-MASTER
009390             KEY IS GREATER THAN SNo-M
009400             INVALID KEY
009410                 SET stu-wl-eof TO TRUE
009420             NOT INVALID KEY
009430                 PERFORM READ-NEXT-STUDENT-RECORD
009440         END-START.
009450         PERFORM TALLY-COURSE-SEAT UNTIL stu-wl-eof.
009460*
009470 READ-NEXT-STUDENT-RECORD.
009480         READ STUDENT-MASTER NEXT RECORD
009490             AT END
009500                 SET stu-wl-eof TO TRUE
009510         END-READ.
009520         IF NOT stu-file-ok
009530             SET stu-wl-eof TO TRUE
009540         END-IF.
009550*
009560 TALLY-COURSE-SEAT.
009570         IF enrolled-M AND course-M = stu-check-course
009580             COMPUTE stu-enrolled-count = stu-enrolled-count + 1
009590         END-IF.
009600         PERFORM READ-NEXT-STUDENT-RECORD.
009610*
009620*----------------------------------------------------------------*
009630*  WAITLIST-TRANS-RECORD -- A VALID ADMIT FOR A FULL COURSE      *
009640*  GOES ONTO THE SHARED WAITLIST IN FIRST-COME ORDER, AS THE     *
009650*  INTAKE LOAD DOES.                                             *
009660*----------------------------------------------------------------*
009670 WAITLIST-TRANS-RECORD.
009680         MOVE SNo-N        TO SNo-W.
009690         MOVE fullname-N   TO fullname-W.
009700         MOVE course-N     TO course-W.
009710         MOVE stu-trans-age TO age-W.
009720         MOVE mobile-N     TO mobile-W.
009730         MOVE landline-N   TO landline-W.
009740         MOVE birth-date-N TO birth-date-W.
009750         MOVE year-level-N TO year-level-W.
009760         SET wait-waiting  TO TRUE.
009770         ACCEPT wait-date-W FROM DATE YYYYMMDD.
009780         WRITE STUDENT-WAITLIST-RECORD.
009790         IF stu-wait-ok
009800             COMPUTE stu-wait-count = stu-wait-count + 1
009810         ELSE
009820             DISPLAY "WARNING - WAITLIST WRITE FAILED FOR "
009830                 SNo-N
009840         END-IF.
009850*
009860*----------------------------------------------------------------*
009870*  PROMOTE-FROM-WAITLIST -- CALLED WHEN A SEAT IN THE COURSE IN  *
009880*  stu-check-course MAY HAVE COME FREE. THE CAPACITY IS CHECKED  *
009890*  AGAIN FIRST - WITHDRAWING A STUDENT WHO WAS ON LEAVE OR       *
009900*  GRADUATED FREES NO SEAT, AND THE COURSE MUST NOT GO OVER ITS  *
009910*  MAXIMUM. WITH A SEAT FREE, THE OLDEST WAITING ENTRY GOES      *
009920*  ONTO THE MASTER WITH AN ADD AUDIT RECORD AND ANY ARCHIVED     *
009930*  GUARDIAN CONTACTS RESTORED, AND THE ENTRY IS MARKED           *
009940*  PROMOTED, REPORTING WHO CAME OFF THE LIST. A STALE ENTRY      *
009950*  WHOSE SNO IS BACK ON THE MASTER IS MARKED CANCELLED. SAME     *
009960*  RULES AS DOCTOR_01.                                           *
009970*----------------------------------------------------------------*
009980 PROMOTE-FROM-WAITLIST.
009990         SET stu-not-promoted TO TRUE.
010000         PERFORM CHECK-COURSE-CAPACITY.
010010         IF NOT stu-course-full
010020             CLOSE STUDENT-WAITLIST
010030             OPEN I-O STUDENT-WAITLIST
010040             SET stu-wl-not-eof TO TRUE
010050             PERFORM READ-NEXT-WAITLIST-RECORD
010060             PERFORM FIND-WAITLIST-CANDIDATE
010070                 UNTIL stu-wl-eof OR stu-promoted
010080             CLOSE STUDENT-WAITLIST
010090             OPEN EXTEND STUDENT-WAITLIST
010100         END-IF.
010110*
010120 READ-NEXT-WAITLIST-RECORD.
010130         READ STUDENT-WAITLIST NEXT RECORD
010140             AT END
010150                 SET stu-wl-eof TO TRUE
010160         END-READ.
010170*
010180 FIND-WAITLIST-CANDIDATE.
010190         IF wait-waiting AND course-W = stu-check-course
010200             SET stu-not-found TO TRUE
010210             MOVE SNo-W TO SNo-M
010220             READ STUDENT-MASTER
010230                 INVALID KEY
010240                     CONTINUE
010250                 NOT INVALID KEY
010260                     SET stu-found TO TRUE
010270             END-READ
010280             IF stu-found
010290                 SET wait-cancelled TO TRUE
010300                 REWRITE STUDENT-WAITLIST-RECORD
010310             ELSE
010320                 MOVE SNo-W       TO SNo-M
010330                 MOVE fullname-W  TO fullname-M
010340                 MOVE course-W    TO course-M
010350                 MOVE age-W       TO age-M
010360                 MOVE mobile-W    TO mobile-M
010370                 MOVE landline-W  TO landline-M
010380                 MOVE "E"         TO enroll-status-M
010390                 MOVE birth-date-W TO birth-date-M
010400                 MOVE year-level-W TO year-level-M
010410                 IF birth-date-W NUMERIC AND birth-date-W > 0
010420                     MOVE birth-date-W TO stu-check-dob
010430                     PERFORM COMPUTE-BIRTH-AGE
010440                     IF stu-dob-good AND stu-birth-age <= 99
010450                         MOVE stu-birth-age TO age-M
010460                     END-IF
010470                 END-IF
010480                 WRITE STUDENT-MASTER-RECORD
010490                     INVALID KEY
010500                         DISPLAY "WARNING - PROMOTE WRITE FAILED"
010510                 END-WRITE
010520                 IF stu-file-ok
010530                     MOVE "ADD" TO stu-audit-action
010540                     MOVE SPACES TO stu-before-image
010550                     MOVE STUDENT-MASTER-RECORD
010560                         TO stu-after-image
010570                     PERFORM WRITE-AUDIT-RECORD
010580                     SET wait-promoted TO TRUE
010590                     REWRITE STUDENT-WAITLIST-RECORD
010600                     SET stu-promoted TO TRUE
010610                     DISPLAY "PROMOTED FROM WAITLIST: " SNo-W
010620                         " " fullname-W
010630                     MOVE SNo-W TO stu-guard-sno
010640                     PERFORM RESTORE-GUARDIAN-CONTACTS
010650                 END-IF
010660             END-IF
010670         END-IF.
010680         IF NOT stu-promoted
010690             PERFORM READ-NEXT-WAITLIST-RECORD
010700         END-IF.
010710*
010720*----------------------------------------------------------------*
010730*  ARCHIVE-GUARDIAN-CONTACTS -- MOVES EVERY GUARDIAN CONTACT     *
010740*  FOR THE STUDENT IN stu-guard-sno OFF TO GUARDIAN-ARCHIVE,     *
010750*  STAMPED WITH TODAY, AND DELETES IT FROM THE LIVE FILE - THE   *
010760*  SAME CLEANUP DOCTOR_01'S DELETE DOES, SO A BATCH WITHDRAWAL   *
010770*  LEAVES NO ORPHANED CONTACTS. THE SCAN RESTARTS AFTER EACH     *
010780*  DELETE SO THE FILE POSITION IS NEVER IN DOUBT.                *
010790*----------------------------------------------------------------*
010800 ARCHIVE-GUARDIAN-CONTACTS.
010810         PERFORM START-GUARDIAN-SCAN.
010820         PERFORM ARCHIVE-ONE-GUARDIAN UNTIL stu-guard-eof.
010830*
010840 START-GUARDIAN-SCAN.
010850         SET stu-guard-not-eof TO TRUE.
010860         MOVE stu-guard-sno TO SNo-G.
010870         MOVE 0 TO contact-seq-G.
010880         START GUARDIAN-FILE
010890             KEY IS GREATER THAN guardian-key-G
010900             INVALID KEY
010910                 SET stu-guard-eof TO TRUE
010920             NOT INVALID KEY
010930                 PERFORM READ-NEXT-GUARDIAN-RECORD
010940         END-START.
010950*
010960 READ-NEXT-GUARDIAN-RECORD.
010970         READ GUARDIAN-FILE NEXT RECORD
010980             AT END
010990                 SET stu-guard-eof TO TRUE
011000         END-READ.
011010         IF stu-guard-not-eof AND SNo-G NOT = stu-guard-sno
011020             SET stu-guard-eof TO TRUE
011030         END-IF.
011040*
011050*----------------------------------------------------------------*
011060*  ARCHIVE-ONE-GUARDIAN -- ARCHIVE FIRST, DELETE ONLY ON A       *
011070*  GOOD WRITE, THE SAME RULE THE WITHDRAWAL ITSELF FOLLOWS; A    *
011080*  FAILED ARCHIVE WRITE LEAVES THE CONTACT ON THE LIVE FILE      *
011090*  AND ENDS THE SCAN.                                            *
011100*----------------------------------------------------------------*
011110 ARCHIVE-ONE-GUARDIAN.
011120         MOVE SNo-G           TO SNo-H.
011130         MOVE contact-seq-G   TO contact-seq-H.
011140         MOVE contact-name-G  TO contact-name-H.
011150         MOVE relationship-G  TO relationship-H.
011160         MOVE mobile-G        TO mobile-H.
011170         MOVE landline-G      TO landline-H.
011180         ACCEPT archived-date-H FROM DATE YYYYMMDD.
011190         WRITE GUARDIAN-ARCHIVE-RECORD.
011200         IF NOT stu-grdarch-ok
011210             DISPLAY "WARNING - GUARDIAN ARCHIVE WRITE FAILED"
011220             DISPLAY "CONTACT(S) LEFT ON THE LIVE FILE"
011230             SET stu-guard-eof TO TRUE
011240         ELSE
011250             DELETE GUARDIAN-FILE RECORD
011260                 INVALID KEY
011270                     CONTINUE
011280             END-DELETE
011290             PERFORM START-GUARDIAN-SCAN
011300         END-IF.
011310*
011320*----------------------------------------------------------------*
011330*  RESTORE-GUARDIAN-CONTACTS -- PUTS THE ARCHIVED CONTACTS FOR   *
011340*  THE STUDENT IN stu-guard-sno BACK ONTO THE LIVE FILE WHEN A   *
011350*  WAITLIST PROMOTION BRINGS A PREVIOUSLY WITHDRAWN STUDENT      *
011360*  BACK, MATCHING DOCTOR_01'S REINSTATE. A FRESH ADMIT WITH      *
011370*  NOTHING ARCHIVED RESTORES NOTHING. THE GUARDIAN ARCHIVE SITS  *
011380*  OPEN FOR EXTEND ALL RUN, SO IT IS CLOSED, RE-READ FOR INPUT   *
011390*  AND RE-OPENED FOR EXTEND AROUND THE SCAN.                     *
011400*----------------------------------------------------------------*
011410 RESTORE-GUARDIAN-CONTACTS.
011420         MOVE 0 TO stu-guard-count.
011430         CLOSE GUARDIAN-ARCHIVE.
011440         OPEN INPUT GUARDIAN-ARCHIVE.
011450         SET stu-guard-not-eof TO TRUE.
011460         PERFORM READ-NEXT-GRDARCH-RECORD.
011470         PERFORM RESTORE-ONE-GUARDIAN UNTIL stu-guard-eof.
011480         CLOSE GUARDIAN-ARCHIVE.
011490         OPEN EXTEND GUARDIAN-ARCHIVE.
011500         IF stu-guard-count > 0
011510             DISPLAY stu-guard-count " CONTACT(S) RESTORED FOR "
011520                 stu-guard-sno
011530         END-IF.
011540*
011550 READ-NEXT-GRDARCH-RECORD.
011560         READ GUARDIAN-ARCHIVE NEXT RECORD
011570             AT END
011580                 SET stu-guard-eof TO TRUE
011590         END-READ.
011600*
011610*----------------------------------------------------------------*
011620*  RESTORE-ONE-GUARDIAN -- A DUPLICATE KEY MEANS THE CONTACT     *
011630*  WAS ARCHIVED MORE THAN ONCE; THE ARCHIVE IS READ IN APPEND    *
011640*  ORDER, SO THE REWRITE LETS THE NEWEST ARCHIVED VERSION WIN,   *
011650*  MATCHING DOCTOR_01'S LAST-MATCH-WINS RULE FOR RE-WITHDRAWN    *
011660*  STUDENTS.                                                     *
011670*----------------------------------------------------------------*
011680 RESTORE-ONE-GUARDIAN.
011690         IF SNo-H = stu-guard-sno
011700             MOVE SNo-H          TO SNo-G
011710             MOVE contact-seq-H  TO contact-seq-G
011720             MOVE contact-name-H TO contact-name-G
011730             MOVE relationship-H TO relationship-G
011740             MOVE mobile-H       TO mobile-G
011750             MOVE landline-H     TO landline-G
011760             WRITE GUARDIAN-RECORD
011770                 INVALID KEY
011780                     REWRITE GUARDIAN-RECORD
011790             END-WRITE
011800             IF stu-guard-ok
011810                 COMPUTE stu-guard-count = stu-guard-count + 1
011820             END-IF
011830         END-IF.
011840         PERFORM READ-NEXT-GRDARCH-RECORD.
011850*
011860*----------------------------------------------------------------*
011870*  VERIFY-CHECK-DIGIT -- PROVES THE NUMBER IN stu-verify-sno:    *
011880*  TEN NUMERIC DIGITS WHOSE LAST DIGIT MATCHES THE CHECK         *
011890*  COMPUTED OVER THE FIRST NINE, THE SAME                        *
011900*  DOUBLE-EVERY-OTHER-DIGIT RULE ADD-STUDENT AND THE INTAKE      *
011910*  LOAD USE. SETS stu-chkdig-good/stu-chkdig-bad.                *
011920*----------------------------------------------------------------*
011930 VERIFY-CHECK-DIGIT.
011940         SET stu-chkdig-bad TO TRUE.
011950         IF stu-verify-sno IS NUMERIC
011960             MOVE stu-verify-sno(1:9) TO stu-base-number
011970             PERFORM COMPUTE-CHECK-DIGIT
011980             MOVE stu-check-digit TO stu-check-char
011990             IF stu-verify-sno(10:1) = stu-check-char
012000                 SET stu-chkdig-good TO TRUE
012010             END-IF
012020         END-IF.
012030*
012040 COMPUTE-CHECK-DIGIT.
012050         MOVE 0 TO stu-luhn-sum.
012060         PERFORM ADD-LUHN-DIGIT
012070             VARYING stu-luhn-ix FROM 1 BY 1
012080             UNTIL stu-luhn-ix > 9.
012090         DIVIDE stu-luhn-sum BY 10
012100             GIVING stu-luhn-quot REMAINDER stu-luhn-rem.
012110         COMPUTE stu-check-digit = 0.
012120         IF stu-luhn-rem > 0
012130             COMPUTE stu-check-digit = 10 - stu-luhn-rem
012140         END-IF.
012150*
012160 ADD-LUHN-DIGIT.
012170         MOVE stu-base-digit(stu-luhn-ix) TO stu-luhn-prod.
012180         IF stu-luhn-ix = 1 OR 3 OR 5 OR 7 OR 9
012190             COMPUTE stu-luhn-prod = stu-luhn-prod * 2
012200             IF stu-luhn-prod > 9
012210                 COMPUTE stu-luhn-prod = stu-luhn-prod - 9
012220             END-IF
012230         END-IF.
012240         COMPUTE stu-luhn-sum = stu-luhn-sum + stu-luhn-prod.
012250*
012260 PRINT-TRANS-TOTALS.
012270         DISPLAY "TRANSACTIONS READ:       " stu-read-count.
012280         DISPLAY "ADMITS APPLIED:          " stu-admit-count.
012290         DISPLAY "CHANGES APPLIED:         " stu-change-count.
012300         DISPLAY "WITHDRAWALS APPLIED:     " stu-wdraw-count.
012310         DISPLAY "ADMITS WAITLISTED:       " stu-wait-count.
012320         DISPLAY "TRANSACTIONS REJECTED:   " stu-reject-count.
012330*
012340*----------------------------------------------------------------*
012350*  SET-STEP-RESULT -- HANDS THE RUN TOTALS AND A RETURN CODE     *
012360*  BACK TO THE NIGHTLY CONTROLLER. RETURN CODE 0 RUN COMPLETE,   *
012370*  1 NO TRANSACTION FILE TONIGHT, 8 NO RUN.                      *
012380*  RUN ON ITS OWN, THE RETURN CODE IS THE JOB'S CONDITION CODE.  *
012390*----------------------------------------------------------------*
012400 SET-STEP-RESULT.
012410         MOVE stu-read-count TO stu-step-read.
012420         COMPUTE stu-step-written = stu-admit-count
012430             + stu-change-count + stu-wdraw-count
012440             + stu-wait-count.
012450         MOVE stu-reject-count TO stu-step-rejected.
012460         MOVE 0 TO stu-step-except.
012470         IF stu-run-ok
012480             MOVE 0 TO RETURN-CODE
012490         ELSE
012500             IF stu-trans-not-found
012510                 MOVE 1 TO RETURN-CODE
012520             ELSE
012530                 MOVE 8 TO RETURN-CODE
012540             END-IF
012550         END-IF.
