000120* PURPOSE:  REGISTRAR ADMISSIONS BATCH INTAKE
000130*           READS THE ADMISSIONS INTAKE FILE (LAID OUT LIKE THE
000140*           STUDENT MASTER RECORD), APPLIES THE SAME CHECKS AS
000150*           ADD-STUDENT (DUPLICATE SNO, DATE OF BIRTH GIVING AN
000160*           AGE OF 15-99, YEAR LEVEL WITHIN THE COURSE, 11-DIGIT
000170*           MOBILE, 8-DIGIT LANDLINE), LOADS GOOD RECORDS INTO
000180*           STUDENT-MASTER AND WRITES REJECTS WITH A REASON CODE
000190*           SO ADMISSIONS CAN FIX AND RESEND.
000200*================================================================
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. Doctor_02.
000230 AUTHOR. Doctor, Amherstia S.
000240 INSTALLATION. REGISTRAR MIS.
000250 DATE-WRITTEN. 08/22/2026.
000260 DATE-COMPILED.
000270*
000280* MODIFICATION HISTORY
000290*   DATE        BY    DESCRIPTION
000300*   ----------  ----  --------------------------------------------
000310*   2026-08-22  ASD   New program. Admissions intake used to be
000320*                     keyed by hand through ADD-STUDENT one admit
000330*                     at a time.
000340*   2026-08-22  ASD   Loaded admits are now written to the
000350*                     STUDENT-AUDIT trail as ADD actions under
000360*                     operator STUDLOAD, matching Doctor_01.
000370*   2026-08-22  ASD   Course on the intake record must now be an
000380*                     active code on COURSE-REFERENCE, matching
000390*                     the new ADD/EDIT validation in Doctor_01;
000400*                     failures reject with reason CRS.
000410*   2026-08-22  ASD   Reject file open and writes now have their
000420*                     file status checked, like the master and
000430*                     audit files: a failed open stops the run
000440*                     and a failed write warns with the SNo.
000450*   2026-09-03  ASD   Master record gained the enrollment status
000460*                     byte (see Doctor_01); loaded admits are
000470*                     written as ENROLLED and the audit images
000480*                     widened to match.
000490*   2026-09-03  ASD   An admit for a course that is at its
000500*                     maximum enrollment (new course-max-C on
000510*                     COURSE-REFERENCE, 0 = no limit) is no
000520*                     longer loaded; it goes onto the shared
000530*                     STUDENT-WAITLIST in first-come order and
000540*                     is counted in the run totals.
000550*   2026-09-03  ASD   The intake file now carries an HDR record
000560*                     (intake date) and a TRL record (expected
000570*                     detail count); the run is refused when
000580*                     either is missing or the trailer count
000590*                     disagrees with the records on file. A
000600*                     checkpoint (INTKCKPT) is written after
000610*                     every record processed, and a rerun for
000620*                     the same intake date resumes after the
000630*                     checkpoint instead of re-reading the file
000640*                     and burying real duplicates in DUP noise.
000650*                     Rejects are appended on a restart so the
000660*                     failed run's rejects are kept.
000670*   2026-09-03  ASD   The free-form SNo-I must now carry a
000680*                     valid check digit (same rule as the
000690*                     system-assigned numbers in Doctor_01);
000700*                     failures reject with reason CHK instead
000710*                     of silently creating a new key.
000720*   2026-10-15  ASD   COURSE-REFERENCE gained the per-term
000730*                     tuition and miscellaneous fee rates (see
000740*                     Doctor_01); the layout here widened to
000750*                     match.
000760*   2026-10-15  ASD   Now ends with GOBACK and sets RETURN-CODE
000770*                     (0 run complete, 1 no intake file tonight,
000780*                     8 no run) with its counts in the EXTERNAL
000790*                     step totals, so the nightly controller
000800*                     Doctor_14 can CALL it as a step. Run on its
000810*                     own it behaves as before.
000820*   2026-10-15  ASD   The intake record now carries the date of
000830*                     birth and year level (appended; the HDR/TRL
000840*                     filler widened to match) and the master,
000850*                     waitlist, course and audit layouts widened
000860*                     with them (see Doctor_01). The age is worked
000870*                     out from the date of birth, not taken from
000880*                     age-I; a bad date rejects with reason DOB,
000890*                     an age outside 15-99 with AGE, and a year
000900*                     level outside 1 to the course length with
000910*                     YRL. Rejects carry both new fields.
000920*   2026-10-15  ASD   The EXTERNAL step totals now carry the
000930*                     cycle date set by the nightly controller
000940*                     Doctor_14; the layout here widened to match.
000950*   2026-10-15  ASD   The date-of-birth check now knows the days
000960*                     in each month, leap years included, so a
000970*                     date such as 0231 or 0431 is refused.
000980*
000990 ENVIRONMENT DIVISION.
001000 INPUT-OUTPUT SECTION.
001010 FILE-CONTROL.
001020         SELECT STUDENT-INTAKE ASSIGN TO "STUDINTK"
001030             ORGANIZATION IS SEQUENTIAL
001040             ACCESS MODE IS SEQUENTIAL
001050             FILE STATUS IS stu-intake-status.
001060         SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
001070             ORGANIZATION IS INDEXED
001080             ACCESS MODE IS DYNAMIC
001090             RECORD KEY IS SNo-M
001100             FILE STATUS IS stu-file-status.
001110         SELECT STUDENT-REJECT ASSIGN TO "STUDREJ"
001120             ORGANIZATION IS SEQUENTIAL
001130             ACCESS MODE IS SEQUENTIAL
001140             FILE STATUS IS stu-reject-status.
001150         SELECT STUDENT-AUDIT ASSIGN TO "STUDAUDT"
001160             ORGANIZATION IS SEQUENTIAL
001170             ACCESS MODE IS SEQUENTIAL
001180             FILE STATUS IS stu-audit-status.
001190         SELECT COURSE-REFERENCE ASSIGN TO "COURSREF"
001200             ORGANIZATION IS INDEXED
001210             ACCESS MODE IS DYNAMIC
001220             RECORD KEY IS course-code-C
001230             FILE STATUS IS stu-course-status.
001240         SELECT STUDENT-WAITLIST ASSIGN TO "STUDWAIT"
001250             ORGANIZATION IS SEQUENTIAL
001260             ACCESS MODE IS SEQUENTIAL
001270             FILE STATUS IS stu-wait-status.
001280         SELECT INTAKE-CHECKPOINT ASSIGN TO "INTKCKPT"
001290             ORGANIZATION IS SEQUENTIAL
001300             ACCESS MODE IS SEQUENTIAL
001310             FILE STATUS IS stu-ckpt-status.
001320*
001330 DATA DIVISION.
001340 FILE SECTION.
001350 FD  STUDENT-INTAKE
001360         LABEL RECORDS ARE STANDARD.
001370 01  STUDENT-INTAKE-RECORD.
001380         03  SNo-I            PIC X(10).
001390         03  fullname-I       PIC X(50).
001400         03  course-I         PIC X(50).
001410         03  age-I            PIC 99.
001420         03  contact-no-I.
001430             04  mobile-I     PIC X(11).
001440             04  landline-I   PIC X(8).
001450         03  birth-date-I     PIC 9(08).
001460         03  year-level-I     PIC 9(01).
001470 01  INTAKE-CONTROL-RECORD.
001480         03  control-type-I   PIC X(03).
001490             88  intake-header          VALUE "HDR".
001500             88  intake-trailer         VALUE "TRL".
001510             88  intake-control         VALUE "HDR" "TRL".
001520         03  control-date-I   PIC 9(08).
001530         03  control-count-I  PIC 9(05).
001540         03  FILLER           PIC X(124).
001550*
001560 FD  STUDENT-MASTER
001570         LABEL RECORDS ARE STANDARD.
001580 01  STUDENT-MASTER-RECORD.
001590         03  SNo-M            PIC X(10).
001600         03  fullname-M       PIC X(50).
001610         03  course-M         PIC X(50).
001620         03  age-M            PIC 99.
001630         03  contact-no-M.
001640             04  mobile-M     PIC X(11).
001650             04  landline-M   PIC X(8).
001660         03  enroll-status-M  PIC X(01).
001670             88  enrolled-M             VALUE "E" " ".
001680             88  on-leave-M             VALUE "L".
001690             88  graduated-M            VALUE "G".
001700         03  birth-date-M     PIC 9(08).
001710         03  year-level-M     PIC 9(01).
001720*
001730 FD  STUDENT-REJECT
001740         LABEL RECORDS ARE STANDARD.
001750 01  STUDENT-REJECT-RECORD.
001760         03  SNo-R            PIC X(10).
001770         03  fullname-R       PIC X(50).
001780         03  course-R         PIC X(50).
001790         03  age-R            PIC 99.
001800         03  contact-no-R.
001810             04  mobile-R     PIC X(11).
001820             04  landline-R   PIC X(8).
001830         03  reject-code-R    PIC X(03).
001840         03  reject-text-R    PIC X(30).
001850         03  birth-date-R     PIC 9(08).
001860         03  year-level-R     PIC 9(01).
001870*
001880 FD  STUDENT-AUDIT
001890         LABEL RECORDS ARE STANDARD.
001900 01  STUDENT-AUDIT-RECORD.
001910         03  action-T         PIC X(06).
001920         03  audit-date-T     PIC 9(08).
001930         03  audit-time-T     PIC 9(08).
001940         03  operator-T       PIC X(10).
001950         03  before-image-T.
001960             04  SNo-BT       PIC X(10).
001970             04  detail-BT    PIC X(131).
001980         03  after-image-T.
001990             04  SNo-AT       PIC X(10).
002000             04  detail-AT    PIC X(131).
002010*
002020 FD  COURSE-REFERENCE
002030         LABEL RECORDS ARE STANDARD.
002040 01  COURSE-REFERENCE-RECORD.
002050         03  course-code-C    PIC X(10).
002060         03  course-title-C   PIC X(50).
002070         03  course-status-C  PIC X(01).
002080             88  course-active          VALUE "A".
002090             88  course-retired         VALUE "R".
002100         03  course-max-C     PIC 9(05).
002110         03  tuition-rate-C   PIC 9(07)V99.
002120         03  misc-fee-C       PIC 9(07)V99.
002130         03  course-years-C   PIC 9(01).
002140*
002150 FD  STUDENT-WAITLIST
002160         LABEL RECORDS ARE STANDARD.
002170 01  STUDENT-WAITLIST-RECORD.
002180         03  SNo-W            PIC X(10).
002190         03  fullname-W       PIC X(50).
002200         03  course-W         PIC X(50).
002210         03  age-W            PIC 99.
002220         03  contact-no-W.
002230             04  mobile-W     PIC X(11).
002240             04  landline-W   PIC X(8).
002250         03  wait-status-W    PIC X(01).
002260             88  wait-waiting           VALUE "W".
002270             88  wait-promoted          VALUE "P".
002280             88  wait-cancelled         VALUE "C".
002290         03  wait-date-W      PIC 9(08).
002300         03  birth-date-W     PIC 9(08).
002310         03  year-level-W     PIC 9(01).
002320*
002330 FD  INTAKE-CHECKPOINT
002340         LABEL RECORDS ARE STANDARD.
002350 01  INTAKE-CHECKPOINT-RECORD.
002360         03  ckpt-date-K      PIC 9(08).
002370         03  ckpt-count-K     PIC 9(05).
002380         03  ckpt-flag-K      PIC X(01).
002390             88  ckpt-active            VALUE "A".
002400             88  ckpt-done              VALUE "D".
002410*
002420 WORKING-STORAGE SECTION.
002430*---------------------------------------------------------------
002440* PROGRAM SWITCHES AND CONTROL COUNTERS
002450*---------------------------------------------------------------
002460 77  stu-intake-status       PIC X(02) VALUE "00".
002470         88  stu-intake-ok            VALUE "00".
002480         88  stu-intake-not-found     VALUE "35".
002490 77  stu-file-status         PIC X(02) VALUE "00".
002500         88  stu-file-ok              VALUE "00".
002510         88  stu-file-not-found       VALUE "35".
002520 77  stu-reject-status       PIC X(02) VALUE "00".
002530         88  stu-reject-ok            VALUE "00".
002540         88  stu-reject-not-found     VALUE "35".
002550 77  stu-ckpt-status         PIC X(02) VALUE "00".
002560         88  stu-ckpt-ok              VALUE "00".
002570         88  stu-ckpt-not-found       VALUE "35".
002580 77  stu-audit-status        PIC X(02) VALUE "00".
002590         88  stu-audit-ok             VALUE "00".
002600         88  stu-audit-not-found      VALUE "35".
002610 77  stu-course-status       PIC X(02) VALUE "00".
002620         88  stu-course-ok            VALUE "00".
002630         88  stu-course-not-found     VALUE "35".
002640 77  stu-eof-switch          PIC X(01) VALUE "N".
002650         88  stu-eof                  VALUE "Y".
002660         88  stu-not-eof               VALUE "N".
002670 77  stu-valid-switch        PIC X(01) VALUE "N".
002680         88  stu-valid                 VALUE "Y".
002690         88  stu-not-valid              VALUE "N".
002700 77  stu-detail-count        PIC 9(05) VALUE 0.
002710 77  stu-verify-count        PIC 9(05) VALUE 0.
002720 77  stu-expect-count        PIC 9(05) VALUE 0.
002730 77  stu-skip-count          PIC 9(05) VALUE 0.
002740 77  stu-intake-date         PIC 9(08) VALUE 0.
002750 77  stu-trailer-switch      PIC X(01) VALUE "N".
002760         88  stu-has-trailer           VALUE "Y".
002770         88  stu-no-trailer             VALUE "N".
002780 77  stu-load-count          PIC 9(05) VALUE 0.
002790 77  stu-reject-count        PIC 9(05) VALUE 0.
002800 77  stu-wait-status         PIC X(02) VALUE "00".
002810         88  stu-wait-ok              VALUE "00".
002820         88  stu-wait-not-found       VALUE "35".
002830 77  stu-wait-count          PIC 9(05) VALUE 0.
002840 77  stu-enrolled-count      PIC 9(05) VALUE 0.
002850 77  stu-course-max          PIC 9(05) VALUE 0.
002860 77  stu-check-course        PIC X(50) VALUE SPACES.
002870 77  stu-full-switch         PIC X(01) VALUE "N".
002880         88  stu-course-full           VALUE "Y".
002890         88  stu-course-open            VALUE "N".
002900 77  stu-reject-code         PIC X(03) VALUE SPACES.
002910 77  stu-reject-text         PIC X(30) VALUE SPACES.
002920 77  stu-run-switch          PIC X(01) VALUE "Y".
002930         88  stu-run-ok                VALUE "Y".
002940         88  stu-run-stopped            VALUE "N".
002950 77  stu-operator-id         PIC X(10) VALUE "STUDLOAD".
002960 77  stu-luhn-sum            PIC 9(04) VALUE 0.
002970 77  stu-luhn-prod           PIC 9(02) VALUE 0.
002980 77  stu-luhn-ix             PIC 9(02) VALUE 0.
002990 77  stu-luhn-quot           PIC 9(04) VALUE 0.
003000 77  stu-luhn-rem            PIC 9(02) VALUE 0.
003010 77  stu-check-digit         PIC 9(01) VALUE 0.
003020 77  stu-check-char          PIC X(01) VALUE "0".
003030 77  stu-verify-sno          PIC X(10) VALUE SPACES.
003040 77  stu-chkdig-switch       PIC X(01) VALUE "N".
003050         88  stu-chkdig-good          VALUE "Y".
003060         88  stu-chkdig-bad            VALUE "N".
003070*---------------------------------------------------------------
003080* DATE OF BIRTH AND YEAR LEVEL CHECKS - THE AGE LOADED IS WORKED
003090* OUT FROM THE DATE OF BIRTH AGAINST TODAY, AS IN DOCTOR_01
003100*---------------------------------------------------------------
003110 77  stu-dob-switch          PIC X(01) VALUE "N".
003120         88  stu-dob-good             VALUE "Y".
003130         88  stu-dob-bad               VALUE "N".
003140 77  stu-birth-age           PIC 9(03) VALUE 0.
003150 77  stu-month-days          PIC 9(02) VALUE 0.
003160 77  stu-leap-quot           PIC 9(04) VALUE 0.
003170 77  stu-leap-rem            PIC 9(03) VALUE 0.
003180 77  stu-intake-age          PIC 99    VALUE 0.
003190 77  stu-max-years           PIC 9(01) VALUE 9.
003200 01  stu-birth-work.
003210         03  stu-birth-yyyy   PIC 9(04).
003220         03  stu-birth-mmdd.
003230             04  stu-birth-mm PIC 9(02).
003240             04  stu-birth-dd PIC 9(02).
003250 01  stu-today-work.
003260         03  stu-today-yyyy   PIC 9(04).
003270         03  stu-today-mmdd   PIC 9(04).
003280 01  stu-base-work.
003290         03  stu-base-number  PIC 9(09).
003300         03  FILLER REDEFINES stu-base-number.
003310             04  stu-base-digit OCCURS 9 TIMES PIC 9(01).
003320*---------------------------------------------------------------
003330* STEP TOTALS HANDED BACK TO THE NIGHTLY CONTROLLER DOCTOR_14,
003340* WHICH CALLS THIS PROGRAM AS ONE STEP OF THE NIGHTLY CYCLE. THE
003350* SAME LAYOUT IS DECLARED EXTERNAL IN EVERY STEP PROGRAM.
003360*---------------------------------------------------------------
003370 01  stu-step-totals EXTERNAL.
003380         03  stu-step-caller  PIC X(08).
003390             88  stu-step-nightly       VALUE "NIGHTRUN".
003400         03  stu-step-read    PIC 9(07).
003410         03  stu-step-written PIC 9(07).
003420         03  stu-step-rejected PIC 9(07).
003430         03  stu-step-except  PIC 9(07).
003440         03  stu-step-cycle-date PIC 9(08).
003450*
003460 PROCEDURE DIVISION.
003470*
003480         PERFORM OPEN-INTAKE-FILES.
003490         IF stu-run-ok
003500             PERFORM VERIFY-INTAKE-CONTROLS
003510         END-IF.
003520         IF stu-run-ok
003530             PERFORM READ-INTAKE-CHECKPOINT
003540             PERFORM OPEN-REJECT-FILE
003550         END-IF.
003560         IF stu-run-ok
003570             PERFORM READ-NEXT-INTAKE-DETAIL
003580             PERFORM SKIP-PROCESSED-RECORD
003590                 UNTIL stu-eof
003600                 OR stu-detail-count > stu-skip-count
003610             PERFORM PROCESS-INTAKE-RECORD UNTIL stu-eof
003620             PERFORM FINISH-INTAKE-CHECKPOINT
003630             PERFORM PRINT-INTAKE-TOTALS
003640             PERFORM CLOSE-INTAKE-FILES
003650             CLOSE STUDENT-REJECT
003660         END-IF.
003670         PERFORM SET-STEP-RESULT.
003680         GOBACK.
003690*
003700*----------------------------------------------------------------*
003710*  OPEN-INTAKE-FILES -- OPENS THE INTAKE FILE FOR INPUT AND THE  *
003720*  MASTER FOR I-O (CREATING IT ON FIRST USE, AS DOCTOR_01 DOES). *
003730*  A MISSING INTAKE FILE IS REPORTED AND THE RUN ENDS WITHOUT    *
003740*  TOUCHING THE MASTER. THE REJECT FILE IS OPENED LATER, ONCE    *
003750*  THE CHECKPOINT SAYS WHETHER THIS IS A FRESH RUN OR A          *
003760*  RESTART.                                                      *
003770*----------------------------------------------------------------*
003780 OPEN-INTAKE-FILES.
003790         OPEN INPUT STUDENT-INTAKE.
003800         IF stu-intake-not-found
003810             DISPLAY "INTAKE FILE STUDINTK NOT FOUND - NO RUN"
003820             SET stu-run-stopped TO TRUE
003830         ELSE
003840             OPEN I-O STUDENT-MASTER
003850             IF stu-file-not-found
003860                 OPEN OUTPUT STUDENT-MASTER
003870                 CLOSE STUDENT-MASTER
003880                 OPEN I-O STUDENT-MASTER
003890             END-IF
003900             IF NOT stu-file-ok
003910                 DISPLAY "WARNING - CANNOT OPEN STUDMAST - NO RUN"
003920                 CLOSE STUDENT-INTAKE
003930                 SET stu-run-stopped TO TRUE
003940             ELSE
003950                 OPEN INPUT COURSE-REFERENCE
003960                 IF NOT stu-course-ok
003970                     DISPLAY "COURSE FILE COURSREF NOT FOUND - "
003980                         "NO RUN"
003990                     CLOSE STUDENT-INTAKE
004000                     CLOSE STUDENT-MASTER
004010                     SET stu-run-stopped TO TRUE
004020                 END-IF
004030             END-IF
004040             IF stu-run-ok
004050                 OPEN EXTEND STUDENT-AUDIT
004060                 IF stu-audit-not-found
004070                     OPEN OUTPUT STUDENT-AUDIT
004080                     CLOSE STUDENT-AUDIT
004090                     OPEN EXTEND STUDENT-AUDIT
004100                 END-IF
004110                 OPEN EXTEND STUDENT-WAITLIST
004120                 IF stu-wait-not-found
004130                     OPEN OUTPUT STUDENT-WAITLIST
004140                     CLOSE STUDENT-WAITLIST
004150                     OPEN EXTEND STUDENT-WAITLIST
004160                 END-IF
004170             END-IF
004180         END-IF.
004190*
004200 CLOSE-INTAKE-FILES.
004210         CLOSE STUDENT-INTAKE.
004220         CLOSE STUDENT-MASTER.
004230         CLOSE STUDENT-AUDIT.
004240         CLOSE STUDENT-WAITLIST.
004250         CLOSE COURSE-REFERENCE.
004260*
004270*----------------------------------------------------------------*
004280*  VERIFY-INTAKE-CONTROLS -- ONE PASS OVER THE INTAKE FILE       *
004290*  BEFORE ANYTHING IS APPLIED: THE FIRST RECORD MUST BE THE HDR  *
004300*  (WHOSE DATE NAMES THE RUN FOR THE CHECKPOINT), A TRL MUST BE  *
004310*  PRESENT, AND THE TRL COUNT MUST AGREE WITH THE DETAIL         *
004320*  RECORDS ON FILE - OTHERWISE THE RUN IS REFUSED BEFORE THE     *
004330*  MASTER IS TOUCHED. THE FILE IS THEN REWOUND FOR THE REAL      *
004340*  PASS.                                                         *
004350*----------------------------------------------------------------*
004360 VERIFY-INTAKE-CONTROLS.
004370         MOVE 0 TO stu-verify-count.
004380         MOVE 0 TO stu-expect-count.
004390         SET stu-no-trailer TO TRUE.
004400         SET stu-not-eof TO TRUE.
004410         READ STUDENT-INTAKE NEXT RECORD
004420             AT END
004430                 SET stu-eof TO TRUE
004440         END-READ.
004450         IF stu-eof OR NOT intake-header
004460             DISPLAY "INTAKE FILE HAS NO HDR RECORD - NO RUN"
004470             PERFORM CLOSE-INTAKE-FILES
004480             SET stu-run-stopped TO TRUE
004490         ELSE
004500             MOVE control-date-I TO stu-intake-date
004510             PERFORM COUNT-ONE-INTAKE-RECORD UNTIL stu-eof
004520             IF stu-no-trailer
004530                 DISPLAY "INTAKE FILE HAS NO TRL RECORD - NO RUN"
004540                 PERFORM CLOSE-INTAKE-FILES
004550                 SET stu-run-stopped TO TRUE
004560             ELSE
004570                 IF stu-expect-count NOT = stu-verify-count
004580                     DISPLAY "TRL COUNT " stu-expect-count
004590                         " DISAGREES WITH " stu-verify-count
004600                         " DETAIL RECORDS - NO RUN"
004610                     PERFORM CLOSE-INTAKE-FILES
004620                     SET stu-run-stopped TO TRUE
004630                 ELSE
004640                     CLOSE STUDENT-INTAKE
004650                     OPEN INPUT STUDENT-INTAKE
004660                     SET stu-not-eof TO TRUE
004670                 END-IF
004680             END-IF
004690         END-IF.
004700*
004710 COUNT-ONE-INTAKE-RECORD.
004720         READ STUDENT-INTAKE NEXT RECORD
004730             AT END
004740                 SET stu-eof TO TRUE
004750         END-READ.
004760         IF stu-not-eof
004770             IF intake-trailer
004780                 SET stu-has-trailer TO TRUE
004790                 MOVE control-count-I TO stu-expect-count
004800             ELSE
004810                 IF NOT intake-header
004820                     COMPUTE stu-verify-count
004830                         = stu-verify-count + 1
004840                 END-IF
004850             END-IF
004860         END-IF.
004870*
004880*----------------------------------------------------------------*
004890*  READ-INTAKE-CHECKPOINT -- READS THE ONE-RECORD CHECKPOINT     *
004900*  FILE. A CHECKPOINT STILL MARKED ACTIVE FOR THIS INTAKE DATE   *
004910*  MEANS THE LAST RUN DIED PARTWAY, SO THE RUN RESUMES AFTER     *
004920*  THE LAST RECORD IT GOT THROUGH. ANY OTHER DATE, OR A DONE     *
004930*  FLAG, MEANS A FRESH RUN FROM THE TOP.                         *
004940*----------------------------------------------------------------*
004950 READ-INTAKE-CHECKPOINT.
004960         MOVE 0 TO stu-skip-count.
004970         OPEN INPUT INTAKE-CHECKPOINT.
004980         IF stu-ckpt-ok
004990             READ INTAKE-CHECKPOINT NEXT RECORD
005000                 AT END
005010                     SET ckpt-done TO TRUE
005020             END-READ
005030             IF ckpt-active AND ckpt-date-K = stu-intake-date
005040                 MOVE ckpt-count-K TO stu-skip-count
005050                 DISPLAY "RESTART - RESUMING AFTER RECORD "
005060                     stu-skip-count
005070             END-IF
005080             CLOSE INTAKE-CHECKPOINT
005090         END-IF.
005100*
005110*----------------------------------------------------------------*
005120*  OPEN-REJECT-FILE -- A FRESH RUN GETS A FRESH REJECT FILE; A   *
005130*  RESTART APPENDS, SO THE REJECTS THE FAILED RUN ALREADY        *
005140*  WROTE ARE KEPT FOR ADMISSIONS.                                *
005150*----------------------------------------------------------------*
005160 OPEN-REJECT-FILE.
005170         IF stu-skip-count > 0
005180             OPEN EXTEND STUDENT-REJECT
005190             IF stu-reject-not-found
005200                 OPEN OUTPUT STUDENT-REJECT
005210                 CLOSE STUDENT-REJECT
005220                 OPEN EXTEND STUDENT-REJECT
005230             END-IF
005240         ELSE
005250             OPEN OUTPUT STUDENT-REJECT
005260         END-IF.
005270         IF NOT stu-reject-ok
005280             DISPLAY "WARNING - CANNOT OPEN STUDREJ - NO RUN"
005290             PERFORM CLOSE-INTAKE-FILES
005300             SET stu-run-stopped TO TRUE
005310         END-IF.
005320*
005330*----------------------------------------------------------------*
005340*  READ-NEXT-INTAKE-DETAIL -- READS FORWARD TO THE NEXT DETAIL   *
005350*  RECORD, STEPPING OVER THE HDR AND TRL CONTROL RECORDS, AND    *
005360*  COUNTS IT. THE COUNT NUMBERS THE DETAILS 1-N AND IS WHAT THE  *
005370*  CHECKPOINT CARRIES.                                           *
005380*----------------------------------------------------------------*
005390 READ-NEXT-INTAKE-DETAIL.
005400         PERFORM READ-ONE-INTAKE-RECORD.
005410         PERFORM READ-ONE-INTAKE-RECORD
005420             UNTIL stu-eof OR NOT intake-control.
005430*
005440 READ-ONE-INTAKE-RECORD.
005450         READ STUDENT-INTAKE NEXT RECORD
005460             AT END
005470                 SET stu-eof TO TRUE
005480         END-READ.
005490         IF stu-not-eof AND NOT intake-control
005500             COMPUTE stu-detail-count = stu-detail-count + 1
005510         END-IF.
005520*
005530 SKIP-PROCESSED-RECORD.
005540         PERFORM READ-NEXT-INTAKE-DETAIL.
005550*
005560*----------------------------------------------------------------*
005570*  WRITE-INTAKE-CHECKPOINT -- REWRITES THE ONE-RECORD            *
005580*  CHECKPOINT FILE AFTER EVERY DETAIL PROCESSED, THE WAY         *
005590*  DOCTOR_01 KEEPS ITS RUN-CONTROL RECORD. FINISH MARKS IT       *
005600*  DONE SO THE NEXT RUN STARTS FRESH.                            *
005610*----------------------------------------------------------------*
005620 WRITE-INTAKE-CHECKPOINT.
005630         OPEN OUTPUT INTAKE-CHECKPOINT.
005640         IF stu-ckpt-ok
005650             MOVE stu-intake-date  TO ckpt-date-K
005660             MOVE stu-detail-count TO ckpt-count-K
005670             SET ckpt-active TO TRUE
005680             WRITE INTAKE-CHECKPOINT-RECORD
005690             CLOSE INTAKE-CHECKPOINT
005700         ELSE
005710             DISPLAY "WARNING - CANNOT WRITE INTKCKPT"
005720         END-IF.
005730*
005740 FINISH-INTAKE-CHECKPOINT.
005750         OPEN OUTPUT INTAKE-CHECKPOINT.
005760         IF stu-ckpt-ok
005770             MOVE stu-intake-date  TO ckpt-date-K
005780             MOVE stu-detail-count TO ckpt-count-K
005790             SET ckpt-done TO TRUE
005800             WRITE INTAKE-CHECKPOINT-RECORD
005810             CLOSE INTAKE-CHECKPOINT
005820         ELSE
005830             DISPLAY "WARNING - CANNOT WRITE INTKCKPT"
005840         END-IF.
005850*
005860*----------------------------------------------------------------*
005870*  PROCESS-INTAKE-RECORD -- RUNS THE ADD-STUDENT CHECKS AGAINST  *
005880*  THE CURRENT INTAKE RECORD, THEN LOADS IT INTO THE MASTER,     *
005890*  PUTS IT ON THE WAITLIST IF ITS COURSE IS FULL, OR WRITES IT   *
005900*  TO THE REJECT FILE WITH THE FIRST FAILING REASON.             *
005910*----------------------------------------------------------------*
005920 PROCESS-INTAKE-RECORD.
005930         PERFORM VALIDATE-INTAKE-RECORD.
005940         IF stu-valid
005950             MOVE course-I TO stu-check-course
005960             PERFORM CHECK-COURSE-CAPACITY
005970             IF stu-course-full
005980                 PERFORM WAITLIST-INTAKE-RECORD
005990             ELSE
006000                 PERFORM LOAD-INTAKE-RECORD
006010             END-IF
006020         ELSE
006030             PERFORM REJECT-INTAKE-RECORD
006040         END-IF.
006050         PERFORM WRITE-INTAKE-CHECKPOINT.
006060         PERFORM READ-NEXT-INTAKE-DETAIL.
006070*
006080*----------------------------------------------------------------*
006090*  CHECK-COURSE-CAPACITY -- LOOKS UP THE MAXIMUM ENROLLMENT FOR  *
006100*  THE COURSE IN stu-check-course AND COUNTS ITS ACTIVELY        *
006110*  ENROLLED STUDENTS OFF THE MASTER, SETTING stu-course-full     *
006120*  WHEN EVERY SEAT IS TAKEN. A MAXIMUM OF ZERO MEANS NO LIMIT.   *
006130*  SAME RULE AS DOCTOR_01'S ADD AND REINSTATE.                   *
006140*----------------------------------------------------------------*
006150 CHECK-COURSE-CAPACITY.
006160         SET stu-course-open TO TRUE.
006170         MOVE stu-check-course TO course-code-C.
006180         READ COURSE-REFERENCE
006190             INVALID KEY
006200                 MOVE 0 TO stu-course-max
006210             NOT INVALID KEY
006220                 MOVE course-max-C TO stu-course-max
006230         END-READ.
006240         IF stu-course-max > 0
006250             PERFORM COUNT-COURSE-ENROLLMENT
006260             IF stu-enrolled-count >= stu-course-max
006270                 SET stu-course-full TO TRUE
006280             END-IF
006290         END-IF.
006300*
006310 COUNT-COURSE-ENROLLMENT.
006320         MOVE 0 TO stu-enrolled-count.
006330         SET stu-not-eof TO TRUE.
006340         MOVE LOW-VALUES TO SNo-M.
006350         START STUDENT-MASTER
006360             KEY IS GREATER THAN SNo-M
006370             INVALID KEY
006380                 SET stu-eof TO TRUE
006390             NOT INVALID KEY
006400                 PERFORM READ-NEXT-STUDENT-RECORD
006410         END-START.
006420         PERFORM TALLY-COURSE-SEAT UNTIL stu-eof.
006430         SET stu-not-eof TO TRUE.
006440*
006450 READ-NEXT-STUDENT-RECORD.
006460         READ STUDENT-MASTER NEXT RECORD
006470             AT END
006480                 SET stu-eof TO TRUE
006490         END-READ.
006500         IF NOT stu-file-ok
006510             SET stu-eof TO TRUE
006520         END-IF.
006530*
006540 TALLY-COURSE-SEAT.
006550         IF enrolled-M AND course-M = stu-check-course
006560             COMPUTE stu-enrolled-count = stu-enrolled-count + 1
006570         END-IF.
006580         PERFORM READ-NEXT-STUDENT-RECORD.
006590*
006600*----------------------------------------------------------------*
006610*  WAITLIST-INTAKE-RECORD -- A VALID ADMIT WHOSE COURSE HAS NO   *
006620*  FREE SEAT GOES ONTO THE SHARED WAITLIST IN FIRST-COME ORDER   *
006630*  INSTEAD OF THE MASTER. DOCTOR_01 PROMOTES FROM THE LIST WHEN  *
006640*  A SEAT COMES FREE.                                            *
006650*----------------------------------------------------------------*
006660 WAITLIST-INTAKE-RECORD.
006670         MOVE SNo-I        TO SNo-W.
006680         MOVE fullname-I   TO fullname-W.
006690         MOVE course-I     TO course-W.
006700         MOVE stu-intake-age TO age-W.
006710         MOVE mobile-I     TO mobile-W.
006720         MOVE landline-I   TO landline-W.
006730         MOVE birth-date-I TO birth-date-W.
006740         MOVE year-level-I TO year-level-W.
006750         SET wait-waiting  TO TRUE.
006760         ACCEPT wait-date-W FROM DATE YYYYMMDD.
006770         WRITE STUDENT-WAITLIST-RECORD.
006780         IF stu-wait-ok
006790             COMPUTE stu-wait-count = stu-wait-count + 1
006800         ELSE
006810             DISPLAY "WARNING - WAITLIST WRITE FAILED FOR "
006820                 SNo-I
006830         END-IF.
006840*
006850*----------------------------------------------------------------*
006860*  VALIDATE-INTAKE-RECORD -- SAME CHECKS AS ADD-STUDENT, IN THE  *
006870*  SAME ORDER: CHECK DIGIT ON THE SUPPLIED SNO, DUPLICATE SNO    *
006880*  ON THE MASTER, ACTIVE COURSE CODE ON COURSE-REFERENCE, YEAR   *
006890*  LEVEL 1 TO THE COURSE LENGTH (1-9 WHEN NO LENGTH IS SET), A   *
006900*  REAL DATE OF BIRTH NOT AFTER TODAY GIVING AN AGE OF 15-99,    *
006910*  11-DIGIT NUMERIC MOBILE, 8-DIGIT NUMERIC LANDLINE. THE FIRST  *
006920*  FAILURE SETS THE REASON CODE AND TEXT FOR THE REJECT RECORD.  *
006930*----------------------------------------------------------------*
006940 VALIDATE-INTAKE-RECORD.
006950         SET stu-valid TO TRUE.
006960         MOVE SPACES TO stu-reject-code.
006970         MOVE SPACES TO stu-reject-text.
006980         MOVE SNo-I TO stu-verify-sno.
006990         PERFORM VERIFY-CHECK-DIGIT.
007000         IF stu-chkdig-bad
007010             SET stu-not-valid TO TRUE
007020             MOVE "CHK" TO stu-reject-code
007030             MOVE "STUDENT NUMBER CHECK DIGIT BAD"
007040                 TO stu-reject-text
007050         END-IF.
007060         IF stu-valid
007070             MOVE SNo-I TO SNo-M
007080             READ STUDENT-MASTER
007090                 INVALID KEY
007100                     CONTINUE
007110                 NOT INVALID KEY
007120                     SET stu-not-valid TO TRUE
007130                     MOVE "DUP" TO stu-reject-code
007140                     MOVE "STUDENT NUMBER ALREADY EXISTS"
007150                         TO stu-reject-text
007160             END-READ
007170         END-IF.
007180         IF stu-valid
007190             MOVE course-I TO course-code-C
007200             READ COURSE-REFERENCE
007210                 INVALID KEY
007220                     SET stu-not-valid TO TRUE
007230                     MOVE "CRS" TO stu-reject-code
007240                     MOVE "UNKNOWN OR RETIRED COURSE CODE"
007250                         TO stu-reject-text
007260                 NOT INVALID KEY
007270                     IF NOT course-active
007280                         SET stu-not-valid TO TRUE
007290                         MOVE "CRS" TO stu-reject-code
007300                         MOVE "UNKNOWN OR RETIRED COURSE CODE"
007310                             TO stu-reject-text
007320                     END-IF
007330                     MOVE 9 TO stu-max-years
007340                     IF course-years-C NUMERIC
007350                     AND course-years-C > 0
007360                         MOVE course-years-C TO stu-max-years
007370                     END-IF
007380             END-READ
007390         END-IF.
007400         IF stu-valid
007410             IF year-level-I NUMERIC AND year-level-I >= 1
007420             AND year-level-I <= stu-max-years
007430                 CONTINUE
007440             ELSE
007450                 SET stu-not-valid TO TRUE
007460                 MOVE "YRL" TO stu-reject-code
007470                 MOVE "YEAR LEVEL OUTSIDE COURSE"
007480                     TO stu-reject-text
007490             END-IF
007500         END-IF.
007510         IF stu-valid
007520             PERFORM COMPUTE-BIRTH-AGE
007530             IF stu-dob-bad
007540                 SET stu-not-valid TO TRUE
007550                 MOVE "DOB" TO stu-reject-code
007560                 MOVE "DATE OF BIRTH NOT A VALID DATE"
007570                     TO stu-reject-text
007580             ELSE
007590                 IF stu-birth-age >= 15 AND stu-birth-age <= 99
007600                     MOVE stu-birth-age TO stu-intake-age
007610                 ELSE
007620                     SET stu-not-valid TO TRUE
007630                     MOVE "AGE" TO stu-reject-code
007640                     MOVE "AGE FROM BIRTH DATE NOT 15-99"
007650                         TO stu-reject-text
007660                 END-IF
007670             END-IF
007680         END-IF.
007690         IF stu-valid
007700             IF mobile-I IS NUMERIC
007710                 CONTINUE
007720             ELSE
007730                 SET stu-not-valid TO TRUE
007740                 MOVE "MOB" TO stu-reject-code
007750                 MOVE "MOBILE NO MUST BE 11 DIGITS"
007760                     TO stu-reject-text
007770             END-IF
007780         END-IF.
007790         IF stu-valid
007800             IF landline-I IS NUMERIC
007810                 CONTINUE
007820             ELSE
007830                 SET stu-not-valid TO TRUE
007840                 MOVE "LND" TO stu-reject-code
007850                 MOVE "LANDLINE NO MUST BE 8 DIGITS"
007860                     TO stu-reject-text
007870             END-IF
007880         END-IF.
007890*
007900*----------------------------------------------------------------*
007910*  COMPUTE-BIRTH-AGE -- CHECKS THE DATE OF BIRTH ON THE INTAKE   *
007920*  RECORD AND, WHEN IT IS A REAL DATE NOT AFTER TODAY, SETS      *
007930*  stu-dob-good AND LEAVES THE AGE IN WHOLE YEARS IN             *
007940*  stu-birth-age - THE SAME RULE AS DOCTOR_01.                   *
007950*----------------------------------------------------------------*
007960 COMPUTE-BIRTH-AGE.
007970         SET stu-dob-bad TO TRUE.
007980         MOVE 0 TO stu-birth-age.
007990         ACCEPT stu-today-work FROM DATE YYYYMMDD.
008000         IF birth-date-I NUMERIC
008010             MOVE birth-date-I TO stu-birth-work
008020             PERFORM SET-MONTH-DAYS
008030             IF stu-birth-mm >= 1 AND stu-birth-mm <= 12
008040             AND stu-birth-dd >= 1
008050             AND stu-birth-dd <= stu-month-days
008060             AND stu-birth-work NOT > stu-today-work
008070                 SET stu-dob-good TO TRUE
008080                 COMPUTE stu-birth-age =
008090                     stu-today-yyyy - stu-birth-yyyy
008100                 IF stu-today-mmdd < stu-birth-mmdd
008110                     COMPUTE stu-birth-age = stu-birth-age - 1
008120                 END-IF
008130             END-IF
008140         END-IF.
008150*
008160*----------------------------------------------------------------*
008170*  SET-MONTH-DAYS -- THE NUMBER OF DAYS IN THE BIRTH MONTH, SO   *
008180*  A DAY PAST THE END OF ITS MONTH IS NOT TAKEN AS A DATE.       *
008190*  FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT A       *
008200*  CENTURY YEAR NOT DIVISIBLE BY 400.                            *
008210*----------------------------------------------------------------*
008220 SET-MONTH-DAYS.
008230         EVALUATE stu-birth-mm
008240           WHEN 4
008250           WHEN 6
008260           WHEN 9
008270           WHEN 11
008280             MOVE 30 TO stu-month-days
008290           WHEN 2
008300             MOVE 28 TO stu-month-days
008310             DIVIDE stu-birth-yyyy BY 4
008320                 GIVING stu-leap-quot REMAINDER stu-leap-rem
008330             IF stu-leap-rem = 0
008340                 MOVE 29 TO stu-month-days
008350                 DIVIDE stu-birth-yyyy BY 100
008360                     GIVING stu-leap-quot REMAINDER stu-leap-rem
008370                 IF stu-leap-rem = 0
008380                     MOVE 28 TO stu-month-days
008390                     DIVIDE stu-birth-yyyy BY 400
008400                         GIVING stu-leap-quot
008410                         REMAINDER stu-leap-rem
008420                     IF stu-leap-rem = 0
008430                         MOVE 29 TO stu-month-days
008440                     END-IF
008450                 END-IF
008460             END-IF
008470           WHEN OTHER
008480             MOVE 31 TO stu-month-days
008490         END-EVALUATE.
008500*
008510*----------------------------------------------------------------*
008520*  LOAD-INTAKE-RECORD -- WRITES THE VALIDATED INTAKE RECORD TO   *
008530*  THE STUDENT MASTER. A DUPLICATE KEY AT WRITE TIME (TWO COPIES *
008540*  OF THE SAME SNO INSIDE ONE INTAKE FILE) IS REJECTED TOO.      *
008550*----------------------------------------------------------------*
008560 LOAD-INTAKE-RECORD.
008570         MOVE SNo-I        TO SNo-M.
008580         MOVE fullname-I   TO fullname-M.
008590         MOVE course-I     TO course-M.
008600         MOVE stu-intake-age TO age-M.
008610         MOVE mobile-I     TO mobile-M.
008620         MOVE landline-I   TO landline-M.
008630         MOVE "E"          TO enroll-status-M.
008640         MOVE birth-date-I TO birth-date-M.
008650         MOVE year-level-I TO year-level-M.
008660         WRITE STUDENT-MASTER-RECORD
008670             INVALID KEY
008680                 MOVE "DUP" TO stu-reject-code
008690                 MOVE "STUDENT NUMBER ALREADY EXISTS"
008700                     TO stu-reject-text
008710                 PERFORM REJECT-INTAKE-RECORD
008720         END-WRITE.
008730         IF stu-file-ok
008740             COMPUTE stu-load-count = stu-load-count + 1
008750             PERFORM WRITE-AUDIT-RECORD
008760         ELSE
008770             IF stu-reject-code = SPACES
008780                 DISPLAY "WARNING - MASTER WRITE FAILED FOR "
008790                     SNo-I
008800                 MOVE "ERR" TO stu-reject-code
008810                 MOVE "MASTER FILE WRITE FAILED"
008820                     TO stu-reject-text
008830                 PERFORM REJECT-INTAKE-RECORD
008840             END-IF
008850         END-IF.
008860*
008870*----------------------------------------------------------------*
008880*  REJECT-INTAKE-RECORD -- COPIES THE INTAKE RECORD TO THE       *
008890*  REJECT FILE WITH THE REASON CODE AND TEXT APPENDED SO         *
008900*  ADMISSIONS CAN CORRECT AND RESEND IT.                         *
008910*----------------------------------------------------------------*
008920 REJECT-INTAKE-RECORD.
008930         MOVE SNo-I           TO SNo-R.
008940         MOVE fullname-I      TO fullname-R.
008950         MOVE course-I        TO course-R.
008960         MOVE age-I           TO age-R.
008970         MOVE mobile-I        TO mobile-R.
008980         MOVE landline-I      TO landline-R.
008990         MOVE stu-reject-code TO reject-code-R.
009000         MOVE stu-reject-text TO reject-text-R.
009010         MOVE birth-date-I    TO birth-date-R.
009020         MOVE year-level-I    TO year-level-R.
009030         WRITE STUDENT-REJECT-RECORD.
009040         IF NOT stu-reject-ok
009050             DISPLAY "WARNING - REJECT WRITE FAILED FOR "
009060                 SNo-I
009070         END-IF.
009080         COMPUTE stu-reject-count = stu-reject-count + 1.
009090*
009100*----------------------------------------------------------------*
009110*  WRITE-AUDIT-RECORD -- APPENDS AN ADD ACTION TO STUDENT-AUDIT  *
009120*  FOR THE RECORD JUST LOADED, STAMPED WITH OPERATOR STUDLOAD,   *
009130*  SO BATCH LOADS CAN BE ANSWERED FOR LIKE KEYED ADDS.           *
009140*----------------------------------------------------------------*
009150 WRITE-AUDIT-RECORD.
009160         MOVE "ADD" TO action-T.
009170         ACCEPT audit-date-T FROM DATE YYYYMMDD.
009180         ACCEPT audit-time-T FROM TIME.
009190         MOVE stu-operator-id TO operator-T.
009200         MOVE SPACES TO before-image-T.
009210         MOVE STUDENT-MASTER-RECORD TO after-image-T.
009220         WRITE STUDENT-AUDIT-RECORD.
009230         IF NOT stu-audit-ok
009240             DISPLAY "WARNING - AUDIT WRITE FAILED"
009250         END-IF.
009260*
009270*----------------------------------------------------------------*
009280*  VERIFY-CHECK-DIGIT -- PROVES THE NUMBER IN stu-verify-sno:    *
009290*  TEN NUMERIC DIGITS WHOSE LAST DIGIT MATCHES THE CHECK         *
009300*  COMPUTED OVER THE FIRST NINE, THE SAME                        *
009310*  DOUBLE-EVERY-OTHER-DIGIT RULE ADD-STUDENT USES. SETS          *
009320*  stu-chkdig-good/stu-chkdig-bad.                               *
009330*----------------------------------------------------------------*
009340 VERIFY-CHECK-DIGIT.
009350         SET stu-chkdig-bad TO TRUE.
009360         IF stu-verify-sno IS NUMERIC
009370             MOVE stu-verify-sno(1:9) TO stu-base-number
009380             PERFORM COMPUTE-CHECK-DIGIT
009390             MOVE stu-check-digit TO stu-check-char
009400             IF stu-verify-sno(10:1) = stu-check-char
009410                 SET stu-chkdig-good TO TRUE
009420             END-IF
009430         END-IF.
009440*
009450 COMPUTE-CHECK-DIGIT.
009460         MOVE 0 TO stu-luhn-sum.
009470         PERFORM ADD-LUHN-DIGIT
009480             VARYING stu-luhn-ix FROM 1 BY 1
009490             UNTIL stu-luhn-ix > 9.
009500         DIVIDE stu-luhn-sum BY 10
009510             GIVING stu-luhn-quot REMAINDER stu-luhn-rem.
009520         COMPUTE stu-check-digit = 0.
009530         IF stu-luhn-rem > 0
009540             COMPUTE stu-check-digit = 10 - stu-luhn-rem
009550         END-IF.
009560*
009570 ADD-LUHN-DIGIT.
009580         MOVE stu-base-digit(stu-luhn-ix) TO stu-luhn-prod.
009590         IF stu-luhn-ix = 1 OR 3 OR 5 OR 7 OR 9
009600             COMPUTE stu-luhn-prod = stu-luhn-prod * 2
009610             IF stu-luhn-prod > 9
009620                 COMPUTE stu-luhn-prod = stu-luhn-prod - 9
009630             END-IF
009640         END-IF.
009650         COMPUTE stu-luhn-sum = stu-luhn-sum + stu-luhn-prod.
009660*
009670 PRINT-INTAKE-TOTALS.
009680         DISPLAY "INTAKE DETAIL RECORDS:   " stu-verify-count.
009690         DISPLAY "EXPECTED PER TRAILER:    " stu-expect-count.
009700         DISPLAY "SKIPPED ON RESTART:      " stu-skip-count.
009710         DISPLAY "STUDENTS LOADED:         " stu-load-count.
009720         DISPLAY "STUDENTS WAITLISTED:     " stu-wait-count.
009730         DISPLAY "RECORDS REJECTED:        " stu-reject-count.
009740*
009750*----------------------------------------------------------------*
009760*  SET-STEP-RESULT -- HANDS THE RUN TOTALS AND A RETURN CODE     *
009770*  BACK TO THE NIGHTLY CONTROLLER. RETURN CODE 0 RUN COMPLETE,   *
009780*  1 NO INTAKE FILE TONIGHT, 8 NO RUN.                           *
009790*  RUN ON ITS OWN, THE RETURN CODE IS THE JOB'S CONDITION CODE.  *
009800*----------------------------------------------------------------*
009810 SET-STEP-RESULT.
009820         MOVE stu-verify-count TO stu-step-read.
009830         COMPUTE stu-step-written
009840             = stu-load-count + stu-wait-count.
009850         MOVE stu-reject-count TO stu-step-rejected.
009860         MOVE 0 TO stu-step-except.
009870         IF stu-run-ok
009880             MOVE 0 TO RETURN-CODE
009890         ELSE
009900             IF stu-intake-not-found
009910                 MOVE 1 TO RETURN-CODE
009920             ELSE
009930                 MOVE 8 TO RETURN-CODE
009940             END-IF
009950         END-IF.
