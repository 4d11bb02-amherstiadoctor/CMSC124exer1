000100*================================================================
000110* PROGRAM:  DOCTOR_17
000120* PURPOSE:  ANNUAL ACADEMIC-YEAR ROLLOVER
000130*           RUN ONCE AT THE START OF EACH ACADEMIC YEAR. EVERY
000140*           STUDENT WITH A DATE OF BIRTH HAS age-M WORKED OUT
000150*           AFRESH FROM IT. EVERY ENROLLED STUDENT BELOW THE
000160*           FINAL YEAR OF THE COURSE MOVES UP ONE YEAR LEVEL;
000170*           ENROLLED STUDENTS ALREADY IN THE FINAL YEAR STAY
000180*           WHERE THEY ARE AND ARE LISTED AS GRADUATION
000190*           CANDIDATES FOR GRADUATE-STUDENT. STUDENTS ON LEAVE
000200*           AND GRADUATES ARE NOT ADVANCED. EVERY CHANGE IS
000210*           AUDITED AS AN EDIT UNDER OPERATOR ROLLOVER AND
000220*           LISTED ON THE ROLLRPT PRINT FILE, WITH THE
000230*           CANDIDATES, THE EXCEPTIONS AND THE COUNT OF STUDENTS
000240*           BY YEAR LEVEL AFTER THE RUN.
000250*================================================================
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. Doctor_17.
000280 AUTHOR. Doctor, Amherstia S.
000290 INSTALLATION. REGISTRAR MIS.
000300 DATE-WRITTEN. 10/15/2026.
000310 DATE-COMPILED.
000320*
000330* MODIFICATION HISTORY
000340*   DATE        BY    DESCRIPTION
000350*   ----------  ----  --------------------------------------------
000360*   2026-10-15  ASD   New program. age-M was keyed once at
000370*                     admission and went stale a year later, and
000380*                     nothing recorded a student's year of the
000390*                     course. The master now carries the date of
000400*                     birth and year level (see Doctor_01 and
000410*                     Doctor_16); this keeps both current once a
000420*                     year. The one-record ROLLCTL control
000430*                     refuses a second rollover for the same
000440*                     academic year and, like INTKCKPT in
000450*                     Doctor_02, lets a run that died partway
000460*                     resume after the last student it got
000470*                     through instead of advancing anyone twice.
000480*
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520         SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000530             ORGANIZATION IS INDEXED
000540             ACCESS MODE IS DYNAMIC
000550             RECORD KEY IS SNo-M
000560             FILE STATUS IS stu-file-status.
000570         SELECT STUDENT-AUDIT ASSIGN TO "STUDAUDT"
000580             ORGANIZATION IS SEQUENTIAL
000590             ACCESS MODE IS SEQUENTIAL
000600             FILE STATUS IS stu-audit-status.
000610         SELECT COURSE-REFERENCE ASSIGN TO "COURSREF"
000620             ORGANIZATION IS INDEXED
000630             ACCESS MODE IS DYNAMIC
000640             RECORD KEY IS course-code-C
000650             FILE STATUS IS stu-course-status.
000660         SELECT ROLLOVER-CONTROL ASSIGN TO "ROLLCTL"
000670             ORGANIZATION IS SEQUENTIAL
000680             ACCESS MODE IS SEQUENTIAL
000690             FILE STATUS IS stu-ctl-status.
000700         SELECT CANDIDATE-FILE ASSIGN TO "ROLLCAND"
000710             ORGANIZATION IS SEQUENTIAL
000720             ACCESS MODE IS SEQUENTIAL
000730             FILE STATUS IS stu-cand-status.
000740         SELECT ROLLOVER-PRINT ASSIGN TO "ROLLRPT"
000750             ORGANIZATION IS SEQUENTIAL
000760             ACCESS MODE IS SEQUENTIAL
000770             FILE STATUS IS stu-rollprt-status.
000780*
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  STUDENT-MASTER
000820         LABEL RECORDS ARE STANDARD.
000830 01  STUDENT-MASTER-RECORD.
000840         03  SNo-M            PIC X(10).
000850         03  fullname-M       PIC X(50).
000860         03  course-M         PIC X(50).
000870         03  age-M            PIC 99.
000880         03  contact-no-M.
000890             04  mobile-M     PIC X(11).
000900             04  landline-M   PIC X(8).
000910         03  enroll-status-M  PIC X(01).
000920             88  enrolled-M             VALUE "E" " ".
000930             88  on-leave-M             VALUE "L".
000940             88  graduated-M            VALUE "G".
000950         03  birth-date-M     PIC 9(08).
000960         03  year-level-M     PIC 9(01).
000970*
000980 FD  STUDENT-AUDIT
000990         LABEL RECORDS ARE STANDARD.
001000 01  STUDENT-AUDIT-RECORD.
001010         03  action-T         PIC X(06).
001020         03  audit-date-T     PIC 9(08).
001030         03  audit-time-T     PIC 9(08).
001040         03  operator-T       PIC X(10).
001050         03  before-image-T.
001060             04  SNo-BT       PIC X(10).
001070             04  detail-BT    PIC X(131).
001080         03  after-image-T.
001090             04  SNo-AT       PIC X(10).
001100             04  detail-AT    PIC X(131).
001110*
001120 FD  COURSE-REFERENCE
001130         LABEL RECORDS ARE STANDARD.
001140 01  COURSE-REFERENCE-RECORD.
001150         03  course-code-C    PIC X(10).
001160         03  course-title-C   PIC X(50).
001170         03  course-status-C  PIC X(01).
001180             88  course-active          VALUE "A".
001190             88  course-retired         VALUE "R".
001200         03  course-max-C     PIC 9(05).
001210         03  tuition-rate-C   PIC 9(07)V99.
001220         03  misc-fee-C       PIC 9(07)V99.
001230         03  course-years-C   PIC 9(01).
001240*
001250 FD  ROLLOVER-CONTROL
001260         LABEL RECORDS ARE STANDARD.
001270 01  ROLLOVER-CONTROL-RECORD.
001280         03  roll-year-K      PIC 9(04).
001290         03  roll-flag-K      PIC X(01).
001300             88  roll-active            VALUE "A".
001310             88  roll-done              VALUE "D".
001320         03  roll-last-sno-K  PIC X(10).
001330         03  roll-date-K      PIC 9(08).
001340*
001350 FD  CANDIDATE-FILE
001360         LABEL RECORDS ARE STANDARD.
001370 01  CANDIDATE-RECORD.
001380         03  SNo-D            PIC X(10).
001390         03  fullname-D       PIC X(50).
001400         03  course-D         PIC X(50).
001410         03  year-level-D     PIC 9(01).
001420         03  roll-year-D      PIC 9(04).
001430*
001440 FD  ROLLOVER-PRINT
001450         LABEL RECORDS ARE STANDARD.
001460 01  ROLLOVER-PRINT-LINE     PIC X(132).
001470*
001480 WORKING-STORAGE SECTION.
001490*---------------------------------------------------------------
001500* PROGRAM SWITCHES AND CONTROL COUNTERS
001510*---------------------------------------------------------------
001520 77  stu-file-status         PIC X(02) VALUE "00".
001530         88  stu-file-ok              VALUE "00".
001540         88  stu-file-not-found       VALUE "35".
001550 77  stu-audit-status        PIC X(02) VALUE "00".
001560         88  stu-audit-ok             VALUE "00".
001570         88  stu-audit-not-found      VALUE "35".
001580 77  stu-course-status       PIC X(02) VALUE "00".
001590         88  stu-course-ok            VALUE "00".
001600         88  stu-course-not-found     VALUE "35".
001610 77  stu-ctl-status          PIC X(02) VALUE "00".
001620         88  stu-ctl-ok               VALUE "00".
001630         88  stu-ctl-not-found        VALUE "35".
001640 77  stu-cand-status         PIC X(02) VALUE "00".
001650         88  stu-cand-ok              VALUE "00".
001660         88  stu-cand-not-found       VALUE "35".
001670 77  stu-rollprt-status      PIC X(02) VALUE "00".
001680         88  stu-rollprt-ok           VALUE "00".
001690 77  stu-eof-switch          PIC X(01) VALUE "N".
001700         88  stu-eof                  VALUE "Y".
001710         88  stu-not-eof               VALUE "N".
001720 77  stu-run-switch          PIC X(01) VALUE "Y".
001730         88  stu-run-ok                VALUE "Y".
001740         88  stu-run-stopped            VALUE "N".
001750 77  stu-change-switch       PIC X(01) VALUE "N".
001760         88  stu-changed               VALUE "Y".
001770         88  stu-not-changed            VALUE "N".
001780 77  stu-list-switch         PIC X(01) VALUE "N".
001790         88  stu-listed                VALUE "Y".
001800         88  stu-not-listed             VALUE "N".
001810 77  stu-advanced-switch     PIC X(01) VALUE "N".
001820         88  stu-year-advanced         VALUE "Y".
001830         88  stu-year-not-advanced      VALUE "N".
001840 77  stu-aged-switch         PIC X(01) VALUE "N".
001850         88  stu-age-refreshed         VALUE "Y".
001860         88  stu-age-not-refreshed      VALUE "N".
001870 77  stu-scan-switch         PIC X(01) VALUE "N".
001880         88  stu-scan-complete         VALUE "Y".
001890         88  stu-scan-broken            VALUE "N".
001900 77  stu-finish-switch       PIC X(01) VALUE "N".
001910         88  stu-roll-finished         VALUE "Y".
001920         88  stu-roll-unfinished        VALUE "N".
001930 77  stu-dob-switch          PIC X(01) VALUE "N".
001940         88  stu-dob-good             VALUE "Y".
001950         88  stu-dob-bad               VALUE "N".
001960 77  stu-confirm             PIC X(01) VALUE SPACE.
001970 77  stu-roll-year           PIC 9(04) VALUE 0.
001980 77  stu-last-year           PIC 9(04) VALUE 0.
001990 77  stu-last-flag           PIC X(01) VALUE SPACE.
002000 77  stu-resume-sno          PIC X(10) VALUE SPACES.
002010 77  stu-course-years        PIC 9(01) VALUE 0.
002020 77  stu-old-year            PIC 9(01) VALUE 0.
002030 77  stu-old-age             PIC 99    VALUE 0.
002040 77  stu-birth-age           PIC 9(03) VALUE 0.
002050 77  stu-month-days          PIC 9(02) VALUE 0.
002060 77  stu-leap-quot           PIC 9(04) VALUE 0.
002070 77  stu-leap-rem            PIC 9(03) VALUE 0.
002080 77  stu-year-ix             PIC 9(02) VALUE 0.
002090 77  stu-year-digit          PIC 9(01) VALUE 0.
002100 77  stu-read-count          PIC 9(05) VALUE 0.
002110 77  stu-advance-count       PIC 9(05) VALUE 0.
002120 77  stu-age-count           PIC 9(05) VALUE 0.
002130 77  stu-cand-count          PIC 9(05) VALUE 0.
002140 77  stu-leave-count         PIC 9(05) VALUE 0.
002150 77  stu-grad-count          PIC 9(05) VALUE 0.
002160 77  stu-except-count        PIC 9(05) VALUE 0.
002170 77  stu-fail-count          PIC 9(05) VALUE 0.
002180 77  stu-before-image        PIC X(141) VALUE SPACES.
002190 77  stu-after-image         PIC X(141) VALUE SPACES.
002200 77  stu-operator-id         PIC X(10) VALUE "ROLLOVER".
002210 77  stu-run-date            PIC 9(08) VALUE 0.
002220 77  stu-lines-per-page      PIC 9(02) VALUE 55.
002230 77  stu-line-count          PIC 9(02) VALUE 0.
002240 77  stu-page-count          PIC 9(03) VALUE 0.
002250 01  stu-birth-work.
002260         03  stu-birth-yyyy   PIC 9(04).
002270         03  stu-birth-mmdd.
002280             04  stu-birth-mm PIC 9(02).
002290             04  stu-birth-dd PIC 9(02).
002300 01  stu-today-work.
002310         03  stu-today-yyyy   PIC 9(04).
002320         03  stu-today-mmdd   PIC 9(04).
002330*---------------------------------------------------------------
002340* STUDENTS BY YEAR LEVEL AFTER THE RUN - SLOT 1 IS NOT RECORDED,
002350* SLOTS 2 TO 10 ARE YEARS 1 TO 9, AS IN DOCTOR_01'S SUMMARY
002360*---------------------------------------------------------------
002370 01  stu-year-counts.
002380         03  stu-yc-count OCCURS 10 TIMES PIC 9(05).
002390*---------------------------------------------------------------
002400* REPORT PRINT LINES
002410*---------------------------------------------------------------
002420 01  stu-roll-title.
002430         03  FILLER           PIC X(30)
002440             VALUE "ACADEMIC-YEAR ROLLOVER REPORT".
002450         03  FILLER           PIC X(10) VALUE "RUN DATE: ".
002460         03  stu-rt-date      PIC 9(08).
002470         03  FILLER           PIC X(07) VALUE "  PAGE ".
002480         03  stu-rt-page      PIC ZZ9.
002490 01  stu-roll-year-line.
002500         03  FILLER           PIC X(15) VALUE "ACADEMIC YEAR: ".
002510         03  stu-ry-year      PIC 9(04).
002520 01  stu-roll-colhead.
002530         03  FILLER           PIC X(12) VALUE "STUDENT NO".
002540         03  FILLER           PIC X(32) VALUE "NAME".
002550         03  FILLER           PIC X(10) VALUE "STATUS".
002560         03  FILLER           PIC X(07) VALUE "YEAR".
002570         03  FILLER           PIC X(09) VALUE "AGE".
002580         03  FILLER           PIC X(40) VALUE "RESULT".
002590 01  stu-roll-detail.
002600         03  stu-rd-sno       PIC X(10).
002610         03  FILLER           PIC X(02) VALUE SPACES.
002620         03  stu-rd-name      PIC X(30).
002630         03  FILLER           PIC X(02) VALUE SPACES.
002640         03  stu-rd-status    PIC X(08).
002650         03  FILLER           PIC X(02) VALUE SPACES.
002660         03  stu-rd-old-year  PIC 9(01).
002670         03  FILLER           PIC X(03) VALUE " > ".
002680         03  stu-rd-new-year  PIC 9(01).
002690         03  FILLER           PIC X(02) VALUE SPACES.
002700         03  stu-rd-old-age   PIC 99.
002710         03  FILLER           PIC X(03) VALUE " > ".
002720         03  stu-rd-new-age   PIC 99.
002730         03  FILLER           PIC X(02) VALUE SPACES.
002740         03  stu-rd-result    PIC X(40).
002750 01  stu-roll-section        PIC X(60).
002760 01  stu-cand-detail.
002770         03  stu-cd-sno       PIC X(10).
002780         03  FILLER           PIC X(02) VALUE SPACES.
002790         03  stu-cd-name      PIC X(40).
002800         03  FILLER           PIC X(02) VALUE SPACES.
002810         03  stu-cd-course    PIC X(10).
002820         03  FILLER           PIC X(07) VALUE "  YEAR ".
002830         03  stu-cd-year      PIC 9(01).
002840 01  stu-roll-count-line.
002850         03  stu-rn-label     PIC X(30).
002860         03  stu-rn-count     PIC ZZZZ9.
002870 01  stu-roll-verdict        PIC X(60).
002880*
002890 PROCEDURE DIVISION.
002900*
002910         PERFORM ACCEPT-ROLLOVER-YEAR.
002920         IF stu-run-ok
002930             IF stu-resume-sno = SPACES
002940                 DISPLAY "ROLL ALL STUDENTS INTO ACADEMIC YEAR "
002950                     stu-roll-year " NOW (Y/N)? "
002960                     WITH NO ADVANCING
002970             ELSE
002980                 DISPLAY "RESUME ROLLOVER " stu-roll-year
002990                     " AFTER " stu-resume-sno " NOW (Y/N)? "
003000                     WITH NO ADVANCING
003010             END-IF
003020             ACCEPT stu-confirm
003030             IF stu-confirm = "Y" OR stu-confirm = "y"
003040                 PERFORM OPEN-ROLLOVER-FILES
003050             ELSE
003060                 DISPLAY "ROLLOVER CANCELLED - NOTHING TOUCHED"
003070                 SET stu-run-stopped TO TRUE
003080             END-IF
003090         END-IF.
003100         IF stu-run-ok
003110             ACCEPT stu-run-date FROM DATE YYYYMMDD
003120             ACCEPT stu-today-work FROM DATE YYYYMMDD
003130             PERFORM PRINT-ROLLOVER-HEADINGS
003140             MOVE "STUDENTS ROLLED OVER" TO stu-roll-section
003150             PERFORM PRINT-SECTION-LINE
003160             PERFORM START-STUDENT-SCAN
003170             PERFORM ROLL-ONE-STUDENT UNTIL stu-eof
003180             IF stu-scan-complete
003190                 PERFORM FINISH-ROLLOVER-CONTROL
003200                 SET stu-roll-finished TO TRUE
003210             ELSE
003220                 DISPLAY "ROLLOVER " stu-roll-year
003230                     " LEFT ACTIVE - RUN AGAIN TO RESUME"
003240                 SET stu-roll-unfinished TO TRUE
003250             END-IF
003260             PERFORM PRINT-CANDIDATE-SECTION
003270             PERFORM COUNT-YEAR-LEVELS
003280             PERFORM PRINT-ROLLOVER-TOTALS
003290             PERFORM CLOSE-ROLLOVER-FILES
003300         END-IF.
003310         STOP RUN.
003320*
003330*----------------------------------------------------------------*
003340*  ACCEPT-ROLLOVER-YEAR -- THE OPERATOR KEYS THE ACADEMIC YEAR   *
003350*  BEING OPENED (THE YEAR IT STARTS IN). THE ONE-RECORD ROLLCTL  *
003360*  FILE HOLDS THE LAST YEAR ROLLED. A YEAR ALREADY DONE, OR ONE  *
003370*  BEFORE IT, IS REFUSED. THE SAME YEAR STILL MARKED ACTIVE      *
003380*  MEANS THE LAST RUN DIED PARTWAY, SO THIS RUN RESUMES AFTER    *
003390*  THE LAST STUDENT IT GOT THROUGH. ANY OTHER YEAR IS REFUSED    *
003400*  WHILE ONE IS STILL ACTIVE - THE UNFINISHED YEAR MUST BE       *
003410*  RESUMED FIRST, OR ITS STUDENTS WOULD BE LEFT HALF ROLLED.     *
003420*----------------------------------------------------------------*
003430 ACCEPT-ROLLOVER-YEAR.
003440         MOVE 0 TO stu-last-year.
003450         MOVE SPACE TO stu-last-flag.
003460         MOVE SPACES TO stu-resume-sno.
003470         OPEN INPUT ROLLOVER-CONTROL.
003480         IF stu-ctl-ok
003490             READ ROLLOVER-CONTROL NEXT RECORD
003500                 AT END
003510                     MOVE 0 TO roll-year-K
003520                     MOVE "D" TO roll-flag-K
003530                     MOVE SPACES TO roll-last-sno-K
003540             END-READ
003550             MOVE roll-year-K TO stu-last-year
003560             MOVE roll-flag-K TO stu-last-flag
003570             MOVE roll-last-sno-K TO stu-resume-sno
003580             CLOSE ROLLOVER-CONTROL
003590         END-IF.
003600         IF stu-last-year > 0
003610             DISPLAY "LAST ACADEMIC YEAR ROLLED: " stu-last-year
003620         END-IF.
003630         DISPLAY "ACADEMIC YEAR TO OPEN (YYYY): "
003640             WITH NO ADVANCING.
003650         ACCEPT stu-roll-year.
003660         IF stu-roll-year NOT NUMERIC OR stu-roll-year < 2000
003670             DISPLAY "INVALID ACADEMIC YEAR - NO RUN"
003680             SET stu-run-stopped TO TRUE
003690         ELSE
003700             IF stu-roll-year = stu-last-year
003710             AND stu-last-flag = "A"
003720                 DISPLAY "ROLLOVER " stu-roll-year
003730                     " DID NOT FINISH - RESTARTING"
003740             ELSE
003750                 MOVE SPACES TO stu-resume-sno
003760                 IF stu-last-flag = "A"
003770                     DISPLAY "ROLLOVER " stu-last-year
003780                         " DID NOT FINISH - RESUME IT FIRST"
003790                     SET stu-run-stopped TO TRUE
003800                 ELSE
003810                     IF stu-roll-year NOT > stu-last-year
003820                         DISPLAY "ACADEMIC YEAR " stu-roll-year
003830                             " IS ALREADY ROLLED - NO RUN"
003840                         SET stu-run-stopped TO TRUE
003850                     END-IF
003860                 END-IF
003870             END-IF
003880         END-IF.
003890*
003900*----------------------------------------------------------------*
003910*  OPEN-ROLLOVER-FILES -- THE MASTER FOR I-O, THE COURSE FILE    *
003920*  AND A FRESH REPORT MUST OPEN; THE AUDIT FILE IS CREATED ON    *
003930*  FIRST USE. THE CANDIDATE FILE STARTS FRESH ON A NEW YEAR AND  *
003940*  IS APPENDED TO ON A RESTART, SO THE CANDIDATES FOUND BEFORE   *
003950*  THE FAILURE ARE KEPT.                                         *
003960*----------------------------------------------------------------*
003970 OPEN-ROLLOVER-FILES.
003980         OPEN I-O STUDENT-MASTER.
003990         IF NOT stu-file-ok
004000             DISPLAY "WARNING - CANNOT OPEN STUDMAST - NO RUN"
004010             SET stu-run-stopped TO TRUE
004020         ELSE
004030             OPEN INPUT COURSE-REFERENCE
004040             IF NOT stu-course-ok
004050                 DISPLAY "COURSE FILE COURSREF NOT FOUND - NO RUN"
004060                 CLOSE STUDENT-MASTER
004070                 SET stu-run-stopped TO TRUE
004080             END-IF
004090         END-IF.
004100         IF stu-run-ok
004110             OPEN OUTPUT ROLLOVER-PRINT
004120             IF NOT stu-rollprt-ok
004130                 DISPLAY "WARNING - CANNOT OPEN ROLLRPT - NO RUN"
004140                 CLOSE STUDENT-MASTER
004150                 CLOSE COURSE-REFERENCE
004160                 SET stu-run-stopped TO TRUE
004170             END-IF
004180         END-IF.
004190         IF stu-run-ok
004200             OPEN EXTEND STUDENT-AUDIT
004210             IF stu-audit-not-found
004220                 OPEN OUTPUT STUDENT-AUDIT
004230                 CLOSE STUDENT-AUDIT
004240                 OPEN EXTEND STUDENT-AUDIT
004250             END-IF
004260             IF stu-resume-sno = SPACES
004270                 OPEN OUTPUT CANDIDATE-FILE
004280             ELSE
004290                 OPEN EXTEND CANDIDATE-FILE
004300                 IF stu-cand-not-found
004310                     OPEN OUTPUT CANDIDATE-FILE
004320                 END-IF
004330             END-IF
004340         END-IF.
004350*
004360 CLOSE-ROLLOVER-FILES.
004370         CLOSE STUDENT-MASTER.
004380         CLOSE STUDENT-AUDIT.
004390         CLOSE COURSE-REFERENCE.
004400         CLOSE ROLLOVER-PRINT.
004410*
004420*----------------------------------------------------------------*
004430*  START-STUDENT-SCAN -- FROM THE TOP OF THE MASTER ON A NEW     *
004440*  YEAR, OR PAST THE LAST STUDENT DONE ON A RESTART. THE SCAN    *
004450*  ONLY COUNTS AS COMPLETE WHEN IT RAN OFF THE END OF THE        *
004460*  MASTER (OR THERE WAS NOTHING PAST THE RESTART POINT); A READ  *
004470*  THAT FAILS ANY OTHER WAY STOPS IT AND IS REPORTED.            *
004480*----------------------------------------------------------------*
004490 START-STUDENT-SCAN.
004500         SET stu-not-eof TO TRUE.
004510         SET stu-scan-broken TO TRUE.
004520         IF stu-resume-sno = SPACES
004530             MOVE LOW-VALUES TO SNo-M
004540         ELSE
004550             MOVE stu-resume-sno TO SNo-M
004560         END-IF.
004570         START STUDENT-MASTER
004580             KEY IS GREATER THAN SNo-M
004590             INVALID KEY
004600                 SET stu-eof TO TRUE
004610                 SET stu-scan-complete TO TRUE
004620             NOT INVALID KEY
004630                 PERFORM READ-NEXT-SCAN-RECORD
004640         END-START.
004650*
004660 READ-NEXT-SCAN-RECORD.
004670         READ STUDENT-MASTER NEXT RECORD
004680             AT END
004690                 SET stu-eof TO TRUE
004700                 SET stu-scan-complete TO TRUE
004710         END-READ.
004720         IF NOT stu-file-ok AND NOT stu-scan-complete
004730             DISPLAY "WARNING - STUDMAST READ FAILED - STATUS "
004740                 stu-file-status
004750             SET stu-eof TO TRUE
004760         END-IF.
004770*
004780*----------------------------------------------------------------*
004790*  ROLL-ONE-STUDENT -- WORKS OUT THE NEW AGE AND YEAR LEVEL FOR  *
004800*  ONE STUDENT, REWRITES AND AUDITS THE RECORD WHEN EITHER       *
004810*  CHANGED, LISTS IT, AND MOVES THE ROLLCTL CHECKPOINT ON PAST   *
004820*  IT.                                                           *
004830*----------------------------------------------------------------*
004840 ROLL-ONE-STUDENT.
004850         COMPUTE stu-read-count = stu-read-count + 1.
004860         SET stu-not-changed TO TRUE.
004870         SET stu-not-listed TO TRUE.
004880         SET stu-year-not-advanced TO TRUE.
004890         SET stu-age-not-refreshed TO TRUE.
004900         MOVE STUDENT-MASTER-RECORD TO stu-before-image.
004910         MOVE year-level-M TO stu-old-year.
004920         MOVE age-M TO stu-old-age.
004930         MOVE SPACES TO stu-rd-result.
004940         PERFORM REFRESH-STUDENT-AGE.
004950         EVALUATE TRUE
004960           WHEN graduated-M
004970             MOVE "GRADUATE" TO stu-rd-status
004980             COMPUTE stu-grad-count = stu-grad-count + 1
004990           WHEN on-leave-M
005000             MOVE "ON LEAVE" TO stu-rd-status
005010             COMPUTE stu-leave-count = stu-leave-count + 1
005020             IF stu-rd-result = SPACES
005030                 MOVE "ON LEAVE - NOT ADVANCED" TO stu-rd-result
005040             END-IF
005050             SET stu-listed TO TRUE
005060           WHEN OTHER
005070             MOVE "ENROLLED" TO stu-rd-status
005080             PERFORM ADVANCE-YEAR-LEVEL
005090         END-EVALUATE.
005100         IF stu-changed
005110             PERFORM REWRITE-ROLLED-STUDENT
005120         END-IF.
005130         IF stu-changed OR stu-listed
005140             PERFORM PRINT-DETAIL-LINE
005150         END-IF.
005160         PERFORM WRITE-ROLLOVER-CONTROL.
005170         PERFORM READ-NEXT-SCAN-RECORD.
005180*
005190*----------------------------------------------------------------*
005200*  REFRESH-STUDENT-AGE -- A STUDENT WITH A GOOD DATE OF BIRTH    *
005210*  GETS THE AGE WORKED OUT FROM IT, THE SAME RULE AS DOCTOR_01.  *
005220*  NO DATE OF BIRTH, OR ONE THAT DOES NOT MAKE SENSE, LEAVES THE *
005230*  AGE AS IT WAS AND IS LISTED AS AN EXCEPTION SO THE REGISTRAR  *
005240*  CAN RECORD IT ON EDIT-STUDENT.                                *
005250*----------------------------------------------------------------*
005260 REFRESH-STUDENT-AGE.
005270         PERFORM COMPUTE-BIRTH-AGE.
005280         IF stu-dob-good AND stu-birth-age <= 99
005290             IF stu-birth-age NOT = age-M
005300                 MOVE stu-birth-age TO age-M
005310                 COMPUTE stu-age-count = stu-age-count + 1
005320                 SET stu-age-refreshed TO TRUE
005330                 SET stu-changed TO TRUE
005340             END-IF
005350         ELSE
005360             IF NOT graduated-M
005370                 COMPUTE stu-except-count = stu-except-count + 1
005380                 MOVE "NO VALID DATE OF BIRTH - AGE NOT UPDATED"
005390                     TO stu-rd-result
005400                 SET stu-listed TO TRUE
005410             END-IF
005420         END-IF.
005430*
005440*----------------------------------------------------------------*
005450*  COMPUTE-BIRTH-AGE -- CHECKS birth-date-M AND, WHEN IT IS A    *
005460*  REAL DATE NOT AFTER TODAY, SETS stu-dob-good AND LEAVES THE   *
005470*  AGE IN WHOLE YEARS IN stu-birth-age: THE YEARS BETWEEN THE    *
005480*  TWO DATES, LESS ONE WHEN THIS YEAR'S BIRTHDAY HAS NOT COME    *
005490*  YET. ZERO MEANS NO DATE OF BIRTH IS RECORDED.                 *
005500*----------------------------------------------------------------*
005510 COMPUTE-BIRTH-AGE.
005520         SET stu-dob-bad TO TRUE.
005530         MOVE 0 TO stu-birth-age.
005540         IF birth-date-M NUMERIC AND birth-date-M > 0
005550             MOVE birth-date-M TO stu-birth-work
005560             PERFORM SET-MONTH-DAYS
005570             IF stu-birth-mm >= 1 AND stu-birth-mm <= 12
005580             AND stu-birth-dd >= 1
005590             AND stu-birth-dd <= stu-month-days
005600             AND stu-birth-work NOT > stu-today-work
005610                 SET stu-dob-good TO TRUE
005620                 COMPUTE stu-birth-age =
005630                     stu-today-yyyy - stu-birth-yyyy
005640                 IF stu-today-mmdd < stu-birth-mmdd
005650                     COMPUTE stu-birth-age = stu-birth-age - 1
005660                 END-IF
005670             END-IF
005680         END-IF.
005690*
005700*----------------------------------------------------------------*
005710*  SET-MONTH-DAYS -- THE NUMBER OF DAYS IN THE BIRTH MONTH, SO   *
005720*  A DAY PAST THE END OF ITS MONTH IS NOT TAKEN AS A DATE.       *
005730*  FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT A       *
005740*  CENTURY YEAR NOT DIVISIBLE BY 400.                            *
005750*----------------------------------------------------------------*
005760 SET-MONTH-DAYS.
005770         EVALUATE stu-birth-mm
005780           WHEN 4
005790           WHEN 6
005800           WHEN 9
005810           WHEN 11
005820             MOVE 30 TO stu-month-days
005830           WHEN 2
005840             MOVE 28 TO stu-month-days
005850             DIVIDE stu-birth-yyyy BY 4
005860                 GIVING stu-leap-quot REMAINDER stu-leap-rem
005870             IF stu-leap-rem = 0
005880                 MOVE 29 TO stu-month-days
005890                 DIVIDE stu-birth-yyyy BY 100
005900                     GIVING stu-leap-quot REMAINDER stu-leap-rem
005910                 IF stu-leap-rem = 0
005920                     MOVE 28 TO stu-month-days
005930                     DIVIDE stu-birth-yyyy BY 400
005940                         GIVING stu-leap-quot
005950                         REMAINDER stu-leap-rem
005960                     IF stu-leap-rem = 0
005970                         MOVE 29 TO stu-month-days
005980                     END-IF
005990                 END-IF
006000             END-IF
006010           WHEN OTHER
006020             MOVE 31 TO stu-month-days
006030         END-EVALUATE.
006040*
006050*----------------------------------------------------------------*
006060*  ADVANCE-YEAR-LEVEL -- AN ENROLLED STUDENT BELOW THE FINAL     *
006070*  YEAR OF THE COURSE MOVES UP ONE. ONE ALREADY IN THE FINAL     *
006080*  YEAR STAYS THERE AND IS WRITTEN TO THE CANDIDATE FILE FOR     *
006090*  GRADUATE-STUDENT. NO YEAR LEVEL ON RECORD, OR A COURSE WITH   *
006100*  NO LENGTH SET, IS AN EXCEPTION AND THE STUDENT IS NOT MOVED.  *
006110*  THE FIRST NOTE RAISED FOR A STUDENT IS THE ONE LISTED; EVERY  *
006120*  ONE IS COUNTED.                                               *
006130*----------------------------------------------------------------*
006140 ADVANCE-YEAR-LEVEL.
006150         MOVE 0 TO stu-course-years.
006160         MOVE course-M TO course-code-C.
006170         READ COURSE-REFERENCE
006180             INVALID KEY
006190                 MOVE 0 TO stu-course-years
006200             NOT INVALID KEY
006210                 IF course-years-C NUMERIC
006220                     MOVE course-years-C TO stu-course-years
006230                 END-IF
006240         END-READ.
006250         EVALUATE TRUE
006260           WHEN year-level-M NOT NUMERIC OR year-level-M = 0
006270             COMPUTE stu-except-count = stu-except-count + 1
006280             IF stu-rd-result = SPACES
006290                 MOVE "NO YEAR LEVEL ON RECORD - NOT ADVANCED"
006300                     TO stu-rd-result
006310             END-IF
006320             SET stu-listed TO TRUE
006330           WHEN stu-course-years = 0
006340             COMPUTE stu-except-count = stu-except-count + 1
006350             IF stu-rd-result = SPACES
006360                 MOVE "COURSE LENGTH NOT SET - NOT ADVANCED"
006370                     TO stu-rd-result
006380             END-IF
006390             SET stu-listed TO TRUE
006400           WHEN year-level-M >= stu-course-years
006410             PERFORM WRITE-CANDIDATE-RECORD
006420             IF stu-rd-result = SPACES
006430                 MOVE "FINAL YEAR - GRADUATION CANDIDATE"
006440                     TO stu-rd-result
006450             END-IF
006460             SET stu-listed TO TRUE
006470           WHEN OTHER
006480             COMPUTE year-level-M = year-level-M + 1
006490             COMPUTE stu-advance-count = stu-advance-count + 1
006500             SET stu-year-advanced TO TRUE
006510             SET stu-changed TO TRUE
006520             IF stu-rd-result = SPACES
006530                 MOVE "ADVANCED" TO stu-rd-result
006540             END-IF
006550         END-EVALUATE.
006560*
006570 WRITE-CANDIDATE-RECORD.
006580         MOVE SNo-M        TO SNo-D.
006590         MOVE fullname-M   TO fullname-D.
006600         MOVE course-M     TO course-D.
006610         MOVE year-level-M TO year-level-D.
006620         MOVE stu-roll-year TO roll-year-D.
006630         WRITE CANDIDATE-RECORD.
006640         IF stu-cand-ok
006650             COMPUTE stu-cand-count = stu-cand-count + 1
006660         ELSE
006670             DISPLAY "WARNING - CANDIDATE WRITE FAILED FOR "
006680                 SNo-M
006690         END-IF.
006700*
006710*----------------------------------------------------------------*
006720*  REWRITE-ROLLED-STUDENT -- REWRITES THE CHANGED RECORD AND     *
006730*  AUDITS IT AS AN EDIT WITH BEFORE AND AFTER IMAGES, AS         *
006740*  EDIT-STUDENT DOES. A FAILED REWRITE TAKES BACK THE ADVANCE    *
006750*  AND AGE COUNTED FOR THE STUDENT AND PUTS THE RECORD BACK AS   *
006760*  IT WAS, SO THE LINE LISTED AND THE TOTALS SHOW WHAT IS ON     *
006770*  THE MASTER.                                                   *
006780*----------------------------------------------------------------*
006790 REWRITE-ROLLED-STUDENT.
006800         REWRITE STUDENT-MASTER-RECORD
006810             INVALID KEY
006820                 DISPLAY "WARNING - REWRITE FAILED FOR " SNo-M
006830         END-REWRITE.
006840         IF stu-file-ok
006850             MOVE STUDENT-MASTER-RECORD TO stu-after-image
006860             PERFORM WRITE-AUDIT-RECORD
006870         ELSE
006880             COMPUTE stu-fail-count = stu-fail-count + 1
006890             IF stu-year-advanced
006900                 COMPUTE stu-advance-count = stu-advance-count - 1
006910             END-IF
006920             IF stu-age-refreshed
006930                 COMPUTE stu-age-count = stu-age-count - 1
006940             END-IF
006950             MOVE stu-before-image TO STUDENT-MASTER-RECORD
006960             MOVE "NOT ROLLED - MASTER REWRITE FAILED"
006970                 TO stu-rd-result
006980         END-IF.
006990*
007000*----------------------------------------------------------------*
007010*  WRITE-AUDIT-RECORD -- APPENDS ONE EDIT RECORD TO              *
007020*  STUDENT-AUDIT WITH THE DATE AND TIME, OPERATOR ROLLOVER AND   *
007030*  THE BEFORE/AFTER IMAGES.                                      *
007040*----------------------------------------------------------------*
007050 WRITE-AUDIT-RECORD.
007060         MOVE "EDIT" TO action-T.
007070         ACCEPT audit-date-T FROM DATE YYYYMMDD.
007080         ACCEPT audit-time-T FROM TIME.
007090         MOVE stu-operator-id  TO operator-T.
007100         MOVE stu-before-image TO before-image-T.
007110         MOVE stu-after-image  TO after-image-T.
007120         WRITE STUDENT-AUDIT-RECORD.
007130         IF NOT stu-audit-ok
007140             DISPLAY "WARNING - AUDIT WRITE FAILED"
007150         END-IF.
007160*
007170*----------------------------------------------------------------*
007180*  WRITE-ROLLOVER-CONTROL -- REWRITES THE ONE-RECORD ROLLCTL     *
007190*  FILE AFTER EVERY STUDENT, MARKED ACTIVE WITH THE LAST STUDENT *
007200*  NUMBER DONE, THE WAY DOCTOR_02 KEEPS INTKCKPT. FINISH MARKS   *
007210*  IT DONE SO THE YEAR CANNOT BE ROLLED AGAIN.                   *
007220*----------------------------------------------------------------*
007230 WRITE-ROLLOVER-CONTROL.
007240         OPEN OUTPUT ROLLOVER-CONTROL.
007250         IF stu-ctl-ok
007260             MOVE stu-roll-year TO roll-year-K
007270             SET roll-active TO TRUE
007280             MOVE SNo-M TO roll-last-sno-K
007290             MOVE stu-run-date TO roll-date-K
007300             WRITE ROLLOVER-CONTROL-RECORD
007310             CLOSE ROLLOVER-CONTROL
007320         ELSE
007330             DISPLAY "WARNING - CANNOT WRITE ROLLCTL"
007340         END-IF.
007350*
007360 FINISH-ROLLOVER-CONTROL.
007370         OPEN OUTPUT ROLLOVER-CONTROL.
007380         IF stu-ctl-ok
007390             MOVE stu-roll-year TO roll-year-K
007400             SET roll-done TO TRUE
007410             MOVE SPACES TO roll-last-sno-K
007420             MOVE stu-run-date TO roll-date-K
007430             WRITE ROLLOVER-CONTROL-RECORD
007440             CLOSE ROLLOVER-CONTROL
007450         ELSE
007460             DISPLAY "WARNING - CANNOT WRITE ROLLCTL"
007470         END-IF.
007480*
007490*----------------------------------------------------------------*
007500*  PRINT-CANDIDATE-SECTION -- READS THE CANDIDATE FILE BACK,     *
007510*  INCLUDING ANY WRITTEN BEFORE A RESTART, AND LISTS EVERY       *
007520*  FINAL-YEAR STUDENT FOR THE REGISTRAR TO TAKE THROUGH          *
007530*  GRADUATE-STUDENT ONCE THEIR RESULTS ARE IN.                   *
007540*----------------------------------------------------------------*
007550 PRINT-CANDIDATE-SECTION.
007560         CLOSE CANDIDATE-FILE.
007570         MOVE "GRADUATION CANDIDATES - FOR GRADUATE-STUDENT"
007580             TO stu-roll-section.
007590         PERFORM PRINT-SECTION-LINE.
007600         MOVE 0 TO stu-cand-count.
007610         OPEN INPUT CANDIDATE-FILE.
007620         IF stu-cand-ok
007630             SET stu-not-eof TO TRUE
007640             PERFORM READ-NEXT-CANDIDATE
007650             PERFORM PRINT-ONE-CANDIDATE UNTIL stu-eof
007660             CLOSE CANDIDATE-FILE
007670         END-IF.
007680*
007690 READ-NEXT-CANDIDATE.
007700         READ CANDIDATE-FILE NEXT RECORD
007710             AT END
007720                 SET stu-eof TO TRUE
007730         END-READ.
007740*
007750 PRINT-ONE-CANDIDATE.
007760         COMPUTE stu-cand-count = stu-cand-count + 1.
007770         IF stu-line-count >= stu-lines-per-page
007780             PERFORM PRINT-ROLLOVER-HEADINGS
007790         END-IF.
007800         MOVE SNo-D        TO stu-cd-sno.
007810         MOVE fullname-D   TO stu-cd-name.
007820         MOVE course-D     TO stu-cd-course.
007830         MOVE year-level-D TO stu-cd-year.
007840         DISPLAY stu-cand-detail.
007850         WRITE ROLLOVER-PRINT-LINE FROM stu-cand-detail
007860             AFTER ADVANCING 1 LINE.
007870         COMPUTE stu-line-count = stu-line-count + 1.
007880         PERFORM READ-NEXT-CANDIDATE.
007890*
007900*----------------------------------------------------------------*
007910*  COUNT-YEAR-LEVELS -- ONE MORE PASS OVER THE MASTER, AFTER THE *
007920*  RUN, COUNTING THE STUDENTS STILL IN A COURSE (ENROLLED OR ON  *
007930*  LEAVE) BY THEIR YEAR LEVEL NOW.                               *
007940*----------------------------------------------------------------*
007950 COUNT-YEAR-LEVELS.
007960         INITIALIZE stu-year-counts.
007970         MOVE SPACES TO stu-resume-sno.
007980         PERFORM START-STUDENT-SCAN.
007990         PERFORM TALLY-YEAR-LEVEL UNTIL stu-eof.
008000*
008010 TALLY-YEAR-LEVEL.
008020         IF NOT graduated-M
008030             IF year-level-M NUMERIC
008040                 COMPUTE stu-year-ix = year-level-M + 1
008050             ELSE
008060                 MOVE 1 TO stu-year-ix
008070             END-IF
008080             COMPUTE stu-yc-count (stu-year-ix)
008090                 = stu-yc-count (stu-year-ix) + 1
008100         END-IF.
008110         PERFORM READ-NEXT-SCAN-RECORD.
008120*
008130*----------------------------------------------------------------*
008140*  REPORT PARAGRAPHS -- SAME PAGE-FORMATTED SHAPE AS THE COURSE  *
008150*  TRANSFER REPORT: TITLE, ACADEMIC YEAR AND COLUMN HEADINGS PER *
008160*  PAGE, ONE LINE PER STUDENT CHANGED OR NEEDING ATTENTION, THE  *
008170*  CANDIDATES, THEN COUNTS AND A VERDICT. EVERY LINE ALSO GOES   *
008180*  TO THE SCREEN.                                                *
008190*----------------------------------------------------------------*
008200 PRINT-ROLLOVER-HEADINGS.
008210         COMPUTE stu-page-count = stu-page-count + 1.
008220         MOVE stu-run-date TO stu-rt-date.
008230         MOVE stu-page-count TO stu-rt-page.
008240         WRITE ROLLOVER-PRINT-LINE FROM stu-roll-title
008250             AFTER ADVANCING PAGE.
008260         MOVE stu-roll-year TO stu-ry-year.
008270         WRITE ROLLOVER-PRINT-LINE FROM stu-roll-year-line
008280             AFTER ADVANCING 2 LINES.
008290         WRITE ROLLOVER-PRINT-LINE FROM stu-roll-colhead
008300             AFTER ADVANCING 2 LINES.
008310         MOVE 5 TO stu-line-count.
008320*
008330 PRINT-SECTION-LINE.
008340         IF stu-line-count + 3 > stu-lines-per-page
008350             PERFORM PRINT-ROLLOVER-HEADINGS
008360         END-IF.
008370         DISPLAY " ".
008380         DISPLAY stu-roll-section.
008390         WRITE ROLLOVER-PRINT-LINE FROM stu-roll-section
008400             AFTER ADVANCING 2 LINES.
008410         COMPUTE stu-line-count = stu-line-count + 2.
008420*
008430 PRINT-DETAIL-LINE.
008440         IF stu-line-count >= stu-lines-per-page
008450             PERFORM PRINT-ROLLOVER-HEADINGS
008460         END-IF.
008470         MOVE SNo-M        TO stu-rd-sno.
008480         MOVE fullname-M   TO stu-rd-name.
008490         MOVE stu-old-year TO stu-rd-old-year.
008500         MOVE year-level-M TO stu-rd-new-year.
008510         MOVE stu-old-age  TO stu-rd-old-age.
008520         MOVE age-M        TO stu-rd-new-age.
008530         IF stu-rd-result = SPACES
008540             MOVE "AGE UPDATED" TO stu-rd-result
008550         END-IF.
008560         DISPLAY stu-roll-detail.
008570         WRITE ROLLOVER-PRINT-LINE FROM stu-roll-detail
008580             AFTER ADVANCING 1 LINE.
008590         COMPUTE stu-line-count = stu-line-count + 1.
008600*
008610 PRINT-ROLLOVER-TOTALS.
008620         DISPLAY " ".
008630         IF stu-line-count + 26 > stu-lines-per-page
008640             PERFORM PRINT-ROLLOVER-HEADINGS
008650         END-IF.
008660         MOVE "STUDENTS READ:" TO stu-rn-label.
008670         MOVE stu-read-count TO stu-rn-count.
008680         PERFORM PRINT-COUNT-LINE.
008690         MOVE "  YEAR LEVEL ADVANCED:" TO stu-rn-label.
008700         MOVE stu-advance-count TO stu-rn-count.
008710         PERFORM PRINT-COUNT-LINE.
008720         MOVE "  AGE UPDATED:" TO stu-rn-label.
008730         MOVE stu-age-count TO stu-rn-count.
008740         PERFORM PRINT-COUNT-LINE.
008750         MOVE "  GRADUATION CANDIDATES:" TO stu-rn-label.
008760         MOVE stu-cand-count TO stu-rn-count.
008770         PERFORM PRINT-COUNT-LINE.
008780         MOVE "  ON LEAVE, NOT ADVANCED:" TO stu-rn-label.
008790         MOVE stu-leave-count TO stu-rn-count.
008800         PERFORM PRINT-COUNT-LINE.
008810         MOVE "  GRADUATES, NOT ADVANCED:" TO stu-rn-label.
008820         MOVE stu-grad-count TO stu-rn-count.
008830         PERFORM PRINT-COUNT-LINE.
008840         MOVE "  EXCEPTIONS LISTED:" TO stu-rn-label.
008850         MOVE stu-except-count TO stu-rn-count.
008860         PERFORM PRINT-COUNT-LINE.
008870         MOVE "COULD NOT BE ROLLED (FAILED):" TO stu-rn-label.
008880         MOVE stu-fail-count TO stu-rn-count.
008890         PERFORM PRINT-COUNT-LINE.
008900         MOVE "STUDENTS BY YEAR LEVEL NOW" TO stu-roll-section.
008910         PERFORM PRINT-SECTION-LINE.
008920         MOVE "  NOT RECORDED:" TO stu-rn-label.
008930         MOVE stu-yc-count (1) TO stu-rn-count.
008940         PERFORM PRINT-COUNT-LINE.
008950         PERFORM PRINT-YEAR-COUNT
008960             VARYING stu-year-ix FROM 2 BY 1
008970             UNTIL stu-year-ix > 10.
008980         EVALUATE TRUE
008990           WHEN stu-roll-unfinished
009000             MOVE "** NOT FINISHED - RUN AGAIN TO RESUME **"
009010                 TO stu-roll-verdict
009020           WHEN stu-fail-count = 0 AND stu-except-count = 0
009030             MOVE "** ROLLOVER COMPLETE **" TO stu-roll-verdict
009040           WHEN OTHER
009050             MOVE "** ITEMS LISTED - FIX ON EDIT-STUDENT **"
009060                 TO stu-roll-verdict
009070         END-EVALUATE.
009080         DISPLAY stu-roll-verdict.
009090         WRITE ROLLOVER-PRINT-LINE FROM stu-roll-verdict
009100             AFTER ADVANCING 2 LINES.
009110*
009120 PRINT-YEAR-COUNT.
009130         IF stu-yc-count (stu-year-ix) > 0
009140             MOVE "  YEAR" TO stu-rn-label
009150             COMPUTE stu-year-digit = stu-year-ix - 1
009160             MOVE stu-year-digit TO stu-rn-label(8:1)
009170             MOVE ":" TO stu-rn-label(9:1)
009180             MOVE stu-yc-count (stu-year-ix) TO stu-rn-count
009190             PERFORM PRINT-COUNT-LINE
009200         END-IF.
009210*
009220 PRINT-COUNT-LINE.
009230         DISPLAY stu-rn-label " " stu-rn-count.
009240         WRITE ROLLOVER-PRINT-LINE FROM stu-roll-count-line
009250             AFTER ADVANCING 1 LINE.
009260         COMPUTE stu-line-count = stu-line-count + 1.
