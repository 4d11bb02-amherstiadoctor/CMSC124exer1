000100*================================================================
000110* PROGRAM:  DOCTOR_13
000120* PURPOSE:  COURSE TRANSFER RUN
000130*           MOVES EVERY STUDENT STILL CARRYING A RETIRED COURSE
000140*           CODE ONTO ITS SUCCESSOR. ENROLLED STUDENTS TAKE A
000150*           SEAT IN THE SUCCESSOR UP TO ITS course-max-C; THE
000160*           REST GO ONTO THE SUCCESSOR'S WAITLIST IN STUDENT
000170*           NUMBER ORDER. STUDENTS ON LEAVE HOLD NO SEAT AND MOVE
000180*           ACROSS AS THEY ARE. WAITING STUDWAIT ENTRIES FOR THE
000190*           OLD CODE ARE RE-POINTED IN PLACE SO THEY KEEP THEIR
000200*           TURN, AND ANY SEATS STILL FREE ARE FILLED FROM THE
000210*           WAITLIST. EVERY MOVE IS AUDITED UNDER OPERATOR
000220*           CRSXFER AND LISTED ON THE XFERRPT PRINT FILE.
000230*================================================================
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. Doctor_13.
000260 AUTHOR. Doctor, Amherstia S.
000270 INSTALLATION. REGISTRAR MIS.
000280 DATE-WRITTEN. 10/15/2026.
000290 DATE-COMPILED.
000300*
000310* MODIFICATION HISTORY
000320*   DATE        BY    DESCRIPTION
000330*   ----------  ----  --------------------------------------------
000340*   2026-10-15  ASD   New program. Students left on a course code
000350*                     retired through RETIRE-COURSE were moved one
000360*                     at a time on EDIT-STUDENT after each
000370*                     curriculum revision; this moves them in one
000380*                     run under the same capacity and waitlist
000390*                     rules as Doctor_01 and Doctor_04.
000400*   2026-10-15  ASD   The master, archive, waitlist and audit
000410*                     images now carry the date of birth and
000420*                     year level, and COURSE-REFERENCE the
000430*                     course length (see Doctor_01); the layouts
000440*                     here widened to match. An overflow student
000450*                     keeps both fields through the archive and
000460*                     the waitlist, and a promotion takes them
000470*                     back onto the master.
000480*
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520         SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000530             ORGANIZATION IS INDEXED
000540             ACCESS MODE IS DYNAMIC
000550             RECORD KEY IS SNo-M
000560             FILE STATUS IS stu-file-status.
000570         SELECT STUDENT-ARCHIVE ASSIGN TO "STUDARCH"
000580             ORGANIZATION IS SEQUENTIAL
000590             ACCESS MODE IS SEQUENTIAL
000600             FILE STATUS IS stu-archive-status.
000610         SELECT STUDENT-AUDIT ASSIGN TO "STUDAUDT"
000620             ORGANIZATION IS SEQUENTIAL
000630             ACCESS MODE IS SEQUENTIAL
000640             FILE STATUS IS stu-audit-status.
000650         SELECT COURSE-REFERENCE ASSIGN TO "COURSREF"
000660             ORGANIZATION IS INDEXED
000670             ACCESS MODE IS DYNAMIC
000680             RECORD KEY IS course-code-C
000690             FILE STATUS IS stu-course-status.
000700         SELECT STUDENT-WAITLIST ASSIGN TO "STUDWAIT"
000710             ORGANIZATION IS SEQUENTIAL
000720             ACCESS MODE IS SEQUENTIAL
000730             FILE STATUS IS stu-wait-status.
000740         SELECT GUARDIAN-FILE ASSIGN TO "GRDNFILE"
000750             ORGANIZATION IS INDEXED
000760             ACCESS MODE IS DYNAMIC
000770             RECORD KEY IS guardian-key-G
000780             FILE STATUS IS stu-guard-status.
000790         SELECT GUARDIAN-ARCHIVE ASSIGN TO "GRDNARCH"
000800             ORGANIZATION IS SEQUENTIAL
000810             ACCESS MODE IS SEQUENTIAL
000820             FILE STATUS IS stu-grdarch-status.
000830         SELECT TRANSFER-PRINT ASSIGN TO "XFERRPT"
000840             ORGANIZATION IS SEQUENTIAL
000850             ACCESS MODE IS SEQUENTIAL
000860             FILE STATUS IS stu-xferprt-status.
000870*
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  STUDENT-MASTER
000910         LABEL RECORDS ARE STANDARD.
000920 01  STUDENT-MASTER-RECORD.
000930         03  SNo-M            PIC X(10).
000940         03  fullname-M       PIC X(50).
000950         03  course-M         PIC X(50).
000960         03  age-M            PIC 99.
000970         03  contact-no-M.
000980             04  mobile-M     PIC X(11).
000990             04  landline-M   PIC X(8).
001000         03  enroll-status-M  PIC X(01).
001010             88  enrolled-M             VALUE "E" " ".
001020             88  on-leave-M             VALUE "L".
001030             88  graduated-M            VALUE "G".
001040         03  birth-date-M     PIC 9(08).
001050         03  year-level-M     PIC 9(01).
001060*
001070 FD  STUDENT-ARCHIVE
001080         LABEL RECORDS ARE STANDARD.
001090 01  STUDENT-ARCHIVE-RECORD.
001100         03  SNo-A            PIC X(10).
001110         03  fullname-A       PIC X(50).
001120         03  course-A         PIC X(50).
001130         03  age-A            PIC 99.
001140         03  contact-no-A.
001150             04  mobile-A     PIC X(11).
001160             04  landline-A   PIC X(8).
001170         03  withdrawn-date-A PIC 9(08).
001180         03  birth-date-A     PIC 9(08).
001190         03  year-level-A     PIC 9(01).
001200*
001210 FD  STUDENT-AUDIT
001220         LABEL RECORDS ARE STANDARD.
001230 01  STUDENT-AUDIT-RECORD.
001240         03  action-T         PIC X(06).
001250         03  audit-date-T     PIC 9(08).
001260         03  audit-time-T     PIC 9(08).
001270         03  operator-T       PIC X(10).
001280         03  before-image-T.
001290             04  SNo-BT       PIC X(10).
001300             04  detail-BT    PIC X(131).
001310         03  after-image-T.
001320             04  SNo-AT       PIC X(10).
001330             04  detail-AT    PIC X(131).
001340*
001350 FD  COURSE-REFERENCE
001360         LABEL RECORDS ARE STANDARD.
001370 01  COURSE-REFERENCE-RECORD.
001380         03  course-code-C    PIC X(10).
001390         03  course-title-C   PIC X(50).
001400         03  course-status-C  PIC X(01).
001410             88  course-active          VALUE "A".
001420             88  course-retired         VALUE "R".
001430         03  course-max-C     PIC 9(05).
001440         03  tuition-rate-C   PIC 9(07)V99.
001450         03  misc-fee-C       PIC 9(07)V99.
001460         03  course-years-C   PIC 9(01).
001470*
001480 FD  STUDENT-WAITLIST
001490         LABEL RECORDS ARE STANDARD.
001500 01  STUDENT-WAITLIST-RECORD.
001510         03  SNo-W            PIC X(10).
001520         03  fullname-W       PIC X(50).
001530         03  course-W         PIC X(50).
001540         03  age-W            PIC 99.
001550         03  contact-no-W.
001560             04  mobile-W     PIC X(11).
001570             04  landline-W   PIC X(8).
001580         03  wait-status-W    PIC X(01).
001590             88  wait-waiting           VALUE "W".
001600             88  wait-promoted          VALUE "P".
001610             88  wait-cancelled         VALUE "C".
001620         03  wait-date-W      PIC 9(08).
001630         03  birth-date-W     PIC 9(08).
001640         03  year-level-W     PIC 9(01).
001650*
001660 FD  GUARDIAN-FILE
001670         LABEL RECORDS ARE STANDARD.
001680 01  GUARDIAN-RECORD.
001690         03  guardian-key-G.
001700             04  SNo-G        PIC X(10).
001710             04  contact-seq-G PIC 9(02).
001720         03  contact-name-G   PIC X(50).
001730         03  relationship-G   PIC X(20).
001740         03  contact-no-G.
001750             04  mobile-G     PIC X(11).
001760             04  landline-G   PIC X(8).
001770*
001780 FD  GUARDIAN-ARCHIVE
001790         LABEL RECORDS ARE STANDARD.
001800 01  GUARDIAN-ARCHIVE-RECORD.
001810         03  SNo-H            PIC X(10).
001820         03  contact-seq-H    PIC 9(02).
001830         03  contact-name-H   PIC X(50).
001840         03  relationship-H   PIC X(20).
001850         03  contact-no-H.
001860             04  mobile-H     PIC X(11).
001870             04  landline-H   PIC X(8).
001880         03  archived-date-H  PIC 9(08).
001890*
001900 FD  TRANSFER-PRINT
001910         LABEL RECORDS ARE STANDARD.
001920 01  TRANSFER-PRINT-LINE     PIC X(132).
001930*
001940 WORKING-STORAGE SECTION.
001950*---------------------------------------------------------------
001960* PROGRAM SWITCHES AND CONTROL COUNTERS
001970*---------------------------------------------------------------
001980 77  stu-file-status         PIC X(02) VALUE "00".
001990         88  stu-file-ok              VALUE "00".
002000         88  stu-file-not-found       VALUE "35".
002010 77  stu-archive-status      PIC X(02) VALUE "00".
002020         88  stu-archive-ok           VALUE "00".
002030         88  stu-archive-not-found    VALUE "35".
002040 77  stu-audit-status        PIC X(02) VALUE "00".
002050         88  stu-audit-ok             VALUE "00".
002060         88  stu-audit-not-found      VALUE "35".
002070 77  stu-course-status       PIC X(02) VALUE "00".
002080         88  stu-course-ok            VALUE "00".
002090         88  stu-course-not-found     VALUE "35".
002100 77  stu-wait-status         PIC X(02) VALUE "00".
002110         88  stu-wait-ok              VALUE "00".
002120         88  stu-wait-not-found       VALUE "35".
002130 77  stu-guard-status        PIC X(02) VALUE "00".
002140         88  stu-guard-ok             VALUE "00".
002150         88  stu-guard-not-found      VALUE "35".
002160 77  stu-grdarch-status      PIC X(02) VALUE "00".
002170         88  stu-grdarch-ok           VALUE "00".
002180         88  stu-grdarch-not-found    VALUE "35".
002190 77  stu-xferprt-status      PIC X(02) VALUE "00".
002200         88  stu-xferprt-ok           VALUE "00".
002210 77  stu-guard-eof-switch    PIC X(01) VALUE "N".
002220         88  stu-guard-eof            VALUE "Y".
002230         88  stu-guard-not-eof         VALUE "N".
002240 77  stu-guard-sno           PIC X(10) VALUE SPACES.
002250 77  stu-guard-count         PIC 9(03) VALUE 0.
002260 77  stu-eof-switch          PIC X(01) VALUE "N".
002270         88  stu-eof                  VALUE "Y".
002280         88  stu-not-eof               VALUE "N".
002290 77  stu-wl-eof-switch       PIC X(01) VALUE "N".
002300         88  stu-wl-eof               VALUE "Y".
002310         88  stu-wl-not-eof            VALUE "N".
002320 77  stu-found-switch        PIC X(01) VALUE "N".
002330         88  stu-found                 VALUE "Y".
002340         88  stu-not-found              VALUE "N".
002350 77  stu-valid-switch        PIC X(01) VALUE "N".
002360         88  stu-valid                 VALUE "Y".
002370         88  stu-not-valid              VALUE "N".
002380 77  stu-run-switch          PIC X(01) VALUE "Y".
002390         88  stu-run-ok                VALUE "Y".
002400         88  stu-run-stopped            VALUE "N".
002410 77  stu-full-switch         PIC X(01) VALUE "N".
002420         88  stu-course-full           VALUE "Y".
002430         88  stu-course-open            VALUE "N".
002440 77  stu-promote-switch      PIC X(01) VALUE "N".
002450         88  stu-promoted              VALUE "Y".
002460         88  stu-not-promoted           VALUE "N".
002470 77  stu-archive-error-switch PIC X(01) VALUE "N".
002480         88  stu-archive-error        VALUE "Y".
002490         88  stu-archive-no-error      VALUE "N".
002500 77  stu-confirm             PIC X(01) VALUE SPACE.
002510 77  stu-code-in             PIC X(10) VALUE SPACES.
002520 77  stu-old-course          PIC X(50) VALUE SPACES.
002530 77  stu-new-course          PIC X(50) VALUE SPACES.
002540 77  stu-old-title           PIC X(50) VALUE SPACES.
002550 77  stu-new-title           PIC X(50) VALUE SPACES.
002560 77  stu-scan-sno            PIC X(10) VALUE SPACES.
002570 77  stu-read-count          PIC 9(05) VALUE 0.
002580 77  stu-moved-count         PIC 9(05) VALUE 0.
002590 77  stu-leave-count         PIC 9(05) VALUE 0.
002600 77  stu-overflow-count      PIC 9(05) VALUE 0.
002610 77  stu-wl-moved-count      PIC 9(05) VALUE 0.
002620 77  stu-promote-count       PIC 9(05) VALUE 0.
002630 77  stu-grad-count          PIC 9(05) VALUE 0.
002640 77  stu-fail-count          PIC 9(05) VALUE 0.
002650 77  stu-audit-action        PIC X(06) VALUE SPACES.
002660 77  stu-before-image        PIC X(141) VALUE SPACES.
002670 77  stu-after-image         PIC X(141) VALUE SPACES.
002680 77  stu-enrolled-count      PIC 9(05) VALUE 0.
002690 77  stu-course-max          PIC 9(05) VALUE 0.
002700 77  stu-seats-taken         PIC 9(05) VALUE 0.
002710 77  stu-check-course        PIC X(50) VALUE SPACES.
002720 77  stu-operator-id         PIC X(10) VALUE "CRSXFER".
002730 77  stu-run-date            PIC 9(08) VALUE 0.
002740 77  stu-lines-per-page      PIC 9(02) VALUE 55.
002750 77  stu-line-count          PIC 9(02) VALUE 0.
002760 77  stu-page-count          PIC 9(03) VALUE 0.
002770*---------------------------------------------------------------
002780* REPORT PRINT LINES
002790*---------------------------------------------------------------
002800 01  stu-xfer-title.
002810         03  FILLER           PIC X(30)
002820             VALUE "COURSE TRANSFER REPORT".
002830         03  FILLER           PIC X(10) VALUE "RUN DATE: ".
002840         03  stu-xt-date      PIC 9(08).
002850         03  FILLER           PIC X(07) VALUE "  PAGE ".
002860         03  stu-xt-page      PIC ZZ9.
002870 01  stu-xfer-course-line.
002880         03  stu-xc-label     PIC X(06).
002890         03  stu-xc-code      PIC X(11).
002900         03  stu-xc-title     PIC X(50).
002910 01  stu-xfer-colhead.
002920         03  FILLER           PIC X(12) VALUE "STUDENT NO".
002930         03  FILLER           PIC X(42) VALUE "NAME".
002940         03  FILLER           PIC X(10) VALUE "STATUS".
002950         03  FILLER           PIC X(40) VALUE "RESULT".
002960 01  stu-xfer-detail.
002970         03  stu-xd-sno       PIC X(10).
002980         03  FILLER           PIC X(02) VALUE SPACES.
002990         03  stu-xd-name      PIC X(40).
003000         03  FILLER           PIC X(02) VALUE SPACES.
003010         03  stu-xd-status    PIC X(08).
003020         03  FILLER           PIC X(02) VALUE SPACES.
003030         03  stu-xd-result    PIC X(40).
003040 01  stu-xfer-count-line.
003050         03  stu-xn-label     PIC X(30).
003060         03  stu-xn-count     PIC ZZZZ9.
003070 01  stu-xfer-verdict        PIC X(60).
003080*
003090 PROCEDURE DIVISION.
003100*
003110         PERFORM ACCEPT-TRANSFER-CODES.
003120         IF stu-run-ok
003130             DISPLAY "MOVE STUDENTS FROM " stu-old-course(1:10)
003140                 " TO " stu-new-course(1:10) " NOW (Y/N)? "
003150                 WITH NO ADVANCING
003160             ACCEPT stu-confirm
003170             IF stu-confirm = "Y" OR stu-confirm = "y"
003180                 PERFORM OPEN-TRANSFER-FILES
003190             ELSE
003200                 DISPLAY "TRANSFER CANCELLED - NOTHING TOUCHED"
003210                 SET stu-run-stopped TO TRUE
003220             END-IF
003230         END-IF.
003240         IF stu-run-ok
003250             ACCEPT stu-run-date FROM DATE YYYYMMDD
003260             PERFORM PRINT-TRANSFER-HEADINGS
003270             PERFORM COUNT-SUCCESSOR-SEATS
003280             PERFORM START-STUDENT-SCAN
003290             PERFORM TRANSFER-ONE-STUDENT UNTIL stu-eof
003300             PERFORM CARRY-OVER-WAITLIST
003310             PERFORM FILL-FREE-SEATS
003320             PERFORM PRINT-TRANSFER-TOTALS
003330             PERFORM CLOSE-TRANSFER-FILES
003340         END-IF.
003350         STOP RUN.
003360*
003370*----------------------------------------------------------------*
003380*  ACCEPT-TRANSFER-CODES -- THE OLD CODE MUST BE ON COURSREF AND *
003390*  ALREADY RETIRED THROUGH RETIRE-COURSE, SO NOTHING NEW CAN BE  *
003400*  ENROLLED INTO IT WHILE THE RUN IS GOING; THE SUCCESSOR MUST   *
003410*  BE ON FILE, ACTIVE AND A DIFFERENT CODE. ANY FAILURE STOPS    *
003420*  THE RUN BEFORE A FILE IS TOUCHED.                             *
003430*----------------------------------------------------------------*
003440 ACCEPT-TRANSFER-CODES.
003450         OPEN INPUT COURSE-REFERENCE.
003460         IF NOT stu-course-ok
003470             DISPLAY "COURSE FILE COURSREF NOT FOUND - NO RUN"
003480             SET stu-run-stopped TO TRUE
003490         ELSE
003500             DISPLAY "RETIRED COURSE CODE TO TRANSFER FROM: "
003510                 WITH NO ADVANCING
003520             ACCEPT stu-code-in
003530             MOVE stu-code-in TO course-code-C
003540             READ COURSE-REFERENCE
003550                 INVALID KEY
003560                     DISPLAY "UNKNOWN COURSE CODE - NO RUN"
003570                     SET stu-run-stopped TO TRUE
003580                 NOT INVALID KEY
003590                     IF NOT course-retired
003600                         DISPLAY "COURSE IS NOT RETIRED - RETIRE "
003610                             "IT FIRST - NO RUN"
003620                         SET stu-run-stopped TO TRUE
003630                     END-IF
003640             END-READ
003650             MOVE stu-code-in TO stu-old-course
003660             MOVE course-title-C TO stu-old-title
003670             IF stu-run-ok
003680                 DISPLAY "SUCCESSOR COURSE CODE: "
003690                     WITH NO ADVANCING
003700                 ACCEPT stu-code-in
003710                 MOVE stu-code-in TO course-code-C
003720                 READ COURSE-REFERENCE
003730                     INVALID KEY
003740                         DISPLAY "UNKNOWN COURSE CODE - NO RUN"
003750                         SET stu-run-stopped TO TRUE
003760                     NOT INVALID KEY
003770                         IF NOT course-active
003780                             DISPLAY "SUCCESSOR COURSE IS NOT "
003790                                 "ACTIVE - NO RUN"
003800                             SET stu-run-stopped TO TRUE
003810                         END-IF
003820                 END-READ
003830                 MOVE stu-code-in TO stu-new-course
003840                 MOVE course-title-C TO stu-new-title
003850             END-IF
003860             IF stu-run-ok AND stu-new-course = stu-old-course
003870                 DISPLAY "SUCCESSOR IS THE SAME CODE - NO RUN"
003880                 SET stu-run-stopped TO TRUE
003890             END-IF
003900             IF stu-run-stopped
003910                 CLOSE COURSE-REFERENCE
003920             END-IF
003930         END-IF.
003940*
003950*----------------------------------------------------------------*
003960*  OPEN-TRANSFER-FILES -- THE MASTER FOR I-O AND A FRESH REPORT  *
003970*  MUST OPEN; THE ARCHIVE, AUDIT, WAITLIST AND GUARDIAN FILES    *
003980*  ARE CREATED ON FIRST USE, AS DOCTOR_04 DOES.                  *
003990*----------------------------------------------------------------*
004000 OPEN-TRANSFER-FILES.
004010         OPEN I-O STUDENT-MASTER.
004020         IF NOT stu-file-ok
004030             DISPLAY "WARNING - CANNOT OPEN STUDMAST - NO RUN"
004040             CLOSE COURSE-REFERENCE
004050             SET stu-run-stopped TO TRUE
004060         ELSE
004070             OPEN OUTPUT TRANSFER-PRINT
004080             IF NOT stu-xferprt-ok
004090                 DISPLAY "WARNING - CANNOT OPEN XFERRPT - NO RUN"
004100                 CLOSE STUDENT-MASTER
004110                 CLOSE COURSE-REFERENCE
004120                 SET stu-run-stopped TO TRUE
004130             END-IF
004140         END-IF.
004150         IF stu-run-ok
004160             OPEN EXTEND STUDENT-ARCHIVE
004170             IF stu-archive-not-found
004180                 OPEN OUTPUT STUDENT-ARCHIVE
004190                 CLOSE STUDENT-ARCHIVE
004200                 OPEN EXTEND STUDENT-ARCHIVE
004210             END-IF
004220             OPEN EXTEND STUDENT-AUDIT
004230             IF stu-audit-not-found
004240                 OPEN OUTPUT STUDENT-AUDIT
004250                 CLOSE STUDENT-AUDIT
004260                 OPEN EXTEND STUDENT-AUDIT
004270             END-IF
004280             OPEN EXTEND STUDENT-WAITLIST
004290             IF stu-wait-not-found
004300                 OPEN OUTPUT STUDENT-WAITLIST
004310                 CLOSE STUDENT-WAITLIST
004320                 OPEN EXTEND STUDENT-WAITLIST
004330             END-IF
004340             OPEN I-O GUARDIAN-FILE
004350             IF stu-guard-not-found
004360                 OPEN OUTPUT GUARDIAN-FILE
004370                 CLOSE GUARDIAN-FILE
004380                 OPEN I-O GUARDIAN-FILE
004390             END-IF
004400             OPEN EXTEND GUARDIAN-ARCHIVE
004410             IF stu-grdarch-not-found
004420                 OPEN OUTPUT GUARDIAN-ARCHIVE
004430                 CLOSE GUARDIAN-ARCHIVE
004440                 OPEN EXTEND GUARDIAN-ARCHIVE
004450             END-IF
004460         END-IF.
004470*
004480 CLOSE-TRANSFER-FILES.
004490         CLOSE STUDENT-MASTER.
004500         CLOSE STUDENT-ARCHIVE.
004510         CLOSE STUDENT-AUDIT.
004520         CLOSE STUDENT-WAITLIST.
004530         CLOSE GUARDIAN-FILE.
004540         CLOSE GUARDIAN-ARCHIVE.
004550         CLOSE COURSE-REFERENCE.
004560         CLOSE TRANSFER-PRINT.
004570*
004580*----------------------------------------------------------------*
004590*  COUNT-SUCCESSOR-SEATS -- TAKES THE SUCCESSOR'S MAXIMUM (ZERO  *
004600*  MEANS NO LIMIT) AND ITS SEATS ALREADY TAKEN ONCE, BEFORE THE  *
004610*  SCAN; EACH ENROLLED STUDENT MOVED ACROSS THEN TAKES ONE MORE. *
004620*----------------------------------------------------------------*
004630 COUNT-SUCCESSOR-SEATS.
004640         MOVE stu-new-course TO stu-check-course.
004650         MOVE 0 TO stu-enrolled-count.
004660         PERFORM CHECK-COURSE-CAPACITY.
004670         MOVE stu-enrolled-count TO stu-seats-taken.
004680         IF stu-course-max = 0
004690             DISPLAY "SUCCESSOR HAS NO ENROLLMENT LIMIT"
004700         ELSE
004710             DISPLAY "SUCCESSOR SEATS TAKEN " stu-seats-taken
004720                 " OF " stu-course-max
004730         END-IF.
004740*
004750 START-STUDENT-SCAN.
004760         SET stu-not-eof TO TRUE.
004770         MOVE LOW-VALUES TO SNo-M.
004780         START STUDENT-MASTER
004790             KEY IS GREATER THAN SNo-M
004800             INVALID KEY
004810                 SET stu-eof TO TRUE
004820             NOT INVALID KEY
004830                 PERFORM READ-NEXT-SCAN-RECORD
004840         END-START.
004850*
004860 READ-NEXT-SCAN-RECORD.
004870         READ STUDENT-MASTER NEXT RECORD
004880             AT END
004890                 SET stu-eof TO TRUE
004900         END-READ.
004910         IF NOT stu-file-ok
004920             SET stu-eof TO TRUE
004930         END-IF.
004940*
004950*----------------------------------------------------------------*
004960*  TRANSFER-ONE-STUDENT -- A STUDENT ON THE OLD CODE IS MOVED,   *
004970*  WAITLISTED OR LISTED AS NOT MOVED. A GRADUATE KEEPS THE       *
004980*  COURSE OF RECORD GRADUATED FROM. AFTER A STUDENT IS TAKEN OFF *
004990*  THE MASTER THE SCAN IS RESTARTED PAST THAT NUMBER, SO THE     *
005000*  FILE POSITION IS NEVER IN DOUBT.                              *
005010*----------------------------------------------------------------*
005020 TRANSFER-ONE-STUDENT.
005030         MOVE SNo-M TO stu-scan-sno.
005040         IF course-M = stu-old-course
005050             COMPUTE stu-read-count = stu-read-count + 1
005060             MOVE SNo-M      TO stu-xd-sno
005070             MOVE fullname-M TO stu-xd-name
005080             EVALUATE TRUE
005090               WHEN graduated-M
005100                 MOVE "GRADUATE" TO stu-xd-status
005110                 MOVE "NOT MOVED - GRADUATED IN OLD COURSE"
005120                     TO stu-xd-result
005130                 COMPUTE stu-grad-count = stu-grad-count + 1
005140                 PERFORM PRINT-DETAIL-LINE
005150               WHEN on-leave-M
005160                 MOVE "ON LEAVE" TO stu-xd-status
005170                 PERFORM MOVE-STUDENT-RECORD
005180               WHEN stu-course-max = 0
005190               WHEN stu-seats-taken < stu-course-max
005200                 MOVE "ENROLLED" TO stu-xd-status
005210                 PERFORM MOVE-STUDENT-RECORD
005220               WHEN OTHER
005230                 MOVE "ENROLLED" TO stu-xd-status
005240                 PERFORM WAITLIST-OVERFLOW-STUDENT
005250             END-EVALUATE
005260         END-IF.
005270         IF stu-eof
005280             CONTINUE
005290         ELSE
005300             PERFORM READ-NEXT-SCAN-RECORD
005310         END-IF.
005320*
005330*----------------------------------------------------------------*
005340*  MOVE-STUDENT-RECORD -- REWRITES THE COURSE CODE AND AUDITS IT *
005350*  AS AN EDIT WITH BEFORE AND AFTER IMAGES, AS EDIT-STUDENT      *
005360*  DOES. AN ENROLLED STUDENT TAKES ONE OF THE SUCCESSOR'S SEATS. *
005370*----------------------------------------------------------------*
005380 MOVE-STUDENT-RECORD.
005390         MOVE STUDENT-MASTER-RECORD TO stu-before-image.
005400         MOVE stu-new-course TO course-M.
005410         REWRITE STUDENT-MASTER-RECORD
005420             INVALID KEY
005430                 DISPLAY "WARNING - REWRITE FAILED FOR " SNo-M
005440         END-REWRITE.
005450         IF stu-file-ok
005460             MOVE "EDIT" TO stu-audit-action
005470             MOVE STUDENT-MASTER-RECORD TO stu-after-image
005480             PERFORM WRITE-AUDIT-RECORD
005490             IF on-leave-M
005500                 COMPUTE stu-leave-count = stu-leave-count + 1
005510                 MOVE "MOVED - ON LEAVE, HOLDS NO SEAT"
005520                     TO stu-xd-result
005530             ELSE
005540                 COMPUTE stu-moved-count = stu-moved-count + 1
005550                 COMPUTE stu-seats-taken = stu-seats-taken + 1
005560                 MOVE "MOVED" TO stu-xd-result
005570             END-IF
005580         ELSE
005590             COMPUTE stu-fail-count = stu-fail-count + 1
005600             MOVE "NOT MOVED - MASTER REWRITE FAILED"
005610                 TO stu-xd-result
005620         END-IF.
005630         PERFORM PRINT-DETAIL-LINE.
005640*
005650*----------------------------------------------------------------*
005660*  WAITLIST-OVERFLOW-STUDENT -- THE SUCCESSOR IS FULL. A         *
005670*  WAITLIST ENTRY IS AN APPLICANT, NOT A MASTER RECORD, SO THE   *
005680*  STUDENT LEAVES THE MASTER THE WAY A WITHDRAWAL DOES: ARCHIVED *
005690*  FIRST, THEN DELETED WITH A DELETE AUDIT RECORD AND THE        *
005700*  GUARDIAN CONTACTS ARCHIVED (PROMOTION BRINGS THEM BACK), THEN *
005710*  WRITTEN TO THE WAITLIST FOR THE SUCCESSOR. THE SCAN IS IN     *
005720*  STUDENT NUMBER ORDER, SO THE ENTRIES GO ON IN THAT ORDER.     *
005730*----------------------------------------------------------------*
005740 WAITLIST-OVERFLOW-STUDENT.
005750         MOVE STUDENT-MASTER-RECORD TO stu-before-image.
005760         PERFORM ARCHIVE-OVERFLOW-STUDENT.
005770         IF stu-archive-error
005780             COMPUTE stu-fail-count = stu-fail-count + 1
005790             MOVE "NOT MOVED - ARCHIVE WRITE FAILED"
005800                 TO stu-xd-result
005810         ELSE
005820             DELETE STUDENT-MASTER RECORD
005830                 INVALID KEY
005840                     DISPLAY "WARNING - NOT ON FILE: " SNo-M
005850             END-DELETE
005860             IF stu-file-ok
005870                 MOVE "DELETE" TO stu-audit-action
005880                 MOVE SPACES TO stu-after-image
005890                 PERFORM WRITE-AUDIT-RECORD
005900                 MOVE stu-scan-sno TO stu-guard-sno
005910                 PERFORM ARCHIVE-GUARDIAN-CONTACTS
005920                 PERFORM WAITLIST-OVERFLOW-ENTRY
005930             ELSE
005940                 COMPUTE stu-fail-count = stu-fail-count + 1
005950                 MOVE "NOT MOVED - MASTER DELETE FAILED"
005960                     TO stu-xd-result
005970             END-IF
005980             PERFORM RESTART-STUDENT-SCAN
005990         END-IF.
006000         PERFORM PRINT-DETAIL-LINE.
006010*
006020 ARCHIVE-OVERFLOW-STUDENT.
006030         SET stu-archive-no-error TO TRUE.
006040         MOVE SNo-M          TO SNo-A.
006050         MOVE fullname-M     TO fullname-A.
006060         MOVE course-M       TO course-A.
006070         MOVE age-M          TO age-A.
006080         MOVE mobile-M       TO mobile-A.
006090         MOVE landline-M     TO landline-A.
006100         MOVE birth-date-M   TO birth-date-A.
006110         MOVE year-level-M   TO year-level-A.
006120         ACCEPT withdrawn-date-A FROM DATE YYYYMMDD.
006130         WRITE STUDENT-ARCHIVE-RECORD.
006140         IF NOT stu-archive-ok
006150             SET stu-archive-error TO TRUE
006160         END-IF.
006170*
006180 WAITLIST-OVERFLOW-ENTRY.
006190         MOVE SNo-A          TO SNo-W.
006200         MOVE fullname-A     TO fullname-W.
006210         MOVE stu-new-course TO course-W.
006220         MOVE age-A          TO age-W.
006230         MOVE mobile-A       TO mobile-W.
006240         MOVE landline-A     TO landline-W.
006250         MOVE birth-date-A   TO birth-date-W.
006260         MOVE year-level-A   TO year-level-W.
006270         SET wait-waiting    TO TRUE.
006280         ACCEPT wait-date-W FROM DATE YYYYMMDD.
006290         WRITE STUDENT-WAITLIST-RECORD.
006300         IF stu-wait-ok
006310             COMPUTE stu-overflow-count = stu-overflow-count + 1
006320             MOVE "WAITLISTED - SUCCESSOR FULL" TO stu-xd-result
006330         ELSE
006340             COMPUTE stu-fail-count = stu-fail-count + 1
006350             DISPLAY "WARNING - WAITLIST WRITE FAILED FOR " SNo-A
006360             MOVE "NOT MOVED - WAITLIST WRITE FAILED, ARCHIVED"
006370                 TO stu-xd-result
006380         END-IF.
006390*
006400 RESTART-STUDENT-SCAN.
006410         MOVE stu-scan-sno TO SNo-M.
006420         START STUDENT-MASTER
006430             KEY IS GREATER THAN SNo-M
006440             INVALID KEY
006450                 SET stu-eof TO TRUE
006460         END-START.
006470*
006480*----------------------------------------------------------------*
006490*  CARRY-OVER-WAITLIST -- WAITING ENTRIES FOR THE OLD CODE ARE   *
006500*  RE-POINTED TO THE SUCCESSOR WHERE THEY STAND, SO EACH KEEPS   *
006510*  ITS PLACE IN THE FIRST-COME ORDER. PROMOTED AND CANCELLED     *
006520*  ENTRIES ARE HISTORY AND ARE LEFT ALONE.                       *
006530*----------------------------------------------------------------*
006540 CARRY-OVER-WAITLIST.
006550         CLOSE STUDENT-WAITLIST.
006560         OPEN I-O STUDENT-WAITLIST.
006570         SET stu-wl-not-eof TO TRUE.
006580         PERFORM READ-NEXT-WAITLIST-RECORD.
006590         PERFORM CARRY-OVER-ONE-ENTRY UNTIL stu-wl-eof.
006600         CLOSE STUDENT-WAITLIST.
006610         OPEN EXTEND STUDENT-WAITLIST.
006620*
006630 CARRY-OVER-ONE-ENTRY.
006640         IF wait-waiting AND course-W = stu-old-course
006650             MOVE stu-new-course TO course-W
006660             REWRITE STUDENT-WAITLIST-RECORD
006670             MOVE SNo-W      TO stu-xd-sno
006680             MOVE fullname-W TO stu-xd-name
006690             MOVE "WAITING" TO stu-xd-status
006700             IF stu-wait-ok
006710                 COMPUTE stu-wl-moved-count
006720                     = stu-wl-moved-count + 1
006730                 MOVE "WAITLIST ENTRY MOVED, PLACE KEPT"
006740                     TO stu-xd-result
006750             ELSE
006760                 COMPUTE stu-fail-count = stu-fail-count + 1
006770                 MOVE "NOT MOVED - WAITLIST REWRITE FAILED"
006780                     TO stu-xd-result
006790             END-IF
006800             PERFORM PRINT-DETAIL-LINE
006810         END-IF.
006820         PERFORM READ-NEXT-WAITLIST-RECORD.
006830*
006840*----------------------------------------------------------------*
006850*  FILL-FREE-SEATS -- WHILE THE SUCCESSOR STILL HAS A SEAT, THE  *
006860*  OLDEST WAITING ENTRY FOR IT IS PROMOTED, THE SAME PROMOTION   *
006870*  DOCTOR_01 AND DOCTOR_04 DO WHEN A SEAT FREES UP.              *
006880*----------------------------------------------------------------*
006890 FILL-FREE-SEATS.
006900         MOVE stu-new-course TO stu-check-course.
006910         SET stu-promoted TO TRUE.
006920         PERFORM PROMOTE-FROM-WAITLIST UNTIL stu-not-promoted.
006930*
006940*----------------------------------------------------------------*
006950*  WRITE-AUDIT-RECORD -- APPENDS ONE RECORD TO STUDENT-AUDIT     *
006960*  WITH THE ACTION, DATE AND TIME, OPERATOR CRSXFER AND THE      *
006970*  BEFORE/AFTER IMAGES SET UP BY THE CALLER.                     *
006980*----------------------------------------------------------------*
006990 WRITE-AUDIT-RECORD.
007000         MOVE stu-audit-action TO action-T.
007010         ACCEPT audit-date-T FROM DATE YYYYMMDD.
007020         ACCEPT audit-time-T FROM TIME.
007030         MOVE stu-operator-id  TO operator-T.
007040         MOVE stu-before-image TO before-image-T.
007050         MOVE stu-after-image  TO after-image-T.
007060         WRITE STUDENT-AUDIT-RECORD.
007070         IF NOT stu-audit-ok
007080             DISPLAY "WARNING - AUDIT WRITE FAILED"
007090         END-IF.
007100*
007110*----------------------------------------------------------------*
007120*  CHECK-COURSE-CAPACITY -- SAME RULE AS DOCTOR_01 AND           *
007130*  DOCTOR_02: LOOK UP THE COURSE MAXIMUM (ZERO MEANS NO LIMIT)   *
007140*  AND COUNT THE ACTIVELY ENROLLED STUDENTS OFF THE MASTER.      *
007150*----------------------------------------------------------------*
007160 CHECK-COURSE-CAPACITY.
007170         SET stu-course-open TO TRUE.
007180         MOVE stu-check-course TO course-code-C.
007190         READ COURSE-REFERENCE
007200             INVALID KEY
007210                 MOVE 0 TO stu-course-max
007220             NOT INVALID KEY
007230                 MOVE course-max-C TO stu-course-max
007240         END-READ.
007250         IF stu-course-max > 0
007260             PERFORM COUNT-COURSE-ENROLLMENT
007270             IF stu-enrolled-count >= stu-course-max
007280                 SET stu-course-full TO TRUE
007290             END-IF
007300         END-IF.
007310*
007320 COUNT-COURSE-ENROLLMENT.
007330         MOVE 0 TO stu-enrolled-count.
007340         SET stu-wl-not-eof TO TRUE.
007350         MOVE LOW-VALUES TO SNo-M.
007360         START STUDENT-MASTER
007370             KEY IS GREATER THAN SNo-M
007380             INVALID KEY
007390                 SET stu-wl-eof TO TRUE
007400             NOT INVALID KEY
007410                 PERFORM READ-NEXT-STUDENT-RECORD
007420         END-START.
007430         PERFORM TALLY-COURSE-SEAT UNTIL stu-wl-eof.
007440*
007450 READ-NEXT-STUDENT-RECORD.
007460         READ STUDENT-MASTER NEXT RECORD
007470             AT END
007480                 SET stu-wl-eof TO TRUE
007490         END-READ.
007500         IF NOT stu-file-ok
007510             SET stu-wl-eof TO TRUE
007520         END-IF.
007530*
007540 TALLY-COURSE-SEAT.
007550         IF enrolled-M AND course-M = stu-check-course
007560             COMPUTE stu-enrolled-count = stu-enrolled-count + 1
007570         END-IF.
007580         PERFORM READ-NEXT-STUDENT-RECORD.
007590*
007600*----------------------------------------------------------------*
007610*  PROMOTE-FROM-WAITLIST -- CALLED WHILE THE SUCCESSOR MAY HAVE  *
007620*  A SEAT. THE CAPACITY IS CHECKED AGAIN FIRST; WITH A SEAT      *
007630*  FREE, THE OLDEST WAITING ENTRY GOES ONTO THE MASTER WITH AN   *
007640*  ADD AUDIT RECORD AND ANY ARCHIVED GUARDIAN CONTACTS RESTORED, *
007650*  AND THE ENTRY IS MARKED PROMOTED. A STALE ENTRY WHOSE SNO IS  *
007660*  BACK ON THE MASTER IS MARKED CANCELLED. SAME RULES AS         *
007670*  DOCTOR_01 AND DOCTOR_04.                                      *
007680*----------------------------------------------------------------*
007690 PROMOTE-FROM-WAITLIST.
007700         SET stu-not-promoted TO TRUE.
007710         PERFORM CHECK-COURSE-CAPACITY.
007720         IF NOT stu-course-full
007730             CLOSE STUDENT-WAITLIST
007740             OPEN I-O STUDENT-WAITLIST
007750             SET stu-wl-not-eof TO TRUE
007760             PERFORM READ-NEXT-WAITLIST-RECORD
007770             PERFORM FIND-WAITLIST-CANDIDATE
007780                 UNTIL stu-wl-eof OR stu-promoted
007790             CLOSE STUDENT-WAITLIST
007800             OPEN EXTEND STUDENT-WAITLIST
007810         END-IF.
007820*
007830 READ-NEXT-WAITLIST-RECORD.
007840         READ STUDENT-WAITLIST NEXT RECORD
007850             AT END
007860                 SET stu-wl-eof TO TRUE
007870         END-READ.
007880*
007890 FIND-WAITLIST-CANDIDATE.
007900         IF wait-waiting AND course-W = stu-check-course
007910             SET stu-not-found TO TRUE
007920             MOVE SNo-W TO SNo-M
007930             READ STUDENT-MASTER
007940                 INVALID KEY
007950                     CONTINUE
007960                 NOT INVALID KEY
007970                     SET stu-found TO TRUE
007980             END-READ
007990             IF stu-found
008000                 SET wait-cancelled TO TRUE
008010                 REWRITE STUDENT-WAITLIST-RECORD
008020             ELSE
008030                 MOVE SNo-W       TO SNo-M
008040                 MOVE fullname-W  TO fullname-M
008050                 MOVE course-W    TO course-M
008060                 MOVE age-W       TO age-M
008070                 MOVE mobile-W    TO mobile-M
008080                 MOVE landline-W  TO landline-M
008090                 MOVE "E"         TO enroll-status-M
008100                 MOVE birth-date-W TO birth-date-M
008110                 MOVE year-level-W TO year-level-M
008120                 WRITE STUDENT-MASTER-RECORD
008130                     INVALID KEY
008140                         DISPLAY "WARNING - PROMOTE WRITE FAILED"
008150                 END-WRITE
008160                 IF stu-file-ok
008170                     MOVE "ADD" TO stu-audit-action
008180                     MOVE SPACES TO stu-before-image
008190                     MOVE STUDENT-MASTER-RECORD
008200                         TO stu-after-image
008210                     PERFORM WRITE-AUDIT-RECORD
008220                     SET wait-promoted TO TRUE
008230                     REWRITE STUDENT-WAITLIST-RECORD
008240                     SET stu-promoted TO TRUE
008250                     COMPUTE stu-promote-count
008260                         = stu-promote-count + 1
008270                     MOVE SNo-W      TO stu-xd-sno
008280                     MOVE fullname-W TO stu-xd-name
008290                     MOVE "WAITING" TO stu-xd-status
008300                     MOVE "PROMOTED FROM WAITLIST INTO SUCCESSOR"
008310                         TO stu-xd-result
008320                     PERFORM PRINT-DETAIL-LINE
008330                     MOVE SNo-W TO stu-guard-sno
008340                     PERFORM RESTORE-GUARDIAN-CONTACTS
008350                 END-IF
008360             END-IF
008370         END-IF.
008380         IF NOT stu-promoted
008390             PERFORM READ-NEXT-WAITLIST-RECORD
008400         END-IF.
008410*
008420*----------------------------------------------------------------*
008430*  ARCHIVE-GUARDIAN-CONTACTS -- MOVES EVERY GUARDIAN CONTACT     *
008440*  FOR THE STUDENT IN stu-guard-sno OFF TO GUARDIAN-ARCHIVE,     *
008450*  STAMPED WITH TODAY, AND DELETES IT FROM THE LIVE FILE - THE   *
008460*  SAME CLEANUP DOCTOR_01'S DELETE DOES, SO A BATCH WITHDRAWAL   *
008470*  LEAVES NO ORPHANED CONTACTS. THE SCAN RESTARTS AFTER EACH     *
008480*  DELETE SO THE FILE POSITION IS NEVER IN DOUBT.                *
008490*----------------------------------------------------------------*
008500 ARCHIVE-GUARDIAN-CONTACTS.
008510         PERFORM START-GUARDIAN-SCAN.
008520         PERFORM ARCHIVE-ONE-GUARDIAN UNTIL stu-guard-eof.
008530*
008540 START-GUARDIAN-SCAN.
008550         SET stu-guard-not-eof TO TRUE.
008560         MOVE stu-guard-sno TO SNo-G.
008570         MOVE 0 TO contact-seq-G.
008580         START GUARDIAN-FILE
008590             KEY IS GREATER THAN guardian-key-G
008600             INVALID KEY
008610                 SET stu-guard-eof TO TRUE
008620             NOT INVALID KEY
008630                 PERFORM READ-NEXT-GUARDIAN-RECORD
008640         END-START.
008650*
008660 READ-NEXT-GUARDIAN-RECORD.
008670         READ GUARDIAN-FILE NEXT RECORD
008680             AT END
008690                 SET stu-guard-eof TO TRUE
008700         END-READ.
008710         IF stu-guard-not-eof AND SNo-G NOT = stu-guard-sno
008720             SET stu-guard-eof TO TRUE
008730         END-IF.
008740*
008750*----------------------------------------------------------------*
008760*  ARCHIVE-ONE-GUARDIAN -- ARCHIVE FIRST, DELETE ONLY ON A       *
008770*  GOOD WRITE, THE SAME RULE THE WITHDRAWAL ITSELF FOLLOWS; A    *
008780*  FAILED ARCHIVE WRITE LEAVES THE CONTACT ON THE LIVE FILE      *
008790*  AND ENDS THE SCAN.                                            *
008800*----------------------------------------------------------------*
008810 ARCHIVE-ONE-GUARDIAN.
008820         MOVE SNo-G           TO SNo-H.
008830         MOVE contact-seq-G   TO contact-seq-H.
008840         MOVE contact-name-G  TO contact-name-H.
008850         MOVE relationship-G  TO relationship-H.
008860         MOVE mobile-G        TO mobile-H.
008870         MOVE landline-G      TO landline-H.
008880         ACCEPT archived-date-H FROM DATE YYYYMMDD.
008890         WRITE GUARDIAN-ARCHIVE-RECORD.
008900         IF NOT stu-grdarch-ok
008910             DISPLAY "WARNING - GUARDIAN ARCHIVE WRITE FAILED"
008920             DISPLAY "CONTACT(S) LEFT ON THE LIVE FILE"
008930             SET stu-guard-eof TO TRUE
008940         ELSE
008950             DELETE GUARDIAN-FILE RECORD
008960                 INVALID KEY
008970                     CONTINUE
008980             END-DELETE
008990             PERFORM START-GUARDIAN-SCAN
009000         END-IF.
009010*
009020*----------------------------------------------------------------*
009030*  RESTORE-GUARDIAN-CONTACTS -- PUTS THE ARCHIVED CONTACTS FOR   *
009040*  THE STUDENT IN stu-guard-sno BACK ONTO THE LIVE FILE WHEN A   *
009050*  WAITLIST PROMOTION BRINGS A PREVIOUSLY WITHDRAWN STUDENT      *
009060*  BACK, MATCHING DOCTOR_01'S REINSTATE. A FRESH ADMIT WITH      *
009070*  NOTHING ARCHIVED RESTORES NOTHING. THE GUARDIAN ARCHIVE SITS  *
009080*  OPEN FOR EXTEND ALL RUN, SO IT IS CLOSED, RE-READ FOR INPUT   *
009090*  AND RE-OPENED FOR EXTEND AROUND THE SCAN.                     *
009100*----------------------------------------------------------------*
009110 RESTORE-GUARDIAN-CONTACTS.
009120         MOVE 0 TO stu-guard-count.
009130         CLOSE GUARDIAN-ARCHIVE.
009140         OPEN INPUT GUARDIAN-ARCHIVE.
009150         SET stu-guard-not-eof TO TRUE.
009160         PERFORM READ-NEXT-GRDARCH-RECORD.
009170         PERFORM RESTORE-ONE-GUARDIAN UNTIL stu-guard-eof.
009180         CLOSE GUARDIAN-ARCHIVE.
009190         OPEN EXTEND GUARDIAN-ARCHIVE.
009200         IF stu-guard-count > 0
009210             DISPLAY stu-guard-count " CONTACT(S) RESTORED FOR "
009220                 stu-guard-sno
009230         END-IF.
009240*
009250 READ-NEXT-GRDARCH-RECORD.
009260         READ GUARDIAN-ARCHIVE NEXT RECORD
009270             AT END
009280                 SET stu-guard-eof TO TRUE
009290         END-READ.
009300*
009310*----------------------------------------------------------------*
009320*  RESTORE-ONE-GUARDIAN -- A DUPLICATE KEY MEANS THE CONTACT     *
009330*  WAS ARCHIVED MORE THAN ONCE; THE ARCHIVE IS READ IN APPEND    *
009340*  ORDER, SO THE REWRITE LETS THE NEWEST ARCHIVED VERSION WIN,   *
009350*  MATCHING DOCTOR_01'S LAST-MATCH-WINS RULE FOR RE-WITHDRAWN    *
009360*  STUDENTS.                                                     *
009370*----------------------------------------------------------------*
009380 RESTORE-ONE-GUARDIAN.
009390         IF SNo-H = stu-guard-sno
009400             MOVE SNo-H          TO SNo-G
009410             MOVE contact-seq-H  TO contact-seq-G
009420             MOVE contact-name-H TO contact-name-G
009430             MOVE relationship-H TO relationship-G
009440             MOVE mobile-H       TO mobile-G
009450             MOVE landline-H     TO landline-G
009460             WRITE GUARDIAN-RECORD
009470                 INVALID KEY
009480                     REWRITE GUARDIAN-RECORD
009490             END-WRITE
009500             IF stu-guard-ok
009510                 COMPUTE stu-guard-count = stu-guard-count + 1
009520             END-IF
009530         END-IF.
009540         PERFORM READ-NEXT-GRDARCH-RECORD.
009550*
009560*----------------------------------------------------------------*
009570*  REPORT PARAGRAPHS -- SAME PAGE-FORMATTED SHAPE AS THE         *
009580*  RECONCILIATION REPORT: TITLE, THE TWO COURSES AND COLUMN      *
009590*  HEADINGS PER PAGE, ONE LINE PER STUDENT OR WAITLIST ENTRY,    *
009600*  THEN COUNTS AND A VERDICT. EVERY LINE ALSO GOES TO THE        *
009610*  SCREEN.                                                       *
009620*----------------------------------------------------------------*
009630 PRINT-TRANSFER-HEADINGS.
009640         COMPUTE stu-page-count = stu-page-count + 1.
009650         MOVE stu-run-date TO stu-xt-date.
009660         MOVE stu-page-count TO stu-xt-page.
009670         WRITE TRANSFER-PRINT-LINE FROM stu-xfer-title
009680             AFTER ADVANCING PAGE.
009690         MOVE "FROM: " TO stu-xc-label.
009700         MOVE stu-old-course TO stu-xc-code.
009710         MOVE stu-old-title TO stu-xc-title.
009720         WRITE TRANSFER-PRINT-LINE FROM stu-xfer-course-line
009730             AFTER ADVANCING 2 LINES.
009740         MOVE "TO:   " TO stu-xc-label.
009750         MOVE stu-new-course TO stu-xc-code.
009760         MOVE stu-new-title TO stu-xc-title.
009770         WRITE TRANSFER-PRINT-LINE FROM stu-xfer-course-line
009780             AFTER ADVANCING 1 LINE.
009790         WRITE TRANSFER-PRINT-LINE FROM stu-xfer-colhead
009800             AFTER ADVANCING 2 LINES.
009810         MOVE 6 TO stu-line-count.
009820*
009830 PRINT-DETAIL-LINE.
009840         IF stu-line-count >= stu-lines-per-page
009850             PERFORM PRINT-TRANSFER-HEADINGS
009860         END-IF.
009870         DISPLAY stu-xfer-detail.
009880         WRITE TRANSFER-PRINT-LINE FROM stu-xfer-detail
009890             AFTER ADVANCING 1 LINE.
009900         COMPUTE stu-line-count = stu-line-count + 1.
009910*
009920 PRINT-TRANSFER-TOTALS.
009930         DISPLAY " ".
009940         IF stu-line-count + 12 > stu-lines-per-page
009950             PERFORM PRINT-TRANSFER-HEADINGS
009960         END-IF.
009970         MOVE "STUDENTS ON THE OLD CODE:" TO stu-xn-label.
009980         MOVE stu-read-count TO stu-xn-count.
009990         PERFORM PRINT-COUNT-LINE.
010000         MOVE "  ENROLLED, MOVED:" TO stu-xn-label.
010010         MOVE stu-moved-count TO stu-xn-count.
010020         PERFORM PRINT-COUNT-LINE.
010030         MOVE "  ON LEAVE, MOVED:" TO stu-xn-label.
010040         MOVE stu-leave-count TO stu-xn-count.
010050         PERFORM PRINT-COUNT-LINE.
010060         MOVE "  ENROLLED, WAITLISTED:" TO stu-xn-label.
010070         MOVE stu-overflow-count TO stu-xn-count.
010080         PERFORM PRINT-COUNT-LINE.
010090         MOVE "  GRADUATES, NOT MOVED:" TO stu-xn-label.
010100         MOVE stu-grad-count TO stu-xn-count.
010110         PERFORM PRINT-COUNT-LINE.
010120         MOVE "WAITLIST ENTRIES MOVED:" TO stu-xn-label.
010130         MOVE stu-wl-moved-count TO stu-xn-count.
010140         PERFORM PRINT-COUNT-LINE.
010150         MOVE "PROMOTED FROM WAITLIST:" TO stu-xn-label.
010160         MOVE stu-promote-count TO stu-xn-count.
010170         PERFORM PRINT-COUNT-LINE.
010180         MOVE "COULD NOT BE MOVED (FAILED):" TO stu-xn-label.
010190         MOVE stu-fail-count TO stu-xn-count.
010200         PERFORM PRINT-COUNT-LINE.
010210         IF stu-fail-count = 0
010220             MOVE "** TRANSFER COMPLETE **" TO stu-xfer-verdict
010230         ELSE
010240             MOVE "** FAILURES LISTED - FIX ON EDIT-STUDENT **"
010250                 TO stu-xfer-verdict
010260         END-IF.
010270         DISPLAY stu-xfer-verdict.
010280         WRITE TRANSFER-PRINT-LINE FROM stu-xfer-verdict
010290             AFTER ADVANCING 2 LINES.
010300*
010310 PRINT-COUNT-LINE.
010320         DISPLAY stu-xn-label " " stu-xn-count.
010330         WRITE TRANSFER-PRINT-LINE FROM stu-xfer-count-line
010340             AFTER ADVANCING 1 LINE.
010350         COMPUTE stu-line-count = stu-line-count + 1.
