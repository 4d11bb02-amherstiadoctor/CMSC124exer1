001910*                     month-end job); the display runs off a
001920*                     shared work area so the live file and the
001930*                     generations print the same way.
001940*   2026-10-15  ASD   Added the GRADE-FILE of term grades per
001950*                     student (key SNo + term + subject). Menu
001960*                     option 23 enters and corrects faculty-
001970*                     submitted grades, each change audited as
001980*                     GRDADD/GRDCHG with before and after images;
001990*                     menu option 24 prints the official
002000*                     transcript (TRANSRPT) for one student or a
002010*                     whole course, term by term with units and
002020*                     a running GPA. GRADUATE-STUDENT now warns
002030*                     of incomplete or failing grades on file.
002040*   2026-10-15  ASD   Added the FEE-LEDGER of tuition and
002050*                     miscellaneous charges and cashier payments
002060*                     per student, charged by the new Doctor_09
002070*                     term assessment at per-term rates now
002080*                     carried on COURSE-REFERENCE (set through
002090*                     COURSE-MAINTENANCE option 5) and paid by
002100*                     the Doctor_10 payment posting. Menu option
002110*                     25 prints the statement of account
002120*                     (STMTRPT) for one student or a course; 26
002130*                     prints the aged receivables report by
002140*                     course (AGEDRPT). GRADUATE-STUDENT now
002150*                     holds a student with a balance owing (a
002160*                     supervisor may override), REINSTATE-
002170*                     STUDENT warns of one, and the registrar
002180*                     export flags each held student in a new
002190*                     fee-hold byte at the end of the STUDEXTR
002200*                     record.
002210*   2026-10-15  ASD   Added menu option 27 (supervisor) to merge
002220*                     a duplicate student: the retired number is
002230*                     archived and deleted, audited as MERGE with
002240*                     the kept record as the after image, and its
002250*                     guardian contacts, waitlist entries, grades
002260*                     and ledger entries move to the kept number.
002270*                     The Doctor_12 scan lists the likely pairs.
002280*   2026-10-15  ASD   Added menu option 28, certificate issuance:
002290*                     certificates of enrollment, good standing
002300*                     and graduation print to CERTPRT from the
002310*                     master and the course title, each refused
002320*                     when the enrollment status does not fit,
002330*                     numbered from the CERTNEXT serial control
002340*                     and logged on CERTLOG with the operator,
002350*                     date and purpose. Supervisors can void or
002360*                     reprint by serial; any operator can verify
002370*                     a serial or print the day's issuance
002380*                     register (CERTREG).
002390*   2026-10-15  ASD   The master, archive and waitlist records
002400*                     now carry a date of birth and a year level
002410*                     (converted by the new Doctor_16), and the
002420*                     course record its length in years. ADD,
002430*                     EDIT and REINSTATE take the date of birth
002440*                     instead of a keyed age, which is worked
002450*                     out from it, and a year level within the
002460*                     course length; a waitlist promotion brings
002470*                     the age up to date. VIEW and the search
002480*                     show both. COURSE-MAINTENANCE option 6
002490*                     sets a course length. The class roster
002500*                     report sub-groups each course by year level
002510*                     with a count per year, and the enrollment
002520*                     summary breaks each course's count down by
002530*                     year level. GRADUATE-STUDENT notes a student
002540*                     not yet in the final year. The registrar
002550*                     export carries both new fields. The annual
002560*                     Doctor_17 rollover recomputes ages and
002570*                     advances year levels.
002580*   2026-10-15  ASD   The date-of-birth check now knows the days
002590*                     in each month, leap years included, so a
002600*                     date such as 0231 or 0431 is refused.
002610*
002620 ENVIRONMENT DIVISION.
002630 INPUT-OUTPUT SECTION.
002640 FILE-CONTROL.
002650         SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
002660             ORGANIZATION IS INDEXED
002670             ACCESS MODE IS DYNAMIC
002680             RECORD KEY IS SNo-M
002690             FILE STATUS IS stu-file-status.
002700         SELECT STUDENT-ARCHIVE ASSIGN TO "STUDARCH"
002710             ORGANIZATION IS SEQUENTIAL
002720             ACCESS MODE IS SEQUENTIAL
002730             FILE STATUS IS stu-archive-status.
002740         SELECT STUDENT-EXTRACT ASSIGN TO "STUDEXTR"
002750             ORGANIZATION IS SEQUENTIAL
002760             ACCESS MODE IS SEQUENTIAL
002770             FILE STATUS IS stu-extract-status.
002780         SELECT STUDENT-AUDIT ASSIGN TO "STUDAUDT"
002790             ORGANIZATION IS SEQUENTIAL
002800             ACCESS MODE IS SEQUENTIAL
002810             FILE STATUS IS stu-audit-status.
002820         SELECT COURSE-REFERENCE ASSIGN TO "COURSREF"
002830             ORGANIZATION IS INDEXED
002840             ACCESS MODE IS DYNAMIC
002850             RECORD KEY IS course-code-C
002860             FILE STATUS IS stu-course-status.
002870         SELECT ROSTER-PRINT ASSIGN TO "ROSTRPT"
002880             ORGANIZATION IS SEQUENTIAL
002890             ACCESS MODE IS SEQUENTIAL
002900             FILE STATUS IS stu-rosprt-status.
002910         SELECT SUMMARY-PRINT ASSIGN TO "SUMMRPT"
002920             ORGANIZATION IS SEQUENTIAL
002930             ACCESS MODE IS SEQUENTIAL
002940             FILE STATUS IS stu-sumprt-status.
002950         SELECT TREND-PRINT ASSIGN TO "TRNDRPT"
002960             ORGANIZATION IS SEQUENTIAL
002970             ACCESS MODE IS SEQUENTIAL
002980             FILE STATUS IS stu-trdprt-status.
002990         SELECT WITHDRAWN-PRINT ASSIGN TO "WDRWRPT"
003000             ORGANIZATION IS SEQUENTIAL
003010             ACCESS MODE IS SEQUENTIAL
003020             FILE STATUS IS stu-wdrprt-status.
003030         SELECT RUN-CONTROL ASSIGN TO "RUNCTRL"
003040             ORGANIZATION IS SEQUENTIAL
003050             ACCESS MODE IS SEQUENTIAL
003060             FILE STATUS IS stu-runctl-status.
003070         SELECT STUDENT-BACKUP ASSIGN TO DYNAMIC stu-backup-name
003080             ORGANIZATION IS SEQUENTIAL
003090             ACCESS MODE IS SEQUENTIAL
003100             FILE STATUS IS stu-backup-status.
003110         SELECT GUARDIAN-FILE ASSIGN TO "GRDNFILE"
003120             ORGANIZATION IS INDEXED
003130             ACCESS MODE IS DYNAMIC
003140             RECORD KEY IS guardian-key-G
003150             FILE STATUS IS stu-guard-status.
003160         SELECT GUARDIAN-ARCHIVE ASSIGN TO "GRDNARCH"
003170             ORGANIZATION IS SEQUENTIAL
003180             ACCESS MODE IS SEQUENTIAL
003190             FILE STATUS IS stu-grdarch-status.
003200         SELECT EMERGENCY-PRINT ASSIGN TO "EMRGRPT"
003210             ORGANIZATION IS SEQUENTIAL
003220             ACCESS MODE IS SEQUENTIAL
003230             FILE STATUS IS stu-emgprt-status.
003240         SELECT GENERATION-LOG ASSIGN TO "AUDGENL"
003250             ORGANIZATION IS SEQUENTIAL
003260             ACCESS MODE IS SEQUENTIAL
003270             FILE STATUS IS stu-genlog-status.
003280         SELECT NEXT-NUMBER ASSIGN TO "STUDNEXT"
003290             ORGANIZATION IS SEQUENTIAL
003300             ACCESS MODE IS SEQUENTIAL
003310             FILE STATUS IS stu-next-status.
003320         SELECT AUDIT-GENERATION
003330             ASSIGN TO DYNAMIC stu-genfile-name
003340             ORGANIZATION IS SEQUENTIAL
003350             ACCESS MODE IS SEQUENTIAL
003360             FILE STATUS IS stu-genfile-status.
003370         SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
003380             ORGANIZATION IS INDEXED
003390             ACCESS MODE IS DYNAMIC
003400             RECORD KEY IS operator-id-O
003410             FILE STATUS IS stu-oper-status.
003420         SELECT STUDENT-WAITLIST ASSIGN TO "STUDWAIT"
003430             ORGANIZATION IS SEQUENTIAL
003440             ACCESS MODE IS SEQUENTIAL
003450             FILE STATUS IS stu-wait-status.
003460         SELECT GRADE-FILE ASSIGN TO "GRADFILE"
003470             ORGANIZATION IS INDEXED
003480             ACCESS MODE IS DYNAMIC
003490             RECORD KEY IS grade-key-D
003500             FILE STATUS IS stu-grade-status.
003510         SELECT TRANSCRIPT-PRINT ASSIGN TO "TRANSRPT"
003520             ORGANIZATION IS SEQUENTIAL
003530             ACCESS MODE IS SEQUENTIAL
003540             FILE STATUS IS stu-tscprt-status.
003550         SELECT FEE-LEDGER ASSIGN TO "FEELEDGR"
003560             ORGANIZATION IS INDEXED
003570             ACCESS MODE IS DYNAMIC
003580             RECORD KEY IS ledger-key-F
003590             FILE STATUS IS stu-fee-status.
003600         SELECT STATEMENT-PRINT ASSIGN TO "STMTRPT"
003610             ORGANIZATION IS SEQUENTIAL
003620             ACCESS MODE IS SEQUENTIAL
003630             FILE STATUS IS stu-stmprt-status.
003640         SELECT AGING-PRINT ASSIGN TO "AGEDRPT"
003650             ORGANIZATION IS SEQUENTIAL
003660             ACCESS MODE IS SEQUENTIAL
003670             FILE STATUS IS stu-agdprt-status.
003680         SELECT CERT-NEXT ASSIGN TO "CERTNEXT"
003690             ORGANIZATION IS SEQUENTIAL
003700             ACCESS MODE IS SEQUENTIAL
003710             FILE STATUS IS stu-certnxt-status.
003720         SELECT CERTIFICATE-LOG ASSIGN TO "CERTLOG"
003730             ORGANIZATION IS INDEXED
003740             ACCESS MODE IS DYNAMIC
003750             RECORD KEY IS serial-Q
003760             FILE STATUS IS stu-certlog-status.
003770         SELECT CERTIFICATE-PRINT ASSIGN TO "CERTPRT"
003780             ORGANIZATION IS SEQUENTIAL
003790             ACCESS MODE IS SEQUENTIAL
003800             FILE STATUS IS stu-certprt-status.
003810         SELECT REGISTER-PRINT ASSIGN TO "CERTREG"
003820             ORGANIZATION IS SEQUENTIAL
003830             ACCESS MODE IS SEQUENTIAL
003840             FILE STATUS IS stu-regprt-status.
003850         SELECT SORT-WORK ASSIGN TO "SORTWRK".
003860*
003870 DATA DIVISION.
003880 FILE SECTION.
003890 FD  STUDENT-MASTER
003900         LABEL RECORDS ARE STANDARD.
003910 01  STUDENT-MASTER-RECORD.
003920         03  SNo-M            PIC X(10).
003930         03  fullname-M       PIC X(50).
003940         03  course-M         PIC X(50).
003950         03  age-M            PIC 99.
003960         03  contact-no-M.
003970             04  mobile-M     PIC X(11).
003980             04  landline-M   PIC X(8).
003990         03  enroll-status-M  PIC X(01).
004000             88  enrolled-M             VALUE "E" " ".
004010             88  on-leave-M             VALUE "L".
004020             88  graduated-M            VALUE "G".
004030         03  birth-date-M     PIC 9(08).
004040         03  year-level-M     PIC 9(01).
004050*
004060 FD  STUDENT-ARCHIVE
004070         LABEL RECORDS ARE STANDARD.
004080 01  STUDENT-ARCHIVE-RECORD.
004090         03  SNo-A            PIC X(10).
004100         03  fullname-A       PIC X(50).
004110         03  course-A         PIC X(50).
004120         03  age-A            PIC 99.
004130         03  contact-no-A.
004140             04  mobile-A     PIC X(11).
004150             04  landline-A   PIC X(8).
004160         03  withdrawn-date-A PIC 9(08).
004170         03  birth-date-A     PIC 9(08).
004180         03  year-level-A     PIC 9(01).
004190*
004200 FD  STUDENT-EXTRACT
004210         LABEL RECORDS ARE STANDARD.
004220 01  STUDENT-EXTRACT-RECORD.
004230         03  SNo-X            PIC X(10).
004240         03  fullname-X       PIC X(50).
004250         03  course-X         PIC X(50).
004260         03  age-X            PIC 99.
004270         03  contact-no-X.
004280             04  mobile-X     PIC X(11).
004290             04  landline-X   PIC X(8).
004300         03  fee-hold-X       PIC X(01).
004310             88  fee-held-X             VALUE "H".
004320             88  fee-clear-X            VALUE " ".
004330         03  birth-date-X     PIC 9(08).
004340         03  year-level-X     PIC 9(01).
004350*
004360 FD  STUDENT-AUDIT
004370         LABEL RECORDS ARE STANDARD.
004380 01  STUDENT-AUDIT-RECORD.
004390         03  action-T         PIC X(06).
004400         03  audit-date-T     PIC 9(08).
004410         03  audit-time-T     PIC 9(08).
004420         03  operator-T       PIC X(10).
004430         03  before-image-T.
004440             04  SNo-BT       PIC X(10).
004450             04  detail-BT    PIC X(131).
004460         03  after-image-T.
004470             04  SNo-AT       PIC X(10).
004480             04  detail-AT    PIC X(131).
004490*
004500 FD  COURSE-REFERENCE
004510         LABEL RECORDS ARE STANDARD.
004520 01  COURSE-REFERENCE-RECORD.
004530         03  course-code-C    PIC X(10).
004540         03  course-title-C   PIC X(50).
004550         03  course-status-C  PIC X(01).
004560             88  course-active          VALUE "A".
004570             88  course-retired         VALUE "R".
004580         03  course-max-C     PIC 9(05).
004590         03  tuition-rate-C   PIC 9(07)V99.
004600         03  misc-fee-C       PIC 9(07)V99.
004610         03  course-years-C   PIC 9(01).
004620*
004630 FD  STUDENT-WAITLIST
004640         LABEL RECORDS ARE STANDARD.
004650 01  STUDENT-WAITLIST-RECORD.
004660         03  SNo-W            PIC X(10).
004670         03  fullname-W       PIC X(50).
004680         03  course-W         PIC X(50).
004690         03  age-W            PIC 99.
004700         03  contact-no-W.
004710             04  mobile-W     PIC X(11).
004720             04  landline-W   PIC X(8).
004730         03  wait-status-W    PIC X(01).
004740             88  wait-waiting           VALUE "W".
004750             88  wait-promoted          VALUE "P".
004760             88  wait-cancelled         VALUE "C".
004770         03  wait-date-W      PIC 9(08).
004780         03  birth-date-W     PIC 9(08).
004790         03  year-level-W     PIC 9(01).
004800*
004810 FD  ROSTER-PRINT
004820         LABEL RECORDS ARE STANDARD.
004830 01  ROSTER-PRINT-LINE       PIC X(132).
004840*
004850 FD  SUMMARY-PRINT
004860         LABEL RECORDS ARE STANDARD.
004870 01  SUMMARY-PRINT-LINE      PIC X(132).
004880*
004890 FD  WITHDRAWN-PRINT
004900         LABEL RECORDS ARE STANDARD.
004910 01  WITHDRAWN-PRINT-LINE    PIC X(132).
004920*
004930 FD  TREND-PRINT
004940         LABEL RECORDS ARE STANDARD.
004950 01  TREND-PRINT-LINE        PIC X(132).
004960*
004970 FD  RUN-CONTROL
004980         LABEL RECORDS ARE STANDARD.
004990 01  RUN-CONTROL-RECORD.
005000         03  run-flag-R       PIC X(01).
005010             88  run-open                VALUE "O".
005020             88  run-closed              VALUE "C".
005030         03  last-backup-R    PIC X(17).
005040*
005050 FD  STUDENT-BACKUP
005060         LABEL RECORDS ARE STANDARD.
005070 01  STUDENT-BACKUP-RECORD   PIC X(141).
005080*
005090 FD  AUDIT-GENERATION
005100         LABEL RECORDS ARE STANDARD.
005110 01  AUDIT-GENERATION-RECORD PIC X(314).
005120*
005130 FD  GUARDIAN-FILE
005140         LABEL RECORDS ARE STANDARD.
005150 01  GUARDIAN-RECORD.
005160         03  guardian-key-G.
005170             04  SNo-G        PIC X(10).
005180             04  contact-seq-G PIC 9(02).
005190         03  contact-name-G   PIC X(50).
005200         03  relationship-G   PIC X(20).
005210         03  contact-no-G.
005220             04  mobile-G     PIC X(11).
005230             04  landline-G   PIC X(8).
005240*
005250 FD  GUARDIAN-ARCHIVE
005260         LABEL RECORDS ARE STANDARD.
005270 01  GUARDIAN-ARCHIVE-RECORD.
005280         03  SNo-H            PIC X(10).
005290         03  contact-seq-H    PIC 9(02).
005300         03  contact-name-H   PIC X(50).
005310         03  relationship-H   PIC X(20).
005320         03  contact-no-H.
005330             04  mobile-H     PIC X(11).
005340             04  landline-H   PIC X(8).
005350         03  archived-date-H  PIC 9(08).
005360*
005370 FD  EMERGENCY-PRINT
005380         LABEL RECORDS ARE STANDARD.
005390 01  EMERGENCY-PRINT-LINE    PIC X(132).
005400*
005410 FD  GENERATION-LOG
005420         LABEL RECORDS ARE STANDARD.
005430 01  GENERATION-LOG-RECORD.
005440         03  gen-month-L      PIC 9(06).
005450*
005460 FD  NEXT-NUMBER
005470         LABEL RECORDS ARE STANDARD.
005480 01  NEXT-NUMBER-RECORD.
005490         03  next-base-Z      PIC 9(09).
005500*
005510 FD  OPERATOR-FILE
005520         LABEL RECORDS ARE STANDARD.
005530 01  OPERATOR-RECORD.
005540         03  operator-id-O    PIC X(10).
005550         03  operator-pass-O  PIC X(10).
005560         03  operator-role-O  PIC X(01).
005570             88  oper-clerk              VALUE "C".
005580             88  oper-supervisor         VALUE "S".
005590*
005600 FD  GRADE-FILE
005610         LABEL RECORDS ARE STANDARD.
005620 01  GRADE-RECORD.
005630         03  grade-key-D.
005640             04  SNo-D        PIC X(10).
005650             04  term-D       PIC 9(05).
005660             04  term-parts-D REDEFINES term-D.
005670                 05  term-year-D  PIC 9(04).
005680                 05  term-sem-D   PIC 9(01).
005690             04  subject-D    PIC X(10).
005700         03  subject-title-D  PIC X(40).
005710         03  units-D          PIC 9(01).
005720         03  grade-D          PIC X(04).
005730             88  grade-incomplete-D     VALUE "INC ".
005740             88  grade-dropped-D        VALUE "DRP ".
005750         03  grade-num-D REDEFINES grade-D.
005760             04  grade-int-D  PIC 9(01).
005770             04  FILLER       PIC X(01).
005780             04  grade-dec-D  PIC 9(02).
005790         03  graded-date-D    PIC 9(08).
005800*
005810 FD  TRANSCRIPT-PRINT
005820         LABEL RECORDS ARE STANDARD.
005830 01  TRANSCRIPT-PRINT-LINE   PIC X(132).
005840*
005850 FD  FEE-LEDGER
005860         LABEL RECORDS ARE STANDARD.
005870 01  FEE-LEDGER-RECORD.
005880         03  ledger-key-F.
005890             04  SNo-F        PIC X(10).
005900             04  entry-seq-F  PIC 9(05).
005910         03  entry-type-F     PIC X(01).
005920             88  entry-tuition-F        VALUE "T".
005930             88  entry-misc-F           VALUE "M".
005940             88  entry-payment-F        VALUE "P".
005950             88  entry-charge-F         VALUE "T" "M".
005960         03  term-F           PIC 9(05).
005970         03  entry-date-F     PIC 9(08).
005980         03  amount-F         PIC 9(07)V99.
005990         03  reference-F      PIC X(15).
006000         03  operator-F       PIC X(10).
006010*
006020 FD  STATEMENT-PRINT
006030         LABEL RECORDS ARE STANDARD.
006040 01  STATEMENT-PRINT-LINE    PIC X(132).
006050*
006060 FD  AGING-PRINT
006070         LABEL RECORDS ARE STANDARD.
006080 01  AGING-PRINT-LINE        PIC X(132).
006090*
006100 FD  CERT-NEXT
006110         LABEL RECORDS ARE STANDARD.
006120 01  CERT-NEXT-RECORD.
006130         03  next-serial-Y    PIC 9(07).
006140*
006150 FD  CERTIFICATE-LOG
006160         LABEL RECORDS ARE STANDARD.
006170 01  CERTIFICATE-LOG-RECORD.
006180         03  serial-Q         PIC 9(07).
006190         03  cert-type-Q      PIC X(01).
006200             88  cert-enrollment-Q      VALUE "E".
006210             88  cert-standing-Q        VALUE "S".
006220             88  cert-graduation-Q      VALUE "G".
006230         03  SNo-Q            PIC X(10).
006240         03  fullname-Q       PIC X(50).
006250         03  course-Q         PIC X(50).
006260         03  course-title-Q   PIC X(50).
006270         03  purpose-Q        PIC X(40).
006280         03  issue-date-Q     PIC 9(08).
006290         03  issue-time-Q     PIC 9(08).
006300         03  operator-Q       PIC X(10).
006310         03  cert-status-Q    PIC X(01).
006320             88  cert-issued-Q          VALUE "I".
006330             88  cert-voided-Q          VALUE "V".
006340         03  void-date-Q      PIC 9(08).
006350         03  void-operator-Q  PIC X(10).
006360         03  void-reason-Q    PIC X(40).
006370         03  reprint-count-Q  PIC 9(02).
006380         03  reprint-date-Q   PIC 9(08).
006390         03  reprint-oper-Q   PIC X(10).
006400*
006410 FD  CERTIFICATE-PRINT
006420         LABEL RECORDS ARE STANDARD.
006430 01  CERTIFICATE-PRINT-LINE  PIC X(132).
006440*
006450 FD  REGISTER-PRINT
006460         LABEL RECORDS ARE STANDARD.
006470 01  REGISTER-PRINT-LINE     PIC X(132).
006480*
006490 SD  SORT-WORK.
006500 01  SORT-RECORD.
006510         03  course-S         PIC X(50).
006520         03  SNo-S            PIC X(10).
006530         03  fullname-S       PIC X(50).
006540         03  age-S            PIC 99.
006550         03  mobile-S         PIC X(11).
006560         03  landline-S       PIC X(8).
006570         03  wdate-S          PIC 9(08).
006580         03  year-S           PIC 9(01).
006590 01  TREND-SORT-RECORD.
006600         03  tmonth-S         PIC 9(06).
006610         03  tcourse-S        PIC X(50).
006620         03  ttype-S          PIC X(01).
006630         03  FILLER           PIC X(83).
006640 01  AGING-SORT-RECORD.
006650         03  acourse-S        PIC X(50).
006660         03  asno-S           PIC X(10).
006670         03  aname-S          PIC X(50).
006680         03  acurrent-S       PIC 9(07)V99.
006690         03  a30-S            PIC 9(07)V99.
006700         03  a60-S            PIC 9(07)V99.
006710         03  a90-S            PIC 9(07)V99.
006720         03  atotal-S         PIC 9(07)V99.
006730*
006740 WORKING-STORAGE SECTION.
006750*---------------------------------------------------------------
006760* PROGRAM SWITCHES AND CONTROL COUNTERS
006770*---------------------------------------------------------------
006780 77  CHOICE                  PIC 99.
006790 77  EXITED                  PIC 9 VALUE 0.
006800 77  COUNTER                 PIC 9(05) VALUE 0.
006810 77  stu-file-status         PIC X(02) VALUE "00".
006820         88  stu-file-ok              VALUE "00".
006830         88  stu-file-not-found       VALUE "35".
006840 77  stu-archive-status      PIC X(02) VALUE "00".
006850         88  stu-archive-ok           VALUE "00".
006860         88  stu-archive-not-found    VALUE "35".
006870 77  stu-archive-error-switch PIC X(01) VALUE "N".
006880         88  stu-archive-error        VALUE "Y".
006890         88  stu-archive-no-error      VALUE "N".
006900 77  stu-extract-status      PIC X(02) VALUE "00".
006910         88  stu-extract-ok           VALUE "00".
006920 77  stu-extract-error-switch PIC X(01) VALUE "N".
006930         88  stu-extract-error        VALUE "Y".
006940         88  stu-extract-no-error      VALUE "N".
006950 77  stu-audit-status        PIC X(02) VALUE "00".
006960         88  stu-audit-ok             VALUE "00".
006970         88  stu-audit-not-found      VALUE "35".
006980 77  stu-course-status       PIC X(02) VALUE "00".
006990         88  stu-course-ok            VALUE "00".
007000         88  stu-course-not-found     VALUE "35".
007010 77  stu-eof-switch          PIC X(01) VALUE "N".
007020         88  stu-eof                  VALUE "Y".
007030         88  stu-not-eof               VALUE "N".
007040 77  stu-found-switch        PIC X(01) VALUE "N".
007050         88  stu-found                 VALUE "Y".
007060         88  stu-not-found              VALUE "N".
007070 77  stu-valid-switch        PIC X(01) VALUE "N".
007080         88  stu-valid                 VALUE "Y".
007090         88  stu-not-valid              VALUE "N".
007100 77  stu-roster-count         PIC 9(05) VALUE 0.
007110 77  stu-last-course          PIC X(50) VALUE SPACES.
007120 77  stu-run-date             PIC 9(08) VALUE 0.
007130 77  stu-course-count         PIC 9(05) VALUE 0.
007140 77  stu-grand-total          PIC 9(05) VALUE 0.
007150 77  stu-operator-id          PIC X(10) VALUE "SYSTEM".
007160 77  stu-oper-status          PIC X(02) VALUE "00".
007170         88  stu-oper-ok              VALUE "00".
007180         88  stu-oper-not-found       VALUE "35".
007190 77  stu-operator-role        PIC X(01) VALUE "C".
007200         88  stu-role-clerk            VALUE "C".
007210         88  stu-role-supervisor       VALUE "S".
007220 77  stu-signon-switch        PIC X(01) VALUE "N".
007230         88  stu-signed-on             VALUE "Y".
007240         88  stu-not-signed-on          VALUE "N".
007250 77  stu-signon-tries         PIC 9(01) VALUE 0.
007260 77  stu-course-title         PIC X(50) VALUE SPACES.
007270 77  stu-lookup-course        PIC X(50) VALUE SPACES.
007280 77  stu-confirm              PIC X(01) VALUE "N".
007290 77  stu-archive-date         PIC 9(08) VALUE 0.
007300 77  stu-audit-action         PIC X(06) VALUE SPACES.
007310 77  stu-before-image         PIC X(141) VALUE SPACES.
007320 77  stu-after-image          PIC X(141) VALUE SPACES.
007330 77  stu-audit-count          PIC 9(03) VALUE 0.
007340 77  stu-genfile-status       PIC X(02) VALUE "00".
007350         88  stu-genfile-ok           VALUE "00".
007360         88  stu-genfile-not-found    VALUE "35".
007370 77  stu-gen-month            PIC 9(06) VALUE 0.
007380 77  stu-next-status          PIC X(02) VALUE "00".
007390         88  stu-next-ok              VALUE "00".
007400         88  stu-next-not-found       VALUE "35".
007410 77  stu-guard-status         PIC X(02) VALUE "00".
007420         88  stu-guard-ok             VALUE "00".
007430         88  stu-guard-not-found      VALUE "35".
007440 77  stu-grdarch-status       PIC X(02) VALUE "00".
007450         88  stu-grdarch-ok           VALUE "00".
007460         88  stu-grdarch-not-found    VALUE "35".
007470 77  stu-emgprt-status        PIC X(02) VALUE "00".
007480         88  stu-emgprt-ok            VALUE "00".
007490 77  stu-guard-eof-switch     PIC X(01) VALUE "N".
007500         88  stu-guard-eof            VALUE "Y".
007510         88  stu-guard-not-eof         VALUE "N".
007520 77  stu-guard-sno            PIC X(10) VALUE SPACES.
007530 77  stu-contact-seq          PIC 9(03) VALUE 0.
007540 77  stu-genlog-status        PIC X(02) VALUE "00".
007550         88  stu-genlog-ok            VALUE "00".
007560         88  stu-genlog-not-found     VALUE "35".
007570 77  stu-genlog-eof-switch    PIC X(01) VALUE "N".
007580         88  stu-genlog-eof           VALUE "Y".
007590         88  stu-genlog-not-eof        VALUE "N".
007600 77  stu-guard-count          PIC 9(03) VALUE 0.
007610 77  stu-luhn-sum             PIC 9(04) VALUE 0.
007620 77  stu-luhn-prod            PIC 9(02) VALUE 0.
007630 77  stu-luhn-ix              PIC 9(02) VALUE 0.
007640 77  stu-luhn-quot            PIC 9(04) VALUE 0.
007650 77  stu-luhn-rem             PIC 9(02) VALUE 0.
007660 77  stu-check-digit          PIC 9(01) VALUE 0.
007670 77  stu-check-char           PIC X(01) VALUE "0".
007680 77  stu-chkdig-switch        PIC X(01) VALUE "N".
007690         88  stu-chkdig-good           VALUE "Y".
007700         88  stu-chkdig-bad             VALUE "N".
007710 01  stu-base-work.
007720         03  stu-base-number  PIC 9(09).
007730         03  FILLER REDEFINES stu-base-number.
007740             04  stu-base-digit OCCURS 9 TIMES PIC 9(01).
007750 01  stu-sno-build.
007760         03  stu-sno-base     PIC 9(09).
007770         03  stu-sno-check    PIC 9(01).
007780 77  stu-search-name          PIC X(50) VALUE SPACES.
007790 77  stu-search-len           PIC 9(02) VALUE 0.
007800 77  stu-scan-pos             PIC 9(02) VALUE 0.
007810 77  stu-scan-max             PIC 9(02) VALUE 0.
007820 77  stu-match-count          PIC 9(03) VALUE 0.
007830 77  stu-pick                 PIC 9(03) VALUE 0.
007840 77  stu-rosprt-status        PIC X(02) VALUE "00".
007850         88  stu-rosprt-ok            VALUE "00".
007860 77  stu-sumprt-status        PIC X(02) VALUE "00".
007870         88  stu-sumprt-ok            VALUE "00".
007880 77  stu-rpt-open-switch      PIC X(01) VALUE "N".
007890         88  stu-rpt-open              VALUE "Y".
007900         88  stu-rpt-not-open           VALUE "N".
007910 77  stu-lines-per-page       PIC 9(02) VALUE 55.
007920 77  stu-line-count           PIC 9(02) VALUE 0.
007930 77  stu-page-count           PIC 9(03) VALUE 0.
007940 77  stu-summary-count        PIC 9(03) VALUE 0.
007950 77  stu-trdprt-status        PIC X(02) VALUE "00".
007960         88  stu-trdprt-ok            VALUE "00".
007970 77  stu-from-month           PIC 9(06) VALUE 0.
007980 77  stu-to-month             PIC 9(06) VALUE 0.
007990 77  stu-record-month         PIC 9(06) VALUE 0.
008000 77  stu-last-month           PIC 9(06) VALUE 0.
008010 77  stu-last-tcourse         PIC X(50) VALUE SPACES.
008020 77  stu-crs-adds             PIC 9(05) VALUE 0.
008030 77  stu-crs-wdrw             PIC 9(05) VALUE 0.
008040 77  stu-mon-adds             PIC 9(05) VALUE 0.
008050 77  stu-mon-wdrw             PIC 9(05) VALUE 0.
008060 77  stu-net-count            PIC S9(06) VALUE 0.
008070 77  stu-trend-switch         PIC X(01) VALUE "N".
008080         88  stu-trend-open            VALUE "Y".
008090         88  stu-trend-closed           VALUE "N".
008100 77  stu-wdrprt-status        PIC X(02) VALUE "00".
008110         88  stu-wdrprt-ok            VALUE "00".
008120 77  stu-from-date            PIC 9(08) VALUE 0.
008130 77  stu-to-date              PIC 9(08) VALUE 0.
008140 77  stu-runctl-status        PIC X(02) VALUE "00".
008150         88  stu-runctl-ok            VALUE "00".
008160         88  stu-runctl-not-found     VALUE "35".
008170 77  stu-backup-status        PIC X(02) VALUE "00".
008180         88  stu-backup-ok            VALUE "00".
008190 77  stu-runctl-flag          PIC X(01) VALUE "C".
008200 77  stu-last-backup          PIC X(17) VALUE SPACES.
008210 77  stu-backup-count         PIC 9(05) VALUE 0.
008220 77  stu-restore-count        PIC 9(05) VALUE 0.
008230 77  stu-status-text          PIC X(09) VALUE SPACES.
008240 77  stu-status-count         PIC 9(05) VALUE 0.
008250 77  stu-wait-status          PIC X(02) VALUE "00".
008260         88  stu-wait-ok              VALUE "00".
008270         88  stu-wait-not-found       VALUE "35".
008280 77  stu-enrolled-count       PIC 9(05) VALUE 0.
008290 77  stu-course-max           PIC 9(05) VALUE 0.
008300 77  stu-check-course         PIC X(50) VALUE SPACES.
008310 77  stu-prev-course          PIC X(50) VALUE SPACES.
008320 77  stu-full-switch          PIC X(01) VALUE "N".
008330         88  stu-course-full           VALUE "Y".
008340         88  stu-course-open            VALUE "N".
008350 77  stu-promote-switch       PIC X(01) VALUE "N".
008360         88  stu-promoted              VALUE "Y".
008370         88  stu-not-promoted           VALUE "N".
008380 77  stu-grade-status         PIC X(02) VALUE "00".
008390         88  stu-grade-ok             VALUE "00".
008400         88  stu-grade-not-found      VALUE "35".
008410 77  stu-tscprt-status        PIC X(02) VALUE "00".
008420         88  stu-tscprt-ok            VALUE "00".
008430 77  stu-grade-eof-switch     PIC X(01) VALUE "N".
008440         88  stu-grade-eof            VALUE "Y".
008450         88  stu-grade-not-eof         VALUE "N".
008460 77  stu-grade-sno            PIC X(10) VALUE SPACES.
008470 77  stu-grade-ix             PIC 9(02) VALUE 0.
008480 77  stu-grade-count          PIC 9(03) VALUE 0.
008490 77  stu-inc-count            PIC 9(03) VALUE 0.
008500 77  stu-fail-count           PIC 9(03) VALUE 0.
008510 77  stu-term-year            PIC 9(04) VALUE 0.
008520 77  stu-term-sem             PIC 9(01) VALUE 0.
008530 77  stu-last-term            PIC 9(05) VALUE 0.
008540 77  stu-grade-point          PIC 9V99 VALUE 0.
008550 77  stu-term-points          PIC 9(05)V99 VALUE 0.
008560 77  stu-term-units           PIC 9(03) VALUE 0.
008570 77  stu-cum-points           PIC 9(05)V99 VALUE 0.
008580 77  stu-cum-units            PIC 9(04) VALUE 0.
008590 77  stu-earned-units         PIC 9(04) VALUE 0.
008600 77  stu-term-gpa             PIC 9V9(04) VALUE 0.
008610 77  stu-cum-gpa              PIC 9V9(04) VALUE 0.
008620 77  stu-fee-status           PIC X(02) VALUE "00".
008630         88  stu-fee-ok               VALUE "00".
008640         88  stu-fee-not-found        VALUE "35".
008650 77  stu-stmprt-status        PIC X(02) VALUE "00".
008660         88  stu-stmprt-ok            VALUE "00".
008670 77  stu-agdprt-status        PIC X(02) VALUE "00".
008680         88  stu-agdprt-ok            VALUE "00".
008690 77  stu-fee-eof-switch       PIC X(01) VALUE "N".
008700         88  stu-fee-eof              VALUE "Y".
008710         88  stu-fee-not-eof           VALUE "N".
008720 77  stu-fee-hold-switch      PIC X(01) VALUE "N".
008730         88  stu-fee-held              VALUE "Y".
008740         88  stu-fee-clear              VALUE "N".
008750 77  stu-fee-sno              PIC X(10) VALUE SPACES.
008760 77  stu-fee-entries          PIC 9(05) VALUE 0.
008770 77  stu-fee-charges          PIC 9(07)V99 VALUE 0.
008780 77  stu-fee-payments         PIC 9(07)V99 VALUE 0.
008790 77  stu-fee-balance          PIC S9(07)V99 VALUE 0.
008800 77  stu-fee-unapplied        PIC 9(07)V99 VALUE 0.
008810 77  stu-fee-open             PIC 9(07)V99 VALUE 0.
008820 77  stu-fee-edit             PIC -,---,--9.99.
008830 77  stu-misc-edit            PIC -,---,--9.99.
008840 77  stu-hold-count           PIC 9(05) VALUE 0.
008850 77  stu-run-months           PIC 9(06) VALUE 0.
008860 77  stu-age-months           PIC S9(06) VALUE 0.
008870 77  stu-charge-count         PIC 9(03) VALUE 0.
008880 77  stu-charge-ix            PIC 9(03) VALUE 0.
008890 77  stu-merge-keep           PIC X(10) VALUE SPACES.
008900 77  stu-merge-retire         PIC X(10) VALUE SPACES.
008910 77  stu-merge-moved          PIC 9(03) VALUE 0.
008920 77  stu-merge-left           PIC 9(03) VALUE 0.
008930 77  stu-merge-seq            PIC 9(05) VALUE 0.
008940 77  stu-merge-dup-switch     PIC X(01) VALUE "N".
008950         88  stu-merge-dup-contact     VALUE "Y".
008960         88  stu-merge-new-contact      VALUE "N".
008970 77  stu-merge-stop-switch    PIC X(01) VALUE "N".
008980         88  stu-merge-stopped         VALUE "Y".
008990         88  stu-merge-going            VALUE "N".
009000 77  stu-merge-grade          PIC X(78) VALUE SPACES.
009010 77  stu-merge-ledger         PIC X(63) VALUE SPACES.
009020 77  stu-certnxt-status       PIC X(02) VALUE "00".
009030         88  stu-certnxt-ok           VALUE "00".
009040 77  stu-certlog-status       PIC X(02) VALUE "00".
009050         88  stu-certlog-ok           VALUE "00".
009060         88  stu-certlog-not-found    VALUE "35".
009070 77  stu-certprt-status       PIC X(02) VALUE "00".
009080         88  stu-certprt-ok           VALUE "00".
009090 77  stu-regprt-status        PIC X(02) VALUE "00".
009100         88  stu-regprt-ok            VALUE "00".
009110 77  stu-cert-eof-switch      PIC X(01) VALUE "N".
009120         88  stu-cert-eof             VALUE "Y".
009130         88  stu-cert-not-eof          VALUE "N".
009140 77  stu-reprint-switch       PIC X(01) VALUE "N".
009150         88  stu-cert-reprint          VALUE "Y".
009160         88  stu-cert-original          VALUE "N".
009170 77  stu-cert-type-text       PIC X(13) VALUE SPACES.
009180 77  stu-cert-title-text      PIC X(40) VALUE SPACES.
009190 77  stu-cert-shown           PIC 9(05) VALUE 0.
009200 77  stu-cert-iss-e           PIC 9(05) VALUE 0.
009210 77  stu-cert-iss-s           PIC 9(05) VALUE 0.
009220 77  stu-cert-iss-g           PIC 9(05) VALUE 0.
009230 77  stu-cert-voids           PIC 9(05) VALUE 0.
009240 77  stu-cert-reprints        PIC 9(05) VALUE 0.
009250 01  stu-merge-guardian.
009260         03  FILLER           PIC X(82).
009270         03  stu-mg-contact-no PIC X(19).
009280 01  stu-age-date-work.
009290         03  stu-age-yyyy     PIC 9(04).
009300         03  stu-age-mm       PIC 9(02).
009310         03  stu-age-dd       PIC 9(02).
009320*---------------------------------------------------------------
009330* DATE OF BIRTH AND YEAR LEVEL - THE AGE IS WORKED OUT FROM THE
009340* DATE OF BIRTH AGAINST TODAY; ZERO MEANS NOT RECORDED
009350*---------------------------------------------------------------
009360 77  stu-dob-switch           PIC X(01) VALUE "N".
009370         88  stu-dob-good              VALUE "Y".
009380         88  stu-dob-bad                VALUE "N".
009390 77  stu-birth-age            PIC 9(03) VALUE 0.
009400 77  stu-month-days           PIC 9(02) VALUE 0.
009410 77  stu-leap-quot            PIC 9(04) VALUE 0.
009420 77  stu-leap-rem             PIC 9(03) VALUE 0.
009430 77  stu-max-years            PIC 9(01) VALUE 9.
009440 77  stu-last-year            PIC 9(01) VALUE 0.
009450 77  stu-year-count           PIC 9(05) VALUE 0.
009460 77  stu-year-ix              PIC 9(02) VALUE 0.
009470 77  stu-year-digit           PIC 9(01) VALUE 0.
009480 77  stu-year-text            PIC X(12) VALUE SPACES.
009490 01  stu-birth-work.
009500         03  stu-birth-yyyy   PIC 9(04).
009510         03  stu-birth-mmdd.
009520             04  stu-birth-mm PIC 9(02).
009530             04  stu-birth-dd PIC 9(02).
009540 01  stu-today-work.
009550         03  stu-today-yyyy   PIC 9(04).
009560         03  stu-today-mmdd   PIC 9(04).
009570*---------------------------------------------------------------
009580* ENROLLMENT SUMMARY COUNTS BY YEAR LEVEL - SLOT 1 IS NOT
009590* RECORDED, SLOTS 2 TO 10 ARE YEARS 1 TO 9
009600*---------------------------------------------------------------
009610 01  stu-year-course-counts.
009620         03  stu-yc-course OCCURS 10 TIMES PIC 9(05).
009630 01  stu-year-grand-counts.
009640         03  stu-yc-grand OCCURS 10 TIMES PIC 9(05).
009650*---------------------------------------------------------------
009660* ONE STUDENT'S LEDGER CHARGES, OLDEST FIRST, FOR AGING. A
009670* LEDGER LONGER THAN THE TABLE FOLDS ITS NEWEST CHARGES INTO
009680* THE LAST SLOT.
009690*---------------------------------------------------------------
009700 01  stu-charge-table.
009710         03  stu-charge-entry OCCURS 200 TIMES.
009720             04  stu-charge-date  PIC 9(08).
009730             04  stu-charge-amt   PIC 9(07)V99.
009740 01  stu-aging-student.
009750         03  stu-as-current   PIC 9(07)V99.
009760         03  stu-as-30        PIC 9(07)V99.
009770         03  stu-as-60        PIC 9(07)V99.
009780         03  stu-as-90        PIC 9(07)V99.
009790 01  stu-aging-course.
009800         03  stu-ac-current   PIC 9(09)V99.
009810         03  stu-ac-30        PIC 9(09)V99.
009820         03  stu-ac-60        PIC 9(09)V99.
009830         03  stu-ac-90        PIC 9(09)V99.
009840         03  stu-ac-total     PIC 9(09)V99.
009850 01  stu-aging-grand.
009860         03  stu-ag-current   PIC 9(09)V99.
009870         03  stu-ag-30        PIC 9(09)V99.
009880         03  stu-ag-60        PIC 9(09)V99.
009890         03  stu-ag-90        PIC 9(09)V99.
009900         03  stu-ag-total     PIC 9(09)V99.
009910*---------------------------------------------------------------
009920* GRADES ACCEPTED ON THE GRADE-FILE: THE NUMERIC SCALE (1.00
009930* HIGHEST, 3.00 LOWEST PASSING, 4.00 CONDITIONAL, 5.00 FAILED)
009940* PLUS INC (INCOMPLETE) AND DRP (DROPPED)
009950*---------------------------------------------------------------
009960 01  stu-grade-values.
009970         03  FILLER           PIC X(20)
009980             VALUE "1.001.251.501.752.00".
009990         03  FILLER           PIC X(20)
010000             VALUE "2.252.502.753.004.00".
010010         03  FILLER           PIC X(12)
010020             VALUE "5.00INC DRP ".
010030 01  FILLER REDEFINES stu-grade-values.
010040         03  stu-valid-grade OCCURS 13 TIMES PIC X(04).
010050*---------------------------------------------------------------
010060* REPORT PRINT LINES
010070*---------------------------------------------------------------
010080 01  stu-roster-title.
010090         03  FILLER           PIC X(21)
010100             VALUE "CLASS ROSTER REPORT".
010110         03  FILLER           PIC X(10) VALUE "RUN DATE: ".
010120         03  stu-rt-date      PIC 9(08).
010130         03  FILLER           PIC X(07) VALUE "  PAGE ".
010140         03  stu-rt-page      PIC ZZ9.
010150 01  stu-roster-colhead       PIC X(60)
010160         VALUE "NAME / SNO / AGE / YR / MOBILE / LANDLINE".
010170 01  stu-roster-group.
010180         03  FILLER           PIC X(08) VALUE "COURSE: ".
010190         03  stu-rg-title     PIC X(50).
010200 01  stu-roster-detail.
010210         03  stu-rd-name      PIC X(50).
010220         03  FILLER           PIC X(01) VALUE SPACE.
010230         03  stu-rd-sno       PIC X(10).
010240         03  FILLER           PIC X(01) VALUE SPACE.
010250         03  stu-rd-age       PIC 99.
010260         03  FILLER           PIC X(01) VALUE SPACE.
010270         03  stu-rd-year      PIC 9(01).
010280         03  FILLER           PIC X(01) VALUE SPACE.
010290         03  stu-rd-mobile    PIC X(11).
010300         03  FILLER           PIC X(01) VALUE SPACE.
010310         03  stu-rd-landline  PIC X(8).
010320 01  stu-roster-year-head.
010330         03  FILLER           PIC X(13) VALUE "  YEAR LEVEL ".
010340         03  stu-yh-year      PIC X(12).
010350 01  stu-roster-year-total.
010360         03  FILLER           PIC X(13) VALUE "  YEAR LEVEL ".
010370         03  stu-yt-year      PIC X(12).
010380         03  FILLER           PIC X(03) VALUE " - ".
010390         03  stu-yt-count     PIC ZZZZ9.
010400         03  FILLER           PIC X(11) VALUE " STUDENT(S)".
010410 01  stu-report-trailer.
010420         03  FILLER           PIC X(19)
010430             VALUE "** END OF REPORT -".
010440         03  stu-tr-count     PIC ZZZZ9.
010450         03  stu-tr-label     PIC X(14) VALUE " STUDENT(S) **".
010460 01  stu-summary-title.
010470         03  FILLER           PIC X(27)
010480             VALUE "COURSE ENROLLMENT SUMMARY".
010490         03  FILLER           PIC X(10) VALUE "RUN DATE: ".
010500         03  stu-st-date      PIC 9(08).
010510         03  FILLER           PIC X(07) VALUE "  PAGE ".
010520         03  stu-st-page      PIC ZZ9.
010530 01  stu-summary-colhead.
010540         03  FILLER           PIC X(50) VALUE "COURSE".
010550         03  FILLER           PIC X(06) VALUE " TOTAL".
010560         03  FILLER           PIC X(30)
010570             VALUE "   N/R    Y1    Y2    Y3    Y4".
010580         03  FILLER           PIC X(30)
010590             VALUE "    Y5    Y6    Y7    Y8    Y9".
010600 01  stu-summary-detail.
010610         03  stu-sd-title     PIC X(50).
010620         03  FILLER           PIC X(01) VALUE SPACE.
010630         03  stu-sd-count     PIC ZZZZ9.
010640         03  stu-sd-year OCCURS 10 TIMES PIC ZZZZZ9.
010650 01  stu-summary-total.
010660         03  FILLER           PIC X(50) VALUE "GRAND TOTAL".
010670         03  FILLER           PIC X(01) VALUE SPACE.
010680         03  stu-sg-count     PIC ZZZZ9.
010690         03  stu-sg-year OCCURS 10 TIMES PIC ZZZZZ9.
010700 01  stu-wdrw-title.
010710         03  FILLER           PIC X(20)
010720             VALUE "WITHDRAWALS REPORT".
010730         03  FILLER           PIC X(10) VALUE "RUN DATE: ".
010740         03  stu-wt-date      PIC 9(08).
010750         03  FILLER           PIC X(07) VALUE "  PAGE ".
010760         03  stu-wt-page      PIC ZZ9.
010770 01  stu-wdrw-range.
010780         03  FILLER           PIC X(05) VALUE "FROM ".
010790         03  stu-wr-from      PIC 9(08).
010800         03  FILLER           PIC X(04) VALUE " TO ".
010810         03  stu-wr-to        PIC 9(08).
010820 01  stu-wdrw-colhead         PIC X(60)
010830         VALUE "NAME / SNO / WITHDRAWN DATE".
010840 01  stu-wdrw-detail.
010850         03  stu-wd-name      PIC X(50).
010860         03  FILLER           PIC X(01) VALUE SPACE.
010870         03  stu-wd-sno       PIC X(10).
010880         03  FILLER           PIC X(01) VALUE SPACE.
010890         03  stu-wd-date      PIC 9(08).
010900 01  stu-wdrw-total.
010910         03  stu-wc-title     PIC X(50).
010920         03  FILLER           PIC X(03) VALUE " - ".
010930         03  stu-wc-count     PIC ZZZZ9.
010940         03  FILLER           PIC X(10) VALUE " WITHDRAWN".
010950 01  stu-trnd-title.
010960         03  FILLER           PIC X(25)
010970             VALUE "ENROLLMENT TREND REPORT".
010980         03  FILLER           PIC X(10) VALUE "RUN DATE: ".
010990         03  stu-tt-date      PIC 9(08).
011000         03  FILLER           PIC X(07) VALUE "  PAGE ".
011010         03  stu-tt-page      PIC ZZ9.
011020 01  stu-trnd-range.
011030         03  FILLER           PIC X(05) VALUE "FROM ".
011040         03  stu-tf-month     PIC 9(06).
011050         03  FILLER           PIC X(04) VALUE " TO ".
011060         03  stu-tg-month     PIC 9(06).
011070 01  stu-trnd-colhead         PIC X(60)
011080         VALUE "MONTH / COURSE / ADDS / WITHDRAWN / NET".
011090 01  stu-trnd-detail.
011100         03  stu-td-month     PIC 9(06).
011110         03  FILLER           PIC X(01) VALUE SPACE.
011120         03  stu-td-title     PIC X(50).
011130         03  FILLER           PIC X(01) VALUE SPACE.
011140         03  stu-td-adds      PIC ZZZZ9.
011150         03  FILLER           PIC X(01) VALUE SPACE.
011160         03  stu-td-wdrw      PIC ZZZZ9.
011170         03  FILLER           PIC X(01) VALUE SPACE.
011180         03  stu-td-net       PIC +++++9.
011190 01  stu-trnd-month-total.
011200         03  FILLER           PIC X(16)
011210             VALUE "MONTH TOTAL FOR ".
011220         03  stu-tm-month     PIC 9(06).
011230         03  FILLER           PIC X(02) VALUE ": ".
011240         03  stu-tm-adds      PIC ZZZZ9.
011250         03  FILLER           PIC X(07) VALUE " ADDS, ".
011260         03  stu-tm-wdrw      PIC ZZZZ9.
011270         03  FILLER           PIC X(12) VALUE " WITHDRAWN, ".
011280         03  stu-tm-net       PIC +++++9.
011290         03  FILLER           PIC X(04) VALUE " NET".
011300 01  stu-wdrw-grand.
011310         03  FILLER           PIC X(19)
011320             VALUE "TOTAL WITHDRAWALS: ".
011330         03  stu-wg-count     PIC ZZZZ9.
011340 01  stu-emrg-title.
011350         03  FILLER           PIC X(24)
011360             VALUE "EMERGENCY CONTACT LIST".
011370         03  FILLER           PIC X(10) VALUE "RUN DATE: ".
011380         03  stu-et-date      PIC 9(08).
011390         03  FILLER           PIC X(07) VALUE "  PAGE ".
011400         03  stu-et-page      PIC ZZ9.
011410 01  stu-emrg-colhead         PIC X(60)
011420         VALUE "STUDENT / SNO; CONTACT / RELATION / PHONES".
011430 01  stu-emrg-student.
011440         03  stu-es-name      PIC X(50).
011450         03  FILLER           PIC X(01) VALUE SPACE.
011460         03  stu-es-sno       PIC X(10).
011470 01  stu-emrg-contact.
011480         03  FILLER           PIC X(04) VALUE SPACES.
011490         03  stu-ec-name      PIC X(50).
011500         03  FILLER           PIC X(01) VALUE SPACE.
011510         03  stu-ec-rel       PIC X(20).
011520         03  FILLER           PIC X(01) VALUE SPACE.
011530         03  stu-ec-mobile    PIC X(11).
011540         03  FILLER           PIC X(01) VALUE SPACE.
011550         03  stu-ec-landline  PIC X(8).
011560 01  stu-emrg-none            PIC X(30)
011570         VALUE "    (NO CONTACTS ON FILE)".
011580 01  stu-tscr-title.
011590         03  FILLER           PIC X(32)
011600             VALUE "OFFICIAL TRANSCRIPT OF RECORDS".
011610         03  FILLER           PIC X(10) VALUE "RUN DATE: ".
011620         03  stu-xt-date      PIC 9(08).
011630         03  FILLER           PIC X(07) VALUE "  PAGE ".
011640         03  stu-xt-page      PIC ZZ9.
011650 01  stu-tscr-student.
011660         03  FILLER           PIC X(09) VALUE "STUDENT: ".
011670         03  stu-xs-name      PIC X(50).
011680         03  FILLER           PIC X(06) VALUE " SNO: ".
011690         03  stu-xs-sno       PIC X(10).
011700 01  stu-tscr-course.
011710         03  FILLER           PIC X(09) VALUE "COURSE:  ".
011720         03  stu-xc-title     PIC X(50).
011730 01  stu-tscr-colhead         PIC X(60)
011740         VALUE "SUBJECT / DESCRIPTIVE TITLE / GRADE / UNITS".
011750 01  stu-tscr-term.
011760         03  FILLER           PIC X(05) VALUE "TERM ".
011770         03  stu-xr-year      PIC 9(04).
011780         03  FILLER           PIC X(01) VALUE "-".
011790         03  stu-xr-sem       PIC 9(01).
011800 01  stu-tscr-detail.
011810         03  FILLER           PIC X(02) VALUE SPACES.
011820         03  stu-xd-subject   PIC X(10).
011830         03  FILLER           PIC X(01) VALUE SPACE.
011840         03  stu-xd-title     PIC X(40).
011850         03  FILLER           PIC X(01) VALUE SPACE.
011860         03  stu-xd-grade     PIC X(04).
011870         03  FILLER           PIC X(02) VALUE SPACES.
011880         03  stu-xd-units     PIC 9(01).
011890 01  stu-tscr-term-total.
011900         03  FILLER           PIC X(14) VALUE "  TERM UNITS: ".
011910         03  stu-xu-units     PIC ZZ9.
011920         03  FILLER           PIC X(12) VALUE "  TERM GPA: ".
011930         03  stu-xu-gpa       PIC 9.9999.
011940         03  FILLER           PIC X(15) VALUE "  RUNNING GPA: ".
011950         03  stu-xu-running   PIC 9.9999.
011960 01  stu-tscr-footer.
011970         03  FILLER           PIC X(20)
011980             VALUE "TOTAL UNITS EARNED: ".
011990         03  stu-xf-earned    PIC ZZZ9.
012000         03  FILLER           PIC X(18)
012010             VALUE "  CUMULATIVE GPA: ".
012020         03  stu-xf-gpa       PIC 9.9999.
012030 01  stu-tscr-none            PIC X(30)
012040         VALUE "    (NO GRADES ON FILE)".
012050 01  stu-stmt-title.
012060         03  FILLER           PIC X(22)
012070             VALUE "STATEMENT OF ACCOUNT".
012080         03  FILLER           PIC X(10) VALUE "RUN DATE: ".
012090         03  stu-sm-date      PIC 9(08).
012100         03  FILLER           PIC X(07) VALUE "  PAGE ".
012110         03  stu-sm-page      PIC ZZ9.
012120 01  stu-stmt-colhead.
012130         03  FILLER           PIC X(40)
012140             VALUE "DATE / TERM / DESCRIPTION / REFERENCE / ".
012150         03  FILLER           PIC X(30)
012160             VALUE "CHARGES / PAYMENTS / BALANCE".
012170 01  stu-stmt-detail.
012180         03  stu-sa-date      PIC 9(08).
012190         03  FILLER           PIC X(01) VALUE SPACE.
012200         03  stu-sa-term      PIC 9(05).
012210         03  FILLER           PIC X(01) VALUE SPACE.
012220         03  stu-sa-desc      PIC X(20).
012230         03  FILLER           PIC X(01) VALUE SPACE.
012240         03  stu-sa-ref       PIC X(15).
012250         03  FILLER           PIC X(01) VALUE SPACE.
012260         03  stu-sa-charge    PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
012270         03  FILLER           PIC X(01) VALUE SPACE.
012280         03  stu-sa-payment   PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
012290         03  FILLER           PIC X(01) VALUE SPACE.
012300         03  stu-sa-balance   PIC -,---,--9.99.
012310 01  stu-stmt-footer.
012320         03  FILLER           PIC X(13) VALUE "BALANCE DUE: ".
012330         03  stu-sf-balance   PIC -,---,--9.99.
012340 01  stu-stmt-none            PIC X(30)
012350         VALUE "    (NO FEE ENTRIES ON FILE)".
012360 01  stu-aged-title.
012370         03  FILLER           PIC X(28)
012380             VALUE "AGED RECEIVABLES BY COURSE".
012390         03  FILLER           PIC X(10) VALUE "RUN DATE: ".
012400         03  stu-at-date      PIC 9(08).
012410         03  FILLER           PIC X(07) VALUE "  PAGE ".
012420         03  stu-at-page      PIC ZZ9.
012430 01  stu-aged-colhead.
012440         03  FILLER           PIC X(40)
012450             VALUE "NAME / SNO / CURRENT / 30 DAYS / ".
012460         03  FILLER           PIC X(30)
012470             VALUE "60 DAYS / 90+ DAYS / TOTAL".
012480 01  stu-aged-detail.
012490         03  stu-ad-name      PIC X(50).
012500         03  FILLER           PIC X(01) VALUE SPACE.
012510         03  stu-ad-sno       PIC X(10).
012520         03  FILLER           PIC X(01) VALUE SPACE.
012530         03  stu-ad-current   PIC Z,ZZZ,ZZ9.99.
012540         03  FILLER           PIC X(01) VALUE SPACE.
012550         03  stu-ad-30        PIC Z,ZZZ,ZZ9.99.
012560         03  FILLER           PIC X(01) VALUE SPACE.
012570         03  stu-ad-60        PIC Z,ZZZ,ZZ9.99.
012580         03  FILLER           PIC X(01) VALUE SPACE.
012590         03  stu-ad-90        PIC Z,ZZZ,ZZ9.99.
012600         03  FILLER           PIC X(01) VALUE SPACE.
012610         03  stu-ad-total     PIC Z,ZZZ,ZZ9.99.
012620 01  stu-aged-total.
012630         03  stu-au-label     PIC X(50).
012640         03  FILLER           PIC X(10) VALUE SPACES.
012650         03  stu-au-current   PIC ZZ,ZZZ,ZZ9.99.
012660         03  FILLER           PIC X(01) VALUE SPACE.
012670         03  stu-au-30        PIC ZZZZZZ,ZZ9.99.
012680         03  FILLER           PIC X(01) VALUE SPACE.
012690         03  stu-au-60        PIC ZZZZZZ,ZZ9.99.
012700         03  FILLER           PIC X(01) VALUE SPACE.
012710         03  stu-au-90        PIC ZZZZZZ,ZZ9.99.
012720         03  FILLER           PIC X(01) VALUE SPACE.
012730         03  stu-au-total     PIC ZZZZZZ,ZZ9.99.
012740 01  stu-cert-office          PIC X(60)
012750         VALUE "OFFICE OF THE REGISTRAR".
012760 01  stu-cert-serial-line.
012770         03  FILLER           PIC X(11) VALUE "SERIAL NO. ".
012780         03  stu-cs-serial    PIC 9(07).
012790         03  FILLER           PIC X(16) VALUE "   DATE ISSUED: ".
012800         03  stu-cs-date      PIC 9(08).
012810 01  stu-cert-text-line       PIC X(60) VALUE SPACES.
012820 01  stu-cert-name-line.
012830         03  FILLER           PIC X(04) VALUE SPACES.
012840         03  stu-cn-name      PIC X(50).
012850 01  stu-cert-sno-line.
012860         03  FILLER           PIC X(16) VALUE "    STUDENT NO. ".
012870         03  stu-cn-sno       PIC X(10).
012880 01  stu-cert-course-line.
012890         03  FILLER           PIC X(04) VALUE SPACES.
012900         03  stu-cn-course    PIC X(50).
012910 01  stu-cert-purpose-line.
012920         03  FILLER           PIC X(25)
012930             VALUE "ISSUED UPON REQUEST FOR: ".
012940         03  stu-cn-purpose   PIC X(40).
012950 01  stu-cert-sign-line       PIC X(60)
012960         VALUE "______________________________".
012970 01  stu-cert-sign-title      PIC X(60)
012980         VALUE "REGISTRAR".
012990 01  stu-cert-footer          PIC X(60)
013000         VALUE "NOT VALID WITHOUT THE SEAL. VERIFY BY SERIAL NO.".
013010 01  stu-cert-reprint-line.
013020         03  FILLER           PIC X(15) VALUE "** REPRINT NO. ".
013030         03  stu-cp-count     PIC Z9.
013040         03  FILLER           PIC X(09) VALUE " PRINTED ".
013050         03  stu-cp-date      PIC 9(08).
013060         03  FILLER           PIC X(03) VALUE " **".
013070 01  stu-creg-title.
013080         03  FILLER           PIC X(31)
013090             VALUE "CERTIFICATE ISSUANCE REGISTER".
013100         03  FILLER           PIC X(10) VALUE "RUN DATE: ".
013110         03  stu-cg-date      PIC 9(08).
013120         03  FILLER           PIC X(07) VALUE "  PAGE ".
013130         03  stu-cg-page      PIC ZZ9.
013140 01  stu-creg-date-line.
013150         03  FILLER           PIC X(10) VALUE "FOR DATE: ".
013160         03  stu-cg-for       PIC 9(08).
013170 01  stu-creg-colhead.
013180         03  FILLER           PIC X(08) VALUE "SERIAL".
013190         03  FILLER           PIC X(14) VALUE "TYPE".
013200         03  FILLER           PIC X(11) VALUE "STUDENT NO".
013210         03  FILLER           PIC X(31) VALUE "NAME".
013220         03  FILLER           PIC X(26) VALUE "PURPOSE".
013230         03  FILLER           PIC X(11) VALUE "OPERATOR".
013240         03  FILLER           PIC X(13) VALUE "ISS VOID RPRT".
013250 01  stu-creg-detail.
013260         03  stu-cd-serial    PIC 9(07).
013270         03  FILLER           PIC X(01) VALUE SPACE.
013280         03  stu-cd-type      PIC X(13).
013290         03  FILLER           PIC X(01) VALUE SPACE.
013300         03  stu-cd-sno       PIC X(10).
013310         03  FILLER           PIC X(01) VALUE SPACE.
013320         03  stu-cd-name      PIC X(30).
013330         03  FILLER           PIC X(01) VALUE SPACE.
013340         03  stu-cd-purpose   PIC X(25).
013350         03  FILLER           PIC X(01) VALUE SPACE.
013360         03  stu-cd-operator  PIC X(10).
013370         03  FILLER           PIC X(01) VALUE SPACE.
013380         03  stu-cd-iss       PIC X(04).
013390         03  stu-cd-void      PIC X(05).
013400         03  stu-cd-rprt      PIC X(04).
013410 01  stu-creg-count-line.
013420         03  stu-cc-label     PIC X(30).
013430         03  stu-cc-count     PIC ZZZZ9.
013440 01  stu-genfile-name.
013450         03  FILLER           PIC X(07) VALUE "AUDGEN.".
013460         03  stu-genfile-mm   PIC 9(06) VALUE ZEROS.
013470 01  stu-audit-work.
013480         03  action-V         PIC X(06).
013490         03  audit-date-V     PIC 9(08).
013500         03  audit-time-V     PIC 9(08).
013510         03  operator-V       PIC X(10).
013520         03  before-image-V.
013530             04  SNo-BV       PIC X(10).
013540             04  detail-BV    PIC X(131).
013550         03  after-image-V.
013560             04  SNo-AV       PIC X(10).
013570             04  detail-AV    PIC X(131).
013580 01  stu-backup-name.
013590         03  FILLER           PIC X(09) VALUE "STUDBKUP.".
013600         03  stu-backup-date  PIC 9(08) VALUE ZEROS.
013610*---------------------------------------------------------------
013620* TEMPORARY VARIABLES TO STORE INPUT IN
013630*---------------------------------------------------------------
013640 77  studName                PIC X(50).
013650 77  studNo                  PIC X(10).
013660 77  studCourse              PIC X(50).
013670 77  courseCode              PIC X(10).
013680 77  studAge                 PIC 99.
013690 77  studDob                 PIC 9(08).
013700 77  studYear                PIC 9(01).
013710 77  courseYears             PIC 9(01).
013720 77  mobNo                   PIC X(11).
013730 77  landNo                  PIC X(8).
013740 77  operId                  PIC X(10).
013750 77  operPass                PIC X(10).
013760 77  operRole                PIC X(01).
013770 77  studStatus              PIC X(01).
013780 77  courseMax               PIC 9(05).
013790 77  guardName               PIC X(50).
013800 77  guardRel                PIC X(20).
013810 77  guardSeq                PIC 9(02).
013820 77  gradeTerm               PIC 9(05).
013830 77  subjCode                PIC X(10).
013840 77  subjTitle               PIC X(40).
013850 77  gradeUnits              PIC 9(01).
013860 77  gradeMark               PIC X(04).
013870 77  tuitionRate             PIC 9(07)V99.
013880 77  miscFee                 PIC 9(07)V99.
013890 77  certType                PIC X(01).
013900 77  certPurpose             PIC X(40).
013910 77  certSerial              PIC 9(07).
013920 77  certDate                PIC 9(08).
013930 77  voidReason              PIC X(40).
013940*---------------------------------------------------------------
013950* SEARCH HIT LIST (KEYS OF THE STUDENTS FOUND BY MENU 13)
013960*---------------------------------------------------------------
013970 01  stu-hit-table.
013980         02  stu-hit-sno OCCURS 100 TIMES PIC X(10).
013990*
014000 PROCEDURE DIVISION.
014010*
014020         PERFORM OPEN-STUDENT-FILES.
014030         PERFORM OPERATOR-SIGN-ON.
014040         IF EXITED NOT = 6
014050             PERFORM COUNT-STUDENT-RECORDS
014060         END-IF.
014070         PERFORM MAIN-MENU UNTIL EXITED = 6.
014080         MOVE "C" TO stu-runctl-flag.
014090         PERFORM WRITE-RUN-CONTROL.
014100         CLOSE STUDENT-MASTER.
014110         CLOSE STUDENT-ARCHIVE.
014120         CLOSE STUDENT-AUDIT.
014130         CLOSE STUDENT-WAITLIST.
014140         CLOSE GUARDIAN-FILE.
014150         CLOSE GUARDIAN-ARCHIVE.
014160         CLOSE COURSE-REFERENCE.
014170         CLOSE OPERATOR-FILE.
014180         CLOSE GRADE-FILE.
014190         CLOSE FEE-LEDGER.
014200         CLOSE CERTIFICATE-LOG.
014210         STOP RUN.
014220*
014230*----------------------------------------------------------------*
014240*  READ-STUDENT-BY-KEY -- READS THE MASTER RECORD FOR studNo     *
014250*  DIRECTLY BY KEY, SETTING stu-found/stu-not-found SO THE       *
014260*  CALLING PARAGRAPH KNOWS WHETHER THE LOOKUP SUCCEEDED. ON A    *
014270*  HIT THE RECORD IS LEFT IN STUDENT-MASTER-RECORD.              *
014280*----------------------------------------------------------------*
014290 READ-STUDENT-BY-KEY.
014300         SET stu-not-found TO TRUE.
014310         MOVE studNo TO SNo-M.
014320         READ STUDENT-MASTER
014330             INVALID KEY
014340                 CONTINUE
014350             NOT INVALID KEY
014360                 SET stu-found TO TRUE
014370         END-READ.
014380*
014390*----------------------------------------------------------------*
014400*  START-STUDENT-SCAN -- POSITIONS THE MASTER AT ITS FIRST      *
014410*  RECORD FOR A FULL START/READ NEXT PASS AND PRIMES THE FIRST  *
014420*  READ. AN EMPTY FILE JUST SETS stu-eof.                       *
014430*----------------------------------------------------------------*
014440 START-STUDENT-SCAN.
014450         SET stu-not-eof TO TRUE.
014460         MOVE LOW-VALUES TO SNo-M.
014470         START STUDENT-MASTER
014480             KEY IS GREATER THAN SNo-M
014490             INVALID KEY
014500                 SET stu-eof TO TRUE
014510             NOT INVALID KEY
014520                 PERFORM READ-NEXT-STUDENT-RECORD
014530         END-START.
014540         IF NOT stu-file-ok
014550             SET stu-eof TO TRUE
014560         END-IF.
014570*
014580*----------------------------------------------------------------*
014590*  ACCEPT-VALID-BIRTH-DATE -- RE-PROMPTS UNTIL studDob HOLDS A   *
014600*  REAL DATE OF BIRTH (YYYYMMDD, NOT AFTER TODAY) GIVING AN AGE  *
014610*  OF 15-99, WHICH IS LEFT IN studAge. THE AGE IS NO LONGER      *
014620*  KEYED, SO IT CANNOT GO STALE.                                 *
014630*----------------------------------------------------------------*
014640 ACCEPT-VALID-BIRTH-DATE.
014650         SET stu-not-valid TO TRUE.
014660         PERFORM GET-BIRTH-DATE UNTIL stu-valid.
014670*
014680 GET-BIRTH-DATE.
014690         DISPLAY "DATE OF BIRTH (YYYYMMDD): " WITH NO ADVANCING.
014700         ACCEPT studDob.
014710         PERFORM COMPUTE-BIRTH-AGE.
014720         IF stu-dob-bad
014730             DISPLAY "INVALID DATE OF BIRTH - YYYYMMDD, NOT "
014740                 "AFTER TODAY"
014750         ELSE
014760             IF stu-birth-age < 15 OR stu-birth-age > 99
014770                 DISPLAY "INVALID DATE OF BIRTH - AGE MUST BE "
014780                     "15-99"
014790             ELSE
014800                 MOVE stu-birth-age TO studAge
014810                 SET stu-valid TO TRUE
014820                 DISPLAY "AGE: " studAge
014830             END-IF
014840         END-IF.
014850*
014860*----------------------------------------------------------------*
014870*  COMPUTE-BIRTH-AGE -- CHECKS THE DATE OF BIRTH IN studDob AND, *
014880*  WHEN IT IS A REAL DATE NOT AFTER TODAY, SETS stu-dob-good AND *
014890*  LEAVES THE AGE IN WHOLE YEARS IN stu-birth-age: THE YEARS     *
014900*  BETWEEN THE TWO DATES, LESS ONE WHEN THIS YEAR'S BIRTHDAY HAS *
014910*  NOT COME YET.                                                 *
014920*----------------------------------------------------------------*
014930 COMPUTE-BIRTH-AGE.
014940         SET stu-dob-bad TO TRUE.
014950         MOVE 0 TO stu-birth-age.
014960         ACCEPT stu-today-work FROM DATE YYYYMMDD.
014970         IF studDob NUMERIC
014980             MOVE studDob TO stu-birth-work
014990             PERFORM SET-MONTH-DAYS
015000             IF stu-birth-mm >= 1 AND stu-birth-mm <= 12
015010             AND stu-birth-dd >= 1
015020             AND stu-birth-dd <= stu-month-days
015030             AND stu-birth-work NOT > stu-today-work
015040                 SET stu-dob-good TO TRUE
015050                 COMPUTE stu-birth-age =
015060                     stu-today-yyyy - stu-birth-yyyy
015070                 IF stu-today-mmdd < stu-birth-mmdd
015080                     COMPUTE stu-birth-age = stu-birth-age - 1
015090                 END-IF
015100             END-IF
015110         END-IF.
015120*
015130*----------------------------------------------------------------*
015140*  SET-MONTH-DAYS -- THE NUMBER OF DAYS IN THE BIRTH MONTH, SO   *
015150*  A DAY PAST THE END OF ITS MONTH IS NOT TAKEN AS A DATE.       *
015160*  FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT A       *
015170*  CENTURY YEAR NOT DIVISIBLE BY 400.                            *
015180*----------------------------------------------------------------*
015190 SET-MONTH-DAYS.
015200         EVALUATE stu-birth-mm
015210           WHEN 4
015220           WHEN 6
015230           WHEN 9
015240           WHEN 11
015250             MOVE 30 TO stu-month-days
015260           WHEN 2
015270             MOVE 28 TO stu-month-days
015280             DIVIDE stu-birth-yyyy BY 4
015290                 GIVING stu-leap-quot REMAINDER stu-leap-rem
015300             IF stu-leap-rem = 0
015310                 MOVE 29 TO stu-month-days
015320                 DIVIDE stu-birth-yyyy BY 100
015330                     GIVING stu-leap-quot REMAINDER stu-leap-rem
015340                 IF stu-leap-rem = 0
015350                     MOVE 28 TO stu-month-days
015360                     DIVIDE stu-birth-yyyy BY 400
015370                         GIVING stu-leap-quot
015380                         REMAINDER stu-leap-rem
015390                     IF stu-leap-rem = 0
015400                         MOVE 29 TO stu-month-days
015410                     END-IF
015420                 END-IF
015430             END-IF
015440           WHEN OTHER
015450             MOVE 31 TO stu-month-days
015460         END-EVALUATE.
015470*
015480*----------------------------------------------------------------*
015490*  REFRESH-AGE-FROM-DOB -- BRINGS studAge UP TO DATE FROM THE    *
015500*  DATE OF BIRTH IN studDob. A RECORD WITH NO DATE OF BIRTH      *
015510*  KEEPS THE AGE IT CAME WITH.                                   *
015520*----------------------------------------------------------------*
015530 REFRESH-AGE-FROM-DOB.
015540         IF studDob NUMERIC AND studDob > 0
015550             PERFORM COMPUTE-BIRTH-AGE
015560             IF stu-dob-good AND stu-birth-age <= 99
015570                 MOVE stu-birth-age TO studAge
015580             END-IF
015590         END-IF.
015600*
015610*----------------------------------------------------------------*
015620*  ACCEPT-VALID-YEAR-LEVEL -- RE-PROMPTS UNTIL studYear HOLDS A  *
015630*  YEAR LEVEL FROM 1 TO THE LENGTH OF THE COURSE IN studCourse.  *
015640*  A COURSE WITH NO LENGTH SET ALLOWS ANY YEAR FROM 1 TO 9.      *
015650*----------------------------------------------------------------*
015660 ACCEPT-VALID-YEAR-LEVEL.
015670         MOVE 9 TO stu-max-years.
015680         MOVE studCourse TO course-code-C.
015690         READ COURSE-REFERENCE
015700             INVALID KEY
015710                 CONTINUE
015720             NOT INVALID KEY
015730                 IF course-years-C NUMERIC AND course-years-C > 0
015740                     MOVE course-years-C TO stu-max-years
015750                 END-IF
015760         END-READ.
015770         SET stu-not-valid TO TRUE.
015780         PERFORM GET-YEAR-LEVEL UNTIL stu-valid.
015790*
015800 GET-YEAR-LEVEL.
015810         DISPLAY "YEAR LEVEL (1-" stu-max-years "): "
015820             WITH NO ADVANCING.
015830         ACCEPT studYear.
015840         IF studYear NUMERIC AND studYear >= 1
015850         AND studYear <= stu-max-years
015860             SET stu-valid TO TRUE
015870         ELSE
015880             DISPLAY "INVALID YEAR LEVEL - MUST BE 1-"
015890                 stu-max-years
015900         END-IF.
015910*
015920*----------------------------------------------------------------*
015930*  ACCEPT-VALID-MOBILE -- RE-PROMPTS UNTIL mobNo HOLDS AN        *
015940*  11-DIGIT NUMERIC MOBILE NUMBER.                               *
015950*----------------------------------------------------------------*
015960 ACCEPT-VALID-MOBILE.
015970         SET stu-not-valid TO TRUE.
015980         PERFORM GET-MOBILE UNTIL stu-valid.
015990*
016000 GET-MOBILE.
016010         DISPLAY "MOBILE NO (11 DIGITS): " WITH NO ADVANCING.
016020         ACCEPT mobNo.
016030         IF mobNo IS NUMERIC
016040             SET stu-valid TO TRUE
016050         ELSE
016060             DISPLAY "INVALID MOBILE NO. - MUST BE 11 DIGITS"
016070         END-IF.
016080*
016090*----------------------------------------------------------------*
016100*  ACCEPT-VALID-LANDLINE -- RE-PROMPTS UNTIL landNo HOLDS AN     *
016110*  8-DIGIT NUMERIC LANDLINE NUMBER.                              *
016120*----------------------------------------------------------------*
016130 ACCEPT-VALID-LANDLINE.
016140         SET stu-not-valid TO TRUE.
016150         PERFORM GET-LANDLINE UNTIL stu-valid.
016160*
016170 GET-LANDLINE.
016180         DISPLAY "LANDLINE NO (8 DIGITS): " WITH NO ADVANCING.
016190         ACCEPT landNo.
016200         IF landNo IS NUMERIC
016210             SET stu-valid TO TRUE
016220         ELSE
016230             DISPLAY "INVALID LANDLINE NO. - MUST BE 8 DIGITS"
016240         END-IF.
016250*
016260*----------------------------------------------------------------*
016270*  ACCEPT-VALID-COURSE -- RE-PROMPTS UNTIL studCourse HOLDS A    *
016280*  COURSE CODE THAT IS ON COURSE-REFERENCE AND STILL ACTIVE.     *
016290*  THE VALIDATED CODE IS LEFT IN course-code-C FOR THE CALLER.   *
016300*----------------------------------------------------------------*
016310 ACCEPT-VALID-COURSE.
016320         SET stu-not-valid TO TRUE.
016330         PERFORM GET-COURSE UNTIL stu-valid.
016340*
016350 GET-COURSE.
016360         DISPLAY "ENTER COURSE CODE: " WITH NO ADVANCING.
016370         ACCEPT studCourse.
016380         MOVE studCourse TO course-code-C.
016390         READ COURSE-REFERENCE
016400             INVALID KEY
016410                 DISPLAY "UNKNOWN COURSE CODE"
016420             NOT INVALID KEY
016430                 IF course-active
016440                     SET stu-valid TO TRUE
016450                 ELSE
016460                     DISPLAY "COURSE CODE IS RETIRED"
016470                 END-IF
016480         END-READ.
016490*
016500*----------------------------------------------------------------*
016510*  ACCEPT-VALID-SNO -- RE-PROMPTS UNTIL studNo HOLDS A STUDENT   *
016520*  NUMBER WHOSE CHECK DIGIT PROVES OUT. A BLANK OR ZERO ENTRY    *
016530*  HAS THE SYSTEM ISSUE THE NEXT NUMBER FROM THE STUDNEXT        *
016540*  CONTROL RECORD, SO NOTHING IS TYPED THAT CAN BE TRANSPOSED.   *
016550*----------------------------------------------------------------*
016560 ACCEPT-VALID-SNO.
016570         SET stu-not-valid TO TRUE.
016580         PERFORM GET-SNO UNTIL stu-valid.
016590*
016600 GET-SNO.
016610         DISPLAY "STUDENT NUMBER (BLANK = SYSTEM ASSIGNS): "
016620             WITH NO ADVANCING.
016630         ACCEPT studNo.
016640         IF studNo = SPACES OR studNo = "0"
016650             PERFORM ASSIGN-STUDENT-NUMBER
016660             SET stu-valid TO TRUE
016670             DISPLAY "ASSIGNED STUDENT NUMBER: " studNo
016680         ELSE
016690             PERFORM VERIFY-CHECK-DIGIT
016700             IF stu-chkdig-good
016710                 SET stu-valid TO TRUE
016720             ELSE
016730                 DISPLAY "STUDENT NUMBER FAILS ITS CHECK DIGIT"
016740             END-IF
016750         END-IF.
016760*
016770*----------------------------------------------------------------*
016780*  COMPUTE-CHECK-DIGIT -- RUNS THE DOUBLE-EVERY-OTHER-DIGIT      *
016790*  CHECK OVER THE NINE BASE DIGITS IN stu-base-number, LEAVING   *
016800*  THE EXPECTED TENTH DIGIT IN stu-check-digit. A TRANSPOSED    *
016810*  PAIR OF DIGITS CHANGES THE RESULT, WHICH IS THE POINT.       *
016820*----------------------------------------------------------------*
016830 COMPUTE-CHECK-DIGIT.
016840         MOVE 0 TO stu-luhn-sum.
016850         PERFORM ADD-LUHN-DIGIT
016860             VARYING stu-luhn-ix FROM 1 BY 1
016870             UNTIL stu-luhn-ix > 9.
016880         DIVIDE stu-luhn-sum BY 10
016890             GIVING stu-luhn-quot REMAINDER stu-luhn-rem.
016900         COMPUTE stu-check-digit = 0.
016910         IF stu-luhn-rem > 0
016920             COMPUTE stu-check-digit = 10 - stu-luhn-rem
016930         END-IF.
016940*
016950 ADD-LUHN-DIGIT.
016960         MOVE stu-base-digit(stu-luhn-ix) TO stu-luhn-prod.
016970         IF stu-luhn-ix = 1 OR 3 OR 5 OR 7 OR 9
016980             COMPUTE stu-luhn-prod = stu-luhn-prod * 2
016990             IF stu-luhn-prod > 9
017000                 COMPUTE stu-luhn-prod = stu-luhn-prod - 9
017010             END-IF
017020         END-IF.
017030         COMPUTE stu-luhn-sum = stu-luhn-sum + stu-luhn-prod.
017040*
017050*----------------------------------------------------------------*
017060*  VERIFY-CHECK-DIGIT -- PROVES THE NUMBER IN studNo: TEN        *
017070*  NUMERIC DIGITS WHOSE LAST DIGIT MATCHES THE CHECK COMPUTED    *
017080*  OVER THE FIRST NINE. SETS stu-chkdig-good/stu-chkdig-bad.     *
017090*----------------------------------------------------------------*
017100 VERIFY-CHECK-DIGIT.
017110         SET stu-chkdig-bad TO TRUE.
017120         IF studNo IS NUMERIC
017130             MOVE studNo(1:9) TO stu-base-number
017140             PERFORM COMPUTE-CHECK-DIGIT
017150             MOVE stu-check-digit TO stu-check-char
017160             IF studNo(10:1) = stu-check-char
017170                 SET stu-chkdig-good TO TRUE
017180             END-IF
017190         END-IF.
017200*
017210*----------------------------------------------------------------*
017220*  ASSIGN-STUDENT-NUMBER -- TAKES THE NEXT BASE NUMBER FROM THE  *
017230*  ONE-RECORD STUDNEXT CONTROL FILE (SEEDED AT 1 ON FIRST USE),  *
017240*  APPENDS ITS CHECK DIGIT INTO studNo AND SAVES THE CONTROL     *
017250*  RECORD BACK WITH THE NUMBER AFTER IT.                         *
017260*----------------------------------------------------------------*
017270 ASSIGN-STUDENT-NUMBER.
017280         MOVE 1 TO stu-base-number.
017290         OPEN INPUT NEXT-NUMBER.
017300         IF stu-next-ok
017310             READ NEXT-NUMBER NEXT RECORD
017320                 AT END
017330                     MOVE 1 TO next-base-Z
017340             END-READ
017350             MOVE next-base-Z TO stu-base-number
017360             CLOSE NEXT-NUMBER
017370         END-IF.
017380         PERFORM COMPUTE-CHECK-DIGIT.
017390         MOVE stu-base-number TO stu-sno-base.
017400         MOVE stu-check-digit TO stu-sno-check.
017410         MOVE stu-sno-build TO studNo.
017420         OPEN OUTPUT NEXT-NUMBER.
017430         IF stu-next-ok
017440             COMPUTE next-base-Z = stu-base-number + 1
017450             WRITE NEXT-NUMBER-RECORD
017460             CLOSE NEXT-NUMBER
017470         ELSE
017480             DISPLAY "WARNING - CANNOT WRITE STUDNEXT"
017490         END-IF.
017500*
017510*----------------------------------------------------------------*
017520*  OPEN-STUDENT-FILES -- OPENS THE MASTER AND ARCHIVE FILES FOR  *
017530*  THE SESSION, CREATING EACH ON FIRST USE IF IT DOES NOT EXIST. *
017540*----------------------------------------------------------------*
017550 OPEN-STUDENT-FILES.
017560         PERFORM CHECK-RUN-CONTROL.
017570*
017580         OPEN I-O STUDENT-MASTER.
017590         IF stu-file-not-found
017600             OPEN OUTPUT STUDENT-MASTER
017610             CLOSE STUDENT-MASTER
017620             OPEN I-O STUDENT-MASTER
017630         END-IF.
017640*
017650         OPEN EXTEND STUDENT-ARCHIVE.
017660         IF stu-archive-not-found
017670             OPEN OUTPUT STUDENT-ARCHIVE
017680             CLOSE STUDENT-ARCHIVE
017690             OPEN EXTEND STUDENT-ARCHIVE
017700         END-IF.
017710*
017720         OPEN EXTEND STUDENT-WAITLIST.
017730         IF stu-wait-not-found
017740             OPEN OUTPUT STUDENT-WAITLIST
017750             CLOSE STUDENT-WAITLIST
017760             OPEN EXTEND STUDENT-WAITLIST
017770         END-IF.
017780*
017790         OPEN I-O GUARDIAN-FILE.
017800         IF stu-guard-not-found
017810             OPEN OUTPUT GUARDIAN-FILE
017820             CLOSE GUARDIAN-FILE
017830             OPEN I-O GUARDIAN-FILE
017840         END-IF.
017850*
017860         OPEN EXTEND GUARDIAN-ARCHIVE.
017870         IF stu-grdarch-not-found
017880             OPEN OUTPUT GUARDIAN-ARCHIVE
017890             CLOSE GUARDIAN-ARCHIVE
017900             OPEN EXTEND GUARDIAN-ARCHIVE
017910         END-IF.
017920*
017930         OPEN EXTEND STUDENT-AUDIT.
017940         IF stu-audit-not-found
017950             OPEN OUTPUT STUDENT-AUDIT
017960             CLOSE STUDENT-AUDIT
017970             OPEN EXTEND STUDENT-AUDIT
017980         END-IF.
017990*
018000         OPEN I-O GRADE-FILE.
018010         IF stu-grade-not-found
018020             OPEN OUTPUT GRADE-FILE
018030             CLOSE GRADE-FILE
018040             OPEN I-O GRADE-FILE
018050         END-IF.
018060*
018070         OPEN I-O FEE-LEDGER.
018080         IF stu-fee-not-found
018090             OPEN OUTPUT FEE-LEDGER
018100             CLOSE FEE-LEDGER
018110             OPEN I-O FEE-LEDGER
018120         END-IF.
018130*
018140         OPEN I-O CERTIFICATE-LOG.
018150         IF stu-certlog-not-found
018160             OPEN OUTPUT CERTIFICATE-LOG
018170             CLOSE CERTIFICATE-LOG
018180             OPEN I-O CERTIFICATE-LOG
018190         END-IF.
018200*
018210         OPEN I-O COURSE-REFERENCE.
018220         IF stu-course-not-found
018230             OPEN OUTPUT COURSE-REFERENCE
018240             CLOSE COURSE-REFERENCE
018250             OPEN I-O COURSE-REFERENCE
018260         END-IF.
018270*
018280         OPEN I-O OPERATOR-FILE.
018290         IF stu-oper-not-found
018300             OPEN OUTPUT OPERATOR-FILE
018310             CLOSE OPERATOR-FILE
018320             OPEN I-O OPERATOR-FILE
018330             MOVE "SUPER"  TO operator-id-O
018340             MOVE "SUPER"  TO operator-pass-O
018350             SET oper-supervisor TO TRUE
018360             WRITE OPERATOR-RECORD
018370                 INVALID KEY
018380                     DISPLAY "WARNING - OPERATOR SEED FAILED"
018390             END-WRITE
018400             DISPLAY "FIRST USE - DEFAULT SUPERVISOR SUPER"
018410                 " CREATED WITH PASSWORD SUPER"
018420         END-IF.
018430*
018440         MOVE "O" TO stu-runctl-flag.
018450         PERFORM WRITE-RUN-CONTROL.
018460*
018470*----------------------------------------------------------------*
018480*  CHECK-RUN-CONTROL -- READS THE RUN-CONTROL RECORD BEFORE THE  *
018490*  MASTER IS OPENED. A FLAG STILL SET TO O MEANS THE LAST        *
018500*  SESSION ENDED ABNORMALLY, SO THE OPERATOR IS WARNED AND       *
018510*  OFFERED A RESTORE FROM THE LATEST BACKUP ON RECORD.           *
018520*----------------------------------------------------------------*
018530 CHECK-RUN-CONTROL.
018540         OPEN INPUT RUN-CONTROL.
018550         IF stu-runctl-ok
018560             READ RUN-CONTROL
018570                 AT END
018580                     MOVE "C" TO run-flag-R
018590                     MOVE SPACES TO last-backup-R
018600             END-READ
018610             MOVE last-backup-R TO stu-last-backup
018620             IF run-open
018630                 DISPLAY "WARNING - PREVIOUS SESSION ENDED "
018640                     "ABNORMALLY"
018650                 DISPLAY "STUDENT MASTER MAY BE DAMAGED"
018660                 IF stu-last-backup = SPACES
018670                     DISPLAY "NO BACKUP ON RECORD - CHECK THE "
018680                         "FILE BY HAND"
018690                 ELSE
018700                     DISPLAY "RESTORE FROM " stu-last-backup
018710                         " (Y/N)? " WITH NO ADVANCING
018720                     ACCEPT stu-confirm
018730                     IF stu-confirm = "Y" OR stu-confirm = "y"
018740                         PERFORM RESTORE-STUDENT-MASTER
018750                     END-IF
018760                 END-IF
018770             END-IF
018780             CLOSE RUN-CONTROL
018790         END-IF.
018800*
018810*----------------------------------------------------------------*
018820*  RESTORE-STUDENT-MASTER -- REBUILDS THE MASTER FROM THE LATEST *
018830*  BACKUP ON RECORD. RUNS BEFORE THE MASTER IS OPENED FOR THE    *
018840*  SESSION, SO IT CAN SAFELY RECREATE THE FILE FROM SCRATCH.     *
018850*----------------------------------------------------------------*
018860 RESTORE-STUDENT-MASTER.
018870         MOVE stu-last-backup TO stu-backup-name.
018880         OPEN INPUT STUDENT-BACKUP.
018890         IF NOT stu-backup-ok
018900             DISPLAY "CANNOT OPEN " stu-backup-name
018910                 " - NOT RESTORED"
018920         ELSE
018930             MOVE 0 TO stu-restore-count
018940             OPEN OUTPUT STUDENT-MASTER
018950             SET stu-not-eof TO TRUE
018960             PERFORM READ-NEXT-BACKUP-RECORD
018970             PERFORM RESTORE-ONE-STUDENT UNTIL stu-eof
018980             CLOSE STUDENT-MASTER
018990             CLOSE STUDENT-BACKUP
019000             DISPLAY stu-restore-count " RECORDS RESTORED FROM "
019010                 stu-backup-name
019020         END-IF.
019030*
019040 READ-NEXT-BACKUP-RECORD.
019050         READ STUDENT-BACKUP NEXT RECORD
019060             AT END
019070                 SET stu-eof TO TRUE
019080         END-READ.
019090         IF NOT stu-backup-ok AND NOT stu-eof
019100             SET stu-eof TO TRUE
019110         END-IF.
019120*
019130 RESTORE-ONE-STUDENT.
019140         MOVE STUDENT-BACKUP-RECORD TO STUDENT-MASTER-RECORD.
019150         WRITE STUDENT-MASTER-RECORD
019160             INVALID KEY
019170                 DISPLAY "WARNING - DUPLICATE IN BACKUP"
019180         END-WRITE.
019190         IF stu-file-ok
019200             COMPUTE stu-restore-count = stu-restore-count + 1
019210         END-IF.
019220         PERFORM READ-NEXT-BACKUP-RECORD.
019230*
019240*----------------------------------------------------------------*
019250*  WRITE-RUN-CONTROL -- REWRITES THE ONE-RECORD RUN-CONTROL      *
019260*  FILE WITH THE FLAG IN stu-runctl-flag AND THE LATEST BACKUP   *
019270*  NAME, SO THE NEXT STARTUP KNOWS WHETHER THIS SESSION ENDED    *
019280*  CLEANLY AND WHERE TO RESTORE FROM.                            *
019290*----------------------------------------------------------------*
019300 WRITE-RUN-CONTROL.
019310         OPEN OUTPUT RUN-CONTROL.
019320         IF stu-runctl-ok
019330             MOVE stu-runctl-flag TO run-flag-R
019340             MOVE stu-last-backup TO last-backup-R
019350             WRITE RUN-CONTROL-RECORD
019360             CLOSE RUN-CONTROL
019370         ELSE
019380             DISPLAY "WARNING - CANNOT WRITE RUNCTRL"
019390         END-IF.
019400*
019410*----------------------------------------------------------------*
019420*  OPERATOR-SIGN-ON -- ASKS FOR AN OPERATOR ID AND PASSWORD AND  *
019430*  CHECKS THEM AGAINST THE OPERATOR-FILE. THREE FAILED TRIES END *
019440*  THE SESSION. THE SIGNED-ON ID BECOMES THE OPERATOR STAMPED ON *
019450*  EVERY AUDIT RECORD AND THE ROLE GATES THE SUPERVISOR MENU     *
019460*  FUNCTIONS.                                                    *
019470*----------------------------------------------------------------*
019480 OPERATOR-SIGN-ON.
019490         SET stu-not-signed-on TO TRUE.
019500         MOVE 0 TO stu-signon-tries.
019510         PERFORM GET-SIGN-ON
019520             UNTIL stu-signed-on OR stu-signon-tries >= 3.
019530         IF stu-not-signed-on
019540             DISPLAY "SIGN-ON FAILED - SESSION ENDED"
019550             MOVE 6 TO EXITED
019560         END-IF.
019570*
019580 GET-SIGN-ON.
019590         COMPUTE stu-signon-tries = stu-signon-tries + 1.
019600         DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
019610         ACCEPT operId.
019620         DISPLAY "PASSWORD: " WITH NO ADVANCING.
019630         ACCEPT operPass.
019640         MOVE operId TO operator-id-O.
019650         READ OPERATOR-FILE
019660             INVALID KEY
019670                 DISPLAY "INVALID SIGN-ON"
019680             NOT INVALID KEY
019690                 IF operator-pass-O = operPass
019700                     SET stu-signed-on TO TRUE
019710                     MOVE operId TO stu-operator-id
019720                     MOVE operator-role-O TO stu-operator-role
019730                     DISPLAY "SIGNED ON: " operId
019740                 ELSE
019750                     DISPLAY "INVALID SIGN-ON"
019760                 END-IF
019770         END-READ.
019780*
019790*----------------------------------------------------------------*
019800*  COUNT-STUDENT-RECORDS -- ONE PASS OVER THE MASTER AT STARTUP  *
019810*  TO SET COUNTER, WHICH THE MENU FUNCTIONS USE FOR THEIR        *
019820*  EMPTY-ROSTER CHECKS. ADD/DELETE/REINSTATE KEEP IT CURRENT.    *
019830*----------------------------------------------------------------*
019840 COUNT-STUDENT-RECORDS.
019850         MOVE 0 TO COUNTER.
019860         PERFORM START-STUDENT-SCAN.
019870         PERFORM COUNT-ONE-STUDENT UNTIL stu-eof.
019880*
019890 READ-NEXT-STUDENT-RECORD.
019900         READ STUDENT-MASTER NEXT RECORD
019910             AT END
019920                 SET stu-eof TO TRUE
019930         END-READ.
019940         IF NOT stu-file-ok
019950             SET stu-eof TO TRUE
019960         END-IF.
019970*
019980 COUNT-ONE-STUDENT.
019990         COMPUTE COUNTER = COUNTER + 1.
020000         PERFORM READ-NEXT-STUDENT-RECORD.
020010*
020020*----------------------------------------------------------------*
020030*  ADD-STUDENT                                                   *
020040*----------------------------------------------------------------*
020050 ADD-STUDENT.
020060         PERFORM ACCEPT-VALID-SNO.
020070         PERFORM READ-STUDENT-BY-KEY.
020080         IF stu-found
020090             DISPLAY "STUDENT NUMBER ALREADY EXISTS"
020100         ELSE
020110             DISPLAY "ENTER FULL NAME: " WITH NO ADVANCING
020120             ACCEPT studName
020130*
020140             PERFORM ACCEPT-VALID-COURSE
020150             MOVE course-code-C TO studCourse
020160             PERFORM ACCEPT-VALID-YEAR-LEVEL
020170*
020180             PERFORM ACCEPT-VALID-BIRTH-DATE
020190*
020200             DISPLAY "ENTER CONTACT NUMBER DETAILS:"
020210             PERFORM ACCEPT-VALID-MOBILE
020220             PERFORM ACCEPT-VALID-LANDLINE
020230*
020240             MOVE studCourse TO stu-check-course
020250             PERFORM CHECK-COURSE-CAPACITY
020260             IF stu-course-full
020270                 PERFORM OFFER-WAITLIST-SLOT
020280             ELSE
020290                 PERFORM WRITE-STUDENT-RECORD
020300             END-IF
020310         END-IF.
020320*
020330*----------------------------------------------------------------*
020340*  WRITE-STUDENT-RECORD -- PERSISTS A NEW STUDENT, BUILT FROM    *
020350*  THE TEMPORARY INPUT FIELDS, TO THE STUDENT MASTER FILE AND    *
020360*  COUNTS IT ONTO THE ROSTER. USED BY ADD AND REINSTATE.         *
020370*----------------------------------------------------------------*
020380 WRITE-STUDENT-RECORD.
020390         MOVE studNo         TO SNo-M.
020400         MOVE studName       TO fullname-M.
020410         MOVE studCourse     TO course-M.
020420         MOVE studAge        TO age-M.
020430         MOVE mobNo          TO mobile-M.
020440         MOVE landNo         TO landline-M.
020450         MOVE "E"            TO enroll-status-M.
020460         MOVE studDob        TO birth-date-M.
020470         MOVE studYear       TO year-level-M.
020480         WRITE STUDENT-MASTER-RECORD
020490             INVALID KEY
020500                 DISPLAY "WARNING - DUPLICATE SNO ON FILE"
020510         END-WRITE.
020520         IF stu-file-ok
020530             COMPUTE COUNTER = COUNTER + 1
020540             MOVE "ADD" TO stu-audit-action
020550             MOVE SPACES TO stu-before-image
020560             MOVE STUDENT-MASTER-RECORD TO stu-after-image
020570             PERFORM WRITE-AUDIT-RECORD
020580         END-IF.
020590*
020600*----------------------------------------------------------------*
020610*  CHECK-COURSE-CAPACITY -- LOOKS UP THE MAXIMUM ENROLLMENT FOR  *
020620*  THE COURSE IN stu-check-course AND COUNTS ITS ACTIVELY        *
020630*  ENROLLED STUDENTS OFF THE MASTER, SETTING stu-course-full     *
020640*  WHEN EVERY SEAT IS TAKEN. A MAXIMUM OF ZERO MEANS NO LIMIT.   *
020650*  THE COUNTING PASS LEAVES THE MASTER'S CURRENT RECORD ON ITS   *
020660*  LAST RECORD, SO CALLERS RE-READ BY KEY BEFORE ANY REWRITE.    *
020670*----------------------------------------------------------------*
020680 CHECK-COURSE-CAPACITY.
020690         SET stu-course-open TO TRUE.
020700         MOVE stu-check-course TO course-code-C.
020710         READ COURSE-REFERENCE
020720             INVALID KEY
020730                 MOVE 0 TO stu-course-max
020740             NOT INVALID KEY
020750                 MOVE course-max-C TO stu-course-max
020760         END-READ.
020770         IF stu-course-max > 0
020780             PERFORM COUNT-COURSE-ENROLLMENT
020790             IF stu-enrolled-count >= stu-course-max
020800                 SET stu-course-full TO TRUE
020810             END-IF
020820         END-IF.
020830*
020840 COUNT-COURSE-ENROLLMENT.
020850         MOVE 0 TO stu-enrolled-count.
020860         PERFORM START-STUDENT-SCAN.
020870         PERFORM TALLY-COURSE-SEAT UNTIL stu-eof.
020880*
020890 TALLY-COURSE-SEAT.
020900         IF enrolled-M AND course-M = stu-check-course
020910             COMPUTE stu-enrolled-count = stu-enrolled-count + 1
020920         END-IF.
020930         PERFORM READ-NEXT-STUDENT-RECORD.
020940*
020950*----------------------------------------------------------------*
020960*  OFFER-WAITLIST-SLOT -- TELLS THE OPERATOR THE COURSE IS FULL  *
020970*  AND, ON CONFIRMATION, PUTS THE STUDENT IN THE TEMPORARY       *
020980*  INPUT FIELDS ONTO THE WAITLIST IN FIRST-COME ORDER.           *
020990*----------------------------------------------------------------*
021000 OFFER-WAITLIST-SLOT.
021010         DISPLAY "COURSE IS FULL (" stu-enrolled-count " OF "
021020             stu-course-max " SEATS TAKEN)".
021030         DISPLAY "ADD TO WAITLIST (Y/N)? " WITH NO ADVANCING.
021040         ACCEPT stu-confirm.
021050         IF stu-confirm = "Y" OR stu-confirm = "y"
021060             PERFORM ADD-TO-WAITLIST
021070         ELSE
021080             DISPLAY "STUDENT NOT ENROLLED"
021090         END-IF.
021100*
021110 ADD-TO-WAITLIST.
021120         MOVE studNo     TO SNo-W.
021130         MOVE studName   TO fullname-W.
021140         MOVE studCourse TO course-W.
021150         MOVE studAge    TO age-W.
021160         MOVE mobNo      TO mobile-W.
021170         MOVE landNo     TO landline-W.
021180         MOVE studDob    TO birth-date-W.
021190         MOVE studYear   TO year-level-W.
021200         SET wait-waiting TO TRUE.
021210         ACCEPT wait-date-W FROM DATE YYYYMMDD.
021220         WRITE STUDENT-WAITLIST-RECORD.
021230         IF stu-wait-ok
021240             DISPLAY "STUDENT ADDED TO WAITLIST FOR " studCourse
021250         ELSE
021260             DISPLAY "WARNING - WAITLIST WRITE FAILED"
021270         END-IF.
021280*
021290*----------------------------------------------------------------*
021300*  PROMOTE-FROM-WAITLIST -- CALLED WHEN A SEAT IN THE COURSE IN  *
021310*  stu-check-course MAY HAVE COME FREE. THE CAPACITY IS CHECKED  *
021320*  AGAIN FIRST - DROPPING A STUDENT WHO WAS ON LEAVE OR ALREADY  *
021330*  GRADUATED FREES NO SEAT, AND THE COURSE MUST NOT GO OVER ITS  *
021340*  MAXIMUM. WITH A SEAT FREE, THE OLDEST WAITING ENTRY FOR THE   *
021350*  COURSE GOES ONTO THE MASTER (AUDITED AS AN ADD, WITH ANY      *
021360*  ARCHIVED GUARDIAN CONTACTS RESTORED) AND THE ENTRY IS MARKED  *
021370*  PROMOTED. AN ENTRY WHOSE SNO IS ALREADY BACK ON THE MASTER    *
021380*  IS MARKED CANCELLED AND THE SEARCH GOES ON. THE OPERATOR IS   *
021390*  TOLD WHO CAME OFF THE LIST. THE WAITLIST SITS OPEN FOR        *
021400*  EXTEND ALL SESSION, SO IT IS CLOSED, RE-OPENED I-O FOR THE    *
021410*  PASS AND RE-OPENED FOR EXTEND.                                *
021420*----------------------------------------------------------------*
021430 PROMOTE-FROM-WAITLIST.
021440         SET stu-not-promoted TO TRUE.
021450         PERFORM CHECK-COURSE-CAPACITY.
021460         IF NOT stu-course-full
021470             CLOSE STUDENT-WAITLIST
021480             OPEN I-O STUDENT-WAITLIST
021490             SET stu-not-eof TO TRUE
021500             PERFORM READ-NEXT-WAITLIST-RECORD
021510             PERFORM FIND-WAITLIST-CANDIDATE
021520                 UNTIL stu-eof OR stu-promoted
021530             CLOSE STUDENT-WAITLIST
021540             OPEN EXTEND STUDENT-WAITLIST
021550         END-IF.
021560*
021570 READ-NEXT-WAITLIST-RECORD.
021580         READ STUDENT-WAITLIST NEXT RECORD
021590             AT END
021600                 SET stu-eof TO TRUE
021610         END-READ.
021620*
021630 FIND-WAITLIST-CANDIDATE.
021640         IF wait-waiting AND course-W = stu-check-course
021650             MOVE SNo-W TO studNo
021660             PERFORM READ-STUDENT-BY-KEY
021670             IF stu-found
021680                 SET wait-cancelled TO TRUE
021690                 REWRITE STUDENT-WAITLIST-RECORD
021700             ELSE
021710                 MOVE fullname-W TO studName
021720                 MOVE course-W   TO studCourse
021730                 MOVE age-W      TO studAge
021740                 MOVE mobile-W   TO mobNo
021750                 MOVE landline-W TO landNo
021760                 MOVE birth-date-W TO studDob
021770                 MOVE year-level-W TO studYear
021780                 PERFORM REFRESH-AGE-FROM-DOB
021790                 PERFORM WRITE-STUDENT-RECORD
021800                 IF stu-file-ok
021810                     SET wait-promoted TO TRUE
021820                     REWRITE STUDENT-WAITLIST-RECORD
021830                     SET stu-promoted TO TRUE
021840                     DISPLAY "PROMOTED FROM WAITLIST: " SNo-W
021850                         " " fullname-W
021860                     MOVE studNo TO stu-guard-sno
021870                     PERFORM RESTORE-GUARDIAN-CONTACTS
021880                 END-IF
021890             END-IF
021900         END-IF.
021910         IF NOT stu-promoted
021920             PERFORM READ-NEXT-WAITLIST-RECORD
021930         END-IF.
021940*
021950*----------------------------------------------------------------*
021960*  EDIT-STUDENT -- RE-ACCEPTS EVERY EDITABLE FIELD FOR ONE       *
021970*  STUDENT. A COURSE CHANGE INTO A FULL COURSE IS REFUSED AND    *
021980*  THE OLD COURSE KEPT; A COURSE CHANGE OUT OF A COURSE FREES A  *
021990*  SEAT, SO THE WAITLIST IS CHECKED AFTER THE REWRITE. THE       *
022000*  CAPACITY PASS DISTURBS THE MASTER'S CURRENT RECORD, SO THE    *
022010*  EDITS ARE HELD IN THE TEMPORARY FIELDS AND APPLIED AFTER A    *
022020*  FRESH READ BY KEY.                                            *
022030*----------------------------------------------------------------*
022040 EDIT-STUDENT.
022050         IF COUNTER = 0
022060             DISPLAY "THE ROSTER IS EMPTY"
022070         ELSE
022080             DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING
022090             ACCEPT studNo
022100             PERFORM READ-STUDENT-BY-KEY
022110             IF stu-not-found
022120                 DISPLAY "STUDENT NOT FOUND"
022130             ELSE
022140                 MOVE STUDENT-MASTER-RECORD TO stu-before-image
022150                 MOVE course-M TO stu-prev-course
022160                 PERFORM ACCEPT-VALID-COURSE
022170                 MOVE course-code-C TO studCourse
022180                 PERFORM ACCEPT-VALID-YEAR-LEVEL
022190*
022200                 PERFORM ACCEPT-VALID-BIRTH-DATE
022210*
022220                 PERFORM ACCEPT-VALID-MOBILE
022230                 PERFORM ACCEPT-VALID-LANDLINE
022240*
022250                 IF studCourse NOT = stu-prev-course
022260                     MOVE studCourse TO stu-check-course
022270                     PERFORM CHECK-COURSE-CAPACITY
022280                     IF stu-course-full
022290                         DISPLAY "NEW COURSE IS FULL - COURSE "
022300                             "LEFT UNCHANGED"
022310                         MOVE stu-prev-course TO studCourse
022320                     END-IF
022330                 END-IF
022340                 PERFORM READ-STUDENT-BY-KEY
022350                 IF stu-found
022360                     MOVE studCourse TO course-M
022370                     MOVE studAge    TO age-M
022380                     MOVE mobNo      TO mobile-M
022390                     MOVE landNo     TO landline-M
022400                     MOVE studDob    TO birth-date-M
022410                     MOVE studYear   TO year-level-M
022420                     PERFORM REWRITE-STUDENT-RECORD
022430                     IF stu-file-ok
022440                     AND studCourse NOT = stu-prev-course
022450                         MOVE stu-prev-course TO stu-check-course
022460                         PERFORM PROMOTE-FROM-WAITLIST
022470                     END-IF
022480                 END-IF
022490             END-IF
022500         END-IF.
022510*
022520*----------------------------------------------------------------*
022530*  REWRITE-STUDENT-RECORD -- PERSISTS THE EDITED RECORD SITTING  *
022540*  IN STUDENT-MASTER-RECORD BACK TO THE FILE. THE CALLER HAS     *
022550*  ALREADY READ THE RECORD BY KEY AND SAVED THE BEFORE IMAGE.    *
022560*----------------------------------------------------------------*
022570 REWRITE-STUDENT-RECORD.
022580         REWRITE STUDENT-MASTER-RECORD
022590             INVALID KEY
022600                 DISPLAY "WARNING - STUDENT RECORD NOT ON FILE"
022610         END-REWRITE.
022620         IF stu-file-ok
022630             MOVE "EDIT" TO stu-audit-action
022640             MOVE STUDENT-MASTER-RECORD TO stu-after-image
022650             PERFORM WRITE-AUDIT-RECORD
022660         END-IF.
022670*
022680*----------------------------------------------------------------*
022690*  WRITE-AUDIT-RECORD -- APPENDS ONE RECORD TO STUDENT-AUDIT     *
022700*  CARRYING THE ACTION, DATE AND TIME, THE OPERATOR AND THE      *
022710*  BEFORE/AFTER IMAGES SET UP BY THE CALLING PARAGRAPH, SO       *
022720*  EVERY CHANGE TO THE MASTER CAN BE ANSWERED FOR LATER.         *
022730*----------------------------------------------------------------*
022740 WRITE-AUDIT-RECORD.
022750         MOVE stu-audit-action TO action-T.
022760         ACCEPT audit-date-T FROM DATE YYYYMMDD.
022770         ACCEPT audit-time-T FROM TIME.
022780         MOVE stu-operator-id  TO operator-T.
022790         MOVE stu-before-image TO before-image-T.
022800         MOVE stu-after-image  TO after-image-T.
022810         WRITE STUDENT-AUDIT-RECORD.
022820         IF NOT stu-audit-ok
022830             DISPLAY "WARNING - AUDIT WRITE FAILED"
022840         END-IF.
022850*
022860*----------------------------------------------------------------*
022870*  ARCHIVE-DELETED-STUDENT -- WRITES THE OUTGOING MASTER RECORD  *
022880*  (ALREADY READ BY KEY INTO STUDENT-MASTER-RECORD) TO           *
022890*  STUDENT-ARCHIVE, STAMPED WITH TODAY'S DATE, SO A RECORD       *
022900*  SURVIVES THE DELETE.                                          *
022910*----------------------------------------------------------------*
022920 ARCHIVE-DELETED-STUDENT.
022930         SET stu-archive-no-error TO TRUE.
022940         MOVE SNo-M          TO SNo-A.
022950         MOVE fullname-M     TO fullname-A.
022960         MOVE course-M       TO course-A.
022970         MOVE age-M          TO age-A.
022980         MOVE mobile-M       TO mobile-A.
022990         MOVE landline-M     TO landline-A.
023000         MOVE birth-date-M   TO birth-date-A.
023010         MOVE year-level-M   TO year-level-A.
023020         ACCEPT withdrawn-date-A FROM DATE YYYYMMDD.
023030         WRITE STUDENT-ARCHIVE-RECORD.
023040         IF NOT stu-archive-ok
023050             SET stu-archive-error TO TRUE
023060         END-IF.
023070*
023080*----------------------------------------------------------------*
023090*  DELETE-STUDENT -- ARCHIVES THE OUTGOING RECORD FIRST AND      *
023100*  ONLY THEN DELETES IT FROM THE MASTER, SO A FAILED ARCHIVE     *
023110*  WRITE NEVER LEAVES THE STUDENT GONE FROM THE MASTER BUT       *
023120*  MISSING FROM THE ARCHIVE.                                     *
023130*----------------------------------------------------------------*
023140 DELETE-STUDENT.
023150         IF COUNTER = 0
023160             DISPLAY "THE ROSTER IS EMPTY"
023170         ELSE
023180             DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING
023190             ACCEPT studNo
023200             PERFORM READ-STUDENT-BY-KEY
023210             IF stu-not-found
023220                 DISPLAY "STUDENT NOT FOUND"
023230             ELSE
023240                 MOVE STUDENT-MASTER-RECORD TO stu-before-image
023250                 MOVE course-M TO stu-check-course
023260                 PERFORM ARCHIVE-DELETED-STUDENT
023270                 IF stu-archive-error
023280                     DISPLAY "WARNING - ARCHIVE WRITE FAILED"
023290                     DISPLAY "STUDENT NOT REMOVED FROM ROSTER"
023300                 ELSE
023310                     DELETE STUDENT-MASTER RECORD
023320                         INVALID KEY
023330                             DISPLAY "WARNING - NOT ON FILE"
023340                     END-DELETE
023350                     IF stu-file-ok
023360                         COMPUTE COUNTER = COUNTER - 1
023370                         MOVE "DELETE" TO stu-audit-action
023380                         MOVE SPACES TO stu-after-image
023390                         PERFORM WRITE-AUDIT-RECORD
023400                         MOVE studNo TO stu-guard-sno
023410                         PERFORM ARCHIVE-GUARDIAN-CONTACTS
023420                         PERFORM PROMOTE-FROM-WAITLIST
023430                     END-IF
023440                 END-IF
023450             END-IF
023460         END-IF.
023470*
023480*----------------------------------------------------------------*
023490*  MERGE-DUPLICATE-STUDENTS -- ONE PERSON ENROLLED UNDER TWO     *
023500*  NUMBERS (SEE THE DOCTOR_12 DUPLICATE SCAN). THE SUPERVISOR    *
023510*  NAMES THE NUMBER TO KEEP AND THE NUMBER TO RETIRE, SEES BOTH  *
023520*  RECORDS AND CONFIRMS. BOTH MUST BE ON THE MASTER.             *
023530*----------------------------------------------------------------*
023540 MERGE-DUPLICATE-STUDENTS.
023550         DISPLAY "STUDENT NUMBER TO KEEP: " WITH NO ADVANCING.
023560         ACCEPT stu-merge-keep.
023570         DISPLAY "STUDENT NUMBER TO RETIRE: " WITH NO ADVANCING.
023580         ACCEPT stu-merge-retire.
023590         IF stu-merge-keep = stu-merge-retire
023600             DISPLAY "THE TWO NUMBERS ARE THE SAME - "
023610                 "NOTHING MERGED"
023620         ELSE
023630             MOVE stu-merge-keep TO studNo
023640             PERFORM READ-STUDENT-BY-KEY
023650             IF stu-not-found
023660                 DISPLAY "STUDENT TO KEEP NOT FOUND"
023670             ELSE
023680                 DISPLAY "KEEP: " SNo-M
023690                 PERFORM DISPLAY-STUDENT-DETAIL
023700                 MOVE stu-merge-retire TO studNo
023710                 PERFORM READ-STUDENT-BY-KEY
023720                 IF stu-not-found
023730                     DISPLAY "STUDENT TO RETIRE NOT FOUND"
023740                 ELSE
023750                     DISPLAY "RETIRE: " SNo-M
023760                     PERFORM DISPLAY-STUDENT-DETAIL
023770                     DISPLAY "MERGE " stu-merge-retire " INTO "
023780                         stu-merge-keep " (Y/N)? "
023790                         WITH NO ADVANCING
023800                     ACCEPT stu-confirm
023810                     IF stu-confirm = "Y" OR stu-confirm = "y"
023820                         PERFORM RETIRE-MERGED-STUDENT
023830                     ELSE
023840                         DISPLAY "NOTHING MERGED"
023850                     END-IF
023860                 END-IF
023870             END-IF
023880         END-IF.
023890*
023900*----------------------------------------------------------------*
023910*  RETIRE-MERGED-STUDENT -- THE RETIRED RECORD GOES THROUGH THE  *
023920*  SAME ARCHIVE-THEN-DELETE AS DELETE-STUDENT, BUT IS AUDITED AS *
023930*  MERGE: BEFORE IMAGE THE RETIRED RECORD, AFTER IMAGE THE KEPT  *
023940*  ONE, SO THE RECONCILIATION TAKES IT AS THE RETIRED NUMBER'S   *
023950*  DELETE AND THE AUDIT INQUIRY SHOWS IT UNDER BOTH NUMBERS.     *
023960*  WHAT HANGS OFF THE RETIRED NUMBER THEN MOVES TO THE KEPT ONE, *
023970*  AND A SEAT IT HELD MAY GO TO THE WAITLIST.                    *
023980*----------------------------------------------------------------*
023990 RETIRE-MERGED-STUDENT.
024000         MOVE stu-merge-keep TO studNo.
024010         PERFORM READ-STUDENT-BY-KEY.
024020         MOVE STUDENT-MASTER-RECORD TO stu-after-image.
024030         MOVE stu-merge-retire TO studNo.
024040         PERFORM READ-STUDENT-BY-KEY.
024050         MOVE STUDENT-MASTER-RECORD TO stu-before-image.
024060         MOVE course-M TO stu-check-course.
024070         PERFORM ARCHIVE-DELETED-STUDENT.
024080         IF stu-archive-error
024090             DISPLAY "WARNING - ARCHIVE WRITE FAILED"
024100             DISPLAY "STUDENTS NOT MERGED"
024110         ELSE
024120             DELETE STUDENT-MASTER RECORD
024130                 INVALID KEY
024140                     DISPLAY "WARNING - NOT ON FILE"
024150             END-DELETE
024160             IF stu-file-ok
024170                 COMPUTE COUNTER = COUNTER - 1
024180                 MOVE "MERGE" TO stu-audit-action
024190                 PERFORM WRITE-AUDIT-RECORD
024200                 PERFORM MERGE-GUARDIAN-CONTACTS
024210                 PERFORM MERGE-WAITLIST-ENTRIES
024220                 PERFORM MERGE-GRADE-RECORDS
024230                 PERFORM MERGE-LEDGER-ENTRIES
024240                 PERFORM PROMOTE-FROM-WAITLIST
024250                 DISPLAY "STUDENT " stu-merge-retire
024260                     " MERGED INTO " stu-merge-keep
024270             END-IF
024280         END-IF.
024290*
024300*----------------------------------------------------------------*
024310*  MERGE-GUARDIAN-CONTACTS -- EACH CONTACT OF THE RETIRED NUMBER *
024320*  IS RE-KEYED UNDER THE KEPT NUMBER AT ITS NEXT FREE SEQUENCE.  *
024330*  A CONTACT WITH THE SAME MOBILE AND LANDLINE AS ONE THE KEPT   *
024340*  NUMBER ALREADY HAS IS THE SAME GUARDIAN ENTERED TWICE AND IS  *
024350*  DROPPED. THE SCAN RESTARTS AFTER EACH DELETE, AS THE ARCHIVE  *
024360*  OF CONTACTS DOES. A FULL LIST OR A FAILED WRITE STOPS THE     *
024370*  MOVE AND LEAVES THE REST UNDER THE RETIRED NUMBER.            *
024380*----------------------------------------------------------------*
024390 MERGE-GUARDIAN-CONTACTS.
024400         MOVE 0 TO stu-merge-moved.
024410         MOVE 0 TO stu-merge-left.
024420         SET stu-merge-going TO TRUE.
024430         MOVE stu-merge-retire TO stu-guard-sno.
024440         PERFORM START-GUARDIAN-SCAN.
024450         PERFORM MERGE-ONE-GUARDIAN
024460             UNTIL stu-guard-eof OR stu-merge-stopped.
024470         IF stu-merge-moved > 0
024480             DISPLAY stu-merge-moved " CONTACT(S) MOVED"
024490         END-IF.
024500         IF stu-merge-left > 0
024510             DISPLAY stu-merge-left " CONTACT(S) ALREADY ON FILE"
024520         END-IF.
024530*
024540 MERGE-ONE-GUARDIAN.
024550         MOVE GUARDIAN-RECORD TO stu-merge-guardian.
024560         PERFORM SCAN-KEPT-CONTACTS.
024570         IF stu-merge-new-contact AND stu-contact-seq > 99
024580             DISPLAY "CONTACT LIST FULL FOR " stu-merge-keep
024590                 " - REST LEFT UNDER " stu-merge-retire
024600             SET stu-merge-stopped TO TRUE
024610         ELSE
024620             IF stu-merge-new-contact
024630                 MOVE stu-merge-guardian TO GUARDIAN-RECORD
024640                 MOVE stu-merge-keep     TO SNo-G
024650                 MOVE stu-contact-seq    TO contact-seq-G
024660                 WRITE GUARDIAN-RECORD
024670                     INVALID KEY
024680                         DISPLAY "WARNING - CONTACT WRITE FAILED"
024690                 END-WRITE
024700             END-IF
024710             IF stu-merge-dup-contact OR stu-guard-ok
024720                 MOVE stu-merge-guardian TO GUARDIAN-RECORD
024730                 DELETE GUARDIAN-FILE RECORD
024740                     INVALID KEY
024750                         CONTINUE
024760                 END-DELETE
024770                 IF stu-merge-dup-contact
024780                     COMPUTE stu-merge-left = stu-merge-left + 1
024790                 ELSE
024800                     COMPUTE stu-merge-moved = stu-merge-moved + 1
024810                 END-IF
024820             ELSE
024830                 SET stu-merge-stopped TO TRUE
024840             END-IF
024850         END-IF.
024860         MOVE stu-merge-retire TO stu-guard-sno.
024870         PERFORM START-GUARDIAN-SCAN.
024880*
024890 SCAN-KEPT-CONTACTS.
024900         MOVE 1 TO stu-contact-seq.
024910         SET stu-merge-new-contact TO TRUE.
024920         MOVE stu-merge-keep TO stu-guard-sno.
024930         PERFORM START-GUARDIAN-SCAN.
024940         PERFORM CHECK-KEPT-CONTACT UNTIL stu-guard-eof.
024950*
024960 CHECK-KEPT-CONTACT.
024970         COMPUTE stu-contact-seq = contact-seq-G + 1.
024980         IF contact-no-G = stu-mg-contact-no
024990             SET stu-merge-dup-contact TO TRUE
025000         END-IF.
025010         PERFORM READ-NEXT-GUARDIAN-RECORD.
025020*
025030*----------------------------------------------------------------*
025040*  MERGE-WAITLIST-ENTRIES -- A WAITING ENTRY UNDER THE RETIRED   *
025050*  NUMBER IS RE-POINTED AT THE KEPT STUDENT, OR CANCELLED WHEN   *
025060*  THE KEPT STUDENT IS ALREADY IN THAT COURSE. THE WAITLIST IS   *
025070*  RE-OPENED I-O FOR THE PASS, AS PROMOTE-FROM-WAITLIST DOES.    *
025080*----------------------------------------------------------------*
025090 MERGE-WAITLIST-ENTRIES.
025100         MOVE 0 TO stu-merge-moved.
025110         MOVE 0 TO stu-merge-left.
025120         MOVE stu-merge-keep TO studNo.
025130         PERFORM READ-STUDENT-BY-KEY.
025140         CLOSE STUDENT-WAITLIST.
025150         OPEN I-O STUDENT-WAITLIST.
025160         SET stu-not-eof TO TRUE.
025170         PERFORM READ-NEXT-WAITLIST-RECORD.
025180         PERFORM MERGE-ONE-WAITLIST UNTIL stu-eof.
025190         CLOSE STUDENT-WAITLIST.
025200         OPEN EXTEND STUDENT-WAITLIST.
025210         IF stu-merge-moved > 0
025220             DISPLAY stu-merge-moved " WAITLIST ENTRY(S) MOVED"
025230         END-IF.
025240         IF stu-merge-left > 0
025250             DISPLAY stu-merge-left " WAITLIST ENTRY(S) CANCELLED"
025260         END-IF.
025270*
025280 MERGE-ONE-WAITLIST.
025290         IF wait-waiting AND SNo-W = stu-merge-retire
025300             IF course-W = course-M
025310                 SET wait-cancelled TO TRUE
025320                 COMPUTE stu-merge-left = stu-merge-left + 1
025330             ELSE
025340                 MOVE SNo-M      TO SNo-W
025350                 MOVE fullname-M TO fullname-W
025360                 MOVE age-M      TO age-W
025370                 MOVE mobile-M   TO mobile-W
025380                 MOVE landline-M TO landline-W
025390                 MOVE birth-date-M TO birth-date-W
025400                 MOVE year-level-M TO year-level-W
025410                 COMPUTE stu-merge-moved = stu-merge-moved + 1
025420             END-IF
025430             REWRITE STUDENT-WAITLIST-RECORD
025440         END-IF.
025450         PERFORM READ-NEXT-WAITLIST-RECORD.
025460*
025470*----------------------------------------------------------------*
025480*  MERGE-GRADE-RECORDS -- EACH GRADE OF THE RETIRED NUMBER IS    *
025490*  RE-KEYED UNDER THE KEPT NUMBER AND AUDITED AS A GRDCHG. A     *
025500*  GRADE THE KEPT NUMBER ALREADY HOLDS FOR THE SAME TERM AND     *
025510*  SUBJECT IS NOT OVERWRITTEN: THE OLD ONE STAYS UNDER THE       *
025520*  RETIRED NUMBER AND IS LISTED FOR THE REGISTRAR TO SETTLE. THE *
025530*  SCAN RESUMES PAST THE KEY JUST HANDLED.                       *
025540*----------------------------------------------------------------*
025550 MERGE-GRADE-RECORDS.
025560         MOVE 0 TO stu-merge-moved.
025570         MOVE 0 TO stu-merge-left.
025580         MOVE stu-merge-retire TO stu-grade-sno.
025590         PERFORM START-GRADE-SCAN.
025600         PERFORM MERGE-ONE-GRADE UNTIL stu-grade-eof.
025610         IF stu-merge-moved > 0
025620             DISPLAY stu-merge-moved " GRADE(S) MOVED"
025630         END-IF.
025640         IF stu-merge-left > 0
025650             DISPLAY stu-merge-left " GRADE(S) LEFT UNDER "
025660                 stu-merge-retire
025670         END-IF.
025680*
025690 MERGE-ONE-GRADE.
025700         MOVE GRADE-RECORD TO stu-merge-grade.
025710         MOVE GRADE-RECORD TO stu-before-image.
025720         MOVE stu-merge-keep TO SNo-D.
025730         WRITE GRADE-RECORD
025740             INVALID KEY
025750                 DISPLAY "GRADE " term-D " " subject-D
025760                     " ALREADY ON FILE FOR " stu-merge-keep
025770         END-WRITE.
025780         IF stu-grade-ok
025790             MOVE "GRDCHG" TO stu-audit-action
025800             MOVE GRADE-RECORD TO stu-after-image
025810             PERFORM WRITE-AUDIT-RECORD
025820             MOVE stu-merge-grade TO GRADE-RECORD
025830             DELETE GRADE-FILE RECORD
025840                 INVALID KEY
025850                     CONTINUE
025860             END-DELETE
025870             COMPUTE stu-merge-moved = stu-merge-moved + 1
025880         ELSE
025890             COMPUTE stu-merge-left = stu-merge-left + 1
025900         END-IF.
025910         MOVE stu-merge-grade TO GRADE-RECORD.
025920         START GRADE-FILE
025930             KEY IS GREATER THAN grade-key-D
025940             INVALID KEY
025950                 SET stu-grade-eof TO TRUE
025960             NOT INVALID KEY
025970                 PERFORM READ-NEXT-GRADE-RECORD
025980         END-START.
025990*
026000*----------------------------------------------------------------*
026010*  MERGE-LEDGER-ENTRIES -- EACH FEE-LEDGER ENTRY OF THE RETIRED  *
026020*  NUMBER IS APPENDED UNDER THE KEPT NUMBER AFTER ITS HIGHEST    *
026030*  ENTRY SEQUENCE, DATE, AMOUNT AND OPERATOR UNCHANGED, SO THE   *
026040*  STATEMENT AND BALANCE COME OUT AS ONE ACCOUNT. A FAILED WRITE *
026050*  STOPS THE MOVE.                                               *
026060*----------------------------------------------------------------*
026070 MERGE-LEDGER-ENTRIES.
026080         MOVE 0 TO stu-merge-moved.
026090         MOVE 0 TO stu-merge-seq.
026100         MOVE stu-merge-keep TO stu-fee-sno.
026110         PERFORM START-LEDGER-SCAN.
026120         PERFORM NOTE-KEPT-LEDGER-SEQ UNTIL stu-fee-eof.
026130         MOVE stu-merge-retire TO stu-fee-sno.
026140         PERFORM START-LEDGER-SCAN.
026150         PERFORM MERGE-ONE-LEDGER-ENTRY UNTIL stu-fee-eof.
026160         IF stu-merge-moved > 0
026170             DISPLAY stu-merge-moved " LEDGER ENTRY(S) MOVED"
026180         END-IF.
026190*
026200 NOTE-KEPT-LEDGER-SEQ.
026210         MOVE entry-seq-F TO stu-merge-seq.
026220         PERFORM READ-NEXT-LEDGER-RECORD.
026230*
026240 MERGE-ONE-LEDGER-ENTRY.
026250         MOVE FEE-LEDGER-RECORD TO stu-merge-ledger.
026260         COMPUTE stu-merge-seq = stu-merge-seq + 1.
026270         MOVE stu-merge-keep TO SNo-F.
026280         MOVE stu-merge-seq  TO entry-seq-F.
026290         WRITE FEE-LEDGER-RECORD
026300             INVALID KEY
026310                 DISPLAY "WARNING - LEDGER WRITE FAILED"
026320         END-WRITE.
026330         IF stu-fee-ok
026340             MOVE stu-merge-ledger TO FEE-LEDGER-RECORD
026350             DELETE FEE-LEDGER RECORD
026360                 INVALID KEY
026370                     CONTINUE
026380             END-DELETE
026390             COMPUTE stu-merge-moved = stu-merge-moved + 1
026400             PERFORM START-LEDGER-SCAN
026410         ELSE
026420             DISPLAY "REMAINING ENTRIES LEFT UNDER "
026430                 stu-merge-retire
026440             SET stu-fee-eof TO TRUE
026450         END-IF.
026460*
026470*----------------------------------------------------------------*
026480*  VIEW-STUDENT                                                  *
026490*----------------------------------------------------------------*
026500 VIEW-STUDENT.
026510         IF COUNTER = 0
026520             DISPLAY "THE ROSTER IS EMPTY"
026530         ELSE
026540             DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING
026550             ACCEPT studNo
026560             PERFORM READ-STUDENT-BY-KEY
026570             IF stu-not-found
026580                 DISPLAY "STUDENT NOT FOUND"
026590             ELSE
026600                 PERFORM DISPLAY-STUDENT-DETAIL
026610             END-IF
026620         END-IF.
026630*
026640 DISPLAY-STUDENT-DETAIL.
026650         DISPLAY "NAME: " WITH NO ADVANCING.
026660         DISPLAY fullname-M.
026670         DISPLAY "COURSE: " WITH NO ADVANCING.
026680         DISPLAY course-M.
026690         DISPLAY "AGE: " WITH NO ADVANCING.
026700         DISPLAY age-M.
026710         DISPLAY "DATE OF BIRTH: " birth-date-M.
026720         DISPLAY "YEAR LEVEL: " year-level-M.
026730         PERFORM FORMAT-STATUS-TEXT.
026740         DISPLAY "STATUS: " stu-status-text.
026750         DISPLAY "CONTACT DETAILS:".
026760         DISPLAY "MOBILE NO.: " WITH NO ADVANCING.
026770         DISPLAY mobile-M.
026780         DISPLAY "LANDLINE NO.: " landline-M.
026790         DISPLAY "EMERGENCY CONTACTS:".
026800         MOVE SNo-M TO stu-guard-sno.
026810         PERFORM LIST-GUARDIAN-CONTACTS.
026820*
026830*----------------------------------------------------------------*
026840*  FORMAT-STATUS-TEXT -- TURNS THE ENROLLMENT STATUS BYTE OF THE *
026850*  MASTER RECORD ON HAND INTO ITS DISPLAY WORD. A RECORD FROM    *
026860*  BEFORE THE STATUS FIELD EXISTED READS AS ENROLLED.            *
026870*----------------------------------------------------------------*
026880 FORMAT-STATUS-TEXT.
026890         IF graduated-M
026900             MOVE "GRADUATED" TO stu-status-text
026910         ELSE
026920             IF on-leave-M
026930                 MOVE "ON LEAVE" TO stu-status-text
026940             ELSE
026950                 MOVE "ENROLLED" TO stu-status-text
026960             END-IF
026970         END-IF.
026980*
026990*----------------------------------------------------------------*
027000*  VIEW-ALL-STUDENTS -- LISTS THE WHOLE ROSTER STRAIGHT OFF THE  *
027010*  MASTER FILE WITH A START/READ NEXT PASS.                      *
027020*----------------------------------------------------------------*
027030 VIEW-ALL-STUDENTS.
027040         PERFORM START-STUDENT-SCAN.
027050         PERFORM VIEW-ONE-STUDENT UNTIL stu-eof.
027060*
027070 VIEW-ONE-STUDENT.
027080         DISPLAY "NAME: " fullname-M.
027090         DISPLAY "COURSE: " course-M.
027100         DISPLAY "AGE: " age-M.
027110         DISPLAY "DATE OF BIRTH: " birth-date-M.
027120         DISPLAY "YEAR LEVEL: " year-level-M.
027130         DISPLAY "CONTACT DETAILS: ".
027140         DISPLAY "MOBILE NO.: " mobile-M.
027150         DISPLAY "LANDLINE NO.: " landline-M.
027160         PERFORM READ-NEXT-STUDENT-RECORD.
027170*
027180*----------------------------------------------------------------*
027190*  CLASS-ROSTER-REPORT -- LISTS EVERY STUDENT GROUPED BY COURSE  *
027200*  AND WITHIN IT BY YEAR LEVEL, SORTED BY COURSE, YEAR LEVEL     *
027210*  THEN SNO, WITH A HEADER PER COURSE SECTION AND A HEADER AND   *
027220*  A STUDENT COUNT PER YEAR LEVEL.                               *
027230*  THE OFFICIAL COPY IS ALSO WRITTEN TO THE ROSTRPT PRINT FILE   *
027240*  WITH PAGE HEADINGS AND A RECORD-COUNT TRAILER; THE SCREEN     *
027250*  LISTING STAYS FOR QUICK LOOKS.                                *
027260*----------------------------------------------------------------*
027270 CLASS-ROSTER-REPORT.
027280         IF COUNTER = 0
027290             DISPLAY "THE ROSTER IS EMPTY"
027300         ELSE
027310             MOVE SPACES TO stu-last-course
027320             ACCEPT stu-run-date FROM DATE YYYYMMDD
027330             SET stu-rpt-not-open TO TRUE
027340             OPEN OUTPUT ROSTER-PRINT
027350             IF stu-rosprt-ok
027360                 SET stu-rpt-open TO TRUE
027370             ELSE
027380                 DISPLAY "WARNING - CANNOT OPEN ROSTRPT"
027390             END-IF
027400             MOVE 0 TO stu-page-count
027410             MOVE 0 TO stu-roster-count
027420             PERFORM PRINT-ROSTER-HEADINGS
027430             SORT SORT-WORK
027440                 ON ASCENDING KEY course-S year-S SNo-S
027450                 INPUT PROCEDURE IS RELEASE-ROSTER-INPUT
027460                 OUTPUT PROCEDURE IS PRINT-ROSTER-OUTPUT
027470             IF stu-rpt-open
027480                 MOVE stu-roster-count TO stu-tr-count
027490                 MOVE " STUDENT(S) **" TO stu-tr-label
027500                 WRITE ROSTER-PRINT-LINE FROM stu-report-trailer
027510                     AFTER ADVANCING 2 LINES
027520                 CLOSE ROSTER-PRINT
027530                 DISPLAY "OFFICIAL COPY WRITTEN TO ROSTRPT"
027540             END-IF
027550         END-IF.
027560*
027570*----------------------------------------------------------------*
027580*  RELEASE-ROSTER-INPUT -- SORT INPUT PROCEDURE SHARED BY BOTH   *
027590*  REPORTS: ONE START/READ NEXT PASS OVER THE MASTER, RELEASING  *
027600*  EVERY ACTIVELY ENROLLED RECORD TO THE SORT. STUDENTS ON      *
027610*  LEAVE OR GRADUATED ARE LEFT OUT - MENU 19 LISTS THEM.        *
027620*----------------------------------------------------------------*
027630 RELEASE-ROSTER-INPUT.
027640         PERFORM START-STUDENT-SCAN.
027650         PERFORM RELEASE-ONE-STUDENT UNTIL stu-eof.
027660*
027670 RELEASE-ONE-STUDENT.
027680         IF enrolled-M
027690             MOVE course-M    TO course-S
027700             MOVE SNo-M       TO SNo-S
027710             MOVE fullname-M  TO fullname-S
027720             MOVE age-M       TO age-S
027730             MOVE mobile-M    TO mobile-S
027740             MOVE landline-M  TO landline-S
027750             MOVE ZEROS       TO wdate-S
027760             IF year-level-M NUMERIC
027770                 MOVE year-level-M TO year-S
027780             ELSE
027790                 MOVE 0 TO year-S
027800             END-IF
027810             RELEASE SORT-RECORD
027820         END-IF.
027830         PERFORM READ-NEXT-STUDENT-RECORD.
027840*
027850 PRINT-ROSTER-OUTPUT.
027860         SET stu-not-eof TO TRUE.
027870         PERFORM RETURN-NEXT-SORTED-STUDENT.
027880         PERFORM PRINT-ROSTER-LINE UNTIL stu-eof.
027890         IF stu-roster-count > 0
027900             PERFORM PRINT-ROSTER-YEAR-COUNT
027910         END-IF.
027920*
027930 RETURN-NEXT-SORTED-STUDENT.
027940         RETURN SORT-WORK RECORD
027950             AT END
027960                 SET stu-eof TO TRUE
027970         END-RETURN.
027980*
027990 PRINT-ROSTER-HEADINGS.
028000         COMPUTE stu-page-count = stu-page-count + 1.
028010         IF stu-rpt-open
028020             MOVE stu-run-date TO stu-rt-date
028030             MOVE stu-page-count TO stu-rt-page
028040             WRITE ROSTER-PRINT-LINE FROM stu-roster-title
028050                 AFTER ADVANCING PAGE
028060             WRITE ROSTER-PRINT-LINE FROM stu-roster-colhead
028070                 AFTER ADVANCING 1 LINE
028080         END-IF.
028090         MOVE 2 TO stu-line-count.
028100*
028110 PRINT-ROSTER-LINE.
028120         IF stu-line-count >= stu-lines-per-page
028130             PERFORM PRINT-ROSTER-HEADINGS
028140         END-IF
028150         IF stu-last-course NOT = SPACES
028160             IF course-S NOT = stu-last-course
028170             OR year-S NOT = stu-last-year
028180                 PERFORM PRINT-ROSTER-YEAR-COUNT
028190             END-IF
028200         END-IF
028210         IF course-S NOT = stu-last-course
028220             MOVE course-S TO stu-lookup-course
028230             PERFORM GET-COURSE-TITLE
028240             DISPLAY " "
028250             DISPLAY "CLASS ROSTER - " stu-course-title
028260                 "  RUN DATE: " stu-run-date
028270             DISPLAY "NAME / SNO / AGE / YR / MOBILE / LANDLINE"
028280             IF stu-rpt-open
028290                 MOVE stu-course-title TO stu-rg-title
028300                 WRITE ROSTER-PRINT-LINE FROM stu-roster-group
028310                     AFTER ADVANCING 2 LINES
028320             END-IF
028330             COMPUTE stu-line-count = stu-line-count + 2
028340             MOVE course-S TO stu-last-course
028350             PERFORM PRINT-ROSTER-YEAR-HEAD
028360         ELSE
028370             IF year-S NOT = stu-last-year
028380                 PERFORM PRINT-ROSTER-YEAR-HEAD
028390             END-IF
028400         END-IF
028410         DISPLAY fullname-S " " SNo-S " " age-S " " year-S " "
028420             mobile-S " " landline-S
028430         IF stu-rpt-open
028440             MOVE fullname-S  TO stu-rd-name
028450             MOVE SNo-S       TO stu-rd-sno
028460             MOVE age-S       TO stu-rd-age
028470             MOVE year-S      TO stu-rd-year
028480             MOVE mobile-S    TO stu-rd-mobile
028490             MOVE landline-S  TO stu-rd-landline
028500             WRITE ROSTER-PRINT-LINE FROM stu-roster-detail
028510                 AFTER ADVANCING 1 LINE
028520         END-IF
028530         COMPUTE stu-line-count = stu-line-count + 1
028540         COMPUTE stu-roster-count = stu-roster-count + 1
028550         COMPUTE stu-year-count = stu-year-count + 1
028560         PERFORM RETURN-NEXT-SORTED-STUDENT.
028570*
028580*----------------------------------------------------------------*
028590*  PRINT-ROSTER-YEAR-HEAD / PRINT-ROSTER-YEAR-COUNT -- OPEN AND  *
028600*  CLOSE ONE YEAR-LEVEL GROUP WITHIN A COURSE SECTION. STUDENTS  *
028610*  WITH NO YEAR LEVEL RECORDED SORT FIRST AND PRINT AS SUCH.     *
028620*----------------------------------------------------------------*
028630 PRINT-ROSTER-YEAR-HEAD.
028640         MOVE year-S TO stu-last-year.
028650         MOVE 0 TO stu-year-count.
028660         MOVE year-S TO stu-year-digit.
028670         PERFORM FORMAT-YEAR-TEXT.
028680         DISPLAY "  YEAR LEVEL " stu-year-text.
028690         IF stu-rpt-open
028700             MOVE stu-year-text TO stu-yh-year
028710             WRITE ROSTER-PRINT-LINE FROM stu-roster-year-head
028720                 AFTER ADVANCING 2 LINES
028730         END-IF.
028740         COMPUTE stu-line-count = stu-line-count + 2.
028750*
028760 PRINT-ROSTER-YEAR-COUNT.
028770         MOVE stu-last-year TO stu-year-digit.
028780         PERFORM FORMAT-YEAR-TEXT.
028790         DISPLAY "  YEAR LEVEL " stu-year-text " - "
028800             stu-year-count " STUDENT(S)".
028810         IF stu-rpt-open
028820             MOVE stu-year-text TO stu-yt-year
028830             MOVE stu-year-count TO stu-yt-count
028840             WRITE ROSTER-PRINT-LINE FROM stu-roster-year-total
028850                 AFTER ADVANCING 1 LINE
028860         END-IF.
028870         COMPUTE stu-line-count = stu-line-count + 1.
028880*
028890 FORMAT-YEAR-TEXT.
028900         IF stu-year-digit = 0
028910             MOVE "NOT RECORDED" TO stu-year-text
028920         ELSE
028930             MOVE stu-year-digit TO stu-year-text
028940         END-IF.
028950*
028960*----------------------------------------------------------------*
028970*  COURSE-ENROLLMENT-SUMMARY -- COUNTS STUDENTS PER COURSE AND   *
028980*  PRINTS A ONE-LINE-PER-COURSE SUMMARY PLUS A GRAND TOTAL, EACH *
028990*  LINE BROKEN DOWN BY YEAR LEVEL (NOT RECORDED, THEN 1 TO 9).   *
029000*  THE OFFICIAL COPY IS ALSO WRITTEN TO THE SUMMRPT PRINT FILE   *
029010*  WITH PAGE HEADINGS AND A COURSE-COUNT TRAILER.                *
029020*----------------------------------------------------------------*
029030 COURSE-ENROLLMENT-SUMMARY.
029040         IF COUNTER = 0
029050             DISPLAY "THE ROSTER IS EMPTY"
029060         ELSE
029070             MOVE SPACES TO stu-last-course
029080             MOVE 0 TO stu-grand-total
029090             MOVE 0 TO stu-summary-count
029100             MOVE ZEROS TO stu-year-course-counts
029110             MOVE ZEROS TO stu-year-grand-counts
029120             ACCEPT stu-run-date FROM DATE YYYYMMDD
029130             SET stu-rpt-not-open TO TRUE
029140             OPEN OUTPUT SUMMARY-PRINT
029150             IF stu-sumprt-ok
029160                 SET stu-rpt-open TO TRUE
029170             ELSE
029180                 DISPLAY "WARNING - CANNOT OPEN SUMMRPT"
029190             END-IF
029200             MOVE 0 TO stu-page-count
029210             PERFORM PRINT-SUMMARY-HEADINGS
029220             SORT SORT-WORK
029230                 ON ASCENDING KEY course-S
029240                 INPUT PROCEDURE IS RELEASE-ROSTER-INPUT
029250                 OUTPUT PROCEDURE IS TALLY-SUMMARY-OUTPUT
029260             PERFORM PRINT-COURSE-TOTAL
029270             MOVE stu-grand-total TO stu-sg-count
029280             PERFORM MOVE-GRAND-YEAR-CELL
029290                 VARYING stu-year-ix FROM 1 BY 1
029300                 UNTIL stu-year-ix > 10
029310             DISPLAY stu-summary-total
029320             IF stu-rpt-open
029330                 WRITE SUMMARY-PRINT-LINE FROM stu-summary-total
029340                     AFTER ADVANCING 2 LINES
029350                 MOVE stu-summary-count TO stu-tr-count
029360                 MOVE " COURSE(S) **" TO stu-tr-label
029370                 WRITE SUMMARY-PRINT-LINE FROM stu-report-trailer
029380                     AFTER ADVANCING 2 LINES
029390                 CLOSE SUMMARY-PRINT
029400                 DISPLAY "OFFICIAL COPY WRITTEN TO SUMMRPT"
029410             END-IF
029420         END-IF.
029430*
029440 PRINT-SUMMARY-HEADINGS.
029450         COMPUTE stu-page-count = stu-page-count + 1.
029460         IF stu-page-count = 1
029470             DISPLAY stu-summary-colhead
029480         END-IF.
029490         IF stu-rpt-open
029500             MOVE stu-run-date TO stu-st-date
029510             MOVE stu-page-count TO stu-st-page
029520             WRITE SUMMARY-PRINT-LINE FROM stu-summary-title
029530                 AFTER ADVANCING PAGE
029540             WRITE SUMMARY-PRINT-LINE FROM stu-summary-colhead
029550                 AFTER ADVANCING 1 LINE
029560         END-IF.
029570         MOVE 2 TO stu-line-count.
029580*
029590 TALLY-SUMMARY-OUTPUT.
029600         SET stu-not-eof TO TRUE.
029610         PERFORM RETURN-NEXT-SORTED-STUDENT.
029620         PERFORM TALLY-COURSE-LINE UNTIL stu-eof.
029630*
029640 TALLY-COURSE-LINE.
029650         IF course-S NOT = stu-last-course
029660             IF stu-last-course NOT = SPACES
029670                 PERFORM PRINT-COURSE-TOTAL
029680             END-IF
029690             MOVE course-S TO stu-last-course
029700             MOVE 0 TO stu-course-count
029710             MOVE ZEROS TO stu-year-course-counts
029720         END-IF
029730         COMPUTE stu-course-count = stu-course-count + 1.
029740         COMPUTE stu-grand-total = stu-grand-total + 1.
029750         COMPUTE stu-year-ix = year-S + 1.
029760         COMPUTE stu-yc-course(stu-year-ix) =
029770             stu-yc-course(stu-year-ix) + 1.
029780         COMPUTE stu-yc-grand(stu-year-ix) =
029790             stu-yc-grand(stu-year-ix) + 1.
029800         PERFORM RETURN-NEXT-SORTED-STUDENT.
029810*
029820 PRINT-COURSE-TOTAL.
029830         IF stu-line-count >= stu-lines-per-page
029840             PERFORM PRINT-SUMMARY-HEADINGS
029850         END-IF.
029860         MOVE stu-last-course TO stu-lookup-course.
029870         PERFORM GET-COURSE-TITLE.
029880         MOVE stu-course-title TO stu-sd-title.
029890         MOVE stu-course-count TO stu-sd-count.
029900         PERFORM MOVE-COURSE-YEAR-CELL
029910             VARYING stu-year-ix FROM 1 BY 1
029920             UNTIL stu-year-ix > 10.
029930         DISPLAY stu-summary-detail.
029940         IF stu-rpt-open
029950             WRITE SUMMARY-PRINT-LINE FROM stu-summary-detail
029960                 AFTER ADVANCING 1 LINE
029970         END-IF.
029980         COMPUTE stu-line-count = stu-line-count + 1.
029990         COMPUTE stu-summary-count = stu-summary-count + 1.
030000*
030010 MOVE-COURSE-YEAR-CELL.
030020         MOVE stu-yc-course(stu-year-ix)
030030             TO stu-sd-year(stu-year-ix).
030040*
030050 MOVE-GRAND-YEAR-CELL.
030060         MOVE stu-yc-grand(stu-year-ix)
030070             TO stu-sg-year(stu-year-ix).
030080*
030090*----------------------------------------------------------------*
030100*  GET-COURSE-TITLE -- LOOKS UP THE OFFICIAL TITLE FOR THE      *
030110*  COURSE IN stu-lookup-course. AN UNKNOWN CODE FALLS BACK TO   *
030120*  THE FULL STORED VALUE SO OLD FREE-TEXT COURSES STILL PRINT   *
030130*  ON REPORTS UNTRUNCATED.                                      *
030140*----------------------------------------------------------------*
030150 GET-COURSE-TITLE.
030160         MOVE stu-lookup-course TO course-code-C.
030170         READ COURSE-REFERENCE
030180             INVALID KEY
030190                 MOVE stu-lookup-course TO stu-course-title
030200             NOT INVALID KEY
030210                 MOVE course-title-C TO stu-course-title
030220         END-READ.
030230*
030240*----------------------------------------------------------------*
030250*  WITHDRAWALS-REPORT -- READS STUDENT-ARCHIVE FOR A FROM/TO     *
030260*  DATE RANGE AND PRINTS THE WITHDRAWALS GROUPED BY COURSE WITH  *
030270*  PER-COURSE AND OVERALL COUNTS, IN THE SAME GROUPED STYLE AS   *
030280*  CLASS-ROSTER-REPORT. THE OFFICIAL COPY GOES TO THE WDRWRPT    *
030290*  PRINT FILE WITH PAGE HEADINGS AND A COUNT TRAILER.            *
030300*----------------------------------------------------------------*
030310 WITHDRAWALS-REPORT.
030320         PERFORM ACCEPT-VALID-FROM-DATE.
030330         PERFORM ACCEPT-VALID-TO-DATE.
030340         MOVE SPACES TO stu-last-course.
030350         MOVE 0 TO stu-course-count.
030360         MOVE 0 TO stu-grand-total.
030370         ACCEPT stu-run-date FROM DATE YYYYMMDD.
030380         SET stu-rpt-not-open TO TRUE.
030390         OPEN OUTPUT WITHDRAWN-PRINT.
030400         IF stu-wdrprt-ok
030410             SET stu-rpt-open TO TRUE
030420         ELSE
030430             DISPLAY "WARNING - CANNOT OPEN WDRWRPT"
030440         END-IF.
030450         MOVE 0 TO stu-page-count.
030460         PERFORM PRINT-WITHDRAWN-HEADINGS.
030470         SORT SORT-WORK
030480             ON ASCENDING KEY course-S SNo-S
030490             INPUT PROCEDURE IS RELEASE-WITHDRAWALS-INPUT
030500             OUTPUT PROCEDURE IS PRINT-WITHDRAWALS-OUTPUT.
030510         IF stu-grand-total = 0
030520             DISPLAY "NO WITHDRAWALS IN THAT PERIOD"
030530         ELSE
030540             PERFORM PRINT-WITHDRAWN-COURSE-TOTAL
030550             DISPLAY "TOTAL WITHDRAWALS: " stu-grand-total
030560         END-IF.
030570         IF stu-rpt-open
030580             MOVE stu-grand-total TO stu-wg-count
030590             WRITE WITHDRAWN-PRINT-LINE FROM stu-wdrw-grand
030600                 AFTER ADVANCING 2 LINES
030610             MOVE stu-grand-total TO stu-tr-count
030620             MOVE " STUDENT(S) **" TO stu-tr-label
030630             WRITE WITHDRAWN-PRINT-LINE FROM stu-report-trailer
030640                 AFTER ADVANCING 2 LINES
030650             CLOSE WITHDRAWN-PRINT
030660             DISPLAY "OFFICIAL COPY WRITTEN TO WDRWRPT"
030670         END-IF.
030680*
030690 ACCEPT-VALID-FROM-DATE.
030700         SET stu-not-valid TO TRUE.
030710         PERFORM GET-FROM-DATE UNTIL stu-valid.
030720*
030730 GET-FROM-DATE.
030740         DISPLAY "FROM DATE (YYYYMMDD): " WITH NO ADVANCING.
030750         ACCEPT stu-from-date.
030760         IF stu-from-date NUMERIC AND stu-from-date > 0
030770             SET stu-valid TO TRUE
030780         ELSE
030790             DISPLAY "INVALID DATE - MUST BE YYYYMMDD"
030800         END-IF.
030810*
030820 ACCEPT-VALID-TO-DATE.
030830         SET stu-not-valid TO TRUE.
030840         PERFORM GET-TO-DATE UNTIL stu-valid.
030850*
030860 GET-TO-DATE.
030870         DISPLAY "TO DATE (YYYYMMDD): " WITH NO ADVANCING.
030880         ACCEPT stu-to-date.
030890         IF stu-to-date NUMERIC AND stu-to-date >= stu-from-date
030900             SET stu-valid TO TRUE
030910         ELSE
030920             DISPLAY "INVALID DATE - MUST BE YYYYMMDD, NOT "
030930                 "BEFORE THE FROM DATE"
030940         END-IF.
030950*
030960*----------------------------------------------------------------*
030970*  RELEASE-WITHDRAWALS-INPUT -- SORT INPUT PROCEDURE: ONE PASS   *
030980*  OVER STUDENT-ARCHIVE RELEASING EVERY RECORD WHOSE WITHDRAWN   *
030990*  DATE FALLS IN THE REQUESTED RANGE. THE ARCHIVE SITS OPEN FOR  *
031000*  EXTEND ALL SESSION, SO IT IS CLOSED, RE-READ FOR INPUT AND    *
031010*  RE-OPENED FOR EXTEND AROUND THE PASS.                         *
031020*----------------------------------------------------------------*
031030 RELEASE-WITHDRAWALS-INPUT.
031040         CLOSE STUDENT-ARCHIVE.
031050         OPEN INPUT STUDENT-ARCHIVE.
031060         SET stu-not-eof TO TRUE.
031070         PERFORM READ-NEXT-ARCHIVE-RECORD.
031080         PERFORM RELEASE-ONE-WITHDRAWAL UNTIL stu-eof.
031090         CLOSE STUDENT-ARCHIVE.
031100         OPEN EXTEND STUDENT-ARCHIVE.
031110*
031120 RELEASE-ONE-WITHDRAWAL.
031130         IF withdrawn-date-A >= stu-from-date
031140         AND withdrawn-date-A <= stu-to-date
031150             MOVE course-A    TO course-S
031160             MOVE SNo-A       TO SNo-S
031170             MOVE fullname-A  TO fullname-S
031180             MOVE age-A       TO age-S
031190             MOVE mobile-A    TO mobile-S
031200             MOVE landline-A  TO landline-S
031210             MOVE withdrawn-date-A TO wdate-S
031220             MOVE year-level-A TO year-S
031230             RELEASE SORT-RECORD
031240         END-IF
031250         PERFORM READ-NEXT-ARCHIVE-RECORD.
031260*
031270 PRINT-WITHDRAWN-HEADINGS.
031280         COMPUTE stu-page-count = stu-page-count + 1.
031290         IF stu-rpt-open
031300             MOVE stu-run-date TO stu-wt-date
031310             MOVE stu-page-count TO stu-wt-page
031320             MOVE stu-from-date TO stu-wr-from
031330             MOVE stu-to-date TO stu-wr-to
031340             WRITE WITHDRAWN-PRINT-LINE FROM stu-wdrw-title
031350                 AFTER ADVANCING PAGE
031360             WRITE WITHDRAWN-PRINT-LINE FROM stu-wdrw-range
031370                 AFTER ADVANCING 1 LINE
031380             WRITE WITHDRAWN-PRINT-LINE FROM stu-wdrw-colhead
031390                 AFTER ADVANCING 1 LINE
031400         END-IF.
031410         MOVE 3 TO stu-line-count.
031420*
031430 PRINT-WITHDRAWALS-OUTPUT.
031440         SET stu-not-eof TO TRUE.
031450         PERFORM RETURN-NEXT-SORTED-STUDENT.
031460         PERFORM PRINT-WITHDRAWN-LINE UNTIL stu-eof.
031470*
031480 PRINT-WITHDRAWN-LINE.
031490         IF stu-line-count >= stu-lines-per-page
031500             PERFORM PRINT-WITHDRAWN-HEADINGS
031510         END-IF
031520         IF course-S NOT = stu-last-course
031530             IF stu-last-course NOT = SPACES
031540                 PERFORM PRINT-WITHDRAWN-COURSE-TOTAL
031550             END-IF
031560             MOVE course-S TO stu-lookup-course
031570             PERFORM GET-COURSE-TITLE
031580             DISPLAY " "
031590             DISPLAY "WITHDRAWALS - " stu-course-title
031600                 "  FROM " stu-from-date " TO " stu-to-date
031610             DISPLAY "NAME / SNO / WITHDRAWN DATE"
031620             IF stu-rpt-open
031630                 MOVE stu-course-title TO stu-rg-title
031640                 WRITE WITHDRAWN-PRINT-LINE FROM stu-roster-group
031650                     AFTER ADVANCING 2 LINES
031660             END-IF
031670             COMPUTE stu-line-count = stu-line-count + 2
031680             MOVE course-S TO stu-last-course
031690             MOVE 0 TO stu-course-count
031700         END-IF
031710         DISPLAY fullname-S " " SNo-S " " wdate-S
031720         IF stu-rpt-open
031730             MOVE fullname-S TO stu-wd-name
031740             MOVE SNo-S      TO stu-wd-sno
031750             MOVE wdate-S    TO stu-wd-date
031760             WRITE WITHDRAWN-PRINT-LINE FROM stu-wdrw-detail
031770                 AFTER ADVANCING 1 LINE
031780         END-IF
031790         COMPUTE stu-line-count = stu-line-count + 1
031800         COMPUTE stu-course-count = stu-course-count + 1
031810         COMPUTE stu-grand-total = stu-grand-total + 1
031820         PERFORM RETURN-NEXT-SORTED-STUDENT.
031830*
031840 PRINT-WITHDRAWN-COURSE-TOTAL.
031850         MOVE stu-last-course TO stu-lookup-course.
031860         PERFORM GET-COURSE-TITLE.
031870         DISPLAY stu-course-title " - " stu-course-count
031880             " WITHDRAWN".
031890         IF stu-rpt-open
031900             MOVE stu-course-title TO stu-wc-title
031910             MOVE stu-course-count TO stu-wc-count
031920             WRITE WITHDRAWN-PRINT-LINE FROM stu-wdrw-total
031930                 AFTER ADVANCING 1 LINE
031940         END-IF.
031950         COMPUTE stu-line-count = stu-line-count + 1.
031960*
031970*----------------------------------------------------------------*
031980*  EXPORT-STUDENT-ROSTER -- WRITES THE ACTIVELY ENROLLED ROSTER  *
031990*  OUT TO THE FIXED-FORMAT STUDENT-EXTRACT FILE FOR THE          *
032000*  REGISTRAR'S INTAKE JOB TO PICK UP, SO THE ROSTER IS NOT       *
032010*  RE-KEYED BY HAND. LEAVES AND GRADUATES ARE LEFT OUT. A        *
032020*  STUDENT WITH A BALANCE OWING ON THE FEE-LEDGER GOES OUT WITH  *
032030*  THE FEE-HOLD BYTE SET TO H SO THE REGISTRAR CAN HOLD THEIR    *
032040*  RECORDS; THE OPERATOR IS TOLD HOW MANY WERE FLAGGED.          *
032050*----------------------------------------------------------------*
032060 EXPORT-STUDENT-ROSTER.
032070         IF COUNTER = 0
032080             DISPLAY "THE ROSTER IS EMPTY"
032090         ELSE
032100             SET stu-extract-no-error TO TRUE
032110             MOVE 0 TO stu-hold-count
032120             OPEN OUTPUT STUDENT-EXTRACT
032130             IF NOT stu-extract-ok
032140                 SET stu-extract-error TO TRUE
032150                 DISPLAY "WARNING - CANNOT OPEN STUDEXTR"
032160             ELSE
032170                 PERFORM START-STUDENT-SCAN
032180                 PERFORM WRITE-EXTRACT-LINE UNTIL stu-eof
032190                 CLOSE STUDENT-EXTRACT
032200             END-IF
032210             IF stu-extract-error
032220                 DISPLAY "ROSTER EXPORT FAILED"
032230             ELSE
032240                 DISPLAY "ROSTER EXPORTED TO STUDEXTR"
032250                 DISPLAY stu-hold-count
032260                     " STUDENT(S) FLAGGED WITH A FEE HOLD"
032270             END-IF
032280         END-IF.
032290*
032300 WRITE-EXTRACT-LINE.
032310         IF enrolled-M
032320             MOVE SNo-M          TO SNo-X
032330             MOVE fullname-M     TO fullname-X
032340             MOVE course-M       TO course-X
032350             MOVE age-M          TO age-X
032360             MOVE mobile-M       TO mobile-X
032370             MOVE landline-M     TO landline-X
032380             MOVE birth-date-M   TO birth-date-X
032390             MOVE year-level-M   TO year-level-X
032400             MOVE SNo-M          TO stu-fee-sno
032410             PERFORM COMPUTE-FEE-BALANCE
032420             IF stu-fee-balance > 0
032430                 SET fee-held-X TO TRUE
032440                 COMPUTE stu-hold-count = stu-hold-count + 1
032450             ELSE
032460                 SET fee-clear-X TO TRUE
032470             END-IF
032480             WRITE STUDENT-EXTRACT-RECORD
032490             IF NOT stu-extract-ok
032500                 SET stu-extract-error TO TRUE
032510             END-IF
032520         END-IF.
032530         PERFORM READ-NEXT-STUDENT-RECORD.
032540*
032550*----------------------------------------------------------------*
032560*  COURSE-MAINTENANCE -- ADDS, RETIRES, RE-CAPS OR LISTS THE     *
032570*  OFFICIAL COURSE CODES ON COURSE-REFERENCE. RETIRED CODES      *
032580*  STAY ON FILE SO OLD ROSTER RECORDS STILL RESOLVE TO A TITLE,  *
032590*  BUT THEY NO LONGER PASS ACCEPT-VALID-COURSE ON ADD/EDIT.      *
032600*  EACH COURSE CARRIES A MAXIMUM ENROLLMENT; ZERO MEANS NO       *
032610*  LIMIT. THE CAPACITY GATES ADD, REINSTATE AND THE INTAKE       *
032620*  LOAD, WITH THE OVERFLOW GOING TO THE WAITLIST. EACH COURSE    *
032630*  ALSO CARRIES THE PER-TERM TUITION AND MISCELLANEOUS FEE       *
032640*  RATES THE TERM FEE ASSESSMENT CHARGES ITS STUDENTS, AND ITS   *
032650*  LENGTH IN YEARS, WHICH BOUNDS A STUDENT'S YEAR LEVEL AND      *
032660*  TELLS THE ANNUAL ROLLOVER WHO IS IN THE FINAL YEAR.           *
032670*----------------------------------------------------------------*
032680 COURSE-MAINTENANCE.
032690         DISPLAY "COURSE MAINTENANCE".
032700         DISPLAY "[1] ADD COURSE".
032710         DISPLAY "[2] RETIRE COURSE".
032720         DISPLAY "[3] LIST COURSES".
032730         DISPLAY "[4] SET COURSE CAPACITY".
032740         DISPLAY "[5] SET COURSE FEE RATES".
032750         DISPLAY "[6] SET COURSE LENGTH (YEARS)".
032760         DISPLAY "CHOICE: " WITH NO ADVANCING.
032770         ACCEPT CHOICE.
032780         IF CHOICE = 1
032790             PERFORM ADD-COURSE
032800         ELSE
032810             IF CHOICE = 2
032820                 PERFORM RETIRE-COURSE
032830             ELSE
032840                 IF CHOICE = 3
032850                     PERFORM LIST-COURSES
032860                 ELSE
032870                     IF CHOICE = 4
032880                         PERFORM SET-COURSE-CAPACITY
032890                     ELSE
032900                         IF CHOICE = 5
032910                             PERFORM SET-COURSE-FEES
032920                         ELSE
032930                             IF CHOICE = 6
032940                                 PERFORM SET-COURSE-LENGTH
032950                             END-IF
032960                         END-IF
032970                     END-IF
032980                 END-IF
032990             END-IF
033000         END-IF.
033010*
033020 ADD-COURSE.
033030         DISPLAY "ENTER COURSE CODE: " WITH NO ADVANCING.
033040         ACCEPT courseCode.
033050         MOVE courseCode TO course-code-C.
033060         READ COURSE-REFERENCE
033070             INVALID KEY
033080                 DISPLAY "ENTER COURSE TITLE: " WITH NO ADVANCING
033090                 ACCEPT studCourse
033100                 PERFORM ACCEPT-VALID-CAPACITY
033110                 PERFORM ACCEPT-VALID-FEE-RATES
033120                 PERFORM ACCEPT-VALID-COURSE-YEARS
033130                 MOVE courseCode TO course-code-C
033140                 MOVE studCourse TO course-title-C
033150                 MOVE courseMax  TO course-max-C
033160                 MOVE tuitionRate TO tuition-rate-C
033170                 MOVE miscFee    TO misc-fee-C
033180                 MOVE courseYears TO course-years-C
033190                 SET course-active TO TRUE
033200                 WRITE COURSE-REFERENCE-RECORD
033210                     INVALID KEY
033220                         DISPLAY "WARNING - COURSE WRITE FAILED"
033230                 END-WRITE
033240             NOT INVALID KEY
033250                 IF course-retired
033260                     DISPLAY "COURSE IS RETIRED - REACTIVATE "
033270                         "(Y/N)? " WITH NO ADVANCING
033280                     ACCEPT stu-confirm
033290                     IF stu-confirm = "Y" OR stu-confirm = "y"
033300                         SET course-active TO TRUE
033310                         REWRITE COURSE-REFERENCE-RECORD
033320                     END-IF
033330                 ELSE
033340                     DISPLAY "COURSE ALREADY ON FILE"
033350                 END-IF
033360         END-READ.
033370*
033380 RETIRE-COURSE.
033390         DISPLAY "ENTER COURSE CODE: " WITH NO ADVANCING.
033400         ACCEPT courseCode.
033410         MOVE courseCode TO course-code-C.
033420         READ COURSE-REFERENCE
033430             INVALID KEY
033440                 DISPLAY "UNKNOWN COURSE CODE"
033450             NOT INVALID KEY
033460                 SET course-retired TO TRUE
033470                 REWRITE COURSE-REFERENCE-RECORD
033480                 DISPLAY "COURSE RETIRED"
033490         END-READ.
033500*
033510 SET-COURSE-CAPACITY.
033520         DISPLAY "ENTER COURSE CODE: " WITH NO ADVANCING.
033530         ACCEPT courseCode.
033540         MOVE courseCode TO course-code-C.
033550         READ COURSE-REFERENCE
033560             INVALID KEY
033570                 DISPLAY "UNKNOWN COURSE CODE"
033580             NOT INVALID KEY
033590                 DISPLAY "CURRENT MAXIMUM: " course-max-C
033600                 PERFORM ACCEPT-VALID-CAPACITY
033610                 MOVE courseMax TO course-max-C
033620                 REWRITE COURSE-REFERENCE-RECORD
033630                 DISPLAY "COURSE CAPACITY SET"
033640         END-READ.
033650*
033660 ACCEPT-VALID-CAPACITY.
033670         SET stu-not-valid TO TRUE.
033680         PERFORM GET-CAPACITY UNTIL stu-valid.
033690*
033700 GET-CAPACITY.
033710         DISPLAY "MAXIMUM ENROLLMENT (0 = NO LIMIT): "
033720             WITH NO ADVANCING.
033730         ACCEPT courseMax.
033740         IF courseMax NUMERIC
033750             SET stu-valid TO TRUE
033760         ELSE
033770             DISPLAY "INVALID MAXIMUM - MUST BE NUMERIC"
033780         END-IF.
033790*
033800 SET-COURSE-FEES.
033810         DISPLAY "ENTER COURSE CODE: " WITH NO ADVANCING.
033820         ACCEPT courseCode.
033830         MOVE courseCode TO course-code-C.
033840         READ COURSE-REFERENCE
033850             INVALID KEY
033860                 DISPLAY "UNKNOWN COURSE CODE"
033870             NOT INVALID KEY
033880                 MOVE tuition-rate-C TO stu-fee-edit
033890                 MOVE misc-fee-C TO stu-misc-edit
033900                 DISPLAY "CURRENT TUITION PER TERM: " stu-fee-edit
033910                     "  MISCELLANEOUS: " stu-misc-edit
033920                 PERFORM ACCEPT-VALID-FEE-RATES
033930                 MOVE tuitionRate TO tuition-rate-C
033940                 MOVE miscFee TO misc-fee-C
033950                 REWRITE COURSE-REFERENCE-RECORD
033960                 DISPLAY "COURSE FEE RATES SET - THEY APPLY FROM "
033970                     "THE NEXT TERM ASSESSMENT"
033980         END-READ.
033990*
034000 ACCEPT-VALID-FEE-RATES.
034010         SET stu-not-valid TO TRUE.
034020         PERFORM GET-TUITION-RATE UNTIL stu-valid.
034030         SET stu-not-valid TO TRUE.
034040         PERFORM GET-MISC-FEE UNTIL stu-valid.
034050*
034060 GET-TUITION-RATE.
034070         DISPLAY "TUITION PER TERM (0 = NONE): "
034080             WITH NO ADVANCING.
034090         ACCEPT tuitionRate.
034100         IF tuitionRate NUMERIC
034110             SET stu-valid TO TRUE
034120         ELSE
034130             DISPLAY "INVALID RATE - MUST BE NUMERIC"
034140         END-IF.
034150*
034160 GET-MISC-FEE.
034170         DISPLAY "MISCELLANEOUS FEES PER TERM (0 = NONE): "
034180             WITH NO ADVANCING.
034190         ACCEPT miscFee.
034200         IF miscFee NUMERIC
034210             SET stu-valid TO TRUE
034220         ELSE
034230             DISPLAY "INVALID RATE - MUST BE NUMERIC"
034240         END-IF.
034250*
034260 SET-COURSE-LENGTH.
034270         DISPLAY "ENTER COURSE CODE: " WITH NO ADVANCING.
034280         ACCEPT courseCode.
034290         MOVE courseCode TO course-code-C.
034300         READ COURSE-REFERENCE
034310             INVALID KEY
034320                 DISPLAY "UNKNOWN COURSE CODE"
034330             NOT INVALID KEY
034340                 DISPLAY "CURRENT LENGTH: " course-years-C
034350                     " YEAR(S)"
034360                 PERFORM ACCEPT-VALID-COURSE-YEARS
034370                 MOVE courseYears TO course-years-C
034380                 REWRITE COURSE-REFERENCE-RECORD
034390                 DISPLAY "COURSE LENGTH SET"
034400         END-READ.
034410*
034420 ACCEPT-VALID-COURSE-YEARS.
034430         SET stu-not-valid TO TRUE.
034440         PERFORM GET-COURSE-YEARS UNTIL stu-valid.
034450*
034460 GET-COURSE-YEARS.
034470         DISPLAY "COURSE LENGTH IN YEARS (1-9): "
034480             WITH NO ADVANCING.
034490         ACCEPT courseYears.
034500         IF courseYears NUMERIC AND courseYears >= 1
034510             SET stu-valid TO TRUE
034520         ELSE
034530             DISPLAY "INVALID LENGTH - MUST BE 1-9"
034540         END-IF.
034550*
034560 LIST-COURSES.
034570         MOVE LOW-VALUES TO course-code-C.
034580         START COURSE-REFERENCE
034590             KEY IS GREATER THAN course-code-C
034600             INVALID KEY
034610                 DISPLAY "NO COURSES ON FILE"
034620             NOT INVALID KEY
034630                 SET stu-not-eof TO TRUE
034640                 PERFORM READ-NEXT-COURSE-RECORD
034650                 PERFORM PRINT-COURSE-LINE UNTIL stu-eof
034660         END-START.
034670*
034680 READ-NEXT-COURSE-RECORD.
034690         READ COURSE-REFERENCE NEXT RECORD
034700             AT END
034710                 SET stu-eof TO TRUE
034720         END-READ.
034730*
034740 PRINT-COURSE-LINE.
034750         MOVE tuition-rate-C TO stu-fee-edit.
034760         MOVE misc-fee-C TO stu-misc-edit.
034770         DISPLAY course-code-C " " course-title-C " "
034780             course-status-C " MAX " course-max-C
034790             " YEARS " course-years-C
034800             " TUITION " stu-fee-edit " MISC " stu-misc-edit.
034810         PERFORM READ-NEXT-COURSE-RECORD.
034820*
034830*----------------------------------------------------------------*
034840*  SEARCH-STUDENTS -- BROWSES THE MASTER FILE FOR A PARTIAL      *
034850*  MATCH ON FULLNAME OR AN EXACT MATCH ON COURSE, LISTS EVERY    *
034860*  HIT WITH A LINE NUMBER, THEN LETS THE OPERATOR PICK ONE HIT   *
034870*  TO SEE THE FULL VIEW-STUDENT DETAIL. THE FIRST 100 HITS ARE   *
034880*  KEPT FOR PICKING; A WIDER SEARCH IS REPORTED AND CUT OFF.     *
034890*----------------------------------------------------------------*
034900 SEARCH-STUDENTS.
034910         IF COUNTER = 0
034920             DISPLAY "THE ROSTER IS EMPTY"
034930         ELSE
034940             DISPLAY "SEARCH STUDENTS"
034950             DISPLAY "[1] BY PART OF NAME"
034960             DISPLAY "[2] BY COURSE CODE"
034970             DISPLAY "CHOICE: " WITH NO ADVANCING
034980             ACCEPT CHOICE
034990             MOVE 0 TO stu-match-count
035000             IF CHOICE = 1
035010                 PERFORM SEARCH-BY-NAME
035020             ELSE
035030                 IF CHOICE = 2
035040                     PERFORM SEARCH-BY-COURSE
035050                 END-IF
035060             END-IF
035070             IF CHOICE = 1 OR CHOICE = 2
035080                 PERFORM PICK-SEARCH-HIT
035090             END-IF
035100         END-IF.
035110*
035120 SEARCH-BY-NAME.
035130         DISPLAY "ENTER PART OF NAME: " WITH NO ADVANCING.
035140         ACCEPT stu-search-name.
035150         PERFORM FIND-SEARCH-LENGTH.
035160         IF stu-search-len = 0
035170             DISPLAY "NOTHING ENTERED"
035180         ELSE
035190             COMPUTE stu-scan-max = 51 - stu-search-len
035200             PERFORM START-STUDENT-SCAN
035210             PERFORM SCAN-STUDENT-FOR-NAME
035220                 UNTIL stu-eof OR stu-match-count >= 100
035230             IF stu-not-eof
035240                 DISPLAY "MORE THAN 100 MATCHES - SHOWING THE "
035250                     "FIRST 100"
035260             END-IF
035270         END-IF.
035280*
035290*----------------------------------------------------------------*
035300*  FIND-SEARCH-LENGTH -- SETS stu-search-len TO THE POSITION OF  *
035310*  THE LAST NON-SPACE CHARACTER IN stu-search-name, SO THE NAME  *
035320*  SCAN COMPARES ONLY THE PART THE OPERATOR ACTUALLY TYPED.      *
035330*----------------------------------------------------------------*
035340 FIND-SEARCH-LENGTH.
035350         MOVE 0 TO stu-search-len.
035360         PERFORM CHECK-TRAILING-CHAR
035370             VARYING stu-scan-pos FROM 50 BY -1
035380             UNTIL stu-scan-pos < 1 OR stu-search-len > 0.
035390*
035400 CHECK-TRAILING-CHAR.
035410         IF stu-search-name(stu-scan-pos:1) NOT = SPACE
035420             MOVE stu-scan-pos TO stu-search-len
035430         END-IF.
035440*
035450 SCAN-STUDENT-FOR-NAME.
035460         SET stu-not-found TO TRUE.
035470         PERFORM TEST-NAME-POSITION
035480             VARYING stu-scan-pos FROM 1 BY 1
035490             UNTIL stu-scan-pos > stu-scan-max OR stu-found.
035500         IF stu-found
035510             PERFORM RECORD-SEARCH-HIT
035520         END-IF.
035530         PERFORM READ-NEXT-STUDENT-RECORD.
035540*
035550 TEST-NAME-POSITION.
035560         IF fullname-M(stu-scan-pos:stu-search-len)
035570                 = stu-search-name(1:stu-search-len)
035580             SET stu-found TO TRUE
035590         END-IF.
035600*
035610 SEARCH-BY-COURSE.
035620         DISPLAY "ENTER COURSE CODE: " WITH NO ADVANCING.
035630         ACCEPT studCourse.
035640         PERFORM START-STUDENT-SCAN.
035650         PERFORM SCAN-STUDENT-FOR-COURSE
035660             UNTIL stu-eof OR stu-match-count >= 100.
035670         IF stu-not-eof
035680             DISPLAY "MORE THAN 100 MATCHES - SHOWING THE "
035690                 "FIRST 100"
035700         END-IF.
035710*
035720 SCAN-STUDENT-FOR-COURSE.
035730         IF course-M = studCourse
035740             PERFORM RECORD-SEARCH-HIT
035750         END-IF.
035760         PERFORM READ-NEXT-STUDENT-RECORD.
035770*
035780 RECORD-SEARCH-HIT.
035790         COMPUTE stu-match-count = stu-match-count + 1.
035800         MOVE SNo-M TO stu-hit-sno(stu-match-count).
035810         DISPLAY stu-match-count ") " SNo-M " "
035820             fullname-M " "
035830             course-M " " age-M " YR " year-level-M.
035840*
035850 PICK-SEARCH-HIT.
035860         IF stu-match-count = 0
035870             DISPLAY "NO MATCHING STUDENTS"
035880         ELSE
035890             DISPLAY "ENTER LINE NO TO VIEW (0 TO SKIP): "
035900                 WITH NO ADVANCING
035910             ACCEPT stu-pick
035920             IF stu-pick > 0 AND stu-pick <= stu-match-count
035930                 MOVE stu-hit-sno(stu-pick) TO studNo
035940                 PERFORM READ-STUDENT-BY-KEY
035950                 IF stu-found
035960                     PERFORM DISPLAY-STUDENT-DETAIL
035970                 END-IF
035980             END-IF
035990         END-IF.
036000*
036010*----------------------------------------------------------------*
036020*  REINSTATE-STUDENT -- SEARCHES STUDENT-ARCHIVE FOR A WITHDRAWN *
036030*  STUDENT NUMBER, SHOWS THE ARCHIVED RECORD WITH ITS WITHDRAWN  *
036040*  DATE AND, ON CONFIRMATION, PUTS THE STUDENT BACK ONTO THE     *
036050*  MASTER. AN SNO THAT IS STILL ACTIVE IS REJECTED EXACTLY LIKE  *
036060*  ADD-STUDENT'S DUPLICATE CHECK. THE LAST ARCHIVE RECORD FOR    *
036070*  THE SNO WINS, SO A RE-WITHDRAWN STUDENT COMES BACK WITH THE   *
036080*  MOST RECENT DETAILS. A BALANCE STILL OWING ON THE FEE-LEDGER  *
036090*  IS SHOWN BEFORE THE OPERATOR CONFIRMS. THE AGE IS WORKED OUT  *
036100*  AGAIN FROM THE DATE OF BIRTH; AN ARCHIVED RECORD WITHOUT A    *
036110*  DATE OF BIRTH OR YEAR LEVEL HAS THEM KEYED ON REINSTATEMENT.  *
036120*----------------------------------------------------------------*
036130 REINSTATE-STUDENT.
036140         DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING.
036150         ACCEPT studNo.
036160         PERFORM READ-STUDENT-BY-KEY.
036170         IF stu-found
036180             DISPLAY "STUDENT NUMBER ALREADY EXISTS"
036190         ELSE
036200             PERFORM SEARCH-ARCHIVE-FOR-SNO
036210             IF stu-not-found
036220                 DISPLAY "STUDENT NOT IN ARCHIVE"
036230             ELSE
036240                 PERFORM REFRESH-AGE-FROM-DOB
036250                 DISPLAY "NAME: " studName
036260                 DISPLAY "COURSE: " studCourse
036270                 DISPLAY "AGE: " studAge
036280                 DISPLAY "DATE OF BIRTH: " studDob
036290                 DISPLAY "YEAR LEVEL: " studYear
036300                 DISPLAY "MOBILE NO.: " mobNo
036310                 DISPLAY "LANDLINE NO.: " landNo
036320                 DISPLAY "WITHDRAWN ON: " stu-archive-date
036330                 MOVE studNo TO stu-fee-sno
036340                 PERFORM COMPUTE-FEE-BALANCE
036350                 IF stu-fee-balance > 0
036360                     MOVE stu-fee-balance TO stu-fee-edit
036370                     DISPLAY "NOTE - BALANCE OF " stu-fee-edit
036380                         " STILL OWING ON THE FEE LEDGER"
036390                 END-IF
036400                 DISPLAY "REINSTATE (Y/N)? " WITH NO ADVANCING
036410                 ACCEPT stu-confirm
036420                 IF stu-confirm = "Y" OR stu-confirm = "y"
036430                     IF studDob NOT NUMERIC OR studDob = 0
036440                         PERFORM ACCEPT-VALID-BIRTH-DATE
036450                     END-IF
036460                     IF studYear NOT NUMERIC OR studYear = 0
036470                         PERFORM ACCEPT-VALID-YEAR-LEVEL
036480                     END-IF
036490                     MOVE studCourse TO stu-check-course
036500                     PERFORM CHECK-COURSE-CAPACITY
036510                     IF stu-course-full
036520                         PERFORM OFFER-WAITLIST-SLOT
036530                     ELSE
036540                         PERFORM WRITE-STUDENT-RECORD
036550                         IF stu-file-ok
036560                             DISPLAY "STUDENT REINSTATED"
036570                             MOVE studNo TO stu-guard-sno
036580                             PERFORM RESTORE-GUARDIAN-CONTACTS
036590                         ELSE
036600                             DISPLAY "WARNING - REINSTATE WRITE "
036610                                 "FAILED"
036620                         END-IF
036630                     END-IF
036640                 END-IF
036650             END-IF
036660         END-IF.
036670*
036680*----------------------------------------------------------------*
036690*  SEARCH-ARCHIVE-FOR-SNO -- SCANS THE WHOLE ARCHIVE FOR studNo, *
036700*  LEAVING THE LAST MATCH IN THE TEMPORARY INPUT FIELDS AND      *
036710*  SETTING stu-found/stu-not-found. THE ARCHIVE SITS OPEN FOR    *
036720*  EXTEND ALL SESSION, SO IT IS CLOSED, RE-READ FOR INPUT AND    *
036730*  RE-OPENED FOR EXTEND AROUND THE SCAN.                         *
036740*----------------------------------------------------------------*
036750 SEARCH-ARCHIVE-FOR-SNO.
036760         SET stu-not-found TO TRUE.
036770         CLOSE STUDENT-ARCHIVE.
036780         OPEN INPUT STUDENT-ARCHIVE.
036790         SET stu-not-eof TO TRUE.
036800         PERFORM READ-NEXT-ARCHIVE-RECORD.
036810         PERFORM CHECK-ARCHIVE-MATCH UNTIL stu-eof.
036820         CLOSE STUDENT-ARCHIVE.
036830         OPEN EXTEND STUDENT-ARCHIVE.
036840*
036850 READ-NEXT-ARCHIVE-RECORD.
036860         READ STUDENT-ARCHIVE NEXT RECORD
036870             AT END
036880                 SET stu-eof TO TRUE
036890         END-READ.
036900*
036910 CHECK-ARCHIVE-MATCH.
036920         IF SNo-A = studNo
036930             SET stu-found TO TRUE
036940             MOVE fullname-A  TO studName
036950             MOVE course-A    TO studCourse
036960             MOVE age-A       TO studAge
036970             MOVE mobile-A    TO mobNo
036980             MOVE landline-A  TO landNo
036990             MOVE birth-date-A TO studDob
037000             MOVE year-level-A TO studYear
037010             MOVE withdrawn-date-A TO stu-archive-date
037020         END-IF
037030         PERFORM READ-NEXT-ARCHIVE-RECORD.
037040*
037050*----------------------------------------------------------------*
037060*  AUDIT-HISTORY-INQUIRY -- LISTS EVERY AUDIT RECORD WHOSE       *
037070*  BEFORE OR AFTER IMAGE CARRIES THE REQUESTED STUDENT NUMBER.   *
037080*  THE OPERATOR MAY NAME A ROLLED-OFF GENERATION (YYYYMM, AS    *
037090*  CUT BY THE MONTH-END JOB) TO REACH OLD HISTORY; ZERO READS   *
037100*  THE LIVE FILE, WHICH SITS OPEN FOR EXTEND ALL SESSION AND    *
037110*  SO IS CLOSED, RE-READ FOR INPUT AND RE-OPENED FOR EXTEND.    *
037120*----------------------------------------------------------------*
037130 AUDIT-HISTORY-INQUIRY.
037140         DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING.
037150         ACCEPT studNo.
037160         DISPLAY "AUDIT GENERATION (YYYYMM, 0 = CURRENT): "
037170             WITH NO ADVANCING.
037180         ACCEPT stu-gen-month.
037190         MOVE 0 TO stu-audit-count.
037200         IF stu-gen-month = 0
037210             CLOSE STUDENT-AUDIT
037220             OPEN INPUT STUDENT-AUDIT
037230             SET stu-not-eof TO TRUE
037240             PERFORM READ-NEXT-AUDIT-RECORD
037250             PERFORM PRINT-AUDIT-LINE UNTIL stu-eof
037260             CLOSE STUDENT-AUDIT
037270             OPEN EXTEND STUDENT-AUDIT
037280         ELSE
037290             MOVE stu-gen-month TO stu-genfile-mm
037300             OPEN INPUT AUDIT-GENERATION
037310             IF NOT stu-genfile-ok
037320                 DISPLAY "GENERATION " stu-genfile-name
037330                     " NOT ON FILE"
037340             ELSE
037350                 SET stu-not-eof TO TRUE
037360                 PERFORM READ-NEXT-GEN-RECORD
037370                 PERFORM PRINT-GEN-AUDIT-LINE UNTIL stu-eof
037380                 CLOSE AUDIT-GENERATION
037390             END-IF
037400         END-IF.
037410         IF stu-audit-count = 0
037420             DISPLAY "NO AUDIT RECORDS FOUND"
037430         END-IF.
037440*
037450 READ-NEXT-AUDIT-RECORD.
037460         READ STUDENT-AUDIT NEXT RECORD
037470             AT END
037480                 SET stu-eof TO TRUE
037490         END-READ.
037500*
037510 READ-NEXT-GEN-RECORD.
037520         READ AUDIT-GENERATION NEXT RECORD
037530             AT END
037540                 SET stu-eof TO TRUE
037550         END-READ.
037560*
037570 PRINT-AUDIT-LINE.
037580         MOVE STUDENT-AUDIT-RECORD TO stu-audit-work.
037590         PERFORM SHOW-AUDIT-WORK-LINE.
037600         PERFORM READ-NEXT-AUDIT-RECORD.
037610*
037620 PRINT-GEN-AUDIT-LINE.
037630         MOVE AUDIT-GENERATION-RECORD TO stu-audit-work.
037640         PERFORM SHOW-AUDIT-WORK-LINE.
037650         PERFORM READ-NEXT-GEN-RECORD.
037660*
037670 SHOW-AUDIT-WORK-LINE.
037680         IF SNo-BV = studNo OR SNo-AV = studNo
037690             COMPUTE stu-audit-count = stu-audit-count + 1
037700             DISPLAY " "
037710             DISPLAY action-V " ON " audit-date-V " AT "
037720                 audit-time-V " BY " operator-V
037730             DISPLAY "BEFORE: " before-image-V
037740             DISPLAY "AFTER:  " after-image-V
037750         END-IF.
037760*
037770*----------------------------------------------------------------*
037780*  OPERATOR-MAINTENANCE -- ADDS, RE-PASSWORDS, DELETES OR LISTS  *
037790*  OPERATORS ON THE OPERATOR-FILE. A SUPERVISOR FUNCTION; THE    *
037800*  SIGNED-ON OPERATOR CANNOT DELETE ITSELF. PASSWORDS ARE NEVER  *
037810*  LISTED.                                                       *
037820*----------------------------------------------------------------*
037830 OPERATOR-MAINTENANCE.
037840         DISPLAY "OPERATOR MAINTENANCE".
037850         DISPLAY "[1] ADD OPERATOR".
037860         DISPLAY "[2] CHANGE PASSWORD".
037870         DISPLAY "[3] DELETE OPERATOR".
037880         DISPLAY "[4] LIST OPERATORS".
037890         DISPLAY "CHOICE: " WITH NO ADVANCING.
037900         ACCEPT CHOICE.
037910         IF CHOICE = 1
037920             PERFORM ADD-OPERATOR
037930         ELSE
037940             IF CHOICE = 2
037950                 PERFORM CHANGE-OPERATOR-PASSWORD
037960             ELSE
037970                 IF CHOICE = 3
037980                     PERFORM DELETE-OPERATOR
037990                 ELSE
038000                     IF CHOICE = 4
038010                         PERFORM LIST-OPERATORS
038020                     END-IF
038030                 END-IF
038040             END-IF
038050         END-IF.
038060*
038070 ADD-OPERATOR.
038080         DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
038090         ACCEPT operId.
038100         MOVE operId TO operator-id-O.
038110         READ OPERATOR-FILE
038120             INVALID KEY
038130                 DISPLAY "ENTER PASSWORD: " WITH NO ADVANCING
038140                 ACCEPT operPass
038150                 PERFORM ACCEPT-VALID-ROLE
038160                 MOVE operId   TO operator-id-O
038170                 MOVE operPass TO operator-pass-O
038180                 MOVE operRole TO operator-role-O
038190                 WRITE OPERATOR-RECORD
038200                     INVALID KEY
038210                         DISPLAY "WARNING - OPERATOR WRITE FAILED"
038220                 END-WRITE
038230             NOT INVALID KEY
038240                 DISPLAY "OPERATOR ALREADY ON FILE"
038250         END-READ.
038260*
038270 ACCEPT-VALID-ROLE.
038280         SET stu-not-valid TO TRUE.
038290         PERFORM GET-ROLE UNTIL stu-valid.
038300*
038310 GET-ROLE.
038320         DISPLAY "ROLE (C=CLERK, S=SUPERVISOR): "
038330             WITH NO ADVANCING.
038340         ACCEPT operRole.
038350         IF operRole = "C" OR operRole = "S"
038360             SET stu-valid TO TRUE
038370         ELSE
038380             DISPLAY "INVALID ROLE - MUST BE C OR S"
038390         END-IF.
038400*
038410 CHANGE-OPERATOR-PASSWORD.
038420         DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
038430         ACCEPT operId.
038440         MOVE operId TO operator-id-O.
038450         READ OPERATOR-FILE
038460             INVALID KEY
038470                 DISPLAY "OPERATOR NOT ON FILE"
038480             NOT INVALID KEY
038490                 DISPLAY "ENTER NEW PASSWORD: " WITH NO ADVANCING
038500                 ACCEPT operPass
038510                 MOVE operPass TO operator-pass-O
038520                 REWRITE OPERATOR-RECORD
038530                 DISPLAY "PASSWORD CHANGED"
038540         END-READ.
038550*
038560 DELETE-OPERATOR.
038570         DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
038580         ACCEPT operId.
038590         IF operId = stu-operator-id
038600             DISPLAY "CANNOT DELETE THE SIGNED-ON OPERATOR"
038610         ELSE
038620             MOVE operId TO operator-id-O
038630             DELETE OPERATOR-FILE RECORD
038640                 INVALID KEY
038650                     DISPLAY "OPERATOR NOT ON FILE"
038660                 NOT INVALID KEY
038670                     DISPLAY "OPERATOR DELETED"
038680             END-DELETE
038690         END-IF.
038700*
038710 LIST-OPERATORS.
038720         MOVE LOW-VALUES TO operator-id-O.
038730         START OPERATOR-FILE
038740             KEY IS GREATER THAN operator-id-O
038750             INVALID KEY
038760                 DISPLAY "NO OPERATORS ON FILE"
038770             NOT INVALID KEY
038780                 SET stu-not-eof TO TRUE
038790                 PERFORM READ-NEXT-OPERATOR-RECORD
038800                 PERFORM PRINT-OPERATOR-LINE UNTIL stu-eof
038810         END-START.
038820*
038830 READ-NEXT-OPERATOR-RECORD.
038840         READ OPERATOR-FILE NEXT RECORD
038850             AT END
038860                 SET stu-eof TO TRUE
038870         END-READ.
038880*
038890 PRINT-OPERATOR-LINE.
038900         DISPLAY operator-id-O " " operator-role-O.
038910         PERFORM READ-NEXT-OPERATOR-RECORD.
038920*
038930*----------------------------------------------------------------*
038940*  BACKUP-STUDENT-MASTER -- COPIES THE WHOLE MASTER TO A DATED   *
038950*  STUDBKUP FILE (ONE GENERATION PER DAY; OLDER DATES STAY ON    *
038960*  DISK) AND RECORDS THE NAME ON RUN-CONTROL SO THE NEXT         *
038970*  STARTUP AFTER AN ABNORMAL END KNOWS WHERE TO RESTORE FROM.    *
038980*----------------------------------------------------------------*
038990 BACKUP-STUDENT-MASTER.
039000         ACCEPT stu-run-date FROM DATE YYYYMMDD.
039010         MOVE stu-run-date TO stu-backup-date.
039020         OPEN OUTPUT STUDENT-BACKUP.
039030         IF NOT stu-backup-ok
039040             DISPLAY "WARNING - CANNOT OPEN " stu-backup-name
039050         ELSE
039060             MOVE 0 TO stu-backup-count
039070             PERFORM START-STUDENT-SCAN
039080             PERFORM COPY-ONE-STUDENT UNTIL stu-eof
039090             CLOSE STUDENT-BACKUP
039100             MOVE stu-backup-name TO stu-last-backup
039110             MOVE "O" TO stu-runctl-flag
039120             PERFORM WRITE-RUN-CONTROL
039130             DISPLAY stu-backup-count " RECORDS BACKED UP TO "
039140                 stu-backup-name
039150         END-IF.
039160*
039170 COPY-ONE-STUDENT.
039180         MOVE STUDENT-MASTER-RECORD TO STUDENT-BACKUP-RECORD.
039190         WRITE STUDENT-BACKUP-RECORD.
039200         IF stu-backup-ok
039210             COMPUTE stu-backup-count = stu-backup-count + 1
039220         END-IF.
039230         PERFORM READ-NEXT-STUDENT-RECORD.
039240*
039250*----------------------------------------------------------------*
039260*  GRADUATE-STUDENT -- MARKS AN ENROLLED (OR ON-LEAVE) STUDENT   *
039270*  GRADUATED ON THE MASTER. THE RECORD STAYS ON FILE SO THE      *
039280*  HISTORY KEEPS ITS KEY, BUT THE ROSTER REPORT, ENROLLMENT      *
039290*  SUMMARY AND REGISTRAR EXPORT NO LONGER COUNT IT. AUDITED      *
039300*  LIKE EDIT WITH ACTION GRAD. ANY INCOMPLETE OR FAILING GRADE   *
039310*  ON THE GRADE-FILE IS LISTED AS A WARNING BEFORE THE OPERATOR  *
039320*  CONFIRMS. A BALANCE OWING ON THE FEE-LEDGER HOLDS THE         *
039330*  GRADUATION UNLESS A SUPERVISOR OVERRIDES THE HOLD. A STUDENT  *
039340*  NOT YET IN THE FINAL YEAR OF THE COURSE IS NOTED, NOT HELD -  *
039350*  THE ANNUAL ROLLOVER LISTS THE FINAL-YEAR CANDIDATES.          *
039360*----------------------------------------------------------------*
039370 GRADUATE-STUDENT.
039380         IF COUNTER = 0
039390             DISPLAY "THE ROSTER IS EMPTY"
039400         ELSE
039410             DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING
039420             ACCEPT studNo
039430             PERFORM READ-STUDENT-BY-KEY
039440             IF stu-not-found
039450                 DISPLAY "STUDENT NOT FOUND"
039460             ELSE
039470                 IF graduated-M
039480                     DISPLAY "STUDENT IS ALREADY GRADUATED"
039490                 ELSE
039500                     MOVE SNo-M TO stu-grade-sno
039510                     PERFORM CHECK-OUTSTANDING-GRADES
039520                     PERFORM CHECK-FINAL-YEAR
039530                     MOVE SNo-M TO stu-fee-sno
039540                     PERFORM CHECK-FEE-HOLD
039550                     IF stu-fee-held
039560                         DISPLAY "GRADUATION HELD - ACCOUNT NOT "
039570                             "SETTLED"
039580                     ELSE
039590                         PERFORM CONFIRM-GRADUATION
039600                     END-IF
039610                 END-IF
039620             END-IF
039630         END-IF.
039640*
039650 CHECK-FINAL-YEAR.
039660         MOVE course-M TO course-code-C.
039670         READ COURSE-REFERENCE
039680             INVALID KEY
039690                 CONTINUE
039700             NOT INVALID KEY
039710                 IF year-level-M NOT NUMERIC OR year-level-M = 0
039720                     DISPLAY "NOTE - NO YEAR LEVEL ON RECORD"
039730                 ELSE
039740                     IF course-years-C NUMERIC
039750                     AND year-level-M < course-years-C
039760                         DISPLAY "NOTE - STUDENT IS IN YEAR "
039770                             year-level-M " OF A " course-years-C
039780                             "-YEAR COURSE"
039790                     END-IF
039800                 END-IF
039810         END-READ.
039820*
039830 CONFIRM-GRADUATION.
039840         DISPLAY "GRADUATE " fullname-M " (Y/N)? "
039850             WITH NO ADVANCING.
039860         ACCEPT stu-confirm.
039870         IF stu-confirm = "Y" OR stu-confirm = "y"
039880             MOVE STUDENT-MASTER-RECORD TO stu-before-image
039890             SET graduated-M TO TRUE
039900             PERFORM REWRITE-STATUS-CHANGE
039910             DISPLAY "STUDENT MARKED GRADUATED"
039920             IF stu-file-ok
039930                 MOVE course-M TO stu-check-course
039940                 PERFORM PROMOTE-FROM-WAITLIST
039950             END-IF
039960         END-IF.
039970*
039980*----------------------------------------------------------------*
039990*  CHECK-FEE-HOLD -- SETS stu-fee-held WHEN THE STUDENT IN       *
040000*  stu-fee-sno OWES A BALANCE ON THE FEE-LEDGER. A SUPERVISOR    *
040010*  IS SHOWN THE BALANCE AND MAY OVERRIDE THE HOLD.               *
040020*----------------------------------------------------------------*
040030 CHECK-FEE-HOLD.
040040         SET stu-fee-clear TO TRUE.
040050         PERFORM COMPUTE-FEE-BALANCE.
040060         IF stu-fee-balance > 0
040070             MOVE stu-fee-balance TO stu-fee-edit
040080             DISPLAY "FINANCIAL HOLD - BALANCE OF " stu-fee-edit
040090                 " OWING ON THE FEE LEDGER"
040100             SET stu-fee-held TO TRUE
040110             IF stu-role-supervisor
040120                 DISPLAY "OVERRIDE THE HOLD (Y/N)? "
040130                     WITH NO ADVANCING
040140                 ACCEPT stu-confirm
040150                 IF stu-confirm = "Y" OR stu-confirm = "y"
040160                     SET stu-fee-clear TO TRUE
040170                 END-IF
040180             END-IF
040190         END-IF.
040200*
040210*----------------------------------------------------------------*
040220*  LEAVE-OF-ABSENCE -- PLACES AN ENROLLED STUDENT ON APPROVED    *
040230*  LEAVE, OR RETURNS ONE ALREADY ON LEAVE TO THE ACTIVE ROSTER.  *
040240*  A GRADUATED STUDENT IS REFUSED. AUDITED LIKE EDIT WITH        *
040250*  ACTION LEAVE OR RETURN.                                       *
040260*----------------------------------------------------------------*
040270 LEAVE-OF-ABSENCE.
040280         IF COUNTER = 0
040290             DISPLAY "THE ROSTER IS EMPTY"
040300         ELSE
040310             DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING
040320             ACCEPT studNo
040330             PERFORM READ-STUDENT-BY-KEY
040340             IF stu-not-found
040350                 DISPLAY "STUDENT NOT FOUND"
040360             ELSE
040370                 IF graduated-M
040380                     DISPLAY "STUDENT IS GRADUATED - NO LEAVE"
040390                 ELSE
040400                     IF on-leave-M
040410                         PERFORM RETURN-FROM-LEAVE
040420                     ELSE
040430                         PERFORM PLACE-ON-LEAVE
040440                     END-IF
040450                 END-IF
040460             END-IF
040470         END-IF.
040480*
040490 PLACE-ON-LEAVE.
040500         DISPLAY "PLACE " fullname-M " ON LEAVE (Y/N)? "
040510             WITH NO ADVANCING.
040520         ACCEPT stu-confirm.
040530         IF stu-confirm = "Y" OR stu-confirm = "y"
040540             MOVE STUDENT-MASTER-RECORD TO stu-before-image
040550             SET on-leave-M TO TRUE
040560             PERFORM REWRITE-STATUS-CHANGE
040570             DISPLAY "STUDENT PLACED ON LEAVE"
040580             IF stu-file-ok
040590                 MOVE course-M TO stu-check-course
040600                 PERFORM PROMOTE-FROM-WAITLIST
040610             END-IF
040620         END-IF.
040630*
040640 RETURN-FROM-LEAVE.
040650         DISPLAY "RETURN " fullname-M " FROM LEAVE (Y/N)? "
040660             WITH NO ADVANCING.
040670         ACCEPT stu-confirm.
040680         IF stu-confirm = "Y" OR stu-confirm = "y"
040690             MOVE course-M TO stu-check-course
040700             PERFORM CHECK-COURSE-CAPACITY
040710             PERFORM READ-STUDENT-BY-KEY
040720             IF stu-course-full
040730                 DISPLAY "NOTE - COURSE IS FULL; RETURN PUTS IT "
040740                     "OVER ITS MAXIMUM"
040750             END-IF
040760             MOVE STUDENT-MASTER-RECORD TO stu-before-image
040770             MOVE "E" TO enroll-status-M
040780             PERFORM REWRITE-STATUS-CHANGE
040790             DISPLAY "STUDENT RETURNED FROM LEAVE"
040800         END-IF.
040810*
040820*----------------------------------------------------------------*
040830*  REWRITE-STATUS-CHANGE -- PERSISTS AN ENROLLMENT STATUS        *
040840*  CHANGE ALREADY MADE IN STUDENT-MASTER-RECORD AND WRITES THE   *
040850*  AUDIT RECORD FOR IT. THE ACTION WORD COMES OFF THE NEW        *
040860*  STATUS BYTE; THE CALLER HAS SAVED THE BEFORE IMAGE.           *
040870*----------------------------------------------------------------*
040880 REWRITE-STATUS-CHANGE.
040890         REWRITE STUDENT-MASTER-RECORD
040900             INVALID KEY
040910                 DISPLAY "WARNING - STUDENT RECORD NOT ON FILE"
040920         END-REWRITE.
040930         IF stu-file-ok
040940             IF graduated-M
040950                 MOVE "GRAD" TO stu-audit-action
040960             ELSE
040970                 IF on-leave-M
040980                     MOVE "LEAVE" TO stu-audit-action
040990                 ELSE
041000                     MOVE "RETURN" TO stu-audit-action
041010                 END-IF
041020             END-IF
041030             MOVE STUDENT-MASTER-RECORD TO stu-after-image
041040             PERFORM WRITE-AUDIT-RECORD
041050         END-IF.
041060*
041070*----------------------------------------------------------------*
041080*  LIST-STUDENTS-BY-STATUS -- LISTS THE STUDENTS ON LEAVE OR     *
041090*  THE GRADUATES, WHICHEVER THE OPERATOR ASKS FOR, WITH A        *
041100*  COUNT. THE ACTIVE ROSTER ALREADY HAS VIEW ALL AND THE         *
041110*  REPORTS, SO ONLY L AND G ARE TAKEN HERE.                      *
041120*----------------------------------------------------------------*
041130 LIST-STUDENTS-BY-STATUS.
041140         DISPLAY "LIST STATUS (L=ON LEAVE, G=GRADUATED): "
041150             WITH NO ADVANCING.
041160         ACCEPT studStatus.
041170         IF studStatus = "L" OR studStatus = "G"
041180             MOVE 0 TO stu-status-count
041190             PERFORM START-STUDENT-SCAN
041200             PERFORM LIST-ONE-STATUS-STUDENT UNTIL stu-eof
041210             IF stu-status-count = 0
041220                 DISPLAY "NO STUDENTS WITH THAT STATUS"
041230             ELSE
041240                 DISPLAY stu-status-count " STUDENT(S) LISTED"
041250             END-IF
041260         ELSE
041270             DISPLAY "INVALID STATUS - MUST BE L OR G"
041280         END-IF.
041290*
041300 LIST-ONE-STATUS-STUDENT.
041310         IF enroll-status-M = studStatus
041320             COMPUTE stu-status-count = stu-status-count + 1
041330             PERFORM FORMAT-STATUS-TEXT
041340             DISPLAY SNo-M " " fullname-M " "
041350                 course-M " " stu-status-text
041360         END-IF.
041370         PERFORM READ-NEXT-STUDENT-RECORD.
041380*
041390*----------------------------------------------------------------*
041400*  GUARDIAN-MAINTENANCE -- ADDS, CHANGES, REMOVES OR LISTS THE   *
041410*  GUARDIAN AND EMERGENCY CONTACTS ON GUARDIAN-FILE, KEYED BY    *
041420*  STUDENT NUMBER PLUS A TWO-DIGIT SEQUENCE. A CONTACT CAN ONLY  *
041430*  BE ADDED FOR A STUDENT WHO IS ON THE MASTER.                  *
041440*----------------------------------------------------------------*
041450 GUARDIAN-MAINTENANCE.
041460         DISPLAY "GUARDIAN CONTACT MAINTENANCE".
041470         DISPLAY "[1] ADD CONTACT".
041480         DISPLAY "[2] CHANGE CONTACT".
041490         DISPLAY "[3] REMOVE CONTACT".
041500         DISPLAY "[4] LIST CONTACTS".
041510         DISPLAY "CHOICE: " WITH NO ADVANCING.
041520         ACCEPT CHOICE.
041530         IF CHOICE = 1
041540             PERFORM ADD-GUARDIAN-CONTACT
041550         ELSE
041560             IF CHOICE = 2
041570                 PERFORM CHANGE-GUARDIAN-CONTACT
041580             ELSE
041590                 IF CHOICE = 3
041600                     PERFORM REMOVE-GUARDIAN-CONTACT
041610                 ELSE
041620                     IF CHOICE = 4
041630                         PERFORM LIST-GUARDIAN-INQUIRY
041640                     END-IF
041650                 END-IF
041660             END-IF
041670         END-IF.
041680*
041690 ADD-GUARDIAN-CONTACT.
041700         DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING.
041710         ACCEPT studNo.
041720         PERFORM READ-STUDENT-BY-KEY.
041730         IF stu-not-found
041740             DISPLAY "STUDENT NOT FOUND"
041750         ELSE
041760             MOVE studNo TO stu-guard-sno
041770             PERFORM FIND-NEXT-CONTACT-SEQ
041780             IF stu-contact-seq > 99
041790                 DISPLAY "CONTACT LIST FULL FOR THIS STUDENT"
041800             ELSE
041810                 DISPLAY "CONTACT NAME: " WITH NO ADVANCING
041820                 ACCEPT guardName
041830                 DISPLAY "RELATIONSHIP: " WITH NO ADVANCING
041840                 ACCEPT guardRel
041850                 PERFORM ACCEPT-VALID-MOBILE
041860                 PERFORM ACCEPT-VALID-LANDLINE
041870                 MOVE studNo          TO SNo-G
041880                 MOVE stu-contact-seq TO contact-seq-G
041890                 MOVE guardName       TO contact-name-G
041900                 MOVE guardRel        TO relationship-G
041910                 MOVE mobNo           TO mobile-G
041920                 MOVE landNo          TO landline-G
041930                 WRITE GUARDIAN-RECORD
041940                     INVALID KEY
041950                         DISPLAY "WARNING - CONTACT WRITE FAILED"
041960                 END-WRITE
041970                 IF stu-guard-ok
041980                     DISPLAY "CONTACT " stu-contact-seq " ADDED"
041990                 END-IF
042000             END-IF
042010         END-IF.
042020*
042030*----------------------------------------------------------------*
042040*  FIND-NEXT-CONTACT-SEQ -- SCANS THE CONTACTS FOR THE STUDENT   *
042050*  IN stu-guard-sno AND LEAVES THE FIRST FREE SEQUENCE (HIGHEST  *
042060*  ON FILE PLUS ONE) IN stu-contact-seq. 100 MEANS FULL.         *
042070*----------------------------------------------------------------*
042080 FIND-NEXT-CONTACT-SEQ.
042090         MOVE 1 TO stu-contact-seq.
042100         PERFORM START-GUARDIAN-SCAN.
042110         PERFORM BUMP-CONTACT-SEQ UNTIL stu-guard-eof.
042120*
042130 BUMP-CONTACT-SEQ.
042140         COMPUTE stu-contact-seq = contact-seq-G + 1.
042150         PERFORM READ-NEXT-GUARDIAN-RECORD.
042160*
042170 START-GUARDIAN-SCAN.
042180         SET stu-guard-not-eof TO TRUE.
042190         MOVE stu-guard-sno TO SNo-G.
042200         MOVE 0 TO contact-seq-G.
042210         START GUARDIAN-FILE
042220             KEY IS GREATER THAN guardian-key-G
042230             INVALID KEY
042240                 SET stu-guard-eof TO TRUE
042250             NOT INVALID KEY
042260                 PERFORM READ-NEXT-GUARDIAN-RECORD
042270         END-START.
042280*
042290 READ-NEXT-GUARDIAN-RECORD.
042300         READ GUARDIAN-FILE NEXT RECORD
042310             AT END
042320                 SET stu-guard-eof TO TRUE
042330         END-READ.
042340         IF stu-guard-not-eof AND SNo-G NOT = stu-guard-sno
042350             SET stu-guard-eof TO TRUE
042360         END-IF.
042370*
042380 CHANGE-GUARDIAN-CONTACT.
042390         DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING.
042400         ACCEPT studNo.
042410         DISPLAY "CONTACT SEQUENCE NO: " WITH NO ADVANCING.
042420         ACCEPT guardSeq.
042430         MOVE studNo TO SNo-G.
042440         MOVE guardSeq TO contact-seq-G.
042450         READ GUARDIAN-FILE
042460             INVALID KEY
042470                 DISPLAY "CONTACT NOT ON FILE"
042480             NOT INVALID KEY
042490                 DISPLAY "CONTACT NAME: " WITH NO ADVANCING
042500                 ACCEPT guardName
042510                 DISPLAY "RELATIONSHIP: " WITH NO ADVANCING
042520                 ACCEPT guardRel
042530                 PERFORM ACCEPT-VALID-MOBILE
042540                 PERFORM ACCEPT-VALID-LANDLINE
042550                 MOVE guardName TO contact-name-G
042560                 MOVE guardRel  TO relationship-G
042570                 MOVE mobNo     TO mobile-G
042580                 MOVE landNo    TO landline-G
042590                 REWRITE GUARDIAN-RECORD
042600                 DISPLAY "CONTACT CHANGED"
042610         END-READ.
042620*
042630 REMOVE-GUARDIAN-CONTACT.
042640         DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING.
042650         ACCEPT studNo.
042660         DISPLAY "CONTACT SEQUENCE NO: " WITH NO ADVANCING.
042670         ACCEPT guardSeq.
042680         MOVE studNo TO SNo-G.
042690         MOVE guardSeq TO contact-seq-G.
042700         DELETE GUARDIAN-FILE RECORD
042710             INVALID KEY
042720                 DISPLAY "CONTACT NOT ON FILE"
042730             NOT INVALID KEY
042740                 DISPLAY "CONTACT REMOVED"
042750         END-DELETE.
042760*
042770 LIST-GUARDIAN-INQUIRY.
042780         DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING.
042790         ACCEPT studNo.
042800         MOVE studNo TO stu-guard-sno.
042810         PERFORM LIST-GUARDIAN-CONTACTS.
042820*
042830*----------------------------------------------------------------*
042840*  LIST-GUARDIAN-CONTACTS -- SHOWS EVERY CONTACT ON FILE FOR     *
042850*  THE STUDENT IN stu-guard-sno. ALSO USED BY THE VIEW-STUDENT   *
042860*  DETAIL DISPLAY.                                               *
042870*----------------------------------------------------------------*
042880 LIST-GUARDIAN-CONTACTS.
042890         MOVE 0 TO stu-guard-count.
042900         PERFORM START-GUARDIAN-SCAN.
042910         PERFORM LIST-ONE-GUARDIAN UNTIL stu-guard-eof.
042920         IF stu-guard-count = 0
042930             DISPLAY "    (NO CONTACTS ON FILE)"
042940         END-IF.
042950*
042960 LIST-ONE-GUARDIAN.
042970         COMPUTE stu-guard-count = stu-guard-count + 1.
042980         DISPLAY "    " contact-seq-G ") " contact-name-G " "
042990             relationship-G " " mobile-G " " landline-G.
043000         PERFORM READ-NEXT-GUARDIAN-RECORD.
043010*
043020*----------------------------------------------------------------*
043030*  ARCHIVE-GUARDIAN-CONTACTS -- MOVES EVERY CONTACT FOR THE      *
043040*  STUDENT IN stu-guard-sno OFF TO GUARDIAN-ARCHIVE, STAMPED     *
043050*  WITH TODAY, AND ONLY THEN DELETES IT FROM THE LIVE FILE -     *
043060*  THE SAME ARCHIVE-FIRST RULE DELETE-STUDENT FOLLOWS, SO A      *
043070*  FAILED ARCHIVE WRITE LEAVES THE CONTACT ON FILE AND ENDS      *
043080*  THE SCAN. RUNS WHEN A STUDENT IS DELETED, SO THE CONTACTS     *
043090*  FOLLOW THE STUDENT OUT AND COME BACK ON REINSTATE. THE SCAN   *
043100*  RESTARTS AFTER EACH DELETE SO THE FILE POSITION IS NEVER IN   *
043110*  DOUBT.                                                        *
043120*----------------------------------------------------------------*
043130 ARCHIVE-GUARDIAN-CONTACTS.
043140         PERFORM START-GUARDIAN-SCAN.
043150         PERFORM ARCHIVE-ONE-GUARDIAN UNTIL stu-guard-eof.
043160*
043170 ARCHIVE-ONE-GUARDIAN.
043180         MOVE SNo-G           TO SNo-H.
043190         MOVE contact-seq-G   TO contact-seq-H.
043200         MOVE contact-name-G  TO contact-name-H.
043210         MOVE relationship-G  TO relationship-H.
043220         MOVE mobile-G        TO mobile-H.
043230         MOVE landline-G      TO landline-H.
043240         ACCEPT archived-date-H FROM DATE YYYYMMDD.
043250         WRITE GUARDIAN-ARCHIVE-RECORD.
043260         IF NOT stu-grdarch-ok
043270             DISPLAY "WARNING - GUARDIAN ARCHIVE WRITE FAILED"
043280             DISPLAY "CONTACT(S) LEFT ON THE LIVE FILE"
043290             SET stu-guard-eof TO TRUE
043300         ELSE
043310             DELETE GUARDIAN-FILE RECORD
043320                 INVALID KEY
043330                     CONTINUE
043340             END-DELETE
043350             PERFORM START-GUARDIAN-SCAN
043360         END-IF.
043370*
043380*----------------------------------------------------------------*
043390*  RESTORE-GUARDIAN-CONTACTS -- PUTS THE ARCHIVED CONTACTS FOR   *
043400*  THE STUDENT IN stu-guard-sno BACK ONTO THE LIVE FILE AFTER A  *
043410*  REINSTATE. THE GUARDIAN ARCHIVE SITS OPEN FOR EXTEND ALL      *
043420*  SESSION, SO IT IS CLOSED, RE-READ FOR INPUT AND RE-OPENED     *
043430*  FOR EXTEND, LIKE THE STUDENT ARCHIVE SCANS.                   *
043440*----------------------------------------------------------------*
043450 RESTORE-GUARDIAN-CONTACTS.
043460         MOVE 0 TO stu-guard-count.
043470         CLOSE GUARDIAN-ARCHIVE.
043480         OPEN INPUT GUARDIAN-ARCHIVE.
043490         SET stu-guard-not-eof TO TRUE.
043500         PERFORM READ-NEXT-GRDARCH-RECORD.
043510         PERFORM RESTORE-ONE-GUARDIAN UNTIL stu-guard-eof.
043520         CLOSE GUARDIAN-ARCHIVE.
043530         OPEN EXTEND GUARDIAN-ARCHIVE.
043540         IF stu-guard-count > 0
043550             DISPLAY stu-guard-count " CONTACT(S) RESTORED"
043560         END-IF.
043570*
043580 READ-NEXT-GRDARCH-RECORD.
043590         READ GUARDIAN-ARCHIVE NEXT RECORD
043600             AT END
043610                 SET stu-guard-eof TO TRUE
043620         END-READ.
043630*
043640*----------------------------------------------------------------*
043650*  RESTORE-ONE-GUARDIAN -- A DUPLICATE KEY MEANS THE CONTACT     *
043660*  WAS ARCHIVED MORE THAN ONCE; THE ARCHIVE IS READ IN APPEND    *
043670*  ORDER, SO THE REWRITE LETS THE NEWEST ARCHIVED VERSION WIN,   *
043680*  THE SAME LAST-MATCH-WINS RULE SEARCH-ARCHIVE-FOR-SNO USES     *
043690*  FOR RE-WITHDRAWN STUDENTS.                                    *
043700*----------------------------------------------------------------*
043710 RESTORE-ONE-GUARDIAN.
043720         IF SNo-H = stu-guard-sno
043730             MOVE SNo-H          TO SNo-G
043740             MOVE contact-seq-H  TO contact-seq-G
043750             MOVE contact-name-H TO contact-name-G
043760             MOVE relationship-H TO relationship-G
043770             MOVE mobile-H       TO mobile-G
043780             MOVE landline-H     TO landline-G
043790             WRITE GUARDIAN-RECORD
043800                 INVALID KEY
043810                     REWRITE GUARDIAN-RECORD
043820             END-WRITE
043830             IF stu-guard-ok
043840                 COMPUTE stu-guard-count = stu-guard-count + 1
043850             END-IF
043860         END-IF.
043870         PERFORM READ-NEXT-GRDARCH-RECORD.
043880*
043890*----------------------------------------------------------------*
043900*  EMERGENCY-CONTACT-REPORT -- LISTS EVERY ACTIVELY ENROLLED     *
043910*  STUDENT GROUPED BY COURSE, WITH THEIR GUARDIAN CONTACTS      *
043920*  INDENTED UNDER EACH, IN THE SAME SORTED, PAGE-FORMATTED      *
043930*  SHAPE AS THE CLASS ROSTER REPORT. THE OFFICIAL COPY GOES TO  *
043940*  THE EMRGRPT PRINT FILE.                                      *
043950*----------------------------------------------------------------*
043960 EMERGENCY-CONTACT-REPORT.
043970         IF COUNTER = 0
043980             DISPLAY "THE ROSTER IS EMPTY"
043990         ELSE
044000             MOVE SPACES TO stu-last-course
044010             ACCEPT stu-run-date FROM DATE YYYYMMDD
044020             SET stu-rpt-not-open TO TRUE
044030             OPEN OUTPUT EMERGENCY-PRINT
044040             IF stu-emgprt-ok
044050                 SET stu-rpt-open TO TRUE
044060             ELSE
044070                 DISPLAY "WARNING - CANNOT OPEN EMRGRPT"
044080             END-IF
044090             MOVE 0 TO stu-page-count
044100             MOVE 0 TO stu-roster-count
044110             PERFORM PRINT-EMERGENCY-HEADINGS
044120             SORT SORT-WORK
044130                 ON ASCENDING KEY course-S SNo-S
044140                 INPUT PROCEDURE IS RELEASE-ROSTER-INPUT
044150                 OUTPUT PROCEDURE IS PRINT-EMERGENCY-OUTPUT
044160             IF stu-rpt-open
044170                 MOVE stu-roster-count TO stu-tr-count
044180                 MOVE " STUDENT(S) **" TO stu-tr-label
044190                 WRITE EMERGENCY-PRINT-LINE
044200                     FROM stu-report-trailer
044210                     AFTER ADVANCING 2 LINES
044220                 CLOSE EMERGENCY-PRINT
044230                 DISPLAY "OFFICIAL COPY WRITTEN TO EMRGRPT"
044240             END-IF
044250         END-IF.
044260*
044270 PRINT-EMERGENCY-HEADINGS.
044280         COMPUTE stu-page-count = stu-page-count + 1.
044290         IF stu-rpt-open
044300             MOVE stu-run-date TO stu-et-date
044310             MOVE stu-page-count TO stu-et-page
044320             WRITE EMERGENCY-PRINT-LINE FROM stu-emrg-title
044330                 AFTER ADVANCING PAGE
044340             WRITE EMERGENCY-PRINT-LINE FROM stu-emrg-colhead
044350                 AFTER ADVANCING 1 LINE
044360         END-IF.
044370         MOVE 2 TO stu-line-count.
044380*
044390 PRINT-EMERGENCY-OUTPUT.
044400         SET stu-not-eof TO TRUE.
044410         PERFORM RETURN-NEXT-SORTED-STUDENT.
044420         PERFORM PRINT-EMERGENCY-STUDENT UNTIL stu-eof.
044430*
044440 PRINT-EMERGENCY-STUDENT.
044450         IF stu-line-count >= stu-lines-per-page
044460             PERFORM PRINT-EMERGENCY-HEADINGS
044470         END-IF
044480         IF course-S NOT = stu-last-course
044490             MOVE course-S TO stu-lookup-course
044500             PERFORM GET-COURSE-TITLE
044510             DISPLAY " "
044520             DISPLAY "EMERGENCY CONTACTS - " stu-course-title
044530             IF stu-rpt-open
044540                 MOVE stu-course-title TO stu-rg-title
044550                 WRITE EMERGENCY-PRINT-LINE FROM stu-roster-group
044560                     AFTER ADVANCING 2 LINES
044570             END-IF
044580             COMPUTE stu-line-count = stu-line-count + 2
044590             MOVE course-S TO stu-last-course
044600         END-IF
044610         DISPLAY fullname-S " " SNo-S
044620         IF stu-rpt-open
044630             MOVE fullname-S TO stu-es-name
044640             MOVE SNo-S      TO stu-es-sno
044650             WRITE EMERGENCY-PRINT-LINE FROM stu-emrg-student
044660                 AFTER ADVANCING 1 LINE
044670         END-IF
044680         COMPUTE stu-line-count = stu-line-count + 1
044690         COMPUTE stu-roster-count = stu-roster-count + 1
044700         MOVE SNo-S TO stu-guard-sno
044710         MOVE 0 TO stu-guard-count
044720         PERFORM START-GUARDIAN-SCAN
044730         PERFORM PRINT-EMERGENCY-CONTACT UNTIL stu-guard-eof
044740         IF stu-guard-count = 0
044750             DISPLAY "    (NO CONTACTS ON FILE)"
044760             IF stu-rpt-open
044770                 WRITE EMERGENCY-PRINT-LINE FROM stu-emrg-none
044780                     AFTER ADVANCING 1 LINE
044790             END-IF
044800             COMPUTE stu-line-count = stu-line-count + 1
044810         END-IF
044820         PERFORM RETURN-NEXT-SORTED-STUDENT.
044830*
044840 PRINT-EMERGENCY-CONTACT.
044850         COMPUTE stu-guard-count = stu-guard-count + 1.
044860         DISPLAY "    " contact-name-G " " relationship-G " "
044870             mobile-G " " landline-G.
044880         IF stu-rpt-open
044890             MOVE contact-name-G TO stu-ec-name
044900             MOVE relationship-G TO stu-ec-rel
044910             MOVE mobile-G       TO stu-ec-mobile
044920             MOVE landline-G     TO stu-ec-landline
044930             WRITE EMERGENCY-PRINT-LINE FROM stu-emrg-contact
044940                 AFTER ADVANCING 1 LINE
044950         END-IF.
044960         COMPUTE stu-line-count = stu-line-count + 1.
044970         PERFORM READ-NEXT-GUARDIAN-RECORD.
044980*
044990*----------------------------------------------------------------*
045000*  ENROLLMENT-TREND-REPORT -- SHOWS, PER COURSE PER MONTH OVER   *
045010*  AN OPERATOR-ENTERED YYYYMM RANGE, THE ADDS OFF THE AUDIT      *
045020*  TRAIL - THE ROLLED-OFF AUDGEN GENERATIONS ON THE AUDGENL LOG  *
045030*  AS WELL AS THE LIVE FILE, SO CLOSED MONTHS STILL SHOW THEIR   *
045040*  GROWTH - THE WITHDRAWALS OFF THE ARCHIVE DATES AND THE NET    *
045050*  CHANGE, WITH A TOTAL LINE PER MONTH, ON SCREEN AND ON THE     *
045060*  TRNDRPT PRINT FILE.                                           *
045070*----------------------------------------------------------------*
045080 ENROLLMENT-TREND-REPORT.
045090         PERFORM ACCEPT-VALID-FROM-MONTH.
045100         PERFORM ACCEPT-VALID-TO-MONTH.
045110         MOVE 0 TO stu-last-month.
045120         MOVE SPACES TO stu-last-tcourse.
045130         MOVE 0 TO stu-mon-adds.
045140         MOVE 0 TO stu-mon-wdrw.
045150         MOVE 0 TO stu-grand-total.
045160         SET stu-trend-closed TO TRUE.
045170         ACCEPT stu-run-date FROM DATE YYYYMMDD.
045180         SET stu-rpt-not-open TO TRUE.
045190         OPEN OUTPUT TREND-PRINT.
045200         IF stu-trdprt-ok
045210             SET stu-rpt-open TO TRUE
045220         ELSE
045230             DISPLAY "WARNING - CANNOT OPEN TRNDRPT"
045240         END-IF.
045250         MOVE 0 TO stu-page-count.
045260         PERFORM PRINT-TREND-HEADINGS.
045270         SORT SORT-WORK
045280             ON ASCENDING KEY tmonth-S tcourse-S
045290             INPUT PROCEDURE IS RELEASE-TREND-INPUT
045300             OUTPUT PROCEDURE IS TALLY-TREND-OUTPUT.
045310         IF stu-grand-total = 0
045320             DISPLAY "NO ENROLLMENT ACTIVITY IN THAT RANGE"
045330         END-IF.
045340         IF stu-rpt-open
045350             MOVE stu-grand-total TO stu-tr-count
045360             MOVE " ACTION(S) **" TO stu-tr-label
045370             WRITE TREND-PRINT-LINE FROM stu-report-trailer
045380                 AFTER ADVANCING 2 LINES
045390             CLOSE TREND-PRINT
045400             DISPLAY "OFFICIAL COPY WRITTEN TO TRNDRPT"
045410         END-IF.
045420*
045430 ACCEPT-VALID-FROM-MONTH.
045440         SET stu-not-valid TO TRUE.
045450         PERFORM GET-FROM-MONTH UNTIL stu-valid.
045460*
045470 GET-FROM-MONTH.
045480         DISPLAY "FROM MONTH (YYYYMM): " WITH NO ADVANCING.
045490         ACCEPT stu-from-month.
045500         IF stu-from-month NUMERIC AND stu-from-month > 190000
045510             SET stu-valid TO TRUE
045520         ELSE
045530             DISPLAY "INVALID MONTH - MUST BE YYYYMM"
045540         END-IF.
045550*
045560 ACCEPT-VALID-TO-MONTH.
045570         SET stu-not-valid TO TRUE.
045580         PERFORM GET-TO-MONTH UNTIL stu-valid.
045590*
045600 GET-TO-MONTH.
045610         DISPLAY "TO MONTH (YYYYMM): " WITH NO ADVANCING.
045620         ACCEPT stu-to-month.
045630         IF stu-to-month NUMERIC
045640         AND stu-to-month >= stu-from-month
045650             SET stu-valid TO TRUE
045660         ELSE
045670             DISPLAY "INVALID MONTH - MUST BE YYYYMM, NOT "
045680                 "BEFORE THE FROM MONTH"
045690         END-IF.
045700*
045710*----------------------------------------------------------------*
045720*  RELEASE-TREND-INPUT -- SORT INPUT PROCEDURE: FIRST EVERY      *
045730*  AUDGEN.YYYYMM GENERATION NAMED ON THE AUDGENL LOG WHOSE       *
045740*  MONTH FALLS IN RANGE (SO ADDS THAT ROLLED OFF THE LIVE FILE   *
045750*  AT MONTH-END STILL COUNT), THEN ONE PASS OVER THE LIVE        *
045760*  AUDIT, RELEASING EVERY ADD IN THE MONTH RANGE WITH THE        *
045770*  COURSE OFF THE AFTER IMAGE; THEN ONE PASS OVER THE ARCHIVE    *
045780*  RELEASING EVERY WITHDRAWAL IN RANGE. THE LIVE AUDIT AND THE   *
045790*  ARCHIVE SIT OPEN FOR EXTEND ALL SESSION, SO EACH IS CLOSED,   *
045800*  RE-READ FOR INPUT AND RE-OPENED FOR EXTEND AROUND ITS PASS.   *
045810*----------------------------------------------------------------*
045820 RELEASE-TREND-INPUT.
045830         PERFORM RELEASE-TREND-GENERATIONS.
045840         CLOSE STUDENT-AUDIT.
045850         OPEN INPUT STUDENT-AUDIT.
045860         SET stu-not-eof TO TRUE.
045870         PERFORM READ-NEXT-AUDIT-RECORD.
045880         PERFORM RELEASE-TREND-ADD UNTIL stu-eof.
045890         CLOSE STUDENT-AUDIT.
045900         OPEN EXTEND STUDENT-AUDIT.
045910         CLOSE STUDENT-ARCHIVE.
045920         OPEN INPUT STUDENT-ARCHIVE.
045930         SET stu-not-eof TO TRUE.
045940         PERFORM READ-NEXT-ARCHIVE-RECORD.
045950         PERFORM RELEASE-TREND-WITHDRAWAL UNTIL stu-eof.
045960         CLOSE STUDENT-ARCHIVE.
045970         OPEN EXTEND STUDENT-ARCHIVE.
045980*
045990 RELEASE-TREND-GENERATIONS.
046000         OPEN INPUT GENERATION-LOG.
046010         IF stu-genlog-ok
046020             SET stu-genlog-not-eof TO TRUE
046030             PERFORM READ-NEXT-GENLOG-RECORD
046040             PERFORM RELEASE-ONE-GENERATION UNTIL stu-genlog-eof
046050             CLOSE GENERATION-LOG
046060         END-IF.
046070*
046080 READ-NEXT-GENLOG-RECORD.
046090         READ GENERATION-LOG NEXT RECORD
046100             AT END
046110                 SET stu-genlog-eof TO TRUE
046120         END-READ.
046130*
046140 RELEASE-ONE-GENERATION.
046150         IF gen-month-L >= stu-from-month
046160         AND gen-month-L <= stu-to-month
046170             MOVE gen-month-L TO stu-genfile-mm
046180             OPEN INPUT AUDIT-GENERATION
046190             IF stu-genfile-ok
046200                 SET stu-not-eof TO TRUE
046210                 PERFORM READ-NEXT-GEN-RECORD
046220                 PERFORM RELEASE-TREND-GEN-ADD UNTIL stu-eof
046230                 CLOSE AUDIT-GENERATION
046240             ELSE
046250                 DISPLAY "WARNING - GENERATION " stu-genfile-name
046260                     " ON THE LOG BUT NOT ON FILE - ITS ADDS "
046270                     "ARE MISSING FROM THIS TREND"
046280             END-IF
046290         END-IF.
046300         PERFORM READ-NEXT-GENLOG-RECORD.
046310*
046320 RELEASE-TREND-GEN-ADD.
046330         MOVE AUDIT-GENERATION-RECORD TO stu-audit-work.
046340         IF action-V = "ADD"
046350             COMPUTE stu-record-month = audit-date-V / 100
046360             IF stu-record-month >= stu-from-month
046370             AND stu-record-month <= stu-to-month
046380                 MOVE SPACES TO TREND-SORT-RECORD
046390                 MOVE stu-record-month TO tmonth-S
046400                 MOVE after-image-V(61:50) TO tcourse-S
046410                 MOVE "A" TO ttype-S
046420                 RELEASE TREND-SORT-RECORD
046430             END-IF
046440         END-IF.
046450         PERFORM READ-NEXT-GEN-RECORD.
046460*
046470 RELEASE-TREND-ADD.
046480         IF action-T = "ADD"
046490             COMPUTE stu-record-month = audit-date-T / 100
046500             IF stu-record-month >= stu-from-month
046510             AND stu-record-month <= stu-to-month
046520                 MOVE SPACES TO TREND-SORT-RECORD
046530                 MOVE stu-record-month TO tmonth-S
046540                 MOVE after-image-T(61:50) TO tcourse-S
046550                 MOVE "A" TO ttype-S
046560                 RELEASE TREND-SORT-RECORD
046570             END-IF
046580         END-IF.
046590         PERFORM READ-NEXT-AUDIT-RECORD.
046600*
046610 RELEASE-TREND-WITHDRAWAL.
046620         COMPUTE stu-record-month = withdrawn-date-A / 100.
046630         IF stu-record-month >= stu-from-month
046640         AND stu-record-month <= stu-to-month
046650             MOVE SPACES TO TREND-SORT-RECORD
046660             MOVE stu-record-month TO tmonth-S
046670             MOVE course-A TO tcourse-S
046680             MOVE "W" TO ttype-S
046690             RELEASE TREND-SORT-RECORD
046700         END-IF.
046710         PERFORM READ-NEXT-ARCHIVE-RECORD.
046720*
046730*----------------------------------------------------------------*
046740*  TALLY-TREND-OUTPUT -- SORT OUTPUT PROCEDURE: THE ACTIONS      *
046750*  COME BACK ORDERED BY MONTH AND COURSE. EACH COURSE BREAK      *
046760*  PRINTS ONE LINE OF ADDS, WITHDRAWALS AND NET; EACH MONTH      *
046770*  BREAK PRINTS THE MONTH'S TOTAL LINE.                          *
046780*----------------------------------------------------------------*
046790 TALLY-TREND-OUTPUT.
046800         SET stu-not-eof TO TRUE.
046810         PERFORM RETURN-NEXT-SORTED-STUDENT.
046820         PERFORM TALLY-TREND-LINE UNTIL stu-eof.
046830         IF stu-trend-open
046840             PERFORM PRINT-TREND-COURSE-LINE
046850             PERFORM PRINT-TREND-MONTH-TOTAL
046860         END-IF.
046870*
046880 TALLY-TREND-LINE.
046890         IF stu-trend-open
046900         AND (tmonth-S NOT = stu-last-month
046910           OR tcourse-S NOT = stu-last-tcourse)
046920             PERFORM PRINT-TREND-COURSE-LINE
046930             IF tmonth-S NOT = stu-last-month
046940                 PERFORM PRINT-TREND-MONTH-TOTAL
046950             END-IF
046960         END-IF.
046970         IF stu-trend-closed
046980             MOVE tmonth-S TO stu-last-month
046990             MOVE tcourse-S TO stu-last-tcourse
047000             MOVE 0 TO stu-crs-adds
047010             MOVE 0 TO stu-crs-wdrw
047020             SET stu-trend-open TO TRUE
047030         END-IF.
047040         IF ttype-S = "A"
047050             COMPUTE stu-crs-adds = stu-crs-adds + 1
047060             COMPUTE stu-mon-adds = stu-mon-adds + 1
047070         ELSE
047080             COMPUTE stu-crs-wdrw = stu-crs-wdrw + 1
047090             COMPUTE stu-mon-wdrw = stu-mon-wdrw + 1
047100         END-IF.
047110         COMPUTE stu-grand-total = stu-grand-total + 1.
047120         PERFORM RETURN-NEXT-SORTED-STUDENT.
047130*
047140 PRINT-TREND-HEADINGS.
047150         COMPUTE stu-page-count = stu-page-count + 1.
047160         IF stu-rpt-open
047170             MOVE stu-run-date TO stu-tt-date
047180             MOVE stu-page-count TO stu-tt-page
047190             MOVE stu-from-month TO stu-tf-month
047200             MOVE stu-to-month TO stu-tg-month
047210             WRITE TREND-PRINT-LINE FROM stu-trnd-title
047220                 AFTER ADVANCING PAGE
047230             WRITE TREND-PRINT-LINE FROM stu-trnd-range
047240                 AFTER ADVANCING 1 LINE
047250             WRITE TREND-PRINT-LINE FROM stu-trnd-colhead
047260                 AFTER ADVANCING 1 LINE
047270         END-IF.
047280         MOVE 3 TO stu-line-count.
047290*
047300 PRINT-TREND-COURSE-LINE.
047310         IF stu-line-count >= stu-lines-per-page
047320             PERFORM PRINT-TREND-HEADINGS
047330         END-IF.
047340         COMPUTE stu-net-count = stu-crs-adds - stu-crs-wdrw.
047350         MOVE stu-net-count TO stu-td-net.
047360         MOVE stu-last-tcourse TO stu-lookup-course.
047370         PERFORM GET-COURSE-TITLE.
047380         DISPLAY stu-last-month " " stu-course-title " "
047390             stu-crs-adds " ADDS " stu-crs-wdrw " WITHDRAWN "
047400             stu-td-net " NET".
047410         IF stu-rpt-open
047420             MOVE stu-last-month TO stu-td-month
047430             MOVE stu-course-title TO stu-td-title
047440             MOVE stu-crs-adds TO stu-td-adds
047450             MOVE stu-crs-wdrw TO stu-td-wdrw
047460             WRITE TREND-PRINT-LINE FROM stu-trnd-detail
047470                 AFTER ADVANCING 1 LINE
047480         END-IF.
047490         COMPUTE stu-line-count = stu-line-count + 1.
047500         SET stu-trend-closed TO TRUE.
047510*
047520 PRINT-TREND-MONTH-TOTAL.
047530         IF stu-line-count >= stu-lines-per-page
047540             PERFORM PRINT-TREND-HEADINGS
047550         END-IF.
047560         COMPUTE stu-net-count = stu-mon-adds - stu-mon-wdrw.
047570         MOVE stu-net-count TO stu-tm-net.
047580         DISPLAY "MONTH TOTAL FOR " stu-last-month ": "
047590             stu-mon-adds " ADDS, " stu-mon-wdrw " WITHDRAWN, "
047600             stu-tm-net " NET".
047610         IF stu-rpt-open
047620             MOVE stu-last-month TO stu-tm-month
047630             MOVE stu-mon-adds TO stu-tm-adds
047640             MOVE stu-mon-wdrw TO stu-tm-wdrw
047650             WRITE TREND-PRINT-LINE FROM stu-trnd-month-total
047660                 AFTER ADVANCING 1 LINE
047670         END-IF.
047680         COMPUTE stu-line-count = stu-line-count + 1.
047690         MOVE 0 TO stu-mon-adds.
047700         MOVE 0 TO stu-mon-wdrw.
047710*
047720*----------------------------------------------------------------*
047730*  GRADE-MAINTENANCE -- ENTERS, CORRECTS OR LISTS THE FACULTY-   *
047740*  SUBMITTED TERM GRADES ON GRADE-FILE, KEYED BY STUDENT NUMBER, *
047750*  TERM (YYYYS, S = 1ST/2ND SEMESTER OR 3 FOR SUMMER) AND        *
047760*  SUBJECT CODE. EVERY ENTRY AND CORRECTION IS AUDITED LIKE THE  *
047770*  MASTER CHANGES: GRDADD OR GRDCHG, WITH THE GRADE RECORD AS    *
047780*  THE BEFORE AND AFTER IMAGES, SO THE AUDIT INQUIRY SHOWS THEM  *
047790*  UNDER THE STUDENT NUMBER.                                     *
047800*----------------------------------------------------------------*
047810 GRADE-MAINTENANCE.
047820         DISPLAY "GRADE ENTRY AND CORRECTION".
047830         DISPLAY "[1] ENTER GRADE".
047840         DISPLAY "[2] CORRECT GRADE".
047850         DISPLAY "[3] LIST GRADES FOR A STUDENT".
047860         DISPLAY "CHOICE: " WITH NO ADVANCING.
047870         ACCEPT CHOICE.
047880         IF CHOICE = 1
047890             PERFORM ENTER-GRADE
047900         ELSE
047910             IF CHOICE = 2
047920                 PERFORM CORRECT-GRADE
047930             ELSE
047940                 IF CHOICE = 3
047950                     PERFORM LIST-GRADE-INQUIRY
047960                 END-IF
047970             END-IF
047980         END-IF.
047990*
048000 ENTER-GRADE.
048010         DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING.
048020         ACCEPT studNo.
048030         PERFORM READ-STUDENT-BY-KEY.
048040         IF stu-not-found
048050             DISPLAY "STUDENT NOT FOUND"
048060         ELSE
048070             PERFORM ACCEPT-VALID-TERM
048080             PERFORM ACCEPT-VALID-SUBJECT
048090             PERFORM READ-GRADE-BY-KEY
048100             IF stu-found
048110                 DISPLAY "GRADE ALREADY ON FILE - USE CORRECT "
048120                     "GRADE"
048130             ELSE
048140                 DISPLAY "DESCRIPTIVE TITLE: " WITH NO ADVANCING
048150                 ACCEPT subjTitle
048160                 PERFORM ACCEPT-VALID-UNITS
048170                 PERFORM ACCEPT-VALID-GRADE
048180                 MOVE studNo     TO SNo-D
048190                 MOVE gradeTerm  TO term-D
048200                 MOVE subjCode   TO subject-D
048210                 MOVE subjTitle  TO subject-title-D
048220                 MOVE gradeUnits TO units-D
048230                 MOVE gradeMark  TO grade-D
048240                 ACCEPT graded-date-D FROM DATE YYYYMMDD
048250                 WRITE GRADE-RECORD
048260                     INVALID KEY
048270                         DISPLAY "WARNING - GRADE WRITE FAILED"
048280                 END-WRITE
048290                 IF stu-grade-ok
048300                     MOVE "GRDADD" TO stu-audit-action
048310                     MOVE SPACES TO stu-before-image
048320                     MOVE GRADE-RECORD TO stu-after-image
048330                     PERFORM WRITE-AUDIT-RECORD
048340                     DISPLAY "GRADE ENTERED"
048350                 END-IF
048360             END-IF
048370         END-IF.
048380*
048390 CORRECT-GRADE.
048400         DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING.
048410         ACCEPT studNo.
048420         PERFORM ACCEPT-VALID-TERM.
048430         PERFORM ACCEPT-VALID-SUBJECT.
048440         PERFORM READ-GRADE-BY-KEY.
048450         IF stu-not-found
048460             DISPLAY "GRADE NOT ON FILE"
048470         ELSE
048480             DISPLAY "CURRENT: " subject-D " " subject-title-D
048490                 " GRADE " grade-D " UNITS " units-D
048500             MOVE GRADE-RECORD TO stu-before-image
048510             PERFORM ACCEPT-VALID-UNITS
048520             PERFORM ACCEPT-VALID-GRADE
048530             MOVE gradeUnits TO units-D
048540             MOVE gradeMark  TO grade-D
048550             ACCEPT graded-date-D FROM DATE YYYYMMDD
048560             REWRITE GRADE-RECORD
048570                 INVALID KEY
048580                     DISPLAY "WARNING - GRADE NOT ON FILE"
048590             END-REWRITE
048600             IF stu-grade-ok
048610                 MOVE "GRDCHG" TO stu-audit-action
048620                 MOVE GRADE-RECORD TO stu-after-image
048630                 PERFORM WRITE-AUDIT-RECORD
048640                 DISPLAY "GRADE CORRECTED"
048650             END-IF
048660         END-IF.
048670*
048680*----------------------------------------------------------------*
048690*  READ-GRADE-BY-KEY -- READS THE GRADE FOR studNo, gradeTerm    *
048700*  AND subjCode, SETTING stu-found/stu-not-found. ON A HIT THE   *
048710*  RECORD IS LEFT IN GRADE-RECORD.                               *
048720*----------------------------------------------------------------*
048730 READ-GRADE-BY-KEY.
048740         SET stu-not-found TO TRUE.
048750         MOVE studNo    TO SNo-D.
048760         MOVE gradeTerm TO term-D.
048770         MOVE subjCode  TO subject-D.
048780         READ GRADE-FILE
048790             INVALID KEY
048800                 CONTINUE
048810             NOT INVALID KEY
048820                 SET stu-found TO TRUE
048830         END-READ.
048840*
048850 ACCEPT-VALID-TERM.
048860         SET stu-not-valid TO TRUE.
048870         PERFORM GET-TERM UNTIL stu-valid.
048880*
048890 GET-TERM.
048900         DISPLAY "TERM (YYYYS, S=1/2, 3=SUMMER): "
048910             WITH NO ADVANCING.
048920         ACCEPT gradeTerm.
048930         IF gradeTerm NUMERIC
048940             DIVIDE gradeTerm BY 10
048950                 GIVING stu-term-year REMAINDER stu-term-sem
048960             IF stu-term-year > 1900
048970             AND stu-term-sem >= 1 AND stu-term-sem <= 3
048980                 SET stu-valid TO TRUE
048990             END-IF
049000         END-IF.
049010         IF stu-not-valid
049020             DISPLAY "INVALID TERM - MUST BE YYYYS, S = 1, 2 OR 3"
049030         END-IF.
049040*
049050 ACCEPT-VALID-SUBJECT.
049060         SET stu-not-valid TO TRUE.
049070         PERFORM GET-SUBJECT UNTIL stu-valid.
049080*
049090 GET-SUBJECT.
049100         DISPLAY "SUBJECT CODE: " WITH NO ADVANCING.
049110         ACCEPT subjCode.
049120         IF subjCode NOT = SPACES
049130             SET stu-valid TO TRUE
049140         ELSE
049150             DISPLAY "SUBJECT CODE IS REQUIRED"
049160         END-IF.
049170*
049180 ACCEPT-VALID-UNITS.
049190         SET stu-not-valid TO TRUE.
049200         PERFORM GET-UNITS UNTIL stu-valid.
049210*
049220 GET-UNITS.
049230         DISPLAY "UNITS (1-9): " WITH NO ADVANCING.
049240         ACCEPT gradeUnits.
049250         IF gradeUnits NUMERIC AND gradeUnits > 0
049260             SET stu-valid TO TRUE
049270         ELSE
049280             DISPLAY "INVALID UNITS - MUST BE 1-9"
049290         END-IF.
049300*
049310*----------------------------------------------------------------*
049320*  ACCEPT-VALID-GRADE -- RE-PROMPTS UNTIL gradeMark HOLDS ONE OF *
049330*  THE GRADES ON THE stu-valid-grade TABLE.                      *
049340*----------------------------------------------------------------*
049350 ACCEPT-VALID-GRADE.
049360         SET stu-not-valid TO TRUE.
049370         PERFORM GET-GRADE UNTIL stu-valid.
049380*
049390 GET-GRADE.
049400         DISPLAY "GRADE (1.00-5.00, INC, DRP): "
049410             WITH NO ADVANCING.
049420         ACCEPT gradeMark.
049430         PERFORM CHECK-GRADE-VALUE
049440             VARYING stu-grade-ix FROM 1 BY 1
049450             UNTIL stu-grade-ix > 13 OR stu-valid.
049460         IF stu-not-valid
049470             DISPLAY "INVALID GRADE - 1.00 TO 3.00 IN QUARTERS, "
049480                 "4.00, 5.00, INC OR DRP"
049490         END-IF.
049500*
049510 CHECK-GRADE-VALUE.
049520         IF gradeMark = stu-valid-grade(stu-grade-ix)
049530             SET stu-valid TO TRUE
049540         END-IF.
049550*
049560 LIST-GRADE-INQUIRY.
049570         DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING.
049580         ACCEPT studNo.
049590         MOVE studNo TO stu-grade-sno.
049600         MOVE 0 TO stu-grade-count.
049610         PERFORM START-GRADE-SCAN.
049620         PERFORM LIST-ONE-GRADE UNTIL stu-grade-eof.
049630         IF stu-grade-count = 0
049640             DISPLAY "    (NO GRADES ON FILE)"
049650         END-IF.
049660*
049670 LIST-ONE-GRADE.
049680         COMPUTE stu-grade-count = stu-grade-count + 1.
049690         DISPLAY "    " term-D " " subject-D " " subject-title-D
049700             " " grade-D " " units-D.
049710         PERFORM READ-NEXT-GRADE-RECORD.
049720*
049730*----------------------------------------------------------------*
049740*  START-GRADE-SCAN -- POSITIONS GRADE-FILE AT THE FIRST GRADE   *
049750*  FOR THE STUDENT IN stu-grade-sno AND PRIMES THE FIRST READ.   *
049760*  THE KEY ORDER GIVES THE GRADES TERM BY TERM. THE SCAN ENDS    *
049770*  (stu-grade-eof) AT THE FIRST RECORD FOR ANOTHER STUDENT.      *
049780*----------------------------------------------------------------*
049790 START-GRADE-SCAN.
049800         SET stu-grade-not-eof TO TRUE.
049810         MOVE stu-grade-sno TO SNo-D.
049820         MOVE 0 TO term-D.
049830         MOVE LOW-VALUES TO subject-D.
049840         START GRADE-FILE
049850             KEY IS GREATER THAN grade-key-D
049860             INVALID KEY
049870                 SET stu-grade-eof TO TRUE
049880             NOT INVALID KEY
049890                 PERFORM READ-NEXT-GRADE-RECORD
049900         END-START.
049910*
049920 READ-NEXT-GRADE-RECORD.
049930         READ GRADE-FILE NEXT RECORD
049940             AT END
049950                 SET stu-grade-eof TO TRUE
049960         END-READ.
049970         IF stu-grade-not-eof AND SNo-D NOT = stu-grade-sno
049980             SET stu-grade-eof TO TRUE
049990         END-IF.
050000*
050010*----------------------------------------------------------------*
050020*  CHECK-OUTSTANDING-GRADES -- LISTS EVERY INCOMPLETE (INC) OR   *
050030*  FAILING (4.00 OR 5.00) GRADE ON FILE FOR THE STUDENT IN       *
050040*  stu-grade-sno AND WARNS WITH THE COUNTS. A GRADE LATER        *
050050*  MADE GOOD IN ANOTHER TERM STILL LISTS, SO THE OPERATOR CAN    *
050060*  SEE THE WHOLE RECORD BEFORE CONFIRMING.                       *
050070*----------------------------------------------------------------*
050080 CHECK-OUTSTANDING-GRADES.
050090         MOVE 0 TO stu-inc-count.
050100         MOVE 0 TO stu-fail-count.
050110         PERFORM START-GRADE-SCAN.
050120         PERFORM CHECK-ONE-GRADE UNTIL stu-grade-eof.
050130         IF stu-inc-count > 0 OR stu-fail-count > 0
050140             DISPLAY "WARNING - " stu-inc-count " INCOMPLETE AND "
050150                 stu-fail-count " FAILING GRADE(S) ON FILE"
050160         END-IF.
050170*
050180 CHECK-ONE-GRADE.
050190         IF grade-incomplete-D
050200             COMPUTE stu-inc-count = stu-inc-count + 1
050210             DISPLAY "    INC  " term-D " " subject-D " "
050220                 subject-title-D
050230         ELSE
050240             IF NOT grade-dropped-D
050250                 PERFORM COMPUTE-GRADE-POINT
050260                 IF stu-grade-point > 3
050270                     COMPUTE stu-fail-count = stu-fail-count + 1
050280                     DISPLAY "    " grade-D " " term-D " "
050290                         subject-D " " subject-title-D
050300                 END-IF
050310             END-IF
050320         END-IF.
050330         PERFORM READ-NEXT-GRADE-RECORD.
050340*
050350 COMPUTE-GRADE-POINT.
050360         COMPUTE stu-grade-point =
050370             grade-int-D + grade-dec-D / 100.
050380*
050390*----------------------------------------------------------------*
050400*  TRANSCRIPT-OF-RECORDS -- PRINTS THE OFFICIAL TRANSCRIPT TO    *
050410*  THE TRANSRPT PRINT FILE FOR ONE STUDENT, OR FOR EVERY         *
050420*  STUDENT ON THE MASTER CARRYING A COURSE CODE (ENROLLED, ON    *
050430*  LEAVE OR GRADUATED), ONE STUDENT PER PAGE IN STUDENT NUMBER   *
050440*  ORDER.                                                        *
050450*  EACH TERM LISTS ITS SUBJECTS, GRADES AND UNITS AND CLOSES     *
050460*  WITH THE TERM GPA AND THE RUNNING GPA TO DATE. THE GPA IS     *
050470*  THE UNIT-WEIGHTED AVERAGE OF THE NUMERIC GRADES; INC AND DRP  *
050480*  PRINT BUT DO NOT COUNT.                                       *
050490*----------------------------------------------------------------*
050500 TRANSCRIPT-OF-RECORDS.
050510         DISPLAY "TRANSCRIPT PRINT".
050520         DISPLAY "[1] ONE STUDENT".
050530         DISPLAY "[2] WHOLE COURSE".
050540         DISPLAY "CHOICE: " WITH NO ADVANCING.
050550         ACCEPT CHOICE.
050560         IF CHOICE = 1 OR CHOICE = 2
050570             ACCEPT stu-run-date FROM DATE YYYYMMDD
050580             SET stu-rpt-not-open TO TRUE
050590             OPEN OUTPUT TRANSCRIPT-PRINT
050600             IF stu-tscprt-ok
050610                 SET stu-rpt-open TO TRUE
050620             ELSE
050630                 DISPLAY "WARNING - CANNOT OPEN TRANSRPT"
050640             END-IF
050650             MOVE 0 TO stu-page-count
050660             MOVE 0 TO stu-roster-count
050670             IF CHOICE = 1
050680                 DISPLAY "ENTER STUDENT NUMBER: "
050690                     WITH NO ADVANCING
050700                 ACCEPT studNo
050710                 PERFORM READ-STUDENT-BY-KEY
050720                 IF stu-not-found
050730                     DISPLAY "STUDENT NOT FOUND"
050740                 ELSE
050750                     PERFORM PRINT-ONE-TRANSCRIPT
050760                 END-IF
050770             ELSE
050780                 DISPLAY "ENTER COURSE CODE: " WITH NO ADVANCING
050790                 ACCEPT studCourse
050800                 PERFORM START-STUDENT-SCAN
050810                 PERFORM TRANSCRIPT-IF-IN-COURSE UNTIL stu-eof
050820                 IF stu-roster-count = 0
050830                     DISPLAY "NO STUDENTS IN THAT COURSE"
050840                 END-IF
050850             END-IF
050860             IF stu-rpt-open
050870                 MOVE stu-roster-count TO stu-tr-count
050880                 MOVE " STUDENT(S) **" TO stu-tr-label
050890                 WRITE TRANSCRIPT-PRINT-LINE
050900                     FROM stu-report-trailer
050910                     AFTER ADVANCING 2 LINES
050920                 CLOSE TRANSCRIPT-PRINT
050930                 DISPLAY "OFFICIAL COPY WRITTEN TO TRANSRPT"
050940             END-IF
050950         END-IF.
050960*
050970 TRANSCRIPT-IF-IN-COURSE.
050980         IF course-M = studCourse
050990             PERFORM PRINT-ONE-TRANSCRIPT
051000         END-IF.
051010         PERFORM READ-NEXT-STUDENT-RECORD.
051020*
051030*----------------------------------------------------------------*
051040*  PRINT-ONE-TRANSCRIPT -- PRINTS THE TRANSCRIPT OF THE MASTER   *
051050*  RECORD ON HAND. ONLY GRADE-FILE AND COURSE-REFERENCE ARE      *
051060*  READ, SO A WHOLE-COURSE PASS OVER THE MASTER IS UNDISTURBED.  *
051070*----------------------------------------------------------------*
051080 PRINT-ONE-TRANSCRIPT.
051090         COMPUTE stu-roster-count = stu-roster-count + 1.
051100         MOVE course-M TO stu-lookup-course.
051110         PERFORM GET-COURSE-TITLE.
051120         MOVE fullname-M TO stu-xs-name.
051130         MOVE SNo-M TO stu-xs-sno.
051140         MOVE stu-course-title TO stu-xc-title.
051150         MOVE 0 TO stu-last-term.
051160         MOVE 0 TO stu-cum-points.
051170         MOVE 0 TO stu-cum-units.
051180         MOVE 0 TO stu-earned-units.
051190         MOVE 0 TO stu-cum-gpa.
051200         DISPLAY " ".
051210         DISPLAY "TRANSCRIPT - " SNo-M " " fullname-M.
051220         DISPLAY "COURSE: " stu-course-title.
051230         PERFORM PRINT-TRANSCRIPT-HEADINGS.
051240         MOVE SNo-M TO stu-grade-sno.
051250         PERFORM START-GRADE-SCAN.
051260         PERFORM PRINT-TRANSCRIPT-GRADE UNTIL stu-grade-eof.
051270         IF stu-last-term = 0
051280             DISPLAY "    (NO GRADES ON FILE)"
051290             IF stu-rpt-open
051300                 WRITE TRANSCRIPT-PRINT-LINE FROM stu-tscr-none
051310                     AFTER ADVANCING 1 LINE
051320             END-IF
051330         ELSE
051340             PERFORM PRINT-TRANSCRIPT-TERM-TOTAL
051350         END-IF.
051360         MOVE stu-earned-units TO stu-xf-earned.
051370         MOVE stu-cum-gpa TO stu-xf-gpa.
051380         DISPLAY "TOTAL UNITS EARNED: " stu-xf-earned
051390             "  CUMULATIVE GPA: " stu-xf-gpa.
051400         IF stu-rpt-open
051410             WRITE TRANSCRIPT-PRINT-LINE FROM stu-tscr-footer
051420                 AFTER ADVANCING 2 LINES
051430         END-IF.
051440*
051450 PRINT-TRANSCRIPT-HEADINGS.
051460         COMPUTE stu-page-count = stu-page-count + 1.
051470         IF stu-rpt-open
051480             MOVE stu-run-date TO stu-xt-date
051490             MOVE stu-page-count TO stu-xt-page
051500             WRITE TRANSCRIPT-PRINT-LINE FROM stu-tscr-title
051510                 AFTER ADVANCING PAGE
051520             WRITE TRANSCRIPT-PRINT-LINE FROM stu-tscr-student
051530                 AFTER ADVANCING 2 LINES
051540             WRITE TRANSCRIPT-PRINT-LINE FROM stu-tscr-course
051550                 AFTER ADVANCING 1 LINE
051560             WRITE TRANSCRIPT-PRINT-LINE FROM stu-tscr-colhead
051570                 AFTER ADVANCING 2 LINES
051580         END-IF.
051590         MOVE 6 TO stu-line-count.
051600*
051610*----------------------------------------------------------------*
051620*  PRINT-TRANSCRIPT-GRADE -- ONE GRADE LINE. A CHANGE OF TERM    *
051630*  CLOSES THE PREVIOUS TERM WITH ITS TOTALS AND OPENS THE NEW    *
051640*  ONE WITH A TERM HEADER.                                       *
051650*----------------------------------------------------------------*
051660 PRINT-TRANSCRIPT-GRADE.
051670         IF term-D NOT = stu-last-term
051680             IF stu-last-term NOT = 0
051690                 PERFORM PRINT-TRANSCRIPT-TERM-TOTAL
051700             END-IF
051710             IF stu-line-count >= stu-lines-per-page
051720                 PERFORM PRINT-TRANSCRIPT-HEADINGS
051730             END-IF
051740             DISPLAY "TERM " term-year-D "-" term-sem-D
051750             IF stu-rpt-open
051760                 MOVE term-year-D TO stu-xr-year
051770                 MOVE term-sem-D TO stu-xr-sem
051780                 WRITE TRANSCRIPT-PRINT-LINE FROM stu-tscr-term
051790                     AFTER ADVANCING 2 LINES
051800             END-IF
051810             COMPUTE stu-line-count = stu-line-count + 2
051820             MOVE term-D TO stu-last-term
051830             MOVE 0 TO stu-term-points
051840             MOVE 0 TO stu-term-units
051850         END-IF.
051860         IF stu-line-count >= stu-lines-per-page
051870             PERFORM PRINT-TRANSCRIPT-HEADINGS
051880         END-IF.
051890         DISPLAY "  " subject-D " " subject-title-D " " grade-D
051900             "  " units-D.
051910         IF stu-rpt-open
051920             MOVE subject-D       TO stu-xd-subject
051930             MOVE subject-title-D TO stu-xd-title
051940             MOVE grade-D         TO stu-xd-grade
051950             MOVE units-D         TO stu-xd-units
051960             WRITE TRANSCRIPT-PRINT-LINE FROM stu-tscr-detail
051970                 AFTER ADVANCING 1 LINE
051980         END-IF.
051990         COMPUTE stu-line-count = stu-line-count + 1.
052000         IF NOT grade-incomplete-D AND NOT grade-dropped-D
052010             PERFORM COMPUTE-GRADE-POINT
052020             COMPUTE stu-term-points =
052030                 stu-term-points + stu-grade-point * units-D
052040             COMPUTE stu-term-units = stu-term-units + units-D
052050             IF stu-grade-point NOT > 3
052060                 COMPUTE stu-earned-units =
052070                     stu-earned-units + units-D
052080             END-IF
052090         END-IF.
052100         PERFORM READ-NEXT-GRADE-RECORD.
052110*
052120 PRINT-TRANSCRIPT-TERM-TOTAL.
052130         COMPUTE stu-cum-points =
052140             stu-cum-points + stu-term-points.
052150         COMPUTE stu-cum-units = stu-cum-units + stu-term-units.
052160         MOVE 0 TO stu-term-gpa.
052170         IF stu-term-units > 0
052180             COMPUTE stu-term-gpa ROUNDED =
052190                 stu-term-points / stu-term-units
052200         END-IF.
052210         IF stu-cum-units > 0
052220             COMPUTE stu-cum-gpa ROUNDED =
052230                 stu-cum-points / stu-cum-units
052240         END-IF.
052250         MOVE stu-term-units TO stu-xu-units.
052260         MOVE stu-term-gpa TO stu-xu-gpa.
052270         MOVE stu-cum-gpa TO stu-xu-running.
052280         DISPLAY "  TERM UNITS: " stu-xu-units "  TERM GPA: "
052290             stu-xu-gpa "  RUNNING GPA: " stu-xu-running.
052300         IF stu-rpt-open
052310             WRITE TRANSCRIPT-PRINT-LINE FROM stu-tscr-term-total
052320                 AFTER ADVANCING 1 LINE
052330         END-IF.
052340         COMPUTE stu-line-count = stu-line-count + 1.
052350*
052360*----------------------------------------------------------------*
052370*  START-LEDGER-SCAN -- POSITIONS THE FEE-LEDGER AT THE FIRST    *
052380*  ENTRY FOR THE STUDENT IN stu-fee-sno AND PRIMES THE FIRST     *
052390*  READ. stu-fee-eof IS SET ONCE THE STUDENT'S ENTRIES RUN OUT.  *
052400*----------------------------------------------------------------*
052410 START-LEDGER-SCAN.
052420         SET stu-fee-not-eof TO TRUE.
052430         MOVE stu-fee-sno TO SNo-F.
052440         MOVE 0 TO entry-seq-F.
052450         START FEE-LEDGER
052460             KEY IS GREATER THAN ledger-key-F
052470             INVALID KEY
052480                 SET stu-fee-eof TO TRUE
052490             NOT INVALID KEY
052500                 PERFORM READ-NEXT-LEDGER-RECORD
052510         END-START.
052520*
052530 READ-NEXT-LEDGER-RECORD.
052540         READ FEE-LEDGER NEXT RECORD
052550             AT END
052560                 SET stu-fee-eof TO TRUE
052570         END-READ.
052580         IF stu-fee-not-eof AND SNo-F NOT = stu-fee-sno
052590             SET stu-fee-eof TO TRUE
052600         END-IF.
052610*
052620*----------------------------------------------------------------*
052630*  COMPUTE-FEE-BALANCE -- TOTALS THE CHARGES AND PAYMENTS ON THE *
052640*  FEE-LEDGER FOR THE STUDENT IN stu-fee-sno. THE BALANCE OWING  *
052650*  (NEGATIVE WHEN OVERPAID) IS LEFT IN stu-fee-balance.          *
052660*----------------------------------------------------------------*
052670 COMPUTE-FEE-BALANCE.
052680         MOVE 0 TO stu-fee-entries.
052690         MOVE 0 TO stu-fee-charges.
052700         MOVE 0 TO stu-fee-payments.
052710         PERFORM START-LEDGER-SCAN.
052720         PERFORM ADD-ONE-LEDGER-ENTRY UNTIL stu-fee-eof.
052730         COMPUTE stu-fee-balance =
052740             stu-fee-charges - stu-fee-payments.
052750*
052760 ADD-ONE-LEDGER-ENTRY.
052770         COMPUTE stu-fee-entries = stu-fee-entries + 1.
052780         IF entry-payment-F
052790             COMPUTE stu-fee-payments =
052800                 stu-fee-payments + amount-F
052810         ELSE
052820             COMPUTE stu-fee-charges = stu-fee-charges + amount-F
052830         END-IF.
052840         PERFORM READ-NEXT-LEDGER-RECORD.
052850*
052860*----------------------------------------------------------------*
052870*  STATEMENT-OF-ACCOUNT -- PRINTS THE STATEMENT OF ACCOUNT TO    *
052880*  THE STMTRPT PRINT FILE FOR ONE STUDENT, OR FOR EVERY STUDENT  *
052890*  OF A COURSE WHO HAS ENTRIES ON THE FEE-LEDGER, ONE STUDENT    *
052900*  PER PAGE IN STUDENT NUMBER ORDER. EVERY CHARGE AND PAYMENT    *
052910*  LISTS IN POSTING ORDER WITH A RUNNING BALANCE. A WITHDRAWN    *
052920*  STUDENT WHO STILL HAS LEDGER ENTRIES CAN BE PRINTED BY SNO.   *
052930*----------------------------------------------------------------*
052940 STATEMENT-OF-ACCOUNT.
052950         DISPLAY "STATEMENT OF ACCOUNT".
052960         DISPLAY "[1] ONE STUDENT".
052970         DISPLAY "[2] WHOLE COURSE".
052980         DISPLAY "CHOICE: " WITH NO ADVANCING.
052990         ACCEPT CHOICE.
053000         IF CHOICE = 1 OR CHOICE = 2
053010             ACCEPT stu-run-date FROM DATE YYYYMMDD
053020             SET stu-rpt-not-open TO TRUE
053030             OPEN OUTPUT STATEMENT-PRINT
053040             IF stu-stmprt-ok
053050                 SET stu-rpt-open TO TRUE
053060             ELSE
053070                 DISPLAY "WARNING - CANNOT OPEN STMTRPT"
053080             END-IF
053090             MOVE 0 TO stu-page-count
053100             MOVE 0 TO stu-roster-count
053110             IF CHOICE = 1
053120                 DISPLAY "ENTER STUDENT NUMBER: "
053130                     WITH NO ADVANCING
053140                 ACCEPT studNo
053150                 PERFORM READ-STUDENT-BY-KEY
053160                 IF stu-found
053170                     PERFORM PRINT-ONE-STATEMENT
053180                 ELSE
053190                     PERFORM STATEMENT-IF-ON-LEDGER
053200                 END-IF
053210             ELSE
053220                 DISPLAY "ENTER COURSE CODE: " WITH NO ADVANCING
053230                 ACCEPT studCourse
053240                 PERFORM START-STUDENT-SCAN
053250                 PERFORM STATEMENT-IF-IN-COURSE UNTIL stu-eof
053260                 IF stu-roster-count = 0
053270                     DISPLAY "NO FEE ENTRIES FOR THAT COURSE"
053280                 END-IF
053290             END-IF
053300             IF stu-rpt-open
053310                 MOVE stu-roster-count TO stu-tr-count
053320                 MOVE " STATEMENT(S) **" TO stu-tr-label
053330                 WRITE STATEMENT-PRINT-LINE
053340                     FROM stu-report-trailer
053350                     AFTER ADVANCING 2 LINES
053360                 CLOSE STATEMENT-PRINT
053370                 DISPLAY "OFFICIAL COPY WRITTEN TO STMTRPT"
053380             END-IF
053390         END-IF.
053400*
053410 STATEMENT-IF-IN-COURSE.
053420         IF course-M = studCourse
053430             MOVE SNo-M TO stu-fee-sno
053440             PERFORM COMPUTE-FEE-BALANCE
053450             IF stu-fee-entries > 0
053460                 PERFORM PRINT-ONE-STATEMENT
053470             END-IF
053480         END-IF.
053490         PERFORM READ-NEXT-STUDENT-RECORD.
053500*
053510*----------------------------------------------------------------*
053520*  STATEMENT-IF-ON-LEDGER -- THE SNO IS NOT ON THE MASTER. IF    *
053530*  THE FEE-LEDGER STILL CARRIES ENTRIES FOR IT (A WITHDRAWN      *
053540*  STUDENT) THE STATEMENT PRINTS UNDER A PLACEHOLDER NAME.       *
053550*----------------------------------------------------------------*
053560 STATEMENT-IF-ON-LEDGER.
053570         MOVE studNo TO stu-fee-sno.
053580         PERFORM COMPUTE-FEE-BALANCE.
053590         IF stu-fee-entries = 0
053600             DISPLAY "STUDENT NOT FOUND"
053610         ELSE
053620             MOVE studNo TO SNo-M
053630             MOVE "(NOT ON MASTER - SEE ARCHIVE)" TO fullname-M
053640             MOVE "WITHDRAWN" TO course-M
053650             PERFORM PRINT-ONE-STATEMENT
053660         END-IF.
053670*
053680*----------------------------------------------------------------*
053690*  PRINT-ONE-STATEMENT -- PRINTS THE STATEMENT OF THE MASTER     *
053700*  RECORD ON HAND. ONLY FEE-LEDGER AND COURSE-REFERENCE ARE      *
053710*  READ, SO A WHOLE-COURSE PASS OVER THE MASTER IS UNDISTURBED.  *
053720*----------------------------------------------------------------*
053730 PRINT-ONE-STATEMENT.
053740         COMPUTE stu-roster-count = stu-roster-count + 1.
053750         MOVE course-M TO stu-lookup-course.
053760         PERFORM GET-COURSE-TITLE.
053770         MOVE fullname-M TO stu-xs-name.
053780         MOVE SNo-M TO stu-xs-sno.
053790         MOVE stu-course-title TO stu-xc-title.
053800         MOVE 0 TO stu-fee-balance.
053810         MOVE 0 TO stu-fee-entries.
053820         DISPLAY " ".
053830         DISPLAY "STATEMENT - " SNo-M " " fullname-M.
053840         DISPLAY "COURSE: " stu-course-title.
053850         PERFORM PRINT-STATEMENT-HEADINGS.
053860         MOVE SNo-M TO stu-fee-sno.
053870         PERFORM START-LEDGER-SCAN.
053880         PERFORM PRINT-STATEMENT-ENTRY UNTIL stu-fee-eof.
053890         IF stu-fee-entries = 0
053900             DISPLAY "    (NO FEE ENTRIES ON FILE)"
053910             IF stu-rpt-open
053920                 WRITE STATEMENT-PRINT-LINE FROM stu-stmt-none
053930                     AFTER ADVANCING 1 LINE
053940             END-IF
053950         END-IF.
053960         MOVE stu-fee-balance TO stu-sf-balance.
053970         DISPLAY "BALANCE DUE: " stu-sf-balance.
053980         IF stu-rpt-open
053990             WRITE STATEMENT-PRINT-LINE FROM stu-stmt-footer
054000                 AFTER ADVANCING 2 LINES
054010         END-IF.
054020*
054030 PRINT-STATEMENT-HEADINGS.
054040         COMPUTE stu-page-count = stu-page-count + 1.
054050         IF stu-rpt-open
054060             MOVE stu-run-date TO stu-sm-date
054070             MOVE stu-page-count TO stu-sm-page
054080             WRITE STATEMENT-PRINT-LINE FROM stu-stmt-title
054090                 AFTER ADVANCING PAGE
054100             WRITE STATEMENT-PRINT-LINE FROM stu-tscr-student
054110                 AFTER ADVANCING 2 LINES
054120             WRITE STATEMENT-PRINT-LINE FROM stu-tscr-course
054130                 AFTER ADVANCING 1 LINE
054140             WRITE STATEMENT-PRINT-LINE FROM stu-stmt-colhead
054150                 AFTER ADVANCING 2 LINES
054160         END-IF.
054170         MOVE 6 TO stu-line-count.
054180*
054190*----------------------------------------------------------------*
054200*  PRINT-STATEMENT-ENTRY -- ONE LEDGER LINE. CHARGES ADD TO AND  *
054210*  PAYMENTS COME OFF THE RUNNING BALANCE.                        *
054220*----------------------------------------------------------------*
054230 PRINT-STATEMENT-ENTRY.
054240         IF stu-line-count >= stu-lines-per-page
054250             PERFORM PRINT-STATEMENT-HEADINGS
054260         END-IF.
054270         MOVE entry-date-F TO stu-sa-date.
054280         MOVE term-F TO stu-sa-term.
054290         MOVE reference-F TO stu-sa-ref.
054300         MOVE 0 TO stu-sa-charge.
054310         MOVE 0 TO stu-sa-payment.
054320         EVALUATE TRUE
054330           WHEN entry-tuition-F
054340             MOVE "TUITION FEE" TO stu-sa-desc
054350             MOVE amount-F TO stu-sa-charge
054360             COMPUTE stu-fee-balance = stu-fee-balance + amount-F
054370           WHEN entry-misc-F
054380             MOVE "MISCELLANEOUS FEE" TO stu-sa-desc
054390             MOVE amount-F TO stu-sa-charge
054400             COMPUTE stu-fee-balance = stu-fee-balance + amount-F
054410           WHEN OTHER
054420             MOVE "PAYMENT" TO stu-sa-desc
054430             MOVE amount-F TO stu-sa-payment
054440             COMPUTE stu-fee-balance = stu-fee-balance - amount-F
054450         END-EVALUATE.
054460         MOVE stu-fee-balance TO stu-sa-balance.
054470         DISPLAY stu-stmt-detail.
054480         IF stu-rpt-open
054490             WRITE STATEMENT-PRINT-LINE FROM stu-stmt-detail
054500                 AFTER ADVANCING 1 LINE
054510         END-IF.
054520         COMPUTE stu-line-count = stu-line-count + 1.
054530         COMPUTE stu-fee-entries = stu-fee-entries + 1.
054540         PERFORM READ-NEXT-LEDGER-RECORD.
054550*
054560*----------------------------------------------------------------*
054570*  AGED-RECEIVABLES-REPORT -- EVERY STUDENT OWING A BALANCE ON   *
054580*  THE FEE-LEDGER, GROUPED BY COURSE, WITH THE BALANCE AGED      *
054590*  INTO CURRENT, 30, 60 AND 90+ DAY BUCKETS. PAYMENTS ARE TAKEN  *
054600*  AS SETTLING THE OLDEST CHARGES FIRST, SO THE BALANCE IS AGED  *
054610*  AGAINST THE NEWEST CHARGES. AGE RUNS IN CALENDAR MONTHS FROM  *
054620*  THE CHARGE DATE. STUDENTS NO LONGER ON THE MASTER STILL OWE   *
054630*  AND LIST UNDER WITHDRAWN. THE OFFICIAL COPY GOES TO AGEDRPT   *
054640*  WITH COURSE AND GRAND TOTALS.                                 *
054650*----------------------------------------------------------------*
054660 AGED-RECEIVABLES-REPORT.
054670         MOVE SPACES TO stu-last-course.
054680         ACCEPT stu-run-date FROM DATE YYYYMMDD.
054690         MOVE stu-run-date TO stu-age-date-work.
054700         COMPUTE stu-run-months = stu-age-yyyy * 12 + stu-age-mm.
054710         SET stu-rpt-not-open TO TRUE.
054720         OPEN OUTPUT AGING-PRINT.
054730         IF stu-agdprt-ok
054740             SET stu-rpt-open TO TRUE
054750         ELSE
054760             DISPLAY "WARNING - CANNOT OPEN AGEDRPT"
054770         END-IF.
054780         MOVE 0 TO stu-page-count.
054790         MOVE 0 TO stu-roster-count.
054800         INITIALIZE stu-aging-course.
054810         INITIALIZE stu-aging-grand.
054820         PERFORM PRINT-AGING-HEADINGS.
054830         SORT SORT-WORK
054840             ON ASCENDING KEY acourse-S asno-S
054850             INPUT PROCEDURE IS RELEASE-AGING-INPUT
054860             OUTPUT PROCEDURE IS PRINT-AGING-OUTPUT.
054870         IF stu-roster-count = 0
054880             DISPLAY "NO BALANCES OWING"
054890         END-IF.
054900         IF stu-rpt-open
054910             MOVE stu-roster-count TO stu-tr-count
054920             MOVE " STUDENT(S) **" TO stu-tr-label
054930             WRITE AGING-PRINT-LINE FROM stu-report-trailer
054940                 AFTER ADVANCING 2 LINES
054950             CLOSE AGING-PRINT
054960             DISPLAY "OFFICIAL COPY WRITTEN TO AGEDRPT"
054970         END-IF.
054980*
054990*----------------------------------------------------------------*
055000*  RELEASE-AGING-INPUT -- SORT INPUT PROCEDURE: ONE PASS OVER    *
055010*  THE WHOLE FEE-LEDGER, BREAKING ON SNO. EACH STUDENT'S         *
055020*  CHARGES ARE TABLED OLDEST FIRST; A STUDENT STILL OWING IS     *
055030*  AGED AND RELEASED TO THE SORT.                                *
055040*----------------------------------------------------------------*
055050 RELEASE-AGING-INPUT.
055060         SET stu-fee-not-eof TO TRUE.
055070         MOVE LOW-VALUES TO ledger-key-F.
055080         START FEE-LEDGER
055090             KEY IS GREATER THAN ledger-key-F
055100             INVALID KEY
055110                 SET stu-fee-eof TO TRUE
055120             NOT INVALID KEY
055130                 PERFORM READ-NEXT-AGING-LEDGER
055140         END-START.
055150         PERFORM AGE-ONE-LEDGER-STUDENT UNTIL stu-fee-eof.
055160*
055170 READ-NEXT-AGING-LEDGER.
055180         READ FEE-LEDGER NEXT RECORD
055190             AT END
055200                 SET stu-fee-eof TO TRUE
055210         END-READ.
055220*
055230 AGE-ONE-LEDGER-STUDENT.
055240         MOVE SNo-F TO stu-fee-sno.
055250         MOVE 0 TO stu-fee-charges.
055260         MOVE 0 TO stu-fee-payments.
055270         MOVE 0 TO stu-charge-count.
055280         PERFORM TABLE-ONE-LEDGER-ENTRY
055290             UNTIL stu-fee-eof OR SNo-F NOT = stu-fee-sno.
055300         COMPUTE stu-fee-balance =
055310             stu-fee-charges - stu-fee-payments.
055320         IF stu-fee-balance > 0
055330             PERFORM RELEASE-AGED-STUDENT
055340         END-IF.
055350*
055360 TABLE-ONE-LEDGER-ENTRY.
055370         IF entry-payment-F
055380             COMPUTE stu-fee-payments =
055390                 stu-fee-payments + amount-F
055400         ELSE
055410             COMPUTE stu-fee-charges = stu-fee-charges + amount-F
055420             IF stu-charge-count < 200
055430                 COMPUTE stu-charge-count = stu-charge-count + 1
055440                 MOVE 0 TO stu-charge-amt (stu-charge-count)
055450             END-IF
055460             MOVE entry-date-F
055470                 TO stu-charge-date (stu-charge-count)
055480             COMPUTE stu-charge-amt (stu-charge-count) =
055490                 stu-charge-amt (stu-charge-count) + amount-F
055500         END-IF.
055510         PERFORM READ-NEXT-AGING-LEDGER.
055520*
055530*----------------------------------------------------------------*
055540*  RELEASE-AGED-STUDENT -- SPREADS THE BALANCE OWING OVER THE    *
055550*  CHARGES FROM THE NEWEST BACK, BUCKETS EACH PORTION BY AGE     *
055560*  AND RELEASES ONE SORT RECORD UNDER THE STUDENT'S COURSE.      *
055570*----------------------------------------------------------------*
055580 RELEASE-AGED-STUDENT.
055590         INITIALIZE stu-aging-student.
055600         MOVE stu-fee-balance TO stu-fee-unapplied.
055610         MOVE stu-charge-count TO stu-charge-ix.
055620         PERFORM AGE-ONE-CHARGE
055630             UNTIL stu-charge-ix = 0 OR stu-fee-unapplied = 0.
055640         MOVE stu-fee-sno TO studNo.
055650         PERFORM READ-STUDENT-BY-KEY.
055660         IF stu-found
055670             MOVE course-M TO acourse-S
055680             MOVE fullname-M TO aname-S
055690         ELSE
055700             MOVE "WITHDRAWN" TO acourse-S
055710             MOVE "(NOT ON MASTER - SEE ARCHIVE)" TO aname-S
055720         END-IF.
055730         MOVE stu-fee-sno TO asno-S.
055740         MOVE stu-as-current TO acurrent-S.
055750         MOVE stu-as-30 TO a30-S.
055760         MOVE stu-as-60 TO a60-S.
055770         MOVE stu-as-90 TO a90-S.
055780         MOVE stu-fee-balance TO atotal-S.
055790         RELEASE AGING-SORT-RECORD.
055800*
055810 AGE-ONE-CHARGE.
055820         IF stu-charge-amt (stu-charge-ix) < stu-fee-unapplied
055830             MOVE stu-charge-amt (stu-charge-ix)
055840                 TO stu-fee-open
055850         ELSE
055860             MOVE stu-fee-unapplied TO stu-fee-open
055870         END-IF.
055880         COMPUTE stu-fee-unapplied =
055890             stu-fee-unapplied - stu-fee-open.
055900         MOVE stu-charge-date (stu-charge-ix)
055910             TO stu-age-date-work.
055920         COMPUTE stu-age-months = stu-run-months
055930             - (stu-age-yyyy * 12 + stu-age-mm).
055940         EVALUATE TRUE
055950           WHEN stu-age-months < 1
055960             COMPUTE stu-as-current =
055970                 stu-as-current + stu-fee-open
055980           WHEN stu-age-months = 1
055990             COMPUTE stu-as-30 = stu-as-30 + stu-fee-open
056000           WHEN stu-age-months = 2
056010             COMPUTE stu-as-60 = stu-as-60 + stu-fee-open
056020           WHEN OTHER
056030             COMPUTE stu-as-90 = stu-as-90 + stu-fee-open
056040         END-EVALUATE.
056050         COMPUTE stu-charge-ix = stu-charge-ix - 1.
056060*
056070 PRINT-AGING-OUTPUT.
056080         SET stu-not-eof TO TRUE.
056090         PERFORM RETURN-NEXT-SORTED-STUDENT.
056100         PERFORM PRINT-AGING-LINE UNTIL stu-eof.
056110         IF stu-roster-count > 0
056120             PERFORM PRINT-AGING-COURSE-TOTAL
056130             PERFORM PRINT-AGING-GRAND-TOTAL
056140         END-IF.
056150*
056160 PRINT-AGING-HEADINGS.
056170         COMPUTE stu-page-count = stu-page-count + 1.
056180         IF stu-rpt-open
056190             MOVE stu-run-date TO stu-at-date
056200             MOVE stu-page-count TO stu-at-page
056210             WRITE AGING-PRINT-LINE FROM stu-aged-title
056220                 AFTER ADVANCING PAGE
056230             WRITE AGING-PRINT-LINE FROM stu-aged-colhead
056240                 AFTER ADVANCING 1 LINE
056250         END-IF.
056260         MOVE 2 TO stu-line-count.
056270*
056280 PRINT-AGING-LINE.
056290         IF stu-line-count >= stu-lines-per-page
056300             PERFORM PRINT-AGING-HEADINGS
056310         END-IF
056320         IF acourse-S NOT = stu-last-course
056330             IF stu-last-course NOT = SPACES
056340                 PERFORM PRINT-AGING-COURSE-TOTAL
056350             END-IF
056360             MOVE acourse-S TO stu-lookup-course
056370             PERFORM GET-COURSE-TITLE
056380             DISPLAY " "
056390             DISPLAY "AGED RECEIVABLES - " stu-course-title
056400                 "  RUN DATE: " stu-run-date
056410             DISPLAY "NAME / SNO / CURRENT / 30 / 60 / 90+ / "
056420                 "TOTAL"
056430             IF stu-rpt-open
056440                 MOVE stu-course-title TO stu-rg-title
056450                 WRITE AGING-PRINT-LINE FROM stu-roster-group
056460                     AFTER ADVANCING 2 LINES
056470             END-IF
056480             COMPUTE stu-line-count = stu-line-count + 2
056490             MOVE acourse-S TO stu-last-course
056500             INITIALIZE stu-aging-course
056510         END-IF
056520         MOVE aname-S     TO stu-ad-name
056530         MOVE asno-S      TO stu-ad-sno
056540         MOVE acurrent-S  TO stu-ad-current
056550         MOVE a30-S       TO stu-ad-30
056560         MOVE a60-S       TO stu-ad-60
056570         MOVE a90-S       TO stu-ad-90
056580         MOVE atotal-S    TO stu-ad-total
056590         DISPLAY stu-aged-detail
056600         IF stu-rpt-open
056610             WRITE AGING-PRINT-LINE FROM stu-aged-detail
056620                 AFTER ADVANCING 1 LINE
056630         END-IF
056640         COMPUTE stu-ac-current = stu-ac-current + acurrent-S
056650         COMPUTE stu-ac-30 = stu-ac-30 + a30-S
056660         COMPUTE stu-ac-60 = stu-ac-60 + a60-S
056670         COMPUTE stu-ac-90 = stu-ac-90 + a90-S
056680         COMPUTE stu-ac-total = stu-ac-total + atotal-S
056690         COMPUTE stu-line-count = stu-line-count + 1
056700         COMPUTE stu-roster-count = stu-roster-count + 1
056710         PERFORM RETURN-NEXT-SORTED-STUDENT.
056720*
056730 PRINT-AGING-COURSE-TOTAL.
056740         IF stu-line-count >= stu-lines-per-page
056750             PERFORM PRINT-AGING-HEADINGS
056760         END-IF.
056770         MOVE "  COURSE TOTAL" TO stu-au-label.
056780         MOVE stu-ac-current TO stu-au-current.
056790         MOVE stu-ac-30 TO stu-au-30.
056800         MOVE stu-ac-60 TO stu-au-60.
056810         MOVE stu-ac-90 TO stu-au-90.
056820         MOVE stu-ac-total TO stu-au-total.
056830         DISPLAY stu-aged-total.
056840         IF stu-rpt-open
056850             WRITE AGING-PRINT-LINE FROM stu-aged-total
056860                 AFTER ADVANCING 1 LINE
056870         END-IF.
056880         COMPUTE stu-line-count = stu-line-count + 1.
056890         COMPUTE stu-ag-current = stu-ag-current + stu-ac-current.
056900         COMPUTE stu-ag-30 = stu-ag-30 + stu-ac-30.
056910         COMPUTE stu-ag-60 = stu-ag-60 + stu-ac-60.
056920         COMPUTE stu-ag-90 = stu-ag-90 + stu-ac-90.
056930         COMPUTE stu-ag-total = stu-ag-total + stu-ac-total.
056940*
056950 PRINT-AGING-GRAND-TOTAL.
056960         MOVE "GRAND TOTAL - ALL COURSES" TO stu-au-label.
056970         MOVE stu-ag-current TO stu-au-current.
056980         MOVE stu-ag-30 TO stu-au-30.
056990         MOVE stu-ag-60 TO stu-au-60.
057000         MOVE stu-ag-90 TO stu-au-90.
057010         MOVE stu-ag-total TO stu-au-total.
057020         DISPLAY " ".
057030         DISPLAY stu-aged-total.
057040         IF stu-rpt-open
057050             WRITE AGING-PRINT-LINE FROM stu-aged-total
057060                 AFTER ADVANCING 2 LINES
057070         END-IF.
057080*
057090*----------------------------------------------------------------*
057100*  CERTIFICATE-ISSUANCE -- COUNTER CERTIFICATES PRINTED STRAIGHT *
057110*  FROM THE MASTER AND THE COURSE TITLE ONTO CERTPRT, EACH UNDER *
057120*  A SERIAL FROM THE CERTNEXT CONTROL AND LOGGED ON CERTLOG WITH *
057130*  THE OPERATOR, DATE AND PURPOSE, SO A CERTIFICATE PRESENTED    *
057140*  LATER CAN BE CHECKED AGAINST WHAT WAS ACTUALLY ISSUED. VOID   *
057150*  AND REPRINT ARE SUPERVISOR FUNCTIONS.                         *
057160*----------------------------------------------------------------*
057170 CERTIFICATE-ISSUANCE.
057180         DISPLAY "CERTIFICATE ISSUANCE".
057190         DISPLAY "[1] ISSUE CERTIFICATE".
057200         IF stu-role-supervisor
057210             DISPLAY "[2] VOID CERTIFICATE"
057220             DISPLAY "[3] REPRINT CERTIFICATE"
057230         END-IF.
057240         DISPLAY "[4] VERIFY A CERTIFICATE SERIAL".
057250         DISPLAY "[5] DAILY ISSUANCE REGISTER".
057260         DISPLAY "CHOICE: " WITH NO ADVANCING.
057270         ACCEPT CHOICE.
057280         EVALUATE CHOICE
057290           WHEN 1
057300             PERFORM ISSUE-CERTIFICATE
057310           WHEN 2
057320             IF stu-role-supervisor
057330                 PERFORM VOID-CERTIFICATE
057340             ELSE
057350                 DISPLAY "SUPERVISOR FUNCTION - NOT AUTHORIZED"
057360             END-IF
057370           WHEN 3
057380             IF stu-role-supervisor
057390                 PERFORM REPRINT-CERTIFICATE
057400             ELSE
057410                 DISPLAY "SUPERVISOR FUNCTION - NOT AUTHORIZED"
057420             END-IF
057430           WHEN 4
057440             PERFORM VERIFY-CERTIFICATE
057450           WHEN 5
057460             PERFORM CERTIFICATE-REGISTER
057470           WHEN OTHER
057480             CONTINUE
057490         END-EVALUATE.
057500*
057510*----------------------------------------------------------------*
057520*  ISSUE-CERTIFICATE -- THE STUDENT MUST BE ON THE MASTER (A     *
057530*  WITHDRAWN STUDENT IS ONLY ON THE ARCHIVE AND GETS NOTHING)    *
057540*  AND THE STATUS MUST FIT THE CERTIFICATE ASKED FOR. THE LOG    *
057550*  RECORD IS WRITTEN BEFORE THE CERTIFICATE PRINTS, SO NOTHING   *
057560*  CAN LEAVE THE COUNTER WITHOUT A LOGGED SERIAL.                *
057570*----------------------------------------------------------------*
057580 ISSUE-CERTIFICATE.
057590         DISPLAY "[1] CERTIFICATE OF ENROLLMENT".
057600         DISPLAY "[2] CERTIFICATE OF GOOD STANDING".
057610         DISPLAY "[3] CERTIFICATION OF GRADUATION".
057620         DISPLAY "CHOICE: " WITH NO ADVANCING.
057630         ACCEPT CHOICE.
057640         MOVE SPACE TO certType.
057650         EVALUATE CHOICE
057660           WHEN 1
057670             MOVE "E" TO certType
057680           WHEN 2
057690             MOVE "S" TO certType
057700           WHEN 3
057710             MOVE "G" TO certType
057720           WHEN OTHER
057730             DISPLAY "NO CERTIFICATE ISSUED"
057740         END-EVALUATE.
057750         IF certType NOT = SPACE
057760             DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING
057770             ACCEPT studNo
057780             PERFORM READ-STUDENT-BY-KEY
057790             IF stu-not-found
057800                 DISPLAY "STUDENT NOT ON THE MASTER - NO "
057810                     "CERTIFICATE ISSUED"
057820             ELSE
057830                 PERFORM CHECK-CERTIFICATE-STATUS
057840                 IF stu-valid
057850                     PERFORM CONFIRM-CERTIFICATE-ISSUE
057860                 END-IF
057870             END-IF
057880         END-IF.
057890*
057900*----------------------------------------------------------------*
057910*  CHECK-CERTIFICATE-STATUS -- SETS stu-valid WHEN THE MASTER    *
057920*  RECORD ON HAND MAY HAVE THE CERTIFICATE IN certType:          *
057930*  ENROLLMENT ONLY WHILE ENROLLED; GOOD STANDING WHILE ENROLLED  *
057940*  OR ON LEAVE WITH THE ACCOUNT SETTLED (A SUPERVISOR MAY        *
057950*  OVERRIDE THE HOLD AS ON GRADUATE-STUDENT); GRADUATION ONLY    *
057960*  ONCE GRADUATED.                                               *
057970*----------------------------------------------------------------*
057980 CHECK-CERTIFICATE-STATUS.
057990         SET stu-not-valid TO TRUE.
058000         PERFORM FORMAT-STATUS-TEXT.
058010         EVALUATE certType
058020           WHEN "E"
058030             IF enrolled-M
058040                 SET stu-valid TO TRUE
058050             ELSE
058060                 DISPLAY "STUDENT IS " stu-status-text
058070                     " - NO ENROLLMENT CERTIFICATE"
058080             END-IF
058090           WHEN "S"
058100             IF graduated-M
058110                 DISPLAY "STUDENT IS GRADUATED - ISSUE A "
058120                     "GRADUATION CERTIFICATION"
058130             ELSE
058140                 MOVE SNo-M TO stu-fee-sno
058150                 PERFORM CHECK-FEE-HOLD
058160                 IF stu-fee-held
058170                     DISPLAY "NOT IN GOOD STANDING - ACCOUNT "
058180                         "NOT SETTLED"
058190                 ELSE
058200                     SET stu-valid TO TRUE
058210                 END-IF
058220             END-IF
058230           WHEN "G"
058240             IF graduated-M
058250                 SET stu-valid TO TRUE
058260             ELSE
058270                 DISPLAY "STUDENT IS " stu-status-text
058280                     " - NOT GRADUATED"
058290             END-IF
058300         END-EVALUATE.
058310*
058320 CONFIRM-CERTIFICATE-ISSUE.
058330         MOVE course-M TO stu-lookup-course.
058340         PERFORM GET-COURSE-TITLE.
058350         PERFORM ACCEPT-VALID-PURPOSE.
058360         DISPLAY "ISSUE TO " fullname-M " (Y/N)? "
058370             WITH NO ADVANCING.
058380         ACCEPT stu-confirm.
058390         IF stu-confirm = "Y" OR stu-confirm = "y"
058400             PERFORM ASSIGN-CERTIFICATE-SERIAL
058410             MOVE certSerial TO serial-Q
058420             MOVE certType TO cert-type-Q
058430             MOVE SNo-M TO SNo-Q
058440             MOVE fullname-M TO fullname-Q
058450             MOVE course-M TO course-Q
058460             MOVE stu-course-title TO course-title-Q
058470             MOVE certPurpose TO purpose-Q
058480             ACCEPT issue-date-Q FROM DATE YYYYMMDD
058490             ACCEPT issue-time-Q FROM TIME
058500             MOVE stu-operator-id TO operator-Q
058510             SET cert-issued-Q TO TRUE
058520             MOVE 0 TO void-date-Q
058530             MOVE SPACES TO void-operator-Q
058540             MOVE SPACES TO void-reason-Q
058550             MOVE 0 TO reprint-count-Q
058560             MOVE 0 TO reprint-date-Q
058570             MOVE SPACES TO reprint-oper-Q
058580             WRITE CERTIFICATE-LOG-RECORD
058590                 INVALID KEY
058600                     DISPLAY "WARNING - SERIAL ALREADY ON CERTLOG"
058610             END-WRITE
058620             IF stu-certlog-ok
058630                 SET stu-cert-original TO TRUE
058640                 PERFORM PRINT-CERTIFICATE
058650             ELSE
058660                 DISPLAY "CERTIFICATE NOT LOGGED - NOT PRINTED"
058670             END-IF
058680         ELSE
058690             DISPLAY "NO CERTIFICATE ISSUED"
058700         END-IF.
058710*
058720 ACCEPT-VALID-PURPOSE.
058730         SET stu-not-valid TO TRUE.
058740         PERFORM GET-PURPOSE UNTIL stu-valid.
058750*
058760 GET-PURPOSE.
058770         DISPLAY "PURPOSE (E.G. SCHOLARSHIP, VISA): "
058780             WITH NO ADVANCING.
058790         ACCEPT certPurpose.
058800         IF certPurpose = SPACES
058810             DISPLAY "A PURPOSE MUST BE GIVEN"
058820         ELSE
058830             SET stu-valid TO TRUE
058840         END-IF.
058850*
058860*----------------------------------------------------------------*
058870*  ASSIGN-CERTIFICATE-SERIAL -- TAKES THE NEXT SERIAL FROM THE   *
058880*  CERTNEXT CONTROL RECORD AND WRITES BACK THE ONE AFTER IT, THE *
058890*  SAME WAY STUDNEXT ISSUES STUDENT NUMBERS. A SERIAL ALREADY ON *
058900*  CERTLOG (A CONTROL FILE LOST OR RESTORED) IS STEPPED PAST, SO *
058910*  NO SERIAL IS EVER ISSUED TWICE.                               *
058920*----------------------------------------------------------------*
058930 ASSIGN-CERTIFICATE-SERIAL.
058940         MOVE 1 TO certSerial.
058950         OPEN INPUT CERT-NEXT.
058960         IF stu-certnxt-ok
058970             READ CERT-NEXT NEXT RECORD
058980                 AT END
058990                     MOVE 1 TO next-serial-Y
059000             END-READ
059010             MOVE next-serial-Y TO certSerial
059020             CLOSE CERT-NEXT
059030         END-IF.
059040         SET stu-found TO TRUE.
059050         PERFORM SKIP-USED-SERIAL UNTIL stu-not-found.
059060         OPEN OUTPUT CERT-NEXT.
059070         IF stu-certnxt-ok
059080             COMPUTE next-serial-Y = certSerial + 1
059090             WRITE CERT-NEXT-RECORD
059100             CLOSE CERT-NEXT
059110         ELSE
059120             DISPLAY "WARNING - CANNOT WRITE CERTNEXT"
059130         END-IF.
059140*
059150 SKIP-USED-SERIAL.
059160         MOVE certSerial TO serial-Q.
059170         READ CERTIFICATE-LOG
059180             INVALID KEY
059190                 SET stu-not-found TO TRUE
059200             NOT INVALID KEY
059210                 COMPUTE certSerial = certSerial + 1
059220         END-READ.
059230*
059240*----------------------------------------------------------------*
059250*  READ-CERTIFICATE-BY-SERIAL -- ASKS FOR A SERIAL AND READS ITS *
059260*  CERTLOG RECORD, SETTING stu-found/stu-not-found.              *
059270*----------------------------------------------------------------*
059280 READ-CERTIFICATE-BY-SERIAL.
059290         SET stu-not-found TO TRUE.
059300         DISPLAY "CERTIFICATE SERIAL NO.: " WITH NO ADVANCING.
059310         ACCEPT certSerial.
059320         IF certSerial NUMERIC
059330             MOVE certSerial TO serial-Q
059340             READ CERTIFICATE-LOG
059350                 INVALID KEY
059360                     CONTINUE
059370                 NOT INVALID KEY
059380                     SET stu-found TO TRUE
059390             END-READ
059400         END-IF.
059410         IF stu-not-found
059420             DISPLAY "NO CERTIFICATE ISSUED UNDER THAT SERIAL"
059430         END-IF.
059440*
059450 DISPLAY-CERTIFICATE-DETAIL.
059460         PERFORM FORMAT-CERT-TYPE-TEXT.
059470         DISPLAY "SERIAL " serial-Q " " stu-cert-type-text.
059480         DISPLAY "STUDENT: " SNo-Q " " fullname-Q.
059490         DISPLAY "COURSE: " course-title-Q.
059500         DISPLAY "PURPOSE: " purpose-Q.
059510         DISPLAY "ISSUED " issue-date-Q " BY " operator-Q.
059520         IF cert-voided-Q
059530             DISPLAY "** VOIDED " void-date-Q " BY "
059540                 void-operator-Q " - " void-reason-Q
059550         END-IF.
059560         IF reprint-count-Q > 0
059570             DISPLAY "REPRINTED " reprint-count-Q
059580                 " TIME(S), LAST " reprint-date-Q " BY "
059590                 reprint-oper-Q
059600         END-IF.
059610*
059620 FORMAT-CERT-TYPE-TEXT.
059630         EVALUATE TRUE
059640           WHEN cert-enrollment-Q
059650             MOVE "ENROLLMENT" TO stu-cert-type-text
059660             MOVE "CERTIFICATE OF ENROLLMENT"
059670                 TO stu-cert-title-text
059680           WHEN cert-standing-Q
059690             MOVE "GOOD STANDING" TO stu-cert-type-text
059700             MOVE "CERTIFICATE OF GOOD STANDING"
059710                 TO stu-cert-title-text
059720           WHEN OTHER
059730             MOVE "GRADUATION" TO stu-cert-type-text
059740             MOVE "CERTIFICATION OF GRADUATION"
059750                 TO stu-cert-title-text
059760         END-EVALUATE.
059770*
059780 VERIFY-CERTIFICATE.
059790         PERFORM READ-CERTIFICATE-BY-SERIAL.
059800         IF stu-found
059810             PERFORM DISPLAY-CERTIFICATE-DETAIL
059820         END-IF.
059830*
059840*----------------------------------------------------------------*
059850*  VOID-CERTIFICATE -- SUPERVISOR ONLY. MARKS A CERTIFICATE VOID *
059860*  ON CERTLOG WITH THE DATE, THE SUPERVISOR AND A REASON. THE    *
059870*  RECORD STAYS ON FILE SO THE SERIAL IS NEVER REUSED AND A      *
059880*  VOIDED CERTIFICATE STILL SHOWS AS SUCH WHEN CHECKED.          *
059890*----------------------------------------------------------------*
059900 VOID-CERTIFICATE.
059910         PERFORM READ-CERTIFICATE-BY-SERIAL.
059920         IF stu-found
059930             PERFORM DISPLAY-CERTIFICATE-DETAIL
059940             IF cert-voided-Q
059950                 DISPLAY "CERTIFICATE IS ALREADY VOID"
059960             ELSE
059970                 DISPLAY "REASON FOR VOIDING: " WITH NO ADVANCING
059980                 ACCEPT voidReason
059990                 IF voidReason = SPACES
060000                     DISPLAY "A REASON MUST BE GIVEN - NOT VOIDED"
060010                 ELSE
060020                     DISPLAY "VOID SERIAL " serial-Q " (Y/N)? "
060030                         WITH NO ADVANCING
060040                     ACCEPT stu-confirm
060050                     IF stu-confirm = "Y" OR stu-confirm = "y"
060060                         SET cert-voided-Q TO TRUE
060070                         ACCEPT void-date-Q FROM DATE YYYYMMDD
060080                         MOVE stu-operator-id TO void-operator-Q
060090                         MOVE voidReason TO void-reason-Q
060100                         REWRITE CERTIFICATE-LOG-RECORD
060110                             INVALID KEY
060120                                 DISPLAY "WARNING - CERTIFICATE "
060130                                     "NOT ON FILE"
060140                         END-REWRITE
060150                         IF stu-certlog-ok
060160                             DISPLAY "CERTIFICATE VOIDED"
060170                         END-IF
060180                     ELSE
060190                         DISPLAY "NOT VOIDED"
060200                     END-IF
060210                 END-IF
060220             END-IF
060230         END-IF.
060240*
060250*----------------------------------------------------------------*
060260*  REPRINT-CERTIFICATE -- SUPERVISOR ONLY. PRINTS A LOST OR      *
060270*  SPOILED CERTIFICATE AGAIN UNDER ITS ORIGINAL SERIAL, FROM THE *
060280*  DETAILS LOGGED AT ISSUE (NOT TODAY'S MASTER), MARKED AS A     *
060290*  REPRINT. THE REPRINT IS COUNTED ON THE LOG. A VOID            *
060300*  CERTIFICATE IS NEVER REPRINTED.                               *
060310*----------------------------------------------------------------*
060320 REPRINT-CERTIFICATE.
060330         PERFORM READ-CERTIFICATE-BY-SERIAL.
060340         IF stu-found
060350             PERFORM DISPLAY-CERTIFICATE-DETAIL
060360             IF cert-voided-Q
060370                 DISPLAY "CERTIFICATE IS VOID - NOT REPRINTED"
060380             ELSE
060390                 DISPLAY "REPRINT SERIAL " serial-Q " (Y/N)? "
060400                     WITH NO ADVANCING
060410                 ACCEPT stu-confirm
060420                 IF stu-confirm = "Y" OR stu-confirm = "y"
060430                     IF reprint-count-Q < 99
060440                         COMPUTE reprint-count-Q
060450                             = reprint-count-Q + 1
060460                     END-IF
060470                     ACCEPT reprint-date-Q FROM DATE YYYYMMDD
060480                     MOVE stu-operator-id TO reprint-oper-Q
060490                     REWRITE CERTIFICATE-LOG-RECORD
060500                         INVALID KEY
060510                             DISPLAY "WARNING - CERTIFICATE NOT "
060520                                 "ON FILE"
060530                     END-REWRITE
060540                     IF stu-certlog-ok
060550                         SET stu-cert-reprint TO TRUE
060560                         PERFORM PRINT-CERTIFICATE
060570                     END-IF
060580                 ELSE
060590                     DISPLAY "NOT REPRINTED"
060600                 END-IF
060610             END-IF
060620         END-IF.
060630*
060640*----------------------------------------------------------------*
060650*  PRINT-CERTIFICATE -- PRINTS THE CERTIFICATE IN THE CERTLOG    *
060660*  RECORD ON HAND ONTO CERTPRT, ONE PAGE, WITH THE WORDING FOR   *
060670*  ITS TYPE. A REPRINT CARRIES A REPRINT LINE UNDER THE SERIAL.  *
060680*----------------------------------------------------------------*
060690 PRINT-CERTIFICATE.
060700         OPEN OUTPUT CERTIFICATE-PRINT.
060710         IF NOT stu-certprt-ok
060720             DISPLAY "WARNING - CANNOT OPEN CERTPRT - SERIAL "
060730                 serial-Q " IS LOGGED, REPRINT IT"
060740         ELSE
060750             PERFORM FORMAT-CERT-TYPE-TEXT
060760             WRITE CERTIFICATE-PRINT-LINE FROM stu-cert-office
060770                 AFTER ADVANCING PAGE
060780             MOVE stu-cert-title-text TO stu-cert-text-line
060790             WRITE CERTIFICATE-PRINT-LINE FROM stu-cert-text-line
060800                 AFTER ADVANCING 2 LINES
060810             MOVE serial-Q TO stu-cs-serial
060820             MOVE issue-date-Q TO stu-cs-date
060830             WRITE CERTIFICATE-PRINT-LINE
060840                 FROM stu-cert-serial-line
060850                 AFTER ADVANCING 2 LINES
060860             IF stu-cert-reprint
060870                 MOVE reprint-count-Q TO stu-cp-count
060880                 MOVE reprint-date-Q TO stu-cp-date
060890                 WRITE CERTIFICATE-PRINT-LINE
060900                     FROM stu-cert-reprint-line
060910                     AFTER ADVANCING 1 LINE
060920             END-IF
060930             MOVE "THIS IS TO CERTIFY THAT" TO stu-cert-text-line
060940             WRITE CERTIFICATE-PRINT-LINE FROM stu-cert-text-line
060950                 AFTER ADVANCING 3 LINES
060960             MOVE fullname-Q TO stu-cn-name
060970             WRITE CERTIFICATE-PRINT-LINE FROM stu-cert-name-line
060980                 AFTER ADVANCING 2 LINES
060990             MOVE SNo-Q TO stu-cn-sno
061000             WRITE CERTIFICATE-PRINT-LINE FROM stu-cert-sno-line
061010                 AFTER ADVANCING 1 LINE
061020             EVALUATE TRUE
061030               WHEN cert-enrollment-Q
061040                 MOVE "IS CURRENTLY ENROLLED IN"
061050                     TO stu-cert-text-line
061060               WHEN cert-standing-Q
061070                 MOVE "IS A STUDENT IN GOOD STANDING IN"
061080                     TO stu-cert-text-line
061090               WHEN OTHER
061100                 MOVE "HAS COMPLETED ALL REQUIREMENTS FOR AND "
061110                     TO stu-cert-text-line
061120                 WRITE CERTIFICATE-PRINT-LINE
061130                     FROM stu-cert-text-line
061140                     AFTER ADVANCING 2 LINES
061150                 MOVE "GRADUATED FROM" TO stu-cert-text-line
061160             END-EVALUATE
061170             WRITE CERTIFICATE-PRINT-LINE FROM stu-cert-text-line
061180                 AFTER ADVANCING 2 LINES
061190             MOVE course-title-Q TO stu-cn-course
061200             WRITE CERTIFICATE-PRINT-LINE
061210                 FROM stu-cert-course-line
061220                 AFTER ADVANCING 2 LINES
061230             MOVE purpose-Q TO stu-cn-purpose
061240             WRITE CERTIFICATE-PRINT-LINE
061250                 FROM stu-cert-purpose-line
061260                 AFTER ADVANCING 3 LINES
061270             WRITE CERTIFICATE-PRINT-LINE FROM stu-cert-sign-line
061280                 AFTER ADVANCING 4 LINES
061290             WRITE CERTIFICATE-PRINT-LINE FROM stu-cert-sign-title
061300                 AFTER ADVANCING 1 LINE
061310             WRITE CERTIFICATE-PRINT-LINE FROM stu-cert-footer
061320                 AFTER ADVANCING 3 LINES
061330             CLOSE CERTIFICATE-PRINT
061340             DISPLAY stu-cert-title-text " SERIAL " serial-Q
061350                 " WRITTEN TO CERTPRT"
061360         END-IF.
061370*
061380*----------------------------------------------------------------*
061390*  CERTIFICATE-REGISTER -- THE DAILY ISSUANCE REGISTER ON        *
061400*  CERTREG: EVERY CERTIFICATE ISSUED, VOIDED OR REPRINTED ON THE *
061410*  DATE ASKED FOR, IN SERIAL ORDER, WITH COUNTS BY TYPE AND OF   *
061420*  VOIDS AND REPRINTS. EVERY LINE ALSO GOES TO THE SCREEN.       *
061430*----------------------------------------------------------------*
061440 CERTIFICATE-REGISTER.
061450         ACCEPT stu-run-date FROM DATE YYYYMMDD.
061460         DISPLAY "REGISTER DATE (YYYYMMDD, 0 = TODAY): "
061470             WITH NO ADVANCING.
061480         ACCEPT certDate.
061490         IF certDate NOT NUMERIC OR certDate = 0
061500             MOVE stu-run-date TO certDate
061510         END-IF.
061520         SET stu-rpt-not-open TO TRUE.
061530         OPEN OUTPUT REGISTER-PRINT.
061540         IF stu-regprt-ok
061550             SET stu-rpt-open TO TRUE
061560         ELSE
061570             DISPLAY "WARNING - CANNOT OPEN CERTREG"
061580         END-IF.
061590         MOVE 0 TO stu-page-count.
061600         MOVE 0 TO stu-cert-shown.
061610         MOVE 0 TO stu-cert-iss-e.
061620         MOVE 0 TO stu-cert-iss-s.
061630         MOVE 0 TO stu-cert-iss-g.
061640         MOVE 0 TO stu-cert-voids.
061650         MOVE 0 TO stu-cert-reprints.
061660         PERFORM PRINT-REGISTER-HEADINGS.
061670         SET stu-cert-not-eof TO TRUE.
061680         MOVE 0 TO serial-Q.
061690         START CERTIFICATE-LOG
061700             KEY IS GREATER THAN serial-Q
061710             INVALID KEY
061720                 SET stu-cert-eof TO TRUE
061730             NOT INVALID KEY
061740                 PERFORM READ-NEXT-CERTIFICATE
061750         END-START.
061760         PERFORM REGISTER-ONE-CERTIFICATE UNTIL stu-cert-eof.
061770         PERFORM PRINT-REGISTER-TOTALS.
061780         IF stu-rpt-open
061790             CLOSE REGISTER-PRINT
061800             DISPLAY "REGISTER WRITTEN TO CERTREG"
061810         END-IF.
061820*
061830 READ-NEXT-CERTIFICATE.
061840         READ CERTIFICATE-LOG NEXT RECORD
061850             AT END
061860                 SET stu-cert-eof TO TRUE
061870         END-READ.
061880         IF NOT stu-certlog-ok
061890             SET stu-cert-eof TO TRUE
061900         END-IF.
061910*
061920 REGISTER-ONE-CERTIFICATE.
061930         MOVE SPACES TO stu-cd-iss.
061940         MOVE SPACES TO stu-cd-void.
061950         MOVE SPACES TO stu-cd-rprt.
061960         IF issue-date-Q = certDate
061970             MOVE "YES" TO stu-cd-iss
061980             EVALUATE TRUE
061990               WHEN cert-enrollment-Q
062000                 COMPUTE stu-cert-iss-e = stu-cert-iss-e + 1
062010               WHEN cert-standing-Q
062020                 COMPUTE stu-cert-iss-s = stu-cert-iss-s + 1
062030               WHEN OTHER
062040                 COMPUTE stu-cert-iss-g = stu-cert-iss-g + 1
062050             END-EVALUATE
062060         END-IF.
062070         IF cert-voided-Q AND void-date-Q = certDate
062080             MOVE "YES" TO stu-cd-void
062090             COMPUTE stu-cert-voids = stu-cert-voids + 1
062100         END-IF.
062110         IF reprint-count-Q > 0 AND reprint-date-Q = certDate
062120             MOVE "YES" TO stu-cd-rprt
062130             COMPUTE stu-cert-reprints = stu-cert-reprints + 1
062140         END-IF.
062150         IF stu-cd-iss NOT = SPACES
062160         OR stu-cd-void NOT = SPACES
062170         OR stu-cd-rprt NOT = SPACES
062180             PERFORM PRINT-REGISTER-LINE
062190         END-IF.
062200         PERFORM READ-NEXT-CERTIFICATE.
062210*
062220 PRINT-REGISTER-HEADINGS.
062230         COMPUTE stu-page-count = stu-page-count + 1.
062240         MOVE stu-run-date TO stu-cg-date.
062250         MOVE stu-page-count TO stu-cg-page.
062260         MOVE certDate TO stu-cg-for.
062270         DISPLAY stu-creg-title.
062280         DISPLAY stu-creg-date-line.
062290         DISPLAY stu-creg-colhead.
062300         IF stu-rpt-open
062310             WRITE REGISTER-PRINT-LINE FROM stu-creg-title
062320                 AFTER ADVANCING PAGE
062330             WRITE REGISTER-PRINT-LINE FROM stu-creg-date-line
062340                 AFTER ADVANCING 1 LINE
062350             WRITE REGISTER-PRINT-LINE FROM stu-creg-colhead
062360                 AFTER ADVANCING 2 LINES
062370         END-IF.
062380         MOVE 4 TO stu-line-count.
062390*
062400 PRINT-REGISTER-LINE.
062410         COMPUTE stu-cert-shown = stu-cert-shown + 1.
062420         IF stu-line-count >= stu-lines-per-page
062430             PERFORM PRINT-REGISTER-HEADINGS
062440         END-IF.
062450         PERFORM FORMAT-CERT-TYPE-TEXT.
062460         MOVE serial-Q TO stu-cd-serial.
062470         MOVE stu-cert-type-text TO stu-cd-type.
062480         MOVE SNo-Q TO stu-cd-sno.
062490         MOVE fullname-Q TO stu-cd-name.
062500         MOVE purpose-Q TO stu-cd-purpose.
062510         MOVE operator-Q TO stu-cd-operator.
062520         DISPLAY stu-creg-detail.
062530         IF stu-rpt-open
062540             WRITE REGISTER-PRINT-LINE FROM stu-creg-detail
062550                 AFTER ADVANCING 1 LINE
062560         END-IF.
062570         COMPUTE stu-line-count = stu-line-count + 1.
062580*
062590 PRINT-REGISTER-TOTALS.
062600         DISPLAY " ".
062610         IF stu-cert-shown = 0
062620             MOVE "(NO CERTIFICATE ACTIVITY)" TO stu-cc-label
062630             DISPLAY stu-cc-label
062640             IF stu-rpt-open
062650                 WRITE REGISTER-PRINT-LINE FROM stu-cc-label
062660                     AFTER ADVANCING 1 LINE
062670             END-IF
062680         END-IF.
062690         MOVE "ENROLLMENT ISSUED:" TO stu-cc-label.
062700         MOVE stu-cert-iss-e TO stu-cc-count.
062710         PERFORM PRINT-REGISTER-COUNT.
062720         MOVE "GOOD STANDING ISSUED:" TO stu-cc-label.
062730         MOVE stu-cert-iss-s TO stu-cc-count.
062740         PERFORM PRINT-REGISTER-COUNT.
062750         MOVE "GRADUATION ISSUED:" TO stu-cc-label.
062760         MOVE stu-cert-iss-g TO stu-cc-count.
062770         PERFORM PRINT-REGISTER-COUNT.
062780         MOVE "VOIDED:" TO stu-cc-label.
062790         MOVE stu-cert-voids TO stu-cc-count.
062800         PERFORM PRINT-REGISTER-COUNT.
062810         MOVE "REPRINTED:" TO stu-cc-label.
062820         MOVE stu-cert-reprints TO stu-cc-count.
062830         PERFORM PRINT-REGISTER-COUNT.
062840*
062850 PRINT-REGISTER-COUNT.
062860         DISPLAY stu-cc-label " " stu-cc-count.
062870         IF stu-rpt-open
062880             WRITE REGISTER-PRINT-LINE FROM stu-creg-count-line
062890                 AFTER ADVANCING 1 LINE
062900         END-IF.
062910*
062920*----------------------------------------------------------------*
062930*  MAIN-MENU                                                     *
062940*----------------------------------------------------------------*
062950 MAIN-MENU.
062960         DISPLAY "MENU".
062970         DISPLAY "[1] ADD STUDENT".
062980         DISPLAY "[2] EDIT STUDENT".
062990         IF stu-role-supervisor
063000             DISPLAY "[3] DELETE STUDENT"
063010         END-IF.
063020         DISPLAY "[4] VIEW STUDENT".
063030         DISPLAY "[5] VIEW ALL STUDENTS".
063040         DISPLAY "[6] EXIT".
063050         DISPLAY "[7] CLASS ROSTER REPORT".
063060         DISPLAY "[8] COURSE ENROLLMENT SUMMARY".
063070         IF stu-role-supervisor
063080             DISPLAY "[9] EXPORT ROSTER FOR REGISTRAR"
063090         END-IF.
063100         DISPLAY "[10] AUDIT HISTORY FOR A STUDENT".
063110         IF stu-role-supervisor
063120             DISPLAY "[11] COURSE MAINTENANCE"
063130         END-IF.
063140         DISPLAY "[12] REINSTATE WITHDRAWN STUDENT".
063150         DISPLAY "[13] SEARCH STUDENTS BY NAME/COURSE".
063160         IF stu-role-supervisor
063170             DISPLAY "[14] OPERATOR MAINTENANCE"
063180         END-IF.
063190         DISPLAY "[15] WITHDRAWALS REPORT BY DATE RANGE".
063200         DISPLAY "[16] END-OF-DAY BACKUP".
063210         DISPLAY "[17] GRADUATE STUDENT".
063220         DISPLAY "[18] LEAVE OF ABSENCE (PLACE/RETURN)".
063230         DISPLAY "[19] LIST STUDENTS ON LEAVE/GRADUATED".
063240         DISPLAY "[20] GUARDIAN CONTACT MAINTENANCE".
063250         DISPLAY "[21] EMERGENCY CONTACT LIST REPORT".
063260         DISPLAY "[22] ENROLLMENT TREND REPORT".
063270         DISPLAY "[23] GRADE ENTRY/CORRECTION".
063280         DISPLAY "[24] TRANSCRIPT PRINT".
063290         DISPLAY "[25] STATEMENT OF ACCOUNT".
063300         DISPLAY "[26] AGED RECEIVABLES REPORT".
063310         IF stu-role-supervisor
063320             DISPLAY "[27] MERGE DUPLICATE STUDENTS"
063330         END-IF.
063340         DISPLAY "[28] CERTIFICATE ISSUANCE".
063350         DISPLAY "CHOICE: " WITH NO ADVANCING.
063360         ACCEPT CHOICE.
063370*
063380         EVALUATE CHOICE
063390           WHEN 1
063400             PERFORM ADD-STUDENT
063410           WHEN 2
063420             PERFORM EDIT-STUDENT
063430           WHEN 3
063440             IF stu-role-supervisor
063450                 PERFORM DELETE-STUDENT
063460             ELSE
063470                 DISPLAY "SUPERVISOR FUNCTION - NOT AUTHORIZED"
063480             END-IF
063490           WHEN 4
063500             PERFORM VIEW-STUDENT
063510           WHEN 5
063520             PERFORM VIEW-ALL-STUDENTS
063530           WHEN 6
063540             PERFORM EXIT-SYSTEM
063550           WHEN 7
063560             PERFORM CLASS-ROSTER-REPORT
063570           WHEN 8
063580             PERFORM COURSE-ENROLLMENT-SUMMARY
063590           WHEN 9
063600             IF stu-role-supervisor
063610                 PERFORM EXPORT-STUDENT-ROSTER
063620             ELSE
063630                 DISPLAY "SUPERVISOR FUNCTION - NOT AUTHORIZED"
063640             END-IF
063650           WHEN 10
063660             PERFORM AUDIT-HISTORY-INQUIRY
063670           WHEN 11
063680             IF stu-role-supervisor
063690                 PERFORM COURSE-MAINTENANCE
063700             ELSE
063710                 DISPLAY "SUPERVISOR FUNCTION - NOT AUTHORIZED"
063720             END-IF
063730           WHEN 12
063740             PERFORM REINSTATE-STUDENT
063750           WHEN 13
063760             PERFORM SEARCH-STUDENTS
063770           WHEN 14
063780             IF stu-role-supervisor
063790                 PERFORM OPERATOR-MAINTENANCE
063800             ELSE
063810                 DISPLAY "SUPERVISOR FUNCTION - NOT AUTHORIZED"
063820             END-IF
063830           WHEN 15
063840             PERFORM WITHDRAWALS-REPORT
063850           WHEN 16
063860             PERFORM BACKUP-STUDENT-MASTER
063870           WHEN 17
063880             PERFORM GRADUATE-STUDENT
063890           WHEN 18
063900             PERFORM LEAVE-OF-ABSENCE
063910           WHEN 19
063920             PERFORM LIST-STUDENTS-BY-STATUS
063930           WHEN 20
063940             PERFORM GUARDIAN-MAINTENANCE
063950           WHEN 21
063960             PERFORM EMERGENCY-CONTACT-REPORT
063970           WHEN 22
063980             PERFORM ENROLLMENT-TREND-REPORT
063990           WHEN 23
064000             PERFORM GRADE-MAINTENANCE
064010           WHEN 24
064020             PERFORM TRANSCRIPT-OF-RECORDS
064030           WHEN 25
064040             PERFORM STATEMENT-OF-ACCOUNT
064050           WHEN 26
064060             PERFORM AGED-RECEIVABLES-REPORT
064070           WHEN 27
064080             IF stu-role-supervisor
064090                 PERFORM MERGE-DUPLICATE-STUDENTS
064100             ELSE
064110                 DISPLAY "SUPERVISOR FUNCTION - NOT AUTHORIZED"
064120             END-IF
064130           WHEN 28
064140             PERFORM CERTIFICATE-ISSUANCE
064150           WHEN OTHER
064160             CONTINUE
064170         END-EVALUATE.
064180*
064190*----------------------------------------------------------------*
064200*  EXIT-SYSTEM -- CLOSES OUT THE SESSION. EACH ADD/EDIT/DELETE   *
064210*  ALREADY WRITES THROUGH TO STUDENT-MASTER AS IT HAPPENS, SO    *
064220*  THIS JUST CONFIRMS AND STOPS THE MAIN-MENU LOOP.              *
064230*----------------------------------------------------------------*
064240 EXIT-SYSTEM.
064250         DISPLAY "ALL CHANGES SAVED. EXITING.".
064260         MOVE 6 TO EXITED.
064270
