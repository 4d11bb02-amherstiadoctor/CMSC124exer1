000100*================================================================
000110* PROGRAM:  DOCTOR_18
000120* PURPOSE:  GUARDIAN SMS BROADCAST
000130*           BUILDS ONE TEXT MESSAGE BATCH FOR THE SMS GATEWAY
000140*           WHEN CLASSES ARE SUSPENDED OR THERE IS A CAMPUS
000150*           EMERGENCY. THE SIGNED-ON OPERATOR PICKS THE STUDENTS
000160*           (ONE COURSE, ONE ENROLLMENT STATUS OR ALL ACTIVE
000170*           STUDENTS) AND KEYS THE MESSAGE. EVERY GUARDIAN
000180*           CONTACT OF THOSE STUDENTS ON GRDNFILE IS CHECKED; A
000190*           GOOD 11-DIGIT MOBILE IS QUEUED ONCE ONLY, HOWEVER MANY
000200*           STUDENTS SHARE IT, AND THE REST ARE LISTED ON THE
000210*           BCSTRPT EXCEPTIONS REPORT FOR STAFF TO PHONE AND
000220*           CORRECT THROUGH GUARDIAN-MAINTENANCE. THE BATCH IS
000230*           WRITTEN AS SMSOUT.<BATCH ID> IN THE GATEWAY FORMAT,
000240*           EVERY CONTACT IS KEPT ON BCSTDTL AGAINST ITS MESSAGE
000250*           FOR THE DELIVERY READBACK (DOCTOR_19), AND THE RUN IS
000260*           LOGGED ON BCSTLOG WITH THE SENDER AND THE COUNTS.
000270*================================================================
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. Doctor_18.
000300 AUTHOR. Doctor, Amherstia S.
000310 INSTALLATION. REGISTRAR MIS.
000320 DATE-WRITTEN. 10/15/2026.
000330 DATE-COMPILED.
000340*
000350* MODIFICATION HISTORY
000360*   DATE        BY    DESCRIPTION
000370*   ----------  ----  --------------------------------------------
000380*   2026-10-15  ASD   New program. The only output of GRDNFILE was
000390*                     the printed EMRGRPT list, which is no use
000400*                     for reaching every family at once. This
000410*                     sends the same message to the guardians of
000420*                     a course, a status or the whole school
000430*                     through the SMS gateway. The batch id is the
000440*                     run date and a sequence from the one-record
000450*                     BCSTSEQ file, the way EXTRSEQ numbers the
000460*                     Doctor_05 extracts, so two broadcasts on the
000470*                     same day never overwrite each other.
000480*
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520         SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000530             ORGANIZATION IS INDEXED
000540             ACCESS MODE IS DYNAMIC
000550             RECORD KEY IS SNo-M
000560             FILE STATUS IS stu-file-status.
000570         SELECT COURSE-REFERENCE ASSIGN TO "COURSREF"
000580             ORGANIZATION IS INDEXED
000590             ACCESS MODE IS DYNAMIC
000600             RECORD KEY IS course-code-C
000610             FILE STATUS IS stu-course-status.
000620         SELECT GUARDIAN-FILE ASSIGN TO "GRDNFILE"
000630             ORGANIZATION IS INDEXED
000640             ACCESS MODE IS DYNAMIC
000650             RECORD KEY IS guardian-key-G
000660             FILE STATUS IS stu-guard-status.
000670         SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
000680             ORGANIZATION IS INDEXED
000690             ACCESS MODE IS DYNAMIC
000700             RECORD KEY IS operator-id-O
000710             FILE STATUS IS stu-oper-status.
000720         SELECT BROADCAST-SEQUENCE ASSIGN TO "BCSTSEQ"
000730             ORGANIZATION IS SEQUENTIAL
000740             ACCESS MODE IS SEQUENTIAL
000750             FILE STATUS IS stu-seq-status.
000760         SELECT SMS-OUT ASSIGN TO DYNAMIC stu-sms-name
000770             ORGANIZATION IS SEQUENTIAL
000780             ACCESS MODE IS SEQUENTIAL
000790             FILE STATUS IS stu-sms-status.
000800         SELECT BROADCAST-DETAIL ASSIGN TO "BCSTDTL"
000810             ORGANIZATION IS INDEXED
000820             ACCESS MODE IS DYNAMIC
000830             RECORD KEY IS detail-key-B
000840             FILE STATUS IS stu-detail-status.
000850         SELECT BROADCAST-LOG ASSIGN TO "BCSTLOG"
000860             ORGANIZATION IS INDEXED
000870             ACCESS MODE IS DYNAMIC
000880             RECORD KEY IS log-batch-L
000890             FILE STATUS IS stu-log-status.
000900         SELECT BROADCAST-PRINT ASSIGN TO "BCSTRPT"
000910             ORGANIZATION IS SEQUENTIAL
000920             ACCESS MODE IS SEQUENTIAL
000930             FILE STATUS IS stu-bcstprt-status.
000940         SELECT SORT-WORK ASSIGN TO "SORTWRK".
000950*
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  STUDENT-MASTER
000990         LABEL RECORDS ARE STANDARD.
001000 01  STUDENT-MASTER-RECORD.
001010         03  SNo-M            PIC X(10).
001020         03  fullname-M       PIC X(50).
001030         03  course-M         PIC X(50).
001040         03  age-M            PIC 99.
001050         03  contact-no-M.
001060             04  mobile-M     PIC X(11).
001070             04  landline-M   PIC X(8).
001080         03  enroll-status-M  PIC X(01).
001090             88  enrolled-M             VALUE "E" " ".
001100             88  on-leave-M             VALUE "L".
001110             88  graduated-M            VALUE "G".
001120         03  birth-date-M     PIC 9(08).
001130         03  year-level-M     PIC 9(01).
001140*
001150 FD  COURSE-REFERENCE
001160         LABEL RECORDS ARE STANDARD.
001170 01  COURSE-REFERENCE-RECORD.
001180         03  course-code-C    PIC X(10).
001190         03  course-title-C   PIC X(50).
001200         03  course-status-C  PIC X(01).
001210             88  course-active          VALUE "A".
001220             88  course-retired         VALUE "R".
001230         03  course-max-C     PIC 9(05).
001240         03  tuition-rate-C   PIC 9(07)V99.
001250         03  misc-fee-C       PIC 9(07)V99.
001260         03  course-years-C   PIC 9(01).
001270*
001280 FD  GUARDIAN-FILE
001290         LABEL RECORDS ARE STANDARD.
001300 01  GUARDIAN-RECORD.
001310         03  guardian-key-G.
001320             04  SNo-G        PIC X(10).
001330             04  contact-seq-G PIC 9(02).
001340         03  contact-name-G   PIC X(50).
001350         03  relationship-G   PIC X(20).
001360         03  contact-no-G.
001370             04  mobile-G     PIC X(11).
001380             04  landline-G   PIC X(8).
001390*
001400 FD  OPERATOR-FILE
001410         LABEL RECORDS ARE STANDARD.
001420 01  OPERATOR-RECORD.
001430         03  operator-id-O    PIC X(10).
001440         03  operator-pass-O  PIC X(10).
001450         03  operator-role-O  PIC X(01).
001460             88  oper-clerk              VALUE "C".
001470             88  oper-supervisor         VALUE "S".
001480*
001490 FD  BROADCAST-SEQUENCE
001500         LABEL RECORDS ARE STANDARD.
001510 01  BROADCAST-SEQUENCE-RECORD.
001520         03  last-date-Q      PIC 9(08).
001530         03  last-seq-Q       PIC 9(04).
001540*
001550*---------------------------------------------------------------
001560* SMS GATEWAY BATCH - A HDR RECORD, ONE MSG RECORD PER MOBILE
001570* NUMBER AND A TRL RECORD CARRYING THE COUNT OF MSG RECORDS.
001580* THE CONTROL RECORDS SHARE THE DETAIL RECORD AREA.
001590*---------------------------------------------------------------
001600 FD  SMS-OUT
001610         LABEL RECORDS ARE STANDARD.
001620 01  SMS-MESSAGE-RECORD.
001630         03  sms-type-E       PIC X(03).
001640             88  sms-header             VALUE "HDR".
001650             88  sms-message            VALUE "MSG".
001660             88  sms-trailer            VALUE "TRL".
001670         03  sms-batch-E      PIC X(12).
001680         03  sms-seq-E        PIC 9(05).
001690         03  sms-mobile-E     PIC X(11).
001700         03  sms-text-E       PIC X(160).
001710 01  SMS-CONTROL-RECORD.
001720         03  control-type-E   PIC X(03).
001730         03  control-batch-E  PIC X(12).
001740         03  control-date-E   PIC 9(08).
001750         03  control-time-E   PIC 9(08).
001760         03  control-count-E  PIC 9(05).
001770         03  control-sender-E PIC X(10).
001780         03  FILLER           PIC X(145).
001790*
001800*---------------------------------------------------------------
001810* ONE RECORD PER GUARDIAN CONTACT QUEUED, UNDER THE MESSAGE IT
001820* WENT OUT ON - SIBLINGS SHARING A NUMBER SHARE THE MESSAGE
001830*---------------------------------------------------------------
001840 FD  BROADCAST-DETAIL
001850         LABEL RECORDS ARE STANDARD.
001860 01  BROADCAST-DETAIL-RECORD.
001870         03  detail-key-B.
001880             04  batch-B      PIC X(12).
001890             04  msg-seq-B    PIC 9(05).
001900             04  SNo-B        PIC X(10).
001910             04  contact-seq-B PIC 9(02).
001920         03  mobile-B         PIC X(11).
001930         03  landline-B       PIC X(8).
001940         03  contact-name-B   PIC X(50).
001950         03  relationship-B   PIC X(20).
001960         03  fullname-B       PIC X(50).
001970         03  dlvr-status-B    PIC X(01).
001980             88  dlvr-queued-B          VALUE "Q".
001990             88  dlvr-delivered-B       VALUE "D".
002000             88  dlvr-failed-B          VALUE "F".
002010*
002020 FD  BROADCAST-LOG
002030         LABEL RECORDS ARE STANDARD.
002040 01  BROADCAST-LOG-RECORD.
002050         03  log-batch-L      PIC X(12).
002060         03  log-date-L       PIC 9(08).
002070         03  log-time-L       PIC 9(08).
002080         03  log-sender-L     PIC X(10).
002090         03  log-select-L     PIC X(01).
002100             88  log-by-course-L        VALUE "C".
002110             88  log-by-status-L        VALUE "S".
002120             88  log-all-active-L       VALUE "A".
002130         03  log-value-L      PIC X(10).
002140         03  log-text-L       PIC X(160).
002150         03  log-students-L   PIC 9(05).
002160         03  log-contacts-L   PIC 9(05).
002170         03  log-messages-L   PIC 9(05).
002180         03  log-shared-L     PIC 9(05).
002190         03  log-except-L     PIC 9(05).
002200         03  log-flag-L       PIC X(01).
002210             88  log-sent-L             VALUE "S".
002220             88  log-delivered-L        VALUE "D".
002230         03  log-dlvr-date-L  PIC 9(08).
002240         03  log-msg-ok-L     PIC 9(05).
002250         03  log-msg-failed-L PIC 9(05).
002260         03  log-reached-L    PIC 9(05).
002270         03  log-unreached-L  PIC 9(05).
002280*
002290 FD  BROADCAST-PRINT
002300         LABEL RECORDS ARE STANDARD.
002310 01  BROADCAST-PRINT-LINE    PIC X(132).
002320*
002330 SD  SORT-WORK.
002340 01  SORT-RECORD.
002350         03  mobile-S         PIC X(11).
002360         03  SNo-S            PIC X(10).
002370         03  contact-seq-S    PIC 9(02).
002380         03  landline-S       PIC X(8).
002390         03  contact-name-S   PIC X(50).
002400         03  relationship-S   PIC X(20).
002410         03  fullname-S       PIC X(50).
002420*
002430 WORKING-STORAGE SECTION.
002440*---------------------------------------------------------------
002450* PROGRAM SWITCHES AND CONTROL COUNTERS
002460*---------------------------------------------------------------
002470 77  stu-file-status         PIC X(02) VALUE "00".
002480         88  stu-file-ok              VALUE "00".
002490         88  stu-file-not-found       VALUE "35".
002500 77  stu-course-status       PIC X(02) VALUE "00".
002510         88  stu-course-ok            VALUE "00".
002520         88  stu-course-not-found     VALUE "35".
002530 77  stu-guard-status        PIC X(02) VALUE "00".
002540         88  stu-guard-ok             VALUE "00".
002550         88  stu-guard-not-found      VALUE "35".
002560 77  stu-oper-status         PIC X(02) VALUE "00".
002570         88  stu-oper-ok              VALUE "00".
002580         88  stu-oper-not-found       VALUE "35".
002590 77  stu-seq-status          PIC X(02) VALUE "00".
002600         88  stu-seq-ok               VALUE "00".
002610         88  stu-seq-not-found        VALUE "35".
002620 77  stu-sms-status          PIC X(02) VALUE "00".
002630         88  stu-sms-ok               VALUE "00".
002640 77  stu-detail-status       PIC X(02) VALUE "00".
002650         88  stu-detail-ok            VALUE "00".
002660         88  stu-detail-not-found     VALUE "35".
002670 77  stu-log-status          PIC X(02) VALUE "00".
002680         88  stu-log-ok               VALUE "00".
002690         88  stu-log-not-found        VALUE "35".
002700 77  stu-bcstprt-status      PIC X(02) VALUE "00".
002710         88  stu-bcstprt-ok           VALUE "00".
002720 77  stu-eof-switch          PIC X(01) VALUE "N".
002730         88  stu-eof                  VALUE "Y".
002740         88  stu-not-eof               VALUE "N".
002750 77  stu-guard-eof-switch    PIC X(01) VALUE "N".
002760         88  stu-guard-eof            VALUE "Y".
002770         88  stu-guard-not-eof         VALUE "N".
002780 77  stu-run-switch          PIC X(01) VALUE "Y".
002790         88  stu-run-ok                VALUE "Y".
002800         88  stu-run-stopped            VALUE "N".
002810 77  stu-input-switch        PIC X(01) VALUE "N".
002820         88  stu-inputs-open           VALUE "Y".
002830         88  stu-inputs-closed          VALUE "N".
002840 77  stu-signon-switch       PIC X(01) VALUE "N".
002850         88  stu-signed-on             VALUE "Y".
002860         88  stu-not-signed-on          VALUE "N".
002870 77  stu-pick-switch         PIC X(01) VALUE "N".
002880         88  stu-picked                VALUE "Y".
002890         88  stu-not-picked             VALUE "N".
002900 77  stu-contact-switch      PIC X(01) VALUE "N".
002910         88  stu-has-contact           VALUE "Y".
002920         88  stu-no-contact             VALUE "N".
002930 77  stu-select-type         PIC X(01) VALUE SPACE.
002940         88  stu-by-course             VALUE "1".
002950         88  stu-by-status             VALUE "2".
002960         88  stu-all-active            VALUE "3".
002970 77  stu-select-value        PIC X(10) VALUE SPACES.
002980 77  stu-select-text         PIC X(40) VALUE SPACES.
002990 77  stu-confirm             PIC X(01) VALUE SPACE.
003000 77  stu-signon-tries        PIC 9(01) VALUE 0.
003010 77  operId                  PIC X(10) VALUE SPACES.
003020 77  operPass                PIC X(10) VALUE SPACES.
003030 77  stu-operator-id         PIC X(10) VALUE SPACES.
003040 77  stu-message-text        PIC X(160) VALUE SPACES.
003050 77  stu-guard-sno           PIC X(10) VALUE SPACES.
003060 77  stu-last-mobile         PIC X(11) VALUE SPACES.
003070 77  stu-msg-seq             PIC 9(05) VALUE 0.
003080 77  stu-student-count       PIC 9(05) VALUE 0.
003090 77  stu-contact-count       PIC 9(05) VALUE 0.
003100 77  stu-shared-count        PIC 9(05) VALUE 0.
003110 77  stu-nocontact-count     PIC 9(05) VALUE 0.
003120 77  stu-nomobile-count      PIC 9(05) VALUE 0.
003130 77  stu-badmobile-count     PIC 9(05) VALUE 0.
003140 77  stu-except-count        PIC 9(05) VALUE 0.
003150 77  stu-fail-count          PIC 9(05) VALUE 0.
003160 77  stu-run-date            PIC 9(08) VALUE 0.
003170 77  stu-run-time            PIC 9(08) VALUE 0.
003180 77  stu-lines-per-page      PIC 9(02) VALUE 55.
003190 77  stu-line-count          PIC 9(02) VALUE 0.
003200 77  stu-page-count          PIC 9(03) VALUE 0.
003210*---------------------------------------------------------------
003220* BATCH ID - RUN DATE AND THE DAY'S SEQUENCE FROM BCSTSEQ; IT
003230* ALSO NAMES THE GATEWAY FILE
003240*---------------------------------------------------------------
003250 01  stu-batch-id.
003260         03  stu-batch-date   PIC 9(08) VALUE ZEROS.
003270         03  stu-batch-seq    PIC 9(04) VALUE ZEROS.
003280 01  stu-sms-name.
003290         03  FILLER           PIC X(07) VALUE "SMSOUT.".
003300         03  stu-sms-batch    PIC X(12) VALUE SPACES.
003310*---------------------------------------------------------------
003320* REPORT PRINT LINES
003330*---------------------------------------------------------------
003340 01  stu-bcst-title.
003350         03  FILLER           PIC X(30)
003360             VALUE "GUARDIAN SMS BROADCAST REPORT".
003370         03  FILLER           PIC X(10) VALUE "RUN DATE: ".
003380         03  stu-bt-date      PIC 9(08).
003390         03  FILLER           PIC X(07) VALUE "  PAGE ".
003400         03  stu-bt-page      PIC ZZ9.
003410 01  stu-bcst-batch-line.
003420         03  FILLER           PIC X(10) VALUE "BATCH ID: ".
003430         03  stu-bb-batch     PIC X(12).
003440         03  FILLER           PIC X(10) VALUE "  SENDER: ".
003450         03  stu-bb-sender    PIC X(10).
003460         03  FILLER           PIC X(12) VALUE "  STUDENTS: ".
003470         03  stu-bb-select    PIC X(40).
003480 01  stu-bcst-text-line.
003490         03  FILLER           PIC X(10) VALUE "MESSAGE:  ".
003500         03  stu-bx-text      PIC X(120).
003510 01  stu-bcst-text-more.
003520         03  FILLER           PIC X(10) VALUE SPACES.
003530         03  stu-bx-more      PIC X(40).
003540 01  stu-bcst-colhead.
003550         03  FILLER           PIC X(11) VALUE "STUDENT NO".
003560         03  FILLER           PIC X(31) VALUE "STUDENT NAME".
003570         03  FILLER           PIC X(03) VALUE "SQ".
003580         03  FILLER           PIC X(31) VALUE "GUARDIAN".
003590         03  FILLER           PIC X(12) VALUE "MOBILE".
003600         03  FILLER           PIC X(09) VALUE "LANDLINE".
003610         03  FILLER           PIC X(30) VALUE "REASON".
003620 01  stu-bcst-detail.
003630         03  stu-bd-sno       PIC X(10).
003640         03  FILLER           PIC X(01) VALUE SPACE.
003650         03  stu-bd-name      PIC X(30).
003660         03  FILLER           PIC X(01) VALUE SPACE.
003670         03  stu-bd-seq       PIC X(02).
003680         03  FILLER           PIC X(01) VALUE SPACE.
003690         03  stu-bd-contact   PIC X(30).
003700         03  FILLER           PIC X(01) VALUE SPACE.
003710         03  stu-bd-mobile    PIC X(11).
003720         03  FILLER           PIC X(01) VALUE SPACE.
003730         03  stu-bd-landline  PIC X(8).
003740         03  FILLER           PIC X(01) VALUE SPACE.
003750         03  stu-bd-reason    PIC X(30).
003760 01  stu-bcst-section        PIC X(60).
003770 01  stu-bcst-count-line.
003780         03  stu-bn-label     PIC X(30).
003790         03  stu-bn-count     PIC ZZZZ9.
003800 01  stu-bcst-verdict        PIC X(60).
003810*
003820 PROCEDURE DIVISION.
003830*
003840         PERFORM OPEN-BROADCAST-INPUTS.
003850         IF stu-run-ok
003860             PERFORM SIGN-ON-SENDER
003870         END-IF.
003880         IF stu-run-ok
003890             PERFORM ACCEPT-SELECTION
003900         END-IF.
003910         IF stu-run-ok
003920             PERFORM ACCEPT-MESSAGE-TEXT
003930         END-IF.
003940         IF stu-run-ok
003950             DISPLAY "SEND TO THE GUARDIANS OF " stu-select-text
003960             DISPLAY "SEND NOW (Y/N)? " WITH NO ADVANCING
003970             ACCEPT stu-confirm
003980             IF stu-confirm = "Y" OR stu-confirm = "y"
003990                 PERFORM GET-NEXT-BATCH-ID
004000                 PERFORM OPEN-BROADCAST-OUTPUTS
004010             ELSE
004020                 DISPLAY "BROADCAST CANCELLED - NOTHING SENT"
004030                 SET stu-run-stopped TO TRUE
004040             END-IF
004050         END-IF.
004060         IF stu-run-ok
004070             PERFORM PRINT-BROADCAST-HEADINGS
004080             MOVE "NOT REACHED - CORRECT ON GUARDIAN-MAINTENANCE"
004090                 TO stu-bcst-section
004100             PERFORM PRINT-SECTION-LINE
004110             PERFORM WRITE-SMS-HEADER
004120             SORT SORT-WORK
004130                 ON ASCENDING KEY mobile-S SNo-S contact-seq-S
004140                 INPUT PROCEDURE IS SELECT-GUARDIAN-CONTACTS
004150                 OUTPUT PROCEDURE IS WRITE-BROADCAST-MESSAGES
004160             PERFORM WRITE-SMS-TRAILER
004170             PERFORM SAVE-BATCH-SEQUENCE
004180             PERFORM LOG-BROADCAST
004190             PERFORM PRINT-BROADCAST-TOTALS
004200             PERFORM CLOSE-BROADCAST-OUTPUTS
004210         END-IF.
004220         IF stu-inputs-open
004230             PERFORM CLOSE-BROADCAST-INPUTS
004240         END-IF.
004250         STOP RUN.
004260*
004270*----------------------------------------------------------------*
004280*  OPEN-BROADCAST-INPUTS -- THE MASTER, THE GUARDIAN CONTACTS,   *
004290*  THE COURSE FILE AND THE OPERATOR FILE MUST ALL OPEN OR THERE  *
004300*  IS NOTHING TO BROADCAST FROM AND NO WAY TO SAY WHO SENT IT.   *
004310*----------------------------------------------------------------*
004320 OPEN-BROADCAST-INPUTS.
004330         OPEN INPUT STUDENT-MASTER.
004340         IF NOT stu-file-ok
004350             DISPLAY "WARNING - CANNOT OPEN STUDMAST - NO RUN"
004360             SET stu-run-stopped TO TRUE
004370         ELSE
004380             OPEN INPUT GUARDIAN-FILE
004390             IF NOT stu-guard-ok
004400                 DISPLAY "GUARDIAN FILE GRDNFILE NOT FOUND - "
004410                     "NO RUN"
004420                 CLOSE STUDENT-MASTER
004430                 SET stu-run-stopped TO TRUE
004440             END-IF
004450         END-IF.
004460         IF stu-run-ok
004470             OPEN INPUT COURSE-REFERENCE
004480             IF NOT stu-course-ok
004490                 DISPLAY "COURSE FILE COURSREF NOT FOUND - NO RUN"
004500                 CLOSE STUDENT-MASTER
004510                 CLOSE GUARDIAN-FILE
004520                 SET stu-run-stopped TO TRUE
004530             END-IF
004540         END-IF.
004550         IF stu-run-ok
004560             OPEN INPUT OPERATOR-FILE
004570             IF NOT stu-oper-ok
004580                 DISPLAY "OPERATOR FILE OPERFILE NOT FOUND - "
004590                     "NO RUN"
004600                 CLOSE STUDENT-MASTER
004610                 CLOSE GUARDIAN-FILE
004620                 CLOSE COURSE-REFERENCE
004630                 SET stu-run-stopped TO TRUE
004640             ELSE
004650                 SET stu-inputs-open TO TRUE
004660             END-IF
004670         END-IF.
004680*
004690 CLOSE-BROADCAST-INPUTS.
004700         CLOSE STUDENT-MASTER.
004710         CLOSE GUARDIAN-FILE.
004720         CLOSE COURSE-REFERENCE.
004730         CLOSE OPERATOR-FILE.
004740         SET stu-inputs-closed TO TRUE.
004750*
004760*----------------------------------------------------------------*
004770*  SIGN-ON-SENDER -- THE SAME THREE-TRY SIGN-ON AS THE MAIN      *
004780*  PROGRAM, AGAINST OPERFILE. THE OPERATOR SIGNED ON IS THE      *
004790*  SENDER RECORDED ON THE GATEWAY HEADER AND IN BCSTLOG.         *
004800*----------------------------------------------------------------*
004810 SIGN-ON-SENDER.
004820         SET stu-not-signed-on TO TRUE.
004830         MOVE 0 TO stu-signon-tries.
004840         PERFORM GET-SIGN-ON
004850             UNTIL stu-signed-on OR stu-signon-tries >= 3.
004860         IF stu-not-signed-on
004870             DISPLAY "SIGN-ON FAILED - NO BROADCAST"
004880             SET stu-run-stopped TO TRUE
004890         END-IF.
004900*
004910 GET-SIGN-ON.
004920         COMPUTE stu-signon-tries = stu-signon-tries + 1.
004930         DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
004940         ACCEPT operId.
004950         DISPLAY "PASSWORD: " WITH NO ADVANCING.
004960         ACCEPT operPass.
004970         MOVE operId TO operator-id-O.
004980         READ OPERATOR-FILE
004990             INVALID KEY
005000                 DISPLAY "INVALID SIGN-ON"
005010             NOT INVALID KEY
005020                 IF operator-pass-O = operPass
005030                     SET stu-signed-on TO TRUE
005040                     MOVE operId TO stu-operator-id
005050                     DISPLAY "SIGNED ON: " operId
005060                 ELSE
005070                     DISPLAY "INVALID SIGN-ON"
005080                 END-IF
005090         END-READ.
005100*
005110*----------------------------------------------------------------*
005120*  ACCEPT-SELECTION -- WHICH STUDENTS' GUARDIANS TO REACH:       *
005130*    1  THE ENROLLED STUDENTS OF ONE COURSE ON COURSREF          *
005140*    2  EVERY STUDENT WITH ONE ENROLLMENT STATUS (E, L OR G)     *
005150*    3  ALL ACTIVE (ENROLLED) STUDENTS                           *
005160*----------------------------------------------------------------*
005170 ACCEPT-SELECTION.
005180         DISPLAY "SEND TO:".
005190         DISPLAY "  1  ONE COURSE".
005200         DISPLAY "  2  ONE ENROLLMENT STATUS (E / L / G)".
005210         DISPLAY "  3  ALL ACTIVE STUDENTS".
005220         DISPLAY "CHOICE: " WITH NO ADVANCING.
005230         ACCEPT stu-select-type.
005240         MOVE SPACES TO stu-select-value.
005250         EVALUATE TRUE
005260           WHEN stu-by-course
005270             DISPLAY "COURSE CODE: " WITH NO ADVANCING
005280             ACCEPT stu-select-value
005290             MOVE stu-select-value TO course-code-C
005300             READ COURSE-REFERENCE
005310                 INVALID KEY
005320                     DISPLAY "COURSE " stu-select-value
005330                         " IS NOT ON COURSREF - NO BROADCAST"
005340                     SET stu-run-stopped TO TRUE
005350                 NOT INVALID KEY
005360                     MOVE SPACES TO stu-select-text
005370                     STRING "COURSE " DELIMITED BY SIZE
005380                         stu-select-value DELIMITED BY SPACE
005390                         " (ENROLLED)" DELIMITED BY SIZE
005400                         INTO stu-select-text
005410             END-READ
005420           WHEN stu-by-status
005430             DISPLAY "ENROLLMENT STATUS (E/L/G): "
005440                 WITH NO ADVANCING
005450             ACCEPT stu-select-value
005460             EVALUATE stu-select-value
005470               WHEN "E"
005480                 MOVE "STATUS E - ENROLLED" TO stu-select-text
005490               WHEN "L"
005500                 MOVE "STATUS L - ON LEAVE" TO stu-select-text
005510               WHEN "G"
005520                 MOVE "STATUS G - GRADUATED" TO stu-select-text
005530               WHEN OTHER
005540                 DISPLAY "INVALID STATUS - NO BROADCAST"
005550                 SET stu-run-stopped TO TRUE
005560             END-EVALUATE
005570           WHEN stu-all-active
005580             MOVE "ALL ACTIVE STUDENTS" TO stu-select-text
005590           WHEN OTHER
005600             DISPLAY "INVALID CHOICE - NO BROADCAST"
005610             SET stu-run-stopped TO TRUE
005620         END-EVALUATE.
005630*
005640*----------------------------------------------------------------*
005650*  ACCEPT-MESSAGE-TEXT -- ONE SMS OF UP TO 160 CHARACTERS; A     *
005660*  BLANK MESSAGE IS NOT SENT.                                    *
005670*----------------------------------------------------------------*
005680 ACCEPT-MESSAGE-TEXT.
005690         DISPLAY "MESSAGE (UP TO 160 CHARACTERS):".
005700         ACCEPT stu-message-text.
005710         IF stu-message-text = SPACES
005720             DISPLAY "NO MESSAGE KEYED - NO BROADCAST"
005730             SET stu-run-stopped TO TRUE
005740         END-IF.
005750*
005760*----------------------------------------------------------------*
005770*  GET-NEXT-BATCH-ID -- READS THE ONE-RECORD BCSTSEQ FILE. THE   *
005780*  SEQUENCE RESTARTS AT 1 ON A NEW DAY AND OTHERWISE GOES UP BY  *
005790*  ONE. A MISSING FILE MEANS NO BROADCAST YET. THE NEW VALUE IS  *
005800*  ONLY SAVED ONCE THE BATCH IS WRITTEN.                         *
005810*----------------------------------------------------------------*
005820 GET-NEXT-BATCH-ID.
005830         ACCEPT stu-run-date FROM DATE YYYYMMDD.
005840         ACCEPT stu-run-time FROM TIME.
005850         MOVE 0 TO last-date-Q.
005860         MOVE 0 TO last-seq-Q.
005870         OPEN INPUT BROADCAST-SEQUENCE.
005880         IF stu-seq-ok
005890             READ BROADCAST-SEQUENCE NEXT RECORD
005900                 AT END
005910                     MOVE 0 TO last-date-Q
005920                     MOVE 0 TO last-seq-Q
005930             END-READ
005940             CLOSE BROADCAST-SEQUENCE
005950         END-IF.
005960         MOVE stu-run-date TO stu-batch-date.
005970         IF last-date-Q = stu-run-date
005980             COMPUTE stu-batch-seq = last-seq-Q + 1
005990         ELSE
006000             MOVE 1 TO stu-batch-seq
006010         END-IF.
006020         MOVE stu-batch-id TO stu-sms-batch.
006030*
006040 SAVE-BATCH-SEQUENCE.
006050         OPEN OUTPUT BROADCAST-SEQUENCE.
006060         IF stu-seq-ok
006070             MOVE stu-batch-date TO last-date-Q
006080             MOVE stu-batch-seq TO last-seq-Q
006090             WRITE BROADCAST-SEQUENCE-RECORD
006100             CLOSE BROADCAST-SEQUENCE
006110         ELSE
006120             DISPLAY "WARNING - CANNOT WRITE BCSTSEQ"
006130         END-IF.
006140*
006150*----------------------------------------------------------------*
006160*  OPEN-BROADCAST-OUTPUTS -- A FRESH GATEWAY FILE AND REPORT;    *
006170*  THE DETAIL FILE AND THE LOG ARE CREATED ON FIRST USE.         *
006180*----------------------------------------------------------------*
006190 OPEN-BROADCAST-OUTPUTS.
006200         OPEN OUTPUT SMS-OUT.
006210         IF NOT stu-sms-ok
006220             DISPLAY "WARNING - CANNOT OPEN " stu-sms-name
006230                 " - NO RUN"
006240             SET stu-run-stopped TO TRUE
006250         ELSE
006260             OPEN OUTPUT BROADCAST-PRINT
006270             IF NOT stu-bcstprt-ok
006280                 DISPLAY "WARNING - CANNOT OPEN BCSTRPT - NO RUN"
006290                 CLOSE SMS-OUT
006300                 SET stu-run-stopped TO TRUE
006310             END-IF
006320         END-IF.
006330         IF stu-run-ok
006340             OPEN I-O BROADCAST-DETAIL
006350             IF stu-detail-not-found
006360                 OPEN OUTPUT BROADCAST-DETAIL
006370                 CLOSE BROADCAST-DETAIL
006380                 OPEN I-O BROADCAST-DETAIL
006390             END-IF
006400             IF NOT stu-detail-ok
006410                 DISPLAY "WARNING - CANNOT OPEN BCSTDTL - NO RUN"
006420                 CLOSE SMS-OUT
006430                 CLOSE BROADCAST-PRINT
006440                 SET stu-run-stopped TO TRUE
006450             END-IF
006460         END-IF.
006470*
006480 CLOSE-BROADCAST-OUTPUTS.
006490         CLOSE SMS-OUT.
006500         CLOSE BROADCAST-DETAIL.
006510         CLOSE BROADCAST-PRINT.
006520*
006530*----------------------------------------------------------------*
006540*  WRITE-SMS-HEADER / WRITE-SMS-TRAILER -- THE GATEWAY CONTROL   *
006550*  RECORDS: BATCH ID, DATE AND TIME, SENDER, AND ON THE TRAILER  *
006560*  THE COUNT OF MSG RECORDS BETWEEN THEM.                        *
006570*----------------------------------------------------------------*
006580 WRITE-SMS-HEADER.
006590         MOVE SPACES TO SMS-CONTROL-RECORD.
006600         MOVE "HDR" TO control-type-E.
006610         MOVE stu-batch-id TO control-batch-E.
006620         MOVE stu-run-date TO control-date-E.
006630         MOVE stu-run-time TO control-time-E.
006640         MOVE 0 TO control-count-E.
006650         MOVE stu-operator-id TO control-sender-E.
006660         WRITE SMS-CONTROL-RECORD.
006670*
006680 WRITE-SMS-TRAILER.
006690         MOVE SPACES TO SMS-CONTROL-RECORD.
006700         MOVE "TRL" TO control-type-E.
006710         MOVE stu-batch-id TO control-batch-E.
006720         MOVE stu-run-date TO control-date-E.
006730         MOVE stu-run-time TO control-time-E.
006740         MOVE stu-msg-seq TO control-count-E.
006750         MOVE stu-operator-id TO control-sender-E.
006760         WRITE SMS-CONTROL-RECORD.
006770*
006780*----------------------------------------------------------------*
006790*  SELECT-GUARDIAN-CONTACTS -- SORT INPUT PROCEDURE. ONE PASS    *
006800*  OVER THE MASTER; FOR EACH STUDENT PICKED, EVERY GUARDIAN      *
006810*  CONTACT WITH A GOOD MOBILE NUMBER IS RELEASED. A STUDENT WITH *
006820*  NO CONTACT AT ALL, AND A CONTACT WITH NO MOBILE OR A BAD ONE, *
006830*  GOES ON THE EXCEPTIONS REPORT INSTEAD.                        *
006840*----------------------------------------------------------------*
006850 SELECT-GUARDIAN-CONTACTS.
006860         SET stu-not-eof TO TRUE.
006870         MOVE LOW-VALUES TO SNo-M.
006880         START STUDENT-MASTER
006890             KEY IS GREATER THAN SNo-M
006900             INVALID KEY
006910                 SET stu-eof TO TRUE
006920             NOT INVALID KEY
006930                 PERFORM READ-NEXT-STUDENT-RECORD
006940         END-START.
006950         PERFORM SELECT-ONE-STUDENT UNTIL stu-eof.
006960*
006970 READ-NEXT-STUDENT-RECORD.
006980         READ STUDENT-MASTER NEXT RECORD
006990             AT END
007000                 SET stu-eof TO TRUE
007010         END-READ.
007020         IF NOT stu-file-ok
007030             SET stu-eof TO TRUE
007040         END-IF.
007050*
007060 SELECT-ONE-STUDENT.
007070         SET stu-not-picked TO TRUE.
007080         EVALUATE TRUE
007090           WHEN stu-by-course
007100             IF course-M = stu-select-value AND enrolled-M
007110                 SET stu-picked TO TRUE
007120             END-IF
007130           WHEN stu-by-status
007140             IF (stu-select-value = "E" AND enrolled-M)
007150             OR (stu-select-value = "L" AND on-leave-M)
007160             OR (stu-select-value = "G" AND graduated-M)
007170                 SET stu-picked TO TRUE
007180             END-IF
007190           WHEN OTHER
007200             IF enrolled-M
007210                 SET stu-picked TO TRUE
007220             END-IF
007230         END-EVALUATE.
007240         IF stu-picked
007250             COMPUTE stu-student-count = stu-student-count + 1
007260             PERFORM RELEASE-STUDENT-CONTACTS
007270         END-IF.
007280         PERFORM READ-NEXT-STUDENT-RECORD.
007290*
007300 RELEASE-STUDENT-CONTACTS.
007310         SET stu-no-contact TO TRUE.
007320         MOVE SNo-M TO stu-guard-sno.
007330         PERFORM START-GUARDIAN-SCAN.
007340         PERFORM CHECK-ONE-CONTACT UNTIL stu-guard-eof.
007350         IF stu-no-contact
007360             COMPUTE stu-nocontact-count = stu-nocontact-count + 1
007370             MOVE SPACES TO stu-bd-seq
007380             MOVE "(NONE ON FILE)" TO stu-bd-contact
007390             MOVE SPACES TO stu-bd-mobile
007400             MOVE SPACES TO stu-bd-landline
007410             MOVE "NO GUARDIAN CONTACT ON FILE" TO stu-bd-reason
007420             PERFORM PRINT-EXCEPTION-LINE
007430         END-IF.
007440*
007450 START-GUARDIAN-SCAN.
007460         SET stu-guard-not-eof TO TRUE.
007470         MOVE stu-guard-sno TO SNo-G.
007480         MOVE 0 TO contact-seq-G.
007490         START GUARDIAN-FILE
007500             KEY IS GREATER THAN guardian-key-G
007510             INVALID KEY
007520                 SET stu-guard-eof TO TRUE
007530             NOT INVALID KEY
007540                 PERFORM READ-NEXT-GUARDIAN-RECORD
007550         END-START.
007560*
007570 READ-NEXT-GUARDIAN-RECORD.
007580         READ GUARDIAN-FILE NEXT RECORD
007590             AT END
007600                 SET stu-guard-eof TO TRUE
007610         END-READ.
007620         IF stu-guard-not-eof AND SNo-G NOT = stu-guard-sno
007630             SET stu-guard-eof TO TRUE
007640         END-IF.
007650*
007660*----------------------------------------------------------------*
007670*  CHECK-ONE-CONTACT -- A MOBILE NUMBER MUST BE ALL 11 DIGITS,   *
007680*  THE SAME RULE GUARDIAN-MAINTENANCE APPLIES, AND NOT ALL       *
007690*  ZEROS. A GOOD ONE IS RELEASED TO THE SORT; ANY OTHER IS       *
007700*  LISTED WITH THE LANDLINE SO STAFF CAN PHONE THE FAMILY.       *
007710*----------------------------------------------------------------*
007720 CHECK-ONE-CONTACT.
007730         SET stu-has-contact TO TRUE.
007740         COMPUTE stu-contact-count = stu-contact-count + 1.
007750         EVALUATE TRUE
007760           WHEN mobile-G = SPACES
007770             COMPUTE stu-nomobile-count = stu-nomobile-count + 1
007780             MOVE "NO MOBILE NUMBER" TO stu-bd-reason
007790             PERFORM LIST-CONTACT-EXCEPTION
007800           WHEN mobile-G NOT NUMERIC OR mobile-G = ZEROS
007810             COMPUTE stu-badmobile-count = stu-badmobile-count + 1
007820             MOVE "INVALID MOBILE NUMBER" TO stu-bd-reason
007830             PERFORM LIST-CONTACT-EXCEPTION
007840           WHEN OTHER
007850             MOVE mobile-G       TO mobile-S
007860             MOVE SNo-G          TO SNo-S
007870             MOVE contact-seq-G  TO contact-seq-S
007880             MOVE landline-G     TO landline-S
007890             MOVE contact-name-G TO contact-name-S
007900             MOVE relationship-G TO relationship-S
007910             MOVE fullname-M     TO fullname-S
007920             RELEASE SORT-RECORD
007930         END-EVALUATE.
007940         PERFORM READ-NEXT-GUARDIAN-RECORD.
007950*
007960 LIST-CONTACT-EXCEPTION.
007970         MOVE contact-seq-G  TO stu-bd-seq.
007980         MOVE contact-name-G TO stu-bd-contact.
007990         MOVE mobile-G       TO stu-bd-mobile.
008000         MOVE landline-G     TO stu-bd-landline.
008010         PERFORM PRINT-EXCEPTION-LINE.
008020*
008030*----------------------------------------------------------------*
008040*  WRITE-BROADCAST-MESSAGES -- SORT OUTPUT PROCEDURE. THE        *
008050*  CONTACTS COME BACK IN MOBILE NUMBER ORDER, SO SIBLINGS (OR    *
008060*  ANY CONTACTS) SHARING A NUMBER ARRIVE TOGETHER. THE FIRST ONE *
008070*  ON A NUMBER TAKES THE NEXT MESSAGE SEQUENCE AND WRITES THE    *
008080*  MSG RECORD; EVERY ONE IS KEPT ON BCSTDTL UNDER THAT MESSAGE.  *
008090*----------------------------------------------------------------*
008100 WRITE-BROADCAST-MESSAGES.
008110         SET stu-not-eof TO TRUE.
008120         MOVE SPACES TO stu-last-mobile.
008130         PERFORM RETURN-NEXT-SORTED-CONTACT.
008140         PERFORM WRITE-ONE-CONTACT UNTIL stu-eof.
008150*
008160 RETURN-NEXT-SORTED-CONTACT.
008170         RETURN SORT-WORK RECORD
008180             AT END
008190                 SET stu-eof TO TRUE
008200         END-RETURN.
008210*
008220 WRITE-ONE-CONTACT.
008230         IF mobile-S = stu-last-mobile
008240             COMPUTE stu-shared-count = stu-shared-count + 1
008250         ELSE
008260             COMPUTE stu-msg-seq = stu-msg-seq + 1
008270             MOVE mobile-S TO stu-last-mobile
008280             PERFORM WRITE-SMS-MESSAGE
008290         END-IF.
008300         PERFORM WRITE-DETAIL-RECORD.
008310         PERFORM RETURN-NEXT-SORTED-CONTACT.
008320*
008330 WRITE-SMS-MESSAGE.
008340         MOVE SPACES TO SMS-MESSAGE-RECORD.
008350         MOVE "MSG" TO sms-type-E.
008360         MOVE stu-batch-id TO sms-batch-E.
008370         MOVE stu-msg-seq TO sms-seq-E.
008380         MOVE mobile-S TO sms-mobile-E.
008390         MOVE stu-message-text TO sms-text-E.
008400         WRITE SMS-MESSAGE-RECORD.
008410         IF NOT stu-sms-ok
008420             COMPUTE stu-fail-count = stu-fail-count + 1
008430             DISPLAY "WARNING - GATEWAY WRITE FAILED FOR "
008440                 mobile-S
008450         END-IF.
008460*
008470 WRITE-DETAIL-RECORD.
008480         MOVE stu-batch-id   TO batch-B.
008490         MOVE stu-msg-seq    TO msg-seq-B.
008500         MOVE SNo-S          TO SNo-B.
008510         MOVE contact-seq-S  TO contact-seq-B.
008520         MOVE mobile-S       TO mobile-B.
008530         MOVE landline-S     TO landline-B.
008540         MOVE contact-name-S TO contact-name-B.
008550         MOVE relationship-S TO relationship-B.
008560         MOVE fullname-S     TO fullname-B.
008570         SET dlvr-queued-B TO TRUE.
008580         WRITE BROADCAST-DETAIL-RECORD
008590             INVALID KEY
008600                 COMPUTE stu-fail-count = stu-fail-count + 1
008610                 DISPLAY "WARNING - BCSTDTL WRITE FAILED FOR "
008620                     SNo-S
008630         END-WRITE.
008640*
008650*----------------------------------------------------------------*
008660*  LOG-BROADCAST -- ONE BCSTLOG RECORD PER BATCH: WHO SENT WHAT  *
008670*  TO WHOM AND HOW MANY GUARDIANS IT WAS QUEUED FOR. DOCTOR_19   *
008680*  FILLS IN THE DELIVERY COUNTS WHEN THE GATEWAY REPORTS BACK.   *
008690*  THE LOG IS CREATED ON FIRST USE.                              *
008700*----------------------------------------------------------------*
008710 LOG-BROADCAST.
008720         OPEN I-O BROADCAST-LOG.
008730         IF stu-log-not-found
008740             OPEN OUTPUT BROADCAST-LOG
008750             CLOSE BROADCAST-LOG
008760             OPEN I-O BROADCAST-LOG
008770         END-IF.
008780         IF stu-log-ok
008790             MOVE stu-batch-id TO log-batch-L
008800             MOVE stu-run-date TO log-date-L
008810             MOVE stu-run-time TO log-time-L
008820             MOVE stu-operator-id TO log-sender-L
008830             EVALUATE TRUE
008840               WHEN stu-by-course
008850                 SET log-by-course-L TO TRUE
008860               WHEN stu-by-status
008870                 SET log-by-status-L TO TRUE
008880               WHEN OTHER
008890                 SET log-all-active-L TO TRUE
008900             END-EVALUATE
008910             MOVE stu-select-value TO log-value-L
008920             MOVE stu-message-text TO log-text-L
008930             MOVE stu-student-count TO log-students-L
008940             COMPUTE log-contacts-L = stu-contact-count
008950                 - stu-nomobile-count - stu-badmobile-count
008960             MOVE stu-msg-seq TO log-messages-L
008970             MOVE stu-shared-count TO log-shared-L
008980             MOVE stu-except-count TO log-except-L
008990             SET log-sent-L TO TRUE
009000             MOVE 0 TO log-dlvr-date-L
009010             MOVE 0 TO log-msg-ok-L
009020             MOVE 0 TO log-msg-failed-L
009030             MOVE 0 TO log-reached-L
009040             MOVE 0 TO log-unreached-L
009050             WRITE BROADCAST-LOG-RECORD
009060                 INVALID KEY
009070                     DISPLAY "WARNING - BCSTLOG ALREADY HOLDS "
009080                         stu-batch-id
009090             END-WRITE
009100             CLOSE BROADCAST-LOG
009110         ELSE
009120             DISPLAY "WARNING - CANNOT OPEN BCSTLOG - NOT LOGGED"
009130         END-IF.
009140*
009150*----------------------------------------------------------------*
009160*  REPORT PARAGRAPHS -- SAME PAGE-FORMATTED SHAPE AS THE OTHER   *
009170*  BATCH REPORTS: TITLE, BATCH AND MESSAGE LINES AND COLUMN      *
009180*  HEADINGS PER PAGE, ONE LINE PER CONTACT NOT REACHED, THEN     *
009190*  COUNTS AND A VERDICT. EVERY LINE ALSO GOES TO THE SCREEN.     *
009200*----------------------------------------------------------------*
009210 PRINT-BROADCAST-HEADINGS.
009220         COMPUTE stu-page-count = stu-page-count + 1.
009230         MOVE stu-run-date TO stu-bt-date.
009240         MOVE stu-page-count TO stu-bt-page.
009250         WRITE BROADCAST-PRINT-LINE FROM stu-bcst-title
009260             AFTER ADVANCING PAGE.
009270         MOVE stu-batch-id TO stu-bb-batch.
009280         MOVE stu-operator-id TO stu-bb-sender.
009290         MOVE stu-select-text TO stu-bb-select.
009300         WRITE BROADCAST-PRINT-LINE FROM stu-bcst-batch-line
009310             AFTER ADVANCING 2 LINES.
009320         MOVE stu-message-text(1:120) TO stu-bx-text.
009330         WRITE BROADCAST-PRINT-LINE FROM stu-bcst-text-line
009340             AFTER ADVANCING 1 LINE.
009350         MOVE stu-message-text(121:40) TO stu-bx-more.
009360         WRITE BROADCAST-PRINT-LINE FROM stu-bcst-text-more
009370             AFTER ADVANCING 1 LINE.
009380         WRITE BROADCAST-PRINT-LINE FROM stu-bcst-colhead
009390             AFTER ADVANCING 2 LINES.
009400         MOVE 7 TO stu-line-count.
009410*
009420 PRINT-SECTION-LINE.
009430         IF stu-line-count + 3 > stu-lines-per-page
009440             PERFORM PRINT-BROADCAST-HEADINGS
009450         END-IF.
009460         DISPLAY " ".
009470         DISPLAY stu-bcst-section.
009480         WRITE BROADCAST-PRINT-LINE FROM stu-bcst-section
009490             AFTER ADVANCING 2 LINES.
009500         COMPUTE stu-line-count = stu-line-count + 2.
009510*
009520 PRINT-EXCEPTION-LINE.
009530         COMPUTE stu-except-count = stu-except-count + 1.
009540         IF stu-line-count >= stu-lines-per-page
009550             PERFORM PRINT-BROADCAST-HEADINGS
009560         END-IF.
009570         MOVE SNo-M      TO stu-bd-sno.
009580         MOVE fullname-M TO stu-bd-name.
009590         DISPLAY stu-bcst-detail.
009600         WRITE BROADCAST-PRINT-LINE FROM stu-bcst-detail
009610             AFTER ADVANCING 1 LINE.
009620         COMPUTE stu-line-count = stu-line-count + 1.
009630*
009640 PRINT-BROADCAST-TOTALS.
009650         DISPLAY " ".
009660         IF stu-line-count + 14 > stu-lines-per-page
009670             PERFORM PRINT-BROADCAST-HEADINGS
009680         END-IF.
009690         MOVE "STUDENTS SELECTED:" TO stu-bn-label.
009700         MOVE stu-student-count TO stu-bn-count.
009710         PERFORM PRINT-COUNT-LINE.
009720         MOVE "GUARDIAN CONTACTS READ:" TO stu-bn-label.
009730         MOVE stu-contact-count TO stu-bn-count.
009740         PERFORM PRINT-COUNT-LINE.
009750         MOVE "MESSAGES QUEUED:" TO stu-bn-label.
009760         MOVE stu-msg-seq TO stu-bn-count.
009770         PERFORM PRINT-COUNT-LINE.
009780         MOVE "  SHARED NUMBER, NOT REPEATED:" TO stu-bn-label.
009790         MOVE stu-shared-count TO stu-bn-count.
009800         PERFORM PRINT-COUNT-LINE.
009810         MOVE "STUDENTS WITH NO CONTACT:" TO stu-bn-label.
009820         MOVE stu-nocontact-count TO stu-bn-count.
009830         PERFORM PRINT-COUNT-LINE.
009840         MOVE "CONTACTS WITH NO MOBILE:" TO stu-bn-label.
009850         MOVE stu-nomobile-count TO stu-bn-count.
009860         PERFORM PRINT-COUNT-LINE.
009870         MOVE "CONTACTS WITH BAD MOBILE:" TO stu-bn-label.
009880         MOVE stu-badmobile-count TO stu-bn-count.
009890         PERFORM PRINT-COUNT-LINE.
009900         MOVE "WRITE FAILURES:" TO stu-bn-label.
009910         MOVE stu-fail-count TO stu-bn-count.
009920         PERFORM PRINT-COUNT-LINE.
009930         EVALUATE TRUE
009940           WHEN stu-fail-count > 0
009950             MOVE "** WRITE FAILURES - CHECK BEFORE RELEASING **"
009960                 TO stu-bcst-verdict
009970           WHEN stu-msg-seq = 0
009980             MOVE "** NO GUARDIAN MOBILE - NOTHING QUEUED **"
009990                 TO stu-bcst-verdict
010000           WHEN stu-except-count > 0
010010             MOVE "** QUEUED - PHONE THE FAMILIES LISTED ABOVE **"
010020                 TO stu-bcst-verdict
010030           WHEN OTHER
010040             MOVE "** QUEUED - EVERY GUARDIAN HAS A MOBILE **"
010050                 TO stu-bcst-verdict
010060         END-EVALUATE.
010070         DISPLAY stu-bcst-verdict.
010080         WRITE BROADCAST-PRINT-LINE FROM stu-bcst-verdict
010090             AFTER ADVANCING 2 LINES.
010100         DISPLAY "GATEWAY BATCH WRITTEN TO " stu-sms-name.
010110*
010120 PRINT-COUNT-LINE.
010130         DISPLAY stu-bn-label " " stu-bn-count.
010140         WRITE BROADCAST-PRINT-LINE FROM stu-bcst-count-line
010150             AFTER ADVANCING 1 LINE.
010160         COMPUTE stu-line-count = stu-line-count + 1.
