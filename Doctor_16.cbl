000100*================================================================
000110* PROGRAM:  DOCTOR_16
000120* PURPOSE:  ONE-TIME DATE-OF-BIRTH AND YEAR-LEVEL CONVERSION
000130*           THE STUDENT RECORD GAINED A DATE OF BIRTH AND A
000140*           YEAR LEVEL, AND THE COURSE RECORD A COURSE LENGTH
000150*           IN YEARS. THE MASTER GREW FROM 132 TO 141 BYTES,
000160*           THE ARCHIVE FROM 139 TO 148, THE WAITLIST FROM 140
000170*           TO 149, COURSE-REFERENCE FROM 84 TO 85, THE AUDIT
000180*           RECORD FROM 296 TO 314 AND THE EXTRACT REQUEUE FROM
000190*           141 TO 150. FILES WRITTEN UNDER THE OLD LAYOUTS WILL
000200*           NOT OPEN OR WILL MISALIGN UNDER THE NEW ONES, SO
000210*           THIS JOB REWRITES STUDMAST, STUDARCH, STUDWAIT,
000220*           COURSREF, STUDAUDT, EVERY AUDGEN.YYYYMM GENERATION
000230*           ON AUDGENL AND EXTRRQ IN PLACE THROUGH A TEMP COPY.
000240*           EVERY STUDENT COMES ACROSS WITH DATE OF BIRTH AND
000250*           YEAR LEVEL ZERO (NOT RECORDED) - THE REGISTRAR KEYS
000260*           THE REAL ONES THROUGH EDIT STUDENT BEFORE THE FIRST
000270*           ACADEMIC-YEAR ROLLOVER (DOCTOR_17), WHICH LISTS ANY
000280*           STUDENT STILL WITHOUT THEM. EVERY COURSE COMES
000290*           ACROSS AS A FOUR-YEAR COURSE; SUPERVISORS CORRECT
000300*           THE SHORTER AND LONGER ONES THROUGH COURSE
000310*           MAINTENANCE. AUDIT AND REQUEUE IMAGES ARE PADDED SO
000320*           OLD HISTORY STILL READS CORRECTLY.
000330*           RUN ONCE, AFTER DOCTOR_07 AND DOCTOR_08 ON A SITE
000340*           STILL ON THE OLDER LAYOUTS, AND BEFORE ANY OTHER
000350*           PROGRAM TOUCHES THE FILES. PROCESS EVERY
000360*           OUTSTANDING STUDINCR ACKNOWLEDGMENT (DOCTOR_11)
000370*           FIRST - EXTRACTS ALREADY SENT STAY ON THE OLD
000380*           LAYOUT. DATED STUDPURG FILES ARE NOT CONVERTED AND
000390*           ARE KEPT AS WRITTEN. PRE-CONVERSION STUDBKUP
000400*           GENERATIONS NO LONGER MATCH THE MASTER - TAKE A
000410*           FRESH END-OF-DAY BACKUP (DOCTOR_01 MENU 16)
000420*           STRAIGHT AFTER CONVERTING AND NEVER RESTORE AN
000430*           OLDER ONE.
000440*================================================================
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. Doctor_16.
000470 AUTHOR. Doctor, Amherstia S.
000480 INSTALLATION. REGISTRAR MIS.
000490 DATE-WRITTEN. 10/15/2026.
000500 DATE-COMPILED.
000510*
000520* MODIFICATION HISTORY
000530*   DATE        BY    DESCRIPTION
000540*   ----------  ----  --------------------------------------------
000550*   2026-10-15  ASD   New program. Date of birth and year level
000560*                     on the student records, and course length
000570*                     on the course record, changed six layouts
000580*                     at once; existing sites convert their
000590*                     files with this job instead of reloading
000600*                     by hand.
000610*
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650         SELECT OLD-STUDENT-MASTER ASSIGN TO "STUDMAST"
000660             ORGANIZATION IS INDEXED
000670             ACCESS MODE IS DYNAMIC
000680             RECORD KEY IS SNo-OM
000690             FILE STATUS IS stu-oldmst-status.
000700         SELECT NEW-STUDENT-MASTER ASSIGN TO "STUDMAST"
000710             ORGANIZATION IS INDEXED
000720             ACCESS MODE IS DYNAMIC
000730             RECORD KEY IS SNo-M
000740             FILE STATUS IS stu-newmst-status.
000750         SELECT OLD-STUDENT-ARCHIVE ASSIGN TO "STUDARCH"
000760             ORGANIZATION IS SEQUENTIAL
000770             ACCESS MODE IS SEQUENTIAL
000780             FILE STATUS IS stu-oldarc-status.
000790         SELECT NEW-STUDENT-ARCHIVE ASSIGN TO "STUDARCH"
000800             ORGANIZATION IS SEQUENTIAL
000810             ACCESS MODE IS SEQUENTIAL
000820             FILE STATUS IS stu-newarc-status.
000830         SELECT OLD-STUDENT-WAITLIST ASSIGN TO "STUDWAIT"
000840             ORGANIZATION IS SEQUENTIAL
000850             ACCESS MODE IS SEQUENTIAL
000860             FILE STATUS IS stu-oldwait-status.
000870         SELECT NEW-STUDENT-WAITLIST ASSIGN TO "STUDWAIT"
000880             ORGANIZATION IS SEQUENTIAL
000890             ACCESS MODE IS SEQUENTIAL
000900             FILE STATUS IS stu-newwait-status.
000910         SELECT OLD-COURSE-REFERENCE ASSIGN TO "COURSREF"
000920             ORGANIZATION IS INDEXED
000930             ACCESS MODE IS DYNAMIC
000940             RECORD KEY IS course-code-OC
000950             FILE STATUS IS stu-oldcrs-status.
000960         SELECT NEW-COURSE-REFERENCE ASSIGN TO "COURSREF"
000970             ORGANIZATION IS INDEXED
000980             ACCESS MODE IS DYNAMIC
000990             RECORD KEY IS course-code-C
001000             FILE STATUS IS stu-newcrs-status.
001010         SELECT OLD-STUDENT-AUDIT ASSIGN TO "STUDAUDT"
001020             ORGANIZATION IS SEQUENTIAL
001030             ACCESS MODE IS SEQUENTIAL
001040             FILE STATUS IS stu-oldaud-status.
001050         SELECT NEW-STUDENT-AUDIT ASSIGN TO "STUDAUDT"
001060             ORGANIZATION IS SEQUENTIAL
001070             ACCESS MODE IS SEQUENTIAL
001080             FILE STATUS IS stu-newaud-status.
001090         SELECT GENERATION-LOG ASSIGN TO "AUDGENL"
001100             ORGANIZATION IS SEQUENTIAL
001110             ACCESS MODE IS SEQUENTIAL
001120             FILE STATUS IS stu-genlog-status.
001130         SELECT OLD-AUDIT-GENERATION
001140             ASSIGN TO DYNAMIC stu-gen-name
001150             ORGANIZATION IS SEQUENTIAL
001160             ACCESS MODE IS SEQUENTIAL
001170             FILE STATUS IS stu-oldgen-status.
001180         SELECT NEW-AUDIT-GENERATION
001190             ASSIGN TO DYNAMIC stu-gen-name
001200             ORGANIZATION IS SEQUENTIAL
001210             ACCESS MODE IS SEQUENTIAL
001220             FILE STATUS IS stu-newgen-status.
001230         SELECT OLD-REQUEUE-FILE ASSIGN TO "EXTRRQ"
001240             ORGANIZATION IS SEQUENTIAL
001250             ACCESS MODE IS SEQUENTIAL
001260             FILE STATUS IS stu-oldrq-status.
001270         SELECT NEW-REQUEUE-FILE ASSIGN TO "EXTRRQ"
001280             ORGANIZATION IS SEQUENTIAL
001290             ACCESS MODE IS SEQUENTIAL
001300             FILE STATUS IS stu-newrq-status.
001310         SELECT CONVERT-TEMP ASSIGN TO "CNVTTEMP"
001320             ORGANIZATION IS SEQUENTIAL
001330             ACCESS MODE IS SEQUENTIAL
001340             FILE STATUS IS stu-temp-status.
001350*
001360 DATA DIVISION.
001370 FILE SECTION.
001380 FD  OLD-STUDENT-MASTER
001390         LABEL RECORDS ARE STANDARD.
001400 01  OLD-STUDENT-MASTER-RECORD.
001410         03  SNo-OM           PIC X(10).
001420         03  fullname-OM      PIC X(50).
001430         03  course-OM        PIC X(50).
001440         03  age-OM           PIC 99.
001450         03  contact-no-OM.
001460             04  mobile-OM    PIC X(11).
001470             04  landline-OM  PIC X(8).
001480         03  enroll-status-OM PIC X(01).
001490*
001500 FD  NEW-STUDENT-MASTER
001510         LABEL RECORDS ARE STANDARD.
001520 01  STUDENT-MASTER-RECORD.
001530         03  SNo-M            PIC X(10).
001540         03  fullname-M       PIC X(50).
001550         03  course-M         PIC X(50).
001560         03  age-M            PIC 99.
001570         03  contact-no-M.
001580             04  mobile-M     PIC X(11).
001590             04  landline-M   PIC X(8).
001600         03  enroll-status-M  PIC X(01).
001610             88  enrolled-M             VALUE "E" " ".
001620             88  on-leave-M             VALUE "L".
001630             88  graduated-M            VALUE "G".
001640         03  birth-date-M     PIC 9(08).
001650         03  year-level-M     PIC 9(01).
001660*
001670 FD  OLD-STUDENT-ARCHIVE
001680         LABEL RECORDS ARE STANDARD.
001690 01  OLD-STUDENT-ARCHIVE-RECORD.
001700         03  SNo-OA           PIC X(10).
001710         03  fullname-OA      PIC X(50).
001720         03  course-OA        PIC X(50).
001730         03  age-OA           PIC 99.
001740         03  contact-no-OA.
001750             04  mobile-OA    PIC X(11).
001760             04  landline-OA  PIC X(8).
001770         03  withdrawn-date-OA PIC 9(08).
001780*
001790 FD  NEW-STUDENT-ARCHIVE
001800         LABEL RECORDS ARE STANDARD.
001810 01  STUDENT-ARCHIVE-RECORD.
001820         03  SNo-A            PIC X(10).
001830         03  fullname-A       PIC X(50).
001840         03  course-A         PIC X(50).
001850         03  age-A            PIC 99.
001860         03  contact-no-A.
001870             04  mobile-A     PIC X(11).
001880             04  landline-A   PIC X(8).
001890         03  withdrawn-date-A PIC 9(08).
001900         03  birth-date-A     PIC 9(08).
001910         03  year-level-A     PIC 9(01).
001920*
001930 FD  OLD-STUDENT-WAITLIST
001940         LABEL RECORDS ARE STANDARD.
001950 01  OLD-STUDENT-WAITLIST-RECORD.
001960         03  SNo-OW           PIC X(10).
001970         03  fullname-OW      PIC X(50).
001980         03  course-OW        PIC X(50).
001990         03  age-OW           PIC 99.
002000         03  contact-no-OW.
002010             04  mobile-OW    PIC X(11).
002020             04  landline-OW  PIC X(8).
002030         03  wait-status-OW   PIC X(01).
002040         03  wait-date-OW     PIC 9(08).
002050*
002060 FD  NEW-STUDENT-WAITLIST
002070         LABEL RECORDS ARE STANDARD.
002080 01  STUDENT-WAITLIST-RECORD.
002090         03  SNo-W            PIC X(10).
002100         03  fullname-W       PIC X(50).
002110         03  course-W         PIC X(50).
002120         03  age-W            PIC 99.
002130         03  contact-no-W.
002140             04  mobile-W     PIC X(11).
002150             04  landline-W   PIC X(8).
002160         03  wait-status-W    PIC X(01).
002170         03  wait-date-W      PIC 9(08).
002180         03  birth-date-W     PIC 9(08).
002190         03  year-level-W     PIC 9(01).
002200*
002210 FD  OLD-COURSE-REFERENCE
002220         LABEL RECORDS ARE STANDARD.
002230 01  OLD-COURSE-REFERENCE-RECORD.
002240         03  course-code-OC   PIC X(10).
002250         03  course-title-OC  PIC X(50).
002260         03  course-status-OC PIC X(01).
002270         03  course-max-OC    PIC 9(05).
002280         03  tuition-rate-OC  PIC 9(07)V99.
002290         03  misc-fee-OC      PIC 9(07)V99.
002300*
002310 FD  NEW-COURSE-REFERENCE
002320         LABEL RECORDS ARE STANDARD.
002330 01  COURSE-REFERENCE-RECORD.
002340         03  course-code-C    PIC X(10).
002350         03  course-title-C   PIC X(50).
002360         03  course-status-C  PIC X(01).
002370             88  course-active          VALUE "A".
002380             88  course-retired         VALUE "R".
002390         03  course-max-C     PIC 9(05).
002400         03  tuition-rate-C   PIC 9(07)V99.
002410         03  misc-fee-C       PIC 9(07)V99.
002420         03  course-years-C   PIC 9(01).
002430*
002440 FD  OLD-STUDENT-AUDIT
002450         LABEL RECORDS ARE STANDARD.
002460 01  OLD-STUDENT-AUDIT-RECORD PIC X(296).
002470*
002480 FD  NEW-STUDENT-AUDIT
002490         LABEL RECORDS ARE STANDARD.
002500 01  STUDENT-AUDIT-RECORD    PIC X(314).
002510*
002520 FD  GENERATION-LOG
002530         LABEL RECORDS ARE STANDARD.
002540 01  GENERATION-LOG-RECORD.
002550         03  gen-month-L      PIC 9(06).
002560*
002570 FD  OLD-AUDIT-GENERATION
002580         LABEL RECORDS ARE STANDARD.
002590 01  OLD-AUDIT-GENERATION-RECORD PIC X(296).
002600*
002610 FD  NEW-AUDIT-GENERATION
002620         LABEL RECORDS ARE STANDARD.
002630 01  AUDIT-GENERATION-RECORD PIC X(314).
002640*
002650 FD  OLD-REQUEUE-FILE
002660         LABEL RECORDS ARE STANDARD.
002670 01  OLD-REQUEUE-RECORD.
002680         03  orig-seq-OU      PIC 9(05).
002690         03  reason-OU        PIC X(03).
002700         03  action-code-OU   PIC X(01).
002710         03  student-image-OU PIC X(132).
002720*
002730 FD  NEW-REQUEUE-FILE
002740         LABEL RECORDS ARE STANDARD.
002750 01  REQUEUE-RECORD.
002760         03  orig-seq-U       PIC 9(05).
002770         03  reason-U         PIC X(03).
002780         03  action-code-U    PIC X(01).
002790         03  student-image-U.
002800             04  old-image-U  PIC X(132).
002810             04  added-image-U PIC X(09).
002820*
002830 FD  CONVERT-TEMP
002840         LABEL RECORDS ARE STANDARD.
002850 01  CONVERT-TEMP-RECORD     PIC X(314).
002860*
002870 WORKING-STORAGE SECTION.
002880*---------------------------------------------------------------
002890* PROGRAM SWITCHES AND CONTROL COUNTERS
002900*---------------------------------------------------------------
002910 77  stu-oldmst-status       PIC X(02) VALUE "00".
002920         88  stu-oldmst-ok            VALUE "00".
002930         88  stu-oldmst-not-found     VALUE "35".
002940 77  stu-newmst-status       PIC X(02) VALUE "00".
002950         88  stu-newmst-ok            VALUE "00".
002960 77  stu-oldarc-status       PIC X(02) VALUE "00".
002970         88  stu-oldarc-ok            VALUE "00".
002980         88  stu-oldarc-not-found     VALUE "35".
002990 77  stu-newarc-status       PIC X(02) VALUE "00".
003000         88  stu-newarc-ok            VALUE "00".
003010 77  stu-oldwait-status      PIC X(02) VALUE "00".
003020         88  stu-oldwait-ok           VALUE "00".
003030         88  stu-oldwait-not-found    VALUE "35".
003040 77  stu-newwait-status      PIC X(02) VALUE "00".
003050         88  stu-newwait-ok           VALUE "00".
003060 77  stu-oldcrs-status       PIC X(02) VALUE "00".
003070         88  stu-oldcrs-ok            VALUE "00".
003080         88  stu-oldcrs-not-found     VALUE "35".
003090 77  stu-newcrs-status       PIC X(02) VALUE "00".
003100         88  stu-newcrs-ok            VALUE "00".
003110 77  stu-oldaud-status       PIC X(02) VALUE "00".
003120         88  stu-oldaud-ok            VALUE "00".
003130         88  stu-oldaud-not-found     VALUE "35".
003140 77  stu-newaud-status       PIC X(02) VALUE "00".
003150         88  stu-newaud-ok            VALUE "00".
003160 77  stu-genlog-status       PIC X(02) VALUE "00".
003170         88  stu-genlog-ok            VALUE "00".
003180         88  stu-genlog-not-found     VALUE "35".
003190 77  stu-oldgen-status       PIC X(02) VALUE "00".
003200         88  stu-oldgen-ok            VALUE "00".
003210         88  stu-oldgen-not-found     VALUE "35".
003220 77  stu-newgen-status       PIC X(02) VALUE "00".
003230         88  stu-newgen-ok            VALUE "00".
003240 77  stu-oldrq-status        PIC X(02) VALUE "00".
003250         88  stu-oldrq-ok             VALUE "00".
003260         88  stu-oldrq-not-found      VALUE "35".
003270 77  stu-newrq-status        PIC X(02) VALUE "00".
003280         88  stu-newrq-ok             VALUE "00".
003290 77  stu-temp-status         PIC X(02) VALUE "00".
003300         88  stu-temp-ok              VALUE "00".
003310 77  stu-eof-switch          PIC X(01) VALUE "N".
003320         88  stu-eof                  VALUE "Y".
003330         88  stu-not-eof               VALUE "N".
003340 77  stu-genlog-eof-switch   PIC X(01) VALUE "N".
003350         88  stu-genlog-eof           VALUE "Y".
003360         88  stu-genlog-not-eof       VALUE "N".
003370 77  stu-read-count          PIC 9(05) VALUE 0.
003380 77  stu-unload-count        PIC 9(05) VALUE 0.
003390 77  stu-reload-count        PIC 9(05) VALUE 0.
003400 77  stu-gen-count           PIC 9(05) VALUE 0.
003410 77  stu-confirm             PIC X(01) VALUE "N".
003420 77  stu-default-years       PIC 9(01) VALUE 4.
003430 01  stu-gen-name.
003440         03  FILLER           PIC X(07) VALUE "AUDGEN.".
003450         03  stu-gen-mm       PIC 9(06) VALUE ZEROS.
003460*---------------------------------------------------------------
003470* AUDIT RECORD, OLD AND NEW LAYOUT - STUDAUDT AND THE AUDGEN
003480* GENERATIONS ARE BOTH READ INTO THE OLD ONE AND WRITTEN FROM
003490* THE NEW ONE, EACH IMAGE PADDED WITH A ZERO DATE OF BIRTH AND
003500* YEAR LEVEL. AN EMPTY IMAGE (THE BEFORE IMAGE OF AN ADD, THE
003510* AFTER IMAGE OF A DELETE) IS LEFT BLANK.
003520*---------------------------------------------------------------
003530 01  stu-old-audit.
003540         03  action-OT        PIC X(06).
003550         03  audit-date-OT    PIC 9(08).
003560         03  audit-time-OT    PIC 9(08).
003570         03  operator-OT      PIC X(10).
003580         03  before-image-OT.
003590             04  SNo-BOT      PIC X(10).
003600             04  detail-BOT   PIC X(122).
003610         03  after-image-OT.
003620             04  SNo-AOT      PIC X(10).
003630             04  detail-AOT   PIC X(122).
003640 01  stu-new-audit.
003650         03  action-T         PIC X(06).
003660         03  audit-date-T     PIC 9(08).
003670         03  audit-time-T     PIC 9(08).
003680         03  operator-T       PIC X(10).
003690         03  before-image-T.
003700             04  SNo-BT       PIC X(10).
003710             04  detail-BT    PIC X(122).
003720             04  added-BT     PIC X(09).
003730         03  after-image-T.
003740             04  SNo-AT       PIC X(10).
003750             04  detail-AT    PIC X(122).
003760             04  added-AT     PIC X(09).
003770*
003780 PROCEDURE DIVISION.
003790*
003800         DISPLAY "ONE-TIME DATE-OF-BIRTH AND YEAR-LEVEL "
003810             "CONVERSION FOR STUDMAST, STUDARCH, STUDWAIT,".
003820         DISPLAY "COURSREF, STUDAUDT, THE AUDGEN GENERATIONS AND "
003830             "EXTRRQ".
003840         DISPLAY "RUN ONCE, BEFORE ANY OTHER PROGRAM, AND "
003850             "NEVER ON FILES ALREADY CONVERTED".
003860         DISPLAY "PROCESS ANY OUTSTANDING STUDINCR "
003870             "ACKNOWLEDGMENT (DOCTOR_11) FIRST".
003880         DISPLAY "CONVERT NOW (Y/N)? " WITH NO ADVANCING.
003890         ACCEPT stu-confirm.
003900         IF stu-confirm = "Y" OR stu-confirm = "y"
003910             PERFORM CONVERT-MASTER-FILE
003920             PERFORM CONVERT-ARCHIVE-FILE
003930             PERFORM CONVERT-WAITLIST-FILE
003940             PERFORM CONVERT-COURSE-FILE
003950             PERFORM CONVERT-AUDIT-FILE
003960             PERFORM CONVERT-AUDIT-GENERATIONS
003970             PERFORM CONVERT-REQUEUE-FILE
003980             DISPLAY "CONVERSION COMPLETE"
003990             DISPLAY "KEY EVERY DATE OF BIRTH AND YEAR LEVEL "
004000                 "THROUGH EDIT STUDENT, AND"
004010             DISPLAY "SET THE LENGTH OF EVERY COURSE THAT IS NOT "
004020                 "FOUR YEARS THROUGH COURSE MAINTENANCE"
004030             DISPLAY "TAKE A FRESH END-OF-DAY BACKUP NOW "
004040                 "(DOCTOR_01 MENU 16) - PRE-CONVERSION "
004050                 "STUDBKUP COPIES NO LONGER MATCH"
004060         ELSE
004070             DISPLAY "CONVERSION CANCELLED - NOTHING TOUCHED"
004080         END-IF.
004090         STOP RUN.
004100*
004110*----------------------------------------------------------------*
004120*  CONVERT-MASTER-FILE -- UNLOADS THE OLD 132-BYTE MASTER TO     *
004130*  THE TEMP FILE WITH DATE OF BIRTH AND YEAR LEVEL ZERO, THEN    *
004140*  RECREATES STUDMAST UNDER THE NEW LAYOUT FROM THE TEMP COPY.   *
004150*  A MISSING MASTER (FRESH SITE) IS SKIPPED. THE LIVE FILE IS    *
004160*  ONLY RECREATED WHEN THE TEMP FILE OPENED AND TOOK EVERY       *
004170*  RECORD READ; OTHERWISE IT IS LEFT AS IT WAS AND REPORTED, AS  *
004180*  THE PURGE DOES. EVERY FILE BELOW IS HANDLED THE SAME WAY.     *
004190*----------------------------------------------------------------*
004200 CONVERT-MASTER-FILE.
004210         OPEN INPUT OLD-STUDENT-MASTER.
004220         IF stu-oldmst-not-found
004230             DISPLAY "NO STUDMAST ON FILE - MASTER SKIPPED"
004240         ELSE
004250             MOVE 0 TO stu-read-count
004260             MOVE 0 TO stu-unload-count
004270             MOVE 0 TO stu-reload-count
004280             OPEN OUTPUT CONVERT-TEMP
004290             IF NOT stu-temp-ok
004300                 DISPLAY "WARNING - CANNOT OPEN CNVTTEMP - "
004310                     "STUDMAST LEFT AS IT WAS"
004320                 CLOSE OLD-STUDENT-MASTER
004330             ELSE
004340                 SET stu-not-eof TO TRUE
004350                 MOVE LOW-VALUES TO SNo-OM
004360                 START OLD-STUDENT-MASTER
004370                     KEY IS GREATER THAN SNo-OM
004380                     INVALID KEY
004390                         SET stu-eof TO TRUE
004400                     NOT INVALID KEY
004410                         PERFORM READ-NEXT-OLD-MASTER
004420                 END-START
004430                 PERFORM UNLOAD-ONE-MASTER UNTIL stu-eof
004440                 CLOSE OLD-STUDENT-MASTER
004450                 CLOSE CONVERT-TEMP
004460                 IF stu-unload-count NOT = stu-read-count
004470                     DISPLAY "WARNING - MASTER: " stu-read-count
004480                         " READ, " stu-unload-count " COPIED - "
004490                         "STUDMAST LEFT AS IT WAS"
004500                 ELSE
004510                     PERFORM RELOAD-MASTER-FILE
004520                 END-IF
004530             END-IF
004540         END-IF.
004550*
004560 RELOAD-MASTER-FILE.
004570         OPEN OUTPUT NEW-STUDENT-MASTER.
004580         OPEN INPUT CONVERT-TEMP.
004590         SET stu-not-eof TO TRUE.
004600         PERFORM READ-NEXT-TEMP-RECORD.
004610         PERFORM RELOAD-ONE-MASTER UNTIL stu-eof.
004620         CLOSE NEW-STUDENT-MASTER.
004630         CLOSE CONVERT-TEMP.
004640         DISPLAY "MASTER: " stu-read-count " READ, "
004650             stu-reload-count " CONVERTED".
004660         IF stu-reload-count NOT = stu-unload-count
004670             DISPLAY "WARNING - MASTER COUNTS DISAGREE - "
004680                 "CHECK CNVTTEMP BEFORE GOING ON"
004690         END-IF.
004700*
004710 READ-NEXT-OLD-MASTER.
004720         READ OLD-STUDENT-MASTER NEXT RECORD
004730             AT END
004740                 SET stu-eof TO TRUE
004750         END-READ.
004760         IF NOT stu-oldmst-ok
004770             SET stu-eof TO TRUE
004780         END-IF.
004790*
004800 UNLOAD-ONE-MASTER.
004810         COMPUTE stu-read-count = stu-read-count + 1.
004820         MOVE SNo-OM           TO SNo-M.
004830         MOVE fullname-OM      TO fullname-M.
004840         MOVE course-OM        TO course-M.
004850         MOVE age-OM           TO age-M.
004860         MOVE mobile-OM        TO mobile-M.
004870         MOVE landline-OM      TO landline-M.
004880         MOVE enroll-status-OM TO enroll-status-M.
004890         MOVE 0                TO birth-date-M.
004900         MOVE 0                TO year-level-M.
004910         MOVE SPACES TO CONVERT-TEMP-RECORD.
004920         MOVE STUDENT-MASTER-RECORD TO CONVERT-TEMP-RECORD.
004930         WRITE CONVERT-TEMP-RECORD.
004940         IF stu-temp-ok
004950             COMPUTE stu-unload-count = stu-unload-count + 1
004960         ELSE
004970             DISPLAY "WARNING - TEMP WRITE FAILED FOR " SNo-OM
004980         END-IF.
004990         PERFORM READ-NEXT-OLD-MASTER.
005000*
005010 READ-NEXT-TEMP-RECORD.
005020         READ CONVERT-TEMP NEXT RECORD
005030             AT END
005040                 SET stu-eof TO TRUE
005050         END-READ.
005060*
005070 RELOAD-ONE-MASTER.
005080         MOVE CONVERT-TEMP-RECORD TO STUDENT-MASTER-RECORD.
005090         WRITE STUDENT-MASTER-RECORD
005100             INVALID KEY
005110                 DISPLAY "WARNING - DUPLICATE SNO " SNo-M
005120         END-WRITE.
005130         IF stu-newmst-ok
005140             COMPUTE stu-reload-count = stu-reload-count + 1
005150         END-IF.
005160         PERFORM READ-NEXT-TEMP-RECORD.
005170*
005180*----------------------------------------------------------------*
005190*  CONVERT-ARCHIVE-FILE -- THE SAME FOR THE 139-BYTE ARCHIVE.    *
005200*  FORMER STUDENTS COME ACROSS WITH DATE OF BIRTH AND YEAR       *
005210*  LEVEL ZERO, AND A REINSTATEMENT ASKS FOR THEM AGAIN.          *
005220*----------------------------------------------------------------*
005230 CONVERT-ARCHIVE-FILE.
005240         OPEN INPUT OLD-STUDENT-ARCHIVE.
005250         IF stu-oldarc-not-found
005260             DISPLAY "NO STUDARCH ON FILE - ARCHIVE SKIPPED"
005270         ELSE
005280             MOVE 0 TO stu-read-count
005290             MOVE 0 TO stu-unload-count
005300             MOVE 0 TO stu-reload-count
005310             OPEN OUTPUT CONVERT-TEMP
005320             IF NOT stu-temp-ok
005330                 DISPLAY "WARNING - CANNOT OPEN CNVTTEMP - "
005340                     "STUDARCH LEFT AS IT WAS"
005350                 CLOSE OLD-STUDENT-ARCHIVE
005360             ELSE
005370                 SET stu-not-eof TO TRUE
005380                 PERFORM READ-NEXT-OLD-ARCHIVE
005390                 PERFORM UNLOAD-ONE-ARCHIVE UNTIL stu-eof
005400                 CLOSE OLD-STUDENT-ARCHIVE
005410                 CLOSE CONVERT-TEMP
005420                 IF stu-unload-count NOT = stu-read-count
005430                     DISPLAY "WARNING - ARCHIVE: " stu-read-count
005440                         " READ, " stu-unload-count " COPIED - "
005450                         "STUDARCH LEFT AS IT WAS"
005460                 ELSE
005470                     PERFORM RELOAD-ARCHIVE-FILE
005480                 END-IF
005490             END-IF
005500         END-IF.
005510*
005520 RELOAD-ARCHIVE-FILE.
005530         OPEN OUTPUT NEW-STUDENT-ARCHIVE.
005540         OPEN INPUT CONVERT-TEMP.
005550         SET stu-not-eof TO TRUE.
005560         PERFORM READ-NEXT-TEMP-RECORD.
005570         PERFORM RELOAD-ONE-ARCHIVE UNTIL stu-eof.
005580         CLOSE NEW-STUDENT-ARCHIVE.
005590         CLOSE CONVERT-TEMP.
005600         DISPLAY "ARCHIVE: " stu-read-count " READ, "
005610             stu-reload-count " CONVERTED".
005620         IF stu-reload-count NOT = stu-unload-count
005630             DISPLAY "WARNING - ARCHIVE COUNTS DISAGREE - "
005640                 "CHECK CNVTTEMP BEFORE GOING ON"
005650         END-IF.
005660*
005670 READ-NEXT-OLD-ARCHIVE.
005680         READ OLD-STUDENT-ARCHIVE NEXT RECORD
005690             AT END
005700                 SET stu-eof TO TRUE
005710         END-READ.
005720*
005730 UNLOAD-ONE-ARCHIVE.
005740         COMPUTE stu-read-count = stu-read-count + 1.
005750         MOVE SNo-OA            TO SNo-A.
005760         MOVE fullname-OA       TO fullname-A.
005770         MOVE course-OA         TO course-A.
005780         MOVE age-OA            TO age-A.
005790         MOVE mobile-OA         TO mobile-A.
005800         MOVE landline-OA       TO landline-A.
005810         MOVE withdrawn-date-OA TO withdrawn-date-A.
005820         MOVE 0                 TO birth-date-A.
005830         MOVE 0                 TO year-level-A.
005840         MOVE SPACES TO CONVERT-TEMP-RECORD.
005850         MOVE STUDENT-ARCHIVE-RECORD TO CONVERT-TEMP-RECORD.
005860         WRITE CONVERT-TEMP-RECORD.
005870         IF stu-temp-ok
005880             COMPUTE stu-unload-count = stu-unload-count + 1
005890         ELSE
005900             DISPLAY "WARNING - TEMP WRITE FAILED FOR " SNo-OA
005910         END-IF.
005920         PERFORM READ-NEXT-OLD-ARCHIVE.
005930*
005940 RELOAD-ONE-ARCHIVE.
005950         MOVE CONVERT-TEMP-RECORD TO STUDENT-ARCHIVE-RECORD.
005960         WRITE STUDENT-ARCHIVE-RECORD.
005970         IF stu-newarc-ok
005980             COMPUTE stu-reload-count = stu-reload-count + 1
005990         END-IF.
006000         PERFORM READ-NEXT-TEMP-RECORD.
006010*
006020*----------------------------------------------------------------*
006030*  CONVERT-WAITLIST-FILE -- THE SAME FOR THE 140-BYTE WAITLIST,  *
006040*  KEEPING EVERY ENTRY IN ITS TURN.                              *
006050*----------------------------------------------------------------*
006060 CONVERT-WAITLIST-FILE.
006070         OPEN INPUT OLD-STUDENT-WAITLIST.
006080         IF stu-oldwait-not-found
006090             DISPLAY "NO STUDWAIT ON FILE - WAITLIST SKIPPED"
006100         ELSE
006110             MOVE 0 TO stu-read-count
006120             MOVE 0 TO stu-unload-count
006130             MOVE 0 TO stu-reload-count
006140             OPEN OUTPUT CONVERT-TEMP
006150             IF NOT stu-temp-ok
006160                 DISPLAY "WARNING - CANNOT OPEN CNVTTEMP - "
006170                     "STUDWAIT LEFT AS IT WAS"
006180                 CLOSE OLD-STUDENT-WAITLIST
006190             ELSE
006200                 SET stu-not-eof TO TRUE
006210                 PERFORM READ-NEXT-OLD-WAITLIST
006220                 PERFORM UNLOAD-ONE-WAITLIST UNTIL stu-eof
006230                 CLOSE OLD-STUDENT-WAITLIST
006240                 CLOSE CONVERT-TEMP
006250                 IF stu-unload-count NOT = stu-read-count
006260                     DISPLAY "WARNING - WAITLIST: " stu-read-count
006270                         " READ, " stu-unload-count " COPIED - "
006280                         "STUDWAIT LEFT AS IT WAS"
006290                 ELSE
006300                     PERFORM RELOAD-WAITLIST-FILE
006310                 END-IF
006320             END-IF
006330         END-IF.
006340*
006350 RELOAD-WAITLIST-FILE.
006360         OPEN OUTPUT NEW-STUDENT-WAITLIST.
006370         OPEN INPUT CONVERT-TEMP.
006380         SET stu-not-eof TO TRUE.
006390         PERFORM READ-NEXT-TEMP-RECORD.
006400         PERFORM RELOAD-ONE-WAITLIST UNTIL stu-eof.
006410         CLOSE NEW-STUDENT-WAITLIST.
006420         CLOSE CONVERT-TEMP.
006430         DISPLAY "WAITLIST: " stu-read-count " READ, "
006440             stu-reload-count " CONVERTED".
006450         IF stu-reload-count NOT = stu-unload-count
006460             DISPLAY "WARNING - WAITLIST COUNTS DISAGREE - "
006470                 "CHECK CNVTTEMP BEFORE GOING ON"
006480         END-IF.
006490*
006500 READ-NEXT-OLD-WAITLIST.
006510         READ OLD-STUDENT-WAITLIST NEXT RECORD
006520             AT END
006530                 SET stu-eof TO TRUE
006540         END-READ.
006550*
006560 UNLOAD-ONE-WAITLIST.
006570         COMPUTE stu-read-count = stu-read-count + 1.
006580         MOVE SNo-OW           TO SNo-W.
006590         MOVE fullname-OW      TO fullname-W.
006600         MOVE course-OW        TO course-W.
006610         MOVE age-OW           TO age-W.
006620         MOVE mobile-OW        TO mobile-W.
006630         MOVE landline-OW      TO landline-W.
006640         MOVE wait-status-OW   TO wait-status-W.
006650         MOVE wait-date-OW     TO wait-date-W.
006660         MOVE 0                TO birth-date-W.
006670         MOVE 0                TO year-level-W.
006680         MOVE SPACES TO CONVERT-TEMP-RECORD.
006690         MOVE STUDENT-WAITLIST-RECORD TO CONVERT-TEMP-RECORD.
006700         WRITE CONVERT-TEMP-RECORD.
006710         IF stu-temp-ok
006720             COMPUTE stu-unload-count = stu-unload-count + 1
006730         ELSE
006740             DISPLAY "WARNING - TEMP WRITE FAILED FOR " SNo-OW
006750         END-IF.
006760         PERFORM READ-NEXT-OLD-WAITLIST.
006770*
006780 RELOAD-ONE-WAITLIST.
006790         MOVE CONVERT-TEMP-RECORD TO STUDENT-WAITLIST-RECORD.
006800         WRITE STUDENT-WAITLIST-RECORD.
006810         IF stu-newwait-ok
006820             COMPUTE stu-reload-count = stu-reload-count + 1
006830         END-IF.
006840         PERFORM READ-NEXT-TEMP-RECORD.
006850*
006860*----------------------------------------------------------------*
006870*  CONVERT-COURSE-FILE -- UNLOADS THE OLD 84-BYTE COURSE         *
006880*  REFERENCE TO THE TEMP FILE WITH EVERY COURSE GIVEN A          *
006890*  FOUR-YEAR LENGTH, THEN RECREATES COURSREF UNDER THE NEW       *
006900*  LAYOUT. SUPERVISORS SET THE REAL LENGTHS THROUGH COURSE       *
006910*  MAINTENANCE AFTERWARDS.                                       *
006920*----------------------------------------------------------------*
006930 CONVERT-COURSE-FILE.
006940         OPEN INPUT OLD-COURSE-REFERENCE.
006950         IF stu-oldcrs-not-found
006960             DISPLAY "NO COURSREF ON FILE - COURSES SKIPPED"
006970         ELSE
006980             MOVE 0 TO stu-read-count
006990             MOVE 0 TO stu-unload-count
007000             MOVE 0 TO stu-reload-count
007010             OPEN OUTPUT CONVERT-TEMP
007020             IF NOT stu-temp-ok
007030                 DISPLAY "WARNING - CANNOT OPEN CNVTTEMP - "
007040                     "COURSREF LEFT AS IT WAS"
007050                 CLOSE OLD-COURSE-REFERENCE
007060             ELSE
007070                 SET stu-not-eof TO TRUE
007080                 MOVE LOW-VALUES TO course-code-OC
007090                 START OLD-COURSE-REFERENCE
007100                     KEY IS GREATER THAN course-code-OC
007110                     INVALID KEY
007120                         SET stu-eof TO TRUE
007130                     NOT INVALID KEY
007140                         PERFORM READ-NEXT-OLD-COURSE
007150                 END-START
007160                 PERFORM UNLOAD-ONE-COURSE UNTIL stu-eof
007170                 CLOSE OLD-COURSE-REFERENCE
007180                 CLOSE CONVERT-TEMP
007190                 IF stu-unload-count NOT = stu-read-count
007200                     DISPLAY "WARNING - COURSES: " stu-read-count
007210                         " READ, " stu-unload-count " COPIED - "
007220                         "COURSREF LEFT AS IT WAS"
007230                 ELSE
007240                     PERFORM RELOAD-COURSE-FILE
007250                 END-IF
007260             END-IF
007270         END-IF.
007280*
007290 RELOAD-COURSE-FILE.
007300         OPEN OUTPUT NEW-COURSE-REFERENCE.
007310         OPEN INPUT CONVERT-TEMP.
007320         SET stu-not-eof TO TRUE.
007330         PERFORM READ-NEXT-TEMP-RECORD.
007340         PERFORM RELOAD-ONE-COURSE UNTIL stu-eof.
007350         CLOSE NEW-COURSE-REFERENCE.
007360         CLOSE CONVERT-TEMP.
007370         DISPLAY "COURSES: " stu-read-count " READ, "
007380             stu-reload-count " CONVERTED".
007390         IF stu-reload-count NOT = stu-unload-count
007400             DISPLAY "WARNING - COURSE COUNTS DISAGREE - "
007410                 "CHECK CNVTTEMP BEFORE GOING ON"
007420         END-IF.
007430*
007440 READ-NEXT-OLD-COURSE.
007450         READ OLD-COURSE-REFERENCE NEXT RECORD
007460             AT END
007470                 SET stu-eof TO TRUE
007480         END-READ.
007490         IF NOT stu-oldcrs-ok
007500             SET stu-eof TO TRUE
007510         END-IF.
007520*
007530 UNLOAD-ONE-COURSE.
007540         COMPUTE stu-read-count = stu-read-count + 1.
007550         MOVE course-code-OC   TO course-code-C.
007560         MOVE course-title-OC  TO course-title-C.
007570         MOVE course-status-OC TO course-status-C.
007580         MOVE course-max-OC    TO course-max-C.
007590         MOVE tuition-rate-OC  TO tuition-rate-C.
007600         MOVE misc-fee-OC      TO misc-fee-C.
007610         MOVE stu-default-years TO course-years-C.
007620         MOVE SPACES TO CONVERT-TEMP-RECORD.
007630         MOVE COURSE-REFERENCE-RECORD TO CONVERT-TEMP-RECORD.
007640         WRITE CONVERT-TEMP-RECORD.
007650         IF stu-temp-ok
007660             COMPUTE stu-unload-count = stu-unload-count + 1
007670         ELSE
007680             DISPLAY "WARNING - TEMP WRITE FAILED FOR "
007690                 course-code-OC
007700         END-IF.
007710         PERFORM READ-NEXT-OLD-COURSE.
007720*
007730 RELOAD-ONE-COURSE.
007740         MOVE CONVERT-TEMP-RECORD TO COURSE-REFERENCE-RECORD.
007750         WRITE COURSE-REFERENCE-RECORD
007760             INVALID KEY
007770                 DISPLAY "WARNING - DUPLICATE COURSE "
007780                     course-code-C
007790         END-WRITE.
007800         IF stu-newcrs-ok
007810             COMPUTE stu-reload-count = stu-reload-count + 1
007820         END-IF.
007830         PERFORM READ-NEXT-TEMP-RECORD.
007840*
007850*----------------------------------------------------------------*
007860*  CONVERT-AUDIT-FILE -- UNLOADS THE OLD 296-BYTE AUDIT TRAIL    *
007870*  TO THE TEMP FILE WITH EACH IMAGE PADDED (PAD-AUDIT-IMAGES),   *
007880*  THEN REWRITES STUDAUDT UNDER THE NEW LAYOUT SO OLD HISTORY    *
007890*  STILL LINES UP FOR THE INQUIRY, RECONCILIATION, EXTRACT,      *
007900*  ROLL-OFF AND PURGE JOBS.                                      *
007910*----------------------------------------------------------------*
007920 CONVERT-AUDIT-FILE.
007930         OPEN INPUT OLD-STUDENT-AUDIT.
007940         IF stu-oldaud-not-found
007950             DISPLAY "NO STUDAUDT ON FILE - AUDIT SKIPPED"
007960         ELSE
007970             MOVE 0 TO stu-read-count
007980             MOVE 0 TO stu-unload-count
007990             MOVE 0 TO stu-reload-count
008000             OPEN OUTPUT CONVERT-TEMP
008010             IF NOT stu-temp-ok
008020                 DISPLAY "WARNING - CANNOT OPEN CNVTTEMP - "
008030                     "STUDAUDT LEFT AS IT WAS"
008040                 CLOSE OLD-STUDENT-AUDIT
008050             ELSE
008060                 SET stu-not-eof TO TRUE
008070                 PERFORM READ-NEXT-OLD-AUDIT
008080                 PERFORM UNLOAD-ONE-AUDIT UNTIL stu-eof
008090                 CLOSE OLD-STUDENT-AUDIT
008100                 CLOSE CONVERT-TEMP
008110                 IF stu-unload-count NOT = stu-read-count
008120                     DISPLAY "WARNING - AUDIT: " stu-read-count
008130                         " READ, " stu-unload-count " COPIED - "
008140                         "STUDAUDT LEFT AS IT WAS"
008150                 ELSE
008160                     PERFORM RELOAD-AUDIT-FILE
008170                 END-IF
008180             END-IF
008190         END-IF.
008200*
008210 RELOAD-AUDIT-FILE.
008220         OPEN OUTPUT NEW-STUDENT-AUDIT.
008230         OPEN INPUT CONVERT-TEMP.
008240         SET stu-not-eof TO TRUE.
008250         PERFORM READ-NEXT-TEMP-RECORD.
008260         PERFORM RELOAD-ONE-AUDIT UNTIL stu-eof.
008270         CLOSE NEW-STUDENT-AUDIT.
008280         CLOSE CONVERT-TEMP.
008290         DISPLAY "AUDIT: " stu-read-count " READ, "
008300             stu-reload-count " CONVERTED".
008310         IF stu-reload-count NOT = stu-unload-count
008320             DISPLAY "WARNING - AUDIT COUNTS DISAGREE - "
008330                 "CHECK CNVTTEMP BEFORE GOING ON"
008340         END-IF.
008350*
008360 READ-NEXT-OLD-AUDIT.
008370         READ OLD-STUDENT-AUDIT NEXT RECORD INTO stu-old-audit
008380             AT END
008390                 SET stu-eof TO TRUE
008400         END-READ.
008410*
008420 UNLOAD-ONE-AUDIT.
008430         COMPUTE stu-read-count = stu-read-count + 1.
008440         PERFORM PAD-AUDIT-IMAGES.
008450         WRITE CONVERT-TEMP-RECORD FROM stu-new-audit.
008460         IF stu-temp-ok
008470             COMPUTE stu-unload-count = stu-unload-count + 1
008480         ELSE
008490             DISPLAY "WARNING - TEMP WRITE FAILED ON AUDIT"
008500         END-IF.
008510         PERFORM READ-NEXT-OLD-AUDIT.
008520*
008530 PAD-AUDIT-IMAGES.
008540         MOVE action-OT      TO action-T.
008550         MOVE audit-date-OT  TO audit-date-T.
008560         MOVE audit-time-OT  TO audit-time-T.
008570         MOVE operator-OT    TO operator-T.
008580         MOVE SNo-BOT        TO SNo-BT.
008590         MOVE detail-BOT     TO detail-BT.
008600         MOVE SNo-AOT        TO SNo-AT.
008610         MOVE detail-AOT     TO detail-AT.
008620         IF before-image-OT = SPACES
008630             MOVE SPACES TO added-BT
008640         ELSE
008650             MOVE ZEROS TO added-BT
008660         END-IF.
008670         IF after-image-OT = SPACES
008680             MOVE SPACES TO added-AT
008690         ELSE
008700             MOVE ZEROS TO added-AT
008710         END-IF.
008720*
008730 RELOAD-ONE-AUDIT.
008740         MOVE CONVERT-TEMP-RECORD TO STUDENT-AUDIT-RECORD.
008750         WRITE STUDENT-AUDIT-RECORD.
008760         IF stu-newaud-ok
008770             COMPUTE stu-reload-count = stu-reload-count + 1
008780         END-IF.
008790         PERFORM READ-NEXT-TEMP-RECORD.
008800*
008810*----------------------------------------------------------------*
008820*  CONVERT-AUDIT-GENERATIONS -- EVERY AUDGEN.YYYYMM GENERATION   *
008830*  NAMED ON AUDGENL IS CONVERTED THE SAME WAY AS STUDAUDT. A     *
008840*  GENERATION ON THE LOG BUT NO LONGER ON DISK IS SKIPPED; THE   *
008850*  LOG ITSELF DID NOT CHANGE.                                    *
008860*----------------------------------------------------------------*
008870 CONVERT-AUDIT-GENERATIONS.
008880         OPEN INPUT GENERATION-LOG.
008890         IF NOT stu-genlog-ok
008900             DISPLAY "NO AUDGENL ON FILE - GENERATIONS SKIPPED"
008910         ELSE
008920             MOVE 0 TO stu-gen-count
008930             SET stu-genlog-not-eof TO TRUE
008940             PERFORM READ-NEXT-GENLOG-RECORD
008950             PERFORM CONVERT-ONE-GENERATION UNTIL stu-genlog-eof
008960             CLOSE GENERATION-LOG
008970             DISPLAY "AUDIT GENERATIONS: " stu-gen-count
008980                 " CONVERTED"
008990         END-IF.
009000*
009010 READ-NEXT-GENLOG-RECORD.
009020         READ GENERATION-LOG NEXT RECORD
009030             AT END
009040                 SET stu-genlog-eof TO TRUE
009050         END-READ.
009060*
009070 CONVERT-ONE-GENERATION.
009080         MOVE gen-month-L TO stu-gen-mm.
009090         OPEN INPUT OLD-AUDIT-GENERATION.
009100         IF NOT stu-oldgen-ok
009110             DISPLAY "NOTE - " stu-gen-name
009120                 " NOT ON DISK - SKIPPED"
009130         ELSE
009140             MOVE 0 TO stu-read-count
009150             MOVE 0 TO stu-unload-count
009160             MOVE 0 TO stu-reload-count
009170             OPEN OUTPUT CONVERT-TEMP
009180             IF NOT stu-temp-ok
009190                 DISPLAY "WARNING - CANNOT OPEN CNVTTEMP - "
009200                     stu-gen-name " LEFT AS IT WAS"
009210                 CLOSE OLD-AUDIT-GENERATION
009220             ELSE
009230                 SET stu-not-eof TO TRUE
009240                 PERFORM READ-NEXT-OLD-GENERATION
009250                 PERFORM UNLOAD-ONE-GENERATION UNTIL stu-eof
009260                 CLOSE OLD-AUDIT-GENERATION
009270                 CLOSE CONVERT-TEMP
009280                 IF stu-unload-count NOT = stu-read-count
009290                     DISPLAY "WARNING - " stu-gen-name ": "
009300                         stu-read-count " READ, " stu-unload-count
009310                         " COPIED - LEFT AS IT WAS"
009320                 ELSE
009330                     PERFORM RELOAD-GENERATION-FILE
009340                 END-IF
009350             END-IF
009360         END-IF.
009370         PERFORM READ-NEXT-GENLOG-RECORD.
009380*
009390 RELOAD-GENERATION-FILE.
009400         OPEN OUTPUT NEW-AUDIT-GENERATION.
009410         OPEN INPUT CONVERT-TEMP.
009420         SET stu-not-eof TO TRUE.
009430         PERFORM READ-NEXT-TEMP-RECORD.
009440         PERFORM RELOAD-ONE-GENERATION UNTIL stu-eof.
009450         CLOSE NEW-AUDIT-GENERATION.
009460         CLOSE CONVERT-TEMP.
009470         COMPUTE stu-gen-count = stu-gen-count + 1.
009480         DISPLAY stu-gen-name ": " stu-read-count " READ, "
009490             stu-reload-count " CONVERTED".
009500         IF stu-reload-count NOT = stu-unload-count
009510             DISPLAY "WARNING - " stu-gen-name " COUNTS "
009520                 "DISAGREE - CHECK CNVTTEMP BEFORE GOING ON"
009530         END-IF.
009540*
009550 READ-NEXT-OLD-GENERATION.
009560         READ OLD-AUDIT-GENERATION NEXT RECORD INTO stu-old-audit
009570             AT END
009580                 SET stu-eof TO TRUE
009590         END-READ.
009600*
009610 UNLOAD-ONE-GENERATION.
009620         COMPUTE stu-read-count = stu-read-count + 1.
009630         PERFORM PAD-AUDIT-IMAGES.
009640         WRITE CONVERT-TEMP-RECORD FROM stu-new-audit.
009650         IF stu-temp-ok
009660             COMPUTE stu-unload-count = stu-unload-count + 1
009670         ELSE
009680             DISPLAY "WARNING - TEMP WRITE FAILED ON "
009690                 stu-gen-name
009700         END-IF.
009710         PERFORM READ-NEXT-OLD-GENERATION.
009720*
009730 RELOAD-ONE-GENERATION.
009740         MOVE CONVERT-TEMP-RECORD TO AUDIT-GENERATION-RECORD.
009750         WRITE AUDIT-GENERATION-RECORD.
009760         IF stu-newgen-ok
009770             COMPUTE stu-reload-count = stu-reload-count + 1
009780         END-IF.
009790         PERFORM READ-NEXT-TEMP-RECORD.
009800*
009810*----------------------------------------------------------------*
009820*  CONVERT-REQUEUE-FILE -- CHANGES STILL WAITING ON EXTRRQ FOR   *
009830*  THE NEXT STUDINCR CARRY A FULL STUDENT IMAGE, WHICH IS        *
009840*  PADDED THE SAME WAY AS THE AUDIT IMAGES.                      *
009850*----------------------------------------------------------------*
009860 CONVERT-REQUEUE-FILE.
009870         OPEN INPUT OLD-REQUEUE-FILE.
009880         IF stu-oldrq-not-found
009890             DISPLAY "NO EXTRRQ ON FILE - REQUEUE SKIPPED"
009900         ELSE
009910             MOVE 0 TO stu-read-count
009920             MOVE 0 TO stu-unload-count
009930             MOVE 0 TO stu-reload-count
009940             OPEN OUTPUT CONVERT-TEMP
009950             IF NOT stu-temp-ok
009960                 DISPLAY "WARNING - CANNOT OPEN CNVTTEMP - "
009970                     "EXTRRQ LEFT AS IT WAS"
009980                 CLOSE OLD-REQUEUE-FILE
009990             ELSE
010000                 SET stu-not-eof TO TRUE
010010                 PERFORM READ-NEXT-OLD-REQUEUE
010020                 PERFORM UNLOAD-ONE-REQUEUE UNTIL stu-eof
010030                 CLOSE OLD-REQUEUE-FILE
010040                 CLOSE CONVERT-TEMP
010050                 IF stu-unload-count NOT = stu-read-count
010060                     DISPLAY "WARNING - REQUEUE: " stu-read-count
010070                         " READ, " stu-unload-count " COPIED - "
010080                         "EXTRRQ LEFT AS IT WAS"
010090                 ELSE
010100                     PERFORM RELOAD-REQUEUE-FILE
010110                 END-IF
010120             END-IF
010130         END-IF.
010140*
010150 RELOAD-REQUEUE-FILE.
010160         OPEN OUTPUT NEW-REQUEUE-FILE.
010170         OPEN INPUT CONVERT-TEMP.
010180         SET stu-not-eof TO TRUE.
010190         PERFORM READ-NEXT-TEMP-RECORD.
010200         PERFORM RELOAD-ONE-REQUEUE UNTIL stu-eof.
010210         CLOSE NEW-REQUEUE-FILE.
010220         CLOSE CONVERT-TEMP.
010230         DISPLAY "REQUEUE: " stu-read-count " READ, "
010240             stu-reload-count " CONVERTED".
010250         IF stu-reload-count NOT = stu-unload-count
010260             DISPLAY "WARNING - REQUEUE COUNTS DISAGREE - "
010270                 "CHECK CNVTTEMP BEFORE GOING ON"
010280         END-IF.
010290*
010300 READ-NEXT-OLD-REQUEUE.
010310         READ OLD-REQUEUE-FILE NEXT RECORD
010320             AT END
010330                 SET stu-eof TO TRUE
010340         END-READ.
010350*
010360 UNLOAD-ONE-REQUEUE.
010370         COMPUTE stu-read-count = stu-read-count + 1.
010380         MOVE orig-seq-OU      TO orig-seq-U.
010390         MOVE reason-OU        TO reason-U.
010400         MOVE action-code-OU   TO action-code-U.
010410         MOVE student-image-OU TO old-image-U.
010420         IF student-image-OU = SPACES
010430             MOVE SPACES TO added-image-U
010440         ELSE
010450             MOVE ZEROS TO added-image-U
010460         END-IF.
010470         MOVE SPACES TO CONVERT-TEMP-RECORD.
010480         MOVE REQUEUE-RECORD TO CONVERT-TEMP-RECORD.
010490         WRITE CONVERT-TEMP-RECORD.
010500         IF stu-temp-ok
010510             COMPUTE stu-unload-count = stu-unload-count + 1
010520         ELSE
010530             DISPLAY "WARNING - TEMP WRITE FAILED ON REQUEUE"
010540         END-IF.
010550         PERFORM READ-NEXT-OLD-REQUEUE.
010560*
010570 RELOAD-ONE-REQUEUE.
010580         MOVE CONVERT-TEMP-RECORD TO REQUEUE-RECORD.
010590         WRITE REQUEUE-RECORD.
010600         IF stu-newrq-ok
010610             COMPUTE stu-reload-count = stu-reload-count + 1
010620         END-IF.
010630         PERFORM READ-NEXT-TEMP-RECORD.
