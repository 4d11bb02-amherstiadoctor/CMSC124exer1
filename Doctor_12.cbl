000100*================================================================
000110* PROGRAM:  DOCTOR_12
000120* PURPOSE:  DUPLICATE-PERSON SCAN
000130*           LOOKS FOR THE SAME PERSON ENROLLED UNDER TWO STUDENT
000140*           NUMBERS. EVERY STUDENT-MASTER AND STUDENT-ARCHIVE
000150*           RECORD IS RELEASED TO A SORT ONCE PER MOBILE AND
000160*           LANDLINE NUMBER, AND EVERY GRDNFILE CONTACT ONCE PER
000170*           GUARDIAN NUMBER UNDER ITS STUDENT. RECORDS THAT SHARE
000180*           A NUMBER COME BACK TOGETHER AND ARE COMPARED BY NAME;
000190*           A PAIR WITH THE SAME OR NEARLY THE SAME NAME IS
000200*           PRINTED SIDE BY SIDE ON THE DUPLRPT PRINT FILE FOR
000210*           THE SUPERVISOR TO CHECK AND, WHERE BOTH ARE STILL ON
000220*           THE MASTER, MERGE ON DOCTOR_01 MENU 27.
000230*================================================================
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. Doctor_12.
000260 AUTHOR. Doctor, Amherstia S.
000270 INSTALLATION. REGISTRAR MIS.
000280 DATE-WRITTEN. 10/15/2026.
000290 DATE-COMPILED.
000300*
000310* MODIFICATION HISTORY
000320*   DATE        BY    DESCRIPTION
000330*   ----------  ----  --------------------------------------------
000340*   2026-10-15  ASD   New program. Students re-admitted or added
000350*                     twice at the counter were only found when
000360*                     a guardian asked why two statements came
000370*                     home; this lists the likely pairs.
000380*   2026-10-15  ASD   The master and archive records now carry
000390*                     the date of birth and year level (see
000400*                     Doctor_01); the layouts here widened to
000410*                     match.
000420*
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460         SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000470             ORGANIZATION IS INDEXED
000480             ACCESS MODE IS DYNAMIC
000490             RECORD KEY IS SNo-M
000500             FILE STATUS IS stu-file-status.
000510         SELECT STUDENT-ARCHIVE ASSIGN TO "STUDARCH"
000520             ORGANIZATION IS SEQUENTIAL
000530             ACCESS MODE IS SEQUENTIAL
000540             FILE STATUS IS stu-archive-status.
000550         SELECT GUARDIAN-FILE ASSIGN TO "GRDNFILE"
000560             ORGANIZATION IS INDEXED
000570             ACCESS MODE IS DYNAMIC
000580             RECORD KEY IS guardian-key-G
000590             FILE STATUS IS stu-guard-status.
000600         SELECT DUPLICATE-PRINT ASSIGN TO "DUPLRPT"
000610             ORGANIZATION IS SEQUENTIAL
000620             ACCESS MODE IS SEQUENTIAL
000630             FILE STATUS IS stu-dupprt-status.
000640         SELECT SORT-WORK ASSIGN TO "SORTWRK".
000650*
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  STUDENT-MASTER
000690         LABEL RECORDS ARE STANDARD.
000700 01  STUDENT-MASTER-RECORD.
000710         03  SNo-M            PIC X(10).
000720         03  fullname-M       PIC X(50).
000730         03  course-M         PIC X(50).
000740         03  age-M            PIC 99.
000750         03  contact-no-M.
000760             04  mobile-M     PIC X(11).
000770             04  landline-M   PIC X(8).
000780         03  enroll-status-M  PIC X(01).
000790             88  enrolled-M             VALUE "E" " ".
000800             88  on-leave-M             VALUE "L".
000810             88  graduated-M            VALUE "G".
000820         03  birth-date-M     PIC 9(08).
000830         03  year-level-M     PIC 9(01).
000840*
000850 FD  STUDENT-ARCHIVE
000860         LABEL RECORDS ARE STANDARD.
000870 01  STUDENT-ARCHIVE-RECORD.
000880         03  SNo-A            PIC X(10).
000890         03  fullname-A       PIC X(50).
000900         03  course-A         PIC X(50).
000910         03  age-A            PIC 99.
000920         03  contact-no-A.
000930             04  mobile-A     PIC X(11).
000940             04  landline-A   PIC X(8).
000950         03  withdrawn-date-A PIC 9(08).
000960         03  birth-date-A     PIC 9(08).
000970         03  year-level-A     PIC 9(01).
000980*
000990 FD  GUARDIAN-FILE
001000         LABEL RECORDS ARE STANDARD.
001010 01  GUARDIAN-RECORD.
001020         03  guardian-key-G.
001030             04  SNo-G        PIC X(10).
001040             04  contact-seq-G PIC 9(02).
001050         03  contact-name-G   PIC X(50).
001060         03  relationship-G   PIC X(20).
001070         03  contact-no-G.
001080             04  mobile-G     PIC X(11).
001090             04  landline-G   PIC X(8).
001100*
001110 FD  DUPLICATE-PRINT
001120         LABEL RECORDS ARE STANDARD.
001130 01  DUPLICATE-PRINT-LINE    PIC X(132).
001140*
001150 SD  SORT-WORK.
001160 01  SORT-RECORD.
001170         03  match-type-S     PIC X(01).
001180             88  match-mobile-S         VALUE "M".
001190             88  match-landline-S       VALUE "L".
001200             88  match-guardian-S       VALUE "G".
001210         03  match-value-S    PIC X(11).
001220         03  person-S.
001230             04  psno-S       PIC X(10).
001240             04  psource-S    PIC X(01).
001250             04  pname-S      PIC X(50).
001260             04  pcourse-S    PIC X(50).
001270             04  pmobile-S    PIC X(11).
001280             04  plandline-S  PIC X(8).
001290             04  pstatus-S    PIC X(01).
001300             04  pdate-S      PIC 9(08).
001310*
001320 WORKING-STORAGE SECTION.
001330*---------------------------------------------------------------
001340* PROGRAM SWITCHES AND CONTROL COUNTERS
001350*---------------------------------------------------------------
001360 77  stu-file-status         PIC X(02) VALUE "00".
001370         88  stu-file-ok              VALUE "00".
001380         88  stu-file-not-found       VALUE "35".
001390 77  stu-archive-status      PIC X(02) VALUE "00".
001400         88  stu-archive-ok           VALUE "00".
001410         88  stu-archive-not-found    VALUE "35".
001420 77  stu-guard-status        PIC X(02) VALUE "00".
001430         88  stu-guard-ok             VALUE "00".
001440         88  stu-guard-not-found      VALUE "35".
001450 77  stu-dupprt-status       PIC X(02) VALUE "00".
001460         88  stu-dupprt-ok            VALUE "00".
001470 77  stu-eof-switch          PIC X(01) VALUE "N".
001480         88  stu-eof                  VALUE "Y".
001490         88  stu-not-eof               VALUE "N".
001500 77  stu-found-switch        PIC X(01) VALUE "N".
001510         88  stu-found                 VALUE "Y".
001520         88  stu-not-found              VALUE "N".
001530 77  stu-run-switch          PIC X(01) VALUE "Y".
001540         88  stu-run-ok                VALUE "Y".
001550         88  stu-run-stopped            VALUE "N".
001560 77  stu-archive-on-switch   PIC X(01) VALUE "Y".
001570         88  stu-archive-on            VALUE "Y".
001580         88  stu-archive-off            VALUE "N".
001590 77  stu-guard-on-switch     PIC X(01) VALUE "Y".
001600         88  stu-guard-on              VALUE "Y".
001610         88  stu-guard-off              VALUE "N".
001620 77  stu-name-match          PIC X(01) VALUE SPACE.
001630         88  stu-name-same             VALUE "S".
001640         88  stu-name-similar          VALUE "N".
001650         88  stu-name-different        VALUE SPACE.
001660 77  stu-master-count        PIC 9(05) VALUE 0.
001670 77  stu-arch-count          PIC 9(05) VALUE 0.
001680 77  stu-guard-count         PIC 9(05) VALUE 0.
001690 77  stu-release-count       PIC 9(05) VALUE 0.
001700 77  stu-pair-count          PIC 9(05) VALUE 0.
001710 77  stu-both-master-count   PIC 9(05) VALUE 0.
001720 77  stu-with-archive-count  PIC 9(05) VALUE 0.
001730 77  stu-lost-pair-count     PIC 9(05) VALUE 0.
001740 77  stu-big-group-count     PIC 9(05) VALUE 0.
001750 77  stu-run-date            PIC 9(08) VALUE 0.
001760 77  stu-lines-per-page      PIC 9(02) VALUE 55.
001770 77  stu-line-count          PIC 9(02) VALUE 0.
001780 77  stu-page-count          PIC 9(03) VALUE 0.
001790 77  stu-last-type           PIC X(01) VALUE SPACE.
001800 77  stu-last-value          PIC X(11) VALUE SPACES.
001810 77  stu-grp-count           PIC 9(03) VALUE 0.
001820 77  stu-grp-i               PIC 9(03) VALUE 0.
001830 77  stu-grp-j               PIC 9(03) VALUE 0.
001840 77  stu-grp-from            PIC 9(03) VALUE 0.
001850 77  stu-left-ix             PIC 9(03) VALUE 0.
001860 77  stu-right-ix            PIC 9(03) VALUE 0.
001870 77  stu-pair-ix             PIC 9(03) VALUE 0.
001880 77  stu-pair-max            PIC 9(03) VALUE 500.
001890 77  stu-norm-pos            PIC 9(02) VALUE 0.
001900 77  stu-norm-len            PIC 9(02) VALUE 0.
001910 77  stu-len-diff            PIC 9(02) VALUE 0.
001920 77  stu-short-len           PIC 9(02) VALUE 0.
001930 77  stu-norm-in             PIC X(50) VALUE SPACES.
001940 77  stu-norm-out            PIC X(50) VALUE SPACES.
001950 77  stu-lv-i                PIC 9(02) VALUE 0.
001960 77  stu-lv-j                PIC 9(02) VALUE 0.
001970 77  stu-lv-alen             PIC 9(02) VALUE 0.
001980 77  stu-lv-blen             PIC 9(02) VALUE 0.
001990 77  stu-lv-cost             PIC 9(02) VALUE 0.
002000 77  stu-lv-best             PIC 9(02) VALUE 0.
002010 77  stu-lv-dist             PIC 9(02) VALUE 0.
002020 77  stu-lv-a                PIC X(50) VALUE SPACES.
002030 77  stu-lv-b                PIC X(50) VALUE SPACES.
002040*---------------------------------------------------------------
002050* ONE EDIT-DISTANCE ROW PAIR FOR THE NEAR-SAME NAME TEST
002060*---------------------------------------------------------------
002070 01  stu-lv-rows.
002080         03  stu-lv-prev      PIC 9(02) OCCURS 51 TIMES.
002090         03  stu-lv-curr      PIC 9(02) OCCURS 51 TIMES.
002100*---------------------------------------------------------------
002110* RECORDS SHARING ONE NUMBER, HELD WHILE THEY ARE COMPARED
002120*---------------------------------------------------------------
002130 01  stu-group-table.
002140         03  stu-grp-entry OCCURS 100 TIMES.
002150             04  stu-grp-person   PIC X(139).
002160             04  stu-grp-sno      PIC X(10).
002170             04  stu-grp-key      PIC X(11).
002180             04  stu-grp-norm     PIC X(50).
002190             04  stu-grp-len      PIC 9(02).
002200*---------------------------------------------------------------
002210* LIKELY DUPLICATE PAIRS FOUND SO FAR. THE SAME PAIR MET AGAIN
002220* UNDER ANOTHER SHARED NUMBER ONLY SETS ANOTHER MATCH FLAG.
002230*---------------------------------------------------------------
002240 01  stu-pair-table.
002250         03  stu-pair-entry OCCURS 500 TIMES.
002260             04  stu-pair-key-1   PIC X(11).
002270             04  stu-pair-key-2   PIC X(11).
002280             04  stu-pair-left    PIC X(139).
002290             04  stu-pair-right   PIC X(139).
002300             04  stu-pair-on-mob  PIC X(01).
002310             04  stu-pair-on-lnd  PIC X(01).
002320             04  stu-pair-on-grd  PIC X(01).
002330             04  stu-pair-name    PIC X(01).
002340 01  stu-left-person.
002350         03  stu-lp-sno       PIC X(10).
002360         03  stu-lp-source    PIC X(01).
002370             88  stu-lp-master          VALUE "M".
002380         03  stu-lp-name      PIC X(50).
002390         03  stu-lp-course    PIC X(50).
002400         03  stu-lp-mobile    PIC X(11).
002410         03  stu-lp-landline  PIC X(8).
002420         03  stu-lp-status    PIC X(01).
002430         03  stu-lp-date      PIC 9(08).
002440 01  stu-right-person.
002450         03  stu-rp-sno       PIC X(10).
002460         03  stu-rp-source    PIC X(01).
002470             88  stu-rp-master          VALUE "M".
002480         03  stu-rp-name      PIC X(50).
002490         03  stu-rp-course    PIC X(50).
002500         03  stu-rp-mobile    PIC X(11).
002510         03  stu-rp-landline  PIC X(8).
002520         03  stu-rp-status    PIC X(01).
002530         03  stu-rp-date      PIC 9(08).
002540 01  stu-status-text.
002550         03  stu-st-word      PIC X(10).
002560         03  stu-st-date      PIC 9(08) BLANK WHEN ZERO.
002570*---------------------------------------------------------------
002580* REPORT PRINT LINES
002590*---------------------------------------------------------------
002600 01  stu-dup-title.
002610         03  FILLER           PIC X(30)
002620             VALUE "DUPLICATE PERSON SCAN REPORT".
002630         03  FILLER           PIC X(10) VALUE "RUN DATE: ".
002640         03  stu-dt-date      PIC 9(08).
002650         03  FILLER           PIC X(07) VALUE "  PAGE ".
002660         03  stu-dt-page      PIC ZZ9.
002670 01  stu-dup-colhead.
002680         03  FILLER           PIC X(13) VALUE SPACES.
002690         03  FILLER           PIC X(56) VALUE "FIRST RECORD".
002700         03  FILLER           PIC X(13) VALUE "SECOND RECORD".
002710 01  stu-dup-pair-line.
002720         03  FILLER           PIC X(05) VALUE "PAIR ".
002730         03  stu-dp-pair      PIC ZZZZ9.
002740         03  FILLER           PIC X(14) VALUE "  MATCHED ON: ".
002750         03  stu-dp-mobile    PIC X(08).
002760         03  stu-dp-landline  PIC X(10).
002770         03  stu-dp-guardian  PIC X(10).
002780         03  stu-dp-name      PIC X(20).
002790 01  stu-dup-detail.
002800         03  stu-dd-label     PIC X(12).
002810         03  FILLER           PIC X(01) VALUE SPACE.
002820         03  stu-dd-left      PIC X(55).
002830         03  FILLER           PIC X(01) VALUE SPACE.
002840         03  stu-dd-right     PIC X(55).
002850 01  stu-dup-sno-text.
002860         03  stu-ds-sno       PIC X(10).
002870         03  FILLER           PIC X(01) VALUE SPACE.
002880         03  stu-ds-source    PIC X(09).
002890 01  stu-dup-count-line.
002900         03  stu-dc-label     PIC X(30).
002910         03  stu-dc-count     PIC ZZZZ9.
002920 01  stu-dup-verdict         PIC X(60).
002930*
002940 PROCEDURE DIVISION.
002950*
002960         PERFORM OPEN-SCAN-FILES.
002970         IF stu-run-ok
002980             ACCEPT stu-run-date FROM DATE YYYYMMDD
002990             SORT SORT-WORK
003000                 ON ASCENDING KEY match-type-S match-value-S
003010                                  psno-S
003020                 INPUT PROCEDURE IS RELEASE-CONTACT-NUMBERS
003030                 OUTPUT PROCEDURE IS MATCH-SHARED-NUMBERS
003040             PERFORM PRINT-DUPLICATE-PAIRS
003050             PERFORM PRINT-DUPLICATE-TOTALS
003060             PERFORM CLOSE-SCAN-FILES
003070         END-IF.
003080         STOP RUN.
003090*
003100*----------------------------------------------------------------*
003110*  OPEN-SCAN-FILES -- THE MASTER IS THE ONLY FILE THE SCAN       *
003120*  CANNOT DO WITHOUT. NO ARCHIVE JUST MEANS NO WITHDRAWALS YET   *
003130*  AND NO GUARDIAN FILE MEANS NO CONTACTS ENTERED; EITHER PASS   *
003140*  IS SKIPPED WITH A NOTE, AS THE RECONCILIATION DOES.           *
003150*----------------------------------------------------------------*
003160 OPEN-SCAN-FILES.
003170         OPEN INPUT STUDENT-MASTER.
003180         IF NOT stu-file-ok
003190             DISPLAY "MASTER FILE STUDMAST NOT FOUND - NO RUN"
003200             SET stu-run-stopped TO TRUE
003210         ELSE
003220             OPEN INPUT STUDENT-ARCHIVE
003230             IF NOT stu-archive-ok
003240                 SET stu-archive-off TO TRUE
003250                 DISPLAY "NOTE - NO ARCHIVE ON FILE; "
003260                     "ARCHIVE RECORDS NOT SCANNED"
003270             END-IF
003280             OPEN INPUT GUARDIAN-FILE
003290             IF NOT stu-guard-ok
003300                 SET stu-guard-off TO TRUE
003310                 DISPLAY "NOTE - NO GUARDIAN FILE; "
003320                     "GUARDIAN CONTACTS NOT SCANNED"
003330             END-IF
003340             OPEN OUTPUT DUPLICATE-PRINT
003350             IF NOT stu-dupprt-ok
003360                 DISPLAY "WARNING - CANNOT OPEN DUPLRPT - NO RUN"
003370                 PERFORM CLOSE-INPUT-FILES
003380                 SET stu-run-stopped TO TRUE
003390             END-IF
003400         END-IF.
003410*
003420 CLOSE-SCAN-FILES.
003430         PERFORM CLOSE-INPUT-FILES.
003440         CLOSE DUPLICATE-PRINT.
003450*
003460 CLOSE-INPUT-FILES.
003470         CLOSE STUDENT-MASTER.
003480         IF stu-archive-on
003490             CLOSE STUDENT-ARCHIVE
003500         END-IF.
003510         IF stu-guard-on
003520             CLOSE GUARDIAN-FILE
003530         END-IF.
003540*
003550*----------------------------------------------------------------*
003560*  RELEASE-CONTACT-NUMBERS -- SORT INPUT PROCEDURE. EACH MASTER  *
003570*  AND ARCHIVE RECORD GOES IN ONCE UNDER ITS MOBILE AND ONCE     *
003580*  UNDER ITS LANDLINE; EACH GUARDIAN CONTACT PUTS ITS STUDENT'S  *
003590*  MASTER RECORD IN UNDER THE GUARDIAN'S MOBILE AND LANDLINE. A  *
003600*  BLANK OR ALL-ZERO NUMBER IS NOT A MATCH AND IS NOT RELEASED.  *
003610*----------------------------------------------------------------*
003620 RELEASE-CONTACT-NUMBERS.
003630         PERFORM RELEASE-MASTER-RECORDS.
003640         IF stu-archive-on
003650             SET stu-not-eof TO TRUE
003660             PERFORM READ-NEXT-ARCHIVE-RECORD
003670             PERFORM RELEASE-ONE-ARCHIVE UNTIL stu-eof
003680         END-IF.
003690         IF stu-guard-on
003700             PERFORM RELEASE-GUARDIAN-RECORDS
003710         END-IF.
003720*
003730 RELEASE-MASTER-RECORDS.
003740         SET stu-not-eof TO TRUE.
003750         MOVE LOW-VALUES TO SNo-M.
003760         START STUDENT-MASTER
003770             KEY IS GREATER THAN SNo-M
003780             INVALID KEY
003790                 SET stu-eof TO TRUE
003800             NOT INVALID KEY
003810                 PERFORM READ-NEXT-STUDENT-RECORD
003820         END-START.
003830         PERFORM RELEASE-ONE-MASTER UNTIL stu-eof.
003840*
003850 READ-NEXT-STUDENT-RECORD.
003860         READ STUDENT-MASTER NEXT RECORD
003870             AT END
003880                 SET stu-eof TO TRUE
003890         END-READ.
003900         IF NOT stu-file-ok
003910             SET stu-eof TO TRUE
003920         END-IF.
003930*
003940 RELEASE-ONE-MASTER.
003950         COMPUTE stu-master-count = stu-master-count + 1.
003960         PERFORM LOAD-MASTER-PERSON.
003970         SET match-mobile-S TO TRUE.
003980         MOVE mobile-M TO match-value-S.
003990         PERFORM RELEASE-ONE-NUMBER.
004000         SET match-landline-S TO TRUE.
004010         MOVE landline-M TO match-value-S.
004020         PERFORM RELEASE-ONE-NUMBER.
004030         PERFORM READ-NEXT-STUDENT-RECORD.
004040*
004050 LOAD-MASTER-PERSON.
004060         MOVE SNo-M TO psno-S.
004070         MOVE "M" TO psource-S.
004080         MOVE fullname-M TO pname-S.
004090         MOVE course-M TO pcourse-S.
004100         MOVE mobile-M TO pmobile-S.
004110         MOVE landline-M TO plandline-S.
004120         MOVE enroll-status-M TO pstatus-S.
004130         MOVE 0 TO pdate-S.
004140*
004150 READ-NEXT-ARCHIVE-RECORD.
004160         READ STUDENT-ARCHIVE NEXT RECORD
004170             AT END
004180                 SET stu-eof TO TRUE
004190         END-READ.
004200*
004210 RELEASE-ONE-ARCHIVE.
004220         COMPUTE stu-arch-count = stu-arch-count + 1.
004230         MOVE SNo-A TO psno-S.
004240         MOVE "A" TO psource-S.
004250         MOVE fullname-A TO pname-S.
004260         MOVE course-A TO pcourse-S.
004270         MOVE mobile-A TO pmobile-S.
004280         MOVE landline-A TO plandline-S.
004290         MOVE "W" TO pstatus-S.
004300         MOVE withdrawn-date-A TO pdate-S.
004310         SET match-mobile-S TO TRUE.
004320         MOVE mobile-A TO match-value-S.
004330         PERFORM RELEASE-ONE-NUMBER.
004340         SET match-landline-S TO TRUE.
004350         MOVE landline-A TO match-value-S.
004360         PERFORM RELEASE-ONE-NUMBER.
004370         PERFORM READ-NEXT-ARCHIVE-RECORD.
004380*
004390 RELEASE-GUARDIAN-RECORDS.
004400         SET stu-not-eof TO TRUE.
004410         MOVE LOW-VALUES TO guardian-key-G.
004420         START GUARDIAN-FILE
004430             KEY IS GREATER THAN guardian-key-G
004440             INVALID KEY
004450                 SET stu-eof TO TRUE
004460             NOT INVALID KEY
004470                 PERFORM READ-NEXT-GUARDIAN-RECORD
004480         END-START.
004490         PERFORM RELEASE-ONE-GUARDIAN UNTIL stu-eof.
004500*
004510 READ-NEXT-GUARDIAN-RECORD.
004520         READ GUARDIAN-FILE NEXT RECORD
004530             AT END
004540                 SET stu-eof TO TRUE
004550         END-READ.
004560         IF NOT stu-guard-ok
004570             SET stu-eof TO TRUE
004580         END-IF.
004590*
004600 RELEASE-ONE-GUARDIAN.
004610         COMPUTE stu-guard-count = stu-guard-count + 1.
004620         SET stu-not-found TO TRUE.
004630         MOVE SNo-G TO SNo-M.
004640         READ STUDENT-MASTER
004650             INVALID KEY
004660                 CONTINUE
004670             NOT INVALID KEY
004680                 SET stu-found TO TRUE
004690         END-READ.
004700         IF stu-found
004710             PERFORM LOAD-MASTER-PERSON
004720             SET match-guardian-S TO TRUE
004730             MOVE mobile-G TO match-value-S
004740             PERFORM RELEASE-ONE-NUMBER
004750             MOVE landline-G TO match-value-S
004760             PERFORM RELEASE-ONE-NUMBER
004770         END-IF.
004780         PERFORM READ-NEXT-GUARDIAN-RECORD.
004790*
004800 RELEASE-ONE-NUMBER.
004810         IF match-value-S NOT = SPACES
004820         AND match-value-S NOT = ZEROS
004830         AND match-value-S NOT = "00000000"
004840             RELEASE SORT-RECORD
004850             COMPUTE stu-release-count = stu-release-count + 1
004860         END-IF.
004870*
004880*----------------------------------------------------------------*
004890*  MATCH-SHARED-NUMBERS -- SORT OUTPUT PROCEDURE. RECORDS COME   *
004900*  BACK GROUPED BY NUMBER; EACH GROUP IS HELD IN THE GROUP TABLE *
004910*  AND EVERY TWO DIFFERENT STUDENT NUMBERS IN IT ARE COMPARED BY *
004920*  NAME. A NUMBER SHARED BY MORE THAN 100 RECORDS (A SCHOOL OR   *
004930*  OFFICE LINE) IS COMPARED ON ITS FIRST 100 AND COUNTED.        *
004940*----------------------------------------------------------------*
004950 MATCH-SHARED-NUMBERS.
004960         SET stu-not-eof TO TRUE.
004970         MOVE 0 TO stu-grp-count.
004980         PERFORM RETURN-NEXT-SORTED-NUMBER.
004990         PERFORM GROUP-ONE-NUMBER UNTIL stu-eof.
005000         IF stu-grp-count > 1
005010             PERFORM COMPARE-GROUP-MEMBERS
005020         END-IF.
005030*
005040 RETURN-NEXT-SORTED-NUMBER.
005050         RETURN SORT-WORK RECORD
005060             AT END
005070                 SET stu-eof TO TRUE
005080         END-RETURN.
005090*
005100 GROUP-ONE-NUMBER.
005110         IF stu-grp-count > 0
005120         AND (match-type-S NOT = stu-last-type
005130           OR match-value-S NOT = stu-last-value)
005140             IF stu-grp-count > 1
005150                 PERFORM COMPARE-GROUP-MEMBERS
005160             END-IF
005170             MOVE 0 TO stu-grp-count
005180         END-IF.
005190         IF stu-grp-count = 0
005200             MOVE match-type-S TO stu-last-type
005210             MOVE match-value-S TO stu-last-value
005220         END-IF.
005230         IF stu-grp-count < 100
005240             COMPUTE stu-grp-count = stu-grp-count + 1
005250             MOVE person-S TO stu-grp-person (stu-grp-count)
005260             MOVE psno-S TO stu-grp-sno (stu-grp-count)
005270             MOVE psno-S TO stu-grp-key (stu-grp-count)
005280             MOVE psource-S TO stu-grp-key (stu-grp-count) (11:1)
005290             MOVE pname-S TO stu-norm-in
005300             PERFORM NORMALIZE-NAME
005310             MOVE stu-norm-out TO stu-grp-norm (stu-grp-count)
005320             MOVE stu-norm-len TO stu-grp-len (stu-grp-count)
005330             IF stu-grp-count = 100
005340                 COMPUTE stu-big-group-count =
005350                     stu-big-group-count + 1
005360             END-IF
005370         END-IF.
005380         PERFORM RETURN-NEXT-SORTED-NUMBER.
005390*
005400*----------------------------------------------------------------*
005410*  NORMALIZE-NAME -- UPPER-CASES stu-norm-in AND KEEPS ONLY ITS  *
005420*  LETTERS IN stu-norm-out, SO "DELA CRUZ, JUAN" AND "Dela Cruz  *
005430*  Juan" COMPARE EQUAL. stu-norm-len IS THE LETTERS KEPT.        *
005440*----------------------------------------------------------------*
005450 NORMALIZE-NAME.
005460         INSPECT stu-norm-in CONVERTING
005470             "abcdefghijklmnopqrstuvwxyz"
005480             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
005490         MOVE SPACES TO stu-norm-out.
005500         MOVE 0 TO stu-norm-len.
005510         PERFORM KEEP-NAME-LETTER
005520             VARYING stu-norm-pos FROM 1 BY 1
005530             UNTIL stu-norm-pos > 50.
005540*
005550 KEEP-NAME-LETTER.
005560         IF stu-norm-in (stu-norm-pos:1) IS ALPHABETIC-UPPER
005570         AND stu-norm-in (stu-norm-pos:1) NOT = SPACE
005580             COMPUTE stu-norm-len = stu-norm-len + 1
005590             MOVE stu-norm-in (stu-norm-pos:1)
005600                 TO stu-norm-out (stu-norm-len:1)
005610         END-IF.
005620*
005630 COMPARE-GROUP-MEMBERS.
005640         PERFORM COMPARE-WITH-LATER-MEMBERS
005650             VARYING stu-grp-i FROM 1 BY 1
005660             UNTIL stu-grp-i >= stu-grp-count.
005670*
005680 COMPARE-WITH-LATER-MEMBERS.
005690         COMPUTE stu-grp-from = stu-grp-i + 1.
005700         PERFORM COMPARE-ONE-PAIR
005710             VARYING stu-grp-j FROM stu-grp-from BY 1
005720             UNTIL stu-grp-j > stu-grp-count.
005730*
005740*----------------------------------------------------------------*
005750*  COMPARE-ONE-PAIR -- MEMBER stu-grp-i AGAINST LATER MEMBER     *
005760*  stu-grp-j. TWO RECORDS FOR THE SAME STUDENT NUMBER (A         *
005770*  REINSTATED STUDENT'S OLD ARCHIVE COPY) ARE NOT A DUPLICATE.   *
005780*  SAME NAME MEANS THE SAME LETTERS ONCE CASE, SPACES AND        *
005790*  PUNCTUATION ARE DROPPED; NEAR-SAME MEANS AN EDIT DISTANCE OF  *
005800*  ONE, OR OF TWO WHEN THE SHORTER NAME HAS 8 LETTERS OR MORE -  *
005810*  A TYPING SLIP OR A DROPPED LETTER AT THE COUNTER.             *
005820*----------------------------------------------------------------*
005830 COMPARE-ONE-PAIR.
005840         IF stu-grp-sno (stu-grp-i) NOT = stu-grp-sno (stu-grp-j)
005850             PERFORM COMPARE-MEMBER-NAMES
005860             IF NOT stu-name-different
005870                 PERFORM ADD-DUPLICATE-PAIR
005880             END-IF
005890         END-IF.
005900*
005910 COMPARE-MEMBER-NAMES.
005920         SET stu-name-different TO TRUE.
005930         IF stu-grp-len (stu-grp-i) > 0
005940         AND stu-grp-len (stu-grp-j) > 0
005950             IF stu-grp-norm (stu-grp-i)
005960                     = stu-grp-norm (stu-grp-j)
005970                 SET stu-name-same TO TRUE
005980             ELSE
005990                 PERFORM TEST-NEAR-SAME-NAME
006000             END-IF
006010         END-IF.
006020*
006030 TEST-NEAR-SAME-NAME.
006040         IF stu-grp-len (stu-grp-i) > stu-grp-len (stu-grp-j)
006050             COMPUTE stu-len-diff = stu-grp-len (stu-grp-i)
006060                 - stu-grp-len (stu-grp-j)
006070             MOVE stu-grp-len (stu-grp-j) TO stu-short-len
006080         ELSE
006090             COMPUTE stu-len-diff = stu-grp-len (stu-grp-j)
006100                 - stu-grp-len (stu-grp-i)
006110             MOVE stu-grp-len (stu-grp-i) TO stu-short-len
006120         END-IF.
006130         IF stu-len-diff <= 2
006140             MOVE stu-grp-norm (stu-grp-i) TO stu-lv-a
006150             MOVE stu-grp-len (stu-grp-i) TO stu-lv-alen
006160             MOVE stu-grp-norm (stu-grp-j) TO stu-lv-b
006170             MOVE stu-grp-len (stu-grp-j) TO stu-lv-blen
006180             PERFORM COMPUTE-EDIT-DISTANCE
006190             IF stu-lv-dist <= 1
006200             OR (stu-lv-dist = 2 AND stu-short-len >= 8)
006210                 SET stu-name-similar TO TRUE
006220             END-IF
006230         END-IF.
006240*
006250*----------------------------------------------------------------*
006260*  COMPUTE-EDIT-DISTANCE -- THE NUMBER OF SINGLE-LETTER INSERTS, *
006270*  DELETES OR CHANGES THAT TURN stu-lv-a INTO stu-lv-b, WORKED   *
006280*  ROW BY ROW THROUGH TWO 51-ENTRY ROWS. stu-lv-prev (N) HOLDS   *
006290*  THE DISTANCE TO THE FIRST N - 1 LETTERS OF stu-lv-b.          *
006300*----------------------------------------------------------------*
006310 COMPUTE-EDIT-DISTANCE.
006320         PERFORM SET-FIRST-ROW-CELL
006330             VARYING stu-lv-j FROM 1 BY 1
006340             UNTIL stu-lv-j > stu-lv-blen + 1.
006350         PERFORM COMPUTE-ONE-ROW
006360             VARYING stu-lv-i FROM 1 BY 1
006370             UNTIL stu-lv-i > stu-lv-alen.
006380         MOVE stu-lv-prev (stu-lv-blen + 1) TO stu-lv-dist.
006390*
006400 SET-FIRST-ROW-CELL.
006410         COMPUTE stu-lv-prev (stu-lv-j) = stu-lv-j - 1.
006420*
006430 COMPUTE-ONE-ROW.
006440         MOVE stu-lv-i TO stu-lv-curr (1).
006450         PERFORM COMPUTE-ONE-CELL
006460             VARYING stu-lv-j FROM 1 BY 1
006470             UNTIL stu-lv-j > stu-lv-blen.
006480         PERFORM COPY-ONE-CELL
006490             VARYING stu-lv-j FROM 1 BY 1
006500             UNTIL stu-lv-j > stu-lv-blen + 1.
006510*
006520 COMPUTE-ONE-CELL.
006530         IF stu-lv-a (stu-lv-i:1) = stu-lv-b (stu-lv-j:1)
006540             MOVE 0 TO stu-lv-cost
006550         ELSE
006560             MOVE 1 TO stu-lv-cost
006570         END-IF.
006580         COMPUTE stu-lv-best =
006590             stu-lv-prev (stu-lv-j) + stu-lv-cost.
006600         IF stu-lv-prev (stu-lv-j + 1) + 1 < stu-lv-best
006610             COMPUTE stu-lv-best = stu-lv-prev (stu-lv-j + 1) + 1
006620         END-IF.
006630         IF stu-lv-curr (stu-lv-j) + 1 < stu-lv-best
006640             COMPUTE stu-lv-best = stu-lv-curr (stu-lv-j) + 1
006650         END-IF.
006660         MOVE stu-lv-best TO stu-lv-curr (stu-lv-j + 1).
006670*
006680 COPY-ONE-CELL.
006690         MOVE stu-lv-curr (stu-lv-j) TO stu-lv-prev (stu-lv-j).
006700*
006710*----------------------------------------------------------------*
006720*  ADD-DUPLICATE-PAIR -- FILES THE PAIR LOWER KEY FIRST, SO THE  *
006730*  SAME TWO RECORDS MET AGAIN UNDER ANOTHER NUMBER FIND THEIR    *
006740*  ENTRY AND ONLY ADD A MATCH FLAG. A FULL TABLE IS COUNTED.     *
006750*----------------------------------------------------------------*
006760 ADD-DUPLICATE-PAIR.
006770         IF stu-grp-key (stu-grp-i) < stu-grp-key (stu-grp-j)
006780             MOVE stu-grp-i TO stu-left-ix
006790             MOVE stu-grp-j TO stu-right-ix
006800         ELSE
006810             MOVE stu-grp-j TO stu-left-ix
006820             MOVE stu-grp-i TO stu-right-ix
006830         END-IF.
006840         SET stu-not-found TO TRUE.
006850         PERFORM FIND-PAIR-ENTRY
006860             VARYING stu-pair-ix FROM 1 BY 1
006870             UNTIL stu-pair-ix > stu-pair-count OR stu-found.
006880         IF stu-found
006890             COMPUTE stu-pair-ix = stu-pair-ix - 1
006900         ELSE
006910             IF stu-pair-count < stu-pair-max
006920                 COMPUTE stu-pair-count = stu-pair-count + 1
006930                 MOVE stu-pair-count TO stu-pair-ix
006940                 MOVE stu-grp-key (stu-left-ix)
006950                     TO stu-pair-key-1 (stu-pair-ix)
006960                 MOVE stu-grp-key (stu-right-ix)
006970                     TO stu-pair-key-2 (stu-pair-ix)
006980                 MOVE stu-grp-person (stu-left-ix)
006990                     TO stu-pair-left (stu-pair-ix)
007000                 MOVE stu-grp-person (stu-right-ix)
007010                     TO stu-pair-right (stu-pair-ix)
007020                 MOVE "N" TO stu-pair-on-mob (stu-pair-ix)
007030                 MOVE "N" TO stu-pair-on-lnd (stu-pair-ix)
007040                 MOVE "N" TO stu-pair-on-grd (stu-pair-ix)
007050                 MOVE stu-name-match
007060                     TO stu-pair-name (stu-pair-ix)
007070                 SET stu-found TO TRUE
007080             ELSE
007090                 COMPUTE stu-lost-pair-count =
007100                     stu-lost-pair-count + 1
007110             END-IF
007120         END-IF.
007130         IF stu-found
007140             EVALUATE stu-last-type
007150               WHEN "M"
007160                 MOVE "Y" TO stu-pair-on-mob (stu-pair-ix)
007170               WHEN "L"
007180                 MOVE "Y" TO stu-pair-on-lnd (stu-pair-ix)
007190               WHEN OTHER
007200                 MOVE "Y" TO stu-pair-on-grd (stu-pair-ix)
007210             END-EVALUATE
007220         END-IF.
007230*
007240 FIND-PAIR-ENTRY.
007250         IF stu-pair-key-1 (stu-pair-ix)
007260                 = stu-grp-key (stu-left-ix)
007270         AND stu-pair-key-2 (stu-pair-ix)
007280                 = stu-grp-key (stu-right-ix)
007290             SET stu-found TO TRUE
007300         END-IF.
007310*
007320*----------------------------------------------------------------*
007330*  PRINT-DUPLICATE-PAIRS -- ONE BLOCK PER PAIR: WHAT MATCHED,    *
007340*  THEN THE TWO RECORDS SIDE BY SIDE, FIELD BY FIELD. A BLOCK IS *
007350*  NEVER SPLIT ACROSS A PAGE.                                    *
007360*----------------------------------------------------------------*
007370 PRINT-DUPLICATE-PAIRS.
007380         PERFORM PRINT-DUPLICATE-HEADINGS.
007390         PERFORM PRINT-ONE-PAIR
007400             VARYING stu-pair-ix FROM 1 BY 1
007410             UNTIL stu-pair-ix > stu-pair-count.
007420*
007430 PRINT-ONE-PAIR.
007440         IF stu-line-count + 8 > stu-lines-per-page
007450             PERFORM PRINT-DUPLICATE-HEADINGS
007460         END-IF.
007470         MOVE stu-pair-left (stu-pair-ix) TO stu-left-person.
007480         MOVE stu-pair-right (stu-pair-ix) TO stu-right-person.
007490         IF stu-lp-master AND stu-rp-master
007500             COMPUTE stu-both-master-count =
007510                 stu-both-master-count + 1
007520         ELSE
007530             COMPUTE stu-with-archive-count =
007540                 stu-with-archive-count + 1
007550         END-IF.
007560         MOVE SPACES TO stu-dp-mobile.
007570         MOVE SPACES TO stu-dp-landline.
007580         MOVE SPACES TO stu-dp-guardian.
007590         MOVE stu-pair-ix TO stu-dp-pair.
007600         IF stu-pair-on-mob (stu-pair-ix) = "Y"
007610             MOVE "MOBILE" TO stu-dp-mobile
007620         END-IF.
007630         IF stu-pair-on-lnd (stu-pair-ix) = "Y"
007640             MOVE "LANDLINE" TO stu-dp-landline
007650         END-IF.
007660         IF stu-pair-on-grd (stu-pair-ix) = "Y"
007670             MOVE "GUARDIAN" TO stu-dp-guardian
007680         END-IF.
007690         IF stu-pair-name (stu-pair-ix) = "S"
007700             MOVE "+ SAME NAME" TO stu-dp-name
007710         ELSE
007720             MOVE "+ SIMILAR NAME" TO stu-dp-name
007730         END-IF.
007740         DISPLAY " ".
007750         DISPLAY stu-dup-pair-line.
007760         WRITE DUPLICATE-PRINT-LINE FROM stu-dup-pair-line
007770             AFTER ADVANCING 2 LINES.
007780         COMPUTE stu-line-count = stu-line-count + 2.
007790         MOVE "STUDENT NO" TO stu-dd-label.
007800         MOVE stu-lp-sno TO stu-ds-sno.
007810         MOVE stu-lp-source TO stu-ds-source.
007820         PERFORM NAME-RECORD-SOURCE.
007830         MOVE stu-dup-sno-text TO stu-dd-left.
007840         MOVE stu-rp-sno TO stu-ds-sno.
007850         MOVE stu-rp-source TO stu-ds-source.
007860         PERFORM NAME-RECORD-SOURCE.
007870         MOVE stu-dup-sno-text TO stu-dd-right.
007880         PERFORM PRINT-DETAIL-LINE.
007890         MOVE "NAME" TO stu-dd-label.
007900         MOVE stu-lp-name TO stu-dd-left.
007910         MOVE stu-rp-name TO stu-dd-right.
007920         PERFORM PRINT-DETAIL-LINE.
007930         MOVE "COURSE" TO stu-dd-label.
007940         MOVE stu-lp-course TO stu-dd-left.
007950         MOVE stu-rp-course TO stu-dd-right.
007960         PERFORM PRINT-DETAIL-LINE.
007970         MOVE "MOBILE" TO stu-dd-label.
007980         MOVE stu-lp-mobile TO stu-dd-left.
007990         MOVE stu-rp-mobile TO stu-dd-right.
008000         PERFORM PRINT-DETAIL-LINE.
008010         MOVE "LANDLINE" TO stu-dd-label.
008020         MOVE stu-lp-landline TO stu-dd-left.
008030         MOVE stu-rp-landline TO stu-dd-right.
008040         PERFORM PRINT-DETAIL-LINE.
008050         MOVE "STATUS" TO stu-dd-label.
008060         MOVE stu-lp-status TO stu-st-word.
008070         MOVE stu-lp-date TO stu-st-date.
008080         PERFORM NAME-RECORD-STATUS.
008090         MOVE stu-status-text TO stu-dd-left.
008100         MOVE stu-rp-status TO stu-st-word.
008110         MOVE stu-rp-date TO stu-st-date.
008120         PERFORM NAME-RECORD-STATUS.
008130         MOVE stu-status-text TO stu-dd-right.
008140         PERFORM PRINT-DETAIL-LINE.
008150*
008160 NAME-RECORD-SOURCE.
008170         IF stu-ds-source = "M"
008180             MOVE "(MASTER)" TO stu-ds-source
008190         ELSE
008200             MOVE "(ARCHIVE)" TO stu-ds-source
008210         END-IF.
008220*
008230 NAME-RECORD-STATUS.
008240         EVALUATE stu-st-word
008250           WHEN "L"
008260             MOVE "ON LEAVE" TO stu-st-word
008270           WHEN "G"
008280             MOVE "GRADUATED" TO stu-st-word
008290           WHEN "W"
008300             MOVE "WITHDRAWN" TO stu-st-word
008310           WHEN OTHER
008320             MOVE "ENROLLED" TO stu-st-word
008330         END-EVALUATE.
008340*
008350*----------------------------------------------------------------*
008360*  REPORT PARAGRAPHS -- SAME PAGE-FORMATTED SHAPE AS THE         *
008370*  RECONCILIATION REPORT: TITLE AND COLUMN HEADINGS PER PAGE,    *
008380*  COUNTS AND A VERDICT AT THE END. EVERY LINE ALSO GOES TO THE  *
008390*  SCREEN.                                                       *
008400*----------------------------------------------------------------*
008410 PRINT-DUPLICATE-HEADINGS.
008420         COMPUTE stu-page-count = stu-page-count + 1.
008430         MOVE stu-run-date TO stu-dt-date.
008440         MOVE stu-page-count TO stu-dt-page.
008450         WRITE DUPLICATE-PRINT-LINE FROM stu-dup-title
008460             AFTER ADVANCING PAGE.
008470         WRITE DUPLICATE-PRINT-LINE FROM stu-dup-colhead
008480             AFTER ADVANCING 1 LINE.
008490         MOVE 2 TO stu-line-count.
008500*
008510 PRINT-DETAIL-LINE.
008520         DISPLAY stu-dup-detail.
008530         WRITE DUPLICATE-PRINT-LINE FROM stu-dup-detail
008540             AFTER ADVANCING 1 LINE.
008550         COMPUTE stu-line-count = stu-line-count + 1.
008560*
008570 PRINT-DUPLICATE-TOTALS.
008580         DISPLAY " ".
008590         IF stu-line-count + 12 > stu-lines-per-page
008600             PERFORM PRINT-DUPLICATE-HEADINGS
008610         END-IF.
008620         MOVE "MASTER RECORDS SCANNED:" TO stu-dc-label.
008630         MOVE stu-master-count TO stu-dc-count.
008640         PERFORM PRINT-COUNT-LINE.
008650         MOVE "ARCHIVE RECORDS SCANNED:" TO stu-dc-label.
008660         MOVE stu-arch-count TO stu-dc-count.
008670         PERFORM PRINT-COUNT-LINE.
008680         MOVE "GUARDIAN CONTACTS SCANNED:" TO stu-dc-label.
008690         MOVE stu-guard-count TO stu-dc-count.
008700         PERFORM PRINT-COUNT-LINE.
008710         MOVE "NUMBERS COMPARED:" TO stu-dc-label.
008720         MOVE stu-release-count TO stu-dc-count.
008730         PERFORM PRINT-COUNT-LINE.
008740         MOVE "LIKELY DUPLICATE PAIRS:" TO stu-dc-label.
008750         MOVE stu-pair-count TO stu-dc-count.
008760         PERFORM PRINT-COUNT-LINE.
008770         MOVE "  BOTH ON MASTER:" TO stu-dc-label.
008780         MOVE stu-both-master-count TO stu-dc-count.
008790         PERFORM PRINT-COUNT-LINE.
008800         MOVE "  ONE OR BOTH ARCHIVED:" TO stu-dc-label.
008810         MOVE stu-with-archive-count TO stu-dc-count.
008820         PERFORM PRINT-COUNT-LINE.
008830         MOVE "PAIRS NOT LISTED (TABLE FULL):" TO stu-dc-label.
008840         MOVE stu-lost-pair-count TO stu-dc-count.
008850         PERFORM PRINT-COUNT-LINE.
008860         MOVE "NUMBERS SHARED BY 100 OR MORE:" TO stu-dc-label.
008870         MOVE stu-big-group-count TO stu-dc-count.
008880         PERFORM PRINT-COUNT-LINE.
008890         IF stu-pair-count = 0
008900             MOVE "** NO LIKELY DUPLICATE PERSONS FOUND **"
008910                 TO stu-dup-verdict
008920         ELSE
008930             MOVE "** REVIEW PAIRS - MERGE ON MENU 27 **"
008940                 TO stu-dup-verdict
008950         END-IF.
008960         DISPLAY stu-dup-verdict.
008970         WRITE DUPLICATE-PRINT-LINE FROM stu-dup-verdict
008980             AFTER ADVANCING 2 LINES.
008990*
009000 PRINT-COUNT-LINE.
009010         DISPLAY stu-dc-label " " stu-dc-count.
009020         WRITE DUPLICATE-PRINT-LINE FROM stu-dup-count-line
009030             AFTER ADVANCING 1 LINE.
009040         COMPUTE stu-line-count = stu-line-count + 1.
