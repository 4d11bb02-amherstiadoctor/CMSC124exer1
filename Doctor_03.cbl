000170*           AND NO STUDENT NUMBER MAY SIT ON THE MASTER WHILE
000180*           STILL UN-REINSTATED IN THE ARCHIVE. EXCEPTIONS GO TO
000190*           THE RECNRPT PRINT FILE WITH COUNTS SO THE FILES CAN
000200*           BE CERTIFIED CLEAN EACH NIGHT. ADDS AND DELETES
000210*           WHOSE GENERATIONS THE RETENTION PURGE HAS REMOVED
000220*           ARE TAKEN FROM THE PURGHIST CARRY-FORWARD FILE.
000230*================================================================
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. Doctor_03.
000260 AUTHOR. Doctor, Amherstia S.
000270 INSTALLATION. REGISTRAR MIS.
000280 DATE-WRITTEN. 09/03/2026.
000290 DATE-COMPILED.
000300*
000310* MODIFICATION HISTORY
000320*   DATE        BY    DESCRIPTION
000330*   ----------  ----  --------------------------------------------
000340*   2026-09-03  ASD   New program. After the abnormal-end scare
000350*                     last term the three files were checked
000360*                     against each other by eye; this runs the
000370*                     same checks every night and prints the
000380*                     offending student numbers.
000390*   2026-09-03  ASD   The audit scan now also walks the
000400*                     AUDGEN.YYYYMM generations named on the
000410*                     AUDGENL log the month-end roll-off
000420*                     keeps, through a shared work area, so
000430*                     adds and deletes that rolled off the
000440*                     live file no longer read as false
000450*                     exceptions and the nightly run can still
000460*                     certify the files clean.
000470*   2026-10-15  ASD   A MERGE on the audit trail (a duplicate
000480*                     student number archived and retired into
000490*                     another on Doctor_01) now counts as the
000500*                     delete for the retired number, so a merged
000510*                     record in the archive is not reported.
000520*   2026-10-15  ASD   Now ends with GOBACK and sets RETURN-CODE
000530*                     (0 clean, 4 exceptions found, 8 no run)
000540*                     with its counts in the EXTERNAL step
000550*                     totals, so the nightly controller Doctor_14
000560*                     can CALL it as a step and hold the extract
000570*                     back when the files do not reconcile.
000580*   2026-10-15  ASD   The adds and deletes carried on PURGHIST
000590*                     by the Doctor_15 retention purge are
000600*                     counted before the audit scan, so history
000610*                     purged with its generation is not reported
000620*                     as a missing ADD or DELETE.
000630*   2026-10-15  ASD   The master, archive and audit images now
000640*                     carry the date of birth and year level
000650*                     (see Doctor_01); the layouts here widened
000660*                     to match.
000670*   2026-10-15  ASD   The EXTERNAL step totals now carry the
000680*                     cycle date set by the nightly controller
000690*                     Doctor_14; the layout here widened to match.
000700*
000710 ENVIRONMENT DIVISION.
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740         SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000750             ORGANIZATION IS INDEXED
000760             ACCESS MODE IS DYNAMIC
000770             RECORD KEY IS SNo-M
000780             FILE STATUS IS stu-file-status.
000790         SELECT STUDENT-ARCHIVE ASSIGN TO "STUDARCH"
000800             ORGANIZATION IS SEQUENTIAL
000810             ACCESS MODE IS SEQUENTIAL
000820             FILE STATUS IS stu-archive-status.
000830         SELECT STUDENT-AUDIT ASSIGN TO "STUDAUDT"
000840             ORGANIZATION IS SEQUENTIAL
000850             ACCESS MODE IS SEQUENTIAL
000860             FILE STATUS IS stu-audit-status.
000870         SELECT RECON-PRINT ASSIGN TO "RECNRPT"
000880             ORGANIZATION IS SEQUENTIAL
000890             ACCESS MODE IS SEQUENTIAL
000900             FILE STATUS IS stu-recprt-status.
000910         SELECT AUDIT-GENERATION
000920             ASSIGN TO DYNAMIC stu-gen-name
000930             ORGANIZATION IS SEQUENTIAL
000940             ACCESS MODE IS SEQUENTIAL
000950             FILE STATUS IS stu-gen-status.
000960         SELECT GENERATION-LOG ASSIGN TO "AUDGENL"
000970             ORGANIZATION IS SEQUENTIAL
000980             ACCESS MODE IS SEQUENTIAL
000990             FILE STATUS IS stu-genlog-status.
001000         SELECT PURGE-HISTORY ASSIGN TO "PURGHIST"
001010             ORGANIZATION IS INDEXED
001020             ACCESS MODE IS DYNAMIC
001030             RECORD KEY IS SNo-K
001040             FILE STATUS IS stu-phist-status.
001050*
001060 DATA DIVISION.
001070 FILE SECTION.
001080 FD  STUDENT-MASTER
001090         LABEL RECORDS ARE STANDARD.
001100 01  STUDENT-MASTER-RECORD.
001110         03  SNo-M            PIC X(10).
001120         03  fullname-M       PIC X(50).
001130         03  course-M         PIC X(50).
001140         03  age-M            PIC 99.
001150         03  contact-no-M.
001160             04  mobile-M     PIC X(11).
001170             04  landline-M   PIC X(8).
001180         03  enroll-status-M  PIC X(01).
001190             88  enrolled-M             VALUE "E" " ".
001200             88  on-leave-M             VALUE "L".
001210             88  graduated-M            VALUE "G".
001220         03  birth-date-M     PIC 9(08).
001230         03  year-level-M     PIC 9(01).
001240*
001250 FD  STUDENT-ARCHIVE
001260         LABEL RECORDS ARE STANDARD.
001270 01  STUDENT-ARCHIVE-RECORD.
001280         03  SNo-A            PIC X(10).
001290         03  fullname-A       PIC X(50).
001300         03  course-A         PIC X(50).
001310         03  age-A            PIC 99.
001320         03  contact-no-A.
001330             04  mobile-A     PIC X(11).
001340             04  landline-A   PIC X(8).
001350         03  withdrawn-date-A PIC 9(08).
001360         03  birth-date-A     PIC 9(08).
001370         03  year-level-A     PIC 9(01).
001380*
001390 FD  STUDENT-AUDIT
001400         LABEL RECORDS ARE STANDARD.
001410 01  STUDENT-AUDIT-RECORD.
001420         03  action-T         PIC X(06).
001430         03  audit-date-T     PIC 9(08).
001440         03  audit-time-T     PIC 9(08).
001450         03  operator-T       PIC X(10).
001460         03  before-image-T.
001470             04  SNo-BT       PIC X(10).
001480             04  detail-BT    PIC X(131).
001490         03  after-image-T.
001500             04  SNo-AT       PIC X(10).
001510             04  detail-AT    PIC X(131).
001520*
001530 FD  RECON-PRINT
001540         LABEL RECORDS ARE STANDARD.
001550 01  RECON-PRINT-LINE        PIC X(132).
001560*
001570 FD  AUDIT-GENERATION
001580         LABEL RECORDS ARE STANDARD.
001590 01  AUDIT-GENERATION-RECORD PIC X(314).
001600*
001610 FD  GENERATION-LOG
001620         LABEL RECORDS ARE STANDARD.
001630 01  GENERATION-LOG-RECORD.
001640         03  gen-month-L      PIC 9(06).
001650*
001660 FD  PURGE-HISTORY
001670         LABEL RECORDS ARE STANDARD.
001680 01  PURGE-HISTORY-RECORD.
001690         03  SNo-K            PIC X(10).
001700         03  purged-adds-K    PIC 9(05).
001710         03  purged-dels-K    PIC 9(05).
001720         03  last-purge-K     PIC 9(08).
001730*
001740 WORKING-STORAGE SECTION.
001750*---------------------------------------------------------------
001760* PROGRAM SWITCHES AND CONTROL COUNTERS
001770*---------------------------------------------------------------
001780 77  stu-file-status         PIC X(02) VALUE "00".
001790         88  stu-file-ok              VALUE "00".
001800         88  stu-file-not-found       VALUE "35".
001810 77  stu-archive-status      PIC X(02) VALUE "00".
001820         88  stu-archive-ok           VALUE "00".
001830         88  stu-archive-not-found    VALUE "35".
001840 77  stu-audit-status        PIC X(02) VALUE "00".
001850         88  stu-audit-ok             VALUE "00".
001860         88  stu-audit-not-found      VALUE "35".
001870 77  stu-recprt-status       PIC X(02) VALUE "00".
001880         88  stu-recprt-ok            VALUE "00".
001890 77  stu-eof-switch          PIC X(01) VALUE "N".
001900         88  stu-eof                  VALUE "Y".
001910         88  stu-not-eof               VALUE "N".
001920 77  stu-audit-eof-switch    PIC X(01) VALUE "N".
001930         88  stu-audit-eof            VALUE "Y".
001940         88  stu-audit-not-eof         VALUE "N".
001950 77  stu-found-switch        PIC X(01) VALUE "N".
001960         88  stu-found                 VALUE "Y".
001970         88  stu-not-found              VALUE "N".
001980 77  stu-run-switch          PIC X(01) VALUE "Y".
001990         88  stu-run-ok                VALUE "Y".
002000         88  stu-run-stopped            VALUE "N".
002010 77  stu-archive-on-switch   PIC X(01) VALUE "Y".
002020         88  stu-archive-on            VALUE "Y".
002030         88  stu-archive-off            VALUE "N".
002040 77  stu-check-sno           PIC X(10) VALUE SPACES.
002050 77  stu-add-count           PIC 9(05) VALUE 0.
002060 77  stu-del-count           PIC 9(05) VALUE 0.
002070 77  stu-master-count        PIC 9(05) VALUE 0.
002080 77  stu-arch-count          PIC 9(05) VALUE 0.
002090 77  stu-noadd-count         PIC 9(05) VALUE 0.
002100 77  stu-nodel-count         PIC 9(05) VALUE 0.
002110 77  stu-unrein-count        PIC 9(05) VALUE 0.
002120 77  stu-except-count        PIC 9(05) VALUE 0.
002130 77  stu-run-date            PIC 9(08) VALUE 0.
002140 77  stu-lines-per-page      PIC 9(02) VALUE 55.
002150 77  stu-line-count          PIC 9(02) VALUE 0.
002160 77  stu-page-count          PIC 9(03) VALUE 0.
002170 77  stu-gen-status          PIC X(02) VALUE "00".
002180         88  stu-gen-ok               VALUE "00".
002190 77  stu-genlog-status       PIC X(02) VALUE "00".
002200         88  stu-genlog-ok            VALUE "00".
002210         88  stu-genlog-not-found     VALUE "35".
002220 77  stu-genlog-eof-switch   PIC X(01) VALUE "N".
002230         88  stu-genlog-eof           VALUE "Y".
002240         88  stu-genlog-not-eof        VALUE "N".
002250 77  stu-phist-status        PIC X(02) VALUE "00".
002260         88  stu-phist-ok             VALUE "00".
002270 77  stu-purge-on-switch     PIC X(01) VALUE "N".
002280         88  stu-purge-on              VALUE "Y".
002290         88  stu-purge-off              VALUE "N".
002300 01  stu-gen-name.
002310         03  FILLER           PIC X(07) VALUE "AUDGEN.".
002320         03  stu-gen-mm       PIC 9(06) VALUE ZEROS.
002330 01  stu-audit-work.
002340         03  action-V         PIC X(06).
002350         03  audit-date-V     PIC 9(08).
002360         03  audit-time-V     PIC 9(08).
002370         03  operator-V       PIC X(10).
002380         03  before-image-V.
002390             04  SNo-BV       PIC X(10).
002400             04  detail-BV    PIC X(131).
002410         03  after-image-V.
002420             04  SNo-AV       PIC X(10).
002430             04  detail-AV    PIC X(131).
002440*---------------------------------------------------------------
002450* REPORT PRINT LINES
002460*---------------------------------------------------------------
002470 01  stu-recon-title.
002480         03  FILLER           PIC X(28)
002490             VALUE "FILE RECONCILIATION REPORT".
002500         03  FILLER           PIC X(10) VALUE "RUN DATE: ".
002510         03  stu-rt-date      PIC 9(08).
002520         03  FILLER           PIC X(07) VALUE "  PAGE ".
002530         03  stu-rt-page      PIC ZZ9.
002540 01  stu-recon-colhead        PIC X(60)
002550         VALUE "CHECK / SNO / EXCEPTION".
002560 01  stu-recon-detail.
002570         03  stu-rd-check     PIC X(04).
002580         03  FILLER           PIC X(01) VALUE SPACE.
002590         03  stu-rd-sno       PIC X(10).
002600         03  FILLER           PIC X(01) VALUE SPACE.
002610         03  stu-rd-text      PIC X(40).
002620 01  stu-recon-count-line.
002630         03  stu-rc-label     PIC X(30).
002640         03  stu-rc-count     PIC ZZZZ9.
002650 01  stu-recon-verdict        PIC X(40).
002660*---------------------------------------------------------------
002670* STEP TOTALS HANDED BACK TO THE NIGHTLY CONTROLLER DOCTOR_14,
002680* WHICH CALLS THIS PROGRAM AS ONE STEP OF THE NIGHTLY CYCLE. THE
002690* SAME LAYOUT IS DECLARED EXTERNAL IN EVERY STEP PROGRAM.
002700*---------------------------------------------------------------
002710 01  stu-step-totals EXTERNAL.
002720         03  stu-step-caller  PIC X(08).
002730             88  stu-step-nightly       VALUE "NIGHTRUN".
002740         03  stu-step-read    PIC 9(07).
002750         03  stu-step-written PIC 9(07).
002760         03  stu-step-rejected PIC 9(07).
002770         03  stu-step-except  PIC 9(07).
002780         03  stu-step-cycle-date PIC 9(08).
002790*
002800 PROCEDURE DIVISION.
002810*
002820         PERFORM OPEN-RECON-FILES.
002830         IF stu-run-ok
002840             ACCEPT stu-run-date FROM DATE YYYYMMDD
002850             PERFORM PRINT-RECON-HEADINGS
002860             PERFORM CHECK-MASTER-RECORDS
002870             PERFORM CHECK-ARCHIVE-RECORDS
002880             PERFORM PRINT-RECON-TOTALS
002890             CLOSE STUDENT-MASTER
002900             IF stu-archive-on
002910                 CLOSE STUDENT-ARCHIVE
002920             END-IF
002930             CLOSE RECON-PRINT
002940             IF stu-purge-on
002950                 CLOSE PURGE-HISTORY
002960             END-IF
002970         END-IF.
002980         PERFORM SET-STEP-RESULT.
002990         GOBACK.
003000*
003010*----------------------------------------------------------------*
003020*  OPEN-RECON-FILES -- OPENS THE MASTER AND THE PRINT FILE AND   *
003030*  PROVES THE AUDIT TRAIL EXISTS. A MISSING MASTER OR AUDIT      *
003040*  FILE STOPS THE RUN - THERE IS NOTHING TO CERTIFY AGAINST. A   *
003050*  MISSING ARCHIVE JUST MEANS NO WITHDRAWALS YET, SO THE         *
003060*  ARCHIVE PASS IS SKIPPED. THE AUDIT FILE ITSELF IS OPENED AND  *
003070*  CLOSED AROUND EACH SCAN BY SCAN-AUDIT-FOR-SNO. PURGHIST IS    *
003080*  ONLY THERE ONCE A RETENTION PURGE HAS RUN.                    *
003090*----------------------------------------------------------------*
003100 OPEN-RECON-FILES.
003110         OPEN INPUT STUDENT-MASTER.
003120         IF NOT stu-file-ok
003130             DISPLAY "MASTER FILE STUDMAST NOT FOUND - NO RUN"
003140             SET stu-run-stopped TO TRUE
003150         ELSE
003160             OPEN INPUT STUDENT-AUDIT
003170             IF NOT stu-audit-ok
003180                 DISPLAY "AUDIT FILE STUDAUDT NOT FOUND - NO RUN"
003190                 CLOSE STUDENT-MASTER
003200                 SET stu-run-stopped TO TRUE
003210             ELSE
003220                 CLOSE STUDENT-AUDIT
003230                 OPEN INPUT STUDENT-ARCHIVE
003240                 IF NOT stu-archive-ok
003250                     SET stu-archive-off TO TRUE
003260                     DISPLAY "NOTE - NO ARCHIVE ON FILE; "
003270                         "ARCHIVE CHECKS SKIPPED"
003280                 END-IF
003290                 OPEN INPUT PURGE-HISTORY
003300                 IF stu-phist-ok
003310                     SET stu-purge-on TO TRUE
003320                 END-IF
003330                 OPEN OUTPUT RECON-PRINT
003340                 IF NOT stu-recprt-ok
003350                     DISPLAY "WARNING - CANNOT OPEN RECNRPT - "
003360                         "NO RUN"
003370                     CLOSE STUDENT-MASTER
003380                     IF stu-archive-on
003390                         CLOSE STUDENT-ARCHIVE
003400                     END-IF
003410                     IF stu-purge-on
003420                         CLOSE PURGE-HISTORY
003430                     END-IF
003440                     SET stu-run-stopped TO TRUE
003450                 END-IF
003460             END-IF
003470         END-IF.
003480*
003490*----------------------------------------------------------------*
003500*  CHECK-MASTER-RECORDS -- ONE START/READ NEXT PASS OVER THE     *
003510*  MASTER. EVERY RECORD MUST HAVE AT LEAST ONE ADD ON THE AUDIT  *
003520*  TRAIL CARRYING ITS STUDENT NUMBER IN THE AFTER IMAGE; ONE     *
003530*  WITHOUT IS A RECORD THAT GOT ONTO THE FILE OUTSIDE THE        *
003540*  SYSTEM AND IS REPORTED.                                       *
003550*----------------------------------------------------------------*
003560 CHECK-MASTER-RECORDS.
003570         SET stu-not-eof TO TRUE.
003580         MOVE LOW-VALUES TO SNo-M.
003590         START STUDENT-MASTER
003600             KEY IS GREATER THAN SNo-M
003610             INVALID KEY
003620                 SET stu-eof TO TRUE
003630             NOT INVALID KEY
003640                 PERFORM READ-NEXT-STUDENT-RECORD
003650         END-START.
003660         PERFORM CHECK-ONE-MASTER UNTIL stu-eof.
003670*
003680 READ-NEXT-STUDENT-RECORD.
003690         READ STUDENT-MASTER NEXT RECORD
003700             AT END
003710                 SET stu-eof TO TRUE
003720         END-READ.
003730         IF NOT stu-file-ok
003740             SET stu-eof TO TRUE
003750         END-IF.
003760*
003770 CHECK-ONE-MASTER.
003780         COMPUTE stu-master-count = stu-master-count + 1.
003790         MOVE SNo-M TO stu-check-sno.
003800         PERFORM SCAN-AUDIT-FOR-SNO.
003810         IF stu-add-count = 0
003820             COMPUTE stu-noadd-count = stu-noadd-count + 1
003830             MOVE "MST" TO stu-rd-check
003840             MOVE stu-check-sno TO stu-rd-sno
003850             MOVE "ON MASTER WITH NO ADD ON AUDIT"
003860                 TO stu-rd-text
003870             PERFORM PRINT-EXCEPTION-LINE
003880         END-IF.
003890         PERFORM READ-NEXT-STUDENT-RECORD.
003900*
003910*----------------------------------------------------------------*
003920*  CHECK-ARCHIVE-RECORDS -- ONE PASS OVER THE ARCHIVE. EVERY     *
003930*  ARCHIVE RECORD MUST HAVE A MATCHING DELETE ON THE AUDIT       *
003940*  TRAIL, AND A STUDENT NUMBER STILL ON THE MASTER MUST SHOW     *
003950*  MORE ADDS THAN DELETES (A REINSTATE) - OTHERWISE THE TWO      *
003960*  FILES DISAGREE ABOUT WHETHER THE STUDENT IS WITHDRAWN.        *
003970*----------------------------------------------------------------*
003980 CHECK-ARCHIVE-RECORDS.
003990         IF stu-archive-on
004000             SET stu-not-eof TO TRUE
004010             PERFORM READ-NEXT-ARCHIVE-RECORD
004020             PERFORM CHECK-ONE-ARCHIVE UNTIL stu-eof
004030         END-IF.
004040*
004050 READ-NEXT-ARCHIVE-RECORD.
004060         READ STUDENT-ARCHIVE NEXT RECORD
004070             AT END
004080                 SET stu-eof TO TRUE
004090         END-READ.
004100*
004110 CHECK-ONE-ARCHIVE.
004120         COMPUTE stu-arch-count = stu-arch-count + 1.
004130         MOVE SNo-A TO stu-check-sno.
004140         PERFORM SCAN-AUDIT-FOR-SNO.
004150         IF stu-del-count = 0
004160             COMPUTE stu-nodel-count = stu-nodel-count + 1
004170             MOVE "ARC" TO stu-rd-check
004180             MOVE stu-check-sno TO stu-rd-sno
004190             MOVE "IN ARCHIVE WITH NO DELETE ON AUDIT"
004200                 TO stu-rd-text
004210             PERFORM PRINT-EXCEPTION-LINE
004220         END-IF.
004230         PERFORM CHECK-SNO-ON-MASTER.
004240         IF stu-found AND stu-add-count <= stu-del-count
004250             COMPUTE stu-unrein-count = stu-unrein-count + 1
004260             MOVE "BTH" TO stu-rd-check
004270             MOVE stu-check-sno TO stu-rd-sno
004280             MOVE "ON MASTER AND UN-REINSTATED IN ARCHIVE"
004290                 TO stu-rd-text
004300             PERFORM PRINT-EXCEPTION-LINE
004310         END-IF.
004320         PERFORM READ-NEXT-ARCHIVE-RECORD.
004330*
004340 CHECK-SNO-ON-MASTER.
004350         SET stu-not-found TO TRUE.
004360         MOVE stu-check-sno TO SNo-M.
004370         READ STUDENT-MASTER
004380             INVALID KEY
004390                 CONTINUE
004400             NOT INVALID KEY
004410                 SET stu-found TO TRUE
004420         END-READ.
004430*
004440*----------------------------------------------------------------*
004450*  SCAN-AUDIT-FOR-SNO -- COUNTS THE ADD AND DELETE ACTIONS THAT  *
004460*  CARRY THE STUDENT NUMBER IN stu-check-sno ACROSS THE WHOLE    *
004470*  AUDIT HISTORY: FIRST EVERY AUDGEN.YYYYMM GENERATION NAMED ON  *
004480*  THE AUDGENL LOG THE MONTH-END ROLL-OFF KEEPS, THEN THE LIVE   *
004490*  STUDAUDT. WITHOUT THE GENERATIONS, EVERY ADD OR DELETE THAT   *
004500*  LANDED IN A ROLLED MONTH WOULD READ AS A FALSE EXCEPTION AND  *
004510*  THE FILES COULD NEVER CERTIFY CLEAN AGAIN. ADDS ARE MATCHED   *
004520*  ON THE AFTER IMAGE, DELETES ON THE BEFORE IMAGE. A MERGE      *
004530*  ARCHIVES THE NUMBER IN ITS BEFORE IMAGE AND COUNTS AS THAT    *
004540*  NUMBER'S DELETE; ITS AFTER IMAGE IS THE KEPT STUDENT, WHOSE   *
004550*  OWN ADD IS ALREADY ON FILE. BOTH ARE TALLIED OFF A            *
004560*  SHARED WORK AREA AS THE DOCTOR_01 INQUIRY DOES. EACH FILE IS  *
004570*  OPENED AND CLOSED AROUND ITS SCAN. THE COUNTS START FROM THE  *
004580*  ADDS AND DELETES PURGHIST CARRIES FOR THE NUMBER, WHICH WENT  *
004590*  WITH GENERATIONS THE RETENTION PURGE HAS REMOVED.             *
004600*----------------------------------------------------------------*
004610 SCAN-AUDIT-FOR-SNO.
004620         MOVE 0 TO stu-add-count.
004630         MOVE 0 TO stu-del-count.
004640         IF stu-purge-on
004650             PERFORM READ-PURGED-HISTORY
004660         END-IF.
004670         PERFORM SCAN-AUDIT-GENERATIONS.
004680         OPEN INPUT STUDENT-AUDIT.
004690         SET stu-audit-not-eof TO TRUE.
004700         PERFORM READ-NEXT-AUDIT-RECORD.
004710         PERFORM TALLY-AUDIT-ACTION UNTIL stu-audit-eof.
004720         CLOSE STUDENT-AUDIT.
004730*
004740 READ-PURGED-HISTORY.
004750         MOVE stu-check-sno TO SNo-K.
004760         READ PURGE-HISTORY
004770             INVALID KEY
004780                 CONTINUE
004790             NOT INVALID KEY
004800                 MOVE purged-adds-K TO stu-add-count
004810                 MOVE purged-dels-K TO stu-del-count
004820         END-READ.
004830*
004840 SCAN-AUDIT-GENERATIONS.
004850         OPEN INPUT GENERATION-LOG.
004860         IF stu-genlog-ok
004870             SET stu-genlog-not-eof TO TRUE
004880             PERFORM READ-NEXT-GENLOG-RECORD
004890             PERFORM SCAN-ONE-GENERATION UNTIL stu-genlog-eof
004900             CLOSE GENERATION-LOG
004910         END-IF.
004920*
004930 READ-NEXT-GENLOG-RECORD.
004940         READ GENERATION-LOG NEXT RECORD
004950             AT END
004960                 SET stu-genlog-eof TO TRUE
004970         END-READ.
004980*
004990 SCAN-ONE-GENERATION.
005000         MOVE gen-month-L TO stu-gen-mm.
005010         OPEN INPUT AUDIT-GENERATION.
005020         IF stu-gen-ok
005030             SET stu-audit-not-eof TO TRUE
005040             PERFORM READ-NEXT-GEN-RECORD
005050             PERFORM TALLY-GEN-ACTION UNTIL stu-audit-eof
005060             CLOSE AUDIT-GENERATION
005070         END-IF.
005080         PERFORM READ-NEXT-GENLOG-RECORD.
005090*
005100 READ-NEXT-GEN-RECORD.
005110         READ AUDIT-GENERATION NEXT RECORD
005120             AT END
005130                 SET stu-audit-eof TO TRUE
005140         END-READ.
005150*
005160 TALLY-GEN-ACTION.
005170         MOVE AUDIT-GENERATION-RECORD TO stu-audit-work.
005180         PERFORM TALLY-WORK-ACTION.
005190         PERFORM READ-NEXT-GEN-RECORD.
005200*
005210 READ-NEXT-AUDIT-RECORD.
005220         READ STUDENT-AUDIT NEXT RECORD
005230             AT END
005240                 SET stu-audit-eof TO TRUE
005250         END-READ.
005260*
005270 TALLY-AUDIT-ACTION.
005280         MOVE STUDENT-AUDIT-RECORD TO stu-audit-work.
005290         PERFORM TALLY-WORK-ACTION.
005300         PERFORM READ-NEXT-AUDIT-RECORD.
005310*
005320 TALLY-WORK-ACTION.
005330         IF action-V = "ADD" AND SNo-AV = stu-check-sno
005340             COMPUTE stu-add-count = stu-add-count + 1
005350         END-IF.
005360         IF (action-V = "DELETE" OR action-V = "MERGE")
005370         AND SNo-BV = stu-check-sno
005380             COMPUTE stu-del-count = stu-del-count + 1
005390         END-IF.
005400*
005410*----------------------------------------------------------------*
005420*  REPORT PARAGRAPHS -- SAME PAGE-FORMATTED SHAPE AS THE         *
005430*  DOCTOR_01 PRINT FILES: TITLE AND COLUMN HEADINGS PER PAGE,    *
005440*  ONE LINE PER EXCEPTION, COUNTS AND A CLEAN/NOT-CLEAN          *
005450*  VERDICT AT THE END. EXCEPTIONS ALSO GO TO THE SCREEN.         *
005460*----------------------------------------------------------------*
005470 PRINT-RECON-HEADINGS.
005480         COMPUTE stu-page-count = stu-page-count + 1.
005490         MOVE stu-run-date TO stu-rt-date.
005500         MOVE stu-page-count TO stu-rt-page.
005510         WRITE RECON-PRINT-LINE FROM stu-recon-title
005520             AFTER ADVANCING PAGE.
005530         WRITE RECON-PRINT-LINE FROM stu-recon-colhead
005540             AFTER ADVANCING 1 LINE.
005550         MOVE 2 TO stu-line-count.
005560*
005570 PRINT-EXCEPTION-LINE.
005580         COMPUTE stu-except-count = stu-except-count + 1.
005590         IF stu-line-count >= stu-lines-per-page
005600             PERFORM PRINT-RECON-HEADINGS
005610         END-IF.
005620         DISPLAY stu-rd-check " " stu-rd-sno " " stu-rd-text.
005630         WRITE RECON-PRINT-LINE FROM stu-recon-detail
005640             AFTER ADVANCING 1 LINE.
005650         COMPUTE stu-line-count = stu-line-count + 1.
005660*
005670 PRINT-RECON-TOTALS.
005680         MOVE "MASTER RECORDS CHECKED:" TO stu-rc-label.
005690         MOVE stu-master-count TO stu-rc-count.
005700         PERFORM PRINT-COUNT-LINE.
005710         MOVE "ARCHIVE RECORDS CHECKED:" TO stu-rc-label.
005720         MOVE stu-arch-count TO stu-rc-count.
005730         PERFORM PRINT-COUNT-LINE.
005740         MOVE "MASTERS WITH NO ADD:" TO stu-rc-label.
005750         MOVE stu-noadd-count TO stu-rc-count.
005760         PERFORM PRINT-COUNT-LINE.
005770         MOVE "ARCHIVES WITH NO DELETE:" TO stu-rc-label.
005780         MOVE stu-nodel-count TO stu-rc-count.
005790         PERFORM PRINT-COUNT-LINE.
005800         MOVE "UN-REINSTATED ON BOTH FILES:" TO stu-rc-label.
005810         MOVE stu-unrein-count TO stu-rc-count.
005820         PERFORM PRINT-COUNT-LINE.
005830         MOVE "TOTAL EXCEPTIONS:" TO stu-rc-label.
005840         MOVE stu-except-count TO stu-rc-count.
005850         PERFORM PRINT-COUNT-LINE.
005860         IF stu-except-count = 0
005870             MOVE "** FILES RECONCILE CLEAN **"
005880                 TO stu-recon-verdict
005890         ELSE
005900             MOVE "** EXCEPTIONS FOUND - DO NOT CERTIFY **"
005910                 TO stu-recon-verdict
005920         END-IF.
005930         DISPLAY stu-recon-verdict.
005940         WRITE RECON-PRINT-LINE FROM stu-recon-verdict
005950             AFTER ADVANCING 2 LINES.
005960*
005970 PRINT-COUNT-LINE.
005980         DISPLAY stu-rc-label " " stu-rc-count.
005990         WRITE RECON-PRINT-LINE FROM stu-recon-count-line
006000             AFTER ADVANCING 1 LINE.
006010         COMPUTE stu-line-count = stu-line-count + 1.
006020*
006030*----------------------------------------------------------------*
006040*  SET-STEP-RESULT -- HANDS THE RUN TOTALS AND A RETURN CODE     *
006050*  BACK TO THE NIGHTLY CONTROLLER. RETURN CODE 0 FILES CLEAN,    *
006060*  4 EXCEPTIONS FOUND, 8 NO RUN.                                 *
006070*  RUN ON ITS OWN, THE RETURN CODE IS THE JOB'S CONDITION CODE.  *
006080*----------------------------------------------------------------*
006090 SET-STEP-RESULT.
006100         COMPUTE stu-step-read
006110             = stu-master-count + stu-arch-count.
006120         MOVE 0 TO stu-step-written.
006130         MOVE 0 TO stu-step-rejected.
006140         MOVE stu-except-count TO stu-step-except.
006150         IF stu-run-stopped
006160             MOVE 8 TO RETURN-CODE
006170         ELSE
006180             IF stu-except-count > 0
006190                 MOVE 4 TO RETURN-CODE
006200             ELSE
006210                 MOVE 0 TO RETURN-CODE
006220             END-IF
006230         END-IF.
