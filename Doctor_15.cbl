000100*================================================================
000110* PROGRAM:  DOCTOR_15
000120* PURPOSE:  RECORDS RETENTION PURGE
000130*           REMOVES FORMER-STUDENT HISTORY OLDER THAN THE
000140*           RETENTION PERIOD GIVEN AT RUN TIME: STUDARCH RECORDS
000150*           WITHDRAWN BEFORE THE CUT-OFF DATE, GRDNARCH CONTACTS
000160*           ARCHIVED BEFORE IT, AND EVERY AUDGEN.YYYYMM AUDIT
000170*           GENERATION ON THE AUDGENL LOG FOR A MONTH BEFORE IT.
000180*           NOTHING IS SIMPLY DISCARDED - EACH PURGED RECORD IS
000190*           COPIED FIRST TO THE DATED PURGE FILE
000200*           STUDPURG.YYYYMMDD. THE ADDS AND DELETES ON THE
000210*           PURGED GENERATIONS ARE CARRIED PER STUDENT NUMBER ON
000220*           PURGHIST SO THE DOCTOR_03 RECONCILIATION STILL SEES
000230*           THEM, AND A PURGE CERTIFICATE WITH COUNTS BY FILE
000240*           AND BY YEAR IS PRINTED ON PURGCERT FOR SIGN-OFF.
000250*================================================================
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. Doctor_15.
000280 AUTHOR. Doctor, Amherstia S.
000290 INSTALLATION. REGISTRAR MIS.
000300 DATE-WRITTEN. 10/15/2026.
000310 DATE-COMPILED.
000320*
000330* MODIFICATION HISTORY
000340*   DATE        BY    DESCRIPTION
000350*   ----------  ----  --------------------------------------------
000360*   2026-10-15  ASD   New program. STUDARCH, GRDNARCH and the
000370*                     audit generations only ever grew, keeping
000380*                     former students' personal data well past
000390*                     the retention schedule; this purges them
000400*                     on a stated period with a signed-off
000410*                     certificate.
000420*   2026-10-15  ASD   The archive record and audit images now
000430*                     carry the date of birth and year level
000440*                     (see Doctor_01); the layouts, ARCHTEMP and
000450*                     the purge image here widened to match.
000460*                     STUDPURG files written before the change
000470*                     keep the old layout.
000480*
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520         SELECT STUDENT-ARCHIVE ASSIGN TO "STUDARCH"
000530             ORGANIZATION IS SEQUENTIAL
000540             ACCESS MODE IS SEQUENTIAL
000550             FILE STATUS IS stu-archive-status.
000560         SELECT ARCHIVE-TEMP ASSIGN TO "ARCHTEMP"
000570             ORGANIZATION IS SEQUENTIAL
000580             ACCESS MODE IS SEQUENTIAL
000590             FILE STATUS IS stu-temp-status.
000600         SELECT GUARDIAN-ARCHIVE ASSIGN TO "GRDNARCH"
000610             ORGANIZATION IS SEQUENTIAL
000620             ACCESS MODE IS SEQUENTIAL
000630             FILE STATUS IS stu-grdarch-status.
000640         SELECT GUARDIAN-TEMP ASSIGN TO "GRDNTEMP"
000650             ORGANIZATION IS SEQUENTIAL
000660             ACCESS MODE IS SEQUENTIAL
000670             FILE STATUS IS stu-temp-status.
000680         SELECT GENERATION-LOG ASSIGN TO "AUDGENL"
000690             ORGANIZATION IS SEQUENTIAL
000700             ACCESS MODE IS SEQUENTIAL
000710             FILE STATUS IS stu-genlog-status.
000720         SELECT AUDIT-GENERATION ASSIGN TO DYNAMIC stu-gen-name
000730             ORGANIZATION IS SEQUENTIAL
000740             ACCESS MODE IS SEQUENTIAL
000750             FILE STATUS IS stu-gen-status.
000760         SELECT PURGE-FILE ASSIGN TO DYNAMIC stu-purge-name
000770             ORGANIZATION IS SEQUENTIAL
000780             ACCESS MODE IS SEQUENTIAL
000790             FILE STATUS IS stu-purge-status.
000800         SELECT PURGE-HISTORY ASSIGN TO "PURGHIST"
000810             ORGANIZATION IS INDEXED
000820             ACCESS MODE IS DYNAMIC
000830             RECORD KEY IS SNo-K
000840             FILE STATUS IS stu-phist-status.
000850         SELECT PURGE-PRINT ASSIGN TO "PURGCERT"
000860             ORGANIZATION IS SEQUENTIAL
000870             ACCESS MODE IS SEQUENTIAL
000880             FILE STATUS IS stu-purgprt-status.
000890*
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  STUDENT-ARCHIVE
000930         LABEL RECORDS ARE STANDARD.
000940 01  STUDENT-ARCHIVE-RECORD.
000950         03  SNo-A            PIC X(10).
000960         03  fullname-A       PIC X(50).
000970         03  course-A         PIC X(50).
000980         03  age-A            PIC 99.
000990         03  contact-no-A.
001000             04  mobile-A     PIC X(11).
001010             04  landline-A   PIC X(8).
001020         03  withdrawn-date-A PIC 9(08).
001030         03  birth-date-A     PIC 9(08).
001040         03  year-level-A     PIC 9(01).
001050*
001060 FD  ARCHIVE-TEMP
001070         LABEL RECORDS ARE STANDARD.
001080 01  ARCHIVE-TEMP-RECORD     PIC X(148).
001090*
001100 FD  GUARDIAN-ARCHIVE
001110         LABEL RECORDS ARE STANDARD.
001120 01  GUARDIAN-ARCHIVE-RECORD.
001130         03  SNo-H            PIC X(10).
001140         03  contact-seq-H    PIC 9(02).
001150         03  contact-name-H   PIC X(50).
001160         03  relationship-H   PIC X(20).
001170         03  contact-no-H.
001180             04  mobile-H     PIC X(11).
001190             04  landline-H   PIC X(8).
001200         03  archived-date-H  PIC 9(08).
001210*
001220 FD  GUARDIAN-TEMP
001230         LABEL RECORDS ARE STANDARD.
001240 01  GUARDIAN-TEMP-RECORD    PIC X(109).
001250*
001260 FD  GENERATION-LOG
001270         LABEL RECORDS ARE STANDARD.
001280 01  GENERATION-LOG-RECORD.
001290         03  gen-month-L      PIC 9(06).
001300*
001310 FD  AUDIT-GENERATION
001320         LABEL RECORDS ARE STANDARD.
001330 01  AUDIT-GENERATION-RECORD PIC X(314).
001340*
001350 FD  PURGE-FILE
001360         LABEL RECORDS ARE STANDARD.
001370 01  PURGE-RECORD.
001380         03  purge-source-P   PIC X(08).
001390         03  purge-year-P     PIC 9(04).
001400         03  purge-date-P     PIC 9(08).
001410         03  purge-image-P    PIC X(314).
001420*
001430 FD  PURGE-HISTORY
001440         LABEL RECORDS ARE STANDARD.
001450 01  PURGE-HISTORY-RECORD.
001460         03  SNo-K            PIC X(10).
001470         03  purged-adds-K    PIC 9(05).
001480         03  purged-dels-K    PIC 9(05).
001490         03  last-purge-K     PIC 9(08).
001500*
001510 FD  PURGE-PRINT
001520         LABEL RECORDS ARE STANDARD.
001530 01  PURGE-PRINT-LINE        PIC X(132).
001540*
001550 WORKING-STORAGE SECTION.
001560*---------------------------------------------------------------
001570* PROGRAM SWITCHES AND CONTROL COUNTERS
001580*---------------------------------------------------------------
001590 77  stu-archive-status      PIC X(02) VALUE "00".
001600         88  stu-archive-ok           VALUE "00".
001610         88  stu-archive-not-found    VALUE "35".
001620 77  stu-grdarch-status      PIC X(02) VALUE "00".
001630         88  stu-grdarch-ok           VALUE "00".
001640         88  stu-grdarch-not-found    VALUE "35".
001650 77  stu-temp-status         PIC X(02) VALUE "00".
001660         88  stu-temp-ok              VALUE "00".
001670 77  stu-genlog-status       PIC X(02) VALUE "00".
001680         88  stu-genlog-ok            VALUE "00".
001690         88  stu-genlog-not-found     VALUE "35".
001700 77  stu-gen-status          PIC X(02) VALUE "00".
001710         88  stu-gen-ok               VALUE "00".
001720 77  stu-purge-status        PIC X(02) VALUE "00".
001730         88  stu-purge-ok             VALUE "00".
001740         88  stu-purge-not-found      VALUE "35".
001750 77  stu-phist-status        PIC X(02) VALUE "00".
001760         88  stu-phist-ok             VALUE "00".
001770         88  stu-phist-not-found      VALUE "35".
001780 77  stu-purgprt-status      PIC X(02) VALUE "00".
001790         88  stu-purgprt-ok           VALUE "00".
001800 77  stu-eof-switch          PIC X(01) VALUE "N".
001810         88  stu-eof                  VALUE "Y".
001820         88  stu-not-eof               VALUE "N".
001830 77  stu-valid-switch        PIC X(01) VALUE "N".
001840         88  stu-valid                 VALUE "Y".
001850         88  stu-not-valid              VALUE "N".
001860 77  stu-found-switch        PIC X(01) VALUE "N".
001870         88  stu-found                 VALUE "Y".
001880         88  stu-not-found              VALUE "N".
001890 77  stu-run-switch          PIC X(01) VALUE "Y".
001900         88  stu-run-ok                VALUE "Y".
001910         88  stu-run-stopped            VALUE "N".
001920 77  stu-confirm             PIC X(01) VALUE SPACE.
001930 77  stu-retain-years        PIC 9(02) VALUE 0.
001940 77  stu-run-date            PIC 9(08) VALUE 0.
001950 77  stu-cutoff-date         PIC 9(08) VALUE 0.
001960 77  stu-cutoff-month        PIC 9(06) VALUE 0.
001970 77  stu-arch-read           PIC 9(07) VALUE 0.
001980 77  stu-arch-due            PIC 9(07) VALUE 0.
001990 77  stu-arch-purged         PIC 9(07) VALUE 0.
002000 77  stu-arch-kept           PIC 9(07) VALUE 0.
002010 77  stu-arch-result         PIC X(40) VALUE SPACES.
002020 77  stu-grd-read            PIC 9(07) VALUE 0.
002030 77  stu-grd-due             PIC 9(07) VALUE 0.
002040 77  stu-grd-purged          PIC 9(07) VALUE 0.
002050 77  stu-grd-kept            PIC 9(07) VALUE 0.
002060 77  stu-grd-result          PIC X(40) VALUE SPACES.
002070 77  stu-aud-read            PIC 9(07) VALUE 0.
002080 77  stu-aud-purged          PIC 9(07) VALUE 0.
002090 77  stu-aud-kept            PIC 9(07) VALUE 0.
002100 77  stu-aud-result          PIC X(40) VALUE SPACES.
002110 77  stu-gen-read            PIC 9(07) VALUE 0.
002120 77  stu-gen-copied          PIC 9(07) VALUE 0.
002130 77  stu-gens-purged         PIC 9(05) VALUE 0.
002140 77  stu-gens-kept           PIC 9(05) VALUE 0.
002150 77  stu-gens-missing        PIC 9(05) VALUE 0.
002160 77  stu-gens-failed         PIC 9(05) VALUE 0.
002170 77  stu-rewrite-count       PIC 9(07) VALUE 0.
002180 77  stu-carry-count         PIC 9(07) VALUE 0.
002190 77  stu-carry-fail-count    PIC 9(05) VALUE 0.
002200 77  stu-carry-fail-before   PIC 9(05) VALUE 0.
002210 77  stu-gen-carried         PIC 9(07) VALUE 0.
002220 77  stu-gen-backed-out      PIC 9(07) VALUE 0.
002230 77  stu-restore-switch      PIC X(01) VALUE "Y".
002240         88  stu-history-restored      VALUE "Y".
002250         88  stu-history-not-restored   VALUE "N".
002260 77  stu-carry-sno           PIC X(10) VALUE SPACES.
002270 77  stu-fail-count          PIC 9(05) VALUE 0.
002280 77  stu-lines-per-page      PIC 9(02) VALUE 55.
002290 77  stu-line-count          PIC 9(02) VALUE 0.
002300 77  stu-page-count          PIC 9(03) VALUE 0.
002310 01  stu-gen-name.
002320         03  FILLER           PIC X(07) VALUE "AUDGEN.".
002330         03  stu-gen-mm       PIC 9(06) VALUE ZEROS.
002340 01  stu-purge-name.
002350         03  FILLER           PIC X(09) VALUE "STUDPURG.".
002360         03  stu-purge-file-date PIC 9(08) VALUE ZEROS.
002370 01  stu-audit-work.
002380         03  action-V         PIC X(06).
002390         03  audit-date-V     PIC 9(08).
002400         03  audit-time-V     PIC 9(08).
002410         03  operator-V       PIC X(10).
002420         03  before-image-V.
002430             04  SNo-BV       PIC X(10).
002440             04  detail-BV    PIC X(131).
002450         03  after-image-V.
002460             04  SNo-AV       PIC X(10).
002470             04  detail-AV    PIC X(131).
002480*---------------------------------------------------------------
002490* AUDGENL HELD IN STORAGE WHILE ITS GENERATIONS ARE PURGED -
002500* 600 MONTHS IS FIFTY YEARS OF MONTH-END ROLL-OFFS
002510*---------------------------------------------------------------
002520 77  stu-gl-max              PIC 9(03) VALUE 600.
002530 77  stu-gl-used             PIC 9(03) VALUE 0.
002540 77  stu-gx                  PIC 9(03) VALUE 0.
002550 01  stu-genlog-table.
002560         03  stu-gl-entry OCCURS 600 TIMES.
002570             04  stu-gl-month PIC 9(06).
002580             04  stu-gl-drop-switch PIC X(01).
002590                 88  stu-gl-dropped       VALUE "Y".
002600                 88  stu-gl-kept           VALUE "N".
002610*---------------------------------------------------------------
002620* PURGED RECORDS BY YEAR, IN YEAR ORDER - ONE COUNT PER FILE:
002630* (1) STUDARCH, (2) GRDNARCH, (3) AUDGEN
002640*---------------------------------------------------------------
002650 77  stu-year-max            PIC 9(03) VALUE 100.
002660 77  stu-year-used           PIC 9(03) VALUE 0.
002670 77  stu-yx                  PIC 9(03) VALUE 0.
002680 77  stu-yz                  PIC 9(03) VALUE 0.
002690 77  stu-fx                  PIC 9(01) VALUE 0.
002700 77  stu-tally-year          PIC 9(04) VALUE 0.
002710 77  stu-tally-file          PIC 9(01) VALUE 0.
002720 77  stu-year-total          PIC 9(07) VALUE 0.
002730 01  stu-year-table.
002740         03  stu-yr-entry OCCURS 100 TIMES.
002750             04  stu-yr-year  PIC 9(04).
002760             04  stu-yr-count PIC 9(07) OCCURS 3 TIMES.
002770*---------------------------------------------------------------
002780* CERTIFICATE PRINT LINES
002790*---------------------------------------------------------------
002800 01  stu-cert-line           PIC X(132) VALUE SPACES.
002810 01  stu-cert-title.
002820         03  FILLER           PIC X(38)
002830             VALUE "RECORDS RETENTION PURGE CERTIFICATE".
002840         03  FILLER           PIC X(10) VALUE "RUN DATE: ".
002850         03  stu-ct-date      PIC 9(08).
002860         03  FILLER           PIC X(07) VALUE "  PAGE ".
002870         03  stu-ct-page      PIC ZZ9.
002880 01  stu-cert-period-line.
002890         03  FILLER           PIC X(26)
002900             VALUE "RETENTION PERIOD (YEARS): ".
002910         03  stu-cp-years     PIC Z9.
002920         03  FILLER           PIC X(25)
002930             VALUE "   PURGED IF DATED BEFORE".
002940         03  FILLER           PIC X(01) VALUE SPACE.
002950         03  stu-cp-cutoff    PIC 9(08).
002960 01  stu-cert-purge-file-line.
002970         03  FILLER           PIC X(26)
002980             VALUE "PURGED RECORDS COPIED TO: ".
002990         03  stu-cq-name      PIC X(17).
003000 01  stu-cert-file-colhead.
003010         03  FILLER           PIC X(10) VALUE "FILE".
003020         03  FILLER           PIC X(09) VALUE "     READ".
003030         03  FILLER           PIC X(09) VALUE "   PURGED".
003040         03  FILLER           PIC X(09) VALUE "     KEPT".
003050         03  FILLER           PIC X(02) VALUE SPACES.
003060         03  FILLER           PIC X(06) VALUE "RESULT".
003070 01  stu-cert-file-detail.
003080         03  stu-cf-file      PIC X(10).
003090         03  FILLER           PIC X(02) VALUE SPACES.
003100         03  stu-cf-read      PIC ZZZZZZ9.
003110         03  FILLER           PIC X(02) VALUE SPACES.
003120         03  stu-cf-purged    PIC ZZZZZZ9.
003130         03  FILLER           PIC X(02) VALUE SPACES.
003140         03  stu-cf-kept      PIC ZZZZZZ9.
003150         03  FILLER           PIC X(02) VALUE SPACES.
003160         03  stu-cf-result    PIC X(40).
003170 01  stu-cert-year-colhead.
003180         03  FILLER           PIC X(09) VALUE "YEAR".
003190         03  FILLER           PIC X(11) VALUE "STUDARCH".
003200         03  FILLER           PIC X(11) VALUE "GRDNARCH".
003210         03  FILLER           PIC X(11) VALUE "AUDGEN".
003220         03  FILLER           PIC X(05) VALUE "TOTAL".
003230 01  stu-cert-year-detail.
003240         03  stu-cy-year      PIC 9(04).
003250         03  FILLER           PIC X(05) VALUE SPACES.
003260         03  stu-cy-arch      PIC ZZZZZZ9.
003270         03  FILLER           PIC X(04) VALUE SPACES.
003280         03  stu-cy-grd       PIC ZZZZZZ9.
003290         03  FILLER           PIC X(04) VALUE SPACES.
003300         03  stu-cy-aud       PIC ZZZZZZ9.
003310         03  FILLER           PIC X(04) VALUE SPACES.
003320         03  stu-cy-total     PIC ZZZZZZ9.
003330 01  stu-cert-count-line.
003340         03  stu-cn-label     PIC X(30).
003350         03  stu-cn-count     PIC ZZZZZZ9.
003360 01  stu-cert-verdict        PIC X(60).
003370 01  stu-cert-statement-1    PIC X(60)
003380         VALUE "THE RECORDS COUNTED ABOVE ARE REMOVED FROM THE".
003390 01  stu-cert-statement-2    PIC X(60)
003400         VALUE "LIVE FILES AND HELD ONLY ON THE PURGE FILE.".
003410 01  stu-cert-signature.
003420         03  stu-cs-role      PIC X(22).
003430         03  FILLER           PIC X(30)
003440             VALUE "____________________________".
003450         03  FILLER           PIC X(18)
003460             VALUE "DATE: ____________".
003470*
003480 PROCEDURE DIVISION.
003490*
003500         ACCEPT stu-run-date FROM DATE YYYYMMDD.
003510         PERFORM ACCEPT-VALID-RETENTION.
003520         COMPUTE stu-cutoff-date
003530             = stu-run-date - (stu-retain-years * 10000).
003540         COMPUTE stu-cutoff-month = stu-cutoff-date / 100.
003550         DISPLAY "PURGE FORMER-STUDENT HISTORY DATED BEFORE "
003560             stu-cutoff-date " (Y/N)? " WITH NO ADVANCING.
003570         ACCEPT stu-confirm.
003580         IF stu-confirm = "Y" OR stu-confirm = "y"
003590             PERFORM OPEN-PURGE-FILES
003600         ELSE
003610             DISPLAY "PURGE CANCELLED - NOTHING TOUCHED"
003620             SET stu-run-stopped TO TRUE
003630         END-IF.
003640         IF stu-run-ok
003650             PERFORM PURGE-STUDENT-ARCHIVE
003660             PERFORM PURGE-GUARDIAN-ARCHIVE
003670             PERFORM PURGE-AUDIT-GENERATIONS
003680             PERFORM PRINT-PURGE-CERTIFICATE
003690             CLOSE PURGE-FILE
003700             CLOSE PURGE-HISTORY
003710             CLOSE PURGE-PRINT
003720         END-IF.
003730         STOP RUN.
003740*
003750*----------------------------------------------------------------*
003760*  ACCEPT-VALID-RETENTION -- RE-PROMPTS UNTIL THE OPERATOR GIVES *
003770*  A RETENTION PERIOD OF 1 TO 99 WHOLE YEARS. THE CUT-OFF DATE   *
003780*  IS TODAY'S DATE THAT MANY YEARS BACK; ANYTHING DATED BEFORE   *
003790*  IT IS DUE FOR PURGE.                                          *
003800*----------------------------------------------------------------*
003810 ACCEPT-VALID-RETENTION.
003820         SET stu-not-valid TO TRUE.
003830         PERFORM GET-RETENTION-YEARS UNTIL stu-valid.
003840*
003850 GET-RETENTION-YEARS.
003860         DISPLAY "RETENTION PERIOD IN YEARS (01-99): "
003870             WITH NO ADVANCING.
003880         ACCEPT stu-retain-years.
003890         IF stu-retain-years NUMERIC
003900         AND stu-retain-years > 0
003910             SET stu-valid TO TRUE
003920         ELSE
003930             DISPLAY "INVALID PERIOD - MUST BE 01 TO 99 YEARS"
003940         END-IF.
003950*
003960*----------------------------------------------------------------*
003970*  OPEN-PURGE-FILES -- THE DATED PURGE FILE IS OPENED EXTEND AND *
003980*  CREATED ON FIRST USE, SO A SECOND RUN ON THE SAME DAY ADDS TO *
003990*  IT AND NEVER OVERWRITES RECORDS ALREADY SAVED THERE. PURGHIST *
004000*  IS CREATED ON FIRST USE THE SAME WAY. ANY FAILURE STOPS THE   *
004010*  RUN BEFORE A RECORD IS TOUCHED.                               *
004020*----------------------------------------------------------------*
004030 OPEN-PURGE-FILES.
004040         MOVE stu-run-date TO stu-purge-file-date.
004050         OPEN EXTEND PURGE-FILE.
004060         IF stu-purge-not-found
004070             OPEN OUTPUT PURGE-FILE
004080             CLOSE PURGE-FILE
004090             OPEN EXTEND PURGE-FILE
004100         END-IF.
004110         IF NOT stu-purge-ok
004120             DISPLAY "WARNING - CANNOT OPEN " stu-purge-name
004130                 " - NO RUN"
004140             SET stu-run-stopped TO TRUE
004150         ELSE
004160             OPEN I-O PURGE-HISTORY
004170             IF stu-phist-not-found
004180                 OPEN OUTPUT PURGE-HISTORY
004190                 CLOSE PURGE-HISTORY
004200                 OPEN I-O PURGE-HISTORY
004210             END-IF
004220             IF NOT stu-phist-ok
004230                 DISPLAY "WARNING - CANNOT OPEN PURGHIST - NO RUN"
004240                 CLOSE PURGE-FILE
004250                 SET stu-run-stopped TO TRUE
004260             ELSE
004270                 OPEN OUTPUT PURGE-PRINT
004280                 IF NOT stu-purgprt-ok
004290                     DISPLAY "WARNING - CANNOT OPEN PURGCERT - "
004300                         "NO RUN"
004310                     CLOSE PURGE-FILE
004320                     CLOSE PURGE-HISTORY
004330                     SET stu-run-stopped TO TRUE
004340                 END-IF
004350             END-IF
004360         END-IF.
004370*
004380*----------------------------------------------------------------*
004390*  PURGE-STUDENT-ARCHIVE -- ONE PASS OVER STUDARCH. A RECORD     *
004400*  WITHDRAWN BEFORE THE CUT-OFF IS COPIED TO THE PURGE FILE;     *
004410*  EVERY OTHER RECORD IS COPIED TO ARCHTEMP. STUDARCH IS         *
004420*  REWRITTEN FROM ARCHTEMP ONLY WHEN EVERY DUE RECORD REACHED    *
004430*  THE PURGE FILE AND EVERY KEPT ONE REACHED THE TEMP FILE -     *
004440*  OTHERWISE IT IS LEFT ALONE AND NOTHING IS COUNTED AS PURGED.  *
004450*  A MISSING ARCHIVE JUST MEANS NO WITHDRAWALS YET.              *
004460*----------------------------------------------------------------*
004470 PURGE-STUDENT-ARCHIVE.
004480         OPEN INPUT STUDENT-ARCHIVE.
004490         IF NOT stu-archive-ok
004500             MOVE "NO ARCHIVE ON FILE" TO stu-arch-result
004510         ELSE
004520             OPEN OUTPUT ARCHIVE-TEMP
004530             IF NOT stu-temp-ok
004540                 DISPLAY "WARNING - CANNOT OPEN ARCHTEMP"
004550                 CLOSE STUDENT-ARCHIVE
004560                 MOVE "NOT PURGED - ARCHTEMP WOULD NOT OPEN"
004570                     TO stu-arch-result
004580                 COMPUTE stu-fail-count = stu-fail-count + 1
004590             ELSE
004600                 SET stu-not-eof TO TRUE
004610                 PERFORM READ-NEXT-ARCHIVE-RECORD
004620                 PERFORM SPLIT-ONE-ARCHIVE UNTIL stu-eof
004630                 CLOSE STUDENT-ARCHIVE
004640                 CLOSE ARCHIVE-TEMP
004650                 PERFORM FINISH-STUDENT-ARCHIVE
004660             END-IF
004670         END-IF.
004680*
004690 READ-NEXT-ARCHIVE-RECORD.
004700         READ STUDENT-ARCHIVE NEXT RECORD
004710             AT END
004720                 SET stu-eof TO TRUE
004730         END-READ.
004740*
004750 SPLIT-ONE-ARCHIVE.
004760         COMPUTE stu-arch-read = stu-arch-read + 1.
004770         IF withdrawn-date-A < stu-cutoff-date
004780             COMPUTE stu-arch-due = stu-arch-due + 1
004790             MOVE "STUDARCH" TO purge-source-P
004800             COMPUTE purge-year-P = withdrawn-date-A / 10000
004810             MOVE stu-run-date TO purge-date-P
004820             MOVE STUDENT-ARCHIVE-RECORD TO purge-image-P
004830             WRITE PURGE-RECORD
004840             IF stu-purge-ok
004850                 COMPUTE stu-arch-purged = stu-arch-purged + 1
004860                 MOVE purge-year-P TO stu-tally-year
004870                 MOVE 1 TO stu-tally-file
004880                 PERFORM ADD-YEAR-COUNT
004890             ELSE
004900                 DISPLAY "WARNING - PURGE FILE WRITE FAILED FOR "
004910                     SNo-A
004920             END-IF
004930         ELSE
004940             MOVE STUDENT-ARCHIVE-RECORD TO ARCHIVE-TEMP-RECORD
004950             WRITE ARCHIVE-TEMP-RECORD
004960             IF stu-temp-ok
004970                 COMPUTE stu-arch-kept = stu-arch-kept + 1
004980             ELSE
004990                 DISPLAY "WARNING - ARCHTEMP WRITE FAILED FOR "
005000                     SNo-A
005010             END-IF
005020         END-IF.
005030         PERFORM READ-NEXT-ARCHIVE-RECORD.
005040*
005050 FINISH-STUDENT-ARCHIVE.
005060         IF stu-arch-due = 0
005070             MOVE "NOTHING DUE FOR PURGE" TO stu-arch-result
005080         ELSE
005090             IF stu-arch-purged = stu-arch-due
005100             AND stu-arch-kept = stu-arch-read - stu-arch-due
005110                 PERFORM REWRITE-STUDENT-ARCHIVE
005120             ELSE
005130                 DISPLAY "WARNING - STUDARCH NOT FULLY SAVED - "
005140                     "LEFT ALONE"
005150                 MOVE "NOT PURGED - SPLIT FAILED, LEFT ALONE"
005160                     TO stu-arch-result
005170                 MOVE 1 TO stu-fx
005180                 PERFORM CLEAR-YEAR-COLUMN
005190                 MOVE 0 TO stu-arch-purged
005200                 MOVE stu-arch-read TO stu-arch-kept
005210                 COMPUTE stu-fail-count = stu-fail-count + 1
005220             END-IF
005230         END-IF.
005240*
005250*----------------------------------------------------------------*
005260*  REWRITE-STUDENT-ARCHIVE -- COPIES ARCHTEMP (THE RECORDS KEPT) *
005270*  BACK OVER STUDARCH. A SHORT COPY IS REPORTED; ARCHTEMP STILL  *
005280*  HOLDS THE FULL SET TO RECOVER FROM.                           *
005290*----------------------------------------------------------------*
005300 REWRITE-STUDENT-ARCHIVE.
005310         MOVE 0 TO stu-rewrite-count.
005320         OPEN INPUT ARCHIVE-TEMP.
005330         OPEN OUTPUT STUDENT-ARCHIVE.
005340         SET stu-not-eof TO TRUE.
005350         PERFORM READ-NEXT-ARCHTEMP-RECORD.
005360         PERFORM COPY-ONE-ARCHTEMP-RECORD UNTIL stu-eof.
005370         CLOSE STUDENT-ARCHIVE.
005380         CLOSE ARCHIVE-TEMP.
005390         IF stu-rewrite-count = stu-arch-kept
005400             MOVE "PURGED" TO stu-arch-result
005410         ELSE
005420             DISPLAY "WARNING - REWRITE COPIED "
005430                 stu-rewrite-count " OF " stu-arch-kept
005440                 " RECORDS - CHECK ARCHTEMP"
005450             MOVE "PURGED - REWRITE SHORT, CHECK ARCHTEMP"
005460                 TO stu-arch-result
005470             COMPUTE stu-fail-count = stu-fail-count + 1
005480         END-IF.
005490*
005500 READ-NEXT-ARCHTEMP-RECORD.
005510         READ ARCHIVE-TEMP NEXT RECORD
005520             AT END
005530                 SET stu-eof TO TRUE
005540         END-READ.
005550*
005560 COPY-ONE-ARCHTEMP-RECORD.
005570         MOVE ARCHIVE-TEMP-RECORD TO STUDENT-ARCHIVE-RECORD.
005580         WRITE STUDENT-ARCHIVE-RECORD.
005590         IF stu-archive-ok
005600             COMPUTE stu-rewrite-count = stu-rewrite-count + 1
005610         END-IF.
005620         PERFORM READ-NEXT-ARCHTEMP-RECORD.
005630*
005640*----------------------------------------------------------------*
005650*  PURGE-GUARDIAN-ARCHIVE -- THE SAME SPLIT AND REWRITE OVER     *
005660*  GRDNARCH THROUGH GRDNTEMP. A CONTACT IS DUE WHEN IT WAS       *
005670*  ARCHIVED BEFORE THE CUT-OFF, WHICH TAKES THE CONTACTS OF      *
005680*  EVERY PURGED STUDENT (THEY ARE ARCHIVED ON THE WITHDRAWAL     *
005690*  DATE) WHILE LEAVING THOSE OF A LATER WITHDRAWAL IN PLACE FOR  *
005700*  REINSTATE-STUDENT.                                            *
005710*----------------------------------------------------------------*
005720 PURGE-GUARDIAN-ARCHIVE.
005730         OPEN INPUT GUARDIAN-ARCHIVE.
005740         IF NOT stu-grdarch-ok
005750             MOVE "NO GUARDIAN ARCHIVE ON FILE" TO stu-grd-result
005760         ELSE
005770             OPEN OUTPUT GUARDIAN-TEMP
005780             IF NOT stu-temp-ok
005790                 DISPLAY "WARNING - CANNOT OPEN GRDNTEMP"
005800                 CLOSE GUARDIAN-ARCHIVE
005810                 MOVE "NOT PURGED - GRDNTEMP WOULD NOT OPEN"
005820                     TO stu-grd-result
005830                 COMPUTE stu-fail-count = stu-fail-count + 1
005840             ELSE
005850                 SET stu-not-eof TO TRUE
005860                 PERFORM READ-NEXT-GRDARCH-RECORD
005870                 PERFORM SPLIT-ONE-GRDARCH UNTIL stu-eof
005880                 CLOSE GUARDIAN-ARCHIVE
005890                 CLOSE GUARDIAN-TEMP
005900                 PERFORM FINISH-GUARDIAN-ARCHIVE
005910             END-IF
005920         END-IF.
005930*
005940 READ-NEXT-GRDARCH-RECORD.
005950         READ GUARDIAN-ARCHIVE NEXT RECORD
005960             AT END
005970                 SET stu-eof TO TRUE
005980         END-READ.
005990*
006000 SPLIT-ONE-GRDARCH.
006010         COMPUTE stu-grd-read = stu-grd-read + 1.
006020         IF archived-date-H < stu-cutoff-date
006030             COMPUTE stu-grd-due = stu-grd-due + 1
006040             MOVE "GRDNARCH" TO purge-source-P
006050             COMPUTE purge-year-P = archived-date-H / 10000
006060             MOVE stu-run-date TO purge-date-P
006070             MOVE GUARDIAN-ARCHIVE-RECORD TO purge-image-P
006080             WRITE PURGE-RECORD
006090             IF stu-purge-ok
006100                 COMPUTE stu-grd-purged = stu-grd-purged + 1
006110                 MOVE purge-year-P TO stu-tally-year
006120                 MOVE 2 TO stu-tally-file
006130                 PERFORM ADD-YEAR-COUNT
006140             ELSE
006150                 DISPLAY "WARNING - PURGE FILE WRITE FAILED FOR "
006160                     SNo-H " CONTACT " contact-seq-H
006170             END-IF
006180         ELSE
006190             MOVE GUARDIAN-ARCHIVE-RECORD TO GUARDIAN-TEMP-RECORD
006200             WRITE GUARDIAN-TEMP-RECORD
006210             IF stu-temp-ok
006220                 COMPUTE stu-grd-kept = stu-grd-kept + 1
006230             ELSE
006240                 DISPLAY "WARNING - GRDNTEMP WRITE FAILED FOR "
006250                     SNo-H " CONTACT " contact-seq-H
006260             END-IF
006270         END-IF.
006280         PERFORM READ-NEXT-GRDARCH-RECORD.
006290*
006300 FINISH-GUARDIAN-ARCHIVE.
006310         IF stu-grd-due = 0
006320             MOVE "NOTHING DUE FOR PURGE" TO stu-grd-result
006330         ELSE
006340             IF stu-grd-purged = stu-grd-due
006350             AND stu-grd-kept = stu-grd-read - stu-grd-due
006360                 PERFORM REWRITE-GUARDIAN-ARCHIVE
006370             ELSE
006380                 DISPLAY "WARNING - GRDNARCH NOT FULLY SAVED - "
006390                     "LEFT ALONE"
006400                 MOVE "NOT PURGED - SPLIT FAILED, LEFT ALONE"
006410                     TO stu-grd-result
006420                 MOVE 2 TO stu-fx
006430                 PERFORM CLEAR-YEAR-COLUMN
006440                 MOVE 0 TO stu-grd-purged
006450                 MOVE stu-grd-read TO stu-grd-kept
006460                 COMPUTE stu-fail-count = stu-fail-count + 1
006470             END-IF
006480         END-IF.
006490*
006500 REWRITE-GUARDIAN-ARCHIVE.
006510         MOVE 0 TO stu-rewrite-count.
006520         OPEN INPUT GUARDIAN-TEMP.
006530         OPEN OUTPUT GUARDIAN-ARCHIVE.
006540         SET stu-not-eof TO TRUE.
006550         PERFORM READ-NEXT-GRDTEMP-RECORD.
006560         PERFORM COPY-ONE-GRDTEMP-RECORD UNTIL stu-eof.
006570         CLOSE GUARDIAN-ARCHIVE.
006580         CLOSE GUARDIAN-TEMP.
006590         IF stu-rewrite-count = stu-grd-kept
006600             MOVE "PURGED" TO stu-grd-result
006610         ELSE
006620             DISPLAY "WARNING - REWRITE COPIED "
006630                 stu-rewrite-count " OF " stu-grd-kept
006640                 " RECORDS - CHECK GRDNTEMP"
006650             MOVE "PURGED - REWRITE SHORT, CHECK GRDNTEMP"
006660                 TO stu-grd-result
006670             COMPUTE stu-fail-count = stu-fail-count + 1
006680         END-IF.
006690*
006700 READ-NEXT-GRDTEMP-RECORD.
006710         READ GUARDIAN-TEMP NEXT RECORD
006720             AT END
006730                 SET stu-eof TO TRUE
006740         END-READ.
006750*
006760 COPY-ONE-GRDTEMP-RECORD.
006770         MOVE GUARDIAN-TEMP-RECORD TO GUARDIAN-ARCHIVE-RECORD.
006780         WRITE GUARDIAN-ARCHIVE-RECORD.
006790         IF stu-grdarch-ok
006800             COMPUTE stu-rewrite-count = stu-rewrite-count + 1
006810         END-IF.
006820         PERFORM READ-NEXT-GRDTEMP-RECORD.
006830*
006840*----------------------------------------------------------------*
006850*  PURGE-AUDIT-GENERATIONS -- AUDGENL IS READ INTO STORAGE AND   *
006860*  EVERY GENERATION FOR A MONTH BEFORE THE CUT-OFF MONTH IS      *
006870*  PURGED IN TURN; AUDGENL IS THEN REWRITTEN WITHOUT THE MONTHS  *
006880*  PURGED, SO THE RECONCILIATION AND THE DOCTOR_01 INQUIRIES     *
006890*  STOP LOOKING FOR THEM. A LOG TOO LONG TO HOLD IS LEFT ALONE.  *
006900*  THE LIVE STUDAUDT IS NOT TOUCHED - A MONTH REACHES THE PURGE  *
006910*  ONLY ONCE THE DOCTOR_06 ROLL-OFF HAS MOVED IT TO A            *
006920*  GENERATION.                                                   *
006930*----------------------------------------------------------------*
006940 PURGE-AUDIT-GENERATIONS.
006950         OPEN INPUT GENERATION-LOG.
006960         IF NOT stu-genlog-ok
006970             MOVE "NO GENERATIONS ON AUDGENL" TO stu-aud-result
006980         ELSE
006990             MOVE 0 TO stu-gl-used
007000             SET stu-valid TO TRUE
007010             SET stu-not-eof TO TRUE
007020             PERFORM READ-NEXT-GENLOG-RECORD
007030             PERFORM LOAD-ONE-GENLOG-ENTRY UNTIL stu-eof
007040             CLOSE GENERATION-LOG
007050             IF stu-not-valid
007060                 DISPLAY "WARNING - MORE THAN " stu-gl-max
007070                     " MONTHS ON AUDGENL - GENERATIONS LEFT ALONE"
007080                 MOVE "NOT PURGED - AUDGENL TOO LONG"
007090                     TO stu-aud-result
007100                 COMPUTE stu-fail-count = stu-fail-count + 1
007110             ELSE
007120                 PERFORM PURGE-ONE-GENERATION
007130                     VARYING stu-gx FROM 1 BY 1
007140                     UNTIL stu-gx > stu-gl-used
007150                 PERFORM FINISH-AUDIT-GENERATIONS
007160             END-IF
007170         END-IF.
007180*
007190 READ-NEXT-GENLOG-RECORD.
007200         READ GENERATION-LOG NEXT RECORD
007210             AT END
007220                 SET stu-eof TO TRUE
007230         END-READ.
007240*
007250 LOAD-ONE-GENLOG-ENTRY.
007260         IF stu-gl-used < stu-gl-max
007270             COMPUTE stu-gl-used = stu-gl-used + 1
007280             MOVE gen-month-L TO stu-gl-month(stu-gl-used)
007290             SET stu-gl-kept(stu-gl-used) TO TRUE
007300         ELSE
007310             SET stu-not-valid TO TRUE
007320         END-IF.
007330         PERFORM READ-NEXT-GENLOG-RECORD.
007340*
007350*----------------------------------------------------------------*
007360*  PURGE-ONE-GENERATION -- A GENERATION DUE FOR PURGE IS READ    *
007370*  TWICE. THE FIRST PASS COPIES EVERY RECORD TO THE PURGE FILE.  *
007380*  ONLY WHEN ALL OF THEM GOT THERE DOES THE SECOND PASS CARRY    *
007390*  ITS ADDS AND DELETES ONTO PURGHIST, AFTER WHICH THE           *
007400*  GENERATION IS EMPTIED AND DROPPED FROM AUDGENL. THE CARRY IS  *
007410*  ALL OR NOTHING: IF A PURGHIST UPDATE FAILS, WHAT WAS ALREADY  *
007420*  CARRIED FROM THE GENERATION IS BACKED OUT AGAIN, WITH ITS     *
007430*  YEAR COUNTS, AND THE GENERATION IS KEPT ON AUDGENL, SO THE    *
007440*  RECONCILIATION DOES NOT COUNT ITS RECORDS TWICE AND A LATER   *
007450*  PURGE CARRIES THEM ONCE. A GENERATION NAMED ON THE LOG BUT NO *
007460*  LONGER ON DISK IS SIMPLY DROPPED.                             *
007470*----------------------------------------------------------------*
007480 PURGE-ONE-GENERATION.
007490         IF stu-gl-month(stu-gx) < stu-cutoff-month
007500             MOVE stu-gl-month(stu-gx) TO stu-gen-mm
007510             MOVE 0 TO stu-gen-read
007520             MOVE 0 TO stu-gen-copied
007530             OPEN INPUT AUDIT-GENERATION
007540             IF NOT stu-gen-ok
007550                 DISPLAY "NOTE - " stu-gen-name
007560                     " NOT ON DISK - DROPPED FROM AUDGENL"
007570                 SET stu-gl-dropped(stu-gx) TO TRUE
007580                 COMPUTE stu-gens-missing = stu-gens-missing + 1
007590             ELSE
007600                 SET stu-not-eof TO TRUE
007610                 PERFORM READ-NEXT-GEN-RECORD
007620                 PERFORM COPY-ONE-GEN-RECORD UNTIL stu-eof
007630                 CLOSE AUDIT-GENERATION
007640                 COMPUTE stu-aud-read
007650                     = stu-aud-read + stu-gen-read
007660                 IF stu-gen-copied = stu-gen-read
007670                     MOVE stu-carry-fail-count
007680                         TO stu-carry-fail-before
007690                     PERFORM CARRY-GENERATION-HISTORY
007700                     IF stu-carry-fail-count
007710                         > stu-carry-fail-before
007720                         PERFORM BACK-OUT-GENERATION-HISTORY
007730                         IF stu-history-restored
007740                             DISPLAY "WARNING - PURGHIST UPDATE "
007750                                 "FAILED FOR " stu-gen-name
007760                                 " - PURGHIST RESTORED, "
007770                                 "LEFT ALONE"
007780                         ELSE
007790                             DISPLAY "WARNING - PURGHIST UPDATE "
007800                                 "FAILED FOR " stu-gen-name
007810                                 " - PURGHIST NOT RESTORED, LEFT "
007820                                 "ALONE"
007830                         END-IF
007840                         COMPUTE stu-gens-failed
007850                             = stu-gens-failed + 1
007860                         COMPUTE stu-aud-kept
007870                             = stu-aud-kept + stu-gen-read
007880                     ELSE
007890                         OPEN OUTPUT AUDIT-GENERATION
007900                         CLOSE AUDIT-GENERATION
007910                         SET stu-gl-dropped(stu-gx) TO TRUE
007920                         COMPUTE stu-gens-purged
007930                             = stu-gens-purged + 1
007940                         COMPUTE stu-aud-purged
007950                             = stu-aud-purged
007960                             + stu-gen-read
007970                     END-IF
007980                 ELSE
007990                     DISPLAY "WARNING - ONLY " stu-gen-copied
008000                         " OF " stu-gen-read " RECORD(S) OF "
008010                         stu-gen-name " SAVED - LEFT ALONE"
008020                     COMPUTE stu-gens-failed = stu-gens-failed + 1
008030                     COMPUTE stu-aud-kept
008040                         = stu-aud-kept + stu-gen-read
008050                 END-IF
008060             END-IF
008070         ELSE
008080             COMPUTE stu-gens-kept = stu-gens-kept + 1
008090         END-IF.
008100*
008110 READ-NEXT-GEN-RECORD.
008120         READ AUDIT-GENERATION NEXT RECORD
008130             AT END
008140                 SET stu-eof TO TRUE
008150         END-READ.
008160*
008170 COPY-ONE-GEN-RECORD.
008180         COMPUTE stu-gen-read = stu-gen-read + 1.
008190         MOVE AUDIT-GENERATION-RECORD TO stu-audit-work.
008200         MOVE "AUDGEN" TO purge-source-P.
008210         COMPUTE purge-year-P = audit-date-V / 10000.
008220         MOVE stu-run-date TO purge-date-P.
008230         MOVE AUDIT-GENERATION-RECORD TO purge-image-P.
008240         WRITE PURGE-RECORD.
008250         IF stu-purge-ok
008260             COMPUTE stu-gen-copied = stu-gen-copied + 1
008270         ELSE
008280             DISPLAY "WARNING - PURGE FILE WRITE FAILED FOR "
008290                 stu-gen-name
008300         END-IF.
008310         PERFORM READ-NEXT-GEN-RECORD.
008320*
008330 CARRY-GENERATION-HISTORY.
008340         MOVE 0 TO stu-gen-carried.
008350         OPEN INPUT AUDIT-GENERATION.
008360         SET stu-not-eof TO TRUE.
008370         PERFORM READ-NEXT-GEN-RECORD.
008380         PERFORM CARRY-ONE-GEN-RECORD UNTIL stu-eof.
008390         CLOSE AUDIT-GENERATION.
008400*
008410*----------------------------------------------------------------*
008420*  CARRY-ONE-GEN-RECORD -- CARRIES THE RECORD ONTO PURGHIST BY   *
008430*  THE SAME RULE THE RECONCILIATION COUNTS BY: AN ADD FOR THE    *
008440*  NUMBER IN THE AFTER IMAGE, A DELETE OR MERGE AS THE DELETE    *
008450*  FOR THE NUMBER IN THE BEFORE IMAGE, AND THEN TALLIES IT UNDER *
008460*  ITS YEAR. THE FIRST FAILED UPDATE STOPS THE CARRY, SO THE     *
008470*  RECORDS CARRIED ARE ALWAYS THE FIRST stu-gen-carried ON THE   *
008480*  GENERATION AND THE BACK-OUT KNOWS EXACTLY WHAT TO UNDO.       *
008490*----------------------------------------------------------------*
008500 CARRY-ONE-GEN-RECORD.
008510         MOVE AUDIT-GENERATION-RECORD TO stu-audit-work.
008520         IF action-V = "ADD"
008530             MOVE SNo-AV TO stu-carry-sno
008540             PERFORM READ-PURGE-HISTORY
008550             COMPUTE purged-adds-K = purged-adds-K + 1
008560             PERFORM SAVE-PURGE-HISTORY
008570         END-IF.
008580         IF action-V = "DELETE" OR action-V = "MERGE"
008590             MOVE SNo-BV TO stu-carry-sno
008600             PERFORM READ-PURGE-HISTORY
008610             COMPUTE purged-dels-K = purged-dels-K + 1
008620             PERFORM SAVE-PURGE-HISTORY
008630         END-IF.
008640         IF stu-carry-fail-count > stu-carry-fail-before
008650             SET stu-eof TO TRUE
008660         ELSE
008670             COMPUTE stu-tally-year = audit-date-V / 10000
008680             MOVE 3 TO stu-tally-file
008690             PERFORM ADD-YEAR-COUNT
008700             COMPUTE stu-gen-carried = stu-gen-carried + 1
008710             PERFORM READ-NEXT-GEN-RECORD
008720         END-IF.
008730*
008740 READ-PURGE-HISTORY.
008750         SET stu-found TO TRUE.
008760         MOVE stu-carry-sno TO SNo-K.
008770         READ PURGE-HISTORY
008780             INVALID KEY
008790                 SET stu-not-found TO TRUE
008800         END-READ.
008810         IF stu-not-found
008820             MOVE stu-carry-sno TO SNo-K
008830             MOVE 0 TO purged-adds-K
008840             MOVE 0 TO purged-dels-K
008850         END-IF.
008860*
008870 SAVE-PURGE-HISTORY.
008880         MOVE stu-run-date TO last-purge-K.
008890         IF stu-found
008900             REWRITE PURGE-HISTORY-RECORD
008910         ELSE
008920             WRITE PURGE-HISTORY-RECORD
008930         END-IF.
008940         IF stu-phist-ok
008950             COMPUTE stu-carry-count = stu-carry-count + 1
008960         ELSE
008970             DISPLAY "WARNING - PURGHIST UPDATE FAILED FOR "
008980                 stu-carry-sno
008990             COMPUTE stu-carry-fail-count
009000                 = stu-carry-fail-count + 1
009010         END-IF.
009020*
009030*----------------------------------------------------------------*
009040*  BACK-OUT-GENERATION-HISTORY -- READS THE SAME GENERATION      *
009050*  AGAIN AND, FOR EACH OF THE FIRST stu-gen-carried RECORDS,     *
009060*  TAKES ITS ADD OR DELETE BACK OFF PURGHIST AND ITS COUNT BACK  *
009070*  OUT OF THE YEAR TALLY. A PURGHIST RECORD LEFT AT NO ADDS AND  *
009080*  NO DELETES WAS MADE BY THE CARRY AND IS DELETED. ANY BACK-OUT *
009090*  THAT CANNOT BE MADE LEAVES stu-history-not-restored SET.      *
009100*----------------------------------------------------------------*
009110 BACK-OUT-GENERATION-HISTORY.
009120         SET stu-history-restored TO TRUE.
009130         MOVE 0 TO stu-gen-backed-out.
009140         OPEN INPUT AUDIT-GENERATION.
009150         IF NOT stu-gen-ok
009160             SET stu-history-not-restored TO TRUE
009170         ELSE
009180             SET stu-not-eof TO TRUE
009190             PERFORM READ-NEXT-GEN-RECORD
009200             PERFORM BACK-OUT-ONE-GEN-RECORD
009210                 UNTIL stu-eof
009220                 OR stu-gen-backed-out >= stu-gen-carried
009230             CLOSE AUDIT-GENERATION
009240             IF stu-gen-backed-out < stu-gen-carried
009250                 SET stu-history-not-restored TO TRUE
009260             END-IF
009270         END-IF.
009280*
009290 BACK-OUT-ONE-GEN-RECORD.
009300         COMPUTE stu-gen-backed-out = stu-gen-backed-out + 1.
009310         MOVE AUDIT-GENERATION-RECORD TO stu-audit-work.
009320         IF action-V = "ADD"
009330             MOVE SNo-AV TO stu-carry-sno
009340             PERFORM READ-PURGE-HISTORY
009350             IF stu-found AND purged-adds-K > 0
009360                 COMPUTE purged-adds-K = purged-adds-K - 1
009370                 PERFORM UNDO-PURGE-HISTORY
009380             ELSE
009390                 SET stu-history-not-restored TO TRUE
009400             END-IF
009410         END-IF.
009420         IF action-V = "DELETE" OR action-V = "MERGE"
009430             MOVE SNo-BV TO stu-carry-sno
009440             PERFORM READ-PURGE-HISTORY
009450             IF stu-found AND purged-dels-K > 0
009460                 COMPUTE purged-dels-K = purged-dels-K - 1
009470                 PERFORM UNDO-PURGE-HISTORY
009480             ELSE
009490                 SET stu-history-not-restored TO TRUE
009500             END-IF
009510         END-IF.
009520         COMPUTE stu-tally-year = audit-date-V / 10000.
009530         MOVE 3 TO stu-tally-file.
009540         PERFORM TAKE-YEAR-COUNT.
009550         PERFORM READ-NEXT-GEN-RECORD.
009560*
009570 UNDO-PURGE-HISTORY.
009580         IF purged-adds-K = 0 AND purged-dels-K = 0
009590             DELETE PURGE-HISTORY RECORD
009600                 INVALID KEY
009610                     CONTINUE
009620             END-DELETE
009630         ELSE
009640             REWRITE PURGE-HISTORY-RECORD
009650                 INVALID KEY
009660                     CONTINUE
009670             END-REWRITE
009680         END-IF.
009690         IF stu-phist-ok
009700             COMPUTE stu-carry-count = stu-carry-count - 1
009710         ELSE
009720             DISPLAY "WARNING - PURGHIST BACK-OUT FAILED FOR "
009730                 stu-carry-sno
009740             SET stu-history-not-restored TO TRUE
009750         END-IF.
009760*
009770*----------------------------------------------------------------*
009780*  FINISH-AUDIT-GENERATIONS -- REWRITES AUDGENL WITH ONLY THE    *
009790*  MONTHS STILL HELD, IN THE ORDER THEY WERE LOGGED.             *
009800*----------------------------------------------------------------*
009810 FINISH-AUDIT-GENERATIONS.
009820         IF stu-gens-purged + stu-gens-missing > 0
009830             OPEN OUTPUT GENERATION-LOG
009840             PERFORM REWRITE-ONE-GENLOG-ENTRY
009850                 VARYING stu-gx FROM 1 BY 1
009860                 UNTIL stu-gx > stu-gl-used
009870             CLOSE GENERATION-LOG
009880         END-IF.
009890         IF stu-gens-failed > 0
009900             MOVE "PARTLY PURGED - SEE WARNINGS"
009910                 TO stu-aud-result
009920             COMPUTE stu-fail-count = stu-fail-count + 1
009930         ELSE
009940             IF stu-gens-purged + stu-gens-missing = 0
009950                 MOVE "NOTHING DUE FOR PURGE" TO stu-aud-result
009960             ELSE
009970                 MOVE "PURGED" TO stu-aud-result
009980             END-IF
009990         END-IF.
010000         IF stu-carry-fail-count > 0
010010             MOVE "PARTLY PURGED - PURGHIST UPDATE FAILED"
010020                 TO stu-aud-result
010030             COMPUTE stu-fail-count = stu-fail-count + 1
010040         END-IF.
010050*
010060 REWRITE-ONE-GENLOG-ENTRY.
010070         IF stu-gl-kept(stu-gx)
010080             MOVE stu-gl-month(stu-gx) TO gen-month-L
010090             WRITE GENERATION-LOG-RECORD
010100         END-IF.
010110*
010120*----------------------------------------------------------------*
010130*  ADD-YEAR-COUNT -- ADDS ONE TO THE COUNT FOR stu-tally-file IN *
010140*  THE YEAR stu-tally-year, OPENING A NEW YEAR ROW IN YEAR ORDER *
010150*  WHEN IT IS NOT YET IN THE TABLE. A YEAR BEYOND THE TABLE IS   *
010160*  COUNTED UNDER THE LAST ROW.                                   *
010170*----------------------------------------------------------------*
010180 ADD-YEAR-COUNT.
010190         MOVE 1 TO stu-yx.
010200         PERFORM FIND-YEAR-ROW
010210             UNTIL stu-yx > stu-year-used
010220             OR stu-yr-year(stu-yx) >= stu-tally-year.
010230         IF stu-yx > stu-year-used
010240         OR stu-yr-year(stu-yx) NOT = stu-tally-year
010250             IF stu-year-used < stu-year-max
010260                 PERFORM SHIFT-YEAR-ROW
010270                     VARYING stu-yz FROM stu-year-used BY -1
010280                     UNTIL stu-yz < stu-yx
010290                 COMPUTE stu-year-used = stu-year-used + 1
010300                 MOVE stu-tally-year TO stu-yr-year(stu-yx)
010310                 MOVE 0 TO stu-yr-count(stu-yx, 1)
010320                 MOVE 0 TO stu-yr-count(stu-yx, 2)
010330                 MOVE 0 TO stu-yr-count(stu-yx, 3)
010340             ELSE
010350                 MOVE stu-year-used TO stu-yx
010360             END-IF
010370         END-IF.
010380         COMPUTE stu-yr-count(stu-yx, stu-tally-file)
010390             = stu-yr-count(stu-yx, stu-tally-file) + 1.
010400*
010410*----------------------------------------------------------------*
010420*  TAKE-YEAR-COUNT -- UNDOES ONE ADD-YEAR-COUNT, FINDING THE ROW *
010430*  THE SAME WAY. A ROW LEFT WITH NOTHING IN IT IS TAKEN OUT OF   *
010440*  THE TABLE AGAIN SO THE CERTIFICATE DOES NOT LIST THE YEAR.    *
010450*----------------------------------------------------------------*
010460 TAKE-YEAR-COUNT.
010470         MOVE 1 TO stu-yx.
010480         PERFORM FIND-YEAR-ROW
010490             UNTIL stu-yx > stu-year-used
010500             OR stu-yr-year(stu-yx) >= stu-tally-year.
010510         IF stu-yx > stu-year-used
010520         OR stu-yr-year(stu-yx) NOT = stu-tally-year
010530             MOVE stu-year-used TO stu-yx
010540         END-IF.
010550         IF stu-yx > 0
010560             IF stu-yr-count(stu-yx, stu-tally-file) > 0
010570                 COMPUTE stu-yr-count(stu-yx, stu-tally-file)
010580                     = stu-yr-count(stu-yx, stu-tally-file) - 1
010590             END-IF
010600             IF stu-yr-count(stu-yx, 1) = 0
010610             AND stu-yr-count(stu-yx, 2) = 0
010620             AND stu-yr-count(stu-yx, 3) = 0
010630                 PERFORM UNSHIFT-YEAR-ROW
010640                     VARYING stu-yz FROM stu-yx BY 1
010650                     UNTIL stu-yz >= stu-year-used
010660                 COMPUTE stu-year-used = stu-year-used - 1
010670             END-IF
010680         END-IF.
010690*
010700 FIND-YEAR-ROW.
010710         COMPUTE stu-yx = stu-yx + 1.
010720*
010730 SHIFT-YEAR-ROW.
010740         MOVE stu-yr-entry(stu-yz) TO stu-yr-entry(stu-yz + 1).
010750*
010760 UNSHIFT-YEAR-ROW.
010770         MOVE stu-yr-entry(stu-yz + 1) TO stu-yr-entry(stu-yz).
010780*
010790 CLEAR-YEAR-COLUMN.
010800         PERFORM CLEAR-ONE-YEAR-COUNT
010810             VARYING stu-yx FROM 1 BY 1
010820             UNTIL stu-yx > stu-year-used.
010830*
010840 CLEAR-ONE-YEAR-COUNT.
010850         MOVE 0 TO stu-yr-count(stu-yx, stu-fx).
010860*
010870*----------------------------------------------------------------*
010880*  PRINT-PURGE-CERTIFICATE -- TITLE, RETENTION PERIOD AND PURGE  *
010890*  FILE NAME, THEN COUNTS BY FILE, COUNTS BY YEAR, THE           *
010900*  GENERATION COUNTS, A VERDICT AND THE SIGN-OFF BLOCK. EVERY    *
010910*  LINE ALSO GOES TO THE SCREEN.                                 *
010920*----------------------------------------------------------------*
010930 PRINT-PURGE-CERTIFICATE.
010940         DISPLAY " ".
010950         PERFORM PRINT-CERT-HEADINGS.
010960         MOVE stu-cert-file-colhead TO stu-cert-line.
010970         PERFORM PRINT-CERT-LINE.
010980         MOVE "STUDARCH" TO stu-cf-file.
010990         MOVE stu-arch-read TO stu-cf-read.
011000         MOVE stu-arch-purged TO stu-cf-purged.
011010         MOVE stu-arch-kept TO stu-cf-kept.
011020         MOVE stu-arch-result TO stu-cf-result.
011030         MOVE stu-cert-file-detail TO stu-cert-line.
011040         PERFORM PRINT-CERT-LINE.
011050         MOVE "GRDNARCH" TO stu-cf-file.
011060         MOVE stu-grd-read TO stu-cf-read.
011070         MOVE stu-grd-purged TO stu-cf-purged.
011080         MOVE stu-grd-kept TO stu-cf-kept.
011090         MOVE stu-grd-result TO stu-cf-result.
011100         MOVE stu-cert-file-detail TO stu-cert-line.
011110         PERFORM PRINT-CERT-LINE.
011120         MOVE "AUDGEN" TO stu-cf-file.
011130         MOVE stu-aud-read TO stu-cf-read.
011140         MOVE stu-aud-purged TO stu-cf-purged.
011150         MOVE stu-aud-kept TO stu-cf-kept.
011160         MOVE stu-aud-result TO stu-cf-result.
011170         MOVE stu-cert-file-detail TO stu-cert-line.
011180         PERFORM PRINT-CERT-LINE.
011190         PERFORM PRINT-BLANK-LINE.
011200         MOVE stu-cert-year-colhead TO stu-cert-line.
011210         PERFORM PRINT-CERT-LINE.
011220         PERFORM PRINT-ONE-YEAR-ROW
011230             VARYING stu-yx FROM 1 BY 1
011240             UNTIL stu-yx > stu-year-used.
011250         IF stu-year-used = 0
011260             MOVE "(NO RECORDS PURGED)" TO stu-cert-line
011270             PERFORM PRINT-CERT-LINE
011280         END-IF.
011290         PERFORM PRINT-BLANK-LINE.
011300         MOVE "GENERATIONS PURGED:" TO stu-cn-label.
011310         MOVE stu-gens-purged TO stu-cn-count.
011320         PERFORM PRINT-COUNT-LINE.
011330         MOVE "GENERATIONS MISSING, DROPPED:" TO stu-cn-label.
011340         MOVE stu-gens-missing TO stu-cn-count.
011350         PERFORM PRINT-COUNT-LINE.
011360         MOVE "GENERATIONS DUE, LEFT ALONE:" TO stu-cn-label.
011370         MOVE stu-gens-failed TO stu-cn-count.
011380         PERFORM PRINT-COUNT-LINE.
011390         MOVE "GENERATIONS KEPT (IN PERIOD):" TO stu-cn-label.
011400         MOVE stu-gens-kept TO stu-cn-count.
011410         PERFORM PRINT-COUNT-LINE.
011420         MOVE "PURGHIST UPDATES:" TO stu-cn-label.
011430         MOVE stu-carry-count TO stu-cn-count.
011440         PERFORM PRINT-COUNT-LINE.
011450         IF stu-fail-count = 0
011460             MOVE "** PURGE COMPLETE **" TO stu-cert-verdict
011470         ELSE
011480             MOVE "** PURGE INCOMPLETE - DO NOT SIGN **"
011490                 TO stu-cert-verdict
011500         END-IF.
011510         PERFORM PRINT-BLANK-LINE.
011520         MOVE stu-cert-verdict TO stu-cert-line.
011530         PERFORM PRINT-CERT-LINE.
011540         PERFORM PRINT-BLANK-LINE.
011550         MOVE stu-cert-statement-1 TO stu-cert-line.
011560         PERFORM PRINT-CERT-LINE.
011570         MOVE stu-cert-statement-2 TO stu-cert-line.
011580         PERFORM PRINT-CERT-LINE.
011590         PERFORM PRINT-BLANK-LINE.
011600         MOVE "PURGE RUN BY:" TO stu-cs-role.
011610         PERFORM PRINT-SIGNATURE-LINE.
011620         MOVE "REGISTRAR:" TO stu-cs-role.
011630         PERFORM PRINT-SIGNATURE-LINE.
011640         MOVE "DATA PRIVACY OFFICER:" TO stu-cs-role.
011650         PERFORM PRINT-SIGNATURE-LINE.
011660*
011670 PRINT-CERT-HEADINGS.
011680         COMPUTE stu-page-count = stu-page-count + 1.
011690         MOVE stu-run-date TO stu-ct-date.
011700         MOVE stu-page-count TO stu-ct-page.
011710         DISPLAY stu-cert-title.
011720         WRITE PURGE-PRINT-LINE FROM stu-cert-title
011730             AFTER ADVANCING PAGE.
011740         MOVE stu-retain-years TO stu-cp-years.
011750         MOVE stu-cutoff-date TO stu-cp-cutoff.
011760         DISPLAY stu-cert-period-line.
011770         WRITE PURGE-PRINT-LINE FROM stu-cert-period-line
011780             AFTER ADVANCING 2 LINES.
011790         MOVE stu-purge-name TO stu-cq-name.
011800         DISPLAY stu-cert-purge-file-line.
011810         WRITE PURGE-PRINT-LINE FROM stu-cert-purge-file-line
011820             AFTER ADVANCING 1 LINE.
011830         MOVE SPACES TO PURGE-PRINT-LINE.
011840         WRITE PURGE-PRINT-LINE
011850             AFTER ADVANCING 1 LINE.
011860         MOVE 5 TO stu-line-count.
011870*
011880 PRINT-ONE-YEAR-ROW.
011890         MOVE stu-yr-year(stu-yx) TO stu-cy-year.
011900         MOVE stu-yr-count(stu-yx, 1) TO stu-cy-arch.
011910         MOVE stu-yr-count(stu-yx, 2) TO stu-cy-grd.
011920         MOVE stu-yr-count(stu-yx, 3) TO stu-cy-aud.
011930         COMPUTE stu-year-total = stu-yr-count(stu-yx, 1)
011940             + stu-yr-count(stu-yx, 2) + stu-yr-count(stu-yx, 3).
011950         MOVE stu-year-total TO stu-cy-total.
011960         MOVE stu-cert-year-detail TO stu-cert-line.
011970         PERFORM PRINT-CERT-LINE.
011980*
011990 PRINT-COUNT-LINE.
012000         MOVE stu-cert-count-line TO stu-cert-line.
012010         PERFORM PRINT-CERT-LINE.
012020*
012030 PRINT-SIGNATURE-LINE.
012040         PERFORM PRINT-BLANK-LINE.
012050         MOVE stu-cert-signature TO stu-cert-line.
012060         PERFORM PRINT-CERT-LINE.
012070*
012080 PRINT-BLANK-LINE.
012090         MOVE SPACES TO stu-cert-line.
012100         PERFORM PRINT-CERT-LINE.
012110*
012120 PRINT-CERT-LINE.
012130         IF stu-line-count >= stu-lines-per-page
012140             PERFORM PRINT-CERT-HEADINGS
012150         END-IF.
012160         DISPLAY stu-cert-line(1:80).
012170         WRITE PURGE-PRINT-LINE FROM stu-cert-line
012180             AFTER ADVANCING 1 LINE.
012190         COMPUTE stu-line-count = stu-line-count + 1.
