000140*           TO A DATED GENERATION FILE (AUDGEN.YYYYMM), LEAVING
000150*           THE LIVE STUDAUDT HOLDING ONLY THE REMAINING
000160*           PERIODS, AND PRINTS THE MONTH'S ACTIVITY SUMMARY -
000170*           ADDS, EDITS, GRADES AND DELETES PER OPERATOR PER
000180*           DAY,
000190*           INCLUDING THE STUDLOAD AND STUDTRAN BATCH
000200*           OPERATORS - ON SCREEN AND ON THE ACTVRPT PRINT
000210*           FILE. THE DOCTOR_01 AUDIT INQUIRY CAN REACH BACK
000220*           INTO A NAMED GENERATION.
000230*================================================================
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. Doctor_06.
000260 AUTHOR. Doctor, Amherstia S.
000270 INSTALLATION. REGISTRAR MIS.
000280 DATE-WRITTEN. 09/03/2026.
000290 DATE-COMPILED.
000300*
000310* MODIFICATION HISTORY
000320*   DATE        BY    DESCRIPTION
000330*   ----------  ----  --------------------------------------------
000340*   2026-09-03  ASD   New program. STUDAUDT was opened EXTEND
000350*                     forever and every inquiry scanned the
000360*                     whole file; closed months now roll off to
000370*                     generations, and the month-end activity
000380*                     summary the department head asks for is
000390*                     printed in the same run. GRAD, LEAVE and
000400*                     RETURN actions count under EDITS.
000410*   2026-09-03  ASD   The run is now refused up front when the
000420*                     month's generation file already exists
000430*                     (re-running a rolled month used to
000440*                     truncate the only copy of that history)
000450*                     or when the live file holds no records
000460*                     for the month, so no empty generation is
000470*                     ever left behind.
000480*   2026-09-03  ASD   The live file is rewritten only when
000490*                     every in-month record reached the
000500*                     generation (a partial roll warns and
000510*                     leaves STUDAUDT alone, so nothing is
000520*                     lost), and each completed roll is logged
000530*                     to AUDGENL so the Doctor_03
000540*                     reconciliation can walk the generations.
000550*   2026-10-15  ASD   MERGE actions (a duplicate student number
000560*                     retired on Doctor_01) count under DELETES.
000570*   2026-10-15  ASD   The audit images now carry the date of
000580*                     birth and year level (see Doctor_01); the
000590*                     layouts here widened to match.
000600*   2026-10-15  ASD   GRDADD and GRDCHG grade entries and
000610*                     corrections count in their own GRADES
000620*                     column instead of under EDITS.
000630*
000640 ENVIRONMENT DIVISION.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670         SELECT STUDENT-AUDIT ASSIGN TO "STUDAUDT"
000680             ORGANIZATION IS SEQUENTIAL
000690             ACCESS MODE IS SEQUENTIAL
000700             FILE STATUS IS stu-audit-status.
000710         SELECT AUDIT-GENERATION ASSIGN TO DYNAMIC stu-gen-name
000720             ORGANIZATION IS SEQUENTIAL
000730             ACCESS MODE IS SEQUENTIAL
000740             FILE STATUS IS stu-gen-status.
000750         SELECT AUDIT-TEMP ASSIGN TO "AUDTTEMP"
000760             ORGANIZATION IS SEQUENTIAL
000770             ACCESS MODE IS SEQUENTIAL
000780             FILE STATUS IS stu-temp-status.
000790         SELECT ACTIVITY-PRINT ASSIGN TO "ACTVRPT"
000800             ORGANIZATION IS SEQUENTIAL
000810             ACCESS MODE IS SEQUENTIAL
000820             FILE STATUS IS stu-actprt-status.
000830         SELECT GENERATION-LOG ASSIGN TO "AUDGENL"
000840             ORGANIZATION IS SEQUENTIAL
000850             ACCESS MODE IS SEQUENTIAL
000860             FILE STATUS IS stu-genlog-status.
000870         SELECT SORT-WORK ASSIGN TO "SORTWRK".
000880*
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  STUDENT-AUDIT
000920         LABEL RECORDS ARE STANDARD.
000930 01  STUDENT-AUDIT-RECORD.
000940         03  action-T         PIC X(06).
000950         03  audit-date-T     PIC 9(08).
000960         03  audit-time-T     PIC 9(08).
000970         03  operator-T       PIC X(10).
000980         03  before-image-T.
000990             04  SNo-BT       PIC X(10).
001000             04  detail-BT    PIC X(131).
001010         03  after-image-T.
001020             04  SNo-AT       PIC X(10).
001030             04  detail-AT    PIC X(131).
001040*
001050 FD  AUDIT-GENERATION
001060         LABEL RECORDS ARE STANDARD.
001070 01  AUDIT-GENERATION-RECORD PIC X(314).
001080*
001090 FD  AUDIT-TEMP
001100         LABEL RECORDS ARE STANDARD.
001110 01  AUDIT-TEMP-RECORD       PIC X(314).
001120*
001130 FD  ACTIVITY-PRINT
001140         LABEL RECORDS ARE STANDARD.
001150 01  ACTIVITY-PRINT-LINE     PIC X(132).
001160*
001170 FD  GENERATION-LOG
001180         LABEL RECORDS ARE STANDARD.
001190 01  GENERATION-LOG-RECORD.
001200         03  gen-month-L      PIC 9(06).
001210*
001220 SD  SORT-WORK.
001230 01  SORT-RECORD.
001240         03  operator-S       PIC X(10).
001250         03  adate-S          PIC 9(08).
001260         03  action-S         PIC X(06).
001270*
001280 WORKING-STORAGE SECTION.
001290*---------------------------------------------------------------
001300* PROGRAM SWITCHES AND CONTROL COUNTERS
001310*---------------------------------------------------------------
001320 77  stu-audit-status        PIC X(02) VALUE "00".
001330         88  stu-audit-ok             VALUE "00".
001340         88  stu-audit-not-found      VALUE "35".
001350 77  stu-gen-status          PIC X(02) VALUE "00".
001360         88  stu-gen-ok               VALUE "00".
001370 77  stu-temp-status         PIC X(02) VALUE "00".
001380         88  stu-temp-ok              VALUE "00".
001390 77  stu-actprt-status       PIC X(02) VALUE "00".
001400         88  stu-actprt-ok            VALUE "00".
001410 77  stu-genlog-status       PIC X(02) VALUE "00".
001420         88  stu-genlog-ok            VALUE "00".
001430         88  stu-genlog-not-found     VALUE "35".
001440 77  stu-eof-switch          PIC X(01) VALUE "N".
001450         88  stu-eof                  VALUE "Y".
001460         88  stu-not-eof               VALUE "N".
001470 77  stu-valid-switch        PIC X(01) VALUE "N".
001480         88  stu-valid                 VALUE "Y".
001490         88  stu-not-valid              VALUE "N".
001500 77  stu-run-switch          PIC X(01) VALUE "Y".
001510         88  stu-run-ok                VALUE "Y".
001520         88  stu-run-stopped            VALUE "N".
001530 77  stu-rolloff-month       PIC 9(06) VALUE 0.
001540 77  stu-current-month       PIC 9(06) VALUE 0.
001550 77  stu-record-month        PIC 9(06) VALUE 0.
001560 77  stu-run-date            PIC 9(08) VALUE 0.
001570 77  stu-rolled-count        PIC 9(05) VALUE 0.
001580 77  stu-kept-count          PIC 9(05) VALUE 0.
001590 77  stu-month-count         PIC 9(05) VALUE 0.
001600 77  stu-rewrite-count       PIC 9(05) VALUE 0.
001610 77  stu-last-operator       PIC X(10) VALUE SPACES.
001620 77  stu-last-date           PIC 9(08) VALUE 0.
001630 77  stu-day-adds            PIC 9(05) VALUE 0.
001640 77  stu-day-edits           PIC 9(05) VALUE 0.
001650 77  stu-day-deletes         PIC 9(05) VALUE 0.
001660 77  stu-day-grades          PIC 9(05) VALUE 0.
001670 77  stu-tot-adds            PIC 9(05) VALUE 0.
001680 77  stu-tot-edits           PIC 9(05) VALUE 0.
001690 77  stu-tot-deletes         PIC 9(05) VALUE 0.
001700 77  stu-tot-grades          PIC 9(05) VALUE 0.
001710 77  stu-group-open-switch   PIC X(01) VALUE "N".
001720         88  stu-group-open            VALUE "Y".
001730         88  stu-group-closed           VALUE "N".
001740 77  stu-lines-per-page      PIC 9(02) VALUE 55.
001750 77  stu-line-count          PIC 9(02) VALUE 0.
001760 77  stu-page-count          PIC 9(03) VALUE 0.
001770 01  stu-gen-name.
001780         03  FILLER           PIC X(07) VALUE "AUDGEN.".
001790         03  stu-gen-mm       PIC 9(06) VALUE ZEROS.
001800*---------------------------------------------------------------
001810* REPORT PRINT LINES
001820*---------------------------------------------------------------
001830 01  stu-actv-title.
001840         03  FILLER           PIC X(27)
001850             VALUE "OPERATOR ACTIVITY SUMMARY".
001860         03  FILLER           PIC X(10) VALUE "RUN DATE: ".
001870         03  stu-at-date      PIC 9(08).
001880         03  FILLER           PIC X(07) VALUE "  PAGE ".
001890         03  stu-at-page      PIC ZZ9.
001900 01  stu-actv-month-line.
001910         03  FILLER           PIC X(07) VALUE "MONTH: ".
001920         03  stu-am-month     PIC 9(06).
001930 01  stu-actv-colhead         PIC X(60)
001940     VALUE "OPERATOR / DATE / ADDS / EDITS / DELETES / GRADES".
001950 01  stu-actv-detail.
001960         03  stu-ad-operator  PIC X(10).
001970         03  FILLER           PIC X(01) VALUE SPACE.
001980         03  stu-ad-date      PIC 9(08).
001990         03  FILLER           PIC X(01) VALUE SPACE.
002000         03  stu-ad-adds      PIC ZZZZ9.
002010         03  FILLER           PIC X(01) VALUE SPACE.
002020         03  stu-ad-edits     PIC ZZZZ9.
002030         03  FILLER           PIC X(01) VALUE SPACE.
002040         03  stu-ad-deletes   PIC ZZZZ9.
002050         03  FILLER           PIC X(01) VALUE SPACE.
002060         03  stu-ad-grades    PIC ZZZZ9.
002070 01  stu-actv-total.
002080         03  FILLER           PIC X(14) VALUE "MONTH TOTALS: ".
002090         03  stu-ag-adds      PIC ZZZZ9.
002100         03  FILLER           PIC X(07) VALUE " ADDS, ".
002110         03  stu-ag-edits     PIC ZZZZ9.
002120         03  FILLER           PIC X(08) VALUE " EDITS, ".
002130         03  stu-ag-deletes   PIC ZZZZ9.
002140         03  FILLER           PIC X(10) VALUE " DELETES, ".
002150         03  stu-ag-grades    PIC ZZZZ9.
002160         03  FILLER           PIC X(07) VALUE " GRADES".
002170*
002180 PROCEDURE DIVISION.
002190*
002200         ACCEPT stu-run-date FROM DATE YYYYMMDD.
002210         COMPUTE stu-current-month = stu-run-date / 100.
002220         PERFORM ACCEPT-VALID-ROLLOFF-MONTH.
002230         PERFORM OPEN-ROLLOFF-FILES.
002240         IF stu-run-ok
002250             PERFORM PRINT-ACTIVITY-HEADINGS
002260             SORT SORT-WORK
002270                 ON ASCENDING KEY operator-S adate-S
002280                 INPUT PROCEDURE IS SPLIT-AUDIT-INPUT
002290                 OUTPUT PROCEDURE IS TALLY-ACTIVITY-OUTPUT
002300             PERFORM PRINT-ACTIVITY-TOTALS
002310             CLOSE ACTIVITY-PRINT
002320             IF stu-rolled-count NOT = stu-month-count
002330                 DISPLAY "WARNING - ONLY " stu-rolled-count
002340                     " OF " stu-month-count " RECORD(S) REACHED "
002350                     stu-gen-name " - LIVE FILE LEFT ALONE"
002360             ELSE
002370                 PERFORM REWRITE-LIVE-AUDIT
002380                 PERFORM LOG-ROLLED-GENERATION
002390             END-IF
002400             DISPLAY stu-rolled-count " RECORD(S) ROLLED TO "
002410                 stu-gen-name
002420             DISPLAY stu-kept-count " RECORD(S) KEPT ON STUDAUDT"
002430         END-IF.
002440         STOP RUN.
002450*
002460*----------------------------------------------------------------*
002470*  ACCEPT-VALID-ROLLOFF-MONTH -- RE-PROMPTS UNTIL THE OPERATOR   *
002480*  NAMES A CLOSED MONTH (YYYYMM BEFORE THE CURRENT ONE). THE     *
002490*  CURRENT PERIOD NEVER ROLLS OFF.                               *
002500*----------------------------------------------------------------*
002510 ACCEPT-VALID-ROLLOFF-MONTH.
002520         SET stu-not-valid TO TRUE.
002530         PERFORM GET-ROLLOFF-MONTH UNTIL stu-valid.
002540*
002550 GET-ROLLOFF-MONTH.
002560         DISPLAY "MONTH TO ROLL OFF (YYYYMM): "
002570             WITH NO ADVANCING.
002580         ACCEPT stu-rolloff-month.
002590         IF stu-rolloff-month NUMERIC
002600         AND stu-rolloff-month > 190000
002610         AND stu-rolloff-month < stu-current-month
002620             SET stu-valid TO TRUE
002630         ELSE
002640             DISPLAY "INVALID MONTH - MUST BE YYYYMM BEFORE "
002650                 "THE CURRENT MONTH"
002660         END-IF.
002670*
002680*----------------------------------------------------------------*
002690*  OPEN-ROLLOFF-FILES -- OPENS THE LIVE AUDIT FOR INPUT AND,     *
002700*  BEFORE ANYTHING IS CREATED, PROVES THE RUN IS WORTH DOING:    *
002710*  A GENERATION ALREADY ON DISK FOR THE MONTH REFUSES THE RUN    *
002720*  (RE-RUNNING A ROLLED MONTH WOULD TRUNCATE THE ONLY COPY OF    *
002730*  THAT HISTORY), AND A MONTH WITH NO RECORDS ON THE LIVE FILE   *
002740*  REFUSES TOO, SO NO EMPTY GENERATION IS LEFT BEHIND. ONLY      *
002750*  THEN ARE THE GENERATION, TEMP AND PRINT FILES OPENED FOR      *
002760*  OUTPUT. A MISSING AUDIT FILE STOPS THE RUN.                   *
002770*----------------------------------------------------------------*
002780 OPEN-ROLLOFF-FILES.
002790         OPEN INPUT STUDENT-AUDIT.
002800         IF NOT stu-audit-ok
002810             DISPLAY "AUDIT FILE STUDAUDT NOT FOUND - NO RUN"
002820             SET stu-run-stopped TO TRUE
002830         ELSE
002840             MOVE stu-rolloff-month TO stu-gen-mm
002850             OPEN INPUT AUDIT-GENERATION
002860             IF stu-gen-ok
002870                 CLOSE AUDIT-GENERATION
002880                 DISPLAY "GENERATION " stu-gen-name
002890                     " ALREADY ON FILE - NO RUN"
002900                 CLOSE STUDENT-AUDIT
002910                 SET stu-run-stopped TO TRUE
002920             ELSE
002930                 PERFORM COUNT-ROLLOFF-MONTH
002940                 IF stu-month-count = 0
002950                     DISPLAY "NO AUDIT RECORDS IN "
002960                         stu-rolloff-month " - NO RUN"
002970                     CLOSE STUDENT-AUDIT
002980                     SET stu-run-stopped TO TRUE
002990                 END-IF
003000             END-IF
003010         END-IF.
003020         IF stu-run-ok
003030             OPEN OUTPUT AUDIT-GENERATION
003040             IF NOT stu-gen-ok
003050                 DISPLAY "WARNING - CANNOT OPEN " stu-gen-name
003060                     " - NO RUN"
003070                 CLOSE STUDENT-AUDIT
003080                 SET stu-run-stopped TO TRUE
003090             ELSE
003100                 OPEN OUTPUT AUDIT-TEMP
003110                 IF NOT stu-temp-ok
003120                     DISPLAY "WARNING - CANNOT OPEN AUDTTEMP - "
003130                         "NO RUN"
003140                     CLOSE STUDENT-AUDIT
003150                     CLOSE AUDIT-GENERATION
003160                     SET stu-run-stopped TO TRUE
003170                 ELSE
003180                     OPEN OUTPUT ACTIVITY-PRINT
003190                     IF NOT stu-actprt-ok
003200                         DISPLAY "WARNING - CANNOT OPEN ACTVRPT "
003210                             "- NO RUN"
003220                         CLOSE STUDENT-AUDIT
003230                         CLOSE AUDIT-GENERATION
003240                         CLOSE AUDIT-TEMP
003250                         SET stu-run-stopped TO TRUE
003260                     END-IF
003270                 END-IF
003280             END-IF
003290         END-IF.
003300*
003310*----------------------------------------------------------------*
003320*  COUNT-ROLLOFF-MONTH -- ONE PASS OVER THE LIVE AUDIT COUNTING  *
003330*  THE RECORDS IN THE ROLL-OFF MONTH, THEN REWINDS THE FILE FOR  *
003340*  THE REAL SPLIT PASS.                                          *
003350*----------------------------------------------------------------*
003360 COUNT-ROLLOFF-MONTH.
003370         MOVE 0 TO stu-month-count.
003380         SET stu-not-eof TO TRUE.
003390         PERFORM READ-NEXT-AUDIT-RECORD.
003400         PERFORM COUNT-ONE-MONTH-RECORD UNTIL stu-eof.
003410         CLOSE STUDENT-AUDIT.
003420         OPEN INPUT STUDENT-AUDIT.
003430*
003440 COUNT-ONE-MONTH-RECORD.
003450         COMPUTE stu-record-month = audit-date-T / 100.
003460         IF stu-record-month = stu-rolloff-month
003470             COMPUTE stu-month-count = stu-month-count + 1
003480         END-IF.
003490         PERFORM READ-NEXT-AUDIT-RECORD.
003500*
003510*----------------------------------------------------------------*
003520*  SPLIT-AUDIT-INPUT -- SORT INPUT PROCEDURE: ONE PASS OVER THE  *
003530*  LIVE AUDIT. A RECORD IN THE ROLL-OFF MONTH GOES TO THE        *
003540*  GENERATION FILE AND IS RELEASED TO THE SORT FOR THE           *
003550*  ACTIVITY SUMMARY; ANY OTHER MONTH IS COPIED TO THE TEMP       *
003560*  FILE, WHICH LATER BECOMES THE NEW LIVE FILE.                  *
003570*----------------------------------------------------------------*
003580 SPLIT-AUDIT-INPUT.
003590         SET stu-not-eof TO TRUE.
003600         PERFORM READ-NEXT-AUDIT-RECORD.
003610         PERFORM SPLIT-ONE-AUDIT-RECORD UNTIL stu-eof.
003620         CLOSE STUDENT-AUDIT.
003630         CLOSE AUDIT-GENERATION.
003640         CLOSE AUDIT-TEMP.
003650*
003660 READ-NEXT-AUDIT-RECORD.
003670         READ STUDENT-AUDIT NEXT RECORD
003680             AT END
003690                 SET stu-eof TO TRUE
003700         END-READ.
003710*
003720 SPLIT-ONE-AUDIT-RECORD.
003730         COMPUTE stu-record-month = audit-date-T / 100.
003740         IF stu-record-month = stu-rolloff-month
003750             MOVE STUDENT-AUDIT-RECORD TO AUDIT-GENERATION-RECORD
003760             WRITE AUDIT-GENERATION-RECORD
003770             IF stu-gen-ok
003780                 COMPUTE stu-rolled-count = stu-rolled-count + 1
003790             ELSE
003800                 DISPLAY "WARNING - GENERATION WRITE FAILED"
003810             END-IF
003820             MOVE operator-T TO operator-S
003830             MOVE audit-date-T TO adate-S
003840             MOVE action-T TO action-S
003850             RELEASE SORT-RECORD
003860         ELSE
003870             MOVE STUDENT-AUDIT-RECORD TO AUDIT-TEMP-RECORD
003880             WRITE AUDIT-TEMP-RECORD
003890             IF stu-temp-ok
003900                 COMPUTE stu-kept-count = stu-kept-count + 1
003910             ELSE
003920                 DISPLAY "WARNING - TEMP WRITE FAILED"
003930             END-IF
003940         END-IF.
003950         PERFORM READ-NEXT-AUDIT-RECORD.
003960*
003970*----------------------------------------------------------------*
003980*  REWRITE-LIVE-AUDIT -- COPIES THE TEMP FILE (THE RECORDS NOT   *
003990*  ROLLED OFF) BACK OVER THE LIVE STUDAUDT. ONLY RUNS ONCE THE   *
004000*  GENERATION AND TEMP FILES ARE BOTH SAFELY ON DISK.            *
004010*----------------------------------------------------------------*
004020 REWRITE-LIVE-AUDIT.
004030         MOVE 0 TO stu-rewrite-count.
004040         OPEN INPUT AUDIT-TEMP.
004050         OPEN OUTPUT STUDENT-AUDIT.
004060         SET stu-not-eof TO TRUE.
004070         PERFORM READ-NEXT-TEMP-RECORD.
004080         PERFORM COPY-ONE-TEMP-RECORD UNTIL stu-eof.
004090         CLOSE STUDENT-AUDIT.
004100         CLOSE AUDIT-TEMP.
004110         IF stu-rewrite-count NOT = stu-kept-count
004120             DISPLAY "WARNING - REWRITE COPIED "
004130                 stu-rewrite-count " OF " stu-kept-count
004140                 " RECORDS - CHECK AUDTTEMP"
004150         END-IF.
004160*
004170 READ-NEXT-TEMP-RECORD.
004180         READ AUDIT-TEMP NEXT RECORD
004190             AT END
004200                 SET stu-eof TO TRUE
004210         END-READ.
004220*
004230 COPY-ONE-TEMP-RECORD.
004240         MOVE AUDIT-TEMP-RECORD TO STUDENT-AUDIT-RECORD.
004250         WRITE STUDENT-AUDIT-RECORD.
004260         IF stu-audit-ok
004270             COMPUTE stu-rewrite-count = stu-rewrite-count + 1
004280         END-IF.
004290         PERFORM READ-NEXT-TEMP-RECORD.
004300*
004310*----------------------------------------------------------------*
004320*  LOG-ROLLED-GENERATION -- APPENDS THE ROLLED MONTH TO THE      *
004330*  AUDGENL GENERATION LOG (CREATED ON FIRST USE), SO THE JOBS    *
004340*  THAT MUST SEE THE WHOLE AUDIT HISTORY - THE DOCTOR_03         *
004350*  RECONCILIATION IN PARTICULAR - KNOW WHICH AUDGEN.YYYYMM       *
004360*  FILES EXIST WITHOUT GUESSING AT NAMES.                        *
004370*----------------------------------------------------------------*
004380 LOG-ROLLED-GENERATION.
004390         OPEN EXTEND GENERATION-LOG.
004400         IF stu-genlog-not-found
004410             OPEN OUTPUT GENERATION-LOG
004420             CLOSE GENERATION-LOG
004430             OPEN EXTEND GENERATION-LOG
004440         END-IF.
004450         IF stu-genlog-ok
004460             MOVE stu-rolloff-month TO gen-month-L
004470             WRITE GENERATION-LOG-RECORD
004480             CLOSE GENERATION-LOG
004490         ELSE
004500             DISPLAY "WARNING - CANNOT WRITE AUDGENL"
004510         END-IF.
004520*
004530*----------------------------------------------------------------*
004540*  TALLY-ACTIVITY-OUTPUT -- SORT OUTPUT PROCEDURE: THE MONTH'S   *
004550*  ACTIONS COME BACK ORDERED BY OPERATOR AND DATE; EACH BREAK    *
004560*  PRINTS ONE LINE OF ADDS, EDITS, DELETES AND GRADES. GRAD,
004570*  LEAVE AND RETURN COUNT AS EDITS; A MERGE RETIRES A NUMBER AND
004580*  COUNTS AS A DELETE; GRDADD AND GRDCHG ARE GRADE ENTRIES AND
004590*  CORRECTIONS AND COUNT UNDER GRADES.
004600*----------------------------------------------------------------*
004610 TALLY-ACTIVITY-OUTPUT.
004620         SET stu-not-eof TO TRUE.
004630         SET stu-group-closed TO TRUE.
004640         PERFORM RETURN-NEXT-SORTED-ACTION.
004650         PERFORM TALLY-ONE-ACTION UNTIL stu-eof.
004660         IF stu-group-open
004670             PERFORM PRINT-ACTIVITY-LINE
004680         END-IF.
004690*
004700 RETURN-NEXT-SORTED-ACTION.
004710         RETURN SORT-WORK RECORD
004720             AT END
004730                 SET stu-eof TO TRUE
004740         END-RETURN.
004750*
004760 TALLY-ONE-ACTION.
004770         IF stu-group-open
004780         AND (operator-S NOT = stu-last-operator
004790           OR adate-S NOT = stu-last-date)
004800             PERFORM PRINT-ACTIVITY-LINE
004810         END-IF.
004820         IF stu-group-closed
004830             MOVE operator-S TO stu-last-operator
004840             MOVE adate-S TO stu-last-date
004850             MOVE 0 TO stu-day-adds
004860             MOVE 0 TO stu-day-edits
004870             MOVE 0 TO stu-day-deletes
004880             MOVE 0 TO stu-day-grades
004890             SET stu-group-open TO TRUE
004900         END-IF.
004910         EVALUATE action-S
004920           WHEN "ADD"
004930             COMPUTE stu-day-adds = stu-day-adds + 1
004940             COMPUTE stu-tot-adds = stu-tot-adds + 1
004950           WHEN "DELETE"
004960           WHEN "MERGE"
004970             COMPUTE stu-day-deletes = stu-day-deletes + 1
004980             COMPUTE stu-tot-deletes = stu-tot-deletes + 1
004990           WHEN "GRDADD"
005000           WHEN "GRDCHG"
005010             COMPUTE stu-day-grades = stu-day-grades + 1
005020             COMPUTE stu-tot-grades = stu-tot-grades + 1
005030           WHEN OTHER
005040             COMPUTE stu-day-edits = stu-day-edits + 1
005050             COMPUTE stu-tot-edits = stu-tot-edits + 1
005060         END-EVALUATE.
005070         PERFORM RETURN-NEXT-SORTED-ACTION.
005080*
005090 PRINT-ACTIVITY-HEADINGS.
005100         COMPUTE stu-page-count = stu-page-count + 1.
005110         MOVE stu-run-date TO stu-at-date.
005120         MOVE stu-page-count TO stu-at-page.
005130         WRITE ACTIVITY-PRINT-LINE FROM stu-actv-title
005140             AFTER ADVANCING PAGE.
005150         MOVE stu-rolloff-month TO stu-am-month.
005160         WRITE ACTIVITY-PRINT-LINE FROM stu-actv-month-line
005170             AFTER ADVANCING 1 LINE.
005180         WRITE ACTIVITY-PRINT-LINE FROM stu-actv-colhead
005190             AFTER ADVANCING 1 LINE.
005200         MOVE 3 TO stu-line-count.
005210*
005220 PRINT-ACTIVITY-LINE.
005230         IF stu-line-count >= stu-lines-per-page
005240             PERFORM PRINT-ACTIVITY-HEADINGS
005250         END-IF.
005260         DISPLAY stu-last-operator " " stu-last-date " "
005270             stu-day-adds " " stu-day-edits " "
005280             stu-day-deletes " " stu-day-grades.
005290         MOVE stu-last-operator TO stu-ad-operator.
005300         MOVE stu-last-date TO stu-ad-date.
005310         MOVE stu-day-adds TO stu-ad-adds.
005320         MOVE stu-day-edits TO stu-ad-edits.
005330         MOVE stu-day-deletes TO stu-ad-deletes.
005340         MOVE stu-day-grades TO stu-ad-grades.
005350         WRITE ACTIVITY-PRINT-LINE FROM stu-actv-detail
005360             AFTER ADVANCING 1 LINE.
005370         COMPUTE stu-line-count = stu-line-count + 1.
005380         SET stu-group-closed TO TRUE.
005390*
005400 PRINT-ACTIVITY-TOTALS.
005410         DISPLAY "MONTH TOTALS: " stu-tot-adds " ADDS, "
005420             stu-tot-edits " EDITS, " stu-tot-deletes
005430             " DELETES, " stu-tot-grades " GRADES".
005440         MOVE stu-tot-adds TO stu-ag-adds.
005450         MOVE stu-tot-edits TO stu-ag-edits.
005460         MOVE stu-tot-deletes TO stu-ag-deletes.
005470         MOVE stu-tot-grades TO stu-ag-grades.
005480         WRITE ACTIVITY-PRINT-LINE FROM stu-actv-total
005490             AFTER ADVANCING 2 LINES.
