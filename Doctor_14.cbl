000100*================================================================
000110* PROGRAM:  DOCTOR_14
000120* PURPOSE:  NIGHTLY BATCH CYCLE CONTROLLER
000130*           RUNS THE NIGHTLY CYCLE IN ITS FIXED ORDER: THE
000140*           STUDMAST BACKUP (THE SAME DATED COPY AS DOCTOR_01
000150*           MENU 16), THEN THE DOCTOR_02 INTAKE, DOCTOR_04
000160*           TRANSACTIONS, DOCTOR_03 RECONCILIATION AND LAST THE
000170*           DOCTOR_05 INCREMENTAL EXTRACT, EACH CALLED AS A STEP.
000180*           EVERY STEP'S START, END, RECORD COUNTS AND OUTCOME
000190*           ARE APPENDED TO THE BATCHCTL BATCH-CONTROL FILE. THE
000200*           CYCLE HALTS BEFORE THE EXTRACT WHEN THE
000210*           RECONCILIATION FINDS EXCEPTIONS, AND STOPS AT ANY
000220*           FAILED STEP; THE NEXT RUN RESUMES THAT CYCLE AT THE
000230*           STEP THAT DID NOT COMPLETE. A ONE-PAGE RUN LOG GOES
000240*           TO THE NIGHTLOG PRINT FILE FOR THE MORNING SHIFT.
000250*================================================================
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. Doctor_14.
000280 AUTHOR. Doctor, Amherstia S.
000290 INSTALLATION. REGISTRAR MIS.
000300 DATE-WRITTEN. 10/15/2026.
000310 DATE-COMPILED.
000320*
000330* MODIFICATION HISTORY
000340*   DATE        BY    DESCRIPTION
000350*   ----------  ----  --------------------------------------------
000360*   2026-10-15  ASD   New program. The night operator started the
000370*                     intake, transactions, reconciliation and
000380*                     extract one at a time in whatever order
000390*                     came to mind, and the master was only
000400*                     backed up from inside the online menu.
000410*   2026-10-15  ASD   The master record now carries the date of
000420*                     birth and year level (see Doctor_01); the
000430*                     layout and the backup copy here widened to
000440*                     match.
000450*   2026-10-15  ASD   The cycle date is handed to the steps in the
000460*                     EXTERNAL step totals, so the extract on a
000470*                     resumed cycle, or one that runs past
000480*                     midnight, takes the cycle's day, not today.
000490*
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530         SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000540             ORGANIZATION IS INDEXED
000550             ACCESS MODE IS DYNAMIC
000560             RECORD KEY IS SNo-M
000570             FILE STATUS IS stu-file-status.
000580         SELECT STUDENT-BACKUP ASSIGN TO DYNAMIC stu-backup-name
000590             ORGANIZATION IS SEQUENTIAL
000600             ACCESS MODE IS SEQUENTIAL
000610             FILE STATUS IS stu-backup-status.
000620         SELECT RUN-CONTROL ASSIGN TO "RUNCTRL"
000630             ORGANIZATION IS SEQUENTIAL
000640             ACCESS MODE IS SEQUENTIAL
000650             FILE STATUS IS stu-runctl-status.
000660         SELECT BATCH-CONTROL ASSIGN TO "BATCHCTL"
000670             ORGANIZATION IS SEQUENTIAL
000680             ACCESS MODE IS SEQUENTIAL
000690             FILE STATUS IS stu-batctl-status.
000700         SELECT RUN-LOG-PRINT ASSIGN TO "NIGHTLOG"
000710             ORGANIZATION IS SEQUENTIAL
000720             ACCESS MODE IS SEQUENTIAL
000730             FILE STATUS IS stu-runlog-status.
000740*
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  STUDENT-MASTER
000780         LABEL RECORDS ARE STANDARD.
000790 01  STUDENT-MASTER-RECORD.
000800         03  SNo-M            PIC X(10).
000810         03  fullname-M       PIC X(50).
000820         03  course-M         PIC X(50).
000830         03  age-M            PIC 99.
000840         03  contact-no-M.
000850             04  mobile-M     PIC X(11).
000860             04  landline-M   PIC X(8).
000870         03  enroll-status-M  PIC X(01).
000880         03  birth-date-M     PIC 9(08).
000890         03  year-level-M     PIC 9(01).
000900*
000910 FD  STUDENT-BACKUP
000920         LABEL RECORDS ARE STANDARD.
000930 01  STUDENT-BACKUP-RECORD   PIC X(141).
000940*
000950 FD  RUN-CONTROL
000960         LABEL RECORDS ARE STANDARD.
000970 01  RUN-CONTROL-RECORD.
000980         03  run-flag-R       PIC X(01).
000990             88  run-open                VALUE "O".
001000             88  run-closed              VALUE "C".
001010         03  last-backup-R    PIC X(17).
001020*
001030 FD  BATCH-CONTROL
001040         LABEL RECORDS ARE STANDARD.
001050 01  BATCH-CONTROL-RECORD.
001060         03  cycle-no-B       PIC 9(05).
001070         03  cycle-date-B     PIC 9(08).
001080         03  step-no-B        PIC 9(01).
001090         03  step-program-B   PIC X(10).
001100         03  start-date-B     PIC 9(08).
001110         03  start-time-B     PIC 9(08).
001120         03  end-date-B       PIC 9(08).
001130         03  end-time-B       PIC 9(08).
001140         03  read-count-B     PIC 9(07).
001150         03  written-count-B  PIC 9(07).
001160         03  reject-count-B   PIC 9(07).
001170         03  except-count-B   PIC 9(07).
001180         03  return-code-B    PIC 9(02).
001190         03  outcome-B        PIC X(01).
001200             88  step-complete          VALUE "C".
001210             88  step-no-input          VALUE "N".
001220             88  step-exceptions        VALUE "X".
001230             88  step-failed            VALUE "F".
001240*
001250 FD  RUN-LOG-PRINT
001260         LABEL RECORDS ARE STANDARD.
001270 01  RUN-LOG-PRINT-LINE      PIC X(132).
001280*
001290 WORKING-STORAGE SECTION.
001300*---------------------------------------------------------------
001310* PROGRAM SWITCHES AND CONTROL COUNTERS
001320*---------------------------------------------------------------
001330 77  stu-file-status         PIC X(02) VALUE "00".
001340         88  stu-file-ok              VALUE "00".
001350         88  stu-file-not-found       VALUE "35".
001360 77  stu-backup-status       PIC X(02) VALUE "00".
001370         88  stu-backup-ok            VALUE "00".
001380 77  stu-runctl-status       PIC X(02) VALUE "00".
001390         88  stu-runctl-ok            VALUE "00".
001400 77  stu-batctl-status       PIC X(02) VALUE "00".
001410         88  stu-batctl-ok            VALUE "00".
001420         88  stu-batctl-not-found     VALUE "35".
001430 77  stu-runlog-status       PIC X(02) VALUE "00".
001440         88  stu-runlog-ok            VALUE "00".
001450 77  stu-eof-switch          PIC X(01) VALUE "N".
001460         88  stu-eof                  VALUE "Y".
001470         88  stu-not-eof               VALUE "N".
001480 77  stu-run-switch          PIC X(01) VALUE "Y".
001490         88  stu-run-ok                VALUE "Y".
001500         88  stu-run-stopped            VALUE "N".
001510 77  stu-cycle-switch        PIC X(01) VALUE "Y".
001520         88  stu-cycle-going           VALUE "Y".
001530         88  stu-cycle-stopped          VALUE "N".
001540 77  stu-resume-switch       PIC X(01) VALUE "N".
001550         88  stu-resumed               VALUE "Y".
001560         88  stu-fresh-cycle            VALUE "N".
001570 77  stu-runctl-flag         PIC X(01) VALUE "C".
001580 77  stu-last-backup         PIC X(17) VALUE SPACES.
001590 77  stu-run-date            PIC 9(08) VALUE 0.
001600 77  stu-cycle-no            PIC 9(05) VALUE 0.
001610 77  stu-cycle-date          PIC 9(08) VALUE 0.
001620 77  stu-start-step          PIC 9(01) VALUE 1.
001630 77  stu-step-ix             PIC 9(01) VALUE 0.
001640 77  stu-step-rc             PIC 9(02) VALUE 0.
001650 77  stu-stop-step           PIC 9(01) VALUE 0.
001660 77  stu-backup-read         PIC 9(07) VALUE 0.
001670 77  stu-backup-count        PIC 9(07) VALUE 0.
001680 77  stu-step-note           PIC X(40) VALUE SPACES.
001690 01  stu-backup-name.
001700         03  FILLER           PIC X(09) VALUE "STUDBKUP.".
001710         03  stu-backup-date  PIC 9(08) VALUE ZEROS.
001720*---------------------------------------------------------------
001730* THE FIVE STEPS OF THE CYCLE, IN THE ORDER THEY RUN
001740*---------------------------------------------------------------
001750 01  stu-step-name-values.
001760         03  FILLER           PIC X(10) VALUE "BACKUP".
001770         03  FILLER           PIC X(22) VALUE "STUDMAST BACKUP".
001780         03  FILLER           PIC X(10) VALUE "Doctor_02".
001790         03  FILLER           PIC X(22) VALUE "ADMISSIONS INTAKE".
001800         03  FILLER           PIC X(10) VALUE "Doctor_04".
001810         03  FILLER           PIC X(22)
001820             VALUE "REGISTRAR TRANSACTIONS".
001830         03  FILLER           PIC X(10) VALUE "Doctor_03".
001840         03  FILLER           PIC X(22) VALUE "RECONCILIATION".
001850         03  FILLER           PIC X(10) VALUE "Doctor_05".
001860         03  FILLER           PIC X(22)
001870             VALUE "INCREMENTAL EXTRACT".
001880 01  stu-step-names REDEFINES stu-step-name-values.
001890         03  stu-step-name OCCURS 5 TIMES.
001900             04  stu-sn-program   PIC X(10).
001910             04  stu-sn-title     PIC X(22).
001920*---------------------------------------------------------------
001930* LATEST BATCH-CONTROL RECORD FOR EACH STEP OF THIS CYCLE, AND
001940* WHETHER THAT STEP RAN IN THIS RUN OR AN EARLIER ONE
001950*---------------------------------------------------------------
001960 01  stu-cycle-table.
001970         03  stu-cycle-entry OCCURS 5 TIMES.
001980             04  stu-ce-image     PIC X(87).
001990             04  stu-ce-this-run  PIC X(01).
002000 01  stu-step-work.
002010         03  stu-sw-cycle-no  PIC 9(05).
002020         03  stu-sw-cycle-date PIC 9(08).
002030         03  stu-sw-step-no   PIC 9(01).
002040         03  stu-sw-program   PIC X(10).
002050         03  stu-sw-start-date PIC 9(08).
002060         03  stu-sw-start-time.
002070             04  stu-sw-start-hh  PIC 9(02).
002080             04  stu-sw-start-mm  PIC 9(02).
002090             04  FILLER           PIC 9(04).
002100         03  stu-sw-end-date  PIC 9(08).
002110         03  stu-sw-end-time.
002120             04  stu-sw-end-hh    PIC 9(02).
002130             04  stu-sw-end-mm    PIC 9(02).
002140             04  FILLER           PIC 9(04).
002150         03  stu-sw-read      PIC 9(07).
002160         03  stu-sw-written   PIC 9(07).
002170         03  stu-sw-rejected  PIC 9(07).
002180         03  stu-sw-except    PIC 9(07).
002190         03  stu-sw-rc        PIC 9(02).
002200         03  stu-sw-outcome   PIC X(01).
002210             88  stu-sw-complete        VALUE "C".
002220             88  stu-sw-no-input        VALUE "N".
002230             88  stu-sw-exceptions      VALUE "X".
002240             88  stu-sw-failed          VALUE "F".
002250*---------------------------------------------------------------
002260* STEP TOTALS HANDED BACK BY EACH CALLED STEP PROGRAM. THE SAME
002270* LAYOUT IS DECLARED EXTERNAL IN EVERY STEP PROGRAM.
002280*---------------------------------------------------------------
002290 01  stu-step-totals EXTERNAL.
002300         03  stu-step-caller  PIC X(08).
002310             88  stu-step-nightly       VALUE "NIGHTRUN".
002320         03  stu-step-read    PIC 9(07).
002330         03  stu-step-written PIC 9(07).
002340         03  stu-step-rejected PIC 9(07).
002350         03  stu-step-except  PIC 9(07).
002360         03  stu-step-cycle-date PIC 9(08).
002370*---------------------------------------------------------------
002380* RUN LOG PRINT LINES
002390*---------------------------------------------------------------
002400 01  stu-log-title.
002410         03  FILLER           PIC X(30)
002420             VALUE "NIGHTLY BATCH RUN LOG".
002430         03  FILLER           PIC X(10) VALUE "RUN DATE: ".
002440         03  stu-lt-date      PIC 9(08).
002450         03  FILLER           PIC X(07) VALUE "  PAGE ".
002460         03  stu-lt-page      PIC ZZ9.
002470 01  stu-log-cycle-line.
002480         03  FILLER           PIC X(06) VALUE "CYCLE ".
002490         03  stu-lc-cycle     PIC ZZZZ9.
002500         03  FILLER           PIC X(12) VALUE " STARTED ON ".
002510         03  stu-lc-date      PIC 9(08).
002520         03  FILLER           PIC X(02) VALUE SPACES.
002530         03  stu-lc-resume    PIC X(40).
002540 01  stu-log-colhead-1.
002550         03  FILLER           PIC X(38) VALUE "STEP".
002560         03  FILLER           PIC X(23) VALUE "STARTED".
002570         03  FILLER           PIC X(06) VALUE "ENDED".
002580         03  FILLER           PIC X(08) VALUE "   READ".
002590         03  FILLER           PIC X(08) VALUE "WRITTEN".
002600         03  FILLER           PIC X(08) VALUE " REJECT".
002610         03  FILLER           PIC X(08) VALUE " EXCEPT".
002620         03  FILLER           PIC X(03) VALUE SPACES.
002630         03  FILLER           PIC X(07) VALUE "OUTCOME".
002640 01  stu-log-detail.
002650         03  stu-ld-step      PIC 9(01).
002660         03  FILLER           PIC X(02) VALUE SPACES.
002670         03  stu-ld-program   PIC X(10).
002680         03  FILLER           PIC X(01) VALUE SPACE.
002690         03  stu-ld-title     PIC X(22).
002700         03  FILLER           PIC X(02) VALUE SPACES.
002710         03  stu-ld-start-date PIC 9(08) BLANK WHEN ZERO.
002720         03  FILLER           PIC X(01) VALUE SPACE.
002730         03  stu-ld-start-time.
002740             04  stu-ld-start-hh  PIC X(02).
002750             04  stu-ld-start-sep PIC X(01).
002760             04  stu-ld-start-mm  PIC X(02).
002770         03  FILLER           PIC X(09) VALUE SPACES.
002780         03  stu-ld-end-time.
002790             04  stu-ld-end-hh    PIC X(02).
002800             04  stu-ld-end-sep   PIC X(01).
002810             04  stu-ld-end-mm    PIC X(02).
002820         03  FILLER           PIC X(01) VALUE SPACE.
002830         03  stu-ld-read      PIC Z(06)9.
002840         03  FILLER           PIC X(01) VALUE SPACE.
002850         03  stu-ld-written   PIC Z(06)9.
002860         03  FILLER           PIC X(01) VALUE SPACE.
002870         03  stu-ld-rejected  PIC Z(06)9.
002880         03  FILLER           PIC X(01) VALUE SPACE.
002890         03  stu-ld-except    PIC Z(06)9.
002900         03  FILLER           PIC X(03) VALUE SPACES.
002910         03  stu-ld-outcome   PIC X(30).
002920 01  stu-log-verdict         PIC X(70).
002930*
002940 PROCEDURE DIVISION.
002950*
002960         ACCEPT stu-run-date FROM DATE YYYYMMDD.
002970         PERFORM LOAD-BATCH-CONTROL.
002980         PERFORM OPEN-CONTROL-FILES.
002990         IF stu-run-ok
003000             MOVE "NIGHTRUN" TO stu-step-caller
003010             MOVE stu-cycle-date TO stu-step-cycle-date
003020             SET stu-cycle-going TO TRUE
003030             PERFORM RUN-ONE-STEP
003040                 VARYING stu-step-ix FROM stu-start-step BY 1
003050                 UNTIL stu-step-ix > 5 OR stu-cycle-stopped
003060             CLOSE BATCH-CONTROL
003070             PERFORM PRINT-RUN-LOG
003080             CLOSE RUN-LOG-PRINT
003090         END-IF.
003100         PERFORM SET-CYCLE-RESULT.
003110         STOP RUN.
003120*
003130*----------------------------------------------------------------*
003140*  LOAD-BATCH-CONTROL -- READS BATCHCTL FROM THE TOP, KEEPING    *
003150*  THE LATEST RECORD FOR EACH STEP OF THE LATEST CYCLE. IF THAT  *
003160*  CYCLE NEVER GOT THE EXTRACT THROUGH, THIS RUN RESUMES IT AT   *
003170*  THE FIRST STEP THAT DID NOT COMPLETE; OTHERWISE (OR ON FIRST  *
003180*  USE) A NEW CYCLE STARTS AT THE BACKUP. A RESUMED CYCLE KEEPS  *
003190*  THE DATE IT STARTED ON, AND THAT CYCLE DATE IS WHAT THE STEPS *
003200*  ARE GIVEN, WHATEVER TODAY IS.                                 *
003210*----------------------------------------------------------------*
003220 LOAD-BATCH-CONTROL.
003230         MOVE 0 TO stu-cycle-no.
003240         PERFORM CLEAR-CYCLE-TABLE.
003250         OPEN INPUT BATCH-CONTROL.
003260         IF stu-batctl-ok
003270             SET stu-not-eof TO TRUE
003280             PERFORM READ-NEXT-BATCH-RECORD
003290             PERFORM KEEP-BATCH-RECORD UNTIL stu-eof
003300             CLOSE BATCH-CONTROL
003310         END-IF.
003320         SET stu-fresh-cycle TO TRUE.
003330         IF stu-cycle-no > 0
003340             MOVE 1 TO stu-start-step
003350             PERFORM FIND-RESUME-STEP
003360                 UNTIL stu-start-step > 5 OR stu-resumed
003370         END-IF.
003380         IF stu-resumed
003390             DISPLAY "RESUMING CYCLE " stu-cycle-no " OF "
003400                 stu-cycle-date " AT STEP " stu-start-step " "
003410                 stu-sn-title(stu-start-step)
003420         ELSE
003430             COMPUTE stu-cycle-no = stu-cycle-no + 1
003440             MOVE stu-run-date TO stu-cycle-date
003450             MOVE 1 TO stu-start-step
003460             PERFORM CLEAR-CYCLE-TABLE
003470             DISPLAY "STARTING CYCLE " stu-cycle-no " OF "
003480                 stu-cycle-date
003490         END-IF.
003500*
003510 CLEAR-CYCLE-TABLE.
003520         PERFORM CLEAR-ONE-CYCLE-ENTRY
003530             VARYING stu-step-ix FROM 1 BY 1
003540             UNTIL stu-step-ix > 5.
003550*
003560 CLEAR-ONE-CYCLE-ENTRY.
003570         MOVE SPACES TO stu-ce-image(stu-step-ix).
003580         MOVE "N" TO stu-ce-this-run(stu-step-ix).
003590*
003600 READ-NEXT-BATCH-RECORD.
003610         READ BATCH-CONTROL NEXT RECORD
003620             AT END
003630                 SET stu-eof TO TRUE
003640         END-READ.
003650*
003660 KEEP-BATCH-RECORD.
003670         IF cycle-no-B NOT = stu-cycle-no
003680             PERFORM CLEAR-CYCLE-TABLE
003690             MOVE cycle-no-B TO stu-cycle-no
003700             MOVE cycle-date-B TO stu-cycle-date
003710         END-IF.
003720         IF step-no-B >= 1 AND step-no-B <= 5
003730             MOVE BATCH-CONTROL-RECORD TO stu-ce-image(step-no-B)
003740         END-IF.
003750         PERFORM READ-NEXT-BATCH-RECORD.
003760*
003770 FIND-RESUME-STEP.
003780         MOVE stu-ce-image(stu-start-step) TO stu-step-work.
003790         IF stu-sw-complete OR stu-sw-no-input
003800             COMPUTE stu-start-step = stu-start-step + 1
003810         ELSE
003820             SET stu-resumed TO TRUE
003830         END-IF.
003840*
003850*----------------------------------------------------------------*
003860*  OPEN-CONTROL-FILES -- BATCHCTL IS CREATED ON FIRST USE; THE   *
003870*  RUN LOG IS A FRESH PRINT FILE EACH RUN.                       *
003880*----------------------------------------------------------------*
003890 OPEN-CONTROL-FILES.
003900         OPEN EXTEND BATCH-CONTROL.
003910         IF stu-batctl-not-found
003920             OPEN OUTPUT BATCH-CONTROL
003930             CLOSE BATCH-CONTROL
003940             OPEN EXTEND BATCH-CONTROL
003950         END-IF.
003960         IF NOT stu-batctl-ok
003970             DISPLAY "WARNING - CANNOT OPEN BATCHCTL - NO RUN"
003980             SET stu-run-stopped TO TRUE
003990         ELSE
004000             OPEN OUTPUT RUN-LOG-PRINT
004010             IF NOT stu-runlog-ok
004020                 DISPLAY "WARNING - CANNOT OPEN NIGHTLOG - NO RUN"
004030                 CLOSE BATCH-CONTROL
004040                 SET stu-run-stopped TO TRUE
004050             END-IF
004060         END-IF.
004070*
004080*----------------------------------------------------------------*
004090*  RUN-ONE-STEP -- RUNS STEP stu-step-ix AND LOGS IT. RETURN     *
004100*  CODE 0 IS A COMPLETE STEP AND 1 A STEP WITH NO INPUT TONIGHT; *
004110*  BOTH LET THE CYCLE GO ON. 4 FROM THE RECONCILIATION MEANS     *
004120*  EXCEPTIONS, WHICH HALTS THE CYCLE BEFORE THE EXTRACT. ANY     *
004130*  OTHER CODE, OR A STEP PROGRAM THAT CANNOT BE LOADED, IS A     *
004140*  FAILURE AND STOPS THE CYCLE THERE.                            *
004150*----------------------------------------------------------------*
004160 RUN-ONE-STEP.
004170         MOVE SPACES TO stu-step-work.
004180         MOVE stu-cycle-no TO stu-sw-cycle-no.
004190         MOVE stu-cycle-date TO stu-sw-cycle-date.
004200         MOVE stu-step-ix TO stu-sw-step-no.
004210         MOVE stu-sn-program(stu-step-ix) TO stu-sw-program.
004220         ACCEPT stu-sw-start-date FROM DATE YYYYMMDD.
004230         ACCEPT stu-sw-start-time FROM TIME.
004240         MOVE 0 TO stu-step-read.
004250         MOVE 0 TO stu-step-written.
004260         MOVE 0 TO stu-step-rejected.
004270         MOVE 0 TO stu-step-except.
004280         MOVE 0 TO stu-step-rc.
004290         DISPLAY "STEP " stu-step-ix " " stu-sn-title(stu-step-ix)
004300             " STARTED".
004310         EVALUATE stu-step-ix
004320           WHEN 1
004330             PERFORM BACKUP-STUDENT-MASTER
004340           WHEN 2
004350             CALL "Doctor_02"
004360                 ON EXCEPTION
004370                     MOVE 12 TO RETURN-CODE
004380             END-CALL
004390             MOVE RETURN-CODE TO stu-step-rc
004400             CANCEL "Doctor_02"
004410           WHEN 3
004420             CALL "Doctor_04"
004430                 ON EXCEPTION
004440                     MOVE 12 TO RETURN-CODE
004450             END-CALL
004460             MOVE RETURN-CODE TO stu-step-rc
004470             CANCEL "Doctor_04"
004480           WHEN 4
004490             CALL "Doctor_03"
004500                 ON EXCEPTION
004510                     MOVE 12 TO RETURN-CODE
004520             END-CALL
004530             MOVE RETURN-CODE TO stu-step-rc
004540             CANCEL "Doctor_03"
004550           WHEN 5
004560             CALL "Doctor_05"
004570                 ON EXCEPTION
004580                     MOVE 12 TO RETURN-CODE
004590             END-CALL
004600             MOVE RETURN-CODE TO stu-step-rc
004610             CANCEL "Doctor_05"
004620         END-EVALUATE.
004630         MOVE 0 TO RETURN-CODE.
004640         ACCEPT stu-sw-end-date FROM DATE YYYYMMDD.
004650         ACCEPT stu-sw-end-time FROM TIME.
004660         MOVE stu-step-read TO stu-sw-read.
004670         MOVE stu-step-written TO stu-sw-written.
004680         MOVE stu-step-rejected TO stu-sw-rejected.
004690         MOVE stu-step-except TO stu-sw-except.
004700         MOVE stu-step-rc TO stu-sw-rc.
004710         EVALUATE TRUE
004720           WHEN stu-step-rc = 0
004730             SET stu-sw-complete TO TRUE
004740           WHEN stu-step-rc = 1
004750             SET stu-sw-no-input TO TRUE
004760           WHEN stu-step-rc = 4 AND stu-step-ix = 4
004770             SET stu-sw-exceptions TO TRUE
004780             SET stu-cycle-stopped TO TRUE
004790           WHEN OTHER
004800             SET stu-sw-failed TO TRUE
004810             SET stu-cycle-stopped TO TRUE
004820         END-EVALUATE.
004830         IF stu-cycle-stopped
004840             MOVE stu-step-ix TO stu-stop-step
004850         END-IF.
004860         MOVE stu-step-work TO BATCH-CONTROL-RECORD.
004870         WRITE BATCH-CONTROL-RECORD.
004880         IF NOT stu-batctl-ok
004890             DISPLAY "WARNING - BATCHCTL WRITE FAILED - STEP "
004900                 stu-step-ix
004910         END-IF.
004920         MOVE stu-step-work TO stu-ce-image(stu-step-ix).
004930         MOVE "Y" TO stu-ce-this-run(stu-step-ix).
004940         DISPLAY "STEP " stu-step-ix " " stu-sn-title(stu-step-ix)
004950             " ENDED, RETURN CODE " stu-step-rc.
004960*
004970*----------------------------------------------------------------*
004980*  BACKUP-STUDENT-MASTER -- THE SAME DATED STUDBKUP COPY AS      *
004990*  DOCTOR_01 MENU 16, RECORDED ON RUN-CONTROL SO AN ONLINE       *
005000*  STARTUP AFTER AN ABNORMAL END RESTORES FROM IT. A RUN-CONTROL *
005010*  FLAG STILL OPEN MEANS AN ONLINE SESSION IS UP OR ENDED        *
005020*  ABNORMALLY; THE MASTER IS NOT SAFE TO COPY, SO THE STEP       *
005030*  FAILS. A COPY SHORT OF THE MASTER ALSO FAILS THE STEP.        *
005040*----------------------------------------------------------------*
005050 BACKUP-STUDENT-MASTER.
005060         MOVE "C" TO stu-runctl-flag.
005070         MOVE SPACES TO stu-last-backup.
005080         OPEN INPUT RUN-CONTROL.
005090         IF stu-runctl-ok
005100             READ RUN-CONTROL
005110                 AT END
005120                     MOVE "C" TO run-flag-R
005130                     MOVE SPACES TO last-backup-R
005140             END-READ
005150             MOVE run-flag-R TO stu-runctl-flag
005160             MOVE last-backup-R TO stu-last-backup
005170             CLOSE RUN-CONTROL
005180         END-IF.
005190         MOVE 0 TO stu-backup-read.
005200         MOVE 0 TO stu-backup-count.
005210         IF stu-runctl-flag = "O"
005220             DISPLAY "ONLINE SESSION OPEN OR ENDED ABNORMALLY - "
005230                 "SIGN OFF DOCTOR_01 FIRST"
005240             MOVE 8 TO stu-step-rc
005250         ELSE
005260             OPEN INPUT STUDENT-MASTER
005270             IF NOT stu-file-ok
005280                 DISPLAY "MASTER FILE STUDMAST NOT FOUND"
005290                 MOVE 8 TO stu-step-rc
005300             ELSE
005310                 PERFORM COPY-STUDENT-MASTER
005320                 CLOSE STUDENT-MASTER
005330             END-IF
005340         END-IF.
005350         MOVE stu-backup-read TO stu-step-read.
005360         MOVE stu-backup-count TO stu-step-written.
005370*
005380 COPY-STUDENT-MASTER.
005390         MOVE stu-run-date TO stu-backup-date.
005400         OPEN OUTPUT STUDENT-BACKUP.
005410         IF NOT stu-backup-ok
005420             DISPLAY "WARNING - CANNOT OPEN " stu-backup-name
005430             MOVE 8 TO stu-step-rc
005440         ELSE
005450             PERFORM START-STUDENT-SCAN
005460             PERFORM COPY-ONE-STUDENT UNTIL stu-eof
005470             CLOSE STUDENT-BACKUP
005480             IF stu-backup-count = stu-backup-read
005490                 MOVE stu-backup-name TO stu-last-backup
005500                 PERFORM WRITE-RUN-CONTROL
005510                 DISPLAY stu-backup-count " RECORDS BACKED UP TO "
005520                     stu-backup-name
005530             ELSE
005540                 DISPLAY "BACKUP SHORT - " stu-backup-count
005550                     " OF " stu-backup-read " RECORDS WRITTEN"
005560                 MOVE 8 TO stu-step-rc
005570             END-IF
005580         END-IF.
005590*
005600 START-STUDENT-SCAN.
005610         SET stu-not-eof TO TRUE.
005620         MOVE LOW-VALUES TO SNo-M.
005630         START STUDENT-MASTER
005640             KEY IS GREATER THAN SNo-M
005650             INVALID KEY
005660                 SET stu-eof TO TRUE
005670             NOT INVALID KEY
005680                 PERFORM READ-NEXT-STUDENT-RECORD
005690         END-START.
005700*
005710 READ-NEXT-STUDENT-RECORD.
005720         READ STUDENT-MASTER NEXT RECORD
005730             AT END
005740                 SET stu-eof TO TRUE
005750         END-READ.
005760         IF NOT stu-file-ok
005770             SET stu-eof TO TRUE
005780         END-IF.
005790*
005800 COPY-ONE-STUDENT.
005810         COMPUTE stu-backup-read = stu-backup-read + 1.
005820         MOVE STUDENT-MASTER-RECORD TO STUDENT-BACKUP-RECORD.
005830         WRITE STUDENT-BACKUP-RECORD.
005840         IF stu-backup-ok
005850             COMPUTE stu-backup-count = stu-backup-count + 1
005860         END-IF.
005870         PERFORM READ-NEXT-STUDENT-RECORD.
005880*
005890*----------------------------------------------------------------*
005900*  WRITE-RUN-CONTROL -- REWRITES THE ONE-RECORD RUN-CONTROL      *
005910*  FILE WITH THE FLAG AS IT WAS FOUND AND THE NEW BACKUP NAME,   *
005920*  THE SAME RECORD DOCTOR_01 KEEPS.                              *
005930*----------------------------------------------------------------*
005940 WRITE-RUN-CONTROL.
005950         OPEN OUTPUT RUN-CONTROL.
005960         IF stu-runctl-ok
005970             MOVE stu-runctl-flag TO run-flag-R
005980             MOVE stu-last-backup TO last-backup-R
005990             WRITE RUN-CONTROL-RECORD
006000             CLOSE RUN-CONTROL
006010         ELSE
006020             DISPLAY "WARNING - CANNOT WRITE RUNCTRL"
006030         END-IF.
006040*
006050*----------------------------------------------------------------*
006060*  PRINT-RUN-LOG -- ONE PAGE FOR THE MORNING SHIFT: THE CYCLE,   *
006070*  ONE LINE PER STEP (INCLUDING STEPS DONE IN AN EARLIER RUN OF  *
006080*  THE SAME CYCLE AND STEPS THAT DID NOT RUN) AND A VERDICT.     *
006090*  EVERY LINE ALSO GOES TO THE SCREEN.                           *
006100*----------------------------------------------------------------*
006110 PRINT-RUN-LOG.
006120         MOVE stu-run-date TO stu-lt-date.
006130         MOVE 1 TO stu-lt-page.
006140         WRITE RUN-LOG-PRINT-LINE FROM stu-log-title
006150             AFTER ADVANCING PAGE.
006160         MOVE stu-cycle-no TO stu-lc-cycle.
006170         MOVE stu-cycle-date TO stu-lc-date.
006180         IF stu-resumed
006190             MOVE "(RESUMED AFTER AN EARLIER STOP)"
006200                 TO stu-lc-resume
006210         ELSE
006220             MOVE SPACES TO stu-lc-resume
006230         END-IF.
006240         DISPLAY stu-log-cycle-line.
006250         WRITE RUN-LOG-PRINT-LINE FROM stu-log-cycle-line
006260             AFTER ADVANCING 2 LINES.
006270         WRITE RUN-LOG-PRINT-LINE FROM stu-log-colhead-1
006280             AFTER ADVANCING 2 LINES.
006290         PERFORM PRINT-STEP-LINE
006300             VARYING stu-step-ix FROM 1 BY 1
006310             UNTIL stu-step-ix > 5.
006320         EVALUATE TRUE
006330           WHEN stu-stop-step = 0
006340             MOVE "** CYCLE COMPLETE **" TO stu-log-verdict
006350           WHEN stu-stop-step = 4 AND stu-step-rc = 4
006360             MOVE "** RECONCILIATION EXCEPTIONS - NO EXTRACT **"
006370                 TO stu-log-verdict
006380           WHEN OTHER
006390             MOVE "** STEP FAILED - RERUN RESUMES AT THAT STEP **"
006400                 TO stu-log-verdict
006410         END-EVALUATE.
006420         DISPLAY stu-log-verdict.
006430         WRITE RUN-LOG-PRINT-LINE FROM stu-log-verdict
006440             AFTER ADVANCING 2 LINES.
006450*
006460 PRINT-STEP-LINE.
006470         MOVE stu-ce-image(stu-step-ix) TO stu-step-work.
006480         MOVE SPACES TO stu-log-detail.
006490         MOVE stu-step-ix TO stu-ld-step.
006500         MOVE stu-sn-program(stu-step-ix) TO stu-ld-program.
006510         MOVE stu-sn-title(stu-step-ix) TO stu-ld-title.
006520         IF stu-sw-program = SPACES
006530             MOVE 0 TO stu-ld-start-date
006540             MOVE 0 TO stu-ld-read
006550             MOVE 0 TO stu-ld-written
006560             MOVE 0 TO stu-ld-rejected
006570             MOVE 0 TO stu-ld-except
006580             MOVE "NOT RUN" TO stu-ld-outcome
006590         ELSE
006600             MOVE stu-sw-start-date TO stu-ld-start-date
006610             MOVE stu-sw-start-hh TO stu-ld-start-hh
006620             MOVE ":" TO stu-ld-start-sep
006630             MOVE stu-sw-start-mm TO stu-ld-start-mm
006640             MOVE stu-sw-end-hh TO stu-ld-end-hh
006650             MOVE ":" TO stu-ld-end-sep
006660             MOVE stu-sw-end-mm TO stu-ld-end-mm
006670             MOVE stu-sw-read TO stu-ld-read
006680             MOVE stu-sw-written TO stu-ld-written
006690             MOVE stu-sw-rejected TO stu-ld-rejected
006700             MOVE stu-sw-except TO stu-ld-except
006710             EVALUATE TRUE
006720               WHEN stu-sw-complete
006730                 MOVE "COMPLETE" TO stu-ld-outcome
006740               WHEN stu-sw-no-input
006750                 MOVE "NO INPUT TONIGHT" TO stu-ld-outcome
006760               WHEN stu-sw-exceptions
006770                 MOVE "EXCEPTIONS - CYCLE HALTED"
006780                     TO stu-ld-outcome
006790               WHEN OTHER
006800                 MOVE "FAILED" TO stu-ld-outcome
006810             END-EVALUATE
006820             IF stu-ce-this-run(stu-step-ix) NOT = "Y"
006830                 IF stu-sw-no-input
006840                     MOVE "NO INPUT (EARLIER RUN)"
006850                         TO stu-ld-outcome
006860                 ELSE
006870                     MOVE "COMPLETE (EARLIER RUN)"
006880                         TO stu-ld-outcome
006890                 END-IF
006900             END-IF
006910         END-IF.
006920         DISPLAY stu-log-detail.
006930         WRITE RUN-LOG-PRINT-LINE FROM stu-log-detail
006940             AFTER ADVANCING 1 LINE.
006950*
006960*----------------------------------------------------------------*
006970*  SET-CYCLE-RESULT -- THE CONTROLLER'S OWN CONDITION CODE: 0    *
006980*  CYCLE COMPLETE, 4 HALTED ON RECONCILIATION EXCEPTIONS, 8 A    *
006990*  STEP FAILED OR THE CONTROLLER COULD NOT START.                *
007000*----------------------------------------------------------------*
007010 SET-CYCLE-RESULT.
007020         EVALUATE TRUE
007030           WHEN stu-run-stopped
007040             MOVE 8 TO RETURN-CODE
007050           WHEN stu-stop-step = 0
007060             MOVE 0 TO RETURN-CODE
007070           WHEN stu-stop-step = 4 AND stu-step-rc = 4
007080             MOVE 4 TO RETURN-CODE
007090           WHEN OTHER
007100             MOVE 8 TO RETURN-CODE
007110         END-EVALUATE.
