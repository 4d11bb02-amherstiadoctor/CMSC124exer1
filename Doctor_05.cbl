000170*           NUMBER AND THE RECORD COUNT, SO THE REGISTRAR'S
000180*           SYSTEM CAN DETECT A MISSED OR DUPLICATED
000190*           TRANSMISSION. THE FULL EXPORT IN DOCTOR_01 STAYS
000200*           FOR INITIAL LOADS. EACH TRANSMISSION IS LOGGED ON
000210*           EXTRLOG FOR THE DOCTOR_11 ACKNOWLEDGMENT RUN, AND
000220*           RECORDS THE REGISTRAR REJECTED GO OUT AGAIN AHEAD OF
000230*           THE DAY'S CHANGES.
000240*================================================================
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. Doctor_05.
000270 AUTHOR. Doctor, Amherstia S.
000280 INSTALLATION. REGISTRAR MIS.
000290 DATE-WRITTEN. 09/03/2026.
000300 DATE-COMPILED.
000310*
000320* MODIFICATION HISTORY
000330*   DATE        BY    DESCRIPTION
000340*   ----------  ----  --------------------------------------------
000350*   2026-09-03  ASD   New program. The registrar's system was
000360*                     re-absorbing the whole STUDEXTR roster to
000370*                     pick up a handful of changes, and there
000380*                     was no proof of what was sent on a given
000390*                     day. Status changes (GRAD, LEAVE, RETURN)
000400*                     go across as change records.
000410*   2026-10-15  ASD   Each run now writes its sequence, date and
000420*                     record count to the new EXTRLOG transmission
000430*                     log, which Doctor_11 marks accepted or
000440*                     rejected from the registrar's acknowledgment
000450*                     file. Records Doctor_11 queued on EXTRRQ are
000460*                     resent at the head of the next extract and
000470*                     the queue is then cleared.
000480*   2026-10-15  ASD   A MERGE (one student number retired into
000490*                     another on Doctor_01) goes across as a
000500*                     delete of the retired number.
000510*   2026-10-15  ASD   Now ends with GOBACK and sets RETURN-CODE
000520*                     (0 extract written, 8 no run) with its
000530*                     counts in the EXTERNAL step totals, so the
000540*                     nightly controller Doctor_14 can CALL it as
000550*                     a step; called that way it takes today as
000560*                     the extract date instead of prompting.
000570*   2026-10-15  ASD   The audit and master images now carry the
000580*                     date of birth and year level (see
000590*                     Doctor_01); the extract detail, requeue
000600*                     image and HDR/TRL filler widened to match,
000610*                     so STUDINCR carries both fields.
000620*   2026-10-15  ASD   Called nightly, the extract date is the
000630*                     cycle date Doctor_14 hands over in the step
000640*                     totals, so a resumed cycle, or one that runs
000650*                     past midnight, still extracts the cycle's
000660*                     day.
000670*
000680 ENVIRONMENT DIVISION.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710         SELECT STUDENT-AUDIT ASSIGN TO "STUDAUDT"
000720             ORGANIZATION IS SEQUENTIAL
000730             ACCESS MODE IS SEQUENTIAL
000740             FILE STATUS IS stu-audit-status.
000750         SELECT CHANGE-EXTRACT ASSIGN TO DYNAMIC stu-extract-name
000760             ORGANIZATION IS SEQUENTIAL
000770             ACCESS MODE IS SEQUENTIAL
000780             FILE STATUS IS stu-extract-status.
000790         SELECT EXTRACT-SEQUENCE ASSIGN TO "EXTRSEQ"
000800             ORGANIZATION IS SEQUENTIAL
000810             ACCESS MODE IS SEQUENTIAL
000820             FILE STATUS IS stu-seq-status.
000830         SELECT EXTRACT-LOG ASSIGN TO "EXTRLOG"
000840             ORGANIZATION IS INDEXED
000850             ACCESS MODE IS DYNAMIC
000860             RECORD KEY IS log-seq-L
000870             FILE STATUS IS stu-log-status.
000880         SELECT REQUEUE-FILE ASSIGN TO "EXTRRQ"
000890             ORGANIZATION IS SEQUENTIAL
000900             ACCESS MODE IS SEQUENTIAL
000910             FILE STATUS IS stu-requeue-status.
000920*
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  STUDENT-AUDIT
000960         LABEL RECORDS ARE STANDARD.
000970 01  STUDENT-AUDIT-RECORD.
000980         03  action-T         PIC X(06).
000990         03  audit-date-T     PIC 9(08).
001000         03  audit-time-T     PIC 9(08).
001010         03  operator-T       PIC X(10).
001020         03  before-image-T.
001030             04  SNo-BT       PIC X(10).
001040             04  detail-BT    PIC X(131).
001050         03  after-image-T.
001060             04  SNo-AT       PIC X(10).
001070             04  detail-AT    PIC X(131).
001080*
001090 FD  CHANGE-EXTRACT
001100         LABEL RECORDS ARE STANDARD.
001110 01  EXTRACT-DETAIL-RECORD.
001120         03  action-code-E    PIC X(01).
001130         03  student-image-E  PIC X(141).
001140 01  EXTRACT-CONTROL-RECORD.
001150         03  control-type-E   PIC X(03).
001160             88  extract-header         VALUE "HDR".
001170             88  extract-trailer        VALUE "TRL".
001180         03  control-date-E   PIC 9(08).
001190         03  control-seq-E    PIC 9(05).
001200         03  control-count-E  PIC 9(05).
001210         03  FILLER           PIC X(121).
001220*
001230 FD  EXTRACT-SEQUENCE
001240         LABEL RECORDS ARE STANDARD.
001250 01  EXTRACT-SEQUENCE-RECORD.
001260         03  last-seq-Q       PIC 9(05).
001270*
001280 FD  EXTRACT-LOG
001290         LABEL RECORDS ARE STANDARD.
001300 01  EXTRACT-LOG-RECORD.
001310         03  log-seq-L        PIC 9(05).
001320         03  log-date-L       PIC 9(08).
001330         03  log-count-L      PIC 9(05).
001340         03  log-status-L     PIC X(01).
001350             88  log-sent-L             VALUE "S".
001360             88  log-accepted-L         VALUE "A".
001370             88  log-rejected-L         VALUE "R".
001380             88  log-part-rejected-L    VALUE "P".
001390         03  log-ack-date-L   PIC 9(08).
001400         03  log-reject-count-L PIC 9(05).
001410         03  log-reason-L     PIC X(03).
001420         03  log-requeue-L    PIC X(01).
001430             88  log-requeued-L         VALUE "Y".
001440             88  log-not-requeued-L     VALUE "N".
001450*
001460 FD  REQUEUE-FILE
001470         LABEL RECORDS ARE STANDARD.
001480 01  REQUEUE-RECORD.
001490         03  orig-seq-U       PIC 9(05).
001500         03  reason-U         PIC X(03).
001510         03  action-code-U    PIC X(01).
001520         03  student-image-U  PIC X(141).
001530*
001540 WORKING-STORAGE SECTION.
001550*---------------------------------------------------------------
001560* PROGRAM SWITCHES AND CONTROL COUNTERS
001570*---------------------------------------------------------------
001580 77  stu-audit-status        PIC X(02) VALUE "00".
001590         88  stu-audit-ok             VALUE "00".
001600         88  stu-audit-not-found      VALUE "35".
001610 77  stu-extract-status      PIC X(02) VALUE "00".
001620         88  stu-extract-ok           VALUE "00".
001630 77  stu-seq-status          PIC X(02) VALUE "00".
001640         88  stu-seq-ok               VALUE "00".
001650         88  stu-seq-not-found        VALUE "35".
001660 77  stu-log-status          PIC X(02) VALUE "00".
001670         88  stu-log-ok               VALUE "00".
001680         88  stu-log-not-found        VALUE "35".
001690 77  stu-requeue-status      PIC X(02) VALUE "00".
001700         88  stu-requeue-ok           VALUE "00".
001710         88  stu-requeue-not-found    VALUE "35".
001720 77  stu-requeue-eof-switch  PIC X(01) VALUE "N".
001730         88  stu-requeue-eof          VALUE "Y".
001740         88  stu-requeue-not-eof       VALUE "N".
001750 77  stu-eof-switch          PIC X(01) VALUE "N".
001760         88  stu-eof                  VALUE "Y".
001770         88  stu-not-eof               VALUE "N".
001780 77  stu-valid-switch        PIC X(01) VALUE "N".
001790         88  stu-valid                 VALUE "Y".
001800         88  stu-not-valid              VALUE "N".
001810 77  stu-run-switch          PIC X(01) VALUE "Y".
001820         88  stu-run-ok                VALUE "Y".
001830         88  stu-run-stopped            VALUE "N".
001840 77  stu-extract-date        PIC 9(08) VALUE 0.
001850 77  stu-run-seq             PIC 9(05) VALUE 0.
001860 77  stu-scan-count          PIC 9(05) VALUE 0.
001870 77  stu-change-count        PIC 9(05) VALUE 0.
001880 77  stu-add-count           PIC 9(05) VALUE 0.
001890 77  stu-edit-count          PIC 9(05) VALUE 0.
001900 77  stu-del-count           PIC 9(05) VALUE 0.
001910 77  stu-resend-count        PIC 9(05) VALUE 0.
001920 01  stu-extract-name.
001930         03  FILLER           PIC X(09) VALUE "STUDINCR.".
001940         03  stu-extract-dd   PIC 9(08) VALUE ZEROS.
001950*---------------------------------------------------------------
001960* STEP TOTALS HANDED BACK TO THE NIGHTLY CONTROLLER DOCTOR_14,
001970* WHICH CALLS THIS PROGRAM AS ONE STEP OF THE NIGHTLY CYCLE. THE
001980* SAME LAYOUT IS DECLARED EXTERNAL IN EVERY STEP PROGRAM.
001990*---------------------------------------------------------------
002000 01  stu-step-totals EXTERNAL.
002010         03  stu-step-caller  PIC X(08).
002020             88  stu-step-nightly       VALUE "NIGHTRUN".
002030         03  stu-step-read    PIC 9(07).
002040         03  stu-step-written PIC 9(07).
002050         03  stu-step-rejected PIC 9(07).
002060         03  stu-step-except  PIC 9(07).
002070         03  stu-step-cycle-date PIC 9(08).
002080*
002090 PROCEDURE DIVISION.
002100*
002110         IF stu-step-nightly
002120             IF stu-step-cycle-date NUMERIC
002130             AND stu-step-cycle-date > 0
002140                 MOVE stu-step-cycle-date TO stu-extract-date
002150             ELSE
002160                 ACCEPT stu-extract-date FROM DATE YYYYMMDD
002170             END-IF
002180         ELSE
002190             PERFORM ACCEPT-VALID-EXTRACT-DATE
002200         END-IF.
002210         PERFORM OPEN-EXTRACT-FILES.
002220         IF stu-run-ok
002230             PERFORM GET-RUN-SEQUENCE
002240             PERFORM WRITE-EXTRACT-HEADER
002250             PERFORM RESEND-REQUEUED-RECORDS
002260             SET stu-not-eof TO TRUE
002270             PERFORM READ-NEXT-AUDIT-RECORD
002280             PERFORM EXTRACT-ONE-ACTION UNTIL stu-eof
002290             PERFORM WRITE-EXTRACT-TRAILER
002300             PERFORM SAVE-RUN-SEQUENCE
002310             PERFORM LOG-TRANSMISSION
002320             PERFORM CLEAR-REQUEUE-FILE
002330             CLOSE STUDENT-AUDIT
002340             CLOSE CHANGE-EXTRACT
002350             PERFORM PRINT-EXTRACT-TOTALS
002360         END-IF.
002370         PERFORM SET-STEP-RESULT.
002380         GOBACK.
002390*
002400*----------------------------------------------------------------*
002410*  ACCEPT-VALID-EXTRACT-DATE -- RE-PROMPTS UNTIL THE OPERATOR    *
002420*  GIVES A YYYYMMDD DATE; ZERO TAKES TODAY, WHICH IS THE         *
002430*  NORMAL END-OF-DAY CASE.                                       *
002440*----------------------------------------------------------------*
002450 ACCEPT-VALID-EXTRACT-DATE.
002460         SET stu-not-valid TO TRUE.
002470         PERFORM GET-EXTRACT-DATE UNTIL stu-valid.
002480*
002490 GET-EXTRACT-DATE.
002500         DISPLAY "EXTRACT DATE (YYYYMMDD, 0 = TODAY): "
002510             WITH NO ADVANCING.
002520         ACCEPT stu-extract-date.
002530         IF stu-extract-date NUMERIC
002540             IF stu-extract-date = 0
002550                 ACCEPT stu-extract-date FROM DATE YYYYMMDD
002560             END-IF
002570             SET stu-valid TO TRUE
002580         ELSE
002590             DISPLAY "INVALID DATE - MUST BE YYYYMMDD"
002600         END-IF.
002610*
002620*----------------------------------------------------------------*
002630*  OPEN-EXTRACT-FILES -- OPENS THE AUDIT TRAIL FOR INPUT AND     *
002640*  THE DATED EXTRACT FOR OUTPUT. A MISSING AUDIT FILE MEANS      *
002650*  THERE IS NOTHING TO EXTRACT FROM, SO THE RUN STOPS.           *
002660*----------------------------------------------------------------*
002670 OPEN-EXTRACT-FILES.
002680         OPEN INPUT STUDENT-AUDIT.
002690         IF NOT stu-audit-ok
002700             DISPLAY "AUDIT FILE STUDAUDT NOT FOUND - NO RUN"
002710             SET stu-run-stopped TO TRUE
002720         ELSE
002730             MOVE stu-extract-date TO stu-extract-dd
002740             OPEN OUTPUT CHANGE-EXTRACT
002750             IF NOT stu-extract-ok
002760                 DISPLAY "WARNING - CANNOT OPEN "
002770                     stu-extract-name " - NO RUN"
002780                 CLOSE STUDENT-AUDIT
002790                 SET stu-run-stopped TO TRUE
002800             END-IF
002810         END-IF.
002820*
002830*----------------------------------------------------------------*
002840*  GET-RUN-SEQUENCE / SAVE-RUN-SEQUENCE -- THE ONE-RECORD        *
002850*  EXTRSEQ FILE CARRIES THE LAST RUN SEQUENCE SENT. EACH RUN     *
002860*  TAKES THE NEXT NUMBER AND SAVES IT BACK ONLY AFTER THE        *
002870*  EXTRACT IS COMPLETE, SO A FAILED RUN RE-USES ITS NUMBER AND   *
002880*  THE RECEIVING SIDE SEES AN UNBROKEN SEQUENCE.                 *
002890*----------------------------------------------------------------*
002900 GET-RUN-SEQUENCE.
002910         MOVE 0 TO stu-run-seq.
002920         OPEN INPUT EXTRACT-SEQUENCE.
002930         IF stu-seq-ok
002940             READ EXTRACT-SEQUENCE NEXT RECORD
002950                 AT END
002960                     MOVE 0 TO last-seq-Q
002970             END-READ
002980             MOVE last-seq-Q TO stu-run-seq
002990             CLOSE EXTRACT-SEQUENCE
003000         END-IF.
003010         COMPUTE stu-run-seq = stu-run-seq + 1.
003020*
003030 SAVE-RUN-SEQUENCE.
003040         OPEN OUTPUT EXTRACT-SEQUENCE.
003050         IF stu-seq-ok
003060             MOVE stu-run-seq TO last-seq-Q
003070             WRITE EXTRACT-SEQUENCE-RECORD
003080             CLOSE EXTRACT-SEQUENCE
003090         ELSE
003100             DISPLAY "WARNING - CANNOT WRITE EXTRSEQ"
003110         END-IF.
003120*
003130*----------------------------------------------------------------*
003140*  LOG-TRANSMISSION -- RECORDS THE RUN ON THE EXTRLOG            *
003150*  TRANSMISSION LOG AS SENT AND NOT YET ACKNOWLEDGED, FOR THE    *
003160*  DOCTOR_11 ACKNOWLEDGMENT RUN TO MATCH THE REGISTRAR'S REPLY   *
003170*  AGAINST. THE LOG IS CREATED ON FIRST USE.                     *
003180*----------------------------------------------------------------*
003190 LOG-TRANSMISSION.
003200         OPEN I-O EXTRACT-LOG.
003210         IF stu-log-not-found
003220             OPEN OUTPUT EXTRACT-LOG
003230             CLOSE EXTRACT-LOG
003240             OPEN I-O EXTRACT-LOG
003250         END-IF.
003260         IF stu-log-ok
003270             MOVE stu-run-seq TO log-seq-L
003280             MOVE stu-extract-date TO log-date-L
003290             MOVE stu-change-count TO log-count-L
003300             SET log-sent-L TO TRUE
003310             MOVE 0 TO log-ack-date-L
003320             MOVE 0 TO log-reject-count-L
003330             MOVE SPACES TO log-reason-L
003340             SET log-not-requeued-L TO TRUE
003350             WRITE EXTRACT-LOG-RECORD
003360                 INVALID KEY
003370                     DISPLAY "WARNING - SEQUENCE " stu-run-seq
003380                         " ALREADY ON EXTRLOG"
003390             END-WRITE
003400             CLOSE EXTRACT-LOG
003410         ELSE
003420             DISPLAY "WARNING - CANNOT OPEN EXTRLOG"
003430         END-IF.
003440*
003450*----------------------------------------------------------------*
003460*  RESEND-REQUEUED-RECORDS -- RECORDS THE REGISTRAR REJECTED,    *
003470*  QUEUED ON EXTRRQ BY DOCTOR_11, GO OUT AGAIN FIRST WITH THEIR  *
003480*  ORIGINAL ACTION CODE AND IMAGE, SO ANY NEWER CHANGE TO THE    *
003490*  SAME STUDENT LATER IN THE EXTRACT STILL WINS. NO QUEUE FILE   *
003500*  MEANS NOTHING IS WAITING.                                     *
003510*----------------------------------------------------------------*
003520 RESEND-REQUEUED-RECORDS.
003530         MOVE 0 TO stu-resend-count.
003540         OPEN INPUT REQUEUE-FILE.
003550         IF stu-requeue-ok
003560             SET stu-requeue-not-eof TO TRUE
003570             PERFORM READ-NEXT-REQUEUE-RECORD
003580             PERFORM RESEND-ONE-RECORD UNTIL stu-requeue-eof
003590             CLOSE REQUEUE-FILE
003600         END-IF.
003610*
003620 READ-NEXT-REQUEUE-RECORD.
003630         READ REQUEUE-FILE NEXT RECORD
003640             AT END
003650                 SET stu-requeue-eof TO TRUE
003660         END-READ.
003670*
003680 RESEND-ONE-RECORD.
003690         MOVE action-code-U TO action-code-E.
003700         MOVE student-image-U TO student-image-E.
003710         PERFORM WRITE-EXTRACT-DETAIL.
003720         COMPUTE stu-resend-count = stu-resend-count + 1.
003730         PERFORM READ-NEXT-REQUEUE-RECORD.
003740*
003750*----------------------------------------------------------------*
003760*  CLEAR-REQUEUE-FILE -- ONCE THE EXTRACT CARRYING THE RESENT    *
003770*  RECORDS IS COMPLETE THE QUEUE IS EMPTIED, SO THEY GO OUT      *
003780*  ONLY ONCE MORE.                                               *
003790*----------------------------------------------------------------*
003800 CLEAR-REQUEUE-FILE.
003810         IF stu-resend-count > 0
003820             OPEN OUTPUT REQUEUE-FILE
003830             IF stu-requeue-ok
003840                 CLOSE REQUEUE-FILE
003850             ELSE
003860                 DISPLAY "WARNING - CANNOT CLEAR EXTRRQ"
003870             END-IF
003880         END-IF.
003890*
003900 WRITE-EXTRACT-HEADER.
003910         MOVE SPACES TO EXTRACT-CONTROL-RECORD.
003920         SET extract-header TO TRUE.
003930         MOVE stu-extract-date TO control-date-E.
003940         MOVE stu-run-seq TO control-seq-E.
003950         MOVE 0 TO control-count-E.
003960         WRITE EXTRACT-CONTROL-RECORD.
003970*
003980 WRITE-EXTRACT-TRAILER.
003990         MOVE SPACES TO EXTRACT-CONTROL-RECORD.
004000         SET extract-trailer TO TRUE.
004010         MOVE stu-extract-date TO control-date-E.
004020         MOVE stu-run-seq TO control-seq-E.
004030         MOVE stu-change-count TO control-count-E.
004040         WRITE EXTRACT-CONTROL-RECORD.
004050*
004060 READ-NEXT-AUDIT-RECORD.
004070         READ STUDENT-AUDIT NEXT RECORD
004080             AT END
004090                 SET stu-eof TO TRUE
004100         END-READ.
004110         IF stu-not-eof
004120             COMPUTE stu-scan-count = stu-scan-count + 1
004130         END-IF.
004140*
004150*----------------------------------------------------------------*
004160*  EXTRACT-ONE-ACTION -- AN AUDIT RECORD FOR THE EXTRACT DATE    *
004170*  BECOMES ONE EXTRACT DETAIL: AN ADD GOES ACROSS AS A WITH THE  *
004180*  AFTER IMAGE, A DELETE AS D WITH THE BEFORE IMAGE, AND AN      *
004190*  EDIT OR STATUS CHANGE (GRAD, LEAVE, RETURN) AS C WITH THE     *
004200*  AFTER IMAGE. A MERGE RETIRES THE NUMBER IN ITS BEFORE IMAGE,  *
004210*  SO IT GOES ACROSS AS A D WITH THE BEFORE IMAGE; THE KEPT      *
004220*  NUMBER IS UNCHANGED. OTHER DATES FALL THROUGH.                *
004230*----------------------------------------------------------------*
004240 EXTRACT-ONE-ACTION.
004250         IF audit-date-T = stu-extract-date
004260             EVALUATE action-T
004270               WHEN "ADD"
004280                 MOVE "A" TO action-code-E
004290                 MOVE after-image-T TO student-image-E
004300                 PERFORM WRITE-EXTRACT-DETAIL
004310                 COMPUTE stu-add-count = stu-add-count + 1
004320               WHEN "DELETE"
004330               WHEN "MERGE"
004340                 MOVE "D" TO action-code-E
004350                 MOVE before-image-T TO student-image-E
004360                 PERFORM WRITE-EXTRACT-DETAIL
004370                 COMPUTE stu-del-count = stu-del-count + 1
004380               WHEN "EDIT"
004390               WHEN "GRAD"
004400               WHEN "LEAVE"
004410               WHEN "RETURN"
004420                 MOVE "C" TO action-code-E
004430                 MOVE after-image-T TO student-image-E
004440                 PERFORM WRITE-EXTRACT-DETAIL
004450                 COMPUTE stu-edit-count = stu-edit-count + 1
004460               WHEN OTHER
004470                 CONTINUE
004480             END-EVALUATE
004490         END-IF.
004500         PERFORM READ-NEXT-AUDIT-RECORD.
004510*
004520 WRITE-EXTRACT-DETAIL.
004530         WRITE EXTRACT-DETAIL-RECORD.
004540         IF stu-extract-ok
004550             COMPUTE stu-change-count = stu-change-count + 1
004560         ELSE
004570             DISPLAY "WARNING - EXTRACT WRITE FAILED"
004580         END-IF.
004590*
004600 PRINT-EXTRACT-TOTALS.
004610         DISPLAY "EXTRACT DATE:            " stu-extract-date.
004620         DISPLAY "RUN SEQUENCE:            " stu-run-seq.
004630         DISPLAY "AUDIT RECORDS SCANNED:   " stu-scan-count.
004640         DISPLAY "ADDS SENT:               " stu-add-count.
004650         DISPLAY "CHANGES SENT:            " stu-edit-count.
004660         DISPLAY "DELETES SENT:            " stu-del-count.
004670         DISPLAY "REJECTED RECORDS RESENT: " stu-resend-count.
004680         DISPLAY "TOTAL RECORDS SENT:      " stu-change-count.
004690         DISPLAY "EXTRACT WRITTEN TO " stu-extract-name.
004700*
004710*----------------------------------------------------------------*
004720*  SET-STEP-RESULT -- HANDS THE RUN TOTALS AND A RETURN CODE     *
004730*  BACK TO THE NIGHTLY CONTROLLER. RETURN CODE 0 EXTRACT         *
004740*  WRITTEN, 8 NO RUN.                                            *
004750*  RUN ON ITS OWN, THE RETURN CODE IS THE JOB'S CONDITION CODE.  *
004760*----------------------------------------------------------------*
004770 SET-STEP-RESULT.
004780         MOVE stu-scan-count TO stu-step-read.
004790         MOVE stu-change-count TO stu-step-written.
004800         MOVE 0 TO stu-step-rejected.
004810         MOVE 0 TO stu-step-except.
004820         IF stu-run-ok
004830             MOVE 0 TO RETURN-CODE
004840         ELSE
004850             MOVE 8 TO RETURN-CODE
004860         END-IF.
