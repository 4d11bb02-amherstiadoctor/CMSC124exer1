000100*================================================================
000110* PROGRAM:  DOCTOR_11
000120* PURPOSE:  REGISTRAR ACKNOWLEDGMENT PROCESSING
000130*           READS THE REGISTRAR'S ACKNOWLEDGMENT FILE FOR THE
000140*           DOCTOR_05 STUDINCR CHANGE EXTRACTS AND MATCHES EACH
000150*           ACK TO THE RUN SEQUENCE ON EXTRSEQ AND THE EXTRLOG
000160*           TRANSMISSION LOG, MARKING EACH TRANSMISSION ACCEPTED
000170*           OR REJECTED. STUDENT RECORDS THE REGISTRAR REJECTED,
000180*           OR EVERY RECORD OF A TRANSMISSION REJECTED WHOLE, ARE
000190*           COPIED FROM THE DATED EXTRACT ONTO THE EXTRRQ QUEUE
000200*           SO THE NEXT DOCTOR_05 RUN SENDS THEM AGAIN; REJECTED
000210*           STUDENTS ARE HELD ON EXTRREJ UNTIL THEN. THE
000220*           ACKRPT PRINT FILE LISTS EVERY ACK RECEIVED AND EVERY
000230*           TRANSMISSION STILL UNACKNOWLEDGED OR REJECTED.
000240*================================================================
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. Doctor_11.
000270 AUTHOR. Doctor, Amherstia S.
000280 INSTALLATION. REGISTRAR MIS.
000290 DATE-WRITTEN. 10/15/2026.
000300 DATE-COMPILED.
000310*
000320* MODIFICATION HISTORY
000330*   DATE        BY    DESCRIPTION
000340*   ----------  ----  --------------------------------------------
000350*   2026-10-15  ASD   New program. Nothing read what the registrar
000360*                     sent back for the change extracts, so a
000370*                     lost or rejected day's changes only came to
000380*                     light when a student complained.
000390*   2026-10-15  ASD   STUDINCR detail images and the EXTRRQ
000400*                     requeue image now carry the date of birth
000410*                     and year level (see Doctor_01); the
000420*                     layouts here widened to match.
000430*   2026-10-15  ASD   Rejected student numbers are held on the new
000440*                     keyed EXTRREJ file until their transmission
000450*                     is requeued, instead of only in storage for
000460*                     the run that read the ack, so a transmission
000470*                     requeued on a later run (its extract missing
000480*                     or overwritten the first time) still resends
000490*                     them. One that queues nobody is reported and
000500*                     left not requeued.
000510*
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550         SELECT ACK-FILE ASSIGN TO "STUDACK"
000560             ORGANIZATION IS SEQUENTIAL
000570             ACCESS MODE IS SEQUENTIAL
000580             FILE STATUS IS stu-ack-status.
000590         SELECT ACK-CONTROL ASSIGN TO "ACKCTL"
000600             ORGANIZATION IS SEQUENTIAL
000610             ACCESS MODE IS SEQUENTIAL
000620             FILE STATUS IS stu-ctl-status.
000630         SELECT EXTRACT-SEQUENCE ASSIGN TO "EXTRSEQ"
000640             ORGANIZATION IS SEQUENTIAL
000650             ACCESS MODE IS SEQUENTIAL
000660             FILE STATUS IS stu-seq-status.
000670         SELECT EXTRACT-LOG ASSIGN TO "EXTRLOG"
000680             ORGANIZATION IS INDEXED
000690             ACCESS MODE IS DYNAMIC
000700             RECORD KEY IS log-seq-L
000710             FILE STATUS IS stu-log-status.
000720         SELECT CHANGE-EXTRACT ASSIGN TO DYNAMIC stu-extract-name
000730             ORGANIZATION IS SEQUENTIAL
000740             ACCESS MODE IS SEQUENTIAL
000750             FILE STATUS IS stu-extract-status.
000760         SELECT REQUEUE-FILE ASSIGN TO "EXTRRQ"
000770             ORGANIZATION IS SEQUENTIAL
000780             ACCESS MODE IS SEQUENTIAL
000790             FILE STATUS IS stu-requeue-status.
000800         SELECT REJECT-HOLD ASSIGN TO "EXTRREJ"
000810             ORGANIZATION IS INDEXED
000820             ACCESS MODE IS DYNAMIC
000830             RECORD KEY IS hold-key-H
000840             FILE STATUS IS stu-hold-status.
000850         SELECT ACK-PRINT ASSIGN TO "ACKRPT"
000860             ORGANIZATION IS SEQUENTIAL
000870             ACCESS MODE IS SEQUENTIAL
000880             FILE STATUS IS stu-ackprt-status.
000890*
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  ACK-FILE
000930         LABEL RECORDS ARE STANDARD.
000940 01  ACK-RECORD.
000950         03  ack-type-K       PIC X(03).
000960             88  ack-accepted-K         VALUE "ACC".
000970             88  ack-rejected-K         VALUE "REJ".
000980             88  ack-student-K          VALUE "STU".
000990             88  ack-header-K           VALUE "HDR".
001000             88  ack-trailer-K          VALUE "TRL".
001010             88  ack-control-K          VALUE "HDR" "TRL".
001020         03  ack-date-K       PIC 9(08).
001030         03  ack-seq-K        PIC 9(05).
001040         03  ack-count-K      PIC 9(05).
001050         03  ack-SNo-K        PIC X(10).
001060         03  ack-reason-K     PIC X(03).
001070         03  ack-text-K       PIC X(40).
001080*
001090 FD  ACK-CONTROL
001100         LABEL RECORDS ARE STANDARD.
001110 01  ACK-CONTROL-RECORD.
001120         03  last-ack-no-N    PIC 9(05).
001130         03  last-ack-date-N  PIC 9(08).
001140*
001150 FD  EXTRACT-SEQUENCE
001160         LABEL RECORDS ARE STANDARD.
001170 01  EXTRACT-SEQUENCE-RECORD.
001180         03  last-seq-Q       PIC 9(05).
001190*
001200 FD  EXTRACT-LOG
001210         LABEL RECORDS ARE STANDARD.
001220 01  EXTRACT-LOG-RECORD.
001230         03  log-seq-L        PIC 9(05).
001240         03  log-date-L       PIC 9(08).
001250         03  log-count-L      PIC 9(05).
001260         03  log-status-L     PIC X(01).
001270             88  log-sent-L             VALUE "S".
001280             88  log-accepted-L         VALUE "A".
001290             88  log-rejected-L         VALUE "R".
001300             88  log-part-rejected-L    VALUE "P".
001310         03  log-ack-date-L   PIC 9(08).
001320         03  log-reject-count-L PIC 9(05).
001330         03  log-reason-L     PIC X(03).
001340         03  log-requeue-L    PIC X(01).
001350             88  log-requeued-L         VALUE "Y".
001360             88  log-not-requeued-L     VALUE "N".
001370*
001380 FD  CHANGE-EXTRACT
001390         LABEL RECORDS ARE STANDARD.
001400 01  EXTRACT-DETAIL-RECORD.
001410         03  action-code-E    PIC X(01).
001420         03  student-image-E.
001430             04  SNo-E        PIC X(10).
001440             04  FILLER       PIC X(131).
001450 01  EXTRACT-CONTROL-RECORD.
001460         03  control-type-E   PIC X(03).
001470             88  extract-header         VALUE "HDR".
001480             88  extract-trailer        VALUE "TRL".
001490         03  control-date-E   PIC 9(08).
001500         03  control-seq-E    PIC 9(05).
001510         03  control-count-E  PIC 9(05).
001520         03  FILLER           PIC X(121).
001530*
001540 FD  REQUEUE-FILE
001550         LABEL RECORDS ARE STANDARD.
001560 01  REQUEUE-RECORD.
001570         03  orig-seq-U       PIC 9(05).
001580         03  reason-U         PIC X(03).
001590         03  action-code-U    PIC X(01).
001600         03  student-image-U  PIC X(141).
001610*
001620 FD  REJECT-HOLD
001630         LABEL RECORDS ARE STANDARD.
001640 01  REJECT-HOLD-RECORD.
001650         03  hold-key-H.
001660             04  hold-seq-H   PIC 9(05).
001670             04  hold-sno-H   PIC X(10).
001680         03  hold-reason-H    PIC X(03).
001690         03  hold-ack-no-H    PIC 9(05).
001700         03  hold-matched-H   PIC X(01).
001710*
001720 FD  ACK-PRINT
001730         LABEL RECORDS ARE STANDARD.
001740 01  ACK-PRINT-LINE          PIC X(132).
001750*
001760 WORKING-STORAGE SECTION.
001770*---------------------------------------------------------------
001780* PROGRAM SWITCHES AND CONTROL COUNTERS
001790*---------------------------------------------------------------
001800 77  stu-ack-status          PIC X(02) VALUE "00".
001810         88  stu-ack-ok               VALUE "00".
001820         88  stu-ack-not-found        VALUE "35".
001830 77  stu-ctl-status          PIC X(02) VALUE "00".
001840         88  stu-ctl-ok               VALUE "00".
001850         88  stu-ctl-not-found        VALUE "35".
001860 77  stu-seq-status          PIC X(02) VALUE "00".
001870         88  stu-seq-ok               VALUE "00".
001880         88  stu-seq-not-found        VALUE "35".
001890 77  stu-log-status          PIC X(02) VALUE "00".
001900         88  stu-log-ok               VALUE "00".
001910         88  stu-log-not-found        VALUE "35".
001920 77  stu-extract-status      PIC X(02) VALUE "00".
001930         88  stu-extract-ok           VALUE "00".
001940 77  stu-requeue-status      PIC X(02) VALUE "00".
001950         88  stu-requeue-ok           VALUE "00".
001960         88  stu-requeue-not-found    VALUE "35".
001970 77  stu-hold-status         PIC X(02) VALUE "00".
001980         88  stu-hold-ok              VALUE "00".
001990         88  stu-hold-duplicate       VALUE "22".
002000         88  stu-hold-not-found       VALUE "35".
002010 77  stu-ackprt-status       PIC X(02) VALUE "00".
002020         88  stu-ackprt-ok            VALUE "00".
002030 77  stu-eof-switch          PIC X(01) VALUE "N".
002040         88  stu-eof                  VALUE "Y".
002050         88  stu-not-eof               VALUE "N".
002060 77  stu-log-eof-switch      PIC X(01) VALUE "N".
002070         88  stu-log-eof              VALUE "Y".
002080         88  stu-log-not-eof           VALUE "N".
002090 77  stu-extract-eof-switch  PIC X(01) VALUE "N".
002100         88  stu-extract-eof          VALUE "Y".
002110         88  stu-extract-not-eof       VALUE "N".
002120 77  stu-hold-eof-switch     PIC X(01) VALUE "N".
002130         88  stu-hold-eof             VALUE "Y".
002140         88  stu-hold-not-eof          VALUE "N".
002150 77  stu-found-switch        PIC X(01) VALUE "N".
002160         88  stu-found                 VALUE "Y".
002170         88  stu-not-found              VALUE "N".
002180 77  stu-trailer-switch      PIC X(01) VALUE "N".
002190         88  stu-has-trailer           VALUE "Y".
002200         88  stu-no-trailer             VALUE "N".
002210 77  stu-run-switch          PIC X(01) VALUE "Y".
002220         88  stu-run-ok                VALUE "Y".
002230         88  stu-run-stopped            VALUE "N".
002240 77  stu-ack-date            PIC 9(08) VALUE 0.
002250 77  stu-ack-no              PIC 9(05) VALUE 0.
002260 77  stu-last-ack-no         PIC 9(05) VALUE 0.
002270 77  stu-last-sent           PIC 9(05) VALUE 0.
002280 77  stu-verify-count        PIC 9(05) VALUE 0.
002290 77  stu-expect-count        PIC 9(05) VALUE 0.
002300 77  stu-accept-count        PIC 9(05) VALUE 0.
002310 77  stu-reject-count        PIC 9(05) VALUE 0.
002320 77  stu-student-count       PIC 9(05) VALUE 0.
002330 77  stu-except-count        PIC 9(05) VALUE 0.
002340 77  stu-requeue-count       PIC 9(05) VALUE 0.
002350 77  stu-outstanding-count   PIC 9(05) VALUE 0.
002360 77  stu-unqueued-count      PIC 9(05) VALUE 0.
002370 77  stu-seq-queued          PIC 9(05) VALUE 0.
002380 77  stu-hold-reason         PIC X(03) VALUE SPACES.
002390 77  stu-run-date            PIC 9(08) VALUE 0.
002400 77  stu-lines-per-page      PIC 9(02) VALUE 55.
002410 77  stu-line-count          PIC 9(02) VALUE 0.
002420 77  stu-page-count          PIC 9(03) VALUE 0.
002430 01  stu-extract-name.
002440         03  FILLER           PIC X(09) VALUE "STUDINCR.".
002450         03  stu-extract-dd   PIC 9(08) VALUE ZEROS.
002460*---------------------------------------------------------------
002470* REPORT PRINT LINES
002480*---------------------------------------------------------------
002490 01  stu-ack-title.
002500         03  FILLER           PIC X(34)
002510             VALUE "REGISTRAR ACKNOWLEDGMENT REPORT".
002520         03  FILLER           PIC X(10) VALUE "RUN DATE: ".
002530         03  stu-at-date      PIC 9(08).
002540         03  FILLER           PIC X(07) VALUE "  PAGE ".
002550         03  stu-at-page      PIC ZZ9.
002560 01  stu-ack-colhead          PIC X(60)
002570         VALUE "TYPE / SEQ / EXTRACT DATE / SNO / CODE / RESULT".
002580 01  stu-ack-section          PIC X(60).
002590 01  stu-ack-detail.
002600         03  stu-ad-type      PIC X(03).
002610         03  FILLER           PIC X(01) VALUE SPACE.
002620         03  stu-ad-seq       PIC ZZZZ9.
002630         03  FILLER           PIC X(01) VALUE SPACE.
002640         03  stu-ad-date      PIC 9(08) BLANK WHEN ZERO.
002650         03  FILLER           PIC X(01) VALUE SPACE.
002660         03  stu-ad-sno       PIC X(10).
002670         03  FILLER           PIC X(01) VALUE SPACE.
002680         03  stu-ad-code      PIC X(03).
002690         03  FILLER           PIC X(01) VALUE SPACE.
002700         03  stu-ad-text      PIC X(40).
002710 01  stu-ack-count-line.
002720         03  stu-ac-label     PIC X(30).
002730         03  stu-ac-count     PIC ZZZZ9.
002740 01  stu-ack-verdict          PIC X(50).
002750*
002760 PROCEDURE DIVISION.
002770*
002780         PERFORM OPEN-ACK-FILES.
002790         IF stu-run-ok
002800             PERFORM VERIFY-ACK-CONTROLS
002810         END-IF.
002820         IF stu-run-ok
002830             ACCEPT stu-run-date FROM DATE YYYYMMDD
002840             PERFORM PRINT-ACK-HEADINGS
002850             MOVE "ACKNOWLEDGMENTS RECEIVED" TO stu-ack-section
002860             PERFORM PRINT-SECTION-LINE
002870             PERFORM READ-NEXT-ACK-DETAIL
002880             PERFORM PROCESS-ACK-RECORD UNTIL stu-eof
002890             PERFORM REQUEUE-REJECTED-RECORDS
002900             MOVE "OUTSTANDING AND REJECTED TRANSMISSIONS"
002910                 TO stu-ack-section
002920             PERFORM PRINT-SECTION-LINE
002930             PERFORM LIST-OPEN-TRANSMISSIONS
002940             PERFORM PRINT-ACK-TOTALS
002950             PERFORM SAVE-ACK-CONTROL
002960             PERFORM CLOSE-ACK-FILES
002970         END-IF.
002980         STOP RUN.
002990*
003000*----------------------------------------------------------------*
003010*  OPEN-ACK-FILES -- OPENS THE ACK FILE, PICKS UP THE LAST RUN   *
003020*  SEQUENCE SENT FROM EXTRSEQ AND THE LAST ACK FILE PROCESSED    *
003030*  FROM ACKCTL, AND OPENS THE TRANSMISSION LOG FOR UPDATE, THE   *
003040*  REQUEUE FILE FOR EXTEND AND THE REJECT HOLD FILE FOR UPDATE   *
003050*  (CREATING EACH ON FIRST USE) AND THE PRINT FILE. WITH NO ACK  *
003060*  FILE, NO SEQUENCE OR NO LOG THERE IS NOTHING TO MATCH, SO     *
003070*  THE RUN STOPS.                                                *
003080*----------------------------------------------------------------*
003090 OPEN-ACK-FILES.
003100         OPEN INPUT ACK-FILE.
003110         IF NOT stu-ack-ok
003120             DISPLAY "ACKNOWLEDGMENT FILE STUDACK NOT FOUND - "
003130                 "NO RUN"
003140             SET stu-run-stopped TO TRUE
003150         ELSE
003160             PERFORM GET-LAST-SENT
003170             IF stu-last-sent = 0
003180                 DISPLAY "NO EXTRACT ON EXTRSEQ HAS BEEN SENT - "
003190                     "NO RUN"
003200                 CLOSE ACK-FILE
003210                 SET stu-run-stopped TO TRUE
003220             END-IF
003230         END-IF.
003240         IF stu-run-ok
003250             PERFORM GET-LAST-ACK
003260             OPEN I-O EXTRACT-LOG
003270             IF NOT stu-log-ok
003280                 DISPLAY "TRANSMISSION LOG EXTRLOG NOT FOUND - "
003290                     "NO RUN"
003300                 CLOSE ACK-FILE
003310                 SET stu-run-stopped TO TRUE
003320             END-IF
003330         END-IF.
003340         IF stu-run-ok
003350             OPEN EXTEND REQUEUE-FILE
003360             IF stu-requeue-not-found
003370                 OPEN OUTPUT REQUEUE-FILE
003380                 CLOSE REQUEUE-FILE
003390                 OPEN EXTEND REQUEUE-FILE
003400             END-IF
003410             IF NOT stu-requeue-ok
003420                 DISPLAY "WARNING - CANNOT OPEN EXTRRQ - NO RUN"
003430                 CLOSE ACK-FILE
003440                 CLOSE EXTRACT-LOG
003450                 SET stu-run-stopped TO TRUE
003460             END-IF
003470         END-IF.
003480         IF stu-run-ok
003490             OPEN I-O REJECT-HOLD
003500             IF stu-hold-not-found
003510                 OPEN OUTPUT REJECT-HOLD
003520                 CLOSE REJECT-HOLD
003530                 OPEN I-O REJECT-HOLD
003540             END-IF
003550             IF NOT stu-hold-ok
003560                 DISPLAY "WARNING - CANNOT OPEN EXTRREJ - NO RUN"
003570                 CLOSE ACK-FILE
003580                 CLOSE EXTRACT-LOG
003590                 CLOSE REQUEUE-FILE
003600                 SET stu-run-stopped TO TRUE
003610             END-IF
003620         END-IF.
003630         IF stu-run-ok
003640             OPEN OUTPUT ACK-PRINT
003650             IF NOT stu-ackprt-ok
003660                 DISPLAY "WARNING - CANNOT OPEN ACKRPT - NO RUN"
003670                 CLOSE ACK-FILE
003680                 CLOSE EXTRACT-LOG
003690                 CLOSE REQUEUE-FILE
003700                 CLOSE REJECT-HOLD
003710                 SET stu-run-stopped TO TRUE
003720             END-IF
003730         END-IF.
003740*
003750 CLOSE-ACK-FILES.
003760         CLOSE ACK-FILE.
003770         CLOSE EXTRACT-LOG.
003780         CLOSE REQUEUE-FILE.
003790         CLOSE REJECT-HOLD.
003800         CLOSE ACK-PRINT.
003810*
003820 GET-LAST-SENT.
003830         MOVE 0 TO stu-last-sent.
003840         OPEN INPUT EXTRACT-SEQUENCE.
003850         IF stu-seq-ok
003860             READ EXTRACT-SEQUENCE NEXT RECORD
003870                 AT END
003880                     MOVE 0 TO last-seq-Q
003890             END-READ
003900             MOVE last-seq-Q TO stu-last-sent
003910             CLOSE EXTRACT-SEQUENCE
003920         END-IF.
003930*
003940*----------------------------------------------------------------*
003950*  GET-LAST-ACK / SAVE-ACK-CONTROL -- THE ONE-RECORD ACKCTL      *
003960*  FILE CARRIES THE NUMBER OF THE LAST ACK FILE PROCESSED, SO    *
003970*  THE SAME ACK FILE CANNOT BE APPLIED TWICE. IT IS SAVED ONLY   *
003980*  AFTER THE RUN COMPLETES.                                      *
003990*----------------------------------------------------------------*
004000 GET-LAST-ACK.
004010         MOVE 0 TO stu-last-ack-no.
004020         OPEN INPUT ACK-CONTROL.
004030         IF stu-ctl-ok
004040             READ ACK-CONTROL NEXT RECORD
004050                 AT END
004060                     MOVE 0 TO last-ack-no-N
004070             END-READ
004080             MOVE last-ack-no-N TO stu-last-ack-no
004090             CLOSE ACK-CONTROL
004100         END-IF.
004110*
004120 SAVE-ACK-CONTROL.
004130         OPEN OUTPUT ACK-CONTROL.
004140         IF stu-ctl-ok
004150             MOVE stu-ack-no TO last-ack-no-N
004160             MOVE stu-ack-date TO last-ack-date-N
004170             WRITE ACK-CONTROL-RECORD
004180             CLOSE ACK-CONTROL
004190         ELSE
004200             DISPLAY "WARNING - CANNOT WRITE ACKCTL"
004210         END-IF.
004220*
004230*----------------------------------------------------------------*
004240*  VERIFY-ACK-CONTROLS -- ONE PASS OVER THE ACK FILE BEFORE      *
004250*  ANYTHING IS UPDATED: THE FIRST RECORD MUST BE THE HDR (DATE   *
004260*  AND ACK FILE NUMBER), ITS NUMBER MUST BE NEWER THAN THE LAST  *
004270*  ONE PROCESSED, A TRL MUST BE PRESENT AND ITS COUNT MUST AGREE *
004280*  WITH THE DETAILS ON FILE - OTHERWISE THE RUN IS REFUSED, AS   *
004290*  THE INTAKE LOAD DOES. THE FILE IS THEN REWOUND.               *
004300*----------------------------------------------------------------*
004310 VERIFY-ACK-CONTROLS.
004320         MOVE 0 TO stu-verify-count.
004330         SET stu-no-trailer TO TRUE.
004340         SET stu-not-eof TO TRUE.
004350         READ ACK-FILE NEXT RECORD
004360             AT END
004370                 SET stu-eof TO TRUE
004380         END-READ.
004390         IF stu-eof OR NOT ack-header-K
004400             DISPLAY "ACK FILE HAS NO HDR RECORD - NO RUN"
004410             PERFORM CLOSE-ACK-FILES
004420             SET stu-run-stopped TO TRUE
004430         ELSE
004440             MOVE ack-date-K TO stu-ack-date
004450             MOVE ack-seq-K TO stu-ack-no
004460             IF stu-ack-no NOT > stu-last-ack-no
004470                 DISPLAY "ACK FILE " stu-ack-no
004480                     " ALREADY PROCESSED - NO RUN"
004490                 PERFORM CLOSE-ACK-FILES
004500                 SET stu-run-stopped TO TRUE
004510             END-IF
004520         END-IF.
004530         IF stu-run-ok
004540             PERFORM COUNT-ONE-ACK-RECORD UNTIL stu-eof
004550             IF stu-no-trailer
004560                 DISPLAY "ACK FILE HAS NO TRL RECORD - NO RUN"
004570                 PERFORM CLOSE-ACK-FILES
004580                 SET stu-run-stopped TO TRUE
004590             ELSE
004600                 IF stu-expect-count NOT = stu-verify-count
004610                     DISPLAY "TRL COUNT " stu-expect-count
004620                         " DISAGREES WITH " stu-verify-count
004630                         " DETAIL RECORDS - NO RUN"
004640                     PERFORM CLOSE-ACK-FILES
004650                     SET stu-run-stopped TO TRUE
004660                 ELSE
004670                     CLOSE ACK-FILE
004680                     OPEN INPUT ACK-FILE
004690                     SET stu-not-eof TO TRUE
004700                 END-IF
004710             END-IF
004720         END-IF.
004730*
004740 COUNT-ONE-ACK-RECORD.
004750         READ ACK-FILE NEXT RECORD
004760             AT END
004770                 SET stu-eof TO TRUE
004780         END-READ.
004790         IF stu-not-eof
004800             IF ack-trailer-K
004810                 SET stu-has-trailer TO TRUE
004820                 MOVE ack-count-K TO stu-expect-count
004830             ELSE
004840                 IF NOT ack-header-K
004850                     COMPUTE stu-verify-count
004860                         = stu-verify-count + 1
004870                 END-IF
004880             END-IF
004890         END-IF.
004900*
004910*----------------------------------------------------------------*
004920*  READ-NEXT-ACK-DETAIL -- READS FORWARD TO THE NEXT DETAIL      *
004930*  RECORD, STEPPING OVER THE HDR AND TRL CONTROL RECORDS.        *
004940*----------------------------------------------------------------*
004950 READ-NEXT-ACK-DETAIL.
004960         PERFORM READ-ONE-ACK-RECORD.
004970         PERFORM READ-ONE-ACK-RECORD
004980             UNTIL stu-eof OR NOT ack-control-K.
004990*
005000 READ-ONE-ACK-RECORD.
005010         READ ACK-FILE NEXT RECORD
005020             AT END
005030                 SET stu-eof TO TRUE
005040         END-READ.
005050*
005060*----------------------------------------------------------------*
005070*  PROCESS-ACK-RECORD -- MATCHES THE ACK TO ITS TRANSMISSION.    *
005080*  A SEQUENCE PAST THE LAST ONE ON EXTRSEQ WAS NEVER SENT (NSQ); *
005090*  ONE SENT BEFORE THE LOG WAS KEPT CANNOT BE MATCHED (NLG).     *
005100*  ACC ACCEPTS THE TRANSMISSION, REJ REJECTS IT WHOLE AND STU    *
005110*  REJECTS ONE STUDENT RECORD IN IT.                             *
005120*----------------------------------------------------------------*
005130 PROCESS-ACK-RECORD.
005140         MOVE ack-type-K TO stu-ad-type.
005150         MOVE ack-seq-K TO stu-ad-seq.
005160         MOVE 0 TO stu-ad-date.
005170         MOVE ack-SNo-K TO stu-ad-sno.
005180         PERFORM FIND-LOGGED-TRANSMISSION.
005190         IF stu-not-found
005200             COMPUTE stu-except-count = stu-except-count + 1
005210             IF ack-seq-K NOT NUMERIC OR ack-seq-K = 0
005220             OR ack-seq-K > stu-last-sent
005230                 MOVE "NSQ" TO stu-ad-code
005240                 MOVE "SEQUENCE WAS NEVER SENT" TO stu-ad-text
005250             ELSE
005260                 MOVE "NLG" TO stu-ad-code
005270                 MOVE "SEQUENCE NOT ON TRANSMISSION LOG"
005280                     TO stu-ad-text
005290             END-IF
005300         ELSE
005310             MOVE log-date-L TO stu-ad-date
005320             EVALUATE TRUE
005330               WHEN ack-accepted-K
005340                 PERFORM APPLY-ACCEPTANCE
005350               WHEN ack-rejected-K
005360                 PERFORM APPLY-REJECTION
005370               WHEN ack-student-K
005380                 PERFORM APPLY-STUDENT-REJECTION
005390               WHEN OTHER
005400                 COMPUTE stu-except-count = stu-except-count + 1
005410                 MOVE "TYP" TO stu-ad-code
005420                 MOVE "UNKNOWN ACKNOWLEDGMENT TYPE" TO stu-ad-text
005430             END-EVALUATE
005440         END-IF.
005450         PERFORM PRINT-ACK-LINE.
005460         PERFORM READ-NEXT-ACK-DETAIL.
005470*
005480 FIND-LOGGED-TRANSMISSION.
005490         SET stu-not-found TO TRUE.
005500         IF ack-seq-K NUMERIC
005510             MOVE ack-seq-K TO log-seq-L
005520             READ EXTRACT-LOG
005530                 INVALID KEY
005540                     CONTINUE
005550                 NOT INVALID KEY
005560                     SET stu-found TO TRUE
005570             END-READ
005580         END-IF.
005590*
005600*----------------------------------------------------------------*
005610*  APPLY-ACCEPTANCE -- THE REGISTRAR TOOK THE TRANSMISSION. IF   *
005620*  THE COUNT IT RECEIVED DISAGREES WITH THE COUNT SENT, RECORDS  *
005630*  WERE LOST ON THE WAY AND THE WHOLE TRANSMISSION IS TREATED AS *
005640*  REJECTED (CNT) SO IT GOES OUT AGAIN. A SECOND ACCEPTANCE OF   *
005650*  THE SAME SEQUENCE IS REPORTED (DUP) AND IGNORED.              *
005660*----------------------------------------------------------------*
005670 APPLY-ACCEPTANCE.
005680         IF log-accepted-L
005690             COMPUTE stu-except-count = stu-except-count + 1
005700             MOVE "DUP" TO stu-ad-code
005710             MOVE "ALREADY ACCEPTED - IGNORED" TO stu-ad-text
005720         ELSE
005730             IF ack-count-K NOT = log-count-L
005740                 SET log-rejected-L TO TRUE
005750                 MOVE "CNT" TO log-reason-L
005760                 SET log-not-requeued-L TO TRUE
005770                 COMPUTE stu-reject-count = stu-reject-count + 1
005780                 MOVE "CNT" TO stu-ad-code
005790                 MOVE "COUNT RECEIVED DISAGREES - RESENDING"
005800                     TO stu-ad-text
005810             ELSE
005820                 IF NOT log-part-rejected-L
005830                     SET log-accepted-L TO TRUE
005840                 END-IF
005850                 COMPUTE stu-accept-count = stu-accept-count + 1
005860                 MOVE "ACC" TO stu-ad-code
005870                 MOVE "ACCEPTED" TO stu-ad-text
005880             END-IF
005890             MOVE stu-ack-date TO log-ack-date-L
005900             PERFORM REWRITE-LOG-RECORD
005910         END-IF.
005920*
005930 APPLY-REJECTION.
005940         SET log-rejected-L TO TRUE.
005950         MOVE ack-reason-K TO log-reason-L.
005960         SET log-not-requeued-L TO TRUE.
005970         MOVE stu-ack-date TO log-ack-date-L.
005980         PERFORM REWRITE-LOG-RECORD.
005990         COMPUTE stu-reject-count = stu-reject-count + 1.
006000         MOVE ack-reason-K TO stu-ad-code.
006010         MOVE ack-text-K TO stu-ad-text.
006020*
006030*----------------------------------------------------------------*
006040*  APPLY-STUDENT-REJECTION -- ONE STUDENT RECORD IN THE          *
006050*  TRANSMISSION WAS REJECTED. IT IS HELD ON EXTRREJ, KEYED BY    *
006060*  SEQUENCE AND STUDENT NUMBER, FOR THE REQUEUE PASS OF THIS RUN *
006070*  OR A LATER ONE, UNLESS THE WHOLE TRANSMISSION IS ALREADY      *
006080*  GOING OUT AGAIN. THE SAME STUDENT REJECTED TWICE IS HELD ONCE *
006090*  WITH THE LATEST REASON.                                       *
006100*----------------------------------------------------------------*
006110 APPLY-STUDENT-REJECTION.
006120         COMPUTE stu-student-count = stu-student-count + 1.
006130         COMPUTE log-reject-count-L = log-reject-count-L + 1.
006140         MOVE ack-reason-K TO stu-ad-code.
006150         MOVE ack-text-K TO stu-ad-text.
006160         IF log-rejected-L
006170             MOVE "COVERED BY RESEND OF WHOLE EXTRACT"
006180                 TO stu-ad-text
006190         ELSE
006200             SET log-part-rejected-L TO TRUE
006210             MOVE ack-seq-K TO hold-seq-H
006220             MOVE ack-SNo-K TO hold-sno-H
006230             MOVE ack-reason-K TO hold-reason-H
006240             MOVE stu-ack-no TO hold-ack-no-H
006250             MOVE "N" TO hold-matched-H
006260             WRITE REJECT-HOLD-RECORD
006270                 INVALID KEY
006280                     CONTINUE
006290             END-WRITE
006300             IF stu-hold-duplicate
006310                 REWRITE REJECT-HOLD-RECORD
006320                     INVALID KEY
006330                         CONTINUE
006340                 END-REWRITE
006350             END-IF
006360             IF stu-hold-ok
006370                 SET log-not-requeued-L TO TRUE
006380             ELSE
006390                 COMPUTE stu-except-count = stu-except-count + 1
006400                 MOVE "ERR" TO stu-ad-code
006410                 MOVE "REJECT NOT HELD - RESEND BY HAND"
006420                     TO stu-ad-text
006430             END-IF
006440         END-IF.
006450         MOVE stu-ack-date TO log-ack-date-L.
006460         PERFORM REWRITE-LOG-RECORD.
006470*
006480 REWRITE-LOG-RECORD.
006490         REWRITE EXTRACT-LOG-RECORD
006500             INVALID KEY
006510                 DISPLAY "WARNING - EXTRLOG REWRITE FAILED FOR "
006520                     log-seq-L
006530         END-REWRITE.
006540*
006550*----------------------------------------------------------------*
006560*  REQUEUE-REJECTED-RECORDS -- ONE PASS OVER THE TRANSMISSION    *
006570*  LOG. EVERY REJECTED TRANSMISSION NOT YET REQUEUED HAS ITS     *
006580*  RECORDS COPIED FROM ITS DATED STUDINCR EXTRACT ONTO THE       *
006590*  EXTRRQ QUEUE FOR THE NEXT DOCTOR_05 RUN: ALL OF THEM WHEN IT  *
006600*  WAS REJECTED WHOLE, ONLY THE REJECTED STUDENTS OTHERWISE.     *
006610*----------------------------------------------------------------*
006620 REQUEUE-REJECTED-RECORDS.
006630         PERFORM START-LOG-SCAN.
006640         PERFORM REQUEUE-ONE-TRANSMISSION UNTIL stu-log-eof.
006650*
006660 START-LOG-SCAN.
006670         SET stu-log-not-eof TO TRUE.
006680         MOVE 0 TO log-seq-L.
006690         START EXTRACT-LOG
006700             KEY IS GREATER THAN log-seq-L
006710             INVALID KEY
006720                 SET stu-log-eof TO TRUE
006730             NOT INVALID KEY
006740                 PERFORM READ-NEXT-LOG-RECORD
006750         END-START.
006760*
006770 READ-NEXT-LOG-RECORD.
006780         READ EXTRACT-LOG NEXT RECORD
006790             AT END
006800                 SET stu-log-eof TO TRUE
006810         END-READ.
006820*
006830 REQUEUE-ONE-TRANSMISSION.
006840         IF (log-rejected-L OR log-part-rejected-L)
006850         AND log-not-requeued-L
006860             PERFORM REQUEUE-FROM-EXTRACT
006870         END-IF.
006880         PERFORM READ-NEXT-LOG-RECORD.
006890*
006900*----------------------------------------------------------------*
006910*  REQUEUE-FROM-EXTRACT -- THE DATED EXTRACT MUST STILL HOLD     *
006920*  THIS SEQUENCE IN ITS HDR; A MISSING FILE (MIS) OR ONE SINCE   *
006930*  OVERWRITTEN BY A LATER RUN THE SAME DAY (OVW) IS REPORTED     *
006940*  FOR RESENDING BY HAND AND LEFT UNQUEUED; ITS HELD REJECTS     *
006950*  STAY ON EXTRREJ FOR A LATER RUN. ONCE THE EXTRACT HAS BEEN    *
006960*  READ THE HELD REJECTS FOR THE SEQUENCE ARE SETTLED. A PART-   *
006970*  REJECTED TRANSMISSION THAT QUEUED NOBODY (NRH) IS REPORTED    *
006980*  AND LEFT NOT REQUEUED FOR RESENDING BY HAND.                  *
006990*----------------------------------------------------------------*
007000 REQUEUE-FROM-EXTRACT.
007010         MOVE "RQ" TO stu-ad-type.
007020         MOVE log-seq-L TO stu-ad-seq.
007030         MOVE log-date-L TO stu-ad-date.
007040         MOVE SPACES TO stu-ad-sno.
007050         MOVE log-date-L TO stu-extract-dd.
007060         OPEN INPUT CHANGE-EXTRACT.
007070         IF NOT stu-extract-ok
007080             COMPUTE stu-except-count = stu-except-count + 1
007090             MOVE "MIS" TO stu-ad-code
007100             MOVE "EXTRACT FILE MISSING - RESEND BY HAND"
007110                 TO stu-ad-text
007120             PERFORM PRINT-ACK-LINE
007130         ELSE
007140             SET stu-extract-not-eof TO TRUE
007150             READ CHANGE-EXTRACT NEXT RECORD
007160                 AT END
007170                     SET stu-extract-eof TO TRUE
007180             END-READ
007190             IF stu-extract-eof OR NOT extract-header
007200             OR control-seq-E NOT = log-seq-L
007210                 COMPUTE stu-except-count = stu-except-count + 1
007220                 MOVE "OVW" TO stu-ad-code
007230                 MOVE "EXTRACT NOW HOLDS ANOTHER RUN - BY HAND"
007240                     TO stu-ad-text
007250                 PERFORM PRINT-ACK-LINE
007260             ELSE
007270                 MOVE 0 TO stu-seq-queued
007280                 PERFORM QUEUE-ONE-EXTRACT-RECORD
007290                     UNTIL stu-extract-eof
007300                 PERFORM SETTLE-HELD-REJECTS
007310                 IF log-part-rejected-L AND stu-seq-queued = 0
007320                     COMPUTE stu-except-count
007330                         = stu-except-count + 1
007340                     MOVE SPACES TO stu-ad-sno
007350                     MOVE "NRH" TO stu-ad-code
007360                     MOVE "NO REJECTED STUDENT QUEUED - BY HAND"
007370                         TO stu-ad-text
007380                     PERFORM PRINT-ACK-LINE
007390                 ELSE
007400                     SET log-requeued-L TO TRUE
007410                     PERFORM REWRITE-LOG-RECORD
007420                 END-IF
007430             END-IF
007440             CLOSE CHANGE-EXTRACT
007450         END-IF.
007460*
007470 QUEUE-ONE-EXTRACT-RECORD.
007480         READ CHANGE-EXTRACT NEXT RECORD
007490             AT END
007500                 SET stu-extract-eof TO TRUE
007510         END-READ.
007520         IF stu-extract-not-eof AND NOT extract-trailer
007530             IF log-rejected-L
007540                 MOVE log-reason-L TO reason-U
007550                 PERFORM WRITE-REQUEUE-RECORD
007560             ELSE
007570                 PERFORM FIND-REJECTED-STUDENT
007580                 IF stu-found
007590                     MOVE stu-hold-reason TO reason-U
007600                     PERFORM WRITE-REQUEUE-RECORD
007610                 END-IF
007620             END-IF
007630         END-IF.
007640*
007650 FIND-REJECTED-STUDENT.
007660         SET stu-not-found TO TRUE.
007670         MOVE log-seq-L TO hold-seq-H.
007680         MOVE SNo-E TO hold-sno-H.
007690         READ REJECT-HOLD
007700             INVALID KEY
007710                 CONTINUE
007720             NOT INVALID KEY
007730                 SET stu-found TO TRUE
007740         END-READ.
007750         IF stu-found
007760             MOVE hold-reason-H TO stu-hold-reason
007770             MOVE "Y" TO hold-matched-H
007780             REWRITE REJECT-HOLD-RECORD
007790                 INVALID KEY
007800                     CONTINUE
007810             END-REWRITE
007820         END-IF.
007830*
007840 WRITE-REQUEUE-RECORD.
007850         MOVE log-seq-L TO orig-seq-U.
007860         MOVE action-code-E TO action-code-U.
007870         MOVE student-image-E TO student-image-U.
007880         WRITE REQUEUE-RECORD.
007890         IF stu-requeue-ok
007900             COMPUTE stu-requeue-count = stu-requeue-count + 1
007910             COMPUTE stu-seq-queued = stu-seq-queued + 1
007920             MOVE SNo-E TO stu-ad-sno
007930             MOVE reason-U TO stu-ad-code
007940             MOVE "QUEUED FOR THE NEXT EXTRACT" TO stu-ad-text
007950         ELSE
007960             COMPUTE stu-except-count = stu-except-count + 1
007970             MOVE SNo-E TO stu-ad-sno
007980             MOVE "ERR" TO stu-ad-code
007990             MOVE "REQUEUE WRITE FAILED - RESEND BY HAND"
008000                 TO stu-ad-text
008010         END-IF.
008020         PERFORM PRINT-ACK-LINE.
008030*
008040*----------------------------------------------------------------*
008050*  SETTLE-HELD-REJECTS -- WALKS THE EXTRREJ ENTRIES HELD FOR     *
008060*  THIS SEQUENCE AND DELETES THEM, NOW THAT ITS EXTRACT HAS BEEN *
008070*  READ. A STUDENT THE REGISTRAR REJECTED WHO IS NOT IN THE      *
008080*  TRANSMISSION IT NAMED CANNOT BE RESENT FROM IT (NIT).         *
008090*----------------------------------------------------------------*
008100 SETTLE-HELD-REJECTS.
008110         SET stu-hold-not-eof TO TRUE.
008120         MOVE log-seq-L TO hold-seq-H.
008130         MOVE LOW-VALUES TO hold-sno-H.
008140         START REJECT-HOLD
008150             KEY IS NOT LESS THAN hold-key-H
008160             INVALID KEY
008170                 SET stu-hold-eof TO TRUE
008180             NOT INVALID KEY
008190                 PERFORM READ-NEXT-HOLD-RECORD
008200         END-START.
008210         PERFORM SETTLE-ONE-HELD-REJECT UNTIL stu-hold-eof.
008220*
008230 READ-NEXT-HOLD-RECORD.
008240         READ REJECT-HOLD NEXT RECORD
008250             AT END
008260                 SET stu-hold-eof TO TRUE
008270         END-READ.
008280         IF stu-hold-not-eof AND hold-seq-H NOT = log-seq-L
008290             SET stu-hold-eof TO TRUE
008300         END-IF.
008310*
008320 SETTLE-ONE-HELD-REJECT.
008330         IF log-part-rejected-L AND hold-matched-H = "N"
008340             COMPUTE stu-except-count = stu-except-count + 1
008350             MOVE hold-sno-H TO stu-ad-sno
008360             MOVE "NIT" TO stu-ad-code
008370             MOVE "REJECTED SNO NOT IN THAT TRANSMISSION"
008380                 TO stu-ad-text
008390             PERFORM PRINT-ACK-LINE
008400         END-IF.
008410         DELETE REJECT-HOLD RECORD
008420             INVALID KEY
008430                 DISPLAY "WARNING - EXTRREJ DELETE FAILED FOR "
008440                     hold-sno-H
008450         END-DELETE.
008460         PERFORM READ-NEXT-HOLD-RECORD.
008470*
008480*----------------------------------------------------------------*
008490*  LIST-OPEN-TRANSMISSIONS -- ONE MORE PASS OVER THE LOG: EVERY  *
008500*  TRANSMISSION STILL NOT ACKNOWLEDGED (NAK), EVERY REJECTED ONE *
008510*  STILL NOT REQUEUED, AND THOSE REJECTED BY THIS ACK FILE.      *
008520*----------------------------------------------------------------*
008530 LIST-OPEN-TRANSMISSIONS.
008540         PERFORM START-LOG-SCAN.
008550         PERFORM LIST-ONE-TRANSMISSION UNTIL stu-log-eof.
008560*
008570 LIST-ONE-TRANSMISSION.
008580         MOVE log-seq-L TO stu-ad-seq.
008590         MOVE log-date-L TO stu-ad-date.
008600         MOVE SPACES TO stu-ad-sno.
008610         EVALUATE TRUE
008620           WHEN log-sent-L
008630             COMPUTE stu-outstanding-count =
008640                 stu-outstanding-count + 1
008650             MOVE "OUT" TO stu-ad-type
008660             MOVE "NAK" TO stu-ad-code
008670             MOVE "SENT - NOT ACKNOWLEDGED" TO stu-ad-text
008680             PERFORM PRINT-ACK-LINE
008690           WHEN (log-rejected-L OR log-part-rejected-L)
008700           AND log-not-requeued-L
008710             COMPUTE stu-unqueued-count = stu-unqueued-count + 1
008720             MOVE "REJ" TO stu-ad-type
008730             MOVE log-reason-L TO stu-ad-code
008740             MOVE "REJECTED - NOT REQUEUED, RESEND BY HAND"
008750                 TO stu-ad-text
008760             PERFORM PRINT-ACK-LINE
008770           WHEN (log-rejected-L OR log-part-rejected-L)
008780           AND log-ack-date-L = stu-ack-date
008790             MOVE "REJ" TO stu-ad-type
008800             MOVE log-reason-L TO stu-ad-code
008810             IF log-rejected-L
008820                 MOVE "REJECTED WHOLE - ALL RECORDS REQUEUED"
008830                     TO stu-ad-text
008840             ELSE
008850                 MOVE "RECORD(S) REJECTED - REQUEUED"
008860                     TO stu-ad-text
008870             END-IF
008880             PERFORM PRINT-ACK-LINE
008890           WHEN OTHER
008900             CONTINUE
008910         END-EVALUATE.
008920         PERFORM READ-NEXT-LOG-RECORD.
008930*
008940*----------------------------------------------------------------*
008950*  REPORT PARAGRAPHS -- SAME PAGE-FORMATTED SHAPE AS THE         *
008960*  RECONCILIATION REPORT: TITLE AND COLUMN HEADINGS PER PAGE,    *
008970*  ONE LINE PER ACK OR TRANSMISSION, COUNTS AND A VERDICT AT     *
008980*  THE END. EVERY LINE ALSO GOES TO THE SCREEN.                  *
008990*----------------------------------------------------------------*
009000 PRINT-ACK-HEADINGS.
009010         COMPUTE stu-page-count = stu-page-count + 1.
009020         MOVE stu-run-date TO stu-at-date.
009030         MOVE stu-page-count TO stu-at-page.
009040         WRITE ACK-PRINT-LINE FROM stu-ack-title
009050             AFTER ADVANCING PAGE.
009060         WRITE ACK-PRINT-LINE FROM stu-ack-colhead
009070             AFTER ADVANCING 1 LINE.
009080         MOVE 2 TO stu-line-count.
009090*
009100 PRINT-SECTION-LINE.
009110         IF stu-line-count >= stu-lines-per-page
009120             PERFORM PRINT-ACK-HEADINGS
009130         END-IF.
009140         DISPLAY " ".
009150         DISPLAY stu-ack-section.
009160         WRITE ACK-PRINT-LINE FROM stu-ack-section
009170             AFTER ADVANCING 2 LINES.
009180         COMPUTE stu-line-count = stu-line-count + 2.
009190*
009200 PRINT-ACK-LINE.
009210         IF stu-line-count >= stu-lines-per-page
009220             PERFORM PRINT-ACK-HEADINGS
009230         END-IF.
009240         DISPLAY stu-ack-detail.
009250         WRITE ACK-PRINT-LINE FROM stu-ack-detail
009260             AFTER ADVANCING 1 LINE.
009270         COMPUTE stu-line-count = stu-line-count + 1.
009280*
009290 PRINT-ACK-TOTALS.
009300         DISPLAY " ".
009310         MOVE "ACK FILE NUMBER:" TO stu-ac-label.
009320         MOVE stu-ack-no TO stu-ac-count.
009330         PERFORM PRINT-COUNT-LINE.
009340         MOVE "ACK DETAIL RECORDS:" TO stu-ac-label.
009350         MOVE stu-verify-count TO stu-ac-count.
009360         PERFORM PRINT-COUNT-LINE.
009370         MOVE "TRANSMISSIONS ACCEPTED:" TO stu-ac-label.
009380         MOVE stu-accept-count TO stu-ac-count.
009390         PERFORM PRINT-COUNT-LINE.
009400         MOVE "TRANSMISSIONS REJECTED:" TO stu-ac-label.
009410         MOVE stu-reject-count TO stu-ac-count.
009420         PERFORM PRINT-COUNT-LINE.
009430         MOVE "STUDENT RECORDS REJECTED:" TO stu-ac-label.
009440         MOVE stu-student-count TO stu-ac-count.
009450         PERFORM PRINT-COUNT-LINE.
009460         MOVE "RECORDS QUEUED FOR RESEND:" TO stu-ac-label.
009470         MOVE stu-requeue-count TO stu-ac-count.
009480         PERFORM PRINT-COUNT-LINE.
009490         MOVE "ACK EXCEPTIONS:" TO stu-ac-label.
009500         MOVE stu-except-count TO stu-ac-count.
009510         PERFORM PRINT-COUNT-LINE.
009520         MOVE "NOT YET ACKNOWLEDGED:" TO stu-ac-label.
009530         MOVE stu-outstanding-count TO stu-ac-count.
009540         PERFORM PRINT-COUNT-LINE.
009550         MOVE "REJECTED, NOT REQUEUED:" TO stu-ac-label.
009560         MOVE stu-unqueued-count TO stu-ac-count.
009570         PERFORM PRINT-COUNT-LINE.
009580         IF stu-outstanding-count = 0 AND stu-unqueued-count = 0
009590         AND stu-except-count = 0
009600             MOVE "** ALL TRANSMISSIONS ACCOUNTED FOR **"
009610                 TO stu-ack-verdict
009620         ELSE
009630             MOVE "** TRANSMISSIONS NEED FOLLOW-UP - SEE ABOVE **"
009640                 TO stu-ack-verdict
009650         END-IF.
009660         DISPLAY stu-ack-verdict.
009670         WRITE ACK-PRINT-LINE FROM stu-ack-verdict
009680             AFTER ADVANCING 2 LINES.
009690*
009700 PRINT-COUNT-LINE.
009710         DISPLAY stu-ac-label " " stu-ac-count.
009720         WRITE ACK-PRINT-LINE FROM stu-ack-count-line
009730             AFTER ADVANCING 1 LINE.
009740         COMPUTE stu-line-count = stu-line-count + 1.
