000100*================================================================
000110* PROGRAM:  DOCTOR_19
000120* PURPOSE:  GUARDIAN SMS DELIVERY-STATUS READBACK
000130*           READS THE DELIVERY-STATUS FILE THE SMS GATEWAY
000140*           RETURNS FOR A BROADCAST BATCH BUILT BY DOCTOR_18
000150*           (SMSDLVR) AND MARKS EVERY GUARDIAN CONTACT ON BCSTDTL
000160*           DELIVERED OR FAILED. EVERY GUARDIAN WHOSE MESSAGE
000170*           COULD NOT BE DELIVERED, OR FOR WHOM THE GATEWAY SENT
000180*           NO STATUS, IS LISTED ON THE DLVRRPT EXCEPTIONS REPORT
000190*           WITH THE STUDENT AND LANDLINE SO STAFF CAN PHONE THE
000200*           FAMILY AND CORRECT THE CONTACT THROUGH
000210*           GUARDIAN-MAINTENANCE. THE BATCH'S BCSTLOG RECORD GETS
000220*           THE DELIVERY COUNTS AND THE NUMBER OF GUARDIANS
000230*           REACHED.
000240*================================================================
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. Doctor_19.
000270 AUTHOR. Doctor, Amherstia S.
000280 INSTALLATION. REGISTRAR MIS.
000290 DATE-WRITTEN. 10/15/2026.
000300 DATE-COMPILED.
000310*
000320* MODIFICATION HISTORY
000330*   DATE        BY    DESCRIPTION
000340*   ----------  ----  --------------------------------------------
000350*   2026-10-15  ASD   New program. Second half of the guardian
000360*                     broadcast, split from Doctor_18 the way the
000370*                     Doctor_11 acknowledgment run is split from
000380*                     the Doctor_05 extract. The status file is
000390*                     checked HDR to TRL before anything is
000400*                     touched, and a batch already marked
000410*                     delivered on BCSTLOG is refused so the same
000420*                     file cannot be applied twice.
000430*
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470         SELECT DELIVERY-FILE ASSIGN TO "SMSDLVR"
000480             ORGANIZATION IS SEQUENTIAL
000490             ACCESS MODE IS SEQUENTIAL
000500             FILE STATUS IS stu-dlvr-status.
000510         SELECT BROADCAST-DETAIL ASSIGN TO "BCSTDTL"
000520             ORGANIZATION IS INDEXED
000530             ACCESS MODE IS DYNAMIC
000540             RECORD KEY IS detail-key-B
000550             FILE STATUS IS stu-detail-status.
000560         SELECT BROADCAST-LOG ASSIGN TO "BCSTLOG"
000570             ORGANIZATION IS INDEXED
000580             ACCESS MODE IS DYNAMIC
000590             RECORD KEY IS log-batch-L
000600             FILE STATUS IS stu-log-status.
000610         SELECT DELIVERY-PRINT ASSIGN TO "DLVRRPT"
000620             ORGANIZATION IS SEQUENTIAL
000630             ACCESS MODE IS SEQUENTIAL
000640             FILE STATUS IS stu-dlvrprt-status.
000650*
000660 DATA DIVISION.
000670 FILE SECTION.
000680*---------------------------------------------------------------
000690* GATEWAY DELIVERY STATUS - A HDR RECORD, ONE DLV RECORD PER
000700* MESSAGE SENT CARRYING ITS SEQUENCE IN THE BATCH, AND A TRL
000710* RECORD WITH THE COUNT OF DLV RECORDS
000720*---------------------------------------------------------------
000730 FD  DELIVERY-FILE
000740         LABEL RECORDS ARE STANDARD.
000750 01  DELIVERY-RECORD.
000760         03  dlvr-type-K      PIC X(03).
000770             88  dlvr-detail-K          VALUE "DLV".
000780             88  dlvr-header-K          VALUE "HDR".
000790             88  dlvr-trailer-K         VALUE "TRL".
000800             88  dlvr-control-K         VALUE "HDR" "TRL".
000810         03  dlvr-batch-K     PIC X(12).
000820         03  dlvr-date-K      PIC 9(08).
000830         03  dlvr-count-K     PIC 9(05).
000840         03  dlvr-seq-K       PIC 9(05).
000850         03  dlvr-mobile-K    PIC X(11).
000860         03  dlvr-result-K    PIC X(01).
000870             88  dlvr-ok-K              VALUE "D".
000880         03  dlvr-reason-K    PIC X(30).
000890*
000900 FD  BROADCAST-DETAIL
000910         LABEL RECORDS ARE STANDARD.
000920 01  BROADCAST-DETAIL-RECORD.
000930         03  detail-key-B.
000940             04  batch-B      PIC X(12).
000950             04  msg-seq-B    PIC 9(05).
000960             04  SNo-B        PIC X(10).
000970             04  contact-seq-B PIC 9(02).
000980         03  mobile-B         PIC X(11).
000990         03  landline-B       PIC X(8).
001000         03  contact-name-B   PIC X(50).
001010         03  relationship-B   PIC X(20).
001020         03  fullname-B       PIC X(50).
001030         03  dlvr-status-B    PIC X(01).
001040             88  dlvr-queued-B          VALUE "Q".
001050             88  dlvr-delivered-B       VALUE "D".
001060             88  dlvr-failed-B          VALUE "F".
001070*
001080 FD  BROADCAST-LOG
001090         LABEL RECORDS ARE STANDARD.
001100 01  BROADCAST-LOG-RECORD.
001110         03  log-batch-L      PIC X(12).
001120         03  log-date-L       PIC 9(08).
001130         03  log-time-L       PIC 9(08).
001140         03  log-sender-L     PIC X(10).
001150         03  log-select-L     PIC X(01).
001160             88  log-by-course-L        VALUE "C".
001170             88  log-by-status-L        VALUE "S".
001180             88  log-all-active-L       VALUE "A".
001190         03  log-value-L      PIC X(10).
001200         03  log-text-L       PIC X(160).
001210         03  log-students-L   PIC 9(05).
001220         03  log-contacts-L   PIC 9(05).
001230         03  log-messages-L   PIC 9(05).
001240         03  log-shared-L     PIC 9(05).
001250         03  log-except-L     PIC 9(05).
001260         03  log-flag-L       PIC X(01).
001270             88  log-sent-L             VALUE "S".
001280             88  log-delivered-L        VALUE "D".
001290         03  log-dlvr-date-L  PIC 9(08).
001300         03  log-msg-ok-L     PIC 9(05).
001310         03  log-msg-failed-L PIC 9(05).
001320         03  log-reached-L    PIC 9(05).
001330         03  log-unreached-L  PIC 9(05).
001340*
001350 FD  DELIVERY-PRINT
001360         LABEL RECORDS ARE STANDARD.
001370 01  DELIVERY-PRINT-LINE     PIC X(132).
001380*
001390 WORKING-STORAGE SECTION.
001400*---------------------------------------------------------------
001410* PROGRAM SWITCHES AND CONTROL COUNTERS
001420*---------------------------------------------------------------
001430 77  stu-dlvr-status         PIC X(02) VALUE "00".
001440         88  stu-dlvr-ok              VALUE "00".
001450 77  stu-detail-status       PIC X(02) VALUE "00".
001460         88  stu-detail-ok            VALUE "00".
001470         88  stu-detail-not-found     VALUE "35".
001480 77  stu-log-status          PIC X(02) VALUE "00".
001490         88  stu-log-ok               VALUE "00".
001500         88  stu-log-not-found        VALUE "35".
001510 77  stu-dlvrprt-status      PIC X(02) VALUE "00".
001520         88  stu-dlvrprt-ok           VALUE "00".
001530 77  stu-eof-switch          PIC X(01) VALUE "N".
001540         88  stu-eof                  VALUE "Y".
001550         88  stu-not-eof               VALUE "N".
001560 77  stu-detail-eof-switch   PIC X(01) VALUE "N".
001570         88  stu-detail-eof           VALUE "Y".
001580         88  stu-detail-not-eof        VALUE "N".
001590 77  stu-run-switch          PIC X(01) VALUE "Y".
001600         88  stu-run-ok                VALUE "Y".
001610         88  stu-run-stopped            VALUE "N".
001620 77  stu-trailer-switch      PIC X(01) VALUE "N".
001630         88  stu-has-trailer           VALUE "Y".
001640         88  stu-no-trailer             VALUE "N".
001650 77  stu-first-switch        PIC X(01) VALUE "Y".
001660         88  stu-first-contact         VALUE "Y".
001670         88  stu-later-contact          VALUE "N".
001680 77  stu-batch-id            PIC X(12) VALUE SPACES.
001690 77  stu-gateway-date        PIC 9(08) VALUE 0.
001700 77  stu-expect-count        PIC 9(05) VALUE 0.
001710 77  stu-verify-count        PIC 9(05) VALUE 0.
001720 77  stu-status-count        PIC 9(05) VALUE 0.
001730 77  stu-msg-ok-count        PIC 9(05) VALUE 0.
001740 77  stu-msg-failed-count    PIC 9(05) VALUE 0.
001750 77  stu-msg-nostatus-count  PIC 9(05) VALUE 0.
001760 77  stu-unmatched-count     PIC 9(05) VALUE 0.
001770 77  stu-repeat-count        PIC 9(05) VALUE 0.
001780 77  stu-reached-count       PIC 9(05) VALUE 0.
001790 77  stu-failed-count        PIC 9(05) VALUE 0.
001800 77  stu-nostatus-count      PIC 9(05) VALUE 0.
001810 77  stu-unreached-count     PIC 9(05) VALUE 0.
001820 77  stu-run-date            PIC 9(08) VALUE 0.
001830 77  stu-lines-per-page      PIC 9(02) VALUE 55.
001840 77  stu-line-count          PIC 9(02) VALUE 0.
001850 77  stu-page-count          PIC 9(03) VALUE 0.
001860*---------------------------------------------------------------
001870* REPORT PRINT LINES
001880*---------------------------------------------------------------
001890 01  stu-dlvr-title.
001900         03  FILLER           PIC X(30)
001910             VALUE "GUARDIAN SMS DELIVERY REPORT".
001920         03  FILLER           PIC X(10) VALUE "RUN DATE: ".
001930         03  stu-dt-date      PIC 9(08).
001940         03  FILLER           PIC X(07) VALUE "  PAGE ".
001950         03  stu-dt-page      PIC ZZ9.
001960 01  stu-dlvr-batch-line.
001970         03  FILLER           PIC X(10) VALUE "BATCH ID: ".
001980         03  stu-db-batch     PIC X(12).
001990         03  FILLER           PIC X(10) VALUE "  SENDER: ".
002000         03  stu-db-sender    PIC X(10).
002010         03  FILLER           PIC X(10) VALUE "  SENT ON ".
002020         03  stu-db-sent      PIC 9(08).
002030         03  FILLER           PIC X(18) VALUE "  GATEWAY STATUS ".
002040         03  stu-db-gateway   PIC 9(08).
002050 01  stu-dlvr-colhead.
002060         03  FILLER           PIC X(11) VALUE "STUDENT NO".
002070         03  FILLER           PIC X(31) VALUE "STUDENT NAME".
002080         03  FILLER           PIC X(03) VALUE "SQ".
002090         03  FILLER           PIC X(31) VALUE "GUARDIAN".
002100         03  FILLER           PIC X(12) VALUE "MOBILE".
002110         03  FILLER           PIC X(09) VALUE "LANDLINE".
002120         03  FILLER           PIC X(30) VALUE "REASON".
002130 01  stu-dlvr-detail.
002140         03  stu-dd-sno       PIC X(10).
002150         03  FILLER           PIC X(01) VALUE SPACE.
002160         03  stu-dd-name      PIC X(30).
002170         03  FILLER           PIC X(01) VALUE SPACE.
002180         03  stu-dd-seq       PIC X(02).
002190         03  FILLER           PIC X(01) VALUE SPACE.
002200         03  stu-dd-contact   PIC X(30).
002210         03  FILLER           PIC X(01) VALUE SPACE.
002220         03  stu-dd-mobile    PIC X(11).
002230         03  FILLER           PIC X(01) VALUE SPACE.
002240         03  stu-dd-landline  PIC X(8).
002250         03  FILLER           PIC X(01) VALUE SPACE.
002260         03  stu-dd-reason    PIC X(30).
002270 01  stu-dlvr-section        PIC X(60).
002280 01  stu-dlvr-count-line.
002290         03  stu-dn-label     PIC X(30).
002300         03  stu-dn-count     PIC ZZZZ9.
002310 01  stu-dlvr-verdict        PIC X(60).
002320*
002330 PROCEDURE DIVISION.
002340*
002350         PERFORM OPEN-DELIVERY-FILES.
002360         IF stu-run-ok
002370             PERFORM VERIFY-DELIVERY-CONTROLS
002380         END-IF.
002390         IF stu-run-ok
002400             ACCEPT stu-run-date FROM DATE YYYYMMDD
002410             PERFORM PRINT-DELIVERY-HEADINGS
002420             MOVE "UNDELIVERED - CORRECT ON GUARDIAN-MAINTENANCE"
002430                 TO stu-dlvr-section
002440             PERFORM PRINT-SECTION-LINE
002450             PERFORM READ-NEXT-DELIVERY-DETAIL
002460             PERFORM PROCESS-DELIVERY-RECORD UNTIL stu-eof
002470             MOVE "NO DELIVERY STATUS RETURNED BY THE GATEWAY"
002480                 TO stu-dlvr-section
002490             PERFORM PRINT-SECTION-LINE
002500             PERFORM LIST-NO-STATUS-CONTACTS
002510             PERFORM UPDATE-BROADCAST-LOG
002520             PERFORM PRINT-DELIVERY-TOTALS
002530             PERFORM CLOSE-DELIVERY-FILES
002540         END-IF.
002550         STOP RUN.
002560*
002570*----------------------------------------------------------------*
002580*  OPEN-DELIVERY-FILES -- THE GATEWAY STATUS FILE, THE BROADCAST *
002590*  LOG AND THE CONTACT DETAIL FILE MUST ALL BE THERE; WITHOUT    *
002600*  THE LOG OR THE DETAIL NO BROADCAST HAS BEEN SENT.             *
002610*----------------------------------------------------------------*
002620 OPEN-DELIVERY-FILES.
002630         OPEN INPUT DELIVERY-FILE.
002640         IF NOT stu-dlvr-ok
002650             DISPLAY "DELIVERY FILE SMSDLVR NOT FOUND - NO RUN"
002660             SET stu-run-stopped TO TRUE
002670         ELSE
002680             OPEN I-O BROADCAST-LOG
002690             IF NOT stu-log-ok
002700                 DISPLAY "BROADCAST LOG BCSTLOG NOT FOUND - "
002710                     "NO RUN"
002720                 CLOSE DELIVERY-FILE
002730                 SET stu-run-stopped TO TRUE
002740             END-IF
002750         END-IF.
002760         IF stu-run-ok
002770             OPEN I-O BROADCAST-DETAIL
002780             IF NOT stu-detail-ok
002790                 DISPLAY "BROADCAST DETAIL BCSTDTL NOT FOUND - "
002800                     "NO RUN"
002810                 CLOSE DELIVERY-FILE
002820                 CLOSE BROADCAST-LOG
002830                 SET stu-run-stopped TO TRUE
002840             END-IF
002850         END-IF.
002860         IF stu-run-ok
002870             OPEN OUTPUT DELIVERY-PRINT
002880             IF NOT stu-dlvrprt-ok
002890                 DISPLAY "WARNING - CANNOT OPEN DLVRRPT - NO RUN"
002900                 CLOSE DELIVERY-FILE
002910                 CLOSE BROADCAST-LOG
002920                 CLOSE BROADCAST-DETAIL
002930                 SET stu-run-stopped TO TRUE
002940             END-IF
002950         END-IF.
002960*
002970 CLOSE-DELIVERY-FILES.
002980         CLOSE DELIVERY-FILE.
002990         CLOSE BROADCAST-LOG.
003000         CLOSE BROADCAST-DETAIL.
003010         CLOSE DELIVERY-PRINT.
003020*
003030*----------------------------------------------------------------*
003040*  VERIFY-DELIVERY-CONTROLS -- BEFORE ANYTHING IS MARKED, THE    *
003050*  FILE MUST START WITH A HDR FOR A BATCH ON BCSTLOG THAT HAS    *
003060*  NOT HAD ITS STATUS APPLIED YET, AND END WITH A TRL WHOSE      *
003070*  COUNT AGREES WITH THE DLV RECORDS BETWEEN. THE FILE IS THEN   *
003080*  REOPENED FOR THE REAL PASS, AS DOCTOR_11 DOES.                *
003090*----------------------------------------------------------------*
003100 VERIFY-DELIVERY-CONTROLS.
003110         MOVE 0 TO stu-verify-count.
003120         SET stu-no-trailer TO TRUE.
003130         SET stu-not-eof TO TRUE.
003140         READ DELIVERY-FILE NEXT RECORD
003150             AT END
003160                 SET stu-eof TO TRUE
003170         END-READ.
003180         IF stu-eof OR NOT dlvr-header-K
003190             DISPLAY "DELIVERY FILE HAS NO HDR RECORD - "
003200                 "NO RUN"
003210             PERFORM CLOSE-DELIVERY-FILES
003220             SET stu-run-stopped TO TRUE
003230         ELSE
003240             MOVE dlvr-batch-K TO stu-batch-id
003250             MOVE dlvr-date-K TO stu-gateway-date
003260             MOVE stu-batch-id TO log-batch-L
003270             READ BROADCAST-LOG
003280                 INVALID KEY
003290                     DISPLAY "BATCH " stu-batch-id
003300                         " IS NOT ON BCSTLOG - NO RUN"
003310                     PERFORM CLOSE-DELIVERY-FILES
003320                     SET stu-run-stopped TO TRUE
003330                 NOT INVALID KEY
003340                     IF log-delivered-L
003350                         DISPLAY "BATCH " stu-batch-id
003360                             " ALREADY PROCESSED - NO RUN"
003370                         PERFORM CLOSE-DELIVERY-FILES
003380                         SET stu-run-stopped TO TRUE
003390                     END-IF
003400             END-READ
003410         END-IF.
003420         IF stu-run-ok
003430             PERFORM COUNT-ONE-DELIVERY-RECORD UNTIL stu-eof
003440             IF stu-no-trailer
003450                 DISPLAY "DELIVERY FILE HAS NO TRL RECORD - "
003460                     "NO RUN"
003470                 PERFORM CLOSE-DELIVERY-FILES
003480                 SET stu-run-stopped TO TRUE
003490             ELSE
003500                 IF stu-expect-count NOT = stu-verify-count
003510                     DISPLAY "TRL COUNT " stu-expect-count
003520                         " DISAGREES WITH " stu-verify-count
003530                         " DETAIL RECORDS - NO RUN"
003540                     PERFORM CLOSE-DELIVERY-FILES
003550                     SET stu-run-stopped TO TRUE
003560                 ELSE
003570                     CLOSE DELIVERY-FILE
003580                     OPEN INPUT DELIVERY-FILE
003590                     SET stu-not-eof TO TRUE
003600                 END-IF
003610             END-IF
003620         END-IF.
003630*
003640 COUNT-ONE-DELIVERY-RECORD.
003650         READ DELIVERY-FILE NEXT RECORD
003660             AT END
003670                 SET stu-eof TO TRUE
003680         END-READ.
003690         IF stu-not-eof
003700             IF dlvr-trailer-K
003710                 SET stu-has-trailer TO TRUE
003720                 MOVE dlvr-count-K TO stu-expect-count
003730             ELSE
003740                 IF NOT dlvr-header-K
003750                     COMPUTE stu-verify-count
003760                         = stu-verify-count + 1
003770                 END-IF
003780             END-IF
003790         END-IF.
003800*
003810*----------------------------------------------------------------*
003820*  READ-NEXT-DELIVERY-DETAIL -- READS FORWARD TO THE NEXT DLV    *
003830*  RECORD, STEPPING OVER THE HDR AND TRL CONTROL RECORDS.        *
003840*----------------------------------------------------------------*
003850 READ-NEXT-DELIVERY-DETAIL.
003860         PERFORM READ-ONE-DELIVERY-RECORD.
003870         PERFORM READ-ONE-DELIVERY-RECORD
003880             UNTIL stu-eof OR NOT dlvr-control-K.
003890*
003900 READ-ONE-DELIVERY-RECORD.
003910         READ DELIVERY-FILE NEXT RECORD
003920             AT END
003930                 SET stu-eof TO TRUE
003940         END-READ.
003950*
003960*----------------------------------------------------------------*
003970*  PROCESS-DELIVERY-RECORD -- ONE STATUS PER MESSAGE. EVERY      *
003980*  GUARDIAN CONTACT QUEUED ON THAT MESSAGE (SIBLINGS SHARING THE *
003990*  NUMBER) IS MARKED DELIVERED OR FAILED; A FAILED ONE IS LISTED *
004000*  WITH THE GATEWAY'S REASON. A STATUS FOR ANOTHER BATCH OR FOR  *
004010*  A MESSAGE NOT IN THE BATCH IS COUNTED AND IGNORED, AS IS A    *
004020*  SECOND STATUS FOR A MESSAGE ALREADY MARKED.                   *
004030*----------------------------------------------------------------*
004040 PROCESS-DELIVERY-RECORD.
004050         COMPUTE stu-status-count = stu-status-count + 1.
004060         IF dlvr-batch-K NOT = stu-batch-id
004070             COMPUTE stu-unmatched-count = stu-unmatched-count + 1
004080             DISPLAY "STATUS FOR BATCH " dlvr-batch-K
004090                 " IGNORED"
004100         ELSE
004110             SET stu-first-contact TO TRUE
004120             PERFORM START-MESSAGE-CONTACTS
004130             IF stu-detail-eof
004140                 COMPUTE stu-unmatched-count
004150                     = stu-unmatched-count + 1
004160                 DISPLAY "MESSAGE " dlvr-seq-K
004170                     " IS NOT IN BATCH " stu-batch-id
004180             ELSE
004190                 PERFORM MARK-ONE-CONTACT UNTIL stu-detail-eof
004200             END-IF
004210         END-IF.
004220         PERFORM READ-NEXT-DELIVERY-DETAIL.
004230*
004240 START-MESSAGE-CONTACTS.
004250         SET stu-detail-not-eof TO TRUE.
004260         MOVE stu-batch-id TO batch-B.
004270         MOVE dlvr-seq-K TO msg-seq-B.
004280         MOVE LOW-VALUES TO SNo-B.
004290         MOVE 0 TO contact-seq-B.
004300         START BROADCAST-DETAIL
004310             KEY IS NOT LESS THAN detail-key-B
004320             INVALID KEY
004330                 SET stu-detail-eof TO TRUE
004340             NOT INVALID KEY
004350                 PERFORM READ-NEXT-MESSAGE-CONTACT
004360         END-START.
004370*
004380 READ-NEXT-MESSAGE-CONTACT.
004390         READ BROADCAST-DETAIL NEXT RECORD
004400             AT END
004410                 SET stu-detail-eof TO TRUE
004420         END-READ.
004430         IF stu-detail-not-eof
004440             IF batch-B NOT = stu-batch-id
004450             OR msg-seq-B NOT = dlvr-seq-K
004460                 SET stu-detail-eof TO TRUE
004470             END-IF
004480         END-IF.
004490*
004500 MARK-ONE-CONTACT.
004510         IF stu-first-contact
004520             SET stu-later-contact TO TRUE
004530             IF dlvr-queued-B
004540                 IF dlvr-ok-K
004550                     COMPUTE stu-msg-ok-count
004560                         = stu-msg-ok-count + 1
004570                 ELSE
004580                     COMPUTE stu-msg-failed-count
004590                         = stu-msg-failed-count + 1
004600                 END-IF
004610             ELSE
004620                 COMPUTE stu-repeat-count = stu-repeat-count + 1
004630                 DISPLAY "SECOND STATUS FOR MESSAGE " dlvr-seq-K
004640                     " IGNORED"
004650                 SET stu-detail-eof TO TRUE
004660             END-IF
004670         END-IF.
004680         IF stu-detail-not-eof
004690             IF dlvr-ok-K
004700                 SET dlvr-delivered-B TO TRUE
004710                 COMPUTE stu-reached-count = stu-reached-count + 1
004720             ELSE
004730                 SET dlvr-failed-B TO TRUE
004740                 COMPUTE stu-failed-count = stu-failed-count + 1
004750                 MOVE dlvr-reason-K TO stu-dd-reason
004760                 IF stu-dd-reason = SPACES
004770                     MOVE "NOT DELIVERED" TO stu-dd-reason
004780                 END-IF
004790                 PERFORM PRINT-DETAIL-LINE
004800             END-IF
004810             REWRITE BROADCAST-DETAIL-RECORD
004820                 INVALID KEY
004830                     DISPLAY "WARNING - BCSTDTL REWRITE FAILED "
004840                         "FOR " SNo-B
004850             END-REWRITE
004860             PERFORM READ-NEXT-MESSAGE-CONTACT
004870         END-IF.
004880*
004890*----------------------------------------------------------------*
004900*  LIST-NO-STATUS-CONTACTS -- ONE PASS OVER THE BATCH ON BCSTDTL *
004910*  FOR CONTACTS STILL QUEUED: THE GATEWAY SENT NOTHING BACK FOR  *
004920*  THEIR MESSAGE, SO THEY ARE NOT KNOWN TO HAVE BEEN REACHED.    *
004930*----------------------------------------------------------------*
004940 LIST-NO-STATUS-CONTACTS.
004950         SET stu-detail-not-eof TO TRUE.
004960         MOVE 0 TO stu-msg-nostatus-count.
004970         MOVE stu-batch-id TO batch-B.
004980         MOVE 0 TO msg-seq-B.
004990         MOVE LOW-VALUES TO SNo-B.
005000         MOVE 0 TO contact-seq-B.
005010         START BROADCAST-DETAIL
005020             KEY IS NOT LESS THAN detail-key-B
005030             INVALID KEY
005040                 SET stu-detail-eof TO TRUE
005050             NOT INVALID KEY
005060                 PERFORM READ-NEXT-BATCH-CONTACT
005070         END-START.
005080         PERFORM CHECK-ONE-BATCH-CONTACT UNTIL stu-detail-eof.
005090         COMPUTE stu-msg-nostatus-count = log-messages-L
005100             - stu-msg-ok-count - stu-msg-failed-count.
005110*
005120 READ-NEXT-BATCH-CONTACT.
005130         READ BROADCAST-DETAIL NEXT RECORD
005140             AT END
005150                 SET stu-detail-eof TO TRUE
005160         END-READ.
005170         IF stu-detail-not-eof AND batch-B NOT = stu-batch-id
005180             SET stu-detail-eof TO TRUE
005190         END-IF.
005200*
005210 CHECK-ONE-BATCH-CONTACT.
005220         IF dlvr-queued-B
005230             COMPUTE stu-nostatus-count = stu-nostatus-count + 1
005240             MOVE "NO STATUS FROM GATEWAY" TO stu-dd-reason
005250             PERFORM PRINT-DETAIL-LINE
005260         END-IF.
005270         PERFORM READ-NEXT-BATCH-CONTACT.
005280*
005290*----------------------------------------------------------------*
005300*  UPDATE-BROADCAST-LOG -- MARKS THE BATCH DELIVERED ON BCSTLOG  *
005310*  WITH THE DATE AND THE MESSAGE AND GUARDIAN COUNTS, WHICH ALSO *
005320*  STOPS THE SAME STATUS FILE BEING APPLIED AGAIN.               *
005330*----------------------------------------------------------------*
005340 UPDATE-BROADCAST-LOG.
005350         COMPUTE stu-unreached-count
005360             = stu-failed-count + stu-nostatus-count.
005370         SET log-delivered-L TO TRUE.
005380         MOVE stu-run-date TO log-dlvr-date-L.
005390         MOVE stu-msg-ok-count TO log-msg-ok-L.
005400         MOVE stu-msg-failed-count TO log-msg-failed-L.
005410         MOVE stu-reached-count TO log-reached-L.
005420         MOVE stu-unreached-count TO log-unreached-L.
005430         REWRITE BROADCAST-LOG-RECORD
005440             INVALID KEY
005450                 DISPLAY "WARNING - BCSTLOG REWRITE FAILED FOR "
005460                     stu-batch-id
005470         END-REWRITE.
005480*
005490*----------------------------------------------------------------*
005500*  REPORT PARAGRAPHS -- SAME PAGE-FORMATTED SHAPE AS THE         *
005510*  BROADCAST REPORT: TITLE, BATCH LINE AND COLUMN HEADINGS PER   *
005520*  PAGE, ONE LINE PER GUARDIAN NOT REACHED, THEN COUNTS AND A    *
005530*  VERDICT. EVERY LINE ALSO GOES TO THE SCREEN.                  *
005540*----------------------------------------------------------------*
005550 PRINT-DELIVERY-HEADINGS.
005560         COMPUTE stu-page-count = stu-page-count + 1.
005570         MOVE stu-run-date TO stu-dt-date.
005580         MOVE stu-page-count TO stu-dt-page.
005590         WRITE DELIVERY-PRINT-LINE FROM stu-dlvr-title
005600             AFTER ADVANCING PAGE.
005610         MOVE stu-batch-id TO stu-db-batch.
005620         MOVE log-sender-L TO stu-db-sender.
005630         MOVE log-date-L TO stu-db-sent.
005640         MOVE stu-gateway-date TO stu-db-gateway.
005650         WRITE DELIVERY-PRINT-LINE FROM stu-dlvr-batch-line
005660             AFTER ADVANCING 2 LINES.
005670         WRITE DELIVERY-PRINT-LINE FROM stu-dlvr-colhead
005680             AFTER ADVANCING 2 LINES.
005690         MOVE 5 TO stu-line-count.
005700*
005710 PRINT-SECTION-LINE.
005720         IF stu-line-count + 3 > stu-lines-per-page
005730             PERFORM PRINT-DELIVERY-HEADINGS
005740         END-IF.
005750         DISPLAY " ".
005760         DISPLAY stu-dlvr-section.
005770         WRITE DELIVERY-PRINT-LINE FROM stu-dlvr-section
005780             AFTER ADVANCING 2 LINES.
005790         COMPUTE stu-line-count = stu-line-count + 2.
005800*
005810 PRINT-DETAIL-LINE.
005820         IF stu-line-count >= stu-lines-per-page
005830             PERFORM PRINT-DELIVERY-HEADINGS
005840         END-IF.
005850         MOVE SNo-B          TO stu-dd-sno.
005860         MOVE fullname-B     TO stu-dd-name.
005870         MOVE contact-seq-B  TO stu-dd-seq.
005880         MOVE contact-name-B TO stu-dd-contact.
005890         MOVE mobile-B       TO stu-dd-mobile.
005900         MOVE landline-B     TO stu-dd-landline.
005910         DISPLAY stu-dlvr-detail.
005920         WRITE DELIVERY-PRINT-LINE FROM stu-dlvr-detail
005930             AFTER ADVANCING 1 LINE.
005940         COMPUTE stu-line-count = stu-line-count + 1.
005950*
005960 PRINT-DELIVERY-TOTALS.
005970         DISPLAY " ".
005980         IF stu-line-count + 16 > stu-lines-per-page
005990             PERFORM PRINT-DELIVERY-HEADINGS
006000         END-IF.
006010         MOVE "MESSAGES SENT IN BATCH:" TO stu-dn-label.
006020         MOVE log-messages-L TO stu-dn-count.
006030         PERFORM PRINT-COUNT-LINE.
006040         MOVE "STATUS RECORDS READ:" TO stu-dn-label.
006050         MOVE stu-status-count TO stu-dn-count.
006060         PERFORM PRINT-COUNT-LINE.
006070         MOVE "  MESSAGES DELIVERED:" TO stu-dn-label.
006080         MOVE stu-msg-ok-count TO stu-dn-count.
006090         PERFORM PRINT-COUNT-LINE.
006100         MOVE "  MESSAGES FAILED:" TO stu-dn-label.
006110         MOVE stu-msg-failed-count TO stu-dn-count.
006120         PERFORM PRINT-COUNT-LINE.
006130         MOVE "  NOT IN BATCH, IGNORED:" TO stu-dn-label.
006140         MOVE stu-unmatched-count TO stu-dn-count.
006150         PERFORM PRINT-COUNT-LINE.
006160         MOVE "  REPEATED, IGNORED:" TO stu-dn-label.
006170         MOVE stu-repeat-count TO stu-dn-count.
006180         PERFORM PRINT-COUNT-LINE.
006190         MOVE "MESSAGES WITH NO STATUS:" TO stu-dn-label.
006200         MOVE stu-msg-nostatus-count TO stu-dn-count.
006210         PERFORM PRINT-COUNT-LINE.
006220         MOVE "GUARDIANS REACHED:" TO stu-dn-label.
006230         MOVE stu-reached-count TO stu-dn-count.
006240         PERFORM PRINT-COUNT-LINE.
006250         MOVE "GUARDIANS NOT REACHED:" TO stu-dn-label.
006260         MOVE stu-unreached-count TO stu-dn-count.
006270         PERFORM PRINT-COUNT-LINE.
006280         MOVE "  DELIVERY FAILED:" TO stu-dn-label.
006290         MOVE stu-failed-count TO stu-dn-count.
006300         PERFORM PRINT-COUNT-LINE.
006310         MOVE "  NO STATUS RETURNED:" TO stu-dn-label.
006320         MOVE stu-nostatus-count TO stu-dn-count.
006330         PERFORM PRINT-COUNT-LINE.
006340         IF stu-unreached-count = 0
006350             MOVE "** EVERY GUARDIAN REACHED **"
006360                 TO stu-dlvr-verdict
006370         ELSE
006380             MOVE "** PHONE THE FAMILIES LISTED ABOVE **"
006390                 TO stu-dlvr-verdict
006400         END-IF.
006410         DISPLAY stu-dlvr-verdict.
006420         WRITE DELIVERY-PRINT-LINE FROM stu-dlvr-verdict
006430             AFTER ADVANCING 2 LINES.
006440*
006450 PRINT-COUNT-LINE.
006460         DISPLAY stu-dn-label " " stu-dn-count.
006470         WRITE DELIVERY-PRINT-LINE FROM stu-dlvr-count-line
006480             AFTER ADVANCING 1 LINE.
006490         COMPUTE stu-line-count = stu-line-count + 1.
