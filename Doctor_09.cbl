000100*================================================================
000110* PROGRAM:  DOCTOR_09
000120* PURPOSE:  TERM FEE ASSESSMENT
000130*           CHARGES EVERY ACTIVELY ENROLLED STUDENT ON THE
000140*           MASTER THE TUITION AND MISCELLANEOUS FEES FOR ONE
000150*           TERM (YYYYS), AT THE PER-TERM RATES CARRIED ON THEIR
000160*           COURSE'S COURSE-REFERENCE RECORD, AS TWO CHARGE
000170*           ENTRIES ON THE FEE-LEDGER. STUDENTS ON LEAVE AND
000180*           GRADUATES ARE NOT CHARGED. A STUDENT ALREADY CHARGED
000190*           FOR THE TERM IS SKIPPED, SO A RUN THAT DIES PARTWAY
000200*           IS SIMPLY RUN AGAIN.
000210*================================================================
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. Doctor_09.
000240 AUTHOR. Doctor, Amherstia S.
000250 INSTALLATION. REGISTRAR MIS.
000260 DATE-WRITTEN. 10/15/2026.
000270 DATE-COMPILED.
000280*
000290* MODIFICATION HISTORY
000300*   DATE        BY    DESCRIPTION
000310*   ----------  ----  --------------------------------------------
000320*   2026-10-15  ASD   New program. Term fees were worked out by
000330*                     accounting on a spreadsheet kept apart from
000340*                     the roster; they are now charged to the
000350*                     FEE-LEDGER straight off the master and the
000360*                     course rates.
000370*   2026-10-15  ASD   The master record now carries the date of
000380*                     birth and year level and COURSE-REFERENCE
000390*                     the course length (see Doctor_01); the
000400*                     layouts here widened to match.
000410*
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450         SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000460             ORGANIZATION IS INDEXED
000470             ACCESS MODE IS DYNAMIC
000480             RECORD KEY IS SNo-M
000490             FILE STATUS IS stu-file-status.
000500         SELECT COURSE-REFERENCE ASSIGN TO "COURSREF"
000510             ORGANIZATION IS INDEXED
000520             ACCESS MODE IS DYNAMIC
000530             RECORD KEY IS course-code-C
000540             FILE STATUS IS stu-course-status.
000550         SELECT FEE-LEDGER ASSIGN TO "FEELEDGR"
000560             ORGANIZATION IS INDEXED
000570             ACCESS MODE IS DYNAMIC
000580             RECORD KEY IS ledger-key-F
000590             FILE STATUS IS stu-fee-status.
000600*
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  STUDENT-MASTER
000640         LABEL RECORDS ARE STANDARD.
000650 01  STUDENT-MASTER-RECORD.
000660         03  SNo-M            PIC X(10).
000670         03  fullname-M       PIC X(50).
000680         03  course-M         PIC X(50).
000690         03  age-M            PIC 99.
000700         03  contact-no-M.
000710             04  mobile-M     PIC X(11).
000720             04  landline-M   PIC X(8).
000730         03  enroll-status-M  PIC X(01).
000740             88  enrolled-M             VALUE "E" " ".
000750             88  on-leave-M             VALUE "L".
000760             88  graduated-M            VALUE "G".
000770         03  birth-date-M     PIC 9(08).
000780         03  year-level-M     PIC 9(01).
000790*
000800 FD  COURSE-REFERENCE
000810         LABEL RECORDS ARE STANDARD.
000820 01  COURSE-REFERENCE-RECORD.
000830         03  course-code-C    PIC X(10).
000840         03  course-title-C   PIC X(50).
000850         03  course-status-C  PIC X(01).
000860             88  course-active          VALUE "A".
000870             88  course-retired         VALUE "R".
000880         03  course-max-C     PIC 9(05).
000890         03  tuition-rate-C   PIC 9(07)V99.
000900         03  misc-fee-C       PIC 9(07)V99.
000910         03  course-years-C   PIC 9(01).
000920*
000930 FD  FEE-LEDGER
000940         LABEL RECORDS ARE STANDARD.
000950 01  FEE-LEDGER-RECORD.
000960         03  ledger-key-F.
000970             04  SNo-F        PIC X(10).
000980             04  entry-seq-F  PIC 9(05).
000990         03  entry-type-F     PIC X(01).
001000             88  entry-tuition-F        VALUE "T".
001010             88  entry-misc-F           VALUE "M".
001020             88  entry-payment-F        VALUE "P".
001030             88  entry-charge-F         VALUE "T" "M".
001040         03  term-F           PIC 9(05).
001050         03  entry-date-F     PIC 9(08).
001060         03  amount-F         PIC 9(07)V99.
001070         03  reference-F      PIC X(15).
001080         03  operator-F       PIC X(10).
001090*
001100 WORKING-STORAGE SECTION.
001110*---------------------------------------------------------------
001120* PROGRAM SWITCHES AND CONTROL COUNTERS
001130*---------------------------------------------------------------
001140 77  stu-file-status         PIC X(02) VALUE "00".
001150         88  stu-file-ok              VALUE "00".
001160         88  stu-file-not-found       VALUE "35".
001170 77  stu-course-status       PIC X(02) VALUE "00".
001180         88  stu-course-ok            VALUE "00".
001190         88  stu-course-not-found     VALUE "35".
001200 77  stu-fee-status          PIC X(02) VALUE "00".
001210         88  stu-fee-ok               VALUE "00".
001220         88  stu-fee-not-found        VALUE "35".
001230 77  stu-eof-switch          PIC X(01) VALUE "N".
001240         88  stu-eof                  VALUE "Y".
001250         88  stu-not-eof               VALUE "N".
001260 77  stu-fee-eof-switch      PIC X(01) VALUE "N".
001270         88  stu-fee-eof              VALUE "Y".
001280         88  stu-fee-not-eof           VALUE "N".
001290 77  stu-valid-switch        PIC X(01) VALUE "N".
001300         88  stu-valid                 VALUE "Y".
001310         88  stu-not-valid              VALUE "N".
001320 77  stu-assessed-switch     PIC X(01) VALUE "N".
001330         88  stu-already-assessed      VALUE "Y".
001340         88  stu-not-assessed           VALUE "N".
001350 77  stu-run-switch          PIC X(01) VALUE "Y".
001360         88  stu-run-ok                VALUE "Y".
001370         88  stu-run-stopped            VALUE "N".
001380 77  stu-operator-id         PIC X(10) VALUE "FEEASSMT".
001390 77  stu-assess-term         PIC 9(05) VALUE 0.
001400 77  stu-term-year           PIC 9(04) VALUE 0.
001410 77  stu-term-sem            PIC 9(01) VALUE 0.
001420 77  stu-run-date            PIC 9(08) VALUE 0.
001430 77  stu-fee-sno             PIC X(10) VALUE SPACES.
001440 77  stu-last-seq            PIC 9(05) VALUE 0.
001450 77  stu-read-count          PIC 9(05) VALUE 0.
001460 77  stu-enrolled-count      PIC 9(05) VALUE 0.
001470 77  stu-assess-count        PIC 9(05) VALUE 0.
001480 77  stu-skip-count          PIC 9(05) VALUE 0.
001490 77  stu-norate-count        PIC 9(05) VALUE 0.
001500 77  stu-tuition-total       PIC 9(09)V99 VALUE 0.
001510 77  stu-misc-total          PIC 9(09)V99 VALUE 0.
001520 77  stu-amount-edit         PIC ZZZ,ZZZ,ZZ9.99.
001530 77  stu-confirm             PIC X(01) VALUE "N".
001540*
001550 PROCEDURE DIVISION.
001560*
001570         PERFORM ACCEPT-VALID-TERM.
001580         DISPLAY "ASSESS TERM " stu-term-year "-" stu-term-sem
001590             " FEES NOW (Y/N)? " WITH NO ADVANCING.
001600         ACCEPT stu-confirm.
001610         IF stu-confirm = "Y" OR stu-confirm = "y"
001620             PERFORM OPEN-ASSESSMENT-FILES
001630             IF stu-run-ok
001640                 ACCEPT stu-run-date FROM DATE YYYYMMDD
001650                 PERFORM START-STUDENT-SCAN
001660                 PERFORM ASSESS-ONE-STUDENT UNTIL stu-eof
001670                 PERFORM PRINT-ASSESSMENT-TOTALS
001680                 PERFORM CLOSE-ASSESSMENT-FILES
001690             END-IF
001700         ELSE
001710             DISPLAY "ASSESSMENT CANCELLED - NOTHING TOUCHED"
001720         END-IF.
001730         STOP RUN.
001740*
001750*----------------------------------------------------------------*
001760*  ACCEPT-VALID-TERM -- RE-PROMPTS UNTIL THE TERM IS YYYYS, S =  *
001770*  1 OR 2 FOR THE SEMESTERS OR 3 FOR SUMMER, THE SAME TERM       *
001780*  NUMBERING AS THE GRADE-FILE IN DOCTOR_01.                     *
001790*----------------------------------------------------------------*
001800 ACCEPT-VALID-TERM.
001810         SET stu-not-valid TO TRUE.
001820         PERFORM GET-TERM UNTIL stu-valid.
001830*
001840 GET-TERM.
001850         DISPLAY "TERM TO ASSESS (YYYYS, S=1/2, 3=SUMMER): "
001860             WITH NO ADVANCING.
001870         ACCEPT stu-assess-term.
001880         IF stu-assess-term NUMERIC
001890             DIVIDE stu-assess-term BY 10
001900                 GIVING stu-term-year REMAINDER stu-term-sem
001910             IF stu-term-year > 1900
001920             AND stu-term-sem >= 1 AND stu-term-sem <= 3
001930                 SET stu-valid TO TRUE
001940             END-IF
001950         END-IF.
001960         IF stu-not-valid
001970             DISPLAY "INVALID TERM - MUST BE YYYYS, S = 1, 2 OR 3"
001980         END-IF.
001990*
002000*----------------------------------------------------------------*
002010*  OPEN-ASSESSMENT-FILES -- THE MASTER AND COURSE FILES ARE      *
002020*  READ ONLY AND MUST EXIST; THE LEDGER IS CREATED ON FIRST USE, *
002030*  AS DOCTOR_01 DOES FOR ITS FILES.                              *
002040*----------------------------------------------------------------*
002050 OPEN-ASSESSMENT-FILES.
002060         OPEN INPUT STUDENT-MASTER.
002070         IF NOT stu-file-ok
002080             DISPLAY "MASTER FILE STUDMAST NOT FOUND - NO RUN"
002090             SET stu-run-stopped TO TRUE
002100         ELSE
002110             OPEN INPUT COURSE-REFERENCE
002120             IF NOT stu-course-ok
002130                 DISPLAY "COURSE FILE COURSREF NOT FOUND - NO RUN"
002140                 CLOSE STUDENT-MASTER
002150                 SET stu-run-stopped TO TRUE
002160             ELSE
002170                 OPEN I-O FEE-LEDGER
002180                 IF stu-fee-not-found
002190                     OPEN OUTPUT FEE-LEDGER
002200                     CLOSE FEE-LEDGER
002210                     OPEN I-O FEE-LEDGER
002220                 END-IF
002230                 IF NOT stu-fee-ok
002240                     DISPLAY "WARNING - CANNOT OPEN FEELEDGR - "
002250                         "NO RUN"
002260                     CLOSE STUDENT-MASTER
002270                     CLOSE COURSE-REFERENCE
002280                     SET stu-run-stopped TO TRUE
002290                 END-IF
002300             END-IF
002310         END-IF.
002320*
002330 CLOSE-ASSESSMENT-FILES.
002340         CLOSE STUDENT-MASTER.
002350         CLOSE COURSE-REFERENCE.
002360         CLOSE FEE-LEDGER.
002370*
002380 START-STUDENT-SCAN.
002390         SET stu-not-eof TO TRUE.
002400         MOVE LOW-VALUES TO SNo-M.
002410         START STUDENT-MASTER
002420             KEY IS GREATER THAN SNo-M
002430             INVALID KEY
002440                 SET stu-eof TO TRUE
002450             NOT INVALID KEY
002460                 PERFORM READ-NEXT-STUDENT-RECORD
002470         END-START.
002480*
002490 READ-NEXT-STUDENT-RECORD.
002500         READ STUDENT-MASTER NEXT RECORD
002510             AT END
002520                 SET stu-eof TO TRUE
002530         END-READ.
002540         IF NOT stu-file-ok
002550             SET stu-eof TO TRUE
002560         END-IF.
002570*
002580*----------------------------------------------------------------*
002590*  ASSESS-ONE-STUDENT -- AN ENROLLED STUDENT WHOSE COURSE        *
002600*  CARRIES A RATE AND WHO HAS NO CHARGE ON THE LEDGER FOR THE    *
002610*  TERM YET GETS A TUITION AND A MISCELLANEOUS CHARGE (A ZERO    *
002620*  RATE WRITES NO ENTRY). A COURSE WITH NO RATES AT ALL IS       *
002630*  LISTED SO THE SUPERVISOR CAN SET THEM AND RUN AGAIN.          *
002640*----------------------------------------------------------------*
002650 ASSESS-ONE-STUDENT.
002660         COMPUTE stu-read-count = stu-read-count + 1.
002670         IF enrolled-M
002680             COMPUTE stu-enrolled-count = stu-enrolled-count + 1
002690             MOVE course-M TO course-code-C
002700             READ COURSE-REFERENCE
002710                 INVALID KEY
002720                     MOVE 0 TO tuition-rate-C
002730                     MOVE 0 TO misc-fee-C
002740             END-READ
002750             IF tuition-rate-C = 0 AND misc-fee-C = 0
002760                 COMPUTE stu-norate-count = stu-norate-count + 1
002770                 DISPLAY "NO FEE RATE FOR COURSE " course-code-C
002780                     " - " SNo-M " NOT ASSESSED"
002790             ELSE
002800                 MOVE SNo-M TO stu-fee-sno
002810                 PERFORM SCAN-STUDENT-LEDGER
002820                 IF stu-already-assessed
002830                     COMPUTE stu-skip-count = stu-skip-count + 1
002840                 ELSE
002850                     IF tuition-rate-C > 0
002860                         SET entry-tuition-F TO TRUE
002870                         MOVE tuition-rate-C TO amount-F
002880                         PERFORM WRITE-CHARGE-ENTRY
002890                         COMPUTE stu-tuition-total =
002900                             stu-tuition-total + tuition-rate-C
002910                     END-IF
002920                     IF misc-fee-C > 0
002930                         SET entry-misc-F TO TRUE
002940                         MOVE misc-fee-C TO amount-F
002950                         PERFORM WRITE-CHARGE-ENTRY
002960                         COMPUTE stu-misc-total =
002970                             stu-misc-total + misc-fee-C
002980                     END-IF
002990                     COMPUTE stu-assess-count =
003000                         stu-assess-count + 1
003010                 END-IF
003020             END-IF
003030         END-IF.
003040         PERFORM READ-NEXT-STUDENT-RECORD.
003050*
003060*----------------------------------------------------------------*
003070*  SCAN-STUDENT-LEDGER -- READS THE LEDGER ENTRIES FOR THE       *
003080*  STUDENT IN stu-fee-sno, KEEPING THE HIGHEST ENTRY SEQUENCE    *
003090*  SO THE NEXT ENTRY CAN BE NUMBERED, AND SETTING                *
003100*  stu-already-assessed WHEN A CHARGE FOR THE TERM IS ON FILE.   *
003110*----------------------------------------------------------------*
003120 SCAN-STUDENT-LEDGER.
003130         MOVE 0 TO stu-last-seq.
003140         SET stu-not-assessed TO TRUE.
003150         SET stu-fee-not-eof TO TRUE.
003160         MOVE stu-fee-sno TO SNo-F.
003170         MOVE 0 TO entry-seq-F.
003180         START FEE-LEDGER
003190             KEY IS GREATER THAN ledger-key-F
003200             INVALID KEY
003210                 SET stu-fee-eof TO TRUE
003220             NOT INVALID KEY
003230                 PERFORM READ-NEXT-LEDGER-RECORD
003240         END-START.
003250         PERFORM CHECK-ONE-LEDGER-ENTRY UNTIL stu-fee-eof.
003260*
003270 READ-NEXT-LEDGER-RECORD.
003280         READ FEE-LEDGER NEXT RECORD
003290             AT END
003300                 SET stu-fee-eof TO TRUE
003310         END-READ.
003320         IF stu-fee-not-eof AND SNo-F NOT = stu-fee-sno
003330             SET stu-fee-eof TO TRUE
003340         END-IF.
003350*
003360 CHECK-ONE-LEDGER-ENTRY.
003370         MOVE entry-seq-F TO stu-last-seq.
003380         IF entry-charge-F AND term-F = stu-assess-term
003390             SET stu-already-assessed TO TRUE
003400         END-IF.
003410         PERFORM READ-NEXT-LEDGER-RECORD.
003420*
003430*----------------------------------------------------------------*
003440*  WRITE-CHARGE-ENTRY -- WRITES THE CHARGE WHOSE TYPE AND AMOUNT *
003450*  THE CALLER HAS SET AS THE STUDENT'S NEXT LEDGER ENTRY, WITH   *
003460*  THE COURSE CODE AS ITS REFERENCE.                             *
003470*----------------------------------------------------------------*
003480 WRITE-CHARGE-ENTRY.
003490         COMPUTE stu-last-seq = stu-last-seq + 1.
003500         MOVE stu-fee-sno     TO SNo-F.
003510         MOVE stu-last-seq    TO entry-seq-F.
003520         MOVE stu-assess-term TO term-F.
003530         MOVE stu-run-date    TO entry-date-F.
003540         MOVE course-code-C   TO reference-F.
003550         MOVE stu-operator-id TO operator-F.
003560         WRITE FEE-LEDGER-RECORD
003570             INVALID KEY
003580                 DISPLAY "WARNING - LEDGER WRITE FAILED FOR "
003590                     stu-fee-sno
003600         END-WRITE.
003610*
003620 PRINT-ASSESSMENT-TOTALS.
003630         DISPLAY "TERM ASSESSED:           " stu-term-year "-"
003640             stu-term-sem.
003650         DISPLAY "STUDENTS READ:           " stu-read-count.
003660         DISPLAY "ACTIVELY ENROLLED:       " stu-enrolled-count.
003670         DISPLAY "STUDENTS ASSESSED:       " stu-assess-count.
003680         DISPLAY "ALREADY ASSESSED:        " stu-skip-count.
003690         DISPLAY "COURSE HAS NO FEE RATE:  " stu-norate-count.
003700         MOVE stu-tuition-total TO stu-amount-edit.
003710         DISPLAY "TUITION CHARGED:         " stu-amount-edit.
003720         MOVE stu-misc-total TO stu-amount-edit.
003730         DISPLAY "MISCELLANEOUS CHARGED:   " stu-amount-edit.
