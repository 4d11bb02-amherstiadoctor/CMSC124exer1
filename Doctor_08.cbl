000100*================================================================
000110* PROGRAM:  DOCTOR_08
000120* PURPOSE:  ONE-TIME COURSE-REFERENCE LAYOUT CONVERSION
000130*           THE COURSE RECORD GREW FROM 66 TO 84 BYTES (NEW
000140*           PER-TERM TUITION AND MISCELLANEOUS FEE RATES FOR
000150*           THE FEE ASSESSMENT). A COURSREF WRITTEN UNDER THE
000160*           OLD LAYOUT WILL NOT OPEN UNDER THE NEW ONE, SO THIS
000170*           JOB REWRITES IT IN PLACE THROUGH A TEMP COPY WITH
000180*           BOTH RATES ZERO; SUPERVISORS SET THE REAL RATES
000190*           THROUGH COURSE MAINTENANCE AFTERWARDS. RUN ONCE,
000200*           AFTER DOCTOR_07 ON A SITE STILL ON THE 61-BYTE
000210*           LAYOUT, AND BEFORE ANY OTHER PROGRAM TOUCHES
000220*           COURSREF. NO OTHER FILE CHANGED.
000230*================================================================
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. Doctor_08.
000260 AUTHOR. Doctor, Amherstia S.
000270 INSTALLATION. REGISTRAR MIS.
000280 DATE-WRITTEN. 10/15/2026.
000290 DATE-COMPILED.
000300*
000310* MODIFICATION HISTORY
000320*   DATE        BY    DESCRIPTION
000330*   ----------  ----  --------------------------------------------
000340*   2026-10-15  ASD   New program. The fee rates added to the
000350*                     course record for the tuition ledger
000360*                     changed its layout; existing sites convert
000370*                     COURSREF with this job instead of
000380*                     re-keying every course.
000390*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430         SELECT OLD-COURSE-REFERENCE ASSIGN TO "COURSREF"
000440             ORGANIZATION IS INDEXED
000450             ACCESS MODE IS DYNAMIC
000460             RECORD KEY IS course-code-OC
000470             FILE STATUS IS stu-oldcrs-status.
000480         SELECT NEW-COURSE-REFERENCE ASSIGN TO "COURSREF"
000490             ORGANIZATION IS INDEXED
000500             ACCESS MODE IS DYNAMIC
000510             RECORD KEY IS course-code-C
000520             FILE STATUS IS stu-newcrs-status.
000530         SELECT CONVERT-TEMP ASSIGN TO "CNVTTEMP"
000540             ORGANIZATION IS SEQUENTIAL
000550             ACCESS MODE IS SEQUENTIAL
000560             FILE STATUS IS stu-temp-status.
000570*
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  OLD-COURSE-REFERENCE
000610         LABEL RECORDS ARE STANDARD.
000620 01  OLD-COURSE-REFERENCE-RECORD.
000630         03  course-code-OC   PIC X(10).
000640         03  course-title-OC  PIC X(50).
000650         03  course-status-OC PIC X(01).
000660         03  course-max-OC    PIC 9(05).
000670*
000680 FD  NEW-COURSE-REFERENCE
000690         LABEL RECORDS ARE STANDARD.
000700 01  COURSE-REFERENCE-RECORD.
000710         03  course-code-C    PIC X(10).
000720         03  course-title-C   PIC X(50).
000730         03  course-status-C  PIC X(01).
000740             88  course-active          VALUE "A".
000750             88  course-retired         VALUE "R".
000760         03  course-max-C     PIC 9(05).
000770         03  tuition-rate-C   PIC 9(07)V99.
000780         03  misc-fee-C       PIC 9(07)V99.
000790*
000800 FD  CONVERT-TEMP
000810         LABEL RECORDS ARE STANDARD.
000820 01  CONVERT-TEMP-RECORD     PIC X(84).
000830*
000840 WORKING-STORAGE SECTION.
000850*---------------------------------------------------------------
000860* PROGRAM SWITCHES AND CONTROL COUNTERS
000870*---------------------------------------------------------------
000880 77  stu-oldcrs-status       PIC X(02) VALUE "00".
000890         88  stu-oldcrs-ok            VALUE "00".
000900         88  stu-oldcrs-not-found     VALUE "35".
000910 77  stu-newcrs-status       PIC X(02) VALUE "00".
000920         88  stu-newcrs-ok            VALUE "00".
000930 77  stu-temp-status         PIC X(02) VALUE "00".
000940         88  stu-temp-ok              VALUE "00".
000950 77  stu-eof-switch          PIC X(01) VALUE "N".
000960         88  stu-eof                  VALUE "Y".
000970         88  stu-not-eof               VALUE "N".
000980 77  stu-unload-count        PIC 9(05) VALUE 0.
000990 77  stu-reload-count        PIC 9(05) VALUE 0.
001000 77  stu-confirm             PIC X(01) VALUE "N".
001010*
001020 PROCEDURE DIVISION.
001030*
001040         DISPLAY "ONE-TIME LAYOUT CONVERSION FOR COURSREF "
001050             "(FEE RATES)".
001060         DISPLAY "RUN ONCE, BEFORE ANY OTHER PROGRAM, AND "
001070             "NEVER ON A FILE ALREADY CONVERTED".
001080         DISPLAY "CONVERT NOW (Y/N)? " WITH NO ADVANCING.
001090         ACCEPT stu-confirm.
001100         IF stu-confirm = "Y" OR stu-confirm = "y"
001110             PERFORM CONVERT-COURSE-FILE
001120             DISPLAY "CONVERSION COMPLETE"
001130             DISPLAY "SET EACH COURSE'S FEE RATES THROUGH "
001140                 "COURSE MAINTENANCE (DOCTOR_01 MENU 11) "
001150                 "BEFORE THE FIRST FEE ASSESSMENT"
001160         ELSE
001170             DISPLAY "CONVERSION CANCELLED - NOTHING TOUCHED"
001180         END-IF.
001190         STOP RUN.
001200*
001210*----------------------------------------------------------------*
001220*  CONVERT-COURSE-FILE -- UNLOADS THE OLD 66-BYTE COURSE         *
001230*  REFERENCE TO THE TEMP FILE WITH BOTH FEE RATES ZERO, THEN     *
001240*  RECREATES COURSREF UNDER THE NEW LAYOUT FROM THE TEMP COPY.   *
001250*  A MISSING COURSREF (FRESH SITE) IS SKIPPED.                   *
001260*----------------------------------------------------------------*
001270 CONVERT-COURSE-FILE.
001280         OPEN INPUT OLD-COURSE-REFERENCE.
001290         IF stu-oldcrs-not-found
001300             DISPLAY "NO COURSREF ON FILE - COURSES SKIPPED"
001310         ELSE
001320             MOVE 0 TO stu-unload-count
001330             MOVE 0 TO stu-reload-count
001340             OPEN OUTPUT CONVERT-TEMP
001350             SET stu-not-eof TO TRUE
001360             MOVE LOW-VALUES TO course-code-OC
001370             START OLD-COURSE-REFERENCE
001380                 KEY IS GREATER THAN course-code-OC
001390                 INVALID KEY
001400                     SET stu-eof TO TRUE
001410                 NOT INVALID KEY
001420                     PERFORM READ-NEXT-OLD-COURSE
001430             END-START
001440             PERFORM UNLOAD-ONE-COURSE UNTIL stu-eof
001450             CLOSE OLD-COURSE-REFERENCE
001460             CLOSE CONVERT-TEMP
001470             OPEN OUTPUT NEW-COURSE-REFERENCE
001480             OPEN INPUT CONVERT-TEMP
001490             SET stu-not-eof TO TRUE
001500             PERFORM READ-NEXT-TEMP-RECORD
001510             PERFORM RELOAD-ONE-COURSE UNTIL stu-eof
001520             CLOSE NEW-COURSE-REFERENCE
001530             CLOSE CONVERT-TEMP
001540             DISPLAY "COURSES: " stu-unload-count " READ, "
001550                 stu-reload-count " CONVERTED"
001560             IF stu-unload-count NOT = stu-reload-count
001570                 DISPLAY "WARNING - COURSE COUNTS DISAGREE - "
001580                     "CHECK CNVTTEMP BEFORE GOING ON"
001590             END-IF
001600         END-IF.
001610*
001620 READ-NEXT-OLD-COURSE.
001630         READ OLD-COURSE-REFERENCE NEXT RECORD
001640             AT END
001650                 SET stu-eof TO TRUE
001660         END-READ.
001670         IF NOT stu-oldcrs-ok
001680             SET stu-eof TO TRUE
001690         END-IF.
001700*
001710 UNLOAD-ONE-COURSE.
001720         MOVE course-code-OC   TO course-code-C.
001730         MOVE course-title-OC  TO course-title-C.
001740         MOVE course-status-OC TO course-status-C.
001750         MOVE course-max-OC    TO course-max-C.
001760         MOVE 0                TO tuition-rate-C.
001770         MOVE 0                TO misc-fee-C.
001780         MOVE SPACES TO CONVERT-TEMP-RECORD.
001790         MOVE COURSE-REFERENCE-RECORD TO CONVERT-TEMP-RECORD.
001800         WRITE CONVERT-TEMP-RECORD.
001810         IF stu-temp-ok
001820             COMPUTE stu-unload-count = stu-unload-count + 1
001830         ELSE
001840             DISPLAY "WARNING - TEMP WRITE FAILED FOR "
001850                 course-code-OC
001860         END-IF.
001870         PERFORM READ-NEXT-OLD-COURSE.
001880*
001890 READ-NEXT-TEMP-RECORD.
001900         READ CONVERT-TEMP NEXT RECORD
001910             AT END
001920                 SET stu-eof TO TRUE
001930         END-READ.
001940*
001950 RELOAD-ONE-COURSE.
001960         MOVE CONVERT-TEMP-RECORD TO COURSE-REFERENCE-RECORD.
001970         WRITE COURSE-REFERENCE-RECORD
001980             INVALID KEY
001990                 DISPLAY "WARNING - DUPLICATE COURSE "
002000                     course-code-C
002010         END-WRITE.
002020         IF stu-newcrs-ok
002030             COMPUTE stu-reload-count = stu-reload-count + 1
002040         END-IF.
002050         PERFORM READ-NEXT-TEMP-RECORD.
