      *             DOWN ON AN ADD, UP ON A DROP), REFUSES ADDS ON
      *             SECTIONS WITH NO OPEN SEATS, AND WRITES THE NEW
      *             REGISTRATION DETAIL FILE TO MATCH.
      * 2026-10-15  ADDS NOW CHECKED AGAINST THE INDEXED STUDENT
      *             MASTER - REFUSED FOR A STUDENT WITH A BURSAR,
      *             ADVISING OR DISCIPLINARY HOLD, OR WHOSE CREDIT HOURS
      *             ACROSS THE DETAIL FILE WOULD GO OVER THE STUDENT'S
      *             MAXIMUM.
      *             LOADS ARE BUILT FROM THE DETAIL FILE BEFORE POSTING
      *             AND FOLLOW EACH ADD AND DROP AS IT POSTS.
      * 2026-10-15  RUNS ONLY AFTER MAINT1 HAS COMPLETED FOR THE CYCLE
      *             OPEN ON DA-S-RUNCTL AND ONLY AGAINST THE COURSE
      *             MASTER AND DETAIL GENERATIONS THE CYCLE EXPECTS.
      *             NEW DETAIL RECORDS ARE STAMPED WITH THE NEXT
      *             GENERATION AND THE OUTCOME IS RECORDED ON
      *             DA-S-RUNCTL.
      * 2026-10-15  RESERVED SEAT BLOCKS (DA-S-SEATRSV) - AN ADD TAKES
      *             A RESERVED SEAT ONLY FOR A STUDENT WHOSE MAJOR OR
      *             CLASS LEVEL THE BLOCK NAMES, AND IS REFUSED WHEN
      *             EVERY OPEN SEAT LEFT IS HELD FOR OTHERS.  BLOCKS
      *             PAST THEIR RELEASE DATE ARE OPEN TO EVERYONE.
      * 2026-10-15  EVERY TRANSACTION CARRIES A SUBMITTER ID (COLUMNS
      *             21-28).  THE SUBMITTER MUST BE AUTHORIZED ON
      *             DA-S-AUTH FOR THE SECTION'S DEPARTMENT AND FOR THE
      *             ADD OR DROP; THE SUBMITTER IS PRINTED ON EVERY LINE
      *             OF THE POSTING REPORT.
      * 2026-10-15  RESERVED BLOCKS RELEASE ON THE RUN-CONTROL CYCLE
      *             DATE, NOT TODAY'S DATE, SO A RERUN OR LATE RUN OF
      *             A CYCLE HOLDS THE SAME SEATS AS THE ORIGINAL RUN.
      * 2026-10-15  CREDIT LOADS ARE NOW TAKEN NET OF THE RUN'S DROPS
      *             BEFORE POSTING STARTS, SO AN ADD IS CHECKED AGAINST
      *             THE CEILING THE SAME WAY WHATEVER ORDER THE
      *             STUDENT'S SECTIONS FALL IN ON DA-S-REGTRAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT COURSE-FILE ASSIGN TO 'DA-I-COURSE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CR-COURSE-KEY
           FILE STATUS IS CM-STATUS.
       SELECT STUDENT-FILE ASSIGN TO 'DA-I-STUDENT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SR-STUDENT-ID
           FILE STATUS IS SM-STATUS.
       SELECT TRANS-FILE ASSIGN TO 'DA-S-REGTRAN'.
       SELECT OLD-DETAIL-FILE ASSIGN TO 'DA-S-REGDET'.
       SELECT NEW-DETAIL-FILE ASSIGN TO 'DA-S-NEWREG'.
       SELECT POST-REPORT-FILE ASSIGN TO 'UR-S-REGPOST'.
       SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO 'DA-S-RUNCTL'.
       SELECT OPTIONAL RESERVE-FILE ASSIGN TO 'DA-S-SEATRSV'.
       SELECT OPTIONAL AUTHORITY-FILE ASSIGN TO 'DA-S-AUTH'.
       DATA DIVISION.
       FILE SECTION.
       FD COURSE-FILE
           03 FILLER PIC X(20).
           03 CR-SEATS-REMAINING PIC S999.
           03 CR-CLASSLIMIT PIC 999.
           03 FILLER PIC X(38).
           03 CR-CREDIT-HOURS PIC 9V9.
           03 CR-GEN PIC 9(4).
       FD STUDENT-FILE
       LABEL RECORDS ARE STANDARD.
       01 STUDENT-REC.
           03 SR-STUDENT-ID PIC X(9).
           03 SR-NAME PIC X(25).
           03 SR-CLASS-LEVEL PIC XX.
           03 SR-MAJOR PIC X(4).
           03 SR-MAX-CREDITS PIC 99V9.
           03 SR-HOLD-BURSAR PIC X.
               88 BURSAR-HOLD VALUE 'Y'.
           03 SR-HOLD-ADVISING PIC X.
               88 ADVISING-HOLD VALUE 'Y'.
           03 SR-HOLD-DISCIPLINE PIC X.
               88 DISCIPLINARY-HOLD VALUE 'Y'.
           03 FILLER PIC X(34).
       FD TRANS-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 POST-REPORT-REC PIC X(132).
       FD RUN-CONTROL-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 RUN-CONTROL-REC PIC X(80).
       FD RESERVE-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 RESERVE-REC.
           03 RV-COURSE PIC X(10).
           03 RV-SEATS PIC 999.
           03 RV-RULE PIC X.
               88 RV-MAJOR-RULE VALUE 'M'.
               88 RV-LEVEL-RULE VALUE 'L'.
           03 RV-VALUE PIC X(4).
           03 RV-RELEASE-DATE PIC 9(8).
           03 FILLER PIC X(54).
       FD AUTHORITY-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 AUTHORITY-REC.
           03 AU-SUBMITTER PIC X(8).
           03 AU-ABB PIC XXX.
           03 AU-GRANTS.
               05 AU-MAINT-ADD PIC X.
               05 AU-MAINT-CHANGE PIC X.
               05 AU-MAINT-DELETE PIC X.
               05 AU-LIMIT-INCREASE PIC X.
               05 AU-REG-ADD PIC X.
               05 AU-REG-DROP PIC X.
           03 FILLER PIC X(63).
       WORKING-STORAGE SECTION.
       01 MISC.
           03 DEOF PIC X VALUE 'N'.
           03 COURSE-FOUND-SW PIC X VALUE 'N'.
               88 COURSE-FOUND VALUE 'Y'.
           03 CM-STATUS PIC XX VALUE '00'.
           03 SM-STATUS PIC XX VALUE '00'.
           03 STUDENT-FOUND-SW PIC X VALUE 'N'.
               88 STUDENT-FOUND VALUE 'Y'.
           03 STUDENT-REJECT-SW PIC X VALUE 'N'.
               88 STUDENT-REJECTED VALUE 'Y'.
           03 LOAD-FOUND-SW PIC X VALUE 'N'.
               88 LOAD-FOUND VALUE 'Y'.
           03 LD-IDX PIC 9999 VALUE 0.
           03 LD-FOUND-IDX PIC 9999 VALUE 0.
           03 LOAD-STUDENT-ID PIC X(9) VALUE SPACES.
           03 LOAD-CREDITS PIC 99V9 VALUE 0.
           03 NEW-LOAD PIC 999V9 VALUE 0.
           03 PPAGEKOUNT PIC 99 VALUE 01.
           03 PLINE-CT PIC 99 VALUE 0.
           03 DETAILS-IN-CT PIC 9(5) VALUE 0.
           03 ADDS-POSTED-CT PIC 9(5) VALUE 0.
           03 DROPS-POSTED-CT PIC 9(5) VALUE 0.
           03 ADDS-REFUSED-CT PIC 9(5) VALUE 0.
           03 HOLD-REFUSED-CT PIC 9(5) VALUE 0.
           03 CEILING-REFUSED-CT PIC 9(5) VALUE 0.
           03 TRANS-REJECT-CT PIC 9(5) VALUE 0.
           03 LAST-ADD-KEY PIC X(19) VALUE LOW-VALUES.
           03 RSEOF PIC X VALUE 'N'.
               88 RESERVE-END-OF-DATA VALUE 'Y'.
           03 RSV-BLOCKS-SW PIC X VALUE 'N'.
               88 COURSE-HAS-BLOCKS VALUE 'Y'.
           03 RSV-ELIGIBLE-SW PIC X VALUE 'N'.
               88 RSV-STUDENT-ELIGIBLE VALUE 'Y'.
           03 RSV-COURSE PIC X(10) VALUE SPACES.
           03 RSV-REMAIN PIC S9(4) VALUE 0.
           03 RSV-IDX PIC 999 VALUE 0.
           03 RSV-ELIGIBLE-IDX PIC 999 VALUE 0.
           03 RESERVED-REFUSED-CT PIC 9(5) VALUE 0.
           03 AUEOF PIC X VALUE 'N'.
               88 AUTHORITY-END-OF-DATA VALUE 'Y'.
           03 AUTH-IDX PIC 999 VALUE 0.
           03 AUTH-SUBMITTER PIC X(8) VALUE SPACES.
           03 AUTH-ABB PIC XXX VALUE SPACES.
           03 AUTH-REJECT-CT PIC 9(5) VALUE 0.
           03 TRANS-REASON PIC X(40) VALUE SPACES.
       01 REWRITE-FAIL-REASON.
           03 FILLER PIC X(31) VALUE
              'MASTER REWRITE FAILED - STATUS '.
           03 RF-STATUS PIC XX.
           03 FILLER PIC X(7) VALUE SPACES.
       01 CEILING-REASON.
           03 FILLER PIC X(15) VALUE 'CREDIT CEILING '.
           03 CX-MAX PIC Z9.9.
           03 FILLER PIC X(16) VALUE ' EXCEEDED, LOAD '.
           03 CX-LOAD PIC ZZ9.9.
       01 LOAD-TABLE.
           03 LOAD-COUNT PIC 9999 VALUE 0.
           03 LOAD-OVERFLOW PIC 9999 VALUE 0.
           03 LOAD-ENTRY OCCURS 2000 TIMES.
               05 LT-STUDENT-ID PIC X(9).
               05 LT-CREDITS PIC 999V9.
       01 AUTHORITY-TABLE.
           03 AUTH-COUNT PIC 999 VALUE 0.
           03 AUTH-OVERFLOW PIC 999 VALUE 0.
           03 AUTH-ENTRY OCCURS 500 TIMES.
               05 AT-SUBMITTER PIC X(8).
               05 AT-ABB PIC XXX.
               05 AT-REG-ADD PIC X.
               05 AT-REG-DROP PIC X.
       01 AUTH-GRANTED.
           03 AG-REG-ADD PIC X VALUE 'N'.
               88 AUTH-ADD-OK VALUE 'Y'.
           03 AG-REG-DROP PIC X VALUE 'N'.
               88 AUTH-DROP-OK VALUE 'Y'.
       01 AUTH-REASON.
           03 FILLER PIC X(17) VALUE 'NOT AUTHORIZED - '.
           03 AR-ACTION PIC X(14).
           03 FILLER PIC X(5) VALUE ' FOR '.
           03 AR-ABB PIC XXX.
           03 FILLER PIC X VALUE SPACE.
       01 RESERVE-TABLE.
           03 RSV-COUNT PIC 999 VALUE 0.
           03 RSV-OVERFLOW PIC 999 VALUE 0.
           03 RSV-ENTRY OCCURS 500 TIMES.
               05 RB-COURSE PIC X(10).
               05 RB-SEATS PIC 999.
               05 RB-RULE PIC X.
                   88 RB-MAJOR-RULE VALUE 'M'.
                   88 RB-LEVEL-RULE VALUE 'L'.
               05 RB-VALUE PIC X(4).
               05 RB-LEVEL-VALUE REDEFINES RB-VALUE.
                   07 RB-LEVEL PIC XX.
                   07 FILLER PIC XX.
               05 RB-USED PIC 999.
       01 DETAIL-DATA.
           03 D-KEY.
               05 D-COURSE PIC X(10).
               05 D-STUDENT-ID PIC X(9).
           03 D-GEN PIC 9(4).
           03 FILLER PIC X(57).
       01 TRANS-DATA.
           03 T-KEY.
               05 T-COURSE.
                   07 T-ABB PIC XXX.
                   07 FILLER PIC X(7).
               05 T-STUDENT-ID PIC X(9).
           03 T-ACTION PIC X.
               88 TRANS-ADD VALUE 'A'.
               88 TRANS-DROP VALUE 'D'.
           03 T-SUBMITTER PIC X(8).
           03 FILLER PIC X(52).
       01 INSERT-DATA.
           03 I-COURSE PIC X(10).
           03 I-STUDENT-ID PIC X(9).
           03 I-GEN PIC 9(4).
           03 FILLER PIC X(57).
       01 POST-HEADING.
        03 FILLER PIC X(25) VALUE SPACES.
        03 FILLER PIC X(37) VALUE
        03 FILLER PIC X(3) VALUE SPACES.
        03 PA-STUDENT PIC X(9).
        03 FILLER PIC X(3) VALUE SPACES.
        03 PA-SUBMITTER PIC X(8).
        03 FILLER PIC X(3) VALUE SPACES.
        03 PA-REASON PIC X(40).
       01 POST-COUNT-LINE.
        03 FILLER PIC X(5) VALUE SPACES.
        03 PC-LABEL PIC X(30).
        03 PC-COUNT PIC ZZZZ9.
       01 RUN-CONTROL-DATA.
           03 RCD-STEP PIC X(8).
           03 RCD-CYCLE-DATE PIC 9(8).
           03 RCD-STATUS PIC X.
               88 RCD-COMPLETE VALUE 'C'.
           03 RCD-RETURN-CODE PIC 9(4).
           03 RCD-RUN-DATE PIC 9(8).
           03 RCD-IN-GENS.
               05 RCD-IN-CRS-GEN PIC 9(4).
               05 RCD-IN-REG-GEN PIC 9(4).
               05 RCD-IN-WL-GEN PIC 9(4).
           03 RCD-OUT-GENS.
               05 RCD-OUT-CRS-GEN PIC 9(4).
               05 RCD-OUT-REG-GEN PIC 9(4).
               05 RCD-OUT-WL-GEN PIC 9(4).
           03 FILLER PIC X(27).
       01 RUN-CONTROL-TABLE.
           03 RCT-COUNT PIC 99 VALUE 0.
           03 RCT-ENTRY OCCURS 20 TIMES PIC X(80).
       01 RUN-CONTROL-WORK.
           03 RCEOF PIC X VALUE 'N'.
               88 RUN-CONTROL-END-OF-DATA VALUE 'Y'.
           03 RUN-REFUSED-SW PIC X VALUE 'N'.
               88 RUN-REFUSED VALUE 'Y'.
           03 THIS-STEP PIC X(8) VALUE 'REGPOST1'.
           03 PRED-STEP PIC X(8) VALUE 'MAINT1'.
           03 RCT-IDX PIC 99 VALUE 0.
           03 RCT-OWN-IDX PIC 99 VALUE 0.
           03 RCT-PRED-IDX PIC 99 VALUE 0.
           03 RCT-CYCLE-IDX PIC 99 VALUE 0.
           03 CYCLE-DATE PIC 9(8) VALUE 0.
           03 CONTROL-RUN-DATE PIC 9(8) VALUE 0.
           03 RELEASE-AS-OF PIC 9(8) VALUE 0.
           03 STEP-RC PIC 9(4) VALUE 0.
           03 FILE-GEN PIC 9(4) VALUE 0.
           03 EXPECT-GENS.
               05 EXPECT-CRS-GEN PIC 9(4) VALUE 0.
               05 EXPECT-REG-GEN PIC 9(4) VALUE 0.
               05 EXPECT-WL-GEN PIC 9(4) VALUE 0.
           03 PRODUCED-GENS.
               05 PRODUCED-CRS-GEN PIC 9(4) VALUE 0.
               05 PRODUCED-REG-GEN PIC 9(4) VALUE 0.
               05 PRODUCED-WL-GEN PIC 9(4) VALUE 0.
           03 REFUSE-REASON PIC X(60) VALUE SPACES.
       01 PRED-REASON.
           03 FILLER PIC X(12) VALUE 'PREDECESSOR '.
           03 PD-STEP PIC X(8).
           03 FILLER PIC X(29) VALUE ' NOT COMPLETE FOR CYCLE DATE '.
           03 PD-CYCLE PIC 9(8).
       01 GEN-REASON.
           03 GR-FILE PIC X(12).
           03 FILLER PIC X(12) VALUE ' GENERATION '.
           03 GR-FOUND PIC ZZZ9.
           03 FILLER PIC X(12) VALUE ' - EXPECTED '.
           03 GR-EXPECTED PIC ZZZ9.
       01 REFUSE-LINE.
           03 FILLER PIC X(5) VALUE SPACES.
           03 FILLER PIC X(22) VALUE '*** RUN REFUSED *** - '.
           03 RL-REASON PIC X(60).
       01 REFUSE-LINE-2.
           03 FILLER PIC X(27) VALUE SPACES.
           03 FILLER PIC X(30) VALUE 'NO FILES WERE UPDATED BY THIS '.
           03 FILLER PIC X(30) VALUE 'STEP - SEE DA-S-RUNCTL        '.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 020-CHECK-RUN-CONTROL THRU 020-CHECK-EXIT.
           IF RUN-REFUSED
               PERFORM 040-REFUSE-RUN
           END-IF.

           OPEN I-O COURSE-FILE
                INPUT STUDENT-FILE.
           PERFORM 030-CHECK-GENERATIONS THRU 030-CHECK-EXIT.
           IF RUN-REFUSED
               CLOSE COURSE-FILE
                     STUDENT-FILE
               PERFORM 040-REFUSE-RUN
           END-IF.
           ADD 1 TO PRODUCED-REG-GEN.
           PERFORM 060-LOAD-RESERVATIONS.
           PERFORM 050-LOAD-CREDIT-TABLE.
           PERFORM 070-LOAD-AUTHORITY.
           PERFORM 080-NET-RUN-DROPS.

           OPEN INPUT TRANS-FILE
                      OLD-DETAIL-FILE
                OUTPUT NEW-DETAIL-FILE
                       POST-REPORT-FILE.
           PERFORM 700-FINAL-TOTALS.

           CLOSE COURSE-FILE
                 STUDENT-FILE
                 TRANS-FILE
                 OLD-DETAIL-FILE
                 NEW-DETAIL-FILE
                 POST-REPORT-FILE.
           PERFORM 790-UPDATE-RUN-CONTROL.
           STOP RUN.

      ******************************************************************
      *     RUN CONTROL - THE STEP AHEAD OF THIS ONE MUST HAVE RUN TO
      *     COMPLETION FOR THE CYCLE NOW OPEN ON DA-S-RUNCTL.  ITS
      *     OUTPUT GENERATIONS ARE THE ONES THIS STEP MUST FIND
      ******************************************************************
       020-CHECK-RUN-CONTROL.
           MOVE 'N' TO RUN-REFUSED-SW.
           ACCEPT CONTROL-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO RCT-COUNT.
           MOVE 'N' TO RCEOF.
           OPEN INPUT RUN-CONTROL-FILE.
           READ RUN-CONTROL-FILE
               AT END MOVE 'Y' TO RCEOF.
           PERFORM 021-LOAD-RUN-CONTROL-ENTRY
               UNTIL RUN-CONTROL-END-OF-DATA.
           CLOSE RUN-CONTROL-FILE.

           MOVE 0 TO RCT-OWN-IDX RCT-PRED-IDX RCT-CYCLE-IDX.
           PERFORM 023-FIND-STEP-ENTRY
               VARYING RCT-IDX FROM 1 BY 1 UNTIL RCT-IDX > RCT-COUNT.

           IF RCT-CYCLE-IDX = 0
               MOVE 'Y' TO RUN-REFUSED-SW
               MOVE 'NO CYCLE OPEN ON RUN-CONTROL FILE - RUN CYCINIT1'
                   TO REFUSE-REASON
               GO TO 020-CHECK-EXIT
           END-IF.
           MOVE RCT-ENTRY(RCT-CYCLE-IDX) TO RUN-CONTROL-DATA.
           MOVE RCD-CYCLE-DATE TO CYCLE-DATE.
           MOVE PRED-STEP TO PD-STEP.
           MOVE CYCLE-DATE TO PD-CYCLE.

           IF RCT-PRED-IDX = 0
               MOVE 'Y' TO RUN-REFUSED-SW
               MOVE PRED-REASON TO REFUSE-REASON
               GO TO 020-CHECK-EXIT
           END-IF.
           MOVE RCT-ENTRY(RCT-PRED-IDX) TO RUN-CONTROL-DATA.
           IF NOT RCD-COMPLETE OR RCD-CYCLE-DATE NOT = CYCLE-DATE
               MOVE 'Y' TO RUN-REFUSED-SW
               MOVE PRED-REASON TO REFUSE-REASON
               GO TO 020-CHECK-EXIT
           END-IF.
           MOVE RCD-OUT-GENS TO EXPECT-GENS.
           MOVE EXPECT-GENS TO PRODUCED-GENS.

       020-CHECK-EXIT.
           EXIT.

       021-LOAD-RUN-CONTROL-ENTRY.
           IF RCT-COUNT < 20
               ADD 1 TO RCT-COUNT
               MOVE RUN-CONTROL-REC TO RCT-ENTRY(RCT-COUNT)
           END-IF.
           READ RUN-CONTROL-FILE
               AT END MOVE 'Y' TO RCEOF.

       023-FIND-STEP-ENTRY.
           MOVE RCT-ENTRY(RCT-IDX) TO RUN-CONTROL-DATA.
           IF RCD-STEP = 'CYCINIT1'
               MOVE RCT-IDX TO RCT-CYCLE-IDX
           END-IF.
           IF RCD-STEP = PRED-STEP
               MOVE RCT-IDX TO RCT-PRED-IDX
           END-IF.
           IF RCD-STEP = THIS-STEP
               MOVE RCT-IDX TO RCT-OWN-IDX
           END-IF.

      ******************************************************************
      *     THE COURSE MASTER AND THE REGISTRATION DETAIL FILE MUST BE
      *     THE GENERATIONS THE CYCLE EXPECTS - CHECKED ON THE FIRST
      *     RECORD OF EACH (AN EMPTY FILE IS NOT CHECKED)
      ******************************************************************
       030-CHECK-GENERATIONS.
           MOVE 'Y' TO COURSE-FOUND-SW.
           MOVE LOW-VALUES TO CR-COURSE-KEY.
           START COURSE-FILE KEY IS NOT LESS THAN CR-COURSE-KEY
               INVALID KEY MOVE 'N' TO COURSE-FOUND-SW.
           IF COURSE-FOUND
               READ COURSE-FILE NEXT RECORD
                   AT END MOVE 'N' TO COURSE-FOUND-SW
               END-READ
           END-IF.
           IF COURSE-FOUND
               MOVE 0 TO FILE-GEN
               IF CR-GEN NUMERIC
                   MOVE CR-GEN TO FILE-GEN
               END-IF
               IF FILE-GEN NOT = EXPECT-CRS-GEN
                   MOVE 'DA-I-COURSE' TO GR-FILE
                   MOVE EXPECT-CRS-GEN TO GR-EXPECTED
                   PERFORM 035-GENERATION-MISMATCH
                   GO TO 030-CHECK-EXIT
               END-IF
           END-IF.

           OPEN INPUT OLD-DETAIL-FILE.
           PERFORM 820-READ-LOAD-DETAIL.
           CLOSE OLD-DETAIL-FILE.
           IF DETAIL-END-OF-DATA
               MOVE 'N' TO DEOF
               GO TO 030-CHECK-EXIT
           END-IF.
           MOVE 0 TO FILE-GEN.
           IF D-GEN NUMERIC
               MOVE D-GEN TO FILE-GEN
           END-IF.
           IF FILE-GEN NOT = EXPECT-REG-GEN
               MOVE 'DA-S-REGDET' TO GR-FILE
               MOVE EXPECT-REG-GEN TO GR-EXPECTED
               PERFORM 035-GENERATION-MISMATCH
               GO TO 030-CHECK-EXIT
           END-IF.

       030-CHECK-EXIT.
           EXIT.

       035-GENERATION-MISMATCH.
           MOVE 'Y' TO RUN-REFUSED-SW.
           MOVE FILE-GEN TO GR-FOUND.
           MOVE GEN-REASON TO REFUSE-REASON.

       040-REFUSE-RUN.
           OPEN OUTPUT POST-REPORT-FILE.
           PERFORM 225-POST-HEADINGS.
           MOVE REFUSE-REASON TO RL-REASON.
           WRITE POST-REPORT-REC FROM REFUSE-LINE
               AFTER ADVANCING 2 LINES.
           WRITE POST-REPORT-REC FROM REFUSE-LINE-2
               AFTER ADVANCING 1 LINE.
           CLOSE POST-REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           PERFORM 790-UPDATE-RUN-CONTROL.
           STOP RUN.

      ******************************************************************
      *     CREDIT LOAD PER STUDENT - ONE PASS OF THE DETAIL FILE,
      *     PRICING EACH SECTION AT ITS COURSE MASTER CREDIT HOURS.
      *     A REGISTRATION IN A SECTION WITH RESERVED BLOCKS FILLS THE
      *     FIRST BLOCK THE STUDENT IS ELIGIBLE FOR THAT HAS ROOM
      ******************************************************************
       050-LOAD-CREDIT-TABLE.
           OPEN INPUT OLD-DETAIL-FILE.
           PERFORM 820-READ-LOAD-DETAIL.
           PERFORM 055-ADD-DETAIL-CREDITS
               UNTIL DETAIL-END-OF-DATA.
           CLOSE OLD-DETAIL-FILE.
           MOVE 'N' TO DEOF.

       055-ADD-DETAIL-CREDITS.
           MOVE D-COURSE TO CR-COURSE-KEY.
           MOVE 'Y' TO COURSE-FOUND-SW.
           READ COURSE-FILE
               INVALID KEY MOVE 'N' TO COURSE-FOUND-SW.
           IF COURSE-FOUND
               MOVE D-STUDENT-ID TO LOAD-STUDENT-ID
               PERFORM 340-SET-LOAD-CREDITS
               PERFORM 360-ADD-TO-LOAD
           END-IF.
           MOVE D-COURSE TO RSV-COURSE.
           PERFORM 382-FIND-COURSE-BLOCKS.
           IF COURSE-HAS-BLOCKS
               MOVE D-STUDENT-ID TO SR-STUDENT-ID
               PERFORM 376-READ-RESERVE-STUDENT
               PERFORM 380-CHECK-RESERVED-SEATS
               IF RSV-ELIGIBLE-IDX > 0
                   ADD 1 TO RB-USED(RSV-ELIGIBLE-IDX)
               END-IF
           END-IF.
           PERFORM 820-READ-LOAD-DETAIL.

      ******************************************************************
      *     RESERVED SEAT BLOCKS STILL HELD ON THE CYCLE DATE (TODAY'S
      *     DATE WHEN NO CYCLE IS OPEN).  A BLOCK WHOSE RELEASE DATE HAS
      *     COME IS NOT LOADED - ITS SEATS ARE OPEN TO EVERYONE.  A ZERO
      *     RELEASE DATE HOLDS THE BLOCK
      ******************************************************************
       060-LOAD-RESERVATIONS.
           MOVE CONTROL-RUN-DATE TO RELEASE-AS-OF.
           IF CYCLE-DATE NOT = 0
               MOVE CYCLE-DATE TO RELEASE-AS-OF
           END-IF.
           MOVE 0 TO RSV-COUNT.
           MOVE 0 TO RSV-OVERFLOW.
           MOVE 'N' TO RSEOF.
           OPEN INPUT RESERVE-FILE.
           READ RESERVE-FILE
               AT END MOVE 'Y' TO RSEOF.
           PERFORM 065-ADD-RESERVATION-ENTRY
               UNTIL RESERVE-END-OF-DATA.
           CLOSE RESERVE-FILE.

       065-ADD-RESERVATION-ENTRY.
           IF RV-SEATS NUMERIC AND RV-SEATS > 0
               AND (RV-MAJOR-RULE OR RV-LEVEL-RULE)
               AND RV-RELEASE-DATE NUMERIC
               IF RV-RELEASE-DATE = 0
                   OR RV-RELEASE-DATE > RELEASE-AS-OF
                   IF RSV-COUNT < 500
                       ADD 1 TO RSV-COUNT
                       MOVE RV-COURSE TO RB-COURSE(RSV-COUNT)
                       MOVE RV-SEATS TO RB-SEATS(RSV-COUNT)
                       MOVE RV-RULE TO RB-RULE(RSV-COUNT)
                       MOVE RV-VALUE TO RB-VALUE(RSV-COUNT)
                       MOVE 0 TO RB-USED(RSV-COUNT)
                   ELSE
                       ADD 1 TO RSV-OVERFLOW
                   END-IF
               END-IF
           END-IF.
           READ RESERVE-FILE
               AT END MOVE 'Y' TO RSEOF.

      ******************************************************************
      *     AUTHORIZATION TABLE - ONE ENTRY PER SUBMITTER AND DEPARTMENT
      *     ('***' FOR EVERY DEPARTMENT) WITH A 'Y' FOR EACH KIND OF
      *     TRANSACTION THE SUBMITTER MAY PUT THROUGH
      ******************************************************************
       070-LOAD-AUTHORITY.
           MOVE 0 TO AUTH-COUNT.
           MOVE 0 TO AUTH-OVERFLOW.
           MOVE 'N' TO AUEOF.
           OPEN INPUT AUTHORITY-FILE.
           READ AUTHORITY-FILE
               AT END MOVE 'Y' TO AUEOF.
           PERFORM 075-ADD-AUTHORITY-ENTRY
               UNTIL AUTHORITY-END-OF-DATA.
           CLOSE AUTHORITY-FILE.

       075-ADD-AUTHORITY-ENTRY.
           IF AU-SUBMITTER NOT = SPACES
               IF AUTH-COUNT < 500
                   ADD 1 TO AUTH-COUNT
                   MOVE AU-SUBMITTER TO AT-SUBMITTER(AUTH-COUNT)
                   MOVE AU-ABB TO AT-ABB(AUTH-COUNT)
                   MOVE AU-REG-ADD TO AT-REG-ADD(AUTH-COUNT)
                   MOVE AU-REG-DROP TO AT-REG-DROP(AUTH-COUNT)
               ELSE
                   ADD 1 TO AUTH-OVERFLOW
               END-IF
           END-IF.
           READ AUTHORITY-FILE
               AT END MOVE 'Y' TO AUEOF.

      ******************************************************************
      *     TAKE THIS RUN'S DROPS OUT OF THE CREDIT LOADS BEFORE ANY
      *     ADD IS POSTED - A SHORT MATCH OF DA-S-REGTRAN AGAINST THE
      *     DETAIL FILE.  ONLY A DROP THAT WILL POST (REGISTERED,
      *     SUBMITTER AUTHORIZED, SECTION ON THE MASTER) IS TAKEN OUT;
      *     410-POST-DROP LEAVES THE LOAD ALONE
      ******************************************************************
       080-NET-RUN-DROPS.
           OPEN INPUT TRANS-FILE
                      OLD-DETAIL-FILE.
           PERFORM 820-READ-LOAD-DETAIL.
           PERFORM 830-READ-NET-TRANS.
           PERFORM 085-NET-ONE-TRANS
               UNTIL TRANS-END-OF-DATA.
           CLOSE TRANS-FILE
                 OLD-DETAIL-FILE.
           MOVE 'N' TO DEOF.
           MOVE 'N' TO TEOF.

       085-NET-ONE-TRANS.
           IF DETAIL-END-OF-DATA
               PERFORM 830-READ-NET-TRANS
           ELSE
               IF D-KEY < T-KEY
                   PERFORM 820-READ-LOAD-DETAIL
               ELSE
                   IF D-KEY = T-KEY AND TRANS-DROP
                       PERFORM 087-NET-DROP
                   END-IF
                   PERFORM 830-READ-NET-TRANS
               END-IF
           END-IF.

       087-NET-DROP.
           PERFORM 520-CHECK-AUTHORITY.
           IF AUTH-DROP-OK
               PERFORM 500-READ-COURSE-MASTER
               IF COURSE-FOUND
                   MOVE T-STUDENT-ID TO LOAD-STUDENT-ID
                   PERFORM 340-SET-LOAD-CREDITS
                   PERFORM 370-SUBTRACT-FROM-LOAD
                   PERFORM 820-READ-LOAD-DETAIL
               END-IF
           END-IF.

      ******************************************************************
      *     BALANCE-LINE MATCH OF ADD/DROP TRANSACTIONS AGAINST THE
      *     REGISTRATION DETAIL FILE (BOTH IN COURSE+STUDENT ORDER)
           END-IF.

       200-COPY-DETAIL.
           MOVE PRODUCED-REG-GEN TO D-GEN.
           WRITE NEW-DETAIL-REC FROM DETAIL-DATA.
           ADD 1 TO DETAILS-OUT-CT.
           PERFORM 800-READ-OLD-DETAIL.
               MOVE 'STUDENT ALREADY REGISTERED' TO TRANS-REASON
               PERFORM 650-REPORT-REJECT
           ELSE
               PERFORM 520-CHECK-AUTHORITY
               IF AUTH-ADD-OK
                   PERFORM 320-POST-NEW-ADD
               ELSE
                   MOVE 'ADD' TO AR-ACTION
                   PERFORM 530-AUTHORITY-REJECT
               END-IF
           END-IF.

       320-POST-NEW-ADD.
               MOVE 'COURSE NOT ON MASTER' TO TRANS-REASON
               PERFORM 650-REPORT-REJECT
           ELSE
               PERFORM 330-CHECK-STUDENT THRU 330-CHECK-EXIT
               IF STUDENT-REJECTED
                   PERFORM 650-REPORT-REJECT
               ELSE
                   PERFORM 325-TAKE-SEAT
               END-IF
           END-IF.

      *    AN ELIGIBLE STUDENT TAKES A RESERVED SEAT FIRST; ANY OTHER
      *    STUDENT NEEDS AN OPEN SEAT THAT NO BLOCK IS HOLDING
       325-TAKE-SEAT.
           IF CR-SEATS-REMAINING > 0
               MOVE T-COURSE TO RSV-COURSE
               PERFORM 380-CHECK-RESERVED-SEATS
               IF RSV-ELIGIBLE-IDX = 0
                   AND CR-SEATS-REMAINING NOT > RSV-REMAIN
                   ADD 1 TO RESERVED-REFUSED-CT
                   MOVE 'REMAINING SEATS RESERVED - NOT ELIGIBLE' TO
                       TRANS-REASON
                   PERFORM 650-REPORT-REJECT
               ELSE
                   PERFORM 327-POST-SEAT
               END-IF
           ELSE
               ADD 1 TO ADDS-REFUSED-CT
               MOVE 'SECTION CLOSED - NO OPEN SEATS' TO
                   TRANS-REASON
               PERFORM 650-REPORT-REJECT
           END-IF.

       327-POST-SEAT.
           SUBTRACT 1 FROM CR-SEATS-REMAINING.
           REWRITE COURSE-REC.
           IF CM-STATUS = '00'
               MOVE SPACES TO INSERT-DATA
               MOVE T-COURSE TO I-COURSE
               MOVE T-STUDENT-ID TO I-STUDENT-ID
               MOVE PRODUCED-REG-GEN TO I-GEN
               WRITE NEW-DETAIL-REC FROM INSERT-DATA
               ADD 1 TO DETAILS-OUT-CT
               ADD 1 TO ADDS-POSTED-CT
               MOVE T-KEY TO LAST-ADD-KEY
               IF RSV-ELIGIBLE-IDX > 0
                   ADD 1 TO RB-USED(RSV-ELIGIBLE-IDX)
               END-IF
               MOVE T-STUDENT-ID TO LOAD-STUDENT-ID
               PERFORM 340-SET-LOAD-CREDITS
               PERFORM 360-ADD-TO-LOAD
               MOVE 'ADD' TO PA-ACTION
               MOVE SPACES TO PA-REASON
               PERFORM 600-REPORT-ACTION
           ELSE
               MOVE CM-STATUS TO RF-STATUS
               MOVE REWRITE-FAIL-REASON TO TRANS-REASON
               PERFORM 650-REPORT-REJECT
           END-IF.

      ******************************************************************
      *     STUDENT MASTER EDIT FOR AN ADD - NO HOLDS, AND THE SECTION'S
      *     CREDIT HOURS MUST FIT UNDER THE STUDENT'S MAXIMUM
      ******************************************************************
       330-CHECK-STUDENT.
           MOVE 'N' TO STUDENT-REJECT-SW.
           MOVE T-STUDENT-ID TO SR-STUDENT-ID.
           MOVE 'Y' TO STUDENT-FOUND-SW.
           READ STUDENT-FILE
               INVALID KEY MOVE 'N' TO STUDENT-FOUND-SW.

           IF NOT STUDENT-FOUND
               MOVE 'Y' TO STUDENT-REJECT-SW
               MOVE 'STUDENT NOT ON STUDENT MASTER' TO TRANS-REASON
               GO TO 330-CHECK-EXIT
           END-IF.

           IF BURSAR-HOLD
               MOVE 'Y' TO STUDENT-REJECT-SW
               MOVE 'REGISTRATION HOLD - BURSAR' TO TRANS-REASON
               ADD 1 TO HOLD-REFUSED-CT
               GO TO 330-CHECK-EXIT
           END-IF.

           IF ADVISING-HOLD
               MOVE 'Y' TO STUDENT-REJECT-SW
               MOVE 'REGISTRATION HOLD - ADVISING' TO TRANS-REASON
               ADD 1 TO HOLD-REFUSED-CT
               GO TO 330-CHECK-EXIT
           END-IF.

           IF DISCIPLINARY-HOLD
               MOVE 'Y' TO STUDENT-REJECT-SW
               MOVE 'REGISTRATION HOLD - DISCIPLINARY' TO TRANS-REASON
               ADD 1 TO HOLD-REFUSED-CT
               GO TO 330-CHECK-EXIT
           END-IF.

           IF SR-MAX-CREDITS NOT NUMERIC
               MOVE 'Y' TO STUDENT-REJECT-SW
               MOVE 'MAX CREDIT HOURS NOT NUMERIC' TO TRANS-REASON
               GO TO 330-CHECK-EXIT
           END-IF.

           MOVE T-STUDENT-ID TO LOAD-STUDENT-ID.
           PERFORM 350-FIND-LOAD.
           IF NOT LOAD-FOUND AND LOAD-OVERFLOW > 0
               MOVE 'Y' TO STUDENT-REJECT-SW
               MOVE 'CREDIT LOAD TABLE FULL - NOT CHECKED' TO
                   TRANS-REASON
               GO TO 330-CHECK-EXIT
           END-IF.

           PERFORM 340-SET-LOAD-CREDITS.
           IF LOAD-FOUND
               ADD LT-CREDITS(LD-FOUND-IDX) LOAD-CREDITS
                   GIVING NEW-LOAD
           ELSE
               MOVE LOAD-CREDITS TO NEW-LOAD
           END-IF.
           IF NEW-LOAD > SR-MAX-CREDITS
               MOVE 'Y' TO STUDENT-REJECT-SW
               MOVE SR-MAX-CREDITS TO CX-MAX
               MOVE NEW-LOAD TO CX-LOAD
               MOVE CEILING-REASON TO TRANS-REASON
               ADD 1 TO CEILING-REFUSED-CT
               GO TO 330-CHECK-EXIT
           END-IF.

       330-CHECK-EXIT.
           EXIT.

      ******************************************************************
      *     CREDIT LOAD TABLE SUPPORT
      ******************************************************************
       340-SET-LOAD-CREDITS.
           IF CR-CREDIT-HOURS NUMERIC
               MOVE CR-CREDIT-HOURS TO LOAD-CREDITS
           ELSE
               MOVE 0 TO LOAD-CREDITS
           END-IF.

       350-FIND-LOAD.
           MOVE 'N' TO LOAD-FOUND-SW.
           MOVE 0 TO LD-FOUND-IDX.
           PERFORM 355-MATCH-LOAD
               VARYING LD-IDX FROM 1 BY 1
               UNTIL LD-IDX > LOAD-COUNT OR LOAD-FOUND.

       355-MATCH-LOAD.
           IF LT-STUDENT-ID(LD-IDX) = LOAD-STUDENT-ID
               MOVE 'Y' TO LOAD-FOUND-SW
               MOVE LD-IDX TO LD-FOUND-IDX
           END-IF.

       360-ADD-TO-LOAD.
           PERFORM 350-FIND-LOAD.
           IF LOAD-FOUND
               ADD LOAD-CREDITS TO LT-CREDITS(LD-FOUND-IDX)
           ELSE
               IF LOAD-COUNT < 2000
                   ADD 1 TO LOAD-COUNT
                   MOVE LOAD-STUDENT-ID TO LT-STUDENT-ID(LOAD-COUNT)
                   MOVE LOAD-CREDITS TO LT-CREDITS(LOAD-COUNT)
               ELSE
                   ADD 1 TO LOAD-OVERFLOW
               END-IF
           END-IF.

       370-SUBTRACT-FROM-LOAD.
           PERFORM 350-FIND-LOAD.
           IF LOAD-FOUND
               IF LT-CREDITS(LD-FOUND-IDX) > LOAD-CREDITS
                   SUBTRACT LOAD-CREDITS FROM LT-CREDITS(LD-FOUND-IDX)
               ELSE
                   MOVE 0 TO LT-CREDITS(LD-FOUND-IDX)
               END-IF
           END-IF.

      ******************************************************************
      *     RESERVED SEAT BLOCK SUPPORT - RSV-COURSE NAMES THE SECTION
      *     AND STUDENT-REC HOLDS THE STUDENT (STUDENT-FOUND SET)
      ******************************************************************
       376-READ-RESERVE-STUDENT.
           MOVE 'Y' TO STUDENT-FOUND-SW.
           READ STUDENT-FILE
               INVALID KEY MOVE 'N' TO STUDENT-FOUND-SW.

      *    UNUSED RESERVED SEATS IN THE SECTION, AND THE FIRST BLOCK
      *    WITH ROOM THAT THE STUDENT IS ELIGIBLE FOR
       380-CHECK-RESERVED-SEATS.
           MOVE 0 TO RSV-REMAIN.
           MOVE 0 TO RSV-ELIGIBLE-IDX.
           PERFORM 385-CHECK-ONE-BLOCK
               VARYING RSV-IDX FROM 1 BY 1 UNTIL RSV-IDX > RSV-COUNT.

       382-FIND-COURSE-BLOCKS.
           MOVE 'N' TO RSV-BLOCKS-SW.
           PERFORM 383-MATCH-COURSE-BLOCK
               VARYING RSV-IDX FROM 1 BY 1
               UNTIL RSV-IDX > RSV-COUNT OR COURSE-HAS-BLOCKS.

       383-MATCH-COURSE-BLOCK.
           IF RB-COURSE(RSV-IDX) = RSV-COURSE
               MOVE 'Y' TO RSV-BLOCKS-SW
           END-IF.

       385-CHECK-ONE-BLOCK.
           IF RB-COURSE(RSV-IDX) = RSV-COURSE
               AND RB-USED(RSV-IDX) < RB-SEATS(RSV-IDX)
               COMPUTE RSV-REMAIN = RSV-REMAIN + RB-SEATS(RSV-IDX)
                   - RB-USED(RSV-IDX)
               IF RSV-ELIGIBLE-IDX = 0
                   PERFORM 387-TEST-ELIGIBLE
                   IF RSV-STUDENT-ELIGIBLE
                       MOVE RSV-IDX TO RSV-ELIGIBLE-IDX
                   END-IF
               END-IF
           END-IF.

       387-TEST-ELIGIBLE.
           MOVE 'N' TO RSV-ELIGIBLE-SW.
           IF STUDENT-FOUND
               IF RB-MAJOR-RULE(RSV-IDX)
                   AND RB-VALUE(RSV-IDX) = SR-MAJOR
                   MOVE 'Y' TO RSV-ELIGIBLE-SW
               END-IF
               IF RB-LEVEL-RULE(RSV-IDX)
                   AND RB-LEVEL(RSV-IDX) = SR-CLASS-LEVEL
                   MOVE 'Y' TO RSV-ELIGIBLE-SW
               END-IF
           END-IF.

      *    A DROP GIVES BACK THE SEAT IN THE FIRST BLOCK THE STUDENT
      *    IS ELIGIBLE FOR THAT HAS A SEAT IN USE
       390-RELEASE-RESERVED-SEAT.
           MOVE 0 TO RSV-ELIGIBLE-IDX.
           PERFORM 395-MATCH-USED-BLOCK
               VARYING RSV-IDX FROM 1 BY 1 UNTIL RSV-IDX > RSV-COUNT.
           IF RSV-ELIGIBLE-IDX > 0
               SUBTRACT 1 FROM RB-USED(RSV-ELIGIBLE-IDX)
           END-IF.

       395-MATCH-USED-BLOCK.
           IF RSV-ELIGIBLE-IDX = 0
               AND RB-COURSE(RSV-IDX) = RSV-COURSE
               AND RB-USED(RSV-IDX) > 0
               PERFORM 387-TEST-ELIGIBLE
               IF RSV-STUDENT-ELIGIBLE
                   MOVE RSV-IDX TO RSV-ELIGIBLE-IDX
               END-IF
           END-IF.

      ******************************************************************
       400-APPLY-MATCHED.
           IF TRANS-DROP
               PERFORM 520-CHECK-AUTHORITY
               IF AUTH-DROP-OK
                   PERFORM 410-POST-DROP
               ELSE
                   MOVE 'DROP' TO AR-ACTION
                   PERFORM 530-AUTHORITY-REJECT
               END-IF
           ELSE
               IF TRANS-ADD
                   MOVE 'STUDENT ALREADY REGISTERED' TO TRANS-REASON
               REWRITE COURSE-REC
               IF CM-STATUS = '00'
                   ADD 1 TO DROPS-POSTED-CT
                   MOVE T-COURSE TO RSV-COURSE
                   PERFORM 382-FIND-COURSE-BLOCKS
                   IF COURSE-HAS-BLOCKS
                       MOVE T-STUDENT-ID TO SR-STUDENT-ID
                       PERFORM 376-READ-RESERVE-STUDENT
                       PERFORM 390-RELEASE-RESERVED-SEAT
                   END-IF
                   MOVE 'DROP' TO PA-ACTION
                   MOVE SPACES TO PA-REASON
                   PERFORM 600-REPORT-ACTION
           READ COURSE-FILE
               INVALID KEY MOVE 'N' TO COURSE-FOUND-SW.

      ******************************************************************
      *     WHAT THE SUBMITTER MAY DO IN THE SECTION'S DEPARTMENT -
      *     THE GRANTS ON EVERY MATCHING ENTRY ARE ADDED TOGETHER
      ******************************************************************
       520-CHECK-AUTHORITY.
           MOVE 'NN' TO AUTH-GRANTED.
           MOVE T-SUBMITTER TO AUTH-SUBMITTER.
           MOVE T-ABB TO AUTH-ABB.
           IF AUTH-SUBMITTER NOT = SPACES
               PERFORM 525-MATCH-AUTHORITY
                   VARYING AUTH-IDX FROM 1 BY 1
                   UNTIL AUTH-IDX > AUTH-COUNT
           END-IF.

       525-MATCH-AUTHORITY.
           IF AT-SUBMITTER(AUTH-IDX) = AUTH-SUBMITTER
               AND (AT-ABB(AUTH-IDX) = AUTH-ABB
                    OR AT-ABB(AUTH-IDX) = '***')
               IF AT-REG-ADD(AUTH-IDX) = 'Y'
                   MOVE 'Y' TO AG-REG-ADD
               END-IF
               IF AT-REG-DROP(AUTH-IDX) = 'Y'
                   MOVE 'Y' TO AG-REG-DROP
               END-IF
           END-IF.

       530-AUTHORITY-REJECT.
           ADD 1 TO AUTH-REJECT-CT.
           IF T-SUBMITTER = SPACES
               MOVE 'NO SUBMITTER ID ON TRANSACTION' TO TRANS-REASON
           ELSE
               MOVE T-ABB TO AR-ABB
               MOVE AUTH-REASON TO TRANS-REASON
           END-IF.
           PERFORM 650-REPORT-REJECT.

      ******************************************************************
      *     POSTING REPORT SUPPORT
      ******************************************************************
           END-IF.
           MOVE T-COURSE TO PA-COURSE.
           MOVE T-STUDENT-ID TO PA-STUDENT.
           MOVE T-SUBMITTER TO PA-SUBMITTER.
           WRITE POST-REPORT-REC FROM POST-ACTION-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO PLINE-CT.
               AFTER ADVANCING 1 LINE.
           MOVE 'ADDS REFUSED - SECTION CLOSED' TO PC-LABEL.
           MOVE ADDS-REFUSED-CT TO PC-COUNT.
           WRITE POST-REPORT-REC FROM POST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ADDS REFUSED - HOLD' TO PC-LABEL.
           MOVE HOLD-REFUSED-CT TO PC-COUNT.
           WRITE POST-REPORT-REC FROM POST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ADDS REFUSED - CREDIT CEILING' TO PC-LABEL.
           MOVE CEILING-REFUSED-CT TO PC-COUNT.
           WRITE POST-REPORT-REC FROM POST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ADDS REFUSED - SEATS RESERVED' TO PC-LABEL.
           MOVE RESERVED-REFUSED-CT TO PC-COUNT.
           WRITE POST-REPORT-REC FROM POST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'REJECTED - NOT AUTHORIZED' TO PC-LABEL.
           MOVE AUTH-REJECT-CT TO PC-COUNT.
           WRITE POST-REPORT-REC FROM POST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TRANSACTIONS REJECTED' TO PC-LABEL.
           MOVE TRANS-REJECT-CT TO PC-COUNT.
           WRITE POST-REPORT-REC FROM POST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           IF RSV-OVERFLOW > 0
               MOVE 'RESERVED BLOCKS NOT LOADED' TO PC-LABEL
               MOVE RSV-OVERFLOW TO PC-COUNT
               WRITE POST-REPORT-REC FROM POST-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF AUTH-OVERFLOW > 0
               MOVE 'AUTHORITY ENTRIES NOT LOADED' TO PC-LABEL
               MOVE AUTH-OVERFLOW TO PC-COUNT
               WRITE POST-REPORT-REC FROM POST-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 4 TO RETURN-CODE
           END-IF.

       225-POST-HEADINGS.
           MOVE PPAGEKOUNT TO PPAGEK.
           MOVE 0 TO PLINE-CT.
           ADD 1 TO PPAGEKOUNT.

      ******************************************************************
      *     RECORD THE OUTCOME OF THIS STEP ON DA-S-RUNCTL - COMPLETE
      *     BELOW RETURN CODE 8, FAILED OTHERWISE - WITH THE GENERATIONS
      *     IT FOUND AND THE GENERATIONS IT LEFT FOR THE NEXT STEP
      ******************************************************************
       790-UPDATE-RUN-CONTROL.
           MOVE RETURN-CODE TO STEP-RC.
           MOVE SPACES TO RUN-CONTROL-DATA.
           MOVE THIS-STEP TO RCD-STEP.
           MOVE CYCLE-DATE TO RCD-CYCLE-DATE.
           IF STEP-RC < 8
               MOVE 'C' TO RCD-STATUS
           ELSE
               MOVE 'F' TO RCD-STATUS
           END-IF.
           MOVE STEP-RC TO RCD-RETURN-CODE.
           MOVE CONTROL-RUN-DATE TO RCD-RUN-DATE.
           MOVE EXPECT-GENS TO RCD-IN-GENS.
           MOVE PRODUCED-GENS TO RCD-OUT-GENS.
           IF RCT-OWN-IDX = 0 AND RCT-COUNT < 20
               ADD 1 TO RCT-COUNT
               MOVE RCT-COUNT TO RCT-OWN-IDX
           END-IF.
           IF RCT-OWN-IDX > 0
               MOVE RUN-CONTROL-DATA TO RCT-ENTRY(RCT-OWN-IDX)
           END-IF.
           OPEN OUTPUT RUN-CONTROL-FILE.
           PERFORM 795-WRITE-RUN-CONTROL-ENTRY
               VARYING RCT-IDX FROM 1 BY 1 UNTIL RCT-IDX > RCT-COUNT.
           CLOSE RUN-CONTROL-FILE.

       795-WRITE-RUN-CONTROL-ENTRY.
           WRITE RUN-CONTROL-REC FROM RCT-ENTRY(RCT-IDX).

       800-READ-OLD-DETAIL.
           READ OLD-DETAIL-FILE INTO DETAIL-DATA
               AT END MOVE 'Y' TO DEOF
           IF NOT TRANS-END-OF-DATA
               ADD 1 TO TRANS-READ-CT
           END-IF.

       820-READ-LOAD-DETAIL.
           READ OLD-DETAIL-FILE INTO DETAIL-DATA
               AT END MOVE 'Y' TO DEOF.

       830-READ-NET-TRANS.
           READ TRANS-FILE INTO TRANS-DATA
               AT END MOVE 'Y' TO TEOF.
