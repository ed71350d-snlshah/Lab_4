      *             FROM THE WAITLIST SO THE NEXT TOTAL5 RUN OFFERS
      *             THE SEAT TO THE NEXT PRIORITY.  THE CLEANED-UP
      *             WAITLIST IS WRITTEN TO DA-S-NEWWL.
      * 2026-10-15  AN ACCEPT IS NOW REFUSED FOR A STUDENT WITH A HOLD
      *             ON THE STUDENT MASTER OR WHOSE CREDIT HOURS ACROSS
      *             THE REGISTRATION DETAIL FILE WOULD GO OVER THE
      *             STUDENT'S MAXIMUM - SAME EDIT AS REGPOST1.  A
      *             REFUSED STUDENT STAYS ON THE WAITLIST.
      * 2026-10-15  RUNS ONLY AFTER REGPOST1 HAS COMPLETED FOR THE
      *             CYCLE OPEN ON DA-S-RUNCTL AND ONLY AGAINST THE
      *             COURSE MASTER, DETAIL AND WAITLIST GENERATIONS THE
      *             CYCLE EXPECTS.  THE NEW WAITLIST IS STAMPED WITH THE
      *             NEXT GENERATION, ENROLLMENT RECORDS WITH THE CURRENT
      *             DETAIL GENERATION THEY ARE MERGED INTO, AND THE
      *             OUTCOME IS RECORDED ON DA-S-RUNCTL.
      * 2026-10-15  RESERVED SEAT BLOCKS (DA-S-SEATRSV) - AN ACCEPT
      *             TAKES A RESERVED SEAT ONLY FOR A STUDENT THE BLOCK
      *             NAMES, SAME RULE AS REGPOST1, AND IS REFUSED WHEN
      *             EVERY OPEN SEAT LEFT IS HELD FOR OTHERS.  A REFUSED
      *             STUDENT STAYS ON THE WAITLIST.
      * 2026-10-15  RESERVED BLOCKS RELEASE ON THE RUN-CONTROL CYCLE
      *             DATE, NOT TODAY'S DATE, SO A RERUN OR LATE RUN OF
      *             A CYCLE HOLDS THE SAME SEATS AS THE ORIGINAL RUN.
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
       SELECT DETAIL-FILE ASSIGN TO 'DA-S-REGDET'.
       SELECT OFFER-FILE ASSIGN TO 'DA-S-OFFER'.
       SELECT RESPONSE-FILE ASSIGN TO 'DA-S-OFFRESP'.
       SELECT OLD-WAITLIST-FILE ASSIGN TO 'DA-S-WAITLST'.
       SELECT ENROLL-FILE ASSIGN TO 'DA-S-WLENROL'.
       SELECT OPTIONAL PARM-FILE ASSIGN TO 'UR-S-WLPARM'.
       SELECT RESP-REPORT-FILE ASSIGN TO 'UR-S-WLRESP'.
       SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO 'DA-S-RUNCTL'.
       SELECT OPTIONAL RESERVE-FILE ASSIGN TO 'DA-S-SEATRSV'.
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
       FD DETAIL-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 DETAIL-REC.
           03 D-COURSE PIC X(10).
           03 D-STUDENT-ID PIC X(9).
           03 D-GEN PIC 9(4).
           03 FILLER PIC X(57).
       FD OFFER-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
           03 WL-STUDENT-ID PIC X(9).
           03 WL-DATE-ADDED PIC X(8).
           03 WL-PRIORITY PIC 999.
           03 WL-GEN PIC 9(4).
           03 FILLER PIC X(46).
       FD NEW-WAITLIST-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 ENROLL-REC.
           03 EN-COURSE PIC X(10).
           03 EN-STUDENT-ID PIC X(9).
           03 EN-GEN PIC 9(4).
           03 FILLER PIC X(57).
       FD PARM-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 RESP-REPORT-REC PIC X(132).
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
       WORKING-STORAGE SECTION.
       01 MISC.
           03 OEOF PIC X VALUE 'N'.
               88 WAITLIST-END-OF-DATA VALUE 'Y'.
           03 PARM-EOF PIC X VALUE 'N'.
               88 PARM-END-OF-DATA VALUE 'Y'.
           03 DEOF PIC X VALUE 'N'.
               88 DETAIL-END-OF-DATA VALUE 'Y'.
           03 STUDENT-FOUND-SW PIC X VALUE 'N'.
               88 STUDENT-FOUND VALUE 'Y'.
           03 STUDENT-REJECT-SW PIC X VALUE 'N'.
               88 STUDENT-REJECTED VALUE 'Y'.
           03 LOAD-FOUND-SW PIC X VALUE 'N'.
               88 LOAD-FOUND VALUE 'Y'.
           03 COURSE-FOUND-SW PIC X VALUE 'N'.
               88 COURSE-FOUND VALUE 'Y'.
           03 RESP-FOUND-SW PIC X VALUE 'N'.
           03 DROP-FOUND-SW PIC X VALUE 'N'.
               88 DROP-ENTRY-FOUND VALUE 'Y'.
           03 CM-STATUS PIC XX VALUE '00'.
           03 SM-STATUS PIC XX VALUE '00'.
           03 WPAGEKOUNT PIC 99 VALUE 01.
           03 WLINE-CT PIC 99 VALUE 0.
           03 EXPIRE-DAYS PIC 999 VALUE 7.
           03 RT-IDX PIC 999 VALUE 0.
           03 RESP-FOUND-IDX PIC 999 VALUE 0.
           03 DL-IDX PIC 999 VALUE 0.
           03 LD-IDX PIC 9999 VALUE 0.
           03 LD-FOUND-IDX PIC 9999 VALUE 0.
           03 LOAD-STUDENT-ID PIC X(9) VALUE SPACES.
           03 LOAD-CREDITS PIC 99V9 VALUE 0.
           03 NEW-LOAD PIC 999V9 VALUE 0.
           03 OFFERS-READ-CT PIC 9(5) VALUE 0.
           03 RESPONSES-READ-CT PIC 9(5) VALUE 0.
           03 ENROLLED-CT PIC 9(5) VALUE 0.
           03 EXPIRED-CT PIC 9(5) VALUE 0.
           03 PENDING-CT PIC 9(5) VALUE 0.
           03 REFUSED-CT PIC 9(5) VALUE 0.
           03 HOLD-REFUSED-CT PIC 9(5) VALUE 0.
           03 CEILING-REFUSED-CT PIC 9(5) VALUE 0.
           03 WAITLIST-IN-CT PIC 9(5) VALUE 0.
           03 WAITLIST-OUT-CT PIC 9(5) VALUE 0.
           03 DROPPED-CT PIC 9(5) VALUE 0.
           03 ACTION-REASON PIC X(40) VALUE SPACES.
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
       01 WORK-DATE.
           03 WK-YEAR PIC 9(4).
           03 WK-MONTH PIC 99.
        03 FILLER PIC X(5) VALUE SPACES.
        03 RC-LABEL PIC X(30).
        03 RC-COUNT PIC ZZZZ9.
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
           03 THIS-STEP PIC X(8) VALUE 'WLRESP1'.
           03 PRED-STEP PIC X(8) VALUE 'REGPOST1'.
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
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 520-DATE-TO-SERIAL.
           MOVE WK-SERIAL TO RUN-SERIAL.

           PERFORM 020-CHECK-RUN-CONTROL THRU 020-CHECK-EXIT.
           IF RUN-REFUSED
               PERFORM 040-REFUSE-RUN
           END-IF.

           PERFORM 050-READ-PARM-CARD.
           PERFORM 060-LOAD-RESPONSES.

           OPEN I-O COURSE-FILE
                INPUT STUDENT-FILE.
           PERFORM 030-CHECK-GENERATIONS THRU 030-CHECK-EXIT.
           IF RUN-REFUSED
               CLOSE COURSE-FILE
                     STUDENT-FILE
               PERFORM 040-REFUSE-RUN
           END-IF.
           ADD 1 TO PRODUCED-WL-GEN.
           PERFORM 080-LOAD-RESERVATIONS.
           PERFORM 070-LOAD-CREDIT-TABLE.

           OPEN INPUT OFFER-FILE
                OUTPUT ENROLL-FILE
                       RESP-REPORT-FILE.
           PERFORM 225-RESP-HEADINGS.
               UNTIL OFFER-END-OF-DATA.

           CLOSE COURSE-FILE
                 STUDENT-FILE
                 OFFER-FILE
                 ENROLL-FILE.

           PERFORM 700-FINAL-TOTALS.

           CLOSE RESP-REPORT-FILE.
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
      *     THE COURSE MASTER, REGISTRATION DETAIL AND WAITLIST MUST BE
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

           MOVE 'N' TO DEOF.
           OPEN INPUT DETAIL-FILE.
           PERFORM 820-READ-DETAIL.
           CLOSE DETAIL-FILE.
           IF NOT DETAIL-END-OF-DATA
               MOVE 0 TO FILE-GEN
               IF D-GEN NUMERIC
                   MOVE D-GEN TO FILE-GEN
               END-IF
               IF FILE-GEN NOT = EXPECT-REG-GEN
                   MOVE 'DA-S-REGDET' TO GR-FILE
                   MOVE EXPECT-REG-GEN TO GR-EXPECTED
                   PERFORM 035-GENERATION-MISMATCH
                   GO TO 030-CHECK-EXIT
               END-IF
           END-IF.

           MOVE 'N' TO WEOF.
           OPEN INPUT OLD-WAITLIST-FILE.
           READ OLD-WAITLIST-FILE
               AT END MOVE 'Y' TO WEOF.
           CLOSE OLD-WAITLIST-FILE.
           IF WAITLIST-END-OF-DATA
               GO TO 030-CHECK-EXIT
           END-IF.
           MOVE 0 TO FILE-GEN.
           IF WL-GEN NUMERIC
               MOVE WL-GEN TO FILE-GEN
           END-IF.
           IF FILE-GEN NOT = EXPECT-WL-GEN
               MOVE 'DA-S-WAITLST' TO GR-FILE
               MOVE EXPECT-WL-GEN TO GR-EXPECTED
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
           OPEN OUTPUT RESP-REPORT-FILE.
           PERFORM 225-RESP-HEADINGS.
           MOVE REFUSE-REASON TO RL-REASON.
           WRITE RESP-REPORT-REC FROM REFUSE-LINE
               AFTER ADVANCING 2 LINES.
           WRITE RESP-REPORT-REC FROM REFUSE-LINE-2
               AFTER ADVANCING 1 LINE.
           CLOSE RESP-REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           PERFORM 790-UPDATE-RUN-CONTROL.
           STOP RUN.

      ******************************************************************
           READ RESPONSE-FILE
               AT END MOVE 'Y' TO REOF.

      ******************************************************************
      *     CREDIT LOAD PER STUDENT - ONE PASS OF THE DETAIL FILE,
      *     PRICING EACH SECTION AT ITS COURSE MASTER CREDIT HOURS.
      *     A REGISTRATION IN A SECTION WITH RESERVED BLOCKS FILLS THE
      *     FIRST BLOCK THE STUDENT IS ELIGIBLE FOR THAT HAS ROOM
      ******************************************************************
       070-LOAD-CREDIT-TABLE.
           MOVE 'N' TO DEOF.
           OPEN INPUT DETAIL-FILE.
           PERFORM 820-READ-DETAIL.
           PERFORM 075-ADD-DETAIL-CREDITS
               UNTIL DETAIL-END-OF-DATA.
           CLOSE DETAIL-FILE.

       075-ADD-DETAIL-CREDITS.
           MOVE D-COURSE TO CR-COURSE-KEY.
           MOVE 'Y' TO COURSE-FOUND-SW.
           READ COURSE-FILE
               INVALID KEY MOVE 'N' TO COURSE-FOUND-SW.
           IF COURSE-FOUND
               MOVE D-STUDENT-ID TO LOAD-STUDENT-ID
               PERFORM 180-SET-LOAD-CREDITS
               PERFORM 190-ADD-TO-LOAD
           END-IF.
           MOVE D-COURSE TO RSV-COURSE.
           PERFORM 262-FIND-COURSE-BLOCKS.
           IF COURSE-HAS-BLOCKS
               MOVE D-STUDENT-ID TO SR-STUDENT-ID
               PERFORM 260-READ-RESERVE-STUDENT
               PERFORM 265-CHECK-RESERVED-SEATS
               IF RSV-ELIGIBLE-IDX > 0
                   ADD 1 TO RB-USED(RSV-ELIGIBLE-IDX)
               END-IF
           END-IF.
           PERFORM 820-READ-DETAIL.

      ******************************************************************
      *     RESERVED SEAT BLOCKS STILL HELD ON THE CYCLE DATE (TODAY'S
      *     DATE WHEN NO CYCLE IS OPEN).  A BLOCK WHOSE RELEASE DATE HAS
      *     COME IS NOT LOADED - ITS SEATS ARE OPEN TO EVERYONE.  A ZERO
      *     RELEASE DATE HOLDS THE BLOCK
      ******************************************************************
       080-LOAD-RESERVATIONS.
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
           PERFORM 085-ADD-RESERVATION-ENTRY
               UNTIL RESERVE-END-OF-DATA.
           CLOSE RESERVE-FILE.

       085-ADD-RESERVATION-ENTRY.
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
      *     ONE OFFER - ACCEPTED, DECLINED, EXPIRED, OR STILL PENDING
      ******************************************************************
               MOVE 'COURSE NOT ON MASTER' TO ACTION-REASON
               PERFORM 650-REPORT-REFUSED
           ELSE
               PERFORM 170-CHECK-STUDENT THRU 170-CHECK-EXIT
               IF STUDENT-REJECTED
                   PERFORM 650-REPORT-REFUSED
               ELSE
                   PERFORM 125-TAKE-SEAT
               END-IF
           END-IF.

      *    AN ELIGIBLE STUDENT TAKES A RESERVED SEAT FIRST; ANY OTHER
      *    STUDENT NEEDS AN OPEN SEAT THAT NO BLOCK IS HOLDING
       125-TAKE-SEAT.
           IF CR-SEATS-REMAINING > 0
               MOVE OF-COURSE TO RSV-COURSE
               PERFORM 265-CHECK-RESERVED-SEATS
               IF RSV-ELIGIBLE-IDX = 0
                   AND CR-SEATS-REMAINING NOT > RSV-REMAIN
                   ADD 1 TO RESERVED-REFUSED-CT
                   MOVE 'REMAINING SEATS RESERVED - NOT ELIGIBLE' TO
                       ACTION-REASON
                   PERFORM 650-REPORT-REFUSED
               ELSE
                   PERFORM 127-POST-SEAT
               END-IF
           ELSE
               MOVE 'SECTION CLOSED - SEAT GONE' TO ACTION-REASON
               PERFORM 650-REPORT-REFUSED
           END-IF.

       127-POST-SEAT.
           SUBTRACT 1 FROM CR-SEATS-REMAINING.
           REWRITE COURSE-REC.
           IF CM-STATUS = '00'
               MOVE SPACES TO ENROLL-REC
               MOVE OF-COURSE TO EN-COURSE
               MOVE OF-STUDENT-ID TO EN-STUDENT-ID
               MOVE PRODUCED-REG-GEN TO EN-GEN
               WRITE ENROLL-REC
               ADD 1 TO ENROLLED-CT
               IF RSV-ELIGIBLE-IDX > 0
                   ADD 1 TO RB-USED(RSV-ELIGIBLE-IDX)
               END-IF
               MOVE OF-STUDENT-ID TO LOAD-STUDENT-ID
               PERFORM 180-SET-LOAD-CREDITS
               PERFORM 190-ADD-TO-LOAD
               PERFORM 160-MARK-FOR-DROP
               MOVE 'ENROLLED' TO RA-ACTION
               MOVE SPACES TO RA-REASON
               PERFORM 600-REPORT-ACTION
           ELSE
               MOVE CM-STATUS TO RF-STATUS
               MOVE REWRITE-FAIL-REASON TO ACTION-REASON
               PERFORM 650-REPORT-REFUSED
           END-IF.

       130-DECLINE-OFFER.
               ADD 1 TO DROP-OVERFLOW
           END-IF.

      ******************************************************************
      *     STUDENT MASTER EDIT FOR AN ACCEPT - NO HOLDS, AND THE
      *     SECTION'S CREDIT HOURS MUST FIT UNDER THE STUDENT'S MAXIMUM
      ******************************************************************
       170-CHECK-STUDENT.
           MOVE 'N' TO STUDENT-REJECT-SW.
           MOVE OF-STUDENT-ID TO SR-STUDENT-ID.
           MOVE 'Y' TO STUDENT-FOUND-SW.
           READ STUDENT-FILE
               INVALID KEY MOVE 'N' TO STUDENT-FOUND-SW.

           IF NOT STUDENT-FOUND
               MOVE 'Y' TO STUDENT-REJECT-SW
               MOVE 'STUDENT NOT ON STUDENT MASTER' TO ACTION-REASON
               GO TO 170-CHECK-EXIT
           END-IF.

           IF BURSAR-HOLD
               MOVE 'Y' TO STUDENT-REJECT-SW
               MOVE 'REGISTRATION HOLD - BURSAR' TO ACTION-REASON
               ADD 1 TO HOLD-REFUSED-CT
               GO TO 170-CHECK-EXIT
           END-IF.

           IF ADVISING-HOLD
               MOVE 'Y' TO STUDENT-REJECT-SW
               MOVE 'REGISTRATION HOLD - ADVISING' TO ACTION-REASON
               ADD 1 TO HOLD-REFUSED-CT
               GO TO 170-CHECK-EXIT
           END-IF.

           IF DISCIPLINARY-HOLD
               MOVE 'Y' TO STUDENT-REJECT-SW
               MOVE 'REGISTRATION HOLD - DISCIPLINARY' TO ACTION-REASON
               ADD 1 TO HOLD-REFUSED-CT
               GO TO 170-CHECK-EXIT
           END-IF.

           IF SR-MAX-CREDITS NOT NUMERIC
               MOVE 'Y' TO STUDENT-REJECT-SW
               MOVE 'MAX CREDIT HOURS NOT NUMERIC' TO ACTION-REASON
               GO TO 170-CHECK-EXIT
           END-IF.

           MOVE OF-STUDENT-ID TO LOAD-STUDENT-ID.
           PERFORM 185-FIND-LOAD.
           IF NOT LOAD-FOUND AND LOAD-OVERFLOW > 0
               MOVE 'Y' TO STUDENT-REJECT-SW
               MOVE 'CREDIT LOAD TABLE FULL - NOT CHECKED' TO
                   ACTION-REASON
               GO TO 170-CHECK-EXIT
           END-IF.

           PERFORM 180-SET-LOAD-CREDITS.
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
               MOVE CEILING-REASON TO ACTION-REASON
               ADD 1 TO CEILING-REFUSED-CT
               GO TO 170-CHECK-EXIT
           END-IF.

       170-CHECK-EXIT.
           EXIT.

      ******************************************************************
      *     CREDIT LOAD TABLE SUPPORT
      ******************************************************************
       180-SET-LOAD-CREDITS.
           IF CR-CREDIT-HOURS NUMERIC
               MOVE CR-CREDIT-HOURS TO LOAD-CREDITS
           ELSE
               MOVE 0 TO LOAD-CREDITS
           END-IF.

       185-FIND-LOAD.
           MOVE 'N' TO LOAD-FOUND-SW.
           MOVE 0 TO LD-FOUND-IDX.
           PERFORM 187-MATCH-LOAD
               VARYING LD-IDX FROM 1 BY 1
               UNTIL LD-IDX > LOAD-COUNT OR LOAD-FOUND.

       187-MATCH-LOAD.
           IF LT-STUDENT-ID(LD-IDX) = LOAD-STUDENT-ID
               MOVE 'Y' TO LOAD-FOUND-SW
               MOVE LD-IDX TO LD-FOUND-IDX
           END-IF.

       190-ADD-TO-LOAD.
           PERFORM 185-FIND-LOAD.
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

      ******************************************************************
      *     RESERVED SEAT BLOCK SUPPORT - RSV-COURSE NAMES THE SECTION
      *     AND STUDENT-REC HOLDS THE STUDENT (STUDENT-FOUND SET)
      ******************************************************************
       260-READ-RESERVE-STUDENT.
           MOVE 'Y' TO STUDENT-FOUND-SW.
           READ STUDENT-FILE
               INVALID KEY MOVE 'N' TO STUDENT-FOUND-SW.

       262-FIND-COURSE-BLOCKS.
           MOVE 'N' TO RSV-BLOCKS-SW.
           PERFORM 263-MATCH-COURSE-BLOCK
               VARYING RSV-IDX FROM 1 BY 1
               UNTIL RSV-IDX > RSV-COUNT OR COURSE-HAS-BLOCKS.

       263-MATCH-COURSE-BLOCK.
           IF RB-COURSE(RSV-IDX) = RSV-COURSE
               MOVE 'Y' TO RSV-BLOCKS-SW
           END-IF.

      *    UNUSED RESERVED SEATS IN THE SECTION, AND THE FIRST BLOCK
      *    WITH ROOM THAT THE STUDENT IS ELIGIBLE FOR
       265-CHECK-RESERVED-SEATS.
           MOVE 0 TO RSV-REMAIN.
           MOVE 0 TO RSV-ELIGIBLE-IDX.
           PERFORM 267-CHECK-ONE-BLOCK
               VARYING RSV-IDX FROM 1 BY 1 UNTIL RSV-IDX > RSV-COUNT.

       267-CHECK-ONE-BLOCK.
           IF RB-COURSE(RSV-IDX) = RSV-COURSE
               AND RB-USED(RSV-IDX) < RB-SEATS(RSV-IDX)
               COMPUTE RSV-REMAIN = RSV-REMAIN + RB-SEATS(RSV-IDX)
                   - RB-USED(RSV-IDX)
               IF RSV-ELIGIBLE-IDX = 0
                   PERFORM 269-TEST-ELIGIBLE
                   IF RSV-STUDENT-ELIGIBLE
                       MOVE RSV-IDX TO RSV-ELIGIBLE-IDX
                   END-IF
               END-IF
           END-IF.

       269-TEST-ELIGIBLE.
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

       520-DATE-TO-SERIAL.
           COMPUTE WK-SERIAL =
               (WK-YEAR * 365) + (WK-MONTH * 31) + WK-DAY.
           IF DROP-ENTRY-FOUND
               ADD 1 TO DROPPED-CT
           ELSE
               MOVE PRODUCED-WL-GEN TO WL-GEN
               WRITE NEW-WAITLIST-REC FROM OLD-WAITLIST-REC
               ADD 1 TO WAITLIST-OUT-CT
           END-IF.
               AFTER ADVANCING 1 LINE.
           MOVE 'ACCEPTS REFUSED' TO RC-LABEL.
           MOVE REFUSED-CT TO RC-COUNT.
           WRITE RESP-REPORT-REC FROM RESP-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ACCEPTS REFUSED - HOLD' TO RC-LABEL.
           MOVE HOLD-REFUSED-CT TO RC-COUNT.
           WRITE RESP-REPORT-REC FROM RESP-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ACCEPTS REFUSED - CREDIT LIMIT' TO RC-LABEL.
           MOVE CEILING-REFUSED-CT TO RC-COUNT.
           WRITE RESP-REPORT-REC FROM RESP-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ACCEPTS REFUSED - SEATS RESVD' TO RC-LABEL.
           MOVE RESERVED-REFUSED-CT TO RC-COUNT.
           WRITE RESP-REPORT-REC FROM RESP-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'WAITLIST ENTRIES READ' TO RC-LABEL.
               WRITE RESP-REPORT-REC FROM RESP-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF RSV-OVERFLOW > 0
               MOVE 'RESERVED BLOCKS NOT LOADED' TO RC-LABEL
               MOVE RSV-OVERFLOW TO RC-COUNT
               WRITE RESP-REPORT-REC FROM RESP-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 4 TO RETURN-CODE
           END-IF.

       225-RESP-HEADINGS.
           MOVE WPAGEKOUNT TO WPAGEK.
           MOVE 0 TO WLINE-CT.
           ADD 1 TO WPAGEKOUNT.

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

       800-READ-OFFER.
           READ OFFER-FILE
               AT END MOVE 'Y' TO OEOF.
           IF NOT OFFER-END-OF-DATA
               ADD 1 TO OFFERS-READ-CT
           END-IF.

       820-READ-DETAIL.
           READ DETAIL-FILE
               AT END MOVE 'Y' TO DEOF.
