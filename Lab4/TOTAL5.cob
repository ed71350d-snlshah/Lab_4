      *             LISTING AND BULLETIN PRINT EVERY MEETING UNDER
      *             ONE SECTION, AND THE DOUBLE-BOOKING PASS AND THE
      *             ROOM UTILIZATION COUNT EVERY MEETING.
      * 2026-10-15  RUNS ONLY AFTER WLRESP1 HAS COMPLETED FOR THE CYCLE
      *             OPEN ON DA-S-RUNCTL AND ONLY AGAINST THE COURSE
      *             MASTER AND WAITLIST GENERATIONS THE CYCLE EXPECTS.
      *             THE OUTCOME IS RECORDED ON DA-S-RUNCTL.
      * 2026-10-15  RESERVED SEAT BLOCKS (DA-S-SEATRSV) - THE LISTING
      *             AND THE EXTRACT SHOW RESERVED AND UNRESERVED SEATS
      *             REMAINING SEPARATELY.  BLOCK USE IS COUNTED FROM
      *             DA-S-REGDET AND THE STUDENT MASTER.  WAITLIST OFFERS
      *             COME ONLY FROM UNRESERVED SEATS - A BLOCK PAST ITS
      *             RELEASE DATE COUNTS AS UNRESERVED.
      * 2026-10-15  DA-S-REGDET IS NOW READ FOR BLOCK USE, SO ITS
      *             GENERATION IS CHECKED AGAINST THE CYCLE AS WELL.
      *             BLOCKS RELEASE ON THE CYCLE DATE, NOT TODAY'S DATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       SELECT OPTIONAL PARM-FILE ASSIGN TO 'UR-S-PARM'.
       SELECT UNDER-REPORT-FILE ASSIGN TO 'UR-S-UNDERRPT'
           FILE STATUS IS UE-STATUS.
       SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO 'DA-S-RUNCTL'.
       SELECT OPTIONAL RESERVE-FILE ASSIGN TO 'DA-S-SEATRSV'.
       SELECT OPTIONAL DETAIL-FILE ASSIGN TO 'DA-S-REGDET'.
       SELECT STUDENT-FILE ASSIGN TO 'DA-I-STUDENT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SU-STUDENT-ID.
       DATA DIVISION.
       FILE SECTION.
       FD COURSE-FILE
       LABEL RECORDS ARE STANDARD.
       01 COURSE-REC.
           03 CR-COURSE-KEY PIC X(10).
           03 FILLER PIC X(66).
           03 CR-GEN PIC 9(4).
       FD SORTED-COURSE-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
           03 EX-SEATS-TAKEN PIC 999.
           03 EX-CLASSLIMIT PIC 999.
           03 EX-SEATS-REMAINING PIC S999.
           03 EX-RSV-REMAINING PIC 999.
           03 EX-UNRSV-REMAINING PIC S999.
           03 FILLER PIC X(9).
       FD PRIOR-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
           03 PR-SEATS-TAKEN PIC 999.
           03 PR-CLASSLIMIT PIC 999.
           03 PR-SEATS-REMAINING PIC S999.
           03 PR-RSV-REMAINING PIC 999.
           03 PR-UNRSV-REMAINING PIC S999.
           03 FILLER PIC X(9).
       FD CHECKPOINT-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
           03 WL-STUDENT-ID PIC X(9).
           03 WL-DATE-ADDED PIC X(8).
           03 WL-PRIORITY PIC 999.
           03 WL-GEN PIC 9(4).
           03 FILLER PIC X(46).
       FD ROOM-MASTER-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
           03 PARM-SCHED-MAX PIC 999.
           03 PARM-ROOM-MAX PIC 999.
           03 FILLER PIC X(59).
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
       FD DETAIL-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 DETAIL-REC.
           03 RG-COURSE PIC X(10).
           03 RG-STUDENT-ID PIC X(9).
           03 RG-GEN PIC 9(4).
           03 FILLER PIC X(57).
       FD STUDENT-FILE
       LABEL RECORDS ARE STANDARD.
       01 STUDENT-REC.
           03 SU-STUDENT-ID PIC X(9).
           03 SU-NAME PIC X(25).
           03 SU-CLASS-LEVEL PIC XX.
           03 SU-MAJOR PIC X(4).
           03 FILLER PIC X(40).
       WORKING-STORAGE SECTION.
       01 MISC.
           03 EOF PIC X VALUE 'N'.
           03 RU-WORK-ROOM PIC XXX VALUE SPACES.
           03 RU-WORK-LIMIT PIC 999 VALUE 0.
           03 RU-WORK-TAKEN PIC S999 VALUE 0.
           03 RSEOF PIC X VALUE 'N'.
               88 RESERVE-END-OF-DATA VALUE 'Y'.
           03 RGEOF PIC X VALUE 'N'.
               88 REGDET-END-OF-DATA VALUE 'Y'.
           03 STUDENT-FOUND-SW PIC X VALUE 'N'.
               88 STUDENT-FOUND VALUE 'Y'.
           03 RSV-BLOCKS-SW PIC X VALUE 'N'.
               88 COURSE-HAS-BLOCKS VALUE 'Y'.
           03 RSV-ELIGIBLE-SW PIC X VALUE 'N'.
               88 RSV-STUDENT-ELIGIBLE VALUE 'Y'.
           03 RSV-COURSE PIC X(10) VALUE SPACES.
           03 RSV-REMAIN PIC S9(4) VALUE 0.
           03 UNRSV-REMAIN PIC S9(4) VALUE 0.
           03 RSV-IDX PIC 999 VALUE 0.
           03 RSV-ELIGIBLE-IDX PIC 999 VALUE 0.
       01 COURSE-DATA.
        03 C-COURSE.
         05 C-ABB PIC XXX.
               05 XT-COURSE-2 PIC X(10).
               05 XT-LIMIT-2 PIC 999.
               05 XT-TAKEN-2 PIC S999.
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
       01 ROOM-MASTER-TABLE.
           03 RMT-COUNT PIC 999 VALUE 0.
           03 RMT-OVERFLOW PIC 999 VALUE 0.
        03 FILLER PIC X(2) VALUE 'CR'.
        03 FILLER PIC X(3) VALUE SPACES.
        03 FILLER PIC X(6) VALUE 'STATUS'.
        03 FILLER PIC X(13) VALUE SPACES.
        03 FILLER PIC X(4) VALUE 'RSVD'.
        03 FILLER PIC X(1) VALUE SPACES.
        03 FILLER PIC X(5) VALUE 'UNRSV'.
       01 HEADING2.
        03 FILLER PIC X(56) VALUE SPACES.
        03 FILLER PIC X(5) VALUE 'LIMIT'.
        03 FILLER PIC X(7) VALUE SPACES.
        03 FILLER PIC X(5) VALUE 'SEATS'.
        03 FILLER PIC X(39) VALUE SPACES.
        03 FILLER PIC X(4) VALUE 'OPEN'.
        03 FILLER PIC X(2) VALUE SPACES.
        03 FILLER PIC X(4) VALUE 'OPEN'.
       01 HEADING3.
        03 FILLER PIC X(10) VALUE SPACES.
        03 FILLER PIC X(11) VALUE 'GRAND TOTAL'.
        03 FILLER PIC X(40) VALUE
           'SECONDARY-MEETING TABLE FULL - DROPPED:'.
        03 SMF-OVERFLOW-COUNT PIC ZZ9.
       01 RSV-OVERFLOW-MSG.
        03 FILLER PIC X(10) VALUE SPACES.
        03 FILLER PIC X(40) VALUE
           'RESERVED-SEAT TABLE FULL - NOT HELD:'.
        03 RSVF-OVERFLOW-COUNT PIC ZZ9.
       01 XLIST-OVERFLOW-MSG.
        03 FILLER PIC X(10) VALUE SPACES.
        03 FILLER PIC X(40) VALUE
        03 PCREDIT PIC 9.9.
        03 FILLER PIC X(2) VALUE SPACES.
        03 PSTATUS PIC X(13).
        03 FILLER PIC X(2) VALUE SPACES.
        03 PRSV-REMAINING PIC ZZ9.
        03 FILLER PIC X(2) VALUE SPACES.
        03 PUNRSV-REMAINING PIC ZZ9-.
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
           03 THIS-STEP PIC X(8) VALUE 'TOTAL5'.
           03 PRED-STEP PIC X(8) VALUE 'WLRESP1'.
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
           PERFORM 052-READ-PARM-CARD.
           PERFORM 050-GET-RESTART-KEY.
           PERFORM 020-CHECK-RUN-CONTROL THRU 020-CHECK-EXIT.
           IF NOT RUN-REFUSED
               PERFORM 030-CHECK-GENERATIONS THRU 030-CHECK-EXIT
           END-IF.
           IF RUN-REFUSED
               PERFORM 040-REFUSE-RUN
           END-IF.
           PERFORM 053-LOAD-ROOM-MASTER.
           PERFORM 046-LOAD-XLIST-TABLE.
           PERFORM 042-LOAD-SECMEET-TABLE.
           PERFORM 057-LOAD-WAITLIST.
           PERFORM 075-LOAD-RESERVATIONS.
           IF CONFLICT-PASS-WANTED
               PERFORM 060-RECONCILE-SCHEDULE
           END-IF.
           PERFORM 056-ROOM-MASTER-OVERFLOW.
           PERFORM 044-SECMEET-OVERFLOW-CHECK.
           PERFORM 047-XLIST-OVERFLOW-CHECK.
           PERFORM 079-RESERVE-OVERFLOW-CHECK.
           PERFORM 780-RUN-BALANCING.

           CLOSE COURSE-FILE
               PERFORM 600-BUILDING-ORDERED-PASS
           END-IF.

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
      *     THE COURSE MASTER, THE REGISTRATION DETAIL FILE AND THE
      *     WAITLIST MUST BE THE GENERATIONS THE CYCLE EXPECTS -
      *     CHECKED ON THE FIRST RECORD OF EACH
      *     (AN EMPTY FILE IS NOT CHECKED).  THIS STEP PRODUCES NO NEW
      *     GENERATION, SO IT HANDS ON THE ONES IT FOUND
      ******************************************************************
       030-CHECK-GENERATIONS.
           MOVE 'N' TO EOF.
           OPEN INPUT COURSE-FILE.
           READ COURSE-FILE
               AT END MOVE 'Y' TO EOF.
           CLOSE COURSE-FILE.
           IF NOT END-OF-DATA
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
           MOVE 'N' TO EOF.

           MOVE 'N' TO RGEOF.
           OPEN INPUT DETAIL-FILE.
           READ DETAIL-FILE
               AT END MOVE 'Y' TO RGEOF.
           CLOSE DETAIL-FILE.
           IF NOT REGDET-END-OF-DATA
               MOVE 0 TO FILE-GEN
               IF RG-GEN NUMERIC
                   MOVE RG-GEN TO FILE-GEN
               END-IF
               IF FILE-GEN NOT = EXPECT-REG-GEN
                   MOVE 'DA-S-REGDET' TO GR-FILE
                   MOVE EXPECT-REG-GEN TO GR-EXPECTED
                   PERFORM 035-GENERATION-MISMATCH
                   GO TO 030-CHECK-EXIT
               END-IF
           END-IF.
           MOVE 'N' TO RGEOF.

           MOVE 'N' TO WEOF.
           OPEN INPUT WAITLIST-FILE.
           READ WAITLIST-FILE
               AT END MOVE 'Y' TO WEOF.
           CLOSE WAITLIST-FILE.
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

      ******************************************************************
      *     A REFUSED RESTART ADDS TO THE LISTING ALREADY WRITTEN
      ******************************************************************
       040-REFUSE-RUN.
           IF RESTART-KEY = SPACES
               OPEN OUTPUT PRINT-FILE
           ELSE
               OPEN EXTEND PRINT-FILE
               IF PF-STATUS = '35'
                   OPEN OUTPUT PRINT-FILE
               END-IF
           END-IF.
           MOVE REFUSE-REASON TO RL-REASON.
           WRITE PRINT-REC FROM REFUSE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRINT-REC FROM REFUSE-LINE-2
               AFTER ADVANCING 1 LINE.
           CLOSE PRINT-FILE.
           MOVE 16 TO RETURN-CODE.
           PERFORM 790-UPDATE-RUN-CONTROL.
           STOP RUN.

       100-PROCESS-LOOP.
           PERFORM 930-CREDIT-TOTAL.
           PERFORM 940-ROOM-UTIL-UPDATE.
           PERFORM 170-XLIST-COMBINE.
           PERFORM 174-SPLIT-OPEN-SEATS.
           PERFORM 150-EXCEPTION-CHECK.
           PERFORM 155-ROOM-CAPACITY-CHECK.

               END-IF
           END-IF.

      ******************************************************************
      *     RESERVED SEAT BLOCKS - SPLIT THE SECTION'S OPEN SEATS INTO
      *     THOSE STILL HELD BY A BLOCK AND THOSE OPEN TO EVERYONE.
      *     HELD SEATS NEVER EXCEED THE SEATS ACTUALLY OPEN
      ******************************************************************
       174-SPLIT-OPEN-SEATS.
           MOVE C-COURSE TO RSV-COURSE.
           MOVE 'N' TO STUDENT-FOUND-SW.
           PERFORM 177-CHECK-RESERVED-SEATS.
           IF RSV-REMAIN > C-SEATS-REMAINING
               MOVE C-SEATS-REMAINING TO RSV-REMAIN
           END-IF.
           IF RSV-REMAIN < 0
               MOVE 0 TO RSV-REMAIN
           END-IF.
           COMPUTE UNRSV-REMAIN = C-SEATS-REMAINING - RSV-REMAIN.
           MOVE RSV-REMAIN TO PRSV-REMAINING.
           MOVE UNRSV-REMAIN TO PUNRSV-REMAINING.

       175-FIND-COURSE-BLOCKS.
           MOVE 'N' TO RSV-BLOCKS-SW.
           PERFORM 176-MATCH-COURSE-BLOCK
               VARYING RSV-IDX FROM 1 BY 1
               UNTIL RSV-IDX > RSV-COUNT OR COURSE-HAS-BLOCKS.

       176-MATCH-COURSE-BLOCK.
           IF RB-COURSE(RSV-IDX) = RSV-COURSE
               MOVE 'Y' TO RSV-BLOCKS-SW
           END-IF.

      *    UNUSED RESERVED SEATS IN THE SECTION, AND THE FIRST BLOCK
      *    WITH ROOM THAT THE STUDENT (IF ANY) IS ELIGIBLE FOR
       177-CHECK-RESERVED-SEATS.
           MOVE 0 TO RSV-REMAIN.
           MOVE 0 TO RSV-ELIGIBLE-IDX.
           PERFORM 178-CHECK-ONE-BLOCK
               VARYING RSV-IDX FROM 1 BY 1 UNTIL RSV-IDX > RSV-COUNT.

       178-CHECK-ONE-BLOCK.
           IF RB-COURSE(RSV-IDX) = RSV-COURSE
               AND RB-USED(RSV-IDX) < RB-SEATS(RSV-IDX)
               COMPUTE RSV-REMAIN = RSV-REMAIN + RB-SEATS(RSV-IDX)
                   - RB-USED(RSV-IDX)
               IF RSV-ELIGIBLE-IDX = 0
                   PERFORM 179-TEST-ELIGIBLE
                   IF RSV-STUDENT-ELIGIBLE
                       MOVE RSV-IDX TO RSV-ELIGIBLE-IDX
                   END-IF
               END-IF
           END-IF.

       179-TEST-ELIGIBLE.
           MOVE 'N' TO RSV-ELIGIBLE-SW.
           IF STUDENT-FOUND
               IF RB-MAJOR-RULE(RSV-IDX)
                   AND RB-VALUE(RSV-IDX) = SU-MAJOR
                   MOVE 'Y' TO RSV-ELIGIBLE-SW
               END-IF
               IF RB-LEVEL-RULE(RSV-IDX)
                   AND RB-LEVEL(RSV-IDX) = SU-CLASS-LEVEL
                   MOVE 'Y' TO RSV-ELIGIBLE-SW
               END-IF
           END-IF.

       700-TOTAL.
           IF SAVE-ABB NOT = SPACES
               PERFORM 750-DEPT-TOTAL
           MOVE 0 TO LINE-CT.
           ADD 1 TO PAGEKOUNT.

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

       800-READ-COURSE-FILE.
           READ COURSE-FILE INTO COURSE-DATA
           AT END MOVE 'Y' TO EOF.
           READ WAITLIST-FILE
               AT END MOVE 'Y' TO WEOF.

      ******************************************************************
      *     RESERVED SEAT BLOCKS STILL HELD ON THE CYCLE DATE, WITH THE
      *     SEATS IN USE COUNTED FROM THE REGISTRATION DETAIL FILE - A
      *     REGISTRATION FILLS THE FIRST BLOCK ITS STUDENT IS ELIGIBLE
      *     FOR THAT HAS ROOM, AS IN REGPOST1.  A BLOCK WHOSE RELEASE
      *     DATE HAS COME IS NOT LOADED.  A ZERO DATE HOLDS THE BLOCK
      ******************************************************************
       075-LOAD-RESERVATIONS.
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
           PERFORM 076-ADD-RESERVATION-ENTRY
               UNTIL RESERVE-END-OF-DATA.
           CLOSE RESERVE-FILE.
           IF RSV-COUNT > 0
               MOVE 'N' TO RGEOF
               OPEN INPUT DETAIL-FILE
                          STUDENT-FILE
               READ DETAIL-FILE
                   AT END MOVE 'Y' TO RGEOF
               END-READ
               PERFORM 078-COUNT-ONE-DETAIL
                   UNTIL REGDET-END-OF-DATA
               CLOSE DETAIL-FILE
                     STUDENT-FILE
           END-IF.

       076-ADD-RESERVATION-ENTRY.
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

       078-COUNT-ONE-DETAIL.
           MOVE RG-COURSE TO RSV-COURSE.
           PERFORM 175-FIND-COURSE-BLOCKS.
           IF COURSE-HAS-BLOCKS
               MOVE RG-STUDENT-ID TO SU-STUDENT-ID
               MOVE 'Y' TO STUDENT-FOUND-SW
               READ STUDENT-FILE
                   INVALID KEY MOVE 'N' TO STUDENT-FOUND-SW
               END-READ
               PERFORM 177-CHECK-RESERVED-SEATS
               IF RSV-ELIGIBLE-IDX > 0
                   ADD 1 TO RB-USED(RSV-ELIGIBLE-IDX)
               END-IF
           END-IF.
           READ DETAIL-FILE
               AT END MOVE 'Y' TO RGEOF.

       079-RESERVE-OVERFLOW-CHECK.
           IF RSV-OVERFLOW > 0
               MOVE RSV-OVERFLOW TO RSVF-OVERFLOW-COUNT
               WRITE EXCEPT-REC FROM RSV-OVERFLOW-MSG
                   AFTER ADVANCING 2 LINES
           END-IF.

      *    ONLY SEATS NO BLOCK IS HOLDING ARE OFFERED - RESERVED
      *    SEATS REACH THE WAITLIST ON THEIR BLOCK'S RELEASE DATE
       140-WAITLIST-OFFERS.
           MOVE 0 TO WQ-DEPTH.
           PERFORM 142-COUNT-QUEUE-DEPTH
               VARYING WT-IDX FROM 1 BY 1 UNTIL WT-IDX > WAIT-COUNT.

           IF WQ-DEPTH > 0
               AND UNRSV-REMAIN > 0
               AND (NOT PRIOR-FOUND
                   OR UNRSV-REMAIN > PRIOR-REMAINING)
               MOVE 0 TO OFFERS-MADE
               PERFORM 144-OFFER-NEXT-STUDENT
                   UNTIL OFFERS-MADE >= UNRSV-REMAIN
                   OR OFFERS-MADE >= WQ-DEPTH
           END-IF.

               MOVE WT-STUDENT-ID(WL-BEST-IDX) TO OF-STUDENT-ID
               MOVE WT-DATE-ADDED(WL-BEST-IDX) TO OF-DATE-ADDED
               MOVE WT-PRIORITY(WL-BEST-IDX) TO OF-PRIORITY
               MOVE UNRSV-REMAIN TO OF-SEATS-AVAIL
               MOVE RUN-DATE-WS TO OF-DATE-OFFERED
               WRITE OFFER-REC
           END-IF.
               MOVE 'Y' TO PRIOR-FOUND-SW
               MOVE PR-SEATS-TAKEN TO PRIOR-TAKEN
               MOVE PR-SEATS-REMAINING TO PRIOR-REMAINING
               IF PR-UNRSV-REMAINING NUMERIC
                   MOVE PR-UNRSV-REMAINING TO PRIOR-REMAINING
               END-IF
           END-IF.

       125-ADVANCE-PRIOR-FILE.
               MOVE XL-COMB-TAKEN TO EX-SEATS-TAKEN
               MOVE XL-COMB-LIMIT TO EX-CLASSLIMIT
               MOVE XL-COMB-REMAIN TO EX-SEATS-REMAINING
               MOVE RSV-REMAIN TO EX-RSV-REMAINING
               COMPUTE EX-UNRSV-REMAINING =
                   XL-COMB-REMAIN - RSV-REMAIN
               WRITE EXTRACT-REC
               ADD 1 TO RUN-EXTRACT-CT
           END-IF.
           MOVE C-INSTRUCTOR TO PINSTRUCTOR.
           MOVE C-CREDIT-HOURS TO PCREDIT.
           MOVE SPACES TO PSTATUS.
           PERFORM 174-SPLIT-OPEN-SEATS.

           COMPUTE PSEATS-TAKEN =
               C-CLASSLIMIT - C-SEATS-REMAINING.
