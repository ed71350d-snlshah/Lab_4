       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROOMASN1.
       AUTHOR. SONALI SHAH.
      * 2026-10-15  NEW PROGRAM - AUTOMATIC ROOM ASSIGNMENT.  EVERY
      *             SECTION ON THE COURSE MASTER WITH A BLANK BUILDING
      *             AND ROOM IS GIVEN THE SMALLEST ROOM FROM THE ROOM
      *             MASTER THAT SEATS ITS CLASS LIMIT, IS OF THE ROOM
      *             TYPE THE COURSE NEEDS (DA-S-RMTYPRQ), AND IS FREE
      *             AT ITS DAYS AND STARTING TIME AGAINST EVERY PLACED
      *             SECTION AND SECONDARY MEETING.  ASSIGNMENTS ARE
      *             WRITTEN AS MAINT1 CHANGE TRANSACTIONS (DA-S-RMATRAN,
      *             CRSTRAN FORMAT, COURSE KEY ORDER) SO THEY GO THROUGH
      *             THE AUDITED MAINTENANCE RUN.  TRANSACTIONS ARE
      *             SIGNED WITH SUBMITTER ROOMASN1, WHICH DA-S-AUTH MUST
      *             AUTHORIZE FOR CHANGES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT COURSE-FILE ASSIGN TO 'DA-I-COURSE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CR-COURSE-KEY.
       SELECT ROOM-MASTER-FILE ASSIGN TO 'DA-S-ROOMMST'.
       SELECT OPTIONAL SECMEET-FILE ASSIGN TO 'DA-S-SECMEET'.
       SELECT OPTIONAL REQUIRE-FILE ASSIGN TO 'DA-S-RMTYPRQ'.
       SELECT TRANS-FILE ASSIGN TO 'DA-S-RMATRAN'.
       SELECT ASSIGN-REPORT-FILE ASSIGN TO 'UR-S-RMASGN'.
       DATA DIVISION.
       FILE SECTION.
       FD COURSE-FILE
       LABEL RECORDS ARE STANDARD.
       01 COURSE-REC.
           03 CR-COURSE-KEY PIC X(10).
           03 FILLER PIC X(70).
       FD ROOM-MASTER-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 ROOM-MASTER-REC.
           03 RM-BUILDING PIC XX.
           03 RM-ROOM PIC XXX.
           03 RM-SEAT-COUNT PIC 9(5).
           03 RM-ROOM-TYPE PIC X(4).
           03 FILLER PIC X(66).
       FD SECMEET-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 SECMEET-REC.
           03 SM-COURSE PIC X(10).
           03 SM-DAYS PIC X(6).
           03 SM-STARTING-HOUR PIC 99.
           03 SM-STARTING-MIN PIC 99.
           03 SM-BUILDING PIC XX.
           03 SM-ROOM PIC XXX.
           03 FILLER PIC X(55).
       FD REQUIRE-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 REQUIRE-REC.
           03 RQ-ABB PIC XXX.
           03 RQ-NUMB PIC XXXX.
           03 RQ-ROOM-TYPE PIC X(4).
           03 FILLER PIC X(69).
       FD TRANS-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 TRANS-REC PIC X(89).
       FD ASSIGN-REPORT-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 ASSIGN-REPORT-REC PIC X(132).
       WORKING-STORAGE SECTION.
       01 MISC.
           03 EOF PIC X VALUE 'N'.
               88 END-OF-DATA VALUE 'Y'.
           03 RMEOF PIC X VALUE 'N'.
               88 ROOM-MASTER-END-OF-DATA VALUE 'Y'.
           03 SMEOF PIC X VALUE 'N'.
               88 SECMEET-END-OF-DATA VALUE 'Y'.
           03 RQEOF PIC X VALUE 'N'.
               88 REQUIRE-END-OF-DATA VALUE 'Y'.
           03 BOOKED-SW PIC X VALUE 'N'.
               88 ROOM-BOOKED VALUE 'Y'.
           03 DAY-MATCH-SW PIC X VALUE 'N'.
               88 COMMON-DAY-FOUND VALUE 'Y'.
           03 REQUIRE-FOUND-SW PIC X VALUE 'N'.
               88 REQUIRE-FOUND VALUE 'Y'.
           03 XPAGEKOUNT PIC 99 VALUE 01.
           03 XLINE-CT PIC 99 VALUE 0.
           03 RMT-IDX PIC 999 VALUE 0.
           03 BEST-IDX PIC 999 VALUE 0.
           03 BT-IDX PIC 9999 VALUE 0.
           03 UT-IDX PIC 999 VALUE 0.
           03 RQT-IDX PIC 999 VALUE 0.
           03 DAY-IDX PIC 9 VALUE 0.
           03 NEEDED-TYPE PIC X(4) VALUE SPACES.
           03 SIZE-FIT-CT PIC 999 VALUE 0.
           03 COURSES-READ-CT PIC 9(5) VALUE 0.
           03 UNASSIGNED-CT PIC 9(5) VALUE 0.
           03 ASSIGNED-CT PIC 9(5) VALUE 0.
           03 UNPLACED-CT PIC 9(5) VALUE 0.
           03 TRANS-WRITTEN-CT PIC 9(5) VALUE 0.
           03 PLACE-REASON PIC X(30) VALUE SPACES.
       01 ROOM-MASTER-TABLE.
           03 RMT-COUNT PIC 999 VALUE 0.
           03 RMT-OVERFLOW PIC 999 VALUE 0.
           03 RMT-ENTRY OCCURS 999 TIMES.
               05 RMT-BUILDING PIC XX.
               05 RMT-ROOM PIC XXX.
               05 RMT-SEATS PIC 9(5).
               05 RMT-TYPE PIC X(4).
       01 BOOK-TABLE.
           03 BOOK-COUNT PIC 9999 VALUE 0.
           03 BOOK-OVERFLOW PIC 9999 VALUE 0.
           03 BOOK-ENTRY OCCURS 2000 TIMES.
               05 BT-BUILDING PIC XX.
               05 BT-ROOM PIC XXX.
               05 BT-DAYS PIC X(6).
               05 BT-DAYS-TBL REDEFINES BT-DAYS.
                   07 BT-DAY-CHAR OCCURS 6 TIMES PIC X.
               05 BT-HOUR PIC 99.
               05 BT-MIN PIC 99.
       01 UNASSIGNED-TABLE.
           03 UNASSIGNED-COUNT PIC 999 VALUE 0.
           03 UNASSIGNED-OVERFLOW PIC 999 VALUE 0.
           03 UNASSIGNED-ENTRY OCCURS 300 TIMES.
               05 UT-IMAGE PIC X(80).
       01 REQUIRE-TABLE.
           03 RQT-COUNT PIC 999 VALUE 0.
           03 RQT-OVERFLOW PIC 999 VALUE 0.
           03 RQT-ENTRY OCCURS 300 TIMES.
               05 RQT-ABB PIC XXX.
               05 RQT-NUMB PIC XXXX.
               05 RQT-TYPE PIC X(4).
       01 COURSE-DATA.
        03 C-COURSE.
         05 C-ABB PIC XXX.
         05 C-NUMB PIC XXXX.
         05 C-SEC PIC XXX.
        03 C-TITLE PIC X(20).
        03 C-SEATS-REMAINING PIC S999.
        03 C-CLASSLIMIT PIC 999.
        03 FILLER PIC XXX.
        03 C-STARTING-TIME.
         05 C-STARTING-HOUR PIC 99.
         05 C-STARTING-MIN PIC 99.
        03 FILLER PIC XX.
        03 C-DAYS PIC X(6).
        03 C-DAYS-TBL REDEFINES C-DAYS.
         05 C-DAY-CHAR OCCURS 6 TIMES PIC X.
        03 C-LOCATION.
         05 C-BUILDING PIC XX.
         05 C-ROOM PIC XXX.
        03 C-INSTRUCTOR PIC X(18).
        03 C-CREDIT-HOURS PIC 9V9.
        03 FILLER PIC X(4).
       01 TRANS-DATA.
           03 T-CODE PIC X.
           03 T-IMAGE PIC X(80).
           03 T-SUBMITTER PIC X(8) VALUE 'ROOMASN1'.
       01 ASSIGN-HEADING.
        03 FILLER PIC X(30) VALUE SPACES.
        03 FILLER PIC X(22) VALUE 'ROOM ASSIGNMENT REPORT'.
        03 FILLER PIC X(35) VALUE SPACES.
        03 FILLER PIC X(5) VALUE 'PAGE:'.
        03 XPAGEK PICTURE ZZ.
       01 ASSIGN-COL-HEADING.
        03 FILLER PIC X(5) VALUE SPACES.
        03 FILLER PIC X(6) VALUE 'RESULT'.
        03 FILLER PIC X(6) VALUE SPACES.
        03 FILLER PIC X(6) VALUE 'COURSE'.
        03 FILLER PIC X(6) VALUE SPACES.
        03 FILLER PIC X(4) VALUE 'DAYS'.
        03 FILLER PIC X(4) VALUE SPACES.
        03 FILLER PIC X(4) VALUE 'TIME'.
        03 FILLER PIC X(3) VALUE SPACES.
        03 FILLER PIC X(5) VALUE 'LIMIT'.
        03 FILLER PIC X(2) VALUE SPACES.
        03 FILLER PIC X(4) VALUE 'TYPE'.
        03 FILLER PIC X(2) VALUE SPACES.
        03 FILLER PIC X(4) VALUE 'ROOM'.
        03 FILLER PIC X(4) VALUE SPACES.
        03 FILLER PIC X(5) VALUE 'SEATS'.
        03 FILLER PIC X(3) VALUE SPACES.
        03 FILLER PIC X(6) VALUE 'REASON'.
       01 ASSIGN-DATA.
        03 FILLER PIC X(5) VALUE SPACES.
        03 AD-RESULT PIC X(10).
        03 FILLER PIC X(2) VALUE SPACES.
        03 AD-COURSE PIC X(10).
        03 FILLER PIC X(2) VALUE SPACES.
        03 AD-DAYS PIC X(6).
        03 FILLER PIC X(2) VALUE SPACES.
        03 AD-HOUR PIC Z9.
        03 FILLER PIC X VALUE ':'.
        03 AD-MIN PIC 99.
        03 FILLER PIC X(4) VALUE SPACES.
        03 AD-LIMIT PIC ZZ9.
        03 FILLER PIC X(3) VALUE SPACES.
        03 AD-TYPE PIC X(4).
        03 FILLER PIC X(2) VALUE SPACES.
        03 AD-BUILDING PIC XX.
        03 FILLER PIC X VALUE SPACES.
        03 AD-ROOM PIC XXX.
        03 FILLER PIC X(2) VALUE SPACES.
        03 AD-SEATS PIC ZZZZZ.
        03 FILLER PIC X(3) VALUE SPACES.
        03 AD-REASON PIC X(30).
       01 ASSIGN-COUNT-LINE.
        03 FILLER PIC X(5) VALUE SPACES.
        03 AC-LABEL PIC X(30).
        03 AC-COUNT PIC ZZZZ9.
       PROCEDURE DIVISION.
       000-MAINLINE.
           OPEN OUTPUT TRANS-FILE
                       ASSIGN-REPORT-FILE.
           PERFORM 225-ASSIGN-HEADINGS.

           PERFORM 050-LOAD-ROOM-MASTER.
           PERFORM 060-LOAD-SECMEET.
           PERFORM 070-LOAD-REQUIREMENTS.
           PERFORM 100-LOAD-SECTIONS.

           PERFORM 200-PLACE-ONE-SECTION
               VARYING UT-IDX FROM 1 BY 1
               UNTIL UT-IDX > UNASSIGNED-COUNT.

           PERFORM 700-FINAL-TOTALS.
           IF UNPLACED-CT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE TRANS-FILE
                 ASSIGN-REPORT-FILE.
           STOP RUN.

      ******************************************************************
      *     ROOM MASTER - SEAT COUNT AND ROOM TYPE PER BUILDING/ROOM
      ******************************************************************
       050-LOAD-ROOM-MASTER.
           OPEN INPUT ROOM-MASTER-FILE.
           READ ROOM-MASTER-FILE
               AT END MOVE 'Y' TO RMEOF.
           PERFORM 055-ADD-ROOM-MASTER-ENTRY
               UNTIL ROOM-MASTER-END-OF-DATA.
           CLOSE ROOM-MASTER-FILE.

       055-ADD-ROOM-MASTER-ENTRY.
           IF RMT-COUNT < 999
               ADD 1 TO RMT-COUNT
               MOVE RM-BUILDING TO RMT-BUILDING(RMT-COUNT)
               MOVE RM-ROOM TO RMT-ROOM(RMT-COUNT)
               MOVE RM-SEAT-COUNT TO RMT-SEATS(RMT-COUNT)
               MOVE RM-ROOM-TYPE TO RMT-TYPE(RMT-COUNT)
           ELSE
               ADD 1 TO RMT-OVERFLOW
           END-IF.
           READ ROOM-MASTER-FILE
               AT END MOVE 'Y' TO RMEOF.

      ******************************************************************
      *     SECONDARY MEETINGS ALREADY HOLD THEIR ROOMS
      ******************************************************************
       060-LOAD-SECMEET.
           OPEN INPUT SECMEET-FILE.
           READ SECMEET-FILE
               AT END MOVE 'Y' TO SMEOF.
           PERFORM 065-ADD-SECMEET-BOOKING
               UNTIL SECMEET-END-OF-DATA.
           CLOSE SECMEET-FILE.

       065-ADD-SECMEET-BOOKING.
           IF SM-BUILDING NOT = SPACES OR SM-ROOM NOT = SPACES
               IF BOOK-COUNT < 2000
                   ADD 1 TO BOOK-COUNT
                   MOVE SM-BUILDING TO BT-BUILDING(BOOK-COUNT)
                   MOVE SM-ROOM TO BT-ROOM(BOOK-COUNT)
                   MOVE SM-DAYS TO BT-DAYS(BOOK-COUNT)
                   MOVE SM-STARTING-HOUR TO BT-HOUR(BOOK-COUNT)
                   MOVE SM-STARTING-MIN TO BT-MIN(BOOK-COUNT)
               ELSE
                   ADD 1 TO BOOK-OVERFLOW
               END-IF
           END-IF.
           READ SECMEET-FILE
               AT END MOVE 'Y' TO SMEOF.

      ******************************************************************
      *     ROOM-TYPE REQUIREMENTS BY COURSE (ABBREVIATION + NUMBER).
      *     A COURSE NOT ON THE FILE TAKES ANY ROOM EXCEPT A LAB
      ******************************************************************
       070-LOAD-REQUIREMENTS.
           OPEN INPUT REQUIRE-FILE.
           READ REQUIRE-FILE
               AT END MOVE 'Y' TO RQEOF.
           PERFORM 075-ADD-REQUIREMENT
               UNTIL REQUIRE-END-OF-DATA.
           CLOSE REQUIRE-FILE.

       075-ADD-REQUIREMENT.
           IF RQT-COUNT < 300
               ADD 1 TO RQT-COUNT
               MOVE RQ-ABB TO RQT-ABB(RQT-COUNT)
               MOVE RQ-NUMB TO RQT-NUMB(RQT-COUNT)
               MOVE RQ-ROOM-TYPE TO RQT-TYPE(RQT-COUNT)
           ELSE
               ADD 1 TO RQT-OVERFLOW
           END-IF.
           READ REQUIRE-FILE
               AT END MOVE 'Y' TO RQEOF.

      ******************************************************************
      *     ONE PASS OF THE MASTER - PLACED SECTIONS BOOK THEIR ROOMS,
      *     UNASSIGNED SECTIONS ARE HELD FOR PLACEMENT IN KEY ORDER
      ******************************************************************
       100-LOAD-SECTIONS.
           OPEN INPUT COURSE-FILE.
           READ COURSE-FILE INTO COURSE-DATA
               AT END MOVE 'Y' TO EOF.
           PERFORM 110-LOAD-ONE-SECTION
               UNTIL END-OF-DATA.
           CLOSE COURSE-FILE.

       110-LOAD-ONE-SECTION.
           ADD 1 TO COURSES-READ-CT.
           IF C-LOCATION = SPACES
               ADD 1 TO UNASSIGNED-CT
               IF UNASSIGNED-COUNT < 300
                   ADD 1 TO UNASSIGNED-COUNT
                   MOVE COURSE-DATA TO UT-IMAGE(UNASSIGNED-COUNT)
               ELSE
                   ADD 1 TO UNASSIGNED-OVERFLOW
               END-IF
           ELSE
               PERFORM 120-BOOK-SECTION-ROOM
           END-IF.
           READ COURSE-FILE INTO COURSE-DATA
               AT END MOVE 'Y' TO EOF.

       120-BOOK-SECTION-ROOM.
           IF BOOK-COUNT < 2000
               ADD 1 TO BOOK-COUNT
               MOVE C-BUILDING TO BT-BUILDING(BOOK-COUNT)
               MOVE C-ROOM TO BT-ROOM(BOOK-COUNT)
               MOVE C-DAYS TO BT-DAYS(BOOK-COUNT)
               MOVE C-STARTING-HOUR TO BT-HOUR(BOOK-COUNT)
               MOVE C-STARTING-MIN TO BT-MIN(BOOK-COUNT)
           ELSE
               ADD 1 TO BOOK-OVERFLOW
           END-IF.

      ******************************************************************
      *     PLACE ONE UNASSIGNED SECTION - SMALLEST ROOM OF THE NEEDED
      *     TYPE THAT SEATS THE CLASS LIMIT AND IS FREE AT ITS TIME
      ******************************************************************
       200-PLACE-ONE-SECTION.
           MOVE UT-IMAGE(UT-IDX) TO COURSE-DATA.
           PERFORM 210-FIND-REQUIREMENT.
           MOVE 0 TO BEST-IDX.
           MOVE 0 TO SIZE-FIT-CT.
           MOVE SPACES TO PLACE-REASON.

           IF C-DAYS = SPACES
               OR C-STARTING-HOUR NOT NUMERIC
               OR C-STARTING-MIN NOT NUMERIC
               MOVE 'NO MEETING DAYS/TIME' TO PLACE-REASON
           ELSE
               IF C-CLASSLIMIT NOT NUMERIC
                   MOVE 'CLASS LIMIT NOT NUMERIC' TO PLACE-REASON
               ELSE
                   PERFORM 220-CHECK-ONE-ROOM THRU 220-CHECK-EXIT
                       VARYING RMT-IDX FROM 1 BY 1
                       UNTIL RMT-IDX > RMT-COUNT
                   IF BEST-IDX = 0
                       IF SIZE-FIT-CT = 0
                           MOVE 'NO ROOM LARGE ENOUGH' TO PLACE-REASON
                       ELSE
                           IF NEEDED-TYPE = 'LAB '
                               MOVE 'NO LAB ROOM FREE' TO PLACE-REASON
                           ELSE
                               MOVE 'ALL CANDIDATE ROOMS BOOKED' TO
                                   PLACE-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF BEST-IDX = 0
               ADD 1 TO UNPLACED-CT
               MOVE 'UNPLACED' TO AD-RESULT
               MOVE SPACES TO AD-BUILDING
               MOVE SPACES TO AD-ROOM
               MOVE 0 TO AD-SEATS
           ELSE
               PERFORM 250-WRITE-ASSIGNMENT
           END-IF.
           MOVE PLACE-REASON TO AD-REASON.
           MOVE C-COURSE TO AD-COURSE.
           MOVE C-DAYS TO AD-DAYS.
           MOVE C-STARTING-HOUR TO AD-HOUR.
           MOVE C-STARTING-MIN TO AD-MIN.
           MOVE C-CLASSLIMIT TO AD-LIMIT.
           MOVE NEEDED-TYPE TO AD-TYPE.
           PERFORM 600-REPORT-LINE.

       210-FIND-REQUIREMENT.
           MOVE 'N' TO REQUIRE-FOUND-SW.
           MOVE SPACES TO NEEDED-TYPE.
           PERFORM 215-MATCH-REQUIREMENT
               VARYING RQT-IDX FROM 1 BY 1
               UNTIL RQT-IDX > RQT-COUNT OR REQUIRE-FOUND.

       215-MATCH-REQUIREMENT.
           IF RQT-ABB(RQT-IDX) = C-ABB
               AND RQT-NUMB(RQT-IDX) = C-NUMB
               MOVE 'Y' TO REQUIRE-FOUND-SW
               MOVE RQT-TYPE(RQT-IDX) TO NEEDED-TYPE
           END-IF.

      ******************************************************************
      *     A ROOM IS A CANDIDATE WHEN IT IS OF THE NEEDED TYPE AND
      *     SEATS THE CLASS LIMIT; IT IS TAKEN WHEN NOT BOOKED AND
      *     SMALLER THAN THE BEST FREE ROOM FOUND SO FAR
      ******************************************************************
       220-CHECK-ONE-ROOM.
           IF REQUIRE-FOUND
               IF RMT-TYPE(RMT-IDX) NOT = NEEDED-TYPE
                   GO TO 220-CHECK-EXIT
               END-IF
           ELSE
               IF RMT-TYPE(RMT-IDX) = 'LAB '
                   GO TO 220-CHECK-EXIT
               END-IF
           END-IF.
           IF RMT-SEATS(RMT-IDX) NOT NUMERIC
               OR RMT-SEATS(RMT-IDX) < C-CLASSLIMIT
               GO TO 220-CHECK-EXIT
           END-IF.
           ADD 1 TO SIZE-FIT-CT.
           IF BEST-IDX NOT = 0
               IF RMT-SEATS(RMT-IDX) NOT < RMT-SEATS(BEST-IDX)
                   GO TO 220-CHECK-EXIT
               END-IF
           END-IF.
           PERFORM 230-CHECK-BOOKED.
           IF NOT ROOM-BOOKED
               MOVE RMT-IDX TO BEST-IDX
           END-IF.

       220-CHECK-EXIT.
           EXIT.

      ******************************************************************
      *     BOOKED MEANS ANOTHER MEETING IN THE SAME ROOM STARTS AT THE
      *     SAME TIME ON A COMMON DAY
      ******************************************************************
       230-CHECK-BOOKED.
           MOVE 'N' TO BOOKED-SW.
           PERFORM 235-CHECK-ONE-BOOKING
               VARYING BT-IDX FROM 1 BY 1
               UNTIL BT-IDX > BOOK-COUNT OR ROOM-BOOKED.

       235-CHECK-ONE-BOOKING.
           IF BT-BUILDING(BT-IDX) = RMT-BUILDING(RMT-IDX)
               AND BT-ROOM(BT-IDX) = RMT-ROOM(RMT-IDX)
               AND BT-HOUR(BT-IDX) = C-STARTING-HOUR
               AND BT-MIN(BT-IDX) = C-STARTING-MIN
               MOVE 'N' TO DAY-MATCH-SW
               PERFORM 237-CHECK-ONE-DAY
                   VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > 6 OR COMMON-DAY-FOUND
               IF COMMON-DAY-FOUND
                   MOVE 'Y' TO BOOKED-SW
               END-IF
           END-IF.

       237-CHECK-ONE-DAY.
           IF BT-DAY-CHAR(BT-IDX, DAY-IDX) NOT = SPACE
               AND C-DAY-CHAR(DAY-IDX) NOT = SPACE
               MOVE 'Y' TO DAY-MATCH-SW
           END-IF.

      ******************************************************************
      *     WRITE THE CHANGE TRANSACTION AND BOOK THE ROOM SO LATER
      *     SECTIONS IN THIS RUN SEE IT AS TAKEN
      ******************************************************************
       250-WRITE-ASSIGNMENT.
           MOVE RMT-BUILDING(BEST-IDX) TO C-BUILDING.
           MOVE RMT-ROOM(BEST-IDX) TO C-ROOM.
           MOVE 'C' TO T-CODE.
           MOVE COURSE-DATA TO T-IMAGE.
           WRITE TRANS-REC FROM TRANS-DATA.
           ADD 1 TO TRANS-WRITTEN-CT.
           ADD 1 TO ASSIGNED-CT.
           PERFORM 120-BOOK-SECTION-ROOM.
           MOVE 'ASSIGNED' TO AD-RESULT.
           MOVE C-BUILDING TO AD-BUILDING.
           MOVE C-ROOM TO AD-ROOM.
           MOVE RMT-SEATS(BEST-IDX) TO AD-SEATS.

      ******************************************************************
      *     REPORT SUPPORT
      ******************************************************************
       600-REPORT-LINE.
           IF XLINE-CT > 45
               PERFORM 225-ASSIGN-HEADINGS
           END-IF.
           WRITE ASSIGN-REPORT-REC FROM ASSIGN-DATA
               AFTER ADVANCING 1 LINE.
           ADD 1 TO XLINE-CT.

       700-FINAL-TOTALS.
           MOVE 'COURSE RECORDS READ' TO AC-LABEL.
           MOVE COURSES-READ-CT TO AC-COUNT.
           WRITE ASSIGN-REPORT-REC FROM ASSIGN-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'SECTIONS WITH NO ROOM' TO AC-LABEL.
           MOVE UNASSIGNED-CT TO AC-COUNT.
           WRITE ASSIGN-REPORT-REC FROM ASSIGN-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SECTIONS ASSIGNED' TO AC-LABEL.
           MOVE ASSIGNED-CT TO AC-COUNT.
           WRITE ASSIGN-REPORT-REC FROM ASSIGN-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SECTIONS NOT PLACED' TO AC-LABEL.
           MOVE UNPLACED-CT TO AC-COUNT.
           WRITE ASSIGN-REPORT-REC FROM ASSIGN-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CHANGE TRANSACTIONS WRITTEN' TO AC-LABEL.
           MOVE TRANS-WRITTEN-CT TO AC-COUNT.
           WRITE ASSIGN-REPORT-REC FROM ASSIGN-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           IF UNASSIGNED-OVERFLOW > 0
               MOVE 'SECTIONS NOT TRIED - FULL' TO AC-LABEL
               MOVE UNASSIGNED-OVERFLOW TO AC-COUNT
               WRITE ASSIGN-REPORT-REC FROM ASSIGN-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF RMT-OVERFLOW > 0
               MOVE 'ROOMS IGNORED - TABLE FULL' TO AC-LABEL
               MOVE RMT-OVERFLOW TO AC-COUNT
               WRITE ASSIGN-REPORT-REC FROM ASSIGN-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF BOOK-OVERFLOW > 0
               MOVE 'MEETINGS NOT CHECKED - FULL' TO AC-LABEL
               MOVE BOOK-OVERFLOW TO AC-COUNT
               WRITE ASSIGN-REPORT-REC FROM ASSIGN-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF RQT-OVERFLOW > 0
               MOVE 'TYPE RULES IGNORED - FULL' TO AC-LABEL
               MOVE RQT-OVERFLOW TO AC-COUNT
               WRITE ASSIGN-REPORT-REC FROM ASSIGN-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       225-ASSIGN-HEADINGS.
           MOVE XPAGEKOUNT TO XPAGEK.
           WRITE ASSIGN-REPORT-REC FROM ASSIGN-HEADING
               AFTER ADVANCING PAGE.
           WRITE ASSIGN-REPORT-REC FROM ASSIGN-COL-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO ASSIGN-REPORT-REC.
           WRITE ASSIGN-REPORT-REC
               AFTER ADVANCING 1.
           MOVE 0 TO XLINE-CT.
           ADD 1 TO XPAGEKOUNT.
