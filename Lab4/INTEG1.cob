       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEG1.
       AUTHOR. SONALI SHAH.
      * 2026-10-15  NEW PROGRAM - REFERENTIAL-INTEGRITY SWEEP RUN AHEAD
      *             OF THE NIGHTLY CYCLE.  EVERY RECORD ON THE CROSS-
      *             LIST, SECONDARY MEETING, WAITLIST, REGISTRATION
      *             DETAIL AND SEAT-OFFER FILES MUST POINT AT A COURSE
      *             KEY ON DA-I-COURSE.  ALSO FLAGS CROSS-LIST LINKS TO
      *             ITSELF OR TO A DELETED PARTNER, SECONDARY MEETINGS
      *             IN A ROOM NOT ON THE ROOM MASTER, WAITLIST ENTRIES
      *             FOR SECTIONS THAT ARE OPEN, AND OFFERS TO STUDENTS
      *             ALREADY REGISTERED IN THE SECTION.  RC=8 WHEN ANY
      *             BROKEN REFERENCE IS FOUND, RC=4 FOR WARNINGS ONLY.
      *             RESERVED SEAT BLOCKS (DA-S-SEATRSV) ARE SWEPT AS
      *             WELL - SECTION ON THE MASTER, SEATS, RULE AND
      *             RELEASE DATE VALID; A BLOCK LARGER THAN THE CLASS
      *             LIMIT WARNS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT COURSE-FILE ASSIGN TO 'DA-I-COURSE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CR-COURSE-KEY.
       SELECT OPTIONAL XLIST-FILE ASSIGN TO 'DA-S-XLIST'.
       SELECT OPTIONAL SECMEET-FILE ASSIGN TO 'DA-S-SECMEET'.
       SELECT OPTIONAL ROOM-MASTER-FILE ASSIGN TO 'DA-S-ROOMMST'.
       SELECT OPTIONAL WAITLIST-FILE ASSIGN TO 'DA-S-WAITLST'.
       SELECT OPTIONAL OFFER-FILE ASSIGN TO 'DA-S-OFFER'.
       SELECT DETAIL-FILE ASSIGN TO 'DA-S-REGDET'.
       SELECT OPTIONAL RESERVE-FILE ASSIGN TO 'DA-S-SEATRSV'.
       SELECT INTEG-REPORT-FILE ASSIGN TO 'UR-S-INTEG'.
       DATA DIVISION.
       FILE SECTION.
       FD COURSE-FILE
       LABEL RECORDS ARE STANDARD.
       01 COURSE-REC.
           03 CR-COURSE-KEY PIC X(10).
           03 FILLER PIC X(70).
       FD XLIST-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 XLIST-REC.
           03 XL-COURSE-1 PIC X(10).
           03 XL-COURSE-2 PIC X(10).
           03 FILLER PIC X(60).
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
       FD ROOM-MASTER-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 ROOM-MASTER-REC.
           03 RM-BUILDING PIC XX.
           03 RM-ROOM PIC XXX.
           03 RM-SEAT-COUNT PIC 9(5).
           03 RM-ROOM-TYPE PIC X(4).
           03 FILLER PIC X(66).
       FD WAITLIST-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 WAITLIST-REC.
           03 WL-COURSE PIC X(10).
           03 WL-STUDENT-ID PIC X(9).
           03 FILLER PIC X(61).
       FD OFFER-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 OFFER-REC.
           03 OF-COURSE PIC X(10).
           03 OF-STUDENT-ID PIC X(9).
           03 FILLER PIC X(61).
       FD DETAIL-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 DETAIL-REC.
           03 D-COURSE PIC X(10).
           03 D-STUDENT-ID PIC X(9).
           03 FILLER PIC X(61).
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
       FD INTEG-REPORT-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 INTEG-REPORT-REC PIC X(132).
       WORKING-STORAGE SECTION.
       01 MISC.
           03 XEOF PIC X VALUE 'N'.
               88 XLIST-END-OF-DATA VALUE 'Y'.
           03 SMEOF PIC X VALUE 'N'.
               88 SECMEET-END-OF-DATA VALUE 'Y'.
           03 RMEOF PIC X VALUE 'N'.
               88 ROOM-MASTER-END-OF-DATA VALUE 'Y'.
           03 WEOF PIC X VALUE 'N'.
               88 WAITLIST-END-OF-DATA VALUE 'Y'.
           03 OEOF PIC X VALUE 'N'.
               88 OFFER-END-OF-DATA VALUE 'Y'.
           03 DEOF PIC X VALUE 'N'.
               88 DETAIL-END-OF-DATA VALUE 'Y'.
           03 RSEOF PIC X VALUE 'N'.
               88 RESERVE-END-OF-DATA VALUE 'Y'.
           03 COURSE-FOUND-SW PIC X VALUE 'N'.
               88 COURSE-FOUND VALUE 'Y'.
           03 ROOM-FOUND-SW PIC X VALUE 'N'.
               88 ROOM-FOUND VALUE 'Y'.
           03 OFFER-FOUND-SW PIC X VALUE 'N'.
               88 OFFER-FOUND VALUE 'Y'.
           03 XPAGEKOUNT PIC 99 VALUE 01.
           03 XLINE-CT PIC 99 VALUE 0.
           03 RMT-IDX PIC 999 VALUE 0.
           03 OT-IDX PIC 999 VALUE 0.
           03 FILE-READ-CT PIC 9(5) VALUE 0.
           03 FILE-ERROR-CT PIC 9(5) VALUE 0.
           03 FILE-WARNING-CT PIC 9(5) VALUE 0.
           03 TOTAL-ERROR-CT PIC 9(5) VALUE 0.
           03 TOTAL-WARNING-CT PIC 9(5) VALUE 0.
       01 CURRENT-FILE-BANNER PIC X(40) VALUE SPACES.
       01 RESERVE-REF.
           03 RR-RULE PIC X.
           03 FILLER PIC X VALUE SPACE.
           03 RR-VALUE PIC X(4).
           03 FILLER PIC X(4) VALUE SPACES.
       01 ROOM-REF.
           03 RF-BUILDING PIC XX.
           03 FILLER PIC X VALUE SPACE.
           03 RF-ROOM PIC XXX.
           03 FILLER PIC X(4) VALUE SPACES.
       01 ROOM-MASTER-TABLE.
           03 RMT-COUNT PIC 999 VALUE 0.
           03 RMT-OVERFLOW PIC 999 VALUE 0.
           03 RMT-ENTRY OCCURS 999 TIMES.
               05 RMT-BUILDING PIC XX.
               05 RMT-ROOM PIC XXX.
       01 OFFER-TABLE.
           03 OFFER-COUNT PIC 999 VALUE 0.
           03 OFFER-OVERFLOW PIC 999 VALUE 0.
           03 OFFER-ENTRY OCCURS 500 TIMES.
               05 OT-COURSE PIC X(10).
               05 OT-STUDENT-ID PIC X(9).
               05 OT-ON-MASTER-SW PIC X.
               05 OT-REGISTERED-SW PIC X.
       01 COURSE-DATA.
        03 C-COURSE.
         05 C-ABB PIC XXX.
         05 C-NUMB PIC XXXX.
         05 C-SEC PIC XXX.
        03 C-TITLE PIC X(20).
        03 C-SEATS-REMAINING PIC S999.
        03 C-CLASSLIMIT PIC 999.
        03 FILLER PIC X(44).
       01 INTEG-HEADING.
        03 FILLER PIC X(25) VALUE SPACES.
        03 FILLER PIC X(36) VALUE
           'COURSE MASTER INTEGRITY EXCEPTIONS  '.
        03 FILLER PIC X(26) VALUE SPACES.
        03 FILLER PIC X(5) VALUE 'PAGE:'.
        03 XPAGEK PICTURE ZZ.
       01 INTEG-COL-HEADING.
        03 FILLER PIC X(5) VALUE SPACES.
        03 FILLER PIC X(8) VALUE 'FILE    '.
        03 FILLER PIC X(2) VALUE SPACES.
        03 FILLER PIC X(10) VALUE 'COURSE KEY'.
        03 FILLER PIC X(2) VALUE SPACES.
        03 FILLER PIC X(10) VALUE 'RELATED   '.
        03 FILLER PIC X(2) VALUE SPACES.
        03 FILLER PIC X(7) VALUE 'LEVEL  '.
        03 FILLER PIC X(2) VALUE SPACES.
        03 FILLER PIC X(7) VALUE 'PROBLEM'.
       01 INTEG-BANNER-LINE.
        03 FILLER PIC X(5) VALUE SPACES.
        03 IB-BANNER PIC X(40).
       01 INTEG-DATA.
        03 FILLER PIC X(5) VALUE SPACES.
        03 ID-FILE PIC X(8).
        03 FILLER PIC X(2) VALUE SPACES.
        03 ID-KEY PIC X(10).
        03 FILLER PIC X(2) VALUE SPACES.
        03 ID-RELATED PIC X(10).
        03 FILLER PIC X(2) VALUE SPACES.
        03 ID-LEVEL PIC X(7).
        03 FILLER PIC X(2) VALUE SPACES.
        03 ID-PROBLEM PIC X(40).
       01 INTEG-FILE-TOTAL-LINE.
        03 FILLER PIC X(5) VALUE SPACES.
        03 IF-LABEL PIC X(8).
        03 FILLER PIC X(7) VALUE ' READ: '.
        03 IF-READ PIC ZZZZ9.
        03 FILLER PIC X(10) VALUE '  ERRORS: '.
        03 IF-ERRORS PIC ZZZZ9.
        03 FILLER PIC X(12) VALUE '  WARNINGS: '.
        03 IF-WARNINGS PIC ZZZZ9.
       01 INTEG-COUNT-LINE.
        03 FILLER PIC X(5) VALUE SPACES.
        03 IC-LABEL PIC X(30).
        03 IC-COUNT PIC ZZZZ9.
       PROCEDURE DIVISION.
       000-MAINLINE.
           OPEN INPUT COURSE-FILE
                OUTPUT INTEG-REPORT-FILE.
           PERFORM 050-LOAD-ROOM-MASTER.

           PERFORM 100-CHECK-XLIST.
           PERFORM 200-CHECK-SECMEET.
           PERFORM 300-CHECK-WAITLIST.
           PERFORM 350-CHECK-RESERVATIONS.
           PERFORM 400-LOAD-OFFERS.
           PERFORM 500-CHECK-DETAILS.
           PERFORM 600-CHECK-OFFERS.

           PERFORM 700-FINAL-TOTALS.
           IF TOTAL-ERROR-CT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF TOTAL-WARNING-CT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           CLOSE COURSE-FILE
                 INTEG-REPORT-FILE.
           STOP RUN.

      ******************************************************************
      *     ROOM MASTER (OPTIONAL - WITH NO ROOM MASTER THE SECONDARY
      *     MEETING ROOM CHECK IS BYPASSED)
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
           ELSE
               ADD 1 TO RMT-OVERFLOW
           END-IF.
           READ ROOM-MASTER-FILE
               AT END MOVE 'Y' TO RMEOF.

      ******************************************************************
      *     CROSS-LIST LINKS - BOTH KEYS ON THE MASTER, NOT THE SAME KEY
      ******************************************************************
       100-CHECK-XLIST.
           MOVE 'DA-S-XLIST - CROSS-LISTED SECTION LINKS' TO
               CURRENT-FILE-BANNER.
           PERFORM 220-START-FILE-SECTION.
           OPEN INPUT XLIST-FILE.
           READ XLIST-FILE
               AT END MOVE 'Y' TO XEOF.
           PERFORM 110-CHECK-ONE-XLIST
               UNTIL XLIST-END-OF-DATA.
           CLOSE XLIST-FILE.
           MOVE 'XLIST' TO IF-LABEL.
           PERFORM 230-END-FILE-SECTION.

       110-CHECK-ONE-XLIST.
           ADD 1 TO FILE-READ-CT.
           MOVE 'XLIST' TO ID-FILE.
           IF XL-COURSE-1 = XL-COURSE-2
               MOVE XL-COURSE-1 TO ID-KEY
               MOVE XL-COURSE-2 TO ID-RELATED
               MOVE 'SECTION CROSS-LISTED WITH ITSELF' TO ID-PROBLEM
               PERFORM 650-REPORT-ERROR
           ELSE
               MOVE XL-COURSE-1 TO CR-COURSE-KEY
               PERFORM 510-READ-COURSE-MASTER
               IF NOT COURSE-FOUND
                   MOVE XL-COURSE-1 TO ID-KEY
                   MOVE XL-COURSE-2 TO ID-RELATED
                   MOVE 'FIRST KEY NOT ON COURSE MASTER' TO ID-PROBLEM
                   PERFORM 650-REPORT-ERROR
               END-IF
               MOVE XL-COURSE-2 TO CR-COURSE-KEY
               PERFORM 510-READ-COURSE-MASTER
               IF NOT COURSE-FOUND
                   MOVE XL-COURSE-2 TO ID-KEY
                   MOVE XL-COURSE-1 TO ID-RELATED
                   MOVE 'PARTNER KEY NOT ON COURSE MASTER' TO
                       ID-PROBLEM
                   PERFORM 650-REPORT-ERROR
               END-IF
           END-IF.
           READ XLIST-FILE
               AT END MOVE 'Y' TO XEOF.

      ******************************************************************
      *     SECONDARY MEETINGS - OWNING SECTION AND ROOM MUST EXIST
      ******************************************************************
       200-CHECK-SECMEET.
           MOVE 'DA-S-SECMEET - SECONDARY MEETINGS' TO
               CURRENT-FILE-BANNER.
           PERFORM 220-START-FILE-SECTION.
           OPEN INPUT SECMEET-FILE.
           READ SECMEET-FILE
               AT END MOVE 'Y' TO SMEOF.
           PERFORM 210-CHECK-ONE-SECMEET
               UNTIL SECMEET-END-OF-DATA.
           CLOSE SECMEET-FILE.
           MOVE 'SECMEET' TO IF-LABEL.
           PERFORM 230-END-FILE-SECTION.

       210-CHECK-ONE-SECMEET.
           ADD 1 TO FILE-READ-CT.
           MOVE 'SECMEET' TO ID-FILE.
           MOVE SM-COURSE TO ID-KEY.
           MOVE SPACES TO ID-RELATED.
           MOVE SM-COURSE TO CR-COURSE-KEY.
           PERFORM 510-READ-COURSE-MASTER.
           IF NOT COURSE-FOUND
               MOVE 'SECTION NOT ON COURSE MASTER' TO ID-PROBLEM
               PERFORM 650-REPORT-ERROR
           END-IF.
           IF RMT-COUNT > 0
               MOVE 'N' TO ROOM-FOUND-SW
               PERFORM 215-MATCH-ROOM
                   VARYING RMT-IDX FROM 1 BY 1
                   UNTIL RMT-IDX > RMT-COUNT OR ROOM-FOUND
               IF NOT ROOM-FOUND
                   MOVE SM-BUILDING TO RF-BUILDING
                   MOVE SM-ROOM TO RF-ROOM
                   MOVE ROOM-REF TO ID-RELATED
                   MOVE 'BUILDING/ROOM NOT ON ROOM MASTER' TO
                       ID-PROBLEM
                   PERFORM 650-REPORT-ERROR
               END-IF
           END-IF.
           READ SECMEET-FILE
               AT END MOVE 'Y' TO SMEOF.

       215-MATCH-ROOM.
           IF RMT-BUILDING(RMT-IDX) = SM-BUILDING
               AND RMT-ROOM(RMT-IDX) = SM-ROOM
               MOVE 'Y' TO ROOM-FOUND-SW
           END-IF.

      ******************************************************************
      *     PER-FILE SECTION OF THE EXCEPTION REPORT
      ******************************************************************
       220-START-FILE-SECTION.
           MOVE 0 TO FILE-READ-CT.
           MOVE 0 TO FILE-ERROR-CT.
           MOVE 0 TO FILE-WARNING-CT.
           PERFORM 225-INTEG-HEADINGS.

       230-END-FILE-SECTION.
           MOVE FILE-READ-CT TO IF-READ.
           MOVE FILE-ERROR-CT TO IF-ERRORS.
           MOVE FILE-WARNING-CT TO IF-WARNINGS.
           WRITE INTEG-REPORT-REC FROM INTEG-FILE-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           ADD FILE-ERROR-CT TO TOTAL-ERROR-CT.
           ADD FILE-WARNING-CT TO TOTAL-WARNING-CT.

      ******************************************************************
      *     WAITLIST - SECTION MUST EXIST; A WAITLIST ON AN OPEN SECTION
      *     IS A WARNING (THE OFFER PASS HAS NOT CAUGHT UP WITH IT)
      ******************************************************************
       300-CHECK-WAITLIST.
           MOVE 'DA-S-WAITLST - WAITLIST ENTRIES' TO
               CURRENT-FILE-BANNER.
           PERFORM 220-START-FILE-SECTION.
           OPEN INPUT WAITLIST-FILE.
           READ WAITLIST-FILE
               AT END MOVE 'Y' TO WEOF.
           PERFORM 310-CHECK-ONE-WAITLIST
               UNTIL WAITLIST-END-OF-DATA.
           CLOSE WAITLIST-FILE.
           MOVE 'WAITLST' TO IF-LABEL.
           PERFORM 230-END-FILE-SECTION.

       310-CHECK-ONE-WAITLIST.
           ADD 1 TO FILE-READ-CT.
           MOVE 'WAITLST' TO ID-FILE.
           MOVE WL-COURSE TO ID-KEY.
           MOVE WL-STUDENT-ID TO ID-RELATED.
           MOVE WL-COURSE TO CR-COURSE-KEY.
           PERFORM 510-READ-COURSE-MASTER.
           IF NOT COURSE-FOUND
               MOVE 'SECTION NOT ON COURSE MASTER' TO ID-PROBLEM
               PERFORM 650-REPORT-ERROR
           ELSE
               IF C-SEATS-REMAINING > 0
                   MOVE 'WAITLISTED BUT SECTION HAS OPEN SEATS' TO
                       ID-PROBLEM
                   PERFORM 660-REPORT-WARNING
               END-IF
           END-IF.
           READ WAITLIST-FILE
               AT END MOVE 'Y' TO WEOF.

      ******************************************************************
      *     RESERVED SEAT BLOCKS - SECTION MUST EXIST AND THE BLOCK MUST
      *     BE USABLE BY REGPOST1; A BLOCK BIGGER THAN THE SECTION IS A
      *     WARNING (THE LIMIT WAS PROBABLY LOWERED AFTER IT WAS SET UP)
      ******************************************************************
       350-CHECK-RESERVATIONS.
           MOVE 'DA-S-SEATRSV - RESERVED SEAT BLOCKS' TO
               CURRENT-FILE-BANNER.
           PERFORM 220-START-FILE-SECTION.
           OPEN INPUT RESERVE-FILE.
           READ RESERVE-FILE
               AT END MOVE 'Y' TO RSEOF.
           PERFORM 360-CHECK-ONE-RESERVATION
               UNTIL RESERVE-END-OF-DATA.
           CLOSE RESERVE-FILE.
           MOVE 'SEATRSV' TO IF-LABEL.
           PERFORM 230-END-FILE-SECTION.

       360-CHECK-ONE-RESERVATION.
           ADD 1 TO FILE-READ-CT.
           MOVE 'SEATRSV' TO ID-FILE.
           MOVE RV-COURSE TO ID-KEY.
           MOVE RV-RULE TO RR-RULE.
           MOVE RV-VALUE TO RR-VALUE.
           MOVE RESERVE-REF TO ID-RELATED.
           MOVE RV-COURSE TO CR-COURSE-KEY.
           PERFORM 510-READ-COURSE-MASTER.
           IF NOT COURSE-FOUND
               MOVE 'SECTION NOT ON COURSE MASTER' TO ID-PROBLEM
               PERFORM 650-REPORT-ERROR
           END-IF.
           IF NOT RV-MAJOR-RULE AND NOT RV-LEVEL-RULE
               MOVE 'ELIGIBILITY RULE NOT M OR L' TO ID-PROBLEM
               PERFORM 650-REPORT-ERROR
           END-IF.
           IF RV-RELEASE-DATE NOT NUMERIC
               MOVE 'RELEASE DATE NOT NUMERIC' TO ID-PROBLEM
               PERFORM 650-REPORT-ERROR
           END-IF.
           IF RV-SEATS NOT NUMERIC OR RV-SEATS = 0
               MOVE 'BLOCK SEATS MISSING OR NOT NUMERIC' TO ID-PROBLEM
               PERFORM 650-REPORT-ERROR
           ELSE
               IF COURSE-FOUND AND C-CLASSLIMIT NUMERIC
                   AND RV-SEATS > C-CLASSLIMIT
                   MOVE 'BLOCK LARGER THAN CLASS LIMIT' TO ID-PROBLEM
                   PERFORM 660-REPORT-WARNING
               END-IF
           END-IF.
           READ RESERVE-FILE
               AT END MOVE 'Y' TO RSEOF.

      ******************************************************************
      *     OFFERS ARE HELD IN A TABLE SO THE DETAIL PASS CAN MARK THE
      *     ONES MADE TO A STUDENT ALREADY IN THE SECTION
      ******************************************************************
       400-LOAD-OFFERS.
           OPEN INPUT OFFER-FILE.
           READ OFFER-FILE
               AT END MOVE 'Y' TO OEOF.
           PERFORM 410-ADD-OFFER-ENTRY
               UNTIL OFFER-END-OF-DATA.
           CLOSE OFFER-FILE.

       410-ADD-OFFER-ENTRY.
           IF OFFER-COUNT < 500
               ADD 1 TO OFFER-COUNT
               MOVE OF-COURSE TO OT-COURSE(OFFER-COUNT)
               MOVE OF-STUDENT-ID TO OT-STUDENT-ID(OFFER-COUNT)
               MOVE 'N' TO OT-REGISTERED-SW(OFFER-COUNT)
               MOVE OF-COURSE TO CR-COURSE-KEY
               PERFORM 510-READ-COURSE-MASTER
               MOVE COURSE-FOUND-SW TO OT-ON-MASTER-SW(OFFER-COUNT)
           ELSE
               ADD 1 TO OFFER-OVERFLOW
           END-IF.
           READ OFFER-FILE
               AT END MOVE 'Y' TO OEOF.

      ******************************************************************
      *     REGISTRATION DETAIL - SECTION MUST EXIST
      ******************************************************************
       500-CHECK-DETAILS.
           MOVE 'DA-S-REGDET - REGISTRATION DETAIL' TO
               CURRENT-FILE-BANNER.
           PERFORM 220-START-FILE-SECTION.
           OPEN INPUT DETAIL-FILE.
           READ DETAIL-FILE
               AT END MOVE 'Y' TO DEOF.
           PERFORM 520-CHECK-ONE-DETAIL
               UNTIL DETAIL-END-OF-DATA.
           CLOSE DETAIL-FILE.
           MOVE 'REGDET' TO IF-LABEL.
           PERFORM 230-END-FILE-SECTION.

       510-READ-COURSE-MASTER.
           MOVE 'Y' TO COURSE-FOUND-SW.
           READ COURSE-FILE INTO COURSE-DATA
               INVALID KEY MOVE 'N' TO COURSE-FOUND-SW.

       520-CHECK-ONE-DETAIL.
           ADD 1 TO FILE-READ-CT.
           MOVE D-COURSE TO CR-COURSE-KEY.
           PERFORM 510-READ-COURSE-MASTER.
           IF NOT COURSE-FOUND
               MOVE 'REGDET' TO ID-FILE
               MOVE D-COURSE TO ID-KEY
               MOVE D-STUDENT-ID TO ID-RELATED
               MOVE 'SECTION NOT ON COURSE MASTER' TO ID-PROBLEM
               PERFORM 650-REPORT-ERROR
           END-IF.
           MOVE 'N' TO OFFER-FOUND-SW.
           PERFORM 525-MATCH-OFFER
               VARYING OT-IDX FROM 1 BY 1
               UNTIL OT-IDX > OFFER-COUNT OR OFFER-FOUND.
           READ DETAIL-FILE
               AT END MOVE 'Y' TO DEOF.

       525-MATCH-OFFER.
           IF OT-COURSE(OT-IDX) = D-COURSE
               AND OT-STUDENT-ID(OT-IDX) = D-STUDENT-ID
               MOVE 'Y' TO OFFER-FOUND-SW
               MOVE 'Y' TO OT-REGISTERED-SW(OT-IDX)
           END-IF.

      ******************************************************************
      *     SEAT OFFERS - SECTION MUST EXIST; AN OFFER TO A STUDENT
      *     ALREADY REGISTERED IN THE SECTION IS A WARNING
      ******************************************************************
       600-CHECK-OFFERS.
           MOVE 'DA-S-OFFER - OUTSTANDING SEAT OFFERS' TO
               CURRENT-FILE-BANNER.
           PERFORM 220-START-FILE-SECTION.
           PERFORM 610-CHECK-ONE-OFFER
               VARYING OT-IDX FROM 1 BY 1
               UNTIL OT-IDX > OFFER-COUNT.
           ADD OFFER-OVERFLOW TO FILE-READ-CT.
           IF OFFER-OVERFLOW > 0
               MOVE 'OFFER' TO ID-FILE
               MOVE SPACES TO ID-KEY
               MOVE SPACES TO ID-RELATED
               MOVE 'OFFER TABLE FULL - REST NOT CHECKED' TO
                   ID-PROBLEM
               PERFORM 660-REPORT-WARNING
           END-IF.
           MOVE 'OFFER' TO IF-LABEL.
           PERFORM 230-END-FILE-SECTION.

       610-CHECK-ONE-OFFER.
           ADD 1 TO FILE-READ-CT.
           MOVE 'OFFER' TO ID-FILE.
           MOVE OT-COURSE(OT-IDX) TO ID-KEY.
           MOVE OT-STUDENT-ID(OT-IDX) TO ID-RELATED.
           IF OT-ON-MASTER-SW(OT-IDX) NOT = 'Y'
               MOVE 'SECTION NOT ON COURSE MASTER' TO ID-PROBLEM
               PERFORM 650-REPORT-ERROR
           END-IF.
           IF OT-REGISTERED-SW(OT-IDX) = 'Y'
               MOVE 'STUDENT ALREADY REGISTERED IN SECTION' TO
                   ID-PROBLEM
               PERFORM 660-REPORT-WARNING
           END-IF.

      ******************************************************************
      *     EXCEPTION REPORT SUPPORT
      ******************************************************************
       650-REPORT-ERROR.
           ADD 1 TO FILE-ERROR-CT.
           MOVE 'ERROR' TO ID-LEVEL.
           PERFORM 670-REPORT-LINE.

       660-REPORT-WARNING.
           ADD 1 TO FILE-WARNING-CT.
           MOVE 'WARNING' TO ID-LEVEL.
           PERFORM 670-REPORT-LINE.

       670-REPORT-LINE.
           IF XLINE-CT > 45
               PERFORM 225-INTEG-HEADINGS
           END-IF.
           WRITE INTEG-REPORT-REC FROM INTEG-DATA
               AFTER ADVANCING 1 LINE.
           ADD 1 TO XLINE-CT.

       700-FINAL-TOTALS.
           MOVE 'INTEGRITY SWEEP SUMMARY' TO CURRENT-FILE-BANNER.
           PERFORM 225-INTEG-HEADINGS.
           MOVE 'TOTAL BROKEN REFERENCES' TO IC-LABEL.
           MOVE TOTAL-ERROR-CT TO IC-COUNT.
           WRITE INTEG-REPORT-REC FROM INTEG-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL WARNINGS' TO IC-LABEL.
           MOVE TOTAL-WARNING-CT TO IC-COUNT.
           WRITE INTEG-REPORT-REC FROM INTEG-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           IF RMT-COUNT = 0
               MOVE 'ROOM CHECK BYPASSED - NO ROOMS' TO IC-LABEL
               MOVE 0 TO IC-COUNT
               WRITE INTEG-REPORT-REC FROM INTEG-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF RMT-OVERFLOW > 0
               MOVE 'ROOMS IGNORED - TABLE FULL' TO IC-LABEL
               MOVE RMT-OVERFLOW TO IC-COUNT
               WRITE INTEG-REPORT-REC FROM INTEG-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       225-INTEG-HEADINGS.
           MOVE XPAGEKOUNT TO XPAGEK.
           WRITE INTEG-REPORT-REC FROM INTEG-HEADING
               AFTER ADVANCING PAGE.
           MOVE CURRENT-FILE-BANNER TO IB-BANNER.
           WRITE INTEG-REPORT-REC FROM INTEG-BANNER-LINE
               AFTER ADVANCING 2 LINES.
           WRITE INTEG-REPORT-REC FROM INTEG-COL-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO INTEG-REPORT-REC.
           WRITE INTEG-REPORT-REC
               AFTER ADVANCING 1.
           MOVE 0 TO XLINE-CT.
           ADD 1 TO XPAGEKOUNT.
