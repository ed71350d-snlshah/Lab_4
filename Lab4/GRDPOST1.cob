       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRDPOST1.
       AUTHOR. SONALI SHAH.
      * 2026-10-15  NEW PROGRAM - END-OF-TERM GRADE POSTING.  READS THE
      *             GRADE TURNAROUND FILE WRITTEN BY ROSTER1 ONCE THE
      *             GRADES HAVE BEEN KEYED, SORTS IT INTO COURSE KEY AND
      *             STUDENT ORDER AND MATCHES IT AGAINST THE
      *             REGISTRATION DETAIL FILE.  GRADE CODES ARE EDITED
      *             AGAINST THE GRADE TABLE (DA-S-GRADTBL); A GRADE FOR
      *             A STUDENT NOT REGISTERED IN THE SECTION, OR ONE
      *             ALREADY POSTED FOR THE TERM, IS REJECTED.  ACCEPTED
      *             GRADES ARE ADDED TO THE END OF THE STUDENT
      *             TRANSCRIPT HISTORY FILE (DA-S-TRANSCR) WITH CREDIT
      *             HOURS AND TERM CODE, AND EVERY SECTION STILL MISSING
      *             GRADES IS LISTED ON UR-S-GRDMISS.  EVERY GRADE MUST
      *             CARRY THE TERM ON THE UR-S-GPPARM CARD - ONE WITH
      *             NO TERM OR ANOTHER TERM IS REJECTED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT COURSE-FILE ASSIGN TO 'DA-I-COURSE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CR-COURSE-KEY.
       SELECT DETAIL-FILE ASSIGN TO 'DA-S-REGDET'.
       SELECT TURNAROUND-FILE ASSIGN TO 'DA-S-GRDTURN'.
       SELECT GRADE-SORT-FILE ASSIGN TO 'SORTWK01'.
       SELECT GRADE-TABLE-FILE ASSIGN TO 'DA-S-GRADTBL'.
       SELECT OPTIONAL TRANSCRIPT-FILE ASSIGN TO 'DA-S-TRANSCR'.
       SELECT PRIOR-SORT-FILE ASSIGN TO 'SORTWK02'.
       SELECT PRIOR-WORK-FILE ASSIGN TO 'DA-S-GRDWORK'.
       SELECT OPTIONAL PARM-FILE ASSIGN TO 'UR-S-GPPARM'.
       SELECT POST-REPORT-FILE ASSIGN TO 'UR-S-GRDPOST'.
       SELECT MISSING-REPORT-FILE ASSIGN TO 'UR-S-GRDMISS'.
       DATA DIVISION.
       FILE SECTION.
       FD COURSE-FILE
       LABEL RECORDS ARE STANDARD.
       01 COURSE-REC.
           03 CR-COURSE-KEY PIC X(10).
           03 FILLER PIC X(70).
       FD DETAIL-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 DETAIL-REC PIC X(80).
       FD TURNAROUND-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 TURNAROUND-REC PIC X(80).
       SD GRADE-SORT-FILE.
       01 GRADE-SORT-REC.
           03 SG-COURSE PIC X(10).
           03 SG-STUDENT-ID PIC X(9).
           03 FILLER PIC X(61).
       FD GRADE-TABLE-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 GRADE-TABLE-REC.
           03 GR-GRADE PIC XX.
           03 GR-POINTS PIC 9V99.
           03 GR-EARNS-CREDIT PIC X.
           03 GR-IN-GPA PIC X.
           03 GR-DESCRIPTION PIC X(20).
           03 FILLER PIC X(53).
       FD TRANSCRIPT-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 TRANSCRIPT-REC.
           03 TR-STUDENT-ID PIC X(9).
           03 TR-TERM PIC X(6).
           03 TR-COURSE PIC X(10).
           03 TR-GRADE PIC XX.
           03 TR-CREDIT-HOURS PIC 9V9.
           03 TR-EARNED-HOURS PIC 9V9.
           03 TR-QUALITY-POINTS PIC 99V99.
           03 TR-IN-GPA PIC X.
           03 TR-POSTED-DATE PIC 9(8).
           03 FILLER PIC X(36).
       SD PRIOR-SORT-FILE.
       01 PRIOR-SORT-REC.
           03 PS-COURSE PIC X(10).
           03 PS-STUDENT-ID PIC X(9).
           03 FILLER PIC X(61).
       FD PRIOR-WORK-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 PRIOR-WORK-REC PIC X(80).
       FD PARM-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 PARM-CARD.
           03 CP-TERM PIC X(6).
           03 FILLER PIC X(74).
       FD POST-REPORT-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 POST-REPORT-REC PIC X(132).
       FD MISSING-REPORT-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 MISSING-REPORT-REC PIC X(132).
       WORKING-STORAGE SECTION.
       01 MISC.
           03 GEOF PIC X VALUE 'N'.
               88 GRADE-END-OF-DATA VALUE 'Y'.
           03 DEOF PIC X VALUE 'N'.
               88 DETAIL-END-OF-DATA VALUE 'Y'.
           03 PWEOF PIC X VALUE 'N'.
               88 PRIOR-END-OF-DATA VALUE 'Y'.
           03 TREOF PIC X VALUE 'N'.
               88 TRANSCRIPT-END-OF-DATA VALUE 'Y'.
           03 GTEOF PIC X VALUE 'N'.
               88 GRADE-TABLE-END-OF-DATA VALUE 'Y'.
           03 PARM-EOF PIC X VALUE 'N'.
               88 PARM-END-OF-DATA VALUE 'Y'.
           03 COURSE-FOUND-SW PIC X VALUE 'N'.
               88 COURSE-FOUND VALUE 'Y'.
           03 GRADE-FOUND-SW PIC X VALUE 'N'.
               88 GRADE-FOUND VALUE 'Y'.
           03 GRADE-REJECT-SW PIC X VALUE 'N'.
               88 GRADE-REJECTED VALUE 'Y'.
           03 PRIOR-POSTED-SW PIC X VALUE 'N'.
               88 PRIOR-POSTED VALUE 'Y'.
           03 RUN-TERM PIC X(6) VALUE SPACES.
           03 RUN-DATE PIC 9(8) VALUE 0.
           03 SAVE-COURSE PIC X(10) VALUE SPACES.
           03 LAST-GRADE-KEY PIC X(19) VALUE LOW-VALUES.
           03 GT-IDX PIC 99 VALUE 0.
           03 GT-FOUND-IDX PIC 99 VALUE 0.
           03 PPAGEKOUNT PIC 99 VALUE 01.
           03 PLINE-CT PIC 99 VALUE 0.
           03 MPAGEKOUNT PIC 99 VALUE 01.
           03 MLINE-CT PIC 99 VALUE 0.
           03 SEC-REGISTERED PIC 9(5) VALUE 0.
           03 SEC-GRADED PIC 9(5) VALUE 0.
           03 SEC-MISSING PIC 9(5) VALUE 0.
           03 TURN-READ-CT PIC 9(5) VALUE 0.
           03 DETAILS-READ-CT PIC 9(5) VALUE 0.
           03 PRIOR-TERM-CT PIC 9(5) VALUE 0.
           03 ACCEPTED-CT PIC 9(5) VALUE 0.
           03 REJECT-CT PIC 9(5) VALUE 0.
           03 BLANK-IGNORED-CT PIC 9(5) VALUE 0.
           03 MISSING-CT PIC 9(5) VALUE 0.
           03 SECTIONS-CT PIC 9(5) VALUE 0.
           03 MISSING-SECTIONS-CT PIC 9(5) VALUE 0.
           03 TRANS-REASON PIC X(40) VALUE SPACES.
           03 REFUSE-REASON PIC X(60) VALUE SPACES.
       01 GRADE-TABLE.
           03 GRADE-COUNT PIC 99 VALUE 0.
           03 GRADE-OVERFLOW PIC 99 VALUE 0.
           03 GRADE-ENTRY OCCURS 50 TIMES.
               05 GE-GRADE PIC XX.
               05 GE-POINTS PIC 9V99.
               05 GE-EARNS-CREDIT PIC X.
               05 GE-IN-GPA PIC X.
       01 DETAIL-DATA.
           03 D-KEY.
               05 D-COURSE PIC X(10).
               05 D-STUDENT-ID PIC X(9).
           03 FILLER PIC X(61).
       01 GRADE-DATA.
           03 G-KEY.
               05 G-COURSE PIC X(10).
               05 G-STUDENT-ID PIC X(9).
           03 G-GRADE PIC XX.
           03 G-TERM PIC X(6).
           03 G-NAME PIC X(25).
           03 FILLER PIC X(28).
       01 PRIOR-DATA.
           03 P-KEY PIC X(19).
           03 FILLER PIC X(61).
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
        03 C-LOCATION.
         05 C-BUILDING PIC XX.
         05 C-ROOM PIC XXX.
        03 C-INSTRUCTOR PIC X(18).
        03 C-CREDIT-HOURS PIC 9V9.
        03 FILLER PIC X(4).
       01 POST-HEADING.
        03 FILLER PIC X(25) VALUE SPACES.
        03 FILLER PIC X(27) VALUE 'GRADE POSTING REPORT - TERM'.
        03 FILLER PIC X VALUE SPACE.
        03 PH-TERM PIC X(6).
        03 FILLER PIC X(28) VALUE SPACES.
        03 FILLER PIC X(5) VALUE 'PAGE:'.
        03 PPAGEK PICTURE ZZ.
       01 POST-ACTION-LINE.
        03 FILLER PIC X(5) VALUE SPACES.
        03 PA-ACTION PIC X(8).
        03 FILLER PIC X(2) VALUE SPACES.
        03 PA-COURSE PIC X(10).
        03 FILLER PIC X(3) VALUE SPACES.
        03 PA-STUDENT PIC X(9).
        03 FILLER PIC X(3) VALUE SPACES.
        03 PA-GRADE PIC XX.
        03 FILLER PIC X(3) VALUE SPACES.
        03 PA-REASON PIC X(40).
       01 POST-COUNT-LINE.
        03 FILLER PIC X(5) VALUE SPACES.
        03 PC-LABEL PIC X(30).
        03 PC-COUNT PIC ZZZZ9.
       01 MISSING-HEADING.
        03 FILLER PIC X(25) VALUE SPACES.
        03 FILLER PIC X(30) VALUE 'SECTIONS MISSING GRADES - TERM'.
        03 FILLER PIC X VALUE SPACE.
        03 MH-TERM PIC X(6).
        03 FILLER PIC X(25) VALUE SPACES.
        03 FILLER PIC X(5) VALUE 'PAGE:'.
        03 MPAGEK PICTURE ZZ.
       01 MISSING-COL-HEADING.
        03 FILLER PIC X(5) VALUE SPACES.
        03 FILLER PIC X(6) VALUE 'COURSE'.
        03 FILLER PIC X(9) VALUE SPACES.
        03 FILLER PIC X(5) VALUE 'TITLE'.
        03 FILLER PIC X(18) VALUE SPACES.
        03 FILLER PIC X(10) VALUE 'INSTRUCTOR'.
        03 FILLER PIC X(11) VALUE SPACES.
        03 FILLER PIC X(5) VALUE 'REGD.'.
        03 FILLER PIC X(2) VALUE SPACES.
        03 FILLER PIC X(6) VALUE 'GRADED'.
        03 FILLER PIC X(2) VALUE SPACES.
        03 FILLER PIC X(7) VALUE 'MISSING'.
       01 MISSING-DATA.
        03 FILLER PIC X(5) VALUE SPACES.
        03 MD-ABB PIC XXX.
        03 FILLER PIC X VALUE SPACES.
        03 MD-NUMB PIC XXXX.
        03 FILLER PIC X VALUE SPACES.
        03 MD-SEC PIC XXX.
        03 FILLER PIC X(3) VALUE SPACES.
        03 MD-TITLE PIC X(20).
        03 FILLER PIC X(3) VALUE SPACES.
        03 MD-INSTRUCTOR PIC X(18).
        03 FILLER PIC X(3) VALUE SPACES.
        03 MD-REGISTERED PIC ZZZZ9.
        03 FILLER PIC X(3) VALUE SPACES.
        03 MD-GRADED PIC ZZZZ9.
        03 FILLER PIC X(4) VALUE SPACES.
        03 MD-MISSING PIC ZZZZ9.
       01 MISSING-COUNT-LINE.
        03 FILLER PIC X(5) VALUE SPACES.
        03 MC-LABEL PIC X(30).
        03 MC-COUNT PIC ZZZZ9.
       01 REFUSE-LINE.
           03 FILLER PIC X(5) VALUE SPACES.
           03 FILLER PIC X(22) VALUE '*** RUN REFUSED *** - '.
           03 RL-REASON PIC X(60).
       01 REFUSE-LINE-2.
           03 FILLER PIC X(27) VALUE SPACES.
           03 FILLER PIC X(30) VALUE 'NO GRADES WERE POSTED BY THIS '.
           03 FILLER PIC X(3) VALUE 'RUN'.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 050-READ-PARM-CARD.
           IF RUN-TERM = SPACES
               MOVE 'NO TERM CODE ON THE UR-S-GPPARM CARD' TO
                   REFUSE-REASON
               PERFORM 040-REFUSE-RUN
           END-IF.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 060-LOAD-GRADE-TABLE.
           IF GRADE-COUNT = 0
               MOVE 'NO GRADE CODES LOADED FROM DA-S-GRADTBL' TO
                   REFUSE-REASON
               PERFORM 040-REFUSE-RUN
           END-IF.

           SORT PRIOR-SORT-FILE
               ON ASCENDING KEY PS-COURSE PS-STUDENT-ID
               INPUT PROCEDURE 070-SELECT-TERM-POSTINGS
               GIVING PRIOR-WORK-FILE.

           OPEN INPUT COURSE-FILE
                      DETAIL-FILE
                      PRIOR-WORK-FILE
                EXTEND TRANSCRIPT-FILE
                OUTPUT POST-REPORT-FILE
                       MISSING-REPORT-FILE.
           MOVE RUN-TERM TO PH-TERM.
           MOVE RUN-TERM TO MH-TERM.
           PERFORM 225-POST-HEADINGS.
           PERFORM 235-MISSING-HEADINGS.
           PERFORM 800-READ-DETAIL.
           PERFORM 820-READ-PRIOR.

           SORT GRADE-SORT-FILE
               ON ASCENDING KEY SG-COURSE SG-STUDENT-ID
               USING TURNAROUND-FILE
               OUTPUT PROCEDURE 100-POSTING-PASS.

           PERFORM 700-FINAL-TOTALS.

           CLOSE COURSE-FILE
                 DETAIL-FILE
                 PRIOR-WORK-FILE
                 TRANSCRIPT-FILE
                 POST-REPORT-FILE
                 MISSING-REPORT-FILE.
           STOP RUN.

       040-REFUSE-RUN.
           OPEN OUTPUT POST-REPORT-FILE.
           MOVE RUN-TERM TO PH-TERM.
           PERFORM 225-POST-HEADINGS.
           MOVE REFUSE-REASON TO RL-REASON.
           WRITE POST-REPORT-REC FROM REFUSE-LINE
               AFTER ADVANCING 2 LINES.
           WRITE POST-REPORT-REC FROM REFUSE-LINE-2
               AFTER ADVANCING 1 LINE.
           CLOSE POST-REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      *     TERM-CODE PARAMETER CARD - REQUIRED.  THE TERM IS WRITTEN ON
      *     EVERY TRANSCRIPT RECORD AND GUARDS AGAINST POSTING ANOTHER
      *     TERM'S TURNAROUND OR POSTING THE SAME GRADE TWICE
      ******************************************************************
       050-READ-PARM-CARD.
           MOVE 'N' TO PARM-EOF.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE
               AT END MOVE 'Y' TO PARM-EOF.
           IF NOT PARM-END-OF-DATA
               MOVE CP-TERM TO RUN-TERM
           END-IF.
           CLOSE PARM-FILE.

      ******************************************************************
      *     GRADE TABLE - ONE CARD PER GRADE CODE WITH ITS QUALITY
      *     POINTS, WHETHER IT EARNS CREDIT AND WHETHER IT COUNTS IN
      *     THE GRADE POINT AVERAGE.  CARDS THAT DO NOT EDIT ARE LEFT
      *     OUT, SO GRADES USING THEM ARE REJECTED
      ******************************************************************
       060-LOAD-GRADE-TABLE.
           MOVE 0 TO GRADE-COUNT.
           MOVE 0 TO GRADE-OVERFLOW.
           MOVE 'N' TO GTEOF.
           OPEN INPUT GRADE-TABLE-FILE.
           READ GRADE-TABLE-FILE
               AT END MOVE 'Y' TO GTEOF.
           PERFORM 065-ADD-GRADE-ENTRY
               UNTIL GRADE-TABLE-END-OF-DATA.
           CLOSE GRADE-TABLE-FILE.

       065-ADD-GRADE-ENTRY.
           IF GR-GRADE NOT = SPACES AND GR-POINTS NUMERIC
               IF GRADE-COUNT < 50
                   ADD 1 TO GRADE-COUNT
                   MOVE GR-GRADE TO GE-GRADE(GRADE-COUNT)
                   MOVE GR-POINTS TO GE-POINTS(GRADE-COUNT)
                   MOVE GR-EARNS-CREDIT TO GE-EARNS-CREDIT(GRADE-COUNT)
                   MOVE GR-IN-GPA TO GE-IN-GPA(GRADE-COUNT)
               ELSE
                   ADD 1 TO GRADE-OVERFLOW
               END-IF
           END-IF.
           READ GRADE-TABLE-FILE
               AT END MOVE 'Y' TO GTEOF.

      ******************************************************************
      *     GRADES ALREADY ON THE TRANSCRIPT FOR THIS TERM, SORTED INTO
      *     COURSE KEY AND STUDENT ORDER SO THEY CAN BE MATCHED ALONG
      *     WITH THE DETAIL FILE AND THE TURNAROUND
      ******************************************************************
       070-SELECT-TERM-POSTINGS.
           MOVE 'N' TO TREOF.
           OPEN INPUT TRANSCRIPT-FILE.
           READ TRANSCRIPT-FILE
               AT END MOVE 'Y' TO TREOF.
           PERFORM 075-SELECT-ONE-POSTING
               UNTIL TRANSCRIPT-END-OF-DATA.
           CLOSE TRANSCRIPT-FILE.

       075-SELECT-ONE-POSTING.
           IF TR-TERM = RUN-TERM
               MOVE SPACES TO PRIOR-SORT-REC
               MOVE TR-COURSE TO PS-COURSE
               MOVE TR-STUDENT-ID TO PS-STUDENT-ID
               RELEASE PRIOR-SORT-REC
               ADD 1 TO PRIOR-TERM-CT
           END-IF.
           READ TRANSCRIPT-FILE
               AT END MOVE 'Y' TO TREOF.

      ******************************************************************
      *     BALANCE-LINE MATCH OF THE SORTED TURNAROUND AGAINST THE
      *     REGISTRATION DETAIL FILE (BOTH IN COURSE+STUDENT ORDER)
      ******************************************************************
       100-POSTING-PASS.
           MOVE 'N' TO GEOF.
           MOVE SPACES TO SAVE-COURSE.
           PERFORM 810-RETURN-GRADE.
           PERFORM 110-MATCH-LOOP
               UNTIL D-KEY = HIGH-VALUES
               AND G-KEY = HIGH-VALUES.
           IF SAVE-COURSE NOT = SPACES
               PERFORM 160-END-SECTION
           END-IF.

       110-MATCH-LOOP.
           IF D-KEY < G-KEY
               PERFORM 200-NO-GRADE-RETURNED
           ELSE
               IF G-KEY < D-KEY
                   PERFORM 300-GRADE-NOT-REGISTERED
               ELSE
                   PERFORM 400-GRADE-FOR-REGISTERED
               END-IF
           END-IF.

      ******************************************************************
      *     SECTION CONTROL BREAK ON THE DETAIL FILE - A SECTION WITH
      *     ANY REGISTRATION STILL UNGRADED GOES ON THE MISSING REPORT
      ******************************************************************
       150-CHECK-SECTION-BREAK.
           IF D-COURSE NOT = SAVE-COURSE
               IF SAVE-COURSE NOT = SPACES
                   PERFORM 160-END-SECTION
               END-IF
               MOVE D-COURSE TO SAVE-COURSE
               MOVE 0 TO SEC-REGISTERED
               MOVE 0 TO SEC-GRADED
               MOVE 0 TO SEC-MISSING
               PERFORM 510-READ-COURSE-MASTER
           END-IF.
           ADD 1 TO SEC-REGISTERED.

       160-END-SECTION.
           ADD 1 TO SECTIONS-CT.
           IF SEC-MISSING > 0
               ADD 1 TO MISSING-SECTIONS-CT
               PERFORM 660-REPORT-MISSING
           END-IF.

      ******************************************************************
      *     REGISTRATION WITH NO GRADE ON THE TURNAROUND
      ******************************************************************
       200-NO-GRADE-RETURNED.
           PERFORM 150-CHECK-SECTION-BREAK.
           PERFORM 500-CHECK-PRIOR-POSTING.
           PERFORM 450-COUNT-UNGRADED.
           PERFORM 800-READ-DETAIL.

      ******************************************************************
      *     TURNAROUND RECORD WITH NO REGISTRATION BEHIND IT.  A BLANK
      *     LINE (STUDENT DROPPED SINCE THE ROSTER RAN) IS PASSED OVER
      ******************************************************************
       300-GRADE-NOT-REGISTERED.
           IF G-GRADE = SPACES
               ADD 1 TO BLANK-IGNORED-CT
           ELSE
               IF G-KEY = LAST-GRADE-KEY
                   MOVE 'DUPLICATE GRADE FOR STUDENT' TO TRANS-REASON
               ELSE
                   MOVE 'STUDENT NOT REGISTERED IN SECTION' TO
                       TRANS-REASON
               END-IF
               PERFORM 650-REPORT-REJECT
           END-IF.
           PERFORM 810-RETURN-GRADE.

      ******************************************************************
      *     TURNAROUND RECORD MATCHES A REGISTRATION
      ******************************************************************
       400-GRADE-FOR-REGISTERED.
           PERFORM 150-CHECK-SECTION-BREAK.
           PERFORM 500-CHECK-PRIOR-POSTING.
           MOVE G-KEY TO LAST-GRADE-KEY.
           IF G-GRADE = SPACES
               PERFORM 450-COUNT-UNGRADED
           ELSE
               PERFORM 410-EDIT-GRADE THRU 410-EDIT-EXIT
               IF GRADE-REJECTED
                   PERFORM 650-REPORT-REJECT
                   PERFORM 450-COUNT-UNGRADED
               ELSE
                   PERFORM 420-WRITE-TRANSCRIPT
                   ADD 1 TO SEC-GRADED
               END-IF
           END-IF.
           PERFORM 800-READ-DETAIL.
           PERFORM 810-RETURN-GRADE.

       410-EDIT-GRADE.
           MOVE 'N' TO GRADE-REJECT-SW.
           MOVE SPACES TO TRANS-REASON.

           IF G-TERM = SPACES
               MOVE 'Y' TO GRADE-REJECT-SW
               MOVE 'NO TERM ON TURNAROUND RECORD' TO TRANS-REASON
               GO TO 410-EDIT-EXIT
           END-IF.

           IF G-TERM NOT = RUN-TERM
               MOVE 'Y' TO GRADE-REJECT-SW
               MOVE 'TURNAROUND IS FOR ANOTHER TERM' TO TRANS-REASON
               GO TO 410-EDIT-EXIT
           END-IF.

           PERFORM 430-FIND-GRADE.
           IF NOT GRADE-FOUND
               MOVE 'Y' TO GRADE-REJECT-SW
               MOVE 'INVALID GRADE CODE' TO TRANS-REASON
               GO TO 410-EDIT-EXIT
           END-IF.

           IF NOT COURSE-FOUND
               MOVE 'Y' TO GRADE-REJECT-SW
               MOVE 'SECTION NOT ON COURSE MASTER' TO TRANS-REASON
               GO TO 410-EDIT-EXIT
           END-IF.

           IF PRIOR-POSTED
               MOVE 'Y' TO GRADE-REJECT-SW
               MOVE 'GRADE ALREADY POSTED FOR THIS TERM' TO
                   TRANS-REASON
               GO TO 410-EDIT-EXIT
           END-IF.

       410-EDIT-EXIT.
           EXIT.

      *    QUALITY POINTS ONLY FOR A GRADE THAT COUNTS IN THE GPA
       420-WRITE-TRANSCRIPT.
           MOVE SPACES TO TRANSCRIPT-REC.
           MOVE G-STUDENT-ID TO TR-STUDENT-ID.
           MOVE RUN-TERM TO TR-TERM.
           MOVE G-COURSE TO TR-COURSE.
           MOVE G-GRADE TO TR-GRADE.
           MOVE C-CREDIT-HOURS TO TR-CREDIT-HOURS.
           IF GE-EARNS-CREDIT(GT-FOUND-IDX) = 'Y'
               MOVE C-CREDIT-HOURS TO TR-EARNED-HOURS
           ELSE
               MOVE 0 TO TR-EARNED-HOURS
           END-IF.
           IF GE-IN-GPA(GT-FOUND-IDX) = 'Y'
               MOVE 'Y' TO TR-IN-GPA
               COMPUTE TR-QUALITY-POINTS ROUNDED =
                   GE-POINTS(GT-FOUND-IDX) * C-CREDIT-HOURS
           ELSE
               MOVE 'N' TO TR-IN-GPA
               MOVE 0 TO TR-QUALITY-POINTS
           END-IF.
           MOVE RUN-DATE TO TR-POSTED-DATE.
           WRITE TRANSCRIPT-REC.
           ADD 1 TO ACCEPTED-CT.

       430-FIND-GRADE.
           MOVE 'N' TO GRADE-FOUND-SW.
           MOVE 0 TO GT-FOUND-IDX.
           PERFORM 435-MATCH-GRADE
               VARYING GT-IDX FROM 1 BY 1
               UNTIL GT-IDX > GRADE-COUNT OR GRADE-FOUND.

       435-MATCH-GRADE.
           IF GE-GRADE(GT-IDX) = G-GRADE
               MOVE 'Y' TO GRADE-FOUND-SW
               MOVE GT-IDX TO GT-FOUND-IDX
           END-IF.

      *    A REGISTRATION GRADED BY AN EARLIER RUN IS NOT MISSING
       450-COUNT-UNGRADED.
           IF PRIOR-POSTED
               ADD 1 TO SEC-GRADED
           ELSE
               ADD 1 TO SEC-MISSING
               ADD 1 TO MISSING-CT
           END-IF.

      ******************************************************************
      *     TERM POSTINGS ALREADY ON THE TRANSCRIPT - ADVANCE TO THE
      *     CURRENT REGISTRATION AND SEE WHETHER IT HAS BEEN GRADED
      ******************************************************************
       500-CHECK-PRIOR-POSTING.
           MOVE 'N' TO PRIOR-POSTED-SW.
           PERFORM 820-READ-PRIOR
               UNTIL P-KEY NOT < D-KEY.
           IF P-KEY = D-KEY
               MOVE 'Y' TO PRIOR-POSTED-SW
           END-IF.

       510-READ-COURSE-MASTER.
           MOVE 'Y' TO COURSE-FOUND-SW.
           MOVE D-COURSE TO CR-COURSE-KEY.
           READ COURSE-FILE INTO COURSE-DATA
               INVALID KEY MOVE 'N' TO COURSE-FOUND-SW.
           IF NOT COURSE-FOUND
               MOVE SPACES TO COURSE-DATA
               MOVE D-COURSE TO C-COURSE
               MOVE '*** NOT ON MASTER' TO C-TITLE
           END-IF.

      ******************************************************************
      *     REPORT SUPPORT
      ******************************************************************
       650-REPORT-REJECT.
           IF PLINE-CT > 45
               PERFORM 225-POST-HEADINGS
           END-IF.
           MOVE 'REJECTED' TO PA-ACTION.
           MOVE G-COURSE TO PA-COURSE.
           MOVE G-STUDENT-ID TO PA-STUDENT.
           MOVE G-GRADE TO PA-GRADE.
           MOVE TRANS-REASON TO PA-REASON.
           WRITE POST-REPORT-REC FROM POST-ACTION-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO PLINE-CT.
           ADD 1 TO REJECT-CT.

       660-REPORT-MISSING.
           IF MLINE-CT > 45
               PERFORM 235-MISSING-HEADINGS
           END-IF.
           MOVE C-ABB TO MD-ABB.
           MOVE C-NUMB TO MD-NUMB.
           MOVE C-SEC TO MD-SEC.
           MOVE C-TITLE TO MD-TITLE.
           MOVE C-INSTRUCTOR TO MD-INSTRUCTOR.
           MOVE SEC-REGISTERED TO MD-REGISTERED.
           MOVE SEC-GRADED TO MD-GRADED.
           MOVE SEC-MISSING TO MD-MISSING.
           WRITE MISSING-REPORT-REC FROM MISSING-DATA
               AFTER ADVANCING 1 LINE.
           ADD 1 TO MLINE-CT.

       700-FINAL-TOTALS.
           MOVE 'TURNAROUND RECORDS READ' TO PC-LABEL.
           MOVE TURN-READ-CT TO PC-COUNT.
           WRITE POST-REPORT-REC FROM POST-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'DETAIL RECORDS READ' TO PC-LABEL.
           MOVE DETAILS-READ-CT TO PC-COUNT.
           WRITE POST-REPORT-REC FROM POST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'GRADES POSTED TO TRANSCRIPT' TO PC-LABEL.
           MOVE ACCEPTED-CT TO PC-COUNT.
           WRITE POST-REPORT-REC FROM POST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'GRADES REJECTED' TO PC-LABEL.
           MOVE REJECT-CT TO PC-COUNT.
           WRITE POST-REPORT-REC FROM POST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'BLANK LINES - NOT REGISTERED' TO PC-LABEL.
           MOVE BLANK-IGNORED-CT TO PC-COUNT.
           WRITE POST-REPORT-REC FROM POST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TERM GRADES ALREADY POSTED' TO PC-LABEL.
           MOVE PRIOR-TERM-CT TO PC-COUNT.
           WRITE POST-REPORT-REC FROM POST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'REGISTRATIONS MISSING GRADES' TO PC-LABEL.
           MOVE MISSING-CT TO PC-COUNT.
           WRITE POST-REPORT-REC FROM POST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           IF GRADE-OVERFLOW > 0
               MOVE 'GRADE CODES NOT LOADED' TO PC-LABEL
               MOVE GRADE-OVERFLOW TO PC-COUNT
               WRITE POST-REPORT-REC FROM POST-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE 'SECTIONS ON DETAIL FILE' TO MC-LABEL.
           MOVE SECTIONS-CT TO MC-COUNT.
           WRITE MISSING-REPORT-REC FROM MISSING-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'SECTIONS MISSING GRADES' TO MC-LABEL.
           MOVE MISSING-SECTIONS-CT TO MC-COUNT.
           WRITE MISSING-REPORT-REC FROM MISSING-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'REGISTRATIONS MISSING GRADES' TO MC-LABEL.
           MOVE MISSING-CT TO MC-COUNT.
           WRITE MISSING-REPORT-REC FROM MISSING-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           IF REJECT-CT > 0 OR MISSING-CT > 0 OR GRADE-OVERFLOW > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       225-POST-HEADINGS.
           MOVE PPAGEKOUNT TO PPAGEK.
           WRITE POST-REPORT-REC FROM POST-HEADING
               AFTER ADVANCING PAGE.
           MOVE SPACES TO POST-REPORT-REC.
           WRITE POST-REPORT-REC
               AFTER ADVANCING 1.
           MOVE 0 TO PLINE-CT.
           ADD 1 TO PPAGEKOUNT.

       235-MISSING-HEADINGS.
           MOVE MPAGEKOUNT TO MPAGEK.
           WRITE MISSING-REPORT-REC FROM MISSING-HEADING
               AFTER ADVANCING PAGE.
           WRITE MISSING-REPORT-REC FROM MISSING-COL-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO MISSING-REPORT-REC.
           WRITE MISSING-REPORT-REC
               AFTER ADVANCING 1.
           MOVE 0 TO MLINE-CT.
           ADD 1 TO MPAGEKOUNT.

       800-READ-DETAIL.
           READ DETAIL-FILE INTO DETAIL-DATA
               AT END MOVE 'Y' TO DEOF
                      MOVE HIGH-VALUES TO D-KEY.
           IF NOT DETAIL-END-OF-DATA
               ADD 1 TO DETAILS-READ-CT
           END-IF.

       810-RETURN-GRADE.
           RETURN GRADE-SORT-FILE INTO GRADE-DATA
               AT END MOVE 'Y' TO GEOF
                      MOVE HIGH-VALUES TO G-KEY.
           IF NOT GRADE-END-OF-DATA
               ADD 1 TO TURN-READ-CT
           END-IF.

       820-READ-PRIOR.
           READ PRIOR-WORK-FILE INTO PRIOR-DATA
               AT END MOVE 'Y' TO PWEOF
                      MOVE HIGH-VALUES TO P-KEY.
