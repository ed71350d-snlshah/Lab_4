       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSTER1.
       AUTHOR. SONALI SHAH.
      * 2026-10-15  NEW PROGRAM - END-OF-TERM OFFICIAL GRADE ROSTERS.
      *             SORTS THE REGISTRATION DETAIL FILE INTO COURSE KEY
      *             AND STUDENT ORDER AND PRINTS ONE ROSTER PER SECTION
      *             WITH THE INSTRUCTOR FROM THE COURSE MASTER AND ONE
      *             LINE PER REGISTERED STUDENT.  A GRADE TURNAROUND
      *             FILE (DA-S-GRDTURN) IS WRITTEN TO MATCH, ONE RECORD
      *             PER STUDENT PRE-FILLED WITH THE COURSE KEY, STUDENT
      *             ID, TERM AND NAME, FOR THE GRADES TO BE KEYED INTO
      *             AND RETURNED THROUGH GRDPOST1.  THE UR-S-RSPARM
      *             TERM CARD IS REQUIRED - WITHOUT A TERM THE RUN IS
      *             REFUSED WITH RETURN CODE 16 AND NO TURNAROUND FILE
      *             IS WRITTEN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT COURSE-FILE ASSIGN TO 'DA-I-COURSE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CR-COURSE-KEY.
       SELECT STUDENT-FILE ASSIGN TO 'DA-I-STUDENT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SR-STUDENT-ID.
       SELECT DETAIL-FILE ASSIGN TO 'DA-S-REGDET'.
       SELECT SORT-FILE ASSIGN TO 'SORTWK01'.
       SELECT OPTIONAL PARM-FILE ASSIGN TO 'UR-S-RSPARM'.
       SELECT TURNAROUND-FILE ASSIGN TO 'DA-S-GRDTURN'.
       SELECT ROSTER-PRINT-FILE ASSIGN TO 'UR-S-ROSTER'.
       DATA DIVISION.
       FILE SECTION.
       FD COURSE-FILE
       LABEL RECORDS ARE STANDARD.
       01 COURSE-REC.
           03 CR-COURSE-KEY PIC X(10).
           03 FILLER PIC X(70).
       FD STUDENT-FILE
       LABEL RECORDS ARE STANDARD.
       01 STUDENT-REC.
           03 SR-STUDENT-ID PIC X(9).
           03 SR-NAME PIC X(25).
           03 SR-CLASS-LEVEL PIC XX.
           03 SR-MAJOR PIC X(4).
           03 FILLER PIC X(40).
       FD DETAIL-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 DETAIL-REC PIC X(80).
       SD SORT-FILE.
       01 SORT-REC.
           03 SC-COURSE PIC X(10).
           03 SC-STUDENT-ID PIC X(9).
           03 FILLER PIC X(61).
       FD PARM-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 PARM-CARD.
           03 CP-TERM PIC X(6).
           03 FILLER PIC X(74).
       FD TURNAROUND-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 TURNAROUND-REC.
           03 TA-COURSE PIC X(10).
           03 TA-STUDENT-ID PIC X(9).
           03 TA-GRADE PIC XX.
           03 TA-TERM PIC X(6).
           03 TA-NAME PIC X(25).
           03 FILLER PIC X(28).
       FD ROSTER-PRINT-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 ROSTER-PRINT-REC PIC X(132).
       WORKING-STORAGE SECTION.
       01 MISC.
           03 SEOF PIC X VALUE 'N'.
               88 SORTED-END-OF-DATA VALUE 'Y'.
           03 PARM-EOF PIC X VALUE 'N'.
               88 PARM-END-OF-DATA VALUE 'Y'.
           03 COURSE-FOUND-SW PIC X VALUE 'N'.
               88 COURSE-FOUND VALUE 'Y'.
           03 STUDENT-FOUND-SW PIC X VALUE 'N'.
               88 STUDENT-FOUND VALUE 'Y'.
           03 ROSTER-TERM PIC X(6) VALUE SPACES.
           03 REFUSE-REASON PIC X(60) VALUE SPACES.
           03 SAVE-COURSE PIC X(10) VALUE SPACES.
           03 SECTION-STUDENTS PIC 9(5) VALUE 0.
           03 RLINE-CT PIC 99 VALUE 0.
           03 RPAGEKOUNT PIC 9(4) VALUE 0.
           03 DETAILS-READ-CT PIC 9(5) VALUE 0.
           03 ROSTERS-CT PIC 9(5) VALUE 0.
           03 TURNAROUND-CT PIC 9(5) VALUE 0.
           03 NOT-FOUND-CT PIC 9(5) VALUE 0.
           03 NO-STUDENT-CT PIC 9(5) VALUE 0.
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
       01 ROSTER-HEADING.
        03 FILLER PIC X(30) VALUE SPACES.
        03 FILLER PIC X(27) VALUE 'EASTERN ILLINOIS UNIVERSITY'.
        03 FILLER PIC X(30) VALUE SPACES.
        03 FILLER PIC X(5) VALUE 'PAGE:'.
        03 RPAGEK PICTURE ZZZ9.
       01 ROSTER-HEADING2.
        03 FILLER PIC X(29) VALUE SPACES.
        03 RH-LABEL PIC X(29) VALUE 'OFFICIAL GRADE ROSTER'.
        03 RH-TERM PIC X(6) VALUE SPACES.
       01 ROSTER-SECTION-LINE.
        03 FILLER PIC X(5) VALUE SPACES.
        03 FILLER PIC X(9) VALUE 'SECTION: '.
        03 RS-ABB PIC XXX.
        03 FILLER PIC X VALUE SPACES.
        03 RS-NUMB PIC XXXX.
        03 FILLER PIC X VALUE SPACES.
        03 RS-SEC PIC XXX.
        03 FILLER PIC X(3) VALUE SPACES.
        03 RS-TITLE PIC X(30).
        03 FILLER PIC X(3) VALUE SPACES.
        03 FILLER PIC X(9) VALUE 'CREDITS: '.
        03 RS-CREDIT PIC 9.9.
        03 RS-CONTINUED PIC X(12) VALUE SPACES.
       01 ROSTER-INSTRUCTOR-LINE.
        03 FILLER PIC X(5) VALUE SPACES.
        03 FILLER PIC X(12) VALUE 'INSTRUCTOR: '.
        03 RI-INSTRUCTOR PIC X(18).
       01 ROSTER-COL-HEADING.
        03 FILLER PIC X(5) VALUE SPACES.
        03 FILLER PIC X(4) VALUE 'LINE'.
        03 FILLER PIC X(3) VALUE SPACES.
        03 FILLER PIC X(10) VALUE 'STUDENT ID'.
        03 FILLER PIC X(3) VALUE SPACES.
        03 FILLER PIC X(4) VALUE 'NAME'.
        03 FILLER PIC X(24) VALUE SPACES.
        03 FILLER PIC X(5) VALUE 'CLASS'.
        03 FILLER PIC X(3) VALUE SPACES.
        03 FILLER PIC X(5) VALUE 'MAJOR'.
        03 FILLER PIC X(4) VALUE SPACES.
        03 FILLER PIC X(5) VALUE 'GRADE'.
       01 ROSTER-DATA.
        03 FILLER PIC X(5) VALUE SPACES.
        03 RD-LINE PIC ZZZ9.
        03 FILLER PIC X(3) VALUE SPACES.
        03 RD-STUDENT PIC X(9).
        03 FILLER PIC X(4) VALUE SPACES.
        03 RD-NAME PIC X(25).
        03 FILLER PIC X(3) VALUE SPACES.
        03 RD-CLASS PIC XX.
        03 FILLER PIC X(6) VALUE SPACES.
        03 RD-MAJOR PIC X(4).
        03 FILLER PIC X(5) VALUE SPACES.
        03 FILLER PIC X(6) VALUE '______'.
       01 ROSTER-TOTAL-LINE.
        03 FILLER PIC X(5) VALUE SPACES.
        03 FILLER PIC X(20) VALUE 'STUDENTS ON ROSTER: '.
        03 RT-COUNT PIC ZZZZ9.
       01 ROSTER-SIGN-LINE.
        03 FILLER PIC X(5) VALUE SPACES.
        03 FILLER PIC X(22) VALUE 'INSTRUCTOR SIGNATURE: '.
        03 FILLER PIC X(30) VALUE ALL '_'.
        03 FILLER PIC X(9) VALUE '   DATE: '.
        03 FILLER PIC X(10) VALUE ALL '_'.
       01 ROSTER-COUNT-LINE.
        03 FILLER PIC X(5) VALUE SPACES.
        03 RC-LABEL PIC X(30).
        03 RC-COUNT PIC ZZZZ9.
       01 REFUSE-LINE.
        03 FILLER PIC X(5) VALUE SPACES.
        03 FILLER PIC X(22) VALUE '*** RUN REFUSED *** - '.
        03 RL-REASON PIC X(60).
       01 REFUSE-LINE-2.
        03 FILLER PIC X(27) VALUE SPACES.
        03 FILLER PIC X(30) VALUE 'NO ROSTERS OR TURNAROUND FILE '.
        03 FILLER PIC X(25) VALUE 'WERE PRODUCED BY THIS RUN'.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 050-READ-PARM-CARD.
           IF ROSTER-TERM = SPACES
               MOVE 'NO TERM CODE ON THE UR-S-RSPARM CARD' TO
                   REFUSE-REASON
               PERFORM 040-REFUSE-RUN
           END-IF.

           OPEN INPUT COURSE-FILE
                      STUDENT-FILE
                OUTPUT TURNAROUND-FILE
                       ROSTER-PRINT-FILE.

           SORT SORT-FILE
               ON ASCENDING KEY SC-COURSE SC-STUDENT-ID
               USING DETAIL-FILE
               OUTPUT PROCEDURE 100-ROSTER-PASS.

           PERFORM 700-FINAL-TOTALS.

           CLOSE COURSE-FILE
                 STUDENT-FILE
                 TURNAROUND-FILE
                 ROSTER-PRINT-FILE.
           STOP RUN.

      ******************************************************************
      *     A RUN THAT CANNOT GO AHEAD PRINTS WHY AND ENDS WITH RETURN
      *     CODE 16 - THE TURNAROUND FILE IS NEVER OPENED
      ******************************************************************
       040-REFUSE-RUN.
           OPEN OUTPUT ROSTER-PRINT-FILE.
           ADD 1 TO RPAGEKOUNT.
           MOVE RPAGEKOUNT TO RPAGEK.
           WRITE ROSTER-PRINT-REC FROM ROSTER-HEADING
               AFTER ADVANCING PAGE.
           WRITE ROSTER-PRINT-REC FROM ROSTER-HEADING2
               AFTER ADVANCING 1 LINE.
           MOVE REFUSE-REASON TO RL-REASON.
           WRITE ROSTER-PRINT-REC FROM REFUSE-LINE
               AFTER ADVANCING 2 LINES.
           WRITE ROSTER-PRINT-REC FROM REFUSE-LINE-2
               AFTER ADVANCING 1 LINE.
           CLOSE ROSTER-PRINT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      *     TERM-CODE PARAMETER CARD - REQUIRED.  THE TERM GOES ON THE
      *     ROSTER HEADING AND INTO EVERY TURNAROUND RECORD SO GRDPOST1
      *     CAN REFUSE GRADES KEYED AGAINST ANOTHER TERM'S ROSTER
      ******************************************************************
       050-READ-PARM-CARD.
           MOVE 'N' TO PARM-EOF.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE
               AT END MOVE 'Y' TO PARM-EOF.
           IF NOT PARM-END-OF-DATA
               IF CP-TERM NOT = SPACES
                   MOVE 'OFFICIAL GRADE ROSTER - TERM ' TO RH-LABEL
                   MOVE CP-TERM TO RH-TERM
                   MOVE CP-TERM TO ROSTER-TERM
               END-IF
           END-IF.
           CLOSE PARM-FILE.

      ******************************************************************
      *     ONE ROSTER PER SECTION - CONTROL BREAK ON THE COURSE KEY
      ******************************************************************
       100-ROSTER-PASS.
           MOVE 'N' TO SEOF.
           MOVE SPACES TO SAVE-COURSE.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO SEOF.
           PERFORM 110-ROSTER-ONE-DETAIL
               UNTIL SORTED-END-OF-DATA.
           IF SAVE-COURSE NOT = SPACES
               PERFORM 300-SECTION-TOTAL
           END-IF.

       110-ROSTER-ONE-DETAIL.
           ADD 1 TO DETAILS-READ-CT.
           IF SC-COURSE NOT = SAVE-COURSE
               IF SAVE-COURSE NOT = SPACES
                   PERFORM 300-SECTION-TOTAL
               END-IF
               MOVE SC-COURSE TO SAVE-COURSE
               MOVE 0 TO SECTION-STUDENTS
               ADD 1 TO ROSTERS-CT
               PERFORM 500-READ-COURSE-MASTER
               MOVE SPACES TO RS-CONTINUED
               PERFORM 225-ROSTER-HEADINGS
           END-IF.

           IF RLINE-CT > 45
               MOVE '(CONTINUED)' TO RS-CONTINUED
               PERFORM 225-ROSTER-HEADINGS
           END-IF.
           PERFORM 200-PRINT-STUDENT-LINE.
           PERFORM 250-WRITE-TURNAROUND.

           RETURN SORT-FILE
               AT END MOVE 'Y' TO SEOF.

       200-PRINT-STUDENT-LINE.
           ADD 1 TO SECTION-STUDENTS.
           PERFORM 510-READ-STUDENT-MASTER.
           MOVE SECTION-STUDENTS TO RD-LINE.
           MOVE SC-STUDENT-ID TO RD-STUDENT.
           IF STUDENT-FOUND
               MOVE SR-NAME TO RD-NAME
               MOVE SR-CLASS-LEVEL TO RD-CLASS
               MOVE SR-MAJOR TO RD-MAJOR
           ELSE
               ADD 1 TO NO-STUDENT-CT
               MOVE '*** NOT ON STUDENT MASTER' TO RD-NAME
               MOVE SPACES TO RD-CLASS
               MOVE SPACES TO RD-MAJOR
           END-IF.
           WRITE ROSTER-PRINT-REC FROM ROSTER-DATA
               AFTER ADVANCING 2 LINES.
           ADD 2 TO RLINE-CT.

      *    THE GRADE IS LEFT BLANK FOR THE REGISTRAR TO KEY
       250-WRITE-TURNAROUND.
           MOVE SPACES TO TURNAROUND-REC.
           MOVE SC-COURSE TO TA-COURSE.
           MOVE SC-STUDENT-ID TO TA-STUDENT-ID.
           MOVE ROSTER-TERM TO TA-TERM.
           IF STUDENT-FOUND
               MOVE SR-NAME TO TA-NAME
           END-IF.
           WRITE TURNAROUND-REC.
           ADD 1 TO TURNAROUND-CT.

       300-SECTION-TOTAL.
           MOVE SECTION-STUDENTS TO RT-COUNT.
           WRITE ROSTER-PRINT-REC FROM ROSTER-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           WRITE ROSTER-PRINT-REC FROM ROSTER-SIGN-LINE
               AFTER ADVANCING 3 LINES.

       500-READ-COURSE-MASTER.
           MOVE 'Y' TO COURSE-FOUND-SW.
           MOVE SC-COURSE TO CR-COURSE-KEY.
           READ COURSE-FILE INTO COURSE-DATA
               INVALID KEY MOVE 'N' TO COURSE-FOUND-SW.
           IF NOT COURSE-FOUND
               ADD 1 TO NOT-FOUND-CT
               MOVE SPACES TO COURSE-DATA
               MOVE SC-COURSE TO C-COURSE
               MOVE '*** NOT ON MASTER' TO C-TITLE
               MOVE 0 TO C-CREDIT-HOURS
               MOVE 4 TO RETURN-CODE
           END-IF.

       510-READ-STUDENT-MASTER.
           MOVE 'Y' TO STUDENT-FOUND-SW.
           MOVE SC-STUDENT-ID TO SR-STUDENT-ID.
           READ STUDENT-FILE
               INVALID KEY MOVE 'N' TO STUDENT-FOUND-SW.

       700-FINAL-TOTALS.
           MOVE 'ROSTERS PRINTED' TO RC-LABEL.
           MOVE ROSTERS-CT TO RC-COUNT.
           WRITE ROSTER-PRINT-REC FROM ROSTER-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'DETAIL RECORDS READ' TO RC-LABEL.
           MOVE DETAILS-READ-CT TO RC-COUNT.
           WRITE ROSTER-PRINT-REC FROM ROSTER-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TURNAROUND RECORDS WRITTEN' TO RC-LABEL.
           MOVE TURNAROUND-CT TO RC-COUNT.
           WRITE ROSTER-PRINT-REC FROM ROSTER-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SECTIONS NOT ON MASTER' TO RC-LABEL.
           MOVE NOT-FOUND-CT TO RC-COUNT.
           WRITE ROSTER-PRINT-REC FROM ROSTER-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'STUDENTS NOT ON STUDENT MASTER' TO RC-LABEL.
           MOVE NO-STUDENT-CT TO RC-COUNT.
           WRITE ROSTER-PRINT-REC FROM ROSTER-COUNT-LINE
               AFTER ADVANCING 1 LINE.

       225-ROSTER-HEADINGS.
           ADD 1 TO RPAGEKOUNT.
           MOVE RPAGEKOUNT TO RPAGEK.
           WRITE ROSTER-PRINT-REC FROM ROSTER-HEADING
               AFTER ADVANCING PAGE.
           WRITE ROSTER-PRINT-REC FROM ROSTER-HEADING2
               AFTER ADVANCING 1 LINE.
           MOVE C-ABB TO RS-ABB.
           MOVE C-NUMB TO RS-NUMB.
           MOVE C-SEC TO RS-SEC.
           MOVE C-TITLE TO RS-TITLE.
           MOVE C-CREDIT-HOURS TO RS-CREDIT.
           WRITE ROSTER-PRINT-REC FROM ROSTER-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           MOVE C-INSTRUCTOR TO RI-INSTRUCTOR.
           WRITE ROSTER-PRINT-REC FROM ROSTER-INSTRUCTOR-LINE
               AFTER ADVANCING 1 LINE.
           WRITE ROSTER-PRINT-REC FROM ROSTER-COL-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO ROSTER-PRINT-REC.
           WRITE ROSTER-PRINT-REC
               AFTER ADVANCING 1.
           MOVE 0 TO RLINE-CT.
