       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSUS1.
       AUTHOR. SONALI SHAH.
      * 2026-10-15  NEW PROGRAM - CENSUS-DATE ENROLLMENT SNAPSHOT AND
      *             FTE REPORT FOR STATE REPORTING.  MODE F (FREEZE),
      *             RUN ON THE CENSUS DATE, COPIES EVERY SECTION ON
      *             DA-I-COURSE (LIMIT, SEATS TAKEN, CREDIT HOURS,
      *             INSTRUCTOR) AND EVERY DA-S-REGDET RECORD TO THE
      *             SNAPSHOT FILE DA-S-CENSNAP BEHIND A HEADER CARRYING
      *             THE TERM, CENSUS DATE, COUNTS, FTE DIVISOR AND
      *             FULL-TIME THRESHOLD.  A SNAPSHOT ONCE FROZEN IS
      *             NEVER REPLACED.  EVERY RUN (MODE F OR R) REPORTS
      *             FROM THE SNAPSHOT ONLY - HEADCOUNT AND STUDENT
      *             CREDIT HOURS BY DEPARTMENT AND BY COURSE LEVEL, FTE,
      *             AND FULL-TIME VERSUS PART-TIME STUDENTS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT COURSE-FILE ASSIGN TO 'DA-I-COURSE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CR-COURSE-KEY.
       SELECT DETAIL-FILE ASSIGN TO 'DA-S-REGDET'.
       SELECT OPTIONAL SNAPSHOT-FILE ASSIGN TO 'DA-S-CENSNAP'.
       SELECT SORT-FILE ASSIGN TO 'SORTWK01'.
       SELECT OPTIONAL PARM-FILE ASSIGN TO 'UR-S-CNSPARM'.
       SELECT CENSUS-REPORT-FILE ASSIGN TO 'UR-S-CENSUS'.
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
       01 DETAIL-REC.
           03 D-COURSE PIC X(10).
           03 D-STUDENT-ID PIC X(9).
           03 FILLER PIC X(61).
       FD SNAPSHOT-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 SNAPSHOT-REC.
           03 SN-TYPE PIC X.
               88 SNAP-HEADER VALUE 'H'.
               88 SNAP-SECTION VALUE 'S'.
               88 SNAP-REGISTRATION VALUE 'R'.
           03 SN-HEADER-DATA.
               05 SN-TERM PIC X(6).
               05 SN-CENSUS-DATE PIC 9(8).
               05 SN-FROZEN-DATE PIC 9(8).
               05 SN-SECTION-CT PIC 9(5).
               05 SN-REG-CT PIC 9(7).
               05 SN-FTE-DIVISOR PIC 99V9.
               05 SN-FULL-TIME PIC 99V9.
               05 FILLER PIC X(39).
           03 SN-SECTION-DATA REDEFINES SN-HEADER-DATA.
               05 SN-COURSE.
                   07 SN-ABB PIC XXX.
                   07 SN-LEVEL PIC X.
                   07 FILLER PIC X(6).
               05 SN-TITLE PIC X(20).
               05 SN-CLASSLIMIT PIC 999.
               05 SN-SEATS-TAKEN PIC 999.
               05 SN-SEATS-REMAINING PIC S999.
               05 SN-CREDIT-HOURS PIC 9V9.
               05 SN-INSTRUCTOR PIC X(18).
               05 FILLER PIC X(20).
           03 SN-REG-DATA REDEFINES SN-HEADER-DATA.
               05 SN-REG-COURSE PIC X(10).
               05 SN-REG-STUDENT PIC X(9).
               05 FILLER PIC X(60).
       SD SORT-FILE.
       01 SORT-REC.
           03 SC-STUDENT-ID PIC X(9).
           03 SC-SECTION-IDX PIC 9(4).
       FD PARM-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 PARM-CARD.
           03 CP-MODE PIC X.
           03 CP-TERM PIC X(6).
           03 CP-CENSUS-DATE PIC 9(8).
           03 CP-FTE-DIVISOR PIC 99V9.
           03 CP-FULL-TIME PIC 99V9.
           03 FILLER PIC X(59).
       FD CENSUS-REPORT-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 CENSUS-REPORT-REC PIC X(132).
       WORKING-STORAGE SECTION.
       01 MISC.
           03 EOF PIC X VALUE 'N'.
               88 END-OF-DATA VALUE 'Y'.
           03 DEOF PIC X VALUE 'N'.
               88 DETAIL-END-OF-DATA VALUE 'Y'.
           03 SNEOF PIC X VALUE 'N'.
               88 SNAPSHOT-END-OF-DATA VALUE 'Y'.
           03 SEOF PIC X VALUE 'N'.
               88 SORTED-END-OF-DATA VALUE 'Y'.
           03 PARM-EOF PIC X VALUE 'N'.
               88 PARM-END-OF-DATA VALUE 'Y'.
           03 RUN-MODE PIC X VALUE 'R'.
               88 FREEZE-MODE VALUE 'F'.
               88 REPORT-MODE VALUE 'R'.
           03 SNAPSHOT-OK-SW PIC X VALUE 'N'.
               88 SNAPSHOT-OK VALUE 'Y'.
           03 SECTION-FOUND-SW PIC X VALUE 'N'.
               88 SECTION-FOUND VALUE 'Y'.
           03 STUDENT-HAS-SW PIC X VALUE 'N'.
               88 STUDENT-HAS-IT VALUE 'Y'.
           03 CPAGEKOUNT PIC 99 VALUE 01.
           03 CLINE-CT PIC 99 VALUE 0.
           03 RUN-DATE-WS PIC 9(8) VALUE 0.
           03 FREEZE-TERM PIC X(6) VALUE SPACES.
           03 FREEZE-CENSUS-DATE PIC 9(8) VALUE 0.
           03 FREEZE-DIVISOR PIC 99V9 VALUE 15.0.
           03 FREEZE-FULL-TIME PIC 99V9 VALUE 12.0.
           03 FREEZE-MESSAGE PIC X(70) VALUE SPACES.
           03 SAVE-STUDENT PIC X(9) VALUE SPACES.
           03 STUDENT-CREDIT PIC 999V9 VALUE 0.
           03 SEATS-TAKEN-WK PIC S9(4) VALUE 0.
           03 ST-IDX PIC 9(4) VALUE 0.
           03 ST-FOUND-IDX PIC 9(4) VALUE 0.
           03 DT-IDX PIC 999 VALUE 0.
           03 LV-IDX PIC 99 VALUE 0.
           03 SD-IDX PIC 99 VALUE 0.
           03 SECTIONS-WRITTEN-CT PIC 9(5) VALUE 0.
           03 REGS-WRITTEN-CT PIC 9(7) VALUE 0.
           03 SECTIONS-READ-CT PIC 9(5) VALUE 0.
           03 REGS-READ-CT PIC 9(7) VALUE 0.
           03 UNMATCHED-CT PIC 9(5) VALUE 0.
           03 SECTION-OVERFLOW-CT PIC 9(5) VALUE 0.
           03 STUDENT-SCHED-OVERFLOW-CT PIC 9(5) VALUE 0.
           03 HEADCOUNT-CT PIC 9(5) VALUE 0.
           03 FULL-TIME-CT PIC 9(5) VALUE 0.
           03 PART-TIME-CT PIC 9(5) VALUE 0.
           03 TOTAL-LIMIT PIC 9(7) VALUE 0.
           03 TOTAL-TAKEN PIC 9(7) VALUE 0.
           03 TOTAL-SCH PIC 9(7)V9 VALUE 0.
           03 TOTAL-FTE PIC 9(6)V99 VALUE 0.
           03 LINE-FTE PIC 9(6)V99 VALUE 0.
       01 SNAPSHOT-HEADER.
           03 SH-TERM PIC X(6) VALUE SPACES.
           03 SH-CENSUS-DATE PIC 9(8) VALUE 0.
           03 SH-FROZEN-DATE PIC 9(8) VALUE 0.
           03 SH-SECTION-CT PIC 9(5) VALUE 0.
           03 SH-REG-CT PIC 9(7) VALUE 0.
           03 SH-FTE-DIVISOR PIC 99V9 VALUE 0.
           03 SH-FULL-TIME PIC 99V9 VALUE 0.
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
       01 SECTION-TABLE.
           03 SECTION-COUNT PIC 9(4) VALUE 0.
           03 SECTION-ENTRY OCCURS 3000 TIMES.
               05 ST-COURSE PIC X(10).
               05 ST-DEPT-IDX PIC 999.
               05 ST-LEVEL-IDX PIC 99.
               05 ST-CREDIT PIC 9V9.
       01 DEPT-TABLE.
           03 DEPT-COUNT PIC 999 VALUE 0.
           03 DEPT-OVERFLOW PIC 999 VALUE 0.
           03 DEPT-ENTRY OCCURS 100 TIMES.
               05 DT-DEPT PIC XXX.
               05 DT-SECTIONS PIC 9(5).
               05 DT-HEADCOUNT PIC 9(5).
               05 DT-SCH PIC 9(6)V9.
       01 LEVEL-CODES-LIT.
           03 FILLER PIC X(11) VALUE '0123456789?'.
       01 LEVEL-CODES REDEFINES LEVEL-CODES-LIT.
           03 LEVEL-CODE OCCURS 11 TIMES PIC X.
       01 LEVEL-TABLE.
           03 LEVEL-ENTRY OCCURS 11 TIMES.
               05 LV-SECTIONS PIC 9(5).
               05 LV-HEADCOUNT PIC 9(5).
               05 LV-SCH PIC 9(6)V9.
       01 STUDENT-SCHEDULE.
           03 SD-DEPT-COUNT PIC 99 VALUE 0.
           03 SD-DEPT-IDX OCCURS 30 TIMES PIC 999.
           03 SD-LEVEL-SEEN OCCURS 11 TIMES PIC X.
       01 CENSUS-HEADING.
        03 FILLER PIC X(30) VALUE SPACES.
        03 FILLER PIC X(27) VALUE 'EASTERN ILLINOIS UNIVERSITY'.
        03 FILLER PIC X(30) VALUE SPACES.
        03 FILLER PIC X(5) VALUE 'PAGE:'.
        03 CPAGEK PICTURE ZZ.
       01 CENSUS-HEADING2.
        03 FILLER PIC X(22) VALUE SPACES.
        03 FILLER PIC X(34) VALUE
           'OFFICIAL CENSUS ENROLLMENT - TERM '.
        03 CH-TERM PIC X(6).
        03 FILLER PIC X(15) VALUE '  CENSUS DATE  '.
        03 CH-CENSUS-DATE PIC 9(8).
       01 CENSUS-HEADING3.
        03 FILLER PIC X(22) VALUE SPACES.
        03 FILLER PIC X(30) VALUE 'REPORTED FROM SNAPSHOT FROZEN '.
        03 CH-FROZEN-DATE PIC 9(8).
       01 CENSUS-MESSAGE.
        03 FILLER PIC X(5) VALUE SPACES.
        03 CM-TEXT PIC X(70).
       01 ALREADY-FROZEN-TEXT.
        03 FILLER PIC X(33) VALUE 'SNAPSHOT ALREADY FROZEN FOR TERM '.
        03 AF-TERM PIC X(6).
        03 FILLER PIC X(4) VALUE ' ON '.
        03 AF-DATE PIC 9(8).
        03 FILLER PIC X(16) VALUE ' - NOT REPLACED '.
       01 GROUP-COL-HEADING.
        03 FILLER PIC X(5) VALUE SPACES.
        03 GC-TITLE PIC X(10).
        03 FILLER PIC X(5) VALUE SPACES.
        03 FILLER PIC X(8) VALUE 'SECTIONS'.
        03 FILLER PIC X(4) VALUE SPACES.
        03 FILLER PIC X(9) VALUE 'HEADCOUNT'.
        03 FILLER PIC X(4) VALUE SPACES.
        03 FILLER PIC X(13) VALUE 'STUDENT CR HR'.
        03 FILLER PIC X(8) VALUE SPACES.
        03 FILLER PIC X(3) VALUE 'FTE'.
       01 GROUP-LINE.
        03 FILLER PIC X(5) VALUE SPACES.
        03 GL-NAME PIC X(10).
        03 FILLER PIC X(6) VALUE SPACES.
        03 GL-SECTIONS PIC ZZ,ZZ9.
        03 FILLER PIC X(7) VALUE SPACES.
        03 GL-HEADCOUNT PIC ZZ,ZZ9.
        03 FILLER PIC X(6) VALUE SPACES.
        03 GL-SCH PIC ZZZ,ZZ9.9.
        03 FILLER PIC X(5) VALUE SPACES.
        03 GL-FTE PIC ZZZ,ZZ9.99.
       01 LEVEL-NAME.
        03 LN-DIGIT PIC X.
        03 FILLER PIC X(9) VALUE '00 LEVEL '.
       01 CENSUS-COUNT-LINE.
        03 FILLER PIC X(5) VALUE SPACES.
        03 CC-LABEL PIC X(30).
        03 CC-COUNT PIC Z,ZZZ,ZZ9.
       01 CENSUS-AMOUNT-LINE.
        03 FILLER PIC X(5) VALUE SPACES.
        03 CA-LABEL PIC X(30).
        03 CA-AMOUNT PIC ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           MOVE RUN-DATE-WS TO FREEZE-CENSUS-DATE.
           PERFORM 050-READ-PARM-CARD.

           OPEN OUTPUT CENSUS-REPORT-FILE.
           IF FREEZE-MODE
               PERFORM 100-FREEZE-SNAPSHOT THRU 100-FREEZE-EXIT
           END-IF.

           PERFORM 200-LOAD-SNAPSHOT THRU 200-LOAD-EXIT.
           IF SNAPSHOT-OK
               SORT SORT-FILE
                   ON ASCENDING KEY SC-STUDENT-ID
                   INPUT PROCEDURE 300-RELEASE-REGISTRATIONS
                   OUTPUT PROCEDURE 400-STUDENT-PASS
               PERFORM 600-PRINT-DEPARTMENTS
               PERFORM 650-PRINT-LEVELS
               PERFORM 700-FINAL-TOTALS
           END-IF.
           CLOSE SNAPSHOT-FILE.

           CLOSE CENSUS-REPORT-FILE.
           STOP RUN.

      ******************************************************************
      *     PARAMETER CARD - OPTIONAL.  MODE F FREEZES THE SNAPSHOT,
      *     ANYTHING ELSE REPORTS FROM IT.  TERM, CENSUS DATE (DEFAULT
      *     TODAY), FTE DIVISOR (DEFAULT 15.0) AND FULL-TIME CREDIT
      *     HOURS (DEFAULT 12.0) ARE USED ONLY WHEN FREEZING - A FROZEN
      *     SNAPSHOT ALWAYS REPORTS WITH THE VALUES FROZEN WITH IT
      ******************************************************************
       050-READ-PARM-CARD.
           MOVE 'N' TO PARM-EOF.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE
               AT END MOVE 'Y' TO PARM-EOF.
           IF NOT PARM-END-OF-DATA
               IF CP-MODE = 'F'
                   MOVE 'F' TO RUN-MODE
               END-IF
               MOVE CP-TERM TO FREEZE-TERM
               IF CP-CENSUS-DATE NUMERIC AND CP-CENSUS-DATE > 0
                   MOVE CP-CENSUS-DATE TO FREEZE-CENSUS-DATE
               END-IF
               IF CP-FTE-DIVISOR NUMERIC AND CP-FTE-DIVISOR > 0
                   MOVE CP-FTE-DIVISOR TO FREEZE-DIVISOR
               END-IF
               IF CP-FULL-TIME NUMERIC AND CP-FULL-TIME > 0
                   MOVE CP-FULL-TIME TO FREEZE-FULL-TIME
               END-IF
           END-IF.
           CLOSE PARM-FILE.

      ******************************************************************
      *     FREEZE - REFUSED WHEN THE SNAPSHOT FILE ALREADY HOLDS A
      *     HEADER.  OTHERWISE A COUNTING PASS OVER THE MASTER AND THE
      *     DETAIL FILE FOR THE HEADER, THEN ONE 'S' RECORD PER SECTION
      *     AND ONE 'R' RECORD PER REGISTRATION
      ******************************************************************
       100-FREEZE-SNAPSHOT.
           MOVE 'N' TO SNEOF.
           OPEN INPUT SNAPSHOT-FILE.
           READ SNAPSHOT-FILE
               AT END MOVE 'Y' TO SNEOF.
           CLOSE SNAPSHOT-FILE.
           IF NOT SNAPSHOT-END-OF-DATA AND SNAP-HEADER
               MOVE SN-TERM TO AF-TERM
               MOVE SN-FROZEN-DATE TO AF-DATE
               MOVE ALREADY-FROZEN-TEXT TO FREEZE-MESSAGE
               MOVE 8 TO RETURN-CODE
               GO TO 100-FREEZE-EXIT
           END-IF.

           MOVE 0 TO SECTIONS-WRITTEN-CT REGS-WRITTEN-CT.
           MOVE 'N' TO EOF.
           OPEN INPUT COURSE-FILE.
           PERFORM 810-READ-COURSE.
           PERFORM 110-COUNT-ONE-COURSE
               UNTIL END-OF-DATA.
           CLOSE COURSE-FILE.
           MOVE 'N' TO DEOF.
           OPEN INPUT DETAIL-FILE.
           PERFORM 820-READ-DETAIL.
           PERFORM 120-COUNT-ONE-DETAIL
               UNTIL DETAIL-END-OF-DATA.
           CLOSE DETAIL-FILE.

           OPEN OUTPUT SNAPSHOT-FILE.
           MOVE SPACES TO SNAPSHOT-REC.
           MOVE 'H' TO SN-TYPE.
           MOVE FREEZE-TERM TO SN-TERM.
           MOVE FREEZE-CENSUS-DATE TO SN-CENSUS-DATE.
           MOVE RUN-DATE-WS TO SN-FROZEN-DATE.
           MOVE SECTIONS-WRITTEN-CT TO SN-SECTION-CT.
           MOVE REGS-WRITTEN-CT TO SN-REG-CT.
           MOVE FREEZE-DIVISOR TO SN-FTE-DIVISOR.
           MOVE FREEZE-FULL-TIME TO SN-FULL-TIME.
           WRITE SNAPSHOT-REC.

           MOVE 'N' TO EOF.
           OPEN INPUT COURSE-FILE.
           PERFORM 810-READ-COURSE.
           PERFORM 130-WRITE-SECTION
               UNTIL END-OF-DATA.
           CLOSE COURSE-FILE.
           MOVE 'N' TO DEOF.
           OPEN INPUT DETAIL-FILE.
           PERFORM 820-READ-DETAIL.
           PERFORM 140-WRITE-REGISTRATION
               UNTIL DETAIL-END-OF-DATA.
           CLOSE DETAIL-FILE.
           CLOSE SNAPSHOT-FILE.

           MOVE 'SNAPSHOT FROZEN ON DA-S-CENSNAP' TO FREEZE-MESSAGE.

       100-FREEZE-EXIT.
           EXIT.

       110-COUNT-ONE-COURSE.
           ADD 1 TO SECTIONS-WRITTEN-CT.
           PERFORM 810-READ-COURSE.

       120-COUNT-ONE-DETAIL.
           ADD 1 TO REGS-WRITTEN-CT.
           PERFORM 820-READ-DETAIL.

       130-WRITE-SECTION.
           MOVE SPACES TO SNAPSHOT-REC.
           MOVE 'S' TO SN-TYPE.
           MOVE C-COURSE TO SN-COURSE.
           MOVE C-TITLE TO SN-TITLE.
           MOVE C-INSTRUCTOR TO SN-INSTRUCTOR.
           IF C-CLASSLIMIT NOT NUMERIC
               MOVE 0 TO C-CLASSLIMIT
           END-IF.
           IF C-SEATS-REMAINING NOT NUMERIC
               MOVE 0 TO C-SEATS-REMAINING
           END-IF.
           IF C-CREDIT-HOURS NOT NUMERIC
               MOVE 0 TO C-CREDIT-HOURS
           END-IF.
           COMPUTE SEATS-TAKEN-WK = C-CLASSLIMIT - C-SEATS-REMAINING.
           IF SEATS-TAKEN-WK < 0
               MOVE 0 TO SEATS-TAKEN-WK
           END-IF.
           MOVE C-CLASSLIMIT TO SN-CLASSLIMIT.
           MOVE SEATS-TAKEN-WK TO SN-SEATS-TAKEN.
           MOVE C-SEATS-REMAINING TO SN-SEATS-REMAINING.
           MOVE C-CREDIT-HOURS TO SN-CREDIT-HOURS.
           WRITE SNAPSHOT-REC.
           PERFORM 810-READ-COURSE.

       140-WRITE-REGISTRATION.
           MOVE SPACES TO SNAPSHOT-REC.
           MOVE 'R' TO SN-TYPE.
           MOVE D-COURSE TO SN-REG-COURSE.
           MOVE D-STUDENT-ID TO SN-REG-STUDENT.
           WRITE SNAPSHOT-REC.
           PERFORM 820-READ-DETAIL.

      ******************************************************************
      *     SNAPSHOT HEADER AND SECTIONS - THE SECTION TABLE PRICES EACH
      *     REGISTRATION AND PLACES IT IN ITS DEPARTMENT AND LEVEL.
      *     THE FILE IS LEFT OPEN AT THE FIRST REGISTRATION RECORD
      ******************************************************************
       200-LOAD-SNAPSHOT.
           MOVE 'N' TO SNAPSHOT-OK-SW.
           MOVE 'N' TO SNEOF.
           OPEN INPUT SNAPSHOT-FILE.
           PERFORM 800-READ-SNAPSHOT.
           IF SNAPSHOT-END-OF-DATA OR NOT SNAP-HEADER
               IF FREEZE-MESSAGE NOT = SPACES
                   MOVE FREEZE-MESSAGE TO CM-TEXT
                   PERFORM 680-PRINT-MESSAGE
               END-IF
               MOVE 'NO CENSUS SNAPSHOT ON FILE - RUN MODE F FIRST'
                   TO CM-TEXT
               PERFORM 680-PRINT-MESSAGE
               MOVE 8 TO RETURN-CODE
               GO TO 200-LOAD-EXIT
           END-IF.
           MOVE 'Y' TO SNAPSHOT-OK-SW.
           MOVE SN-TERM TO SH-TERM.
           MOVE SN-CENSUS-DATE TO SH-CENSUS-DATE.
           MOVE SN-FROZEN-DATE TO SH-FROZEN-DATE.
           MOVE SN-SECTION-CT TO SH-SECTION-CT.
           MOVE SN-REG-CT TO SH-REG-CT.
           MOVE SN-FTE-DIVISOR TO SH-FTE-DIVISOR.
           MOVE SN-FULL-TIME TO SH-FULL-TIME.
           IF SH-FTE-DIVISOR NOT NUMERIC OR SH-FTE-DIVISOR = 0
               MOVE 15.0 TO SH-FTE-DIVISOR
           END-IF.
           IF SH-FULL-TIME NOT NUMERIC
               MOVE 12.0 TO SH-FULL-TIME
           END-IF.
           MOVE SH-TERM TO CH-TERM.
           MOVE SH-CENSUS-DATE TO CH-CENSUS-DATE.
           MOVE SH-FROZEN-DATE TO CH-FROZEN-DATE.
           PERFORM 225-CENSUS-HEADINGS.
           IF FREEZE-MESSAGE NOT = SPACES
               MOVE FREEZE-MESSAGE TO CM-TEXT
               PERFORM 680-PRINT-MESSAGE
           END-IF.

           MOVE 0 TO SECTION-COUNT DEPT-COUNT.
           PERFORM 205-CLEAR-LEVEL
               VARYING LV-IDX FROM 1 BY 1 UNTIL LV-IDX > 11.
           PERFORM 800-READ-SNAPSHOT.
           PERFORM 210-ADD-SECTION-ENTRY
               UNTIL SNAPSHOT-END-OF-DATA OR NOT SNAP-SECTION.

       200-LOAD-EXIT.
           EXIT.

       205-CLEAR-LEVEL.
           MOVE 0 TO LV-SECTIONS(LV-IDX).
           MOVE 0 TO LV-HEADCOUNT(LV-IDX).
           MOVE 0 TO LV-SCH(LV-IDX).

       210-ADD-SECTION-ENTRY.
           ADD 1 TO SECTIONS-READ-CT.
           IF SN-CLASSLIMIT NUMERIC
               ADD SN-CLASSLIMIT TO TOTAL-LIMIT
           END-IF.
           IF SN-SEATS-TAKEN NUMERIC
               ADD SN-SEATS-TAKEN TO TOTAL-TAKEN
           END-IF.
           IF SECTION-COUNT < 3000
               ADD 1 TO SECTION-COUNT
               MOVE SN-COURSE TO ST-COURSE(SECTION-COUNT)
               IF SN-CREDIT-HOURS NUMERIC
                   MOVE SN-CREDIT-HOURS TO ST-CREDIT(SECTION-COUNT)
               ELSE
                   MOVE 0 TO ST-CREDIT(SECTION-COUNT)
               END-IF
               PERFORM 215-SET-SECTION-DEPT
               PERFORM 217-SET-SECTION-LEVEL
           ELSE
               ADD 1 TO SECTION-OVERFLOW-CT
           END-IF.
           PERFORM 800-READ-SNAPSHOT.

      *    SECTIONS ARRIVE IN COURSE-KEY ORDER, SO A NEW DEPARTMENT IS
      *    ALWAYS A CHANGE FROM THE LAST ONE ADDED
       215-SET-SECTION-DEPT.
           IF DEPT-COUNT = 0 OR SN-ABB NOT = DT-DEPT(DEPT-COUNT)
               IF DEPT-COUNT < 100
                   ADD 1 TO DEPT-COUNT
                   MOVE SN-ABB TO DT-DEPT(DEPT-COUNT)
                   MOVE 0 TO DT-SECTIONS(DEPT-COUNT)
                   MOVE 0 TO DT-HEADCOUNT(DEPT-COUNT)
                   MOVE 0 TO DT-SCH(DEPT-COUNT)
               ELSE
                   ADD 1 TO DEPT-OVERFLOW
               END-IF
           END-IF.
           IF SN-ABB = DT-DEPT(DEPT-COUNT)
               MOVE DEPT-COUNT TO ST-DEPT-IDX(SECTION-COUNT)
               ADD 1 TO DT-SECTIONS(DEPT-COUNT)
           ELSE
               MOVE 0 TO ST-DEPT-IDX(SECTION-COUNT)
           END-IF.

       217-SET-SECTION-LEVEL.
           MOVE 11 TO ST-LEVEL-IDX(SECTION-COUNT).
           PERFORM 218-MATCH-LEVEL
               VARYING LV-IDX FROM 1 BY 1 UNTIL LV-IDX > 10.
           MOVE ST-LEVEL-IDX(SECTION-COUNT) TO LV-IDX.
           ADD 1 TO LV-SECTIONS(LV-IDX).

       218-MATCH-LEVEL.
           IF SN-LEVEL = LEVEL-CODE(LV-IDX)
               MOVE LV-IDX TO ST-LEVEL-IDX(SECTION-COUNT)
           END-IF.

      ******************************************************************
      *     REGISTRATIONS TO THE SORT IN STUDENT ORDER, EACH CARRYING
      *     THE SUBSCRIPT OF ITS SECTION IN THE SECTION TABLE
      ******************************************************************
       300-RELEASE-REGISTRATIONS.
           PERFORM 310-RELEASE-ONE
               UNTIL SNAPSHOT-END-OF-DATA.

       310-RELEASE-ONE.
           IF SNAP-REGISTRATION
               ADD 1 TO REGS-READ-CT
               PERFORM 320-FIND-SECTION
               IF SECTION-FOUND
                   MOVE SN-REG-STUDENT TO SC-STUDENT-ID
                   MOVE ST-FOUND-IDX TO SC-SECTION-IDX
                   RELEASE SORT-REC
               ELSE
                   ADD 1 TO UNMATCHED-CT
               END-IF
           END-IF.
           PERFORM 800-READ-SNAPSHOT.

      *    REGISTRATIONS ARE IN COURSE-KEY ORDER - TRY THE SECTION
      *    FOUND LAST BEFORE SEARCHING THE TABLE
       320-FIND-SECTION.
           MOVE 'N' TO SECTION-FOUND-SW.
           IF ST-FOUND-IDX > 0
               IF ST-COURSE(ST-FOUND-IDX) = SN-REG-COURSE
                   MOVE 'Y' TO SECTION-FOUND-SW
               END-IF
           END-IF.
           IF NOT SECTION-FOUND
               PERFORM 325-MATCH-SECTION
                   VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > SECTION-COUNT OR SECTION-FOUND
           END-IF.

       325-MATCH-SECTION.
           IF ST-COURSE(ST-IDX) = SN-REG-COURSE
               MOVE 'Y' TO SECTION-FOUND-SW
               MOVE ST-IDX TO ST-FOUND-IDX
           END-IF.

      ******************************************************************
      *     ONE STUDENT AT A TIME - CREDIT HOURS GO TO THE SECTION'S
      *     DEPARTMENT AND LEVEL; EACH DEPARTMENT AND LEVEL COUNTS THE
      *     STUDENT ONCE; TOTAL CREDIT HOURS DECIDE FULL OR PART TIME
      ******************************************************************
       400-STUDENT-PASS.
           MOVE 'N' TO SEOF.
           MOVE SPACES TO SAVE-STUDENT.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO SEOF.
           PERFORM 410-ONE-REGISTRATION
               UNTIL SORTED-END-OF-DATA.
           IF SAVE-STUDENT NOT = SPACES
               PERFORM 420-END-STUDENT
           END-IF.

       410-ONE-REGISTRATION.
           IF SC-STUDENT-ID NOT = SAVE-STUDENT
               IF SAVE-STUDENT NOT = SPACES
                   PERFORM 420-END-STUDENT
               END-IF
               MOVE SC-STUDENT-ID TO SAVE-STUDENT
               MOVE 0 TO STUDENT-CREDIT
               MOVE 0 TO SD-DEPT-COUNT
               PERFORM 415-CLEAR-LEVEL-SEEN
                   VARYING LV-IDX FROM 1 BY 1 UNTIL LV-IDX > 11
               ADD 1 TO HEADCOUNT-CT
           END-IF.

           MOVE SC-SECTION-IDX TO ST-IDX.
           ADD ST-CREDIT(ST-IDX) TO STUDENT-CREDIT.
           ADD ST-CREDIT(ST-IDX) TO TOTAL-SCH.

           MOVE ST-DEPT-IDX(ST-IDX) TO DT-IDX.
           IF DT-IDX > 0
               ADD ST-CREDIT(ST-IDX) TO DT-SCH(DT-IDX)
               MOVE 'N' TO STUDENT-HAS-SW
               PERFORM 430-MATCH-STUDENT-DEPT
                   VARYING SD-IDX FROM 1 BY 1
                   UNTIL SD-IDX > SD-DEPT-COUNT OR STUDENT-HAS-IT
               IF NOT STUDENT-HAS-IT
                   ADD 1 TO DT-HEADCOUNT(DT-IDX)
                   IF SD-DEPT-COUNT < 30
                       ADD 1 TO SD-DEPT-COUNT
                       MOVE DT-IDX TO SD-DEPT-IDX(SD-DEPT-COUNT)
                   ELSE
                       ADD 1 TO STUDENT-SCHED-OVERFLOW-CT
                   END-IF
               END-IF
           END-IF.

           MOVE ST-LEVEL-IDX(ST-IDX) TO LV-IDX.
           ADD ST-CREDIT(ST-IDX) TO LV-SCH(LV-IDX).
           IF SD-LEVEL-SEEN(LV-IDX) NOT = 'Y'
               MOVE 'Y' TO SD-LEVEL-SEEN(LV-IDX)
               ADD 1 TO LV-HEADCOUNT(LV-IDX)
           END-IF.

           RETURN SORT-FILE
               AT END MOVE 'Y' TO SEOF.

       415-CLEAR-LEVEL-SEEN.
           MOVE 'N' TO SD-LEVEL-SEEN(LV-IDX).

       420-END-STUDENT.
           IF STUDENT-CREDIT NOT < SH-FULL-TIME
               ADD 1 TO FULL-TIME-CT
           ELSE
               ADD 1 TO PART-TIME-CT
           END-IF.

       430-MATCH-STUDENT-DEPT.
           IF SD-DEPT-IDX(SD-IDX) = DT-IDX
               MOVE 'Y' TO STUDENT-HAS-SW
           END-IF.

      ******************************************************************
      *     REPORT SUPPORT
      ******************************************************************
       600-PRINT-DEPARTMENTS.
           IF CLINE-CT > 40
               PERFORM 225-CENSUS-HEADINGS
           END-IF.
           MOVE 'DEPARTMENT' TO GC-TITLE.
           WRITE CENSUS-REPORT-REC FROM GROUP-COL-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO CENSUS-REPORT-REC.
           WRITE CENSUS-REPORT-REC
               AFTER ADVANCING 1.
           ADD 3 TO CLINE-CT.
           PERFORM 610-PRINT-ONE-DEPT
               VARYING DT-IDX FROM 1 BY 1 UNTIL DT-IDX > DEPT-COUNT.

       610-PRINT-ONE-DEPT.
           IF CLINE-CT > 45
               PERFORM 225-CENSUS-HEADINGS
           END-IF.
           MOVE DT-DEPT(DT-IDX) TO GL-NAME.
           MOVE DT-SECTIONS(DT-IDX) TO GL-SECTIONS.
           MOVE DT-HEADCOUNT(DT-IDX) TO GL-HEADCOUNT.
           MOVE DT-SCH(DT-IDX) TO GL-SCH.
           COMPUTE LINE-FTE ROUNDED = DT-SCH(DT-IDX) / SH-FTE-DIVISOR.
           MOVE LINE-FTE TO GL-FTE.
           WRITE CENSUS-REPORT-REC FROM GROUP-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO CLINE-CT.

       650-PRINT-LEVELS.
           IF CLINE-CT > 35
               PERFORM 225-CENSUS-HEADINGS
           END-IF.
           MOVE 'LEVEL' TO GC-TITLE.
           WRITE CENSUS-REPORT-REC FROM GROUP-COL-HEADING
               AFTER ADVANCING 3 LINES.
           MOVE SPACES TO CENSUS-REPORT-REC.
           WRITE CENSUS-REPORT-REC
               AFTER ADVANCING 1.
           ADD 4 TO CLINE-CT.
           PERFORM 660-PRINT-ONE-LEVEL
               VARYING LV-IDX FROM 1 BY 1 UNTIL LV-IDX > 11.

       660-PRINT-ONE-LEVEL.
           IF LV-SECTIONS(LV-IDX) > 0
               IF CLINE-CT > 45
                   PERFORM 225-CENSUS-HEADINGS
               END-IF
               MOVE LEVEL-CODE(LV-IDX) TO LN-DIGIT
               MOVE LEVEL-NAME TO GL-NAME
               IF LV-IDX = 11
                   MOVE 'OTHER' TO GL-NAME
               END-IF
               MOVE LV-SECTIONS(LV-IDX) TO GL-SECTIONS
               MOVE LV-HEADCOUNT(LV-IDX) TO GL-HEADCOUNT
               MOVE LV-SCH(LV-IDX) TO GL-SCH
               COMPUTE LINE-FTE ROUNDED =
                   LV-SCH(LV-IDX) / SH-FTE-DIVISOR
               MOVE LINE-FTE TO GL-FTE
               WRITE CENSUS-REPORT-REC FROM GROUP-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO CLINE-CT
           END-IF.

       680-PRINT-MESSAGE.
           WRITE CENSUS-REPORT-REC FROM CENSUS-MESSAGE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO CLINE-CT.

       700-FINAL-TOTALS.
           PERFORM 225-CENSUS-HEADINGS.
           MOVE 'SECTIONS' TO CC-LABEL.
           MOVE SECTIONS-READ-CT TO CC-COUNT.
           WRITE CENSUS-REPORT-REC FROM CENSUS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL CLASS LIMIT' TO CC-LABEL.
           MOVE TOTAL-LIMIT TO CC-COUNT.
           WRITE CENSUS-REPORT-REC FROM CENSUS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL SEATS TAKEN' TO CC-LABEL.
           MOVE TOTAL-TAKEN TO CC-COUNT.
           WRITE CENSUS-REPORT-REC FROM CENSUS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'REGISTRATIONS' TO CC-LABEL.
           MOVE REGS-READ-CT TO CC-COUNT.
           WRITE CENSUS-REPORT-REC FROM CENSUS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'HEADCOUNT (UNDUPLICATED)' TO CC-LABEL.
           MOVE HEADCOUNT-CT TO CC-COUNT.
           WRITE CENSUS-REPORT-REC FROM CENSUS-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'FULL-TIME STUDENTS' TO CC-LABEL.
           MOVE FULL-TIME-CT TO CC-COUNT.
           WRITE CENSUS-REPORT-REC FROM CENSUS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PART-TIME STUDENTS' TO CC-LABEL.
           MOVE PART-TIME-CT TO CC-COUNT.
           WRITE CENSUS-REPORT-REC FROM CENSUS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'FULL-TIME CREDIT HOURS' TO CA-LABEL.
           MOVE SH-FULL-TIME TO CA-AMOUNT.
           WRITE CENSUS-REPORT-REC FROM CENSUS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'STUDENT CREDIT HOURS' TO CA-LABEL.
           MOVE TOTAL-SCH TO CA-AMOUNT.
           WRITE CENSUS-REPORT-REC FROM CENSUS-AMOUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'FTE DIVISOR' TO CA-LABEL.
           MOVE SH-FTE-DIVISOR TO CA-AMOUNT.
           WRITE CENSUS-REPORT-REC FROM CENSUS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           COMPUTE TOTAL-FTE ROUNDED = TOTAL-SCH / SH-FTE-DIVISOR.
           MOVE 'FTE' TO CA-LABEL.
           MOVE TOTAL-FTE TO CA-AMOUNT.
           WRITE CENSUS-REPORT-REC FROM CENSUS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.

           IF UNMATCHED-CT > 0
               MOVE 'REGISTRATIONS - NO SECTION' TO CC-LABEL
               MOVE UNMATCHED-CT TO CC-COUNT
               WRITE CENSUS-REPORT-REC FROM CENSUS-COUNT-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF SECTION-OVERFLOW-CT > 0 OR DEPT-OVERFLOW > 0
               MOVE 'TABLE FULL - CENSUS FIGURES INCOMPLETE' TO CM-TEXT
               PERFORM 680-PRINT-MESSAGE
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF STUDENT-SCHED-OVERFLOW-CT > 0
               MOVE 'STUDENTS IN OVER 30 DEPTS' TO CC-LABEL
               MOVE STUDENT-SCHED-OVERFLOW-CT TO CC-COUNT
               WRITE CENSUS-REPORT-REC FROM CENSUS-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF SECTIONS-READ-CT NOT = SH-SECTION-CT
               OR REGS-READ-CT NOT = SH-REG-CT
               MOVE 'SNAPSHOT COUNTS DISAGREE WITH HEADER' TO CM-TEXT
               PERFORM 680-PRINT-MESSAGE
               MOVE 8 TO RETURN-CODE
           END-IF.

       225-CENSUS-HEADINGS.
           MOVE CPAGEKOUNT TO CPAGEK.
           WRITE CENSUS-REPORT-REC FROM CENSUS-HEADING
               AFTER ADVANCING PAGE.
           WRITE CENSUS-REPORT-REC FROM CENSUS-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE CENSUS-REPORT-REC FROM CENSUS-HEADING3
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CENSUS-REPORT-REC.
           WRITE CENSUS-REPORT-REC
               AFTER ADVANCING 1.
           MOVE 0 TO CLINE-CT.
           ADD 1 TO CPAGEKOUNT.

       800-READ-SNAPSHOT.
           READ SNAPSHOT-FILE
               AT END MOVE 'Y' TO SNEOF.

       810-READ-COURSE.
           READ COURSE-FILE INTO COURSE-DATA
               AT END MOVE 'Y' TO EOF.

       820-READ-DETAIL.
           READ DETAIL-FILE
               AT END MOVE 'Y' TO DEOF.
