       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSESS1.
       AUTHOR. SONALI SHAH.
      * 2026-10-15  NEW PROGRAM - TUITION AND FEE ASSESSMENT.  SORTS THE
      *             REGISTRATION DETAIL FILE INTO STUDENT ORDER, PRICES
      *             EACH STUDENT'S CREDIT HOURS FROM THE COURSE MASTER
      *             AGAINST THE RATE TABLE (PER-CREDIT TUITION WITH A
      *             FLAT-RATE BAND, PLUS LAB AND COURSE FEES BY DEPT
      *             AND COURSE NUMBER), AND WRITES THE NEW ASSESSMENT
      *             FILE.  EACH STUDENT IS COMPARED WITH THE PREVIOUS
      *             ASSESSMENT FILE - A FIRST BILL GOES TO THE BURSAR
      *             INTERFACE FILE IN FULL, A LATER CHANGE GOES AS AN
      *             ADDED CHARGE OR A CREDIT ADJUSTMENT FOR THE
      *             DIFFERENCE ONLY.  PRINTS THE ASSESSMENT REGISTER
      *             WITH DEPARTMENT AND GRAND TOTALS.  THE UR-S-ASPARM
      *             TERM CARD IS REQUIRED - WITHOUT A TERM THE RUN IS
      *             REFUSED WITH RETURN CODE 16 AND NO ASSESSMENT OR
      *             BURSAR RECORDS ARE WRITTEN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT COURSE-FILE ASSIGN TO 'DA-I-COURSE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CR-COURSE-KEY.
       SELECT DETAIL-FILE ASSIGN TO 'DA-S-REGDET'.
       SELECT SORT-FILE ASSIGN TO 'SORTWK01'.
       SELECT RATE-FILE ASSIGN TO 'DA-S-RATES'.
       SELECT OPTIONAL PRIOR-ASSESS-FILE ASSIGN TO 'DA-S-PRVASMT'.
       SELECT NEW-ASSESS-FILE ASSIGN TO 'DA-S-ASSESS'.
       SELECT BURSAR-FILE ASSIGN TO 'DA-S-BURSAR'.
       SELECT OPTIONAL PARM-FILE ASSIGN TO 'UR-S-ASPARM'.
       SELECT REGISTER-FILE ASSIGN TO 'UR-S-ASSESS'.
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
       SD SORT-FILE.
       01 SORT-REC.
           03 SC-COURSE PIC X(10).
           03 SC-STUDENT-ID PIC X(9).
           03 FILLER PIC X(61).
       FD RATE-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 RATE-REC.
           03 RT-TYPE PIC X.
               88 TUITION-CARD VALUE 'T'.
               88 FEE-CARD VALUE 'F'.
           03 RT-TUITION-DATA.
               05 RT-PER-CREDIT PIC 9(4)V99.
               05 RT-BAND-LOW PIC 99V9.
               05 RT-BAND-HIGH PIC 99V9.
               05 RT-FLAT-AMOUNT PIC 9(5)V99.
               05 FILLER PIC X(60).
           03 RT-FEE-DATA REDEFINES RT-TUITION-DATA.
               05 RT-DEPT PIC XXX.
               05 RT-NUMB PIC XXXX.
               05 RT-LAB-FEE PIC 9(4)V99.
               05 RT-COURSE-FEE PIC 9(4)V99.
               05 FILLER PIC X(60).
       FD PRIOR-ASSESS-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 PRIOR-ASSESS-REC.
           03 PA-STUDENT-ID PIC X(9).
           03 PA-TERM PIC X(6).
           03 PA-CREDITS PIC 999V9.
           03 PA-TUITION PIC 9(6)V99.
           03 PA-FEES PIC 9(6)V99.
           03 PA-TOTAL PIC 9(7)V99.
           03 PA-ASSESS-DATE PIC X(8).
           03 FILLER PIC X(28).
       FD NEW-ASSESS-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 NEW-ASSESS-REC.
           03 AS-STUDENT-ID PIC X(9).
           03 AS-TERM PIC X(6).
           03 AS-CREDITS PIC 999V9.
           03 AS-TUITION PIC 9(6)V99.
           03 AS-FEES PIC 9(6)V99.
           03 AS-TOTAL PIC 9(7)V99.
           03 AS-ASSESS-DATE PIC X(8).
           03 FILLER PIC X(28).
       FD BURSAR-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 BURSAR-REC.
           03 BR-STUDENT-ID PIC X(9).
           03 BR-TERM PIC X(6).
           03 BR-TRAN-CODE PIC X.
           03 BR-AMOUNT PIC S9(7)V99.
           03 BR-TOTAL-ASSESSED PIC 9(7)V99.
           03 BR-PRIOR-ASSESSED PIC 9(7)V99.
           03 BR-CREDITS PIC 999V9.
           03 BR-TRAN-DATE PIC X(8).
           03 FILLER PIC X(25).
       FD PARM-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 PARM-CARD.
           03 AP-TERM PIC X(6).
           03 FILLER PIC X(74).
       FD REGISTER-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 REGISTER-REC PIC X(132).
       WORKING-STORAGE SECTION.
       01 MISC.
           03 SEOF PIC X VALUE 'N'.
               88 SORTED-END-OF-DATA VALUE 'Y'.
           03 PARM-EOF PIC X VALUE 'N'.
               88 PARM-END-OF-DATA VALUE 'Y'.
           03 REOF PIC X VALUE 'N'.
               88 RATE-END-OF-DATA VALUE 'Y'.
           03 PEOF PIC X VALUE 'N'.
               88 PRIOR-END-OF-DATA VALUE 'Y'.
           03 COURSE-FOUND-SW PIC X VALUE 'N'.
               88 COURSE-FOUND VALUE 'Y'.
           03 TUITION-RATE-SW PIC X VALUE 'N'.
               88 TUITION-RATE-FOUND VALUE 'Y'.
           03 FEE-FOUND-SW PIC X VALUE 'N'.
               88 FEE-FOUND VALUE 'Y'.
           03 DEPT-FOUND-SW PIC X VALUE 'N'.
               88 DEPT-FOUND VALUE 'Y'.
           03 PRIOR-FOUND-SW PIC X VALUE 'N'.
               88 PRIOR-FOUND VALUE 'Y'.
           03 RPAGEKOUNT PIC 99 VALUE 01.
           03 RLINE-CT PIC 99 VALUE 0.
           03 RUN-DATE-WS PIC X(8) VALUE SPACES.
           03 ASSESS-TERM PIC X(6) VALUE SPACES.
           03 REFUSE-REASON PIC X(60) VALUE SPACES.
           03 SAVE-STUDENT PIC X(9) VALUE SPACES.
           03 STUDENT-CREDIT PIC 999V9 VALUE 0.
           03 STUDENT-TUITION PIC 9(6)V99 VALUE 0.
           03 STUDENT-FEES PIC 9(6)V99 VALUE 0.
           03 STUDENT-TOTAL PIC 9(7)V99 VALUE 0.
           03 PRIOR-TOTAL PIC 9(7)V99 VALUE 0.
           03 ADJ-AMOUNT PIC S9(7)V99 VALUE 0.
           03 EXCESS-CREDIT PIC 999V9 VALUE 0.
           03 SECTION-FEES PIC 9(5)V99 VALUE 0.
           03 ALLOC-AMOUNT PIC 9(6)V99 VALUE 0.
           03 ALLOC-REMAIN PIC 9(6)V99 VALUE 0.
           03 FEE-KEY-DEPT PIC XXX VALUE SPACES.
           03 FEE-KEY-NUMB PIC XXXX VALUE SPACES.
           03 DEPT-KEY PIC XXX VALUE SPACES.
           03 FT-IDX PIC 999 VALUE 0.
           03 FT-FOUND-IDX PIC 999 VALUE 0.
           03 DT-IDX PIC 999 VALUE 0.
           03 DT-FOUND-IDX PIC 999 VALUE 0.
           03 SB-IDX PIC 99 VALUE 0.
           03 DETAILS-READ-CT PIC 9(5) VALUE 0.
           03 STUDENTS-CT PIC 9(5) VALUE 0.
           03 NOT-FOUND-CT PIC 9(5) VALUE 0.
           03 BILLS-CT PIC 9(5) VALUE 0.
           03 CHARGES-CT PIC 9(5) VALUE 0.
           03 CREDITS-CT PIC 9(5) VALUE 0.
           03 UNCHANGED-CT PIC 9(5) VALUE 0.
           03 PRIOR-READ-CT PIC 9(5) VALUE 0.
           03 PRIOR-OTHER-TERM-CT PIC 9(5) VALUE 0.
           03 SCHED-OVERFLOW-CT PIC 9(5) VALUE 0.
           03 BILLED-TOTAL PIC 9(9)V99 VALUE 0.
           03 CHARGED-TOTAL PIC 9(9)V99 VALUE 0.
           03 CREDITED-TOTAL PIC 9(9)V99 VALUE 0.
       01 TUITION-RATE.
           03 TR-PER-CREDIT PIC 9(4)V99 VALUE 0.
           03 TR-BAND-LOW PIC 99V9 VALUE 0.
           03 TR-BAND-HIGH PIC 99V9 VALUE 0.
           03 TR-FLAT-AMOUNT PIC 9(5)V99 VALUE 0.
       01 FEE-TABLE.
           03 FEE-COUNT PIC 999 VALUE 0.
           03 FEE-OVERFLOW PIC 999 VALUE 0.
           03 FEE-ENTRY OCCURS 300 TIMES.
               05 FT-DEPT PIC XXX.
               05 FT-NUMB PIC XXXX.
               05 FT-LAB-FEE PIC 9(4)V99.
               05 FT-COURSE-FEE PIC 9(4)V99.
       01 STUDENT-SCHEDULE.
           03 SB-COUNT PIC 99 VALUE 0.
           03 SB-ENTRY OCCURS 30 TIMES.
               05 SB-DEPT PIC XXX.
               05 SB-CREDITS PIC 9V9.
               05 SB-FEES PIC 9(5)V99.
       01 DEPT-TABLE.
           03 DEPT-COUNT PIC 999 VALUE 0.
           03 DEPT-OVERFLOW PIC 999 VALUE 0.
           03 DEPT-ENTRY OCCURS 100 TIMES.
               05 DT-DEPT PIC XXX.
               05 DT-ENROLL-CT PIC 9(5).
               05 DT-CREDITS PIC 9(6)V9.
               05 DT-TUITION PIC 9(8)V99.
               05 DT-FEES PIC 9(8)V99.
       01 GRAND-TOTALS.
           03 GT-ENROLL-CT PIC 9(5) VALUE 0.
           03 GT-CREDITS PIC 9(6)V9 VALUE 0.
           03 GT-TUITION PIC 9(8)V99 VALUE 0.
           03 GT-FEES PIC 9(8)V99 VALUE 0.
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
       01 REGISTER-HEADING.
        03 FILLER PIC X(30) VALUE SPACES.
        03 FILLER PIC X(27) VALUE 'EASTERN ILLINOIS UNIVERSITY'.
        03 FILLER PIC X(30) VALUE SPACES.
        03 FILLER PIC X(5) VALUE 'PAGE:'.
        03 RPAGEK PICTURE ZZ.
       01 REGISTER-HEADING2.
        03 FILLER PIC X(26) VALUE SPACES.
        03 FILLER PIC X(33) VALUE
           'TUITION AND FEE ASSESSMENT - TERM'.
        03 FILLER PIC X VALUE SPACES.
        03 RH-TERM PIC X(6).
       01 REGISTER-COL-HEADING.
        03 FILLER PIC X(5) VALUE SPACES.
        03 FILLER PIC X(7) VALUE 'STUDENT'.
        03 FILLER PIC X(7) VALUE SPACES.
        03 FILLER PIC X(6) VALUE 'CREDIT'.
        03 FILLER PIC X(7) VALUE SPACES.
        03 FILLER PIC X(7) VALUE 'TUITION'.
        03 FILLER PIC X(8) VALUE SPACES.
        03 FILLER PIC X(4) VALUE 'FEES'.
        03 FILLER PIC X(9) VALUE SPACES.
        03 FILLER PIC X(5) VALUE 'TOTAL'.
        03 FILLER PIC X(9) VALUE SPACES.
        03 FILLER PIC X(5) VALUE 'PRIOR'.
        03 FILLER PIC X(5) VALUE SPACES.
        03 FILLER PIC X(10) VALUE 'ADJUSTMENT'.
        03 FILLER PIC X(2) VALUE SPACES.
        03 FILLER PIC X(6) VALUE 'ACTION'.
       01 REGISTER-DETAIL.
        03 FILLER PIC X(5) VALUE SPACES.
        03 RD-STUDENT PIC X(9).
        03 FILLER PIC X(3) VALUE SPACES.
        03 RD-CREDITS PIC ZZ9.9.
        03 FILLER PIC X(3) VALUE SPACES.
        03 RD-TUITION PIC ZZZ,ZZ9.99.
        03 FILLER PIC X(2) VALUE SPACES.
        03 RD-FEES PIC ZZZ,ZZ9.99.
        03 FILLER PIC X(2) VALUE SPACES.
        03 RD-TOTAL PIC Z,ZZZ,ZZ9.99.
        03 FILLER PIC X(2) VALUE SPACES.
        03 RD-PRIOR PIC Z,ZZZ,ZZ9.99.
        03 FILLER PIC X(2) VALUE SPACES.
        03 RD-ADJUST PIC Z,ZZZ,ZZ9.99-.
        03 FILLER PIC X(2) VALUE SPACES.
        03 RD-ACTION PIC X(12).
       01 REGISTER-NOT-FOUND.
        03 FILLER PIC X(17) VALUE SPACES.
        03 RN-COURSE PIC X(10).
        03 FILLER PIC X(5) VALUE SPACES.
        03 FILLER PIC X(37) VALUE
           '*** SECTION NOT ON MASTER - NO CHARGE'.
       01 DEPT-HEADING.
        03 FILLER PIC X(5) VALUE SPACES.
        03 FILLER PIC X(40) VALUE
           'DEPARTMENT TOTALS (BY COURSE DEPARTMENT)'.
       01 DEPT-COL-HEADING.
        03 FILLER PIC X(5) VALUE SPACES.
        03 FILLER PIC X(4) VALUE 'DEPT'.
        03 FILLER PIC X(4) VALUE SPACES.
        03 FILLER PIC X(5) VALUE 'ENROL'.
        03 FILLER PIC X(4) VALUE SPACES.
        03 FILLER PIC X(8) VALUE 'CR HOURS'.
        03 FILLER PIC X(9) VALUE SPACES.
        03 FILLER PIC X(7) VALUE 'TUITION'.
        03 FILLER PIC X(11) VALUE SPACES.
        03 FILLER PIC X(4) VALUE 'FEES'.
        03 FILLER PIC X(12) VALUE SPACES.
        03 FILLER PIC X(5) VALUE 'TOTAL'.
       01 DEPT-LINE.
        03 FILLER PIC X(5) VALUE SPACES.
        03 DL-DEPT PIC X(5).
        03 FILLER PIC X(3) VALUE SPACES.
        03 DL-ENROLL PIC ZZ,ZZ9.
        03 FILLER PIC X(3) VALUE SPACES.
        03 DL-CREDITS PIC ZZZ,ZZ9.9.
        03 FILLER PIC X(3) VALUE SPACES.
        03 DL-TUITION PIC ZZ,ZZZ,ZZ9.99.
        03 FILLER PIC X(2) VALUE SPACES.
        03 DL-FEES PIC ZZ,ZZZ,ZZ9.99.
        03 FILLER PIC X(2) VALUE SPACES.
        03 DL-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
       01 REGISTER-COUNT-LINE.
        03 FILLER PIC X(5) VALUE SPACES.
        03 RC-LABEL PIC X(30).
        03 RC-COUNT PIC ZZZZ9.
       01 REGISTER-AMOUNT-LINE.
        03 FILLER PIC X(5) VALUE SPACES.
        03 RA-LABEL PIC X(30).
        03 RA-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 NO-RATE-MSG.
        03 FILLER PIC X(5) VALUE SPACES.
        03 FILLER PIC X(53) VALUE
           'NO TUITION RATE CARD ON DA-S-RATES - NOTHING ASSESSED'.
       01 REFUSE-LINE.
        03 FILLER PIC X(5) VALUE SPACES.
        03 FILLER PIC X(22) VALUE '*** RUN REFUSED *** - '.
        03 RL-REASON PIC X(60).
       01 REFUSE-LINE-2.
        03 FILLER PIC X(27) VALUE SPACES.
        03 FILLER PIC X(32) VALUE 'NO ASSESSMENT OR BURSAR RECORDS '.
        03 FILLER PIC X(24) VALUE 'WERE WRITTEN BY THIS RUN'.
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 050-READ-PARM-CARD.
           IF ASSESS-TERM = SPACES
               MOVE 'NO TERM CODE ON THE UR-S-ASPARM CARD' TO
                   REFUSE-REASON
               PERFORM 040-REFUSE-RUN
           END-IF.
           PERFORM 060-LOAD-RATE-TABLE.

           OPEN INPUT COURSE-FILE
                      PRIOR-ASSESS-FILE
                OUTPUT NEW-ASSESS-FILE
                       BURSAR-FILE
                       REGISTER-FILE.
           PERFORM 225-REGISTER-HEADINGS.

           IF TUITION-RATE-FOUND
               PERFORM 800-READ-PRIOR
               SORT SORT-FILE
                   ON ASCENDING KEY SC-STUDENT-ID SC-COURSE
                   USING DETAIL-FILE
                   OUTPUT PROCEDURE 100-ASSESSMENT-PASS
               PERFORM 700-DEPARTMENT-TOTALS
               PERFORM 750-FINAL-TOTALS
           ELSE
               WRITE REGISTER-REC FROM NO-RATE-MSG
                   AFTER ADVANCING 2 LINES
               MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE COURSE-FILE
                 PRIOR-ASSESS-FILE
                 NEW-ASSESS-FILE
                 BURSAR-FILE
                 REGISTER-FILE.
           STOP RUN.

      ******************************************************************
      *     A RUN THAT CANNOT GO AHEAD PRINTS WHY ON THE REGISTER AND
      *     ENDS WITH RETURN CODE 16 - THE ASSESSMENT AND BURSAR FILES
      *     ARE NEVER OPENED
      ******************************************************************
       040-REFUSE-RUN.
           OPEN OUTPUT REGISTER-FILE.
           PERFORM 225-REGISTER-HEADINGS.
           MOVE REFUSE-REASON TO RL-REASON.
           WRITE REGISTER-REC FROM REFUSE-LINE
               AFTER ADVANCING 2 LINES.
           WRITE REGISTER-REC FROM REFUSE-LINE-2
               AFTER ADVANCING 1 LINE.
           CLOSE REGISTER-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      *     TERM-CODE PARAMETER CARD - REQUIRED.  THE TERM IS CARRIED
      *     ON EVERY ASSESSMENT AND BURSAR RECORD, AND ONLY PREVIOUS
      *     ASSESSMENTS FOR THE SAME TERM ARE COMPARED
      ******************************************************************
       050-READ-PARM-CARD.
           MOVE 'N' TO PARM-EOF.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE
               AT END MOVE 'Y' TO PARM-EOF.
           IF NOT PARM-END-OF-DATA
               MOVE AP-TERM TO ASSESS-TERM
           END-IF.
           CLOSE PARM-FILE.
           MOVE ASSESS-TERM TO RH-TERM.

      ******************************************************************
      *     RATE TABLE - ONE 'T' CARD (PER-CREDIT RATE, FLAT-RATE BAND
      *     LOW/HIGH CREDIT HOURS, FLAT AMOUNT) AND ANY NUMBER OF 'F'
      *     CARDS (LAB FEE AND COURSE FEE BY DEPT + COURSE NUMBER; A
      *     BLANK COURSE NUMBER COVERS THE WHOLE DEPARTMENT)
      ******************************************************************
       060-LOAD-RATE-TABLE.
           MOVE 'N' TO REOF.
           OPEN INPUT RATE-FILE.
           READ RATE-FILE
               AT END MOVE 'Y' TO REOF.
           PERFORM 065-ADD-RATE-ENTRY
               UNTIL RATE-END-OF-DATA.
           CLOSE RATE-FILE.

       065-ADD-RATE-ENTRY.
           IF TUITION-CARD
               IF RT-PER-CREDIT NUMERIC AND RT-BAND-LOW NUMERIC
                   AND RT-BAND-HIGH NUMERIC AND RT-FLAT-AMOUNT NUMERIC
                   MOVE 'Y' TO TUITION-RATE-SW
                   MOVE RT-PER-CREDIT TO TR-PER-CREDIT
                   MOVE RT-BAND-LOW TO TR-BAND-LOW
                   MOVE RT-BAND-HIGH TO TR-BAND-HIGH
                   MOVE RT-FLAT-AMOUNT TO TR-FLAT-AMOUNT
               END-IF
           ELSE
               IF FEE-CARD
                   AND RT-LAB-FEE NUMERIC AND RT-COURSE-FEE NUMERIC
                   IF FEE-COUNT < 300
                       ADD 1 TO FEE-COUNT
                       MOVE RT-DEPT TO FT-DEPT(FEE-COUNT)
                       MOVE RT-NUMB TO FT-NUMB(FEE-COUNT)
                       MOVE RT-LAB-FEE TO FT-LAB-FEE(FEE-COUNT)
                       MOVE RT-COURSE-FEE TO FT-COURSE-FEE(FEE-COUNT)
                   ELSE
                       ADD 1 TO FEE-OVERFLOW
                   END-IF
               END-IF
           END-IF.
           READ RATE-FILE
               AT END MOVE 'Y' TO REOF.

      ******************************************************************
      *     ONE ASSESSMENT PER STUDENT - CONTROL BREAK ON STUDENT ID
      ******************************************************************
       100-ASSESSMENT-PASS.
           MOVE 'N' TO SEOF.
           MOVE SPACES TO SAVE-STUDENT.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO SEOF.
           PERFORM 110-ONE-DETAIL
               UNTIL SORTED-END-OF-DATA.
           IF SAVE-STUDENT NOT = SPACES
               PERFORM 300-ASSESS-STUDENT
           END-IF.
           PERFORM 410-PRIOR-ONLY
               UNTIL PRIOR-END-OF-DATA.

       110-ONE-DETAIL.
           ADD 1 TO DETAILS-READ-CT.
           IF SC-STUDENT-ID NOT = SAVE-STUDENT
               IF SAVE-STUDENT NOT = SPACES
                   PERFORM 300-ASSESS-STUDENT
               END-IF
               MOVE SC-STUDENT-ID TO SAVE-STUDENT
               MOVE 0 TO STUDENT-CREDIT
               MOVE 0 TO STUDENT-FEES
               MOVE 0 TO SB-COUNT
               ADD 1 TO STUDENTS-CT
           END-IF.

           PERFORM 500-READ-COURSE-MASTER.
           IF COURSE-FOUND
               PERFORM 120-PRICE-SECTION
           ELSE
               ADD 1 TO NOT-FOUND-CT
               IF RLINE-CT > 45
                   PERFORM 225-REGISTER-HEADINGS
               END-IF
               MOVE SC-COURSE TO RN-COURSE
               WRITE REGISTER-REC FROM REGISTER-NOT-FOUND
                   AFTER ADVANCING 1 LINE
               ADD 1 TO RLINE-CT
           END-IF.

           RETURN SORT-FILE
               AT END MOVE 'Y' TO SEOF.

       120-PRICE-SECTION.
           IF C-CREDIT-HOURS NOT NUMERIC
               MOVE 0 TO C-CREDIT-HOURS
           END-IF.
           MOVE 0 TO SECTION-FEES.
           MOVE C-ABB TO FEE-KEY-DEPT.
           MOVE C-NUMB TO FEE-KEY-NUMB.
           PERFORM 150-FIND-FEE.
           IF NOT FEE-FOUND
               MOVE SPACES TO FEE-KEY-NUMB
               PERFORM 150-FIND-FEE
           END-IF.
           IF FEE-FOUND
               ADD FT-LAB-FEE(FT-FOUND-IDX) FT-COURSE-FEE(FT-FOUND-IDX)
                   GIVING SECTION-FEES
           END-IF.
           ADD C-CREDIT-HOURS TO STUDENT-CREDIT.
           ADD SECTION-FEES TO STUDENT-FEES.
           IF SB-COUNT < 30
               ADD 1 TO SB-COUNT
               MOVE C-ABB TO SB-DEPT(SB-COUNT)
               MOVE C-CREDIT-HOURS TO SB-CREDITS(SB-COUNT)
               MOVE SECTION-FEES TO SB-FEES(SB-COUNT)
           ELSE
               ADD 1 TO SCHED-OVERFLOW-CT
           END-IF.

       150-FIND-FEE.
           MOVE 'N' TO FEE-FOUND-SW.
           MOVE 0 TO FT-FOUND-IDX.
           PERFORM 155-MATCH-FEE
               VARYING FT-IDX FROM 1 BY 1
               UNTIL FT-IDX > FEE-COUNT OR FEE-FOUND.

       155-MATCH-FEE.
           IF FT-DEPT(FT-IDX) = FEE-KEY-DEPT
               AND FT-NUMB(FT-IDX) = FEE-KEY-NUMB
               MOVE 'Y' TO FEE-FOUND-SW
               MOVE FT-IDX TO FT-FOUND-IDX
           END-IF.

      ******************************************************************
      *     PRICE ONE STUDENT, COMPARE WITH THE PREVIOUS ASSESSMENT, AND
      *     SEND THE BURSAR A FIRST BILL OR THE DIFFERENCE ONLY
      ******************************************************************
       300-ASSESS-STUDENT.
           PERFORM 400-MATCH-PRIOR.
           PERFORM 310-COMPUTE-TUITION.
           ADD STUDENT-TUITION STUDENT-FEES GIVING STUDENT-TOTAL.
           PERFORM 320-ALLOCATE-TO-DEPTS.

           MOVE SPACES TO NEW-ASSESS-REC.
           MOVE SAVE-STUDENT TO AS-STUDENT-ID.
           MOVE ASSESS-TERM TO AS-TERM.
           MOVE STUDENT-CREDIT TO AS-CREDITS.
           MOVE STUDENT-TUITION TO AS-TUITION.
           MOVE STUDENT-FEES TO AS-FEES.
           MOVE STUDENT-TOTAL TO AS-TOTAL.
           MOVE RUN-DATE-WS TO AS-ASSESS-DATE.
           WRITE NEW-ASSESS-REC.

           MOVE STUDENT-TUITION TO RD-TUITION.
           MOVE STUDENT-FEES TO RD-FEES.
           MOVE STUDENT-TOTAL TO RD-TOTAL.
           MOVE PRIOR-TOTAL TO RD-PRIOR.
           MOVE SPACES TO BURSAR-REC.
           MOVE SAVE-STUDENT TO BR-STUDENT-ID.
           MOVE STUDENT-TOTAL TO BR-TOTAL-ASSESSED.
           MOVE PRIOR-TOTAL TO BR-PRIOR-ASSESSED.
           MOVE STUDENT-CREDIT TO BR-CREDITS.
           IF NOT PRIOR-FOUND
               MOVE STUDENT-TOTAL TO ADJ-AMOUNT
               MOVE 'B' TO BR-TRAN-CODE
               PERFORM 420-WRITE-BURSAR
               ADD 1 TO BILLS-CT
               ADD STUDENT-TOTAL TO BILLED-TOTAL
               MOVE 'FIRST BILL' TO RD-ACTION
           ELSE
               COMPUTE ADJ-AMOUNT = STUDENT-TOTAL - PRIOR-TOTAL
               IF ADJ-AMOUNT > 0
                   MOVE 'A' TO BR-TRAN-CODE
                   PERFORM 420-WRITE-BURSAR
                   ADD 1 TO CHARGES-CT
                   ADD ADJ-AMOUNT TO CHARGED-TOTAL
                   MOVE 'ADDED CHARGE' TO RD-ACTION
               ELSE
                   IF ADJ-AMOUNT < 0
                       MOVE 'C' TO BR-TRAN-CODE
                       PERFORM 420-WRITE-BURSAR
                       ADD 1 TO CREDITS-CT
                       SUBTRACT ADJ-AMOUNT FROM CREDITED-TOTAL
                       MOVE 'CREDIT ADJ' TO RD-ACTION
                   ELSE
                       ADD 1 TO UNCHANGED-CT
                       MOVE 'NO CHANGE' TO RD-ACTION
                   END-IF
               END-IF
           END-IF.
           MOVE SAVE-STUDENT TO RD-STUDENT.
           MOVE STUDENT-CREDIT TO RD-CREDITS.
           MOVE ADJ-AMOUNT TO RD-ADJUST.
           PERFORM 600-PRINT-REGISTER-LINE.

      ******************************************************************
      *     TUITION - PER CREDIT BELOW THE BAND, THE FLAT AMOUNT INSIDE
      *     IT, AND THE FLAT AMOUNT PLUS PER CREDIT ABOVE IT.  A ZERO
      *     BAND-LOW MEANS THERE IS NO FLAT-RATE BAND
      ******************************************************************
       310-COMPUTE-TUITION.
           IF TR-BAND-LOW = 0 OR STUDENT-CREDIT < TR-BAND-LOW
               COMPUTE STUDENT-TUITION ROUNDED =
                   STUDENT-CREDIT * TR-PER-CREDIT
           ELSE
               IF STUDENT-CREDIT > TR-BAND-HIGH
                   SUBTRACT TR-BAND-HIGH FROM STUDENT-CREDIT
                       GIVING EXCESS-CREDIT
                   COMPUTE STUDENT-TUITION ROUNDED =
                       TR-FLAT-AMOUNT + (EXCESS-CREDIT * TR-PER-CREDIT)
               ELSE
                   MOVE TR-FLAT-AMOUNT TO STUDENT-TUITION
               END-IF
           END-IF.

      ******************************************************************
      *     SPREAD THE STUDENT'S TUITION OVER THE DEPARTMENTS OF THE
      *     SECTIONS TAKEN IN PROPORTION TO CREDIT HOURS - THE LAST
      *     SECTION TAKES THE ROUNDING REMAINDER
      ******************************************************************
       320-ALLOCATE-TO-DEPTS.
           MOVE STUDENT-TUITION TO ALLOC-REMAIN.
           PERFORM 325-ALLOCATE-ONE-SECTION
               VARYING SB-IDX FROM 1 BY 1 UNTIL SB-IDX > SB-COUNT.

       325-ALLOCATE-ONE-SECTION.
           IF SB-IDX = SB-COUNT OR STUDENT-CREDIT = 0
               MOVE ALLOC-REMAIN TO ALLOC-AMOUNT
           ELSE
               COMPUTE ALLOC-AMOUNT ROUNDED =
                   STUDENT-TUITION * SB-CREDITS(SB-IDX) / STUDENT-CREDIT
               IF ALLOC-AMOUNT > ALLOC-REMAIN
                   MOVE ALLOC-REMAIN TO ALLOC-AMOUNT
               END-IF
           END-IF.
           SUBTRACT ALLOC-AMOUNT FROM ALLOC-REMAIN.
           MOVE SB-DEPT(SB-IDX) TO DEPT-KEY.
           PERFORM 330-FIND-DEPT.
           IF DEPT-FOUND
               ADD 1 TO DT-ENROLL-CT(DT-FOUND-IDX)
               ADD SB-CREDITS(SB-IDX) TO DT-CREDITS(DT-FOUND-IDX)
               ADD ALLOC-AMOUNT TO DT-TUITION(DT-FOUND-IDX)
               ADD SB-FEES(SB-IDX) TO DT-FEES(DT-FOUND-IDX)
           END-IF.
           ADD 1 TO GT-ENROLL-CT.
           ADD SB-CREDITS(SB-IDX) TO GT-CREDITS.
           ADD ALLOC-AMOUNT TO GT-TUITION.
           ADD SB-FEES(SB-IDX) TO GT-FEES.

       330-FIND-DEPT.
           MOVE 'N' TO DEPT-FOUND-SW.
           MOVE 0 TO DT-FOUND-IDX.
           PERFORM 335-MATCH-DEPT
               VARYING DT-IDX FROM 1 BY 1
               UNTIL DT-IDX > DEPT-COUNT OR DEPT-FOUND.
           IF NOT DEPT-FOUND
               IF DEPT-COUNT < 100
                   ADD 1 TO DEPT-COUNT
                   MOVE DEPT-KEY TO DT-DEPT(DEPT-COUNT)
                   MOVE 0 TO DT-ENROLL-CT(DEPT-COUNT)
                   MOVE 0 TO DT-CREDITS(DEPT-COUNT)
                   MOVE 0 TO DT-TUITION(DEPT-COUNT)
                   MOVE 0 TO DT-FEES(DEPT-COUNT)
                   MOVE 'Y' TO DEPT-FOUND-SW
                   MOVE DEPT-COUNT TO DT-FOUND-IDX
               ELSE
                   ADD 1 TO DEPT-OVERFLOW
               END-IF
           END-IF.

       335-MATCH-DEPT.
           IF DT-DEPT(DT-IDX) = DEPT-KEY
               MOVE 'Y' TO DEPT-FOUND-SW
               MOVE DT-IDX TO DT-FOUND-IDX
           END-IF.

      ******************************************************************
      *     PREVIOUS ASSESSMENT FILE - STUDENT ORDER, SAME TERM ONLY.
      *     A STUDENT ON IT WITH NOTHING LEFT ON THE DETAIL FILE HAS
      *     DROPPED EVERYTHING AND IS CREDITED THE WHOLE PRIOR AMOUNT
      ******************************************************************
       400-MATCH-PRIOR.
           MOVE 'N' TO PRIOR-FOUND-SW.
           MOVE 0 TO PRIOR-TOTAL.
           PERFORM 410-PRIOR-ONLY
               UNTIL PRIOR-END-OF-DATA
               OR PA-STUDENT-ID NOT < SAVE-STUDENT.
           IF NOT PRIOR-END-OF-DATA AND PA-STUDENT-ID = SAVE-STUDENT
               MOVE 'Y' TO PRIOR-FOUND-SW
               MOVE PA-TOTAL TO PRIOR-TOTAL
               PERFORM 800-READ-PRIOR
           END-IF.

       410-PRIOR-ONLY.
           IF PA-TOTAL > 0
               MOVE SPACES TO NEW-ASSESS-REC
               MOVE PA-STUDENT-ID TO AS-STUDENT-ID
               MOVE ASSESS-TERM TO AS-TERM
               MOVE 0 TO AS-CREDITS
               MOVE 0 TO AS-TUITION
               MOVE 0 TO AS-FEES
               MOVE 0 TO AS-TOTAL
               MOVE RUN-DATE-WS TO AS-ASSESS-DATE
               WRITE NEW-ASSESS-REC
               COMPUTE ADJ-AMOUNT = 0 - PA-TOTAL
               MOVE SPACES TO BURSAR-REC
               MOVE PA-STUDENT-ID TO BR-STUDENT-ID
               MOVE 'C' TO BR-TRAN-CODE
               MOVE 0 TO BR-TOTAL-ASSESSED
               MOVE PA-TOTAL TO BR-PRIOR-ASSESSED
               MOVE 0 TO BR-CREDITS
               PERFORM 420-WRITE-BURSAR
               ADD 1 TO CREDITS-CT
               ADD PA-TOTAL TO CREDITED-TOTAL
               MOVE PA-STUDENT-ID TO RD-STUDENT
               MOVE 0 TO RD-CREDITS
               MOVE 0 TO RD-TUITION
               MOVE 0 TO RD-FEES
               MOVE 0 TO RD-TOTAL
               MOVE PA-TOTAL TO RD-PRIOR
               MOVE ADJ-AMOUNT TO RD-ADJUST
               MOVE 'ALL DROPPED' TO RD-ACTION
               PERFORM 600-PRINT-REGISTER-LINE
           END-IF.
           PERFORM 800-READ-PRIOR.

       420-WRITE-BURSAR.
           MOVE ASSESS-TERM TO BR-TERM.
           MOVE ADJ-AMOUNT TO BR-AMOUNT.
           MOVE RUN-DATE-WS TO BR-TRAN-DATE.
           WRITE BURSAR-REC.

       500-READ-COURSE-MASTER.
           MOVE 'Y' TO COURSE-FOUND-SW.
           MOVE SC-COURSE TO CR-COURSE-KEY.
           READ COURSE-FILE INTO COURSE-DATA
               INVALID KEY MOVE 'N' TO COURSE-FOUND-SW.

      ******************************************************************
      *     ASSESSMENT REGISTER SUPPORT
      ******************************************************************
       600-PRINT-REGISTER-LINE.
           IF RLINE-CT > 45
               PERFORM 225-REGISTER-HEADINGS
           END-IF.
           WRITE REGISTER-REC FROM REGISTER-DETAIL
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RLINE-CT.

       700-DEPARTMENT-TOTALS.
           WRITE REGISTER-REC FROM DEPT-HEADING
               AFTER ADVANCING PAGE.
           WRITE REGISTER-REC FROM DEPT-COL-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC
               AFTER ADVANCING 1.
           PERFORM 710-PRINT-ONE-DEPT
               VARYING DT-IDX FROM 1 BY 1 UNTIL DT-IDX > DEPT-COUNT.
           MOVE 'TOTAL' TO DL-DEPT.
           MOVE GT-ENROLL-CT TO DL-ENROLL.
           MOVE GT-CREDITS TO DL-CREDITS.
           MOVE GT-TUITION TO DL-TUITION.
           MOVE GT-FEES TO DL-FEES.
           COMPUTE DL-TOTAL = GT-TUITION + GT-FEES.
           WRITE REGISTER-REC FROM DEPT-LINE
               AFTER ADVANCING 2 LINES.

       710-PRINT-ONE-DEPT.
           MOVE DT-DEPT(DT-IDX) TO DL-DEPT.
           MOVE DT-ENROLL-CT(DT-IDX) TO DL-ENROLL.
           MOVE DT-CREDITS(DT-IDX) TO DL-CREDITS.
           MOVE DT-TUITION(DT-IDX) TO DL-TUITION.
           MOVE DT-FEES(DT-IDX) TO DL-FEES.
           COMPUTE DL-TOTAL = DT-TUITION(DT-IDX) + DT-FEES(DT-IDX).
           WRITE REGISTER-REC FROM DEPT-LINE
               AFTER ADVANCING 1 LINE.

       750-FINAL-TOTALS.
           MOVE 'DETAIL RECORDS READ' TO RC-LABEL.
           MOVE DETAILS-READ-CT TO RC-COUNT.
           WRITE REGISTER-REC FROM REGISTER-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'STUDENTS ASSESSED' TO RC-LABEL.
           MOVE STUDENTS-CT TO RC-COUNT.
           WRITE REGISTER-REC FROM REGISTER-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SECTIONS NOT ON MASTER' TO RC-LABEL.
           MOVE NOT-FOUND-CT TO RC-COUNT.
           WRITE REGISTER-REC FROM REGISTER-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PRIOR ASSESSMENTS READ' TO RC-LABEL.
           MOVE PRIOR-READ-CT TO RC-COUNT.
           WRITE REGISTER-REC FROM REGISTER-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PRIOR - OTHER TERM, IGNORED' TO RC-LABEL.
           MOVE PRIOR-OTHER-TERM-CT TO RC-COUNT.
           WRITE REGISTER-REC FROM REGISTER-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'FIRST BILLS' TO RC-LABEL.
           MOVE BILLS-CT TO RC-COUNT.
           WRITE REGISTER-REC FROM REGISTER-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ADDED CHARGES' TO RC-LABEL.
           MOVE CHARGES-CT TO RC-COUNT.
           WRITE REGISTER-REC FROM REGISTER-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CREDIT ADJUSTMENTS' TO RC-LABEL.
           MOVE CREDITS-CT TO RC-COUNT.
           WRITE REGISTER-REC FROM REGISTER-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NO CHANGE' TO RC-LABEL.
           MOVE UNCHANGED-CT TO RC-COUNT.
           WRITE REGISTER-REC FROM REGISTER-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'AMOUNT FIRST-BILLED' TO RA-LABEL.
           MOVE BILLED-TOTAL TO RA-AMOUNT.
           WRITE REGISTER-REC FROM REGISTER-AMOUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'AMOUNT ADDED' TO RA-LABEL.
           MOVE CHARGED-TOTAL TO RA-AMOUNT.
           WRITE REGISTER-REC FROM REGISTER-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'AMOUNT CREDITED' TO RA-LABEL.
           MOVE CREDITED-TOTAL TO RA-AMOUNT.
           WRITE REGISTER-REC FROM REGISTER-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           IF FEE-OVERFLOW > 0
               MOVE 'FEE TABLE FULL - CARDS IGNORED' TO RC-LABEL
               MOVE FEE-OVERFLOW TO RC-COUNT
               WRITE REGISTER-REC FROM REGISTER-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF DEPT-OVERFLOW > 0
               MOVE 'DEPT TABLE FULL - NOT TOTALLED' TO RC-LABEL
               MOVE DEPT-OVERFLOW TO RC-COUNT
               WRITE REGISTER-REC FROM REGISTER-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF SCHED-OVERFLOW-CT > 0
               MOVE 'SECTIONS NOT IN DEPT TOTALS' TO RC-LABEL
               MOVE SCHED-OVERFLOW-CT TO RC-COUNT
               WRITE REGISTER-REC FROM REGISTER-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       225-REGISTER-HEADINGS.
           MOVE RPAGEKOUNT TO RPAGEK.
           WRITE REGISTER-REC FROM REGISTER-HEADING
               AFTER ADVANCING PAGE.
           WRITE REGISTER-REC FROM REGISTER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE REGISTER-REC FROM REGISTER-COL-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC
               AFTER ADVANCING 1.
           MOVE 0 TO RLINE-CT.
           ADD 1 TO RPAGEKOUNT.

       800-READ-PRIOR.
           PERFORM 805-READ-ONE-PRIOR.
           PERFORM 805-READ-ONE-PRIOR
               UNTIL PRIOR-END-OF-DATA OR PA-TERM = ASSESS-TERM.

       805-READ-ONE-PRIOR.
           READ PRIOR-ASSESS-FILE
               AT END MOVE 'Y' TO PEOF.
           IF NOT PRIOR-END-OF-DATA
               ADD 1 TO PRIOR-READ-CT
               IF PA-TERM NOT = ASSESS-TERM
                   ADD 1 TO PRIOR-OTHER-TERM-CT
               END-IF
           END-IF.
