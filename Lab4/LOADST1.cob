       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOADST1.
       AUTHOR. SONALI SHAH.
      * 2026-10-15  NEW PROGRAM - LOADS THE FLAT STUDENT FILE FROM THE
      *             REGISTRAR INTO THE INDEXED STUDENT MASTER (CLASS
      *             LEVEL, MAJOR, MAXIMUM CREDIT HOURS AND THE BURSAR,
      *             ADVISING AND DISCIPLINARY HOLD FLAGS) READ BY
      *             REGPOST1 AND WLRESP1.  INPUT MUST BE IN ASCENDING
      *             STUDENT-ID ORDER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FLAT-STUDENT-FILE ASSIGN TO 'DA-S-STUDENT'.
       SELECT IXD-STUDENT-FILE ASSIGN TO 'DA-I-STUDENT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IX-STUDENT-ID
           FILE STATUS IS IX-STATUS.
       SELECT LOAD-REPORT-FILE ASSIGN TO 'UR-S-STLOAD'.
       DATA DIVISION.
       FILE SECTION.
       FD FLAT-STUDENT-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 FLAT-STUDENT-REC PIC X(80).
       FD IXD-STUDENT-FILE
       LABEL RECORDS ARE STANDARD.
       01 IXD-STUDENT-REC.
           03 IX-STUDENT-ID PIC X(9).
           03 FILLER PIC X(71).
       FD LOAD-REPORT-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 LOAD-REPORT-REC PIC X(132).
       WORKING-STORAGE SECTION.
       01 MISC.
           03 FEOF PIC X VALUE 'N'.
               88 FLAT-END-OF-DATA VALUE 'Y'.
           03 IX-STATUS PIC XX VALUE '00'.
           03 LOADED-CT PIC 9(5) VALUE 0.
           03 KEY-ERROR-CT PIC 9(5) VALUE 0.
           03 EDIT-ERROR-CT PIC 9(5) VALUE 0.
           03 HOLD-CT PIC 9(5) VALUE 0.
       01 STUDENT-DATA.
           03 S-STUDENT-ID PIC X(9).
           03 S-NAME PIC X(25).
           03 S-CLASS-LEVEL PIC XX.
           03 S-MAJOR PIC X(4).
           03 S-MAX-CREDITS PIC 99V9.
           03 S-HOLD-BURSAR PIC X.
           03 S-HOLD-ADVISING PIC X.
           03 S-HOLD-DISCIPLINE PIC X.
           03 FILLER PIC X(34).
       01 LOAD-HEADING.
        03 FILLER PIC X(25) VALUE SPACES.
        03 FILLER PIC X(37) VALUE
           'STUDENT MASTER INDEXED LOAD - SUMMARY'.
       01 LOAD-COUNT-LINE.
        03 FILLER PIC X(5) VALUE SPACES.
        03 LD-LABEL PIC X(30).
        03 LD-COUNT PIC ZZZZ9.
       01 LOAD-ERROR-LINE.
        03 FILLER PIC X(5) VALUE SPACES.
        03 LD-ERROR-MSG PIC X(26).
        03 FILLER PIC X(2) VALUE ': '.
        03 LD-ERROR-KEY PIC X(9).
       PROCEDURE DIVISION.
       000-MAINLINE.
           OPEN INPUT FLAT-STUDENT-FILE
                OUTPUT IXD-STUDENT-FILE
                       LOAD-REPORT-FILE.
           WRITE LOAD-REPORT-REC FROM LOAD-HEADING
               AFTER ADVANCING PAGE.

           PERFORM 800-READ-FLAT-STUDENT.
           PERFORM 100-LOAD-LOOP
               UNTIL FLAT-END-OF-DATA.

           MOVE 'RECORDS LOADED' TO LD-LABEL.
           MOVE LOADED-CT TO LD-COUNT.
           WRITE LOAD-REPORT-REC FROM LOAD-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'STUDENTS WITH A HOLD' TO LD-LABEL.
           MOVE HOLD-CT TO LD-COUNT.
           WRITE LOAD-REPORT-REC FROM LOAD-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'RECORDS NOT LOADED - EDIT' TO LD-LABEL.
           MOVE EDIT-ERROR-CT TO LD-COUNT.
           WRITE LOAD-REPORT-REC FROM LOAD-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'RECORDS NOT LOADED - KEY' TO LD-LABEL.
           MOVE KEY-ERROR-CT TO LD-COUNT.
           WRITE LOAD-REPORT-REC FROM LOAD-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           CLOSE FLAT-STUDENT-FILE
                 IXD-STUDENT-FILE
                 LOAD-REPORT-FILE.
           STOP RUN.

       100-LOAD-LOOP.
           MOVE FLAT-STUDENT-REC TO STUDENT-DATA.
           IF S-MAX-CREDITS NOT NUMERIC
               ADD 1 TO EDIT-ERROR-CT
               MOVE 'MAX CREDITS NOT NUMERIC' TO LD-ERROR-MSG
               MOVE S-STUDENT-ID TO LD-ERROR-KEY
               WRITE LOAD-REPORT-REC FROM LOAD-ERROR-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE STUDENT-DATA TO IXD-STUDENT-REC
               WRITE IXD-STUDENT-REC
               IF IX-STATUS = '00'
                   ADD 1 TO LOADED-CT
                   IF S-HOLD-BURSAR = 'Y'
                       OR S-HOLD-ADVISING = 'Y'
                       OR S-HOLD-DISCIPLINE = 'Y'
                       ADD 1 TO HOLD-CT
                   END-IF
               ELSE
                   ADD 1 TO KEY-ERROR-CT
                   MOVE 'KEY OUT OF SEQUENCE OR DUP' TO LD-ERROR-MSG
                   MOVE IX-STUDENT-ID TO LD-ERROR-KEY
                   WRITE LOAD-REPORT-REC FROM LOAD-ERROR-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
           PERFORM 800-READ-FLAT-STUDENT.

       800-READ-FLAT-STUDENT.
           READ FLAT-STUDENT-FILE
               AT END MOVE 'Y' TO FEOF.
