       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANCEL1.
       AUTHOR. SONALI SHAH.
      * 2026-10-15  NEW PROGRAM - SECTION CANCELLATION.  READS A LIST
      *             OF COURSE KEYS TO CANCEL, DROPS EVERY STUDENT
      *             REGISTERED IN THOSE SECTIONS (NEW DETAIL FILE TO
      *             DA-S-NEWREG), PURGES THEIR WAITLIST AND SEAT-OFFER
      *             ENTRIES (DA-S-NEWWL, DA-S-NEWOFR), AND MARKS OR
      *             DELETES THE SECTION ON THE INDEXED COURSE MASTER.
      *             EACH DROPPED STUDENT GETS A NOTICE LISTING THE OTHER
      *             SECTIONS OF THE SAME COURSE THAT STILL HAVE OPEN
      *             SEATS AND DO NOT CLASH WITH THE STUDENT'S REMAINING
      *             SCHEDULE (SAME START TIME ON A COMMON DAY).
      *             ALTERNATES ALLOW FOR RESERVED SEAT BLOCKS
      *             (DA-S-SEATRSV) - A SECTION IS OFFERED ONLY WHEN IT
      *             HAS UNRESERVED SEATS LEFT OR THE STUDENT'S MAJOR OR
      *             CLASS LEVEL IS NAMED BY A BLOCK WITH ROOM, AS
      *             REGPOST1 WILL REQUIRE WHEN THE ADD IS POSTED.
      *             EVERY SECTION MARKED OR DELETED ON THE COURSE MASTER
      *             IS RECORDED ON THE DA-S-MJRNL JOURNAL (BEFORE AND
      *             AFTER IMAGES, SUBMITTER CANCEL1) SO BACKOUT1 CAN
      *             PUT IT BACK.
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
           RECORD KEY IS SR-STUDENT-ID.
       SELECT CANCEL-FILE ASSIGN TO 'DA-S-CANCEL'.
       SELECT OLD-DETAIL-FILE ASSIGN TO 'DA-S-REGDET'.
       SELECT NEW-DETAIL-FILE ASSIGN TO 'DA-S-NEWREG'.
       SELECT OPTIONAL OLD-WAITLIST-FILE ASSIGN TO 'DA-S-WAITLST'.
       SELECT NEW-WAITLIST-FILE ASSIGN TO 'DA-S-NEWWL'.
       SELECT OPTIONAL OLD-OFFER-FILE ASSIGN TO 'DA-S-OFFER'.
       SELECT NEW-OFFER-FILE ASSIGN TO 'DA-S-NEWOFR'.
       SELECT OPTIONAL PARM-FILE ASSIGN TO 'UR-S-CNPARM'.
       SELECT CANCEL-REPORT-FILE ASSIGN TO 'UR-S-CANCEL'.
       SELECT NOTICE-FILE ASSIGN TO 'UR-S-CANNOTC'.
       SELECT OPTIONAL RESERVE-FILE ASSIGN TO 'DA-S-SEATRSV'.
       SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO 'DA-S-RUNCTL'.
       SELECT OPTIONAL JOURNAL-FILE ASSIGN TO 'DA-S-MJRNL'.
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
       FD CANCEL-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 CANCEL-REC.
           03 CN-COURSE PIC X(10).
           03 FILLER PIC X(70).
       FD OLD-DETAIL-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 OLD-DETAIL-REC.
           03 D-COURSE PIC X(10).
           03 D-STUDENT-ID PIC X(9).
           03 FILLER PIC X(61).
       FD NEW-DETAIL-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 NEW-DETAIL-REC PIC X(80).
       FD OLD-WAITLIST-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 OLD-WAITLIST-REC.
           03 WL-COURSE PIC X(10).
           03 FILLER PIC X(70).
       FD NEW-WAITLIST-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 NEW-WAITLIST-REC PIC X(80).
       FD OLD-OFFER-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 OLD-OFFER-REC.
           03 OF-COURSE PIC X(10).
           03 FILLER PIC X(70).
       FD NEW-OFFER-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 NEW-OFFER-REC PIC X(80).
       FD PARM-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 PARM-CARD.
           03 CP-MASTER-ACTION PIC X.
           03 FILLER PIC X(79).
       FD CANCEL-REPORT-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 CANCEL-REPORT-REC PIC X(132).
       FD NOTICE-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 NOTICE-REC PIC X(132).
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
       FD RUN-CONTROL-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 RUN-CONTROL-REC.
           03 RC-STEP PIC X(8).
           03 RC-CYCLE-DATE PIC 9(8).
           03 FILLER PIC X(64).
       FD JOURNAL-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 JOURNAL-REC.
           03 JR-ACTION PIC X(6).
           03 JR-COURSE PIC X(10).
           03 JR-BEFORE PIC X(80).
           03 JR-AFTER PIC X(80).
           03 JR-SUBMITTER PIC X(8).
       WORKING-STORAGE SECTION.
       01 MISC.
           03 XEOF PIC X VALUE 'N'.
               88 CANCEL-END-OF-DATA VALUE 'Y'.
           03 DEOF PIC X VALUE 'N'.
               88 DETAIL-END-OF-DATA VALUE 'Y'.
           03 WEOF PIC X VALUE 'N'.
               88 WAITLIST-END-OF-DATA VALUE 'Y'.
           03 OEOF PIC X VALUE 'N'.
               88 OFFER-END-OF-DATA VALUE 'Y'.
           03 BEOF PIC X VALUE 'N'.
               88 BROWSE-COMPLETE VALUE 'Y'.
           03 PARM-EOF PIC X VALUE 'N'.
               88 PARM-END-OF-DATA VALUE 'Y'.
           03 RSEOF PIC X VALUE 'N'.
               88 RESERVE-END-OF-DATA VALUE 'Y'.
           03 RCEOF PIC X VALUE 'N'.
               88 RUN-CONTROL-END-OF-DATA VALUE 'Y'.
           03 STUDENT-FOUND-SW PIC X VALUE 'N'.
               88 STUDENT-FOUND VALUE 'Y'.
           03 RSV-BLOCKS-SW PIC X VALUE 'N'.
               88 COURSE-HAS-BLOCKS VALUE 'Y'.
           03 RSV-ELIGIBLE-SW PIC X VALUE 'N'.
               88 RSV-STUDENT-ELIGIBLE VALUE 'Y'.
           03 RSV-COURSE PIC X(10) VALUE SPACES.
           03 RSV-REMAIN PIC S9(4) VALUE 0.
           03 RSV-IDX PIC 999 VALUE 0.
           03 RSV-ELIGIBLE-IDX PIC 999 VALUE 0.
           03 ALT-OPEN-SEATS PIC S9(4) VALUE 0.
           03 CYCLE-DATE PIC 9(8) VALUE 0.
           03 CONTROL-RUN-DATE PIC 9(8) VALUE 0.
           03 RELEASE-AS-OF PIC 9(8) VALUE 0.
           03 COURSE-FOUND-SW PIC X VALUE 'N'.
               88 COURSE-FOUND VALUE 'Y'.
           03 CANCEL-FOUND-SW PIC X VALUE 'N'.
               88 CANCEL-FOUND VALUE 'Y'.
           03 AFFECTED-SW PIC X VALUE 'N'.
               88 STUDENT-AFFECTED VALUE 'Y'.
           03 CONFLICT-SW PIC X VALUE 'N'.
               88 TIME-CONFLICT VALUE 'Y'.
           03 DAY-MATCH-SW PIC X VALUE 'N'.
               88 COMMON-DAY-FOUND VALUE 'Y'.
           03 MASTER-ACTION PIC X VALUE 'M'.
               88 DELETE-FROM-MASTER VALUE 'D'.
           03 CM-STATUS PIC XX VALUE '00'.
           03 XPAGEKOUNT PIC 99 VALUE 01.
           03 XLINE-CT PIC 99 VALUE 0.
           03 CANCEL-KEY PIC X(10) VALUE SPACES.
           03 AFFECTED-KEY PIC X(9) VALUE SPACES.
           03 GATHERED-COURSE PIC X(10) VALUE SPACES.
           03 CT-IDX PIC 999 VALUE 0.
           03 CT-FOUND-IDX PIC 999 VALUE 0.
           03 AF-IDX PIC 9999 VALUE 0.
           03 SS-IDX PIC 9999 VALUE 0.
           03 AL-IDX PIC 99 VALUE 0.
           03 DAY-IDX PIC 9 VALUE 0.
           03 DB-IDX PIC 9 VALUE 0.
           03 DB-POS PIC 99 VALUE 0.
           03 FITS-CT PIC 99 VALUE 0.
           03 CANCEL-READ-CT PIC 9(5) VALUE 0.
           03 CANCEL-REJECT-CT PIC 9(5) VALUE 0.
           03 SECTIONS-CANCELLED-CT PIC 9(5) VALUE 0.
           03 JOURNAL-CT PIC 9(5) VALUE 0.
           03 DETAILS-IN-CT PIC 9(5) VALUE 0.
           03 DETAILS-OUT-CT PIC 9(5) VALUE 0.
           03 STUDENTS-DROPPED-CT PIC 9(5) VALUE 0.
           03 WAITLIST-IN-CT PIC 9(5) VALUE 0.
           03 WAITLIST-OUT-CT PIC 9(5) VALUE 0.
           03 WAITLIST-PURGED-CT PIC 9(5) VALUE 0.
           03 OFFERS-IN-CT PIC 9(5) VALUE 0.
           03 OFFERS-OUT-CT PIC 9(5) VALUE 0.
           03 OFFERS-PURGED-CT PIC 9(5) VALUE 0.
           03 NOTICES-CT PIC 9(5) VALUE 0.
           03 NO-ALTERNATE-CT PIC 9(5) VALUE 0.
           03 RESERVED-SKIP-CT PIC 9(5) VALUE 0.
           03 CANCEL-REASON PIC X(30) VALUE SPACES.
       01 MASTER-FAIL-REASON.
           03 FILLER PIC X(24) VALUE 'MASTER UPDATE FAILED -  '.
           03 MF-STATUS PIC XX.
           03 FILLER PIC X(4) VALUE SPACES.
       01 BROWSE-KEY.
           03 BK-ABB PIC XXX.
           03 BK-NUMB PIC XXXX.
           03 BK-SEC PIC XXX.
       01 CANCEL-TABLE.
           03 CANCEL-COUNT PIC 999 VALUE 0.
           03 CANCEL-OVERFLOW PIC 999 VALUE 0.
           03 CANCEL-ENTRY OCCURS 100 TIMES.
               05 CT-COURSE PIC X(10).
               05 CT-TITLE PIC X(20).
               05 CT-DAYS PIC X(6).
               05 CT-HOUR PIC 99.
               05 CT-MIN PIC 99.
               05 CT-BUILDING PIC XX.
               05 CT-ROOM PIC XXX.
               05 CT-INSTRUCTOR PIC X(18).
               05 CT-DROPPED-CT PIC 9(5).
               05 CT-WAITLIST-CT PIC 9(5).
               05 CT-OFFER-CT PIC 9(5).
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
       01 AFFECTED-TABLE.
           03 AFFECTED-COUNT PIC 9999 VALUE 0.
           03 AFFECTED-OVERFLOW PIC 9999 VALUE 0.
           03 AFFECTED-ENTRY OCCURS 1000 TIMES.
               05 AF-STUDENT-ID PIC X(9).
               05 AF-COURSE PIC X(10).
               05 AF-CANCEL-IDX PIC 999.
       01 SCHEDULE-TABLE.
           03 SCHED-COUNT PIC 9999 VALUE 0.
           03 SCHED-OVERFLOW PIC 9999 VALUE 0.
           03 SCHED-ENTRY OCCURS 3000 TIMES.
               05 SS-STUDENT-ID PIC X(9).
               05 SS-COURSE PIC X(10).
               05 SS-DAYS PIC X(6).
               05 SS-DAYS-TBL REDEFINES SS-DAYS.
                   07 SS-DAY-CHAR OCCURS 6 TIMES PIC X.
               05 SS-HOUR PIC 99.
               05 SS-MIN PIC 99.
       01 ALTERNATE-TABLE.
           03 ALT-COUNT PIC 99 VALUE 0.
           03 ALT-OVERFLOW PIC 99 VALUE 0.
           03 ALT-ENTRY OCCURS 50 TIMES.
               05 AL-COURSE PIC X(10).
               05 AL-TITLE PIC X(20).
               05 AL-DAYS PIC X(6).
               05 AL-DAYS-TBL REDEFINES AL-DAYS.
                   07 AL-DAY-CHAR OCCURS 6 TIMES PIC X.
               05 AL-HOUR PIC 99.
               05 AL-MIN PIC 99.
               05 AL-BUILDING PIC XX.
               05 AL-ROOM PIC XXX.
               05 AL-INSTRUCTOR PIC X(18).
               05 AL-SEATS PIC S999.
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
       01 JOURNAL-WORK.
           03 JW-ACTION PIC X(6) VALUE SPACES.
           03 JW-BEFORE PIC X(80) VALUE SPACES.
           03 JW-AFTER PIC X(80) VALUE SPACES.
       01 DAY-LETTERS-LIT PIC X(6) VALUE 'MTWRFS'.
       01 DAY-LETTERS REDEFINES DAY-LETTERS-LIT.
           03 DAY-LETTER OCCURS 6 TIMES PIC X.
       01 DAYS-BUILD.
           03 DB-CHAR OCCURS 11 TIMES PIC X.
       01 CANCEL-HEADING.
        03 FILLER PIC X(25) VALUE SPACES.
        03 FILLER PIC X(37) VALUE
           'SECTION CANCELLATION REGISTER        '.
        03 FILLER PIC X(25) VALUE SPACES.
        03 FILLER PIC X(5) VALUE 'PAGE:'.
        03 XPAGEK PICTURE ZZ.
       01 CANCEL-COL-HEADING.
        03 FILLER PIC X(5) VALUE SPACES.
        03 FILLER PIC X(6) VALUE 'ACTION'.
        03 FILLER PIC X(6) VALUE SPACES.
        03 FILLER PIC X(6) VALUE 'COURSE'.
        03 FILLER PIC X(6) VALUE SPACES.
        03 FILLER PIC X(5) VALUE 'TITLE'.
        03 FILLER PIC X(16) VALUE SPACES.
        03 FILLER PIC X(7) VALUE 'DROPPED'.
        03 FILLER PIC X(3) VALUE SPACES.
        03 FILLER PIC X(8) VALUE 'WAITLIST'.
        03 FILLER PIC X(2) VALUE SPACES.
        03 FILLER PIC X(6) VALUE 'OFFERS'.
        03 FILLER PIC X(3) VALUE SPACES.
        03 FILLER PIC X(6) VALUE 'REMARK'.
       01 CANCEL-ACTION-LINE.
        03 FILLER PIC X(5) VALUE SPACES.
        03 CA-ACTION PIC X(10).
        03 FILLER PIC X(2) VALUE SPACES.
        03 CA-COURSE PIC X(10).
        03 FILLER PIC X(2) VALUE SPACES.
        03 CA-TITLE PIC X(20).
        03 FILLER PIC X(2) VALUE SPACES.
        03 CA-DROPPED PIC ZZZZ9.
        03 FILLER PIC X(5) VALUE SPACES.
        03 CA-WAITLIST PIC ZZZZ9.
        03 FILLER PIC X(3) VALUE SPACES.
        03 CA-OFFERS PIC ZZZZ9.
        03 FILLER PIC X(4) VALUE SPACES.
        03 CA-REMARK PIC X(30).
       01 CANCEL-COUNT-LINE.
        03 FILLER PIC X(5) VALUE SPACES.
        03 CC-LABEL PIC X(30).
        03 CC-COUNT PIC ZZZZ9.
       01 NOTICE-HEADING.
        03 FILLER PIC X(30) VALUE SPACES.
        03 FILLER PIC X(27) VALUE 'EASTERN ILLINOIS UNIVERSITY'.
       01 NOTICE-HEADING2.
        03 FILLER PIC X(31) VALUE SPACES.
        03 FILLER PIC X(27) VALUE 'SECTION CANCELLATION NOTICE'.
       01 NOTICE-STUDENT-LINE.
        03 FILLER PIC X(5) VALUE SPACES.
        03 FILLER PIC X(9) VALUE 'STUDENT: '.
        03 NT-STUDENT PIC X(9).
       01 NOTICE-CANCEL-MSG.
        03 FILLER PIC X(5) VALUE SPACES.
        03 FILLER PIC X(37) VALUE
           'THE SECTION BELOW HAS BEEN CANCELLED '.
        03 FILLER PIC X(29) VALUE
           'AND YOUR REGISTRATION DROPPED'.
       01 NOTICE-ALT-MSG.
        03 FILLER PIC X(5) VALUE SPACES.
        03 FILLER PIC X(33) VALUE
           'OPEN SECTIONS OF THE SAME COURSE '.
        03 FILLER PIC X(32) VALUE
           'THAT FIT YOUR REMAINING SCHEDULE'.
       01 NOTICE-NONE-MSG.
        03 FILLER PIC X(5) VALUE SPACES.
        03 FILLER PIC X(32) VALUE
           'NO OTHER SECTION OF THIS COURSE '.
        03 FILLER PIC X(36) VALUE
           'HAS AN OPEN SEAT THAT FITS YOUR TIME'.
       01 NOTICE-NONE-MSG2.
        03 FILLER PIC X(5) VALUE SPACES.
        03 FILLER PIC X(39) VALUE
           'TABLE - PLEASE SEE YOUR ADVISOR ABOUT A'.
        03 FILLER PIC X(19) VALUE
           ' REPLACEMENT COURSE'.
       01 NOTICE-COL-HEADING.
        03 FILLER PIC X(5) VALUE SPACES.
        03 FILLER PIC X(6) VALUE 'COURSE'.
        03 FILLER PIC X(6) VALUE SPACES.
        03 FILLER PIC X(5) VALUE 'TITLE'.
        03 FILLER PIC X(17) VALUE SPACES.
        03 FILLER PIC X(4) VALUE 'DAYS'.
        03 FILLER PIC X(9) VALUE SPACES.
        03 FILLER PIC X(4) VALUE 'TIME'.
        03 FILLER PIC X(4) VALUE SPACES.
        03 FILLER PIC X(8) VALUE 'LOCATION'.
        03 FILLER PIC X(3) VALUE SPACES.
        03 FILLER PIC X(10) VALUE 'INSTRUCTOR'.
        03 FILLER PIC X(10) VALUE SPACES.
        03 FILLER PIC X(4) VALUE 'OPEN'.
       01 NOTICE-SECTION-LINE.
        03 FILLER PIC X(5) VALUE SPACES.
        03 NS-ABB PIC XXX.
        03 FILLER PIC X VALUE SPACES.
        03 NS-NUMB PIC XXXX.
        03 FILLER PIC X VALUE SPACES.
        03 NS-SEC PIC XXX.
        03 FILLER PIC X(2) VALUE SPACES.
        03 NS-TITLE PIC X(20).
        03 FILLER PIC X(2) VALUE SPACES.
        03 NS-DAYS PIC X(11).
        03 FILLER PIC X(2) VALUE SPACES.
        03 NS-HOUR PIC Z9.
        03 FILLER PIC X VALUE ':'.
        03 NS-MIN PIC 99.
        03 FILLER PIC X(4) VALUE SPACES.
        03 NS-BUILDING PIC XX.
        03 FILLER PIC X VALUE SPACES.
        03 NS-ROOM PIC XXX.
        03 FILLER PIC X(5) VALUE SPACES.
        03 NS-INSTRUCTOR PIC X(18).
        03 FILLER PIC X(2) VALUE SPACES.
        03 NS-OPEN PIC ZZZ.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 050-READ-PARM-CARD.

           PERFORM 055-GET-CYCLE-DATE.

           OPEN I-O COURSE-FILE
                INPUT STUDENT-FILE
                OUTPUT CANCEL-REPORT-FILE
                       NOTICE-FILE
                EXTEND JOURNAL-FILE.
           PERFORM 225-CANCEL-HEADINGS.

           PERFORM 060-LOAD-CANCEL-LIST.
           PERFORM 080-LOAD-RESERVATIONS.
           PERFORM 100-FIND-AFFECTED.
           PERFORM 200-REWRITE-DETAILS.
           PERFORM 300-PURGE-WAITLIST.
           PERFORM 350-PURGE-OFFERS.
           PERFORM 410-ONE-NOTICE
               VARYING AF-IDX FROM 1 BY 1
               UNTIL AF-IDX > AFFECTED-COUNT.
           PERFORM 500-CANCEL-ONE-SECTION
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > CANCEL-COUNT.

           PERFORM 700-FINAL-TOTALS.

           CLOSE COURSE-FILE
                 STUDENT-FILE
                 CANCEL-REPORT-FILE
                 NOTICE-FILE
                 JOURNAL-FILE.
           STOP RUN.

      ******************************************************************
      *     MASTER-ACTION PARAMETER CARD - M=MARK THE SECTION CANCELLED
      *     ON THE MASTER (CLASS LIMIT AND SEATS ZERO, TITLE REPLACED),
      *     D=DELETE IT.  CARD IS OPTIONAL - DEFAULT IS MARK
      ******************************************************************
       050-READ-PARM-CARD.
           MOVE 'N' TO PARM-EOF.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE
               AT END MOVE 'Y' TO PARM-EOF.
           IF NOT PARM-END-OF-DATA
               IF CP-MASTER-ACTION = 'D' OR CP-MASTER-ACTION = 'M'
                   MOVE CP-MASTER-ACTION TO MASTER-ACTION
               END-IF
           END-IF.
           CLOSE PARM-FILE.

      ******************************************************************
      *     RESERVED BLOCKS RELEASE ON THE DATE OF THE CYCLE OPEN ON THE
      *     RUN-CONTROL FILE, AS IN REGPOST1 - TODAY'S DATE WHEN NO
      *     CYCLE HAS BEEN OPENED
      ******************************************************************
       055-GET-CYCLE-DATE.
           ACCEPT CONTROL-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO CYCLE-DATE.
           MOVE 'N' TO RCEOF.
           OPEN INPUT RUN-CONTROL-FILE.
           READ RUN-CONTROL-FILE
               AT END MOVE 'Y' TO RCEOF.
           PERFORM 056-CHECK-RUN-CONTROL-ENTRY
               UNTIL RUN-CONTROL-END-OF-DATA.
           CLOSE RUN-CONTROL-FILE.
           MOVE CONTROL-RUN-DATE TO RELEASE-AS-OF.
           IF CYCLE-DATE NOT = 0
               MOVE CYCLE-DATE TO RELEASE-AS-OF
           END-IF.

       056-CHECK-RUN-CONTROL-ENTRY.
           IF RC-STEP = 'CYCINIT1' AND RC-CYCLE-DATE NUMERIC
               MOVE RC-CYCLE-DATE TO CYCLE-DATE
           END-IF.
           READ RUN-CONTROL-FILE
               AT END MOVE 'Y' TO RCEOF.

      ******************************************************************
      *     CANCELLATION LIST - EACH KEY MUST BE ON THE MASTER.  THE
      *     SECTION'S DETAILS ARE KEPT FOR THE STUDENT NOTICES
      ******************************************************************
       060-LOAD-CANCEL-LIST.
           OPEN INPUT CANCEL-FILE.
           PERFORM 800-READ-CANCEL.
           PERFORM 065-ADD-CANCEL-ENTRY
               UNTIL CANCEL-END-OF-DATA.
           CLOSE CANCEL-FILE.

       065-ADD-CANCEL-ENTRY.
           MOVE CN-COURSE TO CANCEL-KEY.
           PERFORM 070-FIND-CANCEL.
           IF CANCEL-FOUND
               MOVE 'DUPLICATE ON CANCEL LIST' TO CANCEL-REASON
               PERFORM 650-REPORT-REJECT
           ELSE
               MOVE CN-COURSE TO CR-COURSE-KEY
               PERFORM 510-READ-COURSE-MASTER
               IF NOT COURSE-FOUND
                   MOVE 'NOT ON COURSE MASTER' TO CANCEL-REASON
                   PERFORM 650-REPORT-REJECT
               ELSE
                   IF CANCEL-COUNT < 100
                       ADD 1 TO CANCEL-COUNT
                       MOVE C-COURSE TO CT-COURSE(CANCEL-COUNT)
                       MOVE C-TITLE TO CT-TITLE(CANCEL-COUNT)
                       MOVE C-DAYS TO CT-DAYS(CANCEL-COUNT)
                       MOVE C-STARTING-HOUR TO CT-HOUR(CANCEL-COUNT)
                       MOVE C-STARTING-MIN TO CT-MIN(CANCEL-COUNT)
                       MOVE C-BUILDING TO CT-BUILDING(CANCEL-COUNT)
                       MOVE C-ROOM TO CT-ROOM(CANCEL-COUNT)
                       MOVE C-INSTRUCTOR TO CT-INSTRUCTOR(CANCEL-COUNT)
                       MOVE 0 TO CT-DROPPED-CT(CANCEL-COUNT)
                       MOVE 0 TO CT-WAITLIST-CT(CANCEL-COUNT)
                       MOVE 0 TO CT-OFFER-CT(CANCEL-COUNT)
                   ELSE
                       ADD 1 TO CANCEL-OVERFLOW
                       MOVE 'CANCEL TABLE FULL - NOT DONE' TO
                           CANCEL-REASON
                       PERFORM 650-REPORT-REJECT
                   END-IF
               END-IF
           END-IF.
           PERFORM 800-READ-CANCEL.

       070-FIND-CANCEL.
           MOVE 'N' TO CANCEL-FOUND-SW.
           MOVE 0 TO CT-FOUND-IDX.
           PERFORM 075-MATCH-CANCEL
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > CANCEL-COUNT OR CANCEL-FOUND.

       075-MATCH-CANCEL.
           IF CT-COURSE(CT-IDX) = CANCEL-KEY
               MOVE 'Y' TO CANCEL-FOUND-SW
               MOVE CT-IDX TO CT-FOUND-IDX
           END-IF.

      ******************************************************************
      *     RESERVED SEAT BLOCKS STILL HELD ON THE RELEASE DATE ABOVE.
      *     SEATS IN USE ARE COUNTED WHILE THE NEW DETAIL FILE IS
      *     WRITTEN, SO REGISTRATIONS DROPPED HERE FREE THEIR SEATS
      ******************************************************************
       080-LOAD-RESERVATIONS.
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
      *     FIRST PASS OF THE DETAIL FILE - WHO IS IN A CANCELLED
      *     SECTION
      ******************************************************************
       100-FIND-AFFECTED.
           MOVE 'N' TO DEOF.
           OPEN INPUT OLD-DETAIL-FILE.
           PERFORM 810-READ-DETAIL.
           PERFORM 110-CHECK-ONE-DETAIL
               UNTIL DETAIL-END-OF-DATA.
           CLOSE OLD-DETAIL-FILE.

       110-CHECK-ONE-DETAIL.
           MOVE D-COURSE TO CANCEL-KEY.
           PERFORM 070-FIND-CANCEL.
           IF CANCEL-FOUND
               IF AFFECTED-COUNT < 1000
                   ADD 1 TO AFFECTED-COUNT
                   MOVE D-STUDENT-ID TO AF-STUDENT-ID(AFFECTED-COUNT)
                   MOVE D-COURSE TO AF-COURSE(AFFECTED-COUNT)
                   MOVE CT-FOUND-IDX TO AF-CANCEL-IDX(AFFECTED-COUNT)
               ELSE
                   ADD 1 TO AFFECTED-OVERFLOW
               END-IF
           END-IF.
           PERFORM 810-READ-DETAIL.

      ******************************************************************
      *     SECOND PASS - WRITE THE NEW DETAIL FILE WITHOUT THE
      *     CANCELLED SECTIONS AND KEEP THE REMAINING SCHEDULE OF EVERY
      *     AFFECTED STUDENT FOR THE CONFLICT CHECK.  EACH REGISTRATION
      *     KEPT FILLS THE FIRST RESERVED BLOCK ITS STUDENT IS ELIGIBLE
      *     FOR THAT HAS ROOM, AS IN REGPOST1
      ******************************************************************
       200-REWRITE-DETAILS.
           MOVE 'N' TO DEOF.
           OPEN INPUT OLD-DETAIL-FILE
                OUTPUT NEW-DETAIL-FILE.
           PERFORM 810-READ-DETAIL.
           PERFORM 210-COPY-ONE-DETAIL
               UNTIL DETAIL-END-OF-DATA.
           CLOSE OLD-DETAIL-FILE
                 NEW-DETAIL-FILE.

       210-COPY-ONE-DETAIL.
           ADD 1 TO DETAILS-IN-CT.
           MOVE D-COURSE TO CANCEL-KEY.
           PERFORM 070-FIND-CANCEL.
           IF CANCEL-FOUND
               ADD 1 TO STUDENTS-DROPPED-CT
               ADD 1 TO CT-DROPPED-CT(CT-FOUND-IDX)
           ELSE
               WRITE NEW-DETAIL-REC FROM OLD-DETAIL-REC
               ADD 1 TO DETAILS-OUT-CT
               MOVE D-STUDENT-ID TO AFFECTED-KEY
               PERFORM 250-FIND-AFFECTED-STUDENT
               IF STUDENT-AFFECTED
                   PERFORM 220-SAVE-SCHEDULE-ENTRY
               END-IF
               PERFORM 230-COUNT-BLOCK-USE
           END-IF.
           PERFORM 810-READ-DETAIL.

       220-SAVE-SCHEDULE-ENTRY.
           MOVE D-COURSE TO CR-COURSE-KEY.
           PERFORM 510-READ-COURSE-MASTER.
           IF COURSE-FOUND
               IF SCHED-COUNT < 3000
                   ADD 1 TO SCHED-COUNT
                   MOVE D-STUDENT-ID TO SS-STUDENT-ID(SCHED-COUNT)
                   MOVE C-COURSE TO SS-COURSE(SCHED-COUNT)
                   MOVE C-DAYS TO SS-DAYS(SCHED-COUNT)
                   MOVE C-STARTING-HOUR TO SS-HOUR(SCHED-COUNT)
                   MOVE C-STARTING-MIN TO SS-MIN(SCHED-COUNT)
               ELSE
                   ADD 1 TO SCHED-OVERFLOW
               END-IF
           END-IF.

       230-COUNT-BLOCK-USE.
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

       250-FIND-AFFECTED-STUDENT.
           MOVE 'N' TO AFFECTED-SW.
           PERFORM 255-MATCH-AFFECTED-STUDENT
               VARYING AF-IDX FROM 1 BY 1
               UNTIL AF-IDX > AFFECTED-COUNT OR STUDENT-AFFECTED.

       255-MATCH-AFFECTED-STUDENT.
           IF AF-STUDENT-ID(AF-IDX) = AFFECTED-KEY
               MOVE 'Y' TO AFFECTED-SW
           END-IF.

      ******************************************************************
      *     WAITLIST AND SEAT-OFFER PURGE - BOTH FILES ARE OPTIONAL
      ******************************************************************
       300-PURGE-WAITLIST.
           MOVE 'N' TO WEOF.
           OPEN INPUT OLD-WAITLIST-FILE
                OUTPUT NEW-WAITLIST-FILE.
           PERFORM 820-READ-WAITLIST.
           PERFORM 310-COPY-ONE-WAITLIST
               UNTIL WAITLIST-END-OF-DATA.
           CLOSE OLD-WAITLIST-FILE
                 NEW-WAITLIST-FILE.

       310-COPY-ONE-WAITLIST.
           ADD 1 TO WAITLIST-IN-CT.
           MOVE WL-COURSE TO CANCEL-KEY.
           PERFORM 070-FIND-CANCEL.
           IF CANCEL-FOUND
               ADD 1 TO WAITLIST-PURGED-CT
               ADD 1 TO CT-WAITLIST-CT(CT-FOUND-IDX)
           ELSE
               WRITE NEW-WAITLIST-REC FROM OLD-WAITLIST-REC
               ADD 1 TO WAITLIST-OUT-CT
           END-IF.
           PERFORM 820-READ-WAITLIST.

       350-PURGE-OFFERS.
           MOVE 'N' TO OEOF.
           OPEN INPUT OLD-OFFER-FILE
                OUTPUT NEW-OFFER-FILE.
           PERFORM 830-READ-OFFER.
           PERFORM 360-COPY-ONE-OFFER
               UNTIL OFFER-END-OF-DATA.
           CLOSE OLD-OFFER-FILE
                 NEW-OFFER-FILE.

       360-COPY-ONE-OFFER.
           ADD 1 TO OFFERS-IN-CT.
           MOVE OF-COURSE TO CANCEL-KEY.
           PERFORM 070-FIND-CANCEL.
           IF CANCEL-FOUND
               ADD 1 TO OFFERS-PURGED-CT
               ADD 1 TO CT-OFFER-CT(CT-FOUND-IDX)
           ELSE
               WRITE NEW-OFFER-REC FROM OLD-OFFER-REC
               ADD 1 TO OFFERS-OUT-CT
           END-IF.
           PERFORM 830-READ-OFFER.

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

      ******************************************************************
      *     ONE NOTICE PER DROPPED REGISTRATION - THE CANCELLED SECTION,
      *     THEN EVERY OPEN ALTERNATE THAT FITS THE STUDENT'S SCHEDULE
      ******************************************************************
       410-ONE-NOTICE.
           MOVE AF-CANCEL-IDX(AF-IDX) TO CT-IDX.
           IF AF-COURSE(AF-IDX) NOT = GATHERED-COURSE
               PERFORM 420-GATHER-ALTERNATES
           END-IF.
           ADD 1 TO NOTICES-CT.
           IF RSV-COUNT > 0
               MOVE AF-STUDENT-ID(AF-IDX) TO SR-STUDENT-ID
               PERFORM 376-READ-RESERVE-STUDENT
           END-IF.
           PERFORM 245-NOTICE-HEADINGS.

           MOVE CT-COURSE(CT-IDX) TO C-COURSE.
           MOVE C-ABB TO NS-ABB.
           MOVE C-NUMB TO NS-NUMB.
           MOVE C-SEC TO NS-SEC.
           MOVE CT-TITLE(CT-IDX) TO NS-TITLE.
           MOVE CT-DAYS(CT-IDX) TO C-DAYS.
           PERFORM 470-DECODE-DAYS.
           MOVE CT-HOUR(CT-IDX) TO NS-HOUR.
           MOVE CT-MIN(CT-IDX) TO NS-MIN.
           MOVE CT-BUILDING(CT-IDX) TO NS-BUILDING.
           MOVE CT-ROOM(CT-IDX) TO NS-ROOM.
           MOVE CT-INSTRUCTOR(CT-IDX) TO NS-INSTRUCTOR.
           MOVE 0 TO NS-OPEN.
           WRITE NOTICE-REC FROM NOTICE-SECTION-LINE
               AFTER ADVANCING 1 LINE.

           WRITE NOTICE-REC FROM NOTICE-ALT-MSG
               AFTER ADVANCING 3 LINES.
           WRITE NOTICE-REC FROM NOTICE-COL-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE 0 TO FITS-CT.
           PERFORM 440-CHECK-ALTERNATE
               VARYING AL-IDX FROM 1 BY 1 UNTIL AL-IDX > ALT-COUNT.
           IF FITS-CT = 0
               ADD 1 TO NO-ALTERNATE-CT
               WRITE NOTICE-REC FROM NOTICE-NONE-MSG
                   AFTER ADVANCING 2 LINES
               WRITE NOTICE-REC FROM NOTICE-NONE-MSG2
                   AFTER ADVANCING 1 LINE
           END-IF.

      ******************************************************************
      *     BROWSE THE MASTER FROM THE COURSE'S ABBREVIATION + NUMBER
      *     FOR EVERY OTHER SECTION STILL OPEN AND NOT BEING CANCELLED
      ******************************************************************
       420-GATHER-ALTERNATES.
           MOVE AF-COURSE(AF-IDX) TO GATHERED-COURSE.
           MOVE AF-COURSE(AF-IDX) TO BROWSE-KEY.
           MOVE SPACES TO BK-SEC.
           MOVE 0 TO ALT-COUNT.
           MOVE 0 TO ALT-OVERFLOW.
           MOVE 'N' TO BEOF.
           MOVE BROWSE-KEY TO CR-COURSE-KEY.
           START COURSE-FILE KEY NOT LESS THAN CR-COURSE-KEY
               INVALID KEY MOVE 'Y' TO BEOF
           END-START.
           IF NOT BROWSE-COMPLETE
               PERFORM 840-READ-NEXT-COURSE
           END-IF.
           PERFORM 430-BROWSE-ONE-SECTION
               UNTIL BROWSE-COMPLETE.

       430-BROWSE-ONE-SECTION.
           IF C-ABB NOT = BK-ABB OR C-NUMB NOT = BK-NUMB
               MOVE 'Y' TO BEOF
           ELSE
               MOVE C-COURSE TO CANCEL-KEY
               PERFORM 070-FIND-CANCEL
               IF NOT CANCEL-FOUND AND C-SEATS-REMAINING > 0
                   IF ALT-COUNT < 50
                       ADD 1 TO ALT-COUNT
                       MOVE C-COURSE TO AL-COURSE(ALT-COUNT)
                       MOVE C-TITLE TO AL-TITLE(ALT-COUNT)
                       MOVE C-DAYS TO AL-DAYS(ALT-COUNT)
                       MOVE C-STARTING-HOUR TO AL-HOUR(ALT-COUNT)
                       MOVE C-STARTING-MIN TO AL-MIN(ALT-COUNT)
                       MOVE C-BUILDING TO AL-BUILDING(ALT-COUNT)
                       MOVE C-ROOM TO AL-ROOM(ALT-COUNT)
                       MOVE C-INSTRUCTOR TO AL-INSTRUCTOR(ALT-COUNT)
                       MOVE C-SEATS-REMAINING TO AL-SEATS(ALT-COUNT)
                   ELSE
                       ADD 1 TO ALT-OVERFLOW
                   END-IF
               END-IF
               PERFORM 840-READ-NEXT-COURSE
           END-IF.

      ******************************************************************
      *     AN ALTERNATE FITS WHEN THE STUDENT CAN TAKE ONE OF ITS OPEN
      *     SEATS - AN UNRESERVED SEAT, OR A SEAT IN A BLOCK THAT NAMES
      *     THE STUDENT - AND NONE OF THE STUDENT'S REMAINING SECTIONS
      *     STARTS AT THE SAME TIME ON A COMMON DAY
      ******************************************************************
       440-CHECK-ALTERNATE.
           MOVE AL-SEATS(AL-IDX) TO ALT-OPEN-SEATS.
           IF RSV-COUNT > 0
               MOVE AL-COURSE(AL-IDX) TO RSV-COURSE
               PERFORM 380-CHECK-RESERVED-SEATS
               IF RSV-ELIGIBLE-IDX = 0
                   COMPUTE ALT-OPEN-SEATS = AL-SEATS(AL-IDX)
                       - RSV-REMAIN
               END-IF
           END-IF.
           MOVE 'N' TO CONFLICT-SW.
           IF ALT-OPEN-SEATS > 0
               PERFORM 450-CHECK-SCHEDULE-ENTRY
                   VARYING SS-IDX FROM 1 BY 1
                   UNTIL SS-IDX > SCHED-COUNT OR TIME-CONFLICT
               IF NOT TIME-CONFLICT
                   ADD 1 TO FITS-CT
                   PERFORM 460-PRINT-ALTERNATE
               END-IF
           ELSE
               ADD 1 TO RESERVED-SKIP-CT
           END-IF.

       450-CHECK-SCHEDULE-ENTRY.
           IF SS-STUDENT-ID(SS-IDX) = AF-STUDENT-ID(AF-IDX)
               AND SS-HOUR(SS-IDX) = AL-HOUR(AL-IDX)
               AND SS-MIN(SS-IDX) = AL-MIN(AL-IDX)
               MOVE 'N' TO DAY-MATCH-SW
               PERFORM 455-CHECK-ONE-DAY
                   VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > 6 OR COMMON-DAY-FOUND
               IF COMMON-DAY-FOUND
                   MOVE 'Y' TO CONFLICT-SW
               END-IF
           END-IF.

       455-CHECK-ONE-DAY.
           IF SS-DAY-CHAR(SS-IDX, DAY-IDX) NOT = SPACE
               AND AL-DAY-CHAR(AL-IDX, DAY-IDX) NOT = SPACE
               MOVE 'Y' TO DAY-MATCH-SW
           END-IF.

       460-PRINT-ALTERNATE.
           MOVE AL-COURSE(AL-IDX) TO C-COURSE.
           MOVE C-ABB TO NS-ABB.
           MOVE C-NUMB TO NS-NUMB.
           MOVE C-SEC TO NS-SEC.
           MOVE AL-TITLE(AL-IDX) TO NS-TITLE.
           MOVE AL-DAYS(AL-IDX) TO C-DAYS.
           PERFORM 470-DECODE-DAYS.
           MOVE AL-HOUR(AL-IDX) TO NS-HOUR.
           MOVE AL-MIN(AL-IDX) TO NS-MIN.
           MOVE AL-BUILDING(AL-IDX) TO NS-BUILDING.
           MOVE AL-ROOM(AL-IDX) TO NS-ROOM.
           MOVE AL-INSTRUCTOR(AL-IDX) TO NS-INSTRUCTOR.
           MOVE ALT-OPEN-SEATS TO NS-OPEN.
           WRITE NOTICE-REC FROM NOTICE-SECTION-LINE
               AFTER ADVANCING 1 LINE.

      ******************************************************************
      *     DECODE C-DAYS - EACH OF THE 6 POSITIONS IS ONE WEEKDAY
      ******************************************************************
       470-DECODE-DAYS.
           MOVE SPACES TO DAYS-BUILD.
           MOVE 0 TO DB-POS.
           PERFORM 475-DECODE-ONE-DAY
               VARYING DB-IDX FROM 1 BY 1 UNTIL DB-IDX > 6.
           MOVE DAYS-BUILD TO NS-DAYS.

       475-DECODE-ONE-DAY.
           IF C-DAY-CHAR(DB-IDX) NOT = SPACE
               IF DB-POS NOT = 0
                   ADD 1 TO DB-POS
                   MOVE '-' TO DB-CHAR(DB-POS)
               END-IF
               ADD 1 TO DB-POS
               MOVE DAY-LETTER(DB-IDX) TO DB-CHAR(DB-POS)
           END-IF.

      ******************************************************************
      *     MARK OR DELETE THE CANCELLED SECTION ON THE COURSE MASTER
      *     AND JOURNAL THE CHANGE THE SAME WAY MAINT1 DOES
      ******************************************************************
       500-CANCEL-ONE-SECTION.
           MOVE CT-COURSE(CT-IDX) TO CR-COURSE-KEY.
           PERFORM 510-READ-COURSE-MASTER.
           IF NOT COURSE-FOUND
               MOVE 'GONE FROM MASTER BEFORE UPDATE' TO CA-REMARK
               MOVE 'NOT DONE' TO CA-ACTION
           ELSE
               MOVE COURSE-DATA TO JW-BEFORE
               IF DELETE-FROM-MASTER
                   DELETE COURSE-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE 'DELETED' TO CA-ACTION
                   MOVE 'DELETE' TO JW-ACTION
                   MOVE SPACES TO JW-AFTER
               ELSE
                   MOVE 0 TO C-CLASSLIMIT
                   MOVE 0 TO C-SEATS-REMAINING
                   MOVE '*** CANCELLED ***' TO C-TITLE
                   REWRITE COURSE-REC FROM COURSE-DATA
                       INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE 'MARKED' TO CA-ACTION
                   MOVE 'CHANGE' TO JW-ACTION
                   MOVE COURSE-DATA TO JW-AFTER
               END-IF
               IF CM-STATUS = '00'
                   ADD 1 TO SECTIONS-CANCELLED-CT
                   MOVE SPACES TO CA-REMARK
                   PERFORM 520-WRITE-JOURNAL
               ELSE
                   MOVE CM-STATUS TO MF-STATUS
                   MOVE MASTER-FAIL-REASON TO CA-REMARK
                   MOVE 'NOT DONE' TO CA-ACTION
               END-IF
           END-IF.
           MOVE CT-COURSE(CT-IDX) TO CA-COURSE.
           MOVE CT-TITLE(CT-IDX) TO CA-TITLE.
           MOVE CT-DROPPED-CT(CT-IDX) TO CA-DROPPED.
           MOVE CT-WAITLIST-CT(CT-IDX) TO CA-WAITLIST.
           MOVE CT-OFFER-CT(CT-IDX) TO CA-OFFERS.
           PERFORM 600-REPORT-LINE.

       510-READ-COURSE-MASTER.
           MOVE 'Y' TO COURSE-FOUND-SW.
           READ COURSE-FILE INTO COURSE-DATA
               INVALID KEY MOVE 'N' TO COURSE-FOUND-SW.

      ******************************************************************
      *     MACHINE-READABLE JOURNAL - ONE RECORD PER SECTION CANCELLED,
      *     IN THE LAYOUT MAINT1 WRITES AND BACKOUT1 READS
      ******************************************************************
       520-WRITE-JOURNAL.
           MOVE JW-ACTION TO JR-ACTION.
           MOVE CT-COURSE(CT-IDX) TO JR-COURSE.
           MOVE JW-BEFORE TO JR-BEFORE.
           MOVE JW-AFTER TO JR-AFTER.
           MOVE 'CANCEL1' TO JR-SUBMITTER.
           WRITE JOURNAL-REC.
           ADD 1 TO JOURNAL-CT.

      ******************************************************************
      *     CANCELLATION REGISTER SUPPORT
      ******************************************************************
       600-REPORT-LINE.
           IF XLINE-CT > 45
               PERFORM 225-CANCEL-HEADINGS
           END-IF.
           WRITE CANCEL-REPORT-REC FROM CANCEL-ACTION-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO XLINE-CT.

       650-REPORT-REJECT.
           ADD 1 TO CANCEL-REJECT-CT.
           MOVE 'REJECTED' TO CA-ACTION.
           MOVE CN-COURSE TO CA-COURSE.
           MOVE SPACES TO CA-TITLE.
           MOVE 0 TO CA-DROPPED.
           MOVE 0 TO CA-WAITLIST.
           MOVE 0 TO CA-OFFERS.
           MOVE CANCEL-REASON TO CA-REMARK.
           PERFORM 600-REPORT-LINE.

       700-FINAL-TOTALS.
           MOVE 'CANCEL REQUESTS READ' TO CC-LABEL.
           MOVE CANCEL-READ-CT TO CC-COUNT.
           WRITE CANCEL-REPORT-REC FROM CANCEL-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'CANCEL REQUESTS REJECTED' TO CC-LABEL.
           MOVE CANCEL-REJECT-CT TO CC-COUNT.
           WRITE CANCEL-REPORT-REC FROM CANCEL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SECTIONS CANCELLED' TO CC-LABEL.
           MOVE SECTIONS-CANCELLED-CT TO CC-COUNT.
           WRITE CANCEL-REPORT-REC FROM CANCEL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'JOURNAL RECORDS WRITTEN' TO CC-LABEL.
           MOVE JOURNAL-CT TO CC-COUNT.
           WRITE CANCEL-REPORT-REC FROM CANCEL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'OLD DETAIL RECORDS READ' TO CC-LABEL.
           MOVE DETAILS-IN-CT TO CC-COUNT.
           WRITE CANCEL-REPORT-REC FROM CANCEL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NEW DETAIL RECORDS WRITTEN' TO CC-LABEL.
           MOVE DETAILS-OUT-CT TO CC-COUNT.
           WRITE CANCEL-REPORT-REC FROM CANCEL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'REGISTRATIONS DROPPED' TO CC-LABEL.
           MOVE STUDENTS-DROPPED-CT TO CC-COUNT.
           WRITE CANCEL-REPORT-REC FROM CANCEL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'WAITLIST ENTRIES READ' TO CC-LABEL.
           MOVE WAITLIST-IN-CT TO CC-COUNT.
           WRITE CANCEL-REPORT-REC FROM CANCEL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'WAITLIST ENTRIES PURGED' TO CC-LABEL.
           MOVE WAITLIST-PURGED-CT TO CC-COUNT.
           WRITE CANCEL-REPORT-REC FROM CANCEL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'WAITLIST ENTRIES KEPT' TO CC-LABEL.
           MOVE WAITLIST-OUT-CT TO CC-COUNT.
           WRITE CANCEL-REPORT-REC FROM CANCEL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SEAT OFFERS READ' TO CC-LABEL.
           MOVE OFFERS-IN-CT TO CC-COUNT.
           WRITE CANCEL-REPORT-REC FROM CANCEL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SEAT OFFERS PURGED' TO CC-LABEL.
           MOVE OFFERS-PURGED-CT TO CC-COUNT.
           WRITE CANCEL-REPORT-REC FROM CANCEL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SEAT OFFERS KEPT' TO CC-LABEL.
           MOVE OFFERS-OUT-CT TO CC-COUNT.
           WRITE CANCEL-REPORT-REC FROM CANCEL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'STUDENT NOTICES PRINTED' TO CC-LABEL.
           MOVE NOTICES-CT TO CC-COUNT.
           WRITE CANCEL-REPORT-REC FROM CANCEL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NOTICES WITH NO ALTERNATE' TO CC-LABEL.
           MOVE NO-ALTERNATE-CT TO CC-COUNT.
           WRITE CANCEL-REPORT-REC FROM CANCEL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           IF AFFECTED-OVERFLOW > 0
               MOVE 'DROPPED BUT NO NOTICE PRINTED' TO CC-LABEL
               MOVE AFFECTED-OVERFLOW TO CC-COUNT
               WRITE CANCEL-REPORT-REC FROM CANCEL-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF SCHED-OVERFLOW > 0
               MOVE 'SCHEDULE ENTRIES NOT CHECKED' TO CC-LABEL
               MOVE SCHED-OVERFLOW TO CC-COUNT
               WRITE CANCEL-REPORT-REC FROM CANCEL-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE 'ALTERNATES HELD FOR OTHERS' TO CC-LABEL.
           MOVE RESERVED-SKIP-CT TO CC-COUNT.
           WRITE CANCEL-REPORT-REC FROM CANCEL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           IF RSV-OVERFLOW > 0
               MOVE 'RESERVED BLOCKS NOT LOADED' TO CC-LABEL
               MOVE RSV-OVERFLOW TO CC-COUNT
               WRITE CANCEL-REPORT-REC FROM CANCEL-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       225-CANCEL-HEADINGS.
           MOVE XPAGEKOUNT TO XPAGEK.
           WRITE CANCEL-REPORT-REC FROM CANCEL-HEADING
               AFTER ADVANCING PAGE.
           WRITE CANCEL-REPORT-REC FROM CANCEL-COL-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO CANCEL-REPORT-REC.
           WRITE CANCEL-REPORT-REC
               AFTER ADVANCING 1.
           MOVE 0 TO XLINE-CT.
           ADD 1 TO XPAGEKOUNT.

       245-NOTICE-HEADINGS.
           WRITE NOTICE-REC FROM NOTICE-HEADING
               AFTER ADVANCING PAGE.
           WRITE NOTICE-REC FROM NOTICE-HEADING2
               AFTER ADVANCING 1 LINE.
           MOVE AF-STUDENT-ID(AF-IDX) TO NT-STUDENT.
           WRITE NOTICE-REC FROM NOTICE-STUDENT-LINE
               AFTER ADVANCING 2 LINES.
           WRITE NOTICE-REC FROM NOTICE-CANCEL-MSG
               AFTER ADVANCING 2 LINES.
           WRITE NOTICE-REC FROM NOTICE-COL-HEADING
               AFTER ADVANCING 2 LINES.

       800-READ-CANCEL.
           READ CANCEL-FILE
               AT END MOVE 'Y' TO XEOF.
           IF NOT CANCEL-END-OF-DATA
               ADD 1 TO CANCEL-READ-CT
           END-IF.

       810-READ-DETAIL.
           READ OLD-DETAIL-FILE
               AT END MOVE 'Y' TO DEOF.

       820-READ-WAITLIST.
           READ OLD-WAITLIST-FILE
               AT END MOVE 'Y' TO WEOF.

       830-READ-OFFER.
           READ OLD-OFFER-FILE
               AT END MOVE 'Y' TO OEOF.

       840-READ-NEXT-COURSE.
           READ COURSE-FILE NEXT RECORD INTO COURSE-DATA
               AT END MOVE 'Y' TO BEOF.
