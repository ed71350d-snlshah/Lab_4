      *             READABLE JOURNAL FILE (DA-S-MJRNL) SO A BAD BATCH
      *             CAN BE BACKED OUT THROUGH BACKOUT1 INSTEAD OF
      *             RESTORING THE PREVIOUS MASTER GENERATION.
      * 2026-10-15  RUNS ONLY AFTER CYCINIT1 HAS OPENED THE NIGHTLY
      *             CYCLE ON DA-S-RUNCTL AND ONLY AGAINST THE COURSE
      *             MASTER GENERATION THE CYCLE EXPECTS.  EVERY NEW
      *             MASTER RECORD IS STAMPED WITH THE NEXT GENERATION
      *             AND THE OUTCOME IS RECORDED ON DA-S-RUNCTL.
      * 2026-10-15  EVERY TRANSACTION CARRIES A SUBMITTER ID.  THE
      *             SUBMITTER MUST BE AUTHORIZED ON DA-S-AUTH FOR THE
      *             COURSE'S DEPARTMENT AND FOR THE ADD, CHANGE OR
      *             DELETE, AND SEPARATELY FOR A CHANGE THAT RAISES THE
      *             CLASS LIMIT.  THE SUBMITTER IS PRINTED ON THE AUDIT
      *             AND RECORDED ON THE DA-S-MJRNL JOURNAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE STATUS IS NM-STATUS.
       SELECT AUDIT-FILE ASSIGN TO 'UR-S-AUDIT'.
       SELECT JOURNAL-FILE ASSIGN TO 'DA-S-MJRNL'.
       SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO 'DA-S-RUNCTL'.
       SELECT OPTIONAL AUTHORITY-FILE ASSIGN TO 'DA-S-AUTH'.
       DATA DIVISION.
       FILE SECTION.
       FD OLD-MASTER-FILE
       FD TRANS-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 TRANS-REC PIC X(89).
       FD NEW-MASTER-FILE
       LABEL RECORDS ARE STANDARD.
       01 NEW-MASTER-REC.
           03 JR-COURSE PIC X(10).
           03 JR-BEFORE PIC X(80).
           03 JR-AFTER PIC X(80).
           03 JR-SUBMITTER PIC X(8).
       FD RUN-CONTROL-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 RUN-CONTROL-REC PIC X(80).
       FD AUTHORITY-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 AUTHORITY-REC.
           03 AU-SUBMITTER PIC X(8).
           03 AU-ABB PIC XXX.
           03 AU-GRANTS.
               05 AU-MAINT-ADD PIC X.
               05 AU-MAINT-CHANGE PIC X.
               05 AU-MAINT-DELETE PIC X.
               05 AU-LIMIT-INCREASE PIC X.
               05 AU-REG-ADD PIC X.
               05 AU-REG-DROP PIC X.
           03 FILLER PIC X(63).
       WORKING-STORAGE SECTION.
       01 MISC.
           03 MEOF PIC X VALUE 'N'.
           03 SEQ-ERROR-CT PIC 9(5) VALUE 0.
           03 WRITE-ERROR-KEY PIC X(10) VALUE SPACES.
           03 JOURNAL-CT PIC 9(5) VALUE 0.
           03 AUEOF PIC X VALUE 'N'.
               88 AUTHORITY-END-OF-DATA VALUE 'Y'.
           03 AUTH-IDX PIC 999 VALUE 0.
           03 AUTH-SUBMITTER PIC X(8) VALUE SPACES.
           03 AUTH-ABB PIC XXX VALUE SPACES.
           03 AUTH-REJECT-CT PIC 9(5) VALUE 0.
       01 AUTHORITY-TABLE.
           03 AUTH-COUNT PIC 999 VALUE 0.
           03 AUTH-OVERFLOW PIC 999 VALUE 0.
           03 AUTH-ENTRY OCCURS 500 TIMES.
               05 AT-SUBMITTER PIC X(8).
               05 AT-ABB PIC XXX.
               05 AT-MAINT-ADD PIC X.
               05 AT-MAINT-CHANGE PIC X.
               05 AT-MAINT-DELETE PIC X.
               05 AT-LIMIT-INCREASE PIC X.
       01 AUTH-GRANTED.
           03 AG-MAINT-ADD PIC X VALUE 'N'.
               88 AUTH-ADD-OK VALUE 'Y'.
           03 AG-MAINT-CHANGE PIC X VALUE 'N'.
               88 AUTH-CHANGE-OK VALUE 'Y'.
           03 AG-MAINT-DELETE PIC X VALUE 'N'.
               88 AUTH-DELETE-OK VALUE 'Y'.
           03 AG-LIMIT-INCREASE PIC X VALUE 'N'.
               88 AUTH-LIMIT-INCREASE-OK VALUE 'Y'.
       01 AUTH-REASON.
           03 FILLER PIC X(17) VALUE 'NOT AUTHORIZED - '.
           03 AR-ACTION PIC X(14).
           03 FILLER PIC X(5) VALUE ' FOR '.
           03 AR-ABB PIC XXX.
           03 FILLER PIC X VALUE SPACE.
       01 JOURNAL-WORK.
           03 JW-ACTION PIC X(6) VALUE SPACES.
           03 JW-BEFORE PIC X(80) VALUE SPACES.
           03 JW-AFTER PIC X(80) VALUE SPACES.
       01 MASTER-DATA.
           03 M-COURSE PIC X(10).
           03 M-BODY.
               05 M-TITLE PIC X(20).
               05 M-SEATS-REMAINING PIC S999.
               05 M-CLASSLIMIT PIC 999.
               05 FILLER PIC X(40).
           03 M-GEN PIC 9(4).
       01 TRANS-DATA.
           03 T-CODE PIC X.
               88 TRANS-ADD VALUE 'A'.
               88 TRANS-CHANGE VALUE 'C'.
               88 TRANS-DELETE VALUE 'D'.
           03 T-IMAGE.
               05 T-COURSE.
                   07 T-ABB PIC XXX.
                   07 FILLER PIC X(7).
               05 T-TITLE PIC X(20).
               05 T-SEATS-REMAINING PIC S999.
               05 T-CLASSLIMIT PIC 999.
               05 T-ROOM PIC XXX.
               05 T-INSTRUCTOR PIC X(18).
               05 T-CREDIT-HOURS PIC 9V9.
               05 T-GEN PIC 9(4).
           03 T-SUBMITTER PIC X(8).
       01 AUDIT-HEADING.
        03 FILLER PIC X(30) VALUE SPACES.
        03 FILLER PIC X(32) VALUE 'COURSE MASTER MAINTENANCE AUDIT'.
        03 FILLER PIC X(2) VALUE SPACES.
        03 AA-COURSE PIC X(10).
        03 FILLER PIC X(3) VALUE SPACES.
        03 AA-SUBMITTER PIC X(8).
        03 FILLER PIC X(3) VALUE SPACES.
        03 AA-REASON PIC X(40).
       01 AUDIT-IMAGE-LINE.
        03 FILLER PIC X(10) VALUE SPACES.
        03 FILLER PIC X(5) VALUE SPACES.
        03 AC-LABEL PIC X(30).
        03 AC-COUNT PIC ZZZZ9.
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
           03 THIS-STEP PIC X(8) VALUE 'MAINT1'.
           03 PRED-STEP PIC X(8) VALUE 'CYCINIT1'.
           03 RCT-IDX PIC 99 VALUE 0.
           03 RCT-OWN-IDX PIC 99 VALUE 0.
           03 RCT-PRED-IDX PIC 99 VALUE 0.
           03 RCT-CYCLE-IDX PIC 99 VALUE 0.
           03 CYCLE-DATE PIC 9(8) VALUE 0.
           03 CONTROL-RUN-DATE PIC 9(8) VALUE 0.
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
           PERFORM 020-CHECK-RUN-CONTROL THRU 020-CHECK-EXIT.
           IF RUN-REFUSED
               PERFORM 040-REFUSE-RUN
           END-IF.

           OPEN INPUT OLD-MASTER-FILE
                      TRANS-FILE.
           PERFORM 800-READ-OLD-MASTER.
           PERFORM 030-CHECK-GENERATIONS THRU 030-CHECK-EXIT.
           IF RUN-REFUSED
               CLOSE OLD-MASTER-FILE
                     TRANS-FILE
               PERFORM 040-REFUSE-RUN
           END-IF.
           ADD 1 TO PRODUCED-CRS-GEN.
           PERFORM 060-LOAD-AUTHORITY.

           OPEN OUTPUT NEW-MASTER-FILE
                       AUDIT-FILE
                       JOURNAL-FILE.
           PERFORM 225-AUDIT-HEADINGS.

           PERFORM 810-READ-TRANS.

           PERFORM 100-BALANCE-LOOP
                 NEW-MASTER-FILE
                 AUDIT-FILE
                 JOURNAL-FILE.
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
      *     THE OLD MASTER MUST BE THE GENERATION THE CYCLE EXPECTS -
      *     CHECKED ON THE FIRST RECORD (AN EMPTY MASTER IS NOT CHECKED)
      ******************************************************************
       030-CHECK-GENERATIONS.
           IF MASTER-END-OF-DATA
               GO TO 030-CHECK-EXIT
           END-IF.
           MOVE 0 TO FILE-GEN.
           IF M-GEN NUMERIC
               MOVE M-GEN TO FILE-GEN
           END-IF.
           IF FILE-GEN NOT = EXPECT-CRS-GEN
               MOVE 'DA-I-COURSE' TO GR-FILE
               MOVE EXPECT-CRS-GEN TO GR-EXPECTED
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
           OPEN OUTPUT AUDIT-FILE.
           PERFORM 225-AUDIT-HEADINGS.
           MOVE REFUSE-REASON TO RL-REASON.
           WRITE AUDIT-REC FROM REFUSE-LINE
               AFTER ADVANCING 2 LINES.
           WRITE AUDIT-REC FROM REFUSE-LINE-2
               AFTER ADVANCING 1 LINE.
           CLOSE AUDIT-FILE.
           MOVE 16 TO RETURN-CODE.
           PERFORM 790-UPDATE-RUN-CONTROL.
           STOP RUN.

      ******************************************************************
      *     AUTHORIZATION TABLE - ONE ENTRY PER SUBMITTER AND DEPARTMENT
      *     ('***' FOR EVERY DEPARTMENT) WITH A 'Y' FOR EACH KIND OF
      *     TRANSACTION THE SUBMITTER MAY PUT THROUGH
      ******************************************************************
       060-LOAD-AUTHORITY.
           MOVE 0 TO AUTH-COUNT.
           MOVE 0 TO AUTH-OVERFLOW.
           MOVE 'N' TO AUEOF.
           OPEN INPUT AUTHORITY-FILE.
           READ AUTHORITY-FILE
               AT END MOVE 'Y' TO AUEOF.
           PERFORM 065-ADD-AUTHORITY-ENTRY
               UNTIL AUTHORITY-END-OF-DATA.
           CLOSE AUTHORITY-FILE.

       065-ADD-AUTHORITY-ENTRY.
           IF AU-SUBMITTER NOT = SPACES
               IF AUTH-COUNT < 500
                   ADD 1 TO AUTH-COUNT
                   MOVE AU-SUBMITTER TO AT-SUBMITTER(AUTH-COUNT)
                   MOVE AU-ABB TO AT-ABB(AUTH-COUNT)
                   MOVE AU-MAINT-ADD TO AT-MAINT-ADD(AUTH-COUNT)
                   MOVE AU-MAINT-CHANGE TO AT-MAINT-CHANGE(AUTH-COUNT)
                   MOVE AU-MAINT-DELETE TO AT-MAINT-DELETE(AUTH-COUNT)
                   MOVE AU-LIMIT-INCREASE TO
                       AT-LIMIT-INCREASE(AUTH-COUNT)
               ELSE
                   ADD 1 TO AUTH-OVERFLOW
               END-IF
           END-IF.
           READ AUTHORITY-FILE
               AT END MOVE 'Y' TO AUEOF.

      ******************************************************************
      *     BALANCE-LINE MATCH OF TRANSACTIONS AGAINST THE OLD MASTER
      ******************************************************************
           END-IF.

       200-COPY-MASTER.
           MOVE PRODUCED-CRS-GEN TO M-GEN.
           WRITE NEW-MASTER-REC FROM MASTER-DATA.
           IF NM-STATUS = '00'
               ADD 1 TO MASTERS-OUT-CT
               PERFORM 650-AUDIT-REJECT
           ELSE
               PERFORM 500-EDIT-TRANS THRU 500-EDIT-EXIT
               IF NOT TRANS-REJECTED
                   PERFORM 520-CHECK-AUTHORITY
                   IF NOT AUTH-ADD-OK
                       MOVE 'ADD' TO AR-ACTION
                       PERFORM 530-AUTHORITY-REJECT
                   END-IF
               END-IF
               IF TRANS-REJECTED
                   PERFORM 650-AUDIT-REJECT
               ELSE
                   MOVE PRODUCED-CRS-GEN TO T-GEN
                   WRITE NEW-MASTER-REC FROM T-IMAGE
                   IF NM-STATUS = '00'
                       ADD 1 TO MASTERS-OUT-CT
                   PERFORM 420-MATCHED-CHANGE
               ELSE
                   IF TRANS-DELETE
                       PERFORM 430-MATCHED-DELETE THRU 430-DELETE-EXIT
                   ELSE
                       MOVE 'INVALID TRANSACTION CODE' TO TRANS-REASON
                       PERFORM 650-AUDIT-REJECT

       420-MATCHED-CHANGE.
           PERFORM 500-EDIT-TRANS THRU 500-EDIT-EXIT.
           IF NOT TRANS-REJECTED
               PERFORM 520-CHECK-AUTHORITY
               IF NOT AUTH-CHANGE-OK
                   MOVE 'CHANGE' TO AR-ACTION
                   PERFORM 530-AUTHORITY-REJECT
               ELSE
                   IF M-CLASSLIMIT NUMERIC
                       AND T-CLASSLIMIT > M-CLASSLIMIT
                       AND NOT AUTH-LIMIT-INCREASE-OK
                       MOVE 'LIMIT INCREASE' TO AR-ACTION
                       PERFORM 530-AUTHORITY-REJECT
                   END-IF
               END-IF
           END-IF.
           IF TRANS-REJECTED
               PERFORM 650-AUDIT-REJECT
           ELSE
               ADD 1 TO TRANS-APPLIED-CT
           END-IF.

      *    AN UNAUTHORIZED DELETE LEAVES THE MASTER RECORD IN HAND SO
      *    THE BALANCE LOOP COPIES IT FORWARD UNCHANGED
       430-MATCHED-DELETE.
           MOVE 'N' TO TRANS-REJECT-SW.
           PERFORM 520-CHECK-AUTHORITY.
           IF NOT AUTH-DELETE-OK
               MOVE 'DELETE' TO AR-ACTION
               PERFORM 530-AUTHORITY-REJECT
               PERFORM 650-AUDIT-REJECT
               GO TO 430-DELETE-EXIT
           END-IF.
           MOVE 'DELETE' TO AA-ACTION.
           MOVE SPACES TO AA-REASON.
           PERFORM 600-AUDIT-ACTION.
           ADD 1 TO TRANS-APPLIED-CT.
           PERFORM 800-READ-OLD-MASTER.

       430-DELETE-EXIT.
           EXIT.

      ******************************************************************
      *     EDIT AN ADD/CHANGE IMAGE BEFORE IT REACHES THE NEW MASTER
      ******************************************************************
       500-EDIT-EXIT.
           EXIT.

      ******************************************************************
      *     WHAT THE SUBMITTER MAY DO IN THE TRANSACTION'S DEPARTMENT -
      *     THE GRANTS ON EVERY MATCHING ENTRY ARE ADDED TOGETHER
      ******************************************************************
       520-CHECK-AUTHORITY.
           MOVE 'NNNN' TO AUTH-GRANTED.
           MOVE T-SUBMITTER TO AUTH-SUBMITTER.
           MOVE T-ABB TO AUTH-ABB.
           IF AUTH-SUBMITTER NOT = SPACES
               PERFORM 525-MATCH-AUTHORITY
                   VARYING AUTH-IDX FROM 1 BY 1
                   UNTIL AUTH-IDX > AUTH-COUNT
           END-IF.

       525-MATCH-AUTHORITY.
           IF AT-SUBMITTER(AUTH-IDX) = AUTH-SUBMITTER
               AND (AT-ABB(AUTH-IDX) = AUTH-ABB
                    OR AT-ABB(AUTH-IDX) = '***')
               IF AT-MAINT-ADD(AUTH-IDX) = 'Y'
                   MOVE 'Y' TO AG-MAINT-ADD
               END-IF
               IF AT-MAINT-CHANGE(AUTH-IDX) = 'Y'
                   MOVE 'Y' TO AG-MAINT-CHANGE
               END-IF
               IF AT-MAINT-DELETE(AUTH-IDX) = 'Y'
                   MOVE 'Y' TO AG-MAINT-DELETE
               END-IF
               IF AT-LIMIT-INCREASE(AUTH-IDX) = 'Y'
                   MOVE 'Y' TO AG-LIMIT-INCREASE
               END-IF
           END-IF.

       530-AUTHORITY-REJECT.
           MOVE 'Y' TO TRANS-REJECT-SW.
           ADD 1 TO AUTH-REJECT-CT.
           IF T-SUBMITTER = SPACES
               MOVE 'NO SUBMITTER ID ON TRANSACTION' TO TRANS-REASON
           ELSE
               MOVE T-ABB TO AR-ABB
               MOVE AUTH-REASON TO TRANS-REASON
           END-IF.

      ******************************************************************
      *     AUDIT LISTING SUPPORT
      ******************************************************************
               PERFORM 225-AUDIT-HEADINGS
           END-IF.
           MOVE T-COURSE TO AA-COURSE.
           MOVE T-SUBMITTER TO AA-SUBMITTER.
           WRITE AUDIT-REC FROM AUDIT-ACTION-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO ALINE-CT.
           MOVE T-COURSE TO JR-COURSE.
           MOVE JW-BEFORE TO JR-BEFORE.
           MOVE JW-AFTER TO JR-AFTER.
           MOVE T-SUBMITTER TO JR-SUBMITTER.
           WRITE JOURNAL-REC.
           ADD 1 TO JOURNAL-CT.

           END-IF.
           MOVE 'NO WRITE' TO AA-ACTION.
           MOVE WRITE-ERROR-KEY TO AA-COURSE.
           MOVE SPACES TO AA-SUBMITTER.
           MOVE 'KEY OUT OF SEQUENCE OR DUPLICATE' TO AA-REASON.
           WRITE AUDIT-REC FROM AUDIT-ACTION-LINE
               AFTER ADVANCING 2 LINES.
               AFTER ADVANCING 1 LINE.
           MOVE 'TRANSACTIONS REJECTED' TO AC-LABEL.
           MOVE TRANS-REJECT-CT TO AC-COUNT.
           WRITE AUDIT-REC FROM AUDIT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'REJECTED - NOT AUTHORIZED' TO AC-LABEL.
           MOVE AUTH-REJECT-CT TO AC-COUNT.
           WRITE AUDIT-REC FROM AUDIT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'WRITES FAILED - KEY ERROR' TO AC-LABEL.
           MOVE JOURNAL-CT TO AC-COUNT.
           WRITE AUDIT-REC FROM AUDIT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           IF AUTH-OVERFLOW > 0
               MOVE 'AUTHORITY ENTRIES NOT LOADED' TO AC-LABEL
               MOVE AUTH-OVERFLOW TO AC-COUNT
               WRITE AUDIT-REC FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 4 TO RETURN-CODE
           END-IF.

       225-AUDIT-HEADINGS.
           MOVE APAGEKOUNT TO APAGEK.
           MOVE 0 TO ALINE-CT.
           ADD 1 TO APAGEKOUNT.

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

       800-READ-OLD-MASTER.
           READ OLD-MASTER-FILE INTO MASTER-DATA
               AT END MOVE 'Y' TO MEOF
