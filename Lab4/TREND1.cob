      *             FILE).  RC=4 WHEN ANY EXCEPTION IS FLAGGED SO
      *             OPERATIONS SEES A BAD NIGHT BEFORE THE DOWNSTREAM
      *             JOBS CONSUME THE EXTRACT.
      * 2026-10-15  RUNS ONLY AFTER RECON1 HAS COMPLETED FOR THE CYCLE
      *             OPEN ON DA-S-RUNCTL.  THE OUTCOME IS RECORDED ON
      *             DA-S-RUNCTL, CLOSING THE NIGHTLY CYCLE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RUN-HISTORY-FILE ASSIGN TO 'DA-S-RUNHIST'.
       SELECT TREND-PRINT-FILE ASSIGN TO 'UR-S-TREND'.
       SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO 'DA-S-RUNCTL'.
       DATA DIVISION.
       FILE SECTION.
       FD RUN-HISTORY-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 TREND-PRINT-REC PIC X(132).
       FD RUN-CONTROL-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 RUN-CONTROL-REC PIC X(80).
       WORKING-STORAGE SECTION.
       01 MISC.
           03 HEOF PIC X VALUE 'N'.
        03 FILLER PIC X(5) VALUE SPACES.
        03 TC-LABEL PIC X(30).
        03 TC-COUNT PIC ZZZZ9.
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
           03 THIS-STEP PIC X(8) VALUE 'TREND1'.
           03 PRED-STEP PIC X(8) VALUE 'RECON1'.
           03 RCT-IDX PIC 99 VALUE 0.
           03 RCT-OWN-IDX PIC 99 VALUE 0.
           03 RCT-PRED-IDX PIC 99 VALUE 0.
           03 RCT-CYCLE-IDX PIC 99 VALUE 0.
           03 CYCLE-DATE PIC 9(8) VALUE 0.
           03 CONTROL-RUN-DATE PIC 9(8) VALUE 0.
           03 STEP-RC PIC 9(4) VALUE 0.
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

           OPEN INPUT RUN-HISTORY-FILE
                OUTPUT TREND-PRINT-FILE.
           PERFORM 225-TREND-HEADINGS.

           CLOSE RUN-HISTORY-FILE
                 TREND-PRINT-FILE.
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

       040-REFUSE-RUN.
           OPEN OUTPUT TREND-PRINT-FILE.
           PERFORM 225-TREND-HEADINGS.
           MOVE REFUSE-REASON TO RL-REASON.
           WRITE TREND-PRINT-REC FROM REFUSE-LINE
               AFTER ADVANCING 2 LINES.
           WRITE TREND-PRINT-REC FROM REFUSE-LINE-2
               AFTER ADVANCING 1 LINE.
           CLOSE TREND-PRINT-FILE.
           MOVE 16 TO RETURN-CODE.
           PERFORM 790-UPDATE-RUN-CONTROL.
           STOP RUN.

      ******************************************************************
           MOVE 0 TO TLINE-CT.
           ADD 1 TO TPAGEKOUNT.

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

       800-READ-RUN-HISTORY.
           READ RUN-HISTORY-FILE
               AT END MOVE 'Y' TO HEOF.
