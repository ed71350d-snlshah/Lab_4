       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCINIT1.
       AUTHOR. SONALI SHAH.
      * 2026-10-15  NEW PROGRAM - OPENS A NIGHTLY CYCLE ON THE RUN-
      *             CONTROL FILE DA-S-RUNCTL.  WRITES ONE RECORD PER
      *             STEP (CYCINIT1, MAINT1, REGPOST1, WLRESP1, TOTAL5,
      *             RECON1, TREND1) WITH THE CYCLE DATE FROM THE
      *             PARAMETER CARD OR THE SYSTEM DATE, EVERY OTHER STEP
      *             RESET TO NOT RUN.  THE COURSE MASTER, REGISTRATION
      *             DETAIL AND WAITLIST GENERATIONS ARE CARRIED FORWARD
      *             FROM THE LAST STEP OF THE PREVIOUS CYCLE THAT
      *             COMPLETED, OR (RESYNC CARD) READ FROM THE FILES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO 'DA-S-RUNCTL'.
       SELECT COURSE-FILE ASSIGN TO 'DA-I-COURSE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CR-COURSE-KEY.
       SELECT OPTIONAL DETAIL-FILE ASSIGN TO 'DA-S-REGDET'.
       SELECT OPTIONAL WAITLIST-FILE ASSIGN TO 'DA-S-WAITLST'.
       SELECT OPTIONAL PARM-FILE ASSIGN TO 'UR-S-CYPARM'.
       SELECT CYCLE-REPORT-FILE ASSIGN TO 'UR-S-CYCINIT'.
       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 RUN-CONTROL-REC PIC X(80).
       FD COURSE-FILE
       LABEL RECORDS ARE STANDARD.
       01 COURSE-REC.
           03 CR-COURSE-KEY PIC X(10).
           03 FILLER PIC X(66).
           03 CR-GEN PIC 9(4).
       FD DETAIL-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 DETAIL-REC.
           03 D-COURSE PIC X(10).
           03 D-STUDENT-ID PIC X(9).
           03 D-GEN PIC 9(4).
           03 FILLER PIC X(57).
       FD WAITLIST-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 WAITLIST-REC.
           03 WL-COURSE PIC X(10).
           03 WL-STUDENT-ID PIC X(9).
           03 WL-DATE-ADDED PIC X(8).
           03 WL-PRIORITY PIC 999.
           03 WL-GEN PIC 9(4).
           03 FILLER PIC X(46).
       FD PARM-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 PARM-CARD.
           03 CP-CYCLE-DATE PIC 9(8).
           03 CP-RESYNC PIC X.
           03 FILLER PIC X(71).
       FD CYCLE-REPORT-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 CYCLE-REPORT-REC PIC X(132).
       WORKING-STORAGE SECTION.
       01 MISC.
           03 RCEOF PIC X VALUE 'N'.
               88 RUN-CONTROL-END-OF-DATA VALUE 'Y'.
           03 PARM-EOF PIC X VALUE 'N'.
               88 PARM-END-OF-DATA VALUE 'Y'.
           03 FILE-EOF PIC X VALUE 'N'.
               88 FILE-END-OF-DATA VALUE 'Y'.
           03 RESYNC-SW PIC X VALUE 'N'.
               88 RESYNC-FROM-FILES VALUE 'Y'.
           03 STEP-FOUND-SW PIC X VALUE 'N'.
               88 STEP-FOUND VALUE 'Y'.
           03 CYCLE-INCOMPLETE-SW PIC X VALUE 'N'.
               88 PREVIOUS-CYCLE-INCOMPLETE VALUE 'Y'.
           03 RUN-DATE-WS PIC 9(8) VALUE 0.
           03 NEW-CYCLE-DATE PIC 9(8) VALUE 0.
           03 OLD-CYCLE-DATE PIC 9(8) VALUE 0.
           03 CARRIED-FROM PIC X(8) VALUE SPACES.
           03 RCT-IDX PIC 99 VALUE 0.
           03 RCT-FOUND-IDX PIC 99 VALUE 0.
           03 STEP-IDX PIC 99 VALUE 0.
           03 XLINE-CT PIC 99 VALUE 0.
       01 CARRY-GENS.
           03 CARRY-CRS-GEN PIC 9(4) VALUE 0.
           03 CARRY-REG-GEN PIC 9(4) VALUE 0.
           03 CARRY-WL-GEN PIC 9(4) VALUE 0.
       01 STEP-NAMES-LIT.
           03 FILLER PIC X(8) VALUE 'CYCINIT1'.
           03 FILLER PIC X(8) VALUE 'MAINT1  '.
           03 FILLER PIC X(8) VALUE 'REGPOST1'.
           03 FILLER PIC X(8) VALUE 'WLRESP1 '.
           03 FILLER PIC X(8) VALUE 'TOTAL5  '.
           03 FILLER PIC X(8) VALUE 'RECON1  '.
           03 FILLER PIC X(8) VALUE 'TREND1  '.
       01 STEP-NAMES REDEFINES STEP-NAMES-LIT.
           03 STEP-NAME OCCURS 7 TIMES PIC X(8).
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
       01 CYCLE-HEADING.
        03 FILLER PIC X(30) VALUE SPACES.
        03 FILLER PIC X(28) VALUE 'NIGHTLY CYCLE INITIALIZATION'.
       01 CYCLE-SUB-HEADING.
        03 FILLER PIC X(5) VALUE SPACES.
        03 CS-TEXT PIC X(60).
       01 STEP-COL-HEADING.
        03 FILLER PIC X(5) VALUE SPACES.
        03 FILLER PIC X(8) VALUE 'STEP    '.
        03 FILLER PIC X(2) VALUE SPACES.
        03 FILLER PIC X(8) VALUE 'CYCLE   '.
        03 FILLER PIC X(2) VALUE SPACES.
        03 FILLER PIC X(6) VALUE 'STATUS'.
        03 FILLER PIC X(2) VALUE SPACES.
        03 FILLER PIC X(4) VALUE '  RC'.
        03 FILLER PIC X(2) VALUE SPACES.
        03 FILLER PIC X(8) VALUE 'RUN DATE'.
        03 FILLER PIC X(3) VALUE SPACES.
        03 FILLER PIC X(14) VALUE 'IN  CRS REG WL'.
        03 FILLER PIC X(4) VALUE SPACES.
        03 FILLER PIC X(14) VALUE 'OUT CRS REG WL'.
       01 STEP-LINE.
        03 FILLER PIC X(5) VALUE SPACES.
        03 SL-STEP PIC X(8).
        03 FILLER PIC X(2) VALUE SPACES.
        03 SL-CYCLE PIC 9(8).
        03 FILLER PIC X(4) VALUE SPACES.
        03 SL-STATUS PIC X.
        03 FILLER PIC X(5) VALUE SPACES.
        03 SL-RC PIC ZZZ9.
        03 FILLER PIC X(2) VALUE SPACES.
        03 SL-RUN-DATE PIC 9(8).
        03 FILLER PIC X(3) VALUE SPACES.
        03 SL-IN-CRS PIC ZZZ9.
        03 FILLER PIC X VALUE SPACE.
        03 SL-IN-REG PIC ZZZ9.
        03 FILLER PIC X VALUE SPACE.
        03 SL-IN-WL PIC ZZZ9.
        03 FILLER PIC X(4) VALUE SPACES.
        03 SL-OUT-CRS PIC ZZZ9.
        03 FILLER PIC X VALUE SPACE.
        03 SL-OUT-REG PIC ZZZ9.
        03 FILLER PIC X VALUE SPACE.
        03 SL-OUT-WL PIC ZZZ9.
       01 CYCLE-DATE-LINE.
        03 FILLER PIC X(5) VALUE SPACES.
        03 CD-LABEL PIC X(30).
        03 CD-DATE PIC 9(8).
       01 CYCLE-GEN-LINE.
        03 FILLER PIC X(5) VALUE SPACES.
        03 CG-LABEL PIC X(30).
        03 CG-GEN PIC ZZZ9.
        03 FILLER PIC X(3) VALUE SPACES.
        03 CG-SOURCE PIC X(30).
       01 CARRIED-SOURCE.
        03 FILLER PIC X(14) VALUE 'CARRIED FROM  '.
        03 CX-STEP PIC X(8).
        03 FILLER PIC X(8) VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           MOVE RUN-DATE-WS TO NEW-CYCLE-DATE.
           PERFORM 050-READ-PARM-CARD.

           OPEN OUTPUT CYCLE-REPORT-FILE.
           WRITE CYCLE-REPORT-REC FROM CYCLE-HEADING
               AFTER ADVANCING PAGE.

           PERFORM 100-LOAD-RUN-CONTROL.
           PERFORM 120-CARRY-GENERATIONS.
           IF RESYNC-FROM-FILES
               PERFORM 200-READ-FILE-GENERATIONS
           END-IF.
           PERFORM 300-BUILD-NEW-CYCLE.
           PERFORM 600-PRINT-NEW-CYCLE.

           IF PREVIOUS-CYCLE-INCOMPLETE
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE CYCLE-REPORT-FILE.
           STOP RUN.

      ******************************************************************
      *     PARAMETER CARD - CYCLE DATE (DEFAULT TODAY) AND RESYNC
      *     SWITCH.  CARD IS OPTIONAL; INVALID FIELDS ARE IGNORED
      ******************************************************************
       050-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE
               AT END MOVE 'Y' TO PARM-EOF.
           IF NOT PARM-END-OF-DATA
               IF CP-CYCLE-DATE NUMERIC AND CP-CYCLE-DATE > 0
                   MOVE CP-CYCLE-DATE TO NEW-CYCLE-DATE
               END-IF
               IF CP-RESYNC = 'Y'
                   MOVE 'Y' TO RESYNC-SW
               END-IF
           END-IF.
           CLOSE PARM-FILE.

      ******************************************************************
      *     PREVIOUS CYCLE - LOADED AND LISTED BEFORE IT IS REPLACED
      ******************************************************************
       100-LOAD-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           READ RUN-CONTROL-FILE
               AT END MOVE 'Y' TO RCEOF.
           PERFORM 110-ADD-RUN-CONTROL-ENTRY
               UNTIL RUN-CONTROL-END-OF-DATA.
           CLOSE RUN-CONTROL-FILE.

           MOVE 'PREVIOUS CYCLE AS LEFT ON THE RUN-CONTROL FILE' TO
               CS-TEXT.
           WRITE CYCLE-REPORT-REC FROM CYCLE-SUB-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE CYCLE-REPORT-REC FROM STEP-COL-HEADING
               AFTER ADVANCING 2 LINES.
           PERFORM 650-PRINT-STEP-LINE
               VARYING RCT-IDX FROM 1 BY 1 UNTIL RCT-IDX > RCT-COUNT.

       110-ADD-RUN-CONTROL-ENTRY.
           IF RCT-COUNT < 20
               ADD 1 TO RCT-COUNT
               MOVE RUN-CONTROL-REC TO RCT-ENTRY(RCT-COUNT)
           END-IF.
           READ RUN-CONTROL-FILE
               AT END MOVE 'Y' TO RCEOF.

      ******************************************************************
      *     CURRENT GENERATIONS ARE THE OUTPUT GENERATIONS OF THE LAST
      *     STEP, IN CYCLE ORDER, THAT COMPLETED IN THE PREVIOUS CYCLE
      ******************************************************************
       120-CARRY-GENERATIONS.
           MOVE 'CYCINIT1' TO CARRIED-FROM.
           PERFORM 125-CARRY-ONE-STEP
               VARYING STEP-IDX FROM 1 BY 1 UNTIL STEP-IDX > 7.

       125-CARRY-ONE-STEP.
           MOVE 'N' TO STEP-FOUND-SW.
           PERFORM 127-MATCH-STEP
               VARYING RCT-IDX FROM 1 BY 1
               UNTIL RCT-IDX > RCT-COUNT OR STEP-FOUND.
           IF STEP-FOUND
               MOVE RCT-ENTRY(RCT-FOUND-IDX) TO RUN-CONTROL-DATA
               IF STEP-IDX = 1
                   MOVE RCD-CYCLE-DATE TO OLD-CYCLE-DATE
                   MOVE RCD-OUT-CRS-GEN TO CARRY-CRS-GEN
                   MOVE RCD-OUT-REG-GEN TO CARRY-REG-GEN
                   MOVE RCD-OUT-WL-GEN TO CARRY-WL-GEN
               ELSE
                   IF RCD-COMPLETE AND RCD-CYCLE-DATE = OLD-CYCLE-DATE
                       MOVE RCD-STEP TO CARRIED-FROM
                       MOVE RCD-OUT-CRS-GEN TO CARRY-CRS-GEN
                       MOVE RCD-OUT-REG-GEN TO CARRY-REG-GEN
                       MOVE RCD-OUT-WL-GEN TO CARRY-WL-GEN
                   ELSE
                       MOVE 'Y' TO CYCLE-INCOMPLETE-SW
                   END-IF
               END-IF
           ELSE
               IF RCT-COUNT > 0
                   MOVE 'Y' TO CYCLE-INCOMPLETE-SW
               END-IF
           END-IF.

       127-MATCH-STEP.
           MOVE RCT-ENTRY(RCT-IDX) TO RUN-CONTROL-DATA.
           IF RCD-STEP = STEP-NAME(STEP-IDX)
               MOVE 'Y' TO STEP-FOUND-SW
               MOVE RCT-IDX TO RCT-FOUND-IDX
           END-IF.

      ******************************************************************
      *     RESYNC - TAKE THE GENERATION STAMPED ON THE FIRST RECORD OF
      *     EACH FILE (AFTER A RESTORE OR A RUN OUTSIDE THE CYCLE).
      *     AN EMPTY FILE OR AN UNSTAMPED RECORD IS GENERATION ZERO
      ******************************************************************
       200-READ-FILE-GENERATIONS.
           MOVE 'FILES   ' TO CARRIED-FROM.
           MOVE 0 TO CARRY-GENS.
           MOVE 'N' TO FILE-EOF.
           OPEN INPUT COURSE-FILE.
           READ COURSE-FILE
               AT END MOVE 'Y' TO FILE-EOF.
           IF NOT FILE-END-OF-DATA AND CR-GEN NUMERIC
               MOVE CR-GEN TO CARRY-CRS-GEN
           END-IF.
           CLOSE COURSE-FILE.

           MOVE 'N' TO FILE-EOF.
           OPEN INPUT DETAIL-FILE.
           READ DETAIL-FILE
               AT END MOVE 'Y' TO FILE-EOF.
           IF NOT FILE-END-OF-DATA AND D-GEN NUMERIC
               MOVE D-GEN TO CARRY-REG-GEN
           END-IF.
           CLOSE DETAIL-FILE.

           MOVE 'N' TO FILE-EOF.
           OPEN INPUT WAITLIST-FILE.
           READ WAITLIST-FILE
               AT END MOVE 'Y' TO FILE-EOF.
           IF NOT FILE-END-OF-DATA AND WL-GEN NUMERIC
               MOVE WL-GEN TO CARRY-WL-GEN
           END-IF.
           CLOSE WAITLIST-FILE.

      ******************************************************************
      *     NEW CYCLE - CYCINIT1 COMPLETE, EVERY OTHER STEP NOT RUN
      ******************************************************************
       300-BUILD-NEW-CYCLE.
           MOVE 7 TO RCT-COUNT.
           PERFORM 310-BUILD-ONE-STEP
               VARYING STEP-IDX FROM 1 BY 1 UNTIL STEP-IDX > 7.
           OPEN OUTPUT RUN-CONTROL-FILE.
           PERFORM 320-WRITE-ONE-STEP
               VARYING RCT-IDX FROM 1 BY 1 UNTIL RCT-IDX > RCT-COUNT.
           CLOSE RUN-CONTROL-FILE.

       310-BUILD-ONE-STEP.
           MOVE SPACES TO RUN-CONTROL-DATA.
           MOVE STEP-NAME(STEP-IDX) TO RCD-STEP.
           MOVE 0 TO RCD-RETURN-CODE.
           IF STEP-IDX = 1
               MOVE NEW-CYCLE-DATE TO RCD-CYCLE-DATE
               MOVE 'C' TO RCD-STATUS
               MOVE RUN-DATE-WS TO RCD-RUN-DATE
               MOVE CARRY-GENS TO RCD-IN-GENS
               MOVE CARRY-GENS TO RCD-OUT-GENS
           ELSE
               MOVE 0 TO RCD-CYCLE-DATE
               MOVE SPACE TO RCD-STATUS
               MOVE 0 TO RCD-RUN-DATE
               MOVE 0 TO RCD-IN-CRS-GEN RCD-IN-REG-GEN RCD-IN-WL-GEN
               MOVE 0 TO RCD-OUT-CRS-GEN RCD-OUT-REG-GEN
                   RCD-OUT-WL-GEN
           END-IF.
           MOVE RUN-CONTROL-DATA TO RCT-ENTRY(STEP-IDX).

       320-WRITE-ONE-STEP.
           WRITE RUN-CONTROL-REC FROM RCT-ENTRY(RCT-IDX).

      ******************************************************************
      *     REPORT SUPPORT
      ******************************************************************
       600-PRINT-NEW-CYCLE.
           MOVE 'NEW CYCLE OPENED' TO CS-TEXT.
           WRITE CYCLE-REPORT-REC FROM CYCLE-SUB-HEADING
               AFTER ADVANCING 3 LINES.
           MOVE 'PREVIOUS CYCLE DATE' TO CD-LABEL.
           MOVE OLD-CYCLE-DATE TO CD-DATE.
           WRITE CYCLE-REPORT-REC FROM CYCLE-DATE-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'NEW CYCLE DATE' TO CD-LABEL.
           MOVE NEW-CYCLE-DATE TO CD-DATE.
           WRITE CYCLE-REPORT-REC FROM CYCLE-DATE-LINE
               AFTER ADVANCING 1 LINE.

           MOVE CARRIED-FROM TO CX-STEP.
           IF RESYNC-FROM-FILES
               MOVE 'READ FROM FIRST RECORD OF FILE' TO CG-SOURCE
           ELSE
               MOVE CARRIED-SOURCE TO CG-SOURCE
           END-IF.
           MOVE 'COURSE MASTER GENERATION' TO CG-LABEL.
           MOVE CARRY-CRS-GEN TO CG-GEN.
           WRITE CYCLE-REPORT-REC FROM CYCLE-GEN-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'REGISTRATION DETAIL GENERATION' TO CG-LABEL.
           MOVE CARRY-REG-GEN TO CG-GEN.
           WRITE CYCLE-REPORT-REC FROM CYCLE-GEN-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'WAITLIST GENERATION' TO CG-LABEL.
           MOVE CARRY-WL-GEN TO CG-GEN.
           WRITE CYCLE-REPORT-REC FROM CYCLE-GEN-LINE
               AFTER ADVANCING 1 LINE.

           IF PREVIOUS-CYCLE-INCOMPLETE
               MOVE 'WARNING - PREVIOUS CYCLE DID NOT RUN TO COMPLETION'
                   TO CS-TEXT
               WRITE CYCLE-REPORT-REC FROM CYCLE-SUB-HEADING
                   AFTER ADVANCING 2 LINES
           END-IF.

           WRITE CYCLE-REPORT-REC FROM STEP-COL-HEADING
               AFTER ADVANCING 3 LINES.
           PERFORM 650-PRINT-STEP-LINE
               VARYING RCT-IDX FROM 1 BY 1 UNTIL RCT-IDX > RCT-COUNT.

       650-PRINT-STEP-LINE.
           MOVE RCT-ENTRY(RCT-IDX) TO RUN-CONTROL-DATA.
           MOVE RCD-STEP TO SL-STEP.
           MOVE RCD-CYCLE-DATE TO SL-CYCLE.
           MOVE RCD-STATUS TO SL-STATUS.
           MOVE RCD-RETURN-CODE TO SL-RC.
           MOVE RCD-RUN-DATE TO SL-RUN-DATE.
           MOVE RCD-IN-CRS-GEN TO SL-IN-CRS.
           MOVE RCD-IN-REG-GEN TO SL-IN-REG.
           MOVE RCD-IN-WL-GEN TO SL-IN-WL.
           MOVE RCD-OUT-CRS-GEN TO SL-OUT-CRS.
           MOVE RCD-OUT-REG-GEN TO SL-OUT-REG.
           MOVE RCD-OUT-WL-GEN TO SL-OUT-WL.
           WRITE CYCLE-REPORT-REC FROM STEP-LINE
               AFTER ADVANCING 1 LINE.
