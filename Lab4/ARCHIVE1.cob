       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVE1.
       AUTHOR. SONALI SHAH.
      * 2026-10-15  NEW PROGRAM - END-OF-TERM ARCHIVE AND PURGE, RUN
      *             AS PART OF THE TERM ROLL.  COPIES DA-S-REGDET,
      *             DA-S-WAITLST, DA-S-OFFER, DA-S-MJRNL AND
      *             DA-S-RUNHIST TO THE CUMULATIVE TERM ARCHIVE
      *             (DA-S-TRMARCH), ONE BLOCK PER FILE HEADED BY A
      *             RECORD HOLDING THE TERM, RECORD COUNT AND HASH
      *             TOTAL OF COURSE KEYS.  THE ARCHIVE IS READ BACK
      *             AND A LIVE FILE IS EMPTIED ONLY WHEN ITS ARCHIVE
      *             BLOCK BALANCES.  RESTORE MODE RELOADS ONE FILE FOR
      *             ONE ARCHIVED TERM TO A RESTORE FILE FOR AUDIT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL DETAIL-FILE ASSIGN TO 'DA-S-REGDET'.
       SELECT OPTIONAL WAITLIST-FILE ASSIGN TO 'DA-S-WAITLST'.
       SELECT OPTIONAL OFFER-FILE ASSIGN TO 'DA-S-OFFER'.
       SELECT OPTIONAL JOURNAL-FILE ASSIGN TO 'DA-S-MJRNL'.
       SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO 'DA-S-RUNHIST'.
       SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO 'DA-S-TRMARCH'.
       SELECT RESTORE-FILE ASSIGN TO 'DA-S-ARCREST'.
       SELECT JOURNAL-RESTORE-FILE ASSIGN TO 'DA-S-ARCRJNL'.
       SELECT OPTIONAL PARM-FILE ASSIGN TO 'UR-S-ARPARM'.
       SELECT ARCHIVE-REPORT-FILE ASSIGN TO 'UR-S-ARCHRPT'.
       DATA DIVISION.
       FILE SECTION.
       FD DETAIL-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 DETAIL-REC PIC X(80).
       FD WAITLIST-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 WAITLIST-REC PIC X(80).
       FD OFFER-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 OFFER-REC PIC X(80).
       FD JOURNAL-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 JOURNAL-REC PIC X(184).
       FD RUN-HISTORY-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 RUN-HISTORY-REC PIC X(80).
       FD ARCHIVE-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 ARCHIVE-REC.
           03 AR-TYPE PIC X.
               88 AR-HEADER VALUE 'H'.
               88 AR-DATA VALUE 'D'.
           03 AR-FILE PIC X(8).
           03 AR-TERM PIC X(6).
           03 AR-BODY PIC X(184).
           03 AR-HEADER-BODY REDEFINES AR-BODY.
               05 AR-RECORD-COUNT PIC 9(7).
               05 AR-HASH-TOTAL PIC 9(15).
               05 AR-ARCHIVE-DATE PIC 9(8).
               05 FILLER PIC X(154).
           03 FILLER PIC X.
       FD RESTORE-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 RESTORE-REC PIC X(80).
       FD JOURNAL-RESTORE-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 JOURNAL-RESTORE-REC PIC X(184).
       FD PARM-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 PARM-CARD.
           03 AP-MODE PIC X.
           03 AP-TERM PIC X(6).
           03 AP-FILE PIC X(8).
           03 FILLER PIC X(65).
       FD ARCHIVE-REPORT-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 ARCHIVE-REPORT-REC PIC X(132).
       WORKING-STORAGE SECTION.
       01 MISC.
           03 LEOF PIC X VALUE 'N'.
               88 LIVE-END-OF-DATA VALUE 'Y'.
           03 AEOF PIC X VALUE 'N'.
               88 ARCHIVE-END-OF-DATA VALUE 'Y'.
           03 PARM-EOF PIC X VALUE 'N'.
               88 PARM-END-OF-DATA VALUE 'Y'.
           03 BALANCED-SW PIC X VALUE 'N'.
               88 FILE-BALANCED VALUE 'Y'.
           03 RUN-MODE PIC X VALUE SPACES.
               88 ARCHIVE-MODE VALUE 'A'.
               88 RESTORE-MODE VALUE 'R'.
           03 RUN-TERM PIC X(6) VALUE SPACES.
           03 RUN-FILE PIC X(8) VALUE SPACES.
           03 RUN-DATE PIC 9(8) VALUE 0.
           03 FX PIC 99 VALUE 0.
           03 RESTORE-FX PIC 99 VALUE 0.
           03 MATCH-FX PIC 99 VALUE 0.
           03 BLOCK-SEQ PIC 9(5) VALUE 0.
           03 KEY-HASH PIC 9(7) VALUE 0.
           03 RESTORED-CT PIC 9(7) VALUE 0.
           03 RESTORED-HASH PIC 9(15) VALUE 0.
           03 PURGED-FILES-CT PIC 9(5) VALUE 0.
           03 REFUSED-FILES-CT PIC 9(5) VALUE 0.
           03 SUPERSEDED-FILES-CT PIC 9(5) VALUE 0.
           03 APAGEKOUNT PIC 99 VALUE 0.
           03 REFUSE-REASON PIC X(60) VALUE SPACES.
       01 HASH-KEY.
           03 HK-PREFIX PIC XXX.
           03 HK-DIGITS-X PIC X(7).
           03 HK-DIGITS REDEFINES HK-DIGITS-X PIC 9(7).
      *    ONE RECORD OF WHICHEVER FILE IS BEING ARCHIVED OR RESTORED,
      *    WITH THE POSITION OF THE KEY THAT GOES INTO THE HASH TOTAL
       01 LIVE-DATA.
           03 LV-COURSE PIC X(10).
           03 FILLER PIC X(174).
       01 LIVE-JOURNAL REDEFINES LIVE-DATA.
           03 LJ-ACTION PIC X(6).
           03 LJ-COURSE PIC X(10).
           03 FILLER PIC X(168).
       01 LIVE-HISTORY REDEFINES LIVE-DATA.
           03 LH-CENTURY PIC X.
           03 LH-DATE-DIGITS PIC X(7).
           03 FILLER PIC X(176).
       01 FILE-NAME-VALUES.
           03 FILLER PIC X(8) VALUE 'REGDET'.
           03 FILLER PIC X(8) VALUE 'WAITLST'.
           03 FILLER PIC X(8) VALUE 'OFFER'.
           03 FILLER PIC X(8) VALUE 'MJRNL'.
           03 FILLER PIC X(8) VALUE 'RUNHIST'.
       01 FILE-NAME-TABLE REDEFINES FILE-NAME-VALUES.
           03 FILE-NAME PIC X(8) OCCURS 5 TIMES.
       01 FILE-TABLE.
           03 FILE-ENTRY OCCURS 5 TIMES.
               05 FT-LIVE-CT PIC 9(7).
               05 FT-LIVE-HASH PIC 9(15).
               05 FT-COPIED-CT PIC 9(7).
               05 FT-PURGED-CT PIC 9(7).
               05 FT-PRIOR-SW PIC X.
                   88 FT-PRIOR-BLOCK VALUE 'Y'.
               05 FT-ARCHIVED-SW PIC X.
                   88 FT-ARCHIVED VALUE 'Y'.
               05 FT-BLOCK-SW PIC X.
                   88 FT-BLOCK-FOUND VALUE 'Y'.
               05 FT-BLOCK-NO PIC 9(5).
               05 FT-HDR-CT PIC 9(7).
               05 FT-HDR-HASH PIC 9(15).
               05 FT-HDR-DATE PIC 9(8).
               05 FT-ARCH-CT PIC 9(7).
               05 FT-ARCH-HASH PIC 9(15).
               05 FT-STATUS PIC X(40).
       01 ARCHIVE-HEADING.
           03 FILLER PIC X(30) VALUE SPACES.
           03 FILLER PIC X(27) VALUE 'EASTERN ILLINOIS UNIVERSITY'.
           03 FILLER PIC X(30) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'PAGE:'.
           03 APAGEK PICTURE Z9.
       01 ARCHIVE-HEADING2.
           03 FILLER PIC X(25) VALUE SPACES.
           03 AH-LABEL PIC X(35) VALUE
               'TERM ARCHIVE PURGE REGISTER - TERM '.
           03 AH-TERM PIC X(6).
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(9) VALUE 'RUN DATE '.
           03 AH-DATE PIC 9(8).
       01 REGISTER-COL-HEADING.
           03 FILLER PIC X(5) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'FILE'.
           03 FILLER PIC X(6) VALUE SPACES.
           03 FILLER PIC X(12) VALUE 'LIVE RECORDS'.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'ARCHIVED'.
           03 FILLER PIC X(9) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'HASH TOTAL'.
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'PURGED'.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'STATUS'.
       01 REGISTER-LINE.
           03 FILLER PIC X(5) VALUE SPACES.
           03 RG-FILE PIC X(8).
           03 FILLER PIC X(7) VALUE SPACES.
           03 RG-LIVE PIC ZZZZZZ9.
           03 FILLER PIC X(4) VALUE SPACES.
           03 RG-ARCHIVED PIC ZZZZZZ9.
           03 FILLER PIC X(3) VALUE SPACES.
           03 RG-HASH PIC ZZZZZZZZZZZZZZ9.
           03 FILLER PIC X(3) VALUE SPACES.
           03 RG-PURGED PIC ZZZZZZ9.
           03 FILLER PIC X(3) VALUE SPACES.
           03 RG-STATUS PIC X(40).
       01 ARCHIVE-COUNT-LINE.
           03 FILLER PIC X(5) VALUE SPACES.
           03 AC-LABEL PIC X(30).
           03 AC-COUNT PIC ZZZZZZZZZZZZZZ9.
       01 ARCHIVE-TEXT-LINE.
           03 FILLER PIC X(5) VALUE SPACES.
           03 AT-LABEL PIC X(30).
           03 AT-TEXT PIC X(40).
       01 REFUSE-LINE.
           03 FILLER PIC X(5) VALUE SPACES.
           03 FILLER PIC X(22) VALUE '*** RUN REFUSED *** - '.
           03 RL-REASON PIC X(60).
       01 REFUSE-LINE-2.
           03 FILLER PIC X(27) VALUE SPACES.
           03 FILLER PIC X(29) VALUE 'NO FILE WAS ARCHIVED, PURGED '.
           03 FILLER PIC X(14) VALUE 'OR RESTORED'.
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 050-READ-PARM-CARD.
           IF NOT ARCHIVE-MODE AND NOT RESTORE-MODE
               MOVE 'MODE ON THE UR-S-ARPARM CARD MUST BE A OR R' TO
                   REFUSE-REASON
               PERFORM 040-REFUSE-RUN
           END-IF.
           IF RUN-TERM = SPACES
               MOVE 'NO TERM CODE ON THE UR-S-ARPARM CARD' TO
                   REFUSE-REASON
               PERFORM 040-REFUSE-RUN
           END-IF.
           IF RESTORE-MODE
               PERFORM 060-FIND-RESTORE-FILE
                   VARYING FX FROM 1 BY 1 UNTIL FX > 5
               IF RESTORE-FX = 0
                   MOVE 'UNKNOWN FILE ID ON THE UR-S-ARPARM CARD' TO
                       REFUSE-REASON
                   PERFORM 040-REFUSE-RUN
               END-IF
           END-IF.

           OPEN OUTPUT ARCHIVE-REPORT-FILE.
           PERFORM 225-ARCHIVE-HEADINGS.

           IF ARCHIVE-MODE
               PERFORM 100-ARCHIVE-RUN
           ELSE
               PERFORM 500-RESTORE-RUN
           END-IF.

           CLOSE ARCHIVE-REPORT-FILE.
           STOP RUN.

       040-REFUSE-RUN.
           OPEN OUTPUT ARCHIVE-REPORT-FILE.
           PERFORM 225-ARCHIVE-HEADINGS.
           MOVE REFUSE-REASON TO RL-REASON.
           WRITE ARCHIVE-REPORT-REC FROM REFUSE-LINE
               AFTER ADVANCING 2 LINES.
           WRITE ARCHIVE-REPORT-REC FROM REFUSE-LINE-2
               AFTER ADVANCING 1 LINE.
           CLOSE ARCHIVE-REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      *     PARAMETER CARD - REQUIRED.  COL 1 MODE (A = ARCHIVE AND
      *     PURGE, R = RESTORE), COLS 2-7 TERM, COLS 8-15 THE FILE TO
      *     RESTORE (RESTORE MODE ONLY)
      ******************************************************************
       050-READ-PARM-CARD.
           MOVE 'N' TO PARM-EOF.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE
               AT END MOVE 'Y' TO PARM-EOF.
           IF NOT PARM-END-OF-DATA
               MOVE AP-MODE TO RUN-MODE
               MOVE AP-TERM TO RUN-TERM
               MOVE AP-FILE TO RUN-FILE
           END-IF.
           CLOSE PARM-FILE.

       060-FIND-RESTORE-FILE.
           IF RUN-FILE = FILE-NAME(FX)
               MOVE FX TO RESTORE-FX
           END-IF.

      ******************************************************************
      *     ARCHIVE AND PURGE.  A FILE ALREADY ARCHIVED FOR THE TERM
      *     WHOSE LIVE COPY IS NOW EMPTY IS NOT ARCHIVED AGAIN, SO A
      *     RERUN AFTER THE PURGE CANNOT BURY THE REAL BLOCK UNDER AN
      *     EMPTY ONE.  AFTER THE COPY THE ARCHIVE IS READ BACK AND
      *     EACH FILE IS PURGED ONLY IF ITS NEW BLOCK BALANCES
      ******************************************************************
       100-ARCHIVE-RUN.
           PERFORM 400-SCAN-ARCHIVE.
           PERFORM 105-NOTE-PRIOR-BLOCK
               VARYING FX FROM 1 BY 1 UNTIL FX > 5.

           OPEN EXTEND ARCHIVE-FILE.
           PERFORM 110-ARCHIVE-ONE-FILE
               VARYING FX FROM 1 BY 1 UNTIL FX > 5.
           CLOSE ARCHIVE-FILE.

           PERFORM 400-SCAN-ARCHIVE.
           PERFORM 150-PURGE-ONE-FILE
               VARYING FX FROM 1 BY 1 UNTIL FX > 5.
           PERFORM 700-ARCHIVE-TOTALS.

       105-NOTE-PRIOR-BLOCK.
           MOVE FT-BLOCK-SW(FX) TO FT-PRIOR-SW(FX).

       110-ARCHIVE-ONE-FILE.
           MOVE 0 TO FT-LIVE-CT(FX).
           MOVE 0 TO FT-LIVE-HASH(FX).
           MOVE 0 TO FT-COPIED-CT(FX).
           MOVE 0 TO FT-PURGED-CT(FX).
           MOVE SPACES TO FT-STATUS(FX).
           PERFORM 800-OPEN-LIVE.
           PERFORM 810-READ-LIVE.
           PERFORM 120-COUNT-LIVE
               UNTIL LIVE-END-OF-DATA.
           PERFORM 820-CLOSE-LIVE.

           IF FT-LIVE-CT(FX) = 0 AND FT-PRIOR-BLOCK(FX)
               MOVE 'N' TO FT-ARCHIVED-SW(FX)
               MOVE 'ALREADY ARCHIVED - LIVE FILE EMPTY' TO
                   FT-STATUS(FX)
           ELSE
               MOVE 'Y' TO FT-ARCHIVED-SW(FX)
               PERFORM 130-WRITE-ARCHIVE-HEADER
               PERFORM 800-OPEN-LIVE
               PERFORM 810-READ-LIVE
               PERFORM 140-COPY-LIVE
                   UNTIL LIVE-END-OF-DATA
               PERFORM 820-CLOSE-LIVE
           END-IF.

       120-COUNT-LIVE.
           ADD 1 TO FT-LIVE-CT(FX).
           PERFORM 600-KEY-HASH.
           ADD KEY-HASH TO FT-LIVE-HASH(FX).
           PERFORM 810-READ-LIVE.

       130-WRITE-ARCHIVE-HEADER.
           MOVE SPACES TO ARCHIVE-REC.
           MOVE 'H' TO AR-TYPE.
           MOVE FILE-NAME(FX) TO AR-FILE.
           MOVE RUN-TERM TO AR-TERM.
           MOVE FT-LIVE-CT(FX) TO AR-RECORD-COUNT.
           MOVE FT-LIVE-HASH(FX) TO AR-HASH-TOTAL.
           MOVE RUN-DATE TO AR-ARCHIVE-DATE.
           WRITE ARCHIVE-REC.

       140-COPY-LIVE.
           MOVE SPACES TO ARCHIVE-REC.
           MOVE 'D' TO AR-TYPE.
           MOVE FILE-NAME(FX) TO AR-FILE.
           MOVE RUN-TERM TO AR-TERM.
           MOVE LIVE-DATA TO AR-BODY.
           WRITE ARCHIVE-REC.
           ADD 1 TO FT-COPIED-CT(FX).
           PERFORM 810-READ-LIVE.

      *    BALANCED = THE HEADER AND THE DATA RECORDS READ BACK FROM
      *    THE ARCHIVE BOTH AGREE WITH THE LIVE FILE ON COUNT AND HASH.
      *    A NEW BLOCK FOR A TERM ALREADY ON THE ARCHIVE REPLACES THE
      *    EARLIER ONE FOR RESTORE, SO IT IS FLAGGED AS A WARNING
       150-PURGE-ONE-FILE.
           IF FT-ARCHIVED(FX)
               PERFORM 160-CHECK-BALANCE
               IF FILE-BALANCED
                   PERFORM 830-PURGE-LIVE
                   MOVE FT-LIVE-CT(FX) TO FT-PURGED-CT(FX)
                   MOVE 'ARCHIVED AND PURGED' TO FT-STATUS(FX)
                   ADD 1 TO PURGED-FILES-CT
                   IF FT-PRIOR-BLOCK(FX)
                       MOVE 'PURGED - SUPERSEDES EARLIER TERM BLOCK'
                           TO FT-STATUS(FX)
                       ADD 1 TO SUPERSEDED-FILES-CT
                   END-IF
               ELSE
                   MOVE 'NOT PURGED - ARCHIVE OUT OF BALANCE' TO
                       FT-STATUS(FX)
                   ADD 1 TO REFUSED-FILES-CT
               END-IF
           END-IF.
           PERFORM 300-PRINT-REGISTER-LINE.

       160-CHECK-BALANCE.
           MOVE 'N' TO BALANCED-SW.
           IF FT-BLOCK-FOUND(FX)
               AND FT-HDR-CT(FX) = FT-LIVE-CT(FX)
               AND FT-ARCH-CT(FX) = FT-LIVE-CT(FX)
               AND FT-COPIED-CT(FX) = FT-LIVE-CT(FX)
               AND FT-HDR-HASH(FX) = FT-LIVE-HASH(FX)
               AND FT-ARCH-HASH(FX) = FT-LIVE-HASH(FX)
               MOVE 'Y' TO BALANCED-SW
           END-IF.

       300-PRINT-REGISTER-LINE.
           MOVE FILE-NAME(FX) TO RG-FILE.
           MOVE FT-LIVE-CT(FX) TO RG-LIVE.
           IF FT-ARCHIVED(FX)
               MOVE FT-ARCH-CT(FX) TO RG-ARCHIVED
           ELSE
               MOVE 0 TO RG-ARCHIVED
           END-IF.
           MOVE FT-LIVE-HASH(FX) TO RG-HASH.
           MOVE FT-PURGED-CT(FX) TO RG-PURGED.
           MOVE FT-STATUS(FX) TO RG-STATUS.
           WRITE ARCHIVE-REPORT-REC FROM REGISTER-LINE
               AFTER ADVANCING 2 LINES.

      ******************************************************************
      *     READ THE WHOLE ARCHIVE AND KEEP, FOR EACH FILE, THE FIGURES
      *     OF THE LAST BLOCK FOR THE RUN TERM - A LATER BLOCK FOR THE
      *     SAME FILE AND TERM SUPERSEDES AN EARLIER ONE
      ******************************************************************
       400-SCAN-ARCHIVE.
           PERFORM 405-CLEAR-BLOCK
               VARYING FX FROM 1 BY 1 UNTIL FX > 5.
           MOVE 'N' TO AEOF.
           OPEN INPUT ARCHIVE-FILE.
           READ ARCHIVE-FILE
               AT END MOVE 'Y' TO AEOF.
           PERFORM 410-SCAN-ONE-RECORD
               UNTIL ARCHIVE-END-OF-DATA.
           CLOSE ARCHIVE-FILE.

       405-CLEAR-BLOCK.
           MOVE 'N' TO FT-BLOCK-SW(FX).
           MOVE 0 TO FT-BLOCK-NO(FX).
           MOVE 0 TO FT-HDR-CT(FX).
           MOVE 0 TO FT-HDR-HASH(FX).
           MOVE 0 TO FT-HDR-DATE(FX).
           MOVE 0 TO FT-ARCH-CT(FX).
           MOVE 0 TO FT-ARCH-HASH(FX).

       410-SCAN-ONE-RECORD.
           IF AR-TERM = RUN-TERM
               MOVE 0 TO MATCH-FX
               PERFORM 420-FIND-FILE-ID
                   VARYING FX FROM 1 BY 1 UNTIL FX > 5
               IF MATCH-FX > 0
                   MOVE MATCH-FX TO FX
                   PERFORM 430-TALLY-ARCHIVE-RECORD
               END-IF
           END-IF.
           READ ARCHIVE-FILE
               AT END MOVE 'Y' TO AEOF.

       420-FIND-FILE-ID.
           IF AR-FILE = FILE-NAME(FX)
               MOVE FX TO MATCH-FX
           END-IF.

       430-TALLY-ARCHIVE-RECORD.
           IF AR-HEADER
               MOVE 'Y' TO FT-BLOCK-SW(FX)
               ADD 1 TO FT-BLOCK-NO(FX)
               MOVE AR-RECORD-COUNT TO FT-HDR-CT(FX)
               MOVE AR-HASH-TOTAL TO FT-HDR-HASH(FX)
               MOVE AR-ARCHIVE-DATE TO FT-HDR-DATE(FX)
               MOVE 0 TO FT-ARCH-CT(FX)
               MOVE 0 TO FT-ARCH-HASH(FX)
           ELSE
               IF AR-DATA AND FT-BLOCK-FOUND(FX)
                   ADD 1 TO FT-ARCH-CT(FX)
                   MOVE AR-BODY TO LIVE-DATA
                   PERFORM 600-KEY-HASH
                   ADD KEY-HASH TO FT-ARCH-HASH(FX)
               END-IF
           END-IF.

      ******************************************************************
      *     RESTORE ONE FILE FOR ONE TERM FROM ITS LAST ARCHIVE BLOCK.
      *     THE RECORDS GO TO A RESTORE FILE (DA-S-ARCRJNL FOR THE
      *     JOURNAL, DA-S-ARCREST FOR THE OTHERS), NEVER BACK INTO THE
      *     LIVE FILE, WHICH NOW BELONGS TO THE NEW TERM
      ******************************************************************
       500-RESTORE-RUN.
           PERFORM 400-SCAN-ARCHIVE.
           MOVE RESTORE-FX TO FX.
           MOVE 0 TO RESTORED-CT.
           MOVE 0 TO RESTORED-HASH.
           MOVE 0 TO BLOCK-SEQ.
           IF FX = 4
               OPEN OUTPUT JOURNAL-RESTORE-FILE
           ELSE
               OPEN OUTPUT RESTORE-FILE
           END-IF.

           IF FT-BLOCK-FOUND(FX)
               MOVE 'N' TO AEOF
               OPEN INPUT ARCHIVE-FILE
               PERFORM 540-READ-ARCHIVE
               PERFORM 520-RESTORE-ONE-RECORD
                   UNTIL ARCHIVE-END-OF-DATA
               CLOSE ARCHIVE-FILE
               IF RESTORED-CT = FT-HDR-CT(FX)
                   AND RESTORED-HASH = FT-HDR-HASH(FX)
                   MOVE 'RESTORED - ARCHIVE BALANCES' TO FT-STATUS(FX)
               ELSE
                   MOVE 'RESTORED - ARCHIVE OUT OF BALANCE' TO
                       FT-STATUS(FX)
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 'NOT RESTORED - TERM NOT ON THE ARCHIVE' TO
                   FT-STATUS(FX)
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF FX = 4
               CLOSE JOURNAL-RESTORE-FILE
           ELSE
               CLOSE RESTORE-FILE
           END-IF.
           PERFORM 750-RESTORE-TOTALS.

       520-RESTORE-ONE-RECORD.
           IF AR-FILE = FILE-NAME(FX) AND AR-TERM = RUN-TERM
               IF AR-HEADER
                   ADD 1 TO BLOCK-SEQ
               ELSE
                   IF AR-DATA AND BLOCK-SEQ = FT-BLOCK-NO(FX)
                       PERFORM 530-WRITE-RESTORED
                   END-IF
               END-IF
           END-IF.
           PERFORM 540-READ-ARCHIVE.

       530-WRITE-RESTORED.
           MOVE AR-BODY TO LIVE-DATA.
           IF FX = 4
               WRITE JOURNAL-RESTORE-REC FROM LIVE-DATA
           ELSE
               WRITE RESTORE-REC FROM LIVE-DATA
           END-IF.
           ADD 1 TO RESTORED-CT.
           PERFORM 600-KEY-HASH.
           ADD KEY-HASH TO RESTORED-HASH.

       540-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END MOVE 'Y' TO AEOF.

      ******************************************************************
      *     HASH TOTAL CONTRIBUTION OF ONE RECORD - THE NUMERIC COURSE
      *     NUMBER AND SECTION (KEY BYTES 4-10).  THE RUN HISTORY HAS
      *     NO COURSE KEY, SO ITS RUN DATE IS HASHED INSTEAD
      ******************************************************************
       600-KEY-HASH.
           MOVE 0 TO KEY-HASH.
           IF FX = 4
               MOVE LJ-COURSE TO HASH-KEY
           ELSE
               IF FX = 5
                   MOVE SPACES TO HASH-KEY
                   MOVE LH-DATE-DIGITS TO HK-DIGITS-X
               ELSE
                   MOVE LV-COURSE TO HASH-KEY
               END-IF
           END-IF.
           IF HK-DIGITS-X NUMERIC
               MOVE HK-DIGITS TO KEY-HASH
           END-IF.

       700-ARCHIVE-TOTALS.
           MOVE 'FILES PURGED' TO AC-LABEL.
           MOVE PURGED-FILES-CT TO AC-COUNT.
           WRITE ARCHIVE-REPORT-REC FROM ARCHIVE-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'FILES NOT PURGED' TO AC-LABEL.
           MOVE REFUSED-FILES-CT TO AC-COUNT.
           WRITE ARCHIVE-REPORT-REC FROM ARCHIVE-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'EARLIER TERM BLOCKS SUPERSEDED' TO AC-LABEL.
           MOVE SUPERSEDED-FILES-CT TO AC-COUNT.
           WRITE ARCHIVE-REPORT-REC FROM ARCHIVE-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           IF REFUSED-FILES-CT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF SUPERSEDED-FILES-CT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       750-RESTORE-TOTALS.
           MOVE 'FILE RESTORED' TO AT-LABEL.
           MOVE FILE-NAME(FX) TO AT-TEXT.
           WRITE ARCHIVE-REPORT-REC FROM ARCHIVE-TEXT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'ARCHIVED ON' TO AC-LABEL.
           MOVE FT-HDR-DATE(FX) TO AC-COUNT.
           WRITE ARCHIVE-REPORT-REC FROM ARCHIVE-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ARCHIVE HEADER RECORD COUNT' TO AC-LABEL.
           MOVE FT-HDR-CT(FX) TO AC-COUNT.
           WRITE ARCHIVE-REPORT-REC FROM ARCHIVE-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'RECORDS RESTORED' TO AC-LABEL.
           MOVE RESTORED-CT TO AC-COUNT.
           WRITE ARCHIVE-REPORT-REC FROM ARCHIVE-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ARCHIVE HEADER HASH TOTAL' TO AC-LABEL.
           MOVE FT-HDR-HASH(FX) TO AC-COUNT.
           WRITE ARCHIVE-REPORT-REC FROM ARCHIVE-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'HASH TOTAL OF RECORDS RESTORED' TO AC-LABEL.
           MOVE RESTORED-HASH TO AC-COUNT.
           WRITE ARCHIVE-REPORT-REC FROM ARCHIVE-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'STATUS' TO AT-LABEL.
           MOVE FT-STATUS(FX) TO AT-TEXT.
           WRITE ARCHIVE-REPORT-REC FROM ARCHIVE-TEXT-LINE
               AFTER ADVANCING 2 LINES.

       225-ARCHIVE-HEADINGS.
           ADD 1 TO APAGEKOUNT.
           MOVE APAGEKOUNT TO APAGEK.
           MOVE RUN-TERM TO AH-TERM.
           MOVE RUN-DATE TO AH-DATE.
           IF RESTORE-MODE
               MOVE '       TERM ARCHIVE RESTORE - TERM ' TO AH-LABEL
           END-IF.
           WRITE ARCHIVE-REPORT-REC FROM ARCHIVE-HEADING
               AFTER ADVANCING PAGE.
           WRITE ARCHIVE-REPORT-REC FROM ARCHIVE-HEADING2
               AFTER ADVANCING 1 LINE.
           IF ARCHIVE-MODE
               WRITE ARCHIVE-REPORT-REC FROM REGISTER-COL-HEADING
                   AFTER ADVANCING 2 LINES
           END-IF.

      ******************************************************************
      *     OPEN, READ, CLOSE AND PURGE THE LIVE FILE SELECTED BY FX
      ******************************************************************
       800-OPEN-LIVE.
           MOVE 'N' TO LEOF.
           IF FX = 1
               OPEN INPUT DETAIL-FILE.
           IF FX = 2
               OPEN INPUT WAITLIST-FILE.
           IF FX = 3
               OPEN INPUT OFFER-FILE.
           IF FX = 4
               OPEN INPUT JOURNAL-FILE.
           IF FX = 5
               OPEN INPUT RUN-HISTORY-FILE.

       810-READ-LIVE.
           IF FX = 1
               READ DETAIL-FILE INTO LIVE-DATA
                   AT END MOVE 'Y' TO LEOF.
           IF FX = 2
               READ WAITLIST-FILE INTO LIVE-DATA
                   AT END MOVE 'Y' TO LEOF.
           IF FX = 3
               READ OFFER-FILE INTO LIVE-DATA
                   AT END MOVE 'Y' TO LEOF.
           IF FX = 4
               READ JOURNAL-FILE INTO LIVE-DATA
                   AT END MOVE 'Y' TO LEOF.
           IF FX = 5
               READ RUN-HISTORY-FILE INTO LIVE-DATA
                   AT END MOVE 'Y' TO LEOF.

       820-CLOSE-LIVE.
           IF FX = 1
               CLOSE DETAIL-FILE.
           IF FX = 2
               CLOSE WAITLIST-FILE.
           IF FX = 3
               CLOSE OFFER-FILE.
           IF FX = 4
               CLOSE JOURNAL-FILE.
           IF FX = 5
               CLOSE RUN-HISTORY-FILE.

      *    OPENING OUTPUT AND CLOSING LEAVES AN EMPTY FILE FOR NEW TERM
       830-PURGE-LIVE.
           IF FX = 1
               OPEN OUTPUT DETAIL-FILE
               CLOSE DETAIL-FILE.
           IF FX = 2
               OPEN OUTPUT WAITLIST-FILE
               CLOSE WAITLIST-FILE.
           IF FX = 3
               OPEN OUTPUT OFFER-FILE
               CLOSE OFFER-FILE.
           IF FX = 4
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE.
           IF FX = 5
               OPEN OUTPUT RUN-HISTORY-FILE
               CLOSE RUN-HISTORY-FILE.
