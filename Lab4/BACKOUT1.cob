      *             AND THE LATEST ACTION, SO THE MASTER COMES BACK
      *             TO ITS ORIGINAL STATE INSTEAD OF AN INTERMEDIATE
      *             IMAGE.  AN ADD LATER DELETED NEEDS NO REVERSAL.
      * 2026-10-15  JOURNAL NOW CARRIES THE SUBMITTER OF EACH CHANGE -
      *             THE REPORT SHOWS WHO MADE THE LAST CHANGE BACKED
      *             OUT.  REVERSALS ARE SIGNED WITH SUBMITTER BACKOUT1,
      *             WHICH DA-S-AUTH MUST AUTHORIZE FOR MAINT1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           03 JR-COURSE PIC X(10).
           03 JR-BEFORE PIC X(80).
           03 JR-AFTER PIC X(80).
           03 JR-SUBMITTER PIC X(8).
       FD REVERSAL-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
       01 REVERSAL-REC.
           03 RV-CODE PIC X.
           03 RV-IMAGE PIC X(80).
           03 RV-SUBMITTER PIC X(8).
       FD BACKOUT-REPORT-FILE
       RECORDING MODE IS F
       LABEL RECORDS ARE STANDARD.
           03 NO-REVERSAL-CT PIC 9(5) VALUE 0.
           03 RPT-ACTION PIC X(6) VALUE SPACES.
           03 RPT-COURSE PIC X(10) VALUE SPACES.
           03 RPT-SUBMITTER PIC X(8) VALUE SPACES.
       01 KEY-GROUP.
           03 GROUP-COURSE PIC X(10) VALUE SPACES.
           03 GROUP-FIRST-ACTION PIC X(6) VALUE SPACES.
           03 GROUP-LAST-ACTION PIC X(6) VALUE SPACES.
           03 GROUP-LAST-SUBMITTER PIC X(8) VALUE SPACES.
           03 GROUP-BEFORE PIC X(80) VALUE SPACES.
           03 GROUP-AFTER PIC X(80) VALUE SPACES.
       01 BACKOUT-HEADING.
        03 FILLER PIC X(2) VALUE SPACES.
        03 BA-COURSE PIC X(10).
        03 FILLER PIC X(3) VALUE SPACES.
        03 BA-SUBMITTER PIC X(8).
        03 FILLER PIC X(3) VALUE SPACES.
        03 FILLER PIC X(10) VALUE 'REVERSAL: '.
        03 BA-REVERSAL PIC X.
        03 FILLER PIC X(3) VALUE SPACES.
           MOVE JR-COURSE TO GROUP-COURSE.
           MOVE SPACES TO GROUP-FIRST-ACTION.
           MOVE SPACES TO GROUP-LAST-ACTION.
           MOVE SPACES TO GROUP-LAST-SUBMITTER.
           MOVE SPACES TO GROUP-BEFORE.
           MOVE SPACES TO GROUP-AFTER.
           PERFORM 110-GATHER-ONE-JOURNAL
                   MOVE JR-BEFORE TO GROUP-BEFORE
               END-IF
               MOVE JR-ACTION TO GROUP-LAST-ACTION
               MOVE JR-SUBMITTER TO GROUP-LAST-SUBMITTER
               MOVE JR-AFTER TO GROUP-AFTER
           ELSE
               ADD 1 TO UNKNOWN-CT
               MOVE '?' TO RV-CODE
               MOVE JR-ACTION TO RPT-ACTION
               MOVE JR-COURSE TO RPT-COURSE
               MOVE JR-SUBMITTER TO RPT-SUBMITTER
               MOVE 'UNKNOWN JOURNAL ACTION - SKIPPED' TO
                   BA-REMARK
               PERFORM 600-REPORT-REVERSAL
           IF GROUP-FIRST-ACTION NOT = SPACES
               MOVE GROUP-LAST-ACTION TO RPT-ACTION
               MOVE GROUP-COURSE TO RPT-COURSE
               MOVE GROUP-LAST-SUBMITTER TO RPT-SUBMITTER
               IF GROUP-FIRST-ACTION = 'ADD'
                   IF GROUP-LAST-ACTION = 'DELETE'
                       ADD 1 TO NO-REVERSAL-CT
                   ELSE
                       MOVE 'D' TO RV-CODE
                       MOVE GROUP-AFTER TO RV-IMAGE
                       MOVE 'BACKOUT1' TO RV-SUBMITTER
                       WRITE REVERSAL-REC
                       ADD 1 TO REVERSALS-CT
                       ADD 1 TO ADDS-REVERSED-CT
                   IF GROUP-LAST-ACTION = 'DELETE'
                       MOVE 'A' TO RV-CODE
                       MOVE GROUP-BEFORE TO RV-IMAGE
                       MOVE 'BACKOUT1' TO RV-SUBMITTER
                       WRITE REVERSAL-REC
                       ADD 1 TO REVERSALS-CT
                       ADD 1 TO DELETES-REVERSED-CT
                   ELSE
                       MOVE 'C' TO RV-CODE
                       MOVE GROUP-BEFORE TO RV-IMAGE
                       MOVE 'BACKOUT1' TO RV-SUBMITTER
                       WRITE REVERSAL-REC
                       ADD 1 TO REVERSALS-CT
                       ADD 1 TO CHANGES-REVERSED-CT
           END-IF.
           MOVE RPT-ACTION TO BA-JOURNALED.
           MOVE RPT-COURSE TO BA-COURSE.
           MOVE RPT-SUBMITTER TO BA-SUBMITTER.
           MOVE RV-CODE TO BA-REVERSAL.
           WRITE BACKOUT-REPORT-REC FROM BACKOUT-ACTION-LINE
               AFTER ADVANCING 1 LINE.
