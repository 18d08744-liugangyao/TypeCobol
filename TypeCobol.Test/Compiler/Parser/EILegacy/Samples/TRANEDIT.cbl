000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. TRANEDIT.
000000*REMARKS.         COPY=(
000000*                       YEDITTOT YTRANREJ YBATCHLG
000000*                                 ).
000000*------------------------------------------------------------
000000* MOD-LOG:
000000*               DAYS COME FROM AN OPTIONAL EDITCARD FILE
000000*               (DEFAULT 90).  THE EDIT SUMMARY AND THE
000000*               YEDITTOT RECORD CARRY THE DUPLICATE COUNT.
000000*   2026-10-15  REJECT RECORD MOVED TO THE YTRANREJ COPYBOOK
000000*               AND NOW CARRIES THE RUN DATE OF THE REJECT SO
000000*               THE REJECT CORRECTION RUN (REJCORR) CAN AGE
000000*               IT.  A RESUBMITTED DUPLICATE THAT REJCORR HAS
000000*               RELEASED UNDER AN EXPLICIT OVERRIDE CARRIES
000000*               "O" IN RAW-RESUBMIT-FLAG; IT IS ACCEPTED EVEN
000000*               THOUGH ITS ID/DATE IS ON TRANHIST, IS NOT
000000*               ADDED TO HISTORY A SECOND TIME, AND IS
000000*               COUNTED ON A DUPLICATE-OVERRIDE SUMMARY LINE.
000000*   2026-10-15  BATCH STEP LOG. A START RECORD AND AN END RECORD
000000*               ARE APPENDED TO THE SHARED BATCHLOG FILE
000000*               (YBATCHLG) WITH THE START AND END TIMES, RETURN
000000*               CODE AND RECORDS READ, ACCEPTED AND REJECTED.
000000*------------------------------------------------------------
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000     SELECT OPTIONAL CTL-FILE ASSIGN TO EDITCARD
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS CTL-STATUS.
000000     SELECT OPTIONAL LOG-FILE ASSIGN TO BATCHLOG
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS LOG-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  RAW-FILE
000000     05  RAW-TRAN-ID             PIC X(10).
000000     05  RAW-TRAN-CONV-CODE      PIC X(04).
000000     05  RAW-TRAN-AMT            PIC S9(9)V99.
000000     05  RAW-RESUBMIT-FLAG       PIC X(01).
000000         88  RAW-DUP-OVERRIDE            VALUE "O".
000000     05  FILLER                  PIC X(46).
000000 FD  CLEAN-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  CLEAN-TRAN-REC              PIC X(80).
000000 FD  REJ-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  REJ-TRAN-REC. COPY  YTRANREJ.
000000 FD  PRINT-FILE
000000     LABEL RECORDS ARE OMITTED.
000000 01  PRINT-REC                   PIC X(132).
000000 01  CTL-CARD-REC.
000000     05  CTL-RETAIN-DAYS         PIC 9(03).
000000     05  FILLER                  PIC X(77).
000000 FD  LOG-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  LOG-REC                     PIC X(80).
000000 WORKING-STORAGE SECTION.
000000    01 RAW-STATUS                PIC XX      VALUE "00".
000000    01 CLEAN-STATUS              PIC XX      VALUE "00".
000000    01 TOT-STATUS                PIC XX      VALUE "00".
000000    01 HIST-STATUS               PIC XX      VALUE "00".
000000    01 CTL-STATUS                PIC XX      VALUE "00".
000000    01 LOG-STATUS                PIC XX      VALUE "00".
000000
000000 01  BATCHLG-REC. COPY  YBATCHLG.
000000
000000 01  TED-STEP-LOG.
000000     05  TED-LOG-RUN-DATE        PIC 9(08)   VALUE ZERO.
000000     05  TED-LOG-START-TIME      PIC 9(08)   VALUE ZERO.
000000
000000 01  TED-SWITCHES.
000000     05  TED-EOF-SW              PIC X       VALUE "N".
000000     05  TED-ACCEPT-COUNT        PIC 9(07)   VALUE ZERO.
000000     05  TED-REJECT-COUNT        PIC 9(07)   VALUE ZERO.
000000     05  TED-DUP-COUNT           PIC 9(07)   VALUE ZERO.
000000     05  TED-OVERRIDE-COUNT      PIC 9(07)   VALUE ZERO.
000000     05  TED-HIST-ADD-COUNT      PIC 9(07)   VALUE ZERO.
000000     05  TED-HIST-PURGE-COUNT    PIC 9(07)   VALUE ZERO.
000000
000000     GOBACK
000000     .
000000 1000-INITIALIZE.
000000     PERFORM 9800-LOG-STEP-START THRU 9800-EXIT.
000000     OPEN INPUT RAW-FILE.
000000     IF RAW-STATUS NOT = "00"
000000         DISPLAY "TRANEDIT: RAW-FILE OPEN FAILED, STATUS "
000000     END-IF.
000000     IF TED-REC-GOOD
000000         PERFORM 4000-WRITE-CLEAN THRU 4000-EXIT
000000         IF NOT TED-DUPLICATE
000000             PERFORM 3600-ADD-HISTORY THRU 3600-EXIT
000000         END-IF
000000     ELSE
000000         PERFORM 4500-WRITE-REJECT THRU 4500-EXIT
000000     END-IF.
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     IF TED-DUPLICATE AND RAW-DUP-OVERRIDE
000000         ADD 1                  TO TED-OVERRIDE-COUNT
000000         GO TO 3500-EXIT
000000     END-IF.
000000     IF TED-DUPLICATE
000000         MOVE "P"               TO REJ-DUP-RSN
000000         SET TED-REC-GOOD TO FALSE
000000     EXIT.
000000 4500-WRITE-REJECT.
000000     MOVE RAW-TRAN-REC          TO REJ-TRAN-DATA.
000000     MOVE TED-RUN-DATE          TO REJ-RUN-DATE.
000000     WRITE REJ-TRAN-REC.
000000     IF REJ-STATUS NOT = "00"
000000         DISPLAY "TRANEDIT: REJ-FILE WRITE FAILED, STATUS "
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE TED-SUMMARY-LINE      TO PRINT-REC (1:29).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE "DUP OVERRIDES     "  TO TED-SUM-LABEL.
000000     MOVE TED-OVERRIDE-COUNT    TO TED-SUM-COUNT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE TED-SUMMARY-LINE      TO PRINT-REC (1:29).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE "HISTORY IDS ADDED "  TO TED-SUM-LABEL.
000000     MOVE TED-HIST-ADD-COUNT    TO TED-SUM-COUNT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     IF TED-REJECT-COUNT GREATER THAN ZERO
000000         MOVE 4                  TO RETURN-CODE
000000     END-IF.
000000     PERFORM 9810-LOG-STEP-END THRU 9810-EXIT.
000000 9000-EXIT.
000000     EXIT.
000000 9500-WRITE-TOTALS.
000000     END-IF.
000000 9500-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* STEP LOG - A START RECORD AS THE STEP BEGINS AND AN END
000000* RECORD WITH THE RETURN CODE AND COUNTS AS IT ENDS.  THE
000000* LOG IS OPENED AND CLOSED FOR EACH RECORD SO A STEP THAT
000000* STOPS SHORT LEAVES ITS START RECORD BEHIND.  A LOG THAT
000000* CANNOT BE WRITTEN DOES NOT STOP THE STEP.
000000*------------------------------------------------------------
000000 9800-LOG-STEP-START.
000000     ACCEPT TED-LOG-RUN-DATE FROM DATE YYYYMMDD.
000000     ACCEPT TED-LOG-START-TIME FROM TIME.
000000     MOVE SPACES                TO BATCHLG-REC.
000000     SET BATCHLG-STEP-START     TO TRUE.
000000     MOVE ZERO                  TO BATCHLG-END-TIME
000000                                   BATCHLG-RETURN-CODE
000000                                   BATCHLG-IN-COUNT
000000                                   BATCHLG-OUT-COUNT
000000                                   BATCHLG-EXCP-COUNT.
000000     PERFORM 9820-WRITE-STEP-LOG THRU 9820-EXIT.
000000 9800-EXIT.
000000     EXIT.
000000 9810-LOG-STEP-END.
000000     MOVE SPACES                TO BATCHLG-REC.
000000     SET BATCHLG-STEP-END       TO TRUE.
000000     MOVE SPACES                TO BATCHLG-PROC-DATE.
000000     ACCEPT BATCHLG-END-TIME FROM TIME.
000000     MOVE RETURN-CODE           TO BATCHLG-RETURN-CODE.
000000     MOVE TED-READ-COUNT        TO BATCHLG-IN-COUNT.
000000     MOVE TED-ACCEPT-COUNT      TO BATCHLG-OUT-COUNT.
000000     MOVE TED-REJECT-COUNT      TO BATCHLG-EXCP-COUNT.
000000     PERFORM 9820-WRITE-STEP-LOG THRU 9820-EXIT.
000000 9810-EXIT.
000000     EXIT.
000000 9820-WRITE-STEP-LOG.
000000     MOVE "TRANEDIT"            TO BATCHLG-PROGRAM.
000000     MOVE TED-LOG-RUN-DATE      TO BATCHLG-RUN-DATE.
000000     MOVE TED-LOG-START-TIME    TO BATCHLG-START-TIME.
000000     OPEN EXTEND LOG-FILE.
000000     IF LOG-STATUS NOT = "00" AND LOG-STATUS NOT = "05"
000000         DISPLAY "TRANEDIT: LOG-FILE OPEN FAILED, STATUS "
000000             LOG-STATUS " - STEP NOT LOGGED"
000000         GO TO 9820-EXIT
000000     END-IF.
000000     WRITE LOG-REC FROM BATCHLG-REC.
000000     IF LOG-STATUS NOT = "00"
000000         DISPLAY "TRANEDIT: LOG-FILE WRITE FAILED, STATUS "
000000             LOG-STATUS " - STEP NOT LOGGED"
000000     END-IF.
000000     CLOSE LOG-FILE.
000000 9820-EXIT.
000000     EXIT.
000000 END PROGRAM TRANEDIT.
