000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. CONVPRGE.
000000*REMARKS.         COPY=(
000000*                       YCONVEAL YCONVARC YBATCHLG
000000*                                 ).
000000*------------------------------------------------------------
000000* MOD-LOG:
000000*               PURGED/ARCHIVED.  RETURN-CODE 4 WHEN THE
000000*               PURGE LIST FILLS AND A RERUN IS NEEDED TO
000000*               FINISH.
000000*   2026-10-15  ARCHIVE RECORD MOVED TO COPYBOOK YCONVARC AND
000000*               NOW CARRIES THE RATE'S SET-BY, APPROVED-BY AND
000000*               SET-DATE AFTER THE PURGE DATE FOR THE AS-OF
000000*               RATE INQUIRY.
000000*   2026-10-15  BATCH STEP LOG. A START RECORD AND AN END RECORD
000000*               ARE APPENDED TO THE SHARED BATCHLOG FILE
000000*               (YBATCHLG) WITH THE START AND END TIMES, RETURN
000000*               CODE AND RATES READ AND RATES PURGED.
000000*------------------------------------------------------------
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000     SELECT PRINT-FILE ASSIGN TO PURGERPT
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS PRINT-STATUS.
000000     SELECT OPTIONAL LOG-FILE ASSIGN TO BATCHLOG
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS LOG-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  CONVEAL-FILE
000000 01  CONVEAL-REC. COPY  YCONVEAL.
000000 FD  ARCH-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  CONVARC-REC. COPY  YCONVARC.
000000 FD  CTL-FILE
000000     LABEL RECORDS ARE OMITTED.
000000 01  CTL-CARD-REC.
000000 FD  PRINT-FILE
000000     LABEL RECORDS ARE OMITTED.
000000 01  PRINT-REC                   PIC X(132).
000000 FD  LOG-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  LOG-REC                     PIC X(80).
000000 WORKING-STORAGE SECTION.
000000    01 CONVEAL-STATUS            PIC XX      VALUE "00".
000000    01 ARCH-STATUS               PIC XX      VALUE "00".
000000    01 CTL-STATUS                PIC XX      VALUE "00".
000000    01 PRINT-STATUS              PIC XX      VALUE "00".
000000    01 LOG-STATUS                PIC XX      VALUE "00".
000000
000000 01  BATCHLG-REC. COPY  YBATCHLG.
000000
000000 01  PRG-STEP-LOG.
000000     05  PRG-LOG-RUN-DATE        PIC 9(08)   VALUE ZERO.
000000     05  PRG-LOG-START-TIME      PIC 9(08)   VALUE ZERO.
000000
000000 01  PRG-SWITCHES.
000000     05  PRG-EOF-SW              PIC X       VALUE "N".
000000     GOBACK
000000     .
000000 1000-INITIALIZE.
000000     PERFORM 9800-LOG-STEP-START THRU 9800-EXIT.
000000     OPEN INPUT CTL-FILE.
000000     IF CTL-STATUS NOT = "00"
000000         DISPLAY "CONVPRGE: CTL-FILE OPEN FAILED, STATUS "
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     MOVE CONVEAL-KEY           TO CONVARC-KEY.
000000     MOVE CONVEAL-RATE          TO CONVARC-RATE.
000000     MOVE CONVEAL-RATE-DIR      TO CONVARC-RATE-DIR.
000000     MOVE PRG-RUN-DATE          TO CONVARC-PURGE-DATE.
000000     MOVE CONVEAL-AUDIT         TO CONVARC-AUDIT.
000000     WRITE CONVARC-REC.
000000     IF ARCH-STATUS NOT = "00"
000000         DISPLAY "CONVPRGE: ARCH-FILE WRITE FAILED, STATUS "
000000             ARCH-STATUS
000000     IF PURGE-LIST-FULL OR STAT-TABLE-FULL
000000         MOVE 4                  TO RETURN-CODE
000000     END-IF.
000000     PERFORM 9810-LOG-STEP-END THRU 9810-EXIT.
000000 9000-EXIT.
000000     EXIT.
000000 9100-PRINT-CODE-LINE.
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000 9100-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* STEP LOG - A START RECORD AS THE STEP BEGINS AND AN END
000000* RECORD WITH THE RETURN CODE AND COUNTS AS IT ENDS.  THE
000000* LOG IS OPENED AND CLOSED FOR EACH RECORD SO A STEP THAT
000000* STOPS SHORT LEAVES ITS START RECORD BEHIND.  A LOG THAT
000000* CANNOT BE WRITTEN DOES NOT STOP THE STEP.
000000*------------------------------------------------------------
000000 9800-LOG-STEP-START.
000000     ACCEPT PRG-LOG-RUN-DATE FROM DATE YYYYMMDD.
000000     ACCEPT PRG-LOG-START-TIME FROM TIME.
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
000000     MOVE PRG-READ-COUNT        TO BATCHLG-IN-COUNT.
000000     MOVE PRG-PURGE-COUNT       TO BATCHLG-OUT-COUNT.
000000     MOVE ZERO                  TO BATCHLG-EXCP-COUNT.
000000     PERFORM 9820-WRITE-STEP-LOG THRU 9820-EXIT.
000000 9810-EXIT.
000000     EXIT.
000000 9820-WRITE-STEP-LOG.
000000     MOVE "CONVPRGE"            TO BATCHLG-PROGRAM.
000000     MOVE PRG-LOG-RUN-DATE      TO BATCHLG-RUN-DATE.
000000     MOVE PRG-LOG-START-TIME    TO BATCHLG-START-TIME.
000000     OPEN EXTEND LOG-FILE.
000000     IF LOG-STATUS NOT = "00" AND LOG-STATUS NOT = "05"
000000         DISPLAY "CONVPRGE: LOG-FILE OPEN FAILED, STATUS "
000000             LOG-STATUS " - STEP NOT LOGGED"
000000         GO TO 9820-EXIT
000000     END-IF.
000000     WRITE LOG-REC FROM BATCHLG-REC.
000000     IF LOG-STATUS NOT = "00"
000000         DISPLAY "CONVPRGE: LOG-FILE WRITE FAILED, STATUS "
000000             LOG-STATUS " - STEP NOT LOGGED"
000000     END-IF.
000000     CLOSE LOG-FILE.
000000 9820-EXIT.
000000     EXIT.
000000 END PROGRAM CONVPRGE.
