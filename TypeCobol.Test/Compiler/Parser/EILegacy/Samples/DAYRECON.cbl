000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. DAYRECON.
000000*REMARKS.         COPY=(
000000*                       YEDITTOT YRUNCTL YPOSTEXT YBATCHLG
000000*                                 ).
000000*------------------------------------------------------------
000000* MOD-LOG:
000000*               OR A RUN STILL MARKED IN PROGRESS - ENDS
000000*               WITH RETURN-CODE 8 SO THE SCHEDULER STOPS
000000*               THE DOWNSTREAM LEDGER JOBS.
000000*   2026-10-15  HIGH-VALUE HOLD.  ITEMS HELD AND ITEMS
000000*               RELEASED ARE SHOWN FROM RUNCTL.  THE SECOND
000000*               CHECK IS NOW ACCEPTED + RELEASED = CONVERTED +
000000*               SUSPENSE + HELD (RELEASED ITEMS COME BACK INTO
000000*               MYPGM WITHOUT PASSING TRANEDIT) AND THE HELD
000000*               COUNT AND AMOUNT ON THE EXTRACT TRAILER MUST
000000*               MATCH RUNCTL.
000000*   2026-10-15  BATCH STEP LOG. A START RECORD AND AN END RECORD
000000*               ARE APPENDED TO THE SHARED BATCHLOG FILE
000000*               (YBATCHLG) WITH THE START AND END TIMES, RETURN
000000*               CODE AND THE PROCESS DATE, EDIT RECORDS READ AND
000000*               EXTRACT DETAILS.
000000*------------------------------------------------------------
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000     SELECT PRINT-FILE ASSIGN TO RECONRPT
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS PRINT-STATUS.
000000     SELECT OPTIONAL LOG-FILE ASSIGN TO BATCHLOG
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS LOG-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  TOT-FILE
000000 FD  PRINT-FILE
000000     LABEL RECORDS ARE OMITTED.
000000 01  PRINT-REC                   PIC X(132).
000000 FD  LOG-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  LOG-REC                     PIC X(80).
000000 WORKING-STORAGE SECTION.
000000    01 TOT-STATUS                PIC XX      VALUE "00".
000000    01 RUNCTL-STATUS             PIC XX      VALUE "00".
000000    01 EXTR-STATUS               PIC XX      VALUE "00".
000000    01 CTL-STATUS                PIC XX      VALUE "00".
000000    01 PRINT-STATUS              PIC XX      VALUE "00".
000000    01 LOG-STATUS                PIC XX      VALUE "00".
000000
000000 01  BATCHLG-REC. COPY  YBATCHLG.
000000
000000 01  RCN-STEP-LOG.
000000     05  RCN-LOG-RUN-DATE        PIC 9(08)   VALUE ZERO.
000000     05  RCN-LOG-START-TIME      PIC 9(08)   VALUE ZERO.
000000
000000 01  RCN-SWITCHES.
000000     05  RCN-EOF-SW              PIC X       VALUE "N".
000000     05  RCN-EXTR-AMT            PIC S9(11)V99 VALUE ZERO.
000000     05  RCN-EXTR-TRL-COUNT      PIC 9(07)   VALUE ZERO.
000000     05  RCN-EXTR-TRL-AMT        PIC S9(11)V99 VALUE ZERO.
000000     05  RCN-EXTR-TRL-HOLD-COUNT PIC 9(07)   VALUE ZERO.
000000     05  RCN-EXTR-TRL-HOLD-AMT   PIC S9(11)V99 VALUE ZERO.
000000
000000 01  RCN-WORK-AREAS.
000000     05  RCN-RUN-DATE            PIC 9(08)   VALUE ZERO.
000000     GOBACK
000000     .
000000 1000-INITIALIZE.
000000     PERFORM 9800-LOG-STEP-START THRU 9800-EXIT.
000000     OPEN INPUT CTL-FILE.
000000     IF CTL-STATUS NOT = "00"
000000         DISPLAY "DAYRECON: CTL-FILE OPEN FAILED, STATUS "
000000                                   RUNCTL-AMT-TOTAL
000000                                   RUNCTL-SUSP-COUNT
000000                                   RUNCTL-SUSP-AMT
000000                                   RUNCTL-HOLD-COUNT
000000                                   RUNCTL-HOLD-AMT
000000                                   RUNCTL-RELEASE-COUNT
000000     END-READ.
000000     CLOSE RUNCTL-FILE.
000000 3000-EXIT.
000000                                TO RCN-EXTR-TRL-COUNT
000000             MOVE POSTEXT-TRL-AMT-TOTAL
000000                                TO RCN-EXTR-TRL-AMT
000000             MOVE POSTEXT-TRL-HOLD-COUNT
000000                                TO RCN-EXTR-TRL-HOLD-COUNT
000000             MOVE POSTEXT-TRL-HOLD-AMT
000000                                TO RCN-EXTR-TRL-HOLD-AMT
000000         WHEN OTHER
000000             SET NIGHT-BALANCED TO FALSE
000000     END-EVALUATE.
000000     MOVE RUNCTL-SUSP-COUNT     TO RCN-CNT-COUNT.
000000     MOVE RUNCTL-SUSP-AMT       TO RCN-CNT-AMT.
000000     PERFORM 5100-PRINT-COUNT-LINE THRU 5100-EXIT.
000000     MOVE "MYPGM ITEMS HELD                  "
000000                                TO RCN-CNT-LABEL.
000000     MOVE RUNCTL-HOLD-COUNT     TO RCN-CNT-COUNT.
000000     MOVE RUNCTL-HOLD-AMT       TO RCN-CNT-AMT.
000000     PERFORM 5100-PRINT-COUNT-LINE THRU 5100-EXIT.
000000     MOVE "MYPGM RELEASED ITEMS READ         "
000000                                TO RCN-CNT-LABEL.
000000     MOVE RUNCTL-RELEASE-COUNT  TO RCN-CNT-COUNT.
000000     PERFORM 5100-PRINT-COUNT-LINE THRU 5100-EXIT.
000000     MOVE "EXTRACT DETAIL RECORDS            "
000000                                TO RCN-CNT-LABEL.
000000     MOVE RCN-EXTR-DETAILS      TO RCN-CNT-COUNT.
000000     END-IF.
000000     MOVE 2                     TO RCN-WORK-COUNT.
000000     PERFORM 5200-PRINT-CHECK-LINE THRU 5200-EXIT.
000000     MOVE "ACCEPTED + RELEASED = CONV + SUSP + HELD    "
000000                                TO RCN-CHK-LABEL.
000000     COMPUTE RCN-WORK-COUNT =
000000         RUNCTL-REC-COUNT + RUNCTL-SUSP-COUNT
000000         + RUNCTL-HOLD-COUNT.
000000     IF RCN-EDIT-ACCEPT + RUNCTL-RELEASE-COUNT = RCN-WORK-COUNT
000000         MOVE "IN BALANCE"     TO RCN-CHK-RESULT
000000     ELSE
000000         MOVE "OUT OF BALANCE" TO RCN-CHK-RESULT
000000     END-IF.
000000     MOVE 1                     TO RCN-WORK-COUNT.
000000     PERFORM 5200-PRINT-CHECK-LINE THRU 5200-EXIT.
000000     MOVE "EXTRACT TRAILER HELD ITEMS MATCH RUNCTL     "
000000                                TO RCN-CHK-LABEL.
000000     IF RCN-EXTR-TRL-HOLD-COUNT = RUNCTL-HOLD-COUNT
000000       AND RCN-EXTR-TRL-HOLD-AMT = RUNCTL-HOLD-AMT
000000         MOVE "IN BALANCE"     TO RCN-CHK-RESULT
000000     ELSE
000000         MOVE "OUT OF BALANCE" TO RCN-CHK-RESULT
000000         SET NIGHT-BALANCED TO FALSE
000000     END-IF.
000000     MOVE 1                     TO RCN-WORK-COUNT.
000000     PERFORM 5200-PRINT-CHECK-LINE THRU 5200-EXIT.
000000     MOVE "RUN MARKED COMPLETED ON RUNCTL              "
000000                                TO RCN-CHK-LABEL.
000000     IF RUNCTL-COMPLETED
000000             RCN-PROC-DATE
000000         MOVE 8                  TO RETURN-CODE
000000     END-IF.
000000     PERFORM 9810-LOG-STEP-END THRU 9810-EXIT.
000000 9000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* STEP LOG - A START RECORD AS THE STEP BEGINS AND AN END
000000* RECORD WITH THE RETURN CODE AND COUNTS AS IT ENDS.  THE
000000* LOG IS OPENED AND CLOSED FOR EACH RECORD SO A STEP THAT
000000* STOPS SHORT LEAVES ITS START RECORD BEHIND.  A LOG THAT
000000* CANNOT BE WRITTEN DOES NOT STOP THE STEP.
000000*------------------------------------------------------------
000000 9800-LOG-STEP-START.
000000     ACCEPT RCN-LOG-RUN-DATE FROM DATE YYYYMMDD.
000000     ACCEPT RCN-LOG-START-TIME FROM TIME.
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
000000     MOVE RCN-PROC-DATE         TO BATCHLG-PROC-DATE.
000000     ACCEPT BATCHLG-END-TIME FROM TIME.
000000     MOVE RETURN-CODE           TO BATCHLG-RETURN-CODE.
000000     MOVE RCN-EDIT-READ         TO BATCHLG-IN-COUNT.
000000     MOVE RCN-EXTR-DETAILS      TO BATCHLG-OUT-COUNT.
000000     MOVE ZERO                  TO BATCHLG-EXCP-COUNT.
000000     PERFORM 9820-WRITE-STEP-LOG THRU 9820-EXIT.
000000 9810-EXIT.
000000     EXIT.
000000 9820-WRITE-STEP-LOG.
000000     MOVE "DAYRECON"            TO BATCHLG-PROGRAM.
000000     MOVE RCN-LOG-RUN-DATE      TO BATCHLG-RUN-DATE.
000000     MOVE RCN-LOG-START-TIME    TO BATCHLG-START-TIME.
000000     OPEN EXTEND LOG-FILE.
000000     IF LOG-STATUS NOT = "00" AND LOG-STATUS NOT = "05"
000000         DISPLAY "DAYRECON: LOG-FILE OPEN FAILED, STATUS "
000000             LOG-STATUS " - STEP NOT LOGGED"
000000         GO TO 9820-EXIT
000000     END-IF.
000000     WRITE LOG-REC FROM BATCHLG-REC.
000000     IF LOG-STATUS NOT = "00"
000000         DISPLAY "DAYRECON: LOG-FILE WRITE FAILED, STATUS "
000000             LOG-STATUS " - STEP NOT LOGGED"
000000     END-IF.
000000     CLOSE LOG-FILE.
000000 9820-EXIT.
000000     EXIT.
000000 END PROGRAM DAYRECON.
