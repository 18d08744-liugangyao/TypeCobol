000000 PROGRAM-ID. MYPGM.
001930*REMARKS.         COPY=(
002630*                       YPRTD20L YCONVEAL YPOSTEXT YRUNCTL
002640*                       YCONVLIM YHOLDREC YBATCHLG
002700*                                 ).
003000*------------------------------------------------------------
003100* MOD-LOG:
003514*               COPYBOOK SO THE RECONCILIATION AND RUN-
003515*               HISTORY JOBS SHARE THE SAME RECORD.  NO
003516*               FIELD CHANGES.
00351W*   2026-10-15  EXTRACT HEADER NOW CARRIES THE PROCESS DATE
00351X*               OF THE BLOCK AND "MYPGM" AS ITS SOURCE SO THE
00351Y*               GL POSTING AND REVERSAL JOBS CAN IDENTIFY
00351Z*               EACH BLOCK ON THE GLPCTL CONTROL FILE.
00352A*   2026-10-15  HIGH-VALUE HOLD.  3000-CONVERT-AMOUNT NOW
00352B*               CHECKS EACH TRANSACTION AGAINST THE OPTIONAL
00352C*               CONVLIM LIMITS KSDS (YCONVLIM) - SINGLE-ITEM
00352D*               MAXIMUM AND DAILY AGGREGATE MAXIMUM PER CODE
00352E*               AND PROCESS DATE - AND DIVERTS ANY ITEM OVER
00352F*               ITS LIMIT TO THE HOLDOUT FILE (YHOLDREC)
00352G*               INSTEAD OF CONVERTING AND EXTRACTING IT.  AN
00352H*               ITEM RELEASED BY HOLDREL CARRIES "R" IN
00352I*               TRAN-RELEASE-FLAG AND IS NOT HELD AGAIN.  THE
00352J*               HELD COUNT AND AMOUNT ARE SHOWN ON AN ITEMS
00352K*               HELD TRAILER LINE, ON THE EXTRACT TRAILER AND
00352L*               ON RUNCTL WITH THE RELEASED COUNT.  ON A
00352M*               RESTART THE DAILY TOTALS ARE REBUILT FROM THE
00352N*               TRANSACTIONS SKIPPED.
00352O*   2026-10-15  BATCH STEP LOG.  A START RECORD AND AN END
00352P*               RECORD ARE APPENDED TO THE SHARED BATCHLOG
00352Q*               FILE (YBATCHLG) WITH THE START AND END TIMES,
00352R*               RETURN CODE, FIRST PROCESS DATE AND THE
00352S*               TRANSACTIONS READ, CONVERTED AND SUSPENDED OR
00352T*               HELD IN THIS RUN.  AN ALREADY-COMPLETED DATE
00352U*               REFUSED WITH RETURN-CODE 12 IS ALSO LOGGED.
003517*------------------------------------------------------------
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000         ACCESS MODE IS RANDOM
000000         RECORD KEY IS RUNCTL-PROC-DATE
000000         FILE STATUS IS RUNCTL-STATUS.
000000     SELECT OPTIONAL LIMIT-FILE ASSIGN TO CONVLIM
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS RANDOM
000000         RECORD KEY IS CONVLIM-CODE
000000         FILE STATUS IS LIMIT-STATUS.
000000     SELECT HOLD-FILE ASSIGN TO HOLDOUT
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS HOLD-STATUS.
000000     SELECT OPTIONAL LOG-FILE ASSIGN TO BATCHLOG
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS LOG-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  TRAN-FILE
000000     05  TRAN-ID                 PIC X(10).
000000     05  TRAN-CONV-CODE          PIC X(04).
000000     05  TRAN-AMT                PIC S9(9)V99.
000000     05  FILLER                  PIC X(01).
000000     05  TRAN-RELEASE-FLAG       PIC X(01).
000000         88  TRAN-RELEASED               VALUE "R".
000000     05  FILLER                  PIC X(45).
000000 FD  PRINT-FILE
000000     LABEL RECORDS ARE OMITTED.
000000 01  PRINT-REC                   PIC X(132).
000000 FD  RUNCTL-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  RUNCTL-REC. COPY  YRUNCTL.
000000 FD  LIMIT-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  CONVLIM-REC. COPY  YCONVLIM.
000000 FD  HOLD-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  HOLD-REC. COPY  YHOLDREC.
000000 FD  LOG-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  LOG-REC                     PIC X(80).
000000 WORKING-STORAGE section.
000000    01 PRTD20L. COPY  YPRTD20L.
000000    01 CONVEAL-STATUS            PIC XX      VALUE "00".
000000    01 EXTR-STATUS               PIC XX      VALUE "00".
000000    01 CTL-STATUS                PIC XX      VALUE "00".
000000    01 RUNCTL-STATUS             PIC XX      VALUE "00".
000000    01 LIMIT-STATUS              PIC XX      VALUE "00".
000000    01 HOLD-STATUS               PIC XX      VALUE "00".
000000    01 LOG-STATUS                PIC XX      VALUE "00".
000000
000000 01  BATCHLG-REC. COPY  YBATCHLG.
000000
000000*------------------------------------------------------------
000000* STEP LOG COUNTS FOR THE WHOLE RUN - NOT RESET AT A DATE
000000* BREAK OR RESTORED FROM RUNCTL ON A RESTART.
000000*------------------------------------------------------------
000000 01  MY-STEP-LOG.
000000     05  MY-LOG-PROC-DATE        PIC X(08)   VALUE SPACES.
000000     05  MY-LOG-READ             PIC 9(09)   VALUE ZERO.
000000     05  MY-LOG-CONV             PIC 9(09)   VALUE ZERO.
000000     05  MY-LOG-EXCP             PIC 9(09)   VALUE ZERO.
000000
000000 01  MY-SWITCHES.
000000     05  MY-EOF-SW               PIC X       VALUE "N".
000000         88  RANGE-DATE-SKIPPED          VALUE "Y".
000000     05  MY-SUSP-LIMIT-SW        PIC X       VALUE "N".
000000         88  SUSP-LIMIT-HIT              VALUE "Y".
000000     05  MY-HOLD-SW              PIC X       VALUE "N".
000000         88  TRAN-HELD                   VALUE "Y"
000000                                  WHEN SET TO FALSE IS "N".
000000     05  MY-LIMITS-SW            PIC X       VALUE "N".
000000         88  LIMITS-ON-FILE              VALUE "Y".
000000     05  MY-LIMIT-OVFL-SW        PIC X       VALUE "N".
000000         88  LIMIT-TABLE-FULL            VALUE "Y".
000000
000000 01  MY-CONTROL-TOTALS.
000000     05  MY-REC-COUNT            PIC 9(07)   VALUE ZERO.
000000     05  MY-SUSP-AMT-TOTAL       PIC S9(9)V99 VALUE ZERO.
000000     05  MY-SUSP-RUN-COUNT       PIC 9(05)   VALUE ZERO.
000000     05  MY-SUSP-RUN-AMT         PIC S9(9)V99 VALUE ZERO.
000000     05  MY-HOLD-COUNT           PIC 9(05)   VALUE ZERO.
000000     05  MY-HOLD-AMT-TOTAL       PIC S9(9)V99 VALUE ZERO.
000000     05  MY-RELEASE-COUNT        PIC 9(05)   VALUE ZERO.
000000
000000 01  MY-RUN-CONTROLS.
000000     05  MY-RUN-DATE             PIC 9(08)   VALUE ZERO.
000000     05  MY-PRINT-LINE           PIC X(132)  VALUE SPACES.
000000     05  MY-COL-HDG-LINE         PIC X(132)  VALUE SPACES.
000000
000000*------------------------------------------------------------
000000* HIGH-VALUE LIMITS FOR EACH CODE SEEN, WITH THE CODE'S
000000* RUNNING TOTAL FOR THE PROCESS DATE IN FLIGHT.
000000*------------------------------------------------------------
000000 01  MY-LIMIT-TABLE.
000000     05  MY-LIM-USED             PIC 9(03)   VALUE ZERO.
000000     05  MY-LIM-MAX              PIC 9(03)   VALUE 200.
000000     05  MY-ABS-AMT              PIC 9(09)V99 VALUE ZERO.
000000     05  MY-LIM-ENTRY OCCURS 200 TIMES
000000             INDEXED BY LIM-IX.
000000         10  MY-LIM-CODE         PIC X(04).
000000         10  MY-LIM-ITEM-MAX     PIC 9(09)V99.
000000         10  MY-LIM-DAILY-MAX    PIC 9(11)V99.
000000         10  MY-LIM-DAY-TOTAL    PIC 9(11)V99.
000000
000000 01  MY-USAGE-STATS.
000000     05  MY-STAT-USED            PIC 9(03)   VALUE ZERO.
000000     05  MY-STAT-MAX             PIC 9(03)   VALUE 200.
000000     GOBACK
000000     .
000000 1000-INITIALIZE.
000000     PERFORM 9800-LOG-STEP-START THRU 9800-EXIT.
000000     OPEN INPUT TRAN-FILE.
000000     IF TRAN-STATUS NOT = "00"
000000         DISPLAY "MYPGM: TRAN-FILE OPEN FAILED, STATUS "
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     OPEN INPUT LIMIT-FILE.
000000     IF LIMIT-STATUS NOT = "00" AND LIMIT-STATUS NOT = "05"
000000         DISPLAY "MYPGM: LIMIT-FILE OPEN FAILED, STATUS "
000000             LIMIT-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     IF LIMIT-STATUS = "00"
000000         SET LIMITS-ON-FILE TO TRUE
000000     END-IF.
000000     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
000000     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
000000     IF MY-CARD-PROC-DATE NOT = SPACES
000000     MOVE MY-RUN-TIME (3:2)     TO MY-HDG-TIME-MM.
000000     MOVE MY-RUN-TIME (5:2)     TO MY-HDG-TIME-SS.
000000     MOVE MY-PROC-DATE          TO MY-HDG-PROC-DATE.
000000     MOVE MY-PROC-DATE          TO MY-LOG-PROC-DATE.
000000     MOVE SPACES                TO MY-COL-HDG-LINE.
000000     MOVE MY-COLUMN-HEADING     TO MY-COL-HDG-LINE (1:68).
000000     OPEN I-O RUNCTL-FILE.
000000     MOVE SPACES                TO POSTEXT-REC.
000000     SET POSTEXT-IS-HEADER      TO TRUE.
000000     MOVE MY-RUN-DATE           TO POSTEXT-HDR-RUN-DATE.
000000     MOVE MY-PROC-DATE          TO POSTEXT-HDR-PROC-DATE.
000000     MOVE "MYPGM"               TO POSTEXT-HDR-SOURCE.
000000     WRITE POSTEXT-REC.
000000     IF EXTR-STATUS NOT = "00"
000000         DISPLAY "MYPGM: EXTR-FILE WRITE FAILED, STATUS "
000000                 DISPLAY "MYPGM: PROCESS DATE " MY-PROC-DATE
000000                     " ALREADY COMPLETED, OVERRIDE NOT SET"
000000                 MOVE 12         TO RETURN-CODE
000000                 PERFORM 9810-LOG-STEP-END THRU 9810-EXIT
000000                 GOBACK
000000             END-IF
000000         END-IF
000000     MOVE RUNCTL-AMT-TOTAL      TO MY-AMT-TOTAL.
000000     MOVE RUNCTL-SUSP-COUNT     TO MY-SUSP-COUNT.
000000     MOVE RUNCTL-SUSP-AMT       TO MY-SUSP-AMT-TOTAL.
000000     MOVE RUNCTL-HOLD-COUNT     TO MY-HOLD-COUNT.
000000     MOVE RUNCTL-HOLD-AMT       TO MY-HOLD-AMT-TOTAL.
000000     MOVE RUNCTL-RELEASE-COUNT  TO MY-RELEASE-COUNT.
000000     IF MY-SKIP-COUNT GREATER THAN ZERO
000000         SET RESTART-RUN TO TRUE
000000         DISPLAY "MYPGM: RESTART AFTER " MY-SKIP-COUNT
000000                                   RUNCTL-REC-COUNT
000000                                   RUNCTL-AMT-TOTAL
000000                                   RUNCTL-SUSP-COUNT
000000                                   RUNCTL-SUSP-AMT
000000                                   RUNCTL-HOLD-COUNT
000000                                   RUNCTL-HOLD-AMT
000000                                   RUNCTL-RELEASE-COUNT.
000000     MOVE MY-RUN-DATE           TO RUNCTL-LAST-RUN-DATE.
000000     WRITE RUNCTL-REC.
000000     IF RUNCTL-STATUS NOT = "00"
000000                                   RUNCTL-REC-COUNT
000000                                   RUNCTL-AMT-TOTAL
000000                                   RUNCTL-SUSP-COUNT
000000                                   RUNCTL-SUSP-AMT
000000                                   RUNCTL-HOLD-COUNT
000000                                   RUNCTL-HOLD-AMT
000000                                   RUNCTL-RELEASE-COUNT.
000000     MOVE MY-RUN-DATE           TO RUNCTL-LAST-RUN-DATE.
000000     REWRITE RUNCTL-REC.
000000     IF RUNCTL-STATUS NOT = "00"
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     IF RESTART-RUN
000000       OR (RANGE-MODE AND SKIP-THIS-DATE)
000000         OPEN EXTEND HOLD-FILE
000000     ELSE
000000         OPEN OUTPUT HOLD-FILE
000000     END-IF.
000000     IF HOLD-STATUS NOT = "00"
000000         DISPLAY "MYPGM: HOLD-FILE OPEN FAILED, STATUS "
000000             HOLD-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000 1400-EXIT.
000000     EXIT.
000000 1500-INIT-STAT-ENTRY.
000000     END-IF.
000000     ADD 1                      TO MY-RECS-IN.
000000     IF MY-RECS-IN NOT GREATER THAN MY-SKIP-COUNT
000000         PERFORM 3050-CHECK-LIMITS THRU 3050-EXIT
000000         PERFORM 2100-READ-TRAN THRU 2100-EXIT
000000         GO TO 2000-EXIT
000000     END-IF.
000000     IF TRAN-RELEASED
000000         ADD 1                  TO MY-RELEASE-COUNT
000000     END-IF.
000000     MOVE SPACES                TO PRTD20L-DETAIL-LINE.
000000     SET PRTD20L-IS-DETAIL      TO TRUE.
000000     PERFORM 3000-CONVERT-AMOUNT THRU 3000-EXIT.
000000     IF TRAN-HELD
000000         PERFORM 3600-WRITE-HOLD THRU 3600-EXIT
000000     ELSE
000000         IF CONV-RATE-FOUND
000000             PERFORM 4000-PRINT-DETAIL THRU 4000-EXIT
000000             PERFORM 4500-WRITE-EXTRACT THRU 4500-EXIT
000000             PERFORM 7000-ACCUMULATE-USAGE THRU 7000-EXIT
000000         ELSE
000000             PERFORM 3500-WRITE-SUSPENSE THRU 3500-EXIT
000000         END-IF
000000     END-IF.
000000     ADD 1                      TO MY-CYCLE-COUNT.
000000     IF MY-CYCLE-COUNT NOT LESS THAN MY-COMMIT-CYCLE
000000     READ TRAN-FILE
000000         AT END
000000             SET NO-MORE-TRANS TO TRUE
000000         NOT AT END
000000             ADD 1              TO MY-LOG-READ
000000     END-READ.
000000 2100-EXIT.
000000     EXIT.
000000     END-IF.
000000     PERFORM 9100-PRINT-TRAILER THRU 9100-EXIT.
000000     PERFORM 9150-PRINT-SUSP-TRAILER THRU 9150-EXIT.
000000     PERFORM 9160-PRINT-HOLD-TRAILER THRU 9160-EXIT.
000000     PERFORM 9180-WRITE-EXTR-TRAILER THRU 9180-EXIT.
000000     SET RUNCTL-COMPLETED       TO TRUE.
000000     PERFORM 8000-UPDATE-RUN-CONTROL THRU 8000-EXIT.
000000                                   MY-AMT-TOTAL
000000                                   MY-SUSP-COUNT
000000                                   MY-SUSP-AMT-TOTAL
000000                                   MY-HOLD-COUNT
000000                                   MY-HOLD-AMT-TOTAL
000000                                   MY-RELEASE-COUNT
000000                                   MY-RECS-IN
000000                                   MY-SKIP-COUNT
000000                                   MY-CYCLE-COUNT.
000000     PERFORM 3090-RESET-DAY-TOTAL THRU 3090-EXIT
000000         VARYING LIM-IX FROM 1 BY 1
000000         UNTIL LIM-IX GREATER THAN MY-LIM-USED.
000000     PERFORM 1300-CHECK-RUN-CONTROL THRU 1300-EXIT.
000000     IF SKIP-THIS-DATE
000000         GO TO 2700-EXIT
000000     EXIT.
000000 3000-CONVERT-AMOUNT.
000000     SET CONV-RATE-FOUND TO FALSE.
000000     PERFORM 3050-CHECK-LIMITS THRU 3050-EXIT.
000000     IF TRAN-HELD
000000         GO TO 3000-EXIT
000000     END-IF.
000000     MOVE TRAN-CONV-CODE        TO CONVEAL-CODE.
000000     MOVE LOW-VALUES            TO CONVEAL-EFF-DATE.
000000     START CONVEAL-FILE KEY NOT LESS THAN CONVEAL-KEY
000000     END-IF.
000000 3000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* HIGH-VALUE LIMIT CHECK.  SETS TRAN-HELD WHEN THE ITEM IS
000000* OVER ITS SINGLE-ITEM LIMIT OR WOULD TAKE THE CODE PAST ITS
000000* DAILY LIMIT; OTHERWISE THE ITEM COUNTS TOWARD THE DAILY
000000* TOTAL.  A RELEASED ITEM IS NEVER HELD AGAIN BUT STILL
000000* COUNTS.  ALSO RUN FOR THE TRANSACTIONS SKIPPED ON A RESTART
000000* SO THE DAILY TOTALS COME BACK AS THEY WERE.
000000*------------------------------------------------------------
000000 3050-CHECK-LIMITS.
000000     SET TRAN-HELD TO FALSE.
000000     IF NOT LIMITS-ON-FILE OR TRAN-AMT NOT NUMERIC
000000         GO TO 3050-EXIT
000000     END-IF.
000000     PERFORM 3060-FIND-LIMITS THRU 3060-EXIT.
000000     IF LIM-IX GREATER THAN MY-LIM-USED
000000         GO TO 3050-EXIT
000000     END-IF.
000000     IF TRAN-AMT LESS THAN ZERO
000000         COMPUTE MY-ABS-AMT = ZERO - TRAN-AMT
000000     ELSE
000000         MOVE TRAN-AMT          TO MY-ABS-AMT
000000     END-IF.
000000     IF NOT TRAN-RELEASED
000000         IF MY-LIM-ITEM-MAX (LIM-IX) GREATER THAN ZERO
000000           AND MY-ABS-AMT GREATER THAN MY-LIM-ITEM-MAX (LIM-IX)
000000             SET TRAN-HELD TO TRUE
000000             SET HOLD-ITEM-LIMIT TO TRUE
000000             MOVE MY-LIM-ITEM-MAX (LIM-IX) TO HOLD-LIMIT-AMT
000000             GO TO 3050-EXIT
000000         END-IF
000000         IF MY-LIM-DAILY-MAX (LIM-IX) GREATER THAN ZERO
000000           AND MY-LIM-DAY-TOTAL (LIM-IX) + MY-ABS-AMT
000000               GREATER THAN MY-LIM-DAILY-MAX (LIM-IX)
000000             SET TRAN-HELD TO TRUE
000000             SET HOLD-DAILY-LIMIT TO TRUE
000000             MOVE MY-LIM-DAILY-MAX (LIM-IX) TO HOLD-LIMIT-AMT
000000             GO TO 3050-EXIT
000000         END-IF
000000     END-IF.
000000     ADD MY-ABS-AMT             TO MY-LIM-DAY-TOTAL (LIM-IX).
000000 3050-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* LEAVES LIM-IX ON THE CODE'S ENTRY, LOADING IT FROM THE
000000* CONVLIM FILE THE FIRST TIME THE CODE IS SEEN.  LIM-IX IS
000000* LEFT PAST MY-LIM-USED WHEN THE TABLE IS FULL.
000000*------------------------------------------------------------
000000 3060-FIND-LIMITS.
000000     SET LIM-IX TO 1.
000000     SEARCH MY-LIM-ENTRY
000000         AT END
000000             PERFORM 3070-ADD-LIMIT-ENTRY THRU 3070-EXIT
000000         WHEN LIM-IX GREATER THAN MY-LIM-USED
000000             PERFORM 3070-ADD-LIMIT-ENTRY THRU 3070-EXIT
000000         WHEN MY-LIM-CODE (LIM-IX) = TRAN-CONV-CODE
000000             CONTINUE
000000     END-SEARCH.
000000 3060-EXIT.
000000     EXIT.
000000 3070-ADD-LIMIT-ENTRY.
000000     IF MY-LIM-USED NOT LESS THAN MY-LIM-MAX
000000         IF NOT LIMIT-TABLE-FULL
000000             DISPLAY "MYPGM: LIMIT TABLE FULL - CODES NOT YET "
000000                 "SEEN ARE NOT LIMITED"
000000         END-IF
000000         SET LIMIT-TABLE-FULL TO TRUE
000000         SET LIM-IX             TO MY-LIM-MAX
000000         SET LIM-IX             UP BY 1
000000         GO TO 3070-EXIT
000000     END-IF.
000000     ADD 1                      TO MY-LIM-USED.
000000     SET LIM-IX                 TO MY-LIM-USED.
000000     MOVE TRAN-CONV-CODE        TO MY-LIM-CODE (LIM-IX).
000000     MOVE ZERO                  TO MY-LIM-ITEM-MAX (LIM-IX)
000000                                   MY-LIM-DAILY-MAX (LIM-IX)
000000                                   MY-LIM-DAY-TOTAL (LIM-IX).
000000     MOVE TRAN-CONV-CODE        TO CONVLIM-CODE.
000000     READ LIMIT-FILE
000000         INVALID KEY
000000             CONTINUE
000000         NOT INVALID KEY
000000             MOVE CONVLIM-ITEM-MAX
000000                                TO MY-LIM-ITEM-MAX (LIM-IX)
000000             MOVE CONVLIM-DAILY-MAX
000000                                TO MY-LIM-DAILY-MAX (LIM-IX)
000000     END-READ.
000000     IF LIMIT-STATUS NOT = "00" AND LIMIT-STATUS NOT = "23"
000000         DISPLAY "MYPGM: LIMIT-FILE READ FAILED, STATUS "
000000             LIMIT-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000 3070-EXIT.
000000     EXIT.
000000 3090-RESET-DAY-TOTAL.
000000     MOVE ZERO                  TO MY-LIM-DAY-TOTAL (LIM-IX).
000000 3090-EXIT.
000000     EXIT.
000000 3100-SCAN-RATE.
000000     READ CONVEAL-FILE NEXT RECORD
000000         AT END
000000         GOBACK
000000     END-IF.
000000     ADD 1                      TO MY-SUSP-COUNT
000000                                   MY-SUSP-RUN-COUNT
000000                                   MY-LOG-EXCP.
000000     ADD TRAN-AMT               TO MY-SUSP-AMT-TOTAL
000000                                   MY-SUSP-RUN-AMT.
000000 3500-EXIT.
000000     EXIT.
000000 3600-WRITE-HOLD.
000000     MOVE TRAN-REC              TO HOLD-TRAN-DATA.
000000     MOVE MY-PROC-DATE          TO HOLD-PROC-DATE.
000000     MOVE MY-RUN-DATE           TO HOLD-RUN-DATE.
000000     WRITE HOLD-REC.
000000     IF HOLD-STATUS NOT = "00"
000000         DISPLAY "MYPGM: HOLD-FILE WRITE FAILED, STATUS "
000000             HOLD-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     ADD 1                      TO MY-HOLD-COUNT
000000                                   MY-LOG-EXCP.
000000     ADD TRAN-AMT               TO MY-HOLD-AMT-TOTAL.
000000 3600-EXIT.
000000     EXIT.
000000 4000-PRINT-DETAIL.
000000     MOVE TRAN-DATE             TO PRTD20L-TRAN-DATE.
000000     MOVE TRAN-ID               TO PRTD20L-TRAN-ID.
000000     MOVE PRTD20L-DETAIL-LINE   TO MY-PRINT-LINE (1:125).
000000     MOVE 1                     TO MY-LINE-SPACING.
000000     PERFORM 6000-PRINT-LINE THRU 6000-EXIT.
000000     ADD 1                      TO MY-REC-COUNT
000000                                   MY-LOG-CONV.
000000     ADD MY-CONV-AMT-WORK       TO MY-AMT-TOTAL.
000000 4000-EXIT.
000000     EXIT.
000000     MOVE MY-AMT-TOTAL          TO RUNCTL-AMT-TOTAL.
000000     MOVE MY-SUSP-COUNT         TO RUNCTL-SUSP-COUNT.
000000     MOVE MY-SUSP-AMT-TOTAL     TO RUNCTL-SUSP-AMT.
000000     MOVE MY-HOLD-COUNT         TO RUNCTL-HOLD-COUNT.
000000     MOVE MY-HOLD-AMT-TOTAL     TO RUNCTL-HOLD-AMT.
000000     MOVE MY-RELEASE-COUNT      TO RUNCTL-RELEASE-COUNT.
000000     MOVE MY-RUN-DATE           TO RUNCTL-LAST-RUN-DATE.
000000     REWRITE RUNCTL-REC.
000000     IF RUNCTL-STATUS NOT = "00"
000000     PERFORM 2600-END-OF-DATE THRU 2600-EXIT.
000000     CLOSE EXTR-FILE.
000000     CLOSE SUSP-FILE.
000000     CLOSE HOLD-FILE.
000000     CLOSE LIMIT-FILE.
000000     PERFORM 9200-PRINT-EXCEPTIONS THRU 9200-EXIT.
000000     PERFORM 9400-PRINT-USAGE-STATS THRU 9400-EXIT.
000000     CLOSE RUNCTL-FILE.
000000             MOVE 4              TO RETURN-CODE
000000         END-IF
000000     END-IF.
000000     PERFORM 9810-LOG-STEP-END THRU 9810-EXIT.
000000 9000-EXIT.
000000     EXIT.
000000 9100-PRINT-TRAILER.
000000     PERFORM 6000-PRINT-LINE THRU 6000-EXIT.
000000 9150-EXIT.
000000     EXIT.
000000 9160-PRINT-HOLD-TRAILER.
000000     MOVE SPACES                TO PRTD20L-DETAIL-LINE.
000000     SET PRTD20L-IS-TRAILER     TO TRUE.
000000     MOVE "ITEMS HELD        "  TO PRTD20L-TRL-LABEL.
000000     MOVE MY-HOLD-COUNT         TO PRTD20L-TRL-REC-COUNT.
000000     MOVE MY-HOLD-AMT-TOTAL     TO PRTD20L-TRL-AMT-TOTAL.
000000     MOVE SPACE                 TO MY-PRINT-LINE.
000000     MOVE PRTD20L-TRAILER-LINE  TO MY-PRINT-LINE (1:125).
000000     MOVE 1                     TO MY-LINE-SPACING.
000000     PERFORM 6000-PRINT-LINE THRU 6000-EXIT.
000000 9160-EXIT.
000000     EXIT.
000000 9180-WRITE-EXTR-TRAILER.
000000     MOVE SPACES                TO POSTEXT-REC.
000000     SET POSTEXT-IS-TRAILER     TO TRUE.
000000     MOVE MY-REC-COUNT          TO POSTEXT-TRL-REC-COUNT.
000000     MOVE MY-AMT-TOTAL          TO POSTEXT-TRL-AMT-TOTAL.
000000     MOVE MY-HOLD-COUNT         TO POSTEXT-TRL-HOLD-COUNT.
000000     MOVE MY-HOLD-AMT-TOTAL     TO POSTEXT-TRL-HOLD-AMT.
000000     WRITE POSTEXT-REC.
000000     IF EXTR-STATUS NOT = "00"
000000         DISPLAY "MYPGM: EXTR-FILE WRITE FAILED, STATUS "
000000     PERFORM 6000-PRINT-LINE THRU 6000-EXIT.
000000 9550-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* STEP LOG - A START RECORD AS THE STEP BEGINS AND AN END
000000* RECORD WITH THE RETURN CODE AND COUNTS AS IT ENDS.  THE
000000* LOG IS OPENED AND CLOSED FOR EACH RECORD SO A STEP THAT
000000* STOPS SHORT LEAVES ITS START RECORD BEHIND.  A LOG THAT
000000* CANNOT BE WRITTEN DOES NOT STOP THE STEP.
000000*------------------------------------------------------------
000000 9800-LOG-STEP-START.
000000     ACCEPT MY-RUN-DATE FROM DATE YYYYMMDD.
000000     ACCEPT MY-RUN-TIME FROM TIME.
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
000000     MOVE MY-LOG-PROC-DATE      TO BATCHLG-PROC-DATE.
000000     ACCEPT BATCHLG-END-TIME FROM TIME.
000000     MOVE RETURN-CODE           TO BATCHLG-RETURN-CODE.
000000     MOVE MY-LOG-READ           TO BATCHLG-IN-COUNT.
000000     MOVE MY-LOG-CONV           TO BATCHLG-OUT-COUNT.
000000     MOVE MY-LOG-EXCP           TO BATCHLG-EXCP-COUNT.
000000     PERFORM 9820-WRITE-STEP-LOG THRU 9820-EXIT.
000000 9810-EXIT.
000000     EXIT.
000000 9820-WRITE-STEP-LOG.
000000     MOVE "MYPGM"               TO BATCHLG-PROGRAM.
000000     MOVE MY-RUN-DATE           TO BATCHLG-RUN-DATE.
000000     MOVE MY-RUN-TIME           TO BATCHLG-START-TIME.
000000     OPEN EXTEND LOG-FILE.
000000     IF LOG-STATUS NOT = "00" AND LOG-STATUS NOT = "05"
000000         DISPLAY "MYPGM: LOG-FILE OPEN FAILED, STATUS "
000000             LOG-STATUS " - STEP NOT LOGGED"
000000         GO TO 9820-EXIT
000000     END-IF.
000000     WRITE LOG-REC FROM BATCHLG-REC.
000000     IF LOG-STATUS NOT = "00"
000000         DISPLAY "MYPGM: LOG-FILE WRITE FAILED, STATUS "
000000             LOG-STATUS " - STEP NOT LOGGED"
000000     END-IF.
000000     CLOSE LOG-FILE.
000000 9820-EXIT.
000000     EXIT.
000000 END PROGRAM MYPGM.
