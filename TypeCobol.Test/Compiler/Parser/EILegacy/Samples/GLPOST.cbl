000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. GLPOST.
000000*REMARKS.         COPY=(
000000*                       YPOSTEXT YGLMAST YGLPCTL YBATCHLG
000000*                       YPERIOD  YPPEXCP
000000*                                 ).
000000*------------------------------------------------------------
000000* MOD-LOG:
000000*               THE EXPECTED DATE AND EVERY BLOCK IS
000000*               BALANCED AGAINST ITS OWN TRAILER BEFORE
000000*               ANYTHING IS POSTED.
000000*   2026-10-15  EVERY BLOCK POSTED IS RECORDED ON THE NEW
000000*               GLPCTL POSTING CONTROL KSDS (YGLPCTL), KEYED
000000*               BY THE BLOCK'S PROCESS DATE AND SOURCE
000000*               PROGRAM, WITH ITS TRAILER CONTROLS.  PASS 1
000000*               NOW ALSO REFUSES THE WHOLE EXTRACT (RETURN-
000000*               CODE 12) WHEN ANY BLOCK IS ALREADY POSTED -
000000*               A DATE MUST BE BACKED OUT BY GLREVRS BEFORE
000000*               IT CAN BE POSTED AGAIN.  BLOCKS FROM BEFORE
000000*               THE HEADER CARRIED A PROCESS DATE ARE KEYED
000000*               BY THEIR FIRST DETAIL'S TRAN-DATE.
000000*   2026-10-15  RATE ADJUSTMENT DETAILS (POSTEXT-ENTRY-TYPE
000000*               "A", FROM RATEADJ) ADD THEIR AMOUNTS TO GLMAST
000000*               BUT ARE NOT COUNTED IN GLMAST-POST-COUNT.
000000*   2026-10-15  BATCH STEP LOG. A START RECORD AND AN END RECORD
000000*               ARE APPENDED TO THE SHARED BATCHLOG FILE
000000*               (YBATCHLG) WITH THE START AND END TIMES, RETURN
000000*               CODE AND THE EXPECTED PROCESS DATE AND THE
000000*               DETAILS READ AND POSTED; A REFUSED EXTRACT IS
000000*               LOGGED WITH RETURN-CODE 12.
000000*   2026-10-15  PERIOD LOCK.  A DETAIL WHOSE TRAN-DATE FALLS IN
000000*               A MONTH CLOSED ON THE GLPERIOD KSDS (YPERIOD,
000000*               CLOSED BY GLCLOSE) IS NOT POSTED.  IT IS
000000*               APPENDED TO THE SHARED PPEXCP PRIOR-PERIOD
000000*               EXCEPTIONS FILE (YPPEXCP) AND SHOWN ON THE
000000*               REGISTER AS "PRIOR PD", WITH A TRAILER LINE OF
000000*               THEIR COUNT AND AMOUNT.  THE BLOCK CONTROLS ON
000000*               GLPCTL STAY THE TRAILER CONTROLS, SO A LATER
000000*               REVERSAL STILL BALANCES.  RETURN-CODE 4 WHEN
000000*               ANY DETAIL WAS REFUSED THIS WAY.
000000*   2026-10-15  A NEW GLMAST KEY IS WRITTEN WITH NOTHING YET
000000*               JOURNALLED (GLMAST-JRNL-AMT ZERO, JRNL-DATE
000000*               SPACES); GLJRNL JOURNALS THE DIFFERENCE.
000000*   2026-10-15  PASS 1 ALSO REFUSES THE EXTRACT (RETURN-CODE
000000*               12) WHEN THE SAME PROCESS DATE AND SOURCE
000000*               APPEAR ON IT IN MORE THAN ONE BLOCK, E.G. AN
000000*               EXTRACT CONCATENATED TWICE, OR WHEN IT HOLDS
000000*               MORE BLOCKS THAN THE BLOCK TABLE.
000000*------------------------------------------------------------
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000         ACCESS MODE IS RANDOM
000000         RECORD KEY IS GLMAST-KEY
000000         FILE STATUS IS GLMAST-STATUS.
000000     SELECT GLPCTL-FILE ASSIGN TO GLPCTL
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS RANDOM
000000         RECORD KEY IS GLPCTL-KEY
000000         FILE STATUS IS GLPCTL-STATUS.
000000     SELECT OPTIONAL PERIOD-FILE ASSIGN TO GLPERIOD
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS RANDOM
000000         RECORD KEY IS PERIOD-YYYYMM
000000         FILE STATUS IS PERIOD-STATUS.
000000     SELECT OPTIONAL PPX-FILE ASSIGN TO PPEXCP
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS PPX-STATUS.
000000     SELECT CTL-FILE ASSIGN TO CTLCARD
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS CTL-STATUS.
000000     SELECT PRINT-FILE ASSIGN TO POSTREG
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS PRINT-STATUS.
000000     SELECT OPTIONAL LOG-FILE ASSIGN TO BATCHLOG
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS LOG-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  EXTR-FILE
000000 FD  GLMAST-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  GLMAST-REC. COPY  YGLMAST.
000000 FD  GLPCTL-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  GLPCTL-REC. COPY  YGLPCTL.
000000 FD  PERIOD-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  PERIOD-REC. COPY  YPERIOD.
000000 FD  PPX-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  PPEXCP-REC. COPY  YPPEXCP.
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
000000    01 EXTR-STATUS               PIC XX      VALUE "00".
000000    01 GLMAST-STATUS             PIC XX      VALUE "00".
000000    01 GLPCTL-STATUS             PIC XX      VALUE "00".
000000    01 PERIOD-STATUS             PIC XX      VALUE "00".
000000    01 PPX-STATUS                PIC XX      VALUE "00".
000000    01 CTL-STATUS                PIC XX      VALUE "00".
000000    01 PRINT-STATUS              PIC XX      VALUE "00".
000000    01 LOG-STATUS                PIC XX      VALUE "00".
000000
000000 01  BATCHLG-REC. COPY  YBATCHLG.
000000
000000 01  GLP-STEP-LOG.
000000     05  GLP-LOG-RUN-DATE        PIC 9(08)   VALUE ZERO.
000000     05  GLP-LOG-START-TIME      PIC 9(08)   VALUE ZERO.
000000
000000 01  GLP-SWITCHES.
000000     05  GLP-EOF-SW              PIC X       VALUE "N".
000000                                  WHEN SET TO FALSE IS "N".
000000     05  GLP-HDR-DATE-BAD-SW     PIC X       VALUE "N".
000000         88  HDR-DATE-BAD                VALUE "Y".
000000     05  GLP-CTL-FOUND-SW        PIC X       VALUE "N".
000000         88  GLPCTL-KEY-FOUND            VALUE "Y"
000000                                  WHEN SET TO FALSE IS "N".
000000     05  GLP-DUP-BLOCK-SW        PIC X       VALUE "N".
000000         88  BLOCK-ALREADY-POSTED        VALUE "Y".
000000     05  GLP-DUP-IN-EXTR-SW      PIC X       VALUE "N".
000000         88  DUPLICATE-BLOCK-IN-EXTRACT  VALUE "Y".
000000     05  GLP-BLK-FULL-SW         PIC X       VALUE "N".
000000         88  BLOCK-TABLE-FULL            VALUE "Y".
000000     05  GLP-PERIODS-SW          PIC X       VALUE "N".
000000         88  PERIODS-ON-FILE             VALUE "Y".
000000     05  GLP-PD-CLOSED-SW        PIC X       VALUE "N".
000000         88  TRAN-PERIOD-CLOSED          VALUE "Y"
000000                                  WHEN SET TO FALSE IS "N".
000000
000000 01  GLP-CONTROL-TOTALS.
000000     05  GLP-DETAIL-COUNT        PIC 9(07)   VALUE ZERO.
000000     05  GLP-NEW-KEY-COUNT       PIC 9(05)   VALUE ZERO.
000000     05  GLP-BLK-COUNT           PIC 9(07)   VALUE ZERO.
000000     05  GLP-BLK-AMT             PIC S9(11)V99 VALUE ZERO.
000000     05  GLP-BLOCKS-POSTED       PIC 9(05)   VALUE ZERO.
000000     05  GLP-PPX-COUNT           PIC 9(07)   VALUE ZERO.
000000     05  GLP-PPX-AMT             PIC S9(11)V99 VALUE ZERO.
000000
000000 01  GLP-WORK-AREAS.
000000     05  GLP-RUN-DATE            PIC 9(08)   VALUE ZERO.
000000     05  GLP-EXPECT-DATE         PIC X(08)   VALUE SPACES.
000000     05  GLP-HDR-RUN-DATE        PIC X(08)   VALUE SPACES.
000000     05  GLP-BLK-PROC-DATE       PIC X(08)   VALUE SPACES.
000000     05  GLP-BLK-SOURCE          PIC X(08)   VALUE SPACES.
000000     05  GLP-LAST-PERIOD         PIC X(06)   VALUE SPACES.
000000
000000*------------------------------------------------------------
000000* ONE ENTRY PER BLOCK SEEN IN PASS 1, SO A BLOCK THAT TURNS
000000* UP TWICE ON THE SAME EXTRACT IS CAUGHT BEFORE POSTING.
000000*------------------------------------------------------------
000000 01  GLP-BLOCK-TABLE.
000000     05  GLP-BLOCKS-SEEN         PIC 9(03)   VALUE ZERO.
000000     05  GLP-BLOCK-MAX           PIC 9(03)   VALUE 200.
000000     05  GLP-BLOCK-ENTRY OCCURS 200 TIMES
000000                         INDEXED BY BLK-IX.
000000         10  GLP-TBL-PROC-DATE   PIC X(08).
000000         10  GLP-TBL-SOURCE      PIC X(08).
000000
000000 01  GLP-HEADING-1.
000000     05  FILLER                  PIC X(34)   VALUE
000000     GOBACK
000000     .
000000 1000-INITIALIZE.
000000     PERFORM 9800-LOG-STEP-START THRU 9800-EXIT.
000000     OPEN INPUT CTL-FILE.
000000     IF CTL-STATUS NOT = "00"
000000         DISPLAY "GLPOST: CTL-FILE OPEN FAILED, STATUS "
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE GLP-HEADING-2         TO PRINT-REC (1:65).
000000     WRITE PRINT-REC AFTER ADVANCING 2 LINES.
000000     OPEN I-O GLPCTL-FILE.
000000     IF GLPCTL-STATUS NOT = "00" AND GLPCTL-STATUS NOT = "05"
000000         DISPLAY "GLPOST: GLPCTL-FILE OPEN FAILED, STATUS "
000000             GLPCTL-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     OPEN INPUT PERIOD-FILE.
000000     IF PERIOD-STATUS NOT = "00" AND PERIOD-STATUS NOT = "05"
000000         DISPLAY "GLPOST: PERIOD-FILE OPEN FAILED, STATUS "
000000             PERIOD-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     IF PERIOD-STATUS = "00"
000000         SET PERIODS-ON-FILE TO TRUE
000000     END-IF.
000000 1000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000                                TO GLP-MSG-TEXT
000000         PERFORM 2500-PRINT-MESSAGE THRU 2500-EXIT
000000         CLOSE PRINT-FILE
000000         CLOSE GLPCTL-FILE
000000         CLOSE PERIOD-FILE
000000         MOVE 12                 TO RETURN-CODE
000000         PERFORM 9810-LOG-STEP-END THRU 9810-EXIT
000000         GOBACK
000000     END-IF.
000000     IF BLOCK-ALREADY-POSTED
000000         DISPLAY "GLPOST: EXTRACT CONTAINS A BLOCK ALREADY "
000000             "POSTED - NOTHING POSTED"
000000         MOVE "BLOCK ALREADY POSTED - REVERSE BEFORE REPOSTING"
000000                                TO GLP-MSG-TEXT
000000         PERFORM 2500-PRINT-MESSAGE THRU 2500-EXIT
000000         CLOSE PRINT-FILE
000000         CLOSE GLPCTL-FILE
000000         CLOSE PERIOD-FILE
000000         MOVE 12                 TO RETURN-CODE
000000         PERFORM 9810-LOG-STEP-END THRU 9810-EXIT
000000         GOBACK
000000     END-IF.
000000     IF DUPLICATE-BLOCK-IN-EXTRACT OR BLOCK-TABLE-FULL
000000         DISPLAY "GLPOST: EXTRACT HOLDS A BLOCK TWICE OR TOO "
000000             "MANY BLOCKS - NOTHING POSTED"
000000         IF DUPLICATE-BLOCK-IN-EXTRACT
000000             MOVE "DUPLICATE BLOCK IN EXTRACT - NOTHING POSTED"
000000                                TO GLP-MSG-TEXT
000000         ELSE
000000             MOVE "TOO MANY BLOCKS ON EXTRACT - NOTHING POSTED"
000000                                TO GLP-MSG-TEXT
000000         END-IF
000000         PERFORM 2500-PRINT-MESSAGE THRU 2500-EXIT
000000         CLOSE PRINT-FILE
000000         CLOSE GLPCTL-FILE
000000         CLOSE PERIOD-FILE
000000         MOVE 12                 TO RETURN-CODE
000000         PERFORM 9810-LOG-STEP-END THRU 9810-EXIT
000000         GOBACK
000000     END-IF.
000000     IF NOT TRAILER-SEEN OR BLOCK-OPEN
000000                                   GLP-BLK-AMT
000000             MOVE POSTEXT-HDR-RUN-DATE
000000                                TO GLP-HDR-RUN-DATE
000000             PERFORM 2250-START-BLOCK THRU 2250-EXIT
000000             IF POSTEXT-HDR-RUN-DATE NOT = GLP-EXPECT-DATE
000000                 SET HDR-DATE-BAD TO TRUE
000000             END-IF
000000             ADD POSTEXT-CONV-AMT
000000                                TO GLP-DETAIL-AMT
000000                                   GLP-BLK-AMT
000000             IF GLP-BLK-PROC-DATE = SPACES
000000                 MOVE POSTEXT-TRAN-DATE
000000                                TO GLP-BLK-PROC-DATE
000000             END-IF
000000         WHEN POSTEXT-IS-TRAILER
000000             SET TRAILER-SEEN TO TRUE
000000             ADD POSTEXT-TRL-REC-COUNT
000000                                TO GLP-MSG-TEXT
000000                 PERFORM 2500-PRINT-MESSAGE THRU 2500-EXIT
000000             END-IF
000000             PERFORM 2300-CHECK-BLOCK-POSTED THRU 2300-EXIT
000000             SET BLOCK-OPEN TO FALSE
000000         WHEN OTHER
000000             SET EXTRACT-BALANCED TO FALSE
000000     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
000000 2200-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* A BLOCK IS IDENTIFIED BY THE PROCESS DATE AND SOURCE
000000* PROGRAM ON ITS HEADER.  AN OLDER HEADER WITHOUT THEM IS
000000* TAKEN AS A MYPGM BLOCK FOR THE TRAN-DATE OF ITS FIRST
000000* DETAIL (OR ITS RUN DATE IF IT HAS NO DETAILS).
000000*------------------------------------------------------------
000000 2250-START-BLOCK.
000000     MOVE POSTEXT-HDR-PROC-DATE TO GLP-BLK-PROC-DATE.
000000     IF POSTEXT-HDR-SOURCE = SPACES
000000         MOVE "MYPGM"           TO GLP-BLK-SOURCE
000000     ELSE
000000         MOVE POSTEXT-HDR-SOURCE
000000                                TO GLP-BLK-SOURCE
000000     END-IF.
000000 2250-EXIT.
000000     EXIT.
000000 2300-CHECK-BLOCK-POSTED.
000000     PERFORM 2400-READ-POST-CONTROL THRU 2400-EXIT.
000000     IF GLPCTL-KEY-FOUND AND GLPCTL-POSTED
000000         SET BLOCK-ALREADY-POSTED TO TRUE
000000         MOVE SPACES            TO GLP-MSG-TEXT
000000         STRING "BLOCK " GLP-BLK-PROC-DATE " " GLP-BLK-SOURCE
000000             " ALREADY POSTED ON " GLPCTL-POST-DATE
000000             DELIMITED BY SIZE INTO GLP-MSG-TEXT
000000         PERFORM 2500-PRINT-MESSAGE THRU 2500-EXIT
000000     END-IF.
000000     PERFORM 2350-NOTE-BLOCK THRU 2350-EXIT.
000000 2300-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* 2350-NOTE-BLOCK LOOKS FOR THE BLOCK'S KEY AMONG THOSE
000000* ALREADY SEEN ON THIS EXTRACT AND ADDS IT IF IT IS NEW.
000000*------------------------------------------------------------
000000 2350-NOTE-BLOCK.
000000     SET BLK-IX                 TO 1.
000000     SEARCH GLP-BLOCK-ENTRY
000000         AT END
000000             CONTINUE
000000         WHEN BLK-IX GREATER THAN GLP-BLOCKS-SEEN
000000             CONTINUE
000000         WHEN GLP-TBL-PROC-DATE (BLK-IX) = GLP-BLK-PROC-DATE
000000           AND GLP-TBL-SOURCE (BLK-IX) = GLP-BLK-SOURCE
000000             SET DUPLICATE-BLOCK-IN-EXTRACT TO TRUE
000000             MOVE SPACES        TO GLP-MSG-TEXT
000000             STRING "BLOCK " GLP-BLK-PROC-DATE " "
000000                 GLP-BLK-SOURCE " APPEARS TWICE ON THE EXTRACT"
000000                 DELIMITED BY SIZE INTO GLP-MSG-TEXT
000000             PERFORM 2500-PRINT-MESSAGE THRU 2500-EXIT
000000             GO TO 2350-EXIT
000000     END-SEARCH.
000000     IF GLP-BLOCKS-SEEN NOT LESS THAN GLP-BLOCK-MAX
000000         SET BLOCK-TABLE-FULL TO TRUE
000000         GO TO 2350-EXIT
000000     END-IF.
000000     ADD 1                      TO GLP-BLOCKS-SEEN.
000000     SET BLK-IX                 TO GLP-BLOCKS-SEEN.
000000     MOVE GLP-BLK-PROC-DATE     TO GLP-TBL-PROC-DATE (BLK-IX).
000000     MOVE GLP-BLK-SOURCE        TO GLP-TBL-SOURCE (BLK-IX).
000000 2350-EXIT.
000000     EXIT.
000000 2400-READ-POST-CONTROL.
000000     IF GLP-BLK-PROC-DATE = SPACES
000000         MOVE GLP-HDR-RUN-DATE  TO GLP-BLK-PROC-DATE
000000     END-IF.
000000     SET GLPCTL-KEY-FOUND TO FALSE.
000000     MOVE GLP-BLK-PROC-DATE     TO GLPCTL-PROC-DATE.
000000     MOVE GLP-BLK-SOURCE        TO GLPCTL-SOURCE.
000000     READ GLPCTL-FILE
000000         INVALID KEY
000000             CONTINUE
000000         NOT INVALID KEY
000000             SET GLPCTL-KEY-FOUND TO TRUE
000000     END-READ.
000000     IF GLPCTL-STATUS NOT = "00" AND GLPCTL-STATUS NOT = "23"
000000         DISPLAY "GLPOST: GLPCTL-FILE READ FAILED, STATUS "
000000             GLPCTL-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000 2400-EXIT.
000000     EXIT.
000000 2500-PRINT-MESSAGE.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE GLP-MESSAGE-LINE      TO PRINT-REC (1:61).
000000*------------------------------------------------------------
000000* PASS 2 - RE-READ THE BALANCED EXTRACT AND POST EACH DETAIL
000000* TO THE GL SUMMARY MASTER, WRITING A REGISTER LINE PER
000000* DETAIL SHOWING WHETHER ITS KEY WAS ADDED OR UPDATED.  AT
000000* EACH TRAILER THE BLOCK IS RECORDED AS POSTED ON GLPCTL.
000000* A DETAIL DATED IN A CLOSED PERIOD GOES TO THE PRIOR-PERIOD
000000* EXCEPTIONS FILE INSTEAD OF THE MASTER.
000000*------------------------------------------------------------
000000 5000-POST-EXTRACT.
000000     OPEN I-O GLMAST-FILE.
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     OPEN EXTEND PPX-FILE.
000000     IF PPX-STATUS NOT = "00" AND PPX-STATUS NOT = "05"
000000         DISPLAY "GLPOST: PPX-FILE OPEN FAILED, STATUS "
000000             PPX-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     MOVE "N"                   TO GLP-EOF-SW.
000000     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
000000     PERFORM 5100-POST-RECORD THRU 5100-EXIT
000000         UNTIL NO-MORE-EXTR.
000000     CLOSE EXTR-FILE.
000000     CLOSE GLMAST-FILE.
000000     CLOSE PPX-FILE.
000000 5000-EXIT.
000000     EXIT.
000000 5100-POST-RECORD.
000000     IF POSTEXT-IS-HEADER
000000         MOVE POSTEXT-HDR-RUN-DATE
000000                                TO GLP-HDR-RUN-DATE
000000         PERFORM 2250-START-BLOCK THRU 2250-EXIT
000000     END-IF.
000000     IF POSTEXT-IS-TRAILER
000000         PERFORM 5700-RECORD-BLOCK THRU 5700-EXIT
000000     END-IF.
000000     IF NOT POSTEXT-IS-DETAIL
000000         PERFORM 2100-READ-EXTRACT THRU 2100-EXIT
000000         GO TO 5100-EXIT
000000     END-IF.
000000     IF GLP-BLK-PROC-DATE = SPACES
000000         MOVE POSTEXT-TRAN-DATE TO GLP-BLK-PROC-DATE
000000     END-IF.
000000     PERFORM 5050-CHECK-PERIOD THRU 5050-EXIT.
000000     IF TRAN-PERIOD-CLOSED
000000         PERFORM 5600-WRITE-PRIOR-PERIOD THRU 5600-EXIT
000000         PERFORM 2100-READ-EXTRACT THRU 2100-EXIT
000000         GO TO 5100-EXIT
000000     END-IF.
000000     PERFORM 5200-READ-MASTER THRU 5200-EXIT.
000000     IF GLMAST-KEY-FOUND
000000         IF NOT POSTEXT-ADJUSTMENT
000000             ADD 1              TO GLMAST-POST-COUNT
000000         END-IF
000000         ADD POSTEXT-ORIG-AMT   TO GLMAST-ORIG-AMT
000000         ADD POSTEXT-CONV-AMT   TO GLMAST-CONV-AMT
000000         MOVE GLP-RUN-DATE      TO GLMAST-LAST-POST-DATE
000000     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
000000 5100-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* 5050-CHECK-PERIOD LOOKS UP THE MONTH OF THE DETAIL'S TRAN-
000000* DATE ON GLPERIOD.  THE LAST MONTH LOOKED UP IS REMEMBERED,
000000* AS A BLOCK'S DETAILS ARE NEARLY ALWAYS IN ONE MONTH.  A
000000* MONTH NOT ON FILE IS OPEN.
000000*------------------------------------------------------------
000000 5050-CHECK-PERIOD.
000000     IF POSTEXT-TRAN-DATE (1:6) = GLP-LAST-PERIOD
000000         GO TO 5050-EXIT
000000     END-IF.
000000     MOVE POSTEXT-TRAN-DATE (1:6) TO GLP-LAST-PERIOD.
000000     SET TRAN-PERIOD-CLOSED TO FALSE.
000000     IF NOT PERIODS-ON-FILE
000000         GO TO 5050-EXIT
000000     END-IF.
000000     MOVE GLP-LAST-PERIOD       TO PERIOD-YYYYMM.
000000     READ PERIOD-FILE
000000         INVALID KEY
000000             CONTINUE
000000         NOT INVALID KEY
000000             IF PERIOD-CLOSED
000000                 SET TRAN-PERIOD-CLOSED TO TRUE
000000             END-IF
000000     END-READ.
000000     IF PERIOD-STATUS NOT = "00" AND PERIOD-STATUS NOT = "23"
000000         DISPLAY "GLPOST: PERIOD-FILE READ FAILED, STATUS "
000000             PERIOD-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000 5050-EXIT.
000000     EXIT.
000000 5200-READ-MASTER.
000000     SET GLMAST-KEY-FOUND TO FALSE.
000000     MOVE POSTEXT-CONV-CODE     TO GLMAST-CONV-CODE.
000000 5300-ADD-MASTER.
000000     MOVE POSTEXT-CONV-CODE     TO GLMAST-CONV-CODE.
000000     MOVE POSTEXT-TRAN-DATE     TO GLMAST-TRAN-DATE.
000000     IF POSTEXT-ADJUSTMENT
000000         MOVE ZERO              TO GLMAST-POST-COUNT
000000     ELSE
000000         MOVE 1                 TO GLMAST-POST-COUNT
000000     END-IF.
000000     MOVE POSTEXT-ORIG-AMT      TO GLMAST-ORIG-AMT.
000000     MOVE POSTEXT-CONV-AMT      TO GLMAST-CONV-AMT.
000000     MOVE GLP-RUN-DATE          TO GLMAST-LAST-POST-DATE.
000000     MOVE ZERO                  TO GLMAST-JRNL-AMT.
000000     MOVE SPACES                TO GLMAST-JRNL-DATE.
000000     WRITE GLMAST-REC.
000000     IF GLMAST-STATUS NOT = "00"
000000         DISPLAY "GLPOST: GLMAST-FILE WRITE FAILED, STATUS "
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000 5500-EXIT.
000000     EXIT.
000000 5600-WRITE-PRIOR-PERIOD.
000000     MOVE SPACES                TO PPEXCP-REC.
000000     MOVE "GLPOST"              TO PPEXCP-SOURCE.
000000     MOVE GLP-RUN-DATE          TO PPEXCP-RUN-DATE.
000000     MOVE GLP-LAST-PERIOD       TO PPEXCP-PERIOD.
000000     SET PPEXCP-POST            TO TRUE.
000000     MOVE GLP-BLK-PROC-DATE     TO PPEXCP-BLK-PROC-DATE.
000000     MOVE GLP-BLK-SOURCE        TO PPEXCP-BLK-SOURCE.
000000     MOVE POSTEXT-REC           TO PPEXCP-DETAIL.
000000     WRITE PPEXCP-REC.
000000     IF PPX-STATUS NOT = "00"
000000         DISPLAY "GLPOST: PPX-FILE WRITE FAILED, STATUS "
000000             PPX-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     ADD 1                      TO GLP-PPX-COUNT.
000000     ADD POSTEXT-CONV-AMT       TO GLP-PPX-AMT.
000000     MOVE "PRIOR PD"            TO GLP-REG-ACTION.
000000     PERFORM 5500-PRINT-REGISTER THRU 5500-EXIT.
000000 5600-EXIT.
000000     EXIT.
000000 5700-RECORD-BLOCK.
000000     PERFORM 2400-READ-POST-CONTROL THRU 2400-EXIT.
000000     SET GLPCTL-POSTED          TO TRUE.
000000     MOVE GLP-HDR-RUN-DATE      TO GLPCTL-HDR-RUN-DATE.
000000     MOVE POSTEXT-TRL-REC-COUNT TO GLPCTL-BLK-COUNT.
000000     MOVE POSTEXT-TRL-AMT-TOTAL TO GLPCTL-BLK-AMT.
000000     MOVE GLP-RUN-DATE          TO GLPCTL-POST-DATE.
000000     MOVE ZERO                  TO GLPCTL-REV-COUNT
000000                                   GLPCTL-REV-AMT.
000000     MOVE SPACES                TO GLPCTL-REV-DATE.
000000     IF GLPCTL-KEY-FOUND
000000         REWRITE GLPCTL-REC
000000     ELSE
000000         WRITE GLPCTL-REC
000000     END-IF.
000000     IF GLPCTL-STATUS NOT = "00"
000000         DISPLAY "GLPOST: GLPCTL-FILE UPDATE FAILED, STATUS "
000000             GLPCTL-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     ADD 1                      TO GLP-BLOCKS-POSTED.
000000 5700-EXIT.
000000     EXIT.
000000 9000-FINISH.
000000     MOVE "EXTRACT DETAILS     " TO GLP-TRL-LABEL.
000000     MOVE GLP-DETAIL-COUNT      TO GLP-TRL-COUNT-ED.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE GLP-TRAILER-LINE      TO PRINT-REC (1:48).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE "BLOCKS POSTED       " TO GLP-TRL-LABEL.
000000     MOVE GLP-BLOCKS-POSTED     TO GLP-TRL-COUNT-ED.
000000     MOVE ZERO                  TO GLP-TRL-AMT-ED.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE GLP-TRAILER-LINE      TO PRINT-REC (1:48).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE "PRIOR PERIOD ITEMS  " TO GLP-TRL-LABEL.
000000     MOVE GLP-PPX-COUNT         TO GLP-TRL-COUNT-ED.
000000     MOVE GLP-PPX-AMT           TO GLP-TRL-AMT-ED.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE GLP-TRAILER-LINE      TO PRINT-REC (1:48).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     IF GLP-PPX-COUNT GREATER THAN ZERO
000000         MOVE "CLOSED-PERIOD DETAILS NOT POSTED - SEE PPEXCP"
000000                                TO GLP-MSG-TEXT
000000         PERFORM 2500-PRINT-MESSAGE THRU 2500-EXIT
000000         DISPLAY "GLPOST: " GLP-PPX-COUNT
000000             " DETAILS IN A CLOSED PERIOD NOT POSTED"
000000         MOVE 4                  TO RETURN-CODE
000000     END-IF.
000000     IF NOT EXTRACT-BALANCED
000000         MOVE "EXTRACT OUT OF BALANCE - NOTHING POSTED"
000000                                TO GLP-MSG-TEXT
000000         MOVE 8                  TO RETURN-CODE
000000     END-IF.
000000     CLOSE PRINT-FILE.
000000     CLOSE GLPCTL-FILE.
000000     CLOSE PERIOD-FILE.
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
000000     ACCEPT GLP-LOG-RUN-DATE FROM DATE YYYYMMDD.
000000     ACCEPT GLP-LOG-START-TIME FROM TIME.
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
000000     MOVE GLP-EXPECT-DATE       TO BATCHLG-PROC-DATE.
000000     ACCEPT BATCHLG-END-TIME FROM TIME.
000000     MOVE RETURN-CODE           TO BATCHLG-RETURN-CODE.
000000     MOVE GLP-DETAIL-COUNT      TO BATCHLG-IN-COUNT.
000000     MOVE GLP-POSTED-COUNT      TO BATCHLG-OUT-COUNT.
000000     MOVE GLP-PPX-COUNT         TO BATCHLG-EXCP-COUNT.
000000     PERFORM 9820-WRITE-STEP-LOG THRU 9820-EXIT.
000000 9810-EXIT.
000000     EXIT.
000000 9820-WRITE-STEP-LOG.
000000     MOVE "GLPOST"              TO BATCHLG-PROGRAM.
000000     MOVE GLP-LOG-RUN-DATE      TO BATCHLG-RUN-DATE.
000000     MOVE GLP-LOG-START-TIME    TO BATCHLG-START-TIME.
000000     OPEN EXTEND LOG-FILE.
000000     IF LOG-STATUS NOT = "00" AND LOG-STATUS NOT = "05"
000000         DISPLAY "GLPOST: LOG-FILE OPEN FAILED, STATUS "
000000             LOG-STATUS " - STEP NOT LOGGED"
000000         GO TO 9820-EXIT
000000     END-IF.
000000     WRITE LOG-REC FROM BATCHLG-REC.
000000     IF LOG-STATUS NOT = "00"
000000         DISPLAY "GLPOST: LOG-FILE WRITE FAILED, STATUS "
000000             LOG-STATUS " - STEP NOT LOGGED"
000000     END-IF.
000000     CLOSE LOG-FILE.
000000 9820-EXIT.
000000     EXIT.
000000 END PROGRAM GLPOST.
