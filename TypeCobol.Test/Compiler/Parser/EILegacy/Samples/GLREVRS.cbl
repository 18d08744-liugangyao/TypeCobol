000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. GLREVRS.
000000*REMARKS.         COPY=(
000000*                       YPOSTEXT YGLMAST YGLPCTL YPERIOD YPPEXCP
000000*                                 ).
000000*------------------------------------------------------------
000000* MOD-LOG:
000000*   2026-10-15  NEW PROGRAM - GENERAL-LEDGER POSTING REVERSAL.
000000*               BACKS A YPOSTEXT BLOCK ALREADY POSTED BY
000000*               GLPOST OUT OF THE GLMAST DAILY GL SUMMARY.
000000*               THE INPUT IS THE SAME EXTRACT GLPOST POSTED
000000*               (EXTRIN); A PROCESS DATE ON THE CTLCARD FILE
000000*               PICKS THE BLOCK(S) FOR THAT DATE OUT OF A
000000*               MULTI-BLOCK OR RETAINED EXTRACT, A BLANK DATE
000000*               REVERSES EVERY BLOCK ON THE FILE.  RUN IN TWO
000000*               PASSES LIKE GLPOST:  PASS 1 BALANCES EACH
000000*               SELECTED BLOCK AGAINST ITS TRAILER, CHECKS IT
000000*               ON THE GLPCTL POSTING CONTROL FILE AND
000000*               CONFIRMS EVERY GLMAST KEY IS PRESENT; ONLY
000000*               THEN DOES PASS 2 SUBTRACT EACH DETAIL'S
000000*               POST COUNT, ORIGINAL AND CONVERTED AMOUNTS
000000*               FROM ITS CONVERSION CODE + TRAN-DATE KEY
000000*               (DELETING A KEY THAT GOES BACK TO ZERO) AND
000000*               MARK THE BLOCK REVERSED ON GLPCTL.  THE
000000*               REVERSAL REGISTER BALANCES EACH BLOCK TO ITS
000000*               TRAILER.  RETURN-CODE 12 WHEN A BLOCK WAS
000000*               NEVER POSTED, IS ALREADY REVERSED, DOES NOT
000000*               MATCH THE POSTED CONTROLS, OR NO BLOCK IS
000000*               FOUND FOR THE DATE; 8 WHEN THE EXTRACT IS
000000*               OUT OF BALANCE.  NOTHING IS REVERSED IN
000000*               EITHER CASE.
000000*   2026-10-15  RATE ADJUSTMENT DETAILS (POSTEXT-ENTRY-TYPE
000000*               "A") WERE NEVER COUNTED IN GLMAST-POST-COUNT,
000000*               SO REVERSING ONE TAKES OFF ITS AMOUNTS ONLY.
000000*   2026-10-15  PERIOD LOCK.  A DETAIL WHOSE TRAN-DATE FALLS IN
000000*               A MONTH CLOSED ON THE GLPERIOD KSDS (YPERIOD)
000000*               IS NOT BACKED OUT - ITS DAILY GLMAST RECORD HAS
000000*               BEEN ROLLED TO GLMONTH BY GLCLOSE.  PASS 1 DOES
000000*               NOT LOOK FOR ITS GLMAST KEY; PASS 2 APPENDS IT
000000*               TO THE SHARED PPEXCP PRIOR-PERIOD EXCEPTIONS
000000*               FILE (YPPEXCP) AND SHOWS IT AS "PRIOR PD".  A
000000*               BLOCK BALANCES WHEN REVERSED PLUS PRIOR-PERIOD
000000*               ITEMS EQUAL ITS TRAILER; GLPCTL CARRIES THE
000000*               AMOUNTS ACTUALLY REVERSED.  RETURN-CODE 4 WHEN
000000*               ANY DETAIL WAS REFUSED THIS WAY.
000000*   2026-10-15  A BLOCK IS ONLY THE POSTED BLOCK WHEN ITS
000000*               HEADER RUN DATE IS THE ONE GLPCTL RECORDED.
000000*               AN EARLIER BLOCK FOR THE SAME PROCESS DATE
000000*               AND SOURCE LEFT ON A RETAINED EXTRACT AFTER A
000000*               REVERSAL AND REPOST IS SKIPPED ("SUPERSEDED")
000000*               INSTEAD OF BEING BACKED OUT A SECOND TIME.
000000*               A SECOND COPY OF A SELECTED BLOCK ON THE SAME
000000*               EXTRACT IS REFUSED ("DUPLICATE IN EXTRACT") SO
000000*               THE BLOCK CANNOT BE BACKED OUT TWICE IN ONE RUN.
000000*   2026-10-15  A KEY THAT GOES BACK TO ZERO IS ONLY DELETED
000000*               WHEN NOTHING OF IT WAS JOURNALLED
000000*               (GLMAST-JRNL-AMT ZERO).  OTHERWISE IT IS KEPT SO
000000*               GLJRNL CAN JOURNAL THE REVERSAL TO THE LEDGER.
000000*------------------------------------------------------------
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER. IBM-370.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT EXTR-FILE ASSIGN TO EXTRIN
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS EXTR-STATUS.
000000     SELECT GLMAST-FILE ASSIGN TO GLMAST
000000         ORGANIZATION IS INDEXED
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
000000     SELECT PRINT-FILE ASSIGN TO REVREG
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS PRINT-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  EXTR-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  POSTEXT-REC. COPY  YPOSTEXT.
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
000000     05  CTL-REV-DATE            PIC X(08).
000000     05  FILLER                  PIC X(72).
000000 FD  PRINT-FILE
000000     LABEL RECORDS ARE OMITTED.
000000 01  PRINT-REC                   PIC X(132).
000000 WORKING-STORAGE SECTION.
000000    01 EXTR-STATUS               PIC XX      VALUE "00".
000000    01 GLMAST-STATUS             PIC XX      VALUE "00".
000000    01 GLPCTL-STATUS             PIC XX      VALUE "00".
000000    01 PERIOD-STATUS             PIC XX      VALUE "00".
000000    01 PPX-STATUS                PIC XX      VALUE "00".
000000    01 CTL-STATUS                PIC XX      VALUE "00".
000000    01 PRINT-STATUS              PIC XX      VALUE "00".
000000
000000 01  GLR-SWITCHES.
000000     05  GLR-EOF-SW              PIC X       VALUE "N".
000000         88  NO-MORE-EXTR                VALUE "Y".
000000     05  GLR-BALANCED-SW         PIC X       VALUE "Y".
000000         88  EXTRACT-BALANCED            VALUE "Y"
000000                                  WHEN SET TO FALSE IS "N".
000000     05  GLR-REFUSED-SW          PIC X       VALUE "N".
000000         88  REVERSAL-REFUSED            VALUE "Y".
000000     05  GLR-KEY-FOUND-SW        PIC X       VALUE "N".
000000         88  GLMAST-KEY-FOUND            VALUE "Y"
000000                                  WHEN SET TO FALSE IS "N".
000000     05  GLR-CTL-FOUND-SW        PIC X       VALUE "N".
000000         88  GLPCTL-KEY-FOUND            VALUE "Y"
000000                                  WHEN SET TO FALSE IS "N".
000000     05  GLR-BLOCK-OPEN-SW       PIC X       VALUE "N".
000000         88  BLOCK-OPEN                  VALUE "Y"
000000                                  WHEN SET TO FALSE IS "N".
000000     05  GLR-SELECTED-SW         PIC X       VALUE "N".
000000         88  BLOCK-SELECTED              VALUE "Y"
000000                                  WHEN SET TO FALSE IS "N".
000000     05  GLR-TABLE-FULL-SW       PIC X       VALUE "N".
000000         88  BLOCK-TABLE-FULL            VALUE "Y".
000000     05  GLR-PERIODS-SW          PIC X       VALUE "N".
000000         88  PERIODS-ON-FILE             VALUE "Y".
000000     05  GLR-PD-CLOSED-SW        PIC X       VALUE "N".
000000         88  TRAN-PERIOD-CLOSED          VALUE "Y"
000000                                  WHEN SET TO FALSE IS "N".
000000     05  GLR-DUP-SW              PIC X       VALUE "N".
000000         88  DUPLICATE-IN-EXTRACT        VALUE "Y"
000000                                  WHEN SET TO FALSE IS "N".
000000
000000 01  GLR-CONTROL-TOTALS.
000000     05  GLR-BLOCKS-READ         PIC 9(05)   VALUE ZERO.
000000     05  GLR-BLOCKS-SELECTED     PIC 9(05)   VALUE ZERO.
000000     05  GLR-SEL-COUNT           PIC 9(07)   VALUE ZERO.
000000     05  GLR-SEL-AMT             PIC S9(11)V99 VALUE ZERO.
000000     05  GLR-REV-COUNT           PIC 9(07)   VALUE ZERO.
000000     05  GLR-REV-AMT             PIC S9(11)V99 VALUE ZERO.
000000     05  GLR-KEYS-DELETED        PIC 9(05)   VALUE ZERO.
000000     05  GLR-BLK-COUNT           PIC 9(07)   VALUE ZERO.
000000     05  GLR-BLK-AMT             PIC S9(11)V99 VALUE ZERO.
000000     05  GLR-BLK-MISSING         PIC 9(07)   VALUE ZERO.
000000     05  GLR-PPX-COUNT           PIC 9(07)   VALUE ZERO.
000000     05  GLR-PPX-AMT             PIC S9(11)V99 VALUE ZERO.
000000     05  GLR-BLK-PPX-COUNT       PIC 9(07)   VALUE ZERO.
000000     05  GLR-BLK-PPX-AMT         PIC S9(11)V99 VALUE ZERO.
000000     05  GLR-BAL-COUNT           PIC 9(07)   VALUE ZERO.
000000     05  GLR-BAL-AMT             PIC S9(11)V99 VALUE ZERO.
000000
000000 01  GLR-WORK-AREAS.
000000     05  GLR-RUN-DATE            PIC 9(08)   VALUE ZERO.
000000     05  GLR-REV-DATE            PIC X(08)   VALUE SPACES.
000000     05  GLR-HDR-RUN-DATE        PIC X(08)   VALUE SPACES.
000000     05  GLR-BLK-PROC-DATE       PIC X(08)   VALUE SPACES.
000000     05  GLR-BLK-SOURCE          PIC X(08)   VALUE SPACES.
000000     05  GLR-BLK-RESULT          PIC X(30)   VALUE SPACES.
000000     05  GLR-LAST-PERIOD         PIC X(06)   VALUE SPACES.
000000
000000*------------------------------------------------------------
000000* ONE ENTRY PER BLOCK ON THE EXTRACT, IN FILE ORDER, SO PASS
000000* 2 KNOWS WHICH BLOCKS PASS 1 SELECTED FOR REVERSAL.
000000*------------------------------------------------------------
000000 01  GLR-BLOCK-TABLE.
000000     05  GLR-BLOCK-MAX           PIC 9(03)   VALUE 200.
000000     05  GLR-BLOCK-ENTRY OCCURS 200 TIMES
000000                         INDEXED BY BLK-IX.
000000         10  GLR-TBL-SELECTED    PIC X(01).
000000         10  GLR-TBL-PROC-DATE   PIC X(08).
000000         10  GLR-TBL-SOURCE      PIC X(08).
000000
000000 01  GLR-HEADING-1.
000000     05  FILLER                  PIC X(34)   VALUE
000000         "GL REVERSAL REGISTER          RUN".
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  GLR-HDG-RUN-DATE        PIC 9(08).
000000     05  FILLER                  PIC X(14)   VALUE
000000         "   PROC DATE  ".
000000     05  GLR-HDG-REV-DATE        PIC X(08).
000000
000000 01  GLR-HEADING-2.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  FILLER                  PIC X(06)   VALUE "CODE".
000000     05  FILLER                  PIC X(10)   VALUE
000000         "TRAN DATE".
000000     05  FILLER                  PIC X(12)   VALUE
000000         "TRAN ID".
000000     05  FILLER                  PIC X(14)   VALUE
000000         "  ORIGINAL AMT".
000000     05  FILLER                  PIC X(14)   VALUE
000000         " CONVERTED AMT".
000000     05  FILLER                  PIC X(08)   VALUE
000000         "  ACTION".
000000
000000 01  GLR-BLOCK-LINE.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  FILLER                  PIC X(06)   VALUE "BLOCK ".
000000     05  GLR-BLKL-PROC-DATE      PIC X(08).
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  GLR-BLKL-SOURCE         PIC X(08).
000000     05  FILLER                  PIC X(05)   VALUE " RUN ".
000000     05  GLR-BLKL-RUN-DATE       PIC X(08).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  GLR-BLKL-COUNT-ED       PIC ZZ,ZZZ,ZZ9.
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  GLR-BLKL-AMT-ED         PIC -9(11).99.
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  GLR-BLKL-RESULT         PIC X(30).
000000
000000 01  GLR-REGISTER-LINE.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  GLR-REG-CODE            PIC X(04).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  GLR-REG-TRAN-DATE       PIC X(08).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  GLR-REG-TRAN-ID         PIC X(10).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  GLR-REG-ORIG-AMT        PIC -9(9)V99.
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  GLR-REG-CONV-AMT        PIC -9(9)V99.
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  GLR-REG-ACTION          PIC X(08).
000000
000000 01  GLR-TRAILER-LINE.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  GLR-TRL-LABEL           PIC X(20).
000000     05  GLR-TRL-COUNT-ED        PIC ZZ,ZZZ,ZZ9.
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  GLR-TRL-AMT-ED          PIC -9(11).99.
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  GLR-TRL-RESULT          PIC X(14).
000000
000000 01  GLR-MESSAGE-LINE.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  GLR-MSG-TEXT            PIC X(60).
000000
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000000     PERFORM 2000-VERIFY-EXTRACT THRU 2000-EXIT.
000000     IF EXTRACT-BALANCED
000000         PERFORM 5000-REVERSE-EXTRACT THRU 5000-EXIT
000000     END-IF.
000000     PERFORM 9000-FINISH THRU 9000-EXIT.
000000     GOBACK
000000     .
000000 1000-INITIALIZE.
000000     OPEN INPUT CTL-FILE.
000000     IF CTL-STATUS NOT = "00"
000000         DISPLAY "GLREVRS: CTL-FILE OPEN FAILED, STATUS "
000000             CTL-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     READ CTL-FILE
000000         AT END
000000             MOVE SPACES        TO CTL-CARD-REC
000000     END-READ.
000000     MOVE CTL-REV-DATE          TO GLR-REV-DATE.
000000     CLOSE CTL-FILE.
000000     OPEN OUTPUT PRINT-FILE.
000000     IF PRINT-STATUS NOT = "00"
000000         DISPLAY "GLREVRS: PRINT-FILE OPEN FAILED, STATUS "
000000             PRINT-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     ACCEPT GLR-RUN-DATE FROM DATE YYYYMMDD.
000000     MOVE GLR-RUN-DATE          TO GLR-HDG-RUN-DATE.
000000     IF GLR-REV-DATE = SPACES
000000         MOVE "ALL"             TO GLR-HDG-REV-DATE
000000     ELSE
000000         MOVE GLR-REV-DATE      TO GLR-HDG-REV-DATE
000000     END-IF.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE GLR-HEADING-1         TO PRINT-REC (1:65).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE GLR-HEADING-2         TO PRINT-REC (1:65).
000000     WRITE PRINT-REC AFTER ADVANCING 2 LINES.
000000     OPEN I-O GLPCTL-FILE.
000000     IF GLPCTL-STATUS NOT = "00"
000000         DISPLAY "GLREVRS: GLPCTL-FILE OPEN FAILED, STATUS "
000000             GLPCTL-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     OPEN INPUT PERIOD-FILE.
000000     IF PERIOD-STATUS NOT = "00" AND PERIOD-STATUS NOT = "05"
000000         DISPLAY "GLREVRS: PERIOD-FILE OPEN FAILED, STATUS "
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
000000* PASS 1 - READ THE WHOLE EXTRACT.  EVERY BLOCK IS FOOTED
000000* AGAINST ITS TRAILER; A BLOCK SELECTED FOR REVERSAL MUST
000000* ALSO BE ON GLPCTL AS POSTED WITH THE SAME TRAILER CONTROLS,
000000* AND EVERY DETAIL'S GLMAST KEY MUST EXIST (EXCEPT FOR A
000000* DETAIL IN A CLOSED PERIOD, WHICH WILL NOT BE TOUCHED).  THE
000000* MASTER IS OPENED FOR INPUT ONLY UNTIL ALL OF THAT HAS PROVED
000000* OUT.
000000*------------------------------------------------------------
000000 2000-VERIFY-EXTRACT.
000000     OPEN INPUT GLMAST-FILE.
000000     IF GLMAST-STATUS NOT = "00"
000000         DISPLAY "GLREVRS: GLMAST-FILE OPEN FAILED, STATUS "
000000             GLMAST-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     OPEN INPUT EXTR-FILE.
000000     IF EXTR-STATUS NOT = "00"
000000         DISPLAY "GLREVRS: EXTR-FILE OPEN FAILED, STATUS "
000000             EXTR-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
000000     PERFORM 2200-CHECK-RECORD THRU 2200-EXIT
000000         UNTIL NO-MORE-EXTR.
000000     CLOSE EXTR-FILE.
000000     CLOSE GLMAST-FILE.
000000     IF BLOCK-OPEN
000000         SET EXTRACT-BALANCED TO FALSE
000000         MOVE "EXTRACT TRAILER RECORD MISSING"
000000                                TO GLR-MSG-TEXT
000000         PERFORM 2500-PRINT-MESSAGE THRU 2500-EXIT
000000     END-IF.
000000     IF BLOCK-TABLE-FULL
000000         SET REVERSAL-REFUSED TO TRUE
000000         MOVE "MORE BLOCKS ON EXTRACT THAN THE BLOCK TABLE HOLDS"
000000                                TO GLR-MSG-TEXT
000000         PERFORM 2500-PRINT-MESSAGE THRU 2500-EXIT
000000     END-IF.
000000     IF GLR-BLOCKS-SELECTED = ZERO
000000         SET REVERSAL-REFUSED TO TRUE
000000         MOVE "NO POSTED BLOCK ON THE EXTRACT FOR THE DATE GIVEN"
000000                                TO GLR-MSG-TEXT
000000         PERFORM 2500-PRINT-MESSAGE THRU 2500-EXIT
000000     END-IF.
000000     IF REVERSAL-REFUSED
000000         DISPLAY "GLREVRS: REVERSAL REFUSED - NOTHING REVERSED"
000000         MOVE "REVERSAL REFUSED - NOTHING REVERSED"
000000                                TO GLR-MSG-TEXT
000000         PERFORM 2500-PRINT-MESSAGE THRU 2500-EXIT
000000         CLOSE PRINT-FILE
000000         CLOSE GLPCTL-FILE
000000         CLOSE PERIOD-FILE
000000         MOVE 12                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000 2000-EXIT.
000000     EXIT.
000000 2100-READ-EXTRACT.
000000     READ EXTR-FILE
000000         AT END
000000             SET NO-MORE-EXTR TO TRUE
000000     END-READ.
000000 2100-EXIT.
000000     EXIT.
000000 2200-CHECK-RECORD.
000000     EVALUATE TRUE
000000         WHEN POSTEXT-IS-HEADER
000000             IF BLOCK-OPEN
000000                 SET EXTRACT-BALANCED TO FALSE
000000                 MOVE "HEADER WITHOUT PRECEDING TRAILER"
000000                                TO GLR-MSG-TEXT
000000                 PERFORM 2500-PRINT-MESSAGE THRU 2500-EXIT
000000             END-IF
000000             SET BLOCK-OPEN TO TRUE
000000             MOVE ZERO          TO GLR-BLK-COUNT
000000                                   GLR-BLK-AMT
000000                                   GLR-BLK-MISSING
000000             PERFORM 2250-START-BLOCK THRU 2250-EXIT
000000         WHEN POSTEXT-IS-DETAIL
000000             ADD 1              TO GLR-BLK-COUNT
000000             ADD POSTEXT-CONV-AMT
000000                                TO GLR-BLK-AMT
000000             IF GLR-BLK-PROC-DATE = SPACES
000000                 MOVE POSTEXT-TRAN-DATE
000000                                TO GLR-BLK-PROC-DATE
000000             END-IF
000000             PERFORM 5050-CHECK-PERIOD THRU 5050-EXIT
000000             IF NOT TRAN-PERIOD-CLOSED
000000                 PERFORM 5200-READ-MASTER THRU 5200-EXIT
000000                 IF NOT GLMAST-KEY-FOUND
000000                     ADD 1      TO GLR-BLK-MISSING
000000                 END-IF
000000             END-IF
000000         WHEN POSTEXT-IS-TRAILER
000000             PERFORM 2300-CHECK-BLOCK THRU 2300-EXIT
000000             SET BLOCK-OPEN TO FALSE
000000         WHEN OTHER
000000             SET EXTRACT-BALANCED TO FALSE
000000             MOVE "UNRECOGNIZED RECORD TYPE ON EXTRACT"
000000                                TO GLR-MSG-TEXT
000000             PERFORM 2500-PRINT-MESSAGE THRU 2500-EXIT
000000     END-EVALUATE.
000000     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
000000 2200-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* BLOCKS ARE IDENTIFIED EXACTLY AS GLPOST IDENTIFIES THEM -
000000* PROCESS DATE AND SOURCE FROM THE HEADER, OR FOR AN OLDER
000000* HEADER THE FIRST DETAIL'S TRAN-DATE AND "MYPGM".
000000*------------------------------------------------------------
000000 2250-START-BLOCK.
000000     MOVE POSTEXT-HDR-RUN-DATE  TO GLR-HDR-RUN-DATE.
000000     MOVE POSTEXT-HDR-PROC-DATE TO GLR-BLK-PROC-DATE.
000000     IF POSTEXT-HDR-SOURCE = SPACES
000000         MOVE "MYPGM"           TO GLR-BLK-SOURCE
000000     ELSE
000000         MOVE POSTEXT-HDR-SOURCE
000000                                TO GLR-BLK-SOURCE
000000     END-IF.
000000 2250-EXIT.
000000     EXIT.
000000 2300-CHECK-BLOCK.
000000     IF GLR-BLK-PROC-DATE = SPACES
000000         MOVE GLR-HDR-RUN-DATE  TO GLR-BLK-PROC-DATE
000000     END-IF.
000000     ADD 1                      TO GLR-BLOCKS-READ.
000000     IF GLR-BLOCKS-READ GREATER THAN GLR-BLOCK-MAX
000000         SET BLOCK-TABLE-FULL TO TRUE
000000         GO TO 2300-EXIT
000000     END-IF.
000000     SET BLK-IX                 TO GLR-BLOCKS-READ.
000000     MOVE "N"                   TO GLR-TBL-SELECTED (BLK-IX).
000000     MOVE GLR-BLK-PROC-DATE     TO GLR-TBL-PROC-DATE (BLK-IX).
000000     MOVE GLR-BLK-SOURCE        TO GLR-TBL-SOURCE (BLK-IX).
000000     IF GLR-REV-DATE NOT = SPACES
000000       AND GLR-BLK-PROC-DATE NOT = GLR-REV-DATE
000000         GO TO 2300-EXIT
000000     END-IF.
000000     PERFORM 2400-READ-POST-CONTROL THRU 2400-EXIT.
000000     IF GLPCTL-KEY-FOUND
000000       AND GLPCTL-HDR-RUN-DATE NOT = GLR-HDR-RUN-DATE
000000         MOVE "SKIPPED - SUPERSEDED BLOCK" TO GLR-BLK-RESULT
000000         MOVE POSTEXT-TRL-REC-COUNT TO GLR-BLKL-COUNT-ED
000000         MOVE POSTEXT-TRL-AMT-TOTAL TO GLR-BLKL-AMT-ED
000000         PERFORM 2600-PRINT-BLOCK-LINE THRU 2600-EXIT
000000         GO TO 2300-EXIT
000000     END-IF.
000000     MOVE "Y"                   TO GLR-TBL-SELECTED (BLK-IX).
000000     ADD 1                      TO GLR-BLOCKS-SELECTED.
000000     ADD POSTEXT-TRL-REC-COUNT  TO GLR-SEL-COUNT.
000000     ADD POSTEXT-TRL-AMT-TOTAL  TO GLR-SEL-AMT.
000000     MOVE "SELECTED FOR REVERSAL" TO GLR-BLK-RESULT.
000000     IF GLR-BLK-COUNT NOT = POSTEXT-TRL-REC-COUNT
000000       OR GLR-BLK-AMT NOT = POSTEXT-TRL-AMT-TOTAL
000000         SET EXTRACT-BALANCED TO FALSE
000000         MOVE "DOES NOT FOOT TO ITS TRAILER" TO GLR-BLK-RESULT
000000     END-IF.
000000     PERFORM 2350-CHECK-DUPLICATE THRU 2350-EXIT.
000000     EVALUATE TRUE
000000         WHEN DUPLICATE-IN-EXTRACT
000000             SET REVERSAL-REFUSED TO TRUE
000000             MOVE "REFUSED - DUPLICATE IN EXTRACT"
000000                                TO GLR-BLK-RESULT
000000         WHEN NOT GLPCTL-KEY-FOUND
000000             SET REVERSAL-REFUSED TO TRUE
000000             MOVE "REFUSED - NEVER POSTED" TO GLR-BLK-RESULT
000000         WHEN GLPCTL-REVERSED
000000             SET REVERSAL-REFUSED TO TRUE
000000             MOVE "REFUSED - ALREADY REVERSED"
000000                                TO GLR-BLK-RESULT
000000         WHEN GLPCTL-BLK-COUNT NOT = POSTEXT-TRL-REC-COUNT
000000           OR GLPCTL-BLK-AMT NOT = POSTEXT-TRL-AMT-TOTAL
000000             SET REVERSAL-REFUSED TO TRUE
000000             MOVE "REFUSED - NOT THE POSTED BLOCK"
000000                                TO GLR-BLK-RESULT
000000         WHEN GLR-BLK-MISSING GREATER THAN ZERO
000000             SET REVERSAL-REFUSED TO TRUE
000000             MOVE "REFUSED - GL KEYS MISSING" TO GLR-BLK-RESULT
000000     END-EVALUATE.
000000     MOVE POSTEXT-TRL-REC-COUNT TO GLR-BLKL-COUNT-ED.
000000     MOVE POSTEXT-TRL-AMT-TOTAL TO GLR-BLKL-AMT-ED.
000000     PERFORM 2600-PRINT-BLOCK-LINE THRU 2600-EXIT.
000000 2300-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* 2350-CHECK-DUPLICATE LOOKS FOR AN EARLIER BLOCK ON THE
000000* EXTRACT, ALREADY SELECTED, WITH THE SAME PROCESS DATE AND
000000* SOURCE.  A SUPERSEDED COPY IS NEVER SELECTED, SO IT DOES
000000* NOT COUNT.  BLK-IX IS LEFT ON THE CURRENT BLOCK.
000000*------------------------------------------------------------
000000 2350-CHECK-DUPLICATE.
000000     SET DUPLICATE-IN-EXTRACT TO FALSE.
000000     SET BLK-IX                 TO 1.
000000     SEARCH GLR-BLOCK-ENTRY
000000         AT END
000000             CONTINUE
000000         WHEN BLK-IX NOT LESS THAN GLR-BLOCKS-READ
000000             CONTINUE
000000         WHEN GLR-TBL-SELECTED (BLK-IX) = "Y"
000000           AND GLR-TBL-PROC-DATE (BLK-IX) = GLR-BLK-PROC-DATE
000000           AND GLR-TBL-SOURCE (BLK-IX) = GLR-BLK-SOURCE
000000             SET DUPLICATE-IN-EXTRACT TO TRUE
000000     END-SEARCH.
000000     SET BLK-IX                 TO GLR-BLOCKS-READ.
000000 2350-EXIT.
000000     EXIT.
000000 2400-READ-POST-CONTROL.
000000     SET GLPCTL-KEY-FOUND TO FALSE.
000000     MOVE GLR-BLK-PROC-DATE     TO GLPCTL-PROC-DATE.
000000     MOVE GLR-BLK-SOURCE        TO GLPCTL-SOURCE.
000000     READ GLPCTL-FILE
000000         INVALID KEY
000000             CONTINUE
000000         NOT INVALID KEY
000000             SET GLPCTL-KEY-FOUND TO TRUE
000000     END-READ.
000000     IF GLPCTL-STATUS NOT = "00" AND GLPCTL-STATUS NOT = "23"
000000         DISPLAY "GLREVRS: GLPCTL-FILE READ FAILED, STATUS "
000000             GLPCTL-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000 2400-EXIT.
000000     EXIT.
000000 2500-PRINT-MESSAGE.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE GLR-MESSAGE-LINE      TO PRINT-REC (1:61).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000 2500-EXIT.
000000     EXIT.
000000 2600-PRINT-BLOCK-LINE.
000000     MOVE GLR-BLK-PROC-DATE     TO GLR-BLKL-PROC-DATE.
000000     MOVE GLR-BLK-SOURCE        TO GLR-BLKL-SOURCE.
000000     MOVE GLR-HDR-RUN-DATE      TO GLR-BLKL-RUN-DATE.
000000     MOVE GLR-BLK-RESULT        TO GLR-BLKL-RESULT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE GLR-BLOCK-LINE        TO PRINT-REC (1:98).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000 2600-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* PASS 2 - RE-READ THE EXTRACT AND BACK EACH DETAIL OF THE
000000* SELECTED BLOCKS OUT OF THE GL SUMMARY MASTER.  AT EACH
000000* SELECTED TRAILER THE BLOCK IS BALANCED AND MARKED REVERSED
000000* ON GLPCTL.  A DETAIL DATED IN A CLOSED PERIOD GOES TO THE
000000* PRIOR-PERIOD EXCEPTIONS FILE INSTEAD.
000000*------------------------------------------------------------
000000 5000-REVERSE-EXTRACT.
000000     OPEN I-O GLMAST-FILE.
000000     IF GLMAST-STATUS NOT = "00"
000000         DISPLAY "GLREVRS: GLMAST-FILE OPEN FAILED, STATUS "
000000             GLMAST-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     OPEN INPUT EXTR-FILE.
000000     IF EXTR-STATUS NOT = "00"
000000         DISPLAY "GLREVRS: EXTR-FILE REOPEN FAILED, STATUS "
000000             EXTR-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     OPEN EXTEND PPX-FILE.
000000     IF PPX-STATUS NOT = "00" AND PPX-STATUS NOT = "05"
000000         DISPLAY "GLREVRS: PPX-FILE OPEN FAILED, STATUS "
000000             PPX-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     MOVE "N"                   TO GLR-EOF-SW.
000000     MOVE ZERO                  TO GLR-BLOCKS-READ.
000000     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
000000     PERFORM 5100-REVERSE-RECORD THRU 5100-EXIT
000000         UNTIL NO-MORE-EXTR.
000000     CLOSE EXTR-FILE.
000000     CLOSE GLMAST-FILE.
000000     CLOSE PPX-FILE.
000000 5000-EXIT.
000000     EXIT.
000000 5100-REVERSE-RECORD.
000000     EVALUATE TRUE
000000         WHEN POSTEXT-IS-HEADER
000000             ADD 1              TO GLR-BLOCKS-READ
000000             SET BLK-IX         TO GLR-BLOCKS-READ
000000             SET BLOCK-SELECTED TO FALSE
000000             IF GLR-TBL-SELECTED (BLK-IX) = "Y"
000000                 SET BLOCK-SELECTED TO TRUE
000000             END-IF
000000             MOVE ZERO          TO GLR-BLK-COUNT
000000                                   GLR-BLK-AMT
000000                                   GLR-BLK-PPX-COUNT
000000                                   GLR-BLK-PPX-AMT
000000         WHEN POSTEXT-IS-DETAIL AND BLOCK-SELECTED
000000             PERFORM 5300-REVERSE-DETAIL THRU 5300-EXIT
000000         WHEN POSTEXT-IS-TRAILER AND BLOCK-SELECTED
000000             PERFORM 5700-CLOSE-BLOCK THRU 5700-EXIT
000000     END-EVALUATE.
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
000000     IF POSTEXT-TRAN-DATE (1:6) = GLR-LAST-PERIOD
000000         GO TO 5050-EXIT
000000     END-IF.
000000     MOVE POSTEXT-TRAN-DATE (1:6) TO GLR-LAST-PERIOD.
000000     SET TRAN-PERIOD-CLOSED TO FALSE.
000000     IF NOT PERIODS-ON-FILE
000000         GO TO 5050-EXIT
000000     END-IF.
000000     MOVE GLR-LAST-PERIOD       TO PERIOD-YYYYMM.
000000     READ PERIOD-FILE
000000         INVALID KEY
000000             CONTINUE
000000         NOT INVALID KEY
000000             IF PERIOD-CLOSED
000000                 SET TRAN-PERIOD-CLOSED TO TRUE
000000             END-IF
000000     END-READ.
000000     IF PERIOD-STATUS NOT = "00" AND PERIOD-STATUS NOT = "23"
000000         DISPLAY "GLREVRS: PERIOD-FILE READ FAILED, STATUS "
000000             PERIOD-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000 5050-EXIT.
000000     EXIT.
000000 5200-READ-MASTER.
000000     SET GLMAST-KEY-FOUND TO FALSE.
000000     MOVE POSTEXT-CONV-CODE     TO GLMAST-CONV-CODE.
000000     MOVE POSTEXT-TRAN-DATE     TO GLMAST-TRAN-DATE.
000000     READ GLMAST-FILE
000000         INVALID KEY
000000             CONTINUE
000000         NOT INVALID KEY
000000             SET GLMAST-KEY-FOUND TO TRUE
000000     END-READ.
000000     IF GLMAST-STATUS NOT = "00" AND GLMAST-STATUS NOT = "23"
000000         DISPLAY "GLREVRS: GLMAST-FILE READ FAILED, STATUS "
000000             GLMAST-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000 5200-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* SUBTRACT ONE DETAIL.  A KEY WHOSE POST COUNT AND AMOUNTS
000000* ALL RETURN TO ZERO, AND OF WHICH NOTHING WAS JOURNALLED,
000000* IS DELETED, SO REPOSTING THE DATE RE-ADDS IT CLEANLY.
000000* PASS 1 PROVED THE KEY IS THERE.
000000*------------------------------------------------------------
000000 5300-REVERSE-DETAIL.
000000     PERFORM 5050-CHECK-PERIOD THRU 5050-EXIT.
000000     IF TRAN-PERIOD-CLOSED
000000         PERFORM 5600-WRITE-PRIOR-PERIOD THRU 5600-EXIT
000000         GO TO 5300-EXIT
000000     END-IF.
000000     PERFORM 5200-READ-MASTER THRU 5200-EXIT.
000000     IF NOT GLMAST-KEY-FOUND
000000       OR (GLMAST-POST-COUNT = ZERO AND NOT POSTEXT-ADJUSTMENT)
000000         DISPLAY "GLREVRS: GLMAST KEY " GLMAST-KEY
000000             " MISSING OR EMPTY DURING REVERSAL"
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     IF NOT POSTEXT-ADJUSTMENT
000000         SUBTRACT 1             FROM GLMAST-POST-COUNT
000000     END-IF.
000000     SUBTRACT POSTEXT-ORIG-AMT  FROM GLMAST-ORIG-AMT.
000000     SUBTRACT POSTEXT-CONV-AMT  FROM GLMAST-CONV-AMT.
000000     MOVE GLR-RUN-DATE          TO GLMAST-LAST-POST-DATE.
000000     IF GLMAST-POST-COUNT = ZERO
000000       AND GLMAST-ORIG-AMT = ZERO
000000       AND GLMAST-CONV-AMT = ZERO
000000       AND GLMAST-JRNL-AMT = ZERO
000000         DELETE GLMAST-FILE
000000         MOVE "DELETED"         TO GLR-REG-ACTION
000000         ADD 1                  TO GLR-KEYS-DELETED
000000     ELSE
000000         REWRITE GLMAST-REC
000000         MOVE "REVERSED"        TO GLR-REG-ACTION
000000     END-IF.
000000     IF GLMAST-STATUS NOT = "00"
000000         DISPLAY "GLREVRS: GLMAST-FILE UPDATE FAILED, STATUS "
000000             GLMAST-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     ADD 1                      TO GLR-BLK-COUNT
000000                                   GLR-REV-COUNT.
000000     ADD POSTEXT-CONV-AMT       TO GLR-BLK-AMT
000000                                   GLR-REV-AMT.
000000     PERFORM 5500-PRINT-REGISTER THRU 5500-EXIT.
000000 5300-EXIT.
000000     EXIT.
000000 5500-PRINT-REGISTER.
000000     MOVE POSTEXT-CONV-CODE     TO GLR-REG-CODE.
000000     MOVE POSTEXT-TRAN-DATE     TO GLR-REG-TRAN-DATE.
000000     MOVE POSTEXT-TRAN-ID       TO GLR-REG-TRAN-ID.
000000     MOVE POSTEXT-ORIG-AMT      TO GLR-REG-ORIG-AMT.
000000     MOVE POSTEXT-CONV-AMT      TO GLR-REG-CONV-AMT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE GLR-REGISTER-LINE     TO PRINT-REC (1:65).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000 5500-EXIT.
000000     EXIT.
000000 5600-WRITE-PRIOR-PERIOD.
000000     MOVE SPACES                TO PPEXCP-REC.
000000     MOVE "GLREVRS"             TO PPEXCP-SOURCE.
000000     MOVE GLR-RUN-DATE          TO PPEXCP-RUN-DATE.
000000     MOVE GLR-LAST-PERIOD       TO PPEXCP-PERIOD.
000000     SET PPEXCP-REVERSAL        TO TRUE.
000000     MOVE GLR-TBL-PROC-DATE (BLK-IX)
000000                                TO PPEXCP-BLK-PROC-DATE.
000000     MOVE GLR-TBL-SOURCE (BLK-IX)
000000                                TO PPEXCP-BLK-SOURCE.
000000     MOVE POSTEXT-REC           TO PPEXCP-DETAIL.
000000     WRITE PPEXCP-REC.
000000     IF PPX-STATUS NOT = "00"
000000         DISPLAY "GLREVRS: PPX-FILE WRITE FAILED, STATUS "
000000             PPX-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     ADD 1                      TO GLR-BLK-PPX-COUNT
000000                                   GLR-PPX-COUNT.
000000     ADD POSTEXT-CONV-AMT       TO GLR-BLK-PPX-AMT
000000                                   GLR-PPX-AMT.
000000     MOVE "PRIOR PD"            TO GLR-REG-ACTION.
000000     PERFORM 5500-PRINT-REGISTER THRU 5500-EXIT.
000000 5600-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* END OF A SELECTED BLOCK - PRINT WHAT WAS REVERSED AGAINST
000000* THE BLOCK TRAILER AND MARK THE BLOCK REVERSED ON GLPCTL.
000000* ITEMS LEFT IN A CLOSED PERIOD COUNT TOWARD THE BALANCE BUT
000000* NOT TOWARD THE AMOUNTS RECORDED AS REVERSED.
000000*------------------------------------------------------------
000000 5700-CLOSE-BLOCK.
000000     MOVE GLR-TBL-PROC-DATE (BLK-IX)
000000                                TO GLR-BLK-PROC-DATE.
000000     MOVE GLR-TBL-SOURCE (BLK-IX)
000000                                TO GLR-BLK-SOURCE.
000000     MOVE "BLOCK TRAILER       " TO GLR-TRL-LABEL.
000000     MOVE POSTEXT-TRL-REC-COUNT TO GLR-TRL-COUNT-ED.
000000     MOVE POSTEXT-TRL-AMT-TOTAL TO GLR-TRL-AMT-ED.
000000     MOVE SPACES                TO GLR-TRL-RESULT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE GLR-TRAILER-LINE      TO PRINT-REC (1:64).
000000     WRITE PRINT-REC AFTER ADVANCING 2 LINES.
000000     IF GLR-BLK-PPX-COUNT GREATER THAN ZERO
000000         MOVE "BLOCK PRIOR PERIOD  " TO GLR-TRL-LABEL
000000         MOVE GLR-BLK-PPX-COUNT TO GLR-TRL-COUNT-ED
000000         MOVE GLR-BLK-PPX-AMT   TO GLR-TRL-AMT-ED
000000         MOVE SPACE             TO PRINT-REC
000000         MOVE GLR-TRAILER-LINE  TO PRINT-REC (1:64)
000000         WRITE PRINT-REC AFTER ADVANCING 1 LINES
000000     END-IF.
000000     MOVE "BLOCK REVERSED      " TO GLR-TRL-LABEL.
000000     MOVE GLR-BLK-COUNT         TO GLR-TRL-COUNT-ED.
000000     MOVE GLR-BLK-AMT           TO GLR-TRL-AMT-ED.
000000     COMPUTE GLR-BAL-COUNT = GLR-BLK-COUNT + GLR-BLK-PPX-COUNT.
000000     COMPUTE GLR-BAL-AMT = GLR-BLK-AMT + GLR-BLK-PPX-AMT.
000000     IF GLR-BAL-COUNT = POSTEXT-TRL-REC-COUNT
000000       AND GLR-BAL-AMT = POSTEXT-TRL-AMT-TOTAL
000000         MOVE "IN BALANCE"      TO GLR-TRL-RESULT
000000     ELSE
000000         MOVE "OUT OF BALANCE"  TO GLR-TRL-RESULT
000000         SET EXTRACT-BALANCED TO FALSE
000000     END-IF.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE GLR-TRAILER-LINE      TO PRINT-REC (1:64).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     PERFORM 2400-READ-POST-CONTROL THRU 2400-EXIT.
000000     IF NOT GLPCTL-KEY-FOUND
000000         DISPLAY "GLREVRS: GLPCTL KEY " GLPCTL-KEY
000000             " MISSING DURING REVERSAL"
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     SET GLPCTL-REVERSED        TO TRUE.
000000     MOVE GLR-BLK-COUNT         TO GLPCTL-REV-COUNT.
000000     MOVE GLR-BLK-AMT           TO GLPCTL-REV-AMT.
000000     MOVE GLR-RUN-DATE          TO GLPCTL-REV-DATE.
000000     REWRITE GLPCTL-REC.
000000     IF GLPCTL-STATUS NOT = "00"
000000         DISPLAY "GLREVRS: GLPCTL-FILE REWRITE FAILED, STATUS "
000000             GLPCTL-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     MOVE SPACE                 TO PRINT-REC.
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000 5700-EXIT.
000000     EXIT.
000000 9000-FINISH.
000000     MOVE SPACES                TO GLR-TRL-RESULT.
000000     MOVE "BLOCKS SELECTED     " TO GLR-TRL-LABEL.
000000     MOVE GLR-BLOCKS-SELECTED   TO GLR-TRL-COUNT-ED.
000000     MOVE ZERO                  TO GLR-TRL-AMT-ED.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE GLR-TRAILER-LINE      TO PRINT-REC (1:64).
000000     WRITE PRINT-REC AFTER ADVANCING 2 LINES.
000000     MOVE "TRAILER CONTROLS    " TO GLR-TRL-LABEL.
000000     MOVE GLR-SEL-COUNT         TO GLR-TRL-COUNT-ED.
000000     MOVE GLR-SEL-AMT           TO GLR-TRL-AMT-ED.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE GLR-TRAILER-LINE      TO PRINT-REC (1:64).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE "PRIOR PERIOD ITEMS  " TO GLR-TRL-LABEL.
000000     MOVE GLR-PPX-COUNT         TO GLR-TRL-COUNT-ED.
000000     MOVE GLR-PPX-AMT           TO GLR-TRL-AMT-ED.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE GLR-TRAILER-LINE      TO PRINT-REC (1:64).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE "DETAILS REVERSED    " TO GLR-TRL-LABEL.
000000     MOVE GLR-REV-COUNT         TO GLR-TRL-COUNT-ED.
000000     MOVE GLR-REV-AMT           TO GLR-TRL-AMT-ED.
000000     COMPUTE GLR-BAL-COUNT = GLR-REV-COUNT + GLR-PPX-COUNT.
000000     COMPUTE GLR-BAL-AMT = GLR-REV-AMT + GLR-PPX-AMT.
000000     IF GLR-BAL-COUNT = GLR-SEL-COUNT
000000       AND GLR-BAL-AMT = GLR-SEL-AMT
000000         MOVE "IN BALANCE"      TO GLR-TRL-RESULT
000000     ELSE
000000         MOVE "OUT OF BALANCE"  TO GLR-TRL-RESULT
000000     END-IF.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE GLR-TRAILER-LINE      TO PRINT-REC (1:64).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE SPACES                TO GLR-TRL-RESULT.
000000     MOVE "GL KEYS DELETED     " TO GLR-TRL-LABEL.
000000     MOVE GLR-KEYS-DELETED      TO GLR-TRL-COUNT-ED.
000000     MOVE ZERO                  TO GLR-TRL-AMT-ED.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE GLR-TRAILER-LINE      TO PRINT-REC (1:64).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     IF GLR-PPX-COUNT GREATER THAN ZERO
000000         MOVE "CLOSED-PERIOD DETAILS NOT REVERSED - SEE PPEXCP"
000000                                TO GLR-MSG-TEXT
000000         PERFORM 2500-PRINT-MESSAGE THRU 2500-EXIT
000000         DISPLAY "GLREVRS: " GLR-PPX-COUNT
000000             " DETAILS IN A CLOSED PERIOD NOT REVERSED"
000000         MOVE 4                  TO RETURN-CODE
000000     END-IF.
000000     IF NOT EXTRACT-BALANCED
000000         MOVE "EXTRACT OUT OF BALANCE - REVIEW BEFORE REPOSTING"
000000                                TO GLR-MSG-TEXT
000000         PERFORM 2500-PRINT-MESSAGE THRU 2500-EXIT
000000         DISPLAY "GLREVRS: EXTRACT OUT OF BALANCE"
000000         MOVE 8                  TO RETURN-CODE
000000     END-IF.
000000     CLOSE PRINT-FILE.
000000     CLOSE GLPCTL-FILE.
000000     CLOSE PERIOD-FILE.
000000 9000-EXIT.
000000     EXIT.
000000 END PROGRAM GLREVRS.
