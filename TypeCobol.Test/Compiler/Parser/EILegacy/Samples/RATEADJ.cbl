000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. RATEADJ.
000000*REMARKS.         COPY=(
000000*                       YCONVEAL YPOSTEXT YGLPCTL YPERIOD YPPEXCP
000000*                                 ).
000000*------------------------------------------------------------
000000* MOD-LOG:
000000*   2026-10-15  NEW PROGRAM - RETROACTIVE RATE ADJUSTMENT.
000000*               EACH ADJCARD CARD NAMES A CONVERSION CODE AND
000000*               THE EFFECTIVE DATE OF A BACK-DATED RATE ADDED
000000*               OR CHANGED ON THE CONVEAL-FILE.  THE RATE IS
000000*               READ FROM THE CLUSTER AND APPLIES TO TRAN-
000000*               DATES FROM ITS EFFECTIVE DATE UP TO (NOT
000000*               INCLUDING) THE NEXT EFFECTIVE DATE ON FILE
000000*               FOR THE CODE.  THE RETAINED EXTROUT EXTRACTS
000000*               (EXTRIN, YPOSTEXT, CONCATENATED) ARE READ
000000*               TWICE:  PASS 1 NETS UP THE RATE ADJUSTMENTS
000000*               ALREADY POSTED BY EARLIER RUNS OF THIS
000000*               PROGRAM; PASS 2 RE-PRICES EVERY TRANSACTION IN
000000*               AN AFFECTED CODE AND DATE RANGE AT THE NEW
000000*               RATE, HONOURING CONVEAL-RATE-DIR AND ROUNDING
000000*               AS MYPGM DOES, AND WRITES THE DIFFERENCE
000000*               FROM WHAT IS NOW ON THE LEDGER AS AN
000000*               ADJUSTMENT DETAIL (POSTEXT-ENTRY-TYPE "A",
000000*               ORIGINAL AMOUNT ZERO) TO ADJOUT IN ONE
000000*               YPOSTEXT BLOCK (SOURCE RATEADJ, PROCESS DATE
000000*               = RUN DATE) FOR GLPOST.  ONLY BLOCKS SHOWN
000000*               POSTED ON GLPCTL ARE RE-PRICED OR NETTED, SO
000000*               A REVERSED BLOCK IS LEFT ALONE.  THE REPORT
000000*               SHOWS OLD RATE, NEW RATE AND ADJUSTMENT PER
000000*               TRANSACTION.  RETURN-CODE 4 WHEN A CARD IS
000000*               REJECTED, 12 (NOTHING WRITTEN) WHEN THE PRIOR
000000*               ADJUSTMENT TABLE OVERFLOWS.
000000*   2026-10-15  PERIOD LOCK.  AN ADJUSTMENT FOR A TRAN-DATE IN A
000000*               MONTH CLOSED ON THE GLPERIOD KSDS (YPERIOD) IS
000000*               NOT WRITTEN TO ADJOUT.  IT IS APPENDED TO THE
000000*               SHARED PPEXCP PRIOR-PERIOD EXCEPTIONS FILE
000000*               (YPPEXCP) AS IT WOULD HAVE BEEN WRITTEN, MARKED
000000*               "CLSD" ON THE REPORT AND COUNTED ON A NEW
000000*               "CLOSED PERIOD" TRAILER LINE.  RETURN-CODE 4
000000*               WHEN ANY ADJUSTMENT WAS REFUSED THIS WAY.
000000*   2026-10-15  A BLOCK COUNTS AS POSTED ONLY WHEN GLPCTL ALSO
000000*               CARRIES ITS HEADER RUN DATE.  AFTER A REVERSAL
000000*               AND REPOST THE EARLIER BLOCK STILL ON THE
000000*               RETAINED EXTRACTS IS LEFT ALONE, SO ITS
000000*               TRANSACTIONS ARE NOT RE-PRICED OR NETTED TWICE.
000000*   2026-10-15  THE ADJOUT TRAILER NOW CARRIES THE YPOSTEXT HELD
000000*               COUNT AND AMOUNT, AS ZERO, INSTEAD OF SPACES.
000000*------------------------------------------------------------
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER. IBM-370.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT CARD-FILE ASSIGN TO ADJCARD
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS CARD-STATUS.
000000     SELECT CONVEAL-FILE ASSIGN TO CONVTBL
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS CONVEAL-KEY
000000         FILE STATUS IS CONVEAL-STATUS.
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
000000     SELECT EXTR-FILE ASSIGN TO EXTRIN
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS EXTR-STATUS.
000000     SELECT ADJ-FILE ASSIGN TO ADJOUT
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS ADJ-STATUS.
000000     SELECT PRINT-FILE ASSIGN TO ADJRPT
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS PRINT-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  CARD-FILE
000000     LABEL RECORDS ARE OMITTED.
000000 01  ADJ-CARD-REC.
000000     05  ADJ-CODE                PIC X(04).
000000     05  FILLER                  PIC X(01).
000000     05  ADJ-EFF-DATE            PIC X(08).
000000     05  FILLER                  PIC X(67).
000000 FD  CONVEAL-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  CONVEAL-REC. COPY  YCONVEAL.
000000 FD  GLPCTL-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  GLPCTL-REC. COPY  YGLPCTL.
000000 FD  PERIOD-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  PERIOD-REC. COPY  YPERIOD.
000000 FD  PPX-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  PPEXCP-REC. COPY  YPPEXCP.
000000 FD  EXTR-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  POSTEXT-REC. COPY  YPOSTEXT.
000000 FD  ADJ-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  ADJ-EXTR-REC                PIC X(80).
000000 FD  PRINT-FILE
000000     LABEL RECORDS ARE OMITTED.
000000 01  PRINT-REC                   PIC X(132).
000000 WORKING-STORAGE SECTION.
000000    01 CARD-STATUS               PIC XX      VALUE "00".
000000    01 CONVEAL-STATUS            PIC XX      VALUE "00".
000000    01 GLPCTL-STATUS             PIC XX      VALUE "00".
000000    01 PERIOD-STATUS             PIC XX      VALUE "00".
000000    01 PPX-STATUS                PIC XX      VALUE "00".
000000    01 EXTR-STATUS               PIC XX      VALUE "00".
000000    01 ADJ-STATUS                PIC XX      VALUE "00".
000000    01 PRINT-STATUS              PIC XX      VALUE "00".
000000
000000 01  RAJ-SWITCHES.
000000     05  RAJ-CARD-EOF-SW         PIC X       VALUE "N".
000000         88  NO-MORE-CARDS               VALUE "Y".
000000     05  RAJ-EOF-SW              PIC X       VALUE "N".
000000         88  NO-MORE-EXTR                VALUE "Y".
000000     05  RAJ-RATE-FOUND-SW       PIC X       VALUE "N".
000000         88  CARD-RATE-FOUND             VALUE "Y"
000000                                  WHEN SET TO FALSE IS "N".
000000     05  RAJ-BLK-CHECKED-SW      PIC X       VALUE "N".
000000         88  BLOCK-CHECKED               VALUE "Y"
000000                                  WHEN SET TO FALSE IS "N".
000000     05  RAJ-BLK-POSTED-SW       PIC X       VALUE "N".
000000         88  BLOCK-POSTED                VALUE "Y"
000000                                  WHEN SET TO FALSE IS "N".
000000     05  RAJ-IN-RANGE-SW         PIC X       VALUE "N".
000000         88  DETAIL-IN-RANGE             VALUE "Y"
000000                                  WHEN SET TO FALSE IS "N".
000000     05  RAJ-PRIOR-FOUND-SW      PIC X       VALUE "N".
000000         88  PRIOR-ADJ-FOUND             VALUE "Y"
000000                                  WHEN SET TO FALSE IS "N".
000000     05  RAJ-PRIOR-FULL-SW       PIC X       VALUE "N".
000000         88  PRIOR-TABLE-FULL            VALUE "Y".
000000     05  RAJ-PERIODS-SW          PIC X       VALUE "N".
000000         88  PERIODS-ON-FILE             VALUE "Y".
000000     05  RAJ-PD-CLOSED-SW        PIC X       VALUE "N".
000000         88  TRAN-PERIOD-CLOSED          VALUE "Y"
000000                                  WHEN SET TO FALSE IS "N".
000000
000000 01  RAJ-CONTROL-TOTALS.
000000     05  RAJ-CARD-COUNT          PIC 9(05)   VALUE ZERO.
000000     05  RAJ-CARD-REJECTS        PIC 9(05)   VALUE ZERO.
000000     05  RAJ-DETAIL-COUNT        PIC 9(07)   VALUE ZERO.
000000     05  RAJ-UNPOSTED-COUNT      PIC 9(07)   VALUE ZERO.
000000     05  RAJ-REPRICED-COUNT      PIC 9(07)   VALUE ZERO.
000000     05  RAJ-NO-CHANGE-COUNT     PIC 9(07)   VALUE ZERO.
000000     05  RAJ-ADJ-COUNT           PIC 9(07)   VALUE ZERO.
000000     05  RAJ-ADJ-AMT             PIC S9(9)V99 VALUE ZERO.
000000     05  RAJ-PRIOR-COUNT         PIC 9(07)   VALUE ZERO.
000000     05  RAJ-PPX-COUNT           PIC 9(07)   VALUE ZERO.
000000     05  RAJ-PPX-AMT             PIC S9(9)V99 VALUE ZERO.
000000
000000 01  RAJ-WORK-AREAS.
000000     05  RAJ-RUN-DATE            PIC 9(08)   VALUE ZERO.
000000     05  RAJ-BLK-PROC-DATE       PIC X(08)   VALUE SPACES.
000000     05  RAJ-BLK-SOURCE          PIC X(08)   VALUE SPACES.
000000     05  RAJ-HDR-RUN-DATE        PIC X(08)   VALUE SPACES.
000000     05  RAJ-NEW-CONV-AMT        PIC S9(9)V99 VALUE ZERO.
000000     05  RAJ-PRIOR-AMT           PIC S9(9)V99 VALUE ZERO.
000000     05  RAJ-ADJUSTMENT          PIC S9(9)V99 VALUE ZERO.
000000     05  RAJ-RATE-EDIT           PIC ZZ9.9(05).
000000     05  RAJ-DISP                PIC X(30)   VALUE SPACES.
000000     05  RAJ-LAST-PERIOD         PIC X(06)   VALUE SPACES.
000000
000000*------------------------------------------------------------
000000* ONE ENTRY PER ACCEPTED CARD - THE NEW RATE AND THE TRAN-
000000* DATE RANGE IT GOVERNS (END DATE EXCLUSIVE, HIGH-VALUES
000000* WHEN IT IS THE LATEST RATE FOR THE CODE).
000000*------------------------------------------------------------
000000 01  RAJ-CARD-TABLE.
000000     05  RAJ-CARD-USED           PIC 9(03)   VALUE ZERO.
000000     05  RAJ-CARD-MAX            PIC 9(03)   VALUE 050.
000000     05  RAJ-CARD-ENTRY OCCURS 50 TIMES
000000             INDEXED BY CARD-IX.
000000         10  RAJ-CT-CODE         PIC X(04).
000000         10  RAJ-CT-FROM-DATE    PIC X(08).
000000         10  RAJ-CT-END-DATE     PIC X(08).
000000         10  RAJ-CT-RATE         PIC 9(03)V9(05).
000000         10  RAJ-CT-DIR          PIC X(01).
000000         10  RAJ-CT-ADJ-COUNT    PIC 9(07).
000000         10  RAJ-CT-ADJ-AMT      PIC S9(11)V99.
000000
000000*------------------------------------------------------------
000000* ADJUSTMENTS ALREADY POSTED, NETTED PER TRANSACTION, SO A
000000* SECOND RATE CHANGE IN THE SAME WINDOW ONLY ADJUSTS BY WHAT
000000* IS STILL DIFFERENT.
000000*------------------------------------------------------------
000000 01  RAJ-PRIOR-TABLE.
000000     05  RAJ-PRIOR-USED          PIC 9(05)   VALUE ZERO.
000000     05  RAJ-PRIOR-MAX           PIC 9(05)   VALUE 05000.
000000     05  RAJ-PRIOR-ENTRY OCCURS 5000 TIMES
000000             INDEXED BY PRIOR-IX.
000000         10  RAJ-PT-KEY.
000000             15  RAJ-PT-TRAN-ID  PIC X(10).
000000             15  RAJ-PT-TRAN-DATE PIC X(08).
000000             15  RAJ-PT-CODE     PIC X(04).
000000         10  RAJ-PT-AMT          PIC S9(9)V99.
000000
000000 01  RAJ-DETAIL-KEY.
000000     05  RAJ-DK-TRAN-ID          PIC X(10).
000000     05  RAJ-DK-TRAN-DATE        PIC X(08).
000000     05  RAJ-DK-CODE             PIC X(04).
000000
000000*------------------------------------------------------------
000000* ADJUSTMENT EXTRACT RECORD, LAID OUT AS YPOSTEXT.
000000*------------------------------------------------------------
000000 01  RAJ-OUT-REC.
000000     05  RAJ-OUT-REC-TYPE        PIC X(01).
000000     05  RAJ-OUT-TRAN-DATE       PIC X(08).
000000     05  RAJ-OUT-TRAN-ID         PIC X(10).
000000     05  RAJ-OUT-CONV-CODE       PIC X(04).
000000     05  RAJ-OUT-ORIG-AMT        PIC S9(9)V99
000000                                 SIGN IS LEADING SEPARATE
000000                                 CHARACTER.
000000     05  RAJ-OUT-CONV-RATE       PIC 9(03)V9(05).
000000     05  RAJ-OUT-CONV-AMT        PIC S9(9)V99
000000                                 SIGN IS LEADING SEPARATE
000000                                 CHARACTER.
000000     05  RAJ-OUT-ENTRY-TYPE      PIC X(01).
000000     05  FILLER                  PIC X(24).
000000 01  RAJ-OUT-HEADER REDEFINES RAJ-OUT-REC.
000000     05  FILLER                  PIC X(01).
000000     05  RAJ-OUT-HDR-RUN-DATE    PIC X(08).
000000     05  RAJ-OUT-HDR-PROC-DATE   PIC X(08).
000000     05  RAJ-OUT-HDR-SOURCE      PIC X(08).
000000     05  FILLER                  PIC X(55).
000000 01  RAJ-OUT-TRAILER REDEFINES RAJ-OUT-REC.
000000     05  FILLER                  PIC X(01).
000000     05  RAJ-OUT-TRL-REC-COUNT   PIC 9(07).
000000     05  RAJ-OUT-TRL-AMT-TOTAL   PIC S9(9)V99
000000                                 SIGN IS LEADING SEPARATE
000000                                 CHARACTER.
000000     05  RAJ-OUT-TRL-HOLD-COUNT  PIC 9(05).
000000     05  RAJ-OUT-TRL-HOLD-AMT    PIC S9(9)V99
000000                                 SIGN IS LEADING SEPARATE
000000                                 CHARACTER.
000000     05  FILLER                  PIC X(43).
000000
000000 01  RAJ-HEADING-1.
000000     05  FILLER                  PIC X(34)   VALUE
000000         "RETROACTIVE RATE ADJUSTMENT   RUN".
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  RAJ-HDG-RUN-DATE        PIC 9(08).
000000
000000 01  RAJ-CARD-HEADING.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  FILLER                  PIC X(06)   VALUE "CODE".
000000     05  FILLER                  PIC X(10)   VALUE
000000         "EFF-DATE".
000000     05  FILLER                  PIC X(12)   VALUE
000000         "NEW RATE".
000000     05  FILLER                  PIC X(10)   VALUE
000000         "BEFORE".
000000     05  FILLER                  PIC X(30)   VALUE
000000         "DISPOSITION".
000000
000000 01  RAJ-CARD-LINE.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  RAJ-CL-CODE             PIC X(04).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  RAJ-CL-EFF-DATE         PIC X(08).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  RAJ-CL-RATE             PIC X(10).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  RAJ-CL-END-DATE         PIC X(08).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  RAJ-CL-DISP             PIC X(30).
000000
000000 01  RAJ-DETAIL-HEADING.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  FILLER                  PIC X(06)   VALUE "CODE".
000000     05  FILLER                  PIC X(10)   VALUE
000000         "TRAN DATE".
000000     05  FILLER                  PIC X(12)   VALUE
000000         "TRAN ID".
000000     05  FILLER                  PIC X(15)   VALUE
000000         "   ORIGINAL AMT".
000000     05  FILLER                  PIC X(11)   VALUE
000000         "   OLD RATE".
000000     05  FILLER                  PIC X(15)   VALUE
000000         "   OLD CONV AMT".
000000     05  FILLER                  PIC X(12)   VALUE
000000         "   NEW RATE".
000000     05  FILLER                  PIC X(15)   VALUE
000000         "   NEW CONV AMT".
000000     05  FILLER                  PIC X(15)   VALUE
000000         "      PRIOR ADJ".
000000     05  FILLER                  PIC X(15)   VALUE
000000         "     ADJUSTMENT".
000000     05  FILLER                  PIC X(06)   VALUE
000000         "  NOTE".
000000
000000 01  RAJ-DETAIL-LINE.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  RAJ-DL-CODE             PIC X(04).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  RAJ-DL-TRAN-DATE        PIC X(08).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  RAJ-DL-TRAN-ID          PIC X(10).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  RAJ-DL-ORIG-AMT         PIC -9(9).99.
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  RAJ-DL-OLD-RATE         PIC ZZ9.9(05).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  RAJ-DL-OLD-AMT          PIC -9(9).99.
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  RAJ-DL-NEW-RATE         PIC X(10).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  RAJ-DL-NEW-AMT          PIC -9(9).99.
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  RAJ-DL-PRIOR-AMT        PIC -9(9).99.
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  RAJ-DL-ADJ-AMT          PIC -9(9).99.
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  RAJ-DL-NOTE             PIC X(04).
000000
000000 01  RAJ-TRAILER-LINE.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  RAJ-TRL-LABEL           PIC X(20).
000000     05  RAJ-TRL-COUNT-ED        PIC ZZ,ZZZ,ZZ9.
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  RAJ-TRL-AMT-ED          PIC -9(11).99.
000000
000000 01  RAJ-MESSAGE-LINE.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  RAJ-MSG-TEXT            PIC X(60).
000000
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000000     PERFORM 2000-LOAD-PRIOR-ADJ THRU 2000-EXIT.
000000     PERFORM 5000-REPRICE-EXTRACT THRU 5000-EXIT.
000000     PERFORM 9000-FINISH THRU 9000-EXIT.
000000     GOBACK
000000     .
000000 1000-INITIALIZE.
000000     OPEN INPUT CARD-FILE.
000000     IF CARD-STATUS NOT = "00"
000000         DISPLAY "RATEADJ: CARD-FILE OPEN FAILED, STATUS "
000000             CARD-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     OPEN INPUT CONVEAL-FILE.
000000     IF CONVEAL-STATUS NOT = "00"
000000         DISPLAY "RATEADJ: CONVEAL-FILE OPEN FAILED, STATUS "
000000             CONVEAL-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     OPEN INPUT GLPCTL-FILE.
000000     IF GLPCTL-STATUS NOT = "00"
000000         DISPLAY "RATEADJ: GLPCTL-FILE OPEN FAILED, STATUS "
000000             GLPCTL-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     OPEN INPUT PERIOD-FILE.
000000     IF PERIOD-STATUS NOT = "00" AND PERIOD-STATUS NOT = "05"
000000         DISPLAY "RATEADJ: PERIOD-FILE OPEN FAILED, STATUS "
000000             PERIOD-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     IF PERIOD-STATUS = "00"
000000         SET PERIODS-ON-FILE TO TRUE
000000     END-IF.
000000     OPEN OUTPUT PRINT-FILE.
000000     IF PRINT-STATUS NOT = "00"
000000         DISPLAY "RATEADJ: PRINT-FILE OPEN FAILED, STATUS "
000000             PRINT-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     ACCEPT RAJ-RUN-DATE FROM DATE YYYYMMDD.
000000     MOVE RAJ-RUN-DATE          TO RAJ-HDG-RUN-DATE.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RAJ-HEADING-1         TO PRINT-REC (1:43).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RAJ-CARD-HEADING      TO PRINT-REC (1:69).
000000     WRITE PRINT-REC AFTER ADVANCING 2 LINES.
000000     PERFORM 1100-READ-CARD THRU 1100-EXIT.
000000     PERFORM 1200-LOAD-CARD THRU 1200-EXIT
000000         UNTIL NO-MORE-CARDS.
000000     CLOSE CARD-FILE.
000000 1000-EXIT.
000000     EXIT.
000000 1100-READ-CARD.
000000     READ CARD-FILE
000000         AT END
000000             SET NO-MORE-CARDS TO TRUE
000000     END-READ.
000000 1100-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* LOOK THE CARD'S RATE UP ON THE CLUSTER AND FIND THE NEXT
000000* EFFECTIVE DATE FOR THE CODE, WHICH ENDS ITS RANGE.
000000*------------------------------------------------------------
000000 1200-LOAD-CARD.
000000     ADD 1                      TO RAJ-CARD-COUNT.
000000     MOVE ADJ-CODE              TO RAJ-CL-CODE.
000000     MOVE ADJ-EFF-DATE          TO RAJ-CL-EFF-DATE.
000000     MOVE SPACES                TO RAJ-CL-RATE
000000                                   RAJ-CL-END-DATE.
000000     IF ADJ-CODE = SPACES OR ADJ-EFF-DATE NOT NUMERIC
000000         MOVE "REJECTED - CODE OR DATE INVALID"
000000                                TO RAJ-DISP
000000         GO TO 1200-REJECT
000000     END-IF.
000000     IF RAJ-CARD-USED NOT LESS THAN RAJ-CARD-MAX
000000         MOVE "REJECTED - TOO MANY CARDS"
000000                                TO RAJ-DISP
000000         GO TO 1200-REJECT
000000     END-IF.
000000     SET CARD-RATE-FOUND TO FALSE.
000000     MOVE ADJ-CODE              TO CONVEAL-CODE.
000000     MOVE ADJ-EFF-DATE          TO CONVEAL-EFF-DATE.
000000     READ CONVEAL-FILE
000000         INVALID KEY
000000             CONTINUE
000000         NOT INVALID KEY
000000             SET CARD-RATE-FOUND TO TRUE
000000     END-READ.
000000     IF CONVEAL-STATUS NOT = "00" AND CONVEAL-STATUS NOT = "23"
000000         DISPLAY "RATEADJ: CONVEAL-FILE READ FAILED, STATUS "
000000             CONVEAL-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     IF NOT CARD-RATE-FOUND
000000         MOVE "REJECTED - RATE NOT ON CONVEAL"
000000                                TO RAJ-DISP
000000         GO TO 1200-REJECT
000000     END-IF.
000000     IF CONVEAL-RATE-DIVIDE AND CONVEAL-RATE = ZERO
000000         MOVE "REJECTED - ZERO DIVIDE RATE"
000000                                TO RAJ-DISP
000000         GO TO 1200-REJECT
000000     END-IF.
000000     ADD 1                      TO RAJ-CARD-USED.
000000     SET CARD-IX                TO RAJ-CARD-USED.
000000     MOVE CONVEAL-CODE          TO RAJ-CT-CODE (CARD-IX).
000000     MOVE CONVEAL-EFF-DATE      TO RAJ-CT-FROM-DATE (CARD-IX).
000000     MOVE CONVEAL-RATE          TO RAJ-CT-RATE (CARD-IX).
000000     IF CONVEAL-RATE-DIVIDE
000000         MOVE "D"               TO RAJ-CT-DIR (CARD-IX)
000000     ELSE
000000         MOVE "M"               TO RAJ-CT-DIR (CARD-IX)
000000     END-IF.
000000     MOVE ZERO                  TO RAJ-CT-ADJ-COUNT (CARD-IX)
000000                                   RAJ-CT-ADJ-AMT (CARD-IX).
000000     MOVE HIGH-VALUES           TO RAJ-CT-END-DATE (CARD-IX).
000000     READ CONVEAL-FILE NEXT RECORD
000000         AT END
000000             CONTINUE
000000         NOT AT END
000000             IF CONVEAL-CODE = RAJ-CT-CODE (CARD-IX)
000000                 MOVE CONVEAL-EFF-DATE
000000                                TO RAJ-CT-END-DATE (CARD-IX)
000000             END-IF
000000     END-READ.
000000     IF CONVEAL-STATUS NOT = "00" AND CONVEAL-STATUS NOT = "10"
000000         DISPLAY "RATEADJ: CONVEAL-FILE READ FAILED, STATUS "
000000             CONVEAL-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     MOVE RAJ-CT-RATE (CARD-IX) TO RAJ-RATE-EDIT.
000000     MOVE RAJ-RATE-EDIT         TO RAJ-CL-RATE.
000000     MOVE RAJ-CT-DIR (CARD-IX)  TO RAJ-CL-RATE (10:1).
000000     IF RAJ-CT-END-DATE (CARD-IX) = HIGH-VALUES
000000         MOVE "(LATEST)"        TO RAJ-CL-END-DATE
000000     ELSE
000000         MOVE RAJ-CT-END-DATE (CARD-IX)
000000                                TO RAJ-CL-END-DATE
000000     END-IF.
000000     MOVE "ACCEPTED"            TO RAJ-DISP.
000000     GO TO 1200-PRINT.
000000 1200-REJECT.
000000     ADD 1                      TO RAJ-CARD-REJECTS.
000000 1200-PRINT.
000000     MOVE RAJ-DISP              TO RAJ-CL-DISP.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RAJ-CARD-LINE         TO PRINT-REC (1:69).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     PERFORM 1100-READ-CARD THRU 1100-EXIT.
000000 1200-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* PASS 1 - NET UP EVERY POSTED ADJUSTMENT DETAIL FALLING IN
000000* AN AFFECTED CODE AND DATE RANGE.
000000*------------------------------------------------------------
000000 2000-LOAD-PRIOR-ADJ.
000000     OPEN INPUT EXTR-FILE.
000000     IF EXTR-STATUS NOT = "00"
000000         DISPLAY "RATEADJ: EXTR-FILE OPEN FAILED, STATUS "
000000             EXTR-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
000000     PERFORM 2200-TALLY-RECORD THRU 2200-EXIT
000000         UNTIL NO-MORE-EXTR.
000000     CLOSE EXTR-FILE.
000000     IF PRIOR-TABLE-FULL
000000         DISPLAY "RATEADJ: MORE THAN " RAJ-PRIOR-MAX
000000             " PRIOR ADJUSTMENTS IN RANGE - NOTHING WRITTEN"
000000         MOVE "PRIOR ADJUSTMENT TABLE FULL - NOTHING WRITTEN"
000000                                TO RAJ-MSG-TEXT
000000         PERFORM 2500-PRINT-MESSAGE THRU 2500-EXIT
000000         CLOSE CONVEAL-FILE
000000         CLOSE GLPCTL-FILE
000000         CLOSE PERIOD-FILE
000000         CLOSE PRINT-FILE
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
000000 2200-TALLY-RECORD.
000000     IF POSTEXT-IS-HEADER
000000         PERFORM 2250-START-BLOCK THRU 2250-EXIT
000000     END-IF.
000000     IF POSTEXT-IS-DETAIL AND POSTEXT-ADJUSTMENT
000000         PERFORM 2300-CHECK-BLOCK THRU 2300-EXIT
000000         PERFORM 3000-FIND-RANGE THRU 3000-EXIT
000000         IF BLOCK-POSTED AND DETAIL-IN-RANGE
000000             PERFORM 2600-ADD-PRIOR THRU 2600-EXIT
000000         END-IF
000000     END-IF.
000000     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
000000 2200-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* BLOCKS ARE IDENTIFIED AS GLPOST IDENTIFIES THEM.  AN OLDER
000000* HEADER WITHOUT A PROCESS DATE TAKES ITS FIRST DETAIL'S
000000* TRAN-DATE, SO THE POSTING CONTROL LOOKUP WAITS FOR IT.
000000* THE HEADER RUN DATE TELLS THE POSTED BLOCK FROM AN EARLIER
000000* ONE FOR THE SAME DATE AND SOURCE THAT WAS REVERSED.
000000*------------------------------------------------------------
000000 2250-START-BLOCK.
000000     MOVE POSTEXT-HDR-RUN-DATE  TO RAJ-HDR-RUN-DATE.
000000     MOVE POSTEXT-HDR-PROC-DATE TO RAJ-BLK-PROC-DATE.
000000     IF POSTEXT-HDR-SOURCE = SPACES
000000         MOVE "MYPGM"           TO RAJ-BLK-SOURCE
000000     ELSE
000000         MOVE POSTEXT-HDR-SOURCE
000000                                TO RAJ-BLK-SOURCE
000000     END-IF.
000000     SET BLOCK-CHECKED TO FALSE.
000000     SET BLOCK-POSTED TO FALSE.
000000 2250-EXIT.
000000     EXIT.
000000 2300-CHECK-BLOCK.
000000     IF BLOCK-CHECKED
000000         GO TO 2300-EXIT
000000     END-IF.
000000     SET BLOCK-CHECKED TO TRUE.
000000     IF RAJ-BLK-PROC-DATE = SPACES
000000         MOVE POSTEXT-TRAN-DATE TO RAJ-BLK-PROC-DATE
000000     END-IF.
000000     MOVE RAJ-BLK-PROC-DATE     TO GLPCTL-PROC-DATE.
000000     MOVE RAJ-BLK-SOURCE        TO GLPCTL-SOURCE.
000000     READ GLPCTL-FILE
000000         INVALID KEY
000000             CONTINUE
000000         NOT INVALID KEY
000000             IF GLPCTL-POSTED
000000               AND GLPCTL-HDR-RUN-DATE = RAJ-HDR-RUN-DATE
000000                 SET BLOCK-POSTED TO TRUE
000000             END-IF
000000     END-READ.
000000     IF GLPCTL-STATUS NOT = "00" AND GLPCTL-STATUS NOT = "23"
000000         DISPLAY "RATEADJ: GLPCTL-FILE READ FAILED, STATUS "
000000             GLPCTL-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000 2300-EXIT.
000000     EXIT.
000000 2500-PRINT-MESSAGE.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RAJ-MESSAGE-LINE      TO PRINT-REC (1:61).
000000     WRITE PRINT-REC AFTER ADVANCING 2 LINES.
000000 2500-EXIT.
000000     EXIT.
000000 2600-ADD-PRIOR.
000000     PERFORM 2700-FIND-PRIOR THRU 2700-EXIT.
000000     IF PRIOR-ADJ-FOUND
000000         ADD POSTEXT-CONV-AMT   TO RAJ-PT-AMT (PRIOR-IX)
000000         GO TO 2600-EXIT
000000     END-IF.
000000     IF RAJ-PRIOR-USED NOT LESS THAN RAJ-PRIOR-MAX
000000         SET PRIOR-TABLE-FULL TO TRUE
000000         GO TO 2600-EXIT
000000     END-IF.
000000     ADD 1                      TO RAJ-PRIOR-USED.
000000     SET PRIOR-IX               TO RAJ-PRIOR-USED.
000000     MOVE RAJ-DETAIL-KEY        TO RAJ-PT-KEY (PRIOR-IX).
000000     MOVE POSTEXT-CONV-AMT      TO RAJ-PT-AMT (PRIOR-IX).
000000     ADD 1                      TO RAJ-PRIOR-COUNT.
000000 2600-EXIT.
000000     EXIT.
000000 2700-FIND-PRIOR.
000000     SET PRIOR-ADJ-FOUND TO FALSE.
000000     MOVE POSTEXT-TRAN-ID       TO RAJ-DK-TRAN-ID.
000000     MOVE POSTEXT-TRAN-DATE     TO RAJ-DK-TRAN-DATE.
000000     MOVE POSTEXT-CONV-CODE     TO RAJ-DK-CODE.
000000     IF RAJ-PRIOR-USED = ZERO
000000         GO TO 2700-EXIT
000000     END-IF.
000000     SET PRIOR-IX               TO 1.
000000     SEARCH RAJ-PRIOR-ENTRY
000000         AT END
000000             CONTINUE
000000         WHEN PRIOR-IX GREATER THAN RAJ-PRIOR-USED
000000             CONTINUE
000000         WHEN RAJ-PT-KEY (PRIOR-IX) = RAJ-DETAIL-KEY
000000             SET PRIOR-ADJ-FOUND TO TRUE
000000     END-SEARCH.
000000 2700-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* DOES THE CURRENT DETAIL FALL UNDER AN ACCEPTED CARD?
000000*------------------------------------------------------------
000000 3000-FIND-RANGE.
000000     SET DETAIL-IN-RANGE TO FALSE.
000000     IF RAJ-CARD-USED = ZERO
000000         GO TO 3000-EXIT
000000     END-IF.
000000     SET CARD-IX                TO 1.
000000     SEARCH RAJ-CARD-ENTRY
000000         AT END
000000             CONTINUE
000000         WHEN CARD-IX GREATER THAN RAJ-CARD-USED
000000             CONTINUE
000000         WHEN RAJ-CT-CODE (CARD-IX) = POSTEXT-CONV-CODE
000000           AND POSTEXT-TRAN-DATE NOT LESS THAN
000000               RAJ-CT-FROM-DATE (CARD-IX)
000000           AND POSTEXT-TRAN-DATE LESS THAN
000000               RAJ-CT-END-DATE (CARD-IX)
000000             SET DETAIL-IN-RANGE TO TRUE
000000     END-SEARCH.
000000 3000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* PASS 2 - RE-PRICE EVERY POSTED TRANSACTION IN RANGE AND
000000* WRITE THE DIFFERENCES AS ONE ADJUSTMENT BLOCK.  A DIFFERENCE
000000* DATED IN A CLOSED PERIOD GOES TO THE PRIOR-PERIOD EXCEPTIONS
000000* FILE INSTEAD OF THE BLOCK.
000000*------------------------------------------------------------
000000 5000-REPRICE-EXTRACT.
000000     OPEN OUTPUT ADJ-FILE.
000000     IF ADJ-STATUS NOT = "00"
000000         DISPLAY "RATEADJ: ADJ-FILE OPEN FAILED, STATUS "
000000             ADJ-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     OPEN EXTEND PPX-FILE.
000000     IF PPX-STATUS NOT = "00" AND PPX-STATUS NOT = "05"
000000         DISPLAY "RATEADJ: PPX-FILE OPEN FAILED, STATUS "
000000             PPX-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     MOVE SPACES                TO RAJ-OUT-REC.
000000     MOVE "H"                   TO RAJ-OUT-REC-TYPE.
000000     MOVE RAJ-RUN-DATE          TO RAJ-OUT-HDR-RUN-DATE.
000000     MOVE RAJ-RUN-DATE          TO RAJ-OUT-HDR-PROC-DATE.
000000     MOVE "RATEADJ"             TO RAJ-OUT-HDR-SOURCE.
000000     PERFORM 5800-WRITE-ADJ-REC THRU 5800-EXIT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RAJ-DETAIL-HEADING    TO PRINT-REC (1:132).
000000     WRITE PRINT-REC AFTER ADVANCING 3 LINES.
000000     OPEN INPUT EXTR-FILE.
000000     IF EXTR-STATUS NOT = "00"
000000         DISPLAY "RATEADJ: EXTR-FILE REOPEN FAILED, STATUS "
000000             EXTR-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     MOVE "N"                   TO RAJ-EOF-SW.
000000     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
000000     PERFORM 5100-REPRICE-RECORD THRU 5100-EXIT
000000         UNTIL NO-MORE-EXTR.
000000     CLOSE EXTR-FILE.
000000     MOVE SPACES                TO RAJ-OUT-REC.
000000     MOVE "T"                   TO RAJ-OUT-REC-TYPE.
000000     MOVE RAJ-ADJ-COUNT         TO RAJ-OUT-TRL-REC-COUNT.
000000     MOVE RAJ-ADJ-AMT           TO RAJ-OUT-TRL-AMT-TOTAL.
000000     MOVE ZERO                  TO RAJ-OUT-TRL-HOLD-COUNT
000000                                   RAJ-OUT-TRL-HOLD-AMT.
000000     PERFORM 5800-WRITE-ADJ-REC THRU 5800-EXIT.
000000     CLOSE ADJ-FILE.
000000     CLOSE PPX-FILE.
000000 5000-EXIT.
000000     EXIT.
000000 5100-REPRICE-RECORD.
000000     IF POSTEXT-IS-HEADER
000000         PERFORM 2250-START-BLOCK THRU 2250-EXIT
000000     END-IF.
000000     IF NOT POSTEXT-IS-DETAIL OR POSTEXT-ADJUSTMENT
000000         PERFORM 2100-READ-EXTRACT THRU 2100-EXIT
000000         GO TO 5100-EXIT
000000     END-IF.
000000     PERFORM 2300-CHECK-BLOCK THRU 2300-EXIT.
000000     PERFORM 3000-FIND-RANGE THRU 3000-EXIT.
000000     IF NOT DETAIL-IN-RANGE
000000         PERFORM 2100-READ-EXTRACT THRU 2100-EXIT
000000         GO TO 5100-EXIT
000000     END-IF.
000000     ADD 1                      TO RAJ-DETAIL-COUNT.
000000     IF NOT BLOCK-POSTED
000000         ADD 1                  TO RAJ-UNPOSTED-COUNT
000000         PERFORM 2100-READ-EXTRACT THRU 2100-EXIT
000000         GO TO 5100-EXIT
000000     END-IF.
000000     ADD 1                      TO RAJ-REPRICED-COUNT.
000000     IF RAJ-CT-DIR (CARD-IX) = "D"
000000         COMPUTE RAJ-NEW-CONV-AMT ROUNDED =
000000             POSTEXT-ORIG-AMT / RAJ-CT-RATE (CARD-IX)
000000     ELSE
000000         COMPUTE RAJ-NEW-CONV-AMT ROUNDED =
000000             POSTEXT-ORIG-AMT * RAJ-CT-RATE (CARD-IX)
000000     END-IF.
000000     PERFORM 2700-FIND-PRIOR THRU 2700-EXIT.
000000     IF PRIOR-ADJ-FOUND
000000         MOVE RAJ-PT-AMT (PRIOR-IX) TO RAJ-PRIOR-AMT
000000     ELSE
000000         MOVE ZERO              TO RAJ-PRIOR-AMT
000000     END-IF.
000000     COMPUTE RAJ-ADJUSTMENT = RAJ-NEW-CONV-AMT
000000         - POSTEXT-CONV-AMT - RAJ-PRIOR-AMT.
000000     IF RAJ-ADJUSTMENT = ZERO
000000         ADD 1                  TO RAJ-NO-CHANGE-COUNT
000000         PERFORM 2100-READ-EXTRACT THRU 2100-EXIT
000000         GO TO 5100-EXIT
000000     END-IF.
000000     MOVE SPACES                TO RAJ-OUT-REC.
000000     MOVE "D"                   TO RAJ-OUT-REC-TYPE.
000000     MOVE POSTEXT-TRAN-DATE     TO RAJ-OUT-TRAN-DATE.
000000     MOVE POSTEXT-TRAN-ID       TO RAJ-OUT-TRAN-ID.
000000     MOVE POSTEXT-CONV-CODE     TO RAJ-OUT-CONV-CODE.
000000     MOVE ZERO                  TO RAJ-OUT-ORIG-AMT.
000000     MOVE RAJ-CT-RATE (CARD-IX) TO RAJ-OUT-CONV-RATE.
000000     MOVE RAJ-ADJUSTMENT        TO RAJ-OUT-CONV-AMT.
000000     MOVE "A"                   TO RAJ-OUT-ENTRY-TYPE.
000000     PERFORM 5050-CHECK-PERIOD THRU 5050-EXIT.
000000     IF TRAN-PERIOD-CLOSED
000000         PERFORM 5600-WRITE-PRIOR-PERIOD THRU 5600-EXIT
000000         PERFORM 2100-READ-EXTRACT THRU 2100-EXIT
000000         GO TO 5100-EXIT
000000     END-IF.
000000     PERFORM 5800-WRITE-ADJ-REC THRU 5800-EXIT.
000000     ADD 1                      TO RAJ-ADJ-COUNT
000000                                   RAJ-CT-ADJ-COUNT (CARD-IX).
000000     ADD RAJ-ADJUSTMENT         TO RAJ-ADJ-AMT
000000                                   RAJ-CT-ADJ-AMT (CARD-IX).
000000     MOVE SPACES                TO RAJ-DL-NOTE.
000000     PERFORM 5500-PRINT-DETAIL THRU 5500-EXIT.
000000     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
000000 5100-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* 5050-CHECK-PERIOD LOOKS UP THE MONTH OF THE DETAIL'S TRAN-
000000* DATE ON GLPERIOD.  THE LAST MONTH LOOKED UP IS REMEMBERED.
000000* A MONTH NOT ON FILE IS OPEN.
000000*------------------------------------------------------------
000000 5050-CHECK-PERIOD.
000000     IF POSTEXT-TRAN-DATE (1:6) = RAJ-LAST-PERIOD
000000         GO TO 5050-EXIT
000000     END-IF.
000000     MOVE POSTEXT-TRAN-DATE (1:6) TO RAJ-LAST-PERIOD.
000000     SET TRAN-PERIOD-CLOSED TO FALSE.
000000     IF NOT PERIODS-ON-FILE
000000         GO TO 5050-EXIT
000000     END-IF.
000000     MOVE RAJ-LAST-PERIOD       TO PERIOD-YYYYMM.
000000     READ PERIOD-FILE
000000         INVALID KEY
000000             CONTINUE
000000         NOT INVALID KEY
000000             IF PERIOD-CLOSED
000000                 SET TRAN-PERIOD-CLOSED TO TRUE
000000             END-IF
000000     END-READ.
000000     IF PERIOD-STATUS NOT = "00" AND PERIOD-STATUS NOT = "23"
000000         DISPLAY "RATEADJ: PERIOD-FILE READ FAILED, STATUS "
000000             PERIOD-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000 5050-EXIT.
000000     EXIT.
000000 5500-PRINT-DETAIL.
000000     MOVE POSTEXT-CONV-CODE     TO RAJ-DL-CODE.
000000     MOVE POSTEXT-TRAN-DATE     TO RAJ-DL-TRAN-DATE.
000000     MOVE POSTEXT-TRAN-ID       TO RAJ-DL-TRAN-ID.
000000     MOVE POSTEXT-ORIG-AMT      TO RAJ-DL-ORIG-AMT.
000000     MOVE POSTEXT-CONV-RATE     TO RAJ-DL-OLD-RATE.
000000     MOVE POSTEXT-CONV-AMT      TO RAJ-DL-OLD-AMT.
000000     MOVE RAJ-CT-RATE (CARD-IX) TO RAJ-RATE-EDIT.
000000     MOVE RAJ-RATE-EDIT         TO RAJ-DL-NEW-RATE.
000000     MOVE RAJ-CT-DIR (CARD-IX)  TO RAJ-DL-NEW-RATE (10:1).
000000     MOVE RAJ-NEW-CONV-AMT      TO RAJ-DL-NEW-AMT.
000000     MOVE RAJ-PRIOR-AMT         TO RAJ-DL-PRIOR-AMT.
000000     MOVE RAJ-ADJUSTMENT        TO RAJ-DL-ADJ-AMT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RAJ-DETAIL-LINE       TO PRINT-REC (1:132).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000 5500-EXIT.
000000     EXIT.
000000 5600-WRITE-PRIOR-PERIOD.
000000     MOVE SPACES                TO PPEXCP-REC.
000000     MOVE "RATEADJ"             TO PPEXCP-SOURCE.
000000     MOVE RAJ-RUN-DATE          TO PPEXCP-RUN-DATE.
000000     MOVE RAJ-LAST-PERIOD       TO PPEXCP-PERIOD.
000000     SET PPEXCP-ADJUSTMENT      TO TRUE.
000000     MOVE RAJ-RUN-DATE          TO PPEXCP-BLK-PROC-DATE.
000000     MOVE "RATEADJ"             TO PPEXCP-BLK-SOURCE.
000000     MOVE RAJ-OUT-REC           TO PPEXCP-DETAIL.
000000     WRITE PPEXCP-REC.
000000     IF PPX-STATUS NOT = "00"
000000         DISPLAY "RATEADJ: PPX-FILE WRITE FAILED, STATUS "
000000             PPX-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     ADD 1                      TO RAJ-PPX-COUNT.
000000     ADD RAJ-ADJUSTMENT         TO RAJ-PPX-AMT.
000000     MOVE "CLSD"                TO RAJ-DL-NOTE.
000000     PERFORM 5500-PRINT-DETAIL THRU 5500-EXIT.
000000 5600-EXIT.
000000     EXIT.
000000 5800-WRITE-ADJ-REC.
000000     WRITE ADJ-EXTR-REC FROM RAJ-OUT-REC.
000000     IF ADJ-STATUS NOT = "00"
000000         DISPLAY "RATEADJ: ADJ-FILE WRITE FAILED, STATUS "
000000             ADJ-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000 5800-EXIT.
000000     EXIT.
000000 9000-FINISH.
000000     PERFORM 9100-PRINT-CARD-TOTAL THRU 9100-EXIT
000000         VARYING CARD-IX FROM 1 BY 1
000000         UNTIL CARD-IX GREATER THAN RAJ-CARD-USED.
000000     MOVE "CARDS READ          " TO RAJ-TRL-LABEL.
000000     MOVE RAJ-CARD-COUNT        TO RAJ-TRL-COUNT-ED.
000000     MOVE ZERO                  TO RAJ-TRL-AMT-ED.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RAJ-TRAILER-LINE      TO PRINT-REC (1:48).
000000     WRITE PRINT-REC AFTER ADVANCING 2 LINES.
000000     MOVE "CARDS REJECTED      " TO RAJ-TRL-LABEL.
000000     MOVE RAJ-CARD-REJECTS      TO RAJ-TRL-COUNT-ED.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RAJ-TRAILER-LINE      TO PRINT-REC (1:48).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE "TRANS IN RANGE      " TO RAJ-TRL-LABEL.
000000     MOVE RAJ-DETAIL-COUNT      TO RAJ-TRL-COUNT-ED.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RAJ-TRAILER-LINE      TO PRINT-REC (1:48).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE "  BLOCK NOT POSTED  " TO RAJ-TRL-LABEL.
000000     MOVE RAJ-UNPOSTED-COUNT    TO RAJ-TRL-COUNT-ED.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RAJ-TRAILER-LINE      TO PRINT-REC (1:48).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE "  RE-PRICED         " TO RAJ-TRL-LABEL.
000000     MOVE RAJ-REPRICED-COUNT    TO RAJ-TRL-COUNT-ED.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RAJ-TRAILER-LINE      TO PRINT-REC (1:48).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE "  NO DIFFERENCE     " TO RAJ-TRL-LABEL.
000000     MOVE RAJ-NO-CHANGE-COUNT   TO RAJ-TRL-COUNT-ED.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RAJ-TRAILER-LINE      TO PRINT-REC (1:48).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE "  CLOSED PERIOD     " TO RAJ-TRL-LABEL.
000000     MOVE RAJ-PPX-COUNT         TO RAJ-TRL-COUNT-ED.
000000     MOVE RAJ-PPX-AMT           TO RAJ-TRL-AMT-ED.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RAJ-TRAILER-LINE      TO PRINT-REC (1:48).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE ZERO                  TO RAJ-TRL-AMT-ED.
000000     MOVE "PRIOR ADJ NETTED    " TO RAJ-TRL-LABEL.
000000     MOVE RAJ-PRIOR-COUNT       TO RAJ-TRL-COUNT-ED.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RAJ-TRAILER-LINE      TO PRINT-REC (1:48).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE "ADJUSTMENTS WRITTEN " TO RAJ-TRL-LABEL.
000000     MOVE RAJ-ADJ-COUNT         TO RAJ-TRL-COUNT-ED.
000000     MOVE RAJ-ADJ-AMT           TO RAJ-TRL-AMT-ED.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RAJ-TRAILER-LINE      TO PRINT-REC (1:48).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     CLOSE CONVEAL-FILE.
000000     CLOSE GLPCTL-FILE.
000000     CLOSE PERIOD-FILE.
000000     CLOSE PRINT-FILE.
000000     IF RAJ-CARD-REJECTS GREATER THAN ZERO
000000       OR RAJ-PPX-COUNT GREATER THAN ZERO
000000         MOVE 4                  TO RETURN-CODE
000000     END-IF.
000000 9000-EXIT.
000000     EXIT.
000000 9100-PRINT-CARD-TOTAL.
000000     MOVE SPACES                TO RAJ-TRL-LABEL.
000000     STRING "CODE " RAJ-CT-CODE (CARD-IX) " FROM "
000000         RAJ-CT-FROM-DATE (CARD-IX)
000000         DELIMITED BY SIZE INTO RAJ-TRL-LABEL.
000000     MOVE RAJ-CT-ADJ-COUNT (CARD-IX) TO RAJ-TRL-COUNT-ED.
000000     MOVE RAJ-CT-ADJ-AMT (CARD-IX)   TO RAJ-TRL-AMT-ED.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RAJ-TRAILER-LINE      TO PRINT-REC (1:48).
000000     IF CARD-IX = 1
000000         WRITE PRINT-REC AFTER ADVANCING 3 LINES
000000     ELSE
000000         WRITE PRINT-REC AFTER ADVANCING 1 LINES
000000     END-IF.
000000 9100-EXIT.
000000     EXIT.
000000 END PROGRAM RATEADJ.
