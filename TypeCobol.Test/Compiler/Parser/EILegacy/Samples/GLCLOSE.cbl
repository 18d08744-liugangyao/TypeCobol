000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. GLCLOSE.
000000*REMARKS.         COPY=(
000000*                       YGLMAST YGLMONTH YPERIOD
000000*                                 ).
000000*------------------------------------------------------------
000000* MOD-LOG:
000000*   2026-10-15  NEW PROGRAM - ACCOUNTING PERIOD CLOSE.  THE
000000*               CLOSCARD FILE NAMES THE MONTH TO CLOSE (YYYYMM)
000000*               AND WHO IS CLOSING IT.  EVERY DAILY GLMAST
000000*               RECORD WHOSE TRAN-DATE FALLS IN THE MONTH IS
000000*               SUMMED INTO ONE GLMONTH RECORD PER CONVERSION
000000*               CODE (YGLMONTH), WRITTEN TO THE GLARCH ARCHIVE
000000*               AND DELETED FROM GLMAST; THE MONTH IS THEN
000000*               MARKED CLOSED ON THE GLPERIOD CONTROL KSDS
000000*               (YPERIOD) WITH THE TOTALS ROLLED.  FROM THEN ON
000000*               GLPOST, GLREVRS AND RATEADJ REFUSE TO POST A
000000*               TRAN-DATE IN THE MONTH AND LIST IT AS A PRIOR-
000000*               PERIOD EXCEPTION.  ONLY A MONTH BEFORE THE
000000*               CURRENT ONE MAY BE CLOSED.  THE MONTH'S GL
000000*               JOURNALS (GLJRNL) MUST BE RUN BEFORE THE CLOSE,
000000*               AS THE DAILY RECORDS LEAVE GLMAST.  RETURN-CODE
000000*               12 WHEN THE MONTH IS ALREADY CLOSED, 4 WHEN IT
000000*               HAD NO DAILY RECORDS OR WHEN THE KEY LIST FILLS
000000*               AND A RERUN IS NEEDED TO FINISH (THE MONTH IS
000000*               LEFT OPEN UNTIL THEN).
000000*   2026-10-15  A DAILY RECORD WITH AMOUNTS NOT YET JOURNALLED
000000*               (GLMAST-CONV-AMT NOT = GLMAST-JRNL-AMT) IS NOT
000000*               ROLLED.  IT IS COUNTED ON THE REPORT AND THE
000000*               MONTH IS LEFT OPEN, RETURN-CODE 4, UNTIL GLJRNL
000000*               HAS JOURNALLED IT AND THE CLOSE IS RERUN.  THE
000000*               GLARCH RECORD IS 100 BYTES TO HOLD THE LONGER
000000*               GLMAST RECORD.
000000*------------------------------------------------------------
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER. IBM-370.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT GLMAST-FILE ASSIGN TO GLMAST
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS GLMAST-KEY
000000         FILE STATUS IS GLMAST-STATUS.
000000     SELECT GLMON-FILE ASSIGN TO GLMONTH
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS RANDOM
000000         RECORD KEY IS GLMON-KEY
000000         FILE STATUS IS GLMON-STATUS.
000000     SELECT PERIOD-FILE ASSIGN TO GLPERIOD
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS RANDOM
000000         RECORD KEY IS PERIOD-YYYYMM
000000         FILE STATUS IS PERIOD-STATUS.
000000     SELECT ARCH-FILE ASSIGN TO GLARCH
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS ARCH-STATUS.
000000     SELECT CARD-FILE ASSIGN TO CLOSCARD
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS CARD-STATUS.
000000     SELECT PRINT-FILE ASSIGN TO CLOSERPT
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS PRINT-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  GLMAST-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  GLMAST-REC. COPY  YGLMAST.
000000 FD  GLMON-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  GLMON-REC. COPY  YGLMONTH.
000000 FD  PERIOD-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  PERIOD-REC. COPY  YPERIOD.
000000 FD  ARCH-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  GLARC-REC.
000000     05  GLARC-MAST-DATA         PIC X(74).
000000     05  GLARC-PERIOD            PIC X(06).
000000     05  GLARC-CLOSE-DATE        PIC X(08).
000000     05  FILLER                  PIC X(12).
000000 FD  CARD-FILE
000000     LABEL RECORDS ARE OMITTED.
000000 01  CARD-REC.
000000     05  CARD-PERIOD             PIC X(06).
000000     05  CARD-PERIOD-PARTS REDEFINES CARD-PERIOD.
000000         10  CARD-PERIOD-YEAR    PIC 9(04).
000000         10  CARD-PERIOD-MONTH   PIC 9(02).
000000     05  FILLER                  PIC X(01).
000000     05  CARD-CLOSED-BY          PIC X(08).
000000     05  FILLER                  PIC X(65).
000000 FD  PRINT-FILE
000000     LABEL RECORDS ARE OMITTED.
000000 01  PRINT-REC                   PIC X(132).
000000 WORKING-STORAGE SECTION.
000000    01 GLMAST-STATUS             PIC XX      VALUE "00".
000000    01 GLMON-STATUS              PIC XX      VALUE "00".
000000    01 PERIOD-STATUS             PIC XX      VALUE "00".
000000    01 ARCH-STATUS               PIC XX      VALUE "00".
000000    01 CARD-STATUS               PIC XX      VALUE "00".
000000    01 PRINT-STATUS              PIC XX      VALUE "00".
000000
000000 01  GLC-SWITCHES.
000000     05  GLC-EOF-SW              PIC X       VALUE "N".
000000         88  NO-MORE-GLMAST              VALUE "Y".
000000     05  GLC-FOUND-SW            PIC X       VALUE "N".
000000         88  RECORD-FOUND                VALUE "Y"
000000                                  WHEN SET TO FALSE IS "N".
000000     05  GLC-INCOMPLETE-SW       PIC X       VALUE "N".
000000         88  CLOSE-INCOMPLETE            VALUE "Y".
000000     05  GLC-LIST-FULL-SW        PIC X       VALUE "N".
000000         88  CLOSE-LIST-FULL             VALUE "Y".
000000
000000 01  GLC-CONTROL-TOTALS.
000000     05  GLC-READ-COUNT          PIC 9(07)   VALUE ZERO.
000000     05  GLC-ROLLED-COUNT        PIC 9(07)   VALUE ZERO.
000000     05  GLC-POST-COUNT          PIC 9(09)   VALUE ZERO.
000000     05  GLC-ORIG-AMT            PIC S9(13)V99 VALUE ZERO.
000000     05  GLC-CONV-AMT            PIC S9(13)V99 VALUE ZERO.
000000     05  GLC-UNJRNL-COUNT        PIC 9(07)   VALUE ZERO.
000000     05  GLC-UNJRNL-AMT          PIC S9(13)V99 VALUE ZERO.
000000
000000 01  GLC-WORK-AREAS.
000000     05  GLC-RUN-DATE            PIC 9(08)   VALUE ZERO.
000000     05  GLC-RUN-DATE-X REDEFINES GLC-RUN-DATE
000000                                 PIC X(08).
000000     05  GLC-PERIOD              PIC X(06)   VALUE SPACES.
000000     05  GLC-CLOSED-BY           PIC X(08)   VALUE SPACES.
000000
000000*------------------------------------------------------------
000000* PASS 1 COLLECTS THE KEYS OF THE MONTH'S DAILY RECORDS; PASS
000000* 2 ARCHIVES AND DELETES THEM SO THE SEQUENTIAL BROWSE IS
000000* NEVER DISTURBED BY ITS OWN DELETES.  THE CODE TABLE CARRIES
000000* THE MONTHLY TOTALS UNTIL THEY ARE WRITTEN TO GLMONTH.
000000*------------------------------------------------------------
000000 01  GLC-CLOSE-LIST.
000000     05  GLC-LIST-USED           PIC 9(05)   VALUE ZERO.
000000     05  GLC-LIST-MAX            PIC 9(05)   VALUE 10000.
000000     05  GLC-LIST-KEY OCCURS 10000 TIMES
000000             INDEXED BY LIST-IX  PIC X(12).
000000
000000 01  GLC-CODE-TABLE.
000000     05  GLC-CODE-USED           PIC 9(03)   VALUE ZERO.
000000     05  GLC-CODE-MAX            PIC 9(03)   VALUE 200.
000000     05  GLC-CODE-ENTRY OCCURS 200 TIMES
000000             INDEXED BY CODE-IX.
000000         10  GLC-TBL-CODE        PIC X(04).
000000         10  GLC-TBL-DAYS        PIC 9(05).
000000         10  GLC-TBL-POSTS       PIC 9(09).
000000         10  GLC-TBL-ORIG-AMT    PIC S9(13)V99.
000000         10  GLC-TBL-CONV-AMT    PIC S9(13)V99.
000000
000000 01  GLC-HEADING-1.
000000     05  FILLER                  PIC X(34)   VALUE
000000         "GL ACCOUNTING PERIOD CLOSE    RUN".
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  GLC-HDG-RUN-DATE        PIC 9(08).
000000
000000 01  GLC-HEADING-2.
000000     05  FILLER                  PIC X(08)   VALUE
000000         " PERIOD".
000000     05  GLC-HDG-PERIOD          PIC X(06).
000000     05  FILLER                  PIC X(12)   VALUE
000000         "  CLOSED BY".
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  GLC-HDG-CLOSED-BY       PIC X(08).
000000
000000 01  GLC-HEADING-3.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  FILLER                  PIC X(06)   VALUE "CODE".
000000     05  FILLER                  PIC X(06)   VALUE " DAYS".
000000     05  FILLER                  PIC X(13)   VALUE
000000         "     POSTINGS".
000000     05  FILLER                  PIC X(18)   VALUE
000000         "      ORIGINAL AMT".
000000     05  FILLER                  PIC X(18)   VALUE
000000         "     CONVERTED AMT".
000000
000000 01  GLC-DETAIL-LINE.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  GLC-DET-CODE            PIC X(04).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  GLC-DET-DAYS            PIC ZZZZ9.
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  GLC-DET-POSTS           PIC ZZZ,ZZZ,ZZ9.
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  GLC-DET-ORIG-AMT        PIC -9(13).99.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  GLC-DET-CONV-AMT        PIC -9(13).99.
000000
000000 01  GLC-TRAILER-LINE.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  GLC-TRL-LABEL           PIC X(20).
000000     05  GLC-TRL-COUNT-ED        PIC ZZZ,ZZZ,ZZ9.
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  GLC-TRL-AMT-ED          PIC -9(13).99.
000000
000000 01  GLC-MESSAGE-LINE.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  GLC-MSG-TEXT            PIC X(60).
000000
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000000     PERFORM 2000-SCAN-GLMAST THRU 2000-EXIT
000000         UNTIL NO-MORE-GLMAST.
000000     PERFORM 5000-ROLL-LISTED-KEYS THRU 5000-EXIT
000000         VARYING LIST-IX FROM 1 BY 1
000000         UNTIL LIST-IX GREATER THAN GLC-LIST-USED.
000000     PERFORM 6000-WRITE-MONTHLY THRU 6000-EXIT
000000         VARYING CODE-IX FROM 1 BY 1
000000         UNTIL CODE-IX GREATER THAN GLC-CODE-USED.
000000     PERFORM 7000-UPDATE-PERIOD THRU 7000-EXIT.
000000     PERFORM 9000-FINISH THRU 9000-EXIT.
000000     GOBACK
000000     .
000000 1000-INITIALIZE.
000000     ACCEPT GLC-RUN-DATE FROM DATE YYYYMMDD.
000000     OPEN INPUT CARD-FILE.
000000     IF CARD-STATUS NOT = "00"
000000         DISPLAY "GLCLOSE: CARD-FILE OPEN FAILED, STATUS "
000000             CARD-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     READ CARD-FILE
000000         AT END
000000             MOVE SPACES        TO CARD-REC
000000     END-READ.
000000     CLOSE CARD-FILE.
000000     IF CARD-PERIOD NOT NUMERIC
000000       OR CARD-PERIOD-MONTH LESS THAN 01
000000       OR CARD-PERIOD-MONTH GREATER THAN 12
000000         DISPLAY "GLCLOSE: PERIOD ON CLOSCARD MISSING OR "
000000             "INVALID - " CARD-PERIOD
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     IF CARD-PERIOD NOT LESS THAN GLC-RUN-DATE-X (1:6)
000000         DISPLAY "GLCLOSE: PERIOD " CARD-PERIOD
000000             " IS NOT BEFORE THE CURRENT MONTH"
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     IF CARD-CLOSED-BY = SPACES
000000         DISPLAY "GLCLOSE: CLOSED-BY MISSING FROM CLOSCARD"
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     MOVE CARD-PERIOD           TO GLC-PERIOD.
000000     MOVE CARD-CLOSED-BY        TO GLC-CLOSED-BY.
000000     OPEN OUTPUT PRINT-FILE.
000000     IF PRINT-STATUS NOT = "00"
000000         DISPLAY "GLCLOSE: PRINT-FILE OPEN FAILED, STATUS "
000000             PRINT-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     MOVE GLC-RUN-DATE          TO GLC-HDG-RUN-DATE.
000000     MOVE GLC-PERIOD            TO GLC-HDG-PERIOD.
000000     MOVE GLC-CLOSED-BY         TO GLC-HDG-CLOSED-BY.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE GLC-HEADING-1         TO PRINT-REC (1:43).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE GLC-HEADING-2         TO PRINT-REC (1:35).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE GLC-HEADING-3         TO PRINT-REC (1:62).
000000     WRITE PRINT-REC AFTER ADVANCING 2 LINES.
000000     OPEN I-O PERIOD-FILE.
000000     IF PERIOD-STATUS NOT = "00" AND PERIOD-STATUS NOT = "05"
000000         DISPLAY "GLCLOSE: PERIOD-FILE OPEN FAILED, STATUS "
000000             PERIOD-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     PERFORM 7100-READ-PERIOD THRU 7100-EXIT.
000000     IF RECORD-FOUND AND PERIOD-CLOSED
000000         DISPLAY "GLCLOSE: PERIOD " GLC-PERIOD
000000             " ALREADY CLOSED ON " PERIOD-CLOSE-DATE
000000             " - NOTHING DONE"
000000         MOVE SPACES            TO GLC-MSG-TEXT
000000         STRING "PERIOD ALREADY CLOSED ON " PERIOD-CLOSE-DATE
000000             " BY " PERIOD-CLOSED-BY " - NOTHING DONE"
000000             DELIMITED BY SIZE INTO GLC-MSG-TEXT
000000         PERFORM 9200-PRINT-MESSAGE THRU 9200-EXIT
000000         CLOSE PERIOD-FILE
000000         CLOSE PRINT-FILE
000000         MOVE 12                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     OPEN I-O GLMAST-FILE.
000000     IF GLMAST-STATUS NOT = "00"
000000         DISPLAY "GLCLOSE: GLMAST-FILE OPEN FAILED, STATUS "
000000             GLMAST-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     OPEN I-O GLMON-FILE.
000000     IF GLMON-STATUS NOT = "00" AND GLMON-STATUS NOT = "05"
000000         DISPLAY "GLCLOSE: GLMON-FILE OPEN FAILED, STATUS "
000000             GLMON-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     OPEN OUTPUT ARCH-FILE.
000000     IF ARCH-STATUS NOT = "00"
000000         DISPLAY "GLCLOSE: ARCH-FILE OPEN FAILED, STATUS "
000000             ARCH-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     MOVE LOW-VALUES            TO GLMAST-KEY.
000000     START GLMAST-FILE KEY NOT LESS THAN GLMAST-KEY
000000         INVALID KEY
000000             SET NO-MORE-GLMAST TO TRUE
000000     END-START.
000000     IF NOT NO-MORE-GLMAST
000000         PERFORM 2100-READ-GLMAST THRU 2100-EXIT
000000     END-IF.
000000 1000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* PASS 1 - LIST THE KEY OF EVERY DAILY RECORD IN THE MONTH.
000000* A RECORD NOT YET FULLY JOURNALLED, OR A KEY THAT WILL NOT
000000* FIT IN THE LIST (OR WHOSE CODE WILL NOT FIT IN THE CODE
000000* TABLE), IS LEFT ON GLMAST FOR A RERUN AND THE MONTH IS NOT
000000* MARKED CLOSED.
000000*------------------------------------------------------------
000000 2000-SCAN-GLMAST.
000000     ADD 1                      TO GLC-READ-COUNT.
000000     IF GLMAST-TRAN-DATE (1:6) = GLC-PERIOD
000000         PERFORM 2500-LIST-KEY THRU 2500-EXIT
000000     END-IF.
000000     PERFORM 2100-READ-GLMAST THRU 2100-EXIT.
000000 2000-EXIT.
000000     EXIT.
000000 2100-READ-GLMAST.
000000     READ GLMAST-FILE NEXT RECORD
000000         AT END
000000             SET NO-MORE-GLMAST TO TRUE
000000             GO TO 2100-EXIT
000000     END-READ.
000000     IF GLMAST-STATUS NOT = "00"
000000         DISPLAY "GLCLOSE: GLMAST-FILE READ FAILED, STATUS "
000000             GLMAST-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000 2100-EXIT.
000000     EXIT.
000000 2500-LIST-KEY.
000000     IF GLMAST-CONV-AMT NOT = GLMAST-JRNL-AMT
000000         SET CLOSE-INCOMPLETE TO TRUE
000000         ADD 1                  TO GLC-UNJRNL-COUNT
000000         ADD GLMAST-CONV-AMT    TO GLC-UNJRNL-AMT
000000         SUBTRACT GLMAST-JRNL-AMT FROM GLC-UNJRNL-AMT
000000         GO TO 2500-EXIT
000000     END-IF.
000000     IF GLC-LIST-USED NOT LESS THAN GLC-LIST-MAX
000000         SET CLOSE-INCOMPLETE TO TRUE
000000         SET CLOSE-LIST-FULL TO TRUE
000000         GO TO 2500-EXIT
000000     END-IF.
000000     PERFORM 2600-FIND-CODE THRU 2600-EXIT.
000000     IF NOT RECORD-FOUND
000000         SET CLOSE-INCOMPLETE TO TRUE
000000         SET CLOSE-LIST-FULL TO TRUE
000000         GO TO 2500-EXIT
000000     END-IF.
000000     ADD 1                      TO GLC-LIST-USED.
000000     SET LIST-IX                TO GLC-LIST-USED.
000000     MOVE GLMAST-KEY            TO GLC-LIST-KEY (LIST-IX).
000000 2500-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* 2600-FIND-CODE POINTS CODE-IX AT THE TABLE ENTRY FOR THE
000000* GLMAST RECORD'S CODE, ADDING ONE IF NEED BE.  RECORD-FOUND
000000* IS FALSE ONLY WHEN THE TABLE IS FULL.
000000*------------------------------------------------------------
000000 2600-FIND-CODE.
000000     SET RECORD-FOUND TO TRUE.
000000     SET CODE-IX TO 1.
000000     SEARCH GLC-CODE-ENTRY
000000         AT END
000000             PERFORM 2700-ADD-CODE THRU 2700-EXIT
000000         WHEN CODE-IX GREATER THAN GLC-CODE-USED
000000             PERFORM 2700-ADD-CODE THRU 2700-EXIT
000000         WHEN GLC-TBL-CODE (CODE-IX) = GLMAST-CONV-CODE
000000             CONTINUE
000000     END-SEARCH.
000000 2600-EXIT.
000000     EXIT.
000000 2700-ADD-CODE.
000000     IF GLC-CODE-USED NOT LESS THAN GLC-CODE-MAX
000000         SET RECORD-FOUND TO FALSE
000000         GO TO 2700-EXIT
000000     END-IF.
000000     ADD 1                      TO GLC-CODE-USED.
000000     SET CODE-IX                TO GLC-CODE-USED.
000000     MOVE GLMAST-CONV-CODE      TO GLC-TBL-CODE (CODE-IX).
000000     MOVE ZERO                  TO GLC-TBL-DAYS (CODE-IX)
000000                                   GLC-TBL-POSTS (CODE-IX)
000000                                   GLC-TBL-ORIG-AMT (CODE-IX)
000000                                   GLC-TBL-CONV-AMT (CODE-IX).
000000 2700-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* PASS 2 - RE-READ EACH LISTED KEY, ADD IT TO ITS CODE'S
000000* MONTHLY TOTALS, WRITE IT TO THE ARCHIVE WITH THE PERIOD AND
000000* CLOSE DATE, THEN DELETE IT FROM GLMAST.
000000*------------------------------------------------------------
000000 5000-ROLL-LISTED-KEYS.
000000     MOVE GLC-LIST-KEY (LIST-IX) TO GLMAST-KEY.
000000     READ GLMAST-FILE
000000         INVALID KEY
000000             DISPLAY "GLCLOSE: LISTED KEY VANISHED, KEY "
000000                 GLMAST-KEY
000000             GO TO 5000-EXIT
000000     END-READ.
000000     IF GLMAST-STATUS NOT = "00"
000000         DISPLAY "GLCLOSE: GLMAST-FILE READ FAILED, STATUS "
000000             GLMAST-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     PERFORM 2600-FIND-CODE THRU 2600-EXIT.
000000     ADD 1                      TO GLC-TBL-DAYS (CODE-IX).
000000     ADD GLMAST-POST-COUNT      TO GLC-TBL-POSTS (CODE-IX)
000000                                   GLC-POST-COUNT.
000000     ADD GLMAST-ORIG-AMT        TO GLC-TBL-ORIG-AMT (CODE-IX)
000000                                   GLC-ORIG-AMT.
000000     ADD GLMAST-CONV-AMT        TO GLC-TBL-CONV-AMT (CODE-IX)
000000                                   GLC-CONV-AMT.
000000     MOVE SPACES                TO GLARC-REC.
000000     MOVE GLMAST-REC            TO GLARC-MAST-DATA.
000000     MOVE GLC-PERIOD            TO GLARC-PERIOD.
000000     MOVE GLC-RUN-DATE          TO GLARC-CLOSE-DATE.
000000     WRITE GLARC-REC.
000000     IF ARCH-STATUS NOT = "00"
000000         DISPLAY "GLCLOSE: ARCH-FILE WRITE FAILED, STATUS "
000000             ARCH-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     DELETE GLMAST-FILE.
000000     IF GLMAST-STATUS NOT = "00"
000000         DISPLAY "GLCLOSE: GLMAST-FILE DELETE FAILED, "
000000             "STATUS " GLMAST-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     ADD 1                      TO GLC-ROLLED-COUNT.
000000 5000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* ONE GLMONTH RECORD PER CODE.  A RECORD ALREADY ON FILE IS
000000* LEFT FROM AN EARLIER RUN THAT DID NOT FINISH THE MONTH, SO
000000* THIS RUN'S TOTALS ARE ADDED TO IT.
000000*------------------------------------------------------------
000000 6000-WRITE-MONTHLY.
000000     SET RECORD-FOUND TO FALSE.
000000     MOVE GLC-TBL-CODE (CODE-IX) TO GLMON-CONV-CODE.
000000     MOVE GLC-PERIOD            TO GLMON-PERIOD.
000000     READ GLMON-FILE
000000         INVALID KEY
000000             CONTINUE
000000         NOT INVALID KEY
000000             SET RECORD-FOUND TO TRUE
000000     END-READ.
000000     IF GLMON-STATUS NOT = "00" AND GLMON-STATUS NOT = "23"
000000         DISPLAY "GLCLOSE: GLMON-FILE READ FAILED, STATUS "
000000             GLMON-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     IF NOT RECORD-FOUND
000000         MOVE ZERO              TO GLMON-DAY-COUNT
000000                                   GLMON-POST-COUNT
000000                                   GLMON-ORIG-AMT
000000                                   GLMON-CONV-AMT
000000     END-IF.
000000     ADD GLC-TBL-DAYS (CODE-IX) TO GLMON-DAY-COUNT.
000000     ADD GLC-TBL-POSTS (CODE-IX) TO GLMON-POST-COUNT.
000000     ADD GLC-TBL-ORIG-AMT (CODE-IX) TO GLMON-ORIG-AMT.
000000     ADD GLC-TBL-CONV-AMT (CODE-IX) TO GLMON-CONV-AMT.
000000     MOVE GLC-RUN-DATE          TO GLMON-CLOSE-DATE.
000000     IF RECORD-FOUND
000000         REWRITE GLMON-REC
000000     ELSE
000000         WRITE GLMON-REC
000000     END-IF.
000000     IF GLMON-STATUS NOT = "00"
000000         DISPLAY "GLCLOSE: GLMON-FILE UPDATE FAILED, STATUS "
000000             GLMON-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     PERFORM 9100-PRINT-CODE-LINE THRU 9100-EXIT.
000000 6000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* THE PERIOD RECORD CARRIES THE TOTALS ROLLED SO FAR.  IT IS
000000* MARKED CLOSED ONLY WHEN NO DAILY RECORD FOR THE MONTH WAS
000000* LEFT BEHIND; OTHERWISE IT STAYS OPEN FOR THE RERUN.
000000*------------------------------------------------------------
000000 7000-UPDATE-PERIOD.
000000     PERFORM 7100-READ-PERIOD THRU 7100-EXIT.
000000     IF NOT RECORD-FOUND
000000         MOVE GLC-PERIOD        TO PERIOD-YYYYMM
000000         MOVE SPACES            TO PERIOD-CLOSE-DATE
000000         MOVE ZERO              TO PERIOD-DAILY-COUNT
000000                                   PERIOD-POST-COUNT
000000                                   PERIOD-ORIG-AMT
000000                                   PERIOD-CONV-AMT
000000     END-IF.
000000     ADD GLC-ROLLED-COUNT       TO PERIOD-DAILY-COUNT.
000000     ADD GLC-POST-COUNT         TO PERIOD-POST-COUNT.
000000     ADD GLC-ORIG-AMT           TO PERIOD-ORIG-AMT.
000000     ADD GLC-CONV-AMT           TO PERIOD-CONV-AMT.
000000     MOVE GLC-CLOSED-BY         TO PERIOD-CLOSED-BY.
000000     IF CLOSE-INCOMPLETE
000000         SET PERIOD-OPEN        TO TRUE
000000     ELSE
000000         SET PERIOD-CLOSED      TO TRUE
000000         MOVE GLC-RUN-DATE      TO PERIOD-CLOSE-DATE
000000     END-IF.
000000     IF RECORD-FOUND
000000         REWRITE PERIOD-REC
000000     ELSE
000000         WRITE PERIOD-REC
000000     END-IF.
000000     IF PERIOD-STATUS NOT = "00"
000000         DISPLAY "GLCLOSE: PERIOD-FILE UPDATE FAILED, STATUS "
000000             PERIOD-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000 7000-EXIT.
000000     EXIT.
000000 7100-READ-PERIOD.
000000     SET RECORD-FOUND TO FALSE.
000000     MOVE GLC-PERIOD            TO PERIOD-YYYYMM.
000000     READ PERIOD-FILE
000000         INVALID KEY
000000             CONTINUE
000000         NOT INVALID KEY
000000             SET RECORD-FOUND TO TRUE
000000     END-READ.
000000     IF PERIOD-STATUS NOT = "00" AND PERIOD-STATUS NOT = "23"
000000         DISPLAY "GLCLOSE: PERIOD-FILE READ FAILED, STATUS "
000000             PERIOD-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000 7100-EXIT.
000000     EXIT.
000000 9000-FINISH.
000000     MOVE "GLMAST RECORDS READ " TO GLC-TRL-LABEL.
000000     MOVE GLC-READ-COUNT        TO GLC-TRL-COUNT-ED.
000000     MOVE ZERO                  TO GLC-TRL-AMT-ED.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE GLC-TRAILER-LINE      TO PRINT-REC (1:51).
000000     WRITE PRINT-REC AFTER ADVANCING 2 LINES.
000000     MOVE "DAILY RECORDS ROLLED" TO GLC-TRL-LABEL.
000000     MOVE GLC-ROLLED-COUNT      TO GLC-TRL-COUNT-ED.
000000     MOVE GLC-CONV-AMT          TO GLC-TRL-AMT-ED.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE GLC-TRAILER-LINE      TO PRINT-REC (1:51).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE "POSTINGS ROLLED     " TO GLC-TRL-LABEL.
000000     MOVE GLC-POST-COUNT        TO GLC-TRL-COUNT-ED.
000000     MOVE GLC-ORIG-AMT          TO GLC-TRL-AMT-ED.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE GLC-TRAILER-LINE      TO PRINT-REC (1:51).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE "CODES SUMMARIZED    " TO GLC-TRL-LABEL.
000000     MOVE GLC-CODE-USED         TO GLC-TRL-COUNT-ED.
000000     MOVE ZERO                  TO GLC-TRL-AMT-ED.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE GLC-TRAILER-LINE      TO PRINT-REC (1:51).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE "NOT YET JOURNALLED  " TO GLC-TRL-LABEL.
000000     MOVE GLC-UNJRNL-COUNT      TO GLC-TRL-COUNT-ED.
000000     MOVE GLC-UNJRNL-AMT        TO GLC-TRL-AMT-ED.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE GLC-TRAILER-LINE      TO PRINT-REC (1:51).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     IF GLC-UNJRNL-COUNT GREATER THAN ZERO
000000         MOVE "AMOUNTS NOT JOURNALLED - RUN GLJRNL, THEN RERUN"
000000                                TO GLC-MSG-TEXT
000000         PERFORM 9200-PRINT-MESSAGE THRU 9200-EXIT
000000     END-IF.
000000     IF CLOSE-LIST-FULL
000000         MOVE "KEY LIST FULL - PERIOD LEFT OPEN, RERUN TO FINISH"
000000                                TO GLC-MSG-TEXT
000000         PERFORM 9200-PRINT-MESSAGE THRU 9200-EXIT
000000     END-IF.
000000     IF CLOSE-INCOMPLETE
000000         DISPLAY "GLCLOSE: PERIOD " GLC-PERIOD
000000             " NOT FINISHED - RERUN TO CLOSE"
000000         MOVE 4                  TO RETURN-CODE
000000     ELSE
000000         MOVE SPACES            TO GLC-MSG-TEXT
000000         STRING "PERIOD " GLC-PERIOD " CLOSED"
000000             DELIMITED BY SIZE INTO GLC-MSG-TEXT
000000         PERFORM 9200-PRINT-MESSAGE THRU 9200-EXIT
000000     END-IF.
000000     IF GLC-ROLLED-COUNT = ZERO
000000       AND GLC-UNJRNL-COUNT = ZERO
000000         MOVE "NO DAILY GLMAST RECORDS FOUND FOR THE PERIOD"
000000                                TO GLC-MSG-TEXT
000000         PERFORM 9200-PRINT-MESSAGE THRU 9200-EXIT
000000         MOVE 4                  TO RETURN-CODE
000000     END-IF.
000000     CLOSE GLMAST-FILE.
000000     CLOSE GLMON-FILE.
000000     CLOSE PERIOD-FILE.
000000     CLOSE ARCH-FILE.
000000     CLOSE PRINT-FILE.
000000 9000-EXIT.
000000     EXIT.
000000 9100-PRINT-CODE-LINE.
000000     MOVE GLC-TBL-CODE (CODE-IX) TO GLC-DET-CODE.
000000     MOVE GLC-TBL-DAYS (CODE-IX) TO GLC-DET-DAYS.
000000     MOVE GLC-TBL-POSTS (CODE-IX) TO GLC-DET-POSTS.
000000     MOVE GLC-TBL-ORIG-AMT (CODE-IX) TO GLC-DET-ORIG-AMT.
000000     MOVE GLC-TBL-CONV-AMT (CODE-IX) TO GLC-DET-CONV-AMT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE GLC-DETAIL-LINE       TO PRINT-REC (1:62).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000 9100-EXIT.
000000     EXIT.
000000 9200-PRINT-MESSAGE.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE GLC-MESSAGE-LINE      TO PRINT-REC (1:61).
000000     WRITE PRINT-REC AFTER ADVANCING 2 LINES.
000000 9200-EXIT.
000000     EXIT.
000000 END PROGRAM GLCLOSE.
