000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. CYCLSTAT.
000000*REMARKS.         COPY=(
000000*                       YBATCHLG
000000*                                 ).
000000*------------------------------------------------------------
000000* MOD-LOG:
000000*   2026-10-15  NEW PROGRAM - NIGHTLY CYCLE STATUS REPORT.
000000*               READS THE SHARED BATCHLOG FILE (YBATCHLG) THAT
000000*               EVERY STEP OF THE CHAIN APPENDS TO AND LAYS OUT
000000*               THE NIGHT'S STEP RUNS IN THE ORDER THEY RAN,
000000*               WITH START, END AND ELAPSED TIMES, RETURN CODE
000000*               AND COUNTS.  THE CYCLE IS EVERY RECORD WHOSE
000000*               RUN DATE FALLS IN THE CYCLCARD FROM/THRU RANGE
000000*               (DEFAULT THE CARD PROCESS DATE THROUGH TODAY).
000000*               A STEP THAT ENDED NON-ZERO, A STEP THAT
000000*               STARTED BUT NEVER LOGGED ITS END, AN EXPECTED
000000*               STEP THAT DID NOT RUN AT ALL, AND A STEP WHOSE
000000*               ELAPSED TIME IS MORE THAN TWICE OR LESS THAN
000000*               HALF ITS AVERAGE OVER ITS LAST TEN EARLIER RUNS
000000*               (AND AT LEAST A MINUTE AWAY FROM IT) ARE ALL
000000*               FLAGGED.  RETURN-CODE 4 WHEN ANYTHING IS
000000*               FLAGGED.
000000*------------------------------------------------------------
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER. IBM-370.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT LOG-FILE ASSIGN TO BATCHLOG
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS LOG-STATUS.
000000     SELECT OPTIONAL CTL-FILE ASSIGN TO CYCLCARD
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS CTL-STATUS.
000000     SELECT PRINT-FILE ASSIGN TO CYCLRPT
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS PRINT-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  LOG-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  BATCHLG-REC. COPY  YBATCHLG.
000000 FD  CTL-FILE
000000     LABEL RECORDS ARE OMITTED.
000000 01  CTL-CARD-REC.
000000     05  CTL-PROC-DATE           PIC X(08).
000000     05  FILLER                  PIC X(01).
000000     05  CTL-FROM-DATE           PIC X(08).
000000     05  FILLER                  PIC X(01).
000000     05  CTL-THRU-DATE           PIC X(08).
000000     05  FILLER                  PIC X(54).
000000 FD  PRINT-FILE
000000     LABEL RECORDS ARE OMITTED.
000000 01  PRINT-REC                   PIC X(132).
000000 WORKING-STORAGE SECTION.
000000    01 LOG-STATUS                PIC XX      VALUE "00".
000000    01 CTL-STATUS                PIC XX      VALUE "00".
000000    01 PRINT-STATUS              PIC XX      VALUE "00".
000000
000000 01  CYS-SWITCHES.
000000     05  CYS-EOF-SW              PIC X       VALUE "N".
000000         88  NO-MORE-LOG                 VALUE "Y".
000000     05  CYS-RUN-OVFL-SW         PIC X       VALUE "N".
000000         88  RUN-TABLE-FULL              VALUE "Y".
000000     05  CYS-STEP-FOUND-SW       PIC X       VALUE "N".
000000         88  EXPECTED-STEP               VALUE "Y"
000000                                  WHEN SET TO FALSE IS "N".
000000
000000 01  CYS-CONTROL-TOTALS.
000000     05  CYS-LOG-READ            PIC 9(07)   VALUE ZERO.
000000     05  CYS-LISTED-COUNT        PIC 9(05)   VALUE ZERO.
000000     05  CYS-NONZERO-COUNT       PIC 9(05)   VALUE ZERO.
000000     05  CYS-NO-END-COUNT        PIC 9(05)   VALUE ZERO.
000000     05  CYS-NEVER-RAN-COUNT     PIC 9(05)   VALUE ZERO.
000000     05  CYS-OUTLIER-COUNT       PIC 9(05)   VALUE ZERO.
000000     05  CYS-DROPPED-COUNT       PIC 9(05)   VALUE ZERO.
000000
000000 01  CYS-RUN-CONTROLS.
000000     05  CYS-RUN-DATE            PIC 9(08)   VALUE ZERO.
000000     05  CYS-PROC-DATE           PIC X(08)   VALUE SPACES.
000000     05  CYS-FROM-DATE           PIC X(08)   VALUE SPACES.
000000     05  CYS-THRU-DATE           PIC X(08)   VALUE SPACES.
000000     05  CYS-HIST-MIN            PIC 9(02)   VALUE 03.
000000     05  CYS-OUTLIER-FACTOR      PIC 9(02)   VALUE 02.
000000     05  CYS-OUTLIER-MIN-SECS    PIC 9(05)   VALUE 00060.
000000
000000*------------------------------------------------------------
000000* THE STEPS OF THE NIGHTLY CHAIN IN THE ORDER THEY ARE RUN.
000000* EACH ONE IS EXPECTED TO LOG AT LEAST ONE RUN PER CYCLE.
000000*------------------------------------------------------------
000000 01  CYS-STEP-NAMES.
000000     05  FILLER                  PIC X(08)   VALUE "TRANEDIT".
000000     05  FILLER                  PIC X(08)   VALUE "MYPGM".
000000     05  FILLER                  PIC X(08)   VALUE "SUSPRCYC".
000000     05  FILLER                  PIC X(08)   VALUE "GLPOST".
000000     05  FILLER                  PIC X(08)   VALUE "DAYRECON".
000000     05  FILLER                  PIC X(08)   VALUE "CONVMNT".
000000     05  FILLER                  PIC X(08)   VALUE "CONVPRGE".
000000 01  CYS-STEP-TABLE REDEFINES CYS-STEP-NAMES.
000000     05  CYS-STEP-NAME           PIC X(08)
000000             OCCURS 7 TIMES INDEXED BY STP-IX.
000000
000000*------------------------------------------------------------
000000* FOR EACH EXPECTED STEP, WHETHER IT RAN IN THIS CYCLE AND
000000* THE ELAPSED SECONDS OF ITS LAST TEN RUNS BEFORE THE CYCLE
000000* (KEPT ROUND-ROBIN, CYS-HIST-NEXT IS THE SLOT TO FILL).
000000*------------------------------------------------------------
000000 01  CYS-HIST-TABLE.
000000     05  CYS-STEP-MAX            PIC 9(02)   VALUE 07.
000000     05  CYS-HIST-MAX            PIC 9(02)   VALUE 10.
000000     05  CYS-HIST-ENTRY OCCURS 7 TIMES
000000             INDEXED BY HST-IX.
000000         10  CYS-STEP-RAN-SW     PIC X(01).
000000             88  STEP-RAN                VALUE "Y".
000000         10  CYS-HIST-USED       PIC 9(02).
000000         10  CYS-HIST-NEXT       PIC 9(02).
000000         10  CYS-HIST-SECS       PIC 9(07)
000000                 OCCURS 10 TIMES INDEXED BY SEC-IX.
000000
000000*------------------------------------------------------------
000000* THE STEP RUNS OF THIS CYCLE IN LOG (RUN) ORDER.  AN ENTRY
000000* IS OPENED BY A START RECORD AND COMPLETED BY THE MATCHING
000000* END RECORD; A SECOND START FOR THE SAME PROGRAM WHILE AN
000000* ENTRY IS STILL OPEN MARKS THE EARLIER RUN AS NEVER ENDED.
000000*------------------------------------------------------------
000000 01  CYS-RUN-TABLE.
000000     05  CYS-RUN-USED            PIC 9(03)   VALUE ZERO.
000000     05  CYS-RUN-MAX             PIC 9(03)   VALUE 200.
000000     05  CYS-RUN-ENTRY OCCURS 200 TIMES
000000             INDEXED BY RUN-IX.
000000         10  CYS-RUN-PROGRAM     PIC X(08).
000000         10  CYS-RUN-STEP-NO     PIC 9(02).
000000         10  CYS-RUN-STATE       PIC X(01).
000000             88  RUN-OPEN                VALUE "O".
000000             88  RUN-ENDED               VALUE "E".
000000             88  RUN-NO-END              VALUE "A".
000000         10  CYS-RUN-PROC-DATE   PIC X(08).
000000         10  CYS-RUN-RUN-DATE    PIC X(08).
000000         10  CYS-RUN-START       PIC 9(08).
000000         10  CYS-RUN-END         PIC 9(08).
000000         10  CYS-RUN-RC          PIC 9(04).
000000         10  CYS-RUN-IN          PIC 9(09).
000000         10  CYS-RUN-OUT         PIC 9(09).
000000         10  CYS-RUN-EXCP        PIC 9(09).
000000
000000 01  CYS-TIME-WORK.
000000     05  CYS-TIME-IN             PIC 9(08).
000000     05  CYS-TIME-PARTS REDEFINES CYS-TIME-IN.
000000         10  CYS-TIME-HH         PIC 9(02).
000000         10  CYS-TIME-MM         PIC 9(02).
000000         10  CYS-TIME-SS         PIC 9(02).
000000         10  CYS-TIME-HS         PIC 9(02).
000000     05  CYS-SECS-OUT            PIC 9(07)   COMP.
000000     05  CYS-START-SECS          PIC 9(07)   COMP.
000000     05  CYS-END-SECS            PIC 9(07)   COMP.
000000     05  CYS-ELAPSED-SECS        PIC 9(07)   COMP.
000000     05  CYS-HIST-TOTAL          PIC 9(09)   COMP.
000000     05  CYS-AVG-SECS            PIC 9(07)   COMP.
000000     05  CYS-DIFF-SECS           PIC 9(07)   COMP.
000000     05  CYS-EDIT-SECS           PIC 9(07)   COMP.
000000     05  CYS-EDIT-REM            PIC 9(07)   COMP.
000000     05  CYS-SEQ-WORK            PIC 9(03)   COMP.
000000
000000 01  CYS-TIME-EDIT.
000000     05  CYS-EDT-HH              PIC 9(02).
000000     05  FILLER                  PIC X(01)   VALUE ":".
000000     05  CYS-EDT-MM              PIC 9(02).
000000     05  FILLER                  PIC X(01)   VALUE ":".
000000     05  CYS-EDT-SS              PIC 9(02).
000000
000000 01  CYS-HEADING-1.
000000     05  FILLER                  PIC X(38)   VALUE
000000         "NIGHTLY BATCH CYCLE STATUS      RUN".
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  CYS-HDG-RUN-DATE        PIC 9(08).
000000
000000 01  CYS-HEADING-2.
000000     05  FILLER                  PIC X(11)   VALUE
000000         "PROC DATE".
000000     05  CYS-HDG-PROC-DATE       PIC X(08).
000000     05  FILLER                  PIC X(14)   VALUE
000000         "   RUN DATES".
000000     05  CYS-HDG-FROM-DATE       PIC X(08).
000000     05  FILLER                  PIC X(03)   VALUE
000000         " - ".
000000     05  CYS-HDG-THRU-DATE       PIC X(08).
000000
000000 01  CYS-HEADING-3.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  FILLER                  PIC X(05)   VALUE
000000         "SEQ".
000000     05  FILLER                  PIC X(10)   VALUE
000000         "PROGRAM".
000000     05  FILLER                  PIC X(10)   VALUE
000000         "PROC DATE".
000000     05  FILLER                  PIC X(10)   VALUE
000000         "START".
000000     05  FILLER                  PIC X(10)   VALUE
000000         "END".
000000     05  FILLER                  PIC X(10)   VALUE
000000         "ELAPSED".
000000     05  FILLER                  PIC X(06)   VALUE
000000         "  RC".
000000     05  FILLER                  PIC X(13)   VALUE
000000         "         IN".
000000     05  FILLER                  PIC X(13)   VALUE
000000         "        OUT".
000000     05  FILLER                  PIC X(13)   VALUE
000000         " EXCEPTIONS".
000000     05  FILLER                  PIC X(10)   VALUE
000000         "AVERAGE".
000000     05  FILLER                  PIC X(14)   VALUE
000000         "STATUS".
000000     05  FILLER                  PIC X(07)   VALUE
000000         "TIME".
000000
000000 01  CYS-DETAIL-LINE.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  CYS-DET-SEQ             PIC ZZ9.
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  CYS-DET-PROGRAM         PIC X(08).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  CYS-DET-PROC-DATE       PIC X(08).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  CYS-DET-START           PIC X(08).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  CYS-DET-END             PIC X(08).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  CYS-DET-ELAPSED         PIC X(08).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  CYS-DET-RC              PIC ZZZ9.
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  CYS-DET-IN              PIC ZZZ,ZZZ,ZZ9.
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  CYS-DET-OUT             PIC ZZZ,ZZZ,ZZ9.
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  CYS-DET-EXCP            PIC ZZZ,ZZZ,ZZ9.
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  CYS-DET-AVERAGE         PIC X(08).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  CYS-DET-STAT-FLAG       PIC X(12).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  CYS-DET-TIME-FLAG       PIC X(07).
000000
000000 01  CYS-NEVER-RAN-LINE.
000000     05  FILLER                  PIC X(06)   VALUE SPACE.
000000     05  CYS-NVR-PROGRAM         PIC X(08).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  FILLER                  PIC X(46)   VALUE
000000         "** NEVER RAN - NO STEP LOG RECORD THIS CYCLE".
000000
000000 01  CYS-TRAILER-LINE.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  CYS-TRL-LABEL           PIC X(24).
000000     05  CYS-TRL-COUNT           PIC ZZ,ZZ9.
000000
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000000     PERFORM 2000-PROCESS-LOG THRU 2000-EXIT
000000         UNTIL NO-MORE-LOG.
000000     PERFORM 3000-PRINT-CYCLE THRU 3000-EXIT.
000000     PERFORM 9000-FINISH THRU 9000-EXIT.
000000     GOBACK
000000     .
000000 1000-INITIALIZE.
000000     OPEN INPUT LOG-FILE.
000000     IF LOG-STATUS NOT = "00"
000000         DISPLAY "CYCLSTAT: LOG-FILE OPEN FAILED, STATUS "
000000             LOG-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     OPEN OUTPUT PRINT-FILE.
000000     IF PRINT-STATUS NOT = "00"
000000         DISPLAY "CYCLSTAT: PRINT-FILE OPEN FAILED, STATUS "
000000             PRINT-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     ACCEPT CYS-RUN-DATE FROM DATE YYYYMMDD.
000000     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
000000     MOVE CYS-RUN-DATE          TO CYS-HDG-RUN-DATE.
000000     MOVE CYS-PROC-DATE         TO CYS-HDG-PROC-DATE.
000000     MOVE CYS-FROM-DATE         TO CYS-HDG-FROM-DATE.
000000     MOVE CYS-THRU-DATE         TO CYS-HDG-THRU-DATE.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE CYS-HEADING-1         TO PRINT-REC (1:47).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE CYS-HEADING-2         TO PRINT-REC (1:52).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE CYS-HEADING-3         TO PRINT-REC (1:132).
000000     WRITE PRINT-REC AFTER ADVANCING 2 LINES.
000000     PERFORM 1500-INIT-STEP-ENTRY THRU 1500-EXIT
000000         VARYING HST-IX FROM 1 BY 1
000000         UNTIL HST-IX GREATER THAN CYS-STEP-MAX.
000000     PERFORM 2100-READ-LOG THRU 2100-EXIT.
000000 1000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* CYCLCARD: PROCESS DATE IN COLUMNS 1-8, OPTIONAL RUN-DATE
000000* RANGE FROM/THRU IN 10-17 AND 19-26.  NO CARD, OR A BLANK
000000* FIELD, TAKES TODAY AS THE PROCESS DATE, THE PROCESS DATE
000000* AS THE FROM DATE AND TODAY AS THE THRU DATE.
000000*------------------------------------------------------------
000000 1100-READ-CONTROL-CARD.
000000     OPEN INPUT CTL-FILE.
000000     IF CTL-STATUS NOT = "00" AND CTL-STATUS NOT = "05"
000000         DISPLAY "CYCLSTAT: CTL-FILE OPEN FAILED, STATUS "
000000             CTL-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     READ CTL-FILE
000000         AT END
000000             MOVE SPACES        TO CTL-CARD-REC
000000     END-READ.
000000     CLOSE CTL-FILE.
000000     IF CTL-PROC-DATE NUMERIC
000000         MOVE CTL-PROC-DATE     TO CYS-PROC-DATE
000000     ELSE
000000         MOVE CYS-RUN-DATE      TO CYS-PROC-DATE
000000     END-IF.
000000     IF CTL-FROM-DATE NUMERIC
000000         MOVE CTL-FROM-DATE     TO CYS-FROM-DATE
000000     ELSE
000000         MOVE CYS-PROC-DATE     TO CYS-FROM-DATE
000000     END-IF.
000000     IF CTL-THRU-DATE NUMERIC
000000         MOVE CTL-THRU-DATE     TO CYS-THRU-DATE
000000     ELSE
000000         MOVE CYS-RUN-DATE      TO CYS-THRU-DATE
000000     END-IF.
000000     IF CYS-THRU-DATE LESS THAN CYS-FROM-DATE
000000         DISPLAY "CYCLSTAT: THRU DATE " CYS-THRU-DATE
000000             " IS BEFORE FROM DATE " CYS-FROM-DATE
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000 1100-EXIT.
000000     EXIT.
000000 1500-INIT-STEP-ENTRY.
000000     MOVE "N"                   TO CYS-STEP-RAN-SW (HST-IX).
000000     MOVE ZERO                  TO CYS-HIST-USED (HST-IX).
000000     MOVE 1                     TO CYS-HIST-NEXT (HST-IX).
000000     PERFORM 1600-INIT-HIST-SLOT THRU 1600-EXIT
000000         VARYING SEC-IX FROM 1 BY 1
000000         UNTIL SEC-IX GREATER THAN CYS-HIST-MAX.
000000 1500-EXIT.
000000     EXIT.
000000 1600-INIT-HIST-SLOT.
000000     MOVE ZERO                  TO CYS-HIST-SECS (HST-IX SEC-IX).
000000 1600-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* 2000-PROCESS-LOG SORTS EACH LOG RECORD INTO THE CYCLE (RUN
000000* DATE IN THE FROM/THRU RANGE), THE HISTORY (RUN DATE BEFORE
000000* THE RANGE, END RECORDS OF EXPECTED STEPS ONLY) OR NEITHER.
000000*------------------------------------------------------------
000000 2000-PROCESS-LOG.
000000     PERFORM 2050-FIND-STEP THRU 2050-EXIT.
000000     EVALUATE TRUE
000000         WHEN BATCHLG-RUN-DATE LESS THAN CYS-FROM-DATE
000000             IF BATCHLG-STEP-END AND EXPECTED-STEP
000000                 PERFORM 2500-ADD-HISTORY THRU 2500-EXIT
000000             END-IF
000000         WHEN BATCHLG-RUN-DATE GREATER THAN CYS-THRU-DATE
000000             CONTINUE
000000         WHEN BATCHLG-STEP-START
000000             PERFORM 2200-STEP-START THRU 2200-EXIT
000000         WHEN BATCHLG-STEP-END
000000             PERFORM 2300-STEP-END THRU 2300-EXIT
000000         WHEN OTHER
000000             DISPLAY "CYCLSTAT: UNRECOGNIZED LOG RECORD TYPE "
000000                 BATCHLG-REC-TYPE " FOR " BATCHLG-PROGRAM
000000                 " - IGNORED"
000000     END-EVALUATE.
000000     PERFORM 2100-READ-LOG THRU 2100-EXIT.
000000 2000-EXIT.
000000     EXIT.
000000 2050-FIND-STEP.
000000     SET EXPECTED-STEP TO FALSE.
000000     SET STP-IX TO 1.
000000     SEARCH CYS-STEP-NAME
000000         AT END
000000             CONTINUE
000000         WHEN CYS-STEP-NAME (STP-IX) = BATCHLG-PROGRAM
000000             SET EXPECTED-STEP  TO TRUE
000000             SET HST-IX         TO STP-IX
000000     END-SEARCH.
000000 2050-EXIT.
000000     EXIT.
000000 2100-READ-LOG.
000000     READ LOG-FILE
000000         AT END
000000             SET NO-MORE-LOG TO TRUE
000000             GO TO 2100-EXIT
000000     END-READ.
000000     IF LOG-STATUS NOT = "00"
000000         DISPLAY "CYCLSTAT: LOG-FILE READ FAILED, STATUS "
000000             LOG-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     ADD 1                      TO CYS-LOG-READ.
000000 2100-EXIT.
000000     EXIT.
000000 2200-STEP-START.
000000     SET RUN-IX TO 1.
000000     SEARCH CYS-RUN-ENTRY
000000         AT END
000000             CONTINUE
000000         WHEN RUN-IX GREATER THAN CYS-RUN-USED
000000             CONTINUE
000000         WHEN CYS-RUN-PROGRAM (RUN-IX) = BATCHLG-PROGRAM
000000           AND RUN-OPEN (RUN-IX)
000000             SET RUN-NO-END (RUN-IX) TO TRUE
000000     END-SEARCH.
000000     PERFORM 2400-ADD-RUN-ENTRY THRU 2400-EXIT.
000000 2200-EXIT.
000000     EXIT.
000000 2300-STEP-END.
000000     SET RUN-IX TO 1.
000000     SEARCH CYS-RUN-ENTRY
000000         AT END
000000             CONTINUE
000000         WHEN RUN-IX GREATER THAN CYS-RUN-USED
000000             CONTINUE
000000         WHEN CYS-RUN-PROGRAM (RUN-IX) = BATCHLG-PROGRAM
000000           AND RUN-OPEN (RUN-IX)
000000           AND CYS-RUN-RUN-DATE (RUN-IX) = BATCHLG-RUN-DATE
000000           AND CYS-RUN-START (RUN-IX) = BATCHLG-START-TIME
000000             CONTINUE
000000     END-SEARCH.
000000     IF RUN-IX GREATER THAN CYS-RUN-USED
000000         PERFORM 2400-ADD-RUN-ENTRY THRU 2400-EXIT
000000         IF RUN-TABLE-FULL
000000             GO TO 2300-EXIT
000000         END-IF
000000     END-IF.
000000     SET RUN-ENDED (RUN-IX)     TO TRUE.
000000     MOVE BATCHLG-PROC-DATE     TO CYS-RUN-PROC-DATE (RUN-IX).
000000     MOVE BATCHLG-END-TIME      TO CYS-RUN-END (RUN-IX).
000000     MOVE BATCHLG-RETURN-CODE   TO CYS-RUN-RC (RUN-IX).
000000     MOVE BATCHLG-IN-COUNT      TO CYS-RUN-IN (RUN-IX).
000000     MOVE BATCHLG-OUT-COUNT     TO CYS-RUN-OUT (RUN-IX).
000000     MOVE BATCHLG-EXCP-COUNT    TO CYS-RUN-EXCP (RUN-IX).
000000 2300-EXIT.
000000     EXIT.
000000 2400-ADD-RUN-ENTRY.
000000     IF CYS-RUN-USED NOT LESS THAN CYS-RUN-MAX
000000         IF NOT RUN-TABLE-FULL
000000             DISPLAY "CYCLSTAT: RUN TABLE FULL - LATER STEP "
000000                 "RUNS NOT LISTED"
000000         END-IF
000000         SET RUN-TABLE-FULL TO TRUE
000000         ADD 1                  TO CYS-DROPPED-COUNT
000000         GO TO 2400-EXIT
000000     END-IF.
000000     ADD 1                      TO CYS-RUN-USED.
000000     SET RUN-IX                 TO CYS-RUN-USED.
000000     MOVE BATCHLG-PROGRAM       TO CYS-RUN-PROGRAM (RUN-IX).
000000     IF EXPECTED-STEP
000000         SET CYS-RUN-STEP-NO (RUN-IX) TO STP-IX
000000     ELSE
000000         MOVE ZERO              TO CYS-RUN-STEP-NO (RUN-IX)
000000     END-IF.
000000     SET RUN-OPEN (RUN-IX)      TO TRUE.
000000     MOVE SPACES                TO CYS-RUN-PROC-DATE (RUN-IX).
000000     MOVE BATCHLG-RUN-DATE      TO CYS-RUN-RUN-DATE (RUN-IX).
000000     MOVE BATCHLG-START-TIME    TO CYS-RUN-START (RUN-IX).
000000     MOVE ZERO                  TO CYS-RUN-END (RUN-IX)
000000                                   CYS-RUN-RC (RUN-IX)
000000                                   CYS-RUN-IN (RUN-IX)
000000                                   CYS-RUN-OUT (RUN-IX)
000000                                   CYS-RUN-EXCP (RUN-IX).
000000 2400-EXIT.
000000     EXIT.
000000 2500-ADD-HISTORY.
000000     MOVE BATCHLG-START-TIME    TO CYS-TIME-IN.
000000     PERFORM 5000-TIME-TO-SECONDS THRU 5000-EXIT.
000000     MOVE CYS-SECS-OUT          TO CYS-START-SECS.
000000     MOVE BATCHLG-END-TIME      TO CYS-TIME-IN.
000000     PERFORM 5000-TIME-TO-SECONDS THRU 5000-EXIT.
000000     MOVE CYS-SECS-OUT          TO CYS-END-SECS.
000000     PERFORM 5100-COMPUTE-ELAPSED THRU 5100-EXIT.
000000     SET SEC-IX                 TO CYS-HIST-NEXT (HST-IX).
000000     MOVE CYS-ELAPSED-SECS      TO CYS-HIST-SECS (HST-IX SEC-IX).
000000     IF CYS-HIST-USED (HST-IX) LESS THAN CYS-HIST-MAX
000000         ADD 1                  TO CYS-HIST-USED (HST-IX)
000000     END-IF.
000000     IF CYS-HIST-NEXT (HST-IX) LESS THAN CYS-HIST-MAX
000000         ADD 1                  TO CYS-HIST-NEXT (HST-IX)
000000     ELSE
000000         MOVE 1                 TO CYS-HIST-NEXT (HST-IX)
000000     END-IF.
000000 2500-EXIT.
000000     EXIT.
000000 3000-PRINT-CYCLE.
000000     PERFORM 3100-PRINT-RUN-LINE THRU 3100-EXIT
000000         VARYING RUN-IX FROM 1 BY 1
000000         UNTIL RUN-IX GREATER THAN CYS-RUN-USED.
000000     PERFORM 3500-CHECK-NEVER-RAN THRU 3500-EXIT
000000         VARYING HST-IX FROM 1 BY 1
000000         UNTIL HST-IX GREATER THAN CYS-STEP-MAX.
000000 3000-EXIT.
000000     EXIT.
000000 3100-PRINT-RUN-LINE.
000000     MOVE SPACES                TO CYS-DET-END
000000                                   CYS-DET-ELAPSED
000000                                   CYS-DET-AVERAGE
000000                                   CYS-DET-STAT-FLAG
000000                                   CYS-DET-TIME-FLAG.
000000     MOVE ZERO                  TO CYS-DET-RC
000000                                   CYS-DET-IN
000000                                   CYS-DET-OUT
000000                                   CYS-DET-EXCP.
000000     SET CYS-SEQ-WORK           TO RUN-IX.
000000     MOVE CYS-SEQ-WORK          TO CYS-DET-SEQ.
000000     MOVE CYS-RUN-PROGRAM (RUN-IX) TO CYS-DET-PROGRAM.
000000     MOVE CYS-RUN-PROC-DATE (RUN-IX) TO CYS-DET-PROC-DATE.
000000     MOVE CYS-RUN-START (RUN-IX) TO CYS-TIME-IN.
000000     PERFORM 5200-EDIT-TIME-OF-DAY THRU 5200-EXIT.
000000     MOVE CYS-TIME-EDIT         TO CYS-DET-START.
000000     PERFORM 5000-TIME-TO-SECONDS THRU 5000-EXIT.
000000     MOVE CYS-SECS-OUT          TO CYS-START-SECS.
000000     IF CYS-RUN-STEP-NO (RUN-IX) GREATER THAN ZERO
000000         SET HST-IX             TO CYS-RUN-STEP-NO (RUN-IX)
000000         SET STEP-RAN (HST-IX)  TO TRUE
000000     END-IF.
000000     IF RUN-ENDED (RUN-IX)
000000         PERFORM 3150-FORMAT-ENDED-RUN THRU 3150-EXIT
000000     ELSE
000000         MOVE "** NO END"       TO CYS-DET-STAT-FLAG
000000         ADD 1                  TO CYS-NO-END-COUNT
000000     END-IF.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE CYS-DETAIL-LINE       TO PRINT-REC (1:132).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     ADD 1                      TO CYS-LISTED-COUNT.
000000 3100-EXIT.
000000     EXIT.
000000 3150-FORMAT-ENDED-RUN.
000000     MOVE CYS-RUN-END (RUN-IX)  TO CYS-TIME-IN.
000000     PERFORM 5200-EDIT-TIME-OF-DAY THRU 5200-EXIT.
000000     MOVE CYS-TIME-EDIT         TO CYS-DET-END.
000000     PERFORM 5000-TIME-TO-SECONDS THRU 5000-EXIT.
000000     MOVE CYS-SECS-OUT          TO CYS-END-SECS.
000000     PERFORM 5100-COMPUTE-ELAPSED THRU 5100-EXIT.
000000     MOVE CYS-ELAPSED-SECS      TO CYS-EDIT-SECS.
000000     PERFORM 5300-EDIT-SECONDS THRU 5300-EXIT.
000000     MOVE CYS-TIME-EDIT         TO CYS-DET-ELAPSED.
000000     MOVE CYS-RUN-RC (RUN-IX)   TO CYS-DET-RC.
000000     MOVE CYS-RUN-IN (RUN-IX)   TO CYS-DET-IN.
000000     MOVE CYS-RUN-OUT (RUN-IX)  TO CYS-DET-OUT.
000000     MOVE CYS-RUN-EXCP (RUN-IX) TO CYS-DET-EXCP.
000000     IF CYS-RUN-RC (RUN-IX) NOT = ZERO
000000         MOVE "** RC NOT 0"     TO CYS-DET-STAT-FLAG
000000         ADD 1                  TO CYS-NONZERO-COUNT
000000     END-IF.
000000     IF CYS-RUN-STEP-NO (RUN-IX) GREATER THAN ZERO
000000         PERFORM 3200-CHECK-RUN-TIME THRU 3200-EXIT
000000     END-IF.
000000 3150-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* 3200-CHECK-RUN-TIME COMPARES THE ELAPSED TIME WITH THE
000000* AVERAGE OF THE STEP'S EARLIER RUNS.  IT NEEDS AT LEAST
000000* CYS-HIST-MIN EARLIER RUNS, AND FLAGS A RUN MORE THAN
000000* CYS-OUTLIER-FACTOR TIMES THE AVERAGE (SLOW) OR LESS THAN
000000* THE AVERAGE OVER THE FACTOR (FAST), PROVIDED IT IS ALSO AT
000000* LEAST CYS-OUTLIER-MIN-SECS AWAY FROM THE AVERAGE.
000000*------------------------------------------------------------
000000 3200-CHECK-RUN-TIME.
000000     IF CYS-HIST-USED (HST-IX) LESS THAN CYS-HIST-MIN
000000         GO TO 3200-EXIT
000000     END-IF.
000000     MOVE ZERO                  TO CYS-HIST-TOTAL.
000000     PERFORM 3250-ADD-HIST-SECS THRU 3250-EXIT
000000         VARYING SEC-IX FROM 1 BY 1
000000         UNTIL SEC-IX GREATER THAN CYS-HIST-USED (HST-IX).
000000     DIVIDE CYS-HIST-TOTAL BY CYS-HIST-USED (HST-IX)
000000         GIVING CYS-AVG-SECS ROUNDED.
000000     MOVE CYS-AVG-SECS          TO CYS-EDIT-SECS.
000000     PERFORM 5300-EDIT-SECONDS THRU 5300-EXIT.
000000     MOVE CYS-TIME-EDIT         TO CYS-DET-AVERAGE.
000000     IF CYS-ELAPSED-SECS GREATER THAN CYS-AVG-SECS
000000         COMPUTE CYS-DIFF-SECS =
000000             CYS-ELAPSED-SECS - CYS-AVG-SECS
000000         IF CYS-ELAPSED-SECS GREATER THAN
000000                 CYS-AVG-SECS * CYS-OUTLIER-FACTOR
000000           AND CYS-DIFF-SECS NOT LESS THAN CYS-OUTLIER-MIN-SECS
000000             MOVE "** SLOW"     TO CYS-DET-TIME-FLAG
000000             ADD 1              TO CYS-OUTLIER-COUNT
000000         END-IF
000000     ELSE
000000         COMPUTE CYS-DIFF-SECS =
000000             CYS-AVG-SECS - CYS-ELAPSED-SECS
000000         IF CYS-ELAPSED-SECS * CYS-OUTLIER-FACTOR
000000                 LESS THAN CYS-AVG-SECS
000000           AND CYS-DIFF-SECS NOT LESS THAN CYS-OUTLIER-MIN-SECS
000000             MOVE "** FAST"     TO CYS-DET-TIME-FLAG
000000             ADD 1              TO CYS-OUTLIER-COUNT
000000         END-IF
000000     END-IF.
000000 3200-EXIT.
000000     EXIT.
000000 3250-ADD-HIST-SECS.
000000     ADD CYS-HIST-SECS (HST-IX SEC-IX) TO CYS-HIST-TOTAL.
000000 3250-EXIT.
000000     EXIT.
000000 3500-CHECK-NEVER-RAN.
000000     IF STEP-RAN (HST-IX)
000000         GO TO 3500-EXIT
000000     END-IF.
000000     SET STP-IX                 TO HST-IX.
000000     MOVE CYS-STEP-NAME (STP-IX) TO CYS-NVR-PROGRAM.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE CYS-NEVER-RAN-LINE    TO PRINT-REC (1:62).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     ADD 1                      TO CYS-NEVER-RAN-COUNT.
000000 3500-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* 5000-TIME-TO-SECONDS TURNS CYS-TIME-IN (HHMMSSHH) INTO
000000* SECONDS AFTER MIDNIGHT IN CYS-SECS-OUT.
000000*------------------------------------------------------------
000000 5000-TIME-TO-SECONDS.
000000     COMPUTE CYS-SECS-OUT = CYS-TIME-HH * 3600
000000         + CYS-TIME-MM * 60 + CYS-TIME-SS.
000000 5000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* 5100-COMPUTE-ELAPSED - A STEP THAT ENDS AT AN EARLIER TIME
000000* OF DAY THAN IT STARTED HAS RUN PAST MIDNIGHT.
000000*------------------------------------------------------------
000000 5100-COMPUTE-ELAPSED.
000000     IF CYS-END-SECS LESS THAN CYS-START-SECS
000000         ADD 86400              TO CYS-END-SECS
000000     END-IF.
000000     COMPUTE CYS-ELAPSED-SECS = CYS-END-SECS - CYS-START-SECS.
000000 5100-EXIT.
000000     EXIT.
000000 5200-EDIT-TIME-OF-DAY.
000000     MOVE CYS-TIME-HH           TO CYS-EDT-HH.
000000     MOVE CYS-TIME-MM           TO CYS-EDT-MM.
000000     MOVE CYS-TIME-SS           TO CYS-EDT-SS.
000000 5200-EXIT.
000000     EXIT.
000000 5300-EDIT-SECONDS.
000000     DIVIDE CYS-EDIT-SECS BY 3600 GIVING CYS-EDT-HH
000000         REMAINDER CYS-EDIT-REM.
000000     DIVIDE CYS-EDIT-REM BY 60 GIVING CYS-EDT-MM
000000         REMAINDER CYS-EDT-SS.
000000 5300-EXIT.
000000     EXIT.
000000 9000-FINISH.
000000     MOVE "STEP RUNS LISTED        " TO CYS-TRL-LABEL.
000000     MOVE CYS-LISTED-COUNT      TO CYS-TRL-COUNT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE CYS-TRAILER-LINE      TO PRINT-REC (1:31).
000000     WRITE PRINT-REC AFTER ADVANCING 2 LINES.
000000     MOVE "STEPS ENDED NON-ZERO    " TO CYS-TRL-LABEL.
000000     MOVE CYS-NONZERO-COUNT     TO CYS-TRL-COUNT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE CYS-TRAILER-LINE      TO PRINT-REC (1:31).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE "STEPS WITH NO NORMAL END" TO CYS-TRL-LABEL.
000000     MOVE CYS-NO-END-COUNT      TO CYS-TRL-COUNT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE CYS-TRAILER-LINE      TO PRINT-REC (1:31).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE "EXPECTED STEPS NEVER RAN" TO CYS-TRL-LABEL.
000000     MOVE CYS-NEVER-RAN-COUNT   TO CYS-TRL-COUNT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE CYS-TRAILER-LINE      TO PRINT-REC (1:31).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE "RUN TIME OUTSIDE AVERAGE" TO CYS-TRL-LABEL.
000000     MOVE CYS-OUTLIER-COUNT     TO CYS-TRL-COUNT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE CYS-TRAILER-LINE      TO PRINT-REC (1:31).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     IF RUN-TABLE-FULL
000000         MOVE "STEP RUNS NOT LISTED    " TO CYS-TRL-LABEL
000000         MOVE CYS-DROPPED-COUNT TO CYS-TRL-COUNT
000000         MOVE SPACE             TO PRINT-REC
000000         MOVE CYS-TRAILER-LINE  TO PRINT-REC (1:31)
000000         WRITE PRINT-REC AFTER ADVANCING 1 LINES
000000     END-IF.
000000     CLOSE LOG-FILE.
000000     CLOSE PRINT-FILE.
000000     IF CYS-NONZERO-COUNT GREATER THAN ZERO
000000       OR CYS-NO-END-COUNT GREATER THAN ZERO
000000       OR CYS-NEVER-RAN-COUNT GREATER THAN ZERO
000000       OR CYS-OUTLIER-COUNT GREATER THAN ZERO
000000       OR RUN-TABLE-FULL
000000         MOVE 4                  TO RETURN-CODE
000000     END-IF.
000000 9000-EXIT.
000000     EXIT.
000000 END PROGRAM CYCLSTAT.
