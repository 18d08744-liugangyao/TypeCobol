000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. PPEXRPT.
000000*REMARKS.         COPY=(
000000*                       YPPEXCP YPOSTEXT
000000*                                 ).
000000*------------------------------------------------------------
000000* MOD-LOG:
000000*   2026-10-15  NEW PROGRAM - PRIOR-PERIOD EXCEPTIONS REPORT.
000000*               LISTS EVERY ITEM ON THE SHARED PPEXCP FILE
000000*               (YPPEXCP) - EXTRACT DETAILS THAT GLPOST DID NOT
000000*               POST, GLREVRS DID NOT REVERSE OR RATEADJ DID
000000*               NOT ADJUST BECAUSE THEIR TRAN-DATE FALLS IN AN
000000*               ACCOUNTING PERIOD CLOSED BY GLCLOSE - WITH THE
000000*               PROGRAM, RUN DATE, CLOSED PERIOD AND BLOCK IT
000000*               CAME FROM.  COUNTS AND CONVERTED AMOUNTS ARE
000000*               TOTALLED PER PROGRAM.  THE FILE ACCUMULATES
000000*               UNTIL IT IS EMPTIED ONCE THE ITEMS HAVE BEEN
000000*               BOOKED; A MISSING OR EMPTY FILE GIVES A NIL
000000*               REPORT.  RETURN-CODE 4 WHEN ANY ITEM IS LISTED.
000000*------------------------------------------------------------
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER. IBM-370.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT OPTIONAL PPX-FILE ASSIGN TO PPEXCP
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS PPX-STATUS.
000000     SELECT PRINT-FILE ASSIGN TO PPEXLST
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS PRINT-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  PPX-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  PPEXCP-REC. COPY  YPPEXCP.
000000 FD  PRINT-FILE
000000     LABEL RECORDS ARE OMITTED.
000000 01  PRINT-REC                   PIC X(132).
000000 WORKING-STORAGE SECTION.
000000    01 PPX-STATUS                PIC XX      VALUE "00".
000000    01 PRINT-STATUS              PIC XX      VALUE "00".
000000
000000 01  POSTEXT-REC. COPY  YPOSTEXT.
000000
000000 01  PPR-SWITCHES.
000000     05  PPR-EOF-SW              PIC X       VALUE "N".
000000         88  NO-MORE-PPX                 VALUE "Y".
000000     05  PPR-TABLE-FULL-SW       PIC X       VALUE "N".
000000         88  SOURCE-TABLE-FULL           VALUE "Y".
000000
000000 01  PPR-CONTROL-TOTALS.
000000     05  PPR-ITEM-COUNT          PIC 9(07)   VALUE ZERO.
000000     05  PPR-ITEM-AMT            PIC S9(11)V99 VALUE ZERO.
000000
000000 01  PPR-WORK-AREAS.
000000     05  PPR-RUN-DATE            PIC 9(08)   VALUE ZERO.
000000
000000*------------------------------------------------------------
000000* ONE ENTRY PER PROGRAM FOUND ON THE FILE, FOR THE TOTALS.
000000*------------------------------------------------------------
000000 01  PPR-SOURCE-TABLE.
000000     05  PPR-SRC-USED            PIC 9(02)   VALUE ZERO.
000000     05  PPR-SRC-MAX             PIC 9(02)   VALUE 10.
000000     05  PPR-SRC-ENTRY OCCURS 10 TIMES
000000             INDEXED BY SRC-IX.
000000         10  PPR-SRC-NAME        PIC X(08).
000000         10  PPR-SRC-COUNT       PIC 9(07).
000000         10  PPR-SRC-AMT         PIC S9(11)V99.
000000
000000 01  PPR-HEADING-1.
000000     05  FILLER                  PIC X(34)   VALUE
000000         "PRIOR-PERIOD EXCEPTIONS       RUN".
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  PPR-HDG-RUN-DATE        PIC 9(08).
000000
000000 01  PPR-HEADING-2.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  FILLER                  PIC X(10)   VALUE "PROGRAM".
000000     05  FILLER                  PIC X(10)   VALUE "RUN DATE".
000000     05  FILLER                  PIC X(04)   VALUE "ACT".
000000     05  FILLER                  PIC X(08)   VALUE "PERIOD".
000000     05  FILLER                  PIC X(19)   VALUE
000000         "BLOCK".
000000     05  FILLER                  PIC X(06)   VALUE "CODE".
000000     05  FILLER                  PIC X(10)   VALUE
000000         "TRAN DATE".
000000     05  FILLER                  PIC X(12)   VALUE
000000         "TRAN ID".
000000     05  FILLER                  PIC X(14)   VALUE
000000         "  ORIGINAL AMT".
000000     05  FILLER                  PIC X(14)   VALUE
000000         " CONVERTED AMT".
000000
000000 01  PPR-DETAIL-LINE.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  PPR-DL-SOURCE           PIC X(08).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  PPR-DL-RUN-DATE         PIC X(08).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  PPR-DL-ACTION           PIC X(01).
000000     05  FILLER                  PIC X(03)   VALUE SPACE.
000000     05  PPR-DL-PERIOD           PIC X(06).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  PPR-DL-BLK-PROC-DATE    PIC X(08).
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  PPR-DL-BLK-SOURCE       PIC X(08).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  PPR-DL-CODE             PIC X(04).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  PPR-DL-TRAN-DATE        PIC X(08).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  PPR-DL-TRAN-ID          PIC X(10).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  PPR-DL-ORIG-AMT         PIC -9(9)V99.
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  PPR-DL-CONV-AMT         PIC -9(9)V99.
000000
000000 01  PPR-TRAILER-LINE.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  PPR-TRL-LABEL           PIC X(20).
000000     05  PPR-TRL-COUNT-ED        PIC ZZ,ZZZ,ZZ9.
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  PPR-TRL-AMT-ED          PIC -9(11).99.
000000
000000 01  PPR-MESSAGE-LINE.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  PPR-MSG-TEXT            PIC X(60).
000000
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000000     PERFORM 2000-LIST-ITEM THRU 2000-EXIT
000000         UNTIL NO-MORE-PPX.
000000     PERFORM 9000-FINISH THRU 9000-EXIT.
000000     GOBACK
000000     .
000000 1000-INITIALIZE.
000000     OPEN INPUT PPX-FILE.
000000     IF PPX-STATUS NOT = "00" AND PPX-STATUS NOT = "05"
000000         DISPLAY "PPEXRPT: PPX-FILE OPEN FAILED, STATUS "
000000             PPX-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     OPEN OUTPUT PRINT-FILE.
000000     IF PRINT-STATUS NOT = "00"
000000         DISPLAY "PPEXRPT: PRINT-FILE OPEN FAILED, STATUS "
000000             PRINT-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     ACCEPT PPR-RUN-DATE FROM DATE YYYYMMDD.
000000     MOVE PPR-RUN-DATE          TO PPR-HDG-RUN-DATE.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE PPR-HEADING-1         TO PRINT-REC (1:43).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE PPR-HEADING-2         TO PRINT-REC (1:108).
000000     WRITE PRINT-REC AFTER ADVANCING 2 LINES.
000000     PERFORM 2100-READ-PPX THRU 2100-EXIT.
000000 1000-EXIT.
000000     EXIT.
000000 2000-LIST-ITEM.
000000     MOVE PPEXCP-DETAIL         TO POSTEXT-REC.
000000     ADD 1                      TO PPR-ITEM-COUNT.
000000     ADD POSTEXT-CONV-AMT       TO PPR-ITEM-AMT.
000000     PERFORM 2200-FIND-SOURCE THRU 2200-EXIT.
000000     MOVE PPEXCP-SOURCE         TO PPR-DL-SOURCE.
000000     MOVE PPEXCP-RUN-DATE       TO PPR-DL-RUN-DATE.
000000     MOVE PPEXCP-ACTION         TO PPR-DL-ACTION.
000000     MOVE PPEXCP-PERIOD         TO PPR-DL-PERIOD.
000000     MOVE PPEXCP-BLK-PROC-DATE  TO PPR-DL-BLK-PROC-DATE.
000000     MOVE PPEXCP-BLK-SOURCE     TO PPR-DL-BLK-SOURCE.
000000     MOVE POSTEXT-CONV-CODE     TO PPR-DL-CODE.
000000     MOVE POSTEXT-TRAN-DATE     TO PPR-DL-TRAN-DATE.
000000     MOVE POSTEXT-TRAN-ID       TO PPR-DL-TRAN-ID.
000000     MOVE POSTEXT-ORIG-AMT      TO PPR-DL-ORIG-AMT.
000000     MOVE POSTEXT-CONV-AMT      TO PPR-DL-CONV-AMT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE PPR-DETAIL-LINE       TO PRINT-REC (1:106).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     PERFORM 2100-READ-PPX THRU 2100-EXIT.
000000 2000-EXIT.
000000     EXIT.
000000 2100-READ-PPX.
000000     READ PPX-FILE
000000         AT END
000000             SET NO-MORE-PPX TO TRUE
000000             GO TO 2100-EXIT
000000     END-READ.
000000     IF PPX-STATUS NOT = "00"
000000         DISPLAY "PPEXRPT: PPX-FILE READ FAILED, STATUS "
000000             PPX-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000 2100-EXIT.
000000     EXIT.
000000 2200-FIND-SOURCE.
000000     SET SRC-IX TO 1.
000000     SEARCH PPR-SRC-ENTRY
000000         AT END
000000             PERFORM 2300-ADD-SOURCE THRU 2300-EXIT
000000         WHEN SRC-IX GREATER THAN PPR-SRC-USED
000000             PERFORM 2300-ADD-SOURCE THRU 2300-EXIT
000000         WHEN PPR-SRC-NAME (SRC-IX) = PPEXCP-SOURCE
000000             ADD 1              TO PPR-SRC-COUNT (SRC-IX)
000000             ADD POSTEXT-CONV-AMT
000000                                TO PPR-SRC-AMT (SRC-IX)
000000     END-SEARCH.
000000 2200-EXIT.
000000     EXIT.
000000 2300-ADD-SOURCE.
000000     IF PPR-SRC-USED NOT LESS THAN PPR-SRC-MAX
000000         SET SOURCE-TABLE-FULL TO TRUE
000000         GO TO 2300-EXIT
000000     END-IF.
000000     ADD 1                      TO PPR-SRC-USED.
000000     SET SRC-IX                 TO PPR-SRC-USED.
000000     MOVE PPEXCP-SOURCE         TO PPR-SRC-NAME (SRC-IX).
000000     MOVE 1                     TO PPR-SRC-COUNT (SRC-IX).
000000     MOVE POSTEXT-CONV-AMT      TO PPR-SRC-AMT (SRC-IX).
000000 2300-EXIT.
000000     EXIT.
000000 9000-FINISH.
000000     IF PPR-ITEM-COUNT = ZERO
000000         MOVE "NO PRIOR-PERIOD EXCEPTIONS ON FILE"
000000                                TO PPR-MSG-TEXT
000000         PERFORM 9200-PRINT-MESSAGE THRU 9200-EXIT
000000     END-IF.
000000     PERFORM 9100-PRINT-SOURCE-TOTAL THRU 9100-EXIT
000000         VARYING SRC-IX FROM 1 BY 1
000000         UNTIL SRC-IX GREATER THAN PPR-SRC-USED.
000000     MOVE "TOTAL ITEMS         " TO PPR-TRL-LABEL.
000000     MOVE PPR-ITEM-COUNT        TO PPR-TRL-COUNT-ED.
000000     MOVE PPR-ITEM-AMT          TO PPR-TRL-AMT-ED.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE PPR-TRAILER-LINE      TO PRINT-REC (1:48).
000000     WRITE PRINT-REC AFTER ADVANCING 2 LINES.
000000     IF SOURCE-TABLE-FULL
000000         MOVE "PROGRAM TABLE FULL - PER-PROGRAM TOTALS INCOMPLETE"
000000                                TO PPR-MSG-TEXT
000000         PERFORM 9200-PRINT-MESSAGE THRU 9200-EXIT
000000     END-IF.
000000     CLOSE PPX-FILE.
000000     CLOSE PRINT-FILE.
000000     IF PPR-ITEM-COUNT GREATER THAN ZERO
000000         MOVE 4                  TO RETURN-CODE
000000     END-IF.
000000 9000-EXIT.
000000     EXIT.
000000 9100-PRINT-SOURCE-TOTAL.
000000     MOVE SPACES                TO PPR-TRL-LABEL.
000000     STRING "FROM " PPR-SRC-NAME (SRC-IX)
000000         DELIMITED BY SIZE INTO PPR-TRL-LABEL.
000000     MOVE PPR-SRC-COUNT (SRC-IX) TO PPR-TRL-COUNT-ED.
000000     MOVE PPR-SRC-AMT (SRC-IX)  TO PPR-TRL-AMT-ED.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE PPR-TRAILER-LINE      TO PRINT-REC (1:48).
000000     IF SRC-IX = 1
000000         WRITE PRINT-REC AFTER ADVANCING 3 LINES
000000     ELSE
000000         WRITE PRINT-REC AFTER ADVANCING 1 LINES
000000     END-IF.
000000 9100-EXIT.
000000     EXIT.
000000 9200-PRINT-MESSAGE.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE PPR-MESSAGE-LINE      TO PRINT-REC (1:61).
000000     WRITE PRINT-REC AFTER ADVANCING 2 LINES.
000000 9200-EXIT.
000000     EXIT.
000000 END PROGRAM PPEXRPT.
