000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. GLJRNL.
000000*REMARKS.         COPY=(
000000*                       YGLMAST YGLACCT YGLJRNL
000000*                                 ).
000000*------------------------------------------------------------
000000* MOD-LOG:
000000*   2026-10-15  NEW PROGRAM - GENERAL-LEDGER JOURNAL
000000*               INTERFACE.  FOR THE PROCESS DATE ON THE
000000*               CTLCARD FILE (THE JOURNAL DATE), READS EVERY
000000*               GLMAST DAILY SUMMARY RECORD WHOSE CONVERTED
000000*               AMOUNT DIFFERS FROM THE AMOUNT ALREADY
000000*               JOURNALLED (GLMAST-JRNL-AMT), WHATEVER ITS
000000*               TRAN-DATE - SO BACK-DATED POSTINGS, RECYCLES,
000000*               RELEASED HOLDS, REVERSALS AND RATE ADJUSTMENTS
000000*               ALL REACH THE LEDGER - AND WRITES A DOUBLE-
000000*               ENTRY JOURNAL (YGLJRNL) FOR THE CORPORATE
000000*               LEDGER LOAD:  PER GLMAST RECORD A DEBIT LINE TO
000000*               THE CODE'S DEBIT ACCOUNT AND A CREDIT LINE TO
000000*               ITS CREDIT ACCOUNT FOR THE UNJOURNALLED
000000*               DIFFERENCE, UNDER THE CODE'S COST CENTER, FROM
000000*               THE GLACCT MAPPING KSDS (YGLACCT).  A NEGATIVE
000000*               DIFFERENCE IS JOURNALLED WITH THE SIDES
000000*               REVERSED.  EACH RECORD JOURNALLED IS REWRITTEN
000000*               WITH ITS JOURNALLED AMOUNT AND DATE, SO A RERUN
000000*               NEVER JOURNALS THE SAME AMOUNT TWICE.  THE
000000*               JOURNAL CARRIES A HEADER AND A TRAILER WITH
000000*               THE LINE COUNT AND DEBIT AND CREDIT TOTALS.
000000*               THE RUN IS MADE IN TWO PASSES:  PASS 1 LOOKS
000000*               UP EVERY CODE AND, IF ANY CODE IS UNMAPPED,
000000*               LISTS THEM AND STOPS WITHOUT WRITING THE
000000*               JOURNAL (RETURN-CODE 12).  RETURN-CODE 8 IF
000000*               THE JOURNAL DOES NOT BALANCE, 4 IF NOTHING WAS
000000*               LEFT TO JOURNAL.
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
000000     SELECT GLACCT-FILE ASSIGN TO GLACCT
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS RANDOM
000000         RECORD KEY IS GLACCT-CONV-CODE
000000         FILE STATUS IS GLACCT-STATUS.
000000     SELECT JRNL-FILE ASSIGN TO JRNLOUT
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS JRNL-STATUS.
000000     SELECT CTL-FILE ASSIGN TO CTLCARD
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS CTL-STATUS.
000000     SELECT PRINT-FILE ASSIGN TO JRNLRPT
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS PRINT-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  GLMAST-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  GLMAST-REC. COPY  YGLMAST.
000000 FD  GLACCT-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  GLACCT-REC. COPY  YGLACCT.
000000 FD  JRNL-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  GLJRNL-REC. COPY  YGLJRNL.
000000 FD  CTL-FILE
000000     LABEL RECORDS ARE OMITTED.
000000 01  CTL-CARD-REC.
000000     05  CTL-JRNL-DATE           PIC X(08).
000000     05  FILLER                  PIC X(72).
000000 FD  PRINT-FILE
000000     LABEL RECORDS ARE OMITTED.
000000 01  PRINT-REC                   PIC X(132).
000000 WORKING-STORAGE SECTION.
000000    01 GLMAST-STATUS             PIC XX      VALUE "00".
000000    01 GLACCT-STATUS             PIC XX      VALUE "00".
000000    01 JRNL-STATUS               PIC XX      VALUE "00".
000000    01 CTL-STATUS                PIC XX      VALUE "00".
000000    01 PRINT-STATUS              PIC XX      VALUE "00".
000000
000000 01  GJN-SWITCHES.
000000     05  GJN-EOF-SW              PIC X       VALUE "N".
000000         88  NO-MORE-GLMAST              VALUE "Y"
000000                                  WHEN SET TO FALSE IS "N".
000000     05  GJN-ACCT-FOUND-SW       PIC X       VALUE "N".
000000         88  ACCOUNT-MAPPED              VALUE "Y"
000000                                  WHEN SET TO FALSE IS "N".
000000     05  GJN-UNMAP-FOUND-SW      PIC X       VALUE "N".
000000         88  UNMAPPED-LISTED             VALUE "Y"
000000                                  WHEN SET TO FALSE IS "N".
000000     05  GJN-MATCH-SW            PIC X       VALUE "N".
000000         88  DATE-MATCHED                VALUE "Y"
000000                                  WHEN SET TO FALSE IS "N".
000000     05  GJN-TBL-FULL-SW         PIC X       VALUE "N".
000000         88  UNMAPPED-TABLE-FULL         VALUE "Y".
000000
000000 01  GJN-CONTROL-TOTALS.
000000     05  GJN-SELECTED-COUNT      PIC 9(07)   VALUE ZERO.
000000     05  GJN-UNMAPPED-COUNT      PIC 9(07)   VALUE ZERO.
000000     05  GJN-LINE-COUNT          PIC 9(07)   VALUE ZERO.
000000     05  GJN-DEBIT-TOTAL         PIC 9(13)V99 VALUE ZERO.
000000     05  GJN-CREDIT-TOTAL        PIC 9(13)V99 VALUE ZERO.
000000     05  GJN-CONV-TOTAL          PIC S9(13)V99 VALUE ZERO.
000000
000000 01  GJN-WORK-AREAS.
000000     05  GJN-RUN-DATE            PIC 9(08)   VALUE ZERO.
000000     05  GJN-JRNL-DATE           PIC X(08)   VALUE SPACES.
000000     05  GJN-DELTA-AMT           PIC S9(11)V99 VALUE ZERO.
000000     05  GJN-ABS-AMT             PIC 9(11)V99 VALUE ZERO.
000000     05  GJN-DEBIT-ACCT          PIC X(10)   VALUE SPACES.
000000     05  GJN-CREDIT-ACCT         PIC X(10)   VALUE SPACES.
000000
000000*------------------------------------------------------------
000000* CONVERSION CODES WITH NO USABLE ACCOUNT MAPPING, WITH THE
000000* AMOUNT THAT WOULD HAVE BEEN JOURNALLED.
000000*------------------------------------------------------------
000000 01  GJN-UNMAPPED-TABLE.
000000     05  GJN-UNMAP-USED          PIC 9(03)   VALUE ZERO.
000000     05  GJN-UNMAP-MAX           PIC 9(03)   VALUE 200.
000000     05  GJN-UNMAP-ENTRY OCCURS 200 TIMES
000000             INDEXED BY UNMAP-IX.
000000         10  GJN-UM-CODE         PIC X(04).
000000         10  GJN-UM-REASON       PIC X(20).
000000         10  GJN-UM-AMT          PIC S9(13)V99.
000000
000000 01  GJN-HEADING-1.
000000     05  FILLER                  PIC X(34)   VALUE
000000         "GL JOURNAL INTERFACE          RUN".
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  GJN-HDG-RUN-DATE        PIC 9(08).
000000     05  FILLER                  PIC X(15)   VALUE
000000         "  JOURNAL DATE ".
000000     05  GJN-HDG-JRNL-DATE       PIC X(08).
000000
000000 01  GJN-HEADING-2.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  FILLER                  PIC X(08)   VALUE "LINE".
000000     05  FILLER                  PIC X(06)   VALUE "CODE".
000000     05  FILLER                  PIC X(10)   VALUE
000000         "TRAN DATE".
000000     05  FILLER                  PIC X(12)   VALUE
000000         "ACCOUNT".
000000     05  FILLER                  PIC X(09)   VALUE
000000         "CST CTR".
000000     05  FILLER                  PIC X(03)   VALUE "D/C".
000000     05  FILLER                  PIC X(14)   VALUE
000000         "        AMOUNT".
000000     05  FILLER                  PIC X(09)   VALUE
000000         "    ITEMS".
000000
000000 01  GJN-JOURNAL-LINE.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  GJN-JL-LINE-NO          PIC ZZZZZZ9.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  GJN-JL-CODE             PIC X(04).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  GJN-JL-TRAN-DATE        PIC X(08).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  GJN-JL-ACCOUNT          PIC X(10).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  GJN-JL-COST-CENTER      PIC X(06).
000000     05  FILLER                  PIC X(03)   VALUE SPACE.
000000     05  GJN-JL-DC-IND           PIC X(01).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  GJN-JL-AMOUNT           PIC Z(10)9.99.
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  GJN-JL-POST-COUNT       PIC ZZZ,ZZ9.
000000
000000 01  GJN-UNMAPPED-LINE.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  FILLER                  PIC X(12)   VALUE
000000         "** UNMAPPED ".
000000     05  GJN-UL-CODE             PIC X(04).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  GJN-UL-REASON           PIC X(20).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  GJN-UL-AMT              PIC -9(13).99.
000000
000000 01  GJN-TRAILER-LINE.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  GJN-TRL-LABEL           PIC X(20).
000000     05  GJN-TRL-COUNT-ED        PIC ZZ,ZZZ,ZZ9.
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  GJN-TRL-AMT-ED          PIC -9(13).99.
000000
000000 01  GJN-MESSAGE-LINE.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  GJN-MSG-TEXT            PIC X(60).
000000
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000000     PERFORM 2000-CHECK-MAPPING THRU 2000-EXIT.
000000     PERFORM 5000-WRITE-JOURNAL THRU 5000-EXIT.
000000     PERFORM 9000-FINISH THRU 9000-EXIT.
000000     GOBACK
000000     .
000000 1000-INITIALIZE.
000000     OPEN INPUT CTL-FILE.
000000     IF CTL-STATUS NOT = "00"
000000         DISPLAY "GLJRNL: CTL-FILE OPEN FAILED, STATUS "
000000             CTL-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     READ CTL-FILE
000000         AT END
000000             MOVE SPACES        TO CTL-CARD-REC
000000     END-READ.
000000     MOVE CTL-JRNL-DATE         TO GJN-JRNL-DATE.
000000     CLOSE CTL-FILE.
000000     IF GJN-JRNL-DATE NOT NUMERIC
000000         DISPLAY "GLJRNL: JOURNAL DATE MISSING OR INVALID "
000000             "ON CTLCARD"
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     OPEN I-O GLMAST-FILE.
000000     IF GLMAST-STATUS NOT = "00"
000000         DISPLAY "GLJRNL: GLMAST-FILE OPEN FAILED, STATUS "
000000             GLMAST-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     OPEN INPUT GLACCT-FILE.
000000     IF GLACCT-STATUS NOT = "00"
000000         DISPLAY "GLJRNL: GLACCT-FILE OPEN FAILED, STATUS "
000000             GLACCT-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     OPEN OUTPUT PRINT-FILE.
000000     IF PRINT-STATUS NOT = "00"
000000         DISPLAY "GLJRNL: PRINT-FILE OPEN FAILED, STATUS "
000000             PRINT-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     ACCEPT GJN-RUN-DATE FROM DATE YYYYMMDD.
000000     MOVE GJN-RUN-DATE          TO GJN-HDG-RUN-DATE.
000000     MOVE GJN-JRNL-DATE         TO GJN-HDG-JRNL-DATE.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE GJN-HEADING-1         TO PRINT-REC (1:66).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000 1000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* PASS 1 - EVERY GLMAST RECORD TO BE JOURNALLED MUST MAP
000000* TO A DEBIT AND A CREDIT ACCOUNT BEFORE ANY JOURNAL LINE IS
000000* WRITTEN.  UNMAPPED CODES ARE LISTED AND THE RUN STOPS.
000000*------------------------------------------------------------
000000 2000-CHECK-MAPPING.
000000     PERFORM 2100-START-GLMAST THRU 2100-EXIT.
000000     PERFORM 2300-CHECK-RECORD THRU 2300-EXIT
000000         UNTIL NO-MORE-GLMAST.
000000     IF GJN-UNMAPPED-COUNT = ZERO
000000         GO TO 2000-EXIT
000000     END-IF.
000000     MOVE "CONVERSION CODES WITH NO ACCOUNT MAPPING"
000000                                TO GJN-MSG-TEXT.
000000     PERFORM 2500-PRINT-MESSAGE THRU 2500-EXIT.
000000     PERFORM 2600-PRINT-UNMAPPED THRU 2600-EXIT
000000         VARYING UNMAP-IX FROM 1 BY 1
000000         UNTIL UNMAP-IX GREATER THAN GJN-UNMAP-USED.
000000     IF UNMAPPED-TABLE-FULL
000000         MOVE "MORE UNMAPPED CODES THAN LISTED ABOVE"
000000                                TO GJN-MSG-TEXT
000000         PERFORM 2500-PRINT-MESSAGE THRU 2500-EXIT
000000     END-IF.
000000     MOVE "JOURNAL NOT WRITTEN - MAP THE CODES AND RERUN"
000000                                TO GJN-MSG-TEXT.
000000     PERFORM 2500-PRINT-MESSAGE THRU 2500-EXIT.
000000     DISPLAY "GLJRNL: " GJN-UNMAPPED-COUNT
000000         " GLMAST RECORDS UNMAPPED - JOURNAL NOT WRITTEN".
000000     CLOSE GLMAST-FILE.
000000     CLOSE GLACCT-FILE.
000000     CLOSE PRINT-FILE.
000000     MOVE 12                     TO RETURN-CODE.
000000     GOBACK.
000000 2000-EXIT.
000000     EXIT.
000000 2100-START-GLMAST.
000000     SET NO-MORE-GLMAST TO FALSE.
000000     MOVE LOW-VALUES            TO GLMAST-KEY.
000000     START GLMAST-FILE KEY NOT LESS THAN GLMAST-KEY
000000         INVALID KEY
000000             SET NO-MORE-GLMAST TO TRUE
000000     END-START.
000000     IF GLMAST-STATUS NOT = "00" AND GLMAST-STATUS NOT = "23"
000000         DISPLAY "GLJRNL: GLMAST-FILE START FAILED, STATUS "
000000             GLMAST-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     PERFORM 2200-READ-GLMAST THRU 2200-EXIT.
000000 2100-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* READ FORWARD TO THE NEXT GLMAST RECORD WHOSE CONVERTED
000000* AMOUNT HAS NOT ALL BEEN JOURNALLED.
000000*------------------------------------------------------------
000000 2200-READ-GLMAST.
000000     SET DATE-MATCHED TO FALSE.
000000     PERFORM 2250-READ-NEXT THRU 2250-EXIT
000000         UNTIL NO-MORE-GLMAST OR DATE-MATCHED.
000000 2200-EXIT.
000000     EXIT.
000000 2250-READ-NEXT.
000000     READ GLMAST-FILE NEXT RECORD
000000         AT END
000000             SET NO-MORE-GLMAST TO TRUE
000000             GO TO 2250-EXIT
000000     END-READ.
000000     IF GLMAST-STATUS NOT = "00"
000000         DISPLAY "GLJRNL: GLMAST-FILE READ FAILED, STATUS "
000000             GLMAST-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     IF GLMAST-CONV-AMT NOT = GLMAST-JRNL-AMT
000000         SET DATE-MATCHED TO TRUE
000000         SUBTRACT GLMAST-JRNL-AMT FROM GLMAST-CONV-AMT
000000             GIVING GJN-DELTA-AMT
000000     END-IF.
000000 2250-EXIT.
000000     EXIT.
000000 2300-CHECK-RECORD.
000000     ADD 1                      TO GJN-SELECTED-COUNT.
000000     ADD GJN-DELTA-AMT          TO GJN-CONV-TOTAL.
000000     PERFORM 2400-READ-MAPPING THRU 2400-EXIT.
000000     IF NOT ACCOUNT-MAPPED
000000         ADD 1                  TO GJN-UNMAPPED-COUNT
000000         PERFORM 2450-LIST-UNMAPPED THRU 2450-EXIT
000000     END-IF.
000000     PERFORM 2200-READ-GLMAST THRU 2200-EXIT.
000000 2300-EXIT.
000000     EXIT.
000000 2400-READ-MAPPING.
000000     SET ACCOUNT-MAPPED TO FALSE.
000000     MOVE GLMAST-CONV-CODE      TO GLACCT-CONV-CODE.
000000     READ GLACCT-FILE
000000         INVALID KEY
000000             MOVE SPACES        TO GLACCT-DEBIT-ACCT
000000                                   GLACCT-CREDIT-ACCT
000000             MOVE "NO MAPPING RECORD"
000000                                TO GLACCT-DESCRIPTION
000000         NOT INVALID KEY
000000             SET ACCOUNT-MAPPED TO TRUE
000000     END-READ.
000000     IF GLACCT-STATUS NOT = "00" AND GLACCT-STATUS NOT = "23"
000000         DISPLAY "GLJRNL: GLACCT-FILE READ FAILED, STATUS "
000000             GLACCT-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     IF ACCOUNT-MAPPED
000000       AND (GLACCT-DEBIT-ACCT = SPACES
000000         OR GLACCT-CREDIT-ACCT = SPACES)
000000         SET ACCOUNT-MAPPED TO FALSE
000000         MOVE "ACCOUNT BLANK"   TO GLACCT-DESCRIPTION
000000     END-IF.
000000 2400-EXIT.
000000     EXIT.
000000 2450-LIST-UNMAPPED.
000000     SET UNMAPPED-LISTED TO FALSE.
000000     SET UNMAP-IX               TO 1.
000000     SEARCH GJN-UNMAP-ENTRY
000000         AT END
000000             CONTINUE
000000         WHEN UNMAP-IX GREATER THAN GJN-UNMAP-USED
000000             CONTINUE
000000         WHEN GJN-UM-CODE (UNMAP-IX) = GLMAST-CONV-CODE
000000             SET UNMAPPED-LISTED TO TRUE
000000             ADD GJN-DELTA-AMT  TO GJN-UM-AMT (UNMAP-IX)
000000     END-SEARCH.
000000     IF UNMAPPED-LISTED
000000         GO TO 2450-EXIT
000000     END-IF.
000000     IF GJN-UNMAP-USED NOT LESS THAN GJN-UNMAP-MAX
000000         SET UNMAPPED-TABLE-FULL TO TRUE
000000         GO TO 2450-EXIT
000000     END-IF.
000000     ADD 1                      TO GJN-UNMAP-USED.
000000     SET UNMAP-IX               TO GJN-UNMAP-USED.
000000     MOVE GLMAST-CONV-CODE      TO GJN-UM-CODE (UNMAP-IX).
000000     MOVE GLACCT-DESCRIPTION    TO GJN-UM-REASON (UNMAP-IX).
000000     MOVE GJN-DELTA-AMT         TO GJN-UM-AMT (UNMAP-IX).
000000 2450-EXIT.
000000     EXIT.
000000 2500-PRINT-MESSAGE.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE GJN-MESSAGE-LINE      TO PRINT-REC (1:61).
000000     WRITE PRINT-REC AFTER ADVANCING 2 LINES.
000000 2500-EXIT.
000000     EXIT.
000000 2600-PRINT-UNMAPPED.
000000     MOVE GJN-UM-CODE (UNMAP-IX)   TO GJN-UL-CODE.
000000     MOVE GJN-UM-REASON (UNMAP-IX) TO GJN-UL-REASON.
000000     MOVE GJN-UM-AMT (UNMAP-IX)    TO GJN-UL-AMT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE GJN-UNMAPPED-LINE     TO PRINT-REC (1:58).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000 2600-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* PASS 2 - EVERY CODE IS MAPPED.  RE-READ GLMAST AND WRITE
000000* THE HEADER, A DEBIT AND A CREDIT LINE PER RECORD FOR ITS
000000* UNJOURNALLED DIFFERENCE AND THE TRAILER.  EACH RECORD IS
000000* REWRITTEN AS JOURNALLED ON THE JOURNAL DATE.
000000*------------------------------------------------------------
000000 5000-WRITE-JOURNAL.
000000     OPEN OUTPUT JRNL-FILE.
000000     IF JRNL-STATUS NOT = "00"
000000         DISPLAY "GLJRNL: JRNL-FILE OPEN FAILED, STATUS "
000000             JRNL-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     MOVE SPACES                TO GLJRNL-REC.
000000     MOVE "H"                   TO GLJRNL-REC-TYPE.
000000     MOVE GJN-JRNL-DATE         TO GLJRNL-HDR-JRNL-DATE.
000000     MOVE GJN-RUN-DATE          TO GLJRNL-HDR-RUN-DATE.
000000     MOVE "GLJRNL"              TO GLJRNL-HDR-SOURCE.
000000     PERFORM 5800-WRITE-JRNL-REC THRU 5800-EXIT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE GJN-HEADING-2         TO PRINT-REC (1:72).
000000     WRITE PRINT-REC AFTER ADVANCING 2 LINES.
000000     PERFORM 2100-START-GLMAST THRU 2100-EXIT.
000000     PERFORM 5100-JOURNAL-RECORD THRU 5100-EXIT
000000         UNTIL NO-MORE-GLMAST.
000000     MOVE SPACES                TO GLJRNL-REC.
000000     MOVE "T"                   TO GLJRNL-REC-TYPE.
000000     MOVE GJN-JRNL-DATE         TO GLJRNL-TRL-JRNL-DATE.
000000     MOVE GJN-LINE-COUNT        TO GLJRNL-TRL-LINE-COUNT.
000000     MOVE GJN-DEBIT-TOTAL       TO GLJRNL-TRL-DEBIT-TOTAL.
000000     MOVE GJN-CREDIT-TOTAL      TO GLJRNL-TRL-CREDIT-TOTAL.
000000     PERFORM 5800-WRITE-JRNL-REC THRU 5800-EXIT.
000000     CLOSE JRNL-FILE.
000000 5000-EXIT.
000000     EXIT.
000000 5100-JOURNAL-RECORD.
000000     PERFORM 2400-READ-MAPPING THRU 2400-EXIT.
000000     IF GJN-DELTA-AMT LESS THAN ZERO
000000         COMPUTE GJN-ABS-AMT = ZERO - GJN-DELTA-AMT
000000         MOVE GLACCT-CREDIT-ACCT TO GJN-DEBIT-ACCT
000000         MOVE GLACCT-DEBIT-ACCT TO GJN-CREDIT-ACCT
000000     ELSE
000000         MOVE GJN-DELTA-AMT     TO GJN-ABS-AMT
000000         MOVE GLACCT-DEBIT-ACCT TO GJN-DEBIT-ACCT
000000         MOVE GLACCT-CREDIT-ACCT TO GJN-CREDIT-ACCT
000000     END-IF.
000000     MOVE GJN-DEBIT-ACCT        TO GLJRNL-ACCOUNT.
000000     MOVE "D"                   TO GLJRNL-DC-IND.
000000     PERFORM 5200-WRITE-LINE THRU 5200-EXIT.
000000     ADD GJN-ABS-AMT            TO GJN-DEBIT-TOTAL.
000000     MOVE GJN-CREDIT-ACCT       TO GLJRNL-ACCOUNT.
000000     MOVE "C"                   TO GLJRNL-DC-IND.
000000     PERFORM 5200-WRITE-LINE THRU 5200-EXIT.
000000     ADD GJN-ABS-AMT            TO GJN-CREDIT-TOTAL.
000000     MOVE GLMAST-CONV-AMT       TO GLMAST-JRNL-AMT.
000000     MOVE GJN-JRNL-DATE         TO GLMAST-JRNL-DATE.
000000     REWRITE GLMAST-REC.
000000     IF GLMAST-STATUS NOT = "00"
000000         DISPLAY "GLJRNL: GLMAST-FILE REWRITE FAILED, STATUS "
000000             GLMAST-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     PERFORM 2200-READ-GLMAST THRU 2200-EXIT.
000000 5100-EXIT.
000000     EXIT.
000000 5200-WRITE-LINE.
000000     ADD 1                      TO GJN-LINE-COUNT.
000000     MOVE "D"                   TO GLJRNL-REC-TYPE.
000000     MOVE GJN-JRNL-DATE         TO GLJRNL-JRNL-DATE.
000000     MOVE GJN-LINE-COUNT        TO GLJRNL-LINE-NO.
000000     MOVE GLACCT-COST-CENTER    TO GLJRNL-COST-CENTER.
000000     MOVE GJN-ABS-AMT           TO GLJRNL-AMOUNT.
000000     MOVE GLMAST-CONV-CODE      TO GLJRNL-CONV-CODE.
000000     MOVE GLMAST-POST-COUNT     TO GLJRNL-POST-COUNT.
000000     MOVE GLMAST-TRAN-DATE      TO GLJRNL-TRAN-DATE.
000000     PERFORM 5800-WRITE-JRNL-REC THRU 5800-EXIT.
000000     MOVE GLJRNL-LINE-NO        TO GJN-JL-LINE-NO.
000000     MOVE GLJRNL-CONV-CODE      TO GJN-JL-CODE.
000000     MOVE GLJRNL-TRAN-DATE      TO GJN-JL-TRAN-DATE.
000000     MOVE GLJRNL-ACCOUNT        TO GJN-JL-ACCOUNT.
000000     MOVE GLJRNL-COST-CENTER    TO GJN-JL-COST-CENTER.
000000     MOVE GLJRNL-DC-IND         TO GJN-JL-DC-IND.
000000     MOVE GLJRNL-AMOUNT         TO GJN-JL-AMOUNT.
000000     MOVE GLJRNL-POST-COUNT     TO GJN-JL-POST-COUNT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE GJN-JOURNAL-LINE      TO PRINT-REC (1:72).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000 5200-EXIT.
000000     EXIT.
000000 5800-WRITE-JRNL-REC.
000000     WRITE GLJRNL-REC.
000000     IF JRNL-STATUS NOT = "00"
000000         DISPLAY "GLJRNL: JRNL-FILE WRITE FAILED, STATUS "
000000             JRNL-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000 5800-EXIT.
000000     EXIT.
000000 9000-FINISH.
000000     MOVE "GLMAST RECORDS     " TO GJN-TRL-LABEL.
000000     MOVE GJN-SELECTED-COUNT    TO GJN-TRL-COUNT-ED.
000000     MOVE GJN-CONV-TOTAL        TO GJN-TRL-AMT-ED.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE GJN-TRAILER-LINE      TO PRINT-REC (1:50).
000000     WRITE PRINT-REC AFTER ADVANCING 3 LINES.
000000     MOVE "JOURNAL LINES      " TO GJN-TRL-LABEL.
000000     MOVE GJN-LINE-COUNT        TO GJN-TRL-COUNT-ED.
000000     MOVE ZERO                  TO GJN-TRL-AMT-ED.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE GJN-TRAILER-LINE      TO PRINT-REC (1:50).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE "DEBIT TOTAL        " TO GJN-TRL-LABEL.
000000     DIVIDE GJN-LINE-COUNT BY 2 GIVING GJN-TRL-COUNT-ED.
000000     MOVE GJN-DEBIT-TOTAL       TO GJN-TRL-AMT-ED.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE GJN-TRAILER-LINE      TO PRINT-REC (1:50).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE "CREDIT TOTAL       " TO GJN-TRL-LABEL.
000000     DIVIDE GJN-LINE-COUNT BY 2 GIVING GJN-TRL-COUNT-ED.
000000     MOVE GJN-CREDIT-TOTAL      TO GJN-TRL-AMT-ED.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE GJN-TRAILER-LINE      TO PRINT-REC (1:50).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     CLOSE GLMAST-FILE.
000000     CLOSE GLACCT-FILE.
000000     IF GJN-DEBIT-TOTAL NOT = GJN-CREDIT-TOTAL
000000         MOVE "** JOURNAL OUT OF BALANCE **"
000000                                TO GJN-MSG-TEXT
000000         PERFORM 2500-PRINT-MESSAGE THRU 2500-EXIT
000000         CLOSE PRINT-FILE
000000         MOVE 8                  TO RETURN-CODE
000000         GO TO 9000-EXIT
000000     END-IF.
000000     IF GJN-SELECTED-COUNT = ZERO
000000         MOVE "NO GLMAST AMOUNTS LEFT TO JOURNAL"
000000                                TO GJN-MSG-TEXT
000000         PERFORM 2500-PRINT-MESSAGE THRU 2500-EXIT
000000         MOVE 4                  TO RETURN-CODE
000000     END-IF.
000000     CLOSE PRINT-FILE.
000000 9000-EXIT.
000000     EXIT.
000000 END PROGRAM GLJRNL.
