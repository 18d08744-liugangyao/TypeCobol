000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. CONVMNT.
000000*REMARKS.         COPY=(
000000*                       YCONVEAL YCONVPND YBATCHLG
000000*                                 ).
000000*------------------------------------------------------------
000000* MOD-LOG:
000000*               BEFORE AND AFTER RATES ON THE AUDIT REPORT.
000000*               ANY OTHER DIRECTION VALUE IS REJECTED, AS IS
000000*               A DIVIDE RATE OF ZERO (UNUSABLE BY MYPGM).
000000*   2026-10-15  MAKER-CHECKER ON RATE CHANGES.  AN ADD OR CHG
000000*               THAT MOVES THE CONVERSION FACTOR (THE RATE,
000000*               OR ITS INVERSE FOR A DIVIDE RATE) MORE THAN
000000*               THE TOLERANCE PERCENTAGE FROM THE RATE IN
000000*               EFFECT ON ITS EFFECTIVE DATE IS WRITTEN TO THE
000000*               CONVPEND KSDS INSTEAD OF THE CLUSTER.  A NEW
000000*               APR CARD FOR THE SAME CODE AND EFFECTIVE DATE
000000*               APPLIES IT, UNLESS THE APPROVER IS THE ORIGINAL
000000*               REQUESTOR (REFUSED).  PENDING CHANGES NOT
000000*               APPROVED WITHIN THE EXPIRY DAYS ARE DELETED.
000000*               TOLERANCE AND EXPIRY COME FROM THE OPTIONAL
000000*               MNTCTL CARD (DEFAULT 10.00 PCT AND 5 DAYS).
000000*               ADD/CHG/APR CARDS NOW NEED A REQUESTOR, AND AN
000000*               ADD/CHG FOR A KEY ALREADY PENDING IS REJECTED.
000000*               THE AUDIT REPORT LISTS PENDING, APPROVED,
000000*               SELF-APPROVAL REFUSED AND EXPIRED CHANGES IN
000000*               SEPARATE SECTIONS.  CONVEAL-FILE ACCESS IS
000000*               NOW DYNAMIC TO FIND THE RATE IN EFFECT.
000000*   2026-10-15  ADD, CHG AND APR NOW STAMP THE RATE RECORD
000000*               WITH WHO SET IT (CONVEAL-SET-BY), WHO
000000*               APPROVED IT (CONVEAL-APPROVED-BY, APR ONLY)
000000*               AND THE RUN DATE (CONVEAL-SET-DATE).
000000*   2026-10-15  BATCH STEP LOG. A START RECORD AND AN END RECORD
000000*               ARE APPENDED TO THE SHARED BATCHLOG FILE
000000*               (YBATCHLG) WITH THE START AND END TIMES, RETURN
000000*               CODE AND CARDS READ, ACCEPTED AND REJECTED.
000000*------------------------------------------------------------
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000         FILE STATUS IS PRINT-STATUS.
000000     SELECT CONVEAL-FILE ASSIGN TO CONVTBL
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS CONVEAL-KEY
000000         FILE STATUS IS CONVEAL-STATUS.
000000     SELECT CONVPND-FILE ASSIGN TO CONVPEND
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS CONVPND-KEY
000000         FILE STATUS IS CONVPND-STATUS.
000000     SELECT OPTIONAL MNTCTL-FILE ASSIGN TO MNTCTL
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS MNTCTL-STATUS.
000000     SELECT OPTIONAL LOG-FILE ASSIGN TO BATCHLOG
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS LOG-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  CARD-FILE
000000 FD  CONVEAL-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  CONVEAL-REC. COPY  YCONVEAL.
000000 FD  CONVPND-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  CONVPND-REC. COPY  YCONVPND.
000000 FD  MNTCTL-FILE
000000     LABEL RECORDS ARE OMITTED.
000000 01  MNTCTL-CARD-REC.
000000     05  MCT-TOLERANCE-PCT       PIC X(05).
000000     05  MCT-TOLERANCE-NUM REDEFINES MCT-TOLERANCE-PCT
000000                                 PIC 9(03)V99.
000000     05  FILLER                  PIC X(01).
000000     05  MCT-EXPIRY-DAYS         PIC X(03).
000000     05  MCT-EXPIRY-NUM REDEFINES MCT-EXPIRY-DAYS
000000                                 PIC 9(03).
000000     05  FILLER                  PIC X(71).
000000 FD  LOG-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  LOG-REC                     PIC X(80).
000000 WORKING-STORAGE SECTION.
000000    01 CARD-STATUS               PIC XX      VALUE "00".
000000    01 PRINT-STATUS              PIC XX      VALUE "00".
000000    01 CONVEAL-STATUS            PIC XX      VALUE "00".
000000    01 CONVPND-STATUS            PIC XX      VALUE "00".
000000    01 MNTCTL-STATUS             PIC XX      VALUE "00".
000000    01 LOG-STATUS                PIC XX      VALUE "00".
000000
000000 01  BATCHLG-REC. COPY  YBATCHLG.
000000
000000 01  CVM-STEP-LOG.
000000     05  CVM-LOG-RUN-DATE        PIC 9(08)   VALUE ZERO.
000000     05  CVM-LOG-START-TIME      PIC 9(08)   VALUE ZERO.
000000
000000 01  CVM-SWITCHES.
000000     05  CVM-EOF-SW              PIC X       VALUE "N".
000000     05  CVM-CODE-FOUND-SW       PIC X       VALUE "N".
000000         88  CODE-ON-TABLE               VALUE "Y"
000000                                  WHEN SET TO FALSE IS "N".
000000     05  CVM-PEND-FOUND-SW       PIC X       VALUE "N".
000000         88  CHANGE-PENDING              VALUE "Y"
000000                                  WHEN SET TO FALSE IS "N".
000000     05  CVM-RATE-FOUND-SW       PIC X       VALUE "N".
000000         88  RATE-IN-EFFECT              VALUE "Y"
000000                                  WHEN SET TO FALSE IS "N".
000000     05  CVM-SCAN-SW             PIC X       VALUE "N".
000000         88  RATE-SCAN-DONE              VALUE "Y"
000000                                  WHEN SET TO FALSE IS "N".
000000     05  CVM-APPROVAL-SW         PIC X       VALUE "N".
000000         88  NEEDS-APPROVAL              VALUE "Y"
000000                                  WHEN SET TO FALSE IS "N".
000000     05  CVM-PEND-EOF-SW         PIC X       VALUE "N".
000000         88  NO-MORE-PENDING             VALUE "Y".
000000     05  CVM-EVT-FULL-SW         PIC X       VALUE "N".
000000         88  EVENT-TABLE-FULL            VALUE "Y".
000000
000000 01  CVM-CONTROL-TOTALS.
000000     05  CVM-CARD-COUNT          PIC 9(05)   VALUE ZERO.
000000     05  CVM-ACCEPT-COUNT        PIC 9(05)   VALUE ZERO.
000000     05  CVM-REJECT-COUNT        PIC 9(05)   VALUE ZERO.
000000     05  CVM-PENDING-COUNT       PIC 9(05)   VALUE ZERO.
000000     05  CVM-APPROVED-COUNT      PIC 9(05)   VALUE ZERO.
000000     05  CVM-REFUSED-COUNT       PIC 9(05)   VALUE ZERO.
000000     05  CVM-EXPIRED-COUNT       PIC 9(05)   VALUE ZERO.
000000     05  CVM-OUTSTANDING-COUNT   PIC 9(05)   VALUE ZERO.
000000
000000 01  CVM-WORK-AREAS.
000000     05  CVM-RUN-DATE            PIC 9(08)   VALUE ZERO.
000000     05  CVM-OLD-DIR             PIC X(01)   VALUE "M".
000000     05  CVM-NEW-DIR             PIC X(01)   VALUE "M".
000000     05  CVM-RATE-EDIT           PIC ZZ9.9(05).
000000     05  CVM-TOLERANCE-PCT       PIC 9(03)V99 VALUE 10.00.
000000     05  CVM-EXPIRY-DAYS         PIC 9(03)   VALUE 005.
000000     05  CVM-CUR-RATE            PIC 9(03)V9(05) VALUE ZERO.
000000     05  CVM-CUR-DIR             PIC X(01)   VALUE "M".
000000     05  CVM-OLD-FACTOR          PIC 9(06)V9(09) VALUE ZERO.
000000     05  CVM-NEW-FACTOR          PIC 9(06)V9(09) VALUE ZERO.
000000     05  CVM-DEVIATION           PIC 9(07)V99 VALUE ZERO.
000000     05  CVM-PEND-AGE            PIC 9(05)   VALUE ZERO.
000000     05  CVM-EVT-TYPE-WORK       PIC X(01)   VALUE SPACE.
000000     05  CVM-SECTION-TYPE        PIC X(01)   VALUE SPACE.
000000     05  CVM-SECTION-PRINTED     PIC 9(05)   VALUE ZERO.
000000
000000 01  CVM-DATE-WORK.
000000     05  CVM-DATE-IN             PIC 9(08).
000000     05  CVM-DATE-IN-PARTS REDEFINES CVM-DATE-IN.
000000         10  CVM-IN-YEAR         PIC 9(04).
000000         10  CVM-IN-MONTH        PIC 9(02).
000000         10  CVM-IN-DAY          PIC 9(02).
000000     05  CVM-SERIAL-OUT          PIC 9(07)   COMP.
000000     05  CVM-SERIAL-TODAY        PIC 9(07)   COMP.
000000     05  CVM-CALC-YEAR           PIC 9(04)   COMP.
000000     05  CVM-CALC-MONTH          PIC 9(02)   COMP.
000000     05  CVM-SER-QUOT            PIC 9(07)   COMP.
000000
000000*------------------------------------------------------------
000000* PENDING-CHANGE EVENTS FOR THE AUDIT REPORT SECTIONS.  TYPE
000000* A = APPROVED, S = SELF-APPROVAL REFUSED (BOTH FROM THE
000000* CARDS), P = STILL PENDING, E = EXPIRED (BOTH FROM THE END-
000000* OF-RUN SWEEP OF CONVPEND).
000000*------------------------------------------------------------
000000 01  CVM-EVENT-TABLE.
000000     05  CVM-EVT-MAX             PIC 9(04)   VALUE 1000.
000000     05  CVM-EVT-COUNT           PIC 9(04)   VALUE ZERO.
000000     05  CVM-EVT-ENTRY OCCURS 1000 TIMES
000000                       INDEXED BY EVT-IX.
000000         10  CVM-EVT-TYPE        PIC X(01).
000000         10  CVM-EVT-CODE        PIC X(04).
000000         10  CVM-EVT-EFF-DATE    PIC X(08).
000000         10  CVM-EVT-ACTION      PIC X(03).
000000         10  CVM-EVT-OLD         PIC X(10).
000000         10  CVM-EVT-NEW         PIC X(10).
000000         10  CVM-EVT-DEVIATION   PIC 9(07)V99.
000000         10  CVM-EVT-REQ-BY      PIC X(08).
000000         10  CVM-EVT-REQ-DATE    PIC X(08).
000000         10  CVM-EVT-APPR-BY     PIC X(08).
000000
000000 01  CVM-HEADING-1.
000000     05  FILLER                  PIC X(36)   VALUE
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  CVM-AUD-DISP            PIC X(30).
000000
000000 01  CVM-SECTION-LINE.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  CVM-SECTION-TEXT        PIC X(40).
000000
000000 01  CVM-PEND-HEADING.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  FILLER                  PIC X(05)   VALUE "ACT".
000000     05  FILLER                  PIC X(06)   VALUE "CODE".
000000     05  FILLER                  PIC X(10)   VALUE
000000         "EFF-DATE".
000000     05  FILLER                  PIC X(12)   VALUE
000000         "IN EFFECT".
000000     05  FILLER                  PIC X(12)   VALUE
000000         "NEW RATE".
000000     05  FILLER                  PIC X(12)   VALUE
000000         "   DEV PCT".
000000     05  FILLER                  PIC X(10)   VALUE
000000         "REQ-BY".
000000     05  FILLER                  PIC X(10)   VALUE
000000         "REQ-DATE".
000000     05  FILLER                  PIC X(08)   VALUE
000000         "APPR-BY".
000000
000000 01  CVM-PEND-LINE.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  CVM-PND-ACTION          PIC X(03).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  CVM-PND-CODE            PIC X(04).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  CVM-PND-EFF-DATE        PIC X(08).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  CVM-PND-OLD             PIC X(10).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  CVM-PND-NEW             PIC X(10).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  CVM-PND-DEVIATION       PIC Z(06)9.99.
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  CVM-PND-REQ-BY          PIC X(08).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  CVM-PND-REQ-DATE        PIC X(08).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  CVM-PND-APPR-BY         PIC X(08).
000000
000000 01  CVM-TRAILER-LINE.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  CVM-TRL-LABEL           PIC X(16).
000000     GOBACK
000000     .
000000 1000-INITIALIZE.
000000     PERFORM 9800-LOG-STEP-START THRU 9800-EXIT.
000000     OPEN INPUT CARD-FILE.
000000     IF CARD-STATUS NOT = "00"
000000         DISPLAY "CONVMNT: CARD-FILE OPEN FAILED, STATUS "
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     OPEN I-O CONVPND-FILE.
000000     IF CONVPND-STATUS NOT = "00" AND CONVPND-STATUS NOT = "05"
000000         DISPLAY "CONVMNT: CONVPND-FILE OPEN FAILED, STATUS "
000000             CONVPND-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
000000     ACCEPT CVM-RUN-DATE FROM DATE YYYYMMDD.
000000     MOVE CVM-RUN-DATE          TO CVM-HDG-RUN-DATE.
000000     MOVE CVM-RUN-DATE          TO CVM-DATE-IN.
000000     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
000000     MOVE CVM-SERIAL-OUT        TO CVM-SERIAL-TODAY.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE CVM-HEADING-1         TO PRINT-REC (1:45).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     PERFORM 2100-READ-CARD THRU 2100-EXIT.
000000 1000-EXIT.
000000     EXIT.
000000 1100-READ-CONTROL.
000000     OPEN INPUT MNTCTL-FILE.
000000     IF MNTCTL-STATUS NOT = "00" AND MNTCTL-STATUS NOT = "05"
000000         DISPLAY "CONVMNT: MNTCTL-FILE OPEN FAILED, STATUS "
000000             MNTCTL-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     READ MNTCTL-FILE
000000         AT END
000000             GO TO 1100-CLOSE
000000     END-READ.
000000     IF MCT-TOLERANCE-PCT NUMERIC
000000       AND MCT-TOLERANCE-NUM GREATER THAN ZERO
000000         MOVE MCT-TOLERANCE-NUM TO CVM-TOLERANCE-PCT
000000     END-IF.
000000     IF MCT-EXPIRY-DAYS NUMERIC
000000       AND MCT-EXPIRY-NUM GREATER THAN ZERO
000000         MOVE MCT-EXPIRY-NUM    TO CVM-EXPIRY-DAYS
000000     END-IF.
000000 1100-CLOSE.
000000     CLOSE MNTCTL-FILE.
000000 1100-EXIT.
000000     EXIT.
000000 2000-PROCESS-CARD.
000000     ADD 1                      TO CVM-CARD-COUNT.
000000     MOVE SPACES                TO CVM-AUD-BEFORE
000000                                TO CVM-AUD-DISP
000000         GO TO 3000-REJECT
000000     END-IF.
000000     IF (MNT-ACTION = "ADD" OR "CHG" OR "APR")
000000         AND MNT-REQUESTED-BY = SPACES
000000         MOVE "REJECTED - REQUESTOR MISSING"
000000                                TO CVM-AUD-DISP
000000         GO TO 3000-REJECT
000000     END-IF.
000000     IF MNT-RATE-DIR = "D"
000000         MOVE "D"               TO CVM-NEW-DIR
000000     ELSE
000000             PERFORM 3200-CHANGE-CODE THRU 3200-EXIT
000000         WHEN "DEL"
000000             PERFORM 3300-DELETE-CODE THRU 3300-EXIT
000000         WHEN "APR"
000000             PERFORM 3400-APPROVE-CHANGE THRU 3400-EXIT
000000         WHEN OTHER
000000             MOVE "REJECTED - INVALID ACTION"
000000                                TO CVM-AUD-DISP
000000             GO TO 3000-REJECT
000000     END-EVALUATE.
000000     EVALUATE TRUE
000000         WHEN CVM-AUD-DISP = "ACCEPTED"
000000         WHEN CVM-AUD-DISP = "APPROVED"
000000             ADD 1              TO CVM-ACCEPT-COUNT
000000         WHEN CVM-AUD-DISP (1:8) = "REJECTED"
000000             ADD 1              TO CVM-REJECT-COUNT
000000         WHEN OTHER
000000             CONTINUE
000000     END-EVALUATE.
000000     GO TO 3000-EXIT.
000000 3000-REJECT.
000000     ADD 1                      TO CVM-REJECT-COUNT.
000000                                TO CVM-AUD-DISP
000000         GO TO 3100-EXIT
000000     END-IF.
000000     PERFORM 3750-READ-PENDING THRU 3750-EXIT.
000000     IF CHANGE-PENDING
000000         MOVE "REJECTED - ALREADY PENDING"
000000                                TO CVM-AUD-DISP
000000         GO TO 3100-EXIT
000000     END-IF.
000000     PERFORM 3650-FIND-RATE-IN-EFFECT THRU 3650-EXIT.
000000     PERFORM 3700-CHECK-TOLERANCE THRU 3700-EXIT.
000000     IF NEEDS-APPROVAL
000000         PERFORM 3800-WRITE-PENDING THRU 3800-EXIT
000000         GO TO 3100-EXIT
000000     END-IF.
000000     MOVE MNT-CODE              TO CONVEAL-CODE.
000000     MOVE MNT-EFF-DATE          TO CONVEAL-EFF-DATE.
000000     MOVE MNT-RATE-NUM          TO CONVEAL-RATE.
000000     MOVE CVM-NEW-DIR           TO CONVEAL-RATE-DIR.
000000     MOVE MNT-REQUESTED-BY      TO CONVEAL-SET-BY.
000000     MOVE SPACES                TO CONVEAL-APPROVED-BY.
000000     MOVE CVM-RUN-DATE          TO CONVEAL-SET-DATE.
000000     WRITE CONVEAL-REC.
000000     IF CONVEAL-STATUS NOT = "00"
000000         DISPLAY "CONVMNT: CONVEAL-FILE WRITE FAILED, STATUS "
000000         GO TO 3200-EXIT
000000     END-IF.
000000     PERFORM 3600-EDIT-OLD-RATE THRU 3600-EXIT.
000000     PERFORM 3750-READ-PENDING THRU 3750-EXIT.
000000     IF CHANGE-PENDING
000000         MOVE "REJECTED - ALREADY PENDING"
000000                                TO CVM-AUD-DISP
000000         GO TO 3200-EXIT
000000     END-IF.
000000     MOVE CVM-OLD-RATE          TO CVM-CUR-RATE.
000000     MOVE CVM-OLD-DIR           TO CVM-CUR-DIR.
000000     SET RATE-IN-EFFECT TO TRUE.
000000     PERFORM 3700-CHECK-TOLERANCE THRU 3700-EXIT.
000000     IF NEEDS-APPROVAL
000000         PERFORM 3800-WRITE-PENDING THRU 3800-EXIT
000000         GO TO 3200-EXIT
000000     END-IF.
000000     MOVE MNT-RATE-NUM          TO CONVEAL-RATE.
000000     MOVE CVM-NEW-DIR           TO CONVEAL-RATE-DIR.
000000     MOVE MNT-REQUESTED-BY      TO CONVEAL-SET-BY.
000000     MOVE SPACES                TO CONVEAL-APPROVED-BY.
000000     MOVE CVM-RUN-DATE          TO CONVEAL-SET-DATE.
000000     REWRITE CONVEAL-REC.
000000     IF CONVEAL-STATUS NOT = "00"
000000         DISPLAY "CONVMNT: CONVEAL-FILE REWRITE FAILED, STATUS "
000000     MOVE "ACCEPTED"            TO CVM-AUD-DISP.
000000 3300-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* APR - APPLY A PENDING CHANGE.  THE APPROVER (THE REQUESTOR
000000* ON THE APR CARD) MUST NOT BE THE PERSON WHO REQUESTED IT.
000000* THE ADD/CHG IS RE-CHECKED AGAINST THE CLUSTER AS IT STANDS
000000* NOW; IF IT NO LONGER APPLIES THE PENDING RECORD IS LEFT TO
000000* EXPIRE.
000000*------------------------------------------------------------
000000 3400-APPROVE-CHANGE.
000000     PERFORM 3750-READ-PENDING THRU 3750-EXIT.
000000     IF NOT CHANGE-PENDING
000000         MOVE "REJECTED - NO CHANGE PENDING"
000000                                TO CVM-AUD-DISP
000000         GO TO 3400-EXIT
000000     END-IF.
000000     MOVE CONVPND-NEW-RATE      TO CVM-RATE-EDIT.
000000     MOVE CVM-RATE-EDIT         TO CVM-AUD-AFTER.
000000     MOVE CONVPND-NEW-DIR       TO CVM-AUD-AFTER (10:1).
000000     IF CONVPND-REQUESTED-BY = MNT-REQUESTED-BY
000000         MOVE "SELF-APPROVAL REFUSED"
000000                                TO CVM-AUD-DISP
000000         ADD 1                  TO CVM-REFUSED-COUNT
000000         MOVE "S"               TO CVM-EVT-TYPE-WORK
000000         PERFORM 3950-LOG-EVENT THRU 3950-EXIT
000000         GO TO 3400-EXIT
000000     END-IF.
000000     IF CONVPND-ACTION = "ADD"
000000         IF CODE-ON-TABLE
000000             PERFORM 3600-EDIT-OLD-RATE THRU 3600-EXIT
000000             MOVE "REJECTED - CODE ALREADY ON TABLE"
000000                                TO CVM-AUD-DISP
000000             GO TO 3400-EXIT
000000         END-IF
000000         MOVE CONVPND-CODE      TO CONVEAL-CODE
000000         MOVE CONVPND-EFF-DATE  TO CONVEAL-EFF-DATE
000000         MOVE CONVPND-NEW-RATE  TO CONVEAL-RATE
000000         MOVE CONVPND-NEW-DIR   TO CONVEAL-RATE-DIR
000000         MOVE CONVPND-REQUESTED-BY
000000                                TO CONVEAL-SET-BY
000000         MOVE MNT-REQUESTED-BY  TO CONVEAL-APPROVED-BY
000000         MOVE CVM-RUN-DATE      TO CONVEAL-SET-DATE
000000         WRITE CONVEAL-REC
000000     ELSE
000000         IF NOT CODE-ON-TABLE
000000             MOVE "REJECTED - CODE NOT ON TABLE"
000000                                TO CVM-AUD-DISP
000000             GO TO 3400-EXIT
000000         END-IF
000000         PERFORM 3600-EDIT-OLD-RATE THRU 3600-EXIT
000000         MOVE CONVPND-NEW-RATE  TO CONVEAL-RATE
000000         MOVE CONVPND-NEW-DIR   TO CONVEAL-RATE-DIR
000000         MOVE CONVPND-REQUESTED-BY
000000                                TO CONVEAL-SET-BY
000000         MOVE MNT-REQUESTED-BY  TO CONVEAL-APPROVED-BY
000000         MOVE CVM-RUN-DATE      TO CONVEAL-SET-DATE
000000         REWRITE CONVEAL-REC
000000     END-IF.
000000     IF CONVEAL-STATUS NOT = "00"
000000         DISPLAY "CONVMNT: CONVEAL-FILE UPDATE FAILED, STATUS "
000000             CONVEAL-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     DELETE CONVPND-FILE.
000000     IF CONVPND-STATUS NOT = "00"
000000         DISPLAY "CONVMNT: CONVPND-FILE DELETE FAILED, STATUS "
000000             CONVPND-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     MOVE "APPROVED"            TO CVM-AUD-DISP.
000000     ADD 1                      TO CVM-APPROVED-COUNT.
000000     MOVE "A"                   TO CVM-EVT-TYPE-WORK.
000000     PERFORM 3950-LOG-EVENT THRU 3950-EXIT.
000000 3400-EXIT.
000000     EXIT.
000000 3500-READ-TABLE.
000000     SET CODE-ON-TABLE TO FALSE.
000000     MOVE MNT-CODE              TO CONVEAL-CODE.
000000     MOVE CVM-OLD-DIR           TO CVM-AUD-BEFORE (10:1).
000000 3600-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* FIND THE RATE IN EFFECT FOR MNT-CODE JUST BEFORE THE CARD'S
000000* EFFECTIVE DATE - THE RATE AN ADD WOULD SUPERSEDE.
000000*------------------------------------------------------------
000000 3650-FIND-RATE-IN-EFFECT.
000000     SET RATE-IN-EFFECT TO FALSE.
000000     MOVE MNT-CODE              TO CONVEAL-CODE.
000000     MOVE LOW-VALUES            TO CONVEAL-EFF-DATE.
000000     START CONVEAL-FILE KEY NOT LESS THAN CONVEAL-KEY
000000         INVALID KEY
000000             CONTINUE
000000     END-START.
000000     IF CONVEAL-STATUS NOT = "00" AND CONVEAL-STATUS NOT = "23"
000000         DISPLAY "CONVMNT: CONVEAL-FILE START FAILED, STATUS "
000000             CONVEAL-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     IF CONVEAL-STATUS = "00"
000000         SET RATE-SCAN-DONE TO FALSE
000000         PERFORM 3660-SCAN-RATE THRU 3660-EXIT
000000             UNTIL RATE-SCAN-DONE
000000     END-IF.
000000 3650-EXIT.
000000     EXIT.
000000 3660-SCAN-RATE.
000000     READ CONVEAL-FILE NEXT RECORD
000000         AT END
000000             SET RATE-SCAN-DONE TO TRUE
000000             GO TO 3660-EXIT
000000     END-READ.
000000     IF CONVEAL-STATUS NOT = "00"
000000         DISPLAY "CONVMNT: CONVEAL-FILE READ FAILED, STATUS "
000000             CONVEAL-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     IF CONVEAL-CODE NOT = MNT-CODE
000000       OR CONVEAL-EFF-DATE NOT LESS THAN MNT-EFF-DATE
000000         SET RATE-SCAN-DONE TO TRUE
000000         GO TO 3660-EXIT
000000     END-IF.
000000     MOVE CONVEAL-RATE          TO CVM-CUR-RATE.
000000     IF CONVEAL-RATE-DIVIDE
000000         MOVE "D"               TO CVM-CUR-DIR
000000     ELSE
000000         MOVE "M"               TO CVM-CUR-DIR
000000     END-IF.
000000     SET RATE-IN-EFFECT TO TRUE.
000000 3660-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* COMPARE THE CONVERSION FACTORS (RATE FOR "M", 1 / RATE FOR
000000* "D") SO A RATE RE-KEYED IN THE OTHER DIRECTION IS CAUGHT.
000000* WITH NO RATE IN EFFECT THERE IS NOTHING TO COMPARE AGAINST.
000000*------------------------------------------------------------
000000 3700-CHECK-TOLERANCE.
000000     SET NEEDS-APPROVAL TO FALSE.
000000     MOVE ZERO                  TO CVM-DEVIATION.
000000     IF NOT RATE-IN-EFFECT
000000         GO TO 3700-EXIT
000000     END-IF.
000000     IF CVM-CUR-DIR = "D"
000000         IF CVM-CUR-RATE = ZERO
000000             MOVE ZERO          TO CVM-OLD-FACTOR
000000         ELSE
000000             COMPUTE CVM-OLD-FACTOR ROUNDED = 1 / CVM-CUR-RATE
000000         END-IF
000000     ELSE
000000         MOVE CVM-CUR-RATE      TO CVM-OLD-FACTOR
000000     END-IF.
000000     IF CVM-NEW-DIR = "D"
000000         COMPUTE CVM-NEW-FACTOR ROUNDED = 1 / MNT-RATE-NUM
000000     ELSE
000000         MOVE MNT-RATE-NUM      TO CVM-NEW-FACTOR
000000     END-IF.
000000     IF CVM-OLD-FACTOR = ZERO
000000         IF CVM-NEW-FACTOR NOT = ZERO
000000             MOVE 9999999.99    TO CVM-DEVIATION
000000             SET NEEDS-APPROVAL TO TRUE
000000         END-IF
000000         GO TO 3700-EXIT
000000     END-IF.
000000     IF CVM-NEW-FACTOR NOT LESS THAN CVM-OLD-FACTOR
000000         COMPUTE CVM-DEVIATION ROUNDED =
000000             (CVM-NEW-FACTOR - CVM-OLD-FACTOR) * 100
000000             / CVM-OLD-FACTOR
000000             ON SIZE ERROR
000000                 MOVE 9999999.99 TO CVM-DEVIATION
000000         END-COMPUTE
000000     ELSE
000000         COMPUTE CVM-DEVIATION ROUNDED =
000000             (CVM-OLD-FACTOR - CVM-NEW-FACTOR) * 100
000000             / CVM-OLD-FACTOR
000000     END-IF.
000000     IF CVM-DEVIATION GREATER THAN CVM-TOLERANCE-PCT
000000         SET NEEDS-APPROVAL TO TRUE
000000     END-IF.
000000 3700-EXIT.
000000     EXIT.
000000 3750-READ-PENDING.
000000     SET CHANGE-PENDING TO FALSE.
000000     MOVE MNT-CODE              TO CONVPND-CODE.
000000     MOVE MNT-EFF-DATE          TO CONVPND-EFF-DATE.
000000     READ CONVPND-FILE
000000         INVALID KEY
000000             CONTINUE
000000         NOT INVALID KEY
000000             SET CHANGE-PENDING TO TRUE
000000     END-READ.
000000     IF CONVPND-STATUS NOT = "00" AND CONVPND-STATUS NOT = "23"
000000         DISPLAY "CONVMNT: CONVPND-FILE READ FAILED, STATUS "
000000             CONVPND-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000 3750-EXIT.
000000     EXIT.
000000 3800-WRITE-PENDING.
000000     MOVE MNT-CODE              TO CONVPND-CODE.
000000     MOVE MNT-EFF-DATE          TO CONVPND-EFF-DATE.
000000     MOVE MNT-ACTION            TO CONVPND-ACTION.
000000     MOVE MNT-RATE-NUM          TO CONVPND-NEW-RATE.
000000     MOVE CVM-NEW-DIR           TO CONVPND-NEW-DIR.
000000     MOVE CVM-CUR-RATE          TO CONVPND-OLD-RATE.
000000     MOVE CVM-CUR-DIR           TO CONVPND-OLD-DIR.
000000     MOVE CVM-DEVIATION         TO CONVPND-DEVIATION.
000000     MOVE MNT-REQUESTED-BY      TO CONVPND-REQUESTED-BY.
000000     MOVE CVM-RUN-DATE          TO CONVPND-REQUEST-DATE.
000000     WRITE CONVPND-REC.
000000     IF CONVPND-STATUS NOT = "00"
000000         DISPLAY "CONVMNT: CONVPND-FILE WRITE FAILED, STATUS "
000000             CONVPND-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     MOVE CVM-CUR-RATE          TO CVM-RATE-EDIT.
000000     MOVE CVM-RATE-EDIT         TO CVM-AUD-BEFORE.
000000     MOVE CVM-CUR-DIR           TO CVM-AUD-BEFORE (10:1).
000000     MOVE MNT-RATE-NUM          TO CVM-RATE-EDIT.
000000     MOVE CVM-RATE-EDIT         TO CVM-AUD-AFTER.
000000     MOVE CVM-NEW-DIR           TO CVM-AUD-AFTER (10:1).
000000     MOVE "PENDING APPROVAL"    TO CVM-AUD-DISP.
000000     ADD 1                      TO CVM-PENDING-COUNT.
000000 3800-EXIT.
000000     EXIT.
000000 3950-LOG-EVENT.
000000     IF CVM-EVT-COUNT NOT LESS THAN CVM-EVT-MAX
000000         SET EVENT-TABLE-FULL TO TRUE
000000         GO TO 3950-EXIT
000000     END-IF.
000000     ADD 1                      TO CVM-EVT-COUNT.
000000     SET EVT-IX                 TO CVM-EVT-COUNT.
000000     MOVE CVM-EVT-TYPE-WORK     TO CVM-EVT-TYPE (EVT-IX).
000000     MOVE CONVPND-CODE          TO CVM-EVT-CODE (EVT-IX).
000000     MOVE CONVPND-EFF-DATE      TO CVM-EVT-EFF-DATE (EVT-IX).
000000     MOVE CONVPND-ACTION        TO CVM-EVT-ACTION (EVT-IX).
000000     MOVE SPACES                TO CVM-EVT-OLD (EVT-IX).
000000     IF CONVPND-OLD-DIR NOT = SPACE
000000         MOVE CONVPND-OLD-RATE  TO CVM-RATE-EDIT
000000         MOVE CVM-RATE-EDIT     TO CVM-EVT-OLD (EVT-IX)
000000         MOVE CONVPND-OLD-DIR   TO CVM-EVT-OLD (EVT-IX) (10:1)
000000     END-IF.
000000     MOVE CONVPND-NEW-RATE      TO CVM-RATE-EDIT.
000000     MOVE CVM-RATE-EDIT         TO CVM-EVT-NEW (EVT-IX).
000000     MOVE CONVPND-NEW-DIR       TO CVM-EVT-NEW (EVT-IX) (10:1).
000000     MOVE CONVPND-DEVIATION     TO CVM-EVT-DEVIATION (EVT-IX).
000000     MOVE CONVPND-REQUESTED-BY  TO CVM-EVT-REQ-BY (EVT-IX).
000000     MOVE CONVPND-REQUEST-DATE  TO CVM-EVT-REQ-DATE (EVT-IX).
000000     IF CVM-EVT-TYPE-WORK = "A" OR CVM-EVT-TYPE-WORK = "S"
000000         MOVE MNT-REQUESTED-BY  TO CVM-EVT-APPR-BY (EVT-IX)
000000     ELSE
000000         MOVE SPACES            TO CVM-EVT-APPR-BY (EVT-IX)
000000     END-IF.
000000 3950-EXIT.
000000     EXIT.
000000 4000-PRINT-AUDIT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE CVM-AUDIT-LINE        TO PRINT-REC (1:86).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000 4000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* END-OF-RUN SWEEP OF CONVPEND.  A CHANGE REQUESTED MORE THAN
000000* CVM-EXPIRY-DAYS AGO IS DELETED AS EXPIRED; THE REST ARE
000000* LISTED AS STILL PENDING.
000000*------------------------------------------------------------
000000 8000-SWEEP-PENDING.
000000     MOVE LOW-VALUES            TO CONVPND-KEY.
000000     START CONVPND-FILE KEY NOT LESS THAN CONVPND-KEY
000000         INVALID KEY
000000             SET NO-MORE-PENDING TO TRUE
000000     END-START.
000000     IF CONVPND-STATUS NOT = "00" AND CONVPND-STATUS NOT = "23"
000000         DISPLAY "CONVMNT: CONVPND-FILE START FAILED, STATUS "
000000             CONVPND-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     PERFORM 8100-CHECK-PENDING THRU 8100-EXIT
000000         UNTIL NO-MORE-PENDING.
000000 8000-EXIT.
000000     EXIT.
000000 8100-CHECK-PENDING.
000000     READ CONVPND-FILE NEXT RECORD
000000         AT END
000000             SET NO-MORE-PENDING TO TRUE
000000             GO TO 8100-EXIT
000000     END-READ.
000000     IF CONVPND-STATUS NOT = "00"
000000         DISPLAY "CONVMNT: CONVPND-FILE READ FAILED, STATUS "
000000             CONVPND-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     MOVE ZERO                  TO CVM-PEND-AGE.
000000     IF CONVPND-REQUEST-DATE NUMERIC
000000         MOVE CONVPND-REQUEST-DATE TO CVM-DATE-IN
000000         PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT
000000         IF CVM-SERIAL-TODAY GREATER THAN CVM-SERIAL-OUT
000000             COMPUTE CVM-PEND-AGE =
000000                 CVM-SERIAL-TODAY - CVM-SERIAL-OUT
000000         END-IF
000000     END-IF.
000000     IF CVM-PEND-AGE GREATER THAN CVM-EXPIRY-DAYS
000000         DELETE CONVPND-FILE
000000         IF CONVPND-STATUS NOT = "00"
000000             DISPLAY "CONVMNT: CONVPND-FILE DELETE FAILED, "
000000                 "STATUS " CONVPND-STATUS
000000             MOVE 16             TO RETURN-CODE
000000             GOBACK
000000         END-IF
000000         ADD 1                  TO CVM-EXPIRED-COUNT
000000         MOVE "E"               TO CVM-EVT-TYPE-WORK
000000     ELSE
000000         ADD 1                  TO CVM-OUTSTANDING-COUNT
000000         MOVE "P"               TO CVM-EVT-TYPE-WORK
000000     END-IF.
000000     PERFORM 3950-LOG-EVENT THRU 3950-EXIT.
000000 8100-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* 8500-DATE-TO-SERIAL CONVERTS CVM-DATE-IN (YYYYMMDD) TO A
000000* SERIAL DAY NUMBER IN CVM-SERIAL-OUT FOR THE EXPIRY AGE.
000000*------------------------------------------------------------
000000 8500-DATE-TO-SERIAL.
000000     IF CVM-IN-MONTH GREATER THAN 02
000000         MOVE CVM-IN-YEAR       TO CVM-CALC-YEAR
000000         MOVE CVM-IN-MONTH      TO CVM-CALC-MONTH
000000     ELSE
000000         COMPUTE CVM-CALC-YEAR = CVM-IN-YEAR - 1
000000         COMPUTE CVM-CALC-MONTH = CVM-IN-MONTH + 12
000000     END-IF.
000000     COMPUTE CVM-SERIAL-OUT = 365 * CVM-CALC-YEAR
000000         + CVM-IN-DAY.
000000     DIVIDE CVM-CALC-YEAR BY 4 GIVING CVM-SER-QUOT.
000000     ADD CVM-SER-QUOT           TO CVM-SERIAL-OUT.
000000     DIVIDE CVM-CALC-YEAR BY 100 GIVING CVM-SER-QUOT.
000000     SUBTRACT CVM-SER-QUOT      FROM CVM-SERIAL-OUT.
000000     DIVIDE CVM-CALC-YEAR BY 400 GIVING CVM-SER-QUOT.
000000     ADD CVM-SER-QUOT           TO CVM-SERIAL-OUT.
000000     COMPUTE CVM-SER-QUOT =
000000         (153 * (CVM-CALC-MONTH + 1)) / 5.
000000     ADD CVM-SER-QUOT           TO CVM-SERIAL-OUT.
000000 8500-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* ONE REPORT SECTION PER EVENT TYPE IN CVM-SECTION-TYPE, WITH
000000* THE TITLE ALREADY IN CVM-SECTION-TEXT.
000000*------------------------------------------------------------
000000 8600-PRINT-SECTION.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE CVM-SECTION-LINE      TO PRINT-REC (1:41).
000000     WRITE PRINT-REC AFTER ADVANCING 3 LINES.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE CVM-PEND-HEADING      TO PRINT-REC (1:86).
000000     WRITE PRINT-REC AFTER ADVANCING 2 LINES.
000000     MOVE ZERO                  TO CVM-SECTION-PRINTED.
000000     PERFORM 8700-PRINT-EVENT THRU 8700-EXIT
000000         VARYING EVT-IX FROM 1 BY 1
000000         UNTIL EVT-IX GREATER THAN CVM-EVT-COUNT.
000000     IF CVM-SECTION-PRINTED = ZERO
000000         MOVE SPACE             TO PRINT-REC
000000         MOVE " NONE"           TO PRINT-REC (1:5)
000000         WRITE PRINT-REC AFTER ADVANCING 1 LINES
000000     END-IF.
000000 8600-EXIT.
000000     EXIT.
000000 8700-PRINT-EVENT.
000000     IF CVM-EVT-TYPE (EVT-IX) NOT = CVM-SECTION-TYPE
000000         GO TO 8700-EXIT
000000     END-IF.
000000     ADD 1                      TO CVM-SECTION-PRINTED.
000000     MOVE CVM-EVT-ACTION (EVT-IX)    TO CVM-PND-ACTION.
000000     MOVE CVM-EVT-CODE (EVT-IX)      TO CVM-PND-CODE.
000000     MOVE CVM-EVT-EFF-DATE (EVT-IX)  TO CVM-PND-EFF-DATE.
000000     MOVE CVM-EVT-OLD (EVT-IX)       TO CVM-PND-OLD.
000000     MOVE CVM-EVT-NEW (EVT-IX)       TO CVM-PND-NEW.
000000     MOVE CVM-EVT-DEVIATION (EVT-IX) TO CVM-PND-DEVIATION.
000000     MOVE CVM-EVT-REQ-BY (EVT-IX)    TO CVM-PND-REQ-BY.
000000     MOVE CVM-EVT-REQ-DATE (EVT-IX)  TO CVM-PND-REQ-DATE.
000000     MOVE CVM-EVT-APPR-BY (EVT-IX)   TO CVM-PND-APPR-BY.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE CVM-PEND-LINE         TO PRINT-REC (1:86).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000 8700-EXIT.
000000     EXIT.
000000 9000-FINISH.
000000     PERFORM 8000-SWEEP-PENDING THRU 8000-EXIT.
000000     MOVE "P"                   TO CVM-SECTION-TYPE.
000000     MOVE "CHANGES PENDING APPROVAL"
000000                                TO CVM-SECTION-TEXT.
000000     PERFORM 8600-PRINT-SECTION THRU 8600-EXIT.
000000     MOVE "A"                   TO CVM-SECTION-TYPE.
000000     MOVE "PENDING CHANGES APPROVED"
000000                                TO CVM-SECTION-TEXT.
000000     PERFORM 8600-PRINT-SECTION THRU 8600-EXIT.
000000     MOVE "S"                   TO CVM-SECTION-TYPE.
000000     MOVE "SELF-APPROVALS REFUSED"
000000                                TO CVM-SECTION-TEXT.
000000     PERFORM 8600-PRINT-SECTION THRU 8600-EXIT.
000000     MOVE "E"                   TO CVM-SECTION-TYPE.
000000     MOVE "PENDING CHANGES EXPIRED - NOT APPLIED"
000000                                TO CVM-SECTION-TEXT.
000000     PERFORM 8600-PRINT-SECTION THRU 8600-EXIT.
000000     IF EVENT-TABLE-FULL
000000         DISPLAY "CONVMNT: MORE THAN " CVM-EVT-MAX
000000             " PENDING-CHANGE EVENTS - SECTIONS INCOMPLETE"
000000     END-IF.
000000     MOVE "CARDS READ      "    TO CVM-TRL-LABEL.
000000     MOVE CVM-CARD-COUNT        TO CVM-TRL-COUNT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE CVM-TRAILER-LINE      TO PRINT-REC (1:23).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE "MADE PENDING    "    TO CVM-TRL-LABEL.
000000     MOVE CVM-PENDING-COUNT     TO CVM-TRL-COUNT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE CVM-TRAILER-LINE      TO PRINT-REC (1:23).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE "APPROVED        "    TO CVM-TRL-LABEL.
000000     MOVE CVM-APPROVED-COUNT    TO CVM-TRL-COUNT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE CVM-TRAILER-LINE      TO PRINT-REC (1:23).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE "SELF-APPR REFUSD"    TO CVM-TRL-LABEL.
000000     MOVE CVM-REFUSED-COUNT     TO CVM-TRL-COUNT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE CVM-TRAILER-LINE      TO PRINT-REC (1:23).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE "PENDING EXPIRED "    TO CVM-TRL-LABEL.
000000     MOVE CVM-EXPIRED-COUNT     TO CVM-TRL-COUNT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE CVM-TRAILER-LINE      TO PRINT-REC (1:23).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE "STILL PENDING   "    TO CVM-TRL-LABEL.
000000     MOVE CVM-OUTSTANDING-COUNT TO CVM-TRL-COUNT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE CVM-TRAILER-LINE      TO PRINT-REC (1:23).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     CLOSE CARD-FILE.
000000     CLOSE PRINT-FILE.
000000     CLOSE CONVEAL-FILE.
000000     CLOSE CONVPND-FILE.
000000     IF CVM-REJECT-COUNT GREATER THAN ZERO
000000       OR CVM-REFUSED-COUNT GREATER THAN ZERO
000000       OR CVM-EXPIRED-COUNT GREATER THAN ZERO
000000         MOVE 4                  TO RETURN-CODE
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
000000     ACCEPT CVM-LOG-RUN-DATE FROM DATE YYYYMMDD.
000000     ACCEPT CVM-LOG-START-TIME FROM TIME.
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
000000     MOVE CVM-CARD-COUNT        TO BATCHLG-IN-COUNT.
000000     MOVE CVM-ACCEPT-COUNT      TO BATCHLG-OUT-COUNT.
000000     MOVE CVM-REJECT-COUNT      TO BATCHLG-EXCP-COUNT.
000000     PERFORM 9820-WRITE-STEP-LOG THRU 9820-EXIT.
000000 9810-EXIT.
000000     EXIT.
000000 9820-WRITE-STEP-LOG.
000000     MOVE "CONVMNT"             TO BATCHLG-PROGRAM.
000000     MOVE CVM-LOG-RUN-DATE      TO BATCHLG-RUN-DATE.
000000     MOVE CVM-LOG-START-TIME    TO BATCHLG-START-TIME.
000000     OPEN EXTEND LOG-FILE.
000000     IF LOG-STATUS NOT = "00" AND LOG-STATUS NOT = "05"
000000         DISPLAY "CONVMNT: LOG-FILE OPEN FAILED, STATUS "
000000             LOG-STATUS " - STEP NOT LOGGED"
000000         GO TO 9820-EXIT
000000     END-IF.
000000     WRITE LOG-REC FROM BATCHLG-REC.
000000     IF LOG-STATUS NOT = "00"
000000         DISPLAY "CONVMNT: LOG-FILE WRITE FAILED, STATUS "
000000             LOG-STATUS " - STEP NOT LOGGED"
000000     END-IF.
000000     CLOSE LOG-FILE.
000000 9820-EXIT.
000000     EXIT.
000000 END PROGRAM CONVMNT.
