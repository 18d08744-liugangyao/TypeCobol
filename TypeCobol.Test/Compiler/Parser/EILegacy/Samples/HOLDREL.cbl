000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HOLDREL.
000000*REMARKS.         COPY=(
000000*                       YHOLDREC
000000*                                 ).
000000*------------------------------------------------------------
000000* MOD-LOG:
000000*   2026-10-15  NEW PROGRAM - HIGH-VALUE HOLD RELEASE.  READS
000000*               THE HOLD FILE (HOLDIN, YHOLDREC FORMAT) MADE UP
000000*               OF THE MYPGM HOLDOUT ITEMS AND THE HOLDFWD
000000*               CARRIED FORWARD BY THE LAST RUN, AND APPLIES
000000*               THE DECISION CARDS ON RELCARD.  A CARD IS
000000*               KEYED BY TRAN-ID AND TRAN-DATE AND CARRIES
000000*               ACTION APV OR REJ AND THE APPROVER.  AN
000000*               APPROVED ITEM IS WRITTEN TO RELOUT IN TRAN-REC
000000*               FORMAT WITH TRAN-RELEASE-FLAG SET TO "R" SO IT
000000*               GOES THROUGH THE NEXT NIGHTLY RUN WITHOUT
000000*               BEING HELD AGAIN.  A REJECTED ITEM IS LISTED
000000*               ON THE WRITE-OFF REPORT (WOFFRPT) AND DROPPED.
000000*               ITEMS WITH NO DECISION ARE CARRIED FORWARD TO
000000*               HOLDFWD AND LISTED WITH THEIR AGE.  CARDS THAT
000000*               ARE INVALID OR MATCH NO HELD ITEM ARE LISTED.
000000*               RETURN-CODE 4 WHEN ANY CARD IS INVALID OR
000000*               UNMATCHED.
000000*   2026-10-15  A DECISION CARD BEYOND THE 500 THE CARD TABLE
000000*               HOLDS IS LISTED WITH THE INVALID CARDS AS
000000*               "TABLE FULL - NOT APPLIED", COUNTED ON ITS OWN
000000*               TRAILER LINE AND GIVES RETURN-CODE 4.
000000*------------------------------------------------------------
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER. IBM-370.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT HOLD-FILE ASSIGN TO HOLDIN
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS HOLD-STATUS.
000000     SELECT OPTIONAL REL-FILE ASSIGN TO RELCARD
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS REL-STATUS.
000000     SELECT RLSE-FILE ASSIGN TO RELOUT
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS RLSE-STATUS.
000000     SELECT FWD-FILE ASSIGN TO HOLDFWD
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS FWD-STATUS.
000000     SELECT WOFF-FILE ASSIGN TO WOFFRPT
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WOFF-STATUS.
000000     SELECT PRINT-FILE ASSIGN TO HOLDRPT
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS PRINT-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  HOLD-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  HOLD-REC.  COPY  YHOLDREC.
000000 FD  REL-FILE
000000     LABEL RECORDS ARE OMITTED.
000000 01  REL-CARD-REC.
000000     05  HRC-ACTION              PIC X(03).
000000         88  HRC-APPROVE                 VALUE "APV".
000000         88  HRC-REJECT                  VALUE "REJ".
000000     05  FILLER                  PIC X(01).
000000     05  HRC-TRAN-ID             PIC X(10).
000000     05  FILLER                  PIC X(01).
000000     05  HRC-TRAN-DATE           PIC X(08).
000000     05  FILLER                  PIC X(01).
000000     05  HRC-APPROVER            PIC X(08).
000000     05  FILLER                  PIC X(01).
000000     05  HRC-REASON              PIC X(30).
000000     05  FILLER                  PIC X(17).
000000 FD  RLSE-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  RLSE-TRAN-REC               PIC X(80).
000000 FD  FWD-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  FWD-HOLD-REC                PIC X(110).
000000 FD  WOFF-FILE
000000     LABEL RECORDS ARE OMITTED.
000000 01  WOFF-REC                    PIC X(132).
000000 FD  PRINT-FILE
000000     LABEL RECORDS ARE OMITTED.
000000 01  PRINT-REC                   PIC X(132).
000000 WORKING-STORAGE SECTION.
000000    01 HOLD-STATUS               PIC XX      VALUE "00".
000000    01 REL-STATUS                PIC XX      VALUE "00".
000000    01 RLSE-STATUS               PIC XX      VALUE "00".
000000    01 FWD-STATUS                PIC XX      VALUE "00".
000000    01 WOFF-STATUS               PIC XX      VALUE "00".
000000    01 PRINT-STATUS              PIC XX      VALUE "00".
000000
000000 01  HRL-SWITCHES.
000000     05  HRL-EOF-SW              PIC X       VALUE "N".
000000         88  NO-MORE-HOLD                VALUE "Y".
000000     05  HRL-CARD-EOF-SW         PIC X       VALUE "N".
000000         88  NO-MORE-CARDS               VALUE "Y".
000000     05  HRL-CARD-FOUND-SW       PIC X       VALUE "N".
000000         88  CARD-FOUND                  VALUE "Y"
000000                                  WHEN SET TO FALSE IS "N".
000000     05  HRL-TABLE-FULL-SW       PIC X       VALUE "N".
000000         88  CARD-TABLE-FULL             VALUE "Y".
000000
000000 01  HRL-CONTROL-TOTALS.
000000     05  HRL-READ-COUNT          PIC 9(07)   VALUE ZERO.
000000     05  HRL-CARD-COUNT          PIC 9(07)   VALUE ZERO.
000000     05  HRL-CARD-USED-COUNT     PIC 9(07)   VALUE ZERO.
000000     05  HRL-INVALID-COUNT       PIC 9(07)   VALUE ZERO.
000000     05  HRL-RELEASE-COUNT       PIC 9(07)   VALUE ZERO.
000000     05  HRL-RELEASE-AMT         PIC S9(11)V99 VALUE ZERO.
000000     05  HRL-WOFF-COUNT          PIC 9(07)   VALUE ZERO.
000000     05  HRL-WOFF-AMT            PIC S9(11)V99 VALUE ZERO.
000000     05  HRL-FORWARD-COUNT       PIC 9(07)   VALUE ZERO.
000000     05  HRL-FORWARD-AMT         PIC S9(11)V99 VALUE ZERO.
000000     05  HRL-UNMATCHED-COUNT     PIC 9(07)   VALUE ZERO.
000000     05  HRL-EXCESS-COUNT        PIC 9(07)   VALUE ZERO.
000000
000000*------------------------------------------------------------
000000* WORKING COPY OF THE HELD TRAN-REC IMAGE, LAID OUT AS MYPGM
000000* READS IT, SO THE RELEASE FLAG CAN BE SET.
000000*------------------------------------------------------------
000000 01  HRL-TRAN-WORK.
000000     05  HRL-TRAN-DATE           PIC X(08).
000000     05  HRL-TRAN-ID             PIC X(10).
000000     05  HRL-TRAN-CONV-CODE      PIC X(04).
000000     05  HRL-TRAN-AMT            PIC S9(9)V99.
000000     05  HRL-RESUBMIT-FLAG       PIC X(01).
000000     05  HRL-RELEASE-FLAG        PIC X(01).
000000     05  FILLER                  PIC X(45).
000000
000000 01  HRL-WORK-AREAS.
000000     05  HRL-RUN-DATE            PIC 9(08)   VALUE ZERO.
000000     05  HRL-AGE-DAYS            PIC 9(05)   VALUE ZERO.
000000     05  HRL-DISP                PIC X(30)   VALUE SPACES.
000000
000000 01  HRL-FWD-WORK.
000000     05  HRL-FWD-DATA            PIC X(80).
000000     05  HRL-FWD-REASON          PIC X(01).
000000     05  HRL-FWD-LIMIT-AMT       PIC 9(11)V99.
000000     05  HRL-FWD-PROC-DATE       PIC X(08).
000000     05  HRL-FWD-RUN-DATE        PIC X(08).
000000
000000 01  HRL-DATE-WORK.
000000     05  HRL-DATE-IN             PIC 9(08).
000000     05  HRL-DATE-IN-PARTS REDEFINES HRL-DATE-IN.
000000         10  HRL-IN-YEAR         PIC 9(04).
000000         10  HRL-IN-MONTH        PIC 9(02).
000000         10  HRL-IN-DAY          PIC 9(02).
000000     05  HRL-SERIAL-OUT          PIC 9(07)   COMP.
000000     05  HRL-SERIAL-FROM         PIC 9(07)   COMP.
000000     05  HRL-SERIAL-TO           PIC 9(07)   COMP.
000000     05  HRL-CALC-YEAR           PIC 9(04)   COMP.
000000     05  HRL-CALC-MONTH          PIC 9(02)   COMP.
000000     05  HRL-SER-QUOT            PIC 9(07)   COMP.
000000
000000*------------------------------------------------------------
000000* DECISION CARDS ARE HELD IN STORAGE SO EACH HELD ITEM CAN BE
000000* MATCHED WHATEVER ORDER THE TWO FILES ARRIVE IN.  A CARD IS
000000* USED ONCE; TWO HELD ITEMS WITH THE SAME KEY TAKE TWO CARDS.
000000*------------------------------------------------------------
000000 01  HRL-CARD-TABLE.
000000     05  HRL-CARD-MAX            PIC 9(04)   VALUE 0500.
000000     05  HRL-CARD-ENTRY OCCURS 500 TIMES
000000                        INDEXED BY CARD-IX.
000000         10  HRL-CRD-ACTION      PIC X(03).
000000         10  HRL-CRD-TRAN-ID     PIC X(10).
000000         10  HRL-CRD-TRAN-DATE   PIC X(08).
000000         10  HRL-CRD-APPROVER    PIC X(08).
000000         10  HRL-CRD-REASON      PIC X(30).
000000         10  HRL-CRD-USED        PIC X(01).
000000
000000 01  HRL-HEADING-1.
000000     05  FILLER                  PIC X(37)   VALUE
000000         "HIGH-VALUE HOLD RELEASE          RUN".
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  HRL-HDG-RUN-DATE        PIC 9(08).
000000
000000 01  HRL-WOFF-HEADING-1.
000000     05  FILLER                  PIC X(37)   VALUE
000000         "HIGH-VALUE HOLD WRITE-OFFS       RUN".
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  HRL-WHDG-RUN-DATE       PIC 9(08).
000000
000000 01  HRL-SECTION-LINE.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  HRL-SECTION-TEXT        PIC X(50).
000000
000000 01  HRL-ITEM-HEADING.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  FILLER                  PIC X(10)   VALUE
000000         "TRAN DATE".
000000     05  FILLER                  PIC X(12)   VALUE
000000         "TRAN ID".
000000     05  FILLER                  PIC X(06)   VALUE "CODE".
000000     05  FILLER                  PIC X(14)   VALUE
000000         "      AMOUNT".
000000     05  FILLER                  PIC X(04)   VALUE "RSN".
000000     05  FILLER                  PIC X(17)   VALUE
000000         "       LIMIT".
000000     05  FILLER                  PIC X(10)   VALUE
000000         "HELD ON".
000000     05  FILLER                  PIC X(10)   VALUE
000000         "BY".
000000     05  FILLER                  PIC X(30)   VALUE
000000         "DISPOSITION".
000000
000000 01  HRL-ITEM-LINE.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  HRL-IL-TRAN-DATE        PIC X(08).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  HRL-IL-TRAN-ID          PIC X(10).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  HRL-IL-CODE             PIC X(04).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  HRL-IL-AMT              PIC -9(9)V99.
000000     05  HRL-IL-AMT-X REDEFINES HRL-IL-AMT
000000                                 PIC X(12).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  HRL-IL-REASON           PIC X(01).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  HRL-IL-LIMIT            PIC Z(10)9.99.
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  HRL-IL-HELD-ON          PIC X(08).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  HRL-IL-BY               PIC X(08).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  HRL-IL-DISP             PIC X(30).
000000
000000 01  HRL-AGING-HEADING.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  FILLER                  PIC X(10)   VALUE
000000         "TRAN DATE".
000000     05  FILLER                  PIC X(12)   VALUE
000000         "TRAN ID".
000000     05  FILLER                  PIC X(06)   VALUE "CODE".
000000     05  FILLER                  PIC X(14)   VALUE
000000         "      AMOUNT".
000000     05  FILLER                  PIC X(04)   VALUE "RSN".
000000     05  FILLER                  PIC X(17)   VALUE
000000         "       LIMIT".
000000     05  FILLER                  PIC X(10)   VALUE
000000         "HELD ON".
000000     05  FILLER                  PIC X(08)   VALUE
000000         "     AGE".
000000
000000 01  HRL-AGING-LINE.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  HRL-AGE-TRAN-DATE       PIC X(08).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  HRL-AGE-TRAN-ID         PIC X(10).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  HRL-AGE-CODE            PIC X(04).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  HRL-AGE-AMT             PIC -9(9)V99.
000000     05  HRL-AGE-AMT-X REDEFINES HRL-AGE-AMT
000000                                 PIC X(12).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  HRL-AGE-REASON          PIC X(01).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  HRL-AGE-LIMIT           PIC Z(10)9.99.
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  HRL-AGE-HELD-ON         PIC X(08).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  HRL-AGE-DAYS-ED         PIC ZZ,ZZ9.
000000
000000 01  HRL-CARD-LINE.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  HRL-CDL-ACTION          PIC X(03).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  HRL-CDL-TRAN-ID         PIC X(10).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  HRL-CDL-TRAN-DATE       PIC X(08).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  HRL-CDL-BY              PIC X(08).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  HRL-CDL-TEXT            PIC X(30).
000000
000000 01  HRL-TRAILER-LINE.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  HRL-TRL-LABEL           PIC X(20).
000000     05  HRL-TRL-COUNT           PIC ZZ,ZZZ,ZZ9.
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  HRL-TRL-AMT             PIC -Z(10)9.99.
000000     05  HRL-TRL-AMT-X REDEFINES HRL-TRL-AMT
000000                                 PIC X(15).
000000
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000000     PERFORM 2000-PROCESS-HOLD THRU 2000-EXIT
000000         UNTIL NO-MORE-HOLD.
000000     PERFORM 9000-FINISH THRU 9000-EXIT.
000000     GOBACK
000000     .
000000 1000-INITIALIZE.
000000     OPEN INPUT HOLD-FILE.
000000     IF HOLD-STATUS NOT = "00"
000000         DISPLAY "HOLDREL: HOLD-FILE OPEN FAILED, STATUS "
000000             HOLD-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     OPEN OUTPUT RLSE-FILE.
000000     IF RLSE-STATUS NOT = "00"
000000         DISPLAY "HOLDREL: RLSE-FILE OPEN FAILED, STATUS "
000000             RLSE-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     OPEN OUTPUT FWD-FILE.
000000     IF FWD-STATUS NOT = "00"
000000         DISPLAY "HOLDREL: FWD-FILE OPEN FAILED, STATUS "
000000             FWD-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     OPEN OUTPUT WOFF-FILE.
000000     IF WOFF-STATUS NOT = "00"
000000         DISPLAY "HOLDREL: WOFF-FILE OPEN FAILED, STATUS "
000000             WOFF-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     OPEN OUTPUT PRINT-FILE.
000000     IF PRINT-STATUS NOT = "00"
000000         DISPLAY "HOLDREL: PRINT-FILE OPEN FAILED, STATUS "
000000             PRINT-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     ACCEPT HRL-RUN-DATE FROM DATE YYYYMMDD.
000000     MOVE HRL-RUN-DATE          TO HRL-HDG-RUN-DATE
000000                                   HRL-WHDG-RUN-DATE.
000000     MOVE HRL-RUN-DATE          TO HRL-DATE-IN.
000000     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
000000     MOVE HRL-SERIAL-OUT        TO HRL-SERIAL-TO.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE HRL-HEADING-1         TO PRINT-REC (1:46).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     PERFORM 1100-LOAD-CARDS THRU 1100-EXIT.
000000     MOVE "HOLD DECISIONS APPLIED"
000000                                TO HRL-SECTION-TEXT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE HRL-SECTION-LINE      TO PRINT-REC (1:51).
000000     WRITE PRINT-REC AFTER ADVANCING 3 LINES.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE HRL-ITEM-HEADING      TO PRINT-REC (1:114).
000000     WRITE PRINT-REC AFTER ADVANCING 2 LINES.
000000     MOVE SPACE                 TO WOFF-REC.
000000     MOVE HRL-WOFF-HEADING-1    TO WOFF-REC (1:46).
000000     WRITE WOFF-REC AFTER ADVANCING 1 LINES.
000000     MOVE SPACE                 TO WOFF-REC.
000000     MOVE HRL-ITEM-HEADING      TO WOFF-REC (1:114).
000000     WRITE WOFF-REC AFTER ADVANCING 2 LINES.
000000     PERFORM 2100-READ-HOLD THRU 2100-EXIT.
000000 1000-EXIT.
000000     EXIT.
000000 1100-LOAD-CARDS.
000000     OPEN INPUT REL-FILE.
000000     IF REL-STATUS NOT = "00" AND REL-STATUS NOT = "05"
000000         DISPLAY "HOLDREL: REL-FILE OPEN FAILED, STATUS "
000000             REL-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     SET CARD-IX                TO 1.
000000     PERFORM 1200-READ-CARD THRU 1200-EXIT.
000000     PERFORM 1300-STORE-CARD THRU 1300-EXIT
000000         UNTIL NO-MORE-CARDS.
000000     CLOSE REL-FILE.
000000     IF CARD-TABLE-FULL
000000         DISPLAY "HOLDREL: MORE THAN " HRL-CARD-MAX
000000             " DECISION CARDS - EXCESS CARDS IGNORED"
000000     END-IF.
000000 1100-EXIT.
000000     EXIT.
000000 1200-READ-CARD.
000000     READ REL-FILE
000000         AT END
000000             SET NO-MORE-CARDS TO TRUE
000000     END-READ.
000000 1200-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* A CARD MUST CARRY APV OR REJ, A KEY AND THE APPROVER; ANY
000000* OTHER CARD IS LISTED AND NOT APPLIED.
000000*------------------------------------------------------------
000000 1300-STORE-CARD.
000000     MOVE SPACES                TO HRL-DISP.
000000     IF NOT HRC-APPROVE AND NOT HRC-REJECT
000000         MOVE "INVALID ACTION - NOT APPLIED"
000000                                TO HRL-DISP
000000     END-IF.
000000     IF HRC-TRAN-ID = SPACES OR HRC-TRAN-DATE = SPACES
000000         MOVE "NO TRAN KEY - NOT APPLIED"
000000                                TO HRL-DISP
000000     END-IF.
000000     IF HRC-APPROVER = SPACES
000000         MOVE "NO APPROVER - NOT APPLIED"
000000                                TO HRL-DISP
000000     END-IF.
000000     IF HRL-DISP NOT = SPACES
000000         PERFORM 7700-PRINT-INVALID-CARD THRU 7700-EXIT
000000         PERFORM 1200-READ-CARD THRU 1200-EXIT
000000         GO TO 1300-EXIT
000000     END-IF.
000000     IF HRL-CARD-COUNT NOT LESS THAN HRL-CARD-MAX
000000         SET CARD-TABLE-FULL TO TRUE
000000         ADD 1                  TO HRL-EXCESS-COUNT
000000         MOVE "TABLE FULL - NOT APPLIED"
000000                                TO HRL-DISP
000000         PERFORM 7700-PRINT-INVALID-CARD THRU 7700-EXIT
000000         PERFORM 1200-READ-CARD THRU 1200-EXIT
000000         GO TO 1300-EXIT
000000     END-IF.
000000     ADD 1                      TO HRL-CARD-COUNT.
000000     SET CARD-IX                TO HRL-CARD-COUNT.
000000     MOVE HRC-ACTION            TO HRL-CRD-ACTION (CARD-IX).
000000     MOVE HRC-TRAN-ID           TO HRL-CRD-TRAN-ID (CARD-IX).
000000     MOVE HRC-TRAN-DATE         TO HRL-CRD-TRAN-DATE (CARD-IX).
000000     MOVE HRC-APPROVER          TO HRL-CRD-APPROVER (CARD-IX).
000000     MOVE HRC-REASON            TO HRL-CRD-REASON (CARD-IX).
000000     MOVE "N"                   TO HRL-CRD-USED (CARD-IX).
000000     PERFORM 1200-READ-CARD THRU 1200-EXIT.
000000 1300-EXIT.
000000     EXIT.
000000 2000-PROCESS-HOLD.
000000     ADD 1                      TO HRL-READ-COUNT.
000000     MOVE HOLD-TRAN-DATA        TO HRL-TRAN-WORK.
000000     PERFORM 2200-FIND-CARD THRU 2200-EXIT.
000000     IF NOT CARD-FOUND
000000         PERFORM 5000-CARRY-FORWARD THRU 5000-EXIT
000000         PERFORM 2100-READ-HOLD THRU 2100-EXIT
000000         GO TO 2000-EXIT
000000     END-IF.
000000     MOVE "Y"                   TO HRL-CRD-USED (CARD-IX).
000000     ADD 1                      TO HRL-CARD-USED-COUNT.
000000     IF HRL-CRD-ACTION (CARD-IX) = "APV"
000000         PERFORM 3000-WRITE-RELEASE THRU 3000-EXIT
000000     ELSE
000000         PERFORM 4000-WRITE-OFF THRU 4000-EXIT
000000     END-IF.
000000     PERFORM 2100-READ-HOLD THRU 2100-EXIT.
000000 2000-EXIT.
000000     EXIT.
000000 2100-READ-HOLD.
000000     READ HOLD-FILE
000000         AT END
000000             SET NO-MORE-HOLD TO TRUE
000000     END-READ.
000000 2100-EXIT.
000000     EXIT.
000000 2200-FIND-CARD.
000000     SET CARD-FOUND TO FALSE.
000000     IF HRL-CARD-COUNT = ZERO
000000         GO TO 2200-EXIT
000000     END-IF.
000000     SET CARD-IX                TO 1.
000000     SEARCH HRL-CARD-ENTRY
000000         AT END
000000             CONTINUE
000000         WHEN CARD-IX GREATER THAN HRL-CARD-COUNT
000000             CONTINUE
000000         WHEN HRL-CRD-TRAN-ID (CARD-IX) = HRL-TRAN-ID
000000           AND HRL-CRD-TRAN-DATE (CARD-IX) = HRL-TRAN-DATE
000000           AND HRL-CRD-USED (CARD-IX) = "N"
000000             SET CARD-FOUND TO TRUE
000000     END-SEARCH.
000000 2200-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* APPROVED - BACK INTO THE NIGHTLY RUN FLAGGED AS RELEASED SO
000000* MYPGM CONVERTS IT WITHOUT APPLYING THE LIMITS AGAIN.
000000*------------------------------------------------------------
000000 3000-WRITE-RELEASE.
000000     MOVE "R"                   TO HRL-RELEASE-FLAG.
000000     MOVE HRL-TRAN-WORK         TO RLSE-TRAN-REC.
000000     WRITE RLSE-TRAN-REC.
000000     IF RLSE-STATUS NOT = "00"
000000         DISPLAY "HOLDREL: RLSE-FILE WRITE FAILED, STATUS "
000000             RLSE-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     ADD 1                      TO HRL-RELEASE-COUNT.
000000     IF HRL-TRAN-AMT NUMERIC
000000         ADD HRL-TRAN-AMT       TO HRL-RELEASE-AMT
000000     END-IF.
000000     MOVE "RELEASED"            TO HRL-DISP.
000000     PERFORM 6000-FORMAT-ITEM-LINE THRU 6000-EXIT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE HRL-ITEM-LINE         TO PRINT-REC (1:114).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000 3000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* REJECTED - LISTED ON THE WRITE-OFF REPORT WITH THE REASON
000000* GIVEN ON THE CARD, AND DROPPED.
000000*------------------------------------------------------------
000000 4000-WRITE-OFF.
000000     ADD 1                      TO HRL-WOFF-COUNT.
000000     IF HRL-TRAN-AMT NUMERIC
000000         ADD HRL-TRAN-AMT       TO HRL-WOFF-AMT
000000     END-IF.
000000     IF HRL-CRD-REASON (CARD-IX) = SPACES
000000         MOVE "WRITTEN OFF"     TO HRL-DISP
000000     ELSE
000000         MOVE HRL-CRD-REASON (CARD-IX)
000000                                TO HRL-DISP
000000     END-IF.
000000     PERFORM 6000-FORMAT-ITEM-LINE THRU 6000-EXIT.
000000     MOVE SPACE                 TO WOFF-REC.
000000     MOVE HRL-ITEM-LINE         TO WOFF-REC (1:114).
000000     WRITE WOFF-REC AFTER ADVANCING 1 LINES.
000000     MOVE "WRITTEN OFF"         TO HRL-DISP.
000000     PERFORM 6000-FORMAT-ITEM-LINE THRU 6000-EXIT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE HRL-ITEM-LINE         TO PRINT-REC (1:114).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000 4000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* NO DECISION YET - CARRIED FORWARD UNCHANGED SO THE ORIGINAL
000000* HOLD DATE KEEPS THE AGE RUNNING.
000000*------------------------------------------------------------
000000 5000-CARRY-FORWARD.
000000     MOVE HOLD-REC              TO FWD-HOLD-REC.
000000     WRITE FWD-HOLD-REC.
000000     IF FWD-STATUS NOT = "00"
000000         DISPLAY "HOLDREL: FWD-FILE WRITE FAILED, STATUS "
000000             FWD-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     ADD 1                      TO HRL-FORWARD-COUNT.
000000     IF HRL-TRAN-AMT NUMERIC
000000         ADD HRL-TRAN-AMT       TO HRL-FORWARD-AMT
000000     END-IF.
000000 5000-EXIT.
000000     EXIT.
000000 5500-COMPUTE-AGE.
000000     MOVE ZERO                  TO HRL-AGE-DAYS.
000000     IF HRL-FWD-RUN-DATE NOT NUMERIC
000000         GO TO 5500-EXIT
000000     END-IF.
000000     MOVE HRL-FWD-RUN-DATE          TO HRL-DATE-IN.
000000     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
000000     MOVE HRL-SERIAL-OUT        TO HRL-SERIAL-FROM.
000000     IF HRL-SERIAL-TO NOT GREATER THAN HRL-SERIAL-FROM
000000         GO TO 5500-EXIT
000000     END-IF.
000000     COMPUTE HRL-AGE-DAYS =
000000         HRL-SERIAL-TO - HRL-SERIAL-FROM.
000000 5500-EXIT.
000000     EXIT.
000000 6000-FORMAT-ITEM-LINE.
000000     MOVE HRL-TRAN-DATE         TO HRL-IL-TRAN-DATE.
000000     MOVE HRL-TRAN-ID           TO HRL-IL-TRAN-ID.
000000     MOVE HRL-TRAN-CONV-CODE    TO HRL-IL-CODE.
000000     IF HRL-TRAN-AMT NUMERIC
000000         MOVE HRL-TRAN-AMT      TO HRL-IL-AMT
000000     ELSE
000000         MOVE "NOT NUMERIC"     TO HRL-IL-AMT-X
000000     END-IF.
000000     MOVE HOLD-REASON           TO HRL-IL-REASON.
000000     MOVE HOLD-LIMIT-AMT        TO HRL-IL-LIMIT.
000000     MOVE HOLD-RUN-DATE         TO HRL-IL-HELD-ON.
000000     MOVE HRL-CRD-APPROVER (CARD-IX)
000000                                TO HRL-IL-BY.
000000     MOVE HRL-DISP              TO HRL-IL-DISP.
000000 6000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* AGING SECTION - THE NEW HOLD FILE IS READ BACK AND EVERY
000000* ITEM STILL HELD IS AGED FROM THE RUN THAT FIRST HELD IT.
000000*------------------------------------------------------------
000000 7000-PRINT-AGING.
000000     CLOSE FWD-FILE.
000000     MOVE "ITEMS STILL HELD - AGING"
000000                                TO HRL-SECTION-TEXT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE HRL-SECTION-LINE      TO PRINT-REC (1:51).
000000     WRITE PRINT-REC AFTER ADVANCING 3 LINES.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE HRL-AGING-HEADING     TO PRINT-REC (1:82).
000000     WRITE PRINT-REC AFTER ADVANCING 2 LINES.
000000     OPEN INPUT FWD-FILE.
000000     IF FWD-STATUS NOT = "00"
000000         DISPLAY "HOLDREL: FWD-FILE REOPEN FAILED, STATUS "
000000             FWD-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     MOVE "N"                   TO HRL-EOF-SW.
000000     PERFORM 7100-READ-FORWARD THRU 7100-EXIT.
000000     PERFORM 7200-PRINT-AGING-LINE THRU 7200-EXIT
000000         UNTIL NO-MORE-HOLD.
000000     CLOSE FWD-FILE.
000000 7000-EXIT.
000000     EXIT.
000000 7100-READ-FORWARD.
000000     READ FWD-FILE INTO HRL-FWD-WORK
000000         AT END
000000             SET NO-MORE-HOLD TO TRUE
000000     END-READ.
000000 7100-EXIT.
000000     EXIT.
000000 7200-PRINT-AGING-LINE.
000000     MOVE HRL-FWD-DATA         TO HRL-TRAN-WORK.
000000     PERFORM 5500-COMPUTE-AGE THRU 5500-EXIT.
000000     MOVE HRL-TRAN-DATE         TO HRL-AGE-TRAN-DATE.
000000     MOVE HRL-TRAN-ID           TO HRL-AGE-TRAN-ID.
000000     MOVE HRL-TRAN-CONV-CODE    TO HRL-AGE-CODE.
000000     IF HRL-TRAN-AMT NUMERIC
000000         MOVE HRL-TRAN-AMT      TO HRL-AGE-AMT
000000     ELSE
000000         MOVE "NOT NUMERIC"     TO HRL-AGE-AMT-X
000000     END-IF.
000000     MOVE HRL-FWD-REASON            TO HRL-AGE-REASON.
000000     MOVE HRL-FWD-LIMIT-AMT         TO HRL-AGE-LIMIT.
000000     MOVE HRL-FWD-RUN-DATE          TO HRL-AGE-HELD-ON.
000000     MOVE HRL-AGE-DAYS          TO HRL-AGE-DAYS-ED.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE HRL-AGING-LINE        TO PRINT-REC (1:82).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     PERFORM 7100-READ-FORWARD THRU 7100-EXIT.
000000 7200-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* CARDS LEFT UNUSED MATCHED NO ITEM ON THE HOLD FILE.
000000*------------------------------------------------------------
000000 7500-PRINT-UNMATCHED.
000000     IF HRL-CARD-USED-COUNT NOT LESS THAN HRL-CARD-COUNT
000000         GO TO 7500-EXIT
000000     END-IF.
000000     MOVE "DECISION CARDS WITH NO MATCHING HELD ITEM"
000000                                TO HRL-SECTION-TEXT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE HRL-SECTION-LINE      TO PRINT-REC (1:51).
000000     WRITE PRINT-REC AFTER ADVANCING 3 LINES.
000000     PERFORM 7600-CHECK-ONE-CARD THRU 7600-EXIT
000000         VARYING CARD-IX FROM 1 BY 1
000000         UNTIL CARD-IX GREATER THAN HRL-CARD-COUNT.
000000 7500-EXIT.
000000     EXIT.
000000 7600-CHECK-ONE-CARD.
000000     IF HRL-CRD-USED (CARD-IX) = "Y"
000000         GO TO 7600-EXIT
000000     END-IF.
000000     ADD 1                      TO HRL-UNMATCHED-COUNT.
000000     MOVE HRL-CRD-ACTION (CARD-IX)
000000                                TO HRL-CDL-ACTION.
000000     MOVE HRL-CRD-TRAN-ID (CARD-IX)
000000                                TO HRL-CDL-TRAN-ID.
000000     MOVE HRL-CRD-TRAN-DATE (CARD-IX)
000000                                TO HRL-CDL-TRAN-DATE.
000000     MOVE HRL-CRD-APPROVER (CARD-IX)
000000                                TO HRL-CDL-BY.
000000     MOVE "NO SUCH ITEM HELD"   TO HRL-CDL-TEXT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE HRL-CARD-LINE         TO PRINT-REC (1:70).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000 7600-EXIT.
000000     EXIT.
000000 7700-PRINT-INVALID-CARD.
000000     ADD 1                      TO HRL-INVALID-COUNT.
000000     IF HRL-INVALID-COUNT = 1
000000         MOVE "INVALID DECISION CARDS"
000000                                TO HRL-SECTION-TEXT
000000         MOVE SPACE             TO PRINT-REC
000000         MOVE HRL-SECTION-LINE  TO PRINT-REC (1:51)
000000         WRITE PRINT-REC AFTER ADVANCING 3 LINES
000000     END-IF.
000000     MOVE HRC-ACTION            TO HRL-CDL-ACTION.
000000     MOVE HRC-TRAN-ID           TO HRL-CDL-TRAN-ID.
000000     MOVE HRC-TRAN-DATE         TO HRL-CDL-TRAN-DATE.
000000     MOVE HRC-APPROVER          TO HRL-CDL-BY.
000000     MOVE HRL-DISP              TO HRL-CDL-TEXT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE HRL-CARD-LINE         TO PRINT-REC (1:70).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000 7700-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* 8500-DATE-TO-SERIAL CONVERTS HRL-DATE-IN (YYYYMMDD) TO A
000000* SERIAL DAY NUMBER IN HRL-SERIAL-OUT.
000000*------------------------------------------------------------
000000 8500-DATE-TO-SERIAL.
000000     IF HRL-IN-MONTH GREATER THAN 02
000000         MOVE HRL-IN-YEAR       TO HRL-CALC-YEAR
000000         MOVE HRL-IN-MONTH      TO HRL-CALC-MONTH
000000     ELSE
000000         COMPUTE HRL-CALC-YEAR = HRL-IN-YEAR - 1
000000         COMPUTE HRL-CALC-MONTH = HRL-IN-MONTH + 12
000000     END-IF.
000000     COMPUTE HRL-SERIAL-OUT = 365 * HRL-CALC-YEAR
000000         + HRL-IN-DAY.
000000     DIVIDE HRL-CALC-YEAR BY 4 GIVING HRL-SER-QUOT.
000000     ADD HRL-SER-QUOT           TO HRL-SERIAL-OUT.
000000     DIVIDE HRL-CALC-YEAR BY 100 GIVING HRL-SER-QUOT.
000000     SUBTRACT HRL-SER-QUOT      FROM HRL-SERIAL-OUT.
000000     DIVIDE HRL-CALC-YEAR BY 400 GIVING HRL-SER-QUOT.
000000     ADD HRL-SER-QUOT           TO HRL-SERIAL-OUT.
000000     COMPUTE HRL-SER-QUOT =
000000         (153 * (HRL-CALC-MONTH + 1)) / 5.
000000     ADD HRL-SER-QUOT           TO HRL-SERIAL-OUT.
000000 8500-EXIT.
000000     EXIT.
000000 8800-PRINT-TRAILER.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE HRL-TRAILER-LINE      TO PRINT-REC (1:48).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000 8800-EXIT.
000000     EXIT.
000000 9000-FINISH.
000000     PERFORM 7000-PRINT-AGING THRU 7000-EXIT.
000000     PERFORM 7500-PRINT-UNMATCHED THRU 7500-EXIT.
000000     MOVE "TOTAL WRITTEN OFF   " TO HRL-TRL-LABEL.
000000     MOVE HRL-WOFF-COUNT        TO HRL-TRL-COUNT.
000000     MOVE HRL-WOFF-AMT          TO HRL-TRL-AMT.
000000     MOVE SPACE                 TO WOFF-REC.
000000     MOVE HRL-TRAILER-LINE      TO WOFF-REC (1:48).
000000     WRITE WOFF-REC AFTER ADVANCING 2 LINES.
000000     MOVE SPACE                 TO PRINT-REC.
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE "ITEMS READ          " TO HRL-TRL-LABEL.
000000     MOVE HRL-READ-COUNT        TO HRL-TRL-COUNT.
000000     MOVE SPACES                TO HRL-TRL-AMT-X.
000000     PERFORM 8800-PRINT-TRAILER THRU 8800-EXIT.
000000     MOVE "ITEMS RELEASED      " TO HRL-TRL-LABEL.
000000     MOVE HRL-RELEASE-COUNT     TO HRL-TRL-COUNT.
000000     MOVE HRL-RELEASE-AMT       TO HRL-TRL-AMT.
000000     PERFORM 8800-PRINT-TRAILER THRU 8800-EXIT.
000000     MOVE "ITEMS WRITTEN OFF   " TO HRL-TRL-LABEL.
000000     MOVE HRL-WOFF-COUNT        TO HRL-TRL-COUNT.
000000     MOVE HRL-WOFF-AMT          TO HRL-TRL-AMT.
000000     PERFORM 8800-PRINT-TRAILER THRU 8800-EXIT.
000000     MOVE "ITEMS STILL HELD    " TO HRL-TRL-LABEL.
000000     MOVE HRL-FORWARD-COUNT     TO HRL-TRL-COUNT.
000000     MOVE HRL-FORWARD-AMT       TO HRL-TRL-AMT.
000000     PERFORM 8800-PRINT-TRAILER THRU 8800-EXIT.
000000     MOVE "CARDS INVALID       " TO HRL-TRL-LABEL.
000000     MOVE HRL-INVALID-COUNT     TO HRL-TRL-COUNT.
000000     MOVE SPACES                TO HRL-TRL-AMT-X.
000000     PERFORM 8800-PRINT-TRAILER THRU 8800-EXIT.
000000     MOVE "  TABLE FULL        " TO HRL-TRL-LABEL.
000000     MOVE HRL-EXCESS-COUNT      TO HRL-TRL-COUNT.
000000     PERFORM 8800-PRINT-TRAILER THRU 8800-EXIT.
000000     MOVE "CARDS UNMATCHED     " TO HRL-TRL-LABEL.
000000     MOVE HRL-UNMATCHED-COUNT   TO HRL-TRL-COUNT.
000000     PERFORM 8800-PRINT-TRAILER THRU 8800-EXIT.
000000     CLOSE HOLD-FILE.
000000     CLOSE RLSE-FILE.
000000     CLOSE WOFF-FILE.
000000     CLOSE PRINT-FILE.
000000     IF HRL-INVALID-COUNT GREATER THAN ZERO
000000       OR HRL-UNMATCHED-COUNT GREATER THAN ZERO
000000       OR HRL-EXCESS-COUNT GREATER THAN ZERO
000000         MOVE 4                  TO RETURN-CODE
000000     END-IF.
000000 9000-EXIT.
000000     EXIT.
000000 END PROGRAM HOLDREL.
