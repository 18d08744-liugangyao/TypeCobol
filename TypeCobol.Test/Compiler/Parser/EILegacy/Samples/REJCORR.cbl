000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. REJCORR.
000000*REMARKS.         COPY=(
000000*                       YTRANREJ
000000*                                 ).
000000*------------------------------------------------------------
000000* MOD-LOG:
000000*   2026-10-15  NEW PROGRAM - REJECT CORRECTION AND
000000*               RESUBMISSION.  READS THE TRANEDIT REJECTS
000000*               (TRANREJ) TOGETHER WITH THE REJECT MASTER
000000*               CARRIED FORWARD BY THE LAST RUN, BOTH IN
000000*               YTRANREJ FORMAT, AND APPLIES THE CORRECTION
000000*               CARDS ON CORRCARD.  A CARD IS KEYED BY THE
000000*               TRAN-ID AND TRAN-DATE AS THEY STAND ON THE
000000*               REJECT AND SUPPLIES A CORRECTED DATE, ID,
000000*               CONVERSION CODE AND/OR AMOUNT (BLANK FIELDS
000000*               ARE LEFT AS THEY WERE).  THE CORRECTED IMAGE
000000*               IS RE-EDITED WITH THE TRANEDIT FIELD EDITS;
000000*               A CLEAN RECORD IS WRITTEN TO RESUBOUT IN
000000*               TRAN-REC FORMAT TO BE INCLUDED IN THE NEXT
000000*               TRANRAW.  A DUPLICATE REJECT (REASON "P") IS
000000*               ONLY RESUBMITTED WHEN ITS CARD CARRIES THE
000000*               DUPLICATE OVERRIDE, AND THEN GOES OUT FLAGGED
000000*               SO TRANEDIT WILL ACCEPT IT.  EVERY REJECT NOT
000000*               RESUBMITTED IS CARRIED FORWARD TO THE NEW
000000*               REJECT MASTER (REJFWD) WITH ITS ORIGINAL
000000*               REJECT DATE AND LISTED ON AN AGING REPORT IN
000000*               CALENDAR AND BUSINESS DAYS, FLAGGED OVER 5
000000*               BUSINESS DAYS.  CARDS THAT MATCH NO REJECT
000000*               ARE LISTED.  RETURN-CODE 4 WHEN ANY CARD IS
000000*               UNMATCHED OR REFUSED, ANY CORRECTION FAILS
000000*               THE RE-EDIT, OR ANY REJECT IS OVER AGE.
000000*   2026-10-15  A CORRECTION CARD BEYOND THE 500 THE CARD TABLE
000000*               HOLDS IS LISTED AT THE HEAD OF THE REPORT AS
000000*               "TABLE FULL - NOT APPLIED", COUNTED ON THE
000000*               TRAILER AND GIVES RETURN-CODE 4.  THE CARD
000000*               AMOUNT IS CHECKED IN WORKING STORAGE, NOT IN
000000*               THE CLOSED CORRCARD RECORD AREA.
000000*------------------------------------------------------------
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER. IBM-370.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT REJ-FILE ASSIGN TO REJIN
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS REJ-STATUS.
000000     SELECT OPTIONAL CORR-FILE ASSIGN TO CORRCARD
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS CORR-STATUS.
000000     SELECT RESUB-FILE ASSIGN TO RESUBOUT
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS RESUB-STATUS.
000000     SELECT FWD-FILE ASSIGN TO REJFWD
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS FWD-STATUS.
000000     SELECT PRINT-FILE ASSIGN TO CORRRPT
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS PRINT-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  REJ-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  REJ-TRAN-REC. COPY  YTRANREJ.
000000 FD  CORR-FILE
000000     LABEL RECORDS ARE OMITTED.
000000 01  CORR-CARD-REC.
000000     05  CRC-TRAN-ID             PIC X(10).
000000     05  CRC-TRAN-DATE           PIC X(08).
000000     05  FILLER                  PIC X(01).
000000     05  CRC-NEW-DATE            PIC X(08).
000000     05  FILLER                  PIC X(01).
000000     05  CRC-NEW-ID              PIC X(10).
000000     05  FILLER                  PIC X(01).
000000     05  CRC-NEW-CODE            PIC X(04).
000000     05  FILLER                  PIC X(01).
000000     05  CRC-NEW-AMT             PIC X(12).
000000     05  CRC-NEW-AMT-NUM REDEFINES CRC-NEW-AMT
000000                                 PIC S9(9)V99
000000                                 SIGN IS LEADING SEPARATE
000000                                 CHARACTER.
000000     05  FILLER                  PIC X(01).
000000     05  CRC-DUP-OVERRIDE        PIC X(01).
000000     05  FILLER                  PIC X(01).
000000     05  CRC-CORRECTED-BY        PIC X(08).
000000     05  FILLER                  PIC X(13).
000000 FD  RESUB-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  RESUB-TRAN-REC              PIC X(80).
000000 FD  FWD-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  FWD-REJ-REC                 PIC X(93).
000000 FD  PRINT-FILE
000000     LABEL RECORDS ARE OMITTED.
000000 01  PRINT-REC                   PIC X(132).
000000 WORKING-STORAGE SECTION.
000000    01 REJ-STATUS                PIC XX      VALUE "00".
000000    01 CORR-STATUS               PIC XX      VALUE "00".
000000    01 RESUB-STATUS              PIC XX      VALUE "00".
000000    01 FWD-STATUS                PIC XX      VALUE "00".
000000    01 PRINT-STATUS              PIC XX      VALUE "00".
000000
000000 01  RJC-SWITCHES.
000000     05  RJC-EOF-SW              PIC X       VALUE "N".
000000         88  NO-MORE-REJ                 VALUE "Y".
000000     05  RJC-CARD-EOF-SW         PIC X       VALUE "N".
000000         88  NO-MORE-CARDS               VALUE "Y".
000000     05  RJC-CARD-FOUND-SW       PIC X       VALUE "N".
000000         88  CARD-FOUND                  VALUE "Y"
000000                                  WHEN SET TO FALSE IS "N".
000000     05  RJC-REC-GOOD-SW         PIC X       VALUE "Y".
000000         88  RJC-REC-GOOD                VALUE "Y"
000000                                  WHEN SET TO FALSE IS "N".
000000     05  RJC-DATE-GOOD-SW        PIC X       VALUE "Y".
000000         88  RJC-DATE-GOOD               VALUE "Y"
000000                                  WHEN SET TO FALSE IS "N".
000000     05  RJC-LEAP-SW             PIC X       VALUE "N".
000000         88  RJC-LEAP-YEAR               VALUE "Y"
000000                                  WHEN SET TO FALSE IS "N".
000000     05  RJC-TABLE-FULL-SW       PIC X       VALUE "N".
000000         88  CARD-TABLE-FULL             VALUE "Y".
000000
000000 01  RJC-CONTROL-TOTALS.
000000     05  RJC-READ-COUNT          PIC 9(07)   VALUE ZERO.
000000     05  RJC-CARD-COUNT          PIC 9(07)   VALUE ZERO.
000000     05  RJC-RESUB-COUNT         PIC 9(07)   VALUE ZERO.
000000     05  RJC-OVERRIDE-COUNT      PIC 9(07)   VALUE ZERO.
000000     05  RJC-REFUSED-COUNT       PIC 9(07)   VALUE ZERO.
000000     05  RJC-FAILED-COUNT        PIC 9(07)   VALUE ZERO.
000000     05  RJC-FORWARD-COUNT       PIC 9(07)   VALUE ZERO.
000000     05  RJC-UNMATCHED-COUNT     PIC 9(07)   VALUE ZERO.
000000     05  RJC-OVERAGE-COUNT       PIC 9(07)   VALUE ZERO.
000000     05  RJC-EXCESS-COUNT        PIC 9(07)   VALUE ZERO.
000000
000000*------------------------------------------------------------
000000* WORKING COPY OF THE REJECTED TRAN-REC IMAGE, LAID OUT AS
000000* TRANEDIT SEES IT, SO THE CORRECTIONS CAN BE APPLIED AND
000000* THE FIELD EDITS REPEATED.
000000*------------------------------------------------------------
000000 01  RJC-TRAN-WORK.
000000     05  RJC-TRAN-DATE           PIC X(08).
000000     05  RJC-DATE-PARTS REDEFINES RJC-TRAN-DATE.
000000         10  RJC-DATE-YEAR       PIC 9(04).
000000         10  RJC-DATE-MONTH      PIC 9(02).
000000         10  RJC-DATE-DAY        PIC 9(02).
000000     05  RJC-TRAN-ID             PIC X(10).
000000     05  RJC-TRAN-CONV-CODE      PIC X(04).
000000     05  RJC-TRAN-AMT            PIC S9(9)V99.
000000     05  RJC-RESUBMIT-FLAG       PIC X(01).
000000     05  FILLER                  PIC X(46).
000000
000000 01  RJC-NEW-REASONS.
000000     05  RJC-NEW-DATE-RSN        PIC X(01).
000000     05  RJC-NEW-ID-RSN          PIC X(01).
000000     05  RJC-NEW-CODE-RSN        PIC X(01).
000000     05  RJC-NEW-AMT-RSN         PIC X(01).
000000     05  RJC-NEW-DUP-RSN         PIC X(01).
000000
000000 01  RJC-WORK-AREAS.
000000     05  RJC-RUN-DATE            PIC 9(08)   VALUE ZERO.
000000     05  RJC-MONTH-MAX           PIC 9(02)   VALUE ZERO.
000000     05  RJC-DIV-QUOT            PIC 9(04)   VALUE ZERO.
000000     05  RJC-REM-4               PIC 9(04)   VALUE ZERO.
000000     05  RJC-REM-100             PIC 9(04)   VALUE ZERO.
000000     05  RJC-REM-400             PIC 9(04)   VALUE ZERO.
000000     05  RJC-AGE-DAYS            PIC 9(05)   VALUE ZERO.
000000     05  RJC-BUS-DAYS            PIC 9(05)   VALUE ZERO.
000000     05  RJC-BUS-LIMIT           PIC 9(02)   VALUE 05.
000000     05  RJC-DISP                PIC X(30)   VALUE SPACES.
000000     05  RJC-NEW-AMT             PIC X(12)   VALUE SPACES.
000000     05  RJC-NEW-AMT-NUM REDEFINES RJC-NEW-AMT
000000                                 PIC S9(9)V99
000000                                 SIGN IS LEADING SEPARATE
000000                                 CHARACTER.
000000
000000 01  RJC-FWD-WORK.
000000     05  RJC-FWD-DATA            PIC X(80).
000000     05  RJC-FWD-REASONS         PIC X(05).
000000     05  RJC-FWD-REJ-DATE        PIC X(08).
000000
000000 01  RJC-DATE-WORK.
000000     05  RJC-DATE-IN             PIC 9(08).
000000     05  RJC-DATE-IN-PARTS REDEFINES RJC-DATE-IN.
000000         10  RJC-IN-YEAR         PIC 9(04).
000000         10  RJC-IN-MONTH        PIC 9(02).
000000         10  RJC-IN-DAY          PIC 9(02).
000000     05  RJC-SERIAL-OUT          PIC 9(07)   COMP.
000000     05  RJC-SERIAL-FROM         PIC 9(07)   COMP.
000000     05  RJC-SERIAL-TO           PIC 9(07)   COMP.
000000     05  RJC-SERIAL-WORK         PIC 9(07)   COMP.
000000     05  RJC-CALC-YEAR           PIC 9(04)   COMP.
000000     05  RJC-CALC-MONTH          PIC 9(02)   COMP.
000000     05  RJC-SER-QUOT            PIC 9(07)   COMP.
000000     05  RJC-DOW-REM             PIC 9(01)   COMP.
000000
000000*------------------------------------------------------------
000000* CORRECTION CARDS ARE HELD IN STORAGE SO EACH REJECT CAN BE
000000* MATCHED WHATEVER ORDER THE TWO FILES ARRIVE IN.  A CARD IS
000000* USED ONCE; TWO REJECTS WITH THE SAME KEY TAKE TWO CARDS.
000000*------------------------------------------------------------
000000 01  RJC-CARD-TABLE.
000000     05  RJC-CARD-MAX            PIC 9(04)   VALUE 0500.
000000     05  RJC-CARD-USED-COUNT     PIC 9(04)   VALUE ZERO.
000000     05  RJC-CARD-ENTRY OCCURS 500 TIMES
000000                        INDEXED BY CARD-IX.
000000         10  RJC-CRD-TRAN-ID     PIC X(10).
000000         10  RJC-CRD-TRAN-DATE   PIC X(08).
000000         10  RJC-CRD-NEW-DATE    PIC X(08).
000000         10  RJC-CRD-NEW-ID      PIC X(10).
000000         10  RJC-CRD-NEW-CODE    PIC X(04).
000000         10  RJC-CRD-NEW-AMT     PIC X(12).
000000         10  RJC-CRD-OVERRIDE    PIC X(01).
000000         10  RJC-CRD-BY          PIC X(08).
000000         10  RJC-CRD-USED        PIC X(01).
000000
000000 01  RJC-HEADING-1.
000000     05  FILLER                  PIC X(37)   VALUE
000000         "REJECT CORRECTION AND RESUBMIT   RUN".
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  RJC-HDG-RUN-DATE        PIC 9(08).
000000
000000 01  RJC-SECTION-LINE.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  RJC-SECTION-TEXT        PIC X(50).
000000
000000 01  RJC-CORR-HEADING.
000000     05  FILLER                  PIC X(09)   VALUE SPACE.
000000     05  FILLER                  PIC X(10)   VALUE
000000         "TRAN DATE".
000000     05  FILLER                  PIC X(12)   VALUE
000000         "TRAN ID".
000000     05  FILLER                  PIC X(06)   VALUE "CODE".
000000     05  FILLER                  PIC X(14)   VALUE
000000         "      AMOUNT".
000000     05  FILLER                  PIC X(07)   VALUE "RSNS".
000000     05  FILLER                  PIC X(10)   VALUE
000000         "BY".
000000     05  FILLER                  PIC X(30)   VALUE
000000         "DISPOSITION".
000000
000000 01  RJC-CORR-LINE.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  RJC-CL-TAG              PIC X(06).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  RJC-CL-TRAN-DATE        PIC X(08).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  RJC-CL-TRAN-ID          PIC X(10).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  RJC-CL-CODE             PIC X(04).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  RJC-CL-AMT              PIC -9(9)V99.
000000     05  RJC-CL-AMT-X REDEFINES RJC-CL-AMT
000000                                 PIC X(12).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  RJC-CL-REASONS          PIC X(05).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  RJC-CL-BY               PIC X(08).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  RJC-CL-DISP             PIC X(30).
000000
000000 01  RJC-AGING-HEADING.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  FILLER                  PIC X(10)   VALUE
000000         "TRAN DATE".
000000     05  FILLER                  PIC X(12)   VALUE
000000         "TRAN ID".
000000     05  FILLER                  PIC X(06)   VALUE "CODE".
000000     05  FILLER                  PIC X(14)   VALUE
000000         "      AMOUNT".
000000     05  FILLER                  PIC X(07)   VALUE "RSNS".
000000     05  FILLER                  PIC X(10)   VALUE
000000         "REJ DATE".
000000     05  FILLER                  PIC X(09)   VALUE
000000         "     AGE".
000000     05  FILLER                  PIC X(09)   VALUE
000000         " BUS DAYS".
000000     05  FILLER                  PIC X(17)   VALUE
000000         "  FLAG".
000000
000000 01  RJC-AGING-LINE.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  RJC-AGE-TRAN-DATE       PIC X(08).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  RJC-AGE-TRAN-ID         PIC X(10).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  RJC-AGE-CODE            PIC X(04).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  RJC-AGE-AMT             PIC -9(9)V99.
000000     05  RJC-AGE-AMT-X REDEFINES RJC-AGE-AMT
000000                                 PIC X(12).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  RJC-AGE-REASONS         PIC X(05).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  RJC-AGE-REJ-DATE        PIC X(08).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  RJC-AGE-DAYS-ED         PIC ZZ,ZZ9.
000000     05  FILLER                  PIC X(03)   VALUE SPACE.
000000     05  RJC-AGE-BUS-ED          PIC ZZ,ZZ9.
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  RJC-AGE-FLAG            PIC X(16).
000000
000000 01  RJC-CARD-LINE.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  RJC-CDL-TRAN-ID         PIC X(10).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  RJC-CDL-TRAN-DATE       PIC X(08).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  RJC-CDL-BY              PIC X(08).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  RJC-CDL-TEXT            PIC X(30).
000000
000000 01  RJC-TRAILER-LINE.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  RJC-TRL-LABEL           PIC X(20).
000000     05  RJC-TRL-COUNT           PIC ZZ,ZZZ,ZZ9.
000000
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000000     PERFORM 2000-PROCESS-REJECT THRU 2000-EXIT
000000         UNTIL NO-MORE-REJ.
000000     PERFORM 9000-FINISH THRU 9000-EXIT.
000000     GOBACK
000000     .
000000 1000-INITIALIZE.
000000     OPEN INPUT REJ-FILE.
000000     IF REJ-STATUS NOT = "00"
000000         DISPLAY "REJCORR: REJ-FILE OPEN FAILED, STATUS "
000000             REJ-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     OPEN OUTPUT RESUB-FILE.
000000     IF RESUB-STATUS NOT = "00"
000000         DISPLAY "REJCORR: RESUB-FILE OPEN FAILED, STATUS "
000000             RESUB-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     OPEN OUTPUT FWD-FILE.
000000     IF FWD-STATUS NOT = "00"
000000         DISPLAY "REJCORR: FWD-FILE OPEN FAILED, STATUS "
000000             FWD-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     OPEN OUTPUT PRINT-FILE.
000000     IF PRINT-STATUS NOT = "00"
000000         DISPLAY "REJCORR: PRINT-FILE OPEN FAILED, STATUS "
000000             PRINT-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     ACCEPT RJC-RUN-DATE FROM DATE YYYYMMDD.
000000     MOVE RJC-RUN-DATE          TO RJC-HDG-RUN-DATE.
000000     MOVE RJC-RUN-DATE          TO RJC-DATE-IN.
000000     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
000000     MOVE RJC-SERIAL-OUT        TO RJC-SERIAL-TO.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RJC-HEADING-1         TO PRINT-REC (1:46).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     PERFORM 1100-LOAD-CARDS THRU 1100-EXIT.
000000     MOVE "CORRECTIONS APPLIED"  TO RJC-SECTION-TEXT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RJC-SECTION-LINE      TO PRINT-REC (1:51).
000000     WRITE PRINT-REC AFTER ADVANCING 2 LINES.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RJC-CORR-HEADING      TO PRINT-REC (1:98).
000000     WRITE PRINT-REC AFTER ADVANCING 2 LINES.
000000     PERFORM 2100-READ-REJECT THRU 2100-EXIT.
000000 1000-EXIT.
000000     EXIT.
000000 1100-LOAD-CARDS.
000000     OPEN INPUT CORR-FILE.
000000     IF CORR-STATUS NOT = "00" AND CORR-STATUS NOT = "05"
000000         DISPLAY "REJCORR: CORR-FILE OPEN FAILED, STATUS "
000000             CORR-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     SET CARD-IX                TO 1.
000000     PERFORM 1200-READ-CARD THRU 1200-EXIT.
000000     PERFORM 1300-STORE-CARD THRU 1300-EXIT
000000         UNTIL NO-MORE-CARDS.
000000     CLOSE CORR-FILE.
000000     IF CARD-TABLE-FULL
000000         DISPLAY "REJCORR: MORE THAN " RJC-CARD-MAX
000000             " CORRECTION CARDS - EXCESS CARDS IGNORED"
000000     END-IF.
000000 1100-EXIT.
000000     EXIT.
000000 1200-READ-CARD.
000000     READ CORR-FILE
000000         AT END
000000             SET NO-MORE-CARDS TO TRUE
000000     END-READ.
000000 1200-EXIT.
000000     EXIT.
000000 1300-STORE-CARD.
000000     IF CRC-TRAN-ID = SPACES AND CRC-TRAN-DATE = SPACES
000000         DISPLAY "REJCORR: CORRECTION CARD WITH NO KEY "
000000             "IGNORED - " CORR-CARD-REC
000000         PERFORM 1200-READ-CARD THRU 1200-EXIT
000000         GO TO 1300-EXIT
000000     END-IF.
000000     IF RJC-CARD-COUNT NOT LESS THAN RJC-CARD-MAX
000000         SET CARD-TABLE-FULL TO TRUE
000000         PERFORM 1400-PRINT-EXCESS-CARD THRU 1400-EXIT
000000         PERFORM 1200-READ-CARD THRU 1200-EXIT
000000         GO TO 1300-EXIT
000000     END-IF.
000000     ADD 1                      TO RJC-CARD-COUNT.
000000     SET CARD-IX                TO RJC-CARD-COUNT.
000000     MOVE CRC-TRAN-ID           TO RJC-CRD-TRAN-ID (CARD-IX).
000000     MOVE CRC-TRAN-DATE         TO RJC-CRD-TRAN-DATE (CARD-IX).
000000     MOVE CRC-NEW-DATE          TO RJC-CRD-NEW-DATE (CARD-IX).
000000     MOVE CRC-NEW-ID            TO RJC-CRD-NEW-ID (CARD-IX).
000000     MOVE CRC-NEW-CODE          TO RJC-CRD-NEW-CODE (CARD-IX).
000000     MOVE CRC-NEW-AMT           TO RJC-CRD-NEW-AMT (CARD-IX).
000000     MOVE CRC-DUP-OVERRIDE      TO RJC-CRD-OVERRIDE (CARD-IX).
000000     MOVE CRC-CORRECTED-BY      TO RJC-CRD-BY (CARD-IX).
000000     MOVE "N"                   TO RJC-CRD-USED (CARD-IX).
000000     PERFORM 1200-READ-CARD THRU 1200-EXIT.
000000 1300-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* A CARD THAT WILL NOT FIT IN THE CARD TABLE IS LISTED AS IT
000000* IS READ, UNDER ITS OWN SECTION AHEAD OF THE CORRECTIONS.
000000*------------------------------------------------------------
000000 1400-PRINT-EXCESS-CARD.
000000     ADD 1                      TO RJC-EXCESS-COUNT.
000000     IF RJC-EXCESS-COUNT = 1
000000         MOVE "CORRECTION CARDS NOT LOADED - CARD TABLE FULL"
000000                                TO RJC-SECTION-TEXT
000000         MOVE SPACE             TO PRINT-REC
000000         MOVE RJC-SECTION-LINE  TO PRINT-REC (1:51)
000000         WRITE PRINT-REC AFTER ADVANCING 2 LINES
000000     END-IF.
000000     MOVE CRC-TRAN-ID           TO RJC-CDL-TRAN-ID.
000000     MOVE CRC-TRAN-DATE         TO RJC-CDL-TRAN-DATE.
000000     MOVE CRC-CORRECTED-BY      TO RJC-CDL-BY.
000000     MOVE "TABLE FULL - NOT APPLIED"
000000                                TO RJC-CDL-TEXT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RJC-CARD-LINE         TO PRINT-REC (1:63).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000 1400-EXIT.
000000     EXIT.
000000 2000-PROCESS-REJECT.
000000     ADD 1                      TO RJC-READ-COUNT.
000000     MOVE REJ-TRAN-DATA         TO RJC-TRAN-WORK.
000000     PERFORM 2200-FIND-CARD THRU 2200-EXIT.
000000     IF NOT CARD-FOUND
000000         PERFORM 5000-CARRY-FORWARD THRU 5000-EXIT
000000         PERFORM 2100-READ-REJECT THRU 2100-EXIT
000000         GO TO 2000-EXIT
000000     END-IF.
000000     MOVE "Y"                   TO RJC-CRD-USED (CARD-IX).
000000     ADD 1                      TO RJC-CARD-USED-COUNT.
000000     MOVE "BEFORE"              TO RJC-CL-TAG.
000000     MOVE REJ-REASON-CODES      TO RJC-CL-REASONS.
000000     MOVE SPACES                TO RJC-CL-DISP.
000000     PERFORM 6000-PRINT-CORR-LINE THRU 6000-EXIT.
000000     IF REJ-DUP-RSN = "P"
000000       AND RJC-CRD-OVERRIDE (CARD-IX) NOT = "Y"
000000         MOVE "REFUSED - DUPLICATE, NO OVRIDE"
000000                                TO RJC-DISP
000000         ADD 1                  TO RJC-REFUSED-COUNT
000000         PERFORM 5000-CARRY-FORWARD THRU 5000-EXIT
000000         PERFORM 6100-PRINT-AFTER-LINE THRU 6100-EXIT
000000         PERFORM 2100-READ-REJECT THRU 2100-EXIT
000000         GO TO 2000-EXIT
000000     END-IF.
000000     PERFORM 3000-APPLY-CORRECTION THRU 3000-EXIT.
000000     PERFORM 3500-RE-EDIT THRU 3500-EXIT.
000000     IF RJC-REC-GOOD
000000         PERFORM 4000-WRITE-RESUBMIT THRU 4000-EXIT
000000     ELSE
000000         MOVE "CORRECTION FAILED RE-EDIT"
000000                                TO RJC-DISP
000000         ADD 1                  TO RJC-FAILED-COUNT
000000         MOVE RJC-TRAN-WORK     TO REJ-TRAN-DATA
000000         MOVE RJC-NEW-REASONS   TO REJ-REASON-CODES
000000         PERFORM 5000-CARRY-FORWARD THRU 5000-EXIT
000000     END-IF.
000000     PERFORM 6100-PRINT-AFTER-LINE THRU 6100-EXIT.
000000     PERFORM 2100-READ-REJECT THRU 2100-EXIT.
000000 2000-EXIT.
000000     EXIT.
000000 2100-READ-REJECT.
000000     READ REJ-FILE
000000         AT END
000000             SET NO-MORE-REJ TO TRUE
000000     END-READ.
000000 2100-EXIT.
000000     EXIT.
000000 2200-FIND-CARD.
000000     SET CARD-FOUND TO FALSE.
000000     IF RJC-CARD-COUNT = ZERO
000000         GO TO 2200-EXIT
000000     END-IF.
000000     SET CARD-IX                TO 1.
000000     SEARCH RJC-CARD-ENTRY
000000         AT END
000000             CONTINUE
000000         WHEN CARD-IX GREATER THAN RJC-CARD-COUNT
000000             CONTINUE
000000         WHEN RJC-CRD-TRAN-ID (CARD-IX) = RJC-TRAN-ID
000000           AND RJC-CRD-TRAN-DATE (CARD-IX) = RJC-TRAN-DATE
000000           AND RJC-CRD-USED (CARD-IX) = "N"
000000             SET CARD-FOUND TO TRUE
000000     END-SEARCH.
000000 2200-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* APPLY THE NON-BLANK CARD FIELDS TO THE REJECTED IMAGE.  A
000000* CARD AMOUNT THAT IS NOT A VALID SIGNED NUMBER IS NOT
000000* APPLIED AND FAILS THE AMOUNT EDIT IN 3500-RE-EDIT.
000000*------------------------------------------------------------
000000 3000-APPLY-CORRECTION.
000000     MOVE SPACE                 TO RJC-RESUBMIT-FLAG
000000                                   RJC-NEW-AMT-RSN.
000000     IF RJC-CRD-NEW-DATE (CARD-IX) NOT = SPACES
000000         MOVE RJC-CRD-NEW-DATE (CARD-IX)
000000                                TO RJC-TRAN-DATE
000000     END-IF.
000000     IF RJC-CRD-NEW-ID (CARD-IX) NOT = SPACES
000000         MOVE RJC-CRD-NEW-ID (CARD-IX)
000000                                TO RJC-TRAN-ID
000000     END-IF.
000000     IF RJC-CRD-NEW-CODE (CARD-IX) NOT = SPACES
000000         MOVE RJC-CRD-NEW-CODE (CARD-IX)
000000                                TO RJC-TRAN-CONV-CODE
000000     END-IF.
000000     IF RJC-CRD-NEW-AMT (CARD-IX) NOT = SPACES
000000         MOVE RJC-CRD-NEW-AMT (CARD-IX)
000000                                TO RJC-NEW-AMT
000000         IF RJC-NEW-AMT-NUM NUMERIC
000000             MOVE RJC-NEW-AMT-NUM
000000                                TO RJC-TRAN-AMT
000000         ELSE
000000             MOVE "A"           TO RJC-NEW-AMT-RSN
000000         END-IF
000000     END-IF.
000000 3000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* THE SAME FIELD EDITS TRANEDIT APPLIES.  THE DUPLICATE CHECK
000000* IS LEFT TO TRANEDIT WHEN THE RECORD COMES BACK THROUGH IT;
000000* A DUPLICATE RELEASED UNDER OVERRIDE IS FLAGGED FOR IT HERE.
000000*------------------------------------------------------------
000000 3500-RE-EDIT.
000000     SET RJC-REC-GOOD TO TRUE.
000000     MOVE SPACES                TO RJC-NEW-DATE-RSN
000000                                   RJC-NEW-ID-RSN
000000                                   RJC-NEW-CODE-RSN
000000                                   RJC-NEW-DUP-RSN.
000000     PERFORM 3600-EDIT-DATE THRU 3600-EXIT.
000000     IF RJC-TRAN-ID = SPACES
000000         MOVE "I"               TO RJC-NEW-ID-RSN
000000         SET RJC-REC-GOOD TO FALSE
000000     END-IF.
000000     IF RJC-TRAN-CONV-CODE = SPACES
000000         MOVE "C"               TO RJC-NEW-CODE-RSN
000000         SET RJC-REC-GOOD TO FALSE
000000     END-IF.
000000     IF RJC-NEW-AMT-RSN = "A" OR RJC-TRAN-AMT NOT NUMERIC
000000         MOVE "A"               TO RJC-NEW-AMT-RSN
000000         SET RJC-REC-GOOD TO FALSE
000000     END-IF.
000000     IF REJ-DUP-RSN = "P"
000000         MOVE "P"               TO RJC-NEW-DUP-RSN
000000         IF RJC-REC-GOOD
000000             MOVE "O"           TO RJC-RESUBMIT-FLAG
000000         END-IF
000000     END-IF.
000000 3500-EXIT.
000000     EXIT.
000000 3600-EDIT-DATE.
000000     SET RJC-DATE-GOOD TO TRUE.
000000     IF RJC-TRAN-DATE NOT NUMERIC
000000         SET RJC-DATE-GOOD TO FALSE
000000         GO TO 3600-FLAG
000000     END-IF.
000000     IF RJC-DATE-MONTH LESS THAN 01
000000       OR RJC-DATE-MONTH GREATER THAN 12
000000         SET RJC-DATE-GOOD TO FALSE
000000         GO TO 3600-FLAG
000000     END-IF.
000000     PERFORM 3650-SET-MONTH-MAX THRU 3650-EXIT.
000000     IF RJC-DATE-DAY LESS THAN 01
000000       OR RJC-DATE-DAY GREATER THAN RJC-MONTH-MAX
000000         SET RJC-DATE-GOOD TO FALSE
000000     END-IF.
000000 3600-FLAG.
000000     IF NOT RJC-DATE-GOOD
000000         MOVE "D"               TO RJC-NEW-DATE-RSN
000000         SET RJC-REC-GOOD TO FALSE
000000     END-IF.
000000 3600-EXIT.
000000     EXIT.
000000 3650-SET-MONTH-MAX.
000000     EVALUATE RJC-DATE-MONTH
000000         WHEN 01
000000         WHEN 03
000000         WHEN 05
000000         WHEN 07
000000         WHEN 08
000000         WHEN 10
000000         WHEN 12
000000             MOVE 31            TO RJC-MONTH-MAX
000000         WHEN 04
000000         WHEN 06
000000         WHEN 09
000000         WHEN 11
000000             MOVE 30            TO RJC-MONTH-MAX
000000         WHEN 02
000000             PERFORM 3660-CHECK-LEAP-YEAR THRU 3660-EXIT
000000             IF RJC-LEAP-YEAR
000000                 MOVE 29        TO RJC-MONTH-MAX
000000             ELSE
000000                 MOVE 28        TO RJC-MONTH-MAX
000000             END-IF
000000     END-EVALUATE.
000000 3650-EXIT.
000000     EXIT.
000000 3660-CHECK-LEAP-YEAR.
000000     SET RJC-LEAP-YEAR TO FALSE.
000000     DIVIDE RJC-DATE-YEAR BY 4 GIVING RJC-DIV-QUOT
000000         REMAINDER RJC-REM-4.
000000     DIVIDE RJC-DATE-YEAR BY 100 GIVING RJC-DIV-QUOT
000000         REMAINDER RJC-REM-100.
000000     DIVIDE RJC-DATE-YEAR BY 400 GIVING RJC-DIV-QUOT
000000         REMAINDER RJC-REM-400.
000000     IF RJC-REM-4 = ZERO
000000         AND (RJC-REM-100 NOT = ZERO OR RJC-REM-400 = ZERO)
000000         SET RJC-LEAP-YEAR TO TRUE
000000     END-IF.
000000 3660-EXIT.
000000     EXIT.
000000 4000-WRITE-RESUBMIT.
000000     MOVE RJC-TRAN-WORK         TO RESUB-TRAN-REC.
000000     WRITE RESUB-TRAN-REC.
000000     IF RESUB-STATUS NOT = "00"
000000         DISPLAY "REJCORR: RESUB-FILE WRITE FAILED, STATUS "
000000             RESUB-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     ADD 1                      TO RJC-RESUB-COUNT.
000000     IF RJC-RESUBMIT-FLAG = "O"
000000         MOVE "RESUBMITTED - DUP OVERRIDE"
000000                                TO RJC-DISP
000000         ADD 1                  TO RJC-OVERRIDE-COUNT
000000     ELSE
000000         MOVE "RESUBMITTED"     TO RJC-DISP
000000     END-IF.
000000 4000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* CARRY THE REJECT FORWARD TO THE NEW REJECT MASTER.  THE
000000* ORIGINAL REJECT DATE IS KEPT SO THE AGE KEEPS RUNNING.
000000*------------------------------------------------------------
000000 5000-CARRY-FORWARD.
000000     MOVE REJ-TRAN-REC          TO FWD-REJ-REC.
000000     WRITE FWD-REJ-REC.
000000     IF FWD-STATUS NOT = "00"
000000         DISPLAY "REJCORR: FWD-FILE WRITE FAILED, STATUS "
000000             FWD-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     ADD 1                      TO RJC-FORWARD-COUNT.
000000 5000-EXIT.
000000     EXIT.
000000 5500-COMPUTE-AGE.
000000     MOVE ZERO                  TO RJC-AGE-DAYS
000000                                   RJC-BUS-DAYS.
000000     IF RJC-FWD-REJ-DATE NOT NUMERIC
000000         GO TO 5500-EXIT
000000     END-IF.
000000     MOVE RJC-FWD-REJ-DATE      TO RJC-DATE-IN.
000000     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
000000     MOVE RJC-SERIAL-OUT        TO RJC-SERIAL-FROM.
000000     IF RJC-SERIAL-TO NOT GREATER THAN RJC-SERIAL-FROM
000000         GO TO 5500-EXIT
000000     END-IF.
000000     COMPUTE RJC-AGE-DAYS =
000000         RJC-SERIAL-TO - RJC-SERIAL-FROM.
000000     MOVE RJC-SERIAL-FROM       TO RJC-SERIAL-WORK.
000000     PERFORM 5600-COUNT-ONE-DAY THRU 5600-EXIT
000000         UNTIL RJC-SERIAL-WORK NOT LESS THAN RJC-SERIAL-TO.
000000 5500-EXIT.
000000     EXIT.
000000 5600-COUNT-ONE-DAY.
000000     ADD 1                      TO RJC-SERIAL-WORK.
000000     DIVIDE RJC-SERIAL-WORK BY 7 GIVING RJC-SER-QUOT
000000         REMAINDER RJC-DOW-REM.
000000     IF RJC-DOW-REM NOT = 0 AND RJC-DOW-REM NOT = 1
000000         ADD 1                  TO RJC-BUS-DAYS
000000     END-IF.
000000 5600-EXIT.
000000     EXIT.
000000 6000-PRINT-CORR-LINE.
000000     MOVE RJC-TRAN-DATE         TO RJC-CL-TRAN-DATE.
000000     MOVE RJC-TRAN-ID           TO RJC-CL-TRAN-ID.
000000     MOVE RJC-TRAN-CONV-CODE    TO RJC-CL-CODE.
000000     IF RJC-TRAN-AMT NUMERIC
000000         MOVE RJC-TRAN-AMT      TO RJC-CL-AMT
000000     ELSE
000000         MOVE "NOT NUMERIC"     TO RJC-CL-AMT-X
000000     END-IF.
000000     MOVE RJC-CRD-BY (CARD-IX)  TO RJC-CL-BY.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RJC-CORR-LINE         TO PRINT-REC (1:98).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000 6000-EXIT.
000000     EXIT.
000000 6100-PRINT-AFTER-LINE.
000000     MOVE "AFTER "              TO RJC-CL-TAG.
000000     IF RJC-DISP (1:7) = "REFUSED"
000000         MOVE REJ-REASON-CODES  TO RJC-CL-REASONS
000000     ELSE
000000         MOVE RJC-NEW-REASONS   TO RJC-CL-REASONS
000000     END-IF.
000000     MOVE RJC-DISP              TO RJC-CL-DISP.
000000     PERFORM 6000-PRINT-CORR-LINE THRU 6000-EXIT.
000000 6100-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* AGING SECTION - THE NEW REJECT MASTER IS READ BACK AND
000000* EVERY ITEM STILL OUTSTANDING IS AGED FROM THE DATE IT WAS
000000* FIRST REJECTED.
000000*------------------------------------------------------------
000000 7000-PRINT-AGING.
000000     CLOSE FWD-FILE.
000000     MOVE "REJECTS CARRIED FORWARD - AGING"
000000                                TO RJC-SECTION-TEXT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RJC-SECTION-LINE      TO PRINT-REC (1:51).
000000     WRITE PRINT-REC AFTER ADVANCING 3 LINES.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RJC-AGING-HEADING     TO PRINT-REC (1:95).
000000     WRITE PRINT-REC AFTER ADVANCING 2 LINES.
000000     OPEN INPUT FWD-FILE.
000000     IF FWD-STATUS NOT = "00"
000000         DISPLAY "REJCORR: FWD-FILE REOPEN FAILED, STATUS "
000000             FWD-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     MOVE "N"                   TO RJC-EOF-SW.
000000     PERFORM 7100-READ-FORWARD THRU 7100-EXIT.
000000     PERFORM 7200-PRINT-AGING-LINE THRU 7200-EXIT
000000         UNTIL NO-MORE-REJ.
000000     CLOSE FWD-FILE.
000000 7000-EXIT.
000000     EXIT.
000000 7100-READ-FORWARD.
000000     READ FWD-FILE INTO RJC-FWD-WORK
000000         AT END
000000             SET NO-MORE-REJ TO TRUE
000000     END-READ.
000000 7100-EXIT.
000000     EXIT.
000000 7200-PRINT-AGING-LINE.
000000     MOVE RJC-FWD-DATA          TO RJC-TRAN-WORK.
000000     PERFORM 5500-COMPUTE-AGE THRU 5500-EXIT.
000000     MOVE SPACES                TO RJC-AGE-FLAG.
000000     MOVE RJC-TRAN-DATE         TO RJC-AGE-TRAN-DATE.
000000     MOVE RJC-TRAN-ID           TO RJC-AGE-TRAN-ID.
000000     MOVE RJC-TRAN-CONV-CODE    TO RJC-AGE-CODE.
000000     IF RJC-TRAN-AMT NUMERIC
000000         MOVE RJC-TRAN-AMT      TO RJC-AGE-AMT
000000     ELSE
000000         MOVE "NOT NUMERIC"     TO RJC-AGE-AMT-X
000000     END-IF.
000000     MOVE RJC-FWD-REASONS       TO RJC-AGE-REASONS.
000000     MOVE RJC-FWD-REJ-DATE      TO RJC-AGE-REJ-DATE.
000000     MOVE RJC-AGE-DAYS          TO RJC-AGE-DAYS-ED.
000000     MOVE RJC-BUS-DAYS          TO RJC-AGE-BUS-ED.
000000     IF RJC-BUS-DAYS GREATER THAN RJC-BUS-LIMIT
000000         MOVE "OVER 5 BUS DAYS" TO RJC-AGE-FLAG
000000         ADD 1                  TO RJC-OVERAGE-COUNT
000000     END-IF.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RJC-AGING-LINE        TO PRINT-REC (1:95).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     PERFORM 7100-READ-FORWARD THRU 7100-EXIT.
000000 7200-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* CARDS LEFT UNUSED MATCHED NO REJECT ON EITHER INPUT.
000000*------------------------------------------------------------
000000 7500-PRINT-UNMATCHED.
000000     IF RJC-CARD-USED-COUNT NOT LESS THAN RJC-CARD-COUNT
000000         GO TO 7500-EXIT
000000     END-IF.
000000     MOVE "CORRECTION CARDS WITH NO MATCHING REJECT"
000000                                TO RJC-SECTION-TEXT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RJC-SECTION-LINE      TO PRINT-REC (1:51).
000000     WRITE PRINT-REC AFTER ADVANCING 3 LINES.
000000     PERFORM 7600-CHECK-ONE-CARD THRU 7600-EXIT
000000         VARYING CARD-IX FROM 1 BY 1
000000         UNTIL CARD-IX GREATER THAN RJC-CARD-COUNT.
000000 7500-EXIT.
000000     EXIT.
000000 7600-CHECK-ONE-CARD.
000000     IF RJC-CRD-USED (CARD-IX) = "Y"
000000         GO TO 7600-EXIT
000000     END-IF.
000000     ADD 1                      TO RJC-UNMATCHED-COUNT.
000000     MOVE RJC-CRD-TRAN-ID (CARD-IX)
000000                                TO RJC-CDL-TRAN-ID.
000000     MOVE RJC-CRD-TRAN-DATE (CARD-IX)
000000                                TO RJC-CDL-TRAN-DATE.
000000     MOVE RJC-CRD-BY (CARD-IX)  TO RJC-CDL-BY.
000000     MOVE "NO SUCH REJECT OUTSTANDING"
000000                                TO RJC-CDL-TEXT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RJC-CARD-LINE         TO PRINT-REC (1:63).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000 7600-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* 8500-DATE-TO-SERIAL CONVERTS RJC-DATE-IN (YYYYMMDD) TO A
000000* SERIAL DAY NUMBER IN RJC-SERIAL-OUT.  THE SERIAL IS ALIGNED
000000* SO THAT SERIAL MODULO 7 GIVES 0 FOR SATURDAY AND 1 FOR
000000* SUNDAY, WHICH 5600-COUNT-ONE-DAY USES TO SKIP WEEKENDS.
000000*------------------------------------------------------------
000000 8500-DATE-TO-SERIAL.
000000     IF RJC-IN-MONTH GREATER THAN 02
000000         MOVE RJC-IN-YEAR       TO RJC-CALC-YEAR
000000         MOVE RJC-IN-MONTH      TO RJC-CALC-MONTH
000000     ELSE
000000         COMPUTE RJC-CALC-YEAR = RJC-IN-YEAR - 1
000000         COMPUTE RJC-CALC-MONTH = RJC-IN-MONTH + 12
000000     END-IF.
000000     COMPUTE RJC-SERIAL-OUT = 365 * RJC-CALC-YEAR
000000         + RJC-IN-DAY.
000000     DIVIDE RJC-CALC-YEAR BY 4 GIVING RJC-SER-QUOT.
000000     ADD RJC-SER-QUOT           TO RJC-SERIAL-OUT.
000000     DIVIDE RJC-CALC-YEAR BY 100 GIVING RJC-SER-QUOT.
000000     SUBTRACT RJC-SER-QUOT      FROM RJC-SERIAL-OUT.
000000     DIVIDE RJC-CALC-YEAR BY 400 GIVING RJC-SER-QUOT.
000000     ADD RJC-SER-QUOT           TO RJC-SERIAL-OUT.
000000     COMPUTE RJC-SER-QUOT =
000000         (153 * (RJC-CALC-MONTH + 1)) / 5.
000000     ADD RJC-SER-QUOT           TO RJC-SERIAL-OUT.
000000 8500-EXIT.
000000     EXIT.
000000 9000-FINISH.
000000     PERFORM 7000-PRINT-AGING THRU 7000-EXIT.
000000     PERFORM 7500-PRINT-UNMATCHED THRU 7500-EXIT.
000000     MOVE "REJECTS READ        " TO RJC-TRL-LABEL.
000000     MOVE RJC-READ-COUNT        TO RJC-TRL-COUNT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RJC-TRAILER-LINE      TO PRINT-REC (1:31).
000000     WRITE PRINT-REC AFTER ADVANCING 3 LINES.
000000     MOVE "CORRECTION CARDS    " TO RJC-TRL-LABEL.
000000     MOVE RJC-CARD-COUNT        TO RJC-TRL-COUNT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RJC-TRAILER-LINE      TO PRINT-REC (1:31).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE "ITEMS RESUBMITTED   " TO RJC-TRL-LABEL.
000000     MOVE RJC-RESUB-COUNT       TO RJC-TRL-COUNT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RJC-TRAILER-LINE      TO PRINT-REC (1:31).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE "  UNDER DUP OVERRIDE" TO RJC-TRL-LABEL.
000000     MOVE RJC-OVERRIDE-COUNT    TO RJC-TRL-COUNT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RJC-TRAILER-LINE      TO PRINT-REC (1:31).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE "DUPLICATES REFUSED  " TO RJC-TRL-LABEL.
000000     MOVE RJC-REFUSED-COUNT     TO RJC-TRL-COUNT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RJC-TRAILER-LINE      TO PRINT-REC (1:31).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE "FAILED RE-EDIT      " TO RJC-TRL-LABEL.
000000     MOVE RJC-FAILED-COUNT      TO RJC-TRL-COUNT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RJC-TRAILER-LINE      TO PRINT-REC (1:31).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE "ITEMS CARRIED FWD   " TO RJC-TRL-LABEL.
000000     MOVE RJC-FORWARD-COUNT     TO RJC-TRL-COUNT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RJC-TRAILER-LINE      TO PRINT-REC (1:31).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE "ITEMS OVER AGE LIMIT" TO RJC-TRL-LABEL.
000000     MOVE RJC-OVERAGE-COUNT     TO RJC-TRL-COUNT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RJC-TRAILER-LINE      TO PRINT-REC (1:31).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE "CARDS UNMATCHED     " TO RJC-TRL-LABEL.
000000     MOVE RJC-UNMATCHED-COUNT   TO RJC-TRL-COUNT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RJC-TRAILER-LINE      TO PRINT-REC (1:31).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE "CARDS NOT LOADED    " TO RJC-TRL-LABEL.
000000     MOVE RJC-EXCESS-COUNT      TO RJC-TRL-COUNT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RJC-TRAILER-LINE      TO PRINT-REC (1:31).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     CLOSE REJ-FILE.
000000     CLOSE RESUB-FILE.
000000     CLOSE PRINT-FILE.
000000     IF RJC-UNMATCHED-COUNT GREATER THAN ZERO
000000       OR RJC-REFUSED-COUNT GREATER THAN ZERO
000000       OR RJC-FAILED-COUNT GREATER THAN ZERO
000000       OR RJC-OVERAGE-COUNT GREATER THAN ZERO
000000       OR RJC-EXCESS-COUNT GREATER THAN ZERO
000000         MOVE 4                  TO RETURN-CODE
000000     END-IF.
000000 9000-EXIT.
000000     EXIT.
000000 END PROGRAM REJCORR.
