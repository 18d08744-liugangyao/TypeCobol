000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. RATEINQ.
000000*REMARKS.         COPY=(
000000*                       YCONVEAL YCONVARC YPOSTEXT
000000*                                 ).
000000*------------------------------------------------------------
000000* MOD-LOG:
000000*   2026-10-15  NEW PROGRAM - AS-OF RATE INQUIRY.  EACH
000000*               INQCARD CARD IS EITHER AN "R" REQUEST (CODE
000000*               AND AS-OF DATE) OR A "T" REQUEST (TRAN-ID AND
000000*               TRAN-DATE).  A "T" REQUEST IS RESOLVED TO ITS
000000*               CONVERSION CODE AND ORIGINAL AMOUNT FROM THE
000000*               RETAINED EXTROUT EXTRACTS (EXTRIN).  THE RATE
000000*               IN EFFECT ON THE DATE IS THE LATEST EFFECTIVE
000000*               DATE NOT AFTER IT, TAKEN FROM THE CONVEAL-FILE
000000*               OR, ONCE PURGED, FROM THE CONVPRGE ARCHIVE
000000*               (ARCHIN, YCONVARC, ALL GENERATIONS
000000*               CONCATENATED); THE SUPERSEDED DATE IS THE NEXT
000000*               EFFECTIVE DATE FOR THE CODE IN EITHER PLACE.
000000*               THE REPORT SHOWS WHERE THE RATE WAS FOUND, ITS
000000*               DIRECTION, EFFECTIVE AND SUPERSEDED DATES,
000000*               WHO SET AND APPROVED IT AND WHEN, AND FOR A
000000*               "T" REQUEST THE CONVERTED AMOUNT RECOMPUTED AT
000000*               THAT RATE NEXT TO THE AMOUNT EXTRACTED.
000000*               RETURN-CODE 4 WHEN ANY REQUEST IS INVALID OR
000000*               UNRESOLVED, OR THE ARCHIVE TABLE FILLS.
000000*   2026-10-15  ARCHIVE GENERATIONS WRITTEN BEFORE CONVPRGE
000000*               CARRIED THE AUDIT FIELDS ARE 29 BYTES AND
000000*               CANNOT BE CONCATENATED UNDER ARCHIN.  THEY ARE
000000*               READ FROM THE OPTIONAL OLDARCH FILE INTO THE
000000*               SAME TABLE, WITH SET-BY, APPROVED-BY AND
000000*               SET-DATE BLANK.
000000*   2026-10-15  A "T" REQUEST TAKES THE LAST MATCHING DETAIL ON
000000*               THE RETAINED EXTRACTS, NOT THE FIRST, SO A DATE
000000*               REVERSED AND RE-EXTRACTED SHOWS THE DETAIL AS
000000*               REPOSTED RATHER THAN THE ONE BACKED OUT.
000000*------------------------------------------------------------
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER. IBM-370.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT CARD-FILE ASSIGN TO INQCARD
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS CARD-STATUS.
000000     SELECT CONVEAL-FILE ASSIGN TO CONVTBL
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS CONVEAL-KEY
000000         FILE STATUS IS CONVEAL-STATUS.
000000     SELECT OPTIONAL ARCH-FILE ASSIGN TO ARCHIN
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS ARCH-STATUS.
000000     SELECT OPTIONAL OLDARCH-FILE ASSIGN TO OLDARCH
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS OLDARCH-STATUS.
000000     SELECT OPTIONAL EXTR-FILE ASSIGN TO EXTRIN
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS EXTR-STATUS.
000000     SELECT PRINT-FILE ASSIGN TO INQRPT
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS PRINT-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  CARD-FILE
000000     LABEL RECORDS ARE OMITTED.
000000 01  INQ-CARD-REC.
000000     05  INQ-TYPE                PIC X(01).
000000         88  INQ-RATE-REQUEST            VALUE "R".
000000         88  INQ-TRAN-REQUEST            VALUE "T".
000000     05  FILLER                  PIC X(01).
000000     05  INQ-RATE-KEY.
000000         10  INQ-CODE            PIC X(04).
000000         10  FILLER              PIC X(01).
000000         10  INQ-AS-OF-DATE      PIC X(08).
000000         10  FILLER              PIC X(65).
000000     05  INQ-TRAN-KEY REDEFINES INQ-RATE-KEY.
000000         10  INQ-TRAN-ID         PIC X(10).
000000         10  FILLER              PIC X(01).
000000         10  INQ-TRAN-DATE       PIC X(08).
000000         10  FILLER              PIC X(59).
000000 FD  CONVEAL-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  CONVEAL-REC. COPY  YCONVEAL.
000000 FD  ARCH-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  CONVARC-REC. COPY  YCONVARC.
000000 FD  OLDARCH-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  OLDARC-REC.
000000     05  OLDARC-RATE-DATA        PIC X(21).
000000     05  OLDARC-PURGE-DATE       PIC X(08).
000000 FD  EXTR-FILE
000000     LABEL RECORDS ARE STANDARD.
000000 01  POSTEXT-REC. COPY  YPOSTEXT.
000000 FD  PRINT-FILE
000000     LABEL RECORDS ARE OMITTED.
000000 01  PRINT-REC                   PIC X(132).
000000 WORKING-STORAGE SECTION.
000000    01 CARD-STATUS               PIC XX      VALUE "00".
000000    01 CONVEAL-STATUS            PIC XX      VALUE "00".
000000    01 ARCH-STATUS               PIC XX      VALUE "00".
000000    01 OLDARCH-STATUS            PIC XX      VALUE "00".
000000    01 EXTR-STATUS               PIC XX      VALUE "00".
000000    01 PRINT-STATUS              PIC XX      VALUE "00".
000000
000000 01  RIQ-SWITCHES.
000000     05  RIQ-CARD-EOF-SW         PIC X       VALUE "N".
000000         88  NO-MORE-CARDS               VALUE "Y".
000000     05  RIQ-ARCH-EOF-SW         PIC X       VALUE "N".
000000         88  NO-MORE-ARCHIVE             VALUE "Y"
000000                                  WHEN SET TO FALSE IS "N".
000000     05  RIQ-OLD-ARCH-SW         PIC X       VALUE "N".
000000         88  READING-OLD-ARCHIVE         VALUE "Y".
000000     05  RIQ-EXTR-EOF-SW         PIC X       VALUE "N".
000000         88  NO-MORE-EXTR                VALUE "Y".
000000     05  RIQ-SCAN-DONE-SW        PIC X       VALUE "N".
000000         88  RATE-SCAN-DONE              VALUE "Y"
000000                                  WHEN SET TO FALSE IS "N".
000000     05  RIQ-RATE-FOUND-SW       PIC X       VALUE "N".
000000         88  RATE-FOUND                  VALUE "Y"
000000                                  WHEN SET TO FALSE IS "N".
000000     05  RIQ-CODE-WANTED-SW      PIC X       VALUE "N".
000000         88  CODE-WANTED                 VALUE "Y"
000000                                  WHEN SET TO FALSE IS "N".
000000     05  RIQ-ARCH-FULL-SW        PIC X       VALUE "N".
000000         88  ARCH-TABLE-FULL             VALUE "Y".
000000
000000 01  RIQ-CONTROL-TOTALS.
000000     05  RIQ-CARD-COUNT          PIC 9(05)   VALUE ZERO.
000000     05  RIQ-TRAN-REQ-COUNT      PIC 9(05)   VALUE ZERO.
000000     05  RIQ-RESOLVED-COUNT      PIC 9(05)   VALUE ZERO.
000000     05  RIQ-UNRESOLVED-COUNT    PIC 9(05)   VALUE ZERO.
000000     05  RIQ-ARCH-READ-COUNT     PIC 9(07)   VALUE ZERO.
000000
000000 01  RIQ-WORK-AREAS.
000000     05  RIQ-RUN-DATE            PIC 9(08)   VALUE ZERO.
000000     05  RIQ-CODE-WORK           PIC X(04)   VALUE SPACES.
000000     05  RIQ-DATE-WORK           PIC X(08)   VALUE SPACES.
000000     05  RIQ-NEXT-EFF-DATE       PIC X(08)   VALUE SPACES.
000000     05  RIQ-CONV-AMT            PIC S9(9)V99 VALUE ZERO.
000000
000000*------------------------------------------------------------
000000* ARCHIVE RECORD AS READ.  A 29-BYTE OLDARCH RECORD FILLS
000000* ONLY THE RATE DATA AND PURGE DATE; THE AUDIT FIELDS ARE
000000* LEFT SPACES BY THE READ INTO.
000000*------------------------------------------------------------
000000 01  RIQ-ARCH-WORK.
000000     05  RIQ-AW-CODE             PIC X(04).
000000     05  RIQ-AW-EFF-DATE         PIC X(08).
000000     05  RIQ-AW-RATE             PIC 9(03)V9(05).
000000     05  RIQ-AW-DIR              PIC X(01).
000000     05  RIQ-AW-PURGE-DATE       PIC X(08).
000000     05  RIQ-AW-SET-BY           PIC X(08).
000000     05  RIQ-AW-APPROVED-BY      PIC X(08).
000000     05  RIQ-AW-SET-DATE         PIC X(08).
000000
000000*------------------------------------------------------------
000000* THE RATE FOUND IN EFFECT FOR THE CURRENT REQUEST.
000000*------------------------------------------------------------
000000 01  RIQ-BEST-RATE.
000000     05  RIQ-BEST-SOURCE         PIC X(07).
000000     05  RIQ-BEST-EFF-DATE       PIC X(08).
000000     05  RIQ-BEST-RATE-VAL       PIC 9(03)V9(05).
000000     05  RIQ-BEST-DIR            PIC X(01).
000000     05  RIQ-BEST-PURGE-DATE     PIC X(08).
000000     05  RIQ-BEST-SET-BY         PIC X(08).
000000     05  RIQ-BEST-APPROVED-BY    PIC X(08).
000000     05  RIQ-BEST-SET-DATE       PIC X(08).
000000
000000 01  RIQ-REQUEST-TABLE.
000000     05  RIQ-REQ-USED            PIC 9(03)   VALUE ZERO.
000000     05  RIQ-REQ-MAX             PIC 9(03)   VALUE 200.
000000     05  RIQ-REQ-ENTRY OCCURS 200 TIMES
000000             INDEXED BY REQ-IX.
000000         10  RIQ-RQ-TYPE         PIC X(01).
000000         10  RIQ-RQ-CODE         PIC X(04).
000000         10  RIQ-RQ-DATE         PIC X(08).
000000         10  RIQ-RQ-TRAN-ID      PIC X(10).
000000         10  RIQ-RQ-STATUS       PIC X(01).
000000             88  RIQ-RQ-VALID            VALUE "V".
000000             88  RIQ-RQ-PENDING-TRAN     VALUE "P".
000000             88  RIQ-RQ-IN-ERROR         VALUE "E".
000000         10  RIQ-RQ-MSG          PIC X(30).
000000         10  RIQ-RQ-ORIG-AMT     PIC S9(9)V99.
000000         10  RIQ-RQ-EXT-RATE     PIC 9(03)V9(05).
000000         10  RIQ-RQ-EXT-AMT      PIC S9(9)V99.
000000
000000*------------------------------------------------------------
000000* ARCHIVED RATES FOR THE CODES ASKED ABOUT.
000000*------------------------------------------------------------
000000 01  RIQ-ARCH-TABLE.
000000     05  RIQ-ARCH-USED           PIC 9(04)   VALUE ZERO.
000000     05  RIQ-ARCH-MAX            PIC 9(04)   VALUE 2000.
000000     05  RIQ-ARCH-ENTRY OCCURS 2000 TIMES
000000             INDEXED BY ARCH-IX.
000000         10  RIQ-AT-CODE         PIC X(04).
000000         10  RIQ-AT-EFF-DATE     PIC X(08).
000000         10  RIQ-AT-RATE         PIC 9(03)V9(05).
000000         10  RIQ-AT-DIR          PIC X(01).
000000         10  RIQ-AT-PURGE-DATE   PIC X(08).
000000         10  RIQ-AT-SET-BY       PIC X(08).
000000         10  RIQ-AT-APPROVED-BY  PIC X(08).
000000         10  RIQ-AT-SET-DATE     PIC X(08).
000000
000000 01  RIQ-HEADING-1.
000000     05  FILLER                  PIC X(34)   VALUE
000000         "AS-OF CONVERSION RATE INQUIRY  RUN".
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  RIQ-HDG-RUN-DATE        PIC 9(08).
000000
000000 01  RIQ-HEADING-2.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  FILLER                  PIC X(06)   VALUE "CODE".
000000     05  FILLER                  PIC X(10)   VALUE "AS-OF".
000000     05  FILLER                  PIC X(09)   VALUE "SOURCE".
000000     05  FILLER                  PIC X(10)   VALUE
000000         "EFF-DATE".
000000     05  FILLER                  PIC X(10)   VALUE
000000         "SUPERSEDED".
000000     05  FILLER                  PIC X(14)   VALUE
000000         "     RATE  D".
000000     05  FILLER                  PIC X(10)   VALUE "SET-BY".
000000     05  FILLER                  PIC X(10)   VALUE
000000         "APPROVED".
000000     05  FILLER                  PIC X(10)   VALUE
000000         "SET-DATE".
000000     05  FILLER                  PIC X(08)   VALUE "PURGED".
000000
000000 01  RIQ-RATE-LINE.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  RIQ-RL-CODE             PIC X(04).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  RIQ-RL-AS-OF            PIC X(08).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  RIQ-RL-SOURCE           PIC X(07).
000000     05  FILLER                  PIC X(02)   VALUE SPACE.
000000     05  RIQ-RL-RESULT.
000000         10  RIQ-RL-EFF-DATE     PIC X(08).
000000         10  FILLER              PIC X(02).
000000         10  RIQ-RL-SUPERSEDED   PIC X(08).
000000         10  FILLER              PIC X(02).
000000         10  RIQ-RL-RATE         PIC ZZ9.9(05).
000000         10  FILLER              PIC X(02).
000000         10  RIQ-RL-DIR          PIC X(01).
000000         10  FILLER              PIC X(02).
000000         10  RIQ-RL-SET-BY       PIC X(08).
000000         10  FILLER              PIC X(02).
000000         10  RIQ-RL-APPROVED-BY  PIC X(08).
000000         10  FILLER              PIC X(02).
000000         10  RIQ-RL-SET-DATE     PIC X(08).
000000         10  FILLER              PIC X(02).
000000         10  RIQ-RL-PURGE-DATE   PIC X(08).
000000     05  RIQ-RL-MESSAGE REDEFINES RIQ-RL-RESULT.
000000         10  RIQ-RL-MSG          PIC X(30).
000000         10  FILLER              PIC X(42).
000000
000000 01  RIQ-TRAN-LINE.
000000     05  FILLER                  PIC X(07)   VALUE SPACE.
000000     05  FILLER                  PIC X(05)   VALUE "TRAN ".
000000     05  RIQ-TL-TRAN-ID          PIC X(10).
000000     05  FILLER                  PIC X(09)   VALUE
000000         "  AMOUNT ".
000000     05  RIQ-TL-ORIG-AMT         PIC -9(9).99.
000000     05  FILLER                  PIC X(13)   VALUE
000000         "  RECOMPUTED ".
000000     05  RIQ-TL-NEW-AMT          PIC -9(9).99.
000000     05  FILLER                  PIC X(12)   VALUE
000000         "  EXTRACTED ".
000000     05  RIQ-TL-EXT-AMT          PIC -9(9).99.
000000     05  FILLER                  PIC X(04)   VALUE " AT ".
000000     05  RIQ-TL-EXT-RATE         PIC ZZ9.9(05).
000000
000000 01  RIQ-TRAILER-LINE.
000000     05  FILLER                  PIC X(01)   VALUE SPACE.
000000     05  RIQ-TRL-LABEL           PIC X(22).
000000     05  RIQ-TRL-COUNT           PIC ZZ,ZZZ,ZZ9.
000000
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000000     IF RIQ-TRAN-REQ-COUNT GREATER THAN ZERO
000000         PERFORM 2000-RESOLVE-TRANS THRU 2000-EXIT
000000     END-IF.
000000     PERFORM 3000-LOAD-ARCHIVE THRU 3000-EXIT.
000000     PERFORM 4000-ANSWER-REQUEST THRU 4000-EXIT
000000         VARYING REQ-IX FROM 1 BY 1
000000         UNTIL REQ-IX GREATER THAN RIQ-REQ-USED.
000000     PERFORM 9000-FINISH THRU 9000-EXIT.
000000     GOBACK
000000     .
000000 1000-INITIALIZE.
000000     OPEN INPUT CARD-FILE.
000000     IF CARD-STATUS NOT = "00"
000000         DISPLAY "RATEINQ: CARD-FILE OPEN FAILED, STATUS "
000000             CARD-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     OPEN INPUT CONVEAL-FILE.
000000     IF CONVEAL-STATUS NOT = "00"
000000         DISPLAY "RATEINQ: CONVEAL-FILE OPEN FAILED, STATUS "
000000             CONVEAL-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     OPEN OUTPUT PRINT-FILE.
000000     IF PRINT-STATUS NOT = "00"
000000         DISPLAY "RATEINQ: PRINT-FILE OPEN FAILED, STATUS "
000000             PRINT-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     ACCEPT RIQ-RUN-DATE FROM DATE YYYYMMDD.
000000     MOVE RIQ-RUN-DATE          TO RIQ-HDG-RUN-DATE.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RIQ-HEADING-1         TO PRINT-REC (1:43).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RIQ-HEADING-2         TO PRINT-REC (1:98).
000000     WRITE PRINT-REC AFTER ADVANCING 2 LINES.
000000     PERFORM 1100-READ-CARD THRU 1100-EXIT.
000000     PERFORM 1200-LOAD-REQUEST THRU 1200-EXIT
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
000000* EDIT EACH CARD INTO THE REQUEST TABLE.  A "T" REQUEST IS
000000* LEFT PENDING UNTIL ITS TRANSACTION IS FOUND ON THE EXTRACT.
000000*------------------------------------------------------------
000000 1200-LOAD-REQUEST.
000000     ADD 1                      TO RIQ-CARD-COUNT.
000000     IF RIQ-REQ-USED NOT LESS THAN RIQ-REQ-MAX
000000         DISPLAY "RATEINQ: MORE THAN " RIQ-REQ-MAX
000000             " REQUESTS - CARD IGNORED: " INQ-CARD-REC
000000         ADD 1                  TO RIQ-UNRESOLVED-COUNT
000000         GO TO 1200-NEXT
000000     END-IF.
000000     ADD 1                      TO RIQ-REQ-USED.
000000     SET REQ-IX                 TO RIQ-REQ-USED.
000000     MOVE INQ-TYPE              TO RIQ-RQ-TYPE (REQ-IX).
000000     MOVE SPACES                TO RIQ-RQ-CODE (REQ-IX)
000000                                   RIQ-RQ-TRAN-ID (REQ-IX)
000000                                   RIQ-RQ-MSG (REQ-IX).
000000     MOVE ZERO                  TO RIQ-RQ-ORIG-AMT (REQ-IX)
000000                                   RIQ-RQ-EXT-RATE (REQ-IX)
000000                                   RIQ-RQ-EXT-AMT (REQ-IX).
000000     MOVE "E"                   TO RIQ-RQ-STATUS (REQ-IX).
000000     EVALUATE TRUE
000000         WHEN INQ-RATE-REQUEST
000000             MOVE INQ-CODE      TO RIQ-RQ-CODE (REQ-IX)
000000             MOVE INQ-AS-OF-DATE
000000                                TO RIQ-RQ-DATE (REQ-IX)
000000             IF INQ-CODE = SPACES
000000               OR INQ-AS-OF-DATE NOT NUMERIC
000000                 MOVE "INVALID - CODE OR AS-OF DATE"
000000                                TO RIQ-RQ-MSG (REQ-IX)
000000             ELSE
000000                 MOVE "V"       TO RIQ-RQ-STATUS (REQ-IX)
000000             END-IF
000000         WHEN INQ-TRAN-REQUEST
000000             MOVE INQ-TRAN-ID   TO RIQ-RQ-TRAN-ID (REQ-IX)
000000             MOVE INQ-TRAN-DATE TO RIQ-RQ-DATE (REQ-IX)
000000             IF INQ-TRAN-ID = SPACES
000000               OR INQ-TRAN-DATE NOT NUMERIC
000000                 MOVE "INVALID - TRAN-ID OR TRAN-DATE"
000000                                TO RIQ-RQ-MSG (REQ-IX)
000000             ELSE
000000                 MOVE "P"       TO RIQ-RQ-STATUS (REQ-IX)
000000                 MOVE "TRANSACTION NOT ON EXTRACT"
000000                                TO RIQ-RQ-MSG (REQ-IX)
000000                 ADD 1          TO RIQ-TRAN-REQ-COUNT
000000             END-IF
000000         WHEN OTHER
000000             MOVE INQ-CARD-REC (3:8)
000000                                TO RIQ-RQ-DATE (REQ-IX)
000000             MOVE "INVALID - REQUEST TYPE"
000000                                TO RIQ-RQ-MSG (REQ-IX)
000000     END-EVALUATE.
000000 1200-NEXT.
000000     PERFORM 1100-READ-CARD THRU 1100-EXIT.
000000 1200-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* FIND EACH "T" REQUEST'S TRANSACTION ON THE RETAINED
000000* EXTRACTS.  RATE ADJUSTMENT DETAILS ARE NOT TRANSACTIONS
000000* AND ARE PASSED OVER.  THE LAST ORIGINAL DETAIL WINS, AS A
000000* DATE REVERSED AND RE-EXTRACTED APPEARS AGAIN LATER ON.
000000*------------------------------------------------------------
000000 2000-RESOLVE-TRANS.
000000     OPEN INPUT EXTR-FILE.
000000     IF EXTR-STATUS NOT = "00" AND EXTR-STATUS NOT = "05"
000000         DISPLAY "RATEINQ: EXTR-FILE OPEN FAILED, STATUS "
000000             EXTR-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
000000     PERFORM 2200-MATCH-DETAIL THRU 2200-EXIT
000000         UNTIL NO-MORE-EXTR.
000000     CLOSE EXTR-FILE.
000000 2000-EXIT.
000000     EXIT.
000000 2100-READ-EXTRACT.
000000     READ EXTR-FILE
000000         AT END
000000             SET NO-MORE-EXTR TO TRUE
000000     END-READ.
000000 2100-EXIT.
000000     EXIT.
000000 2200-MATCH-DETAIL.
000000     IF POSTEXT-IS-DETAIL AND NOT POSTEXT-ADJUSTMENT
000000         SET REQ-IX             TO 1
000000         SEARCH RIQ-REQ-ENTRY
000000             AT END
000000                 CONTINUE
000000             WHEN REQ-IX GREATER THAN RIQ-REQ-USED
000000                 CONTINUE
000000             WHEN RIQ-RQ-TYPE (REQ-IX) = "T"
000000               AND NOT RIQ-RQ-IN-ERROR (REQ-IX)
000000               AND RIQ-RQ-TRAN-ID (REQ-IX) = POSTEXT-TRAN-ID
000000               AND RIQ-RQ-DATE (REQ-IX) = POSTEXT-TRAN-DATE
000000                 PERFORM 2300-TAKE-DETAIL THRU 2300-EXIT
000000         END-SEARCH
000000     END-IF.
000000     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
000000 2200-EXIT.
000000     EXIT.
000000 2300-TAKE-DETAIL.
000000     MOVE POSTEXT-CONV-CODE     TO RIQ-RQ-CODE (REQ-IX).
000000     MOVE POSTEXT-ORIG-AMT      TO RIQ-RQ-ORIG-AMT (REQ-IX).
000000     MOVE POSTEXT-CONV-RATE     TO RIQ-RQ-EXT-RATE (REQ-IX).
000000     MOVE POSTEXT-CONV-AMT      TO RIQ-RQ-EXT-AMT (REQ-IX).
000000     MOVE SPACES                TO RIQ-RQ-MSG (REQ-IX).
000000     MOVE "V"                   TO RIQ-RQ-STATUS (REQ-IX).
000000 2300-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* LOAD THE ARCHIVED RATES FOR EVERY CODE ASKED ABOUT - THE
000000* CURRENT ARCHIVE GENERATIONS FIRST, THEN ANY OLD-LAYOUT ONES.
000000*------------------------------------------------------------
000000 3000-LOAD-ARCHIVE.
000000     OPEN INPUT ARCH-FILE.
000000     IF ARCH-STATUS NOT = "00" AND ARCH-STATUS NOT = "05"
000000         DISPLAY "RATEINQ: ARCH-FILE OPEN FAILED, STATUS "
000000             ARCH-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT.
000000     PERFORM 3200-KEEP-ARCHIVE THRU 3200-EXIT
000000         UNTIL NO-MORE-ARCHIVE.
000000     CLOSE ARCH-FILE.
000000     OPEN INPUT OLDARCH-FILE.
000000     IF OLDARCH-STATUS NOT = "00" AND OLDARCH-STATUS NOT = "05"
000000         DISPLAY "RATEINQ: OLDARCH-FILE OPEN FAILED, STATUS "
000000             OLDARCH-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     SET READING-OLD-ARCHIVE TO TRUE.
000000     SET NO-MORE-ARCHIVE TO FALSE.
000000     PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT.
000000     PERFORM 3200-KEEP-ARCHIVE THRU 3200-EXIT
000000         UNTIL NO-MORE-ARCHIVE.
000000     CLOSE OLDARCH-FILE.
000000 3000-EXIT.
000000     EXIT.
000000 3100-READ-ARCHIVE.
000000     IF READING-OLD-ARCHIVE
000000         READ OLDARCH-FILE INTO RIQ-ARCH-WORK
000000             AT END
000000                 SET NO-MORE-ARCHIVE TO TRUE
000000         END-READ
000000     ELSE
000000         READ ARCH-FILE INTO RIQ-ARCH-WORK
000000             AT END
000000                 SET NO-MORE-ARCHIVE TO TRUE
000000         END-READ
000000     END-IF.
000000 3100-EXIT.
000000     EXIT.
000000 3200-KEEP-ARCHIVE.
000000     ADD 1                      TO RIQ-ARCH-READ-COUNT.
000000     SET CODE-WANTED TO FALSE.
000000     SET REQ-IX                 TO 1.
000000     SEARCH RIQ-REQ-ENTRY
000000         AT END
000000             CONTINUE
000000         WHEN REQ-IX GREATER THAN RIQ-REQ-USED
000000             CONTINUE
000000         WHEN RIQ-RQ-VALID (REQ-IX)
000000           AND RIQ-RQ-CODE (REQ-IX) = RIQ-AW-CODE
000000             SET CODE-WANTED TO TRUE
000000     END-SEARCH.
000000     IF NOT CODE-WANTED
000000         GO TO 3200-NEXT
000000     END-IF.
000000     IF RIQ-ARCH-USED NOT LESS THAN RIQ-ARCH-MAX
000000         SET ARCH-TABLE-FULL TO TRUE
000000         GO TO 3200-NEXT
000000     END-IF.
000000     ADD 1                      TO RIQ-ARCH-USED.
000000     SET ARCH-IX                TO RIQ-ARCH-USED.
000000     MOVE RIQ-AW-CODE           TO RIQ-AT-CODE (ARCH-IX).
000000     MOVE RIQ-AW-EFF-DATE       TO RIQ-AT-EFF-DATE (ARCH-IX).
000000     MOVE RIQ-AW-RATE           TO RIQ-AT-RATE (ARCH-IX).
000000     IF RIQ-AW-DIR = "D"
000000         MOVE "D"               TO RIQ-AT-DIR (ARCH-IX)
000000     ELSE
000000         MOVE "M"               TO RIQ-AT-DIR (ARCH-IX)
000000     END-IF.
000000     MOVE RIQ-AW-PURGE-DATE     TO RIQ-AT-PURGE-DATE (ARCH-IX).
000000     MOVE RIQ-AW-SET-BY         TO RIQ-AT-SET-BY (ARCH-IX).
000000     MOVE RIQ-AW-APPROVED-BY    TO RIQ-AT-APPROVED-BY (ARCH-IX).
000000     MOVE RIQ-AW-SET-DATE       TO RIQ-AT-SET-DATE (ARCH-IX).
000000 3200-NEXT.
000000     PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT.
000000 3200-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* ANSWER ONE REQUEST.  THE CLUSTER IS BROWSED FIRST, SO ON
000000* AN EFFECTIVE DATE PRESENT IN BOTH PLACES THE LIVE RECORD
000000* WINS.
000000*------------------------------------------------------------
000000 4000-ANSWER-REQUEST.
000000     MOVE RIQ-RQ-CODE (REQ-IX)  TO RIQ-RL-CODE.
000000     MOVE RIQ-RQ-DATE (REQ-IX)  TO RIQ-RL-AS-OF.
000000     MOVE SPACES                TO RIQ-RL-SOURCE
000000                                   RIQ-RL-RESULT.
000000     IF NOT RIQ-RQ-VALID (REQ-IX)
000000         MOVE RIQ-RQ-MSG (REQ-IX) TO RIQ-RL-MSG
000000         GO TO 4000-UNRESOLVED
000000     END-IF.
000000     MOVE RIQ-RQ-CODE (REQ-IX)  TO RIQ-CODE-WORK.
000000     MOVE RIQ-RQ-DATE (REQ-IX)  TO RIQ-DATE-WORK.
000000     MOVE HIGH-VALUES           TO RIQ-NEXT-EFF-DATE.
000000     SET RATE-FOUND TO FALSE.
000000     PERFORM 4100-SCAN-CLUSTER THRU 4100-EXIT.
000000     PERFORM 4300-SCAN-ARCHIVE THRU 4300-EXIT
000000         VARYING ARCH-IX FROM 1 BY 1
000000         UNTIL ARCH-IX GREATER THAN RIQ-ARCH-USED.
000000     IF NOT RATE-FOUND
000000         MOVE "NO RATE IN EFFECT ON THIS DATE"
000000                                TO RIQ-RL-MSG
000000         GO TO 4000-UNRESOLVED
000000     END-IF.
000000     ADD 1                      TO RIQ-RESOLVED-COUNT.
000000     MOVE RIQ-BEST-SOURCE       TO RIQ-RL-SOURCE.
000000     MOVE RIQ-BEST-EFF-DATE     TO RIQ-RL-EFF-DATE.
000000     IF RIQ-NEXT-EFF-DATE = HIGH-VALUES
000000         MOVE "CURRENT"         TO RIQ-RL-SUPERSEDED
000000     ELSE
000000         MOVE RIQ-NEXT-EFF-DATE TO RIQ-RL-SUPERSEDED
000000     END-IF.
000000     MOVE RIQ-BEST-RATE-VAL     TO RIQ-RL-RATE.
000000     MOVE RIQ-BEST-DIR          TO RIQ-RL-DIR.
000000     MOVE RIQ-BEST-SET-BY       TO RIQ-RL-SET-BY.
000000     MOVE RIQ-BEST-APPROVED-BY  TO RIQ-RL-APPROVED-BY.
000000     MOVE RIQ-BEST-SET-DATE     TO RIQ-RL-SET-DATE.
000000     MOVE RIQ-BEST-PURGE-DATE   TO RIQ-RL-PURGE-DATE.
000000     PERFORM 4800-PRINT-RATE-LINE THRU 4800-EXIT.
000000     IF RIQ-RQ-TYPE (REQ-IX) = "T"
000000         PERFORM 4600-RECOMPUTE-TRAN THRU 4600-EXIT
000000     END-IF.
000000     GO TO 4000-EXIT.
000000 4000-UNRESOLVED.
000000     ADD 1                      TO RIQ-UNRESOLVED-COUNT.
000000     PERFORM 4800-PRINT-RATE-LINE THRU 4800-EXIT.
000000     IF RIQ-RQ-TYPE (REQ-IX) = "T"
000000         MOVE SPACE             TO PRINT-REC
000000         MOVE "       TRAN "   TO PRINT-REC (1:12)
000000         MOVE RIQ-RQ-TRAN-ID (REQ-IX)
000000                                TO PRINT-REC (13:10)
000000         WRITE PRINT-REC AFTER ADVANCING 1 LINES
000000     END-IF.
000000 4000-EXIT.
000000     EXIT.
000000 4100-SCAN-CLUSTER.
000000     MOVE RIQ-CODE-WORK         TO CONVEAL-CODE.
000000     MOVE LOW-VALUES            TO CONVEAL-EFF-DATE.
000000     START CONVEAL-FILE KEY NOT LESS THAN CONVEAL-KEY
000000         INVALID KEY
000000             CONTINUE
000000     END-START.
000000     IF CONVEAL-STATUS NOT = "00" AND CONVEAL-STATUS NOT = "23"
000000         DISPLAY "RATEINQ: CONVEAL-FILE START FAILED, STATUS "
000000             CONVEAL-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     IF CONVEAL-STATUS = "00"
000000         SET RATE-SCAN-DONE TO FALSE
000000         PERFORM 4200-SCAN-RATE THRU 4200-EXIT
000000             UNTIL RATE-SCAN-DONE
000000     END-IF.
000000 4100-EXIT.
000000     EXIT.
000000 4200-SCAN-RATE.
000000     READ CONVEAL-FILE NEXT RECORD
000000         AT END
000000             SET RATE-SCAN-DONE TO TRUE
000000             GO TO 4200-EXIT
000000     END-READ.
000000     IF CONVEAL-STATUS NOT = "00"
000000         DISPLAY "RATEINQ: CONVEAL-FILE READ FAILED, STATUS "
000000             CONVEAL-STATUS
000000         MOVE 16                 TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     IF CONVEAL-CODE NOT = RIQ-CODE-WORK
000000         SET RATE-SCAN-DONE TO TRUE
000000         GO TO 4200-EXIT
000000     END-IF.
000000     IF CONVEAL-EFF-DATE GREATER THAN RIQ-DATE-WORK
000000         MOVE CONVEAL-EFF-DATE  TO RIQ-NEXT-EFF-DATE
000000         SET RATE-SCAN-DONE TO TRUE
000000         GO TO 4200-EXIT
000000     END-IF.
000000     MOVE "CLUSTER"             TO RIQ-BEST-SOURCE.
000000     MOVE CONVEAL-EFF-DATE      TO RIQ-BEST-EFF-DATE.
000000     MOVE CONVEAL-RATE          TO RIQ-BEST-RATE-VAL.
000000     IF CONVEAL-RATE-DIVIDE
000000         MOVE "D"               TO RIQ-BEST-DIR
000000     ELSE
000000         MOVE "M"               TO RIQ-BEST-DIR
000000     END-IF.
000000     MOVE SPACES                TO RIQ-BEST-PURGE-DATE.
000000     MOVE CONVEAL-SET-BY        TO RIQ-BEST-SET-BY.
000000     MOVE CONVEAL-APPROVED-BY   TO RIQ-BEST-APPROVED-BY.
000000     MOVE CONVEAL-SET-DATE      TO RIQ-BEST-SET-DATE.
000000     SET RATE-FOUND TO TRUE.
000000 4200-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* AN ARCHIVED RATE REPLACES THE ONE FOUND SO FAR ONLY WHEN IT
000000* TOOK EFFECT LATER (STILL ON OR BEFORE THE AS-OF DATE); ONE
000000* AFTER THE AS-OF DATE MAY BE THE EARLIEST SUPERSEDING DATE.
000000*------------------------------------------------------------
000000 4300-SCAN-ARCHIVE.
000000     IF RIQ-AT-CODE (ARCH-IX) NOT = RIQ-CODE-WORK
000000         GO TO 4300-EXIT
000000     END-IF.
000000     IF RIQ-AT-EFF-DATE (ARCH-IX) GREATER THAN RIQ-DATE-WORK
000000         IF RIQ-AT-EFF-DATE (ARCH-IX) LESS THAN RIQ-NEXT-EFF-DATE
000000             MOVE RIQ-AT-EFF-DATE (ARCH-IX)
000000                                TO RIQ-NEXT-EFF-DATE
000000         END-IF
000000         GO TO 4300-EXIT
000000     END-IF.
000000     IF RATE-FOUND
000000       AND RIQ-AT-EFF-DATE (ARCH-IX) NOT GREATER THAN
000000           RIQ-BEST-EFF-DATE
000000         GO TO 4300-EXIT
000000     END-IF.
000000     MOVE "ARCHIVE"             TO RIQ-BEST-SOURCE.
000000     MOVE RIQ-AT-EFF-DATE (ARCH-IX) TO RIQ-BEST-EFF-DATE.
000000     MOVE RIQ-AT-RATE (ARCH-IX) TO RIQ-BEST-RATE-VAL.
000000     MOVE RIQ-AT-DIR (ARCH-IX)  TO RIQ-BEST-DIR.
000000     MOVE RIQ-AT-PURGE-DATE (ARCH-IX) TO RIQ-BEST-PURGE-DATE.
000000     MOVE RIQ-AT-SET-BY (ARCH-IX) TO RIQ-BEST-SET-BY.
000000     MOVE RIQ-AT-APPROVED-BY (ARCH-IX) TO RIQ-BEST-APPROVED-BY.
000000     MOVE RIQ-AT-SET-DATE (ARCH-IX) TO RIQ-BEST-SET-DATE.
000000     SET RATE-FOUND TO TRUE.
000000 4300-EXIT.
000000     EXIT.
000000*------------------------------------------------------------
000000* CONVERT THE TRANSACTION AT THE RATE FOUND, AS MYPGM DOES.
000000*------------------------------------------------------------
000000 4600-RECOMPUTE-TRAN.
000000     IF RIQ-BEST-DIR = "D"
000000         IF RIQ-BEST-RATE-VAL = ZERO
000000             MOVE ZERO          TO RIQ-CONV-AMT
000000         ELSE
000000             COMPUTE RIQ-CONV-AMT ROUNDED =
000000                 RIQ-RQ-ORIG-AMT (REQ-IX) / RIQ-BEST-RATE-VAL
000000         END-IF
000000     ELSE
000000         COMPUTE RIQ-CONV-AMT ROUNDED =
000000             RIQ-RQ-ORIG-AMT (REQ-IX) * RIQ-BEST-RATE-VAL
000000     END-IF.
000000     MOVE RIQ-RQ-TRAN-ID (REQ-IX) TO RIQ-TL-TRAN-ID.
000000     MOVE RIQ-RQ-ORIG-AMT (REQ-IX) TO RIQ-TL-ORIG-AMT.
000000     MOVE RIQ-CONV-AMT          TO RIQ-TL-NEW-AMT.
000000     MOVE RIQ-RQ-EXT-AMT (REQ-IX) TO RIQ-TL-EXT-AMT.
000000     MOVE RIQ-RQ-EXT-RATE (REQ-IX) TO RIQ-TL-EXT-RATE.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RIQ-TRAN-LINE         TO PRINT-REC (1:108).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000 4600-EXIT.
000000     EXIT.
000000 4800-PRINT-RATE-LINE.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RIQ-RATE-LINE         TO PRINT-REC (1:98).
000000     WRITE PRINT-REC AFTER ADVANCING 2 LINES.
000000 4800-EXIT.
000000     EXIT.
000000 9000-FINISH.
000000     MOVE "REQUESTS READ         " TO RIQ-TRL-LABEL.
000000     MOVE RIQ-CARD-COUNT        TO RIQ-TRL-COUNT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RIQ-TRAILER-LINE      TO PRINT-REC (1:33).
000000     WRITE PRINT-REC AFTER ADVANCING 3 LINES.
000000     MOVE "REQUESTS ANSWERED     " TO RIQ-TRL-LABEL.
000000     MOVE RIQ-RESOLVED-COUNT    TO RIQ-TRL-COUNT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RIQ-TRAILER-LINE      TO PRINT-REC (1:33).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE "REQUESTS UNANSWERED   " TO RIQ-TRL-LABEL.
000000     MOVE RIQ-UNRESOLVED-COUNT  TO RIQ-TRL-COUNT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RIQ-TRAILER-LINE      TO PRINT-REC (1:33).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     MOVE "ARCHIVE RECORDS READ  " TO RIQ-TRL-LABEL.
000000     MOVE RIQ-ARCH-READ-COUNT   TO RIQ-TRL-COUNT.
000000     MOVE SPACE                 TO PRINT-REC.
000000     MOVE RIQ-TRAILER-LINE      TO PRINT-REC (1:33).
000000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
000000     IF ARCH-TABLE-FULL
000000         MOVE SPACE             TO PRINT-REC
000000         MOVE " ** ARCHIVE TABLE FULL - OLDER RATES MAY BE MISSED"
000000                                TO PRINT-REC (1:51)
000000         WRITE PRINT-REC AFTER ADVANCING 1 LINES
000000     END-IF.
000000     CLOSE CONVEAL-FILE.
000000     CLOSE PRINT-FILE.
000000     IF RIQ-UNRESOLVED-COUNT GREATER THAN ZERO
000000       OR ARCH-TABLE-FULL
000000         MOVE 4                  TO RETURN-CODE
000000     END-IF.
000000 9000-EXIT.
000000     EXIT.
000000 END PROGRAM RATEINQ.
