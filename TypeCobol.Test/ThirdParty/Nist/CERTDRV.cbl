001200* PLUS GRAND TOTALS - AND SETS A SINGLE OVERALL CONDITION *
001300* CODE FOR THE WHOLE CERTIFICATION:                       *
001400*     0 - EVERY SUITE RAN, NO TEST FAILED                 *
001500*     8 - AT LEAST ONE TEST FAILED AND WAS NOT WAIVED     *
001600*    12 - A SCHEDULED SUITE COULD NOT BE CALLED           *
001610*                                                         *
001620* EACH CALLED SUITE'S RESULTS ARE ALSO APPENDED TO THE    *
001640* UNDER TEST (FROM THE JOBCTL CARD) AND THE FOUR          *
001650* COUNTERS - ONE RECORD PER SUITE PER CERTIFICATION, AS   *
001660* MACHINE-READABLE INPUT TO THE CERTTRND TREND REPORT.    *
001663*                                                         *
001666* FAILURES ALREADY ACCEPTED FOR A COMPILER ARE HELD ON    *
001669* THE CERTWAIV WAIVER FILE, KEYED BY SUITE AND            *
001672* RSLT-PAR-NAME, EACH WITH ITS REASON, APPROVER,          *
001675* COMPILER (SPACES = ANY COMPILER) AND EXPIRY DATE.       *
001678* AFTER EACH CALL THE SUITE'S RESULTS-FILE (GENERATED     *
001681* TO THE CERTRSLT DD) IS READ BACK AND EVERY FAILED       *
001684* TEST IS LISTED AS WAIVED OR UNWAIVED.  A WAIVER PAST    *
001687* ITS EXPIRY DATE NO LONGER WAIVES.  ONLY UNWAIVED        *
001690* FAILURES SET CONDITION CODE 8.  EXPIRED WAIVERS, AND    *
001693* WAIVERS WHOSE TEST NOW PASSES, ARE LISTED FOR CLEANUP.  *
001700*                                                         *
001800***********************************************************
001900 ENVIRONMENT DIVISION.
002940     SELECT OPTIONAL HIST-FILE ASSIGN TO CERTHIST
002950         ORGANIZATION IS SEQUENTIAL
002960         FILE STATUS IS HIST-STATUS.
002965     SELECT OPTIONAL WAIV-FILE ASSIGN TO CERTWAIV
002970         ORGANIZATION IS SEQUENTIAL
002975         FILE STATUS IS WAIV-STATUS.
002980     SELECT OPTIONAL RSLT-FILE ASSIGN TO CERTRSLT
002985         ORGANIZATION IS SEQUENTIAL
002990         FILE STATUS IS RSLT-STATUS.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  SCHED-FILE
003988     05  HIST-FAIL               PIC 9(04).
003989     05  HIST-DELETE             PIC 9(04).
003990     05  HIST-INSPECT            PIC 9(04).
003991 FD  WAIV-FILE
003992     LABEL RECORDS ARE STANDARD.
003993 01  WAIV-REC.
003994     05  WAIV-SUITE              PIC X(08).
003995     05  FILLER                  PIC X(01).
003996     05  WAIV-PAR-NAME           PIC X(08).
003997     05  FILLER                  PIC X(01).
003998     05  WAIV-COMPILER           PIC X(30).
003999     05  FILLER                  PIC X(01).
00399A     05  WAIV-EXPIRY-DATE        PIC 9(08).
00399B     05  FILLER                  PIC X(01).
00399C     05  WAIV-APPROVER           PIC X(08).
00399D     05  FILLER                  PIC X(01).
00399E     05  WAIV-REASON             PIC X(53).
00399F FD  RSLT-FILE
00399G     LABEL RECORDS ARE STANDARD.
00399H 01  RSLT-REC.
00399I     02  RSLT-PAR-NAME           PIC X(8).
00399J     02  FILLER                  PIC X.
00399K     02  RSLT-P-OR-F             PIC X(5).
00399L     02  FILLER                  PIC X.
00399M     02  RSLT-COMPUTED-X         PIC X(20).
00399N     02  FILLER                  PIC X.
00399O     02  RSLT-CORRECT-X          PIC X(20).
004000 WORKING-STORAGE SECTION.
004100 01  SCHED-STATUS                PIC XX      VALUE "00".
004200 01  PRINT-STATUS                PIC XX      VALUE "00".
004210 01  JOBCTL-STATUS               PIC XX      VALUE "00".
004220 01  HIST-STATUS                 PIC XX      VALUE "00".
004246 01  WAIV-STATUS                 PIC XX      VALUE "00".
004272 01  RSLT-STATUS                 PIC XX      VALUE "00".
004300
004400 01  DRV-SWITCHES.
004500     05  DRV-EOF-SW              PIC X       VALUE "N".
004700     05  DRV-CALL-OK-SW          PIC X       VALUE "Y".
004800         88  SUITE-CALLED                VALUE "Y"
004900                                  WHEN SET TO FALSE IS "N".
004907     05  DRV-WAIV-EOF-SW         PIC X       VALUE "N".
004914         88  NO-MORE-WAIVERS             VALUE "Y".
004921     05  DRV-RSLT-EOF-SW         PIC X       VALUE "N".
004928         88  NO-MORE-RESULTS             VALUE "Y"
004935                                  WHEN SET TO FALSE IS "N".
004942     05  DRV-WAIV-FOUND-SW       PIC X       VALUE "N".
004949         88  WAIVER-FOUND                VALUE "Y"
004956                                  WHEN SET TO FALSE IS "N".
004963     05  DRV-WAIV-FORCE-SW       PIC X       VALUE "N".
004970         88  WAIVER-IN-FORCE             VALUE "Y"
004977                                  WHEN SET TO FALSE IS "N".
004984     05  DRV-WAIV-FULL-SW        PIC X       VALUE "N".
004991         88  WAIVER-TABLE-FULL           VALUE "Y".
005000
005100*
005200* CERT-RESULT-AREA MATCHES THE LINKAGE AREA DECLARED BY EACH
006600     05  DRV-TOT-FAIL            PIC 9(06)   VALUE ZERO.
006700     05  DRV-TOT-DELETE          PIC 9(06)   VALUE ZERO.
006800     05  DRV-TOT-INSPECT         PIC 9(06)   VALUE ZERO.
006820     05  DRV-TOT-WAIVED          PIC 9(06)   VALUE ZERO.
006840     05  DRV-TOT-UNWAIVED        PIC 9(06)   VALUE ZERO.
006860     05  DRV-WAIV-REJECT-COUNT   PIC 9(03)   VALUE ZERO.
006880     05  DRV-CLEANUP-COUNT       PIC 9(03)   VALUE ZERO.
006900
007000 01  DRV-RUN-DATE                PIC 9(08)   VALUE ZERO.
007010 01  DRV-COMPILER                PIC X(30)   VALUE SPACES.
007013
007016 01  DRV-SUITE-WORK.
007019     05  DRV-SUITE-NAME          PIC X(08)   VALUE SPACES.
007022     05  DRV-NAME-LEN            PIC 9(02)   COMP VALUE ZERO.
007025     05  DRV-SUITE-WAIVED        PIC 9(04)   VALUE ZERO.
007028     05  DRV-SUITE-UNWAIVED      PIC 9(04)   VALUE ZERO.
007031     05  DRV-WAIV-HIT            PIC 9(03)   COMP VALUE ZERO.
007034
007037*
007040* WAIVER TABLE - EVERY VALID WAIVER ON CERTWAIV.  THE PASSED
007043* FLAG IS SET WHEN THE WAIVED TEST PASSED IN THIS RUN.
007046*
007049 01  DRV-WAIVER-TABLE.
007052     05  DRV-WAIV-USED           PIC 9(03)   VALUE ZERO.
007055     05  DRV-WAIV-MAX            PIC 9(03)   VALUE 500.
007058     05  DRV-WAIV-ENTRY OCCURS 500 TIMES
007061             INDEXED BY WAIV-IX.
007064         10  DRV-WV-SUITE        PIC X(08).
007067         10  DRV-WV-PAR-NAME     PIC X(08).
007070         10  DRV-WV-COMPILER     PIC X(30).
007073         10  DRV-WV-EXPIRY       PIC 9(08).
007076         10  DRV-WV-APPROVER     PIC X(08).
007079         10  DRV-WV-REASON       PIC X(53).
007082         10  DRV-WV-PASSED       PIC X(01).
007100
007200 01  DRV-HEADING-1.
007300     05  FILLER                  PIC X(40)   VALUE
008200     05  FILLER                  PIC X(06)   VALUE "FAIL".
008300     05  FILLER                  PIC X(06)   VALUE "DEL".
008400     05  FILLER                  PIC X(06)   VALUE "INSP".
008433     05  FILLER                  PIC X(06)   VALUE "WAIVD".
008466     05  FILLER                  PIC X(06)   VALUE "UNWVD".
008500     05  FILLER                  PIC X(12)   VALUE "NOTE".
008600
008700 01  DRV-DETAIL-LINE.
009500     05  DRV-DET-DELETE          PIC ZZZ9.
009600     05  FILLER                  PIC X(02)   VALUE SPACE.
009700     05  DRV-DET-INSPECT         PIC ZZZ9.
009720     05  FILLER                  PIC X(02)   VALUE SPACE.
009740     05  DRV-DET-WAIVED          PIC ZZZ9.
009760     05  FILLER                  PIC X(02)   VALUE SPACE.
009780     05  DRV-DET-UNWAIVED        PIC ZZZ9.
009800     05  FILLER                  PIC X(02)   VALUE SPACE.
009900     05  DRV-DET-NOTE            PIC X(12).
010000
010600     05  DRV-TOT-FAIL-ED         PIC ZZ,ZZ9.
010700     05  DRV-TOT-DELETE-ED       PIC ZZ,ZZ9.
010800     05  DRV-TOT-INSPECT-ED      PIC ZZ,ZZ9.
010833     05  DRV-TOT-WAIVED-ED       PIC ZZ,ZZ9.
010866     05  DRV-TOT-UNWAIVED-ED     PIC ZZ,ZZ9.
010900
011000 01  DRV-SUMMARY-LINE.
011100     05  FILLER                  PIC X(01)   VALUE SPACE.
011200     05  DRV-SUM-LABEL           PIC X(24).
011300     05  DRV-SUM-COUNT           PIC ZZ9.
011302
011304 01  DRV-FAIL-LINE.
011306     05  FILLER                  PIC X(05)   VALUE SPACE.
011308     05  DRV-FL-PAR-NAME         PIC X(08).
011310     05  FILLER                  PIC X(02)   VALUE SPACE.
011312     05  DRV-FL-STATUS           PIC X(08).
011314     05  FILLER                  PIC X(02)   VALUE SPACE.
011316     05  DRV-FL-APPROVER         PIC X(08).
011318     05  FILLER                  PIC X(02)   VALUE SPACE.
011320     05  DRV-FL-EXPIRY           PIC X(08).
011322     05  FILLER                  PIC X(02)   VALUE SPACE.
011324     05  DRV-FL-REASON           PIC X(53).
011326
011328 01  DRV-CLEANUP-HEADING.
011330     05  FILLER                  PIC X(01)   VALUE SPACE.
011332     05  FILLER                  PIC X(10)   VALUE "SUITE".
011334     05  FILLER                  PIC X(10)   VALUE "TEST".
011336     05  FILLER                  PIC X(32)   VALUE "COMPILER".
011338     05  FILLER                  PIC X(10)   VALUE "EXPIRES".
011340     05  FILLER                  PIC X(10)   VALUE "APPROVER".
011342     05  FILLER                  PIC X(20)   VALUE "CLEANUP".
011344
011346 01  DRV-CLEANUP-LINE.
011348     05  FILLER                  PIC X(01)   VALUE SPACE.
011350     05  DRV-CL-SUITE            PIC X(08).
011352     05  FILLER                  PIC X(02)   VALUE SPACE.
011354     05  DRV-CL-PAR-NAME         PIC X(08).
011356     05  FILLER                  PIC X(02)   VALUE SPACE.
011358     05  DRV-CL-COMPILER         PIC X(30).
011360     05  FILLER                  PIC X(02)   VALUE SPACE.
011362     05  DRV-CL-EXPIRY           PIC 9(08).
011364     05  FILLER                  PIC X(02)   VALUE SPACE.
011366     05  DRV-CL-APPROVER         PIC X(08).
011368     05  FILLER                  PIC X(02)   VALUE SPACE.
011370     05  DRV-CL-ACTION           PIC X(20).
011400
011500 PROCEDURE DIVISION.
011600 0000-MAINLINE.
013864         MOVE 16                 TO RETURN-CODE
013865         GOBACK
013866     END-IF.
013883     PERFORM 1500-LOAD-WAIVERS THRU 1500-EXIT.
013900     MOVE DRV-RUN-DATE          TO DRV-HDG-RUN-DATE.
014000     MOVE SPACE                 TO PRINT-REC.
014100     MOVE DRV-HEADING-1         TO PRINT-REC (1:49).
014200     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
014300     MOVE SPACE                 TO PRINT-REC.
014400     MOVE DRV-HEADING-2         TO PRINT-REC (1:59).
014500     WRITE PRINT-REC AFTER ADVANCING 2 LINES.
014600     PERFORM 2100-READ-SCHEDULE THRU 2100-EXIT.
014700 1000-EXIT.
014800     EXIT.
014802 1500-LOAD-WAIVERS.
014804     OPEN INPUT WAIV-FILE.
014806     IF WAIV-STATUS NOT = "00" AND WAIV-STATUS NOT = "05"
014808         DISPLAY "CERTDRV: WAIV-FILE OPEN FAILED, STATUS "
014810             WAIV-STATUS
014812         MOVE 16                 TO RETURN-CODE
014814         GOBACK
014816     END-IF.
014818     PERFORM 1600-READ-WAIVER THRU 1600-EXIT.
014820     PERFORM 1700-STORE-WAIVER THRU 1700-EXIT
014822         UNTIL NO-MORE-WAIVERS.
014824     CLOSE WAIV-FILE.
014826 1500-EXIT.
014828     EXIT.
014830 1600-READ-WAIVER.
014832     READ WAIV-FILE
014834         AT END
014836             SET NO-MORE-WAIVERS TO TRUE
014838     END-READ.
014840 1600-EXIT.
014842     EXIT.
014844 1700-STORE-WAIVER.
014846     EVALUATE TRUE
014848         WHEN WAIV-SUITE = SPACES
014850           OR WAIV-PAR-NAME = SPACES
014852           OR WAIV-EXPIRY-DATE NOT NUMERIC
014854             ADD 1              TO DRV-WAIV-REJECT-COUNT
014856             DISPLAY "CERTDRV: WAIVER REJECTED - "
014858                 WAIV-SUITE " " WAIV-PAR-NAME
014860         WHEN DRV-WAIV-USED NOT LESS THAN DRV-WAIV-MAX
014862             SET WAIVER-TABLE-FULL TO TRUE
014864         WHEN OTHER
014866             ADD 1              TO DRV-WAIV-USED
014868             SET WAIV-IX        TO DRV-WAIV-USED
014870             MOVE WAIV-SUITE    TO DRV-WV-SUITE (WAIV-IX)
014872             MOVE WAIV-PAR-NAME TO DRV-WV-PAR-NAME (WAIV-IX)
014874             MOVE WAIV-COMPILER TO DRV-WV-COMPILER (WAIV-IX)
014876             MOVE WAIV-EXPIRY-DATE
014878                                TO DRV-WV-EXPIRY (WAIV-IX)
014880             MOVE WAIV-APPROVER TO DRV-WV-APPROVER (WAIV-IX)
014882             MOVE WAIV-REASON   TO DRV-WV-REASON (WAIV-IX)
014884             MOVE "N"           TO DRV-WV-PASSED (WAIV-IX)
014886     END-EVALUATE.
014888     PERFORM 1600-READ-WAIVER THRU 1600-EXIT.
014890 1700-EXIT.
014892     EXIT.
014900 2000-RUN-SUITE.
015000     IF SCHED-PGM-NAME = SPACES
015100         PERFORM 2100-READ-SCHEDULE THRU 2100-EXIT
017500 3000-REPORT-SUITE.
017600     MOVE SPACES                TO DRV-DET-NOTE.
017700     MOVE SCHED-PGM-NAME        TO DRV-DET-PGM.
017733     MOVE ZERO                  TO DRV-SUITE-WAIVED
017766                                   DRV-SUITE-UNWAIVED.
017800     IF SUITE-CALLED
017833         PERFORM 3100-DERIVE-SUITE-NAME THRU 3100-EXIT
017866         PERFORM 3200-APPLY-WAIVERS THRU 3200-EXIT
017900         MOVE CERT-PASS-COUNT   TO DRV-DET-PASS
018000         MOVE CERT-FAIL-COUNT   TO DRV-DET-FAIL
018100         MOVE CERT-DELETE-COUNT TO DRV-DET-DELETE
018400         ADD CERT-FAIL-COUNT    TO DRV-TOT-FAIL
018500         ADD CERT-DELETE-COUNT  TO DRV-TOT-DELETE
018600         ADD CERT-INSPECT-COUNT TO DRV-TOT-INSPECT
018633         ADD DRV-SUITE-WAIVED   TO DRV-TOT-WAIVED
018666         ADD DRV-SUITE-UNWAIVED TO DRV-TOT-UNWAIVED
018700         IF DRV-SUITE-UNWAIVED GREATER THAN ZERO
018800             MOVE "TEST(S) FAIL" TO DRV-DET-NOTE
018900         END-IF
018902         IF DRV-SUITE-UNWAIVED = ZERO
018904           AND DRV-SUITE-WAIVED GREATER THAN ZERO
018906             MOVE "ALL WAIVED"  TO DRV-DET-NOTE
018908         END-IF
018910         PERFORM 3500-WRITE-HISTORY THRU 3500-EXIT
019000     ELSE
019100         ADD 1                  TO DRV-NOTRUN-COUNT
019300                                   DRV-DET-FAIL
019400                                   DRV-DET-DELETE
019500                                   DRV-DET-INSPECT
019533                                   DRV-DET-WAIVED
019566                                   DRV-DET-UNWAIVED
019600         MOVE "NOT CALLABLE"    TO DRV-DET-NOTE
019700     END-IF.
019800     MOVE SPACE                 TO PRINT-REC.
019900     MOVE DRV-DETAIL-LINE       TO PRINT-REC (1:59).
020000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
020020     IF SUITE-CALLED
020040       AND CERT-FAIL-COUNT GREATER THAN ZERO
020060         PERFORM 3400-LIST-FAILURES THRU 3400-EXIT
020080     END-IF.
020100 3000-EXIT.
020200     EXIT.
020210 3500-WRITE-HISTORY.
020500     MOVE DRV-TOT-FAIL          TO DRV-TOT-FAIL-ED.
020600     MOVE DRV-TOT-DELETE        TO DRV-TOT-DELETE-ED.
020700     MOVE DRV-TOT-INSPECT       TO DRV-TOT-INSPECT-ED.
020733     MOVE DRV-TOT-WAIVED        TO DRV-TOT-WAIVED-ED.
020766     MOVE DRV-TOT-UNWAIVED      TO DRV-TOT-UNWAIVED-ED.
020800     MOVE SPACE                 TO PRINT-REC.
020900     MOVE DRV-TOTAL-LINE        TO PRINT-REC (1:46).
021000     WRITE PRINT-REC AFTER ADVANCING 2 LINES.
021050     PERFORM 9200-LIST-CLEANUP THRU 9200-EXIT.
021100     MOVE "SUITES SCHEDULED        " TO DRV-SUM-LABEL.
021200     MOVE DRV-SUITE-COUNT       TO DRV-SUM-COUNT.
021300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
021400     MOVE "SUITES NOT CALLABLE     " TO DRV-SUM-LABEL.
021500     MOVE DRV-NOTRUN-COUNT      TO DRV-SUM-COUNT.
021600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
021606     MOVE "WAIVERS ON FILE         " TO DRV-SUM-LABEL.
021612     MOVE DRV-WAIV-USED         TO DRV-SUM-COUNT.
021618     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
021624     MOVE "WAIVERS REJECTED        " TO DRV-SUM-LABEL.
021630     MOVE DRV-WAIV-REJECT-COUNT TO DRV-SUM-COUNT.
021636     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
021642     MOVE "WAIVERS FOR CLEANUP     " TO DRV-SUM-LABEL.
021648     MOVE DRV-CLEANUP-COUNT     TO DRV-SUM-COUNT.
021654     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
021660     IF WAIVER-TABLE-FULL
021666         MOVE SPACE             TO PRINT-REC
021672         MOVE " ** WAIVER TABLE FULL - LATER WAIVERS IGNORED"
021678                                TO PRINT-REC (1:46)
021684         WRITE PRINT-REC AFTER ADVANCING 1 LINES
021690     END-IF.
021700     CLOSE SCHED-FILE.
021800     CLOSE PRINT-FILE.
021810     CLOSE HIST-FILE.
021900     IF DRV-TOT-UNWAIVED GREATER THAN ZERO
022000         MOVE 8                  TO RETURN-CODE
022100     END-IF.
022200     IF DRV-NOTRUN-COUNT GREATER THAN ZERO
023000     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
023100 9100-EXIT.
023200     EXIT.
023201*
023202* THE SCHEDULE NAMES THE DRIVER ENTRY POINT - THE SUITE NAME
023203* SUFFIXED "D".  THE WAIVERS ARE KEYED BY THE SUITE NAME.
023204*
023205 3100-DERIVE-SUITE-NAME.
023206     MOVE SCHED-PGM-NAME        TO DRV-SUITE-NAME.
023207     MOVE 8                     TO DRV-NAME-LEN.
023208     PERFORM 3150-BACK-OVER-SPACE THRU 3150-EXIT
023209         UNTIL DRV-NAME-LEN = ZERO
02320A            OR DRV-SUITE-NAME (DRV-NAME-LEN:1) NOT = SPACE.
02320B     IF DRV-NAME-LEN GREATER THAN 1
02320C       AND DRV-SUITE-NAME (DRV-NAME-LEN:1) = "D"
02320D         MOVE SPACE             TO
02320E             DRV-SUITE-NAME (DRV-NAME-LEN:1)
02320F     END-IF.
02320G 3100-EXIT.
02320H     EXIT.
02320I 3150-BACK-OVER-SPACE.
02320J     SUBTRACT 1                 FROM DRV-NAME-LEN.
02320K 3150-EXIT.
02320L     EXIT.
023210*
023211* PASS 1 OVER THE RESULTS-FILE THE SUITE HAS JUST WRITTEN -
023212* COUNT THE WAIVED FAILURES AND FLAG WAIVERS WHOSE TEST NOW
023213* PASSES.  A FAILURE THE FILE DOES NOT ACCOUNT FOR IS TAKEN
023214* AS UNWAIVED.
023215*
023216 3200-APPLY-WAIVERS.
023217     OPEN INPUT RSLT-FILE.
023218     IF RSLT-STATUS NOT = "00" AND RSLT-STATUS NOT = "05"
023219         DISPLAY "CERTDRV: RSLT-FILE OPEN FAILED, STATUS "
02321A             RSLT-STATUS
02321B         MOVE 16                 TO RETURN-CODE
02321C         GOBACK
02321D     END-IF.
02321E     SET NO-MORE-RESULTS TO FALSE.
02321F     PERFORM 3250-READ-RESULT THRU 3250-EXIT.
02321G     PERFORM 3300-CHECK-RESULT THRU 3300-EXIT
02321H         UNTIL NO-MORE-RESULTS.
02321I     CLOSE RSLT-FILE.
02321J     IF DRV-SUITE-WAIVED GREATER THAN CERT-FAIL-COUNT
02321K         MOVE CERT-FAIL-COUNT   TO DRV-SUITE-WAIVED
023220     END-IF.
023221     SUBTRACT DRV-SUITE-WAIVED  FROM CERT-FAIL-COUNT
023222         GIVING DRV-SUITE-UNWAIVED.
023223     MOVE DRV-SUITE-WAIVED      TO DRV-DET-WAIVED.
023224     MOVE DRV-SUITE-UNWAIVED    TO DRV-DET-UNWAIVED.
023225 3200-EXIT.
023226     EXIT.
023227 3250-READ-RESULT.
023228     READ RSLT-FILE
023229         AT END
02322A             SET NO-MORE-RESULTS TO TRUE
02322B     END-READ.
02322C 3250-EXIT.
02322D     EXIT.
02322E 3300-CHECK-RESULT.
02322F     IF RSLT-P-OR-F = "FAIL*" OR RSLT-P-OR-F = "PASS "
02322G         PERFORM 3600-FIND-WAIVER THRU 3600-EXIT
02322H         IF RSLT-P-OR-F = "FAIL*" AND WAIVER-IN-FORCE
02322I             ADD 1              TO DRV-SUITE-WAIVED
02322J         END-IF
02322K     END-IF.
023230     PERFORM 3250-READ-RESULT THRU 3250-EXIT.
023231 3300-EXIT.
023232     EXIT.
023233*
023234* PASS 2 - LIST EACH FAILED TEST UNDER ITS SUITE LINE, WAIVED
023235* OR UNWAIVED, WITH THE WAIVER THAT COVERS IT.  AN EXPIRED
023236* WAIVER IS SHOWN BUT DOES NOT WAIVE.
023237*
023238 3400-LIST-FAILURES.
023239     OPEN INPUT RSLT-FILE.
02323A     IF RSLT-STATUS NOT = "00" AND RSLT-STATUS NOT = "05"
02323B         DISPLAY "CERTDRV: RSLT-FILE OPEN FAILED, STATUS "
02323C             RSLT-STATUS
02323D         MOVE 16                 TO RETURN-CODE
02323E         GOBACK
02323F     END-IF.
02323G     SET NO-MORE-RESULTS TO FALSE.
02323H     PERFORM 3250-READ-RESULT THRU 3250-EXIT.
02323I     PERFORM 3450-LIST-ONE-FAILURE THRU 3450-EXIT
02323J         UNTIL NO-MORE-RESULTS.
02323K     CLOSE RSLT-FILE.
023240 3400-EXIT.
023241     EXIT.
023242 3450-LIST-ONE-FAILURE.
023243     IF RSLT-P-OR-F NOT = "FAIL*"
023244         PERFORM 3250-READ-RESULT THRU 3250-EXIT
023245         GO TO 3450-EXIT
023246     END-IF.
023247     PERFORM 3600-FIND-WAIVER THRU 3600-EXIT.
023248     MOVE SPACES                TO DRV-FL-APPROVER
023249                                   DRV-FL-EXPIRY
02324A                                   DRV-FL-REASON.
02324B     MOVE RSLT-PAR-NAME         TO DRV-FL-PAR-NAME.
02324C     IF WAIVER-IN-FORCE
02324D         MOVE "WAIVED"          TO DRV-FL-STATUS
02324E     ELSE
02324F         MOVE "UNWAIVED"        TO DRV-FL-STATUS
02324G     END-IF.
02324H     IF WAIVER-FOUND
02324I         SET WAIV-IX            TO DRV-WAIV-HIT
02324J         MOVE DRV-WV-APPROVER (WAIV-IX)
02324K                                TO DRV-FL-APPROVER
023250         MOVE DRV-WV-EXPIRY (WAIV-IX)
023251                                TO DRV-FL-EXPIRY
023252         MOVE DRV-WV-REASON (WAIV-IX)
023253                                TO DRV-FL-REASON
023254     END-IF.
023255     MOVE SPACE                 TO PRINT-REC.
023256     MOVE DRV-FAIL-LINE         TO PRINT-REC (1:98).
023257     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
023258     PERFORM 3250-READ-RESULT THRU 3250-EXIT.
023259 3450-EXIT.
02325A     EXIT.
02325B*
02325C* LOOK UP THE WAIVERS FOR THE CURRENT RESULT - SAME SUITE, SAME
02325D* TEST, AND A COMPILER OF SPACES OR THE COMPILER UNDER TEST.
02325E* A WAIVER STILL IN DATE IS PREFERRED OVER AN EXPIRED ONE;
02325F* DRV-WAIV-HIT POINTS AT THE ONE CHOSEN.  EVERY MATCHING
02325G* WAIVER OF A PASSING TEST IS FLAGGED FOR CLEANUP.
02325H*
02325I 3600-FIND-WAIVER.
02325J     SET WAIVER-FOUND TO FALSE.
02325K     SET WAIVER-IN-FORCE TO FALSE.
023260     MOVE ZERO                  TO DRV-WAIV-HIT.
023261     PERFORM 3650-CHECK-ONE-WAIVER THRU 3650-EXIT
023262         VARYING WAIV-IX FROM 1 BY 1
023263         UNTIL WAIV-IX GREATER THAN DRV-WAIV-USED.
023264 3600-EXIT.
023265     EXIT.
023266 3650-CHECK-ONE-WAIVER.
023267     IF DRV-WV-SUITE (WAIV-IX) NOT = DRV-SUITE-NAME
023268       OR DRV-WV-PAR-NAME (WAIV-IX) NOT = RSLT-PAR-NAME
023269         GO TO 3650-EXIT
02326A     END-IF.
02326B     IF DRV-WV-COMPILER (WAIV-IX) NOT = SPACES
02326C       AND DRV-WV-COMPILER (WAIV-IX) NOT = DRV-COMPILER
02326D         GO TO 3650-EXIT
02326E     END-IF.
02326F     IF RSLT-P-OR-F = "PASS "
02326G         MOVE "Y"               TO DRV-WV-PASSED (WAIV-IX)
02326H     END-IF.
02326I     IF DRV-WV-EXPIRY (WAIV-IX) NOT LESS THAN DRV-RUN-DATE
02326J         IF NOT WAIVER-IN-FORCE
023270             SET WAIVER-IN-FORCE TO TRUE
023271             SET DRV-WAIV-HIT   TO WAIV-IX
023272         END-IF
023273     ELSE
023274         IF NOT WAIVER-FOUND
023275             SET DRV-WAIV-HIT   TO WAIV-IX
023276         END-IF
023277     END-IF.
023278     SET WAIVER-FOUND TO TRUE.
023279 3650-EXIT.
02327A     EXIT.
02327B*
02327C* LIST EVERY WAIVER THAT HAS PASSED ITS EXPIRY DATE OR WHOSE
02327D* TEST PASSED IN THIS CERTIFICATION - BOTH CAN BE REMOVED.
02327E*
02327F 9200-LIST-CLEANUP.
02327G     MOVE SPACE                 TO PRINT-REC.
02327H     MOVE " WAIVERS FOR CLEANUP"
02327I                                TO PRINT-REC (1:20).
02327J     WRITE PRINT-REC AFTER ADVANCING 2 LINES.
023280     MOVE SPACE                 TO PRINT-REC.
023281     MOVE DRV-CLEANUP-HEADING   TO PRINT-REC (1:93).
023282     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
023283     PERFORM 9300-CHECK-CLEANUP THRU 9300-EXIT
023284         VARYING WAIV-IX FROM 1 BY 1
023285         UNTIL WAIV-IX GREATER THAN DRV-WAIV-USED.
023286     MOVE SPACE                 TO PRINT-REC.
023287     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
023288 9200-EXIT.
023289     EXIT.
02328A 9300-CHECK-CLEANUP.
02328B     MOVE SPACES                TO DRV-CL-ACTION.
02328C     EVALUATE TRUE
02328D         WHEN DRV-WV-EXPIRY (WAIV-IX) LESS THAN DRV-RUN-DATE
02328E          AND DRV-WV-PASSED (WAIV-IX) = "Y"
02328F             MOVE "EXPIRED, NOW PASSES"
02328G                                TO DRV-CL-ACTION
02328H         WHEN DRV-WV-EXPIRY (WAIV-IX) LESS THAN DRV-RUN-DATE
02328I             MOVE "EXPIRED"     TO DRV-CL-ACTION
02328J         WHEN DRV-WV-PASSED (WAIV-IX) = "Y"
023290             MOVE "TEST NOW PASSES"
023291                                TO DRV-CL-ACTION
023292         WHEN OTHER
023293             GO TO 9300-EXIT
023294     END-EVALUATE.
023295     ADD 1                      TO DRV-CLEANUP-COUNT.
023296     MOVE DRV-WV-SUITE (WAIV-IX) TO DRV-CL-SUITE.
023297     MOVE DRV-WV-PAR-NAME (WAIV-IX)
023298                                TO DRV-CL-PAR-NAME.
023299     MOVE DRV-WV-COMPILER (WAIV-IX)
02329A                                TO DRV-CL-COMPILER.
02329B     MOVE DRV-WV-EXPIRY (WAIV-IX)
02329C                                TO DRV-CL-EXPIRY.
02329D     MOVE DRV-WV-APPROVER (WAIV-IX)
02329E                                TO DRV-CL-APPROVER.
02329F     MOVE SPACE                 TO PRINT-REC.
02329G     MOVE DRV-CLEANUP-LINE      TO PRINT-REC (1:93).
02329H     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
02329I 9300-EXIT.
02329J     EXIT.
023300 END PROGRAM CERTDRV.
