001200* COMPUTED VALUE ON A STILL-PASSING TEST, AND TESTS ADDED *
001300* TO OR DROPPED FROM THE SUITE.  A SUMMARY CARRIES THE    *
001400* COUNT OF EACH CATEGORY.  RETURN-CODE 8 WHEN ANY TEST    *
001500* WENT FROM PASS TO FAIL AND IS NOT WAIVED.               *
001600*                                                         *
001700* BOTH FILES ARE WRITTEN IN TEST-EXECUTION ORDER, WHICH   *
001800* COLLATES ASCENDING ON RSLT-PAR-NAME, SO A TWO-FILE      *
001900* BALANCED-LINE MATCH IS USED.                            *
001912*                                                         *
001924* EVERY CURRENT FAILURE IS CHECKED AGAINST THE CERTWAIV   *
001936* WAIVER FILE (SEE CERTDRV) FOR THE SUITE AND COMPILER    *
001948* NAMED ON THE OPTIONAL CMPCTL CARD, AND IS SHOWN AND     *
001960* COUNTED AS WAIVED OR UNWAIVED.  WITH NO SUITE ON THE    *
001972* CARD NO WAIVER APPLIES.  EXPIRED WAIVERS, AND WAIVERS   *
001984* WHOSE TEST NOW PASSES, ARE LISTED FOR CLEANUP.          *
002000*                                                         *
002100***********************************************************
002200 ENVIRONMENT DIVISION.
003300     SELECT PRINT-FILE ASSIGN TO CMPPRINT
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS PRINT-STATUS.
003514     SELECT OPTIONAL CTL-FILE ASSIGN TO CMPCTL
003528         ORGANIZATION IS SEQUENTIAL
003542         FILE STATUS IS CTL-STATUS.
003556     SELECT OPTIONAL WAIV-FILE ASSIGN TO CERTWAIV
003570         ORGANIZATION IS SEQUENTIAL
003584         FILE STATUS IS WAIV-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  CURR-FILE
005800 FD  PRINT-FILE
005900     LABEL RECORDS ARE OMITTED.
006000 01  PRINT-REC                   PIC X(120).
006004 FD  CTL-FILE
006008     LABEL RECORDS ARE OMITTED.
006012 01  CTL-CARD-REC.
006016     05  CTL-SUITE               PIC X(08).
006020     05  FILLER                  PIC X(01).
006024     05  CTL-COMPILER            PIC X(30).
006028     05  FILLER                  PIC X(41).
006032 FD  WAIV-FILE
006036     LABEL RECORDS ARE STANDARD.
006040 01  WAIV-REC.
006044     05  WAIV-SUITE              PIC X(08).
006048     05  FILLER                  PIC X(01).
006052     05  WAIV-PAR-NAME           PIC X(08).
006056     05  FILLER                  PIC X(01).
006060     05  WAIV-COMPILER           PIC X(30).
006064     05  FILLER                  PIC X(01).
006068     05  WAIV-EXPIRY-DATE        PIC 9(08).
006072     05  FILLER                  PIC X(01).
006076     05  WAIV-APPROVER           PIC X(08).
006080     05  FILLER                  PIC X(01).
006084     05  WAIV-REASON             PIC X(53).
006100 WORKING-STORAGE SECTION.
006200 01  CURR-STATUS                 PIC XX      VALUE "00".
006300 01  PRIOR-STATUS                PIC XX      VALUE "00".
006400 01  PRINT-STATUS                PIC XX      VALUE "00".
006406 01  CTL-STATUS                  PIC XX      VALUE "00".
006412 01  WAIV-STATUS                 PIC XX      VALUE "00".
006418
006424 01  CMP-SWITCHES.
006430     05  CMP-WAIV-EOF-SW         PIC X       VALUE "N".
006436         88  NO-MORE-WAIVERS             VALUE "Y".
006442     05  CMP-WAIV-FOUND-SW       PIC X       VALUE "N".
006448         88  WAIVER-FOUND                VALUE "Y"
006454                                  WHEN SET TO FALSE IS "N".
006460     05  CMP-WAIV-FORCE-SW       PIC X       VALUE "N".
006466         88  WAIVER-IN-FORCE             VALUE "Y"
006472                                  WHEN SET TO FALSE IS "N".
006478     05  CMP-WAIV-FULL-SW        PIC X       VALUE "N".
006484         88  WAIVER-TABLE-FULL           VALUE "Y".
006500
006600 01  CMP-MATCH-KEYS.
006700     05  CMP-CURR-KEY            PIC X(08)   VALUE SPACES.
007500     05  CMP-NEW-COUNT           PIC 9(05)   VALUE ZERO.
007600     05  CMP-DROPPED-COUNT       PIC 9(05)   VALUE ZERO.
007700     05  CMP-SAME-COUNT          PIC 9(05)   VALUE ZERO.
007714     05  CMP-REGRESS-WAIVED      PIC 9(05)   VALUE ZERO.
007728     05  CMP-REGRESS-UNWAIVED    PIC 9(05)   VALUE ZERO.
007742     05  CMP-FAIL-WAIVED         PIC 9(05)   VALUE ZERO.
007756     05  CMP-FAIL-UNWAIVED       PIC 9(05)   VALUE ZERO.
007770     05  CMP-WAIV-REJECT-COUNT   PIC 9(05)   VALUE ZERO.
007784     05  CMP-CLEANUP-COUNT       PIC 9(05)   VALUE ZERO.
007800
007900 01  CMP-RUN-DATE                PIC 9(08)   VALUE ZERO.
007905 01  CMP-SUITE                   PIC X(08)   VALUE SPACES.
007910 01  CMP-COMPILER                PIC X(30)   VALUE SPACES.
007915 01  CMP-WAIV-HIT                PIC 9(03)   COMP VALUE ZERO.
007920
007925*
007930* WAIVER TABLE - THE VALID CERTWAIV WAIVERS FOR THE SUITE
007935* BEING COMPARED.  THE PASSED FLAG IS SET WHEN THE WAIVED
007940* TEST PASSES IN THE CURRENT RUN.
007945*
007950 01  CMP-WAIVER-TABLE.
007955     05  CMP-WAIV-USED           PIC 9(03)   VALUE ZERO.
007960     05  CMP-WAIV-MAX            PIC 9(03)   VALUE 500.
007965     05  CMP-WAIV-ENTRY OCCURS 500 TIMES
007970             INDEXED BY WAIV-IX.
007975         10  CMP-WV-PAR-NAME     PIC X(08).
007980         10  CMP-WV-COMPILER     PIC X(30).
007985         10  CMP-WV-EXPIRY       PIC 9(08).
007990         10  CMP-WV-APPROVER     PIC X(08).
007995         10  CMP-WV-PASSED       PIC X(01).
008000
008100 01  CMP-HEADING-1.
008200     05  FILLER                  PIC X(42)   VALUE
009400         "PRIOR COMPUTED".
009500     05  FILLER                  PIC X(22)   VALUE
009600         "CURRENT COMPUTED".
009650     05  FILLER                  PIC X(08)   VALUE "WAIVER".
009700
009800 01  CMP-DETAIL-LINE.
009900     05  FILLER                  PIC X(01)   VALUE SPACE.
010800     05  CMP-DET-PRIOR-VAL       PIC X(20).
010900     05  FILLER                  PIC X(02)   VALUE SPACE.
011000     05  CMP-DET-CURR-VAL        PIC X(20).
011033     05  FILLER                  PIC X(02)   VALUE SPACE.
011066     05  CMP-DET-WAIVER          PIC X(08).
011100
011200 01  CMP-SUMMARY-LINE.
011300     05  FILLER                  PIC X(01)   VALUE SPACE.
011400     05  CMP-SUM-LABEL           PIC X(26).
011500     05  CMP-SUM-COUNT           PIC ZZ,ZZ9.
011504
011508 01  CMP-CLEANUP-HEADING.
011512     05  FILLER                  PIC X(01)   VALUE SPACE.
011516     05  FILLER                  PIC X(10)   VALUE "TEST".
011520     05  FILLER                  PIC X(32)   VALUE "COMPILER".
011524     05  FILLER                  PIC X(10)   VALUE "EXPIRES".
011528     05  FILLER                  PIC X(10)   VALUE "APPROVER".
011532     05  FILLER                  PIC X(20)   VALUE "CLEANUP".
011536
011540 01  CMP-CLEANUP-LINE.
011544     05  FILLER                  PIC X(01)   VALUE SPACE.
011548     05  CMP-CL-PAR-NAME         PIC X(08).
011552     05  FILLER                  PIC X(02)   VALUE SPACE.
011556     05  CMP-CL-COMPILER         PIC X(30).
011560     05  FILLER                  PIC X(02)   VALUE SPACE.
011564     05  CMP-CL-EXPIRY           PIC 9(08).
011568     05  FILLER                  PIC X(02)   VALUE SPACE.
011572     05  CMP-CL-APPROVER         PIC X(08).
011576     05  FILLER                  PIC X(02)   VALUE SPACE.
011580     05  CMP-CL-ACTION           PIC X(20).
011600
011700 PROCEDURE DIVISION.
011800 0000-MAINLINE.
014600         GOBACK
014700     END-IF.
014800     ACCEPT CMP-RUN-DATE FROM DATE YYYYMMDD.
014804     OPEN INPUT CTL-FILE.
014808     IF CTL-STATUS = "00" OR CTL-STATUS = "05"
014812         READ CTL-FILE
014816             AT END
014820                 MOVE SPACES    TO CTL-CARD-REC
014824         END-READ
014828         MOVE CTL-SUITE         TO CMP-SUITE
014832         MOVE CTL-COMPILER      TO CMP-COMPILER
014836         CLOSE CTL-FILE
014840     ELSE
014844         DISPLAY "CERTCMP: CTL-FILE OPEN FAILED, STATUS "
014848             CTL-STATUS
014852         MOVE 16                 TO RETURN-CODE
014856         GOBACK
014860     END-IF.
014864     IF CMP-SUITE = SPACES
014868         DISPLAY "CERTCMP: NO SUITE ON CMPCTL CARD, "
014872             "WAIVERS NOT APPLIED"
014876     ELSE
014880         PERFORM 1500-LOAD-WAIVERS THRU 1500-EXIT
014884     END-IF.
014900     MOVE CMP-RUN-DATE          TO CMP-HDG-RUN-DATE.
015000     MOVE SPACE                 TO PRINT-REC.
015100     MOVE CMP-HEADING-1         TO PRINT-REC (1:51).
015200     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
015300     MOVE SPACE                 TO PRINT-REC.
015400     MOVE CMP-HEADING-2         TO PRINT-REC (1:103).
015500     WRITE PRINT-REC AFTER ADVANCING 2 LINES.
015600     PERFORM 2100-READ-CURR THRU 2100-EXIT.
015700     PERFORM 2200-READ-PRIOR THRU 2200-EXIT.
015800 1000-EXIT.
015900     EXIT.
015902 1500-LOAD-WAIVERS.
015904     OPEN INPUT WAIV-FILE.
015906     IF WAIV-STATUS NOT = "00" AND WAIV-STATUS NOT = "05"
015908         DISPLAY "CERTCMP: WAIV-FILE OPEN FAILED, STATUS "
015910             WAIV-STATUS
015912         MOVE 16                 TO RETURN-CODE
015914         GOBACK
015916     END-IF.
015918     PERFORM 1600-READ-WAIVER THRU 1600-EXIT.
015920     PERFORM 1700-STORE-WAIVER THRU 1700-EXIT
015922         UNTIL NO-MORE-WAIVERS.
015924     CLOSE WAIV-FILE.
015926 1500-EXIT.
015928     EXIT.
015930 1600-READ-WAIVER.
015932     READ WAIV-FILE
015934         AT END
015936             SET NO-MORE-WAIVERS TO TRUE
015938     END-READ.
015940 1600-EXIT.
015942     EXIT.
015944 1700-STORE-WAIVER.
015946     EVALUATE TRUE
015948         WHEN WAIV-SUITE NOT = CMP-SUITE
015950             CONTINUE
015952         WHEN WAIV-PAR-NAME = SPACES
015954           OR WAIV-EXPIRY-DATE NOT NUMERIC
015956             ADD 1              TO CMP-WAIV-REJECT-COUNT
015958             DISPLAY "CERTCMP: WAIVER REJECTED - "
015960                 WAIV-SUITE " " WAIV-PAR-NAME
015962         WHEN CMP-WAIV-USED NOT LESS THAN CMP-WAIV-MAX
015964             SET WAIVER-TABLE-FULL TO TRUE
015966         WHEN OTHER
015968             ADD 1              TO CMP-WAIV-USED
015970             SET WAIV-IX        TO CMP-WAIV-USED
015972             MOVE WAIV-PAR-NAME TO CMP-WV-PAR-NAME (WAIV-IX)
015974             MOVE WAIV-COMPILER TO CMP-WV-COMPILER (WAIV-IX)
015976             MOVE WAIV-EXPIRY-DATE
015978                                TO CMP-WV-EXPIRY (WAIV-IX)
015980             MOVE WAIV-APPROVER TO CMP-WV-APPROVER (WAIV-IX)
015982             MOVE "N"           TO CMP-WV-PASSED (WAIV-IX)
015984     END-EVALUATE.
015986     PERFORM 1600-READ-WAIVER THRU 1600-EXIT.
015988 1700-EXIT.
015990     EXIT.
016000 2000-COMPARE-TESTS.
016025     IF CMP-CURR-KEY NOT GREATER THAN CMP-PRIOR-KEY
016050         PERFORM 3500-CHECK-CURRENT THRU 3500-EXIT
016075     END-IF.
016100     IF CMP-CURR-KEY LESS THAN CMP-PRIOR-KEY
016200         PERFORM 3100-REPORT-NEW-TEST THRU 3100-EXIT
016300         PERFORM 2100-READ-CURR THRU 2100-EXIT
019900         WHEN PRIOR-P-OR-F = "PASS "
020000          AND CURR-P-OR-F = "FAIL*"
020100             ADD 1              TO CMP-REGRESS-COUNT
020125             IF WAIVER-IN-FORCE
020150                 ADD 1          TO CMP-REGRESS-WAIVED
020175             END-IF
020200             MOVE "PASS TO FAIL"
020300                                TO CMP-DET-CHANGE
020400             MOVE PRIOR-COMPUTED-X
024700 3200-REPORT-DROPPED-TEST.
024800     MOVE SPACES                TO CMP-DET-CHANGE
024900                                   CMP-DET-PRIOR-VAL
025000                                   CMP-DET-CURR-VAL
025050                                   CMP-DET-WAIVER.
025100     ADD 1                      TO CMP-DROPPED-COUNT.
025200     MOVE "TEST DROPPED"        TO CMP-DET-CHANGE.
025300     MOVE PRIOR-COMPUTED-X      TO CMP-DET-PRIOR-VAL.
025400     PERFORM 4000-PRINT-CHANGE THRU 4000-EXIT.
025500 3200-EXIT.
025600     EXIT.
025601*
025602* CLASSIFY A CURRENT FAILURE AS WAIVED OR UNWAIVED, AND FLAG
025603* THE WAIVERS OF A CURRENTLY PASSING TEST FOR CLEANUP.
025604*
025605 3500-CHECK-CURRENT.
025606     MOVE SPACES                TO CMP-DET-WAIVER.
025607     SET WAIVER-FOUND TO FALSE.
025608     SET WAIVER-IN-FORCE TO FALSE.
025609     IF CURR-P-OR-F NOT = "FAIL*" AND CURR-P-OR-F NOT = "PASS "
025610         GO TO 3500-EXIT
025611     END-IF.
025612     PERFORM 3600-FIND-WAIVER THRU 3600-EXIT.
025613     IF CURR-P-OR-F = "FAIL*"
025614         IF WAIVER-IN-FORCE
025615             ADD 1              TO CMP-FAIL-WAIVED
025616             MOVE "WAIVED"      TO CMP-DET-WAIVER
025617         ELSE
025618             ADD 1              TO CMP-FAIL-UNWAIVED
025619             MOVE "UNWAIVED"    TO CMP-DET-WAIVER
025620         END-IF
025621     END-IF.
025622 3500-EXIT.
025623     EXIT.
025624*
025625* LOOK UP THE WAIVERS FOR THE CURRENT TEST WHOSE COMPILER IS
025626* SPACES OR THE COMPILER UNDER TEST.  A WAIVER STILL IN DATE
025627* IS PREFERRED OVER AN EXPIRED ONE; CMP-WAIV-HIT POINTS AT THE
025628* ONE CHOSEN.
025629*
025630 3600-FIND-WAIVER.
025631     MOVE ZERO                  TO CMP-WAIV-HIT.
025632     PERFORM 3650-CHECK-ONE-WAIVER THRU 3650-EXIT
025633         VARYING WAIV-IX FROM 1 BY 1
025634         UNTIL WAIV-IX GREATER THAN CMP-WAIV-USED.
025635 3600-EXIT.
025636     EXIT.
025637 3650-CHECK-ONE-WAIVER.
025638     IF CMP-WV-PAR-NAME (WAIV-IX) NOT = CURR-PAR-NAME
025639         GO TO 3650-EXIT
025640     END-IF.
025641     IF CMP-WV-COMPILER (WAIV-IX) NOT = SPACES
025642       AND CMP-WV-COMPILER (WAIV-IX) NOT = CMP-COMPILER
025643         GO TO 3650-EXIT
025644     END-IF.
025645     IF CURR-P-OR-F = "PASS "
025646         MOVE "Y"               TO CMP-WV-PASSED (WAIV-IX)
025647     END-IF.
025648     IF CMP-WV-EXPIRY (WAIV-IX) NOT LESS THAN CMP-RUN-DATE
025649         IF NOT WAIVER-IN-FORCE
025650             SET WAIVER-IN-FORCE TO TRUE
025651             SET CMP-WAIV-HIT   TO WAIV-IX
025652         END-IF
025653     ELSE
025654         IF NOT WAIVER-FOUND
025655             SET CMP-WAIV-HIT   TO WAIV-IX
025656         END-IF
025657     END-IF.
025658     SET WAIVER-FOUND TO TRUE.
025659 3650-EXIT.
025660     EXIT.
025700 4000-PRINT-CHANGE.
025800     IF CMP-CURR-KEY = HIGH-VALUES
025900         MOVE SPACES            TO CMP-DET-PAR-NAME
027800         MOVE PRIOR-PAR-NAME    TO CMP-DET-PAR-NAME
027900     END-IF.
028000     MOVE SPACE                 TO PRINT-REC.
028100     MOVE CMP-DETAIL-LINE       TO PRINT-REC (1:103).
028200     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
028300 4000-EXIT.
028400     EXIT.
028500 9000-FINISH.
028525     PERFORM 9200-LIST-CLEANUP THRU 9200-EXIT.
028550     SUBTRACT CMP-REGRESS-WAIVED FROM CMP-REGRESS-COUNT
028575         GIVING CMP-REGRESS-UNWAIVED.
028600     MOVE "TESTS GONE PASS TO FAIL   " TO CMP-SUM-LABEL.
028700     MOVE CMP-REGRESS-COUNT     TO CMP-SUM-COUNT.
028800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
028814     MOVE "  PASS TO FAIL WAIVED     " TO CMP-SUM-LABEL.
028828     MOVE CMP-REGRESS-WAIVED    TO CMP-SUM-COUNT.
028842     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
028856     MOVE "  PASS TO FAIL UNWAIVED   " TO CMP-SUM-LABEL.
028870     MOVE CMP-REGRESS-UNWAIVED  TO CMP-SUM-COUNT.
028884     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
028900     MOVE "TESTS GONE FAIL TO PASS   " TO CMP-SUM-LABEL.
029000     MOVE CMP-IMPROVE-COUNT     TO CMP-SUM-COUNT.
029100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
030400     MOVE "TESTS UNCHANGED           " TO CMP-SUM-LABEL.
030500     MOVE CMP-SAME-COUNT        TO CMP-SUM-COUNT.
030600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
030605     MOVE "CURRENT FAILURES WAIVED   " TO CMP-SUM-LABEL.
030610     MOVE CMP-FAIL-WAIVED       TO CMP-SUM-COUNT.
030615     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
030620     MOVE "CURRENT FAILURES UNWAIVED " TO CMP-SUM-LABEL.
030625     MOVE CMP-FAIL-UNWAIVED     TO CMP-SUM-COUNT.
030630     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
030635     MOVE "WAIVERS REJECTED          " TO CMP-SUM-LABEL.
030640     MOVE CMP-WAIV-REJECT-COUNT TO CMP-SUM-COUNT.
030645     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
030650     MOVE "WAIVERS FOR CLEANUP       " TO CMP-SUM-LABEL.
030655     MOVE CMP-CLEANUP-COUNT     TO CMP-SUM-COUNT.
030660     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
030665     IF WAIVER-TABLE-FULL
030670         MOVE SPACE             TO PRINT-REC
030675         MOVE " ** WAIVER TABLE FULL - LATER WAIVERS IGNORED"
030680                                TO PRINT-REC (1:46)
030685         WRITE PRINT-REC AFTER ADVANCING 1 LINES
030690     END-IF.
030700     CLOSE CURR-FILE.
030800     CLOSE PRIOR-FILE.
030900     CLOSE PRINT-FILE.
031000     IF CMP-REGRESS-UNWAIVED GREATER THAN ZERO
031100         MOVE 8                  TO RETURN-CODE
031200     END-IF.
031300 9000-EXIT.
031800     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
031900 9100-EXIT.
032000     EXIT.
032002*
032004* LIST EVERY WAIVER FOR THE SUITE THAT HAS PASSED ITS EXPIRY
032006* DATE OR WHOSE TEST PASSES IN THE CURRENT RUN.
032008*
032010 9200-LIST-CLEANUP.
032012     MOVE SPACE                 TO PRINT-REC.
032014     MOVE " WAIVERS FOR CLEANUP - SUITE"
032016                                TO PRINT-REC (1:28).
032018     MOVE CMP-SUITE             TO PRINT-REC (30:8).
032020     WRITE PRINT-REC AFTER ADVANCING 2 LINES.
032022     MOVE SPACE                 TO PRINT-REC.
032024     MOVE CMP-CLEANUP-HEADING   TO PRINT-REC (1:83).
032026     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
032028     PERFORM 9300-CHECK-CLEANUP THRU 9300-EXIT
032030         VARYING WAIV-IX FROM 1 BY 1
032032         UNTIL WAIV-IX GREATER THAN CMP-WAIV-USED.
032034     MOVE SPACE                 TO PRINT-REC.
032036     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
032038 9200-EXIT.
032040     EXIT.
032042 9300-CHECK-CLEANUP.
032044     MOVE SPACES                TO CMP-CL-ACTION.
032046     EVALUATE TRUE
032048         WHEN CMP-WV-EXPIRY (WAIV-IX) LESS THAN CMP-RUN-DATE
032050          AND CMP-WV-PASSED (WAIV-IX) = "Y"
032052             MOVE "EXPIRED, NOW PASSES"
032054                                TO CMP-CL-ACTION
032056         WHEN CMP-WV-EXPIRY (WAIV-IX) LESS THAN CMP-RUN-DATE
032058             MOVE "EXPIRED"     TO CMP-CL-ACTION
032060         WHEN CMP-WV-PASSED (WAIV-IX) = "Y"
032062             MOVE "TEST NOW PASSES"
032064                                TO CMP-CL-ACTION
032066         WHEN OTHER
032068             GO TO 9300-EXIT
032070     END-EVALUATE.
032072     ADD 1                      TO CMP-CLEANUP-COUNT.
032074     MOVE CMP-WV-PAR-NAME (WAIV-IX)
032076                                TO CMP-CL-PAR-NAME.
032078     MOVE CMP-WV-COMPILER (WAIV-IX)
032080                                TO CMP-CL-COMPILER.
032082     MOVE CMP-WV-EXPIRY (WAIV-IX)
032084                                TO CMP-CL-EXPIRY.
032086     MOVE CMP-WV-APPROVER (WAIV-IX)
032088                                TO CMP-CL-APPROVER.
032090     MOVE SPACE                 TO PRINT-REC.
032092     MOVE CMP-CLEANUP-LINE      TO PRINT-REC (1:83).
032094     WRITE PRINT-REC AFTER ADVANCING 1 LINES.
032096 9300-EXIT.
032098     EXIT.
032100 END PROGRAM CERTCMP.
