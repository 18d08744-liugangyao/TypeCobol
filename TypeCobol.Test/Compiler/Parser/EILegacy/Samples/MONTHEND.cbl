000000*               (YYYYMM) COMES FROM THE CTLCARD FILE.
000000*               RETURN-CODE 8 WHEN ANY BLOCK IS UNBALANCED,
000000*               4 WHEN A BUSINESS DATE IS MISSING.
000000*   2026-10-15  RATEADJ ADJUSTMENT DETAILS (ENTRY-TYPE "A")
000000*               ADD THEIR CONVERTED AMOUNT TO THE CODE, DAY
000000*               AND GRAND TOTALS BUT ARE NO LONGER COUNTED AS
000000*               TRANSACTIONS AND NO LONGER MARK THEIR DAY AS
000000*               HAVING ACTIVITY, SO COUNTS TIE TO GLMAST
000000*               POST-COUNT.
000000*------------------------------------------------------------
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000         ADD 1                  TO MND-OUTSIDE-COUNT
000000         GO TO 4000-EXIT
000000     END-IF.
000000     IF NOT POSTEXT-ADJUSTMENT
000000         MOVE "Y"               TO MND-DAY-HIT (MND-TRAN-DAY)
000000     END-IF.
000000     PERFORM 4100-FIND-CODE-ENTRY THRU 4100-EXIT.
000000     IF NOT CODE-FOUND
000000         GO TO 4000-EXIT
000000     END-IF.
000000     SET DAY-IX                 TO MND-TRAN-DAY.
000000     ADD POSTEXT-ORIG-AMT       TO MND-CT-ORIG (CODE-IX)
000000         MND-CT-DAY-ORIG (CODE-IX DAY-IX).
000000     ADD POSTEXT-CONV-AMT       TO MND-CT-CONV (CODE-IX)
000000         MND-CT-DAY-CONV (CODE-IX DAY-IX).
000000     ADD POSTEXT-ORIG-AMT       TO MND-GRAND-ORIG.
000000     ADD POSTEXT-CONV-AMT       TO MND-GRAND-CONV.
000000     IF POSTEXT-ADJUSTMENT
000000         GO TO 4000-EXIT
000000     END-IF.
000000     ADD 1                      TO MND-CT-COUNT (CODE-IX)
000000         MND-CT-DAY-COUNT (CODE-IX DAY-IX).
000000     ADD 1                      TO MND-GRAND-COUNT.
000000 4000-EXIT.
000000     EXIT.
000000 4100-FIND-CODE-ENTRY.
