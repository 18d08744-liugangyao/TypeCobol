000600*           POINTS THE COUNTS AND TOTALS THROUGH THE RUN AND
000700*           MARKS IT COMPLETED ("C") AT END OF JOB; THE
000800*           RECONCILIATION AND RUN-HISTORY JOBS READ IT.
000810*           RUNCTL-HOLD-COUNT/AMT ARE THE ITEMS HELD OVER
000820*           THEIR HIGH-VALUE LIMIT AND RUNCTL-RELEASE-COUNT
000830*           THE PREVIOUSLY HELD ITEMS RELEASED BACK INTO
000840*           TRANIN BY HOLDREL (ZERO ON OLDER RECORDS).
000900*           INCLUDED AS  01  RUNCTL-REC.  COPY  YRUNCTL.
001000*-----------------------------------------------------------
001100    02  RUNCTL-PROC-DATE            PIC X(08).
001800    02  RUNCTL-SUSP-COUNT           PIC 9(05).
001900    02  RUNCTL-SUSP-AMT             PIC S9(9)V99.
002000    02  RUNCTL-LAST-RUN-DATE        PIC X(08).
002100    02  RUNCTL-HOLD-COUNT           PIC 9(05).
002200    02  RUNCTL-HOLD-AMT             PIC S9(9)V99.
002300    02  RUNCTL-RELEASE-COUNT        PIC 9(05).
