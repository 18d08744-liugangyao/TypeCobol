000100*-----------------------------------------------------------
000200* YHOLDREC - HIGH-VALUE HOLD RECORD.  WRITTEN BY MYPGM TO
000300*            HOLDOUT FOR EVERY TRANSACTION OVER ITS YCONVLIM
000400*            LIMIT, AND CARRIED FORWARD BY THE HOLD RELEASE
000500*            RUN (HOLDREL) TO HOLDFWD UNTIL IT IS APPROVED OR
000600*            REJECTED.  HOLD-TRAN-DATA IS THE 80-BYTE TRAN-REC
000700*            IMAGE AS READ.  HOLD-REASON IS "I" (SINGLE-ITEM
000800*            LIMIT) OR "D" (DAILY AGGREGATE LIMIT) AND HOLD-
000900*            LIMIT-AMT THE LIMIT THAT WAS EXCEEDED.
001000*            HOLD-RUN-DATE IS THE MYPGM RUN THAT FIRST HELD
001100*            THE ITEM AND IS KEPT ACROSS CARRY-FORWARDS.
001200*            INCLUDED AS  01  HOLD-REC.  COPY  YHOLDREC.
001300*-----------------------------------------------------------
001400    02  HOLD-TRAN-DATA              PIC X(80).
001500    02  HOLD-REASON                 PIC X(01).
001600        88  HOLD-ITEM-LIMIT                 VALUE "I".
001700        88  HOLD-DAILY-LIMIT                VALUE "D".
001800    02  HOLD-LIMIT-AMT              PIC 9(11)V99.
001900    02  HOLD-PROC-DATE              PIC X(08).
002000    02  HOLD-RUN-DATE               PIC X(08).
