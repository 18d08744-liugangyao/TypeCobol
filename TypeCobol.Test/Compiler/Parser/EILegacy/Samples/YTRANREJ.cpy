000100*-----------------------------------------------------------
000200* YTRANREJ - TRANSACTION REJECT RECORD.  WRITTEN BY TRANEDIT
000300*            TO TRANREJ FOR EVERY RECORD THAT FAILS THE EDIT,
000400*            AND CARRIED FORWARD BY THE REJECT CORRECTION RUN
000500*            (REJCORR) TO ITS REJECT MASTER FOR EVERY REJECT
000600*            NOT YET CORRECTED, SO BOTH FILES CAN BE FED BACK
000700*            INTO REJCORR TOGETHER.  REJ-TRAN-DATA IS THE
000800*            80-BYTE TRAN-REC IMAGE AS RECEIVED; ONE REASON
000900*            BYTE PER EDIT (D DATE, I ID, C CODE, A AMOUNT,
001000*            P DUPLICATE), SPACE WHEN THAT EDIT PASSED.
001100*            REJ-RUN-DATE IS THE TRANEDIT RUN THAT FIRST
001200*            REJECTED THE ITEM AND IS KEPT ACROSS CARRY-
001300*            FORWARDS FOR AGING.  INCLUDED AS
001400*                 01  REJ-TRAN-REC.  COPY  YTRANREJ.
001500*-----------------------------------------------------------
001600    02  REJ-TRAN-DATA               PIC X(80).
001700    02  REJ-REASON-CODES.
001800        03  REJ-DATE-RSN            PIC X(01).
001900        03  REJ-ID-RSN              PIC X(01).
002000        03  REJ-CODE-RSN            PIC X(01).
002100        03  REJ-AMT-RSN             PIC X(01).
002200        03  REJ-DUP-RSN             PIC X(01).
002300    02  REJ-RUN-DATE                PIC X(08).
