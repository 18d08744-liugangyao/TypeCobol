000100*-----------------------------------------------------------
000200* YBATCHLG - BATCH STEP LOG RECORD.  EVERY STEP OF THE
000300*            NIGHTLY CHAIN APPENDS TWO RECORDS TO THE SHARED
000400*            BATCHLOG FILE:  AN "S" RECORD AS IT STARTS AND AN
000500*            "E" RECORD AS IT ENDS, BOTH CARRYING THE START
000600*            DATE AND TIME.  A STEP WITH AN "S" AND NO "E" DID
000700*            NOT REACH ITS NORMAL END.  THE "E" RECORD CARRIES
000800*            THE PROCESS DATE (SPACES FOR A STEP THAT HAS NONE),
000900*            THE END TIME, THE RETURN CODE AND THREE COUNTS:
001000*              STEP      IN            OUT         EXCEPTIONS
001100*              TRANEDIT  READ          ACCEPTED    REJECTED
001200*              MYPGM     READ          CONVERTED   SUSP + HELD
001300*              SUSPRCYC  READ          RECYCLED    CARRIED FWD
001400*              GLPOST    DETAILS       POSTED      PRIOR PERIOD
001500*              DAYRECON  EDIT READ     EXTR DETAIL -
001600*              CONVMNT   CARDS         ACCEPTED    REJECTED
001700*              CONVPRGE  RATES READ    PURGED      -
001800*            TIMES ARE HHMMSSHH AS GIVEN BY ACCEPT FROM TIME.
001900*            READ BY CYCLSTAT.
002000*            INCLUDED AS  01  BATCHLG-REC.  COPY  YBATCHLG.
002100*-----------------------------------------------------------
002200    02  BATCHLG-REC-TYPE            PIC X(01).
002300        88  BATCHLG-STEP-START              VALUE "S".
002400        88  BATCHLG-STEP-END                VALUE "E".
002500    02  BATCHLG-PROGRAM             PIC X(08).
002600    02  BATCHLG-PROC-DATE           PIC X(08).
002700    02  BATCHLG-RUN-DATE            PIC X(08).
002800    02  BATCHLG-START-TIME          PIC 9(08).
002900    02  BATCHLG-END-TIME            PIC 9(08).
003000    02  BATCHLG-RETURN-CODE         PIC 9(04).
003100    02  BATCHLG-IN-COUNT            PIC 9(09).
003200    02  BATCHLG-OUT-COUNT           PIC 9(09).
003300    02  BATCHLG-EXCP-COUNT          PIC 9(09).
003400    02  FILLER                      PIC X(08).
