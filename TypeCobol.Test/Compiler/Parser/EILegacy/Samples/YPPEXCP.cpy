000100*-----------------------------------------------------------
000200* YPPEXCP - PRIOR-PERIOD EXCEPTION RECORD.  WRITTEN BY
000300*           GLPOST, GLREVRS AND RATEADJ FOR EACH YPOSTEXT
000400*           DETAIL THEY DID NOT POST, REVERSE OR ADJUST
000500*           BECAUSE ITS TRAN-DATE FALLS IN AN ACCOUNTING
000600*           PERIOD CLOSED ON GLPERIOD (YPERIOD).  ALL THREE
000700*           APPEND TO THE SHARED PPEXCP FILE; PPEXRPT LISTS
000800*           IT FOR THE LEDGER ACCOUNTANTS, WHO MUST BOOK THE
000900*           ITEM AS A CURRENT-PERIOD ENTRY BY HAND.
001000*           PPEXCP-DETAIL IS THE EXTRACT DETAIL AS READ (OR,
001100*           FOR RATEADJ, AS IT WOULD HAVE BEEN WRITTEN) AND
001200*           IS MOVED TO A POSTEXT-REC AREA TO BE READ.
001300*           INCLUDED AS  01  PPEXCP-REC.  COPY  YPPEXCP.
001400*-----------------------------------------------------------
001500    02  PPEXCP-SOURCE               PIC X(08).
001600    02  PPEXCP-RUN-DATE             PIC X(08).
001700    02  PPEXCP-PERIOD               PIC X(06).
001800    02  PPEXCP-ACTION               PIC X(01).
001900        88  PPEXCP-POST                     VALUE "P".
002000        88  PPEXCP-REVERSAL                 VALUE "R".
002100        88  PPEXCP-ADJUSTMENT               VALUE "A".
002200    02  PPEXCP-BLK-PROC-DATE        PIC X(08).
002300    02  PPEXCP-BLK-SOURCE           PIC X(08).
002400    02  PPEXCP-DETAIL               PIC X(80).
002500    02  FILLER                      PIC X(01).
