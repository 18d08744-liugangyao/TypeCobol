000100*-----------------------------------------------------------
000200* YGLJRNL - GENERAL-LEDGER JOURNAL INTERFACE RECORD WRITTEN
000300*           BY GLJRNL FOR THE CORPORATE LEDGER LOAD.  ONE
000400*           DEBIT AND ONE CREDIT LINE PER GLMAST CODE AND
000410*           TRAN-DATE WITH AMOUNTS NOT YET JOURNALLED, DATED
000500*           THE JOURNAL DATE, BRACKETED BY A HEADER
000600*           (JOURNAL DATE, RUN DATE, SOURCE) AND A TRAILER
000700*           (LINE COUNT, DEBIT AND CREDIT TOTALS) SO THE
000800*           LOAD CAN PROVE THE JOURNAL BALANCED.  AMOUNTS
000900*           ARE UNSIGNED; GLJRNL-DC-IND GIVES THE SIDE.
001000*           INCLUDED AS  01  GLJRNL-REC.  COPY  YGLJRNL.
001100*-----------------------------------------------------------
001200    02  GLJRNL-DETAIL-REC.
001300        03  GLJRNL-REC-TYPE         PIC X(01).
001400            88  GLJRNL-IS-HEADER            VALUE "H".
001500            88  GLJRNL-IS-DETAIL            VALUE "D".
001600            88  GLJRNL-IS-TRAILER           VALUE "T".
001700        03  GLJRNL-JRNL-DATE        PIC X(08).
001800        03  GLJRNL-LINE-NO          PIC 9(07).
001900        03  GLJRNL-ACCOUNT          PIC X(10).
002000        03  GLJRNL-COST-CENTER      PIC X(06).
002100        03  GLJRNL-DC-IND           PIC X(01).
002200            88  GLJRNL-DEBIT                VALUE "D".
002300            88  GLJRNL-CREDIT               VALUE "C".
002400        03  GLJRNL-AMOUNT           PIC 9(11)V99.
002500        03  GLJRNL-CONV-CODE        PIC X(04).
002600        03  GLJRNL-POST-COUNT       PIC 9(07).
002610        03  GLJRNL-TRAN-DATE        PIC X(08).
002700        03  FILLER                  PIC X(15).
002800    02  GLJRNL-HEADER-REC REDEFINES GLJRNL-DETAIL-REC.
002900        03  FILLER                  PIC X(01).
003000        03  GLJRNL-HDR-JRNL-DATE    PIC X(08).
003100        03  GLJRNL-HDR-RUN-DATE     PIC X(08).
003200        03  GLJRNL-HDR-SOURCE       PIC X(08).
003300        03  FILLER                  PIC X(55).
003400    02  GLJRNL-TRAILER-REC REDEFINES GLJRNL-DETAIL-REC.
003500        03  FILLER                  PIC X(01).
003600        03  GLJRNL-TRL-JRNL-DATE    PIC X(08).
003700        03  GLJRNL-TRL-LINE-COUNT   PIC 9(07).
003800        03  GLJRNL-TRL-DEBIT-TOTAL  PIC 9(13)V99.
003900        03  GLJRNL-TRL-CREDIT-TOTAL PIC 9(13)V99.
004000        03  FILLER                  PIC X(34).
