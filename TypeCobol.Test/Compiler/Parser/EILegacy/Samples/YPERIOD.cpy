000100*-----------------------------------------------------------
000200* YPERIOD - ACCOUNTING PERIOD CONTROL RECORD.  ONE RECORD PER
000300*           CALENDAR MONTH ON THE GLPERIOD KSDS, KEYED BY
000400*           PERIOD-YYYYMM.  GLCLOSE WRITES THE RECORD "C" WHEN
000500*           IT ROLLS THE MONTH'S DAILY GLMAST RECORDS INTO THE
000600*           GLMONTH SUMMARY, WITH THE TOTALS IT ROLLED.  A
000700*           MONTH WITH NO RECORD, OR ONE STILL "O", IS OPEN.
000800*           GLPOST, GLREVRS AND RATEADJ DO NOT POST A DETAIL
000900*           WHOSE TRAN-DATE FALLS IN A CLOSED MONTH; THEY
001000*           WRITE IT TO THE PRIOR-PERIOD EXCEPTIONS FILE
001100*           (YPPEXCP) INSTEAD.
001200*           INCLUDED AS  01  PERIOD-REC.  COPY  YPERIOD.
001300*-----------------------------------------------------------
001400    02  PERIOD-YYYYMM               PIC X(06).
001500    02  PERIOD-STATUS-FLAG          PIC X(01).
001600        88  PERIOD-OPEN                     VALUE "O".
001700        88  PERIOD-CLOSED                   VALUE "C".
001800    02  PERIOD-CLOSE-DATE           PIC X(08).
001900    02  PERIOD-CLOSED-BY            PIC X(08).
002000    02  PERIOD-DAILY-COUNT          PIC 9(07).
002100    02  PERIOD-POST-COUNT           PIC 9(09).
002200    02  PERIOD-ORIG-AMT             PIC S9(13)V99.
002300    02  PERIOD-CONV-AMT             PIC S9(13)V99.
