000100*-----------------------------------------------------------
000200* YGLMONTH - MONTHLY GENERAL-LEDGER SUMMARY MASTER RECORD
000300*            WRITTEN BY THE PERIOD CLOSE (GLCLOSE).  ONE
000400*            RECORD PER CONVERSION CODE AND CLOSED MONTH ON
000500*            THE GLMONTH KSDS, KEYED BY GLMON-KEY
000600*            (GLMON-CONV-CODE + GLMON-PERIOD).  IT CARRIES THE
000700*            SUM OF THE MONTH'S DAILY GLMAST RECORDS FOR THE
000800*            CODE; THE DAILY RECORDS THEMSELVES GO TO THE
000900*            GLARCH ARCHIVE AND LEAVE GLMAST.
001000*            INCLUDED AS  01  GLMON-REC.  COPY  YGLMONTH.
001100*-----------------------------------------------------------
001200    02  GLMON-KEY.
001300        03  GLMON-CONV-CODE         PIC X(04).
001400        03  GLMON-PERIOD            PIC X(06).
001500    02  GLMON-DAY-COUNT             PIC 9(05).
001600    02  GLMON-POST-COUNT            PIC 9(09).
001700    02  GLMON-ORIG-AMT              PIC S9(13)V99.
001800    02  GLMON-CONV-AMT              PIC S9(13)V99.
001900    02  GLMON-CLOSE-DATE            PIC X(08).
