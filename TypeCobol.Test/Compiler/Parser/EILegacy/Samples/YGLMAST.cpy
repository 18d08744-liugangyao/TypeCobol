000500*           CODE AND TRANSACTION DATE ON THE GLMAST KSDS,
000600*           KEYED BY GLMAST-KEY (GLMAST-CONV-CODE +
000700*           GLMAST-TRAN-DATE).  AMOUNTS ACCUMULATE ACROSS
000800*           POSTINGS TO THE SAME KEY.  WHEN A MONTH IS CLOSED
000810*           (GLCLOSE) ITS RECORDS ARE SUMMED INTO GLMONTH
000820*           (YGLMONTH), ARCHIVED AND DELETED FROM GLMAST.
000830*           GLMAST-JRNL-AMT IS THE PART OF GLMAST-CONV-AMT
000840*           ALREADY SENT TO THE LEDGER BY THE GL JOURNAL RUN
000850*           (GLJRNL), AND GLMAST-JRNL-DATE THE JOURNAL DATE
000860*           IT LAST WENT ON; GLJRNL JOURNALS ONLY THE
000870*           DIFFERENCE, WHATEVER THE TRAN-DATE.
000900*           INCLUDED AS  01  GLMAST-REC.  COPY  YGLMAST.
001000*-----------------------------------------------------------
001100    02  GLMAST-KEY.
001500    02  GLMAST-ORIG-AMT             PIC S9(11)V99.
001600    02  GLMAST-CONV-AMT             PIC S9(11)V99.
001700    02  GLMAST-LAST-POST-DATE       PIC X(08).
001800    02  GLMAST-JRNL-AMT             PIC S9(11)V99.
001900    02  GLMAST-JRNL-DATE            PIC X(08).
