000100*-----------------------------------------------------------
000200* YGLACCT - CONVERSION CODE TO LEDGER ACCOUNT MAPPING.  ONE
000300*           RECORD PER CONVERSION CODE ON THE GLACCT KSDS,
000400*           KEYED BY GLACCT-CONV-CODE.  THE JOURNAL INTERFACE
000500*           RUN (GLJRNL) DEBITS GLACCT-DEBIT-ACCT AND CREDITS
000600*           GLACCT-CREDIT-ACCT WITH THE CODE'S CONVERTED
000700*           AMOUNT FOR THE DAY, BOTH UNDER GLACCT-COST-CENTER.
000800*           A CODE WITH NO RECORD, OR WITH EITHER ACCOUNT
000900*           BLANK, STOPS THE JOURNAL.  INCLUDED AS
001000*                 01  GLACCT-REC.  COPY  YGLACCT.
001100*-----------------------------------------------------------
001200    02  GLACCT-CONV-CODE            PIC X(04).
001300    02  GLACCT-DEBIT-ACCT           PIC X(10).
001400    02  GLACCT-CREDIT-ACCT          PIC X(10).
001500    02  GLACCT-COST-CENTER          PIC X(06).
001600    02  GLACCT-DESCRIPTION          PIC X(30).
