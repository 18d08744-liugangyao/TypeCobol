000100*-----------------------------------------------------------
000200* YCONVLIM - HIGH-VALUE LIMITS FOR A CONVERSION CODE.  ONE
000300*            RECORD PER CODE ON THE CONVLIM KSDS, KEYED BY
000400*            CONVLIM-CODE.  MYPGM HOLDS ANY TRANSACTION WHOSE
000500*            AMOUNT (IGNORING SIGN) EXCEEDS CONVLIM-ITEM-MAX,
000600*            OR WHICH WOULD TAKE THE CODE'S TOTAL FOR THE
000700*            PROCESS DATE PAST CONVLIM-DAILY-MAX, INSTEAD OF
000800*            CONVERTING IT.  AMOUNTS ARE IN THE TRANSACTION'S
000900*            ORIGINAL UNITS.  A ZERO LIMIT, OR A CODE WITH NO
001000*            RECORD, IS NOT LIMITED.
001100*            INCLUDED AS  01  CONVLIM-REC.  COPY  YCONVLIM.
001200*-----------------------------------------------------------
001300    02  CONVLIM-CODE                PIC X(04).
001400    02  CONVLIM-ITEM-MAX            PIC 9(09)V99.
001500    02  CONVLIM-DAILY-MAX           PIC 9(11)V99.
001600    02  CONVLIM-SET-BY              PIC X(08).
001700    02  CONVLIM-SET-DATE            PIC X(08).
