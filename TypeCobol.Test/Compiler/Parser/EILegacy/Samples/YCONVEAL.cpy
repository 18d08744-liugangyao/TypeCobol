000840*             MULTIPLIED BY THE RATE, "D" MEANS THE PROVIDER
000850*             QUOTES THE RATE INVERTED AND THE AMOUNT IS
000860*             DIVIDED BY IT.
000870*             CONVEAL-SET-BY IS THE CONVMNT REQUESTOR WHO
000880*             ADDED OR LAST CHANGED THE RATE, CONVEAL-
000890*             APPROVED-BY THE APPROVER WHEN IT WENT THROUGH
000891*             THE PENDING-CHANGE APPROVAL (SPACES OTHERWISE)
000892*             AND CONVEAL-SET-DATE THE CONVMNT RUN DATE.  ALL
000893*             THREE ARE SPACES ON RECORDS LOADED BEFORE THE
000894*             FIELDS EXISTED.
000900*             INCLUDED AS  01  CONVEAL-REC.  COPY  YCONVEAL.
001000*-----------------------------------------------------------
001100    02  CONVEAL-KEY.
001500    02  CONVEAL-RATE-DIR            PIC X(01).
001600        88  CONVEAL-RATE-MULTIPLY           VALUE "M" " ".
001700        88  CONVEAL-RATE-DIVIDE             VALUE "D".
001800    02  CONVEAL-AUDIT.
001900        03  CONVEAL-SET-BY          PIC X(08).
002000        03  CONVEAL-APPROVED-BY     PIC X(08).
002100        03  CONVEAL-SET-DATE        PIC X(08).
