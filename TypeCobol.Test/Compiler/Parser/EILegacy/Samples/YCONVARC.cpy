000100*-----------------------------------------------------------
000200* YCONVARC - CONVEAL RATE ARCHIVE RECORD.  WRITTEN BY CONVPRGE
000300*            TO ARCHOUT FOR EVERY SUPERSEDED RATE PURGED FROM
000400*            THE CONVEAL-FILE, AND READ BACK BY THE AS-OF RATE
000500*            INQUIRY (RATEINQ).  THE FIRST 29 BYTES ARE THE
000600*            ORIGINAL ARCHIVE LAYOUT (RATE DATA AS ON YCONVEAL
000700*            FOLLOWED BY THE PURGE DATE); THE AUDIT FIELDS WERE
000800*            ADDED AFTER IT.  OLDER GENERATIONS ARE 29-BYTE
000810*            RECORDS AND ARE NOT READ WITH THIS LAYOUT - RATEINQ
000820*            READS THEM SEPARATELY (OLDARCH) WITH NO AUDIT DATA.
000900*            INCLUDED AS  01  CONVARC-REC.  COPY  YCONVARC.
001000*-----------------------------------------------------------
001100    02  CONVARC-KEY.
001200        03  CONVARC-CODE            PIC X(04).
001300        03  CONVARC-EFF-DATE        PIC X(08).
001400    02  CONVARC-RATE                PIC 9(03)V9(05).
001500    02  CONVARC-RATE-DIR            PIC X(01).
001600        88  CONVARC-RATE-MULTIPLY           VALUE "M" " ".
001700        88  CONVARC-RATE-DIVIDE             VALUE "D".
001800    02  CONVARC-PURGE-DATE          PIC X(08).
001900    02  CONVARC-AUDIT.
002000        03  CONVARC-SET-BY          PIC X(08).
002100        03  CONVARC-APPROVED-BY     PIC X(08).
002200        03  CONVARC-SET-DATE        PIC X(08).
