001000* POSTEXT-REC-TYPE DISTINGUISHES THE THREE LAYOUTS.  SIGNED
001100* AMOUNTS CARRY A LEADING SEPARATE SIGN SO THE DOWNSTREAM
001200* JOB NEVER SEES AN OVERPUNCHED BYTE.
001210* THE HEADER ALSO CARRIES THE PROCESS DATE THE BLOCK COVERS
001220* AND THE PROGRAM THAT WROTE IT; TOGETHER THEY IDENTIFY THE
001230* BLOCK ON THE GL POSTING CONTROL FILE (YGLPCTL).  BLOCKS
001240* WRITTEN BEFORE THESE FIELDS EXISTED CARRY SPACES THERE.
001250* POSTEXT-ENTRY-TYPE IS SPACE ON A CONVERTED TRANSACTION AND
001260* "A" ON A RATE ADJUSTMENT DETAIL (RATEADJ), WHICH CARRIES
001270* ONLY THE CONVERTED-AMOUNT DIFFERENCE (ORIGINAL AMOUNT
001280* ZERO) AND IS NOT COUNTED AS A POSTING ON GLMAST.
001290* THE TRAILER ALSO CARRIES THE COUNT AND ORIGINAL AMOUNT OF
001295* THE ITEMS HELD OVER THEIR HIGH-VALUE LIMIT (NOT EXTRACTED).
001300*-----------------------------------------------------------
001400    02  POSTEXT-DETAIL-REC.
001500        03  POSTEXT-REC-TYPE        PIC X(01).
002600        03  POSTEXT-CONV-AMT        PIC S9(9)V99
002700                                    SIGN IS LEADING SEPARATE
002800                                    CHARACTER.
002900        03  POSTEXT-ENTRY-TYPE      PIC X(01).
002910            88  POSTEXT-ADJUSTMENT          VALUE "A".
002920        03  FILLER                  PIC X(24).
003000    02  POSTEXT-HEADER-REC REDEFINES POSTEXT-DETAIL-REC.
003100        03  FILLER                  PIC X(01).
003200        03  POSTEXT-HDR-RUN-DATE    PIC X(08).
003210        03  POSTEXT-HDR-PROC-DATE   PIC X(08).
003220        03  POSTEXT-HDR-SOURCE      PIC X(08).
003300        03  FILLER                  PIC X(55).
003400    02  POSTEXT-TRAILER-REC REDEFINES POSTEXT-DETAIL-REC.
003500        03  FILLER                  PIC X(01).
003600        03  POSTEXT-TRL-REC-COUNT   PIC 9(07).
003700        03  POSTEXT-TRL-AMT-TOTAL   PIC S9(9)V99
003800                                    SIGN IS LEADING SEPARATE
003900                                    CHARACTER.
003910        03  POSTEXT-TRL-HOLD-COUNT  PIC 9(05).
003920        03  POSTEXT-TRL-HOLD-AMT    PIC S9(9)V99
003930                                    SIGN IS LEADING SEPARATE
003940                                    CHARACTER.
004000        03  FILLER                  PIC X(43).
