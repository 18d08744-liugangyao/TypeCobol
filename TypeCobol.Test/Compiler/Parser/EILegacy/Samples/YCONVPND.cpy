000100*-----------------------------------------------------------
000200* YCONVPND - CONVEAL PENDING RATE CHANGE.  ONE RECORD PER
000300*            CONVERSION CODE AND EFFECTIVE DATE ON THE CONVPEND
000400*            KSDS, KEYED LIKE CONVEAL-KEY.  CONVMNT WRITES AN
000500*            ADD OR CHG HERE INSTEAD OF TO THE CONVEAL-FILE WHEN
000600*            THE NEW RATE MOVES THE CONVERSION FACTOR FURTHER
000700*            THAN THE TOLERANCE FROM THE RATE IN EFFECT ON THAT
000800*            DATE.  THE CHANGE IS APPLIED, AND THE RECORD
000900*            DELETED, ONLY BY AN APR CARD FROM A REQUESTOR OTHER
001000*            THAN CONVPND-REQUESTED-BY; A RECORD NOT APPROVED
001100*            WITHIN THE EXPIRY DAYS IS DELETED AS EXPIRED.
001200*            CONVPND-OLD-RATE/DIR IS THE RATE IN EFFECT WHEN
001300*            THE CHANGE WAS REQUESTED (ZERO/SPACE WHEN THERE WAS
001400*            NONE) AND CONVPND-DEVIATION THE PERCENTAGE MOVE.
001500*            INCLUDED AS  01  CONVPND-REC.  COPY  YCONVPND.
001600*-----------------------------------------------------------
001700    02  CONVPND-KEY.
001800        03  CONVPND-CODE            PIC X(04).
001900        03  CONVPND-EFF-DATE        PIC X(08).
002000    02  CONVPND-ACTION              PIC X(03).
002100    02  CONVPND-NEW-RATE            PIC 9(03)V9(05).
002200    02  CONVPND-NEW-DIR             PIC X(01).
002300    02  CONVPND-OLD-RATE            PIC 9(03)V9(05).
002400    02  CONVPND-OLD-DIR             PIC X(01).
002500    02  CONVPND-DEVIATION           PIC 9(07)V99.
002600    02  CONVPND-REQUESTED-BY        PIC X(08).
002700    02  CONVPND-REQUEST-DATE        PIC X(08).
