000100*-----------------------------------------------------------
000200* YGLPCTL - GL POSTING CONTROL RECORD.  ONE RECORD PER
000300*           YPOSTEXT BLOCK POSTED TO THE GLMAST SUMMARY, HELD
000400*           ON THE GLPCTL KSDS KEYED BY THE BLOCK'S PROCESS
000500*           DATE AND THE PROGRAM THAT WROTE IT (BOTH FROM THE
000600*           BLOCK HEADER).  GLPOST WRITES THE RECORD "P" WITH
000700*           THE BLOCK TRAILER CONTROLS WHEN IT POSTS THE
000800*           BLOCK AND REFUSES A BLOCK ALREADY "P".  GLREVRS
000900*           REFUSES A BLOCK NOT ON FILE OR ALREADY "R", AND
001000*           MARKS THE RECORD "R" WITH THE REVERSED CONTROLS
001100*           WHEN IT BACKS THE BLOCK OUT, SO THE DATE CAN THEN
001200*           BE REPOSTED.  INCLUDED AS
001300*                 01  GLPCTL-REC.  COPY  YGLPCTL.
001400*-----------------------------------------------------------
001500    02  GLPCTL-KEY.
001600        03  GLPCTL-PROC-DATE        PIC X(08).
001700        03  GLPCTL-SOURCE           PIC X(08).
001800    02  GLPCTL-STATUS-FLAG          PIC X(01).
001900        88  GLPCTL-POSTED                   VALUE "P".
002000        88  GLPCTL-REVERSED                 VALUE "R".
002100    02  GLPCTL-HDR-RUN-DATE         PIC X(08).
002200    02  GLPCTL-BLK-COUNT            PIC 9(07).
002300    02  GLPCTL-BLK-AMT              PIC S9(11)V99.
002400    02  GLPCTL-POST-DATE            PIC X(08).
002500    02  GLPCTL-REV-COUNT            PIC 9(07).
002600    02  GLPCTL-REV-AMT              PIC S9(11)V99.
002700    02  GLPCTL-REV-DATE             PIC X(08).
