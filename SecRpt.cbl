000200*  MODIFICATION HISTORY                                        *
000210*  ----------------------------------------------------------   *
000220*  09/02/2026  RH  INITIAL VERSION.                             *
000221*  10/15/2026  RH  COUNTS THE AUTO DISABLE EVENT WRITTEN BY      *
000222*                  Dormant Operator Sweep (BY "SWEEP") ON ITS    *
000223*                  OWN SUMMARY LINE.                             *
000224*  10/15/2026  RH  A SESSION CLR EVENT (A DEAD Customer Data     *
000225*                  SESSION CLEARED BY A SUPERVISOR) COUNTS AS AN *
000226*                  ADMINISTRATION ACTION.                        *
000230*--------------------------------------------------------------*
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. "Security Activity Report".
000810 77  UnknownCount PIC 9(07) COMP VALUE ZERO.
000820 77  PwChgCount PIC 9(07) COMP VALUE ZERO.
000830 77  AdminCount PIC 9(07) COMP VALUE ZERO.
000835 77  AutoDisCount PIC 9(07) COMP VALUE ZERO.
000840 77  OtherCount PIC 9(07) COMP VALUE ZERO.
000850 77  TotalCount PIC 9(07) COMP VALUE ZERO.
000860 77  OperCount PIC 9(07) COMP VALUE ZERO.
001980                 WHEN "OPER DISABLE" ADD 1 TO AdminCount
001990                 WHEN "OPER ENABLED" ADD 1 TO AdminCount
002000                 WHEN "PW RESET" ADD 1 TO AdminCount
002002                 WHEN "SESSION CLR" ADD 1 TO AdminCount
002004                 WHEN "AUTO DISABLE" ADD 1 TO AutoDisCount
002010                 WHEN OTHER ADD 1 TO OtherCount
002020             END-EVALUATE
002030             MOVE SEC-OPER TO SRT-OPER
002590     WRITE ReportLine FROM SummaryLine.
002600     MOVE "OPERATOR ADMIN" TO SUM-EVENT.
002610     MOVE AdminCount TO SUM-COUNT.
002612     WRITE ReportLine FROM SummaryLine.
002614     MOVE "AUTO DISABLE" TO SUM-EVENT.
002616     MOVE AutoDisCount TO SUM-COUNT.
002620     WRITE ReportLine FROM SummaryLine.
002630     IF OtherCount > ZERO
002640         MOVE "OTHER" TO SUM-EVENT
