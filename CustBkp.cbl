000180*  MODIFICATION HISTORY                                        *
000190*  ----------------------------------------------------------   *
000200*  09/02/2026  RH  INITIAL VERSION.                             *
000202*  10/15/2026  RH  ENDS WITH GOBACK SO Nightly Run Control CAN   *
000204*                  CALL IT AS A STEP.  RUN ON ITS OWN IT ENDS AS *
000206*                  BEFORE.                                       *
000207*  10/15/2026  RH  AN OPEN FAILURE SETS RETURN-CODE 12 AND GOES  *
000208*                  BACK INSTEAD OF STOP RUN, SO Nightly Run      *
000209*                  Control FAILS THE STEP AND FREES ITS LOCK.    *
000210*--------------------------------------------------------------*
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. "Customer File Backup".
001480         THRU 5000-STAMP-EXIT.
001490     PERFORM 9000-TERMINATE-PARA
001500         THRU 9000-TERMINATE-EXIT.
001510     GOBACK.
001520 0000-MAINLINE-EXIT.
001530     EXIT.
001540*
001600     OPEN INPUT CustomerFile.
001610     IF NOT CF-OK
001620         DISPLAY "Cannot open customer.txt - status " CF-STATUS
001630         MOVE 12 TO RETURN-CODE
001635         GOBACK
001640     END-IF.
001650     OPEN OUTPUT CustBackup.
001660     MOVE ZERO TO iDNUM.
