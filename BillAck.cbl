000260*  09/02/2026  RH  FEED LAYOUT WIDENED FOR THE STRUCTURED        *
000270*                  STREET/CITY/STATE/ZIP ADDRESS, MATCHING        *
000280*                  Billing Change Feed.                           *
000281*  10/15/2026  RH  ENDS WITH GOBACK SO Nightly Run Control CAN   *
000282*                  CALL IT AS A STEP, AND SETS RETURN-CODE 8     *
000283*                  WHEN THE COUNTS ARE OUT OF BALANCE (0 IN      *
000284*                  BALANCE).                                     *
000285*  10/15/2026  RH  AN OPEN FAILURE SETS RETURN-CODE 12 AND GOES  *
000286*                  BACK INSTEAD OF STOP RUN, SO Nightly Run      *
000287*                  Control FAILS THE STEP AND FREES ITS LOCK.    *
000290*--------------------------------------------------------------*
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. "Billing Acknowledgment Processing".
001750         THRU 5000-BALANCE-EXIT.
001760     PERFORM 9000-TERMINATE-PARA
001770         THRU 9000-TERMINATE-EXIT.
001780     GOBACK.
001790 0000-MAINLINE-EXIT.
001800     EXIT.
001810*
001900     OPEN INPUT AckFile.
001910     IF NOT ACK-OK
001920         DISPLAY "Cannot open billack.txt - status " ACK-STATUS
001930         MOVE 12 TO RETURN-CODE
001935         GOBACK
001940     END-IF.
001950     OPEN INPUT FeedFile.
001960     IF NOT FEED-OK
001970         DISPLAY "Cannot open billfeed.txt - status " FEED-STATUS
001980         MOVE 12 TO RETURN-CODE
001983         CLOSE AckFile
001986         GOBACK
001990     END-IF.
002000     OPEN OUTPUT ResendFile.
002010     OPEN OUTPUT ReportFile.
004120     CLOSE FeedFile.
004130     CLOSE ResendFile.
004140     CLOSE ReportFile.
004141     IF COUNTS-BALANCE
004142         MOVE ZERO TO RETURN-CODE
004143     ELSE
004144         MOVE 8 TO RETURN-CODE
004145     END-IF.
004150     DISPLAY "Billing Acknowledgment Processing complete".
004160     MOVE AckDetailCount TO EditedCount.
004170     DISPLAY "Acknowledgments read  : " EditedCount.
