000400*                  LIKE ADD - A REINSTATED CUSTOMER'S ORIGINAL  *
000410*                  ADD IS USUALLY OFF ON A PERIOD AUDIT ARCHIVE *
000420*                  AND MUST NOT RAISE A NO-ADD EXCEPTION.       *
000422*  10/15/2026  RH  ENDS WITH GOBACK SO Nightly Run Control CAN   *
000424*                  CALL IT AS A STEP.  RETURN-CODE CARRIES THE   *
000426*                  NUMBER OF EXCEPTIONS (4095 AT MOST) FOR THE   *
000428*                  RUN CONTROL TO TEST AGAINST ITS LIMIT.        *
000430*--------------------------------------------------------------*
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. "Customer File Integrity Check".
002040         THRU 5000-TOTALS-EXIT.
002050     PERFORM 9000-TERMINATE-PARA
002060         THRU 9000-TERMINATE-EXIT.
002070     GOBACK.
002080 0000-MAINLINE-EXIT.
002090     EXIT.
002100*
005540     END-IF.
005550     CLOSE NetFile.
005560     CLOSE ReportFile.
005561     IF ExceptCount > 4095
005562         MOVE 4095 TO RETURN-CODE
005563     ELSE
005564         MOVE ExceptCount TO RETURN-CODE
005565     END-IF.
005570     DISPLAY "Customer File Integrity Check complete".
005580     MOVE ExceptCount TO EditedCount.
005590     DISPLAY "Exceptions found : " EditedCount.
