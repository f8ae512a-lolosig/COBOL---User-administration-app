000560*                  PHONE.  STATE AND ZIP ARE EDITED THE SAME     *
000570*                  WAY Customer Data EDITS THEM AND FAILING      *
000580*                  ROWS ARE REJECTED.                            *
000582*  10/15/2026  RH  ALSO REFUSES TO START WHILE Nightly Run       *
000584*                  Control HOLDS custlock.txt.  ONLY A LOCK LEFT *
000586*                  BY A FAILED LOAD RUN IS TAKEN AS STALE - ANY  *
000588*                  OTHER HOLDER STOPS THE LOAD.                  *
000590*--------------------------------------------------------------*
000600 IDENTIFICATION DIVISION.
000610 PROGRAM-ID. "Customer Bulk Load".
002860*
002870*--------------------------------------------------------------*
002880*  1100-CHECK-LOCK-PARA - REFUSE TO START WHILE custlock.txt     *
002890*                  SHOWS THE ONLINE PROGRAM OR Nightly Run       *
002900*                  Control HOLDING customer.txt.  A LOCK LEFT BY *
002910*                  A FAILED LOAD RUN IS STALE - THE RESTART      *
002912*                  PROCEEDS.  ANY OTHER HOLDER STOPS THE LOAD.   *
002920*--------------------------------------------------------------*
002930 1100-CHECK-LOCK-PARA.
002940     OPEN INPUT LockFile.
003060             DISPLAY "customer.txt is open in Customer Data -"
003070                 " run the load after online close"
003080             STOP RUN
003081         END-IF
003082         IF LOCK-HOLDER = "NIGHTRUN"
003083             DISPLAY "Nightly Run Control is running -"
003084                 " run the load after it finishes"
003085             STOP RUN
003086         END-IF
003087         IF LOCK-HOLDER = "BULKLOAD"
003100             DISPLAY "Stale lock from a failed load run -"
003110                 " proceeding"
003112         ELSE
003114             DISPLAY "custlock.txt is held by " LOCK-HOLDER
003116                 " - load not started"
003118             STOP RUN
003120         END-IF
003130     END-IF.
003140 1100-CHECK-LOCK-EXIT.
