000200*  MODIFICATION HISTORY                                        *
000210*  ----------------------------------------------------------   *
000220*  09/02/2026  RH  INITIAL VERSION.                             *
000221*  10/15/2026  RH  ENDS WITH GOBACK SO Nightly Run Control CAN   *
000222*                  CALL IT AS A STEP.  DURING A NIGHTLY RUN      *
000223*                  (runctl.txt SHOWS RUNNING) THE WORK DATE IS   *
000224*                  THE RUN DATE FROM runctl.txt, NOTHING IS      *
000225*                  ASKED AND THE MARK-DONE STEP IS LEFT FOR A    *
000226*                  DAYTIME RUN.                                  *
000227*  10/15/2026  RH  AN OPEN FAILURE SETS RETURN-CODE 12 AND GOES  *
000228*                  BACK INSTEAD OF STOP RUN, SO Nightly Run      *
000229*                  Control FAILS THE STEP AND FREES ITS LOCK.    *
000230*--------------------------------------------------------------*
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. "Follow-Up Work Queue".
000470     SELECT ReportFile ASSIGN TO "fuprpt.txt"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS RPT-STATUS.
000492     SELECT RunControl ASSIGN TO "runctl.txt"
000494         ORGANIZATION IS LINE SEQUENTIAL
000496         FILE STATUS IS RCT-STATUS.
000500     SELECT SortWork ASSIGN TO "fupqueue.srt".
000510*
000520 DATA DIVISION.
000800 FD  ReportFile.
000810 01  ReportLine PIC X(132).
000820*
000821 FD  RunControl.
000822 01  RunControlRecord.
000823     02  RCT-RUN-DATE PIC 9(08).
000824     02  RCT-STATE PIC X(08).
000825         88  RUN-IN-PROGRESS VALUE "RUNNING".
000826     02  RCT-NEXT-STEP PIC 9(01).
000827     02  RCT-CHK-LIMIT PIC 9(05).
000828*
000830 SD  SortWork.
000840 01  SortRecord.
000850     02  FUP-OPER PIC X(08).
000980     88  RPT-OK VALUE "00".
000990 01  SRT-STATUS PIC X(02).
001000     88  SRT-END VALUE "10".
001002 01  RCT-STATUS PIC X(02).
001004     88  RCT-OK VALUE "00".
001006 01  NightRun PIC X VALUE "N".
001008     88  NIGHTLY-RUN VALUE "Y".
001010 01  WorkDate PIC 9(08).
001020 01  PrevOper PIC X(08) VALUE SPACES.
001030 01  FirstDetail PIC X VALUE "Y".
001600             THRU 3000-REPORT-EXIT.
001610     PERFORM 4000-TOTALS-PARA
001620         THRU 4000-TOTALS-EXIT.
001626     IF NOT NIGHTLY-RUN
001632         PERFORM 5000-MARK-DONE-PARA
001638             THRU 5000-MARK-DONE-EXIT
001644     END-IF.
001650     PERFORM 9000-TERMINATE-PARA
001660         THRU 9000-TERMINATE-EXIT.
001670     GOBACK.
001680 0000-MAINLINE-EXIT.
001690     EXIT.
001700*
001730*--------------------------------------------------------------*
001740 1000-INITIALIZE-PARA.
001750     DISPLAY "FOLLOW-UP WORK QUEUE".
001755     PERFORM 1050-CHECK-NIGHT-RUN-PARA
001760         THRU 1050-CHECK-NIGHT-RUN-EXIT.
001765     IF NIGHTLY-RUN
001770         MOVE RCT-RUN-DATE TO WorkDate
001775         DISPLAY "Work date " WorkDate " from Nightly Run Control"
001780     ELSE
001785         DISPLAY "Work date (YYYYMMDD, 0 = today) : "
001790             WITH NO ADVANCING
001795         ACCEPT WorkDate
001800         IF WorkDate = ZERO
001805             ACCEPT WorkDate FROM DATE YYYYMMDD
001810         END-IF
001815     END-IF.
001820     OPEN I-O CustNotes.
001830     IF NOT NOTE-OK
001840         DISPLAY "Cannot open custnote.txt - status "
001850             NOTE-STATUS
001860         MOVE 12 TO RETURN-CODE
001865         GOBACK
001870     END-IF.
001880     OPEN INPUT CustomerFile.
001890     IF NOT CF-OK
001900         DISPLAY "Cannot open customer.txt - status " CF-STATUS
001910         MOVE 12 TO RETURN-CODE
001913         CLOSE CustNotes
001916         GOBACK
001920     END-IF.
001930     OPEN OUTPUT ReportFile.
001940     MOVE WorkDate TO HDR-DATE.
001950     WRITE ReportLine FROM RptHdr.
001960 1000-INITIALIZE-EXIT.
001970     EXIT.
001971*
001972*--------------------------------------------------------------*
001973*  1050-CHECK-NIGHT-RUN-PARA - SET NIGHTLY-RUN WHEN runctl.txt   *
001974*                  SHOWS Nightly Run Control PART WAY THROUGH A  *
001975*                  RUN - THIS STEP WAS CALLED BY IT AND TAKES    *
001976*                  THE RUN DATE FROM THERE, NOT THE CONSOLE.     *
001977*--------------------------------------------------------------*
001978 1050-CHECK-NIGHT-RUN-PARA.
001979     MOVE "N" TO NightRun.
001980     OPEN INPUT RunControl.
001981     IF NOT RCT-OK
001982         GO TO 1050-CHECK-NIGHT-RUN-EXIT
001983     END-IF.
001984     MOVE SPACES TO RunControlRecord.
001985     READ RunControl
001986         AT END
001987             MOVE SPACES TO RunControlRecord
001988     END-READ.
001989     CLOSE RunControl.
001990     IF RUN-IN-PROGRESS AND RCT-RUN-DATE NUMERIC
001991         MOVE "Y" TO NightRun
001992     END-IF.
001993 1050-CHECK-NIGHT-RUN-EXIT.
001994     EXIT.
001995*
001996*--------------------------------------------------------------*
002000*  2000-SELECT-PARA - SORT INPUT.  RELEASE EVERY OPEN FOLLOW-UP  *
002010*                  DUE ON OR BEFORE THE WORK DATE, KEYED BY      *
002020*                  OWNING OPERATOR AND DUE DATE.                 *
