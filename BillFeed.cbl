000350*                  STREET/CITY/STATE/ZIP ADDRESS FROM Customer    *
000360*                  Data - THE RECORD GREW AND BILLING WAS SENT    *
000370*                  THE NEW LAYOUT.  billrsnd.txt GROWS WITH IT.   *
000371*  10/15/2026  RH  ENDS WITH GOBACK SO Nightly Run Control CAN   *
000372*                  CALL IT AS A STEP.  DURING A NIGHTLY RUN      *
000373*                  (runctl.txt SHOWS RUNNING) THE FEED DATE IS   *
000374*                  THE RUN DATE FROM runctl.txt AND NOTHING IS   *
000375*                  ASKED, SO A RESTART AFTER MIDNIGHT FEEDS THE  *
000376*                  RIGHT DAY.                                    *
000377*  10/15/2026  RH  AN OPEN FAILURE SETS RETURN-CODE 12 AND GOES  *
000378*                  BACK INSTEAD OF STOP RUN, SO Nightly Run      *
000379*                  Control FAILS THE STEP AND FREES ITS LOCK.    *
000380*--------------------------------------------------------------*
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. "Billing Change Feed".
000570     SELECT ResendFile ASSIGN TO "billrsnd.txt"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS RSND-STATUS.
000592     SELECT RunControl ASSIGN TO "runctl.txt"
000594         ORGANIZATION IS LINE SEQUENTIAL
000596         FILE STATUS IS RCT-STATUS.
000600     SELECT SortWork ASSIGN TO "billfeed.srt".
000610*
000620 DATA DIVISION.
001110 FD  ResendFile.
001120 01  ResendRecord PIC X(140).
001130*
001131 FD  RunControl.
001132 01  RunControlRecord.
001133     02  RCT-RUN-DATE PIC 9(08).
001134     02  RCT-STATE PIC X(08).
001135         88  RUN-IN-PROGRESS VALUE "RUNNING".
001136     02  RCT-NEXT-STEP PIC 9(01).
001137     02  RCT-CHK-LIMIT PIC 9(05).
001138*
001140 SD  SortWork.
001150 01  SortRecord.
001160     02  SRT-IDNUM PIC 9(06).
001340 01  RSND-STATUS PIC X(02).
001350     88  RSND-OK VALUE "00".
001360     88  RSND-END VALUE "10".
001362 01  RCT-STATUS PIC X(02).
001364     88  RCT-OK VALUE "00".
001366 01  NightRun PIC X VALUE "N".
001368     88  NIGHTLY-RUN VALUE "Y".
001370 01  QueuePresent PIC X VALUE "Y".
001380     88  QUEUE-ON-HAND VALUE "Y".
001390 01  FeedDate PIC 9(08).
001740         THRU 4000-TRAILER-EXIT.
001750     PERFORM 9000-TERMINATE-PARA
001760         THRU 9000-TERMINATE-EXIT.
001770     GOBACK.
001780 0000-MAINLINE-EXIT.
001790     EXIT.
001800*
001850*--------------------------------------------------------------*
001860 1000-INITIALIZE-PARA.
001870     DISPLAY "BILLING CHANGE FEED".
001875     PERFORM 1050-CHECK-NIGHT-RUN-PARA
001880         THRU 1050-CHECK-NIGHT-RUN-EXIT.
001885     IF NIGHTLY-RUN
001890         MOVE RCT-RUN-DATE TO FeedDate
001895         DISPLAY "Feed date " FeedDate " from Nightly Run Control"
001900     ELSE
001905         DISPLAY "Feed date (YYYYMMDD, 0 = today) : "
001910             WITH NO ADVANCING
001915         ACCEPT FeedDate
001920         IF FeedDate = ZERO
001925             ACCEPT FeedDate FROM DATE YYYYMMDD
001930         END-IF
001935     END-IF.
001940     OPEN INPUT CustomerAudit.
001950     IF NOT AUD-OK
001960         DISPLAY "Cannot open custaudit.txt - status " AUD-STATUS
001970         MOVE 12 TO RETURN-CODE
001975         GOBACK
001980     END-IF.
001990     OPEN OUTPUT FeedFile.
002000     OPEN INPUT ResendFile.
002090     END-IF.
002100 1000-INITIALIZE-EXIT.
002110     EXIT.
002111*
002112*--------------------------------------------------------------*
002113*  1050-CHECK-NIGHT-RUN-PARA - SET NIGHTLY-RUN WHEN runctl.txt   *
002114*                  SHOWS Nightly Run Control PART WAY THROUGH A  *
002115*                  RUN - THIS STEP WAS CALLED BY IT AND TAKES    *
002116*                  THE RUN DATE FROM THERE, NOT THE CONSOLE.     *
002117*--------------------------------------------------------------*
002118 1050-CHECK-NIGHT-RUN-PARA.
002119     MOVE "N" TO NightRun.
002120     OPEN INPUT RunControl.
002121     IF NOT RCT-OK
002122         GO TO 1050-CHECK-NIGHT-RUN-EXIT
002123     END-IF.
002124     MOVE SPACES TO RunControlRecord.
002125     READ RunControl
002126         AT END
002127             MOVE SPACES TO RunControlRecord
002128     END-READ.
002129     CLOSE RunControl.
002130     IF RUN-IN-PROGRESS AND RCT-RUN-DATE NUMERIC
002131         MOVE "Y" TO NightRun
002132     END-IF.
002133 1050-CHECK-NIGHT-RUN-EXIT.
002134     EXIT.
002135*
002136*--------------------------------------------------------------*
002140*  1200-RESEND-ONE-PARA - COPY ONE QUEUED TYPE-1 RECORD FROM     *
002150*                  billrsnd.txt INTO TONIGHT'S FEED AND COUNT    *
002160*                  IT UNDER ITS ORIGINAL TRANSACTION CODE.       *
