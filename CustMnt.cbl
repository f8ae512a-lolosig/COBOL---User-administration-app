000180*                 APPLIED OR REJECTED (WITH THE REASON) ON      *
000190*                 mntrpt.txt, WITH COUNTS AT THE END.           *
000200*                 RUN AS A STANDALONE BATCH STEP FROM THE       *
000210*                 DIRECTORY HOLDING custmnt.txt, customer.txt,  *
000220*                 custaudit.txt, custstd.txt AND operator.txt.  *
000230*--------------------------------------------------------------*
000240*  MODIFICATION HISTORY                                        *
000250*  ----------------------------------------------------------   *
000320*  09/02/2026  RH  THE ADDRESS ON AN UPDATE ROW IS NOW STREET,   *
000330*                  CITY, STATE AND ZIP, EDITED THE SAME WAY      *
000340*                  Customer Data EDITS THEM.                     *
000341*  10/15/2026  RH  A D ROW FOR A CUSTOMER WITH AN OPEN BALANCE   *
000342*                  AT BILLING (custstd.txt - PAST DUE, IN        *
000343*                  COLLECTIONS OR A BALANCE-DUE DATE) IS NOW     *
000344*                  REJECTED UNLESS THE ROW CARRIES THE ID OF AN  *
000345*                  ENABLED SUPERVISOR ON operator.txt IN THE NEW *
000346*                  MNT-OVERRIDE-BY COLUMN.  OVERRIDDEN ROWS SHOW *
000347*                  THE SUPERVISOR ON THE REPORT.                 *
000350*--------------------------------------------------------------*
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. "Customer Batch Maintenance".
000570     SELECT CustomerAudit ASSIGN TO "custaudit.txt"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS AUD-STATUS.
000591     SELECT StandingFile ASSIGN TO "custstd.txt"
000592         ORGANIZATION IS INDEXED
000593         ACCESS MODE IS DYNAMIC
000594         RECORD KEY IS STD-IDNUM
000595         FILE STATUS IS STD-STATUS.
000596     SELECT OperatorFile ASSIGN TO "operator.txt"
000597         ORGANIZATION IS INDEXED
000598         ACCESS MODE IS DYNAMIC
000599         RECORD KEY IS OPER-ID
000600         FILE STATUS IS OPER-STATUS.
000601     SELECT ReportFile ASSIGN TO "mntrpt.txt"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS RPT-STATUS.
000630*
000790     02  MNT-ZIP PIC X(05).
000800     02  MNT-PHONE PIC X(12).
000810     02  MNT-EMAIL PIC X(30).
000815     02  MNT-OVERRIDE-BY PIC X(08).
000820*
000830 FD  CustomerFile.
000840 01  CustomerData.
001160     02  AUD-NEW-EMAIL PIC X(30).
001170     02  AUD-NEW-STATUS PIC X(01).
001180*
001181 FD  StandingFile.
001182 01  StandingRecord.
001183     02  STD-IDNUM PIC 9(06).
001184     02  STD-STANDING PIC X(01).
001185         88  STD-CURRENT VALUE "C".
001186         88  STD-PAST-DUE VALUE "P".
001187         88  STD-COLLECTIONS VALUE "K".
001188         88  STD-CLOSED VALUE "X".
001189     02  STD-DUE-DATE PIC 9(08).
001190     02  STD-FEED-DATE PIC 9(08).
001191*
001192 FD  OperatorFile.
001193 01  OperatorRecord.
001194     02  OPER-ID PIC X(08).
001195     02  OPER-PASSWORD PIC X(08).
001196     02  OPER-ROLE PIC X(01).
001197         88  CLERK-OPERATOR VALUE "C".
001198         88  SUPERVISOR-OPERATOR VALUE "S".
001199     02  OPER-ENABLED PIC X(01).
001200         88  OPERATOR-ENABLED VALUE "Y".
001201         88  OPERATOR-DISABLED VALUE "N".
001202     02  OPER-FORCE-PW PIC X(01).
001203         88  FORCE-PASSWORD-CHANGE VALUE "Y".
001204     02  OPER-LOCKED PIC X(01).
001205         88  OPERATOR-LOCKED VALUE "Y".
001206     02  OPER-FAILS PIC 9(01).
001207*
001208 FD  ReportFile.
001209 01  ReportLine PIC X(132).
001210*
001220 WORKING-STORAGE SECTION.
001230 01  TRAN-STATUS PIC X(02).
001290     88  AUD-OK VALUE "00".
001300 01  RPT-STATUS PIC X(02).
001310     88  RPT-OK VALUE "00".
001311 01  STD-STATUS PIC X(02).
001312     88  STD-OK VALUE "00".
001313 01  OPER-STATUS PIC X(02).
001314     88  OPER-OK VALUE "00".
001315 01  StandingOpen PIC X VALUE "N".
001316     88  STANDING-FILE-OPEN VALUE "Y".
001317 01  OperOpen PIC X VALUE "N".
001318     88  OPERATOR-FILE-OPEN VALUE "Y".
001319 01  BalanceOpen PIC X.
001320     88  OPEN-BALANCE VALUE "Y".
001321 01  OverrideOk PIC X.
001322     88  OVERRIDE-VALID VALUE "Y".
001323 01  CostumerExists PIC X.
001330     88  RECORD-FOUND VALUE "Y".
001340 01  RowAccepted PIC X.
001350     88  ROW-APPLIED VALUE "Y".
002280         CLOSE CustomerAudit
002290         OPEN EXTEND CustomerAudit
002300     END-IF.
002301     OPEN INPUT StandingFile.
002302     IF STD-OK
002303         MOVE "Y" TO StandingOpen
002304     END-IF.
002305     OPEN INPUT OperatorFile.
002306     IF OPER-OK
002307         MOVE "Y" TO OperOpen
002308     END-IF.
002310     OPEN OUTPUT ReportFile.
002320     MOVE RunDate TO HDR-DATE.
002330     WRITE ReportLine FROM RptHdr.
002860     IF ROW-APPLIED
002870         ADD 1 TO ApplyCount
002880         MOVE "APPLIED" TO RPT-RESULT
002882         IF MNT-DEACTIVATE AND OPEN-BALANCE
002884             MOVE SPACES TO RPT-REASON
002886             STRING "OPEN BALANCE - OVERRIDE BY "
002888                 MNT-OVERRIDE-BY DELIMITED BY SIZE
002890                 INTO RPT-REASON
002892         ELSE
002894             MOVE SPACES TO RPT-REASON
002896         END-IF
002900     ELSE
002910         ADD 1 TO RejectCount
002920         MOVE "REJECTED" TO RPT-RESULT
003790         MOVE "CUSTOMER ALREADY DEACTIVATED" TO RejectReason
003800         GO TO 3100-APPLY-DEACT-EXIT
003810     END-IF.
003811     PERFORM 3110-CHECK-BALANCE-PARA
003812         THRU 3110-CHECK-BALANCE-EXIT.
003813     IF OPEN-BALANCE AND NOT OVERRIDE-VALID
003814         GO TO 3100-APPLY-DEACT-EXIT
003815     END-IF.
003820     PERFORM 8100-SAVE-IMAGE-PARA
003830         THRU 8100-SAVE-IMAGE-EXIT.
003840     MOVE "D" TO STATUS-FLAG.
003950                 THRU 8000-WRITE-AUDIT-EXIT
003960     END-REWRITE.
003970 3100-APPLY-DEACT-EXIT.
003971     EXIT.
003972*
003973*--------------------------------------------------------------*
003974*  3110-CHECK-BALANCE-PARA - LOOK UP THE CUSTOMER'S STANDING AT  *
003975*                  BILLING.  WITH AN OPEN BALANCE THE ROW MUST   *
003976*                  NAME AN ENABLED SUPERVISOR IN MNT-OVERRIDE-BY *
003977*                  OR IT IS REJECTED.  NO STANDING FILE OR NO    *
003978*                  ROW FOR THE CUSTOMER MEANS NOTHING IS OWED.   *
003979*--------------------------------------------------------------*
003980 3110-CHECK-BALANCE-PARA.
003981     MOVE "N" TO BalanceOpen.
003982     MOVE "N" TO OverrideOk.
003983     IF NOT STANDING-FILE-OPEN
003984         GO TO 3110-CHECK-BALANCE-EXIT
003985     END-IF.
003986     MOVE iDNUM TO STD-IDNUM.
003987     READ StandingFile
003988         INVALID KEY
003989             GO TO 3110-CHECK-BALANCE-EXIT
003990     END-READ.
003991     IF STD-PAST-DUE OR STD-COLLECTIONS
003992         OR STD-DUE-DATE NOT = ZERO
003993             MOVE "Y" TO BalanceOpen
003994     END-IF.
003995     IF NOT OPEN-BALANCE
003996         GO TO 3110-CHECK-BALANCE-EXIT
003997     END-IF.
003998     IF MNT-OVERRIDE-BY = SPACES
003999         MOVE "OPEN BALANCE AT BILLING - NO OVERRIDE"
004000             TO RejectReason
004001         GO TO 3110-CHECK-BALANCE-EXIT
004002     END-IF.
004003     MOVE "OVERRIDE NOT BY AN ENABLED SUPERVISOR" TO RejectReason.
004004     IF NOT OPERATOR-FILE-OPEN
004005         GO TO 3110-CHECK-BALANCE-EXIT
004006     END-IF.
004007     MOVE MNT-OVERRIDE-BY TO OPER-ID.
004008     READ OperatorFile
004009         INVALID KEY
004010             GO TO 3110-CHECK-BALANCE-EXIT
004011     END-READ.
004012     IF SUPERVISOR-OPERATOR AND OPERATOR-ENABLED
004013         AND NOT OPERATOR-LOCKED
004014             MOVE "Y" TO OverrideOk
004015             MOVE SPACES TO RejectReason
004016     END-IF.
004017 3110-CHECK-BALANCE-EXIT.
004018     EXIT.
004019*
004020*--------------------------------------------------------------*
004021*  3200-APPLY-REACT-PARA - REACTIVATE A DEACTIVATED CUSTOMER     *
004022*                  THE SAME WAY THE ONLINE OPTION 7 DOES.        *
004030*--------------------------------------------------------------*
004040 3200-APPLY-REACT-PARA.
004050     IF ACTIVE-CUSTOMER
006150     CLOSE TranFile.
006160     CLOSE CustomerFile.
006170     CLOSE CustomerAudit.
006171     IF STANDING-FILE-OPEN
006172         CLOSE StandingFile
006173     END-IF.
006174     IF OPERATOR-FILE-OPEN
006175         CLOSE OperatorFile
006176     END-IF.
006180     CLOSE ReportFile.
006190     DISPLAY "Customer Batch Maintenance complete".
006200     MOVE ReadCount TO EditedCount.
