000010*
000020*--------------------------------------------------------------*
000030*  PROGRAM      : BILLING STANDING LOAD                         *
000040*  INSTALLATION : DATA PROCESSING DEPT                         *
000050*  AUTHOR       : R. HOLLIS                                    *
000060*  DATE-WRITTEN : 10/15/2026                                   *
000070*  PURPOSE      : LOADS THE DAILY ACCOUNT-STANDING FILE         *
000080*                 billstd.txt SENT BY THE BILLING SYSTEM - ONE  *
000090*                 TYPE-1 ROW PER CUSTOMER (IDNUM, STANDING      *
000100*                 C=CURRENT P=PAST DUE K=IN COLLECTIONS         *
000110*                 X=CLOSED, BALANCE-DUE DATE OR ZERO WHEN       *
000120*                 NOTHING IS OWED) AND A TYPE-9 TRAILER WITH    *
000130*                 BILLING'S DATE AND ROW COUNT.  THE FILE IS    *
000140*                 FIRST BALANCED AGAINST ITS TRAILER; AN OUT-   *
000150*                 OF-BALANCE FILE IS REFUSED AND THE PREVIOUS   *
000160*                 DAY'S custstd.txt IS LEFT IN PLACE.  A        *
000170*                 BALANCED FILE REPLACES custstd.txt (INDEXED   *
000180*                 BY IDNUM), READ BY Customer Data AND          *
000190*                 Customer Batch Maintenance TO SHOW STANDING   *
000200*                 AND TO STOP DEACTIVATION WHILE A BALANCE IS   *
000210*                 OPEN.  THE REPORT stdrpt.txt LISTS REJECTED   *
000220*                 ROWS AND THE STANDING MISMATCHES - BILLING    *
000230*                 SAYS CLOSED BUT customer.txt SHOWS ACTIVE,    *
000240*                 AND THE REVERSE - WITH COUNTS AT THE END.     *
000250*                 RUN DAILY AFTER billstd.txt ARRIVES, FROM THE *
000260*                 DIRECTORY HOLDING customer.txt.               *
000270*--------------------------------------------------------------*
000280*  MODIFICATION HISTORY                                        *
000290*  ----------------------------------------------------------   *
000300*  10/15/2026  RH  INITIAL VERSION.                             *
000310*--------------------------------------------------------------*
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. "Billing Standing Load".
000340 AUTHOR. R. HOLLIS.
000350 INSTALLATION. DATA PROCESSING DEPT.
000360 DATE-WRITTEN. 10/15/2026.
000370 DATE-COMPILED.
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT InboundFile ASSIGN TO "billstd.txt"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS IN-STATUS.
000470     SELECT StandingFile ASSIGN TO "custstd.txt"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS STD-IDNUM
000510         FILE STATUS IS STD-STATUS.
000520     SELECT CustomerFile ASSIGN TO "customer.txt"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS iDNUM
000560         ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
000570         FILE STATUS IS CF-STATUS.
000580     SELECT ReportFile ASSIGN TO "stdrpt.txt"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS RPT-STATUS.
000610*
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  InboundFile.
000650 01  InboundRecord.
000660     02  IN-REC-TYPE PIC X(01).
000670     02  IN-DATA PIC X(23).
000680 01  InboundDetail REDEFINES InboundRecord.
000690     02  FILLER PIC X(01).
000700     02  IN-IDNUM PIC 9(06).
000710     02  IN-STANDING PIC X(01).
000720         88  IN-VALID-STANDING VALUE "C" "P" "K" "X".
000730     02  IN-DUE-DATE PIC 9(08).
000740     02  FILLER PIC X(08).
000750 01  InboundTrailer REDEFINES InboundRecord.
000760     02  FILLER PIC X(01).
000770     02  IN-TRL-DATE PIC 9(08).
000780     02  IN-TRL-TOTAL PIC 9(07).
000790     02  FILLER PIC X(08).
000800*
000810 FD  StandingFile.
000820 01  StandingRecord.
000830     02  STD-IDNUM PIC 9(06).
000840     02  STD-STANDING PIC X(01).
000850         88  STD-CURRENT VALUE "C".
000860         88  STD-PAST-DUE VALUE "P".
000870         88  STD-COLLECTIONS VALUE "K".
000880         88  STD-CLOSED VALUE "X".
000890     02  STD-DUE-DATE PIC 9(08).
000900     02  STD-FEED-DATE PIC 9(08).
000910*
000920 FD  CustomerFile.
000930 01  CustomerData.
000940     02  iDNUM PIC 9(06).
000950     02  FIRSTNAME PIC X(15).
000960     02  LASTNAME PIC X(15).
000970     02  ADDR.
000980         03  ADDR-STREET PIC X(30).
000990         03  ADDR-CITY PIC X(15).
001000         03  ADDR-STATE PIC X(02).
001010         03  ADDR-ZIP PIC X(05).
001020     02  PHONE PIC X(12).
001030     02  EMAIL PIC X(30).
001040     02  STATUS-FLAG PIC X(01).
001050         88  ACTIVE-CUSTOMER VALUE "A".
001060         88  INACTIVE-CUSTOMER VALUE "D".
001070     02  STATUS-DATE PIC 9(08).
001080*
001090 FD  ReportFile.
001100 01  ReportLine PIC X(132).
001110*
001120 WORKING-STORAGE SECTION.
001130 01  IN-STATUS PIC X(02).
001140     88  IN-OK VALUE "00".
001150     88  IN-END VALUE "10".
001160 01  STD-STATUS PIC X(02).
001170     88  STD-OK VALUE "00".
001180     88  STD-END VALUE "10".
001190 01  CF-STATUS PIC X(02).
001200     88  CF-OK VALUE "00".
001210 01  RPT-STATUS PIC X(02).
001220     88  RPT-OK VALUE "00".
001230 01  TrailerSeen PIC X VALUE "N".
001240     88  TRAILER-SEEN VALUE "Y".
001250 01  FeedBalanced PIC X VALUE "N".
001260     88  FEED-IN-BALANCE VALUE "Y".
001270 01  CostumerExists PIC X.
001280     88  RECORD-FOUND VALUE "Y".
001290 01  RejectReason PIC X(40).
001300 01  FeedDate PIC 9(08) VALUE ZERO.
001310 01  TrailerCount PIC 9(07) VALUE ZERO.
001320 01  RunDate PIC 9(08).
001330 77  DetailCount PIC 9(07) COMP VALUE ZERO.
001340 77  LoadCount PIC 9(07) COMP VALUE ZERO.
001350 77  RejectCount PIC 9(07) COMP VALUE ZERO.
001360 77  CurrentCount PIC 9(07) COMP VALUE ZERO.
001370 77  PastDueCount PIC 9(07) COMP VALUE ZERO.
001380 77  CollectCount PIC 9(07) COMP VALUE ZERO.
001390 77  ClosedCount PIC 9(07) COMP VALUE ZERO.
001400 77  ClosedActiveCount PIC 9(07) COMP VALUE ZERO.
001410 77  InactOpenCount PIC 9(07) COMP VALUE ZERO.
001420 77  NotOnFileCount PIC 9(07) COMP VALUE ZERO.
001430 01  EditedCount PIC Z,ZZZ,ZZ9.
001440 01  RptHdr.
001450     02  FILLER PIC X(30)
001460         VALUE "BILLING STANDING LOAD RUN     ".
001470     02  HDR-DATE PIC 9(08).
001480     02  FILLER PIC X(14) VALUE "  FEED DATED  ".
001490     02  HDR-FEED-DATE PIC 9(08).
001500     02  FILLER PIC X(72) VALUE SPACES.
001510 01  RejectLine.
001520     02  FILLER PIC X(02) VALUE SPACES.
001530     02  REJ-ROW PIC X(24).
001540     02  FILLER PIC X(02) VALUE SPACES.
001550     02  REJ-REASON PIC X(40).
001560     02  FILLER PIC X(64) VALUE SPACES.
001570 01  MismatchLine.
001580     02  FILLER PIC X(02) VALUE SPACES.
001590     02  MIS-IDNUM PIC 9(06).
001600     02  FILLER PIC X(02) VALUE SPACES.
001610     02  MIS-FIRST PIC X(15).
001620     02  FILLER PIC X(01) VALUE SPACES.
001630     02  MIS-LAST PIC X(15).
001640     02  FILLER PIC X(02) VALUE SPACES.
001650     02  MIS-OUR-STATUS PIC X(08).
001660     02  FILLER PIC X(02) VALUE SPACES.
001670     02  MIS-STANDING PIC X(14).
001680     02  FILLER PIC X(02) VALUE SPACES.
001690     02  MIS-DUE-DATE PIC 9(08).
001700     02  FILLER PIC X(02) VALUE SPACES.
001710     02  MIS-REASON PIC X(32).
001720     02  FILLER PIC X(21) VALUE SPACES.
001730 01  CountLine.
001740     02  FILLER PIC X(04) VALUE SPACES.
001750     02  CNT-TEXT PIC X(24).
001760     02  CNT-COUNT PIC Z,ZZZ,ZZ9.
001770     02  FILLER PIC X(95) VALUE SPACES.
001780*
001790 PROCEDURE DIVISION.
001800*
001810*--------------------------------------------------------------*
001820*  0000-MAINLINE-PARA - PROGRAM CONTROL.  AN OUT-OF-BALANCE      *
001830*                  FEED STOPS THE RUN BEFORE custstd.txt IS      *
001840*                  TOUCHED.                                      *
001850*--------------------------------------------------------------*
001860 0000-MAINLINE-PARA.
001870     PERFORM 1000-INITIALIZE-PARA
001880         THRU 1000-INITIALIZE-EXIT.
001890     PERFORM 2000-BALANCE-PARA
001900         THRU 2000-BALANCE-EXIT.
001910     IF FEED-IN-BALANCE
001920         PERFORM 3000-LOAD-PARA
001930             THRU 3000-LOAD-EXIT
001940         PERFORM 4000-MISMATCH-PARA
001950             THRU 4000-MISMATCH-EXIT
001960     END-IF.
001970     PERFORM 5000-TOTALS-PARA
001980         THRU 5000-TOTALS-EXIT.
001990     PERFORM 9000-TERMINATE-PARA
002000         THRU 9000-TERMINATE-EXIT.
002010     STOP RUN.
002020 0000-MAINLINE-EXIT.
002030     EXIT.
002040*
002050*--------------------------------------------------------------*
002060*  1000-INITIALIZE-PARA - OPEN THE INBOUND FILE AND THE REPORT   *
002070*--------------------------------------------------------------*
002080 1000-INITIALIZE-PARA.
002090     DISPLAY "BILLING STANDING LOAD".
002100     ACCEPT RunDate FROM DATE YYYYMMDD.
002110     OPEN INPUT InboundFile.
002120     IF NOT IN-OK
002130         DISPLAY "Cannot open billstd.txt - status " IN-STATUS
002140         STOP RUN
002150     END-IF.
002160     OPEN OUTPUT ReportFile.
002170 1000-INITIALIZE-EXIT.
002180     EXIT.
002190*
002200*--------------------------------------------------------------*
002210*  2000-BALANCE-PARA - FIRST PASS.  COUNT THE TYPE-1 ROWS AND    *
002220*                  CHECK THE COUNT AGAINST BILLING'S TYPE-9      *
002230*                  TRAILER.  SETS FEED-IN-BALANCE.               *
002240*--------------------------------------------------------------*
002250 2000-BALANCE-PARA.
002260     PERFORM 2100-COUNT-ONE-PARA
002270         THRU 2100-COUNT-ONE-EXIT
002280         UNTIL IN-END.
002290     CLOSE InboundFile.
002300     MOVE RunDate TO HDR-DATE.
002310     MOVE FeedDate TO HDR-FEED-DATE.
002320     WRITE ReportLine FROM RptHdr.
002330     MOVE SPACES TO ReportLine.
002340     WRITE ReportLine.
002350     IF NOT TRAILER-SEEN
002360         MOVE "*** NO TRAILER - FEED REFUSED ***"
002370             TO ReportLine
002380         WRITE ReportLine
002390         DISPLAY "No trailer on billstd.txt - feed refused"
002400         GO TO 2000-BALANCE-EXIT
002410     END-IF.
002420     IF TrailerCount NOT = DetailCount
002430         MOVE "*** OUT OF BALANCE - FEED REFUSED ***"
002440             TO ReportLine
002450         WRITE ReportLine
002460         DISPLAY "billstd.txt out of balance with its trailer"
002470             " - feed refused"
002480         GO TO 2000-BALANCE-EXIT
002490     END-IF.
002500     MOVE "Y" TO FeedBalanced.
002510 2000-BALANCE-EXIT.
002520     EXIT.
002530*
002540 2100-COUNT-ONE-PARA.
002550     READ InboundFile
002560         AT END
002570             MOVE "10" TO IN-STATUS
002580     END-READ.
002590     IF IN-END
002600         GO TO 2100-COUNT-ONE-EXIT
002610     END-IF.
002620     EVALUATE IN-REC-TYPE
002630         WHEN "1"
002640             ADD 1 TO DetailCount
002650         WHEN "9"
002660             MOVE "Y" TO TrailerSeen
002670             MOVE IN-TRL-DATE TO FeedDate
002680             MOVE IN-TRL-TOTAL TO TrailerCount
002690     END-EVALUATE.
002700 2100-COUNT-ONE-EXIT.
002710     EXIT.
002720*
002730*--------------------------------------------------------------*
002740*  3000-LOAD-PARA - SECOND PASS.  REBUILD custstd.txt FROM THE   *
002750*                  BALANCED FEED.  BAD ROWS AND REPEATED IDS     *
002760*                  ARE LISTED AND LEFT OUT.                      *
002770*--------------------------------------------------------------*
002780 3000-LOAD-PARA.
002790     OPEN INPUT InboundFile.
002800     OPEN OUTPUT StandingFile.
002810     IF NOT STD-OK
002820         DISPLAY "Cannot open custstd.txt - status " STD-STATUS
002830         STOP RUN
002840     END-IF.
002850     MOVE "REJECTED ROWS" TO ReportLine.
002860     WRITE ReportLine.
002870     PERFORM 3100-LOAD-ONE-PARA
002880         THRU 3100-LOAD-ONE-EXIT
002890         UNTIL IN-END.
002900     CLOSE InboundFile.
002910     CLOSE StandingFile.
002920     MOVE SPACES TO ReportLine.
002930     WRITE ReportLine.
002940 3000-LOAD-EXIT.
002950     EXIT.
002960*
002970 3100-LOAD-ONE-PARA.
002980     READ InboundFile
002990         AT END
003000             MOVE "10" TO IN-STATUS
003010     END-READ.
003020     IF IN-END
003030         GO TO 3100-LOAD-ONE-EXIT
003040     END-IF.
003050     IF IN-REC-TYPE NOT = "1"
003060         GO TO 3100-LOAD-ONE-EXIT
003070     END-IF.
003080     MOVE SPACES TO RejectReason.
003090     IF IN-IDNUM NOT NUMERIC OR IN-IDNUM = ZERO
003100         MOVE "CUSTOMER ID NOT NUMERIC" TO RejectReason
003110         GO TO 3100-LOAD-REJECT
003120     END-IF.
003130     IF NOT IN-VALID-STANDING
003140         MOVE "STANDING NOT C, P, K OR X" TO RejectReason
003150         GO TO 3100-LOAD-REJECT
003160     END-IF.
003170     IF IN-DUE-DATE NOT NUMERIC
003180         MOVE "BALANCE-DUE DATE NOT NUMERIC" TO RejectReason
003190         GO TO 3100-LOAD-REJECT
003200     END-IF.
003210     MOVE IN-IDNUM TO STD-IDNUM.
003220     MOVE IN-STANDING TO STD-STANDING.
003230     MOVE IN-DUE-DATE TO STD-DUE-DATE.
003240     MOVE FeedDate TO STD-FEED-DATE.
003250     WRITE StandingRecord
003260         INVALID KEY
003270             MOVE "CUSTOMER ID REPEATED ON FEED" TO RejectReason
003280             GO TO 3100-LOAD-REJECT
003290     END-WRITE.
003300     ADD 1 TO LoadCount.
003310     EVALUATE TRUE
003320         WHEN STD-CURRENT
003330             ADD 1 TO CurrentCount
003340         WHEN STD-PAST-DUE
003350             ADD 1 TO PastDueCount
003360         WHEN STD-COLLECTIONS
003370             ADD 1 TO CollectCount
003380         WHEN STD-CLOSED
003390             ADD 1 TO ClosedCount
003400     END-EVALUATE.
003410     GO TO 3100-LOAD-ONE-EXIT.
003420 3100-LOAD-REJECT.
003430     ADD 1 TO RejectCount.
003440     MOVE InboundRecord TO REJ-ROW.
003450     MOVE RejectReason TO REJ-REASON.
003460     WRITE ReportLine FROM RejectLine.
003470 3100-LOAD-ONE-EXIT.
003480     EXIT.
003490*
003500*--------------------------------------------------------------*
003510*  4000-MISMATCH-PARA - READ THE NEW custstd.txt IN ID ORDER AND *
003520*                  COMPARE EACH STANDING WITH customer.txt -     *
003530*                  CLOSED AT BILLING BUT ACTIVE HERE, OR OPEN AT *
003540*                  BILLING BUT DEACTIVATED HERE.  AN ID BILLING  *
003550*                  KNOWS THAT WE DO NOT IS LISTED TOO.           *
003560*--------------------------------------------------------------*
003570 4000-MISMATCH-PARA.
003580     OPEN INPUT CustomerFile.
003590     IF NOT CF-OK
003600         DISPLAY "Cannot open customer.txt - status " CF-STATUS
003610         STOP RUN
003620     END-IF.
003630     OPEN INPUT StandingFile.
003640     MOVE "STANDING MISMATCHES" TO ReportLine.
003650     WRITE ReportLine.
003660     MOVE "00" TO STD-STATUS.
003670     MOVE ZERO TO STD-IDNUM.
003680     START StandingFile KEY IS NOT LESS THAN STD-IDNUM
003690         INVALID KEY
003700             MOVE "10" TO STD-STATUS
003710     END-START.
003720     PERFORM 4100-MISMATCH-ONE-PARA
003730         THRU 4100-MISMATCH-ONE-EXIT
003740         UNTIL STD-END.
003750     CLOSE StandingFile.
003760     CLOSE CustomerFile.
003770 4000-MISMATCH-EXIT.
003780     EXIT.
003790*
003800 4100-MISMATCH-ONE-PARA.
003810     READ StandingFile NEXT RECORD
003820         AT END
003830             MOVE "10" TO STD-STATUS
003840     END-READ.
003850     IF NOT STD-OK
003860         MOVE "10" TO STD-STATUS
003870         GO TO 4100-MISMATCH-ONE-EXIT
003880     END-IF.
003890     MOVE "Y" TO CostumerExists.
003900     MOVE STD-IDNUM TO iDNUM.
003910     READ CustomerFile
003920         INVALID KEY
003930             MOVE "N" TO CostumerExists
003940     END-READ.
003950     IF NOT RECORD-FOUND
003960         MOVE SPACES TO CustomerData
003970         MOVE "NOT ON CUSTOMER FILE" TO MIS-REASON
003980         ADD 1 TO NotOnFileCount
003990         GO TO 4100-MISMATCH-REPORT
004000     END-IF.
004010     IF STD-CLOSED AND ACTIVE-CUSTOMER
004020         MOVE "CLOSED AT BILLING - ACTIVE HERE" TO MIS-REASON
004030         ADD 1 TO ClosedActiveCount
004040         GO TO 4100-MISMATCH-REPORT
004050     END-IF.
004060     IF NOT STD-CLOSED AND INACTIVE-CUSTOMER
004070         MOVE "OPEN AT BILLING - INACTIVE HERE" TO MIS-REASON
004080         ADD 1 TO InactOpenCount
004090         GO TO 4100-MISMATCH-REPORT
004100     END-IF.
004110     GO TO 4100-MISMATCH-ONE-EXIT.
004120 4100-MISMATCH-REPORT.
004130     MOVE STD-IDNUM TO MIS-IDNUM.
004140     MOVE FIRSTNAME TO MIS-FIRST.
004150     MOVE LASTNAME TO MIS-LAST.
004160     EVALUATE TRUE
004170         WHEN ACTIVE-CUSTOMER
004180             MOVE "ACTIVE" TO MIS-OUR-STATUS
004190         WHEN INACTIVE-CUSTOMER
004200             MOVE "INACTIVE" TO MIS-OUR-STATUS
004210         WHEN OTHER
004220             MOVE SPACES TO MIS-OUR-STATUS
004230     END-EVALUATE.
004240     EVALUATE TRUE
004250         WHEN STD-CURRENT
004260             MOVE "CURRENT" TO MIS-STANDING
004270         WHEN STD-PAST-DUE
004280             MOVE "PAST DUE" TO MIS-STANDING
004290         WHEN STD-COLLECTIONS
004300             MOVE "IN COLLECTIONS" TO MIS-STANDING
004310         WHEN STD-CLOSED
004320             MOVE "CLOSED" TO MIS-STANDING
004330     END-EVALUATE.
004340     MOVE STD-DUE-DATE TO MIS-DUE-DATE.
004350     WRITE ReportLine FROM MismatchLine.
004360 4100-MISMATCH-ONE-EXIT.
004370     EXIT.
004380*
004390 5000-TOTALS-PARA.
004400     MOVE SPACES TO ReportLine.
004410     WRITE ReportLine.
004420     MOVE "COUNTS" TO ReportLine.
004430     WRITE ReportLine.
004440     MOVE "FEED ROWS" TO CNT-TEXT.
004450     MOVE DetailCount TO CNT-COUNT.
004460     WRITE ReportLine FROM CountLine.
004470     MOVE "BILLING TRAILER COUNT" TO CNT-TEXT.
004480     MOVE TrailerCount TO CNT-COUNT.
004490     WRITE ReportLine FROM CountLine.
004500     MOVE "ROWS LOADED" TO CNT-TEXT.
004510     MOVE LoadCount TO CNT-COUNT.
004520     WRITE ReportLine FROM CountLine.
004530     MOVE "ROWS REJECTED" TO CNT-TEXT.
004540     MOVE RejectCount TO CNT-COUNT.
004550     WRITE ReportLine FROM CountLine.
004560     MOVE "  CURRENT" TO CNT-TEXT.
004570     MOVE CurrentCount TO CNT-COUNT.
004580     WRITE ReportLine FROM CountLine.
004590     MOVE "  PAST DUE" TO CNT-TEXT.
004600     MOVE PastDueCount TO CNT-COUNT.
004610     WRITE ReportLine FROM CountLine.
004620     MOVE "  IN COLLECTIONS" TO CNT-TEXT.
004630     MOVE CollectCount TO CNT-COUNT.
004640     WRITE ReportLine FROM CountLine.
004650     MOVE "  CLOSED" TO CNT-TEXT.
004660     MOVE ClosedCount TO CNT-COUNT.
004670     WRITE ReportLine FROM CountLine.
004680     MOVE "CLOSED BILL/ACTIVE HERE" TO CNT-TEXT.
004690     MOVE ClosedActiveCount TO CNT-COUNT.
004700     WRITE ReportLine FROM CountLine.
004710     MOVE "OPEN BILL/INACTIVE HERE" TO CNT-TEXT.
004720     MOVE InactOpenCount TO CNT-COUNT.
004730     WRITE ReportLine FROM CountLine.
004740     MOVE "NOT ON CUSTOMER FILE" TO CNT-TEXT.
004750     MOVE NotOnFileCount TO CNT-COUNT.
004760     WRITE ReportLine FROM CountLine.
004770     MOVE "*** END OF REPORT ***" TO ReportLine.
004780     WRITE ReportLine.
004790 5000-TOTALS-EXIT.
004800     EXIT.
004810*
004820*--------------------------------------------------------------*
004830*  9000-TERMINATE-PARA - CLOSE THE REPORT AND SHOW THE COUNTS   *
004840*--------------------------------------------------------------*
004850 9000-TERMINATE-PARA.
004860     CLOSE ReportFile.
004870     DISPLAY "Billing Standing Load complete".
004880     IF NOT FEED-IN-BALANCE
004890         DISPLAY "Feed refused - custstd.txt not replaced"
004900     END-IF.
004910     MOVE LoadCount TO EditedCount.
004920     DISPLAY "Rows loaded               : " EditedCount.
004930     MOVE RejectCount TO EditedCount.
004940     DISPLAY "Rows rejected             : " EditedCount.
004950     MOVE ClosedActiveCount TO EditedCount.
004960     DISPLAY "Closed at billing/active  : " EditedCount.
004970     MOVE InactOpenCount TO EditedCount.
004980     DISPLAY "Open at billing/inactive  : " EditedCount.
004990     DISPLAY "Report written to stdrpt.txt".
005000 9000-TERMINATE-EXIT.
005010     EXIT.
