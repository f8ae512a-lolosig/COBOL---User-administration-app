000010*
000020*--------------------------------------------------------------*
000030*  PROGRAM      : DORMANT OPERATOR SWEEP                       *
000040*  INSTALLATION : DATA PROCESSING DEPT                         *
000050*  AUTHOR       : R. HOLLIS                                    *
000060*  DATE-WRITTEN : 10/15/2026                                   *
000070*  PURPOSE      : DISABLES OPERATOR IDS THAT HAVE GONE UNUSED. *
000080*                 READS secevt.txt END TO END FOR EACH          *
000090*                 OPERATOR'S LAST SUCCESSFUL SIGN-ON (SIGNON    *
000100*                 OK) AND THE LAST TIME A SUPERVISOR ADDED,     *
000110*                 ENABLED OR RESET THE ID.  ANY ENABLED ID WITH *
000120*                 NEITHER IN THE LAST 60 DAYS IS DISABLED ON    *
000130*                 operator.txt AND AN "AUTO DISABLE" EVENT BY   *
000140*                 "SWEEP" IS WRITTEN TO secevt.txt FOR Security *
000150*                 Activity Report.  AN ID WITH NO SIGN-ON ON    *
000160*                 THE LOG AT ALL IS ONLY TAKEN ONCE THE LOG     *
000170*                 ITSELF GOES BACK 60 DAYS.  THE LAST ENABLED,  *
000180*                 UNLOCKED SUPERVISOR IS NEVER DISABLED.  THE   *
000190*                 JOB REFUSES TO START WHILE custlock.txt SHOWS *
000200*                 Customer Data ONLINE, AS THAT HOLDS           *
000210*                 operator.txt AND secevt.txt OPEN.  EVERY ID   *
000220*                 DISABLED OR KEPT IS LISTED ON swprpt.txt.     *
000230*                 RUN WEEKLY FROM THE DIRECTORY HOLDING         *
000240*                 operator.txt.                                 *
000250*--------------------------------------------------------------*
000260*  MODIFICATION HISTORY                                        *
000270*  ----------------------------------------------------------   *
000280*  10/15/2026  RH  INITIAL VERSION.                             *
000290*--------------------------------------------------------------*
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. "Dormant Operator Sweep".
000320 AUTHOR. R. HOLLIS.
000330 INSTALLATION. DATA PROCESSING DEPT.
000340 DATE-WRITTEN. 10/15/2026.
000350 DATE-COMPILED.
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-370.
000390 OBJECT-COMPUTER. IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT OperatorFile ASSIGN TO "operator.txt"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS OPER-ID
000460         FILE STATUS IS OPER-STATUS.
000470     SELECT SecurityLog ASSIGN TO "secevt.txt"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS SEC-STATUS.
000500     SELECT LockFile ASSIGN TO "custlock.txt"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS LOCK-STATUS.
000530     SELECT ReportFile ASSIGN TO "swprpt.txt"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS RPT-STATUS.
000560*
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  OperatorFile.
000600 01  OperatorRecord.
000610     02  OPER-ID PIC X(08).
000620     02  OPER-PASSWORD PIC X(08).
000630     02  OPER-ROLE PIC X(01).
000640         88  CLERK-OPERATOR VALUE "C".
000650         88  SUPERVISOR-OPERATOR VALUE "S".
000660     02  OPER-ENABLED PIC X(01).
000670         88  OPERATOR-ENABLED VALUE "Y".
000680         88  OPERATOR-DISABLED VALUE "N".
000690     02  OPER-FORCE-PW PIC X(01).
000700         88  FORCE-PASSWORD-CHANGE VALUE "Y".
000710     02  OPER-LOCKED PIC X(01).
000720         88  OPERATOR-LOCKED VALUE "Y".
000730     02  OPER-FAILS PIC 9(01).
000740*
000750 FD  SecurityLog.
000760 01  SecurityEvent.
000770     02  SEC-DATE PIC 9(08).
000780     02  SEC-TIME PIC 9(08).
000790     02  SEC-EVENT PIC X(12).
000800     02  SEC-OPER PIC X(08).
000810     02  SEC-BY PIC X(08).
000820*
000830 FD  LockFile.
000840 01  LockRecord.
000850     02  LOCK-FLAG PIC X(08).
000860     02  LOCK-HOLDER PIC X(08).
000870*
000880 FD  ReportFile.
000890 01  ReportLine PIC X(132).
000900*
000910 WORKING-STORAGE SECTION.
000920 01  OPER-STATUS PIC X(02).
000930     88  OPER-OK VALUE "00".
000940     88  OPER-END VALUE "10".
000950 01  SEC-STATUS PIC X(02).
000960     88  SEC-OK VALUE "00".
000970     88  SEC-END VALUE "10".
000980 01  LOCK-STATUS PIC X(02).
000990     88  LOCK-OK VALUE "00".
001000 01  RPT-STATUS PIC X(02).
001010     88  RPT-OK VALUE "00".
001020 01  RunDate PIC 9(08).
001030 01  CutoffDate PIC 9(08).
001040 01  CutoffParts REDEFINES CutoffDate.
001050     02  CUT-YEAR PIC 9(04).
001060     02  CUT-MONTH PIC 9(02).
001070     02  CUT-DAY PIC 9(02).
001080 01  MonthDayValues.
001090     02  FILLER PIC X(24) VALUE "312831303130313130313031".
001100 01  MonthDayTable REDEFINES MonthDayValues.
001110     02  MONTH-DAYS PIC 9(02) OCCURS 12.
001120 01  LeapWork PIC 9(04).
001130 01  LeapRem4 PIC 9(04).
001140 01  LeapRem100 PIC 9(04).
001150 01  LeapRem400 PIC 9(04).
001160 01  LogStartDate PIC 9(08) VALUE ZERO.
001170 01  LastActDate PIC 9(08).
001180 01  TargetOperId PIC X(08).
001190 01  OperTable.
001200     02  OperEntry OCCURS 500 TIMES.
001210         03  OT-ID PIC X(08).
001220         03  OT-SIGNON-DATE PIC 9(08).
001230         03  OT-START-DATE PIC 9(08).
001240 01  OperFound PIC X.
001250     88  OPER-IN-TABLE VALUE "Y".
001260 01  Dormant PIC X.
001270     88  OPERATOR-DORMANT VALUE "Y".
001280 77  DormantDays PIC 9(03) COMP VALUE 60.
001290 77  TableMax PIC 9(04) COMP VALUE 500.
001300 77  TableCount PIC 9(04) COMP VALUE ZERO.
001310 77  OperSub PIC 9(04) COMP VALUE ZERO.
001320 77  ChkSub PIC 9(04) COMP VALUE ZERO.
001330 77  EventCount PIC 9(07) COMP VALUE ZERO.
001340 77  EnabledCount PIC 9(07) COMP VALUE ZERO.
001350 77  SweptCount PIC 9(07) COMP VALUE ZERO.
001360 77  KeptCount PIC 9(07) COMP VALUE ZERO.
001370 77  SuperCount PIC 9(07) COMP VALUE ZERO.
001380 01  EditedCount PIC Z,ZZZ,ZZ9.
001390 01  HdrLine1.
001400     02  FILLER PIC X(24)
001410         VALUE "DORMANT OPERATOR SWEEP  ".
001420     02  FILLER PIC X(10) VALUE "RUN DATE: ".
001430     02  HDR-RUN-DATE PIC 9(08).
001440     02  FILLER PIC X(20) VALUE "  NO SIGN-ON SINCE: ".
001450     02  HDR-CUTOFF PIC 9(08).
001460     02  FILLER PIC X(62) VALUE SPACES.
001470 01  LogNoteLine.
001480     02  FILLER PIC X(22) VALUE "secevt.txt STARTS ON  ".
001490     02  LNL-DATE PIC 9(08).
001500     02  FILLER PIC X(41)
001510         VALUE " - IDS WITH NO SIGN-ON ON THE LOG ARE NOT".
001520     02  FILLER PIC X(30)
001530         VALUE " SWEPT UNTIL IT COVERS 60 DAYS".
001540     02  FILLER PIC X(31) VALUE SPACES.
001550 01  ColHdr.
001560     02  FILLER PIC X(40)
001570         VALUE "OPERATOR  ROLE        LOCKED  LAST SIGN-".
001580     02  FILLER PIC X(40)
001590         VALUE "ON  ACTION                              ".
001600     02  FILLER PIC X(52) VALUE SPACES.
001610 01  DetailLine.
001620     02  DET-OPER PIC X(08).
001630     02  FILLER PIC X(02) VALUE SPACES.
001640     02  DET-ROLE PIC X(10).
001650     02  FILLER PIC X(02) VALUE SPACES.
001660     02  DET-LOCKED PIC X(03).
001670     02  FILLER PIC X(05) VALUE SPACES.
001680     02  DET-SIGNON PIC X(08).
001690     02  FILLER PIC X(06) VALUE SPACES.
001700     02  DET-ACTION PIC X(40).
001710     02  FILLER PIC X(48) VALUE SPACES.
001720 01  CountLine.
001730     02  FILLER PIC X(04) VALUE SPACES.
001740     02  CNT-TEXT PIC X(30).
001750     02  CNT-COUNT PIC Z,ZZZ,ZZ9.
001760     02  FILLER PIC X(89) VALUE SPACES.
001770*
001780 PROCEDURE DIVISION.
001790*
001800*--------------------------------------------------------------*
001810*  0000-MAINLINE-PARA - PROGRAM CONTROL                         *
001820*--------------------------------------------------------------*
001830 0000-MAINLINE-PARA.
001840     PERFORM 1000-INITIALIZE-PARA
001850         THRU 1000-INITIALIZE-EXIT.
001860     PERFORM 2000-LOAD-OPERATORS-PARA
001870         THRU 2000-LOAD-OPERATORS-EXIT.
001880     PERFORM 3000-SCAN-LOG-PARA
001890         THRU 3000-SCAN-LOG-EXIT.
001900     PERFORM 4000-SWEEP-PARA
001910         THRU 4000-SWEEP-EXIT.
001920     PERFORM 6000-COUNTS-PARA
001930         THRU 6000-COUNTS-EXIT.
001940     PERFORM 9000-TERMINATE-PARA
001950         THRU 9000-TERMINATE-EXIT.
001960     STOP RUN.
001970 0000-MAINLINE-EXIT.
001980     EXIT.
001990*
002000*--------------------------------------------------------------*
002010*  1000-INITIALIZE-PARA - GET THE RUN DATE, WORK OUT THE DATE   *
002020*                  60 DAYS BEFORE IT, CHECK THE RUN LOCK AND    *
002030*                  OPEN FILES.                                  *
002040*--------------------------------------------------------------*
002050 1000-INITIALIZE-PARA.
002060     DISPLAY "DORMANT OPERATOR SWEEP".
002070     DISPLAY "Run date (YYYYMMDD, 0 = today) : "
002080         WITH NO ADVANCING.
002090     ACCEPT RunDate.
002100     IF RunDate = ZERO
002110         ACCEPT RunDate FROM DATE YYYYMMDD
002120     END-IF.
002130     MOVE RunDate TO CutoffDate.
002140     PERFORM 1200-BACK-ONE-DAY-PARA
002150         THRU 1200-BACK-ONE-DAY-EXIT
002160         DormantDays TIMES.
002170     PERFORM 1100-CHECK-LOCK-PARA
002180         THRU 1100-CHECK-LOCK-EXIT.
002190     OPEN I-O OperatorFile.
002200     IF NOT OPER-OK
002210         DISPLAY "Cannot open operator.txt - status " OPER-STATUS
002220         STOP RUN
002230     END-IF.
002240     OPEN INPUT SecurityLog.
002250     IF NOT SEC-OK
002260         DISPLAY "Cannot open secevt.txt - status " SEC-STATUS
002270         STOP RUN
002280     END-IF.
002290     OPEN OUTPUT ReportFile.
002300     MOVE RunDate TO HDR-RUN-DATE.
002310     MOVE CutoffDate TO HDR-CUTOFF.
002320     WRITE ReportLine FROM HdrLine1.
002330     MOVE SPACES TO ReportLine.
002340     WRITE ReportLine.
002350 1000-INITIALIZE-EXIT.
002360     EXIT.
002370*
002380*--------------------------------------------------------------*
002390*  1100-CHECK-LOCK-PARA - REFUSE TO START WHILE custlock.txt     *
002400*                  SHOWS Customer Data ONLINE - IT HOLDS         *
002410*                  operator.txt OPEN I-O AND WRITES secevt.txt.  *
002420*--------------------------------------------------------------*
002430 1100-CHECK-LOCK-PARA.
002440     OPEN INPUT LockFile.
002450     IF NOT LOCK-OK
002460         GO TO 1100-CHECK-LOCK-EXIT
002470     END-IF.
002480     MOVE SPACES TO LockRecord.
002490     READ LockFile
002500         AT END
002510             MOVE SPACES TO LockRecord
002520     END-READ.
002530     CLOSE LockFile.
002540     IF LOCK-FLAG = "LOCKED" AND LOCK-HOLDER = "ONLINE"
002550         DISPLAY "operator.txt is open in Customer Data -"
002560             " run the sweep after online close"
002570         STOP RUN
002580     END-IF.
002590 1100-CHECK-LOCK-EXIT.
002600     EXIT.
002610*
002620*--------------------------------------------------------------*
002630*  1200-BACK-ONE-DAY-PARA - STEP CutoffDate BACK ONE CALENDAR    *
002640*                  DAY, ACROSS MONTH AND YEAR ENDS.  FEBRUARY    *
002650*                  HAS 29 DAYS IN A LEAP YEAR (DIVISIBLE BY 4,   *
002660*                  NOT BY 100 UNLESS ALSO BY 400).               *
002670*--------------------------------------------------------------*
002680 1200-BACK-ONE-DAY-PARA.
002690     IF CUT-DAY > 1
002700         SUBTRACT 1 FROM CUT-DAY
002710         GO TO 1200-BACK-ONE-DAY-EXIT
002720     END-IF.
002730     IF CUT-MONTH > 1
002740         SUBTRACT 1 FROM CUT-MONTH
002750     ELSE
002760         SUBTRACT 1 FROM CUT-YEAR
002770         MOVE 12 TO CUT-MONTH
002780     END-IF.
002790     MOVE MONTH-DAYS (CUT-MONTH) TO CUT-DAY.
002800     IF CUT-MONTH = 2
002810         DIVIDE CUT-YEAR BY 4 GIVING LeapWork
002820             REMAINDER LeapRem4
002830         DIVIDE CUT-YEAR BY 100 GIVING LeapWork
002840             REMAINDER LeapRem100
002850         DIVIDE CUT-YEAR BY 400 GIVING LeapWork
002860             REMAINDER LeapRem400
002870         IF LeapRem4 = ZERO
002880             AND (LeapRem100 NOT = ZERO OR LeapRem400 = ZERO)
002890                 MOVE 29 TO CUT-DAY
002900         END-IF
002910     END-IF.
002920 1200-BACK-ONE-DAY-EXIT.
002930     EXIT.
002940*
002950*--------------------------------------------------------------*
002960*  2000-LOAD-OPERATORS-PARA - LOAD EVERY OPERATOR ID ON          *
002970*                  operator.txt INTO OperTable, IN KEY ORDER.    *
002980*--------------------------------------------------------------*
002990 2000-LOAD-OPERATORS-PARA.
003000     MOVE LOW-VALUES TO OPER-ID.
003010     START OperatorFile KEY IS NOT LESS THAN OPER-ID
003020         INVALID KEY
003030             MOVE "10" TO OPER-STATUS
003040     END-START.
003050     PERFORM 2010-LOAD-ONE-PARA
003060         THRU 2010-LOAD-ONE-EXIT
003070         UNTIL OPER-END.
003080 2000-LOAD-OPERATORS-EXIT.
003090     EXIT.
003100*
003110 2010-LOAD-ONE-PARA.
003120     READ OperatorFile NEXT RECORD
003130         AT END
003140             MOVE "10" TO OPER-STATUS
003150     END-READ.
003160     IF OPER-END
003170         GO TO 2010-LOAD-ONE-EXIT
003180     END-IF.
003190     IF TableCount NOT < TableMax
003200         DISPLAY "Over 500 operator IDs on file - nothing swept"
003210         STOP RUN
003220     END-IF.
003230     ADD 1 TO TableCount.
003240     MOVE OPER-ID TO OT-ID(TableCount).
003250     MOVE ZERO TO OT-SIGNON-DATE(TableCount).
003260     MOVE ZERO TO OT-START-DATE(TableCount).
003270 2010-LOAD-ONE-EXIT.
003280     EXIT.
003290*
003300*--------------------------------------------------------------*
003310*  3000-SCAN-LOG-PARA - READ secevt.txt END TO END.  KEEP THE    *
003320*                  DATE OF THE FIRST EVENT, AND FOR EACH ID THE  *
003330*                  LATEST SIGNON OK AND THE LATEST OPER ADDED,   *
003340*                  OPER ENABLED OR PW RESET - A SUPERVISOR       *
003350*                  BRINGING AN ID BACK INTO USE RESTARTS ITS     *
003360*                  60 DAYS.  THE LOG IS THEN REOPENED TO TAKE    *
003370*                  THE SWEEP'S OWN EVENTS - IF IT CANNOT BE      *
003375*                  REOPENED NOTHING IS SWEPT.                    *
003380*--------------------------------------------------------------*
003390 3000-SCAN-LOG-PARA.
003400     PERFORM 3010-READ-EVENT-PARA
003410         THRU 3010-READ-EVENT-EXIT
003420         UNTIL SEC-END.
003430     CLOSE SecurityLog.
003440     OPEN EXTEND SecurityLog.
003442     IF NOT SEC-OK
003444         DISPLAY "Cannot reopen secevt.txt - status " SEC-STATUS
003446             " - nothing swept"
003448         STOP RUN
003449     END-IF.
003450     IF LogStartDate > CutoffDate
003460         MOVE LogStartDate TO LNL-DATE
003470         WRITE ReportLine FROM LogNoteLine
003480         MOVE SPACES TO ReportLine
003490         WRITE ReportLine
003500     END-IF.
003510     WRITE ReportLine FROM ColHdr.
003520 3000-SCAN-LOG-EXIT.
003530     EXIT.
003540*
003550 3010-READ-EVENT-PARA.
003560     READ SecurityLog
003570         AT END
003580             MOVE "10" TO SEC-STATUS
003590     END-READ.
003600     IF SEC-END
003610         GO TO 3010-READ-EVENT-EXIT
003620     END-IF.
003630     ADD 1 TO EventCount.
003640     IF LogStartDate = ZERO OR SEC-DATE < LogStartDate
003650         MOVE SEC-DATE TO LogStartDate
003660     END-IF.
003670     IF SEC-EVENT NOT = "SIGNON OK"
003680         AND SEC-EVENT NOT = "OPER ADDED"
003690         AND SEC-EVENT NOT = "OPER ENABLED"
003700         AND SEC-EVENT NOT = "PW RESET"
003710             GO TO 3010-READ-EVENT-EXIT
003720     END-IF.
003730     MOVE "N" TO OperFound.
003740     PERFORM 3020-FIND-OPER-PARA
003750         THRU 3020-FIND-OPER-EXIT
003760         VARYING ChkSub FROM 1 BY 1
003770         UNTIL ChkSub > TableCount
003780             OR OPER-IN-TABLE.
003790     IF NOT OPER-IN-TABLE
003800         GO TO 3010-READ-EVENT-EXIT
003810     END-IF.
003820     SUBTRACT 1 FROM ChkSub.
003830     IF SEC-EVENT = "SIGNON OK"
003840         IF SEC-DATE > OT-SIGNON-DATE(ChkSub)
003850             MOVE SEC-DATE TO OT-SIGNON-DATE(ChkSub)
003860         END-IF
003870     ELSE
003880         IF SEC-DATE > OT-START-DATE(ChkSub)
003890             MOVE SEC-DATE TO OT-START-DATE(ChkSub)
003900         END-IF
003910     END-IF.
003920 3010-READ-EVENT-EXIT.
003930     EXIT.
003940*
003950 3020-FIND-OPER-PARA.
003960     IF OT-ID(ChkSub) = SEC-OPER
003970         MOVE "Y" TO OperFound
003980     END-IF.
003990 3020-FIND-OPER-EXIT.
004000     EXIT.
004010*
004020*--------------------------------------------------------------*
004030*  4000-SWEEP-PARA - DISABLE EVERY ENABLED ID WHOSE LATEST       *
004040*                  SIGN-ON, ADD, ENABLE OR RESET IS BEFORE THE   *
004050*                  CUTOFF.                                       *
004060*--------------------------------------------------------------*
004070 4000-SWEEP-PARA.
004080     PERFORM 4100-SWEEP-ONE-PARA
004090         THRU 4100-SWEEP-ONE-EXIT
004100         VARYING OperSub FROM 1 BY 1
004110         UNTIL OperSub > TableCount.
004120 4000-SWEEP-EXIT.
004130     EXIT.
004140*
004150 4100-SWEEP-ONE-PARA.
004160     MOVE OT-ID(OperSub) TO OPER-ID.
004170     READ OperatorFile
004180         INVALID KEY
004190             GO TO 4100-SWEEP-ONE-EXIT
004200     END-READ.
004210     IF NOT OPERATOR-ENABLED
004220         GO TO 4100-SWEEP-ONE-EXIT
004230     END-IF.
004240     ADD 1 TO EnabledCount.
004250     MOVE OT-SIGNON-DATE(OperSub) TO LastActDate.
004260     IF OT-START-DATE(OperSub) > LastActDate
004270         MOVE OT-START-DATE(OperSub) TO LastActDate
004280     END-IF.
004290     MOVE "N" TO Dormant.
004300     IF LastActDate = ZERO
004310         IF LogStartDate NOT = ZERO
004320             AND LogStartDate NOT > CutoffDate
004330                 MOVE "Y" TO Dormant
004340         END-IF
004350     ELSE
004360         IF LastActDate < CutoffDate
004370             MOVE "Y" TO Dormant
004380         END-IF
004390     END-IF.
004400     IF NOT OPERATOR-DORMANT
004410         GO TO 4100-SWEEP-ONE-EXIT
004420     END-IF.
004430     MOVE SPACES TO DetailLine.
004440     MOVE OPER-ID TO DET-OPER.
004450     IF SUPERVISOR-OPERATOR
004460         MOVE "SUPERVISOR" TO DET-ROLE
004470     ELSE
004480         MOVE "CLERK" TO DET-ROLE
004490     END-IF.
004500     IF OPERATOR-LOCKED
004510         MOVE "YES" TO DET-LOCKED
004520     ELSE
004530         MOVE "NO" TO DET-LOCKED
004540     END-IF.
004550     IF OT-SIGNON-DATE(OperSub) = ZERO
004560         MOVE "NEVER" TO DET-SIGNON
004570     ELSE
004580         MOVE OT-SIGNON-DATE(OperSub) TO DET-SIGNON
004590     END-IF.
004600     IF SUPERVISOR-OPERATOR
004610         MOVE OPER-ID TO TargetOperId
004620         PERFORM 4200-COUNT-SUPERS-PARA
004630             THRU 4200-COUNT-SUPERS-EXIT
004640         MOVE TargetOperId TO OPER-ID
004650         READ OperatorFile
004660             INVALID KEY
004670                 GO TO 4100-SWEEP-ONE-EXIT
004680         END-READ
004690         IF SuperCount = ZERO
004700             MOVE "KEPT - LAST ENABLED SUPERVISOR" TO DET-ACTION
004710             WRITE ReportLine FROM DetailLine
004720             ADD 1 TO KeptCount
004730             GO TO 4100-SWEEP-ONE-EXIT
004740         END-IF
004750     END-IF.
004760     MOVE "N" TO OPER-ENABLED.
004770     REWRITE OperatorRecord
004780         INVALID KEY
004790             DISPLAY "Operator " OPER-ID " not disabled"
004800             GO TO 4100-SWEEP-ONE-EXIT
004810     END-REWRITE.
004820     ACCEPT SEC-DATE FROM DATE YYYYMMDD.
004830     ACCEPT SEC-TIME FROM TIME.
004840     MOVE "AUTO DISABLE" TO SEC-EVENT.
004850     MOVE OPER-ID TO SEC-OPER.
004860     MOVE "SWEEP" TO SEC-BY.
004870     WRITE SecurityEvent.
004880     MOVE "DISABLED - DORMANT" TO DET-ACTION.
004890     WRITE ReportLine FROM DetailLine.
004900     ADD 1 TO SweptCount.
004910 4100-SWEEP-ONE-EXIT.
004920     EXIT.
004930*
004940*--------------------------------------------------------------*
004950*  4200-COUNT-SUPERS-PARA - COUNT THE ENABLED, UNLOCKED          *
004960*                  SUPERVISORS ON OperatorFile OTHER THAN THE    *
004970*                  ONE HELD IN TargetOperId.                     *
004980*--------------------------------------------------------------*
004990 4200-COUNT-SUPERS-PARA.
005000     MOVE ZERO TO SuperCount.
005010     MOVE "00" TO OPER-STATUS.
005020     MOVE LOW-VALUES TO OPER-ID.
005030     START OperatorFile KEY IS NOT LESS THAN OPER-ID
005040         INVALID KEY
005050             MOVE "10" TO OPER-STATUS
005060     END-START.
005070     PERFORM 4210-COUNT-NEXT-PARA
005080         THRU 4210-COUNT-NEXT-EXIT
005090         UNTIL OPER-END.
005100 4200-COUNT-SUPERS-EXIT.
005110     EXIT.
005120*
005130 4210-COUNT-NEXT-PARA.
005140     READ OperatorFile NEXT RECORD
005150         AT END
005160             MOVE "10" TO OPER-STATUS
005170     END-READ.
005180     IF OPER-OK
005190         IF OPER-ID NOT = TargetOperId
005200             AND SUPERVISOR-OPERATOR
005210             AND OPERATOR-ENABLED
005220             AND NOT OPERATOR-LOCKED
005230                 ADD 1 TO SuperCount
005240         END-IF
005250     END-IF.
005260 4210-COUNT-NEXT-EXIT.
005270     EXIT.
005280*
005290*--------------------------------------------------------------*
005300*  6000-COUNTS-PARA - PRINT THE RUN COUNTS                      *
005310*--------------------------------------------------------------*
005320 6000-COUNTS-PARA.
005330     IF SweptCount = ZERO AND KeptCount = ZERO
005340         MOVE "NO DORMANT OPERATOR IDS" TO ReportLine
005350         WRITE ReportLine
005360     END-IF.
005370     MOVE SPACES TO ReportLine.
005380     WRITE ReportLine.
005390     MOVE "COUNTS" TO ReportLine.
005400     WRITE ReportLine.
005410     MOVE "OPERATOR IDS ON FILE" TO CNT-TEXT.
005420     MOVE TableCount TO CNT-COUNT.
005430     WRITE ReportLine FROM CountLine.
005440     MOVE "ENABLED BEFORE THE SWEEP" TO CNT-TEXT.
005450     MOVE EnabledCount TO CNT-COUNT.
005460     WRITE ReportLine FROM CountLine.
005470     MOVE "DISABLED AS DORMANT" TO CNT-TEXT.
005480     MOVE SweptCount TO CNT-COUNT.
005490     WRITE ReportLine FROM CountLine.
005500     MOVE "KEPT - LAST SUPERVISOR" TO CNT-TEXT.
005510     MOVE KeptCount TO CNT-COUNT.
005520     WRITE ReportLine FROM CountLine.
005530     MOVE "SECURITY EVENTS READ" TO CNT-TEXT.
005540     MOVE EventCount TO CNT-COUNT.
005550     WRITE ReportLine FROM CountLine.
005560     MOVE "*** END OF REPORT ***" TO ReportLine.
005570     WRITE ReportLine.
005580 6000-COUNTS-EXIT.
005590     EXIT.
005600*
005610*--------------------------------------------------------------*
005620*  9000-TERMINATE-PARA - CLOSE FILES AND SHOW THE COUNTS        *
005630*--------------------------------------------------------------*
005640 9000-TERMINATE-PARA.
005650     CLOSE OperatorFile.
005660     CLOSE SecurityLog.
005670     CLOSE ReportFile.
005680     DISPLAY "Dormant Operator Sweep complete".
005690     MOVE EnabledCount TO EditedCount.
005700     DISPLAY "Enabled IDs checked : " EditedCount.
005710     MOVE SweptCount TO EditedCount.
005720     DISPLAY "Disabled as dormant : " EditedCount.
005730     MOVE KeptCount TO EditedCount.
005740     DISPLAY "Kept - last super   : " EditedCount.
005750     DISPLAY "Report written to swprpt.txt".
005760 9000-TERMINATE-EXIT.
005770     EXIT.
