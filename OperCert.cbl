000010*
000020*--------------------------------------------------------------*
000030*  PROGRAM      : OPERATOR RECERTIFICATION REPORT               *
000040*  INSTALLATION : DATA PROCESSING DEPT                         *
000050*  AUTHOR       : R. HOLLIS                                    *
000060*  DATE-WRITTEN : 10/15/2026                                   *
000070*  PURPOSE      : QUARTERLY ACCESS RECERTIFICATION.  LISTS      *
000080*                 EVERY OPERATOR ID ON operator.txt WITH ITS    *
000090*                 ROLE, ENABLED AND LOCKED STATE, LAST          *
000100*                 SUCCESSFUL SIGN-ON AND THE LAST CHANGE MADE   *
000110*                 TO IT BY SOMEONE ELSE (ADD, DISABLE, ENABLE,  *
000120*                 PASSWORD RESET OR AUTO DISABLE) WITH THE      *
000130*                 SEC-BY WHO MADE IT, ALL TAKEN FROM            *
000140*                 secevt.txt.  THE REPORT ENDS WITH A SIGN-OFF  *
000150*                 BLOCK FOR THE DEPARTMENT HEAD, WHO MARKS ANY  *
000160*                 ACCESS TO BE REMOVED OR CHANGED AND SIGNS IT  *
000170*                 BACK TO DATA PROCESSING.  READ-ONLY - RUN     *
000180*                 EACH QUARTER END FROM THE DIRECTORY HOLDING   *
000190*                 operator.txt.  THE REPORT IS WRITTEN TO       *
000200*                 certrpt.txt.                                  *
000210*--------------------------------------------------------------*
000220*  MODIFICATION HISTORY                                        *
000230*  ----------------------------------------------------------   *
000240*  10/15/2026  RH  INITIAL VERSION.                             *
000250*--------------------------------------------------------------*
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. "Operator Recertification Report".
000280 AUTHOR. R. HOLLIS.
000290 INSTALLATION. DATA PROCESSING DEPT.
000300 DATE-WRITTEN. 10/15/2026.
000310 DATE-COMPILED.
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT OperatorFile ASSIGN TO "operator.txt"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS OPER-ID
000420         FILE STATUS IS OPER-STATUS.
000430     SELECT SecurityLog ASSIGN TO "secevt.txt"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS SEC-STATUS.
000460     SELECT ReportFile ASSIGN TO "certrpt.txt"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS RPT-STATUS.
000490*
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  OperatorFile.
000530 01  OperatorRecord.
000540     02  OPER-ID PIC X(08).
000550     02  OPER-PASSWORD PIC X(08).
000560     02  OPER-ROLE PIC X(01).
000570         88  CLERK-OPERATOR VALUE "C".
000580         88  SUPERVISOR-OPERATOR VALUE "S".
000590     02  OPER-ENABLED PIC X(01).
000600         88  OPERATOR-ENABLED VALUE "Y".
000610         88  OPERATOR-DISABLED VALUE "N".
000620     02  OPER-FORCE-PW PIC X(01).
000630         88  FORCE-PASSWORD-CHANGE VALUE "Y".
000640     02  OPER-LOCKED PIC X(01).
000650         88  OPERATOR-LOCKED VALUE "Y".
000660     02  OPER-FAILS PIC 9(01).
000670*
000680 FD  SecurityLog.
000690 01  SecurityEvent.
000700     02  SEC-DATE PIC 9(08).
000710     02  SEC-TIME PIC 9(08).
000720     02  SEC-EVENT PIC X(12).
000730     02  SEC-OPER PIC X(08).
000740     02  SEC-BY PIC X(08).
000750*
000760 FD  ReportFile.
000770 01  ReportLine PIC X(132).
000780*
000790 WORKING-STORAGE SECTION.
000800 01  OPER-STATUS PIC X(02).
000810     88  OPER-OK VALUE "00".
000820     88  OPER-END VALUE "10".
000830 01  SEC-STATUS PIC X(02).
000840     88  SEC-OK VALUE "00".
000850     88  SEC-END VALUE "10".
000860 01  RPT-STATUS PIC X(02).
000870     88  RPT-OK VALUE "00".
000880 01  RunDate PIC 9(08).
000890 01  RunParts REDEFINES RunDate.
000900     02  RUN-YEAR PIC 9(04).
000910     02  RUN-MONTH PIC 9(02).
000920     02  RUN-DAY PIC 9(02).
000930 01  RunQuarter PIC 9(01).
000940 01  LogOpen PIC X VALUE "N".
000950     88  LOG-FILE-OPEN VALUE "Y".
000960 01  OperTable.
000970     02  OperEntry OCCURS 500 TIMES.
000980         03  OT-ID PIC X(08).
000990         03  OT-ROLE PIC X(01).
001000         03  OT-ENABLED PIC X(01).
001010         03  OT-LOCKED PIC X(01).
001020         03  OT-SIGNON-DATE PIC 9(08).
001030         03  OT-SIGNON-TIME PIC 9(08).
001040         03  OT-CHG-DATE PIC 9(08).
001050         03  OT-CHG-TIME PIC 9(08).
001060         03  OT-CHG-EVENT PIC X(12).
001070         03  OT-CHG-BY PIC X(08).
001080 01  OperFound PIC X.
001090     88  OPER-IN-TABLE VALUE "Y".
001100 77  TableMax PIC 9(04) COMP VALUE 500.
001110 77  TableCount PIC 9(04) COMP VALUE ZERO.
001120 77  OperSub PIC 9(04) COMP VALUE ZERO.
001130 77  ChkSub PIC 9(04) COMP VALUE ZERO.
001140 77  EnabledCount PIC 9(07) COMP VALUE ZERO.
001150 77  DisabledCount PIC 9(07) COMP VALUE ZERO.
001160 77  LockedCount PIC 9(07) COMP VALUE ZERO.
001170 77  SuperCount PIC 9(07) COMP VALUE ZERO.
001180 77  NeverCount PIC 9(07) COMP VALUE ZERO.
001190 01  EditedCount PIC Z,ZZZ,ZZ9.
001200 01  HdrLine1.
001210     02  FILLER PIC X(33)
001220         VALUE "OPERATOR ACCESS RECERTIFICATION  ".
001230     02  FILLER PIC X(08) VALUE "QUARTER ".
001240     02  HDR-QUARTER PIC 9(01).
001250     02  FILLER PIC X(01) VALUE SPACES.
001260     02  HDR-YEAR PIC 9(04).
001270     02  FILLER PIC X(10) VALUE "  AS OF:  ".
001280     02  HDR-DATE PIC 9(08).
001290     02  FILLER PIC X(67) VALUE SPACES.
001300 01  NoLogLine.
001310     02  FILLER PIC X(40)
001320         VALUE "secevt.txt NOT FOUND - NO SIGN-ON OR CHA".
001330     02  FILLER PIC X(40)
001340         VALUE "NGE HISTORY SHOWN                       ".
001350     02  FILLER PIC X(52) VALUE SPACES.
001360 01  ColHdr1.
001370     02  FILLER PIC X(40)
001380         VALUE "                                       L".
001390     02  FILLER PIC X(40)
001400         VALUE "AST     LAST CHANGE BY ANOTHER OPERATOR ".
001410     02  FILLER PIC X(52) VALUE SPACES.
001420 01  ColHdr2.
001430     02  FILLER PIC X(40)
001440         VALUE "OPERATOR  ROLE        ENABLED  LOCKED  S".
001450     02  FILLER PIC X(40)
001460         VALUE "IGN-ON  EVENT         DATE      BY      ".
001470     02  FILLER PIC X(52)
001480         VALUE "  REVIEWER - KEEP / REMOVE / CHANGE".
001490 01  DetailLine.
001500     02  DET-OPER PIC X(08).
001510     02  FILLER PIC X(02) VALUE SPACES.
001520     02  DET-ROLE PIC X(10).
001530     02  FILLER PIC X(02) VALUE SPACES.
001540     02  DET-ENABLED PIC X(03).
001550     02  FILLER PIC X(06) VALUE SPACES.
001560     02  DET-LOCKED PIC X(03).
001570     02  FILLER PIC X(05) VALUE SPACES.
001580     02  DET-SIGNON PIC X(08).
001590     02  FILLER PIC X(01) VALUE SPACES.
001600     02  DET-CHG-EVENT PIC X(12).
001610     02  FILLER PIC X(02) VALUE SPACES.
001620     02  DET-CHG-DATE PIC X(08).
001630     02  FILLER PIC X(02) VALUE SPACES.
001640     02  DET-CHG-BY PIC X(08).
001650     02  FILLER PIC X(02) VALUE SPACES.
001660     02  DET-REVIEW PIC X(30) VALUE ALL "_".
001670     02  FILLER PIC X(20) VALUE SPACES.
001680 01  CountLine.
001690     02  FILLER PIC X(04) VALUE SPACES.
001700     02  CNT-TEXT PIC X(30).
001710     02  CNT-COUNT PIC Z,ZZZ,ZZ9.
001720     02  FILLER PIC X(89) VALUE SPACES.
001730 01  SignLine.
001740     02  FILLER PIC X(04) VALUE SPACES.
001750     02  SGN-LABEL PIC X(30).
001760     02  SGN-BLANK PIC X(50) VALUE ALL "_".
001770     02  FILLER PIC X(48) VALUE SPACES.
001780*
001790 PROCEDURE DIVISION.
001800*
001810*--------------------------------------------------------------*
001820*  0000-MAINLINE-PARA - PROGRAM CONTROL                         *
001830*--------------------------------------------------------------*
001840 0000-MAINLINE-PARA.
001850     PERFORM 1000-INITIALIZE-PARA
001860         THRU 1000-INITIALIZE-EXIT.
001870     PERFORM 2000-LOAD-OPERATORS-PARA
001880         THRU 2000-LOAD-OPERATORS-EXIT.
001890     IF LOG-FILE-OPEN
001900         PERFORM 3000-SCAN-LOG-PARA
001910             THRU 3000-SCAN-LOG-EXIT
001920     END-IF.
001930     PERFORM 4000-REPORT-PARA
001940         THRU 4000-REPORT-EXIT.
001950     PERFORM 5000-SIGN-OFF-PARA
001960         THRU 5000-SIGN-OFF-EXIT.
001970     PERFORM 9000-TERMINATE-PARA
001980         THRU 9000-TERMINATE-EXIT.
001990     STOP RUN.
002000 0000-MAINLINE-EXIT.
002010     EXIT.
002020*
002030*--------------------------------------------------------------*
002040*  1000-INITIALIZE-PARA - GET THE AS-OF DATE, WORK OUT ITS      *
002050*                  QUARTER AND OPEN FILES.  A MISSING           *
002060*                  secevt.txt STILL GIVES THE LIST OF IDS.      *
002070*--------------------------------------------------------------*
002080 1000-INITIALIZE-PARA.
002090     DISPLAY "OPERATOR RECERTIFICATION REPORT".
002100     DISPLAY "As-of date (YYYYMMDD, 0 = today) : "
002110         WITH NO ADVANCING.
002120     ACCEPT RunDate.
002130     IF RunDate = ZERO
002140         ACCEPT RunDate FROM DATE YYYYMMDD
002150     END-IF.
002160     COMPUTE RunQuarter = (RUN-MONTH + 2) / 3.
002170     OPEN INPUT OperatorFile.
002180     IF NOT OPER-OK
002190         DISPLAY "Cannot open operator.txt - status " OPER-STATUS
002200         STOP RUN
002210     END-IF.
002220     OPEN INPUT SecurityLog.
002230     IF SEC-OK
002240         MOVE "Y" TO LogOpen
002250     ELSE
002260         DISPLAY "secevt.txt not found - no sign-on history"
002270     END-IF.
002280     OPEN OUTPUT ReportFile.
002290     MOVE RunQuarter TO HDR-QUARTER.
002300     MOVE RUN-YEAR TO HDR-YEAR.
002310     MOVE RunDate TO HDR-DATE.
002320     WRITE ReportLine FROM HdrLine1.
002330     MOVE SPACES TO ReportLine.
002340     WRITE ReportLine.
002350     IF NOT LOG-FILE-OPEN
002360         WRITE ReportLine FROM NoLogLine
002370         MOVE SPACES TO ReportLine
002380         WRITE ReportLine
002390     END-IF.
002400     WRITE ReportLine FROM ColHdr1.
002410     WRITE ReportLine FROM ColHdr2.
002420 1000-INITIALIZE-EXIT.
002430     EXIT.
002440*
002450*--------------------------------------------------------------*
002460*  2000-LOAD-OPERATORS-PARA - LOAD EVERY OPERATOR ID ON          *
002470*                  operator.txt INTO OperTable, IN KEY ORDER.    *
002480*--------------------------------------------------------------*
002490 2000-LOAD-OPERATORS-PARA.
002500     MOVE LOW-VALUES TO OPER-ID.
002510     START OperatorFile KEY IS NOT LESS THAN OPER-ID
002520         INVALID KEY
002530             MOVE "10" TO OPER-STATUS
002540     END-START.
002550     PERFORM 2010-LOAD-ONE-PARA
002560         THRU 2010-LOAD-ONE-EXIT
002570         UNTIL OPER-END.
002580 2000-LOAD-OPERATORS-EXIT.
002590     EXIT.
002600*
002610 2010-LOAD-ONE-PARA.
002620     READ OperatorFile NEXT RECORD
002630         AT END
002640             MOVE "10" TO OPER-STATUS
002650     END-READ.
002660     IF OPER-END
002670         GO TO 2010-LOAD-ONE-EXIT
002680     END-IF.
002690     IF TableCount NOT < TableMax
002700         DISPLAY "Over 500 operator IDs on file -"
002710             " report incomplete"
002720         MOVE "10" TO OPER-STATUS
002730         GO TO 2010-LOAD-ONE-EXIT
002740     END-IF.
002750     ADD 1 TO TableCount.
002760     MOVE OPER-ID TO OT-ID(TableCount).
002770     MOVE OPER-ROLE TO OT-ROLE(TableCount).
002780     MOVE OPER-ENABLED TO OT-ENABLED(TableCount).
002790     MOVE OPER-LOCKED TO OT-LOCKED(TableCount).
002800     MOVE ZERO TO OT-SIGNON-DATE(TableCount).
002810     MOVE ZERO TO OT-SIGNON-TIME(TableCount).
002820     MOVE ZERO TO OT-CHG-DATE(TableCount).
002830     MOVE ZERO TO OT-CHG-TIME(TableCount).
002840     MOVE SPACES TO OT-CHG-EVENT(TableCount).
002850     MOVE SPACES TO OT-CHG-BY(TableCount).
002860 2010-LOAD-ONE-EXIT.
002870     EXIT.
002880*
002890*--------------------------------------------------------------*
002900*  3000-SCAN-LOG-PARA - READ secevt.txt END TO END.  FOR EACH    *
002910*                  ID KEEP THE LATEST SIGNON OK AND THE LATEST   *
002920*                  OPER ADDED, OPER ENABLED, OPER DISABLE, PW    *
002930*                  RESET OR AUTO DISABLE - THE LAST CHANGE MADE  *
002935*                  TO THE ID'S ACCESS BY A SUPERVISOR OR THE     *
002937*                  SWEEP.                                        *
002940*--------------------------------------------------------------*
002950 3000-SCAN-LOG-PARA.
002960     PERFORM 3010-READ-EVENT-PARA
002970         THRU 3010-READ-EVENT-EXIT
002980         UNTIL SEC-END.
002990 3000-SCAN-LOG-EXIT.
003000     EXIT.
003010*
003020 3010-READ-EVENT-PARA.
003030     READ SecurityLog
003040         AT END
003050             MOVE "10" TO SEC-STATUS
003060     END-READ.
003070     IF SEC-END
003080         GO TO 3010-READ-EVENT-EXIT
003090     END-IF.
003100     IF SEC-EVENT NOT = "SIGNON OK"
003102         AND SEC-EVENT NOT = "OPER ADDED"
003104         AND SEC-EVENT NOT = "OPER ENABLED"
003106         AND SEC-EVENT NOT = "OPER DISABLE"
003107         AND SEC-EVENT NOT = "PW RESET"
003108         AND SEC-EVENT NOT = "AUTO DISABLE"
003110             GO TO 3010-READ-EVENT-EXIT
003120     END-IF.
003130     MOVE "N" TO OperFound.
003140     PERFORM 3020-FIND-OPER-PARA
003150         THRU 3020-FIND-OPER-EXIT
003160         VARYING ChkSub FROM 1 BY 1
003170         UNTIL ChkSub > TableCount
003180             OR OPER-IN-TABLE.
003190     IF NOT OPER-IN-TABLE
003200         GO TO 3010-READ-EVENT-EXIT
003210     END-IF.
003220     SUBTRACT 1 FROM ChkSub.
003230     IF SEC-EVENT = "SIGNON OK"
003240         IF SEC-DATE > OT-SIGNON-DATE(ChkSub)
003250             OR (SEC-DATE = OT-SIGNON-DATE(ChkSub)
003260                 AND SEC-TIME NOT < OT-SIGNON-TIME(ChkSub))
003270                     MOVE SEC-DATE TO OT-SIGNON-DATE(ChkSub)
003280                     MOVE SEC-TIME TO OT-SIGNON-TIME(ChkSub)
003290         END-IF
003300     ELSE
003310         IF SEC-DATE > OT-CHG-DATE(ChkSub)
003320             OR (SEC-DATE = OT-CHG-DATE(ChkSub)
003330                 AND SEC-TIME NOT < OT-CHG-TIME(ChkSub))
003340                     MOVE SEC-DATE TO OT-CHG-DATE(ChkSub)
003350                     MOVE SEC-TIME TO OT-CHG-TIME(ChkSub)
003360                     MOVE SEC-EVENT TO OT-CHG-EVENT(ChkSub)
003370                     MOVE SEC-BY TO OT-CHG-BY(ChkSub)
003380         END-IF
003390     END-IF.
003400 3010-READ-EVENT-EXIT.
003410     EXIT.
003420*
003430 3020-FIND-OPER-PARA.
003440     IF OT-ID(ChkSub) = SEC-OPER
003450         MOVE "Y" TO OperFound
003460     END-IF.
003470 3020-FIND-OPER-EXIT.
003480     EXIT.
003490*
003500*--------------------------------------------------------------*
003510*  4000-REPORT-PARA - ONE LINE PER OPERATOR ID, THEN THE COUNTS  *
003520*--------------------------------------------------------------*
003530 4000-REPORT-PARA.
003540     PERFORM 4100-REPORT-ONE-PARA
003550         THRU 4100-REPORT-ONE-EXIT
003560         VARYING OperSub FROM 1 BY 1
003570         UNTIL OperSub > TableCount.
003580     IF TableCount = ZERO
003590         MOVE "NO OPERATOR IDS ON FILE" TO ReportLine
003600         WRITE ReportLine
003610     END-IF.
003620     MOVE SPACES TO ReportLine.
003630     WRITE ReportLine.
003640     MOVE "COUNTS" TO ReportLine.
003650     WRITE ReportLine.
003660     MOVE "OPERATOR IDS ON FILE" TO CNT-TEXT.
003670     MOVE TableCount TO CNT-COUNT.
003680     WRITE ReportLine FROM CountLine.
003690     MOVE "ENABLED" TO CNT-TEXT.
003700     MOVE EnabledCount TO CNT-COUNT.
003710     WRITE ReportLine FROM CountLine.
003720     MOVE "  OF WHICH SUPERVISORS" TO CNT-TEXT.
003730     MOVE SuperCount TO CNT-COUNT.
003740     WRITE ReportLine FROM CountLine.
003750     MOVE "DISABLED" TO CNT-TEXT.
003760     MOVE DisabledCount TO CNT-COUNT.
003770     WRITE ReportLine FROM CountLine.
003780     MOVE "LOCKED" TO CNT-TEXT.
003790     MOVE LockedCount TO CNT-COUNT.
003800     WRITE ReportLine FROM CountLine.
003810     MOVE "NEVER SIGNED ON" TO CNT-TEXT.
003820     MOVE NeverCount TO CNT-COUNT.
003830     WRITE ReportLine FROM CountLine.
003840 4000-REPORT-EXIT.
003850     EXIT.
003860*
003870 4100-REPORT-ONE-PARA.
003880     MOVE SPACES TO DetailLine.
003890     MOVE ALL "_" TO DET-REVIEW.
003900     MOVE OT-ID(OperSub) TO DET-OPER.
003910     IF OT-ROLE(OperSub) = "S"
003920         MOVE "SUPERVISOR" TO DET-ROLE
003930     ELSE
003940         MOVE "CLERK" TO DET-ROLE
003950     END-IF.
003960     IF OT-ENABLED(OperSub) = "Y"
003970         MOVE "YES" TO DET-ENABLED
003980         ADD 1 TO EnabledCount
003990         IF OT-ROLE(OperSub) = "S"
004000             ADD 1 TO SuperCount
004010         END-IF
004020     ELSE
004030         MOVE "NO" TO DET-ENABLED
004040         ADD 1 TO DisabledCount
004050     END-IF.
004060     IF OT-LOCKED(OperSub) = "Y"
004070         MOVE "YES" TO DET-LOCKED
004080         ADD 1 TO LockedCount
004090     ELSE
004100         MOVE "NO" TO DET-LOCKED
004110     END-IF.
004120     IF OT-SIGNON-DATE(OperSub) = ZERO
004130         MOVE "NEVER" TO DET-SIGNON
004140         ADD 1 TO NeverCount
004150     ELSE
004160         MOVE OT-SIGNON-DATE(OperSub) TO DET-SIGNON
004170     END-IF.
004180     IF OT-CHG-DATE(OperSub) = ZERO
004190         MOVE "NONE" TO DET-CHG-EVENT
004200     ELSE
004210         MOVE OT-CHG-EVENT(OperSub) TO DET-CHG-EVENT
004220         MOVE OT-CHG-DATE(OperSub) TO DET-CHG-DATE
004230         MOVE OT-CHG-BY(OperSub) TO DET-CHG-BY
004240     END-IF.
004250     WRITE ReportLine FROM DetailLine.
004260 4100-REPORT-ONE-EXIT.
004270     EXIT.
004280*
004290*--------------------------------------------------------------*
004300*  5000-SIGN-OFF-PARA - DEPARTMENT HEAD SIGN-OFF BLOCK          *
004310*--------------------------------------------------------------*
004320 5000-SIGN-OFF-PARA.
004330     MOVE SPACES TO ReportLine.
004340     WRITE ReportLine.
004350     MOVE "DEPARTMENT HEAD SIGN-OFF" TO ReportLine.
004360     WRITE ReportLine.
004370     MOVE SPACES TO ReportLine.
004380     WRITE ReportLine.
004390     MOVE "    I HAVE REVIEWED EVERY OPERATOR ID LISTED ABOVE."
004400         TO ReportLine.
004410     WRITE ReportLine.
004420     MOVE "    ACCESS IS STILL NEEDED AND THE ROLE IS CORRECT"
004430         TO ReportLine.
004440     WRITE ReportLine.
004450     MOVE "    EXCEPT WHERE MARKED REMOVE OR CHANGE IN THE"
004460         TO ReportLine.
004470     WRITE ReportLine.
004480     MOVE "    REVIEWER COLUMN."
004490         TO ReportLine.
004500     WRITE ReportLine.
004510     MOVE SPACES TO ReportLine.
004520     WRITE ReportLine.
004530     MOVE "DEPARTMENT" TO SGN-LABEL.
004540     WRITE ReportLine FROM SignLine.
004550     MOVE SPACES TO ReportLine.
004560     WRITE ReportLine.
004570     MOVE "DEPARTMENT HEAD (PRINT)" TO SGN-LABEL.
004580     WRITE ReportLine FROM SignLine.
004590     MOVE SPACES TO ReportLine.
004600     WRITE ReportLine.
004610     MOVE "SIGNATURE" TO SGN-LABEL.
004620     WRITE ReportLine FROM SignLine.
004630     MOVE SPACES TO ReportLine.
004640     WRITE ReportLine.
004650     MOVE "DATE SIGNED" TO SGN-LABEL.
004660     WRITE ReportLine FROM SignLine.
004670     MOVE SPACES TO ReportLine.
004680     WRITE ReportLine.
004690     MOVE "CHANGES KEYED BY (DP)" TO SGN-LABEL.
004700     WRITE ReportLine FROM SignLine.
004710     MOVE SPACES TO ReportLine.
004720     WRITE ReportLine.
004730     MOVE "*** END OF REPORT ***" TO ReportLine.
004740     WRITE ReportLine.
004750 5000-SIGN-OFF-EXIT.
004760     EXIT.
004770*
004780*--------------------------------------------------------------*
004790*  9000-TERMINATE-PARA - CLOSE FILES AND SHOW THE COUNTS        *
004800*--------------------------------------------------------------*
004810 9000-TERMINATE-PARA.
004820     CLOSE OperatorFile.
004830     IF LOG-FILE-OPEN
004840         CLOSE SecurityLog
004850     END-IF.
004860     CLOSE ReportFile.
004870     DISPLAY "Operator Recertification Report complete".
004880     MOVE TableCount TO EditedCount.
004890     DISPLAY "Operator IDs listed : " EditedCount.
004900     DISPLAY "Report written to certrpt.txt".
004910 9000-TERMINATE-EXIT.
004920     EXIT.
