000010*
000020*--------------------------------------------------------------*
000030*  PROGRAM      : PENDING CHANGE REPORT                         *
000040*  INSTALLATION : DATA PROCESSING DEPT                         *
000050*  AUTHOR       : R. HOLLIS                                    *
000060*  DATE-WRITTEN : 10/15/2026                                   *
000070*  PURPOSE      : MORNING REPORT OVER custpend.txt, THE QUEUE   *
000080*                 OF CLERK NAME AND ADDRESS CHANGES WAITING     *
000090*                 FOR A SUPERVISOR'S SIGN-OFF IN Customer       *
000100*                 Data (OPTION 12).  LISTS EVERY CHANGE STILL   *
000110*                 WAITING THAT WAS KEYED MORE THAN ONE DAY      *
000120*                 BEFORE THE REPORT DATE, OLDEST FIRST, WITH    *
000130*                 THE CLERK AND THE BEFORE/AFTER NAME AND       *
000140*                 ADDRESS.  THE REPORT GOES TO pendrpt.txt.     *
000150*                 RUN EVERY MORNING FROM THE DIRECTORY HOLDING  *
000160*                 custpend.txt.                                 *
000170*--------------------------------------------------------------*
000180*  MODIFICATION HISTORY                                        *
000190*  ----------------------------------------------------------   *
000200*  10/15/2026  RH  INITIAL VERSION.                             *
000210*--------------------------------------------------------------*
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. "Pending Change Report".
000240 AUTHOR. R. HOLLIS.
000250 INSTALLATION. DATA PROCESSING DEPT.
000260 DATE-WRITTEN. 10/15/2026.
000270 DATE-COMPILED.
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000310 OBJECT-COMPUTER. IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PendFile ASSIGN TO "custpend.txt"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS PEND-KEY
000380         FILE STATUS IS PEND-STATUS.
000390     SELECT ReportFile ASSIGN TO "pendrpt.txt"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS RPT-STATUS.
000420     SELECT SortWork ASSIGN TO "pendrpt.srt".
000430*
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  PendFile.
000470 01  PendRecord.
000480     02  PEND-KEY.
000490         03  PEND-IDNUM PIC 9(06).
000500         03  PEND-SEQ PIC 9(04).
000510     02  PEND-DATE PIC 9(08).
000520     02  PEND-TIME PIC 9(08).
000530     02  PEND-OPER PIC X(08).
000540     02  PEND-OLD-FIRST PIC X(15).
000550     02  PEND-OLD-LAST PIC X(15).
000560     02  PEND-OLD-ADDR PIC X(52).
000570     02  PEND-NEW-FIRST PIC X(15).
000580     02  PEND-NEW-LAST PIC X(15).
000590     02  PEND-NEW-ADDR PIC X(52).
000600     02  PEND-STATE PIC X(01).
000610         88  PEND-WAITING VALUE "P".
000620         88  PEND-APPROVED VALUE "A".
000630         88  PEND-REJECTED VALUE "R".
000640     02  PEND-DEC-DATE PIC 9(08).
000650     02  PEND-DEC-OPER PIC X(08).
000660     02  PEND-REASON PIC X(40).
000670*
000680 FD  ReportFile.
000690 01  ReportLine PIC X(132).
000700*
000710 SD  SortWork.
000720 01  SortRecord.
000730     02  SRT-DATE PIC 9(08).
000740     02  SRT-TIME PIC 9(08).
000750     02  SRT-IDNUM PIC 9(06).
000760     02  SRT-OPER PIC X(08).
000770     02  SRT-OLD-FIRST PIC X(15).
000780     02  SRT-OLD-LAST PIC X(15).
000790     02  SRT-OLD-ADDR PIC X(52).
000800     02  SRT-NEW-FIRST PIC X(15).
000810     02  SRT-NEW-LAST PIC X(15).
000820     02  SRT-NEW-ADDR PIC X(52).
000830*
000840 WORKING-STORAGE SECTION.
000850 01  PEND-STATUS PIC X(02).
000860     88  PEND-OK VALUE "00".
000870     88  PEND-END VALUE "10".
000880 01  RPT-STATUS PIC X(02).
000890     88  RPT-OK VALUE "00".
000900 01  SRT-STATUS PIC X(02).
000910     88  SRT-END VALUE "10".
000920 01  ReportDate PIC 9(08).
000930 01  NowTime PIC 9(08).
000940 01  CutoffDate PIC 9(08).
000950 01  CutoffParts REDEFINES CutoffDate.
000960     02  CUT-YEAR PIC 9(04).
000970     02  CUT-MONTH PIC 9(02).
000980     02  CUT-DAY PIC 9(02).
000990 01  MonthDayValues.
001000     02  FILLER PIC X(24) VALUE "312831303130313130313031".
001010 01  MonthDayTable REDEFINES MonthDayValues.
001020     02  MONTH-DAYS PIC 9(02) OCCURS 12.
001030 01  LeapWork PIC 9(04).
001040 01  LeapRem4 PIC 9(04).
001050 01  LeapRem100 PIC 9(04).
001060 01  LeapRem400 PIC 9(04).
001070 77  WaitingCount PIC 9(07) COMP VALUE ZERO.
001080 77  OverdueCount PIC 9(07) COMP VALUE ZERO.
001090 77  DecidedCount PIC 9(07) COMP VALUE ZERO.
001100 01  EditedCount PIC Z,ZZZ,ZZ9.
001110 01  RptHdr.
001120     02  FILLER PIC X(44)
001130         VALUE "NAME/ADDRESS CHANGES WAITING OVER ONE DAY - ".
001140     02  FILLER PIC X(06) VALUE "AS OF ".
001150     02  HDR-DATE PIC 9(08).
001160     02  FILLER PIC X(74) VALUE SPACES.
001170 01  ColHdr.
001180     02  FILLER PIC X(40)
001190         VALUE "KEYED ON TIME     CUST   CLERK    ITEM  ".
001200     02  FILLER PIC X(40)
001210         VALUE "ON FILE                                 ".
001220     02  FILLER PIC X(52) VALUE "REQUESTED".
001230 01  DetailLine.
001240     02  DET-KEY-AREA.
001250         03  DET-DATE PIC 9(08).
001260         03  FILLER PIC X(01) VALUE SPACES.
001270         03  DET-TIME PIC 9(08).
001280         03  FILLER PIC X(01) VALUE SPACES.
001290         03  DET-IDNUM PIC 9(06).
001300         03  FILLER PIC X(01) VALUE SPACES.
001310         03  DET-OPER PIC X(08).
001320         03  FILLER PIC X(01) VALUE SPACES.
001330     02  DET-ITEM PIC X(05).
001340     02  FILLER PIC X(01) VALUE SPACES.
001350     02  DET-OLD PIC X(39).
001360     02  FILLER PIC X(01) VALUE SPACES.
001370     02  DET-NEW PIC X(39).
001380     02  FILLER PIC X(13) VALUE SPACES.
001390 01  NameWork.
001400     02  NW-FIRST PIC X(15).
001410     02  FILLER PIC X(01) VALUE SPACES.
001420     02  NW-LAST PIC X(15).
001430     02  FILLER PIC X(08) VALUE SPACES.
001440 01  AddrWork.
001450     02  AW-STREET PIC X(30).
001460     02  FILLER PIC X(01) VALUE SPACES.
001470     02  AW-STATE PIC X(02).
001480     02  FILLER PIC X(01) VALUE SPACES.
001490     02  AW-ZIP PIC X(05).
001500 01  CountLine.
001510     02  FILLER PIC X(04) VALUE SPACES.
001520     02  CNT-TEXT PIC X(24).
001530     02  CNT-COUNT PIC Z,ZZZ,ZZ9.
001540     02  FILLER PIC X(95) VALUE SPACES.
001550*
001560 PROCEDURE DIVISION.
001570*
001580*--------------------------------------------------------------*
001590*  0000-MAINLINE-PARA - PROGRAM CONTROL                         *
001600*--------------------------------------------------------------*
001610 0000-MAINLINE-PARA.
001620     PERFORM 1000-INITIALIZE-PARA
001630         THRU 1000-INITIALIZE-EXIT.
001640     SORT SortWork
001650         ON ASCENDING KEY SRT-DATE SRT-TIME SRT-IDNUM
001660         INPUT PROCEDURE IS 2000-SELECT-PARA
001670             THRU 2000-SELECT-EXIT
001680         OUTPUT PROCEDURE IS 3000-REPORT-PARA
001690             THRU 3000-REPORT-EXIT.
001700     PERFORM 4000-TOTALS-PARA
001710         THRU 4000-TOTALS-EXIT.
001720     PERFORM 9000-TERMINATE-PARA
001730         THRU 9000-TERMINATE-EXIT.
001740     STOP RUN.
001750 0000-MAINLINE-EXIT.
001760     EXIT.
001770*
001780*--------------------------------------------------------------*
001790*  1000-INITIALIZE-PARA - GET THE REPORT DATE, WORK OUT THE      *
001800*                  DAY BEFORE IT AND OPEN FILES.  A CHANGE IS    *
001810*                  OVER A DAY OLD WHEN IT WAS KEYED BEFORE THAT  *
001820*                  DAY, OR ON THAT DAY EARLIER THAN THE TIME     *
001830*                  NOW.                                          *
001840*--------------------------------------------------------------*
001850 1000-INITIALIZE-PARA.
001860     DISPLAY "PENDING CHANGE REPORT".
001870     DISPLAY "Report date (YYYYMMDD, 0 = today) : "
001880         WITH NO ADVANCING.
001890     ACCEPT ReportDate.
001900     IF ReportDate = ZERO
001910         ACCEPT ReportDate FROM DATE YYYYMMDD
001920     END-IF.
001930     ACCEPT NowTime FROM TIME.
001940     MOVE ReportDate TO CutoffDate.
001950     PERFORM 1100-BACK-ONE-DAY-PARA
001960         THRU 1100-BACK-ONE-DAY-EXIT.
001970     OPEN INPUT PendFile.
001980     IF NOT PEND-OK
001990         DISPLAY "Cannot open custpend.txt - status "
002000             PEND-STATUS
002010         STOP RUN
002020     END-IF.
002030     OPEN OUTPUT ReportFile.
002040     MOVE ReportDate TO HDR-DATE.
002050     WRITE ReportLine FROM RptHdr.
002060     MOVE SPACES TO ReportLine.
002070     WRITE ReportLine.
002080     WRITE ReportLine FROM ColHdr.
002090 1000-INITIALIZE-EXIT.
002100     EXIT.
002110*
002120*--------------------------------------------------------------*
002130*  1100-BACK-ONE-DAY-PARA - STEP CutoffDate BACK ONE CALENDAR    *
002140*                  DAY, ACROSS MONTH AND YEAR ENDS.  FEBRUARY    *
002150*                  HAS 29 DAYS IN A LEAP YEAR (DIVISIBLE BY 4,   *
002160*                  NOT BY 100 UNLESS ALSO BY 400).               *
002170*--------------------------------------------------------------*
002180 1100-BACK-ONE-DAY-PARA.
002190     IF CUT-DAY > 1
002200         SUBTRACT 1 FROM CUT-DAY
002210         GO TO 1100-BACK-ONE-DAY-EXIT
002220     END-IF.
002230     IF CUT-MONTH > 1
002240         SUBTRACT 1 FROM CUT-MONTH
002250     ELSE
002260         SUBTRACT 1 FROM CUT-YEAR
002270         MOVE 12 TO CUT-MONTH
002280     END-IF.
002290     MOVE MONTH-DAYS (CUT-MONTH) TO CUT-DAY.
002300     IF CUT-MONTH = 2
002310         DIVIDE CUT-YEAR BY 4 GIVING LeapWork
002320             REMAINDER LeapRem4
002330         DIVIDE CUT-YEAR BY 100 GIVING LeapWork
002340             REMAINDER LeapRem100
002350         DIVIDE CUT-YEAR BY 400 GIVING LeapWork
002360             REMAINDER LeapRem400
002370         IF LeapRem4 = ZERO
002380             AND (LeapRem100 NOT = ZERO OR LeapRem400 = ZERO)
002390                 MOVE 29 TO CUT-DAY
002400         END-IF
002410     END-IF.
002420 1100-BACK-ONE-DAY-EXIT.
002430     EXIT.
002440*
002450*--------------------------------------------------------------*
002460*  2000-SELECT-PARA - SORT INPUT.  RELEASE EVERY CHANGE STILL    *
002470*                  WAITING THAT IS OVER A DAY OLD, KEYED BY THE  *
002480*                  DATE AND TIME IT WAS ENTERED.                 *
002490*--------------------------------------------------------------*
002500 2000-SELECT-PARA.
002510     PERFORM 2100-SELECT-ONE-PARA
002520         THRU 2100-SELECT-ONE-EXIT
002530         UNTIL PEND-END.
002540 2000-SELECT-EXIT.
002550     EXIT.
002560*
002570 2100-SELECT-ONE-PARA.
002580     READ PendFile NEXT RECORD
002590         AT END
002600             MOVE "10" TO PEND-STATUS
002610     END-READ.
002620     IF NOT PEND-OK
002630         MOVE "10" TO PEND-STATUS
002640         GO TO 2100-SELECT-ONE-EXIT
002650     END-IF.
002660     IF NOT PEND-WAITING
002670         ADD 1 TO DecidedCount
002680         GO TO 2100-SELECT-ONE-EXIT
002690     END-IF.
002700     ADD 1 TO WaitingCount.
002710     IF PEND-DATE > CutoffDate
002720         GO TO 2100-SELECT-ONE-EXIT
002730     END-IF.
002740     IF PEND-DATE = CutoffDate
002750         AND PEND-TIME NOT < NowTime
002760             GO TO 2100-SELECT-ONE-EXIT
002770     END-IF.
002780     MOVE PEND-DATE TO SRT-DATE.
002790     MOVE PEND-TIME TO SRT-TIME.
002800     MOVE PEND-IDNUM TO SRT-IDNUM.
002810     MOVE PEND-OPER TO SRT-OPER.
002820     MOVE PEND-OLD-FIRST TO SRT-OLD-FIRST.
002830     MOVE PEND-OLD-LAST TO SRT-OLD-LAST.
002840     MOVE PEND-OLD-ADDR TO SRT-OLD-ADDR.
002850     MOVE PEND-NEW-FIRST TO SRT-NEW-FIRST.
002860     MOVE PEND-NEW-LAST TO SRT-NEW-LAST.
002870     MOVE PEND-NEW-ADDR TO SRT-NEW-ADDR.
002880     RELEASE SortRecord.
002890 2100-SELECT-ONE-EXIT.
002900     EXIT.
002910*
002920*--------------------------------------------------------------*
002930*  3000-REPORT-PARA - SORT OUTPUT.  ONE LINE FOR A NAME CHANGE   *
002940*                  AND ONE FOR AN ADDRESS CHANGE, EACH SHOWING   *
002950*                  THE VALUE ON FILE BESIDE THE VALUE ASKED FOR. *
002960*--------------------------------------------------------------*
002970 3000-REPORT-PARA.
002980     MOVE "00" TO SRT-STATUS.
002990     PERFORM 3100-REPORT-ONE-PARA
003000         THRU 3100-REPORT-ONE-EXIT
003010         UNTIL SRT-END.
003020 3000-REPORT-EXIT.
003030     EXIT.
003040*
003050 3100-REPORT-ONE-PARA.
003060     RETURN SortWork
003070         AT END
003080             MOVE "10" TO SRT-STATUS
003090     END-RETURN.
003100     IF SRT-END
003110         GO TO 3100-REPORT-ONE-EXIT
003120     END-IF.
003130     ADD 1 TO OverdueCount.
003140     MOVE SRT-DATE TO DET-DATE.
003150     MOVE SRT-TIME TO DET-TIME.
003160     MOVE SRT-IDNUM TO DET-IDNUM.
003170     MOVE SRT-OPER TO DET-OPER.
003180     IF SRT-OLD-FIRST NOT = SRT-NEW-FIRST
003190         OR SRT-OLD-LAST NOT = SRT-NEW-LAST
003200             MOVE "NAME" TO DET-ITEM
003210             MOVE SRT-OLD-FIRST TO NW-FIRST
003220             MOVE SRT-OLD-LAST TO NW-LAST
003230             MOVE NameWork TO DET-OLD
003240             MOVE SRT-NEW-FIRST TO NW-FIRST
003250             MOVE SRT-NEW-LAST TO NW-LAST
003260             MOVE NameWork TO DET-NEW
003270             WRITE ReportLine FROM DetailLine
003280             MOVE SPACES TO DET-KEY-AREA
003290     END-IF.
003300     IF SRT-OLD-ADDR NOT = SRT-NEW-ADDR
003310         MOVE "ADDR" TO DET-ITEM
003320         MOVE SRT-OLD-ADDR(1:30) TO AW-STREET
003330         MOVE SRT-OLD-ADDR(46:2) TO AW-STATE
003340         MOVE SRT-OLD-ADDR(48:5) TO AW-ZIP
003350         MOVE AddrWork TO DET-OLD
003360         MOVE SRT-NEW-ADDR(1:30) TO AW-STREET
003370         MOVE SRT-NEW-ADDR(46:2) TO AW-STATE
003380         MOVE SRT-NEW-ADDR(48:5) TO AW-ZIP
003390         MOVE AddrWork TO DET-NEW
003400         WRITE ReportLine FROM DetailLine
003410     END-IF.
003420 3100-REPORT-ONE-EXIT.
003430     EXIT.
003440*
003450 4000-TOTALS-PARA.
003460     MOVE SPACES TO ReportLine.
003470     WRITE ReportLine.
003480     MOVE "COUNTS" TO ReportLine.
003490     WRITE ReportLine.
003500     MOVE "CHANGES WAITING" TO CNT-TEXT.
003510     MOVE WaitingCount TO CNT-COUNT.
003520     WRITE ReportLine FROM CountLine.
003530     MOVE "  OF WHICH OVER ONE DAY" TO CNT-TEXT.
003540     MOVE OverdueCount TO CNT-COUNT.
003550     WRITE ReportLine FROM CountLine.
003560     MOVE "APPROVED OR REJECTED" TO CNT-TEXT.
003570     MOVE DecidedCount TO CNT-COUNT.
003580     WRITE ReportLine FROM CountLine.
003590     MOVE "*** END OF REPORT ***" TO ReportLine.
003600     WRITE ReportLine.
003610 4000-TOTALS-EXIT.
003620     EXIT.
003630*
003640*--------------------------------------------------------------*
003650*  9000-TERMINATE-PARA - CLOSE FILES AND SHOW THE COUNTS        *
003660*--------------------------------------------------------------*
003670 9000-TERMINATE-PARA.
003680     CLOSE PendFile.
003690     CLOSE ReportFile.
003700     DISPLAY "Pending Change Report complete".
003710     MOVE WaitingCount TO EditedCount.
003720     DISPLAY "Changes waiting   : " EditedCount.
003730     MOVE OverdueCount TO EditedCount.
003740     DISPLAY "  Over one day    : " EditedCount.
003750     DISPLAY "Report written to pendrpt.txt".
003760 9000-TERMINATE-EXIT.
003770     EXIT.
