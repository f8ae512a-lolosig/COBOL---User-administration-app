000010*
000020*--------------------------------------------------------------*
000030*  PROGRAM      : CUSTOMER PORTFOLIO STATISTICS                *
000040*  INSTALLATION : DATA PROCESSING DEPT                         *
000050*  AUTHOR       : R. HOLLIS                                    *
000060*  DATE-WRITTEN : 10/15/2026                                   *
000070*  PURPOSE      : MONTH-END STATISTICS FOR MANAGEMENT AND      *
000080*                 FINANCE.  THE MONTH (YYYYMM) IS KEYED AT THE *
000090*                 PROMPT, 0 TAKING LAST MONTH.  customer.txt   *
000100*                 IS READ END TO END FOR ACTIVE AND INACTIVE   *
000110*                 COUNTS BY ADDR-STATE AND FOR THE ACTIVE      *
000120*                 RECORDS MISSING AN EMAIL, A PHONE OR ANY     *
000130*                 PART OF THE ADDRESS (STREET, CITY, STATE,    *
000140*                 ZIP).  custaudit.txt AND audarch.txt ARE     *
000150*                 READ FOR THE MONTH'S ADDS, DEACTIVATIONS,    *
000160*                 REACTIVATIONS, MERGES AND REINSTATEMENTS.    *
000170*                 NET GROWTH IS THE NUMBER OF THE MONTH'S      *
000180*                 AUDIT ENTRIES THAT MADE A CUSTOMER ACTIVE    *
000190*                 LESS THE NUMBER THAT TOOK ONE OUT OF ACTIVE, *
000200*                 WHATEVER THE ACTION (A MERGE OR A RESTORE    *
000210*                 COUNTS WHEN IT CHANGES THE STATUS).  THE     *
000220*                 MONTH'S FIGURES ARE STORED ON THE HISTORY    *
000230*                 FILE monhist.txt, ONE ROW PER MONTH IN MONTH *
000240*                 ORDER, KEEPING THE LATEST 120 MONTHS - A     *
000250*                 RERUN FOR THE SAME MONTH REPLACES ITS ROW.   *
000260*                 THE REPORT monrpt.txt PRINTS THE STATE       *
000265*                 TABLE, THE MONTH'S MOVEMENT AND MISSING      *
000270*                 DATA, AND THE 13-MONTH TREND ENDING AT THE   *
000280*                 MONTH FROM THE HISTORY FILE.  THE SAME       *
000290*                 FIGURES GO TO monfin.txt,                    *
000300*                 SEMICOLON-DELIMITED FOR THE FINANCE          *
000310*                 SPREADSHEET - A HEADING ROW AND ONE ROW PER  *
000320*                 TREND MONTH ON FILE, A BLANK ROW, THEN A     *
000330*                 HEADING ROW AND ONE ROW PER STATE WITH A     *
000340*                 TOTAL ROW.  THE STATE COUNTS ARE             *
000350*                 customer.txt AS IT STANDS WHEN THE JOB RUNS, *
000360*                 SO RUN IT BEFORE ONLINE OPENS ON THE FIRST   *
000370*                 DAY OF THE NEXT MONTH (KEYING 0), AND BEFORE *
000380*                 Customer Archive And Purge MOVES THAT        *
000390*                 PERIOD'S audarch.txt ASIDE.  RUN AS A        *
000392*                 STANDALONE BATCH STEP FROM THE DIRECTORY     *
000394*                 HOLDING customer.txt.                        *
000400*--------------------------------------------------------------*
000410*  MODIFICATION HISTORY                                        *
000420*  ----------------------------------------------------------   *
000430*  10/15/2026  RH  INITIAL VERSION.                            *
000440*--------------------------------------------------------------*
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. "Customer Portfolio Statistics".
000470 AUTHOR. R. HOLLIS.
000480 INSTALLATION. DATA PROCESSING DEPT.
000490 DATE-WRITTEN. 10/15/2026.
000500 DATE-COMPILED.
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER. IBM-370.
000540 OBJECT-COMPUTER. IBM-370.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT CustomerFile ASSIGN TO "customer.txt"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS iDNUM
000610         ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
000620         FILE STATUS IS CF-STATUS.
000630     SELECT CustomerAudit ASSIGN TO "custaudit.txt"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS AUD-STATUS.
000660     SELECT AudArch ASSIGN TO "audarch.txt"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS ROLL-STATUS.
000690     SELECT HistFile ASSIGN TO "monhist.txt"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS HIST-STATUS.
000720     SELECT ReportFile ASSIGN TO "monrpt.txt"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS RPT-STATUS.
000750     SELECT FinFile ASSIGN TO "monfin.txt"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS FIN-STATUS.
000780     SELECT SortWork ASSIGN TO "monstat.srt".
000790*
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  CustomerFile.
000830 01  CustomerData.
000840     02  iDNUM PIC 9(06).
000850     02  FIRSTNAME PIC X(15).
000860     02  LASTNAME PIC X(15).
000870     02  ADDR.
000880         03  ADDR-STREET PIC X(30).
000890         03  ADDR-CITY PIC X(15).
000900         03  ADDR-STATE PIC X(02).
000910         03  ADDR-ZIP PIC X(05).
000920     02  PHONE PIC X(12).
000930     02  EMAIL PIC X(30).
000940     02  STATUS-FLAG PIC X(01).
000950         88  ACTIVE-CUSTOMER VALUE "A".
000960         88  INACTIVE-CUSTOMER VALUE "D".
000970     02  STATUS-DATE PIC 9(08).
000980*
000990 FD  CustomerAudit.
001000 01  AuditRecord.
001010     02  AUD-DATE PIC 9(08).
001020     02  AUD-TIME PIC 9(08).
001030     02  AUD-ACTION PIC X(10).
001040     02  AUD-IDNUM PIC 9(06).
001050     02  AUD-OLD-FIRST PIC X(15).
001060     02  AUD-OLD-LAST PIC X(15).
001070     02  AUD-OLD-ADDR PIC X(52).
001080     02  AUD-OLD-PHONE PIC X(12).
001090     02  AUD-OLD-EMAIL PIC X(30).
001100     02  AUD-OLD-STATUS PIC X(01).
001110     02  AUD-NEW-FIRST PIC X(15).
001120     02  AUD-NEW-LAST PIC X(15).
001130     02  AUD-NEW-ADDR PIC X(52).
001140     02  AUD-NEW-PHONE PIC X(12).
001150     02  AUD-NEW-EMAIL PIC X(30).
001160     02  AUD-NEW-STATUS PIC X(01).
001170*
001180 FD  AudArch.
001190 01  RolledAuditRecord PIC X(282).
001200*
001210 FD  HistFile.
001220 01  HistRecord.
001230     02  MH-MONTH PIC 9(06).
001240     02  MH-ACTIVE PIC 9(07).
001250     02  MH-INACTIVE PIC 9(07).
001260     02  MH-ADDS PIC 9(07).
001270     02  MH-DEACTS PIC 9(07).
001280     02  MH-REACTS PIC 9(07).
001290     02  MH-MERGES PIC 9(07).
001300     02  MH-REINSTS PIC 9(07).
001310     02  MH-NET PIC S9(07) SIGN IS LEADING SEPARATE CHARACTER.
001320     02  MH-NO-EMAIL PIC 9(07).
001330     02  MH-NO-PHONE PIC 9(07).
001340     02  MH-NO-ADDR PIC 9(07).
001350     02  MH-RUN-DATE PIC 9(08).
001360*
001370 FD  ReportFile.
001380 01  ReportLine PIC X(132).
001390*
001400 FD  FinFile.
001410 01  FinLine PIC X(150).
001420*
001430 SD  SortWork.
001440 01  SortRecord.
001450     02  SRT-STATE PIC X(02).
001460     02  SRT-FLAG PIC X(01).
001470*
001480 WORKING-STORAGE SECTION.
001490 01  CF-STATUS PIC X(02).
001500     88  CF-OK VALUE "00".
001510     88  CF-END VALUE "10".
001520 01  AUD-STATUS PIC X(02).
001530     88  AUD-OK VALUE "00".
001540     88  AUD-END VALUE "10".
001550 01  ROLL-STATUS PIC X(02).
001560     88  ROLL-OK VALUE "00".
001570     88  ROLL-END VALUE "10".
001580 01  HIST-STATUS PIC X(02).
001590     88  HIST-OK VALUE "00".
001600     88  HIST-END VALUE "10".
001610 01  RPT-STATUS PIC X(02).
001620     88  RPT-OK VALUE "00".
001630 01  FIN-STATUS PIC X(02).
001640     88  FIN-OK VALUE "00".
001650 01  SRT-STATUS PIC X(02).
001660     88  SRT-END VALUE "10".
001670 01  RunDate PIC 9(08).
001680 01  RunParts REDEFINES RunDate.
001690     02  RUN-MONTH PIC 9(06).
001700     02  RUN-DAY PIC 9(02).
001710 01  StatMonth PIC 9(06).
001720 01  StatParts REDEFINES StatMonth.
001730     02  STAT-YEAR PIC 9(04).
001740     02  STAT-MM PIC 9(02).
001750 01  TrendMonth PIC 9(06).
001760 01  TrendParts REDEFINES TrendMonth.
001770     02  TRD-YEAR PIC 9(04).
001780     02  TRD-MM PIC 9(02).
001790 01  AuditDate PIC 9(08).
001800 01  AuditParts REDEFINES AuditDate.
001810     02  AD-MONTH PIC 9(06).
001820     02  AD-DAY PIC 9(02).
001830 01  PrevState PIC X(02).
001840 01  FirstState PIC X VALUE "Y".
001850     88  FIRST-STATE-GROUP VALUE "Y".
001860 01  StateTable.
001870     02  StateEntry OCCURS 100 TIMES.
001880         03  ST-STATE PIC X(02).
001890         03  ST-ACTIVE PIC 9(07) COMP.
001900         03  ST-INACTIVE PIC 9(07) COMP.
001910 01  HistTable.
001920     02  HistEntry OCCURS 120 TIMES.
001930         03  HT-MONTH PIC 9(06).
001940         03  HT-ACTIVE PIC 9(07).
001950         03  HT-INACTIVE PIC 9(07).
001960         03  HT-ADDS PIC 9(07).
001970         03  HT-DEACTS PIC 9(07).
001980         03  HT-REACTS PIC 9(07).
001990         03  HT-MERGES PIC 9(07).
002000         03  HT-REINSTS PIC 9(07).
002010         03  HT-NET PIC S9(07) SIGN IS LEADING SEPARATE CHARACTER.
002020         03  HT-NO-EMAIL PIC 9(07).
002030         03  HT-NO-PHONE PIC 9(07).
002040         03  HT-NO-ADDR PIC 9(07).
002050         03  HT-RUN-DATE PIC 9(08).
002060 01  HistFound PIC X.
002070     88  MONTH-ON-FILE VALUE "Y".
002080 01  MergePair PIC X VALUE "N".
002090     88  MERGE-PAIR-OPEN VALUE "Y".
002100 01  FieldWork PIC X(20).
002110 01  NumEdit PIC -(8)9.
002120 01  PctEdit PIC ZZ9.9.
002130 01  PctWork PIC 9(09).
002140 01  PctValue PIC 9(03)V9.
002150 01  PctCount PIC 9(07).
002160 01  PctBase PIC 9(07).
002170 01  OutLine PIC X(150).
002180 01  OutPtr PIC 9(03) COMP.
002190 77  StateMax PIC 9(04) COMP VALUE 100.
002200 77  StateCount PIC 9(04) COMP VALUE ZERO.
002210 77  StateIx PIC 9(04) COMP VALUE ZERO.
002220 77  HistMax PIC 9(04) COMP VALUE 120.
002230 77  HistCount PIC 9(04) COMP VALUE ZERO.
002240 77  HistIx PIC 9(04) COMP VALUE ZERO.
002250 77  ShiftIx PIC 9(04) COMP VALUE ZERO.
002260 77  TrendIx PIC 9(04) COMP VALUE ZERO.
002270 77  FieldPos PIC 9(04) COMP VALUE ZERO.
002280 77  FieldLen PIC 9(04) COMP VALUE ZERO.
002290 77  CustCount PIC 9(07) COMP VALUE ZERO.
002300 77  ActiveCount PIC 9(07) COMP VALUE ZERO.
002310 77  InactiveCount PIC 9(07) COMP VALUE ZERO.
002320 77  NoEmailCount PIC 9(07) COMP VALUE ZERO.
002330 77  NoPhoneCount PIC 9(07) COMP VALUE ZERO.
002340 77  NoAddrCount PIC 9(07) COMP VALUE ZERO.
002350 77  EntryCount PIC 9(07) COMP VALUE ZERO.
002360 77  AddCount PIC 9(07) COMP VALUE ZERO.
002370 77  DeactCount PIC 9(07) COMP VALUE ZERO.
002380 77  ReactCount PIC 9(07) COMP VALUE ZERO.
002390 77  MergeCount PIC 9(07) COMP VALUE ZERO.
002400 77  ReinstCount PIC 9(07) COMP VALUE ZERO.
002410 77  GainCount PIC 9(07) COMP VALUE ZERO.
002420 77  LossCount PIC 9(07) COMP VALUE ZERO.
002430 77  NetGrowth PIC S9(07) COMP VALUE ZERO.
002440 01  EditedCount PIC Z,ZZZ,ZZ9.
002450 01  HdrLine1.
002460     02  FILLER PIC X(31)
002470         VALUE "CUSTOMER PORTFOLIO STATISTICS  ".
002480     02  FILLER PIC X(07) VALUE "MONTH: ".
002490     02  HDR-MONTH PIC 9(06).
002500     02  FILLER PIC X(12) VALUE "  RUN DATE: ".
002510     02  HDR-RUN-DATE PIC 9(08).
002520     02  FILLER PIC X(68) VALUE SPACES.
002530 01  StateHdr.
002540     02  FILLER PIC X(44)
002550         VALUE "    STATE      ACTIVE   INACTIVE      TOTAL ".
002560     02  FILLER PIC X(88) VALUE SPACES.
002570 01  StateLine.
002580     02  FILLER PIC X(06) VALUE SPACES.
002590     02  STL-STATE PIC X(03).
002600     02  FILLER PIC X(03) VALUE SPACES.
002610     02  STL-ACTIVE PIC Z,ZZZ,ZZ9.
002620     02  FILLER PIC X(02) VALUE SPACES.
002630     02  STL-INACTIVE PIC Z,ZZZ,ZZ9.
002640     02  FILLER PIC X(02) VALUE SPACES.
002650     02  STL-TOTAL PIC Z,ZZZ,ZZ9.
002660     02  FILLER PIC X(89) VALUE SPACES.
002670 01  CountLine.
002680     02  FILLER PIC X(04) VALUE SPACES.
002690     02  CNT-TEXT PIC X(30).
002700     02  CNT-COUNT PIC Z,ZZZ,ZZ9.
002710     02  FILLER PIC X(89) VALUE SPACES.
002720 01  NetLine.
002730     02  FILLER PIC X(04) VALUE SPACES.
002740     02  NET-TEXT PIC X(30).
002750     02  NET-COUNT PIC -,---,--9.
002760     02  FILLER PIC X(89) VALUE SPACES.
002770 01  QualityLine.
002780     02  FILLER PIC X(04) VALUE SPACES.
002790     02  QL-TEXT PIC X(30).
002800     02  QL-COUNT PIC Z,ZZZ,ZZ9.
002810     02  FILLER PIC X(03) VALUE SPACES.
002820     02  QL-PCT PIC ZZ9.9.
002830     02  FILLER PIC X(01) VALUE "%".
002840     02  FILLER PIC X(80) VALUE SPACES.
002850 01  TrendHdr.
002860     02  FILLER PIC X(40)
002870         VALUE "     MONTH     ACTIVE   INACTIVE     ADD".
002880     02  FILLER PIC X(40)
002890         VALUE "S   DEACTS   REACTS   MERGES   REINST   ".
002900     02  FILLER PIC X(30)
002910         VALUE "   NET  %EMAIL  %PHONE   %ADDR".
002920     02  FILLER PIC X(22) VALUE SPACES.
002930 01  TrendLine.
002940     02  FILLER PIC X(04) VALUE SPACES.
002950     02  TRL-MONTH PIC 9(06).
002960     02  FILLER PIC X(02) VALUE SPACES.
002970     02  TRL-ACTIVE PIC Z,ZZZ,ZZ9.
002980     02  FILLER PIC X(02) VALUE SPACES.
002990     02  TRL-INACTIVE PIC Z,ZZZ,ZZ9.
003000     02  FILLER PIC X(02) VALUE SPACES.
003010     02  TRL-ADDS PIC ZZZ,ZZ9.
003020     02  FILLER PIC X(02) VALUE SPACES.
003030     02  TRL-DEACTS PIC ZZZ,ZZ9.
003040     02  FILLER PIC X(02) VALUE SPACES.
003050     02  TRL-REACTS PIC ZZZ,ZZ9.
003060     02  FILLER PIC X(02) VALUE SPACES.
003070     02  TRL-MERGES PIC ZZZ,ZZ9.
003080     02  FILLER PIC X(02) VALUE SPACES.
003090     02  TRL-REINSTS PIC ZZZ,ZZ9.
003100     02  FILLER PIC X(02) VALUE SPACES.
003110     02  TRL-NET PIC ---,--9.
003120     02  FILLER PIC X(03) VALUE SPACES.
003130     02  TRL-NO-EMAIL PIC ZZ9.9.
003140     02  FILLER PIC X(03) VALUE SPACES.
003150     02  TRL-NO-PHONE PIC ZZ9.9.
003160     02  FILLER PIC X(03) VALUE SPACES.
003170     02  TRL-NO-ADDR PIC ZZ9.9.
003180     02  FILLER PIC X(02) VALUE SPACES.
003190     02  TRL-FLAG PIC X(13).
003200     02  FILLER PIC X(07) VALUE SPACES.
003210 01  NoTrendLine.
003220     02  FILLER PIC X(04) VALUE SPACES.
003230     02  NTL-MONTH PIC 9(06).
003240     02  FILLER PIC X(24)
003250         VALUE "  NO FIGURES ON FILE    ".
003260     02  FILLER PIC X(98) VALUE SPACES.
003270*
003280 PROCEDURE DIVISION.
003290*
003300*--------------------------------------------------------------*
003310*  0000-MAINLINE-PARA - PROGRAM CONTROL                        *
003320*--------------------------------------------------------------*
003330 0000-MAINLINE-PARA.
003340     PERFORM 1000-INITIALIZE-PARA
003350         THRU 1000-INITIALIZE-EXIT.
003360     PERFORM 2000-TALLY-AUDIT-PARA
003370         THRU 2000-TALLY-AUDIT-EXIT.
003380     SORT SortWork
003390         ON ASCENDING KEY SRT-STATE
003400         INPUT PROCEDURE IS 3000-SELECT-PARA
003410             THRU 3000-SELECT-EXIT
003420         OUTPUT PROCEDURE IS 4000-STATES-PARA
003430             THRU 4000-STATES-EXIT.
003440     PERFORM 5000-UPDATE-HISTORY-PARA
003450         THRU 5000-UPDATE-HISTORY-EXIT.
003460     PERFORM 6000-PRINT-REPORT-PARA
003470         THRU 6000-PRINT-REPORT-EXIT.
003480     PERFORM 7000-WRITE-FINANCE-PARA
003490         THRU 7000-WRITE-FINANCE-EXIT.
003500     PERFORM 9000-TERMINATE-PARA
003510         THRU 9000-TERMINATE-EXIT.
003520     STOP RUN.
003530 0000-MAINLINE-EXIT.
003540     EXIT.
003550*
003560*--------------------------------------------------------------*
003570*  1000-INITIALIZE-PARA - GET THE MONTH AND OPEN THE FILES.  0 *
003580*                  TAKES THE MONTH BEFORE THE RUN DATE.        *
003590*--------------------------------------------------------------*
003600 1000-INITIALIZE-PARA.
003610     DISPLAY "CUSTOMER PORTFOLIO STATISTICS".
003620     ACCEPT RunDate FROM DATE YYYYMMDD.
003630     DISPLAY "Statistics month (YYYYMM, 0 = last month) : "
003640         WITH NO ADVANCING.
003650     ACCEPT StatMonth.
003660     IF StatMonth = ZERO
003670         MOVE RUN-MONTH TO StatMonth
003680         IF STAT-MM = 1
003690             MOVE 12 TO STAT-MM
003700             SUBTRACT 1 FROM STAT-YEAR
003710         ELSE
003720             SUBTRACT 1 FROM STAT-MM
003730         END-IF
003740     END-IF.
003750     IF STAT-MM < 1 OR STAT-MM > 12
003760         DISPLAY "Invalid month " StatMonth " - run abandoned"
003770         STOP RUN
003780     END-IF.
003790     IF StatMonth > RUN-MONTH
003800         DISPLAY "Month " StatMonth " has not started - run"
003810             " abandoned"
003820         STOP RUN
003830     END-IF.
003840     DISPLAY "Statistics for month " StatMonth.
003850     OPEN INPUT CustomerFile.
003860     IF NOT CF-OK
003870         DISPLAY "Cannot open customer.txt - status " CF-STATUS
003880         STOP RUN
003890     END-IF.
003900     OPEN OUTPUT ReportFile.
003910     OPEN OUTPUT FinFile.
003920 1000-INITIALIZE-EXIT.
003930     EXIT.
003940*
003950*--------------------------------------------------------------*
003960*  2000-TALLY-AUDIT-PARA - COUNT THE MONTH'S MOVEMENT FROM     *
003970*                  audarch.txt (CLOSED MONTHS ROLLED OFF BY    *
003980*                  Customer Archive And Purge, PASSED BY IF    *
003990*                  NOT PRESENT) AND custaudit.txt.             *
004000*--------------------------------------------------------------*
004010 2000-TALLY-AUDIT-PARA.
004020     OPEN INPUT AudArch.
004030     IF ROLL-OK
004040         PERFORM 2100-ARCH-NEXT-PARA
004050             THRU 2100-ARCH-NEXT-EXIT
004060             UNTIL ROLL-END
004070         CLOSE AudArch
004080     END-IF.
004090     OPEN INPUT CustomerAudit.
004100     IF NOT AUD-OK
004110         DISPLAY "Cannot open custaudit.txt - status " AUD-STATUS
004120         STOP RUN
004130     END-IF.
004140     PERFORM 2200-AUDIT-NEXT-PARA
004150         THRU 2200-AUDIT-NEXT-EXIT
004160         UNTIL AUD-END.
004170     CLOSE CustomerAudit.
004180     MOVE GainCount TO NetGrowth.
004190     SUBTRACT LossCount FROM NetGrowth.
004200 2000-TALLY-AUDIT-EXIT.
004210     EXIT.
004220*
004230 2100-ARCH-NEXT-PARA.
004240     READ AudArch
004250         AT END
004260             MOVE "10" TO ROLL-STATUS
004270     END-READ.
004280     IF NOT ROLL-END
004290         MOVE RolledAuditRecord TO AuditRecord
004300         PERFORM 2300-COUNT-ENTRY-PARA
004310             THRU 2300-COUNT-ENTRY-EXIT
004320     END-IF.
004330 2100-ARCH-NEXT-EXIT.
004340     EXIT.
004350*
004360 2200-AUDIT-NEXT-PARA.
004370     READ CustomerAudit
004380         AT END
004390             MOVE "10" TO AUD-STATUS
004400     END-READ.
004410     IF NOT AUD-END
004420         PERFORM 2300-COUNT-ENTRY-PARA
004430             THRU 2300-COUNT-ENTRY-EXIT
004440     END-IF.
004450 2200-AUDIT-NEXT-EXIT.
004460     EXIT.
004470*
004480*--------------------------------------------------------------*
004490*  2300-COUNT-ENTRY-PARA - COUNT ONE AUDIT ENTRY DATED IN THE  *
004500*                  MONTH BY ACTION, AND AS A GAIN OR LOSS OF   *
004510*                  AN ACTIVE CUSTOMER WHEN ITS STATUS WENT TO  *
004520*                  OR FROM "A".  A MERGE WRITES TWO ENTRIES -  *
004530*                  THE DUPLICATE'S, THEN THE SURVIVOR'S - SO   *
004540*                  MERGES COUNTS ONE PER PAIR (SEE 2310).      *
004550*--------------------------------------------------------------*
004560 2300-COUNT-ENTRY-PARA.
004570     MOVE AUD-DATE TO AuditDate.
004580     IF AUD-ACTION = "MERGE"
004590         PERFORM 2310-PAIR-MERGE-PARA
004600             THRU 2310-PAIR-MERGE-EXIT
004610     END-IF.
004620     IF AD-MONTH NOT = StatMonth
004630         GO TO 2300-COUNT-ENTRY-EXIT
004640     END-IF.
004650     ADD 1 TO EntryCount.
004660     EVALUATE AUD-ACTION
004670         WHEN "ADD" ADD 1 TO AddCount
004680         WHEN "DEACTIVATE" ADD 1 TO DeactCount
004690         WHEN "REACTIVATE" ADD 1 TO ReactCount
004700         WHEN "REINSTATE" ADD 1 TO ReinstCount
004710         WHEN OTHER CONTINUE
004720     END-EVALUATE.
004730     IF AUD-OLD-STATUS NOT = "A" AND AUD-NEW-STATUS = "A"
004740         ADD 1 TO GainCount
004750     END-IF.
004760     IF AUD-OLD-STATUS = "A" AND AUD-NEW-STATUS NOT = "A"
004770         ADD 1 TO LossCount
004780     END-IF.
004790 2300-COUNT-ENTRY-EXIT.
004800     EXIT.
004810*
004820*--------------------------------------------------------------*
004830*  2310-PAIR-MERGE-PARA - A MERGE ENTRY WITH NO PAIR OPEN IS   *
004840*                  THE DUPLICATE'S AND OPENS ONE, COUNTED WHEN *
004850*                  DATED IN THE MONTH.  THE NEXT MERGE ENTRY   *
004860*                  IS THE SURVIVOR'S AND CLOSES IT.  THE PAIR  *
004870*                  IS FOLLOWED ACROSS THE MONTH BOUNDARY AND   *
004880*                  FROM audarch.txt INTO custaudit.txt, SO A   *
004890*                  MERGE IS NEVER COUNTED TWICE.               *
004900*--------------------------------------------------------------*
004910 2310-PAIR-MERGE-PARA.
004920     IF MERGE-PAIR-OPEN
004930         MOVE "N" TO MergePair
004940         GO TO 2310-PAIR-MERGE-EXIT
004950     END-IF.
004960     MOVE "Y" TO MergePair.
004970     IF AD-MONTH = StatMonth
004980         ADD 1 TO MergeCount
004990     END-IF.
005000 2310-PAIR-MERGE-EXIT.
005010     EXIT.
005020*
005030*--------------------------------------------------------------*
005040*  3000-SELECT-PARA - SORT INPUT.  READ customer.txt END TO    *
005050*                  END, COUNT ACTIVE AND INACTIVE RECORDS AND  *
005060*                  THE ACTIVE ONES MISSING DATA, AND RELEASE   *
005070*                  EACH RECORD'S STATE AND STATUS.             *
005080*--------------------------------------------------------------*
005090 3000-SELECT-PARA.
005100     PERFORM 3100-READ-CUST-PARA
005110         THRU 3100-READ-CUST-EXIT
005120         UNTIL CF-END.
005130 3000-SELECT-EXIT.
005140     EXIT.
005150*
005160 3100-READ-CUST-PARA.
005170     READ CustomerFile NEXT RECORD
005180         AT END
005190             MOVE "10" TO CF-STATUS
005200     END-READ.
005210     IF CF-END
005220         GO TO 3100-READ-CUST-EXIT
005230     END-IF.
005240     ADD 1 TO CustCount.
005250     IF ACTIVE-CUSTOMER
005260         ADD 1 TO ActiveCount
005270         IF EMAIL = SPACES
005280             ADD 1 TO NoEmailCount
005290         END-IF
005300         IF PHONE = SPACES
005310             ADD 1 TO NoPhoneCount
005320         END-IF
005330         IF ADDR-STREET = SPACES
005340             OR ADDR-CITY = SPACES
005350             OR ADDR-STATE = SPACES
005360             OR ADDR-ZIP = SPACES
005370                 ADD 1 TO NoAddrCount
005380         END-IF
005390     ELSE
005400         ADD 1 TO InactiveCount
005410     END-IF.
005420     MOVE ADDR-STATE TO SRT-STATE.
005430     MOVE STATUS-FLAG TO SRT-FLAG.
005440     RELEASE SortRecord.
005450 3100-READ-CUST-EXIT.
005460     EXIT.
005470*
005480*--------------------------------------------------------------*
005490*  4000-STATES-PARA - SORT OUTPUT.  BUILD StateTable, ONE      *
005500*                  ENTRY PER ADDR-STATE IN ORDER.  A BLANK     *
005510*                  STATE IS SHOWN AS "??".  PAST 99 STATES THE *
005520*                  REST ARE COUNTED TOGETHER AS "**".          *
005530*--------------------------------------------------------------*
005540 4000-STATES-PARA.
005550     MOVE "00" TO SRT-STATUS.
005560     PERFORM 4100-RETURN-ONE-PARA
005570         THRU 4100-RETURN-ONE-EXIT
005580         UNTIL SRT-END.
005590 4000-STATES-EXIT.
005600     EXIT.
005610*
005620 4100-RETURN-ONE-PARA.
005630     RETURN SortWork
005640         AT END
005650             MOVE "10" TO SRT-STATUS
005660     END-RETURN.
005670     IF SRT-END
005680         GO TO 4100-RETURN-ONE-EXIT
005690     END-IF.
005700     IF SRT-STATE = SPACES
005710         MOVE "??" TO SRT-STATE
005720     END-IF.
005730     IF FIRST-STATE-GROUP
005740         OR SRT-STATE NOT = PrevState
005750             MOVE "N" TO FirstState
005760             MOVE SRT-STATE TO PrevState
005770             IF StateCount < StateMax
005780                 ADD 1 TO StateCount
005790                 MOVE ZERO TO ST-ACTIVE(StateCount)
005800                 MOVE ZERO TO ST-INACTIVE(StateCount)
005810             END-IF
005820             IF StateCount < StateMax
005830                 MOVE SRT-STATE TO ST-STATE(StateCount)
005840             ELSE
005850                 MOVE "**" TO ST-STATE(StateCount)
005860             END-IF
005870     END-IF.
005880     IF SRT-FLAG = "A"
005890         ADD 1 TO ST-ACTIVE(StateCount)
005900     ELSE
005910         ADD 1 TO ST-INACTIVE(StateCount)
005920     END-IF.
005930 4100-RETURN-ONE-EXIT.
005940     EXIT.
005950*
005960*--------------------------------------------------------------*
005970*  5000-UPDATE-HISTORY-PARA - LOAD monhist.txt, DROP ANY       *
005980*                  EARLIER ROW FOR THIS MONTH, PUT THIS        *
005990*                  MONTH'S ROW IN ITS PLACE IN MONTH ORDER AND *
006000*                  WRITE THE FILE BACK.  ONLY THE LATEST 120   *
006005*                  MONTHS ARE KEPT.                            *
006010*--------------------------------------------------------------*
006020 5000-UPDATE-HISTORY-PARA.
006030     OPEN INPUT HistFile.
006040     IF HIST-OK
006050         PERFORM 5100-LOAD-ONE-PARA
006060             THRU 5100-LOAD-ONE-EXIT
006070             UNTIL HIST-END
006080         CLOSE HistFile
006090     END-IF.
006100     IF HistCount = HistMax
006110         PERFORM 5150-DROP-OLDEST-PARA
006120             THRU 5150-DROP-OLDEST-EXIT
006130     END-IF.
006140     PERFORM 5200-FIND-SLOT-PARA
006150         THRU 5200-FIND-SLOT-EXIT
006160         VARYING HistIx FROM 1 BY 1
006170         UNTIL HistIx > HistCount
006180             OR HT-MONTH(HistIx) > StatMonth.
006190     PERFORM 5300-SHIFT-UP-PARA
006200         THRU 5300-SHIFT-UP-EXIT
006210         VARYING ShiftIx FROM HistCount BY -1
006220         UNTIL ShiftIx < HistIx.
006230     ADD 1 TO HistCount.
006240     MOVE StatMonth TO HT-MONTH(HistIx).
006250     MOVE ActiveCount TO HT-ACTIVE(HistIx).
006260     MOVE InactiveCount TO HT-INACTIVE(HistIx).
006270     MOVE AddCount TO HT-ADDS(HistIx).
006280     MOVE DeactCount TO HT-DEACTS(HistIx).
006290     MOVE ReactCount TO HT-REACTS(HistIx).
006300     MOVE MergeCount TO HT-MERGES(HistIx).
006310     MOVE ReinstCount TO HT-REINSTS(HistIx).
006320     MOVE NetGrowth TO HT-NET(HistIx).
006330     MOVE NoEmailCount TO HT-NO-EMAIL(HistIx).
006340     MOVE NoPhoneCount TO HT-NO-PHONE(HistIx).
006350     MOVE NoAddrCount TO HT-NO-ADDR(HistIx).
006360     MOVE RunDate TO HT-RUN-DATE(HistIx).
006370     OPEN OUTPUT HistFile.
006380     IF NOT HIST-OK
006390         DISPLAY "Cannot write monhist.txt - status " HIST-STATUS
006400         STOP RUN
006410     END-IF.
006420     PERFORM 5400-WRITE-ONE-PARA
006430         THRU 5400-WRITE-ONE-EXIT
006440         VARYING HistIx FROM 1 BY 1
006450         UNTIL HistIx > HistCount.
006460     CLOSE HistFile.
006470 5000-UPDATE-HISTORY-EXIT.
006480     EXIT.
006490*
006500 5100-LOAD-ONE-PARA.
006510     READ HistFile
006520         AT END
006530             MOVE "10" TO HIST-STATUS
006540     END-READ.
006550     IF HIST-END
006560         GO TO 5100-LOAD-ONE-EXIT
006570     END-IF.
006580     IF MH-MONTH = StatMonth
006590         GO TO 5100-LOAD-ONE-EXIT
006600     END-IF.
006610     IF HistCount = HistMax
006620         PERFORM 5150-DROP-OLDEST-PARA
006630             THRU 5150-DROP-OLDEST-EXIT
006640     END-IF.
006650     ADD 1 TO HistCount.
006660     MOVE HistRecord TO HistEntry(HistCount).
006670 5100-LOAD-ONE-EXIT.
006680     EXIT.
006690*
006700 5150-DROP-OLDEST-PARA.
006710     PERFORM 5160-SHIFT-DOWN-PARA
006720         THRU 5160-SHIFT-DOWN-EXIT
006730         VARYING ShiftIx FROM 2 BY 1
006740         UNTIL ShiftIx > HistCount.
006750     SUBTRACT 1 FROM HistCount.
006760 5150-DROP-OLDEST-EXIT.
006770     EXIT.
006780*
006790 5160-SHIFT-DOWN-PARA.
006800     MOVE HistEntry(ShiftIx) TO HistEntry(ShiftIx - 1).
006810 5160-SHIFT-DOWN-EXIT.
006820     EXIT.
006830*
006840 5200-FIND-SLOT-PARA.
006850     CONTINUE.
006860 5200-FIND-SLOT-EXIT.
006870     EXIT.
006880*
006890 5300-SHIFT-UP-PARA.
006900     MOVE HistEntry(ShiftIx) TO HistEntry(ShiftIx + 1).
006910 5300-SHIFT-UP-EXIT.
006920     EXIT.
006930*
006940 5400-WRITE-ONE-PARA.
006950     MOVE HistEntry(HistIx) TO HistRecord.
006960     WRITE HistRecord.
006970 5400-WRITE-ONE-EXIT.
006980     EXIT.
006990*
007000*--------------------------------------------------------------*
007010*  6000-PRINT-REPORT-PARA - PRINT monrpt.txt - THE STATE       *
007020*                  TABLE, THE MONTH'S MOVEMENT, THE MISSING    *
007030*                  DATA AND THE 13-MONTH TREND.                *
007040*--------------------------------------------------------------*
007050 6000-PRINT-REPORT-PARA.
007060     MOVE StatMonth TO HDR-MONTH.
007070     MOVE RunDate TO HDR-RUN-DATE.
007080     WRITE ReportLine FROM HdrLine1.
007090     MOVE SPACES TO ReportLine.
007100     WRITE ReportLine.
007110     MOVE "CUSTOMERS BY STATE (customer.txt AS AT THE RUN DATE)"
007120         TO ReportLine.
007130     WRITE ReportLine.
007140     WRITE ReportLine FROM StateHdr.
007150     PERFORM 6100-STATE-LINE-PARA
007160         THRU 6100-STATE-LINE-EXIT
007170         VARYING StateIx FROM 1 BY 1
007180         UNTIL StateIx > StateCount.
007190     MOVE "ALL" TO STL-STATE.
007200     MOVE ActiveCount TO STL-ACTIVE.
007210     MOVE InactiveCount TO STL-INACTIVE.
007220     MOVE CustCount TO STL-TOTAL.
007230     WRITE ReportLine FROM StateLine.
007240     MOVE SPACES TO ReportLine.
007250     WRITE ReportLine.
007260     MOVE "MOVEMENT FOR THE MONTH (custaudit.txt AND audarch.txt)"
007270         TO ReportLine.
007280     WRITE ReportLine.
007290     MOVE "NEW ADDS" TO CNT-TEXT.
007300     MOVE AddCount TO CNT-COUNT.
007310     WRITE ReportLine FROM CountLine.
007320     MOVE "DEACTIVATIONS" TO CNT-TEXT.
007330     MOVE DeactCount TO CNT-COUNT.
007340     WRITE ReportLine FROM CountLine.
007350     MOVE "REACTIVATIONS" TO CNT-TEXT.
007360     MOVE ReactCount TO CNT-COUNT.
007370     WRITE ReportLine FROM CountLine.
007380     MOVE "MERGES" TO CNT-TEXT.
007390     MOVE MergeCount TO CNT-COUNT.
007400     WRITE ReportLine FROM CountLine.
007410     MOVE "REINSTATEMENTS" TO CNT-TEXT.
007420     MOVE ReinstCount TO CNT-COUNT.
007430     WRITE ReportLine FROM CountLine.
007440     MOVE "MADE ACTIVE" TO CNT-TEXT.
007450     MOVE GainCount TO CNT-COUNT.
007460     WRITE ReportLine FROM CountLine.
007470     MOVE "TAKEN OUT OF ACTIVE" TO CNT-TEXT.
007480     MOVE LossCount TO CNT-COUNT.
007490     WRITE ReportLine FROM CountLine.
007500     MOVE "NET GROWTH" TO NET-TEXT.
007510     MOVE NetGrowth TO NET-COUNT.
007520     WRITE ReportLine FROM NetLine.
007530     MOVE SPACES TO ReportLine.
007540     WRITE ReportLine.
007550     MOVE "ACTIVE RECORDS MISSING DATA" TO ReportLine.
007560     WRITE ReportLine.
007570     MOVE ActiveCount TO PctBase.
007580     MOVE "NO EMAIL" TO QL-TEXT.
007590     MOVE NoEmailCount TO QL-COUNT.
007600     MOVE NoEmailCount TO PctCount.
007610     PERFORM 6900-PERCENT-PARA
007620         THRU 6900-PERCENT-EXIT.
007630     MOVE PctValue TO QL-PCT.
007640     WRITE ReportLine FROM QualityLine.
007650     MOVE "NO PHONE" TO QL-TEXT.
007660     MOVE NoPhoneCount TO QL-COUNT.
007670     MOVE NoPhoneCount TO PctCount.
007680     PERFORM 6900-PERCENT-PARA
007690         THRU 6900-PERCENT-EXIT.
007700     MOVE PctValue TO QL-PCT.
007710     WRITE ReportLine FROM QualityLine.
007720     MOVE "INCOMPLETE ADDRESS" TO QL-TEXT.
007730     MOVE NoAddrCount TO QL-COUNT.
007740     MOVE NoAddrCount TO PctCount.
007750     PERFORM 6900-PERCENT-PARA
007760         THRU 6900-PERCENT-EXIT.
007770     MOVE PctValue TO QL-PCT.
007780     WRITE ReportLine FROM QualityLine.
007790     MOVE SPACES TO ReportLine.
007800     WRITE ReportLine.
007810     MOVE "13-MONTH TREND (monhist.txt)" TO ReportLine.
007820     WRITE ReportLine.
007830     MOVE "% = ACTIVE RECORDS MISSING EMAIL / PHONE / ADDRESS"
007840         TO ReportLine.
007850     WRITE ReportLine.
007860     WRITE ReportLine FROM TrendHdr.
007870     MOVE StatMonth TO TrendMonth.
007880     SUBTRACT 1 FROM TRD-YEAR.
007890     PERFORM 6200-TREND-LINE-PARA
007900         THRU 6200-TREND-LINE-EXIT
007910         VARYING TrendIx FROM 1 BY 1
007920         UNTIL TrendIx > 13.
007930     MOVE SPACES TO ReportLine.
007940     WRITE ReportLine.
007950     MOVE "*** END OF REPORT ***" TO ReportLine.
007960     WRITE ReportLine.
007970 6000-PRINT-REPORT-EXIT.
007980     EXIT.
007990*
008000 6100-STATE-LINE-PARA.
008010     MOVE ST-STATE(StateIx) TO STL-STATE.
008020     MOVE ST-ACTIVE(StateIx) TO STL-ACTIVE.
008030     MOVE ST-INACTIVE(StateIx) TO STL-INACTIVE.
008040     MOVE ST-ACTIVE(StateIx) TO PctCount.
008050     ADD ST-INACTIVE(StateIx) TO PctCount.
008060     MOVE PctCount TO STL-TOTAL.
008070     WRITE ReportLine FROM StateLine.
008080 6100-STATE-LINE-EXIT.
008090     EXIT.
008100*
008110*--------------------------------------------------------------*
008120*  6200-TREND-LINE-PARA - PRINT ONE MONTH OF THE TREND FROM    *
008130*                  HistTable, THEN STEP TrendMonth ON A MONTH. *
008140*--------------------------------------------------------------*
008150 6200-TREND-LINE-PARA.
008160     PERFORM 6300-FIND-MONTH-PARA
008170         THRU 6300-FIND-MONTH-EXIT.
008180     IF MONTH-ON-FILE
008190         PERFORM 6210-FILL-TREND-PARA
008200             THRU 6210-FILL-TREND-EXIT
008210         IF TrendMonth = StatMonth
008220             MOVE "<- THIS MONTH" TO TRL-FLAG
008230         ELSE
008240             MOVE SPACES TO TRL-FLAG
008250         END-IF
008260         WRITE ReportLine FROM TrendLine
008270     ELSE
008280         MOVE TrendMonth TO NTL-MONTH
008290         WRITE ReportLine FROM NoTrendLine
008300     END-IF.
008310     IF TRD-MM = 12
008320         MOVE 1 TO TRD-MM
008330         ADD 1 TO TRD-YEAR
008340     ELSE
008350         ADD 1 TO TRD-MM
008360     END-IF.
008370 6200-TREND-LINE-EXIT.
008380     EXIT.
008390*
008400 6210-FILL-TREND-PARA.
008410     MOVE HT-MONTH(HistIx) TO TRL-MONTH.
008420     MOVE HT-ACTIVE(HistIx) TO TRL-ACTIVE.
008430     MOVE HT-INACTIVE(HistIx) TO TRL-INACTIVE.
008440     MOVE HT-ADDS(HistIx) TO TRL-ADDS.
008450     MOVE HT-DEACTS(HistIx) TO TRL-DEACTS.
008460     MOVE HT-REACTS(HistIx) TO TRL-REACTS.
008470     MOVE HT-MERGES(HistIx) TO TRL-MERGES.
008480     MOVE HT-REINSTS(HistIx) TO TRL-REINSTS.
008490     MOVE HT-NET(HistIx) TO TRL-NET.
008500     MOVE HT-ACTIVE(HistIx) TO PctBase.
008510     MOVE HT-NO-EMAIL(HistIx) TO PctCount.
008520     PERFORM 6900-PERCENT-PARA
008530         THRU 6900-PERCENT-EXIT.
008540     MOVE PctValue TO TRL-NO-EMAIL.
008550     MOVE HT-NO-PHONE(HistIx) TO PctCount.
008560     PERFORM 6900-PERCENT-PARA
008570         THRU 6900-PERCENT-EXIT.
008580     MOVE PctValue TO TRL-NO-PHONE.
008590     MOVE HT-NO-ADDR(HistIx) TO PctCount.
008600     PERFORM 6900-PERCENT-PARA
008610         THRU 6900-PERCENT-EXIT.
008620     MOVE PctValue TO TRL-NO-ADDR.
008630 6210-FILL-TREND-EXIT.
008640     EXIT.
008650*
008660*--------------------------------------------------------------*
008670*  6300-FIND-MONTH-PARA - LOOK UP TrendMonth IN HistTable,     *
008680*                  LEAVING HistIx ON IT AND MONTH-ON-FILE SET  *
008690*                  WHEN FOUND.                                 *
008700*--------------------------------------------------------------*
008710 6300-FIND-MONTH-PARA.
008720     MOVE "N" TO HistFound.
008730     PERFORM 6310-CHECK-MONTH-PARA
008740         THRU 6310-CHECK-MONTH-EXIT
008750         VARYING HistIx FROM 1 BY 1
008760         UNTIL HistIx > HistCount
008770             OR MONTH-ON-FILE.
008780     IF MONTH-ON-FILE
008790         SUBTRACT 1 FROM HistIx
008800     END-IF.
008810 6300-FIND-MONTH-EXIT.
008820     EXIT.
008830*
008840 6310-CHECK-MONTH-PARA.
008850     IF HT-MONTH(HistIx) = TrendMonth
008860         MOVE "Y" TO HistFound
008870     END-IF.
008880 6310-CHECK-MONTH-EXIT.
008890     EXIT.
008900*
008910*--------------------------------------------------------------*
008920*  6900-PERCENT-PARA - PctValue = PctCount AS A PERCENTAGE OF  *
008930*                  PctBase TO ONE DECIMAL PLACE, ZERO WHEN     *
008940*                  PctBase IS ZERO.                            *
008950*--------------------------------------------------------------*
008960 6900-PERCENT-PARA.
008970     IF PctBase = ZERO
008980         MOVE ZERO TO PctValue
008990         GO TO 6900-PERCENT-EXIT
009000     END-IF.
009010     MULTIPLY PctCount BY 100 GIVING PctWork.
009020     DIVIDE PctWork BY PctBase GIVING PctValue ROUNDED.
009030 6900-PERCENT-EXIT.
009040     EXIT.
009050*
009060*--------------------------------------------------------------*
009070*  7000-WRITE-FINANCE-PARA - WRITE monfin.txt FOR THE FINANCE  *
009080*                  SPREADSHEET - THE TREND MONTHS ON FILE, A   *
009090*                  BLANK ROW, THEN THE STATE TABLE.  NUMBERS   *
009100*                  CARRY NO EDITING BEYOND A MINUS SIGN AND A  *
009110*                  DECIMAL POINT.                              *
009120*--------------------------------------------------------------*
009130 7000-WRITE-FINANCE-PARA.
009140     MOVE SPACES TO FinLine.
009150     STRING "MONTH;ACTIVE;INACTIVE;ADDS;DEACTIVATIONS;"
009160         "REACTIVATIONS;MERGES;REINSTATEMENTS;NET GROWTH;"
009170         "PCT NO EMAIL;PCT NO PHONE;PCT INCOMPLETE ADDRESS"
009180         DELIMITED BY SIZE INTO FinLine.
009190     WRITE FinLine.
009200     MOVE StatMonth TO TrendMonth.
009210     SUBTRACT 1 FROM TRD-YEAR.
009220     PERFORM 7100-FIN-MONTH-PARA
009230         THRU 7100-FIN-MONTH-EXIT
009240         VARYING TrendIx FROM 1 BY 1
009250         UNTIL TrendIx > 13.
009260     MOVE SPACES TO FinLine.
009270     WRITE FinLine.
009280     MOVE "STATE;ACTIVE;INACTIVE;TOTAL" TO FinLine.
009290     WRITE FinLine.
009300     PERFORM 7200-FIN-STATE-PARA
009310         THRU 7200-FIN-STATE-EXIT
009320         VARYING StateIx FROM 1 BY 1
009330         UNTIL StateIx > StateCount.
009340     MOVE SPACES TO OutLine.
009350     MOVE 1 TO OutPtr.
009360     STRING "ALL" DELIMITED BY SIZE
009370         INTO OutLine WITH POINTER OutPtr.
009380     MOVE ActiveCount TO NumEdit.
009390     PERFORM 7900-ADD-NUMBER-PARA
009400         THRU 7900-ADD-NUMBER-EXIT.
009410     MOVE InactiveCount TO NumEdit.
009420     PERFORM 7900-ADD-NUMBER-PARA
009430         THRU 7900-ADD-NUMBER-EXIT.
009440     MOVE CustCount TO NumEdit.
009450     PERFORM 7900-ADD-NUMBER-PARA
009460         THRU 7900-ADD-NUMBER-EXIT.
009470     WRITE FinLine FROM OutLine.
009480 7000-WRITE-FINANCE-EXIT.
009490     EXIT.
009500*
009510 7100-FIN-MONTH-PARA.
009520     PERFORM 6300-FIND-MONTH-PARA
009530         THRU 6300-FIND-MONTH-EXIT.
009540     IF MONTH-ON-FILE
009550         PERFORM 7110-FIN-ROW-PARA
009560             THRU 7110-FIN-ROW-EXIT
009570     END-IF.
009580     IF TRD-MM = 12
009590         MOVE 1 TO TRD-MM
009600         ADD 1 TO TRD-YEAR
009610     ELSE
009620         ADD 1 TO TRD-MM
009630     END-IF.
009640 7100-FIN-MONTH-EXIT.
009650     EXIT.
009660*
009670 7110-FIN-ROW-PARA.
009680     MOVE SPACES TO OutLine.
009690     MOVE 1 TO OutPtr.
009700     STRING HT-MONTH(HistIx) DELIMITED BY SIZE
009710         INTO OutLine WITH POINTER OutPtr.
009720     MOVE HT-ACTIVE(HistIx) TO NumEdit.
009730     PERFORM 7900-ADD-NUMBER-PARA
009740         THRU 7900-ADD-NUMBER-EXIT.
009750     MOVE HT-INACTIVE(HistIx) TO NumEdit.
009760     PERFORM 7900-ADD-NUMBER-PARA
009770         THRU 7900-ADD-NUMBER-EXIT.
009780     MOVE HT-ADDS(HistIx) TO NumEdit.
009790     PERFORM 7900-ADD-NUMBER-PARA
009800         THRU 7900-ADD-NUMBER-EXIT.
009810     MOVE HT-DEACTS(HistIx) TO NumEdit.
009820     PERFORM 7900-ADD-NUMBER-PARA
009830         THRU 7900-ADD-NUMBER-EXIT.
009840     MOVE HT-REACTS(HistIx) TO NumEdit.
009850     PERFORM 7900-ADD-NUMBER-PARA
009860         THRU 7900-ADD-NUMBER-EXIT.
009870     MOVE HT-MERGES(HistIx) TO NumEdit.
009880     PERFORM 7900-ADD-NUMBER-PARA
009890         THRU 7900-ADD-NUMBER-EXIT.
009900     MOVE HT-REINSTS(HistIx) TO NumEdit.
009910     PERFORM 7900-ADD-NUMBER-PARA
009920         THRU 7900-ADD-NUMBER-EXIT.
009930     MOVE HT-NET(HistIx) TO NumEdit.
009940     PERFORM 7900-ADD-NUMBER-PARA
009950         THRU 7900-ADD-NUMBER-EXIT.
009960     MOVE HT-ACTIVE(HistIx) TO PctBase.
009970     MOVE HT-NO-EMAIL(HistIx) TO PctCount.
009980     PERFORM 7910-ADD-PERCENT-PARA
009990         THRU 7910-ADD-PERCENT-EXIT.
010000     MOVE HT-NO-PHONE(HistIx) TO PctCount.
010010     PERFORM 7910-ADD-PERCENT-PARA
010020         THRU 7910-ADD-PERCENT-EXIT.
010030     MOVE HT-NO-ADDR(HistIx) TO PctCount.
010040     PERFORM 7910-ADD-PERCENT-PARA
010050         THRU 7910-ADD-PERCENT-EXIT.
010060     WRITE FinLine FROM OutLine.
010070 7110-FIN-ROW-EXIT.
010080     EXIT.
010090*
010100 7200-FIN-STATE-PARA.
010110     MOVE SPACES TO OutLine.
010120     MOVE 1 TO OutPtr.
010130     STRING ST-STATE(StateIx) DELIMITED BY SIZE
010140         INTO OutLine WITH POINTER OutPtr.
010150     MOVE ST-ACTIVE(StateIx) TO NumEdit.
010160     PERFORM 7900-ADD-NUMBER-PARA
010170         THRU 7900-ADD-NUMBER-EXIT.
010180     MOVE ST-INACTIVE(StateIx) TO NumEdit.
010190     PERFORM 7900-ADD-NUMBER-PARA
010200         THRU 7900-ADD-NUMBER-EXIT.
010210     MOVE ST-ACTIVE(StateIx) TO PctCount.
010220     ADD ST-INACTIVE(StateIx) TO PctCount.
010230     MOVE PctCount TO NumEdit.
010240     PERFORM 7900-ADD-NUMBER-PARA
010250         THRU 7900-ADD-NUMBER-EXIT.
010260     WRITE FinLine FROM OutLine.
010270 7200-FIN-STATE-EXIT.
010280     EXIT.
010290*
010300*--------------------------------------------------------------*
010310*  7900-ADD-NUMBER-PARA - APPEND ";" PLUS THE NUMBER IN        *
010320*                  NumEdit, LEADING SPACES DROPPED, TO OutLine *
010325*                  AT OutPtr.                                  *
010330*--------------------------------------------------------------*
010340 7900-ADD-NUMBER-PARA.
010350     MOVE NumEdit TO FieldWork.
010360     PERFORM 7920-ADD-FIELD-PARA
010370         THRU 7920-ADD-FIELD-EXIT.
010380 7900-ADD-NUMBER-EXIT.
010390     EXIT.
010400*
010410 7910-ADD-PERCENT-PARA.
010420     PERFORM 6900-PERCENT-PARA
010430         THRU 6900-PERCENT-EXIT.
010440     MOVE PctValue TO PctEdit.
010450     MOVE PctEdit TO FieldWork.
010460     PERFORM 7920-ADD-FIELD-PARA
010470         THRU 7920-ADD-FIELD-EXIT.
010480 7910-ADD-PERCENT-EXIT.
010490     EXIT.
010500*
010510*--------------------------------------------------------------*
010520*  7920-ADD-FIELD-PARA - APPEND ";" PLUS FieldWork WITH        *
010530*                  LEADING AND TRAILING SPACES DROPPED TO      *
010540*                  OutLine AT OutPtr.                          *
010550*--------------------------------------------------------------*
010560 7920-ADD-FIELD-PARA.
010570     STRING ";" DELIMITED BY SIZE
010580         INTO OutLine WITH POINTER OutPtr.
010590     PERFORM 7930-SKIP-SPACE-PARA
010600         THRU 7930-SKIP-SPACE-EXIT
010610         VARYING FieldPos FROM 1 BY 1
010620         UNTIL FieldPos = 20
010630             OR FieldWork(FieldPos:1) NOT = SPACE.
010640     PERFORM 7930-SKIP-SPACE-PARA
010650         THRU 7930-SKIP-SPACE-EXIT
010660         VARYING FieldLen FROM 20 BY -1
010670         UNTIL FieldLen = FieldPos
010680             OR FieldWork(FieldLen:1) NOT = SPACE.
010690     SUBTRACT FieldPos FROM FieldLen.
010700     ADD 1 TO FieldLen.
010710     STRING FieldWork(FieldPos:FieldLen) DELIMITED BY SIZE
010720         INTO OutLine WITH POINTER OutPtr.
010730 7920-ADD-FIELD-EXIT.
010740     EXIT.
010750*
010760 7930-SKIP-SPACE-PARA.
010770     CONTINUE.
010780 7930-SKIP-SPACE-EXIT.
010790     EXIT.
010800*
010810*--------------------------------------------------------------*
010820*  9000-TERMINATE-PARA - CLOSE FILES                           *
010830*--------------------------------------------------------------*
010840 9000-TERMINATE-PARA.
010850     CLOSE CustomerFile.
010860     CLOSE ReportFile.
010870     CLOSE FinFile.
010880     MOVE CustCount TO EditedCount.
010890     DISPLAY "Customer Portfolio Statistics complete".
010900     DISPLAY "Customers read     : " EditedCount.
010910     MOVE EntryCount TO EditedCount.
010920     DISPLAY "Entries this month : " EditedCount.
010930     DISPLAY "Report written to monrpt.txt".
010940     DISPLAY "Spreadsheet file written to monfin.txt".
010950     DISPLAY "History kept on monhist.txt".
010960 9000-TERMINATE-EXIT.
010970     EXIT.
