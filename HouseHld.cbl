000010*
000020*--------------------------------------------------------------*
000030*  PROGRAM      : CUSTOMER HOUSEHOLD BUILD                      *
000040*  INSTALLATION : DATA PROCESSING DEPT                         *
000050*  AUTHOR       : R. HOLLIS                                    *
000060*  DATE-WRITTEN : 10/15/2026                                   *
000070*  PURPOSE      : GROUPS ACTIVE CUSTOMERS WHO SHARE AN ADDRESS  *
000080*                 INTO HOUSEHOLDS ON custhh.txt.  THE MATCH KEY *
000090*                 IS THE NORMALIZED ADDR-STREET PLUS ADDR-ZIP - *
000100*                 THE STREET IS UPPER-CASED, PUNCTUATION IS     *
000110*                 DROPPED, COMMON STREET WORDS ARE SHORTENED    *
000120*                 (STREET TO ST, AVENUE TO AVE ...) AND APT,    *
000130*                 UNIT, SUITE AND NO ARE DROPPED SO "12 Main    *
000140*                 Street, Apt. 4" AND "12 MAIN ST #4" MATCH.    *
000150*                 EVERY ADDRESS WITH TWO OR MORE ACTIVE         *
000160*                 CUSTOMERS IS A HOUSEHOLD.  A HOUSEHOLD KEEPS  *
000170*                 ITS NUMBER FROM RUN TO RUN - THE NUMBER ANY   *
000180*                 MEMBER ALREADY HELD IS CARRIED FORWARD, AND   *
000190*                 ONLY A WHOLLY NEW GROUP TAKES A NEW NUMBER,   *
000192*                 ONE ABOVE THE LAST ISSUED.  THE LAST NUMBER   *
000194*                 ISSUED IS KEPT ON hhctl.txt, SO NO GROUP IS   *
000196*                 EVER GIVEN A DISSOLVED HOUSEHOLD'S            *
000200*                 NUMBER.  CUSTOMERS NO LONGER SHARING AN       *
000210*                 ADDRESS (MOVED, DEACTIVATED, MERGED) ARE      *
000220*                 TAKEN OFF THE FILE.  EACH HOUSEHOLD AND ITS   *
000230*                 MEMBERS ARE LISTED ON hhrpt.txt.  RUN WEEKLY  *
000240*                 FROM THE DIRECTORY HOLDING customer.txt.      *
000250*--------------------------------------------------------------*
000260*  MODIFICATION HISTORY                                        *
000270*  ----------------------------------------------------------   *
000280*  10/15/2026  RH  INITIAL VERSION.                             *
000290*--------------------------------------------------------------*
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. "Customer Household Build".
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
000420     SELECT CustomerFile ASSIGN TO "customer.txt"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS iDNUM
000460         ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
000470         FILE STATUS IS CF-STATUS.
000480     SELECT HouseFile ASSIGN TO "custhh.txt"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS HH-IDNUM
000520         ALTERNATE RECORD KEY IS HH-NUMBER WITH DUPLICATES
000530         FILE STATUS IS HH-STATUS.
000540     SELECT ReportFile ASSIGN TO "hhrpt.txt"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS RPT-STATUS.
000563     SELECT HhCtlFile ASSIGN TO "hhctl.txt"
000566         ORGANIZATION IS LINE SEQUENTIAL
000569         FILE STATUS IS HCT-STATUS.
000570     SELECT SortWork ASSIGN TO "househld.srt".
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  CustomerFile.
000620 01  CustomerData.
000630     02  iDNUM PIC 9(06).
000640     02  FIRSTNAME PIC X(15).
000650     02  LASTNAME PIC X(15).
000660     02  ADDR.
000670         03  ADDR-STREET PIC X(30).
000680         03  ADDR-CITY PIC X(15).
000690         03  ADDR-STATE PIC X(02).
000700         03  ADDR-ZIP PIC X(05).
000710     02  PHONE PIC X(12).
000720     02  EMAIL PIC X(30).
000730     02  STATUS-FLAG PIC X(01).
000740         88  ACTIVE-CUSTOMER VALUE "A".
000750         88  INACTIVE-CUSTOMER VALUE "D".
000760     02  STATUS-DATE PIC 9(08).
000770*
000780 FD  HouseFile.
000790 01  HouseRecord.
000800     02  HH-IDNUM PIC 9(06).
000810     02  HH-NUMBER PIC 9(06).
000820     02  HH-FIRST PIC X(15).
000830     02  HH-LAST PIC X(15).
000840     02  HH-ADDR PIC X(52).
000850     02  HH-NORM-STREET PIC X(30).
000860     02  HH-BUILT-DATE PIC 9(08).
000870     02  HH-BUILT-TIME PIC 9(08).
000880*
000890 FD  ReportFile.
000900 01  ReportLine PIC X(132).
000902*
000904 FD  HhCtlFile.
000906 01  HhCtlRecord.
000907     02  HC-LAST-NUMBER PIC 9(06).
000908     02  HC-RUN-DATE PIC 9(08).
000910*
000920 SD  SortWork.
000930 01  SortRecord.
000940     02  SRT-ZIP PIC X(05).
000950     02  SRT-STREET PIC X(30).
000960     02  SRT-IDNUM PIC 9(06).
000970     02  SRT-FIRST PIC X(15).
000980     02  SRT-LAST PIC X(15).
000990     02  SRT-ADDR PIC X(52).
001000     02  SRT-PHONE PIC X(12).
001010     02  SRT-EMAIL PIC X(30).
001020*
001030 WORKING-STORAGE SECTION.
001040 01  CF-STATUS PIC X(02).
001050     88  CF-OK VALUE "00".
001060     88  CF-END VALUE "10".
001070 01  HH-STATUS PIC X(02).
001080     88  HH-OK VALUE "00".
001090     88  HH-END VALUE "10".
001100 01  RPT-STATUS PIC X(02).
001110     88  RPT-OK VALUE "00".
001112 01  HCT-STATUS PIC X(02).
001114     88  HCT-OK VALUE "00".
001120 01  SRT-STATUS PIC X(02).
001130     88  SRT-END VALUE "10".
001140 01  RunDate PIC 9(08).
001150 01  RunTime PIC 9(08).
001160 01  HighNumber PIC 9(06) VALUE ZERO.
001162 01  HhCtlWork.
001164     02  HW-LAST-NUMBER PIC 9(06) VALUE ZERO.
001166     02  HW-RUN-DATE PIC 9(08) VALUE ZERO.
001170 01  HouseNumber PIC 9(06).
001180 01  CandNumber PIC 9(06).
001190 01  NumberTaken PIC X.
001200     88  NUMBER-TAKEN VALUE "Y".
001210 01  NewHouse PIC X.
001220     88  NEW-HOUSEHOLD VALUE "Y".
001230 01  OnHouseFile PIC X.
001240     88  ON-HOUSE-FILE VALUE "Y".
001250 01  GroupKey.
001260     02  GK-ZIP PIC X(05).
001270     02  GK-STREET PIC X(30).
001280 01  FirstOfRun PIC X VALUE "Y".
001290     88  FIRST-OF-RUN VALUE "Y".
001300 01  RemovedHdr PIC X VALUE "N".
001310     88  REMOVED-HDR-DONE VALUE "Y".
001320*
001330*    MEMBERS OF THE ADDRESS GROUP BEING COLLECTED
001340*
001350 01  MemberTable.
001360     02  MemberEntry OCCURS 200 TIMES.
001370         03  MEM-IDNUM PIC 9(06).
001380         03  MEM-FIRST PIC X(15).
001390         03  MEM-LAST PIC X(15).
001400         03  MEM-ADDR PIC X(52).
001410         03  MEM-PHONE PIC X(12).
001420         03  MEM-EMAIL PIC X(30).
001430 77  MemberCount PIC 9(04) COMP VALUE ZERO.
001440 77  MemIx PIC 9(04) COMP VALUE ZERO.
001450*
001460*    STREET NORMALIZATION
001470*
001480 01  StreetWork PIC X(30).
001490 01  NormStreet PIC X(30).
001500 01  NormPtr PIC 9(03) COMP.
001510 01  WordWork PIC X(30).
001520 01  WordLen PIC 9(02) COMP.
001530 01  ScanIx PIC 9(02) COMP.
001540 01  ScanChar PIC X(01).
001550     88  KEEP-CHAR VALUE "A" THRU "Z" "0" THRU "9".
001560 01  AbbrevValues.
001570     02  FILLER PIC X(14) VALUE "STREET    ST  ".
001580     02  FILLER PIC X(14) VALUE "STR       ST  ".
001590     02  FILLER PIC X(14) VALUE "AVENUE    AVE ".
001600     02  FILLER PIC X(14) VALUE "AV        AVE ".
001610     02  FILLER PIC X(14) VALUE "ROAD      RD  ".
001620     02  FILLER PIC X(14) VALUE "DRIVE     DR  ".
001630     02  FILLER PIC X(14) VALUE "LANE      LN  ".
001640     02  FILLER PIC X(14) VALUE "BOULEVARD BLVD".
001650     02  FILLER PIC X(14) VALUE "COURT     CT  ".
001660     02  FILLER PIC X(14) VALUE "PLACE     PL  ".
001670     02  FILLER PIC X(14) VALUE "CIRCLE    CIR ".
001680     02  FILLER PIC X(14) VALUE "HIGHWAY   HWY ".
001690     02  FILLER PIC X(14) VALUE "PARKWAY   PKWY".
001700     02  FILLER PIC X(14) VALUE "TERRACE   TER ".
001710     02  FILLER PIC X(14) VALUE "NORTH     N   ".
001720     02  FILLER PIC X(14) VALUE "SOUTH     S   ".
001730     02  FILLER PIC X(14) VALUE "EAST      E   ".
001740     02  FILLER PIC X(14) VALUE "WEST      W   ".
001750     02  FILLER PIC X(14) VALUE "APARTMENT *   ".
001760     02  FILLER PIC X(14) VALUE "APT       *   ".
001770     02  FILLER PIC X(14) VALUE "UNIT      *   ".
001780     02  FILLER PIC X(14) VALUE "SUITE     *   ".
001790     02  FILLER PIC X(14) VALUE "STE       *   ".
001800     02  FILLER PIC X(14) VALUE "NO        *   ".
001810 01  AbbrevTable REDEFINES AbbrevValues.
001820     02  AbbrevEntry OCCURS 24 TIMES.
001830         03  ABB-WORD PIC X(10).
001840         03  ABB-SHORT PIC X(04).
001850 77  AbbrevMax PIC 9(02) COMP VALUE 24.
001860 77  AbbIx PIC 9(02) COMP VALUE ZERO.
001870 01  AbbrevFound PIC X.
001880     88  ABBREV-FOUND VALUE "Y".
001890 77  ReadCount PIC 9(07) COMP VALUE ZERO.
001900 77  ActiveCount PIC 9(07) COMP VALUE ZERO.
001910 77  NoAddrCount PIC 9(07) COMP VALUE ZERO.
001920 77  HouseCount PIC 9(07) COMP VALUE ZERO.
001930 77  NewHouseCount PIC 9(07) COMP VALUE ZERO.
001940 77  InHouseCount PIC 9(07) COMP VALUE ZERO.
001950 77  RemovedCount PIC 9(07) COMP VALUE ZERO.
001960 77  OverflowCount PIC 9(07) COMP VALUE ZERO.
001970 01  EditedCount PIC Z,ZZZ,ZZ9.
001980 01  RptHdr.
001990     02  FILLER PIC X(29) VALUE "CUSTOMER HOUSEHOLD BUILD FOR ".
002000     02  HDR-DATE PIC 9(08).
002010     02  FILLER PIC X(95) VALUE SPACES.
002020 01  HouseLine.
002030     02  FILLER PIC X(10) VALUE "HOUSEHOLD ".
002040     02  HL-NUMBER PIC 9(06).
002050     02  FILLER PIC X(02) VALUE SPACES.
002060     02  HL-STREET PIC X(30).
002070     02  FILLER PIC X(01) VALUE SPACES.
002080     02  HL-CITY PIC X(15).
002090     02  FILLER PIC X(01) VALUE SPACES.
002100     02  HL-STATE PIC X(02).
002110     02  FILLER PIC X(01) VALUE SPACES.
002120     02  HL-ZIP PIC X(05).
002130     02  FILLER PIC X(11) VALUE "  MEMBERS: ".
002140     02  HL-MEMBERS PIC ZZ9.
002150     02  FILLER PIC X(02) VALUE SPACES.
002160     02  HL-NEW PIC X(03).
002170     02  FILLER PIC X(40) VALUE SPACES.
002180 01  MemberLine.
002190     02  FILLER PIC X(04) VALUE SPACES.
002200     02  ML-IDNUM PIC 9(06).
002210     02  FILLER PIC X(02) VALUE SPACES.
002220     02  ML-FIRST PIC X(15).
002230     02  FILLER PIC X(01) VALUE SPACES.
002240     02  ML-LAST PIC X(15).
002250     02  FILLER PIC X(01) VALUE SPACES.
002260     02  ML-PHONE PIC X(12).
002270     02  FILLER PIC X(01) VALUE SPACES.
002280     02  ML-EMAIL PIC X(30).
002290     02  FILLER PIC X(01) VALUE SPACES.
002300     02  ML-TEXT PIC X(44).
002310 01  CountLine.
002320     02  FILLER PIC X(04) VALUE SPACES.
002330     02  CNT-TEXT PIC X(24).
002340     02  CNT-COUNT PIC Z,ZZZ,ZZ9.
002350     02  FILLER PIC X(95) VALUE SPACES.
002360*
002370 PROCEDURE DIVISION.
002380*
002390*--------------------------------------------------------------*
002400*  0000-MAINLINE-PARA - PROGRAM CONTROL                         *
002410*--------------------------------------------------------------*
002420 0000-MAINLINE-PARA.
002430     PERFORM 1000-INITIALIZE-PARA
002440         THRU 1000-INITIALIZE-EXIT.
002450     SORT SortWork
002460         ON ASCENDING KEY SRT-ZIP SRT-STREET SRT-IDNUM
002470         INPUT PROCEDURE IS 2000-SELECT-PARA
002480             THRU 2000-SELECT-EXIT
002490         OUTPUT PROCEDURE IS 3000-GROUP-PARA
002500             THRU 3000-GROUP-EXIT.
002510     PERFORM 4000-SWEEP-PARA
002520         THRU 4000-SWEEP-EXIT.
002530     PERFORM 6000-TOTALS-PARA
002540         THRU 6000-TOTALS-EXIT.
002550     PERFORM 9000-TERMINATE-PARA
002560         THRU 9000-TERMINATE-EXIT.
002570     STOP RUN.
002580 0000-MAINLINE-EXIT.
002590     EXIT.
002600*
002610*--------------------------------------------------------------*
002620*  1000-INITIALIZE-PARA - STAMP THE RUN, OPEN FILES AND FIND THE *
002630*                  HIGHEST HOUSEHOLD NUMBER ALREADY ISSUED - THE *
002633*                  GREATER OF THE LAST ONE KEPT ON hhctl.txt AND *
002636*                  THE HIGHEST STILL ON custhh.txt.              *
002640*--------------------------------------------------------------*
002650 1000-INITIALIZE-PARA.
002660     DISPLAY "CUSTOMER HOUSEHOLD BUILD".
002670     ACCEPT RunDate FROM DATE YYYYMMDD.
002680     ACCEPT RunTime FROM TIME.
002690     OPEN INPUT CustomerFile.
002700     IF NOT CF-OK
002710         DISPLAY "Cannot open customer.txt - status " CF-STATUS
002720         STOP RUN
002730     END-IF.
002740     OPEN I-O HouseFile.
002750     IF HH-STATUS = "35"
002760         OPEN OUTPUT HouseFile
002770         CLOSE HouseFile
002780         OPEN I-O HouseFile
002790     END-IF.
002800     IF NOT HH-OK
002810         DISPLAY "Cannot open custhh.txt - status " HH-STATUS
002820         STOP RUN
002830     END-IF.
002840     MOVE ZERO TO HH-IDNUM.
002850     START HouseFile KEY IS NOT LESS THAN HH-IDNUM
002860         INVALID KEY
002870             MOVE "10" TO HH-STATUS
002880     END-START.
002890     PERFORM 1100-FIND-HIGH-PARA
002900         THRU 1100-FIND-HIGH-EXIT
002910         UNTIL HH-END.
002911     OPEN INPUT HhCtlFile.
002912     IF HCT-OK
002913         READ HhCtlFile INTO HhCtlWork
002914         CLOSE HhCtlFile
002915     END-IF.
002916     IF HW-LAST-NUMBER > HighNumber
002917         MOVE HW-LAST-NUMBER TO HighNumber
002918     END-IF.
002920     OPEN OUTPUT ReportFile.
002930     MOVE RunDate TO HDR-DATE.
002940     WRITE ReportLine FROM RptHdr.
002950     MOVE ZERO TO iDNUM.
002960     START CustomerFile KEY IS NOT LESS THAN iDNUM
002970         INVALID KEY
002980             MOVE "10" TO CF-STATUS
002990     END-START.
003000 1000-INITIALIZE-EXIT.
003010     EXIT.
003020*
003030 1100-FIND-HIGH-PARA.
003040     READ HouseFile NEXT RECORD
003050         AT END
003060             MOVE "10" TO HH-STATUS
003070     END-READ.
003080     IF NOT HH-OK
003090         MOVE "10" TO HH-STATUS
003100         GO TO 1100-FIND-HIGH-EXIT
003110     END-IF.
003120     IF HH-NUMBER > HighNumber
003130         MOVE HH-NUMBER TO HighNumber
003140     END-IF.
003150 1100-FIND-HIGH-EXIT.
003160     EXIT.
003170*
003180*--------------------------------------------------------------*
003190*  2000-SELECT-PARA - SORT INPUT.  RELEASE EVERY ACTIVE          *
003200*                  CUSTOMER WITH A STREET AND ZIP, KEYED BY ZIP  *
003210*                  AND NORMALIZED STREET.                        *
003220*--------------------------------------------------------------*
003230 2000-SELECT-PARA.
003240     PERFORM 2010-SELECT-NEXT-PARA
003250         THRU 2010-SELECT-NEXT-EXIT
003260         UNTIL CF-END.
003270 2000-SELECT-EXIT.
003280     EXIT.
003290*
003300 2010-SELECT-NEXT-PARA.
003310     READ CustomerFile NEXT RECORD
003320         AT END
003330             MOVE "10" TO CF-STATUS
003340     END-READ.
003350     IF NOT CF-OK
003360         MOVE "10" TO CF-STATUS
003370         GO TO 2010-SELECT-NEXT-EXIT
003380     END-IF.
003390     ADD 1 TO ReadCount.
003400     IF NOT ACTIVE-CUSTOMER
003410         GO TO 2010-SELECT-NEXT-EXIT
003420     END-IF.
003430     ADD 1 TO ActiveCount.
003440     IF ADDR-STREET = SPACES OR ADDR-ZIP = SPACES
003450         ADD 1 TO NoAddrCount
003460         GO TO 2010-SELECT-NEXT-EXIT
003470     END-IF.
003480     MOVE ADDR-STREET TO StreetWork.
003490     PERFORM 2100-NORM-STREET-PARA
003500         THRU 2100-NORM-STREET-EXIT.
003510     MOVE ADDR-ZIP TO SRT-ZIP.
003520     MOVE NormStreet TO SRT-STREET.
003530     MOVE iDNUM TO SRT-IDNUM.
003540     MOVE FIRSTNAME TO SRT-FIRST.
003550     MOVE LASTNAME TO SRT-LAST.
003560     MOVE ADDR TO SRT-ADDR.
003570     MOVE PHONE TO SRT-PHONE.
003580     MOVE EMAIL TO SRT-EMAIL.
003590     RELEASE SortRecord.
003600 2010-SELECT-NEXT-EXIT.
003610     EXIT.
003620*
003630*--------------------------------------------------------------*
003640*  2100-NORM-STREET-PARA - NORMALIZE THE STREET IN StreetWork    *
003650*                  INTO NormStreet.  UPPER CASE, ANYTHING NOT A  *
003660*                  LETTER OR DIGIT BECOMES A WORD BREAK, EACH    *
003670*                  WORD IS SHORTENED OR DROPPED PER AbbrevTable, *
003680*                  AND THE WORDS ARE REJOINED WITH ONE SPACE.    *
003690*--------------------------------------------------------------*
003700 2100-NORM-STREET-PARA.
003710     INSPECT StreetWork CONVERTING
003720         "abcdefghijklmnopqrstuvwxyz"
003730         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
003740     MOVE SPACES TO NormStreet.
003750     MOVE 1 TO NormPtr.
003760     MOVE SPACES TO WordWork.
003770     MOVE ZERO TO WordLen.
003780     PERFORM 2110-NORM-ONE-CHAR-PARA
003790         THRU 2110-NORM-ONE-CHAR-EXIT
003800         VARYING ScanIx FROM 1 BY 1
003810         UNTIL ScanIx > 30.
003820     PERFORM 2120-END-WORD-PARA
003830         THRU 2120-END-WORD-EXIT.
003840 2100-NORM-STREET-EXIT.
003850     EXIT.
003860*
003870 2110-NORM-ONE-CHAR-PARA.
003880     MOVE StreetWork(ScanIx:1) TO ScanChar.
003890     IF KEEP-CHAR
003900         ADD 1 TO WordLen
003910         MOVE ScanChar TO WordWork(WordLen:1)
003920     ELSE
003930         PERFORM 2120-END-WORD-PARA
003940             THRU 2120-END-WORD-EXIT
003950     END-IF.
003960 2110-NORM-ONE-CHAR-EXIT.
003970     EXIT.
003980*
003990 2120-END-WORD-PARA.
004000     IF WordLen = ZERO
004010         GO TO 2120-END-WORD-EXIT
004020     END-IF.
004030     MOVE "N" TO AbbrevFound.
004040     PERFORM 2130-CHECK-ABBREV-PARA
004050         THRU 2130-CHECK-ABBREV-EXIT
004060         VARYING AbbIx FROM 1 BY 1
004070         UNTIL AbbIx > AbbrevMax
004080             OR ABBREV-FOUND.
004090     IF ABBREV-FOUND
004100         SUBTRACT 1 FROM AbbIx
004110         IF ABB-SHORT(AbbIx) = "*"
004120             GO TO 2120-END-WORD-DONE
004130         END-IF
004140         MOVE SPACES TO WordWork
004150         MOVE ABB-SHORT(AbbIx) TO WordWork
004160         MOVE 4 TO WordLen
004170         PERFORM 2140-TRIM-WORD-PARA
004180             THRU 2140-TRIM-WORD-EXIT
004190             VARYING WordLen FROM 4 BY -1
004200             UNTIL WordLen = 1
004210                 OR WordWork(WordLen:1) NOT = SPACE
004220     END-IF.
004230     IF NormPtr > 1
004240         STRING " " DELIMITED BY SIZE
004250             INTO NormStreet WITH POINTER NormPtr
004260     END-IF.
004270     STRING WordWork(1:WordLen) DELIMITED BY SIZE
004280         INTO NormStreet WITH POINTER NormPtr.
004290 2120-END-WORD-DONE.
004300     MOVE SPACES TO WordWork.
004310     MOVE ZERO TO WordLen.
004320 2120-END-WORD-EXIT.
004330     EXIT.
004340*
004350 2130-CHECK-ABBREV-PARA.
004360     IF WordLen NOT > 10
004370         AND WordWork(1:10) = ABB-WORD(AbbIx)
004380             MOVE "Y" TO AbbrevFound
004390     END-IF.
004400 2130-CHECK-ABBREV-EXIT.
004410     EXIT.
004420*
004430 2140-TRIM-WORD-PARA.
004440     CONTINUE.
004450 2140-TRIM-WORD-EXIT.
004460     EXIT.
004470*
004480*--------------------------------------------------------------*
004490*  3000-GROUP-PARA - SORT OUTPUT.  COLLECT EACH RUN OF EQUAL     *
004500*                  ZIP AND NORMALIZED STREET IN MemberTable AND  *
004510*                  FILE IT AS A HOUSEHOLD WHEN IT HOLDS TWO OR   *
004520*                  MORE CUSTOMERS.                               *
004530*--------------------------------------------------------------*
004540 3000-GROUP-PARA.
004550     MOVE "00" TO SRT-STATUS.
004560     PERFORM 3010-GROUP-ONE-PARA
004570         THRU 3010-GROUP-ONE-EXIT
004580         UNTIL SRT-END.
004590     PERFORM 3100-CLOSE-GROUP-PARA
004600         THRU 3100-CLOSE-GROUP-EXIT.
004610 3000-GROUP-EXIT.
004620     EXIT.
004630*
004640 3010-GROUP-ONE-PARA.
004650     RETURN SortWork
004660         AT END
004670             MOVE "10" TO SRT-STATUS
004680     END-RETURN.
004690     IF SRT-END
004700         GO TO 3010-GROUP-ONE-EXIT
004710     END-IF.
004720     IF NOT FIRST-OF-RUN
004730         AND (SRT-ZIP NOT = GK-ZIP OR SRT-STREET NOT = GK-STREET)
004740             PERFORM 3100-CLOSE-GROUP-PARA
004750                 THRU 3100-CLOSE-GROUP-EXIT
004760     END-IF.
004770     MOVE "N" TO FirstOfRun.
004780     MOVE SRT-ZIP TO GK-ZIP.
004790     MOVE SRT-STREET TO GK-STREET.
004800     IF MemberCount NOT < 200
004810         ADD 1 TO OverflowCount
004820         DISPLAY "Over 200 customers at one address - "
004830             SRT-IDNUM " not grouped"
004840         GO TO 3010-GROUP-ONE-EXIT
004850     END-IF.
004860     ADD 1 TO MemberCount.
004870     MOVE SRT-IDNUM TO MEM-IDNUM(MemberCount).
004880     MOVE SRT-FIRST TO MEM-FIRST(MemberCount).
004890     MOVE SRT-LAST TO MEM-LAST(MemberCount).
004900     MOVE SRT-ADDR TO MEM-ADDR(MemberCount).
004910     MOVE SRT-PHONE TO MEM-PHONE(MemberCount).
004920     MOVE SRT-EMAIL TO MEM-EMAIL(MemberCount).
004930 3010-GROUP-ONE-EXIT.
004940     EXIT.
004950*
004960*--------------------------------------------------------------*
004970*  3100-CLOSE-GROUP-PARA - FILE AND LIST THE GROUP JUST ENDED    *
004980*                  WHEN IT IS A HOUSEHOLD, THEN EMPTY THE TABLE. *
004990*--------------------------------------------------------------*
005000 3100-CLOSE-GROUP-PARA.
005010     IF MemberCount < 2
005020         GO TO 3100-CLOSE-GROUP-DONE
005030     END-IF.
005040     PERFORM 3200-ASSIGN-NUMBER-PARA
005050         THRU 3200-ASSIGN-NUMBER-EXIT.
005060     ADD 1 TO HouseCount.
005070     PERFORM 3300-FILE-MEMBER-PARA
005080         THRU 3300-FILE-MEMBER-EXIT
005090         VARYING MemIx FROM 1 BY 1
005100         UNTIL MemIx > MemberCount.
005110     PERFORM 3400-LIST-HOUSE-PARA
005120         THRU 3400-LIST-HOUSE-EXIT.
005130 3100-CLOSE-GROUP-DONE.
005140     MOVE ZERO TO MemberCount.
005150 3100-CLOSE-GROUP-EXIT.
005160     EXIT.
005170*
005180*--------------------------------------------------------------*
005190*  3200-ASSIGN-NUMBER-PARA - TAKE THE HOUSEHOLD NUMBER THE FIRST *
005200*                  MEMBER (IN ID ORDER) ALREADY HELD, UNLESS AN  *
005210*                  EARLIER GROUP IN THIS RUN HAS CLAIMED IT (A   *
005220*                  HOUSEHOLD THAT SPLIT).  FAILING THAT, ISSUE   *
005230*                  THE NEXT NEW NUMBER.                          *
005240*--------------------------------------------------------------*
005250 3200-ASSIGN-NUMBER-PARA.
005260     MOVE ZERO TO HouseNumber.
005270     MOVE "N" TO NewHouse.
005280     PERFORM 3210-TRY-MEMBER-PARA
005290         THRU 3210-TRY-MEMBER-EXIT
005300         VARYING MemIx FROM 1 BY 1
005310         UNTIL MemIx > MemberCount
005320             OR HouseNumber NOT = ZERO.
005330     IF HouseNumber = ZERO
005340         ADD 1 TO HighNumber
005350         MOVE HighNumber TO HouseNumber
005360         MOVE "Y" TO NewHouse
005370         ADD 1 TO NewHouseCount
005380     END-IF.
005390 3200-ASSIGN-NUMBER-EXIT.
005400     EXIT.
005410*
005420 3210-TRY-MEMBER-PARA.
005430     MOVE MEM-IDNUM(MemIx) TO HH-IDNUM.
005440     READ HouseFile
005450         INVALID KEY
005460             GO TO 3210-TRY-MEMBER-EXIT
005470     END-READ.
005480     MOVE HH-NUMBER TO CandNumber.
005490     MOVE "N" TO NumberTaken.
005500     MOVE "00" TO HH-STATUS.
005510     START HouseFile KEY IS NOT LESS THAN HH-NUMBER
005520         INVALID KEY
005530             MOVE "10" TO HH-STATUS
005540     END-START.
005550     PERFORM 3220-CHECK-TAKEN-PARA
005560         THRU 3220-CHECK-TAKEN-EXIT
005570         UNTIL HH-END OR NUMBER-TAKEN.
005580     IF NOT NUMBER-TAKEN
005590         MOVE CandNumber TO HouseNumber
005600     END-IF.
005610 3210-TRY-MEMBER-EXIT.
005620     EXIT.
005630*
005640*--------------------------------------------------------------*
005650*  3220-CHECK-TAKEN-PARA - READ THE NEXT ROW UNDER CandNumber.   *
005660*                  ONE ALREADY STAMPED BY THIS RUN MEANS ANOTHER *
005670*                  GROUP HAS THE NUMBER.                         *
005680*--------------------------------------------------------------*
005690 3220-CHECK-TAKEN-PARA.
005700     READ HouseFile NEXT RECORD
005710         AT END
005720             MOVE "10" TO HH-STATUS
005730     END-READ.
005740     IF NOT HH-OK OR HH-NUMBER NOT = CandNumber
005750         MOVE "10" TO HH-STATUS
005760         GO TO 3220-CHECK-TAKEN-EXIT
005770     END-IF.
005780     IF HH-BUILT-DATE = RunDate AND HH-BUILT-TIME = RunTime
005790         MOVE "Y" TO NumberTaken
005800     END-IF.
005810 3220-CHECK-TAKEN-EXIT.
005820     EXIT.
005830*
005840*--------------------------------------------------------------*
005850*  3300-FILE-MEMBER-PARA - WRITE OR REWRITE ONE MEMBER'S ROW     *
005860*                  UNDER THE HOUSEHOLD NUMBER, STAMPED WITH THIS *
005870*                  RUN'S DATE AND TIME.                          *
005880*--------------------------------------------------------------*
005890 3300-FILE-MEMBER-PARA.
005900     MOVE "Y" TO OnHouseFile.
005910     MOVE MEM-IDNUM(MemIx) TO HH-IDNUM.
005920     READ HouseFile
005930         INVALID KEY
005940             MOVE "N" TO OnHouseFile
005950     END-READ.
005960     MOVE MEM-IDNUM(MemIx) TO HH-IDNUM.
005970     MOVE HouseNumber TO HH-NUMBER.
005980     MOVE MEM-FIRST(MemIx) TO HH-FIRST.
005990     MOVE MEM-LAST(MemIx) TO HH-LAST.
006000     MOVE MEM-ADDR(MemIx) TO HH-ADDR.
006010     MOVE GK-STREET TO HH-NORM-STREET.
006020     MOVE RunDate TO HH-BUILT-DATE.
006030     MOVE RunTime TO HH-BUILT-TIME.
006040     IF ON-HOUSE-FILE
006050         REWRITE HouseRecord
006060             INVALID KEY
006070                 DISPLAY "Household row not rewritten for "
006080                     HH-IDNUM
006090         END-REWRITE
006100     ELSE
006110         WRITE HouseRecord
006120             INVALID KEY
006130                 DISPLAY "Household row not written for "
006140                     HH-IDNUM
006150         END-WRITE
006160     END-IF.
006170     ADD 1 TO InHouseCount.
006180 3300-FILE-MEMBER-EXIT.
006190     EXIT.
006200*
006210 3400-LIST-HOUSE-PARA.
006220     MOVE SPACES TO ReportLine.
006230     WRITE ReportLine.
006240     MOVE HouseNumber TO HL-NUMBER.
006250     MOVE MEM-ADDR(1)(1:30) TO HL-STREET.
006260     MOVE MEM-ADDR(1)(31:15) TO HL-CITY.
006270     MOVE MEM-ADDR(1)(46:2) TO HL-STATE.
006280     MOVE MEM-ADDR(1)(48:5) TO HL-ZIP.
006290     MOVE MemberCount TO HL-MEMBERS.
006300     IF NEW-HOUSEHOLD
006310         MOVE "NEW" TO HL-NEW
006320     ELSE
006330         MOVE SPACES TO HL-NEW
006340     END-IF.
006350     WRITE ReportLine FROM HouseLine.
006360     PERFORM 3410-LIST-MEMBER-PARA
006370         THRU 3410-LIST-MEMBER-EXIT
006380         VARYING MemIx FROM 1 BY 1
006390         UNTIL MemIx > MemberCount.
006400 3400-LIST-HOUSE-EXIT.
006410     EXIT.
006420*
006430 3410-LIST-MEMBER-PARA.
006440     MOVE MEM-IDNUM(MemIx) TO ML-IDNUM.
006450     MOVE MEM-FIRST(MemIx) TO ML-FIRST.
006460     MOVE MEM-LAST(MemIx) TO ML-LAST.
006470     MOVE MEM-PHONE(MemIx) TO ML-PHONE.
006480     MOVE MEM-EMAIL(MemIx) TO ML-EMAIL.
006490     IF MEM-ADDR(MemIx) NOT = MEM-ADDR(1)
006500         MOVE MEM-ADDR(MemIx)(1:30) TO ML-TEXT
006510     ELSE
006520         MOVE SPACES TO ML-TEXT
006530     END-IF.
006540     WRITE ReportLine FROM MemberLine.
006550 3410-LIST-MEMBER-EXIT.
006560     EXIT.
006570*
006580*--------------------------------------------------------------*
006590*  4000-SWEEP-PARA - TAKE OFF custhh.txt EVERY ROW THIS RUN DID  *
006600*                  NOT STAMP - CUSTOMERS WHO NO LONGER SHARE AN  *
006610*                  ADDRESS WITH ANOTHER ACTIVE CUSTOMER - AND    *
006620*                  LIST THEM.  THE HIGHEST NUMBER ISSUED IS      *
006622*                  SAVED ON hhctl.txt FIRST, SO A HOUSEHOLD      *
006624*                  DISSOLVED HERE NEVER HAS ITS NUMBER ISSUED    *
006626*                  AGAIN.                                        *
006630*--------------------------------------------------------------*
006640 4000-SWEEP-PARA.
006641     MOVE HighNumber TO HW-LAST-NUMBER.
006642     MOVE RunDate TO HW-RUN-DATE.
006643     OPEN OUTPUT HhCtlFile.
006644     IF NOT HCT-OK
006645         DISPLAY "Cannot open hhctl.txt - status " HCT-STATUS
006646         STOP RUN
006647     END-IF.
006648     WRITE HhCtlRecord FROM HhCtlWork.
006649     CLOSE HhCtlFile.
006650     MOVE "00" TO HH-STATUS.
006660     MOVE ZERO TO HH-IDNUM.
006670     START HouseFile KEY IS NOT LESS THAN HH-IDNUM
006680         INVALID KEY
006690             MOVE "10" TO HH-STATUS
006700     END-START.
006710     PERFORM 4010-SWEEP-ONE-PARA
006720         THRU 4010-SWEEP-ONE-EXIT
006730         UNTIL HH-END.
006740 4000-SWEEP-EXIT.
006750     EXIT.
006760*
006770 4010-SWEEP-ONE-PARA.
006780     READ HouseFile NEXT RECORD
006790         AT END
006800             MOVE "10" TO HH-STATUS
006810     END-READ.
006820     IF NOT HH-OK
006830         MOVE "10" TO HH-STATUS
006840         GO TO 4010-SWEEP-ONE-EXIT
006850     END-IF.
006860     IF HH-BUILT-DATE = RunDate AND HH-BUILT-TIME = RunTime
006870         GO TO 4010-SWEEP-ONE-EXIT
006880     END-IF.
006890     IF NOT REMOVED-HDR-DONE
006900         MOVE "Y" TO RemovedHdr
006910         MOVE SPACES TO ReportLine
006920         WRITE ReportLine
006930         MOVE "NO LONGER IN A HOUSEHOLD" TO ReportLine
006940         WRITE ReportLine
006950     END-IF.
006960     MOVE HH-IDNUM TO ML-IDNUM.
006970     MOVE HH-FIRST TO ML-FIRST.
006980     MOVE HH-LAST TO ML-LAST.
006990     MOVE SPACES TO ML-PHONE.
007000     MOVE SPACES TO ML-EMAIL.
007010     MOVE SPACES TO ML-TEXT.
007020     STRING "WAS HOUSEHOLD " HH-NUMBER DELIMITED BY SIZE
007030         INTO ML-TEXT.
007040     WRITE ReportLine FROM MemberLine.
007050     DELETE HouseFile RECORD
007060         INVALID KEY
007070             DISPLAY "Household row not removed for " HH-IDNUM
007080     END-DELETE.
007090     ADD 1 TO RemovedCount.
007100 4010-SWEEP-ONE-EXIT.
007110     EXIT.
007120*
007130 6000-TOTALS-PARA.
007140     MOVE SPACES TO ReportLine.
007150     WRITE ReportLine.
007160     MOVE "COUNTS" TO ReportLine.
007170     WRITE ReportLine.
007180     MOVE "CUSTOMER RECORDS READ" TO CNT-TEXT.
007190     MOVE ReadCount TO CNT-COUNT.
007200     WRITE ReportLine FROM CountLine.
007210     MOVE "ACTIVE CUSTOMERS" TO CNT-TEXT.
007220     MOVE ActiveCount TO CNT-COUNT.
007230     WRITE ReportLine FROM CountLine.
007240     MOVE "NO STREET OR ZIP" TO CNT-TEXT.
007250     MOVE NoAddrCount TO CNT-COUNT.
007260     WRITE ReportLine FROM CountLine.
007270     MOVE "HOUSEHOLDS" TO CNT-TEXT.
007280     MOVE HouseCount TO CNT-COUNT.
007290     WRITE ReportLine FROM CountLine.
007300     MOVE "  NEW THIS RUN" TO CNT-TEXT.
007310     MOVE NewHouseCount TO CNT-COUNT.
007320     WRITE ReportLine FROM CountLine.
007330     MOVE "CUSTOMERS IN HOUSEHOLDS" TO CNT-TEXT.
007340     MOVE InHouseCount TO CNT-COUNT.
007350     WRITE ReportLine FROM CountLine.
007360     MOVE "NO LONGER IN A HOUSEHOLD" TO CNT-TEXT.
007370     MOVE RemovedCount TO CNT-COUNT.
007380     WRITE ReportLine FROM CountLine.
007390     IF OverflowCount > ZERO
007400         MOVE "OVER 200 AT ONE ADDRESS" TO CNT-TEXT
007410         MOVE OverflowCount TO CNT-COUNT
007420         WRITE ReportLine FROM CountLine
007430     END-IF.
007440     MOVE "*** END OF REPORT ***" TO ReportLine.
007450     WRITE ReportLine.
007460 6000-TOTALS-EXIT.
007470     EXIT.
007480*
007490*--------------------------------------------------------------*
007500*  9000-TERMINATE-PARA - CLOSE FILES AND SHOW THE COUNTS        *
007510*--------------------------------------------------------------*
007520 9000-TERMINATE-PARA.
007530     CLOSE CustomerFile.
007540     CLOSE HouseFile.
007550     CLOSE ReportFile.
007560     DISPLAY "Customer Household Build complete".
007570     MOVE HouseCount TO EditedCount.
007580     DISPLAY "Households              : " EditedCount.
007590     MOVE NewHouseCount TO EditedCount.
007600     DISPLAY "  new this run          : " EditedCount.
007610     MOVE InHouseCount TO EditedCount.
007620     DISPLAY "Customers in households : " EditedCount.
007630     MOVE RemovedCount TO EditedCount.
007640     DISPLAY "No longer in a household: " EditedCount.
007650     DISPLAY "Report written to hhrpt.txt".
007660 9000-TERMINATE-EXIT.
007670     EXIT.
