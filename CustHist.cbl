000010*
000020*--------------------------------------------------------------*
000030*  PROGRAM      : CUSTOMER HISTORY DOSSIER                      *
000040*  INSTALLATION : DATA PROCESSING DEPT                         *
000050*  AUTHOR       : R. HOLLIS                                    *
000060*  DATE-WRITTEN : 10/15/2026                                   *
000070*  PURPOSE      : PRINTS EVERYTHING HELD ON ONE CUSTOMER FOR   *
000080*                 A CUSTOMER OR COMPLIANCE REQUEST.  THE ID    *
000090*                 IS KEYED AT THE PROMPT, WITH THE REQUEST     *
000100*                 REFERENCE TO PRINT IN THE HEADING.  ANY ID   *
000110*                 PAIRED WITH IT ON custxref.txt (A DUPLICATE  *
000120*                 MERGED INTO IT, OR THE SURVIVOR IT WAS       *
000130*                 MERGED INTO) IS TAKEN IN AS WELL, SO THE     *
000140*                 OTHER CUSTOMER'S ENTRIES APPEAR TOO.         *
000150*                 SECTIONS, EACH IN DATE AND TIME ORDER -      *
000160*                   CURRENT RECORD  - customer.txt, WITH THE   *
000170*                                     BILLING STANDING AND ANY *
000180*                                     UNDELIVERABLE FLAG       *
000190*                   CHANGE HISTORY  - custaudit.txt AND        *
000200*                                     audarch.txt              *
000210*                   CONTACT NOTES   - custnote.txt, WITH       *
000220*                                     FOLLOW-UP STATUS         *
000230*                   MERGE PAIRINGS  - custxref.txt             *
000240*                   ARCHIVED ROWS   - custarch.txt             *
000250*                   BILLING         - billfeed.txt AND         *
000260*                                     billack.txt, DATED BY    *
000270*                                     THEIR TRAILERS           *
000280*                 ANY FILE NOT PRESENT IS PASSED BY AND ITS    *
000290*                 SECTION SHOWS NONE ON FILE.  ONLY THE        *
000300*                 audarch.txt AND custarch.txt IN THE RUN      *
000310*                 DIRECTORY ARE READ - COPY AN EARLIER         *
000320*                 PERIOD'S ARCHIVES IN TO INCLUDE THEM.  THE   *
000330*                 DOSSIER GOES TO custhist.txt; MOVE IT ASIDE  *
000340*                 UNDER THE REQUEST REFERENCE BEFORE THE NEXT  *
000350*                 REQUEST IS RUN - THE JOB WILL NOT START      *
000355*                 WHILE A custhist.txt IS STILL IN PLACE.      *
000360*--------------------------------------------------------------*
000370*  MODIFICATION HISTORY                                        *
000380*  ----------------------------------------------------------   *
000390*  10/15/2026  RH  INITIAL VERSION.                             *
000400*--------------------------------------------------------------*
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. "Customer History Dossier".
000430 AUTHOR. R. HOLLIS.
000440 INSTALLATION. DATA PROCESSING DEPT.
000450 DATE-WRITTEN. 10/15/2026.
000460 DATE-COMPILED.
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. IBM-370.
000500 OBJECT-COMPUTER. IBM-370.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT CustomerFile ASSIGN TO "customer.txt"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS iDNUM
000570         ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
000580         FILE STATUS IS CF-STATUS.
000590     SELECT CustomerAudit ASSIGN TO "custaudit.txt"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS AUD-STATUS.
000620     SELECT AudArch ASSIGN TO "audarch.txt"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS ROLL-STATUS.
000650     SELECT CustNotes ASSIGN TO "custnote.txt"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS NOTE-KEY
000690         FILE STATUS IS NOTE-STATUS.
000700     SELECT XrefFile ASSIGN TO "custxref.txt"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS XREF-STATUS.
000730     SELECT ArchFile ASSIGN TO "custarch.txt"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS ARC-STATUS.
000760     SELECT FeedFile ASSIGN TO "billfeed.txt"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS FEED-STATUS.
000790     SELECT AckFile ASSIGN TO "billack.txt"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS ACK-STATUS.
000820     SELECT StandingFile ASSIGN TO "custstd.txt"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS STD-IDNUM
000860         FILE STATUS IS STD-STATUS.
000870     SELECT UndelivFile ASSIGN TO "custundl.txt"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS UND-IDNUM
000910         FILE STATUS IS UND-STATUS.
000920     SELECT ReportFile ASSIGN TO "custhist.txt"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS RPT-STATUS.
000950     SELECT SortWork ASSIGN TO "custhist.srt".
000960*
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  CustomerFile.
001000 01  CustomerData.
001010     02  iDNUM PIC 9(06).
001020     02  FIRSTNAME PIC X(15).
001030     02  LASTNAME PIC X(15).
001040     02  ADDR.
001050         03  ADDR-STREET PIC X(30).
001060         03  ADDR-CITY PIC X(15).
001070         03  ADDR-STATE PIC X(02).
001080         03  ADDR-ZIP PIC X(05).
001090     02  PHONE PIC X(12).
001100     02  EMAIL PIC X(30).
001110     02  STATUS-FLAG PIC X(01).
001120         88  ACTIVE-CUSTOMER VALUE "A".
001130         88  INACTIVE-CUSTOMER VALUE "D".
001140     02  STATUS-DATE PIC 9(08).
001150*
001160 FD  CustomerAudit.
001170 01  AuditRecord.
001180     02  AUD-DATE PIC 9(08).
001190     02  AUD-TIME PIC 9(08).
001200     02  AUD-ACTION PIC X(10).
001210     02  AUD-IDNUM PIC 9(06).
001220     02  AUD-OLD-FIRST PIC X(15).
001230     02  AUD-OLD-LAST PIC X(15).
001240     02  AUD-OLD-ADDR PIC X(52).
001250     02  AUD-OLD-PHONE PIC X(12).
001260     02  AUD-OLD-EMAIL PIC X(30).
001270     02  AUD-OLD-STATUS PIC X(01).
001280     02  AUD-NEW-FIRST PIC X(15).
001290     02  AUD-NEW-LAST PIC X(15).
001300     02  AUD-NEW-ADDR PIC X(52).
001310     02  AUD-NEW-PHONE PIC X(12).
001320     02  AUD-NEW-EMAIL PIC X(30).
001330     02  AUD-NEW-STATUS PIC X(01).
001340*
001350 FD  AudArch.
001360 01  RolledAuditRecord PIC X(282).
001370*
001380 FD  CustNotes.
001390 01  NoteRecord.
001400     02  NOTE-KEY.
001410         03  NOTE-IDNUM PIC 9(06).
001420         03  NOTE-SEQ PIC 9(04).
001430     02  NOTE-DATE PIC 9(08).
001440     02  NOTE-TIME PIC 9(08).
001450     02  NOTE-OPER PIC X(08).
001460     02  NOTE-TEXT PIC X(60).
001470     02  NOTE-FU-DATE PIC 9(08).
001480     02  NOTE-FU-OPER PIC X(08).
001490     02  NOTE-FU-DONE PIC X(01).
001500*
001510 FD  XrefFile.
001520 01  XrefRecord.
001530     02  XREF-DUP-ID PIC 9(06).
001540     02  XREF-SURV-ID PIC 9(06).
001550     02  XREF-DATE PIC 9(08).
001560     02  XREF-OPER PIC X(08).
001570*
001580 FD  ArchFile.
001590 01  ArchRecord.
001600     02  ARC-IDNUM PIC 9(06).
001610     02  ARC-FIRSTNAME PIC X(15).
001620     02  ARC-LASTNAME PIC X(15).
001630     02  ARC-ADDR.
001640         03  ARC-STREET PIC X(30).
001650         03  ARC-CITY PIC X(15).
001660         03  ARC-STATE PIC X(02).
001670         03  ARC-ZIP PIC X(05).
001680     02  ARC-PHONE PIC X(12).
001690     02  ARC-EMAIL PIC X(30).
001700     02  ARC-STATUS-FLAG PIC X(01).
001710     02  ARC-STATUS-DATE PIC 9(08).
001720     02  ARC-RUN-DATE PIC 9(08).
001730*
001740 FD  FeedFile.
001750 01  FeedRecord.
001760     02  FEED-REC-TYPE PIC X(01).
001770     02  FEED-DATA PIC X(139).
001780 01  FeedDetail REDEFINES FeedRecord.
001790     02  FILLER PIC X(01).
001800     02  FEED-IDNUM PIC 9(06).
001810     02  FEED-TRAN-CODE PIC X(01).
001820     02  FEED-FIRST PIC X(15).
001830     02  FEED-LAST PIC X(15).
001840     02  FEED-ADDR.
001850         03  FEED-STREET PIC X(30).
001860         03  FEED-CITY PIC X(15).
001870         03  FEED-STATE PIC X(02).
001880         03  FEED-ZIP PIC X(05).
001890     02  FEED-PHONE PIC X(12).
001900     02  FEED-EMAIL PIC X(30).
001910     02  FEED-CUST-STATUS PIC X(01).
001920     02  FILLER PIC X(07).
001930 01  FeedTrailer REDEFINES FeedRecord.
001940     02  FILLER PIC X(01).
001950     02  TRL-DATE PIC 9(08).
001960     02  TRL-TOTAL PIC 9(07).
001970     02  TRL-NEW PIC 9(07).
001980     02  TRL-CHANGED PIC 9(07).
001990     02  TRL-DEACT PIC 9(07).
002000     02  FILLER PIC X(103).
002010*
002020 FD  AckFile.
002030 01  AckRecord.
002040     02  ACK-REC-TYPE PIC X(01).
002050     02  ACK-DATA PIC X(17).
002060 01  AckDetail REDEFINES AckRecord.
002070     02  FILLER PIC X(01).
002080     02  ACK-IDNUM PIC 9(06).
002090     02  ACK-DISP PIC X(01).
002100         88  ACK-ACCEPTED VALUE "A".
002110         88  ACK-REJECTED VALUE "R".
002120     02  ACK-REASON PIC X(04).
002130     02  FILLER PIC X(06).
002140 01  AckTrailer REDEFINES AckRecord.
002150     02  FILLER PIC X(01).
002160     02  ACK-TRL-DATE PIC 9(08).
002170     02  ACK-TRL-TOTAL PIC 9(07).
002180     02  FILLER PIC X(02).
002190*
002200 FD  StandingFile.
002210 01  StandingRecord.
002220     02  STD-IDNUM PIC 9(06).
002230     02  STD-STANDING PIC X(01).
002240         88  STD-CURRENT VALUE "C".
002250         88  STD-PAST-DUE VALUE "P".
002260         88  STD-COLLECTIONS VALUE "K".
002270         88  STD-CLOSED VALUE "X".
002280     02  STD-DUE-DATE PIC 9(08).
002290     02  STD-FEED-DATE PIC 9(08).
002300*
002310 FD  UndelivFile.
002320 01  UndelivRecord.
002330     02  UND-IDNUM PIC 9(06).
002340     02  UND-ADDR PIC X(52).
002350     02  UND-DATE PIC 9(08).
002360     02  UND-RETURNS PIC 9(03).
002370*
002380 FD  ReportFile.
002390 01  ReportLine PIC X(132).
002400*
002410 SD  SortWork.
002420 01  SortRecord.
002430     02  SRT-SECTION PIC 9(01).
002440     02  SRT-DATE PIC 9(08).
002450     02  SRT-TIME PIC 9(08).
002460     02  SRT-ENTRY PIC 9(07).
002470     02  SRT-LINE-NO PIC 9(03).
002480     02  SRT-TEXT PIC X(132).
002490*
002500 WORKING-STORAGE SECTION.
002510 01  CF-STATUS PIC X(02).
002520     88  CF-OK VALUE "00".
002530 01  AUD-STATUS PIC X(02).
002540     88  AUD-OK VALUE "00".
002550     88  AUD-END VALUE "10".
002560 01  ROLL-STATUS PIC X(02).
002570     88  ROLL-OK VALUE "00".
002580     88  ROLL-END VALUE "10".
002590 01  NOTE-STATUS PIC X(02).
002600     88  NOTE-OK VALUE "00".
002610     88  NOTE-END VALUE "10".
002620 01  XREF-STATUS PIC X(02).
002630     88  XREF-OK VALUE "00".
002640     88  XREF-END VALUE "10".
002650 01  ARC-STATUS PIC X(02).
002660     88  ARC-OK VALUE "00".
002670     88  ARC-END VALUE "10".
002680 01  FEED-STATUS PIC X(02).
002690     88  FEED-OK VALUE "00".
002700     88  FEED-END VALUE "10".
002710 01  ACK-STATUS PIC X(02).
002720     88  ACK-OK VALUE "00".
002730     88  ACK-END VALUE "10".
002740 01  STD-STATUS PIC X(02).
002750     88  STD-OK VALUE "00".
002760 01  UND-STATUS PIC X(02).
002770     88  UND-OK VALUE "00".
002780 01  RPT-STATUS PIC X(02).
002790     88  RPT-OK VALUE "00".
002800 01  SRT-STATUS PIC X(02).
002810     88  SRT-END VALUE "10".
002820 01  StandingOpen PIC X VALUE "N".
002830     88  STANDING-FILE-OPEN VALUE "Y".
002840 01  UndelivOpen PIC X VALUE "N".
002850     88  UNDELIV-FILE-OPEN VALUE "Y".
002860 01  NotesOpen PIC X VALUE "N".
002870     88  NOTES-FILE-OPEN VALUE "Y".
002880 01  HistId PIC 9(06).
002890 01  RequestRef PIC X(20).
002900 01  RunDate PIC 9(08).
002910 01  FeedDate PIC 9(08).
002920 01  AckDate PIC 9(08).
002930*
002940*    THE REQUESTED ID IS ALWAYS THE FIRST ENTRY; ANY ID PAIRED
002950*    WITH IT ON custxref.txt FOLLOWS.
002960*
002970 01  IdList.
002980     02  IdEntry PIC 9(06) OCCURS 50 TIMES.
002990 77  IdCount PIC 9(04) COMP VALUE ZERO.
003000 77  IdSub PIC 9(04) COMP VALUE ZERO.
003010 77  ChkSub PIC 9(04) COMP VALUE ZERO.
003020 01  CheckId PIC 9(06).
003030 01  IdInList PIC X.
003040     88  ID-IN-LIST VALUE "Y".
003050 01  SectionNames.
003060     02  FILLER PIC X(40) VALUE "CURRENT RECORD".
003070     02  FILLER PIC X(40) VALUE "CHANGE HISTORY".
003080     02  FILLER PIC X(40) VALUE "CONTACT NOTES".
003090     02  FILLER PIC X(40) VALUE "MERGE PAIRINGS".
003100     02  FILLER PIC X(40) VALUE "ARCHIVED ROWS".
003110     02  FILLER PIC X(40)
003120         VALUE "BILLING FEED AND ACKNOWLEDGEMENTS".
003130 01  SectionTable REDEFINES SectionNames.
003140     02  SectionName PIC X(40) OCCURS 6 TIMES.
003150 01  CurSection PIC 9(01) VALUE ZERO.
003160 77  SectionLines PIC 9(07) COMP VALUE ZERO.
003170 01  KeySection PIC 9(01).
003180 01  KeyDate PIC 9(08).
003190 01  KeyTime PIC 9(08).
003200 77  EntryCount PIC 9(07) COMP VALUE ZERO.
003210 77  LineCount PIC 9(03) COMP VALUE ZERO.
003220 01  PrintWork PIC X(132).
003230 01  DateWork PIC 9(08).
003240 01  DateParts REDEFINES DateWork.
003250     02  DW-YEAR PIC 9(04).
003260     02  DW-MONTH PIC 9(02).
003270     02  DW-DAY PIC 9(02).
003280 01  DateEdit.
003290     02  DE-MONTH PIC 9(02).
003300     02  FILLER PIC X(01) VALUE "/".
003310     02  DE-DAY PIC 9(02).
003320     02  FILLER PIC X(01) VALUE "/".
003330     02  DE-YEAR PIC 9(04).
003340 01  TimeWork PIC 9(08).
003350 01  TimeParts REDEFINES TimeWork.
003360     02  TW-HOUR PIC 9(02).
003370     02  TW-MINUTE PIC 9(02).
003380     02  TW-SECOND PIC 9(02).
003390     02  TW-HUNDREDTH PIC 9(02).
003400 01  TimeEdit.
003410     02  TE-HOUR PIC 9(02).
003420     02  FILLER PIC X(01) VALUE ":".
003430     02  TE-MINUTE PIC 9(02).
003440     02  FILLER PIC X(01) VALUE ":".
003450     02  TE-SECOND PIC 9(02).
003460 01  ShowFirst PIC X(15).
003470 01  ShowLast PIC X(15).
003480 01  ShowAddr.
003490     02  SA-STREET PIC X(30).
003500     02  SA-CITY PIC X(15).
003510     02  SA-STATE PIC X(02).
003520     02  SA-ZIP PIC X(05).
003530 01  ShowLabel PIC X(12).
003540 01  OutLine PIC X(80).
003550 01  OutPtr PIC 9(03) COMP.
003560 01  FieldWork PIC X(30).
003570 01  FieldMax PIC 9(02) COMP.
003580 01  FieldLen PIC 9(02) COMP.
003590 77  CustCount PIC 9(07) COMP VALUE ZERO.
003600 77  AuditCount PIC 9(07) COMP VALUE ZERO.
003610 77  NoteCount PIC 9(07) COMP VALUE ZERO.
003620 77  XrefCount PIC 9(07) COMP VALUE ZERO.
003630 77  ArchCount PIC 9(07) COMP VALUE ZERO.
003640 77  FeedCount PIC 9(07) COMP VALUE ZERO.
003650 77  AckCount PIC 9(07) COMP VALUE ZERO.
003660 01  EditedCount PIC Z,ZZZ,ZZ9.
003670 01  RptHdr.
003680     02  FILLER PIC X(35)
003690         VALUE "CUSTOMER HISTORY DOSSIER - CUSTOMER".
003700     02  FILLER PIC X(01) VALUE SPACES.
003710     02  HDR-IDNUM PIC 9(06).
003720     02  FILLER PIC X(12) VALUE "  PREPARED  ".
003730     02  HDR-DATE PIC X(10).
003740     02  FILLER PIC X(13) VALUE "  REFERENCE  ".
003750     02  HDR-REF PIC X(20).
003760     02  FILLER PIC X(35) VALUE SPACES.
003770 01  EventLine.
003780     02  FILLER PIC X(02) VALUE SPACES.
003790     02  EV-DATE PIC X(10).
003800     02  FILLER PIC X(01) VALUE SPACES.
003810     02  EV-TIME PIC X(08).
003820     02  FILLER PIC X(02) VALUE SPACES.
003830     02  EV-IDNUM PIC 9(06).
003840     02  FILLER PIC X(02) VALUE SPACES.
003850     02  EV-TEXT PIC X(101).
003860 01  ItemLine.
003870     02  FILLER PIC X(33) VALUE SPACES.
003880     02  IT-LABEL PIC X(12).
003890     02  IT-TEXT PIC X(87).
003900 01  CountLine.
003910     02  FILLER PIC X(04) VALUE SPACES.
003920     02  CNT-TEXT PIC X(24).
003930     02  CNT-COUNT PIC Z,ZZZ,ZZ9.
003940     02  FILLER PIC X(95) VALUE SPACES.
003950*
003960 PROCEDURE DIVISION.
003970*
003980*--------------------------------------------------------------*
003990*  0000-MAINLINE-PARA - PROGRAM CONTROL                         *
004000*--------------------------------------------------------------*
004010 0000-MAINLINE-PARA.
004020     PERFORM 1000-INITIALIZE-PARA
004030         THRU 1000-INITIALIZE-EXIT.
004040     PERFORM 1100-FIND-PAIRS-PARA
004050         THRU 1100-FIND-PAIRS-EXIT.
004060     SORT SortWork
004070         ON ASCENDING KEY SRT-SECTION SRT-DATE SRT-TIME
004080             SRT-ENTRY SRT-LINE-NO
004090         INPUT PROCEDURE IS 2000-COLLECT-PARA
004100             THRU 2000-COLLECT-EXIT
004110         OUTPUT PROCEDURE IS 3000-PRINT-PARA
004120             THRU 3000-PRINT-EXIT.
004130     PERFORM 6000-TOTALS-PARA
004140         THRU 6000-TOTALS-EXIT.
004150     PERFORM 9000-TERMINATE-PARA
004160         THRU 9000-TERMINATE-EXIT.
004170     STOP RUN.
004180 0000-MAINLINE-EXIT.
004190     EXIT.
004200*
004210*--------------------------------------------------------------*
004220*  1000-INITIALIZE-PARA - REFUSE TO START WHILE THE LAST        *
004222*                  DOSSIER IS STILL IN custhist.txt, GET THE    *
004224*                  CUSTOMER ID AND REQUEST REFERENCE, OPEN THE  *
004230*                  CUSTOMER FILE AND THE DOSSIER, AND PRINT THE *
004240*                  HEADING.                                     *
004250*--------------------------------------------------------------*
004260 1000-INITIALIZE-PARA.
004270     DISPLAY "CUSTOMER HISTORY DOSSIER".
004271     OPEN INPUT ReportFile.
004272     IF RPT-OK
004273         CLOSE ReportFile
004274         DISPLAY "custhist.txt is still in place - move the last"
004275         DISPLAY "  dossier aside under its request reference"
004276         DISPLAY "  and run again"
004277         STOP RUN
004278     END-IF.
004280     DISPLAY "Customer ID : " WITH NO ADVANCING.
004290     ACCEPT HistId.
004300     IF HistId = ZERO
004310         DISPLAY "Customer ID is required"
004320         STOP RUN
004330     END-IF.
004340     DISPLAY "Request reference : " WITH NO ADVANCING.
004350     ACCEPT RequestRef.
004360     ACCEPT RunDate FROM DATE YYYYMMDD.
004370     OPEN INPUT CustomerFile.
004380     IF NOT CF-OK
004390         DISPLAY "Cannot open customer.txt - status " CF-STATUS
004400         STOP RUN
004410     END-IF.
004420     OPEN INPUT StandingFile.
004430     IF STD-OK
004440         MOVE "Y" TO StandingOpen
004450     END-IF.
004460     OPEN INPUT UndelivFile.
004470     IF UND-OK
004480         MOVE "Y" TO UndelivOpen
004490     END-IF.
004500     OPEN OUTPUT ReportFile.
004510     MOVE HistId TO HDR-IDNUM.
004520     MOVE RunDate TO DateWork.
004530     PERFORM 8300-EDIT-DATE-PARA
004540         THRU 8300-EDIT-DATE-EXIT.
004550     MOVE DateEdit TO HDR-DATE.
004560     MOVE RequestRef TO HDR-REF.
004570     WRITE ReportLine FROM RptHdr.
004580     MOVE 1 TO IdCount.
004590     MOVE HistId TO IdEntry(1).
004600 1000-INITIALIZE-EXIT.
004610     EXIT.
004620*
004630*--------------------------------------------------------------*
004640*  1100-FIND-PAIRS-PARA - READ custxref.txt AND ADD TO IdList    *
004650*                  EVERY ID MERGED INTO THE REQUESTED CUSTOMER  *
004660*                  OR THAT IT WAS MERGED INTO.                  *
004670*--------------------------------------------------------------*
004680 1100-FIND-PAIRS-PARA.
004690     OPEN INPUT XrefFile.
004700     IF NOT XREF-OK
004710         GO TO 1100-FIND-PAIRS-EXIT
004720     END-IF.
004730     PERFORM 1110-PAIR-NEXT-PARA
004740         THRU 1110-PAIR-NEXT-EXIT
004750         UNTIL XREF-END.
004760     CLOSE XrefFile.
004770 1100-FIND-PAIRS-EXIT.
004780     EXIT.
004790*
004800 1110-PAIR-NEXT-PARA.
004810     READ XrefFile
004820         AT END
004830             MOVE "10" TO XREF-STATUS
004840     END-READ.
004850     IF XREF-END
004860         GO TO 1110-PAIR-NEXT-EXIT
004870     END-IF.
004880     IF XREF-DUP-ID = HistId
004890         MOVE XREF-SURV-ID TO CheckId
004900         PERFORM 1120-ADD-ID-PARA
004910             THRU 1120-ADD-ID-EXIT
004920     END-IF.
004930     IF XREF-SURV-ID = HistId
004940         MOVE XREF-DUP-ID TO CheckId
004950         PERFORM 1120-ADD-ID-PARA
004960             THRU 1120-ADD-ID-EXIT
004970     END-IF.
004980 1110-PAIR-NEXT-EXIT.
004990     EXIT.
005000*
005010 1120-ADD-ID-PARA.
005020     PERFORM 8100-CHECK-ID-PARA
005030         THRU 8100-CHECK-ID-EXIT.
005040     IF ID-IN-LIST
005050         GO TO 1120-ADD-ID-EXIT
005060     END-IF.
005070     IF IdCount NOT < 50
005080         DISPLAY "More than 50 merge pairings - " CheckId
005090             " not included"
005100         GO TO 1120-ADD-ID-EXIT
005110     END-IF.
005120     ADD 1 TO IdCount.
005130     MOVE CheckId TO IdEntry(IdCount).
005140 1120-ADD-ID-EXIT.
005150     EXIT.
005160*
005170*--------------------------------------------------------------*
005180*  2000-COLLECT-PARA - SORT INPUT.  GATHER EVERY ENTRY FOR THE   *
005190*                  IDS IN IdList FROM EACH FILE IN TURN, KEYED   *
005200*                  BY SECTION, DATE AND TIME.                    *
005210*--------------------------------------------------------------*
005220 2000-COLLECT-PARA.
005230     PERFORM 2100-CURRENT-PARA
005240         THRU 2100-CURRENT-EXIT
005250         VARYING IdSub FROM 1 BY 1
005260         UNTIL IdSub > IdCount.
005270     PERFORM 2200-AUDIT-PARA
005280         THRU 2200-AUDIT-EXIT.
005290     OPEN INPUT CustNotes.
005300     IF NOTE-OK
005310         MOVE "Y" TO NotesOpen
005320         PERFORM 2300-NOTES-PARA
005330             THRU 2300-NOTES-EXIT
005340             VARYING IdSub FROM 1 BY 1
005350             UNTIL IdSub > IdCount
005360         CLOSE CustNotes
005370     END-IF.
005380     PERFORM 2400-XREF-PARA
005390         THRU 2400-XREF-EXIT.
005400     PERFORM 2500-ARCHIVE-PARA
005410         THRU 2500-ARCHIVE-EXIT.
005420     PERFORM 2600-FEED-PARA
005430         THRU 2600-FEED-EXIT.
005440     PERFORM 2700-ACK-PARA
005450         THRU 2700-ACK-EXIT.
005460 2000-COLLECT-EXIT.
005470     EXIT.
005480*
005490*--------------------------------------------------------------*
005500*  2100-CURRENT-PARA - THE CUSTOMER RECORD AS IT STANDS NOW FOR  *
005510*                  IdEntry(IdSub), WITH ITS BILLING STANDING AND *
005520*                  ANY UNDELIVERABLE-MAIL FLAG.                  *
005530*--------------------------------------------------------------*
005540 2100-CURRENT-PARA.
005550     MOVE 1 TO KeySection.
005560     MOVE ZERO TO KeyDate.
005570     MOVE ZERO TO KeyTime.
005580     PERFORM 8010-START-ENTRY-PARA
005590         THRU 8010-START-ENTRY-EXIT.
005600     MOVE SPACES TO EventLine.
005610     MOVE IdEntry(IdSub) TO EV-IDNUM.
005620     IF IdSub = 1
005630         MOVE "REQUESTED CUSTOMER" TO EV-TEXT
005640     ELSE
005650         MOVE "MERGE PARTNER" TO EV-TEXT
005660     END-IF.
005670     MOVE EventLine TO PrintWork.
005680     PERFORM 8000-RELEASE-LINE-PARA
005690         THRU 8000-RELEASE-LINE-EXIT.
005700     MOVE IdEntry(IdSub) TO iDNUM.
005710     READ CustomerFile
005720         INVALID KEY
005730             MOVE "NOT ON CUSTOMER FILE" TO IT-TEXT
005740             MOVE SPACES TO IT-LABEL
005750             MOVE ItemLine TO PrintWork
005760             PERFORM 8000-RELEASE-LINE-PARA
005770                 THRU 8000-RELEASE-LINE-EXIT
005780             GO TO 2100-CURRENT-EXIT
005790     END-READ.
005800     ADD 1 TO CustCount.
005810     MOVE FIRSTNAME TO ShowFirst.
005820     MOVE LASTNAME TO ShowLast.
005830     MOVE ADDR TO ShowAddr.
005840     PERFORM 8400-SHOW-NAME-ADDR-PARA
005850         THRU 8400-SHOW-NAME-ADDR-EXIT.
005860     MOVE "PHONE" TO IT-LABEL.
005870     MOVE PHONE TO IT-TEXT.
005880     MOVE ItemLine TO PrintWork.
005890     PERFORM 8000-RELEASE-LINE-PARA
005900         THRU 8000-RELEASE-LINE-EXIT.
005910     MOVE "EMAIL" TO IT-LABEL.
005920     MOVE EMAIL TO IT-TEXT.
005930     MOVE ItemLine TO PrintWork.
005940     PERFORM 8000-RELEASE-LINE-PARA
005950         THRU 8000-RELEASE-LINE-EXIT.
005960     MOVE STATUS-DATE TO DateWork.
005970     PERFORM 8300-EDIT-DATE-PARA
005980         THRU 8300-EDIT-DATE-EXIT.
005990     MOVE "STATUS" TO IT-LABEL.
006000     MOVE SPACES TO IT-TEXT.
006010     IF ACTIVE-CUSTOMER
006020         STRING "ACTIVE SINCE " DateEdit DELIMITED BY SIZE
006030             INTO IT-TEXT
006040     ELSE
006050         STRING "INACTIVE SINCE " DateEdit DELIMITED BY SIZE
006060             INTO IT-TEXT
006070     END-IF.
006080     MOVE ItemLine TO PrintWork.
006090     PERFORM 8000-RELEASE-LINE-PARA
006100         THRU 8000-RELEASE-LINE-EXIT.
006110     PERFORM 2110-STANDING-PARA
006120         THRU 2110-STANDING-EXIT.
006130     PERFORM 2120-UNDELIV-PARA
006140         THRU 2120-UNDELIV-EXIT.
006150 2100-CURRENT-EXIT.
006160     EXIT.
006170*
006180 2110-STANDING-PARA.
006190     IF NOT STANDING-FILE-OPEN
006200         GO TO 2110-STANDING-EXIT
006210     END-IF.
006220     MOVE iDNUM TO STD-IDNUM.
006230     READ StandingFile
006240         INVALID KEY
006250             GO TO 2110-STANDING-EXIT
006260     END-READ.
006270     MOVE "BILLING" TO IT-LABEL.
006280     MOVE SPACES TO IT-TEXT.
006290     EVALUATE TRUE
006300         WHEN STD-CURRENT
006310             MOVE "CURRENT" TO IT-TEXT
006320         WHEN STD-PAST-DUE
006330             MOVE "PAST DUE" TO IT-TEXT
006340         WHEN STD-COLLECTIONS
006350             MOVE "IN COLLECTIONS" TO IT-TEXT
006360         WHEN STD-CLOSED
006370             MOVE "CLOSED" TO IT-TEXT
006380         WHEN OTHER
006390             MOVE STD-STANDING TO IT-TEXT
006400     END-EVALUATE.
006410     IF STD-DUE-DATE NOT = ZERO
006420         MOVE STD-DUE-DATE TO DateWork
006430         PERFORM 8300-EDIT-DATE-PARA
006440             THRU 8300-EDIT-DATE-EXIT
006450         MOVE "DUE" TO IT-TEXT(17:3)
006460         MOVE DateEdit TO IT-TEXT(21:10)
006470     END-IF.
006480     MOVE STD-FEED-DATE TO DateWork.
006490     PERFORM 8300-EDIT-DATE-PARA
006500         THRU 8300-EDIT-DATE-EXIT.
006510     MOVE "AS AT" TO IT-TEXT(33:5).
006520     MOVE DateEdit TO IT-TEXT(39:10).
006530     MOVE ItemLine TO PrintWork.
006540     PERFORM 8000-RELEASE-LINE-PARA
006550         THRU 8000-RELEASE-LINE-EXIT.
006560 2110-STANDING-EXIT.
006570     EXIT.
006580*
006590 2120-UNDELIV-PARA.
006600     IF NOT UNDELIV-FILE-OPEN
006610         GO TO 2120-UNDELIV-EXIT
006620     END-IF.
006630     MOVE iDNUM TO UND-IDNUM.
006640     READ UndelivFile
006650         INVALID KEY
006660             GO TO 2120-UNDELIV-EXIT
006670     END-READ.
006680     MOVE UND-DATE TO DateWork.
006690     PERFORM 8300-EDIT-DATE-PARA
006700         THRU 8300-EDIT-DATE-EXIT.
006710     MOVE "UNDELIV" TO IT-LABEL.
006720     MOVE SPACES TO IT-TEXT.
006730     STRING "MAIL RETURNED " UND-RETURNS " TIME(S), LAST "
006740         DateEdit DELIMITED BY SIZE
006750         INTO IT-TEXT.
006760     MOVE ItemLine TO PrintWork.
006770     PERFORM 8000-RELEASE-LINE-PARA
006780         THRU 8000-RELEASE-LINE-EXIT.
006790     MOVE "RETURNED AT" TO ShowLabel.
006800     MOVE UND-ADDR TO ShowAddr.
006810     PERFORM 8420-SHOW-ADDR-PARA
006820         THRU 8420-SHOW-ADDR-EXIT.
006830 2120-UNDELIV-EXIT.
006840     EXIT.
006850*
006860*--------------------------------------------------------------*
006870*  2200-AUDIT-PARA - EVERY CustomerAudit ENTRY FOR AN ID IN      *
006880*                  IdList, FROM THE ROLLED audarch.txt WHEN ONE  *
006890*                  IS PRESENT AND FROM THE LIVE custaudit.txt.   *
006900*--------------------------------------------------------------*
006910 2200-AUDIT-PARA.
006920     OPEN INPUT AudArch.
006930     IF ROLL-OK
006940         PERFORM 2220-ARCH-NEXT-PARA
006950             THRU 2220-ARCH-NEXT-EXIT
006960             UNTIL ROLL-END
006970         CLOSE AudArch
006980     END-IF.
006990     OPEN INPUT CustomerAudit.
007000     IF AUD-OK
007010         PERFORM 2210-AUDIT-NEXT-PARA
007020             THRU 2210-AUDIT-NEXT-EXIT
007030             UNTIL AUD-END
007040         CLOSE CustomerAudit
007050     END-IF.
007060 2200-AUDIT-EXIT.
007070     EXIT.
007080*
007090 2210-AUDIT-NEXT-PARA.
007100     READ CustomerAudit
007110         AT END
007120             MOVE "10" TO AUD-STATUS
007130     END-READ.
007140     IF NOT AUD-END
007150         PERFORM 2230-AUDIT-ENTRY-PARA
007160             THRU 2230-AUDIT-ENTRY-EXIT
007170     END-IF.
007180 2210-AUDIT-NEXT-EXIT.
007190     EXIT.
007200*
007210 2220-ARCH-NEXT-PARA.
007220     READ AudArch
007230         AT END
007240             MOVE "10" TO ROLL-STATUS
007250     END-READ.
007260     IF NOT ROLL-END
007270         MOVE RolledAuditRecord TO AuditRecord
007280         PERFORM 2230-AUDIT-ENTRY-PARA
007290             THRU 2230-AUDIT-ENTRY-EXIT
007300     END-IF.
007310 2220-ARCH-NEXT-EXIT.
007320     EXIT.
007330*
007340*--------------------------------------------------------------*
007350*  2230-AUDIT-ENTRY-PARA - ONE AUDIT ENTRY: THE ACTION LINE,     *
007360*                  THEN A WAS/NOW PAIR FOR EACH FIELD THAT       *
007370*                  CHANGED.  A WAS LINE IS LEFT OUT WHEN THE OLD *
007380*                  IMAGE IS BLANK (ADD, REINSTATE).              *
007390*--------------------------------------------------------------*
007400 2230-AUDIT-ENTRY-PARA.
007410     MOVE AUD-IDNUM TO CheckId.
007420     PERFORM 8100-CHECK-ID-PARA
007430         THRU 8100-CHECK-ID-EXIT.
007440     IF NOT ID-IN-LIST
007450         GO TO 2230-AUDIT-ENTRY-EXIT
007460     END-IF.
007470     ADD 1 TO AuditCount.
007480     MOVE 2 TO KeySection.
007490     MOVE AUD-DATE TO KeyDate.
007500     MOVE AUD-TIME TO KeyTime.
007510     PERFORM 8010-START-ENTRY-PARA
007520         THRU 8010-START-ENTRY-EXIT.
007530     PERFORM 8020-EVENT-HEAD-PARA
007540         THRU 8020-EVENT-HEAD-EXIT.
007550     MOVE AUD-IDNUM TO EV-IDNUM.
007560     MOVE AUD-ACTION TO EV-TEXT.
007570     MOVE EventLine TO PrintWork.
007580     PERFORM 8000-RELEASE-LINE-PARA
007590         THRU 8000-RELEASE-LINE-EXIT.
007600     IF AUD-OLD-FIRST NOT = AUD-NEW-FIRST
007610         OR AUD-OLD-LAST NOT = AUD-NEW-LAST
007620         IF AUD-OLD-FIRST NOT = SPACES
007630             OR AUD-OLD-LAST NOT = SPACES
007640             MOVE "NAME WAS" TO ShowLabel
007650             MOVE AUD-OLD-FIRST TO ShowFirst
007660             MOVE AUD-OLD-LAST TO ShowLast
007670             PERFORM 8410-SHOW-NAME-PARA
007680                 THRU 8410-SHOW-NAME-EXIT
007690         END-IF
007700         MOVE "NAME NOW" TO ShowLabel
007710         MOVE AUD-NEW-FIRST TO ShowFirst
007720         MOVE AUD-NEW-LAST TO ShowLast
007730         PERFORM 8410-SHOW-NAME-PARA
007740             THRU 8410-SHOW-NAME-EXIT
007750     END-IF.
007760     IF AUD-OLD-ADDR NOT = AUD-NEW-ADDR
007770         IF AUD-OLD-ADDR NOT = SPACES
007780             MOVE "ADDR WAS" TO ShowLabel
007790             MOVE AUD-OLD-ADDR TO ShowAddr
007800             PERFORM 8420-SHOW-ADDR-PARA
007810                 THRU 8420-SHOW-ADDR-EXIT
007820         END-IF
007830         MOVE "ADDR NOW" TO ShowLabel
007840         MOVE AUD-NEW-ADDR TO ShowAddr
007850         PERFORM 8420-SHOW-ADDR-PARA
007860             THRU 8420-SHOW-ADDR-EXIT
007870     END-IF.
007880     IF AUD-OLD-PHONE NOT = AUD-NEW-PHONE
007890         IF AUD-OLD-PHONE NOT = SPACES
007900             MOVE "PHONE WAS" TO IT-LABEL
007910             MOVE AUD-OLD-PHONE TO IT-TEXT
007920             MOVE ItemLine TO PrintWork
007930             PERFORM 8000-RELEASE-LINE-PARA
007940                 THRU 8000-RELEASE-LINE-EXIT
007950         END-IF
007960         MOVE "PHONE NOW" TO IT-LABEL
007970         MOVE AUD-NEW-PHONE TO IT-TEXT
007980         MOVE ItemLine TO PrintWork
007990         PERFORM 8000-RELEASE-LINE-PARA
008000             THRU 8000-RELEASE-LINE-EXIT
008010     END-IF.
008020     IF AUD-OLD-EMAIL NOT = AUD-NEW-EMAIL
008030         IF AUD-OLD-EMAIL NOT = SPACES
008040             MOVE "EMAIL WAS" TO IT-LABEL
008050             MOVE AUD-OLD-EMAIL TO IT-TEXT
008060             MOVE ItemLine TO PrintWork
008070             PERFORM 8000-RELEASE-LINE-PARA
008080                 THRU 8000-RELEASE-LINE-EXIT
008090         END-IF
008100         MOVE "EMAIL NOW" TO IT-LABEL
008110         MOVE AUD-NEW-EMAIL TO IT-TEXT
008120         MOVE ItemLine TO PrintWork
008130         PERFORM 8000-RELEASE-LINE-PARA
008140             THRU 8000-RELEASE-LINE-EXIT
008150     END-IF.
008160     IF AUD-OLD-STATUS NOT = AUD-NEW-STATUS
008170         MOVE "STATUS" TO IT-LABEL
008180         MOVE SPACES TO IT-TEXT
008190         IF AUD-OLD-STATUS = SPACE
008200             STRING "NOW " AUD-NEW-STATUS DELIMITED BY SIZE
008210                 INTO IT-TEXT
008220         ELSE
008230             STRING "WAS " AUD-OLD-STATUS "  NOW " AUD-NEW-STATUS
008240                 DELIMITED BY SIZE
008250                 INTO IT-TEXT
008260         END-IF
008270         MOVE ItemLine TO PrintWork
008280         PERFORM 8000-RELEASE-LINE-PARA
008290             THRU 8000-RELEASE-LINE-EXIT
008300     END-IF.
008310 2230-AUDIT-ENTRY-EXIT.
008320     EXIT.
008330*
008340*--------------------------------------------------------------*
008350*  2300-NOTES-PARA - THE CONTACT NOTES FOR IdEntry(IdSub), WITH  *
008360*                  THE FOLLOW-UP DATE, OPERATOR AND WHETHER IT   *
008370*                  HAS BEEN DONE.                                *
008380*--------------------------------------------------------------*
008390 2300-NOTES-PARA.
008400     MOVE "00" TO NOTE-STATUS.
008410     MOVE IdEntry(IdSub) TO NOTE-IDNUM.
008420     MOVE ZERO TO NOTE-SEQ.
008430     START CustNotes KEY IS NOT LESS THAN NOTE-KEY
008440         INVALID KEY
008450             GO TO 2300-NOTES-EXIT
008460     END-START.
008470     PERFORM 2310-NOTE-NEXT-PARA
008480         THRU 2310-NOTE-NEXT-EXIT
008490         UNTIL NOTE-END.
008500 2300-NOTES-EXIT.
008510     EXIT.
008520*
008530 2310-NOTE-NEXT-PARA.
008540     READ CustNotes NEXT RECORD
008550         AT END
008560             MOVE "10" TO NOTE-STATUS
008570     END-READ.
008580     IF NOT NOTE-OK
008590         MOVE "10" TO NOTE-STATUS
008600         GO TO 2310-NOTE-NEXT-EXIT
008610     END-IF.
008620     IF NOTE-IDNUM NOT = IdEntry(IdSub)
008630         MOVE "10" TO NOTE-STATUS
008640         GO TO 2310-NOTE-NEXT-EXIT
008650     END-IF.
008660     ADD 1 TO NoteCount.
008670     MOVE 3 TO KeySection.
008680     MOVE NOTE-DATE TO KeyDate.
008690     MOVE NOTE-TIME TO KeyTime.
008700     PERFORM 8010-START-ENTRY-PARA
008710         THRU 8010-START-ENTRY-EXIT.
008720     PERFORM 8020-EVENT-HEAD-PARA
008730         THRU 8020-EVENT-HEAD-EXIT.
008740     MOVE NOTE-IDNUM TO EV-IDNUM.
008750     STRING NOTE-OPER "  " NOTE-TEXT DELIMITED BY SIZE
008760         INTO EV-TEXT.
008770     MOVE EventLine TO PrintWork.
008780     PERFORM 8000-RELEASE-LINE-PARA
008790         THRU 8000-RELEASE-LINE-EXIT.
008800     IF NOTE-FU-DATE = ZERO
008810         GO TO 2310-NOTE-NEXT-EXIT
008820     END-IF.
008830     MOVE NOTE-FU-DATE TO DateWork.
008840     PERFORM 8300-EDIT-DATE-PARA
008850         THRU 8300-EDIT-DATE-EXIT.
008860     MOVE "FOLLOW-UP" TO IT-LABEL.
008870     MOVE SPACES TO IT-TEXT.
008880     STRING "DUE " DateEdit " FOR " NOTE-FU-OPER " - "
008890         DELIMITED BY SIZE
008900         INTO IT-TEXT.
008910     EVALUATE TRUE
008920         WHEN NOTE-FU-DONE = "Y"
008930             MOVE "DONE" TO IT-TEXT(31:4)
008940         WHEN NOTE-FU-DATE < RunDate
008950             MOVE "OPEN - OVERDUE" TO IT-TEXT(31:14)
008960         WHEN OTHER
008970             MOVE "OPEN" TO IT-TEXT(31:4)
008980     END-EVALUATE.
008990     MOVE ItemLine TO PrintWork.
009000     PERFORM 8000-RELEASE-LINE-PARA
009010         THRU 8000-RELEASE-LINE-EXIT.
009020 2310-NOTE-NEXT-EXIT.
009030     EXIT.
009040*
009050*--------------------------------------------------------------*
009060*  2400-XREF-PARA - EVERY MERGE PAIRING THAT NAMES AN ID IN      *
009070*                  IdList ON EITHER SIDE.                        *
009080*--------------------------------------------------------------*
009090 2400-XREF-PARA.
009100     OPEN INPUT XrefFile.
009110     IF NOT XREF-OK
009120         GO TO 2400-XREF-EXIT
009130     END-IF.
009140     PERFORM 2410-XREF-NEXT-PARA
009150         THRU 2410-XREF-NEXT-EXIT
009160         UNTIL XREF-END.
009170     CLOSE XrefFile.
009180 2400-XREF-EXIT.
009190     EXIT.
009200*
009210 2410-XREF-NEXT-PARA.
009220     READ XrefFile
009230         AT END
009240             MOVE "10" TO XREF-STATUS
009250     END-READ.
009260     IF XREF-END
009270         GO TO 2410-XREF-NEXT-EXIT
009280     END-IF.
009290     MOVE XREF-DUP-ID TO CheckId.
009300     PERFORM 8100-CHECK-ID-PARA
009310         THRU 8100-CHECK-ID-EXIT.
009320     IF NOT ID-IN-LIST
009330         MOVE XREF-SURV-ID TO CheckId
009340         PERFORM 8100-CHECK-ID-PARA
009350             THRU 8100-CHECK-ID-EXIT
009360     END-IF.
009370     IF NOT ID-IN-LIST
009380         GO TO 2410-XREF-NEXT-EXIT
009390     END-IF.
009400     ADD 1 TO XrefCount.
009410     MOVE 4 TO KeySection.
009420     MOVE XREF-DATE TO KeyDate.
009430     MOVE ZERO TO KeyTime.
009440     PERFORM 8010-START-ENTRY-PARA
009450         THRU 8010-START-ENTRY-EXIT.
009460     PERFORM 8020-EVENT-HEAD-PARA
009470         THRU 8020-EVENT-HEAD-EXIT.
009480     MOVE XREF-DUP-ID TO EV-IDNUM.
009490     STRING "MERGED INTO " XREF-SURV-ID " BY " XREF-OPER
009500         DELIMITED BY SIZE
009510         INTO EV-TEXT.
009520     MOVE EventLine TO PrintWork.
009530     PERFORM 8000-RELEASE-LINE-PARA
009540         THRU 8000-RELEASE-LINE-EXIT.
009550 2410-XREF-NEXT-EXIT.
009560     EXIT.
009570*
009580*--------------------------------------------------------------*
009590*  2500-ARCHIVE-PARA - ROWS ON custarch.txt FOR AN ID IN IdList, *
009600*                  DATED BY THE ARCHIVE RUN THAT PURGED THEM.    *
009610*--------------------------------------------------------------*
009620 2500-ARCHIVE-PARA.
009630     OPEN INPUT ArchFile.
009640     IF NOT ARC-OK
009650         GO TO 2500-ARCHIVE-EXIT
009660     END-IF.
009670     PERFORM 2510-ARCHIVE-NEXT-PARA
009680         THRU 2510-ARCHIVE-NEXT-EXIT
009690         UNTIL ARC-END.
009700     CLOSE ArchFile.
009710 2500-ARCHIVE-EXIT.
009720     EXIT.
009730*
009740 2510-ARCHIVE-NEXT-PARA.
009750     READ ArchFile
009760         AT END
009770             MOVE "10" TO ARC-STATUS
009780     END-READ.
009790     IF ARC-END
009800         GO TO 2510-ARCHIVE-NEXT-EXIT
009810     END-IF.
009820     MOVE ARC-IDNUM TO CheckId.
009830     PERFORM 8100-CHECK-ID-PARA
009840         THRU 8100-CHECK-ID-EXIT.
009850     IF NOT ID-IN-LIST
009860         GO TO 2510-ARCHIVE-NEXT-EXIT
009870     END-IF.
009880     ADD 1 TO ArchCount.
009890     MOVE 5 TO KeySection.
009900     MOVE ARC-RUN-DATE TO KeyDate.
009910     MOVE ZERO TO KeyTime.
009920     PERFORM 8010-START-ENTRY-PARA
009930         THRU 8010-START-ENTRY-EXIT.
009940     PERFORM 8020-EVENT-HEAD-PARA
009950         THRU 8020-EVENT-HEAD-EXIT.
009960     MOVE ARC-IDNUM TO EV-IDNUM.
009970     MOVE ARC-STATUS-DATE TO DateWork.
009980     PERFORM 8300-EDIT-DATE-PARA
009990         THRU 8300-EDIT-DATE-EXIT.
010000     STRING "ARCHIVED AND PURGED - STATUS " ARC-STATUS-FLAG
010010         " SINCE " DateEdit DELIMITED BY SIZE
010020         INTO EV-TEXT.
010030     MOVE EventLine TO PrintWork.
010040     PERFORM 8000-RELEASE-LINE-PARA
010050         THRU 8000-RELEASE-LINE-EXIT.
010060     MOVE ARC-FIRSTNAME TO ShowFirst.
010070     MOVE ARC-LASTNAME TO ShowLast.
010080     MOVE ARC-ADDR TO ShowAddr.
010090     PERFORM 8400-SHOW-NAME-ADDR-PARA
010100         THRU 8400-SHOW-NAME-ADDR-EXIT.
010110     MOVE "PHONE" TO IT-LABEL.
010120     MOVE ARC-PHONE TO IT-TEXT.
010130     MOVE ItemLine TO PrintWork.
010140     PERFORM 8000-RELEASE-LINE-PARA
010150         THRU 8000-RELEASE-LINE-EXIT.
010160     MOVE "EMAIL" TO IT-LABEL.
010170     MOVE ARC-EMAIL TO IT-TEXT.
010180     MOVE ItemLine TO PrintWork.
010190     PERFORM 8000-RELEASE-LINE-PARA
010200         THRU 8000-RELEASE-LINE-EXIT.
010210 2510-ARCHIVE-NEXT-EXIT.
010220     EXIT.
010230*
010240*--------------------------------------------------------------*
010250*  2600-FEED-PARA - ROWS SENT TO BILLING ON billfeed.txt.  THE   *
010260*                  DETAIL ROWS CARRY NO DATE, SO A FIRST PASS    *
010270*                  PICKS UP THE TRAILER DATE FOR THEM.           *
010280*--------------------------------------------------------------*
010290 2600-FEED-PARA.
010300     MOVE ZERO TO FeedDate.
010310     OPEN INPUT FeedFile.
010320     IF NOT FEED-OK
010330         GO TO 2600-FEED-EXIT
010340     END-IF.
010350     PERFORM 2610-FEED-DATE-PARA
010360         THRU 2610-FEED-DATE-EXIT
010370         UNTIL FEED-END.
010380     CLOSE FeedFile.
010390     OPEN INPUT FeedFile.
010400     PERFORM 2620-FEED-NEXT-PARA
010410         THRU 2620-FEED-NEXT-EXIT
010420         UNTIL FEED-END.
010430     CLOSE FeedFile.
010440 2600-FEED-EXIT.
010450     EXIT.
010460*
010470 2610-FEED-DATE-PARA.
010480     READ FeedFile
010490         AT END
010500             MOVE "10" TO FEED-STATUS
010510     END-READ.
010520     IF NOT FEED-END AND FEED-REC-TYPE = "9"
010530         MOVE TRL-DATE TO FeedDate
010540     END-IF.
010550 2610-FEED-DATE-EXIT.
010560     EXIT.
010570*
010580 2620-FEED-NEXT-PARA.
010590     READ FeedFile
010600         AT END
010610             MOVE "10" TO FEED-STATUS
010620     END-READ.
010630     IF FEED-END OR FEED-REC-TYPE NOT = "1"
010640         GO TO 2620-FEED-NEXT-EXIT
010650     END-IF.
010660     MOVE FEED-IDNUM TO CheckId.
010670     PERFORM 8100-CHECK-ID-PARA
010680         THRU 8100-CHECK-ID-EXIT.
010690     IF NOT ID-IN-LIST
010700         GO TO 2620-FEED-NEXT-EXIT
010710     END-IF.
010720     ADD 1 TO FeedCount.
010730     MOVE 6 TO KeySection.
010740     MOVE FeedDate TO KeyDate.
010750     MOVE ZERO TO KeyTime.
010760     PERFORM 8010-START-ENTRY-PARA
010770         THRU 8010-START-ENTRY-EXIT.
010780     PERFORM 8020-EVENT-HEAD-PARA
010790         THRU 8020-EVENT-HEAD-EXIT.
010800     MOVE FEED-IDNUM TO EV-IDNUM.
010810     EVALUATE FEED-TRAN-CODE
010820         WHEN "N"
010830             MOVE "SENT TO BILLING - NEW CUSTOMER" TO EV-TEXT
010840         WHEN "D"
010850             MOVE "SENT TO BILLING - DEACTIVATED" TO EV-TEXT
010860         WHEN OTHER
010870             MOVE "SENT TO BILLING - CHANGED" TO EV-TEXT
010880     END-EVALUATE.
010890     MOVE "STATUS" TO EV-TEXT(33:6).
010900     MOVE FEED-CUST-STATUS TO EV-TEXT(40:1).
010910     MOVE EventLine TO PrintWork.
010920     PERFORM 8000-RELEASE-LINE-PARA
010930         THRU 8000-RELEASE-LINE-EXIT.
010940     MOVE FEED-FIRST TO ShowFirst.
010950     MOVE FEED-LAST TO ShowLast.
010960     MOVE FEED-ADDR TO ShowAddr.
010970     PERFORM 8400-SHOW-NAME-ADDR-PARA
010980         THRU 8400-SHOW-NAME-ADDR-EXIT.
010990 2620-FEED-NEXT-EXIT.
011000     EXIT.
011010*
011020*--------------------------------------------------------------*
011030*  2700-ACK-PARA - BILLING'S ACKNOWLEDGEMENT OF EACH ROW ON      *
011040*                  billack.txt, DATED BY ITS TRAILER.  THE FEED  *
011050*                  IS COLLECTED FIRST, SO AN ACKNOWLEDGEMENT     *
011060*                  SORTS AFTER THE FEED ROW OF THE SAME DATE.    *
011070*--------------------------------------------------------------*
011080 2700-ACK-PARA.
011090     MOVE ZERO TO AckDate.
011100     OPEN INPUT AckFile.
011110     IF NOT ACK-OK
011120         GO TO 2700-ACK-EXIT
011130     END-IF.
011140     PERFORM 2710-ACK-DATE-PARA
011150         THRU 2710-ACK-DATE-EXIT
011160         UNTIL ACK-END.
011170     CLOSE AckFile.
011180     OPEN INPUT AckFile.
011190     PERFORM 2720-ACK-NEXT-PARA
011200         THRU 2720-ACK-NEXT-EXIT
011210         UNTIL ACK-END.
011220     CLOSE AckFile.
011230 2700-ACK-EXIT.
011240     EXIT.
011250*
011260 2710-ACK-DATE-PARA.
011270     READ AckFile
011280         AT END
011290             MOVE "10" TO ACK-STATUS
011300     END-READ.
011310     IF NOT ACK-END AND ACK-REC-TYPE = "9"
011320         MOVE ACK-TRL-DATE TO AckDate
011330     END-IF.
011340 2710-ACK-DATE-EXIT.
011350     EXIT.
011360*
011370 2720-ACK-NEXT-PARA.
011380     READ AckFile
011390         AT END
011400             MOVE "10" TO ACK-STATUS
011410     END-READ.
011420     IF ACK-END OR ACK-REC-TYPE NOT = "1"
011430         GO TO 2720-ACK-NEXT-EXIT
011440     END-IF.
011450     MOVE ACK-IDNUM TO CheckId.
011460     PERFORM 8100-CHECK-ID-PARA
011470         THRU 8100-CHECK-ID-EXIT.
011480     IF NOT ID-IN-LIST
011490         GO TO 2720-ACK-NEXT-EXIT
011500     END-IF.
011510     ADD 1 TO AckCount.
011520     MOVE 6 TO KeySection.
011530     MOVE AckDate TO KeyDate.
011540     MOVE ZERO TO KeyTime.
011550     PERFORM 8010-START-ENTRY-PARA
011560         THRU 8010-START-ENTRY-EXIT.
011570     PERFORM 8020-EVENT-HEAD-PARA
011580         THRU 8020-EVENT-HEAD-EXIT.
011590     MOVE ACK-IDNUM TO EV-IDNUM.
011600     IF ACK-ACCEPTED
011610         MOVE "ACKNOWLEDGED BY BILLING - ACCEPTED" TO EV-TEXT
011620     ELSE
011630         STRING "ACKNOWLEDGED BY BILLING - REJECTED, REASON "
011640             ACK-REASON DELIMITED BY SIZE
011650             INTO EV-TEXT
011660     END-IF.
011670     MOVE EventLine TO PrintWork.
011680     PERFORM 8000-RELEASE-LINE-PARA
011690         THRU 8000-RELEASE-LINE-EXIT.
011700 2720-ACK-NEXT-EXIT.
011710     EXIT.
011720*
011730*--------------------------------------------------------------*
011740*  3000-PRINT-PARA - SORT OUTPUT.  PRINT THE SORTED LINES UNDER  *
011750*                  THEIR SECTION HEADINGS.  A SECTION WITH NO    *
011760*                  ENTRIES STILL GETS ITS HEADING AND A NONE ON  *
011770*                  FILE LINE.                                    *
011780*--------------------------------------------------------------*
011790 3000-PRINT-PARA.
011800     MOVE "00" TO SRT-STATUS.
011810     PERFORM 3010-PRINT-ONE-PARA
011820         THRU 3010-PRINT-ONE-EXIT
011830         UNTIL SRT-END.
011840     PERFORM 3100-NEXT-SECTION-PARA
011850         THRU 3100-NEXT-SECTION-EXIT
011860         UNTIL CurSection > 6.
011870 3000-PRINT-EXIT.
011880     EXIT.
011890*
011900 3010-PRINT-ONE-PARA.
011910     RETURN SortWork
011920         AT END
011930             MOVE "10" TO SRT-STATUS
011940     END-RETURN.
011950     IF SRT-END
011960         GO TO 3010-PRINT-ONE-EXIT
011970     END-IF.
011980     PERFORM 3100-NEXT-SECTION-PARA
011990         THRU 3100-NEXT-SECTION-EXIT
012000         UNTIL CurSection = SRT-SECTION.
012010     IF SRT-SECTION = 1 AND SRT-LINE-NO = 1
012020         AND SectionLines > 0
012030         MOVE SPACES TO ReportLine
012040         WRITE ReportLine
012050     END-IF.
012060     WRITE ReportLine FROM SRT-TEXT.
012070     ADD 1 TO SectionLines.
012080 3010-PRINT-ONE-EXIT.
012090     EXIT.
012100*
012110 3100-NEXT-SECTION-PARA.
012120     IF CurSection > 0 AND SectionLines = 0
012130         MOVE "    NONE ON FILE" TO ReportLine
012140         WRITE ReportLine
012150     END-IF.
012160     ADD 1 TO CurSection.
012170     MOVE ZERO TO SectionLines.
012180     IF CurSection > 6
012190         GO TO 3100-NEXT-SECTION-EXIT
012200     END-IF.
012210     MOVE SPACES TO ReportLine.
012220     WRITE ReportLine.
012230     MOVE SectionName(CurSection) TO ReportLine.
012240     WRITE ReportLine.
012250     MOVE ALL "-" TO ReportLine(1:40).
012260     WRITE ReportLine.
012270 3100-NEXT-SECTION-EXIT.
012280     EXIT.
012290*
012300 6000-TOTALS-PARA.
012310     MOVE SPACES TO ReportLine.
012320     WRITE ReportLine.
012330     MOVE "COUNTS" TO ReportLine.
012340     WRITE ReportLine.
012350     MOVE "CUSTOMER IDS INCLUDED" TO CNT-TEXT.
012360     MOVE IdCount TO CNT-COUNT.
012370     WRITE ReportLine FROM CountLine.
012380     MOVE "CURRENT RECORDS" TO CNT-TEXT.
012390     MOVE CustCount TO CNT-COUNT.
012400     WRITE ReportLine FROM CountLine.
012410     MOVE "AUDIT ENTRIES" TO CNT-TEXT.
012420     MOVE AuditCount TO CNT-COUNT.
012430     WRITE ReportLine FROM CountLine.
012440     MOVE "CONTACT NOTES" TO CNT-TEXT.
012450     MOVE NoteCount TO CNT-COUNT.
012460     WRITE ReportLine FROM CountLine.
012470     MOVE "MERGE PAIRINGS" TO CNT-TEXT.
012480     MOVE XrefCount TO CNT-COUNT.
012490     WRITE ReportLine FROM CountLine.
012500     MOVE "ARCHIVED ROWS" TO CNT-TEXT.
012510     MOVE ArchCount TO CNT-COUNT.
012520     WRITE ReportLine FROM CountLine.
012530     MOVE "BILLING FEED ROWS" TO CNT-TEXT.
012540     MOVE FeedCount TO CNT-COUNT.
012550     WRITE ReportLine FROM CountLine.
012560     MOVE "BILLING ACKNOWLEDGEMENTS" TO CNT-TEXT.
012570     MOVE AckCount TO CNT-COUNT.
012580     WRITE ReportLine FROM CountLine.
012590     MOVE "*** END OF REPORT ***" TO ReportLine.
012600     WRITE ReportLine.
012610 6000-TOTALS-EXIT.
012620     EXIT.
012630*
012640*--------------------------------------------------------------*
012650*  8000-RELEASE-LINE-PARA - RELEASE THE LINE IN PrintWork AS THE *
012660*                  NEXT LINE OF THE CURRENT ENTRY.               *
012670*--------------------------------------------------------------*
012680 8000-RELEASE-LINE-PARA.
012690     ADD 1 TO LineCount.
012700     MOVE KeySection TO SRT-SECTION.
012710     MOVE KeyDate TO SRT-DATE.
012720     MOVE KeyTime TO SRT-TIME.
012730     MOVE EntryCount TO SRT-ENTRY.
012740     MOVE LineCount TO SRT-LINE-NO.
012750     MOVE PrintWork TO SRT-TEXT.
012760     RELEASE SortRecord.
012770     MOVE SPACES TO ItemLine.
012780 8000-RELEASE-LINE-EXIT.
012790     EXIT.
012800*
012810*--------------------------------------------------------------*
012820*  8010-START-ENTRY-PARA - BEGIN A NEW ENTRY.  THE ENTRY NUMBER  *
012830*                  KEEPS AN ENTRY'S LINES TOGETHER WHEN TWO      *
012840*                  ENTRIES SHARE A DATE AND TIME.                *
012850*--------------------------------------------------------------*
012860 8010-START-ENTRY-PARA.
012870     ADD 1 TO EntryCount.
012880     MOVE ZERO TO LineCount.
012890     MOVE SPACES TO ItemLine.
012900 8010-START-ENTRY-EXIT.
012910     EXIT.
012920*
012930*--------------------------------------------------------------*
012940*  8020-EVENT-HEAD-PARA - CLEAR EventLine AND FILL IN THE DATE   *
012950*                  AND TIME FROM KeyDate AND KeyTime.  A ZERO    *
012960*                  TIME IS LEFT BLANK.                           *
012970*--------------------------------------------------------------*
012980 8020-EVENT-HEAD-PARA.
012990     MOVE SPACES TO EventLine.
013000     IF KeyDate NOT = ZERO
013010         MOVE KeyDate TO DateWork
013020         PERFORM 8300-EDIT-DATE-PARA
013030             THRU 8300-EDIT-DATE-EXIT
013040         MOVE DateEdit TO EV-DATE
013050     END-IF.
013060     IF KeyTime NOT = ZERO
013070         MOVE KeyTime TO TimeWork
013080         MOVE TW-HOUR TO TE-HOUR
013090         MOVE TW-MINUTE TO TE-MINUTE
013100         MOVE TW-SECOND TO TE-SECOND
013110         MOVE TimeEdit TO EV-TIME
013120     END-IF.
013130 8020-EVENT-HEAD-EXIT.
013140     EXIT.
013150*
013160*--------------------------------------------------------------*
013170*  8100-CHECK-ID-PARA - SET ID-IN-LIST WHEN CheckId IS ONE OF    *
013180*                  THE IDS IN IdList.                            *
013190*--------------------------------------------------------------*
013200 8100-CHECK-ID-PARA.
013210     MOVE "N" TO IdInList.
013220     PERFORM 8110-CHECK-ONE-PARA
013230         THRU 8110-CHECK-ONE-EXIT
013240         VARYING ChkSub FROM 1 BY 1
013250         UNTIL ChkSub > IdCount
013260             OR ID-IN-LIST.
013270 8100-CHECK-ID-EXIT.
013280     EXIT.
013290*
013300 8110-CHECK-ONE-PARA.
013310     IF IdEntry(ChkSub) = CheckId
013320         MOVE "Y" TO IdInList
013330     END-IF.
013340 8110-CHECK-ONE-EXIT.
013350     EXIT.
013360*
013370*--------------------------------------------------------------*
013380*  8300-EDIT-DATE-PARA - EDIT THE YYYYMMDD DATE IN DateWork TO   *
013390*                  MM/DD/YYYY IN DateEdit.                       *
013400*--------------------------------------------------------------*
013410 8300-EDIT-DATE-PARA.
013420     MOVE DW-MONTH TO DE-MONTH.
013430     MOVE DW-DAY TO DE-DAY.
013440     MOVE DW-YEAR TO DE-YEAR.
013450 8300-EDIT-DATE-EXIT.
013460     EXIT.
013470*
013480*--------------------------------------------------------------*
013490*  8400-SHOW-NAME-ADDR-PARA - RELEASE NAME AND ADDRESS LINES FOR *
013500*                  ShowFirst, ShowLast AND ShowAddr.             *
013510*--------------------------------------------------------------*
013520 8400-SHOW-NAME-ADDR-PARA.
013530     MOVE "NAME" TO ShowLabel.
013540     PERFORM 8410-SHOW-NAME-PARA
013550         THRU 8410-SHOW-NAME-EXIT.
013560     MOVE "ADDRESS" TO ShowLabel.
013570     PERFORM 8420-SHOW-ADDR-PARA
013580         THRU 8420-SHOW-ADDR-EXIT.
013590 8400-SHOW-NAME-ADDR-EXIT.
013600     EXIT.
013610*
013620 8410-SHOW-NAME-PARA.
013630     MOVE SPACES TO OutLine.
013640     MOVE 1 TO OutPtr.
013650     MOVE ShowFirst TO FieldWork.
013660     MOVE 15 TO FieldMax.
013670     PERFORM 8500-ADD-WORD-PARA
013680         THRU 8500-ADD-WORD-EXIT.
013690     MOVE ShowLast TO FieldWork.
013700     MOVE 15 TO FieldMax.
013710     PERFORM 8500-ADD-WORD-PARA
013720         THRU 8500-ADD-WORD-EXIT.
013730     MOVE ShowLabel TO IT-LABEL.
013740     MOVE OutLine TO IT-TEXT.
013750     MOVE ItemLine TO PrintWork.
013760     PERFORM 8000-RELEASE-LINE-PARA
013770         THRU 8000-RELEASE-LINE-EXIT.
013780 8410-SHOW-NAME-EXIT.
013790     EXIT.
013800*
013810 8420-SHOW-ADDR-PARA.
013820     MOVE SPACES TO OutLine.
013830     MOVE 1 TO OutPtr.
013840     MOVE SA-STREET TO FieldWork.
013850     MOVE 30 TO FieldMax.
013860     PERFORM 8500-ADD-WORD-PARA
013870         THRU 8500-ADD-WORD-EXIT.
013880     IF OutPtr > 1
013890         STRING "," DELIMITED BY SIZE
013900             INTO OutLine WITH POINTER OutPtr
013910     END-IF.
013920     MOVE SA-CITY TO FieldWork.
013930     MOVE 15 TO FieldMax.
013940     PERFORM 8500-ADD-WORD-PARA
013950         THRU 8500-ADD-WORD-EXIT.
013960     MOVE SA-STATE TO FieldWork.
013970     MOVE 2 TO FieldMax.
013980     PERFORM 8500-ADD-WORD-PARA
013990         THRU 8500-ADD-WORD-EXIT.
014000     MOVE SA-ZIP TO FieldWork.
014010     MOVE 5 TO FieldMax.
014020     PERFORM 8500-ADD-WORD-PARA
014030         THRU 8500-ADD-WORD-EXIT.
014040     MOVE ShowLabel TO IT-LABEL.
014050     MOVE OutLine TO IT-TEXT.
014060     MOVE ItemLine TO PrintWork.
014070     PERFORM 8000-RELEASE-LINE-PARA
014080         THRU 8000-RELEASE-LINE-EXIT.
014090 8420-SHOW-ADDR-EXIT.
014100     EXIT.
014110*
014120*--------------------------------------------------------------*
014130*  8500-ADD-WORD-PARA - APPEND THE TRIMMED FIELD IN FieldWork TO *
014140*                  OutLine AT OutPtr, WITH ONE SPACE BEFORE IT   *
014150*                  UNLESS IT IS THE FIRST WORD.  A BLANK FIELD   *
014160*                  ADDS NOTHING.                                 *
014170*--------------------------------------------------------------*
014180 8500-ADD-WORD-PARA.
014190     IF FieldWork = SPACES
014200         GO TO 8500-ADD-WORD-EXIT
014210     END-IF.
014220     IF OutPtr > 1
014230         STRING " " DELIMITED BY SIZE
014240             INTO OutLine WITH POINTER OutPtr
014250     END-IF.
014260     MOVE FieldMax TO FieldLen.
014270     PERFORM 8510-TRIM-FIELD-PARA
014280         THRU 8510-TRIM-FIELD-EXIT
014290         VARYING FieldLen FROM FieldMax BY -1
014300         UNTIL FieldLen = 1
014310             OR FieldWork(FieldLen:1) NOT = SPACE.
014320     STRING FieldWork(1:FieldLen) DELIMITED BY SIZE
014330         INTO OutLine WITH POINTER OutPtr.
014340 8500-ADD-WORD-EXIT.
014350     EXIT.
014360*
014370 8510-TRIM-FIELD-PARA.
014380     CONTINUE.
014390 8510-TRIM-FIELD-EXIT.
014400     EXIT.
014410*
014420*--------------------------------------------------------------*
014430*  9000-TERMINATE-PARA - CLOSE FILES AND SHOW THE COUNTS        *
014440*--------------------------------------------------------------*
014450 9000-TERMINATE-PARA.
014460     CLOSE CustomerFile.
014470     IF STANDING-FILE-OPEN
014480         CLOSE StandingFile
014490     END-IF.
014500     IF UNDELIV-FILE-OPEN
014510         CLOSE UndelivFile
014520     END-IF.
014530     CLOSE ReportFile.
014540     DISPLAY "Customer History Dossier complete".
014550     MOVE IdCount TO EditedCount.
014560     DISPLAY "Customer ids included  : " EditedCount.
014570     MOVE AuditCount TO EditedCount.
014580     DISPLAY "Audit entries          : " EditedCount.
014590     MOVE NoteCount TO EditedCount.
014600     DISPLAY "Contact notes          : " EditedCount.
014610     MOVE XrefCount TO EditedCount.
014620     DISPLAY "Merge pairings         : " EditedCount.
014630     MOVE ArchCount TO EditedCount.
014640     DISPLAY "Archived rows          : " EditedCount.
014650     MOVE FeedCount TO EditedCount.
014660     DISPLAY "Billing feed rows      : " EditedCount.
014670     MOVE AckCount TO EditedCount.
014680     DISPLAY "Billing acknowledgments: " EditedCount.
014690     DISPLAY "Dossier written to custhist.txt - move it aside".
014700     DISPLAY "  under the request reference.".
014710 9000-TERMINATE-EXIT.
014720     EXIT.
