000010*
000020*--------------------------------------------------------------*
000030*  PROGRAM      : MAIL RETURN PROCESSING                        *
000040*  INSTALLATION : DATA PROCESSING DEPT                         *
000050*  AUTHOR       : R. HOLLIS                                    *
000060*  DATE-WRITTEN : 10/15/2026                                   *
000070*  PURPOSE      : BATCH RUN OF THE RETURN FILE THE MAIL HOUSE   *
000080*                 SENDS BACK AFTER EACH MAILING FROM            *
000090*                 custxtr.txt.  READS mailret.txt WITH ONE      *
000100*                 RETURNED PIECE PER ROW -                      *
000110*                   C = CHANGE OF ADDRESS (NEW ADDRESS GIVEN)   *
000120*                   U = UNDELIVERABLE                           *
000130*                 EACH ROW CARRIES THE ID, NAME AND ADDRESS AS  *
000140*                 MAILED, AND MUST STILL MATCH customer.txt.    *
000150*                 A MATCHING C ROW IS APPLIED TO customer.txt   *
000160*                 WITH AN UPDATE CustomerAudit BEFORE/AFTER     *
000170*                 IMAGE, SO Billing Change Feed SENDS THE MOVE  *
000180*                 ON TO BILLING.  A MATCHING U ROW FLAGS THE    *
000190*                 CUSTOMER ON custundl.txt AGAINST THE ADDRESS  *
000200*                 THAT FAILED; Customer Contact Extract LEAVES  *
000210*                 FLAGGED CUSTOMERS OUT OF POSTAL MAILINGS      *
000220*                 UNTIL THE ADDRESS ON FILE CHANGES.  A MOVE    *
000230*                 CLEARS ANY SUCH FLAG.  EVERY ROW IS PRINTED   *
000240*                 MOVED, UNDELIVERABLE OR NO MATCH (WITH THE    *
000250*                 REASON) ON mailrpt.txt, WITH COUNTS AT THE    *
000260*                 END.  RUN AS A STANDALONE BATCH STEP FROM THE *
000270*                 DIRECTORY HOLDING mailret.txt, customer.txt   *
000280*                 AND custaudit.txt.                            *
000290*--------------------------------------------------------------*
000300*  MODIFICATION HISTORY                                        *
000310*  ----------------------------------------------------------   *
000320*  10/15/2026  RH  INITIAL VERSION.                             *
000330*--------------------------------------------------------------*
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. "Mail Return Processing".
000360 AUTHOR. R. HOLLIS.
000370 INSTALLATION. DATA PROCESSING DEPT.
000380 DATE-WRITTEN. 10/15/2026.
000390 DATE-COMPILED.
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. IBM-370.
000430 OBJECT-COMPUTER. IBM-370.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT ReturnFile ASSIGN TO "mailret.txt"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS RET-STATUS.
000490     SELECT CustomerFile ASSIGN TO "customer.txt"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS iDNUM
000530         ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
000540         FILE STATUS IS CF-STATUS.
000550     SELECT CustomerAudit ASSIGN TO "custaudit.txt"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS AUD-STATUS.
000580     SELECT UndelivFile ASSIGN TO "custundl.txt"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS UND-IDNUM
000620         FILE STATUS IS UND-STATUS.
000630     SELECT ReportFile ASSIGN TO "mailrpt.txt"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS RPT-STATUS.
000660*
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  ReturnFile.
000700 01  ReturnRecord.
000710     02  RET-TYPE PIC X(01).
000720         88  RET-MOVE VALUE "C".
000730         88  RET-UNDELIV VALUE "U".
000740         88  RET-VALID-TYPE VALUE "C" "U".
000750     02  RET-IDNUM PIC 9(06).
000760     02  RET-FIRSTNAME PIC X(15).
000770     02  RET-LASTNAME PIC X(15).
000780     02  RET-OLD-ADDR.
000790         03  RET-OLD-STREET PIC X(30).
000800         03  RET-OLD-CITY PIC X(15).
000810         03  RET-OLD-STATE PIC X(02).
000820         03  RET-OLD-ZIP PIC X(05).
000830     02  RET-NEW-ADDR.
000840         03  RET-NEW-STREET PIC X(30).
000850         03  RET-NEW-CITY PIC X(15).
000860         03  RET-NEW-STATE PIC X(02).
000870         03  RET-NEW-ZIP PIC X(05).
000880*
000890 FD  CustomerFile.
000900 01  CustomerData.
000910     02  iDNUM PIC 9(06).
000920     02  FIRSTNAME PIC X(15).
000930     02  LASTNAME PIC X(15).
000940     02  ADDR.
000950         03  ADDR-STREET PIC X(30).
000960         03  ADDR-CITY PIC X(15).
000970         03  ADDR-STATE PIC X(02).
000980         03  ADDR-ZIP PIC X(05).
000990     02  PHONE PIC X(12).
001000     02  EMAIL PIC X(30).
001010     02  STATUS-FLAG PIC X(01).
001020         88  ACTIVE-CUSTOMER VALUE "A".
001030         88  INACTIVE-CUSTOMER VALUE "D".
001040     02  STATUS-DATE PIC 9(08).
001050*
001060 FD  CustomerAudit.
001070 01  AuditRecord.
001080     02  AUD-DATE PIC 9(08).
001090     02  AUD-TIME PIC 9(08).
001100     02  AUD-ACTION PIC X(10).
001110     02  AUD-IDNUM PIC 9(06).
001120     02  AUD-OLD-FIRST PIC X(15).
001130     02  AUD-OLD-LAST PIC X(15).
001140     02  AUD-OLD-ADDR PIC X(52).
001150     02  AUD-OLD-PHONE PIC X(12).
001160     02  AUD-OLD-EMAIL PIC X(30).
001170     02  AUD-OLD-STATUS PIC X(01).
001180     02  AUD-NEW-FIRST PIC X(15).
001190     02  AUD-NEW-LAST PIC X(15).
001200     02  AUD-NEW-ADDR PIC X(52).
001210     02  AUD-NEW-PHONE PIC X(12).
001220     02  AUD-NEW-EMAIL PIC X(30).
001230     02  AUD-NEW-STATUS PIC X(01).
001240*
001250 FD  UndelivFile.
001260 01  UndelivRecord.
001270     02  UND-IDNUM PIC 9(06).
001280     02  UND-ADDR PIC X(52).
001290     02  UND-DATE PIC 9(08).
001300     02  UND-RETURNS PIC 9(03).
001310*
001320 FD  ReportFile.
001330 01  ReportLine PIC X(132).
001340*
001350 WORKING-STORAGE SECTION.
001360 01  RET-STATUS PIC X(02).
001370     88  RET-OK VALUE "00".
001380     88  RET-EOF VALUE "10".
001390 01  CF-STATUS PIC X(02).
001400     88  CF-OK VALUE "00".
001410 01  AUD-STATUS PIC X(02).
001420     88  AUD-OK VALUE "00".
001430 01  UND-STATUS PIC X(02).
001440     88  UND-OK VALUE "00".
001450 01  RPT-STATUS PIC X(02).
001460     88  RPT-OK VALUE "00".
001470 01  CostumerExists PIC X.
001480     88  RECORD-FOUND VALUE "Y".
001490 01  FlagExists PIC X.
001500     88  FLAG-ON-FILE VALUE "Y".
001510 01  RowResult PIC X(01).
001520     88  ROW-MOVED VALUE "M".
001530     88  ROW-UNDELIV VALUE "U".
001540     88  ROW-NO-MATCH VALUE "N".
001550 01  RejectReason PIC X(40).
001560 01  SaveFirstName PIC X(15).
001570 01  SaveLastName PIC X(15).
001580 01  SaveAddr PIC X(52).
001590 01  SavePhone PIC X(12).
001600 01  SaveEmail PIC X(30).
001610 01  SaveStatus PIC X(01).
001620 01  RunDate PIC 9(08).
001630 01  StateWork PIC X(02).
001640 01  StateEdit PIC X.
001650     88  STATE-GOOD VALUE "Y".
001660 01  ZipWork PIC X(05).
001670 01  ZipEdit PIC X.
001680     88  ZIP-GOOD VALUE "Y".
001690 77  ReadCount PIC 9(07) COMP VALUE ZERO.
001700 77  MoveCount PIC 9(07) COMP VALUE ZERO.
001710 77  UndelivCount PIC 9(07) COMP VALUE ZERO.
001720 77  NoMatchCount PIC 9(07) COMP VALUE ZERO.
001730 01  EditedCount PIC Z,ZZZ,ZZ9.
001740 01  RptHdr.
001750     02  FILLER PIC X(30)
001760         VALUE "MAIL RETURN PROCESSING RUN    ".
001770     02  HDR-DATE PIC 9(08).
001780     02  FILLER PIC X(94) VALUE SPACES.
001790 01  RptColHdr.
001800     02  FILLER PIC X(40)
001810         VALUE "  T  CUSTID  RESULT    NAME ON FILE".
001820     02  FILLER PIC X(92)
001830         VALUE "               DETAIL".
001840 01  RptDetail.
001850     02  FILLER PIC X(02) VALUE SPACES.
001860     02  RPT-TYPE PIC X(01).
001870     02  FILLER PIC X(02) VALUE SPACES.
001880     02  RPT-IDNUM PIC 9(06).
001890     02  FILLER PIC X(02) VALUE SPACES.
001900     02  RPT-RESULT PIC X(08).
001910     02  FILLER PIC X(02) VALUE SPACES.
001920     02  RPT-FIRST PIC X(15).
001930     02  FILLER PIC X(01) VALUE SPACES.
001940     02  RPT-LAST PIC X(15).
001950     02  FILLER PIC X(02) VALUE SPACES.
001960     02  RPT-DETAIL PIC X(52).
001970     02  FILLER PIC X(24) VALUE SPACES.
001980 01  CountLine.
001990     02  FILLER PIC X(04) VALUE SPACES.
002000     02  CNT-TEXT PIC X(24).
002010     02  CNT-COUNT PIC Z,ZZZ,ZZ9.
002020     02  FILLER PIC X(95) VALUE SPACES.
002030*
002040 PROCEDURE DIVISION.
002050*
002060*--------------------------------------------------------------*
002070*  0000-MAINLINE-PARA - PROGRAM CONTROL                         *
002080*--------------------------------------------------------------*
002090 0000-MAINLINE-PARA.
002100     PERFORM 1000-INITIALIZE-PARA
002110         THRU 1000-INITIALIZE-EXIT.
002120     PERFORM 2000-APPLY-NEXT-PARA
002130         THRU 2000-APPLY-NEXT-EXIT
002140         UNTIL RET-EOF.
002150     PERFORM 5000-TOTALS-PARA
002160         THRU 5000-TOTALS-EXIT.
002170     PERFORM 9000-TERMINATE-PARA
002180         THRU 9000-TERMINATE-EXIT.
002190     STOP RUN.
002200 0000-MAINLINE-EXIT.
002210     EXIT.
002220*
002230*--------------------------------------------------------------*
002240*  1000-INITIALIZE-PARA - OPEN FILES AND PRINT THE HEADER        *
002250*--------------------------------------------------------------*
002260 1000-INITIALIZE-PARA.
002270     DISPLAY "MAIL RETURN PROCESSING".
002280     ACCEPT RunDate FROM DATE YYYYMMDD.
002290     OPEN INPUT ReturnFile.
002300     IF NOT RET-OK
002310         DISPLAY "Cannot open mailret.txt - status " RET-STATUS
002320         STOP RUN
002330     END-IF.
002340     OPEN I-O CustomerFile.
002350     IF NOT CF-OK
002360         DISPLAY "Cannot open customer.txt - status " CF-STATUS
002370         STOP RUN
002380     END-IF.
002390     OPEN EXTEND CustomerAudit.
002400     IF AUD-STATUS = "35"
002410         OPEN OUTPUT CustomerAudit
002420         CLOSE CustomerAudit
002430         OPEN EXTEND CustomerAudit
002440     END-IF.
002442     IF NOT AUD-OK
002444         DISPLAY "Cannot open custaudit.txt - status "
002445             AUD-STATUS
002446         STOP RUN
002448     END-IF.
002450     OPEN I-O UndelivFile.
002460     IF UND-STATUS = "35"
002470         OPEN OUTPUT UndelivFile
002480         CLOSE UndelivFile
002490         OPEN I-O UndelivFile
002500     END-IF.
002502     IF NOT UND-OK
002504         DISPLAY "Cannot open custundl.txt - status "
002505             UND-STATUS
002506         STOP RUN
002508     END-IF.
002510     OPEN OUTPUT ReportFile.
002520     MOVE RunDate TO HDR-DATE.
002530     WRITE ReportLine FROM RptHdr.
002540     MOVE SPACES TO ReportLine.
002550     WRITE ReportLine.
002560     WRITE ReportLine FROM RptColHdr.
002570 1000-INITIALIZE-EXIT.
002580     EXIT.
002590*
002600*--------------------------------------------------------------*
002610*  2000-APPLY-NEXT-PARA - READ ONE RETURN ROW, CHECK IT STILL    *
002620*                  MATCHES THE CUSTOMER AS MAILED, APPLY IT AND  *
002630*                  PRINT THE RESULT LINE.                        *
002640*--------------------------------------------------------------*
002650 2000-APPLY-NEXT-PARA.
002660     READ ReturnFile
002670         AT END
002680             MOVE "10" TO RET-STATUS
002690     END-READ.
002700     IF RET-EOF
002710         GO TO 2000-APPLY-NEXT-EXIT
002720     END-IF.
002730     ADD 1 TO ReadCount.
002740     MOVE "N" TO RowResult.
002750     MOVE SPACES TO RejectReason.
002760     MOVE SPACES TO CustomerData.
002770     IF NOT RET-VALID-TYPE
002780         MOVE "ROW TYPE NOT C OR U" TO RejectReason
002790         GO TO 2000-APPLY-REPORT
002800     END-IF.
002810     IF RET-IDNUM NOT NUMERIC OR RET-IDNUM = ZERO
002820         MOVE "CUSTOMER ID NOT NUMERIC" TO RejectReason
002830         GO TO 2000-APPLY-REPORT
002840     END-IF.
002850     MOVE "Y" TO CostumerExists.
002860     MOVE RET-IDNUM TO iDNUM.
002870     READ CustomerFile
002880         INVALID KEY
002890             MOVE "N" TO CostumerExists
002900     END-READ.
002910     IF NOT RECORD-FOUND
002920         MOVE SPACES TO CustomerData
002930         MOVE "CUSTOMER ID NOT ON FILE" TO RejectReason
002940         GO TO 2000-APPLY-REPORT
002950     END-IF.
002960     IF NOT ACTIVE-CUSTOMER
002970         MOVE "CUSTOMER NO LONGER ACTIVE" TO RejectReason
002980         GO TO 2000-APPLY-REPORT
002990     END-IF.
003000     IF RET-FIRSTNAME NOT = FIRSTNAME
003010         OR RET-LASTNAME NOT = LASTNAME
003020             MOVE "NAME DOES NOT MATCH FILE" TO RejectReason
003030             GO TO 2000-APPLY-REPORT
003040     END-IF.
003050     IF RET-OLD-ADDR NOT = ADDR
003060         MOVE "OLD ADDRESS NO LONGER ON FILE" TO RejectReason
003070         GO TO 2000-APPLY-REPORT
003080     END-IF.
003090     EVALUATE TRUE
003100         WHEN RET-MOVE
003110             PERFORM 3000-APPLY-MOVE-PARA
003120                 THRU 3000-APPLY-MOVE-EXIT
003130         WHEN RET-UNDELIV
003140             PERFORM 3100-FLAG-UNDELIV-PARA
003150                 THRU 3100-FLAG-UNDELIV-EXIT
003160     END-EVALUATE.
003170 2000-APPLY-REPORT.
003180     MOVE RET-TYPE TO RPT-TYPE.
003190     MOVE RET-IDNUM TO RPT-IDNUM.
003200     MOVE FIRSTNAME TO RPT-FIRST.
003210     MOVE LASTNAME TO RPT-LAST.
003220     EVALUATE TRUE
003230         WHEN ROW-MOVED
003240             ADD 1 TO MoveCount
003250             MOVE "MOVED" TO RPT-RESULT
003260             MOVE ADDR TO RPT-DETAIL
003270         WHEN ROW-UNDELIV
003280             ADD 1 TO UndelivCount
003290             MOVE "UNDELIV" TO RPT-RESULT
003300             MOVE ADDR TO RPT-DETAIL
003310         WHEN OTHER
003320             ADD 1 TO NoMatchCount
003330             MOVE "NO MATCH" TO RPT-RESULT
003340             MOVE RejectReason TO RPT-DETAIL
003350     END-EVALUATE.
003360     WRITE ReportLine FROM RptDetail.
003370 2000-APPLY-NEXT-EXIT.
003380     EXIT.
003390*
003400*--------------------------------------------------------------*
003410*  3000-APPLY-MOVE-PARA - EDIT THE FORWARDING ADDRESS THE SAME   *
003420*                  WAY Customer Data DOES, REPLACE ADDR, AUDIT   *
003430*                  IT AS AN UPDATE AND CLEAR ANY UNDELIVERABLE   *
003440*                  FLAG - THE NEW ADDRESS HAS NOT FAILED.        *
003450*--------------------------------------------------------------*
003460 3000-APPLY-MOVE-PARA.
003470     IF RET-NEW-STREET = SPACES
003480         MOVE "NEW STREET IS BLANK" TO RejectReason
003490         GO TO 3000-APPLY-MOVE-EXIT
003500     END-IF.
003510     IF RET-NEW-CITY = SPACES
003520         MOVE "NEW CITY IS BLANK" TO RejectReason
003530         GO TO 3000-APPLY-MOVE-EXIT
003540     END-IF.
003550     MOVE RET-NEW-STATE TO StateWork.
003560     PERFORM 8820-CHECK-STATE-PARA
003570         THRU 8820-CHECK-STATE-EXIT.
003580     IF NOT STATE-GOOD
003590         MOVE "NEW STATE NOT TWO LETTERS" TO RejectReason
003600         GO TO 3000-APPLY-MOVE-EXIT
003610     END-IF.
003620     MOVE RET-NEW-ZIP TO ZipWork.
003630     PERFORM 8830-CHECK-ZIP-PARA
003640         THRU 8830-CHECK-ZIP-EXIT.
003650     IF NOT ZIP-GOOD
003660         MOVE "NEW ZIP NOT FIVE DIGITS" TO RejectReason
003670         GO TO 3000-APPLY-MOVE-EXIT
003680     END-IF.
003690     IF RET-NEW-ADDR = ADDR
003700         MOVE "NEW ADDRESS SAME AS ON FILE" TO RejectReason
003710         GO TO 3000-APPLY-MOVE-EXIT
003720     END-IF.
003730     PERFORM 8100-SAVE-IMAGE-PARA
003740         THRU 8100-SAVE-IMAGE-EXIT.
003750     MOVE RET-NEW-ADDR TO ADDR.
003760     REWRITE CustomerData
003770         INVALID KEY
003780             MOVE "REWRITE FAILED" TO RejectReason
003790         NOT INVALID KEY
003800             MOVE "M" TO RowResult
003810             MOVE "UPDATE" TO AUD-ACTION
003820             PERFORM 8200-AUDIT-IMAGES-PARA
003830                 THRU 8200-AUDIT-IMAGES-EXIT
003840             PERFORM 8000-WRITE-AUDIT-PARA
003850                 THRU 8000-WRITE-AUDIT-EXIT
003860     END-REWRITE.
003870     IF NOT ROW-MOVED
003880         GO TO 3000-APPLY-MOVE-EXIT
003890     END-IF.
003900     MOVE iDNUM TO UND-IDNUM.
003910     DELETE UndelivFile
003920         INVALID KEY
003930             CONTINUE
003940     END-DELETE.
003950 3000-APPLY-MOVE-EXIT.
003960     EXIT.
003970*
003980*--------------------------------------------------------------*
003990*  3100-FLAG-UNDELIV-PARA - FLAG THE CUSTOMER UNDELIVERABLE AT   *
004000*                  THE ADDRESS NOW ON FILE.  A CUSTOMER ALREADY  *
004010*                  FLAGGED HAS THE DATE AND RETURN COUNT         *
004020*                  UPDATED.                                      *
004030*--------------------------------------------------------------*
004040 3100-FLAG-UNDELIV-PARA.
004050     MOVE "Y" TO FlagExists.
004060     MOVE iDNUM TO UND-IDNUM.
004070     READ UndelivFile
004080         INVALID KEY
004090             MOVE "N" TO FlagExists
004100     END-READ.
004110     IF FLAG-ON-FILE AND UND-ADDR = ADDR
004120         ADD 1 TO UND-RETURNS
004130     ELSE
004140         MOVE 1 TO UND-RETURNS
004150     END-IF.
004160     MOVE iDNUM TO UND-IDNUM.
004170     MOVE ADDR TO UND-ADDR.
004180     MOVE RunDate TO UND-DATE.
004190     IF FLAG-ON-FILE
004200         REWRITE UndelivRecord
004210             INVALID KEY
004220                 MOVE "FLAG REWRITE FAILED" TO RejectReason
004230             NOT INVALID KEY
004240                 MOVE "U" TO RowResult
004250         END-REWRITE
004260     ELSE
004270         WRITE UndelivRecord
004280             INVALID KEY
004290                 MOVE "FLAG WRITE FAILED" TO RejectReason
004300             NOT INVALID KEY
004310                 MOVE "U" TO RowResult
004320         END-WRITE
004330     END-IF.
004340 3100-FLAG-UNDELIV-EXIT.
004350     EXIT.
004360*
004370 5000-TOTALS-PARA.
004380     MOVE SPACES TO ReportLine.
004390     WRITE ReportLine.
004400     MOVE "COUNTS" TO ReportLine.
004410     WRITE ReportLine.
004420     MOVE "ROWS READ" TO CNT-TEXT.
004430     MOVE ReadCount TO CNT-COUNT.
004440     WRITE ReportLine FROM CountLine.
004450     MOVE "MOVES APPLIED" TO CNT-TEXT.
004460     MOVE MoveCount TO CNT-COUNT.
004470     WRITE ReportLine FROM CountLine.
004480     MOVE "FLAGGED UNDELIVERABLE" TO CNT-TEXT.
004490     MOVE UndelivCount TO CNT-COUNT.
004500     WRITE ReportLine FROM CountLine.
004510     MOVE "NO MATCH - NOT APPLIED" TO CNT-TEXT.
004520     MOVE NoMatchCount TO CNT-COUNT.
004530     WRITE ReportLine FROM CountLine.
004540     MOVE "*** END OF REPORT ***" TO ReportLine.
004550     WRITE ReportLine.
004560 5000-TOTALS-EXIT.
004570     EXIT.
004580*
004590*--------------------------------------------------------------*
004600*  8000-WRITE-AUDIT-PARA - LOG THE ACTION TO CustomerAudit.      *
004610*                  CALLER SETS AUD-ACTION AND THE OLD/NEW        *
004620*                  IMAGES BEFORE PERFORMING.                     *
004630*--------------------------------------------------------------*
004640 8000-WRITE-AUDIT-PARA.
004650     ACCEPT AUD-DATE FROM DATE YYYYMMDD.
004660     ACCEPT AUD-TIME FROM TIME.
004670     MOVE iDNUM TO AUD-IDNUM.
004680     WRITE AuditRecord.
004690 8000-WRITE-AUDIT-EXIT.
004700     EXIT.
004710*
004720*--------------------------------------------------------------*
004730*  8100-SAVE-IMAGE-PARA - HOLD THE BEFORE IMAGE OF THE CURRENT   *
004740*                  CUSTOMER RECORD FOR THE AUDIT ENTRY.          *
004750*--------------------------------------------------------------*
004760 8100-SAVE-IMAGE-PARA.
004770     MOVE FIRSTNAME TO SaveFirstName.
004780     MOVE LASTNAME TO SaveLastName.
004790     MOVE ADDR TO SaveAddr.
004800     MOVE PHONE TO SavePhone.
004810     MOVE EMAIL TO SaveEmail.
004820     MOVE STATUS-FLAG TO SaveStatus.
004830 8100-SAVE-IMAGE-EXIT.
004840     EXIT.
004850*
004860*--------------------------------------------------------------*
004870*  8200-AUDIT-IMAGES-PARA - FILL THE OLD AND NEW IMAGES OF THE   *
004880*                  AUDIT ENTRY FROM THE SAVED BEFORE IMAGE AND   *
004890*                  THE RECORD AS IT NOW STANDS.                  *
004900*--------------------------------------------------------------*
004910 8200-AUDIT-IMAGES-PARA.
004920     MOVE SaveFirstName TO AUD-OLD-FIRST.
004930     MOVE SaveLastName TO AUD-OLD-LAST.
004940     MOVE SaveAddr TO AUD-OLD-ADDR.
004950     MOVE SavePhone TO AUD-OLD-PHONE.
004960     MOVE SaveEmail TO AUD-OLD-EMAIL.
004970     MOVE SaveStatus TO AUD-OLD-STATUS.
004980     MOVE FIRSTNAME TO AUD-NEW-FIRST.
004990     MOVE LASTNAME TO AUD-NEW-LAST.
005000     MOVE ADDR TO AUD-NEW-ADDR.
005010     MOVE PHONE TO AUD-NEW-PHONE.
005020     MOVE EMAIL TO AUD-NEW-EMAIL.
005030     MOVE STATUS-FLAG TO AUD-NEW-STATUS.
005040 8200-AUDIT-IMAGES-EXIT.
005050     EXIT.
005060*
005070*--------------------------------------------------------------*
005080*  8820-CHECK-STATE-PARA - STATE IN StateWork MUST BE EXACTLY    *
005090*                  TWO LETTERS.  SETS STATE-GOOD.  SAME EDIT     *
005100*                  AS Customer Data.                             *
005110*--------------------------------------------------------------*
005120 8820-CHECK-STATE-PARA.
005130     IF StateWork ALPHABETIC
005140         AND StateWork(1:1) NOT = SPACE
005150         AND StateWork(2:1) NOT = SPACE
005160             MOVE "Y" TO StateEdit
005170     ELSE
005180         MOVE "N" TO StateEdit
005190     END-IF.
005200 8820-CHECK-STATE-EXIT.
005210     EXIT.
005220*
005230*--------------------------------------------------------------*
005240*  8830-CHECK-ZIP-PARA - ZIP IN ZipWork MUST BE FIVE DIGITS.     *
005250*                  SETS ZIP-GOOD.                                *
005260*--------------------------------------------------------------*
005270 8830-CHECK-ZIP-PARA.
005280     IF ZipWork NUMERIC
005290         MOVE "Y" TO ZipEdit
005300     ELSE
005310         MOVE "N" TO ZipEdit
005320     END-IF.
005330 8830-CHECK-ZIP-EXIT.
005340     EXIT.
005350*
005360*--------------------------------------------------------------*
005370*  9000-TERMINATE-PARA - CLOSE FILES AND SHOW THE COUNTS        *
005380*--------------------------------------------------------------*
005390 9000-TERMINATE-PARA.
005400     CLOSE ReturnFile.
005410     CLOSE CustomerFile.
005420     CLOSE CustomerAudit.
005430     CLOSE UndelivFile.
005440     CLOSE ReportFile.
005450     DISPLAY "Mail Return Processing complete".
005460     MOVE ReadCount TO EditedCount.
005470     DISPLAY "Rows read             : " EditedCount.
005480     MOVE MoveCount TO EditedCount.
005490     DISPLAY "Moves applied         : " EditedCount.
005500     MOVE UndelivCount TO EditedCount.
005510     DISPLAY "Flagged undeliverable : " EditedCount.
005520     MOVE NoMatchCount TO EditedCount.
005530     DISPLAY "No match - not applied: " EditedCount.
005540     DISPLAY "Report written to mailrpt.txt".
005550 9000-TERMINATE-EXIT.
005560     EXIT.
