000010*
000020*--------------------------------------------------------------*
000030*  PROGRAM      : CUSTOMER LETTER RUN                           *
000040*  INSTALLATION : DATA PROCESSING DEPT                         *
000050*  AUTHOR       : R. HOLLIS                                    *
000060*  DATE-WRITTEN : 10/15/2026                                   *
000070*  PURPOSE      : NIGHTLY CORRESPONDENCE RUN DRIVEN BY THE      *
000080*                 CustomerAudit TRAIL.  READS THE DAY'S         *
000090*                 custaudit.txt ENTRIES AND PRINTS A LETTER     *
000100*                 FOR EACH ONE THAT CALLS FOR IT -              *
000110*                   ADD        - WELCOME LETTER                 *
000120*                   DEACTIVATE - CLOSURE NOTICE                 *
000130*                   REINSTATE  - REINSTATEMENT LETTER           *
000140*                   UPDATE     - WHEN ADDR CHANGED, AN ADDRESS  *
000150*                                CHANGE CONFIRMATION TO BOTH    *
000160*                                THE OLD AND THE NEW ADDRESS    *
000170*                 LETTERS GO TO letters.txt, ONE PER PAGE,      *
000180*                 READY TO PRINT.  EACH LETTER IS ALSO LOGGED   *
000190*                 AS A CONTACT NOTE ON custnote.txt UNDER THE   *
000200*                 CUSTOMER'S ID, SO IT SHOWS IN Get Customer'S  *
000210*                 NOTE HISTORY.  THE NOTE TEXT CARRIES THE      *
000220*                 AUDIT DATE AND TIME, SO A RERUN FOR THE SAME  *
000230*                 DAY SKIPS LETTERS ALREADY SENT.  A RUN LIST   *
000240*                 WITH COUNTS BY LETTER TYPE GOES TO            *
000250*                 lettrpt.txt.  RUN NIGHTLY FROM THE DIRECTORY  *
000260*                 HOLDING custaudit.txt AND custnote.txt.       *
000270*--------------------------------------------------------------*
000280*  MODIFICATION HISTORY                                        *
000290*  ----------------------------------------------------------   *
000300*  10/15/2026  RH  INITIAL VERSION.                             *
000310*--------------------------------------------------------------*
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. "Customer Letter Run".
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
000440     SELECT CustomerAudit ASSIGN TO "custaudit.txt"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS AUD-STATUS.
000470     SELECT CustNotes ASSIGN TO "custnote.txt"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS NOTE-KEY
000510         FILE STATUS IS NOTE-STATUS.
000520     SELECT LetterFile ASSIGN TO "letters.txt"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS LTR-STATUS.
000550     SELECT ReportFile ASSIGN TO "lettrpt.txt"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS RPT-STATUS.
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  CustomerAudit.
000620 01  AuditRecord.
000630     02  AUD-DATE PIC 9(08).
000640     02  AUD-TIME PIC 9(08).
000650     02  AUD-ACTION PIC X(10).
000660     02  AUD-IDNUM PIC 9(06).
000670     02  AUD-OLD-FIRST PIC X(15).
000680     02  AUD-OLD-LAST PIC X(15).
000690     02  AUD-OLD-ADDR PIC X(52).
000700     02  AUD-OLD-PHONE PIC X(12).
000710     02  AUD-OLD-EMAIL PIC X(30).
000720     02  AUD-OLD-STATUS PIC X(01).
000730     02  AUD-NEW-FIRST PIC X(15).
000740     02  AUD-NEW-LAST PIC X(15).
000750     02  AUD-NEW-ADDR PIC X(52).
000760     02  AUD-NEW-PHONE PIC X(12).
000770     02  AUD-NEW-EMAIL PIC X(30).
000780     02  AUD-NEW-STATUS PIC X(01).
000790*
000800 FD  CustNotes.
000810 01  NoteRecord.
000820     02  NOTE-KEY.
000830         03  NOTE-IDNUM PIC 9(06).
000840         03  NOTE-SEQ PIC 9(04).
000850     02  NOTE-DATE PIC 9(08).
000860     02  NOTE-TIME PIC 9(08).
000870     02  NOTE-OPER PIC X(08).
000880     02  NOTE-TEXT PIC X(60).
000890     02  NOTE-FU-DATE PIC 9(08).
000900     02  NOTE-FU-OPER PIC X(08).
000910     02  NOTE-FU-DONE PIC X(01).
000920*
000930 FD  LetterFile.
000940 01  LetterLine PIC X(80).
000950*
000960 FD  ReportFile.
000970 01  ReportLine PIC X(132).
000980*
000990 WORKING-STORAGE SECTION.
001000 01  AUD-STATUS PIC X(02).
001010     88  AUD-OK VALUE "00".
001020     88  AUD-END VALUE "10".
001030 01  NOTE-STATUS PIC X(02).
001040     88  NOTE-OK VALUE "00".
001050     88  NOTE-END VALUE "10".
001060 01  LTR-STATUS PIC X(02).
001070     88  LTR-OK VALUE "00".
001080 01  RPT-STATUS PIC X(02).
001090     88  RPT-OK VALUE "00".
001100 01  RunDate PIC 9(08).
001110 01  LetterType PIC X(01).
001120     88  LETTER-WELCOME VALUE "W".
001130     88  LETTER-CLOSURE VALUE "C".
001140     88  LETTER-REINSTATE VALUE "R".
001150     88  LETTER-ADDR-OLD VALUE "O".
001160     88  LETTER-ADDR-NEW VALUE "N".
001170 01  LetterAddr.
001180     02  LA-STREET PIC X(30).
001190     02  LA-CITY PIC X(15).
001200     02  LA-STATE PIC X(02).
001210     02  LA-ZIP PIC X(05).
001220 01  LetterFirst PIC X(15).
001230 01  LetterLast PIC X(15).
001240 01  AlreadySent PIC X.
001250     88  LETTER-ALREADY-SENT VALUE "Y".
001260 01  LastNoteSeq PIC 9(04).
001270 01  LetterOper PIC X(08) VALUE "LETTERS".
001280 01  NoteBuild.
001290     02  NB-TEXT PIC X(35).
001300     02  FILLER PIC X(03) VALUE " - ".
001310     02  NB-DATE PIC 9(08).
001320     02  FILLER PIC X(01) VALUE SPACES.
001330     02  NB-TIME PIC 9(06).
001340     02  FILLER PIC X(07) VALUE SPACES.
001350 01  DateWork PIC 9(08).
001360 01  DateParts REDEFINES DateWork.
001370     02  DW-YEAR PIC 9(04).
001380     02  DW-MONTH PIC 9(02).
001390     02  DW-DAY PIC 9(02).
001400 01  DateEdit.
001410     02  DE-MONTH PIC 9(02).
001420     02  FILLER PIC X(01) VALUE "/".
001430     02  DE-DAY PIC 9(02).
001440     02  FILLER PIC X(01) VALUE "/".
001450     02  DE-YEAR PIC 9(04).
001460 01  OutLine PIC X(80).
001470 01  OutPtr PIC 9(03) COMP.
001480 01  FieldWork PIC X(30).
001490 01  FieldMax PIC 9(02) COMP.
001500 01  FieldLen PIC 9(02) COMP.
001510 01  NameLine PIC X(40).
001520 01  CityLine PIC X(40).
001530 77  ReadCount PIC 9(07) COMP VALUE ZERO.
001540 77  SelectCount PIC 9(07) COMP VALUE ZERO.
001550 77  WelcomeCount PIC 9(07) COMP VALUE ZERO.
001560 77  ClosureCount PIC 9(07) COMP VALUE ZERO.
001570 77  ReinstCount PIC 9(07) COMP VALUE ZERO.
001580 77  AddrOldCount PIC 9(07) COMP VALUE ZERO.
001590 77  AddrNewCount PIC 9(07) COMP VALUE ZERO.
001600 77  LetterCount PIC 9(07) COMP VALUE ZERO.
001610 77  SkipCount PIC 9(07) COMP VALUE ZERO.
001620 01  EditedCount PIC Z,ZZZ,ZZ9.
001630 01  RptHdr.
001640     02  FILLER PIC X(24) VALUE "CUSTOMER LETTER RUN FOR ".
001650     02  HDR-DATE PIC 9(08).
001660     02  FILLER PIC X(100) VALUE SPACES.
001670 01  DetailLine.
001680     02  DET-TYPE PIC X(20).
001690     02  FILLER PIC X(01) VALUE SPACES.
001700     02  DET-IDNUM PIC 9(06).
001710     02  FILLER PIC X(02) VALUE SPACES.
001720     02  DET-NAME PIC X(40).
001730     02  FILLER PIC X(01) VALUE SPACES.
001740     02  DET-STREET PIC X(30).
001750     02  FILLER PIC X(01) VALUE SPACES.
001760     02  DET-CITY PIC X(31).
001770 01  CountLine.
001780     02  FILLER PIC X(04) VALUE SPACES.
001790     02  CNT-TEXT PIC X(24).
001800     02  CNT-COUNT PIC Z,ZZZ,ZZ9.
001810     02  FILLER PIC X(95) VALUE SPACES.
001820*
001830 PROCEDURE DIVISION.
001840*
001850*--------------------------------------------------------------*
001860*  0000-MAINLINE-PARA - PROGRAM CONTROL                         *
001870*--------------------------------------------------------------*
001880 0000-MAINLINE-PARA.
001890     PERFORM 1000-INITIALIZE-PARA
001900         THRU 1000-INITIALIZE-EXIT.
001910     PERFORM 2000-READ-AUDIT-PARA
001920         THRU 2000-READ-AUDIT-EXIT
001930         UNTIL AUD-END.
001940     PERFORM 6000-TOTALS-PARA
001950         THRU 6000-TOTALS-EXIT.
001960     PERFORM 9000-TERMINATE-PARA
001970         THRU 9000-TERMINATE-EXIT.
001980     STOP RUN.
001990 0000-MAINLINE-EXIT.
002000     EXIT.
002010*
002020*--------------------------------------------------------------*
002030*  1000-INITIALIZE-PARA - GET THE ACTIVITY DATE AND OPEN FILES  *
002040*--------------------------------------------------------------*
002050 1000-INITIALIZE-PARA.
002060     DISPLAY "CUSTOMER LETTER RUN".
002070     DISPLAY "Activity date (YYYYMMDD, 0 = today) : "
002080         WITH NO ADVANCING.
002090     ACCEPT RunDate.
002100     IF RunDate = ZERO
002110         ACCEPT RunDate FROM DATE YYYYMMDD
002120     END-IF.
002130     OPEN INPUT CustomerAudit.
002140     IF NOT AUD-OK
002150         DISPLAY "Cannot open custaudit.txt - status "
002160             AUD-STATUS
002170         STOP RUN
002180     END-IF.
002190     OPEN I-O CustNotes.
002200     IF NOTE-STATUS = "35"
002210         OPEN OUTPUT CustNotes
002220         CLOSE CustNotes
002230         OPEN I-O CustNotes
002240     END-IF.
002242     IF NOT NOTE-OK
002244         DISPLAY "Cannot open custnote.txt - status "
002245             NOTE-STATUS
002246         STOP RUN
002248     END-IF.
002250     OPEN OUTPUT LetterFile.
002260     OPEN OUTPUT ReportFile.
002270     MOVE RunDate TO HDR-DATE.
002280     WRITE ReportLine FROM RptHdr.
002290     MOVE SPACES TO ReportLine.
002300     WRITE ReportLine.
002310 1000-INITIALIZE-EXIT.
002320     EXIT.
002330*
002340*--------------------------------------------------------------*
002350*  2000-READ-AUDIT-PARA - READ ONE AUDIT ENTRY.  ENTRIES FOR     *
002360*                  THE ACTIVITY DATE ARE MATCHED TO THE LETTER   *
002370*                  THEY CALL FOR; ALL OTHERS ARE PASSED BY.      *
002380*--------------------------------------------------------------*
002390 2000-READ-AUDIT-PARA.
002400     READ CustomerAudit
002410         AT END
002420             MOVE "10" TO AUD-STATUS
002430     END-READ.
002440     IF AUD-END
002450         GO TO 2000-READ-AUDIT-EXIT
002460     END-IF.
002470     ADD 1 TO ReadCount.
002480     IF AUD-DATE NOT = RunDate
002490         GO TO 2000-READ-AUDIT-EXIT
002500     END-IF.
002510     EVALUATE AUD-ACTION
002520         WHEN "ADD"
002530             ADD 1 TO SelectCount
002540             MOVE "W" TO LetterType
002550             MOVE AUD-NEW-FIRST TO LetterFirst
002560             MOVE AUD-NEW-LAST TO LetterLast
002570             MOVE AUD-NEW-ADDR TO LetterAddr
002580             PERFORM 3000-SEND-LETTER-PARA
002590                 THRU 3000-SEND-LETTER-EXIT
002600         WHEN "DEACTIVATE"
002610             ADD 1 TO SelectCount
002620             MOVE "C" TO LetterType
002630             MOVE AUD-OLD-FIRST TO LetterFirst
002640             MOVE AUD-OLD-LAST TO LetterLast
002650             MOVE AUD-OLD-ADDR TO LetterAddr
002660             PERFORM 3000-SEND-LETTER-PARA
002670                 THRU 3000-SEND-LETTER-EXIT
002680         WHEN "REINSTATE"
002690             ADD 1 TO SelectCount
002700             MOVE "R" TO LetterType
002710             MOVE AUD-NEW-FIRST TO LetterFirst
002720             MOVE AUD-NEW-LAST TO LetterLast
002730             MOVE AUD-NEW-ADDR TO LetterAddr
002740             PERFORM 3000-SEND-LETTER-PARA
002750                 THRU 3000-SEND-LETTER-EXIT
002760         WHEN "UPDATE"
002770             IF AUD-OLD-ADDR NOT = AUD-NEW-ADDR
002780                 ADD 1 TO SelectCount
002790                 MOVE "O" TO LetterType
002800                 MOVE AUD-OLD-FIRST TO LetterFirst
002810                 MOVE AUD-OLD-LAST TO LetterLast
002820                 MOVE AUD-OLD-ADDR TO LetterAddr
002830                 PERFORM 3000-SEND-LETTER-PARA
002840                     THRU 3000-SEND-LETTER-EXIT
002850                 MOVE "N" TO LetterType
002860                 MOVE AUD-NEW-FIRST TO LetterFirst
002870                 MOVE AUD-NEW-LAST TO LetterLast
002880                 MOVE AUD-NEW-ADDR TO LetterAddr
002890                 PERFORM 3000-SEND-LETTER-PARA
002900                     THRU 3000-SEND-LETTER-EXIT
002910             END-IF
002920     END-EVALUATE.
002930 2000-READ-AUDIT-EXIT.
002940     EXIT.
002950*
002960*--------------------------------------------------------------*
002970*  3000-SEND-LETTER-PARA - PRINT ONE LETTER OF THE TYPE IN       *
002980*                  LetterType TO THE ADDRESS IN LetterAddr, LOG  *
002990*                  IT AS A CONTACT NOTE AND LIST IT.  A LETTER   *
003000*                  WHOSE NOTE IS ALREADY ON FILE WAS SENT BY AN  *
003010*                  EARLIER RUN AND IS SKIPPED.                   *
003020*--------------------------------------------------------------*
003030 3000-SEND-LETTER-PARA.
003040     EVALUATE TRUE
003050         WHEN LETTER-WELCOME
003060             MOVE "WELCOME LETTER SENT" TO NB-TEXT
003070             MOVE "WELCOME" TO DET-TYPE
003080         WHEN LETTER-CLOSURE
003090             MOVE "CLOSURE NOTICE SENT" TO NB-TEXT
003100             MOVE "CLOSURE NOTICE" TO DET-TYPE
003110         WHEN LETTER-REINSTATE
003120             MOVE "REINSTATEMENT LETTER SENT" TO NB-TEXT
003130             MOVE "REINSTATEMENT" TO DET-TYPE
003140         WHEN LETTER-ADDR-OLD
003150             MOVE "ADDR CHANGE LETTER SENT TO OLD ADDR"
003160                 TO NB-TEXT
003170             MOVE "ADDR CHANGE - OLD" TO DET-TYPE
003180         WHEN LETTER-ADDR-NEW
003190             MOVE "ADDR CHANGE LETTER SENT TO NEW ADDR"
003200                 TO NB-TEXT
003210             MOVE "ADDR CHANGE - NEW" TO DET-TYPE
003220     END-EVALUATE.
003230     MOVE AUD-DATE TO NB-DATE.
003240     MOVE AUD-TIME(1:6) TO NB-TIME.
003250     PERFORM 3100-SCAN-NOTES-PARA
003260         THRU 3100-SCAN-NOTES-EXIT.
003270     IF LETTER-ALREADY-SENT
003280         ADD 1 TO SkipCount
003290         GO TO 3000-SEND-LETTER-EXIT
003300     END-IF.
003310     PERFORM 3200-BUILD-NAME-PARA
003320         THRU 3200-BUILD-NAME-EXIT.
003330     PERFORM 4000-PRINT-LETTER-PARA
003340         THRU 4000-PRINT-LETTER-EXIT.
003350     MOVE AUD-IDNUM TO NOTE-IDNUM.
003360     ADD 1 TO LastNoteSeq.
003370     MOVE LastNoteSeq TO NOTE-SEQ.
003380     ACCEPT NOTE-DATE FROM DATE YYYYMMDD.
003390     ACCEPT NOTE-TIME FROM TIME.
003400     MOVE LetterOper TO NOTE-OPER.
003410     MOVE NoteBuild TO NOTE-TEXT.
003420     MOVE ZERO TO NOTE-FU-DATE.
003430     MOVE SPACES TO NOTE-FU-OPER.
003440     MOVE SPACE TO NOTE-FU-DONE.
003450     WRITE NoteRecord
003460         INVALID KEY
003470             DISPLAY "Note not written for customer " AUD-IDNUM
003480     END-WRITE.
003490     ADD 1 TO LetterCount.
003500     EVALUATE TRUE
003510         WHEN LETTER-WELCOME
003520             ADD 1 TO WelcomeCount
003530         WHEN LETTER-CLOSURE
003540             ADD 1 TO ClosureCount
003550         WHEN LETTER-REINSTATE
003560             ADD 1 TO ReinstCount
003570         WHEN LETTER-ADDR-OLD
003580             ADD 1 TO AddrOldCount
003590         WHEN LETTER-ADDR-NEW
003600             ADD 1 TO AddrNewCount
003610     END-EVALUATE.
003620     MOVE AUD-IDNUM TO DET-IDNUM.
003630     MOVE NameLine TO DET-NAME.
003640     MOVE LA-STREET TO DET-STREET.
003650     MOVE CityLine TO DET-CITY.
003660     WRITE ReportLine FROM DetailLine.
003670 3000-SEND-LETTER-EXIT.
003680     EXIT.
003690*
003700*--------------------------------------------------------------*
003710*  3100-SCAN-NOTES-PARA - READ THE CUSTOMER'S NOTES, LEAVING THE *
003720*                  HIGHEST SEQUENCE IN LastNoteSeq AND SETTING   *
003730*                  LETTER-ALREADY-SENT WHEN THIS RUN'S NOTE FOR  *
003740*                  THE SAME AUDIT ENTRY IS ALREADY THERE.        *
003750*--------------------------------------------------------------*
003760 3100-SCAN-NOTES-PARA.
003770     MOVE ZERO TO LastNoteSeq.
003780     MOVE "N" TO AlreadySent.
003790     MOVE "00" TO NOTE-STATUS.
003800     MOVE AUD-IDNUM TO NOTE-IDNUM.
003810     MOVE ZERO TO NOTE-SEQ.
003820     START CustNotes KEY IS NOT LESS THAN NOTE-KEY
003830         INVALID KEY
003840             MOVE "10" TO NOTE-STATUS
003850     END-START.
003860     PERFORM 3110-SCAN-NEXT-PARA
003870         THRU 3110-SCAN-NEXT-EXIT
003880         UNTIL NOTE-END.
003890 3100-SCAN-NOTES-EXIT.
003900     EXIT.
003910*
003920 3110-SCAN-NEXT-PARA.
003930     READ CustNotes NEXT RECORD
003940         AT END
003950             MOVE "10" TO NOTE-STATUS
003960     END-READ.
003970     IF NOT NOTE-OK
003980         MOVE "10" TO NOTE-STATUS
003990         GO TO 3110-SCAN-NEXT-EXIT
004000     END-IF.
004010     IF NOTE-IDNUM NOT = AUD-IDNUM
004020         MOVE "10" TO NOTE-STATUS
004030         GO TO 3110-SCAN-NEXT-EXIT
004040     END-IF.
004050     MOVE NOTE-SEQ TO LastNoteSeq.
004060     IF NOTE-OPER = LetterOper
004070         AND NOTE-TEXT = NoteBuild
004080             MOVE "Y" TO AlreadySent
004090     END-IF.
004100 3110-SCAN-NEXT-EXIT.
004110     EXIT.
004120*
004130*--------------------------------------------------------------*
004140*  3200-BUILD-NAME-PARA - BUILD THE TRIMMED "FIRST LAST" NAME    *
004150*                  AND "CITY, ST ZIP" LINES FOR THE LETTER.      *
004160*--------------------------------------------------------------*
004170 3200-BUILD-NAME-PARA.
004180     MOVE SPACES TO OutLine.
004190     MOVE 1 TO OutPtr.
004200     MOVE LetterFirst TO FieldWork.
004210     MOVE 15 TO FieldMax.
004220     PERFORM 8200-ADD-WORD-PARA
004230         THRU 8200-ADD-WORD-EXIT.
004240     MOVE LetterLast TO FieldWork.
004250     MOVE 15 TO FieldMax.
004260     PERFORM 8200-ADD-WORD-PARA
004270         THRU 8200-ADD-WORD-EXIT.
004280     MOVE OutLine TO NameLine.
004290     MOVE SPACES TO OutLine.
004300     MOVE 1 TO OutPtr.
004310     MOVE LA-CITY TO FieldWork.
004320     MOVE 15 TO FieldMax.
004330     PERFORM 8200-ADD-WORD-PARA
004340         THRU 8200-ADD-WORD-EXIT.
004350     STRING "," DELIMITED BY SIZE
004360         INTO OutLine WITH POINTER OutPtr.
004370     MOVE LA-STATE TO FieldWork.
004380     MOVE 2 TO FieldMax.
004390     PERFORM 8200-ADD-WORD-PARA
004400         THRU 8200-ADD-WORD-EXIT.
004410     STRING "  " LA-ZIP DELIMITED BY SIZE
004420         INTO OutLine WITH POINTER OutPtr.
004430     MOVE OutLine TO CityLine.
004440 3200-BUILD-NAME-EXIT.
004450     EXIT.
004460*
004470*--------------------------------------------------------------*
004480*  4000-PRINT-LETTER-PARA - PRINT ONE LETTER ON A NEW PAGE -     *
004490*                  LETTERHEAD, DATE, ADDRESS BLOCK, CUSTOMER     *
004500*                  NUMBER, SALUTATION, THE BODY FOR THE LETTER   *
004510*                  TYPE AND THE SIGN-OFF.                        *
004520*--------------------------------------------------------------*
004530 4000-PRINT-LETTER-PARA.
004540     MOVE "CUSTOMER SERVICES" TO LetterLine.
004550     WRITE LetterLine AFTER ADVANCING PAGE.
004560     MOVE SPACES TO LetterLine.
004570     WRITE LetterLine.
004580     MOVE RunDate TO DateWork.
004590     PERFORM 8100-EDIT-DATE-PARA
004600         THRU 8100-EDIT-DATE-EXIT.
004610     MOVE DateEdit TO LetterLine.
004620     WRITE LetterLine.
004630     MOVE SPACES TO LetterLine.
004640     WRITE LetterLine.
004650     MOVE NameLine TO LetterLine.
004660     WRITE LetterLine.
004670     MOVE LA-STREET TO LetterLine.
004680     WRITE LetterLine.
004690     MOVE CityLine TO LetterLine.
004700     WRITE LetterLine.
004710     MOVE SPACES TO LetterLine.
004720     WRITE LetterLine.
004730     MOVE SPACES TO LetterLine.
004740     STRING "Customer number: " AUD-IDNUM DELIMITED BY SIZE
004750         INTO LetterLine.
004760     WRITE LetterLine.
004770     MOVE SPACES TO LetterLine.
004780     WRITE LetterLine.
004790     MOVE SPACES TO OutLine.
004800     MOVE 1 TO OutPtr.
004810     STRING "Dear" DELIMITED BY SIZE
004820         INTO OutLine WITH POINTER OutPtr.
004830     MOVE LetterFirst TO FieldWork.
004840     MOVE 15 TO FieldMax.
004850     PERFORM 8200-ADD-WORD-PARA
004860         THRU 8200-ADD-WORD-EXIT.
004870     MOVE LetterLast TO FieldWork.
004880     MOVE 15 TO FieldMax.
004890     PERFORM 8200-ADD-WORD-PARA
004900         THRU 8200-ADD-WORD-EXIT.
004910     STRING "," DELIMITED BY SIZE
004920         INTO OutLine WITH POINTER OutPtr.
004930     MOVE OutLine TO LetterLine.
004940     WRITE LetterLine.
004950     MOVE SPACES TO LetterLine.
004960     WRITE LetterLine.
004970     EVALUATE TRUE
004980         WHEN LETTER-WELCOME
004990             PERFORM 4100-WELCOME-BODY-PARA
005000                 THRU 4100-WELCOME-BODY-EXIT
005010         WHEN LETTER-CLOSURE
005020             PERFORM 4200-CLOSURE-BODY-PARA
005030                 THRU 4200-CLOSURE-BODY-EXIT
005040         WHEN LETTER-REINSTATE
005050             PERFORM 4300-REINSTATE-BODY-PARA
005060                 THRU 4300-REINSTATE-BODY-EXIT
005070         WHEN OTHER
005080             PERFORM 4400-ADDR-BODY-PARA
005090                 THRU 4400-ADDR-BODY-EXIT
005100     END-EVALUATE.
005110     MOVE SPACES TO LetterLine.
005120     WRITE LetterLine.
005130     MOVE "Yours sincerely," TO LetterLine.
005140     WRITE LetterLine.
005150     MOVE SPACES TO LetterLine.
005160     WRITE LetterLine.
005170     WRITE LetterLine.
005180     MOVE "Customer Services" TO LetterLine.
005190     WRITE LetterLine.
005200 4000-PRINT-LETTER-EXIT.
005210     EXIT.
005220*
005230 4100-WELCOME-BODY-PARA.
005240     MOVE "Welcome, and thank you for choosing us.  Your customer"
005250         TO LetterLine.
005260     WRITE LetterLine.
005270     MOVE "record has been opened with the name and address shown"
005280         TO LetterLine.
005290     WRITE LetterLine.
005300     MOVE "above.  Please quote your customer number whenever you"
005310         TO LetterLine.
005320     WRITE LetterLine.
005330     MOVE "contact us.  If any of these details are wrong, call"
005340         TO LetterLine.
005350     WRITE LetterLine.
005360     MOVE "Customer Services and we will put them right."
005370         TO LetterLine.
005380     WRITE LetterLine.
005390 4100-WELCOME-BODY-EXIT.
005400     EXIT.
005410*
005420 4200-CLOSURE-BODY-PARA.
005430     MOVE AUD-DATE TO DateWork.
005440     PERFORM 8100-EDIT-DATE-PARA
005450         THRU 8100-EDIT-DATE-EXIT.
005460     MOVE SPACES TO LetterLine.
005470     STRING "This notice confirms that your customer record was"
005480         " closed on " DateEdit "." DELIMITED BY SIZE
005490         INTO LetterLine.
005500     WRITE LetterLine.
005510     MOVE "No further mailings will be sent to you.  If you did"
005520         TO LetterLine.
005530     WRITE LetterLine.
005540     MOVE "not ask for this, or believe it was done in error,"
005550         TO LetterLine.
005560     WRITE LetterLine.
005570     MOVE "please call Customer Services as soon as possible."
005580         TO LetterLine.
005590     WRITE LetterLine.
005600 4200-CLOSURE-BODY-EXIT.
005610     EXIT.
005620*
005630 4300-REINSTATE-BODY-PARA.
005640     MOVE AUD-DATE TO DateWork.
005650     PERFORM 8100-EDIT-DATE-PARA
005660         THRU 8100-EDIT-DATE-EXIT.
005670     MOVE SPACES TO LetterLine.
005680     STRING "We are pleased to confirm that your customer record"
005690         " was" DELIMITED BY SIZE
005700         INTO LetterLine.
005710     WRITE LetterLine.
005720     MOVE SPACES TO LetterLine.
005730     STRING "reinstated on " DateEdit
005740         " with the name and address shown above."
005750         DELIMITED BY SIZE
005760         INTO LetterLine.
005770     WRITE LetterLine.
005780     MOVE "Please note the customer number at the top of this"
005790         TO LetterLine.
005800     WRITE LetterLine.
005810     MOVE "letter and quote it whenever you contact us."
005820         TO LetterLine.
005830     WRITE LetterLine.
005840 4300-REINSTATE-BODY-EXIT.
005850     EXIT.
005860*
005870*--------------------------------------------------------------*
005880*  4400-ADDR-BODY-PARA - ADDRESS CHANGE CONFIRMATION.  THE SAME  *
005890*                  TEXT GOES TO THE OLD AND THE NEW ADDRESS AND  *
005900*                  SHOWS BOTH, SO A CUSTOMER WHOSE ADDRESS WAS   *
005910*                  CHANGED WITHOUT THEIR KNOWLEDGE HEARS OF IT.  *
005920*--------------------------------------------------------------*
005930 4400-ADDR-BODY-PARA.
005940     MOVE AUD-DATE TO DateWork.
005950     PERFORM 8100-EDIT-DATE-PARA
005960         THRU 8100-EDIT-DATE-EXIT.
005970     MOVE SPACES TO LetterLine.
005980     STRING "This letter confirms that the mailing address on"
005990         " your" DELIMITED BY SIZE
006000         INTO LetterLine.
006010     WRITE LetterLine.
006020     MOVE SPACES TO LetterLine.
006030     STRING "customer record was changed on " DateEdit "."
006040         DELIMITED BY SIZE
006050         INTO LetterLine.
006060     WRITE LetterLine.
006070     MOVE SPACES TO LetterLine.
006080     WRITE LetterLine.
006090     MOVE SPACES TO LetterLine.
006100     STRING "    From: " AUD-OLD-ADDR(1:30) DELIMITED BY SIZE
006110         INTO LetterLine.
006120     WRITE LetterLine.
006130     MOVE SPACES TO LetterLine.
006140     STRING "          " AUD-OLD-ADDR(31:15) " "
006150         AUD-OLD-ADDR(46:2) "  " AUD-OLD-ADDR(48:5)
006160         DELIMITED BY SIZE
006170         INTO LetterLine.
006180     WRITE LetterLine.
006190     MOVE SPACES TO LetterLine.
006200     STRING "    To:   " AUD-NEW-ADDR(1:30) DELIMITED BY SIZE
006210         INTO LetterLine.
006220     WRITE LetterLine.
006230     MOVE SPACES TO LetterLine.
006240     STRING "          " AUD-NEW-ADDR(31:15) " "
006250         AUD-NEW-ADDR(46:2) "  " AUD-NEW-ADDR(48:5)
006260         DELIMITED BY SIZE
006270         INTO LetterLine.
006280     WRITE LetterLine.
006290     MOVE SPACES TO LetterLine.
006300     WRITE LetterLine.
006310     MOVE "A copy of this letter has been sent to both the old"
006320         TO LetterLine.
006330     WRITE LetterLine.
006340     MOVE "and the new address.  If you did not ask for this"
006350         TO LetterLine.
006360     WRITE LetterLine.
006370     MOVE "change, call Customer Services immediately."
006380         TO LetterLine.
006390     WRITE LetterLine.
006400 4400-ADDR-BODY-EXIT.
006410     EXIT.
006420*
006430 6000-TOTALS-PARA.
006440     MOVE SPACES TO ReportLine.
006450     WRITE ReportLine.
006460     MOVE "COUNTS" TO ReportLine.
006470     WRITE ReportLine.
006480     MOVE "WELCOME LETTERS" TO CNT-TEXT.
006490     MOVE WelcomeCount TO CNT-COUNT.
006500     WRITE ReportLine FROM CountLine.
006510     MOVE "CLOSURE NOTICES" TO CNT-TEXT.
006520     MOVE ClosureCount TO CNT-COUNT.
006530     WRITE ReportLine FROM CountLine.
006540     MOVE "REINSTATEMENT LETTERS" TO CNT-TEXT.
006550     MOVE ReinstCount TO CNT-COUNT.
006560     WRITE ReportLine FROM CountLine.
006570     MOVE "ADDR CHANGE - OLD ADDR" TO CNT-TEXT.
006580     MOVE AddrOldCount TO CNT-COUNT.
006590     WRITE ReportLine FROM CountLine.
006600     MOVE "ADDR CHANGE - NEW ADDR" TO CNT-TEXT.
006610     MOVE AddrNewCount TO CNT-COUNT.
006620     WRITE ReportLine FROM CountLine.
006630     MOVE "TOTAL LETTERS PRINTED" TO CNT-TEXT.
006640     MOVE LetterCount TO CNT-COUNT.
006650     WRITE ReportLine FROM CountLine.
006660     MOVE "ALREADY SENT - SKIPPED" TO CNT-TEXT.
006670     MOVE SkipCount TO CNT-COUNT.
006680     WRITE ReportLine FROM CountLine.
006690     MOVE "AUDIT ENTRIES READ" TO CNT-TEXT.
006700     MOVE ReadCount TO CNT-COUNT.
006710     WRITE ReportLine FROM CountLine.
006720     MOVE "*** END OF REPORT ***" TO ReportLine.
006730     WRITE ReportLine.
006740 6000-TOTALS-EXIT.
006750     EXIT.
006760*
006770*--------------------------------------------------------------*
006780*  8100-EDIT-DATE-PARA - EDIT THE YYYYMMDD DATE IN DateWork TO   *
006790*                  MM/DD/YYYY IN DateEdit.                       *
006800*--------------------------------------------------------------*
006810 8100-EDIT-DATE-PARA.
006820     MOVE DW-MONTH TO DE-MONTH.
006830     MOVE DW-DAY TO DE-DAY.
006840     MOVE DW-YEAR TO DE-YEAR.
006850 8100-EDIT-DATE-EXIT.
006860     EXIT.
006870*
006880*--------------------------------------------------------------*
006890*  8200-ADD-WORD-PARA - APPEND THE TRIMMED FIELD IN FieldWork TO *
006900*                  OutLine AT OutPtr, WITH ONE SPACE BEFORE IT   *
006910*                  UNLESS IT IS THE FIRST WORD.  A BLANK FIELD   *
006920*                  ADDS NOTHING.                                 *
006930*--------------------------------------------------------------*
006940 8200-ADD-WORD-PARA.
006950     IF FieldWork = SPACES
006960         GO TO 8200-ADD-WORD-EXIT
006970     END-IF.
006980     IF OutPtr > 1
006990         STRING " " DELIMITED BY SIZE
007000             INTO OutLine WITH POINTER OutPtr
007010     END-IF.
007020     MOVE FieldMax TO FieldLen.
007030     PERFORM 8210-TRIM-FIELD-PARA
007040         THRU 8210-TRIM-FIELD-EXIT
007050         VARYING FieldLen FROM FieldMax BY -1
007060         UNTIL FieldLen = 1
007070             OR FieldWork(FieldLen:1) NOT = SPACE.
007080     STRING FieldWork(1:FieldLen) DELIMITED BY SIZE
007090         INTO OutLine WITH POINTER OutPtr.
007100 8200-ADD-WORD-EXIT.
007110     EXIT.
007120*
007130 8210-TRIM-FIELD-PARA.
007140     CONTINUE.
007150 8210-TRIM-FIELD-EXIT.
007160     EXIT.
007170*
007180*--------------------------------------------------------------*
007190*  9000-TERMINATE-PARA - CLOSE FILES AND SHOW THE COUNTS        *
007200*--------------------------------------------------------------*
007210 9000-TERMINATE-PARA.
007220     CLOSE CustomerAudit.
007230     CLOSE CustNotes.
007240     CLOSE LetterFile.
007250     CLOSE ReportFile.
007260     DISPLAY "Customer Letter Run complete".
007270     MOVE WelcomeCount TO EditedCount.
007280     DISPLAY "Welcome letters        : " EditedCount.
007290     MOVE ClosureCount TO EditedCount.
007300     DISPLAY "Closure notices        : " EditedCount.
007310     MOVE ReinstCount TO EditedCount.
007320     DISPLAY "Reinstatement letters  : " EditedCount.
007330     MOVE AddrOldCount TO EditedCount.
007340     DISPLAY "Addr change - old addr : " EditedCount.
007350     MOVE AddrNewCount TO EditedCount.
007360     DISPLAY "Addr change - new addr : " EditedCount.
007370     MOVE LetterCount TO EditedCount.
007380     DISPLAY "Total letters printed  : " EditedCount.
007390     MOVE SkipCount TO EditedCount.
007400     DISPLAY "Already sent - skipped : " EditedCount.
007410     DISPLAY "Letters written to letters.txt".
007420     DISPLAY "Run list written to lettrpt.txt".
007430 9000-TERMINATE-EXIT.
007440     EXIT.
