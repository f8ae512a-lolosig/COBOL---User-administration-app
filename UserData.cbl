001190*                  ZIP (FIVE DIGITS).  customer.txt AND          *
001200*                  custaudit.txt MUST BE CONVERTED (Customer     *
001210*                  Address Conversion) - RECORD LENGTHS CHANGED. *
001211*  10/15/2026  RH  A CLERK'S UpdateCust CHANGE TO FIRST NAME,    *
001212*                  LAST NAME OR ADDRESS NO LONGER GOES STRAIGHT  *
001213*                  TO customer.txt - IT IS QUEUED ON             *
001214*                  custpend.txt WITH THE BEFORE/AFTER IMAGE, THE *
001215*                  CLERK AND THE TIME FOR A SECOND SIGN-OFF.     *
001216*                  PHONE AND EMAIL STILL APPLY AT ONCE.  ADDED   *
001217*                  OPTION 12 - APPROVE PENDING CHANGES           *
001218*                  (SUPERVISOR) - SHOWS EACH CHANGE BESIDE THE   *
001219*                  RECORD ON FILE AND APPROVES IT (APPLY AND     *
001220*                  AUDIT) OR REJECTS IT WITH A REASON.  Pending  *
001221*                  Change Report LISTS ITEMS OVER A DAY OLD.     *
001222*  10/15/2026  RH  Get Customer NOW SHOWS THE ACCOUNT STANDING   *
001223*                  FROM BILLING (custstd.txt, LOADED DAILY BY    *
001224*                  Billing Standing Load).  DeleteCust REFUSES A *
001225*                  CUSTOMER WITH AN OPEN BALANCE UNLESS THE      *
001226*                  SUPERVISOR KEYS AN OVERRIDE, WHICH IS LOGGED  *
001227*                  AS A CONTACT NOTE ON THE CUSTOMER.            *
001228*  10/15/2026  RH  Get Customer NOW LISTS THE OTHER MEMBERS OF   *
001229*                  THE CUSTOMER'S HOUSEHOLD FROM custhh.txt      *
001230*                  (BUILT WEEKLY BY Customer Household Build),   *
001231*                  WITH A WARNING WHEN THE ADDRESS HAS CHANGED   *
001232*                  SINCE THE HOUSEHOLD WAS BUILT.                *
001233*  10/15/2026  RH  SIGN-ON IS REFUSED WHILE custlock.txt SHOWS   *
001234*                  Nightly Run Control RUNNING THE NIGHT STREAM, *
001235*                  AS IT IS FOR Customer Bulk Load.              *
001236*  10/15/2026  RH  SEVERAL Customer Data SESSIONS MAY NOW RUN AT *
001237*                  ONCE.  EACH REGISTERS ON custsess.txt AND     *
001238*                  custlock.txt IS ONLY FREED WHEN THE LAST ONE  *
001239*                  SIGNS OFF.  A CUSTOMER BEING UPDATED,         *
001240*                  DEACTIVATED OR MERGED (OR A PENDING CHANGE    *
001241*                  BEING APPROVED) IS MARKED IN USE ON           *
001242*                  custuse.txt - OTHER SESSIONS ARE TURNED AWAY  *
001243*                  AND Get Customer SAYS WHO HAS IT.  BEFORE     *
001244*                  EACH REWRITE THE RECORD IS READ AGAIN AND, IF *
001245*                  IT NO LONGER MATCHES WHAT WAS SHOWN, NOTHING  *
001246*                  IS SAVED AND THE OPERATOR RE-KEYS.  Operator  *
001247*                  Administration OPTION 5 LISTS SESSIONS AND    *
001248*                  CLEARS ONE LEFT BY A TERMINAL THAT DIED.      *
001249*  10/15/2026  RH  A PENDING CHANGE IS READ AGAIN BEFORE IT IS   *
001250*                  APPROVED OR REJECTED AND IS LEFT ALONE IF     *
001251*                  ANOTHER SUPERVISOR HAS ALREADY DECIDED IT.  A *
001252*                  REJECT NOW MARKS THE CUSTOMER IN USE AS AN    *
001253*                  APPROVAL DOES.  custpend.txt IS OPENED BEFORE *
001254*                  THE RUN LOCK IS TAKEN, SO A FAILED OPEN       *
001255*                  LEAVES NO LOCK OR SESSION BEHIND.             *
001256*--------------------------------------------------------------*
001257 IDENTIFICATION DIVISION.
001258 PROGRAM-ID. "Customer Data".
001259 AUTHOR. R. HOLLIS.
001260 INSTALLATION. DATA PROCESSING DEPT.
001270 DATE-WRITTEN. 01/04/2019.
001280 DATE-COMPILED.
001630     SELECT LockFile ASSIGN TO "custlock.txt"
001640         ORGANIZATION IS LINE SEQUENTIAL
001650         FILE STATUS IS LOCK-STATUS.
001651     SELECT StandingFile ASSIGN TO "custstd.txt"
001652         ORGANIZATION IS INDEXED
001653         ACCESS MODE IS DYNAMIC
001654         RECORD KEY IS STD-IDNUM
001655         FILE STATUS IS STD-STATUS.
001656     SELECT PendFile ASSIGN TO "custpend.txt"
001657         ORGANIZATION IS INDEXED
001658         ACCESS MODE IS DYNAMIC
001659         RECORD KEY IS PEND-KEY
001660         FILE STATUS IS PEND-STATUS.
001661     SELECT HouseFile ASSIGN TO "custhh.txt"
001662         ORGANIZATION IS INDEXED
001663         ACCESS MODE IS DYNAMIC
001664         RECORD KEY IS HH-IDNUM
001665         ALTERNATE RECORD KEY IS HH-NUMBER WITH DUPLICATES
001666         FILE STATUS IS HH-STATUS.
001667     SELECT SessionFile ASSIGN TO "custsess.txt"
001668         ORGANIZATION IS INDEXED
001669         ACCESS MODE IS DYNAMIC
001670         RECORD KEY IS SES-NUMBER
001671         FILE STATUS IS SES-STATUS.
001672     SELECT UseFile ASSIGN TO "custuse.txt"
001673         ORGANIZATION IS INDEXED
001674         ACCESS MODE IS DYNAMIC
001675         RECORD KEY IS USE-IDNUM
001676         FILE STATUS IS USE-STATUS.
001677*
001678 DATA DIVISION.
001680 FILE SECTION.
001690 FD  CustomerFile.
001700 01  CustomerData.
002540 01  LockRecord.
002550     02  LOCK-FLAG PIC X(08).
002560     02  LOCK-HOLDER PIC X(08).
002561*
002562 FD  PendFile.
002563 01  PendRecord.
002564     02  PEND-KEY.
002565         03  PEND-IDNUM PIC 9(06).
002566         03  PEND-SEQ PIC 9(04).
002567     02  PEND-DATE PIC 9(08).
002568     02  PEND-TIME PIC 9(08).
002569     02  PEND-OPER PIC X(08).
002570     02  PEND-OLD-FIRST PIC X(15).
002571     02  PEND-OLD-LAST PIC X(15).
002572     02  PEND-OLD-ADDR PIC X(52).
002573     02  PEND-NEW-FIRST PIC X(15).
002574     02  PEND-NEW-LAST PIC X(15).
002575     02  PEND-NEW-ADDR PIC X(52).
002576     02  PEND-STATE PIC X(01).
002577         88  PEND-WAITING VALUE "P".
002578         88  PEND-APPROVED VALUE "A".
002579         88  PEND-REJECTED VALUE "R".
002580     02  PEND-DEC-DATE PIC 9(08).
002581     02  PEND-DEC-OPER PIC X(08).
002582     02  PEND-REASON PIC X(40).
002583*
002584 FD  StandingFile.
002585 01  StandingRecord.
002586     02  STD-IDNUM PIC 9(06).
002587     02  STD-STANDING PIC X(01).
002588         88  STD-CURRENT VALUE "C".
002589         88  STD-PAST-DUE VALUE "P".
002590         88  STD-COLLECTIONS VALUE "K".
002591         88  STD-CLOSED VALUE "X".
002592     02  STD-DUE-DATE PIC 9(08).
002593     02  STD-FEED-DATE PIC 9(08).
002594*
002595 FD  HouseFile.
002596 01  HouseRecord.
002597     02  HH-IDNUM PIC 9(06).
002598     02  HH-NUMBER PIC 9(06).
002599     02  HH-FIRST PIC X(15).
002600     02  HH-LAST PIC X(15).
002601     02  HH-ADDR PIC X(52).
002602     02  HH-NORM-STREET PIC X(30).
002603     02  HH-BUILT-DATE PIC 9(08).
002604     02  HH-BUILT-TIME PIC 9(08).
002605*
002606 FD  SessionFile.
002607 01  SessionRecord.
002608     02  SES-NUMBER PIC 9(04).
002609     02  SES-OPER PIC X(08).
002610     02  SES-DATE PIC 9(08).
002611     02  SES-TIME PIC 9(08).
002612*
002613 FD  UseFile.
002614 01  UseRecord.
002615     02  USE-IDNUM PIC 9(06).
002616     02  USE-SESSION PIC 9(04).
002617     02  USE-SES-DATE PIC 9(08).
002618     02  USE-SES-TIME PIC 9(08).
002619     02  USE-OPER PIC X(08).
002620     02  USE-ACTION PIC X(10).
002621     02  USE-DATE PIC 9(08).
002622     02  USE-TIME PIC 9(08).
002623*
002624 WORKING-STORAGE SECTION.
002625 01  Choice PIC 9(02).
002626 01  StayOpen PIC X VALUE "Y".
002627     88  KEEP-GOING VALUE "Y".
002628 01  CostumerExists PIC X.
002630     88  RECORD-FOUND VALUE "Y".
002640 01  CF-STATUS PIC X(02).
002650     88  CF-OK VALUE "00" "02".
003710 01  ZipWork PIC X(05).
003720 01  ZipEdit PIC X.
003730     88  ZIP-GOOD VALUE "Y".
003731 01  PEND-STATUS PIC X(02).
003732     88  PEND-OK VALUE "00".
003733     88  PEND-END VALUE "10".
003734 01  PendNewFirst PIC X(15).
003735 01  PendNewLast PIC X(15).
003736 01  PendNewAddr PIC X(52).
003737 01  LastPendSeq PIC 9(04).
003738 01  PendWaiting PIC X.
003739     88  CHANGE-ALREADY-PENDING VALUE "Y".
003740 01  NameAddrChanged PIC X.
003741     88  NAME-ADDR-CHANGED VALUE "Y".
003742 01  UpdateApplied PIC X.
003743     88  UPDATE-WAS-APPLIED VALUE "Y".
003744 01  OnFileMatches PIC X.
003745     88  ON-FILE-UNCHANGED VALUE "Y".
003746 01  ReviewStay PIC X VALUE "Y".
003747     88  REVIEW-KEEP-GOING VALUE "Y".
003748 01  ReviewAction PIC X.
003749     88  REVIEW-APPROVE VALUE "A" "a".
003750     88  REVIEW-REJECT VALUE "R" "r".
003751     88  REVIEW-QUIT VALUE "Q" "q".
003752 01  ReviewCount PIC 9(05) COMP.
003753 01  RejectReason PIC X(40).
003754 01  CompareLine.
003755     02  FILLER PIC X(02) VALUE SPACES.
003756     02  CMP-FLAG PIC X(01).
003757     02  FILLER PIC X(01) VALUE SPACES.
003758     02  CMP-LABEL PIC X(08).
003759     02  CMP-NOW PIC X(30).
003760     02  FILLER PIC X(02) VALUE SPACES.
003761     02  CMP-NEW PIC X(30).
003762 01  STD-STATUS PIC X(02).
003763     88  STD-OK VALUE "00".
003764 01  StandingFound PIC X.
003765     88  STANDING-ON-FILE VALUE "Y".
003766 01  BalanceOpen PIC X.
003767     88  OPEN-BALANCE VALUE "Y".
003768 01  StandingText PIC X(14).
003769 01  DeactAllowed PIC X.
003770     88  DEACT-ALLOWED VALUE "Y".
003771 01  BalOverride PIC X.
003772     88  BALANCE-OVERRIDDEN VALUE "Y".
003773 01  HH-STATUS PIC X(02).
003774     88  HH-OK VALUE "00".
003775     88  HH-END VALUE "10".
003776 01  HouseNumber PIC 9(06).
003777 01  SES-STATUS PIC X(02).
003778     88  SES-OK VALUE "00".
003779     88  SES-END VALUE "10".
003780 01  USE-STATUS PIC X(02).
003781     88  USE-OK VALUE "00".
003782 01  SessionNumber PIC 9(04) VALUE ZERO.
003783 01  SessionDate PIC 9(08).
003784 01  SessionTime PIC 9(08).
003785 01  SessionFree PIC X.
003786     88  SESSION-NUMBER-FREE VALUE "Y".
003787 01  ScanFrom PIC 9(05).
003788 01  OtherSessions PIC 9(04) COMP.
003789 01  ClearSession PIC 9(04).
003790 01  UseAction PIC X(10).
003791 01  UseHeld PIC X.
003792     88  USE-RECORD-HELD VALUE "Y".
003793 01  HolderLive PIC X.
003794     88  HOLDER-LIVE VALUE "Y".
003795 01  ClaimResult PIC X.
003796     88  CUST-CLAIMED VALUE "Y".
003797 01  ClaimTable.
003798     02  CLAIM-IDNUM PIC 9(06) OCCURS 2.
003799 01  ClaimCount PIC 9(01) COMP VALUE ZERO.
003800 01  ClaimIx PIC 9(01) COMP.
003801 01  ShownRecord PIC X(139).
003802 01  KeyedRecord PIC X(139).
003803 01  ShownUnchanged PIC X.
003804     88  RECORD-UNCHANGED VALUE "Y".
003805*
003806 PROCEDURE DIVISION.
003807*
003808*--------------------------------------------------------------*
003809*  0000-MAINLINE-PARA - PROGRAM CONTROL                         *
003810*--------------------------------------------------------------*
003811 0000-MAINLINE-PARA.
003812     PERFORM 1000-INITIALIZE-PARA
003820         THRU 1000-INITIALIZE-EXIT.
003830     PERFORM 2000-PROCESS-MENU-PARA
003840         THRU 2000-PROCESS-MENU-EXIT
003930*  1000-INITIALIZE-PARA - OPEN FILES                            *
003940*--------------------------------------------------------------*
003950 1000-INITIALIZE-PARA.
003951     OPEN I-O PendFile.
003952     IF PEND-STATUS = "35"
003953         OPEN OUTPUT PendFile
003954         CLOSE PendFile
003955         OPEN I-O PendFile
003956     END-IF.
003957     IF NOT PEND-OK
003958         DISPLAY "Cannot open custpend.txt - status " PEND-STATUS
003959         STOP RUN
003960     END-IF.
003965     PERFORM 1050-TAKE-LOCK-PARA
003970         THRU 1050-TAKE-LOCK-EXIT.
003980     OPEN I-O CustomerFile.
003990     OPEN EXTEND CustomerAudit.
004280         CLOSE SecurityLog
004290         OPEN EXTEND SecurityLog
004300     END-IF.
004315     PERFORM 1100-OPERATOR-LOGIN-PARA
004320         THRU 1100-OPERATOR-LOGIN-EXIT.
004322     PERFORM 9220-NAME-SESSION-PARA
004324         THRU 9220-NAME-SESSION-EXIT.
004330 1000-INITIALIZE-EXIT.
004340     EXIT.
004350*
004400*                  customer.txt I-O RATHER THAN RUN ALONGSIDE   *
004410*                  IT AND CLEAR ITS LOCK AT EXIT.  ONCE CLEAR,  *
004420*                  MARK THE LOCK LOCKED/ONLINE; Customer Bulk   *
004422*                  Load REFUSES TO START WHILE IT STANDS.  THE  *
004424*                  SAME GOES FOR A LOCK HELD BY Nightly Run     *
004426*                  Control.                                     *
004428*                  EVERY SESSION IS REGISTERED ON custsess.txt  *
004430*                  BEFORE THE LOCK IS MARKED, AND 9000 FREES    *
004432*                  THE LOCK ONLY WHEN THE LAST SESSION SIGNS    *
004434*                  OFF.                                         *
004440*--------------------------------------------------------------*
004450 1050-TAKE-LOCK-PARA.
004460     OPEN INPUT LockFile.
004570                     " sign on after it finishes"
004580                 STOP RUN
004590         END-IF
004591         IF LOCK-FLAG = "LOCKED"
004592             AND LOCK-HOLDER = "NIGHTRUN"
004593                 DISPLAY "Nightly Run Control is running -"
004594                     " sign on after it finishes"
004595                 STOP RUN
004596         END-IF
004600     END-IF.
004602     PERFORM 9200-REGISTER-SESSION-PARA
004604         THRU 9200-REGISTER-SESSION-EXIT.
004610     OPEN OUTPUT LockFile.
004620     MOVE "LOCKED" TO LOCK-FLAG.
004630     MOVE "ONLINE" TO LOCK-HOLDER.
006030     DISPLAY "9: Operator Administration (supervisor)".
006040     DISPLAY "10: Add Customer Note".
006050     DISPLAY "11: Merge Duplicate Customer (supervisor)".
006055     DISPLAY "12: Approve Pending Changes (supervisor)".
006060     DISPLAY "0: Quit".
006070     DISPLAY ": " WITH NO ADVANCING.
006080     ACCEPT Choice.
006610                 ELSE
006620                    DISPLAY "Supervisor authority required"
006630                 END-IF
006631         WHEN 12 IF OPERATOR-AUTHORIZED AND SUPERVISOR-SIGNED-ON
006632                    PERFORM 4400-REVIEW-PENDING-PARA
006633                        THRU 4400-REVIEW-PENDING-EXIT
006634                 ELSE
006635                    DISPLAY "Supervisor authority required"
006636                 END-IF
006640         WHEN OTHER MOVE "N" TO StayOpen
006650     END-EVALUATE.
006652     PERFORM 9420-RELEASE-CLAIMS-PARA
006654         THRU 9420-RELEASE-CLAIMS-EXIT.
006660 2000-PROCESS-MENU-EXIT.
006670     EXIT.
006680*
008910         INVALID KEY
008920             MOVE "N" TO CostumerExists
008930     END-READ.
008931     IF RECORD-FOUND AND ACTIVE-CUSTOMER
008932         MOVE "DEACTIVATE" TO UseAction
008933         PERFORM 9400-CLAIM-CUST-PARA
008934             THRU 9400-CLAIM-CUST-EXIT
008935         IF NOT CUST-CLAIMED
008936             GO TO 4000-DELETE-CUST-EXIT
008937         END-IF
008938         MOVE CustomerData TO ShownRecord
008939     END-IF.
008940     MOVE "N" TO BalOverride.
008941     IF RECORD-FOUND AND ACTIVE-CUSTOMER
008942         PERFORM 4050-CHECK-BALANCE-PARA
008943             THRU 4050-CHECK-BALANCE-EXIT
008944         IF NOT DEACT-ALLOWED
008945             DISPLAY "Customer not deactivated"
008946             GO TO 4000-DELETE-CUST-EXIT
008947         END-IF
008948     END-IF.
008949     IF RECORD-FOUND AND ACTIVE-CUSTOMER
008950         PERFORM 9440-CHECK-UNCHANGED-PARA
008951             THRU 9440-CHECK-UNCHANGED-EXIT
008952         IF NOT RECORD-UNCHANGED
008953             GO TO 4000-DELETE-CUST-EXIT
008954         END-IF
008955     END-IF.
008956     IF NOT RECORD-FOUND
008957         DISPLAY "Key Doesnt Exist"
008960     ELSE
008970         IF INACTIVE-CUSTOMER
008980             DISPLAY "Customer already deactivated"
009250                     MOVE STATUS-FLAG TO AUD-NEW-STATUS
009260                     PERFORM 8000-WRITE-AUDIT-PARA
009270                         THRU 8000-WRITE-AUDIT-EXIT
009272                     IF BALANCE-OVERRIDDEN
009274                         PERFORM 4060-NOTE-OVERRIDE-PARA
009276                             THRU 4060-NOTE-OVERRIDE-EXIT
009278                     END-IF
009280             END-REWRITE
009290         END-IF
009300     END-IF.
009310 4000-DELETE-CUST-EXIT.
009311     EXIT.
009312*
009313*--------------------------------------------------------------*
009314*  4050-CHECK-BALANCE-PARA - LOOK UP THE CUSTOMER'S STANDING AT  *
009315*                  BILLING.  WITH NO OPEN BALANCE THE DEACTIVATE *
009316*                  GOES AHEAD; WITH ONE, IT GOES AHEAD ONLY IF   *
009317*                  THE SUPERVISOR KEYS AN OVERRIDE.  SETS        *
009318*                  DEACT-ALLOWED AND BALANCE-OVERRIDDEN.         *
009319*--------------------------------------------------------------*
009320 4050-CHECK-BALANCE-PARA.
009321     MOVE "Y" TO DeactAllowed.
009322     PERFORM 8950-READ-STANDING-PARA
009323         THRU 8950-READ-STANDING-EXIT.
009324     IF NOT OPEN-BALANCE
009325         GO TO 4050-CHECK-BALANCE-EXIT
009326     END-IF.
009327     MOVE "N" TO DeactAllowed.
009328     DISPLAY "Billing shows an open balance - standing "
009329         StandingText " due " STD-DUE-DATE.
009330     DISPLAY "Override and deactivate anyway? (Y/N): "
009331         WITH NO ADVANCING.
009332     ACCEPT Confirm.
009333     IF CONFIRMED
009334         MOVE "Y" TO DeactAllowed
009335         MOVE "Y" TO BalOverride
009336     END-IF.
009337 4050-CHECK-BALANCE-EXIT.
009338     EXIT.
009339*
009340*--------------------------------------------------------------*
009341*  4060-NOTE-OVERRIDE-PARA - RECORD THE OPEN-BALANCE OVERRIDE AS *
009342*                  A CONTACT NOTE ON THE DEACTIVATED CUSTOMER,   *
009343*                  STAMPED WITH THE SUPERVISOR WHO KEYED IT.     *
009344*--------------------------------------------------------------*
009345 4060-NOTE-OVERRIDE-PARA.
009346     PERFORM 8610-SCAN-NOTES-PARA
009347         THRU 8610-SCAN-NOTES-EXIT.
009348     MOVE iDNUM TO NOTE-IDNUM.
009349     ADD 1 TO LastNoteSeq.
009350     MOVE LastNoteSeq TO NOTE-SEQ.
009351     ACCEPT NOTE-DATE FROM DATE YYYYMMDD.
009352     ACCEPT NOTE-TIME FROM TIME.
009353     MOVE SignedOnId TO NOTE-OPER.
009354     MOVE SPACES TO NOTE-TEXT.
009355     STRING "OPEN BALANCE OVERRIDE - " StandingText
009356         " - DEACTIVATED" DELIMITED BY SIZE
009357         INTO NOTE-TEXT.
009358     MOVE ZERO TO NOTE-FU-DATE.
009359     MOVE SPACES TO NOTE-FU-OPER.
009360     MOVE SPACE TO NOTE-FU-DONE.
009361     WRITE NoteRecord
009362         INVALID KEY
009363             DISPLAY "Override note not added"
009364     END-WRITE.
009365 4060-NOTE-OVERRIDE-EXIT.
009366     EXIT.
009367*
009368 4100-REACTIVATE-CUST-PARA.
009369     MOVE "Y" TO CostumerExists.
009370     DISPLAY " ".
009371     DISPLAY "Enter Customer ID to reactivate: "
009380         WITH NO ADVANCING.
009390     ACCEPT iDNUM.
009400     READ CustomerFile
010980         DISPLAY "Surviving ID is not on file"
010990         GO TO 4300-MERGE-CUST-EXIT
011000     END-IF.
011001     MOVE "MERGE" TO UseAction.
011002     PERFORM 9400-CLAIM-CUST-PARA
011003         THRU 9400-CLAIM-CUST-EXIT.
011004     IF NOT CUST-CLAIMED
011005         GO TO 4300-MERGE-CUST-EXIT
011006     END-IF.
011010     MOVE FIRSTNAME TO SurvFirstName.
011020     MOVE LASTNAME TO SurvLastName.
011030     DISPLAY "Enter duplicate Customer ID: " WITH NO ADVANCING.
011160         DISPLAY "Duplicate ID is not on file"
011170         GO TO 4300-MERGE-CUST-EXIT
011180     END-IF.
011181     MOVE "MERGE" TO UseAction.
011182     PERFORM 9400-CLAIM-CUST-PARA
011183         THRU 9400-CLAIM-CUST-EXIT.
011184     IF NOT CUST-CLAIMED
011185         GO TO 4300-MERGE-CUST-EXIT
011186     END-IF.
011187     MOVE CustomerData TO ShownRecord.
011190     DISPLAY "Merge " FIRSTNAME " " LASTNAME " (ID " DupId
011200         ") into " SurvFirstName " " SurvLastName
011210         " (ID " SurvivorId ") - confirm? (Y/N): "
011240     DISPLAY " ".
011250     IF NOT CONFIRMED
011260         DISPLAY "Merge cancelled"
011261         GO TO 4300-MERGE-CUST-EXIT
011262     END-IF.
011263     PERFORM 9440-CHECK-UNCHANGED-PARA
011264         THRU 9440-CHECK-UNCHANGED-EXIT.
011265     IF NOT RECORD-UNCHANGED
011266         DISPLAY "Merge abandoned"
011270         GO TO 4300-MERGE-CUST-EXIT
011280     END-IF.
011290     MOVE FIRSTNAME TO SaveFirstName.
012630     OPEN EXTEND XrefFile.
012640     IF NOT XREF-OK
012650         OPEN OUTPUT XrefFile
012651         CLOSE XrefFile
012652         OPEN EXTEND XrefFile
012653     END-IF.
012654     MOVE DupId TO XREF-DUP-ID.
012655     MOVE SurvivorId TO XREF-SURV-ID.
012656     MOVE TodayDate TO XREF-DATE.
012657     MOVE SignedOnId TO XREF-OPER.
012658     WRITE XrefRecord.
012659     CLOSE XrefFile.
012660 4320-WRITE-XREF-EXIT.
012661     EXIT.
012662*
012663*--------------------------------------------------------------*
012664*  4400-REVIEW-PENDING-PARA - WORK THROUGH THE CLERK NAME AND    *
012665*                  ADDRESS CHANGES WAITING ON custpend.txt.      *
012666*                  EACH IS SHOWN BESIDE THE RECORD AS IT STANDS  *
012667*                  ON FILE NOW AND IS APPROVED, REJECTED WITH A  *
012668*                  REASON OR SKIPPED.  SUPERVISORS ONLY.         *
012669*--------------------------------------------------------------*
012670 4400-REVIEW-PENDING-PARA.
012671     MOVE ZERO TO ReviewCount.
012672     MOVE "Y" TO ReviewStay.
012673     MOVE "00" TO PEND-STATUS.
012674     MOVE ZERO TO PEND-IDNUM.
012675     MOVE ZERO TO PEND-SEQ.
012676     START PendFile KEY IS NOT LESS THAN PEND-KEY
012677         INVALID KEY
012678             MOVE "10" TO PEND-STATUS
012679     END-START.
012680     PERFORM 4410-REVIEW-NEXT-PARA
012681         THRU 4410-REVIEW-NEXT-EXIT
012682         UNTIL PEND-END
012683             OR NOT REVIEW-KEEP-GOING.
012684     IF ReviewCount = ZERO
012685         DISPLAY "No changes awaiting approval"
012686     ELSE
012687         DISPLAY "-- " ReviewCount " change(s) reviewed --"
012688     END-IF.
012689 4400-REVIEW-PENDING-EXIT.
012690     EXIT.
012691*
012692 4410-REVIEW-NEXT-PARA.
012693     READ PendFile NEXT RECORD
012694         AT END
012695             MOVE "10" TO PEND-STATUS
012696     END-READ.
012697     IF NOT PEND-OK
012698         MOVE "10" TO PEND-STATUS
012699         GO TO 4410-REVIEW-NEXT-EXIT
012700     END-IF.
012701     IF NOT PEND-WAITING
012702         GO TO 4410-REVIEW-NEXT-EXIT
012703     END-IF.
012704     ADD 1 TO ReviewCount.
012705     MOVE "Y" TO CostumerExists.
012706     MOVE PEND-IDNUM TO iDNUM.
012707     READ CustomerFile
012708         INVALID KEY
012709             MOVE "N" TO CostumerExists
012710     END-READ.
012711     IF RECORD-FOUND
012712         MOVE CustomerData TO ShownRecord
012713     END-IF.
012714     DISPLAY " ".
012715     DISPLAY "Customer " PEND-IDNUM " - change keyed by "
012716         PEND-OPER " on " PEND-DATE " at " PEND-TIME.
012717     IF NOT RECORD-FOUND
012718         DISPLAY "Customer is no longer on file"
012719         MOVE "N" TO OnFileMatches
012720     ELSE
012721         DISPLAY "             ON FILE NOW"
012722             "                       REQUESTED"
012723         MOVE "First" TO CMP-LABEL
012724         MOVE FIRSTNAME TO CMP-NOW
012725         MOVE PEND-NEW-FIRST TO CMP-NEW
012726         PERFORM 4420-SHOW-COMPARE-PARA
012727             THRU 4420-SHOW-COMPARE-EXIT
012728         MOVE "Last" TO CMP-LABEL
012729         MOVE LASTNAME TO CMP-NOW
012730         MOVE PEND-NEW-LAST TO CMP-NEW
012731         PERFORM 4420-SHOW-COMPARE-PARA
012732             THRU 4420-SHOW-COMPARE-EXIT
012733         MOVE "Street" TO CMP-LABEL
012734         MOVE ADDR-STREET TO CMP-NOW
012735         MOVE PEND-NEW-ADDR(1:30) TO CMP-NEW
012736         PERFORM 4420-SHOW-COMPARE-PARA
012737             THRU 4420-SHOW-COMPARE-EXIT
012738         MOVE "City" TO CMP-LABEL
012739         MOVE ADDR-CITY TO CMP-NOW
012740         MOVE PEND-NEW-ADDR(31:15) TO CMP-NEW
012741         PERFORM 4420-SHOW-COMPARE-PARA
012742             THRU 4420-SHOW-COMPARE-EXIT
012743         MOVE "State" TO CMP-LABEL
012744         MOVE ADDR-STATE TO CMP-NOW
012745         MOVE PEND-NEW-ADDR(46:2) TO CMP-NEW
012746         PERFORM 4420-SHOW-COMPARE-PARA
012747             THRU 4420-SHOW-COMPARE-EXIT
012748         MOVE "ZIP" TO CMP-LABEL
012749         MOVE ADDR-ZIP TO CMP-NOW
012750         MOVE PEND-NEW-ADDR(48:5) TO CMP-NEW
012751         PERFORM 4420-SHOW-COMPARE-PARA
012752             THRU 4420-SHOW-COMPARE-EXIT
012753         IF FIRSTNAME = PEND-OLD-FIRST
012754             AND LASTNAME = PEND-OLD-LAST
012755             AND ADDR = PEND-OLD-ADDR
012756                 MOVE "Y" TO OnFileMatches
012757         ELSE
012758             MOVE "N" TO OnFileMatches
012759             DISPLAY "Record has changed since this was keyed"
012760                 " - it can only be rejected"
012761         END-IF
012762     END-IF.
012763     DISPLAY "A=Approve  R=Reject  S=Skip  Q=Quit : "
012764         WITH NO ADVANCING.
012765     ACCEPT ReviewAction.
012766     EVALUATE TRUE
012767         WHEN REVIEW-APPROVE
012768             PERFORM 4430-APPROVE-PEND-PARA
012769                 THRU 4430-APPROVE-PEND-EXIT
012770         WHEN REVIEW-REJECT
012771             PERFORM 4440-REJECT-PEND-PARA
012772                 THRU 4440-REJECT-PEND-EXIT
012773         WHEN REVIEW-QUIT
012774             MOVE "N" TO ReviewStay
012775         WHEN OTHER
012776             DISPLAY "Left waiting"
012777     END-EVALUATE.
012778     PERFORM 9420-RELEASE-CLAIMS-PARA
012779         THRU 9420-RELEASE-CLAIMS-EXIT.
012780 4410-REVIEW-NEXT-EXIT.
012781     EXIT.
012782*
012783 4420-SHOW-COMPARE-PARA.
012784     IF CMP-NOW = CMP-NEW
012785         MOVE SPACE TO CMP-FLAG
012786     ELSE
012787         MOVE "*" TO CMP-FLAG
012788     END-IF.
012789     DISPLAY CompareLine.
012790 4420-SHOW-COMPARE-EXIT.
012791     EXIT.
012792*
012793*--------------------------------------------------------------*
012794*  4430-APPROVE-PEND-PARA - APPLY A WAITING CHANGE.  THE CLERK   *
012795*                  WHO KEYED IT MAY NOT APPROVE IT, AND THE      *
012796*                  RECORD MUST STILL MATCH THE BEFORE-IMAGE THE  *
012797*                  CLERK SAW.  THE UPDATE IS AUDITED AS ANY      *
012798*                  OTHER AND THE QUEUE ENTRY MARKED APPROVED.    *
012799*--------------------------------------------------------------*
012800 4430-APPROVE-PEND-PARA.
012801     IF NOT ON-FILE-UNCHANGED
012802         DISPLAY "Cannot approve - reject it and re-key"
012803         GO TO 4430-APPROVE-PEND-EXIT
012804     END-IF.
012805     IF PEND-OPER = SignedOnId
012806         DISPLAY "You keyed this change - another supervisor"
012807             " must approve it"
012808         GO TO 4430-APPROVE-PEND-EXIT
012809     END-IF.
012810     PERFORM 9450-CLAIM-PEND-PARA
012811         THRU 9450-CLAIM-PEND-EXIT.
012812     IF NOT PEND-WAITING
012813         GO TO 4430-APPROVE-PEND-EXIT
012814     END-IF.
012815     MOVE FIRSTNAME TO SaveFirstName.
012816     MOVE LASTNAME TO SaveLastName.
012817     MOVE ADDR TO SaveAddr.
012818     MOVE PHONE TO SavePhone.
012819     MOVE EMAIL TO SaveEmail.
012820     MOVE STATUS-FLAG TO SaveStatus.
012821     MOVE PEND-NEW-FIRST TO FIRSTNAME.
012822     MOVE PEND-NEW-LAST TO LASTNAME.
012823     MOVE PEND-NEW-ADDR TO ADDR.
012824     PERFORM 5200-APPLY-UPDATE-PARA
012825         THRU 5200-APPLY-UPDATE-EXIT.
012826     IF NOT UPDATE-WAS-APPLIED
012827         GO TO 4430-APPROVE-PEND-EXIT
012828     END-IF.
012829     MOVE "A" TO PEND-STATE.
012830     ACCEPT PEND-DEC-DATE FROM DATE YYYYMMDD.
012831     MOVE SignedOnId TO PEND-DEC-OPER.
012832     MOVE SPACES TO PEND-REASON.
012833     REWRITE PendRecord
012834         INVALID KEY
012835             DISPLAY "Queue entry not marked approved"
012836         NOT INVALID KEY
012837             DISPLAY "Change approved and applied"
012838     END-REWRITE.
012839 4430-APPROVE-PEND-EXIT.
012840     EXIT.
012841*
012842*--------------------------------------------------------------*
012843*  4440-REJECT-PEND-PARA - TURN A WAITING CHANGE DOWN.  THE      *
012844*                  REASON IS KEPT ON THE QUEUE ENTRY AND THE     *
012845*                  CUSTOMER RECORD IS LEFT AS IT IS.             *
012846*--------------------------------------------------------------*
012847 4440-REJECT-PEND-PARA.
012848     PERFORM 9450-CLAIM-PEND-PARA
012849         THRU 9450-CLAIM-PEND-EXIT.
012850     IF NOT PEND-WAITING
012851         GO TO 4440-REJECT-PEND-EXIT
012852     END-IF.
012853     MOVE SPACES TO RejectReason.
012854     PERFORM 4445-ASK-REASON-PARA
012855         THRU 4445-ASK-REASON-EXIT
012856         UNTIL RejectReason NOT = SPACES.
012857     MOVE "R" TO PEND-STATE.
012858     ACCEPT PEND-DEC-DATE FROM DATE YYYYMMDD.
012859     MOVE SignedOnId TO PEND-DEC-OPER.
012860     MOVE RejectReason TO PEND-REASON.
012861     REWRITE PendRecord
012862         INVALID KEY
012863             DISPLAY "Queue entry not marked rejected"
012864         NOT INVALID KEY
012865             DISPLAY "Change rejected"
012866     END-REWRITE.
012867 4440-REJECT-PEND-EXIT.
012868     EXIT.
012869*
012870 4445-ASK-REASON-PARA.
012871     DISPLAY "Reason for rejection : " WITH NO ADVANCING.
012872     ACCEPT RejectReason.
012873     IF RejectReason = SPACES
012874         DISPLAY "Reason cannot be blank - re-enter"
012875     END-IF.
012876 4445-ASK-REASON-EXIT.
012877     EXIT.
012878*
012879*--------------------------------------------------------------*
012880*  5000-UPDATE-CUST-PARA - UPDATE AN EXISTING CUSTOMER RECORD   *
012881*--------------------------------------------------------------*
012882 5000-UPDATE-CUST-PARA.
012883     MOVE "Y" TO CostumerExists.
012884     DISPLAY " ".
012885     DISPLAY "Enter ID To Update :" WITH NO ADVANCING.
012886     ACCEPT iDNUM.
012887     READ CustomerFile
012888         INVALID KEY
012889             MOVE "N" TO CostumerExists
012890     END-READ.
012891     IF RECORD-FOUND
012892         MOVE "UPDATE" TO UseAction
012893         PERFORM 9400-CLAIM-CUST-PARA
012894             THRU 9400-CLAIM-CUST-EXIT
012895         IF NOT CUST-CLAIMED
012896             GO TO 5000-UPDATE-CUST-EXIT
012897         END-IF
012898         MOVE CustomerData TO ShownRecord
012899     END-IF.
012900     IF NOT RECORD-FOUND
012910         DISPLAY "Customer Dpesnt Exist"
012920     ELSE
013240             MOVE SavePhone TO PHONE
013250             MOVE SaveEmail TO EMAIL
013260         ELSE
013270             IF SUPERVISOR-SIGNED-ON
013280                 PERFORM 5200-APPLY-UPDATE-PARA
013290                     THRU 5200-APPLY-UPDATE-EXIT
013300             ELSE
013310                 PERFORM 5300-CLERK-UPDATE-PARA
013320                     THRU 5300-CLERK-UPDATE-EXIT
013330             END-IF
013470         END-IF
013480     END-IF.
013490 5000-UPDATE-CUST-EXIT.
013610         DISPLAY "Last name cannot be blank - re-enter"
013620     END-IF.
013630 5100-GET-UPDATE-NAMES-EXIT.
013631     EXIT.
013632*
013633*--------------------------------------------------------------*
013634*  5200-APPLY-UPDATE-PARA - REWRITE THE CUSTOMER AND LOG THE     *
013635*                  UPDATE.  CALLER HOLDS THE BEFORE-IMAGE IN     *
013636*                  THE Save FIELDS AND THE AFTER-IMAGE IN THE    *
013637*                  RECORD.  SETS UPDATE-WAS-APPLIED.             *
013638*                  NOTHING IS WRITTEN IF THE RECORD ON FILE NO   *
013639*                  LONGER MATCHES ShownRecord.                   *
013640*--------------------------------------------------------------*
013641 5200-APPLY-UPDATE-PARA.
013642     MOVE "N" TO UpdateApplied.
013643     PERFORM 9440-CHECK-UNCHANGED-PARA
013644         THRU 9440-CHECK-UNCHANGED-EXIT.
013645     IF NOT RECORD-UNCHANGED
013646         GO TO 5200-APPLY-UPDATE-EXIT
013647     END-IF.
013648     REWRITE CustomerData
013649         INVALID KEY
013650             DISPLAY "Customer not updated"
013651         NOT INVALID KEY
013652             MOVE "Y" TO UpdateApplied
013653             MOVE "UPDATE" TO AUD-ACTION
013654             MOVE SaveFirstName TO AUD-OLD-FIRST
013655             MOVE SaveLastName TO AUD-OLD-LAST
013656             MOVE SaveAddr TO AUD-OLD-ADDR
013657             MOVE SavePhone TO AUD-OLD-PHONE
013658             MOVE SaveEmail TO AUD-OLD-EMAIL
013659             MOVE SaveStatus TO AUD-OLD-STATUS
013660             MOVE FIRSTNAME TO AUD-NEW-FIRST
013661             MOVE LASTNAME TO AUD-NEW-LAST
013662             MOVE ADDR TO AUD-NEW-ADDR
013663             MOVE PHONE TO AUD-NEW-PHONE
013664             MOVE EMAIL TO AUD-NEW-EMAIL
013665             MOVE STATUS-FLAG TO AUD-NEW-STATUS
013666             PERFORM 8000-WRITE-AUDIT-PARA
013667                 THRU 8000-WRITE-AUDIT-EXIT
013668     END-REWRITE.
013669 5200-APPLY-UPDATE-EXIT.
013670     EXIT.
013671*
013672*--------------------------------------------------------------*
013673*  5300-CLERK-UPDATE-PARA - A CLERK'S CHANGE TO FIRST NAME,      *
013674*                  LAST NAME OR ADDRESS IS NOT APPLIED HERE.     *
013675*                  IT IS QUEUED ON custpend.txt FOR A            *
013676*                  SUPERVISOR TO APPROVE (OPTION 12).  ANY       *
013677*                  PHONE OR EMAIL CHANGE KEYED WITH IT IS        *
013678*                  APPLIED AT ONCE AS BEFORE.                    *
013679*--------------------------------------------------------------*
013680 5300-CLERK-UPDATE-PARA.
013681     IF FIRSTNAME = SaveFirstName
013682         AND LASTNAME = SaveLastName
013683         AND ADDR = SaveAddr
013684             MOVE "N" TO NameAddrChanged
013685     ELSE
013686         MOVE "Y" TO NameAddrChanged
013687     END-IF.
013688     IF NOT NAME-ADDR-CHANGED
013689         PERFORM 5200-APPLY-UPDATE-PARA
013690             THRU 5200-APPLY-UPDATE-EXIT
013691         GO TO 5300-CLERK-UPDATE-EXIT
013692     END-IF.
013693     MOVE FIRSTNAME TO PendNewFirst.
013694     MOVE LASTNAME TO PendNewLast.
013695     MOVE ADDR TO PendNewAddr.
013696     MOVE SaveFirstName TO FIRSTNAME.
013697     MOVE SaveLastName TO LASTNAME.
013698     MOVE SaveAddr TO ADDR.
013699     IF PHONE NOT = SavePhone
013700         OR EMAIL NOT = SaveEmail
013701             PERFORM 5200-APPLY-UPDATE-PARA
013702                 THRU 5200-APPLY-UPDATE-EXIT
013703             IF UPDATE-WAS-APPLIED
013704                 DISPLAY "Phone/email change applied"
013705             ELSE
013706                 GO TO 5300-CLERK-UPDATE-EXIT
013707             END-IF
013708     END-IF.
013709     PERFORM 5310-SCAN-PEND-PARA
013710         THRU 5310-SCAN-PEND-EXIT.
013711     IF CHANGE-ALREADY-PENDING
013712         DISPLAY "A name/address change for this customer is"
013713             " already awaiting approval - not queued"
013714         GO TO 5300-CLERK-UPDATE-EXIT
013715     END-IF.
013716     MOVE iDNUM TO PEND-IDNUM.
013717     ADD 1 TO LastPendSeq.
013718     MOVE LastPendSeq TO PEND-SEQ.
013719     ACCEPT PEND-DATE FROM DATE YYYYMMDD.
013720     ACCEPT PEND-TIME FROM TIME.
013721     MOVE SignedOnId TO PEND-OPER.
013722     MOVE SaveFirstName TO PEND-OLD-FIRST.
013723     MOVE SaveLastName TO PEND-OLD-LAST.
013724     MOVE SaveAddr TO PEND-OLD-ADDR.
013725     MOVE PendNewFirst TO PEND-NEW-FIRST.
013726     MOVE PendNewLast TO PEND-NEW-LAST.
013727     MOVE PendNewAddr TO PEND-NEW-ADDR.
013728     MOVE "P" TO PEND-STATE.
013729     MOVE ZERO TO PEND-DEC-DATE.
013730     MOVE SPACES TO PEND-DEC-OPER.
013731     MOVE SPACES TO PEND-REASON.
013732     WRITE PendRecord
013733         INVALID KEY
013734             DISPLAY "Change not queued"
013735         NOT INVALID KEY
013736             DISPLAY "Name/address change queued for"
013737                 " supervisor approval"
013738     END-WRITE.
013739 5300-CLERK-UPDATE-EXIT.
013740     EXIT.
013741*
013742*--------------------------------------------------------------*
013743*  5310-SCAN-PEND-PARA - READ THE CURRENT CUSTOMER'S ENTRIES ON  *
013744*                  custpend.txt.  LEAVES THE HIGHEST SEQUENCE IN *
013745*                  LastPendSeq AND SETS CHANGE-ALREADY-PENDING   *
013746*                  WHEN ONE IS STILL WAITING.                    *
013747*--------------------------------------------------------------*
013748 5310-SCAN-PEND-PARA.
013749     MOVE ZERO TO LastPendSeq.
013750     MOVE "N" TO PendWaiting.
013751     MOVE "00" TO PEND-STATUS.
013752     MOVE iDNUM TO PEND-IDNUM.
013753     MOVE ZERO TO PEND-SEQ.
013754     START PendFile KEY IS NOT LESS THAN PEND-KEY
013755         INVALID KEY
013756             MOVE "10" TO PEND-STATUS
013757     END-START.
013758     PERFORM 5320-SCAN-PEND-NEXT-PARA
013759         THRU 5320-SCAN-PEND-NEXT-EXIT
013760         UNTIL PEND-END.
013761 5310-SCAN-PEND-EXIT.
013762     EXIT.
013763*
013764 5320-SCAN-PEND-NEXT-PARA.
013765     READ PendFile NEXT RECORD
013766         AT END
013767             MOVE "10" TO PEND-STATUS
013768     END-READ.
013769     IF NOT PEND-OK
013770         MOVE "10" TO PEND-STATUS
013771         GO TO 5320-SCAN-PEND-NEXT-EXIT
013772     END-IF.
013773     IF PEND-IDNUM NOT = iDNUM
013774         MOVE "10" TO PEND-STATUS
013775         GO TO 5320-SCAN-PEND-NEXT-EXIT
013776     END-IF.
013777     MOVE PEND-SEQ TO LastPendSeq.
013778     IF PEND-WAITING
013779         MOVE "Y" TO PendWaiting
013780     END-IF.
013781 5320-SCAN-PEND-NEXT-EXIT.
013782     EXIT.
013783*
013784*
013785*--------------------------------------------------------------*
013786*  6000-GET-CUST-PARA - LOOK UP ONE CUSTOMER BY IDNUM           *
013787*--------------------------------------------------------------*
013788 6000-GET-CUST-PARA.
013789     MOVE "Y" TO CostumerExists.
013790     DISPLAY " ".
013791     DISPLAY "ENter Customer Id To Find :" WITH NO ADVANCING.
013792     ACCEPT iDNUM.
013793     READ CustomerFile
013794         INVALID KEY
013795             MOVE "N" TO CostumerExists
013796     END-READ.
013797     IF NOT RECORD-FOUND
013800         DISPLAY "Costumer Doesn't exist"
013810         PERFORM 6100-CHECK-XREF-PARA
013820             THRU 6100-CHECK-XREF-EXIT
013900         DISPLAY "Phone: " PHONE
013910         DISPLAY "Email: " EMAIL
013920         DISPLAY "Status: " STATUS-FLAG
013921         PERFORM 9430-SHOW-IN-USE-PARA
013922             THRU 9430-SHOW-IN-USE-EXIT
013923         PERFORM 8950-READ-STANDING-PARA
013924             THRU 8950-READ-STANDING-EXIT
013925         IF STANDING-ON-FILE
013926             DISPLAY "Billing standing: " StandingText
013927                 "  Balance due: " STD-DUE-DATE
013928                 "  (as of " STD-FEED-DATE ")"
013929         ELSE
013930             DISPLAY "Billing standing: not on billing feed"
013931         END-IF
013932         PERFORM 6200-SHOW-HOUSEHOLD-PARA
013933             THRU 6200-SHOW-HOUSEHOLD-EXIT
013934         PERFORM 6100-CHECK-XREF-PARA
013940             THRU 6100-CHECK-XREF-EXIT
013950         PERFORM 8610-SCAN-NOTES-PARA
013960             THRU 8610-SCAN-NOTES-EXIT
014400         END-IF
014410     END-IF.
014420 6110-XREF-ONE-EXIT.
014421     EXIT.
014422*
014423*--------------------------------------------------------------*
014424*  6200-SHOW-HOUSEHOLD-PARA - LIST THE OTHER MEMBERS OF THE      *
014425*                  HOUSEHOLD THE CUSTOMER IN iDNUM BELONGS TO,   *
014426*                  FROM custhh.txt.  NO FILE OR NO ROW MEANS THE *
014427*                  CUSTOMER SHARES AN ADDRESS WITH NO ONE (AS AT *
014428*                  THE LAST Customer Household Build).           *
014429*--------------------------------------------------------------*
014430 6200-SHOW-HOUSEHOLD-PARA.
014431     OPEN INPUT HouseFile.
014432     IF NOT HH-OK
014433         GO TO 6200-SHOW-HOUSEHOLD-EXIT
014434     END-IF.
014435     MOVE iDNUM TO HH-IDNUM.
014436     READ HouseFile
014437         INVALID KEY
014438             CLOSE HouseFile
014439             GO TO 6200-SHOW-HOUSEHOLD-EXIT
014440     END-READ.
014441     MOVE HH-NUMBER TO HouseNumber.
014442     DISPLAY "Household: " HouseNumber
014443         "  (as of " HH-BUILT-DATE ")".
014444     IF HH-ADDR NOT = ADDR
014445         DISPLAY "  Address changed since the household was built"
014446     END-IF.
014447     START HouseFile KEY IS NOT LESS THAN HH-NUMBER
014448         INVALID KEY
014449             MOVE "10" TO HH-STATUS
014450     END-START.
014451     PERFORM 6210-HOUSEHOLD-ONE-PARA
014452         THRU 6210-HOUSEHOLD-ONE-EXIT
014453         UNTIL HH-END.
014454     CLOSE HouseFile.
014455 6200-SHOW-HOUSEHOLD-EXIT.
014456     EXIT.
014457*
014458 6210-HOUSEHOLD-ONE-PARA.
014459     READ HouseFile NEXT RECORD
014460         AT END
014461             MOVE "10" TO HH-STATUS
014462     END-READ.
014463     IF NOT HH-OK OR HH-NUMBER NOT = HouseNumber
014464         MOVE "10" TO HH-STATUS
014465         GO TO 6210-HOUSEHOLD-ONE-EXIT
014466     END-IF.
014467     IF HH-IDNUM NOT = iDNUM
014468         DISPLAY "  Member: " HH-IDNUM " " HH-FIRST " " HH-LAST
014469     END-IF.
014470 6210-HOUSEHOLD-ONE-EXIT.
014471     EXIT.
014472*
014473*--------------------------------------------------------------*
014474*  7000-LIST-ALL-PARA - BROWSE EVERY RECORD ON CustomerFile     *
014475*--------------------------------------------------------------*
014480 7000-LIST-ALL-PARA.
014490     MOVE 0 TO BrowseCount.
014500     MOVE "00" TO CF-STATUS.
015840     DISPLAY "2: Disable Operator".
015850     DISPLAY "3: Enable / Unlock Operator".
015860     DISPLAY "4: Reset Operator Password".
015865     DISPLAY "5: Online Sessions".
015870     DISPLAY "0: Return to main menu".
015880     DISPLAY ": " WITH NO ADVANCING.
015890     ACCEPT AdminChoice.
015960                    THRU 8530-ENABLE-OPER-EXIT
015970         WHEN 4 PERFORM 8540-RESET-PW-PARA
015980                    THRU 8540-RESET-PW-EXIT
015982         WHEN 5 PERFORM 9500-CLEAR-SESSION-PARA
015984                    THRU 9500-CLEAR-SESSION-EXIT
015990         WHEN OTHER MOVE "N" TO AdminStay
016000     END-EVALUATE.
016010 8505-ADMIN-MENU-EXIT.
020850     ACCEPT SEC-TIME FROM TIME.
020860     MOVE OPER-ID TO SEC-OPER.
020870     WRITE SecurityEvent.
020871 8900-WRITE-SECEVT-EXIT.
020872     EXIT.
020873*
020874*--------------------------------------------------------------*
020875*  8950-READ-STANDING-PARA - READ THE BILLING STANDING FOR THE   *
020876*                  CUSTOMER IN iDNUM FROM custstd.txt.  SETS     *
020877*                  STANDING-ON-FILE, StandingText AND            *
020878*                  OPEN-BALANCE - PAST DUE, IN COLLECTIONS OR    *
020879*                  ANY BALANCE-DUE DATE.  NO STANDING FILE OR NO *
020880*                  ROW FOR THE CUSTOMER MEANS NOTHING IS OWED.   *
020881*--------------------------------------------------------------*
020882 8950-READ-STANDING-PARA.
020883     MOVE "N" TO StandingFound.
020884     MOVE "N" TO BalanceOpen.
020885     MOVE SPACES TO StandingText.
020886     OPEN INPUT StandingFile.
020887     IF NOT STD-OK
020888         GO TO 8950-READ-STANDING-EXIT
020889     END-IF.
020890     MOVE "Y" TO StandingFound.
020891     MOVE iDNUM TO STD-IDNUM.
020892     READ StandingFile
020893         INVALID KEY
020894             MOVE "N" TO StandingFound
020895     END-READ.
020896     CLOSE StandingFile.
020897     IF NOT STANDING-ON-FILE
020898         GO TO 8950-READ-STANDING-EXIT
020899     END-IF.
020900     EVALUATE TRUE
020901         WHEN STD-CURRENT
020902             MOVE "CURRENT" TO StandingText
020903         WHEN STD-PAST-DUE
020904             MOVE "PAST DUE" TO StandingText
020905         WHEN STD-COLLECTIONS
020906             MOVE "IN COLLECTIONS" TO StandingText
020907         WHEN STD-CLOSED
020908             MOVE "CLOSED" TO StandingText
020909     END-EVALUATE.
020910     IF STD-PAST-DUE OR STD-COLLECTIONS
020911         OR STD-DUE-DATE NOT = ZERO
020912             MOVE "Y" TO BalanceOpen
020913     END-IF.
020914 8950-READ-STANDING-EXIT.
020915     EXIT.
020916*
020917*--------------------------------------------------------------*
020920*  9000-TERMINATE-PARA - CLOSE FILES                            *
020922*                  LET GO OF ANY CUSTOMERS STILL IN USE AND     *
020924*                  DEREGISTER THE SESSION.  custlock.txt IS     *
020926*                  FREED ONLY IF NO OTHER SESSION IS STILL      *
020928*                  SIGNED ON.                                   *
020930*--------------------------------------------------------------*
020940 9000-TERMINATE-PARA.
020950     CLOSE CustomerFile.
020970     CLOSE OperatorFile.
020980     CLOSE CustNotes.
020990     CLOSE SecurityLog.
020991     CLOSE PendFile.
020992     PERFORM 9420-RELEASE-CLAIMS-PARA
020993         THRU 9420-RELEASE-CLAIMS-EXIT.
020994     PERFORM 9100-END-SESSION-PARA
020995         THRU 9100-END-SESSION-EXIT.
020996     IF OtherSessions > ZERO
020997         DISPLAY OtherSessions " other session(s) still signed"
020998             " on - customer file left locked"
020999         GO TO 9000-TERMINATE-EXIT
021000     END-IF.
021001     OPEN OUTPUT LockFile.
021010     MOVE "FREE" TO LOCK-FLAG.
021020     MOVE SPACES TO LOCK-HOLDER.
021030     WRITE LockRecord.
021040     CLOSE LockFile.
021050 9000-TERMINATE-EXIT.
021060     EXIT.
021070*
021080*--------------------------------------------------------------*
021090*  9100-END-SESSION-PARA - TAKE THIS SESSION OFF custsess.txt    *
021100*                  AND COUNT THE SESSIONS STILL REGISTERED IN    *
021110*                  OtherSessions.                                *
021120*--------------------------------------------------------------*
021130 9100-END-SESSION-PARA.
021140     PERFORM 9300-OPEN-SESSIONS-PARA
021150         THRU 9300-OPEN-SESSIONS-EXIT.
021160     MOVE SessionNumber TO SES-NUMBER.
021170     READ SessionFile
021180         INVALID KEY
021190             MOVE "23" TO SES-STATUS
021200     END-READ.
021210     IF SES-OK
021220         AND SES-DATE = SessionDate
021230         AND SES-TIME = SessionTime
021240             DELETE SessionFile RECORD
021250                 INVALID KEY
021260                     CONTINUE
021270             END-DELETE
021280     END-IF.
021290     MOVE ZERO TO OtherSessions.
021300     MOVE ZERO TO ScanFrom.
021310     MOVE "00" TO SES-STATUS.
021320     PERFORM 9110-COUNT-ONE-PARA
021330         THRU 9110-COUNT-ONE-EXIT
021340         UNTIL SES-END.
021350     CLOSE SessionFile.
021360 9100-END-SESSION-EXIT.
021370     EXIT.
021380*
021390 9110-COUNT-ONE-PARA.
021400     PERFORM 9320-NEXT-SESSION-PARA
021410         THRU 9320-NEXT-SESSION-EXIT.
021420     IF NOT SES-END
021430         ADD 1 TO OtherSessions
021440     END-IF.
021450 9110-COUNT-ONE-EXIT.
021460     EXIT.
021470*
021480*--------------------------------------------------------------*
021490*  9200-REGISTER-SESSION-PARA - REGISTER THIS SESSION ON         *
021500*                  custsess.txt UNDER THE LOWEST FREE SESSION    *
021510*                  NUMBER, STAMPED WITH THE DATE AND TIME IT     *
021520*                  STARTED.  SESSIONS LEFT FROM AN EARLIER DAY   *
021530*                  BELONG TO TERMINALS THAT NEVER SIGNED OFF AND *
021540*                  ARE DROPPED FIRST.                            *
021550*--------------------------------------------------------------*
021560 9200-REGISTER-SESSION-PARA.
021570     ACCEPT SessionDate FROM DATE YYYYMMDD.
021580     ACCEPT SessionTime FROM TIME.
021590     PERFORM 9300-OPEN-SESSIONS-PARA
021600         THRU 9300-OPEN-SESSIONS-EXIT.
021610     MOVE ZERO TO ScanFrom.
021620     MOVE "00" TO SES-STATUS.
021630     PERFORM 9205-PURGE-ONE-PARA
021640         THRU 9205-PURGE-ONE-EXIT
021650         UNTIL SES-END.
021660     MOVE ZERO TO SessionNumber.
021670     MOVE "N" TO SessionFree.
021680     PERFORM 9210-PROBE-SESSION-PARA
021690         THRU 9210-PROBE-SESSION-EXIT
021700         UNTIL SESSION-NUMBER-FREE.
021710     CLOSE SessionFile.
021720 9200-REGISTER-SESSION-EXIT.
021730     EXIT.
021740*
021750 9205-PURGE-ONE-PARA.
021760     PERFORM 9320-NEXT-SESSION-PARA
021770         THRU 9320-NEXT-SESSION-EXIT.
021780     IF NOT SES-END AND SES-DATE < SessionDate
021790         DELETE SessionFile RECORD
021800             INVALID KEY
021810                 CONTINUE
021820         END-DELETE
021830     END-IF.
021840 9205-PURGE-ONE-EXIT.
021850     EXIT.
021860*
021870 9210-PROBE-SESSION-PARA.
021880     ADD 1 TO SessionNumber.
021890     MOVE SessionNumber TO SES-NUMBER.
021900     MOVE SPACES TO SES-OPER.
021910     MOVE SessionDate TO SES-DATE.
021920     MOVE SessionTime TO SES-TIME.
021930     WRITE SessionRecord
021940         INVALID KEY
021950             CONTINUE
021960         NOT INVALID KEY
021970             MOVE "Y" TO SessionFree
021980     END-WRITE.
021990 9210-PROBE-SESSION-EXIT.
022000     EXIT.
022010*
022020*--------------------------------------------------------------*
022030*  9220-NAME-SESSION-PARA - PUT THE SIGNED-ON OPERATOR ON THE    *
022040*                  SESSION ENTRY (READONLY WHEN SIGN-ON FAILED). *
022050*--------------------------------------------------------------*
022060 9220-NAME-SESSION-PARA.
022070     PERFORM 9300-OPEN-SESSIONS-PARA
022080         THRU 9300-OPEN-SESSIONS-EXIT.
022090     MOVE SessionNumber TO SES-NUMBER.
022100     READ SessionFile
022110         INVALID KEY
022120             MOVE "23" TO SES-STATUS
022130     END-READ.
022140     IF SES-OK
022150         IF OPERATOR-AUTHORIZED
022160             MOVE SignedOnId TO SES-OPER
022170         ELSE
022180             MOVE "READONLY" TO SES-OPER
022190         END-IF
022200         REWRITE SessionRecord
022210             INVALID KEY
022220                 CONTINUE
022230         END-REWRITE
022240     END-IF.
022250     CLOSE SessionFile.
022260 9220-NAME-SESSION-EXIT.
022270     EXIT.
022280*
022290*--------------------------------------------------------------*
022300*  9300-OPEN-SESSIONS-PARA - OPEN custsess.txt I-O, CREATING IT  *
022310*                  THE FIRST TIME.  EVERY USE OPENS AND CLOSES   *
022320*                  IT SO THE OTHER SESSIONS SEE CHANGES AT ONCE. *
022330*--------------------------------------------------------------*
022340 9300-OPEN-SESSIONS-PARA.
022350     OPEN I-O SessionFile.
022360     IF SES-STATUS = "35"
022370         OPEN OUTPUT SessionFile
022380         CLOSE SessionFile
022390         OPEN I-O SessionFile
022400     END-IF.
022410     IF NOT SES-OK
022420         DISPLAY "Cannot open custsess.txt - status " SES-STATUS
022430         STOP RUN
022440     END-IF.
022450 9300-OPEN-SESSIONS-EXIT.
022460     EXIT.
022470*
022480 9310-OPEN-USE-PARA.
022490     OPEN I-O UseFile.
022500     IF USE-STATUS = "35"
022510         OPEN OUTPUT UseFile
022520         CLOSE UseFile
022530         OPEN I-O UseFile
022540     END-IF.
022550     IF NOT USE-OK
022560         DISPLAY "Cannot open custuse.txt - status " USE-STATUS
022570         STOP RUN
022580     END-IF.
022590 9310-OPEN-USE-EXIT.
022600     EXIT.
022610*
022620*--------------------------------------------------------------*
022630*  9320-NEXT-SESSION-PARA - READ THE NEXT SESSION ENTRY FROM     *
022640*                  ScanFrom ON, SETTING SES-END WHEN THERE ARE   *
022650*                  NO MORE.  EACH READ STARTS AFRESH SO THE      *
022660*                  CALLER MAY DELETE WHAT IT WAS GIVEN.          *
022670*--------------------------------------------------------------*
022680 9320-NEXT-SESSION-PARA.
022690     IF ScanFrom > 9999
022700         MOVE "10" TO SES-STATUS
022710         GO TO 9320-NEXT-SESSION-EXIT
022720     END-IF.
022730     MOVE ScanFrom TO SES-NUMBER.
022740     START SessionFile KEY IS NOT LESS THAN SES-NUMBER
022750         INVALID KEY
022760             MOVE "10" TO SES-STATUS
022770     END-START.
022780     IF SES-END
022790         GO TO 9320-NEXT-SESSION-EXIT
022800     END-IF.
022810     READ SessionFile NEXT RECORD
022820         AT END
022830             MOVE "10" TO SES-STATUS
022840     END-READ.
022850     IF NOT SES-OK
022860         MOVE "10" TO SES-STATUS
022870         GO TO 9320-NEXT-SESSION-EXIT
022880     END-IF.
022890     MOVE SES-NUMBER TO ScanFrom.
022900     ADD 1 TO ScanFrom.
022910 9320-NEXT-SESSION-EXIT.
022920     EXIT.
022930*
022940*--------------------------------------------------------------*
022950*  9400-CLAIM-CUST-PARA - MARK THE CUSTOMER IN iDNUM IN USE BY   *
022960*                  THIS SESSION FOR UseAction.  IF ANOTHER       *
022970*                  SESSION THAT IS STILL SIGNED ON HAS IT, SAY   *
022980*                  WHO AND LEAVE CUST-CLAIMED OFF.  AN ENTRY     *
022990*                  WHOSE SESSION HAS GONE IS TAKEN OVER.  CLAIMS *
023000*                  ARE KEPT IN ClaimTable UNTIL 9420 LETS THEM   *
023010*                  GO.                                           *
023020*--------------------------------------------------------------*
023030 9400-CLAIM-CUST-PARA.
023040     MOVE "N" TO ClaimResult.
023050     PERFORM 9310-OPEN-USE-PARA
023060         THRU 9310-OPEN-USE-EXIT.
023070     MOVE iDNUM TO USE-IDNUM.
023080     MOVE "Y" TO UseHeld.
023090     READ UseFile
023100         INVALID KEY
023110             MOVE "N" TO UseHeld
023120     END-READ.
023130     IF USE-RECORD-HELD
023140         PERFORM 9410-CHECK-HOLDER-PARA
023150             THRU 9410-CHECK-HOLDER-EXIT
023160         IF HOLDER-LIVE
023170             DISPLAY "Customer " iDNUM " is in use - " USE-ACTION
023180                 " by " USE-OPER " since " USE-TIME
023190             DISPLAY "Try again when they have finished"
023200             CLOSE UseFile
023210             GO TO 9400-CLAIM-CUST-EXIT
023220         END-IF
023230     END-IF.
023240     MOVE iDNUM TO USE-IDNUM.
023250     MOVE SessionNumber TO USE-SESSION.
023260     MOVE SessionDate TO USE-SES-DATE.
023270     MOVE SessionTime TO USE-SES-TIME.
023280     MOVE SignedOnId TO USE-OPER.
023290     MOVE UseAction TO USE-ACTION.
023300     ACCEPT USE-DATE FROM DATE YYYYMMDD.
023310     ACCEPT USE-TIME FROM TIME.
023320     IF USE-RECORD-HELD
023330         REWRITE UseRecord
023340             INVALID KEY
023350                 DISPLAY "Customer " iDNUM " could not be marked"
023360                     " in use - try again"
023370             NOT INVALID KEY
023380                 MOVE "Y" TO ClaimResult
023390         END-REWRITE
023400     ELSE
023410         WRITE UseRecord
023420             INVALID KEY
023430                 DISPLAY "Customer " iDNUM " was just taken by"
023440                     " another session - try again"
023450             NOT INVALID KEY
023460                 MOVE "Y" TO ClaimResult
023470         END-WRITE
023480     END-IF.
023490     CLOSE UseFile.
023500     IF CUST-CLAIMED AND ClaimCount < 2
023510         ADD 1 TO ClaimCount
023520         MOVE iDNUM TO CLAIM-IDNUM(ClaimCount)
023530     END-IF.
023540 9400-CLAIM-CUST-EXIT.
023550     EXIT.
023560*
023570*--------------------------------------------------------------*
023580*  9410-CHECK-HOLDER-PARA - SET HOLDER-LIVE WHEN THE UseRecord   *
023590*                  JUST READ BELONGS TO ANOTHER SESSION STILL ON *
023600*                  custsess.txt - SAME NUMBER AND SAME START     *
023610*                  STAMP, SINCE NUMBERS ARE REUSED.              *
023620*--------------------------------------------------------------*
023630 9410-CHECK-HOLDER-PARA.
023640     MOVE "N" TO HolderLive.
023650     IF USE-SESSION = SessionNumber
023660         AND USE-SES-DATE = SessionDate
023670         AND USE-SES-TIME = SessionTime
023680             GO TO 9410-CHECK-HOLDER-EXIT
023690     END-IF.
023700     PERFORM 9300-OPEN-SESSIONS-PARA
023710         THRU 9300-OPEN-SESSIONS-EXIT.
023720     MOVE USE-SESSION TO SES-NUMBER.
023730     READ SessionFile
023740         INVALID KEY
023750             MOVE "23" TO SES-STATUS
023760     END-READ.
023770     IF SES-OK
023780         AND SES-DATE = USE-SES-DATE
023790         AND SES-TIME = USE-SES-TIME
023800             MOVE "Y" TO HolderLive
023810     END-IF.
023820     CLOSE SessionFile.
023830 9410-CHECK-HOLDER-EXIT.
023840     EXIT.
023850*
023860*--------------------------------------------------------------*
023870*  9420-RELEASE-CLAIMS-PARA - TAKE THIS SESSION'S ENTRIES OFF    *
023880*                  custuse.txt FOR EVERY CUSTOMER IN ClaimTable. *
023890*--------------------------------------------------------------*
023900 9420-RELEASE-CLAIMS-PARA.
023910     IF ClaimCount = ZERO
023920         GO TO 9420-RELEASE-CLAIMS-EXIT
023930     END-IF.
023940     PERFORM 9310-OPEN-USE-PARA
023950         THRU 9310-OPEN-USE-EXIT.
023960     PERFORM 9425-RELEASE-ONE-PARA
023970         THRU 9425-RELEASE-ONE-EXIT
023980         VARYING ClaimIx FROM 1 BY 1
023990         UNTIL ClaimIx > ClaimCount.
024000     CLOSE UseFile.
024010     MOVE ZERO TO ClaimCount.
024020 9420-RELEASE-CLAIMS-EXIT.
024030     EXIT.
024040*
024050 9425-RELEASE-ONE-PARA.
024060     MOVE CLAIM-IDNUM(ClaimIx) TO USE-IDNUM.
024070     MOVE "Y" TO UseHeld.
024080     READ UseFile
024090         INVALID KEY
024100             MOVE "N" TO UseHeld
024110     END-READ.
024120     IF USE-RECORD-HELD
024130         AND USE-SESSION = SessionNumber
024140         AND USE-SES-DATE = SessionDate
024150         AND USE-SES-TIME = SessionTime
024160             DELETE UseFile RECORD
024170                 INVALID KEY
024180                     CONTINUE
024190             END-DELETE
024200     END-IF.
024210 9425-RELEASE-ONE-EXIT.
024220     EXIT.
024230*
024240*--------------------------------------------------------------*
024250*  9430-SHOW-IN-USE-PARA - FOR Get Customer - SAY SO WHEN        *
024260*                  ANOTHER SESSION HAS THE CUSTOMER IN iDNUM IN  *
024270*                  USE.                                          *
024280*--------------------------------------------------------------*
024290 9430-SHOW-IN-USE-PARA.
024300     OPEN INPUT UseFile.
024310     IF NOT USE-OK
024320         GO TO 9430-SHOW-IN-USE-EXIT
024330     END-IF.
024340     MOVE iDNUM TO USE-IDNUM.
024350     MOVE "Y" TO UseHeld.
024360     READ UseFile
024370         INVALID KEY
024380             MOVE "N" TO UseHeld
024390     END-READ.
024400     IF USE-RECORD-HELD
024410         PERFORM 9410-CHECK-HOLDER-PARA
024420             THRU 9410-CHECK-HOLDER-EXIT
024430         IF HOLDER-LIVE
024440             DISPLAY "In use: " USE-ACTION " by " USE-OPER
024450                 " since " USE-TIME
024460         END-IF
024470     END-IF.
024480     CLOSE UseFile.
024490 9430-SHOW-IN-USE-EXIT.
024500     EXIT.
024510*
024520*--------------------------------------------------------------*
024530*  9440-CHECK-UNCHANGED-PARA - JUST BEFORE A REWRITE, READ THE   *
024540*                  CUSTOMER AGAIN AND COMPARE IT WITH            *
024550*                  ShownRecord, THE IMAGE READ WHEN THE OPTION   *
024560*                  STARTED.  IF THEY MATCH, PUT BACK WHAT WAS    *
024570*                  KEYED AND SET RECORD-UNCHANGED.  IF NOT,      *
024580*                  ANOTHER SESSION GOT THERE FIRST - NOTHING MAY *
024590*                  BE SAVED AND THE CHANGE MUST BE KEYED AGAIN   *
024600*                  AGAINST THE RECORD AS IT NOW STANDS.          *
024610*--------------------------------------------------------------*
024620 9440-CHECK-UNCHANGED-PARA.
024630     MOVE CustomerData TO KeyedRecord.
024640     MOVE "Y" TO ShownUnchanged.
024650     READ CustomerFile
024660         INVALID KEY
024670             MOVE "N" TO ShownUnchanged
024680     END-READ.
024690     IF RECORD-UNCHANGED AND CustomerData NOT = ShownRecord
024700         MOVE "N" TO ShownUnchanged
024710     END-IF.
024720     IF RECORD-UNCHANGED
024730         MOVE KeyedRecord TO CustomerData
024740     ELSE
024750         DISPLAY "Customer " iDNUM " was changed by"
024760             " another session since it was shown"
024770         DISPLAY "Nothing saved - bring the customer up again and"
024780             " re-key"
024790     END-IF.
024800 9440-CHECK-UNCHANGED-EXIT.
024810     EXIT.
024811*
024812*--------------------------------------------------------------*
024813*  9450-CLAIM-PEND-PARA - BEFORE A QUEUE ENTRY IS APPROVED OR    *
024814*                  REJECTED, MARK ITS CUSTOMER IN USE AND READ   *
024815*                  THE ENTRY AGAIN.  ANOTHER SUPERVISOR MAY HAVE *
024816*                  DECIDED IT SINCE IT WAS LISTED - IF SO IT IS  *
024817*                  LEFT AS THEY DECIDED IT.  PEND-WAITING IS OFF *
024818*                  WHEN THE DECISION MAY NOT GO AHEAD.           *
024819*--------------------------------------------------------------*
024820 9450-CLAIM-PEND-PARA.
024821     MOVE "REVIEW" TO UseAction.
024822     PERFORM 9400-CLAIM-CUST-PARA
024823         THRU 9400-CLAIM-CUST-EXIT.
024824     IF NOT CUST-CLAIMED
024825         DISPLAY "Left waiting"
024826         MOVE SPACE TO PEND-STATE
024827         GO TO 9450-CLAIM-PEND-EXIT
024828     END-IF.
024829     READ PendFile
024830         INVALID KEY
024831             MOVE "23" TO PEND-STATUS
024832     END-READ.
024833     IF NOT PEND-OK
024834         DISPLAY "Queue entry could not be read again - status "
024835             PEND-STATUS
024836         MOVE SPACE TO PEND-STATE
024837         GO TO 9450-CLAIM-PEND-EXIT
024838     END-IF.
024839     IF NOT PEND-WAITING
024840         DISPLAY "Change already decided by " PEND-DEC-OPER
024841     END-IF.
024842 9450-CLAIM-PEND-EXIT.
024843     EXIT.
024844*
024845*--------------------------------------------------------------*
024846*  9500-CLEAR-SESSION-PARA - LIST THE SESSIONS REGISTERED ON     *
024850*                  custsess.txt AND, ON REQUEST, CLEAR ONE LEFT  *
024860*                  BEHIND BY A TERMINAL THAT DIED - UNTIL THEN   *
024870*                  custlock.txt STAYS ONLINE AND THE CUSTOMERS   *
024880*                  IT HAD IN USE STAY BARRED.  THE CLEARING IS   *
024890*                  LOGGED AS A SESSION CLR SECURITY EVENT.       *
024900*--------------------------------------------------------------*
024910 9500-CLEAR-SESSION-PARA.
024920     PERFORM 9300-OPEN-SESSIONS-PARA
024930         THRU 9300-OPEN-SESSIONS-EXIT.
024940     DISPLAY "SESSION  OPERATOR  SIGNED ON".
024950     MOVE ZERO TO ScanFrom.
024960     MOVE "00" TO SES-STATUS.
024970     PERFORM 9505-LIST-SESSION-PARA
024980         THRU 9505-LIST-SESSION-EXIT
024990         UNTIL SES-END.
025000     DISPLAY "Session to clear (0 = none) : " WITH NO ADVANCING.
025010     ACCEPT ClearSession.
025020     IF ClearSession = ZERO
025030         CLOSE SessionFile
025040         GO TO 9500-CLEAR-SESSION-EXIT
025050     END-IF.
025060     IF ClearSession = SessionNumber
025070         DISPLAY "Cannot clear your own session"
025080         CLOSE SessionFile
025090         GO TO 9500-CLEAR-SESSION-EXIT
025100     END-IF.
025110     MOVE ClearSession TO SES-NUMBER.
025120     READ SessionFile
025130         INVALID KEY
025140             MOVE "23" TO SES-STATUS
025150     END-READ.
025160     IF NOT SES-OK
025170         DISPLAY "Session not on file"
025180         CLOSE SessionFile
025190         GO TO 9500-CLEAR-SESSION-EXIT
025200     END-IF.
025210     DISPLAY "Clear session " SES-NUMBER " (" SES-OPER
025220         ") - only if that terminal is no longer running"
025230         " - confirm? (Y/N): " WITH NO ADVANCING.
025240     ACCEPT Confirm.
025250     IF NOT CONFIRMED
025260         DISPLAY "Session left registered"
025270         CLOSE SessionFile
025280         GO TO 9500-CLEAR-SESSION-EXIT
025290     END-IF.
025300     MOVE SES-OPER TO TargetOperId.
025310     DELETE SessionFile RECORD
025320         INVALID KEY
025330             DISPLAY "Session not cleared"
025340             CLOSE SessionFile
025350             GO TO 9500-CLEAR-SESSION-EXIT
025360     END-DELETE.
025370     CLOSE SessionFile.
025380     DISPLAY "Session cleared - customers it had in use are free".
025390     MOVE TargetOperId TO OPER-ID.
025400     MOVE "SESSION CLR" TO SEC-EVENT.
025410     MOVE SignedOnId TO SEC-BY.
025420     PERFORM 8900-WRITE-SECEVT-PARA
025430         THRU 8900-WRITE-SECEVT-EXIT.
025440 9500-CLEAR-SESSION-EXIT.
025450     EXIT.
025460*
025470 9505-LIST-SESSION-PARA.
025480     PERFORM 9320-NEXT-SESSION-PARA
025490         THRU 9320-NEXT-SESSION-EXIT.
025500     IF SES-END
025510         GO TO 9505-LIST-SESSION-EXIT
025520     END-IF.
025530     IF SES-NUMBER = SessionNumber
025540         DISPLAY SES-NUMBER "     " SES-OPER "  " SES-DATE " "
025550             SES-TIME "  (this session)"
025560     ELSE
025570         DISPLAY SES-NUMBER "     " SES-OPER "  " SES-DATE " "
025580             SES-TIME
025590     END-IF.
025600 9505-LIST-SESSION-EXIT.
025610     EXIT.
