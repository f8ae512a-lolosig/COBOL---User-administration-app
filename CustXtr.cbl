000150*                   2 = CUSTOMERS MISSING AN EMAIL (POSTAL      *
000160*                       FALLBACK LIST)                          *
000170*                   3 = ALL CUSTOMERS                           *
000171*                   4 = ACTIVE CUSTOMERS, ONE PIECE PER          *
000172*                       HOUSEHOLD                                *
000173*                 CUSTOMERS FLAGGED UNDELIVERABLE ON            *
000174*                 custundl.txt AT THE ADDRESS NOW ON FILE ARE   *
000175*                 LEFT OUT OF THE MAILING SELECTIONS 1, 2 AND 4. *
000176*                 SELECTION 4 WRITES ONE ROW PER HOUSEHOLD ON    *
000177*                 custhh.txt (Customer Household Build) IN       *
000178*                 PLACE OF ONE PER MEMBER - THE LOWEST MEMBER    *
000179*                 ID, THAT MEMBER'S ADDRESS, PHONE AND EMAIL,    *
000180*                 FIRST NAME "THE" AND LAST NAME "SMITH          *
000181*                 HOUSEHOLD" ("SMITH AND JONES HOUSEHOLD" WHEN   *
000182*                 THE SURNAMES DIFFER).  A MEMBER WHOSE ADDRESS  *
000183*                 HAS CHANGED SINCE THE BUILD IS MAILED ON       *
000184*                 THEIR OWN.                                     *
000185*                 RUN AS A STANDALONE BATCH STEP FROM THE       *
000190*                 DIRECTORY HOLDING customer.txt.               *
000200*--------------------------------------------------------------*
000210*  MODIFICATION HISTORY                                        *
000260*                  ROW CARRIES THE FOUR PIECES AS SEPARATE       *
000270*                  DELIMITED FIELDS AND THE OUTPUT IS WRITTEN    *
000280*                  IN ZIP ORDER FOR THE MAIL HOUSE PRESORT.      *
000281*  10/15/2026  RH  SELECTIONS 1 AND 2 NOW BYPASS CUSTOMERS THE   *
000282*                  MAIL HOUSE RETURNED AS UNDELIVERABLE (FLAGGED *
000283*                  ON custundl.txt BY Mail Return Processing)    *
000284*                  WHILE THE FLAGGED ADDRESS IS STILL ON FILE.   *
000285*  10/15/2026  RH  ADDED SELECTION 4 - ONE PIECE PER HOUSEHOLD,  *
000286*                  ADDRESSED TO THE HOUSEHOLD, FROM custhh.txt.  *
000287*                  ROWS WITHIN A ZIP NOW COME OFF IN ID ORDER.   *
000290*--------------------------------------------------------------*
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. "Customer Contact Extract".
000480     SELECT ExtractFile ASSIGN TO "custxtr.txt"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS XTR-STATUS.
000501     SELECT UndelivFile ASSIGN TO "custundl.txt"
000502         ORGANIZATION IS INDEXED
000503         ACCESS MODE IS DYNAMIC
000504         RECORD KEY IS UND-IDNUM
000505         FILE STATUS IS UND-STATUS.
000506     SELECT HouseFile ASSIGN TO "custhh.txt"
000507         ORGANIZATION IS INDEXED
000508         ACCESS MODE IS DYNAMIC
000509         RECORD KEY IS HH-IDNUM
000510         ALTERNATE RECORD KEY IS HH-NUMBER WITH DUPLICATES
000511         FILE STATUS IS HH-STATUS.
000512     SELECT SortWork ASSIGN TO "custxtr.srt".
000520*
000530 DATA DIVISION.
000540 FILE SECTION.
000720 FD  ExtractFile.
000730 01  ExtractLine PIC X(150).
000740*
000741 FD  UndelivFile.
000742 01  UndelivRecord.
000743     02  UND-IDNUM PIC 9(06).
000744     02  UND-ADDR PIC X(52).
000745     02  UND-DATE PIC 9(08).
000746     02  UND-RETURNS PIC 9(03).
000747*
000748 FD  HouseFile.
000749 01  HouseRecord.
000750     02  HH-IDNUM PIC 9(06).
000751     02  HH-NUMBER PIC 9(06).
000752     02  HH-FIRST PIC X(15).
000753     02  HH-LAST PIC X(15).
000754     02  HH-ADDR PIC X(52).
000755     02  HH-NORM-STREET PIC X(30).
000756     02  HH-BUILT-DATE PIC 9(08).
000757     02  HH-BUILT-TIME PIC 9(08).
000758*
000759 SD  SortWork.
000760 01  SortRecord.
000770     02  SRT-ZIP PIC X(05).
000772     02  SRT-HOUSE PIC 9(06).
000774     02  SRT-IDNUM PIC 9(06).
000776     02  SRT-LAST PIC X(15).
000778     02  SRT-REST-AT PIC 9(03).
000780     02  SRT-LINE PIC X(150).
000790*
000800 WORKING-STORAGE SECTION.
000830     88  CF-END VALUE "10".
000840 01  XTR-STATUS PIC X(02).
000850     88  XTR-OK VALUE "00".
000851 01  UND-STATUS PIC X(02).
000852     88  UND-OK VALUE "00".
000853 01  UndelivOpen PIC X VALUE "N".
000854     88  UNDELIV-FILE-OPEN VALUE "Y".
000855 01  UndelivFound PIC X.
000856     88  UNDELIV-AT-ADDR VALUE "Y".
000857 01  HH-STATUS PIC X(02).
000858     88  HH-OK VALUE "00".
000859 01  HouseOpen PIC X VALUE "N".
000860     88  HOUSE-FILE-OPEN VALUE "Y".
000861 01  HousePending PIC X VALUE "N".
000862     88  HOUSE-PENDING VALUE "Y".
000863 01  HoldHouse PIC 9(06).
000864 01  HoldLine PIC X(150).
000865 01  HoldRestAt PIC 9(03).
000866 01  Surname1 PIC X(15).
000867 01  Surname2 PIC X(15).
000868 01  SurnameCount PIC 9(01).
000869 01  HouseName PIC X(45).
000870 01  HousePtr PIC 9(03) COMP.
000871 01  RestAt PIC 9(03) COMP.
000872 01  SelectOption PIC 9.
000873     88  PICK-ACTIVE-ONLY VALUE 1.
000880     88  PICK-MISSING-EMAIL VALUE 2.
000890     88  PICK-ALL VALUE 3.
000895     88  PICK-HOUSEHOLD VALUE 4.
000900     88  VALID-OPTION VALUE 1 2 3 4.
000910 77  ReadCount PIC 9(07) COMP VALUE ZERO.
000920 77  WriteCount PIC 9(07) COMP VALUE ZERO.
000930 77  BypassCount PIC 9(07) COMP VALUE ZERO.
000932 77  UndelivCount PIC 9(07) COMP VALUE ZERO.
000934 77  HouseRowCount PIC 9(07) COMP VALUE ZERO.
000936 77  FoldedCount PIC 9(07) COMP VALUE ZERO.
000940 01  OutLine PIC X(150).
000950 01  OutPtr PIC 9(03) COMP.
000960 01  FieldWork PIC X(45).
000970 01  FieldMax PIC 9(02) COMP.
000980 01  FieldLen PIC 9(02) COMP.
000990 01  EditedCount PIC Z,ZZZ,ZZ9.
001090     PERFORM 1000-INITIALIZE-PARA
001100         THRU 1000-INITIALIZE-EXIT.
001110     SORT SortWork
001120         ON ASCENDING KEY SRT-ZIP SRT-HOUSE SRT-IDNUM
001130         INPUT PROCEDURE IS 2000-SELECT-PARA
001140             THRU 2000-SELECT-EXIT
001150         OUTPUT PROCEDURE IS 3000-WRITE-ROWS-PARA
001350         DISPLAY "Cannot open customer.txt - status " CF-STATUS
001360         STOP RUN
001370     END-IF.
001371     OPEN INPUT UndelivFile.
001372     IF UND-OK
001373         MOVE "Y" TO UndelivOpen
001374     END-IF.
001375     IF PICK-HOUSEHOLD
001376         OPEN INPUT HouseFile
001377         IF HH-OK
001378             MOVE "Y" TO HouseOpen
001379         ELSE
001380             DISPLAY "custhh.txt not found -"
001381                 " one piece per customer"
001382         END-IF
001383     END-IF.
001384     OPEN OUTPUT ExtractFile.
001390     MOVE ZERO TO iDNUM.
001400     START CustomerFile KEY IS NOT LESS THAN iDNUM
001410         INVALID KEY
001480     DISPLAY "1: Active customers only".
001490     DISPLAY "2: Customers missing an email".
001500     DISPLAY "3: All customers".
001505     DISPLAY "4: Active customers, one piece per household".
001510     DISPLAY "Selection : " WITH NO ADVANCING.
001520     ACCEPT SelectOption.
001530     IF NOT VALID-OPTION
001540         DISPLAY "Selection must be 1 to 4 - re-enter"
001550     END-IF.
001560 1100-ASK-OPTION-EXIT.
001570     EXIT.
001790         GO TO 2000-EXTRACT-NEXT-EXIT
001800     END-IF.
001810     ADD 1 TO ReadCount.
001815     IF (PICK-ACTIVE-ONLY OR PICK-HOUSEHOLD)
001820         AND NOT ACTIVE-CUSTOMER
001830         ADD 1 TO BypassCount
001840         GO TO 2000-EXTRACT-NEXT-EXIT
001850     END-IF.
001870         ADD 1 TO BypassCount
001880         GO TO 2000-EXTRACT-NEXT-EXIT
001890     END-IF.
001891     IF NOT PICK-ALL AND UNDELIV-FILE-OPEN
001892         PERFORM 2050-CHECK-UNDELIV-PARA
001893             THRU 2050-CHECK-UNDELIV-EXIT
001894         IF UNDELIV-AT-ADDR
001895             ADD 1 TO UndelivCount
001896             ADD 1 TO BypassCount
001897             GO TO 2000-EXTRACT-NEXT-EXIT
001898         END-IF
001899     END-IF.
001900     PERFORM 2100-BUILD-LINE-PARA
001910         THRU 2100-BUILD-LINE-EXIT.
001920     MOVE ADDR-ZIP TO SRT-ZIP.
001921     MOVE ZERO TO SRT-HOUSE.
001922     IF HOUSE-FILE-OPEN
001923         PERFORM 2060-CHECK-HOUSE-PARA
001924             THRU 2060-CHECK-HOUSE-EXIT
001925     END-IF.
001926     MOVE iDNUM TO SRT-IDNUM.
001927     MOVE LASTNAME TO SRT-LAST.
001928     MOVE RestAt TO SRT-REST-AT.
001930     MOVE OutLine TO SRT-LINE.
001940     RELEASE SortRecord.
001950 2000-EXTRACT-NEXT-EXIT.
001951     EXIT.
001952*
001953*--------------------------------------------------------------*
001954*  2050-CHECK-UNDELIV-PARA - SET UNDELIV-AT-ADDR WHEN THE MAIL   *
001955*                  HOUSE RETURNED THE CUSTOMER AS UNDELIVERABLE *
001956*                  AT THE ADDRESS STILL ON FILE.  A CUSTOMER    *
001957*                  WHOSE ADDRESS HAS SINCE CHANGED IS MAILED.   *
001958*--------------------------------------------------------------*
001959 2050-CHECK-UNDELIV-PARA.
001960     MOVE "Y" TO UndelivFound.
001961     MOVE iDNUM TO UND-IDNUM.
001962     READ UndelivFile
001963         INVALID KEY
001964             MOVE "N" TO UndelivFound
001965     END-READ.
001966     IF UNDELIV-AT-ADDR AND UND-ADDR NOT = ADDR
001967         MOVE "N" TO UndelivFound
001968     END-IF.
001969 2050-CHECK-UNDELIV-EXIT.
001970     EXIT.
001971*
001972*--------------------------------------------------------------*
001973*  2060-CHECK-HOUSE-PARA - PUT THE CUSTOMER'S HOUSEHOLD NUMBER   *
001974*                  IN SRT-HOUSE WHEN custhh.txt HAS THEM AT THE  *
001975*                  ADDRESS STILL ON FILE.                        *
001976*--------------------------------------------------------------*
001977 2060-CHECK-HOUSE-PARA.
001978     MOVE iDNUM TO HH-IDNUM.
001979     READ HouseFile
001980         INVALID KEY
001981             GO TO 2060-CHECK-HOUSE-EXIT
001982     END-READ.
001983     IF HH-ADDR = ADDR
001984         MOVE HH-NUMBER TO SRT-HOUSE
001985     END-IF.
001986 2060-CHECK-HOUSE-EXIT.
001987     EXIT.
001988*
001989*--------------------------------------------------------------*
001990*  2100-BUILD-LINE-PARA - BUILD ONE SEMICOLON-DELIMITED ROW     *
002000*                  WITH TRAILING SPACES TRIMMED FROM EACH       *
002010*                  FIELD.                                       *
002130     MOVE 15 TO FieldMax.
002140     PERFORM 2110-ADD-FIELD-PARA
002150         THRU 2110-ADD-FIELD-EXIT.
002155     MOVE OutPtr TO RestAt.
002160     MOVE ADDR-STREET TO FieldWork.
002170     MOVE 30 TO FieldMax.
002180     PERFORM 2110-ADD-FIELD-PARA
002730*
002740*--------------------------------------------------------------*
002750*  3000-WRITE-ROWS-PARA - SORT OUTPUT.  WRITE THE ROWS IN ZIP    *
002755*                  ORDER.  MEMBERS OF ONE HOUSEHOLD COME OFF     *
002760*                  TOGETHER AND ARE FOLDED INTO A SINGLE ROW.    *
002770*--------------------------------------------------------------*
002780 3000-WRITE-ROWS-PARA.
002790     MOVE "00" TO SRT-STATUS.
002800     PERFORM 3100-WRITE-ONE-PARA
002810         THRU 3100-WRITE-ONE-EXIT
002820         UNTIL SRT-END.
002822     PERFORM 3200-WRITE-HOUSE-PARA
002824         THRU 3200-WRITE-HOUSE-EXIT.
002830 3000-WRITE-ROWS-EXIT.
002840     EXIT.
002850*
002880         AT END
002890             MOVE "10" TO SRT-STATUS
002900     END-RETURN.
002901     IF SRT-END
002902         GO TO 3100-WRITE-ONE-EXIT
002903     END-IF.
002904     IF HOUSE-PENDING AND SRT-HOUSE = HoldHouse
002905         PERFORM 3110-ADD-SURNAME-PARA
002906             THRU 3110-ADD-SURNAME-EXIT
002907         ADD 1 TO FoldedCount
002908         GO TO 3100-WRITE-ONE-EXIT
002909     END-IF.
002910     PERFORM 3200-WRITE-HOUSE-PARA
002911         THRU 3200-WRITE-HOUSE-EXIT.
002912     IF SRT-HOUSE = ZERO
002920         WRITE ExtractLine FROM SRT-LINE
002930         ADD 1 TO WriteCount
002935         GO TO 3100-WRITE-ONE-EXIT
002940     END-IF.
002941     MOVE "Y" TO HousePending.
002942     MOVE SRT-HOUSE TO HoldHouse.
002943     MOVE SRT-LINE TO HoldLine.
002944     MOVE SRT-REST-AT TO HoldRestAt.
002945     MOVE SRT-LAST TO Surname1.
002946     MOVE SPACES TO Surname2.
002947     MOVE 1 TO SurnameCount.
002950 3100-WRITE-ONE-EXIT.
002951     EXIT.
002952*
002953 3110-ADD-SURNAME-PARA.
002954     IF SRT-LAST = Surname1 OR SRT-LAST = Surname2
002955         GO TO 3110-ADD-SURNAME-EXIT
002956     END-IF.
002957     IF SurnameCount = 1
002958         MOVE SRT-LAST TO Surname2
002959         MOVE 2 TO SurnameCount
002960     ELSE
002961         MOVE 3 TO SurnameCount
002962     END-IF.
002963 3110-ADD-SURNAME-EXIT.
002964     EXIT.
002965*
002966*--------------------------------------------------------------*
002967*  3200-WRITE-HOUSE-PARA - WRITE THE HELD HOUSEHOLD AS ONE ROW - *
002968*                  THE FIRST MEMBER'S ROW WITH THE NAME FIELDS   *
002969*                  REPLACED BY "THE" AND THE HOUSEHOLD NAME.     *
002970*                  NOTHING HELD, NOTHING WRITTEN.                *
002971*--------------------------------------------------------------*
002972 3200-WRITE-HOUSE-PARA.
002973     IF NOT HOUSE-PENDING
002974         GO TO 3200-WRITE-HOUSE-EXIT
002975     END-IF.
002976     MOVE SPACES TO HouseName.
002977     MOVE 1 TO HousePtr.
002978     MOVE Surname1 TO FieldWork.
002979     PERFORM 3210-ADD-NAME-PARA
002980         THRU 3210-ADD-NAME-EXIT.
002981     IF SurnameCount > 1
002982         STRING " AND " DELIMITED BY SIZE
002983             INTO HouseName WITH POINTER HousePtr
002984         MOVE Surname2 TO FieldWork
002985         PERFORM 3210-ADD-NAME-PARA
002986             THRU 3210-ADD-NAME-EXIT
002987     END-IF.
002988     IF SurnameCount > 2
002989         STRING " ET AL" DELIMITED BY SIZE
002990             INTO HouseName WITH POINTER HousePtr
002991     ELSE
002992         STRING " HOUSEHOLD" DELIMITED BY SIZE
002993             INTO HouseName WITH POINTER HousePtr
002994     END-IF.
002995     MOVE SPACES TO OutLine.
002996     MOVE 1 TO OutPtr.
002997     STRING HoldLine(1:6) ";THE" DELIMITED BY SIZE
002998         INTO OutLine WITH POINTER OutPtr.
002999     MOVE HouseName TO FieldWork.
003000     MOVE 45 TO FieldMax.
003001     PERFORM 2110-ADD-FIELD-PARA
003002         THRU 2110-ADD-FIELD-EXIT.
003003     STRING HoldLine(HoldRestAt:) DELIMITED BY SIZE
003004         INTO OutLine WITH POINTER OutPtr.
003005     WRITE ExtractLine FROM OutLine.
003006     ADD 1 TO WriteCount.
003007     ADD 1 TO HouseRowCount.
003008     MOVE "N" TO HousePending.
003009 3200-WRITE-HOUSE-EXIT.
003010     EXIT.
003011*
003012 3210-ADD-NAME-PARA.
003013     MOVE 15 TO FieldMax.
003014     PERFORM 2120-TRIM-FIELD-PARA
003015         THRU 2120-TRIM-FIELD-EXIT
003016         VARYING FieldLen FROM FieldMax BY -1
003017         UNTIL FieldLen = 1
003018             OR FieldWork(FieldLen:1) NOT = SPACE.
003019     STRING FieldWork(1:FieldLen) DELIMITED BY SIZE
003020         INTO HouseName WITH POINTER HousePtr.
003021 3210-ADD-NAME-EXIT.
003022     EXIT.
003023*
003024*--------------------------------------------------------------*
003025*  9000-TERMINATE-PARA - CLOSE FILES AND SHOW THE COUNTS        *
003026*--------------------------------------------------------------*
003027 9000-TERMINATE-PARA.
003028     CLOSE CustomerFile.
003030     CLOSE ExtractFile.
003031     IF HOUSE-FILE-OPEN
003032         CLOSE HouseFile
003033     END-IF.
003034     IF UNDELIV-FILE-OPEN
003035         CLOSE UndelivFile
003036     END-IF.
003040     DISPLAY "Customer Contact Extract complete".
003050     MOVE ReadCount TO EditedCount.
003060     DISPLAY "Records read     : " EditedCount.
003080     DISPLAY "Rows written     : " EditedCount.
003090     MOVE BypassCount TO EditedCount.
003100     DISPLAY "Records bypassed : " EditedCount.
003101     MOVE UndelivCount TO EditedCount.
003102     DISPLAY "  undeliverable : " EditedCount.
003103     IF PICK-HOUSEHOLD
003104         MOVE HouseRowCount TO EditedCount
003105         DISPLAY "Household rows   : " EditedCount
003106         MOVE FoldedCount TO EditedCount
003107         DISPLAY "Members folded   : " EditedCount
003108     END-IF.
003110     DISPLAY "Extract written to custxtr.txt".
003120 9000-TERMINATE-EXIT.
003130     EXIT.
