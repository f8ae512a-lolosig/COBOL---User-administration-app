000010*
000020*--------------------------------------------------------------*
000030*  PROGRAM      : NIGHTLY RUN CONTROL                          *
000040*  INSTALLATION : DATA PROCESSING DEPT                         *
000050*  AUTHOR       : R. HOLLIS                                    *
000060*  DATE-WRITTEN : 10/15/2026                                   *
000070*  PURPOSE      : DRIVES THE NIGHTLY BATCH STREAM IN A FIXED   *
000080*                 ORDER - 1 Customer File Backup, 2 Billing    *
000090*                 Acknowledgment Processing, 3 Billing Change  *
000100*                 Feed, 4 Customer File Integrity Check, 5     *
000110*                 Follow-Up Work Queue - CALLING EACH STEP IN  *
000120*                 TURN.  THE RUN-CONTROL FILE runctl.txt HOLDS *
000130*                 THE RUN DATE, THE STATE OF THE RUN (RUNNING, *
000140*                 FAILED, COMPLETE), THE NEXT STEP TO RUN AND  *
000150*                 THE EXCEPTION LIMIT FOR STEP 4.  THE STREAM  *
000160*                 STOPS AT THE FIRST STEP THAT FAILS - STEP 2  *
000170*                 WITH THE ACKNOWLEDGMENT OUT OF BALANCE, STEP *
000180*                 4 WITH MORE EXCEPTIONS THAN THE LIMIT, ANY   *
000190*                 STEP WITH A NON-ZERO RETURN CODE, ANY STEP   *
000195*                 THAT CANNOT BE LOADED.  A RERUN PICKS UP AT  *
000200*                 THE FAILED STEP FOR THE SAME RUN DATE        *
000210*                 WITHOUT REPEATING THE STEPS ALREADY DONE.  A *
000220*                 STEP THAT ENDED THE RUN OUTRIGHT LEAVES      *
000230*                 runctl.txt SHOWING RUNNING - THE RERUN LOGS  *
000240*                 IT AS ABENDED AND STARTS AGAIN AT THAT STEP. *
000250*                 EVERY STEP IS LOGGED ON runlog.txt WITH ITS  *
000260*                 START AND END DATE/TIME, RETURN CODE AND     *
000270*                 OUTCOME, BETWEEN A START LINE AND AN END     *
000280*                 LINE FOR THE RUN.  THE RUN REFUSES TO START  *
000290*                 WHILE custlock.txt SHOWS Customer Data       *
000300*                 ONLINE OR Customer Bulk Load RUNNING, AND    *
000310*                 HOLDS THE LOCK AS NIGHTRUN UNTIL IT ENDS.    *
000320*                 RUN NIGHTLY AFTER ONLINE CLOSE, FROM THE     *
000330*                 DIRECTORY HOLDING customer.txt.              *
000340*--------------------------------------------------------------*
000350*  MODIFICATION HISTORY                                        *
000360*  ----------------------------------------------------------   *
000370*  10/15/2026  RH  INITIAL VERSION.                            *
000380*--------------------------------------------------------------*
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. "Nightly Run Control".
000410 AUTHOR. R. HOLLIS.
000420 INSTALLATION. DATA PROCESSING DEPT.
000430 DATE-WRITTEN. 10/15/2026.
000440 DATE-COMPILED.
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-370.
000480 OBJECT-COMPUTER. IBM-370.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT RunControl ASSIGN TO "runctl.txt"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS RCT-STATUS.
000540     SELECT RunLog ASSIGN TO "runlog.txt"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS LOG-STATUS.
000570     SELECT LockFile ASSIGN TO "custlock.txt"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS LOCK-STATUS.
000600*
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  RunControl.
000640 01  RunControlRecord.
000650     02  RCT-RUN-DATE PIC 9(08).
000660     02  RCT-STATE PIC X(08).
000670         88  RUN-IN-PROGRESS VALUE "RUNNING".
000680         88  RUN-FAILED VALUE "FAILED".
000690         88  RUN-COMPLETE VALUE "COMPLETE".
000700     02  RCT-NEXT-STEP PIC 9(01).
000710     02  RCT-CHK-LIMIT PIC 9(05).
000720*
000730 FD  RunLog.
000740 01  LogLine PIC X(132).
000750*
000760 FD  LockFile.
000770 01  LockRecord.
000780     02  LOCK-FLAG PIC X(08).
000790     02  LOCK-HOLDER PIC X(08).
000800*
000810 WORKING-STORAGE SECTION.
000820 01  RCT-STATUS PIC X(02).
000830     88  RCT-OK VALUE "00".
000840 01  LOG-STATUS PIC X(02).
000850     88  LOG-OK VALUE "00".
000860 01  LOCK-STATUS PIC X(02).
000870     88  LOCK-OK VALUE "00".
000880 01  Today PIC 9(08).
000890 01  RunDate PIC 9(08).
000900 01  StartNote PIC X(08).
000910 01  StepRc PIC S9(04).
000920 01  StepStartDate PIC 9(08).
000930 01  StepStartTime PIC 9(08).
000940 01  StepEndDate PIC 9(08).
000950 01  StepEndTime PIC 9(08).
000960 01  StreamState PIC X VALUE "N".
000970     88  STREAM-ENDED VALUE "Y".
000980 01  StepFailed PIC X VALUE "N".
000990     88  STEP-FAILED VALUE "Y".
000992 01  StepMissing PIC X VALUE "N".
000994     88  STEP-NOT-FOUND VALUE "Y".
001000 77  StepMax PIC 9(01) COMP VALUE 5.
001010 77  StepsRun PIC 9(07) COMP VALUE ZERO.
001020 01  EditedCount PIC Z,ZZZ,ZZ9.
001030 01  StepNameValues.
001040     02  FILLER PIC X(36) VALUE "Customer File Backup".
001050     02  FILLER PIC X(36)
001060         VALUE "Billing Acknowledgment Processing".
001070     02  FILLER PIC X(36) VALUE "Billing Change Feed".
001080     02  FILLER PIC X(36) VALUE "Customer File Integrity Check".
001090     02  FILLER PIC X(36) VALUE "Follow-Up Work Queue".
001100 01  StepNameTable REDEFINES StepNameValues.
001110     02  STEP-NAME PIC X(36) OCCURS 5 TIMES.
001120 01  LogColHdr.
001130     02  FILLER PIC X(40)
001140         VALUE "RUN DATE  S  STEP                       ".
001150     02  FILLER PIC X(40)
001160         VALUE "           STARTED            ENDED     ".
001170     02  FILLER PIC X(40)
001180         VALUE "           RC  OUTCOME                  ".
001190     02  FILLER PIC X(12) VALUE SPACES.
001200 01  LogDetail.
001210     02  LD-RUN-DATE PIC 9(08).
001220     02  FILLER PIC X(02) VALUE SPACES.
001230     02  LD-STEP PIC 9(01).
001240     02  FILLER PIC X(02) VALUE SPACES.
001250     02  LD-NAME PIC X(36).
001260     02  FILLER PIC X(02) VALUE SPACES.
001270     02  LD-START-DATE PIC 9(08).
001280     02  FILLER PIC X(01) VALUE SPACES.
001290     02  LD-START-TIME PIC 9(08).
001300     02  FILLER PIC X(02) VALUE SPACES.
001310     02  LD-END-DATE PIC 9(08).
001320     02  FILLER PIC X(01) VALUE SPACES.
001330     02  LD-END-TIME PIC 9(08).
001340     02  FILLER PIC X(02) VALUE SPACES.
001350     02  LD-RC PIC ---9.
001360     02  FILLER PIC X(02) VALUE SPACES.
001370     02  LD-OUTCOME PIC X(30).
001380     02  FILLER PIC X(07) VALUE SPACES.
001390 01  LogNote.
001400     02  LN-RUN-DATE PIC 9(08).
001410     02  FILLER PIC X(02) VALUE SPACES.
001420     02  FILLER PIC X(12) VALUE "NIGHTLY RUN ".
001430     02  LN-TEXT PIC X(41).
001440     02  LN-DATE PIC 9(08).
001450     02  FILLER PIC X(01) VALUE SPACES.
001460     02  LN-TIME PIC 9(08).
001470     02  FILLER PIC X(52) VALUE SPACES.
001480*
001490 PROCEDURE DIVISION.
001500*
001510*--------------------------------------------------------------*
001520*  0000-MAINLINE-PARA - PROGRAM CONTROL                        *
001530*--------------------------------------------------------------*
001540 0000-MAINLINE-PARA.
001550     PERFORM 1000-INITIALIZE-PARA
001560         THRU 1000-INITIALIZE-EXIT.
001570     PERFORM 2000-RUN-STEP-PARA
001580         THRU 2000-RUN-STEP-EXIT
001590         UNTIL STREAM-ENDED.
001600     PERFORM 9000-TERMINATE-PARA
001610         THRU 9000-TERMINATE-EXIT.
001620     STOP RUN.
001630 0000-MAINLINE-EXIT.
001640     EXIT.
001650*
001660*--------------------------------------------------------------*
001670*  1000-INITIALIZE-PARA - CHECK THE RUN LOCK, READ runctl.txt  *
001680*                  TO DECIDE BETWEEN A NEW RUN AND A RESTART,  *
001690*                  TAKE THE LOCK AND OPEN THE RUN LOG.         *
001700*--------------------------------------------------------------*
001710 1000-INITIALIZE-PARA.
001720     DISPLAY "NIGHTLY RUN CONTROL".
001730     ACCEPT Today FROM DATE YYYYMMDD.
001740     PERFORM 1100-CHECK-LOCK-PARA
001750         THRU 1100-CHECK-LOCK-EXIT.
001760     PERFORM 1200-READ-CONTROL-PARA
001770         THRU 1200-READ-CONTROL-EXIT.
001780     PERFORM 1300-OPEN-LOG-PARA
001790         THRU 1300-OPEN-LOG-EXIT.
001800     IF RUN-IN-PROGRESS
001810         PERFORM 1400-LOG-ABEND-PARA
001820             THRU 1400-LOG-ABEND-EXIT
001830     END-IF.
001840     PERFORM 1500-START-RUN-PARA
001850         THRU 1500-START-RUN-EXIT.
001860     OPEN OUTPUT LockFile.
001870     MOVE "LOCKED" TO LOCK-FLAG.
001880     MOVE "NIGHTRUN" TO LOCK-HOLDER.
001890     WRITE LockRecord.
001900     CLOSE LockFile.
001910 1000-INITIALIZE-EXIT.
001920     EXIT.
001930*
001940*--------------------------------------------------------------*
001950*  1100-CHECK-LOCK-PARA - REFUSE TO START WHILE custlock.txt   *
001960*                  SHOWS Customer Data ONLINE OR Customer Bulk *
001970*                  Load RUNNING - THE STEPS READ AND UPDATE    *
001980*                  THE FILES THEY HOLD.  A NIGHTRUN LOCK LEFT  *
001990*                  BY A RUN THAT DIED IS STALE - THE RESTART   *
002000*                  PROCEEDS.                                   *
002010*--------------------------------------------------------------*
002020 1100-CHECK-LOCK-PARA.
002030     OPEN INPUT LockFile.
002040     IF NOT LOCK-OK
002050         GO TO 1100-CHECK-LOCK-EXIT
002060     END-IF.
002070     MOVE SPACES TO LockRecord.
002080     READ LockFile
002090         AT END
002100             MOVE SPACES TO LockRecord
002110     END-READ.
002120     CLOSE LockFile.
002130     IF LOCK-FLAG NOT = "LOCKED"
002140         GO TO 1100-CHECK-LOCK-EXIT
002150     END-IF.
002160     IF LOCK-HOLDER = "ONLINE"
002170         DISPLAY "customer.txt is open in Customer Data -"
002180             " run the night stream after online close"
002190         STOP RUN
002200     END-IF.
002210     IF LOCK-HOLDER = "BULKLOAD"
002220         DISPLAY "Customer Bulk Load is running -"
002230             " run the night stream after it finishes"
002240         STOP RUN
002250     END-IF.
002260     DISPLAY "Stale lock from a failed night run - proceeding".
002270 1100-CHECK-LOCK-EXIT.
002280     EXIT.
002290*
002300*--------------------------------------------------------------*
002310*  1200-READ-CONTROL-PARA - READ THE SINGLE runctl.txt RECORD. *
002320*                  NO FILE MEANS NO RUN HAS EVER BEEN MADE -   *
002330*                  START FROM STEP 1 WITH AN EXCEPTION LIMIT   *
002340*                  OF ZERO.  RUNNING OR FAILED MEANS THE LAST  *
002350*                  RUN DID NOT FINISH - KEEP ITS RUN DATE AND  *
002360*                  NEXT STEP.  OTHERWISE ASK FOR TONIGHT'S RUN *
002370*                  DATE AND START AT STEP 1, REFUSING A DATE   *
002380*                  ALREADY RUN TO COMPLETION.                  *
002390*--------------------------------------------------------------*
002400 1200-READ-CONTROL-PARA.
002410     MOVE ZERO TO RCT-RUN-DATE.
002420     MOVE SPACES TO RCT-STATE.
002430     MOVE 1 TO RCT-NEXT-STEP.
002440     MOVE ZERO TO RCT-CHK-LIMIT.
002450     OPEN INPUT RunControl.
002460     IF RCT-OK
002470         READ RunControl
002480             AT END
002490                 MOVE SPACES TO RCT-STATE
002500         END-READ
002510         CLOSE RunControl
002520     END-IF.
002530     IF RCT-CHK-LIMIT NOT NUMERIC
002540         MOVE ZERO TO RCT-CHK-LIMIT
002550     END-IF.
002560     IF (RUN-IN-PROGRESS OR RUN-FAILED)
002570         AND RCT-RUN-DATE NUMERIC
002580         AND RCT-NEXT-STEP NUMERIC
002590         AND RCT-NEXT-STEP > ZERO
002600         AND RCT-NEXT-STEP NOT > StepMax
002610             MOVE RCT-RUN-DATE TO RunDate
002620             MOVE "RESUMED" TO StartNote
002630             DISPLAY "Run of " RunDate " stopped in step "
002640                 RCT-NEXT-STEP " - resuming there"
002650             GO TO 1200-READ-CONTROL-EXIT
002660     END-IF.
002670     DISPLAY "Run date (YYYYMMDD, 0 = today) : "
002680         WITH NO ADVANCING.
002690     ACCEPT RunDate.
002700     IF RunDate = ZERO
002710         MOVE Today TO RunDate
002720     END-IF.
002730     IF RUN-COMPLETE AND RCT-RUN-DATE = RunDate
002740         DISPLAY "Night run of " RunDate " already complete -"
002750             " see runlog.txt"
002760         STOP RUN
002770     END-IF.
002780     MOVE SPACES TO RCT-STATE.
002790     MOVE RunDate TO RCT-RUN-DATE.
002800     MOVE 1 TO RCT-NEXT-STEP.
002810     MOVE "STARTED" TO StartNote.
002820 1200-READ-CONTROL-EXIT.
002830     EXIT.
002840*
002850*--------------------------------------------------------------*
002860*  1300-OPEN-LOG-PARA - OPEN runlog.txt TO ADD TO IT, CREATING *
002870*                  IT WITH A COLUMN HEADING THE FIRST TIME.    *
002880*--------------------------------------------------------------*
002890 1300-OPEN-LOG-PARA.
002900     OPEN EXTEND RunLog.
002910     IF LOG-OK
002920         GO TO 1300-OPEN-LOG-EXIT
002930     END-IF.
002932     IF LOG-STATUS NOT = "35"
002934         DISPLAY "Cannot open runlog.txt - status " LOG-STATUS
002936         STOP RUN
002938     END-IF.
002940     OPEN OUTPUT RunLog.
002950     IF NOT LOG-OK
002960         DISPLAY "Cannot open runlog.txt - status " LOG-STATUS
002970         STOP RUN
002980     END-IF.
002990     WRITE LogLine FROM LogColHdr.
003000 1300-OPEN-LOG-EXIT.
003010     EXIT.
003020*
003030*--------------------------------------------------------------*
003040*  1400-LOG-ABEND-PARA - runctl.txt STILL SHOWED RUNNING, SO   *
003050*                  THE STEP IT NAMES ENDED THE LAST RUN        *
003060*                  OUTRIGHT.  LOG IT AS ABENDED - ITS START    *
003070*                  TIME WENT WITH IT - BEFORE IT IS RUN AGAIN. *
003080*--------------------------------------------------------------*
003090 1400-LOG-ABEND-PARA.
003100     MOVE RunDate TO LD-RUN-DATE.
003110     MOVE RCT-NEXT-STEP TO LD-STEP.
003120     MOVE STEP-NAME(RCT-NEXT-STEP) TO LD-NAME.
003130     MOVE ZERO TO LD-START-DATE.
003140     MOVE ZERO TO LD-START-TIME.
003150     MOVE Today TO LD-END-DATE.
003160     ACCEPT LD-END-TIME FROM TIME.
003170     MOVE ZERO TO LD-RC.
003180     MOVE "ABENDED" TO LD-OUTCOME.
003190     WRITE LogLine FROM LogDetail.
003200 1400-LOG-ABEND-EXIT.
003210     EXIT.
003220*
003230*--------------------------------------------------------------*
003240*  1500-START-RUN-PARA - LOG THE START OR RESTART OF THE RUN.  *
003250*--------------------------------------------------------------*
003260 1500-START-RUN-PARA.
003270     MOVE RunDate TO LN-RUN-DATE.
003280     MOVE SPACES TO LN-TEXT.
003290     STRING StartNote DELIMITED BY SPACE
003300         " AT STEP " DELIMITED BY SIZE
003310         RCT-NEXT-STEP DELIMITED BY SIZE
003320         ", CHECK LIMIT " DELIMITED BY SIZE
003330         RCT-CHK-LIMIT DELIMITED BY SIZE
003340         INTO LN-TEXT
003350     END-STRING.
003360     MOVE Today TO LN-DATE.
003370     ACCEPT LN-TIME FROM TIME.
003380     WRITE LogLine FROM LogNote.
003390 1500-START-RUN-EXIT.
003400     EXIT.
003410*
003420*--------------------------------------------------------------*
003430*  2000-RUN-STEP-PARA - RUN THE NEXT STEP.  runctl.txt IS      *
003440*                  MARKED RUNNING FIRST, SO A STEP THAT ENDS   *
003450*                  THE RUN ITSELF IS PICKED UP ON THE RERUN.   *
003460*                  THE STEP'S RETURN CODE DECIDES THE OUTCOME  *
003470*                  - Billing Acknowledgment Processing RETURNS *
003480*                  8 WHEN OUT OF BALANCE, Customer File        *
003490*                  Integrity Check RETURNS ITS EXCEPTION       *
003500*                  COUNT, WHICH FAILS THE STEP ONLY ABOVE      *
003502*                  RCT-CHK-LIMIT.  A STEP THAT CANNOT BE       *
003504*                  LOADED FAILS AS STEP NOT FOUND AND THE RUN  *
003506*                  STOPS THERE, FREEING THE LOCK.              *
003510*--------------------------------------------------------------*
003520 2000-RUN-STEP-PARA.
003530     MOVE "RUNNING" TO RCT-STATE.
003540     PERFORM 8000-WRITE-CONTROL-PARA
003550         THRU 8000-WRITE-CONTROL-EXIT.
003560     DISPLAY "Step " RCT-NEXT-STEP " - " STEP-NAME(RCT-NEXT-STEP).
003570     ACCEPT StepStartDate FROM DATE YYYYMMDD.
003580     ACCEPT StepStartTime FROM TIME.
003590     MOVE ZERO TO RETURN-CODE.
003595     MOVE "N" TO StepMissing.
003600     EVALUATE RCT-NEXT-STEP
003610         WHEN 1
003620             CALL "Customer File Backup"
003622                 ON EXCEPTION
003624                     MOVE "Y" TO StepMissing
003626             END-CALL
003630         WHEN 2
003640             CALL "Billing Acknowledgment Processing"
003642                 ON EXCEPTION
003644                     MOVE "Y" TO StepMissing
003646             END-CALL
003650         WHEN 3
003660             CALL "Billing Change Feed"
003662                 ON EXCEPTION
003664                     MOVE "Y" TO StepMissing
003666             END-CALL
003670         WHEN 4
003680             CALL "Customer File Integrity Check"
003682                 ON EXCEPTION
003684                     MOVE "Y" TO StepMissing
003686             END-CALL
003690         WHEN 5
003700             CALL "Follow-Up Work Queue"
003702                 ON EXCEPTION
003704                     MOVE "Y" TO StepMissing
003706             END-CALL
003710     END-EVALUATE.
003720     MOVE RETURN-CODE TO StepRc.
003730     MOVE ZERO TO RETURN-CODE.
003740     ACCEPT StepEndDate FROM DATE YYYYMMDD.
003750     ACCEPT StepEndTime FROM TIME.
003760     ADD 1 TO StepsRun.
003770     MOVE "N" TO StepFailed.
003780     MOVE SPACES TO LD-OUTCOME.
003790     EVALUATE TRUE
003792         WHEN STEP-NOT-FOUND
003794             MOVE "Y" TO StepFailed
003796             MOVE "FAILED - STEP NOT FOUND" TO LD-OUTCOME
003800         WHEN RCT-NEXT-STEP = 2 AND StepRc NOT = ZERO
003810             MOVE "Y" TO StepFailed
003820             MOVE "FAILED - OUT OF BALANCE" TO LD-OUTCOME
003830         WHEN RCT-NEXT-STEP = 4 AND StepRc > RCT-CHK-LIMIT
003840             MOVE "Y" TO StepFailed
003850             MOVE "FAILED - EXCEPTIONS OVER LIMIT" TO LD-OUTCOME
003860         WHEN RCT-NEXT-STEP = 4 AND StepRc > ZERO
003870             MOVE "COMPLETE - EXCEPTIONS IN LIMIT" TO LD-OUTCOME
003880         WHEN StepRc NOT = ZERO
003890             MOVE "Y" TO StepFailed
003900             MOVE "FAILED - RETURN CODE" TO LD-OUTCOME
003910         WHEN OTHER
003920             MOVE "COMPLETE" TO LD-OUTCOME
003930     END-EVALUATE.
003940     MOVE RunDate TO LD-RUN-DATE.
003950     MOVE RCT-NEXT-STEP TO LD-STEP.
003960     MOVE STEP-NAME(RCT-NEXT-STEP) TO LD-NAME.
003970     MOVE StepStartDate TO LD-START-DATE.
003980     MOVE StepStartTime TO LD-START-TIME.
003990     MOVE StepEndDate TO LD-END-DATE.
004000     MOVE StepEndTime TO LD-END-TIME.
004010     MOVE StepRc TO LD-RC.
004020     WRITE LogLine FROM LogDetail.
004030     DISPLAY "Step " RCT-NEXT-STEP " " LD-OUTCOME.
004040     IF STEP-FAILED
004050         MOVE "FAILED" TO RCT-STATE
004060         MOVE "Y" TO StreamState
004070         GO TO 2000-RUN-STEP-EXIT
004080     END-IF.
004090     IF RCT-NEXT-STEP < StepMax
004100         ADD 1 TO RCT-NEXT-STEP
004110     ELSE
004120         MOVE "COMPLETE" TO RCT-STATE
004130         MOVE 1 TO RCT-NEXT-STEP
004140         MOVE "Y" TO StreamState
004150     END-IF.
004160 2000-RUN-STEP-EXIT.
004170     EXIT.
004180*
004190*--------------------------------------------------------------*
004200*  8000-WRITE-CONTROL-PARA - REWRITE THE SINGLE runctl.txt     *
004210*                  RECORD.                                     *
004220*--------------------------------------------------------------*
004230 8000-WRITE-CONTROL-PARA.
004240     OPEN OUTPUT RunControl.
004250     IF NOT RCT-OK
004260         DISPLAY "Cannot open runctl.txt - status " RCT-STATUS
004270         STOP RUN
004280     END-IF.
004290     WRITE RunControlRecord.
004300     CLOSE RunControl.
004310 8000-WRITE-CONTROL-EXIT.
004320     EXIT.
004330*
004340*--------------------------------------------------------------*
004350*  9000-TERMINATE-PARA - SAVE THE FINAL STATE OF THE RUN, LOG  *
004360*                  THE END OF IT, FREE THE LOCK AND SET THE    *
004370*                  RETURN CODE - 0 WHEN THE NIGHT COMPLETED, 8 *
004380*                  WHEN IT STOPPED ON A FAILED STEP.           *
004390*--------------------------------------------------------------*
004400 9000-TERMINATE-PARA.
004410     PERFORM 8000-WRITE-CONTROL-PARA
004420         THRU 8000-WRITE-CONTROL-EXIT.
004430     MOVE RunDate TO LN-RUN-DATE.
004440     MOVE SPACES TO LN-TEXT.
004450     IF RUN-COMPLETE
004460         MOVE "COMPLETE" TO LN-TEXT
004470     ELSE
004480         STRING "STOPPED - RERUN RESUMES AT STEP "
004490                 DELIMITED BY SIZE
004500             RCT-NEXT-STEP DELIMITED BY SIZE
004510             INTO LN-TEXT
004520         END-STRING
004530     END-IF.
004540     ACCEPT LN-DATE FROM DATE YYYYMMDD.
004550     ACCEPT LN-TIME FROM TIME.
004560     WRITE LogLine FROM LogNote.
004570     CLOSE RunLog.
004580     OPEN OUTPUT LockFile.
004590     MOVE "FREE" TO LOCK-FLAG.
004600     MOVE SPACES TO LOCK-HOLDER.
004610     WRITE LockRecord.
004620     CLOSE LockFile.
004630     DISPLAY "Nightly Run Control complete".
004640     MOVE StepsRun TO EditedCount.
004650     DISPLAY "Steps run        : " EditedCount.
004660     IF RUN-COMPLETE
004670         DISPLAY "Night run of " RunDate " COMPLETE"
004680         MOVE ZERO TO RETURN-CODE
004690     ELSE
004700         DISPLAY "Night run of " RunDate " STOPPED at step "
004710             RCT-NEXT-STEP " - see runlog.txt, then rerun"
004720         MOVE 8 TO RETURN-CODE
004730     END-IF.
004740 9000-TERMINATE-EXIT.
004750     EXIT.
