000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SampleIntegrity.
000030 AUTHOR.        R. HARTLEY.
000040 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RH   ORIGINAL PROGRAM.  WEEKLY CROSS-FILE
000110*                  INTEGRITY SWEEP.  EVERY OTHER PROGRAM IN THE
000120*                  FAMILY CHECKS ONLY ITS OWN FILES; THIS ONE
000130*                  LOOKS ACROSS THEM FOR THE ORPHANS AND
000140*                  CONTRADICTIONS THAT BUILD UP OVER TIME:
000150*                      OUTPUT KEYS NOT ON THE ACCOUNT MASTER
000160*                      OUTPUT BALANCES ON A CLOSED ACCOUNT
000170*                      HOLDFILE KEYS NOT ON THE ACCOUNT MASTER
000180*                      SAMPSUSP ITEMS WHOSE KEY IS NO LONGER
000190*                        HELD (STRANDED - SampleRelease WILL
000200*                        NEVER RE-PRESENT THEM)
000210*                      KEYS ON BOTH OUTPUT AND THE ARCHIVE
000220*                      SAMPGREG DROPS WHOSE MERGE NEVER WROTE
000230*                        AN END TO THE RUN-CONTROL FILE, OR NO
000232*                        SAMPLE1 RUN BEFORE THE NEXT MERGE DID
000250*                  THE SAMPIRPT REPORT LISTS THE EXCEPTIONS UNDER
000260*                  A HEADING PER FILE PAIR, COUNTS EACH CATEGORY
000270*                  AND ENDS WITH A CLEAN/NOT-CLEAN VERDICT IN THE
000280*                  SAME STYLE AS SampleRecon - CC 8 WHEN NOT
000290*                  CLEAN, CC 16 WHEN THE MASTER OR OUTPUT IS
000300*                  MISSING OR THE RUN-CONTROL TABLE OVERFLOWS.
000310*                  WHERE A CARD CAN PUT AN EXCEPTION RIGHT IT IS
000320*                  ALSO WRITTEN AS A SUGGESTED FIX - SampleMaster
000330*                  ADD AND REOPEN CARDS ON SAMPIMCD, SampleHold
000340*                  HOLD CARDS ON SAMPIHCD - FOR OPERATIONS TO
000350*                  REVIEW AND SUBMIT UNDER SAMPM010 AND SAMPH010.
000360*                  NOTHING IS EVER UPDATED HERE.  RUNS UNDER JCL
000370*                  MEMBER SAMPG010.
000380*================================================================
000390
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.  IBM-370.
000430 OBJECT-COMPUTER.  IBM-370.
000440
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT OutputFile ASSIGN TO OUTPUT
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS OutputField1
000510         FILE STATUS IS WS-OUTPUT-STATUS.
000520
000530     SELECT MST-FILE ASSIGN TO ACCTMST
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS MST-KEY
000570         FILE STATUS IS WS-MST-STATUS.
000580
000590     SELECT HOLD-FILE ASSIGN TO HOLDFILE
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS HOLD-KEY
000630         FILE STATUS IS WS-HOLD-STATUS.
000640
000650     SELECT ARCH-FILE ASSIGN TO ARCHIVE
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS ARCH-KEY
000690         FILE STATUS IS WS-ARCH-STATUS.
000700
000710     SELECT OPTIONAL SUSP-FILE ASSIGN TO SAMPSUSP
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-SUSP-STATUS.
000740
000750     SELECT OPTIONAL REG-FILE ASSIGN TO SAMPGREG
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-REG-STATUS.
000780
000790     SELECT OPTIONAL RUN-FILE ASSIGN TO SAMPLRUN
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-RUN-STATUS.
000820
000830     SELECT MCRD-FILE ASSIGN TO SAMPIMCD
000840         ORGANIZATION IS LINE SEQUENTIAL.
000850
000860     SELECT HCRD-FILE ASSIGN TO SAMPIHCD
000870         ORGANIZATION IS LINE SEQUENTIAL.
000880
000890     SELECT INT-RPT-FILE ASSIGN TO SAMPIRPT
000900         ORGANIZATION IS LINE SEQUENTIAL.
000910
000920     SELECT SORT-WORK-FILE ASSIGN TO SRTWK01.
000930
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  OutputFile.
000970     COPY SAMPREC REPLACING ==SAMP-RECORD== BY ==OutputRecord==
000980                            ==SAMP-FIELD1== BY ==OutputField1==
000990                            ==SAMP-FIELD2== BY ==OutputField2==.
001000     05  OutputField3                PIC 9(08).
001010
001020 FD  MST-FILE.
001030     COPY SAMPMST.
001040
001050 FD  HOLD-FILE.
001060     COPY SAMPHLD.
001070
001080 FD  ARCH-FILE.
001090     COPY SAMPREC REPLACING ==SAMP-RECORD== BY ==ARCH-RECORD==
001100                            ==SAMP-FIELD1== BY ==ARCH-KEY==
001110                            ==SAMP-FIELD2== BY ==ARCH-AMT==.
001120     05  ARCH-DATE                   PIC 9(08).
001130
001140 FD  SUSP-FILE.
001150 01  SUSP-RECORD                     PIC X(21).
001160
001170 FD  REG-FILE.
001180 01  REG-RECORD                      PIC X(40).
001190
001200 FD  RUN-FILE.
001210 01  RUN-RECORD                      PIC X(60).
001220
001230*    SAME CARD SampleMaster READS ON SAMPMCRD.
001240 FD  MCRD-FILE.
001250 01  MCRD-RECORD.
001260     05  MCRD-ACTION                 PIC X(01).
001270     05  FILLER                      PIC X(01).
001280     05  MCRD-KEY                    PIC X(10).
001290     05  FILLER                      PIC X(01).
001300     05  MCRD-NAME                   PIC X(20).
001310     05  FILLER                      PIC X(01).
001320     05  MCRD-BRANCH                 PIC X(05).
001330
001340*    SAME CARD SampleHold READS ON SAMPHCRD.
001350 FD  HCRD-FILE.
001360 01  HCRD-RECORD.
001370     05  HCRD-ACTION                 PIC X(01).
001380     05  FILLER                      PIC X(01).
001390     05  HCRD-KEY                    PIC X(10).
001400     05  FILLER                      PIC X(01).
001410     05  HCRD-REASON                 PIC X(20).
001420
001430 FD  INT-RPT-FILE.
001440 01  INT-RPT-RECORD                  PIC X(80).
001450
001460 SD  SORT-WORK-FILE.
001470 01  SSK-RECORD.
001480     05  SSK-KEY                     PIC X(10).
001490     05  FILLER                      PIC X(11).
001500
001510 WORKING-STORAGE SECTION.
001520*----------------------------------------------------------------
001530* SWITCHES
001540*----------------------------------------------------------------
001550 01  WS-SWITCHES.
001560     05  WS-OUT-EOF-SW           PIC X(01)      VALUE 'N'.
001570         88  OUT-EOF-REACHED                    VALUE 'Y'.
001580     05  WS-HOLD-EOF-SW          PIC X(01)      VALUE 'N'.
001590         88  HOLD-EOF-REACHED                   VALUE 'Y'.
001600     05  WS-SORT-EOF-SW          PIC X(01)      VALUE 'N'.
001610         88  SORT-EOF-REACHED                   VALUE 'Y'.
001620     05  WS-REG-EOF-SW           PIC X(01)      VALUE 'N'.
001630         88  REG-EOF-REACHED                    VALUE 'Y'.
001640     05  WS-RUN-EOF-SW           PIC X(01)      VALUE 'N'.
001650         88  RUN-EOF-REACHED                    VALUE 'Y'.
001660     05  WS-SWEEP-REFUSED-SW     PIC X(01)      VALUE 'N'.
001670         88  SWEEP-REFUSED                      VALUE 'Y'.
001680     05  WS-HOLD-MISSING-SW      PIC X(01)      VALUE 'N'.
001690         88  HOLD-MISSING                       VALUE 'Y'.
001700     05  WS-ARCH-MISSING-SW      PIC X(01)      VALUE 'N'.
001710         88  ARCH-MISSING                       VALUE 'Y'.
001720     05  WS-TABLE-FULL-SW        PIC X(01)      VALUE 'N'.
001730         88  RUN-TABLE-FULL                     VALUE 'Y'.
001740     05  WS-ON-MASTER-SW         PIC X(01)      VALUE 'N'.
001750         88  KEY-ON-MASTER                      VALUE 'Y'.
001752     05  WS-POST-STARTED-SW      PIC X(01)      VALUE 'N'.
001754         88  POSTING-RUN-STARTED                VALUE 'Y'.
001756     05  WS-POST-ENDED-SW        PIC X(01)      VALUE 'N'.
001758         88  POSTING-RUN-ENDED                  VALUE 'Y'.
001760     05  WS-NEXT-MERGE-SW        PIC X(01)      VALUE 'N'.
001762         88  NEXT-MERGE-REACHED                 VALUE 'Y'.
001763
001770*----------------------------------------------------------------
001780* FILE STATUS CODES
001790*----------------------------------------------------------------
001800 01  WS-FILE-STATUSES.
001810     05  WS-OUTPUT-STATUS        PIC X(02)      VALUE '00'.
001820         88  OUTPUT-STATUS-OK                   VALUE '00'.
001830         88  OUTPUT-STATUS-NOFILE               VALUE '35'.
001840     05  WS-MST-STATUS           PIC X(02)      VALUE '00'.
001850         88  MST-STATUS-OK                      VALUE '00'.
001860         88  MST-STATUS-NOFILE                  VALUE '35'.
001870     05  WS-HOLD-STATUS          PIC X(02)      VALUE '00'.
001880         88  HOLD-STATUS-OK                     VALUE '00'.
001890         88  HOLD-STATUS-NOFILE                 VALUE '35'.
001900     05  WS-ARCH-STATUS          PIC X(02)      VALUE '00'.
001910         88  ARCH-STATUS-OK                     VALUE '00'.
001920         88  ARCH-STATUS-NOFILE                 VALUE '35'.
001930     05  WS-SUSP-STATUS          PIC X(02)      VALUE '00'.
001940     05  WS-REG-STATUS           PIC X(02)      VALUE '00'.
001950         88  REG-STATUS-OK                      VALUE '00'.
001960     05  WS-RUN-STATUS           PIC X(02)      VALUE '00'.
001970         88  RUN-STATUS-OK                      VALUE '00'.
001980
001990*----------------------------------------------------------------
002000* RUN-CONTROL TABLE - ONE ENTRY PER SAMMRG OR SAMPLE1 RUN ON
002010* SAMPLRUN, IN THE ORDER THE RUNS STARTED.  WS-RUN-TBL-PGM IS
002020* 'M' FOR A MERGE AND 'P' FOR A POSTING RUN; WS-RUN-TBL-END-SW
002030* IS 'Y' ONCE THE RUN'S END RECORD HAS BEEN SEEN.
002040*----------------------------------------------------------------
002050 01  WS-RUN-TABLE.
002060     05  WS-RUN-ENTRY OCCURS 5000 TIMES.
002070         10  WS-RUN-TBL-PGM      PIC X(01).
002080         10  WS-RUN-TBL-RUN-ID   PIC X(14).
002090         10  WS-RUN-TBL-END-SW   PIC X(01).
002100
002110 77  WS-RUN-MAX                  PIC 9(05)  COMP    VALUE 5000.
002120 77  WS-RUN-COUNT                PIC 9(05)  COMP    VALUE ZERO.
002130 77  WS-RUN-SUB                  PIC 9(05)  COMP    VALUE ZERO.
002140 77  WS-RUN-FOUND-SUB            PIC 9(05)  COMP    VALUE ZERO.
002150 77  WS-RUN-PGM                  PIC X(01)          VALUE SPACE.
002160
002170     COPY SAMPRUN.
002180
002190*----------------------------------------------------------------
002200* DROP REGISTER LINE - AS SampleMerge WRITES IT
002210*----------------------------------------------------------------
002220 01  WS-REG-LINE.
002230     05  WS-REG-SOURCE           PIC X(07)  VALUE SPACES.
002240     05  FILLER                  PIC X(01)  VALUE SPACE.
002250     05  WS-REG-DATE             PIC 9(08)  VALUE ZERO.
002260     05  FILLER                  PIC X(01)  VALUE SPACE.
002270     05  WS-REG-RUN-ID           PIC X(14)  VALUE SPACES.
002280     05  FILLER                  PIC X(09)  VALUE SPACES.
002290
002300*----------------------------------------------------------------
002310* SUSPENSE CONTROL BREAK
002320*----------------------------------------------------------------
002330 01  WS-SUSP-KEY                 PIC X(10)  VALUE SPACES.
002340 77  WS-SUSP-KEY-ITEMS           PIC 9(07)  COMP    VALUE ZERO.
002350
002360*----------------------------------------------------------------
002370* RUN COUNTERS
002380*----------------------------------------------------------------
002390 77  WS-OUTPUT-READ              PIC 9(07)  COMP    VALUE ZERO.
002400 77  WS-HOLDS-READ               PIC 9(07)  COMP    VALUE ZERO.
002410 77  WS-SUSP-READ                PIC 9(07)  COMP    VALUE ZERO.
002420 77  WS-REG-READ                 PIC 9(07)  COMP    VALUE ZERO.
002430 77  WS-OUT-NOT-ON-MST           PIC 9(07)  COMP    VALUE ZERO.
002440 77  WS-OUT-CLOSED-BAL           PIC 9(07)  COMP    VALUE ZERO.
002450 77  WS-HOLD-NOT-ON-MST          PIC 9(07)  COMP    VALUE ZERO.
002460 77  WS-SUSP-STRANDED            PIC 9(07)  COMP    VALUE ZERO.
002470 77  WS-OUT-ARCHIVED             PIC 9(07)  COMP    VALUE ZERO.
002480 77  WS-DROPS-NOT-ENDED          PIC 9(07)  COMP    VALUE ZERO.
002490 77  WS-TOTAL-EXCEPTIONS         PIC 9(07)  COMP    VALUE ZERO.
002500 77  WS-MCRD-WRITTEN             PIC 9(07)  COMP    VALUE ZERO.
002510 77  WS-HCRD-WRITTEN             PIC 9(07)  COMP    VALUE ZERO.
002520
002530*----------------------------------------------------------------
002540* REPORT AND FIX-CARD BUILD AREAS
002550*----------------------------------------------------------------
002560 01  WS-SECTION-TITLE            PIC X(80)  VALUE SPACES.
002570 01  WS-FIX-ACTION               PIC X(01)  VALUE SPACE.
002580
002590 01  WS-SUSP-TEXT.
002600     05  WS-SUSP-TXT-ITEMS       PIC ZZZ,ZZ9.
002610     05  FILLER                  PIC X(28)  VALUE
002620         ' SUSPENDED, KEY NOT ON HOLD'.
002630
002640 01  WS-DROP-TEXT.
002650     05  WS-DROP-TXT-DATE        PIC 9(08).
002660     05  FILLER                  PIC X(01)  VALUE SPACE.
002670     05  WS-DROP-TXT-MSG         PIC X(26).
002680
002690*----------------------------------------------------------------
002700* INTEGRITY REPORT PRINT-IMAGE LINES
002710*----------------------------------------------------------------
002720 01  INT-RPT-HEADING-1.
002730     05  FILLER                  PIC X(22)  VALUE
002740         'SAMPLEINTEGRITY SWEEP'.
002750     05  FILLER                  PIC X(08)  VALUE SPACES.
002760     05  INT-RPT-HDG-DATE        PIC X(10)  VALUE SPACES.
002770     05  FILLER                  PIC X(40)  VALUE SPACES.
002780
002790 01  INT-RPT-EXCEPTION-LINE.
002800     05  FILLER                  PIC X(11)  VALUE 'EXCEPTION: '.
002810     05  INT-RPT-EXC-KEY         PIC X(10)  VALUE SPACES.
002820     05  FILLER                  PIC X(02)  VALUE SPACES.
002830     05  INT-RPT-EXC-TEXT        PIC X(35)  VALUE SPACES.
002840     05  FILLER                  PIC X(02)  VALUE SPACES.
002850     05  INT-RPT-EXC-FIX         PIC X(20)  VALUE SPACES.
002860
002870 01  INT-RPT-DETAIL-LINE.
002880     05  INT-RPT-LABEL           PIC X(30)  VALUE SPACES.
002890     05  INT-RPT-VALUE           PIC ZZZ,ZZZ,ZZ9  VALUE ZERO.
002900     05  FILLER                  PIC X(39)  VALUE SPACES.
002910
002920 01  WS-CURRENT-DATE.
002930     05  WS-CURR-YYYY            PIC 9(04).
002940     05  WS-CURR-MM              PIC 9(02).
002950     05  WS-CURR-DD              PIC 9(02).
002960
002970 01  WS-CURR-DATE-DISPLAY        PIC X(10)  VALUE SPACES.
002980
002990 PROCEDURE DIVISION.
003000*================================================================
003010 0000-MAINLINE.
003020*================================================================
003030     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003040     IF NOT SWEEP-REFUSED
003050         PERFORM 2000-SWEEP-OUTPUT THRU 2000-EXIT
003060         PERFORM 3000-SWEEP-HOLDS THRU 3000-EXIT
003070         SORT SORT-WORK-FILE
003080             ON ASCENDING KEY SSK-KEY
003090             USING SUSP-FILE
003100             OUTPUT PROCEDURE IS 4000-SWEEP-SUSPENSE
003110                 THRU 4099-EXIT
003120         PERFORM 5000-SWEEP-REGISTER THRU 5000-EXIT
003130     END-IF
003140     PERFORM 6000-PRODUCE-INTEGRITY-RPT THRU 6000-EXIT
003150     PERFORM 9999-WRAP-UP THRU 9999-EXIT
003160     STOP RUN.
003170
003180*================================================================
003190 1000-INITIALIZE.
003200*================================================================
003210     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
003220     MOVE WS-CURR-YYYY TO WS-CURR-DATE-DISPLAY(1:4)
003230     MOVE '/'           TO WS-CURR-DATE-DISPLAY(5:1)
003240     MOVE WS-CURR-MM    TO WS-CURR-DATE-DISPLAY(6:2)
003250     MOVE '/'           TO WS-CURR-DATE-DISPLAY(8:1)
003260     MOVE WS-CURR-DD    TO WS-CURR-DATE-DISPLAY(9:2)
003270     OPEN OUTPUT INT-RPT-FILE
003280     OPEN OUTPUT MCRD-FILE
003290     OPEN OUTPUT HCRD-FILE
003300     MOVE WS-CURR-DATE-DISPLAY TO INT-RPT-HDG-DATE
003310     MOVE INT-RPT-HEADING-1 TO INT-RPT-RECORD
003320     WRITE INT-RPT-RECORD
003330*    EVERY CHECK IS AGAINST THE MASTER OR STARTS FROM OUTPUT -
003340*    WITHOUT EITHER ONE THE SWEEP PROVES NOTHING.
003350     OPEN INPUT MST-FILE
003360     IF NOT MST-STATUS-OK
003370         MOVE 'ACCOUNT MASTER NOT FOUND - SWEEP NOT RUN'
003380             TO INT-RPT-RECORD
003390         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
003400         MOVE 'Y' TO WS-SWEEP-REFUSED-SW
003410     END-IF
003420     OPEN INPUT OutputFile
003430     IF NOT OUTPUT-STATUS-OK
003440         MOVE 'OUTPUT KSDS NOT FOUND - SWEEP NOT RUN'
003450             TO INT-RPT-RECORD
003460         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
003470         MOVE 'Y' TO WS-SWEEP-REFUSED-SW
003480     END-IF
003490     IF SWEEP-REFUSED
003500         GO TO 1000-EXIT
003510     END-IF
003520*    NO HOLD KSDS OR NO ARCHIVE YET SIMPLY MEANS NOTHING HAS EVER
003530*    BEEN HELD OR ARCHIVED - BOTH ARE SWEPT AS EMPTY.
003540     OPEN INPUT HOLD-FILE
003550     IF NOT HOLD-STATUS-OK
003560         MOVE 'Y' TO WS-HOLD-MISSING-SW
003570         MOVE 'Y' TO WS-HOLD-EOF-SW
003580         MOVE 'HOLD KSDS NOT FOUND - SWEPT AS EMPTY'
003590             TO INT-RPT-RECORD
003600         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
003610     END-IF
003620     OPEN INPUT ARCH-FILE
003630     IF NOT ARCH-STATUS-OK
003640         MOVE 'Y' TO WS-ARCH-MISSING-SW
003650         MOVE 'ARCHIVE KSDS NOT FOUND - SWEPT AS EMPTY'
003660             TO INT-RPT-RECORD
003670         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
003680     END-IF
003690     PERFORM 1100-LOAD-RUN-CONTROL THRU 1100-EXIT.
003700 1000-EXIT.
003710     EXIT.
003720
003730*================================================================
003740 1100-LOAD-RUN-CONTROL.
003750*================================================================
003760*    ONLY THE MERGE AND POSTING RUNS MATTER TO A DROP - EVERY
003770*    OTHER PROGRAM'S START/END RECORDS ARE PASSED OVER.
003780     OPEN INPUT RUN-FILE
003790     IF NOT RUN-STATUS-OK
003800         GO TO 1100-EXIT
003810     END-IF
003820     PERFORM 1110-READ-RUN-CONTROL THRU 1110-EXIT
003830         UNTIL RUN-EOF-REACHED
003840     CLOSE RUN-FILE.
003850 1100-EXIT.
003860     EXIT.
003870
003880*================================================================
003890 1110-READ-RUN-CONTROL.
003900*================================================================
003910     READ RUN-FILE INTO RUNC-RECORD-WS
003920         AT END
003930             MOVE 'Y' TO WS-RUN-EOF-SW
003940             GO TO 1110-EXIT
003950     END-READ
003960     EVALUATE RUNC-PROGRAM
003970         WHEN 'SAMMRG  '
003980             MOVE 'M' TO WS-RUN-PGM
003990         WHEN 'SAMPLE1 '
004000             MOVE 'P' TO WS-RUN-PGM
004010         WHEN OTHER
004020             GO TO 1110-EXIT
004030     END-EVALUATE
004040*    AN END BELONGS TO THE LATEST START UNDER THE SAME RUN-ID, SO
004050*    THE TABLE IS SEARCHED FROM THE BOTTOM UP.
004060     MOVE ZERO TO WS-RUN-FOUND-SUB
004070     IF RUNC-STATUS = 'END  '
004080         PERFORM 1120-FIND-RUN-ENTRY THRU 1120-EXIT
004090             VARYING WS-RUN-SUB FROM WS-RUN-COUNT BY -1
004100             UNTIL WS-RUN-SUB < 1
004110                OR WS-RUN-FOUND-SUB > ZERO
004120     END-IF
004130     IF WS-RUN-FOUND-SUB > ZERO
004140         MOVE 'Y' TO WS-RUN-TBL-END-SW (WS-RUN-FOUND-SUB)
004150         GO TO 1110-EXIT
004160     END-IF
004170     IF WS-RUN-COUNT NOT < WS-RUN-MAX
004180         MOVE 'Y' TO WS-TABLE-FULL-SW
004190         GO TO 1110-EXIT
004200     END-IF
004210     ADD 1 TO WS-RUN-COUNT
004220     MOVE WS-RUN-PGM  TO WS-RUN-TBL-PGM (WS-RUN-COUNT)
004230     MOVE RUNC-RUN-ID TO WS-RUN-TBL-RUN-ID (WS-RUN-COUNT)
004240     IF RUNC-STATUS = 'END  '
004250         MOVE 'Y' TO WS-RUN-TBL-END-SW (WS-RUN-COUNT)
004260     ELSE
004270         MOVE 'N' TO WS-RUN-TBL-END-SW (WS-RUN-COUNT)
004280     END-IF.
004290 1110-EXIT.
004300     EXIT.
004310
004320*================================================================
004330 1120-FIND-RUN-ENTRY.
004340*================================================================
004350     IF WS-RUN-TBL-PGM (WS-RUN-SUB) = WS-RUN-PGM
004360      AND WS-RUN-TBL-RUN-ID (WS-RUN-SUB) = RUNC-RUN-ID
004370         MOVE WS-RUN-SUB TO WS-RUN-FOUND-SUB
004380     END-IF.
004390 1120-EXIT.
004400     EXIT.
004410
004420*================================================================
004430 2000-SWEEP-OUTPUT.
004440*================================================================
004450     MOVE 'OUTPUT KSDS AGAINST THE ACCOUNT MASTER AND ARCHIVE'
004460         TO WS-SECTION-TITLE
004470     PERFORM 8100-WRITE-SECTION THRU 8100-EXIT
004480     PERFORM 2100-READ-OUTPUT THRU 2100-EXIT
004490     PERFORM 2200-CHECK-OUTPUT-RECORD THRU 2200-EXIT
004500         UNTIL OUT-EOF-REACHED.
004510 2000-EXIT.
004520     EXIT.
004530
004540*================================================================
004550 2100-READ-OUTPUT.
004560*================================================================
004570     READ OutputFile NEXT RECORD
004580         AT END
004590             MOVE 'Y' TO WS-OUT-EOF-SW
004600         NOT AT END
004610             ADD 1 TO WS-OUTPUT-READ
004620     END-READ.
004630 2100-EXIT.
004640     EXIT.
004650
004660*================================================================
004670 2200-CHECK-OUTPUT-RECORD.
004680*================================================================
004690*    A CLOSED ACCOUNT KEEPS ITS OUTPUT RECORD UNTIL THE RETENTION
004700*    SWEEP ARCHIVES IT - ONLY ONE STILL CARRYING A BALANCE IS AN
004710*    EXCEPTION, BECAUSE THAT MONEY CAN NO LONGER BE WORKED OFF.
004720     MOVE OutputField1 TO MST-KEY
004730     PERFORM 7000-READ-MASTER THRU 7000-EXIT
004740     EVALUATE TRUE
004750         WHEN NOT KEY-ON-MASTER
004760             ADD 1 TO WS-OUT-NOT-ON-MST
004770             MOVE OutputField1 TO INT-RPT-EXC-KEY
004780             MOVE 'ON OUTPUT, NOT ON ACCOUNT MASTER'
004790                 TO INT-RPT-EXC-TEXT
004800             MOVE 'ADD CARD, NEEDS NAME' TO INT-RPT-EXC-FIX
004810             PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
004820             MOVE 'A' TO WS-FIX-ACTION
004825             MOVE OutputField1 TO MST-KEY
004830             PERFORM 8300-WRITE-MASTER-CARD THRU 8300-EXIT
004840         WHEN MST-CLOSED AND OutputField2 NOT = ZERO
004850             ADD 1 TO WS-OUT-CLOSED-BAL
004860             MOVE OutputField1 TO INT-RPT-EXC-KEY
004870             MOVE 'BALANCE ON A CLOSED ACCOUNT'
004880                 TO INT-RPT-EXC-TEXT
004890             MOVE 'REOPEN CARD' TO INT-RPT-EXC-FIX
004900             PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
004910             MOVE 'R' TO WS-FIX-ACTION
004920             PERFORM 8300-WRITE-MASTER-CARD THRU 8300-EXIT
004930     END-EVALUATE
004940     IF NOT ARCH-MISSING
004950         MOVE OutputField1 TO ARCH-KEY
004960         READ ARCH-FILE
004970             INVALID KEY
004980                 CONTINUE
004990             NOT INVALID KEY
005000                 ADD 1 TO WS-OUT-ARCHIVED
005010                 MOVE OutputField1 TO INT-RPT-EXC-KEY
005020                 MOVE 'ON OUTPUT AND ON THE ARCHIVE'
005030                     TO INT-RPT-EXC-TEXT
005040                 MOVE 'RECONCILE BY HAND' TO INT-RPT-EXC-FIX
005050                 PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
005060         END-READ
005070     END-IF
005080     PERFORM 2100-READ-OUTPUT THRU 2100-EXIT.
005090 2200-EXIT.
005100     EXIT.
005110
005120*================================================================
005130 3000-SWEEP-HOLDS.
005140*================================================================
005150     MOVE 'HOLD KSDS AGAINST THE ACCOUNT MASTER'
005160         TO WS-SECTION-TITLE
005170     PERFORM 8100-WRITE-SECTION THRU 8100-EXIT
005180     IF NOT HOLD-MISSING
005190         PERFORM 3100-READ-HOLD THRU 3100-EXIT
005200     END-IF
005210     PERFORM 3200-CHECK-HOLD-RECORD THRU 3200-EXIT
005220         UNTIL HOLD-EOF-REACHED.
005230 3000-EXIT.
005240     EXIT.
005250
005260*================================================================
005270 3100-READ-HOLD.
005280*================================================================
005290     READ HOLD-FILE NEXT RECORD
005300         AT END
005310             MOVE 'Y' TO WS-HOLD-EOF-SW
005320         NOT AT END
005330             ADD 1 TO WS-HOLDS-READ
005340     END-READ.
005350 3100-EXIT.
005360     EXIT.
005370
005380*================================================================
005390 3200-CHECK-HOLD-RECORD.
005400*================================================================
005410*    HELD WORK FOR A KEY NOT ON THE MASTER REJECTS REASON 07 THE
005420*    DAY IT IS RELEASED.  THE ADD CARD IS SUGGESTED ONLY ONCE - A
005430*    KEY ALSO ON OUTPUT ALREADY HAS ONE FROM THE OUTPUT SWEEP.
005440     MOVE HOLD-KEY TO MST-KEY
005450     PERFORM 7000-READ-MASTER THRU 7000-EXIT
005460     IF NOT KEY-ON-MASTER
005470         ADD 1 TO WS-HOLD-NOT-ON-MST
005480         MOVE HOLD-KEY TO INT-RPT-EXC-KEY
005490         MOVE 'ON HOLD, NOT ON ACCOUNT MASTER'
005500             TO INT-RPT-EXC-TEXT
005510         MOVE HOLD-KEY TO OutputField1
005520         READ OutputFile
005530             INVALID KEY
005540                 MOVE 'ADD CARD, NEEDS NAME' TO INT-RPT-EXC-FIX
005550                 MOVE 'A' TO WS-FIX-ACTION
005560                 MOVE HOLD-KEY TO MST-KEY
005570                 PERFORM 8300-WRITE-MASTER-CARD THRU 8300-EXIT
005580             NOT INVALID KEY
005590                 MOVE 'SEE OUTPUT ADD CARD' TO INT-RPT-EXC-FIX
005600         END-READ
005610         PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
005620     END-IF
005630     PERFORM 3100-READ-HOLD THRU 3100-EXIT.
005640 3200-EXIT.
005650     EXIT.
005660
005670*================================================================
005680 4000-SWEEP-SUSPENSE.
005690*================================================================
005700*    OUTPUT PROCEDURE OF THE SUSPENSE SORT.  THE ITEMS COME BACK
005710*    IN KEY ORDER, SO EACH KEY IS LOOKED UP ON HOLD ONCE.  A KEY
005720*    THAT IS NO LONGER HELD HAS BEEN TAKEN OFF HOLD SOME WAY OTHER
005730*    THAN SampleRelease, WHICH IS THE ONLY THING THAT EVER
005740*    RE-PRESENTS SUSPENSE - PUTTING IT BACK ON HOLD LETS THE NEXT
005750*    SAMPZ010 RELEASE IT PROPERLY.
005760     MOVE 'SUSPENSE FILE AGAINST THE HOLD KSDS'
005770         TO WS-SECTION-TITLE
005780     PERFORM 8100-WRITE-SECTION THRU 8100-EXIT
005790     PERFORM 4010-RETURN-SUSPENSE THRU 4010-EXIT
005800     PERFORM 4100-CHECK-SUSPENSE-KEY THRU 4100-EXIT
005810         UNTIL SORT-EOF-REACHED
005820     GO TO 4099-EXIT.
005830
005840*================================================================
005850 4010-RETURN-SUSPENSE.
005860*================================================================
005870     RETURN SORT-WORK-FILE
005880         AT END
005890             MOVE 'Y' TO WS-SORT-EOF-SW
005900         NOT AT END
005910             ADD 1 TO WS-SUSP-READ
005920     END-RETURN.
005930 4010-EXIT.
005940     EXIT.
005950
005960*================================================================
005970 4100-CHECK-SUSPENSE-KEY.
005980*================================================================
005990     MOVE SSK-KEY TO WS-SUSP-KEY
006000     MOVE ZERO TO WS-SUSP-KEY-ITEMS
006010     PERFORM 4110-COUNT-SUSPENSE-ITEM THRU 4110-EXIT
006020         UNTIL SORT-EOF-REACHED
006030            OR SSK-KEY NOT = WS-SUSP-KEY
006040     IF NOT HOLD-MISSING
006050         MOVE WS-SUSP-KEY TO HOLD-KEY
006060         READ HOLD-FILE
006070             INVALID KEY
006080                 CONTINUE
006090             NOT INVALID KEY
006100                 GO TO 4100-EXIT
006110         END-READ
006120     END-IF
006130     ADD 1 TO WS-SUSP-STRANDED
006140     MOVE WS-SUSP-KEY       TO INT-RPT-EXC-KEY
006150     MOVE WS-SUSP-KEY-ITEMS TO WS-SUSP-TXT-ITEMS
006160     MOVE WS-SUSP-TEXT      TO INT-RPT-EXC-TEXT
006170     MOVE 'HOLD CARD'       TO INT-RPT-EXC-FIX
006180     PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
006190     MOVE SPACES              TO HCRD-RECORD
006200     MOVE 'H'                 TO HCRD-ACTION
006210     MOVE WS-SUSP-KEY         TO HCRD-KEY
006220     MOVE 'STRANDED SUSPENSE' TO HCRD-REASON
006230     WRITE HCRD-RECORD
006240     ADD 1 TO WS-HCRD-WRITTEN.
006250 4100-EXIT.
006260     EXIT.
006270
006280*================================================================
006290 4110-COUNT-SUSPENSE-ITEM.
006300*================================================================
006310     ADD 1 TO WS-SUSP-KEY-ITEMS
006320     PERFORM 4010-RETURN-SUSPENSE THRU 4010-EXIT.
006330 4110-EXIT.
006340     EXIT.
006350
006360 4099-EXIT.
006370     EXIT.
006380
006390*================================================================
006400 5000-SWEEP-REGISTER.
006410*================================================================
006420*    EVERY DROP SampleMerge HAS ACCEPTED SHOULD HAVE A MERGE RUN
006430*    THAT ENDED AND, AFTER IT, A SAMPLE1 RUN THAT ENDED.  A DROP
006440*    SHORT OF EITHER IS ON THE REGISTER - SO IT CAN NEVER BE SENT
006450*    AGAIN - BUT MAY NEVER HAVE POSTED.
006460     MOVE 'DROP REGISTER AGAINST THE RUN-CONTROL FILE'
006470         TO WS-SECTION-TITLE
006480     PERFORM 8100-WRITE-SECTION THRU 8100-EXIT
006490     OPEN INPUT REG-FILE
006500     IF NOT REG-STATUS-OK
006510         GO TO 5000-EXIT
006520     END-IF
006530     PERFORM 5100-CHECK-DROP THRU 5100-EXIT
006540         UNTIL REG-EOF-REACHED
006550     CLOSE REG-FILE.
006560 5000-EXIT.
006570     EXIT.
006580
006590*================================================================
006600 5100-CHECK-DROP.
006610*================================================================
006620     READ REG-FILE INTO WS-REG-LINE
006630         AT END
006640             MOVE 'Y' TO WS-REG-EOF-SW
006650             GO TO 5100-EXIT
006660     END-READ
006670     ADD 1 TO WS-REG-READ
006680     MOVE 'M' TO WS-RUN-PGM
006690     MOVE ZERO TO WS-RUN-FOUND-SUB
006700     PERFORM 5200-FIND-MERGE-RUN THRU 5200-EXIT
006710         VARYING WS-RUN-SUB FROM 1 BY 1
006720         UNTIL WS-RUN-SUB > WS-RUN-COUNT
006730            OR WS-RUN-FOUND-SUB > ZERO
006740     IF WS-RUN-FOUND-SUB = ZERO
006750         MOVE 'MERGE RUN NOT ON SAMPLRUN' TO WS-DROP-TXT-MSG
006760         PERFORM 5900-WRITE-DROP-EXCEPTION THRU 5900-EXIT
006770         GO TO 5100-EXIT
006780     END-IF
006790     IF WS-RUN-TBL-END-SW (WS-RUN-FOUND-SUB) NOT = 'Y'
006800         MOVE 'MERGE NEVER REACHED END' TO WS-DROP-TXT-MSG
006810         PERFORM 5900-WRITE-DROP-EXCEPTION THRU 5900-EXIT
006820         GO TO 5100-EXIT
006830     END-IF
006831*    THE DROPS ARE POSTED BY A SAMPLE1 RUN STARTED AFTER THE
006832*    MERGE AND BEFORE THE NEXT ONE.  A RUN THAT ABENDED AND WAS
006833*    RESTARTED FROM ITS CHECKPOINT LEAVES AN UNENDED ENTRY AHEAD
006834*    OF THE ONE THAT FINISHED, SO ANY RUN IN THAT WINDOW THAT
006835*    ENDED IS ENOUGH.
006836     MOVE WS-RUN-FOUND-SUB TO WS-RUN-SUB
006837     MOVE 'N' TO WS-POST-STARTED-SW
006838     MOVE 'N' TO WS-POST-ENDED-SW
006839     MOVE 'N' TO WS-NEXT-MERGE-SW
006840     ADD 1 TO WS-RUN-SUB
006841     PERFORM 5300-FIND-POSTING-RUN THRU 5300-EXIT
006842         VARYING WS-RUN-SUB FROM WS-RUN-SUB BY 1
006843         UNTIL WS-RUN-SUB > WS-RUN-COUNT
006844            OR POSTING-RUN-ENDED
006845            OR NEXT-MERGE-REACHED
006846     IF NOT POSTING-RUN-STARTED
006847         MOVE 'NEVER POSTED BY SAMPLE1' TO WS-DROP-TXT-MSG
006848         PERFORM 5900-WRITE-DROP-EXCEPTION THRU 5900-EXIT
006849         GO TO 5100-EXIT
006850     END-IF
006851     IF NOT POSTING-RUN-ENDED
006852         MOVE 'SAMPLE1 RUN NEVER REACHED END' TO WS-DROP-TXT-MSG
006853         PERFORM 5900-WRITE-DROP-EXCEPTION THRU 5900-EXIT
006854     END-IF.
007010 5100-EXIT.
007020     EXIT.
007030
007040*================================================================
007050 5200-FIND-MERGE-RUN.
007060*================================================================
007070     IF WS-RUN-TBL-PGM (WS-RUN-SUB) = 'M'
007080      AND WS-RUN-TBL-RUN-ID (WS-RUN-SUB) = WS-REG-RUN-ID
007090         MOVE WS-RUN-SUB TO WS-RUN-FOUND-SUB
007100     END-IF.
007110 5200-EXIT.
007120     EXIT.
007130
007140*================================================================
007150 5300-FIND-POSTING-RUN.
007160*================================================================
007170     IF WS-RUN-TBL-PGM (WS-RUN-SUB) = 'M'
007172         MOVE 'Y' TO WS-NEXT-MERGE-SW
007174         GO TO 5300-EXIT
007176     END-IF
007178     IF WS-RUN-TBL-PGM (WS-RUN-SUB) = 'P'
007180         MOVE 'Y' TO WS-POST-STARTED-SW
007182         IF WS-RUN-TBL-END-SW (WS-RUN-SUB) = 'Y'
007184             MOVE 'Y' TO WS-POST-ENDED-SW
007186         END-IF
007190     END-IF.
007210 5300-EXIT.
007220     EXIT.
007230
007240*================================================================
007250 5900-WRITE-DROP-EXCEPTION.
007260*================================================================
007270     ADD 1 TO WS-DROPS-NOT-ENDED
007280     MOVE WS-REG-SOURCE TO INT-RPT-EXC-KEY
007290     MOVE WS-REG-DATE   TO WS-DROP-TXT-DATE
007300     MOVE WS-DROP-TEXT  TO INT-RPT-EXC-TEXT
007310     MOVE 'RECONCILE BY HAND' TO INT-RPT-EXC-FIX
007320     PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT.
007330 5900-EXIT.
007340     EXIT.
007350
007360*================================================================
007370 6000-PRODUCE-INTEGRITY-RPT.
007380*================================================================
007390     MOVE SPACES TO INT-RPT-RECORD
007400     WRITE INT-RPT-RECORD
007410
007420     IF RUN-TABLE-FULL
007430         MOVE 'TABLE FULL - DROP REGISTER CHECK INCOMPLETE'
007440             TO INT-RPT-RECORD
007450         WRITE INT-RPT-RECORD
007460     END-IF
007470
007480     MOVE 'OUTPUT RECORDS READ. . . . . .' TO INT-RPT-LABEL
007490     MOVE WS-OUTPUT-READ TO INT-RPT-VALUE
007500     PERFORM 6100-WRITE-COUNT THRU 6100-EXIT
007510
007520     MOVE 'HOLD RECORDS READ. . . . . . .' TO INT-RPT-LABEL
007530     MOVE WS-HOLDS-READ TO INT-RPT-VALUE
007540     PERFORM 6100-WRITE-COUNT THRU 6100-EXIT
007550
007560     MOVE 'SUSPENSE ITEMS READ. . . . . .' TO INT-RPT-LABEL
007570     MOVE WS-SUSP-READ TO INT-RPT-VALUE
007580     PERFORM 6100-WRITE-COUNT THRU 6100-EXIT
007590
007600     MOVE 'REGISTER DROPS READ. . . . . .' TO INT-RPT-LABEL
007610     MOVE WS-REG-READ TO INT-RPT-VALUE
007620     PERFORM 6100-WRITE-COUNT THRU 6100-EXIT
007630
007640     MOVE SPACES TO INT-RPT-RECORD
007650     WRITE INT-RPT-RECORD
007660
007670     MOVE 'OUTPUT KEY NOT ON MASTER . . .' TO INT-RPT-LABEL
007680     MOVE WS-OUT-NOT-ON-MST TO INT-RPT-VALUE
007690     PERFORM 6100-WRITE-COUNT THRU 6100-EXIT
007700
007710     MOVE 'BALANCE ON CLOSED ACCOUNT. . .' TO INT-RPT-LABEL
007720     MOVE WS-OUT-CLOSED-BAL TO INT-RPT-VALUE
007730     PERFORM 6100-WRITE-COUNT THRU 6100-EXIT
007740
007750     MOVE 'ON OUTPUT AND ARCHIVE. . . . .' TO INT-RPT-LABEL
007760     MOVE WS-OUT-ARCHIVED TO INT-RPT-VALUE
007770     PERFORM 6100-WRITE-COUNT THRU 6100-EXIT
007780
007790     MOVE 'HOLD KEY NOT ON MASTER . . . .' TO INT-RPT-LABEL
007800     MOVE WS-HOLD-NOT-ON-MST TO INT-RPT-VALUE
007810     PERFORM 6100-WRITE-COUNT THRU 6100-EXIT
007820
007830     MOVE 'STRANDED SUSPENSE KEYS . . . .' TO INT-RPT-LABEL
007840     MOVE WS-SUSP-STRANDED TO INT-RPT-VALUE
007850     PERFORM 6100-WRITE-COUNT THRU 6100-EXIT
007860
007870     MOVE 'DROPS WITH NO RUN END. . . . .' TO INT-RPT-LABEL
007880     MOVE WS-DROPS-NOT-ENDED TO INT-RPT-VALUE
007890     PERFORM 6100-WRITE-COUNT THRU 6100-EXIT
007900
007910     MOVE 'MASTER FIX CARDS (SAMPIMCD). .' TO INT-RPT-LABEL
007920     MOVE WS-MCRD-WRITTEN TO INT-RPT-VALUE
007930     PERFORM 6100-WRITE-COUNT THRU 6100-EXIT
007940
007950     MOVE 'HOLD FIX CARDS (SAMPIHCD). . .' TO INT-RPT-LABEL
007960     MOVE WS-HCRD-WRITTEN TO INT-RPT-VALUE
007970     PERFORM 6100-WRITE-COUNT THRU 6100-EXIT
007980
007990     COMPUTE WS-TOTAL-EXCEPTIONS
008000         = WS-OUT-NOT-ON-MST + WS-OUT-CLOSED-BAL
008010         + WS-OUT-ARCHIVED + WS-HOLD-NOT-ON-MST
008020         + WS-SUSP-STRANDED + WS-DROPS-NOT-ENDED
008030     MOVE SPACES TO INT-RPT-RECORD
008040     WRITE INT-RPT-RECORD
008050     EVALUATE TRUE
008060         WHEN SWEEP-REFUSED
008070             MOVE 'VERDICT: SWEEP NOT RUN - SEE MESSAGES ABOVE'
008080                 TO INT-RPT-RECORD
008090             MOVE 16 TO RETURN-CODE
008100         WHEN WS-TOTAL-EXCEPTIONS = ZERO AND NOT RUN-TABLE-FULL
008110             MOVE 'VERDICT: CLEAN - ALL FILES AGREE'
008120                 TO INT-RPT-RECORD
008130         WHEN OTHER
008140             MOVE 'VERDICT: NOT CLEAN - SEE EXCEPTIONS ABOVE'
008150                 TO INT-RPT-RECORD
008160             MOVE 8 TO RETURN-CODE
008170     END-EVALUATE
008180     WRITE INT-RPT-RECORD
008190     IF RUN-TABLE-FULL
008200         MOVE 16 TO RETURN-CODE
008210     END-IF.
008220 6000-EXIT.
008230     EXIT.
008240
008250*================================================================
008260 6100-WRITE-COUNT.
008270*================================================================
008280     MOVE INT-RPT-DETAIL-LINE TO INT-RPT-RECORD
008290     WRITE INT-RPT-RECORD.
008300 6100-EXIT.
008310     EXIT.
008320
008330*================================================================
008340 7000-READ-MASTER.
008350*================================================================
008360*    CALLER HAS SET MST-KEY.
008370     READ MST-FILE
008380         INVALID KEY
008390             MOVE 'N' TO WS-ON-MASTER-SW
008400         NOT INVALID KEY
008410             MOVE 'Y' TO WS-ON-MASTER-SW
008420     END-READ.
008430 7000-EXIT.
008440     EXIT.
008450
008460*================================================================
008470 8000-WRITE-MESSAGE.
008480*================================================================
008490     WRITE INT-RPT-RECORD
008500     DISPLAY 'SAMPINT - ' INT-RPT-RECORD.
008510 8000-EXIT.
008520     EXIT.
008530
008540*================================================================
008550 8100-WRITE-SECTION.
008560*================================================================
008570     MOVE SPACES TO INT-RPT-RECORD
008580     WRITE INT-RPT-RECORD
008590     MOVE WS-SECTION-TITLE TO INT-RPT-RECORD
008600     WRITE INT-RPT-RECORD.
008610 8100-EXIT.
008620     EXIT.
008630
008640*================================================================
008650 8200-WRITE-EXCEPTION.
008660*================================================================
008670     MOVE INT-RPT-EXCEPTION-LINE TO INT-RPT-RECORD
008680     WRITE INT-RPT-RECORD.
008690 8200-EXIT.
008700     EXIT.
008710
008720*================================================================
008730 8300-WRITE-MASTER-CARD.
008740*================================================================
008750*    CALLER HAS SET WS-FIX-ACTION AND MST-KEY.  AN ADD CARD GOES
008760*    OUT WITHOUT A NAME OR BRANCH - OPERATIONS COMPLETES IT FROM
008770*    THE CUSTOMER RECORD BEFORE SUBMITTING THE DECK.
008780     MOVE SPACES        TO MCRD-RECORD
008790     MOVE WS-FIX-ACTION TO MCRD-ACTION
008800     MOVE MST-KEY       TO MCRD-KEY
008810     WRITE MCRD-RECORD
008820     ADD 1 TO WS-MCRD-WRITTEN.
008830 8300-EXIT.
008840     EXIT.
008850
008860*================================================================
008870 9999-WRAP-UP.
008880*================================================================
008890     CLOSE OutputFile
008900     CLOSE MST-FILE
008910     CLOSE HOLD-FILE
008920     CLOSE ARCH-FILE
008930     CLOSE MCRD-FILE
008940     CLOSE HCRD-FILE
008950     CLOSE INT-RPT-FILE.
008960 9999-EXIT.
008970     EXIT.
