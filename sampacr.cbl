000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SampleAccrual.
000030 AUTHOR.        R. HARTLEY.
000040 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RH   ORIGINAL PROGRAM.  MONTH-END INTEREST AND
000110*                  SERVICE-CHARGE ACCRUAL AGAINST THE OUTPUT KSDS,
000120*                  REPLACING THE SPREADSHEET THAT FED MONTH-END
000130*                  AMOUNTS BACK IN AS 'R' REPLACES.  EACH ACTIVE
000140*                  ACCOUNT'S OutputField2 IS ACCRUED AT THE RATES
000150*                  ON THE RATETBL CARD FOR ITS ACCOUNT-MASTER
000160*                  BRANCH (OR THE '*****' DEFAULT CARD): ONE
000170*                  MONTH'S INTEREST AT THE ANNUAL RATE ON A
000180*                  POSITIVE BALANCE AT OR ABOVE THE BRANCH
000190*                  MINIMUM, AND A FLAT OR PERCENTAGE SERVICE
000200*                  CHARGE ON AN OVERDRAFT DEEPER THAN THE BRANCH
000210*                  WAIVER AMOUNT.  EVERY ACCRUAL IS REWRITTEN AND
000220*                  JOURNALED UNDER THIS RUN'S OWN RUN-ID AS AUDIT
000230*                  ACTION 'A', SO SampleBackout TAKES A WHOLE RUN
000240*                  BACK OFF BY ITS RUN-ID AND SampleRecon REPLAYS
000250*                  IT AS AN ORDINARY CHAIN LINK.  ACCOUNTS ON
000260*                  HOLDFILE, CLOSED OR MISSING ON ACCTMST ARE
000270*                  SKIPPED AND COUNTED.  THE SAMPEREG REGISTER
000280*                  LISTS EVERY POSTING BY BRANCH WITH BRANCH
000290*                  TOTALS AND RUN TOTALS.  WRITES START/END RUN-
000300*                  CONTROL RECORDS AND REFUSES (CC 16) A SECOND
000310*                  RUN IN THE SAME MONTH, A RUN OVER AN OPEN-ENDED
000320*                  PRIOR RUN, A BAD OR MISSING RATE TABLE, OR A
000330*                  MISSING ACCOUNT MASTER OR OUTPUT KSDS.  AN
000332*                  ACCOUNT WHOSE REWRITE FAILS IS NOT JOURNALED,
000334*                  AND IS LISTED AND COUNTED AS NOT POSTED.  RUNS
000336*                  UNDER JCL MEMBER SAMPE010.
000342* 10/15/2026  RH   AUDIT RECORD WIDENED FROM 50 TO 70 BYTES - THE
000344*                  NEW TAIL CARRIES THE TRANSFER REFERENCE AND
000346*                  CONTRA KEY ON TRANSFER (ACTION 'T') ENTRIES.
000348*                  THIS PROGRAM'S OWN ENTRIES LEAVE IT BLANK.
000350*================================================================
000360
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.  IBM-370.
000400 OBJECT-COMPUTER.  IBM-370.
000410
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT OutputFile ASSIGN TO OUTPUT
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS OutputField1
000480         FILE STATUS IS WS-OUTPUT-STATUS.
000490
000500     SELECT MST-FILE ASSIGN TO ACCTMST
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS MST-KEY
000540         FILE STATUS IS WS-MST-STATUS.
000550
000560     SELECT HOLD-FILE ASSIGN TO HOLDFILE
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS HOLD-KEY
000600         FILE STATUS IS WS-HOLD-STATUS.
000610
000620     SELECT RATE-FILE ASSIGN TO RATETBL
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-RATE-STATUS.
000650
000660     SELECT OPTIONAL EPRM-FILE ASSIGN TO SAMPEPRM
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-EPRM-STATUS.
000690
000700     SELECT AUD-FILE ASSIGN TO SAMPLAUD
000710         ORGANIZATION IS LINE SEQUENTIAL.
000720
000730     SELECT OPTIONAL RUN-FILE ASSIGN TO SAMPLRUN
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-RUN-STATUS.
000760
000770     SELECT REG-FILE ASSIGN TO SAMPEREG
000780         ORGANIZATION IS LINE SEQUENTIAL.
000790
000800     SELECT SORT-WORK-FILE ASSIGN TO SRTWK01.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  OutputFile.
000850     COPY SAMPREC REPLACING ==SAMP-RECORD== BY ==OutputRecord==
000860                            ==SAMP-FIELD1== BY ==OutputField1==
000870                            ==SAMP-FIELD2== BY ==OutputField2==.
000880     05  OutputField3                PIC 9(08).
000890
000900 FD  MST-FILE.
000910     COPY SAMPMST.
000920
000930 FD  HOLD-FILE.
000940     COPY SAMPHLD.
000950
000960*----------------------------------------------------------------
000970* ONE RATE CARD PER BRANCH.  A CARD FOR BRANCH '*****' IS THE
000980* DEFAULT FOR ANY BRANCH WITHOUT ONE OF ITS OWN.
000990*----------------------------------------------------------------
001000 FD  RATE-FILE.
001010 01  RATE-RECORD.
001020     05  RATE-BRANCH                 PIC X(05).
001030     05  RATE-INT-PCT                PIC 9(02)V9(04).
001040     05  RATE-INT-MIN-BAL            PIC 9(07)V99.
001050     05  RATE-CHG-TYPE               PIC X(01).
001060         88  RATE-CHG-FLAT                       VALUE 'F'.
001070         88  RATE-CHG-PERCENT                    VALUE 'P'.
001080         88  RATE-CHG-NONE                       VALUE ' '.
001090     05  RATE-CHG-FLAT-AMT           PIC 9(05)V99.
001100     05  RATE-CHG-PCT                PIC 9(02)V9(04).
001110     05  RATE-CHG-WAIVE-AMT          PIC 9(07)V99.
001120     05  FILLER                      PIC X(37).
001130
001140 FD  EPRM-FILE.
001150 01  EPRM-RECORD.
001160     05  EPRM-FORCE-RERUN            PIC X(01).
001170
001180 FD  AUD-FILE.
001190 01  AUD-RECORD                      PIC X(70).
001200
001210 FD  RUN-FILE.
001220 01  RUN-RECORD                      PIC X(60).
001230
001240 FD  REG-FILE.
001250 01  REG-RECORD                      PIC X(80).
001260
001270 SD  SORT-WORK-FILE.
001280 01  ACS-RECORD.
001290     05  ACS-BRANCH                  PIC X(05).
001300     05  ACS-KEY                     PIC X(10).
001310     05  ACS-TYPE                    PIC X(08).
001315         88  ACS-NOT-POSTED                 VALUE 'NOT POST'.
001320     05  ACS-OLD-VALUE               PIC S9(07)V99
001330                                     SIGN LEADING SEPARATE.
001340     05  ACS-ACCRUAL                 PIC S9(07)V99
001350                                     SIGN LEADING SEPARATE.
001360     05  ACS-NEW-VALUE               PIC S9(07)V99
001370                                     SIGN LEADING SEPARATE.
001380
001390 WORKING-STORAGE SECTION.
001400*----------------------------------------------------------------
001410* SWITCHES
001420*----------------------------------------------------------------
001430 01  WS-SWITCHES.
001440     05  WS-OUT-EOF-SW           PIC X(01)      VALUE 'N'.
001450         88  OUT-EOF-REACHED                    VALUE 'Y'.
001460     05  WS-RATE-EOF-SW          PIC X(01)      VALUE 'N'.
001470         88  RATE-EOF-REACHED                   VALUE 'Y'.
001480     05  WS-SORT-EOF-SW          PIC X(01)      VALUE 'N'.
001490         88  SORT-EOF-REACHED                   VALUE 'Y'.
001500     05  WS-RUNCTL-EOF-SW        PIC X(01)      VALUE 'N'.
001510         88  RUNCTL-EOF-REACHED                 VALUE 'Y'.
001520     05  WS-RUN-REFUSED-SW       PIC X(01)      VALUE 'N'.
001530         88  RUN-REFUSED                        VALUE 'Y'.
001540     05  WS-FORCE-RERUN-SW       PIC X(01)      VALUE 'N'.
001550         88  FORCE-RERUN-REQUESTED              VALUE 'Y'.
001560     05  WS-HOLD-OPEN-SW         PIC X(01)      VALUE 'N'.
001570         88  HOLD-FILE-OPEN                     VALUE 'Y'.
001580     05  WS-TABLE-FULL-SW        PIC X(01)      VALUE 'N'.
001590         88  RATE-TABLE-FULL                    VALUE 'Y'.
001600     05  WS-BRANCH-OPEN-SW       PIC X(01)      VALUE 'N'.
001610         88  BRANCH-OPEN                        VALUE 'Y'.
001620
001630*----------------------------------------------------------------
001640* FILE STATUS CODES
001650*----------------------------------------------------------------
001660 01  WS-FILE-STATUSES.
001670     05  WS-OUTPUT-STATUS        PIC X(02)      VALUE '00'.
001680         88  OUTPUT-STATUS-OK                   VALUE '00'.
001690         88  OUTPUT-STATUS-NOFILE               VALUE '35'.
001700     05  WS-MST-STATUS           PIC X(02)      VALUE '00'.
001710         88  MST-STATUS-OK                      VALUE '00'.
001720         88  MST-STATUS-NOTFND                  VALUE '23'.
001730         88  MST-STATUS-NOFILE                  VALUE '35'.
001740     05  WS-HOLD-STATUS          PIC X(02)      VALUE '00'.
001750         88  HOLD-STATUS-OK                     VALUE '00'.
001760         88  HOLD-STATUS-NOTFND                 VALUE '23'.
001770         88  HOLD-STATUS-NOFILE                 VALUE '35'.
001780     05  WS-RATE-STATUS          PIC X(02)      VALUE '00'.
001790         88  RATE-STATUS-OK                     VALUE '00'.
001800         88  RATE-STATUS-NOFILE                 VALUE '35'.
001810     05  WS-EPRM-STATUS          PIC X(02)      VALUE '00'.
001820         88  EPRM-STATUS-OK                     VALUE '00'.
001830         88  EPRM-STATUS-NOFILE                 VALUE '35'.
001840     05  WS-RUN-STATUS           PIC X(02)      VALUE '00'.
001850         88  RUN-STATUS-OK                      VALUE '00'.
001860         88  RUN-STATUS-NOFILE                  VALUE '35'.
001870
001880*----------------------------------------------------------------
001890* RATE TABLE - LOADED ONCE FROM RATETBL, SEARCHED BY BRANCH
001900*----------------------------------------------------------------
001910 01  WS-RATE-TABLE.
001920     05  WS-RATE-ENTRY OCCURS 200 TIMES.
001930         10  WS-RATE-TBL-BRANCH      PIC X(05).
001940         10  WS-RATE-TBL-INT-PCT     PIC 9(02)V9(04).
001950         10  WS-RATE-TBL-INT-MIN     PIC 9(07)V99.
001960         10  WS-RATE-TBL-CHG-TYPE    PIC X(01).
001970         10  WS-RATE-TBL-CHG-FLAT    PIC 9(05)V99.
001980         10  WS-RATE-TBL-CHG-PCT     PIC 9(02)V9(04).
001990         10  WS-RATE-TBL-CHG-WAIVE   PIC 9(07)V99.
002000
002010 77  WS-RATE-MAX                 PIC 9(05)  COMP    VALUE 200.
002020 77  WS-RATE-COUNT               PIC 9(05)  COMP    VALUE ZERO.
002030 77  WS-RATE-SUB                 PIC 9(05)  COMP    VALUE ZERO.
002040 77  WS-RATE-FOUND-SUB           PIC 9(05)  COMP    VALUE ZERO.
002050 77  WS-RATE-DEFAULT-SUB         PIC 9(05)  COMP    VALUE ZERO.
002060 77  WS-RATE-CARDS-IN-ERROR      PIC 9(05)  COMP    VALUE ZERO.
002070 01  WS-RATE-DEFAULT-BRANCH      PIC X(05)  VALUE '*****'.
002080 01  WS-FIND-BRANCH              PIC X(05)  VALUE SPACES.
002090
002100*----------------------------------------------------------------
002110* ACCRUAL WORK AREAS
002120*----------------------------------------------------------------
002130 77  WS-ACCRUAL                  PIC S9(09)V99 COMP VALUE ZERO.
002140 77  WS-ABS-BALANCE              PIC S9(09)V99 COMP VALUE ZERO.
002150 77  WS-EDIT-NEW-VALUE           PIC S9(09)V99 COMP VALUE ZERO.
002160 01  WS-ACCRUAL-TYPE             PIC X(08)  VALUE SPACES.
002170
002180*----------------------------------------------------------------
002190* RUN COUNTERS AND AMOUNT TOTALS
002200*----------------------------------------------------------------
002210 77  WS-RECORDS-READ             PIC 9(07)  COMP    VALUE ZERO.
002220 77  WS-INTEREST-POSTED          PIC 9(07)  COMP    VALUE ZERO.
002230 77  WS-CHARGES-POSTED           PIC 9(07)  COMP    VALUE ZERO.
002240 77  WS-CHARGES-WAIVED           PIC 9(07)  COMP    VALUE ZERO.
002250 77  WS-BELOW-INT-MINIMUM        PIC 9(07)  COMP    VALUE ZERO.
002260 77  WS-NOTHING-DUE              PIC 9(07)  COMP    VALUE ZERO.
002270 77  WS-SKIPPED-HELD             PIC 9(07)  COMP    VALUE ZERO.
002280 77  WS-SKIPPED-CLOSED           PIC 9(07)  COMP    VALUE ZERO.
002290 77  WS-SKIPPED-NO-MASTER        PIC 9(07)  COMP    VALUE ZERO.
002300 77  WS-SKIPPED-NO-RATE          PIC 9(07)  COMP    VALUE ZERO.
002310 77  WS-SKIPPED-RANGE            PIC 9(07)  COMP    VALUE ZERO.
002315 77  WS-NOT-POSTED               PIC 9(07)  COMP    VALUE ZERO.
002320 77  WS-INTEREST-TOTAL           PIC S9(11)V99 COMP VALUE ZERO.
002330 77  WS-CHARGE-TOTAL             PIC S9(11)V99 COMP VALUE ZERO.
002340 77  WS-NET-ACCRUAL              PIC S9(11)V99 COMP VALUE ZERO.
002350 77  WS-BR-POSTED                PIC 9(07)  COMP    VALUE ZERO.
002360 77  WS-BR-INTEREST              PIC S9(11)V99 COMP VALUE ZERO.
002370 77  WS-BR-CHARGES               PIC S9(11)V99 COMP VALUE ZERO.
002380 01  WS-BR-BRANCH                PIC X(05)  VALUE SPACES.
002390
002400 01  WS-RUN-ID                   PIC X(14)  VALUE SPACES.
002410
002420*----------------------------------------------------------------
002430* AUDIT-JOURNAL WORK AREA.  ACCRUALS ARE JOURNALED AS ACTION 'A'.
002440*----------------------------------------------------------------
002450 01  WS-AUD-LINE.
002460     05  WS-AUD-KEY              PIC X(10)  VALUE SPACES.
002470     05  FILLER                  PIC X(01)  VALUE SPACE.
002480     05  WS-AUD-OLD-VALUE        PIC S9(07)V99
002490                                 SIGN LEADING SEPARATE.
002500     05  FILLER                  PIC X(01)  VALUE SPACE.
002510     05  WS-AUD-NEW-VALUE        PIC S9(07)V99
002520                                 SIGN LEADING SEPARATE.
002530     05  FILLER                  PIC X(01)  VALUE SPACE.
002540     05  WS-AUD-RUN-ID           PIC X(14)  VALUE SPACES.
002550     05  FILLER                  PIC X(01)  VALUE SPACE.
002560     05  WS-AUD-ACTION           PIC X(01)  VALUE SPACE.
002570     05  FILLER                  PIC X(01)  VALUE SPACES.
002575     05  FILLER                  PIC X(20)  VALUE SPACES.
002580
002590*----------------------------------------------------------------
002600* RUN-CONTROL RECORD BUILD AREA AND PRIOR-RUN CHECK HOLDS
002610*----------------------------------------------------------------
002620     COPY SAMPRUN.
002630
002640 01  WS-LAST-SAMPACR-STATUS      PIC X(05)  VALUE SPACES.
002650 01  WS-LAST-SAMPACR-END-MONTH   PIC X(06)  VALUE SPACES.
002660
002670*----------------------------------------------------------------
002680* ACCRUAL REGISTER PRINT-IMAGE LINES
002690*----------------------------------------------------------------
002700 01  REG-HEADING-1.
002710     05  FILLER                  PIC X(22)  VALUE
002720         'SAMPLEACCRUAL REGISTER'.
002730     05  FILLER                  PIC X(08)  VALUE SPACES.
002740     05  REG-HDG-DATE            PIC X(10)  VALUE SPACES.
002750     05  FILLER                  PIC X(06)  VALUE SPACES.
002760     05  FILLER                  PIC X(08)  VALUE 'RUN-ID: '.
002770     05  REG-HDG-RUN-ID          PIC X(14)  VALUE SPACES.
002780     05  FILLER                  PIC X(12)  VALUE SPACES.
002790
002800 01  REG-HEADING-2.
002810     05  FILLER                  PIC X(40)  VALUE
002820         'BRANCH KEY         TYPE        OLD VALUE'.
002830     05  FILLER                  PIC X(40)  VALUE
002840         '         ACCRUAL        NEW VALUE       '.
002850
002860 01  REG-DETAIL-LINE.
002870     05  REG-DTL-BRANCH          PIC X(05)  VALUE SPACES.
002880     05  FILLER                  PIC X(02)  VALUE SPACES.
002890     05  REG-DTL-KEY             PIC X(10)  VALUE SPACES.
002900     05  FILLER                  PIC X(02)  VALUE SPACES.
002910     05  REG-DTL-TYPE            PIC X(08)  VALUE SPACES.
002920     05  FILLER                  PIC X(02)  VALUE SPACES.
002930     05  REG-DTL-OLD             PIC ZZZ,ZZZ,ZZ9.99-  VALUE ZERO.
002940     05  FILLER                  PIC X(01)  VALUE SPACE.
002950     05  REG-DTL-ACCRUAL         PIC ZZZ,ZZZ,ZZ9.99-  VALUE ZERO.
002960     05  FILLER                  PIC X(01)  VALUE SPACE.
002970     05  REG-DTL-NEW             PIC ZZZ,ZZZ,ZZ9.99-  VALUE ZERO.
002980     05  FILLER                  PIC X(04)  VALUE SPACES.
002990
003000 01  REG-BRANCH-LINE.
003010     05  FILLER                  PIC X(07)  VALUE 'BRANCH '.
003020     05  REG-BR-BRANCH           PIC X(05)  VALUE SPACES.
003030     05  FILLER                  PIC X(01)  VALUE SPACE.
003040     05  REG-BR-POSTED           PIC ZZZ,ZZ9  VALUE ZERO.
003050     05  FILLER                  PIC X(10)  VALUE ' POSTED  '.
003060     05  FILLER                  PIC X(04)  VALUE 'INT '.
003070     05  REG-BR-INTEREST         PIC ZZZ,ZZZ,ZZ9.99-  VALUE ZERO.
003080     05  FILLER                  PIC X(01)  VALUE SPACE.
003090     05  FILLER                  PIC X(04)  VALUE 'CHG '.
003100     05  REG-BR-CHARGES          PIC ZZZ,ZZZ,ZZ9.99-  VALUE ZERO.
003110     05  FILLER                  PIC X(11)  VALUE SPACES.
003120
003130 01  REG-DETAIL-COUNT-LINE.
003140     05  REG-LABEL               PIC X(30)  VALUE SPACES.
003150     05  REG-VALUE               PIC ZZZ,ZZZ,ZZ9  VALUE ZERO.
003160     05  FILLER                  PIC X(39)  VALUE SPACES.
003170
003180 01  REG-AMOUNT-LINE.
003190     05  REG-AMT-LABEL           PIC X(30)  VALUE SPACES.
003200     05  REG-AMT-VALUE           PIC ZZZ,ZZZ,ZZ9.99-  VALUE ZERO.
003210     05  FILLER                  PIC X(35)  VALUE SPACES.
003220
003230 01  REG-CARD-ERROR-LINE.
003240     05  FILLER                  PIC X(17)  VALUE
003250         'RATE CARD ERROR: '.
003260     05  REG-ERR-CARD            PIC X(43)  VALUE SPACES.
003270     05  FILLER                  PIC X(20)  VALUE SPACES.
003280
003290 01  WS-CURRENT-DATE.
003300     05  WS-CURR-YYYY            PIC 9(04).
003310     05  WS-CURR-MM              PIC 9(02).
003320     05  WS-CURR-DD              PIC 9(02).
003330
003340 01  WS-CURR-DATE-DISPLAY        PIC X(10)  VALUE SPACES.
003350
003360 PROCEDURE DIVISION.
003370*================================================================
003380 0000-MAINLINE.
003390*================================================================
003400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003410     IF RUN-REFUSED
003420         MOVE 16 TO RETURN-CODE
003430     ELSE
003440         SORT SORT-WORK-FILE
003450             ON ASCENDING KEY ACS-BRANCH ACS-KEY
003460             INPUT PROCEDURE IS 2000-POST-ACCRUALS
003470                 THRU 2099-EXIT
003480             OUTPUT PROCEDURE IS 3000-PRINT-REGISTER
003490                 THRU 3099-EXIT
003500         PERFORM 4000-PRODUCE-TOTALS THRU 4000-EXIT
003510         PERFORM 9999-WRAP-UP THRU 9999-EXIT
003520     END-IF
003530     STOP RUN.
003540
003550*================================================================
003560 1000-INITIALIZE.
003570*================================================================
003580     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID
003590     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
003600     MOVE WS-CURR-YYYY TO WS-CURR-DATE-DISPLAY(1:4)
003610     MOVE '/'           TO WS-CURR-DATE-DISPLAY(5:1)
003620     MOVE WS-CURR-MM    TO WS-CURR-DATE-DISPLAY(6:2)
003630     MOVE '/'           TO WS-CURR-DATE-DISPLAY(8:1)
003640     MOVE WS-CURR-DD    TO WS-CURR-DATE-DISPLAY(9:2)
003650     OPEN OUTPUT REG-FILE
003660     MOVE WS-CURR-DATE-DISPLAY TO REG-HDG-DATE
003670     MOVE WS-RUN-ID TO REG-HDG-RUN-ID
003680     MOVE REG-HEADING-1 TO REG-RECORD
003690     WRITE REG-RECORD
003700     MOVE SPACES TO REG-RECORD
003710     WRITE REG-RECORD
003720     PERFORM 1070-GET-PARAMETERS THRU 1070-EXIT
003730     PERFORM 1085-CHECK-PRIOR-RUN THRU 1085-EXIT
003740     IF NOT RUN-REFUSED
003750         PERFORM 1087-OPEN-MASTER-FILE THRU 1087-EXIT
003760     END-IF
003770     IF NOT RUN-REFUSED
003780         PERFORM 1200-LOAD-RATE-TABLE THRU 1200-EXIT
003790     END-IF
003792     IF NOT RUN-REFUSED
003794         PERFORM 1088-OPEN-OUTPUT-FILE THRU 1088-EXIT
003796     END-IF
003800     IF RUN-REFUSED
003810         CLOSE REG-FILE
003820         GO TO 1000-EXIT
003830     END-IF
003840     PERFORM 1080-WRITE-RUN-START THRU 1080-EXIT
003860     OPEN EXTEND AUD-FILE
003870     OPEN INPUT HOLD-FILE
003880     IF HOLD-STATUS-OK
003890         MOVE 'Y' TO WS-HOLD-OPEN-SW
003900     END-IF
003910     MOVE REG-HEADING-2 TO REG-RECORD
003920     WRITE REG-RECORD.
003930 1000-EXIT.
003940     EXIT.
003950
003960*================================================================
003970 1070-GET-PARAMETERS.
003980*================================================================
003990*    'Y' IN COLUMN 1 OF THE SAMPEPRM CARD LETS OPERATIONS RUN THE
004000*    ACCRUAL AGAIN IN A MONTH IT HAS ALREADY RUN IN, OR OVER AN
004010*    OPEN-ENDED PRIOR RUN - ONLY AFTER THE EARLIER RUN HAS BEEN
004020*    BACKED OUT BY ITS RUN-ID THROUGH SAMPX010.
004030     OPEN INPUT EPRM-FILE
004040     IF EPRM-STATUS-OK
004050         READ EPRM-FILE
004060             NOT AT END
004070                 IF EPRM-FORCE-RERUN = 'Y'
004080                     MOVE 'Y' TO WS-FORCE-RERUN-SW
004090                 END-IF
004100         END-READ
004110         CLOSE EPRM-FILE
004120     END-IF.
004130 1070-EXIT.
004140     EXIT.
004150
004160*================================================================
004170 1080-WRITE-RUN-START.
004180*================================================================
004190     OPEN EXTEND RUN-FILE
004200     MOVE 'SAMPACR ' TO RUNC-PROGRAM
004210     MOVE WS-RUN-ID  TO RUNC-RUN-ID
004220     MOVE 'START'    TO RUNC-STATUS
004230     MOVE ZERO       TO RUNC-READ
004240     MOVE ZERO       TO RUNC-WRITTEN
004250     MOVE ZERO       TO RUNC-REJECTED
004260     MOVE RUNC-RECORD-WS TO RUN-RECORD
004270     WRITE RUN-RECORD.
004280 1080-EXIT.
004290     EXIT.
004300
004310*================================================================
004320 1085-CHECK-PRIOR-RUN.
004330*================================================================
004340*    AN ACCRUAL POSTED TWICE PAYS THE MONTH'S INTEREST TWICE.  A
004350*    SAMPACR END ALREADY ON THE RUN-CONTROL FILE FOR THIS MONTH,
004360*    OR A LATEST SAMPACR RECORD THAT IS STILL AN OPEN-ENDED START
004370*    (A RUN THAT ABENDED PART WAY THROUGH ITS POSTINGS), REFUSES
004380*    THE RUN UNLESS THE FORCE-RERUN 'Y' IS CODED.
004390     OPEN INPUT RUN-FILE
004400     IF RUN-STATUS-NOFILE
004410         MOVE 'Y' TO WS-RUNCTL-EOF-SW
004420     ELSE
004430         PERFORM 1090-READ-RUN-CONTROL THRU 1090-EXIT
004440             UNTIL RUNCTL-EOF-REACHED
004450         CLOSE RUN-FILE
004460     END-IF
004470     IF WS-LAST-SAMPACR-STATUS = 'START'
004480         IF FORCE-RERUN-REQUESTED
004490             DISPLAY 'SAMPACR - PRIOR RUN OPEN-ENDED, FORCE '
004500                 'RERUN REQUESTED - CONTINUING'
004510         ELSE
004520             DISPLAY 'SAMPACR - PRIOR RUN STILL OPEN-ENDED ON '
004530                 'RUN-CONTROL FILE - BACK IT OUT AND RERUN WITH '
004540                 'FORCE-RERUN Y ON SAMPEPRM'
004550             MOVE 'Y' TO WS-RUN-REFUSED-SW
004560         END-IF
004570     END-IF
004580     IF WS-LAST-SAMPACR-END-MONTH = WS-RUN-ID(1:6)
004590         IF FORCE-RERUN-REQUESTED
004600             DISPLAY 'SAMPACR - MONTH ALREADY ACCRUED, FORCE '
004610                 'RERUN REQUESTED - CONTINUING'
004620         ELSE
004630             DISPLAY 'SAMPACR - ACCRUAL ALREADY RUN THIS MONTH - '
004640                 'RUN REFUSED'
004650             MOVE 'Y' TO WS-RUN-REFUSED-SW
004660         END-IF
004670     END-IF.
004680 1085-EXIT.
004690     EXIT.
004700
004710*================================================================
004720 1087-OPEN-MASTER-FILE.
004730*================================================================
004740*    CLOSED ACCOUNTS ARE SKIPPED AND EVERY RATE IS CHOSEN BY THE
004750*    ACCOUNT'S BRANCH - WITHOUT THE MASTER NOTHING COULD ACCRUE.
004760     OPEN INPUT MST-FILE
004770     IF MST-STATUS-NOFILE
004780         DISPLAY 'SAMPACR - ACCOUNT MASTER NOT FOUND ON '
004790             'ACCTMST - RUN REFUSED'
004800         MOVE 'Y' TO WS-RUN-REFUSED-SW
004810     END-IF.
004820 1087-EXIT.
004830     EXIT.
004831
004832*================================================================
004833 1088-OPEN-OUTPUT-FILE.
004834*================================================================
004835*    OPENED BEFORE THE RUN START IS WRITTEN, SO A KSDS THAT WILL
004836*    NOT OPEN REFUSES THE RUN WITHOUT LEAVING IT OPEN-ENDED.
004837     OPEN I-O OutputFile
004838     IF NOT OUTPUT-STATUS-OK
004839         DISPLAY 'SAMPACR - OutputFile WILL NOT OPEN, STATUS '
004840             WS-OUTPUT-STATUS ' - RUN REFUSED'
004841         MOVE 'Y' TO WS-RUN-REFUSED-SW
004842     END-IF.
004843 1088-EXIT.
004844     EXIT.
004845
004850*================================================================
004860 1090-READ-RUN-CONTROL.
004870*================================================================
004880     READ RUN-FILE INTO RUNC-RECORD-WS
004890         AT END
004900             MOVE 'Y' TO WS-RUNCTL-EOF-SW
004910         NOT AT END
004920             IF RUNC-PROGRAM = 'SAMPACR '
004930                 MOVE RUNC-STATUS TO WS-LAST-SAMPACR-STATUS
004940                 IF RUNC-STATUS = 'END  '
004950                     MOVE RUNC-RUN-ID(1:6)
004960                         TO WS-LAST-SAMPACR-END-MONTH
004970                 END-IF
004980             END-IF
004990     END-READ.
005000 1090-EXIT.
005010     EXIT.
005020
005030*================================================================
005040 1200-LOAD-RATE-TABLE.
005050*================================================================
005060*    A RATE CARD THAT CANNOT BE READ WOULD LEAVE ITS BRANCH
005070*    UNACCRUED, AND A RERUN TO PICK IT UP WOULD DOUBLE EVERY
005080*    OTHER BRANCH - SO ANY BAD CARD, A FULL TABLE OR A MISSING
005090*    RATE FILE REFUSES THE WHOLE RUN BEFORE ANYTHING POSTS.
005100     OPEN INPUT RATE-FILE
005110     IF RATE-STATUS-NOFILE
005120         DISPLAY 'SAMPACR - RATE TABLE NOT FOUND ON RATETBL '
005130             '- RUN REFUSED'
005140         MOVE 'Y' TO WS-RUN-REFUSED-SW
005150         GO TO 1200-EXIT
005160     END-IF
005170     PERFORM 1210-READ-RATE-CARD THRU 1210-EXIT
005180         UNTIL RATE-EOF-REACHED
005190     CLOSE RATE-FILE
005200     IF WS-RATE-CARDS-IN-ERROR > ZERO
005210      OR RATE-TABLE-FULL
005220      OR WS-RATE-COUNT = ZERO
005230         DISPLAY 'SAMPACR - RATE TABLE EMPTY, FULL OR IN ERROR '
005240             '- RUN REFUSED'
005250         MOVE 'RATE TABLE NOT USABLE - NOTHING POSTED'
005260             TO REG-RECORD
005270         WRITE REG-RECORD
005280         MOVE 'Y' TO WS-RUN-REFUSED-SW
005290     END-IF.
005300 1200-EXIT.
005310     EXIT.
005320
005330*================================================================
005340 1210-READ-RATE-CARD.
005350*================================================================
005360     READ RATE-FILE
005370         AT END
005380             MOVE 'Y' TO WS-RATE-EOF-SW
005390             GO TO 1210-EXIT
005400     END-READ
005410     IF RATE-BRANCH = SPACES
005420      OR RATE-INT-PCT NOT NUMERIC
005430      OR RATE-INT-MIN-BAL NOT NUMERIC
005440      OR NOT (RATE-CHG-FLAT OR RATE-CHG-PERCENT OR RATE-CHG-NONE)
005450      OR RATE-CHG-FLAT-AMT NOT NUMERIC
005460      OR RATE-CHG-PCT NOT NUMERIC
005470      OR RATE-CHG-WAIVE-AMT NOT NUMERIC
005480         ADD 1 TO WS-RATE-CARDS-IN-ERROR
005490         MOVE RATE-RECORD TO REG-ERR-CARD
005500         MOVE REG-CARD-ERROR-LINE TO REG-RECORD
005510         WRITE REG-RECORD
005520         GO TO 1210-EXIT
005530     END-IF
005540     IF WS-RATE-COUNT < WS-RATE-MAX
005550         ADD 1 TO WS-RATE-COUNT
005560         MOVE RATE-BRANCH TO WS-RATE-TBL-BRANCH (WS-RATE-COUNT)
005570         MOVE RATE-INT-PCT TO WS-RATE-TBL-INT-PCT (WS-RATE-COUNT)
005580         MOVE RATE-INT-MIN-BAL
005590             TO WS-RATE-TBL-INT-MIN (WS-RATE-COUNT)
005600         MOVE RATE-CHG-TYPE
005610             TO WS-RATE-TBL-CHG-TYPE (WS-RATE-COUNT)
005620         MOVE RATE-CHG-FLAT-AMT
005630             TO WS-RATE-TBL-CHG-FLAT (WS-RATE-COUNT)
005640         MOVE RATE-CHG-PCT TO WS-RATE-TBL-CHG-PCT (WS-RATE-COUNT)
005650         MOVE RATE-CHG-WAIVE-AMT
005660             TO WS-RATE-TBL-CHG-WAIVE (WS-RATE-COUNT)
005670         IF RATE-BRANCH = WS-RATE-DEFAULT-BRANCH
005680             MOVE WS-RATE-COUNT TO WS-RATE-DEFAULT-SUB
005690         END-IF
005700     ELSE
005710         MOVE 'Y' TO WS-TABLE-FULL-SW
005720     END-IF.
005730 1210-EXIT.
005740     EXIT.
005750
005760*================================================================
005770 1300-FIND-RATE.
005780*================================================================
005790     IF WS-RATE-TBL-BRANCH (WS-RATE-SUB) = WS-FIND-BRANCH
005800         MOVE WS-RATE-SUB TO WS-RATE-FOUND-SUB
005810     END-IF.
005820 1300-EXIT.
005830     EXIT.
005840
005850*================================================================
005860 2000-POST-ACCRUALS.
005870*================================================================
005880     PERFORM 2010-ACCRUE-ONE-ACCOUNT THRU 2010-EXIT
005890         UNTIL OUT-EOF-REACHED
005900     GO TO 2099-EXIT.
005910
005920*================================================================
005930 2010-ACCRUE-ONE-ACCOUNT.
005940*================================================================
005950     READ OutputFile NEXT RECORD
005960         AT END
005970             MOVE 'Y' TO WS-OUT-EOF-SW
005980             GO TO 2010-EXIT
005990     END-READ
006000     ADD 1 TO WS-RECORDS-READ
006010*    ONLY AN ACTIVE ACCOUNT, NOT UNDER DISPUTE, ACCRUES.
006020     MOVE OutputField1 TO MST-KEY
006030     READ MST-FILE
006040         INVALID KEY
006050             ADD 1 TO WS-SKIPPED-NO-MASTER
006060             GO TO 2010-EXIT
006070     END-READ
006080     IF MST-CLOSED
006090         ADD 1 TO WS-SKIPPED-CLOSED
006100         GO TO 2010-EXIT
006110     END-IF
006120     IF HOLD-FILE-OPEN
006130         MOVE OutputField1 TO HOLD-KEY
006140         READ HOLD-FILE
006150             INVALID KEY
006160                 CONTINUE
006170             NOT INVALID KEY
006180                 ADD 1 TO WS-SKIPPED-HELD
006190                 GO TO 2010-EXIT
006200         END-READ
006210     END-IF
006220     MOVE MST-BRANCH TO WS-FIND-BRANCH
006230     MOVE ZERO TO WS-RATE-FOUND-SUB
006240     PERFORM 1300-FIND-RATE THRU 1300-EXIT
006250         VARYING WS-RATE-SUB FROM 1 BY 1
006260         UNTIL WS-RATE-SUB > WS-RATE-COUNT
006270            OR WS-RATE-FOUND-SUB > ZERO
006280     IF WS-RATE-FOUND-SUB = ZERO
006290         MOVE WS-RATE-DEFAULT-SUB TO WS-RATE-FOUND-SUB
006300     END-IF
006310     IF WS-RATE-FOUND-SUB = ZERO
006320         ADD 1 TO WS-SKIPPED-NO-RATE
006330         GO TO 2010-EXIT
006340     END-IF
006350     PERFORM 2100-COMPUTE-ACCRUAL THRU 2100-EXIT
006360     IF WS-ACCRUAL = ZERO
006370         GO TO 2010-EXIT
006380     END-IF
006390     COMPUTE WS-EDIT-NEW-VALUE = OutputField2 + WS-ACCRUAL
006400     IF WS-EDIT-NEW-VALUE > 9999999.99
006410      OR WS-EDIT-NEW-VALUE < -9999999.99
006420         ADD 1 TO WS-SKIPPED-RANGE
006430         GO TO 2010-EXIT
006440     END-IF
006450     PERFORM 2200-REWRITE-AND-JOURNAL THRU 2200-EXIT.
006460 2010-EXIT.
006470     EXIT.
006480
006490*================================================================
006500 2100-COMPUTE-ACCRUAL.
006510*================================================================
006520*    INTEREST IS ONE MONTH AT THE BRANCH'S ANNUAL RATE, PAID ONLY
006530*    ON A BALANCE AT OR ABOVE THE BRANCH MINIMUM.  AN OVERDRAWN
006540*    ACCOUNT IS CHARGED EITHER A FLAT FEE OR A PERCENTAGE OF THE
006550*    OVERDRAFT, WAIVED WHERE THE OVERDRAFT IS NO DEEPER THAN THE
006560*    BRANCH'S WAIVER AMOUNT.
006570     MOVE ZERO TO WS-ACCRUAL
006580     EVALUATE TRUE
006590         WHEN OutputField2 > ZERO
006600             IF OutputField2
006610                     < WS-RATE-TBL-INT-MIN (WS-RATE-FOUND-SUB)
006620                 ADD 1 TO WS-BELOW-INT-MINIMUM
006630             ELSE
006640                 COMPUTE WS-ACCRUAL ROUNDED = OutputField2
006650                     * WS-RATE-TBL-INT-PCT (WS-RATE-FOUND-SUB)
006660                     / 1200
006670                 MOVE 'INTEREST' TO WS-ACCRUAL-TYPE
006680             END-IF
006690         WHEN OutputField2 < ZERO
006700             COMPUTE WS-ABS-BALANCE = ZERO - OutputField2
006710             IF WS-ABS-BALANCE NOT >
006720                     WS-RATE-TBL-CHG-WAIVE (WS-RATE-FOUND-SUB)
006730                 ADD 1 TO WS-CHARGES-WAIVED
006740             ELSE
006750                 EVALUATE WS-RATE-TBL-CHG-TYPE (WS-RATE-FOUND-SUB)
006760                     WHEN 'F'
006770                         COMPUTE WS-ACCRUAL = ZERO
006780                             - WS-RATE-TBL-CHG-FLAT
006790                                   (WS-RATE-FOUND-SUB)
006800                     WHEN 'P'
006810                         COMPUTE WS-ACCRUAL ROUNDED = ZERO
006820                             - (WS-ABS-BALANCE
006830                             * WS-RATE-TBL-CHG-PCT
006840                                   (WS-RATE-FOUND-SUB)
006850                             / 100)
006860                     WHEN OTHER
006870                         ADD 1 TO WS-NOTHING-DUE
006880                 END-EVALUATE
006890                 MOVE 'CHARGE  ' TO WS-ACCRUAL-TYPE
006900             END-IF
006910         WHEN OTHER
006920             ADD 1 TO WS-NOTHING-DUE
006930     END-EVALUATE.
006940 2100-EXIT.
006950     EXIT.
006960
006970*================================================================
006980 2200-REWRITE-AND-JOURNAL.
006990*================================================================
007000*    THE SAME DISCIPLINE SampleProgram FOLLOWS - EVERY CHANGE TO
007010*    OutputField2 IS REWRITTEN AND JOURNALED UNDER THIS RUN'S
007020*    RUN-ID, SO SampleBackout CAN TAKE THE WHOLE RUN BACK OFF.
007030     MOVE OutputField2 TO WS-AUD-OLD-VALUE
007040     MOVE WS-EDIT-NEW-VALUE TO OutputField2
007050     MOVE WS-CURRENT-DATE TO OutputField3
007060     REWRITE OutputRecord
007062         INVALID KEY
007064             PERFORM 2210-LIST-NOT-POSTED THRU 2210-EXIT
007066             GO TO 2200-EXIT
007068     END-REWRITE
007070     MOVE OutputField1 TO WS-AUD-KEY
007080     MOVE OutputField2 TO WS-AUD-NEW-VALUE
007090     MOVE WS-RUN-ID    TO WS-AUD-RUN-ID
007100     MOVE 'A'          TO WS-AUD-ACTION
007110     MOVE WS-AUD-LINE  TO AUD-RECORD
007120     WRITE AUD-RECORD
007130     IF WS-ACCRUAL > ZERO
007140         ADD 1 TO WS-INTEREST-POSTED
007150         ADD WS-ACCRUAL TO WS-INTEREST-TOTAL
007160     ELSE
007170         ADD 1 TO WS-CHARGES-POSTED
007180         ADD WS-ACCRUAL TO WS-CHARGE-TOTAL
007190     END-IF
007200     MOVE MST-BRANCH       TO ACS-BRANCH
007210     MOVE OutputField1     TO ACS-KEY
007220     MOVE WS-ACCRUAL-TYPE  TO ACS-TYPE
007230     MOVE WS-AUD-OLD-VALUE TO ACS-OLD-VALUE
007240     MOVE WS-ACCRUAL       TO ACS-ACCRUAL
007250     MOVE OutputField2     TO ACS-NEW-VALUE
007260     RELEASE ACS-RECORD.
007270 2200-EXIT.
007280     EXIT.
007281
007282*================================================================
007283 2210-LIST-NOT-POSTED.
007284*================================================================
007285*    NOTHING CHANGED ON FILE, SO NOTHING IS JOURNALED - THE
007286*    ACCOUNT GOES ON THE REGISTER WITH ITS BALANCE UNCHANGED.
007287     DISPLAY 'SAMPACR - REWRITE FAILED, STATUS ' WS-OUTPUT-STATUS
007288         ' - NOT POSTED ' OutputField1
007289     ADD 1 TO WS-NOT-POSTED
007290     MOVE MST-BRANCH       TO ACS-BRANCH
007291     MOVE OutputField1     TO ACS-KEY
007292     MOVE 'NOT POST'       TO ACS-TYPE
007293     MOVE WS-AUD-OLD-VALUE TO ACS-OLD-VALUE
007294     MOVE WS-ACCRUAL       TO ACS-ACCRUAL
007295     MOVE WS-AUD-OLD-VALUE TO ACS-NEW-VALUE
007296     RELEASE ACS-RECORD.
007297 2210-EXIT.
007298     EXIT.
007299
007300 2099-EXIT.
007310     EXIT.
007320
007330*================================================================
007340 3000-PRINT-REGISTER.
007350*================================================================
007360     PERFORM 3010-RETURN-POSTING THRU 3010-EXIT
007370     PERFORM 3020-LIST-POSTING THRU 3020-EXIT
007380         UNTIL SORT-EOF-REACHED
007390     IF BRANCH-OPEN
007400         PERFORM 3030-WRITE-BRANCH-TOTAL THRU 3030-EXIT
007410     END-IF
007420     GO TO 3099-EXIT.
007430
007440*================================================================
007450 3010-RETURN-POSTING.
007460*================================================================
007470     RETURN SORT-WORK-FILE
007480         AT END
007490             MOVE 'Y' TO WS-SORT-EOF-SW
007500     END-RETURN.
007510 3010-EXIT.
007520     EXIT.
007530
007540*================================================================
007550 3020-LIST-POSTING.
007560*================================================================
007570     IF BRANCH-OPEN
007580         IF ACS-BRANCH NOT = WS-BR-BRANCH
007590             PERFORM 3030-WRITE-BRANCH-TOTAL THRU 3030-EXIT
007600         END-IF
007610     END-IF
007620     IF NOT BRANCH-OPEN
007630         MOVE 'Y' TO WS-BRANCH-OPEN-SW
007640         MOVE ACS-BRANCH TO WS-BR-BRANCH
007650         MOVE ZERO TO WS-BR-POSTED
007660         MOVE ZERO TO WS-BR-INTEREST
007670         MOVE ZERO TO WS-BR-CHARGES
007680     END-IF
007685     IF NOT ACS-NOT-POSTED
007690         ADD 1 TO WS-BR-POSTED
007700         IF ACS-ACCRUAL > ZERO
007710             ADD ACS-ACCRUAL TO WS-BR-INTEREST
007720         ELSE
007730             ADD ACS-ACCRUAL TO WS-BR-CHARGES
007740         END-IF
007745     END-IF
007750     MOVE ACS-BRANCH    TO REG-DTL-BRANCH
007760     MOVE ACS-KEY       TO REG-DTL-KEY
007770     MOVE ACS-TYPE      TO REG-DTL-TYPE
007780     MOVE ACS-OLD-VALUE TO REG-DTL-OLD
007790     MOVE ACS-ACCRUAL   TO REG-DTL-ACCRUAL
007800     MOVE ACS-NEW-VALUE TO REG-DTL-NEW
007810     MOVE REG-DETAIL-LINE TO REG-RECORD
007820     WRITE REG-RECORD
007830     PERFORM 3010-RETURN-POSTING THRU 3010-EXIT.
007840 3020-EXIT.
007850     EXIT.
007860
007870*================================================================
007880 3030-WRITE-BRANCH-TOTAL.
007890*================================================================
007900     MOVE WS-BR-BRANCH   TO REG-BR-BRANCH
007910     MOVE WS-BR-POSTED   TO REG-BR-POSTED
007920     MOVE WS-BR-INTEREST TO REG-BR-INTEREST
007930     MOVE WS-BR-CHARGES  TO REG-BR-CHARGES
007940     MOVE REG-BRANCH-LINE TO REG-RECORD
007950     WRITE REG-RECORD
007960     MOVE SPACES TO REG-RECORD
007970     WRITE REG-RECORD
007980     MOVE 'N' TO WS-BRANCH-OPEN-SW.
007990 3030-EXIT.
008000     EXIT.
008010
008020 3099-EXIT.
008030     EXIT.
008040
008050*================================================================
008060 4000-PRODUCE-TOTALS.
008070*================================================================
008080     MOVE SPACES TO REG-RECORD
008090     WRITE REG-RECORD
008100
008110     MOVE 'RECORDS READ . . . . . . . . .' TO REG-LABEL
008120     MOVE WS-RECORDS-READ                  TO REG-VALUE
008130     MOVE REG-DETAIL-COUNT-LINE            TO REG-RECORD
008140     WRITE REG-RECORD
008150
008160     MOVE 'INTEREST CREDITS POSTED. . . .' TO REG-LABEL
008170     MOVE WS-INTEREST-POSTED               TO REG-VALUE
008180     MOVE REG-DETAIL-COUNT-LINE            TO REG-RECORD
008190     WRITE REG-RECORD
008200
008210     MOVE 'SERVICE CHARGES POSTED . . . .' TO REG-LABEL
008220     MOVE WS-CHARGES-POSTED                TO REG-VALUE
008230     MOVE REG-DETAIL-COUNT-LINE            TO REG-RECORD
008240     WRITE REG-RECORD
008250
008260     MOVE 'CHARGES WAIVED . . . . . . . .' TO REG-LABEL
008270     MOVE WS-CHARGES-WAIVED                TO REG-VALUE
008280     MOVE REG-DETAIL-COUNT-LINE            TO REG-RECORD
008290     WRITE REG-RECORD
008300
008310     MOVE 'BELOW INTEREST MINIMUM . . . .' TO REG-LABEL
008320     MOVE WS-BELOW-INT-MINIMUM             TO REG-VALUE
008330     MOVE REG-DETAIL-COUNT-LINE            TO REG-RECORD
008340     WRITE REG-RECORD
008350
008360     MOVE 'NOTHING DUE. . . . . . . . . .' TO REG-LABEL
008370     MOVE WS-NOTHING-DUE                   TO REG-VALUE
008380     MOVE REG-DETAIL-COUNT-LINE            TO REG-RECORD
008390     WRITE REG-RECORD
008400
008410     MOVE 'SKIPPED - ON HOLD. . . . . . .' TO REG-LABEL
008420     MOVE WS-SKIPPED-HELD                  TO REG-VALUE
008430     MOVE REG-DETAIL-COUNT-LINE            TO REG-RECORD
008440     WRITE REG-RECORD
008450
008460     MOVE 'SKIPPED - ACCOUNT CLOSED . . .' TO REG-LABEL
008470     MOVE WS-SKIPPED-CLOSED                TO REG-VALUE
008480     MOVE REG-DETAIL-COUNT-LINE            TO REG-RECORD
008490     WRITE REG-RECORD
008500
008510     MOVE 'SKIPPED - NOT ON MASTER. . . .' TO REG-LABEL
008520     MOVE WS-SKIPPED-NO-MASTER             TO REG-VALUE
008530     MOVE REG-DETAIL-COUNT-LINE            TO REG-RECORD
008540     WRITE REG-RECORD
008550
008560     MOVE 'SKIPPED - NO RATE FOR BRANCH .' TO REG-LABEL
008570     MOVE WS-SKIPPED-NO-RATE               TO REG-VALUE
008580     MOVE REG-DETAIL-COUNT-LINE            TO REG-RECORD
008590     WRITE REG-RECORD
008600
008610     MOVE 'SKIPPED - RESULT OUT OF RANGE.' TO REG-LABEL
008620     MOVE WS-SKIPPED-RANGE                 TO REG-VALUE
008630     MOVE REG-DETAIL-COUNT-LINE            TO REG-RECORD
008640     WRITE REG-RECORD
008650
008652     MOVE 'NOT POSTED - REWRITE FAILED. .' TO REG-LABEL
008654     MOVE WS-NOT-POSTED                    TO REG-VALUE
008656     MOVE REG-DETAIL-COUNT-LINE            TO REG-RECORD
008658     WRITE REG-RECORD
008659
008660     MOVE 'TOTAL INTEREST CREDITED. . . .' TO REG-AMT-LABEL
008670     MOVE WS-INTEREST-TOTAL                TO REG-AMT-VALUE
008680     MOVE REG-AMOUNT-LINE                  TO REG-RECORD
008690     WRITE REG-RECORD
008700
008710     MOVE 'TOTAL SERVICE CHARGES. . . . .' TO REG-AMT-LABEL
008720     MOVE WS-CHARGE-TOTAL                  TO REG-AMT-VALUE
008730     MOVE REG-AMOUNT-LINE                  TO REG-RECORD
008740     WRITE REG-RECORD
008750
008760     COMPUTE WS-NET-ACCRUAL = WS-INTEREST-TOTAL + WS-CHARGE-TOTAL
008770     MOVE 'NET ACCRUAL POSTED . . . . . .' TO REG-AMT-LABEL
008780     MOVE WS-NET-ACCRUAL                   TO REG-AMT-VALUE
008790     MOVE REG-AMOUNT-LINE                  TO REG-RECORD
008800     WRITE REG-RECORD.
008810 4000-EXIT.
008820     EXIT.
008830
008840*================================================================
008850 9900-WRITE-RUN-END.
008860*================================================================
008870     MOVE 'SAMPACR ' TO RUNC-PROGRAM
008880     MOVE WS-RUN-ID  TO RUNC-RUN-ID
008890     MOVE 'END  '    TO RUNC-STATUS
008900     MOVE WS-RECORDS-READ TO RUNC-READ
008910     COMPUTE RUNC-WRITTEN = WS-INTEREST-POSTED + WS-CHARGES-POSTED
008920     MOVE WS-SKIPPED-RANGE TO RUNC-REJECTED
008930     MOVE RUNC-RECORD-WS TO RUN-RECORD
008940     WRITE RUN-RECORD
008950     CLOSE RUN-FILE.
008960 9900-EXIT.
008970     EXIT.
008980
008990*================================================================
009000 9999-WRAP-UP.
009010*================================================================
009020     PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
009030     CLOSE OutputFile
009040     CLOSE AUD-FILE
009050     CLOSE MST-FILE
009060     IF HOLD-FILE-OPEN
009070         CLOSE HOLD-FILE
009080     END-IF
009090     CLOSE REG-FILE.
009100 9999-EXIT.
009110     EXIT.
