000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SampleStatement.
000030 AUTHOR.        R. HARTLEY.
000040 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RH   ORIGINAL PROGRAM.  PERIOD-END CUSTOMER ACCOUNT
000110*                  STATEMENTS.  FOR EVERY ACCOUNT THE STATEMENT
000120*                  OPENS WITH THE BALANCE ON THE PRIOR PERIOD'S
000130*                  SampleSnapshot GENERATION (SNAPOLD), LISTS EACH
000140*                  AUDIT JOURNAL ENTRY DATED WITHIN THE PERIOD
000150*                  WITH ITS DATE, ITS ACTION IN PLAIN WORDS AND
000160*                  THE RUNNING BALANCE, AND CLOSES WITH THE
000170*                  BALANCE ON THE OUTPUT KSDS.  THE HEADER CARRIES
000180*                  THE ACCOUNT NAME AND BRANCH FROM THE ACCOUNT
000190*                  MASTER ON ACCTMST.  STATEMENTS ARE SORTED BY
000200*                  BRANCH AND KEY.  EVERY STATEMENT OPENS WITH
000210*                  ITS OWN HEADING LINES, AND EACH BRANCH STARTS
000220*                  ON A NEW PAGE, AS DOES A STATEMENT THAT WILL
000222*                  NOT FIT ON WHAT IS LEFT OF THE PAGE AND EACH
000224*                  CONTINUATION PAGE OF A LONG ONE.  AN ACCOUNT
000225*                  WHOSE OPENING BALANCE PLUS
000230*                  ITS JOURNALED MOVEMENT DOES NOT EQUAL ITS
000240*                  CLOSING BALANCE IS PULLED OFF THE PRINT RUN
000250*                  ONTO THE SAMPTEXC EXCEPTIONS LIST INSTEAD - AS
000260*                  IS A KEY WITH NO MASTER RECORD TO ADDRESS IT TO
000270*                  - AND THE STEP ENDS CC 8 SO THE SERVICE DESK
000280*                  CLEARS THEM BEFORE THE STATEMENTS ARE MAILED.
000290*                  THE PERIOD RUNS FROM THE FIRST OF THE CURRENT
000300*                  MONTH THROUGH TODAY UNLESS THE SAMPTPRM CARD
000310*                  NAMES OTHER DATES.  A MISSING ACCOUNT MASTER
000320*                  REFUSES THE RUN CC 16.  RUNS AS STEP005 OF
000321*                  SAMPN010, AHEAD OF THE NEW SNAPSHOT, READING
000322*                  THE LATEST CLOSED JOURNAL GENERATION AHEAD OF
000324*                  THE LIVE JOURNAL SO A MONTH-END ROLLOVER
000326*                  CANNOT HIDE THE PERIOD'S ENTRIES.
000332* 10/15/2026  RH   ACCRUAL ENTRIES (AUDIT ACTION 'A') PRINT AS
000335*                  INTEREST CREDITED, OR AS SERVICE CHARGE WHEN
000337*                  THE AMOUNT IS A DEBIT.
000339* 10/15/2026  RH   A TRANSFER LEG (ACTION 'T') PRINTS AS
000341*                  TRANSFER IN, OR AS TRANSFER OUT WHEN THE
000343*                  AMOUNT IS A DEBIT.  AUD-RECORD IS NOW 70
000345*                  BYTES.
000347*================================================================
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.  IBM-370.
000390 OBJECT-COMPUTER.  IBM-370.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT OutputFile ASSIGN TO OUTPUT
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS OutputField1
000470         FILE STATUS IS WS-OUTPUT-STATUS.
000480
000490     SELECT OPTIONAL SNAP-OLD-FILE ASSIGN TO SNAPOLD
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-SNAP-OLD-STATUS.
000520
000530     SELECT AUD-FILE ASSIGN TO SAMPLAUD
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-AUD-STATUS.
000560
000570     SELECT MST-FILE ASSIGN TO ACCTMST
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS MST-KEY
000610         FILE STATUS IS WS-MST-STATUS.
000620
000630     SELECT OPTIONAL TPRM-FILE ASSIGN TO SAMPTPRM
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-TPRM-STATUS.
000660
000670     SELECT STM-FILE ASSIGN TO SAMPTSTM
000680         ORGANIZATION IS LINE SEQUENTIAL.
000690
000700     SELECT STX-FILE ASSIGN TO SAMPTEXC
000710         ORGANIZATION IS LINE SEQUENTIAL.
000720
000730     SELECT SORT-WORK-FILE ASSIGN TO SRTWK01.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  OutputFile.
000780     COPY SAMPREC REPLACING ==SAMP-RECORD== BY ==OutputRecord==
000790                            ==SAMP-FIELD1== BY ==OutputField1==
000800                            ==SAMP-FIELD2== BY ==OutputField2==.
000810     05  OutputField3                PIC 9(08).
000820
000830 FD  SNAP-OLD-FILE.
000840 01  SNAP-OLD-RECORD                 PIC X(28).
000850
000860 FD  AUD-FILE.
000870 01  AUD-RECORD.
000880     05  AUD-KEY                 PIC X(10).
000890     05  FILLER                  PIC X(01).
000900     05  AUD-OLD-VALUE           PIC S9(07)V99
000910                                 SIGN LEADING SEPARATE.
000920     05  FILLER                  PIC X(01).
000930     05  AUD-NEW-VALUE           PIC S9(07)V99
000940                                 SIGN LEADING SEPARATE.
000950     05  FILLER                  PIC X(01).
000960     05  AUD-RUN-ID              PIC X(14).
000970     05  FILLER                  PIC X(01).
000980     05  AUD-ACTION              PIC X(01).
000986     05  FILLER                  PIC X(01).
000993     05  FILLER                  PIC X(20).
001000
001010 FD  MST-FILE.
001020     COPY SAMPMST.
001030
001040 FD  TPRM-FILE.
001050 01  TPRM-RECORD.
001060     05  TPRM-PERIOD-FROM            PIC X(08).
001070     05  TPRM-PERIOD-TO              PIC X(08).
001080
001090 FD  STM-FILE.
001100 01  STM-RECORD                      PIC X(80).
001110
001120 FD  STX-FILE.
001130 01  STX-RECORD                      PIC X(80).
001140
001150*----------------------------------------------------------------
001160* ONE SORT RECORD PER OPENING BALANCE, JOURNAL ENTRY AND CLOSING
001170* BALANCE.  THE TYPE PUTS AN ACCOUNT'S OPENING FIRST AND ITS
001180* CLOSING LAST; THE SEQUENCE KEEPS ITS JOURNAL ENTRIES IN THE
001190* ORDER THEY WERE WRITTEN.
001200*----------------------------------------------------------------
001210 SD  SORT-WORK-FILE.
001220 01  STS-RECORD.
001230     05  STS-BRANCH                  PIC X(05).
001240     05  STS-KEY                     PIC X(10).
001250     05  STS-TYPE                    PIC X(01).
001260         88  STS-OPENING                         VALUE '1'.
001270         88  STS-ENTRY                           VALUE '2'.
001280         88  STS-CLOSING                         VALUE '3'.
001290     05  STS-SEQ                     PIC 9(07).
001300     05  STS-MST-SW                  PIC X(01).
001310         88  STS-ON-MASTER                       VALUE 'Y'.
001320     05  STS-NAME                    PIC X(20).
001330     05  STS-DATE                    PIC X(08).
001340     05  STS-ACTION                  PIC X(01).
001350     05  STS-OLD-VALUE               PIC S9(07)V99
001360                                     SIGN LEADING SEPARATE.
001370     05  STS-NEW-VALUE               PIC S9(07)V99
001380                                     SIGN LEADING SEPARATE.
001390
001400 WORKING-STORAGE SECTION.
001410*----------------------------------------------------------------
001420* SWITCHES
001430*----------------------------------------------------------------
001440 01  WS-SWITCHES.
001450     05  WS-OUT-EOF-SW           PIC X(01)      VALUE 'N'.
001460         88  OUT-EOF-REACHED                    VALUE 'Y'.
001470     05  WS-OLD-EOF-SW           PIC X(01)      VALUE 'N'.
001480         88  OLD-EOF-REACHED                    VALUE 'Y'.
001490     05  WS-AUD-EOF-SW           PIC X(01)      VALUE 'N'.
001500         88  AUD-EOF-REACHED                    VALUE 'Y'.
001510     05  WS-SORT-EOF-SW          PIC X(01)      VALUE 'N'.
001520         88  SORT-EOF-REACHED                   VALUE 'Y'.
001530     05  WS-RUN-REFUSED-SW       PIC X(01)      VALUE 'N'.
001540         88  RUN-REFUSED                        VALUE 'Y'.
001550     05  WS-ACCT-OPEN-SW         PIC X(01)      VALUE 'N'.
001560         88  ACCT-OPEN                          VALUE 'Y'.
001570     05  WS-CHAIN-LIVE-SW        PIC X(01)      VALUE 'N'.
001580         88  CHAIN-LIVE                         VALUE 'Y'.
001590     05  WS-TABLE-FULL-SW        PIC X(01)      VALUE 'N'.
001600         88  STM-TABLE-FULL                     VALUE 'Y'.
001602     05  WS-NEW-PAGE-SW          PIC X(01)      VALUE 'Y'.
001604         88  NEW-PAGE-WANTED                    VALUE 'Y'.
001610
001620*----------------------------------------------------------------
001630* FILE STATUS CODES
001640*----------------------------------------------------------------
001650 01  WS-FILE-STATUSES.
001660     05  WS-OUTPUT-STATUS        PIC X(02)      VALUE '00'.
001670         88  OUTPUT-STATUS-OK                   VALUE '00'.
001680         88  OUTPUT-STATUS-NOFILE               VALUE '35'.
001690     05  WS-SNAP-OLD-STATUS      PIC X(02)      VALUE '00'.
001700         88  SNAP-OLD-STATUS-OK                 VALUE '00'.
001710         88  SNAP-OLD-STATUS-NOFILE             VALUE '35'.
001720     05  WS-AUD-STATUS           PIC X(02)      VALUE '00'.
001730         88  AUD-STATUS-OK                      VALUE '00'.
001740         88  AUD-STATUS-NOFILE                  VALUE '35'.
001750     05  WS-MST-STATUS           PIC X(02)      VALUE '00'.
001760         88  MST-STATUS-OK                      VALUE '00'.
001770         88  MST-STATUS-NOTFND                  VALUE '23'.
001780         88  MST-STATUS-NOFILE                  VALUE '35'.
001790     05  WS-TPRM-STATUS          PIC X(02)      VALUE '00'.
001800         88  TPRM-STATUS-OK                     VALUE '00'.
001810         88  TPRM-STATUS-NOFILE                 VALUE '35'.
001820
001830*----------------------------------------------------------------
001840* STATEMENT PERIOD - FIRST OF THE MONTH THROUGH TODAY BY DEFAULT
001850*----------------------------------------------------------------
001860 01  WS-PERIOD-FROM              PIC 9(08)  VALUE ZERO.
001870 01  WS-PERIOD-TO                PIC 9(08)  VALUE ZERO.
001880 01  WS-PERIOD-FROM-DISPLAY      PIC X(10)  VALUE SPACES.
001890 01  WS-PERIOD-TO-DISPLAY        PIC X(10)  VALUE SPACES.
001900
001910*----------------------------------------------------------------
001920* SNAPSHOT WORK AREA - THE FLATTENED SAMPREC SHAPE SampleSnapshot
001930* WRITES
001940*----------------------------------------------------------------
001950 01  WS-OLD-LINE.
001960     05  WS-OLD-KEY              PIC X(10)  VALUE SPACES.
001970     05  WS-OLD-AMT              PIC S9(07)V99
001980                                 SIGN LEADING SEPARATE.
001990     05  WS-OLD-DATE             PIC 9(08)  VALUE ZERO.
002000
002010*----------------------------------------------------------------
002020* PLAIN-WORDS DESCRIPTION OF EACH JOURNAL ACTION CODE
002030*----------------------------------------------------------------
002040 01  WS-ACTION-WORD-VALUES.
002050     05  FILLER                  PIC X(21)  VALUE
002060         'IDAILY INCREMENT     '.
002070     05  FILLER                  PIC X(21)  VALUE
002080         'RBALANCE REPLACED    '.
002090     05  FILLER                  PIC X(21)  VALUE
002100         'DACCOUNT REMOVED     '.
002110     05  FILLER                  PIC X(21)  VALUE
002120         'CCORRECTION          '.
002130     05  FILLER                  PIC X(21)  VALUE
002140         'BREVERSAL OF A RUN   '.
002150     05  FILLER                  PIC X(21)  VALUE
002160         'PMOVED TO ARCHIVE    '.
002170     05  FILLER                  PIC X(21)  VALUE
002180         'SRESTORED FROM ARCHIV'.
002183     05  FILLER                  PIC X(21)  VALUE
002184         'AINTEREST CREDITED   '.
002186     05  FILLER                  PIC X(21)  VALUE
002188         'TTRANSFER IN         '.
002190
002200 01  WS-ACTION-WORD-TABLE REDEFINES WS-ACTION-WORD-VALUES.
002210     05  WS-ACT-WORD-ENTRY OCCURS 9 TIMES.
002220         10  WS-ACT-WORD-CODE    PIC X(01).
002230         10  WS-ACT-WORD-TEXT    PIC X(20).
002240
002250 77  WS-ACT-WORD-MAX             PIC 9(03)  COMP    VALUE 9.
002260 77  WS-ACT-WORD-SUB             PIC 9(03)  COMP    VALUE ZERO.
002270 77  WS-ACT-WORD-FOUND-SUB       PIC 9(03)  COMP    VALUE ZERO.
002280
002290*----------------------------------------------------------------
002300* THE ACCOUNT BEING ASSEMBLED.  ITS PERIOD ENTRIES ARE HELD HERE
002310* UNTIL THE CLOSING BALANCE ARRIVES, BECAUSE WHETHER THE
002320* STATEMENT FOOTS - AND SO WHETHER IT PRINTS AT ALL - IS ONLY
002330* KNOWN THEN.
002340*----------------------------------------------------------------
002350 01  WS-ACCT-KEY                 PIC X(10)  VALUE SPACES.
002360 01  WS-ACCT-BRANCH              PIC X(05)  VALUE SPACES.
002370 01  WS-ACCT-NAME                PIC X(20)  VALUE SPACES.
002380 01  WS-ACCT-MST-SW              PIC X(01)  VALUE 'N'.
002390     88  ACCT-ON-MASTER                     VALUE 'Y'.
002400 77  WS-ACCT-OPENING             PIC S9(09)V99 COMP VALUE ZERO.
002410 77  WS-ACCT-CLOSING             PIC S9(09)V99 COMP VALUE ZERO.
002420 77  WS-ACCT-MOVEMENT            PIC S9(11)V99 COMP VALUE ZERO.
002430 77  WS-ACCT-FOOTING             PIC S9(11)V99 COMP VALUE ZERO.
002440 77  WS-ENTRY-MOVEMENT           PIC S9(09)V99 COMP VALUE ZERO.
002450
002460 01  WS-STM-TABLE.
002470     05  WS-STM-ENTRY OCCURS 500 TIMES.
002480         10  WS-STM-TBL-DATE     PIC X(08).
002490         10  WS-STM-TBL-ACTION   PIC X(01).
002500         10  WS-STM-TBL-AMOUNT   PIC S9(09)V99.
002510         10  WS-STM-TBL-BALANCE  PIC S9(07)V99.
002520
002530 77  WS-STM-MAX                  PIC 9(05)  COMP    VALUE 500.
002540 77  WS-STM-COUNT                PIC 9(05)  COMP    VALUE ZERO.
002550 77  WS-STM-SUB                  PIC 9(05)  COMP    VALUE ZERO.
002560
002570*----------------------------------------------------------------
002580* RUN COUNTERS
002590*----------------------------------------------------------------
002600 77  WS-SEQ                      PIC 9(07)  COMP    VALUE ZERO.
002610 77  WS-SNAPSHOT-READ            PIC 9(07)  COMP    VALUE ZERO.
002620 77  WS-JOURNAL-READ             PIC 9(07)  COMP    VALUE ZERO.
002630 77  WS-JOURNAL-IN-PERIOD        PIC 9(07)  COMP    VALUE ZERO.
002640 77  WS-FILE-RECORDS-READ        PIC 9(07)  COMP    VALUE ZERO.
002650 77  WS-ACCOUNTS                 PIC 9(07)  COMP    VALUE ZERO.
002660 77  WS-STATEMENTS-PRINTED       PIC 9(07)  COMP    VALUE ZERO.
002670 77  WS-NOT-FOOTING              PIC 9(07)  COMP    VALUE ZERO.
002680 77  WS-NOT-ON-MASTER            PIC 9(07)  COMP    VALUE ZERO.
002690 77  WS-TOO-MANY-ENTRIES         PIC 9(07)  COMP    VALUE ZERO.
002700 77  WS-TOTAL-EXCEPTIONS         PIC 9(07)  COMP    VALUE ZERO.
002710 77  WS-LINE-COUNT               PIC 9(03)  COMP    VALUE ZERO.
002720 77  WS-LINES-PER-PAGE           PIC 9(03)  COMP    VALUE 55.
002730
002740*----------------------------------------------------------------
002750* STATEMENT PRINT-IMAGE LINES
002760*----------------------------------------------------------------
002770 01  STM-HEADING-1.
002780     05  FILLER                  PIC X(22)  VALUE
002790         'ACCOUNT STATEMENT    '.
002800     05  FILLER                  PIC X(08)  VALUE SPACES.
002810     05  STM-HDG-DATE            PIC X(10)  VALUE SPACES.
002820     05  FILLER                  PIC X(10)  VALUE SPACES.
002830     05  STM-HDG-CONTINUED       PIC X(11)  VALUE SPACES.
002840     05  FILLER                  PIC X(19)  VALUE SPACES.
002850
002860 01  STM-HEADING-2.
002870     05  FILLER                  PIC X(09)  VALUE 'ACCOUNT  '.
002880     05  STM-HDG-KEY             PIC X(10)  VALUE SPACES.
002890     05  FILLER                  PIC X(03)  VALUE SPACES.
002900     05  STM-HDG-NAME            PIC X(20)  VALUE SPACES.
002910     05  FILLER                  PIC X(03)  VALUE SPACES.
002920     05  FILLER                  PIC X(07)  VALUE 'BRANCH '.
002930     05  STM-HDG-BRANCH          PIC X(05)  VALUE SPACES.
002940     05  FILLER                  PIC X(23)  VALUE SPACES.
002950
002960 01  STM-HEADING-3.
002970     05  FILLER                  PIC X(09)  VALUE 'PERIOD   '.
002980     05  STM-HDG-FROM            PIC X(10)  VALUE SPACES.
002990     05  FILLER                  PIC X(04)  VALUE ' TO '.
003000     05  STM-HDG-TO              PIC X(10)  VALUE SPACES.
003010     05  FILLER                  PIC X(47)  VALUE SPACES.
003020
003030 01  STM-HEADING-4.
003040     05  FILLER                  PIC X(40)  VALUE
003050         'DATE        DESCRIPTION                '.
003060     05  FILLER                  PIC X(40)  VALUE
003070         '    AMOUNT            BALANCE          '.
003080
003090 01  STM-DETAIL-LINE.
003100     05  STM-DTL-DATE            PIC X(10)  VALUE SPACES.
003110     05  FILLER                  PIC X(02)  VALUE SPACES.
003120     05  STM-DTL-DESC            PIC X(20)  VALUE SPACES.
003130     05  FILLER                  PIC X(02)  VALUE SPACES.
003140     05  STM-DTL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
003150     05  FILLER                  PIC X(02)  VALUE SPACES.
003160     05  STM-DTL-BALANCE         PIC ZZZ,ZZZ,ZZ9.99-.
003170     05  FILLER                  PIC X(14)  VALUE SPACES.
003180
003190*----------------------------------------------------------------
003200* EXCEPTIONS LIST PRINT-IMAGE LINES
003210*----------------------------------------------------------------
003220 01  STX-HEADING-1.
003230     05  FILLER                  PIC X(22)  VALUE
003240         'SAMPLESTATEMENT EXCPT'.
003250     05  FILLER                  PIC X(08)  VALUE SPACES.
003260     05  STX-HDG-DATE            PIC X(10)  VALUE SPACES.
003270     05  FILLER                  PIC X(40)  VALUE SPACES.
003280
003290 01  STX-EXCEPTION-LINE.
003300     05  FILLER                  PIC X(11)  VALUE 'EXCEPTION: '.
003310     05  STX-EXC-KEY             PIC X(10)  VALUE SPACES.
003320     05  FILLER                  PIC X(01)  VALUE SPACE.
003330     05  STX-EXC-BRANCH          PIC X(05)  VALUE SPACES.
003340     05  FILLER                  PIC X(02)  VALUE SPACES.
003350     05  STX-EXC-TEXT            PIC X(35)  VALUE SPACES.
003360     05  FILLER                  PIC X(16)  VALUE SPACES.
003370
003380 01  STX-FOOTING-LINE.
003390     05  FILLER                  PIC X(11)  VALUE SPACES.
003400     05  FILLER                  PIC X(08)  VALUE 'OPENING '.
003410     05  STX-FTG-OPENING         PIC ZZZ,ZZZ,ZZ9.99-.
003420     05  FILLER                  PIC X(06)  VALUE '  MVT '.
003430     05  STX-FTG-MOVEMENT        PIC ZZZ,ZZZ,ZZ9.99-.
003440     05  FILLER                  PIC X(06)  VALUE '  CLS '.
003450     05  STX-FTG-CLOSING         PIC ZZZ,ZZZ,ZZ9.99-.
003460     05  FILLER                  PIC X(04)  VALUE SPACES.
003470
003480 01  STX-DETAIL-LINE.
003490     05  STX-LABEL               PIC X(30)  VALUE SPACES.
003500     05  STX-VALUE               PIC ZZZ,ZZZ,ZZ9  VALUE ZERO.
003510     05  FILLER                  PIC X(39)  VALUE SPACES.
003520
003530 01  WS-CURRENT-DATE.
003540     05  WS-CURR-YYYY            PIC 9(04).
003550     05  WS-CURR-MM              PIC 9(02).
003560     05  WS-CURR-DD              PIC 9(02).
003570
003580 01  WS-CURR-DATE-DISPLAY        PIC X(10)  VALUE SPACES.
003590
003600 01  WS-DATE-WORK                PIC X(08)  VALUE SPACES.
003610 01  WS-DATE-WORK-DISPLAY        PIC X(10)  VALUE SPACES.
003620
003630 PROCEDURE DIVISION.
003640*================================================================
003650 0000-MAINLINE.
003660*================================================================
003670     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003680     IF RUN-REFUSED
003690         MOVE 16 TO RETURN-CODE
003700     ELSE
003710         SORT SORT-WORK-FILE
003720             ON ASCENDING KEY STS-BRANCH STS-KEY STS-TYPE STS-SEQ
003730             INPUT PROCEDURE IS 2000-RELEASE-ACCOUNT-DATA
003740                 THRU 2099-EXIT
003750             OUTPUT PROCEDURE IS 3000-PRODUCE-STATEMENTS
003760                 THRU 3099-EXIT
003770         PERFORM 4000-PRODUCE-CONTROL-TOTALS THRU 4000-EXIT
003780         PERFORM 9999-WRAP-UP THRU 9999-EXIT
003790     END-IF
003800     STOP RUN.
003810
003820*================================================================
003830 1000-INITIALIZE.
003840*================================================================
003850     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
003860     MOVE WS-CURR-YYYY TO WS-CURR-DATE-DISPLAY(1:4)
003870     MOVE '/'           TO WS-CURR-DATE-DISPLAY(5:1)
003880     MOVE WS-CURR-MM    TO WS-CURR-DATE-DISPLAY(6:2)
003890     MOVE '/'           TO WS-CURR-DATE-DISPLAY(8:1)
003900     MOVE WS-CURR-DD    TO WS-CURR-DATE-DISPLAY(9:2)
003910     MOVE WS-CURRENT-DATE TO WS-PERIOD-FROM
003920     MOVE '01' TO WS-PERIOD-FROM(7:2)
003930     MOVE WS-CURRENT-DATE TO WS-PERIOD-TO
003940     PERFORM 1070-GET-PARAMETERS THRU 1070-EXIT
003950     MOVE WS-PERIOD-FROM TO WS-DATE-WORK
003960     PERFORM 1080-FORMAT-DATE THRU 1080-EXIT
003970     MOVE WS-DATE-WORK-DISPLAY TO WS-PERIOD-FROM-DISPLAY
003980     MOVE WS-PERIOD-TO TO WS-DATE-WORK
003990     PERFORM 1080-FORMAT-DATE THRU 1080-EXIT
004000     MOVE WS-DATE-WORK-DISPLAY TO WS-PERIOD-TO-DISPLAY
004010*    THE NAME AND BRANCH ON EVERY STATEMENT COME FROM THE MASTER -
004020*    WITHOUT IT NOT ONE STATEMENT COULD BE ADDRESSED.
004030     OPEN INPUT MST-FILE
004040     IF MST-STATUS-NOFILE
004050         DISPLAY 'SAMPSTM - ACCOUNT MASTER NOT FOUND ON ACCTMST '
004060             '- STATEMENTS NOT PRODUCED'
004070         MOVE 'Y' TO WS-RUN-REFUSED-SW
004080         GO TO 1000-EXIT
004090     END-IF
004100     OPEN OUTPUT STM-FILE
004110     OPEN OUTPUT STX-FILE
004120     MOVE WS-CURR-DATE-DISPLAY TO STM-HDG-DATE
004130     MOVE WS-CURR-DATE-DISPLAY TO STX-HDG-DATE
004140     MOVE WS-PERIOD-FROM-DISPLAY TO STM-HDG-FROM
004150     MOVE WS-PERIOD-TO-DISPLAY TO STM-HDG-TO
004160     MOVE STX-HEADING-1 TO STX-RECORD
004170     WRITE STX-RECORD
004180     MOVE STM-HEADING-3 TO STX-RECORD
004190     WRITE STX-RECORD
004200     MOVE SPACES TO STX-RECORD
004210     WRITE STX-RECORD.
004220 1000-EXIT.
004230     EXIT.
004240
004250*================================================================
004260 1070-GET-PARAMETERS.
004270*================================================================
004280*    THE SAMPTPRM CARD NAMES A DIFFERENT PERIOD - FROM-DATE IN
004290*    COLUMNS 1-8 AND TO-DATE IN COLUMNS 9-16, BOTH YYYYMMDD.
004300*    EITHER MAY BE LEFT BLANK TO KEEP ITS DEFAULT.
004310     OPEN INPUT TPRM-FILE
004320     IF TPRM-STATUS-OK
004330         READ TPRM-FILE
004340             NOT AT END
004350                 IF TPRM-PERIOD-FROM NUMERIC
004360                  AND TPRM-PERIOD-FROM NOT = ZERO
004370                     MOVE TPRM-PERIOD-FROM TO WS-PERIOD-FROM
004380                 END-IF
004390                 IF TPRM-PERIOD-TO NUMERIC
004400                  AND TPRM-PERIOD-TO NOT = ZERO
004410                     MOVE TPRM-PERIOD-TO TO WS-PERIOD-TO
004420                 END-IF
004430         END-READ
004440         CLOSE TPRM-FILE
004450     END-IF.
004460 1070-EXIT.
004470     EXIT.
004480
004490*================================================================
004500 1080-FORMAT-DATE.
004510*================================================================
004520     MOVE WS-DATE-WORK(1:4) TO WS-DATE-WORK-DISPLAY(1:4)
004530     MOVE '/'               TO WS-DATE-WORK-DISPLAY(5:1)
004540     MOVE WS-DATE-WORK(5:2) TO WS-DATE-WORK-DISPLAY(6:2)
004550     MOVE '/'               TO WS-DATE-WORK-DISPLAY(8:1)
004560     MOVE WS-DATE-WORK(7:2) TO WS-DATE-WORK-DISPLAY(9:2).
004570 1080-EXIT.
004580     EXIT.
004590
004600*================================================================
004610 2000-RELEASE-ACCOUNT-DATA.
004620*================================================================
004630*    OPENING BALANCES.  NO PRIOR SNAPSHOT (THE FIRST PERIOD EVER)
004640*    MEANS EVERY ACCOUNT OPENS AT ZERO.
004650     OPEN INPUT SNAP-OLD-FILE
004660     IF SNAP-OLD-STATUS-NOFILE
004670         MOVE 'Y' TO WS-OLD-EOF-SW
004680     END-IF
004690     PERFORM 2010-RELEASE-OPENING THRU 2010-EXIT
004700         UNTIL OLD-EOF-REACHED
004710     IF NOT SNAP-OLD-STATUS-NOFILE
004720         CLOSE SNAP-OLD-FILE
004730     END-IF
004740*    THE PERIOD'S JOURNAL ENTRIES.  SAMPLAUD CARRIES THE LATEST
004742*    CLOSED SAMPAGEN GENERATION AHEAD OF THE LIVE JOURNAL, SO
004744*    ENTRIES A MONTH-END ROLLOVER HAS MOVED OUT OF THE LIVE FILE
004746*    ARE STILL READ.
004750     OPEN INPUT AUD-FILE
004760     IF AUD-STATUS-NOFILE
004770         MOVE 'Y' TO WS-AUD-EOF-SW
004780     END-IF
004790     PERFORM 2020-RELEASE-ENTRY THRU 2020-EXIT
004800         UNTIL AUD-EOF-REACHED
004810     IF NOT AUD-STATUS-NOFILE
004820         CLOSE AUD-FILE
004830     END-IF
004840*    CLOSING BALANCES.  A KEY NO LONGER ON FILE CLOSES AT ZERO.
004850     OPEN INPUT OutputFile
004860     IF OUTPUT-STATUS-NOFILE
004870         MOVE 'Y' TO WS-OUT-EOF-SW
004880     END-IF
004890     PERFORM 2030-RELEASE-CLOSING THRU 2030-EXIT
004900         UNTIL OUT-EOF-REACHED
004910     IF NOT OUTPUT-STATUS-NOFILE
004920         CLOSE OutputFile
004930     END-IF
004940     GO TO 2099-EXIT.
004950
004960*================================================================
004970 2010-RELEASE-OPENING.
004980*================================================================
004990     READ SNAP-OLD-FILE INTO WS-OLD-LINE
005000         AT END
005010             MOVE 'Y' TO WS-OLD-EOF-SW
005020         NOT AT END
005030             ADD 1 TO WS-SNAPSHOT-READ
005040             MOVE WS-OLD-KEY TO STS-KEY
005050             MOVE '1' TO STS-TYPE
005060             MOVE SPACES TO STS-DATE
005070             MOVE SPACE TO STS-ACTION
005080             MOVE ZERO TO STS-OLD-VALUE
005090             MOVE WS-OLD-AMT TO STS-NEW-VALUE
005100             PERFORM 2050-RELEASE-RECORD THRU 2050-EXIT
005110     END-READ.
005120 2010-EXIT.
005130     EXIT.
005140
005150*================================================================
005160 2020-RELEASE-ENTRY.
005170*================================================================
005180*    THE FIRST EIGHT BYTES OF THE RUN-ID ARE THE DATE THE ENTRY
005190*    WAS MADE.  THE JOURNAL-ROLL CARRY-FORWARD SEEDS ('F') ARE
005200*    BOOKKEEPING, NOT ACTIVITY, AND NEVER APPEAR ON A STATEMENT -
005202*    THE ENTRIES THEY SUMMARIZE ARE READ FROM THE GENERATION
005204*    CONCATENATED AHEAD OF THEM.  A GENERATION CLOSED BEFORE THE
005206*    PERIOD BEGAN HOLDS ONLY EARLIER DATES AND IS SKIPPED HERE.
005210     READ AUD-FILE
005220         AT END
005230             MOVE 'Y' TO WS-AUD-EOF-SW
005240             GO TO 2020-EXIT
005250     END-READ
005260     ADD 1 TO WS-JOURNAL-READ
005270     IF AUD-RUN-ID(1:8) < WS-PERIOD-FROM
005280      OR AUD-RUN-ID(1:8) > WS-PERIOD-TO
005290      OR AUD-ACTION = 'F'
005300         GO TO 2020-EXIT
005310     END-IF
005320     ADD 1 TO WS-JOURNAL-IN-PERIOD
005330     MOVE AUD-KEY TO STS-KEY
005340     MOVE '2' TO STS-TYPE
005350     MOVE AUD-RUN-ID(1:8) TO STS-DATE
005360     MOVE AUD-ACTION TO STS-ACTION
005370     MOVE AUD-OLD-VALUE TO STS-OLD-VALUE
005380     MOVE AUD-NEW-VALUE TO STS-NEW-VALUE
005390     PERFORM 2050-RELEASE-RECORD THRU 2050-EXIT.
005400 2020-EXIT.
005410     EXIT.
005420
005430*================================================================
005440 2030-RELEASE-CLOSING.
005450*================================================================
005460     READ OutputFile NEXT RECORD INTO OutputRecord
005470         AT END
005480             MOVE 'Y' TO WS-OUT-EOF-SW
005490         NOT AT END
005500             ADD 1 TO WS-FILE-RECORDS-READ
005510             MOVE OutputField1 TO STS-KEY
005520             MOVE '3' TO STS-TYPE
005530             MOVE SPACES TO STS-DATE
005540             MOVE SPACE TO STS-ACTION
005550             MOVE ZERO TO STS-OLD-VALUE
005560             MOVE OutputField2 TO STS-NEW-VALUE
005570             PERFORM 2050-RELEASE-RECORD THRU 2050-EXIT
005580     END-READ.
005590 2030-EXIT.
005600     EXIT.
005610
005620*================================================================
005630 2050-RELEASE-RECORD.
005640*================================================================
005650*    A KEY WITH NO MASTER RECORD SORTS AT THE FRONT UNDER A BLANK
005660*    BRANCH AND GOES TO THE EXCEPTIONS LIST.
005670     MOVE STS-KEY TO MST-KEY
005680     READ MST-FILE
005690         INVALID KEY
005700             MOVE SPACES TO STS-BRANCH
005710             MOVE SPACES TO STS-NAME
005720             MOVE 'N' TO STS-MST-SW
005730         NOT INVALID KEY
005740             MOVE MST-BRANCH TO STS-BRANCH
005750             MOVE MST-NAME TO STS-NAME
005760             MOVE 'Y' TO STS-MST-SW
005770     END-READ
005780     ADD 1 TO WS-SEQ
005790     MOVE WS-SEQ TO STS-SEQ
005800     RELEASE STS-RECORD.
005810 2050-EXIT.
005820     EXIT.
005830
005840 2099-EXIT.
005850     EXIT.
005860
005870*================================================================
005880 3000-PRODUCE-STATEMENTS.
005890*================================================================
005900     PERFORM 3010-RETURN-RECORD THRU 3010-EXIT
005910     PERFORM 3020-ACCUMULATE-RECORD THRU 3020-EXIT
005920         UNTIL SORT-EOF-REACHED
005930     IF ACCT-OPEN
005940         PERFORM 3100-FINISH-ACCOUNT THRU 3100-EXIT
005950     END-IF
005960     GO TO 3099-EXIT.
005970
005980*================================================================
005990 3010-RETURN-RECORD.
006000*================================================================
006010     RETURN SORT-WORK-FILE
006020         AT END
006030             MOVE 'Y' TO WS-SORT-EOF-SW
006040     END-RETURN.
006050 3010-EXIT.
006060     EXIT.
006070
006080*================================================================
006090 3020-ACCUMULATE-RECORD.
006100*================================================================
006110     IF ACCT-OPEN
006120         IF STS-KEY NOT = WS-ACCT-KEY
006130          OR STS-BRANCH NOT = WS-ACCT-BRANCH
006140             PERFORM 3100-FINISH-ACCOUNT THRU 3100-EXIT
006142             IF STS-BRANCH NOT = WS-ACCT-BRANCH
006144                 MOVE 'Y' TO WS-NEW-PAGE-SW
006146             END-IF
006150             PERFORM 3030-START-ACCOUNT THRU 3030-EXIT
006160         END-IF
006170     ELSE
006180         PERFORM 3030-START-ACCOUNT THRU 3030-EXIT
006190     END-IF
006200     EVALUATE TRUE
006210         WHEN STS-OPENING
006220             MOVE STS-NEW-VALUE TO WS-ACCT-OPENING
006230             MOVE 'Y' TO WS-CHAIN-LIVE-SW
006240         WHEN STS-ENTRY
006250             PERFORM 3040-ADD-ENTRY THRU 3040-EXIT
006260         WHEN STS-CLOSING
006270             MOVE STS-NEW-VALUE TO WS-ACCT-CLOSING
006280     END-EVALUATE
006290     PERFORM 3010-RETURN-RECORD THRU 3010-EXIT.
006300 3020-EXIT.
006310     EXIT.
006320
006330*================================================================
006340 3030-START-ACCOUNT.
006350*================================================================
006360     MOVE 'Y' TO WS-ACCT-OPEN-SW
006370     MOVE STS-KEY TO WS-ACCT-KEY
006380     MOVE STS-BRANCH TO WS-ACCT-BRANCH
006390     MOVE STS-NAME TO WS-ACCT-NAME
006400     MOVE STS-MST-SW TO WS-ACCT-MST-SW
006410     MOVE ZERO TO WS-ACCT-OPENING
006420     MOVE ZERO TO WS-ACCT-CLOSING
006430     MOVE ZERO TO WS-ACCT-MOVEMENT
006440     MOVE ZERO TO WS-STM-COUNT
006450     MOVE 'N' TO WS-CHAIN-LIVE-SW
006460     MOVE 'N' TO WS-TABLE-FULL-SW
006470     ADD 1 TO WS-ACCOUNTS.
006480 3030-EXIT.
006490     EXIT.
006500
006510*================================================================
006520 3040-ADD-ENTRY.
006530*================================================================
006540*    AN ENTRY'S MOVEMENT IS ITS NEW VALUE LESS ITS OLD VALUE.  THE
006550*    FIRST ENTRY OF A FRESH CHAIN - AN ACCOUNT OPENED DURING THE
006560*    PERIOD, OR RE-CREATED AFTER A DELETE OR ARCHIVE - HAS NO
006570*    PRIOR BALANCE, SO ITS WHOLE NEW VALUE IS THE MOVEMENT, THE
006580*    SAME RULE SampleRecon APPLIES WHEN IT REPLAYS THE CHAIN.
006590     IF CHAIN-LIVE
006600         COMPUTE WS-ENTRY-MOVEMENT = STS-NEW-VALUE - STS-OLD-VALUE
006610     ELSE
006620         MOVE STS-NEW-VALUE TO WS-ENTRY-MOVEMENT
006630     END-IF
006640     IF STS-ACTION = 'D' OR STS-ACTION = 'P'
006650         MOVE 'N' TO WS-CHAIN-LIVE-SW
006660     ELSE
006670         MOVE 'Y' TO WS-CHAIN-LIVE-SW
006680     END-IF
006690     ADD WS-ENTRY-MOVEMENT TO WS-ACCT-MOVEMENT
006700     IF WS-STM-COUNT < WS-STM-MAX
006710         ADD 1 TO WS-STM-COUNT
006720         MOVE STS-DATE   TO WS-STM-TBL-DATE (WS-STM-COUNT)
006730         MOVE STS-ACTION TO WS-STM-TBL-ACTION (WS-STM-COUNT)
006740         MOVE WS-ENTRY-MOVEMENT
006750             TO WS-STM-TBL-AMOUNT (WS-STM-COUNT)
006760         MOVE STS-NEW-VALUE TO WS-STM-TBL-BALANCE (WS-STM-COUNT)
006770     ELSE
006780         MOVE 'Y' TO WS-TABLE-FULL-SW
006790     END-IF.
006800 3040-EXIT.
006810     EXIT.
006820
006830*================================================================
006840 3100-FINISH-ACCOUNT.
006850*================================================================
006860     COMPUTE WS-ACCT-FOOTING = WS-ACCT-OPENING + WS-ACCT-MOVEMENT
006870     EVALUATE TRUE
006880         WHEN NOT ACCT-ON-MASTER
006890             ADD 1 TO WS-NOT-ON-MASTER
006900             MOVE 'NOT ON ACCOUNT MASTER - NO ADDRESS'
006910                 TO STX-EXC-TEXT
006920             PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
006930         WHEN STM-TABLE-FULL
006940             ADD 1 TO WS-TOO-MANY-ENTRIES
006950             MOVE 'TOO MANY ENTRIES FOR ONE STATEMENT'
006960                 TO STX-EXC-TEXT
006970             PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
006980         WHEN WS-ACCT-FOOTING NOT = WS-ACCT-CLOSING
006990             ADD 1 TO WS-NOT-FOOTING
007000             MOVE 'DOES NOT FOOT - OPENING+MVT NE CLOSE'
007010                 TO STX-EXC-TEXT
007020             PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
007030         WHEN OTHER
007040             PERFORM 3200-PRINT-STATEMENT THRU 3200-EXIT
007050     END-EVALUATE.
007060 3100-EXIT.
007070     EXIT.
007080
007090*================================================================
007100 3200-PRINT-STATEMENT.
007110*================================================================
007120     MOVE SPACES TO STM-HDG-CONTINUED
007130     PERFORM 3300-WRITE-HEADINGS THRU 3300-EXIT
007140     MOVE WS-PERIOD-FROM-DISPLAY TO STM-DTL-DATE
007150     MOVE 'OPENING BALANCE' TO STM-DTL-DESC
007160     MOVE ZERO TO STM-DTL-AMOUNT
007170     MOVE WS-ACCT-OPENING TO STM-DTL-BALANCE
007180     PERFORM 3250-WRITE-DETAIL THRU 3250-EXIT
007190     PERFORM 3210-PRINT-ENTRY THRU 3210-EXIT
007200         VARYING WS-STM-SUB FROM 1 BY 1
007210         UNTIL WS-STM-SUB > WS-STM-COUNT
007220     MOVE WS-PERIOD-TO-DISPLAY TO STM-DTL-DATE
007230     MOVE 'CLOSING BALANCE' TO STM-DTL-DESC
007240     MOVE WS-ACCT-MOVEMENT TO STM-DTL-AMOUNT
007250     MOVE WS-ACCT-CLOSING TO STM-DTL-BALANCE
007260     PERFORM 3250-WRITE-DETAIL THRU 3250-EXIT
007270     ADD 1 TO WS-STATEMENTS-PRINTED.
007280 3200-EXIT.
007290     EXIT.
007300
007310*================================================================
007320 3210-PRINT-ENTRY.
007330*================================================================
007340     MOVE WS-STM-TBL-DATE (WS-STM-SUB) TO WS-DATE-WORK
007350     PERFORM 1080-FORMAT-DATE THRU 1080-EXIT
007360     MOVE WS-DATE-WORK-DISPLAY TO STM-DTL-DATE
007370     MOVE ZERO TO WS-ACT-WORD-FOUND-SUB
007380     PERFORM 3220-FIND-ACTION-WORDS THRU 3220-EXIT
007390         VARYING WS-ACT-WORD-SUB FROM 1 BY 1
007400         UNTIL WS-ACT-WORD-SUB > WS-ACT-WORD-MAX
007410            OR WS-ACT-WORD-FOUND-SUB > ZERO
007420     IF WS-ACT-WORD-FOUND-SUB = ZERO
007430         MOVE 'ADJUSTMENT' TO STM-DTL-DESC
007440     ELSE
007450         MOVE WS-ACT-WORD-TEXT (WS-ACT-WORD-FOUND-SUB)
007460             TO STM-DTL-DESC
007470     END-IF
007472     IF WS-STM-TBL-ACTION (WS-STM-SUB) = 'A'
007474        AND WS-STM-TBL-AMOUNT (WS-STM-SUB) < ZERO
007476         MOVE 'SERVICE CHARGE' TO STM-DTL-DESC
007478     END-IF
007480     IF WS-STM-TBL-ACTION (WS-STM-SUB) = 'T'
007482        AND WS-STM-TBL-AMOUNT (WS-STM-SUB) < ZERO
007484         MOVE 'TRANSFER OUT' TO STM-DTL-DESC
007486     END-IF
007488     MOVE WS-STM-TBL-AMOUNT (WS-STM-SUB) TO STM-DTL-AMOUNT
007490     MOVE WS-STM-TBL-BALANCE (WS-STM-SUB) TO STM-DTL-BALANCE
007500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007510         MOVE '(CONTINUED)' TO STM-HDG-CONTINUED
007520         PERFORM 3300-WRITE-HEADINGS THRU 3300-EXIT
007530     END-IF
007540     PERFORM 3250-WRITE-DETAIL THRU 3250-EXIT.
007550 3210-EXIT.
007560     EXIT.
007570
007580*================================================================
007590 3220-FIND-ACTION-WORDS.
007600*================================================================
007610     IF WS-ACT-WORD-CODE (WS-ACT-WORD-SUB)
007620             = WS-STM-TBL-ACTION (WS-STM-SUB)
007630         MOVE WS-ACT-WORD-SUB TO WS-ACT-WORD-FOUND-SUB
007640     END-IF.
007650 3220-EXIT.
007660     EXIT.
007670
007680*================================================================
007690 3250-WRITE-DETAIL.
007700*================================================================
007710     MOVE STM-DETAIL-LINE TO STM-RECORD
007720     WRITE STM-RECORD
007730     ADD 1 TO WS-LINE-COUNT.
007740 3250-EXIT.
007750     EXIT.
007760
007770*================================================================
007780 3300-WRITE-HEADINGS.
007790*================================================================
007791*    EVERY STATEMENT, AND EVERY CONTINUATION PAGE OF A LONG ONE,
007792*    OPENS WITH THE HEADING LINES.  THE FIRST STATEMENT OF EACH
007793*    BRANCH STARTS A NEW PAGE, SO THE MAIL ROOM CAN SPLIT THE RUN
007794*    BY BRANCH; SO DOES A STATEMENT OR CONTINUATION THAT WOULD NOT
007795*    FIT THE HEADINGS AND ITS OPENING AND CLOSING LINES ON WHAT IS
007796*    LEFT OF THE CURRENT PAGE.  OTHERWISE A BLANK LINE SEPARATES
007797*    IT FROM THE STATEMENT ABOVE.
007798     MOVE WS-ACCT-KEY TO STM-HDG-KEY
007799     MOVE WS-ACCT-NAME TO STM-HDG-NAME
007800     MOVE WS-ACCT-BRANCH TO STM-HDG-BRANCH
007801     IF WS-LINE-COUNT + 8 > WS-LINES-PER-PAGE
007802         MOVE 'Y' TO WS-NEW-PAGE-SW
007803     END-IF
007804     MOVE STM-HEADING-1 TO STM-RECORD
007805     IF NEW-PAGE-WANTED
007806         WRITE STM-RECORD AFTER ADVANCING PAGE
007807         MOVE 'N' TO WS-NEW-PAGE-SW
007808         MOVE ZERO TO WS-LINE-COUNT
007809     ELSE
007810         MOVE SPACES TO STM-RECORD
007811         WRITE STM-RECORD
007812         MOVE STM-HEADING-1 TO STM-RECORD
007813         WRITE STM-RECORD
007814         ADD 1 TO WS-LINE-COUNT
007815     END-IF
007816     MOVE SPACES TO STM-RECORD
007817     WRITE STM-RECORD
007818     MOVE STM-HEADING-2 TO STM-RECORD
007819     WRITE STM-RECORD
007820     MOVE STM-HEADING-3 TO STM-RECORD
007821     WRITE STM-RECORD
007822     MOVE SPACES TO STM-RECORD
007823     WRITE STM-RECORD
007824     MOVE STM-HEADING-4 TO STM-RECORD
007825     WRITE STM-RECORD
007826     ADD 6 TO WS-LINE-COUNT.
007980 3300-EXIT.
007990     EXIT.
008000
008010*================================================================
008020 3900-WRITE-EXCEPTION.
008030*================================================================
008040     MOVE WS-ACCT-KEY TO STX-EXC-KEY
008050     MOVE WS-ACCT-BRANCH TO STX-EXC-BRANCH
008060     MOVE STX-EXCEPTION-LINE TO STX-RECORD
008070     WRITE STX-RECORD
008080     MOVE WS-ACCT-OPENING TO STX-FTG-OPENING
008090     MOVE WS-ACCT-MOVEMENT TO STX-FTG-MOVEMENT
008100     MOVE WS-ACCT-CLOSING TO STX-FTG-CLOSING
008110     MOVE STX-FOOTING-LINE TO STX-RECORD
008120     WRITE STX-RECORD.
008130 3900-EXIT.
008140     EXIT.
008150
008160 3099-EXIT.
008170     EXIT.
008180
008190*================================================================
008200 4000-PRODUCE-CONTROL-TOTALS.
008210*================================================================
008220     MOVE SPACES TO STX-RECORD
008230     WRITE STX-RECORD
008240
008250     MOVE 'SNAPSHOT RECORDS READ. . . . .' TO STX-LABEL
008260     MOVE WS-SNAPSHOT-READ                 TO STX-VALUE
008270     MOVE STX-DETAIL-LINE                  TO STX-RECORD
008280     WRITE STX-RECORD
008290
008300     MOVE 'JOURNAL ENTRIES READ . . . . .' TO STX-LABEL
008310     MOVE WS-JOURNAL-READ                  TO STX-VALUE
008320     MOVE STX-DETAIL-LINE                  TO STX-RECORD
008330     WRITE STX-RECORD
008340
008350     MOVE 'JOURNAL ENTRIES IN PERIOD. . .' TO STX-LABEL
008360     MOVE WS-JOURNAL-IN-PERIOD             TO STX-VALUE
008370     MOVE STX-DETAIL-LINE                  TO STX-RECORD
008380     WRITE STX-RECORD
008390
008400     MOVE 'FILE RECORDS READ. . . . . . .' TO STX-LABEL
008410     MOVE WS-FILE-RECORDS-READ             TO STX-VALUE
008420     MOVE STX-DETAIL-LINE                  TO STX-RECORD
008430     WRITE STX-RECORD
008440
008450     MOVE 'ACCOUNTS . . . . . . . . . . .' TO STX-LABEL
008460     MOVE WS-ACCOUNTS                      TO STX-VALUE
008470     MOVE STX-DETAIL-LINE                  TO STX-RECORD
008480     WRITE STX-RECORD
008490
008500     MOVE 'STATEMENTS PRINTED . . . . . .' TO STX-LABEL
008510     MOVE WS-STATEMENTS-PRINTED            TO STX-VALUE
008520     MOVE STX-DETAIL-LINE                  TO STX-RECORD
008530     WRITE STX-RECORD
008540
008550     MOVE 'STATEMENTS NOT FOOTING . . . .' TO STX-LABEL
008560     MOVE WS-NOT-FOOTING                   TO STX-VALUE
008570     MOVE STX-DETAIL-LINE                  TO STX-RECORD
008580     WRITE STX-RECORD
008590
008600     MOVE 'KEYS NOT ON ACCOUNT MASTER . .' TO STX-LABEL
008610     MOVE WS-NOT-ON-MASTER                 TO STX-VALUE
008620     MOVE STX-DETAIL-LINE                  TO STX-RECORD
008630     WRITE STX-RECORD
008640
008650     MOVE 'TOO MANY ENTRIES TO PRINT. . .' TO STX-LABEL
008660     MOVE WS-TOO-MANY-ENTRIES              TO STX-VALUE
008670     MOVE STX-DETAIL-LINE                  TO STX-RECORD
008680     WRITE STX-RECORD
008690
008700     COMPUTE WS-TOTAL-EXCEPTIONS
008710         = WS-NOT-FOOTING + WS-NOT-ON-MASTER + WS-TOO-MANY-ENTRIES
008720     MOVE SPACES TO STX-RECORD
008730     WRITE STX-RECORD
008740     IF WS-TOTAL-EXCEPTIONS = ZERO
008750         MOVE 'VERDICT: ALL STATEMENTS FOOT - RELEASE TO MAIL'
008760             TO STX-RECORD
008770     ELSE
008780         MOVE 'VERDICT: EXCEPTIONS PULLED - SEE LIST ABOVE'
008790             TO STX-RECORD
008800         MOVE 8 TO RETURN-CODE
008810     END-IF
008820     WRITE STX-RECORD.
008830 4000-EXIT.
008840     EXIT.
008850
008860*================================================================
008870 9999-WRAP-UP.
008880*================================================================
008890     CLOSE MST-FILE
008900     CLOSE STM-FILE
008910     CLOSE STX-FILE.
008920 9999-EXIT.
008930     EXIT.
