000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SampleLedger.
000030 AUTHOR.        R. HARTLEY.
000040 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RH   ORIGINAL PROGRAM.  DAILY GENERAL-LEDGER POSTING
000110*                  INTERFACE, BUILT FROM THE AUDIT JOURNAL SO THE
000120*                  GL NO LONGER GETS RE-KEYED BY HAND FROM THE
000130*                  SAMPLRPT BALANCE REPORT.  READS EVERY AUD-FILE
000140*                  ENTRY WHOSE RUN-ID FALLS ON THE BUSINESS DATE
000150*                  (TODAY, OR THE SAMPOPRM OVERRIDE CARD), TAKES
000160*                  ITS DELTA (NEW VALUE MINUS OLD VALUE), LOOKS UP
000170*                  THE KEY'S BRANCH ON THE ACCOUNT MASTER KSDS ON
000180*                  ACCTMST, AND SORTS THE DAY BY BRANCH AND ACTION
000190*                  CODE.  EACH BRANCH/ACTION GROUP POSTS ONE
000200*                  BALANCED DEBIT/CREDIT PAIR TO THE COMMA-
000210*                  DELIMITED GL INTERFACE FILE ON GLFEED - THE
000220*                  BRANCH'S CUSTOMER-BALANCE CONTROL ACCOUNT
000230*                  AGAINST THE ACTION'S OFFSET ACCOUNT - BETWEEN
000240*                  A HEADER AND A COUNT/DEBIT/CREDIT TRAILER.  A
000250*                  KEY WITH NO MASTER RECORD (OR A BLANK BRANCH)
000260*                  POSTS TO THE SUSPENSE GL LINE INSTEAD OF A
000270*                  BRANCH CONTROL ACCOUNT.  THE SAMPORPT CONTROL
000280*                  REPORT LISTS THE POSTINGS WITH BRANCH TOTALS
000290*                  AND TIES THE FEED OUT: DEBITS AGAINST CREDITS,
000300*                  GL NET AGAINST THE JOURNAL NET, AND THE
000310*                  SAMPLE1 NEW-VALUE HASH ON THE JOURNAL AGAINST
000320*                  THE HASH TOTAL LINE ON THE DAY'S SAMPLRPT.  ANY
000330*                  DISAGREEMENT ENDS THE STEP CC 8 SO THE FEED IS
000340*                  HELD BACK; A MISSING ACCOUNT MASTER REFUSES THE
000350*                  RUN CC 16.
000352* 10/15/2026  RH   ACCRUAL POSTINGS (AUDIT ACTION 'A', WRITTEN BY
000355*                  SampleAccrual) NOW POST TO THEIR OWN OFFSET
000357*                  ACCOUNT 41008000.
000358* 10/15/2026  RH   TRANSFER LEGS (AUDIT ACTION 'T') POST TO THEIR
000359*                  OWN OFFSET ACCOUNT 41009000 - BOTH LEGS OF A
000361*                  TRANSFER NET TO ZERO ACROSS THE FEED, BUT NOT
000362*                  WITHIN A BRANCH WHEN THE TWO ACCOUNTS SIT IN
000364*                  DIFFERENT BRANCHES.  BOTH LEGS' NEW VALUES ARE
000365*                  IN SAMPLE1'S HASH TOTAL, SO THEY JOIN THE
000367*                  SAMPLRPT TIE-OUT.  AUD-RECORD IS NOW 70 BYTES.
000368* 10/15/2026  RH   NOW THE END-OF-DAY JOB SAMPL010 RATHER THAN A
000369*                  STEP OF THE DAILY RUN, SO THE FEED ALSO CARRIES
000371*                  THE DAY'S CORRECTIONS, ONLINE APPROVALS,
000372*                  ACCRUALS, BACKOUTS AND ARCHIVE ACTIVITY.  THE
000373*                  SAMPLRPT TIE READS THE BALANCE REPORT SAMPJ020
000374*                  CATALOGS.
000375*================================================================
000377
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.  IBM-370.
000410 OBJECT-COMPUTER.  IBM-370.
000420
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT AUD-FILE ASSIGN TO SAMPLAUD
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470
000480     SELECT MST-FILE ASSIGN TO ACCTMST
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS MST-KEY
000520         FILE STATUS IS WS-MST-STATUS.
000530
000540     SELECT OPTIONAL BAL-RPT-FILE ASSIGN TO SAMPLRPT
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-BAL-RPT-STATUS.
000570
000580     SELECT OPTIONAL OPRM-FILE ASSIGN TO SAMPOPRM
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-OPRM-STATUS.
000610
000620     SELECT GL-FILE ASSIGN TO GLFEED
000630         ORGANIZATION IS LINE SEQUENTIAL.
000640
000650     SELECT GL-RPT-FILE ASSIGN TO SAMPORPT
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670
000680     SELECT SORT-WORK-FILE ASSIGN TO SRTWK01.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  AUD-FILE.
000730 01  AUD-RECORD.
000740     05  AUD-KEY                 PIC X(10).
000750     05  FILLER                  PIC X(01).
000760     05  AUD-OLD-VALUE           PIC S9(07)V99
000770                                 SIGN LEADING SEPARATE.
000780     05  FILLER                  PIC X(01).
000790     05  AUD-NEW-VALUE           PIC S9(07)V99
000800                                 SIGN LEADING SEPARATE.
000810     05  FILLER                  PIC X(01).
000820     05  AUD-RUN-ID              PIC X(14).
000830     05  FILLER                  PIC X(01).
000840     05  AUD-ACTION              PIC X(01).
000847         88  AUD-ACTION-SAMPLE1                 VALUE 'I' 'R' 'T'.
000855     05  FILLER                  PIC X(01).
000862     05  FILLER                  PIC X(20).
000870
000880 FD  MST-FILE.
000890     COPY SAMPMST.
000900
000910 FD  BAL-RPT-FILE.
000920 01  BAL-RPT-RECORD                  PIC X(80).
000930
000940 FD  OPRM-FILE.
000950 01  OPRM-RECORD.
000960     05  OPRM-BUS-DATE               PIC X(08).
000970
000980 FD  GL-FILE.
000990 01  GL-RECORD                       PIC X(50).
001000
001010 FD  GL-RPT-FILE.
001020 01  GL-RPT-RECORD                   PIC X(80).
001030
001040 SD  SORT-WORK-FILE.
001050 01  GLS-RECORD.
001060     05  GLS-BRANCH                  PIC X(05).
001070     05  GLS-ACTION                  PIC X(01).
001080     05  GLS-KEY                     PIC X(10).
001090     05  GLS-DELTA                   PIC S9(09)V99
001100                                     SIGN LEADING SEPARATE.
001110
001120 WORKING-STORAGE SECTION.
001130*----------------------------------------------------------------
001140* SWITCHES
001150*----------------------------------------------------------------
001160 01  WS-SWITCHES.
001170     05  WS-AUD-EOF-SW           PIC X(01)      VALUE 'N'.
001180         88  AUD-EOF-REACHED                    VALUE 'Y'.
001190     05  WS-SORT-EOF-SW          PIC X(01)      VALUE 'N'.
001200         88  SORT-EOF-REACHED                   VALUE 'Y'.
001210     05  WS-BAL-EOF-SW           PIC X(01)      VALUE 'N'.
001220         88  BAL-EOF-REACHED                    VALUE 'Y'.
001230     05  WS-RUN-REFUSED-SW       PIC X(01)      VALUE 'N'.
001240         88  RUN-REFUSED                        VALUE 'Y'.
001250     05  WS-GROUP-OPEN-SW        PIC X(01)      VALUE 'N'.
001260         88  GROUP-OPEN                         VALUE 'Y'.
001270     05  WS-BAL-HASH-SW          PIC X(01)      VALUE 'N'.
001280         88  BAL-HASH-FOUND                     VALUE 'Y'.
001290     05  WS-OUT-OF-BALANCE-SW    PIC X(01)      VALUE 'N'.
001300         88  FEED-OUT-OF-BALANCE                VALUE 'Y'.
001310
001320*----------------------------------------------------------------
001330* FILE STATUS CODES
001340*----------------------------------------------------------------
001350 01  WS-FILE-STATUSES.
001360     05  WS-MST-STATUS           PIC X(02)      VALUE '00'.
001370         88  MST-STATUS-OK                      VALUE '00'.
001380         88  MST-STATUS-NOTFND                  VALUE '23'.
001390         88  MST-STATUS-NOFILE                  VALUE '35'.
001400     05  WS-BAL-RPT-STATUS       PIC X(02)      VALUE '00'.
001410         88  BAL-RPT-STATUS-OK                  VALUE '00'.
001420         88  BAL-RPT-STATUS-NOFILE              VALUE '35'.
001430     05  WS-OPRM-STATUS          PIC X(02)      VALUE '00'.
001440         88  OPRM-STATUS-OK                     VALUE '00'.
001450         88  OPRM-STATUS-NOFILE                 VALUE '35'.
001460
001470*----------------------------------------------------------------
001480* GL ACCOUNT NUMBERS.  EVERY BRANCH'S CUSTOMER BALANCES ROLL UP
001490* TO ONE CONTROL ACCOUNT, CARRIED ON THE FEED WITH THE BRANCH AS
001500* ITS COST CENTRE; A KEY FINANCE CANNOT PLACE IN A BRANCH GOES
001510* TO THE SUSPENSE ACCOUNT UNDER THE SUSPENSE BRANCH INSTEAD.
001520* EACH JOURNAL ACTION CODE HAS ITS OWN OFFSET ACCOUNT.
001530*----------------------------------------------------------------
001540 77  WS-GL-CONTROL-ACCT          PIC X(08)  VALUE '21000000'.
001550 77  WS-GL-SUSPENSE-ACCT         PIC X(08)  VALUE '29990000'.
001560 77  WS-GL-SUSPENSE-BRANCH       PIC X(05)  VALUE '*SUSP'.
001570
001580 01  WS-GL-ACTION-VALUES.
001590     05  FILLER                  PIC X(29)  VALUE
001600         'I41001000DAILY INCREMENTS    '.
001610     05  FILLER                  PIC X(29)  VALUE
001620         'R41002000REPLACEMENTS        '.
001630     05  FILLER                  PIC X(29)  VALUE
001640         'D41003000ACCOUNT REMOVALS    '.
001650     05  FILLER                  PIC X(29)  VALUE
001660         'C41004000MANUAL CORRECTIONS  '.
001670     05  FILLER                  PIC X(29)  VALUE
001680         'B41005000RUN BACKOUTS        '.
001690     05  FILLER                  PIC X(29)  VALUE
001700         'P41006000ARCHIVE PURGES      '.
001710     05  FILLER                  PIC X(29)  VALUE
001720         'S41007000ARCHIVE RESTORES    '.
001723     05  FILLER                  PIC X(29)  VALUE
001724         'A41008000INTEREST/SVC CHARGES'.
001726     05  FILLER                  PIC X(29)  VALUE
001728         'T41009000ACCOUNT TRANSFERS   '.
001730
001740 01  WS-GL-ACTION-TABLE REDEFINES WS-GL-ACTION-VALUES.
001750     05  WS-GL-ACT-ENTRY OCCURS 9 TIMES.
001760         10  WS-GL-ACT-CODE      PIC X(01).
001770         10  WS-GL-ACT-OFFSET    PIC X(08).
001780         10  WS-GL-ACT-DESC      PIC X(20).
001790
001800 01  WS-FIND-ACTION              PIC X(01)  VALUE SPACE.
001810 77  WS-GL-ACT-MAX               PIC 9(03)  COMP    VALUE 9.
001820 77  WS-GL-ACT-SUB               PIC 9(03)  COMP    VALUE ZERO.
001830 77  WS-GL-ACT-FOUND-SUB         PIC 9(03)  COMP    VALUE ZERO.
001840
001850*----------------------------------------------------------------
001860* RUN COUNTERS AND AMOUNT TOTALS
001870*----------------------------------------------------------------
001880 77  WS-ENTRIES-READ             PIC 9(07)  COMP    VALUE ZERO.
001890 77  WS-ENTRIES-TODAY            PIC 9(07)  COMP    VALUE ZERO.
001900 77  WS-ENTRIES-POSTED           PIC 9(07)  COMP    VALUE ZERO.
001910 77  WS-ENTRIES-SUSPENSE         PIC 9(07)  COMP    VALUE ZERO.
001920 77  WS-ENTRIES-SKIPPED          PIC 9(07)  COMP    VALUE ZERO.
001930 77  WS-GL-RECORDS               PIC 9(07)  COMP    VALUE ZERO.
001940 77  WS-GL-DEBIT-TOTAL           PIC S9(11)V99 COMP VALUE ZERO.
001950 77  WS-GL-CREDIT-TOTAL          PIC S9(11)V99 COMP VALUE ZERO.
001960 77  WS-GL-NET                   PIC S9(11)V99 COMP VALUE ZERO.
001970 77  WS-JRNL-NET                 PIC S9(11)V99 COMP VALUE ZERO.
001980 77  WS-SUSPENSE-NET             PIC S9(11)V99 COMP VALUE ZERO.
001990 77  WS-ENTRY-DELTA              PIC S9(09)V99 COMP VALUE ZERO.
002000
002010*----------------------------------------------------------------
002020* SAMPLRPT TIE-OUT.  SAMPLE1'S HASH TOTAL IS THE SUM OF THE NEW
002030* OutputField2 OF EVERY RECORD IT WROTE OR REPLACED - EXACTLY
002040* THE NEW VALUES OF ITS 'I' AND 'R' JOURNAL ENTRIES.  THE JOURNAL
002050* IS IN RUN ORDER, SO THE FIGURE KEPT HERE IS RESTARTED AT EACH
002060* NEW SAMPLE1 RUN-ID AND ENDS AS THE LAST RUN'S - THE RUN WHOSE
002070* BALANCE REPORT THE STEP IS HANDED.
002080*----------------------------------------------------------------
002090 01  WS-TIE-RUN-ID               PIC X(14)  VALUE SPACES.
002100 77  WS-TIE-HASH                 PIC S9(11)V99 COMP VALUE ZERO.
002110 77  WS-TIE-ENTRIES              PIC 9(07)  COMP    VALUE ZERO.
002120 77  WS-BAL-RPT-HASH             PIC S9(11)V99 COMP VALUE ZERO.
002130 77  WS-TIE-DIFFERENCE           PIC S9(11)V99 COMP VALUE ZERO.
002140
002150 01  WS-BAL-HASH-LABEL           PIC X(30)  VALUE
002160     'HASH TOTAL OF OUTPUTFIELD2 . .'.
002170
002180 01  WS-BAL-RPT-LINE.
002190     05  WS-BAL-RPT-LABEL        PIC X(30).
002200     05  WS-BAL-RPT-VALUE        PIC ZZZ,ZZZ,ZZ9.99-.
002210     05  FILLER                  PIC X(35).
002220
002230*----------------------------------------------------------------
002240* BRANCH/ACTION GROUP BEING SUMMARIZED AND THE BRANCH TOTAL
002250*----------------------------------------------------------------
002260 01  WS-GRP-BRANCH               PIC X(05)  VALUE SPACES.
002270 01  WS-GRP-ACTION               PIC X(01)  VALUE SPACE.
002280 77  WS-GRP-ENTRIES              PIC 9(07)  COMP    VALUE ZERO.
002290 77  WS-GRP-NET                  PIC S9(11)V99 COMP VALUE ZERO.
002300 77  WS-GRP-AMOUNT               PIC S9(11)V99 COMP VALUE ZERO.
002310 77  WS-BRANCH-NET               PIC S9(11)V99 COMP VALUE ZERO.
002320 01  WS-GRP-CONTROL-ACCT         PIC X(08)  VALUE SPACES.
002330 01  WS-GRP-OFFSET-ACCT          PIC X(08)  VALUE SPACES.
002340 01  WS-GRP-DEBIT-ACCT           PIC X(08)  VALUE SPACES.
002350 01  WS-GRP-CREDIT-ACCT          PIC X(08)  VALUE SPACES.
002360
002370*----------------------------------------------------------------
002380* GL INTERFACE RECORD IMAGES - COMMA-DELIMITED, FIXED COLUMN
002390* POSITIONS, THE SAME CONVENTION AS THE WAREHOUSE DELTA FILE.
002400* AMOUNTS ARE UNSIGNED WITH TWO IMPLIED DECIMALS; THE DR/CR
002410* COLUMN CARRIES THE SIDE.
002420*----------------------------------------------------------------
002430 01  GL-HEADER-LINE.
002440     05  FILLER                  PIC X(04)  VALUE 'HDR,'.
002450     05  FILLER                  PIC X(10)  VALUE 'SAMPLE-GL,'.
002460     05  GL-HDR-DATE             PIC 9(08)  VALUE ZERO.
002470
002480 01  GL-DETAIL-LINE.
002490     05  GL-DTL-DATE             PIC 9(08)  VALUE ZERO.
002500     05  FILLER                  PIC X(01)  VALUE ','.
002510     05  GL-DTL-BRANCH           PIC X(05)  VALUE SPACES.
002520     05  FILLER                  PIC X(01)  VALUE ','.
002530     05  GL-DTL-ACCOUNT          PIC X(08)  VALUE SPACES.
002540     05  FILLER                  PIC X(01)  VALUE ','.
002550     05  GL-DTL-DRCR             PIC X(02)  VALUE SPACES.
002560     05  FILLER                  PIC X(01)  VALUE ','.
002570     05  GL-DTL-AMOUNT           PIC 9(11)V99  VALUE ZERO.
002580     05  FILLER                  PIC X(01)  VALUE ','.
002590     05  GL-DTL-ACTION           PIC X(01)  VALUE SPACE.
002600     05  FILLER                  PIC X(01)  VALUE ','.
002610     05  GL-DTL-ENTRIES          PIC 9(07)  VALUE ZERO.
002620
002630 01  GL-TRAILER-LINE.
002640     05  FILLER                  PIC X(04)  VALUE 'TRL,'.
002650     05  GL-TRL-COUNT            PIC 9(07)  VALUE ZERO.
002660     05  FILLER                  PIC X(01)  VALUE ','.
002670     05  GL-TRL-DEBITS           PIC 9(11)V99  VALUE ZERO.
002680     05  FILLER                  PIC X(01)  VALUE ','.
002690     05  GL-TRL-CREDITS          PIC 9(11)V99  VALUE ZERO.
002700
002710*----------------------------------------------------------------
002720* CONTROL REPORT PRINT-IMAGE LINES
002730*----------------------------------------------------------------
002740 01  GL-RPT-HEADING-1.
002750     05  FILLER                  PIC X(22)  VALUE
002760         'SAMPLELEDGER GL FEED '.
002770     05  FILLER                  PIC X(08)  VALUE SPACES.
002780     05  GL-RPT-HDG-DATE         PIC X(10)  VALUE SPACES.
002790     05  FILLER                  PIC X(40)  VALUE SPACES.
002800
002810 01  GL-RPT-HEADING-2.
002820     05  FILLER                  PIC X(40)  VALUE
002830         'BRANCH ACTION                  ENTRIES '.
002840     05  FILLER                  PIC X(40)  VALUE
002850         '    NET MOVEMENT  DEBIT    CREDIT       '.
002860
002870 01  GL-RPT-POST-LINE.
002880     05  GL-RPT-POST-BRANCH      PIC X(05)  VALUE SPACES.
002890     05  FILLER                  PIC X(02)  VALUE SPACES.
002900     05  GL-RPT-POST-ACTION      PIC X(01)  VALUE SPACE.
002910     05  FILLER                  PIC X(01)  VALUE SPACE.
002920     05  GL-RPT-POST-DESC        PIC X(20)  VALUE SPACES.
002930     05  FILLER                  PIC X(01)  VALUE SPACE.
002940     05  GL-RPT-POST-ENTRIES     PIC Z,ZZZ,ZZ9  VALUE ZERO.
002950     05  FILLER                  PIC X(01)  VALUE SPACE.
002960     05  GL-RPT-POST-NET         PIC ZZZ,ZZZ,ZZ9.99-  VALUE ZERO.
002970     05  FILLER                  PIC X(02)  VALUE SPACES.
002980     05  GL-RPT-POST-DEBIT       PIC X(08)  VALUE SPACES.
002990     05  FILLER                  PIC X(01)  VALUE SPACE.
003000     05  GL-RPT-POST-CREDIT      PIC X(08)  VALUE SPACES.
003010     05  FILLER                  PIC X(06)  VALUE SPACES.
003020
003030 01  GL-RPT-BRANCH-LINE.
003040     05  FILLER                  PIC X(07)  VALUE SPACES.
003050     05  FILLER                  PIC X(07)  VALUE 'BRANCH '.
003060     05  GL-RPT-BR-BRANCH        PIC X(05)  VALUE SPACES.
003070     05  FILLER                  PIC X(21)  VALUE
003080         ' NET MOVEMENT . . . .'.
003090     05  GL-RPT-BR-NET           PIC ZZZ,ZZZ,ZZ9.99-  VALUE ZERO.
003100     05  FILLER                  PIC X(25)  VALUE SPACES.
003110
003120 01  GL-RPT-DETAIL-LINE.
003130     05  GL-RPT-LABEL            PIC X(30)  VALUE SPACES.
003140     05  GL-RPT-VALUE            PIC ZZZ,ZZZ,ZZ9  VALUE ZERO.
003150     05  FILLER                  PIC X(39)  VALUE SPACES.
003160
003170 01  GL-RPT-AMOUNT-LINE.
003180     05  GL-RPT-AMT-LABEL        PIC X(30)  VALUE SPACES.
003190     05  GL-RPT-AMT-VALUE        PIC ZZZ,ZZZ,ZZ9.99-  VALUE ZERO.
003200     05  FILLER                  PIC X(35)  VALUE SPACES.
003210
003220 01  WS-BUS-DATE                 PIC 9(08)  VALUE ZERO.
003230
003240 01  WS-CURR-DATE-DISPLAY        PIC X(10)  VALUE SPACES.
003250
003260 PROCEDURE DIVISION.
003270*================================================================
003280 0000-MAINLINE.
003290*================================================================
003300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003310     IF RUN-REFUSED
003320         MOVE 16 TO RETURN-CODE
003330     ELSE
003340         SORT SORT-WORK-FILE
003350             ON ASCENDING KEY GLS-BRANCH GLS-ACTION
003360             INPUT PROCEDURE IS 2000-RELEASE-ENTRIES
003370                 THRU 2099-EXIT
003380             OUTPUT PROCEDURE IS 3000-POST-SUMMARY
003390                 THRU 3099-EXIT
003400         PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT
003410         PERFORM 5000-READ-BALANCE-RPT THRU 5000-EXIT
003420         PERFORM 6000-PRODUCE-CONTROL-RPT THRU 6000-EXIT
003430         PERFORM 9999-WRAP-UP THRU 9999-EXIT
003440         IF FEED-OUT-OF-BALANCE
003450             MOVE 8 TO RETURN-CODE
003460         END-IF
003470     END-IF
003480     STOP RUN.
003490
003500*================================================================
003510 1000-INITIALIZE.
003520*================================================================
003530     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUS-DATE
003540     PERFORM 1070-GET-PARAMETERS THRU 1070-EXIT
003550     MOVE WS-BUS-DATE(1:4) TO WS-CURR-DATE-DISPLAY(1:4)
003560     MOVE '/'              TO WS-CURR-DATE-DISPLAY(5:1)
003570     MOVE WS-BUS-DATE(5:2) TO WS-CURR-DATE-DISPLAY(6:2)
003580     MOVE '/'              TO WS-CURR-DATE-DISPLAY(8:1)
003590     MOVE WS-BUS-DATE(7:2) TO WS-CURR-DATE-DISPLAY(9:2)
003600*    EVERY JOURNAL ENTRY IS PLACED IN A BRANCH THROUGH THE
003610*    MASTER - WITHOUT ONE THE WHOLE DAY WOULD LAND IN SUSPENSE,
003620*    SO A MISSING MASTER REFUSES THE RUN INSTEAD.
003630     OPEN INPUT MST-FILE
003640     IF MST-STATUS-NOFILE
003650         DISPLAY 'SAMPGL - ACCOUNT MASTER NOT FOUND ON ACCTMST '
003660             '- GL FEED NOT PRODUCED'
003670         MOVE 'Y' TO WS-RUN-REFUSED-SW
003680         GO TO 1000-EXIT
003690     END-IF
003700     OPEN OUTPUT GL-FILE
003710     OPEN OUTPUT GL-RPT-FILE
003720     MOVE WS-BUS-DATE TO GL-HDR-DATE
003730     MOVE GL-HEADER-LINE TO GL-RECORD
003740     WRITE GL-RECORD
003750     MOVE WS-CURR-DATE-DISPLAY TO GL-RPT-HDG-DATE
003760     MOVE GL-RPT-HEADING-1 TO GL-RPT-RECORD
003770     WRITE GL-RPT-RECORD
003780     MOVE SPACES TO GL-RPT-RECORD
003790     WRITE GL-RPT-RECORD
003800     MOVE GL-RPT-HEADING-2 TO GL-RPT-RECORD
003810     WRITE GL-RPT-RECORD.
003820 1000-EXIT.
003830     EXIT.
003840
003850*================================================================
003860 1070-GET-PARAMETERS.
003870*================================================================
003880*    THE FEED NORMALLY POSTS TODAY'S JOURNAL.  A STREAM THAT RAN
003890*    PAST MIDNIGHT, OR A RERUN FOR AN EARLIER DAY, NAMES THE
003900*    BUSINESS DATE (YYYYMMDD, COLUMNS 1-8) ON THE SAMPOPRM CARD.
003910     OPEN INPUT OPRM-FILE
003920     IF OPRM-STATUS-OK
003930         READ OPRM-FILE
003940             NOT AT END
003950                 IF OPRM-BUS-DATE NUMERIC
003960                  AND OPRM-BUS-DATE NOT = ZERO
003970                     MOVE OPRM-BUS-DATE TO WS-BUS-DATE
003980                 END-IF
003990         END-READ
004000         CLOSE OPRM-FILE
004010     END-IF.
004020 1070-EXIT.
004030     EXIT.
004040
004050*================================================================
004060 2000-RELEASE-ENTRIES.
004070*================================================================
004080     OPEN INPUT AUD-FILE
004090     PERFORM 2010-READ-AUDIT THRU 2010-EXIT
004100         UNTIL AUD-EOF-REACHED
004110     CLOSE AUD-FILE
004120     GO TO 2099-EXIT.
004130
004140*================================================================
004150 2010-READ-AUDIT.
004160*================================================================
004170     READ AUD-FILE
004180         AT END
004190             MOVE 'Y' TO WS-AUD-EOF-SW
004200         NOT AT END
004210             ADD 1 TO WS-ENTRIES-READ
004220             PERFORM 2020-SELECT-ENTRY THRU 2020-EXIT
004230     END-READ.
004240 2010-EXIT.
004250     EXIT.
004260
004270*================================================================
004280 2020-SELECT-ENTRY.
004290*================================================================
004300*    THE FIRST EIGHT BYTES OF THE RUN-ID ARE THE DATE THE RUN
004310*    MADE THE CHANGE.  ACTIONS THAT MOVE NO MONEY (THE JOURNAL-
004320*    ROLL CARRY-FORWARD SEEDS) ARE COUNTED BUT NOT POSTED.
004330     IF AUD-RUN-ID(1:8) NOT = WS-BUS-DATE
004340         GO TO 2020-EXIT
004350     END-IF
004360     ADD 1 TO WS-ENTRIES-TODAY
004370     MOVE AUD-ACTION TO WS-FIND-ACTION
004380     MOVE ZERO TO WS-GL-ACT-FOUND-SUB
004390     PERFORM 2030-FIND-ACTION THRU 2030-EXIT
004400         VARYING WS-GL-ACT-SUB FROM 1 BY 1
004410         UNTIL WS-GL-ACT-SUB > WS-GL-ACT-MAX
004420            OR WS-GL-ACT-FOUND-SUB > ZERO
004430     IF WS-GL-ACT-FOUND-SUB = ZERO
004440         ADD 1 TO WS-ENTRIES-SKIPPED
004450         GO TO 2020-EXIT
004460     END-IF
004470     COMPUTE WS-ENTRY-DELTA = AUD-NEW-VALUE - AUD-OLD-VALUE
004480     IF AUD-ACTION-SAMPLE1
004490         IF AUD-RUN-ID NOT = WS-TIE-RUN-ID
004500             MOVE AUD-RUN-ID TO WS-TIE-RUN-ID
004510             MOVE ZERO TO WS-TIE-HASH
004520             MOVE ZERO TO WS-TIE-ENTRIES
004530         END-IF
004540         ADD AUD-NEW-VALUE TO WS-TIE-HASH
004550         ADD 1 TO WS-TIE-ENTRIES
004560     END-IF
004570     PERFORM 2040-GET-BRANCH THRU 2040-EXIT
004580     MOVE AUD-ACTION     TO GLS-ACTION
004590     MOVE AUD-KEY        TO GLS-KEY
004600     MOVE WS-ENTRY-DELTA TO GLS-DELTA
004610     RELEASE GLS-RECORD
004620     ADD 1 TO WS-ENTRIES-POSTED
004630     ADD WS-ENTRY-DELTA TO WS-JRNL-NET.
004640 2020-EXIT.
004650     EXIT.
004660
004670*================================================================
004680 2030-FIND-ACTION.
004690*================================================================
004700     IF WS-GL-ACT-CODE (WS-GL-ACT-SUB) = WS-FIND-ACTION
004710         MOVE WS-GL-ACT-SUB TO WS-GL-ACT-FOUND-SUB
004720     END-IF.
004730 2030-EXIT.
004740     EXIT.
004750
004760*================================================================
004770 2040-GET-BRANCH.
004780*================================================================
004790*    A KEY THAT WAS NEVER SET UP ON THE MASTER, OR WHOSE MASTER
004800*    RECORD CARRIES NO BRANCH, CANNOT BE PLACED - IT GOES TO THE
004810*    SUSPENSE LINE FOR FINANCE TO CLEAR.  A CLOSED ACCOUNT STILL
004820*    BELONGS TO ITS BRANCH.
004830     MOVE AUD-KEY TO MST-KEY
004840     READ MST-FILE
004850         INVALID KEY
004860             MOVE WS-GL-SUSPENSE-BRANCH TO GLS-BRANCH
004870         NOT INVALID KEY
004880             IF MST-BRANCH = SPACES
004890                 MOVE WS-GL-SUSPENSE-BRANCH TO GLS-BRANCH
004900             ELSE
004910                 MOVE MST-BRANCH TO GLS-BRANCH
004920             END-IF
004930     END-READ
004940     IF GLS-BRANCH = WS-GL-SUSPENSE-BRANCH
004950         ADD 1 TO WS-ENTRIES-SUSPENSE
004960         ADD WS-ENTRY-DELTA TO WS-SUSPENSE-NET
004970     END-IF.
004980 2040-EXIT.
004990     EXIT.
005000
005010 2099-EXIT.
005020     EXIT.
005030
005040*================================================================
005050 3000-POST-SUMMARY.
005060*================================================================
005070     PERFORM 3010-RETURN-ENTRY THRU 3010-EXIT
005080     PERFORM 3020-SUMMARIZE-ENTRY THRU 3020-EXIT
005090         UNTIL SORT-EOF-REACHED
005100     IF GROUP-OPEN
005110         PERFORM 3030-POST-GROUP THRU 3030-EXIT
005120         PERFORM 3050-WRITE-BRANCH-TOTAL THRU 3050-EXIT
005130     END-IF
005140     GO TO 3099-EXIT.
005150
005160*================================================================
005170 3010-RETURN-ENTRY.
005180*================================================================
005190     RETURN SORT-WORK-FILE
005200         AT END
005210             MOVE 'Y' TO WS-SORT-EOF-SW
005220     END-RETURN.
005230 3010-EXIT.
005240     EXIT.
005250
005260*================================================================
005270 3020-SUMMARIZE-ENTRY.
005280*================================================================
005290     IF GROUP-OPEN
005300         IF GLS-BRANCH NOT = WS-GRP-BRANCH
005310             PERFORM 3030-POST-GROUP THRU 3030-EXIT
005320             PERFORM 3050-WRITE-BRANCH-TOTAL THRU 3050-EXIT
005330             PERFORM 3060-START-GROUP THRU 3060-EXIT
005340         ELSE
005350             IF GLS-ACTION NOT = WS-GRP-ACTION
005360                 PERFORM 3030-POST-GROUP THRU 3030-EXIT
005370                 PERFORM 3060-START-GROUP THRU 3060-EXIT
005380             END-IF
005390         END-IF
005400     ELSE
005410         MOVE 'Y' TO WS-GROUP-OPEN-SW
005420         MOVE ZERO TO WS-BRANCH-NET
005430         PERFORM 3060-START-GROUP THRU 3060-EXIT
005440     END-IF
005450     ADD 1 TO WS-GRP-ENTRIES
005460     ADD GLS-DELTA TO WS-GRP-NET
005470     PERFORM 3010-RETURN-ENTRY THRU 3010-EXIT.
005480 3020-EXIT.
005490     EXIT.
005500
005510*================================================================
005520 3030-POST-GROUP.
005530*================================================================
005540*    CUSTOMER BALANCES ARE A LIABILITY, SO MONEY ONTO THE
005550*    ACCOUNTS CREDITS THE CONTROL ACCOUNT AND DEBITS THE ACTION'S
005560*    OFFSET; MONEY OFF THEM IS THE REVERSE.  A GROUP THAT NETS TO
005570*    ZERO IS LISTED BUT POSTS NOTHING.
005580     MOVE WS-GRP-ACTION TO WS-FIND-ACTION
005590     MOVE ZERO TO WS-GL-ACT-FOUND-SUB
005600     PERFORM 2030-FIND-ACTION THRU 2030-EXIT
005610         VARYING WS-GL-ACT-SUB FROM 1 BY 1
005620         UNTIL WS-GL-ACT-SUB > WS-GL-ACT-MAX
005630            OR WS-GL-ACT-FOUND-SUB > ZERO
005640     MOVE WS-GL-ACT-OFFSET (WS-GL-ACT-FOUND-SUB)
005650         TO WS-GRP-OFFSET-ACCT
005660     IF WS-GRP-BRANCH = WS-GL-SUSPENSE-BRANCH
005670         MOVE WS-GL-SUSPENSE-ACCT TO WS-GRP-CONTROL-ACCT
005680     ELSE
005690         MOVE WS-GL-CONTROL-ACCT TO WS-GRP-CONTROL-ACCT
005700     END-IF
005710     EVALUATE TRUE
005720         WHEN WS-GRP-NET > ZERO
005730             MOVE WS-GRP-OFFSET-ACCT  TO WS-GRP-DEBIT-ACCT
005740             MOVE WS-GRP-CONTROL-ACCT TO WS-GRP-CREDIT-ACCT
005750             MOVE WS-GRP-NET TO WS-GRP-AMOUNT
005760         WHEN WS-GRP-NET < ZERO
005770             MOVE WS-GRP-CONTROL-ACCT TO WS-GRP-DEBIT-ACCT
005780             MOVE WS-GRP-OFFSET-ACCT  TO WS-GRP-CREDIT-ACCT
005790             COMPUTE WS-GRP-AMOUNT = ZERO - WS-GRP-NET
005800         WHEN OTHER
005810             MOVE SPACES TO WS-GRP-DEBIT-ACCT
005820             MOVE SPACES TO WS-GRP-CREDIT-ACCT
005830             MOVE ZERO TO WS-GRP-AMOUNT
005840     END-EVALUATE
005850     IF WS-GRP-AMOUNT > ZERO
005860         MOVE WS-GRP-DEBIT-ACCT TO GL-DTL-ACCOUNT
005870         MOVE 'DR' TO GL-DTL-DRCR
005880         PERFORM 3040-WRITE-GL-DETAIL THRU 3040-EXIT
005890         ADD WS-GRP-AMOUNT TO WS-GL-DEBIT-TOTAL
005900         MOVE WS-GRP-CREDIT-ACCT TO GL-DTL-ACCOUNT
005910         MOVE 'CR' TO GL-DTL-DRCR
005920         PERFORM 3040-WRITE-GL-DETAIL THRU 3040-EXIT
005930         ADD WS-GRP-AMOUNT TO WS-GL-CREDIT-TOTAL
005940         ADD WS-GRP-NET TO WS-GL-NET
005950     END-IF
005960     ADD WS-GRP-NET TO WS-BRANCH-NET
005970     MOVE WS-GRP-BRANCH   TO GL-RPT-POST-BRANCH
005980     MOVE WS-GRP-ACTION   TO GL-RPT-POST-ACTION
005990     MOVE WS-GL-ACT-DESC (WS-GL-ACT-FOUND-SUB)
006000         TO GL-RPT-POST-DESC
006010     MOVE WS-GRP-ENTRIES  TO GL-RPT-POST-ENTRIES
006020     MOVE WS-GRP-NET      TO GL-RPT-POST-NET
006030     MOVE WS-GRP-DEBIT-ACCT  TO GL-RPT-POST-DEBIT
006040     MOVE WS-GRP-CREDIT-ACCT TO GL-RPT-POST-CREDIT
006050     MOVE GL-RPT-POST-LINE TO GL-RPT-RECORD
006060     WRITE GL-RPT-RECORD.
006070 3030-EXIT.
006080     EXIT.
006090
006100*================================================================
006110 3040-WRITE-GL-DETAIL.
006120*================================================================
006130     MOVE WS-BUS-DATE    TO GL-DTL-DATE
006140     MOVE WS-GRP-BRANCH  TO GL-DTL-BRANCH
006150     MOVE WS-GRP-AMOUNT  TO GL-DTL-AMOUNT
006160     MOVE WS-GRP-ACTION  TO GL-DTL-ACTION
006170     MOVE WS-GRP-ENTRIES TO GL-DTL-ENTRIES
006180     MOVE GL-DETAIL-LINE TO GL-RECORD
006190     WRITE GL-RECORD
006200     ADD 1 TO WS-GL-RECORDS.
006210 3040-EXIT.
006220     EXIT.
006230
006240*================================================================
006250 3050-WRITE-BRANCH-TOTAL.
006260*================================================================
006270     MOVE WS-GRP-BRANCH TO GL-RPT-BR-BRANCH
006280     MOVE WS-BRANCH-NET TO GL-RPT-BR-NET
006290     MOVE GL-RPT-BRANCH-LINE TO GL-RPT-RECORD
006300     WRITE GL-RPT-RECORD
006310     MOVE SPACES TO GL-RPT-RECORD
006320     WRITE GL-RPT-RECORD
006330     MOVE ZERO TO WS-BRANCH-NET.
006340 3050-EXIT.
006350     EXIT.
006360
006370*================================================================
006380 3060-START-GROUP.
006390*================================================================
006400     MOVE GLS-BRANCH TO WS-GRP-BRANCH
006410     MOVE GLS-ACTION TO WS-GRP-ACTION
006420     MOVE ZERO TO WS-GRP-ENTRIES
006430     MOVE ZERO TO WS-GRP-NET.
006440 3060-EXIT.
006450     EXIT.
006460
006470 3099-EXIT.
006480     EXIT.
006490
006500*================================================================
006510 4000-WRITE-TRAILER.
006520*================================================================
006530     MOVE WS-GL-RECORDS      TO GL-TRL-COUNT
006540     MOVE WS-GL-DEBIT-TOTAL  TO GL-TRL-DEBITS
006550     MOVE WS-GL-CREDIT-TOTAL TO GL-TRL-CREDITS
006560     MOVE GL-TRAILER-LINE TO GL-RECORD
006570     WRITE GL-RECORD.
006580 4000-EXIT.
006590     EXIT.
006600
006610*================================================================
006620 5000-READ-BALANCE-RPT.
006630*================================================================
006640*    THE DAY'S SAMPLE1 BALANCE REPORT IS READ BACK FOR ITS HASH
006650*    TOTAL LINE.  WITHOUT IT THE FEED CANNOT BE PROVEN COMPLETE,
006660*    AND THE CONTROL REPORT SAYS SO.
006670     OPEN INPUT BAL-RPT-FILE
006680     IF BAL-RPT-STATUS-NOFILE
006690         GO TO 5000-EXIT
006700     END-IF
006710     PERFORM 5010-READ-BALANCE-LINE THRU 5010-EXIT
006720         UNTIL BAL-EOF-REACHED
006730     CLOSE BAL-RPT-FILE.
006740 5000-EXIT.
006750     EXIT.
006760
006770*================================================================
006780 5010-READ-BALANCE-LINE.
006790*================================================================
006800     READ BAL-RPT-FILE INTO WS-BAL-RPT-LINE
006810         AT END
006820             MOVE 'Y' TO WS-BAL-EOF-SW
006830         NOT AT END
006840             IF WS-BAL-RPT-LABEL = WS-BAL-HASH-LABEL
006850                 MOVE WS-BAL-RPT-VALUE TO WS-BAL-RPT-HASH
006860                 MOVE 'Y' TO WS-BAL-HASH-SW
006870             END-IF
006880     END-READ.
006890 5010-EXIT.
006900     EXIT.
006910
006920*================================================================
006930 6000-PRODUCE-CONTROL-RPT.
006940*================================================================
006950     MOVE SPACES TO GL-RPT-RECORD
006960     WRITE GL-RPT-RECORD
006970
006980     MOVE 'JOURNAL ENTRIES READ . . . . .' TO GL-RPT-LABEL
006990     MOVE WS-ENTRIES-READ                  TO GL-RPT-VALUE
007000     MOVE GL-RPT-DETAIL-LINE               TO GL-RPT-RECORD
007010     WRITE GL-RPT-RECORD
007020
007030     MOVE 'ENTRIES FOR BUSINESS DATE. . .' TO GL-RPT-LABEL
007040     MOVE WS-ENTRIES-TODAY                 TO GL-RPT-VALUE
007050     MOVE GL-RPT-DETAIL-LINE               TO GL-RPT-RECORD
007060     WRITE GL-RPT-RECORD
007070
007080     MOVE 'ENTRIES POSTED TO GL . . . . .' TO GL-RPT-LABEL
007090     MOVE WS-ENTRIES-POSTED                TO GL-RPT-VALUE
007100     MOVE GL-RPT-DETAIL-LINE               TO GL-RPT-RECORD
007110     WRITE GL-RPT-RECORD
007120
007130     MOVE 'ENTRIES POSTED TO SUSPENSE . .' TO GL-RPT-LABEL
007140     MOVE WS-ENTRIES-SUSPENSE              TO GL-RPT-VALUE
007150     MOVE GL-RPT-DETAIL-LINE               TO GL-RPT-RECORD
007160     WRITE GL-RPT-RECORD
007170
007180     MOVE 'SUSPENSE NET MOVEMENT. . . . .' TO GL-RPT-AMT-LABEL
007190     MOVE WS-SUSPENSE-NET                  TO GL-RPT-AMT-VALUE
007200     MOVE GL-RPT-AMOUNT-LINE               TO GL-RPT-RECORD
007210     WRITE GL-RPT-RECORD
007220
007230     MOVE 'ENTRIES NOT POSTED (NO MONEY).' TO GL-RPT-LABEL
007240     MOVE WS-ENTRIES-SKIPPED               TO GL-RPT-VALUE
007250     MOVE GL-RPT-DETAIL-LINE               TO GL-RPT-RECORD
007260     WRITE GL-RPT-RECORD
007270
007280     MOVE 'GL DETAIL RECORDS WRITTEN. . .' TO GL-RPT-LABEL
007290     MOVE WS-GL-RECORDS                    TO GL-RPT-VALUE
007300     MOVE GL-RPT-DETAIL-LINE               TO GL-RPT-RECORD
007310     WRITE GL-RPT-RECORD
007320
007330     MOVE 'TOTAL DEBITS . . . . . . . . .' TO GL-RPT-AMT-LABEL
007340     MOVE WS-GL-DEBIT-TOTAL                TO GL-RPT-AMT-VALUE
007350     MOVE GL-RPT-AMOUNT-LINE               TO GL-RPT-RECORD
007360     WRITE GL-RPT-RECORD
007370
007380     MOVE 'TOTAL CREDITS. . . . . . . . .' TO GL-RPT-AMT-LABEL
007390     MOVE WS-GL-CREDIT-TOTAL               TO GL-RPT-AMT-VALUE
007400     MOVE GL-RPT-AMOUNT-LINE               TO GL-RPT-RECORD
007410     WRITE GL-RPT-RECORD
007420
007430     MOVE 'GL NET MOVEMENT. . . . . . . .' TO GL-RPT-AMT-LABEL
007440     MOVE WS-GL-NET                        TO GL-RPT-AMT-VALUE
007450     MOVE GL-RPT-AMOUNT-LINE               TO GL-RPT-RECORD
007460     WRITE GL-RPT-RECORD
007470
007480     MOVE 'JOURNAL NET MOVEMENT . . . . .' TO GL-RPT-AMT-LABEL
007490     MOVE WS-JRNL-NET                      TO GL-RPT-AMT-VALUE
007500     MOVE GL-RPT-AMOUNT-LINE               TO GL-RPT-RECORD
007510     WRITE GL-RPT-RECORD
007520
007530     MOVE SPACES TO GL-RPT-RECORD
007540     WRITE GL-RPT-RECORD
007550
007560     MOVE 'SAMPLE1 ENTRIES (I/R) LAST RUN' TO GL-RPT-LABEL
007570     MOVE WS-TIE-ENTRIES                   TO GL-RPT-VALUE
007580     MOVE GL-RPT-DETAIL-LINE               TO GL-RPT-RECORD
007590     WRITE GL-RPT-RECORD
007600
007610     MOVE 'JOURNAL HASH OF NEW VALUES . .' TO GL-RPT-AMT-LABEL
007620     MOVE WS-TIE-HASH                      TO GL-RPT-AMT-VALUE
007630     MOVE GL-RPT-AMOUNT-LINE               TO GL-RPT-RECORD
007640     WRITE GL-RPT-RECORD
007650
007660     IF BAL-HASH-FOUND
007670         MOVE 'SAMPLRPT HASH TOTAL. . . . . .' TO GL-RPT-AMT-LABEL
007680         MOVE WS-BAL-RPT-HASH                  TO GL-RPT-AMT-VALUE
007690         MOVE GL-RPT-AMOUNT-LINE               TO GL-RPT-RECORD
007700         WRITE GL-RPT-RECORD
007710         COMPUTE WS-TIE-DIFFERENCE = WS-TIE-HASH - WS-BAL-RPT-HASH
007720         MOVE 'DIFFERENCE . . . . . . . . . .' TO GL-RPT-AMT-LABEL
007730         MOVE WS-TIE-DIFFERENCE                TO GL-RPT-AMT-VALUE
007740         MOVE GL-RPT-AMOUNT-LINE               TO GL-RPT-RECORD
007750         WRITE GL-RPT-RECORD
007760     ELSE
007770         MOVE 'SAMPLRPT HASH TOTAL NOT SUPPLIED' TO GL-RPT-RECORD
007780         WRITE GL-RPT-RECORD
007790     END-IF
007800
007810     IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
007820      OR WS-GL-NET NOT = WS-JRNL-NET
007830      OR NOT BAL-HASH-FOUND
007840      OR WS-TIE-DIFFERENCE NOT = ZERO
007850         MOVE 'Y' TO WS-OUT-OF-BALANCE-SW
007860     END-IF
007870     MOVE SPACES TO GL-RPT-RECORD
007880     WRITE GL-RPT-RECORD
007890     IF FEED-OUT-OF-BALANCE
007900         MOVE 'VERDICT: NOT PROVEN - HOLD THE GL FEED'
007910             TO GL-RPT-RECORD
007920     ELSE
007930         MOVE 'VERDICT: GL FEED BALANCED AND TIES TO SAMPLRPT'
007940             TO GL-RPT-RECORD
007950     END-IF
007960     WRITE GL-RPT-RECORD.
007970 6000-EXIT.
007980     EXIT.
007990
008000*================================================================
008010 9999-WRAP-UP.
008020*================================================================
008030     CLOSE MST-FILE
008040     CLOSE GL-FILE
008050     CLOSE GL-RPT-FILE.
008060 9999-EXIT.
008070     EXIT.
