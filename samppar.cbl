000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SamplePartition.
000030 AUTHOR.        R. HARTLEY.
000040 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RH   ORIGINAL PROGRAM.  CONTROLS THE PARTITIONED
000110*                  DAILY SampleProgram PASS, IN WHICH SEVERAL
000120*                  SAMPLE1 STEPS EACH POST ONE InputField1 KEY
000130*                  RANGE AT THE SAME TIME AND A LAST SAMPLE1 STEP
000140*                  (PARTITION 00) POSTS THE TRANSFERS.  THE
000150*                  FUNCTION CARD ON SAMPLFNC PICKS THE JOB:
000160*                  O OPENS THE DAY - CHECKS THE SAMPLRNG RANGE
000170*                  DECK (COPYBOOK SAMPRNG), REFUSES WHILE THE
000180*                  PRIOR DAY IS STILL OPEN UNLESS FORCE-RESTART
000190*                  IS CODED, AND WRITES THE ONE SAMPLE1 START
000200*                  EVERY PARTITION JOINS.  V CHECKS EVERY KEY-
000210*                  RANGE PARTITION HAS LEFT A TOTALS RECORD
000220*                  (COPYBOOK SAMPPTT) SAYING IT ENDED TODAY OVER
000230*                  THE RANGE ON THE DECK, BEFORE THE TRANSFER
000240*                  PASS IS LET RUN.  C DOES THE SAME CHECK FOR
000250*                  EVERY PARTITION AND THE TRANSFER PASS, PRINTS
000260*                  THE COMBINED BALANCE REPORT - PER PARTITION
000270*                  AND IN TOTAL, UNDER THE SAME LABELS SAMPLE1
000280*                  USES SO SampleGL STILL TIES TO IT - AND PROVES
000290*                  THE GRAND TOTALS: RECORDS READ AGAINST THE
000300*                  InputFile COUNT, TRANSFERS READ AGAINST
000310*                  SAMPLXFR, AND THE JOURNAL, REJECT AND SUSPENSE
000320*                  WORK FILES AGAINST THE COUNTS AND HASH.  ONLY
000330*                  A CLEAN PROOF MERGES THE WORK FILES INTO
000340*                  SAMPLAUD, SAMPLREJ AND SAMPSUSP AND WRITES THE
000350*                  DAY'S SAMPLE1 END; ANYTHING ELSE ENDS CC 16
000360*                  WITH NOTHING MERGED AND THE DAY LEFT OPEN.  A
000362*                  MERGE THAT CANNOT OPEN OR WRITE ONE OF THOSE
000364*                  FILES STOPS THERE, LISTS WHAT IT HAD COPIED AND
000366*                  ENDS CC 16 WITHOUT THE SAMPLE1 END.
000370*================================================================
000380
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.  IBM-370.
000420 OBJECT-COMPUTER.  IBM-370.
000430
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT OPTIONAL FNC-FILE ASSIGN TO SAMPLFNC
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-FNC-STATUS.
000490
000500     SELECT OPTIONAL PARM-FILE ASSIGN TO SAMPLPRM
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-PARM-STATUS.
000530
000540     SELECT OPTIONAL RNG-FILE ASSIGN TO SAMPLRNG
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-RNG-STATUS.
000570
000580     SELECT OPTIONAL RUN-FILE ASSIGN TO SAMPLRUN
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-RUN-STATUS.
000610
000620     SELECT OPTIONAL PTT-FILE ASSIGN TO SAMPLPTT
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-PTT-STATUS.
000650
000660     SELECT InputFile ASSIGN TO INPUT
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS SEQUENTIAL
000690         RECORD KEY IS InputField1
000700         FILE STATUS IS WS-INPUT-STATUS.
000710
000720     SELECT OPTIONAL XFER-FILE ASSIGN TO SAMPLXFR
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-XFER-STATUS.
000750
000760     SELECT OPTIONAL PAU-FILE ASSIGN TO SAMPLPAU
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-PAU-STATUS.
000790
000800     SELECT OPTIONAL PRJ-FILE ASSIGN TO SAMPLPRJ
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-PRJ-STATUS.
000830
000840     SELECT OPTIONAL PSU-FILE ASSIGN TO SAMPLPSU
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-PSU-STATUS.
000870
000880     SELECT AUD-FILE ASSIGN TO SAMPLAUD
000890         ORGANIZATION IS LINE SEQUENTIAL
000895         FILE STATUS IS WS-AUD-STATUS.
000900
000910     SELECT REJ-FILE ASSIGN TO SAMPLREJ
000920         ORGANIZATION IS LINE SEQUENTIAL
000925         FILE STATUS IS WS-REJ-STATUS.
000930
000940     SELECT OPTIONAL SUSP-FILE ASSIGN TO SAMPSUSP
000950         ORGANIZATION IS LINE SEQUENTIAL
000955         FILE STATUS IS WS-SUSP-STATUS.
000960
000970     SELECT RPT-FILE ASSIGN TO SAMPLRPT
000980         ORGANIZATION IS LINE SEQUENTIAL.
000990
001000 DATA DIVISION.
001010 FILE SECTION.
001020 FD  FNC-FILE.
001030 01  FNC-RECORD.
001040     05  FNC-FUNCTION                PIC X(01).
001050
001060 FD  PARM-FILE.
001070 01  PARM-RECORD.
001080     05  FILLER                      PIC X(15).
001090     05  PARM-FORCE-RESTART          PIC X(01).
001100
001110 FD  RNG-FILE.
001120     COPY SAMPRNG.
001130
001140 FD  RUN-FILE.
001150 01  RUN-RECORD                      PIC X(60).
001160
001170 FD  PTT-FILE.
001180 01  PTT-RECORD                      PIC X(160).
001190
001200 FD  InputFile.
001210     COPY SAMPREC REPLACING ==SAMP-RECORD== BY ==InputRecord==
001220                            ==SAMP-FIELD1== BY ==InputField1==
001230                            ==SAMP-FIELD2== BY ==InputField2==.
001240     05  InputTranCode               PIC X(01).
001250
001260 FD  XFER-FILE.
001270 01  XFER-RECORD                     PIC X(31).
001280
001290 FD  PAU-FILE.
001300 01  PAU-RECORD                      PIC X(70).
001310
001320 FD  PRJ-FILE.
001330 01  PRJ-RECORD                      PIC X(55).
001340
001350 FD  PSU-FILE.
001360 01  PSU-RECORD                      PIC X(21).
001370
001380 FD  AUD-FILE.
001390 01  AUD-RECORD                      PIC X(70).
001400
001410 FD  REJ-FILE.
001420 01  REJ-RECORD                      PIC X(55).
001430
001440 FD  SUSP-FILE.
001450 01  SUSP-RECORD                     PIC X(21).
001460
001470 FD  RPT-FILE.
001480 01  RPT-RECORD                      PIC X(80).
001490
001500 WORKING-STORAGE SECTION.
001510*----------------------------------------------------------------
001520* SWITCHES
001530*----------------------------------------------------------------
001540 01  WS-SWITCHES.
001550     05  WS-FUNCTION-SW          PIC X(01)      VALUE SPACE.
001560         88  FNC-OPEN-DAY                       VALUE 'O'.
001570         88  FNC-VERIFY                         VALUE 'V'.
001580         88  FNC-CONSOLIDATE                    VALUE 'C'.
001590     05  WS-RUN-REFUSED-SW       PIC X(01)      VALUE 'N'.
001600         88  RUN-REFUSED                        VALUE 'Y'.
001610     05  WS-NOT-CLEAN-SW         PIC X(01)      VALUE 'N'.
001620         88  DAY-NOT-CLEAN                      VALUE 'Y'.
001622     05  WS-MERGE-FAILED-SW      PIC X(01)      VALUE 'N'.
001624         88  MERGE-FAILED                       VALUE 'Y'.
001630     05  WS-FORCE-RESTART-SW     PIC X(01)      VALUE 'N'.
001640         88  FORCE-RESTART-REQUESTED            VALUE 'Y'.
001650     05  WS-RNG-EOF-SW           PIC X(01)      VALUE 'N'.
001660         88  RNG-EOF-REACHED                    VALUE 'Y'.
001670     05  WS-RUNCTL-EOF-SW        PIC X(01)      VALUE 'N'.
001680         88  RUNCTL-EOF-REACHED                 VALUE 'Y'.
001690     05  WS-PTT-EOF-SW           PIC X(01)      VALUE 'N'.
001700         88  PTT-EOF-REACHED                    VALUE 'Y'.
001710     05  WS-INPUT-EOF-SW         PIC X(01)      VALUE 'N'.
001720         88  INPUT-EOF-REACHED                  VALUE 'Y'.
001730     05  WS-XFER-EOF-SW          PIC X(01)      VALUE 'N'.
001740         88  XFER-EOF-REACHED                   VALUE 'Y'.
001750     05  WS-WORK-EOF-SW          PIC X(01)      VALUE 'N'.
001760         88  WORK-EOF-REACHED                   VALUE 'Y'.
001770     05  WS-XP-STATE-SW          PIC X(01)      VALUE 'M'.
001780         88  XP-MISSING                         VALUE 'M'.
001790         88  XP-ENDED                           VALUE 'E'.
001800         88  XP-DUPLICATE                       VALUE 'D'.
001810
001820*----------------------------------------------------------------
001830* FILE STATUS CODES
001840*----------------------------------------------------------------
001850 01  WS-FILE-STATUSES.
001860     05  WS-FNC-STATUS           PIC X(02)      VALUE '00'.
001870         88  FNC-STATUS-OK                      VALUE '00'.
001880     05  WS-PARM-STATUS          PIC X(02)      VALUE '00'.
001890         88  PARM-STATUS-OK                     VALUE '00'.
001900     05  WS-RNG-STATUS           PIC X(02)      VALUE '00'.
001910         88  RNG-STATUS-OK                      VALUE '00'.
001920     05  WS-RUN-STATUS           PIC X(02)      VALUE '00'.
001930         88  RUN-STATUS-OK                      VALUE '00'.
001940         88  RUN-STATUS-NOFILE                  VALUE '35'.
001950     05  WS-PTT-STATUS           PIC X(02)      VALUE '00'.
001960         88  PTT-STATUS-OK                      VALUE '00'.
001970     05  WS-INPUT-STATUS         PIC X(02)      VALUE '00'.
001980         88  INPUT-STATUS-OK                    VALUE '00'.
001990     05  WS-XFER-STATUS          PIC X(02)      VALUE '00'.
002000         88  XFER-STATUS-OK                     VALUE '00'.
002010     05  WS-PAU-STATUS           PIC X(02)      VALUE '00'.
002020         88  PAU-STATUS-OK                      VALUE '00'.
002030     05  WS-PRJ-STATUS           PIC X(02)      VALUE '00'.
002040         88  PRJ-STATUS-OK                      VALUE '00'.
002050     05  WS-PSU-STATUS           PIC X(02)      VALUE '00'.
002060         88  PSU-STATUS-OK                      VALUE '00'.
002062     05  WS-AUD-STATUS           PIC X(02)      VALUE '00'.
002063         88  AUD-STATUS-OK                      VALUE '00'.
002064     05  WS-REJ-STATUS           PIC X(02)      VALUE '00'.
002065         88  REJ-STATUS-OK                      VALUE '00'.
002066     05  WS-SUSP-STATUS          PIC X(02)      VALUE '00'.
002067         88  SUSP-STATUS-OK                     VALUE '00' '05'.
002070
002080*----------------------------------------------------------------
002090* PARTITION TABLE - ONE ENTRY PER CARD ON THE RANGE DECK, IN
002100* PARTITION ORDER, SO THE PARTITION NUMBER IS THE SUBSCRIPT.
002110* EACH ENTRY PICKS UP THE FIGURES FROM THAT PARTITION'S TOTALS
002120* RECORD FOR THE OPEN DAY.
002130*----------------------------------------------------------------
002140 01  WS-PART-TABLE.
002150     05  WS-PART-ENTRY OCCURS 20 TIMES.
002160         10  WS-PART-TBL-LOW-KEY PIC X(10).
002170         10  WS-PART-TBL-HIGH-KEY
002180                                 PIC X(10).
002190         10  WS-PART-TBL-STATE   PIC X(01).
002200             88  PART-TBL-MISSING               VALUE 'M'.
002210             88  PART-TBL-ENDED                 VALUE 'E'.
002220             88  PART-TBL-WRONG-RANGE           VALUE 'K'.
002230             88  PART-TBL-DUPLICATE             VALUE 'D'.
002240         10  WS-PART-TBL-RESTART PIC X(01).
002250         10  WS-PART-TBL-READ    PIC 9(07).
002260         10  WS-PART-TBL-WRITTEN PIC 9(07).
002270         10  WS-PART-TBL-REPLACED
002280                                 PIC 9(07).
002290         10  WS-PART-TBL-DELETED PIC 9(07).
002300         10  WS-PART-TBL-REJECTED
002310                                 PIC 9(07).
002320         10  WS-PART-TBL-SUSP    PIC 9(07).
002330         10  WS-PART-TBL-FLAGGED PIC 9(07).
002340         10  WS-PART-TBL-HASH    PIC S9(11)V99.
002350
002360 77  WS-PART-MAX                 PIC 9(05)  COMP    VALUE 20.
002370 77  WS-PART-COUNT               PIC 9(05)  COMP    VALUE ZERO.
002380 77  WS-PART-SUB                 PIC 9(05)  COMP    VALUE ZERO.
002390 77  WS-PART-NEXT-SUB            PIC 9(05)  COMP    VALUE ZERO.
002400 77  WS-PART-NO                  PIC 9(02)          VALUE ZERO.
002410
002420 01  WS-PRIOR-LOW-KEY            PIC X(10)  VALUE SPACES.
002430
002440*----------------------------------------------------------------
002450* TRANSFER PASS (PARTITION 00) FIGURES FROM ITS TOTALS RECORD
002460*----------------------------------------------------------------
002470 77  WS-XP-READ                  PIC 9(07)  COMP    VALUE ZERO.
002480 77  WS-XP-POSTED                PIC 9(07)  COMP    VALUE ZERO.
002490 77  WS-XP-REJECTED              PIC 9(07)  COMP    VALUE ZERO.
002500 77  WS-XP-FLAGGED               PIC 9(07)  COMP    VALUE ZERO.
002510 77  WS-XP-HASH                  PIC S9(11)V99 COMP VALUE ZERO.
002520 77  WS-XP-NET                   PIC S9(11)V99 COMP VALUE ZERO.
002530 01  WS-XP-RESTARTED             PIC X(01)  VALUE SPACE.
002540
002550*----------------------------------------------------------------
002560* GRAND TOTALS - EVERY PARTITION PLUS THE TRANSFER PASS
002570*----------------------------------------------------------------
002580 77  WS-GT-READ                  PIC 9(07)  COMP    VALUE ZERO.
002590 77  WS-GT-WRITTEN               PIC 9(07)  COMP    VALUE ZERO.
002600 77  WS-GT-REPLACED              PIC 9(07)  COMP    VALUE ZERO.
002610 77  WS-GT-DELETED               PIC 9(07)  COMP    VALUE ZERO.
002620 77  WS-GT-REJECTED              PIC 9(07)  COMP    VALUE ZERO.
002630 77  WS-GT-SUSPENDED             PIC 9(07)  COMP    VALUE ZERO.
002640 77  WS-GT-FLAGGED               PIC 9(07)  COMP    VALUE ZERO.
002650 77  WS-GT-HASH                  PIC S9(11)V99 COMP VALUE ZERO.
002660
002670*----------------------------------------------------------------
002680* PROOF COUNTS - WHAT IS ACTUALLY ON THE FILES
002690*----------------------------------------------------------------
002700 77  WS-INPUT-ON-FILE            PIC 9(07)  COMP    VALUE ZERO.
002710 77  WS-XFER-ON-FILE             PIC 9(07)  COMP    VALUE ZERO.
002720 77  WS-AUD-EXPECTED             PIC 9(07)  COMP    VALUE ZERO.
002730 77  WS-PAU-ENTRIES              PIC 9(07)  COMP    VALUE ZERO.
002740 77  WS-PAU-FOREIGN              PIC 9(07)  COMP    VALUE ZERO.
002750 77  WS-PAU-HASH                 PIC S9(11)V99 COMP VALUE ZERO.
002760 77  WS-PRJ-ENTRIES              PIC 9(07)  COMP    VALUE ZERO.
002770 77  WS-PSU-ENTRIES              PIC 9(07)  COMP    VALUE ZERO.
002780 77  WS-PROOF-EXCEPTIONS         PIC 9(05)  COMP    VALUE ZERO.
002790 77  WS-AUD-MERGED               PIC 9(07)  COMP    VALUE ZERO.
002800 77  WS-REJ-MERGED               PIC 9(07)  COMP    VALUE ZERO.
002810 77  WS-SUSP-MERGED              PIC 9(07)  COMP    VALUE ZERO.
002820
002830*----------------------------------------------------------------
002840* AUDIT WORK-FILE LINE - SAME LAYOUT SAMPLE1 JOURNALS
002850*----------------------------------------------------------------
002860 01  WS-PAU-LINE.
002870     05  WS-PAU-KEY              PIC X(10)  VALUE SPACES.
002880     05  FILLER                  PIC X(01)  VALUE SPACE.
002890     05  WS-PAU-OLD-VALUE        PIC S9(07)V99
002900                                 SIGN LEADING SEPARATE.
002910     05  FILLER                  PIC X(01)  VALUE SPACE.
002920     05  WS-PAU-NEW-VALUE        PIC S9(07)V99
002930                                 SIGN LEADING SEPARATE.
002940     05  FILLER                  PIC X(01)  VALUE SPACE.
002950     05  WS-PAU-RUN-ID           PIC X(14)  VALUE SPACES.
002960     05  FILLER                  PIC X(01)  VALUE SPACE.
002970     05  WS-PAU-ACTION           PIC X(01)  VALUE SPACE.
002980     05  FILLER                  PIC X(21)  VALUE SPACES.
002990
003000*----------------------------------------------------------------
003010* RUN-ID, RUN-CONTROL RECORD BUILD AREA AND OPEN-DAY CHECK HOLD
003020*----------------------------------------------------------------
003030 01  WS-RUN-ID                   PIC X(14)  VALUE SPACES.
003040 01  WS-NEW-RUN-ID               PIC X(14)  VALUE SPACES.
003050
003060     COPY SAMPRUN.
003070
003080 01  WS-LAST-SAMPLE1-STATUS      PIC X(05)  VALUE SPACES.
003090 01  WS-LAST-SAMPLE1-RUN-ID      PIC X(14)  VALUE SPACES.
003100
003110     COPY SAMPPTT.
003120
003130*----------------------------------------------------------------
003140* REPORT PRINT-IMAGE LINES
003150*----------------------------------------------------------------
003160 01  RPT-HEADING-1.
003170     05  FILLER                  PIC X(22)  VALUE
003180         'SAMPLEPROGRAM BALANCE'.
003190     05  RPT-HDG-FUNCTION        PIC X(09)  VALUE SPACES.
003200     05  RPT-HDG-DATE            PIC X(10)  VALUE SPACES.
003210     05  FILLER                  PIC X(39)  VALUE SPACES.
003220
003230 01  RPT-RUN-LINE.
003240     05  FILLER                  PIC X(30)  VALUE
003250         'DAY RUN-ID . . . . . . . . . .'.
003260     05  RPT-RUN-ID              PIC X(14)  VALUE SPACES.
003270     05  FILLER                  PIC X(36)  VALUE SPACES.
003280
003290 01  RPT-PART-LINE.
003300     05  FILLER                  PIC X(10)  VALUE 'PARTITION '.
003310     05  RPT-PART-NO             PIC 9(02)  VALUE ZERO.
003320     05  FILLER                  PIC X(07)  VALUE '  KEYS '.
003330     05  RPT-PART-LOW            PIC X(10)  VALUE SPACES.
003340     05  FILLER                  PIC X(07)  VALUE ' UP TO '.
003350     05  RPT-PART-HIGH           PIC X(10)  VALUE SPACES.
003360     05  FILLER                  PIC X(02)  VALUE SPACES.
003370     05  RPT-PART-STATE          PIC X(32)  VALUE SPACES.
003380
003390 01  RPT-XPASS-LINE.
003400     05  FILLER                  PIC X(48)  VALUE
003410         'PARTITION 00  TRANSFER PASS'.
003420     05  RPT-XPASS-STATE         PIC X(32)  VALUE SPACES.
003430
003440 01  RPT-FIG-HEADING.
003450     05  FILLER                  PIC X(43)  VALUE
003460         'PT       READ   WRITTEN  REPLACED   DELETED'.
003470     05  FILLER                  PIC X(37)  VALUE
003480         '  REJECTED SUSPENDED    HASH TOTAL'.
003490
003500 01  RPT-FIG-LINE.
003510     05  RPT-FIG-PART            PIC X(02)  VALUE SPACES.
003520     05  RPT-FIG-READ            PIC ZZZ,ZZZ,ZZ9  VALUE ZERO.
003530     05  FILLER                  PIC X(01)  VALUE SPACE.
003540     05  RPT-FIG-WRITTEN         PIC Z,ZZZ,ZZ9  VALUE ZERO.
003550     05  FILLER                  PIC X(01)  VALUE SPACE.
003560     05  RPT-FIG-REPLACED        PIC Z,ZZZ,ZZ9  VALUE ZERO.
003570     05  FILLER                  PIC X(01)  VALUE SPACE.
003580     05  RPT-FIG-DELETED         PIC Z,ZZZ,ZZ9  VALUE ZERO.
003590     05  FILLER                  PIC X(01)  VALUE SPACE.
003600     05  RPT-FIG-REJECTED        PIC Z,ZZZ,ZZ9  VALUE ZERO.
003610     05  FILLER                  PIC X(01)  VALUE SPACE.
003620     05  RPT-FIG-SUSPENDED       PIC Z,ZZZ,ZZ9  VALUE ZERO.
003630     05  FILLER                  PIC X(01)  VALUE SPACE.
003640     05  RPT-FIG-HASH            PIC ZZZ,ZZZ,ZZ9.99-  VALUE ZERO.
003650
003660 01  RPT-FIG-NOTE.
003670     05  FILLER                  PIC X(40)  VALUE
003680         'PT 00 IS THE TRANSFER PASS - ITS READ IS'.
003690     05  FILLER                  PIC X(40)  VALUE
003700         ' TRANSFERS READ, WRITTEN IS POSTED'.
003710
003720 01  RPT-DETAIL-LINE.
003730     05  RPT-DTL-LABEL           PIC X(30)  VALUE SPACES.
003740     05  RPT-DTL-VALUE           PIC ZZZ,ZZZ,ZZ9  VALUE ZERO.
003750     05  FILLER                  PIC X(39)  VALUE SPACES.
003760
003770 01  RPT-AMOUNT-LINE.
003780     05  RPT-AMT-LABEL           PIC X(30)  VALUE SPACES.
003790     05  RPT-AMT-VALUE           PIC ZZZ,ZZZ,ZZ9.99-  VALUE ZERO.
003800     05  FILLER                  PIC X(35)  VALUE SPACES.
003810
003820 01  RPT-MSG-LINE.
003830     05  RPT-MSG-TEXT            PIC X(56)  VALUE SPACES.
003840     05  FILLER                  PIC X(01)  VALUE SPACE.
003850     05  RPT-MSG-PART            PIC X(02)  VALUE SPACES.
003860     05  FILLER                  PIC X(21)  VALUE SPACES.
003870
003880 01  WS-CURR-DATE-DISPLAY        PIC X(10)  VALUE SPACES.
003890
003900 PROCEDURE DIVISION.
003910*================================================================
003920 0000-MAINLINE.
003930*================================================================
003940     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003950     IF NOT RUN-REFUSED
003960         IF FNC-OPEN-DAY
003970             PERFORM 2000-OPEN-DAY THRU 2000-EXIT
003980         ELSE
003990             PERFORM 3000-CHECK-PARTITIONS THRU 3000-EXIT
004000             IF FNC-CONSOLIDATE
004010                 PERFORM 4000-CONSOLIDATE THRU 4000-EXIT
004020             END-IF
004030         END-IF
004040     END-IF
004050     PERFORM 9000-WRITE-VERDICT THRU 9000-EXIT
004060     PERFORM 9999-WRAP-UP THRU 9999-EXIT
004070     STOP RUN.
004080
004090*================================================================
004100 1000-INITIALIZE.
004110*================================================================
004120     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NEW-RUN-ID
004130     MOVE WS-NEW-RUN-ID(1:4) TO WS-CURR-DATE-DISPLAY(1:4)
004140     MOVE '/'                TO WS-CURR-DATE-DISPLAY(5:1)
004150     MOVE WS-NEW-RUN-ID(5:2) TO WS-CURR-DATE-DISPLAY(6:2)
004160     MOVE '/'                TO WS-CURR-DATE-DISPLAY(8:1)
004170     MOVE WS-NEW-RUN-ID(7:2) TO WS-CURR-DATE-DISPLAY(9:2)
004180     OPEN OUTPUT RPT-FILE
004190     PERFORM 1010-GET-FUNCTION THRU 1010-EXIT
004200     MOVE WS-CURR-DATE-DISPLAY TO RPT-HDG-DATE
004210     MOVE RPT-HEADING-1 TO RPT-RECORD
004220     WRITE RPT-RECORD
004230     MOVE SPACES TO RPT-RECORD
004240     WRITE RPT-RECORD
004250     IF RUN-REFUSED
004260         MOVE 'SAMPLFNC FUNCTION MUST BE O, V OR C'
004270             TO RPT-MSG-TEXT
004280         MOVE SPACES TO RPT-MSG-PART
004290         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
004300         GO TO 1000-EXIT
004310     END-IF
004320     PERFORM 1020-GET-PARAMETERS THRU 1020-EXIT
004330     PERFORM 1030-READ-RUN-CONTROL THRU 1030-EXIT
004340     PERFORM 1040-LOAD-RANGES THRU 1040-EXIT.
004350 1000-EXIT.
004360     EXIT.
004370
004380*================================================================
004390 1010-GET-FUNCTION.
004400*================================================================
004410     OPEN INPUT FNC-FILE
004420     IF FNC-STATUS-OK
004430         READ FNC-FILE
004440             NOT AT END
004450                 MOVE FNC-FUNCTION TO WS-FUNCTION-SW
004460         END-READ
004470         CLOSE FNC-FILE
004480     END-IF
004490     EVALUATE TRUE
004500         WHEN FNC-OPEN-DAY
004510             MOVE 'OPEN DAY' TO RPT-HDG-FUNCTION
004520         WHEN FNC-VERIFY
004530             MOVE 'VERIFY'   TO RPT-HDG-FUNCTION
004540         WHEN FNC-CONSOLIDATE
004550             MOVE 'COMBINED' TO RPT-HDG-FUNCTION
004560         WHEN OTHER
004570             MOVE 'Y' TO WS-RUN-REFUSED-SW
004580     END-EVALUATE.
004590 1010-EXIT.
004600     EXIT.
004610
004620*================================================================
004630 1020-GET-PARAMETERS.
004640*================================================================
004650*    ONLY THE FORCE-RESTART FLAG IN COLUMN 16 OF THE PRODUCTION
004660*    SAMPLPRM CARD MATTERS HERE - THE SAME FLAG SAMPLE1 ITSELF
004670*    HONOURS FOR A PRIOR RUN THAT NEVER ENDED.
004680     OPEN INPUT PARM-FILE
004690     IF PARM-STATUS-OK
004700         READ PARM-FILE
004710             NOT AT END
004720                 IF PARM-FORCE-RESTART = 'Y'
004730                     MOVE 'Y' TO WS-FORCE-RESTART-SW
004740                 END-IF
004750         END-READ
004760         CLOSE PARM-FILE
004770     END-IF.
004780 1020-EXIT.
004790     EXIT.
004800
004810*================================================================
004820 1030-READ-RUN-CONTROL.
004830*================================================================
004840     OPEN INPUT RUN-FILE
004850     IF RUN-STATUS-NOFILE
004860         MOVE 'Y' TO WS-RUNCTL-EOF-SW
004870     ELSE
004880         PERFORM 1031-READ-RUN-RECORD THRU 1031-EXIT
004890             UNTIL RUNCTL-EOF-REACHED
004900         CLOSE RUN-FILE
004910     END-IF.
004920 1030-EXIT.
004930     EXIT.
004940
004950*================================================================
004960 1031-READ-RUN-RECORD.
004970*================================================================
004980     READ RUN-FILE INTO RUNC-RECORD-WS
004990         AT END
005000             MOVE 'Y' TO WS-RUNCTL-EOF-SW
005010         NOT AT END
005020             IF RUNC-PROGRAM = 'SAMPLE1 '
005030                 MOVE RUNC-STATUS TO WS-LAST-SAMPLE1-STATUS
005040                 MOVE RUNC-RUN-ID TO WS-LAST-SAMPLE1-RUN-ID
005050             END-IF
005060     END-READ.
005070 1031-EXIT.
005080     EXIT.
005090
005100*================================================================
005110 1040-LOAD-RANGES.
005120*================================================================
005130*    THE DECK MUST NUMBER ITS CARDS 01, 02, 03 ... IN ORDER,
005140*    START PARTITION 01 AT THE TOP OF THE FILE (BLANK LOW KEY) AND
005150*    GIVE EVERY LATER PARTITION A LOW KEY HIGHER THAN THE ONE
005160*    BEFORE IT - THEN EVERY KEY BELONGS TO EXACTLY ONE PARTITION.
005170     OPEN INPUT RNG-FILE
005180     IF NOT RNG-STATUS-OK
005190         MOVE 'PARTITION RANGE DECK NOT FOUND ON SAMPLRNG'
005200             TO RPT-MSG-TEXT
005210         MOVE SPACES TO RPT-MSG-PART
005220         PERFORM 8100-REFUSE-RUN THRU 8100-EXIT
005230         GO TO 1040-EXIT
005240     END-IF
005250     PERFORM 1041-READ-RANGE-CARD THRU 1041-EXIT
005260         UNTIL RNG-EOF-REACHED
005270     CLOSE RNG-FILE
005280     IF RUN-REFUSED
005290         GO TO 1040-EXIT
005300     END-IF
005310     IF WS-PART-COUNT = ZERO
005320         MOVE 'NO PARTITION CARDS ON SAMPLRNG' TO RPT-MSG-TEXT
005330         MOVE SPACES TO RPT-MSG-PART
005340         PERFORM 8100-REFUSE-RUN THRU 8100-EXIT
005350         GO TO 1040-EXIT
005360     END-IF
005370     PERFORM 1042-SET-HIGH-KEY THRU 1042-EXIT
005380         VARYING WS-PART-SUB FROM 1 BY 1
005390         UNTIL WS-PART-SUB > WS-PART-COUNT.
005400 1040-EXIT.
005410     EXIT.
005420
005430*================================================================
005440 1041-READ-RANGE-CARD.
005450*================================================================
005460     READ RNG-FILE
005470         AT END
005480             MOVE 'Y' TO WS-RNG-EOF-SW
005490             GO TO 1041-EXIT
005500     END-READ
005510     ADD 1 TO WS-PART-COUNT
005520     MOVE WS-PART-COUNT TO WS-PART-NO
005530     MOVE WS-PART-NO TO RPT-MSG-PART
005540     IF WS-PART-COUNT > WS-PART-MAX
005550         MOVE 'MORE PARTITIONS ON SAMPLRNG THAN ALLOWED - MAX 20'
005560             TO RPT-MSG-TEXT
005570         PERFORM 8100-REFUSE-RUN THRU 8100-EXIT
005580         MOVE 'Y' TO WS-RNG-EOF-SW
005590         GO TO 1041-EXIT
005600     END-IF
005610     IF RNG-PARTITION NOT NUMERIC
005620      OR RNG-PARTITION NOT = WS-PART-COUNT
005630         MOVE 'SAMPLRNG CARD OUT OF SEQUENCE - EXPECTED PARTITION'
005640             TO RPT-MSG-TEXT
005650         PERFORM 8100-REFUSE-RUN THRU 8100-EXIT
005660         MOVE 'Y' TO WS-RNG-EOF-SW
005670         GO TO 1041-EXIT
005680     END-IF
005690     IF WS-PART-COUNT = 1
005700         IF RNG-LOW-KEY NOT = SPACES
005710             MOVE 'SAMPLRNG LOW KEY MUST BE BLANK FOR PARTITION'
005720                 TO RPT-MSG-TEXT
005730             PERFORM 8100-REFUSE-RUN THRU 8100-EXIT
005740             MOVE 'Y' TO WS-RNG-EOF-SW
005750             GO TO 1041-EXIT
005760         END-IF
005770     ELSE
005780         IF RNG-LOW-KEY NOT > WS-PRIOR-LOW-KEY
005790             MOVE 'SAMPLRNG LOW KEY NOT ABOVE THE PRIOR CARD FOR'
005800                 TO RPT-MSG-TEXT
005810             PERFORM 8100-REFUSE-RUN THRU 8100-EXIT
005820             MOVE 'Y' TO WS-RNG-EOF-SW
005830             GO TO 1041-EXIT
005840         END-IF
005850     END-IF
005860     MOVE RNG-LOW-KEY TO WS-PRIOR-LOW-KEY
005870     MOVE RNG-LOW-KEY TO WS-PART-TBL-LOW-KEY (WS-PART-COUNT)
005880     MOVE SPACES      TO WS-PART-TBL-HIGH-KEY (WS-PART-COUNT)
005890     MOVE 'M'         TO WS-PART-TBL-STATE (WS-PART-COUNT)
005900     MOVE SPACE       TO WS-PART-TBL-RESTART (WS-PART-COUNT)
005910     MOVE ZERO        TO WS-PART-TBL-READ (WS-PART-COUNT)
005920                         WS-PART-TBL-WRITTEN (WS-PART-COUNT)
005930                         WS-PART-TBL-REPLACED (WS-PART-COUNT)
005940                         WS-PART-TBL-DELETED (WS-PART-COUNT)
005950                         WS-PART-TBL-REJECTED (WS-PART-COUNT)
005960                         WS-PART-TBL-SUSP (WS-PART-COUNT)
005970                         WS-PART-TBL-FLAGGED (WS-PART-COUNT)
005980                         WS-PART-TBL-HASH (WS-PART-COUNT).
005990 1041-EXIT.
006000     EXIT.
006010
006020*================================================================
006030 1042-SET-HIGH-KEY.
006040*================================================================
006050*    A PARTITION RUNS UP TO THE NEXT ONE'S LOW KEY; THE LAST
006060*    KEEPS A BLANK HIGH KEY AND RUNS TO END OF FILE.
006070     IF WS-PART-SUB < WS-PART-COUNT
006080         COMPUTE WS-PART-NEXT-SUB = WS-PART-SUB + 1
006090         MOVE WS-PART-TBL-LOW-KEY (WS-PART-NEXT-SUB)
006100             TO WS-PART-TBL-HIGH-KEY (WS-PART-SUB)
006110     END-IF.
006120 1042-EXIT.
006130     EXIT.
006140
006150*================================================================
006160 2000-OPEN-DAY.
006170*================================================================
006180*    A NEW DAY CANNOT OPEN ON TOP OF ONE THAT NEVER ENDED - SOME
006190*    PARTITION FAILED, OR THE DAY WAS NEVER CONSOLIDATED.
006200*    OPERATIONS REVIEWS IT AND FORCES THE NEW DAY WITH 'Y' IN
006210*    COLUMN 16 OF THE SAMPLPRM CARD, THE SAME RULE SAMPLE1 APPLIES
006220*    WHEN IT RUNS AS ONE STEP.
006230     IF WS-LAST-SAMPLE1-STATUS = 'START'
006240         IF FORCE-RESTART-REQUESTED
006250             MOVE 'PRIOR DAY OPEN-ENDED, FORCED - CONTINUING'
006260                 TO RPT-MSG-TEXT
006270             MOVE SPACES TO RPT-MSG-PART
006280             PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
006290         ELSE
006300             MOVE 'PRIOR DAY STILL OPEN - REVIEW, FORCE-RESTART Y'
006310                 TO RPT-MSG-TEXT
006320             MOVE SPACES TO RPT-MSG-PART
006330             PERFORM 8100-REFUSE-RUN THRU 8100-EXIT
006340             GO TO 2000-EXIT
006350         END-IF
006360     END-IF
006370     MOVE WS-NEW-RUN-ID TO WS-RUN-ID
006380     OPEN EXTEND RUN-FILE
006390     MOVE 'SAMPLE1 ' TO RUNC-PROGRAM
006400     MOVE WS-RUN-ID  TO RUNC-RUN-ID
006410     MOVE 'START'    TO RUNC-STATUS
006420     MOVE ZERO       TO RUNC-READ
006430     MOVE ZERO       TO RUNC-WRITTEN
006440     MOVE ZERO       TO RUNC-REJECTED
006450     MOVE RUNC-RECORD-WS TO RUN-RECORD
006460     WRITE RUN-RECORD
006470     CLOSE RUN-FILE
006480     MOVE WS-RUN-ID TO RPT-RUN-ID
006490     MOVE RPT-RUN-LINE TO RPT-RECORD
006500     WRITE RPT-RECORD
006510     MOVE SPACES TO RPT-RECORD
006520     WRITE RPT-RECORD
006530     MOVE 'DAY OPENED' TO RPT-PART-STATE
006540     PERFORM 3100-WRITE-PARTITION-LINE THRU 3100-EXIT
006550         VARYING WS-PART-SUB FROM 1 BY 1
006560         UNTIL WS-PART-SUB > WS-PART-COUNT.
006570 2000-EXIT.
006580     EXIT.
006590
006600*================================================================
006610 3000-CHECK-PARTITIONS.
006620*================================================================
006630*    THE DAY BEING CHECKED IS THE ONE STILL OPEN ON THE RUN-
006640*    CONTROL FILE.  A LATEST SAMPLE1 RECORD THAT IS AN END MEANS
006650*    NOTHING IS OPEN - THE DAY HAS ALREADY BEEN CONSOLIDATED.
006660     IF WS-LAST-SAMPLE1-STATUS NOT = 'START'
006670         MOVE 'NO OPEN DAY ON THE RUN-CONTROL FILE'
006680             TO RPT-MSG-TEXT
006690         MOVE SPACES TO RPT-MSG-PART
006700         PERFORM 8100-REFUSE-RUN THRU 8100-EXIT
006710         GO TO 3000-EXIT
006720     END-IF
006730     MOVE WS-LAST-SAMPLE1-RUN-ID TO WS-RUN-ID
006740     MOVE WS-RUN-ID TO RPT-RUN-ID
006750     MOVE RPT-RUN-LINE TO RPT-RECORD
006760     WRITE RPT-RECORD
006770     MOVE SPACES TO RPT-RECORD
006780     WRITE RPT-RECORD
006790     OPEN INPUT PTT-FILE
006800     IF PTT-STATUS-OK
006810         PERFORM 3010-READ-TOTALS THRU 3010-EXIT
006820             UNTIL PTT-EOF-REACHED
006830         CLOSE PTT-FILE
006840     END-IF
006850     PERFORM 3050-LIST-PARTITION THRU 3050-EXIT
006860         VARYING WS-PART-SUB FROM 1 BY 1
006870         UNTIL WS-PART-SUB > WS-PART-COUNT
006880     IF FNC-CONSOLIDATE
006890         PERFORM 3060-LIST-TRANSFER-PASS THRU 3060-EXIT
006900     END-IF
006910     MOVE SPACES TO RPT-RECORD
006920     WRITE RPT-RECORD.
006930 3000-EXIT.
006940     EXIT.
006950
006960*================================================================
006970 3010-READ-TOTALS.
006980*================================================================
006990     READ PTT-FILE INTO PTT-RECORD-WS
007000         AT END
007010             MOVE 'Y' TO WS-PTT-EOF-SW
007020         NOT AT END
007030             PERFORM 3020-FILE-TOTALS THRU 3020-EXIT
007040     END-READ.
007050 3010-EXIT.
007060     EXIT.
007070
007080*================================================================
007090 3020-FILE-TOTALS.
007100*================================================================
007110*    ONLY A RECORD FOR TODAY'S RUN-ID THAT SAYS ENDED COUNTS - AN
007120*    OLDER ONE IS A PARTITION THAT HAS NOT YET RUN TODAY.  A
007130*    PARTITION THAT ENDED OVER A DIFFERENT RANGE THAN THE DECK
007140*    NOW GIVES IT, OR THAT TURNS UP TWICE, CANNOT BE TRUSTED.
007150     IF PTT-RUN-ID NOT = WS-RUN-ID
007160      OR NOT PTT-ENDED
007170      OR PTT-PARTITION NOT NUMERIC
007180         GO TO 3020-EXIT
007190     END-IF
007200     IF PTT-PARTITION = ZERO
007210         IF XP-MISSING
007220             MOVE 'E' TO WS-XP-STATE-SW
007230         ELSE
007240             MOVE 'D' TO WS-XP-STATE-SW
007250         END-IF
007260         MOVE PTT-RESTARTED      TO WS-XP-RESTARTED
007270         MOVE PTT-XFERS-READ     TO WS-XP-READ
007280         MOVE PTT-XFERS-POSTED   TO WS-XP-POSTED
007290         MOVE PTT-XFERS-REJECTED TO WS-XP-REJECTED
007300         MOVE PTT-EXC-FLAGGED    TO WS-XP-FLAGGED
007310         MOVE PTT-HASH-TOTAL     TO WS-XP-HASH
007320         MOVE PTT-XFER-NET       TO WS-XP-NET
007330         GO TO 3020-EXIT
007340     END-IF
007350     IF PTT-PARTITION > WS-PART-COUNT
007360         MOVE 'TOTALS FOUND FOR A PARTITION NOT ON SAMPLRNG -'
007370             TO RPT-MSG-TEXT
007380         MOVE PTT-PARTITION TO RPT-MSG-PART
007390         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
007400         MOVE 'Y' TO WS-NOT-CLEAN-SW
007410         GO TO 3020-EXIT
007420     END-IF
007430     MOVE PTT-PARTITION TO WS-PART-SUB
007440     IF NOT PART-TBL-MISSING (WS-PART-SUB)
007450         MOVE 'D' TO WS-PART-TBL-STATE (WS-PART-SUB)
007460         GO TO 3020-EXIT
007470     END-IF
007480     IF PTT-LOW-KEY NOT = WS-PART-TBL-LOW-KEY (WS-PART-SUB)
007490      OR PTT-HIGH-KEY NOT = WS-PART-TBL-HIGH-KEY (WS-PART-SUB)
007500         MOVE 'K' TO WS-PART-TBL-STATE (WS-PART-SUB)
007510         GO TO 3020-EXIT
007520     END-IF
007530     MOVE 'E'                TO WS-PART-TBL-STATE (WS-PART-SUB)
007540     MOVE PTT-RESTARTED      TO WS-PART-TBL-RESTART (WS-PART-SUB)
007550     MOVE PTT-RECS-READ      TO WS-PART-TBL-READ (WS-PART-SUB)
007560     MOVE PTT-RECS-WRITTEN   TO WS-PART-TBL-WRITTEN (WS-PART-SUB)
007570     MOVE PTT-RECS-REPLACED  TO WS-PART-TBL-REPLACED (WS-PART-SUB)
007580     MOVE PTT-RECS-DELETED   TO WS-PART-TBL-DELETED (WS-PART-SUB)
007590     MOVE PTT-RECS-REJECTED  TO WS-PART-TBL-REJECTED (WS-PART-SUB)
007600     MOVE PTT-RECS-SUSPENDED TO WS-PART-TBL-SUSP (WS-PART-SUB)
007610     MOVE PTT-EXC-FLAGGED    TO WS-PART-TBL-FLAGGED (WS-PART-SUB)
007620     MOVE PTT-HASH-TOTAL     TO WS-PART-TBL-HASH (WS-PART-SUB).
007630 3020-EXIT.
007640     EXIT.
007650
007660*================================================================
007670 3050-LIST-PARTITION.
007680*================================================================
007690     EVALUATE TRUE
007700         WHEN PART-TBL-ENDED (WS-PART-SUB)
007710             IF WS-PART-TBL-RESTART (WS-PART-SUB) = 'Y'
007720                 MOVE 'ENDED (AFTER A RESTART)' TO RPT-PART-STATE
007730             ELSE
007740                 MOVE 'ENDED' TO RPT-PART-STATE
007750             END-IF
007760         WHEN PART-TBL-WRONG-RANGE (WS-PART-SUB)
007770             MOVE '*** ENDED OVER A DIFFERENT RANGE'
007780                 TO RPT-PART-STATE
007790         WHEN PART-TBL-DUPLICATE (WS-PART-SUB)
007800             MOVE '*** TWO TOTALS RECORDS' TO RPT-PART-STATE
007810         WHEN OTHER
007820             MOVE '*** NOT ENDED TODAY' TO RPT-PART-STATE
007830     END-EVALUATE
007840     IF NOT PART-TBL-ENDED (WS-PART-SUB)
007850         MOVE 'Y' TO WS-NOT-CLEAN-SW
007860     END-IF
007870     PERFORM 3100-WRITE-PARTITION-LINE THRU 3100-EXIT.
007880 3050-EXIT.
007890     EXIT.
007900
007910*================================================================
007920 3060-LIST-TRANSFER-PASS.
007930*================================================================
007940     EVALUATE TRUE
007950         WHEN XP-ENDED
007960             IF WS-XP-RESTARTED = 'Y'
007970                 MOVE 'ENDED (AFTER A RESTART)' TO RPT-XPASS-STATE
007980             ELSE
007990                 MOVE 'ENDED' TO RPT-XPASS-STATE
008000             END-IF
008010         WHEN XP-DUPLICATE
008020             MOVE '*** TWO TOTALS RECORDS' TO RPT-XPASS-STATE
008030         WHEN OTHER
008040             MOVE '*** NOT ENDED TODAY' TO RPT-XPASS-STATE
008050     END-EVALUATE
008060     IF NOT XP-ENDED
008070         MOVE 'Y' TO WS-NOT-CLEAN-SW
008080     END-IF
008090     MOVE RPT-XPASS-LINE TO RPT-RECORD
008100     WRITE RPT-RECORD.
008110 3060-EXIT.
008120     EXIT.
008130
008140*================================================================
008150 3100-WRITE-PARTITION-LINE.
008160*================================================================
008170     MOVE WS-PART-SUB TO RPT-PART-NO
008180     IF WS-PART-TBL-LOW-KEY (WS-PART-SUB) = SPACES
008190         MOVE '*TOP*' TO RPT-PART-LOW
008200     ELSE
008210         MOVE WS-PART-TBL-LOW-KEY (WS-PART-SUB) TO RPT-PART-LOW
008220     END-IF
008230     IF WS-PART-TBL-HIGH-KEY (WS-PART-SUB) = SPACES
008240         MOVE '*END*' TO RPT-PART-HIGH
008250     ELSE
008260         MOVE WS-PART-TBL-HIGH-KEY (WS-PART-SUB) TO RPT-PART-HIGH
008270     END-IF
008280     MOVE RPT-PART-LINE TO RPT-RECORD
008290     WRITE RPT-RECORD.
008300 3100-EXIT.
008310     EXIT.
008320
008330*================================================================
008340 4000-CONSOLIDATE.
008350*================================================================
008360*    NOTHING IS SUMMED OR MERGED UNTIL EVERY PARTITION AND THE
008370*    TRANSFER PASS HAVE ENDED FOR THE DAY.
008380     IF RUN-REFUSED
008390      OR DAY-NOT-CLEAN
008400         GO TO 4000-EXIT
008410     END-IF
008420     PERFORM 4100-PRINT-PARTITION-FIGURES THRU 4100-EXIT
008430     PERFORM 4200-COUNT-INPUT-FILES THRU 4200-EXIT
008440     PERFORM 4300-SCAN-WORK-FILES THRU 4300-EXIT
008450     PERFORM 4400-PRINT-GRAND-TOTALS THRU 4400-EXIT
008460     PERFORM 4500-PRINT-PROOF THRU 4500-EXIT
008470     IF WS-PROOF-EXCEPTIONS > ZERO
008480         MOVE 'Y' TO WS-NOT-CLEAN-SW
008490         GO TO 4000-EXIT
008500     END-IF
008510     PERFORM 4600-MERGE-WORK-FILES THRU 4600-EXIT
008512     PERFORM 4650-PRINT-MERGE-COUNTS THRU 4650-EXIT
008514     IF MERGE-FAILED
008516         GO TO 4000-EXIT
008518     END-IF
008520     PERFORM 4700-WRITE-RUN-END THRU 4700-EXIT.
008530 4000-EXIT.
008540     EXIT.
008550
008560*================================================================
008570 4100-PRINT-PARTITION-FIGURES.
008580*================================================================
008590     MOVE RPT-FIG-HEADING TO RPT-RECORD
008600     WRITE RPT-RECORD
008610     PERFORM 4110-PRINT-PARTITION-ROW THRU 4110-EXIT
008620         VARYING WS-PART-SUB FROM 1 BY 1
008630         UNTIL WS-PART-SUB > WS-PART-COUNT
008640     MOVE '00'           TO RPT-FIG-PART
008650     MOVE WS-XP-READ     TO RPT-FIG-READ
008660     MOVE WS-XP-POSTED   TO RPT-FIG-WRITTEN
008670     MOVE ZERO           TO RPT-FIG-REPLACED
008680     MOVE ZERO           TO RPT-FIG-DELETED
008690     MOVE WS-XP-REJECTED TO RPT-FIG-REJECTED
008700     MOVE ZERO           TO RPT-FIG-SUSPENDED
008710     MOVE WS-XP-HASH     TO RPT-FIG-HASH
008720     MOVE RPT-FIG-LINE   TO RPT-RECORD
008730     WRITE RPT-RECORD
008740     MOVE RPT-FIG-NOTE TO RPT-RECORD
008750     WRITE RPT-RECORD
008760     MOVE SPACES TO RPT-RECORD
008770     WRITE RPT-RECORD
008780     ADD WS-XP-REJECTED TO WS-GT-REJECTED
008790     ADD WS-XP-FLAGGED  TO WS-GT-FLAGGED
008800     ADD WS-XP-HASH     TO WS-GT-HASH.
008810 4100-EXIT.
008820     EXIT.
008830
008840*================================================================
008850 4110-PRINT-PARTITION-ROW.
008860*================================================================
008870     MOVE WS-PART-SUB TO WS-PART-NO
008880     MOVE WS-PART-NO TO RPT-FIG-PART
008890     MOVE WS-PART-TBL-READ (WS-PART-SUB)      TO RPT-FIG-READ
008900     MOVE WS-PART-TBL-WRITTEN (WS-PART-SUB)   TO RPT-FIG-WRITTEN
008910     MOVE WS-PART-TBL-REPLACED (WS-PART-SUB)  TO RPT-FIG-REPLACED
008920     MOVE WS-PART-TBL-DELETED (WS-PART-SUB)   TO RPT-FIG-DELETED
008930     MOVE WS-PART-TBL-REJECTED (WS-PART-SUB)  TO RPT-FIG-REJECTED
008940     MOVE WS-PART-TBL-SUSP (WS-PART-SUB)      TO RPT-FIG-SUSPENDED
008950     MOVE WS-PART-TBL-HASH (WS-PART-SUB)      TO RPT-FIG-HASH
008960     MOVE RPT-FIG-LINE TO RPT-RECORD
008970     WRITE RPT-RECORD
008980     ADD WS-PART-TBL-READ (WS-PART-SUB)      TO WS-GT-READ
008990     ADD WS-PART-TBL-WRITTEN (WS-PART-SUB)   TO WS-GT-WRITTEN
009000     ADD WS-PART-TBL-REPLACED (WS-PART-SUB)  TO WS-GT-REPLACED
009010     ADD WS-PART-TBL-DELETED (WS-PART-SUB)   TO WS-GT-DELETED
009020     ADD WS-PART-TBL-REJECTED (WS-PART-SUB)  TO WS-GT-REJECTED
009030     ADD WS-PART-TBL-SUSP (WS-PART-SUB)      TO WS-GT-SUSPENDED
009040     ADD WS-PART-TBL-FLAGGED (WS-PART-SUB)   TO WS-GT-FLAGGED
009050     ADD WS-PART-TBL-HASH (WS-PART-SUB)      TO WS-GT-HASH.
009060 4110-EXIT.
009070     EXIT.
009080
009090*================================================================
009100 4200-COUNT-INPUT-FILES.
009110*================================================================
009120*    EVERY InputFile RECORD BELONGS TO EXACTLY ONE KEY RANGE AND
009130*    EVERY SAMPLXFR TRANSFER TO THE TRANSFER PASS - A SHORTFALL
009140*    MEANS SOMETHING WAS SKIPPED, AN EXCESS THAT SOMETHING RAN
009150*    TWICE.
009160     OPEN INPUT InputFile
009170     IF INPUT-STATUS-OK
009180         PERFORM 4210-COUNT-INPUT THRU 4210-EXIT
009190             UNTIL INPUT-EOF-REACHED
009200         CLOSE InputFile
009210     END-IF
009220     OPEN INPUT XFER-FILE
009230     IF XFER-STATUS-OK
009240         PERFORM 4220-COUNT-TRANSFERS THRU 4220-EXIT
009250             UNTIL XFER-EOF-REACHED
009260         CLOSE XFER-FILE
009270     END-IF.
009280 4200-EXIT.
009290     EXIT.
009300
009310*================================================================
009320 4210-COUNT-INPUT.
009330*================================================================
009340     READ InputFile NEXT RECORD
009350         AT END
009360             MOVE 'Y' TO WS-INPUT-EOF-SW
009370         NOT AT END
009380             ADD 1 TO WS-INPUT-ON-FILE
009390     END-READ.
009400 4210-EXIT.
009410     EXIT.
009420
009430*================================================================
009440 4220-COUNT-TRANSFERS.
009450*================================================================
009460     READ XFER-FILE
009470         AT END
009480             MOVE 'Y' TO WS-XFER-EOF-SW
009490         NOT AT END
009500             ADD 1 TO WS-XFER-ON-FILE
009510     END-READ.
009520 4220-EXIT.
009530     EXIT.
009540
009550*================================================================
009560 4300-SCAN-WORK-FILES.
009570*================================================================
009580*    SAMPLPAU, SAMPLPRJ AND SAMPLPSU ARE EVERY PARTITION'S AUDIT,
009590*    REJECT AND SUSPENSE WORK FILES CONCATENATED.  THE JOURNAL
009600*    HASH IS BUILT THE WAY SampleGL BUILDS IT FROM SAMPLAUD - NEW
009610*    VALUES OF EVERY INSERT, REPLACE AND TRANSFER LEG.
009620     OPEN INPUT PAU-FILE
009630     MOVE 'N' TO WS-WORK-EOF-SW
009640     IF PAU-STATUS-OK
009650         PERFORM 4310-SCAN-AUDIT THRU 4310-EXIT
009660             UNTIL WORK-EOF-REACHED
009670         CLOSE PAU-FILE
009680     END-IF
009690     OPEN INPUT PRJ-FILE
009700     MOVE 'N' TO WS-WORK-EOF-SW
009710     IF PRJ-STATUS-OK
009720         PERFORM 4320-SCAN-REJECTS THRU 4320-EXIT
009730             UNTIL WORK-EOF-REACHED
009740         CLOSE PRJ-FILE
009750     END-IF
009760     OPEN INPUT PSU-FILE
009770     MOVE 'N' TO WS-WORK-EOF-SW
009780     IF PSU-STATUS-OK
009790         PERFORM 4330-SCAN-SUSPENSE THRU 4330-EXIT
009800             UNTIL WORK-EOF-REACHED
009810         CLOSE PSU-FILE
009820     END-IF.
009830 4300-EXIT.
009840     EXIT.
009850
009860*================================================================
009870 4310-SCAN-AUDIT.
009880*================================================================
009890     READ PAU-FILE INTO WS-PAU-LINE
009900         AT END
009910             MOVE 'Y' TO WS-WORK-EOF-SW
009920             GO TO 4310-EXIT
009930     END-READ
009940     IF WS-PAU-RUN-ID NOT = WS-RUN-ID
009950         ADD 1 TO WS-PAU-FOREIGN
009960         GO TO 4310-EXIT
009970     END-IF
009980     ADD 1 TO WS-PAU-ENTRIES
009990     IF WS-PAU-ACTION = 'I' OR 'R' OR 'T'
010000         ADD WS-PAU-NEW-VALUE TO WS-PAU-HASH
010010     END-IF.
010020 4310-EXIT.
010030     EXIT.
010040
010050*================================================================
010060 4320-SCAN-REJECTS.
010070*================================================================
010080     READ PRJ-FILE
010090         AT END
010100             MOVE 'Y' TO WS-WORK-EOF-SW
010110         NOT AT END
010120             ADD 1 TO WS-PRJ-ENTRIES
010130     END-READ.
010140 4320-EXIT.
010150     EXIT.
010160
010170*================================================================
010180 4330-SCAN-SUSPENSE.
010190*================================================================
010200     READ PSU-FILE
010210         AT END
010220             MOVE 'Y' TO WS-WORK-EOF-SW
010230         NOT AT END
010240             ADD 1 TO WS-PSU-ENTRIES
010250     END-READ.
010260 4330-EXIT.
010270     EXIT.
010280
010290*================================================================
010300 4400-PRINT-GRAND-TOTALS.
010310*================================================================
010320*    THE SAME LABELS, IN THE SAME ORDER, AS SAMPLE1'S OWN BALANCE
010330*    REPORT - SampleGL FINDS THE HASH TOTAL LINE BY ITS LABEL.
010340     MOVE 'RECORDS READ . . . . . . . . .' TO RPT-DTL-LABEL
010350     MOVE WS-GT-READ                       TO RPT-DTL-VALUE
010360     MOVE RPT-DETAIL-LINE                  TO RPT-RECORD
010370     WRITE RPT-RECORD
010380
010390     MOVE 'RECORDS WRITTEN. . . . . . . .' TO RPT-DTL-LABEL
010400     MOVE WS-GT-WRITTEN                    TO RPT-DTL-VALUE
010410     MOVE RPT-DETAIL-LINE                  TO RPT-RECORD
010420     WRITE RPT-RECORD
010430
010440     MOVE 'RECORDS REPLACED . . . . . . .' TO RPT-DTL-LABEL
010450     MOVE WS-GT-REPLACED                   TO RPT-DTL-VALUE
010460     MOVE RPT-DETAIL-LINE                  TO RPT-RECORD
010470     WRITE RPT-RECORD
010480
010490     MOVE 'RECORDS DELETED. . . . . . . .' TO RPT-DTL-LABEL
010500     MOVE WS-GT-DELETED                    TO RPT-DTL-VALUE
010510     MOVE RPT-DETAIL-LINE                  TO RPT-RECORD
010520     WRITE RPT-RECORD
010530
010540     MOVE 'HASH TOTAL OF OUTPUTFIELD2 . .' TO RPT-AMT-LABEL
010550     MOVE WS-GT-HASH                       TO RPT-AMT-VALUE
010560     MOVE RPT-AMOUNT-LINE                  TO RPT-RECORD
010570     WRITE RPT-RECORD
010580
010590     MOVE 'RECORDS REJECTED . . . . . . ' TO RPT-DTL-LABEL
010600     MOVE WS-GT-REJECTED                   TO RPT-DTL-VALUE
010610     MOVE RPT-DETAIL-LINE                  TO RPT-RECORD
010620     WRITE RPT-RECORD
010630
010640     MOVE 'RECORDS SUSPENDED (HELD) . . .' TO RPT-DTL-LABEL
010650     MOVE WS-GT-SUSPENDED                  TO RPT-DTL-VALUE
010660     MOVE RPT-DETAIL-LINE                  TO RPT-RECORD
010670     WRITE RPT-RECORD
010680
010690     MOVE 'LARGE MOVEMENTS FLAGGED. . . .' TO RPT-DTL-LABEL
010700     MOVE WS-GT-FLAGGED                    TO RPT-DTL-VALUE
010710     MOVE RPT-DETAIL-LINE                  TO RPT-RECORD
010720     WRITE RPT-RECORD
010730
010740     MOVE 'TRANSFERS POSTED . . . . . . .' TO RPT-DTL-LABEL
010750     MOVE WS-XP-POSTED                     TO RPT-DTL-VALUE
010760     MOVE RPT-DETAIL-LINE                  TO RPT-RECORD
010770     WRITE RPT-RECORD
010780
010790     MOVE 'TRANSFERS REJECTED (REASON 09)' TO RPT-DTL-LABEL
010800     MOVE WS-XP-REJECTED                   TO RPT-DTL-VALUE
010810     MOVE RPT-DETAIL-LINE                  TO RPT-RECORD
010820     WRITE RPT-RECORD
010830
010840     MOVE 'TRANSFER NET MOVEMENT (PROOF) ' TO RPT-AMT-LABEL
010850     MOVE WS-XP-NET                        TO RPT-AMT-VALUE
010860     MOVE RPT-AMOUNT-LINE                  TO RPT-RECORD
010870     WRITE RPT-RECORD
010880
010890     MOVE SPACES TO RPT-RECORD
010900     WRITE RPT-RECORD.
010910 4400-EXIT.
010920     EXIT.
010930
010940*================================================================
010950 4500-PRINT-PROOF.
010960*================================================================
010970*    EACH PAIR BELOW MUST AGREE.  THE TRANSFER NET MOVEMENT ABOVE
010980*    MUST BE ZERO AND NO WORK-FILE JOURNAL ENTRY MAY CARRY ANY
010990*    RUN-ID BUT TODAY'S.
011000     COMPUTE WS-AUD-EXPECTED = WS-GT-WRITTEN + WS-GT-REPLACED
011010         + WS-GT-DELETED + (2 * WS-XP-POSTED)
011020     IF WS-INPUT-ON-FILE NOT = WS-GT-READ
011030         ADD 1 TO WS-PROOF-EXCEPTIONS
011040     END-IF
011050     IF WS-XFER-ON-FILE NOT = WS-XP-READ
011060         ADD 1 TO WS-PROOF-EXCEPTIONS
011070     END-IF
011080     IF WS-PAU-ENTRIES NOT = WS-AUD-EXPECTED
011090         ADD 1 TO WS-PROOF-EXCEPTIONS
011100     END-IF
011110     IF WS-PAU-FOREIGN NOT = ZERO
011120         ADD 1 TO WS-PROOF-EXCEPTIONS
011130     END-IF
011140     IF WS-PRJ-ENTRIES NOT = WS-GT-REJECTED
011150         ADD 1 TO WS-PROOF-EXCEPTIONS
011160     END-IF
011170     IF WS-PSU-ENTRIES NOT = WS-GT-SUSPENDED
011180         ADD 1 TO WS-PROOF-EXCEPTIONS
011190     END-IF
011200     IF WS-PAU-HASH NOT = WS-GT-HASH
011210         ADD 1 TO WS-PROOF-EXCEPTIONS
011220     END-IF
011230     IF WS-XP-NET NOT = ZERO
011240         ADD 1 TO WS-PROOF-EXCEPTIONS
011250     END-IF
011260
011270     MOVE 'INPUT RECORDS ON FILE. . . . .' TO RPT-DTL-LABEL
011280     MOVE WS-INPUT-ON-FILE                 TO RPT-DTL-VALUE
011290     MOVE RPT-DETAIL-LINE                  TO RPT-RECORD
011300     WRITE RPT-RECORD
011310
011320     MOVE 'TRANSFERS ON SAMPLXFR. . . . .' TO RPT-DTL-LABEL
011330     MOVE WS-XFER-ON-FILE                  TO RPT-DTL-VALUE
011340     MOVE RPT-DETAIL-LINE                  TO RPT-RECORD
011350     WRITE RPT-RECORD
011360
011370     MOVE 'TRANSFERS READ . . . . . . . .' TO RPT-DTL-LABEL
011380     MOVE WS-XP-READ                       TO RPT-DTL-VALUE
011390     MOVE RPT-DETAIL-LINE                  TO RPT-RECORD
011400     WRITE RPT-RECORD
011410
011420     MOVE 'JOURNAL ENTRIES EXPECTED . . .' TO RPT-DTL-LABEL
011430     MOVE WS-AUD-EXPECTED                  TO RPT-DTL-VALUE
011440     MOVE RPT-DETAIL-LINE                  TO RPT-RECORD
011450     WRITE RPT-RECORD
011460
011470     MOVE 'JOURNAL WORK ENTRIES, TODAY. .' TO RPT-DTL-LABEL
011480     MOVE WS-PAU-ENTRIES                   TO RPT-DTL-VALUE
011490     MOVE RPT-DETAIL-LINE                  TO RPT-RECORD
011500     WRITE RPT-RECORD
011510
011520     MOVE 'JOURNAL WORK ENTRIES, OTHER. .' TO RPT-DTL-LABEL
011530     MOVE WS-PAU-FOREIGN                   TO RPT-DTL-VALUE
011540     MOVE RPT-DETAIL-LINE                  TO RPT-RECORD
011550     WRITE RPT-RECORD
011560
011570     MOVE 'JOURNAL HASH OF NEW VALUES . .' TO RPT-AMT-LABEL
011580     MOVE WS-PAU-HASH                      TO RPT-AMT-VALUE
011590     MOVE RPT-AMOUNT-LINE                  TO RPT-RECORD
011600     WRITE RPT-RECORD
011610
011620     MOVE 'REJECT WORK RECORDS. . . . . .' TO RPT-DTL-LABEL
011630     MOVE WS-PRJ-ENTRIES                   TO RPT-DTL-VALUE
011640     MOVE RPT-DETAIL-LINE                  TO RPT-RECORD
011650     WRITE RPT-RECORD
011660
011670     MOVE 'SUSPENSE WORK RECORDS. . . . .' TO RPT-DTL-LABEL
011680     MOVE WS-PSU-ENTRIES                   TO RPT-DTL-VALUE
011690     MOVE RPT-DETAIL-LINE                  TO RPT-RECORD
011700     WRITE RPT-RECORD
011710
011720     MOVE 'PROOF EXCEPTIONS . . . . . . .' TO RPT-DTL-LABEL
011730     MOVE WS-PROOF-EXCEPTIONS              TO RPT-DTL-VALUE
011740     MOVE RPT-DETAIL-LINE                  TO RPT-RECORD
011750     WRITE RPT-RECORD
011760
011770     MOVE SPACES TO RPT-RECORD
011780     WRITE RPT-RECORD.
011790 4500-EXIT.
011800     EXIT.
011810
011820*================================================================
011830 4600-MERGE-WORK-FILES.
011840*================================================================
011850*    THE PROOF HAS PASSED - COPY EVERY PARTITION'S WORK FILES ON
011860*    TO THE END OF THE REAL JOURNAL, REJECT AND SUSPENSE FILES,
011870*    WHERE SampleGL, SampleRecycle AND SampleRelease FIND THEM.
011880     OPEN INPUT PAU-FILE
011890     OPEN EXTEND AUD-FILE
011892     IF NOT AUD-STATUS-OK
011894         MOVE 'SAMPLAUD WILL NOT OPEN - MERGE STOPPED'
011896             TO RPT-MSG-TEXT
011898         MOVE WS-AUD-STATUS TO RPT-MSG-PART
011900         PERFORM 4690-STOP-MERGE THRU 4690-EXIT
011902     END-IF
011904     MOVE 'N' TO WS-WORK-EOF-SW
011910     IF PAU-STATUS-OK
011920         PERFORM 4610-COPY-AUDIT THRU 4610-EXIT
011930             UNTIL WORK-EOF-REACHED OR MERGE-FAILED
011940         CLOSE PAU-FILE
011950     END-IF
011960     CLOSE AUD-FILE
011962     IF MERGE-FAILED
011964         GO TO 4600-EXIT
011966     END-IF
011970     OPEN INPUT PRJ-FILE
011980     OPEN EXTEND REJ-FILE
011982     IF NOT REJ-STATUS-OK
011984         MOVE 'SAMPLREJ WILL NOT OPEN - MERGE STOPPED'
011986             TO RPT-MSG-TEXT
011988         MOVE WS-REJ-STATUS TO RPT-MSG-PART
011990         PERFORM 4690-STOP-MERGE THRU 4690-EXIT
011992     END-IF
011994     MOVE 'N' TO WS-WORK-EOF-SW
012000     IF PRJ-STATUS-OK
012010         PERFORM 4620-COPY-REJECTS THRU 4620-EXIT
012020             UNTIL WORK-EOF-REACHED OR MERGE-FAILED
012030         CLOSE PRJ-FILE
012040     END-IF
012050     CLOSE REJ-FILE
012052     IF MERGE-FAILED
012054         GO TO 4600-EXIT
012056     END-IF
012060     OPEN INPUT PSU-FILE
012070     OPEN EXTEND SUSP-FILE
012072     IF NOT SUSP-STATUS-OK
012074         MOVE 'SAMPSUSP WILL NOT OPEN - MERGE STOPPED'
012076             TO RPT-MSG-TEXT
012078         MOVE WS-SUSP-STATUS TO RPT-MSG-PART
012080         PERFORM 4690-STOP-MERGE THRU 4690-EXIT
012082     END-IF
012084     MOVE 'N' TO WS-WORK-EOF-SW
012090     IF PSU-STATUS-OK
012100         PERFORM 4630-COPY-SUSPENSE THRU 4630-EXIT
012110             UNTIL WORK-EOF-REACHED OR MERGE-FAILED
012120         CLOSE PSU-FILE
012130     END-IF
012140     CLOSE SUSP-FILE.
012150 4600-EXIT.
012155     EXIT.
012160
012165*================================================================
012170 4610-COPY-AUDIT.
012175*================================================================
012180     READ PAU-FILE
012185         AT END
012190             MOVE 'Y' TO WS-WORK-EOF-SW
012195         NOT AT END
012200             MOVE PAU-RECORD TO AUD-RECORD
012205             WRITE AUD-RECORD
012210             IF AUD-STATUS-OK
012215                 ADD 1 TO WS-AUD-MERGED
012220             ELSE
012225                 MOVE 'SAMPLAUD WRITE FAILED - MERGE STOPPED'
012230                     TO RPT-MSG-TEXT
012235                 MOVE WS-AUD-STATUS TO RPT-MSG-PART
012240                 PERFORM 4690-STOP-MERGE THRU 4690-EXIT
012245             END-IF
012250     END-READ.
012255 4610-EXIT.
012260     EXIT.
012265
012270*================================================================
012275 4620-COPY-REJECTS.
012280*================================================================
012285     READ PRJ-FILE
012290         AT END
012295             MOVE 'Y' TO WS-WORK-EOF-SW
012300         NOT AT END
012305             MOVE PRJ-RECORD TO REJ-RECORD
012310             WRITE REJ-RECORD
012315             IF REJ-STATUS-OK
012320                 ADD 1 TO WS-REJ-MERGED
012325             ELSE
012330                 MOVE 'SAMPLREJ WRITE FAILED - MERGE STOPPED'
012335                     TO RPT-MSG-TEXT
012340                 MOVE WS-REJ-STATUS TO RPT-MSG-PART
012345                 PERFORM 4690-STOP-MERGE THRU 4690-EXIT
012350             END-IF
012355     END-READ.
012360 4620-EXIT.
012365     EXIT.
012370
012375*================================================================
012380 4630-COPY-SUSPENSE.
012385*================================================================
012390     READ PSU-FILE
012395         AT END
012400             MOVE 'Y' TO WS-WORK-EOF-SW
012405         NOT AT END
012410             MOVE PSU-RECORD TO SUSP-RECORD
012415             WRITE SUSP-RECORD
012420             IF SUSP-STATUS-OK
012425                 ADD 1 TO WS-SUSP-MERGED
012430             ELSE
012435                 MOVE 'SAMPSUSP WRITE FAILED - MERGE STOPPED'
012440                     TO RPT-MSG-TEXT
012445                 MOVE WS-SUSP-STATUS TO RPT-MSG-PART
012450                 PERFORM 4690-STOP-MERGE THRU 4690-EXIT
012455             END-IF
012460     END-READ.
012465 4630-EXIT.
012470     EXIT.
012475
012480*================================================================
012485 4650-PRINT-MERGE-COUNTS.
012490*================================================================
012495*    WHAT REACHED EACH FILE - AFTER A FAILED MERGE, WHAT HAS TO
012500*    BE TAKEN BACK OFF BEFORE THE STEP IS RERUN.
012505     MOVE 'JOURNAL ENTRIES TO SAMPLAUD. .' TO RPT-DTL-LABEL
012510     MOVE WS-AUD-MERGED                    TO RPT-DTL-VALUE
012515     MOVE RPT-DETAIL-LINE                  TO RPT-RECORD
012520     WRITE RPT-RECORD
012525
012530     MOVE 'REJECTS TO SAMPLREJ. . . . . .' TO RPT-DTL-LABEL
012535     MOVE WS-REJ-MERGED                    TO RPT-DTL-VALUE
012540     MOVE RPT-DETAIL-LINE                  TO RPT-RECORD
012545     WRITE RPT-RECORD
012550
012555     MOVE 'SUSPENSE ITEMS TO SAMPSUSP . .' TO RPT-DTL-LABEL
012560     MOVE WS-SUSP-MERGED                   TO RPT-DTL-VALUE
012565     MOVE RPT-DETAIL-LINE                  TO RPT-RECORD
012570     WRITE RPT-RECORD
012575
012580     MOVE SPACES TO RPT-RECORD
012585     WRITE RPT-RECORD.
012590 4650-EXIT.
012595     EXIT.
012600
012605*================================================================
012610 4690-STOP-MERGE.
012615*================================================================
012620     PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
012625     MOVE 'Y' TO WS-MERGE-FAILED-SW.
012630 4690-EXIT.
012635     EXIT.
012640
012780*================================================================
012790 4700-WRITE-RUN-END.
012800*================================================================
012810*    THE DAY'S ONE SAMPLE1 END, WITH THE SAME COUNTS SAMPLE1
012820*    WRITES WHEN IT RUNS AS ONE STEP.
012830     OPEN EXTEND RUN-FILE
012840     MOVE 'SAMPLE1 ' TO RUNC-PROGRAM
012850     MOVE WS-RUN-ID  TO RUNC-RUN-ID
012860     MOVE 'END  '    TO RUNC-STATUS
012870     COMPUTE RUNC-READ = WS-GT-READ + WS-XP-READ
012880     COMPUTE RUNC-WRITTEN = WS-GT-WRITTEN
012890         + WS-GT-REPLACED + WS-GT-DELETED
012900         + (2 * WS-XP-POSTED)
012910     MOVE WS-GT-REJECTED TO RUNC-REJECTED
012920     MOVE RUNC-RECORD-WS TO RUN-RECORD
012930     WRITE RUN-RECORD
012940     CLOSE RUN-FILE.
012950 4700-EXIT.
012960     EXIT.
012970
012980*================================================================
012990 8000-WRITE-MESSAGE.
013000*================================================================
013010     MOVE RPT-MSG-LINE TO RPT-RECORD
013020     WRITE RPT-RECORD
013030     DISPLAY 'SAMPPAR - ' RPT-MSG-TEXT ' ' RPT-MSG-PART.
013040 8000-EXIT.
013050     EXIT.
013060
013070*================================================================
013080 8100-REFUSE-RUN.
013090*================================================================
013100     PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
013110     MOVE 'Y' TO WS-RUN-REFUSED-SW.
013120 8100-EXIT.
013130     EXIT.
013140
013150*================================================================
013160 9000-WRITE-VERDICT.
013170*================================================================
013180     MOVE SPACES TO RPT-RECORD
013190     WRITE RPT-RECORD
013200     EVALUATE TRUE
013210         WHEN RUN-REFUSED
013220             MOVE 'VERDICT: RUN REFUSED - NOTHING CHANGED'
013230                 TO RPT-RECORD
013240             MOVE 16 TO RETURN-CODE
013250         WHEN FNC-OPEN-DAY
013260             MOVE 'VERDICT: DAY OPENED - RELEASE THE PARTITIONS'
013270                 TO RPT-RECORD
013280         WHEN DAY-NOT-CLEAN
013290             IF FNC-VERIFY
013300                 MOVE 'VERDICT: NOT CLEAN - HOLD TRANSFER PASS'
013310                     TO RPT-RECORD
013320             ELSE
013330                 MOVE 'VERDICT: NOT CLEAN - NOTHING MERGED'
013340                     TO RPT-RECORD
013350             END-IF
013360             MOVE 16 TO RETURN-CODE
013362         WHEN MERGE-FAILED
013364             MOVE 'VERDICT: MERGE FAILED - DAY LEFT OPEN'
013366                 TO RPT-RECORD
013368             MOVE 16 TO RETURN-CODE
013370         WHEN FNC-VERIFY
013380             MOVE 'VERDICT: ALL PARTITIONS ENDED - RUN TRANSFERS'
013390                 TO RPT-RECORD
013400         WHEN OTHER
013410             MOVE 'VERDICT: IN BALANCE - MERGED, DAY ENDED'
013420                 TO RPT-RECORD
013430     END-EVALUATE
013440     WRITE RPT-RECORD
013450     DISPLAY 'SAMPPAR - ' RPT-RECORD.
013460 9000-EXIT.
013470     EXIT.
013480
013490*================================================================
013500 9999-WRAP-UP.
013510*================================================================
013520     CLOSE RPT-FILE.
013530 9999-EXIT.
013540     EXIT.
