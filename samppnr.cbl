000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SamplePendRelease.
000030 AUTHOR.        R. HARTLEY.
000040 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RH   ORIGINAL PROGRAM.  NIGHTLY RELEASE OF
000110*                  WAREHOUSED (FUTURE-DATED) TRANSACTIONS.  READS
000120*                  THE PENDING KSDS ON PENDTRN (SEE COPYBOOK
000130*                  SAMPPND) IN EFFECTIVE-DATE ORDER UP TO THE
000140*                  BUSINESS DATE (TODAY, OR THE SAMPDPRM OVERRIDE
000150*                  CARD) AND RE-PRESENTS EVERY ITEM THAT HAS
000160*                  FALLEN DUE ON THE EXTRACT6 DROP, WRAPPED IN THE
000170*                  STANDARD HEADER AND COUNT-AND-HASH TRAILER, SO
000180*                  IT FLOWS THROUGH SampleMerge'S NORMAL MERGE/SUM
000190*                  PATH THE SAME NIGHT.  EACH DETAIL CARRIES ITS
000200*                  ORIGINAL SOURCE, BUSINESS DATE AND EXTRACT SLOT
000210*                  SO SampleAck CAN ACKNOWLEDGE IT TO THE SENDER
000220*                  THAT WAREHOUSED IT.  THE DROP'S HEADER SOURCE
000230*                  IS 'P' PLUS THIS RUN'S HHMMSS, THE SAME RULE
000240*                  SampleRelease USES, AND EACH RELEASED ITEM IS
000250*                  MARKED 'R' WITH THAT SOURCE AND THE BUSINESS
000260*                  DATE.  THE NEXT RUN PURGES A RELEASED ITEM ONCE
000270*                  ITS DROP IS ON THE PROCESSED-DROP REGISTER
000280*                  (SAMPGREG); ONE WHOSE DROP NEVER MERGED (THE
000290*                  STREAM FAILED AFTER THIS STEP) IS RELEASED
000300*                  AGAIN, SO A RERUN NEITHER LOSES NOR DOUBLES AN
000310*                  ITEM.  CANCELLED ITEMS THAT HAVE FALLEN DUE ARE
000320*                  PURGED WITHOUT POSTING.  A NIGHT WITH NOTHING
000330*                  DUE WRITES AN EMPTY EXTRACT6, WHICH THE MERGE
000340*                  PASSES AS DELIBERATELY EMPTY.  THE SAMPDREL
000350*                  REPORT LISTS EVERY ITEM RELEASED, AND ANY ITEM
000352*                  THE PENDING FILE WOULD NOT LET BE MARKED OR
000354*                  PURGED - ONE NOT MARKED IS NOT RELEASED, SO IT
000356*                  CANNOT GO OUT TWICE.  RUNS AS STEP004 OF
000360*                  SAMPJ010, AHEAD OF THE MERGE.
000370*================================================================
000380
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.  IBM-370.
000420 OBJECT-COMPUTER.  IBM-370.
000430
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT PND-FILE ASSIGN TO PENDTRN
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS PND-KEY
000500         FILE STATUS IS WS-PND-STATUS.
000510
000520     SELECT OPTIONAL REG-FILE ASSIGN TO SAMPGREG
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-REG-STATUS.
000550
000560     SELECT OPTIONAL DPRM-FILE ASSIGN TO SAMPDPRM
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-DPRM-STATUS.
000590
000600     SELECT REL-FILE ASSIGN TO EXTRACT6
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620
000630     SELECT SORT-WORK-FILE ASSIGN TO SRTWK01.
000640
000650     SELECT REL-RPT-FILE ASSIGN TO SAMPDREL
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670
000680     SELECT OPTIONAL RUN-FILE ASSIGN TO SAMPLRUN
000690         ORGANIZATION IS LINE SEQUENTIAL.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  PND-FILE.
000740     COPY SAMPPND.
000750
000760 FD  REG-FILE.
000770 01  REG-RECORD                      PIC X(40).
000780
000790 FD  DPRM-FILE.
000800 01  DPRM-RECORD.
000810     05  DPRM-BUS-DATE               PIC X(08).
000820
000830 FD  REL-FILE.
000840     COPY SAMPREC REPLACING ==SAMP-RECORD== BY ==REL-RECORD==
000850                            ==SAMP-FIELD1== BY ==REL-KEY==
000860                            ==SAMP-FIELD2== BY ==REL-AMT==.
000870     05  REL-TCODE                   PIC X(01).
000880     05  REL-EFF-DATE                PIC 9(08).
000890     05  REL-ORIG-SOURCE             PIC X(07).
000900     05  REL-ORIG-BUS-DATE           PIC 9(08).
000910     05  REL-ORIG-SLOT               PIC 9(01).
000920
000930 SD  SORT-WORK-FILE.
000940 01  PRS-RECORD.
000950     05  PRS-SLOT                    PIC 9(01).
000960     05  PRS-SOURCE                  PIC X(07).
000970     05  PRS-BUS-DATE                PIC 9(08).
000980     05  PRS-SEQ                     PIC 9(07).
000990     05  PRS-EFF-DATE                PIC 9(08).
001000     05  PRS-ACCT-KEY                PIC X(10).
001010     05  PRS-AMT                     PIC S9(07)V99
001020                                     SIGN LEADING SEPARATE.
001030     05  PRS-TCODE                   PIC X(01).
001040     05  PRS-REL-TYPE                PIC X(01).
001050         88  PRS-FIRST-RELEASE                  VALUE 'N'.
001060
001070 FD  REL-RPT-FILE.
001080 01  REL-RPT-RECORD                  PIC X(80).
001090
001100 FD  RUN-FILE.
001110 01  RUN-RECORD                      PIC X(60).
001120
001130 WORKING-STORAGE SECTION.
001140*----------------------------------------------------------------
001150* SWITCHES
001160*----------------------------------------------------------------
001170 01  WS-SWITCHES.
001180     05  WS-PND-EOF-SW           PIC X(01)      VALUE 'N'.
001190         88  PND-EOF-REACHED                    VALUE 'Y'.
001200     05  WS-SORT-EOF-SW          PIC X(01)      VALUE 'N'.
001210         88  SORT-EOF-REACHED                   VALUE 'Y'.
001220     05  WS-REG-EOF-SW           PIC X(01)      VALUE 'N'.
001230         88  REG-EOF-REACHED                    VALUE 'Y'.
001240     05  WS-REG-FULL-SW          PIC X(01)      VALUE 'N'.
001250         88  REG-TABLE-FULL                     VALUE 'Y'.
001260
001270*----------------------------------------------------------------
001280* FILE STATUS CODES
001290*----------------------------------------------------------------
001300 01  WS-FILE-STATUSES.
001310     05  WS-PND-STATUS           PIC X(02)      VALUE '00'.
001320         88  PND-STATUS-OK                      VALUE '00'.
001330         88  PND-STATUS-NOFILE                  VALUE '35'.
001340     05  WS-REG-STATUS           PIC X(02)      VALUE '00'.
001350         88  REG-STATUS-OK                      VALUE '00'.
001360         88  REG-STATUS-NOFILE                  VALUE '35'.
001370     05  WS-DPRM-STATUS          PIC X(02)      VALUE '00'.
001380         88  DPRM-STATUS-OK                     VALUE '00'.
001390         88  DPRM-STATUS-NOFILE                 VALUE '35'.
001400
001410*----------------------------------------------------------------
001420* PROCESSED-DROP REGISTER - LOADED READ-ONLY FROM SAMPGREG SO A
001430* RELEASED ITEM'S DROP CAN BE PROVED MERGED BEFORE IT IS PURGED.
001440* SAME TABLE SIZE SampleMerge CARRIES.
001450*----------------------------------------------------------------
001460 01  WS-REG-TABLE.
001470     05  WS-REG-ENTRY OCCURS 2000 TIMES.
001480         10  WS-REG-TBL-SOURCE   PIC X(07).
001490         10  WS-REG-TBL-DATE     PIC 9(08).
001500
001510 77  WS-REG-MAX                  PIC 9(05)  COMP    VALUE 2000.
001520 77  WS-REG-COUNT                PIC 9(05)  COMP    VALUE ZERO.
001530 77  WS-REG-SUB                  PIC 9(05)  COMP    VALUE ZERO.
001540 77  WS-REG-FOUND-SUB            PIC 9(05)  COMP    VALUE ZERO.
001550
001560 01  WS-REG-LINE.
001570     05  WS-REG-SOURCE           PIC X(07)  VALUE SPACES.
001580     05  FILLER                  PIC X(01)  VALUE SPACE.
001590     05  WS-REG-DATE             PIC 9(08)  VALUE ZERO.
001600     05  FILLER                  PIC X(24)  VALUE SPACES.
001610
001620*----------------------------------------------------------------
001630* EXTRACT6 HEADER AND TRAILER BUILD AREAS - SAME SHAPES
001640* SampleMerge CHECKS.  THE SOURCE IS 'P' PLUS THIS RUN'S HHMMSS
001650* SO EVERY RELEASE RUN IS ITS OWN DROP ON THE REGISTER.
001660*----------------------------------------------------------------
001670 01  WS-REL-HEADER.
001680     05  WS-REL-HDR-SOURCE.
001690         10  FILLER              PIC X(01)  VALUE 'P'.
001700         10  WS-REL-HDR-HHMMSS   PIC X(06)  VALUE SPACES.
001710     05  WS-REL-HDR-DATE         PIC 9(08)  VALUE ZERO.
001720     05  FILLER                  PIC X(05)  VALUE SPACES.
001730     05  FILLER                  PIC X(01)  VALUE 'H'.
001740     05  FILLER                  PIC X(24)  VALUE SPACES.
001750
001760 01  WS-REL-TRAILER.
001770     05  WS-REL-TRL-COUNT        PIC 9(07)  VALUE ZERO.
001780     05  WS-REL-TRL-HASH         PIC S9(09)V99
001790                                 SIGN LEADING SEPARATE.
001800     05  FILLER                  PIC X(01)  VALUE SPACE.
001810     05  WS-REL-TRL-CODE         PIC X(01)  VALUE 'T'.
001820     05  FILLER                  PIC X(24)  VALUE SPACES.
001830
001840*----------------------------------------------------------------
001850* RUN-ID, BUSINESS DATE AND RUN-CONTROL RECORD BUILD AREA
001860*----------------------------------------------------------------
001870 01  WS-RUN-ID                   PIC X(14)  VALUE SPACES.
001880 01  WS-BUS-DATE                 PIC 9(08)  VALUE ZERO.
001890
001900     COPY SAMPRUN.
001910
001920*----------------------------------------------------------------
001930* RUN COUNTERS
001940*----------------------------------------------------------------
001950 77  WS-ITEMS-DUE                PIC 9(07)  COMP    VALUE ZERO.
001960 77  WS-ITEMS-RELEASED           PIC 9(07)  COMP    VALUE ZERO.
001970 77  WS-ITEMS-RE-RELEASED        PIC 9(07)  COMP    VALUE ZERO.
001980 77  WS-ITEMS-MERGED-PURGED      PIC 9(07)  COMP    VALUE ZERO.
001990 77  WS-ITEMS-CANCEL-PURGED      PIC 9(07)  COMP    VALUE ZERO.
002000 77  WS-ITEMS-WRITTEN            PIC 9(07)  COMP    VALUE ZERO.
002002 77  WS-ITEMS-NOT-MARKED         PIC 9(07)  COMP    VALUE ZERO.
002004 77  WS-ITEMS-NOT-PURGED         PIC 9(07)  COMP    VALUE ZERO.
002010 77  WS-RELEASE-HASH             PIC S9(09)V99      VALUE ZERO.
002020
002030*----------------------------------------------------------------
002040* RELEASE REPORT PRINT-IMAGE LINES
002050*----------------------------------------------------------------
002060 01  REL-RPT-HEADING-1.
002070     05  FILLER                  PIC X(22)  VALUE
002080         'SAMPLEPENDREL REPORT '.
002090     05  FILLER                  PIC X(08)  VALUE SPACES.
002100     05  REL-RPT-HDG-DATE        PIC X(10)  VALUE SPACES.
002110     05  FILLER                  PIC X(40)  VALUE SPACES.
002120
002130 01  REL-RPT-HEADING-2.
002140     05  FILLER                  PIC X(10)  VALUE 'EFF DATE'.
002150     05  FILLER                  PIC X(09)  VALUE 'SOURCE'.
002160     05  FILLER                  PIC X(10)  VALUE 'BUS DATE'.
002170     05  FILLER                  PIC X(09)  VALUE 'SEQ'.
002180     05  FILLER                  PIC X(12)  VALUE 'ACCOUNT'.
002190     05  FILLER                  PIC X(15)  VALUE '       AMOUNT'.
002200     05  FILLER                  PIC X(03)  VALUE 'TC'.
002210     05  FILLER                  PIC X(12)  VALUE 'RELEASE'.
002220
002230 01  REL-RPT-ITEM-LINE.
002240     05  REL-RPT-EFF-DATE        PIC 9(08)  VALUE ZERO.
002250     05  FILLER                  PIC X(02)  VALUE SPACES.
002260     05  REL-RPT-SOURCE          PIC X(07)  VALUE SPACES.
002270     05  FILLER                  PIC X(02)  VALUE SPACES.
002280     05  REL-RPT-BUS-DATE        PIC 9(08)  VALUE ZERO.
002290     05  FILLER                  PIC X(02)  VALUE SPACES.
002300     05  REL-RPT-SEQ             PIC 9(07)  VALUE ZERO.
002310     05  FILLER                  PIC X(02)  VALUE SPACES.
002320     05  REL-RPT-KEY             PIC X(10)  VALUE SPACES.
002330     05  FILLER                  PIC X(02)  VALUE SPACES.
002340     05  REL-RPT-AMT             PIC Z,ZZZ,ZZ9.99-  VALUE ZERO.
002350     05  FILLER                  PIC X(02)  VALUE SPACES.
002360     05  REL-RPT-TCODE           PIC X(01)  VALUE SPACES.
002370     05  FILLER                  PIC X(02)  VALUE SPACES.
002380     05  REL-RPT-TYPE            PIC X(10)  VALUE SPACES.
002390     05  FILLER                  PIC X(02)  VALUE SPACES.
002400
002410 01  REL-RPT-DETAIL-LINE.
002420     05  REL-RPT-LABEL           PIC X(30)  VALUE SPACES.
002430     05  REL-RPT-VALUE           PIC ZZZ,ZZZ,ZZ9  VALUE ZERO.
002440     05  FILLER                  PIC X(39)  VALUE SPACES.
002450
002460 01  REL-RPT-AMOUNT-LINE.
002470     05  REL-RPT-AMT-LABEL       PIC X(30)  VALUE SPACES.
002480     05  REL-RPT-AMT-VALUE       PIC ZZZ,ZZZ,ZZ9.99-  VALUE ZERO.
002490     05  FILLER                  PIC X(35)  VALUE SPACES.
002500
002510 01  WS-CURR-DATE-DISPLAY        PIC X(10)  VALUE SPACES.
002520
002530 PROCEDURE DIVISION.
002540*================================================================
002550 0000-MAINLINE.
002560*================================================================
002570     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002580     IF REG-TABLE-FULL
002590*        A REGISTER TOO BIG FOR ITS TABLE COULD MAKE A MERGED
002600*        RELEASE LOOK UNMERGED AND POST IT TWICE - RELEASE NOTHING
002610*        AND LET THE MERGE REFUSE THE DAY FOR THE SAME REASON.
002620         DISPLAY 'SAMPPNR - PROCESSED-DROP REGISTER TABLE FULL '
002630             '- NOTHING RELEASED'
002640         MOVE 16 TO RETURN-CODE
002650     ELSE
002660         SORT SORT-WORK-FILE
002670             ON ASCENDING KEY PRS-SLOT PRS-SOURCE PRS-BUS-DATE
002680                              PRS-SEQ
002690             INPUT PROCEDURE IS 2000-SELECT-DUE-ITEMS
002700                 THRU 2099-EXIT
002710             OUTPUT PROCEDURE IS 3000-WRITE-RELEASE-DROP
002720                 THRU 3099-EXIT
002730         PERFORM 4000-PRODUCE-RELEASE-RPT THRU 4000-EXIT
002740         PERFORM 9999-WRAP-UP THRU 9999-EXIT
002750     END-IF
002760     PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
002770     STOP RUN.
002780
002790*================================================================
002800 1000-INITIALIZE.
002810*================================================================
002820     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID
002830     MOVE WS-RUN-ID(1:8) TO WS-BUS-DATE
002840     PERFORM 1070-GET-PARAMETERS THRU 1070-EXIT
002850     MOVE WS-BUS-DATE(1:4) TO WS-CURR-DATE-DISPLAY(1:4)
002860     MOVE '/'              TO WS-CURR-DATE-DISPLAY(5:1)
002870     MOVE WS-BUS-DATE(5:2) TO WS-CURR-DATE-DISPLAY(6:2)
002880     MOVE '/'              TO WS-CURR-DATE-DISPLAY(8:1)
002890     MOVE WS-BUS-DATE(7:2) TO WS-CURR-DATE-DISPLAY(9:2)
002900     PERFORM 1080-WRITE-RUN-START THRU 1080-EXIT
002910     PERFORM 1060-LOAD-REGISTER THRU 1060-EXIT
002920     IF REG-TABLE-FULL
002930         GO TO 1000-EXIT
002940     END-IF
002950     PERFORM 1075-OPEN-PENDING-FILE THRU 1075-EXIT
002960     OPEN OUTPUT REL-FILE
002970     OPEN OUTPUT REL-RPT-FILE
002980     MOVE WS-CURR-DATE-DISPLAY TO REL-RPT-HDG-DATE
002990     MOVE REL-RPT-HEADING-1 TO REL-RPT-RECORD
003000     WRITE REL-RPT-RECORD
003010     MOVE SPACES TO REL-RPT-RECORD
003020     WRITE REL-RPT-RECORD
003030     MOVE REL-RPT-HEADING-2 TO REL-RPT-RECORD
003040     WRITE REL-RPT-RECORD.
003050 1000-EXIT.
003060     EXIT.
003070
003080*================================================================
003090 1060-LOAD-REGISTER.
003100*================================================================
003110     OPEN INPUT REG-FILE
003120     IF REG-STATUS-NOFILE
003130         MOVE 'Y' TO WS-REG-EOF-SW
003140     ELSE
003150         PERFORM 1061-READ-REGISTER THRU 1061-EXIT
003160             UNTIL REG-EOF-REACHED
003170         CLOSE REG-FILE
003180     END-IF.
003190 1060-EXIT.
003200     EXIT.
003210
003220*================================================================
003230 1061-READ-REGISTER.
003240*================================================================
003250     READ REG-FILE INTO WS-REG-LINE
003260         AT END
003270             MOVE 'Y' TO WS-REG-EOF-SW
003280         NOT AT END
003290             IF WS-REG-COUNT < WS-REG-MAX
003300                 ADD 1 TO WS-REG-COUNT
003310                 MOVE WS-REG-SOURCE
003320                     TO WS-REG-TBL-SOURCE (WS-REG-COUNT)
003330                 MOVE WS-REG-DATE
003340                     TO WS-REG-TBL-DATE (WS-REG-COUNT)
003350             ELSE
003360                 MOVE 'Y' TO WS-REG-FULL-SW
003370             END-IF
003380     END-READ.
003390 1061-EXIT.
003400     EXIT.
003410
003420*================================================================
003430 1070-GET-PARAMETERS.
003440*================================================================
003450*    ITEMS NORMALLY FALL DUE ON TODAY'S DATE.  A STREAM THAT RAN
003460*    PAST MIDNIGHT NAMES THE BUSINESS DATE (YYYYMMDD, COLUMNS
003470*    1-8) ON THE SAMPDPRM CARD.
003480     OPEN INPUT DPRM-FILE
003490     IF DPRM-STATUS-OK
003500         READ DPRM-FILE
003510             NOT AT END
003520                 IF DPRM-BUS-DATE NUMERIC
003530                  AND DPRM-BUS-DATE NOT = ZERO
003540                     MOVE DPRM-BUS-DATE TO WS-BUS-DATE
003550                 END-IF
003560         END-READ
003570         CLOSE DPRM-FILE
003580     END-IF.
003590 1070-EXIT.
003600     EXIT.
003610
003620*================================================================
003630 1075-OPEN-PENDING-FILE.
003640*================================================================
003650     OPEN I-O PND-FILE
003660     IF PND-STATUS-NOFILE
003670         OPEN OUTPUT PND-FILE
003680         CLOSE PND-FILE
003690         OPEN I-O PND-FILE
003700     END-IF.
003710 1075-EXIT.
003720     EXIT.
003730
003740*================================================================
003750 1080-WRITE-RUN-START.
003760*================================================================
003770     OPEN EXTEND RUN-FILE
003780     MOVE 'SAMPPNR ' TO RUNC-PROGRAM
003790     MOVE WS-RUN-ID  TO RUNC-RUN-ID
003800     MOVE 'START'    TO RUNC-STATUS
003810     MOVE ZERO       TO RUNC-READ
003820     MOVE ZERO       TO RUNC-WRITTEN
003830     MOVE ZERO       TO RUNC-REJECTED
003840     MOVE RUNC-RECORD-WS TO RUN-RECORD
003850     WRITE RUN-RECORD.
003860 1080-EXIT.
003870     EXIT.
003880
003890*================================================================
003900 2000-SELECT-DUE-ITEMS.
003910*================================================================
003920*    THE PENDING KEY LEADS WITH THE EFFECTIVE DATE, SO THE FILE
003930*    READS IN POSTING-DATE ORDER AND THE FIRST ITEM DATED AFTER
003940*    THE BUSINESS DATE ENDS THE PASS.
003950     MOVE WS-RUN-ID(9:6) TO WS-REL-HDR-HHMMSS
003960     PERFORM 2010-READ-PENDING THRU 2010-EXIT
003970     PERFORM 2100-DISPOSE-ITEM THRU 2100-EXIT
003980         UNTIL PND-EOF-REACHED
003990     GO TO 2099-EXIT.
004000
004010*================================================================
004020 2010-READ-PENDING.
004030*================================================================
004040     READ PND-FILE NEXT RECORD
004050         AT END
004060             MOVE 'Y' TO WS-PND-EOF-SW
004070         NOT AT END
004080             IF PND-EFF-DATE > WS-BUS-DATE
004090                 MOVE 'Y' TO WS-PND-EOF-SW
004100             ELSE
004110                 ADD 1 TO WS-ITEMS-DUE
004120             END-IF
004130     END-READ.
004140 2010-EXIT.
004150     EXIT.
004160
004170*================================================================
004180 2100-DISPOSE-ITEM.
004190*================================================================
004200*    A CANCELLED ITEM NEVER POSTS.  A RELEASED ITEM WHOSE DROP
004210*    IS ON THE REGISTER HAS MERGED AND IS DONE WITH; ONE WHOSE
004220*    DROP IS NOT THERE NEVER REACHED THE MERGE AND GOES OUT
004230*    AGAIN TONIGHT UNDER THIS RUN'S DROP.
004240     EVALUATE TRUE
004250         WHEN PND-CANCELLED
004260             DELETE PND-FILE RECORD
004262                 INVALID KEY
004264                     PERFORM 2300-LIST-NOT-PURGED THRU 2300-EXIT
004266                 NOT INVALID KEY
004270                     ADD 1 TO WS-ITEMS-CANCEL-PURGED
004272             END-DELETE
004280         WHEN PND-RELEASED
004290             MOVE ZERO TO WS-REG-FOUND-SUB
004300             PERFORM 2110-FIND-REGISTER-ENTRY THRU 2110-EXIT
004310                 VARYING WS-REG-SUB FROM 1 BY 1
004320                 UNTIL WS-REG-SUB > WS-REG-COUNT
004330                    OR WS-REG-FOUND-SUB > ZERO
004340             IF WS-REG-FOUND-SUB > ZERO
004350                 DELETE PND-FILE RECORD
004352                     INVALID KEY
004354                         PERFORM 2300-LIST-NOT-PURGED
004356                             THRU 2300-EXIT
004358                     NOT INVALID KEY
004360                         ADD 1 TO WS-ITEMS-MERGED-PURGED
004362                 END-DELETE
004370             ELSE
004380                 MOVE 'A' TO PRS-REL-TYPE
004390                 PERFORM 2200-RELEASE-ITEM THRU 2200-EXIT
004410             END-IF
004420         WHEN OTHER
004430             MOVE 'N' TO PRS-REL-TYPE
004440             PERFORM 2200-RELEASE-ITEM THRU 2200-EXIT
004460     END-EVALUATE
004470     PERFORM 2010-READ-PENDING THRU 2010-EXIT.
004480 2100-EXIT.
004490     EXIT.
004500
004510*================================================================
004520 2110-FIND-REGISTER-ENTRY.
004530*================================================================
004540     IF WS-REG-TBL-SOURCE (WS-REG-SUB) = PND-REL-SOURCE
004550      AND WS-REG-TBL-DATE (WS-REG-SUB) = PND-STATUS-DATE
004560         MOVE WS-REG-SUB TO WS-REG-FOUND-SUB
004570     END-IF.
004580 2110-EXIT.
004590     EXIT.
004600
004610*================================================================
004620 2200-RELEASE-ITEM.
004630*================================================================
004632*    AN ITEM GOES OUT ONLY ONCE IT IS MARKED RELEASED.  ONE THE
004634*    FILE WILL NOT MARK STAYS PENDING FOR TOMORROW RATHER THAN
004636*    POST NOW AND AGAIN WHEN IT IS NEXT FOUND UNRELEASED.
004640     MOVE 'R'               TO PND-STATUS
004650     MOVE WS-BUS-DATE       TO PND-STATUS-DATE
004660     MOVE WS-REL-HDR-SOURCE TO PND-REL-SOURCE
004670     REWRITE PND-RECORD
004672         INVALID KEY
004673             MOVE 'NOT MARKED' TO REL-RPT-TYPE
004674             PERFORM 2310-LIST-PENDING-ITEM THRU 2310-EXIT
004675             ADD 1 TO WS-ITEMS-NOT-MARKED
004676             GO TO 2200-EXIT
004677     END-REWRITE
004678     IF PRS-FIRST-RELEASE
004679         ADD 1 TO WS-ITEMS-RELEASED
004680     ELSE
004681         ADD 1 TO WS-ITEMS-RE-RELEASED
004682     END-IF
004683     MOVE PND-EXT-SLOT      TO PRS-SLOT
004690     MOVE PND-SOURCE        TO PRS-SOURCE
004700     MOVE PND-BUS-DATE      TO PRS-BUS-DATE
004710     MOVE PND-SEQ           TO PRS-SEQ
004720     MOVE PND-EFF-DATE      TO PRS-EFF-DATE
004730     MOVE PND-ACCT-KEY      TO PRS-ACCT-KEY
004740     MOVE PND-AMT           TO PRS-AMT
004750     MOVE PND-TCODE         TO PRS-TCODE
004760     RELEASE PRS-RECORD.
004770 2200-EXIT.
004780     EXIT.
004781
004782*================================================================
004783 2300-LIST-NOT-PURGED.
004784*================================================================
004785     MOVE 'NOT PURGED' TO REL-RPT-TYPE
004786     PERFORM 2310-LIST-PENDING-ITEM THRU 2310-EXIT
004787     ADD 1 TO WS-ITEMS-NOT-PURGED.
004788 2300-EXIT.
004789     EXIT.
004790
004791*================================================================
004792 2310-LIST-PENDING-ITEM.
004793*================================================================
004794     MOVE PND-EFF-DATE      TO REL-RPT-EFF-DATE
004795     MOVE PND-SOURCE        TO REL-RPT-SOURCE
004796     MOVE PND-BUS-DATE      TO REL-RPT-BUS-DATE
004797     MOVE PND-SEQ           TO REL-RPT-SEQ
004798     MOVE PND-ACCT-KEY      TO REL-RPT-KEY
004799     MOVE PND-AMT           TO REL-RPT-AMT
004800     MOVE PND-TCODE         TO REL-RPT-TCODE
004801     MOVE REL-RPT-ITEM-LINE TO REL-RPT-RECORD
004802     WRITE REL-RPT-RECORD
004803     DISPLAY 'SAMPPNR - PENDING ITEM ' REL-RPT-TYPE
004804         ' - STATUS ' WS-PND-STATUS ' KEY ' PND-KEY.
004805 2310-EXIT.
004806     EXIT.
004807
004808 2099-EXIT.
004809     EXIT.
004810
004830*================================================================
004840 3000-WRITE-RELEASE-DROP.
004850*================================================================
004860*    NOTHING DUE MEANS NO HEADER EITHER - AN EMPTY EXTRACT6 IS
004870*    A DELIBERATELY EMPTY DROP TO THE MERGE, AND A HEADER WITH
004880*    NO DETAILS WOULD PUT A USELESS PAIR ON THE REGISTER.
004890     IF WS-ITEMS-RELEASED + WS-ITEMS-RE-RELEASED = ZERO
004900         GO TO 3099-EXIT
004910     END-IF
004920     MOVE WS-BUS-DATE   TO WS-REL-HDR-DATE
004930     MOVE WS-REL-HEADER TO REL-RECORD
004940     WRITE REL-RECORD
004950     PERFORM 3010-RETURN-ITEM THRU 3010-EXIT
004960     PERFORM 3020-WRITE-ITEM THRU 3020-EXIT
004970         UNTIL SORT-EOF-REACHED
004980     MOVE WS-ITEMS-WRITTEN TO WS-REL-TRL-COUNT
004990     MOVE WS-RELEASE-HASH  TO WS-REL-TRL-HASH
005000     MOVE WS-REL-TRAILER   TO REL-RECORD
005010     WRITE REL-RECORD
005020     GO TO 3099-EXIT.
005030
005040*================================================================
005050 3010-RETURN-ITEM.
005060*================================================================
005070     RETURN SORT-WORK-FILE
005080         AT END
005090             MOVE 'Y' TO WS-SORT-EOF-SW
005100     END-RETURN.
005110 3010-EXIT.
005120     EXIT.
005130
005140*================================================================
005150 3020-WRITE-ITEM.
005160*================================================================
005170     MOVE SPACES            TO REL-RECORD
005180     MOVE PRS-ACCT-KEY      TO REL-KEY
005190     MOVE PRS-AMT           TO REL-AMT
005200     MOVE PRS-TCODE         TO REL-TCODE
005210     MOVE PRS-EFF-DATE      TO REL-EFF-DATE
005220     MOVE PRS-SOURCE        TO REL-ORIG-SOURCE
005230     MOVE PRS-BUS-DATE      TO REL-ORIG-BUS-DATE
005240     MOVE PRS-SLOT          TO REL-ORIG-SLOT
005250     WRITE REL-RECORD
005260     ADD 1 TO WS-ITEMS-WRITTEN
005270     ADD PRS-AMT TO WS-RELEASE-HASH
005280     MOVE PRS-EFF-DATE      TO REL-RPT-EFF-DATE
005290     MOVE PRS-SOURCE        TO REL-RPT-SOURCE
005300     MOVE PRS-BUS-DATE      TO REL-RPT-BUS-DATE
005310     MOVE PRS-SEQ           TO REL-RPT-SEQ
005320     MOVE PRS-ACCT-KEY      TO REL-RPT-KEY
005330     MOVE PRS-AMT           TO REL-RPT-AMT
005340     MOVE PRS-TCODE         TO REL-RPT-TCODE
005350     IF PRS-FIRST-RELEASE
005360         MOVE 'RELEASED'    TO REL-RPT-TYPE
005370     ELSE
005380         MOVE 'RE-RELEASE'  TO REL-RPT-TYPE
005390     END-IF
005400     MOVE REL-RPT-ITEM-LINE TO REL-RPT-RECORD
005410     WRITE REL-RPT-RECORD
005420     PERFORM 3010-RETURN-ITEM THRU 3010-EXIT.
005430 3020-EXIT.
005440     EXIT.
005450
005460 3099-EXIT.
005470     EXIT.
005480
005490*================================================================
005500 4000-PRODUCE-RELEASE-RPT.
005510*================================================================
005520     MOVE SPACES TO REL-RPT-RECORD
005530     WRITE REL-RPT-RECORD
005540
005550     MOVE 'PENDING ITEMS DUE. . . . . . .' TO REL-RPT-LABEL
005560     MOVE WS-ITEMS-DUE                     TO REL-RPT-VALUE
005570     MOVE REL-RPT-DETAIL-LINE              TO REL-RPT-RECORD
005580     WRITE REL-RPT-RECORD
005590
005600     MOVE 'ITEMS RELEASED . . . . . . . .' TO REL-RPT-LABEL
005610     MOVE WS-ITEMS-RELEASED                TO REL-RPT-VALUE
005620     MOVE REL-RPT-DETAIL-LINE              TO REL-RPT-RECORD
005630     WRITE REL-RPT-RECORD
005640
005650     MOVE 'UNMERGED ITEMS RE-RELEASED . .' TO REL-RPT-LABEL
005660     MOVE WS-ITEMS-RE-RELEASED             TO REL-RPT-VALUE
005670     MOVE REL-RPT-DETAIL-LINE              TO REL-RPT-RECORD
005680     WRITE REL-RPT-RECORD
005690
005700     MOVE 'MERGED ITEMS PURGED. . . . . .' TO REL-RPT-LABEL
005710     MOVE WS-ITEMS-MERGED-PURGED           TO REL-RPT-VALUE
005720     MOVE REL-RPT-DETAIL-LINE              TO REL-RPT-RECORD
005730     WRITE REL-RPT-RECORD
005740
005750     MOVE 'CANCELLED ITEMS PURGED . . . .' TO REL-RPT-LABEL
005760     MOVE WS-ITEMS-CANCEL-PURGED           TO REL-RPT-VALUE
005770     MOVE REL-RPT-DETAIL-LINE              TO REL-RPT-RECORD
005780     WRITE REL-RPT-RECORD
005781
005782     MOVE 'ITEMS NOT MARKED - NOT SENT. .' TO REL-RPT-LABEL
005783     MOVE WS-ITEMS-NOT-MARKED              TO REL-RPT-VALUE
005784     MOVE REL-RPT-DETAIL-LINE              TO REL-RPT-RECORD
005785     WRITE REL-RPT-RECORD
005790
005791     MOVE 'ITEMS NOT PURGED . . . . . . .' TO REL-RPT-LABEL
005792     MOVE WS-ITEMS-NOT-PURGED              TO REL-RPT-VALUE
005793     MOVE REL-RPT-DETAIL-LINE              TO REL-RPT-RECORD
005794     WRITE REL-RPT-RECORD
005795
005800     MOVE 'DETAILS WRITTEN TO EXTRACT6. .' TO REL-RPT-LABEL
005810     MOVE WS-ITEMS-WRITTEN                 TO REL-RPT-VALUE
005820     MOVE REL-RPT-DETAIL-LINE              TO REL-RPT-RECORD
005830     WRITE REL-RPT-RECORD
005840
005850     MOVE 'EXTRACT6 AMOUNT HASH . . . . .' TO REL-RPT-AMT-LABEL
005860     MOVE WS-RELEASE-HASH                  TO REL-RPT-AMT-VALUE
005870     MOVE REL-RPT-AMOUNT-LINE              TO REL-RPT-RECORD
005880     WRITE REL-RPT-RECORD.
005890 4000-EXIT.
005900     EXIT.
005910
005920*================================================================
005930 9900-WRITE-RUN-END.
005940*================================================================
005950     MOVE 'SAMPPNR ' TO RUNC-PROGRAM
005960     MOVE WS-RUN-ID  TO RUNC-RUN-ID
005970     MOVE 'END  '    TO RUNC-STATUS
005980     MOVE WS-ITEMS-DUE     TO RUNC-READ
005990     MOVE WS-ITEMS-WRITTEN TO RUNC-WRITTEN
006000     MOVE ZERO             TO RUNC-REJECTED
006010     MOVE RUNC-RECORD-WS TO RUN-RECORD
006020     WRITE RUN-RECORD
006030     CLOSE RUN-FILE.
006040 9900-EXIT.
006050     EXIT.
006060
006070*================================================================
006080 9999-WRAP-UP.
006090*================================================================
006100     CLOSE PND-FILE
006110     CLOSE REL-FILE
006120     CLOSE REL-RPT-FILE.
006130 9999-EXIT.
006140     EXIT.
