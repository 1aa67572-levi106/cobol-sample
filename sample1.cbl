001452*                  RESTART REPLAY WOULD OTHERWISE APPEND THE
001453*                  SAME HELD TRANSACTION TWICE AND BOTH COPIES
001454*                  WOULD POST AT RELEASE.
001455* 10/15/2026  RH   TWO-LEGGED TRANSFERS.  SampleMerge NOW ROUTES
001456*                  EVERY TRANSFER (EXTRACT CODE 'X', WITH A
001457*                  CONTRA KEY) TO THE SAMPLXFR FILE IN ARRIVAL
001458*                  ORDER AS InputTranCode 'T' INSTEAD OF INTO
001459*                  InputFile, WHICH HOLDS ONE RECORD PER KEY.
001460*                  ONCE THE MAIN PASS REACHES TRUE END OF FILE
001461*                  2800-PROCESS-TRANSFERS EDITS BOTH KEYS
001462*                  TOGETHER (MASTER, HOLD, AMOUNT AND RANGE) AND
001463*                  POSTS BOTH LEGS - DEBIT InputField1, CREDIT
001464*                  THE CONTRA KEY - OR NEITHER.  A TRANSFER THAT
001465*                  FAILS ON EITHER LEG REJECTS WHOLE WITH REASON
001466*                  09, THE FAILING LEG AND CAUSE AND THE CONTRA
001467*                  KEY IN THE REASON TEXT.  A HELD LEG REJECTS
001468*                  THE TRANSFER RATHER THAN SUSPENDING HALF OF
001469*                  IT.  AUD-FILE WIDENED FROM 50 TO 70 BYTES -
001470*                  BOTH LEGS JOURNAL WITH ACTION 'T', A SHARED
001471*                  TRANSFER REFERENCE (THE TRANSFER'S SEQUENCE ON
001472*                  SAMPLXFR) IN BYTES 51-57 AND THE OTHER LEG'S
001473*                  KEY IN BYTES 59-68, SO THE RUN-ID PLUS THE
001474*                  REFERENCE TIES THE PAIR TOGETHER.  A TRANSFER
001475*                  IS NOT REPLAY-SAFE, SO CKPT-FILE (NOW 33
001476*                  BYTES) CHECKPOINTS AFTER EVERY ONE WITH THE
001477*                  COUNT OF TRANSFERS DONE; A RESTART PAST THE
001478*                  MAIN PASS SKIPS STRAIGHT TO THE NEXT TRANSFER.
001479*                  THE BALANCE REPORT SHOWS TRANSFERS POSTED AND
001480*                  REJECTED AND A NET-MOVEMENT PROOF LINE THAT
001481*                  MUST PRINT ZERO.  A TRANSFER SampleMerge
001482*                  MARKS 'F' CARRIED A FUTURE EFFECTIVE DATE AND
001483*                  REJECTS WHOLE WITH CAUSE EFFDT.
001487* 10/15/2026  RH   TRIAL RUN.  'Y' IN COLUMN 30 OF THE SAMPLPRM
001488*                  CARD RUNS THE FULL EDIT - MASTER, HOLD,
001489*                  TRANSACTION CODES AND TRANSFERS - AND THE
001490*                  LARGE-MOVEMENT SCREEN AGAINST THE REAL
001491*                  InputFile AND OutputFile WITHOUT POSTING
001492*                  ANYTHING.  OutputFile IS OPENED INPUT, AND
001493*                  NOTHING GOES TO AUD-FILE, CKPT-FILE, SAMPSUSP,
001494*                  SAMPLREJ OR THE RUN-CONTROL FILE.  THE BALANCE
001495*                  REPORT AND SAMPERPT CARRY A TRIAL STAMP AND THE
001496*                  PROJECTED FIGURES, AND THE PROJECTED REJECTS
001498*                  (WITH REASON CODES) AND SUSPENSE DIVERSIONS
001499*                  LIST ON THE NEW SAMPLTRL REPORT.  EACH TRANSFER
001500*                  IS PROJECTED AGAINST THE BALANCE THE MAIN PASS
001501*                  AND EARLIER TRANSFERS WOULD HAVE LEFT, CARRIED
001502*                  IN A TABLE OF TRANSFER-LEG KEYS.
001506* 10/15/2026  RH   KEY-RANGE PARTITIONS.  A PARTITION NUMBER ON
001507*                  THE NEW SAMPLPTN CARD MAKES THIS STEP ONE PART
001508*                  OF A PARTITIONED DAILY PASS.  PARTITIONS 01
001509*                  UPWARD EACH PROCESS ONLY THE InputField1 RANGE
001510*                  THEIR CARD ON THE SAMPLRNG DECK (COPYBOOK
001512*                  SAMPRNG) GIVES THEM, SO SEVERAL CAN RUN AT
001513*                  ONCE; PARTITION 00 IS THE TRANSFER PASS, RUN
001514*                  ONCE THEY HAVE ALL ENDED.  A PARTITION JOINS
001515*                  THE DAY SamplePartition OPENED ON THE RUN-
001516*                  CONTROL FILE AND JOURNALS UNDER ITS RUN-ID,
001518*                  WRITES NO START OR END OF ITS OWN AND IGNORES
001519*                  THE PROCESSING WINDOW.  IT KEEPS ITS OWN
001520*                  CHECKPOINT, REJECT, AUDIT AND SUSPENSE WORK
001521*                  FILES - EMPTIED ON A FRESH START, RECOUNTED AND
001522*                  EXTENDED ON A RESTART - AND ENDS BY WRITING A
001523*                  TOTALS RECORD (COPYBOOK SAMPPTT) TO SAMPLPTT
001524*                  FOR SamplePartition TO CONSOLIDATE.  IT
001525*                  CHECKPOINTS AFTER EVERY REJECT SO A RESTART
001526*                  NEVER REJECTS A RECORD TWICE.  A PARTITION
001527*                  THAT HAS ALREADY ENDED FOR THE DAY IS REFUSED.
001528*                  CKPT-FILE NOW ALSO CARRIES THE RECORDS-READ
001529*                  COUNT (41 BYTES).  WITH NO SAMPLPTN CARD THE
001530*                  PROGRAM RUNS AS ONE STEP AS BEFORE.
001532*================================================================
001533
001534 ENVIRONMENT DIVISION.
001535 CONFIGURATION SECTION.
001536 SOURCE-COMPUTER.  IBM-370.
001538 OBJECT-COMPUTER.  IBM-370.
001539
001540 INPUT-OUTPUT SECTION.
001541 FILE-CONTROL.
001542     SELECT InputFile ASSIGN TO INPUT
001544         ORGANIZATION IS INDEXED
001545         ACCESS MODE IS DYNAMIC
001546         RECORD KEY IS InputField1
001547         FILE STATUS IS WS-INPUT-STATUS.
001548
001550     SELECT OutputFile ASSIGN TO OUTPUT
001560         ORGANIZATION IS INDEXED
001570         ACCESS MODE IS DYNAMIC
001826
001828     SELECT OPTIONAL SUSP-FILE ASSIGN TO SAMPSUSP
001830         ORGANIZATION IS LINE SEQUENTIAL.
001831
001832     SELECT OPTIONAL XFER-FILE ASSIGN TO SAMPLXFR
001833         ORGANIZATION IS LINE SEQUENTIAL.
001834
001835     SELECT TRIAL-FILE ASSIGN TO SAMPLTRL
001836         ORGANIZATION IS LINE SEQUENTIAL.
001837
001838     SELECT OPTIONAL PTN-FILE ASSIGN TO SAMPLPTN
001840         ORGANIZATION IS LINE SEQUENTIAL
001841         FILE STATUS IS WS-PTN-STATUS.
001842
001844     SELECT OPTIONAL RNG-FILE ASSIGN TO SAMPLRNG
001845         ORGANIZATION IS LINE SEQUENTIAL
001846         FILE STATUS IS WS-RNG-STATUS.
001848
001849     SELECT OPTIONAL PTT-FILE ASSIGN TO SAMPLPTT
001850         ORGANIZATION IS LINE SEQUENTIAL
001852         FILE STATUS IS WS-PTT-STATUS.
001853
001854 DATA DIVISION.
001856 FILE SECTION.
001857 FD  InputFile.
001858     COPY SAMPREC REPLACING ==SAMP-RECORD== BY ==InputRecord==
001860                            ==SAMP-FIELD1== BY ==InputField1==
001870                            ==SAMP-FIELD2== BY ==InputField2==.
001880     05  InputTranCode               PIC X(01).
001890         88  TRAN-CODE-ADD                      VALUE 'A' ' '.
001900         88  TRAN-CODE-REPLACE                  VALUE 'R'.
001910         88  TRAN-CODE-DELETE                   VALUE 'D'.
001917         88  TRAN-CODE-TRANSFER                 VALUE 'T'.
001921         88  TRAN-CODE-FUTURE-TRANSFER          VALUE 'F'.
001925         88  TRAN-CODE-VALID                    VALUE 'A' ' '
001932                                                      'R' 'D'.
001940
001950 FD  OutputFile.
001960     COPY SAMPREC REPLACING ==SAMP-RECORD== BY ==OutputRecord==
002050 01  REJ-RECORD                      PIC X(55).
002060
002070 FD  CKPT-FILE.
002080 01  CKPT-RECORD                     PIC X(41).
002090
002100 FD  AUD-FILE.
002110 01  AUD-RECORD                      PIC X(70).
002120
002130 FD  PARM-FILE.
002140 01  PARM-RECORD.
002172     05  PARM-EXC-AMOUNT             PIC S9(07)V99
002174                                     SIGN LEADING SEPARATE.
002176     05  PARM-EXC-PERCENT            PIC 9(03).
002178     05  PARM-TRIAL-RUN              PIC X(01).
002180
002190 FD  RUN-FILE.
002200 01  RUN-RECORD                      PIC X(60).
002211
002212 FD  SUSP-FILE.
002213 01  SUSP-RECORD                     PIC X(21).
002214
002216 FD  XFER-FILE.
002218     COPY SAMPREC REPLACING ==SAMP-RECORD== BY ==XFER-RECORD==
002219                            ==SAMP-FIELD1== BY ==XFER-KEY==
002221                            ==SAMP-FIELD2== BY ==XFER-AMOUNT==.
002223     05  XFER-TCODE                  PIC X(01).
002224     05  XFER-CONTRA-KEY             PIC X(10).
002225
002226 FD  TRIAL-FILE.
002227 01  TRIAL-RECORD                    PIC X(80).
002228
002230 FD  PTN-FILE.
002231 01  PTN-RECORD.
002233     05  PTN-PARTITION               PIC X(02).
002234
002236 FD  RNG-FILE.
002237     COPY SAMPRNG.
002239
002240 FD  PTT-FILE.
002242 01  PTT-RECORD                      PIC X(160).
002243
002245 WORKING-STORAGE SECTION.
002246*----------------------------------------------------------------
002248* SWITCHES
002250*----------------------------------------------------------------
002260 01  WS-SWITCHES.
002270     05  WS-EOF-SW               PIC X(01)      VALUE 'N'.
002444         88  HOLD-FILE-OPEN                      VALUE 'Y'.
002446     05  WS-RECORD-HELD-SW       PIC X(01)      VALUE 'N'.
002448         88  RECORD-HELD                         VALUE 'Y'.
002449     05  WS-MAIN-PASS-DONE-SW    PIC X(01)      VALUE 'N'.
002450         88  MAIN-PASS-DONE                      VALUE 'Y'.
002452     05  WS-XFER-EOF-SW          PIC X(01)      VALUE 'N'.
002453         88  XFER-EOF-REACHED                    VALUE 'Y'.
002455     05  WS-XFER-LEG-FOUND-SW    PIC X(01)      VALUE 'N'.
002456         88  XFER-LEG-FOUND                      VALUE 'Y'.
002458     05  WS-XFER-DR-FOUND-SW     PIC X(01)      VALUE 'N'.
002459         88  XFER-DR-FOUND                       VALUE 'Y'.
002461     05  WS-XFER-CR-FOUND-SW     PIC X(01)      VALUE 'N'.
002462         88  XFER-CR-FOUND                       VALUE 'Y'.
002464     05  WS-XFER-LEG-OK-SW       PIC X(01)      VALUE 'N'.
002465         88  XFER-LEG-POSTED                     VALUE 'Y'.
002466     05  WS-TRIAL-RUN-SW         PIC X(01)      VALUE 'N'.
002467         88  TRIAL-RUN                           VALUE 'Y'.
002468     05  WS-TRIAL-OPEN-RUN-SW    PIC X(01)      VALUE 'N'.
002469         88  TRIAL-PRIOR-RUN-OPEN                VALUE 'Y'.
002470     05  WS-TRIAL-XFER-EOF-SW    PIC X(01)      VALUE 'N'.
002471         88  TRIAL-XFER-EOF-REACHED              VALUE 'Y'.
002472     05  WS-TRIAL-FULL-SW        PIC X(01)      VALUE 'N'.
002473         88  TRIAL-TABLE-FULL                    VALUE 'Y'.
002474     05  WS-TRIAL-NOTE-FOUND-SW  PIC X(01)      VALUE 'N'.
002475         88  TRIAL-NOTE-ON-FILE                  VALUE 'Y'.
002476     05  WS-PART-MODE-SW         PIC X(01)      VALUE 'S'.
002477         88  SERIAL-RUN                          VALUE 'S'.
002479         88  KEY-RANGE-PARTITION                 VALUE 'P'.
002480         88  TRANSFER-PASS                       VALUE 'X'.
002482         88  PARTITIONED-RUN                     VALUE 'P' 'X'.
002483     05  WS-RNG-EOF-SW           PIC X(01)      VALUE 'N'.
002485         88  RNG-EOF-REACHED                     VALUE 'Y'.
002486     05  WS-RNG-FOUND-SW         PIC X(01)      VALUE 'N'.
002488         88  RNG-PARTITION-FOUND                 VALUE 'Y'.
002489     05  WS-RECOUNT-EOF-SW       PIC X(01)      VALUE 'N'.
002491         88  RECOUNT-EOF-REACHED                 VALUE 'Y'.
002492
002494*----------------------------------------------------------------
002495* INDEXED FILE STATUS CODES
002497*----------------------------------------------------------------
002498 01  WS-FILE-STATUSES.
002500     05  WS-INPUT-STATUS         PIC X(02)      VALUE '00'.
002510         88  INPUT-STATUS-OK                    VALUE '00'.
002520         88  INPUT-STATUS-EOF                    VALUE '10'.
002662         88  HOLD-STATUS-OK                      VALUE '00'.
002664         88  HOLD-STATUS-NOTFND                  VALUE '23'.
002666         88  HOLD-STATUS-NOFILE                  VALUE '35'.
002667     05  WS-PTN-STATUS           PIC X(02)      VALUE '00'.
002669         88  PTN-STATUS-OK                       VALUE '00'.
002670     05  WS-RNG-STATUS           PIC X(02)      VALUE '00'.
002672         88  RNG-STATUS-OK                       VALUE '00'.
002673     05  WS-PTT-STATUS           PIC X(02)      VALUE '00'.
002675         88  PTT-STATUS-OK                       VALUE '00'.
002676
002678*----------------------------------------------------------------
002680* CONTROL-CARD PARAMETERS (DEFAULTED UNTIL PARM-FILE SAYS
002690* OTHERWISE - SEE 1070-GET-PARAMETERS)
002700*----------------------------------------------------------------
002844 77  WS-EXC-DELTA                PIC S9(09)V99 COMP VALUE ZERO.
002846 77  WS-EXC-ABS-DELTA            PIC S9(09)V99 COMP VALUE ZERO.
002848 77  WS-EXC-PCT-LIMIT            PIC S9(09)V99 COMP VALUE ZERO.
002850 77  WS-TRANSFERS-READ           PIC 9(07)  COMP    VALUE ZERO.
002852 77  WS-TRANSFERS-POSTED         PIC 9(07)  COMP    VALUE ZERO.
002854 77  WS-TRANSFERS-REJECTED       PIC 9(07)  COMP    VALUE ZERO.
002856 77  WS-XFER-NET-MOVEMENT        PIC S9(11)V99 COMP VALUE ZERO.
002858
002860*----------------------------------------------------------------
002870* CHECKPOINT/RESTART WORK AREAS
002880*----------------------------------------------------------------
002960 01  WS-CKPT-LINE.
002970     05  WS-CKPT-RUN-ID          PIC X(14)  VALUE SPACES.
002980     05  FILLER                  PIC X(01)  VALUE SPACE.
002983     05  WS-CKPT-LAST-KEY        PIC X(10)  VALUE SPACES.
002986     05  FILLER                  PIC X(01)  VALUE SPACE.
002990     05  WS-CKPT-XFER-DONE       PIC 9(07)  VALUE ZERO.
002991     05  FILLER                  PIC X(01)  VALUE SPACE.
002992     05  WS-CKPT-RECS-READ       PIC 9(07)  VALUE ZERO.
002993
002996 77  WS-RESTART-XFER-DONE        PIC 9(07)  COMP    VALUE ZERO.
002998 77  WS-RESTART-RECS-READ        PIC 9(07)  COMP    VALUE ZERO.
003000
003010*----------------------------------------------------------------
003020* AUDIT-JOURNAL WORK AREAS
003130     05  WS-AUD-RUN-ID           PIC X(14)  VALUE SPACES.
003140     05  FILLER                  PIC X(01)  VALUE SPACE.
003150     05  WS-AUD-ACTION           PIC X(01)  VALUE SPACE.
003151     05  FILLER                  PIC X(01)  VALUE SPACES.
003152     05  WS-AUD-XFER-INFO.
003153         10  WS-AUD-XFER-REF     PIC 9(07)  VALUE ZERO.
003154         10  FILLER              PIC X(01)  VALUE SPACE.
003155         10  WS-AUD-CONTRA-KEY   PIC X(10)  VALUE SPACES.
003156     05  FILLER                  PIC X(02)  VALUE SPACES.
003157
003158*----------------------------------------------------------------
003159* TRANSFER WORK AREAS - WS-XFER-SEQ IS THE TRANSFER'S POSITION
003160* ON XFER-FILE AND DOUBLES AS THE SHARED TRANSFER REFERENCE ON
003161* BOTH LEGS' AUDIT ENTRIES
003162*----------------------------------------------------------------
003163 77  WS-XFER-SEQ                 PIC 9(07)  COMP    VALUE ZERO.
003164 77  WS-XFER-DR-OLD              PIC S9(07)V99      VALUE ZERO.
003165 77  WS-XFER-DR-NEW              PIC S9(07)V99      VALUE ZERO.
003166 77  WS-XFER-DR-DATE             PIC 9(08)          VALUE ZERO.
003167 77  WS-XFER-CR-OLD              PIC S9(07)V99      VALUE ZERO.
003168 77  WS-XFER-CR-NEW              PIC S9(07)V99      VALUE ZERO.
003169 77  WS-XFER-LEG-OLD             PIC S9(07)V99      VALUE ZERO.
003170 77  WS-XFER-LEG-NEW             PIC S9(07)V99      VALUE ZERO.
003171 77  WS-XFER-LEG-DATE            PIC 9(08)          VALUE ZERO.
003172
003173 01  WS-XFER-CONTRA-KEY          PIC X(10)  VALUE SPACES.
003174 01  WS-XFER-LEG-KEY             PIC X(10)  VALUE SPACES.
003175 01  WS-XFER-LEG-CAUSE           PIC X(03)  VALUE SPACES.
003176
003177 01  WS-XFER-CAUSE.
003178     05  WS-XFER-CAUSE-LEG       PIC X(03)  VALUE SPACES.
003179     05  WS-XFER-CAUSE-CODE      PIC X(03)  VALUE SPACES.
003180
003181 01  WS-XFER-REJECT-TEXT.
003182     05  FILLER                  PIC X(05)  VALUE 'XFER '.
003183     05  WS-XFER-RT-CAUSE        PIC X(06)  VALUE SPACES.
003184     05  FILLER                  PIC X(08)  VALUE ' CONTRA '.
003185     05  WS-XFER-RT-CONTRA       PIC X(10)  VALUE SPACES.
003186     05  FILLER                  PIC X(01)  VALUE SPACE.
003187
003188*----------------------------------------------------------------
003189* TRIAL-RUN PROJECTION TABLE - EVERY KEY ON A TRANSFER LEG, WITH
003190* THE VALUE THE MAIN PASS AND EARLIER TRANSFERS WOULD HAVE LEFT
003191* ON OutputFile ONCE A PROJECTED CHANGE HAS TOUCHED IT, SO A
003192* TRIAL EDITS EACH TRANSFER AGAINST THE BALANCE THE REAL RUN
003193* WOULD SEE
003195*----------------------------------------------------------------
003196 01  WS-TRIAL-TABLE.
003197     05  WS-TRIAL-ENTRY OCCURS 500 TIMES.
003198         10  WS-TRIAL-TBL-KEY    PIC X(10).
003199         10  WS-TRIAL-TBL-SET-SW PIC X(01).
003200             88  TRIAL-TBL-PROJECTED             VALUE 'Y'.
003201         10  WS-TRIAL-TBL-FOUND-SW
003203                                 PIC X(01).
003204         10  WS-TRIAL-TBL-VALUE  PIC S9(07)V99.
003205         10  WS-TRIAL-TBL-DATE   PIC 9(08).
003206
003207 77  WS-TRIAL-MAX                PIC 9(05)  COMP    VALUE 500.
003208 77  WS-TRIAL-COUNT              PIC 9(05)  COMP    VALUE ZERO.
003209 77  WS-TRIAL-SUB                PIC 9(05)  COMP    VALUE ZERO.
003210 77  WS-TRIAL-FOUND-SUB          PIC 9(05)  COMP    VALUE ZERO.
003212
003213 01  WS-TRIAL-SEARCH-KEY         PIC X(10)  VALUE SPACES.
003214
003215*----------------------------------------------------------------
003216* PARTITION WORK AREAS - THE KEY RANGE THIS STEP OWNS (A BLANK
003217* HIGH KEY RUNS TO END OF FILE) AND THE TOTALS RECORD IT LEAVES
003218* FOR SamplePartition
003219*----------------------------------------------------------------
003220 77  WS-PARTITION-NO             PIC 9(02)          VALUE ZERO.
003222 77  WS-RECOUNT-XFER-LEGS        PIC 9(07)  COMP    VALUE ZERO.
003223
003224 01  WS-PART-LOW-KEY             PIC X(10)  VALUE SPACES.
003225
003226 01  WS-PART-HIGH-KEY            PIC X(10)  VALUE SPACES.
003227
003228     COPY SAMPPTT.
003229
003231*----------------------------------------------------------------
003232* RUN-CONTROL RECORD BUILD AREA AND OPEN-RUN CHECK HOLD
003233*----------------------------------------------------------------
003234     COPY SAMPRUN.
003235
003236 01  WS-LAST-SAMPLE1-STATUS      PIC X(05)  VALUE SPACES.
003237
003238 01  WS-LAST-SAMPLE1-RUN-ID      PIC X(14)  VALUE SPACES.
003240
003250*----------------------------------------------------------------
003260* EDIT / REJECT-REASON WORK AREAS
003420 01  RPT-HEADING-1.
003430     05  FILLER                  PIC X(22)  VALUE
003440         'SAMPLEPROGRAM BALANCE'.
003450     05  RPT-HDG-TRIAL           PIC X(08)  VALUE SPACES.
003460     05  RPT-HDG-DATE            PIC X(10)  VALUE SPACES.
003470     05  FILLER                  PIC X(40)  VALUE SPACES.
003480
003526     05  RPT-AMT-LABEL           PIC X(30)  VALUE SPACES.
003528     05  RPT-AMT-VALUE           PIC ZZZ,ZZZ,ZZ9.99-  VALUE ZERO.
003530     05  FILLER                  PIC X(35)  VALUE SPACES.
003531
003532 01  RPT-TRIAL-LINE              PIC X(80)  VALUE
003533         '*** TRIAL RUN - PROJECTED FIGURES, NOTHING POSTED ***'.
003534
003535 01  RPT-TRIAL-OPEN-RUN-LINE     PIC X(80)  VALUE
003536         'PRIOR RUN OPEN-ENDED - REAL RUN NEEDS FORCE-RESTART Y'.
003537
003538 01  RPT-TRIAL-FULL-LINE         PIC X(80)  VALUE
003539         'TRIAL PROJECTION TABLE FULL - TRANSFERS APPROXIMATE'.
003540
003541 01  RPT-PART-LINE.
003542     05  FILLER                  PIC X(10)  VALUE 'PARTITION '.
003543     05  RPT-PART-NO             PIC 9(02)  VALUE ZERO.
003544     05  FILLER                  PIC X(07)  VALUE '  KEYS '.
003545     05  RPT-PART-LOW            PIC X(10)  VALUE SPACES.
003546     05  FILLER                  PIC X(07)  VALUE ' UP TO '.
003547     05  RPT-PART-HIGH           PIC X(10)  VALUE SPACES.
003548     05  FILLER                  PIC X(05)  VALUE ' RUN '.
003550     05  RPT-PART-RUN-ID         PIC X(14)  VALUE SPACES.
003551     05  FILLER                  PIC X(15)  VALUE SPACES.
003552
003553 01  RPT-XFER-PASS-LINE.
003554     05  FILLER                  PIC X(46)  VALUE
003555         'PARTITION 00  TRANSFER PASS'.
003556     05  FILLER                  PIC X(05)  VALUE ' RUN '.
003557     05  RPT-XPASS-RUN-ID        PIC X(14)  VALUE SPACES.
003558     05  FILLER                  PIC X(15)  VALUE SPACES.
003560
003561*----------------------------------------------------------------
003562* LARGE-MOVEMENT EXCEPTION REPORT PRINT-IMAGE LINES
003563*----------------------------------------------------------------
003564 01  EXC-RPT-HEADING-1.
003565     05  FILLER                  PIC X(25)  VALUE
003566         'SAMPLE1 LARGE MOVEMENTS  '.
003567     05  EXC-RPT-HDG-TRIAL       PIC X(05)  VALUE SPACES.
003568     05  EXC-RPT-HDG-DATE        PIC X(10)  VALUE SPACES.
003570     05  FILLER                  PIC X(40)  VALUE SPACES.
003571
003572 01  EXC-RPT-DETAIL-LINE.
003573     05  EXC-RPT-KEY             PIC X(10)  VALUE SPACES.
003574     05  FILLER                  PIC X(02)  VALUE SPACES.
003575     05  EXC-RPT-OLD             PIC ZZZ,ZZZ,ZZ9.99-  VALUE ZERO.
003576     05  FILLER                  PIC X(02)  VALUE SPACES.
003577     05  EXC-RPT-NEW             PIC ZZZ,ZZZ,ZZ9.99-  VALUE ZERO.
003578     05  FILLER                  PIC X(02)  VALUE SPACES.
003580     05  EXC-RPT-DELTA           PIC ZZZ,ZZZ,ZZ9.99-  VALUE ZERO.
003581     05  FILLER                  PIC X(19)  VALUE SPACES.
003582
003583*----------------------------------------------------------------
003584* TRIAL-RUN PROJECTED REJECT / SUSPENSE LISTING PRINT-IMAGE LINES
003585*----------------------------------------------------------------
003586 01  TRIAL-RPT-HEADING-1.
003587     05  FILLER                  PIC X(30)  VALUE
003588         'SAMPLE1 TRIAL REJECTS/SUSPENSE'.
003590     05  FILLER                  PIC X(05)  VALUE SPACES.
003591     05  TRIAL-RPT-HDG-DATE      PIC X(10)  VALUE SPACES.
003592     05  FILLER                  PIC X(35)  VALUE SPACES.
003593
003594 01  TRIAL-RPT-HEADING-2.
003595     05  FILLER                  PIC X(42)  VALUE
003596         'ACTION   KEY       AMOUNT    T  CD  REASON'.
003597     05  FILLER                  PIC X(38)  VALUE SPACES.
003598
003600 01  TRIAL-RPT-DETAIL-LINE.
003601     05  TRIAL-RPT-ACTION        PIC X(08)  VALUE SPACES.
003602     05  FILLER                  PIC X(01)  VALUE SPACE.
003603     05  TRIAL-RPT-RECORD        PIC X(21)  VALUE SPACES.
003604     05  FILLER                  PIC X(02)  VALUE SPACES.
003605     05  TRIAL-RPT-CODE          PIC X(02)  VALUE SPACES.
003606     05  FILLER                  PIC X(02)  VALUE SPACES.
003607     05  TRIAL-RPT-TEXT          PIC X(30)  VALUE SPACES.
003608     05  FILLER                  PIC X(14)  VALUE SPACES.
003610
003611 01  WS-CURRENT-DATE.
003612     05  WS-CURR-YYYY            PIC 9(04).
003613     05  WS-CURR-MM              PIC 9(02).
003614     05  WS-CURR-DD              PIC 9(02).
003615
003616 01  WS-CURR-DATE-DISPLAY        PIC X(10)  VALUE SPACES.
003617
003618 PROCEDURE DIVISION.
003620*================================================================
003630 0000-MAINLINE.
003640*================================================================
003660     IF RUN-REFUSED
003670         MOVE 16 TO RETURN-CODE
003680     ELSE
003686         PERFORM 2000-PROCESS-FILE THRU 2000-EXIT
003693             UNTIL EOF-REACHED
003697         IF TRUE-EOF-REACHED
003701          AND NOT KEY-RANGE-PARTITION
003706             PERFORM 2800-PROCESS-TRANSFERS THRU 2800-EXIT
003713         END-IF
003720         PERFORM 3000-PRODUCE-BALANCE-RPT THRU 3000-EXIT
003726         PERFORM 9999-WRAP-UP THRU 9999-EXIT
003733     END-IF
003740     STOP RUN.
003750
003760*================================================================
003880     IF RUN-REFUSED
003890         GO TO 1000-EXIT
003900     END-IF
003903     IF TRIAL-RUN
003906         PERFORM 1095-LOAD-TRIAL-KEYS THRU 1095-EXIT
003910     ELSE
003913         PERFORM 1080-WRITE-RUN-START THRU 1080-EXIT
003916     END-IF
003920     OPEN INPUT InputFile
003930     PERFORM 1050-CHECK-RESTART THRU 1050-EXIT
003932     PERFORM 1075-OPEN-OUTPUT-FILE THRU 1075-EXIT
003935     IF RUN-REFUSED
003938         CLOSE InputFile
003941         CLOSE MST-FILE
003944         GO TO 1000-EXIT
003947     END-IF
003950     OPEN OUTPUT RPT-FILE
003952     OPEN OUTPUT EXC-RPT-FILE
003953     MOVE WS-CURR-DATE-DISPLAY TO EXC-RPT-HDG-DATE
003955     IF TRIAL-RUN
003957         MOVE 'TRIAL' TO EXC-RPT-HDG-TRIAL
003958         MOVE 'TRIAL' TO RPT-HDG-TRIAL
003960     END-IF
003962     MOVE EXC-RPT-HEADING-1 TO EXC-RPT-RECORD
003963     WRITE EXC-RPT-RECORD
003965     MOVE SPACES TO EXC-RPT-RECORD
003967     WRITE EXC-RPT-RECORD
003968     IF TRIAL-RUN
003970         PERFORM 1098-OPEN-TRIAL-LISTING THRU 1098-EXIT
003972     ELSE
003973         IF PARTITIONED-RUN
003974             PERFORM 1040-OPEN-PARTITION-WORK THRU 1040-EXIT
003975         ELSE
003976             OPEN OUTPUT REJ-FILE
003977             OPEN EXTEND CKPT-FILE
003978             OPEN EXTEND AUD-FILE
003979             OPEN EXTEND SUSP-FILE
003980         END-IF
003981     END-IF
003982     OPEN INPUT HOLD-FILE
003984     IF HOLD-STATUS-OK
003986         MOVE 'Y' TO WS-HOLD-OPEN-SW
003988     END-IF
003994     PERFORM 1100-READ-INPUT THRU 1100-EXIT.
004000 1000-EXIT.
004010     EXIT.
004011
004012*================================================================
004013 1040-OPEN-PARTITION-WORK.
004014*================================================================
004015*    A PARTITION'S REJECT, AUDIT AND SUSPENSE FILES ARE ITS OWN
004016*    WORK FILES FOR THE DAY, MERGED INTO THE REAL ONES BY
004017*    SamplePartition ONCE EVERY PARTITION HAS ENDED.  A FRESH
004018*    START EMPTIES WHATEVER THE PRIOR DAY LEFT IN THEM.  A RESTART
004019*    KEEPS WHAT THE FAILED ATTEMPT WROTE AND RECOUNTS IT FIRST, SO
004020*    THE TOTALS RECORD COVERS THE WHOLE RANGE AND STILL TIES TO
004021*    THE DAY'S JOURNAL.
004022     IF RESTART-REQUESTED
004023         PERFORM 1041-RECOUNT-WORK-FILES THRU 1041-EXIT
004024         OPEN EXTEND REJ-FILE
004025         OPEN EXTEND AUD-FILE
004026         OPEN EXTEND SUSP-FILE
004027     ELSE
004028         OPEN OUTPUT REJ-FILE
004029         OPEN OUTPUT AUD-FILE
004030         OPEN OUTPUT SUSP-FILE
004031     END-IF
004032     OPEN EXTEND CKPT-FILE.
004033 1040-EXIT.
004034     EXIT.
004035
004036*================================================================
004037 1041-RECOUNT-WORK-FILES.
004038*================================================================
004039*    THE CHECKPOINT CARRIES THE RECORDS READ UP TO THE RESTART
004040*    POINT; EVERYTHING ELSE IS COUNTED BACK OFF THE WORK FILES.
004041*    ONLY JOURNAL ENTRIES UNDER TODAY'S RUN-ID COUNT.  EACH ONE
004042*    ALSO GOES BACK THROUGH THE LARGE-MOVEMENT SCREEN SO THE
004043*    EXCEPTION PAGE LISTS THE WHOLE RANGE.
004044     MOVE WS-RESTART-RECS-READ TO WS-RECORDS-READ
004045     MOVE ZERO TO WS-RECOUNT-XFER-LEGS
004046     OPEN INPUT AUD-FILE
004047     MOVE 'N' TO WS-RECOUNT-EOF-SW
004048     PERFORM 1042-RECOUNT-AUDIT THRU 1042-EXIT
004049         UNTIL RECOUNT-EOF-REACHED
004050     CLOSE AUD-FILE
004051     DIVIDE WS-RECOUNT-XFER-LEGS BY 2 GIVING WS-TRANSFERS-POSTED
004052     OPEN INPUT REJ-FILE
004053     MOVE 'N' TO WS-RECOUNT-EOF-SW
004054     PERFORM 1043-RECOUNT-REJECTS THRU 1043-EXIT
004055         UNTIL RECOUNT-EOF-REACHED
004056     CLOSE REJ-FILE
004057     OPEN INPUT SUSP-FILE
004059     MOVE 'N' TO WS-RECOUNT-EOF-SW
004060     PERFORM 1044-RECOUNT-SUSPENSE THRU 1044-EXIT
004061         UNTIL RECOUNT-EOF-REACHED
004062     CLOSE SUSP-FILE
004063     COMPUTE WS-TRANSFERS-READ
004064         = WS-TRANSFERS-POSTED + WS-TRANSFERS-REJECTED
004065     DISPLAY 'SAMPLE1 - PARTITION ' WS-PARTITION-NO
004066         ' RESTARTED - PRIOR WORK RECOUNTED FROM THE WORK FILES'.
004067 1041-EXIT.
004068     EXIT.
004069
004070*================================================================
004071 1042-RECOUNT-AUDIT.
004072*================================================================
004073     READ AUD-FILE INTO WS-AUD-LINE
004074         AT END
004075             MOVE 'Y' TO WS-RECOUNT-EOF-SW
004076         NOT AT END
004077             PERFORM 1045-RECOUNT-AUDIT-ENTRY THRU 1045-EXIT
004078     END-READ.
004079 1042-EXIT.
004080     EXIT.
004081
004082*================================================================
004083 1043-RECOUNT-REJECTS.
004084*================================================================
004085     READ REJ-FILE INTO WS-REJ-LINE
004086         AT END
004087             MOVE 'Y' TO WS-RECOUNT-EOF-SW
004088         NOT AT END
004089             ADD 1 TO WS-RECORDS-REJECTED
004090             IF WS-REJ-REASON-CODE = 09
004091                 ADD 1 TO WS-TRANSFERS-REJECTED
004092             END-IF
004093     END-READ.
004094 1043-EXIT.
004095     EXIT.
004096
004097*================================================================
004098 1044-RECOUNT-SUSPENSE.
004099*================================================================
004100     READ SUSP-FILE
004101         AT END
004102             MOVE 'Y' TO WS-RECOUNT-EOF-SW
004103         NOT AT END
004104             ADD 1 TO WS-RECORDS-SUSPENDED
004105     END-READ.
004107 1044-EXIT.
004108     EXIT.
004109
004110*================================================================
004111 1045-RECOUNT-AUDIT-ENTRY.
004112*================================================================
004113     IF WS-AUD-RUN-ID NOT = WS-RUN-ID
004114         GO TO 1045-EXIT
004115     END-IF
004116     EVALUATE WS-AUD-ACTION
004117         WHEN 'I'
004118             ADD 1 TO WS-RECORDS-WRITTEN
004119             ADD WS-AUD-NEW-VALUE TO WS-HASH-TOTAL
004120         WHEN 'R'
004121             ADD 1 TO WS-RECORDS-REPLACED
004122             ADD WS-AUD-NEW-VALUE TO WS-HASH-TOTAL
004123         WHEN 'D'
004124             ADD 1 TO WS-RECORDS-DELETED
004125         WHEN 'T'
004126             ADD 1 TO WS-RECOUNT-XFER-LEGS
004127             ADD WS-AUD-NEW-VALUE TO WS-HASH-TOTAL
004128             COMPUTE WS-XFER-NET-MOVEMENT = WS-XFER-NET-MOVEMENT
004129                 + (WS-AUD-NEW-VALUE - WS-AUD-OLD-VALUE)
004130         WHEN OTHER
004131             GO TO 1045-EXIT
004132     END-EVALUATE
004133     PERFORM 1500-CHECK-LARGE-MOVEMENT THRU 1500-EXIT.
004134 1045-EXIT.
004135     EXIT.
004136
004137*================================================================
004138 1050-CHECK-RESTART.
004139*================================================================
004140     OPEN INPUT CKPT-FILE
004141     IF CKPT-STATUS-OK
004142         PERFORM 1060-READ-CKPT-HISTORY THRU 1060-EXIT
004143             UNTIL CKPT-EOF-REACHED
004144         IF WS-RESTART-KEY NOT = SPACES
004145          OR WS-RESTART-XFER-DONE > ZERO
004146             MOVE 'Y' TO WS-RESTART-SW
004147         END-IF
004148         CLOSE CKPT-FILE
004149     END-IF
004150*    A PARTITION'S CHECKPOINT LEFT BY AN EARLIER DAY THAT WAS
004151*    NEVER FINISHED BELONGS TO THAT DAY, NOT THIS ONE.
004152     IF PARTITIONED-RUN
004153      AND RESTART-REQUESTED
004154      AND WS-CKPT-RUN-ID NOT = WS-RUN-ID
004155         DISPLAY 'SAMPLE1 - PARTITION ' WS-PARTITION-NO
004156             ' CHECKPOINT IS FROM RUN ' WS-CKPT-RUN-ID
004157             ' - IGNORED, STARTING FRESH'
004158         MOVE 'N'    TO WS-RESTART-SW
004159         MOVE SPACES TO WS-RESTART-KEY
004161         MOVE ZERO   TO WS-RESTART-XFER-DONE
004162         MOVE ZERO   TO WS-RESTART-RECS-READ
004163     END-IF
004164     MOVE ZERO TO WS-CKPT-XFER-DONE
004165*    A CHECKPOINT THAT CARRIES A TRANSFER COUNT WAS WRITTEN AFTER
004166*    THE MAIN PASS HAD ALREADY REACHED END OF FILE - THE RESTART
004167*    GOES STRAIGHT TO THE TRANSFERS NOT YET POSTED.
004168     IF RESTART-REQUESTED
004169      AND WS-RESTART-XFER-DONE > ZERO
004170         MOVE 'Y' TO WS-MAIN-PASS-DONE-SW
004172     END-IF
004178     IF RESTART-REQUESTED
004184      AND NOT MAIN-PASS-DONE
004190         MOVE WS-RESTART-KEY TO InputField1
004195         START InputFile KEY IS GREATER THAN InputField1
004196             INVALID KEY
004198                 IF KEY-RANGE-PARTITION
004200                     MOVE 'Y' TO WS-MAIN-PASS-DONE-SW
004201                 ELSE
004203                     DISPLAY 'SAMPLEPROGRAM - RESTART KEY NOT '
004205                         'FOUND, STARTING FROM TOP OF InputFile'
004206                 END-IF
004208         END-START
004210     END-IF
004211*    A KEY-RANGE PARTITION STARTING FRESH GOES STRAIGHT TO ITS LOW
004213*    KEY.  NOTHING AT OR ABOVE IT MEANS THE RANGE IS EMPTY TODAY.
004215     IF KEY-RANGE-PARTITION
004216      AND NOT RESTART-REQUESTED
004218      AND WS-PART-LOW-KEY NOT = SPACES
004220         MOVE WS-PART-LOW-KEY TO InputField1
004221         START InputFile KEY IS NOT LESS THAN InputField1
004223             INVALID KEY
004225                 MOVE 'Y' TO WS-MAIN-PASS-DONE-SW
004226         END-START
004228     END-IF.
004230 1050-EXIT.
004240     EXIT.
004250
004300         AT END
004310             MOVE 'Y' TO WS-CKPT-EOF-SW
004320         NOT AT END
004322             MOVE WS-CKPT-LAST-KEY TO WS-RESTART-KEY
004325             IF WS-CKPT-XFER-DONE NUMERIC
004328                 MOVE WS-CKPT-XFER-DONE TO WS-RESTART-XFER-DONE
004331             ELSE
004334                 MOVE ZERO TO WS-RESTART-XFER-DONE
004337             END-IF
004338             IF WS-CKPT-RECS-READ NUMERIC
004340                 MOVE WS-CKPT-RECS-READ TO WS-RESTART-RECS-READ
004342             ELSE
004344                 MOVE ZERO TO WS-RESTART-RECS-READ
004346             END-IF
004348     END-READ.
004350 1060-EXIT.
004360     EXIT.
004370
004546                     MOVE PARM-EXC-PERCENT
004548                         TO WS-EXC-PCT-THRESHOLD
004550                 END-IF
004551                 IF PARM-TRIAL-RUN = 'Y'
004552                     MOVE 'Y' TO WS-TRIAL-RUN-SW
004553                 END-IF
004554         END-READ
004556         CLOSE PARM-FILE
004560     END-IF
004565     PERFORM 1072-GET-PARTITION THRU 1072-EXIT.
004570 1070-EXIT.
004580     EXIT.
004581
004582*================================================================
004583 1072-GET-PARTITION.
004584*================================================================
004585*    A SAMPLPTN CARD MAKES THIS STEP ONE PARTITION OF THE DAY'S
004586*    PARTITIONED PASS - 01 UPWARD IS A KEY-RANGE PARTITION OFF THE
004587*    SAMPLRNG DECK, 00 IS THE TRANSFER PASS THAT POSTS SAMPLXFR
004588*    ONCE EVERY KEY-RANGE PARTITION HAS ENDED.  NO CARD IS THE
004589*    ORIGINAL SINGLE-STEP RUN.  A PARTITION ALWAYS RUNS ITS WHOLE
004590*    RANGE, SO THE PROCESSING WINDOW DOES NOT APPLY.
004591     OPEN INPUT PTN-FILE
004592     IF NOT PTN-STATUS-OK
004593         GO TO 1072-EXIT
004594     END-IF
004595     READ PTN-FILE
004596         AT END
004597             MOVE SPACES TO PTN-PARTITION
004598     END-READ
004599     CLOSE PTN-FILE
004600     IF PTN-PARTITION = SPACES
004601         GO TO 1072-EXIT
004602     END-IF
004603     IF PTN-PARTITION NOT NUMERIC
004604         DISPLAY 'SAMPLE1 - SAMPLPTN PARTITION NUMBER NOT '
004605             'NUMERIC - RUN REFUSED'
004606         MOVE 'Y' TO WS-RUN-REFUSED-SW
004607         GO TO 1072-EXIT
004608     END-IF
004609     MOVE PTN-PARTITION TO WS-PARTITION-NO
004610     MOVE ZERO TO WS-MAX-RECORDS
004611     IF WS-PARTITION-NO = ZERO
004612         MOVE 'X' TO WS-PART-MODE-SW
004613         MOVE 'Y' TO WS-MAIN-PASS-DONE-SW
004614     ELSE
004615         MOVE 'P' TO WS-PART-MODE-SW
004616         PERFORM 1073-LOAD-PARTITION-RANGE THRU 1073-EXIT
004617     END-IF
004618     IF TRIAL-RUN
004619         DISPLAY 'SAMPLE1 - A TRIAL RUN CANNOT BE A PARTITION - '
004620             'RUN REFUSED'
004621         MOVE 'Y' TO WS-RUN-REFUSED-SW
004622     END-IF.
004623 1072-EXIT.
004624     EXIT.
004625
004626*================================================================
004627 1073-LOAD-PARTITION-RANGE.
004628*================================================================
004629     OPEN INPUT RNG-FILE
004630     IF NOT RNG-STATUS-OK
004631         DISPLAY 'SAMPLE1 - PARTITION RANGE DECK NOT FOUND ON '
004632             'SAMPLRNG - RUN REFUSED'
004633         MOVE 'Y' TO WS-RUN-REFUSED-SW
004634         GO TO 1073-EXIT
004635     END-IF
004636     PERFORM 1074-READ-RANGE-CARD THRU 1074-EXIT
004637         UNTIL RNG-EOF-REACHED
004638     CLOSE RNG-FILE
004639     IF NOT RNG-PARTITION-FOUND
004640         DISPLAY 'SAMPLE1 - PARTITION ' WS-PARTITION-NO
004641             ' NOT ON THE SAMPLRNG DECK - RUN REFUSED'
004642         MOVE 'Y' TO WS-RUN-REFUSED-SW
004643     END-IF.
004644 1073-EXIT.
004645     EXIT.
004646
004647*================================================================
004648 1074-READ-RANGE-CARD.
004649*================================================================
004650*    THIS PARTITION'S CARD GIVES THE LOW KEY; THE CARD AFTER IT
004651*    GIVES THE HIGH KEY.  NO CARD AFTER IT LEAVES THE HIGH KEY
004652*    BLANK - THE LAST PARTITION RUNS TO END OF FILE.
004653     READ RNG-FILE
004654         AT END
004655             MOVE 'Y' TO WS-RNG-EOF-SW
004656             GO TO 1074-EXIT
004657     END-READ
004658     IF RNG-PARTITION-FOUND
004659         MOVE RNG-LOW-KEY TO WS-PART-HIGH-KEY
004660         MOVE 'Y' TO WS-RNG-EOF-SW
004661         GO TO 1074-EXIT
004662     END-IF
004663     IF RNG-PARTITION = WS-PARTITION-NO
004664         MOVE RNG-LOW-KEY TO WS-PART-LOW-KEY
004665         MOVE 'Y' TO WS-RNG-FOUND-SW
004666     END-IF.
004667 1074-EXIT.
004668     EXIT.
004669
004670*================================================================
004671 1075-OPEN-OUTPUT-FILE.
004672*================================================================
004673*    A TRIAL RUN ONLY EVER READS OutputFile, AND HAS NOTHING TO
004674*    PROJECT AGAINST IF IT HAS NEVER BEEN CREATED.
004675     IF TRIAL-RUN
004676         OPEN INPUT OutputFile
004677         IF NOT OUTPUT-STATUS-OK
004678             DISPLAY 'SAMPLE1 - TRIAL RUN NEEDS AN EXISTING '
004679                 'OutputFile - RUN REFUSED'
004680             MOVE 'Y' TO WS-RUN-REFUSED-SW
004681         END-IF
004682         GO TO 1075-EXIT
004683     END-IF
004684     OPEN I-O OutputFile
004685     IF OUTPUT-STATUS-NOFILE
004686         OPEN OUTPUT OutputFile
004687         CLOSE OutputFile
004688         OPEN I-O OutputFile
004689     END-IF.
004690 1075-EXIT.
004700     EXIT.
004710
004720*================================================================
004730 1080-WRITE-RUN-START.
004740*================================================================
004741*    A PARTITION JOINS THE DAY SamplePartition ALREADY OPENED, SO
004743*    IT WRITES NO START OF ITS OWN.
004745     IF PARTITIONED-RUN
004746         GO TO 1080-EXIT
004748     END-IF
004750     OPEN EXTEND RUN-FILE
004760     MOVE 'SAMPLE1 ' TO RUNC-PROGRAM
004770     MOVE WS-RUN-ID  TO RUNC-RUN-ID
004910*    BEING A START MEANS THE PRIOR RUN NEVER WROTE ITS END -
004920*    IT ABENDED OR IS STILL RUNNING.  REFUSE TO START A NEW
004930*    BUSINESS DAY INTO IT UNLESS OPERATIONS HAS REVIEWED AND
004936*    CODED THE FORCE-RESTART 'Y' ON THE SAMPLPRM CARD.  A TRIAL
004943*    RUN POSTS NOTHING, SO IT GOES AHEAD AND ONLY WARNS.
004950     OPEN INPUT RUN-FILE
004960     IF RUN-STATUS-NOFILE
004970         MOVE 'Y' TO WS-RUNCTL-EOF-SW
004990         PERFORM 1090-READ-RUN-CONTROL THRU 1090-EXIT
005000             UNTIL RUNCTL-EOF-REACHED
005010         CLOSE RUN-FILE
005013     END-IF
005016     IF PARTITIONED-RUN
005020         PERFORM 1086-JOIN-OPEN-RUN THRU 1086-EXIT
005023         GO TO 1085-EXIT
005026     END-IF
005030     IF WS-LAST-SAMPLE1-STATUS = 'START'
005040         IF FORCE-RESTART-REQUESTED
005050             DISPLAY 'SAMPLE1 - PRIOR RUN OPEN-ENDED, FORCE '
005060                 'RESTART REQUESTED - CONTINUING'
005065         ELSE
005070             IF TRIAL-RUN
005075                 DISPLAY 'SAMPLE1 - TRIAL RUN - PRIOR RUN STILL '
005080                     'OPEN-ENDED, THE REAL RUN WILL NEED '
005085                     'FORCE-RESTART Y ON SAMPLPRM'
005090                 MOVE 'Y' TO WS-TRIAL-OPEN-RUN-SW
005095             ELSE
005100                 DISPLAY 'SAMPLE1 - PRIOR RUN STILL OPEN-ENDED '
005105                     'ON RUN-CONTROL FILE - REVIEW AND RERUN '
005110                     'WITH FORCE-RESTART Y ON SAMPLPRM'
005115                 MOVE 'Y' TO WS-RUN-REFUSED-SW
005120             END-IF
005125         END-IF
005130     END-IF.
005140 1085-EXIT.
005150     EXIT.
005151
005152*================================================================
005153 1086-JOIN-OPEN-RUN.
005154*================================================================
005155*    A PARTITION RUNS ONLY INSIDE A DAY SamplePartition HAS
005156*    OPENED AND NOT YET CONSOLIDATED - THE LATEST SAMPLE1 RECORD
005157*    MUST BE A START, AND ITS RUN-ID BECOMES THIS STEP'S RUN-ID SO
005158*    EVERY PARTITION JOURNALS UNDER THE ONE DAY.
005159     IF WS-LAST-SAMPLE1-STATUS NOT = 'START'
005160         DISPLAY 'SAMPLE1 - PARTITION ' WS-PARTITION-NO
005161             ' - NO OPEN DAY ON THE RUN-CONTROL FILE - RUN '
005162             'REFUSED'
005163         MOVE 'Y' TO WS-RUN-REFUSED-SW
005164         GO TO 1086-EXIT
005165     END-IF
005166     MOVE WS-LAST-SAMPLE1-RUN-ID TO WS-RUN-ID
005167     PERFORM 1088-CHECK-PARTITION-ENDED THRU 1088-EXIT.
005168 1086-EXIT.
005169     EXIT.
005170
005171*================================================================
005172 1087-OPEN-MASTER-FILE.
005173*================================================================
005174*    EVERY INBOUND KEY IS EDITED AGAINST THE ACCOUNT MASTER -
005175*    RUNNING WITHOUT ONE WOULD REJECT THE WHOLE DAY'S WORK, SO
005176*    A MISSING MASTER REFUSES THE RUN FOR OPERATIONS TO FIX THE
005177*    JCL RATHER THAN FLOODING SAMPLREJ.
005178     OPEN INPUT MST-FILE
005179     IF MST-STATUS-NOFILE
005180         DISPLAY 'SAMPLE1 - ACCOUNT MASTER NOT FOUND ON '
005181             'ACCTMST - RUN REFUSED'
005182         MOVE 'Y' TO WS-RUN-REFUSED-SW
005183     END-IF.
005184 1087-EXIT.
005185     EXIT.
005186
005187*================================================================
005188 1088-CHECK-PARTITION-ENDED.
005189*================================================================
005190*    RUNNING A PARTITION AGAIN AFTER IT HAS ENDED FOR THE DAY
005191*    WOULD START IT FRESH AND EMPTY ITS WORK FILES BEFORE THEY
005192*    ARE MERGED.
005193     OPEN INPUT PTT-FILE
005194     IF NOT PTT-STATUS-OK
005195         GO TO 1088-EXIT
005196     END-IF
005197     READ PTT-FILE INTO PTT-RECORD-WS
005198         AT END
005199             MOVE SPACES TO PTT-RUN-ID
005200     END-READ
005201     CLOSE PTT-FILE
005202     IF PTT-RUN-ID = WS-RUN-ID
005203      AND PTT-ENDED
005204         DISPLAY 'SAMPLE1 - PARTITION ' WS-PARTITION-NO
005205             ' HAS ALREADY ENDED FOR RUN ' WS-RUN-ID
005206             ' - RUN REFUSED'
005207         MOVE 'Y' TO WS-RUN-REFUSED-SW
005208     END-IF.
005209 1088-EXIT.
005210     EXIT.
005211
005214*================================================================
005215 1090-READ-RUN-CONTROL.
005216*================================================================
005217     READ RUN-FILE INTO RUNC-RECORD-WS
005218         AT END
005220             MOVE 'Y' TO WS-RUNCTL-EOF-SW
005230         NOT AT END
005240             IF RUNC-PROGRAM = 'SAMPLE1 '
005250                 MOVE RUNC-STATUS TO WS-LAST-SAMPLE1-STATUS
005260                 MOVE RUNC-RUN-ID TO WS-LAST-SAMPLE1-RUN-ID
005265             END-IF
005270     END-READ.
005280 1090-EXIT.
005290     EXIT.
005291
005292*================================================================
005293 1095-LOAD-TRIAL-KEYS.
005294*================================================================
005295*    A TRIAL POSTS NOTHING, SO A TRANSFER LEG CANNOT JUST READ
005296*    OutputFile - IN THE REAL RUN THE MAIN PASS OR AN EARLIER
005297*    TRANSFER MAY ALREADY HAVE MOVED THAT KEY.  EVERY KEY ON A
005298*    TRANSFER LEG IS TABLED UP FRONT SO ITS PROJECTED VALUE CAN
005299*    BE CARRIED THROUGH THE RUN.
005300     OPEN INPUT XFER-FILE
005301     PERFORM 1096-READ-TRIAL-KEY THRU 1096-EXIT
005302         UNTIL TRIAL-XFER-EOF-REACHED
005303     CLOSE XFER-FILE
005304     IF TRIAL-TABLE-FULL
005305         DISPLAY 'SAMPLE1 - TRIAL PROJECTION TABLE FULL - SOME '
005306             'TRANSFERS PROJECT AGAINST OutputFile AS IT STANDS'
005308     END-IF.
005309 1095-EXIT.
005310     EXIT.
005311
005312*================================================================
005313 1096-READ-TRIAL-KEY.
005314*================================================================
005315     READ XFER-FILE
005316         AT END
005317             MOVE 'Y' TO WS-TRIAL-XFER-EOF-SW
005318         NOT AT END
005319             MOVE XFER-KEY TO WS-TRIAL-SEARCH-KEY
005320             PERFORM 1097-ADD-TRIAL-KEY THRU 1097-EXIT
005321             MOVE XFER-CONTRA-KEY TO WS-TRIAL-SEARCH-KEY
005322             PERFORM 1097-ADD-TRIAL-KEY THRU 1097-EXIT
005323     END-READ.
005325 1096-EXIT.
005326     EXIT.
005327
005328*================================================================
005329 1097-ADD-TRIAL-KEY.
005330*================================================================
005331     IF WS-TRIAL-SEARCH-KEY = SPACES
005332         GO TO 1097-EXIT
005333     END-IF
005334     PERFORM 2900-FIND-TRIAL-KEY THRU 2900-EXIT
005335     IF WS-TRIAL-FOUND-SUB > ZERO
005336         GO TO 1097-EXIT
005337     END-IF
005338     IF WS-TRIAL-COUNT < WS-TRIAL-MAX
005339         ADD 1 TO WS-TRIAL-COUNT
005340         MOVE WS-TRIAL-SEARCH-KEY
005342             TO WS-TRIAL-TBL-KEY (WS-TRIAL-COUNT)
005343         MOVE 'N' TO WS-TRIAL-TBL-SET-SW (WS-TRIAL-COUNT)
005344     ELSE
005345         MOVE 'Y' TO WS-TRIAL-FULL-SW
005346     END-IF.
005347 1097-EXIT.
005348     EXIT.
005349
005350*================================================================
005351 1098-OPEN-TRIAL-LISTING.
005352*================================================================
005353*    IN A TRIAL THE REJECTS AND SUSPENSE DIVERSIONS LIST HERE
005354*    INSTEAD OF GOING TO SAMPLREJ AND SAMPSUSP, WHERE
005355*    SampleRecycle AND SampleRelease WOULD PICK THEM UP AS REAL.
005356     OPEN OUTPUT TRIAL-FILE
005357     MOVE WS-CURR-DATE-DISPLAY TO TRIAL-RPT-HDG-DATE
005359     MOVE TRIAL-RPT-HEADING-1 TO TRIAL-RECORD
005360     WRITE TRIAL-RECORD
005361     MOVE SPACES TO TRIAL-RECORD
005362     WRITE TRIAL-RECORD
005363     MOVE TRIAL-RPT-HEADING-2 TO TRIAL-RECORD
005364     WRITE TRIAL-RECORD.
005365 1098-EXIT.
005366     EXIT.
005367
005368*================================================================
005369 9900-WRITE-RUN-END.
005370*================================================================
005371*    A PARTITION LEAVES THE DAY OPEN - SamplePartition WRITES THE
005372*    ONE END RECORD ONCE EVERY PARTITION HAS ENDED CLEAN.  ALL A
005373*    PARTITION LEAVES BEHIND IS ITS TOTALS RECORD.
005374     IF PARTITIONED-RUN
005375         PERFORM 9950-WRITE-PARTITION-TOTALS THRU 9950-EXIT
005376         GO TO 9900-EXIT
005378     END-IF
005379     MOVE 'SAMPLE1 ' TO RUNC-PROGRAM
005380     MOVE WS-RUN-ID  TO RUNC-RUN-ID
005381     MOVE 'END  '    TO RUNC-STATUS
005382     COMPUTE RUNC-READ = WS-RECORDS-READ + WS-TRANSFERS-READ
005383     COMPUTE RUNC-WRITTEN = WS-RECORDS-WRITTEN
005385         + WS-RECORDS-REPLACED + WS-RECORDS-DELETED
005393         + (2 * WS-TRANSFERS-POSTED)
005401     MOVE WS-RECORDS-REJECTED TO RUNC-REJECTED
005410     MOVE RUNC-RECORD-WS TO RUN-RECORD
005420     WRITE RUN-RECORD
005430     CLOSE RUN-FILE.
005440 9900-EXIT.
005450     EXIT.
005451
005452*================================================================
005453 9950-WRITE-PARTITION-TOTALS.
005454*================================================================
005455*    ONLY A PARTITION THAT REACHED THE END OF ITS RANGE HAS
005456*    ENDED - ONE STOPPED SHORT IS RESTARTED, NOT CONSOLIDATED.
005457     IF NOT TRUE-EOF-REACHED
005458         GO TO 9950-EXIT
005459     END-IF
005460     MOVE WS-PARTITION-NO        TO PTT-PARTITION
005461     MOVE WS-RUN-ID              TO PTT-RUN-ID
005462     MOVE 'E'                    TO PTT-STATUS
005464     MOVE WS-PART-LOW-KEY        TO PTT-LOW-KEY
005465     MOVE WS-PART-HIGH-KEY       TO PTT-HIGH-KEY
005466     MOVE WS-RESTART-SW          TO PTT-RESTARTED
005467     MOVE WS-RECORDS-READ        TO PTT-RECS-READ
005468     MOVE WS-RECORDS-WRITTEN     TO PTT-RECS-WRITTEN
005469     MOVE WS-RECORDS-REPLACED    TO PTT-RECS-REPLACED
005470     MOVE WS-RECORDS-DELETED     TO PTT-RECS-DELETED
005471     MOVE WS-RECORDS-REJECTED    TO PTT-RECS-REJECTED
005472     MOVE WS-RECORDS-SUSPENDED   TO PTT-RECS-SUSPENDED
005473     MOVE WS-EXC-FLAGGED         TO PTT-EXC-FLAGGED
005474     MOVE WS-TRANSFERS-READ      TO PTT-XFERS-READ
005475     MOVE WS-TRANSFERS-POSTED    TO PTT-XFERS-POSTED
005477     MOVE WS-TRANSFERS-REJECTED  TO PTT-XFERS-REJECTED
005478     MOVE WS-HASH-TOTAL          TO PTT-HASH-TOTAL
005479     MOVE WS-XFER-NET-MOVEMENT   TO PTT-XFER-NET
005480     OPEN OUTPUT PTT-FILE
005481     MOVE PTT-RECORD-WS TO PTT-RECORD
005482     WRITE PTT-RECORD
005483     CLOSE PTT-FILE.
005484 9950-EXIT.
005485     EXIT.
005486
005487*================================================================
005488 1100-READ-INPUT.
005490*================================================================
005492     IF MAIN-PASS-DONE
005495         MOVE 'Y' TO WS-EOF-SW
005498         MOVE 'Y' TO WS-TRUE-EOF-SW
005501         GO TO 1100-EXIT
005504     END-IF
005507     IF WS-MAX-RECORDS NOT = ZERO
005510             AND WS-RECORDS-READ >= WS-MAX-RECORDS
005520         MOVE 'Y' TO WS-EOF-SW
005530         PERFORM 2500-WRITE-CHECKPOINT THRU 2500-EXIT
005560             AT END
005570                 MOVE 'Y' TO WS-EOF-SW
005580                 MOVE 'Y' TO WS-TRUE-EOF-SW
005583             NOT AT END
005586                 IF WS-PART-HIGH-KEY NOT = SPACES
005590                  AND InputField1 NOT < WS-PART-HIGH-KEY
005593                     MOVE 'Y' TO WS-EOF-SW
005596                     MOVE 'Y' TO WS-TRUE-EOF-SW
005600                 ELSE
005603                     ADD 1 TO WS-RECORDS-READ
005606                 END-IF
005610         END-READ
005620     END-IF.
005630 1100-EXIT.
005940     END-IF
005950     MOVE WS-NEW-OUTPUT-VALUE TO OutputField2
005960     MOVE WS-CURRENT-DATE TO OutputField3
005962     IF TRIAL-RUN
005964         PERFORM 2055-PROJECT-ADD-OR-REPLACE THRU 2055-EXIT
005966         GO TO 2050-EXIT
005968     END-IF
005970     WRITE OutputRecord
005980         INVALID KEY
005990             IF OUTPUT-STATUS-DUPE
006140 2050-EXIT.
006150     EXIT.
006160
006161*================================================================
006162 2055-PROJECT-ADD-OR-REPLACE.
006163*================================================================
006165*    A TRIAL CANNOT LET THE WRITE FIND THE DUPLICATE KEY FOR IT -
006166*    THE READ DECIDES WHETHER THE REAL RUN WOULD ADD THE RECORD OR
006167*    FALL BACK TO 2600-REWRITE-EXISTING.
006168     READ OutputFile
006170         INVALID KEY
006171             MOVE InputField1         TO OutputField1
006172             MOVE WS-NEW-OUTPUT-VALUE TO OutputField2
006173             MOVE WS-CURRENT-DATE     TO OutputField3
006175             PERFORM 2075-COUNT-APPLIED THRU 2075-EXIT
006176             PERFORM 1400-WRITE-AUDIT-ENTRY THRU 1400-EXIT
006177             MOVE 'Y' TO WS-TRIAL-NOTE-FOUND-SW
006178             PERFORM 2910-NOTE-TRIAL-CHANGE THRU 2910-EXIT
006180         NOT INVALID KEY
006181             PERFORM 2600-REWRITE-EXISTING THRU 2600-EXIT
006182     END-READ.
006183 2055-EXIT.
006185     EXIT.
006186
006187*================================================================
006188 2075-COUNT-APPLIED.
006190*================================================================
006200     ADD 1 TO WS-RECS-SINCE-CKPT
006210     ADD OutputField2 TO WS-HASH-TOTAL
006410             IF WS-NEW-OUTPUT-VALUE NOT = OutputField2
006420                 MOVE WS-NEW-OUTPUT-VALUE TO OutputField2
006430                 MOVE WS-CURRENT-DATE TO OutputField3
006432                 IF TRIAL-RUN
006435                     MOVE 'Y' TO WS-TRIAL-NOTE-FOUND-SW
006438                     PERFORM 2910-NOTE-TRIAL-CHANGE THRU 2910-EXIT
006441                 ELSE
006444                     REWRITE OutputRecord
006447                 END-IF
006450                 PERFORM 2075-COUNT-APPLIED THRU 2075-EXIT
006460                 PERFORM 1400-WRITE-AUDIT-ENTRY THRU 1400-EXIT
006470                 IF WS-RECS-SINCE-CKPT >= WS-CKPT-INTERVAL
006730             END-IF
006740         NOT INVALID KEY
006750             MOVE OutputField2 TO WS-AUD-OLD-HOLD
006752             IF TRIAL-RUN
006755                 MOVE 'N' TO WS-TRIAL-NOTE-FOUND-SW
006758                 PERFORM 2910-NOTE-TRIAL-CHANGE THRU 2910-EXIT
006761             ELSE
006764                 DELETE OutputFile RECORD
006767             END-IF
006770             ADD 1 TO WS-RECORDS-DELETED
006780             ADD 1 TO WS-RECS-SINCE-CKPT
006790             PERFORM 1400-WRITE-AUDIT-ENTRY THRU 1400-EXIT
006870*================================================================
006880 2500-WRITE-CHECKPOINT.
006890*================================================================
006892     IF TRIAL-RUN
006894         MOVE ZERO TO WS-RECS-SINCE-CKPT
006896         GO TO 2500-EXIT
006898     END-IF
006900     MOVE WS-RUN-ID      TO WS-CKPT-RUN-ID
006910     MOVE InputField1    TO WS-CKPT-LAST-KEY
006915     MOVE WS-RECORDS-READ TO WS-CKPT-RECS-READ
006920     MOVE WS-CKPT-LINE   TO CKPT-RECORD
006930     WRITE CKPT-RECORD
006940     MOVE ZERO TO WS-RECS-SINCE-CKPT.
007500*================================================================
007502 1300-WRITE-REJECT.
007504*================================================================
007505*    A KEY-RANGE PARTITION OPENS ITS REJ-FILE WORK DATASET
007506*    EXTEND, SO A CHECKPOINT-RESTART THAT REPLAYED THIS RECORD
007507*    WOULD APPEND ITS REJECT A SECOND TIME - AND BOTH COPIES
007508*    WOULD REACH THE REJECT FILE FOR SampleRecycle TO RE-PRESENT,
007509*    THE SAME REPLAY-DUPLICATION CLASS 1650-WRITE-SUSPENSE
007510*    GUARDS AGAINST.  A CHECKPOINT AFTER EVERY REJECT WRITE
007511*    MAKES ANY RESTART START PAST THE REJECTED RECORD.  THE
007512*    TRANSFER PASS CHECKPOINTS EVERY TRANSFER IN 2895 ALREADY.
007513     MOVE InputRecord          TO WS-REJ-ORIGINAL-RECORD
007514     MOVE WS-REJECT-REASON-CD  TO WS-REJ-REASON-CODE
007515     MOVE WS-REJECT-REASON-TXT TO WS-REJ-REASON-TEXT
007516     IF TRIAL-RUN
007517         MOVE 'REJECT'             TO TRIAL-RPT-ACTION
007518         MOVE WS-REJ-REASON-CODE   TO TRIAL-RPT-CODE
007519         MOVE WS-REJ-REASON-TEXT   TO TRIAL-RPT-TEXT
007520         PERFORM 1350-WRITE-TRIAL-LINE THRU 1350-EXIT
007521         ADD 1 TO WS-RECORDS-REJECTED
007522         GO TO 1300-EXIT
007523     END-IF
007524     MOVE WS-REJ-LINE          TO REJ-RECORD
007525     WRITE REJ-RECORD
007526     ADD 1 TO WS-RECORDS-REJECTED
007527     IF KEY-RANGE-PARTITION
007528         PERFORM 2500-WRITE-CHECKPOINT THRU 2500-EXIT
007529     END-IF.
007530 1300-EXIT.
007531     EXIT.
007532
007533*================================================================
007534 1350-WRITE-TRIAL-LINE.
007535*================================================================
007536     MOVE InputRecord           TO TRIAL-RPT-RECORD
007537     MOVE TRIAL-RPT-DETAIL-LINE TO TRIAL-RECORD
007538     WRITE TRIAL-RECORD.
007539 1350-EXIT.
007540     EXIT.
007541
007542*================================================================
007543 1400-WRITE-AUDIT-ENTRY.
007544*================================================================
007545     MOVE InputField1         TO WS-AUD-KEY
007546     MOVE WS-AUD-OLD-HOLD     TO WS-AUD-OLD-VALUE
007547     EVALUATE TRUE
007548         WHEN TRAN-CODE-DELETE
007549             MOVE ZERO TO WS-AUD-NEW-VALUE
007550             MOVE 'D'  TO WS-AUD-ACTION
007551         WHEN TRAN-CODE-REPLACE
007552             MOVE OutputField2 TO WS-AUD-NEW-VALUE
007553             MOVE 'R'  TO WS-AUD-ACTION
007554         WHEN OTHER
007555             MOVE OutputField2 TO WS-AUD-NEW-VALUE
007556             MOVE 'I'  TO WS-AUD-ACTION
007557     END-EVALUATE
007558     MOVE WS-RUN-ID           TO WS-AUD-RUN-ID
007559     MOVE SPACES              TO WS-AUD-XFER-INFO
007560     IF NOT TRIAL-RUN
007561         MOVE WS-AUD-LINE     TO AUD-RECORD
007562         WRITE AUD-RECORD
007563     END-IF
007564     PERFORM 1500-CHECK-LARGE-MOVEMENT THRU 1500-EXIT.
007565 1400-EXIT.
007566     EXIT.
007568
007570*================================================================
007687*    GUARDS AGAINST.  A CHECKPOINT AFTER EVERY SUSPENSE WRITE
007688*    MAKES ANY RESTART START PAST THE SUSPENDED KEY, AND KEEPS
007689*    A HELD-HEAVY STRETCH CHECKPOINTING AT ALL.
007690     IF TRIAL-RUN
007691         MOVE 'SUSPEND'         TO TRIAL-RPT-ACTION
007692         MOVE SPACES            TO TRIAL-RPT-CODE
007693         MOVE 'KEY ON OPERATIONS HOLD'
007694                                TO TRIAL-RPT-TEXT
007695         PERFORM 1350-WRITE-TRIAL-LINE THRU 1350-EXIT
007696         ADD 1 TO WS-RECORDS-SUSPENDED
007697         GO TO 1650-EXIT
007698     END-IF
007699     MOVE InputRecord TO SUSP-RECORD
007700     WRITE SUSP-RECORD
007701     ADD 1 TO WS-RECORDS-SUSPENDED
007702     PERFORM 2500-WRITE-CHECKPOINT THRU 2500-EXIT.
007703 1650-EXIT.
007704     EXIT.
007705
007706*================================================================
007707 2800-PROCESS-TRANSFERS.
007708*================================================================
007709*    TRANSFERS RIDE THEIR OWN FILE IN ARRIVAL ORDER AND POST ONLY
007710*    ONCE THE MAIN PASS IS COMPLETE - THEY ARE NOT SUBJECT TO THE
007711*    PROCESSING WINDOW, AND EACH ONE IS CHECKPOINTED BECAUSE A
007712*    REPLAYED TRANSFER WOULD MOVE THE MONEY TWICE.
007713     OPEN INPUT XFER-FILE
007714     PERFORM 2810-READ-TRANSFER THRU 2810-EXIT
007715     PERFORM 2820-POST-TRANSFER THRU 2820-EXIT
007716         UNTIL XFER-EOF-REACHED
007717     CLOSE XFER-FILE.
007718 2800-EXIT.
007719     EXIT.
007720
007721*================================================================
007722 2810-READ-TRANSFER.
007723*================================================================
007724     READ XFER-FILE
007725         AT END
007726             MOVE 'Y' TO WS-XFER-EOF-SW
007727         NOT AT END
007728             ADD 1 TO WS-XFER-SEQ
007729     END-READ.
007730 2810-EXIT.
007731     EXIT.
007732
007733*================================================================
007734 2820-POST-TRANSFER.
007735*================================================================
007736*    A TRANSFER ALREADY POSTED OR REJECTED BEFORE A RESTART IS
007737*    PASSED OVER - THE CHECKPOINT COUNT SAYS HOW MANY WERE DONE.
007738     IF WS-XFER-SEQ > WS-RESTART-XFER-DONE
007739         PERFORM 2825-POST-ONE-TRANSFER THRU 2825-EXIT
007740     END-IF
007741     PERFORM 2810-READ-TRANSFER THRU 2810-EXIT.
007742 2820-EXIT.
007743     EXIT.
007744
007745*================================================================
007746 2825-POST-ONE-TRANSFER.
007747*================================================================
007748     ADD 1 TO WS-TRANSFERS-READ
007749     MOVE XFER-KEY        TO InputField1
007750     MOVE XFER-AMOUNT     TO InputField2
007751     MOVE XFER-TCODE      TO InputTranCode
007752     MOVE XFER-CONTRA-KEY TO WS-XFER-CONTRA-KEY
007753     PERFORM 2830-EDIT-TRANSFER THRU 2830-EXIT
007754     IF RECORD-ACCEPTED
007755         PERFORM 2850-APPLY-TRANSFER THRU 2850-EXIT
007756     END-IF
007757     IF RECORD-REJECTED
007758         PERFORM 2890-REJECT-TRANSFER THRU 2890-EXIT
007759     END-IF
007760     PERFORM 2895-WRITE-XFER-CHECKPOINT THRU 2895-EXIT.
007761 2825-EXIT.
007762     EXIT.
007763
007764*================================================================
007765 2830-EDIT-TRANSFER.
007766*================================================================
007767*    BOTH LEGS ARE EDITED BEFORE EITHER ONE IS TOUCHED.  THE
007768*    FIRST FAILURE FOUND NAMES THE LEG ('DR-' THE DEBIT KEY,
007769*    'CR-' THE CONTRA KEY) AND THE REASON CODE THE SAME PROBLEM
007770*    WOULD HAVE DRAWN ON A SINGLE TRANSACTION.  A TRANSFER
007771*    SampleMerge MARKED 'F' CARRIED A FUTURE EFFECTIVE DATE AND
007772*    CANNOT BE WAREHOUSED, SO IT GOES BACK TO THE SENDER AS A
007773*    'T' REJECT WITH CAUSE EFFDT, TO BE SENT AGAIN ON THE DAY.
007774     MOVE 'N' TO WS-REJECT-SW
007775     MOVE SPACES TO WS-XFER-CAUSE
007776     IF TRAN-CODE-FUTURE-TRANSFER
007777         MOVE 'T'      TO InputTranCode
007778         MOVE 'EFFDT'  TO WS-XFER-CAUSE
007779         MOVE 'Y' TO WS-REJECT-SW
007780         GO TO 2830-EXIT
007781     END-IF
007782     IF InputField1 = SPACES
007783         MOVE 'DR-'    TO WS-XFER-CAUSE-LEG
007784         MOVE '01'     TO WS-XFER-CAUSE-CODE
007785         MOVE 'Y' TO WS-REJECT-SW
007786         GO TO 2830-EXIT
007787     END-IF
007788     IF WS-XFER-CONTRA-KEY = SPACES
007789         MOVE 'CR-'    TO WS-XFER-CAUSE-LEG
007790         MOVE '01'     TO WS-XFER-CAUSE-CODE
007791         MOVE 'Y' TO WS-REJECT-SW
007792         GO TO 2830-EXIT
007793     END-IF
007794     IF WS-XFER-CONTRA-KEY = InputField1
007795         MOVE 'SAMEKY' TO WS-XFER-CAUSE
007796         MOVE 'Y' TO WS-REJECT-SW
007797         GO TO 2830-EXIT
007798     END-IF
007799     IF NOT TRAN-CODE-TRANSFER
007800         MOVE 'TC-05'  TO WS-XFER-CAUSE
007801         MOVE 'Y' TO WS-REJECT-SW
007802         GO TO 2830-EXIT
007803     END-IF
007804     IF InputField2 NOT NUMERIC
007805         MOVE 'AMT-02' TO WS-XFER-CAUSE
007806         MOVE 'Y' TO WS-REJECT-SW
007807         GO TO 2830-EXIT
007808     END-IF
007809     IF InputField2 NOT > ZERO
007810         MOVE 'AMT-LE' TO WS-XFER-CAUSE
007811         MOVE 'Y' TO WS-REJECT-SW
007812         GO TO 2830-EXIT
007813     END-IF
007814     MOVE InputField1 TO WS-XFER-LEG-KEY
007815     PERFORM 2840-EDIT-TRANSFER-LEG THRU 2840-EXIT
007816     IF WS-XFER-LEG-CAUSE NOT = SPACES
007817         MOVE 'DR-'             TO WS-XFER-CAUSE-LEG
007818         MOVE WS-XFER-LEG-CAUSE TO WS-XFER-CAUSE-CODE
007819         MOVE 'Y' TO WS-REJECT-SW
007820         GO TO 2830-EXIT
007821     END-IF
007822     MOVE WS-XFER-LEG-FOUND-SW TO WS-XFER-DR-FOUND-SW
007823     MOVE WS-XFER-LEG-OLD      TO WS-XFER-DR-OLD
007824     MOVE WS-XFER-LEG-DATE     TO WS-XFER-DR-DATE
007825     MOVE WS-XFER-CONTRA-KEY TO WS-XFER-LEG-KEY
007826     PERFORM 2840-EDIT-TRANSFER-LEG THRU 2840-EXIT
007827     IF WS-XFER-LEG-CAUSE NOT = SPACES
007828         MOVE 'CR-'             TO WS-XFER-CAUSE-LEG
007829         MOVE WS-XFER-LEG-CAUSE TO WS-XFER-CAUSE-CODE
007830         MOVE 'Y' TO WS-REJECT-SW
007831         GO TO 2830-EXIT
007832     END-IF
007833     MOVE WS-XFER-LEG-FOUND-SW TO WS-XFER-CR-FOUND-SW
007834     MOVE WS-XFER-LEG-OLD      TO WS-XFER-CR-OLD
007835     COMPUTE WS-EDIT-NEW-VALUE = WS-XFER-DR-OLD - InputField2
007836     IF WS-EDIT-NEW-VALUE < -9999999.99
007837         MOVE 'DR-'    TO WS-XFER-CAUSE-LEG
007838         MOVE '03'     TO WS-XFER-CAUSE-CODE
007839         MOVE 'Y' TO WS-REJECT-SW
007840         GO TO 2830-EXIT
007841     END-IF
007842     MOVE WS-EDIT-NEW-VALUE TO WS-XFER-DR-NEW
007843     COMPUTE WS-EDIT-NEW-VALUE = WS-XFER-CR-OLD + InputField2
007844     IF WS-EDIT-NEW-VALUE > 9999999.99
007845         MOVE 'CR-'    TO WS-XFER-CAUSE-LEG
007846         MOVE '03'     TO WS-XFER-CAUSE-CODE
007847         MOVE 'Y' TO WS-REJECT-SW
007848         GO TO 2830-EXIT
007849     END-IF
007850     MOVE WS-EDIT-NEW-VALUE TO WS-XFER-CR-NEW.
007851 2830-EXIT.
007852     EXIT.
007853
007854*================================================================
007855 2840-EDIT-TRANSFER-LEG.
007856*================================================================
007857*    ONE LEG'S KEY AGAINST THE ACCOUNT MASTER AND THE HOLD FILE,
007858*    THEN ITS CURRENT OutputFile VALUE - AN ACCOUNT WITH NO
007859*    OutputFile RECORD YET STARTS FROM ZERO.  A HELD LEG CANNOT
007860*    GO TO SUSPENSE ON ITS OWN WITHOUT SPLITTING THE TRANSFER,
007861*    SO IT FAILS THE EDIT INSTEAD.
007862     MOVE SPACES TO WS-XFER-LEG-CAUSE
007863     MOVE 'N'    TO WS-XFER-LEG-FOUND-SW
007864     MOVE ZERO   TO WS-XFER-LEG-OLD
007865     MOVE ZERO   TO WS-XFER-LEG-DATE
007866     MOVE WS-XFER-LEG-KEY TO MST-KEY
007867     READ MST-FILE
007868         INVALID KEY
007869             MOVE '07' TO WS-XFER-LEG-CAUSE
007870         NOT INVALID KEY
007871             IF MST-CLOSED
007872                 MOVE '08' TO WS-XFER-LEG-CAUSE
007873             END-IF
007874     END-READ
007875     IF WS-XFER-LEG-CAUSE NOT = SPACES
007876         GO TO 2840-EXIT
007877     END-IF
007878     IF HOLD-FILE-OPEN
007879         MOVE WS-XFER-LEG-KEY TO HOLD-KEY
007880         READ HOLD-FILE
007881             INVALID KEY
007882                 CONTINUE
007883             NOT INVALID KEY
007884                 MOVE 'HLD' TO WS-XFER-LEG-CAUSE
007885         END-READ
007886     END-IF
007887     IF WS-XFER-LEG-CAUSE NOT = SPACES
007888         GO TO 2840-EXIT
007889     END-IF
007890     MOVE WS-XFER-LEG-KEY TO OutputField1
007891     READ OutputFile
007892         INVALID KEY
007893             CONTINUE
007894         NOT INVALID KEY
007895             MOVE 'Y'          TO WS-XFER-LEG-FOUND-SW
007896             MOVE OutputField2 TO WS-XFER-LEG-OLD
007897             MOVE OutputField3 TO WS-XFER-LEG-DATE
007898     END-READ
007899     IF TRIAL-RUN
007900         PERFORM 2920-APPLY-TRIAL-PROJECTION THRU 2920-EXIT
007901     END-IF.
007902 2840-EXIT.
007903     EXIT.
007904
007905*================================================================
007906 2850-APPLY-TRANSFER.
007907*================================================================
007908*    DEBIT LEG FIRST, THEN CREDIT.  IF THE CREDIT LEG WILL NOT
007909*    WRITE, THE DEBIT LEG IS PUT BACK EXACTLY AS IT WAS BEFORE
007910*    THE TRANSFER IS REJECTED, SO NEITHER LEG STANDS.  NOTHING
007911*    IS JOURNALED OR COUNTED UNTIL BOTH LEGS ARE ON FILE.
007912     MOVE InputField1         TO WS-XFER-LEG-KEY
007913     MOVE WS-XFER-DR-FOUND-SW TO WS-XFER-LEG-FOUND-SW
007914     MOVE WS-XFER-DR-NEW      TO WS-XFER-LEG-NEW
007915     MOVE WS-CURRENT-DATE     TO WS-XFER-LEG-DATE
007916     PERFORM 2860-POST-TRANSFER-LEG THRU 2860-EXIT
007917     IF NOT XFER-LEG-POSTED
007918         MOVE 'Y'   TO WS-REJECT-SW
007919         MOVE 'DR-' TO WS-XFER-CAUSE-LEG
007920         MOVE '04'  TO WS-XFER-CAUSE-CODE
007921         GO TO 2850-EXIT
007922     END-IF
007923     MOVE WS-XFER-CONTRA-KEY  TO WS-XFER-LEG-KEY
007924     MOVE WS-XFER-CR-FOUND-SW TO WS-XFER-LEG-FOUND-SW
007925     MOVE WS-XFER-CR-NEW      TO WS-XFER-LEG-NEW
007926     PERFORM 2860-POST-TRANSFER-LEG THRU 2860-EXIT
007927     IF NOT XFER-LEG-POSTED
007928         PERFORM 2865-BACK-OUT-DEBIT-LEG THRU 2865-EXIT
007929         MOVE 'Y'   TO WS-REJECT-SW
007930         MOVE 'CR-' TO WS-XFER-CAUSE-LEG
007931         MOVE '04'  TO WS-XFER-CAUSE-CODE
007932         GO TO 2850-EXIT
007933     END-IF
007934     ADD 1 TO WS-TRANSFERS-POSTED
007935     ADD WS-XFER-DR-NEW TO WS-HASH-TOTAL
007936     ADD WS-XFER-CR-NEW TO WS-HASH-TOTAL
007937     COMPUTE WS-XFER-NET-MOVEMENT = WS-XFER-NET-MOVEMENT
007938         + (WS-XFER-DR-NEW - WS-XFER-DR-OLD)
007939         + (WS-XFER-CR-NEW - WS-XFER-CR-OLD)
007940     MOVE InputField1        TO WS-AUD-KEY
007941     MOVE WS-XFER-DR-OLD     TO WS-AUD-OLD-VALUE
007942     MOVE WS-XFER-DR-NEW     TO WS-AUD-NEW-VALUE
007943     MOVE WS-XFER-CONTRA-KEY TO WS-AUD-CONTRA-KEY
007944     PERFORM 2870-WRITE-TRANSFER-AUDIT THRU 2870-EXIT
007945     MOVE WS-XFER-CONTRA-KEY TO WS-AUD-KEY
007946     MOVE WS-XFER-CR-OLD     TO WS-AUD-OLD-VALUE
007947     MOVE WS-XFER-CR-NEW     TO WS-AUD-NEW-VALUE
007948     MOVE InputField1        TO WS-AUD-CONTRA-KEY
007949     PERFORM 2870-WRITE-TRANSFER-AUDIT THRU 2870-EXIT.
007950 2850-EXIT.
007951     EXIT.
007952
007953*================================================================
007954 2860-POST-TRANSFER-LEG.
007955*================================================================
007956     MOVE 'Y' TO WS-XFER-LEG-OK-SW
007957     MOVE WS-XFER-LEG-KEY  TO OutputField1
007958     MOVE WS-XFER-LEG-NEW  TO OutputField2
007959     MOVE WS-XFER-LEG-DATE TO OutputField3
007960     IF TRIAL-RUN
007961         MOVE 'Y' TO WS-TRIAL-NOTE-FOUND-SW
007962         PERFORM 2910-NOTE-TRIAL-CHANGE THRU 2910-EXIT
007963         GO TO 2860-EXIT
007964     END-IF
007965     IF XFER-LEG-FOUND
007966         REWRITE OutputRecord
007967             INVALID KEY
007968                 MOVE 'N' TO WS-XFER-LEG-OK-SW
007969         END-REWRITE
007970     ELSE
007971         WRITE OutputRecord
007972             INVALID KEY
007973                 MOVE 'N' TO WS-XFER-LEG-OK-SW
007974         END-WRITE
007975     END-IF.
007976 2860-EXIT.
007977     EXIT.
007978
007979*================================================================
007980 2865-BACK-OUT-DEBIT-LEG.
007981*================================================================
007982     MOVE InputField1 TO OutputField1
007983     IF XFER-DR-FOUND
007984         MOVE WS-XFER-DR-OLD  TO OutputField2
007985         MOVE WS-XFER-DR-DATE TO OutputField3
007986         REWRITE OutputRecord
007987     ELSE
007988         DELETE OutputFile RECORD
007989     END-IF.
007990 2865-EXIT.
007991     EXIT.
007992
007993*================================================================
007994 2870-WRITE-TRANSFER-AUDIT.
007995*================================================================
007996     MOVE 'T'                 TO WS-AUD-ACTION
007997     MOVE WS-RUN-ID           TO WS-AUD-RUN-ID
007998     MOVE WS-XFER-SEQ         TO WS-AUD-XFER-REF
007999     IF NOT TRIAL-RUN
008000         MOVE WS-AUD-LINE     TO AUD-RECORD
008001         WRITE AUD-RECORD
008002     END-IF
008003     PERFORM 1500-CHECK-LARGE-MOVEMENT THRU 1500-EXIT.
008004 2870-EXIT.
008005     EXIT.
008006
008007*================================================================
008008 2890-REJECT-TRANSFER.
008009*================================================================
008010*    THE WHOLE TRANSFER REJECTS UNDER ITS OWN REASON CODE WITH
008011*    THE CAUSE AND CONTRA KEY IN THE TEXT, SO SampleRecycle CAN
008012*    RE-PRESENT BOTH LEGS TOGETHER FROM THE REJECT RECORD ALONE.
008013     MOVE WS-XFER-CAUSE       TO WS-XFER-RT-CAUSE
008014     MOVE WS-XFER-CONTRA-KEY  TO WS-XFER-RT-CONTRA
008015     MOVE 09                  TO WS-REJECT-REASON-CD
008016     MOVE WS-XFER-REJECT-TEXT TO WS-REJECT-REASON-TXT
008017     PERFORM 1300-WRITE-REJECT THRU 1300-EXIT
008018     ADD 1 TO WS-TRANSFERS-REJECTED.
008019 2890-EXIT.
008020     EXIT.
008021
008022*================================================================
008023 2895-WRITE-XFER-CHECKPOINT.
008024*================================================================
008025     IF TRIAL-RUN
008026         MOVE ZERO TO WS-RECS-SINCE-CKPT
008027         GO TO 2895-EXIT
008028     END-IF
008029     MOVE WS-RUN-ID      TO WS-CKPT-RUN-ID
008030     MOVE SPACES         TO WS-CKPT-LAST-KEY
008031     MOVE WS-XFER-SEQ    TO WS-CKPT-XFER-DONE
008032     MOVE WS-RECORDS-READ TO WS-CKPT-RECS-READ
008033     MOVE WS-CKPT-LINE   TO CKPT-RECORD
008034     WRITE CKPT-RECORD
008035     MOVE ZERO TO WS-RECS-SINCE-CKPT.
008036 2895-EXIT.
008037     EXIT.
008038
008039*================================================================
008040 2900-FIND-TRIAL-KEY.
008041*================================================================
008042     MOVE ZERO TO WS-TRIAL-FOUND-SUB
008043     PERFORM 2905-MATCH-TRIAL-KEY THRU 2905-EXIT
008044         VARYING WS-TRIAL-SUB FROM 1 BY 1
008045         UNTIL WS-TRIAL-SUB > WS-TRIAL-COUNT
008046            OR WS-TRIAL-FOUND-SUB > ZERO.
008047 2900-EXIT.
008048     EXIT.
008049
008050*================================================================
008051 2905-MATCH-TRIAL-KEY.
008052*================================================================
008053     IF WS-TRIAL-TBL-KEY (WS-TRIAL-SUB) = WS-TRIAL-SEARCH-KEY
008054         MOVE WS-TRIAL-SUB TO WS-TRIAL-FOUND-SUB
008055     END-IF.
008056 2905-EXIT.
008057     EXIT.
008058
008059*================================================================
008060 2910-NOTE-TRIAL-CHANGE.
008061*================================================================
008062*    THE REAL RUN WOULD HAVE JUST CHANGED OutputFile FOR THIS
008063*    KEY - IF A TRANSFER LEG WILL LOOK AT IT LATER, CARRY THE
008064*    PROJECTED RECORD (OR ITS ABSENCE, AFTER A DELETE) IN THE
008065*    TABLE.
008066     IF WS-TRIAL-COUNT = ZERO
008067         GO TO 2910-EXIT
008068     END-IF
008069     MOVE OutputField1 TO WS-TRIAL-SEARCH-KEY
008070     PERFORM 2900-FIND-TRIAL-KEY THRU 2900-EXIT
008071     IF WS-TRIAL-FOUND-SUB = ZERO
008072         GO TO 2910-EXIT
008073     END-IF
008074     MOVE 'Y' TO WS-TRIAL-TBL-SET-SW (WS-TRIAL-FOUND-SUB)
008075     MOVE WS-TRIAL-NOTE-FOUND-SW
008076         TO WS-TRIAL-TBL-FOUND-SW (WS-TRIAL-FOUND-SUB)
008077     MOVE OutputField2 TO WS-TRIAL-TBL-VALUE (WS-TRIAL-FOUND-SUB)
008078     MOVE OutputField3 TO WS-TRIAL-TBL-DATE (WS-TRIAL-FOUND-SUB).
008079 2910-EXIT.
008080     EXIT.
008081
008082*================================================================
008083 2920-APPLY-TRIAL-PROJECTION.
008084*================================================================
008085*    A LEG WHOSE KEY THE TRIAL HAS ALREADY PROJECTED A CHANGE FOR
008086*    STARTS FROM THE PROJECTED RECORD, NOT FROM OutputFile.
008087     MOVE WS-XFER-LEG-KEY TO WS-TRIAL-SEARCH-KEY
008088     PERFORM 2900-FIND-TRIAL-KEY THRU 2900-EXIT
008089     IF WS-TRIAL-FOUND-SUB = ZERO
008090         GO TO 2920-EXIT
008091     END-IF
008092     IF NOT TRIAL-TBL-PROJECTED (WS-TRIAL-FOUND-SUB)
008093         GO TO 2920-EXIT
008094     END-IF
008095     MOVE WS-TRIAL-TBL-FOUND-SW (WS-TRIAL-FOUND-SUB)
008096         TO WS-XFER-LEG-FOUND-SW
008097     IF XFER-LEG-FOUND
008098         MOVE WS-TRIAL-TBL-VALUE (WS-TRIAL-FOUND-SUB)
008099             TO WS-XFER-LEG-OLD
008100         MOVE WS-TRIAL-TBL-DATE (WS-TRIAL-FOUND-SUB)
008101             TO WS-XFER-LEG-DATE
008102     ELSE
008103         MOVE ZERO TO WS-XFER-LEG-OLD
008104         MOVE ZERO TO WS-XFER-LEG-DATE
008105     END-IF.
008106 2920-EXIT.
008107     EXIT.
008108
008109*================================================================
008110 3000-PRODUCE-BALANCE-RPT.
008111*================================================================
008112     MOVE WS-CURR-DATE-DISPLAY TO RPT-HDG-DATE
008113     MOVE RPT-HEADING-1 TO RPT-RECORD
008114     WRITE RPT-RECORD
008115
008116     MOVE SPACES TO RPT-RECORD
008117     WRITE RPT-RECORD
008118
008119     IF TRIAL-RUN
008120         PERFORM 3100-WRITE-TRIAL-NOTES THRU 3100-EXIT
008121     END-IF
008122
008123     IF PARTITIONED-RUN
008124         PERFORM 3200-WRITE-PARTITION-LINE THRU 3200-EXIT
008125     END-IF
008126
008127     MOVE 'RECORDS READ . . . . . . . . .' TO RPT-DTL-LABEL
008128     MOVE WS-RECORDS-READ                  TO RPT-DTL-VALUE
008129     MOVE RPT-DETAIL-LINE                  TO RPT-RECORD
008130     WRITE RPT-RECORD
008131
008132     MOVE 'RECORDS WRITTEN. . . . . . . .' TO RPT-DTL-LABEL
008133     MOVE WS-RECORDS-WRITTEN               TO RPT-DTL-VALUE
008134     MOVE RPT-DETAIL-LINE                  TO RPT-RECORD
008135     WRITE RPT-RECORD
008136
008137     MOVE 'RECORDS REPLACED . . . . . . .' TO RPT-DTL-LABEL
008138     MOVE WS-RECORDS-REPLACED              TO RPT-DTL-VALUE
008139     MOVE RPT-DETAIL-LINE                  TO RPT-RECORD
008140     WRITE RPT-RECORD
008141
008142     MOVE 'RECORDS DELETED. . . . . . . .' TO RPT-DTL-LABEL
008143     MOVE WS-RECORDS-DELETED               TO RPT-DTL-VALUE
008144     MOVE RPT-DETAIL-LINE                  TO RPT-RECORD
008145     WRITE RPT-RECORD
008146
008147     MOVE 'HASH TOTAL OF OUTPUTFIELD2 . .' TO RPT-AMT-LABEL
008148     MOVE WS-HASH-TOTAL                    TO RPT-AMT-VALUE
008149     MOVE RPT-AMOUNT-LINE                  TO RPT-RECORD
008150     WRITE RPT-RECORD
008151
008160     MOVE 'RECORDS REJECTED . . . . . . ' TO RPT-DTL-LABEL
008170     MOVE WS-RECORDS-REJECTED              TO RPT-DTL-VALUE
008180     MOVE RPT-DETAIL-LINE                  TO RPT-RECORD
008197     MOVE 'LARGE MOVEMENTS FLAGGED. . . .' TO RPT-DTL-LABEL
008198     MOVE WS-EXC-FLAGGED                   TO RPT-DTL-VALUE
008199     MOVE RPT-DETAIL-LINE                  TO RPT-RECORD
008200     WRITE RPT-RECORD
008201
008202     MOVE 'TRANSFERS POSTED . . . . . . .' TO RPT-DTL-LABEL
008203     MOVE WS-TRANSFERS-POSTED              TO RPT-DTL-VALUE
008204     MOVE RPT-DETAIL-LINE                  TO RPT-RECORD
008205     WRITE RPT-RECORD
008206
008207     MOVE 'TRANSFERS REJECTED (REASON 09)' TO RPT-DTL-LABEL
008208     MOVE WS-TRANSFERS-REJECTED            TO RPT-DTL-VALUE
008210     MOVE RPT-DETAIL-LINE                  TO RPT-RECORD
008211     WRITE RPT-RECORD
008212
008213     MOVE 'TRANSFER NET MOVEMENT (PROOF) ' TO RPT-AMT-LABEL
008214     MOVE WS-XFER-NET-MOVEMENT             TO RPT-AMT-VALUE
008215     MOVE RPT-AMOUNT-LINE                  TO RPT-RECORD
008216     WRITE RPT-RECORD.
008217 3000-EXIT.
008218     EXIT.
008220
008221*================================================================
008222 3100-WRITE-TRIAL-NOTES.
008223*================================================================
008224     MOVE RPT-TRIAL-LINE TO RPT-RECORD
008225     WRITE RPT-RECORD
008226     IF TRIAL-PRIOR-RUN-OPEN
008227         MOVE RPT-TRIAL-OPEN-RUN-LINE TO RPT-RECORD
008228         WRITE RPT-RECORD
008229     END-IF
008230     IF TRIAL-TABLE-FULL
008231         MOVE RPT-TRIAL-FULL-LINE TO RPT-RECORD
008232         WRITE RPT-RECORD
008233     END-IF
008234     MOVE SPACES TO RPT-RECORD
008235     WRITE RPT-RECORD.
008236 3100-EXIT.
008237     EXIT.
008238
008239*================================================================
008240 3200-WRITE-PARTITION-LINE.
008241*================================================================
008242     IF TRANSFER-PASS
008243         MOVE WS-RUN-ID TO RPT-XPASS-RUN-ID
008244         MOVE RPT-XFER-PASS-LINE TO RPT-RECORD
008245     ELSE
008246         MOVE WS-PARTITION-NO TO RPT-PART-NO
008247         IF WS-PART-LOW-KEY = SPACES
008248             MOVE '*TOP*' TO RPT-PART-LOW
008249         ELSE
008250             MOVE WS-PART-LOW-KEY TO RPT-PART-LOW
008251         END-IF
008252         IF WS-PART-HIGH-KEY = SPACES
008253             MOVE '*END*' TO RPT-PART-HIGH
008254         ELSE
008255             MOVE WS-PART-HIGH-KEY TO RPT-PART-HIGH
008257         END-IF
008258         MOVE WS-RUN-ID TO RPT-PART-RUN-ID
008259         MOVE RPT-PART-LINE TO RPT-RECORD
008260     END-IF
008261     WRITE RPT-RECORD
008262     MOVE SPACES TO RPT-RECORD
008263     WRITE RPT-RECORD.
008264 3200-EXIT.
008265     EXIT.
008266
008267*================================================================
008268 9999-WRAP-UP.
008269*================================================================
008270*    A TRIAL RUN NEVER OPENED THE POSTING FILES, AND LEAVES THE
008271*    RUN-CONTROL FILE AND CKPT-FILE'S RESTART POINT AS IT FOUND
008272*    THEM.
008273     IF NOT TRIAL-RUN
008274         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
008276     END-IF
008281     CLOSE InputFile
008285     CLOSE OutputFile
008290     CLOSE RPT-FILE
008294     CLOSE EXC-RPT-FILE
008298     CLOSE MST-FILE
008303     IF HOLD-FILE-OPEN
008307         CLOSE HOLD-FILE
008312     END-IF
008316     IF TRIAL-RUN
008321         CLOSE TRIAL-FILE
008325         GO TO 9999-EXIT
008330     END-IF
008334     CLOSE REJ-FILE
008338     CLOSE AUD-FILE
008343     CLOSE SUSP-FILE
008347     CLOSE CKPT-FILE
008352     IF TRUE-EOF-REACHED
008356         OPEN OUTPUT CKPT-FILE
008361         CLOSE CKPT-FILE
008365     END-IF.
008370 9999-EXIT.
008380     EXIT.
