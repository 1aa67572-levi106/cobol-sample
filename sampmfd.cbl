000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SampleMasterFeed.
000030 AUTHOR.        R. HARTLEY.
000040 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RH   ORIGINAL PROGRAM.  NIGHTLY ACCOUNT-MASTER FEED
000110*                  FROM THE CUSTOMER INFORMATION SYSTEM, SO NEW
000120*                  ACCOUNTS, NAME AND BRANCH CHANGES AND CLOSURES
000130*                  NO LONGER HAVE TO BE RE-KEYED ON SAMPMCRD CARDS
000140*                  (AND SAMPLE1 STOPS REJECTING REASON 07/08 WHILE
000150*                  THE MASTER CATCHES UP).  READS THE CUSTOMER
000160*                  SYSTEM'S FULL ACCOUNT FILE ON SAMPCIF (COPYBOOK
000170*                  SAMPCIF) AND MATCHES IT KEY BY KEY AGAINST THE
000180*                  ACCOUNT MASTER ON ACCTMST:
000190*                      NOT ON MASTER, ACTIVE     ADD
000200*                      NAME OR BRANCH DIFFERS    UPDATE
000210*                      CLOSED ON THE FEED        CLOSE
000220*                      MISSING FROM THE FEED     CLOSE (ABSENT)
000230*                      ACTIVE ON THE FEED BUT    REOPEN
000240*                      CLOSED ON THE MASTER
000250*                  EVERY DIFFERENCE BECOMES A SAMPMCRD CARD, SO
000260*                  THE NEXT STEP APPLIES IT THROUGH SampleMaster
000270*                  AND ITS OWN EDITS EXACTLY AS A PUNCHED CARD
000280*                  WOULD BE.  NOTHING IS EVER DELETED FROM THE
000290*                  MASTER HERE - DELETES STAY A HAND CARD.  A
000300*                  CLOSURE IS REFUSED, AND THE ACCOUNT LISTED
000310*                  INSTEAD, WHILE OutputField2 ON THE OUTPUT KSDS
000320*                  IS NOT ZERO OR A SUSPENDED TRANSACTION FOR THE
000330*                  KEY IS STILL WAITING ON SAMPSUSP.  THE SAMPFRPT
000340*                  REPORT LISTS EVERY CHANGE WITH ITS BEFORE AND
000350*                  AFTER VALUES.  IF THE ACCOUNTS CHANGED COME TO
000360*                  MORE THAN THE SAFETY-LIMIT PERCENT OF THE
000370*                  MASTER (SAMPFPRM, DEFAULT 5), OR THE FEED IS
000380*                  INCOMPLETE, OUT OF ORDER OR HAS ANY RECORD IN
000390*                  ERROR (WHOSE ACCOUNT WOULD OTHERWISE LOOK
000400*                  ABSENT AND BE CLOSED), THE DECK IS LEFT EMPTY
000410*                  AND THE STEP ENDS CC 16 SO NOTHING IS APPLIED
000412*                  UNTIL SOMEBODY HAS LOOKED.  REFUSED CLOSURES
000414*                  END IT CC 8.  RUNS UNDER JCL MEMBER SAMPM020.
000430*================================================================
000440
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.  IBM-370.
000480 OBJECT-COMPUTER.  IBM-370.
000490
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT OPTIONAL CIF-FILE ASSIGN TO SAMPCIF
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-CIF-STATUS.
000550
000560     SELECT MST-FILE ASSIGN TO ACCTMST
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS SEQUENTIAL
000590         RECORD KEY IS MST-KEY
000600         FILE STATUS IS WS-MST-STATUS.
000610
000620     SELECT OutputFile ASSIGN TO OUTPUT
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS OutputField1
000660         FILE STATUS IS WS-OUTPUT-STATUS.
000670
000680     SELECT OPTIONAL SUSP-FILE ASSIGN TO SAMPSUSP
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-SUSP-STATUS.
000710
000720     SELECT OPTIONAL FPRM-FILE ASSIGN TO SAMPFPRM
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-FPRM-STATUS.
000750
000760     SELECT MCRD-FILE ASSIGN TO SAMPMCRD
000770         ORGANIZATION IS LINE SEQUENTIAL.
000780
000790     SELECT FEED-RPT-FILE ASSIGN TO SAMPFRPT
000800         ORGANIZATION IS LINE SEQUENTIAL.
000810
000820     SELECT SORT-WORK-FILE ASSIGN TO SRTWK01.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  CIF-FILE.
000870     COPY SAMPCIF.
000880
000890 FD  MST-FILE.
000900     COPY SAMPMST.
000910
000920 FD  OutputFile.
000930     COPY SAMPREC REPLACING ==SAMP-RECORD== BY ==OutputRecord==
000940                            ==SAMP-FIELD1== BY ==OutputField1==
000950                            ==SAMP-FIELD2== BY ==OutputField2==.
000960     05  OutputField3                PIC 9(08).
000970
000980 FD  SUSP-FILE.
000990 01  SUSP-RECORD                     PIC X(21).
001000
001010 FD  FPRM-FILE.
001020 01  FPRM-RECORD.
001030     05  FPRM-LIMIT-PCT              PIC X(03).
001040     05  FPRM-OVERRIDE               PIC X(01).
001050
001060*    SAME CARD SampleMaster READS ON SAMPMCRD.
001070 FD  MCRD-FILE.
001080 01  MCRD-RECORD.
001090     05  MCRD-ACTION                 PIC X(01).
001100     05  FILLER                      PIC X(01).
001110     05  MCRD-KEY                    PIC X(10).
001120     05  FILLER                      PIC X(01).
001130     05  MCRD-NAME                   PIC X(20).
001140     05  FILLER                      PIC X(01).
001150     05  MCRD-BRANCH                 PIC X(05).
001160
001170 FD  FEED-RPT-FILE.
001180 01  FEED-RPT-RECORD                 PIC X(80).
001190
001200 SD  SORT-WORK-FILE.
001210 01  SSK-RECORD.
001220     05  SSK-KEY                     PIC X(10).
001230     05  FILLER                      PIC X(11).
001240
001250 WORKING-STORAGE SECTION.
001260*----------------------------------------------------------------
001270* SWITCHES
001280*----------------------------------------------------------------
001290 01  WS-SWITCHES.
001300     05  WS-RUN-REFUSED-SW       PIC X(01)      VALUE 'N'.
001310         88  RUN-REFUSED                        VALUE 'Y'.
001320     05  WS-OVER-LIMIT-SW        PIC X(01)      VALUE 'N'.
001330         88  OVER-SAFETY-LIMIT                  VALUE 'Y'.
001340     05  WS-OVERRIDE-SW          PIC X(01)      VALUE 'N'.
001350         88  LIMIT-OVERRIDDEN                   VALUE 'Y'.
001360     05  WS-FEED-READY-SW        PIC X(01)      VALUE 'N'.
001370         88  FEED-READY                         VALUE 'Y'.
001380     05  WS-TRAILER-SW           PIC X(01)      VALUE 'N'.
001390         88  TRAILER-SEEN                       VALUE 'Y'.
001400     05  WS-ACCT-CHANGED-SW      PIC X(01)      VALUE 'N'.
001410         88  ACCOUNT-CHANGED                    VALUE 'Y'.
001420
001430*----------------------------------------------------------------
001440* FILE STATUS CODES
001450*----------------------------------------------------------------
001460 01  WS-FILE-STATUSES.
001470     05  WS-CIF-STATUS           PIC X(02)      VALUE '00'.
001480         88  CIF-STATUS-OK                      VALUE '00'.
001490     05  WS-MST-STATUS           PIC X(02)      VALUE '00'.
001500         88  MST-STATUS-OK                      VALUE '00'.
001510         88  MST-STATUS-NOFILE                  VALUE '35'.
001520     05  WS-OUTPUT-STATUS        PIC X(02)      VALUE '00'.
001530         88  OUTPUT-STATUS-OK                   VALUE '00'.
001540         88  OUTPUT-STATUS-NOFILE               VALUE '35'.
001550     05  WS-SUSP-STATUS          PIC X(02)      VALUE '00'.
001560         88  SUSP-STATUS-OK                     VALUE '00'.
001570     05  WS-FPRM-STATUS          PIC X(02)      VALUE '00'.
001580         88  FPRM-STATUS-OK                     VALUE '00'.
001590
001600*----------------------------------------------------------------
001610* MATCH KEYS - HIGH-VALUES ONCE A FILE IS EXHAUSTED, SO THE
001620* OTHER FILE'S REMAINING KEYS ALWAYS COMPARE LOW.
001630*----------------------------------------------------------------
001640 01  WS-FEED-KEY                 PIC X(10)  VALUE SPACES.
001650 01  WS-MST-KEY                  PIC X(10)  VALUE SPACES.
001660 01  WS-SUSP-KEY                 PIC X(10)  VALUE SPACES.
001670 01  WS-PRIOR-FEED-KEY           PIC X(10)  VALUE LOW-VALUES.
001680
001690*----------------------------------------------------------------
001700* CURRENT FEED DETAIL AND THE ACCOUNT BEING CHANGED
001710*----------------------------------------------------------------
001720 01  WS-FEED-ACCOUNT.
001730     05  WS-FEED-NAME            PIC X(20)  VALUE SPACES.
001740     05  WS-FEED-BRANCH          PIC X(05)  VALUE SPACES.
001750     05  WS-FEED-STATUS          PIC X(01)  VALUE SPACE.
001760         88  FEED-ACTIVE                        VALUE 'A'.
001770         88  FEED-CLOSED                        VALUE 'C'.
001780
001790 01  WS-CHG-ACCOUNT.
001800     05  WS-CHG-KEY              PIC X(10)  VALUE SPACES.
001810     05  WS-CHG-ACTION           PIC X(07)  VALUE SPACES.
001820     05  WS-CHG-OLD-NAME         PIC X(20)  VALUE SPACES.
001830     05  WS-CHG-OLD-BRANCH       PIC X(05)  VALUE SPACES.
001840     05  WS-CHG-OLD-STATUS       PIC X(01)  VALUE SPACE.
001850     05  WS-CHG-NEW-NAME         PIC X(20)  VALUE SPACES.
001860     05  WS-CHG-NEW-BRANCH       PIC X(05)  VALUE SPACES.
001870     05  WS-CHG-NEW-STATUS       PIC X(01)  VALUE SPACE.
001880
001890*----------------------------------------------------------------
001900* CLOSURE CHECK - BALANCE ON OUTPUT AND ITEMS WAITING ON SUSPENSE
001910*----------------------------------------------------------------
001920 77  WS-CLOSE-BALANCE            PIC S9(07)V99 COMP VALUE ZERO.
001930 77  WS-CLOSE-SUSP-ITEMS         PIC 9(07)  COMP    VALUE ZERO.
001940
001950*----------------------------------------------------------------
001960* SAFETY LIMIT
001970*----------------------------------------------------------------
001980 77  WS-LIMIT-PCT                PIC 9(03)V99       VALUE 5.
001990 77  WS-CHANGE-PCT               PIC 9(03)V99       VALUE ZERO.
002000
002010*----------------------------------------------------------------
002020* RUN COUNTERS
002030*----------------------------------------------------------------
002040 77  WS-FEED-DETAILS             PIC 9(09)  COMP    VALUE ZERO.
002050 77  WS-FEED-ERRORS              PIC 9(07)  COMP    VALUE ZERO.
002060 77  WS-TRAILER-COUNT            PIC 9(09)  COMP    VALUE ZERO.
002070 77  WS-MST-READ                 PIC 9(07)  COMP    VALUE ZERO.
002080 77  WS-ACCOUNTS-ADDED           PIC 9(07)  COMP    VALUE ZERO.
002090 77  WS-ACCOUNTS-UPDATED         PIC 9(07)  COMP    VALUE ZERO.
002100 77  WS-ACCOUNTS-CLOSED          PIC 9(07)  COMP    VALUE ZERO.
002110 77  WS-ACCOUNTS-REOPENED        PIC 9(07)  COMP    VALUE ZERO.
002120 77  WS-CLOSURES-REFUSED         PIC 9(07)  COMP    VALUE ZERO.
002130 77  WS-CLOSED-NOT-ON-MST        PIC 9(07)  COMP    VALUE ZERO.
002140 77  WS-ACCOUNTS-CHANGED         PIC 9(07)  COMP    VALUE ZERO.
002150 77  WS-CARDS-WRITTEN            PIC 9(07)  COMP    VALUE ZERO.
002160
002170*----------------------------------------------------------------
002180* FEED REPORT PRINT-IMAGE LINES
002190*----------------------------------------------------------------
002200 01  RPT-HEADING-1.
002210     05  FILLER                  PIC X(22)  VALUE
002220         'SAMPLEMASTER FEED    '.
002230     05  FILLER                  PIC X(08)  VALUE SPACES.
002240     05  RPT-HDG-DATE            PIC X(10)  VALUE SPACES.
002250     05  FILLER                  PIC X(40)  VALUE SPACES.
002260
002270 01  RPT-HEADING-2.
002280     05  FILLER                  PIC X(40)  VALUE
002290         'ACTION KEY        NAME ON MASTER       B'.
002300     05  FILLER                  PIC X(40)  VALUE
002310         'RNCH S  NAME AFTER CHANGE    BRNCH S    '.
002320
002330 01  RPT-CHANGE-LINE.
002340     05  RPT-CHG-ACTION          PIC X(07)  VALUE SPACES.
002350     05  RPT-CHG-KEY             PIC X(10)  VALUE SPACES.
002360     05  FILLER                  PIC X(01)  VALUE SPACE.
002370     05  RPT-CHG-OLD-NAME        PIC X(20)  VALUE SPACES.
002380     05  FILLER                  PIC X(01)  VALUE SPACE.
002390     05  RPT-CHG-OLD-BRANCH      PIC X(05)  VALUE SPACES.
002400     05  FILLER                  PIC X(01)  VALUE SPACE.
002410     05  RPT-CHG-OLD-STATUS      PIC X(01)  VALUE SPACE.
002420     05  FILLER                  PIC X(02)  VALUE SPACES.
002430     05  RPT-CHG-NEW-NAME        PIC X(20)  VALUE SPACES.
002440     05  FILLER                  PIC X(01)  VALUE SPACE.
002450     05  RPT-CHG-NEW-BRANCH      PIC X(05)  VALUE SPACES.
002460     05  FILLER                  PIC X(01)  VALUE SPACE.
002470     05  RPT-CHG-NEW-STATUS      PIC X(01)  VALUE SPACE.
002480     05  FILLER                  PIC X(04)  VALUE SPACES.
002490
002500 01  RPT-REFUSED-LINE.
002510     05  FILLER                  PIC X(11)  VALUE 'NOT CLOSED '.
002520     05  RPT-REF-KEY             PIC X(10)  VALUE SPACES.
002530     05  FILLER                  PIC X(02)  VALUE SPACES.
002540     05  RPT-REF-BALANCE         PIC ZZZ,ZZZ,ZZ9.99-  VALUE ZERO.
002550     05  FILLER                  PIC X(02)  VALUE SPACES.
002560     05  RPT-REF-SUSP-ITEMS      PIC ZZZ,ZZ9  VALUE ZERO.
002570     05  FILLER                  PIC X(02)  VALUE SPACES.
002580     05  RPT-REF-TEXT            PIC X(28)  VALUE SPACES.
002590     05  FILLER                  PIC X(03)  VALUE SPACES.
002600
002610 01  RPT-ERROR-LINE.
002620     05  FILLER                  PIC X(11)  VALUE 'FEED ERROR '.
002630     05  RPT-ERR-KEY             PIC X(10)  VALUE SPACES.
002640     05  FILLER                  PIC X(02)  VALUE SPACES.
002650     05  RPT-ERR-TEXT            PIC X(35)  VALUE SPACES.
002660     05  FILLER                  PIC X(22)  VALUE SPACES.
002670
002680 01  RPT-MSG-LINE.
002690     05  RPT-MSG-TEXT            PIC X(56)  VALUE SPACES.
002700     05  FILLER                  PIC X(01)  VALUE SPACE.
002710     05  RPT-MSG-KEY             PIC X(10)  VALUE SPACES.
002720     05  FILLER                  PIC X(13)  VALUE SPACES.
002730
002740 01  RPT-DETAIL-LINE.
002750     05  RPT-LABEL               PIC X(30)  VALUE SPACES.
002760     05  RPT-VALUE               PIC ZZZ,ZZZ,ZZ9  VALUE ZERO.
002770     05  FILLER                  PIC X(39)  VALUE SPACES.
002780
002790 01  RPT-PCT-LINE.
002800     05  RPT-PCT-LABEL           PIC X(30)  VALUE SPACES.
002810     05  RPT-PCT-VALUE           PIC ZZZ,ZZZ,ZZ9.99  VALUE ZERO.
002820     05  FILLER                  PIC X(36)  VALUE SPACES.
002830
002840 01  WS-CURRENT-DATE.
002850     05  WS-CURR-YYYY            PIC 9(04).
002860     05  WS-CURR-MM              PIC 9(02).
002870     05  WS-CURR-DD              PIC 9(02).
002880
002890 01  WS-CURR-DATE-DISPLAY        PIC X(10)  VALUE SPACES.
002900
002910 PROCEDURE DIVISION.
002920*================================================================
002930 0000-MAINLINE.
002940*================================================================
002950     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002960     IF NOT RUN-REFUSED
002970         SORT SORT-WORK-FILE
002980             ON ASCENDING KEY SSK-KEY
002990             USING SUSP-FILE
003000             OUTPUT PROCEDURE IS 2000-COMPARE-FEED
003010                 THRU 2099-EXIT
003020     END-IF
003030     IF NOT RUN-REFUSED
003040         PERFORM 3000-CHECK-SAFETY-LIMIT THRU 3000-EXIT
003050     END-IF
003060     IF RUN-REFUSED OR OVER-SAFETY-LIMIT
003070         PERFORM 8200-EMPTY-DECK THRU 8200-EXIT
003080     END-IF
003090     PERFORM 4000-PRODUCE-SUMMARY THRU 4000-EXIT
003100     PERFORM 9000-WRITE-VERDICT THRU 9000-EXIT
003110     PERFORM 9999-WRAP-UP THRU 9999-EXIT
003120     STOP RUN.
003130
003140*================================================================
003150 1000-INITIALIZE.
003160*================================================================
003170     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
003180     MOVE WS-CURR-YYYY TO WS-CURR-DATE-DISPLAY(1:4)
003190     MOVE '/'           TO WS-CURR-DATE-DISPLAY(5:1)
003200     MOVE WS-CURR-MM    TO WS-CURR-DATE-DISPLAY(6:2)
003210     MOVE '/'           TO WS-CURR-DATE-DISPLAY(8:1)
003220     MOVE WS-CURR-DD    TO WS-CURR-DATE-DISPLAY(9:2)
003230     OPEN OUTPUT FEED-RPT-FILE
003240     OPEN OUTPUT MCRD-FILE
003250     MOVE WS-CURR-DATE-DISPLAY TO RPT-HDG-DATE
003260     MOVE RPT-HEADING-1 TO FEED-RPT-RECORD
003270     WRITE FEED-RPT-RECORD
003280     MOVE SPACES TO FEED-RPT-RECORD
003290     WRITE FEED-RPT-RECORD
003300     PERFORM 1070-GET-PARAMETERS THRU 1070-EXIT
003310*    THE MASTER IS WHAT THE FEED IS MATCHED AGAINST AND OUTPUT IS
003320*    WHERE A CLOSURE'S BALANCE IS PROVED ZERO - WITHOUT EITHER,
003330*    AND WITHOUT THE FEED ITSELF, NOTHING CAN BE DECIDED.
003340     OPEN INPUT MST-FILE
003350     IF NOT MST-STATUS-OK
003360         MOVE 'ACCOUNT MASTER NOT FOUND ON ACCTMST - FEED REFUSED'
003370             TO RPT-MSG-TEXT
003380         PERFORM 8100-REFUSE-RUN THRU 8100-EXIT
003390     END-IF
003400     OPEN INPUT OutputFile
003410     IF NOT OUTPUT-STATUS-OK
003420         MOVE 'OUTPUT KSDS NOT FOUND - BALANCES CANNOT BE CHECKED'
003430             TO RPT-MSG-TEXT
003440         PERFORM 8100-REFUSE-RUN THRU 8100-EXIT
003450     END-IF
003460     OPEN INPUT CIF-FILE
003470     IF NOT CIF-STATUS-OK
003480         MOVE 'CUSTOMER ACCOUNT FEED NOT FOUND ON SAMPCIF'
003490             TO RPT-MSG-TEXT
003500         PERFORM 8100-REFUSE-RUN THRU 8100-EXIT
003510     END-IF
003520     IF RUN-REFUSED
003530         GO TO 1000-EXIT
003540     END-IF
003550     MOVE RPT-HEADING-2 TO FEED-RPT-RECORD
003560     WRITE FEED-RPT-RECORD.
003570 1000-EXIT.
003580     EXIT.
003590
003600*================================================================
003610 1070-GET-PARAMETERS.
003620*================================================================
003630*    SAMPFPRM IS OPTIONAL.  COLUMNS 1-3 ARE THE SAFETY LIMIT - THE
003640*    MOST ACCOUNTS ONE FEED MAY CHANGE, AS A WHOLE PERCENT OF THE
003650*    MASTER (DEFAULT 5).  'Y' IN COLUMN 4 LETS A FEED OVER THE
003660*    LIMIT APPLY ONCE IT HAS BEEN REVIEWED - THE FIRST LOAD OF AN
003670*    EMPTY MASTER, OR A BRANCH REORGANIZATION.
003680     OPEN INPUT FPRM-FILE
003690     IF NOT FPRM-STATUS-OK
003700         GO TO 1070-EXIT
003710     END-IF
003720     READ FPRM-FILE
003730         AT END
003740             MOVE SPACES TO FPRM-RECORD
003750     END-READ
003760     CLOSE FPRM-FILE
003770     IF FPRM-LIMIT-PCT NUMERIC
003780      AND FPRM-LIMIT-PCT NOT = ZERO
003790         MOVE FPRM-LIMIT-PCT TO WS-LIMIT-PCT
003800     END-IF
003810     IF FPRM-OVERRIDE = 'Y'
003820         MOVE 'Y' TO WS-OVERRIDE-SW
003830     END-IF.
003840 1070-EXIT.
003850     EXIT.
003860
003870*================================================================
003880 2000-COMPARE-FEED.
003890*================================================================
003900*    OUTPUT PROCEDURE OF THE SUSPENSE SORT.  THE FEED AND THE
003910*    MASTER ARE BOTH IN KEY ORDER, AND THE SUSPENSE KEYS COME
003920*    BACK FROM THE SORT IN KEY ORDER, SO ALL THREE ARE MATCHED
003930*    IN ONE PASS.
003940     MOVE LOW-VALUES TO WS-SUSP-KEY
003950     PERFORM 2100-READ-FEED THRU 2100-EXIT
003960     PERFORM 2200-READ-MASTER THRU 2200-EXIT
003970     PERFORM 2300-MATCH-ACCOUNT THRU 2300-EXIT
003980         UNTIL RUN-REFUSED
003990            OR (WS-FEED-KEY = HIGH-VALUES
004000           AND WS-MST-KEY = HIGH-VALUES)
004010     IF NOT RUN-REFUSED
004020         PERFORM 2900-CHECK-TRAILER THRU 2900-EXIT
004030     END-IF
004031*    A DETAIL SKIPPED FOR ITS EDITS LEAVES ITS ACCOUNT LOOKING
004032*    ABSENT FROM THE FEED, AND 2600 WOULD CLOSE IT - SO ANY
004033*    RECORD IN ERROR REFUSES THE FEED ONCE ALL ARE LISTED.
004034     IF NOT RUN-REFUSED
004035      AND WS-FEED-ERRORS > ZERO
004036         MOVE 'SAMPCIF HAS RECORDS IN ERROR - FEED REFUSED'
004037             TO RPT-MSG-TEXT
004038         MOVE SPACES TO RPT-MSG-KEY
004039         PERFORM 8100-REFUSE-RUN THRU 8100-EXIT
004040     END-IF
004041     GO TO 2099-EXIT.
004050
004060*================================================================
004070 2010-RETURN-SUSPENSE.
004080*================================================================
004090     RETURN SORT-WORK-FILE
004100         AT END
004110             MOVE HIGH-VALUES TO WS-SUSP-KEY
004120         NOT AT END
004130             MOVE SSK-KEY TO WS-SUSP-KEY
004140     END-RETURN.
004150 2010-EXIT.
004160     EXIT.
004170
004180*================================================================
004190 2100-READ-FEED.
004200*================================================================
004210*    SKIPS PAST ANY DETAIL THAT FAILS ITS EDITS TO THE NEXT GOOD
004220*    ONE, OR TO END OF FILE.  THE ERRORS ARE COUNTED AND REFUSE
004225*    THE FEED AT THE END OF THE PASS.
004230     MOVE 'N' TO WS-FEED-READY-SW
004240     PERFORM 2110-READ-FEED-RECORD THRU 2110-EXIT
004250         UNTIL FEED-READY OR RUN-REFUSED.
004260 2100-EXIT.
004270     EXIT.
004280
004290*================================================================
004300 2110-READ-FEED-RECORD.
004310*================================================================
004320     READ CIF-FILE
004330         AT END
004340             MOVE HIGH-VALUES TO WS-FEED-KEY
004350             MOVE 'Y' TO WS-FEED-READY-SW
004360             GO TO 2110-EXIT
004370     END-READ
004380     IF TRAILER-SEEN
004390         MOVE 'RECORDS AFTER THE SAMPCIF TRAILER - FEED REFUSED'
004400             TO RPT-MSG-TEXT
004410         MOVE SPACES TO RPT-MSG-KEY
004420         PERFORM 8100-REFUSE-RUN THRU 8100-EXIT
004430         GO TO 2110-EXIT
004440     END-IF
004450     IF CIF-TRAILER
004460         MOVE 'Y' TO WS-TRAILER-SW
004470         IF CIF-TRL-COUNT NUMERIC
004480             MOVE CIF-TRL-COUNT TO WS-TRAILER-COUNT
004490         ELSE
004500             MOVE 'TRAILER COUNT NOT NUMERIC - FEED REFUSED'
004510                 TO RPT-MSG-TEXT
004520             MOVE SPACES TO RPT-MSG-KEY
004530             PERFORM 8100-REFUSE-RUN THRU 8100-EXIT
004540         END-IF
004550         GO TO 2110-EXIT
004560     END-IF
004570     IF NOT CIF-DETAIL
004580         MOVE 'UNKNOWN RECORD TYPE' TO RPT-ERR-TEXT
004590         PERFORM 2860-WRITE-FEED-ERROR THRU 2860-EXIT
004600         GO TO 2110-EXIT
004610     END-IF
004620     ADD 1 TO WS-FEED-DETAILS
004630     IF CIF-KEY = SPACES
004640         MOVE 'BLANK ACCOUNT KEY' TO RPT-ERR-TEXT
004650         PERFORM 2860-WRITE-FEED-ERROR THRU 2860-EXIT
004660         GO TO 2110-EXIT
004670     END-IF
004680     IF NOT CIF-STATUS-VALID
004690         MOVE 'STATUS MUST BE A OR C' TO RPT-ERR-TEXT
004700         PERFORM 2860-WRITE-FEED-ERROR THRU 2860-EXIT
004710         GO TO 2110-EXIT
004720     END-IF
004730*    A KEY OUT OF ORDER (OR REPEATED) WOULD MAKE EVERY LATER
004740*    MATCH WRONG - THE WHOLE FEED IS REFUSED RATHER THAN CLOSING
004750*    ACCOUNTS IT ONLY SEEMS TO HAVE LEFT OUT.
004760     IF CIF-KEY NOT > WS-PRIOR-FEED-KEY
004770         MOVE 'SAMPCIF OUT OF KEY ORDER - FEED REFUSED AT'
004780             TO RPT-MSG-TEXT
004790         MOVE CIF-KEY TO RPT-MSG-KEY
004800         PERFORM 8100-REFUSE-RUN THRU 8100-EXIT
004810         GO TO 2110-EXIT
004820     END-IF
004830     MOVE CIF-KEY    TO WS-PRIOR-FEED-KEY
004840     MOVE CIF-KEY    TO WS-FEED-KEY
004850     MOVE CIF-NAME   TO WS-FEED-NAME
004860     MOVE CIF-BRANCH TO WS-FEED-BRANCH
004870     MOVE CIF-STATUS TO WS-FEED-STATUS
004880     MOVE 'Y' TO WS-FEED-READY-SW.
004890 2110-EXIT.
004900     EXIT.
004910
004920*================================================================
004930 2200-READ-MASTER.
004940*================================================================
004950     READ MST-FILE
004960         AT END
004970             MOVE HIGH-VALUES TO WS-MST-KEY
004980         NOT AT END
004990             ADD 1 TO WS-MST-READ
005000             MOVE MST-KEY TO WS-MST-KEY
005010     END-READ.
005020 2200-EXIT.
005030     EXIT.
005040
005050*================================================================
005060 2300-MATCH-ACCOUNT.
005070*================================================================
005080     EVALUATE TRUE
005090         WHEN WS-FEED-KEY < WS-MST-KEY
005100             PERFORM 2400-NEW-ACCOUNT THRU 2400-EXIT
005110             PERFORM 2100-READ-FEED THRU 2100-EXIT
005120         WHEN WS-FEED-KEY = WS-MST-KEY
005130             PERFORM 2500-MATCHED-ACCOUNT THRU 2500-EXIT
005140             PERFORM 2100-READ-FEED THRU 2100-EXIT
005150             PERFORM 2200-READ-MASTER THRU 2200-EXIT
005160         WHEN OTHER
005170             PERFORM 2600-ACCOUNT-NOT-ON-FEED THRU 2600-EXIT
005180             PERFORM 2200-READ-MASTER THRU 2200-EXIT
005190     END-EVALUATE.
005200 2300-EXIT.
005210     EXIT.
005220
005230*================================================================
005240 2400-NEW-ACCOUNT.
005250*================================================================
005260*    AN ACCOUNT THE CUSTOMER SYSTEM HAS ALREADY CLOSED IS NOT
005270*    WORTH ADDING JUST TO CLOSE IT.
005280     IF FEED-CLOSED
005290         ADD 1 TO WS-CLOSED-NOT-ON-MST
005300         GO TO 2400-EXIT
005310     END-IF
005320     MOVE WS-FEED-KEY    TO WS-CHG-KEY
005330     MOVE 'ADD'          TO WS-CHG-ACTION
005340     MOVE SPACES         TO WS-CHG-OLD-NAME
005350     MOVE SPACES         TO WS-CHG-OLD-BRANCH
005360     MOVE SPACE          TO WS-CHG-OLD-STATUS
005370     MOVE WS-FEED-NAME   TO WS-CHG-NEW-NAME
005380     MOVE WS-FEED-BRANCH TO WS-CHG-NEW-BRANCH
005390     MOVE 'A'            TO WS-CHG-NEW-STATUS
005400     PERFORM 2800-WRITE-CHANGE THRU 2800-EXIT
005410     ADD 1 TO WS-ACCOUNTS-ADDED
005420     ADD 1 TO WS-ACCOUNTS-CHANGED.
005430 2400-EXIT.
005440     EXIT.
005450
005460*================================================================
005470 2500-MATCHED-ACCOUNT.
005480*================================================================
005490*    A BLANK NAME OR BRANCH ON THE FEED LEAVES THE MASTER'S AS IT
005500*    STANDS - THE SAME RULE SampleMaster APPLIES TO AN UPDATE
005510*    CARD.
005520     MOVE 'N'        TO WS-ACCT-CHANGED-SW
005530     MOVE WS-MST-KEY TO WS-CHG-KEY
005540     MOVE MST-NAME   TO WS-CHG-OLD-NAME
005550     MOVE MST-BRANCH TO WS-CHG-OLD-BRANCH
005560     MOVE MST-STATUS TO WS-CHG-OLD-STATUS
005570     MOVE MST-NAME   TO WS-CHG-NEW-NAME
005580     MOVE MST-BRANCH TO WS-CHG-NEW-BRANCH
005590     MOVE MST-STATUS TO WS-CHG-NEW-STATUS
005600     IF WS-FEED-NAME NOT = SPACES
005610      AND WS-FEED-NAME NOT = MST-NAME
005620         MOVE WS-FEED-NAME TO WS-CHG-NEW-NAME
005630         MOVE 'Y' TO WS-ACCT-CHANGED-SW
005640     END-IF
005650     IF WS-FEED-BRANCH NOT = SPACES
005660      AND WS-FEED-BRANCH NOT = MST-BRANCH
005670         MOVE WS-FEED-BRANCH TO WS-CHG-NEW-BRANCH
005680         MOVE 'Y' TO WS-ACCT-CHANGED-SW
005690     END-IF
005700     IF ACCOUNT-CHANGED
005710         MOVE 'UPDATE' TO WS-CHG-ACTION
005720         PERFORM 2800-WRITE-CHANGE THRU 2800-EXIT
005730         ADD 1 TO WS-ACCOUNTS-UPDATED
005740         MOVE WS-CHG-NEW-NAME   TO WS-CHG-OLD-NAME
005750         MOVE WS-CHG-NEW-BRANCH TO WS-CHG-OLD-BRANCH
005760     END-IF
005770     IF FEED-CLOSED AND MST-ACTIVE
005780         MOVE 'CLOSE' TO WS-CHG-ACTION
005790         PERFORM 2700-CLOSE-ACCOUNT THRU 2700-EXIT
005800     END-IF
005810     IF FEED-ACTIVE AND MST-CLOSED
005820         MOVE 'REOPEN' TO WS-CHG-ACTION
005830         MOVE 'A' TO WS-CHG-NEW-STATUS
005840         PERFORM 2800-WRITE-CHANGE THRU 2800-EXIT
005850         ADD 1 TO WS-ACCOUNTS-REOPENED
005860         MOVE 'Y' TO WS-ACCT-CHANGED-SW
005870     END-IF
005880     IF ACCOUNT-CHANGED
005890         ADD 1 TO WS-ACCOUNTS-CHANGED
005900     END-IF.
005910 2500-EXIT.
005920     EXIT.
005930
005940*================================================================
005950 2600-ACCOUNT-NOT-ON-FEED.
005960*================================================================
005970*    THE FEED IS THE CUSTOMER SYSTEM'S WHOLE ACCOUNT FILE, SO AN
005980*    ACTIVE ACCOUNT MISSING FROM IT HAS GONE THERE - IT IS CLOSED
005990*    HERE THE SAME AS ONE SENT WITH STATUS C.
006000     IF NOT MST-ACTIVE
006010         GO TO 2600-EXIT
006020     END-IF
006030     MOVE 'N'        TO WS-ACCT-CHANGED-SW
006040     MOVE WS-MST-KEY TO WS-CHG-KEY
006050     MOVE 'ABSENT'   TO WS-CHG-ACTION
006060     MOVE MST-NAME   TO WS-CHG-OLD-NAME
006070     MOVE MST-BRANCH TO WS-CHG-OLD-BRANCH
006080     MOVE MST-STATUS TO WS-CHG-OLD-STATUS
006090     MOVE MST-NAME   TO WS-CHG-NEW-NAME
006100     MOVE MST-BRANCH TO WS-CHG-NEW-BRANCH
006110     PERFORM 2700-CLOSE-ACCOUNT THRU 2700-EXIT
006120     IF ACCOUNT-CHANGED
006130         ADD 1 TO WS-ACCOUNTS-CHANGED
006140     END-IF.
006150 2600-EXIT.
006160     EXIT.
006170
006180*================================================================
006190 2700-CLOSE-ACCOUNT.
006200*================================================================
006210*    A CLOSED ACCOUNT MUST NOT STRAND MONEY - NOT A BALANCE STILL
006220*    ON OUTPUT, AND NOT A SUSPENDED TRANSACTION THAT WOULD REJECT
006230*    REASON 08 THE DAY ITS HOLD IS RELEASED.  EITHER ONE LEAVES
006240*    THE ACCOUNT OPEN AND LISTED FOR OPERATIONS TO CLEAR.
006250     MOVE WS-CHG-KEY TO OutputField1
006260     READ OutputFile
006270         INVALID KEY
006280             MOVE ZERO TO WS-CLOSE-BALANCE
006290         NOT INVALID KEY
006300             MOVE OutputField2 TO WS-CLOSE-BALANCE
006310     END-READ
006320     MOVE ZERO TO WS-CLOSE-SUSP-ITEMS
006330     PERFORM 2010-RETURN-SUSPENSE THRU 2010-EXIT
006340         UNTIL WS-SUSP-KEY NOT < WS-CHG-KEY
006350     PERFORM 2710-COUNT-SUSPENSE-ITEM THRU 2710-EXIT
006360         UNTIL WS-SUSP-KEY NOT = WS-CHG-KEY
006370     IF WS-CLOSE-BALANCE NOT = ZERO
006380      OR WS-CLOSE-SUSP-ITEMS > ZERO
006390         PERFORM 2870-WRITE-REFUSED-CLOSE THRU 2870-EXIT
006400         GO TO 2700-EXIT
006410     END-IF
006420     MOVE 'C' TO WS-CHG-NEW-STATUS
006430     PERFORM 2800-WRITE-CHANGE THRU 2800-EXIT
006440     ADD 1 TO WS-ACCOUNTS-CLOSED
006450     MOVE 'Y' TO WS-ACCT-CHANGED-SW.
006460 2700-EXIT.
006470     EXIT.
006480
006490*================================================================
006500 2710-COUNT-SUSPENSE-ITEM.
006510*================================================================
006520     ADD 1 TO WS-CLOSE-SUSP-ITEMS
006530     PERFORM 2010-RETURN-SUSPENSE THRU 2010-EXIT.
006540 2710-EXIT.
006550     EXIT.
006560
006570*================================================================
006580 2800-WRITE-CHANGE.
006590*================================================================
006600*    ONE SAMPMCRD CARD AND ONE BEFORE/AFTER REPORT LINE FROM THE
006610*    WS-CHG FIELDS THE CALLER HAS SET.
006620     MOVE SPACES            TO MCRD-RECORD
006630     MOVE WS-CHG-KEY        TO MCRD-KEY
006640     MOVE WS-CHG-NEW-NAME   TO MCRD-NAME
006650     MOVE WS-CHG-NEW-BRANCH TO MCRD-BRANCH
006660     EVALUATE TRUE
006670         WHEN WS-CHG-ACTION = 'ADD'
006680             MOVE 'A' TO MCRD-ACTION
006690         WHEN WS-CHG-ACTION = 'UPDATE'
006700             MOVE 'U' TO MCRD-ACTION
006710         WHEN WS-CHG-ACTION = 'REOPEN'
006720             MOVE 'R' TO MCRD-ACTION
006730         WHEN OTHER
006740             MOVE 'C' TO MCRD-ACTION
006750     END-EVALUATE
006760     WRITE MCRD-RECORD
006770     ADD 1 TO WS-CARDS-WRITTEN
006780     MOVE WS-CHG-ACTION     TO RPT-CHG-ACTION
006790     MOVE WS-CHG-KEY        TO RPT-CHG-KEY
006800     MOVE WS-CHG-OLD-NAME   TO RPT-CHG-OLD-NAME
006810     MOVE WS-CHG-OLD-BRANCH TO RPT-CHG-OLD-BRANCH
006820     MOVE WS-CHG-OLD-STATUS TO RPT-CHG-OLD-STATUS
006830     MOVE WS-CHG-NEW-NAME   TO RPT-CHG-NEW-NAME
006840     MOVE WS-CHG-NEW-BRANCH TO RPT-CHG-NEW-BRANCH
006850     MOVE WS-CHG-NEW-STATUS TO RPT-CHG-NEW-STATUS
006860     MOVE RPT-CHANGE-LINE   TO FEED-RPT-RECORD
006870     WRITE FEED-RPT-RECORD.
006880 2800-EXIT.
006890     EXIT.
006900
006910*================================================================
006920 2860-WRITE-FEED-ERROR.
006930*================================================================
006940     ADD 1 TO WS-FEED-ERRORS
006950     MOVE CIF-KEY TO RPT-ERR-KEY
006960     MOVE RPT-ERROR-LINE TO FEED-RPT-RECORD
006970     WRITE FEED-RPT-RECORD.
006980 2860-EXIT.
006990     EXIT.
007000
007010*================================================================
007020 2870-WRITE-REFUSED-CLOSE.
007030*================================================================
007040     ADD 1 TO WS-CLOSURES-REFUSED
007050     MOVE WS-CHG-KEY          TO RPT-REF-KEY
007060     MOVE WS-CLOSE-BALANCE    TO RPT-REF-BALANCE
007070     MOVE WS-CLOSE-SUSP-ITEMS TO RPT-REF-SUSP-ITEMS
007080     EVALUATE TRUE
007090         WHEN WS-CLOSE-BALANCE NOT = ZERO
007100          AND WS-CLOSE-SUSP-ITEMS > ZERO
007110             MOVE 'BALANCE AND SUSPENSE PENDING' TO RPT-REF-TEXT
007120         WHEN WS-CLOSE-BALANCE NOT = ZERO
007130             MOVE 'BALANCE NOT ZERO' TO RPT-REF-TEXT
007140         WHEN OTHER
007150             MOVE 'SUSPENSE ITEMS PENDING' TO RPT-REF-TEXT
007160     END-EVALUATE
007170     MOVE RPT-REFUSED-LINE TO FEED-RPT-RECORD
007180     WRITE FEED-RPT-RECORD.
007190 2870-EXIT.
007200     EXIT.
007210
007220*================================================================
007230 2900-CHECK-TRAILER.
007240*================================================================
007250*    A FEED CUT SHORT IN TRANSMISSION WOULD READ AS HUNDREDS OF
007260*    ACCOUNTS GONE FROM THE CUSTOMER SYSTEM - IT MUST END WITH A
007270*    TRAILER WHOSE COUNT AGREES.
007280     IF NOT TRAILER-SEEN
007290         MOVE 'SAMPCIF HAS NO TRAILER - FEED INCOMPLETE, REFUSED'
007300             TO RPT-MSG-TEXT
007310         MOVE SPACES TO RPT-MSG-KEY
007320         PERFORM 8100-REFUSE-RUN THRU 8100-EXIT
007330         GO TO 2900-EXIT
007340     END-IF
007350     IF WS-TRAILER-COUNT NOT = WS-FEED-DETAILS
007360         MOVE 'SAMPCIF TRAILER COUNT DISAGREES - FEED REFUSED'
007370             TO RPT-MSG-TEXT
007380         MOVE SPACES TO RPT-MSG-KEY
007390         PERFORM 8100-REFUSE-RUN THRU 8100-EXIT
007400     END-IF.
007410 2900-EXIT.
007420     EXIT.
007430
007440 2099-EXIT.
007450     EXIT.
007460
007470*================================================================
007480 3000-CHECK-SAFETY-LIMIT.
007490*================================================================
007500*    THE SHARE OF THE MASTER ONE FEED WOULD CHANGE.  AN EMPTY
007510*    MASTER COUNTS AS WHOLLY CHANGED BY ANY FEED THAT ADDS TO IT.
007520     IF WS-MST-READ = ZERO
007530         IF WS-ACCOUNTS-CHANGED > ZERO
007540             MOVE 100 TO WS-CHANGE-PCT
007550         END-IF
007560     ELSE
007570         COMPUTE WS-CHANGE-PCT ROUNDED =
007580             WS-ACCOUNTS-CHANGED * 100 / WS-MST-READ
007590             ON SIZE ERROR
007600                 MOVE 999.99 TO WS-CHANGE-PCT
007610         END-COMPUTE
007620     END-IF
007630     IF WS-CHANGE-PCT NOT > WS-LIMIT-PCT
007640         GO TO 3000-EXIT
007650     END-IF
007660     IF LIMIT-OVERRIDDEN
007670         MOVE 'OVER SAFETY LIMIT - APPLIED UNDER OVERRIDE'
007680             TO RPT-MSG-TEXT
007690         MOVE SPACES TO RPT-MSG-KEY
007700         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
007710     ELSE
007720         MOVE 'Y' TO WS-OVER-LIMIT-SW
007730     END-IF.
007740 3000-EXIT.
007750     EXIT.
007760
007770*================================================================
007780 4000-PRODUCE-SUMMARY.
007790*================================================================
007800     MOVE SPACES TO FEED-RPT-RECORD
007810     WRITE FEED-RPT-RECORD
007820
007830     MOVE 'FEED DETAILS READ. . . . . . .' TO RPT-LABEL
007840     MOVE WS-FEED-DETAILS TO RPT-VALUE
007850     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT
007860
007870     MOVE 'FEED RECORDS IN ERROR. . . . .' TO RPT-LABEL
007880     MOVE WS-FEED-ERRORS TO RPT-VALUE
007890     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT
007900
007910     MOVE 'ACCOUNTS ON MASTER . . . . . .' TO RPT-LABEL
007920     MOVE WS-MST-READ TO RPT-VALUE
007930     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT
007940
007950     MOVE 'ACCOUNTS TO ADD. . . . . . . .' TO RPT-LABEL
007960     MOVE WS-ACCOUNTS-ADDED TO RPT-VALUE
007970     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT
007980
007990     MOVE 'ACCOUNTS TO UPDATE . . . . . .' TO RPT-LABEL
008000     MOVE WS-ACCOUNTS-UPDATED TO RPT-VALUE
008010     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT
008020
008030     MOVE 'ACCOUNTS TO CLOSE. . . . . . .' TO RPT-LABEL
008040     MOVE WS-ACCOUNTS-CLOSED TO RPT-VALUE
008050     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT
008060
008070     MOVE 'ACCOUNTS TO REOPEN . . . . . .' TO RPT-LABEL
008080     MOVE WS-ACCOUNTS-REOPENED TO RPT-VALUE
008090     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT
008100
008110     MOVE 'CLOSURES REFUSED . . . . . . .' TO RPT-LABEL
008120     MOVE WS-CLOSURES-REFUSED TO RPT-VALUE
008130     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT
008140
008150     MOVE 'CLOSED ON FEED, NOT MASTER . .' TO RPT-LABEL
008160     MOVE WS-CLOSED-NOT-ON-MST TO RPT-VALUE
008170     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT
008180
008190     MOVE 'ACCOUNTS CHANGED . . . . . . .' TO RPT-LABEL
008200     MOVE WS-ACCOUNTS-CHANGED TO RPT-VALUE
008210     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT
008220
008230     MOVE 'CARDS LEFT ON SAMPMCRD . . . .' TO RPT-LABEL
008240     MOVE WS-CARDS-WRITTEN TO RPT-VALUE
008250     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT
008260
008270     MOVE 'PERCENT OF MASTER CHANGED. . .' TO RPT-PCT-LABEL
008280     MOVE WS-CHANGE-PCT TO RPT-PCT-VALUE
008290     MOVE RPT-PCT-LINE TO FEED-RPT-RECORD
008300     WRITE FEED-RPT-RECORD
008310
008320     MOVE 'SAFETY LIMIT PERCENT . . . . .' TO RPT-PCT-LABEL
008330     MOVE WS-LIMIT-PCT TO RPT-PCT-VALUE
008340     MOVE RPT-PCT-LINE TO FEED-RPT-RECORD
008350     WRITE FEED-RPT-RECORD.
008360 4000-EXIT.
008370     EXIT.
008380
008390*================================================================
008400 4100-WRITE-COUNT.
008410*================================================================
008420     MOVE RPT-DETAIL-LINE TO FEED-RPT-RECORD
008430     WRITE FEED-RPT-RECORD.
008440 4100-EXIT.
008450     EXIT.
008460
008470*================================================================
008480 8000-WRITE-MESSAGE.
008490*================================================================
008500     MOVE RPT-MSG-LINE TO FEED-RPT-RECORD
008510     WRITE FEED-RPT-RECORD
008520     DISPLAY 'SAMPMFD - ' RPT-MSG-TEXT ' ' RPT-MSG-KEY.
008530 8000-EXIT.
008540     EXIT.
008550
008560*================================================================
008570 8100-REFUSE-RUN.
008580*================================================================
008590     PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
008600     MOVE 'Y' TO WS-RUN-REFUSED-SW.
008610 8100-EXIT.
008620     EXIT.
008630
008640*================================================================
008650 8200-EMPTY-DECK.
008660*================================================================
008670*    NOTHING MAY REACH SampleMaster FROM A REFUSED FEED OR ONE
008680*    OVER THE SAFETY LIMIT - THE DECK IS OPENED AFRESH, EMPTY.
008690     CLOSE MCRD-FILE
008700     OPEN OUTPUT MCRD-FILE
008710     MOVE ZERO TO WS-CARDS-WRITTEN.
008720 8200-EXIT.
008730     EXIT.
008740
008750*================================================================
008760 9000-WRITE-VERDICT.
008770*================================================================
008780     MOVE SPACES TO FEED-RPT-RECORD
008790     WRITE FEED-RPT-RECORD
008800     EVALUATE TRUE
008810         WHEN RUN-REFUSED
008820             MOVE 'VERDICT: FEED REFUSED - NOTHING APPLIED'
008830                 TO FEED-RPT-RECORD
008840             MOVE 16 TO RETURN-CODE
008850         WHEN OVER-SAFETY-LIMIT
008860             MOVE 'VERDICT: OVER SAFETY LIMIT - NOTHING APPLIED'
008870                 TO FEED-RPT-RECORD
008880             MOVE 16 TO RETURN-CODE
008900         WHEN WS-CLOSURES-REFUSED > ZERO
008910             MOVE 'VERDICT: CHANGES READY - REVIEW ITEMS LISTED'
008920                 TO FEED-RPT-RECORD
008930             MOVE 8 TO RETURN-CODE
008940         WHEN WS-CARDS-WRITTEN = ZERO
008950             MOVE 'VERDICT: MASTER AGREES WITH THE FEED'
008960                 TO FEED-RPT-RECORD
008970         WHEN OTHER
008980             MOVE 'VERDICT: CHANGES READY FOR SAMPLEMASTER'
008990                 TO FEED-RPT-RECORD
009000     END-EVALUATE
009010     WRITE FEED-RPT-RECORD
009020     DISPLAY 'SAMPMFD - ' FEED-RPT-RECORD.
009030 9000-EXIT.
009040     EXIT.
009050
009060*================================================================
009070 9999-WRAP-UP.
009080*================================================================
009090     CLOSE CIF-FILE
009100     CLOSE MST-FILE
009110     CLOSE OutputFile
009120     CLOSE MCRD-FILE
009130     CLOSE FEED-RPT-FILE.
009140 9999-EXIT.
009150     EXIT.
