000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SamplePending.
000030 AUTHOR.        R. HARTLEY.
000040 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RH   ORIGINAL PROGRAM.  OPERATIONS MAINTENANCE AND
000110*                  REPORTING FOR THE WAREHOUSED (FUTURE-DATED)
000120*                  TRANSACTIONS ON THE PENDING KSDS ON PENDTRN
000130*                  (SEE COPYBOOK SAMPPND).  CANCEL CARDS ON
000140*                  SAMPDCRD - 'C', THEN THE ITEM'S FULL PENDING
000150*                  KEY (EFFECTIVE DATE, SOURCE, BUSINESS DATE,
000160*                  SEQUENCE) AND ITS ACCOUNT KEY AS A CROSS-CHECK
000170*                  - MARK A STILL-PENDING ITEM CANCELLED WITH
000180*                  TODAY'S DATE, SO SamplePendRelease PURGES IT
000190*                  INSTEAD OF POSTING IT WHEN ITS DATE ARRIVES.
000200*                  A CARD FOR AN ITEM THAT IS NOT ON FILE, NAMES
000210*                  THE WRONG ACCOUNT, IS ALREADY CANCELLED, OR HAS
000220*                  ALREADY BEEN RELEASED INTO THE STREAM (TOO LATE
000230*                  - REVERSE IT THROUGH THE NORMAL CORRECTION
000240*                  PATH) IS LISTED ON SAMPDPND AND THE STEP ENDS
000250*                  CC 8 FOR REVIEW, AS IS ONE WHOSE CANCEL THE
000252*                  PENDING FILE WOULD NOT TAKE.  AFTER THE CARDS,
000254*                  EVERY ITEM ON FILE IS LISTED IN EFFECTIVE-DATE
000260*                  AND SOURCE ORDER WITH ITS STATUS, A SUBTOTAL
000270*                  PER EFFECTIVE DATE AND SOURCE, AND GRAND TOTALS
000280*                  BY STATUS.  RUNS ON DEMAND UNDER JCL MEMBER
000290*                  SAMPD010 (DD DUMMY SAMPDCRD FOR THE REPORT
000300*                  ALONE).
000320*================================================================
000330
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.  IBM-370.
000370 OBJECT-COMPUTER.  IBM-370.
000380
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT PND-FILE ASSIGN TO PENDTRN
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS PND-KEY
000450         FILE STATUS IS WS-PND-STATUS.
000460
000470     SELECT DCRD-FILE ASSIGN TO SAMPDCRD
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490
000500     SELECT PND-RPT-FILE ASSIGN TO SAMPDPND
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  PND-FILE.
000560     COPY SAMPPND.
000570
000580 FD  DCRD-FILE.
000590 01  DCRD-RECORD.
000600     05  DCRD-ACTION             PIC X(01).
000610         88  DCRD-ACTION-CANCEL                 VALUE 'C'.
000620     05  FILLER                  PIC X(01).
000630     05  DCRD-EFF-DATE           PIC X(08).
000640     05  FILLER                  PIC X(01).
000650     05  DCRD-SOURCE             PIC X(07).
000660     05  FILLER                  PIC X(01).
000670     05  DCRD-BUS-DATE           PIC X(08).
000680     05  FILLER                  PIC X(01).
000690     05  DCRD-SEQ                PIC X(07).
000700     05  FILLER                  PIC X(01).
000710     05  DCRD-ACCT-KEY           PIC X(10).
000720
000730 FD  PND-RPT-FILE.
000740 01  PND-RPT-RECORD                  PIC X(80).
000750
000760 WORKING-STORAGE SECTION.
000770*----------------------------------------------------------------
000780* SWITCHES
000790*----------------------------------------------------------------
000800 01  WS-SWITCHES.
000810     05  WS-EOF-SW               PIC X(01)      VALUE 'N'.
000820         88  EOF-REACHED                        VALUE 'Y'.
000830         88  EOF-NOT-REACHED                    VALUE 'N'.
000840     05  WS-PND-EOF-SW           PIC X(01)      VALUE 'N'.
000850         88  PND-EOF-REACHED                    VALUE 'Y'.
000860     05  WS-GROUP-OPEN-SW        PIC X(01)      VALUE 'N'.
000870         88  GROUP-OPEN                         VALUE 'Y'.
000880
000890*----------------------------------------------------------------
000900* INDEXED FILE STATUS CODES
000910*----------------------------------------------------------------
000920 01  WS-PND-STATUS               PIC X(02)      VALUE '00'.
000930     88  PND-STATUS-OK                          VALUE '00'.
000940     88  PND-STATUS-NOTFND                      VALUE '23'.
000950     88  PND-STATUS-NOFILE                      VALUE '35'.
000960
000970*----------------------------------------------------------------
000980* CONTROL-BREAK WORK AREAS
000990*----------------------------------------------------------------
001000 01  WS-GRP-EFF-DATE             PIC 9(08)  VALUE ZERO.
001010 01  WS-GRP-SOURCE               PIC X(07)  VALUE SPACES.
001020 77  WS-GRP-ITEMS                PIC 9(07)  COMP    VALUE ZERO.
001030 77  WS-GRP-AMOUNT               PIC S9(11)V99 COMP VALUE ZERO.
001040
001050*----------------------------------------------------------------
001060* MAINTENANCE AND REPORT COUNTERS
001070*----------------------------------------------------------------
001080 77  WS-CARDS-READ               PIC 9(07)  COMP    VALUE ZERO.
001090 77  WS-ITEMS-CANCELLED          PIC 9(07)  COMP    VALUE ZERO.
001100 77  WS-CARDS-IN-ERROR           PIC 9(07)  COMP    VALUE ZERO.
001105 77  WS-CANCELS-NOT-WRITTEN      PIC 9(07)  COMP    VALUE ZERO.
001110 77  WS-PENDING-ITEMS            PIC 9(07)  COMP    VALUE ZERO.
001120 77  WS-PENDING-AMOUNT           PIC S9(11)V99 COMP VALUE ZERO.
001130 77  WS-RELEASED-ITEMS           PIC 9(07)  COMP    VALUE ZERO.
001140 77  WS-RELEASED-AMOUNT          PIC S9(11)V99 COMP VALUE ZERO.
001150 77  WS-CANCELLED-ITEMS          PIC 9(07)  COMP    VALUE ZERO.
001160 77  WS-CANCELLED-AMOUNT         PIC S9(11)V99 COMP VALUE ZERO.
001170
001180*----------------------------------------------------------------
001190* PENDING REPORT PRINT-IMAGE LINES
001200*----------------------------------------------------------------
001210 01  PND-RPT-HEADING-1.
001220     05  FILLER                  PIC X(22)  VALUE
001230         'SAMPLEPENDING REPORT '.
001240     05  FILLER                  PIC X(08)  VALUE SPACES.
001250     05  PND-RPT-HDG-DATE        PIC X(10)  VALUE SPACES.
001260     05  FILLER                  PIC X(40)  VALUE SPACES.
001270
001280 01  PND-RPT-HEADING-2.
001290     05  FILLER                  PIC X(09)  VALUE 'EFF DATE'.
001300     05  FILLER                  PIC X(08)  VALUE 'SOURCE'.
001310     05  FILLER                  PIC X(09)  VALUE 'BUS DATE'.
001320     05  FILLER                  PIC X(08)  VALUE 'SEQ'.
001330     05  FILLER                  PIC X(11)  VALUE 'ACCOUNT'.
001340     05  FILLER                  PIC X(14)  VALUE '       AMOUNT'.
001350     05  FILLER                  PIC X(02)  VALUE 'TC'.
001360     05  FILLER                  PIC X(10)  VALUE 'STATUS'.
001370     05  FILLER                  PIC X(09)  VALUE 'AS OF'.
001380
001390 01  PND-RPT-ITEM-LINE.
001400     05  PND-RPT-EFF-DATE        PIC 9(08)  VALUE ZERO.
001410     05  FILLER                  PIC X(01)  VALUE SPACE.
001420     05  PND-RPT-SOURCE          PIC X(07)  VALUE SPACES.
001430     05  FILLER                  PIC X(01)  VALUE SPACE.
001440     05  PND-RPT-BUS-DATE        PIC 9(08)  VALUE ZERO.
001450     05  FILLER                  PIC X(01)  VALUE SPACE.
001460     05  PND-RPT-SEQ             PIC 9(07)  VALUE ZERO.
001470     05  FILLER                  PIC X(01)  VALUE SPACE.
001480     05  PND-RPT-KEY             PIC X(10)  VALUE SPACES.
001490     05  FILLER                  PIC X(01)  VALUE SPACE.
001500     05  PND-RPT-AMT             PIC Z,ZZZ,ZZ9.99-  VALUE ZERO.
001510     05  FILLER                  PIC X(01)  VALUE SPACE.
001520     05  PND-RPT-TCODE           PIC X(01)  VALUE SPACE.
001530     05  FILLER                  PIC X(01)  VALUE SPACE.
001540     05  PND-RPT-STATUS          PIC X(09)  VALUE SPACES.
001550     05  FILLER                  PIC X(01)  VALUE SPACE.
001560     05  PND-RPT-STATUS-DATE     PIC 9(08)  VALUE ZERO.
001570     05  FILLER                  PIC X(01)  VALUE SPACE.
001580
001590 01  PND-RPT-SUBTOTAL-LINE.
001600     05  FILLER                  PIC X(09)  VALUE 'SUBTOTAL '.
001610     05  PND-SUB-EFF-DATE        PIC 9(08)  VALUE ZERO.
001620     05  FILLER                  PIC X(01)  VALUE SPACE.
001630     05  PND-SUB-SOURCE          PIC X(07)  VALUE SPACES.
001640     05  FILLER                  PIC X(02)  VALUE SPACES.
001650     05  FILLER                  PIC X(06)  VALUE 'ITEMS '.
001660     05  PND-SUB-ITEMS           PIC ZZZ,ZZ9  VALUE ZERO.
001670     05  FILLER                  PIC X(02)  VALUE SPACES.
001680     05  PND-SUB-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-  VALUE ZERO.
001690     05  FILLER                  PIC X(23)  VALUE SPACES.
001700
001710 01  PND-RPT-ERROR-LINE.
001720     05  FILLER                  PIC X(11)  VALUE 'CARD ERROR '.
001730     05  PND-RPT-ERR-KEY         PIC X(10)  VALUE SPACES.
001740     05  FILLER                  PIC X(02)  VALUE SPACES.
001750     05  PND-RPT-ERR-TEXT        PIC X(35)  VALUE SPACES.
001760     05  FILLER                  PIC X(22)  VALUE SPACES.
001770
001780 01  PND-RPT-DETAIL-LINE.
001790     05  PND-RPT-LABEL           PIC X(30)  VALUE SPACES.
001800     05  PND-RPT-VALUE           PIC ZZZ,ZZZ,ZZ9  VALUE ZERO.
001810     05  FILLER                  PIC X(39)  VALUE SPACES.
001820
001830 01  PND-RPT-AMOUNT-LINE.
001840     05  PND-RPT-AMT-LABEL       PIC X(30)  VALUE SPACES.
001850     05  PND-RPT-AMT-VALUE       PIC ZZZ,ZZZ,ZZ9.99-  VALUE ZERO.
001860     05  FILLER                  PIC X(35)  VALUE SPACES.
001870
001880 01  WS-CURRENT-DATE.
001890     05  WS-CURR-YYYY            PIC 9(04).
001900     05  WS-CURR-MM              PIC 9(02).
001910     05  WS-CURR-DD              PIC 9(02).
001920
001930 01  WS-CURR-DATE-DISPLAY        PIC X(10)  VALUE SPACES.
001940
001950 PROCEDURE DIVISION.
001960*================================================================
001970 0000-MAINLINE.
001980*================================================================
001990     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002000     PERFORM 2000-APPLY-CARD THRU 2000-EXIT
002010         UNTIL EOF-REACHED
002020     PERFORM 3000-LIST-PENDING THRU 3000-EXIT
002030     PERFORM 4000-PRODUCE-TOTALS THRU 4000-EXIT
002040     PERFORM 9999-WRAP-UP THRU 9999-EXIT
002050     IF WS-CARDS-IN-ERROR > ZERO
002060         MOVE 8 TO RETURN-CODE
002070     END-IF
002080     STOP RUN.
002090
002100*================================================================
002110 1000-INITIALIZE.
002120*================================================================
002130     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
002140     MOVE WS-CURR-YYYY TO WS-CURR-DATE-DISPLAY(1:4)
002150     MOVE '/'           TO WS-CURR-DATE-DISPLAY(5:1)
002160     MOVE WS-CURR-MM    TO WS-CURR-DATE-DISPLAY(6:2)
002170     MOVE '/'           TO WS-CURR-DATE-DISPLAY(8:1)
002180     MOVE WS-CURR-DD    TO WS-CURR-DATE-DISPLAY(9:2)
002190     PERFORM 1075-OPEN-PENDING-FILE THRU 1075-EXIT
002200     OPEN INPUT DCRD-FILE
002210     OPEN OUTPUT PND-RPT-FILE
002220     MOVE WS-CURR-DATE-DISPLAY TO PND-RPT-HDG-DATE
002230     MOVE PND-RPT-HEADING-1 TO PND-RPT-RECORD
002240     WRITE PND-RPT-RECORD
002250     MOVE SPACES TO PND-RPT-RECORD
002260     WRITE PND-RPT-RECORD
002270     PERFORM 1100-READ-CARD THRU 1100-EXIT.
002280 1000-EXIT.
002290     EXIT.
002300
002310*================================================================
002320 1075-OPEN-PENDING-FILE.
002330*================================================================
002340     OPEN I-O PND-FILE
002350     IF PND-STATUS-NOFILE
002360         OPEN OUTPUT PND-FILE
002370         CLOSE PND-FILE
002380         OPEN I-O PND-FILE
002390     END-IF.
002400 1075-EXIT.
002410     EXIT.
002420
002430*================================================================
002440 1100-READ-CARD.
002450*================================================================
002460     READ DCRD-FILE INTO DCRD-RECORD
002470         AT END
002480             MOVE 'Y' TO WS-EOF-SW
002490         NOT AT END
002500             ADD 1 TO WS-CARDS-READ
002510     END-READ.
002520 1100-EXIT.
002530     EXIT.
002540
002550*================================================================
002560 2000-APPLY-CARD.
002570*================================================================
002580     IF NOT DCRD-ACTION-CANCEL
002590         MOVE 'INVALID ACTION CODE' TO PND-RPT-ERR-TEXT
002600         PERFORM 2900-WRITE-CARD-ERROR THRU 2900-EXIT
002610     ELSE
002620      IF DCRD-EFF-DATE NOT NUMERIC
002630       OR DCRD-BUS-DATE NOT NUMERIC
002640       OR DCRD-SEQ NOT NUMERIC
002650         MOVE 'PENDING KEY ON CARD NOT NUMERIC'
002660             TO PND-RPT-ERR-TEXT
002670         PERFORM 2900-WRITE-CARD-ERROR THRU 2900-EXIT
002680      ELSE
002690         PERFORM 2100-CANCEL-ITEM THRU 2100-EXIT
002700      END-IF
002710     END-IF
002720     PERFORM 1100-READ-CARD THRU 1100-EXIT.
002730 2000-EXIT.
002740     EXIT.
002750
002760*================================================================
002770 2100-CANCEL-ITEM.
002780*================================================================
002790*    THE ACCOUNT KEY ON THE CARD MUST MATCH THE ITEM - A TYPO IN
002800*    THE SEQUENCE NUMBER WOULD OTHERWISE CANCEL SOMEBODY ELSE'S
002810*    TRANSACTION.  ONCE RELEASED, AN ITEM IS ALREADY ON ITS WAY
002820*    THROUGH THE STREAM AND CAN NO LONGER BE STOPPED HERE.
002830     MOVE DCRD-EFF-DATE TO PND-EFF-DATE
002840     MOVE DCRD-SOURCE   TO PND-SOURCE
002850     MOVE DCRD-BUS-DATE TO PND-BUS-DATE
002860     MOVE DCRD-SEQ      TO PND-SEQ
002870     READ PND-FILE
002880         INVALID KEY
002890             MOVE 'PENDING ITEM NOT FOUND' TO PND-RPT-ERR-TEXT
002900             PERFORM 2900-WRITE-CARD-ERROR THRU 2900-EXIT
002910             GO TO 2100-EXIT
002920     END-READ
002930     IF PND-ACCT-KEY NOT = DCRD-ACCT-KEY
002940         MOVE 'ACCOUNT KEY DOES NOT MATCH ITEM'
002950             TO PND-RPT-ERR-TEXT
002960         PERFORM 2900-WRITE-CARD-ERROR THRU 2900-EXIT
002970         GO TO 2100-EXIT
002980     END-IF
002990     IF PND-CANCELLED
003000         MOVE 'ITEM ALREADY CANCELLED' TO PND-RPT-ERR-TEXT
003010         PERFORM 2900-WRITE-CARD-ERROR THRU 2900-EXIT
003020         GO TO 2100-EXIT
003030     END-IF
003040     IF PND-RELEASED
003050         MOVE 'ITEM ALREADY RELEASED - TOO LATE'
003060             TO PND-RPT-ERR-TEXT
003070         PERFORM 2900-WRITE-CARD-ERROR THRU 2900-EXIT
003080         GO TO 2100-EXIT
003090     END-IF
003100     MOVE 'C'             TO PND-STATUS
003110     MOVE WS-CURRENT-DATE TO PND-STATUS-DATE
003120     REWRITE PND-RECORD
003121         INVALID KEY
003122             DISPLAY 'SAMPPND - CANCEL NOT WRITTEN - STATUS '
003123                 WS-PND-STATUS ' KEY ' PND-KEY
003124             ADD 1 TO WS-CANCELS-NOT-WRITTEN
003125             MOVE 'CANCEL NOT WRITTEN - CARD AGAIN'
003126                 TO PND-RPT-ERR-TEXT
003127             PERFORM 2900-WRITE-CARD-ERROR THRU 2900-EXIT
003128             GO TO 2100-EXIT
003129     END-REWRITE
003130     ADD 1 TO WS-ITEMS-CANCELLED.
003140 2100-EXIT.
003150     EXIT.
003160
003170*================================================================
003180 2900-WRITE-CARD-ERROR.
003190*================================================================
003200     ADD 1 TO WS-CARDS-IN-ERROR
003210     MOVE DCRD-ACCT-KEY TO PND-RPT-ERR-KEY
003220     MOVE PND-RPT-ERROR-LINE TO PND-RPT-RECORD
003230     WRITE PND-RPT-RECORD.
003240 2900-EXIT.
003250     EXIT.
003260
003270*================================================================
003280 3000-LIST-PENDING.
003290*================================================================
003300*    THE PENDING KEY LEADS WITH THE EFFECTIVE DATE AND THE
003310*    SOURCE, SO A STRAIGHT SEQUENTIAL PASS IS ALREADY IN REPORT
003320*    ORDER AND NEEDS NO SORT.
003330     MOVE SPACES TO PND-RPT-RECORD
003340     WRITE PND-RPT-RECORD
003350     MOVE PND-RPT-HEADING-2 TO PND-RPT-RECORD
003360     WRITE PND-RPT-RECORD
003370     MOVE LOW-VALUES TO PND-KEY
003380     START PND-FILE KEY IS NOT LESS THAN PND-KEY
003390         INVALID KEY
003400             MOVE 'Y' TO WS-PND-EOF-SW
003410     END-START
003420     IF NOT PND-EOF-REACHED
003430         PERFORM 3010-READ-PENDING THRU 3010-EXIT
003440     END-IF
003450     PERFORM 3020-LIST-ITEM THRU 3020-EXIT
003460         UNTIL PND-EOF-REACHED
003470     IF GROUP-OPEN
003480         PERFORM 3030-WRITE-SUBTOTAL THRU 3030-EXIT
003490     END-IF.
003500 3000-EXIT.
003510     EXIT.
003520
003530*================================================================
003540 3010-READ-PENDING.
003550*================================================================
003560     READ PND-FILE NEXT RECORD
003570         AT END
003580             MOVE 'Y' TO WS-PND-EOF-SW
003590     END-READ.
003600 3010-EXIT.
003610     EXIT.
003620
003630*================================================================
003640 3020-LIST-ITEM.
003650*================================================================
003660     IF GROUP-OPEN
003670         IF PND-EFF-DATE NOT = WS-GRP-EFF-DATE
003680          OR PND-SOURCE NOT = WS-GRP-SOURCE
003690             PERFORM 3030-WRITE-SUBTOTAL THRU 3030-EXIT
003700             PERFORM 3040-START-GROUP THRU 3040-EXIT
003710         END-IF
003720     ELSE
003730         MOVE 'Y' TO WS-GROUP-OPEN-SW
003740         PERFORM 3040-START-GROUP THRU 3040-EXIT
003750     END-IF
003760     ADD 1 TO WS-GRP-ITEMS
003770     ADD PND-AMT TO WS-GRP-AMOUNT
003780     MOVE PND-EFF-DATE    TO PND-RPT-EFF-DATE
003790     MOVE PND-SOURCE      TO PND-RPT-SOURCE
003800     MOVE PND-BUS-DATE    TO PND-RPT-BUS-DATE
003810     MOVE PND-SEQ         TO PND-RPT-SEQ
003820     MOVE PND-ACCT-KEY    TO PND-RPT-KEY
003830     MOVE PND-AMT         TO PND-RPT-AMT
003840     MOVE PND-TCODE       TO PND-RPT-TCODE
003850     MOVE PND-STATUS-DATE TO PND-RPT-STATUS-DATE
003860     EVALUATE TRUE
003870         WHEN PND-CANCELLED
003880             MOVE 'CANCELLED' TO PND-RPT-STATUS
003890             ADD 1 TO WS-CANCELLED-ITEMS
003900             ADD PND-AMT TO WS-CANCELLED-AMOUNT
003910         WHEN PND-RELEASED
003920             MOVE 'RELEASED' TO PND-RPT-STATUS
003930             ADD 1 TO WS-RELEASED-ITEMS
003940             ADD PND-AMT TO WS-RELEASED-AMOUNT
003950         WHEN OTHER
003960             MOVE 'PENDING' TO PND-RPT-STATUS
003970             ADD 1 TO WS-PENDING-ITEMS
003980             ADD PND-AMT TO WS-PENDING-AMOUNT
003990     END-EVALUATE
004000     MOVE PND-RPT-ITEM-LINE TO PND-RPT-RECORD
004010     WRITE PND-RPT-RECORD
004020     PERFORM 3010-READ-PENDING THRU 3010-EXIT.
004030 3020-EXIT.
004040     EXIT.
004050
004060*================================================================
004070 3030-WRITE-SUBTOTAL.
004080*================================================================
004090     MOVE WS-GRP-EFF-DATE TO PND-SUB-EFF-DATE
004100     MOVE WS-GRP-SOURCE   TO PND-SUB-SOURCE
004110     MOVE WS-GRP-ITEMS    TO PND-SUB-ITEMS
004120     MOVE WS-GRP-AMOUNT   TO PND-SUB-AMOUNT
004130     MOVE PND-RPT-SUBTOTAL-LINE TO PND-RPT-RECORD
004140     WRITE PND-RPT-RECORD
004150     MOVE SPACES TO PND-RPT-RECORD
004160     WRITE PND-RPT-RECORD.
004170 3030-EXIT.
004180     EXIT.
004190
004200*================================================================
004210 3040-START-GROUP.
004220*================================================================
004230     MOVE PND-EFF-DATE TO WS-GRP-EFF-DATE
004240     MOVE PND-SOURCE   TO WS-GRP-SOURCE
004250     MOVE ZERO TO WS-GRP-ITEMS
004260     MOVE ZERO TO WS-GRP-AMOUNT.
004270 3040-EXIT.
004280     EXIT.
004290
004300*================================================================
004310 4000-PRODUCE-TOTALS.
004320*================================================================
004330     MOVE SPACES TO PND-RPT-RECORD
004340     WRITE PND-RPT-RECORD
004350
004360     MOVE 'CARDS READ . . . . . . . . . .' TO PND-RPT-LABEL
004370     MOVE WS-CARDS-READ                    TO PND-RPT-VALUE
004380     MOVE PND-RPT-DETAIL-LINE              TO PND-RPT-RECORD
004390     WRITE PND-RPT-RECORD
004400
004410     MOVE 'ITEMS CANCELLED THIS RUN . . .' TO PND-RPT-LABEL
004420     MOVE WS-ITEMS-CANCELLED               TO PND-RPT-VALUE
004430     MOVE PND-RPT-DETAIL-LINE              TO PND-RPT-RECORD
004440     WRITE PND-RPT-RECORD
004450
004460     MOVE 'CARDS IN ERROR . . . . . . . .' TO PND-RPT-LABEL
004470     MOVE WS-CARDS-IN-ERROR                TO PND-RPT-VALUE
004480     MOVE PND-RPT-DETAIL-LINE              TO PND-RPT-RECORD
004490     WRITE PND-RPT-RECORD
004500
004502     MOVE 'CANCELS NOT WRITTEN. . . . . .' TO PND-RPT-LABEL
004504     MOVE WS-CANCELS-NOT-WRITTEN           TO PND-RPT-VALUE
004506     MOVE PND-RPT-DETAIL-LINE              TO PND-RPT-RECORD
004508     WRITE PND-RPT-RECORD
004509
004510     MOVE SPACES TO PND-RPT-RECORD
004520     WRITE PND-RPT-RECORD
004530
004540     MOVE 'ITEMS PENDING. . . . . . . . .' TO PND-RPT-LABEL
004550     MOVE WS-PENDING-ITEMS                 TO PND-RPT-VALUE
004560     MOVE PND-RPT-DETAIL-LINE              TO PND-RPT-RECORD
004570     WRITE PND-RPT-RECORD
004580
004590     MOVE 'AMOUNT PENDING . . . . . . . .' TO PND-RPT-AMT-LABEL
004600     MOVE WS-PENDING-AMOUNT                TO PND-RPT-AMT-VALUE
004610     MOVE PND-RPT-AMOUNT-LINE              TO PND-RPT-RECORD
004620     WRITE PND-RPT-RECORD
004630
004640     MOVE 'ITEMS RELEASED, NOT PURGED . .' TO PND-RPT-LABEL
004650     MOVE WS-RELEASED-ITEMS                TO PND-RPT-VALUE
004660     MOVE PND-RPT-DETAIL-LINE              TO PND-RPT-RECORD
004670     WRITE PND-RPT-RECORD
004680
004690     MOVE 'AMOUNT RELEASED, NOT PURGED. .' TO PND-RPT-AMT-LABEL
004700     MOVE WS-RELEASED-AMOUNT               TO PND-RPT-AMT-VALUE
004710     MOVE PND-RPT-AMOUNT-LINE              TO PND-RPT-RECORD
004720     WRITE PND-RPT-RECORD
004730
004740     MOVE 'ITEMS CANCELLED, NOT PURGED. .' TO PND-RPT-LABEL
004750     MOVE WS-CANCELLED-ITEMS               TO PND-RPT-VALUE
004760     MOVE PND-RPT-DETAIL-LINE              TO PND-RPT-RECORD
004770     WRITE PND-RPT-RECORD
004780
004790     MOVE 'AMOUNT CANCELLED, NOT PURGED .' TO PND-RPT-AMT-LABEL
004800     MOVE WS-CANCELLED-AMOUNT              TO PND-RPT-AMT-VALUE
004810     MOVE PND-RPT-AMOUNT-LINE              TO PND-RPT-RECORD
004820     WRITE PND-RPT-RECORD.
004830 4000-EXIT.
004840     EXIT.
004850
004860*================================================================
004870 9999-WRAP-UP.
004880*================================================================
004890     CLOSE PND-FILE
004900     CLOSE DCRD-FILE
004910     CLOSE PND-RPT-FILE.
004920 9999-EXIT.
004930     EXIT.
