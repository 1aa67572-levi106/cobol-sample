000330*                  THE INBOUND EXTRACTS CARRY, SO UPSTREAM CAN
000340*                  AUTO-MATCH THEIR SEND AGAINST OUR ANSWER.
000350*                  RUNS UNDER JCL MEMBER SAMPK010.
000351* 10/15/2026  RH   DETAILS MAY NOW CARRY AN EFFECTIVE POSTING
000352*                  DATE IN BYTES 22-29.  A DETAIL DATED AFTER ITS
000353*                  DROP'S HEADER BUSINESS DATE (WITH A CLEAN
000354*                  AMOUNT) IS WAREHOUSED ON PENDTRN BY SampleMerge
000355*                  RATHER THAN POSTED, AND NOW ACKS AS PENDING.
000357*                  ADDED OPTIONAL EXTRACT6, THE NIGHTLY
000358*                  SamplePendRelease DROP: EACH RELEASED ITEM IS
000359*                  ACKNOWLEDGED BACK TO THE SENDER IT CAME FROM -
000360*                  ON THE ACK FILE FOR ITS ORIGINAL EXTRACT SLOT,
000361*                  UNDER A HEADER CARRYING ITS ORIGINAL SOURCE AND
000362*                  BUSINESS DATE, SO UPSTREAM MATCHES THE FINAL
000364*                  DISPOSITION TO THE SEND THAT ACKED PENDING.
000365*                  ITEMS FROM A SLOT WITH NO ACK FEED ARE ONLY
000366*                  COUNTED.  A CANCELLED ITEM NEVER REACHES THE
000367*                  STREAM AND IS NOT ACKED AGAIN.
000368* 10/15/2026  RH   TRANSFER DETAILS (TRAN CODE X, CONTRA KEY IN
000370*                  BYTES 30-39) ACK AS TRANSFER ONCE BOTH LEGS
000371*                  POST, OR REJECTED-09 WHEN THE PAIR BOUNCES.
000373*                  A TRANSFER IS NEVER WAREHOUSED - A FUTURE-DATED
000375*                  ONE ACKS REJECTED-09, NOT PENDING.
000376*================================================================
000378
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.  IBM-370.
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-EXT4-STATUS.
000600
000602     SELECT OPTIONAL EXTRACT6 ASSIGN TO EXTRACT6
000604         ORGANIZATION IS LINE SEQUENTIAL
000606         FILE STATUS IS WS-EXT6-STATUS.
000608
000610     SELECT OPTIONAL AUD-FILE ASSIGN TO SAMPLAUD
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-AUD-STATUS.
000880                            ==SAMP-FIELD1== BY ==EX1-KEY==
000890                            ==SAMP-FIELD2== BY ==EX1-AMT==.
000900     05  EX1-TCODE                   PIC X(01).
000905     05  EX1-EFF-DATE                PIC X(08).
000907     05  EX1-CONTRA-KEY              PIC X(10).
000910
000920 FD  EXTRACT2.
000930     COPY SAMPREC REPLACING ==SAMP-RECORD== BY ==EX2-RECORD==
000940                            ==SAMP-FIELD1== BY ==EX2-KEY==
000950                            ==SAMP-FIELD2== BY ==EX2-AMT==.
000960     05  EX2-TCODE                   PIC X(01).
000965     05  EX2-EFF-DATE                PIC X(08).
000967     05  EX2-CONTRA-KEY              PIC X(10).
000970
000980 FD  EXTRACT3.
000990     COPY SAMPREC REPLACING ==SAMP-RECORD== BY ==EX3-RECORD==
001000                            ==SAMP-FIELD1== BY ==EX3-KEY==
001010                            ==SAMP-FIELD2== BY ==EX3-AMT==.
001020     05  EX3-TCODE                   PIC X(01).
001025     05  EX3-EFF-DATE                PIC X(08).
001027     05  EX3-CONTRA-KEY              PIC X(10).
001030
001040 FD  EXTRACT4.
001050     COPY SAMPREC REPLACING ==SAMP-RECORD== BY ==EX4-RECORD==
001060                            ==SAMP-FIELD1== BY ==EX4-KEY==
001070                            ==SAMP-FIELD2== BY ==EX4-AMT==.
001080     05  EX4-TCODE                   PIC X(01).
001081     05  EX4-EFF-DATE                PIC X(08).
001082     05  EX4-CONTRA-KEY              PIC X(10).
001083
001084 FD  EXTRACT6.
001086     COPY SAMPREC REPLACING ==SAMP-RECORD== BY ==EX6-RECORD==
001087                            ==SAMP-FIELD1== BY ==EX6-KEY==
001089                            ==SAMP-FIELD2== BY ==EX6-AMT==.
001090     05  EX6-TCODE                   PIC X(01).
001092     05  EX6-EFF-DATE                PIC X(08).
001093     05  EX6-ORIG-SOURCE             PIC X(07).
001095     05  EX6-ORIG-BUS-DATE           PIC 9(08).
001096     05  EX6-ORIG-SLOT               PIC X(01).
001098
001100 FD  AUD-FILE.
001110 01  AUD-RECORD.
001120     05  AUD-KEY                 PIC X(10).
001210     05  FILLER                  PIC X(01).
001220     05  AUD-ACTION              PIC X(01).
001230     05  FILLER                  PIC X(01).
001233     05  AUD-XFER-INFO           PIC X(18).
001236     05  FILLER                  PIC X(02).
001240
001250 FD  REJ-FILE.
001260 01  REJ-RECORD.
001600         88  REJ-EOF-REACHED                    VALUE 'Y'.
001610     05  WS-DISP-FULL-SW         PIC X(01)      VALUE 'N'.
001620         88  DISP-TABLE-FULL                    VALUE 'Y'.
001623     05  WS-G6-OPEN-SW           PIC X(01)      VALUE 'N'.
001626         88  G6-GROUP-OPEN                      VALUE 'Y'.
001630
001640*----------------------------------------------------------------
001650* FILE STATUS CODES
001730         88  EXT3-STATUS-NOFILE                 VALUE '35'.
001740     05  WS-EXT4-STATUS          PIC X(02)      VALUE '00'.
001750         88  EXT4-STATUS-NOFILE                 VALUE '35'.
001753     05  WS-EXT6-STATUS          PIC X(02)      VALUE '00'.
001756         88  EXT6-STATUS-NOFILE                 VALUE '35'.
001760     05  WS-AUD-STATUS           PIC X(02)      VALUE '00'.
001770         88  AUD-STATUS-NOFILE                  VALUE '35'.
001780     05  WS-REJ-STATUS           PIC X(02)      VALUE '00'.
001890     05  WS-HOLD-TCODE           PIC X(01).
001900         88  HOLD-IS-TRAILER                    VALUE 'T'.
001910         88  HOLD-IS-HEADER                     VALUE 'H'.
001911         88  HOLD-IS-TRANSFER                   VALUE 'X'.
001912     05  WS-HOLD-EFF-DATE        PIC X(08).
001915     05  WS-HOLD-EFF-DATE-N REDEFINES WS-HOLD-EFF-DATE
001917                                 PIC 9(08).
001920
001930 01  WS-EXT-HDR-VIEW REDEFINES WS-EXT-REC-HOLD.
001940     05  WS-HDR-SOURCE           PIC X(07).
001950     05  WS-HDR-BUS-DATE         PIC 9(08).
001960     05  FILLER                  PIC X(14).
001970
001980*----------------------------------------------------------------
001990* DISPOSITION TABLE - THE LAST AUD-FILE ACTION TODAY PER KEY
002500     05  WS-ACK-TRL-HASH         PIC S9(11)V99
002510                                 SIGN LEADING SEPARATE.
002520
002521
002522*----------------------------------------------------------------
002523* EXTRACT6 (PENDING RELEASE) GROUP - ONE ORIGINAL DROP AT A TIME
002524*----------------------------------------------------------------
002525 01  WS-G6-SLOT                  PIC X(01)  VALUE SPACE.
002526 01  WS-G6-SOURCE                PIC X(07)  VALUE SPACES.
002527 01  WS-G6-BUS-DATE              PIC 9(08)  VALUE ZERO.
002528 01  WS-ACK6-LINE                PIC X(45)  VALUE SPACES.
002530*----------------------------------------------------------------
002540* PER-SOURCE WORK AREAS AND RUN COUNTERS
002550*----------------------------------------------------------------
002600 77  WS-REJECTS-READ             PIC 9(07)  COMP    VALUE ZERO.
002610 77  WS-KEYS-ACKED               PIC 9(07)  COMP    VALUE ZERO.
002620 77  WS-KEYS-NOACTION            PIC 9(07)  COMP    VALUE ZERO.
002622 77  WS-KEYS-PENDING             PIC 9(07)  COMP    VALUE ZERO.
002625 77  WS-RELEASES-ACKED           PIC 9(07)  COMP    VALUE ZERO.
002627 77  WS-RELEASES-NOT-ACKED       PIC 9(07)  COMP    VALUE ZERO.
002630
002640 77  WS-TODAY-YYYYMMDD           PIC 9(08)          VALUE ZERO.
002650
002910     PERFORM 2200-ACK-EXTRACT2 THRU 2200-EXIT
002920     PERFORM 2300-ACK-EXTRACT3 THRU 2300-EXIT
002930     PERFORM 2400-ACK-EXTRACT4 THRU 2400-EXIT
002935     PERFORM 2600-ACK-EXTRACT6 THRU 2600-EXIT
002940     PERFORM 3000-PRODUCE-ACK-RPT THRU 3000-EXIT
002950     PERFORM 9999-WRAP-UP THRU 9999-EXIT
002960     STOP RUN.
005960*    GUARDED THE SAME WAY 1550-TALLY-HOLD-RECORD IN SampleMerge
005970*    GUARDS IT AND GOES OUT AS ZERO.  THE CLEARED KEY FIELD
005980*    TELLS THE CALLER NOTHING DETAIL-SHAPED NEEDS WRITING.
005981*    A FUTURE-DATED DETAIL WITH A CLEAN AMOUNT IS WAREHOUSED BY
005982*    SampleMerge, NOT POSTED, SO IT ACKS PENDING UNDER THE SAME
005983*    TEST THE MERGE APPLIES.  ITS REAL DISPOSITION GOES BACK
005984*    ON THE NIGHT SamplePendRelease FEEDS IT TO THE STREAM.
005985     MOVE SPACES TO WS-ACK-DTL-KEY
005986     EVALUATE TRUE
005987         WHEN HOLD-IS-HEADER
005988             MOVE WS-HDR-SOURCE   TO WS-ACK-HDR-SOURCE
005990             MOVE WS-HDR-BUS-DATE TO WS-ACK-HDR-BUS-DATE
005992         WHEN HOLD-IS-TRAILER
006020                 ADD WS-HOLD-DTL-AMT TO WS-ACK-HASH
006030             ELSE
006040                 MOVE ZERO TO WS-ACK-DTL-AMT
006042             END-IF
006045             IF WS-HOLD-EFF-DATE NUMERIC
006048              AND WS-HOLD-EFF-DATE-N > WS-ACK-HDR-BUS-DATE
006049              AND WS-HOLD-DTL-AMT NUMERIC
006051              AND NOT HOLD-IS-TRANSFER
006053                 MOVE 'PENDING ' TO WS-ACK-DTL-DISP
006056                 MOVE ZERO TO WS-ACK-DTL-RC
006059                 ADD 1 TO WS-KEYS-PENDING
006061             ELSE
006064                 PERFORM 2510-SET-DISPOSITION THRU 2510-EXIT
006067             END-IF
006070             ADD 1 TO WS-ACK-COUNT
006080             ADD 1 TO WS-KEYS-ACKED
006090     END-EVALUATE.
006390             WHEN 'D'
006400                 MOVE 'DELETED ' TO WS-ACK-DTL-DISP
006410                 GO TO 2510-EXIT
006412             WHEN 'T'
006415                 MOVE 'TRANSFER' TO WS-ACK-DTL-DISP
006417                 GO TO 2510-EXIT
006420             WHEN OTHER
006430                 CONTINUE
006440         END-EVALUATE
006700 2530-EXIT.
006710     EXIT.
006720
006721*================================================================
006722 2600-ACK-EXTRACT6.
006723*================================================================
006724*    THE RELEASE DROP'S OWN 'P' HEADER AND TRAILER MEAN NOTHING
006725*    TO A SENDER.  ITS DETAILS ARRIVE SORTED BY ORIGINAL SLOT,
006726*    SOURCE AND BUSINESS DATE, SO EACH RUN OF THOSE IS ACKED AS
006727*    ONE HEADER/DETAIL/TRAILER GROUP ON THAT SLOT'S ACK FILE,
006728*    AFTER WHATEVER TODAY'S OWN DROP ON THE SLOT PRODUCED.
006729     OPEN INPUT EXTRACT6
006730     IF EXT6-STATUS-NOFILE
006731         GO TO 2600-EXIT
006732     END-IF
006733     MOVE 'N' TO WS-EXT-EOF-SW
006734     MOVE 'N' TO WS-G6-OPEN-SW
006735     PERFORM 2610-READ-EXTRACT6 THRU 2610-EXIT
006736         UNTIL EXT-EOF-REACHED
006737     CLOSE EXTRACT6
006738     IF G6-GROUP-OPEN
006739         PERFORM 2630-CLOSE-GROUP THRU 2630-EXIT
006740     END-IF.
006741 2600-EXIT.
006742     EXIT.
006743
006744*================================================================
006745 2610-READ-EXTRACT6.
006746*================================================================
006747     READ EXTRACT6
006748         AT END
006749             MOVE 'Y' TO WS-EXT-EOF-SW
006750         NOT AT END
006751             MOVE EX6-RECORD TO WS-EXT-REC-HOLD
006752             IF NOT HOLD-IS-HEADER
006753              AND NOT HOLD-IS-TRAILER
006754                 PERFORM 2620-ACK-RELEASED-ITEM THRU 2620-EXIT
006755             END-IF
006756     END-READ.
006757 2610-EXIT.
006758     EXIT.
006759
006760*================================================================
006761 2620-ACK-RELEASED-ITEM.
006762*================================================================
006764*    A RELEASED ITEM'S EFFECTIVE DATE HAS ARRIVED BY DEFINITION,
006765*    SO IT IS CLEARED BEFORE 2500 - OTHERWISE THE ORIGINAL
006766*    BUSINESS DATE ON THE GROUP HEADER WOULD ACK IT PENDING AGAIN.
006767     IF EX6-ORIG-SLOT < '1'
006768      OR EX6-ORIG-SLOT > '4'
006769         ADD 1 TO WS-RELEASES-NOT-ACKED
006770         GO TO 2620-EXIT
006771     END-IF
006772     IF G6-GROUP-OPEN
006773         IF EX6-ORIG-SLOT NOT = WS-G6-SLOT
006774          OR EX6-ORIG-SOURCE NOT = WS-G6-SOURCE
006775          OR EX6-ORIG-BUS-DATE NOT = WS-G6-BUS-DATE
006776             PERFORM 2630-CLOSE-GROUP THRU 2630-EXIT
006777         END-IF
006778     END-IF
006779     IF NOT G6-GROUP-OPEN
006780         PERFORM 2640-OPEN-GROUP THRU 2640-EXIT
006781     END-IF
006782     MOVE SPACES TO WS-HOLD-EFF-DATE
006783     PERFORM 2500-BUILD-ACK-RECORD THRU 2500-EXIT
006784     ADD 1 TO WS-RELEASES-ACKED
006785     MOVE WS-ACK-DETAIL TO WS-ACK6-LINE
006786     PERFORM 2650-WRITE-ACK6-LINE THRU 2650-EXIT.
006787 2620-EXIT.
006788     EXIT.
006789
006790*================================================================
006791 2630-CLOSE-GROUP.
006792*================================================================
006793     MOVE WS-ACK-COUNT TO WS-ACK-TRL-COUNT
006794     MOVE WS-ACK-HASH  TO WS-ACK-TRL-HASH
006795     MOVE WS-ACK-TRAILER TO WS-ACK6-LINE
006796     PERFORM 2650-WRITE-ACK6-LINE THRU 2650-EXIT
006797     MOVE 'N' TO WS-G6-OPEN-SW.
006798 2630-EXIT.
006799     EXIT.
006800
006801*================================================================
006802 2640-OPEN-GROUP.
006803*================================================================
006804     PERFORM 2050-INIT-SOURCE THRU 2050-EXIT
006805     MOVE 'Y' TO WS-G6-OPEN-SW
006807     MOVE EX6-ORIG-SLOT     TO WS-G6-SLOT
006808     MOVE EX6-ORIG-SOURCE   TO WS-G6-SOURCE
006809     MOVE EX6-ORIG-BUS-DATE TO WS-G6-BUS-DATE
006810     MOVE EX6-ORIG-SOURCE   TO WS-ACK-HDR-SOURCE
006811     MOVE EX6-ORIG-BUS-DATE TO WS-ACK-HDR-BUS-DATE
006812     MOVE WS-ACK-HEADER TO WS-ACK6-LINE
006813     PERFORM 2650-WRITE-ACK6-LINE THRU 2650-EXIT.
006814 2640-EXIT.
006815     EXIT.
006816
006817*================================================================
006818 2650-WRITE-ACK6-LINE.
006819*================================================================
006820     EVALUATE WS-G6-SLOT
006821         WHEN '1'
006822             MOVE WS-ACK6-LINE TO ACK1-RECORD
006823             WRITE ACK1-RECORD
006824         WHEN '2'
006825             MOVE WS-ACK6-LINE TO ACK2-RECORD
006826             WRITE ACK2-RECORD
006827         WHEN '3'
006828             MOVE WS-ACK6-LINE TO ACK3-RECORD
006829             WRITE ACK3-RECORD
006830         WHEN OTHER
006831             MOVE WS-ACK6-LINE TO ACK4-RECORD
006832             WRITE ACK4-RECORD
006833     END-EVALUATE.
006834 2650-EXIT.
006835     EXIT.
006836
006837*================================================================
006838 3000-PRODUCE-ACK-RPT.
006839*================================================================
006840     MOVE WS-CURR-DATE-DISPLAY TO ACK-RPT-HDG-DATE
006841     MOVE ACK-RPT-HEADING-1 TO ACK-RPT-RECORD
006842     WRITE ACK-RPT-RECORD
006843
006844     MOVE SPACES TO ACK-RPT-RECORD
006845     WRITE ACK-RPT-RECORD
006846
006847     IF DISP-TABLE-FULL
006848         MOVE 'DISPOSITION TABLE FULL - ACKS MAY SAY NOACTION'
006850             TO ACK-RPT-RECORD
006860         WRITE ACK-RPT-RECORD
006870         MOVE 8 TO RETURN-CODE
007050     MOVE 'KEYS WITH NO ACTION FOUND. . .' TO ACK-RPT-LABEL
007060     MOVE WS-KEYS-NOACTION                 TO ACK-RPT-VALUE
007070     MOVE ACK-RPT-DETAIL-LINE              TO ACK-RPT-RECORD
007071     WRITE ACK-RPT-RECORD
007072
007073     MOVE 'KEYS WAREHOUSED AS PENDING . .' TO ACK-RPT-LABEL
007074     MOVE WS-KEYS-PENDING                  TO ACK-RPT-VALUE
007075     MOVE ACK-RPT-DETAIL-LINE              TO ACK-RPT-RECORD
007077     WRITE ACK-RPT-RECORD
007078
007079     MOVE 'RELEASED ITEMS ACKNOWLEDGED. .' TO ACK-RPT-LABEL
007080     MOVE WS-RELEASES-ACKED                TO ACK-RPT-VALUE
007081     MOVE ACK-RPT-DETAIL-LINE              TO ACK-RPT-RECORD
007082     WRITE ACK-RPT-RECORD
007084
007085     MOVE 'RELEASED ITEMS NOT ACKED . . .' TO ACK-RPT-LABEL
007086     MOVE WS-RELEASES-NOT-ACKED            TO ACK-RPT-VALUE
007087     MOVE ACK-RPT-DETAIL-LINE              TO ACK-RPT-RECORD
007088     WRITE ACK-RPT-RECORD.
007090 3000-EXIT.
007100     EXIT.
007110
