000786*                  WORK FLOWS BACK THROUGH THE NORMAL MERGE/SUM
000787*                  PATH IN ORIGINAL ORDER, THE SAME WAY
000788*                  RECYCLED REJECTS DO ON EXTRACT4.
000789* 10/15/2026  RH   EXTRACT DETAILS MAY NOW CARRY AN EFFECTIVE
000790*                  POSTING DATE (YYYYMMDD, BYTES 22-29; BLANK
000791*                  MEANS POST ON ARRIVAL).  A DETAIL DATED LATER
000792*                  THAN ITS DROP'S HEADER BUSINESS DATE STILL
000793*                  COUNTS TOWARD THE TRAILER HANDSHAKE BUT GOES TO
000794*                  THE SAMPGDIV WORK FILE INSTEAD OF THE SORT, AND
000795*                  A CLEAN RUN LOADS THE DIVERTED ITEMS INTO THE
000796*                  PENDING KSDS ON PENDTRN (SEE COPYBOOK SAMPPND)
000797*                  - A KEY ALREADY THERE IS A REPROCESSED DROP AND
000798*                  IS COUNTED, NOT WAREHOUSED TWICE.  A NON-
000799*                  NUMERIC EFFECTIVE DATE REFUSES THE DROP ('BAD
000800*                  EFF DATE', CC 16).  ADDED EXTRACT6 AS A SIXTH
000801*                  SORT INPUT FOR THE NIGHTLY SamplePendRelease
000802*                  DROP OF WAREHOUSED ITEMS WHOSE DATE HAS
000803*                  ARRIVED.
000804* 10/15/2026  RH   A DETAIL WITH TRANSACTION CODE 'X' IS A
000805*                  TWO-LEGGED TRANSFER - DEBIT THE DETAIL KEY,
000806*                  CREDIT THE CONTRA KEY IN BYTES 30-39.  ('T'
000807*                  WAS ALREADY THE TRAILER CODE ON EVERY DROP.)
000808*                  A TRANSFER COUNTS TOWARD ITS DROP'S TRAILER
000810*                  HANDSHAKE LIKE ANY DETAIL BUT IS NEVER SUMMED
000811*                  INTO A KEY'S CONSOLIDATED RECORD - IT GOES, IN
000812*                  ARRIVAL ORDER, TO THE TRANSFER FILE ON
000813*                  SAMPLXFR AS InputTranCode 'T' WITH ITS CONTRA
000814*                  KEY, FOR SampleProgram TO POST BOTH LEGS
000815*                  TOGETHER.  A FUTURE-DATED TRANSFER IS NOT
000816*                  WAREHOUSED - THE PENDING RECORD HAS NO ROOM
000817*                  FOR A CONTRA KEY - AND MUST NOT POST EARLY, SO
000818*                  IT GOES TO SAMPLXFR MARKED 'F' AND
000819*                  SampleProgram REJECTS IT BACK TO THE
000820*                  SENDER.
000821*================================================================
000822
000823 ENVIRONMENT DIVISION.
000824 CONFIGURATION SECTION.
000825 SOURCE-COMPUTER.  IBM-370.
000826 OBJECT-COMPUTER.  IBM-370.
000827
000828 INPUT-OUTPUT SECTION.
000830 FILE-CONTROL.
000840     SELECT EXTRACT1 ASSIGN TO EXTRACT1
000850         ORGANIZATION IS LINE SEQUENTIAL.
000946         ORGANIZATION IS LINE SEQUENTIAL
000948         FILE STATUS IS WS-EXT5-STATUS.
000950
000952     SELECT OPTIONAL EXTRACT6 ASSIGN TO EXTRACT6
000954         ORGANIZATION IS LINE SEQUENTIAL
000955         FILE STATUS IS WS-EXT6-STATUS.
000956
000957     SELECT XFER-FILE ASSIGN TO SAMPLXFR
000958         ORGANIZATION IS LINE SEQUENTIAL.
000959
000960     SELECT MERGED-FILE ASSIGN TO MERGED
000970         ORGANIZATION IS LINE SEQUENTIAL.
000971
000972     SELECT DIV-FILE ASSIGN TO SAMPGDIV
000973         ORGANIZATION IS LINE SEQUENTIAL.
000974
000975     SELECT PND-FILE ASSIGN TO PENDTRN
000976         ORGANIZATION IS INDEXED
000977         ACCESS MODE IS DYNAMIC
000978         RECORD KEY IS PNDT-KEY
000979         FILE STATUS IS WS-PND-STATUS.
000980
000990     SELECT SORT-WORK-FILE ASSIGN TO SRTWK01.
001000
001170                            ==SAMP-FIELD1== BY ==EX1-KEY==
001180                            ==SAMP-FIELD2== BY ==EX1-AMT==.
001190     05  EX1-TCODE                   PIC X(01).
001195     05  EX1-EFF-DATE                PIC X(08).
001197     05  EX1-CONTRA-KEY              PIC X(10).
001200
001210 FD  EXTRACT2.
001220     COPY SAMPREC REPLACING ==SAMP-RECORD== BY ==EX2-RECORD==
001230                            ==SAMP-FIELD1== BY ==EX2-KEY==
001240                            ==SAMP-FIELD2== BY ==EX2-AMT==.
001250     05  EX2-TCODE                   PIC X(01).
001255     05  EX2-EFF-DATE                PIC X(08).
001257     05  EX2-CONTRA-KEY              PIC X(10).
001260
001270 FD  EXTRACT3.
001280     COPY SAMPREC REPLACING ==SAMP-RECORD== BY ==EX3-RECORD==
001290                            ==SAMP-FIELD1== BY ==EX3-KEY==
001300                            ==SAMP-FIELD2== BY ==EX3-AMT==.
001310     05  EX3-TCODE                   PIC X(01).
001315     05  EX3-EFF-DATE                PIC X(08).
001317     05  EX3-CONTRA-KEY              PIC X(10).
001320
001330 FD  EXTRACT4.
001340     COPY SAMPREC REPLACING ==SAMP-RECORD== BY ==EX4-RECORD==
001350                            ==SAMP-FIELD1== BY ==EX4-KEY==
001360                            ==SAMP-FIELD2== BY ==EX4-AMT==.
001363     05  EX4-TCODE                   PIC X(01).
001366     05  EX4-EFF-DATE                PIC X(08).
001369     05  EX4-CONTRA-KEY              PIC X(10).
001372
001374 FD  EXTRACT5.
001376     COPY SAMPREC REPLACING ==SAMP-RECORD== BY ==EX5-RECORD==
001378                            ==SAMP-FIELD1== BY ==EX5-KEY==
001380                            ==SAMP-FIELD2== BY ==EX5-AMT==.
001382     05  EX5-TCODE                   PIC X(01).
001383     05  EX5-EFF-DATE                PIC X(08).
001385
001390 FD  MERGED-FILE.
001400     COPY SAMPREC REPLACING ==SAMP-RECORD== BY ==MRG-RECORD==
001450         88  MRG-TCODE-REPLACE                  VALUE 'R'.
001460         88  MRG-TCODE-DELETE                   VALUE 'D'.
001470
001471 FD  EXTRACT6.
001472     COPY SAMPREC REPLACING ==SAMP-RECORD== BY ==EX6-RECORD==
001473                            ==SAMP-FIELD1== BY ==EX6-KEY==
001474                            ==SAMP-FIELD2== BY ==EX6-AMT==.
001475     05  EX6-TCODE                   PIC X(01).
001476     05  EX6-EFF-DATE                PIC X(08).
001477     05  EX6-ORIG-DROP               PIC X(16).
001478
001480 SD  SORT-WORK-FILE.
001490     COPY SAMPREC REPLACING ==SAMP-RECORD== BY ==SW-RECORD==
001500                            ==SAMP-FIELD1== BY ==SW-FIELD1==
001510                            ==SAMP-FIELD2== BY ==SW-FIELD2==.
001520     05  SW-TCODE                    PIC X(01).
001530
001531 FD  XFER-FILE.
001532     COPY SAMPREC REPLACING ==SAMP-RECORD== BY ==XFER-RECORD==
001533                            ==SAMP-FIELD1== BY ==XFER-KEY==
001534                            ==SAMP-FIELD2== BY ==XFER-AMOUNT==.
001535     05  XFER-TCODE                  PIC X(01).
001536     05  XFER-CONTRA-KEY             PIC X(10).
001538
001540 FD  InputFile.
001550     COPY SAMPREC REPLACING ==SAMP-RECORD== BY ==InputRecord==
001560                            ==SAMP-FIELD1== BY ==InputField1==
001570                            ==SAMP-FIELD2== BY ==InputField2==.
001580     05  InputTranCode               PIC X(01).
001581
001582 FD  DIV-FILE.
001583     COPY SAMPPND.
001584
001585 FD  PND-FILE.
001586 01  PNDT-RECORD.
001587     05  PNDT-KEY                    PIC X(30).
001588     05  FILLER                      PIC X(40).
001590
001600 FD  MRG-RPT-FILE.
001610 01  MRG-RPT-RECORD                  PIC X(80).
001778         88  REG-TABLE-FULL                     VALUE 'Y'.
001780     05  WS-REPROCESS-SW         PIC X(01)      VALUE 'N'.
001782         88  REPROCESS-REQUESTED                VALUE 'Y'.
001783     05  WS-DIV-EOF-SW           PIC X(01)      VALUE 'N'.
001784         88  DIV-EOF-REACHED                    VALUE 'Y'.
001785
001790*----------------------------------------------------------------
001800* FILE STATUS CODES
001854     88  GPRM-STATUS-OK                         VALUE '00'.
001856     88  GPRM-STATUS-NOFILE                     VALUE '35'.
001857
001858 01  WS-EXT6-STATUS              PIC X(02)      VALUE '00'.
001859     88  EXT6-STATUS-OK                         VALUE '00'.
001860     88  EXT6-STATUS-NOFILE                     VALUE '35'.
001861
001863 01  WS-PND-STATUS               PIC X(02)      VALUE '00'.
001864     88  PND-STATUS-OK                          VALUE '00'.
001865     88  PND-STATUS-DUPE                        VALUE '22'.
001866     88  PND-STATUS-NOFILE                      VALUE '35'.
001867
001868*----------------------------------------------------------------
001870* EXTRACT CONTROL-TOTAL WORK AREAS - ONE TABLE ENTRY PER
001880* EXTRACT FILE, FILLED BY THE SORT INPUT PROCEDURE
001890*----------------------------------------------------------------
001900 01  WS-EXT-TABLE.
001910     05  WS-EXT-ENTRY OCCURS 6 TIMES.
001920         10  WS-EXT-NAME         PIC X(08).
001930         10  WS-EXT-TRL-SW       PIC X(01).
001940         10  WS-EXT-EXP-CNT      PIC 9(07).
001982         10  WS-EXT-HDR-SW       PIC X(01).
001984         10  WS-EXT-SOURCE       PIC X(07).
001986         10  WS-EXT-BUS-DATE     PIC 9(08).
001988         10  WS-EXT-BADEFF-CNT   PIC 9(07).
001990
002000 77  WS-EXT-SUB                  PIC 9(02)  COMP    VALUE ZERO.
002010
002060     05  WS-HOLD-TCODE           PIC X(01).
002070         88  HOLD-IS-TRAILER                    VALUE 'T'.
002072         88  HOLD-IS-HEADER                     VALUE 'H'.
002073         88  HOLD-IS-TRANSFER                   VALUE 'X'.
002074     05  WS-HOLD-EFF-DATE        PIC X(08).
002075     05  WS-HOLD-EFF-DATE-N REDEFINES WS-HOLD-EFF-DATE
002077                                 PIC 9(08).
002078     05  WS-HOLD-CONTRA-KEY      PIC X(10).
002080
002090 01  WS-EXT-TRL-VIEW REDEFINES WS-EXT-REC-HOLD.
002100     05  WS-TRL-COUNT            PIC 9(07).
002110     05  WS-TRL-HASH             PIC S9(09)V99
002115                                 SIGN LEADING SEPARATE.
002118     05  FILLER                  PIC X(20).
002122
002124 01  WS-EXT-HDR-VIEW REDEFINES WS-EXT-REC-HOLD.
002126     05  WS-HDR-SOURCE           PIC X(07).
002128     05  WS-HDR-BUS-DATE         PIC 9(08).
002129     05  FILLER                  PIC X(24).
002132
002134*----------------------------------------------------------------
002136* PROCESSED-DROP REGISTER - EVERY SOURCE/BUSINESS-DATE PAIR THE
002360 77  WS-KEYS-CAPPED              PIC 9(07)  COMP    VALUE ZERO.
002370 77  WS-KEYS-WITH-REPLACE        PIC 9(07)  COMP    VALUE ZERO.
002380 77  WS-KEYS-WITH-DELETE         PIC 9(07)  COMP    VALUE ZERO.
002382 77  WS-ITEMS-DIVERTED           PIC 9(07)  COMP    VALUE ZERO.
002385 77  WS-ITEMS-WAREHOUSED         PIC 9(07)  COMP    VALUE ZERO.
002387 77  WS-ITEMS-ALREADY-PENDING    PIC 9(07)  COMP    VALUE ZERO.
002388 77  WS-TRANSFERS-PASSED         PIC 9(07)  COMP    VALUE ZERO.
002389 77  WS-TRANSFERS-FUTURE         PIC 9(07)  COMP    VALUE ZERO.
002390
002400*----------------------------------------------------------------
002410* MERGE-SUMMARY REPORT PRINT-IMAGE LINES
002750         PERFORM 3000-SUMMARIZE-AND-LOAD THRU 3000-EXIT
002760             UNTIL EOF-REACHED
002770         PERFORM 3500-FLUSH-LAST-KEY THRU 3500-EXIT
002775         PERFORM 8500-LOAD-PENDING THRU 8500-EXIT
002780         PERFORM 4000-PRODUCE-SUMMARY-RPT THRU 4000-EXIT
002782         PERFORM 8000-UPDATE-REGISTER THRU 8000-EXIT
002790         PERFORM 9999-WRAP-UP THRU 9999-EXIT
003310     MOVE 'EXTRACT3' TO WS-EXT-NAME (3)
003320     MOVE 'EXTRACT4' TO WS-EXT-NAME (4)
003322     MOVE 'EXTRACT5' TO WS-EXT-NAME (5)
003324     MOVE 'EXTRACT6' TO WS-EXT-NAME (6)
003326     OPEN OUTPUT DIV-FILE
003328     OPEN OUTPUT XFER-FILE
003330     PERFORM 1510-PROCESS-EXTRACT1 THRU 1510-EXIT
003340     PERFORM 1520-PROCESS-EXTRACT2 THRU 1520-EXIT
003350     PERFORM 1530-PROCESS-EXTRACT3 THRU 1530-EXIT
003360     PERFORM 1540-PROCESS-EXTRACT4 THRU 1540-EXIT
003362     PERFORM 1545-PROCESS-EXTRACT5 THRU 1545-EXIT
003364     PERFORM 1547-PROCESS-EXTRACT6 THRU 1547-EXIT
003366     CLOSE DIV-FILE
003368     CLOSE XFER-FILE
003370     GO TO 1599-EXIT.
003380
003390*================================================================
004468     EXIT.
004469
004470*================================================================
004471 1547-PROCESS-EXTRACT6.
004472*================================================================
004473*    EXTRACT6 IS THE NIGHTLY SamplePendRelease DROP OF
004474*    WAREHOUSED ITEMS WHOSE EFFECTIVE DATE HAS ARRIVED - OPTIONAL
004475*    LIKE EXTRACT5, AND EMPTY ON A NIGHT NOTHING FELL DUE.
004476     MOVE 6 TO WS-EXT-SUB
004477     PERFORM 1560-INIT-EXTRACT-TOTALS THRU 1560-EXIT
004478     OPEN INPUT EXTRACT6
004479     PERFORM 1548-READ-EXTRACT6 THRU 1548-EXIT
004480         UNTIL EXT-EOF-REACHED
004481     CLOSE EXTRACT6
004482     PERFORM 1570-CHECK-EXTRACT THRU 1570-EXIT.
004483 1547-EXIT.
004484     EXIT.
004485
004486*================================================================
004487 1548-READ-EXTRACT6.
004488*================================================================
004489     READ EXTRACT6
004490         AT END
004491             MOVE 'Y' TO WS-EXT-EOF-SW
004492         NOT AT END
004493*            BYTES 30-45 OF A PENDING-RELEASE RECORD CARRY THE
004494*            ITEM'S ORIGINAL SOURCE, NOT A CONTRA KEY.
004495             MOVE EX6-RECORD TO WS-EXT-REC-HOLD
004496             MOVE SPACES     TO WS-HOLD-CONTRA-KEY
004497             PERFORM 1550-TALLY-HOLD-RECORD THRU 1550-EXIT
004498     END-READ.
004499 1548-EXIT.
004500     EXIT.
004501
004502*================================================================
004503 1550-TALLY-HOLD-RECORD.
004504*================================================================
004505     EVALUATE TRUE
004506         WHEN HOLD-IS-HEADER
004507             PERFORM 1555-NOTE-EXTRACT-HEADER THRU 1555-EXIT
004508         WHEN HOLD-IS-TRAILER
004510             MOVE 'Y' TO WS-EXT-TRL-SW (WS-EXT-SUB)
004512             MOVE WS-TRL-COUNT TO WS-EXT-EXP-CNT (WS-EXT-SUB)
004514             MOVE WS-TRL-HASH  TO WS-EXT-EXP-HASH (WS-EXT-SUB)
004516         WHEN OTHER
004518             ADD 1 TO WS-EXT-RCV-CNT (WS-EXT-SUB)
004520             IF WS-HOLD-DTL-AMT NUMERIC
004530                 ADD WS-HOLD-DTL-AMT
004540                     TO WS-EXT-RCV-HASH (WS-EXT-SUB)
004550             END-IF
004554             IF WS-HOLD-EFF-DATE = SPACES
004560                 PERFORM 1590-RELEASE-DETAIL THRU 1590-EXIT
004567             ELSE
004571                 PERFORM 1580-CHECK-EFFECTIVE-DATE THRU 1580-EXIT
004575             END-IF
004580     END-EVALUATE.
004590 1550-EXIT.
004600     EXIT.
004710     MOVE SPACE TO WS-EXT-STAT (WS-EXT-SUB)
004712     MOVE 'N'  TO WS-EXT-HDR-SW (WS-EXT-SUB)
004714     MOVE SPACES TO WS-EXT-SOURCE (WS-EXT-SUB)
004716     MOVE ZERO TO WS-EXT-BUS-DATE (WS-EXT-SUB)
004718     MOVE ZERO TO WS-EXT-BADEFF-CNT (WS-EXT-SUB).
004720 1560-EXIT.
004730     EXIT.
004740
004802*    GUARD, REFUSED IN ITS OWN RIGHT; A REPEAT DROP WAS
004804*    ALREADY MARKED 'R' BY 1555-NOTE-EXTRACT-HEADER; NO
004806*    TRAILER WITH DETAILS, OR A TRAILER THAT DISAGREES WITH
004808*    THE DETAILS, IS A SHORT DROP.  AN UNREADABLE EFFECTIVE
004809*    DATE ON ANY DETAIL REFUSES THE WHOLE DROP ('F').
004810     IF WS-EXT-STAT (WS-EXT-SUB) = 'R'
004811         GO TO 1570-EXIT
004812     END-IF
004880     ELSE
004890         IF WS-EXT-EXP-CNT (WS-EXT-SUB) =
004900                 WS-EXT-RCV-CNT (WS-EXT-SUB)
004901          AND WS-EXT-EXP-HASH (WS-EXT-SUB) =
004902                 WS-EXT-RCV-HASH (WS-EXT-SUB)
004903             MOVE 'G' TO WS-EXT-STAT (WS-EXT-SUB)
004904         ELSE
004905             MOVE 'E' TO WS-EXT-STAT (WS-EXT-SUB)
004906             MOVE 'Y' TO WS-EXT-ERROR-SW
004907         END-IF
004908     END-IF
004909     IF WS-EXT-BADEFF-CNT (WS-EXT-SUB) > ZERO
004910         MOVE 'F' TO WS-EXT-STAT (WS-EXT-SUB)
004911         MOVE 'Y' TO WS-EXT-ERROR-SW
004912     END-IF.
004913 1570-EXIT.
004914     EXIT.
004915
004916*================================================================
004917 1580-CHECK-EFFECTIVE-DATE.
004918*================================================================
004919*    A DETAIL DATED ON OR BEFORE ITS DROP'S BUSINESS DATE POSTS
004920*    TONIGHT LIKE ANY OTHER; ONE DATED LATER IS WAREHOUSED.  A
004921*    DETAIL WITH A GARBAGE AMOUNT IS NEVER WAREHOUSED - IT GOES
004922*    THROUGH TONIGHT AND REJECTS NOW, NOT DAYS FROM NOW.  NEITHER
004923*    IS A TRANSFER - THE PENDING RECORD HAS NO ROOM FOR ITS
004924*    CONTRA KEY; 1595-PASS-FUTURE-TRANSFER SENDS IT ON.  THE
004925*    DIVERTED ITEM ONLY GOES TO THE WORK FILE HERE; IT REACHES
004926*    THE PENDING KSDS AFTER THE WHOLE MERGE HAS PROVED CLEAN, SO
004927*    A REFUSED DROP WAREHOUSES NOTHING.  ITS SEQUENCE NUMBER IS
004928*    ITS DETAIL COUNT WITHIN THE DROP.
004929     IF WS-HOLD-EFF-DATE NOT NUMERIC
004930         ADD 1 TO WS-EXT-BADEFF-CNT (WS-EXT-SUB)
004931         DISPLAY 'SAMMRG - BAD EFFECTIVE DATE ON '
004932             WS-EXT-NAME (WS-EXT-SUB) ' KEY ' WS-HOLD-DTL-KEY
004933         GO TO 1580-EXIT
004934     END-IF
004935     IF WS-HOLD-EFF-DATE-N NOT > WS-EXT-BUS-DATE (WS-EXT-SUB)
004936      OR WS-HOLD-DTL-AMT NOT NUMERIC
004937         PERFORM 1590-RELEASE-DETAIL THRU 1590-EXIT
004938         GO TO 1580-EXIT
004939     END-IF
004940     IF HOLD-IS-TRANSFER
004941         PERFORM 1595-PASS-FUTURE-TRANSFER THRU 1595-EXIT
004942         GO TO 1580-EXIT
004943     END-IF
004944     MOVE SPACES                       TO PND-RECORD
004945     MOVE WS-HOLD-EFF-DATE-N           TO PND-EFF-DATE
004946     MOVE WS-EXT-SOURCE (WS-EXT-SUB)   TO PND-SOURCE
004947     MOVE WS-EXT-BUS-DATE (WS-EXT-SUB) TO PND-BUS-DATE
004948     MOVE WS-EXT-RCV-CNT (WS-EXT-SUB)  TO PND-SEQ
004949     MOVE WS-HOLD-DTL-KEY              TO PND-ACCT-KEY
004950     MOVE WS-HOLD-DTL-AMT              TO PND-AMT
004951     MOVE WS-HOLD-TCODE                TO PND-TCODE
004952     MOVE WS-EXT-SUB                   TO PND-EXT-SLOT
004953     MOVE 'P'                          TO PND-STATUS
004954     MOVE WS-RUN-ID(1:8)               TO PND-STATUS-DATE
004955     WRITE PND-RECORD
004956     ADD 1 TO WS-ITEMS-DIVERTED.
004957 1580-EXIT.
004958     EXIT.
004959
004960*================================================================
004961 1590-RELEASE-DETAIL.
004962*================================================================
004963*    A TRANSFER'S TWO LEGS MUST POST OR REJECT TOGETHER, SO IT
004964*    STAYS OUT OF THE PER-KEY SORT AND CONSOLIDATION - ITS DEBIT
004965*    KEY COULD ONLY HOLD ONE InputFile RECORD AND ITS AMOUNT
004966*    WOULD BE FOLDED INTO THE KEY'S OTHER WORK.  EVERYTHING ELSE
004967*    GOES TO THE SORT.
004968     IF HOLD-IS-TRANSFER
004969         MOVE WS-HOLD-DETAIL     TO XFER-RECORD
004970         MOVE 'T'                TO XFER-TCODE
004971         MOVE WS-HOLD-CONTRA-KEY TO XFER-CONTRA-KEY
004972         WRITE XFER-RECORD
004973         ADD 1 TO WS-TRANSFERS-PASSED
004974     ELSE
004975         MOVE WS-EXT-REC-HOLD TO SW-RECORD
004976         RELEASE SW-RECORD
004977     END-IF.
004978 1590-EXIT.
004979     EXIT.
004980
004981*================================================================
004982 1595-PASS-FUTURE-TRANSFER.
004983*================================================================
004984*    A FUTURE-DATED TRANSFER CANNOT WAIT ON THE PENDING FILE AND
004985*    MUST NOT POST EARLY.  IT GOES TO SAMPLXFR MARKED 'F' SO
004986*    SampleProgram REJECTS THE PAIR (REASON 09, CAUSE EFFDT) AND
004987*    THE SENDER'S ACK SHOWS IT REJECTED, TO BE SENT AGAIN ON ITS
004988*    EFFECTIVE DATE.
004989     MOVE WS-HOLD-DETAIL     TO XFER-RECORD
004990     MOVE 'F'                TO XFER-TCODE
004991     MOVE WS-HOLD-CONTRA-KEY TO XFER-CONTRA-KEY
004992     WRITE XFER-RECORD
004994     ADD 1 TO WS-TRANSFERS-PASSED
004996     ADD 1 TO WS-TRANSFERS-FUTURE.
004998 1595-EXIT.
005000     EXIT.
005010
005020 1599-EXIT.
006490     MOVE 'KEYS LOADED AS DELETE. . . . .' TO MRG-RPT-LABEL
006500     MOVE WS-KEYS-WITH-DELETE              TO MRG-RPT-VALUE
006510     MOVE MRG-RPT-DETAIL-LINE              TO MRG-RPT-RECORD
006511     WRITE MRG-RPT-RECORD
006512
006513     MOVE 'FUTURE-DATED ITEMS DIVERTED. .' TO MRG-RPT-LABEL
006514     MOVE WS-ITEMS-DIVERTED                TO MRG-RPT-VALUE
006515     MOVE MRG-RPT-DETAIL-LINE              TO MRG-RPT-RECORD
006516     WRITE MRG-RPT-RECORD
006517
006518     MOVE 'ITEMS WAREHOUSED ON PENDTRN. .' TO MRG-RPT-LABEL
006519     MOVE WS-ITEMS-WAREHOUSED              TO MRG-RPT-VALUE
006520     MOVE MRG-RPT-DETAIL-LINE              TO MRG-RPT-RECORD
006521     WRITE MRG-RPT-RECORD
006522
006523     MOVE 'ITEMS ALREADY PENDING. . . . .' TO MRG-RPT-LABEL
006524     MOVE WS-ITEMS-ALREADY-PENDING         TO MRG-RPT-VALUE
006525     MOVE MRG-RPT-DETAIL-LINE              TO MRG-RPT-RECORD
006526     WRITE MRG-RPT-RECORD
006527
006528     MOVE 'TRANSFERS PASSED TO SAMPLE1. .' TO MRG-RPT-LABEL
006529     MOVE WS-TRANSFERS-PASSED              TO MRG-RPT-VALUE
006530     MOVE MRG-RPT-DETAIL-LINE              TO MRG-RPT-RECORD
006531     WRITE MRG-RPT-RECORD
006532
006533     MOVE 'OF WHICH FUTURE-DATED - REJECT' TO MRG-RPT-LABEL
006534     MOVE WS-TRANSFERS-FUTURE              TO MRG-RPT-VALUE
006535     MOVE MRG-RPT-DETAIL-LINE              TO MRG-RPT-RECORD
006536     WRITE MRG-RPT-RECORD
006538
006540     MOVE SPACES TO MRG-RPT-RECORD
006550     WRITE MRG-RPT-RECORD
006560     PERFORM 4100-WRITE-BALANCE-LINE THRU 4100-EXIT
006570         VARYING WS-EXT-SUB FROM 1 BY 1
006580         UNTIL WS-EXT-SUB > 6.
006590 4000-EXIT.
006600     EXIT.
006610
006708             MOVE 'NO HEADER'   TO MRG-BAL-STATUS
006710         WHEN WS-EXT-STAT (WS-EXT-SUB) = 'E'
006720             MOVE 'OUT OF BAL'  TO MRG-BAL-STATUS
006722         WHEN WS-EXT-STAT (WS-EXT-SUB) = 'F'
006724             MOVE 'BAD EFF DATE' TO MRG-BAL-STATUS
006730         WHEN WS-EXT-TRL-SW (WS-EXT-SUB) = 'N'
006740             MOVE 'EMPTY'       TO MRG-BAL-STATUS
006750         WHEN OTHER
006910     WRITE MRG-RPT-RECORD
006920     PERFORM 4100-WRITE-BALANCE-LINE THRU 4100-EXIT
006930         VARYING WS-EXT-SUB FROM 1 BY 1
006940         UNTIL WS-EXT-SUB > 6
006950     CLOSE MRG-RPT-FILE
006960     DISPLAY 'SAMMRG - EXTRACT CONTROL TOTALS DO NOT BALANCE, '
006970         'NOTHING LOADED - SEE SAMMRPT'.
007026     OPEN EXTEND REG-FILE
007028     PERFORM 8100-WRITE-REGISTER-ENTRY THRU 8100-EXIT
007030         VARYING WS-EXT-SUB FROM 1 BY 1
007032         UNTIL WS-EXT-SUB > 6
007034     CLOSE REG-FILE.
007036 8000-EXIT.
007038     EXIT.
007082     EXIT.
007084
007086*================================================================
007096 8500-LOAD-PENDING.
007106*================================================================
007116*    THE MERGE PROVED CLEAN, SO THE DIVERTED ITEMS CAN NOW BE
007126*    WAREHOUSED.  A KEY ALREADY ON THE PENDING FILE MEANS THIS
007136*    DROP WAS PROCESSED BEFORE (A SAMPGPRM REPROCESS) - THE ITEM
007146*    IS ALREADY WAITING AND IS COUNTED, NOT WRITTEN AGAIN.
007156     IF WS-ITEMS-DIVERTED = ZERO
007166         GO TO 8500-EXIT
007176     END-IF
007186     OPEN INPUT DIV-FILE
007196     OPEN I-O PND-FILE
007206     IF PND-STATUS-NOFILE
007216         OPEN OUTPUT PND-FILE
007226         CLOSE PND-FILE
007236         OPEN I-O PND-FILE
007246     END-IF
007256     PERFORM 8510-WAREHOUSE-ITEM THRU 8510-EXIT
007266         UNTIL DIV-EOF-REACHED
007276     CLOSE DIV-FILE
007286     CLOSE PND-FILE.
007296 8500-EXIT.
007306     EXIT.
007316
007326*================================================================
007336 8510-WAREHOUSE-ITEM.
007346*================================================================
007356     READ DIV-FILE
007366         AT END
007376             MOVE 'Y' TO WS-DIV-EOF-SW
007386         NOT AT END
007396             WRITE PNDT-RECORD FROM PND-RECORD
007406                 INVALID KEY
007416                     ADD 1 TO WS-ITEMS-ALREADY-PENDING
007426                 NOT INVALID KEY
007436                     ADD 1 TO WS-ITEMS-WAREHOUSED
007446             END-WRITE
007456     END-READ.
007466 8510-EXIT.
007476     EXIT.
007486
007496*================================================================
007506 9999-WRAP-UP.
007516*================================================================
007526     CLOSE MERGED-FILE
007536     CLOSE InputFile
007546     CLOSE MRG-RPT-FILE.
007556 9999-EXIT.
007566     EXIT.
