000489*                  CARD (AMOUNT S9(07)V99 SIGN LEADING SEPARATE
000490*                  IN COLUMNS 1-10, PERCENT 9(03) IN 11-13;
000491*                  ABSENT OR ZERO KEEPS 5000.00 / 200 PCT).
000492* 10/15/2026  RH   AUDIT RECORD WIDENED FROM 50 TO 70 BYTES - THE
000493*                  NEW TAIL CARRIES THE TRANSFER REFERENCE AND
000494*                  CONTRA KEY ON TRANSFER (ACTION 'T') ENTRIES.
000495*                  THIS PROGRAM'S OWN ENTRIES LEAVE IT BLANK.
000496* 10/15/2026  RH   CORRECTIONS NOW NEED A SECOND USER.  A SAMPUCOR
000497*                  CARD - WHICH NOW ALSO CARRIES THE REQUESTING
000498*                  USER ID IN COLUMNS 21-28 AND A REASON IN 29-58
000499*                  - NO LONGER POSTS.  IT IS QUEUED AS A PENDING
000500*                  ITEM ON THE NEW SAMPAPR APPROVAL FILE (COPYBOOK
000501*                  SAMPAPR), WHERE SU01 CORRECTIONS KEYED ONLINE
000502*                  ALSO LAND.  A NEW SAMPUAPV DECISION DECK (KEY,
000503*                  A OR D, APPROVER USER ID) APPROVES OR DECLINES
000504*                  PENDING ITEMS, AND THE APPROVER MAY NOT BE THE
000505*                  REQUESTER.  AN APPROVED ITEM POSTS AS BEFORE,
000506*                  AND ITS 'C' JOURNAL ENTRY NOW CARRIES BOTH USER
000507*                  IDS IN THE TAIL.  AN ITEM LEFT PENDING LONGER
000508*                  THAN THE SAMPUPRM EXPIRY DAYS (COLUMNS 14-16,
000509*                  DEFAULT 5) EXPIRES.  EVERY RUN LISTS PENDING,
000510*                  APPROVED, DECLINED AND EXPIRED ITEMS ON THE NEW
000511*                  SAMPUAPR REPORT.  AN APPROVAL IS REFUSED IF THE
000512*                  ACCOUNT HAS POSTED SINCE THE ITEM WAS QUEUED.
000513*                  NEW REJECT CODES 04-11; SAMPUREJ IS NOW 92
000514*                  BYTES, THE WHOLE CARD.  SAMPU010 RUNS DAILY.
000515*================================================================
000516
000517 ENVIRONMENT DIVISION.
000518 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.  IBM-370.
000530 OBJECT-COMPUTER.  IBM-370.
000540
000770
000772     SELECT EXC-RPT-FILE ASSIGN TO SAMPUEXC
000774         ORGANIZATION IS LINE SEQUENTIAL.
000775
000776     SELECT APR-FILE ASSIGN TO SAMPAPR
000777         ORGANIZATION IS INDEXED
000778         ACCESS MODE IS DYNAMIC
000779         RECORD KEY IS APR-KEY
000780         FILE STATUS IS WS-APR-STATUS.
000781
000782     SELECT OPTIONAL APV-FILE ASSIGN TO SAMPUAPV
000783         ORGANIZATION IS LINE SEQUENTIAL
000784         FILE STATUS IS WS-APV-STATUS.
000785
000786     SELECT APR-RPT-FILE ASSIGN TO SAMPUAPR
000787         ORGANIZATION IS LINE SEQUENTIAL.
000788
000789 DATA DIVISION.
000790 FILE SECTION.
000800 FD  OutputFile.
000810     COPY SAMPREC REPLACING ==SAMP-RECORD== BY ==OutputRecord==
000870 01  CORR-RECORD.
000880     05  CORR-FIELD1   PIC X(10).
000890     05  CORR-FIELD2   PIC S9(07)V99 SIGN LEADING SEPARATE.
000893     05  CORR-REQ-USER PIC X(08).
000896     05  CORR-REASON   PIC X(30).
000900
000910 FD  CORR-RPT-FILE.
000920 01  CORR-RPT-RECORD               PIC X(80).
000930
000940 FD  CORR-REJ-FILE.
000950 01  CORR-REJ-RECORD               PIC X(92).
000960
000970 FD  AUD-FILE.
000980 01  AUD-RECORD                    PIC X(70).
000990
001000 FD  RUN-FILE.
001010 01  RUN-RECORD                    PIC X(60).
001016     05  UPRM-EXC-AMOUNT         PIC S9(07)V99
001017                                 SIGN LEADING SEPARATE.
001018     05  UPRM-EXC-PERCENT        PIC 9(03).
001019     05  UPRM-EXPIRY-DAYS        PIC 9(03).
001020
001022 FD  EXC-RPT-FILE.
001024 01  EXC-RPT-RECORD                PIC X(80).
001025
001026 FD  APR-FILE.
001028     COPY SAMPAPR.
001029
001031 FD  APV-FILE.
001032 01  APV-RECORD.
001034     05  APV-KEY                 PIC X(10).
001035     05  APV-DECISION            PIC X(01).
001037         88  APV-APPROVE                    VALUE 'A'.
001038         88  APV-DECLINE                    VALUE 'D'.
001039     05  APV-USER                PIC X(08).
001041
001042 FD  APR-RPT-FILE.
001044 01  APR-RPT-RECORD                PIC X(80).
001045
001047 WORKING-STORAGE SECTION.
001048*----------------------------------------------------------------
001050* SWITCHES
001060*----------------------------------------------------------------
001070 01  WS-SWITCHES.
001080     05  WS-EOF-SW               PIC X(01)      VALUE 'N'.
001090         88  EOF-REACHED                        VALUE 'Y'.
001100         88  EOF-NOT-REACHED                    VALUE 'N'.
001101     05  WS-APV-EOF-SW           PIC X(01)      VALUE 'N'.
001102         88  APV-EOF-REACHED                    VALUE 'Y'.
001103     05  WS-APV-OPEN-SW          PIC X(01)      VALUE 'N'.
001104         88  APV-FILE-OPEN                      VALUE 'Y'.
001105     05  WS-APR-FOUND-SW         PIC X(01)      VALUE 'N'.
001106         88  APR-PENDING-FOUND                  VALUE 'Y'.
001107     05  WS-APR-SCAN-SW          PIC X(01)      VALUE 'N'.
001108         88  APR-SCAN-ENDED                     VALUE 'Y'.
001110
001120*----------------------------------------------------------------
001130* FILE STATUS CODES
001174 01  WS-UPRM-STATUS              PIC X(02)      VALUE '00'.
001176     88  UPRM-STATUS-OK                         VALUE '00'.
001178     88  UPRM-STATUS-NOFILE                     VALUE '35'.
001179
001181 01  WS-APR-STATUS               PIC X(02)      VALUE '00'.
001182     88  APR-STATUS-OK                          VALUE '00'.
001184
001185 01  WS-APV-STATUS               PIC X(02)      VALUE '00'.
001187     88  APV-STATUS-OK                          VALUE '00' '05'.
001188
001190*----------------------------------------------------------------
001200* RUN COUNTERS
001210*----------------------------------------------------------------
001220 77  WS-CORRECTIONS-APPLIED      PIC 9(07)  COMP  VALUE ZERO.
001230 77  WS-CORRECTIONS-NOTFOUND     PIC 9(07)  COMP  VALUE ZERO.
001240 77  WS-CORRECTIONS-REJECTED     PIC 9(07)  COMP  VALUE ZERO.
001241 77  WS-CORRECTIONS-QUEUED       PIC 9(07)  COMP  VALUE ZERO.
001242 77  WS-CORRECTIONS-DECLINED     PIC 9(07)  COMP  VALUE ZERO.
001243 77  WS-CORRECTIONS-EXPIRED      PIC 9(07)  COMP  VALUE ZERO.
001244 77  WS-APPROVALS-PURGED         PIC 9(07)  COMP  VALUE ZERO.
001245 77  WS-APR-LISTED-PENDING       PIC 9(07)  COMP  VALUE ZERO.
001246 77  WS-APR-LISTED-APPROVED      PIC 9(07)  COMP  VALUE ZERO.
001247 77  WS-APR-LISTED-DECLINED      PIC 9(07)  COMP  VALUE ZERO.
001248 77  WS-APR-LISTED-EXPIRED       PIC 9(07)  COMP  VALUE ZERO.
001249
001250*----------------------------------------------------------------
001251* APPROVAL-FILE WORK AREAS - EXPIRY DAYS CAN COME FROM SAMPUPRM
001252*----------------------------------------------------------------
001253 77  WS-APR-EXPIRY-DAYS          PIC 9(03)  COMP  VALUE 5.
001255 77  WS-APR-AGE-DAYS             PIC S9(07) COMP  VALUE ZERO.
001256 01  WS-APR-SEARCH-KEY           PIC X(10)  VALUE SPACES.
001257
001258*----------------------------------------------------------------
001259* LARGE-MOVEMENT SCREEN - SAME THRESHOLD RULE AS SampleProgram
001260*----------------------------------------------------------------
001261 77  WS-EXC-AMT-THRESHOLD        PIC S9(07)V99 COMP VALUE +5000.
001262 77  WS-EXC-PCT-THRESHOLD        PIC 9(03)  COMP    VALUE 200.
001263 77  WS-EXC-FLAGGED              PIC 9(07)  COMP    VALUE ZERO.
001264 77  WS-EXC-DELTA                PIC S9(09)V99 COMP VALUE ZERO.
001265 77  WS-EXC-ABS-DELTA            PIC S9(09)V99 COMP VALUE ZERO.
001266 77  WS-EXC-PCT-LIMIT            PIC S9(09)V99 COMP VALUE ZERO.
001267
001268*----------------------------------------------------------------
001270* RUN-ID AND RUN-DATE - STAMPED ON EVERY JOURNAL ENTRY AND
001280* CORRECTED RECORD, SAME CONVENTION AS SampleProgram
001290*----------------------------------------------------------------
001330*----------------------------------------------------------------
001340* AUDIT-JOURNAL WORK AREAS - SAME SHAPE SampleProgram WRITES,
001350* ACTION CODE 'C' MARKS A CORRECTION
001355* AND CARRIES THE REQUESTING AND APPROVING USER IDS IN THE TAIL
001360*----------------------------------------------------------------
001370 77  WS-AUD-OLD-HOLD             PIC S9(07)V99 VALUE ZERO.
001380
001470     05  FILLER                  PIC X(01)  VALUE SPACE.
001480     05  WS-AUD-ACTION           PIC X(01)  VALUE SPACE.
001490     05  FILLER                  PIC X(01)  VALUE SPACES.
001492     05  WS-AUD-MAKER            PIC X(08)  VALUE SPACES.
001494     05  FILLER                  PIC X(01)  VALUE SPACE.
001496     05  WS-AUD-CHECKER          PIC X(08)  VALUE SPACES.
001498     05  FILLER                  PIC X(03)  VALUE SPACES.
001500
001510     COPY SAMPRUN.
001520*----------------------------------------------------------------
001590     05  WS-REJECT-REASON-TXT    PIC X(30)  VALUE SPACES.
001600
001610 01  WS-REJ-LINE.
001620     05  WS-REJ-ORIGINAL-RECORD  PIC X(58)  VALUE SPACES.
001630     05  FILLER                  PIC X(01)  VALUE SPACE.
001640     05  WS-REJ-REASON-CODE      PIC 9(02)  VALUE ZERO.
001650     05  FILLER                  PIC X(01)  VALUE SPACE.
001758     05  FILLER                  PIC X(02)  VALUE SPACES.
001759     05  EXC-RPT-DELTA           PIC ZZZ,ZZZ,ZZ9.99-  VALUE ZERO.
001760     05  FILLER                  PIC X(19)  VALUE SPACES.
001761
001762*----------------------------------------------------------------
001763* DAILY APPROVAL REPORT PRINT-IMAGE LINES
001765*----------------------------------------------------------------
001766 01  APR-RPT-HEADING-1.
001767     05  FILLER                  PIC X(30)  VALUE
001768         'SAMPUPD CORRECTION APPROVALS'.
001770     05  FILLER                  PIC X(06)  VALUE 'AS OF '.
001771     05  APR-RPT-HDG-DATE        PIC 9(08)  VALUE ZERO.
001772     05  FILLER                  PIC X(36)  VALUE SPACES.
001774
001775 01  APR-RPT-HEADING-2.
001776     05  FILLER                  PIC X(40)  VALUE
001777         'KEY         REQ DATE  MAKER'.
001779     05  FILLER                  PIC X(40)  VALUE
001780         'AMOUNT  STATUS    CHECKER   DECIDED'.
001781
001782 01  APR-RPT-DETAIL-LINE.
001784     05  APR-RPT-KEY             PIC X(10)  VALUE SPACES.
001785     05  FILLER                  PIC X(02)  VALUE SPACES.
001786     05  APR-RPT-REQ-DATE        PIC 9(08)  VALUE ZERO.
001788     05  FILLER                  PIC X(02)  VALUE SPACES.
001789     05  APR-RPT-MAKER           PIC X(08)  VALUE SPACES.
001790     05  FILLER                  PIC X(01)  VALUE SPACE.
001791     05  APR-RPT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-  VALUE ZERO.
001793     05  FILLER                  PIC X(02)  VALUE SPACES.
001794     05  APR-RPT-STATUS          PIC X(08)  VALUE SPACES.
001795     05  FILLER                  PIC X(02)  VALUE SPACES.
001796     05  APR-RPT-CHECKER         PIC X(08)  VALUE SPACES.
001798     05  FILLER                  PIC X(02)  VALUE SPACES.
001799     05  APR-RPT-DEC-DATE        PIC X(08)  VALUE SPACES.
001800     05  FILLER                  PIC X(04)  VALUE SPACES.
001802
001803 01  APR-RPT-REASON-LINE.
001804     05  FILLER                  PIC X(12)  VALUE SPACES.
001805     05  FILLER                  PIC X(08)  VALUE 'REASON: '.
001807     05  APR-RPT-REASON          PIC X(30)  VALUE SPACES.
001808     05  FILLER                  PIC X(30)  VALUE SPACES.
001809
001810 01  APR-RPT-TOTAL-LINE.
001812     05  APR-RPT-LABEL           PIC X(30)  VALUE SPACES.
001813     05  APR-RPT-VALUE           PIC ZZZ,ZZZ,ZZ9  VALUE ZERO.
001814     05  FILLER                  PIC X(39)  VALUE SPACES.
001816
001817 PROCEDURE DIVISION.
001818*================================================================
001819 0000-MAINLINE.
001821*================================================================
001822     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001823     PERFORM 2000-QUEUE-CORRECTION THRU 2000-EXIT
001824         UNTIL EOF-REACHED
001826     PERFORM 2500-APPLY-DECISION THRU 2500-EXIT
001827         UNTIL APV-EOF-REACHED
001828     PERFORM 2800-SWEEP-APPROVALS THRU 2800-EXIT
001830     PERFORM 3000-PRODUCE-SUMMARY-RPT THRU 3000-EXIT
001840     PERFORM 9999-WRAP-UP THRU 9999-EXIT
001850     STOP RUN.
001912     PERFORM 1070-GET-PARAMETERS THRU 1070-EXIT
001920     OPEN I-O    OutputFile
001930     OPEN INPUT  CORR-FILE
001935     OPEN I-O    APR-FILE
001940     OPEN OUTPUT CORR-RPT-FILE
001950     OPEN OUTPUT CORR-REJ-FILE
001952     OPEN OUTPUT EXC-RPT-FILE
001956     WRITE EXC-RPT-RECORD
001957     MOVE SPACES TO EXC-RPT-RECORD
001958     WRITE EXC-RPT-RECORD
001959     OPEN OUTPUT APR-RPT-FILE
001960     MOVE WS-CURRENT-DATE TO APR-RPT-HDG-DATE
001961     MOVE APR-RPT-HEADING-1 TO APR-RPT-RECORD
001962     WRITE APR-RPT-RECORD
001964     MOVE APR-RPT-HEADING-2 TO APR-RPT-RECORD
001965     WRITE APR-RPT-RECORD
001966     MOVE SPACES TO APR-RPT-RECORD
001967     WRITE APR-RPT-RECORD
001969     OPEN INPUT  APV-FILE
001970     IF APV-STATUS-OK
001971         MOVE 'Y' TO WS-APV-OPEN-SW
001972         PERFORM 1150-READ-DECISION THRU 1150-EXIT
001973     ELSE
001975         MOVE 'Y' TO WS-APV-EOF-SW
001976     END-IF
001977     OPEN EXTEND AUD-FILE
001978     PERFORM 1080-WRITE-RUN-START THRU 1080-EXIT
001980     PERFORM 1100-READ-CORRECTION THRU 1100-EXIT.
001990 1000-EXIT.
002000     EXIT.
002025                     MOVE UPRM-EXC-PERCENT
002026                         TO WS-EXC-PCT-THRESHOLD
002027                 END-IF
002028                 IF UPRM-EXPIRY-DAYS NUMERIC
002030                  AND UPRM-EXPIRY-DAYS NOT = ZERO
002031                     MOVE UPRM-EXPIRY-DAYS
002033                         TO WS-APR-EXPIRY-DAYS
002034                 END-IF
002036         END-READ
002037         CLOSE UPRM-FILE
002039     END-IF.
002040 1070-EXIT.
002042     EXIT.
002043
002045*================================================================
002046 1100-READ-CORRECTION.
002048*================================================================
002050     READ CORR-FILE INTO CORR-RECORD
002060         AT END
002070             MOVE 'Y' TO WS-EOF-SW
002080     END-READ.
002090 1100-EXIT.
002100     EXIT.
002101
002103*================================================================
002105 1150-READ-DECISION.
002106*================================================================
002108     READ APV-FILE
002110         AT END
002111             MOVE 'Y' TO WS-APV-EOF-SW
002113     END-READ.
002115 1150-EXIT.
002116     EXIT.
002118
002120*================================================================
002121 2000-QUEUE-CORRECTION.
002122*================================================================
002123*    A CARD THAT PASSES THE EDITS NO LONGER POSTS - IT IS QUEUED
002124*    ON SAMPAPR AS A PENDING ITEM AND WAITS THERE FOR A SECOND
002125*    USER TO APPROVE IT.
002126     PERFORM 1200-EDIT-CORRECTION THRU 1200-EXIT
002127     IF CORRECTION-REJECTED
002128         PERFORM 1300-WRITE-REJECT THRU 1300-EXIT
002129     ELSE
002130         PERFORM 2100-WRITE-PENDING THRU 2100-EXIT
002131     END-IF
002132     PERFORM 1100-READ-CORRECTION THRU 1100-EXIT.
002133 2000-EXIT.
002134     EXIT.
002135
002136*================================================================
002137 2100-WRITE-PENDING.
002138*================================================================
002139     MOVE SPACES              TO APR-RECORD
002140     MOVE CORR-FIELD1         TO APR-ACCT-KEY
002141     MOVE WS-RUN-ID           TO APR-REQ-STAMP
002142     MOVE CORR-FIELD2         TO APR-AMOUNT
002143     MOVE CORR-REQ-USER       TO APR-REQ-USER
002144     MOVE CORR-REASON         TO APR-REASON
002145     MOVE 'B'                 TO APR-REQ-SOURCE
002146     MOVE 'P'                 TO APR-STATUS
002147     MOVE ZERO                TO APR-DEC-DATE
002148     MOVE ZERO                TO APR-OLD-VALUE
002149     MOVE 'N'                 TO APR-RPT-SW
002150     MOVE OutputField2        TO APR-QUEUED-VALUE
002151     WRITE APR-RECORD
002152         INVALID KEY
002153             MOVE 06 TO WS-REJECT-REASON-CD
002154             MOVE 'CORRECTION ALREADY PENDING'
002155                 TO WS-REJECT-REASON-TXT
002156             PERFORM 1300-WRITE-REJECT THRU 1300-EXIT
002157         NOT INVALID KEY
002158             ADD 1 TO WS-CORRECTIONS-QUEUED
002159     END-WRITE.
002160 2100-EXIT.
002161     EXIT.
002162
002163*================================================================
002164 2500-APPLY-DECISION.
002165*================================================================
002166*    ONE SAMPUAPV CARD PER DECISION - KEY, A(PPROVE) OR
002167*    D(ECLINE), AND THE DECIDING USER.  AN APPROVAL POSTS THE
002168*    PENDING ITEM THE WAY A CORRECTION ALWAYS HAS POSTED; A
002169*    DECLINE JUST CLOSES IT.
002170     PERFORM 2510-EDIT-DECISION THRU 2510-EXIT
002171     IF CORRECTION-REJECTED
002172         PERFORM 2590-REJECT-DECISION THRU 2590-EXIT
002173     ELSE
002174         IF APV-APPROVE
002175             PERFORM 2550-POST-APPROVED THRU 2550-EXIT
002176         ELSE
002177             MOVE 'D'             TO APR-STATUS
002178             MOVE APV-USER        TO APR-DEC-USER
002179             MOVE WS-CURRENT-DATE TO APR-DEC-DATE
002180             REWRITE APR-RECORD
002181             ADD 1 TO WS-CORRECTIONS-DECLINED
002182         END-IF
002183     END-IF
002184     PERFORM 1150-READ-DECISION THRU 1150-EXIT.
002185 2500-EXIT.
002186     EXIT.
002187
002188*================================================================
002189 2510-EDIT-DECISION.
002190*================================================================
002191     MOVE 'Y' TO WS-REJECT-SW
002192     MOVE ZERO TO WS-REJECT-REASON-CD
002193     MOVE SPACES TO WS-REJECT-REASON-TXT
002194     IF NOT APV-APPROVE
002195      AND NOT APV-DECLINE
002196         MOVE 08 TO WS-REJECT-REASON-CD
002197         MOVE 'DECISION NOT A OR D'
002198             TO WS-REJECT-REASON-TXT
002199         GO TO 2510-EXIT
002200     END-IF
002201     IF APV-USER = SPACES
002202         MOVE 09 TO WS-REJECT-REASON-CD
002203         MOVE 'APPROVER USER ID MISSING'
002204             TO WS-REJECT-REASON-TXT
002205         GO TO 2510-EXIT
002206     END-IF
002207     MOVE APV-KEY TO WS-APR-SEARCH-KEY
002208     PERFORM 1600-FIND-PENDING THRU 1600-EXIT
002209     IF NOT APR-PENDING-FOUND
002210         MOVE 07 TO WS-REJECT-REASON-CD
002211         MOVE 'NO PENDING CORRECTION FOR KEY'
002212             TO WS-REJECT-REASON-TXT
002213         GO TO 2510-EXIT
002214     END-IF
002215     IF APV-USER = APR-REQ-USER
002216         MOVE 10 TO WS-REJECT-REASON-CD
002217         MOVE 'APPROVER SAME AS REQUESTER'
002218             TO WS-REJECT-REASON-TXT
002219         GO TO 2510-EXIT
002220     END-IF
002221     MOVE 'N' TO WS-REJECT-SW.
002222 2510-EXIT.
002223     EXIT.
002224
002225*================================================================
002226 2550-POST-APPROVED.
002227*================================================================
002228*    IF THE RECORD HAS GONE OR ITS AMOUNT HAS MOVED SINCE THE ITEM
002229*    WAS QUEUED THE CARD IS REJECTED AND THE ITEM STAYS PENDING.
002230     MOVE APR-ACCT-KEY TO OutputField1
002231     READ OutputFile
002232         INVALID KEY
002233             ADD 1 TO WS-CORRECTIONS-NOTFOUND
002234             MOVE 03 TO WS-REJECT-REASON-CD
002235             MOVE 'CORRECTION KEY NOT ON FILE'
002236                 TO WS-REJECT-REASON-TXT
002237             PERFORM 2590-REJECT-DECISION THRU 2590-EXIT
002238             GO TO 2550-EXIT
002239     END-READ
002240     IF OutputField2 NOT = APR-QUEUED-VALUE
002241         MOVE 11 TO WS-REJECT-REASON-CD
002242         MOVE 'BALANCE MOVED SINCE QUEUED'
002243             TO WS-REJECT-REASON-TXT
002244         PERFORM 2590-REJECT-DECISION THRU 2590-EXIT
002245         GO TO 2550-EXIT
002246     END-IF
002247     MOVE OutputField2 TO WS-AUD-OLD-HOLD
002248     MOVE APR-AMOUNT TO OutputField2
002249     MOVE WS-CURRENT-DATE TO OutputField3
002250     REWRITE OutputRecord
002251     ADD 1 TO WS-CORRECTIONS-APPLIED
002252     PERFORM 1400-WRITE-AUDIT-ENTRY THRU 1400-EXIT
002253     MOVE 'A'                 TO APR-STATUS
002254     MOVE APV-USER            TO APR-DEC-USER
002255     MOVE WS-CURRENT-DATE     TO APR-DEC-DATE
002256     MOVE WS-AUD-OLD-HOLD     TO APR-OLD-VALUE
002257     REWRITE APR-RECORD.
002258 2550-EXIT.
002259     EXIT.
002260
002261*================================================================
002262 2590-REJECT-DECISION.
002263*================================================================
002264     MOVE APV-RECORD           TO WS-REJ-ORIGINAL-RECORD
002265     MOVE WS-REJECT-REASON-CD  TO WS-REJ-REASON-CODE
002266     MOVE WS-REJECT-REASON-TXT TO WS-REJ-REASON-TEXT
002267     MOVE WS-REJ-LINE          TO CORR-REJ-RECORD
002268     WRITE CORR-REJ-RECORD
002269     ADD 1 TO WS-CORRECTIONS-REJECTED.
002270 2590-EXIT.
002271     EXIT.
002272
002273*================================================================
002274 2800-SWEEP-APPROVALS.
002275*================================================================
002276*    ONE PASS OF THE WHOLE APPROVAL FILE ONCE TODAY'S REQUESTS
002277*    AND DECISIONS ARE IN: EXPIRE ANYTHING PENDING TOO LONG, LIST
002278*    EVERY OPEN ITEM AND EVERY ITEM CLOSED SINCE THE LAST RUN, AND
002279*    PURGE WHAT THE LAST RUN ALREADY LISTED.
002280     MOVE 'N' TO WS-APR-SCAN-SW
002281     MOVE LOW-VALUES TO APR-KEY
002282     START APR-FILE KEY NOT < APR-KEY
002283         INVALID KEY
002284             MOVE 'Y' TO WS-APR-SCAN-SW
002285     END-START
002286     PERFORM 2810-SWEEP-ONE-ITEM THRU 2810-EXIT
002287         UNTIL APR-SCAN-ENDED
002288     PERFORM 2890-WRITE-APPROVAL-TOTALS THRU 2890-EXIT.
002289 2800-EXIT.
002290     EXIT.
002291
002292*================================================================
002293 2810-SWEEP-ONE-ITEM.
002294*================================================================
002295     READ APR-FILE NEXT RECORD
002296         AT END
002297             MOVE 'Y' TO WS-APR-SCAN-SW
002298             GO TO 2810-EXIT
002299     END-READ
002300     IF APR-REPORTED
002301         DELETE APR-FILE RECORD
002302         ADD 1 TO WS-APPROVALS-PURGED
002303         GO TO 2810-EXIT
002304     END-IF
002305     IF APR-PENDING
002306         COMPUTE WS-APR-AGE-DAYS =
002307             FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
002308             - FUNCTION INTEGER-OF-DATE(APR-REQ-DATE)
002309         IF WS-APR-AGE-DAYS > WS-APR-EXPIRY-DAYS
002310             MOVE 'X'             TO APR-STATUS
002311             MOVE WS-CURRENT-DATE TO APR-DEC-DATE
002312             ADD 1 TO WS-CORRECTIONS-EXPIRED
002313         END-IF
002314     END-IF
002315     PERFORM 2820-LIST-ITEM THRU 2820-EXIT
002316     IF NOT APR-PENDING
002317         MOVE 'Y' TO APR-RPT-SW
002318         REWRITE APR-RECORD
002319     END-IF.
002320 2810-EXIT.
002321     EXIT.
002322
002323*================================================================
002324 2820-LIST-ITEM.
002325*================================================================
002326     MOVE APR-ACCT-KEY        TO APR-RPT-KEY
002327     MOVE APR-REQ-DATE        TO APR-RPT-REQ-DATE
002328     MOVE APR-REQ-USER        TO APR-RPT-MAKER
002329     MOVE APR-AMOUNT          TO APR-RPT-AMOUNT
002330     MOVE APR-DEC-USER        TO APR-RPT-CHECKER
002331     MOVE APR-DEC-DATE        TO APR-RPT-DEC-DATE
002332     EVALUATE TRUE
002333         WHEN APR-PENDING
002334             MOVE 'PENDING'  TO APR-RPT-STATUS
002335             MOVE SPACES     TO APR-RPT-DEC-DATE
002336             ADD 1 TO WS-APR-LISTED-PENDING
002337         WHEN APR-APPROVED
002338             MOVE 'APPROVED' TO APR-RPT-STATUS
002339             ADD 1 TO WS-APR-LISTED-APPROVED
002340         WHEN APR-DECLINED
002341             MOVE 'DECLINED' TO APR-RPT-STATUS
002342             ADD 1 TO WS-APR-LISTED-DECLINED
002343         WHEN OTHER
002344             MOVE 'EXPIRED'  TO APR-RPT-STATUS
002345             ADD 1 TO WS-APR-LISTED-EXPIRED
002346     END-EVALUATE
002347     MOVE APR-RPT-DETAIL-LINE TO APR-RPT-RECORD
002348     WRITE APR-RPT-RECORD
002349     MOVE APR-REASON          TO APR-RPT-REASON
002350     MOVE APR-RPT-REASON-LINE TO APR-RPT-RECORD
002351     WRITE APR-RPT-RECORD.
002352 2820-EXIT.
002353     EXIT.
002354
002355*================================================================
002356 2890-WRITE-APPROVAL-TOTALS.
002357*================================================================
002358     MOVE SPACES TO APR-RPT-RECORD
002359     WRITE APR-RPT-RECORD
002360
002361     MOVE 'ITEMS PENDING. . . . . . . . .' TO APR-RPT-LABEL
002362     MOVE WS-APR-LISTED-PENDING           TO APR-RPT-VALUE
002363     MOVE APR-RPT-TOTAL-LINE              TO APR-RPT-RECORD
002364     WRITE APR-RPT-RECORD
002365
002366     MOVE 'ITEMS APPROVED . . . . . . . .' TO APR-RPT-LABEL
002367     MOVE WS-APR-LISTED-APPROVED          TO APR-RPT-VALUE
002368     MOVE APR-RPT-TOTAL-LINE              TO APR-RPT-RECORD
002369     WRITE APR-RPT-RECORD
002370
002371     MOVE 'ITEMS DECLINED . . . . . . . .' TO APR-RPT-LABEL
002372     MOVE WS-APR-LISTED-DECLINED          TO APR-RPT-VALUE
002373     MOVE APR-RPT-TOTAL-LINE              TO APR-RPT-RECORD
002374     WRITE APR-RPT-RECORD
002375
002376     MOVE 'ITEMS EXPIRED. . . . . . . . .' TO APR-RPT-LABEL
002377     MOVE WS-APR-LISTED-EXPIRED           TO APR-RPT-VALUE
002378     MOVE APR-RPT-TOTAL-LINE              TO APR-RPT-RECORD
002379     WRITE APR-RPT-RECORD
002380
002381     MOVE 'ITEMS PURGED . . . . . . . . .' TO APR-RPT-LABEL
002382     MOVE WS-APPROVALS-PURGED             TO APR-RPT-VALUE
002383     MOVE APR-RPT-TOTAL-LINE              TO APR-RPT-RECORD
002384     WRITE APR-RPT-RECORD.
002385 2890-EXIT.
002386     EXIT.
002390
002400*================================================================
002410 1200-EDIT-CORRECTION.
002550             MOVE 'CORRFIELD2 NOT NUMERIC'
002560                 TO WS-REJECT-REASON-TXT
002570         END-IF
002574     END-IF
002578     IF NOT CORRECTION-REJECTED
002582         PERFORM 1210-EDIT-REQUEST THRU 1210-EXIT
002586     END-IF.
002590 1200-EXIT.
002600     EXIT.
002610
002611*================================================================
002612 1210-EDIT-REQUEST.
002613*================================================================
002614*    A QUEUED ITEM MUST SAY WHO ASKED AND WHY, MUST NAME A RECORD
002615*    THAT IS ON FILE, AND MAY NOT SIT BEHIND ANOTHER PENDING ITEM
002616*    FOR THE SAME KEY.
002617     MOVE 'Y' TO WS-REJECT-SW
002618     IF CORR-REQ-USER = SPACES
002620         MOVE 04 TO WS-REJECT-REASON-CD
002621         MOVE 'REQUESTER USER ID MISSING'
002622             TO WS-REJECT-REASON-TXT
002623         GO TO 1210-EXIT
002624     END-IF
002625     IF CORR-REASON = SPACES
002626         MOVE 05 TO WS-REJECT-REASON-CD
002627         MOVE 'CORRECTION REASON MISSING'
002628             TO WS-REJECT-REASON-TXT
002630         GO TO 1210-EXIT
002631     END-IF
002632     MOVE CORR-FIELD1 TO OutputField1
002633     READ OutputFile
002634         INVALID KEY
002635             ADD 1 TO WS-CORRECTIONS-NOTFOUND
002636             MOVE 03 TO WS-REJECT-REASON-CD
002637             MOVE 'CORRECTION KEY NOT ON FILE'
002638                 TO WS-REJECT-REASON-TXT
002640             GO TO 1210-EXIT
002641     END-READ
002642     MOVE CORR-FIELD1 TO WS-APR-SEARCH-KEY
002643     PERFORM 1600-FIND-PENDING THRU 1600-EXIT
002644     IF APR-PENDING-FOUND
002645         MOVE 06 TO WS-REJECT-REASON-CD
002646         MOVE 'CORRECTION ALREADY PENDING'
002647             TO WS-REJECT-REASON-TXT
002648         GO TO 1210-EXIT
002650     END-IF
002651     MOVE 'N' TO WS-REJECT-SW.
002652 1210-EXIT.
002653     EXIT.
002654
002655*================================================================
002656 1300-WRITE-REJECT.
002657*================================================================
002658     MOVE CORR-RECORD          TO WS-REJ-ORIGINAL-RECORD
002660     MOVE WS-REJECT-REASON-CD  TO WS-REJ-REASON-CODE
002670     MOVE WS-REJECT-REASON-TXT TO WS-REJ-REASON-TEXT
002680     MOVE WS-REJ-LINE          TO CORR-REJ-RECORD
002790     MOVE OutputField2        TO WS-AUD-NEW-VALUE
002800     MOVE WS-RUN-ID           TO WS-AUD-RUN-ID
002810     MOVE 'C'                 TO WS-AUD-ACTION
002813     MOVE APR-REQ-USER        TO WS-AUD-MAKER
002816     MOVE APV-USER            TO WS-AUD-CHECKER
002820     MOVE WS-AUD-LINE         TO AUD-RECORD
002830     WRITE AUD-RECORD
002832     PERFORM 1500-CHECK-LARGE-MOVEMENT THRU 1500-EXIT.
002884     EXIT.
002885
002886*================================================================
002887 1600-FIND-PENDING.
002888*================================================================
002889*    POSITIONS AT THE FIRST ITEM FOR WS-APR-SEARCH-KEY AND READS
002890*    FORWARD THROUGH THAT KEY'S ITEMS FOR ONE STILL PENDING.  IF
002891*    FOUND IT IS LEFT IN APR-RECORD.
002892     MOVE 'N' TO WS-APR-FOUND-SW
002893     MOVE 'N' TO WS-APR-SCAN-SW
002894     MOVE WS-APR-SEARCH-KEY TO APR-ACCT-KEY
002895     MOVE LOW-VALUES        TO APR-REQ-STAMP
002896     START APR-FILE KEY NOT < APR-KEY
002897         INVALID KEY
002898             MOVE 'Y' TO WS-APR-SCAN-SW
002899     END-START
002900     PERFORM 1610-SCAN-PENDING THRU 1610-EXIT
002901         UNTIL APR-SCAN-ENDED
002902            OR APR-PENDING-FOUND.
002903 1600-EXIT.
002904     EXIT.
002905
002906*================================================================
002907 1610-SCAN-PENDING.
002908*================================================================
002909     READ APR-FILE NEXT RECORD
002910         AT END
002911             MOVE 'Y' TO WS-APR-SCAN-SW
002912             GO TO 1610-EXIT
002913     END-READ
002914     IF APR-ACCT-KEY NOT = WS-APR-SEARCH-KEY
002915         MOVE 'Y' TO WS-APR-SCAN-SW
002916     ELSE
002917         IF APR-PENDING
002918             MOVE 'Y' TO WS-APR-FOUND-SW
002919         END-IF
002920     END-IF.
002921 1610-EXIT.
002922     EXIT.
002923
002924*================================================================
002925 1080-WRITE-RUN-START.
002926*================================================================
002927     OPEN EXTEND RUN-FILE
002928     MOVE 'SAMPUPD ' TO RUNC-PROGRAM
002929     MOVE WS-RUN-ID  TO RUNC-RUN-ID
002930     MOVE 'START'    TO RUNC-STATUS
002940     MOVE ZERO       TO RUNC-READ
002950     MOVE ZERO       TO RUNC-WRITTEN
003050     MOVE 'SAMPUPD ' TO RUNC-PROGRAM
003060     MOVE WS-RUN-ID  TO RUNC-RUN-ID
003070     MOVE 'END  '    TO RUNC-STATUS
003076     COMPUTE RUNC-READ = WS-CORRECTIONS-QUEUED
003082         + WS-CORRECTIONS-APPLIED
003088         + WS-CORRECTIONS-DECLINED
003094         + WS-CORRECTIONS-REJECTED
003100     MOVE WS-CORRECTIONS-APPLIED  TO RUNC-WRITTEN
003110     MOVE WS-CORRECTIONS-REJECTED TO RUNC-REJECTED
003120     MOVE RUNC-RECORD-WS TO RUN-RECORD
003180*================================================================
003190 3000-PRODUCE-SUMMARY-RPT.
003200*================================================================
003201     MOVE 'CORRECTIONS QUEUED . . . . . .' TO CORR-RPT-LABEL
003203     MOVE WS-CORRECTIONS-QUEUED           TO CORR-RPT-VALUE
003205     MOVE CORR-RPT-DETAIL-LINE            TO CORR-RPT-RECORD
003206     WRITE CORR-RPT-RECORD
003208
003210     MOVE 'CORRECTIONS APPLIED. . . . . ' TO CORR-RPT-LABEL
003220     MOVE WS-CORRECTIONS-APPLIED          TO CORR-RPT-VALUE
003230     MOVE CORR-RPT-DETAIL-LINE            TO CORR-RPT-RECORD
003240     WRITE CORR-RPT-RECORD
003241
003243     MOVE 'CORRECTIONS DECLINED . . . . .' TO CORR-RPT-LABEL
003245     MOVE WS-CORRECTIONS-DECLINED         TO CORR-RPT-VALUE
003246     MOVE CORR-RPT-DETAIL-LINE            TO CORR-RPT-RECORD
003248     WRITE CORR-RPT-RECORD
003250
003251     MOVE 'CORRECTIONS EXPIRED. . . . . .' TO CORR-RPT-LABEL
003253     MOVE WS-CORRECTIONS-EXPIRED          TO CORR-RPT-VALUE
003255     MOVE CORR-RPT-DETAIL-LINE            TO CORR-RPT-RECORD
003256     WRITE CORR-RPT-RECORD
003258
003260     MOVE 'CORRECTIONS NOT FOUND . . . .' TO CORR-RPT-LABEL
003270     MOVE WS-CORRECTIONS-NOTFOUND         TO CORR-RPT-VALUE
003280     MOVE CORR-RPT-DETAIL-LINE            TO CORR-RPT-RECORD
003440     CLOSE CORR-RPT-FILE
003450     CLOSE CORR-REJ-FILE
003455     CLOSE EXC-RPT-FILE
003457     CLOSE APR-FILE
003459     CLOSE APR-RPT-FILE
003461     IF APV-FILE-OPEN
003463         CLOSE APV-FILE
003465     END-IF
003467     CLOSE AUD-FILE.
003470 9999-EXIT.
003480     EXIT.
