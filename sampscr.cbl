000389*                  NEXT TO THE SAMPERPT/SAMPUEXC PAGES, AS WELL
000390*                  AS BEING CALLED OUT ON THE OPERATOR'S OWN
000391*                  RESPONSE LINE.
000392* 10/15/2026  RH   AUDIT RECORD WIDENED FROM 50 TO 70 BYTES - THE
000394*                  NEW TAIL CARRIES THE TRANSFER REFERENCE AND
000395*                  CONTRA KEY ON TRANSFER (ACTION 'T') ENTRIES.
000397*                  THIS PROGRAM'S OWN ENTRIES LEAVE IT BLANK.
000398* 10/15/2026  RH   SU01 NO LONGER POSTS.  SU01
000399*                  <key>,<amount>,<reason> NOW QUEUES A PENDING
000401*                  ITEM ON THE CORRECTION APPROVAL FILE (CICS FILE
000402*                  SAMPAPR, COPYBOOK SAMPAPR) UNDER THE SIGNED-ON
000404*                  USER ID.  THE NEW SA01 <key>,A OR SA01 <key>,D
000405*                  TRANSACTION LETS A DIFFERENT SUPERVISOR APPROVE
000407*                  OR DECLINE IT; THE REQUESTER IS REFUSED.  AN
000408*                  APPROVAL POSTS EXACTLY AS SU01 USED TO,
000409*                  LARGE-MOVEMENT SCREEN INCLUDED, AND THE 'C'
000411*                  JOURNAL ENTRY NOW CARRIES BOTH USER IDS IN THE
000412*                  TAIL.  SA01 IS RESTRICTED TO SUPERVISORS THE
000414*                  SAME WAY SU01 IS.  AN APPROVAL IS REFUSED IF
000415*                  THE ACCOUNT HAS POSTED SINCE IT WAS QUEUED.
000416*================================================================
000417
000418 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.  IBM-370.
000440 OBJECT-COMPUTER.  IBM-370.
000600     05  WS-IN-AMOUNT-NUM REDEFINES WS-IN-AMOUNT
000610                                 PIC S9(07)V99
000620                                 SIGN LEADING SEPARATE.
000622*    SA01 KEYS ITS DECISION WHERE SU01 KEYS THE AMOUNT.
000624     05  WS-IN-DECISION REDEFINES WS-IN-AMOUNT.
000626         10  WS-IN-DEC-CODE      PIC X(01).
000628             88  IN-DEC-APPROVE             VALUE 'A'.
000630             88  IN-DEC-DECLINE             VALUE 'D'.
000632         10  FILLER              PIC X(09).
000634     05  WS-IN-DELIM-2           PIC X(01)  VALUE SPACE.
000636     05  WS-IN-REASON            PIC X(30)  VALUE SPACES.
000638     05  FILLER                  PIC X(22)  VALUE SPACES.
000640
000650 77  WS-INPUT-LEN                PIC S9(04) COMP    VALUE +79.
000660
000730     05  OutputField3                PIC 9(08).
000740
000750*----------------------------------------------------------------
000756* JOURNAL ENTRY - SAME 70-BYTE SHAPE EVERY UPDATER WRITES; A 'C'
000763* ENTRY CARRIES THE REQUESTING AND APPROVING USER IDS IN THE TAIL
000770*----------------------------------------------------------------
000780 01  WS-AUD-LINE.
000790     05  WS-AUD-KEY              PIC X(10)  VALUE SPACES.
000880     05  FILLER                  PIC X(01)  VALUE SPACE.
000890     05  WS-AUD-ACTION           PIC X(01)  VALUE SPACE.
000900     05  FILLER                  PIC X(01)  VALUE SPACES.
000902     05  WS-AUD-MAKER            PIC X(08)  VALUE SPACES.
000904     05  FILLER                  PIC X(01)  VALUE SPACE.
000906     05  WS-AUD-CHECKER          PIC X(08)  VALUE SPACES.
000908     05  FILLER                  PIC X(03)  VALUE SPACES.
000910
000920*----------------------------------------------------------------
000930* RECENT-ACTIVITY RING - THE LAST FEW JOURNAL ENTRIES FOR THE
001030 77  WS-ACT-COUNT                PIC 9(03)  COMP    VALUE ZERO.
001040 77  WS-ACT-SUB                  PIC 9(03)  COMP    VALUE ZERO.
001050
001051*----------------------------------------------------------------
001052* CORRECTION APPROVAL FILE - SAME RECORD SampleUpdate KEEPS
001054*----------------------------------------------------------------
001055     COPY SAMPAPR.
001056
001058 01  WS-APR-BROWSE-KEY.
001059     05  WS-APR-BR-ACCT          PIC X(10)  VALUE SPACES.
001060     05  WS-APR-BR-STAMP         PIC X(14)  VALUE SPACES.
001062
001063 01  WS-APR-SWITCHES.
001064     05  WS-APR-FOUND-SW         PIC X(01)  VALUE 'N'.
001066         88  APR-PENDING-FOUND              VALUE 'Y'.
001067     05  WS-APR-SCAN-SW          PIC X(01)  VALUE 'N'.
001069         88  APR-SCAN-ENDED                 VALUE 'Y'.
001070     05  WS-APR-POSTED-SW        PIC X(01)  VALUE 'N'.
001071         88  APR-POSTED                     VALUE 'Y'.
001073
001074 77  WS-APR-LEN                  PIC S9(04) COMP    VALUE +120.
001075
001077*----------------------------------------------------------------
001078* CICS WORK AREAS
001080*----------------------------------------------------------------
001090 77  WS-RESP                     PIC S9(08) COMP    VALUE ZERO.
001100 77  WS-RBA                      PIC S9(08) COMP    VALUE ZERO.
001110 77  WS-AUD-LEN                  PIC S9(04) COMP    VALUE +70.
001120 77  WS-OUT-LEN                  PIC S9(04) COMP    VALUE +28.
001130
001140 01  WS-RUN-ID                   PIC X(14)  VALUE SPACES.
001150 01  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
001151 01  WS-USERID                   PIC X(08)  VALUE SPACES.
001152
001154*----------------------------------------------------------------
001156* LARGE-MOVEMENT SCREEN - SAME THRESHOLD RULE AND DEFAULTS AS
001540         LENGTH(WS-INPUT-LEN)
001550         RESP(WS-RESP)
001560     END-EXEC
001562     EXEC CICS ASSIGN USERID(WS-USERID)
001565         RESP(WS-RESP)
001567     END-EXEC
001570     IF WS-IN-KEY = SPACES
001577         MOVE
001581     'KEY REQUIRED - SQ01 KEY/SU01 KEY,AMT,RSN/SA01 KEY,A|D'
001586             TO WS-DSP-MSG-LINE
001591         PERFORM 9000-SEND-AND-RETURN THRU 9000-EXIT
001599     END-IF
001606     EVALUATE EIBTRNID
001613         WHEN 'SU01'
001620             PERFORM 3000-QUEUE-CORRECTION THRU 3000-EXIT
001628         WHEN 'SA01'
001635             PERFORM 4000-DECIDE-CORRECTION THRU 4000-EXIT
001642     END-EVALUATE
001650     PERFORM 2000-SHOW-ACCOUNT THRU 2000-EXIT
001660     PERFORM 9000-SEND-AND-RETURN THRU 9000-EXIT.
001670
002750     EXIT.
002760
002770*================================================================
002772 3000-QUEUE-CORRECTION.
002774*================================================================
002777*    SU01 NO LONGER POSTS.  THE SAME EDITS SampleUpdate APPLIES
002779*    TO A CARD ARE MADE HERE AND A GOOD REQUEST IS QUEUED ON
002781*    SAMPAPR UNDER THE SIGNED-ON USER, TO WAIT FOR A DIFFERENT
002784*    SUPERVISOR'S SA01 (OR A SampleUpdate DECISION CARD).
002786     IF WS-IN-AMOUNT-NUM NOT NUMERIC
002789         MOVE 'AMOUNT MUST BE SIGNED, E.G. +000004200'
002791             TO WS-DSP-MSG-LINE
002793         GO TO 3000-EXIT
002796     END-IF
002798     IF WS-IN-REASON = SPACES
002800         MOVE 'REASON REQUIRED - SU01 KEY,AMOUNT,REASON'
002803             TO WS-DSP-MSG-LINE
002805         GO TO 3000-EXIT
002808     END-IF
002810     MOVE WS-IN-KEY TO OutputField1
002812     MOVE LENGTH OF OutputRecord TO WS-OUT-LEN
002815     EXEC CICS READ FILE('OUTPUT')
002817         INTO(OutputRecord)
002819         LENGTH(WS-OUT-LEN)
002822         RIDFLD(OutputField1)
002824         RESP(WS-RESP)
002827     END-EXEC
002829     IF WS-RESP = DFHRESP(NOTFND)
002831         MOVE 'CORRECTION KEY NOT ON FILE' TO WS-DSP-MSG-LINE
002834         GO TO 3000-EXIT
002836     END-IF
002838     IF WS-RESP NOT = DFHRESP(NORMAL)
002841         MOVE 'READ FAILED - NOT QUEUED' TO WS-DSP-MSG-LINE
002843         GO TO 3000-EXIT
002846     END-IF
002848     PERFORM 3100-FIND-PENDING THRU 3100-EXIT
002850     IF APR-PENDING-FOUND
002853         MOVE 'CORRECTION ALREADY PENDING FOR THIS KEY'
002855             TO WS-DSP-MSG-LINE
002857         GO TO 3000-EXIT
002860     END-IF
002862     MOVE SPACES           TO APR-RECORD
002865     MOVE WS-IN-KEY        TO APR-ACCT-KEY
002867     MOVE WS-RUN-ID        TO APR-REQ-STAMP
002869     MOVE WS-IN-AMOUNT-NUM TO APR-AMOUNT
002872     MOVE WS-USERID        TO APR-REQ-USER
002874     MOVE WS-IN-REASON     TO APR-REASON
002876     MOVE 'O'              TO APR-REQ-SOURCE
002879     MOVE 'P'              TO APR-STATUS
002881     MOVE ZERO             TO APR-DEC-DATE
002884     MOVE ZERO             TO APR-OLD-VALUE
002885     MOVE OutputField2     TO APR-QUEUED-VALUE
002886     MOVE 'N'              TO APR-RPT-SW
002888     MOVE LENGTH OF APR-RECORD TO WS-APR-LEN
002891     EXEC CICS WRITE FILE('SAMPAPR')
002893         FROM(APR-RECORD)
002895         LENGTH(WS-APR-LEN)
002898         RIDFLD(APR-KEY)
002900         RESP(WS-RESP)
002903     END-EXEC
002905     EVALUATE TRUE
002907         WHEN WS-RESP = DFHRESP(NORMAL)
002910             MOVE 'CORRECTION QUEUED FOR APPROVAL'
002912                 TO WS-DSP-MSG-LINE
002914         WHEN WS-RESP = DFHRESP(DUPREC)
002917             MOVE 'CORRECTION ALREADY PENDING FOR THIS KEY'
002919                 TO WS-DSP-MSG-LINE
002922         WHEN OTHER
002924             MOVE 'QUEUE WRITE FAILED - NOT QUEUED'
002926                 TO WS-DSP-MSG-LINE
002929     END-EVALUATE.
002931 3000-EXIT.
002933     EXIT.
002936
002938*================================================================
002941 3100-FIND-PENDING.
002943*================================================================
002945*    BROWSES SAMPAPR FROM THE KEY'S FIRST ITEM FOR ONE STILL
002948*    PENDING.  IF FOUND IT IS LEFT IN APR-RECORD.
002950     MOVE 'N' TO WS-APR-FOUND-SW
002952     MOVE 'N' TO WS-APR-SCAN-SW
002955     MOVE WS-IN-KEY  TO WS-APR-BR-ACCT
002957     MOVE LOW-VALUES TO WS-APR-BR-STAMP
002960     EXEC CICS STARTBR FILE('SAMPAPR')
002962         RIDFLD(WS-APR-BROWSE-KEY)
002964         GTEQ
002967         RESP(WS-RESP)
002969     END-EXEC
002971     IF WS-RESP NOT = DFHRESP(NORMAL)
002974         GO TO 3100-EXIT
002976     END-IF
002979     PERFORM 3110-READ-NEXT-ITEM THRU 3110-EXIT
002981         UNTIL APR-SCAN-ENDED
002983            OR APR-PENDING-FOUND
002986     EXEC CICS ENDBR FILE('SAMPAPR')
002988         RESP(WS-RESP)
002990     END-EXEC.
002993 3100-EXIT.
002995     EXIT.
002998
003000*================================================================
003002 3110-READ-NEXT-ITEM.
003005*================================================================
003007     MOVE LENGTH OF APR-RECORD TO WS-APR-LEN
003009     EXEC CICS READNEXT FILE('SAMPAPR')
003012         INTO(APR-RECORD)
003014         LENGTH(WS-APR-LEN)
003017         RIDFLD(WS-APR-BROWSE-KEY)
003019         RESP(WS-RESP)
003021     END-EXEC
003024     IF WS-RESP NOT = DFHRESP(NORMAL)
003026      OR APR-ACCT-KEY NOT = WS-IN-KEY
003028         MOVE 'Y' TO WS-APR-SCAN-SW
003031     ELSE
003033         IF APR-PENDING
003036             MOVE 'Y' TO WS-APR-FOUND-SW
003038         END-IF
003040     END-IF.
003043 3110-EXIT.
003045     EXIT.
003047
003050*================================================================
003052 4000-DECIDE-CORRECTION.
003055*================================================================
003057*    SA01 <key>,A APPROVES AND SA01 <key>,D DECLINES THE KEY'S
003059*    PENDING ITEM.  THE DECIDING USER MAY NOT BE THE ONE WHO
003062*    ASKED FOR IT.  AN APPROVAL POSTS THE QUEUED AMOUNT EXACTLY
003064*    AS SU01 USED TO POST IT, WITH BOTH USER IDS ON THE 'C'
003066*    JOURNAL ENTRY.
003069     IF NOT IN-DEC-APPROVE
003071      AND NOT IN-DEC-DECLINE
003074         MOVE 'DECISION MUST BE A OR D - SA01 KEY,A|D'
003076             TO WS-DSP-MSG-LINE
003078         GO TO 4000-EXIT
003081     END-IF
003083     PERFORM 3100-FIND-PENDING THRU 3100-EXIT
003086     IF NOT APR-PENDING-FOUND
003088         MOVE 'NO PENDING CORRECTION FOR KEY' TO WS-DSP-MSG-LINE
003090         GO TO 4000-EXIT
003093     END-IF
003095     IF APR-REQ-USER = WS-USERID
003097         MOVE 'APPROVER MAY NOT BE THE REQUESTER'
003100             TO WS-DSP-MSG-LINE
003102         GO TO 4000-EXIT
003105     END-IF
003107     MOVE APR-KEY TO WS-APR-BROWSE-KEY
003109     MOVE LENGTH OF APR-RECORD TO WS-APR-LEN
003112     EXEC CICS READ FILE('SAMPAPR')
003114         INTO(APR-RECORD)
003116         LENGTH(WS-APR-LEN)
003119         RIDFLD(WS-APR-BROWSE-KEY)
003121         UPDATE
003124         RESP(WS-RESP)
003126     END-EXEC
003128     IF WS-RESP NOT = DFHRESP(NORMAL)
003131         MOVE 'APPROVAL READ FAILED' TO WS-DSP-MSG-LINE
003133         GO TO 4000-EXIT
003135     END-IF
003138*    THE BATCH DECISION DECK MAY HAVE GOT THERE FIRST.
003140     IF NOT APR-PENDING
003143         EXEC CICS UNLOCK FILE('SAMPAPR')
003145             RESP(WS-RESP)
003147         END-EXEC
003150         MOVE 'CORRECTION NO LONGER PENDING' TO WS-DSP-MSG-LINE
003152         GO TO 4000-EXIT
003154     END-IF
003157     IF IN-DEC-DECLINE
003159         MOVE 'D'             TO APR-STATUS
003162         MOVE WS-USERID       TO APR-DEC-USER
003164         MOVE WS-CURRENT-DATE TO APR-DEC-DATE
003166         PERFORM 4200-REWRITE-APPROVAL THRU 4200-EXIT
003169         IF WS-RESP = DFHRESP(NORMAL)
003171             MOVE 'CORRECTION DECLINED' TO WS-DSP-MSG-LINE
003173         ELSE
003176             MOVE 'DECLINE NOT RECORDED - TRY AGAIN'
003178                 TO WS-DSP-MSG-LINE
003181         END-IF
003183         GO TO 4000-EXIT
003185     END-IF
003188     PERFORM 4100-APPLY-APPROVED THRU 4100-EXIT
003190     IF NOT APR-POSTED
003192         EXEC CICS UNLOCK FILE('SAMPAPR')
003195             RESP(WS-RESP)
003197         END-EXEC
003200         GO TO 4000-EXIT
003202     END-IF
003204     MOVE 'A'              TO APR-STATUS
003207     MOVE WS-USERID        TO APR-DEC-USER
003209     MOVE WS-CURRENT-DATE  TO APR-DEC-DATE
003211     MOVE WS-AUD-OLD-VALUE TO APR-OLD-VALUE
003214     PERFORM 4200-REWRITE-APPROVAL THRU 4200-EXIT
003216     IF WS-RESP NOT = DFHRESP(NORMAL)
003219         MOVE 'APPLIED BUT APPROVAL NOT CLOSED - TELL OPS'
003221             TO WS-DSP-MSG-LINE
003223     END-IF
003226     PERFORM 3500-CHECK-LARGE-MOVEMENT THRU 3500-EXIT.
003228 4000-EXIT.
003230     EXIT.
003233
003235*================================================================
003238 4100-APPLY-APPROVED.
003240*================================================================
003242*    THE OLD SU01 POSTING - READ FOR UPDATE, CAPTURE THE OLD
003245*    VALUE, REWRITE WITH THE RUN DATE IN OutputField3 AND APPEND
003247*    THE 'C' JOURNAL ENTRY.  IF OutputField2 HAS MOVED SINCE
003248*    THE ITEM WAS QUEUED THE APPROVAL IS REFUSED - THE
003249*    APPROVER HAS NOT SEEN THE NEW AMOUNT.
003250     MOVE 'N' TO WS-APR-POSTED-SW
003252     MOVE APR-ACCT-KEY TO OutputField1
003254     MOVE LENGTH OF OutputRecord TO WS-OUT-LEN
003257     EXEC CICS READ FILE('OUTPUT')
003259         INTO(OutputRecord)
003261         LENGTH(WS-OUT-LEN)
003264         RIDFLD(OutputField1)
003266         UPDATE
003268         RESP(WS-RESP)
003271     END-EXEC
003273     IF WS-RESP = DFHRESP(NOTFND)
003276         MOVE 'CORRECTION KEY NOT ON FILE' TO WS-DSP-MSG-LINE
003278         GO TO 4100-EXIT
003280     END-IF
003283     IF WS-RESP NOT = DFHRESP(NORMAL)
003285         MOVE 'READ FOR UPDATE FAILED' TO WS-DSP-MSG-LINE
003287         GO TO 4100-EXIT
003290     END-IF
003291     IF OutputField2 NOT = APR-QUEUED-VALUE
003292         EXEC CICS UNLOCK FILE('OUTPUT')
003293             RESP(WS-RESP)
003294         END-EXEC
003295         MOVE 'BALANCE MOVED SINCE QUEUED - DECLINE AND ASK AGAIN'
003296             TO WS-DSP-MSG-LINE
003297         GO TO 4100-EXIT
003298     END-IF
003299     MOVE OutputField2     TO WS-AUD-OLD-VALUE
003300     MOVE APR-AMOUNT       TO OutputField2
003301     MOVE WS-CURRENT-DATE TO OutputField3
003302     EXEC CICS REWRITE FILE('OUTPUT')
003303         FROM(OutputRecord)
003304         RESP(WS-RESP)
003306     END-EXEC
003309     IF WS-RESP NOT = DFHRESP(NORMAL)
003311         MOVE 'REWRITE FAILED - NOT APPLIED' TO WS-DSP-MSG-LINE
003314         GO TO 4100-EXIT
003316     END-IF
003318     MOVE 'Y' TO WS-APR-POSTED-SW
003321     MOVE OutputField1 TO WS-AUD-KEY
003323     MOVE OutputField2 TO WS-AUD-NEW-VALUE
003325     MOVE WS-RUN-ID    TO WS-AUD-RUN-ID
003328     MOVE 'C'          TO WS-AUD-ACTION
003330     MOVE APR-REQ-USER TO WS-AUD-MAKER
003333     MOVE WS-USERID    TO WS-AUD-CHECKER
003335     MOVE LENGTH OF WS-AUD-LINE TO WS-AUD-LEN
003337     EXEC CICS WRITE FILE('SAMPAUD')
003340         FROM(WS-AUD-LINE)
003342         LENGTH(WS-AUD-LEN)
003344         RIDFLD(WS-RBA) RBA
003347         RESP(WS-RESP)
003349     END-EXEC
003352     IF WS-RESP = DFHRESP(NORMAL)
003354         MOVE 'CORRECTION APPLIED AND JOURNALED'
003356             TO WS-DSP-MSG-LINE
003359     ELSE
003361         MOVE 'APPLIED BUT JOURNAL WRITE FAILED - TELL OPS'
003363             TO WS-DSP-MSG-LINE
003366     END-IF.
003368 4100-EXIT.
003371     EXIT.
003373
003375*================================================================
003378 4200-REWRITE-APPROVAL.
003380*================================================================
003382     MOVE LENGTH OF APR-RECORD TO WS-APR-LEN
003385     EXEC CICS REWRITE FILE('SAMPAPR')
003387         FROM(APR-RECORD)
003390         LENGTH(WS-APR-LEN)
003392         RESP(WS-RESP)
003394     END-EXEC.
003397 4200-EXIT.
003399     EXIT.
003402
003404*================================================================
003406 3500-CHECK-LARGE-MOVEMENT.
