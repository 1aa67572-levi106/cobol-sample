000349*                  SIGN LEADING SEPARATE TO MATCH SAMPREC'S
000350*                  WIDENED SAMP-FIELD2, AND THE CANDIDATE TABLE
000351*                  FOLLOWS.
000352* 10/15/2026  RH   ACTION 'A' (SampleAccrual MONTH-END ACCRUAL)
000354*                  BACKS OUT LIKE ANY OTHER CHANGE.
000355* 10/15/2026  RH   TRANSFERS BACK OUT AS A PAIR.  THE JOURNAL IS
000356*                  NOW 70 BYTES; A TRANSFER LEG (ACTION 'T')
000357*                  CARRIES THE TRANSFER REFERENCE AND CONTRA KEY.
000358*                  BEFORE ANYTHING IS APPLIED EACH TRANSFER LEG IS
000360*                  CHECKED AGAINST THE FILE, AND A CONFLICT ON
000361*                  EITHER LEG HOLDS THE OTHER LEG TOO ('TRANSFER
000362*                  PARTNER IN CONFLICT'), SO A BACKOUT NEVER
000363*                  LEAVES ONE HALF OF A TRANSFER STANDING.  THE
000365*                  'B' ENTRY FOR A LEG CARRIES THE SAME TRANSFER
000366*                  REFERENCE AND CONTRA KEY AS THE LEG IT UNDOES.
000367*================================================================
000368
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.  IBM-370.
000780     05  FILLER                  PIC X(01).
000790     05  AUD-ACTION              PIC X(01).
000800     05  FILLER                  PIC X(01).
000805     05  FILLER                  PIC X(20).
000810
000820 FD  BPRM-FILE.
000830 01  BPRM-RECORD.
000970         88  PARM-CARD-OK                       VALUE 'Y'.
000980     05  WS-TABLE-FULL-SW        PIC X(01)      VALUE 'N'.
000990         88  BKO-TABLE-FULL                     VALUE 'Y'.
000993     05  WS-XFR-CHANGED-SW       PIC X(01)      VALUE 'N'.
000996         88  XFR-STAT-CHANGED                   VALUE 'Y'.
001000
001010*----------------------------------------------------------------
001020* FILE STATUS CODES
001250         10  WS-BKO-TBL-OLD      PIC S9(07)V99.
001260         10  WS-BKO-TBL-NEW      PIC S9(07)V99.
001270         10  WS-BKO-TBL-STAT     PIC X(01).
001276         10  WS-BKO-TBL-ACT      PIC X(01).
001283         10  WS-BKO-TBL-XFER     PIC X(18).
001290
001300 77  WS-BKO-MAX                  PIC 9(05)  COMP    VALUE 5000.
001310 77  WS-BKO-COUNT                PIC 9(05)  COMP    VALUE ZERO.
001320 77  WS-BKO-SUB                  PIC 9(05)  COMP    VALUE ZERO.
001330 77  WS-BKO-FOUND-SUB            PIC 9(05)  COMP    VALUE ZERO.
001331
001332*----------------------------------------------------------------
001334* TRANSFER LEG TABLE - ONE ENTRY PER TRANSFER LEG THE TARGET RUN
001335* JOURNALED: THE LEG'S CANDIDATE-TABLE SUBSCRIPT AND ITS CONTRA
001336* KEY, RESOLVED TO THE PARTNER'S SUBSCRIPT AFTER THE SCAN.  THE
001338* CANDIDATE STATUS IS 'C' TOUCHED LATER, 'F' NOT ON FILE, 'V'
001339* VALUE DIFFERS, 'K' RE-CREATED, 'P' HELD FOR ITS PARTNER.
001340*----------------------------------------------------------------
001342 01  WS-XFR-TABLE.
001343     05  WS-XFR-ENTRY OCCURS 5000 TIMES.
001344         10  WS-XFR-TBL-SUB      PIC 9(05)  COMP.
001346         10  WS-XFR-TBL-CONTRA   PIC X(10).
001347         10  WS-XFR-TBL-CSUB     PIC 9(05)  COMP.
001349
001350 77  WS-XFR-MAX                  PIC 9(05)  COMP    VALUE 5000.
001351 77  WS-XFR-COUNT                PIC 9(05)  COMP    VALUE ZERO.
001353 77  WS-XFR-SUB                  PIC 9(05)  COMP    VALUE ZERO.
001354 77  WS-XFR-S1                   PIC 9(05)  COMP    VALUE ZERO.
001355 77  WS-XFR-S2                   PIC 9(05)  COMP    VALUE ZERO.
001357
001358*----------------------------------------------------------------
001360* RUN COUNTERS
001370*----------------------------------------------------------------
001380 77  WS-JOURNAL-READ             PIC 9(07)  COMP    VALUE ZERO.
001400 77  WS-KEYS-SELECTED            PIC 9(07)  COMP    VALUE ZERO.
001410 77  WS-KEYS-BACKED-OUT          PIC 9(07)  COMP    VALUE ZERO.
001420 77  WS-KEYS-CONFLICT            PIC 9(07)  COMP    VALUE ZERO.
001423 77  WS-XFER-LEGS-SELECTED       PIC 9(07)  COMP    VALUE ZERO.
001426 77  WS-XFER-LEGS-HELD           PIC 9(07)  COMP    VALUE ZERO.
001430
001440*----------------------------------------------------------------
001450* CONTROL-CARD AND AUDIT WORK AREAS
001580     05  FILLER                  PIC X(01)  VALUE SPACE.
001590     05  WS-AUD-ACTION           PIC X(01)  VALUE SPACE.
001600     05  FILLER                  PIC X(01)  VALUE SPACES.
001601     05  WS-AUD-XFER-INFO.
001603         10  WS-AUD-XFER-REF     PIC 9(07)  VALUE ZERO.
001605         10  FILLER              PIC X(01)  VALUE SPACE.
001606         10  WS-AUD-CONTRA-KEY   PIC X(10)  VALUE SPACES.
001608     05  FILLER                  PIC X(02)  VALUE SPACES.
001610
001620*----------------------------------------------------------------
001630* BACKOUT REPORT PRINT-IMAGE LINES
002120             DISPLAY 'SAMPBKO - CANDIDATE TABLE FULL, RUN NOT '
002130                 'BACKED OUT'
002140         ELSE
002141*            TRANSFER LEGS ARE CHECKED UP FRONT AND A CONFLICT ON
002142*            ONE LEG IS CARRIED TO ITS PARTNER UNTIL NOTHING MORE
002144*            CHANGES, SO BOTH LEGS GO BACK OR NEITHER DOES.
002145             PERFORM 1500-CHECK-TRANSFER-LEG THRU 1500-EXIT
002147                 VARYING WS-BKO-SUB FROM 1 BY 1
002148                 UNTIL WS-BKO-SUB > WS-BKO-COUNT
002150             PERFORM 1600-RESOLVE-PARTNER THRU 1600-EXIT
002151                 VARYING WS-XFR-SUB FROM 1 BY 1
002152                 UNTIL WS-XFR-SUB > WS-XFR-COUNT
002154             MOVE 'Y' TO WS-XFR-CHANGED-SW
002155             PERFORM 1700-PROPAGATE-CONFLICTS THRU 1700-EXIT
002157                 UNTIL NOT XFR-STAT-CHANGED
002158             PERFORM 2000-APPLY-BACKOUT THRU 2000-EXIT
002160                 VARYING WS-BKO-SUB FROM 1 BY 1
002170                 UNTIL WS-BKO-SUB > WS-BKO-COUNT
002180         END-IF
002900             MOVE WS-AUD-ACTION
002910                 TO WS-BKO-TBL-ACT (WS-BKO-FOUND-SUB)
002920         ELSE
002924             PERFORM 1400-ADD-TABLE-KEY THRU 1400-EXIT
002928         END-IF
002932         IF WS-AUD-ACTION = 'T'
002936             PERFORM 1450-NOTE-TRANSFER-LEG THRU 1450-EXIT
002940         END-IF
002950     ELSE
002960*        AN ENTRY FOR A SELECTED KEY UNDER ANY OTHER RUN-ID
003230         MOVE WS-AUD-OLD-VALUE TO WS-BKO-TBL-OLD (WS-BKO-COUNT)
003240         MOVE WS-AUD-NEW-VALUE TO WS-BKO-TBL-NEW (WS-BKO-COUNT)
003250         MOVE SPACE            TO WS-BKO-TBL-STAT (WS-BKO-COUNT)
003256         MOVE WS-AUD-ACTION    TO WS-BKO-TBL-ACT (WS-BKO-COUNT)
003263         MOVE SPACES           TO WS-BKO-TBL-XFER (WS-BKO-COUNT)
003270     ELSE
003280         MOVE 'Y' TO WS-TABLE-FULL-SW
003290     END-IF.
003300 1400-EXIT.
003310     EXIT.
003311
003312*================================================================
003313 1450-NOTE-TRANSFER-LEG.
003314*================================================================
003315*    THE KEY'S CANDIDATE ENTRY WAS JUST FOUND OR ADDED BY 1200.
003316     IF BKO-TABLE-FULL
003317         GO TO 1450-EXIT
003318     END-IF
003319     IF WS-BKO-FOUND-SUB = ZERO
003320         MOVE WS-BKO-COUNT TO WS-BKO-FOUND-SUB
003321     END-IF
003322     MOVE WS-AUD-XFER-INFO TO WS-BKO-TBL-XFER (WS-BKO-FOUND-SUB)
003323     ADD 1 TO WS-XFER-LEGS-SELECTED
003324     IF WS-XFR-COUNT < WS-XFR-MAX
003325         ADD 1 TO WS-XFR-COUNT
003326         MOVE WS-BKO-FOUND-SUB  TO WS-XFR-TBL-SUB (WS-XFR-COUNT)
003327         MOVE WS-AUD-CONTRA-KEY
003328             TO WS-XFR-TBL-CONTRA (WS-XFR-COUNT)
003329         MOVE ZERO              TO WS-XFR-TBL-CSUB (WS-XFR-COUNT)
003330     ELSE
003331         MOVE 'Y' TO WS-TABLE-FULL-SW
003332     END-IF.
003333 1450-EXIT.
003334     EXIT.
003335
003336*================================================================
003337 1500-CHECK-TRANSFER-LEG.
003338*================================================================
003339*    THE SAME TESTS 2100 AND 2400 MAKE AT APPLY TIME, MADE EARLY
003340*    FOR A TRANSFER LEG SO ITS PARTNER CAN BE HELD BEFORE EITHER
003341*    ONE IS TOUCHED.
003342     IF WS-BKO-TBL-XFER (WS-BKO-SUB) = SPACES
003343      OR WS-BKO-TBL-STAT (WS-BKO-SUB) NOT = SPACE
003344         GO TO 1500-EXIT
003345     END-IF
003346     MOVE WS-BKO-TBL-KEY (WS-BKO-SUB) TO OutputField1
003347     READ OutputFile
003348         INVALID KEY
003349             IF WS-BKO-TBL-ACT (WS-BKO-SUB) NOT = 'D'
003350                 MOVE 'F' TO WS-BKO-TBL-STAT (WS-BKO-SUB)
003351             END-IF
003352         NOT INVALID KEY
003353             IF WS-BKO-TBL-ACT (WS-BKO-SUB) = 'D'
003354                 MOVE 'K' TO WS-BKO-TBL-STAT (WS-BKO-SUB)
003355             ELSE
003356                 IF OutputField2 NOT =
003357                         WS-BKO-TBL-NEW (WS-BKO-SUB)
003358                     MOVE 'V' TO WS-BKO-TBL-STAT (WS-BKO-SUB)
003359                 END-IF
003360             END-IF
003361     END-READ.
003362 1500-EXIT.
003363     EXIT.
003364
003365*================================================================
003366 1600-RESOLVE-PARTNER.
003367*================================================================
003368     MOVE ZERO TO WS-BKO-FOUND-SUB
003369     PERFORM 1610-MATCH-PARTNER THRU 1610-EXIT
003370         VARYING WS-BKO-SUB FROM 1 BY 1
003371         UNTIL WS-BKO-SUB > WS-BKO-COUNT
003372            OR WS-BKO-FOUND-SUB > ZERO
003373     MOVE WS-BKO-FOUND-SUB TO WS-XFR-TBL-CSUB (WS-XFR-SUB).
003374 1600-EXIT.
003375     EXIT.
003376
003377*================================================================
003378 1610-MATCH-PARTNER.
003379*================================================================
003380     IF WS-BKO-TBL-KEY (WS-BKO-SUB) =
003381             WS-XFR-TBL-CONTRA (WS-XFR-SUB)
003382         MOVE WS-BKO-SUB TO WS-BKO-FOUND-SUB
003383     END-IF.
003384 1610-EXIT.
003385     EXIT.
003386
003387*================================================================
003388 1700-PROPAGATE-CONFLICTS.
003389*================================================================
003390*    ONE PASS OVER THE LEGS.  A KEY CAN BE A LEG OF MORE THAN ONE
003391*    TRANSFER IN A RUN, SO A HOLD CAN CHAIN - PASSES REPEAT UNTIL
003392*    ONE CHANGES NOTHING.
003393     MOVE 'N' TO WS-XFR-CHANGED-SW
003394     PERFORM 1710-PROPAGATE-PAIR THRU 1710-EXIT
003395         VARYING WS-XFR-SUB FROM 1 BY 1
003396         UNTIL WS-XFR-SUB > WS-XFR-COUNT.
003397 1700-EXIT.
003398     EXIT.
003399
003400*================================================================
003401 1710-PROPAGATE-PAIR.
003402*================================================================
003403     MOVE WS-XFR-TBL-SUB (WS-XFR-SUB)  TO WS-XFR-S1
003404     MOVE WS-XFR-TBL-CSUB (WS-XFR-SUB) TO WS-XFR-S2
003405     IF WS-XFR-S2 = ZERO
003406         GO TO 1710-EXIT
003407     END-IF
003408     IF WS-BKO-TBL-STAT (WS-XFR-S1) NOT = SPACE
003409      AND WS-BKO-TBL-STAT (WS-XFR-S2) = SPACE
003410         MOVE 'P' TO WS-BKO-TBL-STAT (WS-XFR-S2)
003411         MOVE 'Y' TO WS-XFR-CHANGED-SW
003412     END-IF
003413     IF WS-BKO-TBL-STAT (WS-XFR-S2) NOT = SPACE
003414      AND WS-BKO-TBL-STAT (WS-XFR-S1) = SPACE
003415         MOVE 'P' TO WS-BKO-TBL-STAT (WS-XFR-S1)
003416         MOVE 'Y' TO WS-XFR-CHANGED-SW
003417     END-IF.
003418 1710-EXIT.
003419     EXIT.
003420
003421*================================================================
003422 2000-APPLY-BACKOUT.
003423*================================================================
003424     IF WS-BKO-TBL-STAT (WS-BKO-SUB) NOT = SPACE
003425         ADD 1 TO WS-KEYS-CONFLICT
003426         MOVE WS-BKO-TBL-KEY (WS-BKO-SUB)
003427             TO BKO-RPT-CONFLICT-KEY
003428         EVALUATE WS-BKO-TBL-STAT (WS-BKO-SUB)
003429             WHEN 'C'
003430                 MOVE 'TOUCHED BY A LATER RUN'
003431                     TO BKO-RPT-CONFLICT-TEXT
003432             WHEN 'F'
003433                 MOVE 'KEY NO LONGER ON FILE'
003434                     TO BKO-RPT-CONFLICT-TEXT
003435             WHEN 'V'
003436                 MOVE 'FILE VALUE DIFFERS FROM JOURNAL'
003437                     TO BKO-RPT-CONFLICT-TEXT
003438             WHEN 'K'
003439                 MOVE 'KEY RE-CREATED SINCE DELETE'
003440                     TO BKO-RPT-CONFLICT-TEXT
003441             WHEN OTHER
003442                 MOVE 'TRANSFER PARTNER IN CONFLICT'
003443                     TO BKO-RPT-CONFLICT-TEXT
003444                 ADD 1 TO WS-XFER-LEGS-HELD
003445         END-EVALUATE
003446         PERFORM 2300-WRITE-CONFLICT-LINE THRU 2300-EXIT
003447     ELSE
003448         IF WS-BKO-TBL-ACT (WS-BKO-SUB) = 'D'
003450             PERFORM 2400-RECREATE-DELETED THRU 2400-EXIT
003460         ELSE
003470             PERFORM 2100-RESTORE-OLD-VALUE THRU 2100-EXIT
003890     MOVE OutputField1 TO WS-AUD-KEY
003900     MOVE OutputField2 TO WS-AUD-NEW-VALUE
003910     MOVE WS-RUN-ID    TO WS-AUD-RUN-ID
003916     MOVE 'B'          TO WS-AUD-ACTION
003923     MOVE WS-BKO-TBL-XFER (WS-BKO-SUB) TO WS-AUD-XFER-INFO
003930     MOVE WS-AUD-LINE  TO AUD-RECORD
003940     WRITE AUD-RECORD.
003950 2200-EXIT.
004270             MOVE ZERO         TO WS-AUD-OLD-VALUE
004280             MOVE OutputField2 TO WS-AUD-NEW-VALUE
004290             MOVE WS-RUN-ID    TO WS-AUD-RUN-ID
004295             MOVE 'B'          TO WS-AUD-ACTION
004300             MOVE WS-BKO-TBL-XFER (WS-BKO-SUB)
004305                 TO WS-AUD-XFER-INFO
004310             MOVE WS-AUD-LINE  TO AUD-RECORD
004320             WRITE AUD-RECORD
004330     END-WRITE.
004780     MOVE 'KEYS IN CONFLICT . . . . . . .' TO BKO-RPT-LABEL
004790     MOVE WS-KEYS-CONFLICT                 TO BKO-RPT-VALUE
004800     MOVE BKO-RPT-DETAIL-LINE              TO BKO-RPT-RECORD
004802     WRITE BKO-RPT-RECORD
004804     MOVE 'TRANSFER LEGS SELECTED . . . .' TO BKO-RPT-LABEL
004806     MOVE WS-XFER-LEGS-SELECTED            TO BKO-RPT-VALUE
004808     MOVE BKO-RPT-DETAIL-LINE              TO BKO-RPT-RECORD
004810     WRITE BKO-RPT-RECORD
004812     MOVE 'LEGS HELD FOR TRANSFER PARTNER' TO BKO-RPT-LABEL
004814     MOVE WS-XFER-LEGS-HELD                TO BKO-RPT-VALUE
004816     MOVE BKO-RPT-DETAIL-LINE              TO BKO-RPT-RECORD
004818     WRITE BKO-RPT-RECORD.
004820 3000-EXIT.
004830     EXIT.
004840
