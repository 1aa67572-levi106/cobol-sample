000369*                  COLUMN 22), REJECTS ARE 55 BYTES, AND THE
000370*                  EXTRACT4 TRAILER HASH IS THE SIGNED SUM IN
000371*                  BYTES 8-19 AS SampleMerge NOW CHECKS IT.
000372* 10/15/2026  RH   A REJECTED TRANSFER (ORIGINAL CODE 'T', REASON
000373*                  09) RECYCLES WHOLE - ITS FIX CARD WRITES AN
000374*                  EXTRACT4 TRANSFER DETAIL (CODE 'X') WITH THE
000375*                  CONTRA KEY TAKEN FROM THE REJECT TEXT, SO BOTH
000376*                  LEGS COME BACK TOGETHER.  EXTRACT4 DETAILS ARE
000378*                  NOW 39 BYTES (BLANK EFFECTIVE DATE IN 22-29,
000379*                  CONTRA KEY IN 30-39).  A FIX CARD CANNOT
000380*                  OVERRIDE A TRANSFER'S CODE, NOR KEY 'T' OR 'X'
000381*                  ONTO ANY OTHER REJECT - 'T' IS THE TRAILER CODE
000382*                  AND AN 'X' WOULD HAVE NO CONTRA KEY.  SUCH A
000384*                  CARD IS UNUSABLE AND THE REJECT CARRIES
000385*                  FORWARD.
000386*================================================================
000387
000388 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.  IBM-370.
000410 OBJECT-COMPUTER.  IBM-370.
000760                            ==SAMP-FIELD1== BY ==RCY-KEY==
000770                            ==SAMP-FIELD2== BY ==RCY-AMT==.
000780     05  RCY-TCODE                   PIC X(01).
000783     05  RCY-EFF-DATE                PIC X(08).
000786     05  RCY-CONTRA-KEY              PIC X(10).
000790
000800 FD  REJ-OUT-FILE.
000810 01  REJ-OUT-RECORD                  PIC X(55).
001550     05  WS-REJ-REASON-CODE      PIC 9(02).
001560     05  FILLER                  PIC X(01).
001570     05  WS-REJ-REASON-TEXT      PIC X(30).
001572     05  WS-REJ-XFER-TEXT REDEFINES WS-REJ-REASON-TEXT.
001574         10  FILLER              PIC X(19).
001576         10  WS-REJ-XFER-CONTRA  PIC X(10).
001578         10  FILLER              PIC X(01).
001580
001590*----------------------------------------------------------------
001600* RECYCLE SUMMARY REPORT PRINT-IMAGE LINES
003150*================================================================
003160 2200-RECYCLE-RECORD.
003170*================================================================
003175     IF WS-FIX-TBL-TCODE (WS-FIX-FOUND-SUB) = 'T' OR 'X'
003180      OR (WS-REJ-ORIG-TCODE = 'T'
003185          AND WS-FIX-TBL-TCODE (WS-FIX-FOUND-SUB) NOT = SPACE)
003190         ADD 1 TO WS-FIX-UNUSABLE
003195         DISPLAY 'SAMPRCY - TRANSFER CODE OVERRIDE NOT ALLOWED '
003200             'FOR KEY: ' WS-REJ-ORIG-KEY
003205         PERFORM 2300-KEEP-REJECTED THRU 2300-EXIT
003210         GO TO 2200-EXIT
003215     END-IF
003220     IF WS-FIX-TBL-AMT (WS-FIX-FOUND-SUB) NOT NUMERIC
003225         ADD 1 TO WS-FIX-UNUSABLE
003230         DISPLAY 'SAMPRCY - FIX AMOUNT NOT NUMERIC FOR KEY: '
003235             WS-REJ-ORIG-KEY
003240         PERFORM 2300-KEEP-REJECTED THRU 2300-EXIT
003245     ELSE
003250         MOVE SPACES TO RCY-RECORD
003255         MOVE WS-REJ-ORIG-KEY TO RCY-KEY
003260         MOVE WS-FIX-TBL-AMT (WS-FIX-FOUND-SUB) TO RCY-AMT
003265         IF WS-REJ-ORIG-TCODE = 'T'
003270             MOVE 'X'                TO RCY-TCODE
003275             MOVE WS-REJ-XFER-CONTRA TO RCY-CONTRA-KEY
003280         ELSE
003285             IF WS-FIX-TBL-TCODE (WS-FIX-FOUND-SUB) = SPACE
003290                 MOVE WS-REJ-ORIG-TCODE TO RCY-TCODE
003295             ELSE
003300                 MOVE WS-FIX-TBL-TCODE (WS-FIX-FOUND-SUB)
003305                     TO RCY-TCODE
003310             END-IF
003315         END-IF
003320         WRITE RCY-RECORD
003330         ADD 1 TO WS-RECYCLED
003340         ADD RCY-AMT TO WS-RECYCLE-HASH
