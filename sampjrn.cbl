000295*                  SIGN LEADING SEPARATE TO MATCH SAMPREC'S
000296*                  WIDENED SAMP-FIELD2, AND THE LISTING COLUMNS
000297*                  FOLLOW.
000298* 10/15/2026  RH   THE JOURNAL RECORD IS NOW 70 BYTES.  A TRANSFER
000299*                  LEG (ACTION 'T') CARRIES THE TRANSFER REFERENCE
000300*                  AND CONTRA KEY; SampleProgram WRITES BOTH LEGS
000301*                  BACK TO BACK, AND EACH IS LISTED WITH A SECOND
000302*                  LINE NAMING THE REFERENCE AND THE OTHER KEY SO
000304*                  THE PAIR READS AS ONE TRANSFER.  THE TOTALS
000305*                  COUNT TRANSFER LEGS AND TRANSFERS.
000306* 10/15/2026  RH   A CORRECTION (ACTION 'C') NOW CARRIES THE
000307*                  REQUESTING AND APPROVING USER IDS IN THE
000309*                  JOURNAL TAIL, AND IS LISTED WITH A SECOND LINE
000310*                  NAMING BOTH.  'C' ENTRIES WRITTEN BEFORE
000311*                  CORRECTIONS NEEDED APPROVAL HAVE NO IDS AND GET
000313*                  NO SECOND LINE.
000314*================================================================
000315
000317 ENVIRONMENT DIVISION.
000318 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.  IBM-370.
000330 OBJECT-COMPUTER.  IBM-370.
000340
000570     05  FILLER                  PIC X(01).
000580     05  AUD-ACTION              PIC X(01).
000590     05  FILLER                  PIC X(01).
000591     05  AUD-XFER-INFO.
000593         10  AUD-XFER-REF        PIC 9(07).
000595         10  FILLER              PIC X(01).
000596         10  AUD-CONTRA-KEY      PIC X(10).
000598         10  FILLER              PIC X(02).
000600     05  AUD-USER-INFO REDEFINES AUD-XFER-INFO.
000601         10  AUD-MAKER           PIC X(08).
000603         10  FILLER              PIC X(01).
000605         10  AUD-CHECKER         PIC X(08).
000606         10  FILLER              PIC X(03).
000608
000610 FD  JRNL-RPT-FILE.
000620 01  JRNL-RPT-RECORD                 PIC X(80).
000630
000740         88  EOF-NOT-REACHED                    VALUE 'N'.
000750
000760*----------------------------------------------------------------
000770* RUN COUNTERS
000780*----------------------------------------------------------------
000790 77  WS-ENTRIES-LISTED           PIC 9(07)  COMP    VALUE ZERO.
000793 77  WS-XFER-LEGS-LISTED         PIC 9(07)  COMP    VALUE ZERO.
000796 77  WS-XFERS-LISTED             PIC 9(07)  COMP    VALUE ZERO.
000800
000810 01  WS-RUN-ID                   PIC X(14)  VALUE SPACES.
000820
001020     05  JRNL-RPT-ACTION         PIC X(01)  VALUE SPACE.
001030     05  FILLER                  PIC X(09)  VALUE SPACES.
001040
001041 01  JRNL-RPT-XFER-LINE.
001043     05  FILLER                  PIC X(13)  VALUE SPACES.
001045     05  FILLER                  PIC X(13)  VALUE
001046         'TRANSFER REF '.
001048     05  JRNL-RPT-XFER-REF       PIC 9(07)  VALUE ZERO.
001050     05  FILLER                  PIC X(12)  VALUE
001051         ' CONTRA KEY '.
001053     05  JRNL-RPT-XFER-CONTRA    PIC X(10)  VALUE SPACES.
001055     05  FILLER                  PIC X(25)  VALUE SPACES.
001056
001057 01  JRNL-RPT-USER-LINE.
001058     05  FILLER                  PIC X(13)  VALUE SPACES.
001059     05  FILLER                  PIC X(13)  VALUE
001060         'REQUESTED BY '.
001061     05  JRNL-RPT-USER-MAKER     PIC X(08)  VALUE SPACES.
001062     05  FILLER                  PIC X(13)  VALUE
001063         ' APPROVED BY '.
001064     05  JRNL-RPT-USER-CHECKER   PIC X(08)  VALUE SPACES.
001065     05  FILLER                  PIC X(25)  VALUE SPACES.
001066
001067 01  JRNL-RPT-TOTAL-LINE.
001068     05  JRNL-RPT-TOT-LABEL      PIC X(30)  VALUE SPACES.
001070     05  JRNL-RPT-TOT-VALUE      PIC ZZZ,ZZZ,ZZ9  VALUE ZERO.
001080     05  FILLER                  PIC X(39)  VALUE SPACES.
001090
001830     MOVE AUD-ACTION         TO JRNL-RPT-ACTION
001840     MOVE JRNL-RPT-DETAIL-LINE TO JRNL-RPT-RECORD
001850     WRITE JRNL-RPT-RECORD
001854     ADD 1 TO WS-ENTRIES-LISTED
001858     IF AUD-ACTION = 'T'
001862         PERFORM 2100-LIST-TRANSFER-LEG THRU 2100-EXIT
001866     END-IF
001867     IF AUD-ACTION = 'C'
001869      AND AUD-MAKER NOT = SPACES
001870         MOVE AUD-MAKER          TO JRNL-RPT-USER-MAKER
001872         MOVE AUD-CHECKER        TO JRNL-RPT-USER-CHECKER
001873         MOVE JRNL-RPT-USER-LINE TO JRNL-RPT-RECORD
001875         WRITE JRNL-RPT-RECORD
001876     END-IF
001878     PERFORM 1100-READ-AUDIT THRU 1100-EXIT.
001880 2000-EXIT.
001890     EXIT.
001900
001901*================================================================
001902 2100-LIST-TRANSFER-LEG.
001903*================================================================
001904*    THE TWO LEGS OF A TRANSFER SHARE ONE REFERENCE.  THE DEBIT
001905*    LEG IS WRITTEN FIRST, SO IT IS THE ONE THAT COUNTS THE
001906*    TRANSFER ITSELF.
001907     MOVE AUD-XFER-REF       TO JRNL-RPT-XFER-REF
001908     MOVE AUD-CONTRA-KEY     TO JRNL-RPT-XFER-CONTRA
001909     MOVE JRNL-RPT-XFER-LINE TO JRNL-RPT-RECORD
001910     WRITE JRNL-RPT-RECORD
001911     ADD 1 TO WS-XFER-LEGS-LISTED
001912     IF AUD-NEW-VALUE < AUD-OLD-VALUE
001913         ADD 1 TO WS-XFERS-LISTED
001914     END-IF.
001915 2100-EXIT.
001916     EXIT.
001917
001918*================================================================
001920 3000-PRODUCE-TOTALS.
001930*================================================================
001940     MOVE SPACES TO JRNL-RPT-RECORD
001960     MOVE 'JOURNAL ENTRIES LISTED . . . .' TO JRNL-RPT-TOT-LABEL
001970     MOVE WS-ENTRIES-LISTED               TO JRNL-RPT-TOT-VALUE
001980     MOVE JRNL-RPT-TOTAL-LINE             TO JRNL-RPT-RECORD
001982     WRITE JRNL-RPT-RECORD
001984     MOVE 'TRANSFER LEGS LISTED . . . . .' TO JRNL-RPT-TOT-LABEL
001986     MOVE WS-XFER-LEGS-LISTED             TO JRNL-RPT-TOT-VALUE
001988     MOVE JRNL-RPT-TOTAL-LINE             TO JRNL-RPT-RECORD
001990     WRITE JRNL-RPT-RECORD
001992     MOVE 'TRANSFERS LISTED . . . . . . .' TO JRNL-RPT-TOT-LABEL
001994     MOVE WS-XFERS-LISTED                 TO JRNL-RPT-TOT-VALUE
001996     MOVE JRNL-RPT-TOTAL-LINE             TO JRNL-RPT-RECORD
001998     WRITE JRNL-RPT-RECORD.
002000 3000-EXIT.
002010     EXIT.
002020
