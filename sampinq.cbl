000246*                  MATCH SAMPREC'S WIDENED SAMP-FIELD2 - THE
000247*                  JOURNAL AND REJECT SHAPES AND EVERY AMOUNT
000248*                  COLUMN ON THE REPORT FOLLOW.
000249* 10/15/2026  RH   THE JOURNAL RECORD IS NOW 70 BYTES.  A TRANSFER
000251*                  LEG (ACTION 'T') SHOWS ITS TRANSFER REFERENCE
000252*                  AND THE CONTRA KEY AT THE END OF ITS JOURNAL
000254*                  LINE, SO THE OTHER HALF OF THE PAIR CAN BE
000255*                  FOUND FROM EITHER KEY.
000257* 10/15/2026  RH   A CORRECTION (ACTION 'C') SHOWS THE REQUESTING
000259*                  AND APPROVING USER IDS, MAKER/CHECKER, IN THE
000261*                  SAME PLACE ON ITS JOURNAL LINE.
000263*================================================================
000265
000267 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.  IBM-370.
000290 OBJECT-COMPUTER.  IBM-370.
000740     05  FILLER                  PIC X(01).
000750     05  AUD-ACTION              PIC X(01).
000760     05  FILLER                  PIC X(01).
000761     05  AUD-XFER-INFO.
000763         10  AUD-XFER-REF        PIC 9(07).
000765         10  FILLER              PIC X(01).
000766         10  AUD-CONTRA-KEY      PIC X(10).
000768         10  FILLER              PIC X(02).
000770     05  AUD-USER-INFO REDEFINES AUD-XFER-INFO.
000771         10  AUD-MAKER           PIC X(08).
000773         10  FILLER              PIC X(01).
000775         10  AUD-CHECKER         PIC X(08).
000776         10  FILLER              PIC X(03).
000778
000780 FD  REJ-FILE.
000790 01  REJ-RECORD.
000800     05  REJ-ORIG-KEY            PIC X(10).
001640     05  INQ-RPT-JRNL-OLD        PIC ZZZ,ZZZ,ZZ9.99-  VALUE ZERO.
001650     05  FILLER                  PIC X(04)  VALUE ' -> '.
001660     05  INQ-RPT-JRNL-NEW        PIC ZZZ,ZZZ,ZZ9.99-  VALUE ZERO.
001662     05  FILLER                  PIC X(02)  VALUE SPACES.
001665     05  INQ-RPT-JRNL-XFER.
001668         10  INQ-RPT-JRNL-XFER-TAG   PIC X(05)  VALUE SPACES.
001671         10  INQ-RPT-JRNL-XFER-REF   PIC X(07)  VALUE SPACES.
001674         10  FILLER                  PIC X(01)  VALUE SPACE.
001677         10  INQ-RPT-JRNL-CONTRA     PIC X(10)  VALUE SPACES.
001678     05  INQ-RPT-JRNL-USERS REDEFINES INQ-RPT-JRNL-XFER.
001680         10  INQ-RPT-JRNL-MAKER      PIC X(08).
001682         10  INQ-RPT-JRNL-USER-SEP   PIC X(01).
001684         10  INQ-RPT-JRNL-CHECKER    PIC X(08).
001686         10  FILLER                  PIC X(06).
001688
001690 01  INQ-RPT-REJ-LINE.
001700     05  FILLER                  PIC X(02)  VALUE SPACES.
001710     05  FILLER                  PIC X(09)  VALUE 'REJECTED '.
003090                 MOVE AUD-RUN-ID    TO INQ-RPT-JRNL-RUN-ID
003100                 MOVE AUD-ACTION    TO INQ-RPT-JRNL-ACTION
003110                 MOVE AUD-OLD-VALUE TO INQ-RPT-JRNL-OLD
003112                 MOVE AUD-NEW-VALUE TO INQ-RPT-JRNL-NEW
003114                 IF AUD-ACTION = 'T'
003116                     MOVE 'XFER '        TO INQ-RPT-JRNL-XFER-TAG
003118                     MOVE AUD-XFER-REF   TO INQ-RPT-JRNL-XFER-REF
003121                     MOVE AUD-CONTRA-KEY TO INQ-RPT-JRNL-CONTRA
003123                 ELSE
003125                     MOVE SPACES TO INQ-RPT-JRNL-XFER
003126                     IF AUD-ACTION = 'C'
003128                      AND AUD-MAKER NOT = SPACES
003130                         MOVE AUD-MAKER   TO INQ-RPT-JRNL-MAKER
003131                         MOVE '/'         TO INQ-RPT-JRNL-USER-SEP
003133                         MOVE AUD-CHECKER TO INQ-RPT-JRNL-CHECKER
003135                     END-IF
003136                 END-IF
003138                 MOVE INQ-RPT-JRNL-LINE TO INQ-RPT-RECORD
003140                 WRITE INQ-RPT-RECORD
003150                 ADD 1 TO WS-JOURNAL-LINES
003160                 ADD 1 TO WS-KEY-JOURNAL-LINES
