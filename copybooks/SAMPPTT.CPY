000100******************************************************************
000200*    SAMPPTT.CPY
000300*    PARTITION TOTALS RECORD.  EVERY STEP OF THE PARTITIONED
000400*    DAILY SampleProgram PASS - EACH KEY-RANGE PARTITION AND THE
000500*    TRANSFER PASS (PARTITION 00) - WRITES ONE OF THESE TO ITS OWN
000600*    TOTALS DATASET (DD SAMPLPTT, PROD.SAMPLE.PARTTOT.Pnn.DATA)
000700*    WHEN IT ENDS: THE DAY'S RUN-ID, THE KEY RANGE IT RAN AND ITS
000800*    BALANCE-REPORT FIGURES FOR THE WHOLE RANGE, COUNTING ANY WORK
000900*    A FAILED ATTEMPT DID BEFORE THE RESTART.  SamplePartition
001000*    READS THEM BACK, CONCATENATED IN PARTITION ORDER, TO DECIDE
001100*    WHETHER EVERY PARTITION HAS ENDED CLEAN AND TO BUILD THE
001200*    COMBINED BALANCE REPORT.  A RECORD CARRYING AN OLDER RUN-ID
001300*    IS A PARTITION THAT HAS NOT ENDED TODAY.
001400*
001500*    COPY THIS INTO WORKING-STORAGE AND MOVE IT TO THE 160-BYTE
001600*    SAMPLPTT FD RECORD.
001700*
001800*    MODIFICATION HISTORY
001900*    10/15/2026  RH  ORIGINAL COPYBOOK.
002000******************************************************************
002100 01  PTT-RECORD-WS.
002200     05  PTT-PARTITION       PIC 9(02)  VALUE ZERO.
002300     05  FILLER              PIC X(01)  VALUE SPACE.
002400     05  PTT-RUN-ID          PIC X(14)  VALUE SPACES.
002500     05  FILLER              PIC X(01)  VALUE SPACE.
002600     05  PTT-STATUS          PIC X(01)  VALUE SPACE.
002700         88  PTT-ENDED                  VALUE 'E'.
002800     05  FILLER              PIC X(01)  VALUE SPACE.
002900     05  PTT-LOW-KEY         PIC X(10)  VALUE SPACES.
003000     05  FILLER              PIC X(01)  VALUE SPACE.
003100     05  PTT-HIGH-KEY        PIC X(10)  VALUE SPACES.
003200     05  FILLER              PIC X(01)  VALUE SPACE.
003300     05  PTT-RESTARTED       PIC X(01)  VALUE SPACE.
003400         88  PTT-WAS-RESTARTED          VALUE 'Y'.
003500     05  FILLER              PIC X(01)  VALUE SPACE.
003600     05  PTT-RECS-READ       PIC 9(07)  VALUE ZERO.
003700     05  FILLER              PIC X(01)  VALUE SPACE.
003800     05  PTT-RECS-WRITTEN    PIC 9(07)  VALUE ZERO.
003900     05  FILLER              PIC X(01)  VALUE SPACE.
004000     05  PTT-RECS-REPLACED   PIC 9(07)  VALUE ZERO.
004100     05  FILLER              PIC X(01)  VALUE SPACE.
004200     05  PTT-RECS-DELETED    PIC 9(07)  VALUE ZERO.
004300     05  FILLER              PIC X(01)  VALUE SPACE.
004400     05  PTT-RECS-REJECTED   PIC 9(07)  VALUE ZERO.
004500     05  FILLER              PIC X(01)  VALUE SPACE.
004600     05  PTT-RECS-SUSPENDED  PIC 9(07)  VALUE ZERO.
004700     05  FILLER              PIC X(01)  VALUE SPACE.
004800     05  PTT-EXC-FLAGGED     PIC 9(07)  VALUE ZERO.
004900     05  FILLER              PIC X(01)  VALUE SPACE.
005000     05  PTT-XFERS-READ      PIC 9(07)  VALUE ZERO.
005100     05  FILLER              PIC X(01)  VALUE SPACE.
005200     05  PTT-XFERS-POSTED    PIC 9(07)  VALUE ZERO.
005300     05  FILLER              PIC X(01)  VALUE SPACE.
005400     05  PTT-XFERS-REJECTED  PIC 9(07)  VALUE ZERO.
005500     05  FILLER              PIC X(01)  VALUE SPACE.
005600     05  PTT-HASH-TOTAL      PIC S9(11)V99
005700                             SIGN LEADING SEPARATE.
005800     05  FILLER              PIC X(01)  VALUE SPACE.
005900     05  PTT-XFER-NET        PIC S9(11)V99
006000                             SIGN LEADING SEPARATE.
006100     05  FILLER              PIC X(07)  VALUE SPACES.
