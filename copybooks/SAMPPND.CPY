000100******************************************************************
000200*    SAMPPND.CPY
000300*    PENDING (FUTURE-DATED) TRANSACTION RECORD FOR THE
000400*    SampleProgram FAMILY.  THE PENDING KSDS (DD PENDTRN,
000500*    PROD.SAMPLE.PENDTRN.DATA) WAREHOUSES EVERY EXTRACT DETAIL
000600*    THAT CARRIED AN EFFECTIVE POSTING DATE LATER THAN THE
000700*    BUSINESS DATE ON ITS DROP'S HEADER.  SampleMerge DIVERTS
000800*    THE DETAIL HERE INSTEAD OF LOADING IT; SamplePendRelease
000900*    RE-PRESENTS IT ON THE EXTRACT6 DROP THE NIGHT ITS
001000*    EFFECTIVE DATE ARRIVES; SamplePending CANCELS ITEMS FROM
001100*    SAMPDCRD CONTROL CARDS AND LISTS WHAT IS STILL WAITING.
001200*
001300*    THE KEY LEADS WITH THE EFFECTIVE DATE SO A SEQUENTIAL
001400*    READ COMES BACK IN POSTING-DATE ORDER, THEN NAMES THE
001500*    ORIGINAL DROP (SOURCE ID AND BUSINESS DATE FROM ITS
001600*    HEADER) AND THE DETAIL'S SEQUENCE NUMBER WITHIN THAT
001700*    DROP - SO THE SAME DROP PRESENTED TWICE LANDS ON THE SAME
001800*    KEYS AND CANNOT WAREHOUSE A TRANSACTION TWICE.
001900*    PND-EXT-SLOT IS THE EXTRACTn DD THE DROP ARRIVED ON, SO
002000*    SampleAck CAN ACKNOWLEDGE THE ITEM BACK TO ITS SENDER.
002100*    PND-REL-SOURCE IS THE HEADER SOURCE OF THE RELEASE DROP
002200*    THAT LAST CARRIED THE ITEM ('P' PLUS THE RELEASE RUN'S
002300*    HHMMSS), CHECKED AGAINST THE PROCESSED-DROP REGISTER.
002400*
002500*    COPY THIS STRAIGHT INTO THE FD - FIXED FIELD NAMES, THE
002600*    SAME WAY SAMPHLD.CPY WORKS FOR THE HOLD FILE.
002700*
002800*    MODIFICATION HISTORY
002900*    10/15/2026  RH  ORIGINAL COPYBOOK.
003000******************************************************************
003100 01  PND-RECORD.
003200     05  PND-KEY.
003300         10  PND-EFF-DATE    PIC 9(08).
003400         10  PND-SOURCE      PIC X(07).
003500         10  PND-BUS-DATE    PIC 9(08).
003600         10  PND-SEQ         PIC 9(07).
003700     05  PND-ACCT-KEY        PIC X(10).
003800     05  PND-AMT             PIC S9(07)V99
003900                             SIGN LEADING SEPARATE.
004000     05  PND-TCODE           PIC X(01).
004100     05  PND-EXT-SLOT        PIC 9(01).
004200     05  PND-STATUS          PIC X(01).
004300         88  PND-PENDING                VALUE 'P'.
004400         88  PND-RELEASED               VALUE 'R'.
004500         88  PND-CANCELLED              VALUE 'C'.
004600     05  PND-STATUS-DATE     PIC 9(08).
004700     05  PND-REL-SOURCE      PIC X(07).
004800     05  FILLER              PIC X(02).
