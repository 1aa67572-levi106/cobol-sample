000100******************************************************************
000200*    SAMPRNG.CPY
000300*    KEY-RANGE CARD FOR THE PARTITIONED DAILY SampleProgram PASS.
000400*    THE RANGE DECK (DD SAMPLRNG, PROD.SAMPLE.PARTRNG.CNTL) HOLDS
000500*    ONE CARD PER PARTITION IN PARTITION ORDER 01, 02, 03 ... -
000600*    THE PARTITION NUMBER IN COLUMNS 1-2 AND THE FIRST InputField1
000700*    KEY THE PARTITION OWNS IN COLUMNS 3-12.  A PARTITION RUNS
000800*    FROM ITS OWN LOW KEY UP TO, BUT NOT INCLUDING, THE NEXT
000900*    CARD'S LOW KEY; THE LAST ONE RUNS TO END OF FILE.  PARTITION
001000*    01'S LOW KEY IS LEFT BLANK SO IT STARTS AT THE TOP OF THE
001100*    FILE, AND EVERY LATER LOW KEY MUST BE HIGHER THAN THE ONE
001200*    BEFORE IT - SO THE RANGES CAN NEITHER GAP NOR OVERLAP.
001300*    SamplePartition CHECKS THE DECK BEFORE IT OPENS THE DAY.
001400*
001500*    COPY THIS STRAIGHT INTO THE FD.
001600*
001700*    MODIFICATION HISTORY
001800*    10/15/2026  RH  ORIGINAL COPYBOOK.
001900******************************************************************
002000 01  RNG-RECORD.
002100     05  RNG-PARTITION       PIC 9(02).
002200     05  RNG-LOW-KEY         PIC X(10).
002300     05  FILLER              PIC X(68).
