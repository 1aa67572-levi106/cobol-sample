000330*                  SEEDED - SWAPPING IN A PARTIAL CARRY-FORWARD
000340*                  WOULD BREAK EVERY CHAIN IT MISSED.  RUNS
000350*                  UNDER JCL MEMBER SAMPV010.
000351* 10/15/2026  RH   AUDIT RECORD WIDENED FROM 50 TO 70 BYTES - THE
000353*                  NEW TAIL CARRIES THE TRANSFER REFERENCE AND
000355*                  CONTRA KEY ON TRANSFER (ACTION 'T') ENTRIES.
000356*                  THE ROLLOVER COPIES CARRY IT UNCHANGED; A
000358*                  CARRY-FORWARD 'F' ENTRY LEAVES IT BLANK.
000360*================================================================
000370
000380 ENVIRONMENT DIVISION.
000710     05  FILLER                  PIC X(01).
000720     05  AUD-ACTION              PIC X(01).
000730     05  FILLER                  PIC X(01).
000735     05  FILLER                  PIC X(20).
000740
000750 FD  AUD-GEN-FILE.
000760 01  AUD-GEN-RECORD                  PIC X(70).
000770
000780 FD  AUD-NEW-FILE.
000790 01  AUD-NEW-RECORD                  PIC X(70).
000800
000810 FD  JRL-RPT-FILE.
000820 01  JRL-RPT-RECORD                  PIC X(80).
001310     05  FILLER                  PIC X(01)  VALUE SPACE.
001320     05  WS-AUD-ACTION           PIC X(01)  VALUE SPACE.
001330     05  FILLER                  PIC X(01)  VALUE SPACES.
001335     05  FILLER                  PIC X(20)  VALUE SPACES.
001340
001350 01  WS-RUN-ID                   PIC X(14)  VALUE SPACES.
001360
