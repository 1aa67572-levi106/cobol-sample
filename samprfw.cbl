000316*                  CLOSED SAMPAGEN GENERATION, AND SAMPF010
000317*                  SHOWS HOW TO CONCATENATE THE COVERING
000318*                  GENERATIONS AHEAD OF SAMPLAUD FOR THAT CASE.
000319* 10/15/2026  RH   AUDIT RECORD WIDENED FROM 50 TO 70 BYTES - THE
000321*                  NEW TAIL CARRIES THE TRANSFER REFERENCE AND
000323*                  CONTRA KEY ON TRANSFER (ACTION 'T') ENTRIES.
000324*                  A TRANSFER LEG ROLLS FORWARD LIKE ANY POSTING.
000326*================================================================
000328
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.  IBM-370.
000810     05  FILLER                  PIC X(01).
000820     05  AUD-ACTION              PIC X(01).
000830     05  FILLER                  PIC X(01).
000835     05  FILLER                  PIC X(20).
000840
000850 FD  FPRM-FILE.
000860 01  FPRM-RECORD.
