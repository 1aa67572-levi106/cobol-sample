000316*                  COPYBOOK, THE AUDIT ENTRIES AND HASH TOTAL
000317*                  FOLLOW.  AN ARCHIVE CUT BEFORE THE WIDENING
000318*                  MIGRATES ONCE THROUGH SampleConvert.
000320* 10/15/2026  RH   AUDIT RECORD WIDENED FROM 50 TO 70 BYTES - THE
000322*                  NEW TAIL CARRIES THE TRANSFER REFERENCE AND
000324*                  CONTRA KEY ON TRANSFER (ACTION 'T') ENTRIES.
000326*                  THIS PROGRAM'S OWN ENTRIES LEAVE IT BLANK.
000328*================================================================
000330
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000880 01  ARC-RPT-RECORD                  PIC X(80).
000890
000900 FD  AUD-FILE.
000910 01  AUD-RECORD                      PIC X(70).
000920
000930 WORKING-STORAGE SECTION.
000940*----------------------------------------------------------------
001550     05  FILLER                  PIC X(01)  VALUE SPACE.
001560     05  WS-AUD-ACTION           PIC X(01)  VALUE SPACE.
001570     05  FILLER                  PIC X(01)  VALUE SPACES.
001575     05  FILLER                  PIC X(20)  VALUE SPACES.
001580
001590*----------------------------------------------------------------
001600* PURGE REPORT PRINT-IMAGE LINES
