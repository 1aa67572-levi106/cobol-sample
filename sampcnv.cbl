000280*                  UNDER JCL MEMBER SAMPW010 WITH THE STREAM
000290*                  QUIESCED; THE OLD DATASETS ARE KEPT UNTIL
000300*                  THE FIRST SAMPC010 VERDICT AFTER CUTOVER.
000302* 10/15/2026  RH   AUDIT RECORD WIDENED FROM 50 TO 70 BYTES - THE
000304*                  NEW TAIL CARRIES THE TRANSFER REFERENCE AND
000306*                  CONTRA KEY ON TRANSFER (ACTION 'T') ENTRIES.
000308*                  A CONVERTED ENTRY LEAVES IT BLANK.
000310*================================================================
000320
000330 ENVIRONMENT DIVISION.
001160     05  FILLER                  PIC X(11).
001170
001180 FD  AUD-FILE.
001190 01  AUD-RECORD                      PIC X(70).
001200
001210 FD  CNV-RPT-FILE.
001220 01  CNV-RPT-RECORD                  PIC X(80).
001680     05  FILLER                  PIC X(01)  VALUE SPACE.
001690     05  WS-AUD-ACTION           PIC X(01)  VALUE SPACE.
001700     05  FILLER                  PIC X(01)  VALUE SPACES.
001705     05  FILLER                  PIC X(20)  VALUE SPACES.
001710
001720*----------------------------------------------------------------
001730* CONVERSION COUNTERS AND PROOF HASHES (OLD SIDE IN WHOLE
