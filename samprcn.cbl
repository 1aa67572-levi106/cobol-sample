000380*                  REPLAY TABLE FOLLOWS.  HISTORY WRITTEN BEFORE
000382*                  THE WIDENING RECONCILES AFTER THE ONE-TIME
000384*                  SampleConvert MIGRATION OF SAMPLAUD.
000385* 10/15/2026  RH   SampleAccrual JOURNALS ITS POSTINGS AS ACTION
000386*                  'A'.  AN 'A' IS AN ORDINARY CHAIN LINK.
000388* 10/15/2026  RH   AUDIT RECORD WIDENED FROM 50 TO 70 BYTES - THE
000390*                  NEW TAIL CARRIES THE TRANSFER REFERENCE AND
000392*                  CONTRA KEY ON TRANSFER (ACTION 'T') ENTRIES.
000394*                  A TRANSFER LEG IS AN ORDINARY CHAIN LINK.
000396*================================================================
000398
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.  IBM-370.
000770     05  FILLER                  PIC X(01).
000780     05  AUD-ACTION              PIC X(01).
000790     05  FILLER                  PIC X(01).
000795     05  FILLER                  PIC X(20).
000800
000810 FD  RCN-RPT-FILE.
000820 01  RCN-RPT-RECORD                  PIC X(80).
001480     05  FILLER                  PIC X(01)  VALUE SPACE.
001490     05  WS-AUD-ACTION           PIC X(01)  VALUE SPACE.
001500     05  FILLER                  PIC X(01)  VALUE SPACES.
001505     05  FILLER                  PIC X(20)  VALUE SPACES.
001510
001520*----------------------------------------------------------------
001530* RECONCILIATION REPORT PRINT-IMAGE LINES
