000100******************************************************************
000200*    SAMPCIF.CPY
000300*    CUSTOMER-SYSTEM ACCOUNT FEED RECORD FOR THE SampleProgram
000400*    FAMILY.  THE CUSTOMER INFORMATION SYSTEM SENDS ITS WHOLE
000500*    ACCOUNT FILE EVERY NIGHT (DD SAMPCIF, A NEW GENERATION OF
000600*    PROD.SAMPLE.CUSTACCT.DATA) - ONE 'D' DETAIL PER ACCOUNT IN
000700*    ASCENDING ACCOUNT-KEY ORDER, CARRYING THE NAME, OWNING
000800*    BRANCH AND AN ACTIVE/CLOSED STATUS, THEN ONE 'T' TRAILER
000900*    WITH THE COUNT OF DETAILS.  SampleMasterFeed COMPARES IT
001000*    AGAINST THE ACCOUNT MASTER (COPYBOOK SAMPMST).
001100*
001200*    COPY THIS STRAIGHT INTO THE FD - CIF-TRAILER-RECORD IS THE
001300*    SAME 80 BYTES SEEN AS A TRAILER.
001400*
001500*    MODIFICATION HISTORY
001600*    10/15/2026  RH  ORIGINAL COPYBOOK.
001700******************************************************************
001800 01  CIF-RECORD.
001900     05  CIF-REC-TYPE        PIC X(01).
002000         88  CIF-DETAIL                         VALUE 'D'.
002100         88  CIF-TRAILER                        VALUE 'T'.
002200     05  CIF-KEY             PIC X(10).
002300     05  CIF-NAME            PIC X(20).
002400     05  CIF-BRANCH          PIC X(05).
002500     05  CIF-STATUS          PIC X(01).
002600         88  CIF-ACTIVE                         VALUE 'A'.
002700         88  CIF-CLOSED                         VALUE 'C'.
002800         88  CIF-STATUS-VALID                   VALUE 'A' 'C'.
002900     05  FILLER              PIC X(43).
003000
003100 01  CIF-TRAILER-RECORD.
003200     05  FILLER              PIC X(01).
003300     05  CIF-TRL-COUNT       PIC 9(09).
003400     05  FILLER              PIC X(70).
