000100******************************************************************
000200*    SAMPAPR.CPY
000300*    CORRECTION APPROVAL RECORD FOR THE SampleProgram FAMILY.
000400*    THE APPROVAL KSDS (DD / CICS FILE SAMPAPR,
000500*    PROD.SAMPLE.APPROVE.DATA) HOLDS EVERY OutputField2
000600*    CORRECTION A SUPERVISOR HAS ASKED FOR, FROM A SAMPUCOR CARD
000700*    TO SampleUpdate OR THE SU01 TRANSACTION IN SampleScreen.
000800*    NOTHING POSTS UNTIL A DIFFERENT USER APPROVES THE ITEM -
000900*    ONLINE THROUGH SA01 OR ON A SAMPUAPV CARD TO SampleUpdate.
001000*    AN ITEM NOBODY DECIDES EXPIRES AFTER THE NUMBER OF DAYS ON
001100*    THE SAMPUPRM CARD.
001200*
001300*    THE KEY IS THE ACCOUNT KEY THEN THE REQUEST TIMESTAMP
001400*    (YYYYMMDDHHMMSS), SO ALL OF ONE ACCOUNT'S REQUESTS SIT
001500*    TOGETHER AND A BROWSE FROM THE ACCOUNT KEY FINDS ITS ONE
001600*    PENDING ITEM.  A SECOND REQUEST FOR AN ACCOUNT IS REFUSED
001700*    WHILE ONE IS STILL PENDING.
001800*    APR-OLD-VALUE IS THE ON-FILE AMOUNT AT THE MOMENT AN
001900*    APPROVED ITEM POSTED.  APR-QUEUED-VALUE IS THE ON-FILE
001910*    AMOUNT WHEN THE ITEM WAS QUEUED - AN APPROVAL IS REFUSED
001920*    IF OutputField2 HAS MOVED SINCE, SO A CORRECTION NEVER
001930*    OVERLAYS A POSTING ITS APPROVER HAS NOT SEEN.
001940*    APR-RPT-SW IS SET ONCE A DECIDED OR
002000*    EXPIRED ITEM HAS APPEARED ON SampleUpdate'S DAILY APPROVAL
002100*    REPORT; THE NEXT RUN PURGES IT.
002200*
002300*    COPY THIS STRAIGHT INTO THE FD - FIXED FIELD NAMES, THE
002400*    SAME WAY SAMPHLD.CPY WORKS FOR THE HOLD FILE.
002500*
002600*    MODIFICATION HISTORY
002700*    10/15/2026  RH  ORIGINAL COPYBOOK.
002800******************************************************************
002900 01  APR-RECORD.
003000     05  APR-KEY.
003100         10  APR-ACCT-KEY    PIC X(10).
003200         10  APR-REQ-STAMP.
003300             15  APR-REQ-DATE
003400                             PIC 9(08).
003500             15  APR-REQ-TIME
003600                             PIC 9(06).
003700     05  APR-AMOUNT          PIC S9(07)V99
003800                             SIGN LEADING SEPARATE.
003900     05  APR-REQ-USER        PIC X(08).
004000     05  APR-REASON          PIC X(30).
004100     05  APR-REQ-SOURCE      PIC X(01).
004200         88  APR-FROM-BATCH             VALUE 'B'.
004300         88  APR-FROM-ONLINE            VALUE 'O'.
004400     05  APR-STATUS          PIC X(01).
004500         88  APR-PENDING                VALUE 'P'.
004600         88  APR-APPROVED               VALUE 'A'.
004700         88  APR-DECLINED               VALUE 'D'.
004800         88  APR-EXPIRED                VALUE 'X'.
004900     05  APR-DEC-USER        PIC X(08).
005000     05  APR-DEC-DATE        PIC 9(08).
005100     05  APR-OLD-VALUE       PIC S9(07)V99
005200                             SIGN LEADING SEPARATE.
005300     05  APR-RPT-SW          PIC X(01).
005400         88  APR-REPORTED               VALUE 'Y'.
005450     05  APR-QUEUED-VALUE    PIC S9(07)V99
005460                             SIGN LEADING SEPARATE.
005500     05  FILLER              PIC X(09).
