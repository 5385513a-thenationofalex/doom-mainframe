000100******************************************************************
000200*                                                                *
000300*    GRRPPARM.CPY                                                *
000400*                                                                *
000500*    CONTROL CARD LAYOUT FOR THE BANNER REPORT REPRINT           *
000600*    (GRREPRT). ONE RECORD READ FROM //RPPARM SELECTS WHAT IS    *
000700*    REPRINTED:                                                  *
000800*                                                                *
000900*      COLS  1-8   BUSINESS DATE OF THE ORIGINAL RUN, CCYYMMDD   *
001000*                  (REQUIRED)                                    *
001100*      COLS  9-16  OPERATOR-ID (RUN-ID) - BLANK REPRINTS EVERY   *
001200*                  REQUEST RUN THAT DATE. GREETBAT SELECTS THE   *
001300*                  PARAMETER-CARD RUNS                           *
001400*      COLS 17-19  REQUEST SEQUENCE WITHIN THE OPERATOR - BLANK  *
001500*                  REPRINTS ALL OF THAT OPERATOR'S REQUESTS.     *
001600*                  ONLY VALID WITH AN OPERATOR-ID                *
001700*                                                                *
001800*    A CARD THAT IS MISSING OR FAILS THESE RULES STOPS THE STEP  *
001900*    RC 16 WITHOUT PRINTING ANYTHING.                            *
002000*                                                                *
002100*    MODIFICATION HISTORY                                       *
002200*    ----------------------                                     *
002300*    2026-10-11  AJM  INITIAL VERSION.                          *
002400*                                                                *
002500******************************************************************
002600     05  GR-RPP-BUS-DATE             PIC 9(08).
002700     05  GR-RPP-BUS-DATE-X REDEFINES GR-RPP-BUS-DATE.
002800         10  GR-RPP-BUS-CCYY         PIC 9(04).
002900         10  GR-RPP-BUS-MM           PIC 9(02).
003000         10  GR-RPP-BUS-DD           PIC 9(02).
003100     05  GR-RPP-OPERATOR-ID          PIC X(08).
003200     05  GR-RPP-REQ-SEQ              PIC 9(03).
003300     05  GR-RPP-REQ-SEQ-X REDEFINES GR-RPP-REQ-SEQ
003400                                     PIC X(03).
003500     05  FILLER                      PIC X(61).
