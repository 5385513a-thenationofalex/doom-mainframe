000100******************************************************************
000200*                                                                *
000300*    GROPER.CPY                                                  *
000400*                                                                *
000500*    OPERATOR AUTHORITY MASTER RECORD LAYOUT FOR OPERMAST, THE   *
000600*    VSAM KSDS KEYED BY OPERATOR-ID THAT SAYS WHO MAY ASK FOR    *
000700*    BANNER WORK AND HOW MUCH. EACH AUTHORIZED OPERATOR CARRIES  *
000800*    A TEAM, A STATUS (ACTIVE OR SUSPENDED), A DAILY ITERATION   *
000900*    QUOTA, WHETHER HIGH-PRIORITY REQUESTS ARE ALLOWED, AND UP   *
001000*    TO EIGHT MSGTAB MESSAGE CODES THE OPERATOR MAY USE. *ALL    *
001100*    IN THE FIRST CODE SLOT PERMITS EVERY CODE; A BLANK CODE     *
001200*    (THE DEFAULT BANNER) IS ALWAYS PERMITTED.                   *
001300*                                                                *
001400*    MAINTAINED ONLY BY THE GROPRMT BATCH STEP FROM APPROVED     *
001500*    TRANSACTIONS, LISTED FOR THE SECURITY REVIEW BY GROPRLS,    *
001600*    AND ENFORCED BY GRREQLD AT INTAKE, BY THE GRNT              *
001700*    TRANSACTION (GRMAINT) AT SAVE, AND BY GREET AT RUN TIME.    *
001800*                                                                *
001900*    MODIFICATION HISTORY                                       *
002000*    ----------------------                                     *
002100*    2026-09-21  AJM  INITIAL VERSION.                          *
002200*                                                                *
002300******************************************************************
002400     05  GR-OPR-KEY.
002500         10  GR-OPR-OPERATOR-ID      PIC X(08).
002600     05  GR-OPR-TEAM                 PIC X(08).
002700     05  GR-OPR-STATUS               PIC X(01).
002800         88  GR-OPR-ACTIVE           VALUE "A".
002900         88  GR-OPR-SUSPENDED        VALUE "S".
003000     05  GR-OPR-DAILY-QUOTA          PIC 9(05).
003100     05  GR-OPR-HIGH-ALLOWED         PIC X(01).
003200         88  GR-OPR-MAY-RUN-HIGH     VALUE "Y".
003300     05  GR-OPR-PERMITTED-CODES.
003400         10  GR-OPR-PERMIT-CODE      PIC X(04) OCCURS 8 TIMES.
003500     05  GR-OPR-ADDED-DATE           PIC 9(08).
003600     05  GR-OPR-CHANGED-DATE         PIC 9(08).
003700     05  GR-OPR-CHANGED-BY           PIC X(08).
003800     05  FILLER                      PIC X(01).
