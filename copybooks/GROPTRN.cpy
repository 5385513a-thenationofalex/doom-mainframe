000100******************************************************************
000200*                                                                *
000300*    GROPTRN.CPY                                                 *
000400*                                                                *
000500*    TRANSACTION CARD LAYOUT FOR OPRTRAN, THE INPUT TO THE       *
000600*    GROPRMT OPERATOR MASTER MAINTENANCE STEP. ONE CARD PER      *
000700*    APPROVED CHANGE:                                            *
000800*                                                                *
000900*      A - ADD A NEW OPERATOR (TEAM, QUOTA, HIGH FLAG, CODES)   *
001000*      C - CHANGE AN OPERATOR - ONLY NON-BLANK FIELDS ARE       *
001100*          APPLIED; ANY NON-BLANK CODE REPLACES THE WHOLE LIST  *
001200*      S - SUSPEND AN OPERATOR                                  *
001300*      R - REINSTATE A SUSPENDED OPERATOR                       *
001400*      D - DELETE AN OPERATOR FROM THE MASTER                   *
001500*                                                                *
001600*    GR-OPT-AUTH-BY NAMES WHOEVER APPROVED THE CHANGE AND IS     *
001700*    CARRIED ONTO THE MASTER AS THE LAST CHANGED-BY, SO THE      *
001800*    SECURITY LISTING SHOWS WHO SIGNED OFF EACH OPERATOR.        *
001900*                                                                *
002000*    MODIFICATION HISTORY                                       *
002100*    ----------------------                                     *
002200*    2026-09-21  AJM  INITIAL VERSION.                          *
002300*                                                                *
002400******************************************************************
002500     05  GR-OPT-ACTION               PIC X(01).
002600         88  GR-OPT-ADD              VALUE "A".
002700         88  GR-OPT-CHANGE           VALUE "C".
002800         88  GR-OPT-SUSPEND          VALUE "S".
002900         88  GR-OPT-REINSTATE        VALUE "R".
003000         88  GR-OPT-DELETE           VALUE "D".
003100     05  GR-OPT-OPERATOR-ID          PIC X(08).
003200     05  GR-OPT-TEAM                 PIC X(08).
003300     05  GR-OPT-QUOTA-X              PIC X(05).
003400     05  GR-OPT-QUOTA REDEFINES GR-OPT-QUOTA-X
003500                                     PIC 9(05).
003600     05  GR-OPT-HIGH-ALLOWED         PIC X(01).
003700     05  GR-OPT-PERMITTED-CODES.
003800         10  GR-OPT-PERMIT-CODE      PIC X(04) OCCURS 8 TIMES.
003900     05  GR-OPT-AUTH-BY              PIC X(08).
004000     05  FILLER                      PIC X(17).
