000100******************************************************************
000200*                                                                *
000300*    GRMSGK.CPY                                                  *
000400*                                                                *
000500*    RECORD LAYOUT FOR THE MSGTAB MESSAGE TABLE KSDS. ONE        *
000600*    RECORD PER MESSAGE CODE AND EFFECTIVE WINDOW, KEYED BY THE  *
000700*    CODE AND THE EFFECTIVE DATE SO SEVERAL DATED WINDOWS FOR    *
000800*    ONE CODE SIT SIDE BY SIDE IN DATE ORDER. A ZERO EFFECTIVE   *
000900*    DATE IS AN OPEN START AND A ZERO EXPIRY AN OPEN END, AS IN  *
001000*    GRMSGREC.CPY. RECORDS ARE MAINTAINED ONLINE BY THE GRMS     *
001100*    TRANSACTION (GRMSGMT) AND ARE NEVER DELETED - AN EXPIRED    *
001200*    WINDOW STAYS ON FILE SO THE TEXT IN EFFECT ON ANY PAST      *
001300*    DATE CAN STILL BE FOUND. THE GRMSGED STEP UNLOADS THE       *
001400*    WINDOWS STILL IN FORCE TO THE 80-BYTE GRMSGREC LAYOUT IN    *
001500*    MSGCLEAN FOR GREET.                                         *
001600*                                                                *
001700*    MODIFICATION HISTORY                                       *
001800*    ----------------------                                     *
001900*    2026-10-07  AJM  INITIAL VERSION.                          *
002000*                                                                *
002100******************************************************************
002200     05  GR-MSK-KEY.
002300         10  GR-MSK-CODE             PIC X(04).
002400         10  GR-MSK-EFF-DATE         PIC 9(08).
002500     05  GR-MSK-EXP-DATE             PIC 9(08).
002600     05  GR-MSK-TEXT                 PIC X(60).
002700     05  GR-MSK-CHANGED-BY           PIC X(03).
002800     05  GR-MSK-CHANGED-DATE         PIC 9(08).
002900     05  GR-MSK-CHANGED-TIME         PIC 9(06).
003000     05  FILLER                      PIC X(03).
