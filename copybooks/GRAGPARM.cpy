000100******************************************************************
000200*                                                                *
000300*    GRAGPARM.CPY                                                *
000400*                                                                *
000500*    PARAMETER CARD LAYOUT FOR THE REQUEST AGING AND SLA         *
000600*    ESCALATION REPORT (GRAGERPT). ONE RECORD READ FROM          *
000700*    //AGPARM SUPPLIES:                                          *
000800*                                                                *
000900*      COLS 1-3  SLA IN NIGHTS - AN OPEN REQUEST OUTSTANDING     *
001000*                LONGER THAN THIS IS FLAGGED AND LISTED FOR THE  *
001100*                SHIFT SUPERVISOR (DEFAULT 003)                  *
001200*      COLS 4-6  HARD LIMIT IN NIGHTS - A SUBMITTED REQUEST      *
001300*                OUTSTANDING LONGER THAN THIS IS PROMOTED TO     *
001400*                HIGH PRIORITY SO GREET RUNS IT IN ITS FIRST     *
001500*                PASS NEXT NIGHT (DEFAULT 005)                   *
001600*                                                                *
001700*    A FIELD LEFT BLANK OR NOT NUMERIC TAKES ITS DEFAULT. A      *
001800*    HARD LIMIT BELOW THE SLA IS RAISED TO THE SLA.              *
001900*                                                                *
002000*    MODIFICATION HISTORY                                       *
002100*    ----------------------                                     *
002200*    2026-10-09  AJM  INITIAL VERSION.                          *
002300*                                                                *
002400******************************************************************
002500     05  GR-AGP-SLA-NIGHTS           PIC 9(03).
002600     05  GR-AGP-HARD-NIGHTS          PIC 9(03).
002700     05  FILLER                      PIC X(74).
