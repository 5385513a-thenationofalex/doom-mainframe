000100******************************************************************
000200*                                                                *
000300*    GRMSGHS.CPY                                                 *
000400*                                                                *
000500*    CHANGE HISTORY RECORD LAYOUT FOR GRMSGHV, THE VSAM KSDS     *
000600*    THAT RECORDS EVERY ADD, CHANGE AND EXPIRY OF A MSGTAB       *
000700*    WINDOW MADE FROM THE GRMS TRANSACTION - THE MESSAGE TABLE   *
000800*    COUNTERPART OF GRHISTV (GRHIST.CPY). EACH RECORD CARRIES    *
000900*    THE CICS OPERATOR AND TERMINAL IDENTITY, THE DATE AND       *
001000*    TIME, AND THE BEFORE AND AFTER IMAGES OF THE EXPIRY DATE    *
001100*    AND TEXT. THE TASK NUMBER IN THE KEY KEEPS TWO CHANGES TO   *
001200*    THE SAME WINDOW IN THE SAME SECOND UNIQUE.                  *
001300*                                                                *
001400*    MODIFICATION HISTORY                                       *
001500*    ----------------------                                     *
001600*    2026-10-07  AJM  INITIAL VERSION.                          *
001700*                                                                *
001800******************************************************************
001900     05  GR-MSH-KEY.
002000         10  GR-MSH-CODE             PIC X(04).
002100         10  GR-MSH-EFF-DATE         PIC 9(08).
002200         10  GR-MSH-DATE             PIC 9(08).
002300         10  GR-MSH-TIME             PIC 9(06).
002400         10  GR-MSH-TASK             PIC 9(07).
002500     05  GR-MSH-OPERATOR             PIC X(03).
002600     05  GR-MSH-TERMID               PIC X(04).
002700     05  GR-MSH-ACTION               PIC X(01).
002800         88  GR-MSH-ADDED            VALUE "A".
002900         88  GR-MSH-CHANGED          VALUE "C".
003000         88  GR-MSH-EXPIRED          VALUE "X".
003100     05  GR-MSH-OLD-EXP-DATE         PIC 9(08).
003200     05  GR-MSH-NEW-EXP-DATE         PIC 9(08).
003300     05  GR-MSH-OLD-TEXT             PIC X(60).
003400     05  GR-MSH-NEW-TEXT             PIC X(60).
003500     05  FILLER                      PIC X(23).
