000100******************************************************************
000200*                                                                *
000300*    GRCPPARM.CPY                                                *
000400*                                                                *
000500*    PARAMETER CARD LAYOUT FOR THE CAPACITY TREND REPORT         *
000600*    (GRCAPRPT). ONE RECORD READ FROM //CPPARM SUPPLIES:         *
000700*                                                                *
000800*      COLS 1-3  NIGHTS OF RUN HISTORY TO REPORT (DEFAULT 090)   *
000900*      COLS 4-5  NIGHTS IN THE ROLLING AVERAGE (DEFAULT 07)      *
001000*      COLS 6-8  CUTOFF MARGIN IN MINUTES - A NIGHT WHOSE GREET  *
001100*                STEP ENDED CLOSER THAN THIS TO THE WINPARM      *
001200*                CUTOFF IS FLAGGED (DEFAULT 030)                 *
001300*                                                                *
001400*    A FIELD LEFT BLANK OR NOT NUMERIC TAKES ITS DEFAULT.        *
001500*                                                                *
001600*    MODIFICATION HISTORY                                       *
001700*    ----------------------                                     *
001800*    2026-10-05  AJM  INITIAL VERSION.                          *
001900*                                                                *
002000******************************************************************
002100     05  GR-CPP-NIGHTS               PIC 9(03).
002200     05  GR-CPP-ROLL-NIGHTS          PIC 9(02).
002300     05  GR-CPP-MARGIN-MINS          PIC 9(03).
002400     05  FILLER                      PIC X(72).
