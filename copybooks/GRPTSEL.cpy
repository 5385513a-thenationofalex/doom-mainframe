000100******************************************************************
000200*                                                                *
000300*    GRPTSEL.CPY                                                 *
000400*                                                                *
000500*    PARTITION SELECTION CARD FOR PROGRAM GREET. ONE RECORD      *
000600*    READ FROM //PARTSEL NAMES THE PARTCTL PARTITION (1-4) THIS  *
000700*    GREET STEP RUNS - ONLY REQMAST REQUESTS WHOSE OPERATOR-ID   *
000800*    FALLS IN THAT PARTITION'S RANGE ARE SELECTED. WHEN NO CARD  *
000900*    IS PRESENT THE STEP RUNS THE WHOLE REQUEST MASTER EXACTLY   *
001000*    AS BEFORE.                                                  *
001100*                                                                *
001200*    MODIFICATION HISTORY                                       *
001300*    ----------------------                                     *
001400*    2026-10-12  AJM  INITIAL VERSION.                          *
001500*                                                                *
001600******************************************************************
001700     05  GR-PTS-NUMBER               PIC 9(01).
001800     05  FILLER                      PIC X(79).
