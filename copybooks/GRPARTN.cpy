000100******************************************************************
000200*                                                                *
000300*    GRPARTN.CPY                                                 *
000400*                                                                *
000500*    ONE ENTRY FROM PARTCTL, THE PARTITION CONTROL FILE THAT     *
000600*    SPLITS THE NIGHTLY BANNER RUN ACROSS SEVERAL GREET JOBS     *
000700*    RUNNING AT ONCE. EACH ENTRY GIVES A PARTITION NUMBER (1-4,  *
000800*    MATCHING THE GREETP1-GREETP4 JOBS AND THEIR DATA SETS) AND  *
000900*    THE RANGE OF OPERATOR-IDS IT RUNS, LOW AND HIGH INCLUSIVE,  *
001000*    COMPARED ON THE REQMAST KEY. THE RANGES MUST NOT OVERLAP,   *
001100*    AND BETWEEN THEM THEY MUST COVER EVERY OPERATOR WITH WORK   *
001200*    ON REQMAST - THE GRPTMRG MERGE STEP CHECKS BOTH.            *
001300*                                                                *
001400*    MODIFICATION HISTORY                                       *
001500*    ----------------------                                     *
001600*    2026-10-12  AJM  INITIAL VERSION.                          *
001700*                                                                *
001800******************************************************************
001900     05  GR-PTN-NUMBER               PIC 9(01).
002000     05  GR-PTN-LOW-ID               PIC X(08).
002100     05  GR-PTN-HIGH-ID              PIC X(08).
002200     05  FILLER                      PIC X(63).
