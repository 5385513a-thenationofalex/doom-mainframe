001300*    RECOVERY PATH. WHEN NO CARD IS PRESENT THE STEP DEFAULTS    *
001400*    TO 30 DAYS.                                                 *
001500*                                                                *
001510*    COLUMNS 4-7 CARRY THE SUPERVISOR APPROVAL THRESHOLD - A     *
001520*    SUBMISSION WITH MORE ITERATIONS THAN THIS, OR ANY HIGH-     *
001530*    PRIORITY SUBMISSION, IS LOADED AWAITING APPROVAL AND IS     *
001540*    NOT RUN BY GREET UNTIL A SUPERVISOR APPROVES IT ON THE      *
001550*    GRAP SCREEN. BLANK OR ZERO DEFAULTS TO 1000 ITERATIONS.     *
001560*    REJECTED REQUESTS ARE RETIRED AFTER THE SAME RETENTION AS   *
001570*    COMPLETED ONES, COUNTED FROM THE DATE OF THE DECISION.      *
001580*                                                                *
001600*    MODIFICATION HISTORY                                       *
001700*    ----------------------                                     *
001800*    2026-09-02  AJM  INITIAL VERSION.                          *
001850*    2026-09-28  AJM  ADDED GR-RQP-APPROVE-ITERS.               *
001900*                                                                *
002000******************************************************************
002100     05  GR-RQP-PARM-DAYS            PIC 9(03).
002200     05  GR-RQP-APPROVE-ITERS-X      PIC X(04).
002300     05  GR-RQP-APPROVE-ITERS REDEFINES GR-RQP-APPROVE-ITERS-X
002400                                     PIC 9(04).
002500     05  FILLER                      PIC X(73).
