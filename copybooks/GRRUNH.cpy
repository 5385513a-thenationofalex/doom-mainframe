000100******************************************************************
000200*                                                                *
000300*    GRRUNH.CPY                                                  *
000400*                                                                *
000500*    JOB-STEP RUN-HISTORY RECORD FOR THE RUNHIST KEYED FILE.     *
000600*    GREET, GRRECON AND GRFDIST EACH WRITE ONE RECORD AT STEP    *
000700*    END, KEYED BY THE RUNCTL BUSINESS DATE AND THE PROGRAM      *
000800*    NAME, GIVING WHEN THE STEP STARTED AND ENDED, ITS RETURN    *
000900*    CODE AND THE VOLUMES IT HANDLED. A RERUN UNDER THE SAME     *
001000*    BUSINESS DATE REPLACES THE RECORD AND BUMPS THE ATTEMPT     *
001100*    COUNT, SO THE RECORD ALWAYS DESCRIBES THE LAST ATTEMPT.     *
001200*    THE GRCAPRPT CAPACITY TREND REPORT READS THIS FILE.         *
001300*                                                                *
001400*    VOLUME FIELDS EACH PROGRAM FILLS (THE REST ARE ZERO):       *
001500*      GREET   - REQUESTS RUN AND DEFERRED, ITERATIONS, FEED     *
001600*                ROWS WRITTEN, AND THE WINPARM CUTOFF IN FORCE   *
001700*      GRRECON - RUN-IDS RECONCILED, AUDIT ITERATIONS, FEED      *
001800*                ROWS READ                                       *
001900*      GRFDIST - SUBSCRIBERS PROCESSED, FEED ROWS READ, ROWS     *
002000*                DISTRIBUTED TO EACH SUBOUT                      *
002100*                                                                *
002200*    MODIFICATION HISTORY                                       *
002300*    ----------------------                                     *
002400*    2026-10-05  AJM  INITIAL VERSION.                          *
002500*                                                                *
002600******************************************************************
002700     05  GR-RNH-KEY.
002800         10  GR-RNH-BUS-DATE          PIC 9(08).
002900         10  GR-RNH-PROGRAM           PIC X(08).
003000     05  GR-RNH-START-DATE            PIC 9(08).
003100     05  GR-RNH-START-TIME            PIC 9(06).
003200     05  GR-RNH-END-DATE              PIC 9(08).
003300     05  GR-RNH-END-TIME              PIC 9(06).
003400     05  GR-RNH-ELAPSED-SECS          PIC 9(06).
003500     05  GR-RNH-RETURN-CODE           PIC 9(04).
003600     05  GR-RNH-ATTEMPTS              PIC 9(03).
003700     05  GR-RNH-REQS-RUN              PIC 9(05).
003800     05  GR-RNH-REQS-DEFERRED         PIC 9(05).
003900     05  GR-RNH-ITERATIONS            PIC 9(09).
004000     05  GR-RNH-FEED-ROWS             PIC 9(09).
004100     05  GR-RNH-SUBOUT-ROWS           PIC 9(09)
004200                                      OCCURS 3 TIMES.
004300     05  GR-RNH-CUTOFF-SET-SW         PIC X(01).
004400         88  GR-RNH-CUTOFF-SET        VALUE "Y".
004500     05  GR-RNH-CUTOFF-TIME           PIC 9(06).
004600     05  FILLER                      PIC X(25).
