001388*                     WRITTEN BEFORE THIS CHANGE CARRY SPACES    *
001390*                     THERE AND REPORT AS *UNKNOWN IN GRAUDRPT.  *
001392*                                                                *
001397*    2026-09-14  AJM  ADDED GL-REQ-SEQ AND GL-PRIORITY SO A ROW  *
001402*                     NAMES THE EXACT REQMAST REQUEST IT BELONGS *
001407*                     TO AND WHETHER IT RAN HIGH PRIORITY - THE  *
001412*                     GRCHGBK MONTHLY CHARGEBACK BILLS FROM      *
001417*                     THEM. PARAMETER-CARD AND BATCHFIL RUNS     *
001422*                     CARRY SEQUENCE ZERO. TOOK 4 FILLER BYTES.  *
001427*                                                                *
001432*    2026-10-11  AJM  ADDED GL-MSG-CODE (THE CODE REQUESTED),    *
001437*                     GL-MSG-ACTIVE (THE CODE WHOSE TEXT PRINTED *
001442*                     AFTER ANY CALENDAR OVERRIDE - SPACES WHEN  *
001447*                     THE DEFAULT BANNER TEXT WAS USED) AND      *
001452*                     GL-ITER-DONE (BANNERS ACTUALLY PRINTED),   *
001457*                     SO THE GRREPRT REPRINT CAN REBUILD A PAST  *
001462*                     REPORT FROM THE AUDIT TRAIL. OLDER ROWS    *
001467*                     CARRY SPACES THERE. TOOK 12 FILLER BYTES.  *
001472*                                                                *
001477******************************************************************
001500     05  GL-RUN-DATE                 PIC 9(08).
001600     05  GL-RUN-TIME                 PIC 9(08).
001700     05  GL-ITER-COUNT               PIC 9(04).
001900         88  GL-STATUS-COMPLETED     VALUE "C".
002000         88  GL-STATUS-FAILED        VALUE "E".
002100     05  GL-RUN-ID                   PIC X(08).
002200     05  GL-REQ-SEQ                  PIC 9(03).
002300     05  GL-PRIORITY                 PIC X(01).
002400         88  GL-HIGH-PRIORITY        VALUE "H".
002500     05  GL-MSG-CODE                 PIC X(04).
002600     05  GL-MSG-ACTIVE               PIC X(04).
002700     05  GL-ITER-DONE                PIC 9(04).
002800     05  FILLER                      PIC X(35).
