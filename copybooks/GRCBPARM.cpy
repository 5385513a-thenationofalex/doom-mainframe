000100******************************************************************
000200*                                                                *
000300*    GRCBPARM.CPY                                                *
000400*                                                                *
000500*    PARAMETER CARD LAYOUT FOR THE MONTHLY CHARGEBACK STEP       *
000600*    (GRCHGBK). ONE RECORD READ FROM //CBPARM NAMES THE BILLING  *
000700*    MONTH (CCYYMM) SO A CLOSED MONTH CAN BE BILLED - OR BILLED  *
000800*    AGAIN - AFTER THE BUSINESS DATE HAS MOVED ON. WHEN NO CARD  *
000900*    IS PRESENT THE STEP BILLS THE MONTH OF THE RUNCTL BUSINESS  *
001000*    DATE, MONTH-TO-DATE.                                        *
001100*                                                                *
001200*    MODIFICATION HISTORY                                       *
001300*    ----------------------                                     *
001400*    2026-09-14  AJM  INITIAL VERSION.                          *
001500*                                                                *
001600******************************************************************
001700     05  GR-CBP-BILL-MONTH           PIC 9(06).
001800     05  FILLER                      PIC X(74).
