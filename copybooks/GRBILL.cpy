000100******************************************************************
000200*                                                                *
000300*    GRBILL.CPY                                                  *
000400*                                                                *
000500*    FINANCE BILLING EXTRACT RECORD WRITTEN TO BILLEXT BY THE    *
000600*    MONTHLY CHARGEBACK PROGRAM (GRCHGBK) - ONE RECORD PER       *
000700*    OPERATOR WITH BILLABLE ACTIVITY IN THE YEAR, CARRYING THE   *
000800*    BILLING MONTH'S VOLUMES AND CHARGE AND THE YEAR-TO-DATE     *
000900*    CHARGE. AMOUNTS ARE UNSIGNED WITH TWO IMPLIED DECIMALS, AS  *
001000*    THE FINANCE LEDGER LOAD EXPECTS.                            *
001100*                                                                *
001200*    MODIFICATION HISTORY                                       *
001300*    ----------------------                                     *
001400*    2026-09-14  AJM  INITIAL VERSION.                          *
001500*                                                                *
001600******************************************************************
001700     05  GR-BIL-OPERATOR-ID          PIC X(08).
001800     05  GR-BIL-BILL-MONTH           PIC 9(06).
001900     05  GR-BIL-REQUESTS             PIC 9(07).
002000     05  GR-BIL-ITERATIONS           PIC 9(09).
002100     05  GR-BIL-HIGH-REQUESTS        PIC 9(07).
002200     05  GR-BIL-MTD-AMOUNT           PIC 9(09)V99.
002300     05  GR-BIL-YTD-AMOUNT           PIC 9(09)V99.
002400     05  FILLER                      PIC X(21).
